      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-PAY-PLAN
      *    PURPOSE: STUDENT INSTALLMENT PAYMENT PLAN ON THE INDEXED
      *        DSB-PAY-PLANS.TXT, ONE ROW PER STUDENT PER TERM, KEYED
      *        BY STUDENT ID AND TERM. DSB-PLAN-SETUP SPLITS THE TERM'S
      *        OPEN BALANCE PLUS THE ENROLLMENT FEE INTO UP TO SIX
      *        MONTHLY INSTALLMENTS; DSB-STU-PAY-POST APPLIES RECEIPTS
      *        TO THEM IN DUE-DATE ORDER; DSB-PLAN-LATE ASSESSES THE
      *        LATE FEE ON A MISSED INSTALLMENT AND DEFAULTS THE PLAN.
      *        ONLY A CURRENT PLAN KEEPS DSB-STU-AGING FROM SETTING THE
      *        BURSAR HOLD.
      *-----------------------------------------------------------------*
       01  PAY-PLAN-REC.
           03  PP-KEY.
               05  PP-STU-ID               PIC X(5).
               05  PP-TERM                 PIC X(5).
           03  PP-STATUS                   PIC X.
               88  PP-CURRENT                    VALUE "C".
               88  PP-DEFAULTED                  VALUE "D".
               88  PP-PAID-OFF                   VALUE "P".
           03  PP-SETUP-DATE               PIC 9(8).
           03  PP-PLAN-AMT                 PIC 9(7)V99.
           03  PP-ENROLL-FEE               PIC 9(5)V99.
           03  PP-INST-CNT                 PIC 9.
           03  PP-INSTALLMENT OCCURS 6 TIMES.
               05  PP-DUE-DATE             PIC 9(8).
               05  PP-DUE-AMT              PIC 9(7)V99.
               05  PP-PAID-AMT             PIC 9(7)V99.
               05  PP-LATE-FLAG            PIC X.
                   88  PP-LATE-ASSESSED          VALUE "Y".
           03  PP-OPERATOR                 PIC X(10).
