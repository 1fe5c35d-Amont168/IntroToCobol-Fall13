      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-PAY-HIST
      *    PURPOSE: PER-PAY-PERIOD EARNINGS HISTORY RECORD, ONE PER
      *        EMPLOYEE PER PAY DATE, ON THE KEYED FILE
      *        PAYROLL-EARN-HIST.TXT (KEY PH-KEY). WRITTEN BY
      *        PAYROLL-UPDATE-YTD-WKLY AS EACH EMPLOYEE POSTS, SO THE
      *        WEEK-BY-WEEK DETAIL BEHIND THE YTD AND QTD BUCKETS ON
      *        THE MASTER IS NEVER LOST WHEN THE NEXT WEEK OVERLAYS
      *        THE CURRENT-WEEK FIGURES.
      *    PH-PAY-TYPE IS "R" FOR THE WEEKLY RUN AND "S" FOR AN
      *        OFF-CYCLE SUPPLEMENTAL RUN, SO A SUPPLEMENTAL PAID THE
      *        SAME DAY AS THE WEEKLY KEEPS ITS OWN RECORD AND SORTS
      *        AFTER IT.
      *    PH-PAY-METHOD AND PH-PAY-REF ARE BLANK UNTIL THE MONEY
      *        GOES OUT - DSB-PAY-CHECKS FILLS IN "C" AND THE CHECK
      *        NUMBER, DSB-PAY-ACH FILLS IN "A" AND THE ACH TRACE
      *        (RUN DATE PLUS DETAIL SEQUENCE IN THE BATCH).
      *    READ BY DSB-PAY-HIST-INQ FOR INQUIRY, STUB REPRINTS, AND
      *        VERIFICATION-OF-EMPLOYMENT LETTERS.
      *    PH-PAY-RATE AND THE HOURS FIELDS RECORD WHAT A WEEKLY CHECK
      *        PAID ON - HOLIDAY HOURS ARE ONLY THE DOUBLE-TIME ONES,
      *        STRAIGHT-TIME HOLIDAY AND LEAVE HOURS SIT IN REGULAR.
      *        A BACK-DATED RATE CHANGE RE-PRICES THOSE HOURS: THE
      *        CHECK THAT PAYS THE DIFFERENCE CARRIES IT IN
      *        PH-RETRO-PAY (PART OF PH-GROSS), AND EACH WEEK TRUED UP
      *        GETS PH-RETRO-RATE (THE RATE NOW PAID), PH-RETRO-BASE
      *        (THE RATE IT WAS PAID AT BEFORE) AND PH-RETRO-DATE (THE
      *        PAY DATE THAT CARRIED THE DIFFERENCE).
      *    PH-401K-DEFER IS THE EMPLOYEE'S PRE-TAX 401(K) DEFERRAL (ALSO
      *        INSIDE PH-DEDUCT) AND PH-401K-MATCH THE EMPLOYER MATCH
      *        DRAWN BY IT; THE PLAN RECORDKEEPER'S CONTRIBUTION FILE
      *        FOR A PAY DATE IS BUILT FROM THESE TWO FIELDS.
      *-----------------------------------------------------------------*
       01  PAY-HIST-REC.
           03  PH-KEY.
               05  PH-EMP-ID               PIC X(5).
               05  PH-PAY-DATE             PIC 9(8).
               05  PH-PAY-TYPE             PIC X.
                   88  PH-REGULAR-PAY              VALUE "R".
                   88  PH-SUPPLEMENTAL-PAY         VALUE "S".
           03  PH-FNAME                    PIC X(10).
           03  PH-LNAME                    PIC X(10).
           03  PH-REG-PAY                  PIC 9(7)V99.
           03  PH-OT-PAY                   PIC 9(7)V99.
           03  PH-PREM-PAY                 PIC 9(7)V99.
           03  PH-GROSS                    PIC 9(7)V99.
           03  PH-FED-WH                   PIC 9(5)V99.
           03  PH-ST-WH                    PIC 9(5)V99.
           03  PH-FICA                     PIC 9(5)V99.
           03  PH-MEDI                     PIC 9(5)V99.
           03  PH-ER-FICA                  PIC 9(5)V99.
           03  PH-ER-FUTA                  PIC 9(5)V99.
           03  PH-ER-SUTA                  PIC 9(5)V99.
           03  PH-DEDUCT                   PIC 9(6)V99.
           03  PH-GARNISH                  PIC 9(6)V99.
           03  PH-NET-PAY                  PIC 9(7)V99.
           03  PH-YTD-GROSS                PIC 9(7)V99.
           03  PH-VAC-BAL                  PIC S9(3)V99
                                   SIGN IS TRAILING SEPARATE.
           03  PH-SICK-BAL                 PIC S9(3)V99
                                   SIGN IS TRAILING SEPARATE.
           03  PH-PAY-METHOD               PIC X.
               88  PH-PAID-BY-CHECK                VALUE "C".
               88  PH-PAID-BY-ACH                  VALUE "A".
               88  PH-NOT-YET-PAID                 VALUE SPACE.
           03  PH-PAY-REF                  PIC X(10).
           03  PH-RETRO-PAY                PIC 9(7)V99.
           03  PH-PAY-RATE                 PIC 9(7)V99.
           03  PH-REG-HRS                  PIC 9(3)V99.
           03  PH-OT-HRS                   PIC 99V99.
           03  PH-SHIFT-HRS                PIC 99V99.
           03  PH-HOL-HRS                  PIC 99V99.
           03  PH-RETRO-RATE               PIC 9(7)V99.
           03  PH-RETRO-BASE               PIC 9(7)V99.
           03  PH-RETRO-DATE               PIC 9(8).
           03  PH-401K-DEFER               PIC 9(7)V99.
           03  PH-401K-MATCH               PIC 9(7)V99.
