      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-DOCKET-RULE
      *    PURPOSE: DEADLINE RULE ROW ON DSB-DOCKET-RULES.TXT, THE
      *        TABLE DSB-DOCKET-MAINT COMPUTES DUE DATES FROM - ONE ROW
      *        PER EVENT TYPE, E.G. ANSW ANSWER DUE 021 C = 21 CALENDAR
      *        DAYS AFTER SERVICE. DRL-DAY-TYPE C COUNTS CALENDAR DAYS
      *        AND ROLLS A DUE DATE THAT LANDS ON A WEEKEND OR A
      *        DSB-HOLIDAY-CAL.TXT DATE FORWARD TO THE NEXT BUSINESS
      *        DAY; B COUNTS BUSINESS DAYS ONLY. DRL-LEAD-DAYS IS THE
      *        REMINDER LEAD THE EVENT DEFAULTS TO WHEN NONE IS KEYED.
      *        AN EVENT TYPE WITH NO ROW HERE (A HEARING DATE SET BY
      *        THE COURT) HAS ITS DUE DATE KEYED DIRECTLY.
      *-----------------------------------------------------------------*
       01  DOCKET-RULE-REC.
           03  DRL-EVENT-TYPE              PIC X(4).
           03  DRL-DESC                    PIC X(30).
           03  DRL-DAYS                    PIC 9(3).
           03  DRL-DAY-TYPE                PIC X.
               88  DRL-CALENDAR                  VALUE "C".
               88  DRL-BUSINESS                  VALUE "B".
           03  DRL-LEAD-DAYS               PIC 9(3).
