      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-STU-ARCHIVE
      *    PURPOSE: ONE ROW ON DSB-STU-ARCHIVE.TXT PER STUDENT
      *        WITHDRAWN IN DSB-STU-ADD - THE FULL MASTER RECORD AS IT
      *        STOOD, FOLLOWED BY THE EFFECTIVE WITHDRAWAL DATE AND
      *        REASON KEYED AT THE TIME. THE DATE IS WHAT THE
      *        ENROLLMENT REPORTING RUN AND THE VERIFICATION LETTER
      *        TREAT AS THE END OF THE STUDENT'S ENROLLMENT.
      *-----------------------------------------------------------------*
       01  STU-ARCHIVE-REC.
           03  ARC-STU-IMAGE.
               05  ARC-STU-ID              PIC X(5).
               05  FILLER                  PIC X(346).
           03  ARC-WDRW-DATE               PIC 9(8).
           03  ARC-WDRW-REASON             PIC X(40).
