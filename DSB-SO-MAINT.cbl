           03  FILLER                  PIC X(36).
           03  ACC-BLNC-BNK            PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  FILLER                  PIC X(55).

      ******************************************************************
       WORKING-STORAGE SECTION.
