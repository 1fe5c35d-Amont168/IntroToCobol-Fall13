000570*                       OFF THE TIMECARD PAID AS REGULAR, BALANCES   *
000580*                       CARRIED ON THE MASTER AND SHOWN ON THE CHECK *
000590*                       STUBS, NEGATIVE BALANCES EXCEPTIONED         *
000591* 10/15/26 D.BROWN      EARNINGS HISTORY - ONE RECORD PER EMPLOYEE*
000592*                       PER PAY DATE ON PAYROLL-EARN-HIST.TXT     *
000593*                       (REG/OT/PREMIUM, EACH TAX, DEDUCTIONS,    *
000594*                       GARNISHMENTS, NET), KEYED BY EMPLOYEE AND *
000595*                       PAY DATE, FOR INQUIRY, STUB REPRINTS, VOE *
000596*                       LETTERS, AND RE-PROVING THE W-2 AND 941   *
000597* 10/15/26 D.BROWN      OFF-CYCLE SUPPLEMENTAL RUN - WITH LINES ON*
000598*                       PAYROLL-SUPPLEMENTAL.TXT (EMPLOYEE, EARN  *
000599*                       TYPE BON/COM/COR, AMOUNT, DEDUCTION FLAG) *
000600*                       TIMECARDS ARE NOT READ; FLAT SUPPLEMENTAL *
000601*                       FED/STATE RATES, FICA STILL WAGE-CAPPED,  *
000602*                       DEDUCTIONS ONLY WHEN FLAGGED, NO LEAVE    *
000603*                       ACCRUAL, OWN CHECKPOINT FILE, INPUT       *
000604*                       EMPTIED ON A CLEAN FINISH                 *
000605* 10/15/26 D.BROWN      RETRO PAY - A BACK-DATED RATE CHANGE      *
000606*                       QUEUED ON PAYROLL-RETRO-PEND.TXT RE-PRICES*
000607*                       THE HOURS ON THE EARNINGS HISTORY FOR     *
000608*                       WEEKS ALREADY PAID AT THE OLD RATE (OT,   *
000609*                       SHIFT, AND HOLIDAY PREMIUMS INCLUDED) AND *
000610*                       PAYS THE DIFFERENCE AS ITS OWN EARNING ON *
000611*                       THIS WEEK'S CHECK, WITHHELD WITH THE WEEK;*
000612*                       RETRO REGISTER ON PAYROLL-RETRO-REG.TXT   *
000613* 10/15/26 D.BROWN      LABOR DISTRIBUTION - HOME DEPARTMENT ON   *
000614*                       THE MASTER (EMP-DEPT), TIMECARDS MAY SPLIT*
000615*                       HOURS OVER DEPARTMENTS (TC-DEPT); WAGES,  *
000616*                       PAID LEAVE, AND EMPLOYER TAXES MOVED OUT  *
000617*                       OF 6010/6020 TO EACH DEPARTMENT'S OWN     *
000618*                       ACCOUNTS ON PAYROLL-DEPT-GL.TXT; REPORT BY*
000619*                       DEPARTMENT ON PAYROLL-LABOR-DIST.TXT TIED *
000620*                       BACK TO THE RUN'S TOTAL GROSS             *
000621* 10/15/26 D.BROWN      401(K) PLAN ON PAYROLL-401K-PLAN.TXT - THE*
000622*                       DEFERRAL ELECTION COMES OFF BEFORE FED/   *
000623*                       STATE WITHHOLDING, STOPS AT THE ANNUAL    *
000624*                       LIMIT (CATCH-UP BY BIRTH DATE ON THE      *
000625*                       MASTER), AND DRAWS THE EMPLOYER MATCH;    *
000626*                       YTD DEFERRAL AND MATCH ON THE MASTER FOR  *
000627*                       W-2 BOX 12 CODE D; CONTRIBUTION FILE PER  *
000628*                       PAY DATE FOR THE PLAN RECORDKEEPER        *
000629* 10/15/26 D.BROWN      AMOUNTS OWED OUT OF THE RUN - EACH        *
000630*                       GARNISHMENT ORDER COLLECTED, THE FEDERAL  *
000631*                       DEPOSIT (WITHHOLDING, BOTH HALVES OF FICA *
000632*                       AND MEDICARE), THE STATE DEPOSIT, AND THE *
000633*                       401(K) REMITTANCE - APPENDED TO           *
000634*                       DSB-PAYABLES.TXT FOR THE WEEKLY           *
000635*                       DSB-AP-DISB CHECK/ACH RUN                 *
000636* 10/15/26 D.BROWN      STEP RESTART CONTROL - A RESUBMITTED      *
000637*                       DSBNITE SKIPS THE PAYROLL ONCE            *
000638*                       DSB-STEP-CTL SHOWS IT COMPLETE FOR        *
000639*                       THE PROCESSING DATE                       *
000640******************************************************************
000641 IDENTIFICATION DIVISION.
000642 PROGRAM-ID. PAYROLL-UPDATE-YTD-WKLY.
000643*-----------------------------------------------------------------
000644 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT RUN-PARMS-IN         ASSIGN TO "DSB-RUN-PARMS.TXT"
000770     SELECT PAYROLL-GL-OUT       ASSIGN TO
000780                                 "PAYROLL-GL-TOTALS.TXT"
000790                                 ORGANIZATION IS LINE SEQUENTIAL.
000791     SELECT PAYABLE-OUT          ASSIGN TO
000792                                 "DSB-PAYABLES.TXT"
000793                                 ORGANIZATION IS LINE SEQUENTIAL
000794                                 FILE STATUS IS WS-AP-STATUS.
000800     SELECT TIMECARD-IN          ASSIGN TO
000810                                 "PAYROLL-TIMECARDS.TXT"
000820                                 ORGANIZATION IS LINE SEQUENTIAL
001070                                 "PAYROLL-LEAVE-POLICY.TXT"
001080                                 ORGANIZATION IS LINE SEQUENTIAL
001090                                 FILE STATUS IS WS-LP-STATUS.
001091     SELECT PAY-HIST-IO          ASSIGN TO
001092                                 "PAYROLL-EARN-HIST.TXT"
001093                                 ORGANIZATION IS INDEXED
001094                                 ACCESS MODE IS DYNAMIC
001095                                 RECORD KEY IS PH-KEY
001096                                 FILE STATUS IS WS-PH-STATUS.
001097     SELECT SUPP-PAY-IO          ASSIGN TO
001098                                 "PAYROLL-SUPPLEMENTAL.TXT"
001099                                 ORGANIZATION IS LINE SEQUENTIAL
001100                                 FILE STATUS IS WS-SP-STATUS.
001101     SELECT RETRO-PEND-IO        ASSIGN TO
001102                                 "PAYROLL-RETRO-PEND.TXT"
001103                                 ORGANIZATION IS LINE SEQUENTIAL
001104                                 FILE STATUS IS WS-RT-STATUS.
001105     SELECT RETRO-REG-OUT        ASSIGN TO
001106                                 "PAYROLL-RETRO-REG.TXT"
001107                                 ORGANIZATION IS LINE SEQUENTIAL
001108                                 FILE STATUS IS WS-RR-STATUS.
001109     SELECT DEPT-GL-IN           ASSIGN TO
001110                                 "PAYROLL-DEPT-GL.TXT"
001111                                 ORGANIZATION IS LINE SEQUENTIAL
001112                                 FILE STATUS IS WS-DG-STATUS.
001113     SELECT LABOR-DIST-OUT       ASSIGN TO
001114                                 "PAYROLL-LABOR-DIST.TXT"
001115                                 ORGANIZATION IS LINE SEQUENTIAL
001116                                 FILE STATUS IS WS-LD-STATUS.
001117     SELECT PLAN-401K-IN         ASSIGN TO
001118                                 "PAYROLL-401K-PLAN.TXT"
001119                                 ORGANIZATION IS LINE SEQUENTIAL
001120                                 FILE STATUS IS WS-KP-STATUS.
001121     SELECT REMIT-401K-OUT       ASSIGN TO WS-KR-FILENAME
001122                                 ORGANIZATION IS LINE SEQUENTIAL
001123                                 FILE STATUS IS WS-KR-STATUS.
001124*-----------------------------------------------------------------
001125 DATA DIVISION.
001126 FILE SECTION.
001130 FD  RUN-PARMS-IN.
001140 01  RUN-PARMS-REC.
001150     03  RP-OPERATOR-ID      PIC X(10).
001480                         SIGN IS TRAILING SEPARATE.
001490     03  EMP-SICK-BAL-IN     PIC S9(3)V99
001500                         SIGN IS TRAILING SEPARATE.
001501     03  EMP-DEPT-IN         PIC X(3).
001502     03  EMP-BIRTH-DATE-IN   PIC 9(8).
001503     03  EMP-YTD-401K-IN     PIC 9(7)V99.
001504     03  EMP-YTD-401K-ER-IN  PIC 9(7)V99.
001510 FD  EMP-MST-OUT.
001520 01  EMP-REC-OUT.
001530     03  EMP-ID-OUT          PIC X(5).
001800                         SIGN IS TRAILING SEPARATE.
001810     03  EMP-SICK-BAL-OUT    PIC S9(3)V99
001820                         SIGN IS TRAILING SEPARATE.
001821     03  EMP-DEPT-OUT        PIC X(3).
001822     03  EMP-BIRTH-DATE-OUT  PIC 9(8).
001823     03  EMP-YTD-401K-OUT    PIC 9(7)V99.
001824     03  EMP-YTD-401K-ER-OUT PIC 9(7)V99.
001830 FD  PRATE-EXCPT-OUT.
001840 01  PRATE-EXCPT-REC.
001850     03  PX-ID               PIC X(5).
001920     03  PX-REASON           PIC X(30).
001930 FD  PAYROLL-GL-OUT.
001940     COPY DSB-GL-DETAIL.
001941 FD  PAYABLE-OUT.
001942     COPY DSB-PAYABLE.
001950 FD  TAX-TABLE-IN.
001960 01  TAX-TABLE-REC.
001970     03  TX-JURIS            PIC X.
002400     03  TC-HOL-HRS          PIC 99V99.
002410     03  TC-VAC-HRS          PIC 99V99.
002420     03  TC-SICK-HRS         PIC 99V99.
002421     03  TC-DEPT             PIC X(3).
002422 FD  PAY-HIST-IO.
002423     COPY DSB-PAY-HIST.
002424 FD  SUPP-PAY-IO.
002425 01  SUPP-PAY-REC.
002426     03  SP-EMP-ID           PIC X(5).
002427     03  SP-EARN-TYPE        PIC X(3).
002428         88  SP-IS-BONUS                         VALUE "BON".
002429         88  SP-IS-COMMISSION                    VALUE "COM".
002430         88  SP-IS-CORRECTION                    VALUE "COR".
002431     03  SP-AMOUNT           PIC 9(7)V99.
002432     03  SP-APPLY-DED        PIC X.
002433         88  SP-DEDUCTIONS-APPLY                 VALUE "Y".
002434 FD  RETRO-PEND-IO.
002435 01  RETRO-PEND-REC.
002436     03  RP-EMP-ID           PIC X(5).
002437     03  RP-OLD-RATE         PIC 9(7)V99.
002438     03  RP-NEW-RATE         PIC 9(7)V99.
002439     03  RP-EFF-DATE         PIC 9(8).
002440     03  RP-APPROVE-DATE     PIC 9(8).
002441 FD  RETRO-REG-OUT.
002442 01  RETRO-REG-REC           PIC X(80).
002443 FD  DEPT-GL-IN.
002444 01  DEPT-GL-REC.
002445     03  DG-DEPT             PIC X(3).
002446     03  DG-NAME             PIC X(20).
002447     03  DG-WAGE-ACCT        PIC X(4).
002448     03  DG-BEN-ACCT         PIC X(4).
002449     03  DG-TAX-ACCT         PIC X(4).
002450 FD  LABOR-DIST-OUT.
002451 01  LABOR-DIST-REC          PIC X(96).
002452 FD  PLAN-401K-IN.
002453 01  PLAN-401K-REC.
002454     03  KP-PLAN-ID          PIC X(10).
002455     03  KP-DED-CODE         PIC X(3).
002456     03  KP-DEFER-LIMIT      PIC 9(7)V99.
002457     03  KP-CATCHUP-AGE      PIC 99.
002458     03  KP-CATCHUP-LIMIT    PIC 9(7)V99.
002459     03  KP-MATCH-PCT        PIC 9(3)V99.
002460     03  KP-MATCH-UPTO       PIC 99V99.
002461 FD  REMIT-401K-OUT.
002462 01  REMIT-401K-REC          PIC X(80).
002463 WORKING-STORAGE SECTION.
002464 01  WS-REC-OUT.
002465     03  WS-ID               PIC X(5).
002466     03  FILLER              PIC X               VALUE SPACES.
002470     03  WS-FNAME            PIC X(10).
002480     03  WS-LNAME            PIC X(10).
002490     03  FILLER              PIC X               VALUE SPACES.
002590     88  WS-BATCH-MODE                           VALUE "Y".
002600 01  WS-TC-CNT               PIC 9(4)            VALUE ZERO.
002610 01  WS-TC-IDX               PIC 9(4).
002630 01  WS-TC-FOUND-FLAG        PIC X               VALUE "N".
002640     88  WS-TC-FOUND                             VALUE "Y".
002650*    TIMECARDS ALREADY MATCHED TO A MASTER RECORD ARE FLAGGED
002660*    SO WHATEVER IS LEFT AT END OF RUN IS AN ORPHAN TIMECARD.
002661*    AN EMPLOYEE MAY HAVE ONE CARD PER DEPARTMENT WORKED; A CARD
002662*    WITH NO DEPARTMENT KEYED BELONGS TO THE HOME DEPARTMENT ON
002663*    THE MASTER.
002670 01  WS-TC-TABLE.
002680     03  WS-TC-ENTRY OCCURS 500 TIMES.
002690         05  WS-TC-EMP-ID    PIC X(5).
002730         05  WS-TC-HOL       PIC 99V99.
002740         05  WS-TC-VAC       PIC 99V99.
002750         05  WS-TC-SICK      PIC 99V99.
002751         05  WS-TC-DEPT      PIC X(3).
002760         05  WS-TC-USED      PIC X.
002770 01  WS-OT-FACTOR            PIC 9V9             VALUE 1.5.
002780*    SHIFT HOURS CARRY A TEN PERCENT DIFFERENTIAL; HOLIDAY HOURS
003430     03  FILLER              PIC X(2)            VALUE SPACES.
003440     03  GRR-AMOUNT          PIC $ZZ,ZZ9.99.
003450 01  WS-GL-GARN-PAY-ACCT     PIC X(4)            VALUE "2150".
003451*    WHAT THE RUN OWES OUTSIDE PARTIES IS APPENDED TO THE
003452*    PAYABLES FILE FOR THE WEEKLY DISBURSEMENT RUN.
003453 01  WS-AP-STATUS            PIC XX.
003454 01  WS-AP-AMT               PIC S9(9)V99        VALUE ZERO.
003460*    PER-PAY-PERIOD LEAVE ACCRUALS - THE POLICY FILE OVERRIDES
003470*    THESE FALLBACKS. LEAVE HOURS TAKEN PAY AS REGULAR TIME AND
003480*    COME OFF THE BALANCE; A BALANCE DRIVEN NEGATIVE GOES TO THE
003490*    EXCEPTION LISTING BUT STILL PAYS.
003500 01  WS-LP-STATUS            PIC XX.
003501 01  WS-PH-STATUS            PIC XX.
003510 01  WS-VAC-ACCRUAL          PIC 9V99            VALUE 1.54.
003520 01  WS-SICK-ACCRUAL         PIC 9V99            VALUE 0.92.
003530 01  WS-EMP-CNTR             PIC 9(5)            VALUE ZERO.
003560 01  WS-GRAND-YTD            PIC 9(9)V99         VALUE ZERO.
003570 01  WS-TOTAL-NET-PAY        PIC S9(9)V99         VALUE ZERO.
003580 01  WS-TOTAL-WITHHOLDING    PIC S9(9)V99         VALUE ZERO.
003581 01  WS-TOTAL-FED-WH         PIC S9(9)V99        VALUE ZERO.
003582 01  WS-TOTAL-ST-WH          PIC S9(9)V99        VALUE ZERO.
003590*    CHECKPOINTED EVERY RECORD SO THE COUNT NEVER TRAILS WHAT
003600*    IS ACTUALLY ON EMP-MST-OUT - A RESTART OTHERWISE RE-POSTS
003610*    AND DUPLICATES WHATEVER WAS WRITTEN SINCE THE LAST CHECKPOINT.
004850     03  FILLER              PIC X(9) VALUE "YTD GROSS".
004860 01  WS-PROGRAM-NAME         PIC X(20) VALUE
004870                             "PAYROLL-UPD-YTD-WKLY".
004871     COPY DSB-STEP-PARM.
004880 01  WS-OPERATOR-ID          PIC X(10).
004890 01  WS-PASSWORD             PIC X(8).
004900 01  WS-AUTH-FLAG            PIC X.
005050 01  WS-EMP-MST-OUT-NAME     PIC X(40) VALUE
005060                             "EMP-MST-NEW.TXT".
005070 01  WS-BACKUP-FILENAME      PIC X(40).
005071 01  WS-BACKUP-SUFFIX        PIC X(8)            VALUE ".BAK".
005072*    OFF-CYCLE SUPPLEMENTAL RUN - BONUSES, COMMISSIONS, AND
005073*    MANUAL CORRECTION CHECKS KEYED ON PAYROLL-SUPPLEMENTAL.TXT
005074*    INSTEAD OF HOURS FAKED ONTO THE TIMECARDS. CORRECTIONS PAY AS
005075*    REGULAR, BONUSES AND COMMISSIONS AS PREMIUM. WITHHOLDING IS
005076*    THE FLAT SUPPLEMENTAL RATE - "P" (FEDERAL) AND "Q" (STATE)
005077*    ROWS ON THE TAX FILE OVERRIDE THESE FALLBACKS.
005078 01  WS-SP-STATUS            PIC XX.
005079 01  WS-SP-EOF-FLAG          PIC X               VALUE "N".
005080     88  WS-SP-EOF                               VALUE "Y".
005081 01  WS-SUPP-MODE-FLAG       PIC X               VALUE "N".
005082     88  WS-SUPP-MODE                            VALUE "Y".
005083 01  WS-SP-CNT               PIC 9(4)            VALUE ZERO.
005084 01  WS-SP-IDX               PIC 9(4).
005085 01  WS-SP-FOUND-FLAG        PIC X               VALUE "N".
005086     88  WS-SP-FOUND                             VALUE "Y".
005087 01  WS-SP-DED-FLAG          PIC X               VALUE "N".
005088     88  WS-SP-TAKE-DEDUCTIONS                   VALUE "Y".
005089 01  WS-SP-TABLE.
005090     03  WS-SP-ENTRY OCCURS 500 TIMES.
005091         05  WS-SP-EMP       PIC X(5).
005092         05  WS-SP-TYPE      PIC X(3).
005093         05  WS-SP-AMT       PIC 9(7)V99.
005094         05  WS-SP-DED       PIC X.
005095         05  WS-SP-USED      PIC X.
005096 01  WS-SUPP-FED-RATE        PIC V999            VALUE .220.
005097 01  WS-SUPP-ST-RATE         PIC V999            VALUE .050.
005098 01  WS-PAY-TYPE             PIC X               VALUE "R".
005099*    BACK-DATED RATE CHANGES APPROVED IN DSB-CHG-APPROVE, TABLED
005100*    AT START OF A WEEKLY RUN. EACH POSTED EMPLOYEE WITH ONE ON
005101*    THE TABLE HAS EVERY WEEK FROM THE EFFECTIVE DATE UP TO THIS
005102*    PAY DATE RE-PRICED FROM THE HOURS ON THE EARNINGS HISTORY;
005103*    ENTRIES FOR EMPLOYEES NOT PAID THIS RUN STAY QUEUED.
005104 01  WS-RT-STATUS            PIC XX.
005105 01  WS-RT-EOF-FLAG          PIC X               VALUE "N".
005106     88  WS-RT-EOF                               VALUE "Y".
005107 01  WS-RT-CNT               PIC 9(3)            VALUE ZERO.
005108 01  WS-RT-IDX               PIC 9(3).
005109 01  WS-RT-TABLE.
005110     03  WS-RT-ENTRY OCCURS 100 TIMES.
005111         05  WS-RT-EMP       PIC X(5).
005112         05  WS-RT-OLD       PIC 9(7)V99.
005113         05  WS-RT-NEW       PIC 9(7)V99.
005114         05  WS-RT-EFF       PIC 9(8).
005115         05  WS-RT-APPR      PIC 9(8).
005116         05  WS-RT-DONE      PIC X.
005117 01  WS-RT-FROM-DATE         PIC 9(8)            VALUE ZERO.
005118 01  WS-RT-HIST-STATUS       PIC XX.
005119 01  WS-RETRO-PAY            PIC 9(7)V99         VALUE ZERO.
005120 01  WS-RETRO-WEEK           PIC 9(7)V99         VALUE ZERO.
005121 01  WS-RETRO-TARGET         PIC 9(7)V99         VALUE ZERO.
005122 01  WS-RETRO-BASE           PIC 9(7)V99         VALUE ZERO.
005123 01  WS-RETRO-EMP-CNT        PIC 9(5)            VALUE ZERO.
005124 01  WS-RR-STATUS            PIC XX.
005125 01  WS-RR-YMD               PIC 9(8).
005126 01  WS-RR-YMD-BRK REDEFINES WS-RR-YMD.
005127     03  WS-RR-YYYY          PIC 9(4).
005128     03  WS-RR-MM            PIC 99.
005129     03  WS-RR-DD            PIC 99.
005130 01  WS-RR-HDR-1.
005131     03  FILLER              PIC X(34)           VALUE
005132                             "RETROACTIVE PAY REGISTER  PAY DATE".
005133     03  FILLER              PIC X               VALUE SPACE.
005134     03  RRH-MM              PIC 99.
005135     03  FILLER              PIC X               VALUE "/".
005136     03  RRH-DD              PIC 99.
005137     03  FILLER              PIC X               VALUE "/".
005138     03  RRH-YYYY            PIC 9(4).
005139 01  WS-RR-HDR-2.
005140     03  FILLER              PIC X(29)           VALUE
005141                             "EMP   LAST NAME  WEEK PAID   ".
005142     03  FILLER              PIC X(24)           VALUE
005143                             "REG HR OT HR SHFHR HOLHR".
005144     03  FILLER              PIC X(26)           VALUE
005145                             " PAID AT  NEW AT     RETRO".
005146 01  WS-RR-DETAIL.
005147     03  RRD-EMP             PIC X(5).
005148     03  FILLER              PIC X               VALUE SPACE.
005149     03  RRD-LNAME           PIC X(10).
005150     03  FILLER              PIC X               VALUE SPACE.
005151     03  RRD-MM              PIC 99.
005152     03  FILLER              PIC X               VALUE "/".
005153     03  RRD-DD              PIC 99.
005154     03  FILLER              PIC X               VALUE "/".
005155     03  RRD-YYYY            PIC 9(4).
005156     03  FILLER              PIC X(2)            VALUE SPACES.
005157     03  RRD-REG             PIC ZZ9.99.
005158     03  FILLER              PIC X               VALUE SPACE.
005159     03  RRD-OT              PIC Z9.99.
005160     03  FILLER              PIC X               VALUE SPACE.
005161     03  RRD-SHIFT           PIC Z9.99.
005162     03  FILLER              PIC X               VALUE SPACE.
005163     03  RRD-HOL             PIC Z9.99.
005164     03  FILLER              PIC X               VALUE SPACE.
005165     03  RRD-OLD             PIC ZZZ9.99.
005166     03  FILLER              PIC X               VALUE SPACE.
005167     03  RRD-NEW             PIC ZZZ9.99.
005168     03  FILLER              PIC X               VALUE SPACE.
005169     03  RRD-AMOUNT          PIC ZZ,ZZ9.99.
005170 01  WS-RR-NOTE.
005171     03  RRN-EMP             PIC X(5).
005172     03  FILLER              PIC X               VALUE SPACE.
005173     03  RRN-LNAME           PIC X(10).
005174     03  FILLER              PIC X               VALUE SPACE.
005175     03  RRN-MM              PIC 99.
005176     03  FILLER              PIC X               VALUE "/".
005177     03  RRN-DD              PIC 99.
005178     03  FILLER              PIC X               VALUE "/".
005179     03  RRN-YYYY            PIC 9(4).
005180     03  FILLER              PIC X(2)            VALUE SPACES.
005181     03  RRN-TEXT            PIC X(40).
005182 01  WS-RR-TOTAL.
005183     03  FILLER              PIC X(17)           VALUE SPACES.
005184     03  FILLER              PIC X(36)           VALUE
005185                             "RETRO PAID ON THIS WEEK'S CHECK".
005186     03  FILLER              PIC X(17)           VALUE SPACES.
005187     03  RRT-AMOUNT          PIC $ZZ,ZZ9.99.
005188*    LABOR DISTRIBUTION. THE WEEK STILL BOOKS ALL PAY TO 6010 AND
005189*    THE EMPLOYER TAXES TO 6020; EACH DEPARTMENT'S WAGES, PAID
005190*    LEAVE (VACATION AND SICK HOURS TAKEN), AND SHARE OF EMPLOYER
005191*    TAXES ARE THEN MOVED OUT TO THE EXPENSE ACCOUNTS NAMED FOR IT
005192*    ON PAYROLL-DEPT-GL.TXT. ROW 1 IS FOR EMPLOYEES WITH NO HOME
005193*    DEPARTMENT; IT AND ANY CODE NOT ON THE MAP STAY IN 6010/6020.
005194 01  WS-DG-STATUS            PIC XX.
005195 01  WS-DG-EOF-FLAG          PIC X               VALUE "N".
005196     88  WS-DG-EOF                               VALUE "Y".
005197 01  WS-DG-CNT               PIC 9(2)            VALUE ZERO.
005198 01  WS-DG-IDX               PIC 9(2).
005199 01  WS-DG-HIT               PIC 9(2)            VALUE ZERO.
005200 01  WS-DG-UNMAPPED-FLAG     PIC X               VALUE "N".
005201     88  WS-DG-ANY-UNMAPPED                      VALUE "Y".
005202 01  WS-DG-TABLE.
005203     03  WS-DG-ENTRY OCCURS 30 TIMES.
005204         05  WS-DG-DEPT      PIC X(3).
005205         05  WS-DG-NAME      PIC X(20).
005206         05  WS-DG-WAGE-ACCT PIC X(4).
005207         05  WS-DG-BEN-ACCT  PIC X(4).
005208         05  WS-DG-TAX-ACCT  PIC X(4).
005209         05  WS-DG-MAPPED    PIC X.
005210         05  WS-DG-WORK-HRS  PIC 9(5)V99.
005211         05  WS-DG-LEAVE-HRS PIC 9(5)V99.
005212         05  WS-DG-WAGES     PIC S9(9)V99.
005213         05  WS-DG-BENEFIT   PIC S9(9)V99.
005214         05  WS-DG-ER-TAX    PIC S9(9)V99.
005215 01  WS-DGX-REASON.
005216     03  FILLER              PIC X(11)           VALUE
005217                             "DEPARTMENT ".
005218     03  WS-DGX-DEPT         PIC X(3).
005219     03  FILLER              PIC X(16)           VALUE
005220                             " NOT ON GL MAP".
005221 01  WS-GL-DEPT-DESC.
005222     03  FILLER              PIC X(5)            VALUE "DEPT ".
005223     03  WS-GL-DEPT-CD       PIC X(3).
005224     03  FILLER              PIC X               VALUE SPACE.
005225     03  WS-GL-DEPT-WHAT     PIC X(14).
005226     03  FILLER              PIC X(7)            VALUE SPACES.
005227*    ONE TIMECARD (OR ONE KEYED AMOUNT) ON ITS WAY INTO A
005228*    DEPARTMENT, AND THE EMPLOYEE'S OWN SPLIT OF THE WEEK SO THE
005229*    EMPLOYER TAXES CAN FOLLOW IT.
005230 01  WS-CARD-REG             PIC 9(7)V99         VALUE ZERO.
005231 01  WS-CARD-LEAVE           PIC 9(7)V99         VALUE ZERO.
005232 01  WS-CARD-OT              PIC 9(7)V99         VALUE ZERO.
005233 01  WS-CARD-PREM            PIC 9(7)V99         VALUE ZERO.
005234 01  WS-CARD-WAGES           PIC 9(7)V99         VALUE ZERO.
005235 01  WS-CARD-WORK-HRS        PIC 9(3)V99         VALUE ZERO.
005236 01  WS-CARD-LEAVE-HRS       PIC 9(3)V99         VALUE ZERO.
005237 01  WS-CARD-DEPT            PIC X(3).
005238 01  WS-EH-REG               PIC 9(3)V99         VALUE ZERO.
005239 01  WS-EH-OT                PIC 9(3)V99         VALUE ZERO.
005240 01  WS-EH-SHIFT             PIC 9(3)V99         VALUE ZERO.
005241 01  WS-EH-HOL               PIC 9(3)V99         VALUE ZERO.
005242 01  WS-EH-VAC               PIC 9(3)V99         VALUE ZERO.
005243 01  WS-EH-SICK              PIC 9(3)V99         VALUE ZERO.
005244 01  WS-EL-CNT               PIC 9(2)            VALUE ZERO.
005245 01  WS-EL-IDX               PIC 9(2).
005246 01  WS-EL-FOUND-FLAG        PIC X               VALUE "N".
005247     88  WS-EL-FOUND                             VALUE "Y".
005248 01  WS-EL-TABLE.
005249     03  WS-EL-ENTRY OCCURS 20 TIMES.
005250         05  WS-EL-DG        PIC 9(2).
005251         05  WS-EL-GROSS     PIC 9(7)V99.
005252 01  WS-EMP-ER-TAX           PIC 9(6)V99         VALUE ZERO.
005253 01  WS-EL-ER-TAX            PIC 9(6)V99         VALUE ZERO.
005254 01  WS-EL-ER-LEFT           PIC 9(6)V99         VALUE ZERO.
005255 01  WS-TOT-RUN-GROSS        PIC S9(9)V99        VALUE ZERO.
005256 01  WS-LD-STATUS            PIC XX.
005257 01  WS-LD-ROW-COST          PIC S9(9)V99        VALUE ZERO.
005258 01  WS-LD-TOT-WORK-HRS      PIC 9(6)V99         VALUE ZERO.
005259 01  WS-LD-TOT-LEAVE-HRS     PIC 9(6)V99         VALUE ZERO.
005260 01  WS-LD-TOT-WAGES         PIC S9(9)V99        VALUE ZERO.
005261 01  WS-LD-TOT-BENEFIT       PIC S9(9)V99        VALUE ZERO.
005262 01  WS-LD-TOT-ER-TAX        PIC S9(9)V99        VALUE ZERO.
005263 01  WS-LD-DEPT-GROSS        PIC S9(9)V99        VALUE ZERO.
005264 01  WS-LD-HDR-1.
005265     03  LDH-TITLE           PIC X(34)           VALUE
005266                             "LABOR DISTRIBUTION BY DEPARTMENT".
005267     03  FILLER              PIC X(9)            VALUE
005268                             " PAY DATE".
005269     03  FILLER              PIC X               VALUE SPACE.
005270     03  LDH-MM              PIC 99.
005271     03  FILLER              PIC X               VALUE "/".
005272     03  LDH-DD              PIC 99.
005273     03  FILLER              PIC X               VALUE "/".
005274     03  LDH-YYYY            PIC 9(4).
005275 01  WS-LD-HDR-2.
005276     03  FILLER              PIC X(26)           VALUE
005277                             "DPT DEPARTMENT".
005278     03  FILLER              PIC X(9)            VALUE
005279                             "WORK HRS".
005280     03  FILLER              PIC X(23)           VALUE
005281                             "LEAVE HRS        WAGES".
005282     03  FILLER              PIC X(13)           VALUE
005283                             "   PAID LEAVE".
005284     03  FILLER              PIC X(23)           VALUE
005285                             "    ER TAX   TOTAL COST".
005286 01  WS-LD-DETAIL.
005287     03  LDD-DEPT            PIC X(3).
005288     03  FILLER              PIC X               VALUE SPACE.
005289     03  LDD-NAME            PIC X(20).
005290     03  FILLER              PIC X               VALUE SPACE.
005291     03  LDD-WORK-HRS        PIC ZZ,ZZ9.99.
005292     03  FILLER              PIC X               VALUE SPACE.
005293     03  LDD-LEAVE-HRS       PIC ZZ,ZZ9.99.
005294     03  FILLER              PIC X               VALUE SPACE.
005295     03  LDD-WAGES           PIC Z,ZZZ,ZZ9.99.
005296     03  FILLER              PIC X               VALUE SPACE.
005297     03  LDD-BENEFIT         PIC Z,ZZZ,ZZ9.99.
005298     03  FILLER              PIC X               VALUE SPACE.
005299     03  LDD-ER-TAX          PIC ZZZ,ZZ9.99.
005300     03  FILLER              PIC X               VALUE SPACE.
005301     03  LDD-TOTAL           PIC Z,ZZZ,ZZ9.99.
005302     03  FILLER              PIC X               VALUE SPACE.
005303     03  LDD-FLAG            PIC X.
005304 01  WS-LD-TIE.
005305     03  FILLER              PIC X(25)           VALUE
005306                             "WAGES + LEAVE BY DEPT".
005307     03  LDT-DEPT-GROSS      PIC Z,ZZZ,ZZ9.99.
005308     03  FILLER              PIC X(17)           VALUE
005309                             "   RUN GROSS".
005310     03  LDT-RUN-GROSS       PIC Z,ZZZ,ZZ9.99.
005311     03  FILLER              PIC X(2)            VALUE SPACES.
005312     03  LDT-RESULT          PIC X(14).
005313 01  WS-LD-NOTE.
005314     03  FILLER              PIC X(31)           VALUE
005315                             "* NOT ON PAYROLL-DEPT-GL.TXT - ".
005316     03  FILLER              PIC X(17)           VALUE
005317                             "LEFT IN 6010/6020".
005318*    RETIREMENT PLAN. THE ELECTION CODED WS-KP-DED-CODE ON
005319*    PAYROLL-DEDUCTIONS.TXT IS THE EMPLOYEE'S 401(K) DEFERRAL -
005320*    IT COMES OFF BEFORE FEDERAL AND STATE WITHHOLDING ARE
005321*    FIGURED (SOCIAL SECURITY AND MEDICARE STILL TAX THE FULL
005322*    GROSS), STOPS AT THE ANNUAL LIMIT - PLUS THE CATCH-UP FOR AN
005323*    EMPLOYEE WHO REACHES THE CATCH-UP AGE BY YEAR END - AND
005324*    DRAWS THE EMPLOYER MATCH. THE FIGURES BELOW ARE ONLY
005325*    FALLBACKS FOR FIELDS LEFT ZERO ON PAYROLL-401K-PLAN.TXT;
005326*    WITH NO PLAN FILE ON HAND THE CODE IS TAKEN AFTER TAX LIKE
005327*    ANY OTHER ELECTION.
005328 01  WS-KP-STATUS            PIC XX.
005329 01  WS-KP-ON-FILE-FLAG      PIC X               VALUE "N".
005330     88  WS-KP-ON-FILE                           VALUE "Y".
005331 01  WS-KP-PLAN-ID           PIC X(10)           VALUE SPACES.
005332 01  WS-KP-DED-CODE          PIC X(3)            VALUE "401".
005333 01  WS-KP-LIMIT             PIC 9(7)V99         VALUE 23000.
005334 01  WS-KP-CATCHUP-AGE       PIC 99              VALUE 50.
005335 01  WS-KP-CATCHUP           PIC 9(7)V99         VALUE ZERO.
005336 01  WS-KP-MATCH-PCT         PIC 9(3)V99         VALUE ZERO.
005337 01  WS-KP-MATCH-UPTO        PIC 99V99           VALUE ZERO.
005338 01  WS-KP-EMP-LIMIT         PIC 9(7)V99         VALUE ZERO.
005339 01  WS-KP-ROOM              PIC S9(7)V99        VALUE ZERO.
005340 01  WS-KP-BIRTH-YEAR        PIC 9(4)            VALUE ZERO.
005341 01  WS-KP-MATCH-BASE        PIC 9(6)V99         VALUE ZERO.
005342 01  WS-KPX-REASON           PIC X(30).
005343 01  WS-FIT-WAGES            PIC 9(7)V99         VALUE ZERO.
005344 01  WS-EMP-401K             PIC 9(6)V99         VALUE ZERO.
005345 01  WS-EMP-401K-ER          PIC 9(6)V99         VALUE ZERO.
005346 01  WS-TOT-401K             PIC S9(9)V99        VALUE ZERO.
005347 01  WS-TOT-401K-ER          PIC S9(9)V99        VALUE ZERO.
005348 01  WS-GL-401K-PAY-ACCT     PIC X(4)            VALUE "2180".
005349 01  WS-GL-401K-EXP-ACCT     PIC X(4)            VALUE "6030".
005350*    CONTRIBUTION FILE FOR THE PLAN RECORDKEEPER - ONE PER PAY
005351*    DATE AND PAY TYPE (PAYROLL-401K-YYYYMMDDR.TXT FOR THE WEEKLY
005352*    RUN, ...S.TXT FOR A SUPPLEMENTAL), AN "H" HEADER, ONE "D"
005353*    DETAIL PER EMPLOYEE WITH A DEFERRAL OR MATCH, AND A "T"
005354*    TRAILER CARRYING THE COUNT AND BOTH DOLLAR TOTALS.
005355 01  WS-KR-FILENAME          PIC X(30)           VALUE SPACES.
005356 01  WS-KR-STATUS            PIC XX.
005357 01  WS-KR-CNT               PIC 9(7)            VALUE ZERO.
005358 01  WS-KR-DEFER-TOT         PIC 9(9)V99         VALUE ZERO.
005359 01  WS-KR-MATCH-TOT         PIC 9(9)V99         VALUE ZERO.
005360 01  WS-KR-HEADER.
005361     03  FILLER              PIC X               VALUE "H".
005362     03  KRH-PLAN-ID         PIC X(10).
005363     03  KRH-PAY-DATE        PIC 9(8).
005364     03  KRH-PAY-TYPE        PIC X.
005365     03  FILLER              PIC X(60)           VALUE SPACES.
005366 01  WS-KR-DETAIL.
005367     03  FILLER              PIC X               VALUE "D".
005368     03  KRD-EMP-ID          PIC X(5).
005369     03  KRD-LNAME           PIC X(10).
005370     03  KRD-FNAME           PIC X(10).
005371     03  KRD-PAY-DATE        PIC 9(8).
005372     03  KRD-PLAN-COMP       PIC 9(7)V99.
005373     03  KRD-DEFERRAL        PIC 9(7)V99.
005374     03  KRD-MATCH           PIC 9(7)V99.
005375     03  FILLER              PIC X(19)           VALUE SPACES.
005376 01  WS-KR-TRAILER.
005377     03  FILLER              PIC X               VALUE "T".
005378     03  KRT-COUNT           PIC 9(7).
005379     03  KRT-DEFERRAL        PIC 9(9)V99.
005380     03  KRT-MATCH           PIC 9(9)V99.
005381     03  FILLER              PIC X(50)           VALUE SPACES.
005382 01  WS-MANIFEST-FILE        PIC X(30).
005383 01  WS-MANIFEST-CNT         PIC 9(7)            VALUE ZERO.
005384 01  WS-MANIFEST-HASH        PIC S9(13)V99       VALUE ZERO.
005385*-----------------------------------------------------------------
005386 PROCEDURE DIVISION.
005387 100-MAIN.
005388     MOVE "C" TO WS-STEP-ACTION.
005389     CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
005390         WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
005391     IF WS-STEP-DONE
005392         GOBACK
005393     END-IF.
005394     PERFORM 102-READ-RUN-PARMS.
005395     IF NOT WS-UNATTENDED
005396         DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
005397         ACCEPT WS-OPERATOR-ID
005398         DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING
005399         ACCEPT WS-PASSWORD
005400     END-IF.
005401     CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
005402         WS-PROGRAM-NAME WS-AUTH-FLAG.
005403     IF NOT WS-AUTHORIZED
005404         DISPLAY "SIGN-ON REFUSED - RUN ABANDONED"
005405         ACCEPT WS-START-TIME-RAW FROM TIME
005406         MOVE WS-START-TIME-RAW TO WS-START-TIME
005407         MOVE "ABANDON" TO WS-END-STATUS
005408         MOVE ZERO TO WS-AUDIT-REC-COUNT
005409         CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME
005410             WS-OPERATOR-ID WS-START-TIME
005411             WS-AUDIT-REC-COUNT WS-END-STATUS
005412         GOBACK
005413     END-IF.
005414     ACCEPT WS-START-TIME-RAW FROM TIME.
005415     MOVE WS-START-TIME-RAW TO WS-START-TIME.
005416     CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
005417*    A PAYROLL DATED INTO A CLOSED ACCOUNTING PERIOD IS REFUSED
005418*    WHOLE - RE-DATE THE PROCESSING RECORD OR REOPEN THE PERIOD.
005419     MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
005420     CALL "DSB-PERIOD-CHECK" USING WS-RUN-DATE-NUM
005421         WS-PERIOD-FLAG.
005422     IF NOT WS-PERIOD-OPEN
005423         DISPLAY "PROCESSING DATE FALLS IN A CLOSED ACCOUNTING"
005424             " PERIOD - RUN REFUSED"
005425         MOVE 8 TO RETURN-CODE
005426         GOBACK
005427     END-IF.
005441     PERFORM 111-LOAD-SUPPLEMENTAL.
005450     PERFORM 110-CHECK-RESTART.
005451     IF NOT WS-SUPP-MODE
005452         PERFORM 112-LOAD-TIMECARDS
005453     END-IF.
005470     PERFORM 113-LOAD-TAX-TABLES.
005480     PERFORM 114-LOAD-DEDUCTIONS.
005490     PERFORM 116-LOAD-HOLIDAYS.
005500     PERFORM 117-RESOLVE-ER-RATES.
005510     PERFORM 118-LOAD-GARNISHMENTS.
005520     PERFORM 119-LOAD-LEAVE-POLICY.
005521     IF WS-SUPP-MODE
005522         PERFORM 120-RESOLVE-SUPP-RATES
005523     END-IF.
005524     IF NOT WS-SUPP-MODE
005525         PERFORM 121-LOAD-RETRO-PENDING
005526     END-IF.
005527     PERFORM 122-LOAD-DEPT-GL.
005528     PERFORM 123-LOAD-401K-PLAN.
005530     OPEN INPUT  EMP-MST-IN.
005540     IF WS-RESTARTING
005550         OPEN EXTEND EMP-MST-OUT
005620         OPEN OUTPUT PRATE-EXCPT-OUT
005630     END-IF.
005640     OPEN OUTPUT PAYROLL-GL-OUT.
005641     OPEN I-O PAY-HIST-IO.
005642     IF WS-PH-STATUS = "35"
005643         OPEN OUTPUT PAY-HIST-IO
005644         CLOSE PAY-HIST-IO
005645         OPEN I-O PAY-HIST-IO
005646     END-IF.
005650     READ EMP-MST-IN AT END MOVE "Y" TO WS-EOF-FLAG
005660         NOT AT END ADD 1 TO WS-IN-REC-CNTR
005670     END-READ.
005720*    MARK THEIR TIMECARDS USED, SO THE ORPHAN PASS WOULD LIST
005730*    EVERY ALREADY-POSTED CARD - IT ONLY RUNS ON A CLEAN RUN.
005740     IF WS-BATCH-MODE AND NOT WS-RESTARTING
005741         IF WS-SUPP-MODE
005742             PERFORM 225-WRITE-ORPHAN-SUPPLEMENTAL
005743         ELSE
005750             PERFORM 212-WRITE-ORPHAN-TIMECARDS
005751         END-IF
005760     END-IF.
005770     CLOSE EMP-MST-OUT.
005780     PERFORM 250-PRINT-CONTROL-REPORT.
005790     PERFORM 255-WRITE-GL-FEED.
005791     PERFORM 263-PRINT-LABOR-DIST.
005800     PERFORM 257-WRITE-NET-PAY-TOTAL.
005801     PERFORM 267-WRITE-PAYABLES.
005810     PERFORM 258-REWRITE-GARNISHMENTS.
005820     PERFORM 259-PRINT-GARNISH-REMIT.
005821     IF NOT WS-SUPP-MODE
005822         PERFORM 261-FINISH-RETRO
005823     END-IF.
005824     IF WS-KP-ON-FILE
005825         PERFORM 265-WRITE-401K-REMIT
005826     END-IF.
005827     IF WS-SUPP-MODE
005828         PERFORM 226-CLEAR-SUPPLEMENTAL
005829     END-IF.
005830     PERFORM 230-CLEAR-CHECKPOINT.
005840     DISPLAY "PROGRAM END".
005850     CLOSE EMP-MST-IN.
005860     CLOSE PRATE-EXCPT-OUT.
005870     CLOSE PAYROLL-GL-OUT.
005871     CLOSE PAY-HIST-IO.
005880     MOVE WS-EMP-CNTR TO WS-AUDIT-REC-COUNT.
005890     CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
005900         WS-START-TIME WS-AUDIT-REC-COUNT WS-END-STATUS.
005901     MOVE "D" TO WS-STEP-ACTION.
005903     CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
005904         WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
005910     GOBACK.
005920*-----------------------------------------------------------------
005930*    WITH A PARAMETER FILE ON HAND THE NIGHTLY STREAM RUNS
006300             MOVE TC-HOL-HRS TO WS-TC-HOL(WS-TC-CNT)
006310             MOVE TC-VAC-HRS TO WS-TC-VAC(WS-TC-CNT)
006320             MOVE TC-SICK-HRS TO WS-TC-SICK(WS-TC-CNT)
006321             MOVE TC-DEPT    TO WS-TC-DEPT(WS-TC-CNT)
006330             MOVE "N"        TO WS-TC-USED(WS-TC-CNT)
006340             READ TIMECARD-IN AT END MOVE "Y" TO WS-TC-EOF-FLAG
006350             END-READ
007020         WS-RUN-YEAR                     DELIMITED BY SIZE
007030         WS-RUN-MONTH                    DELIMITED BY SIZE
007040         WS-RUN-DAY                      DELIMITED BY SIZE
007050         WS-BACKUP-SUFFIX                DELIMITED BY SPACE
007060         INTO WS-BACKUP-FILENAME.
007070     CALL "DSB-BACKUP-MST" USING WS-EMP-MST-OUT-NAME
007080         WS-BACKUP-FILENAME.
007200     END-IF.
007210*-----------------------------------------------------------------
007220 205-PROCESS-EMPLOYEE.
007221     MOVE ZERO TO WS-EL-CNT.
007230     IF EMP-TERMED-IN
007240         PERFORM 206-CARRY-TERMED-EMPLOYEE
007250     ELSE
007251         IF WS-SUPP-MODE
007252             PERFORM 224-COMPUTE-GROSS-FROM-SUPP
007253             IF WS-SP-FOUND
007254                 PERFORM 206-POST-ACTIVE-EMPLOYEE
007255             ELSE
007256                 PERFORM 206-CARRY-TERMED-EMPLOYEE
007257             END-IF
007258         ELSE
007260             IF WS-BATCH-MODE
007270                 PERFORM 207-COMPUTE-GROSS-FROM-CARD
007280                 IF WS-TC-FOUND
007290                     PERFORM 206-POST-ACTIVE-EMPLOYEE
007300                 ELSE
007310                     PERFORM 206-CARRY-TERMED-EMPLOYEE
007320                 END-IF
007330             ELSE
007340                 PERFORM 206-POST-ACTIVE-EMPLOYEE
007350             END-IF
007351         END-IF
007360     END-IF.
007370     READ     EMP-MST-IN    AT END MOVE "Y" TO WS-EOF-FLAG
007380         NOT AT END ADD 1 TO WS-IN-REC-CNTR
007720     MOVE     ZERO           TO EMP-GARNISH-OUT.
007730     MOVE     EMP-VAC-BAL-IN TO EMP-VAC-BAL-OUT.
007740     MOVE     EMP-SICK-BAL-IN TO EMP-SICK-BAL-OUT.
007741     MOVE     EMP-DEPT-IN  TO EMP-DEPT-OUT.
007742     MOVE     EMP-BIRTH-DATE-IN TO EMP-BIRTH-DATE-OUT.
007743     MOVE     EMP-YTD-401K-IN TO EMP-YTD-401K-OUT.
007744     MOVE     EMP-YTD-401K-ER-IN TO EMP-YTD-401K-ER-OUT.
007750     WRITE    EMP-REC-OUT.
007760     ADD      1 TO WS-EMP-CNTR.
007770     IF FUNCTION MOD(WS-EMP-CNTR, WS-CHECKPOINT-INTERVAL) = ZERO
007990         MOVE     ZERO TO WS-OT-PAY
008000         MOVE     ZERO TO WS-PREM-PAY
008010     END-IF.
008011*    RETRO PAY FOR A BACK-DATED RATE CHANGE RIDES THIS CHECK AS
008012*    ITS OWN EARNING AND IS WITHHELD WITH THE REST OF THE WEEK.
008013     MOVE     ZERO TO WS-RETRO-PAY.
008014     IF NOT WS-SUPP-MODE AND WS-RT-CNT > ZERO
008015         PERFORM  227-COMPUTE-RETRO
008016         ADD      WS-RETRO-PAY TO WS-WEEKLY-GROSS
008017     END-IF.
008018*    TIMECARD PAY IS ALREADY SPREAD OVER THE DEPARTMENTS ON THE
008019*    CARDS; KEYED GROSS, SUPPLEMENTAL PAY, AND RETRO PAY BELONG TO
008020*    THE HOME DEPARTMENT.
008021     MOVE     EMP-DEPT-IN TO WS-CARD-DEPT.
008022     MOVE     ZERO TO WS-CARD-LEAVE.
008023     MOVE     ZERO TO WS-CARD-WORK-HRS.
008024     MOVE     ZERO TO WS-CARD-LEAVE-HRS.
008025     IF NOT WS-TC-FOUND
008026         COMPUTE  WS-CARD-WAGES = WS-WEEKLY-GROSS - WS-RETRO-PAY
008027         PERFORM  231-ADD-EMP-LABOR
008028     END-IF.
008029     IF WS-RETRO-PAY > ZERO
008030         MOVE     WS-RETRO-PAY TO WS-CARD-WAGES
008031         PERFORM  231-ADD-EMP-LABOR
008032     END-IF.
008033     ADD      WS-WEEKLY-GROSS TO WS-TOT-RUN-GROSS.
008034     ADD      EMP-YTD-IN TO WS-YTD-IN-TOTAL.
008035     MOVE     EMP-YTD-IN TO WS-PRIOR-YTD.
008040     ADD      WS-WEEKLY-GROSS TO EMP-YTD-IN.
008050     MOVE     EMP-YTD-IN   TO WS-YTD.
008060     DISPLAY  WS-REC-OUT.
008100     MOVE     EMP-PRATE-IN TO EMP-PRATE-OUT.
008110     MOVE     EMP-YTD-IN   TO EMP-YTD-OUT.
008120     MOVE     EMP-STATUS-IN TO EMP-STATUS-OUT.
008121     MOVE     EMP-DEPT-IN  TO EMP-DEPT-OUT.
008122     MOVE     EMP-BIRTH-DATE-IN TO EMP-BIRTH-DATE-OUT.
008130     MOVE     WS-REG-PAY TO EMP-REG-PAY-OUT.
008140     MOVE     WS-OT-PAY TO EMP-OT-PAY-OUT.
008150     MOVE     WS-PREM-PAY TO EMP-PREM-PAY-OUT.
008160     ADD      WS-OT-PAY WS-PREM-PAY TO WS-TOT-OT-PREM.
008161*    A 401(K) DEFERRAL IS TAKEN BEFORE TAX - FEDERAL AND STATE ARE
008162*    FIGURED ON THE FULL GROSS FIRST, TO SIZE WHAT THE CHECK CAN
008163*    DEFER, AND FIGURED AGAIN ON THE GROSS LESS THE DEFERRAL.
008164     MOVE     ZERO TO WS-EMP-401K.
008165     MOVE     ZERO TO WS-EMP-401K-ER.
008166     MOVE     WS-WEEKLY-GROSS TO WS-FIT-WAGES.
008170     PERFORM  208-COMPUTE-TAXES.
008171     IF WS-KP-ON-FILE AND
008172        (NOT WS-SUPP-MODE OR WS-SP-TAKE-DEDUCTIONS)
008173         PERFORM  236-COMPUTE-DEFERRAL
008174     END-IF.
008180     PERFORM  219-APPLY-GARNISHMENTS.
008181*    AN OFF-CYCLE CHECK TAKES NO VOLUNTARY ELECTIONS UNLESS ONE OF
008182*    THE EMPLOYEE'S SUPPLEMENTAL LINES ASKS FOR THEM.
008183     IF WS-SUPP-MODE AND NOT WS-SP-TAKE-DEDUCTIONS
008184         MOVE     ZERO TO WS-EMP-DEDUCT
008185     ELSE
008190         PERFORM  209-APPLY-DEDUCTIONS
008191     END-IF.
008200     COMPUTE  EMP-NET-PAY-OUT =
008210              WS-WEEKLY-GROSS - EMP-FED-WH-OUT - EMP-ST-WH-OUT
008220              - EMP-FICA-OUT - EMP-MEDI-OUT - WS-EMP-DEDUCT
008230              - WS-EMP-GARNISH.
008240     MOVE     WS-EMP-DEDUCT TO EMP-DEDUCT-OUT.
008250     MOVE     WS-EMP-GARNISH TO EMP-GARNISH-OUT.
008251     COMPUTE  EMP-YTD-401K-OUT =
008252              EMP-YTD-401K-IN + WS-EMP-401K.
008253     COMPUTE  EMP-YTD-401K-ER-OUT =
008254              EMP-YTD-401K-ER-IN + WS-EMP-401K-ER.
008255     ADD      WS-EMP-401K TO WS-TOT-401K.
008256     ADD      WS-EMP-401K-ER TO WS-TOT-401K-ER.
008260     ADD      WS-EMP-GARNISH TO WS-TOT-GARNISH.
008261     IF WS-SUPP-MODE
008262         MOVE     EMP-VAC-BAL-IN TO EMP-VAC-BAL-OUT
008263         MOVE     EMP-SICK-BAL-IN TO EMP-SICK-BAL-OUT
008264     ELSE
008270         PERFORM  222-MAINTAIN-LEAVE-BALANCES
008271     END-IF.
008280     COMPUTE  EMP-YTD-FED-OUT =
008290              EMP-YTD-FED-IN + EMP-FED-WH-OUT.
008300     COMPUTE  EMP-YTD-ST-OUT =
008410     COMPUTE  EMP-QTD-MEDI-OUT =
008420              EMP-QTD-MEDI-IN + EMP-MEDI-OUT.
008430     PERFORM  218-ACCRUE-EMPLOYER-TAXES.
008431     PERFORM  232-DISTRIBUTE-ER-TAX.
008432     PERFORM  223-WRITE-EARNINGS-HISTORY.
008440     ADD      EMP-NET-PAY-OUT TO WS-TOTAL-NET-PAY.
008450     ADD      EMP-FED-WH-OUT EMP-ST-WH-OUT
008460         TO   WS-TOTAL-WITHHOLDING.
008461     ADD      EMP-FED-WH-OUT TO WS-TOTAL-FED-WH.
008462     ADD      EMP-ST-WH-OUT TO WS-TOTAL-ST-WH.
008470     ADD      EMP-FICA-OUT EMP-MEDI-OUT
008480         TO   WS-TOTAL-FICA-MEDI.
008490     WRITE    EMP-REC-OUT.
008550     END-IF.
008560*-----------------------------------------------------------------
008570*    FED AND STATE RATES COME FROM THE HIGHEST TABLE BRACKET
008580*    WHOSE FLOOR THE TAXABLE WAGES REACH (THE WEEKLY GROSS LESS
008581*    ANY 401(K) DEFERRAL); SOCIAL SECURITY IS
008590*    CAPPED AT THE ANNUAL WAGE BASE USING THE YTD GROSS AS IT
008600*    STOOD BEFORE THIS WEEK POSTED. AN OFF-CYCLE RUN SKIPS THE
008601*    BRACKETS FOR THE FLAT SUPPLEMENTAL RATES BUT KEEPS THE CAP.
008610 208-COMPUTE-TAXES.
008620     MOVE WS-FED-WH-RATE TO WS-FED-RATE-USED.
008630     MOVE ZERO TO WS-FED-FLOOR-USED.
008680*    BRACKETS SIT IN ON THE RATE FILE.
008690     PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
008700             UNTIL WS-TAX-IDX > WS-TAX-CNT
008710         IF WS-TX-FLOOR(WS-TAX-IDX) <= WS-FIT-WAGES
008720             IF WS-TX-JURIS(WS-TAX-IDX) = "F" AND
008730                 WS-TX-FLOOR(WS-TAX-IDX) >= WS-FED-FLOOR-USED
008740                 MOVE WS-TX-RATE(WS-TAX-IDX)
008850             END-IF
008860         END-IF
008870     END-PERFORM.
008871     IF WS-SUPP-MODE
008872         MOVE WS-SUPP-FED-RATE TO WS-FED-RATE-USED
008873         MOVE WS-SUPP-ST-RATE  TO WS-ST-RATE-USED
008874     END-IF.
008880     COMPUTE  EMP-FED-WH-OUT ROUNDED =
008890              WS-FIT-WAGES * WS-FED-RATE-USED.
008900     COMPUTE  EMP-ST-WH-OUT ROUNDED =
008910              WS-FIT-WAGES * WS-ST-RATE-USED.
008920     COMPUTE  WS-SS-TAXABLE = WS-SS-WAGE-BASE - WS-PRIOR-YTD.
008930     IF WS-SS-TAXABLE > WS-WEEKLY-GROSS
008940         MOVE WS-WEEKLY-GROSS TO WS-SS-TAXABLE
009040*    ELECTIONS NEVER TAKE MORE THAN THE NET LEFT AFTER TAXES -
009050*    AN ELECTION THAT WOULD IS CUT BACK AND EXCEPTIONED, SO NET
009060*    PAY CAN NEVER GO NEGATIVE INTO ITS UNSIGNED FIELD.
009061*    THE 401(K) DEFERRAL COMES OFF FIRST. IT WAS SIZED TO FIT THE
009062*    CHECK BEFORE GARNISHMENTS; ONE CUT BACK HERE KEEPS THE
009063*    WITHHOLDING ALREADY FIGURED, AND ONLY WHAT WAS ACTUALLY
009064*    DEFERRED REACHES THE MASTER, THE W-2, AND THE PLAN.
009070 209-APPLY-DEDUCTIONS.
009080     MOVE ZERO TO WS-EMP-DEDUCT.
009090     COMPUTE WS-AVAIL-NET =
009120     IF WS-AVAIL-NET < ZERO
009130         MOVE ZERO TO WS-AVAIL-NET
009140     END-IF.
009141     IF WS-EMP-401K > WS-AVAIL-NET
009142         MOVE WS-AVAIL-NET TO WS-EMP-401K
009143         MOVE "401K CUT BACK TO NET PAY" TO WS-KPX-REASON
009144         PERFORM 237-WRITE-401K-EXCEPTION
009145         PERFORM 238-COMPUTE-MATCH
009146     END-IF.
009147     SUBTRACT WS-EMP-401K FROM WS-AVAIL-NET.
009148     ADD WS-EMP-401K TO WS-EMP-DEDUCT.
009150     PERFORM VARYING WS-DED-IDX FROM 1 BY 1
009160             UNTIL WS-DED-IDX > WS-DED-CNT
009170         IF WS-DED-EMP(WS-DED-IDX) = EMP-ID-IN AND
009171            (WS-DED-CD(WS-DED-IDX) NOT = WS-KP-DED-CODE OR
009172             NOT WS-KP-ON-FILE)
009180             IF WS-DED-METH(WS-DED-IDX) = "P"
009190                 COMPUTE WS-ONE-DEDUCT ROUNDED =
009200                     WS-WEEKLY-GROSS *
009600 207-COMPUTE-GROSS-FROM-CARD.
009610     MOVE "N" TO WS-TC-FOUND-FLAG.
009620     MOVE ZERO TO WS-WEEKLY-GROSS.
009621     MOVE ZERO TO WS-REG-PAY WS-OT-PAY WS-PREM-PAY.
009622     MOVE ZERO TO WS-EH-REG WS-EH-OT WS-EH-SHIFT.
009623     MOVE ZERO TO WS-EH-HOL WS-EH-VAC WS-EH-SICK.
009630     PERFORM VARYING WS-TC-IDX FROM 1 BY 1
009640             UNTIL WS-TC-IDX > WS-TC-CNT
009650         IF WS-TC-EMP-ID(WS-TC-IDX) = EMP-ID-IN
009660             MOVE "Y" TO WS-TC-FOUND-FLAG
009670             MOVE "Y" TO WS-TC-USED(WS-TC-IDX)
009690             PERFORM 214-PRICE-TIMECARD
009700         END-IF
009710     END-PERFORM.
009711     COMPUTE WS-WEEKLY-GROSS =
009712         WS-REG-PAY + WS-OT-PAY + WS-PREM-PAY.
009720     IF NOT WS-TC-FOUND
009730         MOVE SPACES TO PRATE-EXCPT-REC
009740         MOVE EMP-ID-IN    TO PX-ID
010210         WS-CT-BALANCE-FLAG.
010220     IF WS-CT-BALANCE-FLAG = "N"
010230         MOVE 8 TO RETURN-CODE
010235         MOVE 8 TO WS-STEP-RC
010240     END-IF.
010250     DISPLAY  SPACE.
010260*-----------------------------------------------------------------
010690         MOVE WS-GL-DED-PAY-ACCT TO WS-GL-CR-ACCT
010700         PERFORM 256-WRITE-GL-PAIR
010710     END-PERFORM.
010711     IF WS-KP-ON-FILE
010712         MOVE "401K DEFERRALS" TO GL-DESCRIPTION
010713         MOVE WS-TOT-401K TO WS-GL-PAIR-AMT
010714         MOVE WS-GL-PAY-EXP-ACCT TO WS-GL-DR-ACCT
010715         MOVE WS-GL-401K-PAY-ACCT TO WS-GL-CR-ACCT
010716         PERFORM 256-WRITE-GL-PAIR
010717         MOVE "401K EMPLOYER MATCH" TO GL-DESCRIPTION
010718         MOVE WS-TOT-401K-ER TO WS-GL-PAIR-AMT
010719         MOVE WS-GL-401K-EXP-ACCT TO WS-GL-DR-ACCT
010720         MOVE WS-GL-401K-PAY-ACCT TO WS-GL-CR-ACCT
010721         PERFORM 256-WRITE-GL-PAIR
010722     END-IF.
010723*    LABOR DISTRIBUTION - EACH DEPARTMENT'S SHARE OUT OF THE
010724*    PAYROLL EXPENSE ACCOUNTS AND INTO ITS OWN.
010725     PERFORM  VARYING WS-DG-IDX FROM 1 BY 1
010726             UNTIL WS-DG-IDX > WS-DG-CNT
010727         MOVE WS-DG-DEPT(WS-DG-IDX) TO WS-GL-DEPT-CD
010728         MOVE "WAGES" TO WS-GL-DEPT-WHAT
010729         MOVE WS-DG-WAGES(WS-DG-IDX) TO WS-GL-PAIR-AMT
010730         MOVE WS-DG-WAGE-ACCT(WS-DG-IDX) TO WS-GL-DR-ACCT
010731         MOVE WS-GL-PAY-EXP-ACCT TO WS-GL-CR-ACCT
010732         PERFORM 262-WRITE-DEPT-GL-PAIR
010733         MOVE "PAID LEAVE" TO WS-GL-DEPT-WHAT
010734         MOVE WS-DG-BENEFIT(WS-DG-IDX) TO WS-GL-PAIR-AMT
010735         MOVE WS-DG-BEN-ACCT(WS-DG-IDX) TO WS-GL-DR-ACCT
010736         MOVE WS-GL-PAY-EXP-ACCT TO WS-GL-CR-ACCT
010737         PERFORM 262-WRITE-DEPT-GL-PAIR
010738         MOVE "EMPLOYER TAXES" TO WS-GL-DEPT-WHAT
010739         MOVE WS-DG-ER-TAX(WS-DG-IDX) TO WS-GL-PAIR-AMT
010740         MOVE WS-DG-TAX-ACCT(WS-DG-IDX) TO WS-GL-DR-ACCT
010741         MOVE WS-GL-ER-TAX-EXP-ACCT TO WS-GL-CR-ACCT
010742         PERFORM 262-WRITE-DEPT-GL-PAIR
010743     END-PERFORM.
010744*-----------------------------------------------------------------
010745*    ONE BALANCED PAIR PER POSTING - DEBIT SIDE AS SIGNED,
010746*    CREDIT SIDE NEGATED - SO THE FEED PROVES TO A ZERO NET.
010750 256-WRITE-GL-PAIR.
010760     MOVE     WS-GL-PAIR-AMT TO GL-AMOUNT.
010770     MOVE     WS-GL-DR-ACCT TO GL-DEBIT-ACCT.
011640*    HOURS AT THE DIFFERENTIAL, HOLIDAY HOURS AT DOUBLE TIME
011650*    WHEN THE CALENDAR BACKS THEM UP AND STRAIGHT TIME WITH AN
011660*    EXCEPTION ROW WHEN IT DOES NOT.
011661*    EACH CARD ADDS INTO THE EMPLOYEE'S WEEK AND INTO THE
011662*    DEPARTMENT IT IS KEYED TO - VACATION AND SICK HOURS STILL PAY
011663*    AS REGULAR BUT ARE DISTRIBUTED AS PAID LEAVE.
011670 214-PRICE-TIMECARD.
011671     COMPUTE WS-CARD-REG ROUNDED =
011672         WS-TC-REG(WS-TC-IDX) * EMP-PRATE-IN.
011673     COMPUTE WS-CARD-LEAVE ROUNDED =
011674         (WS-TC-VAC(WS-TC-IDX) + WS-TC-SICK(WS-TC-IDX))
011675         * EMP-PRATE-IN.
011676     COMPUTE WS-CARD-OT ROUNDED =
011677         WS-TC-OT(WS-TC-IDX) * EMP-PRATE-IN * WS-OT-FACTOR.
011678     COMPUTE WS-CARD-PREM ROUNDED =
011679         WS-TC-SHIFT(WS-TC-IDX) * EMP-PRATE-IN
011680         * WS-SHIFT-FACTOR.
011681     IF WS-TC-HOL(WS-TC-IDX) > ZERO
011682         IF WS-HOL-IN-PERIOD
011683             COMPUTE WS-CARD-PREM ROUNDED = WS-CARD-PREM +
011684                 (WS-TC-HOL(WS-TC-IDX) * EMP-PRATE-IN
011685                     * WS-HOL-FACTOR)
011686         ELSE
011687             COMPUTE WS-CARD-REG ROUNDED = WS-CARD-REG +
011688                 (WS-TC-HOL(WS-TC-IDX) * EMP-PRATE-IN)
011840             MOVE SPACES TO PRATE-EXCPT-REC
011850             MOVE EMP-ID-IN    TO PX-ID
011860             MOVE EMP-FNAME-IN TO PX-FNAME
011910             WRITE PRATE-EXCPT-REC
011920         END-IF
011930     END-IF.
011931     ADD WS-CARD-REG WS-CARD-LEAVE TO WS-REG-PAY.
011932     ADD WS-CARD-OT   TO WS-OT-PAY.
011933     ADD WS-CARD-PREM TO WS-PREM-PAY.
011934     ADD WS-TC-REG(WS-TC-IDX)   TO WS-EH-REG.
011935     ADD WS-TC-OT(WS-TC-IDX)    TO WS-EH-OT.
011936     ADD WS-TC-SHIFT(WS-TC-IDX) TO WS-EH-SHIFT.
011937     ADD WS-TC-HOL(WS-TC-IDX)   TO WS-EH-HOL.
011938     ADD WS-TC-VAC(WS-TC-IDX)   TO WS-EH-VAC.
011939     ADD WS-TC-SICK(WS-TC-IDX)  TO WS-EH-SICK.
011940     MOVE WS-TC-DEPT(WS-TC-IDX) TO WS-CARD-DEPT.
011941     IF WS-CARD-DEPT = SPACES
011942         MOVE EMP-DEPT-IN TO WS-CARD-DEPT
011943     END-IF.
011944     COMPUTE WS-CARD-WAGES =
011945         WS-CARD-REG + WS-CARD-OT + WS-CARD-PREM.
011946     COMPUTE WS-CARD-WORK-HRS =
011947         WS-TC-REG(WS-TC-IDX) + WS-TC-OT(WS-TC-IDX)
011948         + WS-TC-SHIFT(WS-TC-IDX) + WS-TC-HOL(WS-TC-IDX).
011949     COMPUTE WS-CARD-LEAVE-HRS =
011950         WS-TC-VAC(WS-TC-IDX) + WS-TC-SICK(WS-TC-IDX).
011951     PERFORM 231-ADD-EMP-LABOR.

011960*-----------------------------------------------------------------
011970*    "U" AND "X" ROWS ON THE TAX FILE OVERRIDE THE FALLBACK
013900     COMPUTE EMP-SICK-BAL-OUT =
013910         EMP-SICK-BAL-IN + WS-SICK-ACCRUAL.
013920     IF WS-BATCH-MODE AND WS-TC-FOUND
013930         SUBTRACT WS-EH-VAC FROM EMP-VAC-BAL-OUT
013940         SUBTRACT WS-EH-SICK FROM EMP-SICK-BAL-OUT
013950     END-IF.
013960     IF EMP-VAC-BAL-OUT < ZERO OR EMP-SICK-BAL-OUT < ZERO
013970         MOVE SPACES TO PRATE-EXCPT-REC
014020         MOVE "LEAVE BALANCE DRIVEN NEGATIVE" TO PX-REASON
014030         WRITE PRATE-EXCPT-REC
014040     END-IF.
014050*-----------------------------------------------------------------
014060*    ONE HISTORY RECORD PER EMPLOYEE PER PAY DATE. A RERUN FOR A
014070*    PAY DATE ALREADY ON FILE REPLACES THAT DATE'S RECORD WITH
014080*    THIS RUN'S FIGURES AND CLEARS THE CHECK/ACH REFERENCE - THE
014090*    CHECK OR ACH RUN THAT FOLLOWS PUTS IT BACK.
014100 223-WRITE-EARNINGS-HISTORY.
014110     MOVE SPACES TO PAY-HIST-REC.
014120     MOVE EMP-ID-OUT      TO PH-EMP-ID.
014130     MOVE WS-RUN-DATE     TO PH-PAY-DATE.
014131     MOVE WS-PAY-TYPE     TO PH-PAY-TYPE.
014140     MOVE EMP-FNAME-OUT   TO PH-FNAME.
014150     MOVE EMP-LNAME-OUT   TO PH-LNAME.
014160     MOVE WS-REG-PAY      TO PH-REG-PAY.
014170     MOVE WS-OT-PAY       TO PH-OT-PAY.
014180     MOVE WS-PREM-PAY     TO PH-PREM-PAY.
014190     MOVE WS-WEEKLY-GROSS TO PH-GROSS.
014200     MOVE EMP-FED-WH-OUT  TO PH-FED-WH.
014210     MOVE EMP-ST-WH-OUT   TO PH-ST-WH.
014220     MOVE EMP-FICA-OUT    TO PH-FICA.
014230     MOVE EMP-MEDI-OUT    TO PH-MEDI.
014240     MOVE WS-ER-FICA      TO PH-ER-FICA.
014250     MOVE WS-ER-FUTA      TO PH-ER-FUTA.
014260     MOVE WS-ER-SUTA      TO PH-ER-SUTA.
014270     MOVE WS-EMP-DEDUCT   TO PH-DEDUCT.
014280     MOVE WS-EMP-GARNISH  TO PH-GARNISH.
014290     MOVE EMP-NET-PAY-OUT TO PH-NET-PAY.
014300     MOVE EMP-YTD-OUT     TO PH-YTD-GROSS.
014310     MOVE EMP-VAC-BAL-OUT TO PH-VAC-BAL.
014320     MOVE EMP-SICK-BAL-OUT TO PH-SICK-BAL.
014321     MOVE WS-RETRO-PAY    TO PH-RETRO-PAY.
014322     MOVE WS-EMP-401K     TO PH-401K-DEFER.
014323     MOVE WS-EMP-401K-ER  TO PH-401K-MATCH.
014324     MOVE EMP-PRATE-IN    TO PH-PAY-RATE.
014325     MOVE ZERO            TO PH-REG-HRS.
014326     MOVE ZERO            TO PH-OT-HRS.
014327     MOVE ZERO            TO PH-SHIFT-HRS.
014328     MOVE ZERO            TO PH-HOL-HRS.
014329     MOVE ZERO            TO PH-RETRO-RATE.
014330     MOVE ZERO            TO PH-RETRO-BASE.
014331     MOVE ZERO            TO PH-RETRO-DATE.
014332     IF WS-BATCH-MODE AND WS-TC-FOUND
014333         COMPUTE PH-REG-HRS =
014334             WS-EH-REG + WS-EH-VAC + WS-EH-SICK
014335         MOVE WS-EH-OT    TO PH-OT-HRS
014336         MOVE WS-EH-SHIFT TO PH-SHIFT-HRS
014337         IF WS-HOL-IN-PERIOD
014338             MOVE WS-EH-HOL TO PH-HOL-HRS
014339         ELSE
014340             ADD WS-EH-HOL TO PH-REG-HRS
014341         END-IF
014342     END-IF.
014343     WRITE PAY-HIST-REC
014344         INVALID KEY
014350             REWRITE PAY-HIST-REC
014360                 INVALID KEY
014370                     DISPLAY "EARNINGS HISTORY NOT RECORDED FOR "
014380                         PH-EMP-ID
014390             END-REWRITE
014400     END-WRITE.
014410*-----------------------------------------------------------------
014420*    A SUPPLEMENTAL FILE WITH LINES ON IT MAKES THIS AN OFF-CYCLE
014430*    RUN. IT IS DECIDED BEFORE THE RESTART CHECK SO THE RUN READS
014440*    AND WRITES ITS OWN CHECKPOINT - A SUPPLEMENTAL RUN NEVER
014450*    PICKS UP OR CLEARS A WEEKLY RUN'S RESTART POINT.
014460 111-LOAD-SUPPLEMENTAL.
014470     MOVE ZERO TO WS-SP-CNT.
014480     OPEN INPUT SUPP-PAY-IO.
014490     IF WS-SP-STATUS NOT = "35"
014500         READ SUPP-PAY-IO AT END MOVE "Y" TO WS-SP-EOF-FLAG
014510         END-READ
014520         PERFORM UNTIL WS-SP-EOF OR WS-SP-CNT >= 500
014530             ADD 1 TO WS-SP-CNT
014540             MOVE SP-EMP-ID    TO WS-SP-EMP(WS-SP-CNT)
014550             MOVE SP-EARN-TYPE TO WS-SP-TYPE(WS-SP-CNT)
014560             MOVE SP-AMOUNT    TO WS-SP-AMT(WS-SP-CNT)
014570             MOVE SP-APPLY-DED TO WS-SP-DED(WS-SP-CNT)
014580             MOVE "N"          TO WS-SP-USED(WS-SP-CNT)
014590             READ SUPP-PAY-IO AT END MOVE "Y" TO WS-SP-EOF-FLAG
014600             END-READ
014610         END-PERFORM
014620         IF NOT WS-SP-EOF
014630             DISPLAY "*** SUPPLEMENTAL TABLE FULL AT 500 - "
014640                 "REMAINING LINES NOT PAID ***"
014650         END-IF
014660         CLOSE SUPP-PAY-IO
014670     END-IF.
014680     IF WS-SP-CNT > ZERO
014690         MOVE "Y" TO WS-SUPP-MODE-FLAG
014700         MOVE "Y" TO WS-BATCH-MODE-FLAG
014710         MOVE "S" TO WS-PAY-TYPE
014720         MOVE "PAYROLL-SUPP-CHECKPOINT.TXT" TO WS-CHKPT-FILENAME
014730         MOVE ".SUP.BAK" TO WS-BACKUP-SUFFIX
014740         DISPLAY "PAYROLL-SUPPLEMENTAL.TXT ON HAND - OFF-CYCLE"
014750             " SUPPLEMENTAL RUN, TIMECARDS NOT READ"
014760     END-IF.
014770*-----------------------------------------------------------------
014780 120-RESOLVE-SUPP-RATES.
014790     PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
014800             UNTIL WS-TAX-IDX > WS-TAX-CNT
014810         IF WS-TX-JURIS(WS-TAX-IDX) = "P"
014820             MOVE WS-TX-RATE(WS-TAX-IDX) TO WS-SUPP-FED-RATE
014830         END-IF
014840         IF WS-TX-JURIS(WS-TAX-IDX) = "Q"
014850             MOVE WS-TX-RATE(WS-TAX-IDX) TO WS-SUPP-ST-RATE
014860         END-IF
014870     END-PERFORM.
014880*-----------------------------------------------------------------
014890*    EVERY SUPPLEMENTAL LINE FOR THE EMPLOYEE ADDS INTO THIS
014900*    CHECK. AN EARN TYPE OTHER THAN BON, COM, OR COR IS NOT PAID
014910*    AND GOES TO THE EXCEPTION LISTING.
014920 224-COMPUTE-GROSS-FROM-SUPP.
014930     MOVE "N" TO WS-SP-FOUND-FLAG.
014940     MOVE "N" TO WS-SP-DED-FLAG.
014950     MOVE ZERO TO WS-WEEKLY-GROSS.
014960     MOVE ZERO TO WS-REG-PAY.
014970     MOVE ZERO TO WS-OT-PAY.
014980     MOVE ZERO TO WS-PREM-PAY.
014990     PERFORM VARYING WS-SP-IDX FROM 1 BY 1
015000             UNTIL WS-SP-IDX > WS-SP-CNT
015010         IF WS-SP-EMP(WS-SP-IDX) = EMP-ID-IN
015020             MOVE "Y" TO WS-SP-USED(WS-SP-IDX)
015030             EVALUATE WS-SP-TYPE(WS-SP-IDX)
015040                 WHEN "COR"
015050                     ADD WS-SP-AMT(WS-SP-IDX) TO WS-REG-PAY
015060                     MOVE "Y" TO WS-SP-FOUND-FLAG
015070                 WHEN "BON"
015080                 WHEN "COM"
015090                     ADD WS-SP-AMT(WS-SP-IDX) TO WS-PREM-PAY
015100                     MOVE "Y" TO WS-SP-FOUND-FLAG
015110                 WHEN OTHER
015120                     MOVE SPACES TO PRATE-EXCPT-REC
015130                     MOVE EMP-ID-IN    TO PX-ID
015140                     MOVE EMP-FNAME-IN TO PX-FNAME
015150                     MOVE EMP-LNAME-IN TO PX-LNAME
015160                     MOVE EMP-PRATE-IN TO PX-PRATE
015170                     MOVE "SUPP EARN TYPE UNKNOWN - NOT PAID"
015180                         TO PX-REASON
015190                     WRITE PRATE-EXCPT-REC
015200             END-EVALUATE
015210             IF WS-SP-DED(WS-SP-IDX) = "Y"
015220                 MOVE "Y" TO WS-SP-DED-FLAG
015230             END-IF
015240         END-IF
015250     END-PERFORM.
015260     COMPUTE WS-WEEKLY-GROSS = WS-REG-PAY + WS-PREM-PAY.
015270*-----------------------------------------------------------------
015280*    A LINE NEVER MATCHED TO AN ACTIVE MASTER RECORD - NO SUCH
015290*    EMPLOYEE, OR ONE ALREADY TERMINATED - WAS NOT PAID.
015300 225-WRITE-ORPHAN-SUPPLEMENTAL.
015310     PERFORM VARYING WS-SP-IDX FROM 1 BY 1
015320             UNTIL WS-SP-IDX > WS-SP-CNT
015330         IF WS-SP-USED(WS-SP-IDX) NOT = "Y"
015340             MOVE SPACES TO PRATE-EXCPT-REC
015350             MOVE WS-SP-EMP(WS-SP-IDX) TO PX-ID
015360             MOVE SPACES TO PX-FNAME
015370             MOVE SPACES TO PX-LNAME
015380             MOVE ZERO TO PX-PRATE
015390             MOVE "SUPP LINE - NO ACTIVE MASTER" TO PX-REASON
015400             WRITE PRATE-EXCPT-REC
015410         END-IF
015420     END-PERFORM.
015430*-----------------------------------------------------------------
015440*    ONCE THE OFF-CYCLE RUN FINISHES THE INPUT IS EMPTIED SO THE
015450*    SAME LINES CAN NEVER PAY TWICE AND THE NEXT RUN GOES BACK
015460*    TO THE TIMECARDS. A RUN THAT DIES SHORT OF HERE LEAVES THE
015470*    FILE IN PLACE FOR THE RESTART.
015480 226-CLEAR-SUPPLEMENTAL.
015490     OPEN OUTPUT SUPP-PAY-IO.
015500     CLOSE SUPP-PAY-IO.
015510*-----------------------------------------------------------------
015520*    BACK-DATED RATE CHANGES WAITING ON RETRO PAY. A TABLE THAT
015530*    FILLS LEAVES THE QUEUE FILE AS IT WAS AT END OF RUN - A WEEK
015540*    ALREADY TRUED UP RE-PRICES TO NOTHING, SO NOTHING PAYS TWICE.
015550 121-LOAD-RETRO-PENDING.
015560     MOVE ZERO TO WS-RT-CNT.
015570     OPEN INPUT RETRO-PEND-IO.
015580     IF WS-RT-STATUS NOT = "35"
015590         READ RETRO-PEND-IO AT END MOVE "Y" TO WS-RT-EOF-FLAG
015600         END-READ
015610         PERFORM UNTIL WS-RT-EOF OR WS-RT-CNT >= 100
015620             ADD 1 TO WS-RT-CNT
015630             MOVE RP-EMP-ID       TO WS-RT-EMP(WS-RT-CNT)
015640             MOVE RP-OLD-RATE     TO WS-RT-OLD(WS-RT-CNT)
015650             MOVE RP-NEW-RATE     TO WS-RT-NEW(WS-RT-CNT)
015660             MOVE RP-EFF-DATE     TO WS-RT-EFF(WS-RT-CNT)
015670             MOVE RP-APPROVE-DATE TO WS-RT-APPR(WS-RT-CNT)
015680             MOVE "N"             TO WS-RT-DONE(WS-RT-CNT)
015690             READ RETRO-PEND-IO AT END MOVE "Y" TO WS-RT-EOF-FLAG
015700             END-READ
015710         END-PERFORM
015720         IF NOT WS-RT-EOF
015730             DISPLAY "*** RETRO TABLE FULL AT 100 - "
015740                 "REMAINING CHANGES HELD FOR NEXT RUN ***"
015750         END-IF
015760         CLOSE RETRO-PEND-IO
015770     END-IF.
015780     IF WS-RESTARTING
015790         OPEN EXTEND RETRO-REG-OUT
015800     END-IF.
015810     IF NOT WS-RESTARTING OR WS-RR-STATUS = "35"
015820         OPEN OUTPUT RETRO-REG-OUT
015830         MOVE WS-RUN-MONTH TO RRH-MM
015840         MOVE WS-RUN-DAY   TO RRH-DD
015850         MOVE WS-RUN-YEAR  TO RRH-YYYY
015860         WRITE RETRO-REG-REC FROM WS-RR-HDR-1
015870         WRITE RETRO-REG-REC FROM WS-RR-HDR-2
015880     END-IF.
015890*-----------------------------------------------------------------
015900*    EVERY REGULAR WEEK ON THE EMPLOYEE'S HISTORY FROM THE FIRST
015910*    QUEUED EFFECTIVE DATE UP TO (NOT INCLUDING) THIS PAY DATE IS
015920*    RE-PRICED. THIS WEEK ALREADY PAYS AT THE NEW RATE.
015930 227-COMPUTE-RETRO.
015940     MOVE 99999999 TO WS-RT-FROM-DATE.
015950     PERFORM VARYING WS-RT-IDX FROM 1 BY 1
015960             UNTIL WS-RT-IDX > WS-RT-CNT
015970         IF WS-RT-EMP(WS-RT-IDX) = EMP-ID-IN
015980             MOVE "Y" TO WS-RT-DONE(WS-RT-IDX)
015990             IF WS-RT-EFF(WS-RT-IDX) < WS-RT-FROM-DATE
016000                 MOVE WS-RT-EFF(WS-RT-IDX) TO WS-RT-FROM-DATE
016010             END-IF
016020         END-IF
016030     END-PERFORM.
016040     IF WS-RT-FROM-DATE < WS-RUN-DATE-NUM
016050         MOVE EMP-ID-IN       TO PH-EMP-ID
016060         MOVE WS-RT-FROM-DATE TO PH-PAY-DATE
016070         MOVE SPACE           TO PH-PAY-TYPE
016080         START PAY-HIST-IO KEY IS >= PH-KEY
016090             INVALID KEY MOVE "23" TO WS-PH-STATUS
016100         END-START
016110         PERFORM UNTIL WS-PH-STATUS NOT = "00"
016120             READ PAY-HIST-IO NEXT RECORD
016130                 AT END MOVE "10" TO WS-PH-STATUS
016140             END-READ
016150             IF WS-PH-STATUS = "00"
016160                 IF PH-EMP-ID = EMP-ID-IN AND
016170                    PH-PAY-DATE < WS-RUN-DATE-NUM
016180                     IF PH-REGULAR-PAY
016190                         PERFORM 228-RETRO-ONE-WEEK
016200                     END-IF
016210                 ELSE
016220                     MOVE "10" TO WS-PH-STATUS
016230                 END-IF
016240             END-IF
016250         END-PERFORM
016260         MOVE "00" TO WS-PH-STATUS
016270         IF WS-RETRO-PAY > ZERO
016280             MOVE WS-RETRO-PAY TO RRT-AMOUNT
016290             WRITE RETRO-REG-REC FROM WS-RR-TOTAL
016300             ADD 1 TO WS-RETRO-EMP-CNT
016310         END-IF
016320     END-IF.
016330*-----------------------------------------------------------------
016340*    THE WEEK IS OWED THE LATEST QUEUED RATE EFFECTIVE BY ITS PAY
016350*    DATE, LESS WHAT IT HAS BEEN PAID AT - ITS OWN RATE OR AN
016360*    EARLIER TRUE-UP. A WEEK ALREADY TRUED UP ON THIS PAY DATE
016370*    (A CHECKPOINT RESTART RE-POSTING THE EMPLOYEE) COUNTS FROM
016380*    WHERE IT STOOD BEFORE. A RATE DECREASE TAKES NOTHING BACK.
016390 228-RETRO-ONE-WEEK.
016400     MOVE ZERO TO WS-RETRO-TARGET.
016410     PERFORM VARYING WS-RT-IDX FROM 1 BY 1
016420             UNTIL WS-RT-IDX > WS-RT-CNT
016430         IF WS-RT-EMP(WS-RT-IDX) = EMP-ID-IN AND
016440            WS-RT-EFF(WS-RT-IDX) <= PH-PAY-DATE
016450             MOVE WS-RT-NEW(WS-RT-IDX) TO WS-RETRO-TARGET
016460         END-IF
016470     END-PERFORM.
016480     IF PH-RETRO-DATE = WS-RUN-DATE-NUM
016490         MOVE PH-RETRO-BASE TO WS-RETRO-BASE
016500     ELSE
016510         IF PH-RETRO-RATE > PH-PAY-RATE
016520             MOVE PH-RETRO-RATE TO WS-RETRO-BASE
016530         ELSE
016540             MOVE PH-PAY-RATE TO WS-RETRO-BASE
016550         END-IF
016560     END-IF.
016570     MOVE PH-PAY-DATE TO WS-RR-YMD.
016580     IF WS-RETRO-TARGET > WS-RETRO-BASE
016590         COMPUTE WS-RETRO-WEEK ROUNDED =
016600             (WS-RETRO-TARGET - WS-RETRO-BASE) *
016610             (PH-REG-HRS + (PH-OT-HRS * WS-OT-FACTOR)
016620              + (PH-SHIFT-HRS * WS-SHIFT-FACTOR)
016630              + (PH-HOL-HRS * WS-HOL-FACTOR))
016640         IF WS-RETRO-WEEK = ZERO
016650             MOVE "NO HOURS ON HISTORY - FIGURE BY HAND"
016660                 TO RRN-TEXT
016670             PERFORM 229-WRITE-RETRO-NOTE
016680         ELSE
016690             MOVE WS-RETRO-BASE   TO PH-RETRO-BASE
016700             MOVE WS-RETRO-TARGET TO PH-RETRO-RATE
016710             MOVE WS-RUN-DATE-NUM TO PH-RETRO-DATE
016720             REWRITE PAY-HIST-REC
016730                 INVALID KEY
016740                     MOVE "HISTORY NOT UPDATED - NOT PAID"
016750                         TO RRN-TEXT
016760                     PERFORM 229-WRITE-RETRO-NOTE
016770                 NOT INVALID KEY
016780                     ADD WS-RETRO-WEEK TO WS-RETRO-PAY
016790                     MOVE EMP-ID-IN       TO RRD-EMP
016800                     MOVE EMP-LNAME-IN    TO RRD-LNAME
016810                     MOVE WS-RR-MM        TO RRD-MM
016820                     MOVE WS-RR-DD        TO RRD-DD
016830                     MOVE WS-RR-YYYY      TO RRD-YYYY
016840                     MOVE PH-REG-HRS      TO RRD-REG
016850                     MOVE PH-OT-HRS       TO RRD-OT
016860                     MOVE PH-SHIFT-HRS    TO RRD-SHIFT
016870                     MOVE PH-HOL-HRS      TO RRD-HOL
016880                     MOVE WS-RETRO-BASE   TO RRD-OLD
016890                     MOVE WS-RETRO-TARGET TO RRD-NEW
016900                     MOVE WS-RETRO-WEEK   TO RRD-AMOUNT
016910                     WRITE RETRO-REG-REC FROM WS-RR-DETAIL
016920             END-REWRITE
016930         END-IF
016940     ELSE
016950         IF WS-RETRO-TARGET > ZERO AND
016960            WS-RETRO-TARGET < WS-RETRO-BASE
016970             MOVE "RATE DECREASE - NOTHING TAKEN BACK"
016980                 TO RRN-TEXT
016990             PERFORM 229-WRITE-RETRO-NOTE
017000         END-IF
017010     END-IF.
017020*-----------------------------------------------------------------
017030 229-WRITE-RETRO-NOTE.
017040     MOVE EMP-ID-IN    TO RRN-EMP.
017050     MOVE EMP-LNAME-IN TO RRN-LNAME.
017060     MOVE WS-RR-MM     TO RRN-MM.
017070     MOVE WS-RR-DD     TO RRN-DD.
017080     MOVE WS-RR-YYYY   TO RRN-YYYY.
017090     WRITE RETRO-REG-REC FROM WS-RR-NOTE.
017100*-----------------------------------------------------------------
017110*    CHANGES FOR EMPLOYEES WHO DREW NO CHECK THIS RUN GO BACK ON
017120*    THE QUEUE FOR NEXT WEEK; THE REST ARE DONE.
017130 261-FINISH-RETRO.
017140     IF WS-RETRO-EMP-CNT = ZERO AND NOT WS-RESTARTING
017150         MOVE "NO RETROACTIVE PAY ON THIS RUN" TO RETRO-REG-REC
017160         WRITE RETRO-REG-REC
017170     END-IF.
017180     CLOSE RETRO-REG-OUT.
017190     DISPLAY "EMPLOYEES PAID RETRO = " WS-RETRO-EMP-CNT.
017200     IF WS-RT-CNT > ZERO AND WS-RT-EOF
017210         OPEN OUTPUT RETRO-PEND-IO
017220         PERFORM VARYING WS-RT-IDX FROM 1 BY 1
017230                 UNTIL WS-RT-IDX > WS-RT-CNT
017240             IF WS-RT-DONE(WS-RT-IDX) NOT = "Y"
017250                 MOVE WS-RT-EMP(WS-RT-IDX)  TO RP-EMP-ID
017260                 MOVE WS-RT-OLD(WS-RT-IDX)  TO RP-OLD-RATE
017270                 MOVE WS-RT-NEW(WS-RT-IDX)  TO RP-NEW-RATE
017280                 MOVE WS-RT-EFF(WS-RT-IDX)  TO RP-EFF-DATE
017290                 MOVE WS-RT-APPR(WS-RT-IDX) TO RP-APPROVE-DATE
017300                 WRITE RETRO-PEND-REC
017310             END-IF
017320         END-PERFORM
017330         CLOSE RETRO-PEND-IO
017340     END-IF.
017350*-----------------------------------------------------------------
017360*    THE DEPARTMENT GL MAP - ONE ROW PER DEPARTMENT CODE WITH THE
017370*    EXPENSE ACCOUNTS ITS WAGES, PAID LEAVE, AND EMPLOYER TAXES
017380*    GO TO. A BLANK WAGE OR TAX ACCOUNT MEANS 6010 OR 6020; A
017390*    BLANK LEAVE ACCOUNT MEANS THE DEPARTMENT'S WAGE ACCOUNT.
017400 122-LOAD-DEPT-GL.
017410     MOVE 1 TO WS-DG-CNT.
017420     MOVE SPACES TO WS-DG-DEPT(1).
017430     MOVE "NO HOME DEPARTMENT" TO WS-DG-NAME(1).
017440     MOVE WS-GL-PAY-EXP-ACCT TO WS-DG-WAGE-ACCT(1).
017450     MOVE WS-GL-PAY-EXP-ACCT TO WS-DG-BEN-ACCT(1).
017460     MOVE WS-GL-ER-TAX-EXP-ACCT TO WS-DG-TAX-ACCT(1).
017470     MOVE "Y" TO WS-DG-MAPPED(1).
017480     PERFORM 235-CLEAR-DEPT-TOTALS.
017490     OPEN INPUT DEPT-GL-IN.
017500     IF WS-DG-STATUS = "35"
017510         DISPLAY "PAYROLL-DEPT-GL.TXT NOT FOUND - LABOR STAYS IN"
017520             " THE PAYROLL EXPENSE ACCOUNTS"
017530     ELSE
017540         READ DEPT-GL-IN AT END MOVE "Y" TO WS-DG-EOF-FLAG
017550         END-READ
017560         PERFORM UNTIL WS-DG-EOF OR WS-DG-CNT >= 30
017570             ADD 1 TO WS-DG-CNT
017580             MOVE DG-DEPT TO WS-DG-DEPT(WS-DG-CNT)
017590             MOVE DG-NAME TO WS-DG-NAME(WS-DG-CNT)
017600             MOVE DG-WAGE-ACCT TO WS-DG-WAGE-ACCT(WS-DG-CNT)
017610             IF DG-WAGE-ACCT = SPACES
017620                 MOVE WS-GL-PAY-EXP-ACCT
017630                     TO WS-DG-WAGE-ACCT(WS-DG-CNT)
017640             END-IF
017650             MOVE DG-BEN-ACCT TO WS-DG-BEN-ACCT(WS-DG-CNT)
017660             IF DG-BEN-ACCT = SPACES
017670                 MOVE WS-DG-WAGE-ACCT(WS-DG-CNT)
017680                     TO WS-DG-BEN-ACCT(WS-DG-CNT)
017690             END-IF
017700             MOVE DG-TAX-ACCT TO WS-DG-TAX-ACCT(WS-DG-CNT)
017710             IF DG-TAX-ACCT = SPACES
017720                 MOVE WS-GL-ER-TAX-EXP-ACCT
017730                     TO WS-DG-TAX-ACCT(WS-DG-CNT)
017740             END-IF
017750             MOVE "Y" TO WS-DG-MAPPED(WS-DG-CNT)
017760             PERFORM 235-CLEAR-DEPT-TOTALS
017770             READ DEPT-GL-IN AT END MOVE "Y" TO WS-DG-EOF-FLAG
017780             END-READ
017790         END-PERFORM
017800         IF NOT WS-DG-EOF
017810             DISPLAY "*** DEPARTMENT MAP FULL AT 30 - REMAINING "
017820                 "DEPARTMENTS STAY IN 6010/6020 ***"
017830         END-IF
017840         CLOSE DEPT-GL-IN
017850     END-IF.
017860*-----------------------------------------------------------------
017870*    ONE CARD'S (OR ONE KEYED AMOUNT'S) LABOR INTO ITS
017871*    DEPARTMENT'S RUN TOTALS AND INTO THE EMPLOYEE'S OWN SPLIT
017880*    OF THE WEEK.
017890 231-ADD-EMP-LABOR.
017900     PERFORM 233-FIND-DEPARTMENT.
017910     ADD WS-CARD-WORK-HRS  TO WS-DG-WORK-HRS(WS-DG-HIT).
017920     ADD WS-CARD-LEAVE-HRS TO WS-DG-LEAVE-HRS(WS-DG-HIT).
017930     ADD WS-CARD-WAGES     TO WS-DG-WAGES(WS-DG-HIT).
017940     ADD WS-CARD-LEAVE     TO WS-DG-BENEFIT(WS-DG-HIT).
017950     MOVE "N" TO WS-EL-FOUND-FLAG.
017960     PERFORM VARYING WS-EL-IDX FROM 1 BY 1
017970             UNTIL WS-EL-IDX > WS-EL-CNT
017980         IF WS-EL-DG(WS-EL-IDX) = WS-DG-HIT
017990             ADD WS-CARD-WAGES WS-CARD-LEAVE
018000                 TO WS-EL-GROSS(WS-EL-IDX)
018010             MOVE "Y" TO WS-EL-FOUND-FLAG
018020         END-IF
018030     END-PERFORM.
018040     IF NOT WS-EL-FOUND AND WS-EL-CNT < 20
018050         ADD 1 TO WS-EL-CNT
018060         MOVE WS-DG-HIT TO WS-EL-DG(WS-EL-CNT)
018070         COMPUTE WS-EL-GROSS(WS-EL-CNT) =
018080             WS-CARD-WAGES + WS-CARD-LEAVE
018090     END-IF.
018100*-----------------------------------------------------------------
018110*    THE EMPLOYEE'S EMPLOYER TAXES FOLLOW THE SAME SPLIT AS THE
018120*    GROSS; THE LAST DEPARTMENT TAKES WHATEVER ROUNDING LEAVES SO
018130*    THE PIECES ALWAYS ADD BACK TO THE EMPLOYEE'S TOTAL.
018140 232-DISTRIBUTE-ER-TAX.
018150     COMPUTE WS-EMP-ER-TAX = WS-ER-FICA + WS-ER-FUTA + WS-ER-SUTA.
018160     MOVE WS-EMP-ER-TAX TO WS-EL-ER-LEFT.
018170     PERFORM VARYING WS-EL-IDX FROM 1 BY 1
018180             UNTIL WS-EL-IDX > WS-EL-CNT
018190         IF WS-EL-IDX = WS-EL-CNT OR WS-WEEKLY-GROSS = ZERO
018200             MOVE WS-EL-ER-LEFT TO WS-EL-ER-TAX
018210         ELSE
018220             COMPUTE WS-EL-ER-TAX ROUNDED =
018230                 WS-EMP-ER-TAX * WS-EL-GROSS(WS-EL-IDX)
018240                 / WS-WEEKLY-GROSS
018250             IF WS-EL-ER-TAX > WS-EL-ER-LEFT
018260                 MOVE WS-EL-ER-LEFT TO WS-EL-ER-TAX
018270             END-IF
018280         END-IF
018290         SUBTRACT WS-EL-ER-TAX FROM WS-EL-ER-LEFT
018300         MOVE WS-EL-DG(WS-EL-IDX) TO WS-DG-HIT
018310         ADD WS-EL-ER-TAX TO WS-DG-ER-TAX(WS-DG-HIT)
018320     END-PERFORM.
018330*-----------------------------------------------------------------
018340*    A BLANK DEPARTMENT IS ROW 1; A CODE NOT ON THE MAP GETS A ROW
018350*    OF ITS OWN ON THE REPORT BUT IS BOOKED TO 6010/6020.
018360 233-FIND-DEPARTMENT.
018370     MOVE 1 TO WS-DG-HIT.
018380     IF WS-CARD-DEPT NOT = SPACES
018390         MOVE ZERO TO WS-DG-HIT
018400         PERFORM VARYING WS-DG-IDX FROM 2 BY 1
018410                 UNTIL WS-DG-HIT > ZERO OR WS-DG-IDX > WS-DG-CNT
018420             IF WS-DG-DEPT(WS-DG-IDX) = WS-CARD-DEPT
018430                 MOVE WS-DG-IDX TO WS-DG-HIT
018440             END-IF
018450         END-PERFORM
018460         IF WS-DG-HIT = ZERO
018470             PERFORM 234-ADD-UNMAPPED-DEPT
018480         END-IF
018490     END-IF.
018500*-----------------------------------------------------------------
018510 234-ADD-UNMAPPED-DEPT.
018520     MOVE "Y" TO WS-DG-UNMAPPED-FLAG.
018530     IF WS-DG-CNT < 30
018540         ADD 1 TO WS-DG-CNT
018550         MOVE WS-CARD-DEPT TO WS-DG-DEPT(WS-DG-CNT)
018560         MOVE "NOT ON GL MAP" TO WS-DG-NAME(WS-DG-CNT)
018570         MOVE WS-GL-PAY-EXP-ACCT TO WS-DG-WAGE-ACCT(WS-DG-CNT)
018580         MOVE WS-GL-PAY-EXP-ACCT TO WS-DG-BEN-ACCT(WS-DG-CNT)
018590         MOVE WS-GL-ER-TAX-EXP-ACCT TO WS-DG-TAX-ACCT(WS-DG-CNT)
018600         MOVE "N" TO WS-DG-MAPPED(WS-DG-CNT)
018610         PERFORM 235-CLEAR-DEPT-TOTALS
018620         MOVE WS-DG-CNT TO WS-DG-HIT
018630     ELSE
018640         MOVE 1 TO WS-DG-HIT
018650     END-IF.
018660     MOVE SPACES TO PRATE-EXCPT-REC.
018670     MOVE EMP-ID-IN    TO PX-ID.
018680     MOVE EMP-FNAME-IN TO PX-FNAME.
018690     MOVE EMP-LNAME-IN TO PX-LNAME.
018700     MOVE EMP-PRATE-IN TO PX-PRATE.
018710     MOVE WS-CARD-DEPT TO WS-DGX-DEPT.
018720     MOVE WS-DGX-REASON TO PX-REASON.
018730     WRITE PRATE-EXCPT-REC.
018740*-----------------------------------------------------------------
018750 235-CLEAR-DEPT-TOTALS.
018760     MOVE ZERO TO WS-DG-WORK-HRS(WS-DG-CNT).
018770     MOVE ZERO TO WS-DG-LEAVE-HRS(WS-DG-CNT).
018780     MOVE ZERO TO WS-DG-WAGES(WS-DG-CNT).
018790     MOVE ZERO TO WS-DG-BENEFIT(WS-DG-CNT).
018800     MOVE ZERO TO WS-DG-ER-TAX(WS-DG-CNT).
018810*-----------------------------------------------------------------
018820*    A DEPARTMENT BOOKED TO THE PAYROLL EXPENSE ACCOUNTS
018830*    THEMSELVES NEEDS NO PAIR - NOTHING MOVES.
018840 262-WRITE-DEPT-GL-PAIR.
018850     IF WS-GL-PAIR-AMT NOT = ZERO AND
018860        WS-GL-DR-ACCT NOT = WS-GL-CR-ACCT
018870         MOVE WS-GL-DEPT-DESC TO GL-DESCRIPTION
018880         PERFORM 256-WRITE-GL-PAIR
018890     END-IF.
018900*-----------------------------------------------------------------
018910*    HOURS AND DOLLARS BY DEPARTMENT FOR THE WEEK, WITH THE WAGES
018920*    AND PAID LEAVE PROVED BACK TO THE TOTAL GROSS THE RUN POSTED.
018930*    A SUPPLEMENTAL RUN ADDS ITS OWN SECTION AFTER THE WEEK'S.
018940 263-PRINT-LABOR-DIST.
018950     IF WS-SUPP-MODE
018960         OPEN EXTEND LABOR-DIST-OUT
018970         MOVE "SUPPLEMENTAL LABOR DISTRIBUTION" TO LDH-TITLE
018980     END-IF.
018990     IF NOT WS-SUPP-MODE OR WS-LD-STATUS = "35"
019000         OPEN OUTPUT LABOR-DIST-OUT
019010     END-IF.
019020     MOVE WS-RUN-MONTH TO LDH-MM.
019030     MOVE WS-RUN-DAY   TO LDH-DD.
019040     MOVE WS-RUN-YEAR  TO LDH-YYYY.
019050     WRITE LABOR-DIST-REC FROM WS-LD-HDR-1.
019060     WRITE LABOR-DIST-REC FROM WS-LD-HDR-2.
019070     PERFORM VARYING WS-DG-IDX FROM 1 BY 1
019080             UNTIL WS-DG-IDX > WS-DG-CNT
019090         IF WS-DG-WORK-HRS(WS-DG-IDX) > ZERO OR
019100            WS-DG-LEAVE-HRS(WS-DG-IDX) > ZERO OR
019110            WS-DG-WAGES(WS-DG-IDX) NOT = ZERO OR
019120            WS-DG-BENEFIT(WS-DG-IDX) NOT = ZERO OR
019130            WS-DG-ER-TAX(WS-DG-IDX) NOT = ZERO
019140             PERFORM 264-WRITE-LABOR-DIST-ROW
019150         END-IF
019160     END-PERFORM.
019170     MOVE SPACES TO LDD-DEPT.
019180     MOVE "ALL DEPARTMENTS" TO LDD-NAME.
019190     MOVE WS-LD-TOT-WORK-HRS  TO LDD-WORK-HRS.
019200     MOVE WS-LD-TOT-LEAVE-HRS TO LDD-LEAVE-HRS.
019210     MOVE WS-LD-TOT-WAGES     TO LDD-WAGES.
019220     MOVE WS-LD-TOT-BENEFIT   TO LDD-BENEFIT.
019230     MOVE WS-LD-TOT-ER-TAX    TO LDD-ER-TAX.
019240     COMPUTE WS-LD-ROW-COST =
019250         WS-LD-TOT-WAGES + WS-LD-TOT-BENEFIT + WS-LD-TOT-ER-TAX.
019260     MOVE WS-LD-ROW-COST      TO LDD-TOTAL.
019270     MOVE SPACE               TO LDD-FLAG.
019280     MOVE SPACES TO LABOR-DIST-REC.
019290     WRITE LABOR-DIST-REC.
019300     WRITE LABOR-DIST-REC FROM WS-LD-DETAIL.
019310     COMPUTE WS-LD-DEPT-GROSS =
019311         WS-LD-TOT-WAGES + WS-LD-TOT-BENEFIT.
019320     MOVE WS-LD-DEPT-GROSS TO LDT-DEPT-GROSS.
019330     MOVE WS-TOT-RUN-GROSS TO LDT-RUN-GROSS.
019340     IF WS-LD-DEPT-GROSS = WS-TOT-RUN-GROSS
019350         MOVE "IN BALANCE" TO LDT-RESULT
019360     ELSE
019370         MOVE "OUT OF BALANCE" TO LDT-RESULT
019380         DISPLAY "*** LABOR DISTRIBUTION DOES NOT TIE TO "
019381             "GROSS ***"
019390         MOVE 8 TO RETURN-CODE
019395         MOVE 8 TO WS-STEP-RC
019400     END-IF.
019410     WRITE LABOR-DIST-REC FROM WS-LD-TIE.
019420     IF WS-DG-ANY-UNMAPPED
019430         WRITE LABOR-DIST-REC FROM WS-LD-NOTE
019440     END-IF.
019450     CLOSE LABOR-DIST-OUT.
019460*-----------------------------------------------------------------
019470 264-WRITE-LABOR-DIST-ROW.
019480     MOVE WS-DG-DEPT(WS-DG-IDX)      TO LDD-DEPT.
019490     MOVE WS-DG-NAME(WS-DG-IDX)      TO LDD-NAME.
019500     MOVE WS-DG-WORK-HRS(WS-DG-IDX)  TO LDD-WORK-HRS.
019510     MOVE WS-DG-LEAVE-HRS(WS-DG-IDX) TO LDD-LEAVE-HRS.
019520     MOVE WS-DG-WAGES(WS-DG-IDX)     TO LDD-WAGES.
019530     MOVE WS-DG-BENEFIT(WS-DG-IDX)   TO LDD-BENEFIT.
019540     MOVE WS-DG-ER-TAX(WS-DG-IDX)    TO LDD-ER-TAX.
019550     COMPUTE WS-LD-ROW-COST = WS-DG-WAGES(WS-DG-IDX)
019560         + WS-DG-BENEFIT(WS-DG-IDX) + WS-DG-ER-TAX(WS-DG-IDX).
019570     MOVE WS-LD-ROW-COST TO LDD-TOTAL.
019580     IF WS-DG-MAPPED(WS-DG-IDX) = "N"
019590         MOVE "*" TO LDD-FLAG
019600     ELSE
019610         MOVE SPACE TO LDD-FLAG
019620     END-IF.
019630     WRITE LABOR-DIST-REC FROM WS-LD-DETAIL.
019640     ADD WS-DG-WORK-HRS(WS-DG-IDX)  TO WS-LD-TOT-WORK-HRS.
019650     ADD WS-DG-LEAVE-HRS(WS-DG-IDX) TO WS-LD-TOT-LEAVE-HRS.
019660     ADD WS-DG-WAGES(WS-DG-IDX)     TO WS-LD-TOT-WAGES.
019670     ADD WS-DG-BENEFIT(WS-DG-IDX)   TO WS-LD-TOT-BENEFIT.
019680     ADD WS-DG-ER-TAX(WS-DG-IDX)    TO WS-LD-TOT-ER-TAX.
019690*-----------------------------------------------------------------
019700*    ONE PLAN RECORD. A ZERO LIMIT OR CATCH-UP AGE KEEPS THE
019710*    FALLBACK; A ZERO CATCH-UP OR MATCH MEANS THE PLAN HAS NONE.
019720 123-LOAD-401K-PLAN.
019730     OPEN INPUT PLAN-401K-IN.
019740     IF WS-KP-STATUS = "00"
019750         READ PLAN-401K-IN
019760             AT END CONTINUE
019770             NOT AT END
019780                 MOVE "Y" TO WS-KP-ON-FILE-FLAG
019790                 MOVE KP-PLAN-ID TO WS-KP-PLAN-ID
019800                 IF KP-DED-CODE NOT = SPACES
019810                     MOVE KP-DED-CODE TO WS-KP-DED-CODE
019820                 END-IF
019830                 IF KP-DEFER-LIMIT > ZERO
019840                     MOVE KP-DEFER-LIMIT TO WS-KP-LIMIT
019850                 END-IF
019860                 IF KP-CATCHUP-AGE > ZERO
019870                     MOVE KP-CATCHUP-AGE TO WS-KP-CATCHUP-AGE
019880                 END-IF
019890                 MOVE KP-CATCHUP-LIMIT TO WS-KP-CATCHUP
019900                 MOVE KP-MATCH-PCT TO WS-KP-MATCH-PCT
019910                 MOVE KP-MATCH-UPTO TO WS-KP-MATCH-UPTO
019920         END-READ
019930         CLOSE PLAN-401K-IN
019940     END-IF.
019950     IF WS-KP-ON-FILE
019960         MOVE SPACES TO WS-KR-FILENAME
019970         STRING "PAYROLL-401K-" WS-RUN-DATE WS-PAY-TYPE ".TXT"
019980             DELIMITED BY SIZE INTO WS-KR-FILENAME
019990     ELSE
020000         DISPLAY "PAYROLL-401K-PLAN.TXT NOT FOUND - "
020010             "401K ELECTIONS TAKEN AFTER TAX, NO MATCH"
020020     END-IF.
020030*-----------------------------------------------------------------
020031*    THE DEFERRAL IS FIGURED OFF THE FULL GROSS AND HELD TO WHAT
020032*    IS LEFT OF THE EMPLOYEE'S ANNUAL LIMIT, THEN TO WHAT THE
020033*    CHECK CAN COVER AFTER THE TAXES ON THE FULL GROSS - TAXES ON
020034*    THE SMALLER WAGE CAN ONLY BE LESS, SO NET PAY STAYS
020035*    POSITIVE. FEDERAL AND STATE ARE THEN FIGURED AGAIN WITHOUT
020036*    IT. A BIRTH DATE OF ZERO ON THE MASTER GETS NO CATCH-UP.
020100 236-COMPUTE-DEFERRAL.
020110     PERFORM VARYING WS-DED-IDX FROM 1 BY 1
020120             UNTIL WS-DED-IDX > WS-DED-CNT
020130         IF WS-DED-EMP(WS-DED-IDX) = EMP-ID-IN AND
020140            WS-DED-CD(WS-DED-IDX) = WS-KP-DED-CODE
020150             IF WS-DED-METH(WS-DED-IDX) = "P"
020160                 COMPUTE WS-ONE-DEDUCT ROUNDED =
020170                     WS-WEEKLY-GROSS *
020180                     WS-DED-AMT(WS-DED-IDX) / 100
020190             ELSE
020200                 MOVE WS-DED-AMT(WS-DED-IDX) TO WS-ONE-DEDUCT
020210             END-IF
020220             ADD WS-ONE-DEDUCT TO WS-EMP-401K
020230         END-IF
020240     END-PERFORM.
020250     MOVE WS-KP-LIMIT TO WS-KP-EMP-LIMIT.
020260     IF EMP-BIRTH-DATE-IN > ZERO
020270         COMPUTE WS-KP-BIRTH-YEAR = EMP-BIRTH-DATE-IN / 10000
020280         IF WS-KP-BIRTH-YEAR + WS-KP-CATCHUP-AGE <= WS-RUN-YEAR
020290             ADD WS-KP-CATCHUP TO WS-KP-EMP-LIMIT
020300         END-IF
020310     END-IF.
020320     COMPUTE WS-KP-ROOM = WS-KP-EMP-LIMIT - EMP-YTD-401K-IN.
020330     IF WS-KP-ROOM < ZERO
020340         MOVE ZERO TO WS-KP-ROOM
020350     END-IF.
020360     IF WS-EMP-401K > WS-KP-ROOM
020370         IF WS-KP-ROOM > ZERO
020380             MOVE "401K STOPPED AT ANNUAL LIMIT" TO WS-KPX-REASON
020390             PERFORM 237-WRITE-401K-EXCEPTION
020400         END-IF
020410         MOVE WS-KP-ROOM TO WS-EMP-401K
020420     END-IF.
020430     COMPUTE WS-KP-ROOM =
020440         WS-WEEKLY-GROSS - EMP-FED-WH-OUT - EMP-ST-WH-OUT
020450         - EMP-FICA-OUT - EMP-MEDI-OUT.
020460     IF WS-KP-ROOM < ZERO
020470         MOVE ZERO TO WS-KP-ROOM
020480     END-IF.
020490     IF WS-EMP-401K > WS-KP-ROOM
020500         MOVE WS-KP-ROOM TO WS-EMP-401K
020510         MOVE "401K CUT BACK TO NET PAY" TO WS-KPX-REASON
020520         PERFORM 237-WRITE-401K-EXCEPTION
020530     END-IF.
020540     IF WS-EMP-401K > ZERO
020550         COMPUTE WS-FIT-WAGES = WS-WEEKLY-GROSS - WS-EMP-401K
020560         PERFORM 208-COMPUTE-TAXES
020570     END-IF.
020580     PERFORM 238-COMPUTE-MATCH.
020590*-----------------------------------------------------------------
020600 237-WRITE-401K-EXCEPTION.
020610     MOVE SPACES TO PRATE-EXCPT-REC.
020620     MOVE EMP-ID-IN    TO PX-ID.
020630     MOVE EMP-FNAME-IN TO PX-FNAME.
020640     MOVE EMP-LNAME-IN TO PX-LNAME.
020650     MOVE EMP-PRATE-IN TO PX-PRATE.
020660     MOVE WS-KPX-REASON TO PX-REASON.
020670     WRITE PRATE-EXCPT-REC.
020680*-----------------------------------------------------------------
020690*    THE MATCH IS THE PLAN'S PERCENT OF THE DEFERRAL, COUNTING THE
020700*    DEFERRAL ONLY UP TO THE PLAN'S PERCENT OF THIS CHECK'S GROSS
020710*    (NO CEILING WHEN THE PLAN GIVES NONE).
020720 238-COMPUTE-MATCH.
020730     MOVE WS-EMP-401K TO WS-KP-MATCH-BASE.
020740     IF WS-KP-MATCH-UPTO > ZERO
020750         COMPUTE WS-KP-MATCH-BASE ROUNDED =
020760             WS-WEEKLY-GROSS * WS-KP-MATCH-UPTO / 100
020770         IF WS-KP-MATCH-BASE > WS-EMP-401K
020780             MOVE WS-EMP-401K TO WS-KP-MATCH-BASE
020790         END-IF
020800     END-IF.
020810     COMPUTE WS-EMP-401K-ER ROUNDED =
020820         WS-KP-MATCH-BASE * WS-KP-MATCH-PCT / 100.
020830*-----------------------------------------------------------------
020840*    THE CONTRIBUTION FILE IS BUILT FROM THE EARNINGS HISTORY FOR
020850*    THIS PAY DATE AND PAY TYPE, NOT FROM THIS RUN'S TOTALS, SO A
020860*    RUN RESTARTED FROM A CHECKPOINT STILL REMITS EVERY EMPLOYEE
020870*    IT PAID. A FILE WITH NOTHING TO REMIT IS LEFT EMPTY AND NOT
020880*    PUT ON THE TRANSMISSION MANIFEST.
020890 265-WRITE-401K-REMIT.
020900     MOVE ZERO TO WS-KR-CNT.
020910     MOVE ZERO TO WS-KR-DEFER-TOT.
020920     MOVE ZERO TO WS-KR-MATCH-TOT.
020930     OPEN OUTPUT REMIT-401K-OUT.
020940     MOVE WS-KP-PLAN-ID   TO KRH-PLAN-ID.
020950     MOVE WS-RUN-DATE-NUM TO KRH-PAY-DATE.
020960     MOVE WS-PAY-TYPE     TO KRH-PAY-TYPE.
020970     WRITE REMIT-401K-REC FROM WS-KR-HEADER.
020980     MOVE LOW-VALUES TO PH-KEY.
020990     START PAY-HIST-IO KEY IS >= PH-KEY
021000         INVALID KEY MOVE "23" TO WS-PH-STATUS
021010     END-START.
021020     PERFORM UNTIL WS-PH-STATUS NOT = "00"
021030         READ PAY-HIST-IO NEXT RECORD
021040             AT END MOVE "10" TO WS-PH-STATUS
021050         END-READ
021060         IF WS-PH-STATUS = "00" AND
021070            PH-PAY-DATE = WS-RUN-DATE-NUM AND
021080            PH-PAY-TYPE = WS-PAY-TYPE AND
021090            (PH-401K-DEFER > ZERO OR PH-401K-MATCH > ZERO)
021100             PERFORM 266-WRITE-401K-REMIT-ROW
021110         END-IF
021120     END-PERFORM.
021130     MOVE "00" TO WS-PH-STATUS.
021140     MOVE WS-KR-CNT       TO KRT-COUNT.
021150     MOVE WS-KR-DEFER-TOT TO KRT-DEFERRAL.
021160     MOVE WS-KR-MATCH-TOT TO KRT-MATCH.
021170     WRITE REMIT-401K-REC FROM WS-KR-TRAILER.
021180     CLOSE REMIT-401K-OUT.
021190     IF WS-KR-CNT > ZERO
021200         DISPLAY "401K CONTRIBUTIONS WRITTEN - " WS-KR-CNT
021210             " EMPLOYEES"
021220         MOVE WS-KR-FILENAME TO WS-MANIFEST-FILE
021230         MOVE WS-KR-CNT TO WS-MANIFEST-CNT
021240         COMPUTE WS-MANIFEST-HASH =
021250             WS-KR-DEFER-TOT + WS-KR-MATCH-TOT
021260         CALL "DSB-MANIFEST" USING WS-MANIFEST-FILE
021270             WS-PROGRAM-NAME WS-MANIFEST-CNT WS-MANIFEST-HASH
021280     ELSE
021290         DISPLAY "NO 401K CONTRIBUTIONS THIS PAY DATE"
021300         OPEN OUTPUT REMIT-401K-OUT
021310         CLOSE REMIT-401K-OUT
021320     END-IF.
021330*-----------------------------------------------------------------
021340 266-WRITE-401K-REMIT-ROW.
021350     MOVE PH-EMP-ID     TO KRD-EMP-ID.
021360     MOVE PH-LNAME      TO KRD-LNAME.
021370     MOVE PH-FNAME      TO KRD-FNAME.
021380     MOVE PH-PAY-DATE   TO KRD-PAY-DATE.
021390     MOVE PH-GROSS      TO KRD-PLAN-COMP.
021400     MOVE PH-401K-DEFER TO KRD-DEFERRAL.
021410     MOVE PH-401K-MATCH TO KRD-MATCH.
021420     WRITE REMIT-401K-REC FROM WS-KR-DETAIL.
021430     ADD 1 TO WS-KR-CNT.
021440     ADD PH-401K-DEFER TO WS-KR-DEFER-TOT.
021450     ADD PH-401K-MATCH TO WS-KR-MATCH-TOT.
021460*-----------------------------------------------------------------
021470*    WHAT THE RUN OWES OUTSIDE PARTIES GOES TO THE PAYABLES FILE
021480*    FOR DSB-AP-DISB - ONE ITEM PER GARNISHMENT ORDER COLLECTED,
021490*    THE FEDERAL DEPOSIT (ONE ITEM PER LIABILITY ACCOUNT IT
021500*    RELIEVES - INCOME TAX WITHHELD, EMPLOYEE FICA AND MEDICARE,
021510*    THE EMPLOYER MATCH), THE STATE DEPOSIT, AND THE 401(K)
021520*    REMITTANCE. THE PAYEE IS THE PAYEE KEY OF THE AGENCY'S ENTRY
021530*    ON THE VENDOR MASTER. FUTA, SUTA, AND THE OTHER DEDUCTION
021540*    CODES ARE STILL REMITTED BY HAND.
021550 267-WRITE-PAYABLES.
021560     OPEN EXTEND PAYABLE-OUT.
021570     IF WS-AP-STATUS = "35"
021580         OPEN OUTPUT PAYABLE-OUT
021590         CLOSE PAYABLE-OUT
021600         OPEN EXTEND PAYABLE-OUT
021610     END-IF.
021620     PERFORM VARYING WS-GR-IDX FROM 1 BY 1
021630             UNTIL WS-GR-IDX > WS-GR-CNT
021640         MOVE WS-GR-PAYEE(WS-GR-IDX) TO AP-PAYEE
021650         MOVE WS-GR-CASE(WS-GR-IDX)  TO AP-REFERENCE
021660         MOVE "GARNISHMENT REMITTANCE" TO AP-DESCRIPTION
021670         MOVE WS-GL-GARN-PAY-ACCT TO AP-GL-ACCT
021680         MOVE WS-GR-THIS-RUN(WS-GR-IDX) TO WS-AP-AMT
021690         PERFORM 268-WRITE-ONE-PAYABLE
021700     END-PERFORM.
021710     MOVE "IRS TAX DEPOSIT" TO AP-PAYEE.
021720     MOVE WS-RUN-DATE-NUM TO AP-REFERENCE.
021730     MOVE "FEDERAL INCOME TAX WITHHELD" TO AP-DESCRIPTION.
021740     MOVE WS-GL-WH-PAY-ACCT TO AP-GL-ACCT.
021750     MOVE WS-TOTAL-FED-WH TO WS-AP-AMT.
021760     PERFORM 268-WRITE-ONE-PAYABLE.
021770     MOVE "EMPLOYEE FICA + MEDICARE" TO AP-DESCRIPTION.
021780     MOVE WS-GL-FICA-PAY-ACCT TO AP-GL-ACCT.
021790     MOVE WS-TOTAL-FICA-MEDI TO WS-AP-AMT.
021800     PERFORM 268-WRITE-ONE-PAYABLE.
021810     MOVE "EMPLOYER FICA + MEDICARE" TO AP-DESCRIPTION.
021820     MOVE WS-GL-ER-TAX-PAY-ACCT TO AP-GL-ACCT.
021830     MOVE WS-TOT-ER-MATCH TO WS-AP-AMT.
021840     PERFORM 268-WRITE-ONE-PAYABLE.
021850     MOVE "STATE TAX DEPOSIT" TO AP-PAYEE.
021860     MOVE "STATE INCOME TAX WITHHELD" TO AP-DESCRIPTION.
021870     MOVE WS-GL-WH-PAY-ACCT TO AP-GL-ACCT.
021880     MOVE WS-TOTAL-ST-WH TO WS-AP-AMT.
021890     PERFORM 268-WRITE-ONE-PAYABLE.
021900     IF WS-KP-ON-FILE
021910         MOVE "401K PLAN DEPOSIT" TO AP-PAYEE
021920         MOVE WS-KP-PLAN-ID TO AP-REFERENCE
021930         MOVE "401K DEFERRALS AND MATCH" TO AP-DESCRIPTION
021940         MOVE WS-GL-401K-PAY-ACCT TO AP-GL-ACCT
021950         COMPUTE WS-AP-AMT = WS-TOT-401K + WS-TOT-401K-ER
021960         PERFORM 268-WRITE-ONE-PAYABLE
021970     END-IF.
021980     CLOSE PAYABLE-OUT.
021990*-----------------------------------------------------------------
022000*    A ZERO AMOUNT (NOTHING COLLECTED ON AN ORDER, NO STATE TAX
022010*    THIS RUN) WRITES NOTHING. DUE THE PAY DATE - THE NEXT
022020*    DISBURSEMENT RUN PAYS IT.
022030 268-WRITE-ONE-PAYABLE.
022040     IF WS-AP-AMT > ZERO
022050         MOVE SPACES TO AP-VENDOR-ID
022060         MOVE "PAYROLL" TO AP-SOURCE
022070         MOVE WS-RUN-DATE-NUM TO AP-ENTRY-DATE
022080         MOVE WS-RUN-DATE-NUM TO AP-DUE-DATE
022090         MOVE WS-AP-AMT TO AP-AMOUNT
022100         MOVE "00" TO AP-BRANCH
022110         MOVE "O" TO AP-STATUS
022120         MOVE ZERO TO AP-PAID-DATE
022130         MOVE SPACE TO AP-PAY-METHOD
022140         MOVE SPACES TO AP-PAY-REF
022150         WRITE PAYABLE-REC
022160     END-IF.
