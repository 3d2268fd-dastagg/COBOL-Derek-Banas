000010*****************************************************************
000020* PROGRAM      : PTOMNT                                         *
000030* AUTHOR       : DAVID R. HENDERSON                             *
000040* INSTALLATION : DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS     *
000050* DATE-WRITTEN : 10/15/2026                                     *
000060*                                                               *
000070* REMARKS      : TRANSACTION-DRIVEN MAINTENANCE OF THE PAID-    *
000080*                TIME-OFF BALANCE FILE, KEYED BY IDENT, THAT    *
000090*                THE PAYROLL RUN ACCRUES VACATION AND SICK      *
000100*                HOURS INTO AND TIMEEDIT CHECKS TIME OFF        *
000110*                AGAINST.  READS A FILE OF ADD/CHANGE/ADJUST/   *
000120*                DELETE TRANSACTIONS, EDITS EACH ONE (IDENT     *
000130*                CHECK DIGIT, CUSTOMER-MASTER MATCH, SERVICE    *
000140*                DATE, NUMERIC HOURS), POSTS THE SURVIVORS      *
000150*                AGAINST PTOBAL, APPENDS A BEFORE/AFTER AUDIT   *
000160*                RECORD FOR EVERY POSTING, AND PRINTS A         *
000170*                POSTING REPORT.  AN ADD OPENS THE BALANCE      *
000180*                WITH THE HOURS CARRIED OVER FROM THE OLD       *
000190*                INDEX CARDS; AN ADJUSTMENT POSTS A SIGNED      *
000200*                CORRECTION OR GRANT TO THE HOURS ACCRUED.      *
000210*****************************************************************
000220* MODIFICATION HISTORY                                          *
000230*-----------------------------------------------------------------
000240* DATE       INIT  DESCRIPTION                                  *
000250* 10/15/2026 DRH   ORIGINAL PROGRAM.                            *
000260*****************************************************************
000270  IDENTIFICATION DIVISION.
000280  PROGRAM-ID. PTOMNT.
000290  AUTHOR. DAVID R. HENDERSON.
000300  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000310  DATE-WRITTEN. 10/15/2026.
000320  DATE-COMPILED.
000330  ENVIRONMENT DIVISION.
000340
000350  CONFIGURATION SECTION.
000360  SOURCE-COMPUTER. IBM-370.
000370  OBJECT-COMPUTER. IBM-370.
000380  SPECIAL-NAMES.
000390      C01 IS TOP-OF-PAGE.
000400
000410  INPUT-OUTPUT SECTION.
000420  FILE-CONTROL.
000430*****************************************************************
000440* TRANSACTION-FILE CARRIES ONE MAINTENANCE TRANSACTION PER      *
000450* RECORD - AN ACTION CODE (A/C/J/D) FOLLOWED BY THE IDENT, THE  *
000460* SERVICE DATE AND THE VACATION AND SICK HOURS THE ACTION       *
000470* APPLIES.                                                      *
000480*****************************************************************
000490      SELECT TRANSACTION-FILE
000500          ASSIGN TO "PTOTRAN"
000510          ORGANIZATION IS SEQUENTIAL
000520          FILE STATUS IS WS-TRN-FILE-STATUS.
000530
000540*****************************************************************
000550* PTO-BALANCE IS THE PAID-TIME-OFF BALANCE MASTER, KEYED BY     *
000560* IDENT THE SAME AS CUSTOMER-MASTER SO THE PAYROLL RUN AND      *
000570* TIMEEDIT CAN READ IT DIRECTLY BY KEY.                         *
000580*****************************************************************
000590      SELECT PTO-BALANCE-FILE
000600          ASSIGN TO "PTOBAL"
000610          ORGANIZATION IS INDEXED
000620          ACCESS MODE IS DYNAMIC
000630          RECORD KEY IS PB-IDENT
000640          FILE STATUS IS WS-PB-FILE-STATUS.
000650
000660*****************************************************************
000670* CUSTOMER-MASTER IS READ BY KEY TO VERIFY EACH TRANSACTION     *
000680* NAMES AN EMPLOYEE THAT ACTUALLY EXISTS.                       *
000690*****************************************************************
000700      SELECT CUSTOMER-MASTER-FILE
000710          ASSIGN TO "CUSTMAST"
000720          ORGANIZATION IS INDEXED
000730          ACCESS MODE IS DYNAMIC
000740          RECORD KEY IS CM-IDENT
000750          FILE STATUS IS WS-CM-FILE-STATUS.
000760
000770*****************************************************************
000780* PTO-AUDIT-FILE RECEIVES A BEFORE/AFTER TRANSACTION RECORD     *
000790* FOR EVERY POSTING - A BALANCE THE PAYROLL RUN PAYS TIME OFF   *
000800* AGAINST IS NOT CHANGED BY HAND WITHOUT A RECORD OF IT.        *
000810*****************************************************************
000820      SELECT PTO-AUDIT-FILE
000830          ASSIGN TO "PTOAUDIT"
000840          ORGANIZATION IS SEQUENTIAL
000850          FILE STATUS IS WS-AUD-FILE-STATUS.
000860
000870*****************************************************************
000880* POSTING-REPORT IS THE FORMATTED, PAGINATED REPORT OF APPLIED  *
000890* AND REJECTED TRANSACTIONS.                                    *
000900*****************************************************************
000910      SELECT POSTING-REPORT
000920          ASSIGN TO "PTORPT"
000930          ORGANIZATION IS SEQUENTIAL
000940          FILE STATUS IS WS-RPT-FILE-STATUS.
000950
000960  DATA DIVISION.
000970
000980  FILE SECTION.
000990*****************************************************************
001000* FD  - TRANSACTION-FILE                                        *
001010* ON AN ADD THE HOURS ARE THE OPENING AVAILABLE BALANCES; ON    *
001020* AN ADJUSTMENT THEY ARE SIGNED HOURS TO ADD TO (OR TAKE FROM)  *
001030* THE BALANCE.  A CHANGE ONLY CARRIES THE SERVICE DATE.         *
001040*****************************************************************
001050  FD  TRANSACTION-FILE
001060      LABEL RECORDS ARE STANDARD
001070      RECORD CONTAINS 24 CHARACTERS.
001080  01  TRANSACTION-RECORD.
001090      05  PT-ACTION               PIC X(01).
001100          88  PT-ACTION-ADD             VALUE "A".
001110          88  PT-ACTION-CHANGE          VALUE "C".
001120          88  PT-ACTION-ADJUST          VALUE "J".
001130          88  PT-ACTION-DELETE          VALUE "D".
001140      05  PT-IDENT                PIC 9(03).
001150      05  PT-SERVICE-DATE.
001160          10  PT-SVC-CCYY         PIC 9(04).
001170          10  PT-SVC-MM           PIC 9(02).
001180          10  PT-SVC-DD           PIC 9(02).
001190      05  PT-VAC-HOURS            PIC S9(04)V99.
001200      05  PT-SICK-HOURS           PIC S9(04)V99.
001210
001220*****************************************************************
001230* FD  - PTO-BALANCE-FILE                                        *
001240* EACH BALANCE IS KEPT AS CARRIED IN FROM LAST YEAR, ACCRUED    *
001250* AND TAKEN THIS YEAR, AND AVAILABLE - ALWAYS CARRIED PLUS      *
001260* ACCRUED LESS TAKEN.  THE SERVICE DATE DRIVES THE ACCRUAL      *
001270* BAND ON THE PTORATE TABLE.                                    *
001280*****************************************************************
001290  FD  PTO-BALANCE-FILE
001300      LABEL RECORDS ARE STANDARD
001310      RECORD CONTAINS 59 CHARACTERS.
001320  01  PTO-BALANCE-RECORD.
001330      05  PB-IDENT                PIC 9(03).
001340      05  PB-SERVICE-DATE.
001350          10  PB-SVC-CCYY         PIC 9(04).
001360          10  PB-SVC-MM           PIC 9(02).
001370          10  PB-SVC-DD           PIC 9(02).
001380      05  PB-VAC-CARRIED          PIC S9(04)V99.
001390      05  PB-VAC-ACCRUED          PIC S9(04)V99.
001400      05  PB-VAC-TAKEN            PIC 9(04)V99.
001410      05  PB-VAC-AVAILABLE        PIC S9(04)V99.
001420      05  PB-SICK-CARRIED         PIC S9(04)V99.
001430      05  PB-SICK-ACCRUED         PIC S9(04)V99.
001440      05  PB-SICK-TAKEN           PIC 9(04)V99.
001450      05  PB-SICK-AVAILABLE       PIC S9(04)V99.
001460
001470*****************************************************************
001480* FD  - CUSTOMER-MASTER-FILE                                    *
001490*****************************************************************
001500  FD  CUSTOMER-MASTER-FILE
001510      LABEL RECORDS ARE STANDARD
001520      RECORD CONTAINS 60 CHARACTERS.
001530  01  CUSTOMER-MASTER-RECORD.
001540      05  CM-IDENT                PIC 9(03).
001550      05  CM-CUSTNAME             PIC X(20).
001560      05  CM-DATEOFBIRTH.
001570          10  CM-MOB              PIC 9(02).
001580          10  CM-DOB              PIC 9(02).
001590          10  CM-YOB              PIC 9(04).
001600      05  CM-HOURS-WORKED         PIC 9(03)V99.
001610      05  CM-HOURLY-RATE          PIC 9(03)V99.
001620      05  CM-AGE-YEARS            PIC 9(03).
001630      05  CM-STATUS               PIC X(01).
001640          88  CM-STATUS-ACTIVE          VALUE "A".
001650          88  CM-STATUS-LEAVE           VALUE "L".
001660          88  CM-STATUS-TERMINATED      VALUE "T".
001670      05  CM-STATUS-DATE          PIC 9(08).
001680      05  CM-PAY-TYPE             PIC X(01).
001690          88  CM-PAY-HOURLY             VALUE "H".
001700          88  CM-PAY-SALARIED           VALUE "S".
001710      05  CM-PERIOD-SALARY        PIC 9(04)V99.
001720
001730*****************************************************************
001740* FD  - PTO-AUDIT-FILE                                          *
001750*****************************************************************
001760  FD  PTO-AUDIT-FILE
001770      LABEL RECORDS ARE STANDARD
001780      RECORD CONTAINS 60 CHARACTERS.
001790  01  PTO-AUDIT-RECORD.
001800      05  PA-IDENT                PIC 9(03).
001810      05  PA-DATE                 PIC 9(08).
001820      05  PA-TIME                 PIC 9(08).
001830      05  PA-ACTION               PIC X(01).
001840      05  PA-OLD-SERVICE-DATE     PIC 9(08).
001850      05  PA-OLD-VAC-AVAILABLE    PIC S9(04)V99.
001860      05  PA-OLD-SICK-AVAILABLE   PIC S9(04)V99.
001870      05  PA-NEW-SERVICE-DATE     PIC 9(08).
001880      05  PA-NEW-VAC-AVAILABLE    PIC S9(04)V99.
001890      05  PA-NEW-SICK-AVAILABLE   PIC S9(04)V99.
001900
001910*****************************************************************
001920* FD  - POSTING-REPORT                                          *
001930*****************************************************************
001940  FD  POSTING-REPORT
001950      LABEL RECORDS ARE STANDARD
001960      RECORD CONTAINS 132 CHARACTERS.
001970  01  POSTING-RECORD              PIC X(132).
001980
001990  WORKING-STORAGE SECTION.
002000*****************************************************************
002010* FILE STATUS AND END-OF-FILE SWITCHES                          *
002020*****************************************************************
002030  77  WS-TRN-FILE-STATUS      PIC X(02) VALUE SPACES.
002040      88  WS-TRN-FILE-OK             VALUE "00".
002050
002060  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
002070      88  WS-END-OF-FILE             VALUE "Y".
002080      88  WS-NOT-END-OF-FILE         VALUE "N".
002090
002100  77  WS-PB-FILE-STATUS       PIC X(02) VALUE SPACES.
002110      88  WS-PB-FILE-OK              VALUE "00".
002120
002130  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
002140      88  WS-CM-FILE-OK              VALUE "00".
002150
002160  77  WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
002170      88  WS-AUD-FILE-OK             VALUE "00".
002180
002190  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
002200      88  WS-RPT-FILE-OK             VALUE "00".
002210
002220*****************************************************************
002230* TRANSACTION COUNTERS FOR THE POSTING REPORT TOTALS BLOCK      *
002240*****************************************************************
002250  77  WS-TRAN-READ-COUNT      PIC 9(07) VALUE ZEROS.
002260  77  WS-ADD-COUNT            PIC 9(07) VALUE ZEROS.
002270  77  WS-CHANGE-COUNT         PIC 9(07) VALUE ZEROS.
002280  77  WS-ADJUST-COUNT         PIC 9(07) VALUE ZEROS.
002290  77  WS-DELETE-COUNT         PIC 9(07) VALUE ZEROS.
002300  77  WS-REJECT-COUNT         PIC 9(07) VALUE ZEROS.
002310
002320  77  WS-IDENT-VALID-SW       PIC X(01) VALUE "Y".
002330      88  WS-IDENT-VALID             VALUE "Y".
002340      88  WS-IDENT-INVALID           VALUE "N".
002350
002360*****************************************************************
002370* SHARED EDIT SUBPROGRAM PARAMETER AREA.  ONLY THE IDENT IS     *
002380* CARRIED IN THE IMAGE - THE KEY-ONLY MODE "K" RUNS EDITMSTR'S  *
002390* IDENT CLASS AND CHECK-DIGIT PASSES, THE ONE COPY OF THE       *
002400* CHECK-DIGIT RULE EVERY PROGRAM SHARES.                        *
002410*****************************************************************
002420  01  EDIT-MASTER-PARMS.
002430      05  EM-EDIT-MODE            PIC X(01).
002440      05  EM-MASTER-IMAGE.
002450          10  EM-IDENT            PIC X(03).
002460          10  FILLER              PIC X(57).
002470      05  EM-CURRENT-DATE.
002480          10  EM-CURR-CCYY        PIC 9(04).
002490          10  EM-CURR-MM          PIC 9(02).
002500          10  EM-CURR-DD          PIC 9(02).
002510      05  EM-EDIT-VALID-SW        PIC X(01).
002520          88  EM-EDIT-VALID             VALUE "Y".
002530          88  EM-EDIT-INVALID           VALUE "N".
002540      05  EM-REASON-CODE          PIC X(01).
002550      05  EM-REASON-TEXT          PIC X(30).
002560      05  EM-AGE-DERIVED          PIC 9(03).
002570
002580*****************************************************************
002590* INPUT EDIT WORKING FIELDS                                     *
002600*****************************************************************
002610  77  WS-EDIT-VALID-SW        PIC X(01) VALUE "Y".
002620      88  WS-EDIT-VALID              VALUE "Y".
002630      88  WS-EDIT-INVALID            VALUE "N".
002640
002650  77  WS-REJECT-REASON-CODE   PIC X(01) VALUE SPACE.
002660  77  WS-REJECT-REASON-TEXT   PIC X(30) VALUE SPACES.
002670
002680  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
002690  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
002700      05  WS-CURR-CCYY        PIC 9(04).
002710      05  WS-CURR-MM          PIC 9(02).
002720      05  WS-CURR-DD          PIC 9(02).
002730
002740*****************************************************************
002750* POSTING REPORT LAYOUTS AND PAGE CONTROL FIELDS                *
002760*****************************************************************
002770  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
002780  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
002790  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
002800
002810  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
002820
002830  01  RPT-HEADING-1.
002840      05  FILLER              PIC X(01) VALUE SPACE.
002850      05  FILLER              PIC X(30) VALUE
002860          "PTO BALANCE MAINTENANCE".
002870      05  FILLER              PIC X(20) VALUE SPACES.
002880      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
002890      05  RPT-H1-DATE         PIC X(10).
002900      05  FILLER              PIC X(10) VALUE SPACES.
002910      05  FILLER              PIC X(06) VALUE "PAGE: ".
002920      05  RPT-H1-PAGE         PIC ZZZ9.
002930      05  FILLER              PIC X(41) VALUE SPACES.
002940
002950  01  RPT-HEADING-2.
002960      05  FILLER              PIC X(02) VALUE SPACES.
002970      05  FILLER              PIC X(05) VALUE "IDENT".
002980      05  FILLER              PIC X(05) VALUE SPACES.
002990      05  FILLER              PIC X(06) VALUE "ACTION".
003000      05  FILLER              PIC X(04) VALUE SPACES.
003010      05  FILLER              PIC X(11) VALUE "DISPOSITION".
003020      05  FILLER              PIC X(04) VALUE SPACES.
003030      05  FILLER              PIC X(30) VALUE "REASON".
003040      05  FILLER              PIC X(02) VALUE SPACES.
003050      05  FILLER              PIC X(08) VALUE " VAC HRS".
003060      05  FILLER              PIC X(03) VALUE SPACES.
003070      05  FILLER              PIC X(08) VALUE "SICK HRS".
003080      05  FILLER              PIC X(44) VALUE SPACES.
003090
003100  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
003110
003120*****************************************************************
003130* THE BALANCE COLUMNS SHOW THE HOURS AVAILABLE AS POSTED; A     *
003140* REJECTED OR DELETED TRANSACTION LEAVES THEM BLANK.            *
003150*****************************************************************
003160  01  RPT-DETAIL-LINE.
003170      05  FILLER              PIC X(02) VALUE SPACES.
003180      05  RPT-D-IDENT         PIC ZZ9.
003190      05  FILLER              PIC X(07) VALUE SPACES.
003200      05  RPT-D-ACTION        PIC X(01).
003210      05  FILLER              PIC X(09) VALUE SPACES.
003220      05  RPT-D-DISPOSITION   PIC X(08).
003230      05  FILLER              PIC X(07) VALUE SPACES.
003240      05  RPT-D-REASON        PIC X(30).
003250      05  FILLER              PIC X(02) VALUE SPACES.
003260      05  RPT-D-BALANCES.
003270          10  RPT-D-VAC       PIC ZZZ9.99-.
003280          10  FILLER          PIC X(03).
003290          10  RPT-D-SICK      PIC ZZZ9.99-.
003300      05  FILLER              PIC X(44) VALUE SPACES.
003310
003320  01  RPT-TOTAL-LINE.
003330      05  FILLER              PIC X(02) VALUE SPACES.
003340      05  RPT-T-LABEL         PIC X(25).
003350      05  RPT-T-COUNT         PIC ZZZ,ZZ9.
003360      05  FILLER              PIC X(98) VALUE SPACES.
003370
003380  PROCEDURE DIVISION.
003390*****************************************************************
003400*                         0000-MAINLINE                         *
003410*****************************************************************
003420  0000-MAINLINE.
003430
003440      PERFORM 1000-INITIALIZE
003450          THRU 1000-INITIALIZE-EXIT.
003460
003470      PERFORM 2000-PROCESS-TRANSACTIONS
003480          THRU 2000-PROCESS-TRANSACTIONS-EXIT
003490          UNTIL WS-END-OF-FILE.
003500
003510      PERFORM 3000-FINALIZE
003520          THRU 3000-FINALIZE-EXIT.
003530
003540      STOP RUN.
003550
003560*****************************************************************
003570*                        1000-INITIALIZE                        *
003580*  OPENS THE FILES AND PRINTS THE FIRST PAGE OF THE POSTING     *
003590*  REPORT.                                                      *
003600*****************************************************************
003610  1000-INITIALIZE.
003620
003630      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003640
003650      STRING WS-CURR-MM   DELIMITED BY SIZE
003660             "/"          DELIMITED BY SIZE
003670             WS-CURR-DD   DELIMITED BY SIZE
003680             "/"          DELIMITED BY SIZE
003690             WS-CURR-CCYY DELIMITED BY SIZE
003700          INTO WS-RUN-DATE-EDIT
003710
003720      OPEN INPUT TRANSACTION-FILE
003730
003740      IF NOT WS-TRN-FILE-OK
003750          DISPLAY "PTOMNT: UNABLE TO OPEN PTOTRAN, "
003760                  "STATUS = " WS-TRN-FILE-STATUS
003770          SET WS-END-OF-FILE TO TRUE
003780      END-IF.
003790
003800      OPEN I-O PTO-BALANCE-FILE
003810
003820      IF NOT WS-PB-FILE-OK
003830          DISPLAY "PTOMNT: UNABLE TO OPEN PTOBAL, "
003840                  "STATUS = " WS-PB-FILE-STATUS
003850          SET WS-END-OF-FILE TO TRUE
003860      END-IF.
003870
003880      OPEN INPUT CUSTOMER-MASTER-FILE
003890
003900      IF NOT WS-CM-FILE-OK
003910          DISPLAY "PTOMNT: UNABLE TO OPEN CUSTMAST, "
003920                  "STATUS = " WS-CM-FILE-STATUS
003930          SET WS-END-OF-FILE TO TRUE
003940      END-IF.
003950
003960      OPEN EXTEND PTO-AUDIT-FILE
003970
003980      IF NOT WS-AUD-FILE-OK
003990          DISPLAY "PTOMNT: UNABLE TO OPEN PTOAUDIT, "
004000                  "STATUS = " WS-AUD-FILE-STATUS
004010          SET WS-END-OF-FILE TO TRUE
004020      END-IF.
004030
004040      OPEN OUTPUT POSTING-REPORT
004050
004060      IF NOT WS-RPT-FILE-OK
004070          DISPLAY "PTOMNT: UNABLE TO OPEN PTORPT, "
004080                  "STATUS = " WS-RPT-FILE-STATUS
004090          SET WS-END-OF-FILE TO TRUE
004100      END-IF.
004110
004120      PERFORM 2810-PRINT-HEADINGS
004130          THRU 2810-PRINT-HEADINGS-EXIT.
004140
004150  1000-INITIALIZE-EXIT.
004160      EXIT.
004170
004180*****************************************************************
004190*                   2000-PROCESS-TRANSACTIONS                   *
004200*  MAIN READ LOOP - READS EACH TRANSACTION UNTIL END OF FILE,   *
004210*  EDITS IT, THEN POSTS IT BY ACTION CODE.  TRANSACTIONS THAT   *
004220*  FAIL ANY PASS ARE REJECTED TO THE POSTING REPORT.            *
004230*****************************************************************
004240  2000-PROCESS-TRANSACTIONS.
004250
004260      PERFORM 2100-READ-TRANSACTION
004270          THRU 2100-READ-TRANSACTION-EXIT.
004280
004290      IF WS-END-OF-FILE
004300          GO TO 2000-PROCESS-TRANSACTIONS-EXIT
004310      END-IF.
004320
004330      ADD 1 TO WS-TRAN-READ-COUNT
004340
004350      IF NOT PT-ACTION-ADD
004360          AND NOT PT-ACTION-CHANGE
004370          AND NOT PT-ACTION-ADJUST
004380          AND NOT PT-ACTION-DELETE
004390          MOVE "A" TO WS-REJECT-REASON-CODE
004400          PERFORM 2900-REJECT-TRANSACTION
004410              THRU 2900-REJECT-TRANSACTION-EXIT
004420          GO TO 2000-PROCESS-TRANSACTIONS-EXIT
004430      END-IF.
004440
004450      PERFORM 2200-EDIT-INPUT
004460          THRU 2200-EDIT-INPUT-EXIT.
004470
004480      IF WS-EDIT-INVALID
004490          MOVE "E" TO WS-REJECT-REASON-CODE
004500          PERFORM 2900-REJECT-TRANSACTION
004510              THRU 2900-REJECT-TRANSACTION-EXIT
004520          GO TO 2000-PROCESS-TRANSACTIONS-EXIT
004530      END-IF.
004540
004550      PERFORM 2300-VALIDATE-IDENT
004560          THRU 2300-VALIDATE-IDENT-EXIT.
004570
004580      IF WS-IDENT-INVALID
004590          MOVE "I" TO WS-REJECT-REASON-CODE
004600          PERFORM 2900-REJECT-TRANSACTION
004610              THRU 2900-REJECT-TRANSACTION-EXIT
004620          GO TO 2000-PROCESS-TRANSACTIONS-EXIT
004630      END-IF.
004640
004650      IF PT-ACTION-ADD
004660          PERFORM 2350-CHECK-CUSTOMER-MATCH
004670              THRU 2350-CHECK-CUSTOMER-MATCH-EXIT
004680          IF WS-EDIT-INVALID
004690              PERFORM 2900-REJECT-TRANSACTION
004700                  THRU 2900-REJECT-TRANSACTION-EXIT
004710              GO TO 2000-PROCESS-TRANSACTIONS-EXIT
004720          END-IF
004730      END-IF.
004740
004750      IF PT-ACTION-ADD
004760          PERFORM 2500-APPLY-ADD
004770              THRU 2500-APPLY-ADD-EXIT
004780      ELSE
004790      IF PT-ACTION-CHANGE
004800          PERFORM 2550-APPLY-CHANGE
004810              THRU 2550-APPLY-CHANGE-EXIT
004820      ELSE
004830      IF PT-ACTION-ADJUST
004840          PERFORM 2570-APPLY-ADJUSTMENT
004850              THRU 2570-APPLY-ADJUSTMENT-EXIT
004860      ELSE
004870          PERFORM 2600-APPLY-DELETE
004880              THRU 2600-APPLY-DELETE-EXIT
004890      END-IF
004900      END-IF
004910      END-IF.
004920
004930  2000-PROCESS-TRANSACTIONS-EXIT.
004940      EXIT.
004950
004960*****************************************************************
004970*                     2100-READ-TRANSACTION                     *
004980*****************************************************************
004990  2100-READ-TRANSACTION.
005000
005010      READ TRANSACTION-FILE
005020          AT END
005030              SET WS-END-OF-FILE TO TRUE
005040      END-READ.
005050
005060  2100-READ-TRANSACTION-EXIT.
005070      EXIT.
005080
005090*****************************************************************
005100*                        2200-EDIT-INPUT                        *
005110*  BASIC FIELD-PRESENCE AND CLASS EDITS.  A DELETE ONLY NEEDS   *
005120*  A USABLE IDENT.  AN ADD OR CHANGE NEEDS A SERVICE DATE THAT  *
005130*  IS A REAL DATE AND NOT IN THE FUTURE; AN ADD OR ADJUSTMENT   *
005140*  NEEDS NUMERIC HOURS, AND AN ADJUSTMENT OF NOTHING IS A       *
005150*  MISKEY.                                                      *
005160*****************************************************************
005170  2200-EDIT-INPUT.
005180
005190      SET WS-EDIT-VALID TO TRUE
005200
005210      IF PT-IDENT IS NOT NUMERIC
005220          SET WS-EDIT-INVALID TO TRUE
005230          GO TO 2200-EDIT-INPUT-EXIT
005240      END-IF
005250
005260      IF PT-IDENT = ZERO
005270          SET WS-EDIT-INVALID TO TRUE
005280          GO TO 2200-EDIT-INPUT-EXIT
005290      END-IF
005300
005310      IF PT-ACTION-DELETE
005320          GO TO 2200-EDIT-INPUT-EXIT
005330      END-IF
005340
005350      IF PT-ACTION-ADD OR PT-ACTION-CHANGE
005360          IF PT-SERVICE-DATE IS NOT NUMERIC
005370              SET WS-EDIT-INVALID TO TRUE
005380              GO TO 2200-EDIT-INPUT-EXIT
005390          END-IF
005400          IF PT-SVC-CCYY < 1900
005410              OR PT-SVC-MM < 1 OR PT-SVC-MM > 12
005420              OR PT-SVC-DD < 1 OR PT-SVC-DD > 31
005430              OR PT-SERVICE-DATE > WS-CURRENT-DATE
005440              SET WS-EDIT-INVALID TO TRUE
005450              GO TO 2200-EDIT-INPUT-EXIT
005460          END-IF
005470      END-IF
005480
005490      IF PT-ACTION-CHANGE
005500          GO TO 2200-EDIT-INPUT-EXIT
005510      END-IF
005520
005530      IF PT-VAC-HOURS IS NOT NUMERIC
005540          OR PT-SICK-HOURS IS NOT NUMERIC
005550          SET WS-EDIT-INVALID TO TRUE
005560          GO TO 2200-EDIT-INPUT-EXIT
005570      END-IF
005580
005590      IF PT-ACTION-ADJUST
005600          AND PT-VAC-HOURS = ZERO
005610          AND PT-SICK-HOURS = ZERO
005620          SET WS-EDIT-INVALID TO TRUE
005630          GO TO 2200-EDIT-INPUT-EXIT
005640      END-IF.
005650
005660  2200-EDIT-INPUT-EXIT.
005670      EXIT.
005680
005690*****************************************************************
005700*                      2300-VALIDATE-IDENT                      *
005710*  RUNS THE IDENT THROUGH THE SHARED EDITMSTR SUBPROGRAM IN     *
005720*  KEY-ONLY MODE - THE ONE COPY OF THE CHECK-DIGIT RULE.  THE   *
005730*  CLASS EDITS IN 2200 HAVE ALREADY PASSED, SO A FAILURE HERE   *
005740*  IS THE CHECK DIGIT.                                          *
005750*****************************************************************
005760  2300-VALIDATE-IDENT.
005770
005780      MOVE "K"          TO EM-EDIT-MODE
005790      MOVE SPACES       TO EM-MASTER-IMAGE
005800      MOVE PT-IDENT     TO EM-IDENT
005810      MOVE WS-CURR-CCYY TO EM-CURR-CCYY
005820      MOVE WS-CURR-MM   TO EM-CURR-MM
005830      MOVE WS-CURR-DD   TO EM-CURR-DD
005840
005850      CALL "EDITMSTR" USING EDIT-MASTER-PARMS
005860
005870      IF EM-EDIT-INVALID
005880          SET WS-IDENT-INVALID TO TRUE
005890      ELSE
005900          SET WS-IDENT-VALID TO TRUE
005910      END-IF.
005920
005930  2300-VALIDATE-IDENT-EXIT.
005940      EXIT.
005950
005960*****************************************************************
005970*                   2350-CHECK-CUSTOMER-MATCH                   *
005980*  READS CUSTOMER-MASTER BY KEY TO VERIFY AN ADD NAMES AN       *
005990*  EMPLOYEE THAT EXISTS AND IS NOT ALREADY TERMINATED - NO      *
006000*  BALANCES FOR PEOPLE NOT ON THE PAYROLL.  LEAVES THE REJECT   *
006010*  REASON CODE SET WHEN IT FAILS.                               *
006020*****************************************************************
006030  2350-CHECK-CUSTOMER-MATCH.
006040
006050      MOVE PT-IDENT TO CM-IDENT
006060
006070      READ CUSTOMER-MASTER-FILE
006080          INVALID KEY
006090              SET WS-EDIT-INVALID TO TRUE
006100              MOVE "M" TO WS-REJECT-REASON-CODE
006110              GO TO 2350-CHECK-CUSTOMER-MATCH-EXIT
006120      END-READ
006130
006140      IF CM-STATUS-TERMINATED
006150          SET WS-EDIT-INVALID TO TRUE
006160          MOVE "T" TO WS-REJECT-REASON-CODE
006170      END-IF.
006180
006190  2350-CHECK-CUSTOMER-MATCH-EXIT.
006200      EXIT.
006210
006220*****************************************************************
006230*                         2500-APPLY-ADD                        *
006240*  BUILDS A NEW PTO BALANCE RECORD AND WRITES IT.  THE OPENING  *
006250*  HOURS GO IN AS CARRIED OVER AND AVAILABLE, WITH NOTHING YET  *
006260*  ACCRUED OR TAKEN THIS YEAR.  A KEY ALREADY ON FILE REJECTS   *
006270*  THE TRANSACTION AS A DUPLICATE.  THE AUDIT RECORD CARRIES    *
006280*  AN EMPTY BEFORE IMAGE.                                       *
006290*****************************************************************
006300  2500-APPLY-ADD.
006310
006320      MOVE ZEROS           TO PA-OLD-SERVICE-DATE
006330      MOVE ZEROS           TO PA-OLD-VAC-AVAILABLE
006340      MOVE ZEROS           TO PA-OLD-SICK-AVAILABLE
006350
006360      MOVE PT-IDENT        TO PB-IDENT
006370      MOVE PT-SERVICE-DATE TO PB-SERVICE-DATE
006380      MOVE PT-VAC-HOURS    TO PB-VAC-CARRIED
006390      MOVE ZEROS           TO PB-VAC-ACCRUED
006400      MOVE ZEROS           TO PB-VAC-TAKEN
006410      MOVE PT-VAC-HOURS    TO PB-VAC-AVAILABLE
006420      MOVE PT-SICK-HOURS   TO PB-SICK-CARRIED
006430      MOVE ZEROS           TO PB-SICK-ACCRUED
006440      MOVE ZEROS           TO PB-SICK-TAKEN
006450      MOVE PT-SICK-HOURS   TO PB-SICK-AVAILABLE
006460
006470      WRITE PTO-BALANCE-RECORD
006480          INVALID KEY
006490              MOVE "P" TO WS-REJECT-REASON-CODE
006500              PERFORM 2900-REJECT-TRANSACTION
006510                  THRU 2900-REJECT-TRANSACTION-EXIT
006520          NOT INVALID KEY
006530              ADD 1 TO WS-ADD-COUNT
006540              PERFORM 2650-WRITE-AUDIT-RECORD
006550                  THRU 2650-WRITE-AUDIT-RECORD-EXIT
006560              PERFORM 2800-PRINT-POSTING-LINE
006570                  THRU 2800-PRINT-POSTING-LINE-EXIT
006580      END-WRITE.
006590
006600  2500-APPLY-ADD-EXIT.
006610      EXIT.
006620
006630*****************************************************************
006640*                       2550-APPLY-CHANGE                       *
006650*  READS THE PTO BALANCE RECORD THE TRANSACTION NAMES,          *
006660*  CAPTURES THE BEFORE IMAGE FOR THE AUDIT TRAIL, LAYS THE NEW  *
006670*  SERVICE DATE OVER IT AND REWRITES.  THE HOURS ARE NOT        *
006680*  TOUCHED - THE NEW DATE ONLY MOVES THE ACCRUAL BAND FROM THE  *
006690*  NEXT PAY RUN ON.                                             *
006700*****************************************************************
006710  2550-APPLY-CHANGE.
006720
006730      MOVE PT-IDENT TO PB-IDENT
006740
006750      READ PTO-BALANCE-FILE
006760          INVALID KEY
006770              MOVE "N" TO WS-REJECT-REASON-CODE
006780              PERFORM 2900-REJECT-TRANSACTION
006790                  THRU 2900-REJECT-TRANSACTION-EXIT
006800              GO TO 2550-APPLY-CHANGE-EXIT
006810      END-READ
006820
006830      PERFORM 2640-CAPTURE-BEFORE-IMAGE
006840          THRU 2640-CAPTURE-BEFORE-IMAGE-EXIT
006850
006860      MOVE PT-SERVICE-DATE TO PB-SERVICE-DATE
006870
006880      REWRITE PTO-BALANCE-RECORD
006890          INVALID KEY
006900              DISPLAY "PTOMNT: CANNOT REWRITE PTOBAL, IDENT "
006910                      PB-IDENT
006920              MOVE "F" TO WS-REJECT-REASON-CODE
006930              PERFORM 2900-REJECT-TRANSACTION
006940                  THRU 2900-REJECT-TRANSACTION-EXIT
006950          NOT INVALID KEY
006960              ADD 1 TO WS-CHANGE-COUNT
006970              PERFORM 2650-WRITE-AUDIT-RECORD
006980                  THRU 2650-WRITE-AUDIT-RECORD-EXIT
006990              PERFORM 2800-PRINT-POSTING-LINE
007000                  THRU 2800-PRINT-POSTING-LINE-EXIT
007010      END-REWRITE.
007020
007030  2550-APPLY-CHANGE-EXIT.
007040      EXIT.
007050
007060*****************************************************************
007070*                     2570-APPLY-ADJUSTMENT                     *
007080*  POSTS SIGNED VACATION AND SICK HOURS TO THE BALANCE THE      *
007090*  TRANSACTION NAMES - A GRANT, OR A CORRECTION TO A PRIOR      *
007100*  ACCRUAL.  THE HOURS GO INTO ACCRUED AND AVAILABLE TOGETHER   *
007110*  SO AVAILABLE STAYS CARRIED PLUS ACCRUED LESS TAKEN.          *
007120*****************************************************************
007130  2570-APPLY-ADJUSTMENT.
007140
007150      MOVE PT-IDENT TO PB-IDENT
007160
007170      READ PTO-BALANCE-FILE
007180          INVALID KEY
007190              MOVE "N" TO WS-REJECT-REASON-CODE
007200              PERFORM 2900-REJECT-TRANSACTION
007210                  THRU 2900-REJECT-TRANSACTION-EXIT
007220              GO TO 2570-APPLY-ADJUSTMENT-EXIT
007230      END-READ
007240
007250      PERFORM 2640-CAPTURE-BEFORE-IMAGE
007260          THRU 2640-CAPTURE-BEFORE-IMAGE-EXIT
007270
007280      ADD PT-VAC-HOURS  TO PB-VAC-ACCRUED
007290      ADD PT-VAC-HOURS  TO PB-VAC-AVAILABLE
007300      ADD PT-SICK-HOURS TO PB-SICK-ACCRUED
007310      ADD PT-SICK-HOURS TO PB-SICK-AVAILABLE
007320
007330      REWRITE PTO-BALANCE-RECORD
007340          INVALID KEY
007350              DISPLAY "PTOMNT: CANNOT REWRITE PTOBAL, IDENT "
007360                      PB-IDENT
007370              MOVE "F" TO WS-REJECT-REASON-CODE
007380              PERFORM 2900-REJECT-TRANSACTION
007390                  THRU 2900-REJECT-TRANSACTION-EXIT
007400          NOT INVALID KEY
007410              ADD 1 TO WS-ADJUST-COUNT
007420              PERFORM 2650-WRITE-AUDIT-RECORD
007430                  THRU 2650-WRITE-AUDIT-RECORD-EXIT
007440              PERFORM 2800-PRINT-POSTING-LINE
007450                  THRU 2800-PRINT-POSTING-LINE-EXIT
007460      END-REWRITE.
007470
007480  2570-APPLY-ADJUSTMENT-EXIT.
007490      EXIT.
007500
007510*****************************************************************
007520*                       2600-APPLY-DELETE                       *
007530*  READS THE PTO BALANCE RECORD THE TRANSACTION NAMES,          *
007540*  CAPTURES THE BEFORE IMAGE, AND DELETES IT.  ANY HOURS LEFT   *
007550*  ON IT ARE SETTLED OUTSIDE THIS RUN - THE AUDIT RECORD KEEPS  *
007560*  WHAT THEY WERE.                                              *
007570*****************************************************************
007580  2600-APPLY-DELETE.
007590
007600      MOVE PT-IDENT TO PB-IDENT
007610
007620      READ PTO-BALANCE-FILE
007630          INVALID KEY
007640              MOVE "N" TO WS-REJECT-REASON-CODE
007650              PERFORM 2900-REJECT-TRANSACTION
007660                  THRU 2900-REJECT-TRANSACTION-EXIT
007670              GO TO 2600-APPLY-DELETE-EXIT
007680      END-READ
007690
007700      PERFORM 2640-CAPTURE-BEFORE-IMAGE
007710          THRU 2640-CAPTURE-BEFORE-IMAGE-EXIT
007720
007730      DELETE PTO-BALANCE-FILE
007740          INVALID KEY
007750              DISPLAY "PTOMNT: CANNOT DELETE PTOBAL, IDENT "
007760                      PB-IDENT
007770              MOVE "F" TO WS-REJECT-REASON-CODE
007780              PERFORM 2900-REJECT-TRANSACTION
007790                  THRU 2900-REJECT-TRANSACTION-EXIT
007800              GO TO 2600-APPLY-DELETE-EXIT
007810      END-DELETE
007820
007830      ADD 1 TO WS-DELETE-COUNT
007840
007850      MOVE PT-IDENT        TO PA-IDENT
007860      MOVE PT-ACTION       TO PA-ACTION
007870      MOVE ZEROS           TO PA-NEW-SERVICE-DATE
007880      MOVE ZEROS           TO PA-NEW-VAC-AVAILABLE
007890      MOVE ZEROS           TO PA-NEW-SICK-AVAILABLE
007900      ACCEPT PA-DATE       FROM DATE YYYYMMDD
007910      ACCEPT PA-TIME       FROM TIME
007920
007930      WRITE PTO-AUDIT-RECORD
007940
007950      PERFORM 2800-PRINT-POSTING-LINE
007960          THRU 2800-PRINT-POSTING-LINE-EXIT.
007970
007980  2600-APPLY-DELETE-EXIT.
007990      EXIT.
008000
008010*****************************************************************
008020*                   2640-CAPTURE-BEFORE-IMAGE                   *
008030*  SAVES THE SERVICE DATE AND AVAILABLE HOURS OF THE RECORD     *
008040*  JUST READ AS THE AUDIT BEFORE IMAGE, AHEAD OF ANY CHANGE.    *
008050*****************************************************************
008060  2640-CAPTURE-BEFORE-IMAGE.
008070
008080      MOVE PB-SERVICE-DATE   TO PA-OLD-SERVICE-DATE
008090      MOVE PB-VAC-AVAILABLE  TO PA-OLD-VAC-AVAILABLE
008100      MOVE PB-SICK-AVAILABLE TO PA-OLD-SICK-AVAILABLE.
008110
008120  2640-CAPTURE-BEFORE-IMAGE-EXIT.
008130      EXIT.
008140
008150*****************************************************************
008160*                    2650-WRITE-AUDIT-RECORD                    *
008170*  APPENDS ONE TRANSACTION RECORD TO PTO-AUDIT-FILE HOLDING     *
008180*  THE IDENT, THE ACTION, A DATE/TIME STAMP, AND THE OLD/NEW    *
008190*  SERVICE DATE AND AVAILABLE HOURS SURROUNDING THE POSTING.    *
008200*****************************************************************
008210  2650-WRITE-AUDIT-RECORD.
008220
008230      MOVE PB-IDENT           TO PA-IDENT
008240      MOVE PT-ACTION          TO PA-ACTION
008250      MOVE PB-SERVICE-DATE    TO PA-NEW-SERVICE-DATE
008260      MOVE PB-VAC-AVAILABLE   TO PA-NEW-VAC-AVAILABLE
008270      MOVE PB-SICK-AVAILABLE  TO PA-NEW-SICK-AVAILABLE
008280      ACCEPT PA-DATE          FROM DATE YYYYMMDD
008290      ACCEPT PA-TIME          FROM TIME
008300
008310      WRITE PTO-AUDIT-RECORD.
008320
008330  2650-WRITE-AUDIT-RECORD-EXIT.
008340      EXIT.
008350
008360*****************************************************************
008370*                    2800-PRINT-POSTING-LINE                    *
008380*  BUILDS AND WRITES ONE APPLIED-TRANSACTION LINE ON THE        *
008390*  POSTING REPORT, WITH THE HOURS NOW AVAILABLE, BREAKING TO A  *
008400*  NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.                  *
008410*****************************************************************
008420  2800-PRINT-POSTING-LINE.
008430
008440      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
008450          PERFORM 2810-PRINT-HEADINGS
008460              THRU 2810-PRINT-HEADINGS-EXIT
008470      END-IF
008480
008490      MOVE PT-IDENT      TO RPT-D-IDENT
008500      MOVE PT-ACTION     TO RPT-D-ACTION
008510      MOVE "APPLIED"     TO RPT-D-DISPOSITION
008520      MOVE SPACES        TO RPT-D-REASON
008530
008540      MOVE SPACES        TO RPT-D-BALANCES
008550
008560      IF NOT PT-ACTION-DELETE
008570          MOVE PB-VAC-AVAILABLE  TO RPT-D-VAC
008580          MOVE PB-SICK-AVAILABLE TO RPT-D-SICK
008590      END-IF
008600
008610      WRITE POSTING-RECORD FROM RPT-DETAIL-LINE
008620          AFTER ADVANCING 1 LINE
008630
008640      ADD 1 TO WS-LINE-COUNT.
008650
008660  2800-PRINT-POSTING-LINE-EXIT.
008670      EXIT.
008680
008690*****************************************************************
008700*                      2810-PRINT-HEADINGS                      *
008710*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
008720*  NEW PAGE AND RESETS THE LINE COUNT.                          *
008730*****************************************************************
008740  2810-PRINT-HEADINGS.
008750
008760      ADD 1 TO WS-PAGE-COUNT
008770      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
008780      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
008790
008800      WRITE POSTING-RECORD FROM RPT-HEADING-1
008810          AFTER ADVANCING PAGE
008820      WRITE POSTING-RECORD FROM RPT-BLANK-LINE
008830          AFTER ADVANCING 1 LINE
008840      WRITE POSTING-RECORD FROM RPT-HEADING-2
008850          AFTER ADVANCING 1 LINE
008860      WRITE POSTING-RECORD FROM RPT-BLANK-LINE
008870          AFTER ADVANCING 1 LINE
008880
008890      MOVE ZEROS TO WS-LINE-COUNT.
008900
008910  2810-PRINT-HEADINGS-EXIT.
008920      EXIT.
008930
008940*****************************************************************
008950*                    2900-REJECT-TRANSACTION                    *
008960*  TRANSLATES WS-REJECT-REASON-CODE INTO REASON TEXT AND WRITES *
008970*  ONE REJECTED-TRANSACTION LINE ON THE POSTING REPORT.         *
008980*****************************************************************
008990  2900-REJECT-TRANSACTION.
009000
009010      IF WS-REJECT-REASON-CODE = "E"
009020          MOVE "FAILED INPUT EDIT" TO WS-REJECT-REASON-TEXT
009030      ELSE
009040      IF WS-REJECT-REASON-CODE = "I"
009050          MOVE "FAILED IDENT CHECK DIGIT" TO WS-REJECT-REASON-TEXT
009060      ELSE
009070      IF WS-REJECT-REASON-CODE = "A"
009080          MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON-TEXT
009090      ELSE
009100      IF WS-REJECT-REASON-CODE = "M"
009110          MOVE "IDENT NOT ON CUSTOMER MASTER"
009120            TO WS-REJECT-REASON-TEXT
009130      ELSE
009140      IF WS-REJECT-REASON-CODE = "T"
009150          MOVE "EMPLOYEE IS TERMINATED" TO WS-REJECT-REASON-TEXT
009160      ELSE
009170      IF WS-REJECT-REASON-CODE = "N"
009180          MOVE "IDENT NOT ON PTO BALANCE FILE"
009190            TO WS-REJECT-REASON-TEXT
009200      ELSE
009210      IF WS-REJECT-REASON-CODE = "P"
009220          MOVE "IDENT ALREADY ON PTO BALANCES"
009230            TO WS-REJECT-REASON-TEXT
009240      ELSE
009250      IF WS-REJECT-REASON-CODE = "F"
009260          MOVE "PTO BALANCE POSTING FAILED"
009270            TO WS-REJECT-REASON-TEXT
009280      ELSE
009290          MOVE "UNKNOWN REJECT REASON" TO WS-REJECT-REASON-TEXT
009300      END-IF
009310      END-IF
009320      END-IF
009330      END-IF
009340      END-IF
009350      END-IF
009360      END-IF
009370      END-IF.
009380
009390      ADD 1 TO WS-REJECT-COUNT
009400
009410      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009420          PERFORM 2810-PRINT-HEADINGS
009430              THRU 2810-PRINT-HEADINGS-EXIT
009440      END-IF.
009450
009460      MOVE PT-IDENT              TO RPT-D-IDENT
009470      MOVE PT-ACTION             TO RPT-D-ACTION
009480      MOVE "REJECTED"            TO RPT-D-DISPOSITION
009490      MOVE WS-REJECT-REASON-TEXT TO RPT-D-REASON
009500      MOVE SPACES                TO RPT-D-BALANCES
009510
009520      WRITE POSTING-RECORD FROM RPT-DETAIL-LINE
009530          AFTER ADVANCING 1 LINE
009540
009550      ADD 1 TO WS-LINE-COUNT.
009560
009570  2900-REJECT-TRANSACTION-EXIT.
009580      EXIT.
009590
009600*****************************************************************
009610*                         3000-FINALIZE                         *
009620*  PRINTS THE POSTING TOTALS BLOCK AND CLOSES THE FILES.        *
009630*****************************************************************
009640  3000-FINALIZE.
009650
009660      WRITE POSTING-RECORD FROM RPT-BLANK-LINE
009670          AFTER ADVANCING 1 LINE
009680
009690      MOVE "TRANSACTIONS READ"      TO RPT-T-LABEL
009700      MOVE WS-TRAN-READ-COUNT       TO RPT-T-COUNT
009710      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
009720          AFTER ADVANCING 1 LINE
009730
009740      MOVE "ADDS APPLIED"           TO RPT-T-LABEL
009750      MOVE WS-ADD-COUNT             TO RPT-T-COUNT
009760      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
009770          AFTER ADVANCING 1 LINE
009780
009790      MOVE "CHANGES APPLIED"        TO RPT-T-LABEL
009800      MOVE WS-CHANGE-COUNT          TO RPT-T-COUNT
009810      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
009820          AFTER ADVANCING 1 LINE
009830
009840      MOVE "ADJUSTMENTS APPLIED"    TO RPT-T-LABEL
009850      MOVE WS-ADJUST-COUNT          TO RPT-T-COUNT
009860      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
009870          AFTER ADVANCING 1 LINE
009880
009890      MOVE "DELETES APPLIED"        TO RPT-T-LABEL
009900      MOVE WS-DELETE-COUNT          TO RPT-T-COUNT
009910      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
009920          AFTER ADVANCING 1 LINE
009930
009940      MOVE "TRANSACTIONS REJECTED"  TO RPT-T-LABEL
009950      MOVE WS-REJECT-COUNT          TO RPT-T-COUNT
009960      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
009970          AFTER ADVANCING 1 LINE
009980
009990      CLOSE TRANSACTION-FILE
010000      CLOSE PTO-BALANCE-FILE
010010      CLOSE CUSTOMER-MASTER-FILE
010020      CLOSE PTO-AUDIT-FILE
010030      CLOSE POSTING-REPORT.
010040
010050  3000-FINALIZE-EXIT.
010060      EXIT.
010070
