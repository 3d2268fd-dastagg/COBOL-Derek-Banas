000320*                  EDITMSTR SUBPROGRAM IN KEY-ONLY MODE, SO     *
000330*                  THE CHECK-DIGIT RULE CANNOT DRIFT FROM THE   *
000340*                  POSTING PROGRAMS AGAIN.                      *
000350* 10/15/2026 DRH   THE MASTER RECORD NOW CARRIES A PAY TYPE     *
000360*                  AND PER-PERIOD SALARY; THE CUSTOMER-MASTER   *
000370*                  LAYOUT GREW TO 60 BYTES.                     *
000380*                  THE EDITMSTR PARAMETER AREA GREW TO MATCH.   *
000390*****************************************************************
000400  IDENTIFICATION DIVISION.
000410  PROGRAM-ID. BANKMNT.
000420  AUTHOR. DAVID R. HENDERSON.
000430  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000440  DATE-WRITTEN. 09/03/2026.
000450  DATE-COMPILED.
000460  ENVIRONMENT DIVISION.
000470
000480  CONFIGURATION SECTION.
000490  SOURCE-COMPUTER. IBM-370.
000500  OBJECT-COMPUTER. IBM-370.
000510  SPECIAL-NAMES.
000520      C01 IS TOP-OF-PAGE.
000530
000540  INPUT-OUTPUT SECTION.
000550  FILE-CONTROL.
000560*****************************************************************
000570* TRANSACTION-FILE CARRIES ONE MAINTENANCE TRANSACTION PER      *
000580* RECORD - AN ACTION CODE (A/C/D/P) FOLLOWED BY THE IDENT AND   *
000590* THE ROUTING AND ACCOUNT NUMBERS THE ACTION APPLIES.           *
000600*****************************************************************
000610      SELECT TRANSACTION-FILE
000620          ASSIGN TO "BANKTRAN"
000630          ORGANIZATION IS SEQUENTIAL
000640          FILE STATUS IS WS-TRN-FILE-STATUS.
000650
000660*****************************************************************
000670* BANK-MASTER IS THE BANK-ACCOUNT MASTER, KEYED BY IDENT THE    *
000680* SAME AS CUSTOMER-MASTER SO THE DEPOSIT EXTRACT CAN READ IT    *
000690* DIRECTLY BY KEY.                                              *
000700*****************************************************************
000710      SELECT BANK-MASTER-FILE
000720          ASSIGN TO "BANKMAST"
000730          ORGANIZATION IS INDEXED
000740          ACCESS MODE IS DYNAMIC
000750          RECORD KEY IS BA-IDENT
000760          FILE STATUS IS WS-BA-FILE-STATUS.
000770
000780*****************************************************************
000790* CUSTOMER-MASTER IS READ BY KEY TO VERIFY EACH TRANSACTION     *
000800* NAMES AN EMPLOYEE THAT ACTUALLY EXISTS.                       *
000810*****************************************************************
000820      SELECT CUSTOMER-MASTER-FILE
000830          ASSIGN TO "CUSTMAST"
000840          ORGANIZATION IS INDEXED
000850          ACCESS MODE IS DYNAMIC
000860          RECORD KEY IS CM-IDENT
000870          FILE STATUS IS WS-CM-FILE-STATUS.
000880
000890*****************************************************************
000900* BANK-AUDIT-FILE RECEIVES A BEFORE/AFTER TRANSACTION RECORD    *
000910* FOR EVERY POSTING, THE SAME DISCIPLINE THE CUSTOMER-MASTER    *
000920* TRAIL ENFORCES - NOBODY CHANGES WHERE A PAYCHECK LANDS        *
000930* WITHOUT LEAVING A RECORD OF IT.                               *
000940*****************************************************************
000950      SELECT BANK-AUDIT-FILE
000960          ASSIGN TO "BNKAUDIT"
000970          ORGANIZATION IS SEQUENTIAL
000980          FILE STATUS IS WS-AUD-FILE-STATUS.
000990
001000*****************************************************************
001010* POSTING-REPORT IS THE FORMATTED, PAGINATED REPORT OF APPLIED  *
001020* AND REJECTED TRANSACTIONS.                                    *
001030*****************************************************************
001040      SELECT POSTING-REPORT
001050          ASSIGN TO "BNKRPT"
001060          ORGANIZATION IS SEQUENTIAL
001070          FILE STATUS IS WS-RPT-FILE-STATUS.
001080
001090  DATA DIVISION.
001100
001110  FILE SECTION.
001120*****************************************************************
001130* FD  - TRANSACTION-FILE                                        *
001140*****************************************************************
001150  FD  TRANSACTION-FILE
001160      LABEL RECORDS ARE STANDARD
001170      RECORD CONTAINS 30 CHARACTERS.
001180  01  TRANSACTION-RECORD.
001190      05  BT-ACTION               PIC X(01).
001200          88  BT-ACTION-ADD             VALUE "A".
001210          88  BT-ACTION-CHANGE          VALUE "C".
001220          88  BT-ACTION-DELETE          VALUE "D".
001230          88  BT-ACTION-ACTIVATE        VALUE "P".
001240      05  BT-IDENT                PIC 9(03).
001250      05  BT-ROUTING              PIC 9(09).
001260      05  BT-ACCOUNT              PIC X(17).
001270
001280*****************************************************************
001290* FD  - BANK-MASTER-FILE                                        *
001300*****************************************************************
001310  FD  BANK-MASTER-FILE
001320      LABEL RECORDS ARE STANDARD
001330      RECORD CONTAINS 38 CHARACTERS.
001340  01  BANK-MASTER-RECORD.
001350      05  BA-IDENT                PIC 9(03).
001360      05  BA-ROUTING              PIC 9(09).
001370      05  BA-ACCOUNT              PIC X(17).
001380      05  BA-PRENOTE-STATUS       PIC X(01).
001390          88  BA-PRENOTE-PENDING        VALUE "P".
001400          88  BA-ACCOUNT-ACTIVE         VALUE "A".
001410      05  BA-PRENOTE-DATE         PIC 9(08).
001420
001430*****************************************************************
001440* FD  - CUSTOMER-MASTER-FILE                                    *
001450*****************************************************************
001460  FD  CUSTOMER-MASTER-FILE
001470      LABEL RECORDS ARE STANDARD
001480      RECORD CONTAINS 60 CHARACTERS.
001490  01  CUSTOMER-MASTER-RECORD.
001500      05  CM-IDENT                PIC 9(03).
001510      05  CM-CUSTNAME             PIC X(20).
001520      05  CM-DATEOFBIRTH.
001530          10  CM-MOB              PIC 9(02).
001540          10  CM-DOB              PIC 9(02).
001550          10  CM-YOB              PIC 9(04).
001560      05  CM-HOURS-WORKED         PIC 9(03)V99.
001570      05  CM-HOURLY-RATE          PIC 9(03)V99.
001580      05  CM-AGE-YEARS            PIC 9(03).
001590      05  CM-STATUS               PIC X(01).
001600          88  CM-STATUS-ACTIVE          VALUE "A".
001610          88  CM-STATUS-LEAVE           VALUE "L".
001620          88  CM-STATUS-TERMINATED      VALUE "T".
001630      05  CM-STATUS-DATE          PIC 9(08).
001640      05  CM-PAY-TYPE             PIC X(01).
001650          88  CM-PAY-HOURLY             VALUE "H".
001660          88  CM-PAY-SALARIED           VALUE "S".
001670      05  CM-PERIOD-SALARY        PIC 9(04)V99.
001680
001690*****************************************************************
001700* FD  - BANK-AUDIT-FILE                                         *
001710*****************************************************************
001720  FD  BANK-AUDIT-FILE
001730      LABEL RECORDS ARE STANDARD
001740      RECORD CONTAINS 73 CHARACTERS.
001750  01  BANK-AUDIT-RECORD.
001760      05  BU-IDENT                PIC 9(03).
001770      05  BU-DATE                 PIC 9(08).
001780      05  BU-TIME                 PIC 9(08).
001790      05  BU-OLD-ROUTING          PIC 9(09).
001800      05  BU-OLD-ACCOUNT          PIC X(17).
001810      05  BU-OLD-STATUS           PIC X(01).
001820      05  BU-NEW-ROUTING          PIC 9(09).
001830      05  BU-NEW-ACCOUNT          PIC X(17).
001840      05  BU-NEW-STATUS           PIC X(01).
001850
001860*****************************************************************
001870* FD  - POSTING-REPORT                                          *
001880*****************************************************************
001890  FD  POSTING-REPORT
001900      LABEL RECORDS ARE STANDARD
001910      RECORD CONTAINS 132 CHARACTERS.
001920  01  POSTING-RECORD              PIC X(132).
001930
001940  WORKING-STORAGE SECTION.
001950*****************************************************************
001960* FILE STATUS AND END-OF-FILE SWITCHES                          *
001970*****************************************************************
001980  77  WS-TRN-FILE-STATUS      PIC X(02) VALUE SPACES.
001990      88  WS-TRN-FILE-OK             VALUE "00".
002000
002010  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
002020      88  WS-END-OF-FILE             VALUE "Y".
002030      88  WS-NOT-END-OF-FILE         VALUE "N".
002040
002050  77  WS-BA-FILE-STATUS       PIC X(02) VALUE SPACES.
002060      88  WS-BA-FILE-OK              VALUE "00".
002070
002080  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
002090      88  WS-CM-FILE-OK              VALUE "00".
002100
002110  77  WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
002120      88  WS-AUD-FILE-OK             VALUE "00".
002130
002140  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
002150      88  WS-RPT-FILE-OK             VALUE "00".
002160
002170*****************************************************************
002180* TRANSACTION COUNTERS FOR THE POSTING REPORT TOTALS BLOCK      *
002190*****************************************************************
002200  77  WS-TRAN-READ-COUNT      PIC 9(07) VALUE ZEROS.
002210  77  WS-ADD-COUNT            PIC 9(07) VALUE ZEROS.
002220  77  WS-CHANGE-COUNT         PIC 9(07) VALUE ZEROS.
002230  77  WS-DELETE-COUNT         PIC 9(07) VALUE ZEROS.
002240  77  WS-ACTIVATE-COUNT       PIC 9(07) VALUE ZEROS.
002250  77  WS-REJECT-COUNT         PIC 9(07) VALUE ZEROS.
002260
002270  77  WS-IDENT-VALID-SW       PIC X(01) VALUE "Y".
002280      88  WS-IDENT-VALID             VALUE "Y".
002290      88  WS-IDENT-INVALID           VALUE "N".
002300
002310*****************************************************************
002320* SHARED EDIT SUBPROGRAM PARAMETER AREA.  ONLY THE IDENT IS     *
002330* CARRIED IN THE IMAGE - THE KEY-ONLY MODE "K" RUNS EDITMSTR'S  *
002340* IDENT CLASS AND CHECK-DIGIT PASSES, THE ONE COPY OF THE       *
002350* CHECK-DIGIT RULE EVERY PROGRAM SHARES.                        *
002360*****************************************************************
002370  01  EDIT-MASTER-PARMS.
002380      05  EM-EDIT-MODE            PIC X(01).
002390      05  EM-MASTER-IMAGE.
002400          10  EM-IDENT            PIC X(03).
002410          10  FILLER              PIC X(57).
002420      05  EM-CURRENT-DATE.
002430          10  EM-CURR-CCYY        PIC 9(04).
002440          10  EM-CURR-MM          PIC 9(02).
002450          10  EM-CURR-DD          PIC 9(02).
002460      05  EM-EDIT-VALID-SW        PIC X(01).
002470          88  EM-EDIT-VALID             VALUE "Y".
002480          88  EM-EDIT-INVALID           VALUE "N".
002490      05  EM-REASON-CODE          PIC X(01).
002500      05  EM-REASON-TEXT          PIC X(30).
002510      05  EM-AGE-DERIVED          PIC 9(03).
002520
002530*****************************************************************
002540* INPUT EDIT WORKING FIELDS                                     *
002550*****************************************************************
002560  77  WS-EDIT-VALID-SW        PIC X(01) VALUE "Y".
002570      88  WS-EDIT-VALID              VALUE "Y".
002580      88  WS-EDIT-INVALID            VALUE "N".
002590
002600  77  WS-REJECT-REASON-CODE   PIC X(01) VALUE SPACE.
002610  77  WS-REJECT-REASON-TEXT   PIC X(30) VALUE SPACES.
002620
002630  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
002640  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
002650      05  WS-CURR-CCYY        PIC 9(04).
002660      05  WS-CURR-MM          PIC 9(02).
002670      05  WS-CURR-DD          PIC 9(02).
002680
002690*****************************************************************
002700* POSTING REPORT LAYOUTS AND PAGE CONTROL FIELDS                *
002710*****************************************************************
002720  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
002730  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
002740  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
002750
002760  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
002770
002780  01  RPT-HEADING-1.
002790      05  FILLER              PIC X(01) VALUE SPACE.
002800      05  FILLER              PIC X(30) VALUE
002810          "BANK ACCOUNT MAINTENANCE".
002820      05  FILLER              PIC X(20) VALUE SPACES.
002830      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
002840      05  RPT-H1-DATE         PIC X(10).
002850      05  FILLER              PIC X(10) VALUE SPACES.
002860      05  FILLER              PIC X(06) VALUE "PAGE: ".
002870      05  RPT-H1-PAGE         PIC ZZZ9.
002880      05  FILLER              PIC X(41) VALUE SPACES.
002890
002900  01  RPT-HEADING-2.
002910      05  FILLER              PIC X(02) VALUE SPACES.
002920      05  FILLER              PIC X(05) VALUE "IDENT".
002930      05  FILLER              PIC X(05) VALUE SPACES.
002940      05  FILLER              PIC X(06) VALUE "ACTION".
002950      05  FILLER              PIC X(04) VALUE SPACES.
002960      05  FILLER              PIC X(11) VALUE "DISPOSITION".
002970      05  FILLER              PIC X(04) VALUE SPACES.
002980      05  FILLER              PIC X(30) VALUE "REASON".
002990      05  FILLER              PIC X(65) VALUE SPACES.
003000
003010  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
003020
003030  01  RPT-DETAIL-LINE.
003040      05  FILLER              PIC X(02) VALUE SPACES.
003050      05  RPT-D-IDENT         PIC ZZ9.
003060      05  FILLER              PIC X(07) VALUE SPACES.
003070      05  RPT-D-ACTION        PIC X(01).
003080      05  FILLER              PIC X(09) VALUE SPACES.
003090      05  RPT-D-DISPOSITION   PIC X(08).
003100      05  FILLER              PIC X(07) VALUE SPACES.
003110      05  RPT-D-REASON        PIC X(30).
003120      05  FILLER              PIC X(65) VALUE SPACES.
003130
003140  01  RPT-TOTAL-LINE.
003150      05  FILLER              PIC X(02) VALUE SPACES.
003160      05  RPT-T-LABEL         PIC X(25).
003170      05  RPT-T-COUNT         PIC ZZZ,ZZ9.
003180      05  FILLER              PIC X(98) VALUE SPACES.
003190
003200  PROCEDURE DIVISION.
003210*****************************************************************
003220*                        0000-MAINLINE                          *
003230*****************************************************************
003240  0000-MAINLINE.
003250
003260      PERFORM 1000-INITIALIZE
003270          THRU 1000-INITIALIZE-EXIT.
003280
003290      PERFORM 2000-PROCESS-TRANSACTIONS
003300          THRU 2000-PROCESS-TRANSACTIONS-EXIT
003310          UNTIL WS-END-OF-FILE.
003320
003330      PERFORM 3000-FINALIZE
003340          THRU 3000-FINALIZE-EXIT.
003350
003360      STOP RUN.
003370
003380*****************************************************************
003390*                       1000-INITIALIZE                         *
003400*  OPENS THE FILES AND PRINTS THE FIRST PAGE OF THE POSTING     *
003410*  REPORT.                                                      *
003420*****************************************************************
003430  1000-INITIALIZE.
003440
003450      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003460
003470      STRING WS-CURR-MM   DELIMITED BY SIZE
003480             "/"          DELIMITED BY SIZE
003490             WS-CURR-DD   DELIMITED BY SIZE
003500             "/"          DELIMITED BY SIZE
003510             WS-CURR-CCYY DELIMITED BY SIZE
003520          INTO WS-RUN-DATE-EDIT
003530
003540      OPEN INPUT TRANSACTION-FILE
003550
003560      IF NOT WS-TRN-FILE-OK
003570          DISPLAY "BANKMNT: UNABLE TO OPEN BANKTRAN, "
003580                  "STATUS = " WS-TRN-FILE-STATUS
003590          SET WS-END-OF-FILE TO TRUE
003600      END-IF.
003610
003620      OPEN I-O BANK-MASTER-FILE
003630
003640      IF NOT WS-BA-FILE-OK
003650          DISPLAY "BANKMNT: UNABLE TO OPEN BANKMAST, "
003660                  "STATUS = " WS-BA-FILE-STATUS
003670          SET WS-END-OF-FILE TO TRUE
003680      END-IF.
003690
003700      OPEN INPUT CUSTOMER-MASTER-FILE
003710
003720      IF NOT WS-CM-FILE-OK
003730          DISPLAY "BANKMNT: UNABLE TO OPEN CUSTMAST, "
003740                  "STATUS = " WS-CM-FILE-STATUS
003750          SET WS-END-OF-FILE TO TRUE
003760      END-IF.
003770
003780      OPEN EXTEND BANK-AUDIT-FILE
003790
003800      IF NOT WS-AUD-FILE-OK
003810          DISPLAY "BANKMNT: UNABLE TO OPEN BNKAUDIT, "
003820                  "STATUS = " WS-AUD-FILE-STATUS
003830          SET WS-END-OF-FILE TO TRUE
003840      END-IF.
003850
003860      OPEN OUTPUT POSTING-REPORT
003870
003880      IF NOT WS-RPT-FILE-OK
003890          DISPLAY "BANKMNT: UNABLE TO OPEN BNKRPT, "
003900                  "STATUS = " WS-RPT-FILE-STATUS
003910          SET WS-END-OF-FILE TO TRUE
003920      END-IF.
003930
003940      PERFORM 2810-PRINT-HEADINGS
003950          THRU 2810-PRINT-HEADINGS-EXIT.
003960
003970  1000-INITIALIZE-EXIT.
003980      EXIT.
003990
004000*****************************************************************
004010*                 2000-PROCESS-TRANSACTIONS                     *
004020*  MAIN READ LOOP - READS EACH TRANSACTION UNTIL END OF FILE,   *
004030*  EDITS IT, THEN POSTS IT BY ACTION CODE.  TRANSACTIONS THAT   *
004040*  FAIL ANY PASS ARE REJECTED TO THE POSTING REPORT.            *
004050*****************************************************************
004060  2000-PROCESS-TRANSACTIONS.
004070
004080      PERFORM 2100-READ-TRANSACTION
004090          THRU 2100-READ-TRANSACTION-EXIT.
004100
004110      IF WS-END-OF-FILE
004120          GO TO 2000-PROCESS-TRANSACTIONS-EXIT
004130      END-IF.
004140
004150      ADD 1 TO WS-TRAN-READ-COUNT
004160
004170      IF NOT BT-ACTION-ADD
004180          AND NOT BT-ACTION-CHANGE
004190          AND NOT BT-ACTION-DELETE
004200          AND NOT BT-ACTION-ACTIVATE
004210          MOVE "A" TO WS-REJECT-REASON-CODE
004220          PERFORM 2900-REJECT-TRANSACTION
004230              THRU 2900-REJECT-TRANSACTION-EXIT
004240          GO TO 2000-PROCESS-TRANSACTIONS-EXIT
004250      END-IF.
004260
004270      PERFORM 2200-EDIT-INPUT
004280          THRU 2200-EDIT-INPUT-EXIT.
004290
004300      IF WS-EDIT-INVALID
004310          MOVE "E" TO WS-REJECT-REASON-CODE
004320          PERFORM 2900-REJECT-TRANSACTION
004330              THRU 2900-REJECT-TRANSACTION-EXIT
004340          GO TO 2000-PROCESS-TRANSACTIONS-EXIT
004350      END-IF.
004360
004370      PERFORM 2300-VALIDATE-IDENT
004380          THRU 2300-VALIDATE-IDENT-EXIT.
004390
004400      IF WS-IDENT-INVALID
004410          MOVE "I" TO WS-REJECT-REASON-CODE
004420          PERFORM 2900-REJECT-TRANSACTION
004430              THRU 2900-REJECT-TRANSACTION-EXIT
004440          GO TO 2000-PROCESS-TRANSACTIONS-EXIT
004450      END-IF.
004460
004470      IF BT-ACTION-ADD OR BT-ACTION-CHANGE
004480          PERFORM 2350-CHECK-CUSTOMER-MATCH
004490              THRU 2350-CHECK-CUSTOMER-MATCH-EXIT
004500          IF WS-EDIT-INVALID
004510              MOVE "M" TO WS-REJECT-REASON-CODE
004520              PERFORM 2900-REJECT-TRANSACTION
004530                  THRU 2900-REJECT-TRANSACTION-EXIT
004540              GO TO 2000-PROCESS-TRANSACTIONS-EXIT
004550          END-IF
004560      END-IF.
004570
004580      IF BT-ACTION-ADD
004590          PERFORM 2500-APPLY-ADD
004600              THRU 2500-APPLY-ADD-EXIT
004610      ELSE
004620      IF BT-ACTION-CHANGE
004630          PERFORM 2550-APPLY-CHANGE
004640              THRU 2550-APPLY-CHANGE-EXIT
004650      ELSE
004660      IF BT-ACTION-DELETE
004670          PERFORM 2600-APPLY-DELETE
004680              THRU 2600-APPLY-DELETE-EXIT
004690      ELSE
004700          PERFORM 2620-APPLY-ACTIVATE
004710              THRU 2620-APPLY-ACTIVATE-EXIT
004720      END-IF
004730      END-IF
004740      END-IF.
004750
004760  2000-PROCESS-TRANSACTIONS-EXIT.
004770      EXIT.
004780
004790*****************************************************************
004800*                   2100-READ-TRANSACTION                       *
004810*****************************************************************
004820  2100-READ-TRANSACTION.
004830
004840      READ TRANSACTION-FILE
004850          AT END
004860              SET WS-END-OF-FILE TO TRUE
004870      END-READ.
004880
004890  2100-READ-TRANSACTION-EXIT.
004900      EXIT.
004910
004920*****************************************************************
004930*                   2200-EDIT-INPUT                             *
004940*  BASIC FIELD-PRESENCE AND CLASS EDITS.  A DELETE OR ACTIVATE  *
004950*  ONLY NEEDS A USABLE IDENT, SO THE ROUTING AND ACCOUNT EDITS  *
004960*  ARE SKIPPED FOR THEM.                                        *
004970*****************************************************************
004980  2200-EDIT-INPUT.
004990
005000      SET WS-EDIT-VALID TO TRUE
005010
005020      IF BT-IDENT IS NOT NUMERIC
005030          SET WS-EDIT-INVALID TO TRUE
005040          GO TO 2200-EDIT-INPUT-EXIT
005050      END-IF
005060
005070      IF BT-IDENT = ZERO
005080          SET WS-EDIT-INVALID TO TRUE
005090          GO TO 2200-EDIT-INPUT-EXIT
005100      END-IF
005110
005120      IF BT-ACTION-DELETE OR BT-ACTION-ACTIVATE
005130          GO TO 2200-EDIT-INPUT-EXIT
005140      END-IF
005150
005160      IF BT-ROUTING IS NOT NUMERIC
005170          SET WS-EDIT-INVALID TO TRUE
005180          GO TO 2200-EDIT-INPUT-EXIT
005190      END-IF
005200
005210      IF BT-ROUTING = ZERO
005220          SET WS-EDIT-INVALID TO TRUE
005230          GO TO 2200-EDIT-INPUT-EXIT
005240      END-IF
005250
005260      IF BT-ACCOUNT = SPACES
005270          SET WS-EDIT-INVALID TO TRUE
005280          GO TO 2200-EDIT-INPUT-EXIT
005290      END-IF.
005300
005310  2200-EDIT-INPUT-EXIT.
005320      EXIT.
005330
005340*****************************************************************
005350*                  2300-VALIDATE-IDENT                          *
005360*  RUNS THE IDENT THROUGH THE SHARED EDITMSTR SUBPROGRAM IN    *
005370*  KEY-ONLY MODE - THE ONE COPY OF THE CHECK-DIGIT RULE.  THE  *
005380*  CLASS EDITS IN 2200 HAVE ALREADY PASSED, SO A FAILURE HERE  *
005390*  IS THE CHECK DIGIT.                                          *
005400*****************************************************************
005410  2300-VALIDATE-IDENT.
005420
005430      MOVE "K"          TO EM-EDIT-MODE
005440      MOVE SPACES       TO EM-MASTER-IMAGE
005450      MOVE BT-IDENT     TO EM-IDENT
005460      MOVE WS-CURR-CCYY TO EM-CURR-CCYY
005470      MOVE WS-CURR-MM   TO EM-CURR-MM
005480      MOVE WS-CURR-DD   TO EM-CURR-DD
005490
005500      CALL "EDITMSTR" USING EDIT-MASTER-PARMS
005510
005520      IF EM-EDIT-INVALID
005530          SET WS-IDENT-INVALID TO TRUE
005540      ELSE
005550          SET WS-IDENT-VALID TO TRUE
005560      END-IF.
005570
005580  2300-VALIDATE-IDENT-EXIT.
005590      EXIT.
005600
005610*****************************************************************
005620*                2350-CHECK-CUSTOMER-MATCH                      *
005630*  READS CUSTOMER-MASTER BY KEY TO VERIFY THE TRANSACTION NAMES *
005640*  AN EMPLOYEE THAT EXISTS - NO ACCOUNTS FOR PEOPLE NOT ON THE  *
005650*  PAYROLL.                                                     *
005660*****************************************************************
005670  2350-CHECK-CUSTOMER-MATCH.
005680
005690      MOVE BT-IDENT TO CM-IDENT
005700
005710      READ CUSTOMER-MASTER-FILE
005720          INVALID KEY
005730              SET WS-EDIT-INVALID TO TRUE
005740      END-READ.
005750
005760  2350-CHECK-CUSTOMER-MATCH-EXIT.
005770      EXIT.
005780
005790*****************************************************************
005800*                    2500-APPLY-ADD                             *
005810*  BUILDS A NEW BANK-MASTER RECORD IN PRENOTE STATUS AND WRITES *
005820*  IT.  A KEY ALREADY ON FILE REJECTS THE TRANSACTION AS A      *
005830*  DUPLICATE.  THE AUDIT RECORD CARRIES AN EMPTY BEFORE IMAGE.  *
005840*****************************************************************
005850  2500-APPLY-ADD.
005860
005870      MOVE ZEROS           TO BU-OLD-ROUTING
005880      MOVE SPACES          TO BU-OLD-ACCOUNT
005890      MOVE SPACE           TO BU-OLD-STATUS
005900
005910      MOVE BT-IDENT        TO BA-IDENT
005920      MOVE BT-ROUTING      TO BA-ROUTING
005930      MOVE BT-ACCOUNT      TO BA-ACCOUNT
005940      MOVE "P"             TO BA-PRENOTE-STATUS
005950      MOVE ZEROS           TO BA-PRENOTE-DATE
005960
005970      WRITE BANK-MASTER-RECORD
005980          INVALID KEY
005990              MOVE "P" TO WS-REJECT-REASON-CODE
006000              PERFORM 2900-REJECT-TRANSACTION
006010                  THRU 2900-REJECT-TRANSACTION-EXIT
006020          NOT INVALID KEY
006030              ADD 1 TO WS-ADD-COUNT
006040              PERFORM 2650-WRITE-AUDIT-RECORD
006050                  THRU 2650-WRITE-AUDIT-RECORD-EXIT
006060              PERFORM 2800-PRINT-POSTING-LINE
006070                  THRU 2800-PRINT-POSTING-LINE-EXIT
006080      END-WRITE.
006090
006100  2500-APPLY-ADD-EXIT.
006110      EXIT.
006120
006130*****************************************************************
006140*                   2550-APPLY-CHANGE                           *
006150*  READS THE BANK-MASTER RECORD THE TRANSACTION NAMES, CAPTURES *
006160*  THE BEFORE IMAGE FOR THE AUDIT TRAIL, LAYS THE NEW ROUTING   *
006170*  AND ACCOUNT OVER IT AND REWRITES.  A CHANGED ACCOUNT GOES    *
006180*  BACK TO PRENOTE STATUS - THE BANK HAS NEVER SEEN IT.         *
006190*****************************************************************
006200  2550-APPLY-CHANGE.
006210
006220      MOVE BT-IDENT TO BA-IDENT
006230
006240      READ BANK-MASTER-FILE
006250          INVALID KEY
006260              MOVE "N" TO WS-REJECT-REASON-CODE
006270              PERFORM 2900-REJECT-TRANSACTION
006280                  THRU 2900-REJECT-TRANSACTION-EXIT
006290              GO TO 2550-APPLY-CHANGE-EXIT
006300      END-READ
006310
006320      MOVE BA-ROUTING        TO BU-OLD-ROUTING
006330      MOVE BA-ACCOUNT        TO BU-OLD-ACCOUNT
006340      MOVE BA-PRENOTE-STATUS TO BU-OLD-STATUS
006350
006360      MOVE BT-ROUTING      TO BA-ROUTING
006370      MOVE BT-ACCOUNT      TO BA-ACCOUNT
006380      MOVE "P"             TO BA-PRENOTE-STATUS
006390      MOVE ZEROS           TO BA-PRENOTE-DATE
006400
006410      REWRITE BANK-MASTER-RECORD
006420          INVALID KEY
006430              DISPLAY "BANKMNT: CANNOT REWRITE BANKMAST, IDENT "
006440                      BA-IDENT
006450              MOVE "F" TO WS-REJECT-REASON-CODE
006460              PERFORM 2900-REJECT-TRANSACTION
006470                  THRU 2900-REJECT-TRANSACTION-EXIT
006480          NOT INVALID KEY
006490              ADD 1 TO WS-CHANGE-COUNT
006500              PERFORM 2650-WRITE-AUDIT-RECORD
006510                  THRU 2650-WRITE-AUDIT-RECORD-EXIT
006520              PERFORM 2800-PRINT-POSTING-LINE
006530                  THRU 2800-PRINT-POSTING-LINE-EXIT
006540      END-REWRITE.
006550
006560  2550-APPLY-CHANGE-EXIT.
006570      EXIT.
006580
006590*****************************************************************
006600*                   2600-APPLY-DELETE                           *
006610*  READS THE BANK-MASTER RECORD THE TRANSACTION NAMES, CAPTURES *
006620*  THE BEFORE IMAGE, AND DELETES IT.  THE EMPLOYEE GOES BACK    *
006630*  TO BEING PAID BY CHECK.                                      *
006640*****************************************************************
006650  2600-APPLY-DELETE.
006660
006670      MOVE BT-IDENT TO BA-IDENT
006680
006690      READ BANK-MASTER-FILE
006700          INVALID KEY
006710              MOVE "N" TO WS-REJECT-REASON-CODE
006720              PERFORM 2900-REJECT-TRANSACTION
006730                  THRU 2900-REJECT-TRANSACTION-EXIT
006740              GO TO 2600-APPLY-DELETE-EXIT
006750      END-READ
006760
006770      MOVE BA-ROUTING        TO BU-OLD-ROUTING
006780      MOVE BA-ACCOUNT        TO BU-OLD-ACCOUNT
006790      MOVE BA-PRENOTE-STATUS TO BU-OLD-STATUS
006800
006810      DELETE BANK-MASTER-FILE
006820          INVALID KEY
006830              DISPLAY "BANKMNT: CANNOT DELETE BANKMAST, IDENT "
006840                      BA-IDENT
006850              MOVE "F" TO WS-REJECT-REASON-CODE
006860              PERFORM 2900-REJECT-TRANSACTION
006870                  THRU 2900-REJECT-TRANSACTION-EXIT
006880              GO TO 2600-APPLY-DELETE-EXIT
006890      END-DELETE
006900
006910      ADD 1 TO WS-DELETE-COUNT
006920
006930      MOVE BT-IDENT        TO BU-IDENT
006940      MOVE ZEROS           TO BU-NEW-ROUTING
006950      MOVE SPACES          TO BU-NEW-ACCOUNT
006960      MOVE SPACE           TO BU-NEW-STATUS
006970      ACCEPT BU-DATE       FROM DATE YYYYMMDD
006980      ACCEPT BU-TIME       FROM TIME
006990
007000      WRITE BANK-AUDIT-RECORD
007010
007020      PERFORM 2800-PRINT-POSTING-LINE
007030          THRU 2800-PRINT-POSTING-LINE-EXIT.
007040
007050  2600-APPLY-DELETE-EXIT.
007060      EXIT.
007070
007080*****************************************************************
007090*                  2620-APPLY-ACTIVATE                          *
007100*  MARKS A PRENOTED ACCOUNT ACTIVE ONCE THE BANK HAS ACCEPTED   *
007110*  THE PRENOTE.  AN ACCOUNT THAT WAS NEVER PRENOTED, OR IS      *
007120*  ALREADY ACTIVE, REJECTS.                                     *
007130*****************************************************************
007140  2620-APPLY-ACTIVATE.
007150
007160      MOVE BT-IDENT TO BA-IDENT
007170
007180      READ BANK-MASTER-FILE
007190          INVALID KEY
007200              MOVE "N" TO WS-REJECT-REASON-CODE
007210              PERFORM 2900-REJECT-TRANSACTION
007220                  THRU 2900-REJECT-TRANSACTION-EXIT
007230              GO TO 2620-APPLY-ACTIVATE-EXIT
007240      END-READ
007250
007260      IF NOT BA-PRENOTE-PENDING
007270          MOVE "S" TO WS-REJECT-REASON-CODE
007280          PERFORM 2900-REJECT-TRANSACTION
007290              THRU 2900-REJECT-TRANSACTION-EXIT
007300          GO TO 2620-APPLY-ACTIVATE-EXIT
007310      END-IF
007320
007330      MOVE BA-ROUTING        TO BU-OLD-ROUTING
007340      MOVE BA-ACCOUNT        TO BU-OLD-ACCOUNT
007350      MOVE BA-PRENOTE-STATUS TO BU-OLD-STATUS
007360
007370      MOVE "A"             TO BA-PRENOTE-STATUS
007380      MOVE WS-CURRENT-DATE TO BA-PRENOTE-DATE
007390
007400      REWRITE BANK-MASTER-RECORD
007410          INVALID KEY
007420              DISPLAY "BANKMNT: CANNOT REWRITE BANKMAST, IDENT "
007430                      BA-IDENT
007440              MOVE "F" TO WS-REJECT-REASON-CODE
007450              PERFORM 2900-REJECT-TRANSACTION
007460                  THRU 2900-REJECT-TRANSACTION-EXIT
007470              GO TO 2620-APPLY-ACTIVATE-EXIT
007480      END-REWRITE
007490
007500      ADD 1 TO WS-ACTIVATE-COUNT
007510
007520      PERFORM 2650-WRITE-AUDIT-RECORD
007530          THRU 2650-WRITE-AUDIT-RECORD-EXIT
007540
007550      PERFORM 2800-PRINT-POSTING-LINE
007560          THRU 2800-PRINT-POSTING-LINE-EXIT.
007570
007580  2620-APPLY-ACTIVATE-EXIT.
007590      EXIT.
007600
007610*****************************************************************
007620*               2650-WRITE-AUDIT-RECORD                         *
007630*  APPENDS ONE TRANSACTION RECORD TO BANK-AUDIT-FILE HOLDING    *
007640*  THE IDENT, A DATE/TIME STAMP, AND THE OLD/NEW ROUTING,       *
007650*  ACCOUNT AND PRENOTE STATUS SURROUNDING THE POSTING.  THE     *
007660*  BEFORE IMAGE IS CAPTURED BY THE POSTING PARAGRAPHS BEFORE    *
007670*  THE BANK-MASTER RECORD IS TOUCHED.                           *
007680*****************************************************************
007690  2650-WRITE-AUDIT-RECORD.
007700
007710      MOVE BA-IDENT           TO BU-IDENT
007720      MOVE BA-ROUTING         TO BU-NEW-ROUTING
007730      MOVE BA-ACCOUNT         TO BU-NEW-ACCOUNT
007740      MOVE BA-PRENOTE-STATUS  TO BU-NEW-STATUS
007750      ACCEPT BU-DATE          FROM DATE YYYYMMDD
007760      ACCEPT BU-TIME          FROM TIME
007770
007780      WRITE BANK-AUDIT-RECORD.
007790
007800  2650-WRITE-AUDIT-RECORD-EXIT.
007810      EXIT.
007820
007830*****************************************************************
007840*               2800-PRINT-POSTING-LINE                         *
007850*  BUILDS AND WRITES ONE APPLIED-TRANSACTION LINE ON THE        *
007860*  POSTING REPORT, BREAKING TO A NEW PAGE FIRST IF THE CURRENT  *
007870*  PAGE IS FULL.                                                *
007880*****************************************************************
007890  2800-PRINT-POSTING-LINE.
007900
007910      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
007920          PERFORM 2810-PRINT-HEADINGS
007930              THRU 2810-PRINT-HEADINGS-EXIT
007940      END-IF
007950
007960      MOVE BT-IDENT      TO RPT-D-IDENT
007970      MOVE BT-ACTION     TO RPT-D-ACTION
007980      MOVE "APPLIED"     TO RPT-D-DISPOSITION
007990      MOVE SPACES        TO RPT-D-REASON
008000
008010      WRITE POSTING-RECORD FROM RPT-DETAIL-LINE
008020          AFTER ADVANCING 1 LINE
008030
008040      ADD 1 TO WS-LINE-COUNT.
008050
008060  2800-PRINT-POSTING-LINE-EXIT.
008070      EXIT.
008080
008090*****************************************************************
008100*                 2810-PRINT-HEADINGS                          *
008110*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
008120*  NEW PAGE AND RESETS THE LINE COUNT.                          *
008130*****************************************************************
008140  2810-PRINT-HEADINGS.
008150
008160      ADD 1 TO WS-PAGE-COUNT
008170      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
008180      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
008190
008200      WRITE POSTING-RECORD FROM RPT-HEADING-1
008210          AFTER ADVANCING PAGE
008220      WRITE POSTING-RECORD FROM RPT-BLANK-LINE
008230          AFTER ADVANCING 1 LINE
008240      WRITE POSTING-RECORD FROM RPT-HEADING-2
008250          AFTER ADVANCING 1 LINE
008260      WRITE POSTING-RECORD FROM RPT-BLANK-LINE
008270          AFTER ADVANCING 1 LINE
008280
008290      MOVE ZEROS TO WS-LINE-COUNT.
008300
008310  2810-PRINT-HEADINGS-EXIT.
008320      EXIT.
008330
008340*****************************************************************
008350*                  2900-REJECT-TRANSACTION                      *
008360*  TRANSLATES WS-REJECT-REASON-CODE INTO REASON TEXT AND WRITES *
008370*  ONE REJECTED-TRANSACTION LINE ON THE POSTING REPORT.         *
008380*****************************************************************
008390  2900-REJECT-TRANSACTION.
008400
008410      IF WS-REJECT-REASON-CODE = "E"
008420          MOVE "FAILED INPUT EDIT" TO WS-REJECT-REASON-TEXT
008430      ELSE
008440      IF WS-REJECT-REASON-CODE = "I"
008450          MOVE "FAILED IDENT CHECK DIGIT" TO WS-REJECT-REASON-TEXT
008460      ELSE
008470      IF WS-REJECT-REASON-CODE = "A"
008480          MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON-TEXT
008490      ELSE
008500      IF WS-REJECT-REASON-CODE = "M"
008510          MOVE "IDENT NOT ON CUSTOMER MASTER"
008520        TO WS-REJECT-REASON-TEXT
008530      ELSE
008540      IF WS-REJECT-REASON-CODE = "N"
008550          MOVE "IDENT NOT ON BANK MASTER" TO WS-REJECT-REASON-TEXT
008560      ELSE
008570      IF WS-REJECT-REASON-CODE = "P"
008580          MOVE "IDENT ALREADY ON BANK MASTER"
008590        TO WS-REJECT-REASON-TEXT
008600      ELSE
008610      IF WS-REJECT-REASON-CODE = "S"
008620          MOVE "ACCOUNT NOT IN PRENOTE STATUS"
008630        TO WS-REJECT-REASON-TEXT
008640      ELSE
008650      IF WS-REJECT-REASON-CODE = "F"
008660          MOVE "BANK MASTER POSTING FAILED"
008670        TO WS-REJECT-REASON-TEXT
008680      ELSE
008690          MOVE "UNKNOWN REJECT REASON" TO WS-REJECT-REASON-TEXT
008700      END-IF
008710      END-IF
008720      END-IF
008730      END-IF
008740      END-IF
008750      END-IF
008760      END-IF
008770      END-IF.
008780
008790      ADD 1 TO WS-REJECT-COUNT
008800
008810      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
008820          PERFORM 2810-PRINT-HEADINGS
008830              THRU 2810-PRINT-HEADINGS-EXIT
008840      END-IF.
008850
008860      MOVE BT-IDENT              TO RPT-D-IDENT
008870      MOVE BT-ACTION             TO RPT-D-ACTION
008880      MOVE "REJECTED"            TO RPT-D-DISPOSITION
008890      MOVE WS-REJECT-REASON-TEXT TO RPT-D-REASON
008900
008910      WRITE POSTING-RECORD FROM RPT-DETAIL-LINE
008920          AFTER ADVANCING 1 LINE
008930
008940      ADD 1 TO WS-LINE-COUNT.
008950
008960  2900-REJECT-TRANSACTION-EXIT.
008970      EXIT.
008980
008990*****************************************************************
009000*                       3000-FINALIZE                           *
009010*  PRINTS THE POSTING TOTALS BLOCK AND CLOSES THE FILES.        *
009020*****************************************************************
009030  3000-FINALIZE.
009040
009050      WRITE POSTING-RECORD FROM RPT-BLANK-LINE
009060          AFTER ADVANCING 1 LINE
009070
009080      MOVE "TRANSACTIONS READ"      TO RPT-T-LABEL
009090      MOVE WS-TRAN-READ-COUNT       TO RPT-T-COUNT
009100      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
009110          AFTER ADVANCING 1 LINE
009120
009130      MOVE "ADDS APPLIED"           TO RPT-T-LABEL
009140      MOVE WS-ADD-COUNT             TO RPT-T-COUNT
009150      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
009160          AFTER ADVANCING 1 LINE
009170
009180      MOVE "CHANGES APPLIED"        TO RPT-T-LABEL
009190      MOVE WS-CHANGE-COUNT          TO RPT-T-COUNT
009200      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
009210          AFTER ADVANCING 1 LINE
009220
009230      MOVE "DELETES APPLIED"        TO RPT-T-LABEL
009240      MOVE WS-DELETE-COUNT          TO RPT-T-COUNT
009250      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
009260          AFTER ADVANCING 1 LINE
009270
009280      MOVE "ACTIVATIONS APPLIED"    TO RPT-T-LABEL
009290      MOVE WS-ACTIVATE-COUNT        TO RPT-T-COUNT
009300      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
009310          AFTER ADVANCING 1 LINE
009320
009330      MOVE "TRANSACTIONS REJECTED"  TO RPT-T-LABEL
009340      MOVE WS-REJECT-COUNT          TO RPT-T-COUNT
009350      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
009360          AFTER ADVANCING 1 LINE
009370
009380      CLOSE TRANSACTION-FILE
009390      CLOSE BANK-MASTER-FILE
009400      CLOSE CUSTOMER-MASTER-FILE
009410      CLOSE BANK-AUDIT-FILE
009420      CLOSE POSTING-REPORT.
009430
009440  3000-FINALIZE-EXIT.
009450      EXIT.
009460
