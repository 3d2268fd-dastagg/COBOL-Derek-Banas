000370*                  PREFERRED PATH - IT KEEPS THE YTD LINKAGE    *
000380*                  FOR QUARTERLY REPORTING WHERE A DELETE       *
000390*                  DESTROYS IT.                                 *
000400* 10/15/2026 DRH   THE MASTER RECORD NOW CARRIES A PAY TYPE     *
000410*                  (H HOURLY / S SALARIED) AND A PER-PERIOD     *
000420*                  SALARY, SETTABLE ON ADD AND CHANGE           *
000430*                  TRANSACTIONS; THE TRANSACTION GREW TO 61     *
000440*                  BYTES AND THE MASTER TO 60.  AN ADD WITH NO  *
000450*                  PAY TYPE DEFAULTS TO HOURLY WITH NO SALARY.  *
000460*****************************************************************
000470  IDENTIFICATION DIVISION.
000480  PROGRAM-ID. CUSTMNT.
000490  AUTHOR. DAVID R. HENDERSON.
000500  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000510  DATE-WRITTEN. 08/21/2026.
000520  DATE-COMPILED.
000530  ENVIRONMENT DIVISION.
000540
000550  CONFIGURATION SECTION.
000560  SOURCE-COMPUTER. IBM-370.
000570  OBJECT-COMPUTER. IBM-370.
000580  SPECIAL-NAMES.
000590      C01 IS TOP-OF-PAGE.
000600
000610  INPUT-OUTPUT SECTION.
000620  FILE-CONTROL.
000630*****************************************************************
000640* TRANSACTION-FILE CARRIES ONE MAINTENANCE TRANSACTION PER      *
000650* RECORD - AN ACTION CODE (A/C/D) FOLLOWED BY THE FULL          *
000660* CUSTOMER-MASTER RECORD IMAGE THE ACTION APPLIES.              *
000670*****************************************************************
000680      SELECT TRANSACTION-FILE
000690          ASSIGN TO "CUSTTRAN"
000700          ORGANIZATION IS SEQUENTIAL
000710          FILE STATUS IS WS-TRN-FILE-STATUS.
000720
000730*****************************************************************
000740* CUSTOMER-MASTER IS THE MAIN CUSTOMER FILE, KEYED BY IDENT SO  *
000750* TRANSACTIONS CAN BE POSTED AGAINST IT DIRECTLY BY KEY.        *
000760*****************************************************************
000770      SELECT CUSTOMER-MASTER-FILE
000780          ASSIGN TO "CUSTMAST"
000790          ORGANIZATION IS INDEXED
000800          ACCESS MODE IS DYNAMIC
000810          RECORD KEY IS CM-IDENT
000820          FILE STATUS IS WS-CM-FILE-STATUS.
000830
000840*****************************************************************
000850* AUDIT-FILE RECEIVES THE SAME BEFORE/AFTER TRANSACTION RECORD  *
000860* THE BATCH RUN WRITES, SO MAINTENANCE CHANGES SIT ON THE SAME  *
000870* TRAIL AS EVERY OTHER CUSTOMER-MASTER CHANGE.                  *
000880*****************************************************************
000890      SELECT AUDIT-FILE
000900          ASSIGN TO "AUDITLOG"
000910          ORGANIZATION IS SEQUENTIAL
000920          FILE STATUS IS WS-AUD-FILE-STATUS.
000930
000940*****************************************************************
000950* POSTING-REPORT IS THE FORMATTED, PAGINATED REPORT OF APPLIED  *
000960* AND REJECTED TRANSACTIONS.                                    *
000970*****************************************************************
000980      SELECT POSTING-REPORT
000990          ASSIGN TO "MNTRPT"
001000          ORGANIZATION IS SEQUENTIAL
001010          FILE STATUS IS WS-RPT-FILE-STATUS.
001020
001030  DATA DIVISION.
001040
001050  FILE SECTION.
001060*****************************************************************
001070* FD  - TRANSACTION-FILE                                        *
001080*****************************************************************
001090  FD  TRANSACTION-FILE
001100      LABEL RECORDS ARE STANDARD
001110      RECORD CONTAINS 61 CHARACTERS.
001120  01  TRANSACTION-RECORD.
001130      05  TR-ACTION               PIC X(01).
001140          88  TR-ACTION-ADD             VALUE "A".
001150          88  TR-ACTION-CHANGE          VALUE "C".
001160          88  TR-ACTION-DELETE          VALUE "D".
001170      05  TR-MASTER-IMAGE.
001180          10  TR-IDENT            PIC 9(03).
001190          10  TR-IDENT-DIGITS REDEFINES TR-IDENT.
001200              15  TR-IDENT-D1     PIC 9.
001210              15  TR-IDENT-D2     PIC 9.
001220              15  TR-IDENT-D3     PIC 9.
001230          10  TR-CUSTNAME         PIC X(20).
001240          10  TR-DATEOFBIRTH.
001250              15  TR-MOB          PIC 9(02).
001260              15  TR-DOB          PIC 9(02).
001270              15  TR-YOB          PIC 9(04).
001280          10  TR-HOURS-WORKED     PIC 9(03)V99.
001290          10  TR-HOURLY-RATE      PIC 9(03)V99.
001300          10  TR-AGE-YEARS        PIC 9(03).
001310          10  TR-STATUS           PIC X(01).
001320              88  TR-STATUS-ACTIVE      VALUE "A".
001330              88  TR-STATUS-LEAVE       VALUE "L".
001340              88  TR-STATUS-TERMINATED  VALUE "T".
001350          10  TR-STATUS-DATE      PIC 9(08).
001360          10  TR-PAY-TYPE         PIC X(01).
001370              88  TR-PAY-HOURLY         VALUE "H".
001380              88  TR-PAY-SALARIED       VALUE "S".
001390          10  TR-PERIOD-SALARY    PIC 9(04)V99.
001400
001410*****************************************************************
001420* FD  - CUSTOMER-MASTER-FILE                                    *
001430*****************************************************************
001440  FD  CUSTOMER-MASTER-FILE
001450      LABEL RECORDS ARE STANDARD
001460      RECORD CONTAINS 60 CHARACTERS.
001470  01  CUSTOMER-MASTER-RECORD.
001480      05  CM-IDENT                PIC 9(03).
001490      05  CM-CUSTNAME             PIC X(20).
001500      05  CM-DATEOFBIRTH.
001510          10  CM-MOB              PIC 9(02).
001520          10  CM-DOB              PIC 9(02).
001530          10  CM-YOB              PIC 9(04).
001540      05  CM-HOURS-WORKED         PIC 9(03)V99.
001550      05  CM-HOURLY-RATE          PIC 9(03)V99.
001560      05  CM-AGE-YEARS            PIC 9(03).
001570      05  CM-STATUS               PIC X(01).
001580          88  CM-STATUS-ACTIVE          VALUE "A".
001590          88  CM-STATUS-LEAVE           VALUE "L".
001600          88  CM-STATUS-TERMINATED      VALUE "T".
001610      05  CM-STATUS-DATE          PIC 9(08).
001620      05  CM-PAY-TYPE             PIC X(01).
001630          88  CM-PAY-HOURLY             VALUE "H".
001640          88  CM-PAY-SALARIED           VALUE "S".
001650      05  CM-PERIOD-SALARY        PIC 9(04)V99.
001660
001670*****************************************************************
001680* FD  - AUDIT-FILE                                              *
001690*****************************************************************
001700  FD  AUDIT-FILE
001710      LABEL RECORDS ARE STANDARD
001720      RECORD CONTAINS 77 CHARACTERS.
001730  01  AUDIT-RECORD.
001740      05  AU-IDENT                PIC 9(03).
001750      05  AU-DATE                 PIC 9(08).
001760      05  AU-TIME                 PIC 9(08).
001770      05  AU-OLD-CUSTNAME         PIC X(20).
001780      05  AU-NEW-CUSTNAME         PIC X(20).
001790      05  AU-OLD-DATEOFBIRTH.
001800          10  AU-OLD-MOB          PIC 9(02).
001810          10  AU-OLD-DOB          PIC 9(02).
001820          10  AU-OLD-YOB          PIC 9(04).
001830      05  AU-NEW-DATEOFBIRTH.
001840          10  AU-NEW-MOB          PIC 9(02).
001850          10  AU-NEW-DOB          PIC 9(02).
001860          10  AU-NEW-YOB          PIC 9(04).
001870      05  AU-OLD-STATUS           PIC X(01).
001880      05  AU-NEW-STATUS           PIC X(01).
001890
001900*****************************************************************
001910* FD  - POSTING-REPORT                                          *
001920*****************************************************************
001930  FD  POSTING-REPORT
001940      LABEL RECORDS ARE STANDARD
001950      RECORD CONTAINS 132 CHARACTERS.
001960  01  POSTING-RECORD              PIC X(132).
001970
001980  WORKING-STORAGE SECTION.
001990*****************************************************************
002000* FILE STATUS AND END-OF-FILE SWITCHES                          *
002010*****************************************************************
002020  77  WS-TRN-FILE-STATUS      PIC X(02) VALUE SPACES.
002030      88  WS-TRN-FILE-OK             VALUE "00".
002040
002050  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
002060      88  WS-END-OF-FILE             VALUE "Y".
002070      88  WS-NOT-END-OF-FILE         VALUE "N".
002080
002090  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
002100      88  WS-CM-FILE-OK              VALUE "00".
002110
002120  77  WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
002130      88  WS-AUD-FILE-OK             VALUE "00".
002140
002150  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
002160      88  WS-RPT-FILE-OK             VALUE "00".
002170
002180*****************************************************************
002190* TRANSACTION COUNTERS FOR THE POSTING REPORT TOTALS BLOCK      *
002200*****************************************************************
002210  77  WS-TRAN-READ-COUNT      PIC 9(07) VALUE ZEROS.
002220  77  WS-ADD-COUNT            PIC 9(07) VALUE ZEROS.
002230  77  WS-CHANGE-COUNT         PIC 9(07) VALUE ZEROS.
002240  77  WS-DELETE-COUNT         PIC 9(07) VALUE ZEROS.
002250  77  WS-REJECT-COUNT         PIC 9(07) VALUE ZEROS.
002260
002270*****************************************************************
002280* INPUT EDIT RESULT FIELDS.  THE EDITS THEMSELVES LIVE IN THE   *
002290* EDITMSTR SUBPROGRAM, SHARED WITH COBOLTUT AND SUSPRSUB; THE   *
002300* REASON CODE AND TEXT IT RETURNS ARE CARRIED TO THE POSTING    *
002310* REPORT ALONGSIDE THE POSTING PASS'S OWN REASONS.              *
002320*****************************************************************
002330  77  WS-REJECT-REASON-CODE   PIC X(01) VALUE SPACE.
002340  77  WS-REJECT-REASON-TEXT   PIC X(30) VALUE SPACES.
002350
002360*****************************************************************
002370* SHARED EDIT SUBPROGRAM PARAMETER AREA.  THE TRANSACTION'S     *
002380* MASTER IMAGE AND THE CURRENT DATE GO IN; THE VERDICT, REASON  *
002390* CODE/TEXT AND DERIVED AGE COME BACK.                          *
002400*****************************************************************
002410  01  EDIT-MASTER-PARMS.
002420      05  EM-EDIT-MODE            PIC X(01).
002430      05  EM-MASTER-IMAGE         PIC X(60).
002440      05  EM-CURRENT-DATE.
002450          10  EM-CURR-CCYY        PIC 9(04).
002460          10  EM-CURR-MM          PIC 9(02).
002470          10  EM-CURR-DD          PIC 9(02).
002480      05  EM-EDIT-VALID-SW        PIC X(01).
002490          88  EM-EDIT-VALID             VALUE "Y".
002500          88  EM-EDIT-INVALID           VALUE "N".
002510      05  EM-REASON-CODE          PIC X(01).
002520      05  EM-REASON-TEXT          PIC X(30).
002530      05  EM-AGE-DERIVED          PIC 9(03).
002540
002550  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
002560  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
002570      05  WS-CURR-CCYY        PIC 9(04).
002580      05  WS-CURR-MM          PIC 9(02).
002590      05  WS-CURR-DD          PIC 9(02).
002600
002610*****************************************************************
002620* POSTING REPORT LAYOUTS AND PAGE CONTROL FIELDS                *
002630*****************************************************************
002640  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
002650  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
002660  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
002670
002680  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
002690
002700  01  RPT-HEADING-1.
002710      05  FILLER              PIC X(01) VALUE SPACE.
002720      05  FILLER              PIC X(30) VALUE
002730          "CUSTOMER MASTER MAINTENANCE".
002740      05  FILLER              PIC X(20) VALUE SPACES.
002750      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
002760      05  RPT-H1-DATE         PIC X(10).
002770      05  FILLER              PIC X(10) VALUE SPACES.
002780      05  FILLER              PIC X(06) VALUE "PAGE: ".
002790      05  RPT-H1-PAGE         PIC ZZZ9.
002800      05  FILLER              PIC X(41) VALUE SPACES.
002810
002820  01  RPT-HEADING-2.
002830      05  FILLER              PIC X(02) VALUE SPACES.
002840      05  FILLER              PIC X(05) VALUE "IDENT".
002850      05  FILLER              PIC X(05) VALUE SPACES.
002860      05  FILLER              PIC X(06) VALUE "ACTION".
002870      05  FILLER              PIC X(04) VALUE SPACES.
002880      05  FILLER              PIC X(11) VALUE "DISPOSITION".
002890      05  FILLER              PIC X(04) VALUE SPACES.
002900      05  FILLER              PIC X(30) VALUE "REASON".
002910      05  FILLER              PIC X(65) VALUE SPACES.
002920
002930  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
002940
002950  01  RPT-DETAIL-LINE.
002960      05  FILLER              PIC X(02) VALUE SPACES.
002970      05  RPT-D-IDENT         PIC ZZ9.
002980      05  FILLER              PIC X(07) VALUE SPACES.
002990      05  RPT-D-ACTION        PIC X(01).
003000      05  FILLER              PIC X(09) VALUE SPACES.
003010      05  RPT-D-DISPOSITION   PIC X(08).
003020      05  FILLER              PIC X(07) VALUE SPACES.
003030      05  RPT-D-REASON        PIC X(30).
003040      05  FILLER              PIC X(65) VALUE SPACES.
003050
003060  01  RPT-TOTAL-LINE.
003070      05  FILLER              PIC X(02) VALUE SPACES.
003080      05  RPT-T-LABEL         PIC X(25).
003090      05  RPT-T-COUNT         PIC ZZZ,ZZ9.
003100      05  FILLER              PIC X(98) VALUE SPACES.
003110
003120  PROCEDURE DIVISION.
003130*****************************************************************
003140*                        0000-MAINLINE                          *
003150*****************************************************************
003160  0000-MAINLINE.
003170
003180      PERFORM 1000-INITIALIZE
003190          THRU 1000-INITIALIZE-EXIT.
003200
003210      PERFORM 2000-PROCESS-TRANSACTIONS
003220          THRU 2000-PROCESS-TRANSACTIONS-EXIT
003230          UNTIL WS-END-OF-FILE.
003240
003250      PERFORM 3000-FINALIZE
003260          THRU 3000-FINALIZE-EXIT.
003270
003280      STOP RUN.
003290
003300*****************************************************************
003310*                       1000-INITIALIZE                         *
003320*  OPENS THE FILES AND PRINTS THE FIRST PAGE OF THE POSTING     *
003330*  REPORT.                                                      *
003340*****************************************************************
003350  1000-INITIALIZE.
003360
003370      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003380
003390      STRING WS-CURR-MM   DELIMITED BY SIZE
003400             "/"          DELIMITED BY SIZE
003410             WS-CURR-DD   DELIMITED BY SIZE
003420             "/"          DELIMITED BY SIZE
003430             WS-CURR-CCYY DELIMITED BY SIZE
003440          INTO WS-RUN-DATE-EDIT
003450
003460      OPEN INPUT TRANSACTION-FILE
003470
003480      IF NOT WS-TRN-FILE-OK
003490          DISPLAY "CUSTMNT: UNABLE TO OPEN CUSTTRAN, "
003500                  "STATUS = " WS-TRN-FILE-STATUS
003510          SET WS-END-OF-FILE TO TRUE
003520      END-IF.
003530
003540      OPEN I-O CUSTOMER-MASTER-FILE
003550
003560      IF NOT WS-CM-FILE-OK
003570          DISPLAY "CUSTMNT: UNABLE TO OPEN CUSTMAST, "
003580                  "STATUS = " WS-CM-FILE-STATUS
003590          SET WS-END-OF-FILE TO TRUE
003600      END-IF.
003610
003620      OPEN EXTEND AUDIT-FILE
003630
003640      IF NOT WS-AUD-FILE-OK
003650          DISPLAY "CUSTMNT: UNABLE TO OPEN AUDITLOG, "
003660                  "STATUS = " WS-AUD-FILE-STATUS
003670          SET WS-END-OF-FILE TO TRUE
003680      END-IF.
003690
003700      OPEN OUTPUT POSTING-REPORT
003710
003720      IF NOT WS-RPT-FILE-OK
003730          DISPLAY "CUSTMNT: UNABLE TO OPEN MNTRPT, "
003740                  "STATUS = " WS-RPT-FILE-STATUS
003750          SET WS-END-OF-FILE TO TRUE
003760      END-IF.
003770
003780      PERFORM 2810-PRINT-HEADINGS
003790          THRU 2810-PRINT-HEADINGS-EXIT.
003800
003810  1000-INITIALIZE-EXIT.
003820      EXIT.
003830
003840*****************************************************************
003850*                 2000-PROCESS-TRANSACTIONS                     *
003860*  MAIN READ LOOP - READS EACH TRANSACTION UNTIL END OF FILE,   *
003870*  EDITS AND VALIDATES IT THE SAME WAY THE BATCH RUN EDITS A    *
003880*  MASTER RECORD, THEN POSTS IT BY ACTION CODE.  TRANSACTIONS   *
003890*  THAT FAIL ANY PASS ARE REJECTED TO THE POSTING REPORT.       *
003900*****************************************************************
003910  2000-PROCESS-TRANSACTIONS.
003920
003930      PERFORM 2100-READ-TRANSACTION
003940          THRU 2100-READ-TRANSACTION-EXIT.
003950
003960      IF WS-END-OF-FILE
003970          GO TO 2000-PROCESS-TRANSACTIONS-EXIT
003980      END-IF.
003990
004000      ADD 1 TO WS-TRAN-READ-COUNT
004010
004020      IF NOT TR-ACTION-ADD
004030          AND NOT TR-ACTION-CHANGE
004040          AND NOT TR-ACTION-DELETE
004050          MOVE "A" TO WS-REJECT-REASON-CODE
004060          PERFORM 2900-REJECT-TRANSACTION
004070              THRU 2900-REJECT-TRANSACTION-EXIT
004080          GO TO 2000-PROCESS-TRANSACTIONS-EXIT
004090      END-IF.
004100
004110      IF TR-ACTION-ADD AND TR-STATUS = SPACE
004120          MOVE "A"             TO TR-STATUS
004130          MOVE WS-CURRENT-DATE TO TR-STATUS-DATE
004140      END-IF.
004150
004160      IF TR-ACTION-ADD AND TR-PAY-TYPE = SPACE
004170          MOVE "H"             TO TR-PAY-TYPE
004180          IF TR-PERIOD-SALARY IS NOT NUMERIC
004190              MOVE ZEROS       TO TR-PERIOD-SALARY
004200          END-IF
004210      END-IF.
004220
004230      PERFORM 2200-EDIT-TRANSACTION
004240          THRU 2200-EDIT-TRANSACTION-EXIT.
004250
004260      IF EM-EDIT-INVALID
004270          MOVE EM-REASON-CODE TO WS-REJECT-REASON-CODE
004280          PERFORM 2900-REJECT-TRANSACTION
004290              THRU 2900-REJECT-TRANSACTION-EXIT
004300          GO TO 2000-PROCESS-TRANSACTIONS-EXIT
004310      END-IF.
004320
004330      IF TR-ACTION-ADD
004340          PERFORM 2500-APPLY-ADD
004350              THRU 2500-APPLY-ADD-EXIT
004360      ELSE
004370      IF TR-ACTION-CHANGE
004380          PERFORM 2550-APPLY-CHANGE
004390              THRU 2550-APPLY-CHANGE-EXIT
004400      ELSE
004410          PERFORM 2600-APPLY-DELETE
004420              THRU 2600-APPLY-DELETE-EXIT
004430      END-IF
004440      END-IF.
004450
004460  2000-PROCESS-TRANSACTIONS-EXIT.
004470      EXIT.
004480
004490*****************************************************************
004500*                   2100-READ-TRANSACTION                       *
004510*****************************************************************
004520  2100-READ-TRANSACTION.
004530
004540      READ TRANSACTION-FILE
004550          AT END
004560              SET WS-END-OF-FILE TO TRUE
004570      END-READ.
004580
004590  2100-READ-TRANSACTION-EXIT.
004600      EXIT.
004610
004620*****************************************************************
004630*                2200-EDIT-TRANSACTION                          *
004640*  RUNS THE SHARED EDITMSTR SUBPROGRAM OVER THE TRANSACTION'S   *
004650*  MASTER IMAGE - THE SAME PASSES THE BATCH RUN APPLIES.  A     *
004660*  DELETE CARRIES NOTHING BUT A KEY, SO IT GETS THE KEY-ONLY    *
004670*  EDIT MODE.                                                   *
004680*****************************************************************
004690  2200-EDIT-TRANSACTION.
004700
004710      IF TR-ACTION-DELETE
004720          MOVE "K" TO EM-EDIT-MODE
004730      ELSE
004740          MOVE "F" TO EM-EDIT-MODE
004750      END-IF
004760
004770      MOVE TR-MASTER-IMAGE TO EM-MASTER-IMAGE
004780      MOVE WS-CURR-CCYY    TO EM-CURR-CCYY
004790      MOVE WS-CURR-MM      TO EM-CURR-MM
004800      MOVE WS-CURR-DD      TO EM-CURR-DD
004810
004820      CALL "EDITMSTR" USING EDIT-MASTER-PARMS.
004830
004840  2200-EDIT-TRANSACTION-EXIT.
004850      EXIT.
004860
004870
004880*****************************************************************
004890*                    2500-APPLY-ADD                             *
004900*  BUILDS A NEW MASTER RECORD FROM THE TRANSACTION IMAGE AND    *
004910*  WRITES IT.  A KEY ALREADY ON FILE REJECTS THE TRANSACTION AS *
004920*  A DUPLICATE.  THE AUDIT RECORD CARRIES AN EMPTY BEFORE IMAGE *
004930*  SO THE TRAIL SHOWS THE CUSTOMER CAME INTO BEING HERE.        *
004940*****************************************************************
004950  2500-APPLY-ADD.
004960
004970      MOVE SPACES          TO AU-OLD-CUSTNAME
004980      MOVE SPACE           TO AU-OLD-STATUS
004990      MOVE ZEROS           TO AU-OLD-MOB
005000      MOVE ZEROS           TO AU-OLD-DOB
005010      MOVE ZEROS           TO AU-OLD-YOB
005020
005030      PERFORM 2700-BUILD-MASTER-RECORD
005040          THRU 2700-BUILD-MASTER-RECORD-EXIT
005050
005060      WRITE CUSTOMER-MASTER-RECORD
005070          INVALID KEY
005080              MOVE "P" TO WS-REJECT-REASON-CODE
005090              PERFORM 2900-REJECT-TRANSACTION
005100                  THRU 2900-REJECT-TRANSACTION-EXIT
005110          NOT INVALID KEY
005120              ADD 1 TO WS-ADD-COUNT
005130              PERFORM 2650-WRITE-AUDIT-RECORD
005140                  THRU 2650-WRITE-AUDIT-RECORD-EXIT
005150              PERFORM 2800-PRINT-POSTING-LINE
005160                  THRU 2800-PRINT-POSTING-LINE-EXIT
005170      END-WRITE.
005180
005190  2500-APPLY-ADD-EXIT.
005200      EXIT.
005210
005220*****************************************************************
005230*                   2550-APPLY-CHANGE                           *
005240*  READS THE MASTER RECORD THE TRANSACTION NAMES, CAPTURES THE  *
005250*  BEFORE IMAGE FOR THE AUDIT TRAIL, LAYS THE TRANSACTION IMAGE *
005260*  OVER IT AND REWRITES.  AN IDENT NOT ON FILE IS REJECTED.     *
005270*****************************************************************
005280  2550-APPLY-CHANGE.
005290
005300      MOVE TR-IDENT TO CM-IDENT
005310
005320      READ CUSTOMER-MASTER-FILE
005330          INVALID KEY
005340              MOVE "N" TO WS-REJECT-REASON-CODE
005350              PERFORM 2900-REJECT-TRANSACTION
005360                  THRU 2900-REJECT-TRANSACTION-EXIT
005370              GO TO 2550-APPLY-CHANGE-EXIT
005380      END-READ
005390
005400      MOVE CM-CUSTNAME     TO AU-OLD-CUSTNAME
005410      MOVE CM-DATEOFBIRTH  TO AU-OLD-DATEOFBIRTH
005420      MOVE CM-STATUS       TO AU-OLD-STATUS
005430
005440      PERFORM 2700-BUILD-MASTER-RECORD
005450          THRU 2700-BUILD-MASTER-RECORD-EXIT
005460
005470      REWRITE CUSTOMER-MASTER-RECORD
005480          INVALID KEY
005490              DISPLAY "CUSTMNT: CANNOT REWRITE MASTER, IDENT "
005500                      CM-IDENT
005510              MOVE "F" TO WS-REJECT-REASON-CODE
005520              PERFORM 2900-REJECT-TRANSACTION
005530                  THRU 2900-REJECT-TRANSACTION-EXIT
005540          NOT INVALID KEY
005550              ADD 1 TO WS-CHANGE-COUNT
005560              PERFORM 2650-WRITE-AUDIT-RECORD
005570                  THRU 2650-WRITE-AUDIT-RECORD-EXIT
005580              PERFORM 2800-PRINT-POSTING-LINE
005590                  THRU 2800-PRINT-POSTING-LINE-EXIT
005600      END-REWRITE.
005610
005620  2550-APPLY-CHANGE-EXIT.
005630      EXIT.
005640
005650*****************************************************************
005660*                   2600-APPLY-DELETE                           *
005670*  READS THE MASTER RECORD THE TRANSACTION NAMES, CAPTURES THE  *
005680*  BEFORE IMAGE, AND DELETES IT.  THE AUDIT RECORD CARRIES AN   *
005690*  EMPTY AFTER IMAGE SO THE TRAIL SHOWS THE CUSTOMER ENDED HERE.*
005700*****************************************************************
005710  2600-APPLY-DELETE.
005720
005730      MOVE TR-IDENT TO CM-IDENT
005740
005750      READ CUSTOMER-MASTER-FILE
005760          INVALID KEY
005770              MOVE "N" TO WS-REJECT-REASON-CODE
005780              PERFORM 2900-REJECT-TRANSACTION
005790                  THRU 2900-REJECT-TRANSACTION-EXIT
005800              GO TO 2600-APPLY-DELETE-EXIT
005810      END-READ
005820
005830      MOVE CM-CUSTNAME     TO AU-OLD-CUSTNAME
005840      MOVE CM-DATEOFBIRTH  TO AU-OLD-DATEOFBIRTH
005850      MOVE CM-STATUS       TO AU-OLD-STATUS
005860
005870      DELETE CUSTOMER-MASTER-FILE
005880          INVALID KEY
005890              DISPLAY "CUSTMNT: CANNOT DELETE MASTER, IDENT "
005900                      CM-IDENT
005910              MOVE "F" TO WS-REJECT-REASON-CODE
005920              PERFORM 2900-REJECT-TRANSACTION
005930                  THRU 2900-REJECT-TRANSACTION-EXIT
005940              GO TO 2600-APPLY-DELETE-EXIT
005950      END-DELETE
005960
005970      ADD 1 TO WS-DELETE-COUNT
005980
005990      MOVE TR-IDENT        TO AU-IDENT
006000      MOVE SPACES          TO AU-NEW-CUSTNAME
006010      MOVE SPACE           TO AU-NEW-STATUS
006020      MOVE ZEROS           TO AU-NEW-MOB
006030      MOVE ZEROS           TO AU-NEW-DOB
006040      MOVE ZEROS           TO AU-NEW-YOB
006050      ACCEPT AU-DATE       FROM DATE YYYYMMDD
006060      ACCEPT AU-TIME       FROM TIME
006070
006080      WRITE AUDIT-RECORD
006090
006100      PERFORM 2800-PRINT-POSTING-LINE
006110          THRU 2800-PRINT-POSTING-LINE-EXIT.
006120
006130  2600-APPLY-DELETE-EXIT.
006140      EXIT.
006150
006160*****************************************************************
006170*               2650-WRITE-AUDIT-RECORD                         *
006180*  APPENDS ONE TRANSACTION RECORD TO AUDIT-FILE HOLDING THE     *
006190*  IDENT, A DATE/TIME STAMP, AND THE OLD/NEW CUSTNAME AND       *
006200*  DATEOFBIRTH IMAGES SURROUNDING THE POSTING.  THE BEFORE      *
006210*  IMAGE IS CAPTURED BY THE POSTING PARAGRAPHS BEFORE THE       *
006220*  MASTER RECORD IS TOUCHED.                                    *
006230*****************************************************************
006240  2650-WRITE-AUDIT-RECORD.
006250
006260      MOVE CM-IDENT           TO AU-IDENT
006270      MOVE CM-CUSTNAME        TO AU-NEW-CUSTNAME
006280      MOVE CM-DATEOFBIRTH     TO AU-NEW-DATEOFBIRTH
006290      MOVE CM-STATUS          TO AU-NEW-STATUS
006300      ACCEPT AU-DATE          FROM DATE YYYYMMDD
006310      ACCEPT AU-TIME          FROM TIME
006320
006330      WRITE AUDIT-RECORD.
006340
006350  2650-WRITE-AUDIT-RECORD-EXIT.
006360      EXIT.
006370
006380*****************************************************************
006390*               2700-BUILD-MASTER-RECORD                        *
006400*  LAYS THE TRANSACTION'S MASTER IMAGE INTO CUSTOMER-MASTER-    *
006410*  RECORD, CARRYING THE AGE THE SHARED EDIT MODULE DERIVED      *
006420*  RATHER THAN WHATEVER THE TRANSACTION KEYED IN ITS AGE COLUMN.*
006430*****************************************************************
006440  2700-BUILD-MASTER-RECORD.
006450
006460      MOVE TR-IDENT           TO CM-IDENT
006470      MOVE TR-CUSTNAME        TO CM-CUSTNAME
006480      MOVE TR-DATEOFBIRTH     TO CM-DATEOFBIRTH
006490      MOVE TR-HOURS-WORKED    TO CM-HOURS-WORKED
006500      MOVE TR-HOURLY-RATE     TO CM-HOURLY-RATE
006510      MOVE EM-AGE-DERIVED     TO CM-AGE-YEARS
006520      MOVE TR-STATUS          TO CM-STATUS
006530      MOVE TR-STATUS-DATE     TO CM-STATUS-DATE
006540      MOVE TR-PAY-TYPE        TO CM-PAY-TYPE
006550      MOVE TR-PERIOD-SALARY   TO CM-PERIOD-SALARY.
006560
006570  2700-BUILD-MASTER-RECORD-EXIT.
006580      EXIT.
006590
006600*****************************************************************
006610*               2800-PRINT-POSTING-LINE                         *
006620*  BUILDS AND WRITES ONE APPLIED-TRANSACTION LINE ON THE        *
006630*  POSTING REPORT, BREAKING TO A NEW PAGE FIRST IF THE CURRENT  *
006640*  PAGE IS FULL.                                                *
006650*****************************************************************
006660  2800-PRINT-POSTING-LINE.
006670
006680      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
006690          PERFORM 2810-PRINT-HEADINGS
006700              THRU 2810-PRINT-HEADINGS-EXIT
006710      END-IF
006720
006730      MOVE TR-IDENT      TO RPT-D-IDENT
006740      MOVE TR-ACTION     TO RPT-D-ACTION
006750      MOVE "APPLIED"     TO RPT-D-DISPOSITION
006760      MOVE SPACES        TO RPT-D-REASON
006770
006780      WRITE POSTING-RECORD FROM RPT-DETAIL-LINE
006790          AFTER ADVANCING 1 LINE
006800
006810      ADD 1 TO WS-LINE-COUNT.
006820
006830  2800-PRINT-POSTING-LINE-EXIT.
006840      EXIT.
006850
006860*****************************************************************
006870*                 2810-PRINT-HEADINGS                          *
006880*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
006890*  NEW PAGE AND RESETS THE LINE COUNT.                          *
006900*****************************************************************
006910  2810-PRINT-HEADINGS.
006920
006930      ADD 1 TO WS-PAGE-COUNT
006940      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
006950      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
006960
006970      WRITE POSTING-RECORD FROM RPT-HEADING-1
006980          AFTER ADVANCING PAGE
006990      WRITE POSTING-RECORD FROM RPT-BLANK-LINE
007000          AFTER ADVANCING 1 LINE
007010      WRITE POSTING-RECORD FROM RPT-HEADING-2
007020          AFTER ADVANCING 1 LINE
007030      WRITE POSTING-RECORD FROM RPT-BLANK-LINE
007040          AFTER ADVANCING 1 LINE
007050
007060      MOVE ZEROS TO WS-LINE-COUNT.
007070
007080  2810-PRINT-HEADINGS-EXIT.
007090      EXIT.
007100
007110*****************************************************************
007120*                  2900-REJECT-TRANSACTION                      *
007130*  TRANSLATES WS-REJECT-REASON-CODE INTO REASON TEXT AND WRITES *
007140*  ONE REJECTED-TRANSACTION LINE ON THE POSTING REPORT.         *
007150*****************************************************************
007160  2900-REJECT-TRANSACTION.
007170
007180      IF WS-REJECT-REASON-CODE = "E"
007190          OR WS-REJECT-REASON-CODE = "I"
007200          OR WS-REJECT-REASON-CODE = "D"
007210          MOVE EM-REASON-TEXT TO WS-REJECT-REASON-TEXT
007220      ELSE
007230      IF WS-REJECT-REASON-CODE = "A"
007240          MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON-TEXT
007250      ELSE
007260      IF WS-REJECT-REASON-CODE = "N"
007270          MOVE "IDENT NOT ON MASTER" TO WS-REJECT-REASON-TEXT
007280      ELSE
007290      IF WS-REJECT-REASON-CODE = "P"
007300          MOVE "IDENT ALREADY ON MASTER" TO WS-REJECT-REASON-TEXT
007310      ELSE
007320      IF WS-REJECT-REASON-CODE = "F"
007330          MOVE "MASTER POSTING FAILED" TO WS-REJECT-REASON-TEXT
007340      ELSE
007350          MOVE "UNKNOWN REJECT REASON" TO WS-REJECT-REASON-TEXT
007360      END-IF
007370      END-IF
007380      END-IF
007390      END-IF
007400      END-IF.
007410
007420      ADD 1 TO WS-REJECT-COUNT
007430
007440      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
007450          PERFORM 2810-PRINT-HEADINGS
007460              THRU 2810-PRINT-HEADINGS-EXIT
007470      END-IF.
007480
007490      MOVE TR-IDENT              TO RPT-D-IDENT
007500      MOVE TR-ACTION             TO RPT-D-ACTION
007510      MOVE "REJECTED"            TO RPT-D-DISPOSITION
007520      MOVE WS-REJECT-REASON-TEXT TO RPT-D-REASON
007530
007540      WRITE POSTING-RECORD FROM RPT-DETAIL-LINE
007550          AFTER ADVANCING 1 LINE
007560
007570      ADD 1 TO WS-LINE-COUNT.
007580
007590  2900-REJECT-TRANSACTION-EXIT.
007600      EXIT.
007610
007620*****************************************************************
007630*                       3000-FINALIZE                           *
007640*  PRINTS THE POSTING TOTALS BLOCK AND CLOSES THE FILES.        *
007650*****************************************************************
007660  3000-FINALIZE.
007670
007680      WRITE POSTING-RECORD FROM RPT-BLANK-LINE
007690          AFTER ADVANCING 1 LINE
007700
007710      MOVE "TRANSACTIONS READ"      TO RPT-T-LABEL
007720      MOVE WS-TRAN-READ-COUNT       TO RPT-T-COUNT
007730      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
007740          AFTER ADVANCING 1 LINE
007750
007760      MOVE "ADDS APPLIED"           TO RPT-T-LABEL
007770      MOVE WS-ADD-COUNT             TO RPT-T-COUNT
007780      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
007790          AFTER ADVANCING 1 LINE
007800
007810      MOVE "CHANGES APPLIED"        TO RPT-T-LABEL
007820      MOVE WS-CHANGE-COUNT          TO RPT-T-COUNT
007830      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
007840          AFTER ADVANCING 1 LINE
007850
007860      MOVE "DELETES APPLIED"        TO RPT-T-LABEL
007870      MOVE WS-DELETE-COUNT          TO RPT-T-COUNT
007880      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
007890          AFTER ADVANCING 1 LINE
007900
007910      MOVE "TRANSACTIONS REJECTED"  TO RPT-T-LABEL
007920      MOVE WS-REJECT-COUNT          TO RPT-T-COUNT
007930      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
007940          AFTER ADVANCING 1 LINE
007950
007960      CLOSE TRANSACTION-FILE
007970      CLOSE CUSTOMER-MASTER-FILE
007980      CLOSE AUDIT-FILE
007990      CLOSE POSTING-REPORT.
008000
008010  3000-FINALIZE-EXIT.
008020      EXIT.
008030
