000010*****************************************************************
000020* PROGRAM      : ORDMNT                                         *
000030* AUTHOR       : DAVID R. HENDERSON                             *
000040* INSTALLATION : DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS     *
000050* DATE-WRITTEN : 10/15/2026                                     *
000060*                                                               *
000070* REMARKS      : TRANSACTION-DRIVEN MAINTENANCE OF THE STANDING *
000080*                DEDUCTION AND GARNISHMENT ORDER MASTER, KEYED  *
000090*                BY IDENT AND ORDER NUMBER, THAT THE ORDER      *
000100*                GENERATION RUN (ORDGEN) WRITES EACH PERIOD'S   *
000110*                "G" AND "D" ADJFILE ENTRIES FROM.  READS A     *
000120*                FILE OF ADD/CHANGE/CANCEL TRANSACTIONS, EDITS  *
000130*                EACH ONE (IDENT CHECK DIGIT, CUSTOMER-MASTER   *
000140*                MATCH, TYPE, AMOUNT OR PERCENT OF GROSS, TOTAL *
000150*                OWED AND START/STOP DATES), POSTS THE          *
000160*                SURVIVORS AGAINST THE ORDER MASTER AND PRINTS  *
000170*                A POSTING REPORT.  A CANCELLED ORDER STAYS ON  *
000180*                FILE WITH ITS COLLECTION HISTORY SO THE ORDER  *
000190*                STATUS REPORT CAN STILL ACCOUNT FOR IT.        *
000200*****************************************************************
000210* MODIFICATION HISTORY                                          *
000220*-----------------------------------------------------------------
000230* DATE       INIT  DESCRIPTION                                  *
000240* 10/15/2026 DRH   ORIGINAL PROGRAM.                            *
000250*****************************************************************
000260  IDENTIFICATION DIVISION.
000270  PROGRAM-ID. ORDMNT.
000280  AUTHOR. DAVID R. HENDERSON.
000290  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000300  DATE-WRITTEN. 10/15/2026.
000310  DATE-COMPILED.
000320  ENVIRONMENT DIVISION.
000330
000340  CONFIGURATION SECTION.
000350  SOURCE-COMPUTER. IBM-370.
000360  OBJECT-COMPUTER. IBM-370.
000370  SPECIAL-NAMES.
000380      C01 IS TOP-OF-PAGE.
000390
000400  INPUT-OUTPUT SECTION.
000410  FILE-CONTROL.
000420*****************************************************************
000430* TRANSACTION-FILE CARRIES ONE MAINTENANCE TRANSACTION PER      *
000440* RECORD - AN ACTION CODE (A/C/X) FOLLOWED BY THE ORDER KEY AND *
000450* THE TERMS OF THE ORDER.  A CHANGE CARRIES THE FULL NEW TERMS. *
000460*****************************************************************
000470      SELECT TRANSACTION-FILE
000480          ASSIGN TO "ORDTRAN"
000490          ORGANIZATION IS SEQUENTIAL
000500          FILE STATUS IS WS-TRN-FILE-STATUS.
000510
000520*****************************************************************
000530* ORDER-MASTER IS THE STANDING-ORDER MASTER, KEYED BY IDENT AND *
000540* ORDER NUMBER SO ONE EMPLOYEE'S ORDERS READ TOGETHER IN ORDER  *
000550* NUMBER SEQUENCE.                                              *
000560*****************************************************************
000570      SELECT ORDER-MASTER-FILE
000580          ASSIGN TO "ORDMAST"
000590          ORGANIZATION IS INDEXED
000600          ACCESS MODE IS DYNAMIC
000610          RECORD KEY IS OM-KEY
000620          FILE STATUS IS WS-OM-FILE-STATUS.
000630
000640*****************************************************************
000650* CUSTOMER-MASTER IS READ BY KEY TO VERIFY EACH TRANSACTION     *
000660* NAMES AN EMPLOYEE THAT ACTUALLY EXISTS.                       *
000670*****************************************************************
000680      SELECT CUSTOMER-MASTER-FILE
000690          ASSIGN TO "CUSTMAST"
000700          ORGANIZATION IS INDEXED
000710          ACCESS MODE IS DYNAMIC
000720          RECORD KEY IS CM-IDENT
000730          FILE STATUS IS WS-CM-FILE-STATUS.
000740
000750*****************************************************************
000760* POSTING-REPORT IS THE FORMATTED, PAGINATED REPORT OF APPLIED  *
000770* AND REJECTED TRANSACTIONS.                                    *
000780*****************************************************************
000790      SELECT POSTING-REPORT
000800          ASSIGN TO "ORDMRPT"
000810          ORGANIZATION IS SEQUENTIAL
000820          FILE STATUS IS WS-RPT-FILE-STATUS.
000830
000840  DATA DIVISION.
000850
000860  FILE SECTION.
000870*****************************************************************
000880* FD  - TRANSACTION-FILE                                        *
000890*****************************************************************
000900  FD  TRANSACTION-FILE
000910      LABEL RECORDS ARE STANDARD
000920      RECORD CONTAINS 73 CHARACTERS.
000930  01  TRANSACTION-RECORD.
000940      05  OT-ACTION               PIC X(01).
000950          88  OT-ACTION-ADD             VALUE "A".
000960          88  OT-ACTION-CHANGE          VALUE "C".
000970          88  OT-ACTION-CANCEL          VALUE "X".
000980      05  OT-KEY.
000990          10  OT-IDENT            PIC 9(03).
001000          10  OT-ORDER-NO         PIC 9(03).
001010      05  OT-TYPE                 PIC X(01).
001020          88  OT-TYPE-GARNISHMENT       VALUE "G".
001030          88  OT-TYPE-DEDUCTION         VALUE "D".
001040      05  OT-DESCRIPTION          PIC X(15).
001050      05  OT-CASE-NUMBER          PIC X(15).
001060      05  OT-METHOD               PIC X(01).
001070          88  OT-METHOD-AMOUNT          VALUE "A".
001080          88  OT-METHOD-PERCENT         VALUE "P".
001090      05  OT-PERIOD-AMOUNT        PIC 9(04)V99.
001100      05  OT-PERCENT              PIC 9(02)V99.
001110      05  OT-TOTAL-OWED           PIC 9(06)V99.
001120      05  OT-START-DATE           PIC 9(08).
001130      05  OT-START-DATE-R REDEFINES OT-START-DATE.
001140          10  OT-START-CCYY       PIC 9(04).
001150          10  OT-START-MM         PIC 9(02).
001160          10  OT-START-DD         PIC 9(02).
001170      05  OT-STOP-DATE            PIC 9(08).
001180      05  OT-STOP-DATE-R REDEFINES OT-STOP-DATE.
001190          10  OT-STOP-CCYY        PIC 9(04).
001200          10  OT-STOP-MM          PIC 9(02).
001210          10  OT-STOP-DD          PIC 9(02).
001220
001230*****************************************************************
001240* FD  - ORDER-MASTER-FILE                                       *
001250*  OM-TOTAL-OWED ZERO IS AN OPEN-ENDED ORDER (DUES, OR SUPPORT  *
001260*  WITH NO SUM STATED) THAT RUNS UNTIL ITS STOP DATE OR A       *
001270*  CANCEL.                                                      *
001280*  OM-ARREARS IS WHAT EARLIER PERIODS FELL SHORT BY, COLLECTED  *
001290*  ON TOP OF THE NEXT PERIOD'S AMOUNT.  OM-GEN-DATE/-AMOUNT ARE *
001300*  THE LAST CYCLE ORDGEN SCHEDULED AND WHAT IT ASKED FOR;       *
001310*  OM-POST-DATE IS THE LAST CYCLE ORDPOST APPLIED.              *
001320*****************************************************************
001330  FD  ORDER-MASTER-FILE
001340      LABEL RECORDS ARE STANDARD
001350      RECORD CONTAINS 129 CHARACTERS.
001360  01  ORDER-MASTER-RECORD.
001370      05  OM-KEY.
001380          10  OM-IDENT            PIC 9(03).
001390          10  OM-ORDER-NO         PIC 9(03).
001400      05  OM-TYPE                 PIC X(01).
001410          88  OM-TYPE-GARNISHMENT       VALUE "G".
001420          88  OM-TYPE-DEDUCTION         VALUE "D".
001430      05  OM-DESCRIPTION          PIC X(15).
001440      05  OM-CASE-NUMBER          PIC X(15).
001450      05  OM-METHOD               PIC X(01).
001460          88  OM-METHOD-AMOUNT          VALUE "A".
001470          88  OM-METHOD-PERCENT         VALUE "P".
001480      05  OM-PERIOD-AMOUNT        PIC 9(04)V99.
001490      05  OM-PERCENT              PIC 9(02)V99.
001500      05  OM-TOTAL-OWED           PIC 9(06)V99.
001510      05  OM-COLLECTED            PIC 9(06)V99.
001520      05  OM-BALANCE              PIC 9(06)V99.
001530      05  OM-ARREARS              PIC 9(06)V99.
001540      05  OM-START-DATE           PIC 9(08).
001550      05  OM-STOP-DATE            PIC 9(08).
001560      05  OM-STATUS               PIC X(01).
001570          88  OM-STATUS-ACTIVE          VALUE "A".
001580          88  OM-STATUS-PAID-OFF        VALUE "P".
001590          88  OM-STATUS-ENDED           VALUE "E".
001600          88  OM-STATUS-CANCELLED       VALUE "X".
001610      05  OM-STATUS-DATE          PIC 9(08).
001620      05  OM-GEN-DATE             PIC 9(08).
001630      05  OM-GEN-AMOUNT           PIC 9(06)V99.
001640      05  OM-POST-DATE            PIC 9(08).
001650
001660*****************************************************************
001670* FD  - CUSTOMER-MASTER-FILE                                    *
001680*****************************************************************
001690  FD  CUSTOMER-MASTER-FILE
001700      LABEL RECORDS ARE STANDARD
001710      RECORD CONTAINS 60 CHARACTERS.
001720  01  CUSTOMER-MASTER-RECORD.
001730      05  CM-IDENT                PIC 9(03).
001740      05  CM-CUSTNAME             PIC X(20).
001750      05  CM-DATEOFBIRTH.
001760          10  CM-MOB              PIC 9(02).
001770          10  CM-DOB              PIC 9(02).
001780          10  CM-YOB              PIC 9(04).
001790      05  CM-HOURS-WORKED         PIC 9(03)V99.
001800      05  CM-HOURLY-RATE          PIC 9(03)V99.
001810      05  CM-AGE-YEARS            PIC 9(03).
001820      05  CM-STATUS               PIC X(01).
001830          88  CM-STATUS-ACTIVE          VALUE "A".
001840          88  CM-STATUS-LEAVE           VALUE "L".
001850          88  CM-STATUS-TERMINATED      VALUE "T".
001860      05  CM-STATUS-DATE          PIC 9(08).
001870      05  CM-PAY-TYPE             PIC X(01).
001880          88  CM-PAY-HOURLY             VALUE "H".
001890          88  CM-PAY-SALARIED           VALUE "S".
001900      05  CM-PERIOD-SALARY        PIC 9(04)V99.
001910
001920*****************************************************************
001930* FD  - POSTING-REPORT                                          *
001940*****************************************************************
001950  FD  POSTING-REPORT
001960      LABEL RECORDS ARE STANDARD
001970      RECORD CONTAINS 132 CHARACTERS.
001980  01  POSTING-RECORD              PIC X(132).
001990
002000  WORKING-STORAGE SECTION.
002010*****************************************************************
002020* FILE STATUS AND END-OF-FILE SWITCHES                          *
002030*****************************************************************
002040  77  WS-TRN-FILE-STATUS      PIC X(02) VALUE SPACES.
002050      88  WS-TRN-FILE-OK             VALUE "00".
002060
002070  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
002080      88  WS-END-OF-FILE             VALUE "Y".
002090      88  WS-NOT-END-OF-FILE         VALUE "N".
002100
002110  77  WS-OM-FILE-STATUS       PIC X(02) VALUE SPACES.
002120      88  WS-OM-FILE-OK              VALUE "00".
002130
002140  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
002150      88  WS-CM-FILE-OK              VALUE "00".
002160
002170  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
002180      88  WS-RPT-FILE-OK             VALUE "00".
002190
002200*****************************************************************
002210* TRANSACTION COUNTERS FOR THE POSTING REPORT TOTALS BLOCK      *
002220*****************************************************************
002230  77  WS-TRAN-READ-COUNT      PIC 9(07) VALUE ZEROS.
002240  77  WS-ADD-COUNT            PIC 9(07) VALUE ZEROS.
002250  77  WS-CHANGE-COUNT         PIC 9(07) VALUE ZEROS.
002260  77  WS-CANCEL-COUNT         PIC 9(07) VALUE ZEROS.
002270  77  WS-REJECT-COUNT         PIC 9(07) VALUE ZEROS.
002280
002290*****************************************************************
002300* SHARED EDIT SUBPROGRAM PARAMETER AREA.  ONLY THE IDENT IS     *
002310* CARRIED IN THE IMAGE - THE KEY-ONLY MODE "K" RUNS EDITMSTR'S  *
002320* IDENT CLASS AND CHECK-DIGIT PASSES.                           *
002330*****************************************************************
002340  01  EDIT-MASTER-PARMS.
002350      05  EM-EDIT-MODE            PIC X(01).
002360      05  EM-MASTER-IMAGE.
002370          10  EM-IDENT            PIC X(03).
002380          10  FILLER              PIC X(57).
002390      05  EM-CURRENT-DATE.
002400          10  EM-CURR-CCYY        PIC 9(04).
002410          10  EM-CURR-MM          PIC 9(02).
002420          10  EM-CURR-DD          PIC 9(02).
002430      05  EM-EDIT-VALID-SW        PIC X(01).
002440          88  EM-EDIT-VALID             VALUE "Y".
002450          88  EM-EDIT-INVALID           VALUE "N".
002460      05  EM-REASON-CODE          PIC X(01).
002470      05  EM-REASON-TEXT          PIC X(30).
002480      05  EM-AGE-DERIVED          PIC 9(03).
002490
002500*****************************************************************
002510* INPUT EDIT WORKING FIELDS.  THE FIRST EDIT FAILURE IS LEFT IN *
002520* WS-REJECT-REASON-TEXT.  THE PERCENT CEILING IS THE HIGHEST    *
002530* SHARE OF GROSS ANY ORDER THIS OFFICE HANDLES MAY TAKE.        *
002540*****************************************************************
002550  77  WS-REJECT-REASON-TEXT   PIC X(30) VALUE SPACES.
002560  77  WS-MAX-PERCENT          PIC 9(02)V99 VALUE 65.00.
002570  77  WS-NEW-BALANCE          PIC S9(07)V99 VALUE ZEROS.
002580
002590  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
002600  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
002610      05  WS-CURR-CCYY        PIC 9(04).
002620      05  WS-CURR-MM          PIC 9(02).
002630      05  WS-CURR-DD          PIC 9(02).
002640
002650*****************************************************************
002660* POSTING REPORT LAYOUTS AND PAGE CONTROL FIELDS                *
002670*****************************************************************
002680  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
002690  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
002700  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
002710
002720  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
002730
002740  01  RPT-HEADING-1.
002750      05  FILLER              PIC X(01) VALUE SPACE.
002760      05  FILLER              PIC X(30) VALUE
002770          "STANDING ORDER MAINTENANCE".
002780      05  FILLER              PIC X(20) VALUE SPACES.
002790      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
002800      05  RPT-H1-DATE         PIC X(10).
002810      05  FILLER              PIC X(10) VALUE SPACES.
002820      05  FILLER              PIC X(06) VALUE "PAGE: ".
002830      05  RPT-H1-PAGE         PIC ZZZ9.
002840      05  FILLER              PIC X(41) VALUE SPACES.
002850
002860  01  RPT-HEADING-2.
002870      05  FILLER              PIC X(02) VALUE SPACES.
002880      05  FILLER              PIC X(05) VALUE "IDENT".
002890      05  FILLER              PIC X(02) VALUE SPACES.
002900      05  FILLER              PIC X(05) VALUE "ORDER".
002910      05  FILLER              PIC X(02) VALUE SPACES.
002920      05  FILLER              PIC X(06) VALUE "ACTION".
002930      05  FILLER              PIC X(02) VALUE SPACES.
002940      05  FILLER              PIC X(04) VALUE "TYPE".
002950      05  FILLER              PIC X(02) VALUE SPACES.
002960      05  FILLER              PIC X(15) VALUE "DESCRIPTION".
002970      05  FILLER              PIC X(02) VALUE SPACES.
002980      05  FILLER              PIC X(11) VALUE "DISPOSITION".
002990      05  FILLER              PIC X(02) VALUE SPACES.
003000      05  FILLER              PIC X(30) VALUE "REASON".
003010      05  FILLER              PIC X(42) VALUE SPACES.
003020
003030  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
003040
003050  01  RPT-DETAIL-LINE.
003060      05  FILLER              PIC X(04) VALUE SPACES.
003070      05  RPT-D-IDENT         PIC ZZ9.
003080      05  FILLER              PIC X(04) VALUE SPACES.
003090      05  RPT-D-ORDER-NO      PIC ZZ9.
003100      05  FILLER              PIC X(06) VALUE SPACES.
003110      05  RPT-D-ACTION        PIC X(01).
003120      05  FILLER              PIC X(05) VALUE SPACES.
003130      05  RPT-D-TYPE          PIC X(01).
003140      05  FILLER              PIC X(03) VALUE SPACES.
003150      05  RPT-D-DESCRIPTION   PIC X(15).
003160      05  FILLER              PIC X(02) VALUE SPACES.
003170      05  RPT-D-DISPOSITION   PIC X(08).
003180      05  FILLER              PIC X(05) VALUE SPACES.
003190      05  RPT-D-REASON        PIC X(30).
003200      05  FILLER              PIC X(42) VALUE SPACES.
003210
003220  01  RPT-TOTAL-LINE.
003230      05  FILLER              PIC X(02) VALUE SPACES.
003240      05  RPT-T-LABEL         PIC X(25).
003250      05  RPT-T-COUNT         PIC ZZZ,ZZ9.
003260      05  FILLER              PIC X(98) VALUE SPACES.
003270
003280  PROCEDURE DIVISION.
003290*****************************************************************
003300*                         0000-MAINLINE                         *
003310*****************************************************************
003320  0000-MAINLINE.
003330
003340      PERFORM 1000-INITIALIZE
003350          THRU 1000-INITIALIZE-EXIT.
003360
003370      PERFORM 2000-PROCESS-TRANSACTIONS
003380          THRU 2000-PROCESS-TRANSACTIONS-EXIT
003390          UNTIL WS-END-OF-FILE.
003400
003410      PERFORM 3000-FINALIZE
003420          THRU 3000-FINALIZE-EXIT.
003430
003440      STOP RUN.
003450
003460*****************************************************************
003470*                        1000-INITIALIZE                        *
003480*  OPENS THE FILES AND PRINTS THE FIRST PAGE OF THE POSTING     *
003490*  REPORT.  A FILE THAT WILL NOT OPEN ENDS THE RUN WITH         *
003500*  RETURN-CODE 8 BEFORE ANY TRANSACTION IS POSTED.              *
003510*****************************************************************
003520  1000-INITIALIZE.
003530
003540      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003550
003560      STRING WS-CURR-MM   DELIMITED BY SIZE
003570             "/"          DELIMITED BY SIZE
003580             WS-CURR-DD   DELIMITED BY SIZE
003590             "/"          DELIMITED BY SIZE
003600             WS-CURR-CCYY DELIMITED BY SIZE
003610          INTO WS-RUN-DATE-EDIT
003620
003630      OPEN INPUT TRANSACTION-FILE
003640
003650      IF NOT WS-TRN-FILE-OK
003660          DISPLAY "ORDMNT: UNABLE TO OPEN ORDTRAN, "
003670                  "STATUS = " WS-TRN-FILE-STATUS
003680          SET WS-END-OF-FILE TO TRUE
003690          MOVE 8 TO RETURN-CODE
003700      END-IF.
003710
003720      OPEN I-O ORDER-MASTER-FILE
003730
003740      IF NOT WS-OM-FILE-OK
003750          DISPLAY "ORDMNT: UNABLE TO OPEN ORDMAST, "
003760                  "STATUS = " WS-OM-FILE-STATUS
003770          SET WS-END-OF-FILE TO TRUE
003780          MOVE 8 TO RETURN-CODE
003790      END-IF.
003800
003810      OPEN INPUT CUSTOMER-MASTER-FILE
003820
003830      IF NOT WS-CM-FILE-OK
003840          DISPLAY "ORDMNT: UNABLE TO OPEN CUSTMAST, "
003850                  "STATUS = " WS-CM-FILE-STATUS
003860          SET WS-END-OF-FILE TO TRUE
003870          MOVE 8 TO RETURN-CODE
003880      END-IF.
003890
003900      OPEN OUTPUT POSTING-REPORT
003910
003920      IF NOT WS-RPT-FILE-OK
003930          DISPLAY "ORDMNT: UNABLE TO OPEN ORDMRPT, "
003940                  "STATUS = " WS-RPT-FILE-STATUS
003950          SET WS-END-OF-FILE TO TRUE
003960          MOVE 8 TO RETURN-CODE
003970      END-IF.
003980
003990      PERFORM 2810-PRINT-HEADINGS
004000          THRU 2810-PRINT-HEADINGS-EXIT.
004010
004020  1000-INITIALIZE-EXIT.
004030      EXIT.
004040
004050*****************************************************************
004060*                   2000-PROCESS-TRANSACTIONS                   *
004070*  MAIN READ LOOP - READS EACH TRANSACTION UNTIL END OF FILE,   *
004080*  EDITS IT, THEN POSTS IT BY ACTION CODE.  TRANSACTIONS THAT   *
004090*  FAIL ANY PASS ARE REJECTED TO THE POSTING REPORT.            *
004100*****************************************************************
004110  2000-PROCESS-TRANSACTIONS.
004120
004130      READ TRANSACTION-FILE
004140          AT END
004150              SET WS-END-OF-FILE TO TRUE
004160              GO TO 2000-PROCESS-TRANSACTIONS-EXIT
004170      END-READ
004180
004190      ADD 1 TO WS-TRAN-READ-COUNT
004200
004210      PERFORM 2200-EDIT-INPUT
004220          THRU 2200-EDIT-INPUT-EXIT
004230
004240      IF WS-REJECT-REASON-TEXT NOT = SPACES
004250          PERFORM 2900-REJECT-TRANSACTION
004260              THRU 2900-REJECT-TRANSACTION-EXIT
004270          GO TO 2000-PROCESS-TRANSACTIONS-EXIT
004280      END-IF
004290
004300      IF OT-ACTION-ADD
004310          PERFORM 2500-APPLY-ADD
004320              THRU 2500-APPLY-ADD-EXIT
004330      ELSE
004340      IF OT-ACTION-CHANGE
004350          PERFORM 2550-APPLY-CHANGE
004360              THRU 2550-APPLY-CHANGE-EXIT
004370      ELSE
004380          PERFORM 2600-APPLY-CANCEL
004390              THRU 2600-APPLY-CANCEL-EXIT
004400      END-IF
004410      END-IF.
004420
004430  2000-PROCESS-TRANSACTIONS-EXIT.
004440      EXIT.
004450
004460*****************************************************************
004470*                        2200-EDIT-INPUT                        *
004480*  ACTION CODE, ORDER KEY (IDENT CHECK DIGIT THROUGH THE SHARED *
004490*  EDITMSTR SUBPROGRAM IN KEY-ONLY MODE), AND FOR AN ADD OR     *
004500*  CHANGE THE CUSTOMER-MASTER MATCH AND THE TERMS OF THE ORDER. *
004510*  A CANCEL ONLY NEEDS A USABLE KEY.  THE FIRST FAILURE IS LEFT *
004520*  IN WS-REJECT-REASON-TEXT.                                    *
004530*****************************************************************
004540  2200-EDIT-INPUT.
004550
004560      MOVE SPACES TO WS-REJECT-REASON-TEXT
004570
004580      IF NOT OT-ACTION-ADD
004590          AND NOT OT-ACTION-CHANGE
004600          AND NOT OT-ACTION-CANCEL
004610          MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON-TEXT
004620          GO TO 2200-EDIT-INPUT-EXIT
004630      END-IF
004640
004650      IF OT-IDENT IS NOT NUMERIC
004660          OR OT-IDENT = ZERO
004670          MOVE "IDENT NOT NUMERIC" TO WS-REJECT-REASON-TEXT
004680          GO TO 2200-EDIT-INPUT-EXIT
004690      END-IF
004700
004710      MOVE "K"          TO EM-EDIT-MODE
004720      MOVE SPACES       TO EM-MASTER-IMAGE
004730      MOVE OT-IDENT     TO EM-IDENT
004740      MOVE WS-CURR-CCYY TO EM-CURR-CCYY
004750      MOVE WS-CURR-MM   TO EM-CURR-MM
004760      MOVE WS-CURR-DD   TO EM-CURR-DD
004770
004780      CALL "EDITMSTR" USING EDIT-MASTER-PARMS
004790
004800      IF EM-EDIT-INVALID
004810          MOVE EM-REASON-TEXT TO WS-REJECT-REASON-TEXT
004820          GO TO 2200-EDIT-INPUT-EXIT
004830      END-IF
004840
004850      IF OT-ORDER-NO IS NOT NUMERIC
004860          OR OT-ORDER-NO = ZERO
004870          MOVE "ORDER NUMBER NOT NUMERIC"
004880            TO WS-REJECT-REASON-TEXT
004890          GO TO 2200-EDIT-INPUT-EXIT
004900      END-IF
004910
004920      IF OT-ACTION-CANCEL
004930          GO TO 2200-EDIT-INPUT-EXIT
004940      END-IF
004950
004960      MOVE OT-IDENT TO CM-IDENT
004970      READ CUSTOMER-MASTER-FILE
004980          INVALID KEY
004990              MOVE "IDENT NOT ON CUSTOMER MASTER"
005000                TO WS-REJECT-REASON-TEXT
005010              GO TO 2200-EDIT-INPUT-EXIT
005020      END-READ
005030
005040      IF OT-ACTION-ADD
005050          AND CM-STATUS-TERMINATED
005060          MOVE "EMPLOYEE IS TERMINATED" TO WS-REJECT-REASON-TEXT
005070          GO TO 2200-EDIT-INPUT-EXIT
005080      END-IF
005090
005100      IF NOT OT-TYPE-GARNISHMENT
005110          AND NOT OT-TYPE-DEDUCTION
005120          MOVE "TYPE NOT G OR D" TO WS-REJECT-REASON-TEXT
005130          GO TO 2200-EDIT-INPUT-EXIT
005140      END-IF
005150
005160      IF OT-DESCRIPTION = SPACES
005170          MOVE "DESCRIPTION MISSING" TO WS-REJECT-REASON-TEXT
005180          GO TO 2200-EDIT-INPUT-EXIT
005190      END-IF
005200
005210      IF OT-METHOD-AMOUNT
005220          IF OT-PERIOD-AMOUNT IS NOT NUMERIC
005230              OR OT-PERIOD-AMOUNT = ZERO
005240              MOVE "PERIOD AMOUNT NOT NUMERIC"
005250                TO WS-REJECT-REASON-TEXT
005260              GO TO 2200-EDIT-INPUT-EXIT
005270          END-IF
005280          MOVE ZEROS TO OT-PERCENT
005290      ELSE
005300      IF OT-METHOD-PERCENT
005310          IF OT-PERCENT IS NOT NUMERIC
005320              OR OT-PERCENT = ZERO
005330              OR OT-PERCENT > WS-MAX-PERCENT
005340              MOVE "PERCENT OF GROSS NOT VALID"
005350                TO WS-REJECT-REASON-TEXT
005360              GO TO 2200-EDIT-INPUT-EXIT
005370          END-IF
005380          MOVE ZEROS TO OT-PERIOD-AMOUNT
005390      ELSE
005400          MOVE "METHOD NOT A OR P" TO WS-REJECT-REASON-TEXT
005410          GO TO 2200-EDIT-INPUT-EXIT
005420      END-IF
005430      END-IF
005440
005450      IF OT-TOTAL-OWED IS NOT NUMERIC
005460          MOVE "TOTAL OWED NOT NUMERIC" TO WS-REJECT-REASON-TEXT
005470          GO TO 2200-EDIT-INPUT-EXIT
005480      END-IF
005490
005500      IF OT-START-DATE IS NOT NUMERIC
005510          OR OT-START-MM < 1 OR OT-START-MM > 12
005520          OR OT-START-DD < 1 OR OT-START-DD > 31
005530          MOVE "START DATE NOT A VALID DATE"
005540            TO WS-REJECT-REASON-TEXT
005550          GO TO 2200-EDIT-INPUT-EXIT
005560      END-IF
005570
005580      IF OT-STOP-DATE IS NOT NUMERIC
005590          MOVE "STOP DATE NOT A VALID DATE"
005600            TO WS-REJECT-REASON-TEXT
005610          GO TO 2200-EDIT-INPUT-EXIT
005620      END-IF
005630
005640      IF OT-STOP-DATE NOT = ZERO
005650          IF OT-STOP-MM < 1 OR OT-STOP-MM > 12
005660              OR OT-STOP-DD < 1 OR OT-STOP-DD > 31
005670              MOVE "STOP DATE NOT A VALID DATE"
005680                TO WS-REJECT-REASON-TEXT
005690              GO TO 2200-EDIT-INPUT-EXIT
005700          END-IF
005710          IF OT-STOP-DATE < OT-START-DATE
005720              MOVE "STOP DATE BEFORE START DATE"
005730                TO WS-REJECT-REASON-TEXT
005740              GO TO 2200-EDIT-INPUT-EXIT
005750          END-IF
005760      END-IF.
005770
005780  2200-EDIT-INPUT-EXIT.
005790      EXIT.
005800
005810*****************************************************************
005820*                         2500-APPLY-ADD                        *
005830*  BUILDS A NEW ACTIVE ORDER WITH NOTHING COLLECTED, THE WHOLE  *
005840*  TOTAL OWED AS ITS BALANCE AND NO ARREARS, AND WRITES IT.  A  *
005850*  KEY ALREADY ON FILE REJECTS THE TRANSACTION AS A DUPLICATE.  *
005860*****************************************************************
005870  2500-APPLY-ADD.
005880
005890      MOVE OT-IDENT         TO OM-IDENT
005900      MOVE OT-ORDER-NO      TO OM-ORDER-NO
005910      MOVE OT-TYPE          TO OM-TYPE
005920      MOVE ZEROS            TO OM-COLLECTED
005930      MOVE OT-TOTAL-OWED    TO OM-BALANCE
005940      MOVE ZEROS            TO OM-ARREARS
005950      MOVE "A"              TO OM-STATUS
005960      MOVE WS-CURRENT-DATE  TO OM-STATUS-DATE
005970      MOVE ZEROS            TO OM-GEN-DATE
005980      MOVE ZEROS            TO OM-GEN-AMOUNT
005990      MOVE ZEROS            TO OM-POST-DATE
006000
006010      PERFORM 2700-MOVE-ORDER-TERMS
006020          THRU 2700-MOVE-ORDER-TERMS-EXIT
006030
006040      WRITE ORDER-MASTER-RECORD
006050          INVALID KEY
006060              MOVE "ORDER ALREADY ON FILE"
006070                TO WS-REJECT-REASON-TEXT
006080              PERFORM 2900-REJECT-TRANSACTION
006090                  THRU 2900-REJECT-TRANSACTION-EXIT
006100          NOT INVALID KEY
006110              ADD 1 TO WS-ADD-COUNT
006120              PERFORM 2800-PRINT-POSTING-LINE
006130                  THRU 2800-PRINT-POSTING-LINE-EXIT
006140      END-WRITE.
006150
006160  2500-APPLY-ADD-EXIT.
006170      EXIT.
006180
006190*****************************************************************
006200*                       2550-APPLY-CHANGE                       *
006210*  READS THE ACTIVE ORDER THE TRANSACTION NAMES AND LAYS THE    *
006220*  NEW TERMS OVER IT.  THE TYPE CANNOT CHANGE - A GARNISHMENT   *
006230*  THAT BECOMES A DEDUCTION IS A CANCEL AND A NEW ORDER.  THE   *
006240*  BALANCE IS RESTATED AS THE NEW TOTAL OWED LESS WHAT HAS      *
006250*  ALREADY BEEN COLLECTED, SO A COURT AMENDMENT NEVER LOSES THE *
006260*  HISTORY, AND ARREARS ARE HELD TO THE NEW BALANCE.            *
006270*****************************************************************
006280  2550-APPLY-CHANGE.
006290
006300      MOVE OT-IDENT    TO OM-IDENT
006310      MOVE OT-ORDER-NO TO OM-ORDER-NO
006320
006330      READ ORDER-MASTER-FILE
006340          INVALID KEY
006350              MOVE "ORDER NOT ON FILE" TO WS-REJECT-REASON-TEXT
006360              PERFORM 2900-REJECT-TRANSACTION
006370                  THRU 2900-REJECT-TRANSACTION-EXIT
006380              GO TO 2550-APPLY-CHANGE-EXIT
006390      END-READ
006400
006410      IF NOT OM-STATUS-ACTIVE
006420          MOVE "ORDER IS NOT ACTIVE" TO WS-REJECT-REASON-TEXT
006430          PERFORM 2900-REJECT-TRANSACTION
006440              THRU 2900-REJECT-TRANSACTION-EXIT
006450          GO TO 2550-APPLY-CHANGE-EXIT
006460      END-IF
006470
006480      IF OT-TYPE NOT = OM-TYPE
006490          MOVE "TYPE CANNOT BE CHANGED" TO WS-REJECT-REASON-TEXT
006500          PERFORM 2900-REJECT-TRANSACTION
006510              THRU 2900-REJECT-TRANSACTION-EXIT
006520          GO TO 2550-APPLY-CHANGE-EXIT
006530      END-IF
006540
006550      IF OT-TOTAL-OWED NOT = ZERO
006560          COMPUTE WS-NEW-BALANCE = OT-TOTAL-OWED - OM-COLLECTED
006570          IF WS-NEW-BALANCE NOT > ZERO
006580              MOVE "TOTAL OWED NOT ABOVE COLLECTED"
006590                TO WS-REJECT-REASON-TEXT
006600              PERFORM 2900-REJECT-TRANSACTION
006610                  THRU 2900-REJECT-TRANSACTION-EXIT
006620              GO TO 2550-APPLY-CHANGE-EXIT
006630          END-IF
006640          MOVE WS-NEW-BALANCE TO OM-BALANCE
006650          IF OM-ARREARS > OM-BALANCE
006660              MOVE OM-BALANCE TO OM-ARREARS
006670          END-IF
006680      ELSE
006690          MOVE ZEROS TO OM-BALANCE
006700      END-IF
006710
006720      PERFORM 2700-MOVE-ORDER-TERMS
006730          THRU 2700-MOVE-ORDER-TERMS-EXIT
006740
006750      REWRITE ORDER-MASTER-RECORD
006760          INVALID KEY
006770              DISPLAY "ORDMNT: CANNOT REWRITE ORDMAST, KEY "
006780                      OM-KEY
006790              MOVE "ORDER MASTER POSTING FAILED"
006800                TO WS-REJECT-REASON-TEXT
006810              PERFORM 2900-REJECT-TRANSACTION
006820                  THRU 2900-REJECT-TRANSACTION-EXIT
006830          NOT INVALID KEY
006840              ADD 1 TO WS-CHANGE-COUNT
006850              PERFORM 2800-PRINT-POSTING-LINE
006860                  THRU 2800-PRINT-POSTING-LINE-EXIT
006870      END-REWRITE.
006880
006890  2550-APPLY-CHANGE-EXIT.
006900      EXIT.
006910
006920*****************************************************************
006930*                       2600-APPLY-CANCEL                       *
006940*  MARKS AN ACTIVE ORDER CANCELLED AS OF TODAY.  THE RECORD IS  *
006950*  KEPT - WHAT WAS COLLECTED AND WHAT WAS STILL OWED WHEN IT    *
006960*  WAS LIFTED IS PART OF THE ANSWER TO THE COURT.               *
006970*****************************************************************
006980  2600-APPLY-CANCEL.
006990
007000      MOVE OT-IDENT    TO OM-IDENT
007010      MOVE OT-ORDER-NO TO OM-ORDER-NO
007020
007030      READ ORDER-MASTER-FILE
007040          INVALID KEY
007050              MOVE "ORDER NOT ON FILE" TO WS-REJECT-REASON-TEXT
007060              PERFORM 2900-REJECT-TRANSACTION
007070                  THRU 2900-REJECT-TRANSACTION-EXIT
007080              GO TO 2600-APPLY-CANCEL-EXIT
007090      END-READ
007100
007110      IF NOT OM-STATUS-ACTIVE
007120          MOVE "ORDER IS NOT ACTIVE" TO WS-REJECT-REASON-TEXT
007130          PERFORM 2900-REJECT-TRANSACTION
007140              THRU 2900-REJECT-TRANSACTION-EXIT
007150          GO TO 2600-APPLY-CANCEL-EXIT
007160      END-IF
007170
007180      MOVE "X"             TO OM-STATUS
007190      MOVE WS-CURRENT-DATE TO OM-STATUS-DATE
007200
007210      REWRITE ORDER-MASTER-RECORD
007220          INVALID KEY
007230              DISPLAY "ORDMNT: CANNOT REWRITE ORDMAST, KEY "
007240                      OM-KEY
007250              MOVE "ORDER MASTER POSTING FAILED"
007260                TO WS-REJECT-REASON-TEXT
007270              PERFORM 2900-REJECT-TRANSACTION
007280                  THRU 2900-REJECT-TRANSACTION-EXIT
007290          NOT INVALID KEY
007300              ADD 1 TO WS-CANCEL-COUNT
007310              MOVE OM-TYPE        TO OT-TYPE
007320              MOVE OM-DESCRIPTION TO OT-DESCRIPTION
007330              PERFORM 2800-PRINT-POSTING-LINE
007340                  THRU 2800-PRINT-POSTING-LINE-EXIT
007350      END-REWRITE.
007360
007370  2600-APPLY-CANCEL-EXIT.
007380      EXIT.
007390
007400*****************************************************************
007410*                     2700-MOVE-ORDER-TERMS                     *
007420*  COPIES THE TERMS AN ADD OR CHANGE CARRIES ONTO THE ORDER.    *
007430*****************************************************************
007440  2700-MOVE-ORDER-TERMS.
007450
007460      MOVE OT-DESCRIPTION   TO OM-DESCRIPTION
007470      MOVE OT-CASE-NUMBER   TO OM-CASE-NUMBER
007480      MOVE OT-METHOD        TO OM-METHOD
007490      MOVE OT-PERIOD-AMOUNT TO OM-PERIOD-AMOUNT
007500      MOVE OT-PERCENT       TO OM-PERCENT
007510      MOVE OT-TOTAL-OWED    TO OM-TOTAL-OWED
007520      MOVE OT-START-DATE    TO OM-START-DATE
007530      MOVE OT-STOP-DATE     TO OM-STOP-DATE.
007540
007550  2700-MOVE-ORDER-TERMS-EXIT.
007560      EXIT.
007570
007580*****************************************************************
007590*                    2800-PRINT-POSTING-LINE                    *
007600*  BUILDS AND WRITES ONE APPLIED-TRANSACTION LINE ON THE        *
007610*  POSTING REPORT, BREAKING TO A NEW PAGE FIRST IF THE CURRENT  *
007620*  PAGE IS FULL.                                                *
007630*****************************************************************
007640  2800-PRINT-POSTING-LINE.
007650
007660      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
007670          PERFORM 2810-PRINT-HEADINGS
007680              THRU 2810-PRINT-HEADINGS-EXIT
007690      END-IF
007700
007710      MOVE OT-IDENT       TO RPT-D-IDENT
007720      MOVE OT-ORDER-NO    TO RPT-D-ORDER-NO
007730      MOVE OT-ACTION      TO RPT-D-ACTION
007740      MOVE OT-TYPE        TO RPT-D-TYPE
007750      MOVE OT-DESCRIPTION TO RPT-D-DESCRIPTION
007760      MOVE "APPLIED"      TO RPT-D-DISPOSITION
007770      MOVE SPACES         TO RPT-D-REASON
007780
007790      WRITE POSTING-RECORD FROM RPT-DETAIL-LINE
007800          AFTER ADVANCING 1 LINE
007810
007820      ADD 1 TO WS-LINE-COUNT.
007830
007840  2800-PRINT-POSTING-LINE-EXIT.
007850      EXIT.
007860
007870*****************************************************************
007880*                      2810-PRINT-HEADINGS                      *
007890*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
007900*  NEW PAGE AND RESETS THE LINE COUNT.                          *
007910*****************************************************************
007920  2810-PRINT-HEADINGS.
007930
007940      ADD 1 TO WS-PAGE-COUNT
007950      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
007960      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
007970
007980      WRITE POSTING-RECORD FROM RPT-HEADING-1
007990          AFTER ADVANCING PAGE
008000      WRITE POSTING-RECORD FROM RPT-BLANK-LINE
008010          AFTER ADVANCING 1 LINE
008020      WRITE POSTING-RECORD FROM RPT-HEADING-2
008030          AFTER ADVANCING 1 LINE
008040      WRITE POSTING-RECORD FROM RPT-BLANK-LINE
008050          AFTER ADVANCING 1 LINE
008060
008070      MOVE ZEROS TO WS-LINE-COUNT.
008080
008090  2810-PRINT-HEADINGS-EXIT.
008100      EXIT.
008110
008120*****************************************************************
008130*                    2900-REJECT-TRANSACTION                    *
008140*  COUNTS A TRANSACTION THAT CANNOT BE POSTED AND WRITES IT ON  *
008150*  THE POSTING REPORT WITH THE REASON LEFT IN                   *
008160*  WS-REJECT-REASON-TEXT.                                       *
008170*****************************************************************
008180  2900-REJECT-TRANSACTION.
008190
008200      ADD 1 TO WS-REJECT-COUNT
008210
008220      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
008230          PERFORM 2810-PRINT-HEADINGS
008240              THRU 2810-PRINT-HEADINGS-EXIT
008250      END-IF
008260
008270      MOVE ZEROS TO RPT-D-IDENT
008280      MOVE ZEROS TO RPT-D-ORDER-NO
008290
008300      IF OT-IDENT IS NUMERIC
008310          MOVE OT-IDENT TO RPT-D-IDENT
008320      END-IF
008330
008340      IF OT-ORDER-NO IS NUMERIC
008350          MOVE OT-ORDER-NO TO RPT-D-ORDER-NO
008360      END-IF
008370
008380      MOVE OT-ACTION             TO RPT-D-ACTION
008390      MOVE OT-TYPE               TO RPT-D-TYPE
008400      MOVE OT-DESCRIPTION        TO RPT-D-DESCRIPTION
008410      MOVE "REJECTED"            TO RPT-D-DISPOSITION
008420      MOVE WS-REJECT-REASON-TEXT TO RPT-D-REASON
008430
008440      WRITE POSTING-RECORD FROM RPT-DETAIL-LINE
008450          AFTER ADVANCING 1 LINE
008460
008470      ADD 1 TO WS-LINE-COUNT.
008480
008490  2900-REJECT-TRANSACTION-EXIT.
008500      EXIT.
008510
008520*****************************************************************
008530*                         3000-FINALIZE                         *
008540*  PRINTS THE POSTING TOTALS BLOCK AND CLOSES THE FILES.        *
008550*  REJECTED TRANSACTIONS SET RETURN-CODE 4.                     *
008560*****************************************************************
008570  3000-FINALIZE.
008580
008590      WRITE POSTING-RECORD FROM RPT-BLANK-LINE
008600          AFTER ADVANCING 1 LINE
008610
008620      MOVE "TRANSACTIONS READ"      TO RPT-T-LABEL
008630      MOVE WS-TRAN-READ-COUNT       TO RPT-T-COUNT
008640      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
008650          AFTER ADVANCING 1 LINE
008660
008670      MOVE "ADDS APPLIED"           TO RPT-T-LABEL
008680      MOVE WS-ADD-COUNT             TO RPT-T-COUNT
008690      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
008700          AFTER ADVANCING 1 LINE
008710
008720      MOVE "CHANGES APPLIED"        TO RPT-T-LABEL
008730      MOVE WS-CHANGE-COUNT          TO RPT-T-COUNT
008740      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
008750          AFTER ADVANCING 1 LINE
008760
008770      MOVE "CANCELS APPLIED"        TO RPT-T-LABEL
008780      MOVE WS-CANCEL-COUNT          TO RPT-T-COUNT
008790      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
008800          AFTER ADVANCING 1 LINE
008810
008820      MOVE "TRANSACTIONS REJECTED"  TO RPT-T-LABEL
008830      MOVE WS-REJECT-COUNT          TO RPT-T-COUNT
008840      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
008850          AFTER ADVANCING 1 LINE
008860
008870      IF WS-REJECT-COUNT > ZERO
008880          AND RETURN-CODE = ZERO
008890          MOVE 4 TO RETURN-CODE
008900      END-IF
008910
008920      CLOSE TRANSACTION-FILE
008930      CLOSE ORDER-MASTER-FILE
008940      CLOSE CUSTOMER-MASTER-FILE
008950      CLOSE POSTING-REPORT.
008960
008970  3000-FINALIZE-EXIT.
008980      EXIT.
008990
