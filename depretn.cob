000010*****************************************************************
000020* PROGRAM      : DEPRETN                                        *
000030* AUTHOR       : DAVID R. HENDERSON                             *
000040* INSTALLATION : DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS     *
000050* DATE-WRITTEN : 10/15/2026                                     *
000060*                                                               *
000070* REMARKS      : DIRECT-DEPOSIT RETURN AND NOTIFICATION-OF-     *
000080*                CHANGE PROCESSING.  READS THE BANK'S RETURN    *
000090*                FILE FOR ONE BANKTAPE CYCLE AND MATCHES EACH   *
000100*                RETURNED DEPOSIT TO THAT CYCLE'S BANKTAPE      *
000110*                DEPOSIT RECORD AND TO BANK-MASTER BY IDENT.  A *
000120*                RETURN TAKES THE ACCOUNT OFF ACTIVE STATUS     *
000130*                ("R" RETURNED - DEPEXTR STOPS PAYING IT AND    *
000140*                CHECKRUN PAYS BY CHECK), LOGS THE CHANGE TO    *
000150*                BNKAUDIT THE SAME WAY BANKMNT DOES, AND QUEUES *
000160*                THE RETURNED NET ON RTNQUEUE SO THE NEXT       *
000170*                CHECKRUN CUTS A PAPER CHECK FOR IT UNDER       *
000180*                CHKCTL NUMBER CONTROL.  A NOTIFICATION OF      *
000190*                CHANGE LAYS THE CORRECTED ROUTING OR ACCOUNT   *
000200*                NUMBER OVER THE MASTER AND PUTS THE ACCOUNT    *
000210*                BACK INTO PRENOTE.  THE RETURNS REPORT         *
000220*                BALANCES THE ITEMS READ TO THE BANK'S TRAILER  *
000230*                TOTALS AND THE RETURNED AMOUNT TO QUEUED PLUS  *
000240*                REJECTED.                                      *
000250*****************************************************************
000260* MODIFICATION HISTORY                                          *
000270*-----------------------------------------------------------------
000280* DATE       INIT  DESCRIPTION                                  *
000290* 10/15/2026 DRH   ORIGINAL PROGRAM.                            *
000300* 10/15/2026 DRH   A NON-NUMERIC IDENT ON A RETURN NOW REJECTS. *
000310*                  A RETURN WHOSE RTNQUEUE WRITE FAILS NOW      *
000320*                  REJECTS WITH RETURN CODE 8 BEFORE THE        *
000330*                  ACCOUNT IS STOPPED, AND IS NOT COUNTED AS    *
000340*                  QUEUED.  REJECTS NO LONGER LOWER AN 8 TO A   *
000350*                  4.                                           *
000360* 10/15/2026 DRH   THE RUN IS NOW LOGGED TO RUNCTL UNDER THE    *
000370*                  FILE DATE ON THE RTNFILE HEADER RATHER THAN  *
000380*                  THE RUN DATE, SO A RETURN FILE ALREADY       *
000390*                  PROCESSED CLEAN IS REFUSED ON WHATEVER DAY   *
000400*                  IT IS RERUN.  THE HEADER IS READ BEFORE      *
000410*                  RTNRPT IS OPENED, SO A REFUSED RERUN LEAVES  *
000420*                  THE EARLIER REPORT IN PLACE.                 *
000430* 10/15/2026 DRH   RTNFILE IS NOW PROVEN TO ITS TRAILER IN A    *
000440*                  FIRST PASS BEFORE ANY CHECK IS QUEUED OR ANY *
000450*                  ACCOUNT STOPPED, SO A FILE THAT ENDS RC 8    *
000460*                  FOR WANT OF A TRAILER OR OUT OF BALANCE HAS  *
000470*                  APPLIED NOTHING AND MAY SAFELY BE RERUN. A   *
000480*                  FAILED RTNQUEUE WRITE NOW PRINTS A RESTORE   *
000490*                  WARNING ON THE REPORT.                       *
000500*****************************************************************
000510  IDENTIFICATION DIVISION.
000520  PROGRAM-ID. DEPRETN.
000530  AUTHOR. DAVID R. HENDERSON.
000540  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000550  DATE-WRITTEN. 10/15/2026.
000560  DATE-COMPILED.
000570  ENVIRONMENT DIVISION.
000580
000590  CONFIGURATION SECTION.
000600  SOURCE-COMPUTER. IBM-370.
000610  OBJECT-COMPUTER. IBM-370.
000620  SPECIAL-NAMES.
000630      C01 IS TOP-OF-PAGE.
000640
000650  INPUT-OUTPUT SECTION.
000660  FILE-CONTROL.
000670*****************************************************************
000680* RETURN-FILE IS THE BANK'S RETURN/NOC FILE - A HEADER NAMING   *
000690* THE BANKTAPE CYCLE, ONE "R" RETURN OR "C" CHANGE PER ITEM,    *
000700* AND A TRAILER WITH THE BANK'S COUNTS AND RETURN TOTAL.        *
000710*****************************************************************
000720      SELECT RETURN-FILE
000730          ASSIGN TO "RTNFILE"
000740          ORGANIZATION IS SEQUENTIAL
000750          FILE STATUS IS WS-RTN-FILE-STATUS.
000760
000770*****************************************************************
000780* TRANSMISSION-FILE IS THE BANKTAPE GENERATION THE RETURNS      *
000790* BELONG TO, AS DEPEXTR WROTE IT.                               *
000800*****************************************************************
000810      SELECT TRANSMISSION-FILE
000820          ASSIGN TO "BANKTAPE"
000830          ORGANIZATION IS SEQUENTIAL
000840          FILE STATUS IS WS-TAP-FILE-STATUS.
000850
000860*****************************************************************
000870* BANK-MASTER IS THE BANK-ACCOUNT MASTER, OPENED I-O FOR THE    *
000880* STATUS CHANGES AND CORRECTIONS.                               *
000890*****************************************************************
000900      SELECT BANK-MASTER-FILE
000910          ASSIGN TO "BANKMAST"
000920          ORGANIZATION IS INDEXED
000930          ACCESS MODE IS DYNAMIC
000940          RECORD KEY IS BA-IDENT
000950          FILE STATUS IS WS-BA-FILE-STATUS.
000960
000970*****************************************************************
000980* BANK-AUDIT-FILE RECEIVES THE BEFORE/AFTER RECORD FOR EVERY    *
000990* BANK-MASTER CHANGE, THE SAME TRAIL BANKMNT WRITES.            *
001000*****************************************************************
001010      SELECT BANK-AUDIT-FILE
001020          ASSIGN TO "BNKAUDIT"
001030          ORGANIZATION IS SEQUENTIAL
001040          FILE STATUS IS WS-AUD-FILE-STATUS.
001050
001060*****************************************************************
001070* RETURN-QUEUE-FILE HOLDS THE RETURNED NET AMOUNTS WAITING FOR  *
001080* THE NEXT CHECKRUN.  OPENED EXTEND - CHECKRUN EMPTIES IT.      *
001090*****************************************************************
001100      SELECT RETURN-QUEUE-FILE
001110          ASSIGN TO "RTNQUEUE"
001120          ORGANIZATION IS SEQUENTIAL
001130          FILE STATUS IS WS-QUE-FILE-STATUS.
001140
001150*****************************************************************
001160* RETURNS-REPORT IS THE PRINTED RETURNS AND CORRECTIONS REPORT. *
001170*****************************************************************
001180      SELECT RETURNS-REPORT
001190          ASSIGN TO "RTNRPT"
001200          ORGANIZATION IS SEQUENTIAL
001210          FILE STATUS IS WS-RPT-FILE-STATUS.
001220
001230  DATA DIVISION.
001240
001250  FILE SECTION.
001260*****************************************************************
001270* FD  - RETURN-FILE                                             *
001280*  THREE RECORD TYPES SHARE THE AREA - "H" HEADER, "R"          *
001290*  RETURN OR "C" CHANGE DETAIL, "T" TRAILER.  A RETURN          *
001300*  CARRIES THE ACCOUNT AND AMOUNT AS DEPOSITED; A CHANGE        *
001310*  CARRIES THE ACCOUNT AS IT STANDS AND THE CORRECTED ROUTING   *
001320*  AND/OR ACCOUNT.                                              *
001330*****************************************************************
001340  FD  RETURN-FILE
001350      LABEL RECORDS ARE STANDARD
001360      RECORD CONTAINS 68 CHARACTERS.
001370  01  RETURN-HEADER-RECORD.
001380      05  RH-RECORD-TYPE          PIC X(01).
001390      05  RH-FILE-DATE            PIC 9(08).
001400      05  RH-CYCLE-DATE           PIC 9(08).
001410      05  FILLER                  PIC X(51).
001420  01  RETURN-DETAIL-RECORD.
001430      05  RD-RECORD-TYPE          PIC X(01).
001440          88  RD-RETURN                 VALUE "R".
001450          88  RD-CHANGE                 VALUE "C".
001460      05  RD-IDENT                PIC 9(03).
001470      05  RD-ROUTING              PIC 9(09).
001480      05  RD-ACCOUNT              PIC X(17).
001490      05  RD-AMOUNT               PIC S9(7)V99.
001500      05  RD-REASON-CODE          PIC X(03).
001510      05  RD-NEW-ROUTING          PIC 9(09).
001520      05  RD-NEW-ACCOUNT          PIC X(17).
001530  01  RETURN-TRAILER-RECORD.
001540      05  RT-RECORD-TYPE          PIC X(01).
001550      05  RT-RETURN-COUNT         PIC 9(07).
001560      05  RT-RETURN-TOTAL         PIC S9(9)V99.
001570      05  RT-CHANGE-COUNT         PIC 9(07).
001580      05  FILLER                  PIC X(42).
001590
001600*****************************************************************
001610* FD  - TRANSMISSION-FILE                                       *
001620*  THE LAYOUT MATCHES WHAT DEPEXTR WRITES.                      *
001630*****************************************************************
001640  FD  TRANSMISSION-FILE
001650      LABEL RECORDS ARE STANDARD
001660      RECORD CONTAINS 60 CHARACTERS.
001670  01  TAPE-HEADER-RECORD.
001680      05  DH-RECORD-TYPE          PIC X(01).
001690      05  DH-RUN-DATE             PIC 9(08).
001700      05  FILLER                  PIC X(51).
001710  01  TAPE-DETAIL-RECORD.
001720      05  DD-RECORD-TYPE          PIC X(01).
001730      05  DD-IDENT                PIC 9(03).
001740      05  DD-ROUTING              PIC 9(09).
001750      05  DD-ACCOUNT              PIC X(17).
001760      05  DD-AMOUNT               PIC S9(7)V99.
001770      05  FILLER                  PIC X(21).
001780  01  TAPE-TRAILER-RECORD.
001790      05  DT-RECORD-TYPE          PIC X(01).
001800      05  DT-DETAIL-COUNT         PIC 9(07).
001810      05  DT-AMOUNT-TOTAL         PIC S9(9)V99.
001820      05  DT-ROUTING-HASH         PIC 9(15).
001830      05  FILLER                  PIC X(26).
001840
001850*****************************************************************
001860* FD  - BANK-MASTER-FILE                                        *
001870*****************************************************************
001880  FD  BANK-MASTER-FILE
001890      LABEL RECORDS ARE STANDARD
001900      RECORD CONTAINS 38 CHARACTERS.
001910  01  BANK-MASTER-RECORD.
001920      05  BA-IDENT                PIC 9(03).
001930      05  BA-ROUTING              PIC 9(09).
001940      05  BA-ACCOUNT              PIC X(17).
001950      05  BA-PRENOTE-STATUS       PIC X(01).
001960          88  BA-PRENOTE-PENDING        VALUE "P".
001970          88  BA-ACCOUNT-ACTIVE         VALUE "A".
001980          88  BA-ACCOUNT-RETURNED       VALUE "R".
001990      05  BA-PRENOTE-DATE         PIC 9(08).
002000
002010*****************************************************************
002020* FD  - BANK-AUDIT-FILE                                         *
002030*  THE LAYOUT MATCHES WHAT BANKMNT WRITES.                      *
002040*****************************************************************
002050  FD  BANK-AUDIT-FILE
002060      LABEL RECORDS ARE STANDARD
002070      RECORD CONTAINS 73 CHARACTERS.
002080  01  BANK-AUDIT-RECORD.
002090      05  BU-IDENT                PIC 9(03).
002100      05  BU-DATE                 PIC 9(08).
002110      05  BU-TIME                 PIC 9(08).
002120      05  BU-OLD-ROUTING          PIC 9(09).
002130      05  BU-OLD-ACCOUNT          PIC X(17).
002140      05  BU-OLD-STATUS           PIC X(01).
002150      05  BU-NEW-ROUTING          PIC 9(09).
002160      05  BU-NEW-ACCOUNT          PIC X(17).
002170      05  BU-NEW-STATUS           PIC X(01).
002180
002190*****************************************************************
002200* FD  - RETURN-QUEUE-FILE                                       *
002210*  ONE RECORD PER RETURNED DEPOSIT AWAITING A CHECK.            *
002220*****************************************************************
002230  FD  RETURN-QUEUE-FILE
002240      LABEL RECORDS ARE STANDARD
002250      RECORD CONTAINS 40 CHARACTERS.
002260  01  RETURN-QUEUE-RECORD.
002270      05  RQ-IDENT                PIC 9(03).
002280      05  RQ-AMOUNT               PIC S9(7)V99.
002290      05  RQ-CYCLE-DATE           PIC 9(08).
002300      05  RQ-QUEUE-DATE           PIC 9(08).
002310      05  RQ-REASON-CODE          PIC X(03).
002320      05  FILLER                  PIC X(09).
002330
002340*****************************************************************
002350* FD  - RETURNS-REPORT                                          *
002360*****************************************************************
002370  FD  RETURNS-REPORT
002380      LABEL RECORDS ARE STANDARD
002390      RECORD CONTAINS 132 CHARACTERS.
002400  01  RETURNS-RECORD              PIC X(132).
002410
002420  WORKING-STORAGE SECTION.
002430*****************************************************************
002440* FILE STATUS AND END-OF-FILE SWITCHES                          *
002450*****************************************************************
002460  77  WS-RTN-FILE-STATUS      PIC X(02) VALUE SPACES.
002470      88  WS-RTN-FILE-OK             VALUE "00".
002480
002490  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
002500      88  WS-END-OF-FILE             VALUE "Y".
002510      88  WS-NOT-END-OF-FILE         VALUE "N".
002520
002530  77  WS-TAP-FILE-STATUS      PIC X(02) VALUE SPACES.
002540      88  WS-TAP-FILE-OK             VALUE "00".
002550
002560  77  WS-TAP-EOF-SW           PIC X(01) VALUE "N".
002570      88  WS-TAP-EOF                 VALUE "Y".
002580
002590  77  WS-BA-FILE-STATUS       PIC X(02) VALUE SPACES.
002600      88  WS-BA-FILE-OK              VALUE "00".
002610
002620  77  WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
002630      88  WS-AUD-FILE-OK             VALUE "00".
002640
002650  77  WS-QUE-FILE-STATUS      PIC X(02) VALUE SPACES.
002660      88  WS-QUE-FILE-OK             VALUE "00".
002670
002680  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
002690      88  WS-RPT-FILE-OK             VALUE "00".
002700
002710*****************************************************************
002720* THE CYCLE'S BANKTAPE DEPOSITS, LOADED BY IDENT.  THE IDENT IS *
002730* THREE DIGITS, SO THE ENTRY FOR AN EMPLOYEE IS SIMPLY THE ONE  *
002740* THE IDENT POINTS AT.  THE RETURNED FLAG STOPS A SECOND RETURN *
002750* OF ONE DEPOSIT FROM QUEUING A SECOND CHECK.                   *
002760*****************************************************************
002770  01  WS-TAPE-TABLE.
002780      05  WS-TAPE-ENTRY OCCURS 999 TIMES.
002790          10  WS-TP-FOUND-SW      PIC X(01).
002800              88  WS-TP-FOUND            VALUE "Y".
002810          10  WS-TP-ROUTING       PIC 9(09).
002820          10  WS-TP-ACCOUNT       PIC X(17).
002830          10  WS-TP-AMOUNT        PIC S9(7)V99.
002840          10  WS-TP-RETURNED-SW   PIC X(01).
002850              88  WS-TP-RETURNED         VALUE "Y".
002860
002870  77  WS-TP-SUB               PIC 9(03) COMP VALUE ZEROS.
002880  77  WS-TAPE-CYCLE-DATE      PIC 9(08) VALUE ZEROS.
002890  77  WS-CYCLE-DATE           PIC 9(08) VALUE ZEROS.
002900
002910*****************************************************************
002920* BANK TRAILER CONTROL FIGURES SAVED AS SOON AS THE TRAILER IS  *
002930* READ, FOR THE BALANCING COMPARE AT FINALIZE.                  *
002940*****************************************************************
002950  77  WS-TRAILER-READ-SW      PIC X(01) VALUE "N".
002960      88  WS-TRAILER-READ            VALUE "Y".
002970
002980  77  WS-BANK-RETURN-COUNT    PIC 9(07) VALUE ZEROS.
002990  77  WS-BANK-RETURN-TOTAL    PIC S9(9)V99 VALUE ZEROS.
003000  77  WS-BANK-CHANGE-COUNT    PIC 9(07) VALUE ZEROS.
003010
003020  77  WS-SETUP-ERROR-SW       PIC X(01) VALUE "N".
003030      88  WS-SETUP-ERROR             VALUE "Y".
003040
003050  77  WS-BALANCE-ERROR-SW     PIC X(01) VALUE "N".
003060      88  WS-BALANCE-ERROR           VALUE "Y".
003070
003080  77  WS-UNPROVEN-SW          PIC X(01) VALUE "N".
003090      88  WS-RTNFILE-UNPROVEN        VALUE "Y".
003100
003110  77  WS-QUEUE-ERROR-SW       PIC X(01) VALUE "N".
003120      88  WS-QUEUE-ERROR             VALUE "Y".
003130
003140  77  WS-REJECT-REASON-TEXT   PIC X(30) VALUE SPACES.
003150
003160*****************************************************************
003170* RUN COUNTERS AND CONTROL TOTALS                               *
003180*****************************************************************
003190  77  WS-TAPE-DEPOSIT-COUNT   PIC 9(07) VALUE ZEROS.
003200  77  WS-RETURN-READ-COUNT    PIC 9(07) VALUE ZEROS.
003210  77  WS-RETURN-READ-TOTAL    PIC S9(9)V99 VALUE ZEROS.
003220  77  WS-QUEUED-COUNT         PIC 9(07) VALUE ZEROS.
003230  77  WS-QUEUED-TOTAL         PIC S9(9)V99 VALUE ZEROS.
003240  77  WS-STOPPED-COUNT        PIC 9(07) VALUE ZEROS.
003250  77  WS-RETURN-REJECT-COUNT  PIC 9(07) VALUE ZEROS.
003260  77  WS-RETURN-REJECT-TOTAL  PIC S9(9)V99 VALUE ZEROS.
003270  77  WS-CHANGE-READ-COUNT    PIC 9(07) VALUE ZEROS.
003280  77  WS-CHANGE-APPLIED-COUNT PIC 9(07) VALUE ZEROS.
003290  77  WS-CHANGE-REJECT-COUNT  PIC 9(07) VALUE ZEROS.
003300  77  WS-CROSSFOOT-TOTAL      PIC S9(9)V99 VALUE ZEROS.
003310
003320*****************************************************************
003330* RETURNS REPORT LAYOUTS AND PAGE CONTROL FIELDS                *
003340*****************************************************************
003350  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
003360  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
003370  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
003380
003390  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
003400
003410  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
003420  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
003430      05  WS-CURR-CCYY        PIC 9(04).
003440      05  WS-CURR-MM          PIC 9(02).
003450      05  WS-CURR-DD          PIC 9(02).
003460
003470  01  RPT-HEADING-1.
003480      05  FILLER              PIC X(01) VALUE SPACE.
003490      05  FILLER              PIC X(30) VALUE
003500          "DIRECT DEPOSIT RETURNS/NOC".
003510      05  FILLER              PIC X(20) VALUE SPACES.
003520      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
003530      05  RPT-H1-DATE         PIC X(10).
003540      05  FILLER              PIC X(10) VALUE SPACES.
003550      05  FILLER              PIC X(06) VALUE "PAGE: ".
003560      05  RPT-H1-PAGE         PIC ZZZ9.
003570      05  FILLER              PIC X(41) VALUE SPACES.
003580
003590  01  RPT-HEADING-2.
003600      05  FILLER              PIC X(02) VALUE SPACES.
003610      05  FILLER              PIC X(04) VALUE "TYPE".
003620      05  FILLER              PIC X(02) VALUE SPACES.
003630      05  FILLER              PIC X(05) VALUE "IDENT".
003640      05  FILLER              PIC X(02) VALUE SPACES.
003650      05  FILLER              PIC X(09) VALUE "ROUTING".
003660      05  FILLER              PIC X(02) VALUE SPACES.
003670      05  FILLER              PIC X(17) VALUE "ACCOUNT".
003680      05  FILLER              PIC X(02) VALUE SPACES.
003690      05  FILLER              PIC X(03) VALUE "RSN".
003700      05  FILLER              PIC X(08) VALUE SPACES.
003710      05  FILLER              PIC X(06) VALUE "AMOUNT".
003720      05  FILLER              PIC X(02) VALUE SPACES.
003730      05  FILLER              PIC X(30) VALUE "DISPOSITION".
003740      05  FILLER              PIC X(38) VALUE SPACES.
003750
003760  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
003770
003780  01  RPT-DETAIL-LINE.
003790      05  FILLER              PIC X(03) VALUE SPACES.
003800      05  RPT-D-TYPE          PIC X(01).
003810      05  FILLER              PIC X(05) VALUE SPACES.
003820      05  RPT-D-IDENT         PIC ZZ9.
003830      05  FILLER              PIC X(03) VALUE SPACES.
003840      05  RPT-D-ROUTING       PIC 9(09).
003850      05  FILLER              PIC X(02) VALUE SPACES.
003860      05  RPT-D-ACCOUNT       PIC X(17).
003870      05  FILLER              PIC X(02) VALUE SPACES.
003880      05  RPT-D-REASON        PIC X(03).
003890      05  FILLER              PIC X(01) VALUE SPACE.
003900      05  RPT-D-AMOUNT        PIC Z,ZZZ,ZZ9.99.
003910      05  FILLER              PIC X(02) VALUE SPACES.
003920      05  RPT-D-DISPOSITION   PIC X(30).
003930      05  FILLER              PIC X(39) VALUE SPACES.
003940
003950  01  RPT-TOTAL-LINE.
003960      05  FILLER              PIC X(02) VALUE SPACES.
003970      05  RPT-T-LABEL         PIC X(30).
003980      05  RPT-T-COUNT         PIC ZZZ,ZZ9.
003990      05  FILLER              PIC X(03) VALUE SPACES.
004000      05  RPT-T-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
004010      05  FILLER              PIC X(76) VALUE SPACES.
004020
004030  01  RPT-MESSAGE-LINE.
004040      05  FILLER              PIC X(02) VALUE SPACES.
004050      05  RPT-M-TEXT          PIC X(60).
004060      05  FILLER              PIC X(70) VALUE SPACES.
004070
004080*****************************************************************
004090* RUN-SEQUENCING CONTROL PARAMETER AREA FOR THE RUNCTLIO CALLS. *
004100* NO PREDECESSOR - THE RETURN FILE ARRIVES DAYS AFTER ITS       *
004110* CYCLE.  THE RUN IS LOGGED UNDER THE FILE DATE ON THE RTNFILE  *
004120* HEADER, NOT THE RUN DATE, SO A RETURN FILE THAT HAS ALREADY   *
004130* COMPLETED CLEAN IS REFUSED WHENEVER IT IS RERUN AND CANNOT    *
004140* QUEUE ITS CHECKS TWICE.                                       *
004150*****************************************************************
004160  01  RUN-CONTROL-PARMS.
004170      05  RC-FUNCTION             PIC X(01).
004180      05  RC-PROGRAM              PIC X(08).
004190      05  RC-PREDECESSOR          PIC X(08).
004200      05  RC-CYCLE-DATE           PIC 9(08).
004210      05  RC-COMPLETION-CODE      PIC 9(02).
004220      05  RC-RESULT               PIC 9(02).
004230      05  RC-REASON               PIC X(40).
004240
004250  77  WS-RUNCTL-REFUSED-SW    PIC X(01) VALUE "N".
004260      88  WS-RUNCTL-REFUSED          VALUE "Y".
004270
004280  PROCEDURE DIVISION.
004290*****************************************************************
004300*                         0000-MAINLINE                         *
004310*****************************************************************
004320  0000-MAINLINE.
004330
004340      PERFORM 1000-INITIALIZE
004350          THRU 1000-INITIALIZE-EXIT.
004360
004370      PERFORM 2000-PROCESS-RETURNS
004380          THRU 2000-PROCESS-RETURNS-EXIT
004390          UNTIL WS-END-OF-FILE.
004400
004410      PERFORM 3000-FINALIZE
004420          THRU 3000-FINALIZE-EXIT.
004430
004440      STOP RUN.
004450
004460*****************************************************************
004470*                        1000-INITIALIZE                        *
004480*  READS THE RETURN FILE'S HEADER AND LOGS THE START OF THE RUN *
004490*  UNDER ITS FILE DATE, THEN OPENS THE OTHER FILES, CHECKS THE  *
004500*  HEADER AGAINST THE BANKTAPE CYCLE AND LOADS THAT CYCLE'S     *
004510*  DEPOSITS.  A RETURN FILE ALREADY PROCESSED, OR ONE FOR A     *
004520*  DIFFERENT CYCLE THAN THE TAPE SUPPLIED, STOPS THE RUN BEFORE *
004530*  ANY ACCOUNT IS TOUCHED.  A HEADER THAT CANNOT BE READ IS     *
004540*  LOGGED UNDER THE RUN DATE.  ONCE EVERYTHING IS OPEN THE      *
004550*  RETURN FILE IS PROVEN TO ITS OWN TRAILER BEFORE THE MAIN     *
004560*  PASS BEGINS.                                                 *
004570*****************************************************************
004580  1000-INITIALIZE.
004590
004600      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004610
004620      STRING WS-CURR-MM   DELIMITED BY SIZE
004630             "/"          DELIMITED BY SIZE
004640             WS-CURR-DD   DELIMITED BY SIZE
004650             "/"          DELIMITED BY SIZE
004660             WS-CURR-CCYY DELIMITED BY SIZE
004670          INTO WS-RUN-DATE-EDIT
004680
004690      MOVE "DEPRETN " TO RC-PROGRAM
004700      MOVE SPACES          TO RC-PREDECESSOR
004710      MOVE WS-CURRENT-DATE TO RC-CYCLE-DATE
004720
004730      OPEN INPUT RETURN-FILE
004740
004750      IF NOT WS-RTN-FILE-OK
004760          DISPLAY "DEPRETN: UNABLE TO OPEN RTNFILE, "
004770                  "STATUS = " WS-RTN-FILE-STATUS
004780          SET WS-SETUP-ERROR TO TRUE
004790      ELSE
004800          PERFORM 1100-READ-RETURN-HEADER
004810              THRU 1100-READ-RETURN-HEADER-EXIT
004820      END-IF.
004830
004840      IF NOT WS-SETUP-ERROR
004850          MOVE "S"             TO RC-FUNCTION
004860          MOVE RH-FILE-DATE    TO RC-CYCLE-DATE
004870          MOVE ZEROS           TO RC-COMPLETION-CODE
004880          CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
004890          IF RC-RESULT NOT = ZEROS
004900              DISPLAY "DEPRETN: RUN REFUSED - " RC-REASON
004910              CLOSE RETURN-FILE
004920              SET WS-RUNCTL-REFUSED TO TRUE
004930              SET WS-END-OF-FILE TO TRUE
004940              MOVE 8 TO RETURN-CODE
004950              GO TO 1000-INITIALIZE-EXIT
004960          END-IF
004970      END-IF.
004980
004990      OPEN OUTPUT RETURNS-REPORT
005000
005010      IF NOT WS-RPT-FILE-OK
005020          DISPLAY "DEPRETN: UNABLE TO OPEN RTNRPT, "
005030                  "STATUS = " WS-RPT-FILE-STATUS
005040          SET WS-SETUP-ERROR TO TRUE
005050      END-IF.
005060
005070      IF NOT WS-SETUP-ERROR
005080          PERFORM 1200-LOAD-TAPE-DEPOSITS
005090              THRU 1200-LOAD-TAPE-DEPOSITS-EXIT
005100      END-IF.
005110
005120      OPEN I-O BANK-MASTER-FILE
005130
005140      IF NOT WS-BA-FILE-OK
005150          DISPLAY "DEPRETN: UNABLE TO OPEN BANKMAST, "
005160                  "STATUS = " WS-BA-FILE-STATUS
005170          SET WS-SETUP-ERROR TO TRUE
005180      END-IF.
005190
005200      OPEN EXTEND BANK-AUDIT-FILE
005210
005220      IF NOT WS-AUD-FILE-OK
005230          DISPLAY "DEPRETN: UNABLE TO OPEN BNKAUDIT, "
005240                  "STATUS = " WS-AUD-FILE-STATUS
005250          SET WS-SETUP-ERROR TO TRUE
005260      END-IF.
005270
005280      OPEN EXTEND RETURN-QUEUE-FILE
005290
005300      IF NOT WS-QUE-FILE-OK
005310          DISPLAY "DEPRETN: UNABLE TO OPEN RTNQUEUE, "
005320                  "STATUS = " WS-QUE-FILE-STATUS
005330          SET WS-SETUP-ERROR TO TRUE
005340      END-IF.
005350
005360      IF NOT WS-SETUP-ERROR
005370          PERFORM 1300-PROVE-RETURN-FILE
005380              THRU 1300-PROVE-RETURN-FILE-EXIT
005390      END-IF.
005400
005410      IF WS-SETUP-ERROR
005420          SET WS-END-OF-FILE TO TRUE
005430          MOVE 8 TO RETURN-CODE
005440      END-IF.
005450
005460      PERFORM 2810-PRINT-HEADINGS
005470          THRU 2810-PRINT-HEADINGS-EXIT.
005480
005490  1000-INITIALIZE-EXIT.
005500      EXIT.
005510
005520*****************************************************************
005530*                    1100-READ-RETURN-HEADER                    *
005540*  THE FIRST RECORD MUST BE THE "H" HEADER CARRYING THE BANK'S  *
005550*  FILE DATE AND NAMING THE BANKTAPE CYCLE THE RETURNS BELONG   *
005560*  TO.                                                          *
005570*****************************************************************
005580  1100-READ-RETURN-HEADER.
005590
005600      READ RETURN-FILE
005610          AT END
005620              DISPLAY "DEPRETN: RTNFILE IS EMPTY"
005630              SET WS-SETUP-ERROR TO TRUE
005640              GO TO 1100-READ-RETURN-HEADER-EXIT
005650      END-READ
005660
005670      IF RH-RECORD-TYPE NOT = "H"
005680          OR RH-FILE-DATE IS NOT NUMERIC
005690          OR RH-CYCLE-DATE IS NOT NUMERIC
005700          DISPLAY "DEPRETN: RTNFILE HAS NO VALID HEADER"
005710          SET WS-SETUP-ERROR TO TRUE
005720          GO TO 1100-READ-RETURN-HEADER-EXIT
005730      END-IF
005740
005750      MOVE RH-CYCLE-DATE TO WS-CYCLE-DATE.
005760
005770  1100-READ-RETURN-HEADER-EXIT.
005780      EXIT.
005790
005800*****************************************************************
005810*                    1200-LOAD-TAPE-DEPOSITS                    *
005820*  READS THE BANKTAPE GENERATION INTO THE TABLE BY IDENT.  ONLY *
005830*  "D" DEPOSIT RECORDS ARE LOADED - A ZERO-AMOUNT PRENOTE MOVES *
005840*  NO MONEY AND CANNOT COME BACK AS A RETURN.                   *
005850*****************************************************************
005860  1200-LOAD-TAPE-DEPOSITS.
005870
005880      MOVE SPACES TO WS-TAPE-TABLE
005890
005900      OPEN INPUT TRANSMISSION-FILE
005910
005920      IF NOT WS-TAP-FILE-OK
005930          DISPLAY "DEPRETN: UNABLE TO OPEN BANKTAPE, "
005940                  "STATUS = " WS-TAP-FILE-STATUS
005950          SET WS-SETUP-ERROR TO TRUE
005960          GO TO 1200-LOAD-TAPE-DEPOSITS-EXIT
005970      END-IF
005980
005990      PERFORM 1210-READ-TAPE-RECORD
006000          THRU 1210-READ-TAPE-RECORD-EXIT
006010          UNTIL WS-TAP-EOF
006020
006030      CLOSE TRANSMISSION-FILE
006040
006050      IF WS-TAPE-CYCLE-DATE NOT = WS-CYCLE-DATE
006060          DISPLAY "DEPRETN: RTNFILE CYCLE " WS-CYCLE-DATE
006070                  " NOT = BANKTAPE CYCLE " WS-TAPE-CYCLE-DATE
006080          SET WS-SETUP-ERROR TO TRUE
006090      END-IF.
006100
006110  1200-LOAD-TAPE-DEPOSITS-EXIT.
006120      EXIT.
006130
006140*****************************************************************
006150*                     1210-READ-TAPE-RECORD                     *
006160*****************************************************************
006170  1210-READ-TAPE-RECORD.
006180
006190      READ TRANSMISSION-FILE
006200          AT END
006210              SET WS-TAP-EOF TO TRUE
006220              GO TO 1210-READ-TAPE-RECORD-EXIT
006230      END-READ
006240
006250      IF DH-RECORD-TYPE = "H"
006260          MOVE DH-RUN-DATE TO WS-TAPE-CYCLE-DATE
006270          GO TO 1210-READ-TAPE-RECORD-EXIT
006280      END-IF
006290
006300      IF DD-RECORD-TYPE NOT = "D"
006310          OR DD-IDENT = ZERO
006320          GO TO 1210-READ-TAPE-RECORD-EXIT
006330      END-IF
006340
006350      ADD 1 TO WS-TAPE-DEPOSIT-COUNT
006360
006370      MOVE DD-IDENT   TO WS-TP-SUB
006380      MOVE "Y"        TO WS-TP-FOUND-SW (WS-TP-SUB)
006390      MOVE DD-ROUTING TO WS-TP-ROUTING (WS-TP-SUB)
006400      MOVE DD-ACCOUNT TO WS-TP-ACCOUNT (WS-TP-SUB)
006410      MOVE DD-AMOUNT  TO WS-TP-AMOUNT (WS-TP-SUB)
006420      MOVE "N"        TO WS-TP-RETURNED-SW (WS-TP-SUB).
006430
006440  1210-READ-TAPE-RECORD-EXIT.
006450      EXIT.
006460
006470*****************************************************************
006480*                     1300-PROVE-RETURN-FILE                    *
006490*  READS THE REST OF THE RETURN FILE ONCE, COUNTING ITS RETURNS *
006500*  AND CHANGES, AND CHECKS THEM AGAINST THE BANK'S TRAILER      *
006510*  BEFORE ANYTHING IS APPLIED. A FILE WITH NO TRAILER, OR ONE   *
006520*  THAT DISAGREES WITH IT, IS LEFT UNPROVEN - THE MAIN PASS IS  *
006530*  SKIPPED, NO CHECK IS QUEUED AND NO ACCOUNT IS STOPPED, AND   *
006540*  FINALIZE REPORTS THE IMBALANCE WITH RETURN CODE 8. A PROVEN  *
006550*  FILE IS CLOSED, REOPENED AND POSITIONED PAST ITS HEADER FOR  *
006560*  THE MAIN PASS, WITH THE COUNTS CLEARED SO THAT PASS IS       *
006570*  BALANCED AGAIN ON ITS OWN.                                   *
006580*****************************************************************
006590  1300-PROVE-RETURN-FILE.
006600
006610      PERFORM 1310-READ-PROOF-RECORD
006620          THRU 1310-READ-PROOF-RECORD-EXIT
006630          UNTIL WS-END-OF-FILE
006640
006650      IF NOT WS-TRAILER-READ
006660          OR WS-RETURN-READ-COUNT NOT = WS-BANK-RETURN-COUNT
006670          OR WS-RETURN-READ-TOTAL NOT = WS-BANK-RETURN-TOTAL
006680          OR WS-CHANGE-READ-COUNT NOT = WS-BANK-CHANGE-COUNT
006690          DISPLAY "DEPRETN: RTNFILE DOES NOT AGREE WITH ITS "
006700                  "TRAILER - NOTHING APPLIED"
006710          SET WS-RTNFILE-UNPROVEN TO TRUE
006720          GO TO 1300-PROVE-RETURN-FILE-EXIT
006730      END-IF
006740
006750      SET WS-NOT-END-OF-FILE TO TRUE
006760      MOVE "N"   TO WS-TRAILER-READ-SW
006770      MOVE ZEROS TO WS-RETURN-READ-COUNT
006780                    WS-RETURN-READ-TOTAL
006790                    WS-CHANGE-READ-COUNT
006800
006810      CLOSE RETURN-FILE
006820      OPEN INPUT RETURN-FILE
006830
006840      IF NOT WS-RTN-FILE-OK
006850          DISPLAY "DEPRETN: UNABLE TO REOPEN RTNFILE, "
006860                  "STATUS = " WS-RTN-FILE-STATUS
006870          SET WS-SETUP-ERROR TO TRUE
006880          GO TO 1300-PROVE-RETURN-FILE-EXIT
006890      END-IF
006900
006910      READ RETURN-FILE
006920          AT END
006930              DISPLAY "DEPRETN: RTNFILE IS EMPTY"
006940              SET WS-SETUP-ERROR TO TRUE
006950      END-READ.
006960
006970  1300-PROVE-RETURN-FILE-EXIT.
006980      EXIT.
006990
007000*****************************************************************
007010*                     1310-READ-PROOF-RECORD                    *
007020*  COUNTS ONE RECORD OF THE PROOF PASS THE SAME WAY THE MAIN    *
007030*  PASS DOES, AND SAVES THE TRAILER'S CONTROL FIGURES.          *
007040*****************************************************************
007050  1310-READ-PROOF-RECORD.
007060
007070      READ RETURN-FILE
007080          AT END
007090              SET WS-END-OF-FILE TO TRUE
007100              GO TO 1310-READ-PROOF-RECORD-EXIT
007110      END-READ
007120
007130      IF RD-RETURN
007140          ADD 1         TO WS-RETURN-READ-COUNT
007150          ADD RD-AMOUNT TO WS-RETURN-READ-TOTAL
007160      ELSE
007170      IF RD-CHANGE
007180          ADD 1 TO WS-CHANGE-READ-COUNT
007190      ELSE
007200      IF RT-RECORD-TYPE = "T"
007210          SET WS-TRAILER-READ TO TRUE
007220          MOVE RT-RETURN-COUNT TO WS-BANK-RETURN-COUNT
007230          MOVE RT-RETURN-TOTAL TO WS-BANK-RETURN-TOTAL
007240          MOVE RT-CHANGE-COUNT TO WS-BANK-CHANGE-COUNT
007250      END-IF
007260      END-IF
007270      END-IF.
007280
007290  1310-READ-PROOF-RECORD-EXIT.
007300      EXIT.
007310
007320*****************************************************************
007330*                      2000-PROCESS-RETURNS                     *
007340*  MAIN READ LOOP OVER THE RETURN FILE.  RETURNS AND CHANGES    *
007350*  ARE ROUTED TO THEIR OWN PARAGRAPHS; THE TRAILER'S CONTROL    *
007360*  FIGURES ARE SAVED FOR THE BALANCING PASS AT FINALIZE.        *
007370*****************************************************************
007380  2000-PROCESS-RETURNS.
007390
007400      READ RETURN-FILE
007410          AT END
007420              SET WS-END-OF-FILE TO TRUE
007430              GO TO 2000-PROCESS-RETURNS-EXIT
007440      END-READ
007450
007460      IF RD-RETURN
007470          ADD 1         TO WS-RETURN-READ-COUNT
007480          ADD RD-AMOUNT TO WS-RETURN-READ-TOTAL
007490          PERFORM 2200-APPLY-RETURN
007500              THRU 2200-APPLY-RETURN-EXIT
007510      ELSE
007520      IF RD-CHANGE
007530          ADD 1 TO WS-CHANGE-READ-COUNT
007540          PERFORM 2400-APPLY-CHANGE
007550              THRU 2400-APPLY-CHANGE-EXIT
007560      ELSE
007570      IF RT-RECORD-TYPE = "T"
007580          SET WS-TRAILER-READ TO TRUE
007590          MOVE RT-RETURN-COUNT TO WS-BANK-RETURN-COUNT
007600          MOVE RT-RETURN-TOTAL TO WS-BANK-RETURN-TOTAL
007610          MOVE RT-CHANGE-COUNT TO WS-BANK-CHANGE-COUNT
007620      END-IF
007630      END-IF
007640      END-IF.
007650
007660  2000-PROCESS-RETURNS-EXIT.
007670      EXIT.
007680
007690*****************************************************************
007700*                       2200-APPLY-RETURN                       *
007710*  MATCHES THE RETURN TO THE CYCLE'S DEPOSIT - SAME ACCOUNT,    *
007720*  SAME AMOUNT, NOT ALREADY RETURNED - THEN STOPS THE ACCOUNT   *
007730*  AND QUEUES THE NET FOR A CHECK.  A RETURN WITH NO MATCHING   *
007740*  DEPOSIT REJECTS AND QUEUES NOTHING - THE MONEY IT CLAIMS WAS *
007750*  NEVER SENT BY THIS TAPE.  THE CHECK IS QUEUED BEFORE THE     *
007760*  ACCOUNT IS STOPPED; A RETURN THAT CANNOT BE QUEUED REJECTS,  *
007770*  LEAVES THE ACCOUNT ALONE, AND ENDS THE RUN WITH RETURN CODE  *
007780*  8 AND A WARNING THAT RTNQUEUE, BANKMAST AND BNKAUDIT MUST BE *
007790*  RESTORED BEFORE A RERUN - THE CHECKS ALREADY QUEUED WOULD    *
007800*  OTHERWISE BE QUEUED TWICE.                                   *
007810*****************************************************************
007820  2200-APPLY-RETURN.
007830
007840      MOVE RD-ROUTING     TO RPT-D-ROUTING
007850      MOVE RD-ACCOUNT     TO RPT-D-ACCOUNT
007860      MOVE RD-AMOUNT      TO RPT-D-AMOUNT
007870
007880      IF RD-IDENT IS NOT NUMERIC OR RD-IDENT = ZERO
007890          MOVE "NO DEPOSIT ON BANKTAPE" TO WS-REJECT-REASON-TEXT
007900          PERFORM 2900-REJECT-RETURN
007910              THRU 2900-REJECT-RETURN-EXIT
007920          GO TO 2200-APPLY-RETURN-EXIT
007930      END-IF
007940
007950      MOVE RD-IDENT TO WS-TP-SUB
007960
007970      IF NOT WS-TP-FOUND (WS-TP-SUB)
007980          MOVE "NO DEPOSIT ON BANKTAPE" TO WS-REJECT-REASON-TEXT
007990          PERFORM 2900-REJECT-RETURN
008000              THRU 2900-REJECT-RETURN-EXIT
008010          GO TO 2200-APPLY-RETURN-EXIT
008020      END-IF
008030
008040      IF RD-ROUTING NOT = WS-TP-ROUTING (WS-TP-SUB)
008050          OR RD-ACCOUNT NOT = WS-TP-ACCOUNT (WS-TP-SUB)
008060          MOVE "ACCOUNT NOT = BANKTAPE" TO WS-REJECT-REASON-TEXT
008070          PERFORM 2900-REJECT-RETURN
008080              THRU 2900-REJECT-RETURN-EXIT
008090          GO TO 2200-APPLY-RETURN-EXIT
008100      END-IF
008110
008120      IF RD-AMOUNT NOT = WS-TP-AMOUNT (WS-TP-SUB)
008130          MOVE "AMOUNT NOT = BANKTAPE" TO WS-REJECT-REASON-TEXT
008140          PERFORM 2900-REJECT-RETURN
008150              THRU 2900-REJECT-RETURN-EXIT
008160          GO TO 2200-APPLY-RETURN-EXIT
008170      END-IF
008180
008190      IF WS-TP-RETURNED (WS-TP-SUB)
008200          MOVE "DUPLICATE RETURN" TO WS-REJECT-REASON-TEXT
008210          PERFORM 2900-REJECT-RETURN
008220              THRU 2900-REJECT-RETURN-EXIT
008230          GO TO 2200-APPLY-RETURN-EXIT
008240      END-IF
008250
008260      MOVE SPACES          TO RETURN-QUEUE-RECORD
008270      MOVE RD-IDENT        TO RQ-IDENT
008280      MOVE RD-AMOUNT       TO RQ-AMOUNT
008290      MOVE WS-CYCLE-DATE   TO RQ-CYCLE-DATE
008300      MOVE WS-CURRENT-DATE TO RQ-QUEUE-DATE
008310      MOVE RD-REASON-CODE  TO RQ-REASON-CODE
008320
008330      WRITE RETURN-QUEUE-RECORD
008340
008350      IF NOT WS-QUE-FILE-OK
008360          DISPLAY "DEPRETN: UNABLE TO WRITE RTNQUEUE, "
008370                  "STATUS = " WS-QUE-FILE-STATUS
008380          MOVE "RTNQUEUE WRITE FAILED" TO WS-REJECT-REASON-TEXT
008390          PERFORM 2900-REJECT-RETURN
008400              THRU 2900-REJECT-RETURN-EXIT
008410          SET WS-QUEUE-ERROR TO TRUE
008420          MOVE 8 TO RETURN-CODE
008430          GO TO 2200-APPLY-RETURN-EXIT
008440      END-IF
008450
008460      MOVE "Y" TO WS-TP-RETURNED-SW (WS-TP-SUB)
008470
008480      PERFORM 2300-STOP-ACCOUNT
008490          THRU 2300-STOP-ACCOUNT-EXIT
008500
008510      ADD 1         TO WS-QUEUED-COUNT
008520      ADD RD-AMOUNT TO WS-QUEUED-TOTAL
008530
008540      PERFORM 2800-PRINT-DETAIL-LINE
008550          THRU 2800-PRINT-DETAIL-LINE-EXIT.
008560
008570  2200-APPLY-RETURN-EXIT.
008580      EXIT.
008590
008600*****************************************************************
008610*                       2300-STOP-ACCOUNT                       *
008620*  TAKES THE RETURNED ACCOUNT OFF ACTIVE STATUS AND WRITES THE  *
008630*  AUDIT RECORD.  THE RETURNED CHECK IS QUEUED WHATEVER HAPPENS *
008640*  HERE - AN ACCOUNT ALREADY CHANGED OR DELETED SINCE THE CYCLE *
008650*  IS LEFT ALONE, BUT THE EMPLOYEE IS STILL OWED THE MONEY.     *
008660*****************************************************************
008670  2300-STOP-ACCOUNT.
008680
008690      MOVE RD-IDENT TO BA-IDENT
008700
008710      READ BANK-MASTER-FILE
008720          INVALID KEY
008730              MOVE "CHECK QUEUED - NO BANK MASTER"
008740                TO RPT-D-DISPOSITION
008750              GO TO 2300-STOP-ACCOUNT-EXIT
008760      END-READ
008770
008780      IF BA-ROUTING NOT = RD-ROUTING
008790          OR BA-ACCOUNT NOT = RD-ACCOUNT
008800          MOVE "CHECK QUEUED - ACCT CHANGED"
008810            TO RPT-D-DISPOSITION
008820          GO TO 2300-STOP-ACCOUNT-EXIT
008830      END-IF
008840
008850      IF BA-ACCOUNT-RETURNED
008860          MOVE "CHECK QUEUED - ALREADY STOPPED"
008870            TO RPT-D-DISPOSITION
008880          GO TO 2300-STOP-ACCOUNT-EXIT
008890      END-IF
008900
008910      MOVE BA-ROUTING        TO BU-OLD-ROUTING
008920      MOVE BA-ACCOUNT        TO BU-OLD-ACCOUNT
008930      MOVE BA-PRENOTE-STATUS TO BU-OLD-STATUS
008940
008950      MOVE "R" TO BA-PRENOTE-STATUS
008960
008970      REWRITE BANK-MASTER-RECORD
008980          INVALID KEY
008990              DISPLAY "DEPRETN: CANNOT REWRITE BANKMAST, IDENT "
009000                      BA-IDENT
009010              MOVE "CHECK QUEUED - NOT STOPPED"
009020                TO RPT-D-DISPOSITION
009030              GO TO 2300-STOP-ACCOUNT-EXIT
009040      END-REWRITE
009050
009060      ADD 1 TO WS-STOPPED-COUNT
009070
009080      PERFORM 2650-WRITE-AUDIT-RECORD
009090          THRU 2650-WRITE-AUDIT-RECORD-EXIT
009100
009110      MOVE "ACCOUNT STOPPED - CHECK QUEUED" TO RPT-D-DISPOSITION.
009120
009130  2300-STOP-ACCOUNT-EXIT.
009140      EXIT.
009150
009160*****************************************************************
009170*                       2400-APPLY-CHANGE                       *
009180*  LAYS THE BANK'S CORRECTED ROUTING AND/OR ACCOUNT NUMBER OVER *
009190*  THE MASTER AND PUTS IT BACK INTO PRENOTE, THE SAME AS A      *
009200*  BANKMNT CHANGE.  THE MASTER MUST STILL CARRY THE ACCOUNT THE *
009210*  BANK CORRECTED - ONE ALREADY CHANGED SINCE IS NOT OVERLAID.  *
009220*****************************************************************
009230  2400-APPLY-CHANGE.
009240
009250      MOVE RD-NEW-ROUTING TO RPT-D-ROUTING
009260      MOVE RD-NEW-ACCOUNT TO RPT-D-ACCOUNT
009270      MOVE ZEROS          TO RPT-D-AMOUNT
009280
009290      IF RD-NEW-ROUTING IS NOT NUMERIC
009300          MOVE "CORRECTED ROUTING NOT NUMERIC"
009310            TO WS-REJECT-REASON-TEXT
009320          PERFORM 2950-REJECT-CHANGE
009330              THRU 2950-REJECT-CHANGE-EXIT
009340          GO TO 2400-APPLY-CHANGE-EXIT
009350      END-IF
009360
009370      IF RD-NEW-ROUTING = ZERO
009380          AND RD-NEW-ACCOUNT = SPACES
009390          MOVE "NO CORRECTION ON RECORD" TO WS-REJECT-REASON-TEXT
009400          PERFORM 2950-REJECT-CHANGE
009410              THRU 2950-REJECT-CHANGE-EXIT
009420          GO TO 2400-APPLY-CHANGE-EXIT
009430      END-IF
009440
009450      MOVE RD-IDENT TO BA-IDENT
009460
009470      READ BANK-MASTER-FILE
009480          INVALID KEY
009490              MOVE "NOT ON BANK MASTER" TO WS-REJECT-REASON-TEXT
009500              PERFORM 2950-REJECT-CHANGE
009510                  THRU 2950-REJECT-CHANGE-EXIT
009520              GO TO 2400-APPLY-CHANGE-EXIT
009530      END-READ
009540
009550      IF BA-ROUTING NOT = RD-ROUTING
009560          OR BA-ACCOUNT NOT = RD-ACCOUNT
009570          MOVE "ACCOUNT CHANGED SINCE CYCLE"
009580            TO WS-REJECT-REASON-TEXT
009590          PERFORM 2950-REJECT-CHANGE
009600              THRU 2950-REJECT-CHANGE-EXIT
009610          GO TO 2400-APPLY-CHANGE-EXIT
009620      END-IF
009630
009640      MOVE BA-ROUTING        TO BU-OLD-ROUTING
009650      MOVE BA-ACCOUNT        TO BU-OLD-ACCOUNT
009660      MOVE BA-PRENOTE-STATUS TO BU-OLD-STATUS
009670
009680      IF RD-NEW-ROUTING NOT = ZERO
009690          MOVE RD-NEW-ROUTING TO BA-ROUTING
009700      END-IF
009710
009720      IF RD-NEW-ACCOUNT NOT = SPACES
009730          MOVE RD-NEW-ACCOUNT TO BA-ACCOUNT
009740      END-IF
009750
009760      MOVE "P"   TO BA-PRENOTE-STATUS
009770      MOVE ZEROS TO BA-PRENOTE-DATE
009780
009790      REWRITE BANK-MASTER-RECORD
009800          INVALID KEY
009810              DISPLAY "DEPRETN: CANNOT REWRITE BANKMAST, IDENT "
009820                      BA-IDENT
009830              MOVE "BANK MASTER REWRITE FAILED"
009840                TO WS-REJECT-REASON-TEXT
009850              PERFORM 2950-REJECT-CHANGE
009860                  THRU 2950-REJECT-CHANGE-EXIT
009870              GO TO 2400-APPLY-CHANGE-EXIT
009880      END-REWRITE
009890
009900      ADD 1 TO WS-CHANGE-APPLIED-COUNT
009910
009920      PERFORM 2650-WRITE-AUDIT-RECORD
009930          THRU 2650-WRITE-AUDIT-RECORD-EXIT
009940
009950      MOVE BA-ROUTING TO RPT-D-ROUTING
009960      MOVE BA-ACCOUNT TO RPT-D-ACCOUNT
009970      MOVE "CORRECTED - BACK TO PRENOTE" TO RPT-D-DISPOSITION
009980
009990      PERFORM 2800-PRINT-DETAIL-LINE
010000          THRU 2800-PRINT-DETAIL-LINE-EXIT.
010010
010020  2400-APPLY-CHANGE-EXIT.
010030      EXIT.
010040
010050*****************************************************************
010060*                    2650-WRITE-AUDIT-RECORD                    *
010070*  APPENDS ONE RECORD TO BANK-AUDIT-FILE HOLDING THE IDENT, A   *
010080*  DATE/TIME STAMP, AND THE OLD/NEW ROUTING, ACCOUNT AND STATUS *
010090*  SURROUNDING THE CHANGE.  THE BEFORE IMAGE IS CAPTURED BY THE *
010100*  CALLER BEFORE THE BANK-MASTER RECORD IS TOUCHED.             *
010110*****************************************************************
010120  2650-WRITE-AUDIT-RECORD.
010130
010140      MOVE BA-IDENT           TO BU-IDENT
010150      MOVE BA-ROUTING         TO BU-NEW-ROUTING
010160      MOVE BA-ACCOUNT         TO BU-NEW-ACCOUNT
010170      MOVE BA-PRENOTE-STATUS  TO BU-NEW-STATUS
010180      ACCEPT BU-DATE          FROM DATE YYYYMMDD
010190      ACCEPT BU-TIME          FROM TIME
010200
010210      WRITE BANK-AUDIT-RECORD.
010220
010230  2650-WRITE-AUDIT-RECORD-EXIT.
010240      EXIT.
010250
010260*****************************************************************
010270*                     2800-PRINT-DETAIL-LINE                    *
010280*  WRITES ONE REPORT LINE FOR THE CURRENT ITEM, BREAKING TO A   *
010290*  NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.  THE CALLER      *
010300*  LOADS THE ACCOUNT, AMOUNT AND DISPOSITION.                   *
010310*****************************************************************
010320  2800-PRINT-DETAIL-LINE.
010330
010340      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
010350          PERFORM 2810-PRINT-HEADINGS
010360              THRU 2810-PRINT-HEADINGS-EXIT
010370      END-IF
010380
010390      MOVE RD-RECORD-TYPE TO RPT-D-TYPE
010400      MOVE RD-IDENT       TO RPT-D-IDENT
010410      MOVE RD-REASON-CODE TO RPT-D-REASON
010420
010430      WRITE RETURNS-RECORD FROM RPT-DETAIL-LINE
010440          AFTER ADVANCING 1 LINE
010450
010460      ADD 1 TO WS-LINE-COUNT.
010470
010480  2800-PRINT-DETAIL-LINE-EXIT.
010490      EXIT.
010500
010510*****************************************************************
010520*                      2810-PRINT-HEADINGS                      *
010530*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
010540*  NEW PAGE AND RESETS THE LINE COUNT.                          *
010550*****************************************************************
010560  2810-PRINT-HEADINGS.
010570
010580      ADD 1 TO WS-PAGE-COUNT
010590      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
010600      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
010610
010620      WRITE RETURNS-RECORD FROM RPT-HEADING-1
010630          AFTER ADVANCING PAGE
010640      WRITE RETURNS-RECORD FROM RPT-BLANK-LINE
010650          AFTER ADVANCING 1 LINE
010660      WRITE RETURNS-RECORD FROM RPT-HEADING-2
010670          AFTER ADVANCING 1 LINE
010680      WRITE RETURNS-RECORD FROM RPT-BLANK-LINE
010690          AFTER ADVANCING 1 LINE
010700
010710      MOVE ZEROS TO WS-LINE-COUNT.
010720
010730  2810-PRINT-HEADINGS-EXIT.
010740      EXIT.
010750
010760*****************************************************************
010770*                       2900-REJECT-RETURN                      *
010780*  COUNTS A RETURN THAT COULD NOT BE MATCHED AND PRINTS IT WITH *
010790*  THE REASON.  NOTHING IS QUEUED OR CHANGED FOR IT.            *
010800*****************************************************************
010810  2900-REJECT-RETURN.
010820
010830      ADD 1         TO WS-RETURN-REJECT-COUNT
010840      ADD RD-AMOUNT TO WS-RETURN-REJECT-TOTAL
010850
010860      MOVE WS-REJECT-REASON-TEXT TO RPT-D-DISPOSITION
010870
010880      PERFORM 2800-PRINT-DETAIL-LINE
010890          THRU 2800-PRINT-DETAIL-LINE-EXIT.
010900
010910  2900-REJECT-RETURN-EXIT.
010920      EXIT.
010930
010940*****************************************************************
010950*                       2950-REJECT-CHANGE                      *
010960*  COUNTS A CHANGE THAT COULD NOT BE APPLIED AND PRINTS IT WITH *
010970*  THE REASON.                                                  *
010980*****************************************************************
010990  2950-REJECT-CHANGE.
011000
011010      ADD 1 TO WS-CHANGE-REJECT-COUNT
011020
011030      MOVE WS-REJECT-REASON-TEXT TO RPT-D-DISPOSITION
011040
011050      PERFORM 2800-PRINT-DETAIL-LINE
011060          THRU 2800-PRINT-DETAIL-LINE-EXIT.
011070
011080  2950-REJECT-CHANGE-EXIT.
011090      EXIT.
011100
011110*****************************************************************
011120*                         3000-FINALIZE                         *
011130*  PRINTS THE REPORT TOTALS AND BALANCES THE RETURNS AND        *
011140*  CHANGES READ TO THE BANK'S TRAILER, AND THE RETURNED AMOUNT  *
011150*  TO QUEUED PLUS REJECTED.  A MISSING TRAILER OR ANY           *
011160*  DISAGREEMENT SETS RETURN-CODE 8; REJECTED ITEMS ALONE SET 4. *
011170*  A FILE THAT FAILED ITS PROOF, OR A FAILED RTNQUEUE WRITE,    *
011180*  ADDS A LINE TELLING THE OPERATOR WHAT A RERUN NEEDS.         *
011190*****************************************************************
011200  3000-FINALIZE.
011210
011220      IF WS-RUNCTL-REFUSED
011230          GO TO 3000-FINALIZE-EXIT
011240      END-IF.
011250
011260      IF WS-SETUP-ERROR
011270          GO TO 3000-FINALIZE-CLOSE
011280      END-IF.
011290
011300      WRITE RETURNS-RECORD FROM RPT-BLANK-LINE
011310          AFTER ADVANCING 1 LINE
011320
011330      MOVE "BANKTAPE DEPOSITS LOADED"  TO RPT-T-LABEL
011340      MOVE WS-TAPE-DEPOSIT-COUNT       TO RPT-T-COUNT
011350      MOVE ZEROS                       TO RPT-T-AMOUNT
011360      WRITE RETURNS-RECORD FROM RPT-TOTAL-LINE
011370          AFTER ADVANCING 1 LINE
011380
011390      MOVE "RETURNS READ"              TO RPT-T-LABEL
011400      MOVE WS-RETURN-READ-COUNT        TO RPT-T-COUNT
011410      MOVE WS-RETURN-READ-TOTAL        TO RPT-T-AMOUNT
011420      WRITE RETURNS-RECORD FROM RPT-TOTAL-LINE
011430          AFTER ADVANCING 1 LINE
011440
011450      MOVE "  CHECKS QUEUED"           TO RPT-T-LABEL
011460      MOVE WS-QUEUED-COUNT             TO RPT-T-COUNT
011470      MOVE WS-QUEUED-TOTAL             TO RPT-T-AMOUNT
011480      WRITE RETURNS-RECORD FROM RPT-TOTAL-LINE
011490          AFTER ADVANCING 1 LINE
011500
011510      MOVE "  RETURNS REJECTED"        TO RPT-T-LABEL
011520      MOVE WS-RETURN-REJECT-COUNT      TO RPT-T-COUNT
011530      MOVE WS-RETURN-REJECT-TOTAL      TO RPT-T-AMOUNT
011540      WRITE RETURNS-RECORD FROM RPT-TOTAL-LINE
011550          AFTER ADVANCING 1 LINE
011560
011570      MOVE ZEROS TO RPT-T-AMOUNT
011580
011590      MOVE "ACCOUNTS STOPPED"          TO RPT-T-LABEL
011600      MOVE WS-STOPPED-COUNT            TO RPT-T-COUNT
011610      WRITE RETURNS-RECORD FROM RPT-TOTAL-LINE
011620          AFTER ADVANCING 1 LINE
011630
011640      MOVE "CHANGES READ"              TO RPT-T-LABEL
011650      MOVE WS-CHANGE-READ-COUNT        TO RPT-T-COUNT
011660      WRITE RETURNS-RECORD FROM RPT-TOTAL-LINE
011670          AFTER ADVANCING 1 LINE
011680
011690      MOVE "  CHANGES APPLIED"         TO RPT-T-LABEL
011700      MOVE WS-CHANGE-APPLIED-COUNT     TO RPT-T-COUNT
011710      WRITE RETURNS-RECORD FROM RPT-TOTAL-LINE
011720          AFTER ADVANCING 1 LINE
011730
011740      MOVE "  CHANGES REJECTED"        TO RPT-T-LABEL
011750      MOVE WS-CHANGE-REJECT-COUNT      TO RPT-T-COUNT
011760      WRITE RETURNS-RECORD FROM RPT-TOTAL-LINE
011770          AFTER ADVANCING 1 LINE
011780
011790      MOVE "BANK TRAILER RETURNS"      TO RPT-T-LABEL
011800      MOVE WS-BANK-RETURN-COUNT        TO RPT-T-COUNT
011810      MOVE WS-BANK-RETURN-TOTAL        TO RPT-T-AMOUNT
011820      WRITE RETURNS-RECORD FROM RPT-TOTAL-LINE
011830          AFTER ADVANCING 1 LINE
011840
011850      MOVE "BANK TRAILER CHANGES"      TO RPT-T-LABEL
011860      MOVE WS-BANK-CHANGE-COUNT        TO RPT-T-COUNT
011870      MOVE ZEROS                       TO RPT-T-AMOUNT
011880      WRITE RETURNS-RECORD FROM RPT-TOTAL-LINE
011890          AFTER ADVANCING 1 LINE
011900
011910      WRITE RETURNS-RECORD FROM RPT-BLANK-LINE
011920          AFTER ADVANCING 1 LINE
011930
011940      ADD WS-QUEUED-TOTAL WS-RETURN-REJECT-TOTAL
011950          GIVING WS-CROSSFOOT-TOTAL
011960
011970      IF NOT WS-TRAILER-READ
011980          SET WS-BALANCE-ERROR TO TRUE
011990          MOVE "*** NO BANK TRAILER - RETURNS NOT PROVEN ***"
012000            TO RPT-M-TEXT
012010      ELSE
012020      IF WS-RETURN-READ-COUNT NOT = WS-BANK-RETURN-COUNT
012030          OR WS-RETURN-READ-TOTAL NOT = WS-BANK-RETURN-TOTAL
012040          OR WS-CHANGE-READ-COUNT NOT = WS-BANK-CHANGE-COUNT
012050          OR WS-CROSSFOOT-TOTAL NOT = WS-RETURN-READ-TOTAL
012060          SET WS-BALANCE-ERROR TO TRUE
012070          MOVE "*** RETURNS OUT OF BALANCE TO BANK TOTALS ***"
012080            TO RPT-M-TEXT
012090      ELSE
012100          MOVE "RETURNS IN BALANCE - QUEUED + REJECTED = BANK"
012110            TO RPT-M-TEXT
012120      END-IF
012130      END-IF
012140
012150      WRITE RETURNS-RECORD FROM RPT-MESSAGE-LINE
012160          AFTER ADVANCING 1 LINE
012170
012180      IF WS-RTNFILE-UNPROVEN
012190          MOVE "*** RTNFILE NOT PROVEN - NOTHING APPLIED ***"
012200            TO RPT-M-TEXT
012210          WRITE RETURNS-RECORD FROM RPT-MESSAGE-LINE
012220              AFTER ADVANCING 1 LINE
012230      END-IF
012240
012250      IF WS-QUEUE-ERROR
012260          MOVE "*** RTNQUEUE FAILED - RESTORE BEFORE RERUN ***"
012270            TO RPT-M-TEXT
012280          WRITE RETURNS-RECORD FROM RPT-MESSAGE-LINE
012290              AFTER ADVANCING 1 LINE
012300      END-IF
012310
012320      IF WS-BALANCE-ERROR
012330          MOVE 8 TO RETURN-CODE
012340      ELSE
012350      IF (WS-RETURN-REJECT-COUNT > ZERO
012360          OR WS-CHANGE-REJECT-COUNT > ZERO)
012370          AND RETURN-CODE = ZERO
012380          MOVE 4 TO RETURN-CODE
012390      END-IF
012400      END-IF.
012410
012420  3000-FINALIZE-CLOSE.
012430
012440      CLOSE RETURN-FILE
012450      CLOSE BANK-MASTER-FILE
012460      CLOSE BANK-AUDIT-FILE
012470      CLOSE RETURN-QUEUE-FILE
012480      CLOSE RETURNS-REPORT
012490
012500      MOVE "E"         TO RC-FUNCTION
012510      MOVE RETURN-CODE TO RC-COMPLETION-CODE
012520      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS.
012530
012540  3000-FINALIZE-EXIT.
012550      EXIT.
012560
