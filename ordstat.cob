000010*****************************************************************
000020* PROGRAM      : ORDSTAT                                        *
000030* AUTHOR       : DAVID R. HENDERSON                             *
000040* INSTALLATION : DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS     *
000050* DATE-WRITTEN : 10/15/2026                                     *
000060*                                                               *
000070* REMARKS      : STANDING-ORDER STATUS REPORT.  LISTS EACH      *
000080*                GARNISHMENT AND DEDUCTION ORDER WITH ITS CASE  *
000090*                NUMBER, THE ORIGINAL AMOUNT OWED, WHAT HAS     *
000100*                BEEN COLLECTED TO DATE, THE ARREARS AND THE    *
000110*                BALANCE STILL OWED, ITS STATUS AND THE LAST    *
000120*                CYCLE POSTED - WHAT PAYROLL NEEDS TO ANSWER A  *
000130*                COURT OR AGENCY.  A PARAMETER CARD SUPPLIED AT *
000140*                RUN TIME SELECTS BY IDENT (ZERO MEANS ALL      *
000150*                EMPLOYEES) AND/OR CASE NUMBER (BLANK MEANS ALL *
000160*                CASES).  NOTHING IS UPDATED.                   *
000170*****************************************************************
000180* MODIFICATION HISTORY                                          *
000190*-----------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION                                  *
000210* 10/15/2026 DRH   ORIGINAL PROGRAM.                            *
000220*****************************************************************
000230  IDENTIFICATION DIVISION.
000240  PROGRAM-ID. ORDSTAT.
000250  AUTHOR. DAVID R. HENDERSON.
000260  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000270  DATE-WRITTEN. 10/15/2026.
000280  DATE-COMPILED.
000290  ENVIRONMENT DIVISION.
000300
000310  CONFIGURATION SECTION.
000320  SOURCE-COMPUTER. IBM-370.
000330  OBJECT-COMPUTER. IBM-370.
000340  SPECIAL-NAMES.
000350      C01 IS TOP-OF-PAGE.
000360
000370  INPUT-OUTPUT SECTION.
000380  FILE-CONTROL.
000390*****************************************************************
000400* ORDER-MASTER IS THE STANDING-ORDER MASTER, READ IN KEY        *
000410* SEQUENCE.                                                     *
000420*****************************************************************
000430      SELECT ORDER-MASTER-FILE
000440          ASSIGN TO "ORDMAST"
000450          ORGANIZATION IS INDEXED
000460          ACCESS MODE IS DYNAMIC
000470          RECORD KEY IS OM-KEY
000480          FILE STATUS IS WS-OM-FILE-STATUS.
000490
000500*****************************************************************
000510* CUSTOMER-MASTER IS READ BY KEY FOR THE EMPLOYEE NAME.         *
000520*****************************************************************
000530      SELECT CUSTOMER-MASTER-FILE
000540          ASSIGN TO "CUSTMAST"
000550          ORGANIZATION IS INDEXED
000560          ACCESS MODE IS DYNAMIC
000570          RECORD KEY IS CM-IDENT
000580          FILE STATUS IS WS-CM-FILE-STATUS.
000590
000600*****************************************************************
000610* PARAMETER-FILE CARRIES THE RUN-TIME SELECTION CARD - IDENT    *
000620* (ZERO FOR ALL) AND CASE NUMBER (BLANK FOR ALL).               *
000630*****************************************************************
000640      SELECT PARAMETER-FILE
000650          ASSIGN TO "ORDSPARM"
000660          ORGANIZATION IS SEQUENTIAL
000670          FILE STATUS IS WS-PRM-FILE-STATUS.
000680
000690*****************************************************************
000700* STATUS-REPORT IS THE FORMATTED, PAGINATED ORDER STATUS LIST.  *
000710*****************************************************************
000720      SELECT STATUS-REPORT
000730          ASSIGN TO "ORDSRPT"
000740          ORGANIZATION IS SEQUENTIAL
000750          FILE STATUS IS WS-RPT-FILE-STATUS.
000760
000770  DATA DIVISION.
000780
000790  FILE SECTION.
000800*****************************************************************
000810* FD  - ORDER-MASTER-FILE                                       *
000820*  THE LAYOUT MATCHES WHAT ORDMNT WRITES.                       *
000830*****************************************************************
000840  FD  ORDER-MASTER-FILE
000850      LABEL RECORDS ARE STANDARD
000860      RECORD CONTAINS 129 CHARACTERS.
000870  01  ORDER-MASTER-RECORD.
000880      05  OM-KEY.
000890          10  OM-IDENT            PIC 9(03).
000900          10  OM-ORDER-NO         PIC 9(03).
000910      05  OM-TYPE                 PIC X(01).
000920          88  OM-TYPE-GARNISHMENT       VALUE "G".
000930          88  OM-TYPE-DEDUCTION         VALUE "D".
000940      05  OM-DESCRIPTION          PIC X(15).
000950      05  OM-CASE-NUMBER          PIC X(15).
000960      05  OM-METHOD               PIC X(01).
000970          88  OM-METHOD-AMOUNT          VALUE "A".
000980          88  OM-METHOD-PERCENT         VALUE "P".
000990      05  OM-PERIOD-AMOUNT        PIC 9(04)V99.
001000      05  OM-PERCENT              PIC 9(02)V99.
001010      05  OM-TOTAL-OWED           PIC 9(06)V99.
001020      05  OM-COLLECTED            PIC 9(06)V99.
001030      05  OM-BALANCE              PIC 9(06)V99.
001040      05  OM-ARREARS              PIC 9(06)V99.
001050      05  OM-START-DATE           PIC 9(08).
001060      05  OM-STOP-DATE            PIC 9(08).
001070      05  OM-STATUS               PIC X(01).
001080          88  OM-STATUS-ACTIVE          VALUE "A".
001090          88  OM-STATUS-PAID-OFF        VALUE "P".
001100          88  OM-STATUS-ENDED           VALUE "E".
001110          88  OM-STATUS-CANCELLED       VALUE "X".
001120      05  OM-STATUS-DATE          PIC 9(08).
001130      05  OM-GEN-DATE             PIC 9(08).
001140      05  OM-GEN-AMOUNT           PIC 9(06)V99.
001150      05  OM-POST-DATE            PIC 9(08).
001160
001170*****************************************************************
001180* FD  - CUSTOMER-MASTER-FILE                                    *
001190*****************************************************************
001200  FD  CUSTOMER-MASTER-FILE
001210      LABEL RECORDS ARE STANDARD
001220      RECORD CONTAINS 60 CHARACTERS.
001230  01  CUSTOMER-MASTER-RECORD.
001240      05  CM-IDENT                PIC 9(03).
001250      05  CM-CUSTNAME             PIC X(20).
001260      05  CM-DATEOFBIRTH.
001270          10  CM-MOB              PIC 9(02).
001280          10  CM-DOB              PIC 9(02).
001290          10  CM-YOB              PIC 9(04).
001300      05  CM-HOURS-WORKED         PIC 9(03)V99.
001310      05  CM-HOURLY-RATE          PIC 9(03)V99.
001320      05  CM-AGE-YEARS            PIC 9(03).
001330      05  CM-STATUS               PIC X(01).
001340          88  CM-STATUS-ACTIVE          VALUE "A".
001350          88  CM-STATUS-LEAVE           VALUE "L".
001360          88  CM-STATUS-TERMINATED      VALUE "T".
001370      05  CM-STATUS-DATE          PIC 9(08).
001380      05  CM-PAY-TYPE             PIC X(01).
001390          88  CM-PAY-HOURLY             VALUE "H".
001400          88  CM-PAY-SALARIED           VALUE "S".
001410      05  CM-PERIOD-SALARY        PIC 9(04)V99.
001420
001430*****************************************************************
001440* FD  - PARAMETER-FILE                                          *
001450*****************************************************************
001460  FD  PARAMETER-FILE
001470      LABEL RECORDS ARE STANDARD
001480      RECORD CONTAINS 18 CHARACTERS.
001490  01  PARAMETER-RECORD.
001500      05  PA-IDENT                PIC 9(03).
001510      05  PA-CASE-NUMBER          PIC X(15).
001520
001530*****************************************************************
001540* FD  - STATUS-REPORT                                           *
001550*****************************************************************
001560  FD  STATUS-REPORT
001570      LABEL RECORDS ARE STANDARD
001580      RECORD CONTAINS 132 CHARACTERS.
001590  01  STATUS-RECORD               PIC X(132).
001600
001610  WORKING-STORAGE SECTION.
001620*****************************************************************
001630* FILE STATUS AND END-OF-FILE SWITCHES                          *
001640*****************************************************************
001650  77  WS-OM-FILE-STATUS       PIC X(02) VALUE SPACES.
001660      88  WS-OM-FILE-OK              VALUE "00".
001670
001680  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
001690      88  WS-CM-FILE-OK              VALUE "00".
001700
001710  77  WS-PRM-FILE-STATUS      PIC X(02) VALUE SPACES.
001720      88  WS-PRM-FILE-OK             VALUE "00".
001730
001740  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001750      88  WS-RPT-FILE-OK             VALUE "00".
001760
001770  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
001780      88  WS-END-OF-FILE             VALUE "Y".
001790
001800*****************************************************************
001810* SELECTION PARAMETERS SAVED TO WORKING STORAGE AS SOON AS THE  *
001820* CARD IS READ - THE FD RECORD AREA IS NOT DEPENDABLE AFTER     *
001830* PARAMETER-FILE IS CLOSED.  A MISSING OR UNREADABLE CARD       *
001840* DEFAULTS TO ALL IDENTS, ALL CASES.                            *
001850*****************************************************************
001860  77  WS-SEL-IDENT            PIC 9(03) VALUE ZEROS.
001870  77  WS-SEL-CASE-NUMBER      PIC X(15) VALUE SPACES.
001880
001890*****************************************************************
001900* RECORD COUNTERS AND MONEY TOTALS FOR THE END OF THE REPORT    *
001910*****************************************************************
001920  77  WS-READ-COUNT           PIC 9(07) VALUE ZEROS.
001930  77  WS-SELECT-COUNT         PIC 9(07) VALUE ZEROS.
001940  77  WS-ACTIVE-COUNT         PIC 9(07) VALUE ZEROS.
001950  77  WS-PAID-OFF-COUNT       PIC 9(07) VALUE ZEROS.
001960  77  WS-ENDED-COUNT          PIC 9(07) VALUE ZEROS.
001970  77  WS-CANCELLED-COUNT      PIC 9(07) VALUE ZEROS.
001980  77  WS-ORIGINAL-TOTAL       PIC S9(9)V99 VALUE ZEROS.
001990  77  WS-COLLECTED-TOTAL      PIC S9(9)V99 VALUE ZEROS.
002000  77  WS-ARREARS-TOTAL        PIC S9(9)V99 VALUE ZEROS.
002010  77  WS-BALANCE-TOTAL        PIC S9(9)V99 VALUE ZEROS.
002020
002030*****************************************************************
002040* DATE EDITING FIELDS FOR THE LAST-POSTED COLUMN                *
002050*****************************************************************
002060  01  WS-POST-DATE            PIC 9(08) VALUE ZEROS.
002070  01  WS-POST-DATE-R REDEFINES WS-POST-DATE.
002080      05  WS-POST-CCYY        PIC 9(04).
002090      05  WS-POST-MM          PIC 9(02).
002100      05  WS-POST-DD          PIC 9(02).
002110
002120  01  WS-POST-DATE-EDIT       PIC X(10) VALUE SPACES.
002130
002140*****************************************************************
002150* REPORT LAYOUTS AND PAGE CONTROL FIELDS                        *
002160*****************************************************************
002170  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
002180  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
002190  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
002200
002210  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
002220
002230  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
002240  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
002250      05  WS-CURR-CCYY        PIC 9(04).
002260      05  WS-CURR-MM          PIC 9(02).
002270      05  WS-CURR-DD          PIC 9(02).
002280
002290  01  RPT-HEADING-1.
002300      05  FILLER              PIC X(01) VALUE SPACE.
002310      05  FILLER              PIC X(30) VALUE
002320          "STANDING ORDER STATUS".
002330      05  FILLER              PIC X(20) VALUE SPACES.
002340      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
002350      05  RPT-H1-DATE         PIC X(10).
002360      05  FILLER              PIC X(10) VALUE SPACES.
002370      05  FILLER              PIC X(06) VALUE "PAGE: ".
002380      05  RPT-H1-PAGE         PIC ZZZ9.
002390      05  FILLER              PIC X(41) VALUE SPACES.
002400
002410  01  RPT-SELECT-LINE.
002420      05  FILLER              PIC X(02) VALUE SPACES.
002430      05  FILLER              PIC X(07) VALUE "IDENT: ".
002440      05  RPT-S-IDENT         PIC X(03).
002450      05  FILLER              PIC X(03) VALUE SPACES.
002460      05  FILLER              PIC X(06) VALUE "CASE: ".
002470      05  RPT-S-CASE-NUMBER   PIC X(15).
002480      05  FILLER              PIC X(96) VALUE SPACES.
002490
002500  01  RPT-HEADING-2.
002510      05  FILLER              PIC X(01) VALUE SPACE.
002520      05  FILLER              PIC X(05) VALUE "IDENT".
002530      05  FILLER              PIC X(01) VALUE SPACE.
002540      05  FILLER              PIC X(05) VALUE "ORDER".
002550      05  FILLER              PIC X(02) VALUE SPACES.
002560      05  FILLER              PIC X(04) VALUE "TYPE".
002570      05  FILLER              PIC X(01) VALUE SPACE.
002580      05  FILLER              PIC X(20) VALUE "EMPLOYEE NAME".
002590      05  FILLER              PIC X(02) VALUE SPACES.
002600      05  FILLER              PIC X(15) VALUE "CASE NUMBER".
002610      05  FILLER              PIC X(02) VALUE SPACES.
002620      05  FILLER              PIC X(10) VALUE "  ORIGINAL".
002630      05  FILLER              PIC X(02) VALUE SPACES.
002640      05  FILLER              PIC X(10) VALUE " COLLECTED".
002650      05  FILLER              PIC X(02) VALUE SPACES.
002660      05  FILLER              PIC X(10) VALUE "   ARREARS".
002670      05  FILLER              PIC X(02) VALUE SPACES.
002680      05  FILLER              PIC X(10) VALUE "   BALANCE".
002690      05  FILLER              PIC X(02) VALUE SPACES.
002700      05  FILLER              PIC X(10) VALUE "STATUS".
002710      05  FILLER              PIC X(02) VALUE SPACES.
002720      05  FILLER              PIC X(10) VALUE "LAST POST".
002730      05  FILLER              PIC X(04) VALUE SPACES.
002740
002750  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
002760
002770*****************************************************************
002780* AN OPEN-ENDED ORDER HAS NO ORIGINAL AMOUNT; THAT COLUMN       *
002790* PRINTS BLANK RATHER THAN ZERO.  THE BALANCE PRINTS AS CARRIED *
002800* SO A SATISFIED ORDER SHOWS A ZERO BALANCE.                    *
002810*****************************************************************
002820  01  RPT-DETAIL-LINE.
002830      05  FILLER              PIC X(03) VALUE SPACES.
002840      05  RPT-D-IDENT         PIC ZZ9.
002850      05  FILLER              PIC X(03) VALUE SPACES.
002860      05  RPT-D-ORDER-NO      PIC ZZ9.
002870      05  FILLER              PIC X(03) VALUE SPACES.
002880      05  RPT-D-TYPE          PIC X(01).
002890      05  FILLER              PIC X(03) VALUE SPACES.
002900      05  RPT-D-NAME          PIC X(20).
002910      05  FILLER              PIC X(02) VALUE SPACES.
002920      05  RPT-D-CASE-NUMBER   PIC X(15).
002930      05  FILLER              PIC X(02) VALUE SPACES.
002940      05  RPT-D-ORIGINAL      PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
002950      05  FILLER              PIC X(02) VALUE SPACES.
002960      05  RPT-D-COLLECTED     PIC ZZZ,ZZ9.99.
002970      05  FILLER              PIC X(02) VALUE SPACES.
002980      05  RPT-D-ARREARS       PIC ZZZ,ZZ9.99.
002990      05  FILLER              PIC X(02) VALUE SPACES.
003000      05  RPT-D-BALANCE       PIC ZZZ,ZZ9.99.
003010      05  FILLER              PIC X(02) VALUE SPACES.
003020      05  RPT-D-STATUS        PIC X(10).
003030      05  FILLER              PIC X(02) VALUE SPACES.
003040      05  RPT-D-LAST-POST     PIC X(10).
003050      05  FILLER              PIC X(04) VALUE SPACES.
003060
003070  01  RPT-TOTAL-LINE.
003080      05  FILLER              PIC X(02) VALUE SPACES.
003090      05  RPT-T-LABEL         PIC X(30).
003100      05  RPT-T-COUNT         PIC ZZZ,ZZ9.
003110      05  FILLER              PIC X(93) VALUE SPACES.
003120
003130  01  RPT-AMOUNT-LINE.
003140      05  FILLER              PIC X(02) VALUE SPACES.
003150      05  RPT-A-LABEL         PIC X(30).
003160      05  FILLER              PIC X(07) VALUE SPACES.
003170      05  FILLER              PIC X(03) VALUE SPACES.
003180      05  RPT-A-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
003190      05  FILLER              PIC X(76) VALUE SPACES.
003200
003210  PROCEDURE DIVISION.
003220*****************************************************************
003230*                         0000-MAINLINE                         *
003240*****************************************************************
003250  0000-MAINLINE.
003260
003270      PERFORM 1000-INITIALIZE
003280          THRU 1000-INITIALIZE-EXIT.
003290
003300      PERFORM 2000-PROCESS-ORDER
003310          THRU 2000-PROCESS-ORDER-EXIT
003320          UNTIL WS-END-OF-FILE.
003330
003340      PERFORM 3000-FINALIZE
003350          THRU 3000-FINALIZE-EXIT.
003360
003370      STOP RUN.
003380
003390*****************************************************************
003400*                        1000-INITIALIZE                        *
003410*  OPENS THE FILES, READS THE SELECTION PARAMETER CARD, AND     *
003420*  PRINTS THE FIRST PAGE WITH THE SELECTION IN EFFECT.          *
003430*****************************************************************
003440  1000-INITIALIZE.
003450
003460      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003470
003480      STRING WS-CURR-MM   DELIMITED BY SIZE
003490             "/"          DELIMITED BY SIZE
003500             WS-CURR-DD   DELIMITED BY SIZE
003510             "/"          DELIMITED BY SIZE
003520             WS-CURR-CCYY DELIMITED BY SIZE
003530          INTO WS-RUN-DATE-EDIT
003540
003550      OPEN INPUT ORDER-MASTER-FILE
003560
003570      IF NOT WS-OM-FILE-OK
003580          DISPLAY "ORDSTAT: UNABLE TO OPEN ORDMAST, "
003590                  "STATUS = " WS-OM-FILE-STATUS
003600          SET WS-END-OF-FILE TO TRUE
003610      END-IF.
003620
003630      OPEN INPUT CUSTOMER-MASTER-FILE
003640
003650      IF NOT WS-CM-FILE-OK
003660          DISPLAY "ORDSTAT: UNABLE TO OPEN CUSTMAST, "
003670                  "STATUS = " WS-CM-FILE-STATUS
003680          SET WS-END-OF-FILE TO TRUE
003690      END-IF.
003700
003710      PERFORM 1100-READ-PARAMETER-CARD
003720          THRU 1100-READ-PARAMETER-CARD-EXIT.
003730
003740      OPEN OUTPUT STATUS-REPORT
003750
003760      IF NOT WS-RPT-FILE-OK
003770          DISPLAY "ORDSTAT: UNABLE TO OPEN ORDSRPT, "
003780                  "STATUS = " WS-RPT-FILE-STATUS
003790          SET WS-END-OF-FILE TO TRUE
003800      END-IF.
003810
003820      PERFORM 2810-PRINT-HEADINGS
003830          THRU 2810-PRINT-HEADINGS-EXIT.
003840
003850  1000-INITIALIZE-EXIT.
003860      EXIT.
003870
003880*****************************************************************
003890*                    1100-READ-PARAMETER-CARD                   *
003900*  READS THE SELECTION CARD AND SAVES IT TO WORKING STORAGE.    *
003910*  A MISSING CARD OR EMPTY FILE LISTS EVERY ORDER.              *
003920*****************************************************************
003930  1100-READ-PARAMETER-CARD.
003940
003950      OPEN INPUT PARAMETER-FILE
003960
003970      IF NOT WS-PRM-FILE-OK
003980          GO TO 1100-READ-PARAMETER-CARD-EXIT
003990      END-IF
004000
004010      READ PARAMETER-FILE
004020          AT END
004030              CONTINUE
004040          NOT AT END
004050              IF PA-IDENT IS NUMERIC
004060                  MOVE PA-IDENT TO WS-SEL-IDENT
004070              END-IF
004080              MOVE PA-CASE-NUMBER TO WS-SEL-CASE-NUMBER
004090      END-READ
004100
004110      CLOSE PARAMETER-FILE.
004120
004130  1100-READ-PARAMETER-CARD-EXIT.
004140      EXIT.
004150
004160*****************************************************************
004170*                       2000-PROCESS-ORDER                      *
004180*  READS THE NEXT ORDER AND PRINTS IT IF THE SELECTION CARD     *
004190*  ASKS FOR IT, ADDING IT TO THE STATUS COUNTS AND TOTALS.      *
004200*****************************************************************
004210  2000-PROCESS-ORDER.
004220
004230      READ ORDER-MASTER-FILE NEXT RECORD
004240          AT END
004250              SET WS-END-OF-FILE TO TRUE
004260              GO TO 2000-PROCESS-ORDER-EXIT
004270      END-READ
004280
004290      ADD 1 TO WS-READ-COUNT
004300
004310      IF WS-SEL-IDENT > ZERO AND OM-IDENT NOT = WS-SEL-IDENT
004320          GO TO 2000-PROCESS-ORDER-EXIT
004330      END-IF
004340
004350      IF WS-SEL-CASE-NUMBER NOT = SPACES
004360          AND OM-CASE-NUMBER NOT = WS-SEL-CASE-NUMBER
004370          GO TO 2000-PROCESS-ORDER-EXIT
004380      END-IF
004390
004400      ADD 1 TO WS-SELECT-COUNT
004410
004420      MOVE OM-IDENT TO CM-IDENT
004430      READ CUSTOMER-MASTER-FILE
004440          INVALID KEY
004450              MOVE "*** NOT ON MASTER" TO CM-CUSTNAME
004460      END-READ
004470
004480      IF OM-STATUS-ACTIVE
004490          MOVE "ACTIVE"    TO RPT-D-STATUS
004500          ADD 1 TO WS-ACTIVE-COUNT
004510      ELSE
004520      IF OM-STATUS-PAID-OFF
004530          MOVE "PAID OFF"  TO RPT-D-STATUS
004540          ADD 1 TO WS-PAID-OFF-COUNT
004550      ELSE
004560      IF OM-STATUS-ENDED
004570          MOVE "ENDED"     TO RPT-D-STATUS
004580          ADD 1 TO WS-ENDED-COUNT
004590      ELSE
004600          MOVE "CANCELLED" TO RPT-D-STATUS
004610          ADD 1 TO WS-CANCELLED-COUNT
004620      END-IF
004630      END-IF
004640      END-IF
004650
004660      IF OM-POST-DATE = ZERO
004670          MOVE "NONE" TO WS-POST-DATE-EDIT
004680      ELSE
004690          MOVE OM-POST-DATE TO WS-POST-DATE
004700          STRING WS-POST-MM   DELIMITED BY SIZE
004710                 "/"          DELIMITED BY SIZE
004720                 WS-POST-DD   DELIMITED BY SIZE
004730                 "/"          DELIMITED BY SIZE
004740                 WS-POST-CCYY DELIMITED BY SIZE
004750              INTO WS-POST-DATE-EDIT
004760      END-IF
004770
004780      ADD OM-TOTAL-OWED TO WS-ORIGINAL-TOTAL
004790      ADD OM-COLLECTED  TO WS-COLLECTED-TOTAL
004800      ADD OM-ARREARS    TO WS-ARREARS-TOTAL
004810      ADD OM-BALANCE    TO WS-BALANCE-TOTAL
004820
004830      PERFORM 2800-PRINT-DETAIL-LINE
004840          THRU 2800-PRINT-DETAIL-LINE-EXIT.
004850
004860  2000-PROCESS-ORDER-EXIT.
004870      EXIT.
004880
004890*****************************************************************
004900*                     2800-PRINT-DETAIL-LINE                    *
004910*  PRINTS ONE ORDER, BREAKING TO A NEW PAGE FIRST IF THE PAGE   *
004920*  IS FULL.                                                     *
004930*****************************************************************
004940  2800-PRINT-DETAIL-LINE.
004950
004960      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
004970          PERFORM 2810-PRINT-HEADINGS
004980              THRU 2810-PRINT-HEADINGS-EXIT
004990      END-IF
005000
005010      MOVE OM-IDENT          TO RPT-D-IDENT
005020      MOVE OM-ORDER-NO       TO RPT-D-ORDER-NO
005030      MOVE OM-TYPE           TO RPT-D-TYPE
005040      MOVE CM-CUSTNAME       TO RPT-D-NAME
005050      MOVE OM-CASE-NUMBER    TO RPT-D-CASE-NUMBER
005060      MOVE OM-TOTAL-OWED     TO RPT-D-ORIGINAL
005070      MOVE OM-COLLECTED      TO RPT-D-COLLECTED
005080      MOVE OM-ARREARS        TO RPT-D-ARREARS
005090      MOVE OM-BALANCE        TO RPT-D-BALANCE
005100      MOVE WS-POST-DATE-EDIT TO RPT-D-LAST-POST
005110
005120      WRITE STATUS-RECORD FROM RPT-DETAIL-LINE
005130          AFTER ADVANCING 1 LINE
005140
005150      ADD 1 TO WS-LINE-COUNT.
005160
005170  2800-PRINT-DETAIL-LINE-EXIT.
005180      EXIT.
005190
005200*****************************************************************
005210*                      2810-PRINT-HEADINGS                      *
005220*  WRITES THE REPORT HEADER, THE SELECTION IN EFFECT, AND THE   *
005230*  COLUMN HEADINGS AT THE TOP OF A NEW PAGE AND RESETS THE      *
005240*  LINE COUNT.                                                  *
005250*****************************************************************
005260  2810-PRINT-HEADINGS.
005270
005280      ADD 1 TO WS-PAGE-COUNT
005290      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
005300      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
005310
005320      IF WS-SEL-IDENT = ZERO
005330          MOVE "ALL" TO RPT-S-IDENT
005340      ELSE
005350          MOVE WS-SEL-IDENT TO RPT-S-IDENT
005360      END-IF
005370
005380      IF WS-SEL-CASE-NUMBER = SPACES
005390          MOVE "ALL" TO RPT-S-CASE-NUMBER
005400      ELSE
005410          MOVE WS-SEL-CASE-NUMBER TO RPT-S-CASE-NUMBER
005420      END-IF
005430
005440      WRITE STATUS-RECORD FROM RPT-HEADING-1
005450          AFTER ADVANCING PAGE
005460      WRITE STATUS-RECORD FROM RPT-SELECT-LINE
005470          AFTER ADVANCING 1 LINE
005480      WRITE STATUS-RECORD FROM RPT-BLANK-LINE
005490          AFTER ADVANCING 1 LINE
005500      WRITE STATUS-RECORD FROM RPT-HEADING-2
005510          AFTER ADVANCING 1 LINE
005520      WRITE STATUS-RECORD FROM RPT-BLANK-LINE
005530          AFTER ADVANCING 1 LINE
005540
005550      MOVE ZEROS TO WS-LINE-COUNT.
005560
005570  2810-PRINT-HEADINGS-EXIT.
005580      EXIT.
005590
005600*****************************************************************
005610*                         3000-FINALIZE                         *
005620*  PRINTS THE ORDER COUNTS BY STATUS AND THE MONEY TOTALS FOR   *
005630*  THE ORDERS SELECTED, AND CLOSES THE FILES.                   *
005640*****************************************************************
005650  3000-FINALIZE.
005660
005670      WRITE STATUS-RECORD FROM RPT-BLANK-LINE
005680          AFTER ADVANCING 1 LINE
005690
005700      MOVE "ORDERS READ"             TO RPT-T-LABEL
005710      MOVE WS-READ-COUNT             TO RPT-T-COUNT
005720      WRITE STATUS-RECORD FROM RPT-TOTAL-LINE
005730          AFTER ADVANCING 1 LINE
005740
005750      MOVE "ORDERS SELECTED"         TO RPT-T-LABEL
005760      MOVE WS-SELECT-COUNT           TO RPT-T-COUNT
005770      WRITE STATUS-RECORD FROM RPT-TOTAL-LINE
005780          AFTER ADVANCING 1 LINE
005790
005800      MOVE "  ACTIVE"                TO RPT-T-LABEL
005810      MOVE WS-ACTIVE-COUNT           TO RPT-T-COUNT
005820      WRITE STATUS-RECORD FROM RPT-TOTAL-LINE
005830          AFTER ADVANCING 1 LINE
005840
005850      MOVE "  PAID OFF"              TO RPT-T-LABEL
005860      MOVE WS-PAID-OFF-COUNT         TO RPT-T-COUNT
005870      WRITE STATUS-RECORD FROM RPT-TOTAL-LINE
005880          AFTER ADVANCING 1 LINE
005890
005900      MOVE "  ENDED"                 TO RPT-T-LABEL
005910      MOVE WS-ENDED-COUNT            TO RPT-T-COUNT
005920      WRITE STATUS-RECORD FROM RPT-TOTAL-LINE
005930          AFTER ADVANCING 1 LINE
005940
005950      MOVE "  CANCELLED"             TO RPT-T-LABEL
005960      MOVE WS-CANCELLED-COUNT        TO RPT-T-COUNT
005970      WRITE STATUS-RECORD FROM RPT-TOTAL-LINE
005980          AFTER ADVANCING 1 LINE
005990
006000      WRITE STATUS-RECORD FROM RPT-BLANK-LINE
006010          AFTER ADVANCING 1 LINE
006020
006030      MOVE "TOTAL ORIGINAL AMOUNT"   TO RPT-A-LABEL
006040      MOVE WS-ORIGINAL-TOTAL         TO RPT-A-AMOUNT
006050      WRITE STATUS-RECORD FROM RPT-AMOUNT-LINE
006060          AFTER ADVANCING 1 LINE
006070
006080      MOVE "TOTAL COLLECTED TO DATE" TO RPT-A-LABEL
006090      MOVE WS-COLLECTED-TOTAL        TO RPT-A-AMOUNT
006100      WRITE STATUS-RECORD FROM RPT-AMOUNT-LINE
006110          AFTER ADVANCING 1 LINE
006120
006130      MOVE "TOTAL ARREARS"           TO RPT-A-LABEL
006140      MOVE WS-ARREARS-TOTAL          TO RPT-A-AMOUNT
006150      WRITE STATUS-RECORD FROM RPT-AMOUNT-LINE
006160          AFTER ADVANCING 1 LINE
006170
006180      MOVE "TOTAL BALANCE OWED"      TO RPT-A-LABEL
006190      MOVE WS-BALANCE-TOTAL          TO RPT-A-AMOUNT
006200      WRITE STATUS-RECORD FROM RPT-AMOUNT-LINE
006210          AFTER ADVANCING 1 LINE
006220
006230      CLOSE ORDER-MASTER-FILE
006240      CLOSE CUSTOMER-MASTER-FILE
006250      CLOSE STATUS-REPORT.
006260
006270  3000-FINALIZE-EXIT.
006280      EXIT.
006290
