000160*                POSITIVE-PAY ADJUSTMENT EXTRACT (POSPAYV)      *
000170*                CARRIES THE VOIDS AND REPLACEMENT ISSUES TO    *
000180*                THE BANK SO A VOIDED CHECK PRESENTED ANYWAY    *
000190*                BOUNCES.  A CHECK NOT ON THE REGISTER, ALREADY *
000200*                VOID, OR ALREADY PAID BY THE BANK, REJECTS TO  *
000210*                THE REPORT.                                    *
000220*****************************************************************
000230* MODIFICATION HISTORY                                          *
000240*-----------------------------------------------------------------
000250* DATE       INIT  DESCRIPTION                                  *
000260* 09/03/2026 DRH   ORIGINAL PROGRAM.                            *
000270* 09/03/2026 DRH   EACH VOID CARD IS NOW RESOLVED BY A DIRECT   *
000280*                  SCAN OF THE REGISTER INSTEAD OF PRELOADING   *
000290*                  IT INTO A FIXED 500-ENTRY TABLE - THE        *
000300*                  REGISTER ACCUMULATES ONE RECORD PER CHECK    *
000310*                  EVENT FOREVER AND WOULD HAVE OUTGROWN THE    *
000320*                  TABLE WITHIN MONTHS.                         *
000330* 10/15/2026 DRH   A CHECK THE BANK HAS PAID ("P" EVENT POSTED  *
000340*                  BY CHKRECON) CAN NO LONGER BE VOIDED OR      *
000350*                  REISSUED.                                    *
000360*****************************************************************
000370  IDENTIFICATION DIVISION.
000380  PROGRAM-ID. CHKVOID.
000390  AUTHOR. DAVID R. HENDERSON.
000400  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000410  DATE-WRITTEN. 09/03/2026.
000420  DATE-COMPILED.
000430  ENVIRONMENT DIVISION.
000440
000450  CONFIGURATION SECTION.
000460  SOURCE-COMPUTER. IBM-370.
000470  OBJECT-COMPUTER. IBM-370.
000480  SPECIAL-NAMES.
000490      C01 IS TOP-OF-PAGE.
000500
000510  INPUT-OUTPUT SECTION.
000520  FILE-CONTROL.
000530*****************************************************************
000540* VOID-TRANSACTION-FILE CARRIES THE CLERK'S CARDS - AN ACTION   *
000550* CODE ("V" VOID, "R" VOID AND REISSUE) AND THE CHECK NUMBER.   *
000560*****************************************************************
000570      SELECT VOID-TRANSACTION-FILE
000580          ASSIGN TO "VOIDTRAN"
000590          ORGANIZATION IS SEQUENTIAL
000600          FILE STATUS IS WS-TRN-FILE-STATUS.
000610
000620*****************************************************************
000630* CHECK-REGISTER-FILE IS THE PERMANENT CHECK REGISTER.  FOR     *
000640* EACH CARD IT IS SCANNED FOR THE CHECK'S LATEST EVENT, THEN    *
000650* REOPENED EXTEND TO APPEND THE VOID AND REISSUE EVENTS.        *
000660*****************************************************************
000670      SELECT CHECK-REGISTER-FILE
000680          ASSIGN TO "CHKREG"
000690          ORGANIZATION IS SEQUENTIAL
000700          FILE STATUS IS WS-REG-FILE-STATUS.
000710
000720*****************************************************************
000730* CHECK-CONTROL-FILE IS THE PERSISTENT NEXT-CHECK-NUMBER        *
000740* RECORD, READ FOR REISSUE NUMBERS AND REWRITTEN AT END.        *
000750*****************************************************************
000760      SELECT CHECK-CONTROL-FILE
000770          ASSIGN TO "CHKCTL"
000780          ORGANIZATION IS SEQUENTIAL
000790          FILE STATUS IS WS-CTL-FILE-STATUS.
000800
000810*****************************************************************
000820* POSITIVE-PAY-ADJ-FILE CARRIES THE VOIDS AND REPLACEMENT       *
000830* ISSUES TO THE BANK - HEADER, "V" AND "D" DETAILS, TRAILER     *
000840* WITH COUNT AND AMOUNT CONTROLS.                               *
000850*****************************************************************
000860      SELECT POSITIVE-PAY-ADJ-FILE
000870          ASSIGN TO "POSPAYV"
000880          ORGANIZATION IS SEQUENTIAL
000890          FILE STATUS IS WS-POS-FILE-STATUS.
000900
000910*****************************************************************
000920* VOID-REPORT IS THE FORMATTED REPORT OF APPLIED AND REJECTED   *
000930* VOID/REISSUE TRANSACTIONS.                                    *
000940*****************************************************************
000950      SELECT VOID-REPORT
000960          ASSIGN TO "CKVRPT"
000970          ORGANIZATION IS SEQUENTIAL
000980          FILE STATUS IS WS-RPT-FILE-STATUS.
000990
001000  DATA DIVISION.
001010
001020  FILE SECTION.
001030*****************************************************************
001040* FD  - VOID-TRANSACTION-FILE                                   *
001050*****************************************************************
001060  FD  VOID-TRANSACTION-FILE
001070      LABEL RECORDS ARE STANDARD
001080      RECORD CONTAINS 9 CHARACTERS.
001090  01  VOID-TRANSACTION-RECORD.
001100      05  VT-ACTION               PIC X(01).
001110          88  VT-ACTION-VOID            VALUE "V".
001120          88  VT-ACTION-REISSUE         VALUE "R".
001130      05  VT-CHECK-NO             PIC 9(08).
001140
001150*****************************************************************
001160* FD  - CHECK-REGISTER-FILE                                     *
001170*  THE LAYOUT MATCHES WHAT CHECKRUN WRITES.                     *
001180*****************************************************************
001190  FD  CHECK-REGISTER-FILE
001200      LABEL RECORDS ARE STANDARD
001210      RECORD CONTAINS 29 CHARACTERS.
001220  01  CHECK-REGISTER-RECORD.
001230      05  CK-CHECK-NO             PIC 9(08).
001240      05  CK-IDENT                PIC 9(03).
001250      05  CK-DATE                 PIC 9(08).
001260      05  CK-AMOUNT               PIC S9(7)V99.
001270      05  CK-STATUS               PIC X(01).
001280          88  CK-STATUS-ISSUED          VALUE "I".
001290          88  CK-STATUS-VOID            VALUE "V".
001300          88  CK-STATUS-REISSUE         VALUE "R".
001310          88  CK-STATUS-PAID            VALUE "P".
001320
001330*****************************************************************
001340* FD  - CHECK-CONTROL-FILE                                      *
001350*****************************************************************
001360  FD  CHECK-CONTROL-FILE
001370      LABEL RECORDS ARE STANDARD
001380      RECORD CONTAINS 8 CHARACTERS.
001390  01  CHECK-CONTROL-RECORD.
001400      05  NC-NEXT-CHECK-NO        PIC 9(08).
001410
001420*****************************************************************
001430* FD  - POSITIVE-PAY-ADJ-FILE                                   *
001440*  "H" HEADER, "V" VOID DETAIL, "D" REPLACEMENT ISSUE DETAIL,   *
001450*  "T" TRAILER - THE SAME SHAPE AS CHECKRUN'S POSPAY EXTRACT.   *
001460*****************************************************************
001470  FD  POSITIVE-PAY-ADJ-FILE
001480      LABEL RECORDS ARE STANDARD
001490      RECORD CONTAINS 40 CHARACTERS.
001500  01  POS-HEADER-RECORD.
001510      05  PH-RECORD-TYPE          PIC X(01).
001520      05  PH-RUN-DATE             PIC 9(08).
001530      05  FILLER                  PIC X(31).
001540  01  POS-DETAIL-RECORD.
001550      05  PD-RECORD-TYPE          PIC X(01).
001560      05  PD-CHECK-NO             PIC 9(08).
001570      05  PD-IDENT                PIC 9(03).
001580      05  PD-DATE                 PIC 9(08).
001590      05  PD-AMOUNT               PIC S9(7)V99.
001600      05  FILLER                  PIC X(11).
001610  01  POS-TRAILER-RECORD.
001620      05  PT-RECORD-TYPE          PIC X(01).
001630      05  PT-DETAIL-COUNT         PIC 9(07).
001640      05  PT-AMOUNT-TOTAL         PIC 9(11)V99.
001650      05  FILLER                  PIC X(19).
001660
001670*****************************************************************
001680* FD  - VOID-REPORT                                             *
001690*****************************************************************
001700  FD  VOID-REPORT
001710      LABEL RECORDS ARE STANDARD
001720      RECORD CONTAINS 132 CHARACTERS.
001730  01  VOID-REPORT-RECORD          PIC X(132).
001740
001750  WORKING-STORAGE SECTION.
001760*****************************************************************
001770* FILE STATUS AND END-OF-FILE SWITCHES                          *
001780*****************************************************************
001790  77  WS-TRN-FILE-STATUS      PIC X(02) VALUE SPACES.
001800      88  WS-TRN-FILE-OK             VALUE "00".
001810
001820  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
001830      88  WS-END-OF-FILE             VALUE "Y".
001840      88  WS-NOT-END-OF-FILE         VALUE "N".
001850
001860  77  WS-REG-FILE-STATUS      PIC X(02) VALUE SPACES.
001870      88  WS-REG-FILE-OK             VALUE "00".
001880
001890  77  WS-REG-EOF-SW           PIC X(01) VALUE "N".
001900      88  WS-REG-EOF                 VALUE "Y".
001910
001920  77  WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
001930      88  WS-CTL-FILE-OK             VALUE "00".
001940
001950  77  WS-POS-FILE-STATUS      PIC X(02) VALUE SPACES.
001960      88  WS-POS-FILE-OK             VALUE "00".
001970
001980  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001990      88  WS-RPT-FILE-OK             VALUE "00".
002000
002010*****************************************************************
002020* LATEST EVENT FOUND ON THE REGISTER FOR THE CARD IN HAND.     *
002030* THE REGISTER ACCUMULATES ONE RECORD PER CHECK EVENT FOREVER, *
002040* SO EACH CARD IS RESOLVED BY A STRAIGHT SCAN RATHER THAN A    *
002050* PRELOADED TABLE THAT WOULD ONE DAY OVERFLOW.                 *
002060*****************************************************************
002070  77  WS-CHK-FOUND-SW         PIC X(01) VALUE "N".
002080      88  WS-CHK-FOUND               VALUE "Y".
002090
002100  77  WS-FOUND-IDENT          PIC 9(03) VALUE ZEROS.
002110  77  WS-FOUND-AMOUNT         PIC S9(7)V99 VALUE ZEROS.
002120  77  WS-FOUND-STATUS         PIC X(01) VALUE SPACE.
002130
002140*****************************************************************
002150* CHECK NUMBER CONTROL AND RUN SWITCHES                         *
002160*****************************************************************
002170  77  WS-NEXT-CHECK-NO        PIC 9(08) VALUE ZEROS.
002180
002190  77  WS-CTL-ERROR-SW         PIC X(01) VALUE "N".
002200      88  WS-CTL-ERROR               VALUE "Y".
002210
002220  77  WS-SEARCH-CHECK-NO      PIC 9(08) VALUE ZEROS.
002230  77  WS-REJECT-REASON-TEXT   PIC X(30) VALUE SPACES.
002240
002250*****************************************************************
002260* RUN COUNTERS AND POSITIVE-PAY CONTROL TOTALS                  *
002270*****************************************************************
002280  77  WS-TRAN-READ-COUNT      PIC 9(07) VALUE ZEROS.
002290  77  WS-VOID-COUNT           PIC 9(07) VALUE ZEROS.
002300  77  WS-REISSUE-COUNT        PIC 9(07) VALUE ZEROS.
002310  77  WS-REJECT-COUNT         PIC 9(07) VALUE ZEROS.
002320  77  WS-POS-DETAIL-COUNT     PIC 9(07) VALUE ZEROS.
002330  77  WS-POS-AMOUNT-TOTAL     PIC 9(11)V99 VALUE ZEROS.
002340
002350*****************************************************************
002360* VOID REPORT LAYOUTS AND PAGE CONTROL FIELDS                   *
002370*****************************************************************
002380  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
002390  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
002400  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
002410
002420  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
002430
002440  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
002450  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
002460      05  WS-CURR-CCYY        PIC 9(04).
002470      05  WS-CURR-MM          PIC 9(02).
002480      05  WS-CURR-DD          PIC 9(02).
002490
002500  01  RPT-HEADING-1.
002510      05  FILLER              PIC X(01) VALUE SPACE.
002520      05  FILLER              PIC X(30) VALUE
002530          "CHECK VOID/REISSUE".
002540      05  FILLER              PIC X(20) VALUE SPACES.
002550      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
002560      05  RPT-H1-DATE         PIC X(10).
002570      05  FILLER              PIC X(10) VALUE SPACES.
002580      05  FILLER              PIC X(06) VALUE "PAGE: ".
002590      05  RPT-H1-PAGE         PIC ZZZ9.
002600      05  FILLER              PIC X(41) VALUE SPACES.
002610
002620  01  RPT-HEADING-2.
002630      05  FILLER              PIC X(02) VALUE SPACES.
002640      05  FILLER              PIC X(08) VALUE "CHECK NO".
002650      05  FILLER              PIC X(03) VALUE SPACES.
002660      05  FILLER              PIC X(06) VALUE "ACTION".
002670      05  FILLER              PIC X(04) VALUE SPACES.
002680      05  FILLER              PIC X(11) VALUE "DISPOSITION".
002690      05  FILLER              PIC X(04) VALUE SPACES.
002700      05  FILLER              PIC X(12) VALUE "NEW CHECK NO".
002710      05  FILLER              PIC X(04) VALUE SPACES.
002720      05  FILLER              PIC X(30) VALUE "REASON".
002730      05  FILLER              PIC X(48) VALUE SPACES.
002740
002750  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
002760
002770  01  RPT-DETAIL-LINE.
002780      05  FILLER              PIC X(02) VALUE SPACES.
002790      05  RPT-D-CHECK-NO      PIC 9(08).
002800      05  FILLER              PIC X(05) VALUE SPACES.
002810      05  RPT-D-ACTION        PIC X(01).
002820      05  FILLER              PIC X(09) VALUE SPACES.
002830      05  RPT-D-DISPOSITION   PIC X(08).
002840      05  FILLER              PIC X(07) VALUE SPACES.
002850      05  RPT-D-NEW-CHECK-NO  PIC X(08).
002860      05  FILLER              PIC X(08) VALUE SPACES.
002870      05  RPT-D-REASON        PIC X(30).
002880      05  FILLER              PIC X(46) VALUE SPACES.
002890
002900  01  RPT-TOTAL-LINE.
002910      05  FILLER              PIC X(02) VALUE SPACES.
002920      05  RPT-T-LABEL         PIC X(25).
002930      05  RPT-T-COUNT         PIC ZZZ,ZZ9.
002940      05  FILLER              PIC X(98) VALUE SPACES.
002950
002960  PROCEDURE DIVISION.
002970*****************************************************************
002980*                        0000-MAINLINE                          *
002990*****************************************************************
003000  0000-MAINLINE.
003010
003020      PERFORM 1000-INITIALIZE
003030          THRU 1000-INITIALIZE-EXIT.
003040
003050      PERFORM 2000-PROCESS-VOID-CARDS
003060          THRU 2000-PROCESS-VOID-CARDS-EXIT
003070          UNTIL WS-END-OF-FILE.
003080
003090      PERFORM 3000-FINALIZE
003100          THRU 3000-FINALIZE-EXIT.
003110
003120      STOP RUN.
003130
003140*****************************************************************
003150*                       1000-INITIALIZE                         *
003160*  READS THE NEXT-CHECK CONTROL RECORD, OPENS THE CARD AND     *
003170*  OUTPUT FILES, AND WRITES THE POSITIVE-PAY HEADER.  THE      *
003180*  REGISTER ITSELF IS OPENED PER CARD BY THE PROCESSING        *
003190*  LOOP.  A CONTROL FAILURE REFUSES THE RUN.                    *
003200*****************************************************************
003210  1000-INITIALIZE.
003220
003230      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003240
003250      STRING WS-CURR-MM   DELIMITED BY SIZE
003260             "/"          DELIMITED BY SIZE
003270             WS-CURR-DD   DELIMITED BY SIZE
003280             "/"          DELIMITED BY SIZE
003290             WS-CURR-CCYY DELIMITED BY SIZE
003300          INTO WS-RUN-DATE-EDIT
003310
003320      PERFORM 1200-READ-CHECK-CONTROL
003330          THRU 1200-READ-CHECK-CONTROL-EXIT.
003340
003350      IF WS-CTL-ERROR
003360          SET WS-END-OF-FILE TO TRUE
003370          MOVE 8 TO RETURN-CODE
003380          GO TO 1000-INITIALIZE-EXIT
003390      END-IF.
003400
003410      OPEN INPUT VOID-TRANSACTION-FILE
003420
003430      IF NOT WS-TRN-FILE-OK
003440          DISPLAY "CHKVOID: UNABLE TO OPEN VOIDTRAN, "
003450                  "STATUS = " WS-TRN-FILE-STATUS
003460          SET WS-END-OF-FILE TO TRUE
003470      END-IF.
003480
003490      OPEN OUTPUT POSITIVE-PAY-ADJ-FILE
003500
003510      IF NOT WS-POS-FILE-OK
003520          DISPLAY "CHKVOID: UNABLE TO OPEN POSPAYV, "
003530                  "STATUS = " WS-POS-FILE-STATUS
003540          SET WS-END-OF-FILE TO TRUE
003550          MOVE 8 TO RETURN-CODE
003560      ELSE
003570          MOVE SPACES          TO POS-HEADER-RECORD
003580          MOVE "H"             TO PH-RECORD-TYPE
003590          MOVE WS-CURRENT-DATE TO PH-RUN-DATE
003600          WRITE POS-HEADER-RECORD
003610      END-IF.
003620
003630      OPEN OUTPUT VOID-REPORT
003640
003650      IF NOT WS-RPT-FILE-OK
003660          DISPLAY "CHKVOID: UNABLE TO OPEN CKVRPT, "
003670                  "STATUS = " WS-RPT-FILE-STATUS
003680          SET WS-END-OF-FILE TO TRUE
003690      END-IF.
003700
003710      PERFORM 2810-PRINT-HEADINGS
003720          THRU 2810-PRINT-HEADINGS-EXIT.
003730
003740  1000-INITIALIZE-EXIT.
003750      EXIT.
003760
003770*****************************************************************
003780*                1200-READ-CHECK-CONTROL                        *
003790*  LOADS THE PERSISTENT NEXT-CHECK NUMBER THE SAME WAY          *
003800*  CHECKRUN DOES.  REISSUES DRAW FROM THE SAME SERIES.          *
003810*****************************************************************
003820  1200-READ-CHECK-CONTROL.
003830
003840      OPEN INPUT CHECK-CONTROL-FILE
003850
003860      IF NOT WS-CTL-FILE-OK
003870          DISPLAY "CHKVOID: UNABLE TO OPEN CHKCTL, "
003880                  "STATUS = " WS-CTL-FILE-STATUS
003890          SET WS-CTL-ERROR TO TRUE
003900          GO TO 1200-READ-CHECK-CONTROL-EXIT
003910      END-IF
003920
003930      READ CHECK-CONTROL-FILE
003940          AT END
003950              DISPLAY "CHKVOID: CHKCTL IS EMPTY"
003960              SET WS-CTL-ERROR TO TRUE
003970          NOT AT END
003980              IF NC-NEXT-CHECK-NO IS NOT NUMERIC
003990                  OR NC-NEXT-CHECK-NO = ZERO
004000                  DISPLAY "CHKVOID: BAD NEXT CHECK NO ON CHKCTL"
004010                  SET WS-CTL-ERROR TO TRUE
004020              ELSE
004030                  MOVE NC-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
004040              END-IF
004050      END-READ
004060
004070      CLOSE CHECK-CONTROL-FILE.
004080
004090  1200-READ-CHECK-CONTROL-EXIT.
004100      EXIT.
004110
004120*****************************************************************
004130*                 2000-PROCESS-VOID-CARDS                       *
004140*  MAIN READ LOOP - READS EACH VOID/REISSUE CARD, FINDS THE     *
004150*  CHECK'S LATEST EVENT ON THE REGISTER, AND APPLIES OR        *
004160*  REJECTS IT.  EVENTS APPLIED EARLIER IN THE RUN ARE ON THE   *
004170*  REGISTER BY THE TIME THE NEXT CARD IS SCANNED, SO A         *
004180*  DUPLICATE CARD IN THE SAME RUN STILL REJECTS.               *
004190*****************************************************************
004200  2000-PROCESS-VOID-CARDS.
004210
004220      READ VOID-TRANSACTION-FILE
004230          AT END
004240              SET WS-END-OF-FILE TO TRUE
004250              GO TO 2000-PROCESS-VOID-CARDS-EXIT
004260      END-READ
004270
004280      ADD 1 TO WS-TRAN-READ-COUNT
004290
004300      IF NOT VT-ACTION-VOID AND NOT VT-ACTION-REISSUE
004310          MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON-TEXT
004320          PERFORM 2900-REJECT-CARD
004330              THRU 2900-REJECT-CARD-EXIT
004340          GO TO 2000-PROCESS-VOID-CARDS-EXIT
004350      END-IF
004360
004370      IF VT-CHECK-NO IS NOT NUMERIC OR VT-CHECK-NO = ZERO
004380          MOVE "CHECK NUMBER NOT NUMERIC" TO WS-REJECT-REASON-TEXT
004390          PERFORM 2900-REJECT-CARD
004400              THRU 2900-REJECT-CARD-EXIT
004410          GO TO 2000-PROCESS-VOID-CARDS-EXIT
004420      END-IF
004430
004440      MOVE VT-CHECK-NO TO WS-SEARCH-CHECK-NO
004450
004460      PERFORM 2300-FIND-CHECK-ON-REGISTER
004470          THRU 2300-FIND-CHECK-ON-REGISTER-EXIT
004480
004490      IF NOT WS-CHK-FOUND
004500          MOVE "CHECK NOT ON REGISTER" TO WS-REJECT-REASON-TEXT
004510          PERFORM 2900-REJECT-CARD
004520              THRU 2900-REJECT-CARD-EXIT
004530          GO TO 2000-PROCESS-VOID-CARDS-EXIT
004540      END-IF
004550
004560      IF WS-FOUND-STATUS = "V"
004570          MOVE "CHECK ALREADY VOID" TO WS-REJECT-REASON-TEXT
004580          PERFORM 2900-REJECT-CARD
004590              THRU 2900-REJECT-CARD-EXIT
004600          GO TO 2000-PROCESS-VOID-CARDS-EXIT
004610      END-IF
004620
004630      IF WS-FOUND-STATUS = "P"
004640          MOVE "CHECK ALREADY PAID" TO WS-REJECT-REASON-TEXT
004650          PERFORM 2900-REJECT-CARD
004660              THRU 2900-REJECT-CARD-EXIT
004670          GO TO 2000-PROCESS-VOID-CARDS-EXIT
004680      END-IF
004690
004700      OPEN EXTEND CHECK-REGISTER-FILE
004710
004720      IF NOT WS-REG-FILE-OK
004730          DISPLAY "CHKVOID: UNABLE TO EXTEND CHKREG, "
004740                  "STATUS = " WS-REG-FILE-STATUS
004750          SET WS-END-OF-FILE TO TRUE
004760          MOVE 8 TO RETURN-CODE
004770          GO TO 2000-PROCESS-VOID-CARDS-EXIT
004780      END-IF
004790
004800      PERFORM 2400-APPLY-VOID
004810          THRU 2400-APPLY-VOID-EXIT
004820
004830      IF VT-ACTION-REISSUE
004840          PERFORM 2500-APPLY-REISSUE
004850              THRU 2500-APPLY-REISSUE-EXIT
004860      ELSE
004870          MOVE SPACES TO RPT-D-NEW-CHECK-NO
004880          MOVE SPACES TO RPT-D-REASON
004890          MOVE "APPLIED" TO RPT-D-DISPOSITION
004900          PERFORM 2800-PRINT-VOID-LINE
004910              THRU 2800-PRINT-VOID-LINE-EXIT
004920      END-IF
004930
004940      CLOSE CHECK-REGISTER-FILE.
004950
004960  2000-PROCESS-VOID-CARDS-EXIT.
004970      EXIT.
004980
004990*****************************************************************
005000*               2300-FIND-CHECK-ON-REGISTER                     *
005010*  SCANS THE WHOLE REGISTER FOR WS-SEARCH-CHECK-NO, KEEPING    *
005020*  THE LATEST EVENT'S IDENT, AMOUNT AND STATUS.  A REGISTER    *
005030*  THAT CANNOT BE OPENED READS AS EMPTY AND THE CARD REJECTS   *
005040*  AS NOT ON REGISTER.                                         *
005050*****************************************************************
005060  2300-FIND-CHECK-ON-REGISTER.
005070
005080      MOVE "N"   TO WS-CHK-FOUND-SW
005090      MOVE "N"   TO WS-REG-EOF-SW
005100      MOVE ZEROS TO WS-FOUND-IDENT
005110      MOVE ZEROS TO WS-FOUND-AMOUNT
005120      MOVE SPACE TO WS-FOUND-STATUS
005130
005140      OPEN INPUT CHECK-REGISTER-FILE
005150
005160      IF NOT WS-REG-FILE-OK
005170          GO TO 2300-FIND-CHECK-ON-REGISTER-EXIT
005180      END-IF
005190
005200      PERFORM 2310-READ-REGISTER-EVENT
005210          THRU 2310-READ-REGISTER-EVENT-EXIT
005220          UNTIL WS-REG-EOF
005230
005240      CLOSE CHECK-REGISTER-FILE.
005250
005260  2300-FIND-CHECK-ON-REGISTER-EXIT.
005270      EXIT.
005280
005290*****************************************************************
005300*               2310-READ-REGISTER-EVENT                        *
005310*****************************************************************
005320  2310-READ-REGISTER-EVENT.
005330
005340      READ CHECK-REGISTER-FILE
005350          AT END
005360              SET WS-REG-EOF TO TRUE
005370              GO TO 2310-READ-REGISTER-EVENT-EXIT
005380      END-READ
005390
005400      IF CK-CHECK-NO = WS-SEARCH-CHECK-NO
005410          SET WS-CHK-FOUND TO TRUE
005420          MOVE CK-IDENT  TO WS-FOUND-IDENT
005430          MOVE CK-AMOUNT TO WS-FOUND-AMOUNT
005440          MOVE CK-STATUS TO WS-FOUND-STATUS
005450      END-IF.
005460
005470  2310-READ-REGISTER-EVENT-EXIT.
005480      EXIT.
005490
005500*****************************************************************
005510*                   2400-APPLY-VOID                             *
005520*  APPENDS THE VOID EVENT TO THE REGISTER AND WRITES THE       *
005530*  POSITIVE-PAY VOID DETAIL.                                   *
005540*****************************************************************
005550  2400-APPLY-VOID.
005560
005570      MOVE VT-CHECK-NO      TO CK-CHECK-NO
005580      MOVE WS-FOUND-IDENT   TO CK-IDENT
005590      MOVE WS-CURRENT-DATE  TO CK-DATE
005600      MOVE WS-FOUND-AMOUNT  TO CK-AMOUNT
005610      MOVE "V"              TO CK-STATUS
005620
005630      WRITE CHECK-REGISTER-RECORD
005640
005650      ADD 1 TO WS-VOID-COUNT
005660
005670      MOVE SPACES           TO POS-DETAIL-RECORD
005680      MOVE "V"              TO PD-RECORD-TYPE
005690      MOVE VT-CHECK-NO      TO PD-CHECK-NO
005700      MOVE WS-FOUND-IDENT   TO PD-IDENT
005710      MOVE WS-CURRENT-DATE  TO PD-DATE
005720      MOVE WS-FOUND-AMOUNT  TO PD-AMOUNT
005730
005740      WRITE POS-DETAIL-RECORD
005750
005760      ADD 1 TO WS-POS-DETAIL-COUNT
005770      ADD WS-FOUND-AMOUNT TO WS-POS-AMOUNT-TOTAL.
005780
005790  2400-APPLY-VOID-EXIT.
005800      EXIT.
005810
005820*****************************************************************
005830*                  2500-APPLY-REISSUE                           *
005840*  CUTS THE REPLACEMENT CHECK UNDER THE NEXT NUMBER FROM THE    *
005850*  CONTROL SERIES - A NEW REGISTER EVENT, A POSITIVE-PAY ISSUE  *
005860*  DETAIL, AND THE REPORT LINE SHOWING BOTH NUMBERS.            *
005870*****************************************************************
005880  2500-APPLY-REISSUE.
005890
005900      MOVE WS-NEXT-CHECK-NO TO CK-CHECK-NO
005910      MOVE WS-FOUND-IDENT   TO CK-IDENT
005920      MOVE WS-CURRENT-DATE  TO CK-DATE
005930      MOVE WS-FOUND-AMOUNT  TO CK-AMOUNT
005940      MOVE "R"              TO CK-STATUS
005950
005960      WRITE CHECK-REGISTER-RECORD
005970
005980      MOVE SPACES           TO POS-DETAIL-RECORD
005990      MOVE "D"              TO PD-RECORD-TYPE
006000      MOVE WS-NEXT-CHECK-NO TO PD-CHECK-NO
006010      MOVE WS-FOUND-IDENT   TO PD-IDENT
006020      MOVE WS-CURRENT-DATE  TO PD-DATE
006030      MOVE WS-FOUND-AMOUNT  TO PD-AMOUNT
006040
006050      WRITE POS-DETAIL-RECORD
006060
006070      ADD 1 TO WS-POS-DETAIL-COUNT
006080      ADD WS-FOUND-AMOUNT TO WS-POS-AMOUNT-TOTAL
006090
006100      ADD 1 TO WS-REISSUE-COUNT
006110
006120      MOVE WS-NEXT-CHECK-NO TO RPT-D-NEW-CHECK-NO
006130      MOVE SPACES           TO RPT-D-REASON
006140      MOVE "APPLIED"        TO RPT-D-DISPOSITION
006150      PERFORM 2800-PRINT-VOID-LINE
006160          THRU 2800-PRINT-VOID-LINE-EXIT
006170
006180      ADD 1 TO WS-NEXT-CHECK-NO.
006190
006200  2500-APPLY-REISSUE-EXIT.
006210      EXIT.
006220
006230*****************************************************************
006240*                 2800-PRINT-VOID-LINE                          *
006250*  WRITES ONE DISPOSITION LINE.  THE CALLER LOADS THE NEW       *
006260*  CHECK NUMBER, DISPOSITION AND REASON COLUMNS.                *
006270*****************************************************************
006280  2800-PRINT-VOID-LINE.
006290
006300      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
006310          PERFORM 2810-PRINT-HEADINGS
006320              THRU 2810-PRINT-HEADINGS-EXIT
006330      END-IF
006340
006350      MOVE VT-CHECK-NO TO RPT-D-CHECK-NO
006360      MOVE VT-ACTION   TO RPT-D-ACTION
006370
006380      WRITE VOID-REPORT-RECORD FROM RPT-DETAIL-LINE
006390          AFTER ADVANCING 1 LINE
006400
006410      ADD 1 TO WS-LINE-COUNT.
006420
006430  2800-PRINT-VOID-LINE-EXIT.
006440      EXIT.
006450
006460*****************************************************************
006470*                 2810-PRINT-HEADINGS                          *
006480*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
006490*  NEW PAGE AND RESETS THE LINE COUNT.                          *
006500*****************************************************************
006510  2810-PRINT-HEADINGS.
006520
006530      ADD 1 TO WS-PAGE-COUNT
006540      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
006550      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
006560
006570      WRITE VOID-REPORT-RECORD FROM RPT-HEADING-1
006580          AFTER ADVANCING PAGE
006590      WRITE VOID-REPORT-RECORD FROM RPT-BLANK-LINE
006600          AFTER ADVANCING 1 LINE
006610      WRITE VOID-REPORT-RECORD FROM RPT-HEADING-2
006620          AFTER ADVANCING 1 LINE
006630      WRITE VOID-REPORT-RECORD FROM RPT-BLANK-LINE
006640          AFTER ADVANCING 1 LINE
006650
006660      MOVE ZEROS TO WS-LINE-COUNT.
006670
006680  2810-PRINT-HEADINGS-EXIT.
006690      EXIT.
006700
006710*****************************************************************
006720*                   2900-REJECT-CARD                            *
006730*  WRITES ONE REJECTED-CARD LINE WITH THE REASON.               *
006740*****************************************************************
006750  2900-REJECT-CARD.
006760
006770      ADD 1 TO WS-REJECT-COUNT
006780
006790      MOVE SPACES                TO RPT-D-NEW-CHECK-NO
006800      MOVE "REJECTED"            TO RPT-D-DISPOSITION
006810      MOVE WS-REJECT-REASON-TEXT TO RPT-D-REASON
006820
006830      PERFORM 2800-PRINT-VOID-LINE
006840          THRU 2800-PRINT-VOID-LINE-EXIT.
006850
006860  2900-REJECT-CARD-EXIT.
006870      EXIT.
006880
006890*****************************************************************
006900*                       3000-FINALIZE                           *
006910*  WRITES THE POSITIVE-PAY TRAILER, SAVES THE NEXT CHECK        *
006920*  NUMBER, PRINTS THE RUN TOTALS, AND SETS RETURN-CODE 4 WHEN   *
006930*  ANY CARD REJECTED.                                           *
006940*****************************************************************
006950  3000-FINALIZE.
006960
006970      IF WS-POS-FILE-OK
006980          MOVE SPACES               TO POS-TRAILER-RECORD
006990          MOVE "T"                  TO PT-RECORD-TYPE
007000          MOVE WS-POS-DETAIL-COUNT  TO PT-DETAIL-COUNT
007010          MOVE WS-POS-AMOUNT-TOTAL  TO PT-AMOUNT-TOTAL
007020          WRITE POS-TRAILER-RECORD
007030      END-IF.
007040
007050      IF NOT WS-CTL-ERROR
007060          PERFORM 3200-REWRITE-CHECK-CONTROL
007070              THRU 3200-REWRITE-CHECK-CONTROL-EXIT
007080      END-IF.
007090
007100      IF WS-RPT-FILE-OK
007110          WRITE VOID-REPORT-RECORD FROM RPT-BLANK-LINE
007120              AFTER ADVANCING 1 LINE
007130
007140          MOVE "CARDS READ"             TO RPT-T-LABEL
007150          MOVE WS-TRAN-READ-COUNT       TO RPT-T-COUNT
007160          WRITE VOID-REPORT-RECORD FROM RPT-TOTAL-LINE
007170              AFTER ADVANCING 1 LINE
007180
007190          MOVE "CHECKS VOIDED"          TO RPT-T-LABEL
007200          MOVE WS-VOID-COUNT            TO RPT-T-COUNT
007210          WRITE VOID-REPORT-RECORD FROM RPT-TOTAL-LINE
007220              AFTER ADVANCING 1 LINE
007230
007240          MOVE "CHECKS REISSUED"        TO RPT-T-LABEL
007250          MOVE WS-REISSUE-COUNT         TO RPT-T-COUNT
007260          WRITE VOID-REPORT-RECORD FROM RPT-TOTAL-LINE
007270              AFTER ADVANCING 1 LINE
007280
007290          MOVE "CARDS REJECTED"         TO RPT-T-LABEL
007300          MOVE WS-REJECT-COUNT          TO RPT-T-COUNT
007310          WRITE VOID-REPORT-RECORD FROM RPT-TOTAL-LINE
007320              AFTER ADVANCING 1 LINE
007330      END-IF.
007340
007350      IF WS-REJECT-COUNT > ZERO
007360          AND RETURN-CODE = ZERO
007370          MOVE 4 TO RETURN-CODE
007380      END-IF.
007390
007400      CLOSE VOID-TRANSACTION-FILE
007410      CLOSE POSITIVE-PAY-ADJ-FILE
007420      CLOSE VOID-REPORT.
007430
007440  3000-FINALIZE-EXIT.
007450      EXIT.
007460
007470*****************************************************************
007480*               3200-REWRITE-CHECK-CONTROL                      *
007490*  PUTS THE NUMBER AFTER THE LAST REISSUE BACK ON CHKCTL.       *
007500*****************************************************************
007510  3200-REWRITE-CHECK-CONTROL.
007520
007530      OPEN OUTPUT CHECK-CONTROL-FILE
007540
007550      IF NOT WS-CTL-FILE-OK
007560          DISPLAY "CHKVOID: CANNOT REWRITE CHKCTL, "
007570                  "STATUS = " WS-CTL-FILE-STATUS
007580          MOVE 8 TO RETURN-CODE
007590          GO TO 3200-REWRITE-CHECK-CONTROL-EXIT
007600      END-IF
007610
007620      MOVE WS-NEXT-CHECK-NO TO NC-NEXT-CHECK-NO
007630
007640      WRITE CHECK-CONTROL-RECORD
007650
007660      CLOSE CHECK-CONTROL-FILE.
007670
007680  3200-REWRITE-CHECK-CONTROL-EXIT.
007690      EXIT.
007700
