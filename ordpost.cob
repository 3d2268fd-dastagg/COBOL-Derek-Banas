000010*****************************************************************
000020* PROGRAM      : ORDPOST                                        *
000030* AUTHOR       : DAVID R. HENDERSON                             *
000040* INSTALLATION : DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS     *
000050* DATE-WRITTEN : 10/15/2026                                     *
000060*                                                               *
000070* REMARKS      : STANDING-ORDER POSTING RUN, AFTER COBOLTUT.    *
000080*                FOR EVERY ORDER ORDGEN SCHEDULED, READS THE    *
000090*                PAY-HISTORY ADJUSTMENT LINES THE PAY RUN WROTE *
000100*                FOR IT THIS CYCLE AND POSTS WHAT WAS ACTUALLY  *
000110*                TAKEN: COLLECTED TO DATE GOES UP, THE BALANCE  *
000120*                COMES DOWN, AND WHATEVER WAS ASKED FOR BUT NOT *
000130*                TAKEN IS CARRIED AS ARREARS FOR THE NEXT       *
000140*                ORDGEN.  AN ORDER WITH A TOTAL OWED IS CLOSED  *
000150*                AS PAID OFF WHEN ITS BALANCE REACHES ZERO.     *
000160*****************************************************************
000170* MODIFICATION HISTORY                                          *
000180*-----------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION                                  *
000200* 10/15/2026 DRH   ORIGINAL PROGRAM.                            *
000210* 10/15/2026 DRH   PAY-HISTORY ADJUSTMENT DETAIL IS NOW KEYED   *
000220*                  BY A PAY SEQUENCE AS WELL (42 BYTES).  ONLY  *
000230*                  THE REGULAR CYCLE'S LINES, SEQUENCE 0, ARE   *
000240*                  POSTED TO THE ORDERS; AN OFF-CYCLE PAYMENT   *
000250*                  NEVER TAKES AN ORDER.                        *
000260*****************************************************************
000270  IDENTIFICATION DIVISION.
000280  PROGRAM-ID. ORDPOST.
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
000440* ORDER-MASTER IS THE STANDING-ORDER MASTER, READ IN KEY        *
000450* SEQUENCE AND REWRITTEN WITH THE CYCLE POSTED.                 *
000460*****************************************************************
000470      SELECT ORDER-MASTER-FILE
000480          ASSIGN TO "ORDMAST"
000490          ORGANIZATION IS INDEXED
000500          ACCESS MODE IS DYNAMIC
000510          RECORD KEY IS OM-KEY
000520          FILE STATUS IS WS-OM-FILE-STATUS.
000530
000540*****************************************************************
000550* PAY-HISTORY-ADJ-FILE HOLDS ONE RECORD PER ADJUSTMENT THE PAY  *
000560* RUN APPLIED, WITH THE AMOUNT ACTUALLY TAKEN.  IT IS STARTED   *
000570* AT EACH ORDER'S IDENT AND THE CYCLE DATE.                     *
000580*****************************************************************
000590      SELECT PAY-HISTORY-ADJ-FILE
000600          ASSIGN TO "PAYHADJ"
000610          ORGANIZATION IS INDEXED
000620          ACCESS MODE IS DYNAMIC
000630          RECORD KEY IS PJ-KEY
000640          FILE STATUS IS WS-HAJ-FILE-STATUS.
000650
000660*****************************************************************
000670* POSTING-REPORT IS THE PRINTED ORDER POSTING REGISTER.         *
000680*****************************************************************
000690      SELECT POSTING-REPORT
000700          ASSIGN TO "ORDPRPT"
000710          ORGANIZATION IS SEQUENTIAL
000720          FILE STATUS IS WS-RPT-FILE-STATUS.
000730
000740  DATA DIVISION.
000750
000760  FILE SECTION.
000770*****************************************************************
000780* FD  - ORDER-MASTER-FILE                                       *
000790*  THE LAYOUT MATCHES WHAT ORDMNT WRITES.                       *
000800*****************************************************************
000810  FD  ORDER-MASTER-FILE
000820      LABEL RECORDS ARE STANDARD
000830      RECORD CONTAINS 129 CHARACTERS.
000840  01  ORDER-MASTER-RECORD.
000850      05  OM-KEY.
000860          10  OM-IDENT            PIC 9(03).
000870          10  OM-ORDER-NO         PIC 9(03).
000880      05  OM-TYPE                 PIC X(01).
000890          88  OM-TYPE-GARNISHMENT       VALUE "G".
000900          88  OM-TYPE-DEDUCTION         VALUE "D".
000910      05  OM-DESCRIPTION          PIC X(15).
000920      05  OM-CASE-NUMBER          PIC X(15).
000930      05  OM-METHOD               PIC X(01).
000940          88  OM-METHOD-AMOUNT          VALUE "A".
000950          88  OM-METHOD-PERCENT         VALUE "P".
000960      05  OM-PERIOD-AMOUNT        PIC 9(04)V99.
000970      05  OM-PERCENT              PIC 9(02)V99.
000980      05  OM-TOTAL-OWED           PIC 9(06)V99.
000990      05  OM-COLLECTED            PIC 9(06)V99.
001000      05  OM-BALANCE              PIC 9(06)V99.
001010      05  OM-ARREARS              PIC 9(06)V99.
001020      05  OM-START-DATE           PIC 9(08).
001030      05  OM-STOP-DATE            PIC 9(08).
001040      05  OM-STATUS               PIC X(01).
001050          88  OM-STATUS-ACTIVE          VALUE "A".
001060          88  OM-STATUS-PAID-OFF        VALUE "P".
001070          88  OM-STATUS-ENDED           VALUE "E".
001080          88  OM-STATUS-CANCELLED       VALUE "X".
001090      05  OM-STATUS-DATE          PIC 9(08).
001100      05  OM-GEN-DATE             PIC 9(08).
001110      05  OM-GEN-AMOUNT           PIC 9(06)V99.
001120      05  OM-POST-DATE            PIC 9(08).
001130
001140*****************************************************************
001150* FD  - PAY-HISTORY-ADJ-FILE                                    *
001160*  ORDGEN DESCRIBES AN ORDER'S ENTRY "#NNN " AND THE ORDER'S    *
001170*  DESCRIPTION, NNN BEING THE ORDER NUMBER; PJ-ORDER-DESC IS    *
001180*  THAT VIEW OF THE DESCRIPTION.                                *
001190*****************************************************************
001200  FD  PAY-HISTORY-ADJ-FILE
001210      LABEL RECORDS ARE STANDARD
001220      RECORD CONTAINS 42 CHARACTERS.
001230  01  PAY-HISTORY-ADJ-RECORD.
001240      05  PJ-KEY.
001250          10  PJ-IDENT            PIC 9(03).
001260          10  PJ-CYCLE-DATE       PIC 9(08).
001270          10  PJ-PAY-SEQ          PIC 9(01).
001280          10  PJ-LINE-SEQ         PIC 9(03).
001290      05  PJ-TYPE                 PIC X(01).
001300      05  PJ-DESCRIPTION          PIC X(20).
001310      05  PJ-ORDER-DESC REDEFINES PJ-DESCRIPTION.
001320          10  PJ-ORDER-FLAG       PIC X(01).
001330          10  PJ-ORDER-NO         PIC X(03).
001340          10  FILLER              PIC X(16).
001350      05  PJ-AMOUNT               PIC S9(4)V99.
001360
001370*****************************************************************
001380* FD  - POSTING-REPORT                                          *
001390*****************************************************************
001400  FD  POSTING-REPORT
001410      LABEL RECORDS ARE STANDARD
001420      RECORD CONTAINS 132 CHARACTERS.
001430  01  POSTING-RECORD              PIC X(132).
001440
001450  WORKING-STORAGE SECTION.
001460*****************************************************************
001470* FILE STATUS AND END-OF-FILE SWITCHES                          *
001480*****************************************************************
001490  77  WS-OM-FILE-STATUS       PIC X(02) VALUE SPACES.
001500      88  WS-OM-FILE-OK              VALUE "00".
001510
001520  77  WS-ORD-EOF-SW           PIC X(01) VALUE "N".
001530      88  WS-ORD-EOF                 VALUE "Y".
001540
001550  77  WS-HAJ-FILE-STATUS      PIC X(02) VALUE SPACES.
001560      88  WS-HAJ-FILE-OK             VALUE "00".
001570
001580  77  WS-HAJ-EOF-SW           PIC X(01) VALUE "N".
001590      88  WS-HAJ-EOF                 VALUE "Y".
001600
001610  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001620      88  WS-RPT-FILE-OK             VALUE "00".
001630
001640  77  WS-SETUP-ERROR-SW       PIC X(01) VALUE "N".
001650      88  WS-SETUP-ERROR             VALUE "Y".
001660
001670  77  WS-UPDATE-ERROR-SW      PIC X(01) VALUE "N".
001680      88  WS-UPDATE-ERROR            VALUE "Y".
001690
001700*****************************************************************
001710* PER-ORDER WORKING FIELDS.  WS-ORDER-NO-X IS THE ORDER NUMBER  *
001720* AS IT APPEARS IN THE ADJUSTMENT DESCRIPTION.                  *
001730*****************************************************************
001740  77  WS-ORDER-NO-X           PIC X(03) VALUE SPACES.
001750  77  WS-LINE-FOUND-SW        PIC X(01) VALUE "N".
001760      88  WS-LINE-FOUND              VALUE "Y".
001770  77  WS-AMOUNT-TAKEN         PIC 9(06)V99 VALUE ZEROS.
001780  77  WS-DISPOSITION          PIC X(20) VALUE SPACES.
001790
001800*****************************************************************
001810* RUN COUNTERS AND CONTROL TOTALS                               *
001820*****************************************************************
001830  77  WS-ORDER-READ-COUNT     PIC 9(07) VALUE ZEROS.
001840  77  WS-NOT-DUE-COUNT        PIC 9(07) VALUE ZEROS.
001850  77  WS-POSTED-COUNT         PIC 9(07) VALUE ZEROS.
001860  77  WS-NOT-TAKEN-COUNT      PIC 9(07) VALUE ZEROS.
001870  77  WS-PAID-OFF-COUNT       PIC 9(07) VALUE ZEROS.
001880  77  WS-ASKED-TOTAL          PIC S9(9)V99 VALUE ZEROS.
001890  77  WS-GARN-COUNT           PIC 9(07) VALUE ZEROS.
001900  77  WS-GARN-TOTAL           PIC S9(9)V99 VALUE ZEROS.
001910  77  WS-DED-COUNT            PIC 9(07) VALUE ZEROS.
001920  77  WS-DED-TOTAL            PIC S9(9)V99 VALUE ZEROS.
001930  77  WS-ARREARS-COUNT        PIC 9(07) VALUE ZEROS.
001940  77  WS-ARREARS-TOTAL        PIC S9(9)V99 VALUE ZEROS.
001950
001960*****************************************************************
001970* REPORT LAYOUTS AND PAGE CONTROL FIELDS                        *
001980*****************************************************************
001990  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
002000  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
002010  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
002020
002030  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
002040
002050  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
002060  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
002070      05  WS-CURR-CCYY        PIC 9(04).
002080      05  WS-CURR-MM          PIC 9(02).
002090      05  WS-CURR-DD          PIC 9(02).
002100
002110  01  RPT-HEADING-1.
002120      05  FILLER              PIC X(01) VALUE SPACE.
002130      05  FILLER              PIC X(30) VALUE
002140          "STANDING ORDER POSTING".
002150      05  FILLER              PIC X(20) VALUE SPACES.
002160      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
002170      05  RPT-H1-DATE         PIC X(10).
002180      05  FILLER              PIC X(10) VALUE SPACES.
002190      05  FILLER              PIC X(06) VALUE "PAGE: ".
002200      05  RPT-H1-PAGE         PIC ZZZ9.
002210      05  FILLER              PIC X(41) VALUE SPACES.
002220
002230  01  RPT-HEADING-2.
002240      05  FILLER              PIC X(01) VALUE SPACE.
002250      05  FILLER              PIC X(05) VALUE "IDENT".
002260      05  FILLER              PIC X(01) VALUE SPACE.
002270      05  FILLER              PIC X(05) VALUE "ORDER".
002280      05  FILLER              PIC X(02) VALUE SPACES.
002290      05  FILLER              PIC X(04) VALUE "TYPE".
002300      05  FILLER              PIC X(02) VALUE SPACES.
002310      05  FILLER              PIC X(15) VALUE "CASE NUMBER".
002320      05  FILLER              PIC X(02) VALUE SPACES.
002330      05  FILLER              PIC X(10) VALUE "     ASKED".
002340      05  FILLER              PIC X(02) VALUE SPACES.
002350      05  FILLER              PIC X(10) VALUE "     TAKEN".
002360      05  FILLER              PIC X(02) VALUE SPACES.
002370      05  FILLER              PIC X(10) VALUE "   ARREARS".
002380      05  FILLER              PIC X(02) VALUE SPACES.
002390      05  FILLER              PIC X(10) VALUE " COLLECTED".
002400      05  FILLER              PIC X(02) VALUE SPACES.
002410      05  FILLER              PIC X(10) VALUE "   BALANCE".
002420      05  FILLER              PIC X(02) VALUE SPACES.
002430      05  FILLER              PIC X(20) VALUE "DISPOSITION".
002440      05  FILLER              PIC X(15) VALUE SPACES.
002450
002460  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
002470
002480  01  RPT-DETAIL-LINE.
002490      05  FILLER              PIC X(03) VALUE SPACES.
002500      05  RPT-D-IDENT         PIC ZZ9.
002510      05  FILLER              PIC X(03) VALUE SPACES.
002520      05  RPT-D-ORDER-NO      PIC ZZ9.
002530      05  FILLER              PIC X(03) VALUE SPACES.
002540      05  RPT-D-TYPE          PIC X(01).
002550      05  FILLER              PIC X(04) VALUE SPACES.
002560      05  RPT-D-CASE-NUMBER   PIC X(15).
002570      05  FILLER              PIC X(02) VALUE SPACES.
002580      05  RPT-D-ASKED         PIC ZZZ,ZZ9.99.
002590      05  FILLER              PIC X(02) VALUE SPACES.
002600      05  RPT-D-TAKEN         PIC ZZZ,ZZ9.99.
002610      05  FILLER              PIC X(02) VALUE SPACES.
002620      05  RPT-D-ARREARS       PIC ZZZ,ZZ9.99.
002630      05  FILLER              PIC X(02) VALUE SPACES.
002640      05  RPT-D-COLLECTED     PIC ZZZ,ZZ9.99.
002650      05  FILLER              PIC X(02) VALUE SPACES.
002660      05  RPT-D-BALANCE       PIC ZZZ,ZZ9.99.
002670      05  FILLER              PIC X(02) VALUE SPACES.
002680      05  RPT-D-DISPOSITION   PIC X(20).
002690      05  FILLER              PIC X(15) VALUE SPACES.
002700
002710  01  RPT-TOTAL-LINE.
002720      05  FILLER              PIC X(02) VALUE SPACES.
002730      05  RPT-T-LABEL         PIC X(30).
002740      05  RPT-T-COUNT         PIC ZZZ,ZZ9.
002750      05  FILLER              PIC X(03) VALUE SPACES.
002760      05  RPT-T-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
002770      05  FILLER              PIC X(76) VALUE SPACES.
002780
002790*****************************************************************
002800* RUN-SEQUENCING CONTROL PARAMETER AREA FOR THE RUNCTLIO        *
002810* CALLS.  THE PAY RUN MUST HAVE ENDED CLEAN FOR THE CYCLE, AND  *
002820* A SECOND POSTING THE SAME DAY IS REFUSED.                     *
002830*****************************************************************
002840  01  RUN-CONTROL-PARMS.
002850      05  RC-FUNCTION             PIC X(01).
002860      05  RC-PROGRAM              PIC X(08).
002870      05  RC-PREDECESSOR          PIC X(08).
002880      05  RC-CYCLE-DATE           PIC 9(08).
002890      05  RC-COMPLETION-CODE      PIC 9(02).
002900      05  RC-RESULT               PIC 9(02).
002910      05  RC-REASON               PIC X(40).
002920
002930  77  WS-RUNCTL-REFUSED-SW    PIC X(01) VALUE "N".
002940      88  WS-RUNCTL-REFUSED          VALUE "Y".
002950
002960  PROCEDURE DIVISION.
002970*****************************************************************
002980*                         0000-MAINLINE                         *
002990*****************************************************************
003000  0000-MAINLINE.
003010
003020      PERFORM 1000-INITIALIZE
003030          THRU 1000-INITIALIZE-EXIT.
003040
003050      PERFORM 2000-POST-ORDER
003060          THRU 2000-POST-ORDER-EXIT
003070          UNTIL WS-ORD-EOF.
003080
003090      PERFORM 3000-FINALIZE
003100          THRU 3000-FINALIZE-EXIT.
003110
003120      STOP RUN.
003130
003140*****************************************************************
003150*                        1000-INITIALIZE                        *
003160*  LOGS THE RUN START WITH RUNCTLIO AGAINST THE PAY RUN, THEN   *
003170*  OPENS THE ORDER MASTER, PAY-HISTORY ADJUSTMENTS AND THE      *
003180*  REPORT AND READS THE FIRST ORDER.                            *
003190*****************************************************************
003200  1000-INITIALIZE.
003210
003220      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003230
003240      STRING WS-CURR-MM   DELIMITED BY SIZE
003250             "/"          DELIMITED BY SIZE
003260             WS-CURR-DD   DELIMITED BY SIZE
003270             "/"          DELIMITED BY SIZE
003280             WS-CURR-CCYY DELIMITED BY SIZE
003290          INTO WS-RUN-DATE-EDIT
003300
003310      MOVE "S"             TO RC-FUNCTION
003320      MOVE "ORDPOST"       TO RC-PROGRAM
003330      MOVE "COBOLTUT"      TO RC-PREDECESSOR
003340      MOVE WS-CURRENT-DATE TO RC-CYCLE-DATE
003350      MOVE ZEROS           TO RC-COMPLETION-CODE
003360
003370      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
003380
003390      IF RC-RESULT NOT = ZEROS
003400          DISPLAY "ORDPOST: RUN REFUSED - " RC-REASON
003410          SET WS-RUNCTL-REFUSED TO TRUE
003420          SET WS-ORD-EOF TO TRUE
003430          MOVE 8 TO RETURN-CODE
003440          GO TO 1000-INITIALIZE-EXIT
003450      END-IF.
003460
003470      OPEN OUTPUT POSTING-REPORT
003480
003490      IF NOT WS-RPT-FILE-OK
003500          DISPLAY "ORDPOST: UNABLE TO OPEN ORDPRPT, "
003510                  "STATUS = " WS-RPT-FILE-STATUS
003520          SET WS-SETUP-ERROR TO TRUE
003530      END-IF.
003540
003550      OPEN I-O ORDER-MASTER-FILE
003560
003570      IF NOT WS-OM-FILE-OK
003580          DISPLAY "ORDPOST: UNABLE TO OPEN ORDMAST, "
003590                  "STATUS = " WS-OM-FILE-STATUS
003600          SET WS-SETUP-ERROR TO TRUE
003610      END-IF.
003620
003630      OPEN INPUT PAY-HISTORY-ADJ-FILE
003640
003650      IF NOT WS-HAJ-FILE-OK
003660          DISPLAY "ORDPOST: UNABLE TO OPEN PAYHADJ, "
003670                  "STATUS = " WS-HAJ-FILE-STATUS
003680          SET WS-SETUP-ERROR TO TRUE
003690      END-IF.
003700
003710      IF WS-SETUP-ERROR
003720          SET WS-ORD-EOF TO TRUE
003730          MOVE 8 TO RETURN-CODE
003740          GO TO 1000-INITIALIZE-EXIT
003750      END-IF.
003760
003770      PERFORM 2810-PRINT-HEADINGS
003780          THRU 2810-PRINT-HEADINGS-EXIT.
003790
003800      PERFORM 2100-READ-ORDER
003810          THRU 2100-READ-ORDER-EXIT.
003820
003830  1000-INITIALIZE-EXIT.
003840      EXIT.
003850
003860*****************************************************************
003870*                        2000-POST-ORDER                        *
003880*  POSTS ONE ORDER.  ONLY AN ACTIVE ORDER ORDGEN HAS SCHEDULED  *
003890*  SINCE IT WAS LAST POSTED IS TOUCHED.  THE AMOUNT TAKEN IS    *
003900*  THE SUM OF THE ORDER'S ADJUSTMENT LINES FOR THIS CYCLE; ANY  *
003910*  PART OF WHAT WAS ASKED FOR THAT WAS NOT TAKEN BECOMES THE    *
003920*  NEW ARREARS.  NO LINE AT ALL MEANS THE EMPLOYEE WAS NOT PAID *
003930*  THIS CYCLE, AND THE WHOLE AMOUNT GOES TO ARREARS.            *
003940*****************************************************************
003950  2000-POST-ORDER.
003960
003970      ADD 1 TO WS-ORDER-READ-COUNT
003980
003990      IF NOT OM-STATUS-ACTIVE
004000          OR OM-GEN-DATE NOT > OM-POST-DATE
004010          ADD 1 TO WS-NOT-DUE-COUNT
004020          GO TO 2000-POST-ORDER-NEXT
004030      END-IF
004040
004050      PERFORM 2200-SUM-TAKEN
004060          THRU 2200-SUM-TAKEN-EXIT
004070
004080      ADD WS-AMOUNT-TAKEN TO OM-COLLECTED
004090
004100      IF OM-TOTAL-OWED > ZERO
004110          IF WS-AMOUNT-TAKEN < OM-BALANCE
004120              SUBTRACT WS-AMOUNT-TAKEN FROM OM-BALANCE
004130          ELSE
004140              MOVE ZEROS TO OM-BALANCE
004150          END-IF
004160      END-IF
004170
004180      IF WS-AMOUNT-TAKEN < OM-GEN-AMOUNT
004190          SUBTRACT WS-AMOUNT-TAKEN FROM OM-GEN-AMOUNT
004200              GIVING OM-ARREARS
004210      ELSE
004220          MOVE ZEROS TO OM-ARREARS
004230      END-IF
004240
004250      MOVE WS-CURRENT-DATE TO OM-POST-DATE
004260
004270      IF NOT WS-LINE-FOUND
004280          MOVE "NOT PAID THIS CYCLE" TO WS-DISPOSITION
004290          ADD 1 TO WS-NOT-TAKEN-COUNT
004300      ELSE
004310      IF OM-ARREARS > ZERO
004320          MOVE "TAKEN IN PART"       TO WS-DISPOSITION
004330      ELSE
004340          MOVE "TAKEN IN FULL"       TO WS-DISPOSITION
004350      END-IF
004360      END-IF
004370
004380      IF OM-TOTAL-OWED > ZERO
004390          AND OM-BALANCE = ZERO
004400          MOVE "P"             TO OM-STATUS
004410          MOVE WS-CURRENT-DATE TO OM-STATUS-DATE
004420          MOVE ZEROS           TO OM-ARREARS
004430          MOVE "PAID OFF - CLOSED" TO WS-DISPOSITION
004440          ADD 1 TO WS-PAID-OFF-COUNT
004450      END-IF
004460
004470      REWRITE ORDER-MASTER-RECORD
004480          INVALID KEY
004490              DISPLAY "ORDPOST: CANNOT REWRITE ORDMAST, KEY "
004500                      OM-KEY
004510              SET WS-UPDATE-ERROR TO TRUE
004520              MOVE "*** NOT POSTED" TO WS-DISPOSITION
004530              PERFORM 2800-PRINT-DETAIL-LINE
004540                  THRU 2800-PRINT-DETAIL-LINE-EXIT
004550              GO TO 2000-POST-ORDER-NEXT
004560      END-REWRITE
004570
004580      ADD 1               TO WS-POSTED-COUNT
004590      ADD OM-GEN-AMOUNT   TO WS-ASKED-TOTAL
004600
004610      IF OM-TYPE-GARNISHMENT
004620          ADD 1               TO WS-GARN-COUNT
004630          ADD WS-AMOUNT-TAKEN TO WS-GARN-TOTAL
004640      ELSE
004650          ADD 1               TO WS-DED-COUNT
004660          ADD WS-AMOUNT-TAKEN TO WS-DED-TOTAL
004670      END-IF
004680
004690      IF OM-ARREARS > ZERO
004700          ADD 1          TO WS-ARREARS-COUNT
004710          ADD OM-ARREARS TO WS-ARREARS-TOTAL
004720      END-IF
004730
004740      PERFORM 2800-PRINT-DETAIL-LINE
004750          THRU 2800-PRINT-DETAIL-LINE-EXIT.
004760
004770  2000-POST-ORDER-NEXT.
004780
004790      PERFORM 2100-READ-ORDER
004800          THRU 2100-READ-ORDER-EXIT.
004810
004820  2000-POST-ORDER-EXIT.
004830      EXIT.
004840
004850*****************************************************************
004860*                        2100-READ-ORDER                        *
004870*****************************************************************
004880  2100-READ-ORDER.
004890
004900      READ ORDER-MASTER-FILE NEXT RECORD
004910          AT END
004920              SET WS-ORD-EOF TO TRUE
004930      END-READ.
004940
004950  2100-READ-ORDER-EXIT.
004960      EXIT.
004970
004980*****************************************************************
004990*                         2200-SUM-TAKEN                        *
005000*  STARTS PAY-HISTORY ADJUSTMENTS AT THE ORDER'S IDENT AND THIS *
005010*  CYCLE AND ADDS UP THE LINES CARRYING THE ORDER'S TYPE AND    *
005020*  NUMBER.  THE LINES ARE NEGATIVE; THE AMOUNT TAKEN IS KEPT    *
005030*  POSITIVE LIKE THE ORDER'S OWN FIGURES.  ONLY THE REGULAR     *
005040*  CYCLE'S LINES (PAY SEQUENCE 0) ARE LOOKED AT.                *
005050*****************************************************************
005060  2200-SUM-TAKEN.
005070
005080      MOVE ZEROS       TO WS-AMOUNT-TAKEN
005090      MOVE "N"         TO WS-LINE-FOUND-SW
005100      MOVE "N"         TO WS-HAJ-EOF-SW
005110      MOVE OM-ORDER-NO TO WS-ORDER-NO-X
005120
005130      MOVE OM-IDENT        TO PJ-IDENT
005140      MOVE WS-CURRENT-DATE TO PJ-CYCLE-DATE
005150      MOVE ZERO            TO PJ-PAY-SEQ
005160      MOVE ZEROS           TO PJ-LINE-SEQ
005170
005180      START PAY-HISTORY-ADJ-FILE KEY NOT < PJ-KEY
005190          INVALID KEY
005200              SET WS-HAJ-EOF TO TRUE
005210      END-START
005220
005230      PERFORM 2210-READ-ADJ-LINE
005240          THRU 2210-READ-ADJ-LINE-EXIT
005250          UNTIL WS-HAJ-EOF.
005260
005270  2200-SUM-TAKEN-EXIT.
005280      EXIT.
005290
005300*****************************************************************
005310*                       2210-READ-ADJ-LINE                      *
005320*****************************************************************
005330  2210-READ-ADJ-LINE.
005340
005350      READ PAY-HISTORY-ADJ-FILE NEXT RECORD
005360          AT END
005370              SET WS-HAJ-EOF TO TRUE
005380              GO TO 2210-READ-ADJ-LINE-EXIT
005390      END-READ
005400
005410      IF PJ-IDENT NOT = OM-IDENT
005420          OR PJ-CYCLE-DATE NOT = WS-CURRENT-DATE
005430          OR PJ-PAY-SEQ NOT = ZERO
005440          SET WS-HAJ-EOF TO TRUE
005450          GO TO 2210-READ-ADJ-LINE-EXIT
005460      END-IF
005470
005480      IF PJ-TYPE = OM-TYPE
005490          AND PJ-ORDER-FLAG = "#"
005500          AND PJ-ORDER-NO = WS-ORDER-NO-X
005510          SUBTRACT PJ-AMOUNT FROM WS-AMOUNT-TAKEN
005520          SET WS-LINE-FOUND TO TRUE
005530      END-IF.
005540
005550  2210-READ-ADJ-LINE-EXIT.
005560      EXIT.
005570
005580*****************************************************************
005590*                     2800-PRINT-DETAIL-LINE                    *
005600*  PRINTS THE ORDER AS POSTED, BREAKING TO A NEW PAGE FIRST IF  *
005610*  THE PAGE IS FULL.                                            *
005620*****************************************************************
005630  2800-PRINT-DETAIL-LINE.
005640
005650      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
005660          PERFORM 2810-PRINT-HEADINGS
005670              THRU 2810-PRINT-HEADINGS-EXIT
005680      END-IF
005690
005700      MOVE OM-IDENT        TO RPT-D-IDENT
005710      MOVE OM-ORDER-NO     TO RPT-D-ORDER-NO
005720      MOVE OM-TYPE         TO RPT-D-TYPE
005730      MOVE OM-CASE-NUMBER  TO RPT-D-CASE-NUMBER
005740      MOVE OM-GEN-AMOUNT   TO RPT-D-ASKED
005750      MOVE WS-AMOUNT-TAKEN TO RPT-D-TAKEN
005760      MOVE OM-ARREARS      TO RPT-D-ARREARS
005770      MOVE OM-COLLECTED    TO RPT-D-COLLECTED
005780      MOVE OM-BALANCE      TO RPT-D-BALANCE
005790      MOVE WS-DISPOSITION  TO RPT-D-DISPOSITION
005800
005810      WRITE POSTING-RECORD FROM RPT-DETAIL-LINE
005820          AFTER ADVANCING 1 LINE
005830
005840      ADD 1 TO WS-LINE-COUNT.
005850
005860  2800-PRINT-DETAIL-LINE-EXIT.
005870      EXIT.
005880
005890*****************************************************************
005900*                      2810-PRINT-HEADINGS                      *
005910*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
005920*  NEW PAGE AND RESETS THE LINE COUNT.                          *
005930*****************************************************************
005940  2810-PRINT-HEADINGS.
005950
005960      ADD 1 TO WS-PAGE-COUNT
005970      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
005980      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
005990
006000      WRITE POSTING-RECORD FROM RPT-HEADING-1
006010          AFTER ADVANCING PAGE
006020      WRITE POSTING-RECORD FROM RPT-BLANK-LINE
006030          AFTER ADVANCING 1 LINE
006040      WRITE POSTING-RECORD FROM RPT-HEADING-2
006050          AFTER ADVANCING 1 LINE
006060      WRITE POSTING-RECORD FROM RPT-BLANK-LINE
006070          AFTER ADVANCING 1 LINE
006080
006090      MOVE ZEROS TO WS-LINE-COUNT.
006100
006110  2810-PRINT-HEADINGS-EXIT.
006120      EXIT.
006130
006140*****************************************************************
006150*                         3000-FINALIZE                         *
006160*  PRINTS THE RUN TOTALS.  A FAILED REWRITE SETS RETURN-CODE 8; *
006170*  AN ORDER WHOSE EMPLOYEE WAS NOT PAID SETS 4 SO PAYROLL LOOKS *
006180*  AT IT BEFORE THE ARREARS BUILD.                              *
006190*****************************************************************
006200  3000-FINALIZE.
006210
006220      IF WS-RUNCTL-REFUSED
006230          GO TO 3000-FINALIZE-EXIT
006240      END-IF.
006250
006260      IF WS-SETUP-ERROR
006270          GO TO 3000-FINALIZE-CLOSE
006280      END-IF.
006290
006300      WRITE POSTING-RECORD FROM RPT-BLANK-LINE
006310          AFTER ADVANCING 2 LINES
006320
006330      MOVE ZEROS TO RPT-T-AMOUNT
006340
006350      MOVE "ORDERS READ"               TO RPT-T-LABEL
006360      MOVE WS-ORDER-READ-COUNT         TO RPT-T-COUNT
006370      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
006380          AFTER ADVANCING 1 LINE
006390
006400      MOVE "  NOT SCHEDULED THIS CYCLE" TO RPT-T-LABEL
006410      MOVE WS-NOT-DUE-COUNT            TO RPT-T-COUNT
006420      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
006430          AFTER ADVANCING 1 LINE
006440
006450      MOVE "  POSTED"                  TO RPT-T-LABEL
006460      MOVE WS-POSTED-COUNT             TO RPT-T-COUNT
006470      MOVE WS-ASKED-TOTAL              TO RPT-T-AMOUNT
006480      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
006490          AFTER ADVANCING 1 LINE
006500
006510      MOVE "    GARNISHMENTS TAKEN"    TO RPT-T-LABEL
006520      MOVE WS-GARN-COUNT               TO RPT-T-COUNT
006530      MOVE WS-GARN-TOTAL               TO RPT-T-AMOUNT
006540      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
006550          AFTER ADVANCING 1 LINE
006560
006570      MOVE "    DEDUCTIONS TAKEN"      TO RPT-T-LABEL
006580      MOVE WS-DED-COUNT                TO RPT-T-COUNT
006590      MOVE WS-DED-TOTAL                TO RPT-T-AMOUNT
006600      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
006610          AFTER ADVANCING 1 LINE
006620
006630      MOVE "    ARREARS CARRIED"       TO RPT-T-LABEL
006640      MOVE WS-ARREARS-COUNT            TO RPT-T-COUNT
006650      MOVE WS-ARREARS-TOTAL            TO RPT-T-AMOUNT
006660      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
006670          AFTER ADVANCING 1 LINE
006680
006690      MOVE ZEROS TO RPT-T-AMOUNT
006700
006710      MOVE "    NOT PAID THIS CYCLE"   TO RPT-T-LABEL
006720      MOVE WS-NOT-TAKEN-COUNT          TO RPT-T-COUNT
006730      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
006740          AFTER ADVANCING 1 LINE
006750
006760      MOVE "    PAID OFF AND CLOSED"   TO RPT-T-LABEL
006770      MOVE WS-PAID-OFF-COUNT           TO RPT-T-COUNT
006780      WRITE POSTING-RECORD FROM RPT-TOTAL-LINE
006790          AFTER ADVANCING 1 LINE
006800
006810      IF WS-UPDATE-ERROR
006820          MOVE 8 TO RETURN-CODE
006830      ELSE
006840      IF WS-NOT-TAKEN-COUNT > ZERO
006850          MOVE 4 TO RETURN-CODE
006860      END-IF
006870      END-IF.
006880
006890  3000-FINALIZE-CLOSE.
006900
006910      CLOSE ORDER-MASTER-FILE
006920      CLOSE PAY-HISTORY-ADJ-FILE
006930      CLOSE POSTING-REPORT
006940
006950      MOVE "E"         TO RC-FUNCTION
006960      MOVE RETURN-CODE TO RC-COMPLETION-CODE
006970
006980      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS.
006990
007000  3000-FINALIZE-EXIT.
007010      EXIT.
007020
