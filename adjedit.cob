000430*                  SAME CALL THE TIMECARD AND BANK-ACCOUNT      *
000440*                  FRONT-END EDITS MAKE, SO THE RULE CANNOT     *
000450*                  DRIFT BETWEEN THEM.                          *
000460* 10/15/2026 DRH   THE MASTER RECORD NOW CARRIES A PAY TYPE     *
000470*                  AND PER-PERIOD SALARY; THE CUSTOMER-MASTER   *
000480*                  LAYOUT GREW TO 60 BYTES.                     *
000490*                  THE EDITMSTR PARAMETER AREA GREW TO MATCH.   *
000500*****************************************************************
000510  IDENTIFICATION DIVISION.
000520  PROGRAM-ID. ADJEDIT.
000530  AUTHOR. DAVID R. HENDERSON.
000540  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000550  DATE-WRITTEN. 08/21/2026.
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
000680* ADJUSTMENT-FILE IS THE SIGNED PAYROLL ADJUSTMENT LEDGER THE   *
000690* NIGHT'S PAYROLL WILL MATCH-MERGE AGAINST CUSTOMER-MASTER.     *
000700*****************************************************************
000710      SELECT ADJUSTMENT-FILE
000720          ASSIGN TO "ADJFILE"
000730          ORGANIZATION IS SEQUENTIAL
000740          FILE STATUS IS WS-ADJ-FILE-STATUS.
000750
000760*****************************************************************
000770* CUSTOMER-MASTER IS READ BY KEY TO VERIFY EACH ADJUSTMENT      *
000780* NAMES A CUSTOMER THAT ACTUALLY EXISTS.                        *
000790*****************************************************************
000800      SELECT CUSTOMER-MASTER-FILE
000810          ASSIGN TO "CUSTMAST"
000820          ORGANIZATION IS INDEXED
000830          ACCESS MODE IS DYNAMIC
000840          RECORD KEY IS CM-IDENT
000850          FILE STATUS IS WS-CM-FILE-STATUS.
000860
000870*****************************************************************
000880* CONTROL-CARD-FILE CARRIES THE COUNTS AND SIGNED HASH TOTALS   *
000890* BY TYPE KEYED IN BY THE ADJUSTMENTS CLERK, THE FIGURES THE    *
000900* FILE MUST BALANCE TO BEFORE PAYROLL MAY RUN.                  *
000910*****************************************************************
000920      SELECT CONTROL-CARD-FILE
000930          ASSIGN TO "ADJCTL"
000940          ORGANIZATION IS SEQUENTIAL
000950          FILE STATUS IS WS-CTL-FILE-STATUS.
000960
000970*****************************************************************
000980* BALANCING-REPORT IS THE FORMATTED EDIT AND BALANCING REPORT.  *
000990*****************************************************************
001000      SELECT BALANCING-REPORT
001010          ASSIGN TO "ADJEDRPT"
001020          ORGANIZATION IS SEQUENTIAL
001030          FILE STATUS IS WS-RPT-FILE-STATUS.
001040
001050  DATA DIVISION.
001060
001070  FILE SECTION.
001080*****************************************************************
001090* FD  - ADJUSTMENT-FILE                                         *
001100*****************************************************************
001110  FD  ADJUSTMENT-FILE
001120      LABEL RECORDS ARE STANDARD
001130      RECORD CONTAINS 30 CHARACTERS.
001140  01  ADJUSTMENT-RECORD.
001150      05  AD-IDENT                PIC 9(03).
001160      05  AD-TYPE                 PIC X(01).
001170          88  AD-TYPE-GARNISHMENT       VALUE "G".
001180          88  AD-TYPE-DEDUCTION         VALUE "D".
001190          88  AD-TYPE-CORRECTION        VALUE "C".
001200      05  AD-AMOUNT               PIC S9(4)V99.
001210      05  AD-DESCRIPTION          PIC X(20).
001220
001230*****************************************************************
001240* FD  - CUSTOMER-MASTER-FILE                                    *
001250*****************************************************************
001260  FD  CUSTOMER-MASTER-FILE
001270      LABEL RECORDS ARE STANDARD
001280      RECORD CONTAINS 60 CHARACTERS.
001290  01  CUSTOMER-MASTER-RECORD.
001300      05  CM-IDENT                PIC 9(03).
001310      05  CM-CUSTNAME             PIC X(20).
001320      05  CM-DATEOFBIRTH.
001330          10  CM-MOB              PIC 9(02).
001340          10  CM-DOB              PIC 9(02).
001350          10  CM-YOB              PIC 9(04).
001360      05  CM-HOURS-WORKED         PIC 9(03)V99.
001370      05  CM-HOURLY-RATE          PIC 9(03)V99.
001380      05  CM-AGE-YEARS            PIC 9(03).
001390      05  CM-STATUS               PIC X(01).
001400          88  CM-STATUS-ACTIVE          VALUE "A".
001410          88  CM-STATUS-LEAVE           VALUE "L".
001420          88  CM-STATUS-TERMINATED      VALUE "T".
001430      05  CM-STATUS-DATE          PIC 9(08).
001440      05  CM-PAY-TYPE             PIC X(01).
001450          88  CM-PAY-HOURLY             VALUE "H".
001460          88  CM-PAY-SALARIED           VALUE "S".
001470      05  CM-PERIOD-SALARY        PIC 9(04)V99.
001480
001490*****************************************************************
001500* FD  - CONTROL-CARD-FILE                                       *
001510*  ONE RECORD - COUNT AND SIGNED HASH TOTAL FOR EACH OF THE     *
001520*  THREE ADJUSTMENT TYPES, IN G/D/C ORDER.                      *
001530*****************************************************************
001540  FD  CONTROL-CARD-FILE
001550      LABEL RECORDS ARE STANDARD
001560      RECORD CONTAINS 42 CHARACTERS.
001570  01  CONTROL-CARD-RECORD.
001580      05  CT-GARN-COUNT           PIC 9(05).
001590      05  CT-GARN-AMOUNT          PIC S9(7)V99.
001600      05  CT-DED-COUNT            PIC 9(05).
001610      05  CT-DED-AMOUNT           PIC S9(7)V99.
001620      05  CT-CORR-COUNT           PIC 9(05).
001630      05  CT-CORR-AMOUNT          PIC S9(7)V99.
001640
001650*****************************************************************
001660* FD  - BALANCING-REPORT                                        *
001670*****************************************************************
001680  FD  BALANCING-REPORT
001690      LABEL RECORDS ARE STANDARD
001700      RECORD CONTAINS 132 CHARACTERS.
001710  01  BALANCING-RECORD            PIC X(132).
001720
001730  WORKING-STORAGE SECTION.
001740*****************************************************************
001750* FILE STATUS AND END-OF-FILE SWITCHES                          *
001760*****************************************************************
001770  77  WS-ADJ-FILE-STATUS      PIC X(02) VALUE SPACES.
001780      88  WS-ADJ-FILE-OK             VALUE "00".
001790
001800  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
001810      88  WS-END-OF-FILE             VALUE "Y".
001820      88  WS-NOT-END-OF-FILE         VALUE "N".
001830
001840  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
001850      88  WS-CM-FILE-OK              VALUE "00".
001860
001870  77  WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
001880      88  WS-CTL-FILE-OK             VALUE "00".
001890
001900  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001910      88  WS-RPT-FILE-OK             VALUE "00".
001920
001930*****************************************************************
001940* EDIT AND BALANCING SWITCHES.  A SEQUENCE ERROR OR AN OUT-OF-  *
001950* BALANCE CONDITION IS FATAL TO THE NIGHT'S PAYROLL (RETURN-    *
001960* CODE 8); AN ORDINARY EDIT ERROR ONLY WARNS (RETURN-CODE 4).   *
001970*****************************************************************
001980  77  WS-SEQ-ERROR-SW         PIC X(01) VALUE "N".
001990      88  WS-SEQ-ERROR               VALUE "Y".
002000
002010  77  WS-BALANCE-ERROR-SW     PIC X(01) VALUE "N".
002020      88  WS-BALANCE-ERROR           VALUE "Y".
002030
002040  77  WS-EDIT-ERROR-SW        PIC X(01) VALUE "N".
002050      88  WS-EDIT-ERROR              VALUE "Y".
002060
002070  77  WS-CONTROL-CARD-SW      PIC X(01) VALUE "N".
002080      88  WS-CONTROL-CARD-READ       VALUE "Y".
002090
002100  77  WS-REJECT-REASON-TEXT   PIC X(30) VALUE SPACES.
002110
002120*****************************************************************
002130* SEQUENCE CHECK WORKING FIELD                                 *
002140*****************************************************************
002150  77  WS-PREV-IDENT           PIC 9(03) VALUE ZEROS.
002160
002170*****************************************************************
002180* SHARED EDIT SUBPROGRAM PARAMETER AREA.  ONLY THE IDENT IS     *
002190* CARRIED IN THE IMAGE - THE KEY-ONLY MODE "K" RUNS EDITMSTR'S  *
002200* IDENT CLASS AND CHECK-DIGIT PASSES, THE ONE COPY OF THE       *
002210* CHECK-DIGIT RULE EVERY PROGRAM SHARES.                        *
002220*****************************************************************
002230  01  EDIT-MASTER-PARMS.
002240      05  EM-EDIT-MODE            PIC X(01).
002250      05  EM-MASTER-IMAGE.
002260          10  EM-IDENT            PIC X(03).
002270          10  FILLER              PIC X(57).
002280      05  EM-CURRENT-DATE.
002290          10  EM-CURR-CCYY        PIC 9(04).
002300          10  EM-CURR-MM          PIC 9(02).
002310          10  EM-CURR-DD          PIC 9(02).
002320      05  EM-EDIT-VALID-SW        PIC X(01).
002330          88  EM-EDIT-VALID             VALUE "Y".
002340          88  EM-EDIT-INVALID           VALUE "N".
002350      05  EM-REASON-CODE          PIC X(01).
002360      05  EM-REASON-TEXT          PIC X(30).
002370      05  EM-AGE-DERIVED          PIC 9(03).
002380
002390*****************************************************************
002400* COUNTS AND SIGNED HASH TOTALS ACCUMULATED BY TYPE, THE        *
002410* FIGURES BALANCED AGAINST THE CONTROL CARD AT END OF FILE.     *
002420*****************************************************************
002430  77  WS-READ-COUNT           PIC 9(07) VALUE ZEROS.
002440  77  WS-ERROR-COUNT          PIC 9(07) VALUE ZEROS.
002450  77  WS-GARN-COUNT           PIC 9(05) VALUE ZEROS.
002460  77  WS-DED-COUNT            PIC 9(05) VALUE ZEROS.
002470  77  WS-CORR-COUNT           PIC 9(05) VALUE ZEROS.
002480  77  WS-GARN-AMOUNT          PIC S9(7)V99 VALUE ZEROS.
002490  77  WS-DED-AMOUNT           PIC S9(7)V99 VALUE ZEROS.
002500  77  WS-CORR-AMOUNT          PIC S9(7)V99 VALUE ZEROS.
002510
002520*****************************************************************
002530* CONTROL CARD TOTALS SAVED TO WORKING STORAGE AS SOON AS THE   *
002540* CARD IS READ - THE FD RECORD AREA IS NOT DEPENDABLE AFTER     *
002550* CONTROL-CARD-FILE IS CLOSED, AND THE BALANCING COMPARE RUNS   *
002560* LONG AFTER THAT.                                              *
002570*****************************************************************
002580  77  WS-CTL-GARN-COUNT       PIC 9(05) VALUE ZEROS.
002590  77  WS-CTL-GARN-AMOUNT      PIC S9(7)V99 VALUE ZEROS.
002600  77  WS-CTL-DED-COUNT        PIC 9(05) VALUE ZEROS.
002610  77  WS-CTL-DED-AMOUNT       PIC S9(7)V99 VALUE ZEROS.
002620  77  WS-CTL-CORR-COUNT       PIC 9(05) VALUE ZEROS.
002630  77  WS-CTL-CORR-AMOUNT      PIC S9(7)V99 VALUE ZEROS.
002640
002650*****************************************************************
002660* BALANCING REPORT LAYOUTS AND PAGE CONTROL FIELDS              *
002670*****************************************************************
002680  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
002690  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
002700  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
002710
002720  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
002730
002740  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
002750  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
002760      05  WS-CURR-CCYY        PIC 9(04).
002770      05  WS-CURR-MM          PIC 9(02).
002780      05  WS-CURR-DD          PIC 9(02).
002790
002800  01  RPT-HEADING-1.
002810      05  FILLER              PIC X(01) VALUE SPACE.
002820      05  FILLER              PIC X(30) VALUE
002830          "ADJUSTMENT EDIT AND BALANCING".
002840      05  FILLER              PIC X(20) VALUE SPACES.
002850      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
002860      05  RPT-H1-DATE         PIC X(10).
002870      05  FILLER              PIC X(10) VALUE SPACES.
002880      05  FILLER              PIC X(06) VALUE "PAGE: ".
002890      05  RPT-H1-PAGE         PIC ZZZ9.
002900      05  FILLER              PIC X(41) VALUE SPACES.
002910
002920  01  RPT-HEADING-2.
002930      05  FILLER              PIC X(02) VALUE SPACES.
002940      05  FILLER              PIC X(05) VALUE "IDENT".
002950      05  FILLER              PIC X(05) VALUE SPACES.
002960      05  FILLER              PIC X(04) VALUE "TYPE".
002970      05  FILLER              PIC X(04) VALUE SPACES.
002980      05  FILLER              PIC X(10) VALUE "    AMOUNT".
002990      05  FILLER              PIC X(04) VALUE SPACES.
003000      05  FILLER              PIC X(30) VALUE "ERROR".
003010      05  FILLER              PIC X(68) VALUE SPACES.
003020
003030  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
003040
003050  01  RPT-DETAIL-LINE.
003060      05  FILLER              PIC X(02) VALUE SPACES.
003070      05  RPT-D-IDENT         PIC ZZ9.
003080      05  FILLER              PIC X(07) VALUE SPACES.
003090      05  RPT-D-TYPE          PIC X(01).
003100      05  FILLER              PIC X(06) VALUE SPACES.
003110      05  RPT-D-AMOUNT        PIC Z,ZZ9.99-.
003120      05  FILLER              PIC X(05) VALUE SPACES.
003130      05  RPT-D-ERROR         PIC X(30).
003140      05  FILLER              PIC X(69) VALUE SPACES.
003150
003160  01  RPT-BALANCE-LINE.
003170      05  FILLER              PIC X(02) VALUE SPACES.
003180      05  RPT-B-LABEL         PIC X(14).
003190      05  FILLER              PIC X(02) VALUE SPACES.
003200      05  FILLER              PIC X(06) VALUE "FILE: ".
003210      05  RPT-B-FILE-COUNT    PIC ZZ,ZZ9.
003220      05  FILLER              PIC X(02) VALUE SPACES.
003230      05  RPT-B-FILE-AMOUNT   PIC Z,ZZZ,ZZ9.99-.
003240      05  FILLER              PIC X(04) VALUE SPACES.
003250      05  FILLER              PIC X(09) VALUE "CONTROL: ".
003260      05  RPT-B-CTL-COUNT     PIC ZZ,ZZ9.
003270      05  FILLER              PIC X(02) VALUE SPACES.
003280      05  RPT-B-CTL-AMOUNT    PIC Z,ZZZ,ZZ9.99-.
003290      05  FILLER              PIC X(04) VALUE SPACES.
003300      05  RPT-B-VERDICT       PIC X(16).
003310      05  FILLER              PIC X(33) VALUE SPACES.
003320
003330  01  RPT-MESSAGE-LINE.
003340      05  FILLER              PIC X(02) VALUE SPACES.
003350      05  RPT-M-TEXT          PIC X(60).
003360      05  FILLER              PIC X(70) VALUE SPACES.
003370
003380  01  RPT-COUNT-LINE.
003390      05  FILLER              PIC X(02) VALUE SPACES.
003400      05  RPT-C-LABEL         PIC X(25).
003410      05  RPT-C-COUNT         PIC ZZZ,ZZ9.
003420      05  FILLER              PIC X(98) VALUE SPACES.
003430
003440*****************************************************************
003450* RUN-SEQUENCING CONTROL PARAMETER AREA FOR THE RUNCTLIO        *
003460* CALLS.  THE START CALL REFUSES THE RUN WHEN THE PREDECESSOR   *
003470* JOB HAS NOT COMPLETED CLEAN FOR TODAY'S CYCLE, OR WHEN THIS   *
003480* JOB ALREADY COMPLETED TODAY.                                  *
003490*****************************************************************
003500  01  RUN-CONTROL-PARMS.
003510      05  RC-FUNCTION             PIC X(01).
003520      05  RC-PROGRAM              PIC X(08).
003530      05  RC-PREDECESSOR          PIC X(08).
003540      05  RC-CYCLE-DATE           PIC 9(08).
003550      05  RC-COMPLETION-CODE      PIC 9(02).
003560      05  RC-RESULT               PIC 9(02).
003570      05  RC-REASON               PIC X(40).
003580
003590  77  WS-RUNCTL-REFUSED-SW    PIC X(01) VALUE "N".
003600      88  WS-RUNCTL-REFUSED          VALUE "Y".
003610
003620  PROCEDURE DIVISION.
003630*****************************************************************
003640*                        0000-MAINLINE                          *
003650*****************************************************************
003660  0000-MAINLINE.
003670
003680      PERFORM 1000-INITIALIZE
003690          THRU 1000-INITIALIZE-EXIT.
003700
003710      PERFORM 2000-PROCESS-ADJUSTMENTS
003720          THRU 2000-PROCESS-ADJUSTMENTS-EXIT
003730          UNTIL WS-END-OF-FILE.
003740
003750      PERFORM 3000-FINALIZE
003760          THRU 3000-FINALIZE-EXIT.
003770
003780      STOP RUN.
003790
003800*****************************************************************
003810*                       1000-INITIALIZE                         *
003820*  OPENS THE FILES, READS THE CLERK'S CONTROL CARD, AND PRINTS  *
003830*  THE FIRST PAGE OF THE BALANCING REPORT.  A MISSING CONTROL   *
003840*  CARD IS ITSELF AN OUT-OF-BALANCE CONDITION.                  *
003850*****************************************************************
003860  1000-INITIALIZE.
003870
003880      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003890
003900      STRING WS-CURR-MM   DELIMITED BY SIZE
003910             "/"          DELIMITED BY SIZE
003920             WS-CURR-DD   DELIMITED BY SIZE
003930             "/"          DELIMITED BY SIZE
003940             WS-CURR-CCYY DELIMITED BY SIZE
003950          INTO WS-RUN-DATE-EDIT
003960
003970      MOVE "S"             TO RC-FUNCTION
003980      MOVE "ADJEDIT " TO RC-PROGRAM
003990      MOVE "CUSTBKUP" TO RC-PREDECESSOR
004000      MOVE WS-CURRENT-DATE TO RC-CYCLE-DATE
004010      MOVE ZEROS           TO RC-COMPLETION-CODE
004020
004030      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
004040
004050      IF RC-RESULT NOT = ZEROS
004060          DISPLAY "ADJEDIT: RUN REFUSED - " RC-REASON
004070          SET WS-RUNCTL-REFUSED TO TRUE
004080          SET WS-END-OF-FILE TO TRUE
004090          MOVE 8 TO RETURN-CODE
004100          GO TO 1000-INITIALIZE-EXIT
004110      END-IF.
004120
004130      OPEN INPUT ADJUSTMENT-FILE
004140
004150      IF NOT WS-ADJ-FILE-OK
004160          DISPLAY "ADJEDIT: UNABLE TO OPEN ADJFILE, "
004170                  "STATUS = " WS-ADJ-FILE-STATUS
004180          SET WS-END-OF-FILE TO TRUE
004190      END-IF.
004200
004210      OPEN INPUT CUSTOMER-MASTER-FILE
004220
004230      IF NOT WS-CM-FILE-OK
004240          DISPLAY "ADJEDIT: UNABLE TO OPEN CUSTMAST, "
004250                  "STATUS = " WS-CM-FILE-STATUS
004260          SET WS-END-OF-FILE TO TRUE
004270      END-IF.
004280
004290      OPEN INPUT CONTROL-CARD-FILE
004300
004310      IF WS-CTL-FILE-OK
004320          READ CONTROL-CARD-FILE
004330              AT END
004340                  CONTINUE
004350              NOT AT END
004360                  SET WS-CONTROL-CARD-READ TO TRUE
004370                  MOVE CT-GARN-COUNT  TO WS-CTL-GARN-COUNT
004380                  MOVE CT-GARN-AMOUNT TO WS-CTL-GARN-AMOUNT
004390                  MOVE CT-DED-COUNT   TO WS-CTL-DED-COUNT
004400                  MOVE CT-DED-AMOUNT  TO WS-CTL-DED-AMOUNT
004410                  MOVE CT-CORR-COUNT  TO WS-CTL-CORR-COUNT
004420                  MOVE CT-CORR-AMOUNT TO WS-CTL-CORR-AMOUNT
004430          END-READ
004440          CLOSE CONTROL-CARD-FILE
004450      END-IF
004460
004470      IF NOT WS-CONTROL-CARD-READ
004480          DISPLAY "ADJEDIT: NO CONTROL CARD ON ADJCTL"
004490          SET WS-BALANCE-ERROR TO TRUE
004500      END-IF.
004510
004520      OPEN OUTPUT BALANCING-REPORT
004530
004540      IF NOT WS-RPT-FILE-OK
004550          DISPLAY "ADJEDIT: UNABLE TO OPEN ADJEDRPT, "
004560                  "STATUS = " WS-RPT-FILE-STATUS
004570          SET WS-END-OF-FILE TO TRUE
004580      END-IF.
004590
004600      PERFORM 2810-PRINT-HEADINGS
004610          THRU 2810-PRINT-HEADINGS-EXIT.
004620
004630  1000-INITIALIZE-EXIT.
004640      EXIT.
004650
004660*****************************************************************
004670*                 2000-PROCESS-ADJUSTMENTS                      *
004680*  MAIN READ LOOP - READS EACH ADJUSTMENT UNTIL END OF FILE AND *
004690*  RUNS THE SEQUENCE, CHECK-DIGIT, MASTER-MATCH, TYPE AND SIGN  *
004700*  EDITS OVER IT.  EVERY RECORD OF A VALID TYPE IS ACCUMULATED  *
004710*  INTO THE COUNTS AND HASH TOTALS BALANCED AT END OF FILE.     *
004720*****************************************************************
004730  2000-PROCESS-ADJUSTMENTS.
004740
004750      PERFORM 2100-READ-ADJUSTMENT
004760          THRU 2100-READ-ADJUSTMENT-EXIT.
004770
004780      IF WS-END-OF-FILE
004790          GO TO 2000-PROCESS-ADJUSTMENTS-EXIT
004800      END-IF.
004810
004820      ADD 1 TO WS-READ-COUNT
004830
004840      PERFORM 2200-EDIT-ADJUSTMENT
004850          THRU 2200-EDIT-ADJUSTMENT-EXIT.
004860
004870      PERFORM 2300-ACCUMULATE-TOTALS
004880          THRU 2300-ACCUMULATE-TOTALS-EXIT.
004890
004900  2000-PROCESS-ADJUSTMENTS-EXIT.
004910      EXIT.
004920
004930*****************************************************************
004940*                   2100-READ-ADJUSTMENT                        *
004950*****************************************************************
004960  2100-READ-ADJUSTMENT.
004970
004980      READ ADJUSTMENT-FILE
004990          AT END
005000              SET WS-END-OF-FILE TO TRUE
005010      END-READ.
005020
005030  2100-READ-ADJUSTMENT-EXIT.
005040      EXIT.
005050
005060*****************************************************************
005070*                  2200-EDIT-ADJUSTMENT                         *
005080*  RUNS EVERY EDIT OVER THE HELD ADJUSTMENT - THE IDENT CHECK   *
005090*  DIGIT THROUGH THE SHARED EDITMSTR SUBPROGRAM IN KEY-ONLY    *
005100*  MODE - AND PRINTS ONE                                       *
005110*  ERROR LINE PER FAILURE.  THE SEQUENCE TEST MIRRORS WHAT THE  *
005120*  PAYROLL MATCH-MERGE ASSUMES - ASCENDING IDENT - AND A BREAK  *
005130*  THERE IS FATAL TO THE NIGHT'S RUN, NOT JUST A WARNING.       *
005140*****************************************************************
005150  2200-EDIT-ADJUSTMENT.
005160
005170      IF AD-IDENT IS NOT NUMERIC
005180          MOVE "IDENT NOT NUMERIC" TO WS-REJECT-REASON-TEXT
005190          PERFORM 2800-PRINT-ERROR-LINE
005200              THRU 2800-PRINT-ERROR-LINE-EXIT
005210          GO TO 2200-EDIT-ADJUSTMENT-EXIT
005220      END-IF
005230
005240      IF AD-IDENT < WS-PREV-IDENT
005250          SET WS-SEQ-ERROR TO TRUE
005260          MOVE "OUT OF IDENT SEQUENCE" TO WS-REJECT-REASON-TEXT
005270          PERFORM 2800-PRINT-ERROR-LINE
005280              THRU 2800-PRINT-ERROR-LINE-EXIT
005290      END-IF
005300
005310      MOVE AD-IDENT TO WS-PREV-IDENT
005320
005330      MOVE "K"          TO EM-EDIT-MODE
005340      MOVE SPACES       TO EM-MASTER-IMAGE
005350      MOVE AD-IDENT     TO EM-IDENT
005360      MOVE WS-CURR-CCYY TO EM-CURR-CCYY
005370      MOVE WS-CURR-MM   TO EM-CURR-MM
005380      MOVE WS-CURR-DD   TO EM-CURR-DD
005390
005400      CALL "EDITMSTR" USING EDIT-MASTER-PARMS
005410
005420      IF EM-EDIT-INVALID
005430          MOVE EM-REASON-TEXT TO WS-REJECT-REASON-TEXT
005440          PERFORM 2800-PRINT-ERROR-LINE
005450              THRU 2800-PRINT-ERROR-LINE-EXIT
005460      END-IF
005470
005480      PERFORM 2250-CHECK-MASTER-MATCH
005490          THRU 2250-CHECK-MASTER-MATCH-EXIT
005500
005510      IF AD-AMOUNT IS NOT NUMERIC
005520          MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON-TEXT
005530          PERFORM 2800-PRINT-ERROR-LINE
005540              THRU 2800-PRINT-ERROR-LINE-EXIT
005550          GO TO 2200-EDIT-ADJUSTMENT-EXIT
005560      END-IF
005570
005580      IF NOT AD-TYPE-GARNISHMENT
005590          AND NOT AD-TYPE-DEDUCTION
005600          AND NOT AD-TYPE-CORRECTION
005610          MOVE "INVALID TYPE CODE" TO WS-REJECT-REASON-TEXT
005620          PERFORM 2800-PRINT-ERROR-LINE
005630              THRU 2800-PRINT-ERROR-LINE-EXIT
005640          GO TO 2200-EDIT-ADJUSTMENT-EXIT
005650      END-IF
005660
005670      IF (AD-TYPE-GARNISHMENT OR AD-TYPE-DEDUCTION)
005680          AND AD-AMOUNT NOT < ZERO
005690          MOVE "AMOUNT NOT NEGATIVE" TO WS-REJECT-REASON-TEXT
005700          PERFORM 2800-PRINT-ERROR-LINE
005710              THRU 2800-PRINT-ERROR-LINE-EXIT
005720      END-IF.
005730
005740  2200-EDIT-ADJUSTMENT-EXIT.
005750      EXIT.
005760
005770*****************************************************************
005780*                2250-CHECK-MASTER-MATCH                        *
005790*  READS CUSTOMER-MASTER BY KEY TO VERIFY THE ADJUSTMENT NAMES  *
005800*  A CUSTOMER THAT EXISTS - THE MATCH THE PAYROLL MERGE WOULD   *
005810*  OTHERWISE SILENTLY FAIL TO MAKE.                             *
005820*****************************************************************
005830  2250-CHECK-MASTER-MATCH.
005840
005850      MOVE AD-IDENT TO CM-IDENT
005860
005870      READ CUSTOMER-MASTER-FILE
005880          INVALID KEY
005890              MOVE "IDENT NOT ON MASTER"
005900                TO WS-REJECT-REASON-TEXT
005910              PERFORM 2800-PRINT-ERROR-LINE
005920                  THRU 2800-PRINT-ERROR-LINE-EXIT
005930      END-READ.
005940
005950  2250-CHECK-MASTER-MATCH-EXIT.
005960      EXIT.
005970
005980*****************************************************************
005990*                2300-ACCUMULATE-TOTALS                         *
006000*  ROLLS THE HELD ADJUSTMENT INTO THE COUNT AND SIGNED HASH     *
006010*  TOTAL FOR ITS TYPE.  RECORDS WITH AN UNRECOGNIZED TYPE OR A  *
006020*  NON-NUMERIC AMOUNT CANNOT BE BUCKETED AND ARE LEFT OUT,      *
006030*  WHICH WILL SURFACE AS AN OUT-OF-BALANCE AGAINST THE CONTROL  *
006040*  CARD - EXACTLY THE ALARM WANTED.                             *
006050*****************************************************************
006060  2300-ACCUMULATE-TOTALS.
006070
006080      IF AD-AMOUNT IS NOT NUMERIC
006090          GO TO 2300-ACCUMULATE-TOTALS-EXIT
006100      END-IF
006110
006120      IF AD-TYPE-GARNISHMENT
006130          ADD 1 TO WS-GARN-COUNT
006140          ADD AD-AMOUNT TO WS-GARN-AMOUNT
006150      ELSE
006160      IF AD-TYPE-DEDUCTION
006170          ADD 1 TO WS-DED-COUNT
006180          ADD AD-AMOUNT TO WS-DED-AMOUNT
006190      ELSE
006200      IF AD-TYPE-CORRECTION
006210          ADD 1 TO WS-CORR-COUNT
006220          ADD AD-AMOUNT TO WS-CORR-AMOUNT
006230      END-IF
006240      END-IF
006250      END-IF.
006260
006270  2300-ACCUMULATE-TOTALS-EXIT.
006280      EXIT.
006290
006300*****************************************************************
006310*                2800-PRINT-ERROR-LINE                          *
006320*  BUILDS AND WRITES ONE ERROR LINE ON THE BALANCING REPORT,    *
006330*  BREAKING TO A NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.    *
006340*****************************************************************
006350  2800-PRINT-ERROR-LINE.
006360
006370      SET WS-EDIT-ERROR TO TRUE
006380      ADD 1 TO WS-ERROR-COUNT
006390
006400      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
006410          PERFORM 2810-PRINT-HEADINGS
006420              THRU 2810-PRINT-HEADINGS-EXIT
006430      END-IF
006440
006450      MOVE AD-IDENT              TO RPT-D-IDENT
006460      MOVE AD-TYPE               TO RPT-D-TYPE
006470      MOVE AD-AMOUNT             TO RPT-D-AMOUNT
006480      MOVE WS-REJECT-REASON-TEXT TO RPT-D-ERROR
006490
006500      WRITE BALANCING-RECORD FROM RPT-DETAIL-LINE
006510          AFTER ADVANCING 1 LINE
006520
006530      ADD 1 TO WS-LINE-COUNT.
006540
006550  2800-PRINT-ERROR-LINE-EXIT.
006560      EXIT.
006570
006580*****************************************************************
006590*                 2810-PRINT-HEADINGS                          *
006600*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
006610*  NEW PAGE AND RESETS THE LINE COUNT.                          *
006620*****************************************************************
006630  2810-PRINT-HEADINGS.
006640
006650      ADD 1 TO WS-PAGE-COUNT
006660      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
006670      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
006680
006690      WRITE BALANCING-RECORD FROM RPT-HEADING-1
006700          AFTER ADVANCING PAGE
006710      WRITE BALANCING-RECORD FROM RPT-BLANK-LINE
006720          AFTER ADVANCING 1 LINE
006730      WRITE BALANCING-RECORD FROM RPT-HEADING-2
006740          AFTER ADVANCING 1 LINE
006750      WRITE BALANCING-RECORD FROM RPT-BLANK-LINE
006760          AFTER ADVANCING 1 LINE
006770
006780      MOVE ZEROS TO WS-LINE-COUNT.
006790
006800  2810-PRINT-HEADINGS-EXIT.
006810      EXIT.
006820
006830*****************************************************************
006840*                2850-PRINT-BALANCE-LINE                        *
006850*  WRITES ONE TYPE'S FILE FIGURES AGAINST ITS CONTROL FIGURES,  *
006860*  FLAGGING THE TYPE OUT OF BALANCE WHEN EITHER DISAGREES.  THE *
006870*  CALLER LOADS THE RPT-B FIELDS FIRST.                         *
006880*****************************************************************
006890  2850-PRINT-BALANCE-LINE.
006900
006910      WRITE BALANCING-RECORD FROM RPT-BALANCE-LINE
006920          AFTER ADVANCING 1 LINE.
006930
006940  2850-PRINT-BALANCE-LINE-EXIT.
006950      EXIT.
006960
006970*****************************************************************
006980*                       3000-FINALIZE                           *
006990*  BALANCES THE ACCUMULATED FIGURES AGAINST THE CONTROL CARD,   *
007000*  PRINTS THE BALANCING BLOCK, AND SETS THE RETURN CODE THE     *
007010*  SCHEDULER KEYS THE NIGHT'S PAYROLL OFF - 8 WHEN THE FILE IS  *
007020*  OUT OF SEQUENCE OR OUT OF BALANCE, 4 WHEN ONLY ORDINARY      *
007030*  EDIT ERRORS WERE FOUND, 0 ON A CLEAN FILE.                   *
007040*****************************************************************
007050  3000-FINALIZE.
007060
007070      IF WS-RUNCTL-REFUSED
007080          GO TO 3000-FINALIZE-EXIT
007090      END-IF.
007100
007110      WRITE BALANCING-RECORD FROM RPT-BLANK-LINE
007120          AFTER ADVANCING 1 LINE
007130
007140      MOVE "ADJUSTMENTS READ"   TO RPT-C-LABEL
007150      MOVE WS-READ-COUNT        TO RPT-C-COUNT
007160      WRITE BALANCING-RECORD FROM RPT-COUNT-LINE
007170          AFTER ADVANCING 1 LINE
007180
007190      MOVE "EDIT ERRORS"        TO RPT-C-LABEL
007200      MOVE WS-ERROR-COUNT       TO RPT-C-COUNT
007210      WRITE BALANCING-RECORD FROM RPT-COUNT-LINE
007220          AFTER ADVANCING 1 LINE
007230
007240      WRITE BALANCING-RECORD FROM RPT-BLANK-LINE
007250          AFTER ADVANCING 1 LINE
007260
007270      IF WS-CONTROL-CARD-READ
007280          IF WS-GARN-COUNT NOT = WS-CTL-GARN-COUNT
007290              OR WS-GARN-AMOUNT NOT = WS-CTL-GARN-AMOUNT
007300              OR WS-DED-COUNT NOT = WS-CTL-DED-COUNT
007310              OR WS-DED-AMOUNT NOT = WS-CTL-DED-AMOUNT
007320              OR WS-CORR-COUNT NOT = WS-CTL-CORR-COUNT
007330              OR WS-CORR-AMOUNT NOT = WS-CTL-CORR-AMOUNT
007340              SET WS-BALANCE-ERROR TO TRUE
007350          END-IF
007360      END-IF
007370
007380      MOVE "GARNISHMENTS"   TO RPT-B-LABEL
007390      MOVE WS-GARN-COUNT    TO RPT-B-FILE-COUNT
007400      MOVE WS-GARN-AMOUNT   TO RPT-B-FILE-AMOUNT
007410      MOVE WS-CTL-GARN-COUNT    TO RPT-B-CTL-COUNT
007420      MOVE WS-CTL-GARN-AMOUNT   TO RPT-B-CTL-AMOUNT
007430      IF WS-GARN-COUNT = WS-CTL-GARN-COUNT
007440          AND WS-GARN-AMOUNT = WS-CTL-GARN-AMOUNT
007450          MOVE "IN BALANCE"     TO RPT-B-VERDICT
007460      ELSE
007470          MOVE "* OUT OF BALANCE" TO RPT-B-VERDICT
007480      END-IF
007490      PERFORM 2850-PRINT-BALANCE-LINE
007500          THRU 2850-PRINT-BALANCE-LINE-EXIT
007510
007520      MOVE "DEDUCTIONS"     TO RPT-B-LABEL
007530      MOVE WS-DED-COUNT     TO RPT-B-FILE-COUNT
007540      MOVE WS-DED-AMOUNT    TO RPT-B-FILE-AMOUNT
007550      MOVE WS-CTL-DED-COUNT     TO RPT-B-CTL-COUNT
007560      MOVE WS-CTL-DED-AMOUNT    TO RPT-B-CTL-AMOUNT
007570      IF WS-DED-COUNT = WS-CTL-DED-COUNT
007580          AND WS-DED-AMOUNT = WS-CTL-DED-AMOUNT
007590          MOVE "IN BALANCE"     TO RPT-B-VERDICT
007600      ELSE
007610          MOVE "* OUT OF BALANCE" TO RPT-B-VERDICT
007620      END-IF
007630      PERFORM 2850-PRINT-BALANCE-LINE
007640          THRU 2850-PRINT-BALANCE-LINE-EXIT
007650
007660      MOVE "CORRECTIONS"    TO RPT-B-LABEL
007670      MOVE WS-CORR-COUNT    TO RPT-B-FILE-COUNT
007680      MOVE WS-CORR-AMOUNT   TO RPT-B-FILE-AMOUNT
007690      MOVE WS-CTL-CORR-COUNT    TO RPT-B-CTL-COUNT
007700      MOVE WS-CTL-CORR-AMOUNT   TO RPT-B-CTL-AMOUNT
007710      IF WS-CORR-COUNT = WS-CTL-CORR-COUNT
007720          AND WS-CORR-AMOUNT = WS-CTL-CORR-AMOUNT
007730          MOVE "IN BALANCE"     TO RPT-B-VERDICT
007740      ELSE
007750          MOVE "* OUT OF BALANCE" TO RPT-B-VERDICT
007760      END-IF
007770      PERFORM 2850-PRINT-BALANCE-LINE
007780          THRU 2850-PRINT-BALANCE-LINE-EXIT
007790
007800      WRITE BALANCING-RECORD FROM RPT-BLANK-LINE
007810          AFTER ADVANCING 1 LINE
007820
007830      IF WS-SEQ-ERROR OR WS-BALANCE-ERROR
007840          MOVE "*** PAYROLL MUST NOT RUN - SEQ/BALANCE ERROR ***"
007850            TO RPT-M-TEXT
007860          WRITE BALANCING-RECORD FROM RPT-MESSAGE-LINE
007870              AFTER ADVANCING 1 LINE
007880          MOVE 8 TO RETURN-CODE
007890      ELSE
007900      IF WS-EDIT-ERROR
007910          MOVE "* EDIT ERRORS FOUND - SEE DETAIL ABOVE *"
007920            TO RPT-M-TEXT
007930          WRITE BALANCING-RECORD FROM RPT-MESSAGE-LINE
007940              AFTER ADVANCING 1 LINE
007950          MOVE 4 TO RETURN-CODE
007960      ELSE
007970          MOVE "ADJUSTMENT FILE CLEAN AND IN BALANCE"
007980            TO RPT-M-TEXT
007990          WRITE BALANCING-RECORD FROM RPT-MESSAGE-LINE
008000              AFTER ADVANCING 1 LINE
008010      END-IF
008020      END-IF
008030
008040      CLOSE ADJUSTMENT-FILE
008050      CLOSE CUSTOMER-MASTER-FILE
008060      CLOSE BALANCING-REPORT.
008070
008080      IF NOT WS-RUNCTL-REFUSED
008090          MOVE "E"         TO RC-FUNCTION
008100          MOVE RETURN-CODE TO RC-COMPLETION-CODE
008110          CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
008120      END-IF.
008130
008140  3000-FINALIZE-EXIT.
008150      EXIT.
008160
