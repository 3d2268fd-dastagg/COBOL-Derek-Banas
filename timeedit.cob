000180*                SEQUENCE FILE SETS RETURN-CODE 8 SO THE        *
000190*                SCHEDULER STOPS THE NIGHT'S PAYROLL; EDIT      *
000200*                ERRORS ALONE SET RETURN-CODE 4.                *
000210*                VACATION AND SICK HOURS TAKEN ON THE CARD ARE  *
000220*                CHECKED AGAINST THE AVAILABLE BALANCES ON THE  *
000230*                PTOBAL FILE - TIME OFF THE EMPLOYEE HAS NOT    *
000240*                GOT IS AN EDIT ERROR.                          *
000250*****************************************************************
000260* MODIFICATION HISTORY                                          *
000270*-----------------------------------------------------------------
000280* DATE       INIT  DESCRIPTION                                  *
000290* 09/03/2026 DRH   ORIGINAL PROGRAM.                            *
000300* 09/03/2026 DRH   START AND END EVENTS ARE NOW LOGGED TO       *
000310*                  THE SHARED RUNCTL CONTROL FILE THROUGH       *
000320*                  THE RUNCTLIO SUBPROGRAM, WHICH REFUSES       *
000330*                  A RUN WHOSE PREDECESSOR HAS NOT              *
000340*                  COMPLETED CLEAN FOR THE CYCLE DATE, OR       *
000350*                  ONE THAT ALREADY COMPLETED TODAY.            *
000360* 09/03/2026 DRH   CUSTOMER-MASTER RECORD EXTENDED WITH THE     *
000370*                  EMPLOYEE STATUS AND EFFECTIVE DATE (NOW 53   *
000380*                  BYTES); LAYOUT CHANGE ONLY HERE.             *
000390* 09/03/2026 DRH   A RUN THE RUNCTL CHECK REFUSES NOW STOPS     *
000400*                  BEFORE OPENING ANY FILE AND WRITES NOTHING   *
000410*                  AT FINALIZE - A DUPLICATE RUN CAN NO LONGER  *
000420*                  TRUNCATE THE OUTPUTS THE GUARD EXISTS TO     *
000430*                  PROTECT.                                     *
000440* 09/03/2026 DRH   THE IDENT CHECK DIGIT IS NO LONGER CODED     *
000450*                  INLINE - THE KEY IS RUN THROUGH THE SHARED   *
000460*                  EDITMSTR SUBPROGRAM IN KEY-ONLY MODE, SO     *
000470*                  THE CHECK-DIGIT RULE CANNOT DRIFT FROM THE   *
000480*                  POSTING PROGRAMS AGAIN.                      *
000490* 10/15/2026 DRH   THE MASTER RECORD NOW CARRIES A PAY TYPE     *
000500*                  AND PER-PERIOD SALARY; THE CUSTOMER-MASTER   *
000510*                  LAYOUT GREW TO 60 BYTES.                     *
000520*                  THE EDITMSTR PARAMETER AREA GREW TO MATCH.   *
000530* 10/15/2026 DRH   TIMECARD GREW TO 41 BYTES WITH VACATION AND  *
000540*                  SICK HOURS TAKEN.  NEW 2350-EDIT-PTO-HOURS   *
000550*                  CHECKS THEM FOR CLASS AND AGAINST THE        *
000560*                  AVAILABLE BALANCES ON THE NEW PTOBAL FILE.   *
000570* 10/15/2026 DRH   A CUSTMAST, PTOBAL OR TCEDRPT OPEN FAILURE   *
000580*                  NOW ENDS THE RUN WITH RETURN CODE 8, AS A    *
000590*                  TIMECARD OPEN FAILURE ALREADY DID, INSTEAD   *
000600*                  OF REPORTING THE FILE CLEAN.                 *
000610*****************************************************************
000620  IDENTIFICATION DIVISION.
000630  PROGRAM-ID. TIMEEDIT.
000640  AUTHOR. DAVID R. HENDERSON.
000650  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000660  DATE-WRITTEN. 09/03/2026.
000670  DATE-COMPILED.
000680  ENVIRONMENT DIVISION.
000690
000700  CONFIGURATION SECTION.
000710  SOURCE-COMPUTER. IBM-370.
000720  OBJECT-COMPUTER. IBM-370.
000730  SPECIAL-NAMES.
000740      C01 IS TOP-OF-PAGE.
000750
000760  INPUT-OUTPUT SECTION.
000770  FILE-CONTROL.
000780*****************************************************************
000790* TIMECARD-FILE IS THE PER-PERIOD TIME ENTRY FILE - ONE RECORD  *
000800* PER EMPLOYEE PER PAY PERIOD WITH DAILY HOURS - THE NIGHT'S    *
000810* PAYROLL WILL MATCH-MERGE AGAINST CUSTOMER-MASTER.             *
000820*****************************************************************
000830      SELECT TIMECARD-FILE
000840          ASSIGN TO "TIMECARD"
000850          ORGANIZATION IS SEQUENTIAL
000860          FILE STATUS IS WS-TCF-FILE-STATUS.
000870
000880*****************************************************************
000890* CUSTOMER-MASTER IS READ BY KEY TO VERIFY EACH TIMECARD NAMES  *
000900* AN EMPLOYEE THAT ACTUALLY EXISTS.                             *
000910*****************************************************************
000920      SELECT CUSTOMER-MASTER-FILE
000930          ASSIGN TO "CUSTMAST"
000940          ORGANIZATION IS INDEXED
000950          ACCESS MODE IS DYNAMIC
000960          RECORD KEY IS CM-IDENT
000970          FILE STATUS IS WS-CM-FILE-STATUS.
000980
000990*****************************************************************
001000* PTO-BALANCE IS THE PAID-TIME-OFF BALANCE MASTER, READ BY KEY  *
001010* FOR THE VACATION AND SICK HOURS AVAILABLE TO EACH EMPLOYEE    *
001020* WHO TAKES TIME OFF.                                           *
001030*****************************************************************
001040      SELECT PTO-BALANCE-FILE
001050          ASSIGN TO "PTOBAL"
001060          ORGANIZATION IS INDEXED
001070          ACCESS MODE IS DYNAMIC
001080          RECORD KEY IS PB-IDENT
001090          FILE STATUS IS WS-PB-FILE-STATUS.
001100
001110*****************************************************************
001120* EDIT-REPORT IS THE FORMATTED TIMECARD EDIT REPORT.            *
001130*****************************************************************
001140      SELECT EDIT-REPORT
001150          ASSIGN TO "TCEDRPT"
001160          ORGANIZATION IS SEQUENTIAL
001170          FILE STATUS IS WS-RPT-FILE-STATUS.
001180
001190  DATA DIVISION.
001200
001210  FILE SECTION.
001220*****************************************************************
001230* FD  - TIMECARD-FILE                                           *
001240*  THE DAILY HOURS ARE HOURS WORKED.  VACATION AND SICK HOURS   *
001250*  TAKEN IN THE PERIOD ARE CARRIED SEPARATELY AT THE END OF THE *
001260*  CARD.                                                        *
001270*****************************************************************
001280  FD  TIMECARD-FILE
001290      LABEL RECORDS ARE STANDARD
001300      RECORD CONTAINS 41 CHARACTERS.
001310  01  TIMECARD-RECORD.
001320      05  TC-IDENT                PIC 9(03).
001330      05  TC-DAY-HOURS            PIC 9(02)V99 OCCURS 7 TIMES.
001340      05  TC-VAC-HOURS            PIC 9(03)V99.
001350      05  TC-SICK-HOURS           PIC 9(03)V99.
001360
001370*****************************************************************
001380* FD  - CUSTOMER-MASTER-FILE                                    *
001390*****************************************************************
001400  FD  CUSTOMER-MASTER-FILE
001410      LABEL RECORDS ARE STANDARD
001420      RECORD CONTAINS 60 CHARACTERS.
001430  01  CUSTOMER-MASTER-RECORD.
001440      05  CM-IDENT                PIC 9(03).
001450      05  CM-CUSTNAME             PIC X(20).
001460      05  CM-DATEOFBIRTH.
001470          10  CM-MOB              PIC 9(02).
001480          10  CM-DOB              PIC 9(02).
001490          10  CM-YOB              PIC 9(04).
001500      05  CM-HOURS-WORKED         PIC 9(03)V99.
001510      05  CM-HOURLY-RATE          PIC 9(03)V99.
001520      05  CM-AGE-YEARS            PIC 9(03).
001530      05  CM-STATUS               PIC X(01).
001540          88  CM-STATUS-ACTIVE          VALUE "A".
001550          88  CM-STATUS-LEAVE           VALUE "L".
001560          88  CM-STATUS-TERMINATED      VALUE "T".
001570      05  CM-STATUS-DATE          PIC 9(08).
001580      05  CM-PAY-TYPE             PIC X(01).
001590          88  CM-PAY-HOURLY             VALUE "H".
001600          88  CM-PAY-SALARIED           VALUE "S".
001610      05  CM-PERIOD-SALARY        PIC 9(04)V99.
001620
001630*****************************************************************
001640* FD  - PTO-BALANCE-FILE                                        *
001650* AVAILABLE IS ALWAYS CARRIED PLUS ACCRUED LESS TAKEN.          *
001660*****************************************************************
001670  FD  PTO-BALANCE-FILE
001680      LABEL RECORDS ARE STANDARD
001690      RECORD CONTAINS 59 CHARACTERS.
001700  01  PTO-BALANCE-RECORD.
001710      05  PB-IDENT                PIC 9(03).
001720      05  PB-SERVICE-DATE.
001730          10  PB-SVC-CCYY         PIC 9(04).
001740          10  PB-SVC-MM           PIC 9(02).
001750          10  PB-SVC-DD           PIC 9(02).
001760      05  PB-VAC-CARRIED          PIC S9(04)V99.
001770      05  PB-VAC-ACCRUED          PIC S9(04)V99.
001780      05  PB-VAC-TAKEN            PIC 9(04)V99.
001790      05  PB-VAC-AVAILABLE        PIC S9(04)V99.
001800      05  PB-SICK-CARRIED         PIC S9(04)V99.
001810      05  PB-SICK-ACCRUED         PIC S9(04)V99.
001820      05  PB-SICK-TAKEN           PIC 9(04)V99.
001830      05  PB-SICK-AVAILABLE       PIC S9(04)V99.
001840
001850*****************************************************************
001860* FD  - EDIT-REPORT                                             *
001870*****************************************************************
001880  FD  EDIT-REPORT
001890      LABEL RECORDS ARE STANDARD
001900      RECORD CONTAINS 132 CHARACTERS.
001910  01  EDIT-RECORD                 PIC X(132).
001920
001930  WORKING-STORAGE SECTION.
001940*****************************************************************
001950* FILE STATUS AND END-OF-FILE SWITCHES                          *
001960*****************************************************************
001970  77  WS-TCF-FILE-STATUS      PIC X(02) VALUE SPACES.
001980      88  WS-TCF-FILE-OK             VALUE "00".
001990
002000  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
002010      88  WS-END-OF-FILE             VALUE "Y".
002020      88  WS-NOT-END-OF-FILE         VALUE "N".
002030
002040  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
002050      88  WS-CM-FILE-OK              VALUE "00".
002060
002070  77  WS-PB-FILE-STATUS       PIC X(02) VALUE SPACES.
002080      88  WS-PB-FILE-OK              VALUE "00".
002090
002100  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
002110      88  WS-RPT-FILE-OK             VALUE "00".
002120
002130*****************************************************************
002140* EDIT SWITCHES.  A SEQUENCE ERROR IS FATAL TO THE NIGHT'S      *
002150* PAYROLL (RETURN-CODE 8); AN ORDINARY EDIT ERROR ONLY WARNS    *
002160* (RETURN-CODE 4).                                              *
002170*****************************************************************
002180  77  WS-SEQ-ERROR-SW         PIC X(01) VALUE "N".
002190      88  WS-SEQ-ERROR               VALUE "Y".
002200
002210  77  WS-EDIT-ERROR-SW        PIC X(01) VALUE "N".
002220      88  WS-EDIT-ERROR              VALUE "Y".
002230
002240  77  WS-REJECT-REASON-TEXT   PIC X(30) VALUE SPACES.
002250
002260*****************************************************************
002270* SEQUENCE CHECK WORKING FIELD.  THE SEQUENCE TEST ALSO        *
002280* CATCHES DUPLICATES - ONE EMPLOYEE GETS EXACTLY ONE CARD      *
002290* PER PERIOD.                                                  *
002300*****************************************************************
002310  77  WS-PREV-IDENT           PIC 9(03) VALUE ZEROS.
002320
002330*****************************************************************
002340* SHARED EDIT SUBPROGRAM PARAMETER AREA.  ONLY THE IDENT IS     *
002350* CARRIED IN THE IMAGE - THE KEY-ONLY MODE "K" RUNS EDITMSTR'S  *
002360* IDENT CLASS AND CHECK-DIGIT PASSES, THE ONE COPY OF THE       *
002370* CHECK-DIGIT RULE EVERY PROGRAM SHARES.                        *
002380*****************************************************************
002390  01  EDIT-MASTER-PARMS.
002400      05  EM-EDIT-MODE            PIC X(01).
002410      05  EM-MASTER-IMAGE.
002420          10  EM-IDENT            PIC X(03).
002430          10  FILLER              PIC X(57).
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
002550*****************************************************************
002560* DAILY HOURS EDIT WORKING FIELDS.  THE DAILY MAXIMUM IS A      *
002570* SANITY LIMIT ON KEYED HOURS, NOT A LABOR RULE - A CARD PAST   *
002580* IT IS A MISKEY, NOT A LONG SHIFT.                             *
002590*****************************************************************
002600  77  WS-MAX-DAILY-HOURS      PIC 9(02)V99 VALUE 16.00.
002610  77  WS-DAY-IX               PIC 9(01) VALUE ZEROS.
002620  77  WS-TOTAL-HOURS          PIC 9(03)V99 VALUE ZEROS.
002630
002640  77  WS-DAY-ERROR-SW         PIC X(01) VALUE "N".
002650      88  WS-DAY-ERROR               VALUE "Y".
002660
002670*****************************************************************
002680* RUN COUNTERS FOR THE FINALIZE TOTALS                          *
002690*****************************************************************
002700  77  WS-READ-COUNT           PIC 9(07) VALUE ZEROS.
002710  77  WS-ERROR-COUNT          PIC 9(07) VALUE ZEROS.
002720
002730*****************************************************************
002740* EDIT REPORT LAYOUTS AND PAGE CONTROL FIELDS                   *
002750*****************************************************************
002760  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
002770  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
002780  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
002790
002800  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
002810
002820  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
002830  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
002840      05  WS-CURR-CCYY        PIC 9(04).
002850      05  WS-CURR-MM          PIC 9(02).
002860      05  WS-CURR-DD          PIC 9(02).
002870
002880  01  RPT-HEADING-1.
002890      05  FILLER              PIC X(01) VALUE SPACE.
002900      05  FILLER              PIC X(30) VALUE
002910          "TIMECARD EDIT".
002920      05  FILLER              PIC X(20) VALUE SPACES.
002930      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
002940      05  RPT-H1-DATE         PIC X(10).
002950      05  FILLER              PIC X(10) VALUE SPACES.
002960      05  FILLER              PIC X(06) VALUE "PAGE: ".
002970      05  RPT-H1-PAGE         PIC ZZZ9.
002980      05  FILLER              PIC X(41) VALUE SPACES.
002990
003000  01  RPT-HEADING-2.
003010      05  FILLER              PIC X(02) VALUE SPACES.
003020      05  FILLER              PIC X(05) VALUE "IDENT".
003030      05  FILLER              PIC X(05) VALUE SPACES.
003040      05  FILLER              PIC X(09) VALUE "TOTAL HRS".
003050      05  FILLER              PIC X(04) VALUE SPACES.
003060      05  FILLER              PIC X(30) VALUE "ERROR".
003070      05  FILLER              PIC X(77) VALUE SPACES.
003080
003090  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
003100
003110  01  RPT-DETAIL-LINE.
003120      05  FILLER              PIC X(02) VALUE SPACES.
003130      05  RPT-D-IDENT         PIC ZZ9.
003140      05  FILLER              PIC X(07) VALUE SPACES.
003150      05  RPT-D-HOURS         PIC ZZ9.99.
003160      05  FILLER              PIC X(06) VALUE SPACES.
003170      05  RPT-D-ERROR         PIC X(30).
003180      05  FILLER              PIC X(78) VALUE SPACES.
003190
003200  01  RPT-MESSAGE-LINE.
003210      05  FILLER              PIC X(02) VALUE SPACES.
003220      05  RPT-M-TEXT          PIC X(60).
003230      05  FILLER              PIC X(70) VALUE SPACES.
003240
003250  01  RPT-COUNT-LINE.
003260      05  FILLER              PIC X(02) VALUE SPACES.
003270      05  RPT-C-LABEL         PIC X(25).
003280      05  RPT-C-COUNT         PIC ZZZ,ZZ9.
003290      05  FILLER              PIC X(98) VALUE SPACES.
003300
003310*****************************************************************
003320* RUN-SEQUENCING CONTROL PARAMETER AREA FOR THE RUNCTLIO        *
003330* CALLS.  THE START CALL REFUSES THE RUN WHEN THE PREDECESSOR   *
003340* JOB HAS NOT COMPLETED CLEAN FOR TODAY'S CYCLE, OR WHEN THIS   *
003350* JOB ALREADY COMPLETED TODAY.                                  *
003360*****************************************************************
003370  01  RUN-CONTROL-PARMS.
003380      05  RC-FUNCTION             PIC X(01).
003390      05  RC-PROGRAM              PIC X(08).
003400      05  RC-PREDECESSOR          PIC X(08).
003410      05  RC-CYCLE-DATE           PIC 9(08).
003420      05  RC-COMPLETION-CODE      PIC 9(02).
003430      05  RC-RESULT               PIC 9(02).
003440      05  RC-REASON               PIC X(40).
003450
003460  77  WS-RUNCTL-REFUSED-SW    PIC X(01) VALUE "N".
003470      88  WS-RUNCTL-REFUSED          VALUE "Y".
003480
003490  PROCEDURE DIVISION.
003500*****************************************************************
003510*                        0000-MAINLINE                          *
003520*****************************************************************
003530  0000-MAINLINE.
003540
003550      PERFORM 1000-INITIALIZE
003560          THRU 1000-INITIALIZE-EXIT.
003570
003580      PERFORM 2000-PROCESS-TIMECARDS
003590          THRU 2000-PROCESS-TIMECARDS-EXIT
003600          UNTIL WS-END-OF-FILE.
003610
003620      PERFORM 3000-FINALIZE
003630          THRU 3000-FINALIZE-EXIT.
003640
003650      STOP RUN.
003660
003670*****************************************************************
003680*                       1000-INITIALIZE                         *
003690*  OPENS THE FILES AND PRINTS THE FIRST PAGE OF THE EDIT        *
003700*  REPORT.                                                      *
003710*****************************************************************
003720  1000-INITIALIZE.
003730
003740      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003750
003760      STRING WS-CURR-MM   DELIMITED BY SIZE
003770             "/"          DELIMITED BY SIZE
003780             WS-CURR-DD   DELIMITED BY SIZE
003790             "/"          DELIMITED BY SIZE
003800             WS-CURR-CCYY DELIMITED BY SIZE
003810          INTO WS-RUN-DATE-EDIT
003820
003830      MOVE "S"             TO RC-FUNCTION
003840      MOVE "TIMEEDIT" TO RC-PROGRAM
003850      MOVE "CUSTBKUP" TO RC-PREDECESSOR
003860      MOVE WS-CURRENT-DATE TO RC-CYCLE-DATE
003870      MOVE ZEROS           TO RC-COMPLETION-CODE
003880
003890      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
003900
003910      IF RC-RESULT NOT = ZEROS
003920          DISPLAY "TIMEEDIT: RUN REFUSED - " RC-REASON
003930          SET WS-RUNCTL-REFUSED TO TRUE
003940          SET WS-END-OF-FILE TO TRUE
003950          MOVE 8 TO RETURN-CODE
003960          GO TO 1000-INITIALIZE-EXIT
003970      END-IF.
003980
003990      OPEN INPUT TIMECARD-FILE
004000
004010      IF NOT WS-TCF-FILE-OK
004020          DISPLAY "TIMEEDIT: UNABLE TO OPEN TIMECARD, "
004030                  "STATUS = " WS-TCF-FILE-STATUS
004040          SET WS-END-OF-FILE TO TRUE
004050          SET WS-SEQ-ERROR TO TRUE
004060      END-IF.
004070
004080      OPEN INPUT CUSTOMER-MASTER-FILE
004090
004100      IF NOT WS-CM-FILE-OK
004110          DISPLAY "TIMEEDIT: UNABLE TO OPEN CUSTMAST, "
004120                  "STATUS = " WS-CM-FILE-STATUS
004130          SET WS-END-OF-FILE TO TRUE
004140          SET WS-SEQ-ERROR TO TRUE
004150      END-IF.
004160
004170      OPEN INPUT PTO-BALANCE-FILE
004180
004190      IF NOT WS-PB-FILE-OK
004200          DISPLAY "TIMEEDIT: UNABLE TO OPEN PTOBAL, "
004210                  "STATUS = " WS-PB-FILE-STATUS
004220          SET WS-END-OF-FILE TO TRUE
004230          SET WS-SEQ-ERROR TO TRUE
004240      END-IF.
004250
004260      OPEN OUTPUT EDIT-REPORT
004270
004280      IF NOT WS-RPT-FILE-OK
004290          DISPLAY "TIMEEDIT: UNABLE TO OPEN TCEDRPT, "
004300                  "STATUS = " WS-RPT-FILE-STATUS
004310          SET WS-END-OF-FILE TO TRUE
004320          SET WS-SEQ-ERROR TO TRUE
004330      END-IF.
004340
004350      PERFORM 2810-PRINT-HEADINGS
004360          THRU 2810-PRINT-HEADINGS-EXIT.
004370
004380  1000-INITIALIZE-EXIT.
004390      EXIT.
004400
004410*****************************************************************
004420*                 2000-PROCESS-TIMECARDS                        *
004430*  MAIN READ LOOP - READS EACH TIMECARD UNTIL END OF FILE AND   *
004440*  RUNS THE SEQUENCE, CHECK-DIGIT, MASTER-MATCH, DAILY HOURS    *
004450*  AND PTO BALANCE EDITS OVER IT.                               *
004460*****************************************************************
004470  2000-PROCESS-TIMECARDS.
004480
004490      PERFORM 2100-READ-TIMECARD
004500          THRU 2100-READ-TIMECARD-EXIT.
004510
004520      IF WS-END-OF-FILE
004530          GO TO 2000-PROCESS-TIMECARDS-EXIT
004540      END-IF.
004550
004560      ADD 1 TO WS-READ-COUNT
004570
004580      PERFORM 2200-EDIT-TIMECARD
004590          THRU 2200-EDIT-TIMECARD-EXIT.
004600
004610  2000-PROCESS-TIMECARDS-EXIT.
004620      EXIT.
004630
004640*****************************************************************
004650*                   2100-READ-TIMECARD                          *
004660*****************************************************************
004670  2100-READ-TIMECARD.
004680
004690      READ TIMECARD-FILE
004700          AT END
004710              SET WS-END-OF-FILE TO TRUE
004720      END-READ.
004730
004740  2100-READ-TIMECARD-EXIT.
004750      EXIT.
004760
004770*****************************************************************
004780*                  2200-EDIT-TIMECARD                           *
004790*  RUNS EVERY EDIT OVER THE HELD TIMECARD - THE IDENT CHECK     *
004800*  DIGIT THROUGH THE SHARED EDITMSTR SUBPROGRAM IN KEY-ONLY    *
004810*  MODE - AND PRINTS ONE ERROR                                 *
004820*  LINE PER FAILURE.  THE SEQUENCE TEST MIRRORS WHAT THE        *
004830*  PAYROLL MATCH-MERGE ASSUMES - ASCENDING IDENT - AND A BREAK  *
004840*  THERE IS FATAL TO THE NIGHT'S RUN, NOT JUST A WARNING.  A    *
004850*  SECOND CARD FOR THE SAME EMPLOYEE IS AN ERROR - ONE CARD     *
004860*  PER EMPLOYEE PER PERIOD.                                     *
004870*****************************************************************
004880  2200-EDIT-TIMECARD.
004890
004900      IF TC-IDENT IS NOT NUMERIC
004910          MOVE "IDENT NOT NUMERIC" TO WS-REJECT-REASON-TEXT
004920          PERFORM 2800-PRINT-ERROR-LINE
004930              THRU 2800-PRINT-ERROR-LINE-EXIT
004940          GO TO 2200-EDIT-TIMECARD-EXIT
004950      END-IF
004960
004970      IF TC-IDENT < WS-PREV-IDENT
004980          SET WS-SEQ-ERROR TO TRUE
004990          MOVE "OUT OF IDENT SEQUENCE" TO WS-REJECT-REASON-TEXT
005000          PERFORM 2800-PRINT-ERROR-LINE
005010              THRU 2800-PRINT-ERROR-LINE-EXIT
005020      END-IF
005030
005040      IF TC-IDENT = WS-PREV-IDENT
005050          MOVE "DUPLICATE TIMECARD" TO WS-REJECT-REASON-TEXT
005060          PERFORM 2800-PRINT-ERROR-LINE
005070              THRU 2800-PRINT-ERROR-LINE-EXIT
005080      END-IF
005090
005100      MOVE TC-IDENT TO WS-PREV-IDENT
005110
005120      MOVE "K"          TO EM-EDIT-MODE
005130      MOVE SPACES       TO EM-MASTER-IMAGE
005140      MOVE TC-IDENT     TO EM-IDENT
005150      MOVE WS-CURR-CCYY TO EM-CURR-CCYY
005160      MOVE WS-CURR-MM   TO EM-CURR-MM
005170      MOVE WS-CURR-DD   TO EM-CURR-DD
005180
005190      CALL "EDITMSTR" USING EDIT-MASTER-PARMS
005200
005210      IF EM-EDIT-INVALID
005220          MOVE EM-REASON-TEXT TO WS-REJECT-REASON-TEXT
005230          PERFORM 2800-PRINT-ERROR-LINE
005240              THRU 2800-PRINT-ERROR-LINE-EXIT
005250      END-IF
005260
005270      PERFORM 2250-CHECK-MASTER-MATCH
005280          THRU 2250-CHECK-MASTER-MATCH-EXIT
005290
005300      PERFORM 2300-EDIT-DAILY-HOURS
005310          THRU 2300-EDIT-DAILY-HOURS-EXIT
005320
005330      PERFORM 2350-EDIT-PTO-HOURS
005340          THRU 2350-EDIT-PTO-HOURS-EXIT.
005350
005360  2200-EDIT-TIMECARD-EXIT.
005370      EXIT.
005380
005390*****************************************************************
005400*                2250-CHECK-MASTER-MATCH                        *
005410*  READS CUSTOMER-MASTER BY KEY TO VERIFY THE TIMECARD NAMES    *
005420*  AN EMPLOYEE THAT EXISTS - THE MATCH THE PAYROLL MERGE WOULD  *
005430*  OTHERWISE SILENTLY FAIL TO MAKE.                             *
005440*****************************************************************
005450  2250-CHECK-MASTER-MATCH.
005460
005470      MOVE TC-IDENT TO CM-IDENT
005480
005490      READ CUSTOMER-MASTER-FILE
005500          INVALID KEY
005510              MOVE "IDENT NOT ON MASTER"
005520                TO WS-REJECT-REASON-TEXT
005530              PERFORM 2800-PRINT-ERROR-LINE
005540                  THRU 2800-PRINT-ERROR-LINE-EXIT
005550      END-READ.
005560
005570  2250-CHECK-MASTER-MATCH-EXIT.
005580      EXIT.
005590
005600*****************************************************************
005610*                 2300-EDIT-DAILY-HOURS                         *
005620*  CLASS AND RANGE CHECKS EACH OF THE SEVEN DAILY HOURS FIELDS  *
005630*  AND TOTALS THE GOOD ONES FOR THE REPORT LINE.  ONE ERROR     *
005640*  LINE COVERS THE CARD HOWEVER MANY DAYS ARE BAD.              *
005650*****************************************************************
005660  2300-EDIT-DAILY-HOURS.
005670
005680      MOVE "N"   TO WS-DAY-ERROR-SW
005690      MOVE ZEROS TO WS-TOTAL-HOURS
005700      MOVE 1     TO WS-DAY-IX
005710
005720      PERFORM 2310-EDIT-ONE-DAY
005730          THRU 2310-EDIT-ONE-DAY-EXIT
005740          UNTIL WS-DAY-IX > 7
005750
005760      IF WS-DAY-ERROR
005770          PERFORM 2800-PRINT-ERROR-LINE
005780              THRU 2800-PRINT-ERROR-LINE-EXIT
005790      END-IF.
005800
005810  2300-EDIT-DAILY-HOURS-EXIT.
005820      EXIT.
005830
005840*****************************************************************
005850*                  2310-EDIT-ONE-DAY                            *
005860*****************************************************************
005870  2310-EDIT-ONE-DAY.
005880
005890      IF TC-DAY-HOURS (WS-DAY-IX) IS NOT NUMERIC
005900          SET WS-DAY-ERROR TO TRUE
005910          MOVE "DAILY HOURS NOT NUMERIC"
005920            TO WS-REJECT-REASON-TEXT
005930      ELSE
005940      IF TC-DAY-HOURS (WS-DAY-IX) > WS-MAX-DAILY-HOURS
005950          SET WS-DAY-ERROR TO TRUE
005960          MOVE "DAILY HOURS OVER MAXIMUM"
005970            TO WS-REJECT-REASON-TEXT
005980      ELSE
005990          ADD TC-DAY-HOURS (WS-DAY-IX) TO WS-TOTAL-HOURS
006000      END-IF
006010      END-IF
006020
006030      ADD 1 TO WS-DAY-IX.
006040
006050  2310-EDIT-ONE-DAY-EXIT.
006060      EXIT.
006070
006080*****************************************************************
006090*                  2350-EDIT-PTO-HOURS                          *
006100*  CLASS CHECKS THE VACATION AND SICK HOURS TAKEN AND HOLDS     *
006110*  EACH AGAINST THE HOURS AVAILABLE ON THE EMPLOYEE'S PTO       *
006120*  BALANCE RECORD.  TIME OFF PAST THE BALANCE IS AN EDIT ERROR  *
006130*  - THE PAYROLL RUN WILL NOT PAY IT.  A CARD WITH NO TIME OFF  *
006140*  NEEDS NO BALANCE RECORD.                                     *
006150*****************************************************************
006160  2350-EDIT-PTO-HOURS.
006170
006180      IF TC-VAC-HOURS IS NOT NUMERIC
006190          OR TC-SICK-HOURS IS NOT NUMERIC
006200          MOVE "PTO HOURS NOT NUMERIC" TO WS-REJECT-REASON-TEXT
006210          PERFORM 2800-PRINT-ERROR-LINE
006220              THRU 2800-PRINT-ERROR-LINE-EXIT
006230          GO TO 2350-EDIT-PTO-HOURS-EXIT
006240      END-IF
006250
006260      IF TC-VAC-HOURS = ZERO AND TC-SICK-HOURS = ZERO
006270          GO TO 2350-EDIT-PTO-HOURS-EXIT
006280      END-IF
006290
006300      MOVE TC-IDENT TO PB-IDENT
006310
006320      READ PTO-BALANCE-FILE
006330          INVALID KEY
006340              MOVE "NO PTO BALANCE ON FILE"
006350                TO WS-REJECT-REASON-TEXT
006360              PERFORM 2800-PRINT-ERROR-LINE
006370                  THRU 2800-PRINT-ERROR-LINE-EXIT
006380              GO TO 2350-EDIT-PTO-HOURS-EXIT
006390      END-READ
006400
006410      IF TC-VAC-HOURS > PB-VAC-AVAILABLE
006420          MOVE "VACATION OVER BALANCE" TO WS-REJECT-REASON-TEXT
006430          PERFORM 2800-PRINT-ERROR-LINE
006440              THRU 2800-PRINT-ERROR-LINE-EXIT
006450      END-IF
006460
006470      IF TC-SICK-HOURS > PB-SICK-AVAILABLE
006480          MOVE "SICK TIME OVER BALANCE" TO WS-REJECT-REASON-TEXT
006490          PERFORM 2800-PRINT-ERROR-LINE
006500              THRU 2800-PRINT-ERROR-LINE-EXIT
006510      END-IF.
006520
006530  2350-EDIT-PTO-HOURS-EXIT.
006540      EXIT.
006550
006560*****************************************************************
006570*                2800-PRINT-ERROR-LINE                          *
006580*  BUILDS AND WRITES ONE ERROR LINE ON THE EDIT REPORT,         *
006590*  BREAKING TO A NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.    *
006600*****************************************************************
006610  2800-PRINT-ERROR-LINE.
006620
006630      SET WS-EDIT-ERROR TO TRUE
006640      ADD 1 TO WS-ERROR-COUNT
006650
006660      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
006670          PERFORM 2810-PRINT-HEADINGS
006680              THRU 2810-PRINT-HEADINGS-EXIT
006690      END-IF
006700
006710      MOVE TC-IDENT              TO RPT-D-IDENT
006720      MOVE WS-TOTAL-HOURS        TO RPT-D-HOURS
006730      MOVE WS-REJECT-REASON-TEXT TO RPT-D-ERROR
006740
006750      WRITE EDIT-RECORD FROM RPT-DETAIL-LINE
006760          AFTER ADVANCING 1 LINE
006770
006780      ADD 1 TO WS-LINE-COUNT.
006790
006800  2800-PRINT-ERROR-LINE-EXIT.
006810      EXIT.
006820
006830*****************************************************************
006840*                 2810-PRINT-HEADINGS                          *
006850*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
006860*  NEW PAGE AND RESETS THE LINE COUNT.                          *
006870*****************************************************************
006880  2810-PRINT-HEADINGS.
006890
006900      ADD 1 TO WS-PAGE-COUNT
006910      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
006920      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
006930
006940      WRITE EDIT-RECORD FROM RPT-HEADING-1
006950          AFTER ADVANCING PAGE
006960      WRITE EDIT-RECORD FROM RPT-BLANK-LINE
006970          AFTER ADVANCING 1 LINE
006980      WRITE EDIT-RECORD FROM RPT-HEADING-2
006990          AFTER ADVANCING 1 LINE
007000      WRITE EDIT-RECORD FROM RPT-BLANK-LINE
007010          AFTER ADVANCING 1 LINE
007020
007030      MOVE ZEROS TO WS-LINE-COUNT.
007040
007050  2810-PRINT-HEADINGS-EXIT.
007060      EXIT.
007070
007080*****************************************************************
007090*                       3000-FINALIZE                           *
007100*  PRINTS THE RUN TOTALS AND THE VERDICT, AND SETS THE RETURN   *
007110*  CODE THE SCHEDULER KEYS THE NIGHT'S PAYROLL OFF - 8 WHEN     *
007120*  THE FILE IS OUT OF SEQUENCE, 4 WHEN ONLY ORDINARY EDIT       *
007130*  ERRORS WERE FOUND, 0 ON A CLEAN FILE.                        *
007140*****************************************************************
007150  3000-FINALIZE.
007160
007170      IF WS-RUNCTL-REFUSED
007180          GO TO 3000-FINALIZE-EXIT
007190      END-IF.
007200
007210      WRITE EDIT-RECORD FROM RPT-BLANK-LINE
007220          AFTER ADVANCING 1 LINE
007230
007240      MOVE "TIMECARDS READ"     TO RPT-C-LABEL
007250      MOVE WS-READ-COUNT        TO RPT-C-COUNT
007260      WRITE EDIT-RECORD FROM RPT-COUNT-LINE
007270          AFTER ADVANCING 1 LINE
007280
007290      MOVE "EDIT ERRORS"        TO RPT-C-LABEL
007300      MOVE WS-ERROR-COUNT       TO RPT-C-COUNT
007310      WRITE EDIT-RECORD FROM RPT-COUNT-LINE
007320          AFTER ADVANCING 1 LINE
007330
007340      WRITE EDIT-RECORD FROM RPT-BLANK-LINE
007350          AFTER ADVANCING 1 LINE
007360
007370      IF WS-SEQ-ERROR
007380          MOVE "*** PAYROLL MUST NOT RUN - SEQUENCE ERROR ***"
007390            TO RPT-M-TEXT
007400          WRITE EDIT-RECORD FROM RPT-MESSAGE-LINE
007410              AFTER ADVANCING 1 LINE
007420          MOVE 8 TO RETURN-CODE
007430      ELSE
007440      IF WS-EDIT-ERROR
007450          MOVE "* EDIT ERRORS FOUND - SEE DETAIL ABOVE *"
007460            TO RPT-M-TEXT
007470          WRITE EDIT-RECORD FROM RPT-MESSAGE-LINE
007480              AFTER ADVANCING 1 LINE
007490          MOVE 4 TO RETURN-CODE
007500      ELSE
007510          MOVE "TIMECARD FILE CLEAN"
007520            TO RPT-M-TEXT
007530          WRITE EDIT-RECORD FROM RPT-MESSAGE-LINE
007540              AFTER ADVANCING 1 LINE
007550      END-IF
007560      END-IF
007570
007580      CLOSE TIMECARD-FILE
007590      CLOSE CUSTOMER-MASTER-FILE
007600      CLOSE PTO-BALANCE-FILE
007610      CLOSE EDIT-REPORT.
007620
007630      IF NOT WS-RUNCTL-REFUSED
007640          MOVE "E"         TO RC-FUNCTION
007650          MOVE RETURN-CODE TO RC-COMPLETION-CODE
007660          CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
007670      END-IF.
007680
007690  3000-FINALIZE-EXIT.
007700      EXIT.
007710
