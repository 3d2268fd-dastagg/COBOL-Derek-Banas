000130*                  - A CUSTNAME/DATEOFBIRTH CHANGE IS VERIFIED  *
000140*                    AGAINST AUDITLOG FOR A MATCHING BEFORE/    *
000150*                    AFTER ENTRY AND FLAGGED IF NONE EXISTS;    *
000160*                  - HOURS/RATE AND PAY TYPE/SALARY CHANGES,    *
000170*                    RECORDS THAT VANISHED, AND RECORDS THAT    *
000180*                    APPEARED ARE ALWAYS FLAGGED.               *
000190*                ANY FLAG SETS RETURN-CODE 8.  THIS COMPARE IS  *
000200*                THE SAFETY NET THAT LETS US TRUST THE IN-PLACE *
000210*                MASTER UPDATE AT ALL.                          *
000400*                  AT FINALIZE - A DUPLICATE RUN CAN NO LONGER  *
000410*                  TRUNCATE THE OUTPUTS THE GUARD EXISTS TO     *
000420*                  PROTECT.                                     *
000430* 10/15/2026 DRH   THE MASTER RECORD NOW CARRIES A PAY TYPE     *
000440*                  AND PER-PERIOD SALARY AND GREW TO 60 BYTES.  *
000450*                  THE PAYROLL RUN NEVER CHANGES EITHER, SO A   *
000460*                  CHANGE IS ALWAYS FLAGGED, THE SAME AS AN     *
000470*                  HOURS/RATE CHANGE.                           *
000480*****************************************************************
000490  IDENTIFICATION DIVISION.
000500  PROGRAM-ID. CUSTCOMP.
000510  AUTHOR. DAVID R. HENDERSON.
000520  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000530  DATE-WRITTEN. 08/21/2026.
000540  DATE-COMPILED.
000550  ENVIRONMENT DIVISION.
000560
000570  CONFIGURATION SECTION.
000580  SOURCE-COMPUTER. IBM-370.
000590  OBJECT-COMPUTER. IBM-370.
000600  SPECIAL-NAMES.
000610      C01 IS TOP-OF-PAGE.
000620
000630  INPUT-OUTPUT SECTION.
000640  FILE-CONTROL.
000650*****************************************************************
000660* BACKUP-FILE IS THE PRE-RUN COPY CUSTBKUP TOOK, IN KEY ORDER.  *
000670*****************************************************************
000680      SELECT BACKUP-FILE
000690          ASSIGN TO "CUSTBKP"
000700          ORGANIZATION IS SEQUENTIAL
000710          FILE STATUS IS WS-BKP-FILE-STATUS.
000720
000730*****************************************************************
000740* CUSTOMER-MASTER IS THE UPDATED MASTER AS THE RUN LEFT IT,     *
000750* READ IN KEY ORDER FOR THE MATCH-MERGE.                        *
000760*****************************************************************
000770      SELECT CUSTOMER-MASTER-FILE
000780          ASSIGN TO "CUSTMAST"
000790          ORGANIZATION IS INDEXED
000800          ACCESS MODE IS DYNAMIC
000810          RECORD KEY IS CM-IDENT
000820          FILE STATUS IS WS-CM-FILE-STATUS.
000830
000840*****************************************************************
000850* AUDIT-FILE IS THE ACCUMULATED TRAIL - THE PROOF A NAME OR     *
000860* DATE-OF-BIRTH CHANGE WAS MADE THROUGH A PROGRAM AND NOT BY    *
000870* SOMETHING ELSE.  LOADED INTO A TABLE FOR LOOKUP.              *
000880*****************************************************************
000890      SELECT AUDIT-FILE
000900          ASSIGN TO "AUDITLOG"
000910          ORGANIZATION IS SEQUENTIAL
000920          FILE STATUS IS WS-AUD-FILE-STATUS.
000930
000940*****************************************************************
000950* COMPARE-REPORT IS THE FORMATTED DIFFERENCE REPORT.            *
000960*****************************************************************
000970      SELECT COMPARE-REPORT
000980          ASSIGN TO "CMPRPT"
000990          ORGANIZATION IS SEQUENTIAL
001000          FILE STATUS IS WS-RPT-FILE-STATUS.
001010
001020  DATA DIVISION.
001030
001040  FILE SECTION.
001050*****************************************************************
001060* FD  - BACKUP-FILE                                             *
001070*****************************************************************
001080  FD  BACKUP-FILE
001090      LABEL RECORDS ARE STANDARD
001100      RECORD CONTAINS 60 CHARACTERS.
001110  01  BACKUP-RECORD.
001120      05  BK-IDENT                PIC 9(03).
001130      05  BK-CUSTNAME             PIC X(20).
001140      05  BK-DATEOFBIRTH.
001150          10  BK-MOB              PIC 9(02).
001160          10  BK-DOB              PIC 9(02).
001170          10  BK-YOB              PIC 9(04).
001180      05  BK-HOURS-WORKED         PIC 9(03)V99.
001190      05  BK-HOURLY-RATE          PIC 9(03)V99.
001200      05  BK-AGE-YEARS            PIC 9(03).
001210      05  BK-STATUS               PIC X(01).
001220      05  BK-STATUS-DATE          PIC 9(08).
001230      05  BK-PAY-TYPE             PIC X(01).
001240      05  BK-PERIOD-SALARY        PIC 9(04)V99.
001250
001260*****************************************************************
001270* FD  - CUSTOMER-MASTER-FILE                                    *
001280*****************************************************************
001290  FD  CUSTOMER-MASTER-FILE
001300      LABEL RECORDS ARE STANDARD
001310      RECORD CONTAINS 60 CHARACTERS.
001320  01  CUSTOMER-MASTER-RECORD.
001330      05  CM-IDENT                PIC 9(03).
001340      05  CM-CUSTNAME             PIC X(20).
001350      05  CM-DATEOFBIRTH.
001360          10  CM-MOB              PIC 9(02).
001370          10  CM-DOB              PIC 9(02).
001380          10  CM-YOB              PIC 9(04).
001390      05  CM-HOURS-WORKED         PIC 9(03)V99.
001400      05  CM-HOURLY-RATE          PIC 9(03)V99.
001410      05  CM-AGE-YEARS            PIC 9(03).
001420      05  CM-STATUS               PIC X(01).
001430          88  CM-STATUS-ACTIVE          VALUE "A".
001440          88  CM-STATUS-LEAVE           VALUE "L".
001450          88  CM-STATUS-TERMINATED      VALUE "T".
001460      05  CM-STATUS-DATE          PIC 9(08).
001470      05  CM-PAY-TYPE             PIC X(01).
001480          88  CM-PAY-HOURLY             VALUE "H".
001490          88  CM-PAY-SALARIED           VALUE "S".
001500      05  CM-PERIOD-SALARY        PIC 9(04)V99.
001510
001520*****************************************************************
001530* FD  - AUDIT-FILE                                              *
001540*****************************************************************
001550  FD  AUDIT-FILE
001560      LABEL RECORDS ARE STANDARD
001570      RECORD CONTAINS 77 CHARACTERS.
001580  01  AUDIT-RECORD.
001590      05  AU-IDENT                PIC 9(03).
001600      05  AU-DATE                 PIC 9(08).
001610      05  AU-TIME                 PIC 9(08).
001620      05  AU-OLD-CUSTNAME         PIC X(20).
001630      05  AU-NEW-CUSTNAME         PIC X(20).
001640      05  AU-OLD-DATEOFBIRTH.
001650          10  AU-OLD-MOB          PIC 9(02).
001660          10  AU-OLD-DOB          PIC 9(02).
001670          10  AU-OLD-YOB          PIC 9(04).
001680      05  AU-NEW-DATEOFBIRTH.
001690          10  AU-NEW-MOB          PIC 9(02).
001700          10  AU-NEW-DOB          PIC 9(02).
001710          10  AU-NEW-YOB          PIC 9(04).
001720      05  AU-OLD-STATUS           PIC X(01).
001730      05  AU-NEW-STATUS           PIC X(01).
001740
001750*****************************************************************
001760* FD  - COMPARE-REPORT                                          *
001770*****************************************************************
001780  FD  COMPARE-REPORT
001790      LABEL RECORDS ARE STANDARD
001800      RECORD CONTAINS 132 CHARACTERS.
001810  01  COMPARE-RECORD              PIC X(132).
001820
001830  WORKING-STORAGE SECTION.
001840*****************************************************************
001850* FILE STATUS AND END-OF-FILE SWITCHES                          *
001860*****************************************************************
001870  77  WS-BKP-FILE-STATUS      PIC X(02) VALUE SPACES.
001880      88  WS-BKP-FILE-OK             VALUE "00".
001890
001900  77  WS-BKP-EOF-SW           PIC X(01) VALUE "N".
001910      88  WS-BKP-EOF                 VALUE "Y".
001920
001930  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
001940      88  WS-CM-FILE-OK              VALUE "00".
001950
001960  77  WS-CM-EOF-SW            PIC X(01) VALUE "N".
001970      88  WS-CM-EOF                  VALUE "Y".
001980
001990  77  WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
002000      88  WS-AUD-FILE-OK             VALUE "00".
002010
002020  77  WS-AUD-EOF-SW           PIC X(01) VALUE "N".
002030      88  WS-AUD-EOF                 VALUE "Y".
002040
002050  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
002060      88  WS-RPT-FILE-OK             VALUE "00".
002070
002080*****************************************************************
002090* MATCH-MERGE KEYS.  1000 IS THE END-OF-FILE SENTINEL - EVERY   *
002100* REAL IDENT IS THREE DIGITS, SO 1000 COLLATES PAST THEM ALL.   *
002110*****************************************************************
002120  77  WS-BK-KEY               PIC 9(04) VALUE ZEROS.
002130  77  WS-CM-KEY               PIC 9(04) VALUE ZEROS.
002140  77  WS-EOF-SENTINEL         PIC 9(04) VALUE 1000.
002150
002160*****************************************************************
002170* AUDIT TRAIL TABLE, LOADED UP FRONT FOR LOOKUP BY IDENT AND    *
002180* BEFORE/AFTER IMAGES.  AUDITLOG ACCUMULATES ACROSS RUNS, SO    *
002190* WHEN THE TRAIL OUTGROWS THE TABLE THE NEWEST ENTRIES - THE    *
002200* ONES A POST-RUN COMPARE CAN ACTUALLY MATCH - ARE KEPT,        *
002210* OVERWRITING THE OLDEST RING-FASHION.  THE REPORT STILL NOTES  *
002220* THE TRAIL WAS ONLY PARTLY CHECKED, SINCE A CHANGE OLDER THAN  *
002230* THE RETAINED WINDOW COULD WRONGLY FLAG AS UNAUDITED.          *
002240*****************************************************************
002250  77  WS-AUD-MAX              PIC 9(03) VALUE 500.
002260  77  WS-AUD-COUNT            PIC 9(03) VALUE ZEROS.
002270  77  WS-AUD-IX               PIC 9(03) VALUE ZEROS.
002280  77  WS-AUD-STORE-IX         PIC 9(03) VALUE ZEROS.
002290
002300  77  WS-AUD-OVERFLOW-SW      PIC X(01) VALUE "N".
002310      88  WS-AUD-OVERFLOW            VALUE "Y".
002320
002330  77  WS-AUD-FOUND-SW         PIC X(01) VALUE "N".
002340      88  WS-AUD-FOUND               VALUE "Y".
002350
002360  01  WS-AUD-TABLE.
002370      05  WS-AUD-ENTRY OCCURS 500 TIMES.
002380          10  WS-AUD-T-IDENT  PIC 9(03).
002390          10  WS-AUD-T-OLD-NAME PIC X(20).
002400          10  WS-AUD-T-NEW-NAME PIC X(20).
002410          10  WS-AUD-T-OLD-DOB  PIC X(08).
002420          10  WS-AUD-T-NEW-DOB  PIC X(08).
002430          10  WS-AUD-T-OLD-STAT PIC X(01).
002440          10  WS-AUD-T-NEW-STAT PIC X(01).
002450
002460*****************************************************************
002470* DIFFERENCE COUNTERS FOR THE FINALIZE TOTALS AND THE VERDICT   *
002480*****************************************************************
002490  77  WS-BKP-READ-COUNT       PIC 9(07) VALUE ZEROS.
002500  77  WS-CM-READ-COUNT        PIC 9(07) VALUE ZEROS.
002510  77  WS-MATCHED-COUNT        PIC 9(07) VALUE ZEROS.
002520  77  WS-AUDITED-CHG-COUNT    PIC 9(07) VALUE ZEROS.
002530  77  WS-FLAG-COUNT           PIC 9(07) VALUE ZEROS.
002540
002550*****************************************************************
002560* COMPARE REPORT LAYOUTS AND PAGE CONTROL FIELDS                *
002570*****************************************************************
002580  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
002590  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
002600  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
002610
002620  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
002630
002640  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
002650  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
002660      05  WS-CURR-CCYY        PIC 9(04).
002670      05  WS-CURR-MM          PIC 9(02).
002680      05  WS-CURR-DD          PIC 9(02).
002690
002700  01  RPT-HEADING-1.
002710      05  FILLER              PIC X(01) VALUE SPACE.
002720      05  FILLER              PIC X(30) VALUE
002730          "MASTER/BACKUP COMPARE".
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
002860      05  FILLER              PIC X(30) VALUE "FINDING".
002870      05  FILLER              PIC X(03) VALUE SPACES.
002880      05  FILLER              PIC X(20) VALUE "BEFORE".
002890      05  FILLER              PIC X(02) VALUE SPACES.
002900      05  FILLER              PIC X(20) VALUE "AFTER".
002910      05  FILLER              PIC X(45) VALUE SPACES.
002920
002930  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
002940
002950  01  RPT-DETAIL-LINE.
002960      05  FILLER              PIC X(02) VALUE SPACES.
002970      05  RPT-D-IDENT         PIC ZZ9.
002980      05  FILLER              PIC X(07) VALUE SPACES.
002990      05  RPT-D-FINDING       PIC X(30).
003000      05  FILLER              PIC X(03) VALUE SPACES.
003010      05  RPT-D-BEFORE        PIC X(20).
003020      05  FILLER              PIC X(02) VALUE SPACES.
003030      05  RPT-D-AFTER         PIC X(20).
003040      05  FILLER              PIC X(45) VALUE SPACES.
003050
003060  01  RPT-TOTAL-LINE.
003070      05  FILLER              PIC X(02) VALUE SPACES.
003080      05  RPT-T-LABEL         PIC X(30).
003090      05  RPT-T-COUNT         PIC ZZZ,ZZ9.
003100      05  FILLER              PIC X(93) VALUE SPACES.
003110
003120  01  RPT-MESSAGE-LINE.
003130      05  FILLER              PIC X(02) VALUE SPACES.
003140      05  RPT-M-TEXT          PIC X(60).
003150      05  FILLER              PIC X(70) VALUE SPACES.
003160
003170*****************************************************************
003180* BEFORE/AFTER COLUMN WORK AREAS - THE CHANGED FIELD'S OLD AND  *
003190* NEW VALUES, EDITED FOR THE REPORT.                            *
003200*****************************************************************
003210  01  WS-BK-DOB-EDIT.
003220      05  WS-BK-DOB-MM        PIC 9(02).
003230      05  FILLER              PIC X(01) VALUE "/".
003240      05  WS-BK-DOB-DD        PIC 9(02).
003250      05  FILLER              PIC X(01) VALUE "/".
003260      05  WS-BK-DOB-YY        PIC 9(04).
003270
003280  01  WS-CM-DOB-EDIT.
003290      05  WS-CM-DOB-MM        PIC 9(02).
003300      05  FILLER              PIC X(01) VALUE "/".
003310      05  WS-CM-DOB-DD        PIC 9(02).
003320      05  FILLER              PIC X(01) VALUE "/".
003330      05  WS-CM-DOB-YY        PIC 9(04).
003340
003350  01  WS-BK-HR-EDIT.
003360      05  WS-BK-HR-HOURS      PIC ZZ9.99.
003370      05  FILLER              PIC X(03) VALUE " / ".
003380      05  WS-BK-HR-RATE       PIC ZZ9.99.
003390
003400  01  WS-BK-ST-EDIT.
003410      05  WS-BK-ST-CODE       PIC X(01).
003420      05  FILLER              PIC X(01) VALUE SPACE.
003430      05  WS-BK-ST-DATE       PIC 9(08).
003440
003450  01  WS-CM-ST-EDIT.
003460      05  WS-CM-ST-CODE       PIC X(01).
003470      05  FILLER              PIC X(01) VALUE SPACE.
003480      05  WS-CM-ST-DATE       PIC 9(08).
003490
003500  01  WS-CM-HR-EDIT.
003510      05  WS-CM-HR-HOURS      PIC ZZ9.99.
003520      05  FILLER              PIC X(03) VALUE " / ".
003530      05  WS-CM-HR-RATE       PIC ZZ9.99.
003540
003550  01  WS-BK-PT-EDIT.
003560      05  WS-BK-PT-TYPE       PIC X(01).
003570      05  FILLER              PIC X(03) VALUE " / ".
003580      05  WS-BK-PT-SALARY     PIC ZZZ9.99.
003590
003600  01  WS-CM-PT-EDIT.
003610      05  WS-CM-PT-TYPE       PIC X(01).
003620      05  FILLER              PIC X(03) VALUE " / ".
003630      05  WS-CM-PT-SALARY     PIC ZZZ9.99.
003640
003650*****************************************************************
003660* RUN-SEQUENCING CONTROL PARAMETER AREA FOR THE RUNCTLIO        *
003670* CALLS.  THE START CALL REFUSES THE RUN WHEN THE PREDECESSOR   *
003680* JOB HAS NOT COMPLETED CLEAN FOR TODAY'S CYCLE, OR WHEN THIS   *
003690* JOB ALREADY COMPLETED TODAY.                                  *
003700*****************************************************************
003710  01  RUN-CONTROL-PARMS.
003720      05  RC-FUNCTION             PIC X(01).
003730      05  RC-PROGRAM              PIC X(08).
003740      05  RC-PREDECESSOR          PIC X(08).
003750      05  RC-CYCLE-DATE           PIC 9(08).
003760      05  RC-COMPLETION-CODE      PIC 9(02).
003770      05  RC-RESULT               PIC 9(02).
003780      05  RC-REASON               PIC X(40).
003790
003800  77  WS-RUNCTL-REFUSED-SW    PIC X(01) VALUE "N".
003810      88  WS-RUNCTL-REFUSED          VALUE "Y".
003820
003830  PROCEDURE DIVISION.
003840*****************************************************************
003850*                        0000-MAINLINE                          *
003860*****************************************************************
003870  0000-MAINLINE.
003880
003890      PERFORM 1000-INITIALIZE
003900          THRU 1000-INITIALIZE-EXIT.
003910
003920      PERFORM 2000-MATCH-MERGE
003930          THRU 2000-MATCH-MERGE-EXIT
003940          UNTIL WS-BK-KEY = WS-EOF-SENTINEL
003950            AND WS-CM-KEY = WS-EOF-SENTINEL.
003960
003970      PERFORM 3000-FINALIZE
003980          THRU 3000-FINALIZE-EXIT.
003990
004000      STOP RUN.
004010
004020*****************************************************************
004030*                       1000-INITIALIZE                         *
004040*  OPENS THE FILES, LOADS THE AUDIT TRAIL TABLE, PRIMES BOTH    *
004050*  SIDES OF THE MERGE, AND PRINTS THE FIRST PAGE.               *
004060*****************************************************************
004070  1000-INITIALIZE.
004080
004090      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004100
004110      STRING WS-CURR-MM   DELIMITED BY SIZE
004120             "/"          DELIMITED BY SIZE
004130             WS-CURR-DD   DELIMITED BY SIZE
004140             "/"          DELIMITED BY SIZE
004150             WS-CURR-CCYY DELIMITED BY SIZE
004160          INTO WS-RUN-DATE-EDIT
004170
004180      MOVE "S"             TO RC-FUNCTION
004190      MOVE "CUSTCOMP" TO RC-PROGRAM
004200      MOVE "COBOLTUT" TO RC-PREDECESSOR
004210      MOVE WS-CURRENT-DATE TO RC-CYCLE-DATE
004220      MOVE ZEROS           TO RC-COMPLETION-CODE
004230
004240      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
004250
004260      IF RC-RESULT NOT = ZEROS
004270          DISPLAY "CUSTCOMP: RUN REFUSED - " RC-REASON
004280          SET WS-RUNCTL-REFUSED TO TRUE
004290          MOVE WS-EOF-SENTINEL TO WS-BK-KEY
004300          MOVE WS-EOF-SENTINEL TO WS-CM-KEY
004310          MOVE 8 TO RETURN-CODE
004320          GO TO 1000-INITIALIZE-EXIT
004330      END-IF.
004340
004350      OPEN INPUT BACKUP-FILE
004360
004370      IF NOT WS-BKP-FILE-OK
004380          DISPLAY "CUSTCOMP: UNABLE TO OPEN CUSTBKP, "
004390                  "STATUS = " WS-BKP-FILE-STATUS
004400          MOVE WS-EOF-SENTINEL TO WS-BK-KEY
004410          MOVE WS-EOF-SENTINEL TO WS-CM-KEY
004420          MOVE 8 TO RETURN-CODE
004430      END-IF.
004440
004450      OPEN INPUT CUSTOMER-MASTER-FILE
004460
004470      IF NOT WS-CM-FILE-OK
004480          DISPLAY "CUSTCOMP: UNABLE TO OPEN CUSTMAST, "
004490                  "STATUS = " WS-CM-FILE-STATUS
004500          MOVE WS-EOF-SENTINEL TO WS-BK-KEY
004510          MOVE WS-EOF-SENTINEL TO WS-CM-KEY
004520          MOVE 8 TO RETURN-CODE
004530      END-IF.
004540
004550      PERFORM 1100-LOAD-AUDIT-TABLE
004560          THRU 1100-LOAD-AUDIT-TABLE-EXIT.
004570
004580      OPEN OUTPUT COMPARE-REPORT
004590
004600      IF NOT WS-RPT-FILE-OK
004610          DISPLAY "CUSTCOMP: UNABLE TO OPEN CMPRPT, "
004620                  "STATUS = " WS-RPT-FILE-STATUS
004630          MOVE WS-EOF-SENTINEL TO WS-BK-KEY
004640          MOVE WS-EOF-SENTINEL TO WS-CM-KEY
004650          MOVE 8 TO RETURN-CODE
004660      END-IF.
004670
004680      PERFORM 2810-PRINT-HEADINGS
004690          THRU 2810-PRINT-HEADINGS-EXIT.
004700
004710      IF WS-BK-KEY NOT = WS-EOF-SENTINEL
004720          PERFORM 2100-READ-BACKUP
004730              THRU 2100-READ-BACKUP-EXIT
004740          PERFORM 2200-READ-MASTER
004750              THRU 2200-READ-MASTER-EXIT
004760      END-IF.
004770
004780  1000-INITIALIZE-EXIT.
004790      EXIT.
004800
004810*****************************************************************
004820*                1100-LOAD-AUDIT-TABLE                          *
004830*  READS THE WHOLE AUDIT TRAIL INTO THE LOOKUP TABLE.  A        *
004840*  MISSING TRAIL JUST MEANS EVERY NAME/DOB CHANGE WILL FLAG,    *
004850*  WHICH IS THE RIGHT ALARM FOR A TRAIL THAT WENT MISSING.      *
004860*****************************************************************
004870  1100-LOAD-AUDIT-TABLE.
004880
004890      OPEN INPUT AUDIT-FILE
004900
004910      IF NOT WS-AUD-FILE-OK
004920          GO TO 1100-LOAD-AUDIT-TABLE-EXIT
004930      END-IF
004940
004950      PERFORM 1110-READ-AUDIT-RECORD
004960          THRU 1110-READ-AUDIT-RECORD-EXIT
004970          UNTIL WS-AUD-EOF
004980
004990      CLOSE AUDIT-FILE.
005000
005010  1100-LOAD-AUDIT-TABLE-EXIT.
005020      EXIT.
005030
005040*****************************************************************
005050*                1110-READ-AUDIT-RECORD                         *
005060*****************************************************************
005070  1110-READ-AUDIT-RECORD.
005080
005090      READ AUDIT-FILE
005100          AT END
005110              SET WS-AUD-EOF TO TRUE
005120              GO TO 1110-READ-AUDIT-RECORD-EXIT
005130      END-READ
005140
005150      IF WS-AUD-COUNT < WS-AUD-MAX
005160          ADD 1 TO WS-AUD-COUNT
005170          MOVE WS-AUD-COUNT TO WS-AUD-STORE-IX
005180      ELSE
005190          SET WS-AUD-OVERFLOW TO TRUE
005200          ADD 1 TO WS-AUD-STORE-IX
005210          IF WS-AUD-STORE-IX > WS-AUD-MAX
005220              MOVE 1 TO WS-AUD-STORE-IX
005230          END-IF
005240      END-IF
005250
005260      MOVE AU-IDENT         TO WS-AUD-T-IDENT (WS-AUD-STORE-IX)
005270      MOVE AU-OLD-CUSTNAME  TO WS-AUD-T-OLD-NAME (WS-AUD-STORE-IX)
005280      MOVE AU-NEW-CUSTNAME  TO WS-AUD-T-NEW-NAME (WS-AUD-STORE-IX)
005290      MOVE AU-OLD-DATEOFBIRTH
005300        TO WS-AUD-T-OLD-DOB (WS-AUD-STORE-IX)
005310      MOVE AU-NEW-DATEOFBIRTH
005320        TO WS-AUD-T-NEW-DOB (WS-AUD-STORE-IX)
005330      MOVE AU-OLD-STATUS
005340        TO WS-AUD-T-OLD-STAT (WS-AUD-STORE-IX)
005350      MOVE AU-NEW-STATUS
005360        TO WS-AUD-T-NEW-STAT (WS-AUD-STORE-IX).
005370
005380  1110-READ-AUDIT-RECORD-EXIT.
005390      EXIT.
005400
005410*****************************************************************
005420*                    2000-MATCH-MERGE                           *
005430*  CLASSIC TWO-FILE MERGE ON IDENT.  A BACKUP KEY WITH NO       *
005440*  MASTER MATCH VANISHED; A MASTER KEY WITH NO BACKUP MATCH     *
005450*  APPEARED; EQUAL KEYS ARE FIELD-COMPARED.                     *
005460*****************************************************************
005470  2000-MATCH-MERGE.
005480
005490      IF WS-BK-KEY < WS-CM-KEY
005500          PERFORM 2300-REPORT-VANISHED
005510              THRU 2300-REPORT-VANISHED-EXIT
005520          PERFORM 2100-READ-BACKUP
005530              THRU 2100-READ-BACKUP-EXIT
005540          GO TO 2000-MATCH-MERGE-EXIT
005550      END-IF.
005560
005570      IF WS-BK-KEY > WS-CM-KEY
005580          PERFORM 2400-REPORT-APPEARED
005590              THRU 2400-REPORT-APPEARED-EXIT
005600          PERFORM 2200-READ-MASTER
005610              THRU 2200-READ-MASTER-EXIT
005620          GO TO 2000-MATCH-MERGE-EXIT
005630      END-IF.
005640
005650      ADD 1 TO WS-MATCHED-COUNT
005660
005670      PERFORM 2500-COMPARE-FIELDS
005680          THRU 2500-COMPARE-FIELDS-EXIT.
005690
005700      PERFORM 2100-READ-BACKUP
005710          THRU 2100-READ-BACKUP-EXIT.
005720
005730      PERFORM 2200-READ-MASTER
005740          THRU 2200-READ-MASTER-EXIT.
005750
005760  2000-MATCH-MERGE-EXIT.
005770      EXIT.
005780
005790*****************************************************************
005800*                    2100-READ-BACKUP                           *
005810*****************************************************************
005820  2100-READ-BACKUP.
005830
005840      READ BACKUP-FILE
005850          AT END
005860              SET WS-BKP-EOF TO TRUE
005870              MOVE WS-EOF-SENTINEL TO WS-BK-KEY
005880              GO TO 2100-READ-BACKUP-EXIT
005890      END-READ
005900
005910      ADD 1 TO WS-BKP-READ-COUNT
005920      MOVE BK-IDENT TO WS-BK-KEY.
005930
005940  2100-READ-BACKUP-EXIT.
005950      EXIT.
005960
005970*****************************************************************
005980*                    2200-READ-MASTER                           *
005990*****************************************************************
006000  2200-READ-MASTER.
006010
006020      READ CUSTOMER-MASTER-FILE NEXT RECORD
006030          AT END
006040              SET WS-CM-EOF TO TRUE
006050              MOVE WS-EOF-SENTINEL TO WS-CM-KEY
006060              GO TO 2200-READ-MASTER-EXIT
006070      END-READ
006080
006090      ADD 1 TO WS-CM-READ-COUNT
006100      MOVE CM-IDENT TO WS-CM-KEY.
006110
006120  2200-READ-MASTER-EXIT.
006130      EXIT.
006140
006150*****************************************************************
006160*                  2300-REPORT-VANISHED                         *
006170*  A RECORD ON THE BACKUP WITH NO MASTER MATCH - THE RUN HAS    *
006180*  NO DELETE PATH, SO A VANISHED RECORD IS ALWAYS A FLAG.       *
006190*****************************************************************
006200  2300-REPORT-VANISHED.
006210
006220      MOVE BK-IDENT              TO RPT-D-IDENT
006230      MOVE "RECORD VANISHED FROM MASTER"
006240        TO RPT-D-FINDING
006250      MOVE BK-CUSTNAME           TO RPT-D-BEFORE
006260      MOVE SPACES                TO RPT-D-AFTER
006270
006280      PERFORM 2700-PRINT-COMPARE-LINE
006290          THRU 2700-PRINT-COMPARE-LINE-EXIT
006300
006310      ADD 1 TO WS-FLAG-COUNT.
006320
006330  2300-REPORT-VANISHED-EXIT.
006340      EXIT.
006350
006360*****************************************************************
006370*                  2400-REPORT-APPEARED                         *
006380*  A RECORD ON THE MASTER WITH NO BACKUP MATCH - THE RUN HAS    *
006390*  NO ADD PATH EITHER, SO AN APPEARED RECORD IS ALWAYS A FLAG.  *
006400*****************************************************************
006410  2400-REPORT-APPEARED.
006420
006430      MOVE CM-IDENT              TO RPT-D-IDENT
006440      MOVE "RECORD APPEARED ON MASTER"
006450        TO RPT-D-FINDING
006460      MOVE SPACES                TO RPT-D-BEFORE
006470      MOVE CM-CUSTNAME           TO RPT-D-AFTER
006480
006490      PERFORM 2700-PRINT-COMPARE-LINE
006500          THRU 2700-PRINT-COMPARE-LINE-EXIT
006510
006520      ADD 1 TO WS-FLAG-COUNT.
006530
006540  2400-REPORT-APPEARED-EXIT.
006550      EXIT.
006560
006570*****************************************************************
006580*                  2500-COMPARE-FIELDS                          *
006590*  FIELD-LEVEL COMPARE OF A MATCHED PAIR.  AGE-YEARS IS THE     *
006600*  RUN'S OWN DERIVATION AND PASSES SILENTLY; A NAME, DOB OR     *
006610*  STATUS CHANGE MUST HAVE A MATCHING AUDIT ENTRY; HOURS/RATE   *
006620*  AND PAY TYPE/SALARY CHANGES HAVE NO LEGITIMATE SOURCE IN THE *
006630*  RUN AND ALWAYS FLAG.                                         *
006640*****************************************************************
006650  2500-COMPARE-FIELDS.
006660
006670      IF BK-CUSTNAME NOT = CM-CUSTNAME
006680          OR BK-DATEOFBIRTH NOT = CM-DATEOFBIRTH
006690          OR BK-STATUS NOT = CM-STATUS
006700          OR BK-STATUS-DATE NOT = CM-STATUS-DATE
006710          PERFORM 2600-CHECK-AUDIT-TRAIL
006720              THRU 2600-CHECK-AUDIT-TRAIL-EXIT
006730          IF WS-AUD-FOUND
006740              ADD 1 TO WS-AUDITED-CHG-COUNT
006750          ELSE
006760              MOVE BK-IDENT        TO RPT-D-IDENT
006770              MOVE "UNAUDITED NAME/DOB/STAT CHANGE"
006780                TO RPT-D-FINDING
006790              IF BK-CUSTNAME NOT = CM-CUSTNAME
006800                  MOVE BK-CUSTNAME TO RPT-D-BEFORE
006810                  MOVE CM-CUSTNAME TO RPT-D-AFTER
006820              ELSE
006830              IF BK-DATEOFBIRTH NOT = CM-DATEOFBIRTH
006840                  MOVE BK-MOB      TO WS-BK-DOB-MM
006850                  MOVE BK-DOB      TO WS-BK-DOB-DD
006860                  MOVE BK-YOB      TO WS-BK-DOB-YY
006870                  MOVE CM-MOB      TO WS-CM-DOB-MM
006880                  MOVE CM-DOB      TO WS-CM-DOB-DD
006890                  MOVE CM-YOB      TO WS-CM-DOB-YY
006900                  MOVE WS-BK-DOB-EDIT TO RPT-D-BEFORE
006910                  MOVE WS-CM-DOB-EDIT TO RPT-D-AFTER
006920              ELSE
006930                  MOVE BK-STATUS      TO WS-BK-ST-CODE
006940                  MOVE BK-STATUS-DATE TO WS-BK-ST-DATE
006950                  MOVE CM-STATUS      TO WS-CM-ST-CODE
006960                  MOVE CM-STATUS-DATE TO WS-CM-ST-DATE
006970                  MOVE WS-BK-ST-EDIT  TO RPT-D-BEFORE
006980                  MOVE WS-CM-ST-EDIT  TO RPT-D-AFTER
006990              END-IF
007000              END-IF
007010              PERFORM 2700-PRINT-COMPARE-LINE
007020                  THRU 2700-PRINT-COMPARE-LINE-EXIT
007030              ADD 1 TO WS-FLAG-COUNT
007040          END-IF
007050      END-IF.
007060
007070      IF BK-HOURS-WORKED NOT = CM-HOURS-WORKED
007080          OR BK-HOURLY-RATE NOT = CM-HOURLY-RATE
007090          MOVE BK-IDENT            TO RPT-D-IDENT
007100          MOVE "HOURS/RATE CHANGED"
007110            TO RPT-D-FINDING
007120          MOVE BK-HOURS-WORKED     TO WS-BK-HR-HOURS
007130          MOVE BK-HOURLY-RATE      TO WS-BK-HR-RATE
007140          MOVE CM-HOURS-WORKED     TO WS-CM-HR-HOURS
007150          MOVE CM-HOURLY-RATE      TO WS-CM-HR-RATE
007160          MOVE WS-BK-HR-EDIT       TO RPT-D-BEFORE
007170          MOVE WS-CM-HR-EDIT       TO RPT-D-AFTER
007180          PERFORM 2700-PRINT-COMPARE-LINE
007190              THRU 2700-PRINT-COMPARE-LINE-EXIT
007200          ADD 1 TO WS-FLAG-COUNT
007210      END-IF.
007220
007230      IF BK-PAY-TYPE NOT = CM-PAY-TYPE
007240          OR BK-PERIOD-SALARY NOT = CM-PERIOD-SALARY
007250          MOVE BK-IDENT            TO RPT-D-IDENT
007260          MOVE "PAY TYPE/SALARY CHANGED"
007270            TO RPT-D-FINDING
007280          MOVE BK-PAY-TYPE         TO WS-BK-PT-TYPE
007290          MOVE BK-PERIOD-SALARY    TO WS-BK-PT-SALARY
007300          MOVE CM-PAY-TYPE         TO WS-CM-PT-TYPE
007310          MOVE CM-PERIOD-SALARY    TO WS-CM-PT-SALARY
007320          MOVE WS-BK-PT-EDIT       TO RPT-D-BEFORE
007330          MOVE WS-CM-PT-EDIT       TO RPT-D-AFTER
007340          PERFORM 2700-PRINT-COMPARE-LINE
007350              THRU 2700-PRINT-COMPARE-LINE-EXIT
007360          ADD 1 TO WS-FLAG-COUNT
007370      END-IF.
007380
007390  2500-COMPARE-FIELDS-EXIT.
007400      EXIT.
007410
007420*****************************************************************
007430*                 2600-CHECK-AUDIT-TRAIL                        *
007440*  SCANS THE AUDIT TABLE FOR AN ENTRY WHOSE IDENT AND BEFORE/   *
007450*  AFTER NAME AND DATE-OF-BIRTH IMAGES MATCH THE DIFFERENCE     *
007460*  JUST FOUND - THE PROOF THE CHANGE WENT THROUGH A PROGRAM.    *
007470*****************************************************************
007480  2600-CHECK-AUDIT-TRAIL.
007490
007500      MOVE "N" TO WS-AUD-FOUND-SW
007510      MOVE 1   TO WS-AUD-IX
007520
007530      PERFORM 2610-SCAN-AUDIT-ENTRY
007540          THRU 2610-SCAN-AUDIT-ENTRY-EXIT
007550          UNTIL WS-AUD-FOUND OR WS-AUD-IX > WS-AUD-COUNT.
007560
007570  2600-CHECK-AUDIT-TRAIL-EXIT.
007580      EXIT.
007590
007600*****************************************************************
007610*                 2610-SCAN-AUDIT-ENTRY                         *
007620*****************************************************************
007630  2610-SCAN-AUDIT-ENTRY.
007640
007650      IF WS-AUD-T-IDENT (WS-AUD-IX) = BK-IDENT
007660          AND WS-AUD-T-OLD-NAME (WS-AUD-IX) = BK-CUSTNAME
007670          AND WS-AUD-T-NEW-NAME (WS-AUD-IX) = CM-CUSTNAME
007680          AND WS-AUD-T-OLD-DOB (WS-AUD-IX) = BK-DATEOFBIRTH
007690          AND WS-AUD-T-NEW-DOB (WS-AUD-IX) = CM-DATEOFBIRTH
007700          AND WS-AUD-T-OLD-STAT (WS-AUD-IX) = BK-STATUS
007710          AND WS-AUD-T-NEW-STAT (WS-AUD-IX) = CM-STATUS
007720          SET WS-AUD-FOUND TO TRUE
007730      ELSE
007740          ADD 1 TO WS-AUD-IX
007750      END-IF.
007760
007770  2610-SCAN-AUDIT-ENTRY-EXIT.
007780      EXIT.
007790
007800*****************************************************************
007810*                2700-PRINT-COMPARE-LINE                        *
007820*  WRITES ONE DIFFERENCE LINE, BREAKING TO A NEW PAGE FIRST IF  *
007830*  THE CURRENT PAGE IS FULL.  THE CALLER LOADS THE RPT-D        *
007840*  FIELDS.                                                      *
007850*****************************************************************
007860  2700-PRINT-COMPARE-LINE.
007870
007880      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
007890          PERFORM 2810-PRINT-HEADINGS
007900              THRU 2810-PRINT-HEADINGS-EXIT
007910      END-IF
007920
007930      WRITE COMPARE-RECORD FROM RPT-DETAIL-LINE
007940          AFTER ADVANCING 1 LINE
007950
007960      ADD 1 TO WS-LINE-COUNT.
007970
007980  2700-PRINT-COMPARE-LINE-EXIT.
007990      EXIT.
008000
008010*****************************************************************
008020*                 2810-PRINT-HEADINGS                          *
008030*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
008040*  NEW PAGE AND RESETS THE LINE COUNT.                          *
008050*****************************************************************
008060  2810-PRINT-HEADINGS.
008070
008080      ADD 1 TO WS-PAGE-COUNT
008090      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
008100      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
008110
008120      WRITE COMPARE-RECORD FROM RPT-HEADING-1
008130          AFTER ADVANCING PAGE
008140      WRITE COMPARE-RECORD FROM RPT-BLANK-LINE
008150          AFTER ADVANCING 1 LINE
008160      WRITE COMPARE-RECORD FROM RPT-HEADING-2
008170          AFTER ADVANCING 1 LINE
008180      WRITE COMPARE-RECORD FROM RPT-BLANK-LINE
008190          AFTER ADVANCING 1 LINE
008200
008210      MOVE ZEROS TO WS-LINE-COUNT.
008220
008230  2810-PRINT-HEADINGS-EXIT.
008240      EXIT.
008250
008260*****************************************************************
008270*                       3000-FINALIZE                           *
008280*  PRINTS THE COMPARE TOTALS AND THE VERDICT, AND SETS THE      *
008290*  RETURN CODE OPERATIONS KEYS THE RECOVERY DECISION OFF.       *
008300*****************************************************************
008310  3000-FINALIZE.
008320
008330      IF WS-RUNCTL-REFUSED
008340          GO TO 3000-FINALIZE-EXIT
008350      END-IF.
008360
008370      WRITE COMPARE-RECORD FROM RPT-BLANK-LINE
008380          AFTER ADVANCING 1 LINE
008390
008400      MOVE "BACKUP RECORDS READ"       TO RPT-T-LABEL
008410      MOVE WS-BKP-READ-COUNT           TO RPT-T-COUNT
008420      WRITE COMPARE-RECORD FROM RPT-TOTAL-LINE
008430          AFTER ADVANCING 1 LINE
008440
008450      MOVE "MASTER RECORDS READ"       TO RPT-T-LABEL
008460      MOVE WS-CM-READ-COUNT            TO RPT-T-COUNT
008470      WRITE COMPARE-RECORD FROM RPT-TOTAL-LINE
008480          AFTER ADVANCING 1 LINE
008490
008500      MOVE "RECORDS MATCHED"           TO RPT-T-LABEL
008510      MOVE WS-MATCHED-COUNT            TO RPT-T-COUNT
008520      WRITE COMPARE-RECORD FROM RPT-TOTAL-LINE
008530          AFTER ADVANCING 1 LINE
008540
008550      MOVE "AUDITED NAME/DOB CHANGES"  TO RPT-T-LABEL
008560      MOVE WS-AUDITED-CHG-COUNT        TO RPT-T-COUNT
008570      WRITE COMPARE-RECORD FROM RPT-TOTAL-LINE
008580          AFTER ADVANCING 1 LINE
008590
008600      MOVE "DISCREPANCIES FLAGGED"     TO RPT-T-LABEL
008610      MOVE WS-FLAG-COUNT               TO RPT-T-COUNT
008620      WRITE COMPARE-RECORD FROM RPT-TOTAL-LINE
008630          AFTER ADVANCING 1 LINE
008640
008650      WRITE COMPARE-RECORD FROM RPT-BLANK-LINE
008660          AFTER ADVANCING 1 LINE
008670
008680      IF WS-AUD-OVERFLOW
008690          MOVE "AUDIT TABLE OVERFLOW - TRAIL PARTLY CHECKED"
008700            TO RPT-M-TEXT
008710          WRITE COMPARE-RECORD FROM RPT-MESSAGE-LINE
008720              AFTER ADVANCING 1 LINE
008730      END-IF
008740
008750      IF WS-FLAG-COUNT > ZERO
008760          MOVE "*** MASTER/BACKUP COMPARE FAILED - SEE FLAGS ***"
008770            TO RPT-M-TEXT
008780          MOVE 8 TO RETURN-CODE
008790      ELSE
008800          MOVE "MASTER VERIFIED AGAINST BACKUP"
008810            TO RPT-M-TEXT
008820      END-IF
008830
008840      WRITE COMPARE-RECORD FROM RPT-MESSAGE-LINE
008850          AFTER ADVANCING 1 LINE
008860
008870      CLOSE BACKUP-FILE
008880      CLOSE CUSTOMER-MASTER-FILE
008890      CLOSE COMPARE-REPORT.
008900
008910      IF NOT WS-RUNCTL-REFUSED
008920          MOVE "E"         TO RC-FUNCTION
008930          MOVE RETURN-CODE TO RC-COMPLETION-CODE
008940          CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
008950      END-IF.
008960
008970  3000-FINALIZE-EXIT.
008980      EXIT.
008990
009000
