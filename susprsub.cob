000460*                  REFUSES NOW STOPS BEFORE OPENING ANY FILE -  *
000470*                  IT CAN NO LONGER TRUNCATE THE NEW SUSPENSE   *
000480*                  GENERATION.                                  *
000490* 10/15/2026 DRH   THE MASTER RECORD NOW CARRIES A PAY TYPE     *
000500*                  AND PER-PERIOD SALARY AND GREW TO 60 BYTES;  *
000510*                  THE SUSPENSE RECORD (69), CORRECTION CARD    *
000520*                  (63) AND WORK IMAGES GREW TO MATCH.          *
000530*****************************************************************
000540  IDENTIFICATION DIVISION.
000550  PROGRAM-ID. SUSPRSUB.
000560  AUTHOR. DAVID R. HENDERSON.
000570  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000580  DATE-WRITTEN. 08/21/2026.
000590  DATE-COMPILED.
000600  ENVIRONMENT DIVISION.
000610
000620  CONFIGURATION SECTION.
000630  SOURCE-COMPUTER. IBM-370.
000640  OBJECT-COMPUTER. IBM-370.
000650  SPECIAL-NAMES.
000660      C01 IS TOP-OF-PAGE.
000670
000680  INPUT-OUTPUT SECTION.
000690  FILE-CONTROL.
000700*****************************************************************
000710* SUSPENSE-FILE IS THE ACCUMULATED REJECT SUSPENSE WRITTEN BY   *
000720* THE BATCH RUN - REASON CODE, DATE ADDED, FULL MASTER IMAGE.   *
000730*****************************************************************
000740      SELECT SUSPENSE-FILE
000750          ASSIGN TO "SUSPFILE"
000760          ORGANIZATION IS SEQUENTIAL
000770          FILE STATUS IS WS-SUS-FILE-STATUS.
000780
000790*****************************************************************
000800* CORRECTION-FILE CARRIES THE CLERK'S FIXES - THE IDENT OF THE  *
000810* SUSPENSE RECORD AND THE CORRECTED MASTER IMAGE TO LAY OVER    *
000820* IT.                                                           *
000830*****************************************************************
000840      SELECT CORRECTION-FILE
000850          ASSIGN TO "CORRFILE"
000860          ORGANIZATION IS SEQUENTIAL
000870          FILE STATUS IS WS-COR-FILE-STATUS.
000880
000890*****************************************************************
000900* CUSTOMER-MASTER RECEIVES THE CORRECTED RECORDS SO THE NEXT    *
000910* PAYROLL RUN RE-EDITS THEM THROUGH THE NORMAL PATH.            *
000920*****************************************************************
000930      SELECT CUSTOMER-MASTER-FILE
000940          ASSIGN TO "CUSTMAST"
000950          ORGANIZATION IS INDEXED
000960          ACCESS MODE IS DYNAMIC
000970          RECORD KEY IS CM-IDENT
000980          FILE STATUS IS WS-CM-FILE-STATUS.
000990
001000*****************************************************************
001010* AUDIT-FILE RECEIVES A BEFORE/AFTER RECORD FOR EVERY MASTER    *
001020* CHANGE POSTED HERE, THE SAME TRAIL EVERY OTHER PROGRAM THAT   *
001030* TOUCHES CUSTOMER-MASTER LEAVES.                               *
001040*****************************************************************
001050      SELECT AUDIT-FILE
001060          ASSIGN TO "AUDITLOG"
001070          ORGANIZATION IS SEQUENTIAL
001080          FILE STATUS IS WS-AUD-FILE-STATUS.
001090
001100*****************************************************************
001110* NEW-SUSPENSE-FILE IS THE NEXT SUSPENSE GENERATION - WHATEVER  *
001120* IS STILL BAD AFTER THIS RUN, CARRIED WITH ITS ORIGINAL DATE.  *
001130*****************************************************************
001140      SELECT NEW-SUSPENSE-FILE
001150          ASSIGN TO "SUSPOUT"
001160          ORGANIZATION IS SEQUENTIAL
001170          FILE STATUS IS WS-NSU-FILE-STATUS.
001180
001190*****************************************************************
001200* RESUBMIT-REPORT IS THE FORMATTED REPORT OF WHAT WAS POSTED    *
001210* BACK AND WHAT IS STILL HELD, AND WHY.                         *
001220*****************************************************************
001230      SELECT RESUBMIT-REPORT
001240          ASSIGN TO "RSBRPT"
001250          ORGANIZATION IS SEQUENTIAL
001260          FILE STATUS IS WS-RPT-FILE-STATUS.
001270
001280*****************************************************************
001290* AGING-REPORT IS THE FOLLOW-UP LIST OF EVERYTHING SITTING IN   *
001300* SUSPENSE LONGER THAN THE AGING LIMIT.                         *
001310*****************************************************************
001320      SELECT AGING-REPORT
001330          ASSIGN TO "SUSPAGE"
001340          ORGANIZATION IS SEQUENTIAL
001350          FILE STATUS IS WS-AGE-FILE-STATUS.
001360
001370  DATA DIVISION.
001380
001390  FILE SECTION.
001400*****************************************************************
001410* FD  - SUSPENSE-FILE                                           *
001420*****************************************************************
001430  FD  SUSPENSE-FILE
001440      LABEL RECORDS ARE STANDARD
001450      RECORD CONTAINS 69 CHARACTERS.
001460  01  SUSPENSE-RECORD.
001470      05  SP-REASON-CODE          PIC X(01).
001480      05  SP-DATE-ADDED           PIC 9(08).
001490      05  SP-MASTER-IMAGE         PIC X(60).
001500
001510*****************************************************************
001520* FD  - CORRECTION-FILE                                         *
001530*****************************************************************
001540  FD  CORRECTION-FILE
001550      LABEL RECORDS ARE STANDARD
001560      RECORD CONTAINS 63 CHARACTERS.
001570  01  CORRECTION-RECORD.
001580      05  CO-IDENT                PIC 9(03).
001590      05  CO-MASTER-IMAGE         PIC X(60).
001600
001610*****************************************************************
001620* FD  - CUSTOMER-MASTER-FILE                                    *
001630*****************************************************************
001640  FD  CUSTOMER-MASTER-FILE
001650      LABEL RECORDS ARE STANDARD
001660      RECORD CONTAINS 60 CHARACTERS.
001670  01  CUSTOMER-MASTER-RECORD.
001680      05  CM-IDENT                PIC 9(03).
001690      05  CM-CUSTNAME             PIC X(20).
001700      05  CM-DATEOFBIRTH.
001710          10  CM-MOB              PIC 9(02).
001720          10  CM-DOB              PIC 9(02).
001730          10  CM-YOB              PIC 9(04).
001740      05  CM-HOURS-WORKED         PIC 9(03)V99.
001750      05  CM-HOURLY-RATE          PIC 9(03)V99.
001760      05  CM-AGE-YEARS            PIC 9(03).
001770      05  CM-STATUS               PIC X(01).
001780          88  CM-STATUS-ACTIVE          VALUE "A".
001790          88  CM-STATUS-LEAVE           VALUE "L".
001800          88  CM-STATUS-TERMINATED      VALUE "T".
001810      05  CM-STATUS-DATE          PIC 9(08).
001820      05  CM-PAY-TYPE             PIC X(01).
001830          88  CM-PAY-HOURLY             VALUE "H".
001840          88  CM-PAY-SALARIED           VALUE "S".
001850      05  CM-PERIOD-SALARY        PIC 9(04)V99.
001860
001870*****************************************************************
001880* FD  - AUDIT-FILE                                              *
001890*****************************************************************
001900  FD  AUDIT-FILE
001910      LABEL RECORDS ARE STANDARD
001920      RECORD CONTAINS 77 CHARACTERS.
001930  01  AUDIT-RECORD.
001940      05  AU-IDENT                PIC 9(03).
001950      05  AU-DATE                 PIC 9(08).
001960      05  AU-TIME                 PIC 9(08).
001970      05  AU-OLD-CUSTNAME         PIC X(20).
001980      05  AU-NEW-CUSTNAME         PIC X(20).
001990      05  AU-OLD-DATEOFBIRTH.
002000          10  AU-OLD-MOB          PIC 9(02).
002010          10  AU-OLD-DOB          PIC 9(02).
002020          10  AU-OLD-YOB          PIC 9(04).
002030      05  AU-NEW-DATEOFBIRTH.
002040          10  AU-NEW-MOB          PIC 9(02).
002050          10  AU-NEW-DOB          PIC 9(02).
002060          10  AU-NEW-YOB          PIC 9(04).
002070      05  AU-OLD-STATUS           PIC X(01).
002080      05  AU-NEW-STATUS           PIC X(01).
002090
002100*****************************************************************
002110* FD  - NEW-SUSPENSE-FILE                                       *
002120*****************************************************************
002130  FD  NEW-SUSPENSE-FILE
002140      LABEL RECORDS ARE STANDARD
002150      RECORD CONTAINS 69 CHARACTERS.
002160  01  NEW-SUSPENSE-RECORD.
002170      05  NS-REASON-CODE          PIC X(01).
002180      05  NS-DATE-ADDED           PIC 9(08).
002190      05  NS-MASTER-IMAGE         PIC X(60).
002200
002210*****************************************************************
002220* FD  - RESUBMIT-REPORT                                         *
002230*****************************************************************
002240  FD  RESUBMIT-REPORT
002250      LABEL RECORDS ARE STANDARD
002260      RECORD CONTAINS 132 CHARACTERS.
002270  01  RESUBMIT-RECORD             PIC X(132).
002280
002290*****************************************************************
002300* FD  - AGING-REPORT                                            *
002310*****************************************************************
002320  FD  AGING-REPORT
002330      LABEL RECORDS ARE STANDARD
002340      RECORD CONTAINS 132 CHARACTERS.
002350  01  AGING-RECORD                PIC X(132).
002360
002370  WORKING-STORAGE SECTION.
002380*****************************************************************
002390* FILE STATUS AND END-OF-FILE SWITCHES                          *
002400*****************************************************************
002410  77  WS-SUS-FILE-STATUS      PIC X(02) VALUE SPACES.
002420      88  WS-SUS-FILE-OK             VALUE "00".
002430
002440  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
002450      88  WS-END-OF-FILE             VALUE "Y".
002460      88  WS-NOT-END-OF-FILE         VALUE "N".
002470
002480  77  WS-COR-FILE-STATUS      PIC X(02) VALUE SPACES.
002490      88  WS-COR-FILE-OK             VALUE "00".
002500
002510  77  WS-COR-EOF-SW           PIC X(01) VALUE "N".
002520      88  WS-COR-EOF                 VALUE "Y".
002530
002540  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
002550      88  WS-CM-FILE-OK              VALUE "00".
002560
002570  77  WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
002580      88  WS-AUD-FILE-OK             VALUE "00".
002590
002600  77  WS-NSU-FILE-STATUS      PIC X(02) VALUE SPACES.
002610      88  WS-NSU-FILE-OK             VALUE "00".
002620
002630  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
002640      88  WS-RPT-FILE-OK             VALUE "00".
002650
002660  77  WS-AGE-FILE-STATUS      PIC X(02) VALUE SPACES.
002670      88  WS-AGE-FILE-OK             VALUE "00".
002680
002690*****************************************************************
002700* CORRECTION CARD TABLE.  THE CLERK'S CARDS ARE LOADED UP FRONT *
002710* SO EACH SUSPENSE RECORD CAN BE MATCHED BY IDENT REGARDLESS OF *
002720* THE ORDER THE CARDS WERE KEYED IN.                            *
002730*****************************************************************
002740  77  WS-CORR-MAX             PIC 9(03) VALUE 200.
002750  77  WS-CORR-COUNT           PIC 9(03) VALUE ZEROS.
002760  77  WS-CORR-IX              PIC 9(03) VALUE ZEROS.
002770  77  WS-CORR-FOUND-IX        PIC 9(03) VALUE ZEROS.
002780
002790  77  WS-CORR-FOUND-SW        PIC X(01) VALUE "N".
002800      88  WS-CORR-FOUND              VALUE "Y".
002810
002820  01  WS-CORR-TABLE.
002830      05  WS-CORR-ENTRY OCCURS 200 TIMES.
002840          10  WS-CORR-IDENT   PIC 9(03).
002850          10  WS-CORR-IMAGE   PIC X(60).
002860
002870*****************************************************************
002880* IDENTS ALREADY DISPOSED OF THIS RUN.  THE BATCH RUN APPENDS   *
002890* TO SUSPENSE EVERY TIME IT RE-REJECTS THE SAME MASTER RECORD,  *
002900* SO AN UNCORRECTED REJECT CARRIES ONE ENTRY PER RUN.  ONLY THE *
002910* FIRST (OLDEST) ENTRY FOR AN IDENT IS PROCESSED - LATER        *
002920* DUPLICATES ARE SKIPPED SO A CORRECTION POSTS ONCE AND THE     *
002930* CONTROL TOTALS COUNT CUSTOMERS, NOT COPIES.                   *
002940*****************************************************************
002950  77  WS-DONE-MAX             PIC 9(03) VALUE 200.
002960  77  WS-DONE-COUNT           PIC 9(03) VALUE ZEROS.
002970  77  WS-DONE-IX              PIC 9(03) VALUE ZEROS.
002980  77  WS-DUP-SKIP-COUNT       PIC 9(07) VALUE ZEROS.
002990
003000  77  WS-DUP-FOUND-SW         PIC X(01) VALUE "N".
003010      88  WS-DUP-FOUND               VALUE "Y".
003020
003030  01  WS-DONE-TABLE.
003040      05  WS-DONE-IDENT       PIC 9(03) OCCURS 200 TIMES.
003050
003060*****************************************************************
003070* WORK AREA FOR THE MASTER IMAGE UNDER EDIT - THE SUSPENSE      *
003080* IMAGE, OVERLAID BY ITS CORRECTION CARD WHEN ONE EXISTS.       *
003090*****************************************************************
003100  01  WS-WORK-MASTER.
003110      05  WK-IDENT                PIC 9(03).
003120      05  WK-IDENT-DIGITS REDEFINES WK-IDENT.
003130          10  WK-IDENT-D1         PIC 9.
003140          10  WK-IDENT-D2         PIC 9.
003150          10  WK-IDENT-D3         PIC 9.
003160      05  WK-CUSTNAME             PIC X(20).
003170      05  WK-DATEOFBIRTH.
003180          10  WK-MOB              PIC 9(02).
003190          10  WK-DOB              PIC 9(02).
003200          10  WK-YOB              PIC 9(04).
003210      05  WK-HOURS-WORKED         PIC 9(03)V99.
003220      05  WK-HOURLY-RATE          PIC 9(03)V99.
003230      05  WK-AGE-YEARS            PIC 9(03).
003240      05  WK-STATUS               PIC X(01).
003250      05  WK-STATUS-DATE          PIC 9(08).
003260      05  WK-PAY-TYPE             PIC X(01).
003270      05  WK-PERIOD-SALARY        PIC 9(04)V99.
003280
003290*****************************************************************
003300* EDIT SWITCHES AND REASON FIELDS, THE SAME SHAPE THE BATCH RUN *
003310* USES.                                                         *
003320*****************************************************************
003330  77  WS-EDIT-VALID-SW        PIC X(01) VALUE "Y".
003340      88  WS-EDIT-VALID              VALUE "Y".
003350      88  WS-EDIT-INVALID            VALUE "N".
003360
003370  77  WS-REJECT-REASON-CODE   PIC X(01) VALUE SPACE.
003380  77  WS-CARRY-REASON-CODE    PIC X(01) VALUE SPACE.
003390  77  WS-ORIG-IDENT           PIC 9(03) VALUE ZEROS.
003400
003410*****************************************************************
003420* SHARED EDIT SUBPROGRAM PARAMETER AREA.  THE WORK IMAGE AND    *
003430* THE CURRENT DATE GO IN; THE VERDICT, REASON CODE/TEXT AND     *
003440* DERIVED AGE COME BACK.                                        *
003450*****************************************************************
003460  01  EDIT-MASTER-PARMS.
003470      05  EM-EDIT-MODE            PIC X(01).
003480      05  EM-MASTER-IMAGE         PIC X(60).
003490      05  EM-CURRENT-DATE.
003500          10  EM-CURR-CCYY        PIC 9(04).
003510          10  EM-CURR-MM          PIC 9(02).
003520          10  EM-CURR-DD          PIC 9(02).
003530      05  EM-EDIT-VALID-SW        PIC X(01).
003540          88  EM-EDIT-VALID             VALUE "Y".
003550          88  EM-EDIT-INVALID           VALUE "N".
003560      05  EM-REASON-CODE          PIC X(01).
003570      05  EM-REASON-TEXT          PIC X(30).
003580      05  EM-AGE-DERIVED          PIC 9(03).
003590
003600  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
003610  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
003620      05  WS-CURR-CCYY        PIC 9(04).
003630      05  WS-CURR-MM          PIC 9(02).
003640      05  WS-CURR-DD          PIC 9(02).
003650
003660*****************************************************************
003670* SUSPENSE AGING WORKING FIELDS.  THE AGE IS AN APPROXIMATION - *
003680* 365 DAYS TO THE YEAR, 30 TO THE MONTH - WHICH IS PLENTY FOR A *
003690* FOLLOW-UP THRESHOLD; NOBODY IS CUTTING A CHECK OFF IT.        *
003700*****************************************************************
003710  77  WS-AGING-LIMIT-DAYS     PIC 9(05) VALUE 00030.
003720  77  WS-SUSP-AGE-DAYS        PIC S9(05) VALUE ZEROS.
003730
003740  01  WS-ADDED-DATE           PIC 9(08) VALUE ZEROS.
003750  01  WS-ADDED-DATE-R REDEFINES WS-ADDED-DATE.
003760      05  WS-ADDED-CCYY       PIC 9(04).
003770      05  WS-ADDED-MM         PIC 9(02).
003780      05  WS-ADDED-DD         PIC 9(02).
003790
003800*****************************************************************
003810* RUN COUNTERS FOR THE FINALIZE TOTALS                          *
003820*****************************************************************
003830  77  WS-SUSP-READ-COUNT      PIC 9(07) VALUE ZEROS.
003840  77  WS-RESUBMIT-COUNT       PIC 9(07) VALUE ZEROS.
003850  77  WS-HELD-COUNT           PIC 9(07) VALUE ZEROS.
003860  77  WS-AGED-COUNT           PIC 9(07) VALUE ZEROS.
003870
003880*****************************************************************
003890* RESUBMIT AND AGING REPORT LAYOUTS AND PAGE CONTROL FIELDS     *
003900*****************************************************************
003910  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
003920  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
003930  77  WS-AGE-PAGE-COUNT       PIC 9(03) VALUE ZEROS.
003940  77  WS-AGE-LINE-COUNT       PIC 9(03) VALUE ZEROS.
003950  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
003960
003970  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
003980
003990  01  RPT-HEADING-1.
004000      05  FILLER              PIC X(01) VALUE SPACE.
004010      05  FILLER              PIC X(30) VALUE
004020          "SUSPENSE CORRECTION/RESUBMIT".
004030      05  FILLER              PIC X(20) VALUE SPACES.
004040      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
004050      05  RPT-H1-DATE         PIC X(10).
004060      05  FILLER              PIC X(10) VALUE SPACES.
004070      05  FILLER              PIC X(06) VALUE "PAGE: ".
004080      05  RPT-H1-PAGE         PIC ZZZ9.
004090      05  FILLER              PIC X(41) VALUE SPACES.
004100
004110  01  RPT-HEADING-2.
004120      05  FILLER              PIC X(02) VALUE SPACES.
004130      05  FILLER              PIC X(05) VALUE "IDENT".
004140      05  FILLER              PIC X(05) VALUE SPACES.
004150      05  FILLER              PIC X(04) VALUE "CODE".
004160      05  FILLER              PIC X(03) VALUE SPACES.
004170      05  FILLER              PIC X(11) VALUE "DISPOSITION".
004180      05  FILLER              PIC X(04) VALUE SPACES.
004190      05  FILLER              PIC X(10) VALUE "DAYS HELD".
004200      05  FILLER              PIC X(88) VALUE SPACES.
004210
004220  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
004230
004240  01  RPT-DETAIL-LINE.
004250      05  FILLER              PIC X(02) VALUE SPACES.
004260      05  RPT-D-IDENT         PIC ZZ9.
004270      05  FILLER              PIC X(07) VALUE SPACES.
004280      05  RPT-D-CODE          PIC X(01).
004290      05  FILLER              PIC X(06) VALUE SPACES.
004300      05  RPT-D-DISPOSITION   PIC X(11).
004310      05  FILLER              PIC X(04) VALUE SPACES.
004320      05  RPT-D-DAYS          PIC ZZZZ9.
004330      05  FILLER              PIC X(93) VALUE SPACES.
004340
004350  01  RPT-TOTAL-LINE.
004360      05  FILLER              PIC X(02) VALUE SPACES.
004370      05  RPT-T-LABEL         PIC X(25).
004380      05  RPT-T-COUNT         PIC ZZZ,ZZ9.
004390      05  FILLER              PIC X(98) VALUE SPACES.
004400
004410  01  AGE-HEADING-1.
004420      05  FILLER              PIC X(01) VALUE SPACE.
004430      05  FILLER              PIC X(30) VALUE
004440          "SUSPENSE AGING FOLLOW-UP".
004450      05  FILLER              PIC X(20) VALUE SPACES.
004460      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
004470      05  AGE-H1-DATE         PIC X(10).
004480      05  FILLER              PIC X(10) VALUE SPACES.
004490      05  FILLER              PIC X(06) VALUE "PAGE: ".
004500      05  AGE-H1-PAGE         PIC ZZZ9.
004510      05  FILLER              PIC X(41) VALUE SPACES.
004520
004530  01  AGE-HEADING-2.
004540      05  FILLER              PIC X(02) VALUE SPACES.
004550      05  FILLER              PIC X(05) VALUE "IDENT".
004560      05  FILLER              PIC X(05) VALUE SPACES.
004570      05  FILLER              PIC X(04) VALUE "CODE".
004580      05  FILLER              PIC X(03) VALUE SPACES.
004590      05  FILLER              PIC X(10) VALUE "DATE ADDED".
004600      05  FILLER              PIC X(03) VALUE SPACES.
004610      05  FILLER              PIC X(10) VALUE "DAYS HELD".
004620      05  FILLER              PIC X(90) VALUE SPACES.
004630
004640  01  AGE-DETAIL-LINE.
004650      05  FILLER              PIC X(02) VALUE SPACES.
004660      05  AGE-D-IDENT         PIC ZZ9.
004670      05  FILLER              PIC X(07) VALUE SPACES.
004680      05  AGE-D-CODE          PIC X(01).
004690      05  FILLER              PIC X(06) VALUE SPACES.
004700      05  AGE-D-DATE.
004710          10  AGE-D-DATE-MM   PIC 9(02).
004720          10  FILLER          PIC X(01) VALUE "/".
004730          10  AGE-D-DATE-DD   PIC 9(02).
004740          10  FILLER          PIC X(01) VALUE "/".
004750          10  AGE-D-DATE-CCYY PIC 9(04).
004760      05  FILLER              PIC X(03) VALUE SPACES.
004770      05  AGE-D-DAYS          PIC ZZZZ9.
004780      05  FILLER              PIC X(95) VALUE SPACES.
004790
004800*****************************************************************
004810* RUN-SEQUENCING CONTROL PARAMETER AREA FOR THE RUNCTLIO        *
004820* CALLS.  THE START CALL REFUSES THE RUN WHEN THE PREDECESSOR   *
004830* JOB HAS NOT COMPLETED CLEAN FOR TODAY'S CYCLE, OR WHEN THIS   *
004840* JOB ALREADY COMPLETED TODAY.                                  *
004850*****************************************************************
004860  01  RUN-CONTROL-PARMS.
004870      05  RC-FUNCTION             PIC X(01).
004880      05  RC-PROGRAM              PIC X(08).
004890      05  RC-PREDECESSOR          PIC X(08).
004900      05  RC-CYCLE-DATE           PIC 9(08).
004910      05  RC-COMPLETION-CODE      PIC 9(02).
004920      05  RC-RESULT               PIC 9(02).
004930      05  RC-REASON               PIC X(40).
004940
004950  77  WS-RUNCTL-REFUSED-SW    PIC X(01) VALUE "N".
004960      88  WS-RUNCTL-REFUSED          VALUE "Y".
004970
004980  PROCEDURE DIVISION.
004990*****************************************************************
005000*                        0000-MAINLINE                          *
005010*****************************************************************
005020  0000-MAINLINE.
005030
005040      PERFORM 1000-INITIALIZE
005050          THRU 1000-INITIALIZE-EXIT.
005060
005070      PERFORM 2000-PROCESS-SUSPENSE
005080          THRU 2000-PROCESS-SUSPENSE-EXIT
005090          UNTIL WS-END-OF-FILE.
005100
005110      PERFORM 3000-FINALIZE
005120          THRU 3000-FINALIZE-EXIT.
005130
005140      STOP RUN.
005150
005160*****************************************************************
005170*                       1000-INITIALIZE                         *
005180*  OPENS THE FILES, LOADS THE CORRECTION CARD TABLE, AND PRINTS *
005190*  THE FIRST PAGE OF BOTH REPORTS.                              *
005200*****************************************************************
005210  1000-INITIALIZE.
005220
005230      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
005240
005250      STRING WS-CURR-MM   DELIMITED BY SIZE
005260             "/"          DELIMITED BY SIZE
005270             WS-CURR-DD   DELIMITED BY SIZE
005280             "/"          DELIMITED BY SIZE
005290             WS-CURR-CCYY DELIMITED BY SIZE
005300          INTO WS-RUN-DATE-EDIT
005310
005320      MOVE "S"             TO RC-FUNCTION
005330      MOVE "SUSPRSUB" TO RC-PROGRAM
005340      MOVE "CUSTCOMP" TO RC-PREDECESSOR
005350      MOVE WS-CURRENT-DATE TO RC-CYCLE-DATE
005360      MOVE ZEROS           TO RC-COMPLETION-CODE
005370
005380      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
005390
005400      IF RC-RESULT NOT = ZEROS
005410          DISPLAY "SUSPRSUB: RUN REFUSED - " RC-REASON
005420          SET WS-RUNCTL-REFUSED TO TRUE
005430          SET WS-END-OF-FILE TO TRUE
005440          MOVE 8 TO RETURN-CODE
005450          GO TO 1000-INITIALIZE-EXIT
005460      END-IF.
005470
005480      OPEN INPUT SUSPENSE-FILE
005490
005500      IF NOT WS-SUS-FILE-OK
005510          DISPLAY "SUSPRSUB: UNABLE TO OPEN SUSPFILE, "
005520                  "STATUS = " WS-SUS-FILE-STATUS
005530          SET WS-END-OF-FILE TO TRUE
005540      END-IF.
005550
005560      OPEN I-O CUSTOMER-MASTER-FILE
005570
005580      IF NOT WS-CM-FILE-OK
005590          DISPLAY "SUSPRSUB: UNABLE TO OPEN CUSTMAST, "
005600                  "STATUS = " WS-CM-FILE-STATUS
005610          SET WS-END-OF-FILE TO TRUE
005620      END-IF.
005630
005640      OPEN EXTEND AUDIT-FILE
005650
005660      IF NOT WS-AUD-FILE-OK
005670          DISPLAY "SUSPRSUB: UNABLE TO OPEN AUDITLOG, "
005680                  "STATUS = " WS-AUD-FILE-STATUS
005690          SET WS-END-OF-FILE TO TRUE
005700      END-IF.
005710
005720      OPEN OUTPUT NEW-SUSPENSE-FILE
005730
005740      IF NOT WS-NSU-FILE-OK
005750          DISPLAY "SUSPRSUB: UNABLE TO OPEN SUSPOUT, "
005760                  "STATUS = " WS-NSU-FILE-STATUS
005770          SET WS-END-OF-FILE TO TRUE
005780      END-IF.
005790
005800      OPEN OUTPUT RESUBMIT-REPORT
005810
005820      IF NOT WS-RPT-FILE-OK
005830          DISPLAY "SUSPRSUB: UNABLE TO OPEN RSBRPT, "
005840                  "STATUS = " WS-RPT-FILE-STATUS
005850          SET WS-END-OF-FILE TO TRUE
005860      END-IF.
005870
005880      OPEN OUTPUT AGING-REPORT
005890
005900      IF NOT WS-AGE-FILE-OK
005910          DISPLAY "SUSPRSUB: UNABLE TO OPEN SUSPAGE, "
005920                  "STATUS = " WS-AGE-FILE-STATUS
005930          SET WS-END-OF-FILE TO TRUE
005940      END-IF.
005950
005960      PERFORM 1100-LOAD-CORRECTION-TABLE
005970          THRU 1100-LOAD-CORRECTION-TABLE-EXIT.
005980
005990      PERFORM 2810-PRINT-HEADINGS
006000          THRU 2810-PRINT-HEADINGS-EXIT.
006010
006020      PERFORM 2870-PRINT-AGING-HEADINGS
006030          THRU 2870-PRINT-AGING-HEADINGS-EXIT.
006040
006050  1000-INITIALIZE-EXIT.
006060      EXIT.
006070
006080*****************************************************************
006090*               1100-LOAD-CORRECTION-TABLE                      *
006100*  READS THE CLERK'S CORRECTION CARDS INTO THE TABLE.  A        *
006110*  MISSING FILE JUST MEANS NOTHING GETS CORRECTED THIS CYCLE -  *
006120*  THE RUN STILL CARRIES AND AGES THE SUSPENSE.  CARDS PAST THE *
006130*  TABLE LIMIT ARE DROPPED WITH A CONSOLE WARNING.              *
006140*****************************************************************
006150  1100-LOAD-CORRECTION-TABLE.
006160
006170      OPEN INPUT CORRECTION-FILE
006180
006190      IF NOT WS-COR-FILE-OK
006200          GO TO 1100-LOAD-CORRECTION-TABLE-EXIT
006210      END-IF
006220
006230      PERFORM 1110-READ-CORRECTION-CARD
006240          THRU 1110-READ-CORRECTION-CARD-EXIT
006250          UNTIL WS-COR-EOF
006260
006270      CLOSE CORRECTION-FILE.
006280
006290  1100-LOAD-CORRECTION-TABLE-EXIT.
006300      EXIT.
006310
006320*****************************************************************
006330*               1110-READ-CORRECTION-CARD                       *
006340*****************************************************************
006350  1110-READ-CORRECTION-CARD.
006360
006370      READ CORRECTION-FILE
006380          AT END
006390              SET WS-COR-EOF TO TRUE
006400              GO TO 1110-READ-CORRECTION-CARD-EXIT
006410      END-READ
006420
006430      IF WS-CORR-COUNT >= WS-CORR-MAX
006440          DISPLAY "SUSPRSUB: CORRECTION TABLE FULL, CARD FOR "
006450                  "IDENT " CO-IDENT " DROPPED"
006460          GO TO 1110-READ-CORRECTION-CARD-EXIT
006470      END-IF
006480
006490      ADD 1 TO WS-CORR-COUNT
006500      MOVE CO-IDENT        TO WS-CORR-IDENT (WS-CORR-COUNT)
006510      MOVE CO-MASTER-IMAGE TO WS-CORR-IMAGE (WS-CORR-COUNT).
006520
006530  1110-READ-CORRECTION-CARD-EXIT.
006540      EXIT.
006550
006560*****************************************************************
006570*                  2000-PROCESS-SUSPENSE                        *
006580*  MAIN READ LOOP - READS EACH SUSPENSE RECORD, LAYS ITS        *
006590*  CORRECTION OVER IT IF ONE WAS KEYED, RERUNS THE BATCH EDITS, *
006600*  AND EITHER POSTS IT BACK TO THE MASTER OR CARRIES IT TO THE  *
006610*  NEW SUSPENSE GENERATION.  EVERYTHING CARRIED IS AGED.        *
006620*****************************************************************
006630  2000-PROCESS-SUSPENSE.
006640
006650      PERFORM 2100-READ-SUSPENSE
006660          THRU 2100-READ-SUSPENSE-EXIT.
006670
006680      IF WS-END-OF-FILE
006690          GO TO 2000-PROCESS-SUSPENSE-EXIT
006700      END-IF.
006710
006720      ADD 1 TO WS-SUSP-READ-COUNT
006730
006740      MOVE SP-MASTER-IMAGE TO WS-WORK-MASTER
006750
006760      PERFORM 2320-CHECK-DISPOSED
006770          THRU 2320-CHECK-DISPOSED-EXIT.
006780
006790      IF WS-DUP-FOUND
006800          ADD 1 TO WS-DUP-SKIP-COUNT
006810          GO TO 2000-PROCESS-SUSPENSE-EXIT
006820      END-IF.
006830
006840      PERFORM 2700-COMPUTE-SUSPENSE-AGE
006850          THRU 2700-COMPUTE-SUSPENSE-AGE-EXIT.
006860
006870      MOVE WK-IDENT TO WS-ORIG-IDENT
006880
006890      PERFORM 2300-FIND-CORRECTION
006900          THRU 2300-FIND-CORRECTION-EXIT.
006910
006920      IF WS-CORR-FOUND
006930          MOVE WS-CORR-IMAGE (WS-CORR-FOUND-IX) TO WS-WORK-MASTER
006940          IF WK-IDENT NOT = WS-ORIG-IDENT
006950              DISPLAY "SUSPRSUB: CORRECTION CHANGES IDENT "
006960                      WS-ORIG-IDENT " TO " WK-IDENT
006970                      " - HELD FOR CUSTMNT DELETE/ADD"
006980              MOVE SP-MASTER-IMAGE TO WS-WORK-MASTER
006990              MOVE SPACE TO WS-REJECT-REASON-CODE
007000              PERFORM 2600-CARRY-TO-NEW-SUSPENSE
007010                  THRU 2600-CARRY-TO-NEW-SUSPENSE-EXIT
007020              GO TO 2000-PROCESS-SUSPENSE-EXIT
007030          END-IF
007040      END-IF.
007050
007060      PERFORM 2400-EDIT-WORK-MASTER
007070          THRU 2400-EDIT-WORK-MASTER-EXIT.
007080
007090      IF WS-EDIT-VALID AND WS-CORR-FOUND
007100          PERFORM 2500-POST-CORRECTED-MASTER
007110              THRU 2500-POST-CORRECTED-MASTER-EXIT
007120      ELSE
007130          PERFORM 2600-CARRY-TO-NEW-SUSPENSE
007140              THRU 2600-CARRY-TO-NEW-SUSPENSE-EXIT
007150      END-IF.
007160
007170  2000-PROCESS-SUSPENSE-EXIT.
007180      EXIT.
007190
007200*****************************************************************
007210*                   2100-READ-SUSPENSE                          *
007220*****************************************************************
007230  2100-READ-SUSPENSE.
007240
007250      READ SUSPENSE-FILE
007260          AT END
007270              SET WS-END-OF-FILE TO TRUE
007280      END-READ.
007290
007300  2100-READ-SUSPENSE-EXIT.
007310      EXIT.
007320
007330*****************************************************************
007340*                  2300-FIND-CORRECTION                         *
007350*  SCANS THE CORRECTION TABLE FOR A CARD MATCHING THE SUSPENSE  *
007360*  RECORD'S IDENT AS IT WAS KEYED.  A CARD WHOSE CORRECTED      *
007370*  IMAGE CARRIES A DIFFERENT IDENT IS NOT POSTED HERE - THE     *
007380*  IDENT IS THE MASTER KEY, SO AN IDENT FIX IS A DELETE/ADD     *
007390*  THROUGH CUSTMNT; 2000 HOLDS SUCH RECORDS IN SUSPENSE.        *
007400*****************************************************************
007410  2300-FIND-CORRECTION.
007420
007430      MOVE "N"   TO WS-CORR-FOUND-SW
007440      MOVE ZEROS TO WS-CORR-FOUND-IX
007450      MOVE 1     TO WS-CORR-IX
007460
007470      PERFORM 2310-SCAN-CORRECTION-ENTRY
007480          THRU 2310-SCAN-CORRECTION-ENTRY-EXIT
007490          UNTIL WS-CORR-FOUND OR WS-CORR-IX > WS-CORR-COUNT.
007500
007510  2300-FIND-CORRECTION-EXIT.
007520      EXIT.
007530
007540*****************************************************************
007550*               2310-SCAN-CORRECTION-ENTRY                      *
007560*****************************************************************
007570  2310-SCAN-CORRECTION-ENTRY.
007580
007590      IF WS-CORR-IDENT (WS-CORR-IX) = WK-IDENT
007600          SET WS-CORR-FOUND TO TRUE
007610          MOVE WS-CORR-IX TO WS-CORR-FOUND-IX
007620      ELSE
007630          ADD 1 TO WS-CORR-IX
007640      END-IF.
007650
007660  2310-SCAN-CORRECTION-ENTRY-EXIT.
007670      EXIT.
007680
007690*****************************************************************
007700*                  2320-CHECK-DISPOSED                          *
007710*  SCANS THE DISPOSED-IDENT TABLE FOR THE WORK IMAGE'S IDENT.   *
007720*  A MISS REGISTERS THE IDENT SO EVERY LATER SUSPENSE ENTRY     *
007730*  FOR IT - A DUPLICATE FROM A LATER RUN - IS SKIPPED.  THE     *
007740*  BATCH RUN APPENDS IN DATE ORDER, SO THE ENTRY KEPT IS THE    *
007750*  OLDEST, WHICH IS THE ONE THE AGING TEST SHOULD SEE.  ON      *
007760*  TABLE OVERFLOW THE RECORD IS PROCESSED ANYWAY - A POSSIBLE   *
007770*  DOUBLE POSTING BEATS A SILENTLY DROPPED ONE.                 *
007780*****************************************************************
007790  2320-CHECK-DISPOSED.
007800
007810      MOVE "N" TO WS-DUP-FOUND-SW
007820      MOVE 1   TO WS-DONE-IX
007830
007840      PERFORM 2330-SCAN-DISPOSED-ENTRY
007850          THRU 2330-SCAN-DISPOSED-ENTRY-EXIT
007860          UNTIL WS-DUP-FOUND OR WS-DONE-IX > WS-DONE-COUNT
007870
007880      IF WS-DUP-FOUND
007890          GO TO 2320-CHECK-DISPOSED-EXIT
007900      END-IF
007910
007920      IF WS-DONE-COUNT >= WS-DONE-MAX
007930          DISPLAY "SUSPRSUB: DISPOSED-IDENT TABLE FULL, "
007940                  "IDENT " WK-IDENT " NOT TRACKED"
007950          GO TO 2320-CHECK-DISPOSED-EXIT
007960      END-IF
007970
007980      ADD 1 TO WS-DONE-COUNT
007990      MOVE WK-IDENT TO WS-DONE-IDENT (WS-DONE-COUNT).
008000
008010  2320-CHECK-DISPOSED-EXIT.
008020      EXIT.
008030
008040*****************************************************************
008050*               2330-SCAN-DISPOSED-ENTRY                        *
008060*****************************************************************
008070  2330-SCAN-DISPOSED-ENTRY.
008080
008090      IF WS-DONE-IDENT (WS-DONE-IX) = WK-IDENT
008100          SET WS-DUP-FOUND TO TRUE
008110      ELSE
008120          ADD 1 TO WS-DONE-IX
008130      END-IF.
008140
008150  2330-SCAN-DISPOSED-ENTRY-EXIT.
008160      EXIT.
008170
008180*****************************************************************
008190*                  2400-EDIT-WORK-MASTER                        *
008200*  RUNS THE SHARED EDITMSTR SUBPROGRAM OVER THE WORK IMAGE -    *
008210*  THE SAME FIELD, CHECK-DIGIT AND DATE-OF-BIRTH PASSES THE     *
008220*  BATCH RUN APPLIES - AND LEAVES THE VERDICT IN THE LOCAL      *
008230*  SWITCH AND REASON CODE.  A VALID IMAGE CARRIES THE DERIVED   *
008240*  AGE SO WHAT POSTS BACK MATCHES WHAT THE BATCH RUN WOULD      *
008250*  DERIVE.                                                      *
008260*****************************************************************
008270  2400-EDIT-WORK-MASTER.
008280
008290      MOVE SPACE TO WS-REJECT-REASON-CODE
008300
008310      MOVE "F"            TO EM-EDIT-MODE
008320      MOVE WS-WORK-MASTER TO EM-MASTER-IMAGE
008330      MOVE WS-CURR-CCYY   TO EM-CURR-CCYY
008340      MOVE WS-CURR-MM     TO EM-CURR-MM
008350      MOVE WS-CURR-DD     TO EM-CURR-DD
008360
008370      CALL "EDITMSTR" USING EDIT-MASTER-PARMS
008380
008390      IF EM-EDIT-INVALID
008400          SET WS-EDIT-INVALID TO TRUE
008410          MOVE EM-REASON-CODE TO WS-REJECT-REASON-CODE
008420      ELSE
008430          SET WS-EDIT-VALID TO TRUE
008440          MOVE EM-AGE-DERIVED TO WK-AGE-YEARS
008450      END-IF.
008460
008470  2400-EDIT-WORK-MASTER-EXIT.
008480      EXIT.
008490
008500
008510*****************************************************************
008520*               2500-POST-CORRECTED-MASTER                      *
008530*  READS THE MASTER RECORD THE CORRECTED IMAGE NAMES, CAPTURES  *
008540*  THE BEFORE IMAGE FOR THE AUDIT TRAIL, LAYS THE CORRECTED     *
008550*  IMAGE OVER IT AND REWRITES.  THE NEXT PAYROLL RUN RE-EDITS   *
008560*  THE RECORD THROUGH THE NORMAL PATH.  AN IDENT NO LONGER ON   *
008570*  THE MASTER IS CARRIED IN SUSPENSE INSTEAD.                   *
008580*****************************************************************
008590  2500-POST-CORRECTED-MASTER.
008600
008610      MOVE WK-IDENT TO CM-IDENT
008620
008630      READ CUSTOMER-MASTER-FILE
008640          INVALID KEY
008650              DISPLAY "SUSPRSUB: CORRECTED IDENT " WK-IDENT
008660                      " NOT ON MASTER, CARRIED IN SUSPENSE"
008670              PERFORM 2600-CARRY-TO-NEW-SUSPENSE
008680                  THRU 2600-CARRY-TO-NEW-SUSPENSE-EXIT
008690              GO TO 2500-POST-CORRECTED-MASTER-EXIT
008700      END-READ
008710
008720      MOVE CM-CUSTNAME     TO AU-OLD-CUSTNAME
008730      MOVE CM-DATEOFBIRTH  TO AU-OLD-DATEOFBIRTH
008740      MOVE CM-STATUS       TO AU-OLD-STATUS
008750
008760      MOVE WS-WORK-MASTER  TO CUSTOMER-MASTER-RECORD
008770
008780      REWRITE CUSTOMER-MASTER-RECORD
008790          INVALID KEY
008800              DISPLAY "SUSPRSUB: CANNOT REWRITE MASTER, IDENT "
008810                      CM-IDENT
008820              PERFORM 2600-CARRY-TO-NEW-SUSPENSE
008830                  THRU 2600-CARRY-TO-NEW-SUSPENSE-EXIT
008840              GO TO 2500-POST-CORRECTED-MASTER-EXIT
008850      END-REWRITE
008860
008870      ADD 1 TO WS-RESUBMIT-COUNT
008880
008890      MOVE CM-IDENT           TO AU-IDENT
008900      MOVE CM-CUSTNAME        TO AU-NEW-CUSTNAME
008910      MOVE CM-DATEOFBIRTH     TO AU-NEW-DATEOFBIRTH
008920      MOVE CM-STATUS          TO AU-NEW-STATUS
008930      ACCEPT AU-DATE          FROM DATE YYYYMMDD
008940      ACCEPT AU-TIME          FROM TIME
008950
008960      WRITE AUDIT-RECORD
008970
008980      MOVE "RESUBMITTED" TO RPT-D-DISPOSITION
008990      PERFORM 2800-PRINT-RESUBMIT-LINE
009000          THRU 2800-PRINT-RESUBMIT-LINE-EXIT.
009010
009020  2500-POST-CORRECTED-MASTER-EXIT.
009030      EXIT.
009040
009050*****************************************************************
009060*               2600-CARRY-TO-NEW-SUSPENSE                      *
009070*  WRITES THE SUSPENSE RECORD TO THE NEW GENERATION WITH ITS    *
009080*  ORIGINAL DATE AND CURRENT REASON CODE, AGES IT, AND PUTS IT  *
009090*  ON THE FOLLOW-UP REPORT IF IT HAS SAT PAST THE LIMIT.        *
009100*****************************************************************
009110  2600-CARRY-TO-NEW-SUSPENSE.
009120
009130      IF WS-REJECT-REASON-CODE NOT = SPACE
009140          MOVE WS-REJECT-REASON-CODE TO WS-CARRY-REASON-CODE
009150      ELSE
009160          MOVE SP-REASON-CODE        TO WS-CARRY-REASON-CODE
009170      END-IF
009180      MOVE WS-CARRY-REASON-CODE TO NS-REASON-CODE
009190      MOVE SP-DATE-ADDED    TO NS-DATE-ADDED
009200      MOVE WS-WORK-MASTER   TO NS-MASTER-IMAGE
009210
009220      WRITE NEW-SUSPENSE-RECORD
009230
009240      ADD 1 TO WS-HELD-COUNT
009250
009260      MOVE "HELD"        TO RPT-D-DISPOSITION
009270      PERFORM 2800-PRINT-RESUBMIT-LINE
009280          THRU 2800-PRINT-RESUBMIT-LINE-EXIT
009290
009300      IF WS-SUSP-AGE-DAYS > WS-AGING-LIMIT-DAYS
009310          ADD 1 TO WS-AGED-COUNT
009320          PERFORM 2850-PRINT-AGING-LINE
009330              THRU 2850-PRINT-AGING-LINE-EXIT
009340      END-IF.
009350
009360  2600-CARRY-TO-NEW-SUSPENSE-EXIT.
009370      EXIT.
009380
009390*****************************************************************
009400*               2700-COMPUTE-SUSPENSE-AGE                       *
009410*  APPROXIMATE DAYS IN SUSPENSE - 365 TO THE YEAR, 30 TO THE    *
009420*  MONTH.  GOOD ENOUGH FOR A FOLLOW-UP THRESHOLD.  A DATE THAT  *
009430*  IS NOT NUMERIC (A DAMAGED SUSPENSE RECORD) AGES AS ZERO.     *
009440*****************************************************************
009450  2700-COMPUTE-SUSPENSE-AGE.
009460
009470      MOVE ZEROS TO WS-SUSP-AGE-DAYS
009480
009490      IF SP-DATE-ADDED IS NOT NUMERIC
009500          GO TO 2700-COMPUTE-SUSPENSE-AGE-EXIT
009510      END-IF
009520
009530      MOVE SP-DATE-ADDED TO WS-ADDED-DATE
009540
009550      COMPUTE WS-SUSP-AGE-DAYS =
009560          ((WS-CURR-CCYY - WS-ADDED-CCYY) * 365)
009570          + ((WS-CURR-MM - WS-ADDED-MM) * 30)
009580          + (WS-CURR-DD - WS-ADDED-DD)
009590
009600      IF WS-SUSP-AGE-DAYS < ZERO
009610          MOVE ZEROS TO WS-SUSP-AGE-DAYS
009620      END-IF.
009630
009640  2700-COMPUTE-SUSPENSE-AGE-EXIT.
009650      EXIT.
009660
009670*****************************************************************
009680*               2800-PRINT-RESUBMIT-LINE                        *
009690*  BUILDS AND WRITES ONE DISPOSITION LINE ON THE RESUBMIT       *
009700*  REPORT.  THE CALLER SETS RPT-D-DISPOSITION FIRST.            *
009710*****************************************************************
009720  2800-PRINT-RESUBMIT-LINE.
009730
009740      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009750          PERFORM 2810-PRINT-HEADINGS
009760              THRU 2810-PRINT-HEADINGS-EXIT
009770      END-IF
009780
009790      MOVE WK-IDENT TO RPT-D-IDENT
009800      IF WS-REJECT-REASON-CODE NOT = SPACE
009810          MOVE WS-REJECT-REASON-CODE TO RPT-D-CODE
009820      ELSE
009830          MOVE SP-REASON-CODE        TO RPT-D-CODE
009840      END-IF
009850      MOVE WS-SUSP-AGE-DAYS TO RPT-D-DAYS
009860
009870      WRITE RESUBMIT-RECORD FROM RPT-DETAIL-LINE
009880          AFTER ADVANCING 1 LINE
009890
009900      ADD 1 TO WS-LINE-COUNT.
009910
009920  2800-PRINT-RESUBMIT-LINE-EXIT.
009930      EXIT.
009940
009950*****************************************************************
009960*                 2810-PRINT-HEADINGS                          *
009970*  WRITES THE RESUBMIT REPORT HEADER AND COLUMN HEADINGS AT THE *
009980*  TOP OF A NEW PAGE AND RESETS THE LINE COUNT.                 *
009990*****************************************************************
010000  2810-PRINT-HEADINGS.
010010
010020      ADD 1 TO WS-PAGE-COUNT
010030      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
010040      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
010050
010060      WRITE RESUBMIT-RECORD FROM RPT-HEADING-1
010070          AFTER ADVANCING PAGE
010080      WRITE RESUBMIT-RECORD FROM RPT-BLANK-LINE
010090          AFTER ADVANCING 1 LINE
010100      WRITE RESUBMIT-RECORD FROM RPT-HEADING-2
010110          AFTER ADVANCING 1 LINE
010120      WRITE RESUBMIT-RECORD FROM RPT-BLANK-LINE
010130          AFTER ADVANCING 1 LINE
010140
010150      MOVE ZEROS TO WS-LINE-COUNT.
010160
010170  2810-PRINT-HEADINGS-EXIT.
010180      EXIT.
010190
010200*****************************************************************
010210*               2850-PRINT-AGING-LINE                           *
010220*  BUILDS AND WRITES ONE FOLLOW-UP LINE ON THE AGING REPORT,    *
010230*  BREAKING TO A NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.    *
010240*****************************************************************
010250  2850-PRINT-AGING-LINE.
010260
010270      IF WS-AGE-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
010280          PERFORM 2870-PRINT-AGING-HEADINGS
010290              THRU 2870-PRINT-AGING-HEADINGS-EXIT
010300      END-IF
010310
010320      MOVE WK-IDENT         TO AGE-D-IDENT
010330      MOVE WS-CARRY-REASON-CODE TO AGE-D-CODE
010340      MOVE WS-ADDED-MM      TO AGE-D-DATE-MM
010350      MOVE WS-ADDED-DD      TO AGE-D-DATE-DD
010360      MOVE WS-ADDED-CCYY    TO AGE-D-DATE-CCYY
010370      MOVE WS-SUSP-AGE-DAYS TO AGE-D-DAYS
010380
010390      WRITE AGING-RECORD FROM AGE-DETAIL-LINE
010400          AFTER ADVANCING 1 LINE
010410
010420      ADD 1 TO WS-AGE-LINE-COUNT.
010430
010440  2850-PRINT-AGING-LINE-EXIT.
010450      EXIT.
010460
010470*****************************************************************
010480*              2870-PRINT-AGING-HEADINGS                        *
010490*  SAME AS 2810-PRINT-HEADINGS BUT FOR THE AGING FOLLOW-UP      *
010500*  REPORT, WHICH PAGINATES INDEPENDENTLY.                       *
010510*****************************************************************
010520  2870-PRINT-AGING-HEADINGS.
010530
010540      ADD 1 TO WS-AGE-PAGE-COUNT
010550      MOVE WS-RUN-DATE-EDIT  TO AGE-H1-DATE
010560      MOVE WS-AGE-PAGE-COUNT TO AGE-H1-PAGE
010570
010580      WRITE AGING-RECORD FROM AGE-HEADING-1
010590          AFTER ADVANCING PAGE
010600      WRITE AGING-RECORD FROM RPT-BLANK-LINE
010610          AFTER ADVANCING 1 LINE
010620      WRITE AGING-RECORD FROM AGE-HEADING-2
010630          AFTER ADVANCING 1 LINE
010640      WRITE AGING-RECORD FROM RPT-BLANK-LINE
010650          AFTER ADVANCING 1 LINE
010660
010670      MOVE ZEROS TO WS-AGE-LINE-COUNT.
010680
010690  2870-PRINT-AGING-HEADINGS-EXIT.
010700      EXIT.
010710
010720*****************************************************************
010730*                       3000-FINALIZE                           *
010740*  PRINTS THE RUN TOTALS AND CLOSES THE FILES.                  *
010750*****************************************************************
010760  3000-FINALIZE.
010770
010780      IF WS-RUNCTL-REFUSED
010790          GO TO 3000-FINALIZE-EXIT
010800      END-IF.
010810
010820      WRITE RESUBMIT-RECORD FROM RPT-BLANK-LINE
010830          AFTER ADVANCING 1 LINE
010840
010850      MOVE "SUSPENSE RECORDS READ"   TO RPT-T-LABEL
010860      MOVE WS-SUSP-READ-COUNT        TO RPT-T-COUNT
010870      WRITE RESUBMIT-RECORD FROM RPT-TOTAL-LINE
010880          AFTER ADVANCING 1 LINE
010890
010900      MOVE "RESUBMITTED TO MASTER"   TO RPT-T-LABEL
010910      MOVE WS-RESUBMIT-COUNT         TO RPT-T-COUNT
010920      WRITE RESUBMIT-RECORD FROM RPT-TOTAL-LINE
010930          AFTER ADVANCING 1 LINE
010940
010950      MOVE "HELD IN SUSPENSE"        TO RPT-T-LABEL
010960      MOVE WS-HELD-COUNT             TO RPT-T-COUNT
010970      WRITE RESUBMIT-RECORD FROM RPT-TOTAL-LINE
010980          AFTER ADVANCING 1 LINE
010990
011000      MOVE "PAST AGING LIMIT"        TO RPT-T-LABEL
011010      MOVE WS-AGED-COUNT             TO RPT-T-COUNT
011020      WRITE RESUBMIT-RECORD FROM RPT-TOTAL-LINE
011030          AFTER ADVANCING 1 LINE
011040
011050      MOVE "DUPLICATES SKIPPED"      TO RPT-T-LABEL
011060      MOVE WS-DUP-SKIP-COUNT         TO RPT-T-COUNT
011070      WRITE RESUBMIT-RECORD FROM RPT-TOTAL-LINE
011080          AFTER ADVANCING 1 LINE
011090
011100      CLOSE SUSPENSE-FILE
011110      CLOSE CUSTOMER-MASTER-FILE
011120      CLOSE AUDIT-FILE
011130      CLOSE NEW-SUSPENSE-FILE
011140      CLOSE RESUBMIT-REPORT
011150      CLOSE AGING-REPORT.
011160
011170      IF NOT WS-RUNCTL-REFUSED
011180          MOVE "E"         TO RC-FUNCTION
011190          MOVE RETURN-CODE TO RC-COMPLETION-CODE
011200          CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
011210      END-IF.
011220
011230  3000-FINALIZE-EXIT.
011240      EXIT.
011250
011260
