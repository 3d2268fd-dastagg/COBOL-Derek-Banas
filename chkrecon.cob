000010*****************************************************************
000020* PROGRAM      : CHKRECON                                       *
000030* AUTHOR       : DAVID R. HENDERSON                             *
000040* INSTALLATION : DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS     *
000050* DATE-WRITTEN : 10/15/2026                                     *
000060*                                                               *
000070* REMARKS      : PAID-CHECK RECONCILIATION AGAINST THE BANK'S   *
000080*                CLEARED-ITEMS FILE.  THE CHKREG REGISTER IS    *
000090*                FIRST COLLAPSED INTO A WORK FILE KEYED BY      *
000100*                CHECK NUMBER HOLDING EACH CHECK'S ISSUE AND    *
000110*                LATEST EVENT.  EACH PAID ITEM THE BANK RETURNS *
000120*                IS THEN MATCHED TO ITS CHECK - A CLEAN MATCH   *
000130*                APPENDS A "P" PAID EVENT TO THE REGISTER; AN   *
000140*                ITEM PAID BUT NEVER ISSUED, PAID AFTER A VOID, *
000150*                ALREADY PAID, OR PAID FOR A DIFFERENT AMOUNT   *
000160*                IS REPORTED AS AN EXCEPTION FOR THE BANK       *
000170*                RECONCILER.                                    *
000180*                THE CHECKS STILL OUTSTANDING ARE LISTED AGED   *
000190*                BY ISSUE DATE, THOSE PAST THE RCNPARM STALE-   *
000200*                DATE LIMIT GO TO A SEPARATE LIST FOR THE       *
000210*                UNCLAIMED-PROPERTY FILING, AND THE OUTSTANDING *
000220*                TOTAL IS BALANCED TO ISSUED LESS VOIDED LESS   *
000230*                PAID.                                          *
000240*****************************************************************
000250* MODIFICATION HISTORY                                          *
000260*-----------------------------------------------------------------
000270* DATE       INIT  DESCRIPTION                                  *
000280* 10/15/2026 DRH   ORIGINAL PROGRAM.                            *
000290* 10/15/2026 DRH   EXCEPTION HEADINGS NOW PRINT BEFORE THE      *
000300*                  REGISTER LOAD SO REGISTER ERRORS LAND UNDER  *
000310*                  THEM.  A CHKPAID OR CHKREG OPEN FAILURE NOW  *
000320*                  ENDS THE RUN AS A SETUP ERROR, WHICH CLOSES  *
000330*                  WHATEVER IT HAD OPEN.  EXCEPTIONS NO LONGER  *
000340*                  LOWER AN 8 TO A 4.                           *
000350* 10/15/2026 DRH   THE DAYS COLUMN ON THE OUTSTANDING LIST IS   *
000360*                  NOW EDITED, SO IT PRINTS THE AGE OF THE      *
000370*                  CHECK.                                       *
000380*****************************************************************
000390  IDENTIFICATION DIVISION.
000400  PROGRAM-ID. CHKRECON.
000410  AUTHOR. DAVID R. HENDERSON.
000420  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000430  DATE-WRITTEN. 10/15/2026.
000440  DATE-COMPILED.
000450  ENVIRONMENT DIVISION.
000460
000470  CONFIGURATION SECTION.
000480  SOURCE-COMPUTER. IBM-370.
000490  OBJECT-COMPUTER. IBM-370.
000500  SPECIAL-NAMES.
000510      C01 IS TOP-OF-PAGE.
000520
000530  INPUT-OUTPUT SECTION.
000540  FILE-CONTROL.
000550*****************************************************************
000560* PAID-ITEMS-FILE IS THE BANK'S CLEARED-ITEMS FILE - ONE RECORD *
000570* PER CHECK PAID, WITH THE AMOUNT AND THE DATE IT CLEARED.      *
000580*****************************************************************
000590      SELECT PAID-ITEMS-FILE
000600          ASSIGN TO "CHKPAID"
000610          ORGANIZATION IS SEQUENTIAL
000620          FILE STATUS IS WS-PAI-FILE-STATUS.
000630
000640*****************************************************************
000650* PARAMETER-FILE CARRIES THE STALE-DATE LIMIT IN DAYS.          *
000660*****************************************************************
000670      SELECT PARAMETER-FILE
000680          ASSIGN TO "RCNPARM"
000690          ORGANIZATION IS SEQUENTIAL
000700          FILE STATUS IS WS-PRM-FILE-STATUS.
000710
000720*****************************************************************
000730* CHECK-REGISTER-FILE IS THE PERMANENT CHECK REGISTER.  READ    *
000740* ONCE TO BUILD THE WORK FILE, THEN REOPENED EXTEND TO APPEND   *
000750* THE PAID EVENTS.                                              *
000760*****************************************************************
000770      SELECT CHECK-REGISTER-FILE
000780          ASSIGN TO "CHKREG"
000790          ORGANIZATION IS SEQUENTIAL
000800          FILE STATUS IS WS-REG-FILE-STATUS.
000810
000820*****************************************************************
000830* CHECK-WORK-FILE HOLDS ONE RECORD PER CHECK NUMBER - ITS ISSUE *
000840* AND ITS LATEST EVENT - REBUILT FROM THE REGISTER EVERY RUN.   *
000850*****************************************************************
000860      SELECT CHECK-WORK-FILE
000870          ASSIGN TO "CHKWORK"
000880          ORGANIZATION IS INDEXED
000890          ACCESS MODE IS DYNAMIC
000900          RECORD KEY IS WK-CHECK-NO
000910          FILE STATUS IS WS-WRK-FILE-STATUS.
000920
000930*****************************************************************
000940* RECON-REPORT LISTS THE PAID-ITEM EXCEPTIONS, THE AGED         *
000950* OUTSTANDING CHECKS AND THE RECONCILIATION TOTALS.             *
000960*****************************************************************
000970      SELECT RECON-REPORT
000980          ASSIGN TO "RCNRPT"
000990          ORGANIZATION IS SEQUENTIAL
001000          FILE STATUS IS WS-RPT-FILE-STATUS.
001010
001020*****************************************************************
001030* STALE-REPORT LISTS THE STALE-DATED CHECKS FOR THE UNCLAIMED-  *
001040* PROPERTY FILING.                                              *
001050*****************************************************************
001060      SELECT STALE-REPORT
001070          ASSIGN TO "STALERPT"
001080          ORGANIZATION IS SEQUENTIAL
001090          FILE STATUS IS WS-STL-FILE-STATUS.
001100
001110  DATA DIVISION.
001120
001130  FILE SECTION.
001140*****************************************************************
001150* FD  - PAID-ITEMS-FILE                                         *
001160*****************************************************************
001170  FD  PAID-ITEMS-FILE
001180      LABEL RECORDS ARE STANDARD
001190      RECORD CONTAINS 25 CHARACTERS.
001200  01  PAID-ITEM-RECORD.
001210      05  PI-CHECK-NO             PIC 9(08).
001220      05  PI-AMOUNT               PIC 9(07)V99.
001230      05  PI-PAID-DATE            PIC 9(08).
001240
001250*****************************************************************
001260* FD  - PARAMETER-FILE                                          *
001270*****************************************************************
001280  FD  PARAMETER-FILE
001290      LABEL RECORDS ARE STANDARD
001300      RECORD CONTAINS 3 CHARACTERS.
001310  01  PARAMETER-RECORD.
001320      05  RP-STALE-DAYS           PIC 9(03).
001330
001340*****************************************************************
001350* FD  - CHECK-REGISTER-FILE                                     *
001360*  THE LAYOUT MATCHES WHAT CHECKRUN WRITES.                     *
001370*****************************************************************
001380  FD  CHECK-REGISTER-FILE
001390      LABEL RECORDS ARE STANDARD
001400      RECORD CONTAINS 29 CHARACTERS.
001410  01  CHECK-REGISTER-RECORD.
001420      05  CK-CHECK-NO             PIC 9(08).
001430      05  CK-IDENT                PIC 9(03).
001440      05  CK-DATE                 PIC 9(08).
001450      05  CK-AMOUNT               PIC S9(7)V99.
001460      05  CK-STATUS               PIC X(01).
001470          88  CK-STATUS-ISSUED          VALUE "I".
001480          88  CK-STATUS-VOID            VALUE "V".
001490          88  CK-STATUS-REISSUE         VALUE "R".
001500          88  CK-STATUS-PAID            VALUE "P".
001510
001520*****************************************************************
001530* FD  - CHECK-WORK-FILE                                         *
001540*****************************************************************
001550  FD  CHECK-WORK-FILE
001560      LABEL RECORDS ARE STANDARD
001570      RECORD CONTAINS 37 CHARACTERS.
001580  01  CHECK-WORK-RECORD.
001590      05  WK-CHECK-NO             PIC 9(08).
001600      05  WK-IDENT                PIC 9(03).
001610      05  WK-ISSUE-DATE           PIC 9(08).
001620      05  WK-AMOUNT               PIC S9(7)V99.
001630      05  WK-STATUS               PIC X(01).
001640          88  WK-STATUS-OUTSTANDING     VALUE "I" "R".
001650          88  WK-STATUS-VOID            VALUE "V".
001660          88  WK-STATUS-PAID            VALUE "P".
001670      05  WK-EVENT-DATE           PIC 9(08).
001680
001690*****************************************************************
001700* FD  - RECON-REPORT                                            *
001710*****************************************************************
001720  FD  RECON-REPORT
001730      LABEL RECORDS ARE STANDARD
001740      RECORD CONTAINS 132 CHARACTERS.
001750  01  RECON-RECORD                PIC X(132).
001760
001770*****************************************************************
001780* FD  - STALE-REPORT                                            *
001790*****************************************************************
001800  FD  STALE-REPORT
001810      LABEL RECORDS ARE STANDARD
001820      RECORD CONTAINS 132 CHARACTERS.
001830  01  STALE-RECORD                PIC X(132).
001840
001850  WORKING-STORAGE SECTION.
001860*****************************************************************
001870* FILE STATUS AND END-OF-FILE SWITCHES                          *
001880*****************************************************************
001890  77  WS-PAI-FILE-STATUS      PIC X(02) VALUE SPACES.
001900      88  WS-PAI-FILE-OK             VALUE "00".
001910
001920  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
001930      88  WS-END-OF-FILE             VALUE "Y".
001940      88  WS-NOT-END-OF-FILE         VALUE "N".
001950
001960  77  WS-PRM-FILE-STATUS      PIC X(02) VALUE SPACES.
001970      88  WS-PRM-FILE-OK             VALUE "00".
001980
001990  77  WS-REG-FILE-STATUS      PIC X(02) VALUE SPACES.
002000      88  WS-REG-FILE-OK             VALUE "00".
002010
002020  77  WS-REG-EOF-SW           PIC X(01) VALUE "N".
002030      88  WS-REG-EOF                 VALUE "Y".
002040
002050  77  WS-WRK-FILE-STATUS      PIC X(02) VALUE SPACES.
002060      88  WS-WRK-FILE-OK             VALUE "00".
002070
002080  77  WS-WRK-EOF-SW           PIC X(01) VALUE "N".
002090      88  WS-WRK-EOF                 VALUE "Y".
002100
002110  77  WS-WRK-OPEN-SW          PIC X(01) VALUE "N".
002120      88  WS-WRK-OPEN                VALUE "Y".
002130
002140  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
002150      88  WS-RPT-FILE-OK             VALUE "00".
002160
002170  77  WS-STL-FILE-STATUS      PIC X(02) VALUE SPACES.
002180      88  WS-STL-FILE-OK             VALUE "00".
002190
002200  77  WS-SETUP-ERROR-SW       PIC X(01) VALUE "N".
002210      88  WS-SETUP-ERROR             VALUE "Y".
002220
002230*****************************************************************
002240* STALE-DATE LIMIT OFF THE PARAMETER CARD.  NO CARD, OR A BAD   *
002250* ONE, LEAVES THE 180-DAY DEFAULT IN FORCE.                     *
002260*****************************************************************
002270  77  WS-STALE-DAYS           PIC 9(03) VALUE 180.
002280
002290*****************************************************************
002300* DAY-NUMBER WORK FIELDS.  A CCYYMMDD DATE IS TURNED INTO A     *
002310* RUNNING DAY COUNT SO TWO DATES CAN BE SUBTRACTED FOR AN AGE   *
002320* IN DAYS - MARCH-BASED YEAR, SO FEBRUARY 29 FALLS AT THE END.  *
002330*****************************************************************
002340  01  WS-DN-DATE              PIC 9(08) VALUE ZEROS.
002350  01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
002360      05  WS-DN-CCYY          PIC 9(04).
002370      05  WS-DN-MM            PIC 9(02).
002380      05  WS-DN-DD            PIC 9(02).
002390
002400  77  WS-DN-YEAR              PIC 9(04) VALUE ZEROS.
002410  77  WS-DN-MONTH             PIC 9(02) VALUE ZEROS.
002420  77  WS-DN-WORK              PIC 9(07) VALUE ZEROS.
002430  77  WS-DN-DAYS              PIC 9(07) VALUE ZEROS.
002440  77  WS-TODAY-DAYS           PIC 9(07) VALUE ZEROS.
002450  77  WS-AGE-DAYS             PIC S9(07) VALUE ZEROS.
002460
002470*****************************************************************
002480* PAID-ITEM DISPOSITION WORK FIELDS                             *
002490*****************************************************************
002500  77  WS-EXCEPTION-TEXT       PIC X(30) VALUE SPACES.
002510  77  WS-DIFFERENCE           PIC S9(7)V99 VALUE ZEROS.
002520
002530*****************************************************************
002540* RUN COUNTERS AND RECONCILIATION TOTALS.  ISSUED, VOIDED AND   *
002550* PAID COME FROM THE REGISTER EVENTS; OUTSTANDING COMES FROM    *
002560* THE WORK FILE - TWO INDEPENDENT ROUTES TO THE SAME FIGURE.    *
002570*****************************************************************
002580  77  WS-REG-READ-COUNT       PIC 9(07) VALUE ZEROS.
002590  77  WS-REG-ERROR-COUNT      PIC 9(07) VALUE ZEROS.
002600  77  WS-ITEM-READ-COUNT      PIC 9(07) VALUE ZEROS.
002610  77  WS-ITEM-PAID-COUNT      PIC 9(07) VALUE ZEROS.
002620  77  WS-NOT-ISSUED-COUNT     PIC 9(07) VALUE ZEROS.
002630  77  WS-AFTER-VOID-COUNT     PIC 9(07) VALUE ZEROS.
002640  77  WS-ALREADY-PAID-COUNT   PIC 9(07) VALUE ZEROS.
002650  77  WS-MISMATCH-COUNT       PIC 9(07) VALUE ZEROS.
002660
002670  77  WS-ISSUED-COUNT         PIC 9(07) VALUE ZEROS.
002680  77  WS-ISSUED-AMOUNT        PIC S9(9)V99 VALUE ZEROS.
002690  77  WS-VOIDED-COUNT         PIC 9(07) VALUE ZEROS.
002700  77  WS-VOIDED-AMOUNT        PIC S9(9)V99 VALUE ZEROS.
002710  77  WS-PAID-COUNT           PIC 9(07) VALUE ZEROS.
002720  77  WS-PAID-AMOUNT          PIC S9(9)V99 VALUE ZEROS.
002730  77  WS-ITEM-PAID-AMOUNT     PIC S9(9)V99 VALUE ZEROS.
002740  77  WS-EXPECTED-AMOUNT      PIC S9(9)V99 VALUE ZEROS.
002750
002760  77  WS-OUTST-COUNT          PIC 9(07) VALUE ZEROS.
002770  77  WS-OUTST-AMOUNT         PIC S9(9)V99 VALUE ZEROS.
002780  77  WS-STALE-COUNT          PIC 9(07) VALUE ZEROS.
002790  77  WS-STALE-AMOUNT         PIC S9(9)V99 VALUE ZEROS.
002800  77  WS-TOTAL-OUTST-AMOUNT   PIC S9(9)V99 VALUE ZEROS.
002810
002820  77  WS-AGE-0-30-AMOUNT      PIC S9(9)V99 VALUE ZEROS.
002830  77  WS-AGE-31-60-AMOUNT     PIC S9(9)V99 VALUE ZEROS.
002840  77  WS-AGE-61-90-AMOUNT     PIC S9(9)V99 VALUE ZEROS.
002850  77  WS-AGE-OVER-90-AMOUNT   PIC S9(9)V99 VALUE ZEROS.
002860
002870*****************************************************************
002880* REPORT LAYOUTS AND PAGE CONTROL FIELDS                        *
002890*****************************************************************
002900  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
002910  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
002920  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
002930
002940  77  WS-STL-PAGE-COUNT       PIC 9(03) VALUE ZEROS.
002950  77  WS-STL-LINE-COUNT       PIC 9(03) VALUE ZEROS.
002960
002970  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
002980
002990  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
003000  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
003010      05  WS-CURR-CCYY        PIC 9(04).
003020      05  WS-CURR-MM          PIC 9(02).
003030      05  WS-CURR-DD          PIC 9(02).
003040
003050  01  RPT-HEADING-1.
003060      05  FILLER              PIC X(01) VALUE SPACE.
003070      05  RPT-H1-TITLE        PIC X(30) VALUE
003080          "PAID-CHECK RECONCILIATION".
003090      05  FILLER              PIC X(20) VALUE SPACES.
003100      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
003110      05  RPT-H1-DATE         PIC X(10).
003120      05  FILLER              PIC X(10) VALUE SPACES.
003130      05  FILLER              PIC X(06) VALUE "PAGE: ".
003140      05  RPT-H1-PAGE         PIC ZZZ9.
003150      05  FILLER              PIC X(41) VALUE SPACES.
003160
003170  01  RPT-HEADING-2.
003180      05  FILLER              PIC X(02) VALUE SPACES.
003190      05  FILLER              PIC X(08) VALUE "CHECK NO".
003200      05  FILLER              PIC X(03) VALUE SPACES.
003210      05  FILLER              PIC X(05) VALUE "IDENT".
003220      05  FILLER              PIC X(03) VALUE SPACES.
003230      05  FILLER              PIC X(10) VALUE "ISSUE DATE".
003240      05  FILLER              PIC X(03) VALUE SPACES.
003250      05  FILLER              PIC X(09) VALUE "PAID DATE".
003260      05  FILLER              PIC X(06) VALUE SPACES.
003270      05  FILLER              PIC X(06) VALUE "ISSUED".
003280      05  FILLER              PIC X(06) VALUE SPACES.
003290      05  FILLER              PIC X(06) VALUE "AMOUNT".
003300      05  FILLER              PIC X(05) VALUE SPACES.
003310      05  FILLER              PIC X(04) VALUE "DAYS".
003320      05  FILLER              PIC X(02) VALUE SPACES.
003330      05  FILLER              PIC X(30) VALUE "DISPOSITION".
003340      05  FILLER              PIC X(24) VALUE SPACES.
003350
003360  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
003370
003380  01  RPT-DETAIL-LINE.
003390      05  FILLER              PIC X(02) VALUE SPACES.
003400      05  RPT-D-CHECK-NO      PIC 9(08).
003410      05  FILLER              PIC X(03) VALUE SPACES.
003420      05  RPT-D-IDENT         PIC X(03).
003430      05  FILLER              PIC X(05) VALUE SPACES.
003440      05  RPT-D-ISSUE-DATE    PIC X(08).
003450      05  FILLER              PIC X(05) VALUE SPACES.
003460      05  RPT-D-PAID-DATE     PIC X(08).
003470      05  FILLER              PIC X(02) VALUE SPACES.
003480      05  RPT-D-ISSUED        PIC Z,ZZZ,ZZ9.99-.
003490      05  FILLER              PIC X(01) VALUE SPACE.
003500      05  RPT-D-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
003510      05  FILLER              PIC X(02) VALUE SPACES.
003520      05  RPT-D-DAYS          PIC ZZZZ9.
003530      05  RPT-D-DAYS-R REDEFINES RPT-D-DAYS PIC X(05).
003540      05  FILLER              PIC X(02) VALUE SPACES.
003550      05  RPT-D-DISPOSITION   PIC X(30).
003560      05  FILLER              PIC X(22) VALUE SPACES.
003570
003580  01  RPT-TOTAL-LINE.
003590      05  FILLER              PIC X(02) VALUE SPACES.
003600      05  RPT-T-LABEL         PIC X(30).
003610      05  RPT-T-COUNT         PIC ZZZ,ZZ9.
003620      05  FILLER              PIC X(03) VALUE SPACES.
003630      05  RPT-T-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
003640      05  FILLER              PIC X(76) VALUE SPACES.
003650
003660  01  RPT-MESSAGE-LINE.
003670      05  FILLER              PIC X(02) VALUE SPACES.
003680      05  RPT-M-TEXT          PIC X(60).
003690      05  FILLER              PIC X(70) VALUE SPACES.
003700
003710  01  STL-HEADING-1.
003720      05  FILLER              PIC X(01) VALUE SPACE.
003730      05  FILLER              PIC X(30) VALUE
003740          "STALE-DATED CHECKS".
003750      05  FILLER              PIC X(20) VALUE SPACES.
003760      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
003770      05  STL-H1-DATE         PIC X(10).
003780      05  FILLER              PIC X(10) VALUE SPACES.
003790      05  FILLER              PIC X(06) VALUE "PAGE: ".
003800      05  STL-H1-PAGE         PIC ZZZ9.
003810      05  FILLER              PIC X(41) VALUE SPACES.
003820
003830  01  STL-HEADING-2.
003840      05  FILLER              PIC X(02) VALUE SPACES.
003850      05  FILLER              PIC X(38) VALUE
003860          "OUTSTANDING LONGER THAN THE LIMIT OF ".
003870      05  STL-H2-DAYS         PIC ZZ9.
003880      05  FILLER              PIC X(06) VALUE " DAYS ".
003890      05  FILLER              PIC X(35) VALUE
003900          "- FOR THE UNCLAIMED-PROPERTY FILING".
003910      05  FILLER              PIC X(48) VALUE SPACES.
003920
003930  01  STL-DETAIL-LINE.
003940      05  FILLER              PIC X(02) VALUE SPACES.
003950      05  STL-D-CHECK-NO      PIC 9(08).
003960      05  FILLER              PIC X(03) VALUE SPACES.
003970      05  STL-D-IDENT         PIC 9(03).
003980      05  FILLER              PIC X(05) VALUE SPACES.
003990      05  STL-D-ISSUE-DATE    PIC 9(08).
004000      05  FILLER              PIC X(05) VALUE SPACES.
004010      05  STL-D-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
004020      05  FILLER              PIC X(02) VALUE SPACES.
004030      05  STL-D-DAYS          PIC ZZZZ9.
004040      05  FILLER              PIC X(79) VALUE SPACES.
004050
004060*****************************************************************
004070* PAGE-TITLE TEXT FOR THE TWO SECTIONS OF THE RECON REPORT      *
004080*****************************************************************
004090  77  WS-TITLE-EXCEPTIONS     PIC X(30) VALUE
004100      "PAID-CHECK RECONCILIATION".
004110  77  WS-TITLE-OUTSTANDING    PIC X(30) VALUE
004120      "OUTSTANDING CHECKS - AGED".
004130
004140  PROCEDURE DIVISION.
004150*****************************************************************
004160*                         0000-MAINLINE                         *
004170*****************************************************************
004180  0000-MAINLINE.
004190
004200      PERFORM 1000-INITIALIZE
004210          THRU 1000-INITIALIZE-EXIT.
004220
004230      PERFORM 2000-PROCESS-PAID-ITEMS
004240          THRU 2000-PROCESS-PAID-ITEMS-EXIT
004250          UNTIL WS-END-OF-FILE.
004260
004270      PERFORM 3000-FINALIZE
004280          THRU 3000-FINALIZE-EXIT.
004290
004300      STOP RUN.
004310
004320*****************************************************************
004330*                        1000-INITIALIZE                        *
004340*  READS THE PARAMETER CARD, BUILDS THE CHECK WORK FILE FROM    *
004350*  THE REGISTER, THEN OPENS THE PAID-ITEMS FILE, THE REGISTER   *
004360*  FOR EXTEND AND THE REPORTS.  A REGISTER OR WORK FILE THAT    *
004370*  CANNOT BE OPENED STOPS THE RUN BEFORE ANYTHING IS MARKED     *
004380*  PAID.                                                        *
004390*****************************************************************
004400  1000-INITIALIZE.
004410
004420      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004430
004440      STRING WS-CURR-MM   DELIMITED BY SIZE
004450             "/"          DELIMITED BY SIZE
004460             WS-CURR-DD   DELIMITED BY SIZE
004470             "/"          DELIMITED BY SIZE
004480             WS-CURR-CCYY DELIMITED BY SIZE
004490          INTO WS-RUN-DATE-EDIT
004500
004510      MOVE WS-CURRENT-DATE TO WS-DN-DATE
004520
004530      PERFORM 2700-COMPUTE-DAY-NUMBER
004540          THRU 2700-COMPUTE-DAY-NUMBER-EXIT
004550
004560      MOVE WS-DN-DAYS TO WS-TODAY-DAYS
004570
004580      PERFORM 1100-READ-PARAMETER-CARD
004590          THRU 1100-READ-PARAMETER-CARD-EXIT.
004600
004610      OPEN OUTPUT RECON-REPORT
004620
004630      IF NOT WS-RPT-FILE-OK
004640          DISPLAY "CHKRECON: UNABLE TO OPEN RCNRPT, "
004650                  "STATUS = " WS-RPT-FILE-STATUS
004660          SET WS-SETUP-ERROR TO TRUE
004670      ELSE
004680          MOVE WS-TITLE-EXCEPTIONS TO RPT-H1-TITLE
004690          PERFORM 2810-PRINT-HEADINGS
004700              THRU 2810-PRINT-HEADINGS-EXIT
004710      END-IF.
004720
004730      OPEN OUTPUT STALE-REPORT
004740
004750      IF NOT WS-STL-FILE-OK
004760          DISPLAY "CHKRECON: UNABLE TO OPEN STALERPT, "
004770                  "STATUS = " WS-STL-FILE-STATUS
004780          SET WS-SETUP-ERROR TO TRUE
004790      END-IF.
004800
004810      IF NOT WS-SETUP-ERROR
004820          PERFORM 1200-BUILD-WORK-FILE
004830              THRU 1200-BUILD-WORK-FILE-EXIT
004840      END-IF.
004850
004860      IF WS-SETUP-ERROR
004870          SET WS-END-OF-FILE TO TRUE
004880          MOVE 8 TO RETURN-CODE
004890          GO TO 1000-INITIALIZE-EXIT
004900      END-IF.
004910
004920      OPEN INPUT PAID-ITEMS-FILE
004930
004940      IF NOT WS-PAI-FILE-OK
004950          DISPLAY "CHKRECON: UNABLE TO OPEN CHKPAID, "
004960                  "STATUS = " WS-PAI-FILE-STATUS
004970          SET WS-SETUP-ERROR TO TRUE
004980          SET WS-END-OF-FILE TO TRUE
004990          MOVE 8 TO RETURN-CODE
005000          GO TO 1000-INITIALIZE-EXIT
005010      END-IF.
005020
005030      OPEN EXTEND CHECK-REGISTER-FILE
005040
005050      IF NOT WS-REG-FILE-OK
005060          DISPLAY "CHKRECON: UNABLE TO EXTEND CHKREG, "
005070                  "STATUS = " WS-REG-FILE-STATUS
005080          CLOSE PAID-ITEMS-FILE
005090          SET WS-SETUP-ERROR TO TRUE
005100          SET WS-END-OF-FILE TO TRUE
005110          MOVE 8 TO RETURN-CODE
005120      END-IF.
005130
005140  1000-INITIALIZE-EXIT.
005150      EXIT.
005160
005170*****************************************************************
005180*                    1100-READ-PARAMETER-CARD                   *
005190*  READS THE STALE-DATE LIMIT.  NO FILE, NO CARD, OR A ZERO OR  *
005200*  NON-NUMERIC LIMIT LEAVES THE DEFAULT.                        *
005210*****************************************************************
005220  1100-READ-PARAMETER-CARD.
005230
005240      OPEN INPUT PARAMETER-FILE
005250
005260      IF NOT WS-PRM-FILE-OK
005270          GO TO 1100-READ-PARAMETER-CARD-EXIT
005280      END-IF
005290
005300      READ PARAMETER-FILE
005310          AT END
005320              CONTINUE
005330          NOT AT END
005340              IF RP-STALE-DAYS IS NUMERIC
005350                  AND RP-STALE-DAYS > ZERO
005360                  MOVE RP-STALE-DAYS TO WS-STALE-DAYS
005370              ELSE
005380                  DISPLAY "CHKRECON: BAD STALE-DATE LIMIT ON "
005390                          "RCNPARM, DEFAULT USED"
005400              END-IF
005410      END-READ
005420
005430      CLOSE PARAMETER-FILE.
005440
005450  1100-READ-PARAMETER-CARD-EXIT.
005460      EXIT.
005470
005480*****************************************************************
005490*                      1200-BUILD-WORK-FILE                     *
005500*  CREATES THE WORK FILE EMPTY, THEN READS THE WHOLE REGISTER   *
005510*  INTO IT - ONE RECORD PER CHECK NUMBER CARRYING THE ISSUE AND *
005520*  THE LATEST EVENT - ACCUMULATING THE ISSUED, VOIDED AND PAID  *
005530*  TOTALS AS IT GOES.                                           *
005540*****************************************************************
005550  1200-BUILD-WORK-FILE.
005560
005570      OPEN OUTPUT CHECK-WORK-FILE
005580
005590      IF NOT WS-WRK-FILE-OK
005600          DISPLAY "CHKRECON: UNABLE TO CREATE CHKWORK, "
005610                  "STATUS = " WS-WRK-FILE-STATUS
005620          SET WS-SETUP-ERROR TO TRUE
005630          GO TO 1200-BUILD-WORK-FILE-EXIT
005640      END-IF
005650
005660      CLOSE CHECK-WORK-FILE
005670
005680      OPEN I-O CHECK-WORK-FILE
005690
005700      IF NOT WS-WRK-FILE-OK
005710          DISPLAY "CHKRECON: UNABLE TO OPEN CHKWORK, "
005720                  "STATUS = " WS-WRK-FILE-STATUS
005730          SET WS-SETUP-ERROR TO TRUE
005740          GO TO 1200-BUILD-WORK-FILE-EXIT
005750      END-IF
005760
005770      SET WS-WRK-OPEN TO TRUE
005780
005790      OPEN INPUT CHECK-REGISTER-FILE
005800
005810      IF NOT WS-REG-FILE-OK
005820          DISPLAY "CHKRECON: UNABLE TO OPEN CHKREG, "
005830                  "STATUS = " WS-REG-FILE-STATUS
005840          SET WS-SETUP-ERROR TO TRUE
005850          GO TO 1200-BUILD-WORK-FILE-EXIT
005860      END-IF
005870
005880      PERFORM 1210-LOAD-REGISTER-EVENT
005890          THRU 1210-LOAD-REGISTER-EVENT-EXIT
005900          UNTIL WS-REG-EOF
005910
005920      CLOSE CHECK-REGISTER-FILE.
005930
005940  1200-BUILD-WORK-FILE-EXIT.
005950      EXIT.
005960
005970*****************************************************************
005980*                    1210-LOAD-REGISTER-EVENT                   *
005990*  AN ISSUE OR REISSUE EVENT ADDS THE CHECK; A VOID OR PAID     *
006000*  EVENT UPDATES IT.  A VOID OR PAID EVENT FOR A CHECK THE      *
006010*  REGISTER NEVER ISSUED, OR A SECOND ISSUE OF ONE NUMBER, IS   *
006020*  LISTED AS A REGISTER ERROR.                                  *
006030*****************************************************************
006040  1210-LOAD-REGISTER-EVENT.
006050
006060      READ CHECK-REGISTER-FILE
006070          AT END
006080              SET WS-REG-EOF TO TRUE
006090              GO TO 1210-LOAD-REGISTER-EVENT-EXIT
006100      END-READ
006110
006120      ADD 1 TO WS-REG-READ-COUNT
006130
006140      IF CK-STATUS-ISSUED OR CK-STATUS-REISSUE
006150          ADD 1         TO WS-ISSUED-COUNT
006160          ADD CK-AMOUNT TO WS-ISSUED-AMOUNT
006170          MOVE CK-CHECK-NO TO WK-CHECK-NO
006180          MOVE CK-IDENT    TO WK-IDENT
006190          MOVE CK-DATE     TO WK-ISSUE-DATE
006200          MOVE CK-AMOUNT   TO WK-AMOUNT
006210          MOVE CK-STATUS   TO WK-STATUS
006220          MOVE CK-DATE     TO WK-EVENT-DATE
006230          WRITE CHECK-WORK-RECORD
006240              INVALID KEY
006250                  MOVE "DUPLICATE ISSUE ON REGISTER"
006260                    TO WS-EXCEPTION-TEXT
006270                  PERFORM 2850-PRINT-REGISTER-ERROR
006280                      THRU 2850-PRINT-REGISTER-ERROR-EXIT
006290          END-WRITE
006300          GO TO 1210-LOAD-REGISTER-EVENT-EXIT
006310      END-IF
006320
006330      IF CK-STATUS-VOID
006340          ADD 1         TO WS-VOIDED-COUNT
006350          ADD CK-AMOUNT TO WS-VOIDED-AMOUNT
006360      ELSE
006370      IF CK-STATUS-PAID
006380          ADD 1         TO WS-PAID-COUNT
006390          ADD CK-AMOUNT TO WS-PAID-AMOUNT
006400      ELSE
006410          MOVE "UNKNOWN EVENT ON REGISTER" TO WS-EXCEPTION-TEXT
006420          PERFORM 2850-PRINT-REGISTER-ERROR
006430              THRU 2850-PRINT-REGISTER-ERROR-EXIT
006440          GO TO 1210-LOAD-REGISTER-EVENT-EXIT
006450      END-IF
006460      END-IF
006470
006480      MOVE CK-CHECK-NO TO WK-CHECK-NO
006490
006500      READ CHECK-WORK-FILE
006510          INVALID KEY
006520              MOVE "EVENT FOR CHECK NEVER ISSUED"
006530                TO WS-EXCEPTION-TEXT
006540              PERFORM 2850-PRINT-REGISTER-ERROR
006550                  THRU 2850-PRINT-REGISTER-ERROR-EXIT
006560              GO TO 1210-LOAD-REGISTER-EVENT-EXIT
006570      END-READ
006580
006590      MOVE CK-STATUS TO WK-STATUS
006600      MOVE CK-DATE   TO WK-EVENT-DATE
006610
006620      REWRITE CHECK-WORK-RECORD
006630          INVALID KEY
006640              DISPLAY "CHKRECON: CANNOT REWRITE CHKWORK, CHECK "
006650                      WK-CHECK-NO
006660      END-REWRITE.
006670
006680  1210-LOAD-REGISTER-EVENT-EXIT.
006690      EXIT.
006700
006710*****************************************************************
006720*                    2000-PROCESS-PAID-ITEMS                    *
006730*  MAIN READ LOOP - MATCHES EACH PAID ITEM TO ITS CHECK.  ONLY  *
006740*  A CHECK STILL OUTSTANDING FOR THE SAME AMOUNT IS MARKED      *
006750*  PAID; EVERYTHING ELSE IS AN EXCEPTION FOR THE RECONCILER.    *
006760*  A CHECK MARKED PAID EARLIER IN THE RUN READS AS PAID, SO A   *
006770*  DUPLICATE PRESENTMENT IN THE SAME FILE STILL REPORTS.        *
006780*****************************************************************
006790  2000-PROCESS-PAID-ITEMS.
006800
006810      READ PAID-ITEMS-FILE
006820          AT END
006830              SET WS-END-OF-FILE TO TRUE
006840              GO TO 2000-PROCESS-PAID-ITEMS-EXIT
006850      END-READ
006860
006870      ADD 1 TO WS-ITEM-READ-COUNT
006880
006890      MOVE PI-CHECK-NO TO WK-CHECK-NO
006900
006910      READ CHECK-WORK-FILE
006920          INVALID KEY
006930              ADD 1 TO WS-NOT-ISSUED-COUNT
006940              MOVE "PAID - NEVER ISSUED" TO WS-EXCEPTION-TEXT
006950              MOVE "N/A"  TO RPT-D-IDENT
006960              MOVE SPACES TO RPT-D-ISSUE-DATE
006970              MOVE ZEROS  TO RPT-D-ISSUED
006980              PERFORM 2800-PRINT-EXCEPTION
006990                  THRU 2800-PRINT-EXCEPTION-EXIT
007000              GO TO 2000-PROCESS-PAID-ITEMS-EXIT
007010      END-READ
007020
007030      MOVE WK-IDENT      TO RPT-D-IDENT
007040      MOVE WK-ISSUE-DATE TO RPT-D-ISSUE-DATE
007050      MOVE WK-AMOUNT     TO RPT-D-ISSUED
007060
007070      IF WK-STATUS-VOID
007080          ADD 1 TO WS-AFTER-VOID-COUNT
007090          MOVE "PAID AFTER VOID" TO WS-EXCEPTION-TEXT
007100          PERFORM 2800-PRINT-EXCEPTION
007110              THRU 2800-PRINT-EXCEPTION-EXIT
007120          GO TO 2000-PROCESS-PAID-ITEMS-EXIT
007130      END-IF
007140
007150      IF WK-STATUS-PAID
007160          ADD 1 TO WS-ALREADY-PAID-COUNT
007170          MOVE "ALREADY PAID" TO WS-EXCEPTION-TEXT
007180          PERFORM 2800-PRINT-EXCEPTION
007190              THRU 2800-PRINT-EXCEPTION-EXIT
007200          GO TO 2000-PROCESS-PAID-ITEMS-EXIT
007210      END-IF
007220
007230      IF PI-AMOUNT NOT = WK-AMOUNT
007240          ADD 1 TO WS-MISMATCH-COUNT
007250          SUBTRACT WK-AMOUNT FROM PI-AMOUNT GIVING WS-DIFFERENCE
007260          MOVE "AMOUNT MISMATCH - NOT MARKED" TO WS-EXCEPTION-TEXT
007270          PERFORM 2800-PRINT-EXCEPTION
007280              THRU 2800-PRINT-EXCEPTION-EXIT
007290          GO TO 2000-PROCESS-PAID-ITEMS-EXIT
007300      END-IF
007310
007320      PERFORM 2500-MARK-CHECK-PAID
007330          THRU 2500-MARK-CHECK-PAID-EXIT.
007340
007350  2000-PROCESS-PAID-ITEMS-EXIT.
007360      EXIT.
007370
007380*****************************************************************
007390*                      2500-MARK-CHECK-PAID                     *
007400*  APPENDS THE "P" PAID EVENT TO THE REGISTER, DATED THE DAY    *
007410*  THE BANK PAID IT, AND CARRIES THE NEW STATE INTO THE WORK    *
007420*  FILE.                                                        *
007430*****************************************************************
007440  2500-MARK-CHECK-PAID.
007450
007460      MOVE WK-CHECK-NO  TO CK-CHECK-NO
007470      MOVE WK-IDENT     TO CK-IDENT
007480      MOVE PI-PAID-DATE TO CK-DATE
007490      MOVE WK-AMOUNT    TO CK-AMOUNT
007500      MOVE "P"          TO CK-STATUS
007510
007520      WRITE CHECK-REGISTER-RECORD
007530
007540      MOVE "P"          TO WK-STATUS
007550      MOVE PI-PAID-DATE TO WK-EVENT-DATE
007560
007570      REWRITE CHECK-WORK-RECORD
007580          INVALID KEY
007590              DISPLAY "CHKRECON: CANNOT REWRITE CHKWORK, CHECK "
007600                      WK-CHECK-NO
007610      END-REWRITE
007620
007630      ADD 1         TO WS-ITEM-PAID-COUNT
007640      ADD WK-AMOUNT TO WS-ITEM-PAID-AMOUNT.
007650
007660  2500-MARK-CHECK-PAID-EXIT.
007670      EXIT.
007680
007690*****************************************************************
007700*                     2600-LIST-OUTSTANDING                     *
007710*  READS THE WORK FILE IN CHECK-NUMBER ORDER AND LISTS EVERY    *
007720*  CHECK STILL OUTSTANDING, AGED FROM ITS ISSUE DATE.  ONE      *
007730*  OLDER THAN THE STALE-DATE LIMIT GOES TO THE STALE LIST       *
007740*  INSTEAD.                                                     *
007750*****************************************************************
007760  2600-LIST-OUTSTANDING.
007770
007780      READ CHECK-WORK-FILE NEXT RECORD
007790          AT END
007800              SET WS-WRK-EOF TO TRUE
007810              GO TO 2600-LIST-OUTSTANDING-EXIT
007820      END-READ
007830
007840      IF NOT WK-STATUS-OUTSTANDING
007850          GO TO 2600-LIST-OUTSTANDING-EXIT
007860      END-IF
007870
007880      MOVE WK-ISSUE-DATE TO WS-DN-DATE
007890
007900      PERFORM 2700-COMPUTE-DAY-NUMBER
007910          THRU 2700-COMPUTE-DAY-NUMBER-EXIT
007920
007930      SUBTRACT WS-DN-DAYS FROM WS-TODAY-DAYS GIVING WS-AGE-DAYS
007940
007950      IF WS-AGE-DAYS > WS-STALE-DAYS
007960          PERFORM 2650-LIST-STALE-CHECK
007970              THRU 2650-LIST-STALE-CHECK-EXIT
007980          GO TO 2600-LIST-OUTSTANDING-EXIT
007990      END-IF
008000
008010      ADD 1         TO WS-OUTST-COUNT
008020      ADD WK-AMOUNT TO WS-OUTST-AMOUNT
008030
008040      IF WS-AGE-DAYS > 90
008050          ADD WK-AMOUNT TO WS-AGE-OVER-90-AMOUNT
008060      ELSE
008070      IF WS-AGE-DAYS > 60
008080          ADD WK-AMOUNT TO WS-AGE-61-90-AMOUNT
008090      ELSE
008100      IF WS-AGE-DAYS > 30
008110          ADD WK-AMOUNT TO WS-AGE-31-60-AMOUNT
008120      ELSE
008130          ADD WK-AMOUNT TO WS-AGE-0-30-AMOUNT
008140      END-IF
008150      END-IF
008160      END-IF
008170
008180      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
008190          PERFORM 2810-PRINT-HEADINGS
008200              THRU 2810-PRINT-HEADINGS-EXIT
008210      END-IF
008220
008230      MOVE WK-CHECK-NO   TO RPT-D-CHECK-NO
008240      MOVE WK-IDENT      TO RPT-D-IDENT
008250      MOVE WK-ISSUE-DATE TO RPT-D-ISSUE-DATE
008260      MOVE SPACES        TO RPT-D-PAID-DATE
008270      MOVE WK-AMOUNT     TO RPT-D-ISSUED
008280      MOVE ZEROS         TO RPT-D-AMOUNT
008290      MOVE WS-AGE-DAYS   TO RPT-D-DAYS
008300      MOVE "OUTSTANDING" TO RPT-D-DISPOSITION
008310
008320      WRITE RECON-RECORD FROM RPT-DETAIL-LINE
008330          AFTER ADVANCING 1 LINE
008340
008350      ADD 1 TO WS-LINE-COUNT.
008360
008370  2600-LIST-OUTSTANDING-EXIT.
008380      EXIT.
008390
008400*****************************************************************
008410*                     2650-LIST-STALE-CHECK                     *
008420*  WRITES ONE STALE-DATED CHECK TO THE UNCLAIMED-PROPERTY LIST. *
008430*****************************************************************
008440  2650-LIST-STALE-CHECK.
008450
008460      ADD 1         TO WS-STALE-COUNT
008470      ADD WK-AMOUNT TO WS-STALE-AMOUNT
008480
008490      IF WS-STL-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
008500          PERFORM 2820-PRINT-STALE-HEADINGS
008510              THRU 2820-PRINT-STALE-HEADINGS-EXIT
008520      END-IF
008530
008540      MOVE WK-CHECK-NO   TO STL-D-CHECK-NO
008550      MOVE WK-IDENT      TO STL-D-IDENT
008560      MOVE WK-ISSUE-DATE TO STL-D-ISSUE-DATE
008570      MOVE WK-AMOUNT     TO STL-D-AMOUNT
008580      MOVE WS-AGE-DAYS   TO STL-D-DAYS
008590
008600      WRITE STALE-RECORD FROM STL-DETAIL-LINE
008610          AFTER ADVANCING 1 LINE
008620
008630      ADD 1 TO WS-STL-LINE-COUNT.
008640
008650  2650-LIST-STALE-CHECK-EXIT.
008660      EXIT.
008670
008680*****************************************************************
008690*                    2700-COMPUTE-DAY-NUMBER                    *
008700*  TURNS WS-DN-DATE INTO A RUNNING DAY COUNT IN WS-DN-DAYS.     *
008710*  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR   *
008720*  BEFORE, SO THE LEAP DAY IS ALWAYS THE LAST DAY OF A YEAR AND *
008730*  THE MONTH OFFSETS FOLLOW ONE FIXED PATTERN.                  *
008740*****************************************************************
008750  2700-COMPUTE-DAY-NUMBER.
008760
008770      MOVE WS-DN-CCYY TO WS-DN-YEAR
008780      MOVE WS-DN-MM   TO WS-DN-MONTH
008790
008800      IF WS-DN-MONTH < 3
008810          SUBTRACT 1 FROM WS-DN-YEAR
008820          ADD 12 TO WS-DN-MONTH
008830      END-IF
008840
008850      COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365 + WS-DN-DD
008860
008870      DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-WORK
008880      ADD WS-DN-WORK TO WS-DN-DAYS
008890
008900      DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-WORK
008910      SUBTRACT WS-DN-WORK FROM WS-DN-DAYS
008920
008930      DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-WORK
008940      ADD WS-DN-WORK TO WS-DN-DAYS
008950
008960      COMPUTE WS-DN-WORK = 153 * (WS-DN-MONTH - 3) + 2
008970      DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-WORK
008980      ADD WS-DN-WORK TO WS-DN-DAYS.
008990
009000  2700-COMPUTE-DAY-NUMBER-EXIT.
009010      EXIT.
009020
009030*****************************************************************
009040*                      2800-PRINT-EXCEPTION                     *
009050*  WRITES ONE PAID-ITEM EXCEPTION LINE.  THE CALLER LOADS THE   *
009060*  IDENT, ISSUE DATE, ISSUED AMOUNT AND EXCEPTION TEXT.         *
009070*****************************************************************
009080  2800-PRINT-EXCEPTION.
009090
009100      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009110          PERFORM 2810-PRINT-HEADINGS
009120              THRU 2810-PRINT-HEADINGS-EXIT
009130      END-IF
009140
009150      MOVE PI-CHECK-NO       TO RPT-D-CHECK-NO
009160      MOVE PI-PAID-DATE      TO RPT-D-PAID-DATE
009170      MOVE PI-AMOUNT         TO RPT-D-AMOUNT
009180      MOVE SPACES            TO RPT-D-DAYS-R
009190      MOVE WS-EXCEPTION-TEXT TO RPT-D-DISPOSITION
009200
009210      WRITE RECON-RECORD FROM RPT-DETAIL-LINE
009220          AFTER ADVANCING 1 LINE
009230
009240      ADD 1 TO WS-LINE-COUNT.
009250
009260  2800-PRINT-EXCEPTION-EXIT.
009270      EXIT.
009280
009290*****************************************************************
009300*                      2810-PRINT-HEADINGS                      *
009310*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
009320*  NEW PAGE AND RESETS THE LINE COUNT.                          *
009330*****************************************************************
009340  2810-PRINT-HEADINGS.
009350
009360      ADD 1 TO WS-PAGE-COUNT
009370      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
009380      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
009390
009400      WRITE RECON-RECORD FROM RPT-HEADING-1
009410          AFTER ADVANCING PAGE
009420      WRITE RECON-RECORD FROM RPT-BLANK-LINE
009430          AFTER ADVANCING 1 LINE
009440      WRITE RECON-RECORD FROM RPT-HEADING-2
009450          AFTER ADVANCING 1 LINE
009460      WRITE RECON-RECORD FROM RPT-BLANK-LINE
009470          AFTER ADVANCING 1 LINE
009480
009490      MOVE ZEROS TO WS-LINE-COUNT.
009500
009510  2810-PRINT-HEADINGS-EXIT.
009520      EXIT.
009530
009540*****************************************************************
009550*                   2820-PRINT-STALE-HEADINGS                   *
009560*****************************************************************
009570  2820-PRINT-STALE-HEADINGS.
009580
009590      ADD 1 TO WS-STL-PAGE-COUNT
009600      MOVE WS-RUN-DATE-EDIT  TO STL-H1-DATE
009610      MOVE WS-STL-PAGE-COUNT TO STL-H1-PAGE
009620      MOVE WS-STALE-DAYS     TO STL-H2-DAYS
009630
009640      WRITE STALE-RECORD FROM STL-HEADING-1
009650          AFTER ADVANCING PAGE
009660      WRITE STALE-RECORD FROM RPT-BLANK-LINE
009670          AFTER ADVANCING 1 LINE
009680      WRITE STALE-RECORD FROM STL-HEADING-2
009690          AFTER ADVANCING 1 LINE
009700      WRITE STALE-RECORD FROM RPT-BLANK-LINE
009710          AFTER ADVANCING 1 LINE
009720
009730      MOVE ZEROS TO WS-STL-LINE-COUNT.
009740
009750  2820-PRINT-STALE-HEADINGS-EXIT.
009760      EXIT.
009770
009780*****************************************************************
009790*                   2850-PRINT-REGISTER-ERROR                   *
009800*  LISTS A REGISTER EVENT THAT CANNOT BE PLACED - THE EVENT'S   *
009810*  OWN CHECK NUMBER, IDENT, DATE AND AMOUNT WITH THE REASON.    *
009820*****************************************************************
009830  2850-PRINT-REGISTER-ERROR.
009840
009850      ADD 1 TO WS-REG-ERROR-COUNT
009860
009870      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009880          PERFORM 2810-PRINT-HEADINGS
009890              THRU 2810-PRINT-HEADINGS-EXIT
009900      END-IF
009910
009920      MOVE CK-CHECK-NO       TO RPT-D-CHECK-NO
009930      MOVE CK-IDENT          TO RPT-D-IDENT
009940      MOVE CK-DATE           TO RPT-D-ISSUE-DATE
009950      MOVE SPACES            TO RPT-D-PAID-DATE
009960      MOVE CK-AMOUNT         TO RPT-D-ISSUED
009970      MOVE ZEROS             TO RPT-D-AMOUNT
009980      MOVE SPACES            TO RPT-D-DAYS-R
009990      MOVE WS-EXCEPTION-TEXT TO RPT-D-DISPOSITION
010000
010010      WRITE RECON-RECORD FROM RPT-DETAIL-LINE
010020          AFTER ADVANCING 1 LINE
010030
010040      ADD 1 TO WS-LINE-COUNT.
010050
010060  2850-PRINT-REGISTER-ERROR-EXIT.
010070      EXIT.
010080
010090*****************************************************************
010100*                         3000-FINALIZE                         *
010110*  LISTS THE OUTSTANDING AND STALE-DATED CHECKS, PRINTS THE     *
010120*  PAID-ITEM AND AGING TOTALS, AND PROVES THE OUTSTANDING TOTAL *
010130*  AGAINST ISSUED LESS VOIDED LESS PAID.  AN OUT-OF-BALANCE     *
010140*  REGISTER ENDS WITH RETURN CODE 8; PAID-ITEM EXCEPTIONS OR    *
010150*  REGISTER ERRORS ALONE WITH RETURN CODE 4.  A RUN THAT COULD  *
010160*  NOT START ONLY CLOSES WHAT IT OPENED.                        *
010170*****************************************************************
010180  3000-FINALIZE.
010190
010200      IF WS-SETUP-ERROR
010210          PERFORM 3900-CLOSE-AFTER-SETUP-ERROR
010220              THRU 3900-CLOSE-AFTER-SETUP-ERROR-EXIT
010230          GO TO 3000-FINALIZE-EXIT
010240      END-IF.
010250
010260      CLOSE PAID-ITEMS-FILE
010270      CLOSE CHECK-REGISTER-FILE
010280
010290      ADD WS-ITEM-PAID-COUNT  TO WS-PAID-COUNT
010300      ADD WS-ITEM-PAID-AMOUNT TO WS-PAID-AMOUNT
010310
010320      MOVE WS-TITLE-OUTSTANDING TO RPT-H1-TITLE
010330
010340      PERFORM 2810-PRINT-HEADINGS
010350          THRU 2810-PRINT-HEADINGS-EXIT
010360
010370      PERFORM 2820-PRINT-STALE-HEADINGS
010380          THRU 2820-PRINT-STALE-HEADINGS-EXIT
010390
010400      MOVE ZEROS TO WK-CHECK-NO
010410
010420      START CHECK-WORK-FILE KEY NOT < WK-CHECK-NO
010430          INVALID KEY
010440              SET WS-WRK-EOF TO TRUE
010450      END-START
010460
010470      PERFORM 2600-LIST-OUTSTANDING
010480          THRU 2600-LIST-OUTSTANDING-EXIT
010490          UNTIL WS-WRK-EOF
010500
010510      ADD WS-OUTST-AMOUNT WS-STALE-AMOUNT
010520          GIVING WS-TOTAL-OUTST-AMOUNT
010530
010540      COMPUTE WS-EXPECTED-AMOUNT =
010550          WS-ISSUED-AMOUNT - WS-VOIDED-AMOUNT - WS-PAID-AMOUNT
010560
010570      PERFORM 3100-PRINT-TOTALS
010580          THRU 3100-PRINT-TOTALS-EXIT
010590
010600      WRITE STALE-RECORD FROM RPT-BLANK-LINE
010610          AFTER ADVANCING 1 LINE
010620
010630      MOVE "STALE-DATED CHECKS"        TO RPT-T-LABEL
010640      MOVE WS-STALE-COUNT              TO RPT-T-COUNT
010650      MOVE WS-STALE-AMOUNT             TO RPT-T-AMOUNT
010660      WRITE STALE-RECORD FROM RPT-TOTAL-LINE
010670          AFTER ADVANCING 1 LINE
010680
010690      IF WS-TOTAL-OUTST-AMOUNT NOT = WS-EXPECTED-AMOUNT
010700          MOVE 8 TO RETURN-CODE
010710      ELSE
010720      IF (WS-NOT-ISSUED-COUNT  > ZERO
010730          OR WS-AFTER-VOID-COUNT   > ZERO
010740          OR WS-ALREADY-PAID-COUNT > ZERO
010750          OR WS-MISMATCH-COUNT     > ZERO
010760          OR WS-REG-ERROR-COUNT    > ZERO)
010770          AND RETURN-CODE = ZERO
010780          MOVE 4 TO RETURN-CODE
010790      END-IF
010800      END-IF
010810
010820      CLOSE CHECK-WORK-FILE
010830      CLOSE RECON-REPORT
010840      CLOSE STALE-REPORT.
010850
010860  3000-FINALIZE-EXIT.
010870      EXIT.
010880
010890*****************************************************************
010900*                       3100-PRINT-TOTALS                       *
010910*  PRINTS THE PAID-ITEM COUNTS, THE AGING BUCKETS AND THE       *
010920*  REGISTER BALANCE PROOF.                                      *
010930*****************************************************************
010940  3100-PRINT-TOTALS.
010950
010960      WRITE RECON-RECORD FROM RPT-BLANK-LINE
010970          AFTER ADVANCING 1 LINE
010980
010990      MOVE ZEROS TO RPT-T-AMOUNT
011000
011010      MOVE "PAID ITEMS READ"           TO RPT-T-LABEL
011020      MOVE WS-ITEM-READ-COUNT          TO RPT-T-COUNT
011030      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
011040          AFTER ADVANCING 1 LINE
011050
011060      MOVE "CHECKS MARKED PAID"        TO RPT-T-LABEL
011070      MOVE WS-ITEM-PAID-COUNT          TO RPT-T-COUNT
011080      MOVE WS-ITEM-PAID-AMOUNT         TO RPT-T-AMOUNT
011090      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
011100          AFTER ADVANCING 1 LINE
011110
011120      MOVE ZEROS TO RPT-T-AMOUNT
011130
011140      MOVE "PAID - NEVER ISSUED"       TO RPT-T-LABEL
011150      MOVE WS-NOT-ISSUED-COUNT         TO RPT-T-COUNT
011160      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
011170          AFTER ADVANCING 1 LINE
011180
011190      MOVE "PAID AFTER VOID"           TO RPT-T-LABEL
011200      MOVE WS-AFTER-VOID-COUNT         TO RPT-T-COUNT
011210      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
011220          AFTER ADVANCING 1 LINE
011230
011240      MOVE "ALREADY PAID"              TO RPT-T-LABEL
011250      MOVE WS-ALREADY-PAID-COUNT       TO RPT-T-COUNT
011260      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
011270          AFTER ADVANCING 1 LINE
011280
011290      MOVE "AMOUNT MISMATCHES"         TO RPT-T-LABEL
011300      MOVE WS-MISMATCH-COUNT           TO RPT-T-COUNT
011310      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
011320          AFTER ADVANCING 1 LINE
011330
011340      MOVE "REGISTER EVENTS READ"      TO RPT-T-LABEL
011350      MOVE WS-REG-READ-COUNT           TO RPT-T-COUNT
011360      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
011370          AFTER ADVANCING 1 LINE
011380
011390      MOVE "REGISTER ERRORS"           TO RPT-T-LABEL
011400      MOVE WS-REG-ERROR-COUNT          TO RPT-T-COUNT
011410      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
011420          AFTER ADVANCING 1 LINE
011430
011440      WRITE RECON-RECORD FROM RPT-BLANK-LINE
011450          AFTER ADVANCING 1 LINE
011460
011470      MOVE ZEROS TO RPT-T-COUNT
011480
011490      MOVE "OUTSTANDING  0 - 30 DAYS"  TO RPT-T-LABEL
011500      MOVE WS-AGE-0-30-AMOUNT          TO RPT-T-AMOUNT
011510      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
011520          AFTER ADVANCING 1 LINE
011530
011540      MOVE "OUTSTANDING 31 - 60 DAYS"  TO RPT-T-LABEL
011550      MOVE WS-AGE-31-60-AMOUNT         TO RPT-T-AMOUNT
011560      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
011570          AFTER ADVANCING 1 LINE
011580
011590      MOVE "OUTSTANDING 61 - 90 DAYS"  TO RPT-T-LABEL
011600      MOVE WS-AGE-61-90-AMOUNT         TO RPT-T-AMOUNT
011610      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
011620          AFTER ADVANCING 1 LINE
011630
011640      MOVE "OUTSTANDING OVER 90 DAYS"  TO RPT-T-LABEL
011650      MOVE WS-AGE-OVER-90-AMOUNT       TO RPT-T-AMOUNT
011660      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
011670          AFTER ADVANCING 1 LINE
011680
011690      WRITE RECON-RECORD FROM RPT-BLANK-LINE
011700          AFTER ADVANCING 1 LINE
011710
011720      MOVE "CHECKS ISSUED"             TO RPT-T-LABEL
011730      MOVE WS-ISSUED-COUNT             TO RPT-T-COUNT
011740      MOVE WS-ISSUED-AMOUNT            TO RPT-T-AMOUNT
011750      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
011760          AFTER ADVANCING 1 LINE
011770
011780      MOVE "  LESS CHECKS VOIDED"      TO RPT-T-LABEL
011790      MOVE WS-VOIDED-COUNT             TO RPT-T-COUNT
011800      MOVE WS-VOIDED-AMOUNT            TO RPT-T-AMOUNT
011810      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
011820          AFTER ADVANCING 1 LINE
011830
011840      MOVE "  LESS CHECKS PAID"        TO RPT-T-LABEL
011850      MOVE WS-PAID-COUNT               TO RPT-T-COUNT
011860      MOVE WS-PAID-AMOUNT              TO RPT-T-AMOUNT
011870      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
011880          AFTER ADVANCING 1 LINE
011890
011900      MOVE ZEROS TO RPT-T-COUNT
011910
011920      MOVE "  EXPECTED OUTSTANDING"    TO RPT-T-LABEL
011930      MOVE WS-EXPECTED-AMOUNT          TO RPT-T-AMOUNT
011940      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
011950          AFTER ADVANCING 1 LINE
011960
011970      MOVE "OUTSTANDING CHECKS"        TO RPT-T-LABEL
011980      MOVE WS-OUTST-COUNT              TO RPT-T-COUNT
011990      MOVE WS-OUTST-AMOUNT             TO RPT-T-AMOUNT
012000      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
012010          AFTER ADVANCING 1 LINE
012020
012030      MOVE "STALE-DATED CHECKS"        TO RPT-T-LABEL
012040      MOVE WS-STALE-COUNT              TO RPT-T-COUNT
012050      MOVE WS-STALE-AMOUNT             TO RPT-T-AMOUNT
012060      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
012070          AFTER ADVANCING 1 LINE
012080
012090      MOVE ZEROS TO RPT-T-COUNT
012100
012110      MOVE "  TOTAL OUTSTANDING"       TO RPT-T-LABEL
012120      MOVE WS-TOTAL-OUTST-AMOUNT       TO RPT-T-AMOUNT
012130      WRITE RECON-RECORD FROM RPT-TOTAL-LINE
012140          AFTER ADVANCING 1 LINE
012150
012160      WRITE RECON-RECORD FROM RPT-BLANK-LINE
012170          AFTER ADVANCING 1 LINE
012180
012190      IF WS-TOTAL-OUTST-AMOUNT = WS-EXPECTED-AMOUNT
012200          MOVE "REGISTER IN BALANCE" TO RPT-M-TEXT
012210      ELSE
012220          MOVE "*** REGISTER OUT OF BALANCE ***" TO RPT-M-TEXT
012230      END-IF
012240
012250      WRITE RECON-RECORD FROM RPT-MESSAGE-LINE
012260          AFTER ADVANCING 1 LINE.
012270
012280  3100-PRINT-TOTALS-EXIT.
012290      EXIT.
012300
012310*****************************************************************
012320*                  3900-CLOSE-AFTER-SETUP-ERROR                 *
012330*  CLOSES THE FILES A FAILED START LEFT OPEN - THE TWO REPORTS  *
012340*  AND THE WORK FILE.  CHKPAID IS CLOSED IN 1000-INITIALIZE     *
012350*  WHEN THE REGISTER WILL NOT EXTEND, AND CHKREG IS NEVER LEFT  *
012360*  OPEN.                                                        *
012370*****************************************************************
012380  3900-CLOSE-AFTER-SETUP-ERROR.
012390
012400      IF WS-WRK-OPEN
012410          CLOSE CHECK-WORK-FILE
012420      END-IF.
012430
012440      IF WS-RPT-FILE-OK
012450          CLOSE RECON-REPORT
012460      END-IF.
012470
012480      IF WS-STL-FILE-OK
012490          CLOSE STALE-REPORT
012500      END-IF.
012510
012520  3900-CLOSE-AFTER-SETUP-ERROR-EXIT.
012530      EXIT.
012540
