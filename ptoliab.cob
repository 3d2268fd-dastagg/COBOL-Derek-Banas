000010*****************************************************************
000020* PROGRAM      : PTOLIAB                                        *
000030* AUTHOR       : DAVID R. HENDERSON                             *
000040* INSTALLATION : DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS     *
000050* DATE-WRITTEN : 10/15/2026                                     *
000060*                                                               *
000070* REMARKS      : PAID-TIME-OFF LIABILITY REPORT AND YEAR-START  *
000080*                ROLLOVER OVER THE PTO BALANCE FILE THE PAYROLL *
000090*                RUN ACCRUES INTO.  IN REPORT MODE (CARD "L",   *
000100*                OR NO CARD) IT VALUES EVERY EMPLOYEE'S         *
000110*                OUTSTANDING VACATION AND SICK HOURS AT THE     *
000120*                CURRENT RATE OFF CUSTOMER-MASTER - THE HOURLY  *
000130*                RATE, OR FOR SALARIED STAFF THE PERIOD SALARY  *
000140*                OVER THE PARMFILE STANDARD HOURS - AND PRINTS  *
000150*                THE COMPANY TOTALS THE GL ACCRUAL IS BOOKED    *
000160*                FROM.  IN ROLLOVER MODE (CARD "R") IT ALSO     *
000170*                ARCHIVES EVERY BALANCE TO THE PTOARCH          *
000180*                GENERATION, CARRIES EACH AVAILABLE BALANCE     *
000190*                INTO THE NEW YEAR UP TO THE CARRY-OVER CAP ON  *
000200*                THE PTORATE TABLE FOR THE EMPLOYEE'S YEARS OF  *
000210*                SERVICE, AND CLEARS THE HOURS ACCRUED AND      *
000220*                TAKEN.                                         *
000230*****************************************************************
000240* MODIFICATION HISTORY                                          *
000250*-----------------------------------------------------------------
000260* DATE       INIT  DESCRIPTION                                  *
000270* 10/15/2026 DRH   ORIGINAL PROGRAM.                            *
000280*****************************************************************
000290  IDENTIFICATION DIVISION.
000300  PROGRAM-ID. PTOLIAB.
000310  AUTHOR. DAVID R. HENDERSON.
000320  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000330  DATE-WRITTEN. 10/15/2026.
000340  DATE-COMPILED.
000350  ENVIRONMENT DIVISION.
000360
000370  CONFIGURATION SECTION.
000380  SOURCE-COMPUTER. IBM-370.
000390  OBJECT-COMPUTER. IBM-370.
000400  SPECIAL-NAMES.
000410      C01 IS TOP-OF-PAGE.
000420
000430  INPUT-OUTPUT SECTION.
000440  FILE-CONTROL.
000450*****************************************************************
000460* PTO-BALANCE IS THE PAID-TIME-OFF BALANCE MASTER, KEYED BY     *
000470* IDENT.  OPENED I-O SO ROLLOVER MODE CAN CARRY THE BALANCES    *
000480* OVER IN PLACE.                                                *
000490*****************************************************************
000500      SELECT PTO-BALANCE-FILE
000510          ASSIGN TO "PTOBAL"
000520          ORGANIZATION IS INDEXED
000530          ACCESS MODE IS DYNAMIC
000540          RECORD KEY IS PB-IDENT
000550          FILE STATUS IS WS-PB-FILE-STATUS.
000560
000570*****************************************************************
000580* CUSTOMER-MASTER IS READ BY KEY FOR THE PAY TYPE AND THE       *
000590* CURRENT RATE EACH BALANCE IS VALUED AT.                       *
000600*****************************************************************
000610      SELECT CUSTOMER-MASTER-FILE
000620          ASSIGN TO "CUSTMAST"
000630          ORGANIZATION IS INDEXED
000640          ACCESS MODE IS DYNAMIC
000650          RECORD KEY IS CM-IDENT
000660          FILE STATUS IS WS-CM-FILE-STATUS.
000670
000680*****************************************************************
000690* PARAMETER-FILE IS THE PAYROLL RUN-PARAMETER CARD - READ HERE  *
000700* ONLY FOR THE OVERTIME THRESHOLD, THE STANDARD HOURS IN A PAY  *
000710* PERIOD A SALARIED EMPLOYEE'S HOURLY EQUIVALENT IS FIGURED ON. *
000720*****************************************************************
000730      SELECT PARAMETER-FILE
000740          ASSIGN TO "PARMFILE"
000750          ORGANIZATION IS SEQUENTIAL
000760          FILE STATUS IS WS-PRM-FILE-STATUS.
000770
000780*****************************************************************
000790* PTO-RATE-FILE IS THE ACCRUAL BAND TABLE THE PAYROLL RUN       *
000800* ACCRUES FROM - READ HERE FOR THE CARRY-OVER CAP ON EACH BAND. *
000810*****************************************************************
000820      SELECT PTO-RATE-FILE
000830          ASSIGN TO "PTORATE"
000840          ORGANIZATION IS SEQUENTIAL
000850          FILE STATUS IS WS-PTR-FILE-STATUS.
000860
000870*****************************************************************
000880* MODE-CARD-FILE CARRIES THE RUN MODE - "L" FOR THE LIABILITY   *
000890* REPORT ALONE, "R" FOR REPORT PLUS YEAR-START ROLLOVER.        *
000900*****************************************************************
000910      SELECT MODE-CARD-FILE
000920          ASSIGN TO "PTOPARM"
000930          ORGANIZATION IS SEQUENTIAL
000940          FILE STATUS IS WS-MOD-FILE-STATUS.
000950
000960*****************************************************************
000970* ARCHIVE-FILE RECEIVES A COPY OF EVERY PTO BALANCE AT YEAR     *
000980* START, BEFORE THE CARRY-OVER CAP IS APPLIED.                  *
000990*****************************************************************
001000      SELECT ARCHIVE-FILE
001010          ASSIGN TO "PTOARCH"
001020          ORGANIZATION IS SEQUENTIAL
001030          FILE STATUS IS WS-ARC-FILE-STATUS.
001040
001050*****************************************************************
001060* LIABILITY-REPORT IS THE FORMATTED PTO LIABILITY REPORT.       *
001070*****************************************************************
001080      SELECT LIABILITY-REPORT
001090          ASSIGN TO "PTOLRPT"
001100          ORGANIZATION IS SEQUENTIAL
001110          FILE STATUS IS WS-RPT-FILE-STATUS.
001120
001130  DATA DIVISION.
001140
001150  FILE SECTION.
001160*****************************************************************
001170* FD  - PTO-BALANCE-FILE                                        *
001180* AVAILABLE IS ALWAYS CARRIED PLUS ACCRUED LESS TAKEN.          *
001190*****************************************************************
001200  FD  PTO-BALANCE-FILE
001210      LABEL RECORDS ARE STANDARD
001220      RECORD CONTAINS 59 CHARACTERS.
001230  01  PTO-BALANCE-RECORD.
001240      05  PB-IDENT                PIC 9(03).
001250      05  PB-SERVICE-DATE.
001260          10  PB-SVC-CCYY         PIC 9(04).
001270          10  PB-SVC-MM           PIC 9(02).
001280          10  PB-SVC-DD           PIC 9(02).
001290      05  PB-VAC-CARRIED          PIC S9(04)V99.
001300      05  PB-VAC-ACCRUED          PIC S9(04)V99.
001310      05  PB-VAC-TAKEN            PIC 9(04)V99.
001320      05  PB-VAC-AVAILABLE        PIC S9(04)V99.
001330      05  PB-SICK-CARRIED         PIC S9(04)V99.
001340      05  PB-SICK-ACCRUED         PIC S9(04)V99.
001350      05  PB-SICK-TAKEN           PIC 9(04)V99.
001360      05  PB-SICK-AVAILABLE       PIC S9(04)V99.
001370
001380*****************************************************************
001390* FD  - CUSTOMER-MASTER-FILE                                    *
001400*****************************************************************
001410  FD  CUSTOMER-MASTER-FILE
001420      LABEL RECORDS ARE STANDARD
001430      RECORD CONTAINS 60 CHARACTERS.
001440  01  CUSTOMER-MASTER-RECORD.
001450      05  CM-IDENT                PIC 9(03).
001460      05  CM-CUSTNAME             PIC X(20).
001470      05  CM-DATEOFBIRTH.
001480          10  CM-MOB              PIC 9(02).
001490          10  CM-DOB              PIC 9(02).
001500          10  CM-YOB              PIC 9(04).
001510      05  CM-HOURS-WORKED         PIC 9(03)V99.
001520      05  CM-HOURLY-RATE          PIC 9(03)V99.
001530      05  CM-AGE-YEARS            PIC 9(03).
001540      05  CM-STATUS               PIC X(01).
001550          88  CM-STATUS-ACTIVE          VALUE "A".
001560          88  CM-STATUS-LEAVE           VALUE "L".
001570          88  CM-STATUS-TERMINATED      VALUE "T".
001580      05  CM-STATUS-DATE          PIC 9(08).
001590      05  CM-PAY-TYPE             PIC X(01).
001600          88  CM-PAY-HOURLY             VALUE "H".
001610          88  CM-PAY-SALARIED           VALUE "S".
001620      05  CM-PERIOD-SALARY        PIC 9(04)V99.
001630
001640*****************************************************************
001650* FD  - PARAMETER-FILE                                          *
001660*  THE LAYOUT MATCHES THE CARD COBOLTUT READS.                  *
001670*****************************************************************
001680  FD  PARAMETER-FILE
001690      LABEL RECORDS ARE STANDARD
001700      RECORD CONTAINS 24 CHARACTERS.
001710  01  PARAMETER-RECORD.
001720      05  PM-BATCH-CHARGE-AMT     PIC 9(05).
001730      05  PM-PRORATION-PERIODS    PIC 9(05).
001740      05  PM-CHECKPOINT-INTERVAL  PIC 9(05).
001750      05  PM-OT-THRESHOLD-HRS     PIC 9(03)V99.
001760      05  PM-OT-RATE-FACTOR       PIC 9V99.
001770      05  PM-RUN-MODE             PIC X(01).
001780
001790*****************************************************************
001800* FD  - PTO-RATE-FILE                                           *
001810*  ONE CARD PER TYPE AND SERVICE BAND - THE HOURS ACCRUED PER   *
001820*  HOUR WORKED AND THE MOST HOURS CARRIED INTO A NEW YEAR ONCE  *
001830*  THE EMPLOYEE HAS THE BAND'S YEARS OF SERVICE.  TYPES ARE "V" *
001840*  VACATION, "S" SICK.                                          *
001850*****************************************************************
001860  FD  PTO-RATE-FILE
001870      LABEL RECORDS ARE STANDARD
001880      RECORD CONTAINS 13 CHARACTERS.
001890  01  PTO-RATE-RECORD.
001900      05  PR-TYPE                 PIC X(01).
001910          88  PR-TYPE-VACATION          VALUE "V".
001920          88  PR-TYPE-SICK              VALUE "S".
001930      05  PR-MIN-YEARS            PIC 9(02).
001940      05  PR-RATE                 PIC 9V9999.
001950      05  PR-CARRY-CAP            PIC 9(03)V99.
001960
001970*****************************************************************
001980* FD  - MODE-CARD-FILE                                          *
001990*****************************************************************
002000  FD  MODE-CARD-FILE
002010      LABEL RECORDS ARE STANDARD
002020      RECORD CONTAINS 1 CHARACTERS.
002030  01  MODE-CARD-RECORD.
002040      05  MC-MODE                 PIC X(01).
002050
002060*****************************************************************
002070* FD  - ARCHIVE-FILE                                            *
002080*****************************************************************
002090  FD  ARCHIVE-FILE
002100      LABEL RECORDS ARE STANDARD
002110      RECORD CONTAINS 59 CHARACTERS.
002120  01  ARCHIVE-RECORD              PIC X(59).
002130
002140*****************************************************************
002150* FD  - LIABILITY-REPORT                                        *
002160*****************************************************************
002170  FD  LIABILITY-REPORT
002180      LABEL RECORDS ARE STANDARD
002190      RECORD CONTAINS 132 CHARACTERS.
002200  01  LIABILITY-RECORD            PIC X(132).
002210
002220  WORKING-STORAGE SECTION.
002230*****************************************************************
002240* FILE STATUS AND END-OF-FILE SWITCHES                          *
002250*****************************************************************
002260  77  WS-PB-FILE-STATUS       PIC X(02) VALUE SPACES.
002270      88  WS-PB-FILE-OK              VALUE "00".
002280
002290  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
002300      88  WS-END-OF-FILE             VALUE "Y".
002310      88  WS-NOT-END-OF-FILE         VALUE "N".
002320
002330  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
002340      88  WS-CM-FILE-OK              VALUE "00".
002350
002360  77  WS-PRM-FILE-STATUS      PIC X(02) VALUE SPACES.
002370      88  WS-PRM-FILE-OK             VALUE "00".
002380
002390  77  WS-PTR-FILE-STATUS      PIC X(02) VALUE SPACES.
002400      88  WS-PTR-FILE-OK             VALUE "00".
002410
002420  77  WS-PTR-EOF-SW           PIC X(01) VALUE "N".
002430      88  WS-PTR-EOF                 VALUE "Y".
002440
002450  77  WS-MOD-FILE-STATUS      PIC X(02) VALUE SPACES.
002460      88  WS-MOD-FILE-OK             VALUE "00".
002470
002480  77  WS-ARC-FILE-STATUS      PIC X(02) VALUE SPACES.
002490      88  WS-ARC-FILE-OK             VALUE "00".
002500
002510  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
002520      88  WS-RPT-FILE-OK             VALUE "00".
002530
002540  77  WS-SETUP-ERROR-SW       PIC X(01) VALUE "N".
002550      88  WS-SETUP-ERROR             VALUE "Y".
002560
002570*****************************************************************
002580* RUN MODE SWITCH, SAVED OFF THE MODE CARD.  REPORT MODE IS THE *
002590* DEFAULT - ROLLOVER ONLY HAPPENS ON AN EXPLICIT "R" CARD.      *
002600*****************************************************************
002610  77  WS-RUN-MODE             PIC X(01) VALUE "L".
002620      88  WS-MODE-REPORT             VALUE "L".
002630      88  WS-MODE-ROLLOVER           VALUE "R".
002640
002650*****************************************************************
002660* STANDARD HOURS IN A PAY PERIOD, FROM THE PARMFILE OVERTIME    *
002670* THRESHOLD, VALIDATED THE WAY COBOLTUT VALIDATES IT.           *
002680*****************************************************************
002690  77  WS-STD-HOURS            PIC 9(03)V99 VALUE ZEROS.
002700
002710*****************************************************************
002720* PTO ACCRUAL BAND TABLE, LOADED FROM PTORATE AT START-UP, AND  *
002730* THE BAND SELECTED FOR THE EMPLOYEE IN HAND.                   *
002740*****************************************************************
002750  77  WS-PTO-RATE-MAX         PIC 9(03) VALUE 020.
002760  77  WS-PTO-RATE-LOAD-COUNT  PIC 9(03) VALUE ZEROS.
002770  77  WS-PTO-IX               PIC 9(03) VALUE ZEROS.
002780
002790  01  WS-PTO-RATE-TABLE.
002800      05  WS-PTO-RATE-ENTRY OCCURS 20 TIMES.
002810          10  WS-PTO-R-TYPE       PIC X(01).
002820          10  WS-PTO-R-MIN-YEARS  PIC 9(02).
002830          10  WS-PTO-R-RATE       PIC 9V9999.
002840          10  WS-PTO-R-CAP        PIC 9(03)V99.
002850
002860  77  WS-PTO-SEL-TYPE         PIC X(01) VALUE SPACE.
002870  77  WS-PTO-BEST-YEARS       PIC 9(02) VALUE ZEROS.
002880  77  WS-PTO-BEST-RATE        PIC 9V9999 VALUE ZEROS.
002890  77  WS-PTO-BEST-CAP         PIC 9(03)V99 VALUE ZEROS.
002900  77  WS-PTO-BAND-FOUND-SW    PIC X(01) VALUE "N".
002910      88  WS-PTO-BAND-FOUND          VALUE "Y".
002920
002930  77  WS-SERVICE-YEARS        PIC 9(03) VALUE ZEROS.
002940
002950*****************************************************************
002960* VALUATION AND CARRY-OVER WORK FIELDS FOR THE EMPLOYEE IN      *
002970* HAND.  AN OVERDRAWN BALANCE IS NOT A LIABILITY AND IS VALUED  *
002980* AT ZERO.                                                      *
002990*****************************************************************
003000  77  WS-ON-MASTER-SW         PIC X(01) VALUE "N".
003010      88  WS-ON-MASTER               VALUE "Y".
003020
003030  77  WS-VALUE-RATE           PIC 9(03)V99 VALUE ZEROS.
003040  77  WS-VAC-VALUE-HOURS      PIC 9(04)V99 VALUE ZEROS.
003050  77  WS-SICK-VALUE-HOURS     PIC 9(04)V99 VALUE ZEROS.
003060  77  WS-VAC-VALUE            PIC 9(07)V99 VALUE ZEROS.
003070  77  WS-SICK-VALUE           PIC 9(07)V99 VALUE ZEROS.
003080  77  WS-EMP-VALUE            PIC 9(07)V99 VALUE ZEROS.
003090  77  WS-VAC-LOST             PIC 9(04)V99 VALUE ZEROS.
003100  77  WS-SICK-LOST            PIC 9(04)V99 VALUE ZEROS.
003110
003120*****************************************************************
003130* COMPANY TOTALS ACCUMULATED ACROSS EVERY PTO BALANCE.  THE     *
003140* TOTAL LIABILITY IS THE FIGURE THE GL ACCRUAL IS BOOKED AT.    *
003150*****************************************************************
003160  77  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
003170  77  WS-NOMAST-COUNT         PIC 9(07) VALUE ZEROS.
003180  77  WS-CAPPED-COUNT         PIC 9(07) VALUE ZEROS.
003190  77  WS-TOT-VAC-HOURS        PIC S9(7)V99 VALUE ZEROS.
003200  77  WS-TOT-SICK-HOURS       PIC S9(7)V99 VALUE ZEROS.
003210  77  WS-TOT-VAC-VALUE        PIC S9(9)V99 VALUE ZEROS.
003220  77  WS-TOT-SICK-VALUE       PIC S9(9)V99 VALUE ZEROS.
003230  77  WS-TOT-VALUE            PIC S9(9)V99 VALUE ZEROS.
003240  77  WS-TOT-VAC-LOST         PIC S9(7)V99 VALUE ZEROS.
003250  77  WS-TOT-SICK-LOST        PIC S9(7)V99 VALUE ZEROS.
003260
003270*****************************************************************
003280* LIABILITY REPORT LAYOUTS AND PAGE CONTROL FIELDS              *
003290*****************************************************************
003300  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
003310  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
003320  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
003330
003340  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
003350
003360  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
003370  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
003380      05  WS-CURR-CCYY        PIC 9(04).
003390      05  WS-CURR-MM          PIC 9(02).
003400      05  WS-CURR-DD          PIC 9(02).
003410
003420  01  RPT-HEADING-1.
003430      05  FILLER              PIC X(01) VALUE SPACE.
003440      05  FILLER              PIC X(30) VALUE
003450          "PAID-TIME-OFF LIABILITY".
003460      05  FILLER              PIC X(20) VALUE SPACES.
003470      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
003480      05  RPT-H1-DATE         PIC X(10).
003490      05  FILLER              PIC X(10) VALUE SPACES.
003500      05  FILLER              PIC X(06) VALUE "PAGE: ".
003510      05  RPT-H1-PAGE         PIC ZZZ9.
003520      05  FILLER              PIC X(41) VALUE SPACES.
003530
003540  01  RPT-HEADING-2.
003550      05  FILLER              PIC X(02) VALUE SPACES.
003560      05  FILLER              PIC X(05) VALUE "IDENT".
003570      05  FILLER              PIC X(02) VALUE SPACES.
003580      05  FILLER              PIC X(07) VALUE "VAC HRS".
003590      05  FILLER              PIC X(02) VALUE SPACES.
003600      05  FILLER              PIC X(08) VALUE "SICK HRS".
003610      05  FILLER              PIC X(05) VALUE SPACES.
003620      05  FILLER              PIC X(04) VALUE "RATE".
003630      05  FILLER              PIC X(03) VALUE SPACES.
003640      05  FILLER              PIC X(09) VALUE "VAC VALUE".
003650      05  FILLER              PIC X(02) VALUE SPACES.
003660      05  FILLER              PIC X(10) VALUE "SICK VALUE".
003670      05  FILLER              PIC X(03) VALUE SPACES.
003680      05  FILLER              PIC X(11) VALUE "TOTAL VALUE".
003690      05  FILLER              PIC X(02) VALUE SPACES.
003700      05  FILLER              PIC X(08) VALUE "VAC LOST".
003710      05  FILLER              PIC X(01) VALUE SPACE.
003720      05  FILLER              PIC X(09) VALUE "SICK LOST".
003730      05  FILLER              PIC X(39) VALUE SPACES.
003740
003750  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
003760
003770*****************************************************************
003780* THE HOURS LOST COLUMNS ARE ONLY FILLED IN ON A ROLLOVER RUN.  *
003790*****************************************************************
003800  01  RPT-DETAIL-LINE.
003810      05  FILLER              PIC X(02) VALUE SPACES.
003820      05  RPT-D-IDENT         PIC ZZ9.
003830      05  FILLER              PIC X(03) VALUE SPACES.
003840      05  RPT-D-VAC-HOURS     PIC ZZZ9.99-.
003850      05  FILLER              PIC X(02) VALUE SPACES.
003860      05  RPT-D-SICK-HOURS    PIC ZZZ9.99-.
003870      05  FILLER              PIC X(02) VALUE SPACES.
003880      05  RPT-D-RATE          PIC ZZZ9.99.
003890      05  FILLER              PIC X(02) VALUE SPACES.
003900      05  RPT-D-VAC-VALUE     PIC ZZZ,ZZ9.99.
003910      05  FILLER              PIC X(02) VALUE SPACES.
003920      05  RPT-D-SICK-VALUE    PIC ZZZ,ZZ9.99.
003930      05  FILLER              PIC X(02) VALUE SPACES.
003940      05  RPT-D-TOTAL-VALUE   PIC Z,ZZZ,ZZ9.99.
003950      05  FILLER              PIC X(02) VALUE SPACES.
003960      05  RPT-D-LOST.
003970          10  RPT-D-VAC-LOST  PIC ZZZZ9.99.
003980          10  FILLER          PIC X(02).
003990          10  RPT-D-SICK-LOST PIC ZZZZ9.99.
004000      05  FILLER              PIC X(02) VALUE SPACES.
004010      05  RPT-D-NOTE          PIC X(14).
004020      05  FILLER              PIC X(23) VALUE SPACES.
004030
004040  01  RPT-AMOUNT-LINE.
004050      05  FILLER              PIC X(02) VALUE SPACES.
004060      05  RPT-A-LABEL         PIC X(30).
004070      05  RPT-A-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
004080      05  FILLER              PIC X(86) VALUE SPACES.
004090
004100  01  RPT-COUNT-LINE.
004110      05  FILLER              PIC X(02) VALUE SPACES.
004120      05  RPT-C-LABEL         PIC X(30).
004130      05  FILLER              PIC X(07) VALUE SPACES.
004140      05  RPT-C-COUNT         PIC ZZZ,ZZ9.
004150      05  FILLER              PIC X(86) VALUE SPACES.
004160
004170  01  RPT-MESSAGE-LINE.
004180      05  FILLER              PIC X(02) VALUE SPACES.
004190      05  RPT-M-TEXT          PIC X(60).
004200      05  FILLER              PIC X(70) VALUE SPACES.
004210
004220*****************************************************************
004230* RUN-SEQUENCING CONTROL PARAMETER AREA FOR THE RUNCTLIO        *
004240* CALLS.  THE START CALL REFUSES THE RUN WHEN THIS JOB ALREADY  *
004250* COMPLETED TODAY - A SECOND ROLLOVER WOULD CAP THE BALANCES    *
004260* AGAIN AND OVERWRITE THE ARCHIVE OF THE FIRST.                 *
004270*****************************************************************
004280  01  RUN-CONTROL-PARMS.
004290      05  RC-FUNCTION             PIC X(01).
004300      05  RC-PROGRAM              PIC X(08).
004310      05  RC-PREDECESSOR          PIC X(08).
004320      05  RC-CYCLE-DATE           PIC 9(08).
004330      05  RC-COMPLETION-CODE      PIC 9(02).
004340      05  RC-RESULT               PIC 9(02).
004350      05  RC-REASON               PIC X(40).
004360
004370  77  WS-RUNCTL-REFUSED-SW    PIC X(01) VALUE "N".
004380      88  WS-RUNCTL-REFUSED          VALUE "Y".
004390
004400  PROCEDURE DIVISION.
004410*****************************************************************
004420*                         0000-MAINLINE                         *
004430*****************************************************************
004440  0000-MAINLINE.
004450
004460      PERFORM 1000-INITIALIZE
004470          THRU 1000-INITIALIZE-EXIT.
004480
004490      PERFORM 2000-PROCESS-BALANCES
004500          THRU 2000-PROCESS-BALANCES-EXIT
004510          UNTIL WS-END-OF-FILE.
004520
004530      PERFORM 3000-FINALIZE
004540          THRU 3000-FINALIZE-EXIT.
004550
004560      STOP RUN.
004570
004580*****************************************************************
004590*                        1000-INITIALIZE                        *
004600*  OPENS THE FILES, READS THE MODE CARD, THE STANDARD HOURS AND *
004610*  THE ACCRUAL BAND TABLE, AND PRINTS THE FIRST PAGE.  A BAD    *
004620*  PARMFILE CARD OR PTORATE TABLE STOPS THE RUN BEFORE ANY      *
004630*  BALANCE IS VALUED OR CARRIED OVER.  THE ARCHIVE IS ONLY      *
004640*  OPENED IN ROLLOVER MODE.                                     *
004650*****************************************************************
004660  1000-INITIALIZE.
004670
004680      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004690
004700      STRING WS-CURR-MM   DELIMITED BY SIZE
004710             "/"          DELIMITED BY SIZE
004720             WS-CURR-DD   DELIMITED BY SIZE
004730             "/"          DELIMITED BY SIZE
004740             WS-CURR-CCYY DELIMITED BY SIZE
004750          INTO WS-RUN-DATE-EDIT
004760
004770      MOVE "S"             TO RC-FUNCTION
004780      MOVE "PTOLIAB "      TO RC-PROGRAM
004790      MOVE SPACES          TO RC-PREDECESSOR
004800      MOVE WS-CURRENT-DATE TO RC-CYCLE-DATE
004810      MOVE ZEROS           TO RC-COMPLETION-CODE
004820
004830      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
004840
004850      IF RC-RESULT NOT = ZEROS
004860          DISPLAY "PTOLIAB: RUN REFUSED - " RC-REASON
004870          SET WS-RUNCTL-REFUSED TO TRUE
004880          SET WS-END-OF-FILE TO TRUE
004890          MOVE 8 TO RETURN-CODE
004900          GO TO 1000-INITIALIZE-EXIT
004910      END-IF.
004920
004930      PERFORM 1100-READ-MODE-CARD
004940          THRU 1100-READ-MODE-CARD-EXIT.
004950
004960      PERFORM 1200-READ-RUN-PARAMETERS
004970          THRU 1200-READ-RUN-PARAMETERS-EXIT.
004980
004990      PERFORM 1300-LOAD-PTO-RATE-TABLE
005000          THRU 1300-LOAD-PTO-RATE-TABLE-EXIT.
005010
005020      OPEN I-O PTO-BALANCE-FILE
005030
005040      IF NOT WS-PB-FILE-OK
005050          DISPLAY "PTOLIAB: UNABLE TO OPEN PTOBAL, "
005060                  "STATUS = " WS-PB-FILE-STATUS
005070          SET WS-SETUP-ERROR TO TRUE
005080      END-IF.
005090
005100      OPEN INPUT CUSTOMER-MASTER-FILE
005110
005120      IF NOT WS-CM-FILE-OK
005130          DISPLAY "PTOLIAB: UNABLE TO OPEN CUSTMAST, "
005140                  "STATUS = " WS-CM-FILE-STATUS
005150          SET WS-SETUP-ERROR TO TRUE
005160      END-IF.
005170
005180      IF WS-MODE-ROLLOVER AND NOT WS-SETUP-ERROR
005190          OPEN OUTPUT ARCHIVE-FILE
005200          IF NOT WS-ARC-FILE-OK
005210              DISPLAY "PTOLIAB: UNABLE TO OPEN PTOARCH, "
005220                      "STATUS = " WS-ARC-FILE-STATUS
005230              SET WS-END-OF-FILE TO TRUE
005240              MOVE 8 TO RETURN-CODE
005250          END-IF
005260      END-IF.
005270
005280      OPEN OUTPUT LIABILITY-REPORT
005290
005300      IF NOT WS-RPT-FILE-OK
005310          DISPLAY "PTOLIAB: UNABLE TO OPEN PTOLRPT, "
005320                  "STATUS = " WS-RPT-FILE-STATUS
005330          SET WS-SETUP-ERROR TO TRUE
005340      END-IF.
005350
005360      IF WS-SETUP-ERROR
005370          SET WS-END-OF-FILE TO TRUE
005380          MOVE 8 TO RETURN-CODE
005390      END-IF.
005400
005410      PERFORM 2810-PRINT-HEADINGS
005420          THRU 2810-PRINT-HEADINGS-EXIT.
005430
005440  1000-INITIALIZE-EXIT.
005450      EXIT.
005460
005470*****************************************************************
005480*                      1100-READ-MODE-CARD                      *
005490*  READS THE RUN MODE CARD.  NO FILE, NO CARD, OR AN            *
005500*  UNRECOGNIZED CODE ALL DEFAULT TO REPORT MODE - CAPPING A     *
005510*  YEAR OF BALANCES TAKES AN EXPLICIT "R".                      *
005520*****************************************************************
005530  1100-READ-MODE-CARD.
005540
005550      OPEN INPUT MODE-CARD-FILE
005560
005570      IF NOT WS-MOD-FILE-OK
005580          GO TO 1100-READ-MODE-CARD-EXIT
005590      END-IF
005600
005610      READ MODE-CARD-FILE
005620          AT END
005630              CONTINUE
005640          NOT AT END
005650              IF MC-MODE = "R"
005660                  MOVE "R" TO WS-RUN-MODE
005670              END-IF
005680      END-READ
005690
005700      CLOSE MODE-CARD-FILE.
005710
005720  1100-READ-MODE-CARD-EXIT.
005730      EXIT.
005740
005750*****************************************************************
005760*                    1200-READ-RUN-PARAMETERS                   *
005770*  READS THE PARMFILE CARD FOR THE OVERTIME THRESHOLD, WITH THE *
005780*  SAME CLASS AND RANGE CHECK COBOLTUT APPLIES TO IT, AND KEEPS *
005790*  IT AS THE STANDARD HOURS IN A PAY PERIOD.                    *
005800*****************************************************************
005810  1200-READ-RUN-PARAMETERS.
005820
005830      OPEN INPUT PARAMETER-FILE
005840
005850      IF NOT WS-PRM-FILE-OK
005860          DISPLAY "PTOLIAB: UNABLE TO OPEN PARMFILE, "
005870                  "STATUS = " WS-PRM-FILE-STATUS
005880          SET WS-SETUP-ERROR TO TRUE
005890          GO TO 1200-READ-RUN-PARAMETERS-EXIT
005900      END-IF
005910
005920      READ PARAMETER-FILE
005930          AT END
005940              DISPLAY "PTOLIAB: PARMFILE IS EMPTY"
005950              SET WS-SETUP-ERROR TO TRUE
005960          NOT AT END
005970              IF PM-OT-THRESHOLD-HRS IS NOT NUMERIC
005980                  OR PM-OT-THRESHOLD-HRS = ZERO
005990                  OR PM-OT-THRESHOLD-HRS > 168
006000                  DISPLAY "PTOLIAB: BAD OT THRESHOLD "
006010                          "ON PARMFILE"
006020                  SET WS-SETUP-ERROR TO TRUE
006030              ELSE
006040                  MOVE PM-OT-THRESHOLD-HRS TO WS-STD-HOURS
006050              END-IF
006060      END-READ
006070
006080      CLOSE PARAMETER-FILE.
006090
006100  1200-READ-RUN-PARAMETERS-EXIT.
006110      EXIT.
006120
006130*****************************************************************
006140*                    1300-LOAD-PTO-RATE-TABLE                   *
006150*  LOADS THE PTORATE BAND CARDS INTO THE ACCRUAL BAND TABLE.  A *
006160*  MISSING FILE, AN EMPTY TABLE, OR A BAD CARD STOPS THE RUN -  *
006170*  A ROLLOVER ON THE WRONG CAPS CANNOT BE PUT RIGHT AFTERWARD.  *
006180*****************************************************************
006190  1300-LOAD-PTO-RATE-TABLE.
006200
006210      OPEN INPUT PTO-RATE-FILE
006220
006230      IF NOT WS-PTR-FILE-OK
006240          DISPLAY "PTOLIAB: UNABLE TO OPEN PTORATE, "
006250                  "STATUS = " WS-PTR-FILE-STATUS
006260          SET WS-SETUP-ERROR TO TRUE
006270          GO TO 1300-LOAD-PTO-RATE-TABLE-EXIT
006280      END-IF
006290
006300      PERFORM 1310-READ-PTO-RATE
006310          THRU 1310-READ-PTO-RATE-EXIT
006320          UNTIL WS-PTR-EOF
006330
006340      CLOSE PTO-RATE-FILE
006350
006360      IF WS-PTO-RATE-LOAD-COUNT = ZERO
006370          DISPLAY "PTOLIAB: PTORATE TABLE IS EMPTY"
006380          SET WS-SETUP-ERROR TO TRUE
006390      END-IF.
006400
006410  1300-LOAD-PTO-RATE-TABLE-EXIT.
006420      EXIT.
006430
006440*****************************************************************
006450*                       1310-READ-PTO-RATE                      *
006460*  VALIDATES ONE BAND CARD FOR TYPE AND CLASS AND LOADS IT.     *
006470*****************************************************************
006480  1310-READ-PTO-RATE.
006490
006500      READ PTO-RATE-FILE
006510          AT END
006520              SET WS-PTR-EOF TO TRUE
006530              GO TO 1310-READ-PTO-RATE-EXIT
006540      END-READ
006550
006560      IF NOT PR-TYPE-VACATION
006570          AND NOT PR-TYPE-SICK
006580          DISPLAY "PTOLIAB: BAD TYPE ON PTORATE CARD"
006590          SET WS-SETUP-ERROR TO TRUE
006600          GO TO 1310-READ-PTO-RATE-EXIT
006610      END-IF
006620
006630      IF PR-MIN-YEARS IS NOT NUMERIC
006640          OR PR-RATE IS NOT NUMERIC
006650          OR PR-CARRY-CAP IS NOT NUMERIC
006660          DISPLAY "PTOLIAB: BAD FIGURES ON PTORATE CARD"
006670          SET WS-SETUP-ERROR TO TRUE
006680          GO TO 1310-READ-PTO-RATE-EXIT
006690      END-IF
006700
006710      IF WS-PTO-RATE-LOAD-COUNT >= WS-PTO-RATE-MAX
006720          DISPLAY "PTOLIAB: PTO RATE TABLE FULL"
006730          SET WS-SETUP-ERROR TO TRUE
006740          GO TO 1310-READ-PTO-RATE-EXIT
006750      END-IF
006760
006770      ADD 1 TO WS-PTO-RATE-LOAD-COUNT
006780      MOVE PR-TYPE      TO WS-PTO-R-TYPE (WS-PTO-RATE-LOAD-COUNT)
006790      MOVE PR-MIN-YEARS
006800        TO WS-PTO-R-MIN-YEARS (WS-PTO-RATE-LOAD-COUNT)
006810      MOVE PR-RATE      TO WS-PTO-R-RATE (WS-PTO-RATE-LOAD-COUNT)
006820      MOVE PR-CARRY-CAP TO WS-PTO-R-CAP (WS-PTO-RATE-LOAD-COUNT).
006830
006840  1310-READ-PTO-RATE-EXIT.
006850      EXIT.
006860
006870*****************************************************************
006880*                     2000-PROCESS-BALANCES                     *
006890*  MAIN READ LOOP - READS EACH PTO BALANCE, VALUES IT, PRINTS   *
006900*  ITS LIABILITY LINE AND ROLLS IT INTO THE COMPANY TOTALS, AND *
006910*  IN ROLLOVER MODE ARCHIVES IT AND CARRIES IT OVER.            *
006920*****************************************************************
006930  2000-PROCESS-BALANCES.
006940
006950      PERFORM 2100-READ-PTO-BALANCE
006960          THRU 2100-READ-PTO-BALANCE-EXIT.
006970
006980      IF WS-END-OF-FILE
006990          GO TO 2000-PROCESS-BALANCES-EXIT
007000      END-IF.
007010
007020      ADD 1 TO WS-RECORD-COUNT
007030
007040      PERFORM 2200-VALUE-BALANCE
007050          THRU 2200-VALUE-BALANCE-EXIT.
007060
007070      MOVE ZEROS TO WS-VAC-LOST
007080      MOVE ZEROS TO WS-SICK-LOST
007090
007100      IF WS-MODE-ROLLOVER
007110          PERFORM 2500-ARCHIVE-AND-CARRY-OVER
007120              THRU 2500-ARCHIVE-AND-CARRY-OVER-EXIT
007130      END-IF.
007140
007150      PERFORM 2800-PRINT-LIABILITY-LINE
007160          THRU 2800-PRINT-LIABILITY-LINE-EXIT.
007170
007180  2000-PROCESS-BALANCES-EXIT.
007190      EXIT.
007200
007210*****************************************************************
007220*                     2100-READ-PTO-BALANCE                     *
007230*****************************************************************
007240  2100-READ-PTO-BALANCE.
007250
007260      READ PTO-BALANCE-FILE NEXT RECORD
007270          AT END
007280              SET WS-END-OF-FILE TO TRUE
007290      END-READ.
007300
007310  2100-READ-PTO-BALANCE-EXIT.
007320      EXIT.
007330
007340*****************************************************************
007350*                       2200-VALUE-BALANCE                      *
007360*  VALUES THE AVAILABLE VACATION AND SICK HOURS AT THE          *
007370*  EMPLOYEE'S CURRENT RATE - THE HOURLY RATE, OR THE PERIOD     *
007380*  SALARY OVER THE STANDARD HOURS FOR SALARIED STAFF - AND ADDS *
007390*  THEM TO THE COMPANY TOTALS.  A BALANCE WITH NO CUSTOMER-     *
007400*  MASTER RECORD CANNOT BE PRICED; ITS HOURS ARE STILL COUNTED  *
007410*  BUT IT IS VALUED AT ZERO AND FLAGGED FOR FOLLOW-UP.          *
007420*****************************************************************
007430  2200-VALUE-BALANCE.
007440
007450      MOVE ZEROS TO WS-VALUE-RATE
007460      MOVE "N"   TO WS-ON-MASTER-SW
007470      MOVE PB-IDENT TO CM-IDENT
007480
007490      READ CUSTOMER-MASTER-FILE
007500          INVALID KEY
007510              ADD 1 TO WS-NOMAST-COUNT
007520          NOT INVALID KEY
007530              SET WS-ON-MASTER TO TRUE
007540      END-READ
007550
007560      IF WS-ON-MASTER
007570          IF CM-PAY-SALARIED
007580              COMPUTE WS-VALUE-RATE ROUNDED =
007590                  CM-PERIOD-SALARY / WS-STD-HOURS
007600          ELSE
007610              MOVE CM-HOURLY-RATE TO WS-VALUE-RATE
007620          END-IF
007630      END-IF
007640
007650      IF PB-VAC-AVAILABLE > ZERO
007660          MOVE PB-VAC-AVAILABLE TO WS-VAC-VALUE-HOURS
007670      ELSE
007680          MOVE ZEROS TO WS-VAC-VALUE-HOURS
007690      END-IF
007700
007710      IF PB-SICK-AVAILABLE > ZERO
007720          MOVE PB-SICK-AVAILABLE TO WS-SICK-VALUE-HOURS
007730      ELSE
007740          MOVE ZEROS TO WS-SICK-VALUE-HOURS
007750      END-IF
007760
007770      COMPUTE WS-VAC-VALUE ROUNDED =
007780          WS-VAC-VALUE-HOURS * WS-VALUE-RATE
007790      COMPUTE WS-SICK-VALUE ROUNDED =
007800          WS-SICK-VALUE-HOURS * WS-VALUE-RATE
007810      COMPUTE WS-EMP-VALUE = WS-VAC-VALUE + WS-SICK-VALUE
007820
007830      ADD WS-VAC-VALUE-HOURS  TO WS-TOT-VAC-HOURS
007840      ADD WS-SICK-VALUE-HOURS TO WS-TOT-SICK-HOURS
007850      ADD WS-VAC-VALUE        TO WS-TOT-VAC-VALUE
007860      ADD WS-SICK-VALUE       TO WS-TOT-SICK-VALUE
007870      ADD WS-EMP-VALUE        TO WS-TOT-VALUE.
007880
007890  2200-VALUE-BALANCE-EXIT.
007900      EXIT.
007910
007920*****************************************************************
007930*                   2400-COMPUTE-SERVICE-YEARS                  *
007940*  COMPLETED YEARS OF SERVICE AS OF THE RUN DATE, FROM THE      *
007950*  SERVICE DATE ON THE BALANCE RECORD.  A SERVICE DATE NOT YET  *
007960*  REACHED, OR ONE THAT IS NOT NUMERIC, COUNTS AS NO SERVICE.   *
007970*****************************************************************
007980  2400-COMPUTE-SERVICE-YEARS.
007990
008000      MOVE ZEROS TO WS-SERVICE-YEARS
008010
008020      IF PB-SERVICE-DATE IS NOT NUMERIC
008030          OR PB-SERVICE-DATE > WS-CURRENT-DATE
008040          GO TO 2400-COMPUTE-SERVICE-YEARS-EXIT
008050      END-IF
008060
008070      COMPUTE WS-SERVICE-YEARS = WS-CURR-CCYY - PB-SVC-CCYY
008080
008090      IF WS-CURR-MM < PB-SVC-MM
008100          OR (WS-CURR-MM = PB-SVC-MM
008110              AND WS-CURR-DD < PB-SVC-DD)
008120          SUBTRACT 1 FROM WS-SERVICE-YEARS
008130      END-IF.
008140
008150  2400-COMPUTE-SERVICE-YEARS-EXIT.
008160      EXIT.
008170
008180*****************************************************************
008190*                      2450-SELECT-PTO-BAND                     *
008200*  SCANS THE ACCRUAL BAND TABLE FOR THE SELECTED TYPE AND TAKES *
008210*  THE BAND WITH THE HIGHEST MINIMUM YEARS OF SERVICE THE       *
008220*  EMPLOYEE HAS REACHED - THE SAME RULE THE PAYROLL RUN ACCRUES *
008230*  BY.                                                          *
008240*****************************************************************
008250  2450-SELECT-PTO-BAND.
008260
008270      MOVE "N"   TO WS-PTO-BAND-FOUND-SW
008280      MOVE ZEROS TO WS-PTO-BEST-YEARS
008290      MOVE ZEROS TO WS-PTO-BEST-RATE
008300      MOVE ZEROS TO WS-PTO-BEST-CAP
008310      MOVE 1     TO WS-PTO-IX
008320
008330      PERFORM 2451-SCAN-PTO-ENTRY
008340          THRU 2451-SCAN-PTO-ENTRY-EXIT
008350          UNTIL WS-PTO-IX > WS-PTO-RATE-LOAD-COUNT.
008360
008370  2450-SELECT-PTO-BAND-EXIT.
008380      EXIT.
008390
008400*****************************************************************
008410*                      2451-SCAN-PTO-ENTRY                      *
008420*****************************************************************
008430  2451-SCAN-PTO-ENTRY.
008440
008450      IF WS-PTO-R-TYPE (WS-PTO-IX) = WS-PTO-SEL-TYPE
008460          AND WS-SERVICE-YEARS >= WS-PTO-R-MIN-YEARS (WS-PTO-IX)
008470          AND (NOT WS-PTO-BAND-FOUND
008480              OR WS-PTO-R-MIN-YEARS (WS-PTO-IX)
008490                  >= WS-PTO-BEST-YEARS)
008500          SET WS-PTO-BAND-FOUND TO TRUE
008510          MOVE WS-PTO-R-MIN-YEARS (WS-PTO-IX)
008520            TO WS-PTO-BEST-YEARS
008530          MOVE WS-PTO-R-RATE (WS-PTO-IX) TO WS-PTO-BEST-RATE
008540          MOVE WS-PTO-R-CAP (WS-PTO-IX)  TO WS-PTO-BEST-CAP
008550      END-IF
008560
008570      ADD 1 TO WS-PTO-IX.
008580
008590  2451-SCAN-PTO-ENTRY-EXIT.
008600      EXIT.
008610
008620*****************************************************************
008630*                  2500-ARCHIVE-AND-CARRY-OVER                  *
008640*  WRITES THE BALANCE TO THE ARCHIVE GENERATION AS IT STANDS,   *
008650*  THEN CARRIES EACH AVAILABLE BALANCE INTO THE NEW YEAR UP TO  *
008660*  THE CARRY-OVER CAP FOR THE EMPLOYEE'S SERVICE BAND - HOURS   *
008670*  OVER THE CAP ARE FORFEIT - AND CLEARS THE HOURS ACCRUED AND  *
008680*  TAKEN.  A TYPE WITH NO BAND FOR THE EMPLOYEE'S SERVICE IS    *
008690*  CARRIED IN FULL, AND AN OVERDRAWN BALANCE CARRIES FORWARD    *
008700*  AS IT IS, TO BE EARNED BACK.                                 *
008710*****************************************************************
008720  2500-ARCHIVE-AND-CARRY-OVER.
008730
008740      WRITE ARCHIVE-RECORD FROM PTO-BALANCE-RECORD
008750
008760      PERFORM 2400-COMPUTE-SERVICE-YEARS
008770          THRU 2400-COMPUTE-SERVICE-YEARS-EXIT
008780
008790      MOVE "V" TO WS-PTO-SEL-TYPE
008800      PERFORM 2450-SELECT-PTO-BAND
008810          THRU 2450-SELECT-PTO-BAND-EXIT
008820
008830      IF WS-PTO-BAND-FOUND
008840          AND PB-VAC-AVAILABLE > WS-PTO-BEST-CAP
008850          COMPUTE WS-VAC-LOST =
008860              PB-VAC-AVAILABLE - WS-PTO-BEST-CAP
008870          MOVE WS-PTO-BEST-CAP TO PB-VAC-AVAILABLE
008880      END-IF
008890
008900      MOVE "S" TO WS-PTO-SEL-TYPE
008910      PERFORM 2450-SELECT-PTO-BAND
008920          THRU 2450-SELECT-PTO-BAND-EXIT
008930
008940      IF WS-PTO-BAND-FOUND
008950          AND PB-SICK-AVAILABLE > WS-PTO-BEST-CAP
008960          COMPUTE WS-SICK-LOST =
008970              PB-SICK-AVAILABLE - WS-PTO-BEST-CAP
008980          MOVE WS-PTO-BEST-CAP TO PB-SICK-AVAILABLE
008990      END-IF
009000
009010      IF WS-VAC-LOST > ZERO OR WS-SICK-LOST > ZERO
009020          ADD 1 TO WS-CAPPED-COUNT
009030      END-IF
009040
009050      ADD WS-VAC-LOST  TO WS-TOT-VAC-LOST
009060      ADD WS-SICK-LOST TO WS-TOT-SICK-LOST
009070
009080      MOVE PB-VAC-AVAILABLE  TO PB-VAC-CARRIED
009090      MOVE ZEROS             TO PB-VAC-ACCRUED
009100      MOVE ZEROS             TO PB-VAC-TAKEN
009110      MOVE PB-SICK-AVAILABLE TO PB-SICK-CARRIED
009120      MOVE ZEROS             TO PB-SICK-ACCRUED
009130      MOVE ZEROS             TO PB-SICK-TAKEN
009140
009150      REWRITE PTO-BALANCE-RECORD
009160          INVALID KEY
009170              DISPLAY "PTOLIAB: CANNOT REWRITE PTOBAL, IDENT "
009180                      PB-IDENT
009190      END-REWRITE.
009200
009210  2500-ARCHIVE-AND-CARRY-OVER-EXIT.
009220      EXIT.
009230
009240*****************************************************************
009250*                   2800-PRINT-LIABILITY-LINE                   *
009260*  BUILDS AND WRITES ONE EMPLOYEE'S LIABILITY LINE, BREAKING TO *
009270*  A NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.  THE HOURS AND *
009280*  VALUES ARE AS THEY STOOD BEFORE ANY CARRY-OVER CAP - THE     *
009290*  HOURS FORFEIT ARE ADDED BACK TO WHAT WAS CARRIED OVER.       *
009300*****************************************************************
009310  2800-PRINT-LIABILITY-LINE.
009320
009330      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009340          PERFORM 2810-PRINT-HEADINGS
009350              THRU 2810-PRINT-HEADINGS-EXIT
009360      END-IF
009370
009380      COMPUTE RPT-D-VAC-HOURS  = PB-VAC-AVAILABLE + WS-VAC-LOST
009390      COMPUTE RPT-D-SICK-HOURS = PB-SICK-AVAILABLE + WS-SICK-LOST
009400
009410      MOVE PB-IDENT            TO RPT-D-IDENT
009420      MOVE WS-VALUE-RATE       TO RPT-D-RATE
009430      MOVE WS-VAC-VALUE        TO RPT-D-VAC-VALUE
009440      MOVE WS-SICK-VALUE       TO RPT-D-SICK-VALUE
009450      MOVE WS-EMP-VALUE        TO RPT-D-TOTAL-VALUE
009460
009470      MOVE SPACES TO RPT-D-LOST
009480
009490      IF WS-MODE-ROLLOVER
009500          MOVE WS-VAC-LOST  TO RPT-D-VAC-LOST
009510          MOVE WS-SICK-LOST TO RPT-D-SICK-LOST
009520      END-IF
009530
009540      IF WS-ON-MASTER
009550          MOVE SPACES TO RPT-D-NOTE
009560      ELSE
009570          MOVE "NOT ON MASTER" TO RPT-D-NOTE
009580      END-IF
009590
009600      WRITE LIABILITY-RECORD FROM RPT-DETAIL-LINE
009610          AFTER ADVANCING 1 LINE
009620
009630      ADD 1 TO WS-LINE-COUNT.
009640
009650  2800-PRINT-LIABILITY-LINE-EXIT.
009660      EXIT.
009670
009680*****************************************************************
009690*                      2810-PRINT-HEADINGS                      *
009700*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
009710*  NEW PAGE AND RESETS THE LINE COUNT.                          *
009720*****************************************************************
009730  2810-PRINT-HEADINGS.
009740
009750      ADD 1 TO WS-PAGE-COUNT
009760      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
009770      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
009780
009790      WRITE LIABILITY-RECORD FROM RPT-HEADING-1
009800          AFTER ADVANCING PAGE
009810      WRITE LIABILITY-RECORD FROM RPT-BLANK-LINE
009820          AFTER ADVANCING 1 LINE
009830      WRITE LIABILITY-RECORD FROM RPT-HEADING-2
009840          AFTER ADVANCING 1 LINE
009850      WRITE LIABILITY-RECORD FROM RPT-BLANK-LINE
009860          AFTER ADVANCING 1 LINE
009870
009880      MOVE ZEROS TO WS-LINE-COUNT.
009890
009900  2810-PRINT-HEADINGS-EXIT.
009910      EXIT.
009920
009930*****************************************************************
009940*                         3000-FINALIZE                         *
009950*  PRINTS THE COMPANY TOTALS - THE TOTAL LIABILITY IS THE GL    *
009960*  ACCRUAL FIGURE - AND CLOSES THE FILES.                       *
009970*****************************************************************
009980  3000-FINALIZE.
009990
010000      IF WS-RUNCTL-REFUSED
010010          GO TO 3000-FINALIZE-EXIT
010020      END-IF.
010030
010040      WRITE LIABILITY-RECORD FROM RPT-BLANK-LINE
010050          AFTER ADVANCING 1 LINE
010060
010070      MOVE "EMPLOYEES ON PTO BALANCES"  TO RPT-C-LABEL
010080      MOVE WS-RECORD-COUNT              TO RPT-C-COUNT
010090      WRITE LIABILITY-RECORD FROM RPT-COUNT-LINE
010100          AFTER ADVANCING 1 LINE
010110
010120      MOVE "  NOT ON CUSTOMER MASTER"   TO RPT-C-LABEL
010130      MOVE WS-NOMAST-COUNT              TO RPT-C-COUNT
010140      WRITE LIABILITY-RECORD FROM RPT-COUNT-LINE
010150          AFTER ADVANCING 1 LINE
010160
010170      MOVE "VACATION HOURS OUTSTANDING" TO RPT-A-LABEL
010180      MOVE WS-TOT-VAC-HOURS             TO RPT-A-AMOUNT
010190      WRITE LIABILITY-RECORD FROM RPT-AMOUNT-LINE
010200          AFTER ADVANCING 1 LINE
010210
010220      MOVE "SICK HOURS OUTSTANDING"     TO RPT-A-LABEL
010230      MOVE WS-TOT-SICK-HOURS            TO RPT-A-AMOUNT
010240      WRITE LIABILITY-RECORD FROM RPT-AMOUNT-LINE
010250          AFTER ADVANCING 1 LINE
010260
010270      MOVE "VACATION LIABILITY"         TO RPT-A-LABEL
010280      MOVE WS-TOT-VAC-VALUE             TO RPT-A-AMOUNT
010290      WRITE LIABILITY-RECORD FROM RPT-AMOUNT-LINE
010300          AFTER ADVANCING 1 LINE
010310
010320      MOVE "SICK LIABILITY"             TO RPT-A-LABEL
010330      MOVE WS-TOT-SICK-VALUE            TO RPT-A-AMOUNT
010340      WRITE LIABILITY-RECORD FROM RPT-AMOUNT-LINE
010350          AFTER ADVANCING 1 LINE
010360
010370      MOVE "TOTAL PTO LIABILITY FOR GL"  TO RPT-A-LABEL
010380      MOVE WS-TOT-VALUE                 TO RPT-A-AMOUNT
010390      WRITE LIABILITY-RECORD FROM RPT-AMOUNT-LINE
010400          AFTER ADVANCING 1 LINE
010410
010420      IF WS-MODE-ROLLOVER AND WS-ARC-FILE-OK
010430          MOVE "BALANCES CUT TO CARRY-OVER CAP" TO RPT-C-LABEL
010440          MOVE WS-CAPPED-COUNT              TO RPT-C-COUNT
010450          WRITE LIABILITY-RECORD FROM RPT-COUNT-LINE
010460              AFTER ADVANCING 1 LINE
010470          MOVE "VACATION HOURS FORFEITED"   TO RPT-A-LABEL
010480          MOVE WS-TOT-VAC-LOST              TO RPT-A-AMOUNT
010490          WRITE LIABILITY-RECORD FROM RPT-AMOUNT-LINE
010500              AFTER ADVANCING 1 LINE
010510          MOVE "SICK HOURS FORFEITED"       TO RPT-A-LABEL
010520          MOVE WS-TOT-SICK-LOST             TO RPT-A-AMOUNT
010530          WRITE LIABILITY-RECORD FROM RPT-AMOUNT-LINE
010540              AFTER ADVANCING 1 LINE
010550          MOVE "ROLLOVER COMPLETE - CARRY-OVER CAPS APPLIED"
010560            TO RPT-M-TEXT
010570          WRITE LIABILITY-RECORD FROM RPT-MESSAGE-LINE
010580              AFTER ADVANCING 1 LINE
010590      END-IF
010600
010610      IF WS-SETUP-ERROR
010620          MOVE "*** RUN STOPPED - SETUP ERROR, NO BALANCES READ"
010630            TO RPT-M-TEXT
010640          WRITE LIABILITY-RECORD FROM RPT-MESSAGE-LINE
010650              AFTER ADVANCING 1 LINE
010660      ELSE
010670      IF WS-MODE-ROLLOVER AND NOT WS-ARC-FILE-OK
010680          MOVE "*** ROLLOVER NOT PERFORMED - ARCHIVE OPEN FAILED"
010690            TO RPT-M-TEXT
010700          WRITE LIABILITY-RECORD FROM RPT-MESSAGE-LINE
010710              AFTER ADVANCING 1 LINE
010720      END-IF
010730      END-IF
010740
010750      CLOSE PTO-BALANCE-FILE
010760      CLOSE CUSTOMER-MASTER-FILE
010770      CLOSE LIABILITY-REPORT
010780
010790      IF WS-MODE-ROLLOVER AND WS-ARC-FILE-OK
010800          CLOSE ARCHIVE-FILE
010810      END-IF.
010820
010830      IF NOT WS-RUNCTL-REFUSED
010840          MOVE "E"         TO RC-FUNCTION
010850          MOVE RETURN-CODE TO RC-COMPLETION-CODE
010860          CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
010870      END-IF.
010880
010890  3000-FINALIZE-EXIT.
010900      EXIT.
010910
