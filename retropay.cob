000010*****************************************************************
000020* PROGRAM      : RETROPAY                                       *
000030* AUTHOR       : DAVID R. HENDERSON                             *
000040* INSTALLATION : DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS     *
000050* DATE-WRITTEN : 10/15/2026                                     *
000060*                                                               *
000070* REMARKS      : RETROACTIVE PAY-RATE ADJUSTMENT RUN.  TAKES    *
000080*                ONE CARD PER LATE-APPROVED RAISE - IDENT, NEW  *
000090*                HOURLY RATE AND EFFECTIVE DATE - AND REPRICES  *
000100*                EVERY PAY-HISTORY CYCLE ON OR AFTER THAT DATE  *
000110*                FROM THE REGULAR AND OVERTIME HOURS STORED ON  *
000120*                IT, AT THE NEW RATE AND THE PARMFILE OVERTIME  *
000130*                FACTOR, THE SAME ARITHMETIC 2500-PAYCALC USES. *
000140*                THE DIFFERENCE FOR ALL THE CYCLES IS WRITTEN   *
000150*                TO ADJFILE AS ONE "C" CORRECTION PER EMPLOYEE, *
000160*                DESCRIBED WITH THE RETRO PERIOD, IN ITS IDENT  *
000170*                PLACE AMONG THE CLERK'S ENTRIES SO ADJEDIT AND *
000180*                THE NEXT PAYROLL TAKE IT UP NORMALLY.  THE     *
000190*                WORKSHEET SHOWS OLD PAY, NEW PAY AND THE       *
000200*                DIFFERENCE CYCLE BY CYCLE, AND THE CORRECTION  *
000210*                COUNT AND TOTAL THE CLERK ADDS TO ADJCTL.      *
000220*****************************************************************
000230* MODIFICATION HISTORY                                          *
000240*-----------------------------------------------------------------
000250* DATE       INIT  DESCRIPTION                                  *
000260* 10/15/2026 DRH   ORIGINAL PROGRAM.                            *
000270* 10/15/2026 DRH   A CYCLE PAID AS SALARY HAS NO HOURS TO       *
000280*                  REPRICE AND IS PASSED OVER; AN EMPLOYEE WITH *
000290*                  NO HOURLY CYCLE SINCE THE EFFECTIVE DATE IS  *
000300*                  REJECTED.  MASTER (60 BYTES) AND PAY HISTORY *
000310*                  (129 BYTES) LAYOUTS BROUGHT UP TO DATE.      *
000320* 10/15/2026 DRH   PARMFILE LAYOUT BROUGHT UP TO 24 BYTES WITH  *
000330*                  THE COBOLTUT RUN-MODE BYTE, WHICH THIS RUN   *
000340*                  DOES NOT USE.                                *
000350* 10/15/2026 DRH   PAY HISTORY IS NOW KEYED BY A PAY SEQUENCE   *
000360*                  AS WELL (131 BYTES).  AN OFF-CYCLE PAYMENT   *
000370*                  OF HOURS IS REPRICED LIKE ANY OTHER CYCLE; A *
000380*                  FLAT GROSS OR CORRECTION PAYMENT HAS NO      *
000390*                  HOURS AND IS PASSED OVER.                    *
000400* 10/15/2026 DRH   PAY HISTORY NOW CARRIES VACATION AND SICK    *
000410*                  HOURS AND PAY (167 BYTES).  TIME OFF WAS     *
000420*                  PAID AT THE HOURLY RATE, SO ITS HOURS ARE    *
000430*                  REPRICED AT THE NEW RATE ALONG WITH THE      *
000440*                  REGULAR AND OVERTIME HOURS.                  *
000450* 10/15/2026 DRH   THE ADJFILE MERGE NOW CHECKS THE REOPEN OF   *
000460*                  ADJWORK BEFORE IT EMPTIES ADJFILE, SO A      *
000470*                  FAILED REOPEN LEAVES THE CLERK'S ENTRIES IN  *
000480*                  PLACE.                                       *
000490*****************************************************************
000500  IDENTIFICATION DIVISION.
000510  PROGRAM-ID. RETROPAY.
000520  AUTHOR. DAVID R. HENDERSON.
000530  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000540  DATE-WRITTEN. 10/15/2026.
000550  DATE-COMPILED.
000560  ENVIRONMENT DIVISION.
000570
000580  CONFIGURATION SECTION.
000590  SOURCE-COMPUTER. IBM-370.
000600  OBJECT-COMPUTER. IBM-370.
000610  SPECIAL-NAMES.
000620      C01 IS TOP-OF-PAGE.
000630
000640  INPUT-OUTPUT SECTION.
000650  FILE-CONTROL.
000660*****************************************************************
000670* RETRO-CARD-FILE CARRIES ONE CARD PER APPROVED RAISE - IDENT,  *
000680* NEW HOURLY RATE AND THE DATE THE RAISE TOOK EFFECT.           *
000690*****************************************************************
000700      SELECT RETRO-CARD-FILE
000710          ASSIGN TO "RETROCRD"
000720          ORGANIZATION IS SEQUENTIAL
000730          FILE STATUS IS WS-CRD-FILE-STATUS.
000740
000750*****************************************************************
000760* PARAMETER-FILE IS THE PAYROLL RUN-PARAMETER CARD - READ HERE  *
000770* ONLY FOR THE OVERTIME RATE FACTOR.                            *
000780*****************************************************************
000790      SELECT PARAMETER-FILE
000800          ASSIGN TO "PARMFILE"
000810          ORGANIZATION IS SEQUENTIAL
000820          FILE STATUS IS WS-PRM-FILE-STATUS.
000830
000840*****************************************************************
000850* CUSTOMER-MASTER IS READ BY KEY TO VERIFY EACH CARD NAMES AN   *
000860* EMPLOYEE THAT EXISTS AND TO PRINT THE NAME.                   *
000870*****************************************************************
000880      SELECT CUSTOMER-MASTER-FILE
000890          ASSIGN TO "CUSTMAST"
000900          ORGANIZATION IS INDEXED
000910          ACCESS MODE IS DYNAMIC
000920          RECORD KEY IS CM-IDENT
000930          FILE STATUS IS WS-CM-FILE-STATUS.
000940
000950*****************************************************************
000960* PAY-HISTORY-FILE IS STARTED AT THE CARD'S IDENT AND EFFECTIVE *
000970* DATE AND READ FORWARD THROUGH THAT EMPLOYEE'S CYCLES.         *
000980*****************************************************************
000990      SELECT PAY-HISTORY-FILE
001000          ASSIGN TO "PAYHIST"
001010          ORGANIZATION IS INDEXED
001020          ACCESS MODE IS DYNAMIC
001030          RECORD KEY IS PH-KEY
001040          FILE STATUS IS WS-HIS-FILE-STATUS.
001050
001060*****************************************************************
001070* ADJUSTMENT-FILE IS THE PAYROLL ADJUSTMENT LEDGER.  IT MUST    *
001080* STAY IN ASCENDING IDENT SEQUENCE, SO IT IS COPIED TO          *
001090* ADJ-WORK-FILE AND REWRITTEN WITH THE CORRECTIONS MERGED IN BY *
001100* IDENT.                                                        *
001110*****************************************************************
001120      SELECT ADJUSTMENT-FILE
001130          ASSIGN TO "ADJFILE"
001140          ORGANIZATION IS SEQUENTIAL
001150          FILE STATUS IS WS-ADJ-FILE-STATUS.
001160
001170      SELECT ADJ-WORK-FILE
001180          ASSIGN TO "ADJWORK"
001190          ORGANIZATION IS SEQUENTIAL
001200          FILE STATUS IS WS-WRK-FILE-STATUS.
001210
001220*****************************************************************
001230* WORKSHEET-REPORT IS THE PRINTED RETRO PAY WORKSHEET.          *
001240*****************************************************************
001250      SELECT WORKSHEET-REPORT
001260          ASSIGN TO "RETRORPT"
001270          ORGANIZATION IS SEQUENTIAL
001280          FILE STATUS IS WS-RPT-FILE-STATUS.
001290
001300  DATA DIVISION.
001310
001320  FILE SECTION.
001330*****************************************************************
001340* FD  - RETRO-CARD-FILE                                         *
001350*****************************************************************
001360  FD  RETRO-CARD-FILE
001370      LABEL RECORDS ARE STANDARD
001380      RECORD CONTAINS 16 CHARACTERS.
001390  01  RETRO-CARD-RECORD.
001400      05  RR-IDENT                PIC 9(03).
001410      05  RR-NEW-RATE             PIC 9(03)V99.
001420      05  RR-EFFECTIVE-DATE       PIC 9(08).
001430      05  RR-EFFECTIVE-DATE-R REDEFINES RR-EFFECTIVE-DATE.
001440          10  RR-EFF-CCYY         PIC 9(04).
001450          10  RR-EFF-MM           PIC 9(02).
001460          10  RR-EFF-DD           PIC 9(02).
001470
001480*****************************************************************
001490* FD  - PARAMETER-FILE                                          *
001500*  THE LAYOUT MATCHES THE CARD COBOLTUT READS.                  *
001510*****************************************************************
001520  FD  PARAMETER-FILE
001530      LABEL RECORDS ARE STANDARD
001540      RECORD CONTAINS 24 CHARACTERS.
001550  01  PARAMETER-RECORD.
001560      05  PM-BATCH-CHARGE-AMT     PIC 9(05).
001570      05  PM-PRORATION-PERIODS    PIC 9(05).
001580      05  PM-CHECKPOINT-INTERVAL  PIC 9(05).
001590      05  PM-OT-THRESHOLD-HRS     PIC 9(03)V99.
001600      05  PM-OT-RATE-FACTOR       PIC 9V99.
001610      05  PM-RUN-MODE             PIC X(01).
001620
001630*****************************************************************
001640* FD  - CUSTOMER-MASTER-FILE                                    *
001650*****************************************************************
001660  FD  CUSTOMER-MASTER-FILE
001670      LABEL RECORDS ARE STANDARD
001680      RECORD CONTAINS 60 CHARACTERS.
001690  01  CUSTOMER-MASTER-RECORD.
001700      05  CM-IDENT                PIC 9(03).
001710      05  CM-CUSTNAME             PIC X(20).
001720      05  CM-DATEOFBIRTH.
001730          10  CM-MOB              PIC 9(02).
001740          10  CM-DOB              PIC 9(02).
001750          10  CM-YOB              PIC 9(04).
001760      05  CM-HOURS-WORKED         PIC 9(03)V99.
001770      05  CM-HOURLY-RATE          PIC 9(03)V99.
001780      05  CM-AGE-YEARS            PIC 9(03).
001790      05  CM-STATUS               PIC X(01).
001800          88  CM-STATUS-ACTIVE          VALUE "A".
001810          88  CM-STATUS-LEAVE           VALUE "L".
001820          88  CM-STATUS-TERMINATED      VALUE "T".
001830      05  CM-STATUS-DATE          PIC 9(08).
001840      05  CM-PAY-TYPE             PIC X(01).
001850          88  CM-PAY-HOURLY             VALUE "H".
001860          88  CM-PAY-SALARIED           VALUE "S".
001870      05  CM-PERIOD-SALARY        PIC 9(04)V99.
001880
001890*****************************************************************
001900* FD  - PAY-HISTORY-FILE                                        *
001910*  THE LAYOUT MATCHES WHAT COBOLTUT WRITES.                     *
001920*****************************************************************
001930  FD  PAY-HISTORY-FILE
001940      LABEL RECORDS ARE STANDARD
001950      RECORD CONTAINS 167 CHARACTERS.
001960  01  PAY-HISTORY-RECORD.
001970      05  PH-KEY.
001980          10  PH-IDENT            PIC 9(03).
001990          10  PH-CYCLE-DATE       PIC 9(08).
002000          10  PH-PAY-SEQ          PIC 9(01).
002010              88  PH-REGULAR-CYCLE      VALUE 0.
002020              88  PH-OFF-CYCLE          VALUE 1 THRU 9.
002030      05  PH-CUSTNAME             PIC X(20).
002040      05  PH-REG-HOURS            PIC 9(03)V99.
002050      05  PH-REG-RATE             PIC 9(03)V99.
002060      05  PH-REG-PAY              PIC 9(05)V99.
002070      05  PH-OT-HOURS             PIC 9(03)V99.
002080      05  PH-OT-RATE              PIC 9(04)V99.
002090      05  PH-OT-PAY               PIC 9(05)V99.
002100      05  PH-GROSS                PIC 9(05)V99.
002110      05  PH-FED-TAX              PIC 9(05)V99.
002120      05  PH-STATE-TAX            PIC 9(05)V99.
002130      05  PH-FICA-TAX             PIC 9(05)V99.
002140      05  PH-ADJ-GARN             PIC S9(05)V99.
002150      05  PH-ADJ-DED              PIC S9(05)V99.
002160      05  PH-ADJ-CORR             PIC S9(05)V99.
002170      05  PH-NET                  PIC 9(05)V99.
002180      05  PH-SALARY-PAY           PIC 9(05)V99.
002190      05  PH-OFF-CYCLE-REASON     PIC X(01).
002200      05  PH-VAC-HOURS            PIC 9(03)V99.
002210      05  PH-VAC-PAY              PIC 9(05)V99.
002220      05  PH-SICK-HOURS           PIC 9(03)V99.
002230      05  PH-SICK-PAY             PIC 9(05)V99.
002240      05  PH-VAC-BALANCE          PIC S9(04)V99.
002250      05  PH-SICK-BALANCE         PIC S9(04)V99.
002260
002270*****************************************************************
002280* FD  - ADJUSTMENT-FILE                                         *
002290*****************************************************************
002300  FD  ADJUSTMENT-FILE
002310      LABEL RECORDS ARE STANDARD
002320      RECORD CONTAINS 30 CHARACTERS.
002330  01  ADJUSTMENT-RECORD.
002340      05  AD-IDENT                PIC 9(03).
002350      05  AD-TYPE                 PIC X(01).
002360          88  AD-TYPE-GARNISHMENT       VALUE "G".
002370          88  AD-TYPE-DEDUCTION         VALUE "D".
002380          88  AD-TYPE-CORRECTION        VALUE "C".
002390      05  AD-AMOUNT               PIC S9(4)V99.
002400      05  AD-DESCRIPTION          PIC X(20).
002410
002420*****************************************************************
002430* FD  - ADJ-WORK-FILE                                           *
002440*  A STRAIGHT COPY OF ADJFILE AS THE CLERK LEFT IT.             *
002450*****************************************************************
002460  FD  ADJ-WORK-FILE
002470      LABEL RECORDS ARE STANDARD
002480      RECORD CONTAINS 30 CHARACTERS.
002490  01  ADJ-WORK-RECORD.
002500      05  WK-IDENT                PIC 9(03).
002510      05  FILLER                  PIC X(27).
002520
002530*****************************************************************
002540* FD  - WORKSHEET-REPORT                                        *
002550*****************************************************************
002560  FD  WORKSHEET-REPORT
002570      LABEL RECORDS ARE STANDARD
002580      RECORD CONTAINS 132 CHARACTERS.
002590  01  WORKSHEET-RECORD            PIC X(132).
002600
002610  WORKING-STORAGE SECTION.
002620*****************************************************************
002630* FILE STATUS AND END-OF-FILE SWITCHES                          *
002640*****************************************************************
002650  77  WS-CRD-FILE-STATUS      PIC X(02) VALUE SPACES.
002660      88  WS-CRD-FILE-OK             VALUE "00".
002670
002680  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
002690      88  WS-END-OF-FILE             VALUE "Y".
002700      88  WS-NOT-END-OF-FILE         VALUE "N".
002710
002720  77  WS-PRM-FILE-STATUS      PIC X(02) VALUE SPACES.
002730      88  WS-PRM-FILE-OK             VALUE "00".
002740
002750  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
002760      88  WS-CM-FILE-OK              VALUE "00".
002770
002780  77  WS-HIS-FILE-STATUS      PIC X(02) VALUE SPACES.
002790      88  WS-HIS-FILE-OK             VALUE "00".
002800
002810  77  WS-HIS-EOF-SW           PIC X(01) VALUE "N".
002820      88  WS-HIS-EOF                 VALUE "Y".
002830
002840  77  WS-ADJ-FILE-STATUS      PIC X(02) VALUE SPACES.
002850      88  WS-ADJ-FILE-OK             VALUE "00".
002860      88  WS-ADJ-FILE-MISSING        VALUE "35".
002870
002880  77  WS-ADJ-EOF-SW           PIC X(01) VALUE "N".
002890      88  WS-ADJ-EOF                 VALUE "Y".
002900
002910  77  WS-WRK-FILE-STATUS      PIC X(02) VALUE SPACES.
002920      88  WS-WRK-FILE-OK             VALUE "00".
002930
002940  77  WS-WRK-EOF-SW           PIC X(01) VALUE "N".
002950      88  WS-WRK-EOF                 VALUE "Y".
002960
002970  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
002980      88  WS-RPT-FILE-OK             VALUE "00".
002990
003000  77  WS-SETUP-ERROR-SW       PIC X(01) VALUE "N".
003010      88  WS-SETUP-ERROR             VALUE "Y".
003020
003030  77  WS-MERGE-ERROR-SW       PIC X(01) VALUE "N".
003040      88  WS-MERGE-ERROR             VALUE "Y".
003050
003060  77  WS-REJECT-REASON-TEXT   PIC X(40) VALUE SPACES.
003070
003080  77  WS-EMP-LINE-SW          PIC X(01) VALUE "N".
003090      88  WS-EMP-LINE-PRINTED        VALUE "Y".
003100
003110*****************************************************************
003120* OVERTIME FACTOR FROM PARMFILE, VALIDATED THE WAY COBOLTUT     *
003130* VALIDATES IT, SO A CYCLE IS REPRICED ON THE SAME BASIS IT WAS *
003140* FIRST PAID ON.                                                *
003150*****************************************************************
003160  77  WS-OT-RATE-FACTOR       PIC 9V99 VALUE ZEROS.
003170
003180*****************************************************************
003190* SHARED EDIT SUBPROGRAM PARAMETER AREA.  ONLY THE IDENT IS     *
003200* CARRIED IN THE IMAGE - KEY-ONLY MODE "K" RUNS THE CHECK       *
003210* DIGIT.                                                        *
003220*****************************************************************
003230  01  EDIT-MASTER-PARMS.
003240      05  EM-EDIT-MODE            PIC X(01).
003250      05  EM-MASTER-IMAGE.
003260          10  EM-IDENT            PIC X(03).
003270          10  FILLER              PIC X(57).
003280      05  EM-CURRENT-DATE.
003290          10  EM-CURR-CCYY        PIC 9(04).
003300          10  EM-CURR-MM          PIC 9(02).
003310          10  EM-CURR-DD          PIC 9(02).
003320      05  EM-EDIT-VALID-SW        PIC X(01).
003330          88  EM-EDIT-VALID             VALUE "Y".
003340          88  EM-EDIT-INVALID           VALUE "N".
003350      05  EM-REASON-CODE          PIC X(01).
003360      05  EM-REASON-TEXT          PIC X(30).
003370      05  EM-AGE-DERIVED          PIC 9(03).
003380
003390*****************************************************************
003400* THE CORRECTIONS TO BE MERGED INTO ADJFILE, HELD BY IDENT.     *
003410* THE IDENT IS THREE DIGITS, SO AN EMPLOYEE'S ENTRY IS SIMPLY   *
003420* THE ONE THE IDENT POINTS AT, AND WALKING THE TABLE IN ORDER   *
003430* GIVES THE CORRECTIONS IN ADJFILE SEQUENCE WHATEVER ORDER THE  *
003440* CARDS CAME IN.  THE CARD FLAG CATCHES A SECOND CARD FOR ONE   *
003450* EMPLOYEE.                                                     *
003460*****************************************************************
003470  01  WS-RETRO-TABLE.
003480      05  WS-RETRO-ENTRY OCCURS 999 TIMES.
003490          10  WS-RT-CARD-SW       PIC X(01).
003500              88  WS-RT-CARD-SEEN        VALUE "Y".
003510          10  WS-RT-WRITE-SW      PIC X(01).
003520              88  WS-RT-WRITE            VALUE "Y".
003530          10  WS-RT-AMOUNT        PIC S9(4)V99.
003540          10  WS-RT-DESCRIPTION   PIC X(20).
003550
003560  77  WS-RT-SUB               PIC 9(04) COMP VALUE ZEROS.
003570
003580*****************************************************************
003590* PER-CYCLE AND PER-EMPLOYEE RETRO WORKING FIELDS               *
003600*****************************************************************
003610  77  WS-NEW-REG-PAY          PIC 9(05)V99 VALUE ZEROS.
003620  77  WS-NEW-OT-PAY           PIC 9(05)V99 VALUE ZEROS.
003630  77  WS-NEW-VAC-PAY          PIC 9(05)V99 VALUE ZEROS.
003640  77  WS-NEW-SICK-PAY         PIC 9(05)V99 VALUE ZEROS.
003650  77  WS-OLD-CYCLE-PAY        PIC 9(06)V99 VALUE ZEROS.
003660  77  WS-NEW-CYCLE-PAY        PIC 9(06)V99 VALUE ZEROS.
003670  77  WS-CYCLE-DIFFERENCE     PIC S9(06)V99 VALUE ZEROS.
003680  77  WS-CYCLE-COUNT          PIC 9(03) VALUE ZEROS.
003690  77  WS-EMP-OLD-TOTAL        PIC S9(7)V99 VALUE ZEROS.
003700  77  WS-EMP-NEW-TOTAL        PIC S9(7)V99 VALUE ZEROS.
003710  77  WS-EMP-DIFFERENCE       PIC S9(7)V99 VALUE ZEROS.
003720  77  WS-ADJ-LIMIT            PIC S9(7)V99 VALUE 9999.99.
003730
003740  01  WS-LAST-CYCLE-DATE      PIC 9(08) VALUE ZEROS.
003750  01  WS-LAST-CYCLE-DATE-R REDEFINES WS-LAST-CYCLE-DATE.
003760      05  WS-LAST-CC          PIC 9(02).
003770      05  WS-LAST-YY          PIC 9(02).
003780      05  WS-LAST-MM          PIC 9(02).
003790      05  WS-LAST-DD          PIC 9(02).
003800
003810  01  WS-EFF-DATE-WORK        PIC 9(08) VALUE ZEROS.
003820  01  WS-EFF-DATE-WORK-R REDEFINES WS-EFF-DATE-WORK.
003830      05  WS-EFF-CC           PIC 9(02).
003840      05  WS-EFF-YY           PIC 9(02).
003850      05  WS-EFF-MM           PIC 9(02).
003860      05  WS-EFF-DD           PIC 9(02).
003870
003880  01  WS-DATE-EDIT            PIC X(10) VALUE SPACES.
003890  01  WS-DATE-WORK            PIC 9(08) VALUE ZEROS.
003900  01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
003910      05  WS-DW-CCYY          PIC 9(04).
003920      05  WS-DW-MM            PIC 9(02).
003930      05  WS-DW-DD            PIC 9(02).
003940
003950*****************************************************************
003960* RUN COUNTERS AND CONTROL TOTALS                               *
003970*****************************************************************
003980  77  WS-CARD-READ-COUNT      PIC 9(07) VALUE ZEROS.
003990  77  WS-CARD-REJECT-COUNT    PIC 9(07) VALUE ZEROS.
004000  77  WS-NO-CHANGE-COUNT      PIC 9(07) VALUE ZEROS.
004010  77  WS-CYCLE-TOTAL-COUNT    PIC 9(07) VALUE ZEROS.
004020  77  WS-CORR-COUNT           PIC 9(07) VALUE ZEROS.
004030  77  WS-CORR-TOTAL           PIC S9(9)V99 VALUE ZEROS.
004040  77  WS-CORR-WRITTEN-COUNT   PIC 9(07) VALUE ZEROS.
004050  77  WS-CORR-WRITTEN-TOTAL   PIC S9(9)V99 VALUE ZEROS.
004060  77  WS-ADJ-BEFORE-COUNT     PIC 9(07) VALUE ZEROS.
004070  77  WS-ADJ-AFTER-COUNT      PIC 9(07) VALUE ZEROS.
004080  77  WS-CROSSFOOT-COUNT      PIC 9(07) VALUE ZEROS.
004090
004100*****************************************************************
004110* WORKSHEET LAYOUTS AND PAGE CONTROL FIELDS                     *
004120*****************************************************************
004130  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
004140  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
004150  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
004160
004170  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
004180
004190  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
004200  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
004210      05  WS-CURR-CCYY        PIC 9(04).
004220      05  WS-CURR-MM          PIC 9(02).
004230      05  WS-CURR-DD          PIC 9(02).
004240
004250  01  RPT-HEADING-1.
004260      05  FILLER              PIC X(01) VALUE SPACE.
004270      05  FILLER              PIC X(30) VALUE
004280          "RETROACTIVE PAY WORKSHEET".
004290      05  FILLER              PIC X(20) VALUE SPACES.
004300      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
004310      05  RPT-H1-DATE         PIC X(10).
004320      05  FILLER              PIC X(10) VALUE SPACES.
004330      05  FILLER              PIC X(06) VALUE "PAGE: ".
004340      05  RPT-H1-PAGE         PIC ZZZ9.
004350      05  FILLER              PIC X(41) VALUE SPACES.
004360
004370  01  RPT-HEADING-2.
004380      05  FILLER              PIC X(02) VALUE SPACES.
004390      05  FILLER              PIC X(05) VALUE "IDENT".
004400      05  FILLER              PIC X(02) VALUE SPACES.
004410      05  FILLER              PIC X(10) VALUE "CYCLE DATE".
004420      05  FILLER              PIC X(02) VALUE SPACES.
004430      05  FILLER              PIC X(07) VALUE "REG HRS".
004440      05  FILLER              PIC X(03) VALUE SPACES.
004450      05  FILLER              PIC X(06) VALUE "OT HRS".
004460      05  FILLER              PIC X(01) VALUE SPACE.
004470      05  FILLER              PIC X(08) VALUE "OLD RATE".
004480      05  FILLER              PIC X(04) VALUE SPACES.
004490      05  FILLER              PIC X(07) VALUE "OLD PAY".
004500      05  FILLER              PIC X(01) VALUE SPACE.
004510      05  FILLER              PIC X(08) VALUE "NEW RATE".
004520      05  FILLER              PIC X(04) VALUE SPACES.
004530      05  FILLER              PIC X(07) VALUE "NEW PAY".
004540      05  FILLER              PIC X(02) VALUE SPACES.
004550      05  FILLER              PIC X(10) VALUE "DIFFERENCE".
004560      05  FILLER              PIC X(43) VALUE SPACES.
004570
004580  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
004590
004600  01  RPT-EMPLOYEE-LINE.
004610      05  FILLER              PIC X(02) VALUE SPACES.
004620      05  FILLER              PIC X(09) VALUE "EMPLOYEE ".
004630      05  RPT-E-IDENT         PIC ZZ9.
004640      05  FILLER              PIC X(02) VALUE SPACES.
004650      05  RPT-E-NAME          PIC X(20).
004660      05  FILLER              PIC X(02) VALUE SPACES.
004670      05  FILLER              PIC X(09) VALUE "NEW RATE ".
004680      05  RPT-E-RATE          PIC ZZ9.99.
004690      05  FILLER              PIC X(02) VALUE SPACES.
004700      05  FILLER              PIC X(10) VALUE "EFFECTIVE ".
004710      05  RPT-E-DATE          PIC X(10).
004720      05  FILLER              PIC X(57) VALUE SPACES.
004730
004740  01  RPT-DETAIL-LINE.
004750      05  FILLER              PIC X(04) VALUE SPACES.
004760      05  RPT-D-IDENT         PIC ZZ9.
004770      05  FILLER              PIC X(02) VALUE SPACES.
004780      05  RPT-D-CYCLE-DATE    PIC X(10).
004790      05  FILLER              PIC X(03) VALUE SPACES.
004800      05  RPT-D-REG-HOURS     PIC ZZ9.99.
004810      05  FILLER              PIC X(03) VALUE SPACES.
004820      05  RPT-D-OT-HOURS      PIC ZZ9.99.
004830      05  FILLER              PIC X(03) VALUE SPACES.
004840      05  RPT-D-OLD-RATE      PIC ZZ9.99.
004850      05  FILLER              PIC X(02) VALUE SPACES.
004860      05  RPT-D-OLD-PAY       PIC ZZ,ZZ9.99.
004870      05  FILLER              PIC X(03) VALUE SPACES.
004880      05  RPT-D-NEW-RATE      PIC ZZ9.99.
004890      05  FILLER              PIC X(02) VALUE SPACES.
004900      05  RPT-D-NEW-PAY       PIC ZZ,ZZ9.99.
004910      05  FILLER              PIC X(02) VALUE SPACES.
004920      05  RPT-D-DIFFERENCE    PIC ZZ,ZZ9.99-.
004930      05  FILLER              PIC X(43) VALUE SPACES.
004940
004950  01  RPT-RETRO-LINE.
004960      05  FILLER              PIC X(04) VALUE SPACES.
004970      05  RPT-R-LABEL         PIC X(30).
004980      05  FILLER              PIC X(13) VALUE SPACES.
004990      05  RPT-R-OLD-PAY       PIC ZZZ,ZZ9.99.
005000      05  FILLER              PIC X(10) VALUE SPACES.
005010      05  RPT-R-NEW-PAY       PIC ZZZ,ZZ9.99.
005020      05  FILLER              PIC X(01) VALUE SPACE.
005030      05  RPT-R-DIFFERENCE    PIC ZZZ,ZZ9.99-.
005040      05  FILLER              PIC X(02) VALUE SPACES.
005050      05  RPT-R-DISPOSITION   PIC X(30).
005060      05  FILLER              PIC X(11) VALUE SPACES.
005070
005080  01  RPT-REJECT-LINE.
005090      05  FILLER              PIC X(04) VALUE SPACES.
005100      05  FILLER              PIC X(19) VALUE
005110          "*** CARD REJECTED: ".
005120      05  RPT-X-REASON        PIC X(40).
005130      05  FILLER              PIC X(69) VALUE SPACES.
005140
005150  01  RPT-TOTAL-LINE.
005160      05  FILLER              PIC X(02) VALUE SPACES.
005170      05  RPT-T-LABEL         PIC X(30).
005180      05  RPT-T-COUNT         PIC ZZZ,ZZ9.
005190      05  FILLER              PIC X(03) VALUE SPACES.
005200      05  RPT-T-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
005210      05  FILLER              PIC X(76) VALUE SPACES.
005220
005230  01  RPT-MESSAGE-LINE.
005240      05  FILLER              PIC X(02) VALUE SPACES.
005250      05  RPT-M-TEXT          PIC X(60).
005260      05  FILLER              PIC X(70) VALUE SPACES.
005270
005280*****************************************************************
005290* RUN-SEQUENCING CONTROL PARAMETER AREA FOR THE RUNCTLIO        *
005300* CALLS.  NO PREDECESSOR - RAISES ARE KEYED WHEN APPROVED - BUT *
005310* A SECOND RUN THE SAME DAY IS REFUSED.                         *
005320*****************************************************************
005330  01  RUN-CONTROL-PARMS.
005340      05  RC-FUNCTION             PIC X(01).
005350      05  RC-PROGRAM              PIC X(08).
005360      05  RC-PREDECESSOR          PIC X(08).
005370      05  RC-CYCLE-DATE           PIC 9(08).
005380      05  RC-COMPLETION-CODE      PIC 9(02).
005390      05  RC-RESULT               PIC 9(02).
005400      05  RC-REASON               PIC X(40).
005410
005420  77  WS-RUNCTL-REFUSED-SW    PIC X(01) VALUE "N".
005430      88  WS-RUNCTL-REFUSED          VALUE "Y".
005440
005450  PROCEDURE DIVISION.
005460*****************************************************************
005470*                         0000-MAINLINE                         *
005480*****************************************************************
005490  0000-MAINLINE.
005500
005510      PERFORM 1000-INITIALIZE
005520          THRU 1000-INITIALIZE-EXIT.
005530
005540      PERFORM 2000-PROCESS-CARDS
005550          THRU 2000-PROCESS-CARDS-EXIT
005560          UNTIL WS-END-OF-FILE.
005570
005580      PERFORM 3000-FINALIZE
005590          THRU 3000-FINALIZE-EXIT.
005600
005610      STOP RUN.
005620
005630*****************************************************************
005640*                        1000-INITIALIZE                        *
005650*  OPENS THE FILES AND LOADS THE OVERTIME FACTOR.  A MISSING OR *
005660*  BAD PARMFILE CARD STOPS THE RUN BEFORE ANY CYCLE IS REPRICED *
005670*  - A RETRO FIGURE ON THE WRONG FACTOR IS WORSE THAN NONE.     *
005680*****************************************************************
005690  1000-INITIALIZE.
005700
005710      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
005720
005730      STRING WS-CURR-MM   DELIMITED BY SIZE
005740             "/"          DELIMITED BY SIZE
005750             WS-CURR-DD   DELIMITED BY SIZE
005760             "/"          DELIMITED BY SIZE
005770             WS-CURR-CCYY DELIMITED BY SIZE
005780          INTO WS-RUN-DATE-EDIT
005790
005800      MOVE "S"             TO RC-FUNCTION
005810      MOVE "RETROPAY"      TO RC-PROGRAM
005820      MOVE SPACES          TO RC-PREDECESSOR
005830      MOVE WS-CURRENT-DATE TO RC-CYCLE-DATE
005840      MOVE ZEROS           TO RC-COMPLETION-CODE
005850
005860      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
005870
005880      IF RC-RESULT NOT = ZEROS
005890          DISPLAY "RETROPAY: RUN REFUSED - " RC-REASON
005900          SET WS-RUNCTL-REFUSED TO TRUE
005910          SET WS-END-OF-FILE TO TRUE
005920          MOVE 8 TO RETURN-CODE
005930          GO TO 1000-INITIALIZE-EXIT
005940      END-IF.
005950
005960      MOVE SPACES TO WS-RETRO-TABLE
005970
005980      OPEN OUTPUT WORKSHEET-REPORT
005990
006000      IF NOT WS-RPT-FILE-OK
006010          DISPLAY "RETROPAY: UNABLE TO OPEN RETRORPT, "
006020                  "STATUS = " WS-RPT-FILE-STATUS
006030          SET WS-SETUP-ERROR TO TRUE
006040      END-IF.
006050
006060      PERFORM 1100-READ-RUN-PARAMETERS
006070          THRU 1100-READ-RUN-PARAMETERS-EXIT.
006080
006090      OPEN INPUT RETRO-CARD-FILE
006100
006110      IF NOT WS-CRD-FILE-OK
006120          DISPLAY "RETROPAY: UNABLE TO OPEN RETROCRD, "
006130                  "STATUS = " WS-CRD-FILE-STATUS
006140          SET WS-SETUP-ERROR TO TRUE
006150      END-IF.
006160
006170      OPEN INPUT CUSTOMER-MASTER-FILE
006180
006190      IF NOT WS-CM-FILE-OK
006200          DISPLAY "RETROPAY: UNABLE TO OPEN CUSTMAST, "
006210                  "STATUS = " WS-CM-FILE-STATUS
006220          SET WS-SETUP-ERROR TO TRUE
006230      END-IF.
006240
006250      OPEN INPUT PAY-HISTORY-FILE
006260
006270      IF NOT WS-HIS-FILE-OK
006280          DISPLAY "RETROPAY: UNABLE TO OPEN PAYHIST, "
006290                  "STATUS = " WS-HIS-FILE-STATUS
006300          SET WS-SETUP-ERROR TO TRUE
006310      END-IF.
006320
006330      IF WS-SETUP-ERROR
006340          SET WS-END-OF-FILE TO TRUE
006350          MOVE 8 TO RETURN-CODE
006360      END-IF.
006370
006380      PERFORM 2810-PRINT-HEADINGS
006390          THRU 2810-PRINT-HEADINGS-EXIT.
006400
006410  1000-INITIALIZE-EXIT.
006420      EXIT.
006430
006440*****************************************************************
006450*                    1100-READ-RUN-PARAMETERS                   *
006460*  READS THE PARMFILE CARD FOR THE OVERTIME RATE FACTOR, WITH   *
006470*  THE SAME CLASS AND RANGE CHECK COBOLTUT APPLIES TO IT.       *
006480*****************************************************************
006490  1100-READ-RUN-PARAMETERS.
006500
006510      OPEN INPUT PARAMETER-FILE
006520
006530      IF NOT WS-PRM-FILE-OK
006540          DISPLAY "RETROPAY: UNABLE TO OPEN PARMFILE, "
006550                  "STATUS = " WS-PRM-FILE-STATUS
006560          SET WS-SETUP-ERROR TO TRUE
006570          GO TO 1100-READ-RUN-PARAMETERS-EXIT
006580      END-IF
006590
006600      READ PARAMETER-FILE
006610          AT END
006620              DISPLAY "RETROPAY: PARMFILE IS EMPTY"
006630              SET WS-SETUP-ERROR TO TRUE
006640          NOT AT END
006650              IF PM-OT-RATE-FACTOR IS NOT NUMERIC
006660                  OR PM-OT-RATE-FACTOR < 1
006670                  DISPLAY "RETROPAY: BAD OT RATE FACTOR "
006680                          "ON PARMFILE"
006690                  SET WS-SETUP-ERROR TO TRUE
006700              ELSE
006710                  MOVE PM-OT-RATE-FACTOR TO WS-OT-RATE-FACTOR
006720              END-IF
006730      END-READ
006740
006750      CLOSE PARAMETER-FILE.
006760
006770  1100-READ-RUN-PARAMETERS-EXIT.
006780      EXIT.
006790
006800*****************************************************************
006810*                       2000-PROCESS-CARDS                      *
006820*  MAIN READ LOOP - EDITS EACH RETRO CARD, THEN REPRICES THE    *
006830*  EMPLOYEE'S CYCLES FROM THE EFFECTIVE DATE FORWARD AND HOLDS  *
006840*  THE DIFFERENCE FOR THE ADJFILE MERGE AT FINALIZE.            *
006850*****************************************************************
006860  2000-PROCESS-CARDS.
006870
006880      READ RETRO-CARD-FILE
006890          AT END
006900              SET WS-END-OF-FILE TO TRUE
006910              GO TO 2000-PROCESS-CARDS-EXIT
006920      END-READ
006930
006940      ADD 1 TO WS-CARD-READ-COUNT
006950
006960      PERFORM 2100-EDIT-CARD
006970          THRU 2100-EDIT-CARD-EXIT
006980
006990      IF WS-REJECT-REASON-TEXT NOT = SPACES
007000          PERFORM 2900-REJECT-CARD
007010              THRU 2900-REJECT-CARD-EXIT
007020          GO TO 2000-PROCESS-CARDS-EXIT
007030      END-IF
007040
007050      PERFORM 2200-REPRICE-CYCLES
007060          THRU 2200-REPRICE-CYCLES-EXIT.
007070
007080  2000-PROCESS-CARDS-EXIT.
007090      EXIT.
007100
007110*****************************************************************
007120*                         2100-EDIT-CARD                        *
007130*  EDITS THE HELD CARD - IDENT CLASS AND CHECK DIGIT THROUGH    *
007140*  THE SHARED EDITMSTR SUBPROGRAM IN KEY-ONLY MODE, MASTER      *
007150*  MATCH, A SECOND CARD FOR ONE EMPLOYEE, THE NEW RATE, AND AN  *
007160*  EFFECTIVE DATE THAT IS A REAL DATE NOT IN THE FUTURE.  THE   *
007170*  FIRST FAILURE IS LEFT IN WS-REJECT-REASON-TEXT.              *
007180*****************************************************************
007190  2100-EDIT-CARD.
007200
007210      MOVE SPACES TO WS-REJECT-REASON-TEXT
007220      MOVE SPACES TO CM-CUSTNAME
007230      MOVE "N"    TO WS-EMP-LINE-SW
007240
007250      IF RR-IDENT IS NOT NUMERIC
007260          OR RR-IDENT = ZERO
007270          MOVE "IDENT NOT NUMERIC" TO WS-REJECT-REASON-TEXT
007280          GO TO 2100-EDIT-CARD-EXIT
007290      END-IF
007300
007310      MOVE "K"          TO EM-EDIT-MODE
007320      MOVE SPACES       TO EM-MASTER-IMAGE
007330      MOVE RR-IDENT     TO EM-IDENT
007340      MOVE WS-CURR-CCYY TO EM-CURR-CCYY
007350      MOVE WS-CURR-MM   TO EM-CURR-MM
007360      MOVE WS-CURR-DD   TO EM-CURR-DD
007370
007380      CALL "EDITMSTR" USING EDIT-MASTER-PARMS
007390
007400      IF EM-EDIT-INVALID
007410          MOVE EM-REASON-TEXT TO WS-REJECT-REASON-TEXT
007420          GO TO 2100-EDIT-CARD-EXIT
007430      END-IF
007440
007450      MOVE RR-IDENT TO CM-IDENT
007460
007470      READ CUSTOMER-MASTER-FILE
007480          INVALID KEY
007490              MOVE SPACES TO CM-CUSTNAME
007500              MOVE "NO MATCHING CUSTOMER MASTER"
007510                TO WS-REJECT-REASON-TEXT
007520              GO TO 2100-EDIT-CARD-EXIT
007530      END-READ
007540
007550      MOVE RR-IDENT TO WS-RT-SUB
007560
007570      IF WS-RT-CARD-SEEN (WS-RT-SUB)
007580          MOVE "SECOND CARD FOR THIS IDENT"
007590            TO WS-REJECT-REASON-TEXT
007600          GO TO 2100-EDIT-CARD-EXIT
007610      END-IF
007620
007630      IF RR-NEW-RATE IS NOT NUMERIC
007640          OR RR-NEW-RATE = ZERO
007650          MOVE "NEW RATE NOT NUMERIC OR ZERO"
007660            TO WS-REJECT-REASON-TEXT
007670          GO TO 2100-EDIT-CARD-EXIT
007680      END-IF
007690
007700      IF RR-EFFECTIVE-DATE IS NOT NUMERIC
007710          OR RR-EFF-MM < 1 OR RR-EFF-MM > 12
007720          OR RR-EFF-DD < 1 OR RR-EFF-DD > 31
007730          MOVE "EFFECTIVE DATE NOT A VALID DATE"
007740            TO WS-REJECT-REASON-TEXT
007750          GO TO 2100-EDIT-CARD-EXIT
007760      END-IF
007770
007780      IF RR-EFFECTIVE-DATE > WS-CURRENT-DATE
007790          MOVE "EFFECTIVE DATE IN THE FUTURE"
007800            TO WS-REJECT-REASON-TEXT
007810          GO TO 2100-EDIT-CARD-EXIT
007820      END-IF
007830
007840      MOVE "Y" TO WS-RT-CARD-SW (WS-RT-SUB).
007850
007860  2100-EDIT-CARD-EXIT.
007870      EXIT.
007880
007890*****************************************************************
007900*                      2200-REPRICE-CYCLES                      *
007910*  PRINTS THE EMPLOYEE LINE, STARTS PAY-HISTORY AT THE IDENT    *
007920*  AND EFFECTIVE DATE AND REPRICES EVERY CYCLE FROM THERE TO    *
007930*  THE EMPLOYEE'S LAST.  THE TOTAL DIFFERENCE IS HELD FOR       *
007940*  ADJFILE UNLESS THERE IS NOTHING TO PAY OR IT WILL NOT FIT    *
007950*  THE ADJFILE AMOUNT FIELD - THAT ONE HAS TO BE KEYED BY HAND  *
007960*  IN PIECES.                                                   *
007970*****************************************************************
007980  2200-REPRICE-CYCLES.
007990
008000      MOVE ZEROS TO WS-CYCLE-COUNT
008010      MOVE ZEROS TO WS-EMP-OLD-TOTAL
008020      MOVE ZEROS TO WS-EMP-NEW-TOTAL
008030      MOVE ZEROS TO WS-EMP-DIFFERENCE
008040      MOVE ZEROS TO WS-LAST-CYCLE-DATE
008050      MOVE "N"   TO WS-HIS-EOF-SW
008060
008070      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
008080          PERFORM 2810-PRINT-HEADINGS
008090              THRU 2810-PRINT-HEADINGS-EXIT
008100      END-IF
008110
008120      MOVE RR-EFFECTIVE-DATE TO WS-DATE-WORK
008130      PERFORM 2850-EDIT-DATE
008140          THRU 2850-EDIT-DATE-EXIT
008150
008160      MOVE RR-IDENT     TO RPT-E-IDENT
008170      MOVE CM-CUSTNAME  TO RPT-E-NAME
008180      MOVE RR-NEW-RATE  TO RPT-E-RATE
008190      MOVE WS-DATE-EDIT TO RPT-E-DATE
008200
008210      WRITE WORKSHEET-RECORD FROM RPT-EMPLOYEE-LINE
008220          AFTER ADVANCING 2 LINES
008230
008240      ADD 2 TO WS-LINE-COUNT
008250      SET WS-EMP-LINE-PRINTED TO TRUE
008260
008270      MOVE RR-IDENT          TO PH-IDENT
008280      MOVE RR-EFFECTIVE-DATE TO PH-CYCLE-DATE
008290      MOVE ZERO              TO PH-PAY-SEQ
008300
008310      START PAY-HISTORY-FILE KEY NOT < PH-KEY
008320          INVALID KEY
008330              SET WS-HIS-EOF TO TRUE
008340      END-START
008350
008360      PERFORM 2300-REPRICE-ONE-CYCLE
008370          THRU 2300-REPRICE-ONE-CYCLE-EXIT
008380          UNTIL WS-HIS-EOF
008390
008400      IF WS-CYCLE-COUNT = ZERO
008410          MOVE "NO HOURLY PAY SINCE EFFECTIVE DATE"
008420            TO WS-REJECT-REASON-TEXT
008430          PERFORM 2900-REJECT-CARD
008440              THRU 2900-REJECT-CARD-EXIT
008450          GO TO 2200-REPRICE-CYCLES-EXIT
008460      END-IF
008470
008480      MOVE "RETRO TOTAL"     TO RPT-R-LABEL
008490      MOVE WS-EMP-OLD-TOTAL  TO RPT-R-OLD-PAY
008500      MOVE WS-EMP-NEW-TOTAL  TO RPT-R-NEW-PAY
008510      MOVE WS-EMP-DIFFERENCE TO RPT-R-DIFFERENCE
008520
008530      IF WS-EMP-DIFFERENCE = ZERO
008540          ADD 1 TO WS-NO-CHANGE-COUNT
008550          MOVE "NO DIFFERENCE - NOT WRITTEN"
008560            TO RPT-R-DISPOSITION
008570          PERFORM 2800-PRINT-RETRO-LINE
008580              THRU 2800-PRINT-RETRO-LINE-EXIT
008590          GO TO 2200-REPRICE-CYCLES-EXIT
008600      END-IF
008610
008620      IF WS-EMP-DIFFERENCE > WS-ADJ-LIMIT
008630          OR WS-EMP-DIFFERENCE < (0 - WS-ADJ-LIMIT)
008640          MOVE SPACES TO RPT-R-DISPOSITION
008650          PERFORM 2800-PRINT-RETRO-LINE
008660              THRU 2800-PRINT-RETRO-LINE-EXIT
008670          MOVE "DIFFERENCE OVER ADJFILE AMOUNT LIMIT"
008680            TO WS-REJECT-REASON-TEXT
008690          PERFORM 2900-REJECT-CARD
008700              THRU 2900-REJECT-CARD-EXIT
008710          GO TO 2200-REPRICE-CYCLES-EXIT
008720      END-IF
008730
008740      MOVE RR-EFFECTIVE-DATE TO WS-EFF-DATE-WORK
008750
008760      MOVE "Y"               TO WS-RT-WRITE-SW (WS-RT-SUB)
008770      MOVE WS-EMP-DIFFERENCE TO WS-RT-AMOUNT (WS-RT-SUB)
008780      MOVE SPACES            TO WS-RT-DESCRIPTION (WS-RT-SUB)
008790
008800      STRING "RETRO "   DELIMITED BY SIZE
008810             WS-EFF-MM  DELIMITED BY SIZE
008820             WS-EFF-DD  DELIMITED BY SIZE
008830             WS-EFF-YY  DELIMITED BY SIZE
008840             "-"        DELIMITED BY SIZE
008850             WS-LAST-MM DELIMITED BY SIZE
008860             WS-LAST-DD DELIMITED BY SIZE
008870             WS-LAST-YY DELIMITED BY SIZE
008880          INTO WS-RT-DESCRIPTION (WS-RT-SUB)
008890
008900      ADD 1                 TO WS-CORR-COUNT
008910      ADD WS-EMP-DIFFERENCE TO WS-CORR-TOTAL
008920
008930      MOVE WS-RT-DESCRIPTION (WS-RT-SUB) TO RPT-R-DISPOSITION
008940
008950      PERFORM 2800-PRINT-RETRO-LINE
008960          THRU 2800-PRINT-RETRO-LINE-EXIT.
008970
008980  2200-REPRICE-CYCLES-EXIT.
008990      EXIT.
009000
009010*****************************************************************
009020*                     2300-REPRICE-ONE-CYCLE                    *
009030*  READS THE NEXT PAY-HISTORY RECORD AND, WHILE IT IS STILL     *
009040*  THIS EMPLOYEE'S, REPRICES ITS STORED REGULAR, OVERTIME,      *
009050*  VACATION AND SICK HOURS AT THE NEW RATE - EACH ROUNDED       *
009060*  SEPARATELY AS 2500-PAYCALC ROUNDS THEM - AND PRINTS THE      *
009070*  CYCLE ON THE WORKSHEET.  THE OLD PAY IS THE REGULAR,         *
009080*  OVERTIME AND TIME-OFF PAY THE CYCLE ACTUALLY PAID.           *
009090*  A CYCLE PAID AS SALARY WAS NOT PAID BY THE HOUR AND IS       *
009100*  SKIPPED - A RATE CHANGE DOES NOT REACH IT.  SO IS AN OFF-    *
009110*  CYCLE GROSS OR CORRECTION PAYMENT, WHICH HAS NO HOURS.       *
009120*****************************************************************
009130  2300-REPRICE-ONE-CYCLE.
009140
009150      READ PAY-HISTORY-FILE NEXT RECORD
009160          AT END
009170              SET WS-HIS-EOF TO TRUE
009180              GO TO 2300-REPRICE-ONE-CYCLE-EXIT
009190      END-READ
009200
009210      IF PH-IDENT NOT = RR-IDENT
009220          SET WS-HIS-EOF TO TRUE
009230          GO TO 2300-REPRICE-ONE-CYCLE-EXIT
009240      END-IF
009250
009260      IF PH-SALARY-PAY > ZERO
009270          GO TO 2300-REPRICE-ONE-CYCLE-EXIT
009280      END-IF
009290
009300      IF PH-OFF-CYCLE
009310          AND PH-REG-HOURS = ZERO
009320          GO TO 2300-REPRICE-ONE-CYCLE-EXIT
009330      END-IF
009340
009350      COMPUTE WS-NEW-REG-PAY ROUNDED =
009360          PH-REG-HOURS * RR-NEW-RATE
009370
009380      COMPUTE WS-NEW-OT-PAY ROUNDED =
009390          PH-OT-HOURS * RR-NEW-RATE * WS-OT-RATE-FACTOR
009400
009410      COMPUTE WS-NEW-VAC-PAY ROUNDED =
009420          PH-VAC-HOURS * RR-NEW-RATE
009430
009440      COMPUTE WS-NEW-SICK-PAY ROUNDED =
009450          PH-SICK-HOURS * RR-NEW-RATE
009460
009470      ADD PH-REG-PAY PH-OT-PAY PH-VAC-PAY PH-SICK-PAY
009480          GIVING WS-OLD-CYCLE-PAY
009490      ADD WS-NEW-REG-PAY WS-NEW-OT-PAY
009500          WS-NEW-VAC-PAY WS-NEW-SICK-PAY
009510          GIVING WS-NEW-CYCLE-PAY
009520      SUBTRACT WS-OLD-CYCLE-PAY FROM WS-NEW-CYCLE-PAY
009530          GIVING WS-CYCLE-DIFFERENCE
009540
009550      ADD 1                   TO WS-CYCLE-COUNT
009560      ADD 1                   TO WS-CYCLE-TOTAL-COUNT
009570      ADD WS-OLD-CYCLE-PAY    TO WS-EMP-OLD-TOTAL
009580      ADD WS-NEW-CYCLE-PAY    TO WS-EMP-NEW-TOTAL
009590      ADD WS-CYCLE-DIFFERENCE TO WS-EMP-DIFFERENCE
009600      MOVE PH-CYCLE-DATE      TO WS-LAST-CYCLE-DATE
009610
009620      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009630          PERFORM 2810-PRINT-HEADINGS
009640              THRU 2810-PRINT-HEADINGS-EXIT
009650      END-IF
009660
009670      MOVE PH-CYCLE-DATE TO WS-DATE-WORK
009680      PERFORM 2850-EDIT-DATE
009690          THRU 2850-EDIT-DATE-EXIT
009700
009710      MOVE PH-IDENT            TO RPT-D-IDENT
009720      MOVE WS-DATE-EDIT        TO RPT-D-CYCLE-DATE
009730      MOVE PH-REG-HOURS        TO RPT-D-REG-HOURS
009740      MOVE PH-OT-HOURS         TO RPT-D-OT-HOURS
009750      MOVE PH-REG-RATE         TO RPT-D-OLD-RATE
009760      MOVE WS-OLD-CYCLE-PAY    TO RPT-D-OLD-PAY
009770      MOVE RR-NEW-RATE         TO RPT-D-NEW-RATE
009780      MOVE WS-NEW-CYCLE-PAY    TO RPT-D-NEW-PAY
009790      MOVE WS-CYCLE-DIFFERENCE TO RPT-D-DIFFERENCE
009800
009810      WRITE WORKSHEET-RECORD FROM RPT-DETAIL-LINE
009820          AFTER ADVANCING 1 LINE
009830
009840      ADD 1 TO WS-LINE-COUNT.
009850
009860  2300-REPRICE-ONE-CYCLE-EXIT.
009870      EXIT.
009880
009890*****************************************************************
009900*                     2800-PRINT-RETRO-LINE                     *
009910*  PRINTS THE EMPLOYEE'S RETRO TOTAL UNDER THE CYCLE LINES WITH *
009920*  WHAT BECAME OF IT.  THE CALLER LOADS THE RPT-R FIELDS.       *
009930*****************************************************************
009940  2800-PRINT-RETRO-LINE.
009950
009960      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009970          PERFORM 2810-PRINT-HEADINGS
009980              THRU 2810-PRINT-HEADINGS-EXIT
009990      END-IF
010000
010010      WRITE WORKSHEET-RECORD FROM RPT-RETRO-LINE
010020          AFTER ADVANCING 1 LINE
010030
010040      ADD 1 TO WS-LINE-COUNT.
010050
010060  2800-PRINT-RETRO-LINE-EXIT.
010070      EXIT.
010080
010090*****************************************************************
010100*                      2810-PRINT-HEADINGS                      *
010110*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
010120*  NEW PAGE AND RESETS THE LINE COUNT.                          *
010130*****************************************************************
010140  2810-PRINT-HEADINGS.
010150
010160      ADD 1 TO WS-PAGE-COUNT
010170      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
010180      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
010190
010200      WRITE WORKSHEET-RECORD FROM RPT-HEADING-1
010210          AFTER ADVANCING PAGE
010220      WRITE WORKSHEET-RECORD FROM RPT-BLANK-LINE
010230          AFTER ADVANCING 1 LINE
010240      WRITE WORKSHEET-RECORD FROM RPT-HEADING-2
010250          AFTER ADVANCING 1 LINE
010260
010270      MOVE ZEROS TO WS-LINE-COUNT.
010280
010290  2810-PRINT-HEADINGS-EXIT.
010300      EXIT.
010310
010320*****************************************************************
010330*                         2850-EDIT-DATE                        *
010340*  FORMATS THE CCYYMMDD DATE IN WS-DATE-WORK AS MM/DD/CCYY.     *
010350*****************************************************************
010360  2850-EDIT-DATE.
010370
010380      MOVE SPACES TO WS-DATE-EDIT
010390
010400      STRING WS-DW-MM   DELIMITED BY SIZE
010410             "/"        DELIMITED BY SIZE
010420             WS-DW-DD   DELIMITED BY SIZE
010430             "/"        DELIMITED BY SIZE
010440             WS-DW-CCYY DELIMITED BY SIZE
010450          INTO WS-DATE-EDIT.
010460
010470  2850-EDIT-DATE-EXIT.
010480      EXIT.
010490
010500*****************************************************************
010510*                        2900-REJECT-CARD                       *
010520*  COUNTS A CARD THAT CANNOT BE PRICED AND PRINTS IT WITH THE   *
010530*  REASON.  NOTHING IS WRITTEN TO ADJFILE FOR IT.               *
010540*****************************************************************
010550  2900-REJECT-CARD.
010560
010570      ADD 1 TO WS-CARD-REJECT-COUNT
010580
010590      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
010600          PERFORM 2810-PRINT-HEADINGS
010610              THRU 2810-PRINT-HEADINGS-EXIT
010620      END-IF
010630
010640      IF NOT WS-EMP-LINE-PRINTED
010650          MOVE RR-IDENT       TO RPT-E-IDENT
010660          MOVE CM-CUSTNAME    TO RPT-E-NAME
010670          MOVE ZEROS          TO RPT-E-RATE
010680          MOVE SPACES         TO RPT-E-DATE
010690          IF RR-NEW-RATE IS NUMERIC
010700              MOVE RR-NEW-RATE TO RPT-E-RATE
010710          END-IF
010720          WRITE WORKSHEET-RECORD FROM RPT-EMPLOYEE-LINE
010730              AFTER ADVANCING 2 LINES
010740          ADD 2 TO WS-LINE-COUNT
010750      END-IF
010760
010770      MOVE WS-REJECT-REASON-TEXT TO RPT-X-REASON
010780
010790      WRITE WORKSHEET-RECORD FROM RPT-REJECT-LINE
010800          AFTER ADVANCING 1 LINE
010810
010820      ADD 1 TO WS-LINE-COUNT.
010830
010840  2900-REJECT-CARD-EXIT.
010850      EXIT.
010860
010870*****************************************************************
010880*                         3000-FINALIZE                         *
010890*  MERGES THE HELD CORRECTIONS INTO ADJFILE, THEN PRINTS THE    *
010900*  RUN TOTALS AND PROVES THE LEDGER - RECORDS BEFORE PLUS       *
010910*  CORRECTIONS ADDED MUST EQUAL RECORDS AFTER.  A FAILED MERGE  *
010920*  SETS RETURN-CODE 8; REJECTED CARDS ALONE SET 4.              *
010930*****************************************************************
010940  3000-FINALIZE.
010950
010960      IF WS-RUNCTL-REFUSED
010970          GO TO 3000-FINALIZE-EXIT
010980      END-IF.
010990
011000      IF WS-SETUP-ERROR
011010          GO TO 3000-FINALIZE-CLOSE
011020      END-IF.
011030
011040      IF WS-CORR-COUNT > ZERO
011050          PERFORM 3100-MERGE-ADJFILE
011060              THRU 3100-MERGE-ADJFILE-EXIT
011070      END-IF.
011080
011090      WRITE WORKSHEET-RECORD FROM RPT-BLANK-LINE
011100          AFTER ADVANCING 2 LINES
011110
011120      MOVE ZEROS TO RPT-T-AMOUNT
011130
011140      MOVE "RETRO CARDS READ"          TO RPT-T-LABEL
011150      MOVE WS-CARD-READ-COUNT          TO RPT-T-COUNT
011160      WRITE WORKSHEET-RECORD FROM RPT-TOTAL-LINE
011170          AFTER ADVANCING 1 LINE
011180
011190      MOVE "  CARDS REJECTED"          TO RPT-T-LABEL
011200      MOVE WS-CARD-REJECT-COUNT        TO RPT-T-COUNT
011210      WRITE WORKSHEET-RECORD FROM RPT-TOTAL-LINE
011220          AFTER ADVANCING 1 LINE
011230
011240      MOVE "  NO DIFFERENCE TO PAY"    TO RPT-T-LABEL
011250      MOVE WS-NO-CHANGE-COUNT          TO RPT-T-COUNT
011260      WRITE WORKSHEET-RECORD FROM RPT-TOTAL-LINE
011270          AFTER ADVANCING 1 LINE
011280
011290      MOVE "  CORRECTIONS COMPUTED"    TO RPT-T-LABEL
011300      MOVE WS-CORR-COUNT               TO RPT-T-COUNT
011310      MOVE WS-CORR-TOTAL               TO RPT-T-AMOUNT
011320      WRITE WORKSHEET-RECORD FROM RPT-TOTAL-LINE
011330          AFTER ADVANCING 1 LINE
011340
011350      MOVE ZEROS TO RPT-T-AMOUNT
011360
011370      MOVE "PAY CYCLES REPRICED"       TO RPT-T-LABEL
011380      MOVE WS-CYCLE-TOTAL-COUNT        TO RPT-T-COUNT
011390      WRITE WORKSHEET-RECORD FROM RPT-TOTAL-LINE
011400          AFTER ADVANCING 1 LINE
011410
011420      MOVE "ADJFILE RECORDS BEFORE"    TO RPT-T-LABEL
011430      MOVE WS-ADJ-BEFORE-COUNT         TO RPT-T-COUNT
011440      WRITE WORKSHEET-RECORD FROM RPT-TOTAL-LINE
011450          AFTER ADVANCING 1 LINE
011460
011470      MOVE "  CORRECTIONS ADDED"       TO RPT-T-LABEL
011480      MOVE WS-CORR-WRITTEN-COUNT       TO RPT-T-COUNT
011490      MOVE WS-CORR-WRITTEN-TOTAL       TO RPT-T-AMOUNT
011500      WRITE WORKSHEET-RECORD FROM RPT-TOTAL-LINE
011510          AFTER ADVANCING 1 LINE
011520
011530      MOVE ZEROS TO RPT-T-AMOUNT
011540
011550      MOVE "ADJFILE RECORDS AFTER"     TO RPT-T-LABEL
011560      MOVE WS-ADJ-AFTER-COUNT          TO RPT-T-COUNT
011570      WRITE WORKSHEET-RECORD FROM RPT-TOTAL-LINE
011580          AFTER ADVANCING 1 LINE
011590
011600      WRITE WORKSHEET-RECORD FROM RPT-BLANK-LINE
011610          AFTER ADVANCING 1 LINE
011620
011630      ADD WS-ADJ-BEFORE-COUNT WS-CORR-WRITTEN-COUNT
011640          GIVING WS-CROSSFOOT-COUNT
011650
011660      IF WS-MERGE-ERROR
011670          MOVE "*** ADJFILE NOT UPDATED - RESTORE AND RERUN ***"
011680            TO RPT-M-TEXT
011690      ELSE
011700      IF WS-CORR-COUNT = ZERO
011710          MOVE "NO CORRECTIONS - ADJFILE NOT TOUCHED"
011720            TO RPT-M-TEXT
011730      ELSE
011740      IF WS-CROSSFOOT-COUNT NOT = WS-ADJ-AFTER-COUNT
011750          OR WS-CORR-WRITTEN-COUNT NOT = WS-CORR-COUNT
011760          OR WS-CORR-WRITTEN-TOTAL NOT = WS-CORR-TOTAL
011770          SET WS-MERGE-ERROR TO TRUE
011780          MOVE "*** ADJFILE OUT OF BALANCE - RERUN ***"
011790            TO RPT-M-TEXT
011800      ELSE
011810          MOVE "ADJFILE IN BALANCE - BEFORE + ADDED = AFTER"
011820            TO RPT-M-TEXT
011830      END-IF
011840      END-IF
011850      END-IF
011860
011870      WRITE WORKSHEET-RECORD FROM RPT-MESSAGE-LINE
011880          AFTER ADVANCING 1 LINE
011890
011900      IF WS-CORR-WRITTEN-COUNT > ZERO
011910          AND NOT WS-MERGE-ERROR
011920          MOVE "ADD CORRECTIONS ADDED TO THE ADJCTL CORRECTION"
011930            TO RPT-M-TEXT
011940          WRITE WORKSHEET-RECORD FROM RPT-MESSAGE-LINE
011950              AFTER ADVANCING 1 LINE
011960          MOVE "COUNT AND TOTAL BEFORE ADJEDIT RUNS."
011970            TO RPT-M-TEXT
011980          WRITE WORKSHEET-RECORD FROM RPT-MESSAGE-LINE
011990              AFTER ADVANCING 1 LINE
012000      END-IF
012010
012020      IF WS-MERGE-ERROR
012030          MOVE 8 TO RETURN-CODE
012040      ELSE
012050      IF WS-CARD-REJECT-COUNT > ZERO
012060          MOVE 4 TO RETURN-CODE
012070      END-IF
012080      END-IF.
012090
012100  3000-FINALIZE-CLOSE.
012110
012120      CLOSE RETRO-CARD-FILE
012130      CLOSE CUSTOMER-MASTER-FILE
012140      CLOSE PAY-HISTORY-FILE
012150      CLOSE WORKSHEET-REPORT
012160
012170      MOVE "E"         TO RC-FUNCTION
012180      MOVE RETURN-CODE TO RC-COMPLETION-CODE
012190      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS.
012200
012210  3000-FINALIZE-EXIT.
012220      EXIT.
012230
012240*****************************************************************
012250*                       3100-MERGE-ADJFILE                      *
012260*  COPIES ADJFILE AS THE CLERK LEFT IT TO ADJWORK, THEN WRITES  *
012270*  ADJFILE BACK FROM THE COPY WITH EACH HELD CORRECTION SLOTTED *
012280*  IN AFTER THE CLERK'S ENTRIES FOR ITS IDENT, KEEPING THE FILE *
012290*  IN THE ASCENDING IDENT SEQUENCE ADJEDIT AND THE PAYROLL      *
012300*  MATCH-MERGE DEPEND ON.  NO ADJFILE YET (STATUS 35) IS AN     *
012310*  EMPTY LEDGER.                                                *
012320*****************************************************************
012330  3100-MERGE-ADJFILE.
012340
012350      OPEN INPUT ADJUSTMENT-FILE
012360
012370      IF WS-ADJ-FILE-MISSING
012380          SET WS-ADJ-EOF TO TRUE
012390      ELSE
012400      IF NOT WS-ADJ-FILE-OK
012410          DISPLAY "RETROPAY: UNABLE TO OPEN ADJFILE, "
012420                  "STATUS = " WS-ADJ-FILE-STATUS
012430          SET WS-MERGE-ERROR TO TRUE
012440          GO TO 3100-MERGE-ADJFILE-EXIT
012450      END-IF
012460      END-IF
012470
012480      OPEN OUTPUT ADJ-WORK-FILE
012490
012500      IF NOT WS-WRK-FILE-OK
012510          DISPLAY "RETROPAY: UNABLE TO OPEN ADJWORK, "
012520                  "STATUS = " WS-WRK-FILE-STATUS
012530          SET WS-MERGE-ERROR TO TRUE
012540          IF NOT WS-ADJ-FILE-MISSING
012550              CLOSE ADJUSTMENT-FILE
012560          END-IF
012570          GO TO 3100-MERGE-ADJFILE-EXIT
012580      END-IF
012590
012600      PERFORM 3110-COPY-ADJ-RECORD
012610          THRU 3110-COPY-ADJ-RECORD-EXIT
012620          UNTIL WS-ADJ-EOF
012630
012640      IF NOT WS-ADJ-FILE-MISSING
012650          CLOSE ADJUSTMENT-FILE
012660      END-IF
012670      CLOSE ADJ-WORK-FILE
012680
012690      OPEN INPUT ADJ-WORK-FILE
012700
012710      IF NOT WS-WRK-FILE-OK
012720          DISPLAY "RETROPAY: UNABLE TO REOPEN ADJWORK, "
012730                  "STATUS = " WS-WRK-FILE-STATUS
012740          SET WS-MERGE-ERROR TO TRUE
012750          GO TO 3100-MERGE-ADJFILE-EXIT
012760      END-IF
012770
012780      OPEN OUTPUT ADJUSTMENT-FILE
012790
012800      IF NOT WS-ADJ-FILE-OK
012810          DISPLAY "RETROPAY: UNABLE TO REWRITE ADJFILE, "
012820                  "STATUS = " WS-ADJ-FILE-STATUS
012830          SET WS-MERGE-ERROR TO TRUE
012840          CLOSE ADJ-WORK-FILE
012850          GO TO 3100-MERGE-ADJFILE-EXIT
012860      END-IF
012870
012880      MOVE 1 TO WS-RT-SUB
012890
012900      PERFORM 3120-MERGE-ADJ-RECORD
012910          THRU 3120-MERGE-ADJ-RECORD-EXIT
012920          UNTIL WS-WRK-EOF
012930
012940      PERFORM 3130-WRITE-CORRECTION
012950          THRU 3130-WRITE-CORRECTION-EXIT
012960          UNTIL WS-RT-SUB > 999
012970
012980      CLOSE ADJ-WORK-FILE
012990      CLOSE ADJUSTMENT-FILE.
013000
013010  3100-MERGE-ADJFILE-EXIT.
013020      EXIT.
013030
013040*****************************************************************
013050*                      3110-COPY-ADJ-RECORD                     *
013060*****************************************************************
013070  3110-COPY-ADJ-RECORD.
013080
013090      READ ADJUSTMENT-FILE
013100          AT END
013110              SET WS-ADJ-EOF TO TRUE
013120              GO TO 3110-COPY-ADJ-RECORD-EXIT
013130      END-READ
013140
013150      WRITE ADJ-WORK-RECORD FROM ADJUSTMENT-RECORD
013160
013170      ADD 1 TO WS-ADJ-BEFORE-COUNT.
013180
013190  3110-COPY-ADJ-RECORD-EXIT.
013200      EXIT.
013210
013220*****************************************************************
013230*                     3120-MERGE-ADJ-RECORD                     *
013240*  READS THE NEXT CLERK'S ENTRY, WRITES EVERY HELD CORRECTION   *
013250*  FOR A LOWER IDENT AHEAD OF IT, THEN WRITES IT BACK.          *
013260*****************************************************************
013270  3120-MERGE-ADJ-RECORD.
013280
013290      READ ADJ-WORK-FILE
013300          AT END
013310              SET WS-WRK-EOF TO TRUE
013320              GO TO 3120-MERGE-ADJ-RECORD-EXIT
013330      END-READ
013340
013350      PERFORM 3130-WRITE-CORRECTION
013360          THRU 3130-WRITE-CORRECTION-EXIT
013370          UNTIL WS-RT-SUB > 999
013380             OR WS-RT-SUB >= WK-IDENT
013390
013400      WRITE ADJUSTMENT-RECORD FROM ADJ-WORK-RECORD
013410
013420      ADD 1 TO WS-ADJ-AFTER-COUNT.
013430
013440  3120-MERGE-ADJ-RECORD-EXIT.
013450      EXIT.
013460
013470*****************************************************************
013480*                     3130-WRITE-CORRECTION                     *
013490*  WRITES THE HELD "C" CORRECTION FOR THE IDENT WS-RT-SUB       *
013500*  POINTS AT, IF THERE IS ONE, AND STEPS TO THE NEXT IDENT.     *
013510*****************************************************************
013520  3130-WRITE-CORRECTION.
013530
013540      IF WS-RT-WRITE (WS-RT-SUB)
013550          MOVE SPACES                        TO ADJUSTMENT-RECORD
013560          MOVE WS-RT-SUB                     TO AD-IDENT
013570          MOVE "C"                           TO AD-TYPE
013580          MOVE WS-RT-AMOUNT (WS-RT-SUB)      TO AD-AMOUNT
013590          MOVE WS-RT-DESCRIPTION (WS-RT-SUB) TO AD-DESCRIPTION
013600          WRITE ADJUSTMENT-RECORD
013610          ADD 1                         TO WS-ADJ-AFTER-COUNT
013620          ADD 1                         TO WS-CORR-WRITTEN-COUNT
013630          ADD WS-RT-AMOUNT (WS-RT-SUB)  TO WS-CORR-WRITTEN-TOTAL
013640      END-IF
013650
013660      ADD 1 TO WS-RT-SUB.
013670
013680  3130-WRITE-CORRECTION-EXIT.
013690      EXIT.
013700
