000210*                PRESENTED CHECKS AGAINST.  A MISSING OR BAD    *
000220*                CHKCTL RECORD REFUSES THE RUN - DUPLICATE      *
000230*                CHECK NUMBERS ARE WORSE THAN NO CHECKS.        *
000240*                DIRECT DEPOSITS THE BANK RETURNED, QUEUED ON   *
000250*                RTNQUEUE BY DEPRETN, GET THEIR CHECKS IN THE   *
000260*                SAME RUN AND UNDER THE SAME NUMBER CONTROL.    *
000270*****************************************************************
000280* MODIFICATION HISTORY                                          *
000290*-----------------------------------------------------------------
000300* DATE       INIT  DESCRIPTION                                  *
000310* 09/03/2026 DRH   ORIGINAL PROGRAM.                            *
000320* 09/03/2026 DRH   START AND END EVENTS ARE NOW LOGGED TO       *
000330*                  THE SHARED RUNCTL CONTROL FILE THROUGH       *
000340*                  THE RUNCTLIO SUBPROGRAM, WHICH REFUSES       *
000350*                  A RUN WHOSE PREDECESSOR HAS NOT              *
000360*                  COMPLETED CLEAN FOR THE CYCLE DATE, OR       *
000370*                  ONE THAT ALREADY COMPLETED TODAY.            *
000380* 09/03/2026 DRH   CUSTOMER-MASTER RECORD EXTENDED WITH THE     *
000390*                  EMPLOYEE STATUS AND EFFECTIVE DATE (NOW 53   *
000400*                  BYTES); LAYOUT CHANGE ONLY HERE.             *
000410* 09/03/2026 DRH   A RUN THE RUNCTL CHECK REFUSES NOW STOPS     *
000420*                  BEFORE OPENING ANY FILE AND WRITES NOTHING   *
000430*                  AT FINALIZE - A DUPLICATE RUN CAN NO LONGER  *
000440*                  TRUNCATE THE OUTPUTS THE GUARD EXISTS TO     *
000450*                  PROTECT.                                     *
000460* 10/15/2026 DRH   AFTER THE GL EXTRACT, CUTS A CHECK FOR EACH  *
000470*                  RETURNED DEPOSIT DEPRETN QUEUED ON RTNQUEUE, *
000480*                  THEN EMPTIES THE QUEUE.  THE CHECK-CUTTING   *
000490*                  PARAGRAPHS NOW WORK FROM A PAYEE IDENT AND   *
000500*                  AMOUNT RATHER THAN THE GL DETAIL DIRECTLY.   *
000510* 10/15/2026 DRH   THE MASTER RECORD NOW CARRIES A PAY TYPE     *
000520*                  AND PER-PERIOD SALARY; THE CUSTOMER-MASTER   *
000530*                  LAYOUT GREW TO 60 BYTES.                     *
000540* 10/15/2026 DRH   A RETURN QUEUE THAT CANNOT BE EMPTIED AFTER  *
000550*                  ITS CHECKS ARE CUT NOW ENDS THE RUN WITH     *
000560*                  RETURN CODE 8, SO THE QUEUE IS CLEARED BY    *
000570*                  HAND BEFORE THE NEXT RUN REISSUES THEM.      *
000580*****************************************************************
000590  IDENTIFICATION DIVISION.
000600  PROGRAM-ID. CHECKRUN.
000610  AUTHOR. DAVID R. HENDERSON.
000620  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000630  DATE-WRITTEN. 09/03/2026.
000640  DATE-COMPILED.
000650  ENVIRONMENT DIVISION.
000660
000670  CONFIGURATION SECTION.
000680  SOURCE-COMPUTER. IBM-370.
000690  OBJECT-COMPUTER. IBM-370.
000700  SPECIAL-NAMES.
000710      C01 IS TOP-OF-PAGE.
000720
000730  INPUT-OUTPUT SECTION.
000740  FILE-CONTROL.
000750*****************************************************************
000760* GL-EXTRACT-FILE IS THE GENERAL-LEDGER INTERFACE EXTRACT THE   *
000770* PAYROLL RUN WROTE - THE NET-PAY FIGURE PER EMPLOYEE.          *
000780*****************************************************************
000790      SELECT GL-EXTRACT-FILE
000800          ASSIGN TO "GLEXTR"
000810          ORGANIZATION IS SEQUENTIAL
000820          FILE STATUS IS WS-GLX-FILE-STATUS.
000830
000840*****************************************************************
000850* BANK-MASTER TELLS US WHO IS PAID BY DEPOSIT - AN ACTIVE       *
000860* ACCOUNT MEANS NO CHECK.                                       *
000870*****************************************************************
000880      SELECT BANK-MASTER-FILE
000890          ASSIGN TO "BANKMAST"
000900          ORGANIZATION IS INDEXED
000910          ACCESS MODE IS DYNAMIC
000920          RECORD KEY IS BA-IDENT
000930          FILE STATUS IS WS-BA-FILE-STATUS.
000940
000950*****************************************************************
000960* CUSTOMER-MASTER IS READ BY KEY FOR THE PAYEE NAME.            *
000970*****************************************************************
000980      SELECT CUSTOMER-MASTER-FILE
000990          ASSIGN TO "CUSTMAST"
001000          ORGANIZATION IS INDEXED
001010          ACCESS MODE IS DYNAMIC
001020          RECORD KEY IS CM-IDENT
001030          FILE STATUS IS WS-CM-FILE-STATUS.
001040
001050*****************************************************************
001060* CHECK-CONTROL-FILE IS THE PERSISTENT NEXT-CHECK-NUMBER        *
001070* RECORD.  READ AT START, REWRITTEN AT END WITH THE NUMBER      *
001080* AFTER THE LAST CHECK CUT.                                     *
001090*****************************************************************
001100      SELECT CHECK-CONTROL-FILE
001110          ASSIGN TO "CHKCTL"
001120          ORGANIZATION IS SEQUENTIAL
001130          FILE STATUS IS WS-CTL-FILE-STATUS.
001140
001150*****************************************************************
001160* CHECK-REGISTER-FILE IS THE PERMANENT CHECK REGISTER - ONE     *
001170* RECORD PER CHECK EVENT, TYING EVERY CHECK NUMBER TO A PAY     *
001180* RUN.  OPENED EXTEND SO THE REGISTER ACCUMULATES ACROSS RUNS.  *
001190*****************************************************************
001200      SELECT CHECK-REGISTER-FILE
001210          ASSIGN TO "CHKREG"
001220          ORGANIZATION IS SEQUENTIAL
001230          FILE STATUS IS WS-REG-FILE-STATUS.
001240
001250*****************************************************************
001260* CHECK-PRINT-FILE IS THE FORMATTED CHECK AND STUB PRINT,       *
001270* ALIGNED TO THE CHECK STOCK - ONE PAGE PER CHECK.              *
001280*****************************************************************
001290      SELECT CHECK-PRINT-FILE
001300          ASSIGN TO "CHKPRINT"
001310          ORGANIZATION IS SEQUENTIAL
001320          FILE STATUS IS WS-PRT-FILE-STATUS.
001330
001340*****************************************************************
001350* POSITIVE-PAY-FILE IS THE EXTRACT OF ISSUED CHECKS THE BANK    *
001360* VERIFIES PRESENTED CHECKS AGAINST - HEADER, ONE DETAIL PER    *
001370* CHECK, TRAILER WITH COUNT AND AMOUNT CONTROLS.                *
001380*****************************************************************
001390      SELECT POSITIVE-PAY-FILE
001400          ASSIGN TO "POSPAY"
001410          ORGANIZATION IS SEQUENTIAL
001420          FILE STATUS IS WS-POS-FILE-STATUS.
001430
001440*****************************************************************
001450* RETURN-QUEUE-FILE HOLDS THE NET OF EVERY DIRECT DEPOSIT THE   *
001460* BANK RETURNED, QUEUED BY DEPRETN.  EMPTIED ONCE THE CHECKS    *
001470* ARE CUT.                                                      *
001480*****************************************************************
001490      SELECT RETURN-QUEUE-FILE
001500          ASSIGN TO "RTNQUEUE"
001510          ORGANIZATION IS SEQUENTIAL
001520          FILE STATUS IS WS-QUE-FILE-STATUS.
001530
001540  DATA DIVISION.
001550
001560  FILE SECTION.
001570*****************************************************************
001580* FD  - GL-EXTRACT-FILE                                         *
001590*  THE LAYOUT MATCHES WHAT THE PAYROLL RUN WRITES.              *
001600*****************************************************************
001610  FD  GL-EXTRACT-FILE
001620      LABEL RECORDS ARE STANDARD
001630      RECORD CONTAINS 74 CHARACTERS.
001640  01  GL-HEADER-RECORD.
001650      05  GH-RECORD-TYPE          PIC X(01).
001660      05  GH-RUN-DATE             PIC 9(08).
001670      05  FILLER                  PIC X(65).
001680  01  GL-DETAIL-RECORD.
001690      05  GD-RECORD-TYPE          PIC X(01).
001700      05  GD-IDENT                PIC 9(03).
001710      05  GD-GROSS                PIC S9(7)V99.
001720      05  GD-TAX                  PIC S9(7)V99.
001730      05  GD-ADJUSTMENT           PIC S9(7)V99.
001740      05  GD-NET                  PIC S9(7)V99.
001750      05  GD-ALLOC                PIC S9(7)V99.
001760      05  GD-REM                  PIC S9(7)V99.
001770      05  FILLER                  PIC X(16).
001780  01  GL-TRAILER-RECORD.
001790      05  GT-RECORD-TYPE          PIC X(01).
001800      05  GT-DETAIL-COUNT         PIC 9(07).
001810      05  GT-GROSS-TOTAL          PIC S9(9)V99.
001820      05  GT-TAX-TOTAL            PIC S9(9)V99.
001830      05  GT-ADJ-TOTAL            PIC S9(9)V99.
001840      05  GT-NET-TOTAL            PIC S9(9)V99.
001850      05  GT-ALLOC-TOTAL          PIC S9(9)V99.
001860      05  GT-REM-TOTAL            PIC S9(9)V99.
001870
001880*****************************************************************
001890* FD  - BANK-MASTER-FILE                                        *
001900*****************************************************************
001910  FD  BANK-MASTER-FILE
001920      LABEL RECORDS ARE STANDARD
001930      RECORD CONTAINS 38 CHARACTERS.
001940  01  BANK-MASTER-RECORD.
001950      05  BA-IDENT                PIC 9(03).
001960      05  BA-ROUTING              PIC 9(09).
001970      05  BA-ACCOUNT              PIC X(17).
001980      05  BA-PRENOTE-STATUS       PIC X(01).
001990          88  BA-PRENOTE-PENDING        VALUE "P".
002000          88  BA-ACCOUNT-ACTIVE         VALUE "A".
002010      05  BA-PRENOTE-DATE         PIC 9(08).
002020
002030*****************************************************************
002040* FD  - CUSTOMER-MASTER-FILE                                    *
002050*****************************************************************
002060  FD  CUSTOMER-MASTER-FILE
002070      LABEL RECORDS ARE STANDARD
002080      RECORD CONTAINS 60 CHARACTERS.
002090  01  CUSTOMER-MASTER-RECORD.
002100      05  CM-IDENT                PIC 9(03).
002110      05  CM-CUSTNAME             PIC X(20).
002120      05  CM-DATEOFBIRTH.
002130          10  CM-MOB              PIC 9(02).
002140          10  CM-DOB              PIC 9(02).
002150          10  CM-YOB              PIC 9(04).
002160      05  CM-HOURS-WORKED         PIC 9(03)V99.
002170      05  CM-HOURLY-RATE          PIC 9(03)V99.
002180      05  CM-AGE-YEARS            PIC 9(03).
002190      05  CM-STATUS               PIC X(01).
002200          88  CM-STATUS-ACTIVE          VALUE "A".
002210          88  CM-STATUS-LEAVE           VALUE "L".
002220          88  CM-STATUS-TERMINATED      VALUE "T".
002230      05  CM-STATUS-DATE          PIC 9(08).
002240      05  CM-PAY-TYPE             PIC X(01).
002250          88  CM-PAY-HOURLY             VALUE "H".
002260          88  CM-PAY-SALARIED           VALUE "S".
002270      05  CM-PERIOD-SALARY        PIC 9(04)V99.
002280
002290*****************************************************************
002300* FD  - CHECK-CONTROL-FILE                                      *
002310*  ONE RECORD - THE NEXT CHECK NUMBER TO BE ASSIGNED.           *
002320*****************************************************************
002330  FD  CHECK-CONTROL-FILE
002340      LABEL RECORDS ARE STANDARD
002350      RECORD CONTAINS 8 CHARACTERS.
002360  01  CHECK-CONTROL-RECORD.
002370      05  NC-NEXT-CHECK-NO        PIC 9(08).
002380
002390*****************************************************************
002400* FD  - CHECK-REGISTER-FILE                                     *
002410*  ONE RECORD PER CHECK EVENT.  STATUS "I" IS AN ISSUE, "V" A   *
002420*  VOID, "R" A REISSUE - THE VOID/REISSUE RUN (CHKVOID) WRITES  *
002430*  THE LATTER TWO.                                              *
002440*****************************************************************
002450  FD  CHECK-REGISTER-FILE
002460      LABEL RECORDS ARE STANDARD
002470      RECORD CONTAINS 29 CHARACTERS.
002480  01  CHECK-REGISTER-RECORD.
002490      05  CK-CHECK-NO             PIC 9(08).
002500      05  CK-IDENT                PIC 9(03).
002510      05  CK-DATE                 PIC 9(08).
002520      05  CK-AMOUNT               PIC S9(7)V99.
002530      05  CK-STATUS               PIC X(01).
002540          88  CK-STATUS-ISSUED          VALUE "I".
002550          88  CK-STATUS-VOID            VALUE "V".
002560          88  CK-STATUS-REISSUE         VALUE "R".
002570
002580*****************************************************************
002590* FD  - CHECK-PRINT-FILE                                        *
002600*****************************************************************
002610  FD  CHECK-PRINT-FILE
002620      LABEL RECORDS ARE STANDARD
002630      RECORD CONTAINS 132 CHARACTERS.
002640  01  CHECK-PRINT-RECORD          PIC X(132).
002650
002660*****************************************************************
002670* FD  - POSITIVE-PAY-FILE                                       *
002680*  THREE RECORD TYPES SHARE THE AREA - "H" HEADER, "D" DETAIL,  *
002690*  "T" TRAILER.                                                 *
002700*****************************************************************
002710  FD  POSITIVE-PAY-FILE
002720      LABEL RECORDS ARE STANDARD
002730      RECORD CONTAINS 40 CHARACTERS.
002740  01  POS-HEADER-RECORD.
002750      05  PH-RECORD-TYPE          PIC X(01).
002760      05  PH-RUN-DATE             PIC 9(08).
002770      05  FILLER                  PIC X(31).
002780  01  POS-DETAIL-RECORD.
002790      05  PD-RECORD-TYPE          PIC X(01).
002800      05  PD-CHECK-NO             PIC 9(08).
002810      05  PD-IDENT                PIC 9(03).
002820      05  PD-DATE                 PIC 9(08).
002830      05  PD-AMOUNT               PIC S9(7)V99.
002840      05  FILLER                  PIC X(11).
002850  01  POS-TRAILER-RECORD.
002860      05  PT-RECORD-TYPE          PIC X(01).
002870      05  PT-DETAIL-COUNT         PIC 9(07).
002880      05  PT-AMOUNT-TOTAL         PIC 9(11)V99.
002890      05  FILLER                  PIC X(19).
002900
002910*****************************************************************
002920* FD  - RETURN-QUEUE-FILE                                       *
002930*  THE LAYOUT MATCHES WHAT DEPRETN WRITES.                      *
002940*****************************************************************
002950  FD  RETURN-QUEUE-FILE
002960      LABEL RECORDS ARE STANDARD
002970      RECORD CONTAINS 40 CHARACTERS.
002980  01  RETURN-QUEUE-RECORD.
002990      05  RQ-IDENT                PIC 9(03).
003000      05  RQ-AMOUNT               PIC S9(7)V99.
003010      05  RQ-CYCLE-DATE           PIC 9(08).
003020      05  RQ-QUEUE-DATE           PIC 9(08).
003030      05  RQ-REASON-CODE          PIC X(03).
003040      05  FILLER                  PIC X(09).
003050
003060  WORKING-STORAGE SECTION.
003070*****************************************************************
003080* FILE STATUS AND END-OF-FILE SWITCHES                          *
003090*****************************************************************
003100  77  WS-GLX-FILE-STATUS      PIC X(02) VALUE SPACES.
003110      88  WS-GLX-FILE-OK             VALUE "00".
003120
003130  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
003140      88  WS-END-OF-FILE             VALUE "Y".
003150      88  WS-NOT-END-OF-FILE         VALUE "N".
003160
003170  77  WS-BA-FILE-STATUS       PIC X(02) VALUE SPACES.
003180      88  WS-BA-FILE-OK              VALUE "00".
003190
003200  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
003210      88  WS-CM-FILE-OK              VALUE "00".
003220
003230  77  WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
003240      88  WS-CTL-FILE-OK             VALUE "00".
003250
003260  77  WS-REG-FILE-STATUS      PIC X(02) VALUE SPACES.
003270      88  WS-REG-FILE-OK             VALUE "00".
003280
003290  77  WS-PRT-FILE-STATUS      PIC X(02) VALUE SPACES.
003300      88  WS-PRT-FILE-OK             VALUE "00".
003310
003320  77  WS-POS-FILE-STATUS      PIC X(02) VALUE SPACES.
003330      88  WS-POS-FILE-OK             VALUE "00".
003340
003350  77  WS-QUE-FILE-STATUS      PIC X(02) VALUE SPACES.
003360      88  WS-QUE-FILE-OK             VALUE "00".
003370      88  WS-QUE-FILE-MISSING        VALUE "35".
003380
003390  77  WS-QUE-EOF-SW           PIC X(01) VALUE "N".
003400      88  WS-QUE-EOF                 VALUE "Y".
003410
003420  77  WS-QUE-OPEN-SW          PIC X(01) VALUE "N".
003430      88  WS-QUE-OPEN                VALUE "Y".
003440
003450*****************************************************************
003460* CHECK NUMBER CONTROL.  THE NEXT NUMBER IS LOADED FROM CHKCTL  *
003470* AT START; A MISSING OR BAD RECORD REFUSES THE RUN.            *
003480*****************************************************************
003490  77  WS-NEXT-CHECK-NO        PIC 9(08) VALUE ZEROS.
003500
003510  77  WS-CTL-ERROR-SW         PIC X(01) VALUE "N".
003520      88  WS-CTL-ERROR               VALUE "Y".
003530
003540*****************************************************************
003550* THE PAYEE AND AMOUNT OF THE CHECK BEING CUT - LOADED FROM THE *
003560* GL DETAIL OR FROM THE RETURN QUEUE.                           *
003570*****************************************************************
003580  77  WS-CHECK-IDENT          PIC 9(03) VALUE ZEROS.
003590  77  WS-CHECK-AMOUNT         PIC S9(7)V99 VALUE ZEROS.
003600
003610*****************************************************************
003620* RUN COUNTERS AND CONTROL TOTALS                               *
003630*****************************************************************
003640  77  WS-DETAIL-READ-COUNT    PIC 9(07) VALUE ZEROS.
003650  77  WS-CHECK-COUNT          PIC 9(07) VALUE ZEROS.
003660  77  WS-DEPOSIT-SKIP-COUNT   PIC 9(07) VALUE ZEROS.
003670  77  WS-CHECK-TOTAL          PIC 9(11)V99 VALUE ZEROS.
003680  77  WS-QUEUED-CHECK-COUNT   PIC 9(07) VALUE ZEROS.
003690  77  WS-QUEUED-CHECK-TOTAL   PIC 9(11)V99 VALUE ZEROS.
003700
003710*****************************************************************
003720* CHECK AND STUB PRINT LAYOUTS.  ONE PAGE PER CHECK, LAID OUT   *
003730* TO THE PREPRINTED STOCK - THE STUB BLOCK ON TOP, THE CHECK    *
003740* BODY BELOW IT.                                                *
003750*****************************************************************
003760  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
003770
003780  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
003790  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
003800      05  WS-CURR-CCYY        PIC 9(04).
003810      05  WS-CURR-MM          PIC 9(02).
003820      05  WS-CURR-DD          PIC 9(02).
003830
003840  01  CHK-STUB-HEADING.
003850      05  FILLER              PIC X(02) VALUE SPACES.
003860      05  FILLER              PIC X(25) VALUE
003870          "PAYROLL CHECK STUB".
003880      05  FILLER              PIC X(10) VALUE "CHECK NO: ".
003890      05  STB-CHECK-NO        PIC 9(08).
003900      05  FILLER              PIC X(05) VALUE SPACES.
003910      05  FILLER              PIC X(06) VALUE "DATE: ".
003920      05  STB-DATE            PIC X(10).
003930      05  FILLER              PIC X(66) VALUE SPACES.
003940
003950  01  CHK-STUB-DETAIL.
003960      05  FILLER              PIC X(02) VALUE SPACES.
003970      05  FILLER              PIC X(10) VALUE "EMPLOYEE: ".
003980      05  STB-IDENT           PIC ZZ9.
003990      05  FILLER              PIC X(02) VALUE SPACES.
004000      05  STB-NAME            PIC X(20).
004010      05  FILLER              PIC X(10) VALUE SPACES.
004020      05  FILLER              PIC X(09) VALUE "NET PAY: ".
004030      05  STB-NET             PIC Z,ZZZ,ZZ9.99.
004040      05  FILLER              PIC X(64) VALUE SPACES.
004050
004060  01  CHK-BODY-PAYEE.
004070      05  FILLER              PIC X(02) VALUE SPACES.
004080      05  FILLER              PIC X(19) VALUE
004090          "PAY TO THE ORDER OF".
004100      05  FILLER              PIC X(02) VALUE SPACES.
004110      05  CHK-PAYEE-NAME      PIC X(20).
004120      05  FILLER              PIC X(89) VALUE SPACES.
004130
004140  01  CHK-BODY-AMOUNT.
004150      05  FILLER              PIC X(02) VALUE SPACES.
004160      05  FILLER              PIC X(11) VALUE "THE SUM OF ".
004170      05  CHK-AMOUNT          PIC $$,$$$,$$9.99.
004180      05  FILLER              PIC X(05) VALUE SPACES.
004190      05  FILLER              PIC X(10) VALUE "CHECK NO: ".
004200      05  CHK-BODY-CHECK-NO   PIC 9(08).
004210      05  FILLER              PIC X(82) VALUE SPACES.
004220
004230  01  CHK-BLANK-LINE          PIC X(132) VALUE SPACES.
004240
004250  01  CHK-TOTAL-LINE.
004260      05  FILLER              PIC X(02) VALUE SPACES.
004270      05  CHK-T-LABEL         PIC X(30).
004280      05  CHK-T-COUNT         PIC ZZZ,ZZ9.
004290      05  FILLER              PIC X(03) VALUE SPACES.
004300      05  CHK-T-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
004310      05  FILLER              PIC X(77) VALUE SPACES.
004320
004330  01  CHK-MESSAGE-LINE.
004340      05  FILLER              PIC X(02) VALUE SPACES.
004350      05  CHK-M-TEXT          PIC X(60).
004360      05  FILLER              PIC X(70) VALUE SPACES.
004370
004380*****************************************************************
004390* RUN-SEQUENCING CONTROL PARAMETER AREA FOR THE RUNCTLIO        *
004400* CALLS.  THE START CALL REFUSES THE RUN WHEN THE PREDECESSOR   *
004410* JOB HAS NOT COMPLETED CLEAN FOR TODAY'S CYCLE, OR WHEN THIS   *
004420* JOB ALREADY COMPLETED TODAY.                                  *
004430*****************************************************************
004440  01  RUN-CONTROL-PARMS.
004450      05  RC-FUNCTION             PIC X(01).
004460      05  RC-PROGRAM              PIC X(08).
004470      05  RC-PREDECESSOR          PIC X(08).
004480      05  RC-CYCLE-DATE           PIC 9(08).
004490      05  RC-COMPLETION-CODE      PIC 9(02).
004500      05  RC-RESULT               PIC 9(02).
004510      05  RC-REASON               PIC X(40).
004520
004530  77  WS-RUNCTL-REFUSED-SW    PIC X(01) VALUE "N".
004540      88  WS-RUNCTL-REFUSED          VALUE "Y".
004550
004560  PROCEDURE DIVISION.
004570*****************************************************************
004580*                        0000-MAINLINE                          *
004590*****************************************************************
004600  0000-MAINLINE.
004610
004620      PERFORM 1000-INITIALIZE
004630          THRU 1000-INITIALIZE-EXIT.
004640
004650      PERFORM 2000-PROCESS-GL-RECORDS
004660          THRU 2000-PROCESS-GL-RECORDS-EXIT
004670          UNTIL WS-END-OF-FILE.
004680
004690      PERFORM 2500-PROCESS-RETURN-QUEUE
004700          THRU 2500-PROCESS-RETURN-QUEUE-EXIT
004710          UNTIL WS-QUE-EOF.
004720
004730      PERFORM 3000-FINALIZE
004740          THRU 3000-FINALIZE-EXIT.
004750
004760      STOP RUN.
004770
004780*****************************************************************
004790*                       1000-INITIALIZE                         *
004800*  READS THE NEXT-CHECK CONTROL RECORD, OPENS THE FILES, AND    *
004810*  WRITES THE POSITIVE-PAY HEADER.  A BAD CONTROL RECORD        *
004820*  REFUSES THE WHOLE RUN.  THE RETURN QUEUE IS OPENED ONLY      *
004830*  WHEN EVERYTHING ELSE OPENED CLEAN - NO RETURN QUEUE FILE     *
004840*  AT ALL JUST MEANS NOTHING WAS RETURNED.                      *
004850*****************************************************************
004860  1000-INITIALIZE.
004870
004880      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004890
004900      STRING WS-CURR-MM   DELIMITED BY SIZE
004910             "/"          DELIMITED BY SIZE
004920             WS-CURR-DD   DELIMITED BY SIZE
004930             "/"          DELIMITED BY SIZE
004940             WS-CURR-CCYY DELIMITED BY SIZE
004950          INTO WS-RUN-DATE-EDIT
004960
004970      MOVE "S"             TO RC-FUNCTION
004980      MOVE "CHECKRUN" TO RC-PROGRAM
004990      MOVE "COBOLTUT" TO RC-PREDECESSOR
005000      MOVE WS-CURRENT-DATE TO RC-CYCLE-DATE
005010      MOVE ZEROS           TO RC-COMPLETION-CODE
005020
005030      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
005040
005050      IF RC-RESULT NOT = ZEROS
005060          DISPLAY "CHECKRUN: RUN REFUSED - " RC-REASON
005070          SET WS-RUNCTL-REFUSED TO TRUE
005080          SET WS-END-OF-FILE TO TRUE
005090          SET WS-QUE-EOF TO TRUE
005100          MOVE 8 TO RETURN-CODE
005110          GO TO 1000-INITIALIZE-EXIT
005120      END-IF.
005130
005140      PERFORM 1100-READ-CHECK-CONTROL
005150          THRU 1100-READ-CHECK-CONTROL-EXIT.
005160
005170      IF WS-CTL-ERROR
005180          SET WS-END-OF-FILE TO TRUE
005190          SET WS-QUE-EOF TO TRUE
005200          MOVE 8 TO RETURN-CODE
005210          GO TO 1000-INITIALIZE-EXIT
005220      END-IF.
005230
005240      OPEN INPUT GL-EXTRACT-FILE
005250
005260      IF NOT WS-GLX-FILE-OK
005270          DISPLAY "CHECKRUN: UNABLE TO OPEN GLEXTR, "
005280                  "STATUS = " WS-GLX-FILE-STATUS
005290          SET WS-END-OF-FILE TO TRUE
005300          MOVE 8 TO RETURN-CODE
005310      END-IF.
005320
005330      OPEN INPUT BANK-MASTER-FILE
005340
005350      IF NOT WS-BA-FILE-OK
005360          DISPLAY "CHECKRUN: UNABLE TO OPEN BANKMAST, "
005370                  "STATUS = " WS-BA-FILE-STATUS
005380          SET WS-END-OF-FILE TO TRUE
005390          MOVE 8 TO RETURN-CODE
005400      END-IF.
005410
005420      OPEN INPUT CUSTOMER-MASTER-FILE
005430
005440      IF NOT WS-CM-FILE-OK
005450          DISPLAY "CHECKRUN: UNABLE TO OPEN CUSTMAST, "
005460                  "STATUS = " WS-CM-FILE-STATUS
005470          SET WS-END-OF-FILE TO TRUE
005480          MOVE 8 TO RETURN-CODE
005490      END-IF.
005500
005510      OPEN EXTEND CHECK-REGISTER-FILE
005520
005530      IF NOT WS-REG-FILE-OK
005540          DISPLAY "CHECKRUN: UNABLE TO OPEN CHKREG, "
005550                  "STATUS = " WS-REG-FILE-STATUS
005560          SET WS-END-OF-FILE TO TRUE
005570          MOVE 8 TO RETURN-CODE
005580      END-IF.
005590
005600      OPEN OUTPUT CHECK-PRINT-FILE
005610
005620      IF NOT WS-PRT-FILE-OK
005630          DISPLAY "CHECKRUN: UNABLE TO OPEN CHKPRINT, "
005640                  "STATUS = " WS-PRT-FILE-STATUS
005650          SET WS-END-OF-FILE TO TRUE
005660          MOVE 8 TO RETURN-CODE
005670      END-IF.
005680
005690      OPEN OUTPUT POSITIVE-PAY-FILE
005700
005710      IF NOT WS-POS-FILE-OK
005720          DISPLAY "CHECKRUN: UNABLE TO OPEN POSPAY, "
005730                  "STATUS = " WS-POS-FILE-STATUS
005740          SET WS-END-OF-FILE TO TRUE
005750          MOVE 8 TO RETURN-CODE
005760      ELSE
005770          MOVE SPACES          TO POS-HEADER-RECORD
005780          MOVE "H"             TO PH-RECORD-TYPE
005790          MOVE WS-CURRENT-DATE TO PH-RUN-DATE
005800          WRITE POS-HEADER-RECORD
005810      END-IF.
005820
005830      IF RETURN-CODE NOT = ZERO
005840          SET WS-QUE-EOF TO TRUE
005850          GO TO 1000-INITIALIZE-EXIT
005860      END-IF.
005870
005880      OPEN INPUT RETURN-QUEUE-FILE
005890
005900      IF WS-QUE-FILE-OK
005910          SET WS-QUE-OPEN TO TRUE
005920      ELSE
005930      IF WS-QUE-FILE-MISSING
005940          SET WS-QUE-EOF TO TRUE
005950      ELSE
005960          DISPLAY "CHECKRUN: UNABLE TO OPEN RTNQUEUE, "
005970                  "STATUS = " WS-QUE-FILE-STATUS
005980          SET WS-QUE-EOF TO TRUE
005990          MOVE 8 TO RETURN-CODE
006000      END-IF
006010      END-IF.
006020
006030  1000-INITIALIZE-EXIT.
006040      EXIT.
006050
006060*****************************************************************
006070*                1100-READ-CHECK-CONTROL                        *
006080*  LOADS THE PERSISTENT NEXT-CHECK NUMBER.  NO FILE, NO         *
006090*  RECORD, OR A NON-NUMERIC OR ZERO NUMBER REFUSES THE RUN -    *
006100*  A GUESSED CHECK NUMBER SERIES IS NOT AN OPTION.              *
006110*****************************************************************
006120  1100-READ-CHECK-CONTROL.
006130
006140      OPEN INPUT CHECK-CONTROL-FILE
006150
006160      IF NOT WS-CTL-FILE-OK
006170          DISPLAY "CHECKRUN: UNABLE TO OPEN CHKCTL, "
006180                  "STATUS = " WS-CTL-FILE-STATUS
006190          SET WS-CTL-ERROR TO TRUE
006200          GO TO 1100-READ-CHECK-CONTROL-EXIT
006210      END-IF
006220
006230      READ CHECK-CONTROL-FILE
006240          AT END
006250              DISPLAY "CHECKRUN: CHKCTL IS EMPTY"
006260              SET WS-CTL-ERROR TO TRUE
006270          NOT AT END
006280              IF NC-NEXT-CHECK-NO IS NOT NUMERIC
006290                  OR NC-NEXT-CHECK-NO = ZERO
006300                  DISPLAY "CHECKRUN: BAD NEXT CHECK NO ON CHKCTL"
006310                  SET WS-CTL-ERROR TO TRUE
006320              ELSE
006330                  MOVE NC-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
006340              END-IF
006350      END-READ
006360
006370      CLOSE CHECK-CONTROL-FILE.
006380
006390  1100-READ-CHECK-CONTROL-EXIT.
006400      EXIT.
006410
006420*****************************************************************
006430*                 2000-PROCESS-GL-RECORDS                       *
006440*  MAIN READ LOOP OVER THE GL EXTRACT.  EACH DETAIL EITHER      *
006450*  BELONGS TO A DEPOSIT EMPLOYEE (SKIPPED WITH A COUNT) OR      *
006460*  GETS A CHECK CUT.                                            *
006470*****************************************************************
006480  2000-PROCESS-GL-RECORDS.
006490
006500      READ GL-EXTRACT-FILE
006510          AT END
006520              SET WS-END-OF-FILE TO TRUE
006530              GO TO 2000-PROCESS-GL-RECORDS-EXIT
006540      END-READ
006550
006560      IF GD-RECORD-TYPE NOT = "D"
006570          GO TO 2000-PROCESS-GL-RECORDS-EXIT
006580      END-IF
006590
006600      ADD 1 TO WS-DETAIL-READ-COUNT
006610
006620      MOVE GD-IDENT TO WS-CHECK-IDENT
006630      MOVE GD-NET   TO WS-CHECK-AMOUNT
006640
006650      MOVE GD-IDENT TO BA-IDENT
006660
006670      READ BANK-MASTER-FILE
006680          INVALID KEY
006690              PERFORM 2300-CUT-CHECK
006700                  THRU 2300-CUT-CHECK-EXIT
006710              GO TO 2000-PROCESS-GL-RECORDS-EXIT
006720      END-READ
006730
006740      IF BA-ACCOUNT-ACTIVE
006750          ADD 1 TO WS-DEPOSIT-SKIP-COUNT
006760      ELSE
006770          PERFORM 2300-CUT-CHECK
006780              THRU 2300-CUT-CHECK-EXIT
006790      END-IF.
006800
006810  2000-PROCESS-GL-RECORDS-EXIT.
006820      EXIT.
006830
006840*****************************************************************
006850*                    2300-CUT-CHECK                             *
006860*  ASSIGNS THE NEXT CHECK NUMBER, RECORDS THE ISSUE ON THE      *
006870*  REGISTER, PRINTS THE CHECK AND STUB PAGE, WRITES THE         *
006880*  POSITIVE-PAY DETAIL, AND ROLLS THE CONTROLS FORWARD.         *
006890*****************************************************************
006900  2300-CUT-CHECK.
006910
006920      MOVE WS-CHECK-IDENT TO CM-IDENT
006930
006940      READ CUSTOMER-MASTER-FILE
006950          INVALID KEY
006960              MOVE SPACES TO CM-CUSTNAME
006970      END-READ
006980
006990      MOVE WS-NEXT-CHECK-NO TO CK-CHECK-NO
007000      MOVE WS-CHECK-IDENT   TO CK-IDENT
007010      MOVE WS-CURRENT-DATE  TO CK-DATE
007020      MOVE WS-CHECK-AMOUNT  TO CK-AMOUNT
007030      MOVE "I"              TO CK-STATUS
007040
007050      WRITE CHECK-REGISTER-RECORD
007060
007070      PERFORM 2400-PRINT-CHECK-PAGE
007080          THRU 2400-PRINT-CHECK-PAGE-EXIT
007090
007100      MOVE SPACES           TO POS-DETAIL-RECORD
007110      MOVE "D"              TO PD-RECORD-TYPE
007120      MOVE WS-NEXT-CHECK-NO TO PD-CHECK-NO
007130      MOVE WS-CHECK-IDENT   TO PD-IDENT
007140      MOVE WS-CURRENT-DATE  TO PD-DATE
007150      MOVE WS-CHECK-AMOUNT  TO PD-AMOUNT
007160
007170      WRITE POS-DETAIL-RECORD
007180
007190      ADD 1               TO WS-CHECK-COUNT
007200      ADD WS-CHECK-AMOUNT TO WS-CHECK-TOTAL
007210      ADD 1               TO WS-NEXT-CHECK-NO.
007220
007230  2300-CUT-CHECK-EXIT.
007240      EXIT.
007250
007260*****************************************************************
007270*                 2400-PRINT-CHECK-PAGE                         *
007280*  PRINTS ONE CHECK AND STUB TO THE STOCK - STUB BLOCK FIRST,   *
007290*  THEN THE CHECK BODY, EACH CHECK ON ITS OWN PAGE.             *
007300*****************************************************************
007310  2400-PRINT-CHECK-PAGE.
007320
007330      MOVE WS-NEXT-CHECK-NO TO STB-CHECK-NO
007340      MOVE WS-RUN-DATE-EDIT TO STB-DATE
007350
007360      WRITE CHECK-PRINT-RECORD FROM CHK-STUB-HEADING
007370          AFTER ADVANCING PAGE
007380
007390      MOVE WS-CHECK-IDENT  TO STB-IDENT
007400      MOVE CM-CUSTNAME     TO STB-NAME
007410      MOVE WS-CHECK-AMOUNT TO STB-NET
007420
007430      WRITE CHECK-PRINT-RECORD FROM CHK-STUB-DETAIL
007440          AFTER ADVANCING 1 LINE
007450      WRITE CHECK-PRINT-RECORD FROM CHK-BLANK-LINE
007460          AFTER ADVANCING 2 LINES
007470
007480      MOVE CM-CUSTNAME TO CHK-PAYEE-NAME
007490
007500      WRITE CHECK-PRINT-RECORD FROM CHK-BODY-PAYEE
007510          AFTER ADVANCING 1 LINE
007520
007530      MOVE WS-CHECK-AMOUNT  TO CHK-AMOUNT
007540      MOVE WS-NEXT-CHECK-NO TO CHK-BODY-CHECK-NO
007550
007560      WRITE CHECK-PRINT-RECORD FROM CHK-BODY-AMOUNT
007570          AFTER ADVANCING 1 LINE.
007580
007590  2400-PRINT-CHECK-PAGE-EXIT.
007600      EXIT.
007610
007620*****************************************************************
007630*               2500-PROCESS-RETURN-QUEUE                       *
007640*  CUTS A CHECK FOR EACH RETURNED DEPOSIT ON THE QUEUE.  THE    *
007650*  BANK MASTER IS NOT CONSULTED - THE DEPOSIT ALREADY FAILED,   *
007660*  SO THE MONEY GOES OUT ON PAPER WHATEVER THE ACCOUNT SAYS.    *
007670*****************************************************************
007680  2500-PROCESS-RETURN-QUEUE.
007690
007700      READ RETURN-QUEUE-FILE
007710          AT END
007720              SET WS-QUE-EOF TO TRUE
007730              GO TO 2500-PROCESS-RETURN-QUEUE-EXIT
007740      END-READ
007750
007760      MOVE RQ-IDENT  TO WS-CHECK-IDENT
007770      MOVE RQ-AMOUNT TO WS-CHECK-AMOUNT
007780
007790      PERFORM 2300-CUT-CHECK
007800          THRU 2300-CUT-CHECK-EXIT
007810
007820      ADD 1         TO WS-QUEUED-CHECK-COUNT
007830      ADD RQ-AMOUNT TO WS-QUEUED-CHECK-TOTAL.
007840
007850  2500-PROCESS-RETURN-QUEUE-EXIT.
007860      EXIT.
007870
007880*****************************************************************
007890*                       3000-FINALIZE                           *
007900*  WRITES THE POSITIVE-PAY TRAILER, PUTS THE NEXT CHECK NUMBER  *
007910*  BACK ON CHKCTL, EMPTIES THE RETURN QUEUE ONCE ITS CHECKS     *
007920*  ARE CUT, AND PRINTS THE RUN TOTALS AS THE LAST PAGE OF THE   *
007930*  CHECK PRINT.                                                 *
007940*****************************************************************
007950  3000-FINALIZE.
007960
007970      IF WS-RUNCTL-REFUSED
007980          GO TO 3000-FINALIZE-EXIT
007990      END-IF.
008000
008010      IF WS-POS-FILE-OK
008020          MOVE SPACES          TO POS-TRAILER-RECORD
008030          MOVE "T"             TO PT-RECORD-TYPE
008040          MOVE WS-CHECK-COUNT  TO PT-DETAIL-COUNT
008050          MOVE WS-CHECK-TOTAL  TO PT-AMOUNT-TOTAL
008060          WRITE POS-TRAILER-RECORD
008070      END-IF.
008080
008090      IF NOT WS-CTL-ERROR
008100          PERFORM 3200-REWRITE-CHECK-CONTROL
008110              THRU 3200-REWRITE-CHECK-CONTROL-EXIT
008120      END-IF.
008130
008140      IF WS-QUE-OPEN
008150          CLOSE RETURN-QUEUE-FILE
008160          OPEN OUTPUT RETURN-QUEUE-FILE
008170          IF WS-QUE-FILE-OK
008180              CLOSE RETURN-QUEUE-FILE
008190          ELSE
008200              DISPLAY "CHECKRUN: UNABLE TO EMPTY RTNQUEUE, "
008210                      "STATUS = " WS-QUE-FILE-STATUS
008220              MOVE 8 TO RETURN-CODE
008230          END-IF
008240      END-IF.
008250
008260      IF WS-PRT-FILE-OK
008270          WRITE CHECK-PRINT-RECORD FROM CHK-BLANK-LINE
008280              AFTER ADVANCING PAGE
008290
008300          MOVE "CHECKS ISSUED"            TO CHK-T-LABEL
008310          MOVE WS-CHECK-COUNT             TO CHK-T-COUNT
008320          MOVE WS-CHECK-TOTAL             TO CHK-T-AMOUNT
008330          WRITE CHECK-PRINT-RECORD FROM CHK-TOTAL-LINE
008340              AFTER ADVANCING 1 LINE
008350
008360          MOVE "  RETURNED DEPOSITS REISSUED" TO CHK-T-LABEL
008370          MOVE WS-QUEUED-CHECK-COUNT      TO CHK-T-COUNT
008380          MOVE WS-QUEUED-CHECK-TOTAL      TO CHK-T-AMOUNT
008390          WRITE CHECK-PRINT-RECORD FROM CHK-TOTAL-LINE
008400              AFTER ADVANCING 1 LINE
008410
008420          MOVE "PAID BY DEPOSIT - SKIPPED" TO CHK-T-LABEL
008430          MOVE WS-DEPOSIT-SKIP-COUNT      TO CHK-T-COUNT
008440          MOVE ZEROS                      TO CHK-T-AMOUNT
008450          WRITE CHECK-PRINT-RECORD FROM CHK-TOTAL-LINE
008460              AFTER ADVANCING 1 LINE
008470
008480          MOVE "NEXT CHECK NUMBER SAVED"  TO CHK-M-TEXT
008490          WRITE CHECK-PRINT-RECORD FROM CHK-MESSAGE-LINE
008500              AFTER ADVANCING 1 LINE
008510      END-IF.
008520
008530      CLOSE GL-EXTRACT-FILE
008540      CLOSE BANK-MASTER-FILE
008550      CLOSE CUSTOMER-MASTER-FILE
008560      CLOSE CHECK-REGISTER-FILE
008570      CLOSE CHECK-PRINT-FILE
008580      CLOSE POSITIVE-PAY-FILE.
008590
008600      IF NOT WS-RUNCTL-REFUSED
008610          MOVE "E"         TO RC-FUNCTION
008620          MOVE RETURN-CODE TO RC-COMPLETION-CODE
008630          CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
008640      END-IF.
008650
008660  3000-FINALIZE-EXIT.
008670      EXIT.
008680
008690*****************************************************************
008700*               3200-REWRITE-CHECK-CONTROL                      *
008710*  PUTS THE NUMBER AFTER THE LAST CHECK CUT BACK ON CHKCTL SO   *
008720*  THE NEXT RUN PICKS UP WHERE THIS ONE LEFT OFF.               *
008730*****************************************************************
008740  3200-REWRITE-CHECK-CONTROL.
008750
008760      OPEN OUTPUT CHECK-CONTROL-FILE
008770
008780      IF NOT WS-CTL-FILE-OK
008790          DISPLAY "CHECKRUN: CANNOT REWRITE CHKCTL, "
008800                  "STATUS = " WS-CTL-FILE-STATUS
008810          MOVE 8 TO RETURN-CODE
008820          GO TO 3200-REWRITE-CHECK-CONTROL-EXIT
008830      END-IF
008840
008850      MOVE WS-NEXT-CHECK-NO TO NC-NEXT-CHECK-NO
008860
008870      WRITE CHECK-CONTROL-RECORD
008880
008890      CLOSE CHECK-CONTROL-FILE.
008900
008910  3200-REWRITE-CHECK-CONTROL-EXIT.
008920      EXIT.
008930
