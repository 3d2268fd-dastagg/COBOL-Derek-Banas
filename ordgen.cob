000010*****************************************************************
000020* PROGRAM      : ORDGEN                                         *
000030* AUTHOR       : DAVID R. HENDERSON                             *
000040* INSTALLATION : DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS     *
000050* DATE-WRITTEN : 10/15/2026                                     *
000060*                                                               *
000070* REMARKS      : STANDING-ORDER GENERATION RUN, AHEAD OF        *
000080*                ADJEDIT.  WALKS THE ORDER MASTER IN IDENT AND  *
000090*                ORDER NUMBER SEQUENCE AND, FOR EVERY ACTIVE    *
000100*                ORDER INSIDE ITS START AND STOP DATES, WRITES  *
000110*                THIS PERIOD'S "G" OR "D" ENTRY TO ADJFILE SO   *
000120*                THE CLERK NO LONGER REKEYS IT.  THE AMOUNT IS  *
000130*                THE ORDER'S PER-PERIOD AMOUNT (OR ITS PERCENT  *
000140*                OF THE EMPLOYEE'S LAST GROSS) PLUS ARREARS,    *
000150*                HELD TO THE BALANCE STILL OWED.  THE ENTRIES   *
000160*                GO IN AFTER THE CLERK'S OWN FOR EACH IDENT,    *
000170*                KEEPING ADJFILE IN THE SEQUENCE ADJEDIT AND    *
000180*                THE PAYROLL MATCH-MERGE DEPEND ON.  EACH ORDER *
000190*                IS STAMPED WITH THE CYCLE AND AMOUNT ASKED FOR *
000200*                ONCE THE LEDGER PROVES, SO ORDPOST CAN TELL    *
000210*                WHAT FELL SHORT.  THE REPORT GIVES THE         *
000220*                GARNISHMENT AND DEDUCTION COUNTS AND TOTALS    *
000230*                THE CLERK ADDS TO ADJCTL.                      *
000240*****************************************************************
000250* MODIFICATION HISTORY                                          *
000260*-----------------------------------------------------------------
000270* DATE       INIT  DESCRIPTION                                  *
000280* 10/15/2026 DRH   ORIGINAL PROGRAM.                            *
000290* 10/15/2026 DRH   PAY HISTORY IS NOW KEYED BY A PAY SEQUENCE   *
000300*                  AS WELL (131 BYTES).  AN OFF-CYCLE PAYMENT - *
000310*                  FINAL PAY, A BONUS OR A CORRECTION - IS      *
000320*                  PASSED OVER WHEN LOOKING FOR THE GROSS A     *
000330*                  PERCENT ORDER IS FIGURED ON.                 *
000340* 10/15/2026 DRH   PAY HISTORY LAYOUT BROUGHT UP TO 167 BYTES   *
000350*                  WITH THE VACATION AND SICK FIGURES THE       *
000360*                  PAYROLL RUN NOW POSTS, WHICH THIS RUN DOES   *
000370*                  NOT USE.                                     *
000380* 10/15/2026 DRH   AN ORDER GENERATED AND NOT YET POSTED BY     *
000390*                  ORDPOST IS NOW SKIPPED AS ALREADY SCHEDULED, *
000400*                  SO A SECOND RUN ON A LATER DAY CANNOT PUT IT *
000410*                  ON ADJFILE TWICE.  THE REOPEN OF ADJWORK IS  *
000420*                  NOW CHECKED BEFORE ADJFILE IS EMPTIED.       *
000430* 10/15/2026 DRH   THE CYCLE AND AMOUNT ARE NOW HELD IN A TABLE *
000440*                  AND STAMPED ON ORDMAST ONLY ONCE THE ADJFILE *
000450*                  LEDGER PROVES, SO A FAILED MERGE LEAVES      *
000460*                  ORDMAST AS IT WAS AND THE RERUN SCHEDULES    *
000470*                  THE ORDERS AGAIN INSTEAD OF SKIPPING THEM AS *
000480*                  ALREADY SCHEDULED.                           *
000490*****************************************************************
000500  IDENTIFICATION DIVISION.
000510  PROGRAM-ID. ORDGEN.
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
000670* ORDER-MASTER IS THE STANDING-ORDER MASTER MAINTAINED BY       *
000680* ORDMNT, READ IN KEY SEQUENCE AND REWRITTEN WITH THE CYCLE     *
000690* SCHEDULED.                                                    *
000700*****************************************************************
000710      SELECT ORDER-MASTER-FILE
000720          ASSIGN TO "ORDMAST"
000730          ORGANIZATION IS INDEXED
000740          ACCESS MODE IS DYNAMIC
000750          RECORD KEY IS OM-KEY
000760          FILE STATUS IS WS-OM-FILE-STATUS.
000770
000780*****************************************************************
000790* CUSTOMER-MASTER IS READ BY KEY FOR THE NAME AND TO HOLD BACK  *
000800* ORDERS FOR EMPLOYEES NO LONGER BEING PAID.                    *
000810*****************************************************************
000820      SELECT CUSTOMER-MASTER-FILE
000830          ASSIGN TO "CUSTMAST"
000840          ORGANIZATION IS INDEXED
000850          ACCESS MODE IS DYNAMIC
000860          RECORD KEY IS CM-IDENT
000870          FILE STATUS IS WS-CM-FILE-STATUS.
000880
000890*****************************************************************
000900* PAY-HISTORY-FILE IS STARTED AT THE EMPLOYEE'S IDENT AND READ  *
000910* FORWARD FOR THE LAST GROSS A PERCENT ORDER IS FIGURED ON.     *
000920*****************************************************************
000930      SELECT PAY-HISTORY-FILE
000940          ASSIGN TO "PAYHIST"
000950          ORGANIZATION IS INDEXED
000960          ACCESS MODE IS DYNAMIC
000970          RECORD KEY IS PH-KEY
000980          FILE STATUS IS WS-HIS-FILE-STATUS.
000990
001000*****************************************************************
001010* ADJUSTMENT-FILE IS THE PAYROLL ADJUSTMENT LEDGER.  IT MUST    *
001020* STAY IN ASCENDING IDENT SEQUENCE, SO IT IS COPIED TO          *
001030* ADJ-WORK-FILE AND REWRITTEN WITH THE ORDER ENTRIES MERGED IN  *
001040* BY IDENT.                                                     *
001050*****************************************************************
001060      SELECT ADJUSTMENT-FILE
001070          ASSIGN TO "ADJFILE"
001080          ORGANIZATION IS SEQUENTIAL
001090          FILE STATUS IS WS-ADJ-FILE-STATUS.
001100
001110      SELECT ADJ-WORK-FILE
001120          ASSIGN TO "ADJWORK"
001130          ORGANIZATION IS SEQUENTIAL
001140          FILE STATUS IS WS-WRK-FILE-STATUS.
001150
001160*****************************************************************
001170* GENERATION-REPORT IS THE PRINTED ORDER GENERATION REGISTER.   *
001180*****************************************************************
001190      SELECT GENERATION-REPORT
001200          ASSIGN TO "ORDGRPT"
001210          ORGANIZATION IS SEQUENTIAL
001220          FILE STATUS IS WS-RPT-FILE-STATUS.
001230
001240  DATA DIVISION.
001250
001260  FILE SECTION.
001270*****************************************************************
001280* FD  - ORDER-MASTER-FILE                                       *
001290*  THE LAYOUT MATCHES WHAT ORDMNT WRITES.                       *
001300*****************************************************************
001310  FD  ORDER-MASTER-FILE
001320      LABEL RECORDS ARE STANDARD
001330      RECORD CONTAINS 129 CHARACTERS.
001340  01  ORDER-MASTER-RECORD.
001350      05  OM-KEY.
001360          10  OM-IDENT            PIC 9(03).
001370          10  OM-ORDER-NO         PIC 9(03).
001380      05  OM-TYPE                 PIC X(01).
001390          88  OM-TYPE-GARNISHMENT       VALUE "G".
001400          88  OM-TYPE-DEDUCTION         VALUE "D".
001410      05  OM-DESCRIPTION          PIC X(15).
001420      05  OM-CASE-NUMBER          PIC X(15).
001430      05  OM-METHOD               PIC X(01).
001440          88  OM-METHOD-AMOUNT          VALUE "A".
001450          88  OM-METHOD-PERCENT         VALUE "P".
001460      05  OM-PERIOD-AMOUNT        PIC 9(04)V99.
001470      05  OM-PERCENT              PIC 9(02)V99.
001480      05  OM-TOTAL-OWED           PIC 9(06)V99.
001490      05  OM-COLLECTED            PIC 9(06)V99.
001500      05  OM-BALANCE              PIC 9(06)V99.
001510      05  OM-ARREARS              PIC 9(06)V99.
001520      05  OM-START-DATE           PIC 9(08).
001530      05  OM-STOP-DATE            PIC 9(08).
001540      05  OM-STATUS               PIC X(01).
001550          88  OM-STATUS-ACTIVE          VALUE "A".
001560          88  OM-STATUS-PAID-OFF        VALUE "P".
001570          88  OM-STATUS-ENDED           VALUE "E".
001580          88  OM-STATUS-CANCELLED       VALUE "X".
001590      05  OM-STATUS-DATE          PIC 9(08).
001600      05  OM-GEN-DATE             PIC 9(08).
001610      05  OM-GEN-AMOUNT           PIC 9(06)V99.
001620      05  OM-POST-DATE            PIC 9(08).
001630
001640*****************************************************************
001650* FD  - CUSTOMER-MASTER-FILE                                    *
001660*****************************************************************
001670  FD  CUSTOMER-MASTER-FILE
001680      LABEL RECORDS ARE STANDARD
001690      RECORD CONTAINS 60 CHARACTERS.
001700  01  CUSTOMER-MASTER-RECORD.
001710      05  CM-IDENT                PIC 9(03).
001720      05  CM-CUSTNAME             PIC X(20).
001730      05  CM-DATEOFBIRTH.
001740          10  CM-MOB              PIC 9(02).
001750          10  CM-DOB              PIC 9(02).
001760          10  CM-YOB              PIC 9(04).
001770      05  CM-HOURS-WORKED         PIC 9(03)V99.
001780      05  CM-HOURLY-RATE          PIC 9(03)V99.
001790      05  CM-AGE-YEARS            PIC 9(03).
001800      05  CM-STATUS               PIC X(01).
001810          88  CM-STATUS-ACTIVE          VALUE "A".
001820          88  CM-STATUS-LEAVE           VALUE "L".
001830          88  CM-STATUS-TERMINATED      VALUE "T".
001840      05  CM-STATUS-DATE          PIC 9(08).
001850      05  CM-PAY-TYPE             PIC X(01).
001860          88  CM-PAY-HOURLY             VALUE "H".
001870          88  CM-PAY-SALARIED           VALUE "S".
001880      05  CM-PERIOD-SALARY        PIC 9(04)V99.
001890
001900*****************************************************************
001910* FD  - PAY-HISTORY-FILE                                        *
001920*  THE LAYOUT MATCHES WHAT COBOLTUT WRITES.                     *
001930*****************************************************************
001940  FD  PAY-HISTORY-FILE
001950      LABEL RECORDS ARE STANDARD
001960      RECORD CONTAINS 167 CHARACTERS.
001970  01  PAY-HISTORY-RECORD.
001980      05  PH-KEY.
001990          10  PH-IDENT            PIC 9(03).
002000          10  PH-CYCLE-DATE       PIC 9(08).
002010          10  PH-PAY-SEQ          PIC 9(01).
002020              88  PH-REGULAR-CYCLE      VALUE 0.
002030              88  PH-OFF-CYCLE          VALUE 1 THRU 9.
002040      05  PH-CUSTNAME             PIC X(20).
002050      05  PH-REG-HOURS            PIC 9(03)V99.
002060      05  PH-REG-RATE             PIC 9(03)V99.
002070      05  PH-REG-PAY              PIC 9(05)V99.
002080      05  PH-OT-HOURS             PIC 9(03)V99.
002090      05  PH-OT-RATE              PIC 9(04)V99.
002100      05  PH-OT-PAY               PIC 9(05)V99.
002110      05  PH-GROSS                PIC 9(05)V99.
002120      05  PH-FED-TAX              PIC 9(05)V99.
002130      05  PH-STATE-TAX            PIC 9(05)V99.
002140      05  PH-FICA-TAX             PIC 9(05)V99.
002150      05  PH-ADJ-GARN             PIC S9(05)V99.
002160      05  PH-ADJ-DED              PIC S9(05)V99.
002170      05  PH-ADJ-CORR             PIC S9(05)V99.
002180      05  PH-NET                  PIC 9(05)V99.
002190      05  PH-SALARY-PAY           PIC 9(05)V99.
002200      05  PH-OFF-CYCLE-REASON     PIC X(01).
002210      05  PH-VAC-HOURS            PIC 9(03)V99.
002220      05  PH-VAC-PAY              PIC 9(05)V99.
002230      05  PH-SICK-HOURS           PIC 9(03)V99.
002240      05  PH-SICK-PAY             PIC 9(05)V99.
002250      05  PH-VAC-BALANCE          PIC S9(04)V99.
002260      05  PH-SICK-BALANCE         PIC S9(04)V99.
002270
002280*****************************************************************
002290* FD  - ADJUSTMENT-FILE                                         *
002300*  AN ORDER'S ENTRY IS DESCRIBED "#NNN " AND THE ORDER'S OWN    *
002310*  DESCRIPTION, NNN BEING THE ORDER NUMBER, SO THE PAY-HISTORY  *
002320*  ADJUSTMENT LINE IT BECOMES CAN BE TIED BACK TO THE ORDER.    *
002330*****************************************************************
002340  FD  ADJUSTMENT-FILE
002350      LABEL RECORDS ARE STANDARD
002360      RECORD CONTAINS 30 CHARACTERS.
002370  01  ADJUSTMENT-RECORD.
002380      05  AD-IDENT                PIC 9(03).
002390      05  AD-TYPE                 PIC X(01).
002400          88  AD-TYPE-GARNISHMENT       VALUE "G".
002410          88  AD-TYPE-DEDUCTION         VALUE "D".
002420          88  AD-TYPE-CORRECTION        VALUE "C".
002430      05  AD-AMOUNT               PIC S9(4)V99.
002440      05  AD-DESCRIPTION          PIC X(20).
002450      05  AD-ORDER-DESC REDEFINES AD-DESCRIPTION.
002460          10  AD-ORDER-FLAG       PIC X(01).
002470          10  AD-ORDER-NO         PIC 9(03).
002480          10  FILLER              PIC X(01).
002490          10  AD-ORDER-TEXT       PIC X(15).
002500
002510*****************************************************************
002520* FD  - ADJ-WORK-FILE                                           *
002530*  A STRAIGHT COPY OF ADJFILE AS THE CLERK LEFT IT.             *
002540*****************************************************************
002550  FD  ADJ-WORK-FILE
002560      LABEL RECORDS ARE STANDARD
002570      RECORD CONTAINS 30 CHARACTERS.
002580  01  ADJ-WORK-RECORD.
002590      05  WK-IDENT                PIC 9(03).
002600      05  FILLER                  PIC X(27).
002610
002620*****************************************************************
002630* FD  - GENERATION-REPORT                                       *
002640*****************************************************************
002650  FD  GENERATION-REPORT
002660      LABEL RECORDS ARE STANDARD
002670      RECORD CONTAINS 132 CHARACTERS.
002680  01  GENERATION-RECORD           PIC X(132).
002690
002700  WORKING-STORAGE SECTION.
002710*****************************************************************
002720* FILE STATUS AND END-OF-FILE SWITCHES                          *
002730*****************************************************************
002740  77  WS-OM-FILE-STATUS       PIC X(02) VALUE SPACES.
002750      88  WS-OM-FILE-OK              VALUE "00".
002760
002770  77  WS-ORD-EOF-SW           PIC X(01) VALUE "N".
002780      88  WS-ORD-EOF                 VALUE "Y".
002790
002800  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
002810      88  WS-CM-FILE-OK              VALUE "00".
002820
002830  77  WS-HIS-FILE-STATUS      PIC X(02) VALUE SPACES.
002840      88  WS-HIS-FILE-OK             VALUE "00".
002850
002860  77  WS-HIS-EOF-SW           PIC X(01) VALUE "N".
002870      88  WS-HIS-EOF                 VALUE "Y".
002880
002890  77  WS-ADJ-FILE-STATUS      PIC X(02) VALUE SPACES.
002900      88  WS-ADJ-FILE-OK             VALUE "00".
002910      88  WS-ADJ-FILE-MISSING        VALUE "35".
002920
002930  77  WS-ADJ-EOF-SW           PIC X(01) VALUE "N".
002940      88  WS-ADJ-EOF                 VALUE "Y".
002950
002960  77  WS-WRK-FILE-STATUS      PIC X(02) VALUE SPACES.
002970      88  WS-WRK-FILE-OK             VALUE "00".
002980
002990  77  WS-WRK-EOF-SW           PIC X(01) VALUE "N".
003000      88  WS-WRK-EOF                 VALUE "Y".
003010
003020  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
003030      88  WS-RPT-FILE-OK             VALUE "00".
003040
003050  77  WS-SETUP-ERROR-SW       PIC X(01) VALUE "N".
003060      88  WS-SETUP-ERROR             VALUE "Y".
003070
003080  77  WS-MERGE-ERROR-SW       PIC X(01) VALUE "N".
003090      88  WS-MERGE-ERROR             VALUE "Y".
003100
003110*****************************************************************
003120* PER-ORDER WORKING FIELDS.  WS-ADJ-LIMIT IS THE MOST THE       *
003130* ADJFILE AMOUNT FIELD HOLDS; ANYTHING ASKED FOR PAST IT IS NOT *
003140* TAKEN THIS PERIOD AND COMES BACK AS ARREARS.                  *
003150*****************************************************************
003160  77  WS-BASE-GROSS           PIC 9(05)V99 VALUE ZEROS.
003170  77  WS-BASE-FOUND-SW        PIC X(01) VALUE "N".
003180      88  WS-BASE-FOUND              VALUE "Y".
003190  77  WS-PERIOD-DUE           PIC 9(06)V99 VALUE ZEROS.
003200  77  WS-AMOUNT-DUE           PIC 9(06)V99 VALUE ZEROS.
003210  77  WS-ADJ-LIMIT            PIC 9(06)V99 VALUE 9999.99.
003220  77  WS-DISPOSITION          PIC X(30) VALUE SPACES.
003230
003240*****************************************************************
003250* RUN COUNTERS AND CONTROL TOTALS                               *
003260*****************************************************************
003270  77  WS-ORDER-READ-COUNT     PIC 9(07) VALUE ZEROS.
003280  77  WS-INACTIVE-COUNT       PIC 9(07) VALUE ZEROS.
003290  77  WS-NOT-STARTED-COUNT    PIC 9(07) VALUE ZEROS.
003300  77  WS-ALREADY-SCHED-COUNT  PIC 9(07) VALUE ZEROS.
003310  77  WS-ENDED-COUNT          PIC 9(07) VALUE ZEROS.
003320  77  WS-NOTHING-DUE-COUNT    PIC 9(07) VALUE ZEROS.
003330  77  WS-EXCEPTION-COUNT      PIC 9(07) VALUE ZEROS.
003340  77  WS-GARN-COUNT           PIC 9(07) VALUE ZEROS.
003350  77  WS-GARN-TOTAL           PIC S9(9)V99 VALUE ZEROS.
003360  77  WS-DED-COUNT            PIC 9(07) VALUE ZEROS.
003370  77  WS-DED-TOTAL            PIC S9(9)V99 VALUE ZEROS.
003380  77  WS-ADJ-BEFORE-COUNT     PIC 9(07) VALUE ZEROS.
003390  77  WS-ADJ-AFTER-COUNT      PIC 9(07) VALUE ZEROS.
003400  77  WS-CROSSFOOT-COUNT      PIC 9(07) VALUE ZEROS.
003410  77  WS-STAMP-ERROR-COUNT    PIC 9(07) VALUE ZEROS.
003420
003430*****************************************************************
003440* THE ORDERS WRITTEN TO ADJFILE THIS RUN, HELD BY KEY WITH THE  *
003450* AMOUNT ASKED FOR UNTIL THE LEDGER PROVES.  ONLY THEN ARE THEY *
003460* STAMPED ON ORDMAST, SO A RUN WHOSE MERGE FAILS LEAVES EVERY   *
003470* ORDER UNSTAMPED AND ITS RERUN SCHEDULES THEM AGAIN.           *
003480*****************************************************************
003490  01  WS-STAMP-TABLE.
003500      05  WS-STAMP-ENTRY OCCURS 5000 TIMES.
003510          10  WS-ST-KEY           PIC X(06).
003520          10  WS-ST-AMOUNT        PIC 9(06)V99.
003530
003540  77  WS-STAMP-COUNT          PIC 9(04) COMP VALUE ZEROS.
003550  77  WS-STAMP-MAX            PIC 9(04) COMP VALUE 5000.
003560  77  WS-ST-SUB               PIC 9(04) COMP VALUE ZEROS.
003570
003580*****************************************************************
003590* REPORT LAYOUTS AND PAGE CONTROL FIELDS                        *
003600*****************************************************************
003610  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
003620  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
003630  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
003640
003650  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
003660
003670  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
003680  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
003690      05  WS-CURR-CCYY        PIC 9(04).
003700      05  WS-CURR-MM          PIC 9(02).
003710      05  WS-CURR-DD          PIC 9(02).
003720
003730  01  RPT-HEADING-1.
003740      05  FILLER              PIC X(01) VALUE SPACE.
003750      05  FILLER              PIC X(30) VALUE
003760          "STANDING ORDER GENERATION".
003770      05  FILLER              PIC X(20) VALUE SPACES.
003780      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
003790      05  RPT-H1-DATE         PIC X(10).
003800      05  FILLER              PIC X(10) VALUE SPACES.
003810      05  FILLER              PIC X(06) VALUE "PAGE: ".
003820      05  RPT-H1-PAGE         PIC ZZZ9.
003830      05  FILLER              PIC X(41) VALUE SPACES.
003840
003850  01  RPT-HEADING-2.
003860      05  FILLER              PIC X(01) VALUE SPACE.
003870      05  FILLER              PIC X(05) VALUE "IDENT".
003880      05  FILLER              PIC X(01) VALUE SPACE.
003890      05  FILLER              PIC X(05) VALUE "ORDER".
003900      05  FILLER              PIC X(02) VALUE SPACES.
003910      05  FILLER              PIC X(04) VALUE "TYPE".
003920      05  FILLER              PIC X(02) VALUE SPACES.
003930      05  FILLER              PIC X(20) VALUE "EMPLOYEE NAME".
003940      05  FILLER              PIC X(02) VALUE SPACES.
003950      05  FILLER              PIC X(15) VALUE "DESCRIPTION".
003960      05  FILLER              PIC X(02) VALUE SPACES.
003970      05  FILLER              PIC X(09) VALUE "   PERIOD".
003980      05  FILLER              PIC X(02) VALUE SPACES.
003990      05  FILLER              PIC X(10) VALUE "   ARREARS".
004000      05  FILLER              PIC X(02) VALUE SPACES.
004010      05  FILLER              PIC X(10) VALUE "   DUE NOW".
004020      05  FILLER              PIC X(02) VALUE SPACES.
004030      05  FILLER              PIC X(30) VALUE "DISPOSITION".
004040      05  FILLER              PIC X(08) VALUE SPACES.
004050
004060  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
004070
004080  01  RPT-DETAIL-LINE.
004090      05  FILLER              PIC X(03) VALUE SPACES.
004100      05  RPT-D-IDENT         PIC ZZ9.
004110      05  FILLER              PIC X(03) VALUE SPACES.
004120      05  RPT-D-ORDER-NO      PIC ZZ9.
004130      05  FILLER              PIC X(03) VALUE SPACES.
004140      05  RPT-D-TYPE          PIC X(01).
004150      05  FILLER              PIC X(04) VALUE SPACES.
004160      05  RPT-D-NAME          PIC X(20).
004170      05  FILLER              PIC X(02) VALUE SPACES.
004180      05  RPT-D-DESCRIPTION   PIC X(15).
004190      05  FILLER              PIC X(02) VALUE SPACES.
004200      05  RPT-D-PERIOD        PIC ZZ,ZZ9.99.
004210      05  FILLER              PIC X(02) VALUE SPACES.
004220      05  RPT-D-ARREARS       PIC ZZZ,ZZ9.99.
004230      05  FILLER              PIC X(02) VALUE SPACES.
004240      05  RPT-D-DUE           PIC ZZZ,ZZ9.99.
004250      05  FILLER              PIC X(02) VALUE SPACES.
004260      05  RPT-D-DISPOSITION   PIC X(30).
004270      05  FILLER              PIC X(08) VALUE SPACES.
004280
004290  01  RPT-TOTAL-LINE.
004300      05  FILLER              PIC X(02) VALUE SPACES.
004310      05  RPT-T-LABEL         PIC X(30).
004320      05  RPT-T-COUNT         PIC ZZZ,ZZ9.
004330      05  FILLER              PIC X(03) VALUE SPACES.
004340      05  RPT-T-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
004350      05  FILLER              PIC X(76) VALUE SPACES.
004360
004370  01  RPT-MESSAGE-LINE.
004380      05  FILLER              PIC X(02) VALUE SPACES.
004390      05  RPT-M-TEXT          PIC X(60).
004400      05  FILLER              PIC X(70) VALUE SPACES.
004410
004420*****************************************************************
004430* RUN-SEQUENCING CONTROL PARAMETER AREA FOR THE RUNCTLIO CALLS. *
004440* NO PREDECESSOR, BUT A SECOND RUN THE SAME DAY IS REFUSED.     *
004450* WHAT KEEPS ONE PERIOD'S ORDERS OFF ADJFILE TWICE IS THE ORDER *
004460* ITSELF - 2300 SKIPS ANY ORDER GENERATED SINCE ORDPOST LAST    *
004470* POSTED IT.                                                    *
004480*****************************************************************
004490  01  RUN-CONTROL-PARMS.
004500      05  RC-FUNCTION             PIC X(01).
004510      05  RC-PROGRAM              PIC X(08).
004520      05  RC-PREDECESSOR          PIC X(08).
004530      05  RC-CYCLE-DATE           PIC 9(08).
004540      05  RC-COMPLETION-CODE      PIC 9(02).
004550      05  RC-RESULT               PIC 9(02).
004560      05  RC-REASON               PIC X(40).
004570
004580  77  WS-RUNCTL-REFUSED-SW    PIC X(01) VALUE "N".
004590      88  WS-RUNCTL-REFUSED          VALUE "Y".
004600
004610  PROCEDURE DIVISION.
004620*****************************************************************
004630*                         0000-MAINLINE                         *
004640*****************************************************************
004650  0000-MAINLINE.
004660
004670      PERFORM 1000-INITIALIZE
004680          THRU 1000-INITIALIZE-EXIT.
004690
004700      IF NOT WS-RUNCTL-REFUSED
004710          AND NOT WS-SETUP-ERROR
004720          PERFORM 2000-GENERATE-ORDERS
004730              THRU 2000-GENERATE-ORDERS-EXIT
004740      END-IF.
004750
004760      PERFORM 3000-FINALIZE
004770          THRU 3000-FINALIZE-EXIT.
004780
004790      STOP RUN.
004800
004810*****************************************************************
004820*                        1000-INITIALIZE                        *
004830*  LOGS THE RUN START WITH RUNCTLIO, THEN OPENS THE REPORT, THE *
004840*  ORDER MASTER, CUSTOMER MASTER AND PAY HISTORY.  A REFUSED    *
004850*  RUN OPENS NOTHING; A FILE THAT WILL NOT OPEN STOPS THE RUN   *
004860*  BEFORE ADJFILE IS TOUCHED.                                   *
004870*****************************************************************
004880  1000-INITIALIZE.
004890
004900      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004910
004920      STRING WS-CURR-MM   DELIMITED BY SIZE
004930             "/"          DELIMITED BY SIZE
004940             WS-CURR-DD   DELIMITED BY SIZE
004950             "/"          DELIMITED BY SIZE
004960             WS-CURR-CCYY DELIMITED BY SIZE
004970          INTO WS-RUN-DATE-EDIT
004980
004990      MOVE "S"             TO RC-FUNCTION
005000      MOVE "ORDGEN"        TO RC-PROGRAM
005010      MOVE SPACES          TO RC-PREDECESSOR
005020      MOVE WS-CURRENT-DATE TO RC-CYCLE-DATE
005030      MOVE ZEROS           TO RC-COMPLETION-CODE
005040
005050      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
005060
005070      IF RC-RESULT NOT = ZEROS
005080          DISPLAY "ORDGEN: RUN REFUSED - " RC-REASON
005090          SET WS-RUNCTL-REFUSED TO TRUE
005100          MOVE 8 TO RETURN-CODE
005110          GO TO 1000-INITIALIZE-EXIT
005120      END-IF.
005130
005140      OPEN OUTPUT GENERATION-REPORT
005150
005160      IF NOT WS-RPT-FILE-OK
005170          DISPLAY "ORDGEN: UNABLE TO OPEN ORDGRPT, "
005180                  "STATUS = " WS-RPT-FILE-STATUS
005190          SET WS-SETUP-ERROR TO TRUE
005200      END-IF.
005210
005220      OPEN I-O ORDER-MASTER-FILE
005230
005240      IF NOT WS-OM-FILE-OK
005250          DISPLAY "ORDGEN: UNABLE TO OPEN ORDMAST, "
005260                  "STATUS = " WS-OM-FILE-STATUS
005270          SET WS-SETUP-ERROR TO TRUE
005280      END-IF.
005290
005300      OPEN INPUT CUSTOMER-MASTER-FILE
005310
005320      IF NOT WS-CM-FILE-OK
005330          DISPLAY "ORDGEN: UNABLE TO OPEN CUSTMAST, "
005340                  "STATUS = " WS-CM-FILE-STATUS
005350          SET WS-SETUP-ERROR TO TRUE
005360      END-IF.
005370
005380      OPEN INPUT PAY-HISTORY-FILE
005390
005400      IF NOT WS-HIS-FILE-OK
005410          DISPLAY "ORDGEN: UNABLE TO OPEN PAYHIST, "
005420                  "STATUS = " WS-HIS-FILE-STATUS
005430          SET WS-SETUP-ERROR TO TRUE
005440      END-IF.
005450
005460      IF WS-SETUP-ERROR
005470          MOVE 8 TO RETURN-CODE
005480      END-IF.
005490
005500      PERFORM 2810-PRINT-HEADINGS
005510          THRU 2810-PRINT-HEADINGS-EXIT.
005520
005530  1000-INITIALIZE-EXIT.
005540      EXIT.
005550
005560*****************************************************************
005570*                      2000-GENERATE-ORDERS                     *
005580*  COPIES ADJFILE AS THE CLERK LEFT IT TO ADJWORK, THEN WRITES  *
005590*  ADJFILE BACK FROM THE COPY, SCHEDULING EVERY HELD ORDER FOR  *
005600*  A LOWER IDENT AHEAD OF EACH CLERK'S ENTRY AND THE REST OF    *
005610*  THE ORDER MASTER AFTER THE LAST ONE.  NO ADJFILE YET         *
005620*  (STATUS 35) IS AN EMPTY LEDGER.                              *
005630*****************************************************************
005640  2000-GENERATE-ORDERS.
005650
005660      OPEN INPUT ADJUSTMENT-FILE
005670
005680      IF WS-ADJ-FILE-MISSING
005690          SET WS-ADJ-EOF TO TRUE
005700      ELSE
005710      IF NOT WS-ADJ-FILE-OK
005720          DISPLAY "ORDGEN: UNABLE TO OPEN ADJFILE, "
005730                  "STATUS = " WS-ADJ-FILE-STATUS
005740          SET WS-MERGE-ERROR TO TRUE
005750          GO TO 2000-GENERATE-ORDERS-EXIT
005760      END-IF
005770      END-IF
005780
005790      OPEN OUTPUT ADJ-WORK-FILE
005800
005810      IF NOT WS-WRK-FILE-OK
005820          DISPLAY "ORDGEN: UNABLE TO OPEN ADJWORK, "
005830                  "STATUS = " WS-WRK-FILE-STATUS
005840          SET WS-MERGE-ERROR TO TRUE
005850          IF NOT WS-ADJ-FILE-MISSING
005860              CLOSE ADJUSTMENT-FILE
005870          END-IF
005880          GO TO 2000-GENERATE-ORDERS-EXIT
005890      END-IF
005900
005910      PERFORM 2050-COPY-ADJ-RECORD
005920          THRU 2050-COPY-ADJ-RECORD-EXIT
005930          UNTIL WS-ADJ-EOF
005940
005950      IF NOT WS-ADJ-FILE-MISSING
005960          CLOSE ADJUSTMENT-FILE
005970      END-IF
005980
005990      CLOSE ADJ-WORK-FILE
006000
006010      OPEN INPUT ADJ-WORK-FILE
006020
006030      IF NOT WS-WRK-FILE-OK
006040          DISPLAY "ORDGEN: UNABLE TO REOPEN ADJWORK, "
006050                  "STATUS = " WS-WRK-FILE-STATUS
006060          SET WS-MERGE-ERROR TO TRUE
006070          GO TO 2000-GENERATE-ORDERS-EXIT
006080      END-IF
006090
006100      OPEN OUTPUT ADJUSTMENT-FILE
006110
006120      IF NOT WS-ADJ-FILE-OK
006130          DISPLAY "ORDGEN: UNABLE TO REWRITE ADJFILE, "
006140                  "STATUS = " WS-ADJ-FILE-STATUS
006150          SET WS-MERGE-ERROR TO TRUE
006160          CLOSE ADJ-WORK-FILE
006170          GO TO 2000-GENERATE-ORDERS-EXIT
006180      END-IF
006190
006200      PERFORM 2100-READ-ORDER
006210          THRU 2100-READ-ORDER-EXIT
006220
006230      PERFORM 2200-MERGE-ADJ-RECORD
006240          THRU 2200-MERGE-ADJ-RECORD-EXIT
006250          UNTIL WS-WRK-EOF
006260
006270      PERFORM 2300-SCHEDULE-ORDER
006280          THRU 2300-SCHEDULE-ORDER-EXIT
006290          UNTIL WS-ORD-EOF
006300
006310      CLOSE ADJ-WORK-FILE
006320      CLOSE ADJUSTMENT-FILE.
006330
006340  2000-GENERATE-ORDERS-EXIT.
006350      EXIT.
006360
006370*****************************************************************
006380*                      2050-COPY-ADJ-RECORD                     *
006390*****************************************************************
006400  2050-COPY-ADJ-RECORD.
006410
006420      READ ADJUSTMENT-FILE
006430          AT END
006440              SET WS-ADJ-EOF TO TRUE
006450              GO TO 2050-COPY-ADJ-RECORD-EXIT
006460      END-READ
006470
006480      WRITE ADJ-WORK-RECORD FROM ADJUSTMENT-RECORD
006490
006500      ADD 1 TO WS-ADJ-BEFORE-COUNT.
006510
006520  2050-COPY-ADJ-RECORD-EXIT.
006530      EXIT.
006540
006550*****************************************************************
006560*                        2100-READ-ORDER                        *
006570*  READS THE NEXT ORDER IN KEY SEQUENCE INTO THE HOLD AREA.     *
006580*****************************************************************
006590  2100-READ-ORDER.
006600
006610      READ ORDER-MASTER-FILE NEXT RECORD
006620          AT END
006630              SET WS-ORD-EOF TO TRUE
006640      END-READ.
006650
006660  2100-READ-ORDER-EXIT.
006670      EXIT.
006680
006690*****************************************************************
006700*                     2200-MERGE-ADJ-RECORD                     *
006710*  READS THE NEXT CLERK'S ENTRY, SCHEDULES EVERY HELD ORDER FOR *
006720*  A LOWER IDENT AHEAD OF IT, THEN WRITES IT BACK.              *
006730*****************************************************************
006740  2200-MERGE-ADJ-RECORD.
006750
006760      READ ADJ-WORK-FILE
006770          AT END
006780              SET WS-WRK-EOF TO TRUE
006790              GO TO 2200-MERGE-ADJ-RECORD-EXIT
006800      END-READ
006810
006820      PERFORM 2300-SCHEDULE-ORDER
006830          THRU 2300-SCHEDULE-ORDER-EXIT
006840          UNTIL WS-ORD-EOF
006850             OR OM-IDENT >= WK-IDENT
006860
006870      WRITE ADJUSTMENT-RECORD FROM ADJ-WORK-RECORD
006880
006890      ADD 1 TO WS-ADJ-AFTER-COUNT.
006900
006910  2200-MERGE-ADJ-RECORD-EXIT.
006920      EXIT.
006930
006940*****************************************************************
006950*                      2300-SCHEDULE-ORDER                      *
006960*  DECIDES WHAT THE HELD ORDER TAKES THIS PERIOD, HOLDS IT FOR  *
006970*  STAMPING AND WRITES THE ADJFILE ENTRY, THEN READS THE NEXT   *
006980*  ORDER AHEAD.  AN ORDER PAST ITS STOP DATE STILL              *
006990*  COLLECTS ITS ARREARS; ONE WITH NONE LEFT IS ENDED.  NOTHING  *
007000*  IS SCHEDULED FOR AN EMPLOYEE OFF THE MASTER OR TERMINATED -  *
007010*  THAT ORDER IS LISTED AS AN EXCEPTION FOR PAYROLL TO CANCEL.  *
007020*  AN ORDER GENERATED SINCE ORDPOST LAST POSTED IT IS ALREADY   *
007030*  ON ADJFILE FOR THIS CYCLE AND IS LISTED AS ALREADY           *
007040*  SCHEDULED, NOT WRITTEN AGAIN.                                *
007050*****************************************************************
007060  2300-SCHEDULE-ORDER.
007070
007080      ADD 1 TO WS-ORDER-READ-COUNT
007090
007100      MOVE ZEROS  TO WS-PERIOD-DUE
007110      MOVE ZEROS  TO WS-AMOUNT-DUE
007120      MOVE SPACES TO WS-DISPOSITION
007130
007140      IF NOT OM-STATUS-ACTIVE
007150          ADD 1 TO WS-INACTIVE-COUNT
007160          GO TO 2300-SCHEDULE-ORDER-NEXT
007170      END-IF
007180
007190      IF OM-START-DATE > WS-CURRENT-DATE
007200          ADD 1 TO WS-NOT-STARTED-COUNT
007210          GO TO 2300-SCHEDULE-ORDER-NEXT
007220      END-IF
007230
007240      MOVE OM-IDENT TO CM-IDENT
007250      READ CUSTOMER-MASTER-FILE
007260          INVALID KEY
007270              MOVE SPACES TO CM-CUSTNAME
007280              MOVE "*** NO CUSTOMER MASTER" TO WS-DISPOSITION
007290              ADD 1 TO WS-EXCEPTION-COUNT
007300              GO TO 2300-SCHEDULE-ORDER-PRINT
007310      END-READ
007320
007330      IF CM-STATUS-TERMINATED
007340          MOVE "*** EMPLOYEE TERMINATED" TO WS-DISPOSITION
007350          ADD 1 TO WS-EXCEPTION-COUNT
007360          GO TO 2300-SCHEDULE-ORDER-PRINT
007370      END-IF
007380
007390      IF OM-GEN-DATE > OM-POST-DATE
007400          MOVE "ALREADY SCHEDULED" TO WS-DISPOSITION
007410          ADD 1 TO WS-ALREADY-SCHED-COUNT
007420          GO TO 2300-SCHEDULE-ORDER-PRINT
007430      END-IF
007440
007450      IF OM-STOP-DATE NOT = ZERO
007460          AND OM-STOP-DATE < WS-CURRENT-DATE
007470          IF OM-ARREARS = ZERO
007480              PERFORM 2320-END-ORDER
007490                  THRU 2320-END-ORDER-EXIT
007500              GO TO 2300-SCHEDULE-ORDER-PRINT
007510          END-IF
007520      ELSE
007530      IF OM-METHOD-PERCENT
007540          PERFORM 2350-FIND-LAST-GROSS
007550              THRU 2350-FIND-LAST-GROSS-EXIT
007560          IF WS-BASE-FOUND
007570              COMPUTE WS-PERIOD-DUE ROUNDED =
007580                  WS-BASE-GROSS * OM-PERCENT / 100
007590          ELSE
007600              MOVE "*** NO PAY HISTORY FOR PERCENT"
007610                TO WS-DISPOSITION
007620              ADD 1 TO WS-EXCEPTION-COUNT
007630          END-IF
007640      ELSE
007650          MOVE OM-PERIOD-AMOUNT TO WS-PERIOD-DUE
007660      END-IF
007670      END-IF
007680
007690      ADD WS-PERIOD-DUE OM-ARREARS GIVING WS-AMOUNT-DUE
007700
007710      IF OM-TOTAL-OWED > ZERO
007720          AND WS-AMOUNT-DUE > OM-BALANCE
007730          MOVE OM-BALANCE TO WS-AMOUNT-DUE
007740      END-IF
007750
007760      IF WS-AMOUNT-DUE = ZERO
007770          IF WS-DISPOSITION = SPACES
007780              MOVE "NOTHING DUE" TO WS-DISPOSITION
007790          END-IF
007800          ADD 1 TO WS-NOTHING-DUE-COUNT
007810          GO TO 2300-SCHEDULE-ORDER-PRINT
007820      END-IF
007830
007840      PERFORM 2400-WRITE-ORDER-ENTRY
007850          THRU 2400-WRITE-ORDER-ENTRY-EXIT.
007860
007870  2300-SCHEDULE-ORDER-PRINT.
007880
007890      PERFORM 2800-PRINT-DETAIL-LINE
007900          THRU 2800-PRINT-DETAIL-LINE-EXIT.
007910
007920  2300-SCHEDULE-ORDER-NEXT.
007930
007940      PERFORM 2100-READ-ORDER
007950          THRU 2100-READ-ORDER-EXIT.
007960
007970  2300-SCHEDULE-ORDER-EXIT.
007980      EXIT.
007990
008000*****************************************************************
008010*                         2320-END-ORDER                        *
008020*  CLOSES AN ORDER WHOSE STOP DATE HAS PASSED WITH NOTHING LEFT *
008030*  IN ARREARS.                                                  *
008040*****************************************************************
008050  2320-END-ORDER.
008060
008070      MOVE "E"             TO OM-STATUS
008080      MOVE WS-CURRENT-DATE TO OM-STATUS-DATE
008090
008100      REWRITE ORDER-MASTER-RECORD
008110          INVALID KEY
008120              DISPLAY "ORDGEN: CANNOT REWRITE ORDMAST, KEY "
008130                      OM-KEY
008140              SET WS-MERGE-ERROR TO TRUE
008150              MOVE "*** ORDMAST REWRITE FAILED"
008160                TO WS-DISPOSITION
008170              GO TO 2320-END-ORDER-EXIT
008180      END-REWRITE
008190
008200      ADD 1 TO WS-ENDED-COUNT
008210      MOVE "ENDED - STOP DATE PASSED" TO WS-DISPOSITION.
008220
008230  2320-END-ORDER-EXIT.
008240      EXIT.
008250
008260*****************************************************************
008270*                      2350-FIND-LAST-GROSS                     *
008280*  STARTS PAY-HISTORY AT THE ORDER'S IDENT AND READS FORWARD    *
008290*  THROUGH THAT EMPLOYEE'S CYCLES, KEEPING THE GROSS OF THE     *
008300*  LAST ONE - THE BEST FIGURE THERE IS FOR A PERIOD NOT YET     *
008310*  PAID.  OFF-CYCLE PAYMENTS ARE NOT A PERIOD'S PAY AND ARE     *
008320*  PASSED OVER.                                                 *
008330*****************************************************************
008340  2350-FIND-LAST-GROSS.
008350
008360      MOVE "N"   TO WS-BASE-FOUND-SW
008370      MOVE "N"   TO WS-HIS-EOF-SW
008380      MOVE ZEROS TO WS-BASE-GROSS
008390
008400      MOVE OM-IDENT TO PH-IDENT
008410      MOVE ZEROS    TO PH-CYCLE-DATE
008420      MOVE ZERO     TO PH-PAY-SEQ
008430
008440      START PAY-HISTORY-FILE KEY NOT < PH-KEY
008450          INVALID KEY
008460              SET WS-HIS-EOF TO TRUE
008470      END-START
008480
008490      PERFORM 2360-READ-HISTORY
008500          THRU 2360-READ-HISTORY-EXIT
008510          UNTIL WS-HIS-EOF.
008520
008530  2350-FIND-LAST-GROSS-EXIT.
008540      EXIT.
008550
008560*****************************************************************
008570*                       2360-READ-HISTORY                       *
008580*****************************************************************
008590  2360-READ-HISTORY.
008600
008610      READ PAY-HISTORY-FILE NEXT RECORD
008620          AT END
008630              SET WS-HIS-EOF TO TRUE
008640              GO TO 2360-READ-HISTORY-EXIT
008650      END-READ
008660
008670      IF PH-IDENT NOT = OM-IDENT
008680          SET WS-HIS-EOF TO TRUE
008690          GO TO 2360-READ-HISTORY-EXIT
008700      END-IF
008710
008720      IF PH-OFF-CYCLE
008730          GO TO 2360-READ-HISTORY-EXIT
008740      END-IF
008750
008760      MOVE PH-GROSS TO WS-BASE-GROSS
008770      SET WS-BASE-FOUND TO TRUE.
008780
008790  2360-READ-HISTORY-EXIT.
008800      EXIT.
008810
008820*****************************************************************
008830*                     2400-WRITE-ORDER-ENTRY                    *
008840*  HOLDS THE ORDER'S KEY AND THE FULL AMOUNT DUE IN THE STAMP   *
008850*  TABLE, THEN WRITES THE NEGATIVE ADJFILE ENTRY FOR IT.  AN    *
008860*  AMOUNT PAST THE ADJFILE FIELD IS WRITTEN AT THE LIMIT;       *
008870*  ORDPOST CARRIES THE REST AS ARREARS.  AN ORDER THAT WILL NOT *
008880*  FIT IN THE TABLE IS NOT WRITTEN AND IS LISTED AS AN          *
008890*  EXCEPTION.                                                   *
008900*****************************************************************
008910  2400-WRITE-ORDER-ENTRY.
008920
008930      IF WS-STAMP-COUNT NOT < WS-STAMP-MAX
008940          MOVE "*** TOO MANY ORDERS THIS RUN" TO WS-DISPOSITION
008950          ADD 1 TO WS-EXCEPTION-COUNT
008960          GO TO 2400-WRITE-ORDER-ENTRY-EXIT
008970      END-IF
008980
008990      ADD 1 TO WS-STAMP-COUNT
009000      MOVE OM-KEY        TO WS-ST-KEY (WS-STAMP-COUNT)
009010      MOVE WS-AMOUNT-DUE TO WS-ST-AMOUNT (WS-STAMP-COUNT)
009020
009030      MOVE SPACES         TO ADJUSTMENT-RECORD
009040      MOVE OM-IDENT       TO AD-IDENT
009050      MOVE OM-TYPE        TO AD-TYPE
009060      MOVE "#"            TO AD-ORDER-FLAG
009070      MOVE OM-ORDER-NO    TO AD-ORDER-NO
009080      MOVE OM-DESCRIPTION TO AD-ORDER-TEXT
009090
009100      IF WS-AMOUNT-DUE > WS-ADJ-LIMIT
009110          COMPUTE AD-AMOUNT = 0 - WS-ADJ-LIMIT
009120          MOVE "WRITTEN AT ADJFILE LIMIT" TO WS-DISPOSITION
009130      ELSE
009140          COMPUTE AD-AMOUNT = 0 - WS-AMOUNT-DUE
009150          MOVE "WRITTEN TO ADJFILE" TO WS-DISPOSITION
009160      END-IF
009170
009180      WRITE ADJUSTMENT-RECORD
009190
009200      ADD 1 TO WS-ADJ-AFTER-COUNT
009210
009220      IF OM-TYPE-GARNISHMENT
009230          ADD 1         TO WS-GARN-COUNT
009240          ADD AD-AMOUNT TO WS-GARN-TOTAL
009250      ELSE
009260          ADD 1         TO WS-DED-COUNT
009270          ADD AD-AMOUNT TO WS-DED-TOTAL
009280      END-IF.
009290
009300  2400-WRITE-ORDER-ENTRY-EXIT.
009310      EXIT.
009320
009330*****************************************************************
009340*                     2800-PRINT-DETAIL-LINE                    *
009350*  PRINTS THE HELD ORDER WITH WHAT WAS DUE AND WHAT BECAME OF   *
009360*  IT, BREAKING TO A NEW PAGE FIRST IF THE PAGE IS FULL.        *
009370*****************************************************************
009380  2800-PRINT-DETAIL-LINE.
009390
009400      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009410          PERFORM 2810-PRINT-HEADINGS
009420              THRU 2810-PRINT-HEADINGS-EXIT
009430      END-IF
009440
009450      MOVE OM-IDENT       TO RPT-D-IDENT
009460      MOVE OM-ORDER-NO    TO RPT-D-ORDER-NO
009470      MOVE OM-TYPE        TO RPT-D-TYPE
009480      MOVE CM-CUSTNAME    TO RPT-D-NAME
009490      MOVE OM-DESCRIPTION TO RPT-D-DESCRIPTION
009500      MOVE WS-PERIOD-DUE  TO RPT-D-PERIOD
009510      MOVE OM-ARREARS     TO RPT-D-ARREARS
009520      MOVE WS-AMOUNT-DUE  TO RPT-D-DUE
009530      MOVE WS-DISPOSITION TO RPT-D-DISPOSITION
009540
009550      WRITE GENERATION-RECORD FROM RPT-DETAIL-LINE
009560          AFTER ADVANCING 1 LINE
009570
009580      ADD 1 TO WS-LINE-COUNT.
009590
009600  2800-PRINT-DETAIL-LINE-EXIT.
009610      EXIT.
009620
009630*****************************************************************
009640*                      2810-PRINT-HEADINGS                      *
009650*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
009660*  NEW PAGE AND RESETS THE LINE COUNT.                          *
009670*****************************************************************
009680  2810-PRINT-HEADINGS.
009690
009700      ADD 1 TO WS-PAGE-COUNT
009710      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
009720      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
009730
009740      WRITE GENERATION-RECORD FROM RPT-HEADING-1
009750          AFTER ADVANCING PAGE
009760      WRITE GENERATION-RECORD FROM RPT-BLANK-LINE
009770          AFTER ADVANCING 1 LINE
009780      WRITE GENERATION-RECORD FROM RPT-HEADING-2
009790          AFTER ADVANCING 1 LINE
009800      WRITE GENERATION-RECORD FROM RPT-BLANK-LINE
009810          AFTER ADVANCING 1 LINE
009820
009830      MOVE ZEROS TO WS-LINE-COUNT.
009840
009850  2810-PRINT-HEADINGS-EXIT.
009860      EXIT.
009870
009880*****************************************************************
009890*                         3000-FINALIZE                         *
009900*  PRINTS THE RUN TOTALS AND PROVES THE LEDGER - RECORDS BEFORE *
009910*  PLUS ORDER ENTRIES WRITTEN MUST EQUAL RECORDS AFTER - THEN   *
009920*  STAMPS THE ORDERS WRITTEN ON ORDMAST IF IT PROVES, AND TELLS *
009930*  THE CLERK WHAT TO ADD TO ADJCTL.  A FAILED MERGE STAMPS      *
009940*  NOTHING.  A FAILED MERGE OR A STAMP THAT WILL NOT REWRITE    *
009950*  SETS RETURN-CODE 8; ORDER EXCEPTIONS ALONE SET 4.            *
009960*****************************************************************
009970  3000-FINALIZE.
009980
009990      IF WS-RUNCTL-REFUSED
010000          GO TO 3000-FINALIZE-EXIT
010010      END-IF.
010020
010030      IF WS-SETUP-ERROR
010040          GO TO 3000-FINALIZE-CLOSE
010050      END-IF.
010060
010070      WRITE GENERATION-RECORD FROM RPT-BLANK-LINE
010080          AFTER ADVANCING 2 LINES
010090
010100      MOVE ZEROS TO RPT-T-AMOUNT
010110
010120      MOVE "ORDERS READ"               TO RPT-T-LABEL
010130      MOVE WS-ORDER-READ-COUNT         TO RPT-T-COUNT
010140      WRITE GENERATION-RECORD FROM RPT-TOTAL-LINE
010150          AFTER ADVANCING 1 LINE
010160
010170      MOVE "  NOT ACTIVE"              TO RPT-T-LABEL
010180      MOVE WS-INACTIVE-COUNT           TO RPT-T-COUNT
010190      WRITE GENERATION-RECORD FROM RPT-TOTAL-LINE
010200          AFTER ADVANCING 1 LINE
010210
010220      MOVE "  NOT YET STARTED"         TO RPT-T-LABEL
010230      MOVE WS-NOT-STARTED-COUNT        TO RPT-T-COUNT
010240      WRITE GENERATION-RECORD FROM RPT-TOTAL-LINE
010250          AFTER ADVANCING 1 LINE
010260
010270      MOVE "  ALREADY SCHEDULED"       TO RPT-T-LABEL
010280      MOVE WS-ALREADY-SCHED-COUNT      TO RPT-T-COUNT
010290      WRITE GENERATION-RECORD FROM RPT-TOTAL-LINE
010300          AFTER ADVANCING 1 LINE
010310
010320      MOVE "  ENDED THIS RUN"          TO RPT-T-LABEL
010330      MOVE WS-ENDED-COUNT              TO RPT-T-COUNT
010340      WRITE GENERATION-RECORD FROM RPT-TOTAL-LINE
010350          AFTER ADVANCING 1 LINE
010360
010370      MOVE "  NOTHING DUE"             TO RPT-T-LABEL
010380      MOVE WS-NOTHING-DUE-COUNT        TO RPT-T-COUNT
010390      WRITE GENERATION-RECORD FROM RPT-TOTAL-LINE
010400          AFTER ADVANCING 1 LINE
010410
010420      MOVE "  EXCEPTIONS"              TO RPT-T-LABEL
010430      MOVE WS-EXCEPTION-COUNT          TO RPT-T-COUNT
010440      WRITE GENERATION-RECORD FROM RPT-TOTAL-LINE
010450          AFTER ADVANCING 1 LINE
010460
010470      MOVE "  GARNISHMENTS WRITTEN"    TO RPT-T-LABEL
010480      MOVE WS-GARN-COUNT               TO RPT-T-COUNT
010490      MOVE WS-GARN-TOTAL               TO RPT-T-AMOUNT
010500      WRITE GENERATION-RECORD FROM RPT-TOTAL-LINE
010510          AFTER ADVANCING 1 LINE
010520
010530      MOVE "  DEDUCTIONS WRITTEN"      TO RPT-T-LABEL
010540      MOVE WS-DED-COUNT                TO RPT-T-COUNT
010550      MOVE WS-DED-TOTAL                TO RPT-T-AMOUNT
010560      WRITE GENERATION-RECORD FROM RPT-TOTAL-LINE
010570          AFTER ADVANCING 1 LINE
010580
010590      MOVE ZEROS TO RPT-T-AMOUNT
010600
010610      MOVE "ADJFILE RECORDS BEFORE"    TO RPT-T-LABEL
010620      MOVE WS-ADJ-BEFORE-COUNT         TO RPT-T-COUNT
010630      WRITE GENERATION-RECORD FROM RPT-TOTAL-LINE
010640          AFTER ADVANCING 1 LINE
010650
010660      MOVE "ADJFILE RECORDS AFTER"     TO RPT-T-LABEL
010670      MOVE WS-ADJ-AFTER-COUNT          TO RPT-T-COUNT
010680      WRITE GENERATION-RECORD FROM RPT-TOTAL-LINE
010690          AFTER ADVANCING 1 LINE
010700
010710      WRITE GENERATION-RECORD FROM RPT-BLANK-LINE
010720          AFTER ADVANCING 1 LINE
010730
010740      ADD WS-ADJ-BEFORE-COUNT WS-GARN-COUNT WS-DED-COUNT
010750          GIVING WS-CROSSFOOT-COUNT
010760
010770      IF WS-MERGE-ERROR
010780          MOVE "*** ADJFILE NOT UPDATED - RESTORE AND RERUN ***"
010790            TO RPT-M-TEXT
010800      ELSE
010810      IF WS-CROSSFOOT-COUNT NOT = WS-ADJ-AFTER-COUNT
010820          SET WS-MERGE-ERROR TO TRUE
010830          MOVE "*** ADJFILE OUT OF BALANCE - RERUN ***"
010840            TO RPT-M-TEXT
010850      ELSE
010860          MOVE "ADJFILE IN BALANCE - BEFORE + WRITTEN = AFTER"
010870            TO RPT-M-TEXT
010880      END-IF
010890      END-IF
010900
010910      WRITE GENERATION-RECORD FROM RPT-MESSAGE-LINE
010920          AFTER ADVANCING 1 LINE
010930
010940      IF NOT WS-MERGE-ERROR
010950          MOVE 1 TO WS-ST-SUB
010960          PERFORM 3100-STAMP-ORDER
010970              THRU 3100-STAMP-ORDER-EXIT
010980              UNTIL WS-ST-SUB > WS-STAMP-COUNT
010990      END-IF
011000
011010      IF WS-STAMP-ERROR-COUNT > ZERO
011020          MOVE "*** ORDMAST NOT FULLY STAMPED - SEE CONSOLE ***"
011030            TO RPT-M-TEXT
011040          WRITE GENERATION-RECORD FROM RPT-MESSAGE-LINE
011050              AFTER ADVANCING 1 LINE
011060      END-IF
011070
011080      IF WS-GARN-COUNT + WS-DED-COUNT > ZERO
011090          AND NOT WS-MERGE-ERROR
011100          MOVE "ADD THE GARNISHMENTS AND DEDUCTIONS WRITTEN TO"
011110            TO RPT-M-TEXT
011120          WRITE GENERATION-RECORD FROM RPT-MESSAGE-LINE
011130              AFTER ADVANCING 1 LINE
011140          MOVE "THE ADJCTL COUNTS AND TOTALS BEFORE ADJEDIT RUNS."
011150            TO RPT-M-TEXT
011160          WRITE GENERATION-RECORD FROM RPT-MESSAGE-LINE
011170              AFTER ADVANCING 1 LINE
011180      END-IF
011190
011200      IF WS-MERGE-ERROR
011210          OR WS-STAMP-ERROR-COUNT > ZERO
011220          MOVE 8 TO RETURN-CODE
011230      ELSE
011240      IF WS-EXCEPTION-COUNT > ZERO
011250          MOVE 4 TO RETURN-CODE
011260      END-IF
011270      END-IF.
011280
011290  3000-FINALIZE-CLOSE.
011300
011310      CLOSE ORDER-MASTER-FILE
011320      CLOSE CUSTOMER-MASTER-FILE
011330      CLOSE PAY-HISTORY-FILE
011340      CLOSE GENERATION-REPORT
011350
011360      MOVE "E"         TO RC-FUNCTION
011370      MOVE RETURN-CODE TO RC-COMPLETION-CODE
011380
011390      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS.
011400
011410  3000-FINALIZE-EXIT.
011420      EXIT.
011430
011440*****************************************************************
011450*                        3100-STAMP-ORDER                       *
011460*  STAMPS ONE HELD ORDER ON ORDMAST WITH THIS CYCLE AND THE     *
011470*  AMOUNT ASKED FOR, THEN STEPS TO THE NEXT.  AN ORDER THAT     *
011480*  CANNOT BE READ BACK OR REWRITTEN IS ON ADJFILE BUT UNSTAMPED *
011490*  - ORDPOST WILL NOT POST IT - AND IS SHOWN ON THE CONSOLE FOR *
011500*  HAND CORRECTION.                                             *
011510*****************************************************************
011520  3100-STAMP-ORDER.
011530
011540      MOVE WS-ST-KEY (WS-ST-SUB) TO OM-KEY
011550
011560      READ ORDER-MASTER-FILE
011570          INVALID KEY
011580              DISPLAY "ORDGEN: CANNOT READ ORDMAST TO STAMP, KEY "
011590                      OM-KEY
011600              ADD 1 TO WS-STAMP-ERROR-COUNT
011610              GO TO 3100-STAMP-ORDER-NEXT
011620      END-READ
011630
011640      MOVE WS-CURRENT-DATE          TO OM-GEN-DATE
011650      MOVE WS-ST-AMOUNT (WS-ST-SUB) TO OM-GEN-AMOUNT
011660
011670      REWRITE ORDER-MASTER-RECORD
011680          INVALID KEY
011690              DISPLAY "ORDGEN: CANNOT REWRITE ORDMAST, KEY "
011700                      OM-KEY
011710              ADD 1 TO WS-STAMP-ERROR-COUNT
011720      END-REWRITE.
011730
011740  3100-STAMP-ORDER-NEXT.
011750
011760      ADD 1 TO WS-ST-SUB.
011770
011780  3100-STAMP-ORDER-EXIT.
011790      EXIT.
011800
