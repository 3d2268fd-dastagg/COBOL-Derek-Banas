001980*                  THE STATEMENT PRINTED THEM, SO STMTRPRT      *
001990*                  REGENERATES EACH ADJUSTMENT LINE INSTEAD OF  *
002000*                  A PER-TYPE TOTAL.                            *
002010* 10/15/2026 DRH   THE MASTER RECORD NOW CARRIES A PAY TYPE     *
002020*                  (H HOURLY / S SALARIED) AND A PER-PERIOD     *
002030*                  SALARY, AND GREW TO 60 BYTES.  2500-PAYCALC  *
002040*                  PAYS A SALARIED EMPLOYEE THE FLAT SALARY     *
002050*                  WITH NO OVERTIME, AND ONE WITH NO USABLE     *
002060*                  TIMECARD IS NO LONGER SENT TO THE EXCEPTION  *
002070*                  LIST.  THE STATEMENT AND PAY HISTORY CARRY   *
002080*                  SALARY AS ITS OWN EARNINGS LINE, AND THE RUN *
002090*                  CONTROL SUMMARY COUNTS HOURLY AND SALARIED   *
002100*                  PAYEES SEPARATELY.                           *
002110* 10/15/2026 DRH   A GARNISHMENT OR DEDUCTION THE PAY LEFT      *
002120*                  CANNOT COVER IS NOW TAKEN IN PART, AND THE   *
002130*                  STATEMENT, PAY HISTORY, YTD AND GL CARRY     *
002140*                  THE AMOUNT ACTUALLY TAKEN.  THE PART NOT     *
002150*                  TAKEN PRINTS ON THE STATEMENT AND THE RUN    *
002160*                  SUMMARY INSTEAD OF BEING LOST, AND THE       *
002170*                  STANDING-ORDER POSTING RUN CARRIES IT AS     *
002180*                  ARREARS.                                     *
002190* 10/15/2026 DRH   ADDED A PROOF RUN, SELECTED BY A RUN-MODE    *
002200*                  BYTE ON THE PARMFILE CARD.  A PROOF RUNS THE *
002210*                  FULL EDIT, TIMECARD MATCH, PAYCALC,          *
002220*                  WITHHOLDING AND ADJUSTMENT PASSES BUT OPENS  *
002230*                  THE MASTER INPUT ONLY AND WRITES NO AUDIT,   *
002240*                  CHECKPOINT, SUSPENSE, YTD, GL, PAY HISTORY   *
002250*                  OR STATEMENT RECORD.  CUSTRPT BECOMES THE    *
002260*                  PAYROLL PROOF REGISTER WITH COMPANY TOTALS   *
002270*                  AHEAD OF THE USUAL RUN CONTROL SUMMARY, AND  *
002280*                  RUNCTL LOGS THE END EVENT UNDER COBPROOF SO  *
002290*                  A PROOF NEVER RELEASES DEPEXTR OR CHECKRUN.  *
002300* 10/15/2026 DRH   PAY HISTORY AND THE PAY-HISTORY ADJUSTMENT   *
002310*                  DETAIL ARE NOW ALSO KEYED BY A PAY SEQUENCE, *
002320*                  AND PAY HISTORY CARRIES AN OFF-CYCLE REASON  *
002330*                  (131 AND 42 BYTES).  THE REGULAR RUN WRITES  *
002340*                  SEQUENCE 0 WITH NO REASON; THE OFF-CYCLE     *
002350*                  PAYMENT RUN WRITES 1-9.                      *
002360* 10/15/2026 DRH   ADDED THE PTO ACCRUAL BANK.  VACATION AND    *
002370*                  SICK HOURS TAKEN ON THE TIMECARD ARE CAPPED  *
002380*                  AT THE AVAILABLE BALANCE ON THE NEW PTOBAL   *
002390*                  FILE AND PAID AT THE HOURLY RATE OUTSIDE THE *
002400*                  OVERTIME THRESHOLD.  EACH PAYEE ACCRUES FROM *
002410*                  HOURS WORKED AT THE PTORATE BAND FOR THEIR   *
002420*                  YEARS OF SERVICE, THE BALANCES PRINT ON THE  *
002430*                  PAY STATEMENT, AND PAY HISTORY CARRIES THE   *
002440*                  PTO FIGURES (167 BYTES).  A BAD PTORATE      *
002450*                  TABLE REFUSES THE RUN.                       *
002460* 10/15/2026 DRH   A SALARIED EMPLOYEE'S TIMECARD WITH NON-     *
002470*                  NUMERIC HOURS NOW GOES TO THE EXCEPTION LIST *
002480*                  LIKE AN HOURLY ONE; ONLY A MISSING CARD IS   *
002490*                  STILL PASSED OVER FOR SALARIED STAFF.        *
002500*****************************************************************
002510  IDENTIFICATION DIVISION.
002520  PROGRAM-ID. COBOLTUT.
002530  AUTHOR. DAVID R. HENDERSON.
002540  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
002550  DATE-WRITTEN. 04/05/2020.
002560  DATE-COMPILED.
002570  ENVIRONMENT DIVISION.
002580
002590  CONFIGURATION SECTION.
002600  SOURCE-COMPUTER. IBM-370.
002610  OBJECT-COMPUTER. IBM-370.
002620  SPECIAL-NAMES.
002630      C01 IS TOP-OF-PAGE.
002640
002650  INPUT-OUTPUT SECTION.
002660  FILE-CONTROL.
002670*****************************************************************
002680* CUSTOMER-MASTER IS THE MAIN CUSTOMER FILE, KEYED BY IDENT SO  *
002690* IT CAN BE READ SEQUENTIALLY OR STARTED AT A GIVEN CUSTOMER.   *
002700*****************************************************************
002710      SELECT CUSTOMER-MASTER-FILE
002720          ASSIGN TO "CUSTMAST"
002730          ORGANIZATION IS INDEXED
002740          ACCESS MODE IS DYNAMIC
002750          RECORD KEY IS CM-IDENT
002760          FILE STATUS IS WS-CM-FILE-STATUS.
002770
002780*****************************************************************
002790* REPORT-FILE IS THE FORMATTED, PAGINATED CUSTOMER-MASTER PRINT *
002800* REPORT.                                                       *
002810*****************************************************************
002820      SELECT REPORT-FILE
002830          ASSIGN TO "CUSTRPT"
002840          ORGANIZATION IS SEQUENTIAL
002850          FILE STATUS IS WS-RPT-FILE-STATUS.
002860
002870*****************************************************************
002880* ADJUSTMENT-FILE IS THE SIGNED PAYROLL ADJUSTMENT LEDGER, KEPT *
002890* IN ASCENDING IDENT SEQUENCE THE SAME AS CUSTOMER-MASTER SO IT *
002900* CAN BE MATCH-MERGED AGAINST IT ONE CUSTOMER AT A TIME.        *
002910*****************************************************************
002920      SELECT ADJUSTMENT-FILE
002930          ASSIGN TO "ADJFILE"
002940          ORGANIZATION IS SEQUENTIAL
002950          FILE STATUS IS WS-ADJ-FILE-STATUS.
002960
002970*****************************************************************
002980* AUDIT-FILE RECEIVES A BEFORE/AFTER TRANSACTION RECORD EVERY   *
002990* TIME A CUSTOMER-MASTER RECORD IS REWRITTEN.                   *
003000*****************************************************************
003010      SELECT AUDIT-FILE
003020          ASSIGN TO "AUDITLOG"
003030          ORGANIZATION IS SEQUENTIAL
003040          FILE STATUS IS WS-AUD-FILE-STATUS.
003050
003060*****************************************************************
003070* CHECKPOINT-FILE IS A LOG OF CHECKPOINT RECORDS, ONE EVERY     *
003080* WS-CHECKPOINT-INTERVAL CUSTOMERS PROCESSED.  ON THE NEXT RUN  *
003090* THE LAST RECORD WRITTEN TELLS 1100-READ-RESTART-CHECKPOINT    *
003100* WHERE TO START CUSTOMER-MASTER-FILE SO ALREADY PROCESSED      *
003110* CUSTOMERS ARE NOT REPROCESSED.                                *
003120*****************************************************************
003130      SELECT CHECKPOINT-FILE
003140          ASSIGN TO "CHKPTFIL"
003150          ORGANIZATION IS SEQUENTIAL
003160          FILE STATUS IS WS-CKPT-FILE-STATUS.
003170
003180*****************************************************************
003190* REJECT-FILE IS THE FORMATTED REJECTED-RECORDS REPORT WRITTEN  *
003200* BY 2900-REJECT-CUSTOMER FOR EVERY RECORD THAT FAILS THE       *
003210* SHARED EDITMSTR EDIT PASSES (2200-EDIT-MASTER).               *
003220*****************************************************************
003230      SELECT REJECT-FILE
003240          ASSIGN TO "REJCTRPT"
003250          ORGANIZATION IS SEQUENTIAL
003260          FILE STATUS IS WS-REJ-FILE-STATUS.
003270
003280*****************************************************************
003290* STATEMENT-FILE IS THE PER-EMPLOYEE PAY STATEMENT - ONE PAGE   *
003300* PER EMPLOYEE SHOWING THE REGULAR/OVERTIME SPLIT, EVERY        *
003310* ADJUSTMENT APPLIED, AND THE NET PAYCHECK.                     *
003320*****************************************************************
003330      SELECT STATEMENT-FILE
003340          ASSIGN TO "PAYSTMT"
003350          ORGANIZATION IS SEQUENTIAL
003360          FILE STATUS IS WS-STM-FILE-STATUS.
003370
003380*****************************************************************
003390* PARAMETER-FILE IS THE RUN-PARAMETER CONTROL CARD - THE        *
003400* PROCESSING CONSTANTS OPERATIONS MAY CHANGE WITHOUT A          *
003410* RECOMPILE.  THE RUN REFUSES TO START WITHOUT A GOOD CARD.     *
003420*****************************************************************
003430      SELECT PARAMETER-FILE
003440          ASSIGN TO "PARMFILE"
003450          ORGANIZATION IS SEQUENTIAL
003460          FILE STATUS IS WS-PRM-FILE-STATUS.
003470
003480*****************************************************************
003490* TAX-RATE-FILE IS THE STATUTORY WITHHOLDING BRACKET TABLE -    *
003500* ONE CARD PER TYPE AND BRACKET FLOOR, MAINTAINED BY OPERATIONS *
003510* THE SAME WAY AS PARMFILE.  A RATE CHANGE IS A CARD CHANGE,    *
003520* NOT A RECOMPILE.  THE RUN REFUSES TO START WITHOUT A TABLE.   *
003530*****************************************************************
003540      SELECT TAX-RATE-FILE
003550          ASSIGN TO "TAXRATE"
003560          ORGANIZATION IS SEQUENTIAL
003570          FILE STATUS IS WS-TAX-FILE-STATUS.
003580
003590*****************************************************************
003600* PTO-RATE-FILE IS THE PAID-TIME-OFF ACCRUAL BAND TABLE - ONE   *
003610* CARD PER TYPE AND YEARS-OF-SERVICE BAND, MAINTAINED BY        *
003620* OPERATIONS THE SAME WAY AS TAXRATE.  THE RUN REFUSES TO START *
003630* WITHOUT A TABLE.                                              *
003640*****************************************************************
003650      SELECT PTO-RATE-FILE
003660          ASSIGN TO "PTORATE"
003670          ORGANIZATION IS SEQUENTIAL
003680          FILE STATUS IS WS-PTR-FILE-STATUS.
003690
003700*****************************************************************
003710* PTO-BALANCE-FILE IS THE PAID-TIME-OFF BALANCE MASTER, KEYED   *
003720* BY IDENT.  EACH PAYEE'S HOURS TAKEN ARE CHECKED AGAINST IT    *
003730* AND THE HOURS TAKEN AND ACCRUED THIS PERIOD ARE POSTED TO IT. *
003740*****************************************************************
003750      SELECT PTO-BALANCE-FILE
003760          ASSIGN TO "PTOBAL"
003770          ORGANIZATION IS INDEXED
003780          ACCESS MODE IS DYNAMIC
003790          RECORD KEY IS PB-IDENT
003800          FILE STATUS IS WS-PB-FILE-STATUS.
003810
003820*****************************************************************
003830* SUSPENSE-FILE HOLDS THE FULL MASTER IMAGE OF EVERY REJECTED   *
003840* RECORD PLUS ITS REASON CODE AND THE DATE IT WENT TO SUSPENSE, *
003850* SO THE CORRECTION-AND-RESUBMIT RUN (SUSPRSUB) CAN FIX AND     *
003860* REPOST IT WITHOUT REKEYING FROM THE SOURCE PAPERWORK.         *
003870*****************************************************************
003880*****************************************************************
003890* TIMECARD-FILE IS THE PER-PERIOD TIME ENTRY FILE - ONE RECORD  *
003900* PER EMPLOYEE PER PAY PERIOD WITH DAILY HOURS, KEPT IN         *
003910* ASCENDING IDENT SEQUENCE THE SAME AS CUSTOMER-MASTER SO IT    *
003920* CAN BE MATCH-MERGED AGAINST IT ONE EMPLOYEE AT A TIME.        *
003930* TIMEEDIT EDITS AND SEQUENCE-CHECKS IT AHEAD OF THIS RUN.      *
003940*****************************************************************
003950      SELECT TIMECARD-FILE
003960          ASSIGN TO "TIMECARD"
003970          ORGANIZATION IS SEQUENTIAL
003980          FILE STATUS IS WS-TCF-FILE-STATUS.
003990
004000*****************************************************************
004010* EXCEPTION-REPORT IS THE MISSING/BAD TIMECARD EXCEPTION LIST - *
004020* EVERY EMPLOYEE THE RUN COULD NOT PAY FOR WANT OF A USABLE     *
004030* TIMECARD, AND WHY, BEFORE THE STATEMENTS GO OUT.              *
004040*****************************************************************
004050      SELECT EXCEPTION-REPORT
004060          ASSIGN TO "TCEXCPT"
004070          ORGANIZATION IS SEQUENTIAL
004080          FILE STATUS IS WS-EXC-FILE-STATUS.
004090
004100      SELECT SUSPENSE-FILE
004110          ASSIGN TO "SUSPFILE"
004120          ORGANIZATION IS SEQUENTIAL
004130          FILE STATUS IS WS-SUS-FILE-STATUS.
004140
004150*****************************************************************
004160* YTD-FILE CARRIES EACH CUSTOMER'S YEAR-TO-DATE GROSS, OVERTIME *
004170* PAY, ADJUSTMENTS BY TYPE AND NET, ACCUMULATED RUN OVER RUN    *
004180* AND KEYED BY IDENT.  THE TAX QUARTER CLOSES OFF THIS FILE,    *
004190* NOT OFF A CALCULATOR AND A STACK OF CUSTRPT PAGES.            *
004200*****************************************************************
004210      SELECT YTD-FILE
004220          ASSIGN TO "YTDFILE"
004230          ORGANIZATION IS INDEXED
004240          ACCESS MODE IS DYNAMIC
004250          RECORD KEY IS YT-IDENT
004260          FILE STATUS IS WS-YTD-FILE-STATUS.
004270
004280*****************************************************************
004290* GL-EXTRACT-FILE IS THE GENERAL-LEDGER INTERFACE EXTRACT -     *
004300* HEADER, ONE DETAIL PER PROCESSED CUSTOMER, AND A TRAILER      *
004310* WHOSE COUNT AND HASH TOTALS THE GL SIDE REFUSES THE FILE      *
004320* AGAINST WHEN THEY DO NOT BALANCE.                             *
004330*****************************************************************
004340      SELECT GL-EXTRACT-FILE
004350          ASSIGN TO "GLEXTR"
004360          ORGANIZATION IS SEQUENTIAL
004370          FILE STATUS IS WS-GLX-FILE-STATUS.
004380
004390*****************************************************************
004400* PAY-HISTORY-FILE KEEPS ONE RECORD PER PROCESSED EMPLOYEE PER  *
004410* PAY RUN, KEYED BY IDENT, CYCLE DATE AND PAY SEQUENCE - THE    *
004420* PERMANENT RECORD BEHIND THE PRINTED STATEMENT.  THIS RUN      *
004430* WRITES SEQUENCE 0; OFFCYCLE WRITES ITS PAYMENTS UNDER 1-9 SO  *
004440* THEY NEVER MEET THIS RUN'S RECORD.  STMTRPRT REGENERATES      *
004450* STATEMENT PAGES FROM IT.                                      *
004460*****************************************************************
004470      SELECT PAY-HISTORY-FILE
004480          ASSIGN TO "PAYHIST"
004490          ORGANIZATION IS INDEXED
004500          ACCESS MODE IS DYNAMIC
004510          RECORD KEY IS PH-KEY
004520          FILE STATUS IS WS-HIS-FILE-STATUS.
004530
004540*****************************************************************
004550* PAY-HISTORY-ADJ-FILE KEEPS ONE RECORD PER ADJUSTMENT APPLIED  *
004560* - THE TYPE, DESCRIPTION AND SIGNED AMOUNT OF EACH STATEMENT   *
004570* LINE, KEYED BY IDENT, CYCLE DATE, PAY SEQUENCE AND LINE       *
004580* SEQUENCE - SO A REPRINT SHOWS EVERY ADJUSTMENT EXACTLY AS     *
004590* FIRST PRINTED.                                                *
004600*****************************************************************
004610      SELECT PAY-HISTORY-ADJ-FILE
004620          ASSIGN TO "PAYHADJ"
004630          ORGANIZATION IS INDEXED
004640          ACCESS MODE IS DYNAMIC
004650          RECORD KEY IS PJ-KEY
004660          FILE STATUS IS WS-HAJ-FILE-STATUS.
004670
004680  DATA DIVISION.
004690
004700  FILE SECTION.
004710*****************************************************************
004720* FD  - CUSTOMER-MASTER-FILE                                    *
004730*****************************************************************
004740  FD  CUSTOMER-MASTER-FILE
004750      LABEL RECORDS ARE STANDARD
004760      RECORD CONTAINS 60 CHARACTERS.
004770  01  CUSTOMER-MASTER-RECORD.
004780      05  CM-IDENT                PIC 9(03).
004790      05  CM-IDENT-DIGITS REDEFINES CM-IDENT.
004800          10  CM-IDENT-D1         PIC 9.
004810          10  CM-IDENT-D2         PIC 9.
004820          10  CM-IDENT-D3         PIC 9.
004830      05  CM-CUSTNAME             PIC X(20).
004840      05  CM-DATEOFBIRTH.
004850          10  CM-MOB              PIC 9(02).
004860          10  CM-DOB              PIC 9(02).
004870          10  CM-YOB              PIC 9(04).
004880      05  CM-HOURS-WORKED         PIC 9(03)V99.
004890      05  CM-HOURLY-RATE          PIC 9(03)V99.
004900      05  CM-AGE-YEARS            PIC 9(03).
004910      05  CM-STATUS               PIC X(01).
004920          88  CM-STATUS-ACTIVE          VALUE "A".
004930          88  CM-STATUS-LEAVE           VALUE "L".
004940          88  CM-STATUS-TERMINATED      VALUE "T".
004950      05  CM-STATUS-DATE          PIC 9(08).
004960      05  CM-PAY-TYPE             PIC X(01).
004970          88  CM-PAY-HOURLY             VALUE "H".
004980          88  CM-PAY-SALARIED           VALUE "S".
004990      05  CM-PERIOD-SALARY        PIC 9(04)V99.
005000
005010*****************************************************************
005020* FD  - REPORT-FILE                                             *
005030*****************************************************************
005040  FD  REPORT-FILE
005050      LABEL RECORDS ARE STANDARD
005060      RECORD CONTAINS 132 CHARACTERS.
005070  01  REPORT-RECORD               PIC X(132).
005080
005090*****************************************************************
005100* FD  - ADJUSTMENT-FILE                                         *
005110*****************************************************************
005120  FD  ADJUSTMENT-FILE
005130      LABEL RECORDS ARE STANDARD
005140      RECORD CONTAINS 30 CHARACTERS.
005150  01  ADJUSTMENT-RECORD.
005160      05  AD-IDENT                PIC 9(03).
005170      05  AD-TYPE                 PIC X(01).
005180          88  AD-TYPE-GARNISHMENT       VALUE "G".
005190          88  AD-TYPE-DEDUCTION         VALUE "D".
005200          88  AD-TYPE-CORRECTION        VALUE "C".
005210      05  AD-AMOUNT               PIC S9(4)V99.
005220      05  AD-DESCRIPTION          PIC X(20).
005230
005240*****************************************************************
005250* FD  - AUDIT-FILE                                              *
005260*****************************************************************
005270  FD  AUDIT-FILE
005280      LABEL RECORDS ARE STANDARD
005290      RECORD CONTAINS 77 CHARACTERS.
005300  01  AUDIT-RECORD.
005310      05  AU-IDENT                PIC 9(03).
005320      05  AU-DATE                 PIC 9(08).
005330      05  AU-TIME                 PIC 9(08).
005340      05  AU-OLD-CUSTNAME         PIC X(20).
005350      05  AU-NEW-CUSTNAME         PIC X(20).
005360      05  AU-OLD-DATEOFBIRTH.
005370          10  AU-OLD-MOB          PIC 9(02).
005380          10  AU-OLD-DOB          PIC 9(02).
005390          10  AU-OLD-YOB          PIC 9(04).
005400      05  AU-NEW-DATEOFBIRTH.
005410          10  AU-NEW-MOB          PIC 9(02).
005420          10  AU-NEW-DOB          PIC 9(02).
005430          10  AU-NEW-YOB          PIC 9(04).
005440      05  AU-OLD-STATUS           PIC X(01).
005450      05  AU-NEW-STATUS           PIC X(01).
005460
005470*****************************************************************
005480* FD  - CHECKPOINT-FILE                                         *
005490*****************************************************************
005500  FD  CHECKPOINT-FILE
005510      LABEL RECORDS ARE STANDARD
005520      RECORD CONTAINS 26 CHARACTERS.
005530  01  CHECKPOINT-RECORD.
005540      05  CKPT-LAST-IDENT         PIC 9(03).
005550      05  CKPT-RECORD-COUNT       PIC 9(07).
005560      05  CKPT-DATE               PIC 9(08).
005570      05  CKPT-TIME               PIC 9(08).
005580
005590*****************************************************************
005600* REJECT-FILE IS THE FORMATTED REJECTED-RECORDS REPORT WRITTEN  *
005610* BY 2900-REJECT-CUSTOMER FOR EVERY RECORD THAT FAILS THE       *
005620* SHARED EDITMSTR EDIT PASSES (2200-EDIT-MASTER).               *
005630*****************************************************************
005640  FD  REJECT-FILE
005650      LABEL RECORDS ARE STANDARD
005660      RECORD CONTAINS 132 CHARACTERS.
005670  01  REJECT-RECORD                  PIC X(132).
005680
005690*****************************************************************
005700* FD  - STATEMENT-FILE                                          *
005710*****************************************************************
005720  FD  STATEMENT-FILE
005730      LABEL RECORDS ARE STANDARD
005740      RECORD CONTAINS 132 CHARACTERS.
005750  01  STATEMENT-RECORD               PIC X(132).
005760
005770*****************************************************************
005780* FD  - PARAMETER-FILE                                          *
005790*  ONE CARD - THE FIVE PROCESSING CONSTANTS IN FIXED COLUMNS,   *
005800*  THEN THE RUN MODE.  A BLANK MODE IS A LIVE RUN, SO A CARD    *
005810*  PUNCHED BEFORE THE MODE WAS ADDED STILL RUNS LIVE.           *
005820*****************************************************************
005830  FD  PARAMETER-FILE
005840      LABEL RECORDS ARE STANDARD
005850      RECORD CONTAINS 24 CHARACTERS.
005860  01  PARAMETER-RECORD.
005870      05  PM-BATCH-CHARGE-AMT     PIC 9(05).
005880      05  PM-PRORATION-PERIODS    PIC 9(05).
005890      05  PM-CHECKPOINT-INTERVAL  PIC 9(05).
005900      05  PM-OT-THRESHOLD-HRS     PIC 9(03)V99.
005910      05  PM-OT-RATE-FACTOR       PIC 9V99.
005920      05  PM-RUN-MODE             PIC X(01).
005930          88  PM-MODE-LIVE              VALUE "L" " ".
005940          88  PM-MODE-PROOF             VALUE "P".
005950
005960*****************************************************************
005970* FD  - TAX-RATE-FILE                                           *
005980*  ONE CARD PER WITHHOLDING TYPE AND BRACKET - THE RATE APPLIED *
005990*  TO GROSS PAY WHEN GROSS REACHES THE BRACKET FLOOR.  TYPES    *
006000*  ARE "F" FEDERAL, "S" STATE, "C" FICA.                        *
006010*****************************************************************
006020  FD  TAX-RATE-FILE
006030      LABEL RECORDS ARE STANDARD
006040      RECORD CONTAINS 13 CHARACTERS.
006050  01  TAX-RATE-RECORD.
006060      05  TX-TYPE                 PIC X(01).
006070          88  TX-TYPE-FEDERAL           VALUE "F".
006080          88  TX-TYPE-STATE             VALUE "S".
006090          88  TX-TYPE-FICA              VALUE "C".
006100      05  TX-BRACKET-FLOOR        PIC 9(05)V99.
006110      05  TX-RATE                 PIC 9V9999.
006120
006130*****************************************************************
006140* FD  - PTO-RATE-FILE                                           *
006150*  ONE CARD PER TYPE AND SERVICE BAND - THE HOURS ACCRUED PER   *
006160*  HOUR WORKED AND THE MOST HOURS CARRIED INTO A NEW YEAR ONCE  *
006170*  THE EMPLOYEE HAS THE BAND'S YEARS OF SERVICE.  TYPES ARE "V" *
006180*  VACATION, "S" SICK.                                          *
006190*****************************************************************
006200  FD  PTO-RATE-FILE
006210      LABEL RECORDS ARE STANDARD
006220      RECORD CONTAINS 13 CHARACTERS.
006230  01  PTO-RATE-RECORD.
006240      05  PR-TYPE                 PIC X(01).
006250          88  PR-TYPE-VACATION          VALUE "V".
006260          88  PR-TYPE-SICK              VALUE "S".
006270      05  PR-MIN-YEARS            PIC 9(02).
006280      05  PR-RATE                 PIC 9V9999.
006290      05  PR-CARRY-CAP            PIC 9(03)V99.
006300
006310*****************************************************************
006320* FD  - PTO-BALANCE-FILE                                        *
006330* AVAILABLE IS ALWAYS CARRIED PLUS ACCRUED LESS TAKEN.          *
006340*****************************************************************
006350  FD  PTO-BALANCE-FILE
006360      LABEL RECORDS ARE STANDARD
006370      RECORD CONTAINS 59 CHARACTERS.
006380  01  PTO-BALANCE-RECORD.
006390      05  PB-IDENT                PIC 9(03).
006400      05  PB-SERVICE-DATE.
006410          10  PB-SVC-CCYY         PIC 9(04).
006420          10  PB-SVC-MM           PIC 9(02).
006430          10  PB-SVC-DD           PIC 9(02).
006440      05  PB-VAC-CARRIED          PIC S9(04)V99.
006450      05  PB-VAC-ACCRUED          PIC S9(04)V99.
006460      05  PB-VAC-TAKEN            PIC 9(04)V99.
006470      05  PB-VAC-AVAILABLE        PIC S9(04)V99.
006480      05  PB-SICK-CARRIED         PIC S9(04)V99.
006490      05  PB-SICK-ACCRUED         PIC S9(04)V99.
006500      05  PB-SICK-TAKEN           PIC 9(04)V99.
006510      05  PB-SICK-AVAILABLE       PIC S9(04)V99.
006520
006530*****************************************************************
006540* FD  - TIMECARD-FILE                                           *
006550*  THE DAILY HOURS ARE HOURS WORKED.  VACATION AND SICK HOURS   *
006560*  TAKEN IN THE PERIOD ARE CARRIED SEPARATELY AT THE END OF THE *
006570*  CARD.                                                        *
006580*****************************************************************
006590  FD  TIMECARD-FILE
006600      LABEL RECORDS ARE STANDARD
006610      RECORD CONTAINS 41 CHARACTERS.
006620  01  TIMECARD-RECORD.
006630      05  TC-IDENT                PIC 9(03).
006640      05  TC-DAY-HOURS            PIC 9(02)V99 OCCURS 7 TIMES.
006650      05  TC-VAC-HOURS            PIC 9(03)V99.
006660      05  TC-SICK-HOURS           PIC 9(03)V99.
006670
006680*****************************************************************
006690* FD  - EXCEPTION-REPORT                                        *
006700*****************************************************************
006710  FD  EXCEPTION-REPORT
006720      LABEL RECORDS ARE STANDARD
006730      RECORD CONTAINS 132 CHARACTERS.
006740  01  EXCEPTION-RECORD            PIC X(132).
006750
006760*****************************************************************
006770* FD  - SUSPENSE-FILE                                           *
006780*****************************************************************
006790  FD  SUSPENSE-FILE
006800      LABEL RECORDS ARE STANDARD
006810      RECORD CONTAINS 69 CHARACTERS.
006820  01  SUSPENSE-RECORD.
006830      05  SP-REASON-CODE          PIC X(01).
006840      05  SP-DATE-ADDED           PIC 9(08).
006850      05  SP-MASTER-IMAGE         PIC X(60).
006860
006870*****************************************************************
006880* FD  - YTD-FILE                                                *
006890*****************************************************************
006900  FD  YTD-FILE
006910      LABEL RECORDS ARE STANDARD
006920      RECORD CONTAINS 57 CHARACTERS.
006930  01  YTD-RECORD.
006940      05  YT-IDENT                PIC 9(03).
006950      05  YT-GROSS                PIC S9(7)V99.
006960      05  YT-OVERTIME             PIC S9(7)V99.
006970      05  YT-GARNISH              PIC S9(7)V99.
006980      05  YT-DEDUCT               PIC S9(7)V99.
006990      05  YT-CORRECT              PIC S9(7)V99.
007000      05  YT-NET                  PIC S9(7)V99.
007010
007020*****************************************************************
007030* FD  - GL-EXTRACT-FILE                                         *
007040*  THREE RECORD TYPES SHARE THE AREA - "H" HEADER, "D" DETAIL,  *
007050*  "T" TRAILER - TOLD APART BY THE TYPE BYTE IN COLUMN ONE.     *
007060*****************************************************************
007070  FD  GL-EXTRACT-FILE
007080      LABEL RECORDS ARE STANDARD
007090      RECORD CONTAINS 74 CHARACTERS.
007100  01  GL-HEADER-RECORD.
007110      05  GH-RECORD-TYPE          PIC X(01).
007120      05  GH-RUN-DATE             PIC 9(08).
007130      05  FILLER                  PIC X(65).
007140  01  GL-DETAIL-RECORD.
007150      05  GD-RECORD-TYPE          PIC X(01).
007160      05  GD-IDENT                PIC 9(03).
007170      05  GD-GROSS                PIC S9(7)V99.
007180      05  GD-TAX                  PIC S9(7)V99.
007190      05  GD-ADJUSTMENT           PIC S9(7)V99.
007200      05  GD-NET                  PIC S9(7)V99.
007210      05  GD-ALLOC                PIC S9(7)V99.
007220      05  GD-REM                  PIC S9(7)V99.
007230      05  FILLER                  PIC X(16).
007240  01  GL-TRAILER-RECORD.
007250      05  GT-RECORD-TYPE          PIC X(01).
007260      05  GT-DETAIL-COUNT         PIC 9(07).
007270      05  GT-GROSS-TOTAL          PIC S9(9)V99.
007280      05  GT-TAX-TOTAL            PIC S9(9)V99.
007290      05  GT-ADJ-TOTAL            PIC S9(9)V99.
007300      05  GT-NET-TOTAL            PIC S9(9)V99.
007310      05  GT-ALLOC-TOTAL          PIC S9(9)V99.
007320      05  GT-REM-TOTAL            PIC S9(9)V99.
007330
007340*****************************************************************
007350* FD  - PAY-HISTORY-FILE                                        *
007360*****************************************************************
007370  FD  PAY-HISTORY-FILE
007380      LABEL RECORDS ARE STANDARD
007390      RECORD CONTAINS 167 CHARACTERS.
007400  01  PAY-HISTORY-RECORD.
007410      05  PH-KEY.
007420          10  PH-IDENT            PIC 9(03).
007430          10  PH-CYCLE-DATE       PIC 9(08).
007440          10  PH-PAY-SEQ          PIC 9(01).
007450              88  PH-REGULAR-CYCLE      VALUE 0.
007460              88  PH-OFF-CYCLE          VALUE 1 THRU 9.
007470      05  PH-CUSTNAME             PIC X(20).
007480      05  PH-REG-HOURS            PIC 9(03)V99.
007490      05  PH-REG-RATE             PIC 9(03)V99.
007500      05  PH-REG-PAY              PIC 9(05)V99.
007510      05  PH-OT-HOURS             PIC 9(03)V99.
007520      05  PH-OT-RATE              PIC 9(04)V99.
007530      05  PH-OT-PAY               PIC 9(05)V99.
007540      05  PH-GROSS                PIC 9(05)V99.
007550      05  PH-FED-TAX              PIC 9(05)V99.
007560      05  PH-STATE-TAX            PIC 9(05)V99.
007570      05  PH-FICA-TAX             PIC 9(05)V99.
007580      05  PH-ADJ-GARN             PIC S9(05)V99.
007590      05  PH-ADJ-DED              PIC S9(05)V99.
007600      05  PH-ADJ-CORR             PIC S9(05)V99.
007610      05  PH-NET                  PIC 9(05)V99.
007620      05  PH-SALARY-PAY           PIC 9(05)V99.
007630      05  PH-OFF-CYCLE-REASON     PIC X(01).
007640      05  PH-VAC-HOURS            PIC 9(03)V99.
007650      05  PH-VAC-PAY              PIC 9(05)V99.
007660      05  PH-SICK-HOURS           PIC 9(03)V99.
007670      05  PH-SICK-PAY             PIC 9(05)V99.
007680      05  PH-VAC-BALANCE          PIC S9(04)V99.
007690      05  PH-SICK-BALANCE         PIC S9(04)V99.
007700
007710*****************************************************************
007720* FD  - PAY-HISTORY-ADJ-FILE                                    *
007730*****************************************************************
007740  FD  PAY-HISTORY-ADJ-FILE
007750      LABEL RECORDS ARE STANDARD
007760      RECORD CONTAINS 42 CHARACTERS.
007770  01  PAY-HISTORY-ADJ-RECORD.
007780      05  PJ-KEY.
007790          10  PJ-IDENT            PIC 9(03).
007800          10  PJ-CYCLE-DATE       PIC 9(08).
007810          10  PJ-PAY-SEQ          PIC 9(01).
007820          10  PJ-LINE-SEQ         PIC 9(03).
007830      05  PJ-TYPE                 PIC X(01).
007840      05  PJ-DESCRIPTION          PIC X(20).
007850      05  PJ-AMOUNT               PIC S9(4)V99.
007860
007870  WORKING-STORAGE SECTION.
007880*****************************************************************
007890* FILE STATUS AND END-OF-FILE SWITCHES                          *
007900*****************************************************************
007910  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
007920      88  WS-CM-FILE-OK             VALUE "00".
007930      88  WS-CM-FILE-EOF             VALUE "10".
007940
007950  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
007960      88  WS-END-OF-FILE             VALUE "Y".
007970      88  WS-NOT-END-OF-FILE         VALUE "N".
007980
007990  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
008000      88  WS-RPT-FILE-OK             VALUE "00".
008010
008020  77  WS-ADJ-FILE-STATUS      PIC X(02) VALUE SPACES.
008030      88  WS-ADJ-FILE-OK             VALUE "00".
008040
008050  77  WS-ADJ-EOF-SW           PIC X(01) VALUE "N".
008060      88  WS-ADJ-EOF                 VALUE "Y".
008070
008080  77  WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
008090      88  WS-AUD-FILE-OK             VALUE "00".
008100
008110  77  WS-CKPT-FILE-STATUS     PIC X(02) VALUE SPACES.
008120      88  WS-CKPT-FILE-OK            VALUE "00".
008130
008140  77  WS-CKPT-EOF-SW          PIC X(01) VALUE "N".
008150      88  WS-CKPT-EOF                VALUE "Y".
008160
008170  77  WS-REJ-FILE-STATUS      PIC X(02) VALUE SPACES.
008180      88  WS-REJ-FILE-OK             VALUE "00".
008190
008200  77  WS-STM-FILE-STATUS      PIC X(02) VALUE SPACES.
008210      88  WS-STM-FILE-OK             VALUE "00".
008220
008230  77  WS-PRM-FILE-STATUS      PIC X(02) VALUE SPACES.
008240      88  WS-PRM-FILE-OK             VALUE "00".
008250
008260  77  WS-PARM-ERROR-SW        PIC X(01) VALUE "N".
008270      88  WS-PARM-ERROR              VALUE "Y".
008280
008290  77  WS-PROOF-RUN-SW         PIC X(01) VALUE "N".
008300      88  WS-PROOF-RUN               VALUE "Y".
008310
008320  77  WS-SUS-FILE-STATUS      PIC X(02) VALUE SPACES.
008330      88  WS-SUS-FILE-OK             VALUE "00".
008340
008350  77  WS-YTD-FILE-STATUS      PIC X(02) VALUE SPACES.
008360      88  WS-YTD-FILE-OK             VALUE "00".
008370
008380  77  WS-GLX-FILE-STATUS      PIC X(02) VALUE SPACES.
008390      88  WS-GLX-FILE-OK             VALUE "00".
008400
008410  77  WS-HIS-FILE-STATUS      PIC X(02) VALUE SPACES.
008420      88  WS-HIS-FILE-OK             VALUE "00".
008430
008440  77  WS-HAJ-FILE-STATUS      PIC X(02) VALUE SPACES.
008450      88  WS-HAJ-FILE-OK             VALUE "00".
008460
008470  77  WS-TAX-FILE-STATUS      PIC X(02) VALUE SPACES.
008480      88  WS-TAX-FILE-OK             VALUE "00".
008490
008500  77  WS-TAX-EOF-SW           PIC X(01) VALUE "N".
008510      88  WS-TAX-EOF                 VALUE "Y".
008520
008530  77  WS-TAX-ERROR-SW         PIC X(01) VALUE "N".
008540      88  WS-TAX-ERROR               VALUE "Y".
008550
008560  77  WS-PTR-FILE-STATUS      PIC X(02) VALUE SPACES.
008570      88  WS-PTR-FILE-OK             VALUE "00".
008580
008590  77  WS-PTR-EOF-SW           PIC X(01) VALUE "N".
008600      88  WS-PTR-EOF                 VALUE "Y".
008610
008620  77  WS-PTO-RATE-ERROR-SW    PIC X(01) VALUE "N".
008630      88  WS-PTO-RATE-ERROR          VALUE "Y".
008640
008650  77  WS-PB-FILE-STATUS       PIC X(02) VALUE SPACES.
008660      88  WS-PB-FILE-OK              VALUE "00".
008670
008680  77  WS-TCF-FILE-STATUS      PIC X(02) VALUE SPACES.
008690      88  WS-TCF-FILE-OK             VALUE "00".
008700
008710  77  WS-TC-EOF-SW            PIC X(01) VALUE "N".
008720      88  WS-TC-EOF                  VALUE "Y".
008730
008740  77  WS-EXC-FILE-STATUS      PIC X(02) VALUE SPACES.
008750      88  WS-EXC-FILE-OK             VALUE "00".
008760
008770*****************************************************************
008780* RESTART/CHECKPOINT WORKING FIELDS.  A CHECKPOINT RECORD IS    *
008790* WRITTEN EVERY WS-CHECKPOINT-INTERVAL CUSTOMERS PROCESSED.  ON *
008800* THE NEXT RUN THE LAST ONE READ BACK BECOMES WS-RESTART-IDENT, *
008810* THE KEY CUSTOMER-MASTER-FILE IS STARTED PAST.                 *
008820*****************************************************************
008830  77  WS-CHECKPOINT-INTERVAL  PIC 9(05) VALUE ZEROS.
008840  77  WS-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
008850  77  WS-CKPT-QUOTIENT        PIC 9(07) VALUE ZEROS.
008860  77  WS-CKPT-REMAINDER       PIC 9(05) VALUE ZEROS.
008870  77  WS-RESTART-IDENT        PIC 9(03) VALUE ZEROS.
008880
008890  77  WS-RESTART-SW           PIC X(01) VALUE "N".
008900      88  WS-RESTART-REQUESTED       VALUE "Y".
008910
008920*****************************************************************
008930* INPUT EDIT RESULT FIELDS.  THE EDITS THEMSELVES LIVE IN THE   *
008940* EDITMSTR SUBPROGRAM, SHARED WITH CUSTMNT AND SUSPRSUB; THE    *
008950* REASON CODE AND TEXT IT RETURNS ARE CARRIED TO THE REJECT     *
008960* REPORT AND THE SUSPENSE RECORD.                               *
008970*****************************************************************
008980  77  WS-REJECT-REASON-CODE   PIC X(01) VALUE SPACE.
008990  77  WS-REJECT-REASON-TEXT   PIC X(30) VALUE SPACES.
009000
009010*****************************************************************
009020* SHARED EDIT SUBPROGRAM PARAMETER AREA.  THE MASTER IMAGE AND  *
009030* THE CURRENT DATE GO IN; THE VERDICT, REASON CODE/TEXT AND     *
009040* DERIVED AGE COME BACK.                                        *
009050*****************************************************************
009060  01  EDIT-MASTER-PARMS.
009070      05  EM-EDIT-MODE            PIC X(01).
009080      05  EM-MASTER-IMAGE         PIC X(60).
009090      05  EM-CURRENT-DATE.
009100          10  EM-CURR-CCYY        PIC 9(04).
009110          10  EM-CURR-MM          PIC 9(02).
009120          10  EM-CURR-DD          PIC 9(02).
009130      05  EM-EDIT-VALID-SW        PIC X(01).
009140          88  EM-EDIT-VALID             VALUE "Y".
009150          88  EM-EDIT-INVALID           VALUE "N".
009160      05  EM-REASON-CODE          PIC X(01).
009170      05  EM-REASON-TEXT          PIC X(30).
009180      05  EM-AGE-DERIVED          PIC 9(03).
009190
009200  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
009210  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
009220      05  WS-CURR-CCYY        PIC 9(04).
009230      05  WS-CURR-MM          PIC 9(02).
009240      05  WS-CURR-DD          PIC 9(02).
009250
009260*****************************************************************
009270* PRORATION ENGINE WORKING FIELDS.  NUM1 AND NUM3 ARE REUSED    *
009280* HERE AS SCRATCH FIELDS FOR THE DIVIDE, THE SAME WAY NUM1/NUM2 *
009290* ARE REUSED BY PAYCALC EARLIER IN EACH CUSTOMER'S PROCESSING.  *
009300* THE CHARGE AND PERIOD COUNT ARE LOADED FROM THE PARMFILE      *
009310* CARD BY 1200-READ-RUN-PARAMETERS.                             *
009320*****************************************************************
009330  77  WS-BATCH-CHARGE-AMT     PIC 9(05) VALUE ZEROS.
009340  77  WS-PRORATION-PERIODS    PIC 9(05) VALUE ZEROS.
009350
009360*****************************************************************
009370* PAYROLL ADJUSTMENT LEDGER WORKING FIELDS.  WS-ADJUSTMENT-TOTAL*
009380* AND WS-NET-PAY FOLLOW THE SAME SIGNED PICTURE FAMILY AS       *
009390* SIGNEDINT SO A NET DEDUCTION TOTAL CAN DRIVE PAYCHECK BELOW   *
009400* WHAT WAS EARNED WITHOUT WRAPPING NEGATIVE.                    *
009410*****************************************************************
009420  77  WS-ADJUSTMENT-TOTAL     PIC S9(05)V99 VALUE ZEROS.
009430  77  WS-NET-PAY              PIC S9(05)V99 VALUE ZEROS.
009440
009450*****************************************************************
009460* THE PART OF THE HELD ADJUSTMENT ACTUALLY TAKEN AND THE PART   *
009470* THE PAY LEFT COULD NOT COVER, BOTH SIGNED AS AD-AMOUNT IS.    *
009480*****************************************************************
009490  77  WS-ADJ-TAKEN-AMT        PIC S9(05)V99 VALUE ZEROS.
009500  77  WS-ADJ-SHORT-AMT        PIC S9(05)V99 VALUE ZEROS.
009510
009520*****************************************************************
009530* TIMECARD MATCH-MERGE WORKING FIELDS.  THE HELD TIMECARD IS    *
009540* READ AHEAD THE SAME WAY THE ADJUSTMENT LEDGER IS; A MATCH ON  *
009550* THE CURRENT EMPLOYEE TOTALS ITS SEVEN DAILY HOURS FIELDS      *
009560* INTO WS-TC-TOTAL-HOURS, THE FIGURE PAYCALC NOW DRIVES OFF.    *
009570*****************************************************************
009580  77  WS-TC-TOTAL-HOURS       PIC 9(03)V99 VALUE ZEROS.
009590  77  WS-TC-DAY-IX            PIC 9(01) VALUE ZEROS.
009600
009610  77  WS-TC-FOUND-SW          PIC X(01) VALUE "N".
009620      88  WS-TC-FOUND                VALUE "Y".
009630
009640  77  WS-TC-BAD-SW            PIC X(01) VALUE "N".
009650      88  WS-TC-BAD                  VALUE "Y".
009660
009670*****************************************************************
009680* VACATION AND SICK HOURS TAKEN FROM THE MATCHED TIMECARD,      *
009690* AFTER ANY HOURS OVER THE AVAILABLE BALANCE ARE CUT BACK, AND  *
009700* THE HOURS CUT.  PTO HOURS ARE PAID AT THE HOURLY RATE BUT     *
009710* NEVER COUNT TOWARD THE OVERTIME THRESHOLD.                    *
009720*****************************************************************
009730  77  WS-TC-VAC-HOURS         PIC 9(03)V99 VALUE ZEROS.
009740  77  WS-TC-SICK-HOURS        PIC 9(03)V99 VALUE ZEROS.
009750  77  WS-VAC-CUT-HOURS        PIC 9(03)V99 VALUE ZEROS.
009760  77  WS-SICK-CUT-HOURS       PIC 9(03)V99 VALUE ZEROS.
009770  77  WS-PTO-AVAIL-HOURS      PIC 9(04)V99 VALUE ZEROS.
009780  77  WS-VAC-PAY              PIC 9(05)V99 VALUE ZEROS.
009790  77  WS-SICK-PAY             PIC 9(05)V99 VALUE ZEROS.
009800
009810  77  WS-PTO-NOBAL-SW         PIC X(01) VALUE "N".
009820      88  WS-PTO-NOBAL               VALUE "Y".
009830
009840*****************************************************************
009850* PTO ACCRUAL BAND TABLE AND WORKING FIELDS.  THE PTORATE CARDS *
009860* ARE LOADED UP FRONT; FOR EACH TYPE THE RATE APPLIED IS THE    *
009870* ONE ON THE BAND WITH THE HIGHEST MINIMUM YEARS OF SERVICE THE *
009880* EMPLOYEE HAS REACHED.                                         *
009890*****************************************************************
009900  77  WS-PTO-RATE-MAX         PIC 9(03) VALUE 020.
009910  77  WS-PTO-RATE-LOAD-COUNT  PIC 9(03) VALUE ZEROS.
009920  77  WS-PTO-IX               PIC 9(03) VALUE ZEROS.
009930
009940  01  WS-PTO-RATE-TABLE.
009950      05  WS-PTO-RATE-ENTRY OCCURS 20 TIMES.
009960          10  WS-PTO-R-TYPE       PIC X(01).
009970          10  WS-PTO-R-MIN-YEARS  PIC 9(02).
009980          10  WS-PTO-R-RATE       PIC 9V9999.
009990          10  WS-PTO-R-CAP        PIC 9(03)V99.
010000
010010  77  WS-PTO-SEL-TYPE         PIC X(01) VALUE SPACE.
010020  77  WS-PTO-BEST-YEARS       PIC 9(02) VALUE ZEROS.
010030  77  WS-PTO-BEST-RATE        PIC 9V9999 VALUE ZEROS.
010040  77  WS-PTO-BAND-FOUND-SW    PIC X(01) VALUE "N".
010050      88  WS-PTO-BAND-FOUND          VALUE "Y".
010060
010070  77  WS-SERVICE-YEARS        PIC 9(03) VALUE ZEROS.
010080  77  WS-PTO-BASE-HOURS       PIC 9(03)V99 VALUE ZEROS.
010090  77  WS-VAC-ACCRUAL          PIC 9(03)V99 VALUE ZEROS.
010100  77  WS-SICK-ACCRUAL         PIC 9(03)V99 VALUE ZEROS.
010110
010120*****************************************************************
010130* STATUTORY WITHHOLDING TABLE AND WORKING FIELDS.  THE TAXRATE  *
010140* CARDS ARE LOADED UP FRONT; FOR EACH TYPE THE RATE APPLIED IS  *
010150* THE ONE ON THE HIGHEST BRACKET FLOOR GROSS PAY HAS REACHED.   *
010160*****************************************************************
010170  77  WS-TAX-MAX              PIC 9(03) VALUE 025.
010180  77  WS-TAX-LOAD-COUNT       PIC 9(03) VALUE ZEROS.
010190  77  WS-TAX-IX               PIC 9(03) VALUE ZEROS.
010200
010210  01  WS-TAX-TABLE.
010220      05  WS-TAX-ENTRY OCCURS 25 TIMES.
010230          10  WS-TAX-TYPE     PIC X(01).
010240          10  WS-TAX-FLOOR    PIC 9(05)V99.
010250          10  WS-TAX-RATE     PIC 9V9999.
010260
010270  77  WS-TAX-SEL-TYPE         PIC X(01) VALUE SPACE.
010280  77  WS-TAX-BEST-FLOOR       PIC 9(05)V99 VALUE ZEROS.
010290  77  WS-TAX-BEST-RATE        PIC 9V9999 VALUE ZEROS.
010300  77  WS-TAX-RATE-FOUND-SW    PIC X(01) VALUE "N".
010310      88  WS-TAX-RATE-FOUND          VALUE "Y".
010320
010330  77  WS-TAX-WORK-AMT         PIC 9(05)V99 VALUE ZEROS.
010340  77  WS-FED-TAX-AMT          PIC 9(05)V99 VALUE ZEROS.
010350  77  WS-STATE-TAX-AMT        PIC 9(05)V99 VALUE ZEROS.
010360  77  WS-FICA-TAX-AMT         PIC 9(05)V99 VALUE ZEROS.
010370  77  WS-TAX-TOTAL-AMT        PIC 9(05)V99 VALUE ZEROS.
010380
010390*****************************************************************
010400* PER-CUSTOMER ADJUSTMENT TOTALS BY TYPE AND THE GROSS PAY      *
010410* FIGURE AS 2500-PAYCALC LEFT IT, KEPT FOR THE YEAR-TO-DATE     *
010420* ACCUMULATOR AFTER 2600 HAS NETTED PAYCHECK AWAY.              *
010430*****************************************************************
010440  77  WS-ADJ-GARN-AMT         PIC S9(05)V99 VALUE ZEROS.
010450  77  WS-ADJ-DED-AMT          PIC S9(05)V99 VALUE ZEROS.
010460  77  WS-ADJ-CORR-AMT         PIC S9(05)V99 VALUE ZEROS.
010470  77  WS-GROSS-PAY            PIC 9(05)V99 VALUE ZEROS.
010480
010490*****************************************************************
010500* GENERAL-LEDGER EXTRACT CONTROL FIGURES - THE DETAIL COUNT AND *
010510* SIGNED HASH TOTAL OF EACH AMOUNT COLUMN, CARRIED TO THE       *
010520* TRAILER RECORD THE GL SIDE BALANCES AGAINST.                  *
010530*****************************************************************
010540  77  WS-GL-DETAIL-COUNT      PIC 9(07) VALUE ZEROS.
010550  77  WS-GL-GROSS-TOTAL       PIC S9(9)V99 VALUE ZEROS.
010560  77  WS-GL-TAX-TOTAL         PIC S9(9)V99 VALUE ZEROS.
010570  77  WS-GL-ADJ-TOTAL         PIC S9(9)V99 VALUE ZEROS.
010580  77  WS-GL-NET-TOTAL         PIC S9(9)V99 VALUE ZEROS.
010590  77  WS-GL-ALLOC-TOTAL       PIC S9(9)V99 VALUE ZEROS.
010600  77  WS-GL-REM-TOTAL         PIC S9(9)V99 VALUE ZEROS.
010610
010620*****************************************************************
010630* RUN CONTROL COUNTERS FOR THE END-OF-RUN RECONCILIATION        *
010640* SUMMARY.  THE SUMMARY MUST CROSS-FOOT - CUSTOMERS READ EQUAL  *
010650* TO PROCESSED PLUS REJECTED - OR THE RUN IS FLAGGED.           *
010660*****************************************************************
010670  77  WS-READ-COUNT           PIC 9(07) VALUE ZEROS.
010680  77  WS-REJ-E-COUNT          PIC 9(07) VALUE ZEROS.
010690  77  WS-REJ-I-COUNT          PIC 9(07) VALUE ZEROS.
010700  77  WS-REJ-D-COUNT          PIC 9(07) VALUE ZEROS.
010710  77  WS-REJ-LINE-TOTAL       PIC 9(07) VALUE ZEROS.
010720  77  WS-AUDIT-COUNT          PIC 9(07) VALUE ZEROS.
010730  77  WS-CKPT-COUNT           PIC 9(07) VALUE ZEROS.
010740  77  WS-HIST-COUNT           PIC 9(07) VALUE ZEROS.
010750  77  WS-HADJ-COUNT           PIC 9(07) VALUE ZEROS.
010760  77  WS-HADJ-SEQ             PIC 9(03) VALUE ZEROS.
010770  77  WS-ADJ-SHORT-COUNT      PIC 9(07) VALUE ZEROS.
010780  77  WS-ADJ-SHORT-TOTAL      PIC S9(9)V99 VALUE ZEROS.
010790  77  WS-CROSSFOOT-COUNT      PIC 9(07) VALUE ZEROS.
010800  77  WS-NO-TC-COUNT          PIC 9(07) VALUE ZEROS.
010810  77  WS-BAD-TC-COUNT         PIC 9(07) VALUE ZEROS.
010820  77  WS-LEAVE-COUNT          PIC 9(07) VALUE ZEROS.
010830  77  WS-TERM-COUNT           PIC 9(07) VALUE ZEROS.
010840  77  WS-FINAL-PAY-COUNT      PIC 9(07) VALUE ZEROS.
010850  77  WS-HOURLY-PAY-COUNT     PIC 9(07) VALUE ZEROS.
010860  77  WS-SALARY-PAY-COUNT     PIC 9(07) VALUE ZEROS.
010870  77  WS-PTO-POST-COUNT       PIC 9(07) VALUE ZEROS.
010880  77  WS-PTO-NOBAL-COUNT      PIC 9(07) VALUE ZEROS.
010890  77  WS-PTO-CUT-COUNT        PIC 9(07) VALUE ZEROS.
010900  77  WS-PTO-ACCRUED-TOTAL    PIC 9(07)V99 VALUE ZEROS.
010910  77  WS-PTO-TAKEN-TOTAL      PIC 9(07)V99 VALUE ZEROS.
010920
010930*****************************************************************
010940* PROOF REGISTER COMPANY TOTALS NOT ALREADY CARRIED IN THE GL   *
010950* CONTROL FIGURES - HOURS AND EACH WITHHOLDING TYPE.            *
010960*****************************************************************
010970  77  WS-PRF-REG-HRS-TOTAL    PIC 9(07)V99 VALUE ZEROS.
010980  77  WS-PRF-OT-HRS-TOTAL     PIC 9(07)V99 VALUE ZEROS.
010990  77  WS-PRF-FED-TOTAL        PIC S9(9)V99 VALUE ZEROS.
011000  77  WS-PRF-STATE-TOTAL      PIC S9(9)V99 VALUE ZEROS.
011010  77  WS-PRF-FICA-TOTAL       PIC S9(9)V99 VALUE ZEROS.
011020
011030*****************************************************************
011040* CUSTOMER-MASTER PRINT REPORT LAYOUTS AND PAGE CONTROL FIELDS  *
011050*****************************************************************
011060  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
011070  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
011080  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
011090
011100  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
011110
011120  01  RPT-HEADING-1.
011130      05  FILLER              PIC X(01) VALUE SPACE.
011140      05  RPT-H1-TITLE        PIC X(30) VALUE
011150          "CUSTOMER MASTER LIST".
011160      05  FILLER              PIC X(20) VALUE SPACES.
011170      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
011180      05  RPT-H1-DATE         PIC X(10).
011190      05  FILLER              PIC X(10) VALUE SPACES.
011200      05  FILLER              PIC X(06) VALUE "PAGE: ".
011210      05  RPT-H1-PAGE         PIC ZZZ9.
011220      05  FILLER              PIC X(41) VALUE SPACES.
011230
011240  01  RPT-HEADING-2.
011250      05  FILLER              PIC X(02) VALUE SPACES.
011260      05  FILLER              PIC X(05) VALUE "IDENT".
011270      05  FILLER              PIC X(05) VALUE SPACES.
011280      05  FILLER              PIC X(20) VALUE "CUSTOMER NAME".
011290      05  FILLER              PIC X(02) VALUE SPACES.
011300      05  FILLER              PIC X(12) VALUE "DATEOFBIRTH".
011310      05  FILLER              PIC X(03) VALUE SPACES.
011320      05  FILLER              PIC X(03) VALUE "AGE".
011330      05  FILLER              PIC X(05) VALUE SPACES.
011340      05  FILLER              PIC X(08) VALUE "PAYCHECK".
011350      05  FILLER              PIC X(04) VALUE SPACES.
011360      05  FILLER              PIC X(05) VALUE "ALLOC".
011370      05  FILLER              PIC X(03) VALUE SPACES.
011380      05  FILLER              PIC X(03) VALUE "REM".
011390      05  FILLER              PIC X(52) VALUE SPACES.
011400
011410  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
011420
011430  01  RPT-DETAIL-LINE.
011440      05  FILLER              PIC X(01) VALUE SPACE.
011450      05  RPT-D-IDENT         PIC ZZ9.
011460      05  FILLER              PIC X(03) VALUE SPACES.
011470      05  RPT-D-NAME          PIC X(20).
011480      05  FILLER              PIC X(02) VALUE SPACES.
011490      05  RPT-D-MOB           PIC Z9.
011500      05  FILLER              PIC X(01) VALUE "/".
011510      05  RPT-D-DOB           PIC Z9.
011520      05  FILLER              PIC X(01) VALUE "/".
011530      05  RPT-D-YOB           PIC 9(04).
011540      05  FILLER              PIC X(03) VALUE SPACES.
011550      05  RPT-D-AGE           PIC ZZ9.
011560      05  FILLER              PIC X(03) VALUE SPACES.
011570      05  RPT-D-PAYCHECK      PIC Z,ZZZ.99.
011580      05  FILLER              PIC X(03) VALUE SPACES.
011590      05  RPT-D-ALLOC         PIC ZZZZZ.99.
011600      05  FILLER              PIC X(03) VALUE SPACES.
011610      05  RPT-D-REM           PIC ZZZZZ.99.
011620      05  FILLER              PIC X(54) VALUE SPACES.
011630
011640*****************************************************************
011650* PAYROLL PROOF REGISTER LINES.  ON A PROOF RUN CUSTRPT CARRIES *
011660* ONE LINE PER EMPLOYEE PAID - HOURS, GROSS, EACH TAX, THE      *
011670* ADJUSTMENT TOTAL AND NET - IN PLACE OF THE MASTER LIST.       *
011680*****************************************************************
011690  01  RPT-PRF-HEADING-2.
011700      05  FILLER              PIC X(02) VALUE SPACES.
011710      05  FILLER              PIC X(05) VALUE "IDENT".
011720      05  FILLER              PIC X(02) VALUE SPACES.
011730      05  FILLER              PIC X(20) VALUE "EMPLOYEE NAME".
011740      05  FILLER              PIC X(06) VALUE " TYPE".
011750      05  FILLER              PIC X(09) VALUE "  REG HRS".
011760      05  FILLER              PIC X(09) VALUE "   OT HRS".
011770      05  FILLER              PIC X(12) VALUE "       GROSS".
011780      05  FILLER              PIC X(11) VALUE "    FED TAX".
011790      05  FILLER              PIC X(11) VALUE "  STATE TAX".
011800      05  FILLER              PIC X(11) VALUE "   FICA TAX".
011810      05  FILLER              PIC X(12) VALUE " ADJUSTMENTS".
011820      05  FILLER              PIC X(12) VALUE "         NET".
011830      05  FILLER              PIC X(10) VALUE SPACES.
011840
011850  01  RPT-PRF-DETAIL-LINE.
011860      05  FILLER              PIC X(01) VALUE SPACE.
011870      05  RPT-F-IDENT         PIC ZZ9.
011880      05  FILLER              PIC X(05) VALUE SPACES.
011890      05  RPT-F-NAME          PIC X(20).
011900      05  FILLER              PIC X(03) VALUE SPACES.
011910      05  RPT-F-PAY-TYPE      PIC X(01).
011920      05  FILLER              PIC X(05) VALUE SPACES.
011930      05  RPT-F-REG-HRS       PIC ZZ9.99.
011940      05  FILLER              PIC X(03) VALUE SPACES.
011950      05  RPT-F-OT-HRS        PIC ZZ9.99.
011960      05  FILLER              PIC X(03) VALUE SPACES.
011970      05  RPT-F-GROSS         PIC ZZ,ZZ9.99.
011980      05  FILLER              PIC X(03) VALUE SPACES.
011990      05  RPT-F-FED-TAX       PIC Z,ZZ9.99.
012000      05  FILLER              PIC X(03) VALUE SPACES.
012010      05  RPT-F-STATE-TAX     PIC Z,ZZ9.99.
012020      05  FILLER              PIC X(03) VALUE SPACES.
012030      05  RPT-F-FICA-TAX      PIC Z,ZZ9.99.
012040      05  FILLER              PIC X(03) VALUE SPACES.
012050      05  RPT-F-ADJUSTMENT    PIC Z,ZZ9.99-.
012060      05  FILLER              PIC X(03) VALUE SPACES.
012070      05  RPT-F-NET           PIC ZZ,ZZ9.99.
012080      05  FILLER              PIC X(10) VALUE SPACES.
012090
012100*****************************************************************
012110* REJECTED-RECORDS REPORT LAYOUTS AND PAGE CONTROL FIELDS.  KEPT*
012120* SEPARATE FROM THE CUSTOMER-MASTER REPORT'S WS-PAGE-COUNT/     *
012130* WS-LINE-COUNT SO THE TWO REPORTS PAGINATE INDEPENDENTLY.      *
012140*****************************************************************
012150  77  WS-REJ-PAGE-COUNT       PIC 9(03) VALUE ZEROS.
012160  77  WS-REJ-LINE-COUNT       PIC 9(03) VALUE ZEROS.
012170
012180  01  RPT-REJ-HEADING-1.
012190      05  FILLER              PIC X(01) VALUE SPACE.
012200      05  FILLER              PIC X(30) VALUE
012210          "REJECTED CUSTOMER RECORDS".
012220      05  FILLER              PIC X(20) VALUE SPACES.
012230      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
012240      05  RPT-RH1-DATE        PIC X(10).
012250      05  FILLER              PIC X(10) VALUE SPACES.
012260      05  FILLER              PIC X(06) VALUE "PAGE: ".
012270      05  RPT-RH1-PAGE        PIC ZZZ9.
012280      05  FILLER              PIC X(41) VALUE SPACES.
012290
012300  01  RPT-REJ-HEADING-2.
012310      05  FILLER              PIC X(02) VALUE SPACES.
012320      05  FILLER              PIC X(05) VALUE "IDENT".
012330      05  FILLER              PIC X(05) VALUE SPACES.
012340      05  FILLER              PIC X(04) VALUE "CODE".
012350      05  FILLER              PIC X(03) VALUE SPACES.
012360      05  FILLER              PIC X(30) VALUE "REASON".
012370      05  FILLER              PIC X(83) VALUE SPACES.
012380
012390  01  RPT-REJ-BLANK-LINE      PIC X(132) VALUE SPACES.
012400
012410  01  RPT-REJ-DETAIL-LINE.
012420      05  FILLER              PIC X(01) VALUE SPACE.
012430      05  REJ-D-IDENT         PIC ZZ9.
012440      05  FILLER              PIC X(07) VALUE SPACES.
012450      05  REJ-D-REASON-CODE   PIC X(01).
012460      05  FILLER              PIC X(06) VALUE SPACES.
012470      05  REJ-D-REASON-TEXT   PIC X(30).
012480      05  FILLER              PIC X(84) VALUE SPACES.
012490
012500*****************************************************************
012510* TIMECARD EXCEPTION LIST LAYOUTS AND PAGE CONTROL FIELDS.      *
012520* PAGINATES INDEPENDENTLY OF THE OTHER REPORTS.                 *
012530*****************************************************************
012540  77  WS-EXC-PAGE-COUNT       PIC 9(03) VALUE ZEROS.
012550  77  WS-EXC-LINE-COUNT       PIC 9(03) VALUE ZEROS.
012560
012570  77  WS-EXC-REASON-TEXT      PIC X(30) VALUE SPACES.
012580
012590  01  EXC-HEADING-1.
012600      05  FILLER              PIC X(01) VALUE SPACE.
012610      05  FILLER              PIC X(30) VALUE
012620          "TIMECARD EXCEPTION LIST".
012630      05  FILLER              PIC X(20) VALUE SPACES.
012640      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
012650      05  EXC-H1-DATE         PIC X(10).
012660      05  FILLER              PIC X(10) VALUE SPACES.
012670      05  FILLER              PIC X(06) VALUE "PAGE: ".
012680      05  EXC-H1-PAGE         PIC ZZZ9.
012690      05  FILLER              PIC X(41) VALUE SPACES.
012700
012710  01  EXC-HEADING-2.
012720      05  FILLER              PIC X(02) VALUE SPACES.
012730      05  FILLER              PIC X(05) VALUE "IDENT".
012740      05  FILLER              PIC X(05) VALUE SPACES.
012750      05  FILLER              PIC X(20) VALUE "EMPLOYEE NAME".
012760      05  FILLER              PIC X(02) VALUE SPACES.
012770      05  FILLER              PIC X(30) VALUE "REASON NOT PAID".
012780      05  FILLER              PIC X(68) VALUE SPACES.
012790
012800  01  EXC-BLANK-LINE          PIC X(132) VALUE SPACES.
012810
012820  01  EXC-DETAIL-LINE.
012830      05  FILLER              PIC X(01) VALUE SPACE.
012840      05  EXC-D-IDENT         PIC ZZ9.
012850      05  FILLER              PIC X(08) VALUE SPACES.
012860      05  EXC-D-NAME          PIC X(20).
012870      05  FILLER              PIC X(02) VALUE SPACES.
012880      05  EXC-D-REASON        PIC X(30).
012890      05  FILLER              PIC X(68) VALUE SPACES.
012900
012910*****************************************************************
012920* RUN-PARAMETER REPORT LINES - THE PARAMETERS IN EFFECT ARE     *
012930* PRINTED ON THE FIRST PAGE OF CUSTRPT SO EVERY RUN DOCUMENTS   *
012940* THE FIGURES IT RAN WITH.                                      *
012950*****************************************************************
012960  77  WS-PARM-EDIT-INT        PIC ZZZZ9.
012970  77  WS-PARM-EDIT-DEC        PIC ZZ9.99.
012980
012990  01  RPT-PARM-LINE.
013000      05  FILLER              PIC X(02) VALUE SPACES.
013010      05  RPT-P-LABEL         PIC X(25).
013020      05  RPT-P-VALUE         PIC X(10).
013030      05  FILLER              PIC X(95) VALUE SPACES.
013040
013050*****************************************************************
013060* RUN CONTROL SUMMARY LINES - THE LAST PAGE OF CUSTRPT.         *
013070*****************************************************************
013080  01  RPT-SUM-COUNT-LINE.
013090      05  FILLER              PIC X(02) VALUE SPACES.
013100      05  RPT-SC-LABEL        PIC X(30).
013110      05  RPT-SC-COUNT        PIC ZZZ,ZZ9.
013120      05  FILLER              PIC X(93) VALUE SPACES.
013130
013140  01  RPT-SUM-AMOUNT-LINE.
013150      05  FILLER              PIC X(02) VALUE SPACES.
013160      05  RPT-SA-LABEL        PIC X(30).
013170      05  RPT-SA-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.
013180      05  FILLER              PIC X(86) VALUE SPACES.
013190
013200  01  RPT-SUM-FLAG-LINE.
013210      05  FILLER              PIC X(02) VALUE SPACES.
013220      05  RPT-SF-TEXT         PIC X(60).
013230      05  FILLER              PIC X(70) VALUE SPACES.
013240
013250*****************************************************************
013260* PAY STATEMENT LAYOUTS.  ONE PAGE PER EMPLOYEE - HEADER,       *
013270* EARNINGS LINES AT REGULAR AND PREMIUM RATE (OR THE ONE SALARY *
013280* LINE FOR A SALARIED EMPLOYEE), VACATION AND SICK TIME TAKEN,  *
013290* ONE LINE PER ADJUSTMENT APPLIED, THE NET PAYCHECK, AND THE    *
013300* VACATION AND SICK BALANCES.                                   *
013310*****************************************************************
013320  77  WS-OT-PREMIUM-RATE      PIC 9(04)V99 VALUE ZEROS.
013330  77  WS-STM-PTO-LABEL        PIC X(20) VALUE SPACES.
013340  77  WS-STM-PTO-HOURS        PIC 9(03)V99 VALUE ZEROS.
013350  77  WS-STM-PTO-PAY          PIC 9(05)V99 VALUE ZEROS.
013360  77  WS-STM-PTO-CUT          PIC 9(03)V99 VALUE ZEROS.
013370
013380  01  STM-HEADING-1.
013390      05  FILLER              PIC X(01) VALUE SPACE.
013400      05  FILLER              PIC X(30) VALUE "PAY STATEMENT".
013410      05  FILLER              PIC X(20) VALUE SPACES.
013420      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
013430      05  STM-H1-DATE         PIC X(10).
013440      05  FILLER              PIC X(61) VALUE SPACES.
013450
013460  01  STM-EMPLOYEE-LINE.
013470      05  FILLER              PIC X(02) VALUE SPACES.
013480      05  FILLER              PIC X(10) VALUE "EMPLOYEE: ".
013490      05  STM-E-IDENT         PIC ZZ9.
013500      05  FILLER              PIC X(02) VALUE SPACES.
013510      05  STM-E-NAME          PIC X(20).
013520      05  FILLER              PIC X(95) VALUE SPACES.
013530
013540  01  STM-EARNINGS-LINE.
013550      05  FILLER              PIC X(02) VALUE SPACES.
013560      05  STM-E-LABEL         PIC X(20).
013570      05  STM-E-HOURS         PIC ZZ9.99.
013580      05  FILLER              PIC X(08) VALUE " HRS AT ".
013590      05  STM-E-RATE          PIC ZZZ9.99.
013600      05  FILLER              PIC X(03) VALUE SPACES.
013610      05  STM-E-AMOUNT        PIC ZZ,ZZ9.99.
013620      05  FILLER              PIC X(77) VALUE SPACES.
013630
013640  01  STM-SALARY-LINE.
013650      05  FILLER              PIC X(02) VALUE SPACES.
013660      05  FILLER              PIC X(20) VALUE "SALARY EARNINGS".
013670      05  FILLER              PIC X(24) VALUE SPACES.
013680      05  STM-S-AMOUNT        PIC ZZ,ZZ9.99.
013690      05  FILLER              PIC X(77) VALUE SPACES.
013700
013710  01  STM-GROSS-LINE.
013720      05  FILLER              PIC X(02) VALUE SPACES.
013730      05  FILLER              PIC X(20) VALUE "GROSS PAY".
013740      05  FILLER              PIC X(24) VALUE SPACES.
013750      05  STM-G-AMOUNT        PIC ZZ,ZZ9.99.
013760      05  FILLER              PIC X(77) VALUE SPACES.
013770
013780  01  STM-TAX-LINE.
013790      05  FILLER              PIC X(02) VALUE SPACES.
013800      05  FILLER              PIC X(04) VALUE "TAX ".
013810      05  STM-T-TYPE          PIC X(01).
013820      05  FILLER              PIC X(02) VALUE SPACES.
013830      05  STM-T-DESC          PIC X(20).
013840      05  FILLER              PIC X(17) VALUE SPACES.
013850      05  STM-T-AMOUNT        PIC Z,ZZ9.99-.
013860      05  FILLER              PIC X(77) VALUE SPACES.
013870
013880  01  STM-ADJ-LINE.
013890      05  FILLER              PIC X(02) VALUE SPACES.
013900      05  FILLER              PIC X(04) VALUE "ADJ ".
013910      05  STM-A-TYPE          PIC X(01).
013920      05  FILLER              PIC X(02) VALUE SPACES.
013930      05  STM-A-DESC          PIC X(20).
013940      05  FILLER              PIC X(17) VALUE SPACES.
013950      05  STM-A-AMOUNT        PIC Z,ZZ9.99-.
013960      05  FILLER              PIC X(77) VALUE SPACES.
013970
013980  01  STM-SHORT-LINE.
013990      05  FILLER              PIC X(09) VALUE SPACES.
014000      05  FILLER              PIC X(20) VALUE
014010          "NOT TAKEN, PAY SHORT".
014020      05  FILLER              PIC X(17) VALUE SPACES.
014030      05  STM-U-AMOUNT        PIC Z,ZZ9.99-.
014040      05  FILLER              PIC X(77) VALUE SPACES.
014050
014060  01  STM-NET-LINE.
014070      05  FILLER              PIC X(02) VALUE SPACES.
014080      05  FILLER              PIC X(20) VALUE "NET PAYCHECK".
014090      05  FILLER              PIC X(24) VALUE SPACES.
014100      05  STM-N-AMOUNT        PIC ZZ,ZZ9.99.
014110      05  FILLER              PIC X(77) VALUE SPACES.
014120
014130  01  STM-PTO-TAKEN-LINE.
014140      05  FILLER              PIC X(02) VALUE SPACES.
014150      05  STM-P-LABEL         PIC X(20).
014160      05  STM-P-HOURS         PIC ZZ9.99.
014170      05  FILLER              PIC X(21) VALUE
014180          " HRS - PAID IN SALARY".
014190      05  FILLER              PIC X(83) VALUE SPACES.
014200
014210  01  STM-PTO-CUT-LINE.
014220      05  FILLER              PIC X(09) VALUE SPACES.
014230      05  FILLER              PIC X(26) VALUE
014240          "OVER BALANCE - NOT ALLOWED".
014250      05  FILLER              PIC X(01) VALUE SPACE.
014260      05  STM-C-HOURS         PIC ZZ9.99.
014270      05  FILLER              PIC X(04) VALUE " HRS".
014280      05  FILLER              PIC X(86) VALUE SPACES.
014290
014300  01  STM-PTO-BAL-LINE.
014310      05  FILLER              PIC X(02) VALUE SPACES.
014320      05  STM-B-LABEL         PIC X(20).
014330      05  FILLER              PIC X(07) VALUE "EARNED ".
014340      05  STM-B-EARNED        PIC ZZ9.99.
014350      05  FILLER              PIC X(07) VALUE "  USED ".
014360      05  STM-B-USED          PIC ZZ9.99.
014370      05  FILLER              PIC X(12) VALUE "  AVAILABLE ".
014380      05  STM-B-AVAILABLE     PIC Z,ZZ9.99-.
014390      05  FILLER              PIC X(63) VALUE SPACES.
014400
014410  01  STM-PTO-MSG-LINE.
014420      05  FILLER              PIC X(02) VALUE SPACES.
014430      05  STM-M-TEXT          PIC X(30).
014440      05  FILLER              PIC X(100) VALUE SPACES.
014450
014460  01  STM-BLANK-LINE          PIC X(132) VALUE SPACES.
014470
014480*****************************************************************
014490* ORIGINAL TUTORIAL DEMONSTRATION FIELDS                        *
014500*****************************************************************
014510  01  SAMPLEDATA              PIC X(10) VALUE "STUFF".
014520  01  JUSTLETTERS             PIC AAA VALUE "ABC".
014530  01  JUSTNUMS                PIC 9(4) VALUE 1234.
014540  01  SIGNEDINT               PIC S9(4) VALUE -1234.
014550  01  PAYCHECK                PIC 9(4)V99 VALUE ZEROS.
014560
014570*****************************************************************
014580* NUM1/NUM2 ARE REUSED AS THE PAYCALC WORKING FIELDS - HOURS    *
014590* WORKED AND HOURLY RATE - FOR EACH CUSTOMER IN TURN.           *
014600*****************************************************************
014610  01  NUM1                    PIC 9(5)V99.
014620  01  NUM2                    PIC 9(3)V99.
014630  01  NUM3                    PIC 9(5).
014640  01  ANS                     PIC S9(5)V99 VALUE 0.
014650  01  REM                     PIC 9(5)V99.
014660
014670*****************************************************************
014680* PAYCALC WORKING FIELDS                                        *
014690*****************************************************************
014700  77  WS-OT-THRESHOLD-HRS     PIC 9(3)V99 VALUE ZEROS.
014710  77  WS-OT-RATE-FACTOR       PIC 9V99 VALUE ZEROS.
014720  77  WS-REGULAR-HOURS        PIC 9(3)V99 VALUE ZEROS.
014730  77  WS-OVERTIME-HOURS       PIC 9(3)V99 VALUE ZEROS.
014740  77  WS-REGULAR-PAY          PIC 9(5)V99 VALUE ZEROS.
014750  77  WS-OVERTIME-PAY         PIC 9(5)V99 VALUE ZEROS.
014760  77  WS-SALARY-PAY           PIC 9(5)V99 VALUE ZEROS.
014770
014780*****************************************************************
014790* RUN-SEQUENCING CONTROL PARAMETER AREA FOR THE RUNCTLIO        *
014800* CALLS.  THE START CALL REFUSES THE RUN WHEN THE PREDECESSOR   *
014810* JOB HAS NOT COMPLETED CLEAN FOR TODAY'S CYCLE, OR WHEN THIS   *
014820* JOB ALREADY COMPLETED TODAY.                                  *
014830*****************************************************************
014840  01  RUN-CONTROL-PARMS.
014850      05  RC-FUNCTION             PIC X(01).
014860      05  RC-PROGRAM              PIC X(08).
014870      05  RC-PREDECESSOR          PIC X(08).
014880      05  RC-CYCLE-DATE           PIC 9(08).
014890      05  RC-COMPLETION-CODE      PIC 9(02).
014900      05  RC-RESULT               PIC 9(02).
014910      05  RC-REASON               PIC X(40).
014920
014930  77  WS-RUNCTL-REFUSED-SW    PIC X(01) VALUE "N".
014940      88  WS-RUNCTL-REFUSED          VALUE "Y".
014950
014960*****************************************************************
014970* THE NAME THE RUN IS LOGGED UNDER.  A PROOF RUN IS LOGGED AS   *
014980* COBPROOF SO ITS END EVENT NEVER SATISFIES THE COBOLTUT        *
014990* PREDECESSOR CHECK IN DEPEXTR OR CHECKRUN, AND NEVER STOPS THE *
015000* LIVE RUN AS ALREADY COMPLETED FOR THE DAY.                    *
015010*****************************************************************
015020  77  WS-RUNCTL-PROGRAM       PIC X(08) VALUE "COBOLTUT".
015030
015040  PROCEDURE DIVISION.
015050*****************************************************************
015060*                        0000-MAINLINE                          *
015070*****************************************************************
015080  0000-MAINLINE.
015090
015100      PERFORM 1000-INITIALIZE
015110          THRU 1000-INITIALIZE-EXIT.
015120
015130      PERFORM 2000-PROCESS-CUSTOMERS
015140          THRU 2000-PROCESS-CUSTOMERS-EXIT
015150          UNTIL WS-END-OF-FILE.
015160
015170      PERFORM 3000-FINALIZE
015180          THRU 3000-FINALIZE-EXIT.
015190
015200      STOP RUN.
015210
015220*****************************************************************
015230*                       1000-INITIALIZE                         *
015240*  OPENS THE FILES AND RUNS THE ORIGINAL TUTORIAL DEMONSTRATION *
015250*  STATEMENTS.  THE PARMFILE CARD IS READ AHEAD OF THE RUNCTL   *
015260*  CALLS BECAUSE ITS RUN MODE DECIDES THE NAME THE RUN IS       *
015270*  LOGGED UNDER.  A PROOF RUN ONLY CHECKS ITS PREDECESSORS - IT *
015280*  LOGS NO START EVENT, SO IT CAN BE RERUN AS OFTEN AS PAYROLL  *
015290*  NEEDS BEFORE SIGNING OFF ON THE LIVE RUN.                    *
015300*****************************************************************
015310  1000-INITIALIZE.
015320
015330      MOVE "More Stuff" TO SAMPLEDATA
015340      MOVE "123" TO SAMPLEDATA
015350      DISPLAY SAMPLEDATA
015360      DISPLAY PAYCHECK
015370
015380      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
015390
015400      STRING WS-CURR-MM   DELIMITED BY SIZE
015410             "/"          DELIMITED BY SIZE
015420             WS-CURR-DD   DELIMITED BY SIZE
015430             "/"          DELIMITED BY SIZE
015440             WS-CURR-CCYY DELIMITED BY SIZE
015450          INTO WS-RUN-DATE-EDIT
015460
015470      PERFORM 1200-READ-RUN-PARAMETERS
015480          THRU 1200-READ-RUN-PARAMETERS-EXIT.
015490
015500      IF WS-PARM-ERROR
015510          SET WS-END-OF-FILE TO TRUE
015520      END-IF.
015530
015540      IF WS-PROOF-RUN
015550          MOVE "COBPROOF"               TO WS-RUNCTL-PROGRAM
015560          MOVE "PAYROLL PROOF REGISTER" TO RPT-H1-TITLE
015570      END-IF.
015580
015590      MOVE "C"             TO RC-FUNCTION
015600      MOVE WS-RUNCTL-PROGRAM TO RC-PROGRAM
015610      MOVE "TIMEEDIT" TO RC-PREDECESSOR
015620      MOVE WS-CURRENT-DATE TO RC-CYCLE-DATE
015630      MOVE ZEROS           TO RC-COMPLETION-CODE
015640
015650      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
015660
015670      IF RC-RESULT NOT = ZEROS
015680          DISPLAY "COBOLTUT: RUN REFUSED - " RC-REASON
015690          SET WS-RUNCTL-REFUSED TO TRUE
015700          SET WS-END-OF-FILE TO TRUE
015710          MOVE 8 TO RETURN-CODE
015720          GO TO 1000-INITIALIZE-EXIT
015730      END-IF.
015740
015750      IF WS-PROOF-RUN
015760          MOVE "C"         TO RC-FUNCTION
015770      ELSE
015780          MOVE "S"         TO RC-FUNCTION
015790      END-IF
015800      MOVE WS-RUNCTL-PROGRAM TO RC-PROGRAM
015810      MOVE "ADJEDIT " TO RC-PREDECESSOR
015820      MOVE WS-CURRENT-DATE TO RC-CYCLE-DATE
015830      MOVE ZEROS           TO RC-COMPLETION-CODE
015840
015850      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
015860
015870      IF RC-RESULT NOT = ZEROS
015880          DISPLAY "COBOLTUT: RUN REFUSED - " RC-REASON
015890          SET WS-RUNCTL-REFUSED TO TRUE
015900          SET WS-END-OF-FILE TO TRUE
015910          MOVE 8 TO RETURN-CODE
015920          GO TO 1000-INITIALIZE-EXIT
015930      END-IF.
015940
015950      PERFORM 1300-LOAD-TAX-TABLE
015960          THRU 1300-LOAD-TAX-TABLE-EXIT.
015970
015980      IF WS-TAX-ERROR
015990          SET WS-END-OF-FILE TO TRUE
016000      END-IF.
016010
016020      PERFORM 1350-LOAD-PTO-RATE-TABLE
016030          THRU 1350-LOAD-PTO-RATE-TABLE-EXIT.
016040
016050      IF WS-PTO-RATE-ERROR
016060          SET WS-END-OF-FILE TO TRUE
016070      END-IF.
016080
016090      IF WS-PROOF-RUN
016100          OPEN INPUT CUSTOMER-MASTER-FILE
016110      ELSE
016120          OPEN I-O CUSTOMER-MASTER-FILE
016130      END-IF.
016140
016150      IF NOT WS-CM-FILE-OK
016160          DISPLAY "COBOLTUT: UNABLE TO OPEN CUSTOMER-MASTER, "
016170                  "STATUS = " WS-CM-FILE-STATUS
016180          SET WS-END-OF-FILE TO TRUE
016190      END-IF.
016200
016210      IF WS-PROOF-RUN
016220          OPEN INPUT PTO-BALANCE-FILE
016230      ELSE
016240          OPEN I-O PTO-BALANCE-FILE
016250      END-IF.
016260
016270      IF NOT WS-PB-FILE-OK
016280          DISPLAY "COBOLTUT: UNABLE TO OPEN PTOBAL, "
016290                  "STATUS = " WS-PB-FILE-STATUS
016300          SET WS-END-OF-FILE TO TRUE
016310      END-IF.
016320
016330      PERFORM 1400-OPEN-UPDATE-FILES
016340          THRU 1400-OPEN-UPDATE-FILES-EXIT.
016350
016360      OPEN OUTPUT REPORT-FILE
016370
016380      IF NOT WS-RPT-FILE-OK
016390          DISPLAY "COBOLTUT: UNABLE TO OPEN CUSTRPT, "
016400                  "STATUS = " WS-RPT-FILE-STATUS
016410          SET WS-END-OF-FILE TO TRUE
016420      END-IF.
016430
016440      OPEN INPUT ADJUSTMENT-FILE
016450
016460      IF NOT WS-ADJ-FILE-OK
016470          SET WS-ADJ-EOF TO TRUE
016480      ELSE
016490          PERFORM 2610-READ-NEXT-ADJUSTMENT
016500              THRU 2610-READ-NEXT-ADJUSTMENT-EXIT
016510      END-IF.
016520
016530      OPEN INPUT TIMECARD-FILE
016540
016550      IF NOT WS-TCF-FILE-OK
016560          DISPLAY "COBOLTUT: UNABLE TO OPEN TIMECARD, "
016570                  "STATUS = " WS-TCF-FILE-STATUS
016580          SET WS-END-OF-FILE TO TRUE
016590      ELSE
016600          PERFORM 2475-READ-NEXT-TIMECARD
016610              THRU 2475-READ-NEXT-TIMECARD-EXIT
016620      END-IF.
016630
016640      OPEN OUTPUT EXCEPTION-REPORT
016650
016660      IF NOT WS-EXC-FILE-OK
016670          DISPLAY "COBOLTUT: UNABLE TO OPEN TCEXCPT, "
016680                  "STATUS = " WS-EXC-FILE-STATUS
016690          SET WS-END-OF-FILE TO TRUE
016700      END-IF.
016710
016720      OPEN OUTPUT REJECT-FILE
016730
016740      IF NOT WS-REJ-FILE-OK
016750          DISPLAY "COBOLTUT: UNABLE TO OPEN REJCTRPT, "
016760                  "STATUS = " WS-REJ-FILE-STATUS
016770          SET WS-END-OF-FILE TO TRUE
016780      END-IF.
016790
016800      PERFORM 2810-PRINT-HEADINGS
016810          THRU 2810-PRINT-HEADINGS-EXIT.
016820
016830      IF NOT WS-PARM-ERROR
016840          PERFORM 1250-PRINT-RUN-PARAMETERS
016850              THRU 1250-PRINT-RUN-PARAMETERS-EXIT
016860      END-IF.
016870
016880      PERFORM 2870-PRINT-REJECT-HEADINGS
016890          THRU 2870-PRINT-REJECT-HEADINGS-EXIT.
016900
016910      PERFORM 2880-PRINT-EXCEPTION-HEADINGS
016920          THRU 2880-PRINT-EXCEPTION-HEADINGS-EXIT.
016930
016940  1000-INITIALIZE-EXIT.
016950      EXIT.
016960
016970*****************************************************************
016980*            1100-READ-RESTART-CHECKPOINT                       *
016990*  READS CHECKPOINT-FILE, IF ONE EXISTS FROM A PRIOR RUN, ALL   *
017000*  THE WAY THROUGH.  THE LAST RECORD READ LEAVES ITS IDENT IN   *
017010*  WS-RESTART-IDENT AS THE POINT TO START PAST.                 *
017020*****************************************************************
017030  1100-READ-RESTART-CHECKPOINT.
017040
017050      OPEN INPUT CHECKPOINT-FILE
017060
017070      IF WS-CKPT-FILE-OK
017080          PERFORM 1110-READ-CHECKPOINT-RECORD
017090              THRU 1110-READ-CHECKPOINT-RECORD-EXIT
017100              UNTIL WS-CKPT-EOF
017110          CLOSE CHECKPOINT-FILE
017120      END-IF.
017130
017140  1100-READ-RESTART-CHECKPOINT-EXIT.
017150      EXIT.
017160
017170*****************************************************************
017180*             1110-READ-CHECKPOINT-RECORD                       *
017190*****************************************************************
017200  1110-READ-CHECKPOINT-RECORD.
017210
017220      READ CHECKPOINT-FILE
017230          AT END
017240              SET WS-CKPT-EOF TO TRUE
017250          NOT AT END
017260              MOVE CKPT-LAST-IDENT TO WS-RESTART-IDENT
017270              SET WS-RESTART-REQUESTED TO TRUE
017280      END-READ.
017290
017300  1110-READ-CHECKPOINT-RECORD-EXIT.
017310      EXIT.
017320
017330*****************************************************************
017340*               1200-READ-RUN-PARAMETERS                        *
017350*  READS THE PARMFILE CONTROL CARD AND LOADS THE PROCESSING     *
017360*  CONSTANTS, VALIDATING EACH ONE FOR CLASS AND A SANE RANGE.   *
017370*  A MISSING FILE, MISSING CARD, OR BAD VALUE REFUSES THE RUN - *
017380*  THE DAYS OF RECOMPILING FOR A NEW BATCH CHARGE ARE OVER, BUT *
017390*  SO ARE THE DAYS OF RUNNING ON WHATEVER WAS KEYED IN.         *
017400*****************************************************************
017410  1200-READ-RUN-PARAMETERS.
017420
017430      OPEN INPUT PARAMETER-FILE
017440
017450      IF NOT WS-PRM-FILE-OK
017460          DISPLAY "COBOLTUT: UNABLE TO OPEN PARMFILE, "
017470                  "STATUS = " WS-PRM-FILE-STATUS
017480          SET WS-PARM-ERROR TO TRUE
017490          GO TO 1200-READ-RUN-PARAMETERS-EXIT
017500      END-IF
017510
017520      READ PARAMETER-FILE
017530          AT END
017540              DISPLAY "COBOLTUT: PARMFILE IS EMPTY"
017550              SET WS-PARM-ERROR TO TRUE
017560          NOT AT END
017570              PERFORM 1210-VALIDATE-RUN-PARAMETERS
017580                  THRU 1210-VALIDATE-RUN-PARAMETERS-EXIT
017590      END-READ
017600
017610      CLOSE PARAMETER-FILE.
017620
017630  1200-READ-RUN-PARAMETERS-EXIT.
017640      EXIT.
017650
017660*****************************************************************
017670*              1210-VALIDATE-RUN-PARAMETERS                     *
017680*  CLASS AND RANGE CHECKS EACH PARAMETER, THEN LOADS THE        *
017690*  WORKING CONSTANTS.  THE RANGES ARE DELIBERATELY WIDE - THE   *
017700*  POINT IS TO CATCH A MISKEYED CARD, NOT TO SECOND-GUESS A     *
017710*  LEGITIMATE HOLIDAY-WEEK OVERTIME THRESHOLD.                  *
017720*****************************************************************
017730  1210-VALIDATE-RUN-PARAMETERS.
017740
017750*    THE RUN MODE IS SETTLED FIRST.  A MODE THAT IS NEITHER LIVE
017760*    NOR PROOF IS TREATED AS A PROOF, SO A MISKEYED CARD CAN
017770*    NEVER OPEN THE MASTER AND HISTORY FILES FOR UPDATE.
017780      IF NOT PM-MODE-LIVE
017790          SET WS-PROOF-RUN TO TRUE
017800      END-IF
017810
017820      IF NOT PM-MODE-LIVE
017830          AND NOT PM-MODE-PROOF
017840          DISPLAY "COBOLTUT: BAD RUN MODE ON PARMFILE"
017850          SET WS-PARM-ERROR TO TRUE
017860          GO TO 1210-VALIDATE-RUN-PARAMETERS-EXIT
017870      END-IF
017880
017890      IF PM-BATCH-CHARGE-AMT IS NOT NUMERIC
017900          OR PM-BATCH-CHARGE-AMT = ZERO
017910          DISPLAY "COBOLTUT: BAD BATCH CHARGE ON PARMFILE"
017920          SET WS-PARM-ERROR TO TRUE
017930          GO TO 1210-VALIDATE-RUN-PARAMETERS-EXIT
017940      END-IF
017950
017960      IF PM-PRORATION-PERIODS IS NOT NUMERIC
017970          OR PM-PRORATION-PERIODS = ZERO
017980          DISPLAY "COBOLTUT: BAD PRORATION PERIODS ON PARMFILE"
017990          SET WS-PARM-ERROR TO TRUE
018000          GO TO 1210-VALIDATE-RUN-PARAMETERS-EXIT
018010      END-IF
018020
018030      IF PM-CHECKPOINT-INTERVAL IS NOT NUMERIC
018040          OR PM-CHECKPOINT-INTERVAL = ZERO
018050          DISPLAY "COBOLTUT: BAD CHECKPOINT INTERVAL ON PARMFILE"
018060          SET WS-PARM-ERROR TO TRUE
018070          GO TO 1210-VALIDATE-RUN-PARAMETERS-EXIT
018080      END-IF
018090
018100      IF PM-OT-THRESHOLD-HRS IS NOT NUMERIC
018110          OR PM-OT-THRESHOLD-HRS = ZERO
018120          OR PM-OT-THRESHOLD-HRS > 168
018130          DISPLAY "COBOLTUT: BAD OT THRESHOLD ON PARMFILE"
018140          SET WS-PARM-ERROR TO TRUE
018150          GO TO 1210-VALIDATE-RUN-PARAMETERS-EXIT
018160      END-IF
018170
018180      IF PM-OT-RATE-FACTOR IS NOT NUMERIC
018190          OR PM-OT-RATE-FACTOR < 1
018200          DISPLAY "COBOLTUT: BAD OT RATE FACTOR ON PARMFILE"
018210          SET WS-PARM-ERROR TO TRUE
018220          GO TO 1210-VALIDATE-RUN-PARAMETERS-EXIT
018230      END-IF
018240
018250      MOVE PM-BATCH-CHARGE-AMT    TO WS-BATCH-CHARGE-AMT
018260      MOVE PM-PRORATION-PERIODS   TO WS-PRORATION-PERIODS
018270      MOVE PM-CHECKPOINT-INTERVAL TO WS-CHECKPOINT-INTERVAL
018280      MOVE PM-OT-THRESHOLD-HRS    TO WS-OT-THRESHOLD-HRS
018290      MOVE PM-OT-RATE-FACTOR      TO WS-OT-RATE-FACTOR.
018300
018310  1210-VALIDATE-RUN-PARAMETERS-EXIT.
018320      EXIT.
018330
018340*****************************************************************
018350*              1250-PRINT-RUN-PARAMETERS                        *
018360*  PRINTS THE PARAMETERS IN EFFECT ON THE FIRST PAGE OF THE     *
018370*  CUSTOMER-MASTER REPORT SO THE RUN IS SELF-DOCUMENTING.       *
018380*****************************************************************
018390  1250-PRINT-RUN-PARAMETERS.
018400
018410      MOVE "PARAMETERS IN EFFECT:"   TO RPT-P-LABEL
018420      MOVE SPACES                    TO RPT-P-VALUE
018430      WRITE REPORT-RECORD FROM RPT-PARM-LINE
018440          AFTER ADVANCING 1 LINE
018450
018460      MOVE "  BATCH CHARGE"          TO RPT-P-LABEL
018470      MOVE WS-BATCH-CHARGE-AMT      TO WS-PARM-EDIT-INT
018480      MOVE WS-PARM-EDIT-INT          TO RPT-P-VALUE
018490      WRITE REPORT-RECORD FROM RPT-PARM-LINE
018500          AFTER ADVANCING 1 LINE
018510
018520      MOVE "  PRORATION PERIODS"     TO RPT-P-LABEL
018530      MOVE WS-PRORATION-PERIODS     TO WS-PARM-EDIT-INT
018540      MOVE WS-PARM-EDIT-INT          TO RPT-P-VALUE
018550      WRITE REPORT-RECORD FROM RPT-PARM-LINE
018560          AFTER ADVANCING 1 LINE
018570
018580      MOVE "  CHECKPOINT INTERVAL"   TO RPT-P-LABEL
018590      MOVE WS-CHECKPOINT-INTERVAL   TO WS-PARM-EDIT-INT
018600      MOVE WS-PARM-EDIT-INT          TO RPT-P-VALUE
018610      WRITE REPORT-RECORD FROM RPT-PARM-LINE
018620          AFTER ADVANCING 1 LINE
018630
018640      MOVE "  OT THRESHOLD HOURS"    TO RPT-P-LABEL
018650      MOVE WS-OT-THRESHOLD-HRS      TO WS-PARM-EDIT-DEC
018660      MOVE WS-PARM-EDIT-DEC          TO RPT-P-VALUE
018670      WRITE REPORT-RECORD FROM RPT-PARM-LINE
018680          AFTER ADVANCING 1 LINE
018690
018700      MOVE "  OT RATE FACTOR"        TO RPT-P-LABEL
018710      MOVE WS-OT-RATE-FACTOR        TO WS-PARM-EDIT-DEC
018720      MOVE WS-PARM-EDIT-DEC          TO RPT-P-VALUE
018730      WRITE REPORT-RECORD FROM RPT-PARM-LINE
018740          AFTER ADVANCING 1 LINE
018750
018760      MOVE "  RUN MODE"              TO RPT-P-LABEL
018770      IF WS-PROOF-RUN
018780          MOVE "PROOF"               TO RPT-P-VALUE
018790      ELSE
018800          MOVE "LIVE"                TO RPT-P-VALUE
018810      END-IF
018820      WRITE REPORT-RECORD FROM RPT-PARM-LINE
018830          AFTER ADVANCING 1 LINE
018840
018850      WRITE REPORT-RECORD FROM RPT-BLANK-LINE
018860          AFTER ADVANCING 1 LINE
018870
018880      ADD 8 TO WS-LINE-COUNT.
018890
018900  1250-PRINT-RUN-PARAMETERS-EXIT.
018910      EXIT.
018920
018930*****************************************************************
018940*                 1300-LOAD-TAX-TABLE                           *
018950*  LOADS THE TAXRATE BRACKET CARDS INTO THE WITHHOLDING TABLE.  *
018960*  STATUTORY WITHHOLDING IS NOT OPTIONAL, SO A MISSING FILE, AN *
018970*  EMPTY TABLE, OR A BAD CARD REFUSES THE RUN THE SAME WAY A    *
018980*  BAD PARMFILE CARD DOES.                                      *
018990*****************************************************************
019000  1300-LOAD-TAX-TABLE.
019010
019020      OPEN INPUT TAX-RATE-FILE
019030
019040      IF NOT WS-TAX-FILE-OK
019050          DISPLAY "COBOLTUT: UNABLE TO OPEN TAXRATE, "
019060                  "STATUS = " WS-TAX-FILE-STATUS
019070          SET WS-TAX-ERROR TO TRUE
019080          GO TO 1300-LOAD-TAX-TABLE-EXIT
019090      END-IF
019100
019110      PERFORM 1310-READ-TAX-RATE
019120          THRU 1310-READ-TAX-RATE-EXIT
019130          UNTIL WS-TAX-EOF
019140
019150      CLOSE TAX-RATE-FILE
019160
019170      IF WS-TAX-LOAD-COUNT = ZERO
019180          DISPLAY "COBOLTUT: TAXRATE TABLE IS EMPTY"
019190          SET WS-TAX-ERROR TO TRUE
019200      END-IF.
019210
019220  1300-LOAD-TAX-TABLE-EXIT.
019230      EXIT.
019240
019250*****************************************************************
019260*                  1310-READ-TAX-RATE                           *
019270*  VALIDATES ONE BRACKET CARD FOR TYPE AND CLASS AND LOADS IT.  *
019280*  A ZERO RATE IS LEGITIMATE - THE BOTTOM BRACKET OF A TABLE    *
019290*  WITH A TAX-FREE FLOOR CARRIES ONE.                           *
019300*****************************************************************
019310  1310-READ-TAX-RATE.
019320
019330      READ TAX-RATE-FILE
019340          AT END
019350              SET WS-TAX-EOF TO TRUE
019360              GO TO 1310-READ-TAX-RATE-EXIT
019370      END-READ
019380
019390      IF NOT TX-TYPE-FEDERAL
019400          AND NOT TX-TYPE-STATE
019410          AND NOT TX-TYPE-FICA
019420          DISPLAY "COBOLTUT: BAD TYPE ON TAXRATE CARD"
019430          SET WS-TAX-ERROR TO TRUE
019440          GO TO 1310-READ-TAX-RATE-EXIT
019450      END-IF
019460
019470      IF TX-BRACKET-FLOOR IS NOT NUMERIC
019480          OR TX-RATE IS NOT NUMERIC
019490          DISPLAY "COBOLTUT: BAD FIGURES ON TAXRATE CARD"
019500          SET WS-TAX-ERROR TO TRUE
019510          GO TO 1310-READ-TAX-RATE-EXIT
019520      END-IF
019530
019540      IF WS-TAX-LOAD-COUNT >= WS-TAX-MAX
019550          DISPLAY "COBOLTUT: TAX RATE TABLE FULL"
019560          SET WS-TAX-ERROR TO TRUE
019570          GO TO 1310-READ-TAX-RATE-EXIT
019580      END-IF
019590
019600      ADD 1 TO WS-TAX-LOAD-COUNT
019610      MOVE TX-TYPE          TO WS-TAX-TYPE (WS-TAX-LOAD-COUNT)
019620      MOVE TX-BRACKET-FLOOR TO WS-TAX-FLOOR (WS-TAX-LOAD-COUNT)
019630      MOVE TX-RATE          TO WS-TAX-RATE (WS-TAX-LOAD-COUNT).
019640
019650  1310-READ-TAX-RATE-EXIT.
019660      EXIT.
019670
019680*****************************************************************
019690*                    1350-LOAD-PTO-RATE-TABLE                   *
019700*  LOADS THE PTORATE BAND CARDS INTO THE ACCRUAL BAND TABLE.    *
019710*  EVERY PAYEE ACCRUES OFF IT, SO A MISSING FILE, AN EMPTY      *
019720*  TABLE, OR A BAD CARD REFUSES THE RUN THE SAME WAY A BAD      *
019730*  TAXRATE TABLE DOES.                                          *
019740*****************************************************************
019750  1350-LOAD-PTO-RATE-TABLE.
019760
019770      OPEN INPUT PTO-RATE-FILE
019780
019790      IF NOT WS-PTR-FILE-OK
019800          DISPLAY "COBOLTUT: UNABLE TO OPEN PTORATE, "
019810                  "STATUS = " WS-PTR-FILE-STATUS
019820          SET WS-PTO-RATE-ERROR TO TRUE
019830          GO TO 1350-LOAD-PTO-RATE-TABLE-EXIT
019840      END-IF
019850
019860      PERFORM 1360-READ-PTO-RATE
019870          THRU 1360-READ-PTO-RATE-EXIT
019880          UNTIL WS-PTR-EOF
019890
019900      CLOSE PTO-RATE-FILE
019910
019920      IF WS-PTO-RATE-LOAD-COUNT = ZERO
019930          DISPLAY "COBOLTUT: PTORATE TABLE IS EMPTY"
019940          SET WS-PTO-RATE-ERROR TO TRUE
019950      END-IF.
019960
019970  1350-LOAD-PTO-RATE-TABLE-EXIT.
019980      EXIT.
019990
020000*****************************************************************
020010*                       1360-READ-PTO-RATE                      *
020020*  VALIDATES ONE BAND CARD FOR TYPE AND CLASS AND LOADS IT.     *
020030*****************************************************************
020040  1360-READ-PTO-RATE.
020050
020060      READ PTO-RATE-FILE
020070          AT END
020080              SET WS-PTR-EOF TO TRUE
020090              GO TO 1360-READ-PTO-RATE-EXIT
020100      END-READ
020110
020120      IF NOT PR-TYPE-VACATION
020130          AND NOT PR-TYPE-SICK
020140          DISPLAY "COBOLTUT: BAD TYPE ON PTORATE CARD"
020150          SET WS-PTO-RATE-ERROR TO TRUE
020160          GO TO 1360-READ-PTO-RATE-EXIT
020170      END-IF
020180
020190      IF PR-MIN-YEARS IS NOT NUMERIC
020200          OR PR-RATE IS NOT NUMERIC
020210          OR PR-CARRY-CAP IS NOT NUMERIC
020220          DISPLAY "COBOLTUT: BAD FIGURES ON PTORATE CARD"
020230          SET WS-PTO-RATE-ERROR TO TRUE
020240          GO TO 1360-READ-PTO-RATE-EXIT
020250      END-IF
020260
020270      IF WS-PTO-RATE-LOAD-COUNT >= WS-PTO-RATE-MAX
020280          DISPLAY "COBOLTUT: PTO RATE TABLE FULL"
020290          SET WS-PTO-RATE-ERROR TO TRUE
020300          GO TO 1360-READ-PTO-RATE-EXIT
020310      END-IF
020320
020330      ADD 1 TO WS-PTO-RATE-LOAD-COUNT
020340      MOVE PR-TYPE      TO WS-PTO-R-TYPE (WS-PTO-RATE-LOAD-COUNT)
020350      MOVE PR-MIN-YEARS
020360        TO WS-PTO-R-MIN-YEARS (WS-PTO-RATE-LOAD-COUNT)
020370      MOVE PR-RATE      TO WS-PTO-R-RATE (WS-PTO-RATE-LOAD-COUNT)
020380      MOVE PR-CARRY-CAP TO WS-PTO-R-CAP (WS-PTO-RATE-LOAD-COUNT).
020390
020400  1360-READ-PTO-RATE-EXIT.
020410      EXIT.
020420
020430*****************************************************************
020440*                 1400-OPEN-UPDATE-FILES                        *
020450*  POSITIONS A RESTART AND OPENS EVERY FILE A LIVE RUN UPDATES  *
020460*  OR HANDS ON - CHECKPOINT, AUDIT, SUSPENSE, YTD, PAY HISTORY, *
020470*  GL EXTRACT AND PAY STATEMENTS.  A PROOF RUN OPENS NONE OF    *
020480*  THEM AND ALWAYS COVERS THE WHOLE MASTER FROM THE TOP.        *
020490*****************************************************************
020500  1400-OPEN-UPDATE-FILES.
020510
020520      IF WS-PROOF-RUN
020530          GO TO 1400-OPEN-UPDATE-FILES-EXIT
020540      END-IF.
020550
020560      PERFORM 1100-READ-RESTART-CHECKPOINT
020570          THRU 1100-READ-RESTART-CHECKPOINT-EXIT.
020580
020590      IF WS-RESTART-REQUESTED AND WS-NOT-END-OF-FILE
020600          MOVE WS-RESTART-IDENT TO CM-IDENT
020610          START CUSTOMER-MASTER-FILE KEY > CM-IDENT
020620              INVALID KEY
020630                  DISPLAY "COBOLTUT: RESTART POSITION NOT FOUND, "
020640                          "IDENT " CM-IDENT
020650                  SET WS-END-OF-FILE TO TRUE
020660          END-START
020670      END-IF.
020680
020690      OPEN EXTEND CHECKPOINT-FILE
020700
020710      IF NOT WS-CKPT-FILE-OK
020720          DISPLAY "COBOLTUT: UNABLE TO OPEN CHKPTFIL, "
020730                  "STATUS = " WS-CKPT-FILE-STATUS
020740          SET WS-END-OF-FILE TO TRUE
020750      END-IF.
020760
020770      OPEN EXTEND AUDIT-FILE
020780
020790      IF NOT WS-AUD-FILE-OK
020800          DISPLAY "COBOLTUT: UNABLE TO OPEN AUDITLOG, "
020810                  "STATUS = " WS-AUD-FILE-STATUS
020820          SET WS-END-OF-FILE TO TRUE
020830      END-IF.
020840
020850      OPEN EXTEND SUSPENSE-FILE
020860
020870      IF NOT WS-SUS-FILE-OK
020880          DISPLAY "COBOLTUT: UNABLE TO OPEN SUSPFILE, "
020890                  "STATUS = " WS-SUS-FILE-STATUS
020900          SET WS-END-OF-FILE TO TRUE
020910      END-IF.
020920
020930      OPEN I-O YTD-FILE
020940
020950      IF NOT WS-YTD-FILE-OK
020960          DISPLAY "COBOLTUT: UNABLE TO OPEN YTDFILE, "
020970                  "STATUS = " WS-YTD-FILE-STATUS
020980          SET WS-END-OF-FILE TO TRUE
020990      END-IF.
021000
021010      OPEN I-O PAY-HISTORY-FILE
021020
021030      IF NOT WS-HIS-FILE-OK
021040          DISPLAY "COBOLTUT: UNABLE TO OPEN PAYHIST, "
021050                  "STATUS = " WS-HIS-FILE-STATUS
021060          SET WS-END-OF-FILE TO TRUE
021070      END-IF.
021080
021090      OPEN I-O PAY-HISTORY-ADJ-FILE
021100
021110      IF NOT WS-HAJ-FILE-OK
021120          DISPLAY "COBOLTUT: UNABLE TO OPEN PAYHADJ, "
021130                  "STATUS = " WS-HAJ-FILE-STATUS
021140          SET WS-END-OF-FILE TO TRUE
021150      END-IF.
021160
021170      OPEN OUTPUT GL-EXTRACT-FILE
021180
021190      IF NOT WS-GLX-FILE-OK
021200          DISPLAY "COBOLTUT: UNABLE TO OPEN GLEXTR, "
021210                  "STATUS = " WS-GLX-FILE-STATUS
021220          SET WS-END-OF-FILE TO TRUE
021230      ELSE
021240      IF NOT WS-PARM-ERROR AND NOT WS-TAX-ERROR
021250          AND NOT WS-PTO-RATE-ERROR
021260          MOVE SPACES          TO GL-HEADER-RECORD
021270          MOVE "H"             TO GH-RECORD-TYPE
021280          MOVE WS-CURRENT-DATE TO GH-RUN-DATE
021290          WRITE GL-HEADER-RECORD
021300      END-IF
021310      END-IF.
021320
021330      OPEN OUTPUT STATEMENT-FILE
021340
021350      IF NOT WS-STM-FILE-OK
021360          DISPLAY "COBOLTUT: UNABLE TO OPEN PAYSTMT, "
021370                  "STATUS = " WS-STM-FILE-STATUS
021380          SET WS-END-OF-FILE TO TRUE
021390      END-IF.
021400
021410  1400-OPEN-UPDATE-FILES-EXIT.
021420      EXIT.
021430
021440*****************************************************************
021450*                   2000-PROCESS-CUSTOMERS                      *
021460*  MAIN READ LOOP - READS EACH CUSTOMER-MASTER RECORD UNTIL END *
021470*  OF FILE, EDITS AND VALIDATES IT, THEN RUNS THE PAY           *
021480*  CALCULATION.  RECORDS THAT FAIL EDIT OR VALIDATION ARE       *
021490*  REJECTED TO THE REJECTED-RECORDS REPORT.  A PROOF RUN TAKES  *
021500*  EVERY EMPLOYEE THROUGH THE SAME CALCULATION BUT SKIPS EACH   *
021510*  STEP THAT WRITES A MASTER, HISTORY OR INTERFACE RECORD, AND  *
021520*  PRINTS THE PROOF REGISTER LINE INSTEAD OF THE MASTER LIST.   *
021530*****************************************************************
021540  2000-PROCESS-CUSTOMERS.
021550
021560      PERFORM 2100-READ-CUSTOMER
021570          THRU 2100-READ-CUSTOMER-EXIT.
021580
021590      IF WS-END-OF-FILE
021600          GO TO 2000-PROCESS-CUSTOMERS-EXIT
021610      END-IF.
021620
021630      PERFORM 2200-EDIT-MASTER
021640          THRU 2200-EDIT-MASTER-EXIT.
021650
021660      IF EM-EDIT-INVALID
021670          MOVE EM-REASON-CODE TO WS-REJECT-REASON-CODE
021680          PERFORM 2900-REJECT-CUSTOMER
021690              THRU 2900-REJECT-CUSTOMER-EXIT
021700          GO TO 2000-PROCESS-CUSTOMERS-EXIT
021710      END-IF.
021720
021730      IF NOT WS-PROOF-RUN
021740          PERFORM 2460-UPDATE-CUSTOMER-MASTER
021750              THRU 2460-UPDATE-CUSTOMER-MASTER-EXIT
021760      END-IF.
021770
021780      IF CM-STATUS-LEAVE
021790          AND CM-STATUS-DATE NOT > WS-CURRENT-DATE
021800          ADD 1 TO WS-LEAVE-COUNT
021810          GO TO 2000-PROCESS-CUSTOMERS-EXIT
021820      END-IF.
021830
021840      IF CM-STATUS-TERMINATED
021850          AND CM-STATUS-DATE < WS-CURRENT-DATE
021860          ADD 1 TO WS-TERM-COUNT
021870          GO TO 2000-PROCESS-CUSTOMERS-EXIT
021880      END-IF.
021890
021900      PERFORM 2470-MATCH-TIMECARD
021910          THRU 2470-MATCH-TIMECARD-EXIT.
021920
021930*    A SALARIED EMPLOYEE IS PAID THE PERIOD SALARY WHETHER OR
021940*    NOT A TIMECARD CAME IN, SO A MISSING CARD ONLY GOES TO THE
021950*    EXCEPTION LIST FOR AN HOURLY EMPLOYEE.  A CARD THAT CAME IN
021960*    WITH NON-NUMERIC HOURS GOES THERE FOR EVERYONE - ITS TIME
021970*    OFF CANNOT BE TAKEN FROM THE BALANCE.  THE MATCH STILL RUNS
021980*    FOR EVERYONE TO KEEP THE TIMECARD FILE IN STEP.
021990      IF WS-TC-BAD
022000          OR (NOT WS-TC-FOUND AND NOT CM-PAY-SALARIED)
022010          PERFORM 2480-TIMECARD-EXCEPTION
022020              THRU 2480-TIMECARD-EXCEPTION-EXIT
022030          GO TO 2000-PROCESS-CUSTOMERS-EXIT
022040      END-IF.
022050
022060*    A TERMINATING EMPLOYEE INSIDE THE EFFECTIVE DATE IS ONLY
022070*    COUNTED AS A FINAL PAYMENT ONCE A USABLE TIMECARD PROVES
022080*    THE CHECK IS ACTUALLY BEING CUT THIS RUN.
022090      IF CM-STATUS-TERMINATED
022100          ADD 1 TO WS-FINAL-PAY-COUNT
022110      END-IF.
022120
022130      PERFORM 2485-MATCH-PTO-BALANCE
022140          THRU 2485-MATCH-PTO-BALANCE-EXIT
022150
022160      PERFORM 2500-PAYCALC
022170          THRU 2500-PAYCALC-EXIT
022180
022190      PERFORM 2510-ACCRUE-PTO
022200          THRU 2510-ACCRUE-PTO-EXIT
022210
022220      IF NOT WS-PROOF-RUN
022230          PERFORM 2520-PRINT-STMT-EARNINGS
022240              THRU 2520-PRINT-STMT-EARNINGS-EXIT
022250      END-IF
022260
022270      PERFORM 2530-COMPUTE-WITHHOLDING
022280          THRU 2530-COMPUTE-WITHHOLDING-EXIT
022290
022300      PERFORM 2600-APPLY-ADJUSTMENTS
022310          THRU 2600-APPLY-ADJUSTMENTS-EXIT
022320
022330      IF NOT WS-PROOF-RUN
022340          PERFORM 2640-PRINT-STMT-NET
022350              THRU 2640-PRINT-STMT-NET-EXIT
022360      END-IF
022370
022380      PERFORM 2700-PRORATE-CHARGE
022390          THRU 2700-PRORATE-CHARGE-EXIT
022400
022410      IF NOT WS-PROOF-RUN
022420          PERFORM 2750-UPDATE-YTD-FILE
022430              THRU 2750-UPDATE-YTD-FILE-EXIT
022440      END-IF
022450
022460      PERFORM 2770-WRITE-GL-DETAIL
022470          THRU 2770-WRITE-GL-DETAIL-EXIT
022480
022490      IF WS-PROOF-RUN
022500          PERFORM 2820-PRINT-PROOF-LINE
022510              THRU 2820-PRINT-PROOF-LINE-EXIT
022520      ELSE
022530          PERFORM 2780-WRITE-PAY-HISTORY
022540              THRU 2780-WRITE-PAY-HISTORY-EXIT
022550          PERFORM 2790-UPDATE-PTO-BALANCE
022560              THRU 2790-UPDATE-PTO-BALANCE-EXIT
022570          PERFORM 2800-PRINT-CUSTOMER-LINE
022580              THRU 2800-PRINT-CUSTOMER-LINE-EXIT
022590      END-IF
022600
022610      ADD 1 TO WS-RECORD-COUNT.
022620
022630      IF WS-PROOF-RUN
022640          GO TO 2000-PROCESS-CUSTOMERS-EXIT
022650      END-IF.
022660
022670      DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-INTERVAL
022680          GIVING WS-CKPT-QUOTIENT
022690          REMAINDER WS-CKPT-REMAINDER
022700
022710      IF WS-CKPT-REMAINDER = 0
022720          PERFORM 2850-WRITE-CHECKPOINT
022730              THRU 2850-WRITE-CHECKPOINT-EXIT
022740      END-IF.
022750
022760  2000-PROCESS-CUSTOMERS-EXIT.
022770      EXIT.
022780
022790*****************************************************************
022800*                   2100-READ-CUSTOMER                          *
022810*  CAPTURES THE BEFORE IMAGE OF CUSTNAME/DATEOFBIRTH FOR THE    *
022820*  AUDIT TRAIL AS SOON AS THE RECORD COMES IN.                  *
022830*****************************************************************
022840  2100-READ-CUSTOMER.
022850
022860      READ CUSTOMER-MASTER-FILE NEXT RECORD
022870          AT END
022880              SET WS-END-OF-FILE TO TRUE
022890      END-READ.
022900
022910      IF WS-NOT-END-OF-FILE
022920          ADD 1 TO WS-READ-COUNT
022930          MOVE CM-CUSTNAME     TO AU-OLD-CUSTNAME
022940          MOVE CM-DATEOFBIRTH  TO AU-OLD-DATEOFBIRTH
022950          MOVE CM-STATUS       TO AU-OLD-STATUS
022960      END-IF.
022970
022980  2100-READ-CUSTOMER-EXIT.
022990      EXIT.
023000
023010*****************************************************************
023020*                  2200-EDIT-MASTER                             *
023030*  RUNS THE SHARED EDITMSTR SUBPROGRAM OVER THE INCOMING        *
023040*  MASTER RECORD - THE SAME FIELD, CHECK-DIGIT AND DATE-OF-     *
023050*  BIRTH PASSES CUSTMNT AND SUSPRSUB RUN - AND CARRIES THE      *
023060*  DERIVED AGE ONTO THE RECORD WHEN IT PASSES.                  *
023070*****************************************************************
023080  2200-EDIT-MASTER.
023090
023100      MOVE "F"                    TO EM-EDIT-MODE
023110      MOVE CUSTOMER-MASTER-RECORD TO EM-MASTER-IMAGE
023120      MOVE WS-CURR-CCYY           TO EM-CURR-CCYY
023130      MOVE WS-CURR-MM             TO EM-CURR-MM
023140      MOVE WS-CURR-DD             TO EM-CURR-DD
023150
023160      CALL "EDITMSTR" USING EDIT-MASTER-PARMS
023170
023180      IF EM-EDIT-VALID
023190          MOVE EM-AGE-DERIVED TO CM-AGE-YEARS
023200      END-IF.
023210
023220  2200-EDIT-MASTER-EXIT.
023230      EXIT.
023240
023250
023260*****************************************************************
023270*             2460-UPDATE-CUSTOMER-MASTER                       *
023280*  REWRITES CUSTOMER-MASTER-RECORD NOW THAT CM-AGE-YEARS HAS    *
023290*  BEEN DERIVED (AGE CAN CHANGE RUN TO RUN EVEN WHEN NOTHING    *
023300*  ELSE DOES), BUT ONLY LOGS A BEFORE/AFTER AUDIT ENTRY WHEN    *
023310*  CUSTNAME OR DATEOFBIRTH ACTUALLY CHANGED, SO THE TRAIL ISN'T *
023320*  FLOODED WITH IDENTICAL BEFORE=AFTER NOISE EVERY RUN.         *
023330*****************************************************************
023340  2460-UPDATE-CUSTOMER-MASTER.
023350
023360      REWRITE CUSTOMER-MASTER-RECORD
023370          INVALID KEY
023380              DISPLAY "COBOLTUT: CANNOT REWRITE MASTER, IDENT "
023390                      CM-IDENT
023400          NOT INVALID KEY
023410              IF CM-CUSTNAME NOT = AU-OLD-CUSTNAME
023420                  OR CM-DATEOFBIRTH NOT = AU-OLD-DATEOFBIRTH
023430                  PERFORM 2650-WRITE-AUDIT-RECORD
023440                      THRU 2650-WRITE-AUDIT-RECORD-EXIT
023450              END-IF
023460      END-REWRITE.
023470
023480  2460-UPDATE-CUSTOMER-MASTER-EXIT.
023490      EXIT.
023500
023510*****************************************************************
023520*                  2470-MATCH-TIMECARD                          *
023530*  MATCH-MERGES THE TIMECARD FILE AGAINST THE CURRENT EMPLOYEE  *
023540*  THE SAME WAY THE ADJUSTMENT LEDGER IS MERGED.  A MATCH       *
023550*  TOTALS THE SEVEN DAILY HOURS FIELDS INTO WS-TC-TOTAL-HOURS   *
023560*  AND PICKS UP THE VACATION AND SICK HOURS TAKEN; NO MATCH, OR *
023570*  A CARD WITH NON-NUMERIC HOURS, LEAVES WS-TC-FOUND OFF SO THE *
023580*  EMPLOYEE GOES TO THE EXCEPTION LIST INSTEAD OF BEING PAID    *
023590*  OFF BAD OR MISSING TIME.                                     *
023600*****************************************************************
023610  2470-MATCH-TIMECARD.
023620
023630      MOVE "N"   TO WS-TC-FOUND-SW
023640      MOVE "N"   TO WS-TC-BAD-SW
023650      MOVE ZEROS TO WS-TC-TOTAL-HOURS
023660      MOVE ZEROS TO WS-TC-VAC-HOURS
023670      MOVE ZEROS TO WS-TC-SICK-HOURS
023680
023690      PERFORM 2475-READ-NEXT-TIMECARD
023700          THRU 2475-READ-NEXT-TIMECARD-EXIT
023710          UNTIL WS-TC-EOF OR TC-IDENT >= CM-IDENT
023720
023730      IF WS-TC-EOF OR TC-IDENT > CM-IDENT
023740          GO TO 2470-MATCH-TIMECARD-EXIT
023750      END-IF
023760
023770      MOVE 1 TO WS-TC-DAY-IX
023780
023790      PERFORM 2477-TOTAL-TIMECARD-DAY
023800          THRU 2477-TOTAL-TIMECARD-DAY-EXIT
023810          UNTIL WS-TC-DAY-IX > 7
023820
023830      IF TC-VAC-HOURS IS NOT NUMERIC
023840          OR TC-SICK-HOURS IS NOT NUMERIC
023850          SET WS-TC-BAD TO TRUE
023860      END-IF
023870
023880      IF NOT WS-TC-BAD
023890          SET WS-TC-FOUND TO TRUE
023900          MOVE TC-VAC-HOURS  TO WS-TC-VAC-HOURS
023910          MOVE TC-SICK-HOURS TO WS-TC-SICK-HOURS
023920      END-IF
023930
023940      PERFORM 2475-READ-NEXT-TIMECARD
023950          THRU 2475-READ-NEXT-TIMECARD-EXIT.
023960
023970  2470-MATCH-TIMECARD-EXIT.
023980      EXIT.
023990
024000*****************************************************************
024010*                2475-READ-NEXT-TIMECARD                        *
024020*****************************************************************
024030  2475-READ-NEXT-TIMECARD.
024040
024050      READ TIMECARD-FILE
024060          AT END
024070              SET WS-TC-EOF TO TRUE
024080      END-READ.
024090
024100  2475-READ-NEXT-TIMECARD-EXIT.
024110      EXIT.
024120
024130*****************************************************************
024140*                2477-TOTAL-TIMECARD-DAY                        *
024150*****************************************************************
024160  2477-TOTAL-TIMECARD-DAY.
024170
024180      IF TC-DAY-HOURS (WS-TC-DAY-IX) IS NOT NUMERIC
024190          SET WS-TC-BAD TO TRUE
024200      ELSE
024210          ADD TC-DAY-HOURS (WS-TC-DAY-IX) TO WS-TC-TOTAL-HOURS
024220      END-IF
024230
024240      ADD 1 TO WS-TC-DAY-IX.
024250
024260  2477-TOTAL-TIMECARD-DAY-EXIT.
024270      EXIT.
024280
024290*****************************************************************
024300*                2480-TIMECARD-EXCEPTION                        *
024310*  PUTS THE CURRENT EMPLOYEE ON THE TIMECARD EXCEPTION LIST     *
024320*  WITH THE REASON HE IS NOT BEING PAID THIS RUN, AND COUNTS    *
024330*  HIM FOR THE RUN CONTROL SUMMARY CROSS-FOOT.                  *
024340*****************************************************************
024350  2480-TIMECARD-EXCEPTION.
024360
024370      IF WS-TC-BAD
024380          ADD 1 TO WS-BAD-TC-COUNT
024390          MOVE "TIMECARD HOURS NOT NUMERIC"
024400            TO WS-EXC-REASON-TEXT
024410      ELSE
024420          ADD 1 TO WS-NO-TC-COUNT
024430          MOVE "NO TIMECARD FOR PERIOD"
024440            TO WS-EXC-REASON-TEXT
024450      END-IF
024460
024470      IF WS-EXC-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
024480          PERFORM 2880-PRINT-EXCEPTION-HEADINGS
024490              THRU 2880-PRINT-EXCEPTION-HEADINGS-EXIT
024500      END-IF
024510
024520      MOVE CM-IDENT           TO EXC-D-IDENT
024530      MOVE CM-CUSTNAME        TO EXC-D-NAME
024540      MOVE WS-EXC-REASON-TEXT TO EXC-D-REASON
024550
024560      WRITE EXCEPTION-RECORD FROM EXC-DETAIL-LINE
024570          AFTER ADVANCING 1 LINE
024580
024590      ADD 1 TO WS-EXC-LINE-COUNT.
024600
024610  2480-TIMECARD-EXCEPTION-EXIT.
024620      EXIT.
024630
024640*****************************************************************
024650*                     2485-MATCH-PTO-BALANCE                    *
024660*  READS THE EMPLOYEE'S PTO BALANCE AND CUTS THE VACATION AND   *
024670*  SICK HOURS TAKEN BACK TO WHAT IS AVAILABLE - TIMEEDIT        *
024680*  REJECTS A CARD OVER BALANCE, BUT THE CHECK IS MADE AGAIN     *
024690*  HERE AGAINST THE BALANCE AS POSTED.  AN EMPLOYEE WITH NO     *
024700*  BALANCE RECORD HAS ALL TIME OFF CUT, IS COUNTED APART FROM   *
024710*  THOSE OVER BALANCE, AND ACCRUES NOTHING.                     *
024720*****************************************************************
024730  2485-MATCH-PTO-BALANCE.
024740
024750      MOVE "N"   TO WS-PTO-NOBAL-SW
024760      MOVE ZEROS TO WS-VAC-CUT-HOURS
024770      MOVE ZEROS TO WS-SICK-CUT-HOURS
024780
024790      MOVE CM-IDENT TO PB-IDENT
024800
024810      READ PTO-BALANCE-FILE
024820          INVALID KEY
024830              SET WS-PTO-NOBAL TO TRUE
024840      END-READ
024850
024860      IF WS-PTO-NOBAL
024870          ADD 1 TO WS-PTO-NOBAL-COUNT
024880          MOVE WS-TC-VAC-HOURS  TO WS-VAC-CUT-HOURS
024890          MOVE WS-TC-SICK-HOURS TO WS-SICK-CUT-HOURS
024900          MOVE ZEROS            TO WS-TC-VAC-HOURS
024910          MOVE ZEROS            TO WS-TC-SICK-HOURS
024920          GO TO 2485-MATCH-PTO-BALANCE-EXIT
024930      END-IF
024940
024950      MOVE ZEROS TO WS-PTO-AVAIL-HOURS
024960      IF PB-VAC-AVAILABLE > ZERO
024970          MOVE PB-VAC-AVAILABLE TO WS-PTO-AVAIL-HOURS
024980      END-IF
024990
025000      IF WS-TC-VAC-HOURS > WS-PTO-AVAIL-HOURS
025010          SUBTRACT WS-PTO-AVAIL-HOURS FROM WS-TC-VAC-HOURS
025020              GIVING WS-VAC-CUT-HOURS
025030          MOVE WS-PTO-AVAIL-HOURS TO WS-TC-VAC-HOURS
025040      END-IF
025050
025060      MOVE ZEROS TO WS-PTO-AVAIL-HOURS
025070      IF PB-SICK-AVAILABLE > ZERO
025080          MOVE PB-SICK-AVAILABLE TO WS-PTO-AVAIL-HOURS
025090      END-IF
025100
025110      IF WS-TC-SICK-HOURS > WS-PTO-AVAIL-HOURS
025120          SUBTRACT WS-PTO-AVAIL-HOURS FROM WS-TC-SICK-HOURS
025130              GIVING WS-SICK-CUT-HOURS
025140          MOVE WS-PTO-AVAIL-HOURS TO WS-TC-SICK-HOURS
025150      END-IF
025160
025170      IF WS-VAC-CUT-HOURS > ZERO
025180          OR WS-SICK-CUT-HOURS > ZERO
025190          ADD 1 TO WS-PTO-CUT-COUNT
025200      END-IF.
025210
025220  2485-MATCH-PTO-BALANCE-EXIT.
025230      EXIT.
025240
025250*****************************************************************
025260*                      2500-PAYCALC                             *
025270*  DRIVES PAYCHECK OFF THE TIMECARD HOURS JUST TOTALED AND THE  *
025280*  MASTER'S HOURLY RATE, USING NUM1/NUM2 AS THE WORKING         *
025290*  FIELDS.  HOURS OVER THE OVERTIME THRESHOLD ARE PAID AT       *
025300*  TIME AND A HALF.                                             *
025310*  A SALARIED EMPLOYEE IS PAID THE MASTER'S PER-PERIOD SALARY   *
025320*  AS IS - NO HOURS, NO OVERTIME - AND THE HOURLY FIGURES ARE   *
025330*  ZEROED SO NOTHING DOWNSTREAM PRINTS OR POSTS THEM.           *
025340*  VACATION AND SICK HOURS ARE PAID TO AN HOURLY EMPLOYEE AT    *
025350*  THE STRAIGHT HOURLY RATE ON TOP OF THE HOURS WORKED; THEY    *
025360*  ARE NOT HOURS WORKED AND NEVER COUNT TOWARD THE OVERTIME     *
025370*  THRESHOLD.  A SALARIED EMPLOYEE'S TIME OFF IS ALREADY IN THE *
025380*  SALARY.                                                      *
025390*****************************************************************
025400  2500-PAYCALC.
025410
025420      MOVE WS-TC-TOTAL-HOURS TO NUM1
025430      MOVE CM-HOURLY-RATE  TO NUM2
025440      MOVE ZEROS           TO WS-SALARY-PAY
025450      MOVE ZEROS           TO WS-VAC-PAY
025460      MOVE ZEROS           TO WS-SICK-PAY
025470
025480      IF CM-PAY-SALARIED
025490          ADD 1 TO WS-SALARY-PAY-COUNT
025500          MOVE ZEROS            TO WS-REGULAR-HOURS
025510          MOVE ZEROS            TO WS-OVERTIME-HOURS
025520          MOVE ZEROS            TO WS-REGULAR-PAY
025530          MOVE ZEROS            TO WS-OVERTIME-PAY
025540          MOVE CM-PERIOD-SALARY TO WS-SALARY-PAY
025550          MOVE WS-SALARY-PAY    TO PAYCHECK
025560          MOVE PAYCHECK         TO WS-GROSS-PAY
025570          GO TO 2500-PAYCALC-EXIT
025580      END-IF
025590
025600      ADD 1 TO WS-HOURLY-PAY-COUNT
025610
025620      IF NUM1 > WS-OT-THRESHOLD-HRS
025630          MOVE WS-OT-THRESHOLD-HRS TO WS-REGULAR-HOURS
025640          SUBTRACT WS-OT-THRESHOLD-HRS FROM NUM1
025650              GIVING WS-OVERTIME-HOURS
025660      ELSE
025670          MOVE NUM1 TO WS-REGULAR-HOURS
025680          MOVE ZEROS TO WS-OVERTIME-HOURS
025690      END-IF
025700
025710      COMPUTE WS-REGULAR-PAY ROUNDED =
025720          WS-REGULAR-HOURS * NUM2
025730
025740      COMPUTE WS-OVERTIME-PAY ROUNDED =
025750          WS-OVERTIME-HOURS * NUM2 * WS-OT-RATE-FACTOR
025760
025770      COMPUTE WS-VAC-PAY ROUNDED =
025780          WS-TC-VAC-HOURS * NUM2
025790
025800      COMPUTE WS-SICK-PAY ROUNDED =
025810          WS-TC-SICK-HOURS * NUM2
025820
025830      COMPUTE PAYCHECK ROUNDED =
025840          WS-REGULAR-PAY + WS-OVERTIME-PAY
025850          + WS-VAC-PAY + WS-SICK-PAY
025860
025870      MOVE PAYCHECK TO WS-GROSS-PAY.
025880
025890  2500-PAYCALC-EXIT.
025900      EXIT.
025910
025920*****************************************************************
025930*                        2510-ACCRUE-PTO                        *
025940*  ACCRUES VACATION AND SICK HOURS FOR THE PERIOD AT THE        *
025950*  PTORATE BAND FOR THE EMPLOYEE'S YEARS OF SERVICE AND POSTS   *
025960*  THE HOURS TAKEN, IN THE BALANCE RECORD AREA - 2790 REWRITES  *
025970*  IT ON A LIVE RUN.  AN HOURLY EMPLOYEE ACCRUES ON THE         *
025980*  TIMECARD HOURS WORKED; A SALARIED ONE ON THE STANDARD WEEK   *
025990*  LESS THE TIME TAKEN OFF.  NO BAND FOR THE EMPLOYEE'S SERVICE *
026000*  ACCRUES NOTHING.                                             *
026010*****************************************************************
026020  2510-ACCRUE-PTO.
026030
026040      MOVE ZEROS TO WS-VAC-ACCRUAL
026050      MOVE ZEROS TO WS-SICK-ACCRUAL
026060
026070      IF WS-PTO-NOBAL
026080          GO TO 2510-ACCRUE-PTO-EXIT
026090      END-IF
026100
026110      MOVE WS-TC-TOTAL-HOURS TO WS-PTO-BASE-HOURS
026120
026130      IF CM-PAY-SALARIED
026140          MOVE WS-OT-THRESHOLD-HRS TO WS-PTO-BASE-HOURS
026150          IF WS-TC-VAC-HOURS + WS-TC-SICK-HOURS
026160              < WS-PTO-BASE-HOURS
026170              SUBTRACT WS-TC-VAC-HOURS WS-TC-SICK-HOURS
026180                  FROM WS-PTO-BASE-HOURS
026190          ELSE
026200              MOVE ZEROS TO WS-PTO-BASE-HOURS
026210          END-IF
026220      END-IF
026230
026240      PERFORM 2511-COMPUTE-SERVICE-YEARS
026250          THRU 2511-COMPUTE-SERVICE-YEARS-EXIT
026260
026270      MOVE "V" TO WS-PTO-SEL-TYPE
026280      PERFORM 2512-SELECT-PTO-BAND
026290          THRU 2512-SELECT-PTO-BAND-EXIT
026300      COMPUTE WS-VAC-ACCRUAL ROUNDED =
026310          WS-PTO-BASE-HOURS * WS-PTO-BEST-RATE
026320
026330      MOVE "S" TO WS-PTO-SEL-TYPE
026340      PERFORM 2512-SELECT-PTO-BAND
026350          THRU 2512-SELECT-PTO-BAND-EXIT
026360      COMPUTE WS-SICK-ACCRUAL ROUNDED =
026370          WS-PTO-BASE-HOURS * WS-PTO-BEST-RATE
026380
026390      ADD WS-VAC-ACCRUAL    TO PB-VAC-ACCRUED
026400      ADD WS-TC-VAC-HOURS   TO PB-VAC-TAKEN
026410      COMPUTE PB-VAC-AVAILABLE =
026420          PB-VAC-AVAILABLE + WS-VAC-ACCRUAL - WS-TC-VAC-HOURS
026430
026440      ADD WS-SICK-ACCRUAL   TO PB-SICK-ACCRUED
026450      ADD WS-TC-SICK-HOURS  TO PB-SICK-TAKEN
026460      COMPUTE PB-SICK-AVAILABLE =
026470          PB-SICK-AVAILABLE + WS-SICK-ACCRUAL - WS-TC-SICK-HOURS
026480
026490      ADD WS-VAC-ACCRUAL    TO WS-PTO-ACCRUED-TOTAL
026500      ADD WS-SICK-ACCRUAL   TO WS-PTO-ACCRUED-TOTAL
026510      ADD WS-TC-VAC-HOURS   TO WS-PTO-TAKEN-TOTAL
026520      ADD WS-TC-SICK-HOURS  TO WS-PTO-TAKEN-TOTAL.
026530
026540  2510-ACCRUE-PTO-EXIT.
026550      EXIT.
026560
026570*****************************************************************
026580*                   2511-COMPUTE-SERVICE-YEARS                  *
026590*  WHOLE YEARS FROM THE SERVICE DATE ON THE BALANCE RECORD TO   *
026600*  THE RUN DATE.  A MISSING OR FUTURE SERVICE DATE COUNTS AS    *
026610*  NONE.                                                        *
026620*****************************************************************
026630  2511-COMPUTE-SERVICE-YEARS.
026640
026650      MOVE ZEROS TO WS-SERVICE-YEARS
026660
026670      IF PB-SERVICE-DATE IS NOT NUMERIC
026680          OR PB-SERVICE-DATE > WS-CURRENT-DATE
026690          GO TO 2511-COMPUTE-SERVICE-YEARS-EXIT
026700      END-IF
026710
026720      COMPUTE WS-SERVICE-YEARS = WS-CURR-CCYY - PB-SVC-CCYY
026730
026740      IF WS-CURR-MM < PB-SVC-MM
026750          OR (WS-CURR-MM = PB-SVC-MM
026760              AND WS-CURR-DD < PB-SVC-DD)
026770          SUBTRACT 1 FROM WS-SERVICE-YEARS
026780      END-IF.
026790
026800  2511-COMPUTE-SERVICE-YEARS-EXIT.
026810      EXIT.
026820
026830*****************************************************************
026840*                      2512-SELECT-PTO-BAND                     *
026850*  SCANS THE ACCRUAL BAND TABLE FOR THE SELECTED TYPE AND TAKES *
026860*  THE RATE ON THE BAND WITH THE HIGHEST MINIMUM YEARS OF       *
026870*  SERVICE THE EMPLOYEE HAS REACHED.  NO BAND REACHED ACCRUES   *
026880*  AT A ZERO RATE.                                              *
026890*****************************************************************
026900  2512-SELECT-PTO-BAND.
026910
026920      MOVE "N"   TO WS-PTO-BAND-FOUND-SW
026930      MOVE ZEROS TO WS-PTO-BEST-YEARS
026940      MOVE ZEROS TO WS-PTO-BEST-RATE
026950      MOVE 1     TO WS-PTO-IX
026960
026970      PERFORM 2513-SCAN-PTO-ENTRY
026980          THRU 2513-SCAN-PTO-ENTRY-EXIT
026990          UNTIL WS-PTO-IX > WS-PTO-RATE-LOAD-COUNT.
027000
027010  2512-SELECT-PTO-BAND-EXIT.
027020      EXIT.
027030
027040*****************************************************************
027050*                      2513-SCAN-PTO-ENTRY                      *
027060*****************************************************************
027070  2513-SCAN-PTO-ENTRY.
027080
027090      IF WS-PTO-R-TYPE (WS-PTO-IX) = WS-PTO-SEL-TYPE
027100          AND WS-SERVICE-YEARS >= WS-PTO-R-MIN-YEARS (WS-PTO-IX)
027110          AND (NOT WS-PTO-BAND-FOUND
027120              OR WS-PTO-R-MIN-YEARS (WS-PTO-IX)
027130                  >= WS-PTO-BEST-YEARS)
027140          SET WS-PTO-BAND-FOUND TO TRUE
027150          MOVE WS-PTO-R-MIN-YEARS (WS-PTO-IX)
027160            TO WS-PTO-BEST-YEARS
027170          MOVE WS-PTO-R-RATE (WS-PTO-IX) TO WS-PTO-BEST-RATE
027180      END-IF
027190
027200      ADD 1 TO WS-PTO-IX.
027210
027220  2513-SCAN-PTO-ENTRY-EXIT.
027230      EXIT.
027240
027250*****************************************************************
027260*               2520-PRINT-STMT-EARNINGS                        *
027270*  STARTS THIS EMPLOYEE'S PAGE OF THE PAY STATEMENT AND PRINTS  *
027280*  THE EARNINGS BLOCK - REGULAR HOURS AT THE HOURLY RATE (OR    *
027290*  THE SALARY LINE FOR A SALARIED EMPLOYEE), OVERTIME HOURS AT  *
027300*  THE PREMIUM RATE, VACATION AND SICK TIME TAKEN, AND GROSS    *
027310*  PAY - STRAIGHT FROM THE FIGURES 2500-PAYCALC JUST COMPUTED,  *
027320*  BEFORE THE ADJUSTMENT PASS NETS THEM AWAY.                   *
027330*****************************************************************
027340  2520-PRINT-STMT-EARNINGS.
027350
027360      MOVE WS-RUN-DATE-EDIT TO STM-H1-DATE
027370
027380      WRITE STATEMENT-RECORD FROM STM-HEADING-1
027390          AFTER ADVANCING PAGE
027400      WRITE STATEMENT-RECORD FROM STM-BLANK-LINE
027410          AFTER ADVANCING 1 LINE
027420
027430      MOVE CM-IDENT    TO STM-E-IDENT
027440      MOVE CM-CUSTNAME TO STM-E-NAME
027450
027460      WRITE STATEMENT-RECORD FROM STM-EMPLOYEE-LINE
027470          AFTER ADVANCING 1 LINE
027480      WRITE STATEMENT-RECORD FROM STM-BLANK-LINE
027490          AFTER ADVANCING 1 LINE
027500
027510      IF CM-PAY-SALARIED
027520          MOVE WS-SALARY-PAY       TO STM-S-AMOUNT
027530          WRITE STATEMENT-RECORD FROM STM-SALARY-LINE
027540              AFTER ADVANCING 1 LINE
027550      ELSE
027560          MOVE "REGULAR EARNINGS"  TO STM-E-LABEL
027570          MOVE WS-REGULAR-HOURS    TO STM-E-HOURS
027580          MOVE NUM2                TO STM-E-RATE
027590          MOVE WS-REGULAR-PAY      TO STM-E-AMOUNT
027600          WRITE STATEMENT-RECORD FROM STM-EARNINGS-LINE
027610              AFTER ADVANCING 1 LINE
027620      END-IF
027630
027640      IF WS-OVERTIME-HOURS > ZERO
027650          COMPUTE WS-OT-PREMIUM-RATE ROUNDED =
027660              NUM2 * WS-OT-RATE-FACTOR
027670          MOVE "OVERTIME EARNINGS" TO STM-E-LABEL
027680          MOVE WS-OVERTIME-HOURS   TO STM-E-HOURS
027690          MOVE WS-OT-PREMIUM-RATE  TO STM-E-RATE
027700          MOVE WS-OVERTIME-PAY     TO STM-E-AMOUNT
027710          WRITE STATEMENT-RECORD FROM STM-EARNINGS-LINE
027720              AFTER ADVANCING 1 LINE
027730      END-IF
027740
027750      MOVE "VACATION"              TO WS-STM-PTO-LABEL
027760      MOVE WS-TC-VAC-HOURS         TO WS-STM-PTO-HOURS
027770      MOVE WS-VAC-PAY              TO WS-STM-PTO-PAY
027780      MOVE WS-VAC-CUT-HOURS        TO WS-STM-PTO-CUT
027790      PERFORM 2525-PRINT-STMT-TIME-OFF
027800          THRU 2525-PRINT-STMT-TIME-OFF-EXIT
027810
027820      MOVE "SICK"                  TO WS-STM-PTO-LABEL
027830      MOVE WS-TC-SICK-HOURS        TO WS-STM-PTO-HOURS
027840      MOVE WS-SICK-PAY             TO WS-STM-PTO-PAY
027850      MOVE WS-SICK-CUT-HOURS       TO WS-STM-PTO-CUT
027860      PERFORM 2525-PRINT-STMT-TIME-OFF
027870          THRU 2525-PRINT-STMT-TIME-OFF-EXIT
027880
027890      MOVE PAYCHECK TO STM-G-AMOUNT
027900
027910      WRITE STATEMENT-RECORD FROM STM-GROSS-LINE
027920          AFTER ADVANCING 1 LINE
027930      WRITE STATEMENT-RECORD FROM STM-BLANK-LINE
027940          AFTER ADVANCING 1 LINE.
027950
027960  2520-PRINT-STMT-EARNINGS-EXIT.
027970      EXIT.
027980
027990*****************************************************************
028000*                    2525-PRINT-STMT-TIME-OFF                   *
028010*  PRINTS ONE TYPE OF TIME OFF TAKEN - AN EARNINGS LINE AT THE  *
028020*  HOURLY RATE, OR FOR A SALARIED EMPLOYEE THE HOURS ALONE      *
028030*  SINCE THE SALARY ALREADY COVERS THEM - FOLLOWED BY ANY HOURS *
028040*  ON THE CARD THAT WERE OVER THE AVAILABLE BALANCE AND SO NOT  *
028050*  ALLOWED.                                                     *
028060*****************************************************************
028070  2525-PRINT-STMT-TIME-OFF.
028080
028090      IF WS-STM-PTO-HOURS > ZERO
028100          AND CM-PAY-SALARIED
028110          MOVE SPACES              TO STM-P-LABEL
028120          STRING WS-STM-PTO-LABEL DELIMITED BY SPACE
028130                 " TAKEN"         DELIMITED BY SIZE
028140              INTO STM-P-LABEL
028150          MOVE WS-STM-PTO-HOURS    TO STM-P-HOURS
028160          WRITE STATEMENT-RECORD FROM STM-PTO-TAKEN-LINE
028170              AFTER ADVANCING 1 LINE
028180      END-IF
028190
028200      IF WS-STM-PTO-HOURS > ZERO
028210          AND NOT CM-PAY-SALARIED
028220          MOVE SPACES              TO STM-E-LABEL
028230          STRING WS-STM-PTO-LABEL DELIMITED BY SPACE
028240                 " PAY"           DELIMITED BY SIZE
028250              INTO STM-E-LABEL
028260          MOVE WS-STM-PTO-HOURS    TO STM-E-HOURS
028270          MOVE NUM2                TO STM-E-RATE
028280          MOVE WS-STM-PTO-PAY      TO STM-E-AMOUNT
028290          WRITE STATEMENT-RECORD FROM STM-EARNINGS-LINE
028300              AFTER ADVANCING 1 LINE
028310      END-IF
028320
028330      IF WS-STM-PTO-CUT > ZERO
028340          MOVE WS-STM-PTO-CUT      TO STM-C-HOURS
028350          WRITE STATEMENT-RECORD FROM STM-PTO-CUT-LINE
028360              AFTER ADVANCING 1 LINE
028370      END-IF.
028380
028390  2525-PRINT-STMT-TIME-OFF-EXIT.
028400      EXIT.
028410
028420*****************************************************************
028430*                2530-COMPUTE-WITHHOLDING                       *
028440*  THE STATUTORY WITHHOLDING STAGE, RUN BETWEEN PAYCALC AND THE *
028450*  ADJUSTMENT PASS.  FEDERAL, STATE AND FICA ARE EACH COMPUTED  *
028460*  FROM THE TAXRATE BRACKET TABLE AGAINST GROSS PAY, PRINTED AS *
028470*  THEIR OWN STATEMENT LINES BETWEEN THE GROSS AND ADJUSTMENT   *
028480*  BLOCKS, AND NETTED OUT OF PAYCHECK.  A TAX TOTAL LARGER THAN *
028490*  PAYCHECK LEAVES PAYCHECK AT ZERO RATHER THAN NEGATIVE.       *
028500*****************************************************************
028510  2530-COMPUTE-WITHHOLDING.
028520
028530      MOVE ZEROS TO WS-FED-TAX-AMT
028540      MOVE ZEROS TO WS-STATE-TAX-AMT
028550      MOVE ZEROS TO WS-FICA-TAX-AMT
028560      MOVE ZEROS TO WS-TAX-TOTAL-AMT
028570
028580      MOVE "F" TO WS-TAX-SEL-TYPE
028590      PERFORM 2535-SELECT-TAX-RATE
028600          THRU 2535-SELECT-TAX-RATE-EXIT
028610      MOVE WS-TAX-WORK-AMT TO WS-FED-TAX-AMT
028620
028630      MOVE "S" TO WS-TAX-SEL-TYPE
028640      PERFORM 2535-SELECT-TAX-RATE
028650          THRU 2535-SELECT-TAX-RATE-EXIT
028660      MOVE WS-TAX-WORK-AMT TO WS-STATE-TAX-AMT
028670
028680      MOVE "C" TO WS-TAX-SEL-TYPE
028690      PERFORM 2535-SELECT-TAX-RATE
028700          THRU 2535-SELECT-TAX-RATE-EXIT
028710      MOVE WS-TAX-WORK-AMT TO WS-FICA-TAX-AMT
028720
028730      COMPUTE WS-TAX-TOTAL-AMT =
028740          WS-FED-TAX-AMT + WS-STATE-TAX-AMT + WS-FICA-TAX-AMT
028750
028760      IF WS-FED-TAX-AMT > ZERO
028770          MOVE "F"                   TO STM-T-TYPE
028780          MOVE "FEDERAL WITHHOLDING" TO STM-T-DESC
028790          MOVE WS-FED-TAX-AMT        TO STM-T-AMOUNT
028800          PERFORM 2540-PRINT-STMT-TAX-LINE
028810              THRU 2540-PRINT-STMT-TAX-LINE-EXIT
028820      END-IF
028830
028840      IF WS-STATE-TAX-AMT > ZERO
028850          MOVE "S"                   TO STM-T-TYPE
028860          MOVE "STATE WITHHOLDING"   TO STM-T-DESC
028870          MOVE WS-STATE-TAX-AMT      TO STM-T-AMOUNT
028880          PERFORM 2540-PRINT-STMT-TAX-LINE
028890              THRU 2540-PRINT-STMT-TAX-LINE-EXIT
028900      END-IF
028910
028920      IF WS-FICA-TAX-AMT > ZERO
028930          MOVE "C"                   TO STM-T-TYPE
028940          MOVE "FICA WITHHOLDING"    TO STM-T-DESC
028950          MOVE WS-FICA-TAX-AMT       TO STM-T-AMOUNT
028960          PERFORM 2540-PRINT-STMT-TAX-LINE
028970              THRU 2540-PRINT-STMT-TAX-LINE-EXIT
028980      END-IF
028990
029000      COMPUTE WS-NET-PAY = PAYCHECK - WS-TAX-TOTAL-AMT
029010
029020      IF WS-NET-PAY < 0
029030          MOVE ZEROS TO PAYCHECK
029040      ELSE
029050          MOVE WS-NET-PAY TO PAYCHECK
029060      END-IF.
029070
029080  2530-COMPUTE-WITHHOLDING-EXIT.
029090      EXIT.
029100
029110*****************************************************************
029120*                 2535-SELECT-TAX-RATE                          *
029130*  SCANS THE WITHHOLDING TABLE FOR THE SELECTED TYPE AND TAKES  *
029140*  THE RATE ON THE HIGHEST BRACKET FLOOR GROSS PAY HAS REACHED, *
029150*  THEN COMPUTES THE WITHHELD AMOUNT.  NO BRACKET REACHED, OR   *
029160*  NO CARDS FOR THE TYPE, WITHHOLDS NOTHING.                    *
029170*****************************************************************
029180  2535-SELECT-TAX-RATE.
029190
029200      MOVE "N"   TO WS-TAX-RATE-FOUND-SW
029210      MOVE ZEROS TO WS-TAX-BEST-FLOOR
029220      MOVE ZEROS TO WS-TAX-BEST-RATE
029230      MOVE ZEROS TO WS-TAX-WORK-AMT
029240      MOVE 1     TO WS-TAX-IX
029250
029260      PERFORM 2536-SCAN-TAX-ENTRY
029270          THRU 2536-SCAN-TAX-ENTRY-EXIT
029280          UNTIL WS-TAX-IX > WS-TAX-LOAD-COUNT
029290
029300      IF WS-TAX-RATE-FOUND
029310          COMPUTE WS-TAX-WORK-AMT ROUNDED =
029320              WS-GROSS-PAY * WS-TAX-BEST-RATE
029330      END-IF.
029340
029350  2535-SELECT-TAX-RATE-EXIT.
029360      EXIT.
029370
029380*****************************************************************
029390*                 2536-SCAN-TAX-ENTRY                           *
029400*****************************************************************
029410  2536-SCAN-TAX-ENTRY.
029420
029430      IF WS-TAX-TYPE (WS-TAX-IX) = WS-TAX-SEL-TYPE
029440          AND WS-GROSS-PAY >= WS-TAX-FLOOR (WS-TAX-IX)
029450          AND (NOT WS-TAX-RATE-FOUND
029460              OR WS-TAX-FLOOR (WS-TAX-IX) >= WS-TAX-BEST-FLOOR)
029470          SET WS-TAX-RATE-FOUND TO TRUE
029480          MOVE WS-TAX-FLOOR (WS-TAX-IX) TO WS-TAX-BEST-FLOOR
029490          MOVE WS-TAX-RATE (WS-TAX-IX)  TO WS-TAX-BEST-RATE
029500      END-IF
029510
029520      ADD 1 TO WS-TAX-IX.
029530
029540  2536-SCAN-TAX-ENTRY-EXIT.
029550      EXIT.
029560
029570*****************************************************************
029580*                2540-PRINT-STMT-TAX-LINE                       *
029590*  PRINTS ONE WITHHOLDING LINE ON THIS EMPLOYEE'S PAY STATEMENT *
029600*  - TYPE, DESCRIPTION AND AMOUNT - BETWEEN THE GROSS AND       *
029610*  ADJUSTMENT BLOCKS.  THE CALLER LOADS THE STM-T FIELDS.       *
029620*****************************************************************
029630  2540-PRINT-STMT-TAX-LINE.
029640
029650      IF NOT WS-PROOF-RUN
029660          WRITE STATEMENT-RECORD FROM STM-TAX-LINE
029670              AFTER ADVANCING 1 LINE
029680      END-IF.
029690
029700  2540-PRINT-STMT-TAX-LINE-EXIT.
029710      EXIT.
029720
029730*****************************************************************
029740*                 2600-APPLY-ADJUSTMENTS                        *
029750*  NETS EVERY ADJUSTMENT-FILE ENTRY THAT MATCHES THE CURRENT    *
029760*  CUSTOMER'S IDENT (GARNISHMENTS AND DEDUCTIONS ARE CARRIED AS *
029770*  NEGATIVE AMOUNTS, CORRECTIONS MAY BE EITHER SIGN) AGAINST    *
029780*  PAYCHECK.  2620 NEVER TAKES MORE THAN THE PAY LEFT, SO THE   *
029790*  NET CANNOT GO BELOW ZERO AND WRAP PAYCHECK'S UNSIGNED        *
029800*  PICTURE.                                                     *
029810*****************************************************************
029820  2600-APPLY-ADJUSTMENTS.
029830
029840      MOVE ZEROS TO WS-ADJUSTMENT-TOTAL
029850      MOVE ZEROS TO WS-ADJ-GARN-AMT
029860      MOVE ZEROS TO WS-ADJ-DED-AMT
029870      MOVE ZEROS TO WS-ADJ-CORR-AMT
029880      MOVE ZEROS TO WS-HADJ-SEQ
029890
029900      PERFORM 2620-ACCUMULATE-ADJUSTMENTS
029910          THRU 2620-ACCUMULATE-ADJUSTMENTS-EXIT
029920          UNTIL WS-ADJ-EOF OR AD-IDENT > CM-IDENT
029930
029940      COMPUTE WS-NET-PAY = PAYCHECK + WS-ADJUSTMENT-TOTAL
029950
029960      MOVE WS-NET-PAY TO PAYCHECK.
029970
029980  2600-APPLY-ADJUSTMENTS-EXIT.
029990      EXIT.
030000
030010*****************************************************************
030020*               2610-READ-NEXT-ADJUSTMENT                       *
030030*****************************************************************
030040  2610-READ-NEXT-ADJUSTMENT.
030050
030060      READ ADJUSTMENT-FILE
030070          AT END
030080              SET WS-ADJ-EOF TO TRUE
030090      END-READ.
030100
030110  2610-READ-NEXT-ADJUSTMENT-EXIT.
030120      EXIT.
030130
030140*****************************************************************
030150*             2620-ACCUMULATE-ADJUSTMENTS                       *
030160*  ADDS THE HELD ADJUSTMENT RECORD IN IF IT MATCHES THE CURRENT *
030170*  CUSTOMER, THEN READS THE NEXT ONE AHEAD.  A DEDUCTION THE    *
030180*  PAY LEFT CANNOT COVER IS TAKEN ONLY DOWN TO A ZERO NET - THE *
030190*  REST IS HELD IN WS-ADJ-SHORT-AMT AND COUNTED, NOT DROPPED.   *
030200*  EVERYTHING DOWNSTREAM CARRIES THE AMOUNT ACTUALLY TAKEN.  A  *
030210*  PROOF RUN PRINTS NO STATEMENT LINE AND WRITES NO PAYHADJ.    *
030220*****************************************************************
030230  2620-ACCUMULATE-ADJUSTMENTS.
030240
030250      IF AD-IDENT = CM-IDENT
030260          MOVE AD-AMOUNT TO WS-ADJ-TAKEN-AMT
030270          MOVE ZEROS     TO WS-ADJ-SHORT-AMT
030280          COMPUTE WS-NET-PAY =
030290              PAYCHECK + WS-ADJUSTMENT-TOTAL + AD-AMOUNT
030300          IF WS-NET-PAY < 0
030310              COMPUTE WS-ADJ-TAKEN-AMT = AD-AMOUNT - WS-NET-PAY
030320              MOVE WS-NET-PAY TO WS-ADJ-SHORT-AMT
030330              ADD 1           TO WS-ADJ-SHORT-COUNT
030340              ADD WS-NET-PAY  TO WS-ADJ-SHORT-TOTAL
030350          END-IF
030360          ADD WS-ADJ-TAKEN-AMT TO WS-ADJUSTMENT-TOTAL
030370          IF AD-TYPE-GARNISHMENT
030380              ADD WS-ADJ-TAKEN-AMT TO WS-ADJ-GARN-AMT
030390          ELSE
030400          IF AD-TYPE-DEDUCTION
030410              ADD WS-ADJ-TAKEN-AMT TO WS-ADJ-DED-AMT
030420          ELSE
030430              ADD WS-ADJ-TAKEN-AMT TO WS-ADJ-CORR-AMT
030440          END-IF
030450          END-IF
030460          IF NOT WS-PROOF-RUN
030470              PERFORM 2630-PRINT-STMT-ADJ-LINE
030480                  THRU 2630-PRINT-STMT-ADJ-LINE-EXIT
030490              PERFORM 2635-WRITE-HIST-ADJ-LINE
030500                  THRU 2635-WRITE-HIST-ADJ-LINE-EXIT
030510          END-IF
030520      END-IF
030530
030540      PERFORM 2610-READ-NEXT-ADJUSTMENT
030550          THRU 2610-READ-NEXT-ADJUSTMENT-EXIT.
030560
030570  2620-ACCUMULATE-ADJUSTMENTS-EXIT.
030580      EXIT.
030590
030600*****************************************************************
030610*               2630-PRINT-STMT-ADJ-LINE                        *
030620*  PRINTS THE HELD ADJUSTMENT ON THIS EMPLOYEE'S PAY STATEMENT  *
030630*  AS ITS OWN LINE - TYPE, DESCRIPTION AND SIGNED AMOUNT TAKEN  *
030640*  - AT THE MOMENT 2620 NETS IT INTO THE ADJUSTMENT TOTAL, WITH *
030650*  THE PART NOT TAKEN UNDER IT WHEN THE PAY FELL SHORT.         *
030660*****************************************************************
030670  2630-PRINT-STMT-ADJ-LINE.
030680
030690      MOVE AD-TYPE          TO STM-A-TYPE
030700      MOVE AD-DESCRIPTION   TO STM-A-DESC
030710      MOVE WS-ADJ-TAKEN-AMT TO STM-A-AMOUNT
030720
030730      WRITE STATEMENT-RECORD FROM STM-ADJ-LINE
030740          AFTER ADVANCING 1 LINE
030750
030760      IF WS-ADJ-SHORT-AMT NOT = ZERO
030770          MOVE WS-ADJ-SHORT-AMT TO STM-U-AMOUNT
030780          WRITE STATEMENT-RECORD FROM STM-SHORT-LINE
030790              AFTER ADVANCING 1 LINE
030800      END-IF.
030810
030820  2630-PRINT-STMT-ADJ-LINE-EXIT.
030830      EXIT.
030840
030850*****************************************************************
030860*               2635-WRITE-HIST-ADJ-LINE                        *
030870*  RECORDS THE HELD ADJUSTMENT ON THE PAY-HISTORY DETAIL FILE   *
030880*  - THE SAME TYPE, DESCRIPTION AND SIGNED AMOUNT TAKEN THE     *
030890*  STATEMENT LINE JUST PRINTED - UNDER THE NEXT LINE SEQUENCE   *
030900*  FOR THIS EMPLOYEE AND CYCLE.  A RERUN OF A FAILED CYCLE      *
030910*  LAYS THE NEW LINES OVER THE OLD ONES.                        *
030920*****************************************************************
030930  2635-WRITE-HIST-ADJ-LINE.
030940
030950      ADD 1 TO WS-HADJ-SEQ
030960
030970      MOVE CM-IDENT         TO PJ-IDENT
030980      MOVE WS-CURRENT-DATE  TO PJ-CYCLE-DATE
030990      MOVE ZERO             TO PJ-PAY-SEQ
031000      MOVE WS-HADJ-SEQ      TO PJ-LINE-SEQ
031010      MOVE AD-TYPE          TO PJ-TYPE
031020      MOVE AD-DESCRIPTION   TO PJ-DESCRIPTION
031030      MOVE WS-ADJ-TAKEN-AMT TO PJ-AMOUNT
031040
031050      WRITE PAY-HISTORY-ADJ-RECORD
031060          INVALID KEY
031070              REWRITE PAY-HISTORY-ADJ-RECORD
031080                  INVALID KEY
031090                      DISPLAY "COBOLTUT: CANNOT WRITE PAYHADJ, "
031100                              "IDENT " CM-IDENT
031110                      SUBTRACT 1 FROM WS-HADJ-COUNT
031120              END-REWRITE
031130      END-WRITE
031140
031150      ADD 1 TO WS-HADJ-COUNT.
031160
031170  2635-WRITE-HIST-ADJ-LINE-EXIT.
031180      EXIT.
031190
031200*****************************************************************
031210*                 2640-PRINT-STMT-NET                           *
031220*  CLOSES THIS EMPLOYEE'S STATEMENT PAGE WITH THE NET PAYCHECK  *
031230*  AFTER THE ADJUSTMENT PASS, THE FIGURE THE CHECK IS CUT FOR,  *
031240*  AND THE VACATION AND SICK BALANCES - THE HOURS EARNED AND    *
031250*  USED THIS PERIOD AND THE HOURS NOW AVAILABLE.                *
031260*****************************************************************
031270  2640-PRINT-STMT-NET.
031280
031290      WRITE STATEMENT-RECORD FROM STM-BLANK-LINE
031300          AFTER ADVANCING 1 LINE
031310
031320      MOVE PAYCHECK TO STM-N-AMOUNT
031330
031340      WRITE STATEMENT-RECORD FROM STM-NET-LINE
031350          AFTER ADVANCING 1 LINE
031360      WRITE STATEMENT-RECORD FROM STM-BLANK-LINE
031370          AFTER ADVANCING 1 LINE
031380
031390      IF WS-PTO-NOBAL
031400          MOVE "NO PTO BALANCE ON FILE" TO STM-M-TEXT
031410          WRITE STATEMENT-RECORD FROM STM-PTO-MSG-LINE
031420              AFTER ADVANCING 1 LINE
031430          GO TO 2640-PRINT-STMT-NET-EXIT
031440      END-IF
031450
031460      MOVE "VACATION BALANCE"  TO STM-B-LABEL
031470      MOVE WS-VAC-ACCRUAL      TO STM-B-EARNED
031480      MOVE WS-TC-VAC-HOURS     TO STM-B-USED
031490      MOVE PB-VAC-AVAILABLE    TO STM-B-AVAILABLE
031500      WRITE STATEMENT-RECORD FROM STM-PTO-BAL-LINE
031510          AFTER ADVANCING 1 LINE
031520
031530      MOVE "SICK BALANCE"      TO STM-B-LABEL
031540      MOVE WS-SICK-ACCRUAL     TO STM-B-EARNED
031550      MOVE WS-TC-SICK-HOURS    TO STM-B-USED
031560      MOVE PB-SICK-AVAILABLE   TO STM-B-AVAILABLE
031570      WRITE STATEMENT-RECORD FROM STM-PTO-BAL-LINE
031580          AFTER ADVANCING 1 LINE.
031590
031600  2640-PRINT-STMT-NET-EXIT.
031610      EXIT.
031620
031630*****************************************************************
031640*               2650-WRITE-AUDIT-RECORD                         *
031650*  APPENDS ONE TRANSACTION RECORD TO AUDIT-FILE HOLDING THE     *
031660*  IDENT, A DATE/TIME STAMP, AND THE OLD/NEW CUSTNAME AND       *
031670*  DATEOFBIRTH IMAGES SURROUNDING THE REWRITE.                  *
031680*****************************************************************
031690  2650-WRITE-AUDIT-RECORD.
031700
031710      MOVE CM-IDENT           TO AU-IDENT
031720      MOVE CM-CUSTNAME        TO AU-NEW-CUSTNAME
031730      MOVE CM-DATEOFBIRTH     TO AU-NEW-DATEOFBIRTH
031740      MOVE CM-STATUS          TO AU-NEW-STATUS
031750      ACCEPT AU-DATE          FROM DATE YYYYMMDD
031760      ACCEPT AU-TIME          FROM TIME
031770
031780      WRITE AUDIT-RECORD
031790
031800      ADD 1 TO WS-AUDIT-COUNT.
031810
031820  2650-WRITE-AUDIT-RECORD-EXIT.
031830      EXIT.
031840
031850*****************************************************************
031860*                  2700-PRORATE-CHARGE                         *
031870*  PRORATES THE BATCH CHARGE AMOUNT ACROSS WS-PRORATION-PERIODS *
031880*  PERIODS FOR THIS CUSTOMER, USING NUM1/NUM3/ANS/REM.  NUM1/   *
031890*  ANS/REM ARE SIZED TO MATCH WS-BATCH-CHARGE-AMT'S DECLARED    *
031900*  RANGE SO A LARGE BATCH CHARGE DOES NOT TRUNCATE BEFORE THE   *
031910*  DIVIDE RUNS.  THE REMAINDER LEFT OVER FROM THE DIVIDE IS     *
031920*  REPORTED SO IT CAN BE ADDED TO THE FIRST OR LAST PERIOD BY   *
031930*  THE OPERATOR.                                                *
031940*****************************************************************
031950  2700-PRORATE-CHARGE.
031960
031970      MOVE WS-BATCH-CHARGE-AMT  TO NUM1
031980      MOVE WS-PRORATION-PERIODS TO NUM3
031990
032000      DIVIDE NUM1 BY NUM3
032010          GIVING ANS
032020          REMAINDER REM
032030          ON SIZE ERROR
032040              DISPLAY "COBOLTUT: PRORATION OVERFLOW, IDENT "
032050                      CM-IDENT
032060              MOVE ZEROS TO ANS
032070              MOVE ZEROS TO REM
032080      END-DIVIDE.
032090
032100  2700-PRORATE-CHARGE-EXIT.
032110      EXIT.
032120
032130*****************************************************************
032140*                 2750-UPDATE-YTD-FILE                          *
032150*  ROLLS THIS CUSTOMER'S RUN FIGURES - GROSS AS PAYCALC LEFT    *
032160*  IT, OVERTIME PAY, ADJUSTMENTS BY TYPE, AND THE NET PAYCHECK  *
032170*  AFTER ADJUSTMENTS - INTO THE YEAR-TO-DATE RECORD, CREATING   *
032180*  IT ON FIRST SIGHT OF THE CUSTOMER.                           *
032190*****************************************************************
032200  2750-UPDATE-YTD-FILE.
032210
032220      MOVE CM-IDENT TO YT-IDENT
032230
032240      READ YTD-FILE
032250          INVALID KEY
032260              MOVE CM-IDENT TO YT-IDENT
032270              MOVE ZEROS    TO YT-GROSS
032280              MOVE ZEROS    TO YT-OVERTIME
032290              MOVE ZEROS    TO YT-GARNISH
032300              MOVE ZEROS    TO YT-DEDUCT
032310              MOVE ZEROS    TO YT-CORRECT
032320              MOVE ZEROS    TO YT-NET
032330              PERFORM 2760-ACCUMULATE-YTD
032340                  THRU 2760-ACCUMULATE-YTD-EXIT
032350              WRITE YTD-RECORD
032360                  INVALID KEY
032370                      DISPLAY "COBOLTUT: CANNOT WRITE YTD, IDENT "
032380                              CM-IDENT
032390              END-WRITE
032400          NOT INVALID KEY
032410              PERFORM 2760-ACCUMULATE-YTD
032420                  THRU 2760-ACCUMULATE-YTD-EXIT
032430              REWRITE YTD-RECORD
032440                  INVALID KEY
032450                      DISPLAY "COBOLTUT: CANNOT REWRITE YTD, "
032460                              "IDENT " CM-IDENT
032470              END-REWRITE
032480      END-READ.
032490
032500  2750-UPDATE-YTD-FILE-EXIT.
032510      EXIT.
032520
032530*****************************************************************
032540*                 2760-ACCUMULATE-YTD                           *
032550*****************************************************************
032560  2760-ACCUMULATE-YTD.
032570
032580      ADD WS-GROSS-PAY        TO YT-GROSS
032590      ADD WS-OVERTIME-PAY     TO YT-OVERTIME
032600      ADD WS-ADJ-GARN-AMT     TO YT-GARNISH
032610      ADD WS-ADJ-DED-AMT      TO YT-DEDUCT
032620      ADD WS-ADJ-CORR-AMT     TO YT-CORRECT
032630      ADD PAYCHECK            TO YT-NET.
032640
032650  2760-ACCUMULATE-YTD-EXIT.
032660      EXIT.
032670
032680*****************************************************************
032690*                 2770-WRITE-GL-DETAIL                          *
032700*  WRITES THIS CUSTOMER'S GENERAL-LEDGER DETAIL - GROSS AS      *
032710*  PAYCALC LEFT IT, THE ADJUSTMENT TOTAL APPLIED, THE NET       *
032720*  PAYCHECK, AND THE PRORATION ALLOCATION AND REMAINDER - AND   *
032730*  ROLLS EACH COLUMN INTO THE TRAILER HASH TOTALS.  A PROOF RUN *
032740*  WRITES NO DETAIL BUT STILL ROLLS THE TOTALS, WHICH ARE THE   *
032750*  COMPANY TOTALS THE RUN CONTROL SUMMARY PRINTS.               *
032760*****************************************************************
032770  2770-WRITE-GL-DETAIL.
032780
032790      IF NOT WS-PROOF-RUN
032800          MOVE SPACES              TO GL-DETAIL-RECORD
032810          MOVE "D"                 TO GD-RECORD-TYPE
032820          MOVE CM-IDENT            TO GD-IDENT
032830          MOVE WS-GROSS-PAY        TO GD-GROSS
032840          MOVE WS-TAX-TOTAL-AMT    TO GD-TAX
032850          MOVE WS-ADJUSTMENT-TOTAL TO GD-ADJUSTMENT
032860          MOVE PAYCHECK            TO GD-NET
032870          MOVE ANS                 TO GD-ALLOC
032880          MOVE REM                 TO GD-REM
032890          WRITE GL-DETAIL-RECORD
032900      END-IF
032910
032920      ADD 1                    TO WS-GL-DETAIL-COUNT
032930      ADD WS-GROSS-PAY         TO WS-GL-GROSS-TOTAL
032940      ADD WS-TAX-TOTAL-AMT     TO WS-GL-TAX-TOTAL
032950      ADD WS-ADJUSTMENT-TOTAL  TO WS-GL-ADJ-TOTAL
032960      ADD PAYCHECK             TO WS-GL-NET-TOTAL
032970      ADD ANS                  TO WS-GL-ALLOC-TOTAL
032980      ADD REM                  TO WS-GL-REM-TOTAL.
032990
033000  2770-WRITE-GL-DETAIL-EXIT.
033010      EXIT.
033020
033030*****************************************************************
033040*                2780-WRITE-PAY-HISTORY                         *
033050*  RECORDS THIS EMPLOYEE'S RUN ON THE PAY-HISTORY FILE - THE    *
033060*  SAME FIGURES THE STATEMENT PAGE PRINTED - KEYED BY IDENT     *
033070*  AND CYCLE DATE.  A RERUN OF A FAILED CYCLE LAYS THE NEW      *
033080*  FIGURES OVER THE OLD RECORD RATHER THAN DUPLICATING IT.      *
033090*****************************************************************
033100  2780-WRITE-PAY-HISTORY.
033110
033120      MOVE CM-IDENT           TO PH-IDENT
033130      MOVE WS-CURRENT-DATE    TO PH-CYCLE-DATE
033140      MOVE ZERO               TO PH-PAY-SEQ
033150      MOVE CM-CUSTNAME        TO PH-CUSTNAME
033160      MOVE WS-REGULAR-HOURS   TO PH-REG-HOURS
033170      MOVE NUM2               TO PH-REG-RATE
033180      MOVE WS-REGULAR-PAY     TO PH-REG-PAY
033190      MOVE WS-OVERTIME-HOURS  TO PH-OT-HOURS
033200      MOVE WS-OVERTIME-PAY    TO PH-OT-PAY
033210      MOVE WS-GROSS-PAY       TO PH-GROSS
033220      MOVE WS-FED-TAX-AMT     TO PH-FED-TAX
033230      MOVE WS-STATE-TAX-AMT   TO PH-STATE-TAX
033240      MOVE WS-FICA-TAX-AMT    TO PH-FICA-TAX
033250      MOVE WS-ADJ-GARN-AMT    TO PH-ADJ-GARN
033260      MOVE WS-ADJ-DED-AMT     TO PH-ADJ-DED
033270      MOVE WS-ADJ-CORR-AMT    TO PH-ADJ-CORR
033280      MOVE PAYCHECK           TO PH-NET
033290      MOVE WS-SALARY-PAY      TO PH-SALARY-PAY
033300      MOVE SPACE              TO PH-OFF-CYCLE-REASON
033310      MOVE WS-TC-VAC-HOURS    TO PH-VAC-HOURS
033320      MOVE WS-VAC-PAY         TO PH-VAC-PAY
033330      MOVE WS-TC-SICK-HOURS   TO PH-SICK-HOURS
033340      MOVE WS-SICK-PAY        TO PH-SICK-PAY
033350
033360      IF WS-PTO-NOBAL
033370          MOVE ZEROS              TO PH-VAC-BALANCE
033380          MOVE ZEROS              TO PH-SICK-BALANCE
033390      ELSE
033400          MOVE PB-VAC-AVAILABLE   TO PH-VAC-BALANCE
033410          MOVE PB-SICK-AVAILABLE  TO PH-SICK-BALANCE
033420      END-IF
033430
033440      IF WS-OVERTIME-HOURS > ZERO
033450          MOVE WS-OT-PREMIUM-RATE TO PH-OT-RATE
033460      ELSE
033470          MOVE ZEROS              TO PH-OT-RATE
033480      END-IF
033490
033500      WRITE PAY-HISTORY-RECORD
033510          INVALID KEY
033520              REWRITE PAY-HISTORY-RECORD
033530                  INVALID KEY
033540                      DISPLAY "COBOLTUT: CANNOT WRITE PAYHIST, "
033550                              "IDENT " CM-IDENT
033560                      SUBTRACT 1 FROM WS-HIST-COUNT
033570              END-REWRITE
033580      END-WRITE
033590
033600      ADD 1 TO WS-HIST-COUNT.
033610
033620  2780-WRITE-PAY-HISTORY-EXIT.
033630      EXIT.
033640
033650*****************************************************************
033660*                    2790-UPDATE-PTO-BALANCE                    *
033670*  REWRITES THE EMPLOYEE'S PTO BALANCE WITH THE HOURS           *
033680*  2510-ACCRUE-PTO ACCRUED AND POSTED AS TAKEN THIS PERIOD.     *
033690*****************************************************************
033700  2790-UPDATE-PTO-BALANCE.
033710
033720      IF WS-PTO-NOBAL
033730          GO TO 2790-UPDATE-PTO-BALANCE-EXIT
033740      END-IF
033750
033760      REWRITE PTO-BALANCE-RECORD
033770          INVALID KEY
033780              DISPLAY "COBOLTUT: CANNOT REWRITE PTOBAL, "
033790                      "IDENT " CM-IDENT
033800              GO TO 2790-UPDATE-PTO-BALANCE-EXIT
033810      END-REWRITE
033820
033830      ADD 1 TO WS-PTO-POST-COUNT.
033840
033850  2790-UPDATE-PTO-BALANCE-EXIT.
033860      EXIT.
033870
033880*****************************************************************
033890*               2800-PRINT-CUSTOMER-LINE                       *
033900*  BUILDS AND WRITES ONE DETAIL LINE ON THE CUSTOMER-MASTER     *
033910*  REPORT, BREAKING TO A NEW PAGE FIRST IF THE CURRENT PAGE IS  *
033920*  FULL.                                                       *
033930*****************************************************************
033940  2800-PRINT-CUSTOMER-LINE.
033950
033960      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
033970          PERFORM 2810-PRINT-HEADINGS
033980              THRU 2810-PRINT-HEADINGS-EXIT
033990      END-IF
034000
034010      MOVE CM-IDENT      TO RPT-D-IDENT
034020      MOVE CM-CUSTNAME   TO RPT-D-NAME
034030      MOVE CM-MOB        TO RPT-D-MOB
034040      MOVE CM-DOB        TO RPT-D-DOB
034050      MOVE CM-YOB        TO RPT-D-YOB
034060      MOVE CM-AGE-YEARS  TO RPT-D-AGE
034070      MOVE PAYCHECK      TO RPT-D-PAYCHECK
034080      MOVE ANS           TO RPT-D-ALLOC
034090      MOVE REM           TO RPT-D-REM
034100
034110      WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
034120          AFTER ADVANCING 1 LINE
034130
034140      ADD 1 TO WS-LINE-COUNT.
034150
034160  2800-PRINT-CUSTOMER-LINE-EXIT.
034170      EXIT.
034180
034190*****************************************************************
034200*                 2810-PRINT-HEADINGS                          *
034210*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
034220*  NEW PAGE AND RESETS THE LINE COUNT.                          *
034230*****************************************************************
034240  2810-PRINT-HEADINGS.
034250
034260      ADD 1 TO WS-PAGE-COUNT
034270      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
034280      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
034290
034300      WRITE REPORT-RECORD FROM RPT-HEADING-1
034310          AFTER ADVANCING PAGE
034320      WRITE REPORT-RECORD FROM RPT-BLANK-LINE
034330          AFTER ADVANCING 1 LINE
034340      IF WS-PROOF-RUN
034350          WRITE REPORT-RECORD FROM RPT-PRF-HEADING-2
034360              AFTER ADVANCING 1 LINE
034370      ELSE
034380          WRITE REPORT-RECORD FROM RPT-HEADING-2
034390              AFTER ADVANCING 1 LINE
034400      END-IF
034410      WRITE REPORT-RECORD FROM RPT-BLANK-LINE
034420          AFTER ADVANCING 1 LINE
034430
034440      MOVE ZEROS TO WS-LINE-COUNT.
034450
034460  2810-PRINT-HEADINGS-EXIT.
034470      EXIT.
034480
034490*****************************************************************
034500*                 2820-PRINT-PROOF-LINE                         *
034510*  PRINTS THIS EMPLOYEE'S LINE ON THE PAYROLL PROOF REGISTER -  *
034520*  HOURS, GROSS, EACH WITHHOLDING TYPE, THE ADJUSTMENTS TAKEN   *
034530*  AND THE NET - AND ROLLS THE HOURS AND TAXES INTO THE COMPANY *
034540*  TOTALS.  GROSS, ADJUSTMENTS AND NET ARE ALREADY CARRIED IN   *
034550*  THE GL CONTROL FIGURES.                                      *
034560*****************************************************************
034570  2820-PRINT-PROOF-LINE.
034580
034590      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
034600          PERFORM 2810-PRINT-HEADINGS
034610              THRU 2810-PRINT-HEADINGS-EXIT
034620      END-IF
034630
034640      MOVE CM-IDENT            TO RPT-F-IDENT
034650      MOVE CM-CUSTNAME         TO RPT-F-NAME
034660      MOVE CM-PAY-TYPE         TO RPT-F-PAY-TYPE
034670      MOVE WS-REGULAR-HOURS    TO RPT-F-REG-HRS
034680      MOVE WS-OVERTIME-HOURS   TO RPT-F-OT-HRS
034690      MOVE WS-GROSS-PAY        TO RPT-F-GROSS
034700      MOVE WS-FED-TAX-AMT      TO RPT-F-FED-TAX
034710      MOVE WS-STATE-TAX-AMT    TO RPT-F-STATE-TAX
034720      MOVE WS-FICA-TAX-AMT     TO RPT-F-FICA-TAX
034730      MOVE WS-ADJUSTMENT-TOTAL TO RPT-F-ADJUSTMENT
034740      MOVE PAYCHECK            TO RPT-F-NET
034750
034760      WRITE REPORT-RECORD FROM RPT-PRF-DETAIL-LINE
034770          AFTER ADVANCING 1 LINE
034780
034790      ADD 1 TO WS-LINE-COUNT
034800
034810      ADD WS-REGULAR-HOURS     TO WS-PRF-REG-HRS-TOTAL
034820      ADD WS-OVERTIME-HOURS    TO WS-PRF-OT-HRS-TOTAL
034830      ADD WS-FED-TAX-AMT       TO WS-PRF-FED-TOTAL
034840      ADD WS-STATE-TAX-AMT     TO WS-PRF-STATE-TOTAL
034850      ADD WS-FICA-TAX-AMT      TO WS-PRF-FICA-TOTAL.
034860
034870  2820-PRINT-PROOF-LINE-EXIT.
034880      EXIT.
034890
034900*****************************************************************
034910*                2850-WRITE-CHECKPOINT                          *
034920*  APPENDS ONE CHECKPOINT RECORD SHOWING THE LAST CUSTOMER      *
034930*  PROCESSED AND HOW MANY HAVE BEEN PROCESSED THIS RUN.         *
034940*****************************************************************
034950  2850-WRITE-CHECKPOINT.
034960
034970      MOVE CM-IDENT         TO CKPT-LAST-IDENT
034980      MOVE WS-RECORD-COUNT  TO CKPT-RECORD-COUNT
034990      ACCEPT CKPT-DATE      FROM DATE YYYYMMDD
035000      ACCEPT CKPT-TIME      FROM TIME
035010
035020      WRITE CHECKPOINT-RECORD
035030
035040      ADD 1 TO WS-CKPT-COUNT.
035050
035060  2850-WRITE-CHECKPOINT-EXIT.
035070      EXIT.
035080
035090*****************************************************************
035100*                2870-PRINT-REJECT-HEADINGS                     *
035110*  SAME AS 2810-PRINT-HEADINGS BUT FOR THE REJECTED-RECORDS     *
035120*  REPORT, WHICH PAGINATES INDEPENDENTLY OF CUSTRPT.            *
035130*****************************************************************
035140  2870-PRINT-REJECT-HEADINGS.
035150
035160      ADD 1 TO WS-REJ-PAGE-COUNT
035170      MOVE WS-RUN-DATE-EDIT TO RPT-RH1-DATE
035180      MOVE WS-REJ-PAGE-COUNT TO RPT-RH1-PAGE
035190
035200      WRITE REJECT-RECORD FROM RPT-REJ-HEADING-1
035210          AFTER ADVANCING PAGE
035220      WRITE REJECT-RECORD FROM RPT-REJ-BLANK-LINE
035230          AFTER ADVANCING 1 LINE
035240      WRITE REJECT-RECORD FROM RPT-REJ-HEADING-2
035250          AFTER ADVANCING 1 LINE
035260      WRITE REJECT-RECORD FROM RPT-REJ-BLANK-LINE
035270          AFTER ADVANCING 1 LINE
035280
035290      MOVE ZEROS TO WS-REJ-LINE-COUNT.
035300
035310  2870-PRINT-REJECT-HEADINGS-EXIT.
035320      EXIT.
035330
035340*****************************************************************
035350*              2880-PRINT-EXCEPTION-HEADINGS                    *
035360*  SAME AS 2810-PRINT-HEADINGS BUT FOR THE TIMECARD EXCEPTION   *
035370*  LIST, WHICH PAGINATES INDEPENDENTLY.                         *
035380*****************************************************************
035390  2880-PRINT-EXCEPTION-HEADINGS.
035400
035410      ADD 1 TO WS-EXC-PAGE-COUNT
035420      MOVE WS-RUN-DATE-EDIT  TO EXC-H1-DATE
035430      MOVE WS-EXC-PAGE-COUNT TO EXC-H1-PAGE
035440
035450      WRITE EXCEPTION-RECORD FROM EXC-HEADING-1
035460          AFTER ADVANCING PAGE
035470      WRITE EXCEPTION-RECORD FROM EXC-BLANK-LINE
035480          AFTER ADVANCING 1 LINE
035490      WRITE EXCEPTION-RECORD FROM EXC-HEADING-2
035500          AFTER ADVANCING 1 LINE
035510      WRITE EXCEPTION-RECORD FROM EXC-BLANK-LINE
035520          AFTER ADVANCING 1 LINE
035530
035540      MOVE ZEROS TO WS-EXC-LINE-COUNT.
035550
035560  2880-PRINT-EXCEPTION-HEADINGS-EXIT.
035570      EXIT.
035580
035590*****************************************************************
035600*                  2900-REJECT-CUSTOMER                         *
035610*  WRITES ONE LINE OF THE REJECTED-RECORDS REPORT, WITH THE     *
035620*  REASON TEXT THE SHARED EDIT MODULE RETURNED, FOR THE CUSTOMER*
035630*  RECORD JUST FAILED BY 2200-EDIT-MASTER.  A PROOF RUN LISTS   *
035640*  THE REJECT BUT LEAVES SUSPENSE ALONE.                        *
035650*****************************************************************
035660  2900-REJECT-CUSTOMER.
035670
035680      IF WS-REJECT-REASON-CODE = "E"
035690          OR WS-REJECT-REASON-CODE = "I"
035700          OR WS-REJECT-REASON-CODE = "D"
035710          MOVE EM-REASON-TEXT TO WS-REJECT-REASON-TEXT
035720      ELSE
035730          MOVE "UNKNOWN REJECT REASON" TO WS-REJECT-REASON-TEXT
035740      END-IF.
035750
035760      IF WS-REJECT-REASON-CODE = "E"
035770          ADD 1 TO WS-REJ-E-COUNT
035780      ELSE
035790      IF WS-REJECT-REASON-CODE = "I"
035800          ADD 1 TO WS-REJ-I-COUNT
035810      ELSE
035820      IF WS-REJECT-REASON-CODE = "D"
035830          ADD 1 TO WS-REJ-D-COUNT
035840      END-IF
035850      END-IF
035860      END-IF.
035870
035880      IF WS-REJ-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
035890          PERFORM 2870-PRINT-REJECT-HEADINGS
035900              THRU 2870-PRINT-REJECT-HEADINGS-EXIT
035910      END-IF.
035920
035930      MOVE CM-IDENT             TO REJ-D-IDENT
035940      MOVE WS-REJECT-REASON-CODE TO REJ-D-REASON-CODE
035950      MOVE WS-REJECT-REASON-TEXT TO REJ-D-REASON-TEXT
035960
035970      WRITE REJECT-RECORD FROM RPT-REJ-DETAIL-LINE
035980          AFTER ADVANCING 1 LINE
035990
036000      ADD 1 TO WS-REJ-LINE-COUNT
036010      ADD 1 TO WS-REJ-LINE-TOTAL
036020
036030      IF NOT WS-PROOF-RUN
036040          MOVE WS-REJECT-REASON-CODE   TO SP-REASON-CODE
036050          MOVE WS-CURRENT-DATE         TO SP-DATE-ADDED
036060          MOVE CUSTOMER-MASTER-RECORD  TO SP-MASTER-IMAGE
036070          WRITE SUSPENSE-RECORD
036080      END-IF.
036090
036100  2900-REJECT-CUSTOMER-EXIT.
036110      EXIT.
036120
036130*****************************************************************
036140*                       3000-FINALIZE                           *
036150*  A PROOF RUN WRITES NO CHECKPOINT OR GL TRAILER, PRINTS THE   *
036160*  REGISTER'S COMPANY TOTALS AHEAD OF THE RUN CONTROL SUMMARY,  *
036170*  AND LOGS ITS END EVENT UNDER COBPROOF.                       *
036180*****************************************************************
036190  3000-FINALIZE.
036200
036210      IF WS-RUNCTL-REFUSED
036220          GO TO 3000-FINALIZE-EXIT
036230      END-IF.
036240
036250      IF WS-PARM-ERROR OR WS-TAX-ERROR
036260          OR WS-PTO-RATE-ERROR
036270          MOVE 8 TO RETURN-CODE
036280      END-IF.
036290
036300      IF WS-RECORD-COUNT > 0
036310          AND NOT WS-PROOF-RUN
036320          PERFORM 2850-WRITE-CHECKPOINT
036330              THRU 2850-WRITE-CHECKPOINT-EXIT
036340      END-IF.
036350
036360      IF WS-GLX-FILE-OK AND NOT WS-PARM-ERROR
036370          AND NOT WS-TAX-ERROR
036380          AND NOT WS-PTO-RATE-ERROR
036390          AND NOT WS-PROOF-RUN
036400          MOVE "T"                 TO GT-RECORD-TYPE
036410          MOVE WS-GL-DETAIL-COUNT  TO GT-DETAIL-COUNT
036420          MOVE WS-GL-GROSS-TOTAL   TO GT-GROSS-TOTAL
036430          MOVE WS-GL-TAX-TOTAL     TO GT-TAX-TOTAL
036440          MOVE WS-GL-ADJ-TOTAL     TO GT-ADJ-TOTAL
036450          MOVE WS-GL-NET-TOTAL     TO GT-NET-TOTAL
036460          MOVE WS-GL-ALLOC-TOTAL   TO GT-ALLOC-TOTAL
036470          MOVE WS-GL-REM-TOTAL     TO GT-REM-TOTAL
036480          WRITE GL-TRAILER-RECORD
036490      END-IF.
036500
036510      IF WS-PROOF-RUN
036520          PERFORM 3050-PRINT-PROOF-TOTALS
036530              THRU 3050-PRINT-PROOF-TOTALS-EXIT
036540      END-IF.
036550
036560      PERFORM 3100-PRINT-RUN-SUMMARY
036570          THRU 3100-PRINT-RUN-SUMMARY-EXIT.
036580
036590      CLOSE CUSTOMER-MASTER-FILE
036600      CLOSE PTO-BALANCE-FILE
036610      CLOSE REPORT-FILE
036620      CLOSE ADJUSTMENT-FILE
036630      CLOSE TIMECARD-FILE
036640      CLOSE EXCEPTION-REPORT
036650      CLOSE REJECT-FILE.
036660
036670      IF NOT WS-PROOF-RUN
036680          CLOSE AUDIT-FILE
036690          CLOSE CHECKPOINT-FILE
036700          CLOSE STATEMENT-FILE
036710          CLOSE SUSPENSE-FILE
036720          CLOSE YTD-FILE
036730          CLOSE GL-EXTRACT-FILE
036740          CLOSE PAY-HISTORY-FILE
036750          CLOSE PAY-HISTORY-ADJ-FILE
036760      END-IF.
036770
036780      IF NOT WS-RUNCTL-REFUSED
036790          MOVE "E"         TO RC-FUNCTION
036800          MOVE RETURN-CODE TO RC-COMPLETION-CODE
036810          CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
036820      END-IF.
036830
036840  3000-FINALIZE-EXIT.
036850      EXIT.
036860
036870*****************************************************************
036880*                3050-PRINT-PROOF-TOTALS                        *
036890*  CLOSES THE PAYROLL PROOF REGISTER WITH THE COMPANY TOTALS OF *
036900*  EVERY COLUMN, SO PAYROLL CAN SIGN OFF ON THE FIGURES BEFORE  *
036910*  THE LIVE RUN IS RELEASED.                                    *
036920*****************************************************************
036930  3050-PRINT-PROOF-TOTALS.
036940
036950      WRITE REPORT-RECORD FROM RPT-BLANK-LINE
036960          AFTER ADVANCING 1 LINE
036970
036980      MOVE SPACES                TO RPT-SF-TEXT
036990      MOVE "PROOF REGISTER COMPANY TOTALS" TO RPT-SF-TEXT
037000      WRITE REPORT-RECORD FROM RPT-SUM-FLAG-LINE
037010          AFTER ADVANCING 1 LINE
037020      WRITE REPORT-RECORD FROM RPT-BLANK-LINE
037030          AFTER ADVANCING 1 LINE
037040
037050      MOVE "EMPLOYEES PAID"            TO RPT-SC-LABEL
037060      MOVE WS-RECORD-COUNT             TO RPT-SC-COUNT
037070      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
037080          AFTER ADVANCING 1 LINE
037090
037100      MOVE "REGULAR HOURS"             TO RPT-SA-LABEL
037110      MOVE WS-PRF-REG-HRS-TOTAL        TO RPT-SA-AMOUNT
037120      WRITE REPORT-RECORD FROM RPT-SUM-AMOUNT-LINE
037130          AFTER ADVANCING 1 LINE
037140
037150      MOVE "OVERTIME HOURS"            TO RPT-SA-LABEL
037160      MOVE WS-PRF-OT-HRS-TOTAL         TO RPT-SA-AMOUNT
037170      WRITE REPORT-RECORD FROM RPT-SUM-AMOUNT-LINE
037180          AFTER ADVANCING 1 LINE
037190
037200      MOVE "GROSS PAY"                 TO RPT-SA-LABEL
037210      MOVE WS-GL-GROSS-TOTAL           TO RPT-SA-AMOUNT
037220      WRITE REPORT-RECORD FROM RPT-SUM-AMOUNT-LINE
037230          AFTER ADVANCING 1 LINE
037240
037250      MOVE "FEDERAL WITHHOLDING"       TO RPT-SA-LABEL
037260      MOVE WS-PRF-FED-TOTAL            TO RPT-SA-AMOUNT
037270      WRITE REPORT-RECORD FROM RPT-SUM-AMOUNT-LINE
037280          AFTER ADVANCING 1 LINE
037290
037300      MOVE "STATE WITHHOLDING"         TO RPT-SA-LABEL
037310      MOVE WS-PRF-STATE-TOTAL          TO RPT-SA-AMOUNT
037320      WRITE REPORT-RECORD FROM RPT-SUM-AMOUNT-LINE
037330          AFTER ADVANCING 1 LINE
037340
037350      MOVE "FICA WITHHOLDING"          TO RPT-SA-LABEL
037360      MOVE WS-PRF-FICA-TOTAL           TO RPT-SA-AMOUNT
037370      WRITE REPORT-RECORD FROM RPT-SUM-AMOUNT-LINE
037380          AFTER ADVANCING 1 LINE
037390
037400      MOVE "ADJUSTMENTS"               TO RPT-SA-LABEL
037410      MOVE WS-GL-ADJ-TOTAL             TO RPT-SA-AMOUNT
037420      WRITE REPORT-RECORD FROM RPT-SUM-AMOUNT-LINE
037430          AFTER ADVANCING 1 LINE
037440
037450      MOVE "NET PAY"                   TO RPT-SA-LABEL
037460      MOVE WS-GL-NET-TOTAL             TO RPT-SA-AMOUNT
037470      WRITE REPORT-RECORD FROM RPT-SUM-AMOUNT-LINE
037480          AFTER ADVANCING 1 LINE.
037490
037500  3050-PRINT-PROOF-TOTALS-EXIT.
037510      EXIT.
037520
037530*****************************************************************
037540*                 3100-PRINT-RUN-SUMMARY                        *
037550*  PRINTS THE RUN CONTROL SUMMARY AS THE LAST PAGE OF CUSTRPT - *
037560*  THE ONE PLACE THAT PROVES RECORDS IN EQUAL RECORDS OUT.      *
037570*  READ MUST EQUAL PROCESSED PLUS REJECTED; ANYTHING ELSE IS    *
037580*  FLAGGED IN PLAIN SIGHT.                                      *
037590*****************************************************************
037600  3100-PRINT-RUN-SUMMARY.
037610
037620      MOVE SPACES                TO RPT-SF-TEXT
037630      IF WS-PROOF-RUN
037640          MOVE "RUN CONTROL SUMMARY - PROOF RUN, NO FILES UPDATED"
037650            TO RPT-SF-TEXT
037660      ELSE
037670          MOVE "RUN CONTROL SUMMARY" TO RPT-SF-TEXT
037680      END-IF
037690      WRITE REPORT-RECORD FROM RPT-SUM-FLAG-LINE
037700          AFTER ADVANCING PAGE
037710      WRITE REPORT-RECORD FROM RPT-BLANK-LINE
037720          AFTER ADVANCING 1 LINE
037730
037740      MOVE "CUSTOMERS READ"            TO RPT-SC-LABEL
037750      MOVE WS-READ-COUNT               TO RPT-SC-COUNT
037760      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
037770          AFTER ADVANCING 1 LINE
037780
037790      MOVE "REJECTED - INPUT EDIT"     TO RPT-SC-LABEL
037800      MOVE WS-REJ-E-COUNT              TO RPT-SC-COUNT
037810      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
037820          AFTER ADVANCING 1 LINE
037830
037840      MOVE "REJECTED - CHECK DIGIT"    TO RPT-SC-LABEL
037850      MOVE WS-REJ-I-COUNT              TO RPT-SC-COUNT
037860      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
037870          AFTER ADVANCING 1 LINE
037880
037890      MOVE "REJECTED - DATE OF BIRTH"  TO RPT-SC-LABEL
037900      MOVE WS-REJ-D-COUNT              TO RPT-SC-COUNT
037910      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
037920          AFTER ADVANCING 1 LINE
037930
037940      MOVE "REJECT REPORT LINES"       TO RPT-SC-LABEL
037950      MOVE WS-REJ-LINE-TOTAL           TO RPT-SC-COUNT
037960      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
037970          AFTER ADVANCING 1 LINE
037980
037990      MOVE "NO TIMECARD - NOT PAID"    TO RPT-SC-LABEL
038000      MOVE WS-NO-TC-COUNT              TO RPT-SC-COUNT
038010      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
038020          AFTER ADVANCING 1 LINE
038030
038040      MOVE "BAD TIMECARD - NOT PAID"   TO RPT-SC-LABEL
038050      MOVE WS-BAD-TC-COUNT             TO RPT-SC-COUNT
038060      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
038070          AFTER ADVANCING 1 LINE
038080
038090      MOVE "BYPASSED - ON LEAVE"       TO RPT-SC-LABEL
038100      MOVE WS-LEAVE-COUNT              TO RPT-SC-COUNT
038110      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
038120          AFTER ADVANCING 1 LINE
038130
038140      MOVE "BYPASSED - TERMINATED"     TO RPT-SC-LABEL
038150      MOVE WS-TERM-COUNT               TO RPT-SC-COUNT
038160      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
038170          AFTER ADVANCING 1 LINE
038180
038190      MOVE "FINAL PAYMENTS ISSUED"     TO RPT-SC-LABEL
038200      MOVE WS-FINAL-PAY-COUNT          TO RPT-SC-COUNT
038210      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
038220          AFTER ADVANCING 1 LINE
038230
038240      MOVE "CUSTOMERS PROCESSED"       TO RPT-SC-LABEL
038250      MOVE WS-RECORD-COUNT             TO RPT-SC-COUNT
038260      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
038270          AFTER ADVANCING 1 LINE
038280
038290      MOVE "  HOURLY PAYEES"           TO RPT-SC-LABEL
038300      MOVE WS-HOURLY-PAY-COUNT         TO RPT-SC-COUNT
038310      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
038320          AFTER ADVANCING 1 LINE
038330
038340      MOVE "  SALARIED PAYEES"         TO RPT-SC-LABEL
038350      MOVE WS-SALARY-PAY-COUNT         TO RPT-SC-COUNT
038360      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
038370          AFTER ADVANCING 1 LINE
038380
038390      MOVE "AUDIT RECORDS WRITTEN"     TO RPT-SC-LABEL
038400      MOVE WS-AUDIT-COUNT              TO RPT-SC-COUNT
038410      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
038420          AFTER ADVANCING 1 LINE
038430
038440      MOVE "PAY HISTORY RECORDS WRITTEN" TO RPT-SC-LABEL
038450      MOVE WS-HIST-COUNT               TO RPT-SC-COUNT
038460      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
038470          AFTER ADVANCING 1 LINE
038480
038490      MOVE "ADJ HISTORY RECORDS WRITTEN"  TO RPT-SC-LABEL
038500      MOVE WS-HADJ-COUNT               TO RPT-SC-COUNT
038510      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
038520          AFTER ADVANCING 1 LINE
038530
038540      MOVE "  ADJUSTMENTS SHORT-TAKEN"  TO RPT-SC-LABEL
038550      MOVE WS-ADJ-SHORT-COUNT          TO RPT-SC-COUNT
038560      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
038570          AFTER ADVANCING 1 LINE
038580
038590      MOVE "CHECKPOINT RECORDS WRITTEN" TO RPT-SC-LABEL
038600      MOVE WS-CKPT-COUNT               TO RPT-SC-COUNT
038610      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
038620          AFTER ADVANCING 1 LINE
038630
038640      MOVE "PTO BALANCES POSTED"       TO RPT-SC-LABEL
038650      MOVE WS-PTO-POST-COUNT           TO RPT-SC-COUNT
038660      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
038670          AFTER ADVANCING 1 LINE
038680
038690      MOVE "  NO PTO BALANCE RECORD"   TO RPT-SC-LABEL
038700      MOVE WS-PTO-NOBAL-COUNT          TO RPT-SC-COUNT
038710      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
038720          AFTER ADVANCING 1 LINE
038730
038740      MOVE "  PTO TIME OVER BALANCE"   TO RPT-SC-LABEL
038750      MOVE WS-PTO-CUT-COUNT            TO RPT-SC-COUNT
038760      WRITE REPORT-RECORD FROM RPT-SUM-COUNT-LINE
038770          AFTER ADVANCING 1 LINE
038780
038790      WRITE REPORT-RECORD FROM RPT-BLANK-LINE
038800          AFTER ADVANCING 1 LINE
038810
038820      MOVE "TOTAL GROSS PAY"           TO RPT-SA-LABEL
038830      MOVE WS-GL-GROSS-TOTAL           TO RPT-SA-AMOUNT
038840      WRITE REPORT-RECORD FROM RPT-SUM-AMOUNT-LINE
038850          AFTER ADVANCING 1 LINE
038860
038870      MOVE "TOTAL TAX WITHHELD"        TO RPT-SA-LABEL
038880      MOVE WS-GL-TAX-TOTAL             TO RPT-SA-AMOUNT
038890      WRITE REPORT-RECORD FROM RPT-SUM-AMOUNT-LINE
038900          AFTER ADVANCING 1 LINE
038910
038920      MOVE "TOTAL ADJUSTMENTS APPLIED" TO RPT-SA-LABEL
038930      MOVE WS-GL-ADJ-TOTAL             TO RPT-SA-AMOUNT
038940      WRITE REPORT-RECORD FROM RPT-SUM-AMOUNT-LINE
038950          AFTER ADVANCING 1 LINE
038960
038970      MOVE "  ADJUSTMENTS NOT TAKEN"   TO RPT-SA-LABEL
038980      MOVE WS-ADJ-SHORT-TOTAL          TO RPT-SA-AMOUNT
038990      WRITE REPORT-RECORD FROM RPT-SUM-AMOUNT-LINE
039000          AFTER ADVANCING 1 LINE
039010
039020      MOVE "TOTAL NET PAY"             TO RPT-SA-LABEL
039030      MOVE WS-GL-NET-TOTAL             TO RPT-SA-AMOUNT
039040      WRITE REPORT-RECORD FROM RPT-SUM-AMOUNT-LINE
039050          AFTER ADVANCING 1 LINE
039060
039070      MOVE "PTO HOURS ACCRUED"         TO RPT-SA-LABEL
039080      MOVE WS-PTO-ACCRUED-TOTAL        TO RPT-SA-AMOUNT
039090      WRITE REPORT-RECORD FROM RPT-SUM-AMOUNT-LINE
039100          AFTER ADVANCING 1 LINE
039110
039120      MOVE "PTO HOURS TAKEN"           TO RPT-SA-LABEL
039130      MOVE WS-PTO-TAKEN-TOTAL          TO RPT-SA-AMOUNT
039140      WRITE REPORT-RECORD FROM RPT-SUM-AMOUNT-LINE
039150          AFTER ADVANCING 1 LINE
039160
039170      WRITE REPORT-RECORD FROM RPT-BLANK-LINE
039180          AFTER ADVANCING 1 LINE
039190
039200      COMPUTE WS-CROSSFOOT-COUNT =
039210          WS-RECORD-COUNT + WS-REJ-E-COUNT
039220          + WS-REJ-I-COUNT + WS-REJ-D-COUNT
039230          + WS-NO-TC-COUNT + WS-BAD-TC-COUNT
039240          + WS-LEAVE-COUNT + WS-TERM-COUNT
039250
039260      IF WS-PARM-ERROR
039270          MOVE "*** RUN REFUSED - BAD RUN PARAMETERS ***"
039280            TO RPT-SF-TEXT
039290      ELSE
039300      IF WS-TAX-ERROR
039310          MOVE "*** RUN REFUSED - BAD TAX RATE TABLE ***"
039320            TO RPT-SF-TEXT
039330      ELSE
039340      IF WS-PTO-RATE-ERROR
039350          MOVE "*** RUN REFUSED - BAD PTO RATE TABLE ***"
039360            TO RPT-SF-TEXT
039370      ELSE
039380      IF WS-READ-COUNT = WS-CROSSFOOT-COUNT
039390          MOVE "RUN IN BALANCE - READ = PROCESSED + REJECTED"
039400            TO RPT-SF-TEXT
039410      ELSE
039420          MOVE
039430          "*** RUN OUT OF BALANCE - READ NOT = PROCESSED+REJ ***"
039440            TO RPT-SF-TEXT
039450      END-IF
039460      END-IF
039470      END-IF
039480      END-IF
039490
039500      WRITE REPORT-RECORD FROM RPT-SUM-FLAG-LINE
039510          AFTER ADVANCING 1 LINE.
039520
039530  3100-PRINT-RUN-SUMMARY-EXIT.
039540      EXIT.
039550
039560
