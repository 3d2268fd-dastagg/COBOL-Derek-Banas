000010*****************************************************************
000020* PROGRAM      : OFFCYCLE                                       *
000030* AUTHOR       : DAVID R. HENDERSON                             *
000040* INSTALLATION : DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS     *
000050* DATE-WRITTEN : 10/15/2026                                     *
000060*                                                               *
000070* REMARKS      : OFF-CYCLE PAYMENT RUN.  PAYS FINAL PAY ON A    *
000080*                TERMINATION DAY, BONUSES AND CORRECTIONS THAT  *
000090*                CANNOT WAIT FOR THE NEXT PAY CYCLE, ONE CHECK  *
000100*                PER PAYMENT CARD ON OFFCARD - IDENT, PAY TYPE  *
000110*                (HOURS AT THE MASTER'S HOURLY RATE, A FLAT     *
000120*                GROSS AMOUNT, OR A NET CORRECTION), THE HOURS  *
000130*                OR AMOUNT, AND A REASON.  EACH CARD GOES       *
000140*                THROUGH THE SAME EDITMSTR MASTER EDIT AND THE  *
000150*                SAME TAXRATE WITHHOLDING THE PAYROLL RUN USES. *
000160*                THE CHECK IS CUT UNDER THE CHKCTL NUMBER       *
000170*                CONTROL ONTO CHKREG, WITH ITS OWN CHECK PRINT  *
000180*                AND POSITIVE-PAY EXTRACT.  THE PAYMENT IS      *
000190*                WRITTEN TO PAY HISTORY (AND A CORRECTION TO    *
000200*                THE PAY-HISTORY ADJUSTMENT DETAIL) UNDER AN    *
000210*                OFF-CYCLE SEQUENCE SO IT NEVER MEETS THE       *
000220*                REGULAR CYCLE'S RECORD, ROLLED INTO YTDFILE,   *
000230*                AND CARRIED ON ITS OWN GL EXTRACT WITH HEADER  *
000240*                AND TRAILER.  A STATEMENT PAGE IN THE PAYSTMT  *
000250*                LAYOUT IS PRINTED FOR EACH PAYMENT, AND        *
000260*                STMTRPRT CAN REPRINT IT FROM PAY HISTORY.      *
000270*                THIS RUN AND CHECKRUN SHARE THE CHECK NUMBER   *
000280*                CONTROL, SO THE TWO MUST NEVER RUN AT ONCE.    *
000290*****************************************************************
000300* MODIFICATION HISTORY                                          *
000310*-----------------------------------------------------------------
000320* DATE       INIT  DESCRIPTION                                  *
000330* 10/15/2026 DRH   ORIGINAL PROGRAM.                            *
000340* 10/15/2026 DRH   PAY HISTORY LAYOUT BROUGHT UP TO 167 BYTES   *
000350*                  WITH THE VACATION AND SICK FIGURES THE       *
000360*                  PAYROLL RUN NOW POSTS.  AN OFF-CYCLE PAYMENT *
000370*                  TAKES NO TIME OFF AND WRITES THEM AS ZERO.   *
000380*****************************************************************
000390  IDENTIFICATION DIVISION.
000400  PROGRAM-ID. OFFCYCLE.
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
000560* PAYMENT-CARD-FILE CARRIES ONE CARD PER OFF-CYCLE PAYMENT.     *
000570*****************************************************************
000580      SELECT PAYMENT-CARD-FILE
000590          ASSIGN TO "OFFCARD"
000600          ORGANIZATION IS SEQUENTIAL
000610          FILE STATUS IS WS-CRD-FILE-STATUS.
000620
000630*****************************************************************
000640* CUSTOMER-MASTER IS READ BY KEY FOR EACH CARD - THE EDIT, THE  *
000650* NAME, THE STATUS AND THE HOURLY RATE.                         *
000660*****************************************************************
000670      SELECT CUSTOMER-MASTER-FILE
000680          ASSIGN TO "CUSTMAST"
000690          ORGANIZATION IS INDEXED
000700          ACCESS MODE IS DYNAMIC
000710          RECORD KEY IS CM-IDENT
000720          FILE STATUS IS WS-CM-FILE-STATUS.
000730
000740*****************************************************************
000750* TAX-RATE-FILE IS THE STATUTORY WITHHOLDING BRACKET TABLE THE  *
000760* PAYROLL RUN WITHHOLDS FROM.  THE RUN REFUSES TO START WITHOUT *
000770* A GOOD TABLE, THE SAME AS THE PAYROLL RUN DOES.               *
000780*****************************************************************
000790      SELECT TAX-RATE-FILE
000800          ASSIGN TO "TAXRATE"
000810          ORGANIZATION IS SEQUENTIAL
000820          FILE STATUS IS WS-TAX-FILE-STATUS.
000830
000840*****************************************************************
000850* CHECK-CONTROL-FILE IS THE PERSISTENT NEXT-CHECK-NUMBER RECORD *
000860* CHECKRUN KEEPS.  READ AT START, REWRITTEN AT END WITH THE     *
000870* NUMBER AFTER THE LAST CHECK CUT.                              *
000880*****************************************************************
000890      SELECT CHECK-CONTROL-FILE
000900          ASSIGN TO "CHKCTL"
000910          ORGANIZATION IS SEQUENTIAL
000920          FILE STATUS IS WS-CTL-FILE-STATUS.
000930
000940*****************************************************************
000950* CHECK-REGISTER-FILE IS THE PERMANENT CHECK REGISTER.  OPENED  *
000960* EXTEND SO OFF-CYCLE CHECKS SIT WITH THE REGULAR ONES.         *
000970*****************************************************************
000980      SELECT CHECK-REGISTER-FILE
000990          ASSIGN TO "CHKREG"
001000          ORGANIZATION IS SEQUENTIAL
001010          FILE STATUS IS WS-REG-FILE-STATUS.
001020
001030*****************************************************************
001040* CHECK-PRINT-FILE IS THE FORMATTED CHECK AND STUB PRINT FOR    *
001050* THE OFF-CYCLE CHECKS - ITS OWN FILE SO THE DAY'S CHKPRINT IS  *
001060* NEVER OVERLAID.                                               *
001070*****************************************************************
001080      SELECT CHECK-PRINT-FILE
001090          ASSIGN TO "CHKPRNTO"
001100          ORGANIZATION IS SEQUENTIAL
001110          FILE STATUS IS WS-PRT-FILE-STATUS.
001120
001130*****************************************************************
001140* POSITIVE-PAY-FILE IS THE EXTRACT OF THE OFF-CYCLE CHECKS FOR  *
001150* THE BANK, IN THE POSPAY LAYOUT.  LIKE THE VOID/REISSUE RUN'S  *
001160* POSPAYV IT IS A SEPARATE FILE FROM THE DAY'S POSPAY.          *
001170*****************************************************************
001180      SELECT POSITIVE-PAY-FILE
001190          ASSIGN TO "POSPAYO"
001200          ORGANIZATION IS SEQUENTIAL
001210          FILE STATUS IS WS-POS-FILE-STATUS.
001220
001230*****************************************************************
001240* PAY-HISTORY-FILE AND PAY-HISTORY-ADJ-FILE ARE THE PAYROLL     *
001250* RUN'S HISTORY FILES.  AN OFF-CYCLE PAYMENT IS KEYED UNDER A   *
001260* PAY SEQUENCE OF 1-9 SO IT NEVER LANDS ON THE REGULAR CYCLE    *
001270* RECORD (SEQUENCE 0) FOR THE SAME IDENT AND DATE.              *
001280*****************************************************************
001290      SELECT PAY-HISTORY-FILE
001300          ASSIGN TO "PAYHIST"
001310          ORGANIZATION IS INDEXED
001320          ACCESS MODE IS DYNAMIC
001330          RECORD KEY IS PH-KEY
001340          FILE STATUS IS WS-HIS-FILE-STATUS.
001350
001360      SELECT PAY-HISTORY-ADJ-FILE
001370          ASSIGN TO "PAYHADJ"
001380          ORGANIZATION IS INDEXED
001390          ACCESS MODE IS DYNAMIC
001400          RECORD KEY IS PJ-KEY
001410          FILE STATUS IS WS-HAJ-FILE-STATUS.
001420
001430*****************************************************************
001440* YTD-FILE IS THE YEAR-TO-DATE FILE THE PAYROLL RUN ROLLS INTO. *
001450*****************************************************************
001460      SELECT YTD-FILE
001470          ASSIGN TO "YTDFILE"
001480          ORGANIZATION IS INDEXED
001490          ACCESS MODE IS DYNAMIC
001500          RECORD KEY IS YT-IDENT
001510          FILE STATUS IS WS-YTD-FILE-STATUS.
001520
001530*****************************************************************
001540* GL-EXTRACT-FILE IS THE GENERAL-LEDGER EXTRACT FOR THE OFF-    *
001550* CYCLE PAYMENTS, IN THE GLEXTR LAYOUT WITH ITS OWN HEADER AND  *
001560* TRAILER CONTROLS.  IT IS NOT THE DAY'S GLEXTR, WHICH CHECKRUN *
001570* AND DEPEXTR PAY FROM.                                         *
001580*****************************************************************
001590      SELECT GL-EXTRACT-FILE
001600          ASSIGN TO "GLEXTRO"
001610          ORGANIZATION IS SEQUENTIAL
001620          FILE STATUS IS WS-GLX-FILE-STATUS.
001630
001640*****************************************************************
001650* STATEMENT-FILE RECEIVES ONE PAY STATEMENT PAGE PER PAYMENT IN *
001660* THE PAYSTMT LAYOUT.                                           *
001670*****************************************************************
001680      SELECT STATEMENT-FILE
001690          ASSIGN TO "PAYSTMTO"
001700          ORGANIZATION IS SEQUENTIAL
001710          FILE STATUS IS WS-STM-FILE-STATUS.
001720
001730*****************************************************************
001740* REGISTER-REPORT IS THE OFF-CYCLE PAYMENT REGISTER - EVERY     *
001750* PAYMENT MADE, EVERY CARD REJECTED AND WHY, AND RUN TOTALS.    *
001760*****************************************************************
001770      SELECT REGISTER-REPORT
001780          ASSIGN TO "OFFCYRPT"
001790          ORGANIZATION IS SEQUENTIAL
001800          FILE STATUS IS WS-RPT-FILE-STATUS.
001810
001820  DATA DIVISION.
001830
001840  FILE SECTION.
001850*****************************************************************
001860* FD  - PAYMENT-CARD-FILE                                       *
001870*  PAY TYPE "H" PAYS OC-HOURS AT THE MASTER'S HOURLY RATE, "G"  *
001880*  PAYS OC-AMOUNT AS TAXABLE GROSS, "C" PAYS OC-AMOUNT AS A NET *
001890*  CORRECTION THE SAME WAY A "C" ADJFILE ENTRY IS PAID - AFTER  *
001900*  TAX, WITH NOTHING WITHHELD.  REASON "T" IS FINAL PAY ON      *
001910*  TERMINATION, "B" A BONUS, "C" A CORRECTION, "O" ANY OTHER.   *
001920*****************************************************************
001930  FD  PAYMENT-CARD-FILE
001940      LABEL RECORDS ARE STANDARD
001950      RECORD CONTAINS 40 CHARACTERS.
001960  01  PAYMENT-CARD-RECORD.
001970      05  OC-IDENT                PIC 9(03).
001980      05  OC-PAY-TYPE             PIC X(01).
001990          88  OC-PAY-HOURS              VALUE "H".
002000          88  OC-PAY-GROSS              VALUE "G".
002010          88  OC-PAY-CORRECTION         VALUE "C".
002020      05  OC-HOURS                PIC 9(03)V99.
002030      05  OC-AMOUNT               PIC 9(05)V99.
002040      05  OC-REASON               PIC X(01).
002050          88  OC-REASON-FINAL           VALUE "T".
002060          88  OC-REASON-BONUS           VALUE "B".
002070          88  OC-REASON-CORRECTION      VALUE "C".
002080          88  OC-REASON-OTHER           VALUE "O".
002090      05  OC-DESCRIPTION          PIC X(20).
002100      05  FILLER                  PIC X(03).
002110
002120*****************************************************************
002130* FD  - CUSTOMER-MASTER-FILE                                    *
002140*****************************************************************
002150  FD  CUSTOMER-MASTER-FILE
002160      LABEL RECORDS ARE STANDARD
002170      RECORD CONTAINS 60 CHARACTERS.
002180  01  CUSTOMER-MASTER-RECORD.
002190      05  CM-IDENT                PIC 9(03).
002200      05  CM-CUSTNAME             PIC X(20).
002210      05  CM-DATEOFBIRTH.
002220          10  CM-MOB              PIC 9(02).
002230          10  CM-DOB              PIC 9(02).
002240          10  CM-YOB              PIC 9(04).
002250      05  CM-HOURS-WORKED         PIC 9(03)V99.
002260      05  CM-HOURLY-RATE          PIC 9(03)V99.
002270      05  CM-AGE-YEARS            PIC 9(03).
002280      05  CM-STATUS               PIC X(01).
002290          88  CM-STATUS-ACTIVE          VALUE "A".
002300          88  CM-STATUS-LEAVE           VALUE "L".
002310          88  CM-STATUS-TERMINATED      VALUE "T".
002320      05  CM-STATUS-DATE          PIC 9(08).
002330      05  CM-PAY-TYPE             PIC X(01).
002340          88  CM-PAY-HOURLY             VALUE "H".
002350          88  CM-PAY-SALARIED           VALUE "S".
002360      05  CM-PERIOD-SALARY        PIC 9(04)V99.
002370
002380*****************************************************************
002390* FD  - TAX-RATE-FILE                                           *
002400*  THE LAYOUT MATCHES THE CARDS THE PAYROLL RUN LOADS.          *
002410*****************************************************************
002420  FD  TAX-RATE-FILE
002430      LABEL RECORDS ARE STANDARD
002440      RECORD CONTAINS 13 CHARACTERS.
002450  01  TAX-RATE-RECORD.
002460      05  TX-TYPE                 PIC X(01).
002470          88  TX-TYPE-FEDERAL           VALUE "F".
002480          88  TX-TYPE-STATE             VALUE "S".
002490          88  TX-TYPE-FICA              VALUE "C".
002500      05  TX-BRACKET-FLOOR        PIC 9(05)V99.
002510      05  TX-RATE                 PIC 9V9999.
002520
002530*****************************************************************
002540* FD  - CHECK-CONTROL-FILE                                      *
002550*  ONE RECORD - THE NEXT CHECK NUMBER TO BE ASSIGNED.           *
002560*****************************************************************
002570  FD  CHECK-CONTROL-FILE
002580      LABEL RECORDS ARE STANDARD
002590      RECORD CONTAINS 8 CHARACTERS.
002600  01  CHECK-CONTROL-RECORD.
002610      05  NC-NEXT-CHECK-NO        PIC 9(08).
002620
002630*****************************************************************
002640* FD  - CHECK-REGISTER-FILE                                     *
002650*  THE LAYOUT MATCHES WHAT CHECKRUN WRITES.                     *
002660*****************************************************************
002670  FD  CHECK-REGISTER-FILE
002680      LABEL RECORDS ARE STANDARD
002690      RECORD CONTAINS 29 CHARACTERS.
002700  01  CHECK-REGISTER-RECORD.
002710      05  CK-CHECK-NO             PIC 9(08).
002720      05  CK-IDENT                PIC 9(03).
002730      05  CK-DATE                 PIC 9(08).
002740      05  CK-AMOUNT               PIC S9(7)V99.
002750      05  CK-STATUS               PIC X(01).
002760          88  CK-STATUS-ISSUED          VALUE "I".
002770
002780*****************************************************************
002790* FD  - CHECK-PRINT-FILE                                        *
002800*****************************************************************
002810  FD  CHECK-PRINT-FILE
002820      LABEL RECORDS ARE STANDARD
002830      RECORD CONTAINS 132 CHARACTERS.
002840  01  CHECK-PRINT-RECORD          PIC X(132).
002850
002860*****************************************************************
002870* FD  - POSITIVE-PAY-FILE                                       *
002880*  THE LAYOUT MATCHES WHAT CHECKRUN WRITES TO POSPAY.           *
002890*****************************************************************
002900  FD  POSITIVE-PAY-FILE
002910      LABEL RECORDS ARE STANDARD
002920      RECORD CONTAINS 40 CHARACTERS.
002930  01  POS-HEADER-RECORD.
002940      05  PP-RECORD-TYPE          PIC X(01).
002950      05  PP-RUN-DATE             PIC 9(08).
002960      05  FILLER                  PIC X(31).
002970  01  POS-DETAIL-RECORD.
002980      05  PD-RECORD-TYPE          PIC X(01).
002990      05  PD-CHECK-NO             PIC 9(08).
003000      05  PD-IDENT                PIC 9(03).
003010      05  PD-DATE                 PIC 9(08).
003020      05  PD-AMOUNT               PIC S9(7)V99.
003030      05  FILLER                  PIC X(11).
003040  01  POS-TRAILER-RECORD.
003050      05  PT-RECORD-TYPE          PIC X(01).
003060      05  PT-DETAIL-COUNT         PIC 9(07).
003070      05  PT-AMOUNT-TOTAL         PIC 9(11)V99.
003080      05  FILLER                  PIC X(19).
003090
003100*****************************************************************
003110* FD  - PAY-HISTORY-FILE                                        *
003120*  THE LAYOUT MATCHES WHAT THE PAYROLL RUN WRITES.  THIS RUN    *
003130*  FILLS PH-PAY-SEQ 1-9 AND THE OFF-CYCLE REASON.               *
003140*****************************************************************
003150  FD  PAY-HISTORY-FILE
003160      LABEL RECORDS ARE STANDARD
003170      RECORD CONTAINS 167 CHARACTERS.
003180  01  PAY-HISTORY-RECORD.
003190      05  PH-KEY.
003200          10  PH-IDENT            PIC 9(03).
003210          10  PH-CYCLE-DATE       PIC 9(08).
003220          10  PH-PAY-SEQ          PIC 9(01).
003230              88  PH-REGULAR-CYCLE      VALUE 0.
003240              88  PH-OFF-CYCLE          VALUE 1 THRU 9.
003250      05  PH-CUSTNAME             PIC X(20).
003260      05  PH-REG-HOURS            PIC 9(03)V99.
003270      05  PH-REG-RATE             PIC 9(03)V99.
003280      05  PH-REG-PAY              PIC 9(05)V99.
003290      05  PH-OT-HOURS             PIC 9(03)V99.
003300      05  PH-OT-RATE              PIC 9(04)V99.
003310      05  PH-OT-PAY               PIC 9(05)V99.
003320      05  PH-GROSS                PIC 9(05)V99.
003330      05  PH-FED-TAX              PIC 9(05)V99.
003340      05  PH-STATE-TAX            PIC 9(05)V99.
003350      05  PH-FICA-TAX             PIC 9(05)V99.
003360      05  PH-ADJ-GARN             PIC S9(05)V99.
003370      05  PH-ADJ-DED              PIC S9(05)V99.
003380      05  PH-ADJ-CORR             PIC S9(05)V99.
003390      05  PH-NET                  PIC 9(05)V99.
003400      05  PH-SALARY-PAY           PIC 9(05)V99.
003410      05  PH-OFF-CYCLE-REASON     PIC X(01).
003420      05  PH-VAC-HOURS            PIC 9(03)V99.
003430      05  PH-VAC-PAY              PIC 9(05)V99.
003440      05  PH-SICK-HOURS           PIC 9(03)V99.
003450      05  PH-SICK-PAY             PIC 9(05)V99.
003460      05  PH-VAC-BALANCE          PIC S9(04)V99.
003470      05  PH-SICK-BALANCE         PIC S9(04)V99.
003480
003490*****************************************************************
003500* FD  - PAY-HISTORY-ADJ-FILE                                    *
003510*  THE LAYOUT MATCHES WHAT THE PAYROLL RUN WRITES.              *
003520*****************************************************************
003530  FD  PAY-HISTORY-ADJ-FILE
003540      LABEL RECORDS ARE STANDARD
003550      RECORD CONTAINS 42 CHARACTERS.
003560  01  PAY-HISTORY-ADJ-RECORD.
003570      05  PJ-KEY.
003580          10  PJ-IDENT            PIC 9(03).
003590          10  PJ-CYCLE-DATE       PIC 9(08).
003600          10  PJ-PAY-SEQ          PIC 9(01).
003610          10  PJ-LINE-SEQ         PIC 9(03).
003620      05  PJ-TYPE                 PIC X(01).
003630      05  PJ-DESCRIPTION          PIC X(20).
003640      05  PJ-AMOUNT               PIC S9(4)V99.
003650
003660*****************************************************************
003670* FD  - YTD-FILE                                                *
003680*****************************************************************
003690  FD  YTD-FILE
003700      LABEL RECORDS ARE STANDARD
003710      RECORD CONTAINS 57 CHARACTERS.
003720  01  YTD-RECORD.
003730      05  YT-IDENT                PIC 9(03).
003740      05  YT-GROSS                PIC S9(7)V99.
003750      05  YT-OVERTIME             PIC S9(7)V99.
003760      05  YT-GARNISH              PIC S9(7)V99.
003770      05  YT-DEDUCT               PIC S9(7)V99.
003780      05  YT-CORRECT              PIC S9(7)V99.
003790      05  YT-NET                  PIC S9(7)V99.
003800
003810*****************************************************************
003820* FD  - GL-EXTRACT-FILE                                         *
003830*  THE LAYOUT MATCHES WHAT THE PAYROLL RUN WRITES TO GLEXTR.    *
003840*****************************************************************
003850  FD  GL-EXTRACT-FILE
003860      LABEL RECORDS ARE STANDARD
003870      RECORD CONTAINS 74 CHARACTERS.
003880  01  GL-HEADER-RECORD.
003890      05  GH-RECORD-TYPE          PIC X(01).
003900      05  GH-RUN-DATE             PIC 9(08).
003910      05  FILLER                  PIC X(65).
003920  01  GL-DETAIL-RECORD.
003930      05  GD-RECORD-TYPE          PIC X(01).
003940      05  GD-IDENT                PIC 9(03).
003950      05  GD-GROSS                PIC S9(7)V99.
003960      05  GD-TAX                  PIC S9(7)V99.
003970      05  GD-ADJUSTMENT           PIC S9(7)V99.
003980      05  GD-NET                  PIC S9(7)V99.
003990      05  GD-ALLOC                PIC S9(7)V99.
004000      05  GD-REM                  PIC S9(7)V99.
004010      05  FILLER                  PIC X(16).
004020  01  GL-TRAILER-RECORD.
004030      05  GT-RECORD-TYPE          PIC X(01).
004040      05  GT-DETAIL-COUNT         PIC 9(07).
004050      05  GT-GROSS-TOTAL          PIC S9(9)V99.
004060      05  GT-TAX-TOTAL            PIC S9(9)V99.
004070      05  GT-ADJ-TOTAL            PIC S9(9)V99.
004080      05  GT-NET-TOTAL            PIC S9(9)V99.
004090      05  GT-ALLOC-TOTAL          PIC S9(9)V99.
004100      05  GT-REM-TOTAL            PIC S9(9)V99.
004110
004120*****************************************************************
004130* FD  - STATEMENT-FILE                                          *
004140*****************************************************************
004150  FD  STATEMENT-FILE
004160      LABEL RECORDS ARE STANDARD
004170      RECORD CONTAINS 132 CHARACTERS.
004180  01  STATEMENT-RECORD            PIC X(132).
004190
004200*****************************************************************
004210* FD  - REGISTER-REPORT                                         *
004220*****************************************************************
004230  FD  REGISTER-REPORT
004240      LABEL RECORDS ARE STANDARD
004250      RECORD CONTAINS 132 CHARACTERS.
004260  01  REGISTER-RECORD             PIC X(132).
004270
004280  WORKING-STORAGE SECTION.
004290*****************************************************************
004300* FILE STATUS AND END-OF-FILE SWITCHES                          *
004310*****************************************************************
004320  77  WS-CRD-FILE-STATUS      PIC X(02) VALUE SPACES.
004330      88  WS-CRD-FILE-OK             VALUE "00".
004340
004350  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
004360      88  WS-END-OF-FILE             VALUE "Y".
004370      88  WS-NOT-END-OF-FILE         VALUE "N".
004380
004390  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
004400      88  WS-CM-FILE-OK              VALUE "00".
004410
004420  77  WS-TAX-FILE-STATUS      PIC X(02) VALUE SPACES.
004430      88  WS-TAX-FILE-OK             VALUE "00".
004440
004450  77  WS-TAX-EOF-SW           PIC X(01) VALUE "N".
004460      88  WS-TAX-EOF                 VALUE "Y".
004470
004480  77  WS-TAX-ERROR-SW         PIC X(01) VALUE "N".
004490      88  WS-TAX-ERROR               VALUE "Y".
004500
004510  77  WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
004520      88  WS-CTL-FILE-OK             VALUE "00".
004530
004540  77  WS-REG-FILE-STATUS      PIC X(02) VALUE SPACES.
004550      88  WS-REG-FILE-OK             VALUE "00".
004560
004570  77  WS-PRT-FILE-STATUS      PIC X(02) VALUE SPACES.
004580      88  WS-PRT-FILE-OK             VALUE "00".
004590
004600  77  WS-POS-FILE-STATUS      PIC X(02) VALUE SPACES.
004610      88  WS-POS-FILE-OK             VALUE "00".
004620
004630  77  WS-HIS-FILE-STATUS      PIC X(02) VALUE SPACES.
004640      88  WS-HIS-FILE-OK             VALUE "00".
004650
004660  77  WS-HAJ-FILE-STATUS      PIC X(02) VALUE SPACES.
004670      88  WS-HAJ-FILE-OK             VALUE "00".
004680
004690  77  WS-YTD-FILE-STATUS      PIC X(02) VALUE SPACES.
004700      88  WS-YTD-FILE-OK             VALUE "00".
004710
004720  77  WS-GLX-FILE-STATUS      PIC X(02) VALUE SPACES.
004730      88  WS-GLX-FILE-OK             VALUE "00".
004740
004750  77  WS-STM-FILE-STATUS      PIC X(02) VALUE SPACES.
004760      88  WS-STM-FILE-OK             VALUE "00".
004770
004780  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
004790      88  WS-RPT-FILE-OK             VALUE "00".
004800
004810  77  WS-SETUP-ERROR-SW       PIC X(01) VALUE "N".
004820      88  WS-SETUP-ERROR             VALUE "Y".
004830
004840*****************************************************************
004850* CHECK NUMBER CONTROL.  THE NEXT NUMBER IS LOADED FROM CHKCTL  *
004860* AT START; A MISSING OR BAD RECORD REFUSES THE RUN.            *
004870*****************************************************************
004880  77  WS-NEXT-CHECK-NO        PIC 9(08) VALUE ZEROS.
004890  77  WS-FIRST-CHECK-NO       PIC 9(08) VALUE ZEROS.
004900
004910  77  WS-CTL-ERROR-SW         PIC X(01) VALUE "N".
004920      88  WS-CTL-ERROR               VALUE "Y".
004930
004940*****************************************************************
004950* SHARED EDIT SUBPROGRAM PARAMETER AREA.  THE MASTER IMAGE AND  *
004960* THE CURRENT DATE GO IN; THE VERDICT AND REASON COME BACK.     *
004970*****************************************************************
004980  01  EDIT-MASTER-PARMS.
004990      05  EM-EDIT-MODE            PIC X(01).
005000      05  EM-MASTER-IMAGE         PIC X(60).
005010      05  EM-CURRENT-DATE.
005020          10  EM-CURR-CCYY        PIC 9(04).
005030          10  EM-CURR-MM          PIC 9(02).
005040          10  EM-CURR-DD          PIC 9(02).
005050      05  EM-EDIT-VALID-SW        PIC X(01).
005060          88  EM-EDIT-VALID             VALUE "Y".
005070          88  EM-EDIT-INVALID           VALUE "N".
005080      05  EM-REASON-CODE          PIC X(01).
005090      05  EM-REASON-TEXT          PIC X(30).
005100      05  EM-AGE-DERIVED          PIC 9(03).
005110
005120  77  WS-REJECT-REASON-TEXT   PIC X(30) VALUE SPACES.
005130
005140*****************************************************************
005150* STATUTORY WITHHOLDING TABLE AND WORKING FIELDS, AS THE        *
005160* PAYROLL RUN CARRIES THEM.  FOR EACH TYPE THE RATE APPLIED IS  *
005170* THE ONE ON THE HIGHEST BRACKET FLOOR GROSS PAY HAS REACHED.   *
005180*****************************************************************
005190  77  WS-TAX-MAX              PIC 9(03) VALUE 025.
005200  77  WS-TAX-LOAD-COUNT       PIC 9(03) VALUE ZEROS.
005210  77  WS-TAX-IX               PIC 9(03) VALUE ZEROS.
005220
005230  01  WS-TAX-TABLE.
005240      05  WS-TAX-ENTRY OCCURS 25 TIMES.
005250          10  WS-TAX-TYPE     PIC X(01).
005260          10  WS-TAX-FLOOR    PIC 9(05)V99.
005270          10  WS-TAX-RATE     PIC 9V9999.
005280
005290  77  WS-TAX-SEL-TYPE         PIC X(01) VALUE SPACE.
005300  77  WS-TAX-BEST-FLOOR       PIC 9(05)V99 VALUE ZEROS.
005310  77  WS-TAX-BEST-RATE        PIC 9V9999 VALUE ZEROS.
005320  77  WS-TAX-RATE-FOUND-SW    PIC X(01) VALUE "N".
005330      88  WS-TAX-RATE-FOUND          VALUE "Y".
005340
005350  77  WS-TAX-WORK-AMT         PIC 9(05)V99 VALUE ZEROS.
005360  77  WS-FED-TAX-AMT          PIC 9(05)V99 VALUE ZEROS.
005370  77  WS-STATE-TAX-AMT        PIC 9(05)V99 VALUE ZEROS.
005380  77  WS-FICA-TAX-AMT         PIC 9(05)V99 VALUE ZEROS.
005390  77  WS-TAX-TOTAL-AMT        PIC 9(05)V99 VALUE ZEROS.
005400
005410*****************************************************************
005420* THE PAYMENT BEING MADE.  AN HOURS PAYMENT IS STRAIGHT TIME AT *
005430* THE MASTER'S HOURLY RATE - OVERTIME IS A WEEKLY FIGURE ONLY   *
005440* THE REGULAR CYCLE CAN WORK OUT.  A CORRECTION CARRIES NO      *
005450* GROSS AND IS PAID WHOLE, AFTER TAX.                           *
005460*****************************************************************
005470  77  WS-REGULAR-HOURS        PIC 9(03)V99 VALUE ZEROS.
005480  77  WS-REGULAR-RATE         PIC 9(03)V99 VALUE ZEROS.
005490  77  WS-REGULAR-PAY          PIC 9(05)V99 VALUE ZEROS.
005500  77  WS-GROSS-PAY            PIC 9(05)V99 VALUE ZEROS.
005510  77  WS-ADJ-CORR-AMT         PIC S9(05)V99 VALUE ZEROS.
005520  77  WS-NET-PAY              PIC S9(05)V99 VALUE ZEROS.
005530  77  WS-PAY-SEQ              PIC 9(02) VALUE ZEROS.
005540  77  WS-CORR-LIMIT           PIC 9(05)V99 VALUE 9999.99.
005550
005560  77  WS-SEQ-FREE-SW          PIC X(01) VALUE "N".
005570      88  WS-SEQ-FREE                VALUE "Y".
005580
005590  77  WS-REASON-LABEL         PIC X(20) VALUE SPACES.
005600  77  WS-CORR-DESCRIPTION     PIC X(20) VALUE SPACES.
005610
005620*****************************************************************
005630* GENERAL-LEDGER EXTRACT CONTROL FIGURES FOR THE TRAILER.       *
005640*****************************************************************
005650  77  WS-GL-DETAIL-COUNT      PIC 9(07) VALUE ZEROS.
005660  77  WS-GL-GROSS-TOTAL       PIC S9(9)V99 VALUE ZEROS.
005670  77  WS-GL-TAX-TOTAL         PIC S9(9)V99 VALUE ZEROS.
005680  77  WS-GL-ADJ-TOTAL         PIC S9(9)V99 VALUE ZEROS.
005690  77  WS-GL-NET-TOTAL         PIC S9(9)V99 VALUE ZEROS.
005700
005710*****************************************************************
005720* RUN COUNTERS AND CONTROL TOTALS                               *
005730*****************************************************************
005740  77  WS-CARD-READ-COUNT      PIC 9(07) VALUE ZEROS.
005750  77  WS-CARD-REJECT-COUNT    PIC 9(07) VALUE ZEROS.
005760  77  WS-CHECK-COUNT          PIC 9(07) VALUE ZEROS.
005770  77  WS-CHECK-TOTAL          PIC 9(11)V99 VALUE ZEROS.
005780  77  WS-HIST-COUNT           PIC 9(07) VALUE ZEROS.
005790  77  WS-HADJ-COUNT           PIC 9(07) VALUE ZEROS.
005800  77  WS-YTD-COUNT            PIC 9(07) VALUE ZEROS.
005810  77  WS-CROSSFOOT-COUNT      PIC 9(07) VALUE ZEROS.
005820
005830*****************************************************************
005840* REGISTER REPORT LAYOUTS AND PAGE CONTROL FIELDS               *
005850*****************************************************************
005860  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
005870  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
005880  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
005890
005900  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
005910
005920  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
005930  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
005940      05  WS-CURR-CCYY        PIC 9(04).
005950      05  WS-CURR-MM          PIC 9(02).
005960      05  WS-CURR-DD          PIC 9(02).
005970
005980  01  RPT-HEADING-1.
005990      05  FILLER              PIC X(01) VALUE SPACE.
006000      05  FILLER              PIC X(30) VALUE
006010          "OFF-CYCLE PAYMENT REGISTER".
006020      05  FILLER              PIC X(20) VALUE SPACES.
006030      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
006040      05  RPT-H1-DATE         PIC X(10).
006050      05  FILLER              PIC X(10) VALUE SPACES.
006060      05  FILLER              PIC X(06) VALUE "PAGE: ".
006070      05  RPT-H1-PAGE         PIC ZZZ9.
006080      05  FILLER              PIC X(41) VALUE SPACES.
006090
006100  01  RPT-HEADING-2.
006110      05  FILLER              PIC X(02) VALUE SPACES.
006120      05  FILLER              PIC X(05) VALUE "IDENT".
006130      05  FILLER              PIC X(02) VALUE SPACES.
006140      05  FILLER              PIC X(20) VALUE "EMPLOYEE NAME".
006150      05  FILLER              PIC X(06) VALUE " TYPE".
006160      05  FILLER              PIC X(16) VALUE "REASON".
006170      05  FILLER              PIC X(07) VALUE "  HOURS".
006180      05  FILLER              PIC X(12) VALUE "       GROSS".
006190      05  FILLER              PIC X(11) VALUE "      TAXES".
006200      05  FILLER              PIC X(12) VALUE "  CORRECTION".
006210      05  FILLER              PIC X(12) VALUE "         NET".
006220      05  FILLER              PIC X(11) VALUE "   CHECK NO".
006230      05  FILLER              PIC X(16) VALUE SPACES.
006240
006250  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
006260
006270  01  RPT-DETAIL-LINE.
006280      05  FILLER              PIC X(03) VALUE SPACES.
006290      05  RPT-D-IDENT         PIC ZZ9.
006300      05  FILLER              PIC X(03) VALUE SPACES.
006310      05  RPT-D-NAME          PIC X(20).
006320      05  FILLER              PIC X(03) VALUE SPACES.
006330      05  RPT-D-PAY-TYPE      PIC X(01).
006340      05  FILLER              PIC X(02) VALUE SPACES.
006350      05  RPT-D-REASON        PIC X(15).
006360      05  FILLER              PIC X(02) VALUE SPACES.
006370      05  RPT-D-HOURS         PIC ZZ9.99.
006380      05  FILLER              PIC X(03) VALUE SPACES.
006390      05  RPT-D-GROSS         PIC ZZ,ZZ9.99.
006400      05  FILLER              PIC X(03) VALUE SPACES.
006410      05  RPT-D-TAXES         PIC ZZ,ZZ9.99.
006420      05  FILLER              PIC X(03) VALUE SPACES.
006430      05  RPT-D-CORRECTION    PIC Z,ZZ9.99.
006440      05  FILLER              PIC X(03) VALUE SPACES.
006450      05  RPT-D-NET           PIC ZZ,ZZ9.99.
006460      05  FILLER              PIC X(03) VALUE SPACES.
006470      05  RPT-D-CHECK-NO      PIC 9(08).
006480      05  FILLER              PIC X(16) VALUE SPACES.
006490
006500  01  RPT-REJECT-LINE.
006510      05  FILLER              PIC X(03) VALUE SPACES.
006520      05  RPT-X-IDENT         PIC X(03).
006530      05  FILLER              PIC X(03) VALUE SPACES.
006540      05  RPT-X-NAME          PIC X(20).
006550      05  FILLER              PIC X(03) VALUE SPACES.
006560      05  RPT-X-PAY-TYPE      PIC X(01).
006570      05  FILLER              PIC X(02) VALUE SPACES.
006580      05  FILLER              PIC X(19) VALUE
006590          "*** CARD REJECTED: ".
006600      05  RPT-X-REASON        PIC X(30).
006610      05  FILLER              PIC X(48) VALUE SPACES.
006620
006630  01  RPT-TOTAL-LINE.
006640      05  FILLER              PIC X(02) VALUE SPACES.
006650      05  RPT-T-LABEL         PIC X(30).
006660      05  RPT-T-COUNT         PIC ZZZ,ZZ9.
006670      05  FILLER              PIC X(03) VALUE SPACES.
006680      05  RPT-T-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
006690      05  FILLER              PIC X(76) VALUE SPACES.
006700
006710  01  RPT-MESSAGE-LINE.
006720      05  FILLER              PIC X(02) VALUE SPACES.
006730      05  RPT-M-TEXT          PIC X(60).
006740      05  FILLER              PIC X(70) VALUE SPACES.
006750
006760  01  RPT-RANGE-LINE.
006770      05  FILLER              PIC X(02) VALUE SPACES.
006780      05  FILLER              PIC X(30) VALUE
006790          "CHECK NUMBERS USED".
006800      05  RPT-R-FIRST         PIC 9(08).
006810      05  FILLER              PIC X(06) VALUE " THRU ".
006820      05  RPT-R-LAST          PIC 9(08).
006830      05  FILLER              PIC X(78) VALUE SPACES.
006840
006850*****************************************************************
006860* PAY STATEMENT LAYOUTS - THE PAYSTMT PAGE THE PAYROLL RUN      *
006870* PRINTS, WITH AN OFF-CYCLE LINE UNDER THE EMPLOYEE NAME GIVING *
006880* THE REASON FOR THE PAYMENT.                                   *
006890*****************************************************************
006900  01  STM-HEADING-1.
006910      05  FILLER              PIC X(01) VALUE SPACE.
006920      05  FILLER              PIC X(30) VALUE "PAY STATEMENT".
006930      05  FILLER              PIC X(20) VALUE SPACES.
006940      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
006950      05  STM-H1-DATE         PIC X(10).
006960      05  FILLER              PIC X(61) VALUE SPACES.
006970
006980  01  STM-EMPLOYEE-LINE.
006990      05  FILLER              PIC X(02) VALUE SPACES.
007000      05  FILLER              PIC X(10) VALUE "EMPLOYEE: ".
007010      05  STM-E-IDENT         PIC ZZ9.
007020      05  FILLER              PIC X(02) VALUE SPACES.
007030      05  STM-E-NAME          PIC X(20).
007040      05  FILLER              PIC X(95) VALUE SPACES.
007050
007060  01  STM-OFF-CYCLE-LINE.
007070      05  FILLER              PIC X(02) VALUE SPACES.
007080      05  FILLER              PIC X(20) VALUE
007090          "OFF-CYCLE PAYMENT -".
007100      05  STM-O-REASON        PIC X(20).
007110      05  FILLER              PIC X(90) VALUE SPACES.
007120
007130  01  STM-EARNINGS-LINE.
007140      05  FILLER              PIC X(02) VALUE SPACES.
007150      05  STM-E-LABEL         PIC X(20).
007160      05  STM-E-HOURS         PIC ZZ9.99.
007170      05  FILLER              PIC X(08) VALUE " HRS AT ".
007180      05  STM-E-RATE          PIC ZZZ9.99.
007190      05  FILLER              PIC X(03) VALUE SPACES.
007200      05  STM-E-AMOUNT        PIC ZZ,ZZ9.99.
007210      05  FILLER              PIC X(77) VALUE SPACES.
007220
007230  01  STM-PAYMENT-LINE.
007240      05  FILLER              PIC X(02) VALUE SPACES.
007250      05  STM-P-LABEL         PIC X(20).
007260      05  FILLER              PIC X(24) VALUE SPACES.
007270      05  STM-P-AMOUNT        PIC ZZ,ZZ9.99.
007280      05  FILLER              PIC X(77) VALUE SPACES.
007290
007300  01  STM-GROSS-LINE.
007310      05  FILLER              PIC X(02) VALUE SPACES.
007320      05  FILLER              PIC X(20) VALUE "GROSS PAY".
007330      05  FILLER              PIC X(24) VALUE SPACES.
007340      05  STM-G-AMOUNT        PIC ZZ,ZZ9.99.
007350      05  FILLER              PIC X(77) VALUE SPACES.
007360
007370  01  STM-TAX-LINE.
007380      05  FILLER              PIC X(02) VALUE SPACES.
007390      05  FILLER              PIC X(04) VALUE "TAX ".
007400      05  STM-T-TYPE          PIC X(01).
007410      05  FILLER              PIC X(02) VALUE SPACES.
007420      05  STM-T-DESC          PIC X(20).
007430      05  FILLER              PIC X(17) VALUE SPACES.
007440      05  STM-T-AMOUNT        PIC Z,ZZ9.99-.
007450      05  FILLER              PIC X(77) VALUE SPACES.
007460
007470  01  STM-ADJ-LINE.
007480      05  FILLER              PIC X(02) VALUE SPACES.
007490      05  FILLER              PIC X(04) VALUE "ADJ ".
007500      05  STM-A-TYPE          PIC X(01).
007510      05  FILLER              PIC X(02) VALUE SPACES.
007520      05  STM-A-DESC          PIC X(20).
007530      05  FILLER              PIC X(17) VALUE SPACES.
007540      05  STM-A-AMOUNT        PIC Z,ZZ9.99-.
007550      05  FILLER              PIC X(77) VALUE SPACES.
007560
007570  01  STM-NET-LINE.
007580      05  FILLER              PIC X(02) VALUE SPACES.
007590      05  FILLER              PIC X(20) VALUE "NET PAYCHECK".
007600      05  FILLER              PIC X(24) VALUE SPACES.
007610      05  STM-N-AMOUNT        PIC ZZ,ZZ9.99.
007620      05  FILLER              PIC X(77) VALUE SPACES.
007630
007640  01  STM-BLANK-LINE          PIC X(132) VALUE SPACES.
007650
007660*****************************************************************
007670* CHECK AND STUB PRINT LAYOUTS - THE SAME STOCK CHECKRUN PRINTS *
007680* ON, STUB BLOCK ON TOP AND CHECK BODY BELOW.                   *
007690*****************************************************************
007700  01  CHK-STUB-HEADING.
007710      05  FILLER              PIC X(02) VALUE SPACES.
007720      05  FILLER              PIC X(25) VALUE
007730          "PAYROLL CHECK STUB".
007740      05  FILLER              PIC X(10) VALUE "CHECK NO: ".
007750      05  STB-CHECK-NO        PIC 9(08).
007760      05  FILLER              PIC X(05) VALUE SPACES.
007770      05  FILLER              PIC X(06) VALUE "DATE: ".
007780      05  STB-DATE            PIC X(10).
007790      05  FILLER              PIC X(66) VALUE SPACES.
007800
007810  01  CHK-STUB-DETAIL.
007820      05  FILLER              PIC X(02) VALUE SPACES.
007830      05  FILLER              PIC X(10) VALUE "EMPLOYEE: ".
007840      05  STB-IDENT           PIC ZZ9.
007850      05  FILLER              PIC X(02) VALUE SPACES.
007860      05  STB-NAME            PIC X(20).
007870      05  FILLER              PIC X(10) VALUE SPACES.
007880      05  FILLER              PIC X(09) VALUE "NET PAY: ".
007890      05  STB-NET             PIC Z,ZZZ,ZZ9.99.
007900      05  FILLER              PIC X(64) VALUE SPACES.
007910
007920  01  CHK-STUB-REASON.
007930      05  FILLER              PIC X(02) VALUE SPACES.
007940      05  FILLER              PIC X(20) VALUE
007950          "OFF-CYCLE PAYMENT -".
007960      05  STB-REASON          PIC X(20).
007970      05  FILLER              PIC X(90) VALUE SPACES.
007980
007990  01  CHK-BODY-PAYEE.
008000      05  FILLER              PIC X(02) VALUE SPACES.
008010      05  FILLER              PIC X(19) VALUE
008020          "PAY TO THE ORDER OF".
008030      05  FILLER              PIC X(02) VALUE SPACES.
008040      05  CHK-PAYEE-NAME      PIC X(20).
008050      05  FILLER              PIC X(89) VALUE SPACES.
008060
008070  01  CHK-BODY-AMOUNT.
008080      05  FILLER              PIC X(02) VALUE SPACES.
008090      05  FILLER              PIC X(11) VALUE "THE SUM OF ".
008100      05  CHK-AMOUNT          PIC $$,$$$,$$9.99.
008110      05  FILLER              PIC X(05) VALUE SPACES.
008120      05  FILLER              PIC X(10) VALUE "CHECK NO: ".
008130      05  CHK-BODY-CHECK-NO   PIC 9(08).
008140      05  FILLER              PIC X(82) VALUE SPACES.
008150
008160  01  CHK-BLANK-LINE          PIC X(132) VALUE SPACES.
008170
008180*****************************************************************
008190* RUN-SEQUENCING CONTROL PARAMETER AREA FOR THE RUNCTLIO        *
008200* CALLS.  NO PREDECESSOR - AN OFF-CYCLE PAYMENT IS MADE WHEN IT *
008210* IS NEEDED - BUT A SECOND RUN THE SAME DAY IS REFUSED.         *
008220*****************************************************************
008230  01  RUN-CONTROL-PARMS.
008240      05  RC-FUNCTION             PIC X(01).
008250      05  RC-PROGRAM              PIC X(08).
008260      05  RC-PREDECESSOR          PIC X(08).
008270      05  RC-CYCLE-DATE           PIC 9(08).
008280      05  RC-COMPLETION-CODE      PIC 9(02).
008290      05  RC-RESULT               PIC 9(02).
008300      05  RC-REASON               PIC X(40).
008310
008320  77  WS-RUNCTL-REFUSED-SW    PIC X(01) VALUE "N".
008330      88  WS-RUNCTL-REFUSED          VALUE "Y".
008340
008350  PROCEDURE DIVISION.
008360*****************************************************************
008370*                         0000-MAINLINE                         *
008380*****************************************************************
008390  0000-MAINLINE.
008400
008410      PERFORM 1000-INITIALIZE
008420          THRU 1000-INITIALIZE-EXIT.
008430
008440      PERFORM 2000-PROCESS-CARDS
008450          THRU 2000-PROCESS-CARDS-EXIT
008460          UNTIL WS-END-OF-FILE.
008470
008480      PERFORM 3000-FINALIZE
008490          THRU 3000-FINALIZE-EXIT.
008500
008510      STOP RUN.
008520
008530*****************************************************************
008540*                        1000-INITIALIZE                        *
008550*  LOGS THE RUN START, LOADS THE CHECK NUMBER AND THE TAX       *
008560*  TABLE, OPENS THE FILES AND WRITES THE POSITIVE-PAY AND GL    *
008570*  HEADERS.  A BAD CHECK CONTROL RECORD OR TAX TABLE, OR ANY    *
008580*  FILE THAT WILL NOT OPEN, STOPS THE RUN BEFORE A CARD IS      *
008590*  READ - A PAYMENT THAT REACHES ONLY SOME OF ITS FILES IS      *
008600*  WORSE THAN NONE.                                             *
008610*****************************************************************
008620  1000-INITIALIZE.
008630
008640      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
008650
008660      STRING WS-CURR-MM   DELIMITED BY SIZE
008670             "/"          DELIMITED BY SIZE
008680             WS-CURR-DD   DELIMITED BY SIZE
008690             "/"          DELIMITED BY SIZE
008700             WS-CURR-CCYY DELIMITED BY SIZE
008710          INTO WS-RUN-DATE-EDIT
008720
008730      MOVE "S"             TO RC-FUNCTION
008740      MOVE "OFFCYCLE"      TO RC-PROGRAM
008750      MOVE SPACES          TO RC-PREDECESSOR
008760      MOVE WS-CURRENT-DATE TO RC-CYCLE-DATE
008770      MOVE ZEROS           TO RC-COMPLETION-CODE
008780
008790      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
008800
008810      IF RC-RESULT NOT = ZEROS
008820          DISPLAY "OFFCYCLE: RUN REFUSED - " RC-REASON
008830          SET WS-RUNCTL-REFUSED TO TRUE
008840          SET WS-END-OF-FILE TO TRUE
008850          MOVE 8 TO RETURN-CODE
008860          GO TO 1000-INITIALIZE-EXIT
008870      END-IF.
008880
008890      OPEN OUTPUT REGISTER-REPORT
008900
008910      IF NOT WS-RPT-FILE-OK
008920          DISPLAY "OFFCYCLE: UNABLE TO OPEN OFFCYRPT, "
008930                  "STATUS = " WS-RPT-FILE-STATUS
008940          SET WS-SETUP-ERROR TO TRUE
008950      END-IF.
008960
008970      PERFORM 1100-READ-CHECK-CONTROL
008980          THRU 1100-READ-CHECK-CONTROL-EXIT.
008990
009000      PERFORM 1300-LOAD-TAX-TABLE
009010          THRU 1300-LOAD-TAX-TABLE-EXIT.
009020
009030      IF WS-CTL-ERROR OR WS-TAX-ERROR
009040          SET WS-SETUP-ERROR TO TRUE
009050          GO TO 1000-INITIALIZE-CHECK
009060      END-IF.
009070
009080      OPEN INPUT PAYMENT-CARD-FILE
009090
009100      IF NOT WS-CRD-FILE-OK
009110          DISPLAY "OFFCYCLE: UNABLE TO OPEN OFFCARD, "
009120                  "STATUS = " WS-CRD-FILE-STATUS
009130          SET WS-SETUP-ERROR TO TRUE
009140      END-IF.
009150
009160      OPEN INPUT CUSTOMER-MASTER-FILE
009170
009180      IF NOT WS-CM-FILE-OK
009190          DISPLAY "OFFCYCLE: UNABLE TO OPEN CUSTMAST, "
009200                  "STATUS = " WS-CM-FILE-STATUS
009210          SET WS-SETUP-ERROR TO TRUE
009220      END-IF.
009230
009240      OPEN EXTEND CHECK-REGISTER-FILE
009250
009260      IF NOT WS-REG-FILE-OK
009270          DISPLAY "OFFCYCLE: UNABLE TO OPEN CHKREG, "
009280                  "STATUS = " WS-REG-FILE-STATUS
009290          SET WS-SETUP-ERROR TO TRUE
009300      END-IF.
009310
009320      OPEN OUTPUT CHECK-PRINT-FILE
009330
009340      IF NOT WS-PRT-FILE-OK
009350          DISPLAY "OFFCYCLE: UNABLE TO OPEN CHKPRNTO, "
009360                  "STATUS = " WS-PRT-FILE-STATUS
009370          SET WS-SETUP-ERROR TO TRUE
009380      END-IF.
009390
009400      OPEN OUTPUT POSITIVE-PAY-FILE
009410
009420      IF NOT WS-POS-FILE-OK
009430          DISPLAY "OFFCYCLE: UNABLE TO OPEN POSPAYO, "
009440                  "STATUS = " WS-POS-FILE-STATUS
009450          SET WS-SETUP-ERROR TO TRUE
009460      ELSE
009470          MOVE SPACES          TO POS-HEADER-RECORD
009480          MOVE "H"             TO PP-RECORD-TYPE
009490          MOVE WS-CURRENT-DATE TO PP-RUN-DATE
009500          WRITE POS-HEADER-RECORD
009510      END-IF.
009520
009530      OPEN I-O PAY-HISTORY-FILE
009540
009550      IF NOT WS-HIS-FILE-OK
009560          DISPLAY "OFFCYCLE: UNABLE TO OPEN PAYHIST, "
009570                  "STATUS = " WS-HIS-FILE-STATUS
009580          SET WS-SETUP-ERROR TO TRUE
009590      END-IF.
009600
009610      OPEN I-O PAY-HISTORY-ADJ-FILE
009620
009630      IF NOT WS-HAJ-FILE-OK
009640          DISPLAY "OFFCYCLE: UNABLE TO OPEN PAYHADJ, "
009650                  "STATUS = " WS-HAJ-FILE-STATUS
009660          SET WS-SETUP-ERROR TO TRUE
009670      END-IF.
009680
009690      OPEN I-O YTD-FILE
009700
009710      IF NOT WS-YTD-FILE-OK
009720          DISPLAY "OFFCYCLE: UNABLE TO OPEN YTDFILE, "
009730                  "STATUS = " WS-YTD-FILE-STATUS
009740          SET WS-SETUP-ERROR TO TRUE
009750      END-IF.
009760
009770      OPEN OUTPUT GL-EXTRACT-FILE
009780
009790      IF NOT WS-GLX-FILE-OK
009800          DISPLAY "OFFCYCLE: UNABLE TO OPEN GLEXTRO, "
009810                  "STATUS = " WS-GLX-FILE-STATUS
009820          SET WS-SETUP-ERROR TO TRUE
009830      ELSE
009840          MOVE SPACES          TO GL-HEADER-RECORD
009850          MOVE "H"             TO GH-RECORD-TYPE
009860          MOVE WS-CURRENT-DATE TO GH-RUN-DATE
009870          WRITE GL-HEADER-RECORD
009880      END-IF.
009890
009900      OPEN OUTPUT STATEMENT-FILE
009910
009920      IF NOT WS-STM-FILE-OK
009930          DISPLAY "OFFCYCLE: UNABLE TO OPEN PAYSTMTO, "
009940                  "STATUS = " WS-STM-FILE-STATUS
009950          SET WS-SETUP-ERROR TO TRUE
009960      END-IF.
009970
009980  1000-INITIALIZE-CHECK.
009990
010000      IF WS-SETUP-ERROR
010010          SET WS-END-OF-FILE TO TRUE
010020          MOVE 8 TO RETURN-CODE
010030      END-IF.
010040
010050      IF WS-RPT-FILE-OK
010060          PERFORM 2810-PRINT-HEADINGS
010070              THRU 2810-PRINT-HEADINGS-EXIT
010080      END-IF.
010090
010100  1000-INITIALIZE-EXIT.
010110      EXIT.
010120
010130*****************************************************************
010140*                    1100-READ-CHECK-CONTROL                    *
010150*  LOADS THE PERSISTENT NEXT-CHECK NUMBER.  NO FILE, NO         *
010160*  RECORD, OR A NON-NUMERIC OR ZERO NUMBER REFUSES THE RUN -    *
010170*  A GUESSED CHECK NUMBER SERIES IS NOT AN OPTION.              *
010180*****************************************************************
010190  1100-READ-CHECK-CONTROL.
010200
010210      OPEN INPUT CHECK-CONTROL-FILE
010220
010230      IF NOT WS-CTL-FILE-OK
010240          DISPLAY "OFFCYCLE: UNABLE TO OPEN CHKCTL, "
010250                  "STATUS = " WS-CTL-FILE-STATUS
010260          SET WS-CTL-ERROR TO TRUE
010270          GO TO 1100-READ-CHECK-CONTROL-EXIT
010280      END-IF
010290
010300      READ CHECK-CONTROL-FILE
010310          AT END
010320              DISPLAY "OFFCYCLE: CHKCTL IS EMPTY"
010330              SET WS-CTL-ERROR TO TRUE
010340          NOT AT END
010350              IF NC-NEXT-CHECK-NO IS NOT NUMERIC
010360                  OR NC-NEXT-CHECK-NO = ZERO
010370                  DISPLAY "OFFCYCLE: BAD NEXT CHECK NO ON CHKCTL"
010380                  SET WS-CTL-ERROR TO TRUE
010390              ELSE
010400                  MOVE NC-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
010410                  MOVE NC-NEXT-CHECK-NO TO WS-FIRST-CHECK-NO
010420              END-IF
010430      END-READ
010440
010450      CLOSE CHECK-CONTROL-FILE.
010460
010470  1100-READ-CHECK-CONTROL-EXIT.
010480      EXIT.
010490
010500*****************************************************************
010510*                      1300-LOAD-TAX-TABLE                      *
010520*  LOADS THE TAXRATE BRACKET CARDS INTO THE WITHHOLDING TABLE   *
010530*  WITH THE SAME CHECKS THE PAYROLL RUN MAKES.  A MISSING FILE, *
010540*  AN EMPTY TABLE OR A BAD CARD REFUSES THE RUN.                *
010550*****************************************************************
010560  1300-LOAD-TAX-TABLE.
010570
010580      OPEN INPUT TAX-RATE-FILE
010590
010600      IF NOT WS-TAX-FILE-OK
010610          DISPLAY "OFFCYCLE: UNABLE TO OPEN TAXRATE, "
010620                  "STATUS = " WS-TAX-FILE-STATUS
010630          SET WS-TAX-ERROR TO TRUE
010640          GO TO 1300-LOAD-TAX-TABLE-EXIT
010650      END-IF
010660
010670      PERFORM 1310-READ-TAX-RATE
010680          THRU 1310-READ-TAX-RATE-EXIT
010690          UNTIL WS-TAX-EOF
010700
010710      CLOSE TAX-RATE-FILE
010720
010730      IF WS-TAX-LOAD-COUNT = ZERO
010740          DISPLAY "OFFCYCLE: TAXRATE TABLE IS EMPTY"
010750          SET WS-TAX-ERROR TO TRUE
010760      END-IF.
010770
010780  1300-LOAD-TAX-TABLE-EXIT.
010790      EXIT.
010800
010810*****************************************************************
010820*                       1310-READ-TAX-RATE                      *
010830*****************************************************************
010840  1310-READ-TAX-RATE.
010850
010860      READ TAX-RATE-FILE
010870          AT END
010880              SET WS-TAX-EOF TO TRUE
010890              GO TO 1310-READ-TAX-RATE-EXIT
010900      END-READ
010910
010920      IF NOT TX-TYPE-FEDERAL
010930          AND NOT TX-TYPE-STATE
010940          AND NOT TX-TYPE-FICA
010950          DISPLAY "OFFCYCLE: BAD TYPE ON TAXRATE CARD"
010960          SET WS-TAX-ERROR TO TRUE
010970          GO TO 1310-READ-TAX-RATE-EXIT
010980      END-IF
010990
011000      IF TX-BRACKET-FLOOR IS NOT NUMERIC
011010          OR TX-RATE IS NOT NUMERIC
011020          DISPLAY "OFFCYCLE: BAD FIGURES ON TAXRATE CARD"
011030          SET WS-TAX-ERROR TO TRUE
011040          GO TO 1310-READ-TAX-RATE-EXIT
011050      END-IF
011060
011070      IF WS-TAX-LOAD-COUNT >= WS-TAX-MAX
011080          DISPLAY "OFFCYCLE: TAX RATE TABLE FULL"
011090          SET WS-TAX-ERROR TO TRUE
011100          GO TO 1310-READ-TAX-RATE-EXIT
011110      END-IF
011120
011130      ADD 1 TO WS-TAX-LOAD-COUNT
011140      MOVE TX-TYPE          TO WS-TAX-TYPE (WS-TAX-LOAD-COUNT)
011150      MOVE TX-BRACKET-FLOOR TO WS-TAX-FLOOR (WS-TAX-LOAD-COUNT)
011160      MOVE TX-RATE          TO WS-TAX-RATE (WS-TAX-LOAD-COUNT).
011170
011180  1310-READ-TAX-RATE-EXIT.
011190      EXIT.
011200
011210*****************************************************************
011220*                       2000-PROCESS-CARDS                      *
011230*  MAIN READ LOOP - EDITS AND PRICES EACH PAYMENT CARD, THEN    *
011240*  CUTS THE CHECK AND POSTS THE PAYMENT TO EVERY FILE THE       *
011250*  REGULAR CYCLE WOULD HAVE.  NOTHING IS WRITTEN FOR A CARD     *
011260*  UNTIL IT HAS PASSED EVERY EDIT AND HAS A NET TO PAY.         *
011270*****************************************************************
011280  2000-PROCESS-CARDS.
011290
011300      READ PAYMENT-CARD-FILE
011310          AT END
011320              SET WS-END-OF-FILE TO TRUE
011330              GO TO 2000-PROCESS-CARDS-EXIT
011340      END-READ
011350
011360      ADD 1 TO WS-CARD-READ-COUNT
011370
011380      PERFORM 2100-EDIT-CARD
011390          THRU 2100-EDIT-CARD-EXIT
011400
011410      IF WS-REJECT-REASON-TEXT = SPACES
011420          PERFORM 2500-PRICE-PAYMENT
011430              THRU 2500-PRICE-PAYMENT-EXIT
011440      END-IF
011450
011460      IF WS-REJECT-REASON-TEXT NOT = SPACES
011470          PERFORM 2900-REJECT-CARD
011480              THRU 2900-REJECT-CARD-EXIT
011490          GO TO 2000-PROCESS-CARDS-EXIT
011500      END-IF
011510
011520      PERFORM 2300-CUT-CHECK
011530          THRU 2300-CUT-CHECK-EXIT
011540
011550      PERFORM 2600-PRINT-STATEMENT
011560          THRU 2600-PRINT-STATEMENT-EXIT
011570
011580      PERFORM 2700-WRITE-PAY-HISTORY
011590          THRU 2700-WRITE-PAY-HISTORY-EXIT
011600
011610      IF OC-PAY-CORRECTION
011620          PERFORM 2710-WRITE-HIST-ADJ-LINE
011630              THRU 2710-WRITE-HIST-ADJ-LINE-EXIT
011640      END-IF
011650
011660      PERFORM 2750-UPDATE-YTD-FILE
011670          THRU 2750-UPDATE-YTD-FILE-EXIT
011680
011690      PERFORM 2770-WRITE-GL-DETAIL
011700          THRU 2770-WRITE-GL-DETAIL-EXIT
011710
011720      PERFORM 2800-PRINT-PAYMENT-LINE
011730          THRU 2800-PRINT-PAYMENT-LINE-EXIT
011740
011750      ADD 1 TO WS-NEXT-CHECK-NO.
011760
011770  2000-PROCESS-CARDS-EXIT.
011780      EXIT.
011790
011800*****************************************************************
011810*                         2100-EDIT-CARD                        *
011820*  EDITS THE HELD CARD - IDENT, MASTER MATCH, THE SHARED        *
011830*  EDITMSTR FULL EDIT OF THE MASTER (THE SAME PASS THE PAYROLL  *
011840*  RUN MAKES BEFORE PAYING ANYONE), PAY TYPE, REASON, THE HOURS *
011850*  OR AMOUNT FOR THE PAY TYPE, AND A FREE OFF-CYCLE SEQUENCE    *
011860*  FOR THE EMPLOYEE TODAY.  FINAL PAY IS ONLY FOR A TERMINATED  *
011870*  EMPLOYEE.  THE FIRST FAILURE IS LEFT IN THE REJECT REASON.  *
011880*****************************************************************
011890  2100-EDIT-CARD.
011900
011910      MOVE SPACES TO WS-REJECT-REASON-TEXT
011920      MOVE SPACES TO CM-CUSTNAME
011930
011940      IF OC-IDENT IS NOT NUMERIC
011950          OR OC-IDENT = ZERO
011960          MOVE "IDENT NOT NUMERIC" TO WS-REJECT-REASON-TEXT
011970          GO TO 2100-EDIT-CARD-EXIT
011980      END-IF
011990
012000      MOVE OC-IDENT TO CM-IDENT
012010
012020      READ CUSTOMER-MASTER-FILE
012030          INVALID KEY
012040              MOVE SPACES TO CM-CUSTNAME
012050              MOVE "NO MATCHING CUSTOMER MASTER"
012060                TO WS-REJECT-REASON-TEXT
012070              GO TO 2100-EDIT-CARD-EXIT
012080      END-READ
012090
012100      MOVE "F"                    TO EM-EDIT-MODE
012110      MOVE CUSTOMER-MASTER-RECORD TO EM-MASTER-IMAGE
012120      MOVE WS-CURR-CCYY           TO EM-CURR-CCYY
012130      MOVE WS-CURR-MM             TO EM-CURR-MM
012140      MOVE WS-CURR-DD             TO EM-CURR-DD
012150
012160      CALL "EDITMSTR" USING EDIT-MASTER-PARMS
012170
012180      IF EM-EDIT-INVALID
012190          MOVE EM-REASON-TEXT TO WS-REJECT-REASON-TEXT
012200          GO TO 2100-EDIT-CARD-EXIT
012210      END-IF
012220
012230      IF NOT OC-PAY-HOURS
012240          AND NOT OC-PAY-GROSS
012250          AND NOT OC-PAY-CORRECTION
012260          MOVE "PAY TYPE NOT H, G OR C" TO WS-REJECT-REASON-TEXT
012270          GO TO 2100-EDIT-CARD-EXIT
012280      END-IF
012290
012300      IF NOT OC-REASON-FINAL
012310          AND NOT OC-REASON-BONUS
012320          AND NOT OC-REASON-CORRECTION
012330          AND NOT OC-REASON-OTHER
012340          MOVE "REASON NOT T, B, C OR O" TO WS-REJECT-REASON-TEXT
012350          GO TO 2100-EDIT-CARD-EXIT
012360      END-IF
012370
012380      IF OC-REASON-FINAL
012390          AND NOT CM-STATUS-TERMINATED
012400          MOVE "FINAL PAY BUT NOT TERMINATED"
012410            TO WS-REJECT-REASON-TEXT
012420          GO TO 2100-EDIT-CARD-EXIT
012430      END-IF
012440
012450      IF OC-PAY-HOURS
012460          PERFORM 2110-EDIT-HOURS
012470              THRU 2110-EDIT-HOURS-EXIT
012480      ELSE
012490          PERFORM 2120-EDIT-AMOUNT
012500              THRU 2120-EDIT-AMOUNT-EXIT
012510      END-IF
012520
012530      IF WS-REJECT-REASON-TEXT NOT = SPACES
012540          GO TO 2100-EDIT-CARD-EXIT
012550      END-IF
012560
012570      PERFORM 2150-FIND-PAY-SEQ
012580          THRU 2150-FIND-PAY-SEQ-EXIT.
012590
012600  2100-EDIT-CARD-EXIT.
012610      EXIT.
012620
012630*****************************************************************
012640*                        2110-EDIT-HOURS                        *
012650*  AN HOURS PAYMENT NEEDS HOURS, NO AMOUNT, AND A MASTER WITH   *
012660*  AN HOURLY RATE TO PAY THEM AT.                               *
012670*****************************************************************
012680  2110-EDIT-HOURS.
012690
012700      IF OC-HOURS IS NOT NUMERIC
012710          OR OC-HOURS = ZERO
012720          MOVE "HOURS NOT NUMERIC OR ZERO"
012730            TO WS-REJECT-REASON-TEXT
012740          GO TO 2110-EDIT-HOURS-EXIT
012750      END-IF
012760
012770      IF OC-AMOUNT IS NUMERIC
012780          AND OC-AMOUNT > ZERO
012790          MOVE "KEY HOURS OR AMOUNT, NOT BOTH"
012800            TO WS-REJECT-REASON-TEXT
012810          GO TO 2110-EDIT-HOURS-EXIT
012820      END-IF
012830
012840      IF CM-HOURLY-RATE = ZERO
012850          MOVE "NO HOURLY RATE ON MASTER"
012860            TO WS-REJECT-REASON-TEXT
012870      END-IF.
012880
012890  2110-EDIT-HOURS-EXIT.
012900      EXIT.
012910
012920*****************************************************************
012930*                        2120-EDIT-AMOUNT                       *
012940*  A GROSS OR CORRECTION PAYMENT NEEDS AN AMOUNT AND NO HOURS.  *
012950*  A CORRECTION MUST FIT THE PAY-HISTORY ADJUSTMENT AMOUNT.     *
012960*****************************************************************
012970  2120-EDIT-AMOUNT.
012980
012990      IF OC-AMOUNT IS NOT NUMERIC
013000          OR OC-AMOUNT = ZERO
013010          MOVE "AMOUNT NOT NUMERIC OR ZERO"
013020            TO WS-REJECT-REASON-TEXT
013030          GO TO 2120-EDIT-AMOUNT-EXIT
013040      END-IF
013050
013060      IF OC-HOURS IS NUMERIC
013070          AND OC-HOURS > ZERO
013080          MOVE "KEY HOURS OR AMOUNT, NOT BOTH"
013090            TO WS-REJECT-REASON-TEXT
013100          GO TO 2120-EDIT-AMOUNT-EXIT
013110      END-IF
013120
013130      IF OC-PAY-CORRECTION
013140          AND OC-AMOUNT > WS-CORR-LIMIT
013150          MOVE "CORRECTION OVER 9,999.99"
013160            TO WS-REJECT-REASON-TEXT
013170      END-IF.
013180
013190  2120-EDIT-AMOUNT-EXIT.
013200      EXIT.
013210
013220*****************************************************************
013230*                       2150-FIND-PAY-SEQ                       *
013240*  FINDS THE FIRST PAY SEQUENCE FROM 1 TO 9 NOT YET ON PAY      *
013250*  HISTORY FOR THIS EMPLOYEE TODAY.  SEQUENCE 0 IS THE REGULAR  *
013260*  CYCLE'S, SO A PAYMENT MADE THE SAME DAY AS THE PAYROLL RUN   *
013270*  NEVER OVERLAYS IT OR IS OVERLAID BY IT.                      *
013280*****************************************************************
013290  2150-FIND-PAY-SEQ.
013300
013310      MOVE "N" TO WS-SEQ-FREE-SW
013320      MOVE 1   TO WS-PAY-SEQ
013330
013340      PERFORM 2155-PROBE-PAY-SEQ
013350          THRU 2155-PROBE-PAY-SEQ-EXIT
013360          UNTIL WS-SEQ-FREE
013370             OR WS-PAY-SEQ > 9
013380
013390      IF NOT WS-SEQ-FREE
013400          MOVE "NO OFF-CYCLE SEQ LEFT TODAY"
013410            TO WS-REJECT-REASON-TEXT
013420      END-IF.
013430
013440  2150-FIND-PAY-SEQ-EXIT.
013450      EXIT.
013460
013470*****************************************************************
013480*                       2155-PROBE-PAY-SEQ                      *
013490*****************************************************************
013500  2155-PROBE-PAY-SEQ.
013510
013520      MOVE OC-IDENT        TO PH-IDENT
013530      MOVE WS-CURRENT-DATE TO PH-CYCLE-DATE
013540      MOVE WS-PAY-SEQ      TO PH-PAY-SEQ
013550
013560      READ PAY-HISTORY-FILE
013570          INVALID KEY
013580              SET WS-SEQ-FREE TO TRUE
013590              GO TO 2155-PROBE-PAY-SEQ-EXIT
013600      END-READ
013610
013620      ADD 1 TO WS-PAY-SEQ.
013630
013640  2155-PROBE-PAY-SEQ-EXIT.
013650      EXIT.
013660
013670*****************************************************************
013680*                         2300-CUT-CHECK                        *
013690*  RECORDS THE ISSUE ON THE REGISTER UNDER THE NEXT CHECK       *
013700*  NUMBER, PRINTS THE CHECK AND STUB PAGE, WRITES THE POSITIVE- *
013710*  PAY DETAIL, AND ROLLS THE CHECK CONTROLS.  2000 STEPS THE    *
013720*  NUMBER ONCE THE PAYMENT IS POSTED.                           *
013730*****************************************************************
013740  2300-CUT-CHECK.
013750
013760      MOVE WS-NEXT-CHECK-NO TO CK-CHECK-NO
013770      MOVE OC-IDENT         TO CK-IDENT
013780      MOVE WS-CURRENT-DATE  TO CK-DATE
013790      MOVE WS-NET-PAY       TO CK-AMOUNT
013800      MOVE "I"              TO CK-STATUS
013810
013820      WRITE CHECK-REGISTER-RECORD
013830
013840      PERFORM 2400-PRINT-CHECK-PAGE
013850          THRU 2400-PRINT-CHECK-PAGE-EXIT
013860
013870      MOVE SPACES           TO POS-DETAIL-RECORD
013880      MOVE "D"              TO PD-RECORD-TYPE
013890      MOVE WS-NEXT-CHECK-NO TO PD-CHECK-NO
013900      MOVE OC-IDENT         TO PD-IDENT
013910      MOVE WS-CURRENT-DATE  TO PD-DATE
013920      MOVE WS-NET-PAY       TO PD-AMOUNT
013930
013940      WRITE POS-DETAIL-RECORD
013950
013960      ADD 1          TO WS-CHECK-COUNT
013970      ADD WS-NET-PAY TO WS-CHECK-TOTAL.
013980
013990  2300-CUT-CHECK-EXIT.
014000      EXIT.
014010
014020*****************************************************************
014030*                     2400-PRINT-CHECK-PAGE                     *
014040*  PRINTS ONE CHECK AND STUB TO THE STOCK - STUB BLOCK FIRST,   *
014050*  WITH THE REASON FOR THE PAYMENT, THEN THE CHECK BODY.        *
014060*****************************************************************
014070  2400-PRINT-CHECK-PAGE.
014080
014090      MOVE WS-NEXT-CHECK-NO TO STB-CHECK-NO
014100      MOVE WS-RUN-DATE-EDIT TO STB-DATE
014110
014120      WRITE CHECK-PRINT-RECORD FROM CHK-STUB-HEADING
014130          AFTER ADVANCING PAGE
014140
014150      MOVE OC-IDENT        TO STB-IDENT
014160      MOVE CM-CUSTNAME     TO STB-NAME
014170      MOVE WS-NET-PAY      TO STB-NET
014180
014190      WRITE CHECK-PRINT-RECORD FROM CHK-STUB-DETAIL
014200          AFTER ADVANCING 1 LINE
014210
014220      MOVE WS-REASON-LABEL TO STB-REASON
014230
014240      WRITE CHECK-PRINT-RECORD FROM CHK-STUB-REASON
014250          AFTER ADVANCING 1 LINE
014260      WRITE CHECK-PRINT-RECORD FROM CHK-BLANK-LINE
014270          AFTER ADVANCING 1 LINE
014280
014290      MOVE CM-CUSTNAME TO CHK-PAYEE-NAME
014300
014310      WRITE CHECK-PRINT-RECORD FROM CHK-BODY-PAYEE
014320          AFTER ADVANCING 1 LINE
014330
014340      MOVE WS-NET-PAY       TO CHK-AMOUNT
014350      MOVE WS-NEXT-CHECK-NO TO CHK-BODY-CHECK-NO
014360
014370      WRITE CHECK-PRINT-RECORD FROM CHK-BODY-AMOUNT
014380          AFTER ADVANCING 1 LINE.
014390
014400  2400-PRINT-CHECK-PAGE-EXIT.
014410      EXIT.
014420
014430*****************************************************************
014440*                       2500-PRICE-PAYMENT                      *
014450*  WORKS OUT GROSS, WITHHOLDING AND NET FOR THE CARD.  HOURS    *
014460*  ARE PAID AT THE MASTER'S HOURLY RATE, ROUNDED AS THE PAYROLL *
014470*  RUN ROUNDS; A GROSS AMOUNT IS PAID AS KEYED; BOTH ARE TAXED  *
014480*  FROM THE TAXRATE TABLE.  A CORRECTION IS NET PAY, UNTAXED.   *
014490*  A PAYMENT THAT WILL NOT FIT THE HISTORY FIELDS, OR LEAVES NO *
014500*  NET TO PAY, IS REJECTED HERE BEFORE ANYTHING IS WRITTEN.     *
014510*****************************************************************
014520  2500-PRICE-PAYMENT.
014530
014540      MOVE ZEROS TO WS-REGULAR-HOURS
014550      MOVE ZEROS TO WS-REGULAR-RATE
014560      MOVE ZEROS TO WS-REGULAR-PAY
014570      MOVE ZEROS TO WS-GROSS-PAY
014580      MOVE ZEROS TO WS-ADJ-CORR-AMT
014590      MOVE ZEROS TO WS-FED-TAX-AMT
014600      MOVE ZEROS TO WS-STATE-TAX-AMT
014610      MOVE ZEROS TO WS-FICA-TAX-AMT
014620      MOVE ZEROS TO WS-TAX-TOTAL-AMT
014630      MOVE ZEROS TO WS-NET-PAY
014640
014650      PERFORM 2550-SET-REASON-LABEL
014660          THRU 2550-SET-REASON-LABEL-EXIT
014670
014680      IF OC-PAY-CORRECTION
014690          MOVE OC-AMOUNT TO WS-ADJ-CORR-AMT
014700          MOVE OC-AMOUNT TO WS-NET-PAY
014710          GO TO 2500-PRICE-PAYMENT-EXIT
014720      END-IF
014730
014740      IF OC-PAY-HOURS
014750          MOVE OC-HOURS       TO WS-REGULAR-HOURS
014760          MOVE CM-HOURLY-RATE TO WS-REGULAR-RATE
014770          COMPUTE WS-REGULAR-PAY ROUNDED =
014780              WS-REGULAR-HOURS * WS-REGULAR-RATE
014790              ON SIZE ERROR
014800                  MOVE "PAY TOO LARGE FOR PAY HISTORY"
014810                    TO WS-REJECT-REASON-TEXT
014820                  GO TO 2500-PRICE-PAYMENT-EXIT
014830          END-COMPUTE
014840          MOVE WS-REGULAR-PAY TO WS-GROSS-PAY
014850      ELSE
014860          MOVE OC-AMOUNT      TO WS-GROSS-PAY
014870      END-IF
014880
014890      PERFORM 2530-COMPUTE-WITHHOLDING
014900          THRU 2530-COMPUTE-WITHHOLDING-EXIT
014910
014920      IF WS-NET-PAY NOT > ZERO
014930          MOVE "NO NET PAY LEFT AFTER TAX"
014940            TO WS-REJECT-REASON-TEXT
014950      END-IF.
014960
014970  2500-PRICE-PAYMENT-EXIT.
014980      EXIT.
014990
015000*****************************************************************
015010*                    2530-COMPUTE-WITHHOLDING                   *
015020*  FEDERAL, STATE AND FICA, EACH FROM THE TAXRATE BRACKET TABLE *
015030*  AGAINST GROSS PAY EXACTLY AS THE PAYROLL RUN WITHHOLDS THEM, *
015040*  NETTED OUT OF GROSS.                                         *
015050*****************************************************************
015060  2530-COMPUTE-WITHHOLDING.
015070
015080      MOVE "F" TO WS-TAX-SEL-TYPE
015090      PERFORM 2535-SELECT-TAX-RATE
015100          THRU 2535-SELECT-TAX-RATE-EXIT
015110      MOVE WS-TAX-WORK-AMT TO WS-FED-TAX-AMT
015120      MOVE "S" TO WS-TAX-SEL-TYPE
015130      PERFORM 2535-SELECT-TAX-RATE
015140          THRU 2535-SELECT-TAX-RATE-EXIT
015150      MOVE WS-TAX-WORK-AMT TO WS-STATE-TAX-AMT
015160      MOVE "C" TO WS-TAX-SEL-TYPE
015170      PERFORM 2535-SELECT-TAX-RATE
015180          THRU 2535-SELECT-TAX-RATE-EXIT
015190      MOVE WS-TAX-WORK-AMT TO WS-FICA-TAX-AMT
015200
015210      COMPUTE WS-TAX-TOTAL-AMT =
015220          WS-FED-TAX-AMT + WS-STATE-TAX-AMT + WS-FICA-TAX-AMT
015230
015240      COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-TAX-TOTAL-AMT.
015250
015260  2530-COMPUTE-WITHHOLDING-EXIT.
015270      EXIT.
015280
015290*****************************************************************
015300*                      2535-SELECT-TAX-RATE                     *
015310*  SCANS THE WITHHOLDING TABLE FOR THE SELECTED TYPE AND TAKES  *
015320*  THE RATE ON THE HIGHEST BRACKET FLOOR GROSS PAY HAS REACHED, *
015330*  THEN COMPUTES THE WITHHELD AMOUNT.  NO BRACKET REACHED, OR   *
015340*  NO CARDS FOR THE TYPE, WITHHOLDS NOTHING.                    *
015350*****************************************************************
015360  2535-SELECT-TAX-RATE.
015370
015380      MOVE "N"   TO WS-TAX-RATE-FOUND-SW
015390      MOVE ZEROS TO WS-TAX-BEST-FLOOR
015400      MOVE ZEROS TO WS-TAX-BEST-RATE
015410      MOVE ZEROS TO WS-TAX-WORK-AMT
015420      MOVE 1     TO WS-TAX-IX
015430
015440      PERFORM 2536-SCAN-TAX-ENTRY
015450          THRU 2536-SCAN-TAX-ENTRY-EXIT
015460          UNTIL WS-TAX-IX > WS-TAX-LOAD-COUNT
015470
015480      IF WS-TAX-RATE-FOUND
015490          COMPUTE WS-TAX-WORK-AMT ROUNDED =
015500              WS-GROSS-PAY * WS-TAX-BEST-RATE
015510      END-IF.
015520
015530  2535-SELECT-TAX-RATE-EXIT.
015540      EXIT.
015550
015560*****************************************************************
015570*                      2536-SCAN-TAX-ENTRY                      *
015580*****************************************************************
015590  2536-SCAN-TAX-ENTRY.
015600
015610      IF WS-TAX-TYPE (WS-TAX-IX) = WS-TAX-SEL-TYPE
015620          AND WS-GROSS-PAY >= WS-TAX-FLOOR (WS-TAX-IX)
015630          AND (NOT WS-TAX-RATE-FOUND
015640              OR WS-TAX-FLOOR (WS-TAX-IX) >= WS-TAX-BEST-FLOOR)
015650          SET WS-TAX-RATE-FOUND TO TRUE
015660          MOVE WS-TAX-FLOOR (WS-TAX-IX) TO WS-TAX-BEST-FLOOR
015670          MOVE WS-TAX-RATE (WS-TAX-IX)  TO WS-TAX-BEST-RATE
015680      END-IF
015690
015700      ADD 1 TO WS-TAX-IX.
015710
015720  2536-SCAN-TAX-ENTRY-EXIT.
015730      EXIT.
015740
015750*****************************************************************
015760*                     2550-SET-REASON-LABEL                     *
015770*  THE WORDING FOR THE REASON CODE, AS IT PRINTS ON THE CHECK   *
015780*  STUB, THE STATEMENT AND THE REGISTER.  A CORRECTION KEYED    *
015790*  WITHOUT A DESCRIPTION IS DESCRIBED BY ITS REASON.            *
015800*****************************************************************
015810  2550-SET-REASON-LABEL.
015820
015830      IF OC-REASON-FINAL
015840          MOVE "FINAL PAY"        TO WS-REASON-LABEL
015850      ELSE
015860      IF OC-REASON-BONUS
015870          MOVE "BONUS"            TO WS-REASON-LABEL
015880      ELSE
015890      IF OC-REASON-CORRECTION
015900          MOVE "CORRECTION"       TO WS-REASON-LABEL
015910      ELSE
015920          MOVE "OTHER PAYMENT"    TO WS-REASON-LABEL
015930      END-IF
015940      END-IF
015950      END-IF
015960
015970      IF OC-DESCRIPTION = SPACES
015980          MOVE WS-REASON-LABEL TO WS-CORR-DESCRIPTION
015990      ELSE
016000          MOVE OC-DESCRIPTION  TO WS-CORR-DESCRIPTION
016010      END-IF.
016020
016030  2550-SET-REASON-LABEL-EXIT.
016040      EXIT.
016050
016060*****************************************************************
016070*                      2600-PRINT-STATEMENT                     *
016080*  PRINTS THE PAYMENT'S STATEMENT PAGE IN THE PAYSTMT LAYOUT -  *
016090*  THE OFF-CYCLE REASON UNDER THE EMPLOYEE LINE, THE HOURS LINE *
016100*  OR THE PAYMENT LINE, GROSS, EACH WITHHOLDING TAKEN, THE      *
016110*  CORRECTION AS AN ADJUSTMENT LINE, AND THE NET PAYCHECK.      *
016120*****************************************************************
016130  2600-PRINT-STATEMENT.
016140
016150      MOVE WS-RUN-DATE-EDIT TO STM-H1-DATE
016160      WRITE STATEMENT-RECORD FROM STM-HEADING-1
016170          AFTER ADVANCING PAGE
016180      WRITE STATEMENT-RECORD FROM STM-BLANK-LINE
016190          AFTER ADVANCING 1 LINE
016200
016210      MOVE OC-IDENT    TO STM-E-IDENT
016220      MOVE CM-CUSTNAME TO STM-E-NAME
016230      WRITE STATEMENT-RECORD FROM STM-EMPLOYEE-LINE
016240          AFTER ADVANCING 1 LINE
016250
016260      MOVE WS-REASON-LABEL TO STM-O-REASON
016270      WRITE STATEMENT-RECORD FROM STM-OFF-CYCLE-LINE
016280          AFTER ADVANCING 1 LINE
016290      WRITE STATEMENT-RECORD FROM STM-BLANK-LINE
016300          AFTER ADVANCING 1 LINE
016310
016320      IF OC-PAY-HOURS
016330          MOVE "REGULAR EARNINGS"  TO STM-E-LABEL
016340          MOVE WS-REGULAR-HOURS    TO STM-E-HOURS
016350          MOVE WS-REGULAR-RATE     TO STM-E-RATE
016360          MOVE WS-REGULAR-PAY      TO STM-E-AMOUNT
016370          WRITE STATEMENT-RECORD FROM STM-EARNINGS-LINE
016380              AFTER ADVANCING 1 LINE
016390      END-IF
016400
016410      IF OC-PAY-GROSS
016420          MOVE WS-REASON-LABEL     TO STM-P-LABEL
016430          MOVE WS-GROSS-PAY        TO STM-P-AMOUNT
016440          WRITE STATEMENT-RECORD FROM STM-PAYMENT-LINE
016450              AFTER ADVANCING 1 LINE
016460      END-IF
016470
016480      MOVE WS-GROSS-PAY TO STM-G-AMOUNT
016490      WRITE STATEMENT-RECORD FROM STM-GROSS-LINE
016500          AFTER ADVANCING 1 LINE
016510      WRITE STATEMENT-RECORD FROM STM-BLANK-LINE
016520          AFTER ADVANCING 1 LINE
016530
016540      IF WS-FED-TAX-AMT > ZERO
016550          MOVE "F"                   TO STM-T-TYPE
016560          MOVE "FEDERAL WITHHOLDING" TO STM-T-DESC
016570          MOVE WS-FED-TAX-AMT        TO STM-T-AMOUNT
016580          WRITE STATEMENT-RECORD FROM STM-TAX-LINE
016590              AFTER ADVANCING 1 LINE
016600      END-IF
016610
016620      IF WS-STATE-TAX-AMT > ZERO
016630          MOVE "S"                   TO STM-T-TYPE
016640          MOVE "STATE WITHHOLDING"   TO STM-T-DESC
016650          MOVE WS-STATE-TAX-AMT      TO STM-T-AMOUNT
016660          WRITE STATEMENT-RECORD FROM STM-TAX-LINE
016670              AFTER ADVANCING 1 LINE
016680      END-IF
016690
016700      IF WS-FICA-TAX-AMT > ZERO
016710          MOVE "C"                   TO STM-T-TYPE
016720          MOVE "FICA WITHHOLDING"    TO STM-T-DESC
016730          MOVE WS-FICA-TAX-AMT       TO STM-T-AMOUNT
016740          WRITE STATEMENT-RECORD FROM STM-TAX-LINE
016750              AFTER ADVANCING 1 LINE
016760      END-IF
016770
016780      IF OC-PAY-CORRECTION
016790          MOVE "C"                   TO STM-A-TYPE
016800          MOVE WS-CORR-DESCRIPTION   TO STM-A-DESC
016810          MOVE WS-ADJ-CORR-AMT       TO STM-A-AMOUNT
016820          WRITE STATEMENT-RECORD FROM STM-ADJ-LINE
016830              AFTER ADVANCING 1 LINE
016840      END-IF
016850
016860      WRITE STATEMENT-RECORD FROM STM-BLANK-LINE
016870          AFTER ADVANCING 1 LINE
016880      MOVE WS-NET-PAY TO STM-N-AMOUNT
016890      WRITE STATEMENT-RECORD FROM STM-NET-LINE
016900          AFTER ADVANCING 1 LINE.
016910
016920  2600-PRINT-STATEMENT-EXIT.
016930      EXIT.
016940
016950*****************************************************************
016960*                     2700-WRITE-PAY-HISTORY                    *
016970*  RECORDS THE PAYMENT ON PAY HISTORY UNDER TODAY'S DATE AND    *
016980*  THE OFF-CYCLE SEQUENCE 2150 FOUND, WITH THE REASON CODE, SO  *
016990*  THE W-2 RUN COUNTS IT AND STMTRPRT CAN REPRINT IT.           *
017000*****************************************************************
017010  2700-WRITE-PAY-HISTORY.
017020
017030      MOVE OC-IDENT           TO PH-IDENT
017040      MOVE WS-CURRENT-DATE    TO PH-CYCLE-DATE
017050      MOVE WS-PAY-SEQ         TO PH-PAY-SEQ
017060      MOVE CM-CUSTNAME        TO PH-CUSTNAME
017070      MOVE WS-REGULAR-HOURS   TO PH-REG-HOURS
017080      MOVE WS-REGULAR-RATE    TO PH-REG-RATE
017090      MOVE WS-REGULAR-PAY     TO PH-REG-PAY
017100      MOVE ZEROS              TO PH-OT-HOURS
017110      MOVE ZEROS              TO PH-OT-RATE
017120      MOVE ZEROS              TO PH-OT-PAY
017130      MOVE WS-GROSS-PAY       TO PH-GROSS
017140      MOVE WS-FED-TAX-AMT     TO PH-FED-TAX
017150      MOVE WS-STATE-TAX-AMT   TO PH-STATE-TAX
017160      MOVE WS-FICA-TAX-AMT    TO PH-FICA-TAX
017170      MOVE ZEROS              TO PH-ADJ-GARN
017180      MOVE ZEROS              TO PH-ADJ-DED
017190      MOVE WS-ADJ-CORR-AMT    TO PH-ADJ-CORR
017200      MOVE WS-NET-PAY         TO PH-NET
017210      MOVE ZEROS              TO PH-SALARY-PAY
017220      MOVE OC-REASON          TO PH-OFF-CYCLE-REASON
017230      MOVE ZEROS              TO PH-VAC-HOURS
017240      MOVE ZEROS              TO PH-VAC-PAY
017250      MOVE ZEROS              TO PH-SICK-HOURS
017260      MOVE ZEROS              TO PH-SICK-PAY
017270      MOVE ZEROS              TO PH-VAC-BALANCE
017280      MOVE ZEROS              TO PH-SICK-BALANCE
017290
017300      WRITE PAY-HISTORY-RECORD
017310          INVALID KEY
017320              DISPLAY "OFFCYCLE: CANNOT WRITE PAYHIST, "
017330                      "IDENT " OC-IDENT
017340              MOVE 8 TO RETURN-CODE
017350              GO TO 2700-WRITE-PAY-HISTORY-EXIT
017360      END-WRITE
017370
017380      ADD 1 TO WS-HIST-COUNT.
017390
017400  2700-WRITE-PAY-HISTORY-EXIT.
017410      EXIT.
017420
017430*****************************************************************
017440*                    2710-WRITE-HIST-ADJ-LINE                   *
017450*  RECORDS A CORRECTION PAYMENT ON THE PAY-HISTORY DETAIL FILE  *
017460*  AS A "C" LINE UNDER THE SAME OFF-CYCLE SEQUENCE, THE SAME    *
017470*  WAY THE PAYROLL RUN RECORDS A CORRECTION IT APPLIES.         *
017480*****************************************************************
017490  2710-WRITE-HIST-ADJ-LINE.
017500
017510      MOVE OC-IDENT            TO PJ-IDENT
017520      MOVE WS-CURRENT-DATE     TO PJ-CYCLE-DATE
017530      MOVE WS-PAY-SEQ          TO PJ-PAY-SEQ
017540      MOVE 1                   TO PJ-LINE-SEQ
017550      MOVE "C"                 TO PJ-TYPE
017560      MOVE WS-CORR-DESCRIPTION TO PJ-DESCRIPTION
017570      MOVE WS-ADJ-CORR-AMT     TO PJ-AMOUNT
017580
017590      WRITE PAY-HISTORY-ADJ-RECORD
017600          INVALID KEY
017610              DISPLAY "OFFCYCLE: CANNOT WRITE PAYHADJ, "
017620                      "IDENT " OC-IDENT
017630              MOVE 8 TO RETURN-CODE
017640              GO TO 2710-WRITE-HIST-ADJ-LINE-EXIT
017650      END-WRITE
017660
017670      ADD 1 TO WS-HADJ-COUNT.
017680
017690  2710-WRITE-HIST-ADJ-LINE-EXIT.
017700      EXIT.
017710
017720*****************************************************************
017730*                      2750-UPDATE-YTD-FILE                     *
017740*  ROLLS THE PAYMENT INTO THE EMPLOYEE'S YEAR-TO-DATE RECORD -  *
017750*  GROSS, THE CORRECTION AND NET - CREATING IT ON FIRST SIGHT   *
017760*  OF THE EMPLOYEE, AS THE PAYROLL RUN DOES.                    *
017770*****************************************************************
017780  2750-UPDATE-YTD-FILE.
017790
017800      MOVE OC-IDENT TO YT-IDENT
017810
017820      READ YTD-FILE
017830          INVALID KEY
017840              MOVE OC-IDENT TO YT-IDENT
017850              MOVE ZEROS    TO YT-GROSS
017860              MOVE ZEROS    TO YT-OVERTIME
017870              MOVE ZEROS    TO YT-GARNISH
017880              MOVE ZEROS    TO YT-DEDUCT
017890              MOVE ZEROS    TO YT-CORRECT
017900              MOVE ZEROS    TO YT-NET
017910              PERFORM 2760-ACCUMULATE-YTD
017920                  THRU 2760-ACCUMULATE-YTD-EXIT
017930              WRITE YTD-RECORD
017940                  INVALID KEY
017950                      DISPLAY "OFFCYCLE: CANNOT WRITE YTD, IDENT "
017960                              OC-IDENT
017970                      MOVE 8 TO RETURN-CODE
017980                      SUBTRACT 1 FROM WS-YTD-COUNT
017990              END-WRITE
018000          NOT INVALID KEY
018010              PERFORM 2760-ACCUMULATE-YTD
018020                  THRU 2760-ACCUMULATE-YTD-EXIT
018030              REWRITE YTD-RECORD
018040                  INVALID KEY
018050                      DISPLAY "OFFCYCLE: CANNOT REWRITE YTD, "
018060                              "IDENT " OC-IDENT
018070                      MOVE 8 TO RETURN-CODE
018080                      SUBTRACT 1 FROM WS-YTD-COUNT
018090              END-REWRITE
018100      END-READ
018110
018120      ADD 1 TO WS-YTD-COUNT.
018130
018140  2750-UPDATE-YTD-FILE-EXIT.
018150      EXIT.
018160
018170*****************************************************************
018180*                      2760-ACCUMULATE-YTD                      *
018190*****************************************************************
018200  2760-ACCUMULATE-YTD.
018210
018220      ADD WS-GROSS-PAY        TO YT-GROSS
018230      ADD WS-ADJ-CORR-AMT     TO YT-CORRECT
018240      ADD WS-NET-PAY          TO YT-NET.
018250
018260  2760-ACCUMULATE-YTD-EXIT.
018270      EXIT.
018280
018290*****************************************************************
018300*                      2770-WRITE-GL-DETAIL                     *
018310*  WRITES THE PAYMENT'S GENERAL-LEDGER DETAIL - GROSS, TAX, THE *
018320*  CORRECTION AS THE ADJUSTMENT, AND NET - AND ROLLS THE        *
018330*  TRAILER HASH TOTALS.  THERE IS NO BATCH CHARGE OFF CYCLE, SO *
018340*  THE ALLOCATION AND REMAINDER ARE ZERO.                       *
018350*****************************************************************
018360  2770-WRITE-GL-DETAIL.
018370
018380      MOVE SPACES              TO GL-DETAIL-RECORD
018390      MOVE "D"                 TO GD-RECORD-TYPE
018400      MOVE OC-IDENT            TO GD-IDENT
018410      MOVE WS-GROSS-PAY        TO GD-GROSS
018420      MOVE WS-TAX-TOTAL-AMT    TO GD-TAX
018430      MOVE WS-ADJ-CORR-AMT     TO GD-ADJUSTMENT
018440      MOVE WS-NET-PAY          TO GD-NET
018450      MOVE ZEROS               TO GD-ALLOC
018460      MOVE ZEROS               TO GD-REM
018470      WRITE GL-DETAIL-RECORD
018480
018490      ADD 1                    TO WS-GL-DETAIL-COUNT
018500      ADD WS-GROSS-PAY         TO WS-GL-GROSS-TOTAL
018510      ADD WS-TAX-TOTAL-AMT     TO WS-GL-TAX-TOTAL
018520      ADD WS-ADJ-CORR-AMT      TO WS-GL-ADJ-TOTAL
018530      ADD WS-NET-PAY           TO WS-GL-NET-TOTAL.
018540
018550  2770-WRITE-GL-DETAIL-EXIT.
018560      EXIT.
018570
018580*****************************************************************
018590*                    2800-PRINT-PAYMENT-LINE                    *
018600*  PRINTS THE PAYMENT ON THE REGISTER, BREAKING TO A NEW PAGE   *
018610*  FIRST IF THE CURRENT PAGE IS FULL.                           *
018620*****************************************************************
018630  2800-PRINT-PAYMENT-LINE.
018640
018650      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
018660          PERFORM 2810-PRINT-HEADINGS
018670              THRU 2810-PRINT-HEADINGS-EXIT
018680      END-IF
018690
018700      MOVE OC-IDENT           TO RPT-D-IDENT
018710      MOVE CM-CUSTNAME        TO RPT-D-NAME
018720      MOVE OC-PAY-TYPE        TO RPT-D-PAY-TYPE
018730      MOVE WS-REASON-LABEL    TO RPT-D-REASON
018740      MOVE WS-REGULAR-HOURS   TO RPT-D-HOURS
018750      MOVE WS-GROSS-PAY       TO RPT-D-GROSS
018760      MOVE WS-TAX-TOTAL-AMT   TO RPT-D-TAXES
018770      MOVE WS-ADJ-CORR-AMT    TO RPT-D-CORRECTION
018780      MOVE WS-NET-PAY         TO RPT-D-NET
018790      MOVE WS-NEXT-CHECK-NO   TO RPT-D-CHECK-NO
018800
018810      WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE
018820          AFTER ADVANCING 1 LINE
018830
018840      ADD 1 TO WS-LINE-COUNT.
018850
018860  2800-PRINT-PAYMENT-LINE-EXIT.
018870      EXIT.
018880
018890*****************************************************************
018900*                      2810-PRINT-HEADINGS                      *
018910*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
018920*  NEW PAGE AND RESETS THE LINE COUNT.                          *
018930*****************************************************************
018940  2810-PRINT-HEADINGS.
018950
018960      ADD 1 TO WS-PAGE-COUNT
018970      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
018980      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
018990
019000      WRITE REGISTER-RECORD FROM RPT-HEADING-1
019010          AFTER ADVANCING PAGE
019020      WRITE REGISTER-RECORD FROM RPT-BLANK-LINE
019030          AFTER ADVANCING 1 LINE
019040      WRITE REGISTER-RECORD FROM RPT-HEADING-2
019050          AFTER ADVANCING 1 LINE
019060
019070      MOVE ZEROS TO WS-LINE-COUNT.
019080
019090  2810-PRINT-HEADINGS-EXIT.
019100      EXIT.
019110
019120*****************************************************************
019130*                        2900-REJECT-CARD                       *
019140*  COUNTS A CARD THAT CANNOT BE PAID AND PRINTS IT WITH THE     *
019150*  REASON.  NO CHECK IS CUT AND NOTHING IS POSTED FOR IT.       *
019160*****************************************************************
019170  2900-REJECT-CARD.
019180
019190      ADD 1 TO WS-CARD-REJECT-COUNT
019200
019210      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
019220          PERFORM 2810-PRINT-HEADINGS
019230              THRU 2810-PRINT-HEADINGS-EXIT
019240      END-IF
019250
019260      MOVE OC-IDENT              TO RPT-X-IDENT
019270      MOVE CM-CUSTNAME           TO RPT-X-NAME
019280      MOVE OC-PAY-TYPE           TO RPT-X-PAY-TYPE
019290      MOVE WS-REJECT-REASON-TEXT TO RPT-X-REASON
019300
019310      WRITE REGISTER-RECORD FROM RPT-REJECT-LINE
019320          AFTER ADVANCING 1 LINE
019330
019340      ADD 1 TO WS-LINE-COUNT.
019350
019360  2900-REJECT-CARD-EXIT.
019370      EXIT.
019380
019390*****************************************************************
019400*                         3000-FINALIZE                         *
019410*  WRITES THE POSITIVE-PAY AND GL TRAILERS, PUTS THE NEXT CHECK *
019420*  NUMBER BACK ON CHKCTL, PRINTS THE RUN TOTALS AND PROVES THE  *
019430*  CARDS - READ EQUALS PAID PLUS REJECTED.  A SETUP OR WRITE    *
019440*  FAILURE SETS RETURN-CODE 8; REJECTED CARDS ALONE SET 4.      *
019450*****************************************************************
019460  3000-FINALIZE.
019470
019480      IF WS-RUNCTL-REFUSED
019490          GO TO 3000-FINALIZE-EXIT
019500      END-IF.
019510
019520      IF WS-POS-FILE-OK
019530          MOVE SPACES          TO POS-TRAILER-RECORD
019540          MOVE "T"             TO PT-RECORD-TYPE
019550          MOVE WS-CHECK-COUNT  TO PT-DETAIL-COUNT
019560          MOVE WS-CHECK-TOTAL  TO PT-AMOUNT-TOTAL
019570          WRITE POS-TRAILER-RECORD
019580      END-IF.
019590
019600      IF WS-GLX-FILE-OK
019610          MOVE SPACES              TO GL-TRAILER-RECORD
019620          MOVE "T"                 TO GT-RECORD-TYPE
019630          MOVE WS-GL-DETAIL-COUNT  TO GT-DETAIL-COUNT
019640          MOVE WS-GL-GROSS-TOTAL   TO GT-GROSS-TOTAL
019650          MOVE WS-GL-TAX-TOTAL     TO GT-TAX-TOTAL
019660          MOVE WS-GL-ADJ-TOTAL     TO GT-ADJ-TOTAL
019670          MOVE WS-GL-NET-TOTAL     TO GT-NET-TOTAL
019680          MOVE ZEROS               TO GT-ALLOC-TOTAL
019690          MOVE ZEROS               TO GT-REM-TOTAL
019700          WRITE GL-TRAILER-RECORD
019710      END-IF.
019720
019730      IF NOT WS-CTL-ERROR
019740          PERFORM 3200-REWRITE-CHECK-CONTROL
019750              THRU 3200-REWRITE-CHECK-CONTROL-EXIT
019760      END-IF.
019770
019780      IF WS-RPT-FILE-OK
019790          PERFORM 3100-PRINT-RUN-TOTALS
019800              THRU 3100-PRINT-RUN-TOTALS-EXIT
019810      END-IF.
019820
019830      IF RETURN-CODE = ZERO
019840          AND WS-CARD-REJECT-COUNT > ZERO
019850          MOVE 4 TO RETURN-CODE
019860      END-IF.
019870
019880      CLOSE PAYMENT-CARD-FILE
019890      CLOSE CUSTOMER-MASTER-FILE
019900      CLOSE CHECK-REGISTER-FILE
019910      CLOSE CHECK-PRINT-FILE
019920      CLOSE POSITIVE-PAY-FILE
019930      CLOSE PAY-HISTORY-FILE
019940      CLOSE PAY-HISTORY-ADJ-FILE
019950      CLOSE YTD-FILE
019960      CLOSE GL-EXTRACT-FILE
019970      CLOSE STATEMENT-FILE
019980      CLOSE REGISTER-REPORT
019990
020000      MOVE "E"         TO RC-FUNCTION
020010      MOVE RETURN-CODE TO RC-COMPLETION-CODE
020020      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS.
020030
020040  3000-FINALIZE-EXIT.
020050      EXIT.
020060
020070*****************************************************************
020080*                     3100-PRINT-RUN-TOTALS                     *
020090*  THE LAST PAGE OF THE REGISTER - CARDS, CHECKS AND THE        *
020100*  AMOUNTS POSTED, THE CHECK NUMBERS USED, AND THE CROSS-FOOT.  *
020110*****************************************************************
020120  3100-PRINT-RUN-TOTALS.
020130
020140      WRITE REGISTER-RECORD FROM RPT-BLANK-LINE
020150          AFTER ADVANCING 2 LINES
020160
020170      MOVE ZEROS TO RPT-T-AMOUNT
020180
020190      MOVE "PAYMENT CARDS READ"        TO RPT-T-LABEL
020200      MOVE WS-CARD-READ-COUNT          TO RPT-T-COUNT
020210      WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE
020220          AFTER ADVANCING 1 LINE
020230
020240      MOVE "  CARDS REJECTED"          TO RPT-T-LABEL
020250      MOVE WS-CARD-REJECT-COUNT        TO RPT-T-COUNT
020260      WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE
020270          AFTER ADVANCING 1 LINE
020280
020290      MOVE "  CHECKS ISSUED"           TO RPT-T-LABEL
020300      MOVE WS-CHECK-COUNT              TO RPT-T-COUNT
020310      MOVE WS-CHECK-TOTAL              TO RPT-T-AMOUNT
020320      WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE
020330          AFTER ADVANCING 1 LINE
020340
020350      MOVE "GROSS PAID"                TO RPT-T-LABEL
020360      MOVE WS-GL-DETAIL-COUNT          TO RPT-T-COUNT
020370      MOVE WS-GL-GROSS-TOTAL           TO RPT-T-AMOUNT
020380      WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE
020390          AFTER ADVANCING 1 LINE
020400
020410      MOVE "  TAXES WITHHELD"          TO RPT-T-LABEL
020420      MOVE WS-GL-TAX-TOTAL             TO RPT-T-AMOUNT
020430      WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE
020440          AFTER ADVANCING 1 LINE
020450
020460      MOVE "  CORRECTIONS PAID"        TO RPT-T-LABEL
020470      MOVE WS-HADJ-COUNT               TO RPT-T-COUNT
020480      MOVE WS-GL-ADJ-TOTAL             TO RPT-T-AMOUNT
020490      WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE
020500          AFTER ADVANCING 1 LINE
020510
020520      MOVE "NET PAID"                  TO RPT-T-LABEL
020530      MOVE WS-GL-DETAIL-COUNT          TO RPT-T-COUNT
020540      MOVE WS-GL-NET-TOTAL             TO RPT-T-AMOUNT
020550      WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE
020560          AFTER ADVANCING 1 LINE
020570
020580      MOVE ZEROS TO RPT-T-AMOUNT
020590
020600      MOVE "PAY HISTORY RECORDS WRITTEN" TO RPT-T-LABEL
020610      MOVE WS-HIST-COUNT               TO RPT-T-COUNT
020620      WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE
020630          AFTER ADVANCING 1 LINE
020640
020650      MOVE "YTD RECORDS UPDATED"       TO RPT-T-LABEL
020660      MOVE WS-YTD-COUNT                TO RPT-T-COUNT
020670      WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE
020680          AFTER ADVANCING 1 LINE
020690
020700      IF WS-CHECK-COUNT > ZERO
020710          MOVE WS-FIRST-CHECK-NO       TO RPT-R-FIRST
020720          SUBTRACT 1 FROM WS-NEXT-CHECK-NO
020730              GIVING RPT-R-LAST
020740          WRITE REGISTER-RECORD FROM RPT-RANGE-LINE
020750              AFTER ADVANCING 1 LINE
020760          MOVE "NEXT CHECK NUMBER SAVED" TO RPT-M-TEXT
020770          WRITE REGISTER-RECORD FROM RPT-MESSAGE-LINE
020780              AFTER ADVANCING 1 LINE
020790      END-IF
020800
020810      WRITE REGISTER-RECORD FROM RPT-BLANK-LINE
020820          AFTER ADVANCING 1 LINE
020830
020840      ADD WS-CHECK-COUNT WS-CARD-REJECT-COUNT
020850          GIVING WS-CROSSFOOT-COUNT
020860
020870      IF WS-SETUP-ERROR
020880          MOVE "*** RUN STOPPED - FILES NOT AVAILABLE ***"
020890            TO RPT-M-TEXT
020900      ELSE
020910      IF WS-CROSSFOOT-COUNT NOT = WS-CARD-READ-COUNT
020920          OR WS-HIST-COUNT NOT = WS-CHECK-COUNT
020930          OR WS-YTD-COUNT NOT = WS-CHECK-COUNT
020940          MOVE 8 TO RETURN-CODE
020950          MOVE "*** OUT OF BALANCE - PAID + REJECTED NOT = READ"
020960            TO RPT-M-TEXT
020970      ELSE
020980          MOVE "IN BALANCE - CARDS READ = PAID + REJECTED"
020990            TO RPT-M-TEXT
021000      END-IF
021010      END-IF
021020
021030      WRITE REGISTER-RECORD FROM RPT-MESSAGE-LINE
021040          AFTER ADVANCING 1 LINE.
021050
021060  3100-PRINT-RUN-TOTALS-EXIT.
021070      EXIT.
021080
021090*****************************************************************
021100*                   3200-REWRITE-CHECK-CONTROL                  *
021110*  PUTS THE NUMBER AFTER THE LAST CHECK CUT BACK ON CHKCTL SO   *
021120*  THE NEXT CHECK RUN PICKS UP WHERE THIS ONE LEFT OFF.         *
021130*****************************************************************
021140  3200-REWRITE-CHECK-CONTROL.
021150
021160      OPEN OUTPUT CHECK-CONTROL-FILE
021170
021180      IF NOT WS-CTL-FILE-OK
021190          DISPLAY "OFFCYCLE: CANNOT REWRITE CHKCTL, "
021200                  "STATUS = " WS-CTL-FILE-STATUS
021210          MOVE 8 TO RETURN-CODE
021220          GO TO 3200-REWRITE-CHECK-CONTROL-EXIT
021230      END-IF
021240
021250      MOVE WS-NEXT-CHECK-NO TO NC-NEXT-CHECK-NO
021260
021270      WRITE CHECK-CONTROL-RECORD
021280
021290      CLOSE CHECK-CONTROL-FILE.
021300
021310  3200-REWRITE-CHECK-CONTROL-EXIT.
021320      EXIT.
021330
