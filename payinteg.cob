000010*****************************************************************
000020* PROGRAM      : PAYINTEG                                       *
000030* AUTHOR       : DAVID R. HENDERSON                             *
000040* INSTALLATION : DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS     *
000050* DATE-WRITTEN : 10/15/2026                                     *
000060*                                                               *
000070* REMARKS      : CROSS-FILE INTEGRITY SWEEP OVER THE PAYROLL    *
000080*                DATA FILES.  EACH MAINTENANCE AND PAY PROGRAM  *
000090*                ONLY CHECKS THE FILES IT OPENS, SO THIS RUN    *
000100*                MATCH-MERGES CUSTMAST, BANKMAST, YTDFILE,      *
000110*                PAYHIST, CHKREG AND SUSPFILE BY IDENT AND      *
000120*                LISTS EVERY RECORD THAT DISAGREES WITH THE     *
000130*                OTHERS - AN ACCOUNT, YTD, HISTORY OR CHECK FOR *
000140*                AN IDENT NO LONGER ON THE MASTER, A LIVE       *
000150*                DEPOSIT ACCOUNT ON A TERMINATED EMPLOYEE, A    *
000160*                RETURNED ACCOUNT NEVER CORRECTED, A SUSPENDED  *
000170*                IDENT STILL ON THE MASTER.  EACH FINDING       *
000180*                CARRIES A SEVERITY AND THE MAINTENANCE         *
000190*                TRANSACTION (CUSTMNT, BANKMNT OR SUSPRSUB)     *
000200*                THAT CLEARS IT.  NOTHING IS UPDATED.           *
000210*                RETURN-CODE 8 FOR ANY ERROR, 4 FOR WARNINGS    *
000220*                ONLY, SO THE SCHEDULER CAN HOLD OR FLAG.       *
000230*****************************************************************
000240* MODIFICATION HISTORY                                          *
000250*-----------------------------------------------------------------
000260* DATE       INIT  DESCRIPTION                                  *
000270* 10/15/2026 DRH   ORIGINAL PROGRAM.                            *
000280* 10/15/2026 DRH   PAY HISTORY LAYOUT BROUGHT UP TO 167 BYTES   *
000290*                  WITH THE VACATION AND SICK FIGURES THE       *
000300*                  PAYROLL RUN NOW POSTS, WHICH THIS RUN DOES   *
000310*                  NOT USE.                                     *
000320*****************************************************************
000330  IDENTIFICATION DIVISION.
000340  PROGRAM-ID. PAYINTEG.
000350  AUTHOR. DAVID R. HENDERSON.
000360  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000370  DATE-WRITTEN. 10/15/2026.
000380  DATE-COMPILED.
000390  ENVIRONMENT DIVISION.
000400
000410  CONFIGURATION SECTION.
000420  SOURCE-COMPUTER. IBM-370.
000430  OBJECT-COMPUTER. IBM-370.
000440  SPECIAL-NAMES.
000450      C01 IS TOP-OF-PAGE.
000460
000470  INPUT-OUTPUT SECTION.
000480  FILE-CONTROL.
000490*****************************************************************
000500* CUSTOMER-MASTER, BANK-MASTER, YTD-FILE AND PAY-HISTORY ARE    *
000510* ALL KEYED BY IDENT FIRST, SO EACH IS READ FORWARD IN KEY      *
000520* ORDER AS ONE SIDE OF THE MATCH-MERGE.  ALL ARE OPENED INPUT   *
000530* ONLY.                                                         *
000540*****************************************************************
000550      SELECT CUSTOMER-MASTER-FILE
000560          ASSIGN TO "CUSTMAST"
000570          ORGANIZATION IS INDEXED
000580          ACCESS MODE IS DYNAMIC
000590          RECORD KEY IS CM-IDENT
000600          FILE STATUS IS WS-CM-FILE-STATUS.
000610
000620      SELECT BANK-MASTER-FILE
000630          ASSIGN TO "BANKMAST"
000640          ORGANIZATION IS INDEXED
000650          ACCESS MODE IS DYNAMIC
000660          RECORD KEY IS BA-IDENT
000670          FILE STATUS IS WS-BA-FILE-STATUS.
000680
000690      SELECT YTD-FILE
000700          ASSIGN TO "YTDFILE"
000710          ORGANIZATION IS INDEXED
000720          ACCESS MODE IS DYNAMIC
000730          RECORD KEY IS YT-IDENT
000740          FILE STATUS IS WS-YTD-FILE-STATUS.
000750
000760      SELECT PAY-HISTORY-FILE
000770          ASSIGN TO "PAYHIST"
000780          ORGANIZATION IS INDEXED
000790          ACCESS MODE IS DYNAMIC
000800          RECORD KEY IS PH-KEY
000810          FILE STATUS IS WS-HIS-FILE-STATUS.
000820
000830*****************************************************************
000840* CHECK-REGISTER-FILE AND SUSPENSE-FILE ARE IN EVENT AND        *
000850* ARRIVAL ORDER, NOT IDENT ORDER.  EACH IS SUMMARISED BY IDENT  *
000860* INTO THE IDENT TABLE BEFORE THE MERGE STARTS.  A MISSING      *
000870* SUSPFILE MEANS NOTHING IS IN SUSPENSE.                        *
000880*****************************************************************
000890      SELECT CHECK-REGISTER-FILE
000900          ASSIGN TO "CHKREG"
000910          ORGANIZATION IS SEQUENTIAL
000920          FILE STATUS IS WS-REG-FILE-STATUS.
000930
000940      SELECT SUSPENSE-FILE
000950          ASSIGN TO "SUSPFILE"
000960          ORGANIZATION IS SEQUENTIAL
000970          FILE STATUS IS WS-SUS-FILE-STATUS.
000980
000990*****************************************************************
001000* INTEGRITY-REPORT LISTS EVERY FINDING WITH ITS SEVERITY AND    *
001010* CORRECTIVE TRANSACTION, THEN THE FILE COUNTS AND TOTALS.      *
001020*****************************************************************
001030      SELECT INTEGRITY-REPORT
001040          ASSIGN TO "INTEGRPT"
001050          ORGANIZATION IS SEQUENTIAL
001060          FILE STATUS IS WS-RPT-FILE-STATUS.
001070
001080  DATA DIVISION.
001090
001100  FILE SECTION.
001110*****************************************************************
001120* FD  - CUSTOMER-MASTER-FILE                                    *
001130*****************************************************************
001140  FD  CUSTOMER-MASTER-FILE
001150      LABEL RECORDS ARE STANDARD
001160      RECORD CONTAINS 60 CHARACTERS.
001170  01  CUSTOMER-MASTER-RECORD.
001180      05  CM-IDENT                PIC 9(03).
001190      05  CM-CUSTNAME             PIC X(20).
001200      05  CM-DATEOFBIRTH.
001210          10  CM-MOB              PIC 9(02).
001220          10  CM-DOB              PIC 9(02).
001230          10  CM-YOB              PIC 9(04).
001240      05  CM-HOURS-WORKED         PIC 9(03)V99.
001250      05  CM-HOURLY-RATE          PIC 9(03)V99.
001260      05  CM-AGE-YEARS            PIC 9(03).
001270      05  CM-STATUS               PIC X(01).
001280          88  CM-STATUS-ACTIVE          VALUE "A".
001290          88  CM-STATUS-LEAVE           VALUE "L".
001300          88  CM-STATUS-TERMINATED      VALUE "T".
001310      05  CM-STATUS-DATE          PIC 9(08).
001320      05  CM-PAY-TYPE             PIC X(01).
001330          88  CM-PAY-HOURLY             VALUE "H".
001340          88  CM-PAY-SALARIED           VALUE "S".
001350      05  CM-PERIOD-SALARY        PIC 9(04)V99.
001360
001370*****************************************************************
001380* FD  - BANK-MASTER-FILE                                        *
001390*  THE LAYOUT MATCHES WHAT BANKMNT AND DEPRETN WRITE.           *
001400*****************************************************************
001410  FD  BANK-MASTER-FILE
001420      LABEL RECORDS ARE STANDARD
001430      RECORD CONTAINS 38 CHARACTERS.
001440  01  BANK-MASTER-RECORD.
001450      05  BA-IDENT                PIC 9(03).
001460      05  BA-ROUTING              PIC 9(09).
001470      05  BA-ACCOUNT              PIC X(17).
001480      05  BA-PRENOTE-STATUS       PIC X(01).
001490          88  BA-PRENOTE-PENDING        VALUE "P".
001500          88  BA-ACCOUNT-ACTIVE         VALUE "A".
001510          88  BA-ACCOUNT-RETURNED       VALUE "R".
001520      05  BA-PRENOTE-DATE         PIC 9(08).
001530
001540*****************************************************************
001550* FD  - YTD-FILE                                                *
001560*****************************************************************
001570  FD  YTD-FILE
001580      LABEL RECORDS ARE STANDARD
001590      RECORD CONTAINS 57 CHARACTERS.
001600  01  YTD-RECORD.
001610      05  YT-IDENT                PIC 9(03).
001620      05  YT-GROSS                PIC S9(7)V99.
001630      05  YT-OVERTIME             PIC S9(7)V99.
001640      05  YT-GARNISH              PIC S9(7)V99.
001650      05  YT-DEDUCT               PIC S9(7)V99.
001660      05  YT-CORRECT              PIC S9(7)V99.
001670      05  YT-NET                  PIC S9(7)V99.
001680
001690*****************************************************************
001700* FD  - PAY-HISTORY-FILE                                        *
001710*  THE LAYOUT MATCHES WHAT THE PAYROLL RUN WRITES.              *
001720*****************************************************************
001730  FD  PAY-HISTORY-FILE
001740      LABEL RECORDS ARE STANDARD
001750      RECORD CONTAINS 167 CHARACTERS.
001760  01  PAY-HISTORY-RECORD.
001770      05  PH-KEY.
001780          10  PH-IDENT            PIC 9(03).
001790          10  PH-CYCLE-DATE       PIC 9(08).
001800          10  PH-PAY-SEQ          PIC 9(01).
001810              88  PH-REGULAR-CYCLE      VALUE 0.
001820              88  PH-OFF-CYCLE          VALUE 1 THRU 9.
001830      05  PH-CUSTNAME             PIC X(20).
001840      05  PH-REG-HOURS            PIC 9(03)V99.
001850      05  PH-REG-RATE             PIC 9(03)V99.
001860      05  PH-REG-PAY              PIC 9(05)V99.
001870      05  PH-OT-HOURS             PIC 9(03)V99.
001880      05  PH-OT-RATE              PIC 9(04)V99.
001890      05  PH-OT-PAY               PIC 9(05)V99.
001900      05  PH-GROSS                PIC 9(05)V99.
001910      05  PH-FED-TAX              PIC 9(05)V99.
001920      05  PH-STATE-TAX            PIC 9(05)V99.
001930      05  PH-FICA-TAX             PIC 9(05)V99.
001940      05  PH-ADJ-GARN             PIC S9(05)V99.
001950      05  PH-ADJ-DED              PIC S9(05)V99.
001960      05  PH-ADJ-CORR             PIC S9(05)V99.
001970      05  PH-NET                  PIC 9(05)V99.
001980      05  PH-SALARY-PAY           PIC 9(05)V99.
001990      05  PH-OFF-CYCLE-REASON     PIC X(01).
002000      05  PH-VAC-HOURS            PIC 9(03)V99.
002010      05  PH-VAC-PAY              PIC 9(05)V99.
002020      05  PH-SICK-HOURS           PIC 9(03)V99.
002030      05  PH-SICK-PAY             PIC 9(05)V99.
002040      05  PH-VAC-BALANCE          PIC S9(04)V99.
002050      05  PH-SICK-BALANCE         PIC S9(04)V99.
002060
002070*****************************************************************
002080* FD  - CHECK-REGISTER-FILE                                     *
002090*  THE LAYOUT MATCHES WHAT CHECKRUN, CHKVOID AND CHKRECON       *
002100*  WRITE.                                                       *
002110*****************************************************************
002120  FD  CHECK-REGISTER-FILE
002130      LABEL RECORDS ARE STANDARD
002140      RECORD CONTAINS 29 CHARACTERS.
002150  01  CHECK-REGISTER-RECORD.
002160      05  CK-CHECK-NO             PIC 9(08).
002170      05  CK-IDENT                PIC 9(03).
002180      05  CK-DATE                 PIC 9(08).
002190      05  CK-AMOUNT               PIC S9(7)V99.
002200      05  CK-STATUS               PIC X(01).
002210          88  CK-STATUS-ISSUED          VALUE "I".
002220          88  CK-STATUS-VOID            VALUE "V".
002230          88  CK-STATUS-REISSUE         VALUE "R".
002240          88  CK-STATUS-PAID            VALUE "P".
002250
002260*****************************************************************
002270* FD  - SUSPENSE-FILE                                           *
002280*  THE LAYOUT MATCHES WHAT THE PAYROLL RUN AND SUSPRSUB WRITE;  *
002290*  THE MASTER IMAGE IS BROKEN OUT FOR ITS IDENT AND NAME.       *
002300*****************************************************************
002310  FD  SUSPENSE-FILE
002320      LABEL RECORDS ARE STANDARD
002330      RECORD CONTAINS 69 CHARACTERS.
002340  01  SUSPENSE-RECORD.
002350      05  SP-REASON-CODE          PIC X(01).
002360      05  SP-DATE-ADDED           PIC 9(08).
002370      05  SP-MASTER-IMAGE.
002380          10  SP-IDENT            PIC 9(03).
002390          10  SP-CUSTNAME         PIC X(20).
002400          10  FILLER              PIC X(37).
002410
002420*****************************************************************
002430* FD  - INTEGRITY-REPORT                                        *
002440*****************************************************************
002450  FD  INTEGRITY-REPORT
002460      LABEL RECORDS ARE STANDARD
002470      RECORD CONTAINS 132 CHARACTERS.
002480  01  INTEGRITY-RECORD            PIC X(132).
002490
002500  WORKING-STORAGE SECTION.
002510*****************************************************************
002520* FILE STATUS AND END-OF-FILE SWITCHES                          *
002530*****************************************************************
002540  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
002550      88  WS-CM-FILE-OK              VALUE "00".
002560
002570  77  WS-CM-EOF-SW            PIC X(01) VALUE "N".
002580      88  WS-CM-EOF                  VALUE "Y".
002590
002600  77  WS-BA-FILE-STATUS       PIC X(02) VALUE SPACES.
002610      88  WS-BA-FILE-OK              VALUE "00".
002620
002630  77  WS-BA-EOF-SW            PIC X(01) VALUE "N".
002640      88  WS-BA-EOF                  VALUE "Y".
002650
002660  77  WS-YTD-FILE-STATUS      PIC X(02) VALUE SPACES.
002670      88  WS-YTD-FILE-OK             VALUE "00".
002680
002690  77  WS-YTD-EOF-SW           PIC X(01) VALUE "N".
002700      88  WS-YTD-EOF                 VALUE "Y".
002710
002720  77  WS-HIS-FILE-STATUS      PIC X(02) VALUE SPACES.
002730      88  WS-HIS-FILE-OK             VALUE "00".
002740
002750  77  WS-HIS-EOF-SW           PIC X(01) VALUE "N".
002760      88  WS-HIS-EOF                 VALUE "Y".
002770
002780  77  WS-REG-FILE-STATUS      PIC X(02) VALUE SPACES.
002790      88  WS-REG-FILE-OK             VALUE "00".
002800
002810  77  WS-REG-EOF-SW           PIC X(01) VALUE "N".
002820      88  WS-REG-EOF                 VALUE "Y".
002830
002840  77  WS-SUS-FILE-STATUS      PIC X(02) VALUE SPACES.
002850      88  WS-SUS-FILE-OK             VALUE "00".
002860      88  WS-SUS-FILE-MISSING        VALUE "35".
002870
002880  77  WS-SUS-EOF-SW           PIC X(01) VALUE "N".
002890      88  WS-SUS-EOF                 VALUE "Y".
002900
002910  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
002920      88  WS-RPT-FILE-OK             VALUE "00".
002930
002940  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
002950      88  WS-END-OF-FILE             VALUE "Y".
002960      88  WS-NOT-END-OF-FILE         VALUE "N".
002970
002980  77  WS-SETUP-ERROR-SW       PIC X(01) VALUE "N".
002990      88  WS-SETUP-ERROR             VALUE "Y".
003000
003010*****************************************************************
003020* MATCH-MERGE KEYS.  EACH SIDE HOLDS THE IDENT OF ITS CURRENT   *
003030* RECORD; AT END OF FILE THE KEY GOES HIGH.  THE LOW KEY IS THE *
003040* IDENT BEING EXAMINED.                                         *
003050*****************************************************************
003060  77  WS-CM-KEY               PIC 9(04) VALUE ZEROS.
003070  77  WS-BA-KEY               PIC 9(04) VALUE ZEROS.
003080  77  WS-YTD-KEY              PIC 9(04) VALUE ZEROS.
003090  77  WS-HIS-KEY              PIC 9(04) VALUE ZEROS.
003100  77  WS-TBL-KEY              PIC 9(04) VALUE ZEROS.
003110  77  WS-LOW-KEY              PIC 9(04) VALUE ZEROS.
003120
003130*****************************************************************
003140* CHECK REGISTER AND SUSPENSE SUMMARY BY IDENT.  THE IDENT IS   *
003150* THREE DIGITS, SO THE ENTRY FOR AN EMPLOYEE IS SIMPLY THE ONE  *
003160* THE IDENT POINTS AT.  A CHECK IS OUTSTANDING UNTIL A VOID OR  *
003170* A PAID EVENT CLEARS IT, SO ISSUES AND REISSUES LESS VOIDS AND *
003180* PAIDS IS WHAT IS STILL OUT.                                   *
003190*****************************************************************
003200  77  WS-TBL-MAX              PIC 9(04) VALUE 0999.
003210  77  WS-TBL-SUB              PIC 9(04) VALUE ZEROS.
003220
003230  01  WS-IDENT-TABLE.
003240      05  WS-IDENT-ENTRY OCCURS 999 TIMES.
003250          10  WS-IT-ISSUE-COUNT   PIC 9(05).
003260          10  WS-IT-CLEAR-COUNT   PIC 9(05).
003270          10  WS-IT-SUSP-COUNT    PIC 9(03).
003280          10  WS-IT-SUSP-NAME     PIC X(20).
003290
003300*****************************************************************
003310* THE IDENT BEING EXAMINED - WHAT EACH FILE HAD FOR IT          *
003320*****************************************************************
003330  77  WS-CUR-IDENT            PIC 9(04) VALUE ZEROS.
003340  77  WS-CUR-NAME             PIC X(20) VALUE SPACES.
003350  77  WS-CUR-BA-STATUS        PIC X(01) VALUE SPACE.
003360  77  WS-CUR-HIST-COUNT       PIC 9(05) VALUE ZEROS.
003370  77  WS-CUR-ISSUE-COUNT      PIC 9(05) VALUE ZEROS.
003380  77  WS-CUR-CLEAR-COUNT      PIC 9(05) VALUE ZEROS.
003390  77  WS-CUR-SUSP-COUNT       PIC 9(03) VALUE ZEROS.
003400
003410  77  WS-CUR-CM-SW            PIC X(01) VALUE "N".
003420      88  WS-CUR-ON-MASTER           VALUE "Y".
003430  77  WS-CUR-BA-SW            PIC X(01) VALUE "N".
003440      88  WS-CUR-ON-BANK             VALUE "Y".
003450  77  WS-CUR-YTD-SW           PIC X(01) VALUE "N".
003460      88  WS-CUR-ON-YTD              VALUE "Y".
003470  77  WS-CUR-TERM-SW          PIC X(01) VALUE "N".
003480      88  WS-CUR-TERMINATED          VALUE "Y".
003490  77  WS-CUR-EDIT-SW          PIC X(01) VALUE "Y".
003500      88  WS-CUR-EDITS-CLEAN         VALUE "Y".
003510
003520*****************************************************************
003530* SHARED EDIT SUBPROGRAM PARAMETER AREA.  A MASTER THAT IS ALSO *
003540* IN SUSPENSE IS PUT THROUGH THE SAME FULL EDIT THE PAYROLL RUN *
003550* MAKES, TO TELL A STALE SUSPENSE ENTRY FROM A LIVE ONE.        *
003560*****************************************************************
003570  01  EDIT-MASTER-PARMS.
003580      05  EM-EDIT-MODE            PIC X(01).
003590      05  EM-MASTER-IMAGE         PIC X(60).
003600      05  EM-CURRENT-DATE.
003610          10  EM-CURR-CCYY        PIC 9(04).
003620          10  EM-CURR-MM          PIC 9(02).
003630          10  EM-CURR-DD          PIC 9(02).
003640      05  EM-EDIT-VALID-SW        PIC X(01).
003650          88  EM-EDIT-VALID             VALUE "Y".
003660          88  EM-EDIT-INVALID           VALUE "N".
003670      05  EM-REASON-CODE          PIC X(01).
003680      05  EM-REASON-TEXT          PIC X(30).
003690      05  EM-AGE-DERIVED          PIC 9(03).
003700
003710*****************************************************************
003720* THE FINDING BEING PRINTED                                     *
003730*****************************************************************
003740  77  WS-FND-FILE             PIC X(08) VALUE SPACES.
003750  77  WS-FND-SEVERITY         PIC X(07) VALUE SPACES.
003760      88  WS-FND-ERROR               VALUE "ERROR".
003770      88  WS-FND-WARNING             VALUE "WARNING".
003780  77  WS-FND-TEXT             PIC X(40) VALUE SPACES.
003790  77  WS-FND-FIX              PIC X(40) VALUE SPACES.
003800
003810*****************************************************************
003820* RUN COUNTERS                                                  *
003830*****************************************************************
003840  77  WS-CM-READ-COUNT        PIC 9(07) VALUE ZEROS.
003850  77  WS-BA-READ-COUNT        PIC 9(07) VALUE ZEROS.
003860  77  WS-YTD-READ-COUNT       PIC 9(07) VALUE ZEROS.
003870  77  WS-HIS-READ-COUNT       PIC 9(07) VALUE ZEROS.
003880  77  WS-REG-READ-COUNT       PIC 9(07) VALUE ZEROS.
003890  77  WS-REG-BAD-COUNT        PIC 9(07) VALUE ZEROS.
003900  77  WS-SUS-READ-COUNT       PIC 9(07) VALUE ZEROS.
003910  77  WS-SUS-BAD-COUNT        PIC 9(07) VALUE ZEROS.
003920  77  WS-IDENT-COUNT          PIC 9(07) VALUE ZEROS.
003930  77  WS-ERROR-COUNT          PIC 9(07) VALUE ZEROS.
003940  77  WS-WARNING-COUNT        PIC 9(07) VALUE ZEROS.
003950
003960*****************************************************************
003970* REPORT LAYOUTS AND PAGE CONTROL FIELDS                        *
003980*****************************************************************
003990  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
004000  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
004010  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
004020
004030  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
004040
004050  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
004060  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
004070      05  WS-CURR-CCYY        PIC 9(04).
004080      05  WS-CURR-MM          PIC 9(02).
004090      05  WS-CURR-DD          PIC 9(02).
004100
004110  01  RPT-HEADING-1.
004120      05  FILLER              PIC X(01) VALUE SPACE.
004130      05  FILLER              PIC X(30) VALUE
004140          "PAYROLL FILE INTEGRITY SWEEP".
004150      05  FILLER              PIC X(20) VALUE SPACES.
004160      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
004170      05  RPT-H1-DATE         PIC X(10).
004180      05  FILLER              PIC X(10) VALUE SPACES.
004190      05  FILLER              PIC X(06) VALUE "PAGE: ".
004200      05  RPT-H1-PAGE         PIC ZZZ9.
004210      05  FILLER              PIC X(41) VALUE SPACES.
004220
004230  01  RPT-HEADING-2.
004240      05  FILLER              PIC X(02) VALUE SPACES.
004250      05  FILLER              PIC X(05) VALUE "IDENT".
004260      05  FILLER              PIC X(22) VALUE "NAME".
004270      05  FILLER              PIC X(10) VALUE "FILE".
004280      05  FILLER              PIC X(09) VALUE "SEVERITY".
004290      05  FILLER              PIC X(42) VALUE "CONDITION".
004300      05  FILLER              PIC X(42) VALUE
004310          "CORRECTIVE TRANSACTION".
004320
004330  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
004340
004350  01  RPT-DETAIL-LINE.
004360      05  FILLER              PIC X(02) VALUE SPACES.
004370      05  RPT-D-IDENT         PIC 9(03).
004380      05  FILLER              PIC X(04) VALUE SPACES.
004390      05  RPT-D-NAME          PIC X(20).
004400      05  FILLER              PIC X(02) VALUE SPACES.
004410      05  RPT-D-FILE          PIC X(08).
004420      05  FILLER              PIC X(02) VALUE SPACES.
004430      05  RPT-D-SEVERITY      PIC X(07).
004440      05  FILLER              PIC X(02) VALUE SPACES.
004450      05  RPT-D-CONDITION     PIC X(40).
004460      05  FILLER              PIC X(02) VALUE SPACES.
004470      05  RPT-D-FIX           PIC X(40).
004480
004490  01  RPT-TOTAL-LINE.
004500      05  FILLER              PIC X(02) VALUE SPACES.
004510      05  RPT-T-LABEL         PIC X(40).
004520      05  RPT-T-COUNT         PIC ZZZ,ZZ9.
004530      05  FILLER              PIC X(83) VALUE SPACES.
004540
004550  01  RPT-MESSAGE-LINE.
004560      05  FILLER              PIC X(02) VALUE SPACES.
004570      05  RPT-M-TEXT          PIC X(60).
004580      05  FILLER              PIC X(70) VALUE SPACES.
004590
004600*****************************************************************
004610* RUN-SEQUENCING CONTROL PARAMETER AREA FOR THE RUNCTLIO CALLS. *
004620* NO PREDECESSOR - THE SWEEP READS ONLY AND CAN BE SCHEDULED    *
004630* WHEREVER IT SUITS, ONCE A DAY.                                *
004640*****************************************************************
004650  01  RUN-CONTROL-PARMS.
004660      05  RC-FUNCTION             PIC X(01).
004670      05  RC-PROGRAM              PIC X(08).
004680      05  RC-PREDECESSOR          PIC X(08).
004690      05  RC-CYCLE-DATE           PIC 9(08).
004700      05  RC-COMPLETION-CODE      PIC 9(02).
004710      05  RC-RESULT               PIC 9(02).
004720      05  RC-REASON               PIC X(40).
004730
004740  77  WS-RUNCTL-REFUSED-SW    PIC X(01) VALUE "N".
004750      88  WS-RUNCTL-REFUSED          VALUE "Y".
004760
004770  PROCEDURE DIVISION.
004780*****************************************************************
004790*                         0000-MAINLINE                         *
004800*****************************************************************
004810  0000-MAINLINE.
004820
004830      PERFORM 1000-INITIALIZE
004840          THRU 1000-INITIALIZE-EXIT.
004850
004860      PERFORM 2000-PROCESS-IDENT
004870          THRU 2000-PROCESS-IDENT-EXIT
004880          UNTIL WS-END-OF-FILE.
004890
004900      PERFORM 3000-FINALIZE
004910          THRU 3000-FINALIZE-EXIT.
004920
004930      STOP RUN.
004940
004950*****************************************************************
004960*                        1000-INITIALIZE                        *
004970*  LOGS THE RUN START, OPENS THE FILES, SUMMARISES THE CHECK    *
004980*  REGISTER AND SUSPENSE BY IDENT, AND PRIMES EACH SIDE OF THE  *
004990*  MERGE WITH ITS FIRST RECORD.  ANY REQUIRED FILE THAT WILL    *
005000*  NOT OPEN STOPS THE SWEEP - A SWEEP OVER PART OF THE DATA     *
005010*  WOULD REPORT A CLEAN RESULT IT HAS NOT EARNED.               *
005020*****************************************************************
005030  1000-INITIALIZE.
005040
005050      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
005060
005070      STRING WS-CURR-MM   DELIMITED BY SIZE
005080             "/"          DELIMITED BY SIZE
005090             WS-CURR-DD   DELIMITED BY SIZE
005100             "/"          DELIMITED BY SIZE
005110             WS-CURR-CCYY DELIMITED BY SIZE
005120          INTO WS-RUN-DATE-EDIT
005130
005140      MOVE "S"             TO RC-FUNCTION
005150      MOVE "PAYINTEG"      TO RC-PROGRAM
005160      MOVE SPACES          TO RC-PREDECESSOR
005170      MOVE WS-CURRENT-DATE TO RC-CYCLE-DATE
005180      MOVE ZEROS           TO RC-COMPLETION-CODE
005190
005200      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
005210
005220      IF RC-RESULT NOT = ZEROS
005230          DISPLAY "PAYINTEG: RUN REFUSED - " RC-REASON
005240          SET WS-RUNCTL-REFUSED TO TRUE
005250          SET WS-END-OF-FILE TO TRUE
005260          MOVE 8 TO RETURN-CODE
005270          GO TO 1000-INITIALIZE-EXIT
005280      END-IF.
005290
005300      OPEN OUTPUT INTEGRITY-REPORT
005310
005320      IF NOT WS-RPT-FILE-OK
005330          DISPLAY "PAYINTEG: UNABLE TO OPEN INTEGRPT, "
005340                  "STATUS = " WS-RPT-FILE-STATUS
005350          SET WS-SETUP-ERROR TO TRUE
005360      END-IF.
005370
005380      OPEN INPUT CUSTOMER-MASTER-FILE
005390
005400      IF NOT WS-CM-FILE-OK
005410          DISPLAY "PAYINTEG: UNABLE TO OPEN CUSTMAST, "
005420                  "STATUS = " WS-CM-FILE-STATUS
005430          SET WS-SETUP-ERROR TO TRUE
005440      END-IF.
005450
005460      OPEN INPUT BANK-MASTER-FILE
005470
005480      IF NOT WS-BA-FILE-OK
005490          DISPLAY "PAYINTEG: UNABLE TO OPEN BANKMAST, "
005500                  "STATUS = " WS-BA-FILE-STATUS
005510          SET WS-SETUP-ERROR TO TRUE
005520      END-IF.
005530
005540      OPEN INPUT YTD-FILE
005550
005560      IF NOT WS-YTD-FILE-OK
005570          DISPLAY "PAYINTEG: UNABLE TO OPEN YTDFILE, "
005580                  "STATUS = " WS-YTD-FILE-STATUS
005590          SET WS-SETUP-ERROR TO TRUE
005600      END-IF.
005610
005620      OPEN INPUT PAY-HISTORY-FILE
005630
005640      IF NOT WS-HIS-FILE-OK
005650          DISPLAY "PAYINTEG: UNABLE TO OPEN PAYHIST, "
005660                  "STATUS = " WS-HIS-FILE-STATUS
005670          SET WS-SETUP-ERROR TO TRUE
005680      END-IF.
005690
005700      IF WS-SETUP-ERROR
005710          SET WS-END-OF-FILE TO TRUE
005720          MOVE 8 TO RETURN-CODE
005730          GO TO 1000-INITIALIZE-EXIT
005740      END-IF.
005750
005760      MOVE 1 TO WS-TBL-SUB
005770
005780      PERFORM 1050-CLEAR-IDENT-ENTRY
005790          THRU 1050-CLEAR-IDENT-ENTRY-EXIT
005800          UNTIL WS-TBL-SUB > WS-TBL-MAX.
005810
005820      PERFORM 1100-LOAD-CHECK-REGISTER
005830          THRU 1100-LOAD-CHECK-REGISTER-EXIT.
005840
005850      PERFORM 1200-LOAD-SUSPENSE
005860          THRU 1200-LOAD-SUSPENSE-EXIT.
005870
005880      IF WS-SETUP-ERROR
005890          SET WS-END-OF-FILE TO TRUE
005900          MOVE 8 TO RETURN-CODE
005910          GO TO 1000-INITIALIZE-EXIT
005920      END-IF.
005930
005940      PERFORM 2810-PRINT-HEADINGS
005950          THRU 2810-PRINT-HEADINGS-EXIT.
005960
005970      PERFORM 2210-READ-MASTER
005980          THRU 2210-READ-MASTER-EXIT.
005990      PERFORM 2220-READ-BANK
006000          THRU 2220-READ-BANK-EXIT.
006010      PERFORM 2230-READ-YTD
006020          THRU 2230-READ-YTD-EXIT.
006030      PERFORM 2240-READ-HISTORY
006040          THRU 2240-READ-HISTORY-EXIT.
006050
006060      MOVE ZEROS TO WS-TBL-SUB
006070      PERFORM 2250-NEXT-TABLE-IDENT
006080          THRU 2250-NEXT-TABLE-IDENT-EXIT.
006090
006100      PERFORM 2100-SET-LOW-KEY
006110          THRU 2100-SET-LOW-KEY-EXIT.
006120
006130  1000-INITIALIZE-EXIT.
006140      EXIT.
006150
006160*****************************************************************
006170*                     1050-CLEAR-IDENT-ENTRY                    *
006180*****************************************************************
006190  1050-CLEAR-IDENT-ENTRY.
006200
006210      MOVE ZEROS  TO WS-IT-ISSUE-COUNT (WS-TBL-SUB)
006220      MOVE ZEROS  TO WS-IT-CLEAR-COUNT (WS-TBL-SUB)
006230      MOVE ZEROS  TO WS-IT-SUSP-COUNT (WS-TBL-SUB)
006240      MOVE SPACES TO WS-IT-SUSP-NAME (WS-TBL-SUB)
006250
006260      ADD 1 TO WS-TBL-SUB.
006270
006280  1050-CLEAR-IDENT-ENTRY-EXIT.
006290      EXIT.
006300
006310*****************************************************************
006320*                    1100-LOAD-CHECK-REGISTER                   *
006330*  COUNTS EACH IDENT'S ISSUE AND REISSUE EVENTS AND ITS VOID    *
006340*  AND PAID EVENTS.  AN EVENT WITH NO USABLE IDENT IS COUNTED   *
006350*  ON THE TOTALS - CHKRECON REPORTS THE REGISTER'S OWN ERRORS.  *
006360*****************************************************************
006370  1100-LOAD-CHECK-REGISTER.
006380
006390      OPEN INPUT CHECK-REGISTER-FILE
006400
006410      IF NOT WS-REG-FILE-OK
006420          DISPLAY "PAYINTEG: UNABLE TO OPEN CHKREG, "
006430                  "STATUS = " WS-REG-FILE-STATUS
006440          SET WS-SETUP-ERROR TO TRUE
006450          GO TO 1100-LOAD-CHECK-REGISTER-EXIT
006460      END-IF
006470
006480      PERFORM 1110-READ-REGISTER-EVENT
006490          THRU 1110-READ-REGISTER-EVENT-EXIT
006500          UNTIL WS-REG-EOF
006510
006520      CLOSE CHECK-REGISTER-FILE.
006530
006540  1100-LOAD-CHECK-REGISTER-EXIT.
006550      EXIT.
006560
006570*****************************************************************
006580*                    1110-READ-REGISTER-EVENT                   *
006590*****************************************************************
006600  1110-READ-REGISTER-EVENT.
006610
006620      READ CHECK-REGISTER-FILE
006630          AT END
006640              SET WS-REG-EOF TO TRUE
006650              GO TO 1110-READ-REGISTER-EVENT-EXIT
006660      END-READ
006670
006680      ADD 1 TO WS-REG-READ-COUNT
006690
006700      IF CK-IDENT IS NOT NUMERIC
006710          OR CK-IDENT = ZERO
006720          ADD 1 TO WS-REG-BAD-COUNT
006730          GO TO 1110-READ-REGISTER-EVENT-EXIT
006740      END-IF
006750
006760      MOVE CK-IDENT TO WS-TBL-SUB
006770
006780      IF CK-STATUS-ISSUED OR CK-STATUS-REISSUE
006790          ADD 1 TO WS-IT-ISSUE-COUNT (WS-TBL-SUB)
006800      ELSE
006810      IF CK-STATUS-VOID OR CK-STATUS-PAID
006820          ADD 1 TO WS-IT-CLEAR-COUNT (WS-TBL-SUB)
006830      ELSE
006840          ADD 1 TO WS-REG-BAD-COUNT
006850      END-IF
006860      END-IF.
006870
006880  1110-READ-REGISTER-EVENT-EXIT.
006890      EXIT.
006900
006910*****************************************************************
006920*                       1200-LOAD-SUSPENSE                      *
006930*  COUNTS EACH IDENT'S SUSPENSE ENTRIES AND KEEPS THE NAME THE  *
006940*  SUSPENDED IMAGE CARRIES.  A REJECT FOR A BAD IDENT HAS NO    *
006950*  IDENT TO MATCH AND IS ONLY COUNTED - SUSPRSUB'S AGING REPORT *
006960*  FOLLOWS IT UP.                                               *
006970*****************************************************************
006980  1200-LOAD-SUSPENSE.
006990
007000      OPEN INPUT SUSPENSE-FILE
007010
007020      IF WS-SUS-FILE-MISSING
007030          GO TO 1200-LOAD-SUSPENSE-EXIT
007040      END-IF
007050
007060      IF NOT WS-SUS-FILE-OK
007070          DISPLAY "PAYINTEG: UNABLE TO OPEN SUSPFILE, "
007080                  "STATUS = " WS-SUS-FILE-STATUS
007090          SET WS-SETUP-ERROR TO TRUE
007100          GO TO 1200-LOAD-SUSPENSE-EXIT
007110      END-IF
007120
007130      PERFORM 1210-READ-SUSPENSE
007140          THRU 1210-READ-SUSPENSE-EXIT
007150          UNTIL WS-SUS-EOF
007160
007170      CLOSE SUSPENSE-FILE.
007180
007190  1200-LOAD-SUSPENSE-EXIT.
007200      EXIT.
007210
007220*****************************************************************
007230*                       1210-READ-SUSPENSE                      *
007240*****************************************************************
007250  1210-READ-SUSPENSE.
007260
007270      READ SUSPENSE-FILE
007280          AT END
007290              SET WS-SUS-EOF TO TRUE
007300              GO TO 1210-READ-SUSPENSE-EXIT
007310      END-READ
007320
007330      ADD 1 TO WS-SUS-READ-COUNT
007340
007350      IF SP-IDENT IS NOT NUMERIC
007360          OR SP-IDENT = ZERO
007370          ADD 1 TO WS-SUS-BAD-COUNT
007380          GO TO 1210-READ-SUSPENSE-EXIT
007390      END-IF
007400
007410      MOVE SP-IDENT    TO WS-TBL-SUB
007420      ADD 1            TO WS-IT-SUSP-COUNT (WS-TBL-SUB)
007430      MOVE SP-CUSTNAME TO WS-IT-SUSP-NAME (WS-TBL-SUB).
007440
007450  1210-READ-SUSPENSE-EXIT.
007460      EXIT.
007470
007480*****************************************************************
007490*                       2000-PROCESS-IDENT                      *
007500*  ONE PASS PER IDENT FOUND ON ANY FILE - GATHERS WHAT EACH     *
007510*  FILE HOLDS FOR IT, ADVANCING EVERY SIDE THAT MATCHED, CHECKS *
007520*  THE FILES AGAINST EACH OTHER, THEN FINDS THE NEXT LOW IDENT. *
007530*****************************************************************
007540  2000-PROCESS-IDENT.
007550
007560      MOVE WS-LOW-KEY TO WS-CUR-IDENT
007570      ADD 1           TO WS-IDENT-COUNT
007580
007590      MOVE SPACES TO WS-CUR-NAME
007600      MOVE SPACE  TO WS-CUR-BA-STATUS
007610      MOVE ZEROS  TO WS-CUR-HIST-COUNT
007620      MOVE ZEROS  TO WS-CUR-ISSUE-COUNT
007630      MOVE ZEROS  TO WS-CUR-CLEAR-COUNT
007640      MOVE ZEROS  TO WS-CUR-SUSP-COUNT
007650      MOVE "N"    TO WS-CUR-CM-SW
007660      MOVE "N"    TO WS-CUR-BA-SW
007670      MOVE "N"    TO WS-CUR-YTD-SW
007680      MOVE "N"    TO WS-CUR-TERM-SW
007690      MOVE "Y"    TO WS-CUR-EDIT-SW
007700
007710      IF WS-TBL-KEY = WS-CUR-IDENT
007720          MOVE WS-IT-ISSUE-COUNT (WS-TBL-SUB)
007730            TO WS-CUR-ISSUE-COUNT
007740          MOVE WS-IT-CLEAR-COUNT (WS-TBL-SUB)
007750            TO WS-CUR-CLEAR-COUNT
007760          MOVE WS-IT-SUSP-COUNT (WS-TBL-SUB)
007770            TO WS-CUR-SUSP-COUNT
007780          MOVE WS-IT-SUSP-NAME (WS-TBL-SUB)
007790            TO WS-CUR-NAME
007800          PERFORM 2250-NEXT-TABLE-IDENT
007810              THRU 2250-NEXT-TABLE-IDENT-EXIT
007820      END-IF
007830
007840      IF WS-HIS-KEY = WS-CUR-IDENT
007850          MOVE PH-CUSTNAME TO WS-CUR-NAME
007860          PERFORM 2245-COUNT-HISTORY
007870              THRU 2245-COUNT-HISTORY-EXIT
007880              UNTIL WS-HIS-KEY NOT = WS-CUR-IDENT
007890      END-IF
007900
007910      IF WS-YTD-KEY = WS-CUR-IDENT
007920          SET WS-CUR-ON-YTD TO TRUE
007930          PERFORM 2230-READ-YTD
007940              THRU 2230-READ-YTD-EXIT
007950      END-IF
007960
007970      IF WS-BA-KEY = WS-CUR-IDENT
007980          SET WS-CUR-ON-BANK TO TRUE
007990          MOVE BA-PRENOTE-STATUS TO WS-CUR-BA-STATUS
008000          PERFORM 2220-READ-BANK
008010              THRU 2220-READ-BANK-EXIT
008020      END-IF
008030
008040      IF WS-CM-KEY = WS-CUR-IDENT
008050          PERFORM 2200-TAKE-MASTER
008060              THRU 2200-TAKE-MASTER-EXIT
008070          PERFORM 2210-READ-MASTER
008080              THRU 2210-READ-MASTER-EXIT
008090      END-IF
008100
008110      PERFORM 2300-CHECK-BANK-ACCOUNT
008120          THRU 2300-CHECK-BANK-ACCOUNT-EXIT
008130
008140      PERFORM 2400-CHECK-PAY-RECORDS
008150          THRU 2400-CHECK-PAY-RECORDS-EXIT
008160
008170      PERFORM 2500-CHECK-SUSPENSE
008180          THRU 2500-CHECK-SUSPENSE-EXIT
008190
008200      PERFORM 2100-SET-LOW-KEY
008210          THRU 2100-SET-LOW-KEY-EXIT.
008220
008230  2000-PROCESS-IDENT-EXIT.
008240      EXIT.
008250
008260*****************************************************************
008270*                        2100-SET-LOW-KEY                       *
008280*  THE NEXT IDENT TO EXAMINE IS THE LOWEST KEY ON ANY SIDE.     *
008290*  WHEN EVERY SIDE HAS GONE HIGH THE SWEEP IS DONE.             *
008300*****************************************************************
008310  2100-SET-LOW-KEY.
008320
008330      MOVE WS-CM-KEY TO WS-LOW-KEY
008340
008350      IF WS-BA-KEY < WS-LOW-KEY
008360          MOVE WS-BA-KEY TO WS-LOW-KEY
008370      END-IF
008380
008390      IF WS-YTD-KEY < WS-LOW-KEY
008400          MOVE WS-YTD-KEY TO WS-LOW-KEY
008410      END-IF
008420
008430      IF WS-HIS-KEY < WS-LOW-KEY
008440          MOVE WS-HIS-KEY TO WS-LOW-KEY
008450      END-IF
008460
008470      IF WS-TBL-KEY < WS-LOW-KEY
008480          MOVE WS-TBL-KEY TO WS-LOW-KEY
008490      END-IF
008500
008510      IF WS-LOW-KEY = 9999
008520          SET WS-END-OF-FILE TO TRUE
008530      END-IF.
008540
008550  2100-SET-LOW-KEY-EXIT.
008560      EXIT.
008570
008580*****************************************************************
008590*                        2200-TAKE-MASTER                       *
008600*  SAVES WHAT THE CHECKS NEED FROM THE MASTER.  TERMINATED      *
008610*  MEANS THE TERMINATION HAS TAKEN EFFECT - THE PAYROLL RUN     *
008620*  STILL PAYS AN EMPLOYEE ON THE TERMINATION DATE ITSELF.  A    *
008630*  MASTER ALSO IN SUSPENSE IS PUT THROUGH THE FULL EDIT.        *
008640*****************************************************************
008650  2200-TAKE-MASTER.
008660
008670      SET WS-CUR-ON-MASTER TO TRUE
008680      MOVE CM-CUSTNAME TO WS-CUR-NAME
008690
008700      IF CM-STATUS-TERMINATED
008710          AND CM-STATUS-DATE < WS-CURRENT-DATE
008720          SET WS-CUR-TERMINATED TO TRUE
008730      END-IF
008740
008750      IF WS-CUR-SUSP-COUNT = ZERO
008760          GO TO 2200-TAKE-MASTER-EXIT
008770      END-IF
008780
008790      MOVE "F"                    TO EM-EDIT-MODE
008800      MOVE CUSTOMER-MASTER-RECORD TO EM-MASTER-IMAGE
008810      MOVE WS-CURR-CCYY           TO EM-CURR-CCYY
008820      MOVE WS-CURR-MM             TO EM-CURR-MM
008830      MOVE WS-CURR-DD             TO EM-CURR-DD
008840
008850      CALL "EDITMSTR" USING EDIT-MASTER-PARMS
008860
008870      IF EM-EDIT-INVALID
008880          MOVE "N" TO WS-CUR-EDIT-SW
008890      END-IF.
008900
008910  2200-TAKE-MASTER-EXIT.
008920      EXIT.
008930
008940*****************************************************************
008950*                        2210-READ-MASTER                       *
008960*****************************************************************
008970  2210-READ-MASTER.
008980
008990      READ CUSTOMER-MASTER-FILE NEXT RECORD
009000          AT END
009010              SET WS-CM-EOF TO TRUE
009020              MOVE 9999 TO WS-CM-KEY
009030              GO TO 2210-READ-MASTER-EXIT
009040      END-READ
009050
009060      ADD 1 TO WS-CM-READ-COUNT
009070      MOVE CM-IDENT TO WS-CM-KEY.
009080
009090  2210-READ-MASTER-EXIT.
009100      EXIT.
009110
009120*****************************************************************
009130*                         2220-READ-BANK                        *
009140*****************************************************************
009150  2220-READ-BANK.
009160
009170      READ BANK-MASTER-FILE NEXT RECORD
009180          AT END
009190              SET WS-BA-EOF TO TRUE
009200              MOVE 9999 TO WS-BA-KEY
009210              GO TO 2220-READ-BANK-EXIT
009220      END-READ
009230
009240      ADD 1 TO WS-BA-READ-COUNT
009250      MOVE BA-IDENT TO WS-BA-KEY.
009260
009270  2220-READ-BANK-EXIT.
009280      EXIT.
009290
009300*****************************************************************
009310*                         2230-READ-YTD                         *
009320*****************************************************************
009330  2230-READ-YTD.
009340
009350      READ YTD-FILE NEXT RECORD
009360          AT END
009370              SET WS-YTD-EOF TO TRUE
009380              MOVE 9999 TO WS-YTD-KEY
009390              GO TO 2230-READ-YTD-EXIT
009400      END-READ
009410
009420      ADD 1 TO WS-YTD-READ-COUNT
009430      MOVE YT-IDENT TO WS-YTD-KEY.
009440
009450  2230-READ-YTD-EXIT.
009460      EXIT.
009470
009480*****************************************************************
009490*                       2240-READ-HISTORY                       *
009500*****************************************************************
009510  2240-READ-HISTORY.
009520
009530      READ PAY-HISTORY-FILE NEXT RECORD
009540          AT END
009550              SET WS-HIS-EOF TO TRUE
009560              MOVE 9999 TO WS-HIS-KEY
009570              GO TO 2240-READ-HISTORY-EXIT
009580      END-READ
009590
009600      ADD 1 TO WS-HIS-READ-COUNT
009610      MOVE PH-IDENT TO WS-HIS-KEY.
009620
009630  2240-READ-HISTORY-EXIT.
009640      EXIT.
009650
009660*****************************************************************
009670*                       2245-COUNT-HISTORY                      *
009680*  COUNTS ONE OF THE IDENT'S PAY-HISTORY RECORDS AND READS THE  *
009690*  NEXT.  HISTORY HOLDS MANY CYCLES PER IDENT.                  *
009700*****************************************************************
009710  2245-COUNT-HISTORY.
009720
009730      ADD 1 TO WS-CUR-HIST-COUNT
009740
009750      PERFORM 2240-READ-HISTORY
009760          THRU 2240-READ-HISTORY-EXIT.
009770
009780  2245-COUNT-HISTORY-EXIT.
009790      EXIT.
009800
009810*****************************************************************
009820*                     2250-NEXT-TABLE-IDENT                     *
009830*  STEPS THE IDENT TABLE TO THE NEXT IDENT WITH ANY CHECK       *
009840*  REGISTER OR SUSPENSE ACTIVITY.  PAST THE LAST ENTRY THE KEY  *
009850*  GOES HIGH.                                                   *
009860*****************************************************************
009870  2250-NEXT-TABLE-IDENT.
009880
009890      MOVE ZEROS TO WS-TBL-KEY
009900
009910      PERFORM 2255-STEP-TABLE
009920          THRU 2255-STEP-TABLE-EXIT
009930          UNTIL WS-TBL-KEY NOT = ZEROS.
009940
009950  2250-NEXT-TABLE-IDENT-EXIT.
009960      EXIT.
009970
009980*****************************************************************
009990*                        2255-STEP-TABLE                        *
010000*****************************************************************
010010  2255-STEP-TABLE.
010020
010030      ADD 1 TO WS-TBL-SUB
010040
010050      IF WS-TBL-SUB > WS-TBL-MAX
010060          MOVE 9999 TO WS-TBL-KEY
010070          GO TO 2255-STEP-TABLE-EXIT
010080      END-IF
010090
010100      IF WS-IT-ISSUE-COUNT (WS-TBL-SUB) > ZERO
010110          OR WS-IT-CLEAR-COUNT (WS-TBL-SUB) > ZERO
010120          OR WS-IT-SUSP-COUNT (WS-TBL-SUB) > ZERO
010130          MOVE WS-TBL-SUB TO WS-TBL-KEY
010140      END-IF.
010150
010160  2255-STEP-TABLE-EXIT.
010170      EXIT.
010180
010190*****************************************************************
010200*                    2300-CHECK-BANK-ACCOUNT                    *
010210*  AN ACCOUNT FOR AN IDENT NOT ON THE MASTER IS AN ERROR - THE  *
010220*  DEPOSIT EXTRACT WOULD PAY INTO IT ANY TIME THE IDENT CAME    *
010230*  BACK.  A LIVE OR RETURNED ACCOUNT ON A TERMINATED EMPLOYEE   *
010240*  SHOULD BE DELETED; A RETURNED ACCOUNT ON A CURRENT ONE IS    *
010250*  WAITING FOR THE CORRECTED ROUTING AND ACCOUNT.               *
010260*****************************************************************
010270  2300-CHECK-BANK-ACCOUNT.
010280
010290      IF NOT WS-CUR-ON-BANK
010300          GO TO 2300-CHECK-BANK-ACCOUNT-EXIT
010310      END-IF
010320
010330      MOVE "BANKMAST" TO WS-FND-FILE
010340
010350      IF NOT WS-CUR-ON-MASTER
010360          MOVE "ERROR"   TO WS-FND-SEVERITY
010370          MOVE "BANK ACCOUNT WITH NO CUSTOMER MASTER"
010380            TO WS-FND-TEXT
010390          MOVE "BANKMNT D - DELETE THE ACCOUNT"
010400            TO WS-FND-FIX
010410          PERFORM 2800-PRINT-FINDING
010420              THRU 2800-PRINT-FINDING-EXIT
010430          GO TO 2300-CHECK-BANK-ACCOUNT-EXIT
010440      END-IF
010450
010460      IF WS-CUR-BA-STATUS NOT = "A"
010470          AND WS-CUR-BA-STATUS NOT = "P"
010480          AND WS-CUR-BA-STATUS NOT = "R"
010490          MOVE "ERROR"   TO WS-FND-SEVERITY
010500          MOVE "UNKNOWN DEPOSIT ACCOUNT STATUS"
010510            TO WS-FND-TEXT
010520          MOVE "BANKMNT C - RE-KEY THE ACCOUNT"
010530            TO WS-FND-FIX
010540          PERFORM 2800-PRINT-FINDING
010550              THRU 2800-PRINT-FINDING-EXIT
010560          GO TO 2300-CHECK-BANK-ACCOUNT-EXIT
010570      END-IF
010580
010590      IF WS-CUR-TERMINATED
010600          MOVE "WARNING" TO WS-FND-SEVERITY
010610          MOVE "BANKMNT D - DELETE THE ACCOUNT"
010620            TO WS-FND-FIX
010630          IF WS-CUR-BA-STATUS = "A"
010640              MOVE "ACTIVE DEPOSIT ACCOUNT, TERMINATED"
010650                TO WS-FND-TEXT
010660          ELSE
010670          IF WS-CUR-BA-STATUS = "P"
010680              MOVE "PRENOTE PENDING, EMPLOYEE TERMINATED"
010690                TO WS-FND-TEXT
010700          ELSE
010710              MOVE "RETURNED ACCOUNT, EMPLOYEE TERMINATED"
010720                TO WS-FND-TEXT
010730          END-IF
010740          END-IF
010750          PERFORM 2800-PRINT-FINDING
010760              THRU 2800-PRINT-FINDING-EXIT
010770          GO TO 2300-CHECK-BANK-ACCOUNT-EXIT
010780      END-IF
010790
010800      IF WS-CUR-BA-STATUS = "R"
010810          MOVE "WARNING" TO WS-FND-SEVERITY
010820          MOVE "DEPOSIT RETURNED, ACCOUNT NOT CORRECTED"
010830            TO WS-FND-TEXT
010840          MOVE "BANKMNT C - KEY THE CORRECTED ACCOUNT"
010850            TO WS-FND-FIX
010860          PERFORM 2800-PRINT-FINDING
010870              THRU 2800-PRINT-FINDING-EXIT
010880      END-IF.
010890
010900  2300-CHECK-BANK-ACCOUNT-EXIT.
010910      EXIT.
010920
010930*****************************************************************
010940*                     2400-CHECK-PAY-RECORDS                    *
010950*  YTD, PAY HISTORY AND CHECKS FOR AN IDENT NO LONGER ON THE    *
010960*  MASTER.  THE RECORDS ARE THE EMPLOYEE'S PAY RECORD AND MUST  *
010970*  STAY, SO THE CURE IS TO PUT THE MASTER BACK AS TERMINATED.   *
010980*  A CHECK STILL OUTSTANDING - NEITHER VOIDED NOR PAID - IS AN  *
010990*  ERROR, SINCE NOTHING CAN VOID OR REISSUE IT WITHOUT ITS      *
011000*  MASTER; CHECKS ALL CLEARED ARE A WARNING.                    *
011010*****************************************************************
011020  2400-CHECK-PAY-RECORDS.
011030
011040      IF WS-CUR-ON-MASTER
011050          GO TO 2400-CHECK-PAY-RECORDS-EXIT
011060      END-IF
011070
011080      MOVE "CUSTMNT A - RE-ADD AS TERMINATED" TO WS-FND-FIX
011090
011100      IF WS-CUR-ON-YTD
011110          MOVE "YTDFILE"  TO WS-FND-FILE
011120          MOVE "WARNING"  TO WS-FND-SEVERITY
011130          MOVE "YTD RECORD WITH NO CUSTOMER MASTER"
011140            TO WS-FND-TEXT
011150          PERFORM 2800-PRINT-FINDING
011160              THRU 2800-PRINT-FINDING-EXIT
011170      END-IF
011180
011190      IF WS-CUR-HIST-COUNT > ZERO
011200          MOVE "PAYHIST"  TO WS-FND-FILE
011210          MOVE "WARNING"  TO WS-FND-SEVERITY
011220          MOVE "PAY HISTORY WITH NO CUSTOMER MASTER"
011230            TO WS-FND-TEXT
011240          PERFORM 2800-PRINT-FINDING
011250              THRU 2800-PRINT-FINDING-EXIT
011260      END-IF
011270
011280      IF WS-CUR-ISSUE-COUNT = ZERO
011290          AND WS-CUR-CLEAR-COUNT = ZERO
011300          GO TO 2400-CHECK-PAY-RECORDS-EXIT
011310      END-IF
011320
011330      MOVE "CHKREG" TO WS-FND-FILE
011340
011350      IF WS-CUR-ISSUE-COUNT > WS-CUR-CLEAR-COUNT
011360          MOVE "ERROR"    TO WS-FND-SEVERITY
011370          MOVE "OUTSTANDING CHECK, NO CUSTOMER MASTER"
011380            TO WS-FND-TEXT
011390      ELSE
011400          MOVE "WARNING"  TO WS-FND-SEVERITY
011410          MOVE "CHECKS ISSUED, NO CUSTOMER MASTER"
011420            TO WS-FND-TEXT
011430      END-IF
011440
011450      PERFORM 2800-PRINT-FINDING
011460          THRU 2800-PRINT-FINDING-EXIT.
011470
011480  2400-CHECK-PAY-RECORDS-EXIT.
011490      EXIT.
011500
011510*****************************************************************
011520*                      2500-CHECK-SUSPENSE                      *
011530*  AN IDENT IN SUSPENSE AND ON THE MASTER IS AN ERROR WHILE THE *
011540*  MASTER STILL FAILS THE EDIT - THE PAYROLL RUN REJECTS IT     *
011550*  EVERY NIGHT AND THE EMPLOYEE GOES UNPAID.  IF THE MASTER NOW *
011560*  EDITS CLEAN IT WAS FIXED BEHIND SUSPENSE'S BACK, AND THE     *
011570*  STALE ENTRY WOULD LAY AN OLD IMAGE OVER IT.  AN IDENT IN     *
011580*  SUSPENSE WITH NO MASTER CAN NEVER BE RESUBMITTED.            *
011590*****************************************************************
011600  2500-CHECK-SUSPENSE.
011610
011620      IF WS-CUR-SUSP-COUNT = ZERO
011630          GO TO 2500-CHECK-SUSPENSE-EXIT
011640      END-IF
011650
011660      MOVE "SUSPFILE" TO WS-FND-FILE
011670
011680      IF NOT WS-CUR-ON-MASTER
011690          MOVE "WARNING"  TO WS-FND-SEVERITY
011700          MOVE "SUSPENDED, NO CUSTOMER MASTER"
011710            TO WS-FND-TEXT
011720          MOVE "CUSTMNT A, THEN SUSPRSUB CORRECTION"
011730            TO WS-FND-FIX
011740      ELSE
011750      IF WS-CUR-EDITS-CLEAN
011760          MOVE "WARNING"  TO WS-FND-SEVERITY
011770          MOVE "SUSPENDED, MASTER NOW EDITS CLEAN"
011780            TO WS-FND-TEXT
011790          MOVE "SUSPRSUB - CURRENT IMAGE TO CLEAR IT"
011800            TO WS-FND-FIX
011810      ELSE
011820          MOVE "ERROR"    TO WS-FND-SEVERITY
011830          MOVE "SUSPENDED, MASTER STILL FAILS EDIT"
011840            TO WS-FND-TEXT
011850          MOVE "SUSPRSUB - KEY THE CORRECTION CARD"
011860            TO WS-FND-FIX
011870      END-IF
011880      END-IF
011890
011900      PERFORM 2800-PRINT-FINDING
011910          THRU 2800-PRINT-FINDING-EXIT.
011920
011930  2500-CHECK-SUSPENSE-EXIT.
011940      EXIT.
011950
011960*****************************************************************
011970*                       2800-PRINT-FINDING                      *
011980*  PRINTS ONE FINDING FOR THE CURRENT IDENT AND COUNTS IT BY    *
011990*  SEVERITY, BREAKING TO A NEW PAGE FIRST IF THE PAGE IS FULL.  *
012000*****************************************************************
012010  2800-PRINT-FINDING.
012020
012030      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
012040          PERFORM 2810-PRINT-HEADINGS
012050              THRU 2810-PRINT-HEADINGS-EXIT
012060      END-IF
012070
012080      MOVE WS-CUR-IDENT    TO RPT-D-IDENT
012090      MOVE WS-CUR-NAME     TO RPT-D-NAME
012100      MOVE WS-FND-FILE     TO RPT-D-FILE
012110      MOVE WS-FND-SEVERITY TO RPT-D-SEVERITY
012120      MOVE WS-FND-TEXT     TO RPT-D-CONDITION
012130      MOVE WS-FND-FIX      TO RPT-D-FIX
012140
012150      WRITE INTEGRITY-RECORD FROM RPT-DETAIL-LINE
012160          AFTER ADVANCING 1 LINE
012170
012180      ADD 1 TO WS-LINE-COUNT
012190
012200      IF WS-FND-ERROR
012210          ADD 1 TO WS-ERROR-COUNT
012220      ELSE
012230          ADD 1 TO WS-WARNING-COUNT
012240      END-IF.
012250
012260  2800-PRINT-FINDING-EXIT.
012270      EXIT.
012280
012290*****************************************************************
012300*                      2810-PRINT-HEADINGS                      *
012310*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
012320*  NEW PAGE AND RESETS THE LINE COUNT.                          *
012330*****************************************************************
012340  2810-PRINT-HEADINGS.
012350
012360      ADD 1 TO WS-PAGE-COUNT
012370      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
012380      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
012390
012400      WRITE INTEGRITY-RECORD FROM RPT-HEADING-1
012410          AFTER ADVANCING PAGE
012420      WRITE INTEGRITY-RECORD FROM RPT-BLANK-LINE
012430          AFTER ADVANCING 1 LINE
012440      WRITE INTEGRITY-RECORD FROM RPT-HEADING-2
012450          AFTER ADVANCING 1 LINE
012460
012470      MOVE ZEROS TO WS-LINE-COUNT.
012480
012490  2810-PRINT-HEADINGS-EXIT.
012500      EXIT.
012510
012520*****************************************************************
012530*                         3000-FINALIZE                         *
012540*  PRINTS THE FILE COUNTS AND FINDING TOTALS AND SETS THE       *
012550*  RETURN CODE - 8 FOR ANY ERROR OR A SWEEP THAT COULD NOT RUN, *
012560*  4 FOR WARNINGS ONLY, 0 FOR CLEAN FILES.                      *
012570*****************************************************************
012580  3000-FINALIZE.
012590
012600      IF WS-RUNCTL-REFUSED
012610          GO TO 3000-FINALIZE-EXIT
012620      END-IF.
012630
012640      IF WS-RPT-FILE-OK
012650          PERFORM 3100-PRINT-TOTALS
012660              THRU 3100-PRINT-TOTALS-EXIT
012670      END-IF.
012680
012690      IF WS-ERROR-COUNT > ZERO
012700          MOVE 8 TO RETURN-CODE
012710      ELSE
012720      IF WS-WARNING-COUNT > ZERO
012730          AND RETURN-CODE = ZERO
012740          MOVE 4 TO RETURN-CODE
012750      END-IF
012760      END-IF.
012770
012780      DISPLAY "PAYINTEG: " WS-ERROR-COUNT " ERRORS, "
012790              WS-WARNING-COUNT " WARNINGS"
012800
012810      CLOSE CUSTOMER-MASTER-FILE
012820      CLOSE BANK-MASTER-FILE
012830      CLOSE YTD-FILE
012840      CLOSE PAY-HISTORY-FILE
012850      CLOSE INTEGRITY-REPORT
012860
012870      MOVE "E"         TO RC-FUNCTION
012880      MOVE RETURN-CODE TO RC-COMPLETION-CODE
012890      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS.
012900
012910  3000-FINALIZE-EXIT.
012920      EXIT.
012930
012940*****************************************************************
012950*                       3100-PRINT-TOTALS                       *
012960*****************************************************************
012970  3100-PRINT-TOTALS.
012980
012990      WRITE INTEGRITY-RECORD FROM RPT-BLANK-LINE
013000          AFTER ADVANCING 2 LINES
013010
013020      MOVE "CUSTMAST RECORDS READ"         TO RPT-T-LABEL
013030      MOVE WS-CM-READ-COUNT                TO RPT-T-COUNT
013040      WRITE INTEGRITY-RECORD FROM RPT-TOTAL-LINE
013050          AFTER ADVANCING 1 LINE
013060
013070      MOVE "BANKMAST RECORDS READ"         TO RPT-T-LABEL
013080      MOVE WS-BA-READ-COUNT                TO RPT-T-COUNT
013090      WRITE INTEGRITY-RECORD FROM RPT-TOTAL-LINE
013100          AFTER ADVANCING 1 LINE
013110
013120      MOVE "YTDFILE RECORDS READ"          TO RPT-T-LABEL
013130      MOVE WS-YTD-READ-COUNT               TO RPT-T-COUNT
013140      WRITE INTEGRITY-RECORD FROM RPT-TOTAL-LINE
013150          AFTER ADVANCING 1 LINE
013160
013170      MOVE "PAYHIST RECORDS READ"          TO RPT-T-LABEL
013180      MOVE WS-HIS-READ-COUNT               TO RPT-T-COUNT
013190      WRITE INTEGRITY-RECORD FROM RPT-TOTAL-LINE
013200          AFTER ADVANCING 1 LINE
013210
013220      MOVE "CHKREG EVENTS READ"            TO RPT-T-LABEL
013230      MOVE WS-REG-READ-COUNT               TO RPT-T-COUNT
013240      WRITE INTEGRITY-RECORD FROM RPT-TOTAL-LINE
013250          AFTER ADVANCING 1 LINE
013260
013270      MOVE "  UNUSABLE IDENT OR EVENT - SEE CHKRECON"
013280                                           TO RPT-T-LABEL
013290      MOVE WS-REG-BAD-COUNT                TO RPT-T-COUNT
013300      WRITE INTEGRITY-RECORD FROM RPT-TOTAL-LINE
013310          AFTER ADVANCING 1 LINE
013320
013330      MOVE "SUSPFILE ENTRIES READ"         TO RPT-T-LABEL
013340      MOVE WS-SUS-READ-COUNT               TO RPT-T-COUNT
013350      WRITE INTEGRITY-RECORD FROM RPT-TOTAL-LINE
013360          AFTER ADVANCING 1 LINE
013370
013380      MOVE "  NO USABLE IDENT - SEE SUSPRSUB AGING"
013390                                           TO RPT-T-LABEL
013400      MOVE WS-SUS-BAD-COUNT                TO RPT-T-COUNT
013410      WRITE INTEGRITY-RECORD FROM RPT-TOTAL-LINE
013420          AFTER ADVANCING 1 LINE
013430
013440      WRITE INTEGRITY-RECORD FROM RPT-BLANK-LINE
013450          AFTER ADVANCING 1 LINE
013460
013470      MOVE "IDENTS EXAMINED"               TO RPT-T-LABEL
013480      MOVE WS-IDENT-COUNT                  TO RPT-T-COUNT
013490      WRITE INTEGRITY-RECORD FROM RPT-TOTAL-LINE
013500          AFTER ADVANCING 1 LINE
013510
013520      MOVE "ERRORS"                        TO RPT-T-LABEL
013530      MOVE WS-ERROR-COUNT                  TO RPT-T-COUNT
013540      WRITE INTEGRITY-RECORD FROM RPT-TOTAL-LINE
013550          AFTER ADVANCING 1 LINE
013560
013570      MOVE "WARNINGS"                      TO RPT-T-LABEL
013580      MOVE WS-WARNING-COUNT                TO RPT-T-COUNT
013590      WRITE INTEGRITY-RECORD FROM RPT-TOTAL-LINE
013600          AFTER ADVANCING 1 LINE
013610
013620      WRITE INTEGRITY-RECORD FROM RPT-BLANK-LINE
013630          AFTER ADVANCING 1 LINE
013640
013650      IF WS-SETUP-ERROR
013660          MOVE "*** SWEEP NOT RUN - FILES NOT AVAILABLE ***"
013670            TO RPT-M-TEXT
013680      ELSE
013690      IF WS-ERROR-COUNT > ZERO
013700          MOVE "*** ERRORS FOUND - CORRECT BEFORE NEXT PAY RUN"
013710            TO RPT-M-TEXT
013720      ELSE
013730      IF WS-WARNING-COUNT > ZERO
013740          MOVE "WARNINGS ONLY - CORRECT AT THE NEXT MAINTENANCE"
013750            TO RPT-M-TEXT
013760      ELSE
013770          MOVE "NO INCONSISTENCIES FOUND"
013780            TO RPT-M-TEXT
013790      END-IF
013800      END-IF
013810      END-IF
013820
013830      WRITE INTEGRITY-RECORD FROM RPT-MESSAGE-LINE
013840          AFTER ADVANCING 1 LINE.
013850
013860  3100-PRINT-TOTALS-EXIT.
013870      EXIT.
013880
