000010*****************************************************************
000020* PROGRAM      : W2YREND                                        *
000030* AUTHOR       : DAVID R. HENDERSON                             *
000040* INSTALLATION : DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS     *
000050* DATE-WRITTEN : 10/15/2026                                     *
000060*                                                               *
000070* REMARKS      : YEAR-END WAGE AND TAX STATEMENT RUN.  TAKES    *
000080*                THE TAX YEAR AND THE EMPLOYER IDENTIFICATION   *
000090*                ON THE W2PARM CARD, READS THE PAY-HISTORY      *
000100*                FILE THE PAYROLL RUN WRITES, AND SUMS EACH     *
000110*                EMPLOYEE'S GROSS AND FEDERAL, STATE AND FICA   *
000120*                WITHHOLDING FOR THE CYCLES DATED IN THAT       *
000130*                YEAR.  PRINTS ONE STATEMENT PER EMPLOYEE WITH  *
000140*                THE CUSTOMER-MASTER NAME AND STATUS -          *
000150*                TERMINATED EMPLOYEES FROZEN FOR YEAR-END ARE   *
000160*                INCLUDED - WRITES THE FILING EXTRACT WITH      *
000170*                HEADER AND TRAILER CONTROLS, AND PRINTS THE    *
000180*                EMPLOYER TRANSMITTAL SUMMARY.  EVERY           *
000190*                EMPLOYEE'S HISTORY GROSS IS BALANCED AGAINST   *
000200*                YT-GROSS ON THE YTD FILE - OR ON THE YTDARCH   *
000210*                GENERATION WHEN THE CARD SAYS THE YEAR-START   *
000220*                ROLLOVER HAS ALREADY RUN - AND EVERY           *
000230*                MISMATCH IS LISTED.  AN OUT-OF-BALANCE RUN     *
000240*                ENDS WITH RETURN CODE 8 SO THE STATEMENTS      *
000250*                ARE NOT RELEASED.                              *
000260*****************************************************************
000270* MODIFICATION HISTORY                                          *
000280*-----------------------------------------------------------------
000290* DATE       INIT  DESCRIPTION                                  *
000300* 10/15/2026 DRH   ORIGINAL PROGRAM.                            *
000310* 10/15/2026 DRH   PAY HISTORY (129 BYTES, WITH THE SALARY      *
000320*                  PAID) AND CUSTOMER-MASTER (60 BYTES, WITH    *
000330*                  THE PAY TYPE AND SALARY) LAYOUTS BROUGHT UP  *
000340*                  TO DATE.  SALARY IS ALREADY IN PH-GROSS, SO  *
000350*                  THE WAGE TOTALS NEED NO CHANGE.              *
000360* 10/15/2026 DRH   PAY HISTORY LAYOUT (131 BYTES, KEYED BY A    *
000370*                  PAY SEQUENCE, WITH THE OFF-CYCLE REASON)     *
000380*                  BROUGHT UP TO DATE.  OFF-CYCLE PAYMENTS ARE  *
000390*                  READ AND TOTALLED LIKE ANY OTHER CYCLE, AND  *
000400*                  OFFCYCLE ROLLS THEM INTO YTD, SO THE BALANCE *
000410*                  STILL HOLDS.                                 *
000420* 10/15/2026 DRH   PAY HISTORY LAYOUT BROUGHT UP TO 167 BYTES   *
000430*                  WITH THE VACATION AND SICK FIGURES THE       *
000440*                  PAYROLL RUN NOW POSTS.  TIME-OFF PAY IS      *
000450*                  ALREADY IN PH-GROSS, SO THE W-2 TOTALS ARE   *
000460*                  UNCHANGED.                                   *
000470* 10/15/2026 DRH   A FILE THAT WILL NOT OPEN NOW SETS WS-SETUP- *
000480*                  ERROR, AND 3000-FINALIZE SKIPS THE TRAILER,  *
000490*                  THE BALANCING RESULT AND THE CLOSES ON IT    *
000500*                  THE SAME AS ON A BAD PARAMETER CARD - A      *
000510*                  FAILED RUN NO LONGER REPORTS ITSELF IN       *
000520*                  BALANCE.                                     *
000530*****************************************************************
000540  IDENTIFICATION DIVISION.
000550  PROGRAM-ID. W2YREND.
000560  AUTHOR. DAVID R. HENDERSON.
000570  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000580  DATE-WRITTEN. 10/15/2026.
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
000710* PARAMETER-FILE CARRIES THE RUN REQUEST - THE TAX YEAR, WHICH  *
000720* YTD SOURCE TO BALANCE AGAINST ("A" ONCE THE ROLLOVER HAS      *
000730* RUN), AND THE EMPLOYER IDENTIFICATION NUMBER AND NAME.        *
000740*****************************************************************
000750      SELECT PARAMETER-FILE
000760          ASSIGN TO "W2PARM"
000770          ORGANIZATION IS SEQUENTIAL
000780          FILE STATUS IS WS-PRM-FILE-STATUS.
000790
000800*****************************************************************
000810* PAY-HISTORY-FILE IS THE PER-EMPLOYEE PER-RUN PAY RECORD THE   *
000820* PAYROLL RUN WRITES, KEYED BY IDENT AND CYCLE DATE.  READ      *
000830* SEQUENTIALLY, SO EACH EMPLOYEE'S CYCLES ARRIVE TOGETHER.      *
000840*****************************************************************
000850      SELECT PAY-HISTORY-FILE
000860          ASSIGN TO "PAYHIST"
000870          ORGANIZATION IS INDEXED
000880          ACCESS MODE IS DYNAMIC
000890          RECORD KEY IS PH-KEY
000900          FILE STATUS IS WS-HIS-FILE-STATUS.
000910
000920*****************************************************************
000930* CUSTOMER-MASTER IS READ BY KEY FOR THE NAME AND STATUS THAT   *
000940* PRINT ON EACH STATEMENT.                                      *
000950*****************************************************************
000960      SELECT CUSTOMER-MASTER-FILE
000970          ASSIGN TO "CUSTMAST"
000980          ORGANIZATION IS INDEXED
000990          ACCESS MODE IS DYNAMIC
001000          RECORD KEY IS CM-IDENT
001010          FILE STATUS IS WS-CM-FILE-STATUS.
001020
001030*****************************************************************
001040* YTD-FILE IS THE YEAR-TO-DATE EARNINGS ACCUMULATOR, READ IN    *
001050* KEY SEQUENCE ALONGSIDE THE HISTORY WHEN THE ROLLOVER HAS NOT  *
001060* RUN.                                                          *
001070*****************************************************************
001080      SELECT YTD-FILE
001090          ASSIGN TO "YTDFILE"
001100          ORGANIZATION IS INDEXED
001110          ACCESS MODE IS DYNAMIC
001120          RECORD KEY IS YT-IDENT
001130          FILE STATUS IS WS-YTD-FILE-STATUS.
001140
001150*****************************************************************
001160* ARCHIVE-FILE IS THE YTDARCH GENERATION THE YEAR-START         *
001170* ROLLOVER WRITES - THE CLOSED YEAR'S YTD RECORDS IN IDENT      *
001180* ORDER.                                                        *
001190*****************************************************************
001200      SELECT ARCHIVE-FILE
001210          ASSIGN TO "YTDARCH"
001220          ORGANIZATION IS SEQUENTIAL
001230          FILE STATUS IS WS-ARC-FILE-STATUS.
001240
001250*****************************************************************
001260* STATEMENT-FILE RECEIVES ONE WAGE AND TAX STATEMENT PAGE PER   *
001270* EMPLOYEE.                                                     *
001280*****************************************************************
001290      SELECT STATEMENT-FILE
001300          ASSIGN TO "W2STMT"
001310          ORGANIZATION IS SEQUENTIAL
001320          FILE STATUS IS WS-STM-FILE-STATUS.
001330
001340*****************************************************************
001350* FILING-EXTRACT IS THE FIXED-FORMAT FILING FILE - AN "H"       *
001360* HEADER, ONE "D" DETAIL PER EMPLOYEE AND A "T" TRAILER         *
001370* CARRYING THE RECORD COUNT AND AMOUNT CONTROL TOTALS.          *
001380*****************************************************************
001390      SELECT FILING-EXTRACT
001400          ASSIGN TO "W2EXTR"
001410          ORGANIZATION IS SEQUENTIAL
001420          FILE STATUS IS WS-EXT-FILE-STATUS.
001430
001440*****************************************************************
001450* BALANCE-REPORT LISTS EVERY HISTORY-TO-YTD MISMATCH AND ENDS   *
001460* WITH THE EMPLOYER TRANSMITTAL SUMMARY.                        *
001470*****************************************************************
001480      SELECT BALANCE-REPORT
001490          ASSIGN TO "W2RPT"
001500          ORGANIZATION IS SEQUENTIAL
001510          FILE STATUS IS WS-RPT-FILE-STATUS.
001520
001530  DATA DIVISION.
001540
001550  FILE SECTION.
001560*****************************************************************
001570* FD  - PARAMETER-FILE                                          *
001580*****************************************************************
001590  FD  PARAMETER-FILE
001600      LABEL RECORDS ARE STANDARD
001610      RECORD CONTAINS 44 CHARACTERS.
001620  01  PARAMETER-RECORD.
001630      05  WP-TAX-YEAR             PIC 9(04).
001640      05  WP-YTD-SOURCE           PIC X(01).
001650      05  WP-EMPLOYER-EIN         PIC 9(09).
001660      05  WP-EMPLOYER-NAME        PIC X(30).
001670
001680*****************************************************************
001690* FD  - PAY-HISTORY-FILE                                        *
001700*  THE LAYOUT MATCHES WHAT THE PAYROLL RUN WRITES.              *
001710*****************************************************************
001720  FD  PAY-HISTORY-FILE
001730      LABEL RECORDS ARE STANDARD
001740      RECORD CONTAINS 167 CHARACTERS.
001750  01  PAY-HISTORY-RECORD.
001760      05  PH-KEY.
001770          10  PH-IDENT            PIC 9(03).
001780          10  PH-CYCLE-DATE       PIC 9(08).
001790          10  PH-PAY-SEQ          PIC 9(01).
001800              88  PH-REGULAR-CYCLE      VALUE 0.
001810              88  PH-OFF-CYCLE          VALUE 1 THRU 9.
001820      05  PH-CUSTNAME             PIC X(20).
001830      05  PH-REG-HOURS            PIC 9(03)V99.
001840      05  PH-REG-RATE             PIC 9(03)V99.
001850      05  PH-REG-PAY              PIC 9(05)V99.
001860      05  PH-OT-HOURS             PIC 9(03)V99.
001870      05  PH-OT-RATE              PIC 9(04)V99.
001880      05  PH-OT-PAY               PIC 9(05)V99.
001890      05  PH-GROSS                PIC 9(05)V99.
001900      05  PH-FED-TAX              PIC 9(05)V99.
001910      05  PH-STATE-TAX            PIC 9(05)V99.
001920      05  PH-FICA-TAX             PIC 9(05)V99.
001930      05  PH-ADJ-GARN             PIC S9(05)V99.
001940      05  PH-ADJ-DED              PIC S9(05)V99.
001950      05  PH-ADJ-CORR             PIC S9(05)V99.
001960      05  PH-NET                  PIC 9(05)V99.
001970      05  PH-SALARY-PAY           PIC 9(05)V99.
001980      05  PH-OFF-CYCLE-REASON     PIC X(01).
001990      05  PH-VAC-HOURS            PIC 9(03)V99.
002000      05  PH-VAC-PAY              PIC 9(05)V99.
002010      05  PH-SICK-HOURS           PIC 9(03)V99.
002020      05  PH-SICK-PAY             PIC 9(05)V99.
002030      05  PH-VAC-BALANCE          PIC S9(04)V99.
002040      05  PH-SICK-BALANCE         PIC S9(04)V99.
002050
002060*****************************************************************
002070* FD  - CUSTOMER-MASTER-FILE                                    *
002080*****************************************************************
002090  FD  CUSTOMER-MASTER-FILE
002100      LABEL RECORDS ARE STANDARD
002110      RECORD CONTAINS 60 CHARACTERS.
002120  01  CUSTOMER-MASTER-RECORD.
002130      05  CM-IDENT                PIC 9(03).
002140      05  CM-CUSTNAME             PIC X(20).
002150      05  CM-DATEOFBIRTH.
002160          10  CM-MOB              PIC 9(02).
002170          10  CM-DOB              PIC 9(02).
002180          10  CM-YOB              PIC 9(04).
002190      05  CM-HOURS-WORKED         PIC 9(03)V99.
002200      05  CM-HOURLY-RATE          PIC 9(03)V99.
002210      05  CM-AGE-YEARS            PIC 9(03).
002220      05  CM-STATUS               PIC X(01).
002230          88  CM-STATUS-ACTIVE          VALUE "A".
002240          88  CM-STATUS-LEAVE           VALUE "L".
002250          88  CM-STATUS-TERMINATED      VALUE "T".
002260      05  CM-STATUS-DATE          PIC 9(08).
002270      05  CM-PAY-TYPE             PIC X(01).
002280          88  CM-PAY-HOURLY             VALUE "H".
002290          88  CM-PAY-SALARIED           VALUE "S".
002300      05  CM-PERIOD-SALARY        PIC 9(04)V99.
002310
002320*****************************************************************
002330* FD  - YTD-FILE                                                *
002340*****************************************************************
002350  FD  YTD-FILE
002360      LABEL RECORDS ARE STANDARD
002370      RECORD CONTAINS 57 CHARACTERS.
002380  01  YTD-RECORD.
002390      05  YT-IDENT                PIC 9(03).
002400      05  YT-GROSS                PIC S9(7)V99.
002410      05  YT-OVERTIME             PIC S9(7)V99.
002420      05  YT-GARNISH              PIC S9(7)V99.
002430      05  YT-DEDUCT               PIC S9(7)V99.
002440      05  YT-CORRECT              PIC S9(7)V99.
002450      05  YT-NET                  PIC S9(7)V99.
002460
002470*****************************************************************
002480* FD  - ARCHIVE-FILE                                            *
002490*  YTD RECORD IMAGES AS THE ROLLOVER WROTE THEM.                *
002500*****************************************************************
002510  FD  ARCHIVE-FILE
002520      LABEL RECORDS ARE STANDARD
002530      RECORD CONTAINS 57 CHARACTERS.
002540  01  ARCHIVE-RECORD              PIC X(57).
002550
002560*****************************************************************
002570* FD  - STATEMENT-FILE                                          *
002580*****************************************************************
002590  FD  STATEMENT-FILE
002600      LABEL RECORDS ARE STANDARD
002610      RECORD CONTAINS 132 CHARACTERS.
002620  01  STATEMENT-RECORD            PIC X(132).
002630
002640*****************************************************************
002650* FD  - FILING-EXTRACT                                          *
002660*  THREE RECORD SHAPES SHARE THE FILE - "H" HEADER, "D" DETAIL, *
002670*  "T" TRAILER - TOLD APART BY THE TYPE BYTE IN COLUMN ONE.     *
002680*****************************************************************
002690  FD  FILING-EXTRACT
002700      LABEL RECORDS ARE STANDARD
002710      RECORD CONTAINS 64 CHARACTERS.
002720  01  W2-HEADER-RECORD.
002730      05  WH-RECORD-TYPE          PIC X(01).
002740      05  WH-TAX-YEAR             PIC 9(04).
002750      05  WH-EMPLOYER-EIN         PIC 9(09).
002760      05  WH-EMPLOYER-NAME        PIC X(30).
002770      05  WH-RUN-DATE             PIC 9(08).
002780      05  FILLER                  PIC X(12).
002790
002800  01  W2-DETAIL-RECORD.
002810      05  WD-RECORD-TYPE          PIC X(01).
002820      05  WD-IDENT                PIC 9(03).
002830      05  WD-NAME                 PIC X(20).
002840      05  WD-STATUS               PIC X(01).
002850      05  WD-WAGES                PIC S9(7)V99.
002860      05  WD-FED-TAX              PIC S9(7)V99.
002870      05  WD-STATE-TAX            PIC S9(7)V99.
002880      05  WD-FICA-TAX             PIC S9(7)V99.
002890      05  FILLER                  PIC X(03).
002900
002910  01  W2-TRAILER-RECORD.
002920      05  WT-RECORD-TYPE          PIC X(01).
002930      05  WT-DETAIL-COUNT         PIC 9(07).
002940      05  WT-WAGES-TOTAL          PIC S9(9)V99.
002950      05  WT-FED-TAX-TOTAL        PIC S9(9)V99.
002960      05  WT-STATE-TAX-TOTAL      PIC S9(9)V99.
002970      05  WT-FICA-TAX-TOTAL       PIC S9(9)V99.
002980      05  FILLER                  PIC X(12).
002990
003000*****************************************************************
003010* FD  - BALANCE-REPORT                                          *
003020*****************************************************************
003030  FD  BALANCE-REPORT
003040      LABEL RECORDS ARE STANDARD
003050      RECORD CONTAINS 132 CHARACTERS.
003060  01  BALANCE-RECORD              PIC X(132).
003070
003080  WORKING-STORAGE SECTION.
003090*****************************************************************
003100* FILE STATUS AND END-OF-FILE SWITCHES                          *
003110*****************************************************************
003120  77  WS-PRM-FILE-STATUS      PIC X(02) VALUE SPACES.
003130      88  WS-PRM-FILE-OK             VALUE "00".
003140
003150  77  WS-HIS-FILE-STATUS      PIC X(02) VALUE SPACES.
003160      88  WS-HIS-FILE-OK             VALUE "00".
003170
003180  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
003190      88  WS-END-OF-FILE             VALUE "Y".
003200      88  WS-NOT-END-OF-FILE         VALUE "N".
003210
003220  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
003230      88  WS-CM-FILE-OK              VALUE "00".
003240
003250  77  WS-YTD-FILE-STATUS      PIC X(02) VALUE SPACES.
003260      88  WS-YTD-FILE-OK             VALUE "00".
003270
003280  77  WS-ARC-FILE-STATUS      PIC X(02) VALUE SPACES.
003290      88  WS-ARC-FILE-OK             VALUE "00".
003300
003310  77  WS-YTD-EOF-SW           PIC X(01) VALUE "N".
003320      88  WS-YTD-EOF                 VALUE "Y".
003330
003340  77  WS-STM-FILE-STATUS      PIC X(02) VALUE SPACES.
003350      88  WS-STM-FILE-OK             VALUE "00".
003360
003370  77  WS-EXT-FILE-STATUS      PIC X(02) VALUE SPACES.
003380      88  WS-EXT-FILE-OK             VALUE "00".
003390
003400  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
003410      88  WS-RPT-FILE-OK             VALUE "00".
003420
003430*****************************************************************
003440* RUN REQUEST SAVED OFF THE PARAMETER CARD.  THE TAX YEAR IS    *
003450* REQUIRED - A MISSING OR BAD CARD STOPS THE RUN BEFORE ANY     *
003460* OUTPUT IS OPENED.                                             *
003470*****************************************************************
003480  77  WS-TAX-YEAR             PIC 9(04) VALUE ZEROS.
003490  77  WS-EMPLOYER-EIN         PIC 9(09) VALUE ZEROS.
003500  77  WS-EMPLOYER-NAME        PIC X(30) VALUE SPACES.
003510
003520  77  WS-YTD-SOURCE           PIC X(01) VALUE "F".
003530      88  WS-SOURCE-YTD-FILE         VALUE "F".
003540      88  WS-SOURCE-ARCHIVE          VALUE "A".
003550
003560  77  WS-PARM-ERROR-SW        PIC X(01) VALUE "N".
003570      88  WS-PARM-ERROR              VALUE "Y".
003580
003590  77  WS-SETUP-ERROR-SW       PIC X(01) VALUE "N".
003600      88  WS-SETUP-ERROR             VALUE "Y".
003610
003620  01  WS-CYCLE-DATE           PIC 9(08) VALUE ZEROS.
003630  01  WS-CYCLE-DATE-R REDEFINES WS-CYCLE-DATE.
003640      05  WS-CYC-CCYY         PIC 9(04).
003650      05  WS-CYC-MM           PIC 9(02).
003660      05  WS-CYC-DD           PIC 9(02).
003670
003680  77  WS-HIST-WANTED-SW       PIC X(01) VALUE "N".
003690      88  WS-HIST-WANTED             VALUE "Y".
003700
003710*****************************************************************
003720* THE EMPLOYEE BEING ASSEMBLED - SUMS OF THE TAX YEAR'S HISTORY *
003730* RECORDS FOR ONE IDENT, WITH THE NAME AND STATUS THAT PRINT.   *
003740*****************************************************************
003750  77  WS-EMP-IDENT            PIC 9(04) VALUE ZEROS.
003760  77  WS-EMP-NAME             PIC X(20) VALUE SPACES.
003770  77  WS-EMP-STATUS           PIC X(01) VALUE SPACE.
003780  77  WS-EMP-STATUS-TEXT      PIC X(13) VALUE SPACES.
003790  77  WS-EMP-CYCLES           PIC 9(03) VALUE ZEROS.
003800  77  WS-EMP-GROSS            PIC S9(7)V99 VALUE ZEROS.
003810  77  WS-EMP-FED-TAX          PIC S9(7)V99 VALUE ZEROS.
003820  77  WS-EMP-STATE-TAX        PIC S9(7)V99 VALUE ZEROS.
003830  77  WS-EMP-FICA-TAX         PIC S9(7)V99 VALUE ZEROS.
003840
003850*****************************************************************
003860* THE YTD SIDE OF THE BALANCING MATCH.  BOTH SOURCES ARE READ   *
003870* INTO THE SAME IMAGE IN IDENT ORDER; THE MATCH KEY GOES TO     *
003880* 9999 AT END OF FILE SO IT SORTS HIGH AGAINST ANY REAL IDENT.  *
003890*****************************************************************
003900  01  WS-YTD-IMAGE.
003910      05  WS-YTD-IDENT            PIC 9(03).
003920      05  WS-YTD-GROSS            PIC S9(7)V99.
003930      05  WS-YTD-OVERTIME         PIC S9(7)V99.
003940      05  WS-YTD-GARNISH          PIC S9(7)V99.
003950      05  WS-YTD-DEDUCT           PIC S9(7)V99.
003960      05  WS-YTD-CORRECT          PIC S9(7)V99.
003970      05  WS-YTD-NET              PIC S9(7)V99.
003980
003990  77  WS-YTD-KEY              PIC 9(04) VALUE ZEROS.
004000
004010  77  WS-MISMATCH-TEXT        PIC X(30) VALUE SPACES.
004020  77  WS-MISMATCH-HIST        PIC S9(7)V99 VALUE ZEROS.
004030  77  WS-MISMATCH-YTD         PIC S9(7)V99 VALUE ZEROS.
004040  77  WS-MISMATCH-DIFF        PIC S9(7)V99 VALUE ZEROS.
004050
004060*****************************************************************
004070* RUN COUNTERS AND COMPANY TOTALS FOR THE TRANSMITTAL SUMMARY   *
004080*****************************************************************
004090  77  WS-HIST-READ-COUNT      PIC 9(07) VALUE ZEROS.
004100  77  WS-HIST-YEAR-COUNT      PIC 9(07) VALUE ZEROS.
004110  77  WS-STMT-COUNT           PIC 9(07) VALUE ZEROS.
004120  77  WS-ACTIVE-COUNT         PIC 9(07) VALUE ZEROS.
004130  77  WS-LEAVE-COUNT          PIC 9(07) VALUE ZEROS.
004140  77  WS-TERM-COUNT           PIC 9(07) VALUE ZEROS.
004150  77  WS-NO-MASTER-COUNT      PIC 9(07) VALUE ZEROS.
004160  77  WS-YTD-READ-COUNT       PIC 9(07) VALUE ZEROS.
004170  77  WS-MISMATCH-COUNT       PIC 9(07) VALUE ZEROS.
004180
004190  77  WS-TOT-WAGES            PIC S9(9)V99 VALUE ZEROS.
004200  77  WS-TOT-FED-TAX          PIC S9(9)V99 VALUE ZEROS.
004210  77  WS-TOT-STATE-TAX        PIC S9(9)V99 VALUE ZEROS.
004220  77  WS-TOT-FICA-TAX         PIC S9(9)V99 VALUE ZEROS.
004230  77  WS-TOT-YTD-GROSS        PIC S9(9)V99 VALUE ZEROS.
004240
004250*****************************************************************
004260* REPORT LAYOUTS AND PAGE CONTROL FIELDS                        *
004270*****************************************************************
004280  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
004290  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
004300  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
004310
004320  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
004330
004340  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
004350  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
004360      05  WS-CURR-CCYY        PIC 9(04).
004370      05  WS-CURR-MM          PIC 9(02).
004380      05  WS-CURR-DD          PIC 9(02).
004390
004400  01  RPT-HEADING-1.
004410      05  FILLER              PIC X(01) VALUE SPACE.
004420      05  FILLER              PIC X(30) VALUE
004430          "W-2 BALANCING AND TRANSMITTAL".
004440      05  FILLER              PIC X(20) VALUE SPACES.
004450      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
004460      05  RPT-H1-DATE         PIC X(10).
004470      05  FILLER              PIC X(10) VALUE SPACES.
004480      05  FILLER              PIC X(06) VALUE "PAGE: ".
004490      05  RPT-H1-PAGE         PIC ZZZ9.
004500      05  FILLER              PIC X(41) VALUE SPACES.
004510
004520  01  RPT-HEADING-2.
004530      05  FILLER              PIC X(02) VALUE SPACES.
004540      05  FILLER              PIC X(05) VALUE "IDENT".
004550      05  FILLER              PIC X(03) VALUE SPACES.
004560      05  FILLER              PIC X(20) VALUE "NAME".
004570      05  FILLER              PIC X(04) VALUE SPACES.
004580      05  FILLER              PIC X(10) VALUE "HIST GROSS".
004590      05  FILLER              PIC X(05) VALUE SPACES.
004600      05  FILLER              PIC X(09) VALUE "YTD GROSS".
004610      05  FILLER              PIC X(05) VALUE SPACES.
004620      05  FILLER              PIC X(10) VALUE "DIFFERENCE".
004630      05  FILLER              PIC X(03) VALUE SPACES.
004640      05  FILLER              PIC X(30) VALUE "MISMATCH".
004650      05  FILLER              PIC X(26) VALUE SPACES.
004660
004670  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
004680
004690  01  RPT-DETAIL-LINE.
004700      05  FILLER              PIC X(02) VALUE SPACES.
004710      05  RPT-D-IDENT         PIC ZZ9.
004720      05  FILLER              PIC X(05) VALUE SPACES.
004730      05  RPT-D-NAME          PIC X(20).
004740      05  FILLER              PIC X(01) VALUE SPACE.
004750      05  RPT-D-HIST-GROSS    PIC Z,ZZZ,ZZ9.99-.
004760      05  FILLER              PIC X(01) VALUE SPACE.
004770      05  RPT-D-YTD-GROSS     PIC Z,ZZZ,ZZ9.99-.
004780      05  FILLER              PIC X(01) VALUE SPACE.
004790      05  RPT-D-DIFFERENCE    PIC Z,ZZZ,ZZ9.99-.
004800      05  FILLER              PIC X(03) VALUE SPACES.
004810      05  RPT-D-REASON        PIC X(30).
004820      05  FILLER              PIC X(27) VALUE SPACES.
004830
004840  01  RPT-TOTAL-LINE.
004850      05  FILLER              PIC X(02) VALUE SPACES.
004860      05  RPT-T-LABEL         PIC X(30).
004870      05  RPT-T-COUNT         PIC ZZZ,ZZ9.
004880      05  FILLER              PIC X(93) VALUE SPACES.
004890
004900  01  RPT-AMOUNT-LINE.
004910      05  FILLER              PIC X(02) VALUE SPACES.
004920      05  RPT-A-LABEL         PIC X(30).
004930      05  RPT-A-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
004940      05  FILLER              PIC X(86) VALUE SPACES.
004950
004960  01  RPT-MESSAGE-LINE.
004970      05  FILLER              PIC X(02) VALUE SPACES.
004980      05  RPT-M-TEXT          PIC X(60).
004990      05  FILLER              PIC X(70) VALUE SPACES.
005000
005010*****************************************************************
005020* STATEMENT PAGE LAYOUTS - ONE PAGE PER EMPLOYEE                *
005030*****************************************************************
005040  01  STM-HEADING-1.
005050      05  FILLER              PIC X(01) VALUE SPACE.
005060      05  FILLER              PIC X(30) VALUE
005070          "WAGE AND TAX STATEMENT".
005080      05  FILLER              PIC X(10) VALUE "TAX YEAR: ".
005090      05  STM-H1-YEAR         PIC 9(04).
005100      05  FILLER              PIC X(06) VALUE SPACES.
005110      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
005120      05  STM-H1-DATE         PIC X(10).
005130      05  FILLER              PIC X(61) VALUE SPACES.
005140
005150  01  STM-EMPLOYER-LINE.
005160      05  FILLER              PIC X(02) VALUE SPACES.
005170      05  FILLER              PIC X(10) VALUE "EMPLOYER: ".
005180      05  STM-R-NAME          PIC X(30).
005190      05  FILLER              PIC X(02) VALUE SPACES.
005200      05  FILLER              PIC X(05) VALUE "EIN: ".
005210      05  STM-R-EIN           PIC 9(09).
005220      05  FILLER              PIC X(74) VALUE SPACES.
005230
005240  01  STM-EMPLOYEE-LINE.
005250      05  FILLER              PIC X(02) VALUE SPACES.
005260      05  FILLER              PIC X(10) VALUE "EMPLOYEE: ".
005270      05  STM-E-IDENT         PIC ZZ9.
005280      05  FILLER              PIC X(02) VALUE SPACES.
005290      05  STM-E-NAME          PIC X(20).
005300      05  FILLER              PIC X(02) VALUE SPACES.
005310      05  FILLER              PIC X(08) VALUE "STATUS: ".
005320      05  STM-E-STATUS        PIC X(13).
005330      05  FILLER              PIC X(72) VALUE SPACES.
005340
005350  01  STM-AMOUNT-LINE.
005360      05  FILLER              PIC X(02) VALUE SPACES.
005370      05  STM-A-LABEL         PIC X(40).
005380      05  STM-A-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
005390      05  FILLER              PIC X(77) VALUE SPACES.
005400
005410  01  STM-CYCLES-LINE.
005420      05  FILLER              PIC X(02) VALUE SPACES.
005430      05  FILLER              PIC X(40) VALUE
005440          "PAY PERIODS IN TAX YEAR".
005450      05  STM-C-COUNT         PIC ZZ9.
005460      05  FILLER              PIC X(87) VALUE SPACES.
005470
005480  01  STM-BLANK-LINE          PIC X(132) VALUE SPACES.
005490
005500*****************************************************************
005510* RUN-SEQUENCING CONTROL PARAMETER AREA FOR THE RUNCTLIO        *
005520* CALLS.  THE YEAR-END RUN HAS NO PREDECESSOR - THE START CALL  *
005530* ONLY REFUSES A RUN THAT ALREADY COMPLETED TODAY.              *
005540*****************************************************************
005550  01  RUN-CONTROL-PARMS.
005560      05  RC-FUNCTION             PIC X(01).
005570      05  RC-PROGRAM              PIC X(08).
005580      05  RC-PREDECESSOR          PIC X(08).
005590      05  RC-CYCLE-DATE           PIC 9(08).
005600      05  RC-COMPLETION-CODE      PIC 9(02).
005610      05  RC-RESULT               PIC 9(02).
005620      05  RC-REASON               PIC X(40).
005630
005640  77  WS-RUNCTL-REFUSED-SW    PIC X(01) VALUE "N".
005650      88  WS-RUNCTL-REFUSED          VALUE "Y".
005660
005670  PROCEDURE DIVISION.
005680*****************************************************************
005690*                         0000-MAINLINE                         *
005700*****************************************************************
005710  0000-MAINLINE.
005720
005730      PERFORM 1000-INITIALIZE
005740          THRU 1000-INITIALIZE-EXIT.
005750
005760      PERFORM 2000-PROCESS-EMPLOYEE
005770          THRU 2000-PROCESS-EMPLOYEE-EXIT
005780          UNTIL WS-END-OF-FILE.
005790
005800      PERFORM 3000-FINALIZE
005810          THRU 3000-FINALIZE-EXIT.
005820
005830      STOP RUN.
005840
005850*****************************************************************
005860*                        1000-INITIALIZE                        *
005870*  LOGS THE START EVENT, READS THE PARAMETER CARD, OPENS THE    *
005880*  FILES, WRITES THE EXTRACT HEADER, AND PRIMES BOTH SIDES OF   *
005890*  THE BALANCING MATCH WITH THEIR FIRST RECORDS.                *
005900*****************************************************************
005910  1000-INITIALIZE.
005920
005930      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
005940
005950      STRING WS-CURR-MM   DELIMITED BY SIZE
005960             "/"          DELIMITED BY SIZE
005970             WS-CURR-DD   DELIMITED BY SIZE
005980             "/"          DELIMITED BY SIZE
005990             WS-CURR-CCYY DELIMITED BY SIZE
006000          INTO WS-RUN-DATE-EDIT
006010
006020      MOVE "S"             TO RC-FUNCTION
006030      MOVE "W2YREND " TO RC-PROGRAM
006040      MOVE SPACES          TO RC-PREDECESSOR
006050      MOVE WS-CURRENT-DATE TO RC-CYCLE-DATE
006060      MOVE ZEROS           TO RC-COMPLETION-CODE
006070
006080      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
006090
006100      IF RC-RESULT NOT = ZEROS
006110          DISPLAY "W2YREND: RUN REFUSED - " RC-REASON
006120          SET WS-RUNCTL-REFUSED TO TRUE
006130          SET WS-END-OF-FILE TO TRUE
006140          MOVE 8 TO RETURN-CODE
006150          GO TO 1000-INITIALIZE-EXIT
006160      END-IF.
006170
006180      PERFORM 1100-READ-PARAMETER-CARD
006190          THRU 1100-READ-PARAMETER-CARD-EXIT.
006200
006210      IF WS-PARM-ERROR
006220          SET WS-END-OF-FILE TO TRUE
006230          SET WS-YTD-EOF TO TRUE
006240          MOVE 8 TO RETURN-CODE
006250          GO TO 1000-INITIALIZE-EXIT
006260      END-IF.
006270
006280      OPEN INPUT PAY-HISTORY-FILE
006290
006300      IF NOT WS-HIS-FILE-OK
006310          DISPLAY "W2YREND: UNABLE TO OPEN PAYHIST, "
006320                  "STATUS = " WS-HIS-FILE-STATUS
006330          SET WS-SETUP-ERROR TO TRUE
006340          SET WS-END-OF-FILE TO TRUE
006350          MOVE 8 TO RETURN-CODE
006360      END-IF.
006370
006380      OPEN INPUT CUSTOMER-MASTER-FILE
006390
006400      IF NOT WS-CM-FILE-OK
006410          DISPLAY "W2YREND: UNABLE TO OPEN CUSTMAST, "
006420                  "STATUS = " WS-CM-FILE-STATUS
006430          SET WS-SETUP-ERROR TO TRUE
006440          SET WS-END-OF-FILE TO TRUE
006450          MOVE 8 TO RETURN-CODE
006460      END-IF.
006470
006480      IF WS-SOURCE-ARCHIVE
006490          OPEN INPUT ARCHIVE-FILE
006500          IF NOT WS-ARC-FILE-OK
006510              DISPLAY "W2YREND: UNABLE TO OPEN YTDARCH, "
006520                      "STATUS = " WS-ARC-FILE-STATUS
006530              SET WS-SETUP-ERROR TO TRUE
006540              SET WS-END-OF-FILE TO TRUE
006550              SET WS-YTD-EOF TO TRUE
006560              MOVE 8 TO RETURN-CODE
006570          END-IF
006580      ELSE
006590          OPEN INPUT YTD-FILE
006600          IF NOT WS-YTD-FILE-OK
006610              DISPLAY "W2YREND: UNABLE TO OPEN YTDFILE, "
006620                      "STATUS = " WS-YTD-FILE-STATUS
006630              SET WS-SETUP-ERROR TO TRUE
006640              SET WS-END-OF-FILE TO TRUE
006650              SET WS-YTD-EOF TO TRUE
006660              MOVE 8 TO RETURN-CODE
006670          END-IF
006680      END-IF.
006690
006700      OPEN OUTPUT STATEMENT-FILE
006710
006720      IF NOT WS-STM-FILE-OK
006730          DISPLAY "W2YREND: UNABLE TO OPEN W2STMT, "
006740                  "STATUS = " WS-STM-FILE-STATUS
006750          SET WS-SETUP-ERROR TO TRUE
006760          SET WS-END-OF-FILE TO TRUE
006770          MOVE 8 TO RETURN-CODE
006780      END-IF.
006790
006800      OPEN OUTPUT FILING-EXTRACT
006810
006820      IF NOT WS-EXT-FILE-OK
006830          DISPLAY "W2YREND: UNABLE TO OPEN W2EXTR, "
006840                  "STATUS = " WS-EXT-FILE-STATUS
006850          SET WS-SETUP-ERROR TO TRUE
006860          SET WS-END-OF-FILE TO TRUE
006870          MOVE 8 TO RETURN-CODE
006880      END-IF.
006890
006900      OPEN OUTPUT BALANCE-REPORT
006910
006920      IF NOT WS-RPT-FILE-OK
006930          DISPLAY "W2YREND: UNABLE TO OPEN W2RPT, "
006940                  "STATUS = " WS-RPT-FILE-STATUS
006950          SET WS-SETUP-ERROR TO TRUE
006960          SET WS-END-OF-FILE TO TRUE
006970          MOVE 8 TO RETURN-CODE
006980      END-IF.
006990
007000      IF WS-END-OF-FILE
007010          SET WS-YTD-EOF TO TRUE
007020          MOVE 9999 TO WS-YTD-KEY
007030          GO TO 1000-INITIALIZE-EXIT
007040      END-IF.
007050
007060      MOVE SPACES          TO W2-HEADER-RECORD
007070      MOVE "H"             TO WH-RECORD-TYPE
007080      MOVE WS-TAX-YEAR     TO WH-TAX-YEAR
007090      MOVE WS-EMPLOYER-EIN TO WH-EMPLOYER-EIN
007100      MOVE WS-EMPLOYER-NAME TO WH-EMPLOYER-NAME
007110      MOVE WS-CURRENT-DATE TO WH-RUN-DATE
007120
007130      WRITE W2-HEADER-RECORD
007140
007150      PERFORM 2810-PRINT-HEADINGS
007160          THRU 2810-PRINT-HEADINGS-EXIT.
007170
007180      PERFORM 2150-READ-YTD-RECORD
007190          THRU 2150-READ-YTD-RECORD-EXIT.
007200
007210      PERFORM 2100-READ-HISTORY
007220          THRU 2100-READ-HISTORY-EXIT.
007230
007240  1000-INITIALIZE-EXIT.
007250      EXIT.
007260
007270*****************************************************************
007280*                    1100-READ-PARAMETER-CARD                   *
007290*  READS THE RUN REQUEST CARD.  THE TAX YEAR MUST BE PRESENT    *
007300*  AND NUMERIC.  AN "A" IN THE SOURCE COLUMN BALANCES AGAINST   *
007310*  THE YTDARCH GENERATION; ANYTHING ELSE BALANCES AGAINST       *
007320*  YTDFILE.                                                     *
007330*****************************************************************
007340  1100-READ-PARAMETER-CARD.
007350
007360      OPEN INPUT PARAMETER-FILE
007370
007380      IF NOT WS-PRM-FILE-OK
007390          DISPLAY "W2YREND: UNABLE TO OPEN W2PARM, "
007400                  "STATUS = " WS-PRM-FILE-STATUS
007410          SET WS-PARM-ERROR TO TRUE
007420          GO TO 1100-READ-PARAMETER-CARD-EXIT
007430      END-IF
007440
007450      READ PARAMETER-FILE
007460          AT END
007470              DISPLAY "W2YREND: W2PARM IS EMPTY"
007480              SET WS-PARM-ERROR TO TRUE
007490          NOT AT END
007500              IF WP-TAX-YEAR IS NOT NUMERIC OR WP-TAX-YEAR = ZERO
007510                  DISPLAY "W2YREND: BAD TAX YEAR ON W2PARM"
007520                  SET WS-PARM-ERROR TO TRUE
007530              ELSE
007540                  MOVE WP-TAX-YEAR      TO WS-TAX-YEAR
007550                  MOVE WP-EMPLOYER-NAME TO WS-EMPLOYER-NAME
007560                  IF WP-EMPLOYER-EIN IS NUMERIC
007570                      MOVE WP-EMPLOYER-EIN TO WS-EMPLOYER-EIN
007580                  END-IF
007590                  IF WP-YTD-SOURCE = "A"
007600                      MOVE "A" TO WS-YTD-SOURCE
007610                  END-IF
007620              END-IF
007630      END-READ
007640
007650      CLOSE PARAMETER-FILE.
007660
007670  1100-READ-PARAMETER-CARD-EXIT.
007680      EXIT.
007690
007700*****************************************************************
007710*                     2000-PROCESS-EMPLOYEE                     *
007720*  ONE PASS PER EMPLOYEE - SUMS EVERY TAX-YEAR HISTORY RECORD   *
007730*  FOR THE IDENT, LOOKS UP THE MASTER, BALANCES THE GROSS TO    *
007740*  THE YTD SIDE, THEN PRINTS THE STATEMENT AND WRITES THE       *
007750*  EXTRACT DETAIL.                                              *
007760*****************************************************************
007770  2000-PROCESS-EMPLOYEE.
007780
007790      MOVE PH-IDENT    TO WS-EMP-IDENT
007800      MOVE PH-CUSTNAME TO WS-EMP-NAME
007810      MOVE ZEROS       TO WS-EMP-CYCLES
007820      MOVE ZEROS       TO WS-EMP-GROSS
007830      MOVE ZEROS       TO WS-EMP-FED-TAX
007840      MOVE ZEROS       TO WS-EMP-STATE-TAX
007850      MOVE ZEROS       TO WS-EMP-FICA-TAX
007860
007870      PERFORM 2200-ACCUMULATE-HISTORY
007880          THRU 2200-ACCUMULATE-HISTORY-EXIT
007890          UNTIL WS-END-OF-FILE
007900             OR PH-IDENT NOT = WS-EMP-IDENT
007910
007920      PERFORM 2300-GET-MASTER
007930          THRU 2300-GET-MASTER-EXIT
007940
007950      PERFORM 2400-BALANCE-TO-YTD
007960          THRU 2400-BALANCE-TO-YTD-EXIT
007970
007980      PERFORM 2500-PRINT-STATEMENT
007990          THRU 2500-PRINT-STATEMENT-EXIT
008000
008010      PERFORM 2600-WRITE-EXTRACT-DETAIL
008020          THRU 2600-WRITE-EXTRACT-DETAIL-EXIT.
008030
008040  2000-PROCESS-EMPLOYEE-EXIT.
008050      EXIT.
008060
008070*****************************************************************
008080*                       2100-READ-HISTORY                       *
008090*  READS FORWARD TO THE NEXT HISTORY RECORD DATED IN THE TAX    *
008100*  YEAR, PASSING OVER CYCLES FROM ANY OTHER YEAR.               *
008110*****************************************************************
008120  2100-READ-HISTORY.
008130
008140      MOVE "N" TO WS-HIST-WANTED-SW
008150
008160      PERFORM 2110-READ-NEXT-HISTORY
008170          THRU 2110-READ-NEXT-HISTORY-EXIT
008180          UNTIL WS-HIST-WANTED
008190             OR WS-END-OF-FILE.
008200
008210  2100-READ-HISTORY-EXIT.
008220      EXIT.
008230
008240*****************************************************************
008250*                     2110-READ-NEXT-HISTORY                    *
008260*****************************************************************
008270  2110-READ-NEXT-HISTORY.
008280
008290      READ PAY-HISTORY-FILE NEXT RECORD
008300          AT END
008310              SET WS-END-OF-FILE TO TRUE
008320              GO TO 2110-READ-NEXT-HISTORY-EXIT
008330      END-READ
008340
008350      ADD 1 TO WS-HIST-READ-COUNT
008360
008370      MOVE PH-CYCLE-DATE TO WS-CYCLE-DATE
008380
008390      IF WS-CYC-CCYY = WS-TAX-YEAR
008400          SET WS-HIST-WANTED TO TRUE
008410          ADD 1 TO WS-HIST-YEAR-COUNT
008420      END-IF.
008430
008440  2110-READ-NEXT-HISTORY-EXIT.
008450      EXIT.
008460
008470*****************************************************************
008480*                      2150-READ-YTD-RECORD                     *
008490*  READS THE NEXT RECORD FROM WHICHEVER YTD SOURCE THE CARD     *
008500*  NAMED INTO THE COMMON IMAGE.  AT END THE MATCH KEY GOES      *
008510*  HIGH.                                                        *
008520*****************************************************************
008530  2150-READ-YTD-RECORD.
008540
008550      IF WS-YTD-EOF
008560          MOVE 9999 TO WS-YTD-KEY
008570          GO TO 2150-READ-YTD-RECORD-EXIT
008580      END-IF
008590
008600      IF WS-SOURCE-ARCHIVE
008610          READ ARCHIVE-FILE INTO WS-YTD-IMAGE
008620              AT END
008630                  SET WS-YTD-EOF TO TRUE
008640          END-READ
008650      ELSE
008660          READ YTD-FILE NEXT RECORD INTO WS-YTD-IMAGE
008670              AT END
008680                  SET WS-YTD-EOF TO TRUE
008690          END-READ
008700      END-IF
008710
008720      IF WS-YTD-EOF
008730          MOVE 9999 TO WS-YTD-KEY
008740      ELSE
008750          ADD 1            TO WS-YTD-READ-COUNT
008760          ADD WS-YTD-GROSS TO WS-TOT-YTD-GROSS
008770          MOVE WS-YTD-IDENT TO WS-YTD-KEY
008780      END-IF.
008790
008800  2150-READ-YTD-RECORD-EXIT.
008810      EXIT.
008820
008830*****************************************************************
008840*                    2200-ACCUMULATE-HISTORY                    *
008850*  ADDS ONE CYCLE'S FIGURES INTO THE EMPLOYEE'S TOTALS AND      *
008860*  READS THE NEXT TAX-YEAR RECORD.                              *
008870*****************************************************************
008880  2200-ACCUMULATE-HISTORY.
008890
008900      ADD 1            TO WS-EMP-CYCLES
008910      ADD PH-GROSS     TO WS-EMP-GROSS
008920      ADD PH-FED-TAX   TO WS-EMP-FED-TAX
008930      ADD PH-STATE-TAX TO WS-EMP-STATE-TAX
008940      ADD PH-FICA-TAX  TO WS-EMP-FICA-TAX
008950
008960      PERFORM 2100-READ-HISTORY
008970          THRU 2100-READ-HISTORY-EXIT.
008980
008990  2200-ACCUMULATE-HISTORY-EXIT.
009000      EXIT.
009010
009020*****************************************************************
009030*                        2300-GET-MASTER                        *
009040*  READS THE CUSTOMER MASTER FOR THE NAME AND STATUS.  AN IDENT *
009050*  WITH HISTORY BUT NO MASTER STILL GETS ITS STATEMENT UNDER    *
009060*  THE NAME THE HISTORY CARRIES, AND IS COUNTED FOR FOLLOW-UP.  *
009070*****************************************************************
009080  2300-GET-MASTER.
009090
009100      MOVE WS-EMP-IDENT TO CM-IDENT
009110
009120      READ CUSTOMER-MASTER-FILE
009130          INVALID KEY
009140              MOVE SPACE           TO WS-EMP-STATUS
009150              MOVE "NOT ON MASTER" TO WS-EMP-STATUS-TEXT
009160              ADD 1 TO WS-NO-MASTER-COUNT
009170              GO TO 2300-GET-MASTER-EXIT
009180      END-READ
009190
009200      MOVE CM-CUSTNAME TO WS-EMP-NAME
009210      MOVE CM-STATUS   TO WS-EMP-STATUS
009220
009230      IF CM-STATUS-TERMINATED
009240          MOVE "TERMINATED"    TO WS-EMP-STATUS-TEXT
009250          ADD 1 TO WS-TERM-COUNT
009260      ELSE
009270      IF CM-STATUS-LEAVE
009280          MOVE "ON LEAVE"      TO WS-EMP-STATUS-TEXT
009290          ADD 1 TO WS-LEAVE-COUNT
009300      ELSE
009310          MOVE "ACTIVE"        TO WS-EMP-STATUS-TEXT
009320          ADD 1 TO WS-ACTIVE-COUNT
009330      END-IF
009340      END-IF.
009350
009360  2300-GET-MASTER-EXIT.
009370      EXIT.
009380
009390*****************************************************************
009400*                      2400-BALANCE-TO-YTD                      *
009410*  MATCHES THE EMPLOYEE AGAINST THE YTD SIDE BY IDENT.  YTD     *
009420*  RECORDS THAT SORT AHEAD OF THE IDENT HAVE NO HISTORY FOR THE *
009430*  YEAR; A MATCHING RECORD MUST CARRY THE SAME GROSS; NO        *
009440*  MATCHING RECORD AT ALL IS ITSELF A MISMATCH.                 *
009450*****************************************************************
009460  2400-BALANCE-TO-YTD.
009470
009480      PERFORM 2410-YTD-WITHOUT-HISTORY
009490          THRU 2410-YTD-WITHOUT-HISTORY-EXIT
009500          UNTIL WS-YTD-KEY NOT < WS-EMP-IDENT
009510
009520      IF WS-YTD-KEY = WS-EMP-IDENT
009530          IF WS-YTD-GROSS NOT = WS-EMP-GROSS
009540              MOVE WS-EMP-GROSS TO WS-MISMATCH-HIST
009550              MOVE WS-YTD-GROSS TO WS-MISMATCH-YTD
009560              MOVE "HISTORY GROSS NOT = YTD GROSS"
009570                TO WS-MISMATCH-TEXT
009580              PERFORM 2850-PRINT-MISMATCH
009590                  THRU 2850-PRINT-MISMATCH-EXIT
009600          END-IF
009610          PERFORM 2150-READ-YTD-RECORD
009620              THRU 2150-READ-YTD-RECORD-EXIT
009630      ELSE
009640          MOVE WS-EMP-GROSS TO WS-MISMATCH-HIST
009650          MOVE ZEROS        TO WS-MISMATCH-YTD
009660          MOVE "NO YTD RECORD FOR EMPLOYEE" TO WS-MISMATCH-TEXT
009670          PERFORM 2850-PRINT-MISMATCH
009680              THRU 2850-PRINT-MISMATCH-EXIT
009690      END-IF.
009700
009710  2400-BALANCE-TO-YTD-EXIT.
009720      EXIT.
009730
009740*****************************************************************
009750*                    2410-YTD-WITHOUT-HISTORY                   *
009760*  A YTD RECORD WITH NO TAX-YEAR HISTORY BEHIND IT.  A ZERO     *
009770*  GROSS IS AN ACCUMULATOR NOBODY WAS PAID INTO - NOT A         *
009780*  MISMATCH - ANYTHING ELSE IS LISTED.                          *
009790*****************************************************************
009800  2410-YTD-WITHOUT-HISTORY.
009810
009820      IF WS-YTD-GROSS NOT = ZERO
009830          MOVE WS-YTD-IDENT TO CM-IDENT
009840          READ CUSTOMER-MASTER-FILE
009850              INVALID KEY
009860                  MOVE SPACES TO CM-CUSTNAME
009870          END-READ
009880          MOVE ZEROS        TO WS-MISMATCH-HIST
009890          MOVE WS-YTD-GROSS TO WS-MISMATCH-YTD
009900          MOVE "YTD GROSS WITH NO PAY HISTORY" TO WS-MISMATCH-TEXT
009910          MOVE WS-YTD-IDENT TO RPT-D-IDENT
009920          MOVE CM-CUSTNAME  TO RPT-D-NAME
009930          PERFORM 2860-WRITE-MISMATCH-LINE
009940              THRU 2860-WRITE-MISMATCH-LINE-EXIT
009950      END-IF
009960
009970      PERFORM 2150-READ-YTD-RECORD
009980          THRU 2150-READ-YTD-RECORD-EXIT.
009990
010000  2410-YTD-WITHOUT-HISTORY-EXIT.
010010      EXIT.
010020
010030*****************************************************************
010040*                      2500-PRINT-STATEMENT                     *
010050*  PRINTS ONE WAGE AND TAX STATEMENT PAGE FOR THE EMPLOYEE.     *
010060*****************************************************************
010070  2500-PRINT-STATEMENT.
010080
010090      MOVE WS-TAX-YEAR      TO STM-H1-YEAR
010100      MOVE WS-RUN-DATE-EDIT TO STM-H1-DATE
010110
010120      WRITE STATEMENT-RECORD FROM STM-HEADING-1
010130          AFTER ADVANCING PAGE
010140      WRITE STATEMENT-RECORD FROM STM-BLANK-LINE
010150          AFTER ADVANCING 1 LINE
010160
010170      MOVE WS-EMPLOYER-NAME TO STM-R-NAME
010180      MOVE WS-EMPLOYER-EIN  TO STM-R-EIN
010190
010200      WRITE STATEMENT-RECORD FROM STM-EMPLOYER-LINE
010210          AFTER ADVANCING 1 LINE
010220
010230      MOVE WS-EMP-IDENT       TO STM-E-IDENT
010240      MOVE WS-EMP-NAME        TO STM-E-NAME
010250      MOVE WS-EMP-STATUS-TEXT TO STM-E-STATUS
010260
010270      WRITE STATEMENT-RECORD FROM STM-EMPLOYEE-LINE
010280          AFTER ADVANCING 1 LINE
010290      WRITE STATEMENT-RECORD FROM STM-BLANK-LINE
010300          AFTER ADVANCING 1 LINE
010310
010320      MOVE "WAGES, TIPS, OTHER COMPENSATION" TO STM-A-LABEL
010330      MOVE WS-EMP-GROSS                     TO STM-A-AMOUNT
010340      WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE
010350          AFTER ADVANCING 1 LINE
010360
010370      MOVE "FEDERAL INCOME TAX WITHHELD"    TO STM-A-LABEL
010380      MOVE WS-EMP-FED-TAX                   TO STM-A-AMOUNT
010390      WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE
010400          AFTER ADVANCING 1 LINE
010410
010420      MOVE "STATE INCOME TAX WITHHELD"      TO STM-A-LABEL
010430      MOVE WS-EMP-STATE-TAX                 TO STM-A-AMOUNT
010440      WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE
010450          AFTER ADVANCING 1 LINE
010460
010470      MOVE "FICA TAX WITHHELD"              TO STM-A-LABEL
010480      MOVE WS-EMP-FICA-TAX                  TO STM-A-AMOUNT
010490      WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE
010500          AFTER ADVANCING 1 LINE
010510
010520      WRITE STATEMENT-RECORD FROM STM-BLANK-LINE
010530          AFTER ADVANCING 1 LINE
010540
010550      MOVE WS-EMP-CYCLES TO STM-C-COUNT
010560      WRITE STATEMENT-RECORD FROM STM-CYCLES-LINE
010570          AFTER ADVANCING 1 LINE
010580
010590      ADD 1 TO WS-STMT-COUNT.
010600
010610  2500-PRINT-STATEMENT-EXIT.
010620      EXIT.
010630
010640*****************************************************************
010650*                   2600-WRITE-EXTRACT-DETAIL                   *
010660*  WRITES THE EMPLOYEE'S FILING DETAIL AND ROLLS ITS AMOUNTS    *
010670*  INTO THE COMPANY TOTALS THE TRAILER AND TRANSMITTAL CARRY.   *
010680*****************************************************************
010690  2600-WRITE-EXTRACT-DETAIL.
010700
010710      MOVE SPACES           TO W2-DETAIL-RECORD
010720      MOVE "D"              TO WD-RECORD-TYPE
010730      MOVE WS-EMP-IDENT     TO WD-IDENT
010740      MOVE WS-EMP-NAME      TO WD-NAME
010750      MOVE WS-EMP-STATUS    TO WD-STATUS
010760      MOVE WS-EMP-GROSS     TO WD-WAGES
010770      MOVE WS-EMP-FED-TAX   TO WD-FED-TAX
010780      MOVE WS-EMP-STATE-TAX TO WD-STATE-TAX
010790      MOVE WS-EMP-FICA-TAX  TO WD-FICA-TAX
010800
010810      WRITE W2-DETAIL-RECORD
010820
010830      ADD WS-EMP-GROSS     TO WS-TOT-WAGES
010840      ADD WS-EMP-FED-TAX   TO WS-TOT-FED-TAX
010850      ADD WS-EMP-STATE-TAX TO WS-TOT-STATE-TAX
010860      ADD WS-EMP-FICA-TAX  TO WS-TOT-FICA-TAX.
010870
010880  2600-WRITE-EXTRACT-DETAIL-EXIT.
010890      EXIT.
010900
010910*****************************************************************
010920*                      2810-PRINT-HEADINGS                      *
010930*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
010940*  NEW PAGE AND RESETS THE LINE COUNT.                          *
010950*****************************************************************
010960  2810-PRINT-HEADINGS.
010970
010980      ADD 1 TO WS-PAGE-COUNT
010990      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
011000      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
011010
011020      WRITE BALANCE-RECORD FROM RPT-HEADING-1
011030          AFTER ADVANCING PAGE
011040      WRITE BALANCE-RECORD FROM RPT-BLANK-LINE
011050          AFTER ADVANCING 1 LINE
011060      WRITE BALANCE-RECORD FROM RPT-HEADING-2
011070          AFTER ADVANCING 1 LINE
011080      WRITE BALANCE-RECORD FROM RPT-BLANK-LINE
011090          AFTER ADVANCING 1 LINE
011100
011110      MOVE ZEROS TO WS-LINE-COUNT.
011120
011130  2810-PRINT-HEADINGS-EXIT.
011140      EXIT.
011150
011160*****************************************************************
011170*                      2850-PRINT-MISMATCH                      *
011180*  LISTS A MISMATCH FOR THE EMPLOYEE BEING PROCESSED.           *
011190*****************************************************************
011200  2850-PRINT-MISMATCH.
011210
011220      MOVE WS-EMP-IDENT TO RPT-D-IDENT
011230      MOVE WS-EMP-NAME  TO RPT-D-NAME
011240
011250      PERFORM 2860-WRITE-MISMATCH-LINE
011260          THRU 2860-WRITE-MISMATCH-LINE-EXIT.
011270
011280  2850-PRINT-MISMATCH-EXIT.
011290      EXIT.
011300
011310*****************************************************************
011320*                    2860-WRITE-MISMATCH-LINE                   *
011330*  FILLS IN THE AMOUNTS AND REASON AND WRITES ONE MISMATCH      *
011340*  LINE, BREAKING TO A NEW PAGE FIRST IF THE CURRENT PAGE IS    *
011350*  FULL.                                                        *
011360*****************************************************************
011370  2860-WRITE-MISMATCH-LINE.
011380
011390      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
011400          PERFORM 2810-PRINT-HEADINGS
011410              THRU 2810-PRINT-HEADINGS-EXIT
011420      END-IF
011430
011440      SUBTRACT WS-MISMATCH-YTD FROM WS-MISMATCH-HIST
011450          GIVING WS-MISMATCH-DIFF
011460
011470      MOVE WS-MISMATCH-HIST TO RPT-D-HIST-GROSS
011480      MOVE WS-MISMATCH-YTD  TO RPT-D-YTD-GROSS
011490      MOVE WS-MISMATCH-DIFF TO RPT-D-DIFFERENCE
011500      MOVE WS-MISMATCH-TEXT TO RPT-D-REASON
011510
011520      WRITE BALANCE-RECORD FROM RPT-DETAIL-LINE
011530          AFTER ADVANCING 1 LINE
011540
011550      ADD 1 TO WS-LINE-COUNT
011560      ADD 1 TO WS-MISMATCH-COUNT.
011570
011580  2860-WRITE-MISMATCH-LINE-EXIT.
011590      EXIT.
011600
011610*****************************************************************
011620*                         3000-FINALIZE                         *
011630*  LISTS ANY YTD RECORDS LEFT PAST THE LAST EMPLOYEE, WRITES    *
011640*  THE EXTRACT TRAILER, PRINTS THE BALANCING RESULT AND THE     *
011650*  EMPLOYER TRANSMITTAL SUMMARY, AND CLOSES THE FILES.  ANY     *
011660*  MISMATCH ENDS THE RUN WITH RETURN CODE 8.  A RUN THAT COULD  *
011670*  NOT OPEN ITS FILES ONLY LOGS ITS END EVENT.                  *
011680*****************************************************************
011690  3000-FINALIZE.
011700
011710      IF WS-RUNCTL-REFUSED
011720          GO TO 3000-FINALIZE-EXIT
011730      END-IF.
011740
011750      IF WS-PARM-ERROR
011760          GO TO 3000-FINALIZE-LOG
011770      END-IF.
011780
011790      IF WS-SETUP-ERROR
011800          GO TO 3000-FINALIZE-LOG
011810      END-IF.
011820
011830      PERFORM 2410-YTD-WITHOUT-HISTORY
011840          THRU 2410-YTD-WITHOUT-HISTORY-EXIT
011850          UNTIL WS-YTD-EOF
011860
011870      MOVE SPACES           TO W2-TRAILER-RECORD
011880      MOVE "T"              TO WT-RECORD-TYPE
011890      MOVE WS-STMT-COUNT    TO WT-DETAIL-COUNT
011900      MOVE WS-TOT-WAGES     TO WT-WAGES-TOTAL
011910      MOVE WS-TOT-FED-TAX   TO WT-FED-TAX-TOTAL
011920      MOVE WS-TOT-STATE-TAX TO WT-STATE-TAX-TOTAL
011930      MOVE WS-TOT-FICA-TAX  TO WT-FICA-TAX-TOTAL
011940
011950      WRITE W2-TRAILER-RECORD
011960
011970      WRITE BALANCE-RECORD FROM RPT-BLANK-LINE
011980          AFTER ADVANCING 1 LINE
011990
012000      IF WS-MISMATCH-COUNT > ZERO
012010          MOVE "*** OUT OF BALANCE - DO NOT RELEASE STATEMENTS"
012020            TO RPT-M-TEXT
012030          MOVE 8 TO RETURN-CODE
012040      ELSE
012050          MOVE "HISTORY IN BALANCE WITH YTD - STATEMENTS RELEASED"
012060            TO RPT-M-TEXT
012070      END-IF
012080
012090      WRITE BALANCE-RECORD FROM RPT-MESSAGE-LINE
012100          AFTER ADVANCING 1 LINE
012110
012120      IF WS-SOURCE-ARCHIVE
012130          MOVE "BALANCED AGAINST YTDARCH GENERATION" TO RPT-M-TEXT
012140      ELSE
012150          MOVE "BALANCED AGAINST YTDFILE"            TO RPT-M-TEXT
012160      END-IF
012170
012180      WRITE BALANCE-RECORD FROM RPT-MESSAGE-LINE
012190          AFTER ADVANCING 1 LINE
012200
012210      PERFORM 3100-PRINT-TRANSMITTAL
012220          THRU 3100-PRINT-TRANSMITTAL-EXIT
012230
012240      CLOSE PAY-HISTORY-FILE
012250      CLOSE CUSTOMER-MASTER-FILE
012260      CLOSE STATEMENT-FILE
012270      CLOSE FILING-EXTRACT
012280      CLOSE BALANCE-REPORT
012290
012300      IF WS-SOURCE-ARCHIVE
012310          CLOSE ARCHIVE-FILE
012320      ELSE
012330          CLOSE YTD-FILE
012340      END-IF.
012350
012360  3000-FINALIZE-LOG.
012370
012380      MOVE "E"         TO RC-FUNCTION
012390      MOVE RETURN-CODE TO RC-COMPLETION-CODE
012400      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS.
012410
012420  3000-FINALIZE-EXIT.
012430      EXIT.
012440
012450*****************************************************************
012460*                     3100-PRINT-TRANSMITTAL                    *
012470*  PRINTS THE EMPLOYER TRANSMITTAL SUMMARY - THE COMPANY TOTALS *
012480*  THAT ACCOMPANY THE FILING, MATCHING THE EXTRACT TRAILER.     *
012490*****************************************************************
012500  3100-PRINT-TRANSMITTAL.
012510
012520      WRITE BALANCE-RECORD FROM RPT-BLANK-LINE
012530          AFTER ADVANCING 1 LINE
012540
012550      MOVE "EMPLOYER TRANSMITTAL SUMMARY" TO RPT-M-TEXT
012560      WRITE BALANCE-RECORD FROM RPT-MESSAGE-LINE
012570          AFTER ADVANCING 1 LINE
012580
012590      MOVE SPACES TO RPT-M-TEXT
012600      STRING "TAX YEAR "      DELIMITED BY SIZE
012610             WS-TAX-YEAR      DELIMITED BY SIZE
012620             "  EIN "         DELIMITED BY SIZE
012630             WS-EMPLOYER-EIN  DELIMITED BY SIZE
012640             "  "             DELIMITED BY SIZE
012650             WS-EMPLOYER-NAME DELIMITED BY SIZE
012660          INTO RPT-M-TEXT
012670      WRITE BALANCE-RECORD FROM RPT-MESSAGE-LINE
012680          AFTER ADVANCING 1 LINE
012690
012700      WRITE BALANCE-RECORD FROM RPT-BLANK-LINE
012710          AFTER ADVANCING 1 LINE
012720
012730      MOVE "HISTORY RECORDS READ"          TO RPT-T-LABEL
012740      MOVE WS-HIST-READ-COUNT              TO RPT-T-COUNT
012750      WRITE BALANCE-RECORD FROM RPT-TOTAL-LINE
012760          AFTER ADVANCING 1 LINE
012770
012780      MOVE "HISTORY RECORDS IN TAX YEAR"   TO RPT-T-LABEL
012790      MOVE WS-HIST-YEAR-COUNT              TO RPT-T-COUNT
012800      WRITE BALANCE-RECORD FROM RPT-TOTAL-LINE
012810          AFTER ADVANCING 1 LINE
012820
012830      MOVE "YTD RECORDS READ"              TO RPT-T-LABEL
012840      MOVE WS-YTD-READ-COUNT               TO RPT-T-COUNT
012850      WRITE BALANCE-RECORD FROM RPT-TOTAL-LINE
012860          AFTER ADVANCING 1 LINE
012870
012880      MOVE "STATEMENTS PRINTED"            TO RPT-T-LABEL
012890      MOVE WS-STMT-COUNT                   TO RPT-T-COUNT
012900      WRITE BALANCE-RECORD FROM RPT-TOTAL-LINE
012910          AFTER ADVANCING 1 LINE
012920
012930      MOVE "  ACTIVE EMPLOYEES"            TO RPT-T-LABEL
012940      MOVE WS-ACTIVE-COUNT                 TO RPT-T-COUNT
012950      WRITE BALANCE-RECORD FROM RPT-TOTAL-LINE
012960          AFTER ADVANCING 1 LINE
012970
012980      MOVE "  ON LEAVE"                    TO RPT-T-LABEL
012990      MOVE WS-LEAVE-COUNT                  TO RPT-T-COUNT
013000      WRITE BALANCE-RECORD FROM RPT-TOTAL-LINE
013010          AFTER ADVANCING 1 LINE
013020
013030      MOVE "  TERMINATED"                  TO RPT-T-LABEL
013040      MOVE WS-TERM-COUNT                   TO RPT-T-COUNT
013050      WRITE BALANCE-RECORD FROM RPT-TOTAL-LINE
013060          AFTER ADVANCING 1 LINE
013070
013080      MOVE "  NOT ON CUSTOMER MASTER"      TO RPT-T-LABEL
013090      MOVE WS-NO-MASTER-COUNT              TO RPT-T-COUNT
013100      WRITE BALANCE-RECORD FROM RPT-TOTAL-LINE
013110          AFTER ADVANCING 1 LINE
013120
013130      MOVE "BALANCING MISMATCHES"          TO RPT-T-LABEL
013140      MOVE WS-MISMATCH-COUNT               TO RPT-T-COUNT
013150      WRITE BALANCE-RECORD FROM RPT-TOTAL-LINE
013160          AFTER ADVANCING 1 LINE
013170
013180      WRITE BALANCE-RECORD FROM RPT-BLANK-LINE
013190          AFTER ADVANCING 1 LINE
013200
013210      MOVE "TOTAL WAGES"                   TO RPT-A-LABEL
013220      MOVE WS-TOT-WAGES                    TO RPT-A-AMOUNT
013230      WRITE BALANCE-RECORD FROM RPT-AMOUNT-LINE
013240          AFTER ADVANCING 1 LINE
013250
013260      MOVE "TOTAL FEDERAL TAX WITHHELD"    TO RPT-A-LABEL
013270      MOVE WS-TOT-FED-TAX                  TO RPT-A-AMOUNT
013280      WRITE BALANCE-RECORD FROM RPT-AMOUNT-LINE
013290          AFTER ADVANCING 1 LINE
013300
013310      MOVE "TOTAL STATE TAX WITHHELD"      TO RPT-A-LABEL
013320      MOVE WS-TOT-STATE-TAX                TO RPT-A-AMOUNT
013330      WRITE BALANCE-RECORD FROM RPT-AMOUNT-LINE
013340          AFTER ADVANCING 1 LINE
013350
013360      MOVE "TOTAL FICA TAX WITHHELD"       TO RPT-A-LABEL
013370      MOVE WS-TOT-FICA-TAX                 TO RPT-A-AMOUNT
013380      WRITE BALANCE-RECORD FROM RPT-AMOUNT-LINE
013390          AFTER ADVANCING 1 LINE
013400
013410      MOVE "TOTAL YTD GROSS (CONTROL)"     TO RPT-A-LABEL
013420      MOVE WS-TOT-YTD-GROSS                TO RPT-A-AMOUNT
013430      WRITE BALANCE-RECORD FROM RPT-AMOUNT-LINE
013440          AFTER ADVANCING 1 LINE.
013450
013460  3100-PRINT-TRANSMITTAL-EXIT.
013470      EXIT.
013480
