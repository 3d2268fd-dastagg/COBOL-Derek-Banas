000230*                  MASTER RECORD.                               *
000240* 09/03/2026 DRH   CORRECTED THE CUSTOMER-MASTER FD TO ITS      *
000250*                  TRUE 53 BYTES.                               *
000260* 10/15/2026 DRH   THE MASTER RECORD NOW CARRIES A PAY TYPE     *
000270*                  AND PER-PERIOD SALARY AND GREW TO 60 BYTES   *
000280*                  (SUSPENSE RECORD 69).  THE DOSSIER SHOWS     *
000290*                  THE PAY TYPE AND SALARY BESIDE THE RATE.     *
000300*****************************************************************
000310  IDENTIFICATION DIVISION.
000320  PROGRAM-ID. EMPINQ.
000330  AUTHOR. DAVID R. HENDERSON.
000340  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000350  DATE-WRITTEN. 09/03/2026.
000360  DATE-COMPILED.
000370  ENVIRONMENT DIVISION.
000380
000390  CONFIGURATION SECTION.
000400  SOURCE-COMPUTER. IBM-370.
000410  OBJECT-COMPUTER. IBM-370.
000420  SPECIAL-NAMES.
000430      C01 IS TOP-OF-PAGE.
000440
000450  INPUT-OUTPUT SECTION.
000460  FILE-CONTROL.
000470*****************************************************************
000480* PARAMETER-FILE CARRIES THE INQUIRY CARD - THE ONE IDENT THE   *
000490* DOSSIER IS FOR.                                               *
000500*****************************************************************
000510      SELECT PARAMETER-FILE
000520          ASSIGN TO "EMPPARM"
000530          ORGANIZATION IS SEQUENTIAL
000540          FILE STATUS IS WS-PRM-FILE-STATUS.
000550
000560*****************************************************************
000570* CUSTOMER-MASTER IS READ BY KEY FOR THE MASTER FIELDS.         *
000580*****************************************************************
000590      SELECT CUSTOMER-MASTER-FILE
000600          ASSIGN TO "CUSTMAST"
000610          ORGANIZATION IS INDEXED
000620          ACCESS MODE IS DYNAMIC
000630          RECORD KEY IS CM-IDENT
000640          FILE STATUS IS WS-CM-FILE-STATUS.
000650
000660*****************************************************************
000670* YTD-FILE IS READ BY KEY FOR THE YEAR-TO-DATE FIGURES.         *
000680*****************************************************************
000690      SELECT YTD-FILE
000700          ASSIGN TO "YTDFILE"
000710          ORGANIZATION IS INDEXED
000720          ACCESS MODE IS DYNAMIC
000730          RECORD KEY IS YT-IDENT
000740          FILE STATUS IS WS-YTD-FILE-STATUS.
000750
000760*****************************************************************
000770* ADJUSTMENT-FILE IS SCANNED FOR ENTRIES PENDING AGAINST THE    *
000780* EMPLOYEE'S NEXT PAY RUN.                                      *
000790*****************************************************************
000800      SELECT ADJUSTMENT-FILE
000810          ASSIGN TO "ADJFILE"
000820          ORGANIZATION IS SEQUENTIAL
000830          FILE STATUS IS WS-ADJ-FILE-STATUS.
000840
000850*****************************************************************
000860* AUDIT-FILE IS SCANNED FOR THE EMPLOYEE'S CHANGE HISTORY; THE  *
000870* LAST FEW ENTRIES GO ON THE DOSSIER.                           *
000880*****************************************************************
000890      SELECT AUDIT-FILE
000900          ASSIGN TO "AUDITLOG"
000910          ORGANIZATION IS SEQUENTIAL
000920          FILE STATUS IS WS-AUD-FILE-STATUS.
000930
000940*****************************************************************
000950* SUSPENSE-FILE IS SCANNED FOR A HELD RECORD FOR THE EMPLOYEE.  *
000960*****************************************************************
000970      SELECT SUSPENSE-FILE
000980          ASSIGN TO "SUSPFILE"
000990          ORGANIZATION IS SEQUENTIAL
001000          FILE STATUS IS WS-SUS-FILE-STATUS.
001010
001020*****************************************************************
001030* DOSSIER-REPORT IS THE ONE-STOP FORMATTED DOSSIER.             *
001040*****************************************************************
001050      SELECT DOSSIER-REPORT
001060          ASSIGN TO "EMPDOSS"
001070          ORGANIZATION IS SEQUENTIAL
001080          FILE STATUS IS WS-RPT-FILE-STATUS.
001090
001100  DATA DIVISION.
001110
001120  FILE SECTION.
001130*****************************************************************
001140* FD  - PARAMETER-FILE                                          *
001150*****************************************************************
001160  FD  PARAMETER-FILE
001170      LABEL RECORDS ARE STANDARD
001180      RECORD CONTAINS 3 CHARACTERS.
001190  01  PARAMETER-RECORD.
001200      05  EI-IDENT                PIC 9(03).
001210
001220*****************************************************************
001230* FD  - CUSTOMER-MASTER-FILE                                    *
001240*****************************************************************
001250  FD  CUSTOMER-MASTER-FILE
001260      LABEL RECORDS ARE STANDARD
001270      RECORD CONTAINS 60 CHARACTERS.
001280  01  CUSTOMER-MASTER-RECORD.
001290      05  CM-IDENT                PIC 9(03).
001300      05  CM-CUSTNAME             PIC X(20).
001310      05  CM-DATEOFBIRTH.
001320          10  CM-MOB              PIC 9(02).
001330          10  CM-DOB              PIC 9(02).
001340          10  CM-YOB              PIC 9(04).
001350      05  CM-HOURS-WORKED         PIC 9(03)V99.
001360      05  CM-HOURLY-RATE          PIC 9(03)V99.
001370      05  CM-AGE-YEARS            PIC 9(03).
001380      05  CM-STATUS               PIC X(01).
001390          88  CM-STATUS-ACTIVE          VALUE "A".
001400          88  CM-STATUS-LEAVE           VALUE "L".
001410          88  CM-STATUS-TERMINATED      VALUE "T".
001420      05  CM-STATUS-DATE          PIC 9(08).
001430      05  CM-PAY-TYPE             PIC X(01).
001440          88  CM-PAY-HOURLY             VALUE "H".
001450          88  CM-PAY-SALARIED           VALUE "S".
001460      05  CM-PERIOD-SALARY        PIC 9(04)V99.
001470
001480*****************************************************************
001490* FD  - YTD-FILE                                                *
001500*****************************************************************
001510  FD  YTD-FILE
001520      LABEL RECORDS ARE STANDARD
001530      RECORD CONTAINS 57 CHARACTERS.
001540  01  YTD-RECORD.
001550      05  YT-IDENT                PIC 9(03).
001560      05  YT-GROSS                PIC S9(7)V99.
001570      05  YT-OVERTIME             PIC S9(7)V99.
001580      05  YT-GARNISH              PIC S9(7)V99.
001590      05  YT-DEDUCT               PIC S9(7)V99.
001600      05  YT-CORRECT              PIC S9(7)V99.
001610      05  YT-NET                  PIC S9(7)V99.
001620
001630*****************************************************************
001640* FD  - ADJUSTMENT-FILE                                         *
001650*****************************************************************
001660  FD  ADJUSTMENT-FILE
001670      LABEL RECORDS ARE STANDARD
001680      RECORD CONTAINS 30 CHARACTERS.
001690  01  ADJUSTMENT-RECORD.
001700      05  AD-IDENT                PIC 9(03).
001710      05  AD-TYPE                 PIC X(01).
001720      05  AD-AMOUNT               PIC S9(4)V99.
001730      05  AD-DESCRIPTION          PIC X(20).
001740
001750*****************************************************************
001760* FD  - AUDIT-FILE                                              *
001770*****************************************************************
001780  FD  AUDIT-FILE
001790      LABEL RECORDS ARE STANDARD
001800      RECORD CONTAINS 77 CHARACTERS.
001810  01  AUDIT-RECORD.
001820      05  AU-IDENT                PIC 9(03).
001830      05  AU-DATE                 PIC 9(08).
001840      05  AU-TIME                 PIC 9(08).
001850      05  AU-OLD-CUSTNAME         PIC X(20).
001860      05  AU-NEW-CUSTNAME         PIC X(20).
001870      05  AU-OLD-DATEOFBIRTH.
001880          10  AU-OLD-MOB          PIC 9(02).
001890          10  AU-OLD-DOB          PIC 9(02).
001900          10  AU-OLD-YOB          PIC 9(04).
001910      05  AU-NEW-DATEOFBIRTH.
001920          10  AU-NEW-MOB          PIC 9(02).
001930          10  AU-NEW-DOB          PIC 9(02).
001940          10  AU-NEW-YOB          PIC 9(04).
001950      05  AU-OLD-STATUS           PIC X(01).
001960      05  AU-NEW-STATUS           PIC X(01).
001970
001980*****************************************************************
001990* FD  - SUSPENSE-FILE                                           *
002000*****************************************************************
002010  FD  SUSPENSE-FILE
002020      LABEL RECORDS ARE STANDARD
002030      RECORD CONTAINS 69 CHARACTERS.
002040  01  SUSPENSE-RECORD.
002050      05  SP-REASON-CODE          PIC X(01).
002060      05  SP-DATE-ADDED           PIC 9(08).
002070      05  SP-MASTER-IMAGE.
002080          10  SP-IDENT            PIC 9(03).
002090          10  FILLER              PIC X(57).
002100
002110*****************************************************************
002120* FD  - DOSSIER-REPORT                                          *
002130*****************************************************************
002140  FD  DOSSIER-REPORT
002150      LABEL RECORDS ARE STANDARD
002160      RECORD CONTAINS 132 CHARACTERS.
002170  01  DOSSIER-RECORD              PIC X(132).
002180
002190  WORKING-STORAGE SECTION.
002200*****************************************************************
002210* FILE STATUS AND END-OF-FILE SWITCHES                          *
002220*****************************************************************
002230  77  WS-PRM-FILE-STATUS      PIC X(02) VALUE SPACES.
002240      88  WS-PRM-FILE-OK             VALUE "00".
002250
002260  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
002270      88  WS-CM-FILE-OK              VALUE "00".
002280
002290  77  WS-YTD-FILE-STATUS      PIC X(02) VALUE SPACES.
002300      88  WS-YTD-FILE-OK             VALUE "00".
002310
002320  77  WS-ADJ-FILE-STATUS      PIC X(02) VALUE SPACES.
002330      88  WS-ADJ-FILE-OK             VALUE "00".
002340
002350  77  WS-ADJ-EOF-SW           PIC X(01) VALUE "N".
002360      88  WS-ADJ-EOF                 VALUE "Y".
002370
002380  77  WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
002390      88  WS-AUD-FILE-OK             VALUE "00".
002400
002410  77  WS-AUD-EOF-SW           PIC X(01) VALUE "N".
002420      88  WS-AUD-EOF                 VALUE "Y".
002430
002440  77  WS-SUS-FILE-STATUS      PIC X(02) VALUE SPACES.
002450      88  WS-SUS-FILE-OK             VALUE "00".
002460
002470  77  WS-SUS-EOF-SW           PIC X(01) VALUE "N".
002480      88  WS-SUS-EOF                 VALUE "Y".
002490
002500  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
002510      88  WS-RPT-FILE-OK             VALUE "00".
002520
002530*****************************************************************
002540* THE INQUIRY SELECTION AND RUN SWITCHES                        *
002550*****************************************************************
002560  77  WS-SEL-IDENT            PIC 9(03) VALUE ZEROS.
002570
002580  77  WS-PARM-ERROR-SW        PIC X(01) VALUE "N".
002590      88  WS-PARM-ERROR              VALUE "Y".
002600
002610  77  WS-MASTER-FOUND-SW      PIC X(01) VALUE "N".
002620      88  WS-MASTER-FOUND            VALUE "Y".
002630
002640  77  WS-YTD-FOUND-SW         PIC X(01) VALUE "N".
002650      88  WS-YTD-FOUND               VALUE "Y".
002660
002670*****************************************************************
002680* PENDING ADJUSTMENT COUNTERS                                   *
002690*****************************************************************
002700  77  WS-ADJ-MATCH-COUNT      PIC 9(05) VALUE ZEROS.
002710  77  WS-ADJ-MATCH-TOTAL      PIC S9(7)V99 VALUE ZEROS.
002720
002730*****************************************************************
002740* AUDIT HISTORY RING - THE LAST FIVE ENTRIES FOR THE EMPLOYEE   *
002750* ARE KEPT, OVERWRITING THE OLDEST RING-FASHION, AND PRINTED    *
002760* OLDEST FIRST.                                                 *
002770*****************************************************************
002780  77  WS-AUD-KEEP-MAX         PIC 9(01) VALUE 5.
002790  77  WS-AUD-KEEP-COUNT       PIC 9(01) VALUE ZEROS.
002800  77  WS-AUD-STORE-IX         PIC 9(01) VALUE ZEROS.
002810  77  WS-AUD-PRINT-IX         PIC 9(01) VALUE ZEROS.
002820  77  WS-AUD-PRINTED-COUNT    PIC 9(01) VALUE ZEROS.
002830  77  WS-AUD-TOTAL-COUNT      PIC 9(07) VALUE ZEROS.
002840
002850  01  WS-AUD-TABLE.
002860      05  WS-AUD-ENTRY OCCURS 5 TIMES.
002870          10  WS-AUD-T-DATE   PIC 9(08).
002880          10  WS-AUD-T-TIME   PIC 9(08).
002890          10  WS-AUD-T-OLD-NAME PIC X(20).
002900          10  WS-AUD-T-NEW-NAME PIC X(20).
002910
002920*****************************************************************
002930* SUSPENSE SCAN RESULTS - HOW MANY ENTRIES SIT IN SUSPENSE FOR  *
002940* THE EMPLOYEE AND THE OLDEST DATE AMONG THEM.                  *
002950*****************************************************************
002960  77  WS-SUS-MATCH-COUNT      PIC 9(05) VALUE ZEROS.
002970  77  WS-SUS-OLDEST-DATE      PIC 9(08) VALUE 99999999.
002980  77  WS-SUS-REASON-CODE      PIC X(01) VALUE SPACE.
002990
003000*****************************************************************
003010* DOSSIER REPORT LAYOUTS                                        *
003020*****************************************************************
003030  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
003040
003050  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
003060  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
003070      05  WS-CURR-CCYY        PIC 9(04).
003080      05  WS-CURR-MM          PIC 9(02).
003090      05  WS-CURR-DD          PIC 9(02).
003100
003110  01  WS-WORK-DATE            PIC 9(08) VALUE ZEROS.
003120  01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
003130      05  WS-WORK-CCYY        PIC 9(04).
003140      05  WS-WORK-MM          PIC 9(02).
003150      05  WS-WORK-DD          PIC 9(02).
003160
003170  01  RPT-HEADING-1.
003180      05  FILLER              PIC X(01) VALUE SPACE.
003190      05  FILLER              PIC X(30) VALUE
003200          "EMPLOYEE DOSSIER".
003210      05  FILLER              PIC X(20) VALUE SPACES.
003220      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
003230      05  RPT-H1-DATE         PIC X(10).
003240      05  FILLER              PIC X(61) VALUE SPACES.
003250
003260  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
003270
003280  01  RPT-SECTION-LINE.
003290      05  FILLER              PIC X(02) VALUE SPACES.
003300      05  RPT-S-TEXT          PIC X(60).
003310      05  FILLER              PIC X(70) VALUE SPACES.
003320
003330  01  RPT-MASTER-LINE.
003340      05  FILLER              PIC X(04) VALUE SPACES.
003350      05  FILLER              PIC X(07) VALUE "IDENT: ".
003360      05  RPT-M-IDENT         PIC ZZ9.
003370      05  FILLER              PIC X(03) VALUE SPACES.
003380      05  FILLER              PIC X(06) VALUE "NAME: ".
003390      05  RPT-M-NAME          PIC X(20).
003400      05  FILLER              PIC X(03) VALUE SPACES.
003410      05  FILLER              PIC X(05) VALUE "DOB: ".
003420      05  RPT-M-DOB.
003430          10  RPT-M-MOB       PIC 9(02).
003440          10  FILLER          PIC X(01) VALUE "/".
003450          10  RPT-M-DD        PIC 9(02).
003460          10  FILLER          PIC X(01) VALUE "/".
003470          10  RPT-M-YOB       PIC 9(04).
003480      05  FILLER              PIC X(03) VALUE SPACES.
003490      05  FILLER              PIC X(05) VALUE "AGE: ".
003500      05  RPT-M-AGE           PIC ZZ9.
003510      05  FILLER              PIC X(63) VALUE SPACES.
003520
003530  01  RPT-MASTER-LINE-2.
003540      05  FILLER              PIC X(04) VALUE SPACES.
003550      05  FILLER              PIC X(14) VALUE "HOURS WORKED: ".
003560      05  RPT-M-HOURS         PIC ZZ9.99.
003570      05  FILLER              PIC X(03) VALUE SPACES.
003580      05  FILLER              PIC X(13) VALUE "HOURLY RATE: ".
003590      05  RPT-M-RATE          PIC ZZ9.99.
003600      05  FILLER              PIC X(03) VALUE SPACES.
003610      05  FILLER              PIC X(10) VALUE "PAY TYPE: ".
003620      05  RPT-M-PAY-TYPE      PIC X(08).
003630      05  FILLER              PIC X(03) VALUE SPACES.
003640      05  FILLER              PIC X(08) VALUE "SALARY: ".
003650      05  RPT-M-SALARY        PIC ZZZ9.99.
003660      05  FILLER              PIC X(47) VALUE SPACES.
003670
003680  01  RPT-MASTER-LINE-3.
003690      05  FILLER              PIC X(04) VALUE SPACES.
003700      05  FILLER              PIC X(08) VALUE "STATUS: ".
003710      05  RPT-M-STATUS        PIC X(10).
003720      05  FILLER              PIC X(02) VALUE SPACES.
003730      05  FILLER              PIC X(11) VALUE "EFFECTIVE: ".
003740      05  RPT-M-ST-DATE.
003750          10  RPT-M-ST-MM     PIC 9(02).
003760          10  FILLER          PIC X(01) VALUE "/".
003770          10  RPT-M-ST-DD     PIC 9(02).
003780          10  FILLER          PIC X(01) VALUE "/".
003790          10  RPT-M-ST-CCYY   PIC 9(04).
003800      05  FILLER              PIC X(87) VALUE SPACES.
003810
003820  01  RPT-YTD-LINE.
003830      05  FILLER              PIC X(04) VALUE SPACES.
003840      05  RPT-Y-LABEL         PIC X(12).
003850      05  RPT-Y-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
003860      05  FILLER              PIC X(103) VALUE SPACES.
003870
003880  01  RPT-ADJ-LINE.
003890      05  FILLER              PIC X(04) VALUE SPACES.
003900      05  RPT-A-TYPE          PIC X(01).
003910      05  FILLER              PIC X(03) VALUE SPACES.
003920      05  RPT-A-DESC          PIC X(20).
003930      05  FILLER              PIC X(03) VALUE SPACES.
003940      05  RPT-A-AMOUNT        PIC Z,ZZ9.99-.
003950      05  FILLER              PIC X(92) VALUE SPACES.
003960
003970  01  RPT-AUDIT-LINE.
003980      05  FILLER              PIC X(04) VALUE SPACES.
003990      05  RPT-U-DATE.
004000          10  RPT-U-MM        PIC 9(02).
004010          10  FILLER          PIC X(01) VALUE "/".
004020          10  RPT-U-DD        PIC 9(02).
004030          10  FILLER          PIC X(01) VALUE "/".
004040          10  RPT-U-CCYY      PIC 9(04).
004050      05  FILLER              PIC X(03) VALUE SPACES.
004060      05  RPT-U-OLD-NAME      PIC X(20).
004070      05  FILLER              PIC X(04) VALUE " -> ".
004080      05  RPT-U-NEW-NAME      PIC X(20).
004090      05  FILLER              PIC X(71) VALUE SPACES.
004100
004110  PROCEDURE DIVISION.
004120*****************************************************************
004130*                        0000-MAINLINE                          *
004140*****************************************************************
004150  0000-MAINLINE.
004160
004170      PERFORM 1000-INITIALIZE
004180          THRU 1000-INITIALIZE-EXIT.
004190
004200      IF NOT WS-PARM-ERROR
004210          PERFORM 2000-BUILD-DOSSIER
004220              THRU 2000-BUILD-DOSSIER-EXIT
004230      END-IF.
004240
004250      PERFORM 3000-FINALIZE
004260          THRU 3000-FINALIZE-EXIT.
004270
004280      STOP RUN.
004290
004300*****************************************************************
004310*                       1000-INITIALIZE                         *
004320*  READS THE INQUIRY CARD AND OPENS THE FILES.  THE KEYED       *
004330*  MASTERS MUST OPEN; THE SEQUENTIAL FILES MAY LEGITIMATELY BE  *
004340*  EMPTY OR ABSENT AND JUST PRINT AS HAVING NOTHING.            *
004350*****************************************************************
004360  1000-INITIALIZE.
004370
004380      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004390
004400      STRING WS-CURR-MM   DELIMITED BY SIZE
004410             "/"          DELIMITED BY SIZE
004420             WS-CURR-DD   DELIMITED BY SIZE
004430             "/"          DELIMITED BY SIZE
004440             WS-CURR-CCYY DELIMITED BY SIZE
004450          INTO WS-RUN-DATE-EDIT
004460
004470      PERFORM 1100-READ-PARAMETER-CARD
004480          THRU 1100-READ-PARAMETER-CARD-EXIT
004490
004500      IF WS-PARM-ERROR
004510          MOVE 8 TO RETURN-CODE
004520          GO TO 1000-INITIALIZE-EXIT
004530      END-IF
004540
004550      OPEN INPUT CUSTOMER-MASTER-FILE
004560
004570      IF NOT WS-CM-FILE-OK
004580          DISPLAY "EMPINQ: UNABLE TO OPEN CUSTMAST, "
004590                  "STATUS = " WS-CM-FILE-STATUS
004600          SET WS-PARM-ERROR TO TRUE
004610          MOVE 8 TO RETURN-CODE
004620          GO TO 1000-INITIALIZE-EXIT
004630      END-IF
004640
004650      OPEN INPUT YTD-FILE
004660      OPEN INPUT ADJUSTMENT-FILE
004670      OPEN INPUT AUDIT-FILE
004680      OPEN INPUT SUSPENSE-FILE
004690
004700      OPEN OUTPUT DOSSIER-REPORT
004710
004720      IF NOT WS-RPT-FILE-OK
004730          DISPLAY "EMPINQ: UNABLE TO OPEN EMPDOSS, "
004740                  "STATUS = " WS-RPT-FILE-STATUS
004750          SET WS-PARM-ERROR TO TRUE
004760          MOVE 8 TO RETURN-CODE
004770      END-IF.
004780
004790  1000-INITIALIZE-EXIT.
004800      EXIT.
004810
004820*****************************************************************
004830*               1100-READ-PARAMETER-CARD                        *
004840*  READS THE INQUIRY CARD.  THE IDENT MUST BE PRESENT AND       *
004850*  NUMERIC - A DOSSIER IS FOR ONE NAMED EMPLOYEE.               *
004860*****************************************************************
004870  1100-READ-PARAMETER-CARD.
004880
004890      OPEN INPUT PARAMETER-FILE
004900
004910      IF NOT WS-PRM-FILE-OK
004920          DISPLAY "EMPINQ: UNABLE TO OPEN EMPPARM, "
004930                  "STATUS = " WS-PRM-FILE-STATUS
004940          SET WS-PARM-ERROR TO TRUE
004950          GO TO 1100-READ-PARAMETER-CARD-EXIT
004960      END-IF
004970
004980      READ PARAMETER-FILE
004990          AT END
005000              DISPLAY "EMPINQ: EMPPARM IS EMPTY"
005010              SET WS-PARM-ERROR TO TRUE
005020          NOT AT END
005030              IF EI-IDENT IS NOT NUMERIC OR EI-IDENT = ZERO
005040                  DISPLAY "EMPINQ: BAD IDENT ON EMPPARM"
005050                  SET WS-PARM-ERROR TO TRUE
005060              ELSE
005070                  MOVE EI-IDENT TO WS-SEL-IDENT
005080              END-IF
005090      END-READ
005100
005110      CLOSE PARAMETER-FILE.
005120
005130  1100-READ-PARAMETER-CARD-EXIT.
005140      EXIT.
005150
005160*****************************************************************
005170*                  2000-BUILD-DOSSIER                           *
005180*  GATHERS EACH SECTION IN TURN AND PRINTS THE DOSSIER.         *
005190*****************************************************************
005200  2000-BUILD-DOSSIER.
005210
005220      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
005230
005240      WRITE DOSSIER-RECORD FROM RPT-HEADING-1
005250          AFTER ADVANCING PAGE
005260      WRITE DOSSIER-RECORD FROM RPT-BLANK-LINE
005270          AFTER ADVANCING 1 LINE
005280
005290      PERFORM 2100-PRINT-MASTER-SECTION
005300          THRU 2100-PRINT-MASTER-SECTION-EXIT
005310
005320      PERFORM 2200-PRINT-YTD-SECTION
005330          THRU 2200-PRINT-YTD-SECTION-EXIT
005340
005350      PERFORM 2300-PRINT-ADJ-SECTION
005360          THRU 2300-PRINT-ADJ-SECTION-EXIT
005370
005380      PERFORM 2400-PRINT-AUDIT-SECTION
005390          THRU 2400-PRINT-AUDIT-SECTION-EXIT
005400
005410      PERFORM 2500-PRINT-SUSPENSE-SECTION
005420          THRU 2500-PRINT-SUSPENSE-SECTION-EXIT.
005430
005440  2000-BUILD-DOSSIER-EXIT.
005450      EXIT.
005460
005470*****************************************************************
005480*               2100-PRINT-MASTER-SECTION                       *
005490*****************************************************************
005500  2100-PRINT-MASTER-SECTION.
005510
005520      MOVE "CUSTOMER MASTER" TO RPT-S-TEXT
005530      WRITE DOSSIER-RECORD FROM RPT-SECTION-LINE
005540          AFTER ADVANCING 1 LINE
005550
005560      MOVE WS-SEL-IDENT TO CM-IDENT
005570
005580      READ CUSTOMER-MASTER-FILE
005590          INVALID KEY
005600              MOVE "  NOT ON CUSTOMER MASTER" TO RPT-S-TEXT
005610              WRITE DOSSIER-RECORD FROM RPT-SECTION-LINE
005620                  AFTER ADVANCING 1 LINE
005630              GO TO 2100-PRINT-MASTER-SECTION-EXIT
005640      END-READ
005650
005660      SET WS-MASTER-FOUND TO TRUE
005670
005680      MOVE CM-IDENT      TO RPT-M-IDENT
005690      MOVE CM-CUSTNAME   TO RPT-M-NAME
005700      MOVE CM-MOB        TO RPT-M-MOB
005710      MOVE CM-DOB        TO RPT-M-DD
005720      MOVE CM-YOB        TO RPT-M-YOB
005730      MOVE CM-AGE-YEARS  TO RPT-M-AGE
005740
005750      WRITE DOSSIER-RECORD FROM RPT-MASTER-LINE
005760          AFTER ADVANCING 1 LINE
005770
005780      MOVE CM-HOURS-WORKED TO RPT-M-HOURS
005790      MOVE CM-HOURLY-RATE  TO RPT-M-RATE
005800      MOVE CM-PERIOD-SALARY TO RPT-M-SALARY
005810
005820      IF CM-PAY-SALARIED
005830          MOVE "SALARIED"   TO RPT-M-PAY-TYPE
005840      ELSE
005850      IF CM-PAY-HOURLY
005860          MOVE "HOURLY"     TO RPT-M-PAY-TYPE
005870      ELSE
005880          MOVE CM-PAY-TYPE  TO RPT-M-PAY-TYPE
005890      END-IF
005900      END-IF
005910
005920      WRITE DOSSIER-RECORD FROM RPT-MASTER-LINE-2
005930          AFTER ADVANCING 1 LINE
005940
005950      IF CM-STATUS-ACTIVE
005960          MOVE "ACTIVE"     TO RPT-M-STATUS
005970      ELSE
005980      IF CM-STATUS-LEAVE
005990          MOVE "LEAVE"      TO RPT-M-STATUS
006000      ELSE
006010      IF CM-STATUS-TERMINATED
006020          MOVE "TERMINATED" TO RPT-M-STATUS
006030      ELSE
006040          MOVE CM-STATUS    TO RPT-M-STATUS
006050      END-IF
006060      END-IF
006070      END-IF
006080
006090      MOVE CM-STATUS-DATE TO WS-WORK-DATE
006100      MOVE WS-WORK-MM     TO RPT-M-ST-MM
006110      MOVE WS-WORK-DD     TO RPT-M-ST-DD
006120      MOVE WS-WORK-CCYY   TO RPT-M-ST-CCYY
006130
006140      WRITE DOSSIER-RECORD FROM RPT-MASTER-LINE-3
006150          AFTER ADVANCING 1 LINE
006160
006170      WRITE DOSSIER-RECORD FROM RPT-BLANK-LINE
006180          AFTER ADVANCING 1 LINE.
006190
006200  2100-PRINT-MASTER-SECTION-EXIT.
006210      EXIT.
006220
006230*****************************************************************
006240*                2200-PRINT-YTD-SECTION                         *
006250*****************************************************************
006260  2200-PRINT-YTD-SECTION.
006270
006280      MOVE "YEAR-TO-DATE EARNINGS" TO RPT-S-TEXT
006290      WRITE DOSSIER-RECORD FROM RPT-SECTION-LINE
006300          AFTER ADVANCING 1 LINE
006310
006320      IF NOT WS-YTD-FILE-OK
006330          MOVE "  NO YTD FILE" TO RPT-S-TEXT
006340          WRITE DOSSIER-RECORD FROM RPT-SECTION-LINE
006350              AFTER ADVANCING 1 LINE
006360          GO TO 2200-PRINT-YTD-SECTION-EXIT
006370      END-IF
006380
006390      MOVE WS-SEL-IDENT TO YT-IDENT
006400
006410      READ YTD-FILE
006420          INVALID KEY
006430              MOVE "  NO YTD RECORD" TO RPT-S-TEXT
006440              WRITE DOSSIER-RECORD FROM RPT-SECTION-LINE
006450                  AFTER ADVANCING 1 LINE
006460              GO TO 2200-PRINT-YTD-SECTION-EXIT
006470      END-READ
006480
006490      SET WS-YTD-FOUND TO TRUE
006500
006510      MOVE "GROSS"       TO RPT-Y-LABEL
006520      MOVE YT-GROSS      TO RPT-Y-AMOUNT
006530      WRITE DOSSIER-RECORD FROM RPT-YTD-LINE
006540          AFTER ADVANCING 1 LINE
006550
006560      MOVE "OVERTIME"    TO RPT-Y-LABEL
006570      MOVE YT-OVERTIME   TO RPT-Y-AMOUNT
006580      WRITE DOSSIER-RECORD FROM RPT-YTD-LINE
006590          AFTER ADVANCING 1 LINE
006600
006610      MOVE "GARNISH"     TO RPT-Y-LABEL
006620      MOVE YT-GARNISH    TO RPT-Y-AMOUNT
006630      WRITE DOSSIER-RECORD FROM RPT-YTD-LINE
006640          AFTER ADVANCING 1 LINE
006650
006660      MOVE "DEDUCT"      TO RPT-Y-LABEL
006670      MOVE YT-DEDUCT     TO RPT-Y-AMOUNT
006680      WRITE DOSSIER-RECORD FROM RPT-YTD-LINE
006690          AFTER ADVANCING 1 LINE
006700
006710      MOVE "CORRECT"     TO RPT-Y-LABEL
006720      MOVE YT-CORRECT    TO RPT-Y-AMOUNT
006730      WRITE DOSSIER-RECORD FROM RPT-YTD-LINE
006740          AFTER ADVANCING 1 LINE
006750
006760      MOVE "NET"         TO RPT-Y-LABEL
006770      MOVE YT-NET        TO RPT-Y-AMOUNT
006780      WRITE DOSSIER-RECORD FROM RPT-YTD-LINE
006790          AFTER ADVANCING 1 LINE
006800
006810      WRITE DOSSIER-RECORD FROM RPT-BLANK-LINE
006820          AFTER ADVANCING 1 LINE.
006830
006840  2200-PRINT-YTD-SECTION-EXIT.
006850      EXIT.
006860
006870*****************************************************************
006880*                2300-PRINT-ADJ-SECTION                         *
006890*  SCANS THE ADJUSTMENT LEDGER FOR ENTRIES PENDING AGAINST THE  *
006900*  EMPLOYEE AND PRINTS EACH ONE.                                *
006910*****************************************************************
006920  2300-PRINT-ADJ-SECTION.
006930
006940      MOVE "PENDING ADJUSTMENTS" TO RPT-S-TEXT
006950      WRITE DOSSIER-RECORD FROM RPT-SECTION-LINE
006960          AFTER ADVANCING 1 LINE
006970
006980      IF NOT WS-ADJ-FILE-OK
006990          SET WS-ADJ-EOF TO TRUE
007000      END-IF
007010
007020      PERFORM 2310-SCAN-ADJUSTMENT
007030          THRU 2310-SCAN-ADJUSTMENT-EXIT
007040          UNTIL WS-ADJ-EOF
007050
007060      IF WS-ADJ-MATCH-COUNT = ZERO
007070          MOVE "  NONE PENDING" TO RPT-S-TEXT
007080          WRITE DOSSIER-RECORD FROM RPT-SECTION-LINE
007090              AFTER ADVANCING 1 LINE
007100      END-IF
007110
007120      WRITE DOSSIER-RECORD FROM RPT-BLANK-LINE
007130          AFTER ADVANCING 1 LINE.
007140
007150  2300-PRINT-ADJ-SECTION-EXIT.
007160      EXIT.
007170
007180*****************************************************************
007190*                2310-SCAN-ADJUSTMENT                           *
007200*****************************************************************
007210  2310-SCAN-ADJUSTMENT.
007220
007230      READ ADJUSTMENT-FILE
007240          AT END
007250              SET WS-ADJ-EOF TO TRUE
007260              GO TO 2310-SCAN-ADJUSTMENT-EXIT
007270      END-READ
007280
007290      IF AD-IDENT NOT = WS-SEL-IDENT
007300          GO TO 2310-SCAN-ADJUSTMENT-EXIT
007310      END-IF
007320
007330      ADD 1 TO WS-ADJ-MATCH-COUNT
007340      ADD AD-AMOUNT TO WS-ADJ-MATCH-TOTAL
007350
007360      MOVE AD-TYPE        TO RPT-A-TYPE
007370      MOVE AD-DESCRIPTION TO RPT-A-DESC
007380      MOVE AD-AMOUNT      TO RPT-A-AMOUNT
007390
007400      WRITE DOSSIER-RECORD FROM RPT-ADJ-LINE
007410          AFTER ADVANCING 1 LINE.
007420
007430  2310-SCAN-ADJUSTMENT-EXIT.
007440      EXIT.
007450
007460*****************************************************************
007470*               2400-PRINT-AUDIT-SECTION                        *
007480*  SCANS THE AUDIT TRAIL KEEPING THE LAST FEW ENTRIES FOR THE   *
007490*  EMPLOYEE IN A SMALL RING, THEN PRINTS THEM OLDEST FIRST.     *
007500*****************************************************************
007510  2400-PRINT-AUDIT-SECTION.
007520
007530      MOVE "RECENT AUDIT ENTRIES" TO RPT-S-TEXT
007540      WRITE DOSSIER-RECORD FROM RPT-SECTION-LINE
007550          AFTER ADVANCING 1 LINE
007560
007570      IF NOT WS-AUD-FILE-OK
007580          SET WS-AUD-EOF TO TRUE
007590      END-IF
007600
007610      PERFORM 2410-SCAN-AUDIT-RECORD
007620          THRU 2410-SCAN-AUDIT-RECORD-EXIT
007630          UNTIL WS-AUD-EOF
007640
007650      IF WS-AUD-TOTAL-COUNT = ZERO
007660          MOVE "  NO AUDIT ENTRIES" TO RPT-S-TEXT
007670          WRITE DOSSIER-RECORD FROM RPT-SECTION-LINE
007680              AFTER ADVANCING 1 LINE
007690          GO TO 2400-PRINT-AUDIT-SECTION-WRAP
007700      END-IF
007710
007720      IF WS-AUD-TOTAL-COUNT > WS-AUD-KEEP-COUNT
007730          COMPUTE WS-AUD-PRINT-IX = WS-AUD-STORE-IX + 1
007740          IF WS-AUD-PRINT-IX > WS-AUD-KEEP-MAX
007750              MOVE 1 TO WS-AUD-PRINT-IX
007760          END-IF
007770      ELSE
007780          MOVE 1 TO WS-AUD-PRINT-IX
007790      END-IF
007800
007810      MOVE ZEROS TO WS-AUD-PRINTED-COUNT
007820
007830      PERFORM 2420-PRINT-AUDIT-ENTRY
007840          THRU 2420-PRINT-AUDIT-ENTRY-EXIT
007850          UNTIL WS-AUD-PRINTED-COUNT NOT < WS-AUD-KEEP-COUNT.
007860
007870  2400-PRINT-AUDIT-SECTION-WRAP.
007880
007890      WRITE DOSSIER-RECORD FROM RPT-BLANK-LINE
007900          AFTER ADVANCING 1 LINE.
007910
007920  2400-PRINT-AUDIT-SECTION-EXIT.
007930      EXIT.
007940
007950*****************************************************************
007960*               2410-SCAN-AUDIT-RECORD                          *
007970*****************************************************************
007980  2410-SCAN-AUDIT-RECORD.
007990
008000      READ AUDIT-FILE
008010          AT END
008020              SET WS-AUD-EOF TO TRUE
008030              GO TO 2410-SCAN-AUDIT-RECORD-EXIT
008040      END-READ
008050
008060      IF AU-IDENT NOT = WS-SEL-IDENT
008070          GO TO 2410-SCAN-AUDIT-RECORD-EXIT
008080      END-IF
008090
008100      ADD 1 TO WS-AUD-TOTAL-COUNT
008110
008120      ADD 1 TO WS-AUD-STORE-IX
008130      IF WS-AUD-STORE-IX > WS-AUD-KEEP-MAX
008140          MOVE 1 TO WS-AUD-STORE-IX
008150      END-IF
008160
008170      IF WS-AUD-KEEP-COUNT < WS-AUD-KEEP-MAX
008180          ADD 1 TO WS-AUD-KEEP-COUNT
008190      END-IF
008200
008210      MOVE AU-DATE         TO WS-AUD-T-DATE (WS-AUD-STORE-IX)
008220      MOVE AU-TIME         TO WS-AUD-T-TIME (WS-AUD-STORE-IX)
008230      MOVE AU-OLD-CUSTNAME TO WS-AUD-T-OLD-NAME (WS-AUD-STORE-IX)
008240      MOVE AU-NEW-CUSTNAME TO WS-AUD-T-NEW-NAME (WS-AUD-STORE-IX).
008250
008260  2410-SCAN-AUDIT-RECORD-EXIT.
008270      EXIT.
008280
008290*****************************************************************
008300*               2420-PRINT-AUDIT-ENTRY                          *
008310*****************************************************************
008320  2420-PRINT-AUDIT-ENTRY.
008330
008340      MOVE WS-AUD-T-DATE (WS-AUD-PRINT-IX) TO WS-WORK-DATE
008350      MOVE WS-WORK-MM   TO RPT-U-MM
008360      MOVE WS-WORK-DD   TO RPT-U-DD
008370      MOVE WS-WORK-CCYY TO RPT-U-CCYY
008380
008390      MOVE WS-AUD-T-OLD-NAME (WS-AUD-PRINT-IX) TO RPT-U-OLD-NAME
008400      MOVE WS-AUD-T-NEW-NAME (WS-AUD-PRINT-IX) TO RPT-U-NEW-NAME
008410
008420      WRITE DOSSIER-RECORD FROM RPT-AUDIT-LINE
008430          AFTER ADVANCING 1 LINE
008440
008450      ADD 1 TO WS-AUD-PRINTED-COUNT
008460      ADD 1 TO WS-AUD-PRINT-IX
008470      IF WS-AUD-PRINT-IX > WS-AUD-KEEP-MAX
008480          MOVE 1 TO WS-AUD-PRINT-IX
008490      END-IF.
008500
008510  2420-PRINT-AUDIT-ENTRY-EXIT.
008520      EXIT.
008530
008540*****************************************************************
008550*              2500-PRINT-SUSPENSE-SECTION                      *
008560*  SCANS THE SUSPENSE FILE FOR THE EMPLOYEE AND REPORTS HOW     *
008570*  MANY ENTRIES ARE HELD AND SINCE WHEN.                        *
008580*****************************************************************
008590  2500-PRINT-SUSPENSE-SECTION.
008600
008610      MOVE "SUSPENSE" TO RPT-S-TEXT
008620      WRITE DOSSIER-RECORD FROM RPT-SECTION-LINE
008630          AFTER ADVANCING 1 LINE
008640
008650      IF NOT WS-SUS-FILE-OK
008660          SET WS-SUS-EOF TO TRUE
008670      END-IF
008680
008690      PERFORM 2510-SCAN-SUSPENSE-RECORD
008700          THRU 2510-SCAN-SUSPENSE-RECORD-EXIT
008710          UNTIL WS-SUS-EOF
008720
008730      IF WS-SUS-MATCH-COUNT = ZERO
008740          MOVE "  NOT IN SUSPENSE" TO RPT-S-TEXT
008750          WRITE DOSSIER-RECORD FROM RPT-SECTION-LINE
008760              AFTER ADVANCING 1 LINE
008770          GO TO 2500-PRINT-SUSPENSE-SECTION-EXIT
008780      END-IF
008790
008800      MOVE WS-SUS-OLDEST-DATE TO WS-WORK-DATE
008810
008820      MOVE SPACES TO RPT-S-TEXT
008830      STRING "  IN SUSPENSE SINCE " DELIMITED BY SIZE
008840             WS-WORK-MM             DELIMITED BY SIZE
008850             "/"                    DELIMITED BY SIZE
008860             WS-WORK-DD             DELIMITED BY SIZE
008870             "/"                    DELIMITED BY SIZE
008880             WS-WORK-CCYY           DELIMITED BY SIZE
008890             ", REASON CODE "       DELIMITED BY SIZE
008900             WS-SUS-REASON-CODE     DELIMITED BY SIZE
008910          INTO RPT-S-TEXT
008920
008930      WRITE DOSSIER-RECORD FROM RPT-SECTION-LINE
008940          AFTER ADVANCING 1 LINE.
008950
008960  2500-PRINT-SUSPENSE-SECTION-EXIT.
008970      EXIT.
008980
008990*****************************************************************
009000*              2510-SCAN-SUSPENSE-RECORD                        *
009010*  KEEPS THE OLDEST DATE SEEN - THE BATCH RUN APPENDS A NEW     *
009020*  ENTRY EVERY TIME IT RE-REJECTS THE SAME RECORD, AND THE      *
009030*  QUESTION IS HOW LONG THE EMPLOYEE HAS BEEN STUCK.            *
009040*****************************************************************
009050  2510-SCAN-SUSPENSE-RECORD.
009060
009070      READ SUSPENSE-FILE
009080          AT END
009090              SET WS-SUS-EOF TO TRUE
009100              GO TO 2510-SCAN-SUSPENSE-RECORD-EXIT
009110      END-READ
009120
009130      IF SP-IDENT IS NOT NUMERIC
009140          GO TO 2510-SCAN-SUSPENSE-RECORD-EXIT
009150      END-IF
009160
009170      IF SP-IDENT NOT = WS-SEL-IDENT
009180          GO TO 2510-SCAN-SUSPENSE-RECORD-EXIT
009190      END-IF
009200
009210      ADD 1 TO WS-SUS-MATCH-COUNT
009220
009230      IF SP-DATE-ADDED IS NUMERIC
009240          AND SP-DATE-ADDED < WS-SUS-OLDEST-DATE
009250          MOVE SP-DATE-ADDED  TO WS-SUS-OLDEST-DATE
009260          MOVE SP-REASON-CODE TO WS-SUS-REASON-CODE
009270      END-IF.
009280
009290  2510-SCAN-SUSPENSE-RECORD-EXIT.
009300      EXIT.
009310
009320*****************************************************************
009330*                       3000-FINALIZE                           *
009340*****************************************************************
009350  3000-FINALIZE.
009360
009370      IF NOT WS-PARM-ERROR
009380          CLOSE CUSTOMER-MASTER-FILE
009390          CLOSE YTD-FILE
009400          CLOSE ADJUSTMENT-FILE
009410          CLOSE AUDIT-FILE
009420          CLOSE SUSPENSE-FILE
009430          CLOSE DOSSIER-REPORT
009440      END-IF.
009450
009460  3000-FINALIZE-EXIT.
009470      EXIT.
009480
