000160*                EVERY ACCOUNT STILL IN PRENOTE STATUS, AND A   *
000170*                TRAILER WITH COUNT, AMOUNT AND ROUTING HASH    *
000180*                CONTROLS LIKE GLEXTR'S.  EMPLOYEES WITH NO     *
000190*                ACCOUNT, ONE STILL PRENOTING, OR ONE STOPPED   *
000200*                AFTER A BANK RETURN, ARE LEFT FOR THE CHECK    *
000210*                RUN.  THE PRINTED DEPOSIT REGISTER             *
000220*                BALANCES DEPOSITS PLUS HELD NET BACK TO THE    *
000230*                GL TRAILER'S NET TOTAL; ANY DISAGREEMENT SETS  *
000240*                RETURN-CODE 8 BEFORE A TAPE GOES TO THE BANK.  *
000250*****************************************************************
000260* MODIFICATION HISTORY                                          *
000270*-----------------------------------------------------------------
000280* DATE       INIT  DESCRIPTION                                  *
000290* 09/03/2026 DRH   ORIGINAL PROGRAM.                            *
000300* 09/03/2026 DRH   START AND END EVENTS ARE NOW LOGGED TO       *
000310*                  THE SHARED RUNCTL CONTROL FILE THROUGH       *
000320*                  THE RUNCTLIO SUBPROGRAM, WHICH REFUSES       *
000330*                  A RUN WHOSE PREDECESSOR HAS NOT              *
000340*                  COMPLETED CLEAN FOR THE CYCLE DATE, OR       *
000350*                  ONE THAT ALREADY COMPLETED TODAY.            *
000360* 09/03/2026 DRH   CUSTOMER-MASTER RECORD EXTENDED WITH THE     *
000370*                  EMPLOYEE STATUS AND EFFECTIVE DATE (NOW 53   *
000380*                  BYTES); LAYOUT CHANGE ONLY HERE.             *
000390* 09/03/2026 DRH   A RUN THE RUNCTL CHECK REFUSES NOW STOPS     *
000400*                  BEFORE OPENING ANY FILE AND WRITES NOTHING   *
000410*                  AT FINALIZE - A DUPLICATE RUN CAN NO LONGER  *
000420*                  TRUNCATE THE OUTPUTS THE GUARD EXISTS TO     *
000430*                  PROTECT.                                     *
000440* 10/15/2026 DRH   AN ACCOUNT DEPRETN HAS STOPPED AFTER A BANK  *
000450*                  RETURN ("R" STATUS) GETS NO DEPOSIT - ITS    *
000460*                  NET IS HELD FOR THE CHECK RUN LIKE A MISSING *
000470*                  ACCOUNT AND BALANCES IN THE CROSS-FOOT.      *
000480* 10/15/2026 DRH   THE MASTER RECORD NOW CARRIES A PAY TYPE     *
000490*                  AND PER-PERIOD SALARY; THE CUSTOMER-MASTER   *
000500*                  LAYOUT GREW TO 60 BYTES.                     *
000510*****************************************************************
000520  IDENTIFICATION DIVISION.
000530  PROGRAM-ID. DEPEXTR.
000540  AUTHOR. DAVID R. HENDERSON.
000550  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000560  DATE-WRITTEN. 09/03/2026.
000570  DATE-COMPILED.
000580  ENVIRONMENT DIVISION.
000590
000600  CONFIGURATION SECTION.
000610  SOURCE-COMPUTER. IBM-370.
000620  OBJECT-COMPUTER. IBM-370.
000630  SPECIAL-NAMES.
000640      C01 IS TOP-OF-PAGE.
000650
000660  INPUT-OUTPUT SECTION.
000670  FILE-CONTROL.
000680*****************************************************************
000690* GL-EXTRACT-FILE IS THE GENERAL-LEDGER INTERFACE EXTRACT THE   *
000700* PAYROLL RUN WROTE - HEADER, ONE DETAIL PER PROCESSED          *
000710* EMPLOYEE WITH HIS NET PAY, AND A BALANCED TRAILER.            *
000720*****************************************************************
000730      SELECT GL-EXTRACT-FILE
000740          ASSIGN TO "GLEXTR"
000750          ORGANIZATION IS SEQUENTIAL
000760          FILE STATUS IS WS-GLX-FILE-STATUS.
000770
000780*****************************************************************
000790* BANK-MASTER IS THE BANK-ACCOUNT MASTER BANKMNT MAINTAINS,     *
000800* KEYED BY IDENT.  OPENED I-O SO THE DATE A PRENOTE WAS FIRST   *
000810* SENT CAN BE STAMPED ON THE RECORD.                            *
000820*****************************************************************
000830      SELECT BANK-MASTER-FILE
000840          ASSIGN TO "BANKMAST"
000850          ORGANIZATION IS INDEXED
000860          ACCESS MODE IS DYNAMIC
000870          RECORD KEY IS BA-IDENT
000880          FILE STATUS IS WS-BA-FILE-STATUS.
000890
000900*****************************************************************
000910* CUSTOMER-MASTER IS READ BY KEY FOR THE EMPLOYEE NAME ON THE   *
000920* DEPOSIT REGISTER.                                             *
000930*****************************************************************
000940      SELECT CUSTOMER-MASTER-FILE
000950          ASSIGN TO "CUSTMAST"
000960          ORGANIZATION IS INDEXED
000970          ACCESS MODE IS DYNAMIC
000980          RECORD KEY IS CM-IDENT
000990          FILE STATUS IS WS-CM-FILE-STATUS.
001000
001010*****************************************************************
001020* TRANSMISSION-FILE IS THE BANKTAPE FILE SENT TO THE BANK -     *
001030* HEADER, DEPOSIT AND PRENOTE DETAILS, AND A TRAILER WHOSE      *
001040* COUNT, AMOUNT AND ROUTING HASH THE BANK REFUSES THE FILE      *
001050* AGAINST WHEN THEY DO NOT BALANCE.                             *
001060*****************************************************************
001070      SELECT TRANSMISSION-FILE
001080          ASSIGN TO "BANKTAPE"
001090          ORGANIZATION IS SEQUENTIAL
001100          FILE STATUS IS WS-TAP-FILE-STATUS.
001110
001120*****************************************************************
001130* REGISTER-REPORT IS THE PRINTED DEPOSIT REGISTER.              *
001140*****************************************************************
001150      SELECT REGISTER-REPORT
001160          ASSIGN TO "DEPREG"
001170          ORGANIZATION IS SEQUENTIAL
001180          FILE STATUS IS WS-RPT-FILE-STATUS.
001190
001200  DATA DIVISION.
001210
001220  FILE SECTION.
001230*****************************************************************
001240* FD  - GL-EXTRACT-FILE                                         *
001250*  THREE RECORD TYPES SHARE THE AREA - "H" HEADER, "D" DETAIL,  *
001260*  "T" TRAILER - TOLD APART BY THE TYPE BYTE IN COLUMN ONE.     *
001270*  THE LAYOUT MATCHES WHAT THE PAYROLL RUN WRITES.              *
001280*****************************************************************
001290  FD  GL-EXTRACT-FILE
001300      LABEL RECORDS ARE STANDARD
001310      RECORD CONTAINS 74 CHARACTERS.
001320  01  GL-HEADER-RECORD.
001330      05  GH-RECORD-TYPE          PIC X(01).
001340      05  GH-RUN-DATE             PIC 9(08).
001350      05  FILLER                  PIC X(65).
001360  01  GL-DETAIL-RECORD.
001370      05  GD-RECORD-TYPE          PIC X(01).
001380      05  GD-IDENT                PIC 9(03).
001390      05  GD-GROSS                PIC S9(7)V99.
001400      05  GD-TAX                  PIC S9(7)V99.
001410      05  GD-ADJUSTMENT           PIC S9(7)V99.
001420      05  GD-NET                  PIC S9(7)V99.
001430      05  GD-ALLOC                PIC S9(7)V99.
001440      05  GD-REM                  PIC S9(7)V99.
001450      05  FILLER                  PIC X(16).
001460  01  GL-TRAILER-RECORD.
001470      05  GT-RECORD-TYPE          PIC X(01).
001480      05  GT-DETAIL-COUNT         PIC 9(07).
001490      05  GT-GROSS-TOTAL          PIC S9(9)V99.
001500      05  GT-TAX-TOTAL            PIC S9(9)V99.
001510      05  GT-ADJ-TOTAL            PIC S9(9)V99.
001520      05  GT-NET-TOTAL            PIC S9(9)V99.
001530      05  GT-ALLOC-TOTAL          PIC S9(9)V99.
001540      05  GT-REM-TOTAL            PIC S9(9)V99.
001550
001560*****************************************************************
001570* FD  - BANK-MASTER-FILE                                        *
001580*****************************************************************
001590  FD  BANK-MASTER-FILE
001600      LABEL RECORDS ARE STANDARD
001610      RECORD CONTAINS 38 CHARACTERS.
001620  01  BANK-MASTER-RECORD.
001630      05  BA-IDENT                PIC 9(03).
001640      05  BA-ROUTING              PIC 9(09).
001650      05  BA-ACCOUNT              PIC X(17).
001660      05  BA-PRENOTE-STATUS       PIC X(01).
001670          88  BA-PRENOTE-PENDING        VALUE "P".
001680          88  BA-ACCOUNT-ACTIVE         VALUE "A".
001690          88  BA-ACCOUNT-RETURNED       VALUE "R".
001700      05  BA-PRENOTE-DATE         PIC 9(08).
001710
001720*****************************************************************
001730* FD  - CUSTOMER-MASTER-FILE                                    *
001740*****************************************************************
001750  FD  CUSTOMER-MASTER-FILE
001760      LABEL RECORDS ARE STANDARD
001770      RECORD CONTAINS 60 CHARACTERS.
001780  01  CUSTOMER-MASTER-RECORD.
001790      05  CM-IDENT                PIC 9(03).
001800      05  CM-CUSTNAME             PIC X(20).
001810      05  CM-DATEOFBIRTH.
001820          10  CM-MOB              PIC 9(02).
001830          10  CM-DOB              PIC 9(02).
001840          10  CM-YOB              PIC 9(04).
001850      05  CM-HOURS-WORKED         PIC 9(03)V99.
001860      05  CM-HOURLY-RATE          PIC 9(03)V99.
001870      05  CM-AGE-YEARS            PIC 9(03).
001880      05  CM-STATUS               PIC X(01).
001890          88  CM-STATUS-ACTIVE          VALUE "A".
001900          88  CM-STATUS-LEAVE           VALUE "L".
001910          88  CM-STATUS-TERMINATED      VALUE "T".
001920      05  CM-STATUS-DATE          PIC 9(08).
001930      05  CM-PAY-TYPE             PIC X(01).
001940          88  CM-PAY-HOURLY             VALUE "H".
001950          88  CM-PAY-SALARIED           VALUE "S".
001960      05  CM-PERIOD-SALARY        PIC 9(04)V99.
001970
001980*****************************************************************
001990* FD  - TRANSMISSION-FILE                                       *
002000*  FOUR RECORD TYPES SHARE THE AREA - "H" HEADER, "D" DEPOSIT,  *
002010*  "P" PRENOTE, "T" TRAILER.                                    *
002020*****************************************************************
002030  FD  TRANSMISSION-FILE
002040      LABEL RECORDS ARE STANDARD
002050      RECORD CONTAINS 60 CHARACTERS.
002060  01  TAPE-HEADER-RECORD.
002070      05  DH-RECORD-TYPE          PIC X(01).
002080      05  DH-RUN-DATE             PIC 9(08).
002090      05  FILLER                  PIC X(51).
002100  01  TAPE-DETAIL-RECORD.
002110      05  DD-RECORD-TYPE          PIC X(01).
002120      05  DD-IDENT                PIC 9(03).
002130      05  DD-ROUTING              PIC 9(09).
002140      05  DD-ACCOUNT              PIC X(17).
002150      05  DD-AMOUNT               PIC S9(7)V99.
002160      05  FILLER                  PIC X(21).
002170  01  TAPE-TRAILER-RECORD.
002180      05  DT-RECORD-TYPE          PIC X(01).
002190      05  DT-DETAIL-COUNT         PIC 9(07).
002200      05  DT-AMOUNT-TOTAL         PIC S9(9)V99.
002210      05  DT-ROUTING-HASH         PIC 9(15).
002220      05  FILLER                  PIC X(26).
002230
002240*****************************************************************
002250* FD  - REGISTER-REPORT                                         *
002260*****************************************************************
002270  FD  REGISTER-REPORT
002280      LABEL RECORDS ARE STANDARD
002290      RECORD CONTAINS 132 CHARACTERS.
002300  01  REGISTER-RECORD             PIC X(132).
002310
002320  WORKING-STORAGE SECTION.
002330*****************************************************************
002340* FILE STATUS AND END-OF-FILE SWITCHES                          *
002350*****************************************************************
002360  77  WS-GLX-FILE-STATUS      PIC X(02) VALUE SPACES.
002370      88  WS-GLX-FILE-OK             VALUE "00".
002380
002390  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
002400      88  WS-END-OF-FILE             VALUE "Y".
002410      88  WS-NOT-END-OF-FILE         VALUE "N".
002420
002430  77  WS-BA-FILE-STATUS       PIC X(02) VALUE SPACES.
002440      88  WS-BA-FILE-OK              VALUE "00".
002450
002460  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
002470      88  WS-CM-FILE-OK              VALUE "00".
002480
002490  77  WS-TAP-FILE-STATUS      PIC X(02) VALUE SPACES.
002500      88  WS-TAP-FILE-OK             VALUE "00".
002510
002520  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
002530      88  WS-RPT-FILE-OK             VALUE "00".
002540
002550*****************************************************************
002560* GL TRAILER CONTROL FIGURES SAVED AS SOON AS THE TRAILER IS    *
002570* READ - THE FD RECORD AREA IS NOT DEPENDABLE AT FINALIZE       *
002580* TIME, AND THE BALANCING COMPARE RUNS THERE.                   *
002590*****************************************************************
002600  77  WS-TRAILER-READ-SW      PIC X(01) VALUE "N".
002610      88  WS-TRAILER-READ            VALUE "Y".
002620
002630  77  WS-GL-NET-TOTAL         PIC S9(9)V99 VALUE ZEROS.
002640  77  WS-GL-DETAIL-COUNT      PIC 9(07) VALUE ZEROS.
002650
002660*****************************************************************
002670* EXTRACT CONTROL FIGURES - THE DEPOSIT/PRENOTE COUNTS, AMOUNT  *
002680* TOTAL AND ROUTING HASH CARRIED TO THE TAPE TRAILER, AND THE   *
002690* NET HELD BACK FOR PRENOTING OR MISSING ACCOUNTS THAT MUST     *
002700* CLOSE THE LOOP AGAINST THE GL NET TOTAL.                      *
002710*****************************************************************
002720  77  WS-DETAIL-READ-COUNT    PIC 9(07) VALUE ZEROS.
002730  77  WS-DEPOSIT-COUNT        PIC 9(07) VALUE ZEROS.
002740  77  WS-PRENOTE-COUNT        PIC 9(07) VALUE ZEROS.
002750  77  WS-NOACCT-COUNT         PIC 9(07) VALUE ZEROS.
002760  77  WS-RETURNED-COUNT       PIC 9(07) VALUE ZEROS.
002770  77  WS-TAPE-DETAIL-COUNT    PIC 9(07) VALUE ZEROS.
002780  77  WS-DEPOSIT-TOTAL        PIC S9(9)V99 VALUE ZEROS.
002790  77  WS-PRENOTE-NET-TOTAL    PIC S9(9)V99 VALUE ZEROS.
002800  77  WS-NOACCT-NET-TOTAL     PIC S9(9)V99 VALUE ZEROS.
002810  77  WS-RETURNED-NET-TOTAL   PIC S9(9)V99 VALUE ZEROS.
002820  77  WS-CROSSFOOT-TOTAL      PIC S9(9)V99 VALUE ZEROS.
002830  77  WS-ROUTING-HASH         PIC 9(15) VALUE ZEROS.
002840
002850  77  WS-BALANCE-ERROR-SW     PIC X(01) VALUE "N".
002860      88  WS-BALANCE-ERROR           VALUE "Y".
002870
002880*****************************************************************
002890* DEPOSIT REGISTER LAYOUTS AND PAGE CONTROL FIELDS              *
002900*****************************************************************
002910  77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS.
002920  77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS.
002930  77  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 020.
002940
002950  01  WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
002960
002970  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
002980  01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
002990      05  WS-CURR-CCYY        PIC 9(04).
003000      05  WS-CURR-MM          PIC 9(02).
003010      05  WS-CURR-DD          PIC 9(02).
003020
003030  01  RPT-HEADING-1.
003040      05  FILLER              PIC X(01) VALUE SPACE.
003050      05  FILLER              PIC X(30) VALUE
003060          "DIRECT DEPOSIT REGISTER".
003070      05  FILLER              PIC X(20) VALUE SPACES.
003080      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
003090      05  RPT-H1-DATE         PIC X(10).
003100      05  FILLER              PIC X(10) VALUE SPACES.
003110      05  FILLER              PIC X(06) VALUE "PAGE: ".
003120      05  RPT-H1-PAGE         PIC ZZZ9.
003130      05  FILLER              PIC X(41) VALUE SPACES.
003140
003150  01  RPT-HEADING-2.
003160      05  FILLER              PIC X(02) VALUE SPACES.
003170      05  FILLER              PIC X(05) VALUE "IDENT".
003180      05  FILLER              PIC X(02) VALUE SPACES.
003190      05  FILLER              PIC X(20) VALUE "EMPLOYEE NAME".
003200      05  FILLER              PIC X(02) VALUE SPACES.
003210      05  FILLER              PIC X(09) VALUE "ROUTING".
003220      05  FILLER              PIC X(02) VALUE SPACES.
003230      05  FILLER              PIC X(17) VALUE "ACCOUNT".
003240      05  FILLER              PIC X(02) VALUE SPACES.
003250      05  FILLER              PIC X(10) VALUE "TYPE".
003260      05  FILLER              PIC X(04) VALUE SPACES.
003270      05  FILLER              PIC X(06) VALUE "AMOUNT".
003280      05  FILLER              PIC X(51) VALUE SPACES.
003290
003300  01  RPT-BLANK-LINE          PIC X(132) VALUE SPACES.
003310
003320  01  RPT-DETAIL-LINE.
003330      05  FILLER              PIC X(02) VALUE SPACES.
003340      05  RPT-D-IDENT         PIC ZZ9.
003350      05  FILLER              PIC X(04) VALUE SPACES.
003360      05  RPT-D-NAME          PIC X(20).
003370      05  FILLER              PIC X(02) VALUE SPACES.
003380      05  RPT-D-ROUTING       PIC 9(09).
003390      05  FILLER              PIC X(02) VALUE SPACES.
003400      05  RPT-D-ACCOUNT       PIC X(17).
003410      05  FILLER              PIC X(02) VALUE SPACES.
003420      05  RPT-D-TYPE          PIC X(10).
003430      05  FILLER              PIC X(02) VALUE SPACES.
003440      05  RPT-D-AMOUNT        PIC Z,ZZZ,ZZ9.99.
003450      05  FILLER              PIC X(47) VALUE SPACES.
003460
003470  01  RPT-TOTAL-LINE.
003480      05  FILLER              PIC X(02) VALUE SPACES.
003490      05  RPT-T-LABEL         PIC X(30).
003500      05  RPT-T-COUNT         PIC ZZZ,ZZ9.
003510      05  FILLER              PIC X(03) VALUE SPACES.
003520      05  RPT-T-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
003530      05  FILLER              PIC X(76) VALUE SPACES.
003540
003550  01  RPT-MESSAGE-LINE.
003560      05  FILLER              PIC X(02) VALUE SPACES.
003570      05  RPT-M-TEXT          PIC X(60).
003580      05  FILLER              PIC X(70) VALUE SPACES.
003590
003600*****************************************************************
003610* RUN-SEQUENCING CONTROL PARAMETER AREA FOR THE RUNCTLIO        *
003620* CALLS.  THE START CALL REFUSES THE RUN WHEN THE PREDECESSOR   *
003630* JOB HAS NOT COMPLETED CLEAN FOR TODAY'S CYCLE, OR WHEN THIS   *
003640* JOB ALREADY COMPLETED TODAY.                                  *
003650*****************************************************************
003660  01  RUN-CONTROL-PARMS.
003670      05  RC-FUNCTION             PIC X(01).
003680      05  RC-PROGRAM              PIC X(08).
003690      05  RC-PREDECESSOR          PIC X(08).
003700      05  RC-CYCLE-DATE           PIC 9(08).
003710      05  RC-COMPLETION-CODE      PIC 9(02).
003720      05  RC-RESULT               PIC 9(02).
003730      05  RC-REASON               PIC X(40).
003740
003750  77  WS-RUNCTL-REFUSED-SW    PIC X(01) VALUE "N".
003760      88  WS-RUNCTL-REFUSED          VALUE "Y".
003770
003780  PROCEDURE DIVISION.
003790*****************************************************************
003800*                        0000-MAINLINE                          *
003810*****************************************************************
003820  0000-MAINLINE.
003830
003840      PERFORM 1000-INITIALIZE
003850          THRU 1000-INITIALIZE-EXIT.
003860
003870      PERFORM 2000-PROCESS-GL-RECORDS
003880          THRU 2000-PROCESS-GL-RECORDS-EXIT
003890          UNTIL WS-END-OF-FILE.
003900
003910      PERFORM 3000-FINALIZE
003920          THRU 3000-FINALIZE-EXIT.
003930
003940      STOP RUN.
003950
003960*****************************************************************
003970*                       1000-INITIALIZE                         *
003980*  OPENS THE FILES, WRITES THE TAPE HEADER, AND PRINTS THE      *
003990*  FIRST PAGE OF THE DEPOSIT REGISTER.                          *
004000*****************************************************************
004010  1000-INITIALIZE.
004020
004030      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004040
004050      STRING WS-CURR-MM   DELIMITED BY SIZE
004060             "/"          DELIMITED BY SIZE
004070             WS-CURR-DD   DELIMITED BY SIZE
004080             "/"          DELIMITED BY SIZE
004090             WS-CURR-CCYY DELIMITED BY SIZE
004100          INTO WS-RUN-DATE-EDIT
004110
004120      MOVE "S"             TO RC-FUNCTION
004130      MOVE "DEPEXTR " TO RC-PROGRAM
004140      MOVE "COBOLTUT" TO RC-PREDECESSOR
004150      MOVE WS-CURRENT-DATE TO RC-CYCLE-DATE
004160      MOVE ZEROS           TO RC-COMPLETION-CODE
004170
004180      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
004190
004200      IF RC-RESULT NOT = ZEROS
004210          DISPLAY "DEPEXTR: RUN REFUSED - " RC-REASON
004220          SET WS-RUNCTL-REFUSED TO TRUE
004230          SET WS-END-OF-FILE TO TRUE
004240          MOVE 8 TO RETURN-CODE
004250          GO TO 1000-INITIALIZE-EXIT
004260      END-IF.
004270
004280      OPEN INPUT GL-EXTRACT-FILE
004290
004300      IF NOT WS-GLX-FILE-OK
004310          DISPLAY "DEPEXTR: UNABLE TO OPEN GLEXTR, "
004320                  "STATUS = " WS-GLX-FILE-STATUS
004330          SET WS-END-OF-FILE TO TRUE
004340          MOVE 8 TO RETURN-CODE
004350      END-IF.
004360
004370      OPEN I-O BANK-MASTER-FILE
004380
004390      IF NOT WS-BA-FILE-OK
004400          DISPLAY "DEPEXTR: UNABLE TO OPEN BANKMAST, "
004410                  "STATUS = " WS-BA-FILE-STATUS
004420          SET WS-END-OF-FILE TO TRUE
004430          MOVE 8 TO RETURN-CODE
004440      END-IF.
004450
004460      OPEN INPUT CUSTOMER-MASTER-FILE
004470
004480      IF NOT WS-CM-FILE-OK
004490          DISPLAY "DEPEXTR: UNABLE TO OPEN CUSTMAST, "
004500                  "STATUS = " WS-CM-FILE-STATUS
004510          SET WS-END-OF-FILE TO TRUE
004520          MOVE 8 TO RETURN-CODE
004530      END-IF.
004540
004550      OPEN OUTPUT TRANSMISSION-FILE
004560
004570      IF NOT WS-TAP-FILE-OK
004580          DISPLAY "DEPEXTR: UNABLE TO OPEN BANKTAPE, "
004590                  "STATUS = " WS-TAP-FILE-STATUS
004600          SET WS-END-OF-FILE TO TRUE
004610          MOVE 8 TO RETURN-CODE
004620      ELSE
004630          MOVE SPACES          TO TAPE-HEADER-RECORD
004640          MOVE "H"             TO DH-RECORD-TYPE
004650          MOVE WS-CURRENT-DATE TO DH-RUN-DATE
004660          WRITE TAPE-HEADER-RECORD
004670      END-IF.
004680
004690      OPEN OUTPUT REGISTER-REPORT
004700
004710      IF NOT WS-RPT-FILE-OK
004720          DISPLAY "DEPEXTR: UNABLE TO OPEN DEPREG, "
004730                  "STATUS = " WS-RPT-FILE-STATUS
004740          SET WS-END-OF-FILE TO TRUE
004750          MOVE 8 TO RETURN-CODE
004760      END-IF.
004770
004780      PERFORM 2810-PRINT-HEADINGS
004790          THRU 2810-PRINT-HEADINGS-EXIT.
004800
004810  1000-INITIALIZE-EXIT.
004820      EXIT.
004830
004840*****************************************************************
004850*                 2000-PROCESS-GL-RECORDS                       *
004860*  MAIN READ LOOP OVER THE GL EXTRACT.  THE HEADER IS PASSED    *
004870*  OVER, EACH DETAIL IS EXTRACTED, AND THE TRAILER'S CONTROL    *
004880*  FIGURES ARE SAVED FOR THE BALANCING PASS AT FINALIZE.        *
004890*****************************************************************
004900  2000-PROCESS-GL-RECORDS.
004910
004920      READ GL-EXTRACT-FILE
004930          AT END
004940              SET WS-END-OF-FILE TO TRUE
004950              GO TO 2000-PROCESS-GL-RECORDS-EXIT
004960      END-READ
004970
004980      IF GD-RECORD-TYPE = "D"
004990          ADD 1 TO WS-DETAIL-READ-COUNT
005000          PERFORM 2200-EXTRACT-DEPOSIT
005010              THRU 2200-EXTRACT-DEPOSIT-EXIT
005020      ELSE
005030      IF GT-RECORD-TYPE = "T"
005040          SET WS-TRAILER-READ TO TRUE
005050          MOVE GT-NET-TOTAL    TO WS-GL-NET-TOTAL
005060          MOVE GT-DETAIL-COUNT TO WS-GL-DETAIL-COUNT
005070      END-IF
005080      END-IF.
005090
005100  2000-PROCESS-GL-RECORDS-EXIT.
005110      EXIT.
005120
005130*****************************************************************
005140*                 2200-EXTRACT-DEPOSIT                          *
005150*  LOOKS THE DETAIL'S EMPLOYEE UP ON THE BANK-ACCOUNT MASTER.   *
005160*  AN ACTIVE ACCOUNT GETS A DEPOSIT RECORD FOR THE NET PAY; AN  *
005170*  ACCOUNT STILL PRENOTING GETS A ZERO-AMOUNT PRENOTE RECORD    *
005180*  AND THE NET IS HELD FOR THE CHECK RUN; NO ACCOUNT AT ALL     *
005190*  JUST HOLDS THE NET FOR THE CHECK RUN, AS DOES AN ACCOUNT     *
005200*  STOPPED AFTER A BANK RETURN.  EVERY CASE PRINTS ONE          *
005210*  REGISTER LINE.                                               *
005220*****************************************************************
005230  2200-EXTRACT-DEPOSIT.
005240
005250      PERFORM 2250-GET-EMPLOYEE-NAME
005260          THRU 2250-GET-EMPLOYEE-NAME-EXIT
005270
005280      MOVE GD-IDENT TO BA-IDENT
005290
005300      READ BANK-MASTER-FILE
005310          INVALID KEY
005320              ADD 1 TO WS-NOACCT-COUNT
005330              ADD GD-NET TO WS-NOACCT-NET-TOTAL
005340              MOVE ZEROS      TO RPT-D-ROUTING
005350              MOVE SPACES     TO RPT-D-ACCOUNT
005360              MOVE "NO ACCT"  TO RPT-D-TYPE
005370              MOVE GD-NET     TO RPT-D-AMOUNT
005380              PERFORM 2800-PRINT-REGISTER-LINE
005390                  THRU 2800-PRINT-REGISTER-LINE-EXIT
005400              GO TO 2200-EXTRACT-DEPOSIT-EXIT
005410      END-READ
005420
005430      IF BA-ACCOUNT-RETURNED
005440          ADD 1 TO WS-RETURNED-COUNT
005450          ADD GD-NET TO WS-RETURNED-NET-TOTAL
005460          MOVE BA-ROUTING TO RPT-D-ROUTING
005470          MOVE BA-ACCOUNT TO RPT-D-ACCOUNT
005480          MOVE "RETURNED"  TO RPT-D-TYPE
005490          MOVE GD-NET     TO RPT-D-AMOUNT
005500          PERFORM 2800-PRINT-REGISTER-LINE
005510              THRU 2800-PRINT-REGISTER-LINE-EXIT
005520      ELSE
005530      IF BA-PRENOTE-PENDING
005540          PERFORM 2300-WRITE-PRENOTE
005550              THRU 2300-WRITE-PRENOTE-EXIT
005560      ELSE
005570          PERFORM 2400-WRITE-DEPOSIT
005580              THRU 2400-WRITE-DEPOSIT-EXIT
005590      END-IF
005600      END-IF.
005610
005620  2200-EXTRACT-DEPOSIT-EXIT.
005630      EXIT.
005640
005650*****************************************************************
005660*                2250-GET-EMPLOYEE-NAME                         *
005670*  READS CUSTOMER-MASTER BY KEY FOR THE REGISTER LINE'S NAME.   *
005680*  A MISSING MASTER RECORD PRINTS BLANK RATHER THAN KILLING     *
005690*  THE EXTRACT - THE MONEY FIGURES COME FROM THE GL DETAIL.     *
005700*****************************************************************
005710  2250-GET-EMPLOYEE-NAME.
005720
005730      MOVE GD-IDENT TO CM-IDENT
005740
005750      READ CUSTOMER-MASTER-FILE
005760          INVALID KEY
005770              MOVE SPACES TO CM-CUSTNAME
005780      END-READ
005790
005800      MOVE GD-IDENT    TO RPT-D-IDENT
005810      MOVE CM-CUSTNAME TO RPT-D-NAME.
005820
005830  2250-GET-EMPLOYEE-NAME-EXIT.
005840      EXIT.
005850
005860*****************************************************************
005870*                  2300-WRITE-PRENOTE                           *
005880*  WRITES A ZERO-AMOUNT PRENOTE RECORD FOR AN ACCOUNT THE BANK  *
005890*  HAS NOT YET ACCEPTED, STAMPS THE DATE THE PRENOTE FIRST      *
005900*  WENT OUT, AND HOLDS THE NET FOR THE CHECK RUN.               *
005910*****************************************************************
005920  2300-WRITE-PRENOTE.
005930
005940      ADD 1      TO WS-PRENOTE-COUNT
005950      ADD GD-NET TO WS-PRENOTE-NET-TOTAL
005960
005970      MOVE SPACES       TO TAPE-DETAIL-RECORD
005980      MOVE "P"          TO DD-RECORD-TYPE
005990      MOVE GD-IDENT     TO DD-IDENT
006000      MOVE BA-ROUTING   TO DD-ROUTING
006010      MOVE BA-ACCOUNT   TO DD-ACCOUNT
006020      MOVE ZEROS        TO DD-AMOUNT
006030
006040      WRITE TAPE-DETAIL-RECORD
006050
006060      ADD 1          TO WS-TAPE-DETAIL-COUNT
006070      ADD BA-ROUTING TO WS-ROUTING-HASH
006080
006090      IF BA-PRENOTE-DATE = ZEROS
006100          MOVE WS-CURRENT-DATE TO BA-PRENOTE-DATE
006110          REWRITE BANK-MASTER-RECORD
006120              INVALID KEY
006130                  DISPLAY "DEPEXTR: CANNOT REWRITE BANKMAST, "
006140                          "IDENT " BA-IDENT
006150          END-REWRITE
006160      END-IF
006170
006180      MOVE BA-ROUTING  TO RPT-D-ROUTING
006190      MOVE BA-ACCOUNT  TO RPT-D-ACCOUNT
006200      MOVE "PRENOTE"   TO RPT-D-TYPE
006210      MOVE ZEROS       TO RPT-D-AMOUNT
006220
006230      PERFORM 2800-PRINT-REGISTER-LINE
006240          THRU 2800-PRINT-REGISTER-LINE-EXIT.
006250
006260  2300-WRITE-PRENOTE-EXIT.
006270      EXIT.
006280
006290*****************************************************************
006300*                  2400-WRITE-DEPOSIT                           *
006310*  WRITES ONE DEPOSIT RECORD FOR THE EMPLOYEE'S NET PAY AND     *
006320*  ROLLS IT INTO THE TRAILER CONTROLS.                          *
006330*****************************************************************
006340  2400-WRITE-DEPOSIT.
006350
006360      ADD 1      TO WS-DEPOSIT-COUNT
006370      ADD GD-NET TO WS-DEPOSIT-TOTAL
006380
006390      MOVE SPACES       TO TAPE-DETAIL-RECORD
006400      MOVE "D"          TO DD-RECORD-TYPE
006410      MOVE GD-IDENT     TO DD-IDENT
006420      MOVE BA-ROUTING   TO DD-ROUTING
006430      MOVE BA-ACCOUNT   TO DD-ACCOUNT
006440      MOVE GD-NET       TO DD-AMOUNT
006450
006460      WRITE TAPE-DETAIL-RECORD
006470
006480      ADD 1          TO WS-TAPE-DETAIL-COUNT
006490      ADD BA-ROUTING TO WS-ROUTING-HASH
006500
006510      MOVE BA-ROUTING  TO RPT-D-ROUTING
006520      MOVE BA-ACCOUNT  TO RPT-D-ACCOUNT
006530      MOVE "DEPOSIT"   TO RPT-D-TYPE
006540      MOVE GD-NET      TO RPT-D-AMOUNT
006550
006560      PERFORM 2800-PRINT-REGISTER-LINE
006570          THRU 2800-PRINT-REGISTER-LINE-EXIT.
006580
006590  2400-WRITE-DEPOSIT-EXIT.
006600      EXIT.
006610
006620*****************************************************************
006630*                2800-PRINT-REGISTER-LINE                       *
006640*  WRITES ONE REGISTER LINE, BREAKING TO A NEW PAGE FIRST IF    *
006650*  THE CURRENT PAGE IS FULL.  THE CALLER LOADS THE RPT-D        *
006660*  FIELDS.                                                      *
006670*****************************************************************
006680  2800-PRINT-REGISTER-LINE.
006690
006700      IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
006710          PERFORM 2810-PRINT-HEADINGS
006720              THRU 2810-PRINT-HEADINGS-EXIT
006730      END-IF
006740
006750      WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE
006760          AFTER ADVANCING 1 LINE
006770
006780      ADD 1 TO WS-LINE-COUNT.
006790
006800  2800-PRINT-REGISTER-LINE-EXIT.
006810      EXIT.
006820
006830*****************************************************************
006840*                 2810-PRINT-HEADINGS                          *
006850*  WRITES THE REPORT HEADER AND COLUMN HEADINGS AT THE TOP OF A *
006860*  NEW PAGE AND RESETS THE LINE COUNT.                          *
006870*****************************************************************
006880  2810-PRINT-HEADINGS.
006890
006900      ADD 1 TO WS-PAGE-COUNT
006910      MOVE WS-RUN-DATE-EDIT TO RPT-H1-DATE
006920      MOVE WS-PAGE-COUNT    TO RPT-H1-PAGE
006930
006940      WRITE REGISTER-RECORD FROM RPT-HEADING-1
006950          AFTER ADVANCING PAGE
006960      WRITE REGISTER-RECORD FROM RPT-BLANK-LINE
006970          AFTER ADVANCING 1 LINE
006980      WRITE REGISTER-RECORD FROM RPT-HEADING-2
006990          AFTER ADVANCING 1 LINE
007000      WRITE REGISTER-RECORD FROM RPT-BLANK-LINE
007010          AFTER ADVANCING 1 LINE
007020
007030      MOVE ZEROS TO WS-LINE-COUNT.
007040
007050  2810-PRINT-HEADINGS-EXIT.
007060      EXIT.
007070
007080*****************************************************************
007090*                       3000-FINALIZE                           *
007100*  WRITES THE TAPE TRAILER, PRINTS THE REGISTER TOTALS, AND     *
007110*  BALANCES DEPOSITS PLUS HELD NET BACK TO THE GL TRAILER'S     *
007120*  NET TOTAL.  A MISSING TRAILER OR A DISAGREEMENT SETS         *
007130*  RETURN-CODE 8 - THE TAPE DOES NOT GO TO THE BANK ON AN       *
007140*  UNPROVEN RUN.                                                *
007150*****************************************************************
007160  3000-FINALIZE.
007170
007180      IF WS-RUNCTL-REFUSED
007190          GO TO 3000-FINALIZE-EXIT
007200      END-IF.
007210
007220      IF WS-TAP-FILE-OK
007230          MOVE SPACES               TO TAPE-TRAILER-RECORD
007240          MOVE "T"                  TO DT-RECORD-TYPE
007250          MOVE WS-TAPE-DETAIL-COUNT TO DT-DETAIL-COUNT
007260          MOVE WS-DEPOSIT-TOTAL     TO DT-AMOUNT-TOTAL
007270          MOVE WS-ROUTING-HASH      TO DT-ROUTING-HASH
007280          WRITE TAPE-TRAILER-RECORD
007290      END-IF.
007300
007310      WRITE REGISTER-RECORD FROM RPT-BLANK-LINE
007320          AFTER ADVANCING 1 LINE
007330
007340      MOVE "DEPOSITS WRITTEN"          TO RPT-T-LABEL
007350      MOVE WS-DEPOSIT-COUNT            TO RPT-T-COUNT
007360      MOVE WS-DEPOSIT-TOTAL            TO RPT-T-AMOUNT
007370      WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE
007380          AFTER ADVANCING 1 LINE
007390
007400      MOVE "PRENOTES WRITTEN - NET HELD" TO RPT-T-LABEL
007410      MOVE WS-PRENOTE-COUNT            TO RPT-T-COUNT
007420      MOVE WS-PRENOTE-NET-TOTAL        TO RPT-T-AMOUNT
007430      WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE
007440          AFTER ADVANCING 1 LINE
007450
007460      MOVE "NO ACCOUNT - NET HELD"     TO RPT-T-LABEL
007470      MOVE WS-NOACCT-COUNT             TO RPT-T-COUNT
007480      MOVE WS-NOACCT-NET-TOTAL         TO RPT-T-AMOUNT
007490      WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE
007500          AFTER ADVANCING 1 LINE
007510
007520      MOVE "RETURNED ACCOUNT - NET HELD" TO RPT-T-LABEL
007530      MOVE WS-RETURNED-COUNT           TO RPT-T-COUNT
007540      MOVE WS-RETURNED-NET-TOTAL       TO RPT-T-AMOUNT
007550      WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE
007560          AFTER ADVANCING 1 LINE
007570
007580      MOVE "GL NET TOTAL"              TO RPT-T-LABEL
007590      MOVE WS-GL-DETAIL-COUNT          TO RPT-T-COUNT
007600      MOVE WS-GL-NET-TOTAL             TO RPT-T-AMOUNT
007610      WRITE REGISTER-RECORD FROM RPT-TOTAL-LINE
007620          AFTER ADVANCING 1 LINE
007630
007640      WRITE REGISTER-RECORD FROM RPT-BLANK-LINE
007650          AFTER ADVANCING 1 LINE
007660
007670      COMPUTE WS-CROSSFOOT-TOTAL =
007680          WS-DEPOSIT-TOTAL + WS-PRENOTE-NET-TOTAL
007690          + WS-NOACCT-NET-TOTAL + WS-RETURNED-NET-TOTAL
007700
007710      IF NOT WS-TRAILER-READ
007720          SET WS-BALANCE-ERROR TO TRUE
007730          MOVE "*** NO GL TRAILER - EXTRACT NOT PROVEN ***"
007740            TO RPT-M-TEXT
007750      ELSE
007760      IF WS-CROSSFOOT-TOTAL NOT = WS-GL-NET-TOTAL
007770          OR WS-DETAIL-READ-COUNT NOT = WS-GL-DETAIL-COUNT
007780          SET WS-BALANCE-ERROR TO TRUE
007790          MOVE "*** REGISTER OUT OF BALANCE TO GL NET TOTAL ***"
007800            TO RPT-M-TEXT
007810      ELSE
007820          MOVE "REGISTER IN BALANCE - DEPOSITS + HELD = GL NET"
007830            TO RPT-M-TEXT
007840      END-IF
007850      END-IF
007860
007870      WRITE REGISTER-RECORD FROM RPT-MESSAGE-LINE
007880          AFTER ADVANCING 1 LINE
007890
007900      IF WS-BALANCE-ERROR
007910          MOVE 8 TO RETURN-CODE
007920      END-IF
007930
007940      CLOSE GL-EXTRACT-FILE
007950      CLOSE BANK-MASTER-FILE
007960      CLOSE CUSTOMER-MASTER-FILE
007970      CLOSE TRANSMISSION-FILE
007980      CLOSE REGISTER-REPORT.
007990
008000      IF NOT WS-RUNCTL-REFUSED
008010          MOVE "E"         TO RC-FUNCTION
008020          MOVE RETURN-CODE TO RC-COMPLETION-CODE
008030          CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
008040      END-IF.
008050
008060  3000-FINALIZE-EXIT.
008070      EXIT.
008080
