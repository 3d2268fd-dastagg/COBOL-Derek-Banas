000260*                  PRINTED.  THE PER-TYPE TOTALS ON THE         *
000270*                  SUMMARY RECORD ARE ONLY PRINTED FOR        *
000280*                  HISTORY OLDER THAN THE DETAIL FILE.          *
000290* 10/15/2026 DRH   THE PAY HISTORY RECORD NOW CARRIES THE       *
000300*                  SALARY PAID A SALARIED EMPLOYEE, AND GREW TO *
000310*                  129 BYTES.  A SALARIED CYCLE REPRINTS THE    *
000320*                  SALARY LINE IN PLACE OF REGULAR EARNINGS,    *
000330*                  AS THE ORIGINAL STATEMENT PRINTED IT.        *
000340* 10/15/2026 DRH   PAY HISTORY AND ITS ADJUSTMENT DETAIL ARE    *
000350*                  NOW KEYED BY A PAY SEQUENCE AS WELL.  AN     *
000360*                  OFF-CYCLE PAYMENT REPRINTS AS ITS OWN PAGE   *
000370*                  WITH THE OFF-CYCLE REASON UNDER THE EMPLOYEE *
000380*                  LINE, AND A FLAT GROSS PAYMENT PRINTS UNDER  *
000390*                  ITS REASON IN PLACE OF REGULAR EARNINGS, AS  *
000400*                  OFFCYCLE PRINTED IT.                         *
000410* 10/15/2026 DRH   PAY HISTORY NOW CARRIES THE VACATION AND     *
000420*                  SICK HOURS AND PAY TAKEN AND THE BALANCES    *
000430*                  LEFT AFTER THE CYCLE (167 BYTES).  THE       *
000440*                  REPRINT SHOWS THE TIME OFF IN THE EARNINGS   *
000450*                  BLOCK AND THE BALANCES UNDER THE NET         *
000460*                  PAYCHECK, AS THE PAYROLL RUN PRINTED THEM.   *
000470*****************************************************************
000480  IDENTIFICATION DIVISION.
000490  PROGRAM-ID. STMTRPRT.
000500  AUTHOR. DAVID R. HENDERSON.
000510  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000520  DATE-WRITTEN. 09/03/2026.
000530  DATE-COMPILED.
000540  ENVIRONMENT DIVISION.
000550
000560  CONFIGURATION SECTION.
000570  SOURCE-COMPUTER. IBM-370.
000580  OBJECT-COMPUTER. IBM-370.
000590  SPECIAL-NAMES.
000600      C01 IS TOP-OF-PAGE.
000610
000620  INPUT-OUTPUT SECTION.
000630  FILE-CONTROL.
000640*****************************************************************
000650* PAY-HISTORY-FILE IS THE PER-EMPLOYEE PER-RUN PAY RECORD THE   *
000660* PAYROLL RUN WRITES, KEYED BY IDENT AND CYCLE DATE.            *
000670*****************************************************************
000680      SELECT PAY-HISTORY-FILE
000690          ASSIGN TO "PAYHIST"
000700          ORGANIZATION IS INDEXED
000710          ACCESS MODE IS DYNAMIC
000720          RECORD KEY IS PH-KEY
000730          FILE STATUS IS WS-HIS-FILE-STATUS.
000740
000750*****************************************************************
000760* PAY-HISTORY-ADJ-FILE CARRIES ONE RECORD PER ADJUSTMENT THE    *
000770* PAYROLL RUN APPLIED, KEYED BY IDENT, CYCLE DATE AND LINE      *
000780* SEQUENCE - THE DETAIL BEHIND EACH STATEMENT ADJ LINE.         *
000790*****************************************************************
000800      SELECT PAY-HISTORY-ADJ-FILE
000810          ASSIGN TO "PAYHADJ"
000820          ORGANIZATION IS INDEXED
000830          ACCESS MODE IS DYNAMIC
000840          RECORD KEY IS PJ-KEY
000850          FILE STATUS IS WS-HAJ-FILE-STATUS.
000860
000870*****************************************************************
000880* PARAMETER-FILE CARRIES THE REPRINT REQUEST - THE IDENT AND    *
000890* THE FROM/TO CYCLE DATE RANGE (ZERO TO-DATE IS OPEN ENDED).    *
000900*****************************************************************
000910      SELECT PARAMETER-FILE
000920          ASSIGN TO "RPRPARM"
000930          ORGANIZATION IS SEQUENTIAL
000940          FILE STATUS IS WS-PRM-FILE-STATUS.
000950
000960*****************************************************************
000970* REPRINT-FILE RECEIVES THE REGENERATED STATEMENT PAGES.        *
000980*****************************************************************
000990      SELECT REPRINT-FILE
001000          ASSIGN TO "RPRSTMT"
001010          ORGANIZATION IS SEQUENTIAL
001020          FILE STATUS IS WS-RPT-FILE-STATUS.
001030
001040  DATA DIVISION.
001050
001060  FILE SECTION.
001070*****************************************************************
001080* FD  - PAY-HISTORY-FILE                                        *
001090*  THE LAYOUT MATCHES WHAT THE PAYROLL RUN WRITES.              *
001100*****************************************************************
001110  FD  PAY-HISTORY-FILE
001120      LABEL RECORDS ARE STANDARD
001130      RECORD CONTAINS 167 CHARACTERS.
001140  01  PAY-HISTORY-RECORD.
001150      05  PH-KEY.
001160          10  PH-IDENT            PIC 9(03).
001170          10  PH-CYCLE-DATE       PIC 9(08).
001180          10  PH-PAY-SEQ          PIC 9(01).
001190              88  PH-REGULAR-CYCLE      VALUE 0.
001200              88  PH-OFF-CYCLE          VALUE 1 THRU 9.
001210      05  PH-CUSTNAME             PIC X(20).
001220      05  PH-REG-HOURS            PIC 9(03)V99.
001230      05  PH-REG-RATE             PIC 9(03)V99.
001240      05  PH-REG-PAY              PIC 9(05)V99.
001250      05  PH-OT-HOURS             PIC 9(03)V99.
001260      05  PH-OT-RATE              PIC 9(04)V99.
001270      05  PH-OT-PAY               PIC 9(05)V99.
001280      05  PH-GROSS                PIC 9(05)V99.
001290      05  PH-FED-TAX              PIC 9(05)V99.
001300      05  PH-STATE-TAX            PIC 9(05)V99.
001310      05  PH-FICA-TAX             PIC 9(05)V99.
001320      05  PH-ADJ-GARN             PIC S9(05)V99.
001330      05  PH-ADJ-DED              PIC S9(05)V99.
001340      05  PH-ADJ-CORR             PIC S9(05)V99.
001350      05  PH-NET                  PIC 9(05)V99.
001360      05  PH-SALARY-PAY           PIC 9(05)V99.
001370      05  PH-OFF-CYCLE-REASON     PIC X(01).
001380      05  PH-VAC-HOURS            PIC 9(03)V99.
001390      05  PH-VAC-PAY              PIC 9(05)V99.
001400      05  PH-SICK-HOURS           PIC 9(03)V99.
001410      05  PH-SICK-PAY             PIC 9(05)V99.
001420      05  PH-VAC-BALANCE          PIC S9(04)V99.
001430      05  PH-SICK-BALANCE         PIC S9(04)V99.
001440
001450*****************************************************************
001460* FD  - PAY-HISTORY-ADJ-FILE                                    *
001470*  THE LAYOUT MATCHES WHAT THE PAYROLL RUN WRITES.              *
001480*****************************************************************
001490  FD  PAY-HISTORY-ADJ-FILE
001500      LABEL RECORDS ARE STANDARD
001510      RECORD CONTAINS 42 CHARACTERS.
001520  01  PAY-HISTORY-ADJ-RECORD.
001530      05  PJ-KEY.
001540          10  PJ-IDENT            PIC 9(03).
001550          10  PJ-CYCLE-DATE       PIC 9(08).
001560          10  PJ-PAY-SEQ          PIC 9(01).
001570          10  PJ-LINE-SEQ         PIC 9(03).
001580      05  PJ-TYPE                 PIC X(01).
001590      05  PJ-DESCRIPTION          PIC X(20).
001600      05  PJ-AMOUNT               PIC S9(4)V99.
001610*****************************************************************
001620* FD  - PARAMETER-FILE                                          *
001630*****************************************************************
001640  FD  PARAMETER-FILE
001650      LABEL RECORDS ARE STANDARD
001660      RECORD CONTAINS 19 CHARACTERS.
001670  01  PARAMETER-RECORD.
001680      05  RP-IDENT                PIC 9(03).
001690      05  RP-DATE-FROM            PIC 9(08).
001700      05  RP-DATE-TO              PIC 9(08).
001710
001720*****************************************************************
001730* FD  - REPRINT-FILE                                            *
001740*****************************************************************
001750  FD  REPRINT-FILE
001760      LABEL RECORDS ARE STANDARD
001770      RECORD CONTAINS 132 CHARACTERS.
001780  01  REPRINT-RECORD              PIC X(132).
001790
001800  WORKING-STORAGE SECTION.
001810*****************************************************************
001820* FILE STATUS AND END-OF-FILE SWITCHES                          *
001830*****************************************************************
001840  77  WS-HIS-FILE-STATUS      PIC X(02) VALUE SPACES.
001850      88  WS-HIS-FILE-OK             VALUE "00".
001860
001870  77  WS-HAJ-FILE-STATUS      PIC X(02) VALUE SPACES.
001880      88  WS-HAJ-FILE-OK             VALUE "00".
001890
001900  77  WS-HADJ-EOF-SW          PIC X(01) VALUE "N".
001910      88  WS-HADJ-EOF                VALUE "Y".
001920
001930  77  WS-HADJ-PRINTED-COUNT   PIC 9(03) VALUE ZEROS.
001940
001950  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
001960      88  WS-END-OF-FILE             VALUE "Y".
001970      88  WS-NOT-END-OF-FILE         VALUE "N".
001980
001990  77  WS-PRM-FILE-STATUS      PIC X(02) VALUE SPACES.
002000      88  WS-PRM-FILE-OK             VALUE "00".
002010
002020  77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
002030      88  WS-RPT-FILE-OK             VALUE "00".
002040
002050*****************************************************************
002060* REPRINT SELECTION SAVED OFF THE PARAMETER CARD.  THE IDENT    *
002070* IS REQUIRED - A REPRINT IS FOR ONE EMPLOYEE.  A MISSING OR    *
002080* BAD CARD REFUSES THE RUN.                                     *
002090*****************************************************************
002100  77  WS-SEL-IDENT            PIC 9(03) VALUE ZEROS.
002110  77  WS-SEL-DATE-FROM        PIC 9(08) VALUE ZEROS.
002120  77  WS-SEL-DATE-TO          PIC 9(08) VALUE 99999999.
002130
002140  77  WS-PARM-ERROR-SW        PIC X(01) VALUE "N".
002150      88  WS-PARM-ERROR              VALUE "Y".
002160
002170  77  WS-PAGE-REPRINT-COUNT   PIC 9(07) VALUE ZEROS.
002180
002190  77  WS-REASON-LABEL         PIC X(20) VALUE SPACES.
002200  77  WS-PTO-LABEL            PIC X(20) VALUE SPACES.
002210  77  WS-PTO-HOURS            PIC 9(03)V99 VALUE ZEROS.
002220  77  WS-PTO-PAY              PIC 9(05)V99 VALUE ZEROS.
002230
002240*****************************************************************
002250* STATEMENT PAGE LAYOUTS - THE SAME SHAPE THE PAYROLL RUN       *
002260* PRINTS TO PAYSTMT, WITH THE ORIGINAL CYCLE DATE IN THE        *
002270* HEADER AND A REPRINT TAG SO A REGENERATED PAGE CAN NEVER      *
002280* PASS FOR THE ORIGINAL.                                        *
002290*****************************************************************
002300  01  WS-CYCLE-DATE-EDIT      PIC X(10) VALUE SPACES.
002310
002320  01  WS-CYCLE-DATE           PIC 9(08) VALUE ZEROS.
002330  01  WS-CYCLE-DATE-R REDEFINES WS-CYCLE-DATE.
002340      05  WS-CYC-CCYY         PIC 9(04).
002350      05  WS-CYC-MM           PIC 9(02).
002360      05  WS-CYC-DD           PIC 9(02).
002370
002380  01  STM-HEADING-1.
002390      05  FILLER              PIC X(01) VALUE SPACE.
002400      05  FILLER              PIC X(30) VALUE
002410          "PAY STATEMENT (REPRINT)".
002420      05  FILLER              PIC X(20) VALUE SPACES.
002430      05  FILLER              PIC X(10) VALUE "RUN DATE: ".
002440      05  STM-H1-DATE         PIC X(10).
002450      05  FILLER              PIC X(61) VALUE SPACES.
002460
002470  01  STM-EMPLOYEE-LINE.
002480      05  FILLER              PIC X(02) VALUE SPACES.
002490      05  FILLER              PIC X(10) VALUE "EMPLOYEE: ".
002500      05  STM-E-IDENT         PIC ZZ9.
002510      05  FILLER              PIC X(02) VALUE SPACES.
002520      05  STM-E-NAME          PIC X(20).
002530      05  FILLER              PIC X(95) VALUE SPACES.
002540
002550  01  STM-OFF-CYCLE-LINE.
002560      05  FILLER              PIC X(02) VALUE SPACES.
002570      05  FILLER              PIC X(20) VALUE
002580          "OFF-CYCLE PAYMENT -".
002590      05  STM-O-REASON        PIC X(20).
002600      05  FILLER              PIC X(90) VALUE SPACES.
002610
002620  01  STM-EARNINGS-LINE.
002630      05  FILLER              PIC X(02) VALUE SPACES.
002640      05  STM-E-LABEL         PIC X(20).
002650      05  STM-E-HOURS         PIC ZZ9.99.
002660      05  FILLER              PIC X(08) VALUE " HRS AT ".
002670      05  STM-E-RATE          PIC ZZZ9.99.
002680      05  FILLER              PIC X(03) VALUE SPACES.
002690      05  STM-E-AMOUNT        PIC ZZ,ZZ9.99.
002700      05  FILLER              PIC X(77) VALUE SPACES.
002710
002720  01  STM-SALARY-LINE.
002730      05  FILLER              PIC X(02) VALUE SPACES.
002740      05  FILLER              PIC X(20) VALUE "SALARY EARNINGS".
002750      05  FILLER              PIC X(24) VALUE SPACES.
002760      05  STM-S-AMOUNT        PIC ZZ,ZZ9.99.
002770      05  FILLER              PIC X(77) VALUE SPACES.
002780
002790  01  STM-PAYMENT-LINE.
002800      05  FILLER              PIC X(02) VALUE SPACES.
002810      05  STM-P-LABEL         PIC X(20).
002820      05  FILLER              PIC X(24) VALUE SPACES.
002830      05  STM-P-AMOUNT        PIC ZZ,ZZ9.99.
002840      05  FILLER              PIC X(77) VALUE SPACES.
002850
002860  01  STM-PTO-TAKEN-LINE.
002870      05  FILLER              PIC X(02) VALUE SPACES.
002880      05  STM-K-LABEL         PIC X(20).
002890      05  STM-K-HOURS         PIC ZZ9.99.
002900      05  FILLER              PIC X(21) VALUE
002910          " HRS - PAID IN SALARY".
002920      05  FILLER              PIC X(83) VALUE SPACES.
002930
002940  01  STM-GROSS-LINE.
002950      05  FILLER              PIC X(02) VALUE SPACES.
002960      05  FILLER              PIC X(20) VALUE "GROSS PAY".
002970      05  FILLER              PIC X(24) VALUE SPACES.
002980      05  STM-G-AMOUNT        PIC ZZ,ZZ9.99.
002990      05  FILLER              PIC X(77) VALUE SPACES.
003000
003010  01  STM-TAX-LINE.
003020      05  FILLER              PIC X(02) VALUE SPACES.
003030      05  FILLER              PIC X(04) VALUE "TAX ".
003040      05  STM-T-TYPE          PIC X(01).
003050      05  FILLER              PIC X(02) VALUE SPACES.
003060      05  STM-T-DESC          PIC X(20).
003070      05  FILLER              PIC X(17) VALUE SPACES.
003080      05  STM-T-AMOUNT        PIC Z,ZZ9.99-.
003090      05  FILLER              PIC X(77) VALUE SPACES.
003100
003110  01  STM-ADJ-LINE.
003120      05  FILLER              PIC X(02) VALUE SPACES.
003130      05  FILLER              PIC X(04) VALUE "ADJ ".
003140      05  STM-A-TYPE          PIC X(01).
003150      05  FILLER              PIC X(02) VALUE SPACES.
003160      05  STM-A-DESC          PIC X(20).
003170      05  FILLER              PIC X(17) VALUE SPACES.
003180      05  STM-A-AMOUNT        PIC Z,ZZ9.99-.
003190      05  FILLER              PIC X(77) VALUE SPACES.
003200
003210  01  STM-NET-LINE.
003220      05  FILLER              PIC X(02) VALUE SPACES.
003230      05  FILLER              PIC X(20) VALUE "NET PAYCHECK".
003240      05  FILLER              PIC X(24) VALUE SPACES.
003250      05  STM-N-AMOUNT        PIC ZZ,ZZ9.99.
003260      05  FILLER              PIC X(77) VALUE SPACES.
003270
003280  01  STM-PTO-BAL-LINE.
003290      05  FILLER              PIC X(02) VALUE SPACES.
003300      05  STM-B-LABEL         PIC X(20).
003310      05  FILLER              PIC X(10) VALUE "AVAILABLE ".
003320      05  STM-B-AVAILABLE     PIC Z,ZZ9.99-.
003330      05  FILLER              PIC X(91) VALUE SPACES.
003340
003350  01  STM-BLANK-LINE          PIC X(132) VALUE SPACES.
003360
003370  PROCEDURE DIVISION.
003380*****************************************************************
003390*                        0000-MAINLINE                          *
003400*****************************************************************
003410  0000-MAINLINE.
003420
003430      PERFORM 1000-INITIALIZE
003440          THRU 1000-INITIALIZE-EXIT.
003450
003460      PERFORM 2000-PROCESS-HISTORY
003470          THRU 2000-PROCESS-HISTORY-EXIT
003480          UNTIL WS-END-OF-FILE.
003490
003500      PERFORM 3000-FINALIZE
003510          THRU 3000-FINALIZE-EXIT.
003520
003530      STOP RUN.
003540
003550*****************************************************************
003560*                       1000-INITIALIZE                         *
003570*  READS THE PARAMETER CARD, OPENS THE FILES, AND POSITIONS     *
003580*  THE PAY-HISTORY FILE AT THE FIRST RECORD IN THE RANGE.       *
003590*****************************************************************
003600  1000-INITIALIZE.
003610
003620      PERFORM 1100-READ-PARAMETER-CARD
003630          THRU 1100-READ-PARAMETER-CARD-EXIT.
003640
003650      IF WS-PARM-ERROR
003660          SET WS-END-OF-FILE TO TRUE
003670          MOVE 8 TO RETURN-CODE
003680      END-IF.
003690
003700      OPEN INPUT PAY-HISTORY-FILE
003710
003720      IF NOT WS-HIS-FILE-OK
003730          DISPLAY "STMTRPRT: UNABLE TO OPEN PAYHIST, "
003740                  "STATUS = " WS-HIS-FILE-STATUS
003750          SET WS-END-OF-FILE TO TRUE
003760          MOVE 8 TO RETURN-CODE
003770      END-IF.
003780
003790*    THE DETAIL FILE MAY LEGITIMATELY NOT EXIST YET - HISTORY
003800*    OLDER THAN IT REPRINTS FROM THE PER-TYPE TOTALS INSTEAD.
003810      OPEN INPUT PAY-HISTORY-ADJ-FILE.
003820
003830      OPEN OUTPUT REPRINT-FILE
003840
003850      IF NOT WS-RPT-FILE-OK
003860          DISPLAY "STMTRPRT: UNABLE TO OPEN RPRSTMT, "
003870                  "STATUS = " WS-RPT-FILE-STATUS
003880          SET WS-END-OF-FILE TO TRUE
003890          MOVE 8 TO RETURN-CODE
003900      END-IF.
003910
003920      IF WS-NOT-END-OF-FILE
003930          MOVE WS-SEL-IDENT     TO PH-IDENT
003940          MOVE WS-SEL-DATE-FROM TO PH-CYCLE-DATE
003950          MOVE ZERO             TO PH-PAY-SEQ
003960          START PAY-HISTORY-FILE KEY NOT < PH-KEY
003970              INVALID KEY
003980                  SET WS-END-OF-FILE TO TRUE
003990          END-START
004000      END-IF.
004010
004020  1000-INITIALIZE-EXIT.
004030      EXIT.
004040
004050*****************************************************************
004060*               1100-READ-PARAMETER-CARD                        *
004070*  READS THE REPRINT REQUEST CARD.  THE IDENT MUST BE PRESENT   *
004080*  AND NUMERIC; A ZERO TO-DATE OPENS THE RANGE'S HIGH END.      *
004090*****************************************************************
004100  1100-READ-PARAMETER-CARD.
004110
004120      OPEN INPUT PARAMETER-FILE
004130
004140      IF NOT WS-PRM-FILE-OK
004150          DISPLAY "STMTRPRT: UNABLE TO OPEN RPRPARM, "
004160                  "STATUS = " WS-PRM-FILE-STATUS
004170          SET WS-PARM-ERROR TO TRUE
004180          GO TO 1100-READ-PARAMETER-CARD-EXIT
004190      END-IF
004200
004210      READ PARAMETER-FILE
004220          AT END
004230              DISPLAY "STMTRPRT: RPRPARM IS EMPTY"
004240              SET WS-PARM-ERROR TO TRUE
004250          NOT AT END
004260              IF RP-IDENT IS NOT NUMERIC OR RP-IDENT = ZERO
004270                  DISPLAY "STMTRPRT: BAD IDENT ON RPRPARM"
004280                  SET WS-PARM-ERROR TO TRUE
004290              ELSE
004300                  MOVE RP-IDENT TO WS-SEL-IDENT
004310                  IF RP-DATE-FROM IS NUMERIC
004320                      MOVE RP-DATE-FROM TO WS-SEL-DATE-FROM
004330                  END-IF
004340                  IF RP-DATE-TO IS NUMERIC AND RP-DATE-TO > ZERO
004350                      MOVE RP-DATE-TO TO WS-SEL-DATE-TO
004360                  END-IF
004370              END-IF
004380      END-READ
004390
004400      CLOSE PARAMETER-FILE.
004410
004420  1100-READ-PARAMETER-CARD-EXIT.
004430      EXIT.
004440
004450*****************************************************************
004460*                 2000-PROCESS-HISTORY                          *
004470*  MAIN READ LOOP - READS FORWARD FROM THE START POSITION AND   *
004480*  REPRINTS EVERY RECORD FOR THE REQUESTED IDENT UNTIL THE      *
004490*  IDENT CHANGES OR THE CYCLE DATE PASSES THE RANGE.            *
004500*****************************************************************
004510  2000-PROCESS-HISTORY.
004520
004530      READ PAY-HISTORY-FILE NEXT RECORD
004540          AT END
004550              SET WS-END-OF-FILE TO TRUE
004560              GO TO 2000-PROCESS-HISTORY-EXIT
004570      END-READ
004580
004590      IF PH-IDENT NOT = WS-SEL-IDENT
004600          OR PH-CYCLE-DATE > WS-SEL-DATE-TO
004610          SET WS-END-OF-FILE TO TRUE
004620          GO TO 2000-PROCESS-HISTORY-EXIT
004630      END-IF
004640
004650      PERFORM 2500-REPRINT-STATEMENT
004660          THRU 2500-REPRINT-STATEMENT-EXIT.
004670
004680  2000-PROCESS-HISTORY-EXIT.
004690      EXIT.
004700
004710*****************************************************************
004720*                2500-REPRINT-STATEMENT                         *
004730*  REGENERATES ONE STATEMENT PAGE FROM THE HISTORY RECORD IN    *
004740*  THE LAYOUT THE ORIGINAL PAYSTMT PAGE USED - THE EARNINGS     *
004750*  BLOCK (REGULAR/OVERTIME, SALARY, OR AN OFF-CYCLE PAYMENT     *
004760*  UNDER ITS REASON, AND ANY VACATION OR SICK TIME TAKEN), EACH *
004770*  WITHHOLDING THAT WAS TAKEN, THE ADJUSTMENT TOTALS BY TYPE,   *
004780*  THE NET PAYCHECK, AND FOR A REGULAR CYCLE THE VACATION AND   *
004790*  SICK BALANCES LEFT AFTER IT.                                 *
004800*****************************************************************
004810  2500-REPRINT-STATEMENT.
004820
004830      MOVE PH-CYCLE-DATE TO WS-CYCLE-DATE
004840
004850      STRING WS-CYC-MM   DELIMITED BY SIZE
004860             "/"         DELIMITED BY SIZE
004870             WS-CYC-DD   DELIMITED BY SIZE
004880             "/"         DELIMITED BY SIZE
004890             WS-CYC-CCYY DELIMITED BY SIZE
004900          INTO WS-CYCLE-DATE-EDIT
004910
004920      MOVE WS-CYCLE-DATE-EDIT TO STM-H1-DATE
004930
004940      WRITE REPRINT-RECORD FROM STM-HEADING-1
004950          AFTER ADVANCING PAGE
004960      WRITE REPRINT-RECORD FROM STM-BLANK-LINE
004970          AFTER ADVANCING 1 LINE
004980
004990      MOVE PH-IDENT    TO STM-E-IDENT
005000      MOVE PH-CUSTNAME TO STM-E-NAME
005010
005020      WRITE REPRINT-RECORD FROM STM-EMPLOYEE-LINE
005030          AFTER ADVANCING 1 LINE
005040
005050      IF PH-OFF-CYCLE
005060          PERFORM 2505-SET-REASON-LABEL
005070              THRU 2505-SET-REASON-LABEL-EXIT
005080          MOVE WS-REASON-LABEL TO STM-O-REASON
005090          WRITE REPRINT-RECORD FROM STM-OFF-CYCLE-LINE
005100              AFTER ADVANCING 1 LINE
005110      END-IF
005120
005130      WRITE REPRINT-RECORD FROM STM-BLANK-LINE
005140          AFTER ADVANCING 1 LINE
005150
005160      IF PH-SALARY-PAY > ZERO
005170          MOVE PH-SALARY-PAY       TO STM-S-AMOUNT
005180          WRITE REPRINT-RECORD FROM STM-SALARY-LINE
005190              AFTER ADVANCING 1 LINE
005200      ELSE
005210      IF PH-OFF-CYCLE
005220          AND PH-REG-HOURS = ZERO
005230          IF PH-GROSS > ZERO
005240              MOVE WS-REASON-LABEL TO STM-P-LABEL
005250              MOVE PH-GROSS        TO STM-P-AMOUNT
005260              WRITE REPRINT-RECORD FROM STM-PAYMENT-LINE
005270                  AFTER ADVANCING 1 LINE
005280          END-IF
005290      ELSE
005300          MOVE "REGULAR EARNINGS"  TO STM-E-LABEL
005310          MOVE PH-REG-HOURS        TO STM-E-HOURS
005320          MOVE PH-REG-RATE         TO STM-E-RATE
005330          MOVE PH-REG-PAY          TO STM-E-AMOUNT
005340          WRITE REPRINT-RECORD FROM STM-EARNINGS-LINE
005350              AFTER ADVANCING 1 LINE
005360      END-IF
005370      END-IF
005380
005390      IF PH-OT-HOURS > ZERO
005400          MOVE "OVERTIME EARNINGS" TO STM-E-LABEL
005410          MOVE PH-OT-HOURS         TO STM-E-HOURS
005420          MOVE PH-OT-RATE          TO STM-E-RATE
005430          MOVE PH-OT-PAY           TO STM-E-AMOUNT
005440          WRITE REPRINT-RECORD FROM STM-EARNINGS-LINE
005450              AFTER ADVANCING 1 LINE
005460      END-IF
005470
005480      MOVE "VACATION"              TO WS-PTO-LABEL
005490      MOVE PH-VAC-HOURS            TO WS-PTO-HOURS
005500      MOVE PH-VAC-PAY              TO WS-PTO-PAY
005510      PERFORM 2507-REPRINT-TIME-OFF
005520          THRU 2507-REPRINT-TIME-OFF-EXIT
005530
005540      MOVE "SICK"                  TO WS-PTO-LABEL
005550      MOVE PH-SICK-HOURS           TO WS-PTO-HOURS
005560      MOVE PH-SICK-PAY             TO WS-PTO-PAY
005570      PERFORM 2507-REPRINT-TIME-OFF
005580          THRU 2507-REPRINT-TIME-OFF-EXIT
005590
005600      MOVE PH-GROSS TO STM-G-AMOUNT
005610
005620      WRITE REPRINT-RECORD FROM STM-GROSS-LINE
005630          AFTER ADVANCING 1 LINE
005640      WRITE REPRINT-RECORD FROM STM-BLANK-LINE
005650          AFTER ADVANCING 1 LINE
005660
005670      IF PH-FED-TAX > ZERO
005680          MOVE "F"                   TO STM-T-TYPE
005690          MOVE "FEDERAL WITHHOLDING" TO STM-T-DESC
005700          MOVE PH-FED-TAX            TO STM-T-AMOUNT
005710          WRITE REPRINT-RECORD FROM STM-TAX-LINE
005720              AFTER ADVANCING 1 LINE
005730      END-IF
005740
005750      IF PH-STATE-TAX > ZERO
005760          MOVE "S"                   TO STM-T-TYPE
005770          MOVE "STATE WITHHOLDING"   TO STM-T-DESC
005780          MOVE PH-STATE-TAX          TO STM-T-AMOUNT
005790          WRITE REPRINT-RECORD FROM STM-TAX-LINE
005800              AFTER ADVANCING 1 LINE
005810      END-IF
005820
005830      IF PH-FICA-TAX > ZERO
005840          MOVE "C"                   TO STM-T-TYPE
005850          MOVE "FICA WITHHOLDING"    TO STM-T-DESC
005860          MOVE PH-FICA-TAX           TO STM-T-AMOUNT
005870          WRITE REPRINT-RECORD FROM STM-TAX-LINE
005880              AFTER ADVANCING 1 LINE
005890      END-IF
005900
005910      PERFORM 2510-REPRINT-ADJUSTMENTS
005920          THRU 2510-REPRINT-ADJUSTMENTS-EXIT
005930
005940      WRITE REPRINT-RECORD FROM STM-BLANK-LINE
005950          AFTER ADVANCING 1 LINE
005960
005970      MOVE PH-NET TO STM-N-AMOUNT
005980
005990      WRITE REPRINT-RECORD FROM STM-NET-LINE
006000          AFTER ADVANCING 1 LINE
006010
006020      IF PH-REGULAR-CYCLE
006030          WRITE REPRINT-RECORD FROM STM-BLANK-LINE
006040              AFTER ADVANCING 1 LINE
006050          MOVE "VACATION BALANCE"  TO STM-B-LABEL
006060          MOVE PH-VAC-BALANCE      TO STM-B-AVAILABLE
006070          WRITE REPRINT-RECORD FROM STM-PTO-BAL-LINE
006080              AFTER ADVANCING 1 LINE
006090          MOVE "SICK BALANCE"      TO STM-B-LABEL
006100          MOVE PH-SICK-BALANCE     TO STM-B-AVAILABLE
006110          WRITE REPRINT-RECORD FROM STM-PTO-BAL-LINE
006120              AFTER ADVANCING 1 LINE
006130      END-IF
006140
006150      ADD 1 TO WS-PAGE-REPRINT-COUNT.
006160
006170  2500-REPRINT-STATEMENT-EXIT.
006180      EXIT.
006190
006200*****************************************************************
006210*                2505-SET-REASON-LABEL                          *
006220*  THE WORDING OFFCYCLE PRINTED FOR THE OFF-CYCLE REASON CODE.  *
006230*****************************************************************
006240  2505-SET-REASON-LABEL.
006250
006260      IF PH-OFF-CYCLE-REASON = "T"
006270          MOVE "FINAL PAY"        TO WS-REASON-LABEL
006280      ELSE
006290      IF PH-OFF-CYCLE-REASON = "B"
006300          MOVE "BONUS"            TO WS-REASON-LABEL
006310      ELSE
006320      IF PH-OFF-CYCLE-REASON = "C"
006330          MOVE "CORRECTION"       TO WS-REASON-LABEL
006340      ELSE
006350          MOVE "OTHER PAYMENT"    TO WS-REASON-LABEL
006360      END-IF
006370      END-IF
006380      END-IF.
006390
006400  2505-SET-REASON-LABEL-EXIT.
006410      EXIT.
006420
006430*****************************************************************
006440*                     2507-REPRINT-TIME-OFF                     *
006450*  REPRINTS ONE TYPE OF TIME OFF TAKEN - AN EARNINGS LINE AT    *
006460*  THE HOURLY RATE, OR FOR A SALARIED CYCLE THE HOURS ALONE,    *
006470*  SINCE THE SALARY ALREADY COVERED THEM.                       *
006480*****************************************************************
006490  2507-REPRINT-TIME-OFF.
006500
006510      IF WS-PTO-HOURS = ZERO
006520          GO TO 2507-REPRINT-TIME-OFF-EXIT
006530      END-IF
006540
006550      IF PH-SALARY-PAY > ZERO
006560          MOVE SPACES              TO STM-K-LABEL
006570          STRING WS-PTO-LABEL     DELIMITED BY SPACE
006580                 " TAKEN"         DELIMITED BY SIZE
006590              INTO STM-K-LABEL
006600          MOVE WS-PTO-HOURS        TO STM-K-HOURS
006610          WRITE REPRINT-RECORD FROM STM-PTO-TAKEN-LINE
006620              AFTER ADVANCING 1 LINE
006630      ELSE
006640          MOVE SPACES              TO STM-E-LABEL
006650          STRING WS-PTO-LABEL     DELIMITED BY SPACE
006660                 " PAY"           DELIMITED BY SIZE
006670              INTO STM-E-LABEL
006680          MOVE WS-PTO-HOURS        TO STM-E-HOURS
006690          MOVE PH-REG-RATE         TO STM-E-RATE
006700          MOVE WS-PTO-PAY          TO STM-E-AMOUNT
006710          WRITE REPRINT-RECORD FROM STM-EARNINGS-LINE
006720              AFTER ADVANCING 1 LINE
006730      END-IF.
006740
006750  2507-REPRINT-TIME-OFF-EXIT.
006760      EXIT.
006770
006780*****************************************************************
006790*               2510-REPRINT-ADJUSTMENTS                        *
006800*  REPRINTS EACH ADJUSTMENT APPLIED IN THIS PAY PERIOD FROM     *
006810*  THE PAY-HISTORY DETAIL FILE, ONE LINE PER RECORD IN LINE     *
006820*  SEQUENCE, EXACTLY AS THE ORIGINAL STATEMENT PRINTED THEM.    *
006830*  HISTORY OLDER THAN THE DETAIL FILE HAS NO DETAIL RECORDS     *
006840*  AND FALLS BACK TO THE PER-TYPE TOTALS ON THE SUMMARY         *
006850*  RECORD.                                                      *
006860*****************************************************************
006870  2510-REPRINT-ADJUSTMENTS.
006880
006890      MOVE ZEROS TO WS-HADJ-PRINTED-COUNT
006900
006910      IF NOT WS-HAJ-FILE-OK
006920          GO TO 2510-REPRINT-ADJUSTMENTS-FALLBACK
006930      END-IF
006940
006950      MOVE "N"           TO WS-HADJ-EOF-SW
006960      MOVE PH-IDENT      TO PJ-IDENT
006970      MOVE PH-CYCLE-DATE TO PJ-CYCLE-DATE
006980      MOVE PH-PAY-SEQ    TO PJ-PAY-SEQ
006990      MOVE ZEROS         TO PJ-LINE-SEQ
007000
007010      START PAY-HISTORY-ADJ-FILE KEY NOT < PJ-KEY
007020          INVALID KEY
007030              SET WS-HADJ-EOF TO TRUE
007040      END-START
007050
007060      PERFORM 2515-PRINT-ADJ-DETAIL
007070          THRU 2515-PRINT-ADJ-DETAIL-EXIT
007080          UNTIL WS-HADJ-EOF
007090
007100      IF WS-HADJ-PRINTED-COUNT > ZERO
007110          GO TO 2510-REPRINT-ADJUSTMENTS-EXIT
007120      END-IF.
007130
007140  2510-REPRINT-ADJUSTMENTS-FALLBACK.
007150
007160      IF PH-ADJ-GARN NOT = ZERO
007170          MOVE "G"                   TO STM-A-TYPE
007180          MOVE "GARNISHMENTS TOTAL"  TO STM-A-DESC
007190          MOVE PH-ADJ-GARN           TO STM-A-AMOUNT
007200          WRITE REPRINT-RECORD FROM STM-ADJ-LINE
007210              AFTER ADVANCING 1 LINE
007220      END-IF
007230
007240      IF PH-ADJ-DED NOT = ZERO
007250          MOVE "D"                   TO STM-A-TYPE
007260          MOVE "DEDUCTIONS TOTAL"    TO STM-A-DESC
007270          MOVE PH-ADJ-DED            TO STM-A-AMOUNT
007280          WRITE REPRINT-RECORD FROM STM-ADJ-LINE
007290              AFTER ADVANCING 1 LINE
007300      END-IF
007310
007320      IF PH-ADJ-CORR NOT = ZERO
007330          MOVE "C"                   TO STM-A-TYPE
007340          MOVE "CORRECTIONS TOTAL"   TO STM-A-DESC
007350          MOVE PH-ADJ-CORR           TO STM-A-AMOUNT
007360          WRITE REPRINT-RECORD FROM STM-ADJ-LINE
007370              AFTER ADVANCING 1 LINE
007380      END-IF.
007390
007400  2510-REPRINT-ADJUSTMENTS-EXIT.
007410      EXIT.
007420
007430*****************************************************************
007440*                2515-PRINT-ADJ-DETAIL                          *
007450*****************************************************************
007460  2515-PRINT-ADJ-DETAIL.
007470
007480      READ PAY-HISTORY-ADJ-FILE NEXT RECORD
007490          AT END
007500              SET WS-HADJ-EOF TO TRUE
007510              GO TO 2515-PRINT-ADJ-DETAIL-EXIT
007520      END-READ
007530
007540      IF PJ-IDENT NOT = PH-IDENT
007550          OR PJ-CYCLE-DATE NOT = PH-CYCLE-DATE
007560          OR PJ-PAY-SEQ NOT = PH-PAY-SEQ
007570          SET WS-HADJ-EOF TO TRUE
007580          GO TO 2515-PRINT-ADJ-DETAIL-EXIT
007590      END-IF
007600
007610      MOVE PJ-TYPE        TO STM-A-TYPE
007620      MOVE PJ-DESCRIPTION TO STM-A-DESC
007630      MOVE PJ-AMOUNT      TO STM-A-AMOUNT
007640
007650      WRITE REPRINT-RECORD FROM STM-ADJ-LINE
007660          AFTER ADVANCING 1 LINE
007670
007680      ADD 1 TO WS-HADJ-PRINTED-COUNT.
007690
007700  2515-PRINT-ADJ-DETAIL-EXIT.
007710      EXIT.
007720
007730*****************************************************************
007740*                       3000-FINALIZE                           *
007750*****************************************************************
007760  3000-FINALIZE.
007770
007780      DISPLAY "STMTRPRT: " WS-PAGE-REPRINT-COUNT
007790              " STATEMENT PAGES REPRINTED FOR IDENT "
007800              WS-SEL-IDENT
007810
007820      CLOSE PAY-HISTORY-FILE
007830      CLOSE PAY-HISTORY-ADJ-FILE
007840      CLOSE REPRINT-FILE.
007850
007860  3000-FINALIZE-EXIT.
007870      EXIT.
007880
