000320*                  STATUS (A/L/T) AND EFFECTIVE DATE; THE       *
000330*                  FULL EDIT VERIFIES THE STATUS CODE AND THE   *
000340*                  DATE CLASS.                                  *
000350* 10/15/2026 DRH   THE MASTER RECORD NOW CARRIES A PAY TYPE     *
000360*                  (H HOURLY / S SALARIED) AND A PER-PERIOD     *
000370*                  SALARY.  THE FULL EDIT VERIFIES THE PAY      *
000380*                  TYPE, THE SALARY CLASS, AND THAT A SALARIED  *
000390*                  EMPLOYEE HAS A SALARY TO PAY.                *
000400*****************************************************************
000410  IDENTIFICATION DIVISION.
000420  PROGRAM-ID. EDITMSTR.
000430  AUTHOR. DAVID R. HENDERSON.
000440  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000450  DATE-WRITTEN. 09/03/2026.
000460  DATE-COMPILED.
000470  ENVIRONMENT DIVISION.
000480
000490  CONFIGURATION SECTION.
000500  SOURCE-COMPUTER. IBM-370.
000510  OBJECT-COMPUTER. IBM-370.
000520
000530  DATA DIVISION.
000540
000550  WORKING-STORAGE SECTION.
000560*****************************************************************
000570* IDENT CHECK DIGIT VALIDATION WORKING FIELDS                   *
000580*****************************************************************
000590  77  WS-IDENT-CHECK-SUM      PIC 9(03) VALUE ZEROS.
000600  77  WS-IDENT-QUOTIENT       PIC 9(03) VALUE ZEROS.
000610  77  WS-IDENT-CHECK-DIGIT    PIC 9(01) VALUE ZEROS.
000620
000630*****************************************************************
000640* DATE OF BIRTH VALIDATION AND AGE COMPUTATION WORKING FIELDS   *
000650*****************************************************************
000660  01  WS-DIM-TABLE-VALUES.
000670      05  FILLER              PIC 9(02) VALUE 31.
000680      05  FILLER              PIC 9(02) VALUE 28.
000690      05  FILLER              PIC 9(02) VALUE 31.
000700      05  FILLER              PIC 9(02) VALUE 30.
000710      05  FILLER              PIC 9(02) VALUE 31.
000720      05  FILLER              PIC 9(02) VALUE 30.
000730      05  FILLER              PIC 9(02) VALUE 31.
000740      05  FILLER              PIC 9(02) VALUE 31.
000750      05  FILLER              PIC 9(02) VALUE 30.
000760      05  FILLER              PIC 9(02) VALUE 31.
000770      05  FILLER              PIC 9(02) VALUE 30.
000780      05  FILLER              PIC 9(02) VALUE 31.
000790
000800  01  WS-DIM-TABLE REDEFINES WS-DIM-TABLE-VALUES.
000810      05  WS-DAYS-IN-MONTH    PIC 9(02) OCCURS 12 TIMES.
000820
000830  77  WS-MAX-DOB              PIC 9(02) VALUE ZEROS.
000840  77  WS-LEAP-YEAR-R4         PIC 9(04) VALUE ZEROS.
000850  77  WS-LEAP-YEAR-R100       PIC 9(04) VALUE ZEROS.
000860  77  WS-LEAP-YEAR-R400       PIC 9(04) VALUE ZEROS.
000870  77  WS-LEAP-YEAR-Q          PIC 9(04) VALUE ZEROS.
000880
000890  LINKAGE SECTION.
000900*****************************************************************
000910* THE CALLER'S PARAMETER AREA.  THE CALLER LOADS EM-EDIT-MODE,  *
000920* THE MASTER IMAGE AND THE CURRENT DATE; THE VERDICT COMES      *
000930* BACK IN EM-EDIT-VALID-SW, EM-REASON-CODE/-TEXT, AND THE       *
000940* DERIVED AGE IN EM-AGE-DERIVED WHEN THE IMAGE PASSED.          *
000950*****************************************************************
000960  01  EDIT-MASTER-PARMS.
000970      05  EM-EDIT-MODE            PIC X(01).
000980          88  EM-MODE-FULL              VALUE "F".
000990          88  EM-MODE-KEY-ONLY          VALUE "K".
001000      05  EM-MASTER-IMAGE.
001010          10  EM-IDENT            PIC 9(03).
001020          10  EM-IDENT-DIGITS REDEFINES EM-IDENT.
001030              15  EM-IDENT-D1     PIC 9.
001040              15  EM-IDENT-D2     PIC 9.
001050              15  EM-IDENT-D3     PIC 9.
001060          10  EM-CUSTNAME         PIC X(20).
001070          10  EM-DATEOFBIRTH.
001080              15  EM-MOB          PIC 9(02).
001090              15  EM-DOB          PIC 9(02).
001100              15  EM-YOB          PIC 9(04).
001110          10  EM-HOURS-WORKED     PIC 9(03)V99.
001120          10  EM-HOURLY-RATE      PIC 9(03)V99.
001130          10  EM-AGE-YEARS        PIC 9(03).
001140          10  EM-STATUS           PIC X(01).
001150              88  EM-STATUS-ACTIVE      VALUE "A".
001160              88  EM-STATUS-LEAVE       VALUE "L".
001170              88  EM-STATUS-TERMINATED  VALUE "T".
001180          10  EM-STATUS-DATE      PIC 9(08).
001190          10  EM-PAY-TYPE         PIC X(01).
001200              88  EM-PAY-HOURLY         VALUE "H".
001210              88  EM-PAY-SALARIED       VALUE "S".
001220          10  EM-PERIOD-SALARY    PIC 9(04)V99.
001230      05  EM-CURRENT-DATE.
001240          10  EM-CURR-CCYY        PIC 9(04).
001250          10  EM-CURR-MM          PIC 9(02).
001260          10  EM-CURR-DD          PIC 9(02).
001270      05  EM-EDIT-VALID-SW        PIC X(01).
001280          88  EM-EDIT-VALID             VALUE "Y".
001290          88  EM-EDIT-INVALID           VALUE "N".
001300      05  EM-REASON-CODE          PIC X(01).
001310      05  EM-REASON-TEXT          PIC X(30).
001320      05  EM-AGE-DERIVED          PIC 9(03).
001330
001340  PROCEDURE DIVISION USING EDIT-MASTER-PARMS.
001350*****************************************************************
001360*                        0000-MAINLINE                          *
001370*  RUNS THE PASSES IN THE ORDER THE BATCH RUN ALWAYS HAS -     *
001380*  FIELD EDITS, THEN THE CHECK DIGIT, THEN THE DATE OF BIRTH - *
001390*  STOPPING AT THE FIRST FAILURE.                               *
001400*****************************************************************
001410  0000-MAINLINE.
001420
001430      SET EM-EDIT-VALID TO TRUE
001440      MOVE SPACE  TO EM-REASON-CODE
001450      MOVE SPACES TO EM-REASON-TEXT
001460      MOVE ZEROS  TO EM-AGE-DERIVED
001470
001480      PERFORM 2200-EDIT-INPUT
001490          THRU 2200-EDIT-INPUT-EXIT.
001500
001510      IF EM-EDIT-INVALID
001520          MOVE "E" TO EM-REASON-CODE
001530          MOVE "FAILED INPUT EDIT" TO EM-REASON-TEXT
001540          GO TO 0000-MAINLINE-EXIT
001550      END-IF.
001560
001570      PERFORM 2300-VALIDATE-IDENT
001580          THRU 2300-VALIDATE-IDENT-EXIT.
001590
001600      IF EM-EDIT-INVALID
001610          MOVE "I" TO EM-REASON-CODE
001620          MOVE "FAILED IDENT CHECK DIGIT" TO EM-REASON-TEXT
001630          GO TO 0000-MAINLINE-EXIT
001640      END-IF.
001650
001660      IF EM-MODE-KEY-ONLY
001670          GO TO 0000-MAINLINE-EXIT
001680      END-IF.
001690
001700      PERFORM 2400-VALIDATE-DOB
001710          THRU 2400-VALIDATE-DOB-EXIT.
001720
001730      IF EM-EDIT-INVALID
001740          MOVE "D" TO EM-REASON-CODE
001750          MOVE "FAILED DATE OF BIRTH EDIT" TO EM-REASON-TEXT
001760      END-IF.
001770
001780  0000-MAINLINE-EXIT.
001790      GOBACK.
001800
001810*****************************************************************
001820*                   2200-EDIT-INPUT                             *
001830*  BASIC FIELD-PRESENCE AND CLASS EDITS ON THE MASTER IMAGE.    *
001840*  A KEY-ONLY EDIT NEEDS NOTHING BUT A USABLE IDENT, SO THE     *
001850*  NAME, DATE AND PAY FIELD EDITS ARE SKIPPED FOR IT.           *
001860*****************************************************************
001870  2200-EDIT-INPUT.
001880
001890      IF EM-IDENT IS NOT NUMERIC
001900          SET EM-EDIT-INVALID TO TRUE
001910          GO TO 2200-EDIT-INPUT-EXIT
001920      END-IF
001930
001940      IF EM-IDENT = ZERO
001950          SET EM-EDIT-INVALID TO TRUE
001960          GO TO 2200-EDIT-INPUT-EXIT
001970      END-IF
001980
001990      IF EM-MODE-KEY-ONLY
002000          GO TO 2200-EDIT-INPUT-EXIT
002010      END-IF
002020
002030      IF EM-MOB IS NOT NUMERIC
002040          SET EM-EDIT-INVALID TO TRUE
002050          GO TO 2200-EDIT-INPUT-EXIT
002060      END-IF
002070
002080      IF EM-DOB IS NOT NUMERIC
002090          SET EM-EDIT-INVALID TO TRUE
002100          GO TO 2200-EDIT-INPUT-EXIT
002110      END-IF
002120
002130      IF EM-YOB IS NOT NUMERIC
002140          SET EM-EDIT-INVALID TO TRUE
002150          GO TO 2200-EDIT-INPUT-EXIT
002160      END-IF
002170
002180      IF EM-HOURS-WORKED IS NOT NUMERIC
002190          SET EM-EDIT-INVALID TO TRUE
002200          GO TO 2200-EDIT-INPUT-EXIT
002210      END-IF
002220
002230      IF EM-HOURLY-RATE IS NOT NUMERIC
002240          SET EM-EDIT-INVALID TO TRUE
002250          GO TO 2200-EDIT-INPUT-EXIT
002260      END-IF
002270
002280      IF EM-CUSTNAME = SPACES
002290          SET EM-EDIT-INVALID TO TRUE
002300          GO TO 2200-EDIT-INPUT-EXIT
002310      END-IF
002320
002330      IF NOT EM-STATUS-ACTIVE
002340          AND NOT EM-STATUS-LEAVE
002350          AND NOT EM-STATUS-TERMINATED
002360          SET EM-EDIT-INVALID TO TRUE
002370          GO TO 2200-EDIT-INPUT-EXIT
002380      END-IF
002390
002400      IF EM-STATUS-DATE IS NOT NUMERIC
002410          SET EM-EDIT-INVALID TO TRUE
002420          GO TO 2200-EDIT-INPUT-EXIT
002430      END-IF
002440
002450      IF NOT EM-PAY-HOURLY
002460          AND NOT EM-PAY-SALARIED
002470          SET EM-EDIT-INVALID TO TRUE
002480          GO TO 2200-EDIT-INPUT-EXIT
002490      END-IF
002500
002510      IF EM-PERIOD-SALARY IS NOT NUMERIC
002520          SET EM-EDIT-INVALID TO TRUE
002530          GO TO 2200-EDIT-INPUT-EXIT
002540      END-IF
002550
002560      IF EM-PAY-SALARIED AND EM-PERIOD-SALARY = ZERO
002570          SET EM-EDIT-INVALID TO TRUE
002580          GO TO 2200-EDIT-INPUT-EXIT
002590      END-IF.
002600
002610  2200-EDIT-INPUT-EXIT.
002620      EXIT.
002630
002640*****************************************************************
002650*                  2300-VALIDATE-IDENT                          *
002660*  TREATS THE LOW ORDER DIGIT OF IDENT AS A CHECK DIGIT.  THE   *
002670*  CHECK DIGIT IS THE REMAINDER OF (D1 * 2) + (D2 * 3) DIVIDED  *
002680*  BY 10.  A MISTYPED IDENT WILL ALMOST ALWAYS FAIL THIS TEST.  *
002690*****************************************************************
002700  2300-VALIDATE-IDENT.
002710
002720      COMPUTE WS-IDENT-CHECK-SUM =
002730          (EM-IDENT-D1 * 2) + (EM-IDENT-D2 * 3)
002740
002750      DIVIDE WS-IDENT-CHECK-SUM BY 10
002760          GIVING WS-IDENT-QUOTIENT
002770          REMAINDER WS-IDENT-CHECK-DIGIT
002780
002790      IF WS-IDENT-CHECK-DIGIT NOT = EM-IDENT-D3
002800          SET EM-EDIT-INVALID TO TRUE
002810      END-IF.
002820
002830  2300-VALIDATE-IDENT-EXIT.
002840      EXIT.
002850
002860*****************************************************************
002870*                   2400-VALIDATE-DOB                           *
002880*  CHECKS MOB IS 1-12 AND DOB IS WITHIN THE NUMBER OF DAYS IN   *
002890*  THAT MONTH (ALLOWING FOR LEAP YEARS), CHECKS YOB IS NEITHER  *
002900*  ZERO NOR IN THE FUTURE, REJECTS A CURRENT-YEAR MOB/DOB THAT  *
002910*  HAS NOT HAPPENED YET THIS YEAR, THEN DERIVES EM-AGE-DERIVED. *
002920*****************************************************************
002930  2400-VALIDATE-DOB.
002940
002950      IF EM-MOB < 1 OR EM-MOB > 12
002960          SET EM-EDIT-INVALID TO TRUE
002970          GO TO 2400-VALIDATE-DOB-EXIT
002980      END-IF
002990
003000      PERFORM 2420-CHECK-LEAP-YEAR
003010          THRU 2420-CHECK-LEAP-YEAR-EXIT
003020
003030      MOVE WS-DAYS-IN-MONTH (EM-MOB) TO WS-MAX-DOB
003040
003050      IF EM-MOB = 2 AND WS-LEAP-YEAR-R4 = 0
003060          AND (WS-LEAP-YEAR-R100 NOT = 0 OR WS-LEAP-YEAR-R400 = 0)
003070          MOVE 29 TO WS-MAX-DOB
003080      END-IF
003090
003100      IF EM-DOB < 1 OR EM-DOB > WS-MAX-DOB
003110          SET EM-EDIT-INVALID TO TRUE
003120          GO TO 2400-VALIDATE-DOB-EXIT
003130      END-IF
003140
003150      IF EM-YOB = ZERO OR EM-YOB > EM-CURR-CCYY
003160          SET EM-EDIT-INVALID TO TRUE
003170          GO TO 2400-VALIDATE-DOB-EXIT
003180      END-IF
003190
003200      IF EM-YOB = EM-CURR-CCYY
003210          AND (EM-MOB > EM-CURR-MM
003220              OR (EM-MOB = EM-CURR-MM AND EM-DOB > EM-CURR-DD))
003230          SET EM-EDIT-INVALID TO TRUE
003240          GO TO 2400-VALIDATE-DOB-EXIT
003250      END-IF
003260
003270      PERFORM 2450-COMPUTE-AGE
003280          THRU 2450-COMPUTE-AGE-EXIT.
003290
003300  2400-VALIDATE-DOB-EXIT.
003310      EXIT.
003320
003330*****************************************************************
003340*                2420-CHECK-LEAP-YEAR                           *
003350*  A YEAR IS A LEAP YEAR IF IT IS DIVISIBLE BY 4, EXCEPT YEARS  *
003360*  DIVISIBLE BY 100 UNLESS THEY ARE ALSO DIVISIBLE BY 400.      *
003370*****************************************************************
003380  2420-CHECK-LEAP-YEAR.
003390
003400      DIVIDE EM-YOB BY 4
003410          GIVING WS-LEAP-YEAR-Q
003420          REMAINDER WS-LEAP-YEAR-R4
003430
003440      DIVIDE EM-YOB BY 100
003450          GIVING WS-LEAP-YEAR-Q
003460          REMAINDER WS-LEAP-YEAR-R100
003470
003480      DIVIDE EM-YOB BY 400
003490          GIVING WS-LEAP-YEAR-Q
003500          REMAINDER WS-LEAP-YEAR-R400.
003510
003520  2420-CHECK-LEAP-YEAR-EXIT.
003530      EXIT.
003540
003550*****************************************************************
003560*                 2450-COMPUTE-AGE                              *
003570*  DERIVES EM-AGE-DERIVED FROM YOB, BACKING OFF ONE YEAR IF     *
003580*  THIS YEAR'S BIRTHDAY HAS NOT YET OCCURRED.                   *
003590*****************************************************************
003600  2450-COMPUTE-AGE.
003610
003620      COMPUTE EM-AGE-DERIVED = EM-CURR-CCYY - EM-YOB
003630
003640      IF EM-MOB > EM-CURR-MM
003650          OR (EM-MOB = EM-CURR-MM AND EM-DOB > EM-CURR-DD)
003660          SUBTRACT 1 FROM EM-AGE-DERIVED
003670      END-IF.
003680
003690  2450-COMPUTE-AGE-EXIT.
003700      EXIT.
003710
