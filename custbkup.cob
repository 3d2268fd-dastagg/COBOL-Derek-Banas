000320*                  AT FINALIZE - A DUPLICATE RUN CAN NO LONGER  *
000330*                  TRUNCATE THE OUTPUTS THE GUARD EXISTS TO     *
000340*                  PROTECT.                                     *
000350* 10/15/2026 DRH   THE MASTER RECORD NOW CARRIES A PAY TYPE     *
000360*                  AND PER-PERIOD SALARY; THE CUSTOMER-MASTER   *
000370*                  LAYOUT GREW TO 60 BYTES.                     *
000380*                  THE BACKUP RECORD GREW TO MATCH.             *
000390*****************************************************************
000400  IDENTIFICATION DIVISION.
000410  PROGRAM-ID. CUSTBKUP.
000420  AUTHOR. DAVID R. HENDERSON.
000430  INSTALLATION. DATA PROCESSING - PAYROLL/CUSTOMER SYSTEMS.
000440  DATE-WRITTEN. 08/21/2026.
000450  DATE-COMPILED.
000460  ENVIRONMENT DIVISION.
000470
000480  CONFIGURATION SECTION.
000490  SOURCE-COMPUTER. IBM-370.
000500  OBJECT-COMPUTER. IBM-370.
000510
000520  INPUT-OUTPUT SECTION.
000530  FILE-CONTROL.
000540*****************************************************************
000550* CUSTOMER-MASTER IS READ IN KEY ORDER, UNTOUCHED.              *
000560*****************************************************************
000570      SELECT CUSTOMER-MASTER-FILE
000580          ASSIGN TO "CUSTMAST"
000590          ORGANIZATION IS INDEXED
000600          ACCESS MODE IS DYNAMIC
000610          RECORD KEY IS CM-IDENT
000620          FILE STATUS IS WS-CM-FILE-STATUS.
000630
000640*****************************************************************
000650* BACKUP-FILE IS THE SEQUENTIAL COPY - THE RECOVERY POINT AND   *
000660* THE BEFORE IMAGE CUSTCOMP COMPARES AGAINST AFTER THE RUN.     *
000670*****************************************************************
000680      SELECT BACKUP-FILE
000690          ASSIGN TO "CUSTBKP"
000700          ORGANIZATION IS SEQUENTIAL
000710          FILE STATUS IS WS-BKP-FILE-STATUS.
000720
000730  DATA DIVISION.
000740
000750  FILE SECTION.
000760*****************************************************************
000770* FD  - CUSTOMER-MASTER-FILE                                    *
000780*****************************************************************
000790  FD  CUSTOMER-MASTER-FILE
000800      LABEL RECORDS ARE STANDARD
000810      RECORD CONTAINS 60 CHARACTERS.
000820  01  CUSTOMER-MASTER-RECORD.
000830      05  CM-IDENT                PIC 9(03).
000840      05  CM-CUSTNAME             PIC X(20).
000850      05  CM-DATEOFBIRTH.
000860          10  CM-MOB              PIC 9(02).
000870          10  CM-DOB              PIC 9(02).
000880          10  CM-YOB              PIC 9(04).
000890      05  CM-HOURS-WORKED         PIC 9(03)V99.
000900      05  CM-HOURLY-RATE          PIC 9(03)V99.
000910      05  CM-AGE-YEARS            PIC 9(03).
000920      05  CM-STATUS               PIC X(01).
000930          88  CM-STATUS-ACTIVE          VALUE "A".
000940          88  CM-STATUS-LEAVE           VALUE "L".
000950          88  CM-STATUS-TERMINATED      VALUE "T".
000960      05  CM-STATUS-DATE          PIC 9(08).
000970      05  CM-PAY-TYPE             PIC X(01).
000980          88  CM-PAY-HOURLY             VALUE "H".
000990          88  CM-PAY-SALARIED           VALUE "S".
001000      05  CM-PERIOD-SALARY        PIC 9(04)V99.
001010
001020*****************************************************************
001030* FD  - BACKUP-FILE                                             *
001040*****************************************************************
001050  FD  BACKUP-FILE
001060      LABEL RECORDS ARE STANDARD
001070      RECORD CONTAINS 60 CHARACTERS.
001080  01  BACKUP-RECORD               PIC X(60).
001090
001100  WORKING-STORAGE SECTION.
001110*****************************************************************
001120* FILE STATUS AND END-OF-FILE SWITCHES                          *
001130*****************************************************************
001140  77  WS-CM-FILE-STATUS       PIC X(02) VALUE SPACES.
001150      88  WS-CM-FILE-OK              VALUE "00".
001160
001170  77  WS-END-OF-FILE-SW       PIC X(01) VALUE "N".
001180      88  WS-END-OF-FILE             VALUE "Y".
001190      88  WS-NOT-END-OF-FILE         VALUE "N".
001200
001210  77  WS-BKP-FILE-STATUS      PIC X(02) VALUE SPACES.
001220      88  WS-BKP-FILE-OK             VALUE "00".
001230
001240  77  WS-COPY-COUNT           PIC 9(07) VALUE ZEROS.
001250
001260  01  WS-CURRENT-DATE         PIC 9(08) VALUE ZEROS.
001270
001280*****************************************************************
001290* RUN-SEQUENCING CONTROL PARAMETER AREA FOR THE RUNCTLIO        *
001300* CALLS.  THE START CALL REFUSES THE RUN WHEN THE PREDECESSOR   *
001310* JOB HAS NOT COMPLETED CLEAN FOR TODAY'S CYCLE, OR WHEN THIS   *
001320* JOB ALREADY COMPLETED TODAY.                                  *
001330*****************************************************************
001340  01  RUN-CONTROL-PARMS.
001350      05  RC-FUNCTION             PIC X(01).
001360      05  RC-PROGRAM              PIC X(08).
001370      05  RC-PREDECESSOR          PIC X(08).
001380      05  RC-CYCLE-DATE           PIC 9(08).
001390      05  RC-COMPLETION-CODE      PIC 9(02).
001400      05  RC-RESULT               PIC 9(02).
001410      05  RC-REASON               PIC X(40).
001420
001430  77  WS-RUNCTL-REFUSED-SW    PIC X(01) VALUE "N".
001440      88  WS-RUNCTL-REFUSED          VALUE "Y".
001450
001460  PROCEDURE DIVISION.
001470*****************************************************************
001480*                        0000-MAINLINE                          *
001490*****************************************************************
001500  0000-MAINLINE.
001510
001520      PERFORM 1000-INITIALIZE
001530          THRU 1000-INITIALIZE-EXIT.
001540
001550      PERFORM 2000-COPY-CUSTOMERS
001560          THRU 2000-COPY-CUSTOMERS-EXIT
001570          UNTIL WS-END-OF-FILE.
001580
001590      PERFORM 3000-FINALIZE
001600          THRU 3000-FINALIZE-EXIT.
001610
001620      STOP RUN.
001630
001640*****************************************************************
001650*                       1000-INITIALIZE                         *
001660*****************************************************************
001670  1000-INITIALIZE.
001680
001690      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001700
001710      MOVE "S"             TO RC-FUNCTION
001720      MOVE "CUSTBKUP" TO RC-PROGRAM
001730      MOVE "        " TO RC-PREDECESSOR
001740      MOVE WS-CURRENT-DATE TO RC-CYCLE-DATE
001750      MOVE ZEROS           TO RC-COMPLETION-CODE
001760
001770      CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
001780
001790      IF RC-RESULT NOT = ZEROS
001800          DISPLAY "CUSTBKUP: RUN REFUSED - " RC-REASON
001810          SET WS-RUNCTL-REFUSED TO TRUE
001820          SET WS-END-OF-FILE TO TRUE
001830          MOVE 8 TO RETURN-CODE
001840          GO TO 1000-INITIALIZE-EXIT
001850      END-IF.
001860
001870      OPEN INPUT CUSTOMER-MASTER-FILE
001880
001890      IF NOT WS-CM-FILE-OK
001900          DISPLAY "CUSTBKUP: UNABLE TO OPEN CUSTMAST, "
001910                  "STATUS = " WS-CM-FILE-STATUS
001920          SET WS-END-OF-FILE TO TRUE
001930          MOVE 8 TO RETURN-CODE
001940      END-IF.
001950
001960      OPEN OUTPUT BACKUP-FILE
001970
001980      IF NOT WS-BKP-FILE-OK
001990          DISPLAY "CUSTBKUP: UNABLE TO OPEN CUSTBKP, "
002000                  "STATUS = " WS-BKP-FILE-STATUS
002010          SET WS-END-OF-FILE TO TRUE
002020          MOVE 8 TO RETURN-CODE
002030      END-IF.
002040
002050  1000-INITIALIZE-EXIT.
002060      EXIT.
002070
002080*****************************************************************
002090*                   2000-COPY-CUSTOMERS                         *
002100*  READS EACH MASTER RECORD IN KEY ORDER AND WRITES ITS IMAGE   *
002110*  TO THE BACKUP, UNCHANGED.                                    *
002120*****************************************************************
002130  2000-COPY-CUSTOMERS.
002140
002150      READ CUSTOMER-MASTER-FILE NEXT RECORD
002160          AT END
002170              SET WS-END-OF-FILE TO TRUE
002180              GO TO 2000-COPY-CUSTOMERS-EXIT
002190      END-READ
002200
002210      WRITE BACKUP-RECORD FROM CUSTOMER-MASTER-RECORD
002220
002230      ADD 1 TO WS-COPY-COUNT.
002240
002250  2000-COPY-CUSTOMERS-EXIT.
002260      EXIT.
002270
002280*****************************************************************
002290*                       3000-FINALIZE                           *
002300*****************************************************************
002310  3000-FINALIZE.
002320
002330      IF WS-RUNCTL-REFUSED
002340          GO TO 3000-FINALIZE-EXIT
002350      END-IF.
002360
002370      DISPLAY "CUSTBKUP: " WS-COPY-COUNT " CUSTOMER RECORDS "
002380              "COPIED TO BACKUP"
002390
002400      CLOSE CUSTOMER-MASTER-FILE
002410      CLOSE BACKUP-FILE.
002420
002430      IF NOT WS-RUNCTL-REFUSED
002440          MOVE "E"         TO RC-FUNCTION
002450          MOVE RETURN-CODE TO RC-COMPLETION-CODE
002460          CALL "RUNCTLIO" USING RUN-CONTROL-PARMS
002470      END-IF.
002480
002490  3000-FINALIZE-EXIT.
002500      EXIT.
