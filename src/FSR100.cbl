      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR100                                             *
      ***                                                             *
      *** DESCRIPTION: PERIODIC INTERIM PAYMENT (PIP) RECONCILIATION. *
      ***   MAINTAINS PIP-LEDGER-FILE (FSRCPIPL SHAPE), ONE ROW PER   *
      ***   PIP PROVIDER PER BIWEEKLY PIP PERIOD, AND REPORTS HOW FAR *
      ***   EACH PROVIDER'S INTERIM PAYMENTS HAVE DRIFTED FROM THE    *
      ***   CLAIMS ACTUALLY PROCESSED FOR IT:                         *
      ***     1) EVERY PAID BASE SEGMENT FOR A FSSC-PIP-Y-YES         *
      ***        PROVIDER IS ACCUMULATED IN STORAGE BY PROVIDER AND   *
      ***        THE PIP PERIOD ITS FSSC-PAID-DT-CYMD FALLS IN.  A    *
      ***        CLAIM PAID AS CASH OUTSIDE PIP (FSSC-PIP-PAY-AS-     *
      ***        CASH-Y) IS HELD APART AND DOES NOT COUNT AGAINST THE *
      ***        INTERIM PAYMENTS; FSSC-CLEAN-H-PIP-DOD-RECD CLAIMS   *
      ***        ARE COUNTED.  NOTHING IS POSTED UNTIL THE EXTRACT'S  *
      ***        TRAILER HAS PROVED IT COMPLETE.                      *
      ***     2) THE PIP PAYMENT FILE'S INTERIM PAYMENTS ARE POSTED   *
      ***        TO THEIR PROVIDER/PERIOD ROWS (A REPEATED PAYMENT    *
      ***        RECORD REPLACES, NEVER ADDS).  THE EXTRACT IS A FULL *
      ***        SNAPSHOT, SO THE CLAIM SIDE OF EVERY LEDGER ROW IS   *
      ***        THEN CLEARED AND REBUILT FROM TODAY'S CLAIM TOTALS - *
      ***        A CLAIM SEEN NIGHT AFTER NIGHT IS COUNTED ONCE.      *
      ***     3) THE WHOLE LEDGER IS WALKED IN PROVIDER/PERIOD ORDER; *
      ***        EACH PERIOD PRINTS ITS VARIANCE (INTERIM PAID LESS   *
      ***        CLAIM REIMBURSEMENT - POSITIVE IS AN OVERPAYMENT TO  *
      ***        THE PROVIDER) AND THE RUNNING CUMULATIVE VARIANCE.   *
      ***        A PROVIDER WHOSE CUMULATIVE VARIANCE EXCEEDS THE     *
      ***        TOLERANCE PERCENTAGE OF ITS INTERIM PAYMENTS IS      *
      ***        FLAGGED.                                             *
      ***   PIP PERIODS ARE 14-DAY CYCLES COUNTED FROM THE PIP-CYCLE- *
      ***   START-DT PARAMETER; THE TOLERANCE IS PIP-VAR-TOL-PCT.     *
      ***   BOTH COME FROM THE SHARED PARAMETER FILE (FSR085 LOOKUP,  *
      ***   FSR084 MAINTENANCE) AND FALL BACK TO THE COMPILED VALUES. *
      ***   BOTH SIDES OF THE LEDGER ARE REPLACED, NOT ADDED TO, SO   *
      ***   A RERUN OF THE SAME EXTRACT IS HARMLESS.  AN EXTRACT WITH *
      ***   MORE PROVIDER/PERIODS THAN THE 20000-ENTRY TABLE HOLDS    *
      ***   ENDS THE RUN WITH RETURN CODE 16 BEFORE THE LEDGER IS     *
      ***   TOUCHED.                                                  *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      ***         PIP-PAYMENT-FILE    - INTERIM PAYMENTS BY PERIOD    *
      *** FILE:   PIP-LEDGER-FILE     - PIP LEDGER, PROVIDER/PERIOD   *
      *** OUTPUT: PIP-RECON-RPT-FILE  - PIP RECONCILIATION REPORT     *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PIP-PAYMENT-FILE ASSIGN TO "PIPPAYMT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PIP-LEDGER-FILE ASSIGN TO "PIPLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIPL-KEY
               FILE STATUS IS WS-PIPL-FILE-STATUS.

           SELECT PIP-RECON-RPT-FILE ASSIGN TO "PIPRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

      *    PIP INTERIM PAYMENT RECORD - ONE PER PROVIDER PER PERIOD.
       FD  PIP-PAYMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PIP-PAYMENT-RECORD.
           05  PIPP-PROV-6                    PIC X(6).
           05  PIPP-PERIOD-START-DT-CYMD      PIC 9(8).
           05  PIPP-PERIOD-END-DT-CYMD        PIC 9(8).
           05  PIPP-INTERIM-PAY-AMT           PIC S9(9)V99.
           05  PIPP-PAY-DT-CYMD               PIC 9(8).
           05  FILLER                         PIC X(39).

       FD  PIP-LEDGER-FILE.

       REPLACE ==:FSSC:== BY ==PIPL==.
       COPY FSRCPIPL.
       REPLACE OFF.

       FD  PIP-RECON-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PIP-RECON-RPT-LINE                 PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

       WORKING-STORAGE SECTION.

       01  WS-PIPL-FILE-STATUS                PIC X(2).
           88  WS-PIPL-OK                         VALUE '00'.
           88  WS-PIPL-NOT-FOUND                  VALUE '23'.
           88  WS-PIPL-DUPLICATE                  VALUE '22'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-PAY-EOF-SW                  PIC X(1) VALUE 'N'.
               88  WS-PAY-EOF                        VALUE 'Y'.
           05  WS-LEDGER-EOF-SW               PIC X(1) VALUE 'N'.
               88  WS-LEDGER-EOF                     VALUE 'Y'.
           05  WS-PERIOD-FOUND-SW             PIC X(1).
               88  WS-PERIOD-FOUND                   VALUE 'Y'.
           05  WS-LEDGER-FOUND-SW             PIC X(1).
               88  WS-LEDGER-FOUND                   VALUE 'Y'.
           05  WS-FIRST-REC-SW                PIC X(1) VALUE 'Y'.
               88  WS-FIRST-REC                      VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081.  A CONTROL FAILURE STOPS
      *    THE RUN WITH RETURN CODE 16 BEFORE ANYTHING IS POSTED.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR100".
           05  WS-HEADER-SEEN-SW               PIC X(1) VALUE 'N'.
               88  WS-HEADER-SEEN                    VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW              PIC X(1) VALUE 'N'.
               88  WS-TRAILER-SEEN                   VALUE 'Y'.
           05  WS-CTL-REC-CLASS                PIC X(1).
               88  WS-CTL-CLASS-H-HEADER             VALUE 'H'.
               88  WS-CTL-CLASS-T-TRAILER            VALUE 'T'.
               88  WS-CTL-CLASS-D-DATA               VALUE 'D'.
           05  WS-CTL-RETURN-CODE              PIC X(1).
               88  WS-CTL-OK                         VALUE '0'.
           05  WS-CTL-DATA-CNT                 PIC 9(9) VALUE 0.
           05  WS-CTL-GENERATION-DT            PIC 9(8) VALUE 0.
           05  WS-CTL-CHARGE-HASH          COMP-3 PIC S9(13)V99
                                                   VALUE 0.

      *    THE COMPILED VALUES BELOW ARE THE FALLBACK; THE SHARED
      *    PARAMETER FILE (FSR085 LOOKUP, PARAMETERS PIP-CYCLE-
      *    START-DT AND PIP-VAR-TOL-PCT) OVERRIDES THEM AT STARTUP -
      *    SEE FSR084 FOR MAINTENANCE.
       01  WS-PIP-PARAMETERS.
           05  WS-PIP-CYCLE-START-DT          PIC 9(8) VALUE 20231001.
           05  WS-PIP-VAR-TOL-PCT             PIC 9(3)V99 VALUE 5.00.

       01  WS-PARM-LOOKUP.
           05  WS-PARM-PROGRAM                PIC X(8) VALUE "FSR100".
           05  WS-PARM-NAME                   PIC X(20).
           05  WS-PARM-VALUE                  PIC X(20).
           05  WS-PARM-RC                     PIC X(1).
               88  WS-PARM-FOUND                     VALUE '0'.

       01  WS-DATE-WORK.
           05  WS-RUN-DATE-8                  PIC 9(8).
           05  WS-PAID-DT-8                   PIC 9(8).
           05  WS-CYCLE-START-INT             COMP PIC S9(9).
           05  WS-PAID-DATE-INT               COMP PIC S9(9).
           05  WS-PERIOD-NBR                  COMP PIC S9(9).
           05  WS-PERIOD-START-INT            COMP PIC S9(9).
           05  WS-PERIOD-START-DT             PIC 9(8).
           05  WS-PERIOD-END-DT               PIC 9(8).

       01  WS-COUNTERS.
           05  WS-PIP-CLAIM-CNT               PIC 9(7) VALUE 0.
           05  WS-CASH-CLAIM-CNT              PIC 9(7) VALUE 0.
           05  WS-EARLY-CLAIM-CNT             PIC 9(7) VALUE 0.
           05  WS-PAY-READ-CNT                PIC 9(7) VALUE 0.
           05  WS-LEDGER-ADD-CNT              PIC 9(7) VALUE 0.
           05  WS-LEDGER-CHG-CNT              PIC 9(7) VALUE 0.
           05  WS-PROVIDER-CNT                PIC 9(7) VALUE 0.
           05  WS-DRIFT-PROV-CNT              PIC 9(7) VALUE 0.
           05  WS-OVERFLOW-CNT                PIC 9(7) VALUE 0.

      *** CLAIM-SIDE TOTALS BY PROVIDER AND PIP PERIOD, HELD UNTIL THE
      *** TRAILER IS VERIFIED AND THEN POSTED TO THE LEDGER.  EVERY
      *** PROVIDER/PERIOD IN THE SNAPSHOT MUST FIT - THE LEDGER'S
      *** CLAIM SIDE IS REBUILT FROM THIS TABLE ALONE.
       01  WS-PERIOD-TABLE.
           05  WS-PER-CNT                     COMP PIC S9(8) VALUE 0.
           05  WS-PER-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-PER-CNT
                   INDEXED BY WS-PER-NDX.
               10  WS-PER-PROV-6              PIC X(6).
               10  WS-PER-START-DT            PIC 9(8).
               10  WS-PER-END-DT              PIC 9(8).
               10  WS-PER-CLAIM-CNT           PIC 9(7).
               10  WS-PER-CLAIM-REIMB     COMP-3 PIC S9(11)V99.
               10  WS-PER-DOD-CLEAN-CNT       PIC 9(7).
               10  WS-PER-CASH-CLAIM-CNT      PIC 9(7).
               10  WS-PER-CASH-REIMB      COMP-3 PIC S9(11)V99.

      *** RUNNING TOTALS FOR THE PROVIDER BEING WALKED.
       01  WS-PROV-ACCUM.
           05  WS-PRV-PROV-6                  PIC X(6).
           05  WS-PRV-PERIOD-CNT              PIC 9(5).
           05  WS-PRV-CUM-REIMB           COMP-3 PIC S9(11)V99.
           05  WS-PRV-CUM-INTERIM         COMP-3 PIC S9(11)V99.
           05  WS-PRV-CUM-VARIANCE        COMP-3 PIC S9(11)V99.
           05  WS-PRV-CUM-CASH            COMP-3 PIC S9(11)V99.

       01  WS-VARIANCE-WORK.
           05  WS-PERIOD-VARIANCE         COMP-3 PIC S9(11)V99.
           05  WS-ABS-VARIANCE            COMP-3 PIC S9(11)V99.
           05  WS-VARIANCE-PCT            COMP-3 PIC S9(5)V99.
           05  WS-DRIFT-SW                    PIC X(1).
               88  WS-DRIFT                          VALUE 'Y'.

      *    RESOLVED THROUGH THE FSR090 PROVIDER MASTER LOOKUP - AN
      *    UNKNOWN PROVIDER PRINTS THE BARE NUMBER, AS ALWAYS.
       01  WS-PROV-LOOKUP.
           05  WS-LKP-PROV-ID                 PIC X(6).
           05  WS-LKP-PROV-NAME               PIC X(30).
           05  WS-LKP-RC                      PIC X(1).
               88  WS-LKP-FOUND                      VALUE '0'.

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR100 - PIP INTERIM PAYMENT RECONCILIATION".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(10) VALUE "PER-START".
           05  FILLER                 PIC X(10) VALUE "PER-END".
           05  FILLER                 PIC X(9)  VALUE " CLAIMS".
           05  FILLER                 PIC X(9)  VALUE " DOD-CLN".
           05  FILLER                 PIC X(16) VALUE " CLAIM REIMB".
           05  FILLER                 PIC X(16) VALUE "  INTERIM PAID".
           05  FILLER                 PIC X(17) VALUE
               "  PERIOD VARIANCE".
           05  FILLER                 PIC X(17) VALUE
               "  CUMUL VARIANCE".
           05  FILLER                 PIC X(9)  VALUE "   CUM %".
           05  FILLER                 PIC X(11) VALUE "FLAG".

       01  WS-DETAIL-LINE.
           05  WS-DTL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-START-DT                PIC 9(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-END-DT                  PIC 9(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-CLAIM-CNT               PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-DOD-CLEAN-CNT           PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-CLAIM-REIMB             PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-INTERIM-AMT             PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-PERIOD-VAR              PIC $$$,$$$,$$9.99-.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-CUM-VAR                 PIC $$$,$$$,$$9.99-.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-CUM-PCT                 PIC ZZZ9.99-.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-FLAG                    PIC X(5).

       01  WS-PROV-TOTAL-LINE.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PTL-LIT                     PIC X(13) VALUE
               "PROVIDER TOT ".
           05  WS-PTL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PTL-PROV-NAME               PIC X(30).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PTL-CASH-LIT                PIC X(12) VALUE
               "PAID CASH: ".
           05  WS-PTL-CASH-AMT                PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PTL-VAR-LIT                 PIC X(10) VALUE
               "VARIANCE: ".
           05  WS-PTL-CUM-VAR                 PIC $$$,$$$,$$9.99-.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PTL-FLAG                    PIC X(17).

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.
           PERFORM 0100-LOAD-PARAMETERS.
           COMPUTE WS-CYCLE-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-PIP-CYCLE-START-DT).

           OPEN INPUT CLAIM-EXTRACT-FILE.

           READ CLAIM-EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               PERFORM 1500-CHECK-CONTROL-RECORD
               IF WS-CTL-CLASS-D-DATA
                  AND FSSCCLMS-TRAILER-SEQ-00-BASE
                   PERFORM 2000-PROCESS-BASE-SEGMENT
               END-IF
               READ CLAIM-EXTRACT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CLAIM-EXTRACT-FILE.

           IF NOT WS-HEADER-SEEN
              OR NOT WS-TRAILER-SEEN
               DISPLAY "FSR100 - EXTRACT CONTROL FAILURE: HEADER OR "
                   "TRAILER CONTROL RECORD MISSING"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    A PROVIDER/PERIOD LEFT OUT OF THE TABLE WOULD HAVE ITS
      *    CLAIM SIDE CLEARED AND NOT REBUILT, SHOWING ITS WHOLE
      *    INTERIM PAYMENT AS AN OVERPAYMENT - THE LEDGER IS LEFT AS
      *    IT WAS INSTEAD.
           IF WS-OVERFLOW-CNT > 0
               DISPLAY "FSR100 - PROVIDER/PERIOD TABLE FULL AT 20000, "
                   "CLAIMS NOT HELD: " WS-OVERFLOW-CNT
                   " - LEDGER NOT UPDATED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O PIP-LEDGER-FILE.
           IF NOT WS-PIPL-OK
               OPEN OUTPUT PIP-LEDGER-FILE
               CLOSE PIP-LEDGER-FILE
               OPEN I-O PIP-LEDGER-FILE
           END-IF.

           PERFORM 3000-POST-INTERIM-PAYMENTS.
           PERFORM 3400-CLEAR-CLAIM-TOTALS.
           PERFORM 3500-POST-CLAIM-TOTALS
               VARYING WS-PER-NDX FROM 1 BY 1
               UNTIL WS-PER-NDX > WS-PER-CNT.
           PERFORM 4000-WRITE-REPORT.

           CLOSE PIP-LEDGER-FILE.

           PERFORM 9500-WRITE-RUN-CONTROL.
           GOBACK.

      *    ONE RUN-CONTROL RECORD PER NORMAL COMPLETION (FSRCRUNC) -
      *    FSR088 RECONCILES THE CHAIN'S COUNTS FROM THESE.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR100"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-8         TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           MOVE 0                     TO RUNC-RECORDS-WRITTEN.
           MOVE 'C'                   TO RUNC-COMPLETION-STATUS.
           WRITE RUNC-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       0100-LOAD-PARAMETERS.
           MOVE "PIP-CYCLE-START-DT" TO WS-PARM-NAME.
           CALL "FSR085" USING WS-PARM-PROGRAM WS-PARM-NAME
                               WS-RUN-DATE-8 WS-PARM-VALUE
                               WS-PARM-RC.
           IF WS-PARM-FOUND
               COMPUTE WS-PIP-CYCLE-START-DT =
                   FUNCTION NUMVAL (WS-PARM-VALUE)
           END-IF.

           MOVE "PIP-VAR-TOL-PCT" TO WS-PARM-NAME.
           CALL "FSR085" USING WS-PARM-PROGRAM WS-PARM-NAME
                               WS-RUN-DATE-8 WS-PARM-VALUE
                               WS-PARM-RC.
           IF WS-PARM-FOUND
               COMPUTE WS-PIP-VAR-TOL-PCT =
                   FUNCTION NUMVAL (WS-PARM-VALUE)
           END-IF.

       1500-CHECK-CONTROL-RECORD.
           CALL "FSR081" USING FSSCCLMS-CLAIM-BASE-PART1
                               WS-CALLER-NAME
                               WS-CTL-DATA-CNT
                               WS-CTL-CHARGE-HASH
                               WS-CTL-REC-CLASS
                               WS-CTL-RETURN-CODE
                               WS-CTL-GENERATION-DT.

           EVALUATE TRUE
               WHEN WS-CTL-CLASS-H-HEADER
                   SET WS-HEADER-SEEN TO TRUE
               WHEN WS-CTL-CLASS-T-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF NOT WS-CTL-OK
                       CLOSE CLAIM-EXTRACT-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CTL-DATA-CNT
                   ADD FSSCCLMS-TOTAL-CHARGE-AMOUNT
                       TO WS-CTL-CHARGE-HASH
           END-EVALUATE.

      *    A CLAIM PAID BEFORE THE FIRST PIP CYCLE BELONGS TO A
      *    SETTLED YEAR AND IS ONLY COUNTED.
       2000-PROCESS-BASE-SEGMENT.
           MOVE FSSCCLMS-PAID-DT-CYMD TO WS-PAID-DT-8.
           IF FSSCCLMS-PIP-Y-YES
              AND FSSCCLMS-CURR-STAT-P-PAID
              AND WS-PAID-DT-8 > 0
               IF WS-PAID-DT-8 < WS-PIP-CYCLE-START-DT
                   ADD 1 TO WS-EARLY-CLAIM-CNT
               ELSE
                   PERFORM 2100-DERIVE-PIP-PERIOD
                   PERFORM 2200-FIND-PERIOD-ENTRY
                   IF WS-PERIOD-FOUND
                       PERFORM 2300-ACCUMULATE-CLAIM
                   END-IF
               END-IF
           END-IF.

       2100-DERIVE-PIP-PERIOD.
           COMPUTE WS-PAID-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-PAID-DT-8).
           COMPUTE WS-PERIOD-NBR =
               (WS-PAID-DATE-INT - WS-CYCLE-START-INT) / 14.
           COMPUTE WS-PERIOD-START-INT =
               WS-CYCLE-START-INT + (WS-PERIOD-NBR * 14).
           COMPUTE WS-PERIOD-START-DT =
               FUNCTION DATE-OF-INTEGER (WS-PERIOD-START-INT).
           COMPUTE WS-PERIOD-END-DT =
               FUNCTION DATE-OF-INTEGER (WS-PERIOD-START-INT + 13).

       2200-FIND-PERIOD-ENTRY.
           SET WS-PERIOD-FOUND-SW TO 'N'.
           SET WS-PER-NDX TO 1.
           SEARCH WS-PER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PER-PROV-6 (WS-PER-NDX) = FSSCCLMS-MEDA-PROV-6
                AND WS-PER-END-DT (WS-PER-NDX) = WS-PERIOD-END-DT
                   SET WS-PERIOD-FOUND TO TRUE
           END-SEARCH.

           IF NOT WS-PERIOD-FOUND
               IF WS-PER-CNT < 20000
                   ADD 1 TO WS-PER-CNT
                   SET WS-PER-NDX TO WS-PER-CNT
                   MOVE FSSCCLMS-MEDA-PROV-6
                                  TO WS-PER-PROV-6 (WS-PER-NDX)
                   MOVE WS-PERIOD-START-DT
                                  TO WS-PER-START-DT (WS-PER-NDX)
                   MOVE WS-PERIOD-END-DT
                                  TO WS-PER-END-DT (WS-PER-NDX)
                   MOVE 0 TO WS-PER-CLAIM-CNT (WS-PER-NDX)
                             WS-PER-CLAIM-REIMB (WS-PER-NDX)
                             WS-PER-DOD-CLEAN-CNT (WS-PER-NDX)
                             WS-PER-CASH-CLAIM-CNT (WS-PER-NDX)
                             WS-PER-CASH-REIMB (WS-PER-NDX)
                   SET WS-PERIOD-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-CNT
               END-IF
           END-IF.

       2300-ACCUMULATE-CLAIM.
           IF FSSCCLMS-PIP-PAY-AS-CASH-Y
               ADD 1 TO WS-CASH-CLAIM-CNT
               ADD 1 TO WS-PER-CASH-CLAIM-CNT (WS-PER-NDX)
               ADD FSSCCLMS-REIMB-PROV-AMT
                   TO WS-PER-CASH-REIMB (WS-PER-NDX)
           ELSE
               ADD 1 TO WS-PIP-CLAIM-CNT
               ADD 1 TO WS-PER-CLAIM-CNT (WS-PER-NDX)
               ADD FSSCCLMS-REIMB-PROV-AMT
                   TO WS-PER-CLAIM-REIMB (WS-PER-NDX)
               IF FSSCCLMS-CLEAN-H-PIP-DOD-RECD
                   ADD 1 TO WS-PER-DOD-CLEAN-CNT (WS-PER-NDX)
               END-IF
           END-IF.

       3000-POST-INTERIM-PAYMENTS.
           OPEN INPUT PIP-PAYMENT-FILE.

           READ PIP-PAYMENT-FILE
               AT END SET WS-PAY-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-PAY-EOF
               ADD 1 TO WS-PAY-READ-CNT
               MOVE PIPP-PROV-6             TO PIPL-PROV-6
               MOVE PIPP-PERIOD-END-DT-CYMD TO PIPL-PERIOD-END-DT-CYMD
               PERFORM 3100-READ-LEDGER-ROW
               IF NOT WS-LEDGER-FOUND
                   MOVE PIPP-PERIOD-START-DT-CYMD
                                    TO PIPL-PERIOD-START-DT-CYMD
               END-IF
               MOVE PIPP-INTERIM-PAY-AMT    TO PIPL-INTERIM-PAY-AMT
               MOVE PIPP-PAY-DT-CYMD        TO PIPL-INTERIM-PAY-DT-CYMD
               PERFORM 3200-STORE-LEDGER-ROW
               READ PIP-PAYMENT-FILE
                   AT END SET WS-PAY-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PIP-PAYMENT-FILE.

      *    A ROW NOT YET ON FILE IS STARTED EMPTY; THE CALLER FILLS
      *    IN ITS SIDE OF THE LEDGER.
       3100-READ-LEDGER-ROW.
           MOVE 'N' TO WS-LEDGER-FOUND-SW.
           READ PIP-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LEDGER-FOUND TO TRUE
           END-READ.

           IF NOT WS-LEDGER-FOUND
               MOVE 0 TO PIPL-PERIOD-START-DT-CYMD
                         PIPL-CLAIM-CNT
                         PIPL-CLAIM-REIMB-AMT
                         PIPL-DOD-CLEAN-CNT
                         PIPL-CASH-CLAIM-CNT
                         PIPL-CASH-REIMB-AMT
                         PIPL-INTERIM-PAY-AMT
                         PIPL-INTERIM-PAY-DT-CYMD
           END-IF.

       3200-STORE-LEDGER-ROW.
           MOVE WS-RUN-DATE-8 TO PIPL-LAST-UPDT-DT-CYMD.
           IF WS-LEDGER-FOUND
               REWRITE PIPL-LEDGER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-LEDGER-CHG-CNT
               END-REWRITE
           ELSE
               WRITE PIPL-LEDGER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-LEDGER-ADD-CNT
               END-WRITE
           END-IF.

      *    LAST NIGHT'S CLAIM SIDE IS DROPPED FROM EVERY ROW BEFORE
      *    TONIGHT'S IS POSTED; THE INTERIM PAYMENT SIDE IS KEPT.
       3400-CLEAR-CLAIM-TOTALS.
           MOVE LOW-VALUES TO PIPL-KEY.
           MOVE 'N' TO WS-LEDGER-EOF-SW.
           START PIP-LEDGER-FILE KEY IS >= PIPL-KEY
               INVALID KEY SET WS-LEDGER-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-LEDGER-EOF
               READ PIP-LEDGER-FILE NEXT RECORD
                   AT END
                       SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       MOVE 0 TO PIPL-CLAIM-CNT
                                 PIPL-CLAIM-REIMB-AMT
                                 PIPL-DOD-CLEAN-CNT
                                 PIPL-CASH-CLAIM-CNT
                                 PIPL-CASH-REIMB-AMT
                       REWRITE PIPL-LEDGER-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           END-PERFORM.

       3500-POST-CLAIM-TOTALS.
           MOVE WS-PER-PROV-6 (WS-PER-NDX)  TO PIPL-PROV-6.
           MOVE WS-PER-END-DT (WS-PER-NDX)  TO PIPL-PERIOD-END-DT-CYMD.
           PERFORM 3100-READ-LEDGER-ROW.
           IF PIPL-PERIOD-START-DT-CYMD = 0
               MOVE WS-PER-START-DT (WS-PER-NDX)
                                    TO PIPL-PERIOD-START-DT-CYMD
           END-IF.
           MOVE WS-PER-CLAIM-CNT (WS-PER-NDX)    TO PIPL-CLAIM-CNT.
           MOVE WS-PER-CLAIM-REIMB (WS-PER-NDX)
                                          TO PIPL-CLAIM-REIMB-AMT.
           MOVE WS-PER-DOD-CLEAN-CNT (WS-PER-NDX)
                                                 TO PIPL-DOD-CLEAN-CNT.
           MOVE WS-PER-CASH-CLAIM-CNT (WS-PER-NDX)
                                                 TO PIPL-CASH-CLAIM-CNT.
           MOVE WS-PER-CASH-REIMB (WS-PER-NDX)
                                                 TO PIPL-CASH-REIMB-AMT.
           PERFORM 3200-STORE-LEDGER-ROW.

       4000-WRITE-REPORT.
           OPEN OUTPUT PIP-RECON-RPT-FILE.
           WRITE PIP-RECON-RPT-LINE FROM WS-HEADING-1.
           WRITE PIP-RECON-RPT-LINE FROM WS-HEADING-2.

           MOVE LOW-VALUES TO PIPL-KEY.
           MOVE 'N' TO WS-LEDGER-EOF-SW.
           START PIP-LEDGER-FILE KEY IS >= PIPL-KEY
               INVALID KEY SET WS-LEDGER-EOF TO TRUE
           END-START.

           IF NOT WS-LEDGER-EOF
               READ PIP-LEDGER-FILE NEXT RECORD
                   AT END SET WS-LEDGER-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL WS-LEDGER-EOF
               IF WS-FIRST-REC
                  OR PIPL-PROV-6 NOT = WS-PRV-PROV-6
                   IF NOT WS-FIRST-REC
                       PERFORM 4200-PRINT-PROVIDER-TOTAL
                   END-IF
                   PERFORM 4050-START-PROVIDER
               END-IF
               PERFORM 4100-PRINT-PERIOD
               READ PIP-LEDGER-FILE NEXT RECORD
                   AT END SET WS-LEDGER-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF NOT WS-FIRST-REC
               PERFORM 4200-PRINT-PROVIDER-TOTAL
           END-IF.

           PERFORM 9000-WRITE-SUMMARY.
           CLOSE PIP-RECON-RPT-FILE.

       4050-START-PROVIDER.
           MOVE 'N'          TO WS-FIRST-REC-SW.
           MOVE PIPL-PROV-6  TO WS-PRV-PROV-6.
           MOVE 0            TO WS-PRV-PERIOD-CNT.
           MOVE 0            TO WS-PRV-CUM-REIMB.
           MOVE 0            TO WS-PRV-CUM-INTERIM.
           MOVE 0            TO WS-PRV-CUM-VARIANCE.
           MOVE 0            TO WS-PRV-CUM-CASH.
           ADD 1 TO WS-PROVIDER-CNT.

       4100-PRINT-PERIOD.
           ADD 1 TO WS-PRV-PERIOD-CNT.
           COMPUTE WS-PERIOD-VARIANCE =
               PIPL-INTERIM-PAY-AMT - PIPL-CLAIM-REIMB-AMT.
           ADD PIPL-CLAIM-REIMB-AMT  TO WS-PRV-CUM-REIMB.
           ADD PIPL-INTERIM-PAY-AMT  TO WS-PRV-CUM-INTERIM.
           ADD PIPL-CASH-REIMB-AMT   TO WS-PRV-CUM-CASH.
           ADD WS-PERIOD-VARIANCE    TO WS-PRV-CUM-VARIANCE.
           PERFORM 4300-TEST-DRIFT.

           MOVE PIPL-PROV-6                TO WS-DTL-PROV.
           MOVE PIPL-PERIOD-START-DT-CYMD  TO WS-DTL-START-DT.
           MOVE PIPL-PERIOD-END-DT-CYMD    TO WS-DTL-END-DT.
           MOVE PIPL-CLAIM-CNT             TO WS-DTL-CLAIM-CNT.
           MOVE PIPL-DOD-CLEAN-CNT         TO WS-DTL-DOD-CLEAN-CNT.
           MOVE PIPL-CLAIM-REIMB-AMT       TO WS-DTL-CLAIM-REIMB.
           MOVE PIPL-INTERIM-PAY-AMT       TO WS-DTL-INTERIM-AMT.
           MOVE WS-PERIOD-VARIANCE         TO WS-DTL-PERIOD-VAR.
           MOVE WS-PRV-CUM-VARIANCE        TO WS-DTL-CUM-VAR.
           MOVE WS-VARIANCE-PCT            TO WS-DTL-CUM-PCT.
           IF WS-DRIFT
               MOVE "DRIFT"                TO WS-DTL-FLAG
           ELSE
               MOVE SPACES                 TO WS-DTL-FLAG
           END-IF.
           WRITE PIP-RECON-RPT-LINE FROM WS-DETAIL-LINE.

      *    DRIFT IS MEASURED ON THE CUMULATIVE VARIANCE, EITHER WAY,
      *    AS A PERCENTAGE OF THE INTERIM PAYMENTS TO DATE.  CLAIMS
      *    WITH NO INTERIM PAYMENT AT ALL ARE ALWAYS DRIFT.
       4300-TEST-DRIFT.
           MOVE 'N' TO WS-DRIFT-SW.
           MOVE WS-PRV-CUM-VARIANCE TO WS-ABS-VARIANCE.
           IF WS-ABS-VARIANCE < 0
               COMPUTE WS-ABS-VARIANCE = 0 - WS-ABS-VARIANCE
           END-IF.

           IF WS-PRV-CUM-INTERIM > 0
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-PRV-CUM-VARIANCE * 100 / WS-PRV-CUM-INTERIM
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-VARIANCE-PCT
               END-COMPUTE
               IF WS-ABS-VARIANCE * 100 >
                  WS-PRV-CUM-INTERIM * WS-PIP-VAR-TOL-PCT
                   SET WS-DRIFT TO TRUE
               END-IF
           ELSE
               MOVE 0 TO WS-VARIANCE-PCT
               IF WS-PRV-CUM-REIMB > 0
                   SET WS-DRIFT TO TRUE
               END-IF
           END-IF.

       4200-PRINT-PROVIDER-TOTAL.
           MOVE WS-PRV-PROV-6 TO WS-LKP-PROV-ID.
           CALL "FSR090" USING WS-LKP-PROV-ID
                               WS-LKP-PROV-NAME
                               WS-LKP-RC.
           MOVE WS-PRV-PROV-6             TO WS-PTL-PROV.
           MOVE WS-LKP-PROV-NAME          TO WS-PTL-PROV-NAME.
           MOVE WS-PRV-CUM-CASH           TO WS-PTL-CASH-AMT.
           MOVE WS-PRV-CUM-VARIANCE       TO WS-PTL-CUM-VAR.
           IF WS-DRIFT
               ADD 1 TO WS-DRIFT-PROV-CNT
               IF WS-PRV-CUM-VARIANCE > 0
                   MOVE "DRIFT - OVERPAID"  TO WS-PTL-FLAG
               ELSE
                   MOVE "DRIFT - UNDERPAID" TO WS-PTL-FLAG
               END-IF
           ELSE
               MOVE SPACES                TO WS-PTL-FLAG
           END-IF.
           WRITE PIP-RECON-RPT-LINE FROM WS-PROV-TOTAL-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "PIP CLAIMS: " WS-PIP-CLAIM-CNT
               "  PAID AS CASH: " WS-CASH-CLAIM-CNT
               "  BEFORE FIRST CYCLE: " WS-EARLY-CLAIM-CNT
               "  PAYMENT RECORDS: " WS-PAY-READ-CNT
               "  LEDGER ADDED: " WS-LEDGER-ADD-CNT
               "  CHANGED: " WS-LEDGER-CHG-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE PIP-RECON-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "PROVIDERS: " WS-PROVIDER-CNT
               "  PAST TOLERANCE: " WS-DRIFT-PROV-CNT
               "  TOLERANCE PCT: " WS-PIP-VAR-TOL-PCT
               "  TABLE OVERFLOW: " WS-OVERFLOW-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE PIP-RECON-RPT-LINE FROM WS-SUMMARY-LINE.
