      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR129                                             *
      ***                                                             *
      *** DESCRIPTION: FEE-SCHEDULE REPRICING VERIFICATION.  AN       *
      ***   INDEPENDENT CHECK ON THE PRICER.  RUN NIGHTLY AGAINST THE *
      ***   CLAIM-FILE EXTRACT, IT REPRICES EVERY FEE-SCHEDULE LINE   *
      ***   (FSSC-PRICER-IND A OR B) ON A PAID CLAIM FROM THE         *
      ***   FSR128 RATE TABLE AND COMPARES THE RESULT WITH WHAT THE   *
      ***   PRICER RETURNED.  CREDIT TRANSACTIONS ARE NOT REPRICED -  *
      ***   THEY REVERSE A LINE ALREADY CHECKED WHEN IT WAS PAID.     *
      ***                                                             *
      ***   THE RATE IS LOOKED UP BY THE LINE'S HCPCS, FIRST          *
      ***   MODIFIER AND THE CLAIM'S FSSC-VALCD-LOCALITY, FALLING     *
      ***   BACK TO THE HCPCS'S BLANK-MODIFIER BASE RATE WHEN THE     *
      ***   MODIFIER HAS NO RATE OF ITS OWN.  THE RATE IN EFFECT IS   *
      ***   THE ONE FOR THE LINE'S DATE OF SERVICE (THE CLAIM'S FROM  *
      ***   DATE WHEN THE LINE HAS NONE).  THE EXPECTED LINE AMOUNT   *
      ***   IS THE FEE TIMES THE UNITS BILLED (ONE UNIT WHEN NONE ARE *
      ***   BILLED).  A LINE IS AN EXCEPTION WHEN THE PRICER'S RATE   *
      ***   (FSSC-REV-SERV-RATE) OR ITS LINE AMOUNT (FSSC-TOT-FEE-    *
      ***   SCHEDULE-AMT) DIFFERS FROM THE TABLE BY MORE THAN         *
      ***   FEE-VAR-TOL-AMT DOLLARS, OR WHEN NO RATE WAS IN EFFECT.   *
      ***                                                             *
      ***   EXCEPTIONS ARE SORTED AND REPORTED ONE ROW PER HCPCS AND  *
      ***   LOCALITY, SO A BAD RATE LOAD SHOWS AS ONE ROW, NOT ONE    *
      ***   PER LINE: LINES, CLAIMS, FIRST AND LAST DATES OF SERVICE, *
      ***   THE PRICER AND TABLE RATES (MARKED + WHEN THE GROUP'S     *
      ***   LINES DID NOT ALL CARRY THE SAME PAIR), AND THE PRICER    *
      ***   TOTAL, THE REPRICED TOTAL AND THE DIFFERENCE.  LINES WITH *
      ***   NO RATE ON THE TABLE ARE GROUPED SEPARATELY.  EVERY CLAIM *
      ***   IN A RATE-DIFFERS GROUP IS ALSO WRITTEN TO THE MASS-      *
      ***   ADJUSTMENT PICKUP FILE, ONE RECORD PER CLAIM PER GROUP -  *
      ***   THE CLAIMS A MASS ADJUSTMENT MUST REPROCESS ONCE THE      *
      ***   PRICER'S RATE IS CORRECTED.  FSR101 READS IT THROUGH PICK *
      ***   CARDS (ONE PER CORRECTED HCPCS AND/OR LOCALITY) TO        *
      ***   PREVIEW AND GENERATE THOSE ADJUSTMENTS.  A CONTROL        *
      ***   FAILURE WRITES NO REPORT OR PICKUP FILE AND ENDS WITH     *
      ***   RETURN CODE 16.                                           *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE   - FSRCCLMS SHAPE, DCN SEQUENCE *
      *** FILE:   FEE-SCHED-MASTER-FILE - FSRCFEES RATE TABLE         *
      *** OUTPUT: FEE-VERIFY-RPT-FILE  - EXCEPTIONS BY HCPCS/LOCALITY *
      ***         MASS-ADJ-PICKUP-FILE - CLAIMS TO MASS ADJUST        *
      ***         RUN-CONTROL-FILE     - FSRCRUNC, APPENDED           *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR129.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT FEE-SCHED-MASTER-FILE ASSIGN TO "FEESMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEES-KEY
               FILE STATUS IS WS-FEES-FILE-STATUS.

           SELECT FEE-VERIFY-RPT-FILE ASSIGN TO "FEEVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASS-ADJ-PICKUP-FILE ASSIGN TO "MADJPICK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  FEE-SCHED-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==FEES==.
       COPY FSRCFEES.
       REPLACE OFF.

       FD  FEE-VERIFY-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  FEE-VERIFY-RPT-LINE                PIC X(132).

      *    ONE PER CLAIM PER RATE-DIFFERS HCPCS / LOCALITY GROUP.
      *    THE DIFFERENCE IS PRICER LESS TABLE OVER THE CLAIM'S LINES
      *    IN THE GROUP.
       FD  MASS-ADJ-PICKUP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MASS-ADJ-PICKUP-RECORD.
           05  MADJ-HCPC-CD                   PIC X(5).
           05  MADJ-LOCALITY                  PIC X(2).
           05  MADJ-DCN                       PIC X(23).
           05  MADJ-HIC-NO                    PIC X(12).
           05  MADJ-PROV-6                    PIC X(6).
           05  MADJ-LINE-CNT                  PIC 9(3).
           05  MADJ-DIFF-AMT                  PIC S9(9)V99.
           05  MADJ-RUN-DT-CYMD               PIC 9(8).
           05  FILLER                         PIC X(10).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

      *    ONE PER EXCEPTION LINE.  SW-CONDITION SORTS THE NO-RATE
      *    LINES INTO THEIR OWN GROUP UNDER THE SAME HCPCS/LOCALITY.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-HCPC-CD                     PIC X(5).
           05  SW-LOCALITY                    PIC X(2).
           05  SW-CONDITION                   PIC X(1).
               88  SW-RATE-DIFFERS                   VALUE 'R'.
               88  SW-NOT-ON-TABLE                   VALUE 'T'.
           05  SW-DCN                         PIC X(23).
           05  SW-HIC-NO                      PIC X(12).
           05  SW-PROV-6                      PIC X(6).
           05  SW-SERV-DT                     PIC 9(8).
           05  SW-PRICER-RATE             COMP-3 PIC S9(9)V999.
           05  SW-TABLE-RATE              COMP-3 PIC S9(9)V999.
           05  SW-PRICER-AMT              COMP-3 PIC S9(9)V99.
           05  SW-TABLE-AMT               COMP-3 PIC S9(9)V99.

       WORKING-STORAGE SECTION.

       01  WS-FEES-FILE-STATUS                PIC X(2).
           88  WS-FEES-OK                          VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-CLAIM-SELECTED-SW           PIC X(1) VALUE 'N'.
               88  WS-CLAIM-SELECTED                 VALUE 'Y'.
           05  WS-FIRST-REC-SW                PIC X(1) VALUE 'Y'.
               88  WS-FIRST-REC                      VALUE 'Y'.
           05  WS-SCAN-DONE-SW                PIC X(1) VALUE 'N'.
               88  WS-SCAN-DONE                      VALUE 'Y'.
           05  WS-RATE-FOUND-SW               PIC X(1) VALUE 'N'.
               88  WS-RATE-FOUND                     VALUE 'Y'.
           05  WS-GRP-MIXED-SW                PIC X(1) VALUE 'N'.
               88  WS-GRP-MIXED                      VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081.  A FAILURE INSIDE THE
      *    SORT INPUT PROCEDURE RAISES THE ABEND SWITCH; THE REPORT
      *    AND PICKUP FILE ARE SUPPRESSED AND THE JOB ENDS WITH RC 16.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR129".
           05  WS-CTL-ABEND-SW                 PIC X(1) VALUE 'N'.
               88  WS-CTL-ABEND                      VALUE 'Y'.
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

      *    THE COMPILED VALUE BELOW IS THE FALLBACK; THE SHARED
      *    PARAMETER FILE (FSR085 LOOKUP, PARAMETER FEE-VAR-TOL-AMT)
      *    OVERRIDES IT AT STARTUP - SEE FSR084 FOR MAINTENANCE.
       01  WS-FEE-PARAMETERS.
           05  WS-FEE-VAR-TOL-AMT             PIC 9(5)V9(2) VALUE 0.05.

       01  WS-PARM-LOOKUP.
           05  WS-PARM-PROGRAM                PIC X(8) VALUE "FSR129".
           05  WS-PARM-NAME                   PIC X(20).
           05  WS-PARM-VALUE                  PIC X(20).
           05  WS-PARM-RC                     PIC X(1).
               88  WS-PARM-FOUND                     VALUE '0'.

      *    THE BASE SEGMENT'S CONTEXT, CARRIED ONTO THE CLAIM'S LATER
      *    SEGMENTS, WHICH HOLD REVENUE LINES BUT NO CLAIM HEADER.
       01  WS-CLAIM-WORK.
           05  WS-CLM-HIC-NO                  PIC X(12).
           05  WS-CLM-DCN                     PIC X(23).
           05  WS-CLM-PROV-6                  PIC X(6).
           05  WS-CLM-LOCALITY                PIC X(2).
           05  WS-CLM-FROM-DT                 PIC 9(8).

       01  WS-LINE-WORK.
           05  WS-LINE-SERV-DT                PIC 9(8).
           05  WS-LINE-UNITS                  PIC S9(9).
           05  WS-LKP-HCPC-CD                 PIC X(5).
           05  WS-LKP-MODIFIER                PIC X(2).
           05  WS-RATE-FEE-AMT                PIC 9(7)V99.
           05  WS-RATE-END-DT                 PIC 9(8).
           05  WS-EXP-AMT                 COMP-3 PIC S9(11)V99.
           05  WS-RATE-DIFF               COMP-3 PIC S9(9)V999.
           05  WS-AMT-DIFF                COMP-3 PIC S9(11)V99.

      *    ONE HCPCS / LOCALITY / CONDITION GROUP BEING ACCUMULATED,
      *    AND THE CLAIM WITHIN IT (FOR THE PICKUP FILE).
       01  WS-GROUP-ACCUM.
           05  WS-GRP-HCPC-CD                 PIC X(5).
           05  WS-GRP-LOCALITY                PIC X(2).
           05  WS-GRP-CONDITION               PIC X(1).
               88  WS-GRP-RATE-DIFFERS               VALUE 'R'.
           05  WS-GRP-LINE-CNT                PIC 9(7).
           05  WS-GRP-CLAIM-CNT               PIC 9(7).
           05  WS-GRP-FIRST-DT                PIC 9(8).
           05  WS-GRP-LAST-DT                 PIC 9(8).
           05  WS-GRP-PRICER-RATE         COMP-3 PIC S9(9)V999.
           05  WS-GRP-TABLE-RATE          COMP-3 PIC S9(9)V999.
           05  WS-GRP-PRICER-AMT          COMP-3 PIC S9(11)V99.
           05  WS-GRP-TABLE-AMT           COMP-3 PIC S9(11)V99.

       01  WS-PICKUP-ACCUM.
           05  WS-PCK-DCN                     PIC X(23).
           05  WS-PCK-HIC-NO                  PIC X(12).
           05  WS-PCK-PROV-6                  PIC X(6).
           05  WS-PCK-LINE-CNT                PIC 9(3).
           05  WS-PCK-DIFF-AMT            COMP-3 PIC S9(9)V99.

       01  WS-GRAND-ACCUM.
           05  WS-GR-PRICER-AMT           COMP-3 PIC S9(13)V99
                                                   VALUE 0.
           05  WS-GR-TABLE-AMT            COMP-3 PIC S9(13)V99
                                                   VALUE 0.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ-CNT             PIC 9(7) VALUE 0.
           05  WS-CLAIMS-SELECTED-CNT         PIC 9(7) VALUE 0.
           05  WS-LINES-CHECKED-CNT           PIC 9(9) VALUE 0.
           05  WS-LINES-AGREE-CNT             PIC 9(9) VALUE 0.
           05  WS-RATE-DIFFERS-CNT            PIC 9(9) VALUE 0.
           05  WS-NOT-ON-TABLE-CNT            PIC 9(9) VALUE 0.
           05  WS-GROUP-CNT                   PIC 9(7) VALUE 0.
           05  WS-PICKUP-CNT                  PIC 9(9) VALUE 0.

       01  WS-RUN-DATE-8                      PIC 9(8).

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR129 - FEE-SCHEDULE REPRICING EXCEPTIONS BY HCPCS".

       01  WS-HEADING-2.
           05  FILLER                 PIC X(7)  VALUE "HCPCS".
           05  FILLER                 PIC X(4)  VALUE "LOC".
           05  FILLER                 PIC X(9)  VALUE "   LINES".
           05  FILLER                 PIC X(9)  VALUE "  CLAIMS".
           05  FILLER                 PIC X(9)  VALUE "FIRST DOS".
           05  FILLER                 PIC X(10) VALUE " LAST DOS".
           05  FILLER                 PIC X(12) VALUE "PRICER RATE".
           05  FILLER                 PIC X(13) VALUE " TABLE RATE".
           05  FILLER                 PIC X(13) VALUE " PRICER TOTAL".
           05  FILLER                 PIC X(13) VALUE "  TABLE TOTAL".
           05  FILLER                 PIC X(14) VALUE "  DIFFERENCE".
           05  FILLER                 PIC X(12) VALUE "CONDITION".

       01  WS-GROUP-LINE.
           05  WS-GPL-HCPC-CD                 PIC X(5).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-GPL-LOCALITY                PIC X(2).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-GPL-LINE-CNT                PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-GPL-CLAIM-CNT               PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-GPL-FIRST-DT                PIC 9(8).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-GPL-LAST-DT                 PIC 9(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-GPL-PRICER-RATE             PIC ZZZ,ZZ9.999.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-GPL-TABLE-RATE              PIC ZZZ,ZZ9.999.
           05  WS-GPL-MIXED                   PIC X(1).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-GPL-PRICER-AMT              PIC -ZZZZZZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-GPL-TABLE-AMT               PIC -ZZZZZZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-GPL-DIFF-AMT                PIC -ZZZZZZZ9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-GPL-CONDITION               PIC X(12).

       01  WS-SUMMARY-LINE                    PIC X(132).
       01  WS-SUMMARY-PRICER-AMT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SUMMARY-TABLE-AMT               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SUMMARY-TOL-AMT                 PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.
           PERFORM 0100-LOAD-PARAMETERS.

           OPEN INPUT FEE-SCHED-MASTER-FILE.
           IF NOT WS-FEES-OK
               DISPLAY "FSR129 - FEE-SCHEDULE RATE TABLE NOT "
                   "AVAILABLE, STATUS " WS-FEES-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-HCPC-CD
               ON ASCENDING KEY SW-LOCALITY
               ON ASCENDING KEY SW-CONDITION
               ON ASCENDING KEY SW-DCN
               ON ASCENDING KEY SW-SERV-DT
               INPUT PROCEDURE 1000-REPRICE-LINES
               OUTPUT PROCEDURE 3000-WRITE-REPORT.

           CLOSE FEE-SCHED-MASTER-FILE.

           IF WS-CTL-ABEND
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 9500-WRITE-RUN-CONTROL
           END-IF.

           GOBACK.

       0100-LOAD-PARAMETERS.
           MOVE "FEE-VAR-TOL-AMT" TO WS-PARM-NAME.
           CALL "FSR085" USING WS-PARM-PROGRAM WS-PARM-NAME
                               WS-RUN-DATE-8 WS-PARM-VALUE
                               WS-PARM-RC.
           IF WS-PARM-FOUND
               COMPUTE WS-FEE-VAR-TOL-AMT =
                   FUNCTION NUMVAL (WS-PARM-VALUE)
           END-IF.

      *    ONE RUN-CONTROL RECORD PER NORMAL COMPLETION (FSRCRUNC) -
      *    FSR088 RECONCILES THE CHAIN'S COUNTS FROM THESE.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR129"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-8         TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           MOVE WS-PICKUP-CNT         TO RUNC-RECORDS-WRITTEN.
           MOVE 'C'                   TO RUNC-COMPLETION-STATUS.
           WRITE RUNC-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       1000-REPRICE-LINES.
           OPEN INPUT CLAIM-EXTRACT-FILE.

           READ CLAIM-EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               PERFORM 1500-CHECK-CONTROL-RECORD
               IF WS-CTL-CLASS-D-DATA
                   PERFORM 2000-PROCESS-CLAIM-SEGMENT
               END-IF
               READ CLAIM-EXTRACT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF NOT WS-CTL-ABEND
              AND (NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN)
               DISPLAY "FSR129 - EXTRACT CONTROL FAILURE: HEADER OR "
                   "TRAILER CONTROL RECORD MISSING"
               SET WS-CTL-ABEND TO TRUE
           END-IF.

           CLOSE CLAIM-EXTRACT-FILE.

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
                       SET WS-CTL-ABEND TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CTL-DATA-CNT
                   ADD FSSCCLMS-TOTAL-CHARGE-AMOUNT
                       TO WS-CTL-CHARGE-HASH
           END-EVALUATE.

       2000-PROCESS-CLAIM-SEGMENT.
           IF FSSCCLMS-HIC-NO NOT = WS-CLM-HIC-NO
              OR FSSCCLMS-DCN NOT = WS-CLM-DCN
               MOVE 'N' TO WS-CLAIM-SELECTED-SW
               MOVE FSSCCLMS-HIC-NO TO WS-CLM-HIC-NO
               MOVE FSSCCLMS-DCN    TO WS-CLM-DCN
           END-IF.

           IF FSSCCLMS-TRAILER-SEQ-00-BASE
               ADD 1 TO WS-CLAIMS-READ-CNT
               IF FSSCCLMS-CURR-STAT-P-PAID
                  AND NOT FSSCCLMS-TRANSACT-C-CREDIT
                   PERFORM 2100-HOLD-CLAIM
               END-IF
           END-IF.

           IF WS-CLAIM-SELECTED
              AND FSSCCLMS-LINES > 0
               PERFORM 2200-CHECK-LINE
                   VARYING FSSCCLMS-NDX FROM 1 BY 1
                   UNTIL FSSCCLMS-NDX > FSSCCLMS-LINES
           END-IF.

       2100-HOLD-CLAIM.
           SET WS-CLAIM-SELECTED TO TRUE.
           ADD 1 TO WS-CLAIMS-SELECTED-CNT.
           MOVE FSSCCLMS-MEDA-PROV-6   TO WS-CLM-PROV-6.
           MOVE FSSCCLMS-VALCD-LOCALITY TO WS-CLM-LOCALITY.
           MOVE 0                      TO WS-CLM-FROM-DT.
           IF FSSCCLMS-STMT-COV-FROM-DT-CYMD NUMERIC
               MOVE FSSCCLMS-STMT-COV-FROM-DT-CYMD TO WS-CLM-FROM-DT
           END-IF.

       2200-CHECK-LINE.
           IF FSSCCLMS-PRICER1-A-FEE-SCHED-N (FSSCCLMS-NDX)
              OR FSSCCLMS-PRICER1-B-FEE-SCHED (FSSCCLMS-NDX)
               PERFORM 2300-REPRICE-LINE
           END-IF.

       2300-REPRICE-LINE.
           ADD 1 TO WS-LINES-CHECKED-CNT.
           MOVE WS-CLM-FROM-DT TO WS-LINE-SERV-DT.
           IF FSSCCLMS-SERV-DT-CYMD (FSSCCLMS-NDX) NUMERIC
               MOVE FSSCCLMS-SERV-DT-CYMD (FSSCCLMS-NDX)
                   TO WS-LINE-SERV-DT
               IF WS-LINE-SERV-DT = 0
                   MOVE WS-CLM-FROM-DT TO WS-LINE-SERV-DT
               END-IF
           END-IF.

           MOVE FSSCCLMS-HCPC-CD (FSSCCLMS-NDX) TO WS-LKP-HCPC-CD.
           MOVE FSSCCLMS-HCPC-MODIFIER (FSSCCLMS-NDX)
               TO WS-LKP-MODIFIER.
           PERFORM 2400-LOOKUP-RATE.
           IF NOT WS-RATE-FOUND
              AND WS-LKP-MODIFIER NOT = SPACES
               MOVE SPACES TO WS-LKP-MODIFIER
               PERFORM 2400-LOOKUP-RATE
           END-IF.

           MOVE SPACES                TO SORT-WORK-RECORD.
           MOVE WS-LKP-HCPC-CD        TO SW-HCPC-CD.
           MOVE WS-CLM-LOCALITY       TO SW-LOCALITY.
           MOVE WS-CLM-DCN            TO SW-DCN.
           MOVE WS-CLM-HIC-NO         TO SW-HIC-NO.
           MOVE WS-CLM-PROV-6         TO SW-PROV-6.
           MOVE WS-LINE-SERV-DT       TO SW-SERV-DT.
           MOVE FSSCCLMS-REV-SERV-RATE (FSSCCLMS-NDX)
               TO SW-PRICER-RATE.
           MOVE FSSCCLMS-TOT-FEE-SCHEDULE-AMT (FSSCCLMS-NDX)
               TO SW-PRICER-AMT.

           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-NOT-ON-TABLE-CNT
               SET SW-NOT-ON-TABLE TO TRUE
               MOVE 0 TO SW-TABLE-RATE SW-TABLE-AMT
               RELEASE SORT-WORK-RECORD
           ELSE
               PERFORM 2500-COMPARE-PRICER
           END-IF.

      *    THE LAST VERSION AT OR BEFORE THE DATE OF SERVICE UNDER THE
      *    HCPCS / MODIFIER / LOCALITY IS THE RATE IN EFFECT (THE SAME
      *    SCAN FSR085 MAKES OF THE PARAMETER FILE) - UNLESS IT HAD
      *    ALREADY BEEN END-DATED BY THEN.
       2400-LOOKUP-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE WS-LKP-HCPC-CD        TO FEES-HCPC-CD.
           MOVE WS-LKP-MODIFIER       TO FEES-HCPC-MODIFIER.
           MOVE WS-CLM-LOCALITY       TO FEES-LOCALITY.
           MOVE 0                     TO FEES-EFF-DT-CYMD.

           START FEE-SCHED-MASTER-FILE KEY IS >= FEES-KEY
               INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.

           PERFORM 2410-SCAN-EFFECTIVE-DATES
               UNTIL WS-SCAN-DONE.

           IF WS-RATE-FOUND
              AND WS-RATE-END-DT > 0
              AND WS-RATE-END-DT < WS-LINE-SERV-DT
               MOVE 'N' TO WS-RATE-FOUND-SW
           END-IF.

       2410-SCAN-EFFECTIVE-DATES.
           READ FEE-SCHED-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF FEES-HCPC-CD NOT = WS-LKP-HCPC-CD
                      OR FEES-HCPC-MODIFIER NOT = WS-LKP-MODIFIER
                      OR FEES-LOCALITY NOT = WS-CLM-LOCALITY
                      OR FEES-EFF-DT-CYMD > WS-LINE-SERV-DT
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       MOVE FEES-FEE-AMT     TO WS-RATE-FEE-AMT
                       MOVE FEES-END-DT-CYMD TO WS-RATE-END-DT
                       SET WS-RATE-FOUND TO TRUE
                   END-IF
           END-READ.

      *    BOTH THE PER-UNIT RATE AND THE LINE AMOUNT ARE HELD TO THE
      *    TOLERANCE - A WRONG RATE TIMES ONE UNIT CAN HIDE INSIDE IT
      *    ON THE AMOUNT ALONE, AND A RIGHT RATE CAN STILL BE PAID ON
      *    THE WRONG NUMBER OF UNITS.
       2500-COMPARE-PRICER.
           MOVE FSSCCLMS-REV-UNITS-BILLED (FSSCCLMS-NDX)
               TO WS-LINE-UNITS.
           IF WS-LINE-UNITS < 1
               MOVE 1 TO WS-LINE-UNITS
           END-IF.
           COMPUTE WS-EXP-AMT ROUNDED =
               WS-RATE-FEE-AMT * WS-LINE-UNITS.

           COMPUTE WS-RATE-DIFF = SW-PRICER-RATE - WS-RATE-FEE-AMT.
           IF WS-RATE-DIFF < 0
               COMPUTE WS-RATE-DIFF = WS-RATE-DIFF * -1
           END-IF.
           COMPUTE WS-AMT-DIFF = SW-PRICER-AMT - WS-EXP-AMT.
           IF WS-AMT-DIFF < 0
               COMPUTE WS-AMT-DIFF = WS-AMT-DIFF * -1
           END-IF.

           IF WS-RATE-DIFF > WS-FEE-VAR-TOL-AMT
              OR WS-AMT-DIFF > WS-FEE-VAR-TOL-AMT
               ADD 1 TO WS-RATE-DIFFERS-CNT
               SET SW-RATE-DIFFERS TO TRUE
               MOVE WS-RATE-FEE-AMT   TO SW-TABLE-RATE
               MOVE WS-EXP-AMT        TO SW-TABLE-AMT
               RELEASE SORT-WORK-RECORD
           ELSE
               ADD 1 TO WS-LINES-AGREE-CNT
           END-IF.

      *    AFTER A CONTROL FAILURE THE SORTED LINES ARE DISCARDED -
      *    NO REPORT OR PICKUP FILE OFF A BAD EXTRACT.
       3000-WRITE-REPORT.
           IF NOT WS-CTL-ABEND
               PERFORM 3010-PRODUCE-REPORT
           END-IF.

       3010-PRODUCE-REPORT.
           OPEN OUTPUT FEE-VERIFY-RPT-FILE.
           OPEN OUTPUT MASS-ADJ-PICKUP-FILE.
           WRITE FEE-VERIFY-RPT-LINE FROM WS-HEADING-1.
           WRITE FEE-VERIFY-RPT-LINE FROM WS-HEADING-2.

           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               PERFORM 3100-PROCESS-SORTED-RECORD
               RETURN SORT-WORK-FILE
                   AT END SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-REC
               PERFORM 3300-PRINT-GROUP
           END-IF.

           PERFORM 9000-WRITE-SUMMARY.
           CLOSE FEE-VERIFY-RPT-FILE MASS-ADJ-PICKUP-FILE.

       3100-PROCESS-SORTED-RECORD.
           IF WS-FIRST-REC
               MOVE 'N' TO WS-FIRST-REC-SW
               PERFORM 3150-START-GROUP
           ELSE
               IF SW-HCPC-CD NOT = WS-GRP-HCPC-CD
                  OR SW-LOCALITY NOT = WS-GRP-LOCALITY
                  OR SW-CONDITION NOT = WS-GRP-CONDITION
                   PERFORM 3300-PRINT-GROUP
                   PERFORM 3150-START-GROUP
               ELSE
                   IF SW-DCN NOT = WS-PCK-DCN
                       PERFORM 3400-WRITE-PICKUP
                       PERFORM 3160-START-CLAIM
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO WS-GRP-LINE-CNT.
           IF SW-SERV-DT < WS-GRP-FIRST-DT
               MOVE SW-SERV-DT TO WS-GRP-FIRST-DT
           END-IF.
           IF SW-SERV-DT > WS-GRP-LAST-DT
               MOVE SW-SERV-DT TO WS-GRP-LAST-DT
           END-IF.
           IF SW-PRICER-RATE NOT = WS-GRP-PRICER-RATE
              OR SW-TABLE-RATE NOT = WS-GRP-TABLE-RATE
               SET WS-GRP-MIXED TO TRUE
           END-IF.
           ADD SW-PRICER-AMT TO WS-GRP-PRICER-AMT.
           ADD SW-TABLE-AMT  TO WS-GRP-TABLE-AMT.

           ADD 1 TO WS-PCK-LINE-CNT.
           COMPUTE WS-PCK-DIFF-AMT =
               WS-PCK-DIFF-AMT + SW-PRICER-AMT - SW-TABLE-AMT.

      *    THE GROUP'S RATES ARE THOSE OF ITS FIRST LINE; ANY LINE
      *    CARRYING A DIFFERENT PAIR MARKS THE ROW.
       3150-START-GROUP.
           INITIALIZE WS-GROUP-ACCUM.
           MOVE 'N' TO WS-GRP-MIXED-SW.
           MOVE SW-HCPC-CD            TO WS-GRP-HCPC-CD.
           MOVE SW-LOCALITY           TO WS-GRP-LOCALITY.
           MOVE SW-CONDITION          TO WS-GRP-CONDITION.
           MOVE SW-SERV-DT            TO WS-GRP-FIRST-DT
                                         WS-GRP-LAST-DT.
           MOVE SW-PRICER-RATE        TO WS-GRP-PRICER-RATE.
           MOVE SW-TABLE-RATE         TO WS-GRP-TABLE-RATE.
           ADD 1 TO WS-GROUP-CNT.
           PERFORM 3160-START-CLAIM.

       3160-START-CLAIM.
           ADD 1 TO WS-GRP-CLAIM-CNT.
           MOVE SW-DCN                TO WS-PCK-DCN.
           MOVE SW-HIC-NO             TO WS-PCK-HIC-NO.
           MOVE SW-PROV-6             TO WS-PCK-PROV-6.
           MOVE 0                     TO WS-PCK-LINE-CNT
                                         WS-PCK-DIFF-AMT.

       3300-PRINT-GROUP.
           PERFORM 3400-WRITE-PICKUP.

           MOVE WS-GRP-HCPC-CD        TO WS-GPL-HCPC-CD.
           MOVE WS-GRP-LOCALITY       TO WS-GPL-LOCALITY.
           MOVE WS-GRP-LINE-CNT       TO WS-GPL-LINE-CNT.
           MOVE WS-GRP-CLAIM-CNT      TO WS-GPL-CLAIM-CNT.
           MOVE WS-GRP-FIRST-DT       TO WS-GPL-FIRST-DT.
           MOVE WS-GRP-LAST-DT        TO WS-GPL-LAST-DT.
           MOVE WS-GRP-PRICER-RATE    TO WS-GPL-PRICER-RATE.
           MOVE WS-GRP-TABLE-RATE     TO WS-GPL-TABLE-RATE.
           IF WS-GRP-MIXED
               MOVE '+' TO WS-GPL-MIXED
           ELSE
               MOVE SPACE TO WS-GPL-MIXED
           END-IF.
           MOVE WS-GRP-PRICER-AMT     TO WS-GPL-PRICER-AMT.
           MOVE WS-GRP-TABLE-AMT      TO WS-GPL-TABLE-AMT.
           COMPUTE WS-GPL-DIFF-AMT =
               WS-GRP-PRICER-AMT - WS-GRP-TABLE-AMT.
           IF WS-GRP-RATE-DIFFERS
               MOVE "RATE DIFFERS" TO WS-GPL-CONDITION
           ELSE
               MOVE "NOT ON TABLE" TO WS-GPL-CONDITION
           END-IF.
           WRITE FEE-VERIFY-RPT-LINE FROM WS-GROUP-LINE.

           ADD WS-GRP-PRICER-AMT      TO WS-GR-PRICER-AMT.
           ADD WS-GRP-TABLE-AMT       TO WS-GR-TABLE-AMT.

      *    A CLAIM WITH NO RATE ON THE TABLE IS A GAP IN THE TABLE,
      *    NOT A PRICER ERROR, SO IT IS REPORTED BUT NOT PICKED UP.
       3400-WRITE-PICKUP.
           IF WS-GRP-RATE-DIFFERS
               MOVE SPACES            TO MASS-ADJ-PICKUP-RECORD
               MOVE WS-GRP-HCPC-CD    TO MADJ-HCPC-CD
               MOVE WS-GRP-LOCALITY   TO MADJ-LOCALITY
               MOVE WS-PCK-DCN        TO MADJ-DCN
               MOVE WS-PCK-HIC-NO     TO MADJ-HIC-NO
               MOVE WS-PCK-PROV-6     TO MADJ-PROV-6
               MOVE WS-PCK-LINE-CNT   TO MADJ-LINE-CNT
               MOVE WS-PCK-DIFF-AMT   TO MADJ-DIFF-AMT
               MOVE WS-RUN-DATE-8     TO MADJ-RUN-DT-CYMD
               WRITE MASS-ADJ-PICKUP-RECORD
               ADD 1 TO WS-PICKUP-CNT
           END-IF.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           WRITE FEE-VERIFY-RPT-LINE FROM WS-SUMMARY-LINE.
           STRING "CLAIMS READ: " WS-CLAIMS-READ-CNT
               "  REPRICED: " WS-CLAIMS-SELECTED-CNT
               "  FEE LINES: " WS-LINES-CHECKED-CNT
               "  AGREE: " WS-LINES-AGREE-CNT
               "  RATE DIFFERS: " WS-RATE-DIFFERS-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE FEE-VERIFY-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE WS-FEE-VAR-TOL-AMT TO WS-SUMMARY-TOL-AMT.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "NOT ON TABLE: " WS-NOT-ON-TABLE-CNT
               "  GROUPS: " WS-GROUP-CNT
               "  CLAIMS TO MASS ADJUST: " WS-PICKUP-CNT
               "  TOLERANCE: " WS-SUMMARY-TOL-AMT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE FEE-VERIFY-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE WS-GR-PRICER-AMT TO WS-SUMMARY-PRICER-AMT.
           MOVE WS-GR-TABLE-AMT  TO WS-SUMMARY-TABLE-AMT.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "EXCEPTION LINES PRICER TOTAL: "
               WS-SUMMARY-PRICER-AMT
               "  TABLE TOTAL: " WS-SUMMARY-TABLE-AMT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE FEE-VERIFY-RPT-LINE FROM WS-SUMMARY-LINE.
