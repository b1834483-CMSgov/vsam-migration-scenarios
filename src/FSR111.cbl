      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR111                                             *
      ***                                                             *
      *** DESCRIPTION: NIGHTLY FPS (FRAUD PREVENTION SYSTEM) MODEL    *
      ***   HIT SUMMARY.  FPS RESULTS LAND ON THE CLAIM IN THE HEADER *
      ***   (FSSC-FPS-H-MODEL) AND ON THE REVENUE LINES (FSSC-FPS-D-  *
      ***   MODEL, ON ANY SEGMENT - SEE FSR001).  A CLAIM IS FLAGGED  *
      ***   BY EVERY DISTINCT MODEL FOUND ON IT, HEADER OR LINE.      *
      ***   FOR EACH PROVIDER THE REPORT LISTS EVERY MODEL THAT HIT,  *
      ***   WITH THE FLAGGED CLAIMS' OUTCOMES - PAID (FSSC-REIMB-     *
      ***   PROV-AMT), DENIED (FSSC-TOTAL-CHARGE-AMOUNT) OR STILL IN  *
      ***   PROCESS - AND THE PROVIDER'S HIT RATE (FLAGGED CLAIMS     *
      ***   OVER ALL ITS CLAIMS).  A CLOSING SUMMARY BY MODEL ACROSS  *
      ***   ALL PROVIDERS SHOWS WHICH MODELS FLAG CLAIMS THAT GO ON   *
      ***   TO BE PAID.  CANCELS ARE SKIPPED.                         *
      ***   ONE FPS HISTORY RECORD (FSRCFHST) IS APPENDED PER         *
      ***   PROVIDER, THE WAY FSR018 FEEDS FSRCPHST, FOR THE FSR112   *
      ***   HIT-RATE TREND AND REFERRAL.  A CONTROL FAILURE WRITES    *
      ***   NO REPORT AND NO HISTORY AND ENDS WITH RETURN CODE 16.    *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      *** OUTPUT: FPS-HIT-RPT-FILE    - FPS HITS BY PROVIDER / MODEL  *
      ***         FPS-HIST-FILE       - FSRCFHST SHAPE, APPENDED      *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR111.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT FPS-HIT-RPT-FILE ASSIGN TO "FPSHTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FPS-HIST-FILE ASSIGN TO "FPSHIST"
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

       FD  FPS-HIT-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  FPS-HIT-RPT-LINE                   PIC X(132).

       FD  FPS-HIST-FILE.

       REPLACE ==:FSSC:== BY ==FSSCFHST==.
       COPY FSRCFHST.
       REPLACE OFF.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

      *    'C' - ONE PER CLAIM, FOR THE PROVIDER'S HIT RATE.  'H' - ONE
      *    PER MODEL ON A FLAGGED CLAIM.  EACH 'H' IS RELEASED TWICE -
      *    ONCE UNDER ITS PROVIDER AND ONCE UNDER A HIGH-VALUES
      *    PROVIDER, WHICH SORTS LAST AND FEEDS THE MODEL SUMMARY.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-PROV-6                      PIC X(6).
           05  SW-REC-KIND                    PIC X(1).
               88  SW-KIND-C-CLAIM                   VALUE 'C'.
               88  SW-KIND-H-MODEL-HIT               VALUE 'H'.
           05  SW-MODEL                       PIC X(2).
           05  SW-DCN                         PIC X(23).
           05  SW-HIC-NO                      PIC X(12).
           05  SW-HIT-SW                      PIC X(1).
               88  SW-FLAGGED                        VALUE 'Y'.
           05  SW-OUTCOME                     PIC X(1).
               88  SW-OUTCOME-P-PAID                 VALUE 'P'.
               88  SW-OUTCOME-D-DENIED               VALUE 'D'.
               88  SW-OUTCOME-O-OTHER                VALUE 'O'.
           05  SW-PAID-AMT                COMP-3 PIC S9(9)V99.
           05  SW-DENIED-AMT              COMP-3 PIC S9(9)V99.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-CLAIM-HELD-SW               PIC X(1) VALUE 'N'.
               88  WS-CLAIM-HELD                     VALUE 'Y'.
           05  WS-FIRST-REC-SW                PIC X(1) VALUE 'Y'.
               88  WS-FIRST-REC                      VALUE 'Y'.
           05  WS-MODEL-PENDING-SW            PIC X(1) VALUE 'N'.
               88  WS-MODEL-PENDING                  VALUE 'Y'.
           05  WS-MODEL-FOUND-SW              PIC X(1) VALUE 'N'.
               88  WS-MODEL-FOUND                    VALUE 'Y'.
           05  WS-SUMMARY-SECTION-SW          PIC X(1) VALUE 'N'.
               88  WS-SUMMARY-SECTION                VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081.  A FAILURE INSIDE THE
      *    SORT INPUT PROCEDURE RAISES THE ABEND SWITCH; THE REPORT
      *    AND THE HISTORY ARE SUPPRESSED AND THE JOB ENDS WITH RC 16.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR111".
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

      *    THE BASE SEGMENT'S CONTEXT, HELD UNTIL THE CLAIM'S LAST
      *    SEGMENT HAS BEEN READ, WITH THE DISTINCT MODELS THAT HIT IT.
      *    NO CLAIM CARRIES MORE THAN A HANDFUL OF MODELS - ANY PAST
      *    THE TABLE'S 20 ARE COUNTED AS OVERFLOW, NOT DROPPED SILENTLY.
       01  WS-CLAIM-WORK.
           05  WS-CLM-HIC-NO                  PIC X(12).
           05  WS-CLM-DCN                     PIC X(23).
           05  WS-CLM-PROV-6                  PIC X(6).
           05  WS-CLM-OUTCOME                 PIC X(1).
           05  WS-CLM-PAID-AMT            COMP-3 PIC S9(9)V99.
           05  WS-CLM-DENIED-AMT          COMP-3 PIC S9(9)V99.
           05  WS-CLM-CHECK-MODEL             PIC X(2).
           05  WS-CLM-MODEL-CNT           COMP PIC S9(4) VALUE 0.
           05  WS-CLM-MODEL-ENTRY             OCCURS 20 TIMES
                                        INDEXED BY WS-MDNDX.
               10  WS-CLM-MODEL               PIC X(2).

       01  WS-PRIOR-KEYS.
           05  WS-PRIOR-PROV-6                PIC X(6).
           05  WS-PRIOR-MODEL                 PIC X(2).

       01  WS-MODEL-ACCUM.
           05  WS-MA-HIT-CNT                  PIC 9(7).
           05  WS-MA-PAID-CNT                 PIC 9(7).
           05  WS-MA-PAID-AMT             COMP-3 PIC S9(11)V99.
           05  WS-MA-DENIED-CNT               PIC 9(7).
           05  WS-MA-DENIED-AMT           COMP-3 PIC S9(11)V99.
           05  WS-MA-OTHER-CNT                PIC 9(7).

       01  WS-MODEL-GRAND.
           05  WS-MG-HIT-CNT                  PIC 9(7)  VALUE 0.
           05  WS-MG-PAID-CNT                 PIC 9(7)  VALUE 0.
           05  WS-MG-PAID-AMT             COMP-3 PIC S9(11)V99
                                                    VALUE 0.
           05  WS-MG-DENIED-CNT               PIC 9(7)  VALUE 0.
           05  WS-MG-DENIED-AMT           COMP-3 PIC S9(11)V99
                                                    VALUE 0.
           05  WS-MG-OTHER-CNT                PIC 9(7)  VALUE 0.

       01  WS-PROV-ACCUM.
           05  WS-PA-CLAIM-CNT                PIC 9(7).
           05  WS-PA-HIT-CLAIM-CNT            PIC 9(7).
           05  WS-PA-HIT-PAID-CNT             PIC 9(7).
           05  WS-PA-HIT-PAID-AMT         COMP-3 PIC S9(11)V99.
           05  WS-PA-HIT-DENIED-CNT           PIC 9(7).

       01  WS-HIT-RATE                        PIC 9(3)V9(2).

      *    RESOLVED THROUGH THE FSR090 PROVIDER MASTER LOOKUP - AN
      *    UNKNOWN PROVIDER PRINTS THE BARE NUMBER, AS ALWAYS.
       01  WS-PROV-LOOKUP.
           05  WS-LKP-PROV-NAME               PIC X(30).
           05  WS-LKP-RC                      PIC X(1).
               88  WS-LKP-FOUND                      VALUE '0'.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ-CNT             PIC 9(7) VALUE 0.
           05  WS-CLAIM-CNT                   PIC 9(7) VALUE 0.
           05  WS-FLAGGED-CNT                 PIC 9(7) VALUE 0.
           05  WS-PROVIDER-CNT                PIC 9(7) VALUE 0.
           05  WS-HIST-WRITE-CNT              PIC 9(7) VALUE 0.
           05  WS-MODEL-OVERFLOW-CNT          PIC 9(7) VALUE 0.

       01  WS-RUN-DATE-8                      PIC 9(8).

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR111 - FPS MODEL HITS BY PROVIDER / MODEL".

       01  WS-HEADING-2.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(5)  VALUE "MD".
           05  FILLER                 PIC X(9)  VALUE "     HITS".
           05  FILLER                 PIC X(9)  VALUE "     PAID".
           05  FILLER                 PIC X(17) VALUE
               "        PAID AMT".
           05  FILLER                 PIC X(9)  VALUE "   DENIED".
           05  FILLER                 PIC X(17) VALUE
               "    DENIED CHRGS".
           05  FILLER                 PIC X(9)  VALUE "    OTHER".

       01  WS-MODEL-LINE.
           05  FILLER                         PIC X(4)  VALUE SPACES.
           05  WS-MDL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-MDL-MODEL                   PIC X(2).
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-MDL-HIT-CNT                 PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-MDL-PAID-CNT                PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-MDL-PAID-AMT                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-MDL-DENIED-CNT              PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-MDL-DENIED-AMT              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-MDL-OTHER-CNT               PIC ZZZ,ZZ9.

       01  WS-PROV-TOTAL-LINE.
           05  FILLER                 PIC X(9)  VALUE "PROVIDER ".
           05  WS-PTL-PROV                    PIC X(6).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-PTL-PROV-NAME               PIC X(30).
           05  FILLER                 PIC X(9)  VALUE "  CLAIMS ".
           05  WS-PTL-CLAIM-CNT               PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE "  FLAGGED ".
           05  WS-PTL-HIT-CLAIM-CNT           PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(7)  VALUE "  RATE ".
           05  WS-PTL-HIT-RATE                PIC ZZ9.99.
           05  FILLER                 PIC X(15) VALUE
               "  FLAGGED PAID ".
           05  WS-PTL-HIT-PAID-AMT            PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-HEADING                 PIC X(132) VALUE
           "FPS MODEL SUMMARY - ALL PROVIDERS".

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PROV-6
               ON ASCENDING KEY SW-REC-KIND
               ON ASCENDING KEY SW-MODEL
               ON ASCENDING KEY SW-DCN
               INPUT PROCEDURE 1000-SELECT-CLAIMS
               OUTPUT PROCEDURE 3000-WRITE-REPORT.

           IF WS-CTL-ABEND
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 9500-WRITE-RUN-CONTROL
           END-IF.

           GOBACK.

      *    ONE RUN-CONTROL RECORD PER NORMAL COMPLETION (FSRCRUNC) -
      *    FSR088 RECONCILES THE CHAIN'S COUNTS FROM THESE.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR111"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-8         TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           MOVE WS-HIST-WRITE-CNT     TO RUNC-RECORDS-WRITTEN.
           MOVE 'C'                   TO RUNC-COMPLETION-STATUS.
           WRITE RUNC-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       1000-SELECT-CLAIMS.
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

           IF WS-CLAIM-HELD
               PERFORM 2900-RELEASE-HELD-CLAIM
           END-IF.

           IF NOT WS-CTL-ABEND
              AND (NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN)
               DISPLAY "FSR111 - EXTRACT CONTROL FAILURE: HEADER OR "
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
           IF FSSCCLMS-TRAILER-SEQ-00-BASE
               IF WS-CLAIM-HELD
                   PERFORM 2900-RELEASE-HELD-CLAIM
               END-IF
               MOVE 'N' TO WS-CLAIM-HELD-SW
               ADD 1 TO WS-CLAIMS-READ-CNT
               IF NOT FSSCCLMS-FREQ-CANCEL-BILL
                   PERFORM 2100-HOLD-CLAIM
               END-IF
           END-IF.

           IF WS-CLAIM-HELD
              AND FSSCCLMS-HIC-NO = WS-CLM-HIC-NO
              AND FSSCCLMS-DCN = WS-CLM-DCN
              AND FSSCCLMS-LINES > 0
               PERFORM 2300-CHECK-LINE-MODEL
                   VARYING FSSCCLMS-NDX FROM 1 BY 1
                   UNTIL FSSCCLMS-NDX > FSSCCLMS-LINES
           END-IF.

       2100-HOLD-CLAIM.
           SET WS-CLAIM-HELD TO TRUE.
           MOVE FSSCCLMS-HIC-NO        TO WS-CLM-HIC-NO.
           MOVE FSSCCLMS-DCN           TO WS-CLM-DCN.
           MOVE FSSCCLMS-MEDA-PROV-6   TO WS-CLM-PROV-6.
           MOVE 0                      TO WS-CLM-MODEL-CNT
                                          WS-CLM-PAID-AMT
                                          WS-CLM-DENIED-AMT.
           EVALUATE TRUE
               WHEN FSSCCLMS-CURR-STAT-P-PAID
                   MOVE 'P' TO WS-CLM-OUTCOME
                   MOVE FSSCCLMS-REIMB-PROV-AMT TO WS-CLM-PAID-AMT
               WHEN FSSCCLMS-CURR-STAT-D-DENIED
                   MOVE 'D' TO WS-CLM-OUTCOME
                   MOVE FSSCCLMS-TOTAL-CHARGE-AMOUNT
                       TO WS-CLM-DENIED-AMT
               WHEN OTHER
                   MOVE 'O' TO WS-CLM-OUTCOME
           END-EVALUATE.

           IF FSSCCLMS-FPS-H-MODEL NOT = SPACES
               MOVE FSSCCLMS-FPS-H-MODEL TO WS-CLM-CHECK-MODEL
               PERFORM 2500-ADD-CLAIM-MODEL
           END-IF.

       2300-CHECK-LINE-MODEL.
           IF FSSCCLMS-FPS-D-MODEL (FSSCCLMS-NDX) NOT = SPACES
               MOVE FSSCCLMS-FPS-D-MODEL (FSSCCLMS-NDX)
                   TO WS-CLM-CHECK-MODEL
               PERFORM 2500-ADD-CLAIM-MODEL
           END-IF.

       2500-ADD-CLAIM-MODEL.
           MOVE 'N' TO WS-MODEL-FOUND-SW.
           SET WS-MDNDX TO 1.
           SEARCH WS-CLM-MODEL-ENTRY
               AT END CONTINUE
               WHEN WS-MDNDX > WS-CLM-MODEL-CNT
                   CONTINUE
               WHEN WS-CLM-MODEL (WS-MDNDX) = WS-CLM-CHECK-MODEL
                   SET WS-MODEL-FOUND TO TRUE
           END-SEARCH.

           IF NOT WS-MODEL-FOUND
               IF WS-CLM-MODEL-CNT < 20
                   ADD 1 TO WS-CLM-MODEL-CNT
                   SET WS-MDNDX TO WS-CLM-MODEL-CNT
                   MOVE WS-CLM-CHECK-MODEL TO WS-CLM-MODEL (WS-MDNDX)
               ELSE
                   ADD 1 TO WS-MODEL-OVERFLOW-CNT
               END-IF
           END-IF.

       2900-RELEASE-HELD-CLAIM.
           MOVE 'N' TO WS-CLAIM-HELD-SW.
           MOVE SPACES                 TO SORT-WORK-RECORD.
           MOVE WS-CLM-PROV-6          TO SW-PROV-6.
           MOVE WS-CLM-DCN             TO SW-DCN.
           MOVE WS-CLM-HIC-NO          TO SW-HIC-NO.
           MOVE WS-CLM-OUTCOME         TO SW-OUTCOME.
           MOVE WS-CLM-PAID-AMT        TO SW-PAID-AMT.
           MOVE WS-CLM-DENIED-AMT      TO SW-DENIED-AMT.
           SET SW-KIND-C-CLAIM         TO TRUE.
           IF WS-CLM-MODEL-CNT > 0
               SET SW-FLAGGED TO TRUE
           ELSE
               MOVE 'N' TO SW-HIT-SW
           END-IF.
           RELEASE SORT-WORK-RECORD.

           PERFORM 2950-RELEASE-MODEL-HIT
               VARYING WS-MDNDX FROM 1 BY 1
               UNTIL WS-MDNDX > WS-CLM-MODEL-CNT.

       2950-RELEASE-MODEL-HIT.
           SET SW-KIND-H-MODEL-HIT     TO TRUE.
           MOVE WS-CLM-MODEL (WS-MDNDX) TO SW-MODEL.
           MOVE WS-CLM-PROV-6          TO SW-PROV-6.
           RELEASE SORT-WORK-RECORD.
           MOVE HIGH-VALUES            TO SW-PROV-6.
           RELEASE SORT-WORK-RECORD.

      *    AFTER A CONTROL FAILURE THE SORTED CLAIMS ARE DISCARDED -
      *    NO REPORT AND NO HISTORY OFF A BAD EXTRACT.
       3000-WRITE-REPORT.
           IF NOT WS-CTL-ABEND
               PERFORM 3010-PRODUCE-REPORT
           END-IF.

       3010-PRODUCE-REPORT.
           OPEN OUTPUT FPS-HIT-RPT-FILE.
           OPEN EXTEND FPS-HIST-FILE.
           WRITE FPS-HIT-RPT-LINE FROM WS-HEADING-1.
           WRITE FPS-HIT-RPT-LINE FROM WS-HEADING-2.

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

           IF WS-MODEL-PENDING
               PERFORM 3300-PRINT-MODEL
           END-IF.
           IF NOT WS-FIRST-REC
              AND NOT WS-SUMMARY-SECTION
               PERFORM 3400-PRINT-PROVIDER
           END-IF.
           IF WS-SUMMARY-SECTION
               PERFORM 3500-PRINT-MODEL-GRAND
           END-IF.

           PERFORM 9000-WRITE-SUMMARY.
           CLOSE FPS-HIT-RPT-FILE FPS-HIST-FILE.

       3100-PROCESS-SORTED-RECORD.
           IF WS-FIRST-REC
               MOVE 'N' TO WS-FIRST-REC-SW
               PERFORM 3150-START-PROVIDER
           ELSE
               IF SW-PROV-6 NOT = WS-PRIOR-PROV-6
                   IF WS-MODEL-PENDING
                       PERFORM 3300-PRINT-MODEL
                   END-IF
                   PERFORM 3400-PRINT-PROVIDER
                   PERFORM 3150-START-PROVIDER
               ELSE
                   IF WS-MODEL-PENDING
                      AND SW-MODEL NOT = WS-PRIOR-MODEL
                       PERFORM 3300-PRINT-MODEL
                   END-IF
               END-IF
           END-IF.

           IF SW-KIND-C-CLAIM
               PERFORM 3200-ADD-CLAIM
           ELSE
               PERFORM 3250-ADD-MODEL-HIT
           END-IF.

       3150-START-PROVIDER.
           MOVE SW-PROV-6 TO WS-PRIOR-PROV-6.
           INITIALIZE WS-PROV-ACCUM.
           IF SW-PROV-6 = HIGH-VALUES
               SET WS-SUMMARY-SECTION TO TRUE
               MOVE SPACES TO FPS-HIT-RPT-LINE
               WRITE FPS-HIT-RPT-LINE
               WRITE FPS-HIT-RPT-LINE FROM WS-SUMMARY-HEADING
               WRITE FPS-HIT-RPT-LINE FROM WS-HEADING-2
           ELSE
               ADD 1 TO WS-PROVIDER-CNT
           END-IF.

       3200-ADD-CLAIM.
           ADD 1 TO WS-PA-CLAIM-CNT WS-CLAIM-CNT.
           IF SW-FLAGGED
               ADD 1 TO WS-PA-HIT-CLAIM-CNT WS-FLAGGED-CNT
               EVALUATE TRUE
                   WHEN SW-OUTCOME-P-PAID
                       ADD 1 TO WS-PA-HIT-PAID-CNT
                       ADD SW-PAID-AMT TO WS-PA-HIT-PAID-AMT
                   WHEN SW-OUTCOME-D-DENIED
                       ADD 1 TO WS-PA-HIT-DENIED-CNT
               END-EVALUATE
           END-IF.

       3250-ADD-MODEL-HIT.
           IF NOT WS-MODEL-PENDING
               SET WS-MODEL-PENDING TO TRUE
               MOVE SW-MODEL TO WS-PRIOR-MODEL
               INITIALIZE WS-MODEL-ACCUM
           END-IF.
           ADD 1 TO WS-MA-HIT-CNT.
           EVALUATE TRUE
               WHEN SW-OUTCOME-P-PAID
                   ADD 1 TO WS-MA-PAID-CNT
                   ADD SW-PAID-AMT TO WS-MA-PAID-AMT
               WHEN SW-OUTCOME-D-DENIED
                   ADD 1 TO WS-MA-DENIED-CNT
                   ADD SW-DENIED-AMT TO WS-MA-DENIED-AMT
               WHEN OTHER
                   ADD 1 TO WS-MA-OTHER-CNT
           END-EVALUATE.

       3300-PRINT-MODEL.
           MOVE 'N' TO WS-MODEL-PENDING-SW.
           IF WS-SUMMARY-SECTION
               MOVE "ALL"            TO WS-MDL-PROV
               ADD WS-MA-HIT-CNT     TO WS-MG-HIT-CNT
               ADD WS-MA-PAID-CNT    TO WS-MG-PAID-CNT
               ADD WS-MA-PAID-AMT    TO WS-MG-PAID-AMT
               ADD WS-MA-DENIED-CNT  TO WS-MG-DENIED-CNT
               ADD WS-MA-DENIED-AMT  TO WS-MG-DENIED-AMT
               ADD WS-MA-OTHER-CNT   TO WS-MG-OTHER-CNT
           ELSE
               MOVE WS-PRIOR-PROV-6  TO WS-MDL-PROV
           END-IF.
           MOVE WS-PRIOR-MODEL       TO WS-MDL-MODEL.
           MOVE WS-MA-HIT-CNT        TO WS-MDL-HIT-CNT.
           MOVE WS-MA-PAID-CNT       TO WS-MDL-PAID-CNT.
           MOVE WS-MA-PAID-AMT       TO WS-MDL-PAID-AMT.
           MOVE WS-MA-DENIED-CNT     TO WS-MDL-DENIED-CNT.
           MOVE WS-MA-DENIED-AMT     TO WS-MDL-DENIED-AMT.
           MOVE WS-MA-OTHER-CNT      TO WS-MDL-OTHER-CNT.
           WRITE FPS-HIT-RPT-LINE FROM WS-MODEL-LINE.

      *    THE PROVIDER'S TOTAL LINE AND ITS FPS HISTORY RECORD.
       3400-PRINT-PROVIDER.
           IF WS-PA-CLAIM-CNT > 0
               COMPUTE WS-HIT-RATE ROUNDED =
                   (WS-PA-HIT-CLAIM-CNT / WS-PA-CLAIM-CNT) * 100
           ELSE
               MOVE 0 TO WS-HIT-RATE
           END-IF.

           CALL "FSR090" USING WS-PRIOR-PROV-6
                               WS-LKP-PROV-NAME
                               WS-LKP-RC.
           MOVE WS-PRIOR-PROV-6       TO WS-PTL-PROV.
           MOVE WS-LKP-PROV-NAME      TO WS-PTL-PROV-NAME.
           MOVE WS-PA-CLAIM-CNT       TO WS-PTL-CLAIM-CNT.
           MOVE WS-PA-HIT-CLAIM-CNT   TO WS-PTL-HIT-CLAIM-CNT.
           MOVE WS-HIT-RATE           TO WS-PTL-HIT-RATE.
           MOVE WS-PA-HIT-PAID-AMT    TO WS-PTL-HIT-PAID-AMT.
           WRITE FPS-HIT-RPT-LINE FROM WS-PROV-TOTAL-LINE.
           MOVE SPACES TO FPS-HIT-RPT-LINE.
           WRITE FPS-HIT-RPT-LINE.

           MOVE WS-PRIOR-PROV-6       TO FSSCFHST-FH-PROV-ID.
           MOVE WS-RUN-DATE-8         TO FSSCFHST-FH-RUN-DATE-CYMD.
           MOVE WS-PA-CLAIM-CNT       TO FSSCFHST-FH-CLAIM-CNT.
           MOVE WS-PA-HIT-CLAIM-CNT   TO FSSCFHST-FH-HIT-CLAIM-CNT.
           MOVE WS-PA-HIT-PAID-CNT    TO FSSCFHST-FH-HIT-PAID-CNT.
           MOVE WS-PA-HIT-PAID-AMT    TO FSSCFHST-FH-HIT-PAID-AMT.
           MOVE WS-PA-HIT-DENIED-CNT  TO FSSCFHST-FH-HIT-DENIED-CNT.
           WRITE FSSCFHST-FPS-HIST-RECORD.
           ADD 1 TO WS-HIST-WRITE-CNT.

       3500-PRINT-MODEL-GRAND.
           MOVE "ALL"                TO WS-MDL-PROV.
           MOVE "**"                 TO WS-MDL-MODEL.
           MOVE WS-MG-HIT-CNT        TO WS-MDL-HIT-CNT.
           MOVE WS-MG-PAID-CNT       TO WS-MDL-PAID-CNT.
           MOVE WS-MG-PAID-AMT       TO WS-MDL-PAID-AMT.
           MOVE WS-MG-DENIED-CNT     TO WS-MDL-DENIED-CNT.
           MOVE WS-MG-DENIED-AMT     TO WS-MDL-DENIED-AMT.
           MOVE WS-MG-OTHER-CNT      TO WS-MDL-OTHER-CNT.
           WRITE FPS-HIT-RPT-LINE FROM WS-MODEL-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO FPS-HIT-RPT-LINE.
           WRITE FPS-HIT-RPT-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS READ: " WS-CLAIMS-READ-CNT
               "  CLAIMS REVIEWED: " WS-CLAIM-CNT
               "  FPS-FLAGGED: " WS-FLAGGED-CNT
               "  PROVIDERS: " WS-PROVIDER-CNT
               "  MODEL OVERFLOW: " WS-MODEL-OVERFLOW-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE FPS-HIT-RPT-LINE FROM WS-SUMMARY-LINE.
