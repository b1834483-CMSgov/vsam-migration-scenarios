      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR134                                             *
      ***                                                             *
      *** DESCRIPTION: MONTHLY SUBMITTER (ETIN) EDI QUALITY           *
      ***   SCORECARD.  SCORES EVERY CLAIM RECEIVED IN THE MONTH      *
      ***   AGAINST THE CLEARINGHOUSE OR VENDOR THAT SENT IT          *
      ***   (FSSC-SUBMITTER-ETIN), SO PROVIDER RELATIONS CAN TAKE A   *
      ***   SUBMITTER'S OWN FIGURES TO IT INSTEAD OF WORKING ONE      *
      ***   PROVIDER AT A TIME.  THE BASE (TRAILER-SEQ 00) SEGMENT OF *
      ***   EACH CLAIM WITH FSSC-RECD-DT IN THE MONTH IS COUNTED,     *
      ***   AND COUNTED AGAIN UNDER EACH MEASURE IT FAILS:            *
      ***     ERROR    - FSSC-ERROR-CLAIM-IND SET (NOT BLANK OR N)    *
      ***     RTP      - CURRENTLY RETURNED TO PROVIDER (STATUS T)    *
      ***     REJECT   - CURRENTLY REJECTED (STATUS R)                *
      ***     POA      - INPATIENT CLAIM WITH A DIAGNOSIS WHOSE POA   *
      ***                INDICATOR IS BLANK OR INVALID (THE FSR006    *
      ***                TEST)                                        *
      ***     SPAN     - FAILS THE FSR005 VALUE CODE / OCCURRENCE     *
      ***                SPAN EDIT                                    *
      ***     NPI      - AN ATTENDING, OPERATING, OTHER OR OTHER-2    *
      ***                NPI IS ON THE FSR014 BAD-NPI SUSPECT FILE    *
      ***                (FSRCNPIX)                                   *
      ***     DEFECT   - FAILS ANY OF THE ABOVE                       *
      ***   THE MONTH'S COUNTS ARE KEPT PER SUBMITTER ON THE          *
      ***   SCORECARD FILE (FSRCETSC); A RERUN FOR A MONTH REPLACES   *
      ***   IT.  STATUS IS AS OF THE RUN, SO THE JOB IS RUN A FEW     *
      ***   DAYS INTO THE NEXT MONTH, AS FSR130 IS.                   *
      ***                                                             *
      ***   THE REPORT HAS TWO PARTS:                                 *
      ***     1) THE SCORECARD - FOR EVERY SUBMITTER WITH CLAIMS IN   *
      ***        THE MONTH, EACH RATE FOR THE MONTH AND THE FIVE      *
      ***        BEFORE IT THAT ARE ON FILE, OLDEST FIRST, SO THE     *
      ***        TREND READS DOWN THE PAGE,                           *
      ***     2) THE WORST SUBMITTERS - RANKED BY DEFECT RATE, THE    *
      ***        HIGHER CLAIM VOLUME FIRST ON A TIE, AGAINST THE      *
      ***        PRIOR MONTH'S DEFECT RATE (WORSE / BETTER / SAME, OR *
      ***        NEW WHEN THE SUBMITTER HAS NO PRIOR MONTH).  ONLY    *
      ***        SUBMITTERS WITH AN ETIN AND AT LEAST THE MINIMUM     *
      ***        CLAIM VOLUME ARE RANKED, SO A SUBMITTER WITH TWO     *
      ***        CLAIMS AND ONE RTP DOES NOT HEAD THE LIST.           *
      ***                                                             *
      ***   CONTROL CARD:  COLS 1-6   PERIOD CCYYMM (BLANK = THE      *
      ***                             MONTH BEFORE THE RUN DATE; NOT  *
      ***                             AFTER THE RUN MONTH)            *
      ***                  COLS 7-11  MINIMUM CLAIMS TO BE RANKED     *
      ***                             (BLANK = 25)                    *
      ***                  COLS 12-14 SUBMITTERS LISTED IN THE        *
      ***                             RANKING (BLANK = 25)            *
      ***   A MISSING OR INVALID CARD, AN UNAVAILABLE SUSPECT FILE,   *
      ***   OR AN EXTRACT CONTROL FAILURE (FSR081) ENDS THE RUN WITH  *
      ***   RETURN CODE 16 BEFORE THE SCORECARD FILE IS TOUCHED.      *
      ***                                                             *
      *** INPUT:  SCORE-CARD-FILE     - RUN CONTROL CARD              *
      ***         CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      ***         NPI-SUSPECT-FILE    - FSRCNPIX, INDEXED BY NPI      *
      *** FILE:   SCORECARD-FILE      - FSRCETSC, INDEXED BY PERIOD / *
      ***                               ETIN                          *
      *** OUTPUT: SCORE-RPT-FILE      - SUBMITTER SCORECARD REPORT    *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      *** CALLS:  FSR005 - VALUE CODE / OCCURRENCE SPAN EDIT          *
      ***         FSR081 - EXTRACT CONTROL RECORD CHECK               *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR134.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-CARD-FILE ASSIGN TO "ETSCCARD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT NPI-SUSPECT-FILE ASSIGN TO "NPISUSPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FSSCNPIX-NPIX-KEY
               FILE STATUS IS WS-NPIX-FILE-STATUS.

           SELECT SCORECARD-FILE ASSIGN TO "ETSCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ETSC-KEY
               FILE STATUS IS WS-ETSC-FILE-STATUS.

           SELECT SCORE-RPT-FILE ASSIGN TO "ETSCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT RANK-SORT-FILE ASSIGN TO "SORTWK2".

       DATA DIVISION.
       FILE SECTION.

       FD  SCORE-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SCORE-CARD-RECORD.
           05  ETCC-PERIOD-CYM                PIC X(6).
           05  ETCC-MIN-CLAIMS                PIC X(5).
           05  ETCC-RANK-LIMIT                PIC X(3).
           05  FILLER                         PIC X(66).

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  NPI-SUSPECT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCNPIX==.
       COPY FSRCNPIX.
       REPLACE OFF.

       FD  SCORECARD-FILE.

       REPLACE ==:FSSC:== BY ==ETSC==.
       COPY FSRCETSC.
       REPLACE OFF.

       FD  SCORE-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SCORE-RPT-LINE                     PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

      *    ONE PER CLAIM RECEIVED IN THE MONTH, WITH THE MEASURES IT
      *    FAILED, IN SUBMITTER ORDER FOR THE CONTROL BREAK.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-ETIN                        PIC X(15).
           05  SW-ERROR-SW                    PIC X(1).
               88  SW-ERROR                          VALUE 'Y'.
           05  SW-RTP-SW                      PIC X(1).
               88  SW-RTP                            VALUE 'Y'.
           05  SW-REJECT-SW                   PIC X(1).
               88  SW-REJECT                         VALUE 'Y'.
           05  SW-POA-FAIL-SW                 PIC X(1).
               88  SW-POA-FAIL                       VALUE 'Y'.
           05  SW-SPAN-FAIL-SW                PIC X(1).
               88  SW-SPAN-FAIL                      VALUE 'Y'.
           05  SW-NPI-FAIL-SW                 PIC X(1).
               88  SW-NPI-FAIL                       VALUE 'Y'.

      *    ONE PER RANKED SUBMITTER, WORST DEFECT RATE FIRST.
       SD  RANK-SORT-FILE.
       01  RANK-SORT-RECORD.
           05  RS-DEFECT-PCT                  PIC 9(3)V99.
           05  RS-CLAIM-CNT                   PIC 9(9).
           05  RS-ETIN                        PIC X(15).
           05  RS-ERROR-PCT                   PIC 9(3)V99.
           05  RS-RTP-PCT                     PIC 9(3)V99.
           05  RS-REJECT-PCT                  PIC 9(3)V99.
           05  RS-POA-PCT                     PIC 9(3)V99.
           05  RS-SPAN-PCT                    PIC 9(3)V99.
           05  RS-NPI-PCT                     PIC 9(3)V99.
           05  RS-PRIOR-FOUND-SW              PIC X(1).
               88  RS-PRIOR-FOUND                    VALUE 'Y'.
           05  RS-PRIOR-DEFECT-PCT            PIC 9(3)V99.

       WORKING-STORAGE SECTION.

       01  WS-NPIX-FILE-STATUS                PIC X(2).
           88  WS-NPIX-OK                          VALUE '00'.

       01  WS-ETSC-FILE-STATUS                PIC X(2).
           88  WS-ETSC-OK                          VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CARD-VALID-SW               PIC X(1) VALUE 'N'.
               88  WS-CARD-VALID                     VALUE 'Y'.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-ETSC-EOF-SW                 PIC X(1) VALUE 'N'.
               88  WS-ETSC-EOF                       VALUE 'Y'.
           05  WS-FIRST-ROW-SW                PIC X(1) VALUE 'N'.
               88  WS-FIRST-ROW                      VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081.  A FAILURE INSIDE THE
      *    SORT INPUT PROCEDURE RAISES THE ABEND SWITCH; THE MONTH IS
      *    NOT STORED, NO REPORT IS WRITTEN AND THE JOB ENDS WITH
      *    RETURN CODE 16.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR134".
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

      *    THE REPORTING MONTH.  WS-STEP-CYM IS THE WORK FIELD FOR
      *    STEPPING BACK A GIVEN NUMBER OF MONTHS.
       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD-CYM                  PIC 9(6).
           05  WS-PERIOD-CYM-X REDEFINES WS-PERIOD-CYM.
               10  WS-PERIOD-YR               PIC 9(4).
               10  WS-PERIOD-MO               PIC 9(2).
           05  WS-STEP-BACK                   PIC 9(2).
           05  WS-STEP-MONTHS                 PIC 9(7).
           05  WS-STEP-CYM                    PIC 9(6).
           05  WS-STEP-CYM-X REDEFINES WS-STEP-CYM.
               10  WS-STEP-YR                 PIC 9(4).
               10  WS-STEP-MO                 PIC 9(2).
           05  WS-TREND-SUB               COMP PIC S9(4).

       01  WS-RUN-DATE-8                      PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-8.
           05  WS-RUN-CYM                     PIC 9(6).
           05  FILLER                         PIC 9(2).

      *    RANKING LIMITS - COMPILED DEFAULTS, OVERRIDDEN FROM THE
      *    CONTROL CARD.
       01  WS-RANK-LIMITS.
           05  WS-MIN-CLAIMS                  PIC 9(5) VALUE 25.
           05  WS-RANK-LIMIT                  PIC 9(3) VALUE 25.

       01  WS-CLAIM-WORK.
           05  WS-RECD-DT                     PIC 9(8).
           05  WS-RECD-DT-X REDEFINES WS-RECD-DT.
               10  WS-RECD-CYM                PIC 9(6).
               10  FILLER                     PIC 9(2).
           05  WS-CHK-NPI                     PIC 9(10).
           05  WS-SPAN-RETURN-CODE            PIC X(1).
               88  WS-SPAN-EDIT-VALID                VALUE '0'.

      *    THE SUBMITTER BEING ACCUMULATED AT THE CONTROL BREAK.
       01  WS-SUBMITTER-ACCUM.
           05  WS-HOLD-ETIN                   PIC X(15).
           05  WS-ACC-CLAIM-CNT               PIC 9(9).
           05  WS-ACC-ERROR-CNT               PIC 9(9).
           05  WS-ACC-RTP-CNT                 PIC 9(9).
           05  WS-ACC-REJECT-CNT              PIC 9(9).
           05  WS-ACC-POA-FAIL-CNT            PIC 9(9).
           05  WS-ACC-SPAN-FAIL-CNT           PIC 9(9).
           05  WS-ACC-NPI-FAIL-CNT            PIC 9(9).
           05  WS-ACC-DEFECT-CNT              PIC 9(9).

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ-CNT             PIC 9(9) VALUE 0.
           05  WS-PERIOD-CLAIM-CNT            PIC 9(9) VALUE 0.
           05  WS-SUBMITTER-CNT               PIC 9(7) VALUE 0.
           05  WS-REPLACED-CNT                PIC 9(7) VALUE 0.
           05  WS-BELOW-MIN-CNT               PIC 9(7) VALUE 0.
           05  WS-RANKED-CNT                  PIC 9(7) VALUE 0.
           05  WS-RANK-NBR                    PIC 9(7) VALUE 0.

       01  WS-PCT-WORK.
           05  WS-PCT-CHANGE                  PIC S9(3)V99.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(48) VALUE
               "FSR134 - SUBMITTER (ETIN) EDI QUALITY SCORECARD ".
           05  FILLER                 PIC X(8)  VALUE "- MONTH ".
           05  WS-HD1-PERIOD                  PIC 9999/99.
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  WS-HD1-RUN-DT                  PIC 9999/99/99.

       01  WS-SCORE-HEADING-1                 PIC X(132) VALUE
           "SUBMITTER SCORECARD - RATES AS A PERCENT OF CLAIMS RECEIVED,
      -    " LAST SIX MONTHS ON FILE".
       01  WS-SCORE-HEADING-2.
           05  FILLER                 PIC X(17) VALUE "ETIN".
           05  FILLER                 PIC X(9)  VALUE "PERIOD".
           05  FILLER                 PIC X(11) VALUE "     CLAIMS".
           05  FILLER                 PIC X(9)  VALUE "  ERROR %".
           05  FILLER                 PIC X(9)  VALUE "    RTP %".
           05  FILLER                 PIC X(9)  VALUE " REJECT %".
           05  FILLER                 PIC X(9)  VALUE "    POA %".
           05  FILLER                 PIC X(9)  VALUE "   SPAN %".
           05  FILLER                 PIC X(9)  VALUE "    NPI %".
           05  FILLER                 PIC X(9)  VALUE " DEFECT %".

       01  WS-SCORE-LINE.
           05  WS-SCL-ETIN                    PIC X(15).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-SCL-PERIOD                  PIC 9999/99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-SCL-CLAIMS                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-SCL-ERROR-PCT               PIC ZZ9.99.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-SCL-RTP-PCT                 PIC ZZ9.99.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-SCL-REJECT-PCT              PIC ZZ9.99.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-SCL-POA-PCT                 PIC ZZ9.99.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-SCL-SPAN-PCT                PIC ZZ9.99.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-SCL-NPI-PCT                 PIC ZZ9.99.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-SCL-DEFECT-PCT              PIC ZZ9.99.

       01  WS-RANK-HEADING-1.
           05  FILLER                 PIC X(44) VALUE
               "WORST SUBMITTERS BY DEFECT RATE - AT LEAST ".
           05  WS-RHD-MIN-CLAIMS              PIC ZZZZ9.
           05  FILLER                 PIC X(30) VALUE
               " CLAIMS RECEIVED IN THE MONTH".
       01  WS-RANK-HEADING-2.
           05  FILLER                 PIC X(6)  VALUE "RANK".
           05  FILLER                 PIC X(17) VALUE "ETIN".
           05  FILLER                 PIC X(11) VALUE "     CLAIMS".
           05  FILLER                 PIC X(9)  VALUE " DEFECT %".
           05  FILLER                 PIC X(9)  VALUE "  PRIOR %".
           05  FILLER                 PIC X(9)  VALUE "   CHANGE".
           05  FILLER                 PIC X(8)  VALUE "  TREND".
           05  FILLER                 PIC X(9)  VALUE "  ERROR %".
           05  FILLER                 PIC X(9)  VALUE "    RTP %".
           05  FILLER                 PIC X(9)  VALUE " REJECT %".
           05  FILLER                 PIC X(9)  VALUE "    POA %".
           05  FILLER                 PIC X(9)  VALUE "   SPAN %".
           05  FILLER                 PIC X(9)  VALUE "    NPI %".

       01  WS-RANK-LINE.
           05  WS-RKL-RANK                    PIC ZZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RKL-ETIN                    PIC X(15).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RKL-CLAIMS                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-RKL-DEFECT-PCT              PIC ZZ9.99.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-RKL-PRIOR-PCT               PIC ZZ9.99.
           05  WS-RKL-PRIOR-PCT-X REDEFINES WS-RKL-PRIOR-PCT
                                              PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RKL-CHANGE                  PIC -ZZ9.99.
           05  WS-RKL-CHANGE-X REDEFINES WS-RKL-CHANGE
                                              PIC X(7).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RKL-TREND                   PIC X(6).
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-RKL-ERROR-PCT               PIC ZZ9.99.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-RKL-RTP-PCT                 PIC ZZ9.99.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-RKL-REJECT-PCT              PIC ZZ9.99.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-RKL-POA-PCT                 PIC ZZ9.99.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-RKL-SPAN-PCT                PIC ZZ9.99.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-RKL-NPI-PCT                 PIC ZZ9.99.

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.

           PERFORM 0100-READ-CONTROL-CARD.
           IF NOT WS-CARD-VALID
               DISPLAY "FSR134 - CONTROL CARD MISSING OR INVALID - "
                   "PERIOD CCYYMM (NOT AFTER THE RUN MONTH) OR "
                   "BLANK IN COLS 1-6, MINIMUM CLAIMS IN 7-11, "
                   "RANK COUNT IN 12-14"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT NPI-SUSPECT-FILE.
           IF NOT WS-NPIX-OK
               DISPLAY "FSR134 - NPI SUSPECT FILE NOT AVAILABLE, "
                   "STATUS " WS-NPIX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O SCORECARD-FILE.
           IF NOT WS-ETSC-OK
               OPEN OUTPUT SCORECARD-FILE
               CLOSE SCORECARD-FILE
               OPEN I-O SCORECARD-FILE
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ETIN
               INPUT PROCEDURE 1000-BUILD-SORT-FILE
               OUTPUT PROCEDURE 3000-STORE-SCORECARDS.

           CLOSE NPI-SUSPECT-FILE.

           IF WS-CTL-ABEND
               CLOSE SCORECARD-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT SCORE-RPT-FILE.
           MOVE WS-PERIOD-CYM TO WS-HD1-PERIOD.
           MOVE WS-RUN-DATE-8 TO WS-HD1-RUN-DT.
           WRITE SCORE-RPT-LINE FROM WS-HEADING-1.

           PERFORM 4000-PRINT-SCORECARDS.

           SORT RANK-SORT-FILE
               ON DESCENDING KEY RS-DEFECT-PCT
               ON DESCENDING KEY RS-CLAIM-CNT
               ON ASCENDING KEY RS-ETIN
               INPUT PROCEDURE 5000-RELEASE-RANKING
               OUTPUT PROCEDURE 5500-PRINT-RANKING.

           PERFORM 9000-WRITE-SUMMARY.

           CLOSE SCORECARD-FILE SCORE-RPT-FILE.

           PERFORM 9500-WRITE-RUN-CONTROL.
           GOBACK.

      *    A PERIOD AFTER THE RUN MONTH HAS NOT BEGUN - THERE IS
      *    NOTHING TO SCORE.
       0100-READ-CONTROL-CARD.
           OPEN INPUT SCORE-CARD-FILE.
           READ SCORE-CARD-FILE
               AT END
                   MOVE 'N' TO WS-CARD-VALID-SW
               NOT AT END
                   PERFORM 0150-EDIT-CARD
           END-READ.
           CLOSE SCORE-CARD-FILE.

       0150-EDIT-CARD.
           IF ETCC-PERIOD-CYM = SPACES
               MOVE WS-RUN-CYM TO WS-STEP-CYM
               MOVE 1 TO WS-STEP-BACK
               PERFORM 0300-STEP-BACK-MONTHS
               MOVE WS-STEP-CYM TO WS-PERIOD-CYM
               SET WS-CARD-VALID TO TRUE
           ELSE
               IF ETCC-PERIOD-CYM NUMERIC
                   MOVE ETCC-PERIOD-CYM TO WS-PERIOD-CYM
                   IF WS-PERIOD-MO >= 1 AND WS-PERIOD-MO <= 12
                      AND WS-PERIOD-CYM <= WS-RUN-CYM
                       SET WS-CARD-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF ETCC-MIN-CLAIMS NOT = SPACES
               IF ETCC-MIN-CLAIMS NUMERIC
                   MOVE ETCC-MIN-CLAIMS TO WS-MIN-CLAIMS
               ELSE
                   MOVE 'N' TO WS-CARD-VALID-SW
               END-IF
           END-IF.

           IF ETCC-RANK-LIMIT NOT = SPACES
               IF ETCC-RANK-LIMIT NUMERIC
                  AND ETCC-RANK-LIMIT NOT = "000"
                   MOVE ETCC-RANK-LIMIT TO WS-RANK-LIMIT
               ELSE
                   MOVE 'N' TO WS-CARD-VALID-SW
               END-IF
           END-IF.

       0300-STEP-BACK-MONTHS.
           COMPUTE WS-STEP-MONTHS =
               WS-STEP-YR * 12 + WS-STEP-MO - 1 - WS-STEP-BACK.
           DIVIDE WS-STEP-MONTHS BY 12 GIVING WS-STEP-YR
               REMAINDER WS-STEP-MO.
           ADD 1 TO WS-STEP-MO.

       1000-BUILD-SORT-FILE.
           OPEN INPUT CLAIM-EXTRACT-FILE.

           READ CLAIM-EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               PERFORM 1500-CHECK-CONTROL-RECORD
               IF WS-CTL-CLASS-D-DATA
                   PERFORM 2000-PROCESS-BASE-SEGMENT
               END-IF
               READ CLAIM-EXTRACT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF NOT WS-CTL-ABEND
              AND (NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN)
               DISPLAY "FSR134 - EXTRACT CONTROL FAILURE: HEADER OR "
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

       2000-PROCESS-BASE-SEGMENT.
           IF FSSCCLMS-TRAILER-SEQ-00-BASE
               ADD 1 TO WS-CLAIMS-READ-CNT
               MOVE 0 TO WS-RECD-DT
               IF FSSCCLMS-RECD-DT-CYMD NUMERIC
                   MOVE FSSCCLMS-RECD-DT-CYMD TO WS-RECD-DT
               END-IF
               IF WS-RECD-CYM = WS-PERIOD-CYM
                   ADD 1 TO WS-PERIOD-CLAIM-CNT
                   PERFORM 2100-SCORE-CLAIM
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

       2100-SCORE-CLAIM.
           MOVE FSSCCLMS-SUBMITTER-ETIN (1:15) TO SW-ETIN.
           IF SW-ETIN = SPACES
               MOVE "*NO ETIN*" TO SW-ETIN
           END-IF.
           MOVE 'N' TO SW-ERROR-SW SW-RTP-SW SW-REJECT-SW
                       SW-POA-FAIL-SW SW-SPAN-FAIL-SW SW-NPI-FAIL-SW.

           IF FSSCCLMS-ERROR-CLAIM-IND NOT = SPACE
              AND FSSCCLMS-ERROR-CLAIM-IND NOT = 'N'
               SET SW-ERROR TO TRUE
           END-IF.
           IF FSSCCLMS-CURR-STAT-T-RTP
               SET SW-RTP TO TRUE
           END-IF.
           IF FSSCCLMS-CURR-STAT-R-REJECT
               SET SW-REJECT TO TRUE
           END-IF.

           IF FSSCCLMS-SERV-TYP-1-INPAT-PRTA
               PERFORM 2200-CHECK-POA
                   VARYING FSSCCLMS-DCNDX FROM 1 BY 1
                   UNTIL FSSCCLMS-DCNDX > 25
           END-IF.

           CALL "FSR005" USING FSSCCLMS-CLAIM-RECORD
                               WS-SPAN-RETURN-CODE.
           IF NOT WS-SPAN-EDIT-VALID
               SET SW-SPAN-FAIL TO TRUE
           END-IF.

           MOVE FSSCCLMS-ATTEND-PHYS-NPI-NUM TO WS-CHK-NPI.
           PERFORM 2300-CHECK-SUSPECT-NPI.
           MOVE FSSCCLMS-OPER-PHYS-NPI-NUM   TO WS-CHK-NPI.
           PERFORM 2300-CHECK-SUSPECT-NPI.
           MOVE FSSCCLMS-OTH-PHYS-NPI-NUM    TO WS-CHK-NPI.
           PERFORM 2300-CHECK-SUSPECT-NPI.
           MOVE FSSCCLMS-OT2-NPI-NUM         TO WS-CHK-NPI.
           PERFORM 2300-CHECK-SUSPECT-NPI.

       2200-CHECK-POA.
           IF FSSCCLMS-DIAG-CD-2 (FSSCCLMS-DCNDX) NOT = SPACES
              AND NOT FSSCCLMS-DIAG-POA-VALID (FSSCCLMS-DCNDX)
               SET SW-POA-FAIL TO TRUE
           END-IF.

      *    AN NPI FSR014 HAS EVER FOUND FAILING THE CHECK DIGIT IS ON
      *    THE SUSPECT FILE; ONE HIT IS ENOUGH TO FAIL THE CLAIM.
       2300-CHECK-SUSPECT-NPI.
           IF WS-CHK-NPI NUMERIC
              AND WS-CHK-NPI NOT = 0
              AND NOT SW-NPI-FAIL
               MOVE WS-CHK-NPI TO FSSCNPIX-NPIX-NPI
               READ NPI-SUSPECT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SW-NPI-FAIL TO TRUE
               END-READ
           END-IF.

      *    AFTER A CONTROL FAILURE THE SORTED RECORDS ARE DISCARDED
      *    AND THE SCORECARD FILE IS LEFT AS IT WAS - A MONTH SCORED
      *    OFF A BAD FILE WOULD STAND IN THE TREND FROM THEN ON.
       3000-STORE-SCORECARDS.
           IF NOT WS-CTL-ABEND
               PERFORM 3010-PRODUCE-SCORECARDS
           END-IF.

       3010-PRODUCE-SCORECARDS.
           PERFORM 3100-CLEAR-PERIOD.

           MOVE LOW-VALUES TO WS-HOLD-ETIN.
           MOVE 0 TO WS-ACC-CLAIM-CNT.
           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               IF SW-ETIN NOT = WS-HOLD-ETIN
                   IF WS-ACC-CLAIM-CNT > 0
                       PERFORM 3200-WRITE-SCORECARD
                   END-IF
                   PERFORM 3150-START-SUBMITTER
               END-IF
               PERFORM 3160-ACCUMULATE-CLAIM
               RETURN SORT-WORK-FILE
                   AT END SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF WS-ACC-CLAIM-CNT > 0
               PERFORM 3200-WRITE-SCORECARD
           END-IF.

      *    A RERUN REPLACES THE MONTH OUTRIGHT, SO A SUBMITTER THAT
      *    NO LONGER HAS CLAIMS IN IT DOES NOT LINGER.
       3100-CLEAR-PERIOD.
           MOVE WS-PERIOD-CYM TO ETSC-PERIOD-CYM.
           MOVE LOW-VALUES    TO ETSC-ETIN.
           MOVE 'N' TO WS-ETSC-EOF-SW.
           START SCORECARD-FILE KEY IS >= ETSC-KEY
               INVALID KEY SET WS-ETSC-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-ETSC-EOF
               READ SCORECARD-FILE NEXT RECORD
                   AT END
                       SET WS-ETSC-EOF TO TRUE
                   NOT AT END
                       IF ETSC-PERIOD-CYM NOT = WS-PERIOD-CYM
                           SET WS-ETSC-EOF TO TRUE
                       ELSE
                           DELETE SCORECARD-FILE RECORD
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-REPLACED-CNT
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

       3150-START-SUBMITTER.
           MOVE SW-ETIN TO WS-HOLD-ETIN.
           MOVE 0 TO WS-ACC-CLAIM-CNT  WS-ACC-ERROR-CNT
                     WS-ACC-RTP-CNT    WS-ACC-REJECT-CNT
                     WS-ACC-POA-FAIL-CNT WS-ACC-SPAN-FAIL-CNT
                     WS-ACC-NPI-FAIL-CNT WS-ACC-DEFECT-CNT.

       3160-ACCUMULATE-CLAIM.
           ADD 1 TO WS-ACC-CLAIM-CNT.
           IF SW-ERROR
               ADD 1 TO WS-ACC-ERROR-CNT
           END-IF.
           IF SW-RTP
               ADD 1 TO WS-ACC-RTP-CNT
           END-IF.
           IF SW-REJECT
               ADD 1 TO WS-ACC-REJECT-CNT
           END-IF.
           IF SW-POA-FAIL
               ADD 1 TO WS-ACC-POA-FAIL-CNT
           END-IF.
           IF SW-SPAN-FAIL
               ADD 1 TO WS-ACC-SPAN-FAIL-CNT
           END-IF.
           IF SW-NPI-FAIL
               ADD 1 TO WS-ACC-NPI-FAIL-CNT
           END-IF.
           IF SW-ERROR OR SW-RTP OR SW-REJECT
              OR SW-POA-FAIL OR SW-SPAN-FAIL OR SW-NPI-FAIL
               ADD 1 TO WS-ACC-DEFECT-CNT
           END-IF.

       3200-WRITE-SCORECARD.
           ADD 1 TO WS-SUBMITTER-CNT.
           MOVE SPACES                TO ETSC-SCORECARD-RECORD.
           MOVE WS-PERIOD-CYM         TO ETSC-PERIOD-CYM.
           MOVE WS-HOLD-ETIN          TO ETSC-ETIN.
           MOVE WS-ACC-CLAIM-CNT      TO ETSC-CLAIM-CNT.
           MOVE WS-ACC-ERROR-CNT      TO ETSC-ERROR-CNT.
           MOVE WS-ACC-RTP-CNT        TO ETSC-RTP-CNT.
           MOVE WS-ACC-REJECT-CNT     TO ETSC-REJECT-CNT.
           MOVE WS-ACC-POA-FAIL-CNT   TO ETSC-POA-FAIL-CNT.
           MOVE WS-ACC-SPAN-FAIL-CNT  TO ETSC-SPAN-FAIL-CNT.
           MOVE WS-ACC-NPI-FAIL-CNT   TO ETSC-NPI-FAIL-CNT.
           MOVE WS-ACC-DEFECT-CNT     TO ETSC-DEFECT-CNT.
           MOVE WS-RUN-DATE-8         TO ETSC-BUILD-DT-CYMD.
           WRITE ETSC-SCORECARD-RECORD
               INVALID KEY
                   REWRITE ETSC-SCORECARD-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE.

      *    THE MONTH'S SUBMITTERS ARE READ IN ETIN ORDER; EACH ONE'S
      *    EARLIER MONTHS ARE READ BY KEY, WHICH MOVES THE FILE'S
      *    POSITION, SO THE BROWSE IS RESTARTED PAST THE SUBMITTER
      *    JUST PRINTED.
       4000-PRINT-SCORECARDS.
           MOVE SPACES TO SCORE-RPT-LINE.
           WRITE SCORE-RPT-LINE.
           WRITE SCORE-RPT-LINE FROM WS-SCORE-HEADING-1.
           WRITE SCORE-RPT-LINE FROM WS-SCORE-HEADING-2.

           MOVE WS-PERIOD-CYM TO ETSC-PERIOD-CYM.
           MOVE LOW-VALUES    TO ETSC-ETIN.
           MOVE 'N' TO WS-ETSC-EOF-SW.
           START SCORECARD-FILE KEY IS >= ETSC-KEY
               INVALID KEY SET WS-ETSC-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-ETSC-EOF
               READ SCORECARD-FILE NEXT RECORD
                   AT END
                       SET WS-ETSC-EOF TO TRUE
                   NOT AT END
                       IF ETSC-PERIOD-CYM NOT = WS-PERIOD-CYM
                           SET WS-ETSC-EOF TO TRUE
                       ELSE
                           PERFORM 4100-PRINT-SUBMITTER
                       END-IF
               END-READ
           END-PERFORM.

       4100-PRINT-SUBMITTER.
           MOVE ETSC-ETIN TO WS-HOLD-ETIN.
           SET WS-FIRST-ROW TO TRUE.
           PERFORM 4200-PRINT-TREND-MONTH
               VARYING WS-TREND-SUB FROM 5 BY -1
               UNTIL WS-TREND-SUB < 0.
           MOVE SPACES TO SCORE-RPT-LINE.
           WRITE SCORE-RPT-LINE.

           MOVE WS-PERIOD-CYM TO ETSC-PERIOD-CYM.
           MOVE WS-HOLD-ETIN  TO ETSC-ETIN.
           START SCORECARD-FILE KEY IS > ETSC-KEY
               INVALID KEY SET WS-ETSC-EOF TO TRUE
           END-START.

       4200-PRINT-TREND-MONTH.
           MOVE WS-PERIOD-CYM TO WS-STEP-CYM.
           MOVE WS-TREND-SUB  TO WS-STEP-BACK.
           PERFORM 0300-STEP-BACK-MONTHS.
           MOVE WS-STEP-CYM   TO ETSC-PERIOD-CYM.
           MOVE WS-HOLD-ETIN  TO ETSC-ETIN.
           READ SCORECARD-FILE KEY IS ETSC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 4300-PRINT-MONTH-LINE
           END-READ.

       4300-PRINT-MONTH-LINE.
           IF WS-FIRST-ROW
               MOVE ETSC-ETIN TO WS-SCL-ETIN
               MOVE 'N' TO WS-FIRST-ROW-SW
           ELSE
               MOVE SPACES    TO WS-SCL-ETIN
           END-IF.
           MOVE ETSC-PERIOD-CYM   TO WS-SCL-PERIOD.
           MOVE ETSC-CLAIM-CNT    TO WS-SCL-CLAIMS.
           COMPUTE WS-SCL-ERROR-PCT ROUNDED =
               ETSC-ERROR-CNT * 100 / ETSC-CLAIM-CNT.
           COMPUTE WS-SCL-RTP-PCT ROUNDED =
               ETSC-RTP-CNT * 100 / ETSC-CLAIM-CNT.
           COMPUTE WS-SCL-REJECT-PCT ROUNDED =
               ETSC-REJECT-CNT * 100 / ETSC-CLAIM-CNT.
           COMPUTE WS-SCL-POA-PCT ROUNDED =
               ETSC-POA-FAIL-CNT * 100 / ETSC-CLAIM-CNT.
           COMPUTE WS-SCL-SPAN-PCT ROUNDED =
               ETSC-SPAN-FAIL-CNT * 100 / ETSC-CLAIM-CNT.
           COMPUTE WS-SCL-NPI-PCT ROUNDED =
               ETSC-NPI-FAIL-CNT * 100 / ETSC-CLAIM-CNT.
           COMPUTE WS-SCL-DEFECT-PCT ROUNDED =
               ETSC-DEFECT-CNT * 100 / ETSC-CLAIM-CNT.
           WRITE SCORE-RPT-LINE FROM WS-SCORE-LINE.

      *    SAME BROWSE AS 4000 - THE PRIOR MONTH IS READ BY KEY, SO
      *    THE BROWSE IS RESTARTED PAST EACH SUBMITTER RANKED.
       5000-RELEASE-RANKING.
           MOVE WS-PERIOD-CYM TO ETSC-PERIOD-CYM.
           MOVE LOW-VALUES    TO ETSC-ETIN.
           MOVE 'N' TO WS-ETSC-EOF-SW.
           START SCORECARD-FILE KEY IS >= ETSC-KEY
               INVALID KEY SET WS-ETSC-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-ETSC-EOF
               READ SCORECARD-FILE NEXT RECORD
                   AT END
                       SET WS-ETSC-EOF TO TRUE
                   NOT AT END
                       IF ETSC-PERIOD-CYM NOT = WS-PERIOD-CYM
                           SET WS-ETSC-EOF TO TRUE
                       ELSE
                           PERFORM 5100-RANK-SUBMITTER
                       END-IF
               END-READ
           END-PERFORM.

       5100-RANK-SUBMITTER.
           EVALUATE TRUE
               WHEN ETSC-ETIN = "*NO ETIN*"
                   CONTINUE
               WHEN ETSC-CLAIM-CNT < WS-MIN-CLAIMS
                   ADD 1 TO WS-BELOW-MIN-CNT
               WHEN OTHER
                   PERFORM 5200-RELEASE-SUBMITTER
           END-EVALUATE.

       5200-RELEASE-SUBMITTER.
           ADD 1 TO WS-RANKED-CNT.
           MOVE ETSC-ETIN         TO RS-ETIN WS-HOLD-ETIN.
           MOVE ETSC-CLAIM-CNT    TO RS-CLAIM-CNT.
           COMPUTE RS-DEFECT-PCT ROUNDED =
               ETSC-DEFECT-CNT * 100 / ETSC-CLAIM-CNT.
           COMPUTE RS-ERROR-PCT ROUNDED =
               ETSC-ERROR-CNT * 100 / ETSC-CLAIM-CNT.
           COMPUTE RS-RTP-PCT ROUNDED =
               ETSC-RTP-CNT * 100 / ETSC-CLAIM-CNT.
           COMPUTE RS-REJECT-PCT ROUNDED =
               ETSC-REJECT-CNT * 100 / ETSC-CLAIM-CNT.
           COMPUTE RS-POA-PCT ROUNDED =
               ETSC-POA-FAIL-CNT * 100 / ETSC-CLAIM-CNT.
           COMPUTE RS-SPAN-PCT ROUNDED =
               ETSC-SPAN-FAIL-CNT * 100 / ETSC-CLAIM-CNT.
           COMPUTE RS-NPI-PCT ROUNDED =
               ETSC-NPI-FAIL-CNT * 100 / ETSC-CLAIM-CNT.

           MOVE 'N' TO RS-PRIOR-FOUND-SW.
           MOVE 0   TO RS-PRIOR-DEFECT-PCT.
           MOVE WS-PERIOD-CYM TO WS-STEP-CYM.
           MOVE 1             TO WS-STEP-BACK.
           PERFORM 0300-STEP-BACK-MONTHS.
           MOVE WS-STEP-CYM   TO ETSC-PERIOD-CYM.
           MOVE WS-HOLD-ETIN  TO ETSC-ETIN.
           READ SCORECARD-FILE KEY IS ETSC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RS-PRIOR-FOUND TO TRUE
                   COMPUTE RS-PRIOR-DEFECT-PCT ROUNDED =
                       ETSC-DEFECT-CNT * 100 / ETSC-CLAIM-CNT
           END-READ.

           RELEASE RANK-SORT-RECORD.

           MOVE WS-PERIOD-CYM TO ETSC-PERIOD-CYM.
           MOVE WS-HOLD-ETIN  TO ETSC-ETIN.
           START SCORECARD-FILE KEY IS > ETSC-KEY
               INVALID KEY SET WS-ETSC-EOF TO TRUE
           END-START.

       5500-PRINT-RANKING.
           MOVE SPACES TO SCORE-RPT-LINE.
           WRITE SCORE-RPT-LINE.
           MOVE WS-MIN-CLAIMS TO WS-RHD-MIN-CLAIMS.
           WRITE SCORE-RPT-LINE FROM WS-RANK-HEADING-1.
           WRITE SCORE-RPT-LINE FROM WS-RANK-HEADING-2.

           MOVE 'N' TO WS-EOF-SW.
           RETURN RANK-SORT-FILE
               AT END SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-RANK-NBR
               IF WS-RANK-NBR <= WS-RANK-LIMIT
                   PERFORM 5600-PRINT-RANK-LINE
               END-IF
               RETURN RANK-SORT-FILE
                   AT END SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

       5600-PRINT-RANK-LINE.
           MOVE WS-RANK-NBR       TO WS-RKL-RANK.
           MOVE RS-ETIN           TO WS-RKL-ETIN.
           MOVE RS-CLAIM-CNT      TO WS-RKL-CLAIMS.
           MOVE RS-DEFECT-PCT     TO WS-RKL-DEFECT-PCT.
           MOVE RS-ERROR-PCT      TO WS-RKL-ERROR-PCT.
           MOVE RS-RTP-PCT        TO WS-RKL-RTP-PCT.
           MOVE RS-REJECT-PCT     TO WS-RKL-REJECT-PCT.
           MOVE RS-POA-PCT        TO WS-RKL-POA-PCT.
           MOVE RS-SPAN-PCT       TO WS-RKL-SPAN-PCT.
           MOVE RS-NPI-PCT        TO WS-RKL-NPI-PCT.

           IF RS-PRIOR-FOUND
               MOVE RS-PRIOR-DEFECT-PCT TO WS-RKL-PRIOR-PCT
               COMPUTE WS-PCT-CHANGE =
                   RS-DEFECT-PCT - RS-PRIOR-DEFECT-PCT
               MOVE WS-PCT-CHANGE       TO WS-RKL-CHANGE
               EVALUATE TRUE
                   WHEN WS-PCT-CHANGE > 0
                       MOVE "WORSE"  TO WS-RKL-TREND
                   WHEN WS-PCT-CHANGE < 0
                       MOVE "BETTER" TO WS-RKL-TREND
                   WHEN OTHER
                       MOVE "SAME"   TO WS-RKL-TREND
               END-EVALUATE
           ELSE
               MOVE SPACES TO WS-RKL-PRIOR-PCT-X WS-RKL-CHANGE-X
               MOVE "NEW"  TO WS-RKL-TREND
           END-IF.

           WRITE SCORE-RPT-LINE FROM WS-RANK-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO SCORE-RPT-LINE.
           WRITE SCORE-RPT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS READ: " WS-CLAIMS-READ-CNT
               "  RECEIVED IN MONTH: " WS-PERIOD-CLAIM-CNT
               "  SUBMITTERS: " WS-SUBMITTER-CNT
               "  PRIOR RUN REPLACED: " WS-REPLACED-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE SCORE-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "SUBMITTERS RANKED: " WS-RANKED-CNT
               "  BELOW MINIMUM VOLUME: " WS-BELOW-MIN-CNT
               "  LISTED: " WS-RANK-LIMIT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE SCORE-RPT-LINE FROM WS-SUMMARY-LINE.

      *    ONE RUN-CONTROL RECORD PER NORMAL COMPLETION (FSRCRUNC) -
      *    FSR088 RECONCILES THE CHAIN'S COUNTS FROM THESE.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR134"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-8         TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           MOVE WS-SUBMITTER-CNT      TO RUNC-RECORDS-WRITTEN.
           MOVE 'C'                   TO RUNC-COMPLETION-STATUS.
           WRITE RUNC-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
