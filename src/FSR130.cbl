      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR130                                             *
      ***                                                             *
      *** DESCRIPTION: MONTH-END / QUARTER-END CMS WORKLOAD           *
      ***   STATISTICS.  BUILDS THE MONTH'S WORKLOAD COUNTS FROM THE  *
      ***   NIGHTLY CLAIM-SUMMARY KSDS (FSRCSUMK, KEPT BY FSR083)     *
      ***   INTO THE CUMULATIVE STATISTICS FILE (FSRCWKST) AND        *
      ***   PRINTS THE CMS WORKLOAD REPORT FROM IT, SO THE MONTHLY    *
      ***   COUNT IS NO LONGER ASSEMBLED BY HAND.  FOR THE MONTH ON   *
      ***   THE CONTROL CARD, READING EVERY CLAIM SUMMARY:            *
      ***     RECEIVED  - FSSC-RECD-DT IN THE MONTH                   *
      ***     PAID      - STATUS P  \                                 *
      ***     DENIED    - STATUS D   > FSSC-CURR-TRAN-DT IN THE       *
      ***     REJECTED  - STATUS R   > MONTH; THESE THREE ARE THE     *
      ***     RTP       - STATUS T  /  CLAIMS PROCESSED               *
      ***     PENDING   - RECEIVED BY MONTH END AND NOT PROCESSED,    *
      ***                 RTP'D OR INACTIVATED BY MONTH END           *
      ***   A CLAIM FINALLY ACTED ON AFTER MONTH END WAS STILL        *
      ***   PENDING AT MONTH END, SO THE JOB MAY RUN A FEW DAYS LATE  *
      ***   WITHOUT DISTORTING THE COUNT; ITS LOCATION AT MONTH END   *
      ***   IS GONE, SO IT IS SHOWN AS LOCATION *AFTER.               *
      ***   PROCESSED CLAIMS ARE SPLIT CLEAN (FSSC-CLEAN-IND B OR D)  *
      ***   / OTHER (EVERY OTHER INDICATOR, BLANK INCLUDED) AND       *
      ***   BUCKETED BY DAYS FROM RECEIPT TO THE FINAL ACTION - SEE   *
      ***   FSRCWKST.  PENDING CLAIMS ARE ALSO COUNTED BY STATUS /    *
      ***   LOCATION.                                                 *
      ***                                                             *
      ***   THE REPORT SETS EACH LINE ITEM AGAINST THE PRIOR MONTH    *
      ***   ON THE STATISTICS FILE, THEN LISTS PENDING BY LOCATION.   *
      ***   WHEN THE MONTH CLOSES A CALENDAR QUARTER A QUARTER-END    *
      ***   SECTION FOLLOWS: THE THREE MONTHS' FLOWS ADDED TOGETHER   *
      ***   (PENDING IS THE QUARTER-END MONTH'S), AGAINST THE PRIOR   *
      ***   QUARTER.                                                  *
      ***                                                             *
      ***   SO THE FIGURES TIE TO THE NIGHTLY REPORTS, THE RUN-       *
      ***   CONTROL FILE (FSRCRUNC) IS READ FOR THE FSR083 SUMMARY    *
      ***   BUILDS: HOW MANY OF THE MONTH'S EXTRACT GENERATIONS WERE  *
      ***   LOADED AND THE LATEST GENERATION LOADED SO FAR ARE KEPT   *
      ***   WITH THE MONTH AND PRINTED.  WHEN THE LATEST GENERATION   *
      ***   IS EARLIER THAN MONTH END THE SUMMARY FILE IS NOT YET     *
      ***   CURRENT THROUGH THE MONTH: THE REPORT SAYS SO AND THE JOB *
      ***   ENDS WITH RETURN CODE 4.                                  *
      ***                                                             *
      ***   CONTROL CARD:  COLS 1-6  PERIOD CCYYMM (BLANK = THE MONTH *
      ***                            BEFORE THE RUN DATE; NOT AFTER   *
      ***                            THE RUN MONTH)                   *
      ***   A MISSING OR INVALID CARD, OR AN UNAVAILABLE SUMMARY      *
      ***   FILE, ENDS THE RUN WITH RETURN CODE 16 BEFORE THE         *
      ***   STATISTICS FILE IS TOUCHED.                               *
      ***                                                             *
      *** INPUT:  WKLD-CARD-FILE      - RUN CONTROL CARD              *
      ***         CLAIM-SUMMARY-FILE  - SUMK-FILE, INDEXED HIC/DCN    *
      ***         RUN-CONTROL-FILE    - FSRCRUNC                      *
      *** FILE:   WKLD-STATS-FILE     - FSRCWKST, INDEXED BY PERIOD   *
      *** OUTPUT: WKLD-RPT-FILE       - CMS WORKLOAD REPORT           *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR130.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WKLD-CARD-FILE ASSIGN TO "WKLDCARD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLAIM-SUMMARY-FILE ASSIGN TO "CLMSUMKS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUMK-CLMS-KEY
               FILE STATUS IS WS-SUMK-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FILE-STATUS.

           SELECT WKLD-STATS-FILE ASSIGN TO "WKLDSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WKST-KEY
               FILE STATUS IS WS-WKST-FILE-STATUS.

           SELECT WKLD-RPT-FILE ASSIGN TO "WKLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  WKLD-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WKLD-CARD-RECORD.
           05  WKLC-PERIOD-CYM                PIC X(6).
           05  FILLER                         PIC X(74).

       FD  CLAIM-SUMMARY-FILE.

       REPLACE ==:FSSC:== BY ==SUMK==.
       COPY FSRCSUMK.
       REPLACE OFF.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

       FD  WKLD-STATS-FILE.

       REPLACE ==:FSSC:== BY ==WKST==.
       COPY FSRCWKST.
       REPLACE OFF.

       FD  WKLD-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WKLD-RPT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SUMK-FILE-STATUS                PIC X(2).
           88  WS-SUMK-OK                          VALUE '00'.

       01  WS-RUNC-FILE-STATUS                PIC X(2).
           88  WS-RUNC-OK                          VALUE '00'.

       01  WS-WKST-FILE-STATUS                PIC X(2).
           88  WS-WKST-OK                          VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CARD-VALID-SW               PIC X(1) VALUE 'N'.
               88  WS-CARD-VALID                     VALUE 'Y'.
           05  WS-SUMK-EOF-SW                 PIC X(1) VALUE 'N'.
               88  WS-SUMK-EOF                       VALUE 'Y'.
           05  WS-RUNC-EOF-SW                 PIC X(1) VALUE 'N'.
               88  WS-RUNC-EOF                       VALUE 'Y'.
           05  WS-RUNC-OPEN-SW                PIC X(1) VALUE 'N'.
               88  WS-RUNC-OPEN                      VALUE 'Y'.
           05  WS-WKST-EOF-SW                 PIC X(1) VALUE 'N'.
               88  WS-WKST-EOF                       VALUE 'Y'.
           05  WS-STATS-FOUND-SW              PIC X(1) VALUE 'N'.
               88  WS-STATS-FOUND                    VALUE 'Y'.
           05  WS-LOC-FOUND-SW                PIC X(1) VALUE 'N'.
               88  WS-LOC-FOUND                      VALUE 'Y'.
           05  WS-PRIOR-FOUND-SW              PIC X(1) VALUE 'N'.
               88  WS-PRIOR-FOUND                    VALUE 'Y'.

      *    THE REPORTING MONTH AND ITS BOUNDS.  WS-STEP-CYM IS THE
      *    WORK FIELD FOR STEPPING BACK A GIVEN NUMBER OF MONTHS.
       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD-CYM                  PIC 9(6).
           05  WS-PERIOD-CYM-X REDEFINES WS-PERIOD-CYM.
               10  WS-PERIOD-YR               PIC 9(4).
               10  WS-PERIOD-MO               PIC 9(2).
           05  WS-PERIOD-START-DT             PIC 9(8).
           05  WS-PERIOD-END-DT               PIC 9(8).
           05  WS-NEXT-START-DT               PIC 9(8).
           05  WS-PERIOD-START-INT            PIC 9(8).
           05  WS-PERIOD-END-INT              PIC 9(8).
           05  WS-PERIOD-DAYS                 PIC 9(2).
           05  WS-STEP-BACK                   PIC 9(2).
           05  WS-STEP-MONTHS                 PIC 9(7).
           05  WS-STEP-CYM                    PIC 9(6).
           05  WS-STEP-CYM-X REDEFINES WS-STEP-CYM.
               10  WS-STEP-YR                 PIC 9(4).
               10  WS-STEP-MO                 PIC 9(2).

       01  WS-RUN-DATE-8                      PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-8.
           05  WS-RUN-CYM                     PIC 9(6).
           05  FILLER                         PIC 9(2).

      *    ONE CLAIM SUMMARY'S DATES AND CLASSIFICATION.
       01  WS-CLAIM-WORK.
           05  WS-RECD-DT                     PIC 9(8).
           05  WS-TRAN-DT                     PIC 9(8).
           05  WS-PROC-DAYS                   PIC S9(7).
           05  WS-BUCKET                      COMP PIC S9(4).
           05  WS-CLEAN-SW                    PIC X(1).
               88  WS-CLEAN-CLAIM                    VALUE 'Y'.
           05  WS-PEND-LOCATION               PIC X(6).

      *    THE MONTH BEING BUILT.  SAME ITEMS AS THE FSRCWKST T RECORD.
       01  WS-MONTH-ACCUM.
           05  WS-MA-RECEIVED-CNT             PIC 9(9) VALUE 0.
           05  WS-MA-PAID-CNT                 PIC 9(9) VALUE 0.
           05  WS-MA-DENIED-CNT               PIC 9(9) VALUE 0.
           05  WS-MA-REJECTED-CNT             PIC 9(9) VALUE 0.
           05  WS-MA-RTP-CNT                  PIC 9(9) VALUE 0.
           05  WS-MA-PENDING-CNT              PIC 9(9) VALUE 0.
           05  WS-MA-CLEAN-PROC-CNT           PIC 9(9) VALUE 0.
           05  WS-MA-OTHER-PROC-CNT           PIC 9(9) VALUE 0.
           05  WS-MA-CLEAN-DAYS-CNT           PIC 9(9) VALUE 0
                                                   OCCURS 5 TIMES.
           05  WS-MA-OTHER-DAYS-CNT           PIC 9(9) VALUE 0
                                                   OCCURS 5 TIMES.

      *    PENDING AT MONTH END BY STATUS / LOCATION.  A LOCATION
      *    PAST THE TABLE'S 500 IS COUNTED UNDER *OVFLO, NOT DROPPED.
       01  WS-LOC-TABLE-CNT                   PIC 9(4) VALUE 0.
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY OCCURS 0 TO 500 TIMES
                             DEPENDING ON WS-LOC-TABLE-CNT
                             INDEXED BY WS-LOC-NDX.
               10  WS-LOC-LOCATION            PIC X(6).
               10  WS-LOC-PENDING-CNT         PIC 9(9).
               10  WS-LOC-CLEAN-CNT           PIC 9(9).
               10  WS-LOC-OTHER-CNT           PIC 9(9).
               10  WS-LOC-OVER-30-CNT         PIC 9(9).
               10  WS-LOC-OLDEST-RECD-DT      PIC 9(8).

      *    THE RUN-CONTROL FIGURES FOR THE MONTH'S SUMMARY BUILDS.
      *    WS-GEN-DAY-SW MARKS EACH DAY OF THE MONTH WHOSE EXTRACT
      *    GENERATION HAS BEEN LOADED.
       01  WS-RUNC-WORK.
           05  WS-NIGHTLY-RUN-CNT             PIC 9(3) VALUE 0.
           05  WS-LAST-GENERATION-DT          PIC 9(8) VALUE 0.
           05  WS-GEN-DT                      PIC 9(8).
           05  WS-GEN-DT-X REDEFINES WS-GEN-DT.
               10  FILLER                     PIC 9(6).
               10  WS-GEN-DD                  PIC 9(2).
           05  WS-GEN-DAY-SW                  PIC X(1) VALUE 'N'
                                                   OCCURS 31 TIMES.

       01  WS-COUNTERS.
           05  WS-SUMMARIES-READ-CNT          PIC 9(9) VALUE 0.
           05  WS-UNDATED-CNT                 PIC 9(9) VALUE 0.
           05  WS-STATS-WRITTEN-CNT           PIC 9(7) VALUE 0.
           05  WS-STATS-REPLACED-CNT          PIC 9(7) VALUE 0.

      *    THE REPORT'S LINE ITEMS, IN THE ORDER OF WS-ITEM-NAMES.
      *    ITEM 7 (PENDING) IS A POINT-IN-TIME FIGURE, SO A QUARTER
      *    TAKES IT FROM ITS LAST MONTH INSTEAD OF ADDING IT UP.
       01  WS-ITEM-NAMES.
           05  FILLER PIC X(36) VALUE "CLAIMS RECEIVED".
           05  FILLER PIC X(36) VALUE "CLAIMS PROCESSED".
           05  FILLER PIC X(36) VALUE "  PAID".
           05  FILLER PIC X(36) VALUE "  DENIED".
           05  FILLER PIC X(36) VALUE "  REJECTED".
           05  FILLER PIC X(36) VALUE "RETURNED TO PROVIDER (RTP)".
           05  FILLER PIC X(36) VALUE "CLAIMS PENDING AT PERIOD END".
           05  FILLER PIC X(36) VALUE "CLEAN CLAIMS PROCESSED".
           05  FILLER PIC X(36) VALUE "  CLEAN - 0-14 DAYS".
           05  FILLER PIC X(36) VALUE "  CLEAN - 15-30 DAYS".
           05  FILLER PIC X(36) VALUE "  CLEAN - 31-45 DAYS".
           05  FILLER PIC X(36) VALUE "  CLEAN - 46-60 DAYS".
           05  FILLER PIC X(36) VALUE "  CLEAN - OVER 60 DAYS".
           05  FILLER PIC X(36) VALUE "OTHER CLAIMS PROCESSED".
           05  FILLER PIC X(36) VALUE "  OTHER - 0-14 DAYS".
           05  FILLER PIC X(36) VALUE "  OTHER - 15-30 DAYS".
           05  FILLER PIC X(36) VALUE "  OTHER - 31-45 DAYS".
           05  FILLER PIC X(36) VALUE "  OTHER - 46-60 DAYS".
           05  FILLER PIC X(36) VALUE "  OTHER - OVER 60 DAYS".
       01  WS-ITEM-NAME-TABLE REDEFINES WS-ITEM-NAMES.
           05  WS-ITEM-NAME                   PIC X(36) OCCURS 19 TIMES.

       01  WS-ITEM-SUB                    COMP PIC S9(4).
       01  WS-BKT-SUB                     COMP PIC S9(4).
       01  WS-MONTHS-FOUND                    PIC 9(1).

       01  WS-ITEM-WORK.
           05  WS-IW-ITEM                     PIC 9(9) OCCURS 19 TIMES.
       01  WS-CURR-ITEMS.
           05  WS-CUR-ITEM                    PIC 9(9) OCCURS 19 TIMES.
       01  WS-PRIOR-ITEMS.
           05  WS-PRI-ITEM                    PIC 9(9) OCCURS 19 TIMES.

       01  WS-PCT-WORK.
           05  WS-CHANGE                      PIC S9(9).
           05  WS-PCT-CHANGE                  PIC S9(5)V9(2).
           05  WS-CLEAN-30-PCT                PIC 9(3)V9(2).

       01  WS-HEADING-1.
           05  FILLER                 PIC X(35) VALUE
               "FSR130 - CMS WORKLOAD STATISTICS - ".
           05  WS-HD1-PERIOD-TYPE             PIC X(15).
           05  WS-HD1-PERIOD-END              PIC 9999/99/99.
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  WS-HD1-RUN-DT                  PIC 9999/99/99.

       01  WS-HEADING-2.
           05  FILLER                 PIC X(6)  VALUE "LINE".
           05  FILLER                 PIC X(36) VALUE "ITEM".
           05  FILLER                 PIC X(13) VALUE "      CURRENT".
           05  FILLER                 PIC X(13) VALUE "        PRIOR".
           05  FILLER                 PIC X(14) VALUE "        CHANGE".
           05  FILLER                 PIC X(10) VALUE "   PCT CHG".

       01  WS-ITEM-LINE.
           05  WS-ITL-NBR                     PIC 99.
           05  FILLER                         PIC X(4)  VALUE SPACES.
           05  WS-ITL-NAME                    PIC X(36).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-ITL-CURR                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-ITL-PRIOR                   PIC ZZZ,ZZZ,ZZ9.
           05  WS-ITL-PRIOR-X REDEFINES WS-ITL-PRIOR
                                              PIC X(11).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-ITL-CHANGE                  PIC ----,---,--9.
           05  WS-ITL-CHANGE-X REDEFINES WS-ITL-CHANGE
                                              PIC X(12).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-ITL-PCT                     PIC -----9.99.
           05  WS-ITL-PCT-X REDEFINES WS-ITL-PCT
                                              PIC X(9).

       01  WS-LOC-HEADING-1                   PIC X(132) VALUE
           "CLAIMS PENDING AT PERIOD END BY STATUS / LOCATION".
       01  WS-LOC-HEADING-2.
           05  FILLER                 PIC X(8)  VALUE "STATUS".
           05  FILLER                 PIC X(10) VALUE "LOCATION".
           05  FILLER                 PIC X(13) VALUE "      PENDING".
           05  FILLER                 PIC X(13) VALUE "        CLEAN".
           05  FILLER                 PIC X(13) VALUE "        OTHER".
           05  FILLER                 PIC X(13) VALUE " OVER 30 DAYS".
           05  FILLER                 PIC X(16) VALUE "   OLDEST RECD".

       01  WS-LOC-LINE.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-LCL-STATUS                  PIC X(1).
           05  FILLER                         PIC X(5)  VALUE SPACES.
           05  WS-LCL-LOCATION                PIC X(5).
           05  FILLER                         PIC X(5)  VALUE SPACES.
           05  WS-LCL-PENDING                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-LCL-CLEAN                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-LCL-OTHER                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-LCL-OVER-30                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                         PIC X(5)  VALUE SPACES.
           05  WS-LCL-OLDEST                  PIC 9999/99/99.

       01  WS-SUMMARY-LINE                    PIC X(132).
       01  WS-SUMMARY-PCT                     PIC ZZ9.99.
       01  WS-SUMMARY-DT                      PIC 9999/99/99.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.

           PERFORM 0100-READ-CONTROL-CARD.
           IF NOT WS-CARD-VALID
               DISPLAY "FSR130 - CONTROL CARD MISSING OR INVALID - "
                   "PERIOD CCYYMM (NOT AFTER THE RUN MONTH) OR "
                   "BLANK IN COLS 1-6"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CLAIM-SUMMARY-FILE.
           IF NOT WS-SUMK-OK
               DISPLAY "FSR130 - CLAIM-SUMMARY FILE NOT AVAILABLE, "
                   "STATUS " WS-SUMK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0200-SET-PERIOD-BOUNDS.
           PERFORM 1000-SCAN-RUN-CONTROL.
           PERFORM 2000-SCAN-CLAIM-SUMMARIES.
           CLOSE CLAIM-SUMMARY-FILE.

           OPEN I-O WKLD-STATS-FILE.
           IF NOT WS-WKST-OK
               OPEN OUTPUT WKLD-STATS-FILE
               CLOSE WKLD-STATS-FILE
               OPEN I-O WKLD-STATS-FILE
           END-IF.

           PERFORM 3000-STORE-MONTH.

           OPEN OUTPUT WKLD-RPT-FILE.
           PERFORM 4000-PRINT-MONTH.
           IF WS-PERIOD-MO = 3 OR 6 OR 9 OR 12
               PERFORM 5000-PRINT-QUARTER
           END-IF.
           PERFORM 6000-PRINT-RUN-CONTROL-TIE.

           CLOSE WKLD-STATS-FILE WKLD-RPT-FILE.

           IF WS-LAST-GENERATION-DT < WS-PERIOD-END-DT
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    A PERIOD AFTER THE RUN MONTH HAS NOT BEGUN - THERE IS
      *    NOTHING TO COUNT.
       0100-READ-CONTROL-CARD.
           OPEN INPUT WKLD-CARD-FILE.
           READ WKLD-CARD-FILE
               AT END
                   MOVE 'N' TO WS-CARD-VALID-SW
               NOT AT END
                   PERFORM 0150-EDIT-PERIOD
           END-READ.
           CLOSE WKLD-CARD-FILE.

       0150-EDIT-PERIOD.
           IF WKLC-PERIOD-CYM = SPACES
               MOVE WS-RUN-CYM TO WS-STEP-CYM
               MOVE 1 TO WS-STEP-BACK
               PERFORM 0300-STEP-BACK-MONTHS
               MOVE WS-STEP-CYM TO WS-PERIOD-CYM
               SET WS-CARD-VALID TO TRUE
           ELSE
               IF WKLC-PERIOD-CYM NUMERIC
                   MOVE WKLC-PERIOD-CYM TO WS-PERIOD-CYM
                   IF WS-PERIOD-MO >= 1 AND WS-PERIOD-MO <= 12
                      AND WS-PERIOD-CYM <= WS-RUN-CYM
                       SET WS-CARD-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       0200-SET-PERIOD-BOUNDS.
           COMPUTE WS-PERIOD-START-DT = WS-PERIOD-CYM * 100 + 1.
           IF WS-PERIOD-MO = 12
               COMPUTE WS-NEXT-START-DT =
                   (WS-PERIOD-YR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-START-DT = WS-PERIOD-START-DT + 100
           END-IF.
           COMPUTE WS-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-START-DT).
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-START-DT) - 1.
           COMPUTE WS-PERIOD-END-DT =
               FUNCTION DATE-OF-INTEGER (WS-PERIOD-END-INT).
           COMPUTE WS-PERIOD-DAYS =
               WS-PERIOD-END-INT - WS-PERIOD-START-INT + 1.

       0300-STEP-BACK-MONTHS.
           COMPUTE WS-STEP-MONTHS =
               WS-STEP-YR * 12 + WS-STEP-MO - 1 - WS-STEP-BACK.
           DIVIDE WS-STEP-MONTHS BY 12 GIVING WS-STEP-YR
               REMAINDER WS-STEP-MO.
           ADD 1 TO WS-STEP-MO.

      *    A NIGHT BELONGS TO THE MONTH BY THE EXTRACT GENERATION IT
      *    LOADED, NOT THE DATE FSR083 RAN - THE MONTH'S LAST NIGHT
      *    RUNS AFTER MIDNIGHT INTO THE NEXT MONTH.  EACH GENERATION
      *    DATE IN THE MONTH IS COUNTED ONCE, HOWEVER MANY TIMES IT
      *    WAS RUN.  CURRENCY IS THE LATEST GENERATION ANY NORMAL
      *    FSR083 RUN ON THE FILE HAS LOADED, IN THE MONTH OR AFTER.
       1000-SCAN-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF NOT WS-RUNC-OK
               DISPLAY "FSR130 - RUN-CONTROL FILE NOT AVAILABLE, "
                   "STATUS " WS-RUNC-FILE-STATUS
               SET WS-RUNC-EOF TO TRUE
           ELSE
               SET WS-RUNC-OPEN TO TRUE
               READ RUN-CONTROL-FILE
                   AT END SET WS-RUNC-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL WS-RUNC-EOF
               IF RUNC-JOB-NAME = "FSR083"
                  AND RUNC-COMPLETE-C-NORMAL
                  AND RUNC-INPUT-GENERATION NUMERIC
                   PERFORM 1100-NOTE-GENERATION
               END-IF
               READ RUN-CONTROL-FILE
                   AT END SET WS-RUNC-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF WS-RUNC-OPEN
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1100-NOTE-GENERATION.
           MOVE RUNC-INPUT-GENERATION TO WS-GEN-DT.
           IF WS-GEN-DT > WS-LAST-GENERATION-DT
               MOVE WS-GEN-DT TO WS-LAST-GENERATION-DT
           END-IF.
           IF WS-GEN-DT >= WS-PERIOD-START-DT
              AND WS-GEN-DT <= WS-PERIOD-END-DT
              AND WS-GEN-DAY-SW (WS-GEN-DD) = 'N'
               MOVE 'Y' TO WS-GEN-DAY-SW (WS-GEN-DD)
               ADD 1 TO WS-NIGHTLY-RUN-CNT
           END-IF.

       2000-SCAN-CLAIM-SUMMARIES.
           MOVE LOW-VALUES TO SUMK-CLMS-KEY.
           START CLAIM-SUMMARY-FILE KEY IS >= SUMK-CLMS-KEY
               INVALID KEY SET WS-SUMK-EOF TO TRUE
           END-START.

           IF NOT WS-SUMK-EOF
               READ CLAIM-SUMMARY-FILE NEXT RECORD
                   AT END SET WS-SUMK-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL WS-SUMK-EOF
               ADD 1 TO WS-SUMMARIES-READ-CNT
               PERFORM 2100-CLASSIFY-CLAIM
               READ CLAIM-SUMMARY-FILE NEXT RECORD
                   AT END SET WS-SUMK-EOF TO TRUE
               END-READ
           END-PERFORM.

      *    A CLAIM NOT YET RECEIVED BY MONTH END PLAYS NO PART.  ONE
      *    ACTED ON BY MONTH END IS COUNTED UNDER ITS ACTION IF THAT
      *    FELL IN THE MONTH; EVERY OTHER CLAIM WAS PENDING.
       2100-CLASSIFY-CLAIM.
           MOVE 0 TO WS-RECD-DT WS-TRAN-DT.
           IF SUMK-RECD-DT-CYMD NUMERIC
               MOVE SUMK-RECD-DT-CYMD TO WS-RECD-DT
           END-IF.
           IF SUMK-CURR-TRAN-DT-CYMD NUMERIC
               MOVE SUMK-CURR-TRAN-DT-CYMD TO WS-TRAN-DT
           END-IF.
           IF SUMK-CLEAN-IND = 'B' OR 'D'
               MOVE 'Y' TO WS-CLEAN-SW
           ELSE
               MOVE 'N' TO WS-CLEAN-SW
           END-IF.

           IF WS-RECD-DT = 0
              OR WS-RECD-DT > WS-PERIOD-END-DT
               CONTINUE
           ELSE
               IF WS-RECD-DT >= WS-PERIOD-START-DT
                   ADD 1 TO WS-MA-RECEIVED-CNT
               END-IF
               IF (SUMK-CURR-STAT-FINAL
                   OR SUMK-CURR-STAT-T-RTP
                   OR SUMK-CURR-STAT-I-INACTIVE
                   OR SUMK-CURR-STAT-M-MOVE)
                  AND WS-TRAN-DT > 0
                  AND WS-TRAN-DT <= WS-PERIOD-END-DT
                   IF WS-TRAN-DT >= WS-PERIOD-START-DT
                       PERFORM 2200-COUNT-ACTION
                   END-IF
               ELSE
                   PERFORM 2400-COUNT-PENDING
               END-IF
           END-IF.

       2200-COUNT-ACTION.
           EVALUATE TRUE
               WHEN SUMK-CURR-STAT-P-PAID
                   ADD 1 TO WS-MA-PAID-CNT
                   PERFORM 2300-COUNT-PROCESSED
               WHEN SUMK-CURR-STAT-D-DENIED
                   ADD 1 TO WS-MA-DENIED-CNT
                   PERFORM 2300-COUNT-PROCESSED
               WHEN SUMK-CURR-STAT-R-REJECT
                   ADD 1 TO WS-MA-REJECTED-CNT
                   PERFORM 2300-COUNT-PROCESSED
               WHEN SUMK-CURR-STAT-T-RTP
                   ADD 1 TO WS-MA-RTP-CNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A TRANSACTION DATE BEFORE THE RECEIPT DATE CANNOT BE AGED;
      *    THE CLAIM IS STILL PROCESSED BUT FALLS IN NO BUCKET, AND IS
      *    COUNTED IN THE RUN-CONTROL SECTION.
       2300-COUNT-PROCESSED.
           IF WS-CLEAN-CLAIM
               ADD 1 TO WS-MA-CLEAN-PROC-CNT
           ELSE
               ADD 1 TO WS-MA-OTHER-PROC-CNT
           END-IF.

           IF WS-TRAN-DT < WS-RECD-DT
               ADD 1 TO WS-UNDATED-CNT
           ELSE
               COMPUTE WS-PROC-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TRAN-DT)
                   - FUNCTION INTEGER-OF-DATE (WS-RECD-DT)
               EVALUATE TRUE
                   WHEN WS-PROC-DAYS <= 14
                       MOVE 1 TO WS-BUCKET
                   WHEN WS-PROC-DAYS <= 30
                       MOVE 2 TO WS-BUCKET
                   WHEN WS-PROC-DAYS <= 45
                       MOVE 3 TO WS-BUCKET
                   WHEN WS-PROC-DAYS <= 60
                       MOVE 4 TO WS-BUCKET
                   WHEN OTHER
                       MOVE 5 TO WS-BUCKET
               END-EVALUATE
               IF WS-CLEAN-CLAIM
                   ADD 1 TO WS-MA-CLEAN-DAYS-CNT (WS-BUCKET)
               ELSE
                   ADD 1 TO WS-MA-OTHER-DAYS-CNT (WS-BUCKET)
               END-IF
           END-IF.

       2400-COUNT-PENDING.
           ADD 1 TO WS-MA-PENDING-CNT.
           IF SUMK-CURR-STAT-FINAL
              OR SUMK-CURR-STAT-T-RTP
              OR SUMK-CURR-STAT-I-INACTIVE
              OR SUMK-CURR-STAT-M-MOVE
               MOVE "*AFTER" TO WS-PEND-LOCATION
           ELSE
               MOVE SUMK-CURR-STATUS   TO WS-PEND-LOCATION (1:1)
               MOVE SUMK-CURR-LOCATION TO WS-PEND-LOCATION (2:5)
           END-IF.

           PERFORM 2450-FIND-OR-ADD-LOCATION.

           ADD 1 TO WS-LOC-PENDING-CNT (WS-LOC-NDX).
           IF WS-CLEAN-CLAIM
               ADD 1 TO WS-LOC-CLEAN-CNT (WS-LOC-NDX)
           ELSE
               ADD 1 TO WS-LOC-OTHER-CNT (WS-LOC-NDX)
           END-IF.
           IF FUNCTION INTEGER-OF-DATE (WS-RECD-DT)
              < WS-PERIOD-END-INT - 30
               ADD 1 TO WS-LOC-OVER-30-CNT (WS-LOC-NDX)
           END-IF.
           IF WS-RECD-DT < WS-LOC-OLDEST-RECD-DT (WS-LOC-NDX)
               MOVE WS-RECD-DT TO WS-LOC-OLDEST-RECD-DT (WS-LOC-NDX)
           END-IF.

      *    THE 500TH ENTRY IS KEPT FOR *OVFLO: ONCE 499 LOCATIONS
      *    ARE HELD, A NEW ONE IS LOOKED UP AGAIN AS *OVFLO AND ONLY
      *    ADDED IF *OVFLO IS NOT YET IN THE TABLE.
       2450-FIND-OR-ADD-LOCATION.
           PERFORM 2455-SEARCH-LOCATION.
           IF NOT WS-LOC-FOUND
              AND WS-LOC-TABLE-CNT >= 499
               MOVE "*OVFLO" TO WS-PEND-LOCATION
               PERFORM 2455-SEARCH-LOCATION
           END-IF.

           IF NOT WS-LOC-FOUND
               ADD 1 TO WS-LOC-TABLE-CNT
               SET WS-LOC-NDX TO WS-LOC-TABLE-CNT
               MOVE WS-PEND-LOCATION
                   TO WS-LOC-LOCATION (WS-LOC-NDX)
               MOVE 0 TO WS-LOC-PENDING-CNT (WS-LOC-NDX)
                         WS-LOC-CLEAN-CNT (WS-LOC-NDX)
                         WS-LOC-OTHER-CNT (WS-LOC-NDX)
                         WS-LOC-OVER-30-CNT (WS-LOC-NDX)
               MOVE 99999999 TO WS-LOC-OLDEST-RECD-DT (WS-LOC-NDX)
           END-IF.

       2455-SEARCH-LOCATION.
           MOVE 'N' TO WS-LOC-FOUND-SW.
           SET WS-LOC-NDX TO 1.
           SEARCH WS-LOC-ENTRY
               AT END CONTINUE
               WHEN WS-LOC-LOCATION (WS-LOC-NDX) = WS-PEND-LOCATION
                   SET WS-LOC-FOUND TO TRUE
           END-SEARCH.

      *    A RERUN REPLACES THE MONTH: ITS OLD RECORDS ARE DELETED
      *    FIRST SO A LOCATION NO LONGER HOLDING CLAIMS DOES NOT
      *    LINGER FROM THE EARLIER RUN.
       3000-STORE-MONTH.
           MOVE WS-PERIOD-CYM TO WKST-PERIOD-CYM.
           MOVE LOW-VALUES    TO WKST-REC-TYPE WKST-LOCATION.
           MOVE 'N' TO WS-WKST-EOF-SW.
           START WKLD-STATS-FILE KEY IS >= WKST-KEY
               INVALID KEY SET WS-WKST-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-WKST-EOF
               READ WKLD-STATS-FILE NEXT RECORD
                   AT END
                       SET WS-WKST-EOF TO TRUE
                   NOT AT END
                       IF WKST-PERIOD-CYM NOT = WS-PERIOD-CYM
                           SET WS-WKST-EOF TO TRUE
                       ELSE
                           DELETE WKLD-STATS-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                           ADD 1 TO WS-STATS-REPLACED-CNT
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 3100-WRITE-TOTALS-RECORD.
           PERFORM 3200-WRITE-LOCATION-RECORD
               VARYING WS-LOC-NDX FROM 1 BY 1
               UNTIL WS-LOC-NDX > WS-LOC-TABLE-CNT.

       3100-WRITE-TOTALS-RECORD.
           MOVE SPACES                TO WKST-STATS-RECORD.
           MOVE WS-PERIOD-CYM         TO WKST-PERIOD-CYM.
           SET WKST-REC-T-TOTALS      TO TRUE.
           MOVE WS-MA-RECEIVED-CNT    TO WKST-RECEIVED-CNT.
           MOVE WS-MA-PAID-CNT        TO WKST-PAID-CNT.
           MOVE WS-MA-DENIED-CNT      TO WKST-DENIED-CNT.
           MOVE WS-MA-REJECTED-CNT    TO WKST-REJECTED-CNT.
           MOVE WS-MA-RTP-CNT         TO WKST-RTP-CNT.
           MOVE WS-MA-PENDING-CNT     TO WKST-PENDING-CNT.
           MOVE WS-MA-CLEAN-PROC-CNT  TO WKST-CLEAN-PROC-CNT.
           MOVE WS-MA-OTHER-PROC-CNT  TO WKST-OTHER-PROC-CNT.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 5
               MOVE WS-MA-CLEAN-DAYS-CNT (WS-BKT-SUB)
                   TO WKST-CLEAN-DAYS-CNT (WS-BKT-SUB)
               MOVE WS-MA-OTHER-DAYS-CNT (WS-BKT-SUB)
                   TO WKST-OTHER-DAYS-CNT (WS-BKT-SUB)
           END-PERFORM.
           MOVE WS-SUMMARIES-READ-CNT TO WKST-SUMMARIES-READ-CNT.
           MOVE WS-NIGHTLY-RUN-CNT    TO WKST-NIGHTLY-RUN-CNT.
           MOVE WS-PERIOD-DAYS        TO WKST-PERIOD-DAYS.
           MOVE WS-LAST-GENERATION-DT TO WKST-LAST-GENERATION-DT.
           MOVE WS-RUN-DATE-8         TO WKST-BUILD-DT-CYMD.
           WRITE WKST-STATS-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-STATS-WRITTEN-CNT
           END-WRITE.

       3200-WRITE-LOCATION-RECORD.
           MOVE SPACES                TO WKST-STATS-RECORD.
           MOVE WS-PERIOD-CYM         TO WKST-PERIOD-CYM.
           SET WKST-REC-L-LOCATION    TO TRUE.
           MOVE WS-LOC-LOCATION (WS-LOC-NDX)    TO WKST-LOCATION.
           MOVE WS-LOC-PENDING-CNT (WS-LOC-NDX) TO WKST-LOC-PENDING-CNT.
           MOVE WS-LOC-CLEAN-CNT (WS-LOC-NDX)   TO WKST-LOC-CLEAN-CNT.
           MOVE WS-LOC-OTHER-CNT (WS-LOC-NDX)   TO WKST-LOC-OTHER-CNT.
           MOVE WS-LOC-OVER-30-CNT (WS-LOC-NDX)
               TO WKST-LOC-OVER-30-CNT.
           MOVE WS-LOC-OLDEST-RECD-DT (WS-LOC-NDX)
               TO WKST-LOC-OLDEST-RECD-DT.
           WRITE WKST-STATS-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-STATS-WRITTEN-CNT
           END-WRITE.

      *    THE MONTH AGAINST THE PRIOR MONTH, BOTH READ BACK FROM THE
      *    STATISTICS FILE SO THE REPORT SHOWS EXACTLY WHAT IS KEPT.
       4000-PRINT-MONTH.
           MOVE "MONTH ENDING "       TO WS-HD1-PERIOD-TYPE.
           MOVE WS-PERIOD-END-DT      TO WS-HD1-PERIOD-END.
           MOVE WS-RUN-DATE-8         TO WS-HD1-RUN-DT.
           WRITE WKLD-RPT-LINE FROM WS-HEADING-1.
           WRITE WKLD-RPT-LINE FROM WS-HEADING-2.

           MOVE WS-PERIOD-CYM TO WS-STEP-CYM.
           PERFORM 4100-READ-MONTH-ITEMS.
           MOVE WS-ITEM-WORK TO WS-CURR-ITEMS.

           MOVE WS-PERIOD-CYM TO WS-STEP-CYM.
           MOVE 1 TO WS-STEP-BACK.
           PERFORM 0300-STEP-BACK-MONTHS.
           PERFORM 4100-READ-MONTH-ITEMS.
           MOVE WS-STATS-FOUND-SW TO WS-PRIOR-FOUND-SW.
           MOVE WS-ITEM-WORK TO WS-PRIOR-ITEMS.

           PERFORM 4300-PRINT-ITEMS.
           PERFORM 4500-PRINT-LOCATIONS.

      *    LOADS WS-ITEM-WORK FROM THE T RECORD FOR WS-STEP-CYM;
      *    ZEROS, AND WS-STATS-FOUND OFF, WHEN IT IS NOT ON FILE.
       4100-READ-MONTH-ITEMS.
           MOVE 'N' TO WS-STATS-FOUND-SW.
           INITIALIZE WS-ITEM-WORK.
           MOVE WS-STEP-CYM           TO WKST-PERIOD-CYM.
           SET WKST-REC-T-TOTALS      TO TRUE.
           MOVE SPACES                TO WKST-LOCATION.
           READ WKLD-STATS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STATS-FOUND TO TRUE
                   PERFORM 4150-LOAD-ITEMS
           END-READ.

       4150-LOAD-ITEMS.
           MOVE WKST-RECEIVED-CNT     TO WS-IW-ITEM (1).
           COMPUTE WS-IW-ITEM (2) =
               WKST-PAID-CNT + WKST-DENIED-CNT + WKST-REJECTED-CNT.
           MOVE WKST-PAID-CNT         TO WS-IW-ITEM (3).
           MOVE WKST-DENIED-CNT       TO WS-IW-ITEM (4).
           MOVE WKST-REJECTED-CNT     TO WS-IW-ITEM (5).
           MOVE WKST-RTP-CNT          TO WS-IW-ITEM (6).
           MOVE WKST-PENDING-CNT      TO WS-IW-ITEM (7).
           MOVE WKST-CLEAN-PROC-CNT   TO WS-IW-ITEM (8).
           MOVE WKST-OTHER-PROC-CNT   TO WS-IW-ITEM (14).
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 5
               MOVE WKST-CLEAN-DAYS-CNT (WS-BKT-SUB)
                   TO WS-IW-ITEM (WS-BKT-SUB + 8)
               MOVE WKST-OTHER-DAYS-CNT (WS-BKT-SUB)
                   TO WS-IW-ITEM (WS-BKT-SUB + 14)
           END-PERFORM.

       4300-PRINT-ITEMS.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > 19
               PERFORM 4310-PRINT-ITEM-LINE
           END-PERFORM.

           IF NOT WS-PRIOR-FOUND
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE "      PRIOR PERIOD NOT ON THE STATISTICS FILE"
                   TO WS-SUMMARY-LINE
               WRITE WKLD-RPT-LINE FROM WS-SUMMARY-LINE
           END-IF.

           MOVE 0 TO WS-CLEAN-30-PCT.
           IF WS-CUR-ITEM (8) > 0
               COMPUTE WS-CLEAN-30-PCT ROUNDED =
                   ((WS-CUR-ITEM (9) + WS-CUR-ITEM (10))
                    / WS-CUR-ITEM (8)) * 100
           END-IF.
           MOVE WS-CLEAN-30-PCT TO WS-SUMMARY-PCT.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "      CLEAN CLAIMS PROCESSED WITHIN 30 DAYS: "
               WS-SUMMARY-PCT " PCT"
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE WKLD-RPT-LINE FROM WS-SUMMARY-LINE.

       4310-PRINT-ITEM-LINE.
           MOVE WS-ITEM-SUB                TO WS-ITL-NBR.
           MOVE WS-ITEM-NAME (WS-ITEM-SUB) TO WS-ITL-NAME.
           MOVE WS-CUR-ITEM (WS-ITEM-SUB)  TO WS-ITL-CURR.
           IF WS-PRIOR-FOUND
               MOVE WS-PRI-ITEM (WS-ITEM-SUB) TO WS-ITL-PRIOR
               COMPUTE WS-CHANGE =
                   WS-CUR-ITEM (WS-ITEM-SUB) - WS-PRI-ITEM (WS-ITEM-SUB)
               MOVE WS-CHANGE TO WS-ITL-CHANGE
               IF WS-PRI-ITEM (WS-ITEM-SUB) > 0
                   COMPUTE WS-PCT-CHANGE ROUNDED =
                       (WS-CHANGE / WS-PRI-ITEM (WS-ITEM-SUB)) * 100
                   MOVE WS-PCT-CHANGE TO WS-ITL-PCT
               ELSE
                   MOVE SPACES TO WS-ITL-PCT-X
               END-IF
           ELSE
               MOVE SPACES TO WS-ITL-PRIOR-X WS-ITL-CHANGE-X
                              WS-ITL-PCT-X
           END-IF.
           WRITE WKLD-RPT-LINE FROM WS-ITEM-LINE.

      *    THE MONTH'S L RECORDS, READ BACK IN KEY (LOCATION) ORDER.
       4500-PRINT-LOCATIONS.
           MOVE SPACES TO WKLD-RPT-LINE.
           WRITE WKLD-RPT-LINE.
           WRITE WKLD-RPT-LINE FROM WS-LOC-HEADING-1.
           WRITE WKLD-RPT-LINE FROM WS-LOC-HEADING-2.

           MOVE WS-PERIOD-CYM         TO WKST-PERIOD-CYM.
           SET WKST-REC-L-LOCATION    TO TRUE.
           MOVE LOW-VALUES            TO WKST-LOCATION.
           MOVE 'N' TO WS-WKST-EOF-SW.
           START WKLD-STATS-FILE KEY IS >= WKST-KEY
               INVALID KEY SET WS-WKST-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-WKST-EOF
               READ WKLD-STATS-FILE NEXT RECORD
                   AT END
                       SET WS-WKST-EOF TO TRUE
                   NOT AT END
                       IF WKST-PERIOD-CYM NOT = WS-PERIOD-CYM
                          OR NOT WKST-REC-L-LOCATION
                           SET WS-WKST-EOF TO TRUE
                       ELSE
                           PERFORM 4510-PRINT-LOCATION-LINE
                       END-IF
               END-READ
           END-PERFORM.

       4510-PRINT-LOCATION-LINE.
           MOVE WKST-LOCATION (1:1)       TO WS-LCL-STATUS.
           MOVE WKST-LOCATION (2:5)       TO WS-LCL-LOCATION.
           MOVE WKST-LOC-PENDING-CNT      TO WS-LCL-PENDING.
           MOVE WKST-LOC-CLEAN-CNT        TO WS-LCL-CLEAN.
           MOVE WKST-LOC-OTHER-CNT        TO WS-LCL-OTHER.
           MOVE WKST-LOC-OVER-30-CNT      TO WS-LCL-OVER-30.
           MOVE WKST-LOC-OLDEST-RECD-DT   TO WS-LCL-OLDEST.
           WRITE WKLD-RPT-LINE FROM WS-LOC-LINE.

      *    THE QUARTER'S THREE MONTHS AGAINST THE PRIOR QUARTER'S.
      *    FLOWS ARE ADDED; PENDING (ITEM 7) IS THE LAST MONTH'S.
       5000-PRINT-QUARTER.
           MOVE SPACES TO WKLD-RPT-LINE.
           WRITE WKLD-RPT-LINE.
           MOVE "QUARTER ENDING "     TO WS-HD1-PERIOD-TYPE.
           WRITE WKLD-RPT-LINE FROM WS-HEADING-1.
           WRITE WKLD-RPT-LINE FROM WS-HEADING-2.

           MOVE 0 TO WS-STEP-BACK.
           PERFORM 5100-ADD-QUARTER.
           MOVE WS-PRIOR-ITEMS TO WS-CURR-ITEMS.
           IF WS-MONTHS-FOUND < 3
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "      ONLY " WS-MONTHS-FOUND
                   " OF THE QUARTER'S 3 MONTHS ARE ON THE STATISTICS "
                   "FILE" DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               END-STRING
               WRITE WKLD-RPT-LINE FROM WS-SUMMARY-LINE
           END-IF.

           MOVE 3 TO WS-STEP-BACK.
           PERFORM 5100-ADD-QUARTER.
           IF WS-MONTHS-FOUND = 3
               SET WS-PRIOR-FOUND TO TRUE
           ELSE
               MOVE 'N' TO WS-PRIOR-FOUND-SW
           END-IF.

           PERFORM 4300-PRINT-ITEMS.

      *    SUMS INTO WS-PRIOR-ITEMS THE QUARTER WHOSE LAST MONTH IS
      *    WS-STEP-BACK MONTHS BEFORE THE REPORTING MONTH.
       5100-ADD-QUARTER.
           INITIALIZE WS-PRIOR-ITEMS.
           MOVE 0 TO WS-MONTHS-FOUND.
           ADD 2 TO WS-STEP-BACK.
           PERFORM 3 TIMES
               MOVE WS-PERIOD-CYM TO WS-STEP-CYM
               PERFORM 0300-STEP-BACK-MONTHS
               PERFORM 4100-READ-MONTH-ITEMS
               IF WS-STATS-FOUND
                   ADD 1 TO WS-MONTHS-FOUND
                   PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                           UNTIL WS-ITEM-SUB > 19
                       IF WS-ITEM-SUB = 7
                           MOVE WS-IW-ITEM (7) TO WS-PRI-ITEM (7)
                       ELSE
                           ADD WS-IW-ITEM (WS-ITEM-SUB)
                               TO WS-PRI-ITEM (WS-ITEM-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               SUBTRACT 1 FROM WS-STEP-BACK
           END-PERFORM.

      *    THE NIGHTLY FIGURES THE MONTH WAS BUILT ON, SO THE COUNTS
      *    CAN BE TIED BACK TO THE FSR083 RUNS THAT LOADED THEM.
       6000-PRINT-RUN-CONTROL-TIE.
           MOVE SPACES TO WKLD-RPT-LINE.
           WRITE WKLD-RPT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "NIGHTLY CLAIM-SUMMARY BUILDS (FSR083) FOR PERIOD: "
               WS-NIGHTLY-RUN-CNT " OF " WS-PERIOD-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE WKLD-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE WS-LAST-GENERATION-DT TO WS-SUMMARY-DT.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "LATEST EXTRACT GENERATION LOADED: " WS-SUMMARY-DT
               "  CLAIM SUMMARIES READ: " WS-SUMMARIES-READ-CNT
               "  PROCESSED, NOT AGED: " WS-UNDATED-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE WKLD-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "STATISTICS RECORDS WRITTEN: " WS-STATS-WRITTEN-CNT
               "  REPLACED FROM AN EARLIER RUN: "
               WS-STATS-REPLACED-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE WKLD-RPT-LINE FROM WS-SUMMARY-LINE.

           IF WS-LAST-GENERATION-DT < WS-PERIOD-END-DT
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "*** WARNING - THE CLAIM-SUMMARY FILE IS NOT "
                   "CURRENT THROUGH PERIOD END - RERUN AFTER THE "
                   "MONTH'S LAST NIGHTLY CYCLE ***"
                   DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               END-STRING
               WRITE WKLD-RPT-LINE FROM WS-SUMMARY-LINE
               DISPLAY "FSR130 - CLAIM-SUMMARY FILE NOT CURRENT "
                   "THROUGH " WS-PERIOD-END-DT
           END-IF.
