      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR112                                             *
      ***                                                             *
      *** DESCRIPTION: PROVIDER FPS HIT-RATE TREND AND REFERRAL.      *
      ***   READS THE FPS HISTORY FILE FSR111 APPENDS TO EACH RUN     *
      ***   (FSRCFHST SHAPE), SORTS IT INTO PROVIDER/RUN-DATE         *
      ***   SEQUENCE AS FSR030 DOES FOR FSRCPHST, AND LISTS EVERY RUN *
      ***   ON FILE WITH THE PROVIDER'S FPS HIT RATE (FLAGGED CLAIMS  *
      ***   OVER ALL CLAIMS).  A PROVIDER WHOSE RATE HAS RISEN RUN    *
      ***   OVER RUN FOR THE LAST FPS-RISE-RUNS RUNS, WITH AT LEAST   *
      ***   FPS-MIN-CLAIMS CLAIMS IN ITS LATEST RUN, IS WRITTEN TO    *
      ***   THE PROGRAM-INTEGRITY REFERRAL FILE.  THE REFERRAL IS     *
      ***   REPEATED EACH RUN THE RISE CONTINUES.  A SECOND RECORD    *
      ***   FOR THE SAME PROVIDER AND RUN DATE (A RERUN OF FSR111) IS *
      ***   LISTED BUT NOT COUNTED AS A NEW RUN.                      *
      ***                                                             *
      *** INPUT:  FPS-HIST-FILE       - FSRCFHST SHAPE, APPEND ORDER  *
      *** OUTPUT: FPS-TREND-RPT-FILE  - PROVIDER HIT-RATE TREND RPT   *
      ***         FPS-REFERRAL-FILE   - PROGRAM-INTEGRITY REFERRALS   *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR112.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPS-HIST-FILE ASSIGN TO "FPSHIST"
               ORGANIZATION IS SEQUENTIAL.

           SELECT FPS-TREND-RPT-FILE ASSIGN TO "FPSTRNRP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FPS-REFERRAL-FILE ASSIGN TO "FPSREFER"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.

       FD  FPS-HIST-FILE.

       REPLACE ==:FSSC:== BY ==FSSCFHST==.
       COPY FSRCFHST.
       REPLACE OFF.

       FD  FPS-TREND-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  FPS-TREND-RPT-LINE                 PIC X(132).

      *    PROGRAM-INTEGRITY REFERRAL - ONE PER PROVIDER REFERRED.
       FD  FPS-REFERRAL-FILE
           RECORD CONTAINS 92 CHARACTERS.
       01  FPS-REFERRAL-RECORD.
           05  REFR-PROV-6                    PIC X(6).
           05  REFR-PROV-NAME                 PIC X(30).
           05  REFR-REFERRAL-DT-CYMD          PIC 9(8).
           05  REFR-RISING-RUNS               PIC 9(3).
           05  REFR-RISE-START-DT-CYMD        PIC 9(8).
           05  REFR-START-RATE                PIC 9(3)V99.
           05  REFR-LAST-RATE                 PIC 9(3)V99.
           05  REFR-LAST-CLAIM-CNT            PIC 9(7).
           05  REFR-LAST-HIT-CLAIM-CNT        PIC 9(7).
           05  REFR-LAST-HIT-PAID-AMT         PIC S9(11)V99.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-PROV-ID                     PIC X(6).
           05  SW-RUN-DATE-CYMD               PIC 9(8).
           05  SW-CLAIM-CNT                   PIC 9(7).
           05  SW-HIT-CLAIM-CNT               PIC 9(7).
           05  SW-HIT-PAID-CNT                PIC 9(7).
           05  SW-HIT-PAID-AMT            COMP-3 PIC S9(11)V99.
           05  SW-HIT-DENIED-CNT              PIC 9(7).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SW                 PIC X(1) VALUE 'N'.
               88  WS-HIST-EOF                       VALUE 'Y'.
           05  WS-SORT-EOF-SW                 PIC X(1) VALUE 'N'.
               88  WS-SORT-EOF                       VALUE 'Y'.
           05  WS-FIRST-REC-SW                PIC X(1) VALUE 'Y'.
               88  WS-FIRST-REC                      VALUE 'Y'.

      *    THE COMPILED VALUES BELOW ARE THE FALLBACK; THE SHARED
      *    PARAMETER FILE (FSR085 LOOKUP, PARAMETERS FPS-RISE-RUNS
      *    AND FPS-MIN-CLAIMS) OVERRIDES THEM AT STARTUP - SEE FSR084
      *    FOR MAINTENANCE.
       01  WS-FPS-PARAMETERS.
           05  WS-FPS-RISE-RUNS               PIC 9(3) VALUE 3.
           05  WS-FPS-MIN-CLAIMS              PIC 9(7) VALUE 10.

       01  WS-PARM-LOOKUP.
           05  WS-PARM-PROGRAM                PIC X(8) VALUE "FSR112".
           05  WS-PARM-NAME                   PIC X(20).
           05  WS-PARM-VALUE                  PIC X(20).
           05  WS-PARM-RC                     PIC X(1).
               88  WS-PARM-FOUND                     VALUE '0'.

       01  WS-COUNTERS.
           05  WS-HIST-READ-CNT               PIC 9(7) VALUE 0.
           05  WS-PROVIDER-CNT                PIC 9(7) VALUE 0.
           05  WS-REFERRAL-CNT                PIC 9(7) VALUE 0.

       01  WS-PRIOR-PROV-ID                   PIC X(6).

      *    THE CURRENT RUN OF RISING RATES - THE NUMBER OF RUNS IN IT,
      *    WHERE IT STARTED, AND THE PROVIDER'S LATEST RUN.
       01  WS-PROV-RUN-ACCUM.
           05  WS-PR-RUN-CNT                  PIC 9(3) VALUE 0.
           05  WS-PR-RISING-RUNS              PIC 9(3) VALUE 0.
           05  WS-PR-RISE-START-DT            PIC 9(8) VALUE 0.
           05  WS-PR-RISE-START-RATE          PIC 9(3)V9(2) VALUE 0.
           05  WS-PR-LAST-RUN-DT              PIC 9(8) VALUE 0.
           05  WS-PR-LAST-RATE                PIC 9(3)V9(2) VALUE 0.
           05  WS-PR-LAST-CLAIM-CNT           PIC 9(7) VALUE 0.
           05  WS-PR-LAST-HIT-CLAIM-CNT       PIC 9(7) VALUE 0.
           05  WS-PR-LAST-HIT-PAID-AMT    COMP-3 PIC S9(11)V99
                                                    VALUE 0.

       01  WS-CURR-RATE                       PIC 9(3)V9(2).
       01  WS-RUN-DATE-8                      PIC 9(8).

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR112 - PROVIDER FPS HIT-RATE TREND AND REFERRAL".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(27) VALUE
               "PROVIDER  RUN-DATE   CLAIMS".
           05  FILLER                 PIC X(19) VALUE
               "  FLAGGED  HIT-RATE".
           05  FILLER                 PIC X(25) VALUE
               "   FLAGGED-PAID    DENIED".

       01  WS-DETAIL-LINE.
           05  WS-RPT-PROV-ID                 PIC X(6).
           05  FILLER                         PIC X(4)  VALUE SPACES.
           05  WS-RPT-RUN-DATE-CYMD           PIC 9(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-CLAIM-CNT               PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-HIT-CLAIM-CNT           PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(4)  VALUE SPACES.
           05  WS-RPT-RATE                    PIC ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-HIT-PAID-AMT            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-HIT-DENIED-CNT          PIC ZZZ,ZZ9.

       01  WS-PROV-TREND-LINE.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-PTL-LIT                     PIC X(20) VALUE
               "TREND FOR PROVIDER ".
           05  WS-PTL-PROV-ID                 PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PTL-RUNS-LIT                PIC X(7)  VALUE
               "RUNS : ".
           05  WS-PTL-RUN-CNT                 PIC ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PTL-RISING-LIT              PIC X(13) VALUE
               "RISING RUNS: ".
           05  WS-PTL-RISING-RUNS             PIC ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PTL-LAST-LIT                PIC X(12) VALUE
               "LAST RATE: ".
           05  WS-PTL-LAST-RATE               PIC ZZ9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PTL-TREND                   PIC X(9).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PTL-PROV-NAME               PIC X(30).

      *    RESOLVED THROUGH THE FSR090 PROVIDER MASTER LOOKUP - AN
      *    UNKNOWN PROVIDER PRINTS THE BARE NUMBER, AS ALWAYS.
       01  WS-PROV-LOOKUP.
           05  WS-LKP-PROV-NAME               PIC X(30).
           05  WS-LKP-RC                      PIC X(1).
               88  WS-LKP-FOUND                      VALUE '0'.

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.
           PERFORM 0100-LOAD-PARAMETERS.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PROV-ID
               ON ASCENDING KEY SW-RUN-DATE-CYMD
               INPUT PROCEDURE 1000-BUILD-SORT-FILE
               OUTPUT PROCEDURE 3000-WRITE-REPORT.
           GOBACK.

       0100-LOAD-PARAMETERS.
           MOVE "FPS-RISE-RUNS" TO WS-PARM-NAME.
           CALL "FSR085" USING WS-PARM-PROGRAM WS-PARM-NAME
                               WS-RUN-DATE-8 WS-PARM-VALUE
                               WS-PARM-RC.
           IF WS-PARM-FOUND
               COMPUTE WS-FPS-RISE-RUNS =
                   FUNCTION NUMVAL (WS-PARM-VALUE)
           END-IF.

           MOVE "FPS-MIN-CLAIMS" TO WS-PARM-NAME.
           CALL "FSR085" USING WS-PARM-PROGRAM WS-PARM-NAME
                               WS-RUN-DATE-8 WS-PARM-VALUE
                               WS-PARM-RC.
           IF WS-PARM-FOUND
               COMPUTE WS-FPS-MIN-CLAIMS =
                   FUNCTION NUMVAL (WS-PARM-VALUE)
           END-IF.

       1000-BUILD-SORT-FILE.
           OPEN INPUT FPS-HIST-FILE.

           READ FPS-HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-HIST-EOF
               ADD 1 TO WS-HIST-READ-CNT
               MOVE FSSCFHST-FH-PROV-ID       TO SW-PROV-ID
               MOVE FSSCFHST-FH-RUN-DATE-CYMD TO SW-RUN-DATE-CYMD
               MOVE FSSCFHST-FH-CLAIM-CNT     TO SW-CLAIM-CNT
               MOVE FSSCFHST-FH-HIT-CLAIM-CNT TO SW-HIT-CLAIM-CNT
               MOVE FSSCFHST-FH-HIT-PAID-CNT  TO SW-HIT-PAID-CNT
               MOVE FSSCFHST-FH-HIT-PAID-AMT  TO SW-HIT-PAID-AMT
               MOVE FSSCFHST-FH-HIT-DENIED-CNT
                                          TO SW-HIT-DENIED-CNT
               RELEASE SORT-WORK-RECORD
               READ FPS-HIST-FILE
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE FPS-HIST-FILE.

       3000-WRITE-REPORT.
           OPEN OUTPUT FPS-TREND-RPT-FILE FPS-REFERRAL-FILE.
           WRITE FPS-TREND-RPT-LINE FROM WS-HEADING-1.
           WRITE FPS-TREND-RPT-LINE FROM WS-HEADING-2.

           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-SORT-EOF
               PERFORM 3100-PROCESS-SORTED-RECORD
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                       IF WS-FIRST-REC-SW = 'N'
                           PERFORM 3200-PRINT-PROVIDER-TREND
                       END-IF
               END-RETURN
           END-PERFORM.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "HISTORY RECORDS READ: " WS-HIST-READ-CNT
               "  PROVIDERS: " WS-PROVIDER-CNT
               "  REFERRED: " WS-REFERRAL-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE FPS-TREND-RPT-LINE FROM WS-SUMMARY-LINE.

           CLOSE FPS-TREND-RPT-FILE FPS-REFERRAL-FILE.

       3100-PROCESS-SORTED-RECORD.
           IF WS-FIRST-REC-SW = 'N'
              AND SW-PROV-ID NOT = WS-PRIOR-PROV-ID
               PERFORM 3200-PRINT-PROVIDER-TREND
           END-IF.

           IF SW-CLAIM-CNT > 0
               COMPUTE WS-CURR-RATE ROUNDED =
                   (SW-HIT-CLAIM-CNT / SW-CLAIM-CNT) * 100
           ELSE
               MOVE 0 TO WS-CURR-RATE
           END-IF.

           EVALUATE TRUE
               WHEN WS-FIRST-REC-SW = 'Y'
                 OR SW-PROV-ID NOT = WS-PRIOR-PROV-ID
                   ADD 1 TO WS-PROVIDER-CNT
                   MOVE 1 TO WS-PR-RUN-CNT WS-PR-RISING-RUNS
                   MOVE SW-RUN-DATE-CYMD TO WS-PR-RISE-START-DT
                   MOVE WS-CURR-RATE     TO WS-PR-RISE-START-RATE
                   MOVE 'N' TO WS-FIRST-REC-SW
               WHEN SW-RUN-DATE-CYMD = WS-PR-LAST-RUN-DT
                   CONTINUE
               WHEN WS-CURR-RATE > WS-PR-LAST-RATE
                   ADD 1 TO WS-PR-RUN-CNT WS-PR-RISING-RUNS
               WHEN OTHER
                   ADD 1 TO WS-PR-RUN-CNT
                   MOVE 1 TO WS-PR-RISING-RUNS
                   MOVE SW-RUN-DATE-CYMD TO WS-PR-RISE-START-DT
                   MOVE WS-CURR-RATE     TO WS-PR-RISE-START-RATE
           END-EVALUATE.

           MOVE SW-PROV-ID          TO WS-PRIOR-PROV-ID.
           MOVE SW-RUN-DATE-CYMD    TO WS-PR-LAST-RUN-DT.
           MOVE WS-CURR-RATE        TO WS-PR-LAST-RATE.
           MOVE SW-CLAIM-CNT        TO WS-PR-LAST-CLAIM-CNT.
           MOVE SW-HIT-CLAIM-CNT    TO WS-PR-LAST-HIT-CLAIM-CNT.
           MOVE SW-HIT-PAID-AMT     TO WS-PR-LAST-HIT-PAID-AMT.

           MOVE SW-PROV-ID          TO WS-RPT-PROV-ID.
           MOVE SW-RUN-DATE-CYMD    TO WS-RPT-RUN-DATE-CYMD.
           MOVE SW-CLAIM-CNT        TO WS-RPT-CLAIM-CNT.
           MOVE SW-HIT-CLAIM-CNT    TO WS-RPT-HIT-CLAIM-CNT.
           MOVE WS-CURR-RATE        TO WS-RPT-RATE.
           MOVE SW-HIT-PAID-AMT     TO WS-RPT-HIT-PAID-AMT.
           MOVE SW-HIT-DENIED-CNT   TO WS-RPT-HIT-DENIED-CNT.
           WRITE FPS-TREND-RPT-LINE FROM WS-DETAIL-LINE.

       3200-PRINT-PROVIDER-TREND.
           MOVE WS-PRIOR-PROV-ID    TO WS-PTL-PROV-ID.
           CALL "FSR090" USING WS-PRIOR-PROV-ID
                               WS-LKP-PROV-NAME
                               WS-LKP-RC.
           MOVE WS-LKP-PROV-NAME    TO WS-PTL-PROV-NAME.
           MOVE WS-PR-RUN-CNT       TO WS-PTL-RUN-CNT.
           MOVE WS-PR-RISING-RUNS   TO WS-PTL-RISING-RUNS.
           MOVE WS-PR-LAST-RATE     TO WS-PTL-LAST-RATE.

           IF WS-PR-RISING-RUNS >= WS-FPS-RISE-RUNS
              AND WS-PR-RISING-RUNS > 1
              AND WS-PR-LAST-CLAIM-CNT >= WS-FPS-MIN-CLAIMS
               MOVE "REFERRED" TO WS-PTL-TREND
               PERFORM 3300-WRITE-REFERRAL
           ELSE
               IF WS-PR-RISING-RUNS > 1
                   MOVE "RISING"   TO WS-PTL-TREND
               ELSE
                   MOVE SPACES     TO WS-PTL-TREND
               END-IF
           END-IF.

           WRITE FPS-TREND-RPT-LINE FROM WS-PROV-TREND-LINE.

       3300-WRITE-REFERRAL.
           ADD 1 TO WS-REFERRAL-CNT.
           MOVE WS-PRIOR-PROV-ID          TO REFR-PROV-6.
           MOVE WS-LKP-PROV-NAME          TO REFR-PROV-NAME.
           MOVE WS-RUN-DATE-8             TO REFR-REFERRAL-DT-CYMD.
           MOVE WS-PR-RISING-RUNS         TO REFR-RISING-RUNS.
           MOVE WS-PR-RISE-START-DT       TO REFR-RISE-START-DT-CYMD.
           MOVE WS-PR-RISE-START-RATE     TO REFR-START-RATE.
           MOVE WS-PR-LAST-RATE           TO REFR-LAST-RATE.
           MOVE WS-PR-LAST-CLAIM-CNT      TO REFR-LAST-CLAIM-CNT.
           MOVE WS-PR-LAST-HIT-CLAIM-CNT  TO REFR-LAST-HIT-CLAIM-CNT.
           MOVE WS-PR-LAST-HIT-PAID-AMT   TO REFR-LAST-HIT-PAID-AMT.
           WRITE FPS-REFERRAL-RECORD.
