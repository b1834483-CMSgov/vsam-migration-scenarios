      ***        RECORDS-READ.                                        *
      ***     3) EVERY DOWNSTREAM READER'S RECORDS-READ MUST MATCH    *
      ***        ITS PRODUCER'S RECORDS-WRITTEN (FSR025 WHEN IT RAN,  *
      ***        OTHERWISE FSR020 DIRECTLY).  WHEN THE FSR125         *
      ***        HYGIENE SCAN RAN, IT IS THE READER OF THAT FILE AND  *
      ***        ITS CLEAN-CLAIM COUNT IS THE PRODUCER COUNT FOR      *
      ***        EVERY READER AFTER IT; CLAIMS IT QUARANTINED ARE     *
      ***        FLAGGED ON ITS LINE BUT DO NOT HOLD THE SCHEDULE.    *
      ***     4) EVERY JOB'S INPUT GENERATION MUST BE TONIGHT'S -     *
      ***        THE JOB-SILENTLY-RUN-AGAINST-YESTERDAY'S-FILE CASE.  *
      ***     5) EVERY JOB ON TONIGHT'S EXPECTED-JOBS CARD FILE MUST  *
      ***        1-8), SINCE THE NIGHTLY MIX VARIES (FSR082 MAY RUN   *
      ***        IN PLACE OF SEVERAL STANDALONES).  WITH NO CARD      *
      ***        FILE, ONLY FSR020 IS REQUIRED.                       *
      ***     6) ON A PARTITIONED NIGHT, EVERY PARTITION FSR123 WROTE *
      ***        (RUN RECORD FSR123NN) MUST HAVE A PARTITION RUN      *
      ***        (FSR082NN) THAT READ EXACTLY THE PARTITION'S COUNT,  *
      ***        AND THE PARTITIONS MUST ADD UP TO FSR123'S OUTPUT.   *
      ***        THE SPLIT ITSELF (FSR123) AND THE MERGE (FSR124)     *
      ***        ARE JUDGED AGAINST THE PRODUCER LIKE ANY READER.     *
      ***   UP TO 200 JOB NAMES ARE HELD FROM EACH FILE; ONE PAST     *
      ***   THAT CANNOT BE JUDGED, SO IT IS COUNTED AND HOLDS THE     *
      ***   SCHEDULE LIKE A DISAGREEMENT.                             *
      ***   ANY DISAGREEMENT OR MISSING EXPECTED JOB IS PRINTED, PUT  *
      ***   ON THE CONSOLE, AND ENDS THIS STEP WITH RETURN CODE 16    *
      ***   SO THE SCHEDULER HOLDS THE REST OF THE SCHEDULE.          *
           05  WS-RECORDS-READ-CNT            PIC 9(7) VALUE 0.
           05  WS-JOB-TABLE-CNT           COMP PIC S9(4) VALUE 0.
           05  WS-EXP-TABLE-CNT           COMP PIC S9(4) VALUE 0.
           05  WS-JOB-OVERFLOW-CNT            PIC 9(7) VALUE 0.
           05  WS-EXP-OVERFLOW-CNT            PIC 9(7) VALUE 0.

      *** TONIGHT'S EXPECTED JOBS, FROM THE CARD FILE; WITH NO CARD
      *** FILE, FSR020 ALONE IS REQUIRED.
       01  WS-EXPECTED-TABLE.
           05  WS-EXP-ENTRY OCCURS 0 TO 200 TIMES
                            DEPENDING ON WS-EXP-TABLE-CNT
                            INDEXED BY WS-EXP-NDX.
               10  WS-EXP-JOB-NAME            PIC X(8).
           05  WS-GENERATION-DT               PIC 9(8).
           05  WS-020-NDX                 COMP PIC S9(4) VALUE 0.
           05  WS-025-NDX                 COMP PIC S9(4) VALUE 0.
           05  WS-123-NDX                 COMP PIC S9(4) VALUE 0.
           05  WS-125-NDX                 COMP PIC S9(4) VALUE 0.
           05  WS-SCAN-INPUT-WRITTEN          PIC 9(9).
           05  WS-MATCH-NDX               COMP PIC S9(4).
           05  WS-MATCH-JOB-NAME              PIC X(8).
           05  WS-PARTITION-SUM               PIC 9(9).
           05  WS-PARTITION-CNT           COMP PIC S9(4).

      *** LATEST RUN-CONTROL RECORD SEEN PER JOB.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 0 TO 200 TIMES
                            DEPENDING ON WS-JOB-TABLE-CNT
                            INDEXED BY WS-JOB-NDX.
               10  WS-JOB-NAME                PIC X(8).

           PERFORM 1000-LOAD-RUN-CONTROL.
           PERFORM 1500-LOAD-EXPECTED-JOBS.
           PERFORM 1900-REPORT-TABLE-OVERFLOW.
           PERFORM 2000-RECONCILE-CHAIN.

           IF WS-HOLD-SCHEDULE
           END-SEARCH.

           IF NOT WS-JOB-FOUND
               IF WS-JOB-TABLE-CNT < 200
                   ADD 1 TO WS-JOB-TABLE-CNT
                   SET WS-JOB-NDX TO WS-JOB-TABLE-CNT
                   MOVE RUNC-JOB-NAME TO WS-JOB-NAME (WS-JOB-NDX)
                   SET WS-JOB-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-JOB-OVERFLOW-CNT
               END-IF
           END-IF.

               END-READ
               PERFORM UNTIL WS-EXP-EOF
                   IF EXP-JOB-NAME NOT = SPACES
                       IF WS-EXP-TABLE-CNT < 200
                           ADD 1 TO WS-EXP-TABLE-CNT
                           SET WS-EXP-NDX TO WS-EXP-TABLE-CNT
                           MOVE EXP-JOB-NAME
                               TO WS-EXP-JOB-NAME (WS-EXP-NDX)
                       ELSE
                           ADD 1 TO WS-EXP-OVERFLOW-CNT
                       END-IF
                   END-IF
                   READ EXPECTED-JOBS-FILE
                       AT END SET WS-EXP-EOF TO TRUE
               MOVE "FSR020" TO WS-EXP-JOB-NAME (1)
           END-IF.

      *    A JOB THAT DID NOT FIT A TABLE IS NEVER JUDGED, AND A
      *    MISSING FSR082NN OR FSR123NN WOULD MISREPORT THE PARTITION
      *    CHECK - THE NIGHT CANNOT BE CALLED CLEAN.
       1900-REPORT-TABLE-OVERFLOW.
           IF WS-JOB-OVERFLOW-CNT > 0
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "RUN-CONTROL RECORDS FOR JOBS PAST THE 200-JOB "
                   "TABLE, NOT JUDGED: " WS-JOB-OVERFLOW-CNT
                   DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               END-STRING
               WRITE RUN-RECON-RPT-LINE FROM WS-SUMMARY-LINE
               DISPLAY "FSR088 - JOB TABLE FULL, RECORDS NOT JUDGED: "
                   WS-JOB-OVERFLOW-CNT
               SET WS-HOLD-SCHEDULE TO TRUE
           END-IF.

           IF WS-EXP-OVERFLOW-CNT > 0
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "EXPECTED-JOBS CARDS PAST THE 200-JOB TABLE, "
                   "NOT CHECKED: " WS-EXP-OVERFLOW-CNT
                   DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               END-STRING
               WRITE RUN-RECON-RPT-LINE FROM WS-SUMMARY-LINE
               DISPLAY "FSR088 - EXPECTED-JOBS TABLE FULL, CARDS NOT "
                   "CHECKED: " WS-EXP-OVERFLOW-CNT
               SET WS-HOLD-SCHEDULE TO TRUE
           END-IF.

       2000-RECONCILE-CHAIN.
           PERFORM 2100-LOCATE-PRODUCERS.

                   MOVE WS-JOB-WRITTEN (WS-025-NDX)
                       TO WS-PRODUCER-WRITTEN
               END-IF
               MOVE WS-PRODUCER-WRITTEN TO WS-SCAN-INPUT-WRITTEN
               IF WS-125-NDX > 0
                   MOVE WS-JOB-WRITTEN (WS-125-NDX)
                       TO WS-PRODUCER-WRITTEN
               END-IF
               PERFORM 2200-JUDGE-ONE-JOB
                   VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > WS-JOB-TABLE-CNT
               PERFORM 2300-CHECK-PARTITIONS
           END-IF.

      *    AN ABENDING JOB WRITES NO RUN-CONTROL RECORD, SO EVERY
               IF WS-JOB-NAME (WS-NDX) = "FSR025"
                   MOVE WS-NDX TO WS-025-NDX
               END-IF
               IF WS-JOB-NAME (WS-NDX) = "FSR123"
                   MOVE WS-NDX TO WS-123-NDX
               END-IF
               IF WS-JOB-NAME (WS-NDX) = "FSR125"
                   MOVE WS-NDX TO WS-125-NDX
               END-IF
           END-PERFORM.

       2200-JUDGE-ONE-JOB.
               SET WS-HOLD-SCHEDULE TO TRUE
           END-IF.

      *    A PARTITION'S SPLIT RECORD (FSR123NN) IS A PRODUCER; ITS
      *    PARTITION RUN (FSR082NN) READS ONLY THAT PARTITION, SO IT
      *    IS JUDGED AGAINST THE SPLIT RECORD, NOT THE WHOLE EXTRACT.
      *    THE HYGIENE SCAN (FSR125) READS WHAT FSR020/FSR025 WROTE;
      *    ITS QUARANTINED CLAIMS ARE A WORK ITEM, NOT AN IMBALANCE.
           EVALUATE TRUE
               WHEN WS-JOB-NAME (WS-NDX) = "FSR020"
                   CONTINUE
               WHEN WS-JOB-NAME (WS-NDX) = "FSR025"
                   IF WS-JOB-READ (WS-NDX) NOT =
                      WS-JOB-WRITTEN (WS-020-NDX)
                       MOVE "IN/OUT MISMATCH VS FSR020"
                           TO WS-RPT-VERDICT
                       SET WS-HOLD-SCHEDULE TO TRUE
                   END-IF
               WHEN WS-JOB-NAME (WS-NDX) = "FSR125"
                   IF WS-JOB-READ (WS-NDX) NOT =
                      WS-SCAN-INPUT-WRITTEN
                       MOVE "READ COUNT VS PRODUCER OUT"
                           TO WS-RPT-VERDICT
                       SET WS-HOLD-SCHEDULE TO TRUE
                   ELSE
                       IF WS-JOB-WRITTEN (WS-NDX) <
                          WS-JOB-READ (WS-NDX)
                          AND WS-RPT-VERDICT = "OK"
                           MOVE "OK - CLAIMS QUARANTINED"
                               TO WS-RPT-VERDICT
                       END-IF
                   END-IF
               WHEN WS-JOB-NAME (WS-NDX) (1:6) = "FSR123"
                AND WS-JOB-NAME (WS-NDX) (7:2) IS NUMERIC
                   CONTINUE
               WHEN WS-JOB-NAME (WS-NDX) (1:6) = "FSR082"
                AND WS-JOB-NAME (WS-NDX) (7:2) IS NUMERIC
                   MOVE "FSR123"         TO WS-MATCH-JOB-NAME
                   MOVE WS-JOB-NAME (WS-NDX) (7:2)
                                         TO WS-MATCH-JOB-NAME (7:2)
                   PERFORM 2400-FIND-MATCH-JOB
                   IF WS-MATCH-NDX = 0
                       MOVE "NO SPLIT RECORD FOR PARTITION"
                           TO WS-RPT-VERDICT
                       SET WS-HOLD-SCHEDULE TO TRUE
                   ELSE
                       IF WS-JOB-READ (WS-NDX) NOT =
                          WS-JOB-WRITTEN (WS-MATCH-NDX)
                           MOVE "PARTITION READ VS SPLIT OUT"
                               TO WS-RPT-VERDICT
                           SET WS-HOLD-SCHEDULE TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-JOB-READ (WS-NDX) NOT =
                      WS-PRODUCER-WRITTEN
           END-EVALUATE.

           WRITE RUN-RECON-RPT-LINE FROM WS-REPORT-LINE.

      *    EVERY PARTITION SPLIT TONIGHT MUST HAVE BEEN RUN - AN
      *    ABENDED PARTITION WRITES NO FSR082NN RECORD - AND THE
      *    PARTITIONS MUST ACCOUNT FOR EVERYTHING THE SPLIT WROTE.
       2300-CHECK-PARTITIONS.
           MOVE 0 TO WS-PARTITION-SUM.
           MOVE 0 TO WS-PARTITION-CNT.

           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > WS-JOB-TABLE-CNT
               IF WS-JOB-NAME (WS-NDX) (1:6) = "FSR123"
                  AND WS-JOB-NAME (WS-NDX) (7:2) IS NUMERIC
                  AND WS-JOB-GENERATION (WS-NDX) = WS-GENERATION-DT
                   ADD 1 TO WS-PARTITION-CNT
                   ADD WS-JOB-WRITTEN (WS-NDX) TO WS-PARTITION-SUM
                   MOVE "FSR082"         TO WS-MATCH-JOB-NAME
                   MOVE WS-JOB-NAME (WS-NDX) (7:2)
                                         TO WS-MATCH-JOB-NAME (7:2)
                   PERFORM 2400-FIND-MATCH-JOB
                   IF WS-MATCH-NDX = 0
                       MOVE SPACES            TO WS-REPORT-LINE
                       MOVE WS-MATCH-JOB-NAME TO WS-RPT-JOB-NAME
                       MOVE "PARTITION NOT RUN - ABEND?"
                                              TO WS-RPT-VERDICT
                       WRITE RUN-RECON-RPT-LINE FROM WS-REPORT-LINE
                       SET WS-HOLD-SCHEDULE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-PARTITION-CNT > 0
               IF WS-123-NDX = 0
                   MOVE SPACES            TO WS-REPORT-LINE
                   MOVE "FSR123"          TO WS-RPT-JOB-NAME
                   MOVE "PARTITIONS BUT NO SPLIT RECORD"
                                          TO WS-RPT-VERDICT
                   WRITE RUN-RECON-RPT-LINE FROM WS-REPORT-LINE
                   SET WS-HOLD-SCHEDULE TO TRUE
               ELSE
                   IF WS-PARTITION-SUM NOT =
                      WS-JOB-WRITTEN (WS-123-NDX)
                       MOVE SPACES        TO WS-REPORT-LINE
                       MOVE "FSR123"      TO WS-RPT-JOB-NAME
                       MOVE WS-PARTITION-SUM
                                          TO WS-RPT-WRITTEN
                       MOVE "PARTITION SUM VS SPLIT OUT"
                                          TO WS-RPT-VERDICT
                       WRITE RUN-RECON-RPT-LINE FROM WS-REPORT-LINE
                       SET WS-HOLD-SCHEDULE TO TRUE
                   END-IF
               END-IF
           END-IF.

       2400-FIND-MATCH-JOB.
           MOVE 0 TO WS-MATCH-NDX.
           PERFORM VARYING WS-JOB-NDX FROM 1 BY 1
                   UNTIL WS-JOB-NDX > WS-JOB-TABLE-CNT
               IF WS-JOB-NAME (WS-JOB-NDX) = WS-MATCH-JOB-NAME
                   SET WS-MATCH-NDX TO WS-JOB-NDX
               END-IF
           END-PERFORM.
