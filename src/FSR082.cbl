      ***   THE EXTRACT'S FSRCCTLX CONTROL RECORDS ARE VERIFIED       *
      ***   THROUGH FSR081 THE SAME AS EVERY OTHER CONSUMER.          *
      ***                                                             *
      ***   PARTITIONED RUNS - WHEN FSR123 HAS SPLIT THE EXTRACT BY   *
      ***   HIC-NO RANGE, ONE COPY OF THIS DRIVER RUNS PER PARTITION  *
      ***   CONCURRENTLY, EACH WITH A 'PARTITION=NN' CARD (COLUMNS    *
      ***   1-12) IN ITS PARAMETER CARD FILE.  A PARTITION RUN:       *
      ***     - WRITES DETAIL LINES ONLY - NO HEADINGS, NO SUMMARY    *
      ***       LINES, NO FSR041 PROVIDER SECTION;                    *
      ***     - LEAVES THE FSR004 SPILL UNSORTED IN THE WORK FILE;    *
      ***     - WRITES ITS ACCUMULATORS AND FSR041 PROVIDER TABLE TO  *
      ***       THE PARTITION-TOTALS FILE (FSRCPTOT SHAPE).  THE      *
      ***       TABLE IS HELD IN FULL (UP TO 1600 PROVIDERS) - WHICH  *
      ***       200 THE REPORT KEEPS DEPENDS ON EVERY PARTITION, SO   *
      ***       FSR124 MAKES THE 200 CUT AFTER MERGING;               *
      ***     - SIGNS ITS RUN-CONTROL RECORD FSR082NN.                *
      ***   THE FSR124 MERGE STEP THEN REBUILDS THE SIX REPORTS, AND  *
      ***   THE RUN-CONTROL FILE, FROM THE PARTITIONS' OUTPUTS.       *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE - FSRCCLMS SHAPE, DCN SEQUENCE   *
      ***         PARM-CARD-FILE     - REPORT SELECTION CARDS         *
      *** OUTPUT: RTP-AGING-RPT-FILE  - AS FSR004                     *
      ***         HIC-MBI-RPT-FILE    - AS FSR019                     *
      ***         SITE-XWALK-RPT-FILE - AS FSR023                     *
      ***         DRG-SHIFT-RPT-FILE  - AS FSR041                     *
      ***         RTP-WORK-FILE       - FSR004 SORT SPILL (SCRATCH;   *
      ***                               KEPT FOR FSR124 WHEN          *
      ***                               PARTITIONED)                  *
      ***         PARTITION-TOTALS-FILE - FSRCPTOT SHAPE, PARTITIONED *
      ***                               RUNS ONLY                     *
      ***                                                             *
      *****************************************************************

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARTITION-TOTALS-FILE ASSIGN TO "PARTTOTL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       COPY FSRCRUNC.
       REPLACE OFF.

       FD  PARTITION-TOTALS-FILE
           RECORD CONTAINS 200 CHARACTERS.

       REPLACE ==:FSSC:== BY ==PTOT==.
       COPY FSRCPTOT.
       REPLACE OFF.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-CURR-LOC                    PIC X(5).
               88  WS-REAS-FOUND                     VALUE 'Y'.
           05  WS-PROV-FOUND-SW               PIC X(1) VALUE 'N'.
               88  WS-PROV-FOUND                     VALUE 'Y'.
           05  WS-PARTITION-SW                PIC X(1) VALUE 'N'.
               88  WS-PARTITION-RUN                  VALUE 'Y'.

      *    SET FROM THE 'PARTITION=NN' CARD ON A PARTITIONED NIGHT.
       01  WS-PARTITION-NO                    PIC 9(2) VALUE 0.

       01  WS-REPORT-SELECTIONS.
           05  WS-RUN-004-SW                  PIC X(1) VALUE 'N'.
           05  WS-DRG-REASON-CNT              PIC 9(7) VALUE 0.
           05  WS-PROV-OVERFLOW-CNT           PIC 9(7) VALUE 0.

      *    THE SINGLE PASS PRINTS THE FIRST 200 PROVIDERS SEEN; A
      *    PARTITION RUN HOLDS UP TO 1600 FOR FSR124 TO CUT.
       01  WS-PROV-SUMMARY-TABLE.
           05  WS-PROV-TABLE-CNT              COMP PIC S9(4) VALUE 0.
           05  WS-PROV-TABLE-MAX              COMP PIC S9(4) VALUE 200.
           05  WS-PROV-ENTRY                  OCCURS 1600 TIMES
                                        INDEXED BY WS-PRNDX.
               10  WS-PRV-PROV-6              PIC X(6).
               10  WS-PRV-SHIFT-CNT           PIC 9(7).
               10  WS-PRV-FIRST-DCN           PIC X(23).

       01  WS-004-HEADING-1                   PIC X(132) VALUE
           "FSR004 - RTP AGING REPORT".
               GOBACK
           END-IF.

           IF WS-PARTITION-RUN
               PERFORM 8500-WRITE-PARTITION-TOTALS
           ELSE
               PERFORM 8000-FINISH-ENABLED-REPORTS
           END-IF.
           PERFORM 9100-CLOSE-ENABLED-REPORTS.
           PERFORM 9500-WRITE-RUN-CONTROL.
           GOBACK.

      *    ONE RUN-CONTROL RECORD PER NORMAL COMPLETION (FSRCRUNC) -
      *    FSR088 RECONCILES THE CHAIN'S COUNTS FROM THESE.  A
      *    PARTITION RUN SIGNS ITS RECORD FSR082NN SO FSR088 CAN
      *    MATCH IT TO FSR123'S RECORD FOR THE SAME PARTITION.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR082"              TO RUNC-JOB-NAME.
           IF WS-PARTITION-RUN
               MOVE WS-PARTITION-NO   TO RUNC-JOB-NAME (7:2)
           END-IF.
           MOVE WS-RUN-DATE-8         TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           CLOSE PARM-CARD-FILE.

       1010-APPLY-PARM-CARD.
           IF PARM-CARD-RECORD (1:10) = "PARTITION="
               IF PARM-CARD-RECORD (11:2) IS NUMERIC
                  AND PARM-CARD-RECORD (11:2) NOT = "00"
                   MOVE PARM-CARD-RECORD (11:2) TO WS-PARTITION-NO
                   SET WS-PARTITION-RUN TO TRUE
                   MOVE 1600 TO WS-PROV-TABLE-MAX
               ELSE
                   DISPLAY "FSR082 - INVALID PARTITION CARD: "
                       PARM-CARD-RECORD (1:12)
               END-IF
           END-IF.

           IF PARM-CARD-RECORD (8:1) = 'Y'
               EVALUATE PARM-CARD-RECORD (1:6)
                   WHEN "FSR004"
               END-EVALUATE
           END-IF.

      *    A PARTITION RUN'S REPORTS ARE DETAIL LINES ONLY - FSR124
      *    PRINTS THE HEADINGS ONCE OVER THE MERGED DETAIL.
       1100-OPEN-ENABLED-REPORTS.
           IF WS-RUN-006
               OPEN OUTPUT POA-COMPLY-RPT-FILE
               IF NOT WS-PARTITION-RUN
                   WRITE POA-COMPLY-RPT-LINE FROM WS-006-HEADING-1
                   WRITE POA-COMPLY-RPT-LINE FROM WS-006-HEADING-2
               END-IF
           END-IF.
           IF WS-RUN-012
               OPEN OUTPUT DUP-CLAIM-RPT-FILE
               IF NOT WS-PARTITION-RUN
                   WRITE DUP-CLAIM-RPT-LINE FROM WS-012-HEADING-1
                   WRITE DUP-CLAIM-RPT-LINE FROM WS-012-HEADING-2
               END-IF
           END-IF.
           IF WS-RUN-019
               OPEN OUTPUT HIC-MBI-RPT-FILE
               IF NOT WS-PARTITION-RUN
                   WRITE HIC-MBI-RPT-LINE FROM WS-019-HEADING-1
                   WRITE HIC-MBI-RPT-LINE FROM WS-019-HEADING-2
               END-IF
           END-IF.
           IF WS-RUN-023
               OPEN OUTPUT SITE-XWALK-RPT-FILE
               IF NOT WS-PARTITION-RUN
                   WRITE SITE-XWALK-RPT-LINE FROM WS-023-HEADING-1
                   WRITE SITE-XWALK-RPT-LINE FROM WS-023-HEADING-2
               END-IF
           END-IF.
           IF WS-RUN-041
               OPEN OUTPUT DRG-SHIFT-RPT-FILE
               IF NOT WS-PARTITION-RUN
                   WRITE DRG-SHIFT-RPT-LINE FROM WS-041-HEADING-1
                   WRITE DRG-SHIFT-RPT-LINE FROM WS-041-HEADING-2
               END-IF
           END-IF.

       1500-CHECK-CONTROL-RECORD.
           END-SEARCH.

           IF NOT WS-PROV-FOUND
               IF WS-PROV-TABLE-CNT < WS-PROV-TABLE-MAX
                   ADD 1 TO WS-PROV-TABLE-CNT
                   SET WS-PRNDX TO WS-PROV-TABLE-CNT
                   MOVE FSSCCLMS-MEDA-PROV-6
                       TO WS-PRV-PROV-6 (WS-PRNDX)
                   MOVE 1 TO WS-PRV-SHIFT-CNT (WS-PRNDX)
                   MOVE FSSCCLMS-DCN
                       TO WS-PRV-FIRST-DCN (WS-PRNDX)
               ELSE
                   ADD 1 TO WS-PROV-OVERFLOW-CNT
               END-IF

           WRITE RTP-AGING-RPT-LINE FROM WS-004-REPORT-LINE.

      *    PARTITION RUN - THE ACCUMULATORS GO TO THE TOTALS FILE
      *    FOR FSR124 IN PLACE OF THE SUMMARY LINES, FOLLOWED BY ONE
      *    RECORD PER FSR041 PROVIDER-TABLE ENTRY.
       8500-WRITE-PARTITION-TOTALS.
           OPEN OUTPUT PARTITION-TOTALS-FILE.

           MOVE SPACES                  TO PTOT-TOTALS-RECORD.
           MOVE WS-PARTITION-NO         TO PTOT-PARTITION-NO.
           SET PTOT-REC-C-COUNTS        TO TRUE.
           MOVE WS-RUN-DATE-8           TO PTOT-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT    TO PTOT-GENERATION-DT.
           MOVE WS-CTL-DATA-CNT         TO PTOT-DATA-REC-CNT.
           MOVE WS-CTL-CHARGE-HASH      TO PTOT-CHARGE-HASH.
           MOVE WS-REPORT-SELECTIONS    TO PTOT-REPORTS-RUN.
           MOVE WS-RTP-CLAIM-CNT        TO PTOT-004-RTP-CLAIM-CNT.
           MOVE WS-006-CLAIMS-READ-CNT  TO PTOT-006-CLAIMS-READ-CNT.
           MOVE WS-DIAG-CHECKED-CNT     TO PTOT-006-DIAG-CHECKED-CNT.
           MOVE WS-DIAG-NONCOMPLY-CNT   TO PTOT-006-DIAG-NONCOMPLY-CNT.
           MOVE WS-012-CLAIMS-READ-CNT  TO PTOT-012-CLAIMS-READ-CNT.
           MOVE WS-STILL-SUSPECT-CNT    TO PTOT-012-STILL-SUSPECT-CNT.
           MOVE WS-CONFIRMED-DUP-CNT    TO PTOT-012-CONFIRMED-DUP-CNT.
           MOVE WS-019-CLAIMS-READ-CNT  TO PTOT-019-CLAIMS-READ-CNT.
           MOVE WS-HICMBI-NF-CNT        TO PTOT-019-HICMBI-NF-CNT.
           MOVE WS-SUBM-BY-HIC-CNT      TO PTOT-019-SUBM-BY-HIC-CNT.
           MOVE WS-ADJ-BY-HIC-CNT       TO PTOT-019-ADJ-BY-HIC-CNT.
           MOVE WS-NO-MBI-CNT           TO PTOT-019-NO-MBI-CNT.
           MOVE WS-BASE-CLAIM-CNT       TO PTOT-023-BASE-CLAIM-CNT.
           MOVE WS-CROSS-SITE-CNT       TO PTOT-023-CROSS-SITE-CNT.
           MOVE WS-041-CLAIMS-READ-CNT  TO PTOT-041-CLAIMS-READ-CNT.
           MOVE WS-DRG-SHIFT-CNT        TO PTOT-041-DRG-SHIFT-CNT.
           MOVE WS-DRG-REASON-CNT       TO PTOT-041-DRG-REASON-CNT.
           MOVE WS-PROV-OVERFLOW-CNT    TO PTOT-041-PROV-OVERFLOW-CNT.
           WRITE PTOT-TOTALS-RECORD.

           PERFORM VARYING WS-PRNDX FROM 1 BY 1
                   UNTIL WS-PRNDX > WS-PROV-TABLE-CNT
               MOVE SPACES              TO PTOT-TOTALS-RECORD
               MOVE WS-PARTITION-NO     TO PTOT-PARTITION-NO
               SET PTOT-REC-P-PROVIDER  TO TRUE
               MOVE WS-PRV-PROV-6 (WS-PRNDX)
                                        TO PTOT-PROV-6
               MOVE WS-PRV-SHIFT-CNT (WS-PRNDX)
                                        TO PTOT-PROV-SHIFT-CNT
               MOVE WS-PRV-FIRST-DCN (WS-PRNDX)
                                        TO PTOT-PROV-FIRST-DCN
               WRITE PTOT-TOTALS-RECORD
           END-PERFORM.

           CLOSE PARTITION-TOTALS-FILE.

       8041-WRITE-PROVIDER-SECTION.
           WRITE DRG-SHIFT-RPT-LINE FROM WS-041-HEADING-PROV.
           PERFORM VARYING WS-PRNDX FROM 1 BY 1
