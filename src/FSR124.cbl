      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR124                                             *
      ***                                                             *
      *** DESCRIPTION: PARTITIONED NIGHTLY REPORT MERGE.  END STEP    *
      ***   OF A PARTITIONED NIGHT - AFTER FSR123 HAS SPLIT THE       *
      ***   EXTRACT BY HIC-NO RANGE AND ONE FSR082 PER PARTITION HAS  *
      ***   RUN CONCURRENTLY, THIS STEP PUTS THEIR OUTPUTS BACK INTO  *
      ***   THE SAME DDS THE SINGLE-PASS FSR082 (AND THE STANDALONE   *
      ***   JOBS BEFORE IT) WRITES, SO DOWNSTREAM READERS SEE THE     *
      ***   SAME REPORTS WHETHER OR NOT THE NIGHT WAS PARTITIONED:    *
      ***     - EACH PARTITION'S RUN-CONTROL RECORD (FSR082NN) IS     *
      ***       APPENDED TO THE CHAIN RUN-CONTROL FILE FOR FSR088.    *
      ***       THE PARTITION RUNS EACH WRITE THEIR OWN RUN-CONTROL   *
      ***       FILE SO THAT CONCURRENT JOBS NEVER SHARE ONE; THE     *
      ***       INPUT DD HERE IS THEIR CONCATENATION.                 *
      ***     - THE PARTITION-TOTALS RECORDS (FSRCPTOT) ARE ADDED     *
      ***       TOGETHER.  EVERY PARTITION MUST HAVE RUN THE SAME     *
      ***       REPORTS AGAINST THE SAME EXTRACT GENERATION, AND NO   *
      ***       PARTITION MAY APPEAR TWICE.                           *
      ***     - FSR004: THE PARTITIONS' UNSORTED SPILLS ARE SORTED    *
      ***       AND PRINTED EXACTLY AS THE SINGLE PASS DOES.          *
      ***     - FSR006/012/019/023/041: THE PARTITIONS' DETAIL LINES  *
      ***       ARE SORTED BACK INTO DCN SEQUENCE - THE EXTRACT'S     *
      ***       ORDER, AND SO THE ORDER THE SINGLE PASS PRINTS THEM - *
      ***       WITH A CLAIM'S LINES KEPT IN THEIR ORIGINAL ORDER,    *
      ***       UNDER ONE SET OF HEADINGS AND SUMMARY LINES BUILT     *
      ***       FROM THE MERGED TOTALS.                               *
      ***     - FSR041'S PROVIDER SECTION IS REBUILT FROM THE         *
      ***       PARTITIONS' PROVIDER TABLES IN FIRST-SEEN (DCN)       *
      ***       ORDER, HOLDING THE SAME 200 PROVIDERS THE SINGLE      *
      ***       PASS WOULD; SHIFTS FOR PROVIDERS PAST THE LIMIT ARE   *
      ***       COUNTED AS OVERFLOW, AS THERE.                        *
      ***   A TOTALS DISAGREEMENT, OR AN FSR004 SPILL WHOSE COUNT     *
      ***   DOES NOT MATCH THE PARTITIONS' RTP TOTAL, ENDS THE STEP   *
      ***   WITH RETURN CODE 16 AND NO FSR124 RUN-CONTROL RECORD.     *
      ***   WHETHER ALL N PARTITIONS RAN AND BALANCED AGAINST THE     *
      ***   SPLIT IS PROVED BY FSR088 FROM THE RUN-CONTROL RECORDS.   *
      ***                                                             *
      ***   ONLY FSR082'S REPORTS ARE MERGED HERE.  THE CROSS-CLAIM   *
      ***   JOBS (FSR016, FSR043, FSR059, FSR086) ARE NOT RUN PER     *
      ***   PARTITION; THEY RUN ONCE AGAINST THE WHOLE EXTRACT (SEE   *
      ***   FSR123) AND WRITE THEIR OWN DDS DIRECTLY.                 *
      ***                                                             *
      *** INPUT:  PART-RUNCTL-FILE    - PARTITION RUN-CONTROL RECORDS *
      ***         PART-TOTALS-FILE    - FSRCPTOT, ALL PARTITIONS      *
      ***         RTP-WORK-FILE       - FSR004 SPILLS, ALL PARTITIONS *
      ***         POA-COMPLY-IN-FILE  - FSR006 DETAIL, ALL PARTITIONS *
      ***         DUP-CLAIM-IN-FILE   - FSR012 DETAIL, ALL PARTITIONS *
      ***         HIC-MBI-IN-FILE     - FSR019 DETAIL, ALL PARTITIONS *
      ***         SITE-XWALK-IN-FILE  - FSR023 DETAIL, ALL PARTITIONS *
      ***         DRG-SHIFT-IN-FILE   - FSR041 DETAIL, ALL PARTITIONS *
      *** OUTPUT: RTP-AGING-RPT-FILE  - AS FSR004                     *
      ***         POA-COMPLY-RPT-FILE - AS FSR006                     *
      ***         DUP-CLAIM-RPT-FILE  - AS FSR012                     *
      ***         HIC-MBI-RPT-FILE    - AS FSR019                     *
      ***         SITE-XWALK-RPT-FILE - AS FSR023                     *
      ***         DRG-SHIFT-RPT-FILE  - AS FSR041                     *
      ***         RUN-CONTROL-FILE    - FSRCRUNC SHAPE, APPENDED      *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR124.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-RUNCTL-FILE ASSIGN TO "PARTRUNC"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PART-TOTALS-FILE ASSIGN TO "PARTTOTL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RTP-WORK-FILE ASSIGN TO "RTPWORK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT POA-COMPLY-IN-FILE ASSIGN TO "POACMPIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUP-CLAIM-IN-FILE ASSIGN TO "DUPCLPIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIC-MBI-IN-FILE ASSIGN TO "HICMBPIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SITE-XWALK-IN-FILE ASSIGN TO "SITEXPIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DRG-SHIFT-IN-FILE ASSIGN TO "DRGSHPIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RTP-AGING-RPT-FILE ASSIGN TO "RTPAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POA-COMPLY-RPT-FILE ASSIGN TO "POACMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUP-CLAIM-RPT-FILE ASSIGN TO "DUPCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIC-MBI-RPT-FILE ASSIGN TO "HICMBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SITE-XWALK-RPT-FILE ASSIGN TO "SITEXWRP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DRG-SHIFT-RPT-FILE ASSIGN TO "DRGSHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT DETAIL-SORT-FILE ASSIGN TO "SORTWK2".

       DATA DIVISION.
       FILE SECTION.

       FD  PART-RUNCTL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==PRUN==.
       COPY FSRCRUNC.
       REPLACE OFF.

       FD  PART-TOTALS-FILE
           RECORD CONTAINS 200 CHARACTERS.

       REPLACE ==:FSSC:== BY ==PTOT==.
       COPY FSRCPTOT.
       REPLACE OFF.

       FD  RTP-WORK-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  RTPW-RECORD.
           05  RTPW-CURR-LOC                  PIC X(5).
           05  RTPW-PROVIDER                  PIC X(13).
           05  RTPW-AGE-DAYS                  PIC S9(9).
           05  RTPW-HIC-NO                    PIC X(12).
           05  RTPW-DCN                       PIC X(14).
           05  RTPW-AUTO-FIX-SW               PIC X(1).

       FD  POA-COMPLY-IN-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  POA-COMPLY-IN-LINE                 PIC X(132).

       FD  DUP-CLAIM-IN-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DUP-CLAIM-IN-LINE                  PIC X(132).

       FD  HIC-MBI-IN-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  HIC-MBI-IN-LINE                    PIC X(132).

       FD  SITE-XWALK-IN-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SITE-XWALK-IN-LINE                 PIC X(132).

       FD  DRG-SHIFT-IN-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DRG-SHIFT-IN-LINE                  PIC X(132).

       FD  RTP-AGING-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RTP-AGING-RPT-LINE                 PIC X(132).

       FD  POA-COMPLY-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  POA-COMPLY-RPT-LINE                PIC X(132).

       FD  DUP-CLAIM-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DUP-CLAIM-RPT-LINE                 PIC X(132).

       FD  HIC-MBI-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  HIC-MBI-RPT-LINE                   PIC X(132).

       FD  SITE-XWALK-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SITE-XWALK-RPT-LINE                PIC X(132).

       FD  DRG-SHIFT-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DRG-SHIFT-RPT-LINE                 PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-CURR-LOC                    PIC X(5).
           05  SW-PROVIDER                    PIC X(13).
           05  SW-AGE-DAYS                    PIC S9(9).
           05  SW-HIC-NO                      PIC X(12).
           05  SW-DCN                         PIC X(14).
           05  SW-AUTO-FIX-SW                 PIC X(1).
               88  SW-AUTO-FIX                       VALUE 'Y'.

       SD  DETAIL-SORT-FILE.
       01  DETAIL-SORT-RECORD.
           05  DS-DCN                         PIC X(23).
           05  DS-LINE                        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-MERGE-ERROR-SW              PIC X(1) VALUE 'N'.
               88  WS-MERGE-ERROR                    VALUE 'Y'.
           05  WS-FIRST-COUNTS-SW             PIC X(1) VALUE 'Y'.
               88  WS-FIRST-COUNTS                   VALUE 'Y'.
           05  WS-PROV-FOUND-SW               PIC X(1) VALUE 'N'.
               88  WS-PROV-FOUND                     VALUE 'Y'.
           05  WS-PROV-TABLE-FULL-SW          PIC X(1) VALUE 'N'.
               88  WS-PROV-TABLE-FULL                VALUE 'Y'.

      *    TAKEN FROM THE FIRST PARTITION'S COUNTS RECORD; EVERY
      *    OTHER PARTITION MUST AGREE.
       01  WS-REPORT-SELECTIONS.
           05  WS-RUN-004-SW                  PIC X(1) VALUE 'N'.
               88  WS-RUN-004                        VALUE 'Y'.
           05  WS-RUN-006-SW                  PIC X(1) VALUE 'N'.
               88  WS-RUN-006                        VALUE 'Y'.
           05  WS-RUN-012-SW                  PIC X(1) VALUE 'N'.
               88  WS-RUN-012                        VALUE 'Y'.
           05  WS-RUN-019-SW                  PIC X(1) VALUE 'N'.
               88  WS-RUN-019                        VALUE 'Y'.
           05  WS-RUN-023-SW                  PIC X(1) VALUE 'N'.
               88  WS-RUN-023                        VALUE 'Y'.
           05  WS-RUN-041-SW                  PIC X(1) VALUE 'N'.
               88  WS-RUN-041                        VALUE 'Y'.

      *    WHICH DETAIL REPORT THE SHARED SORT PROCEDURES ARE ON.
       01  WS-MERGE-REPORT                    PIC X(3).
           88  WS-MRG-006                            VALUE '006'.
           88  WS-MRG-012                            VALUE '012'.
           88  WS-MRG-019                            VALUE '019'.
           88  WS-MRG-023                            VALUE '023'.
           88  WS-MRG-041                            VALUE '041'.

       01  WS-MERGE-TOTALS.
           05  WS-PART-MERGED-CNT         COMP PIC S9(4) VALUE 0.
           05  WS-PART-RUNC-CNT               PIC 9(5) VALUE 0.
           05  WS-GENERATION-DT               PIC 9(8) VALUE 0.
           05  WS-DATA-REC-CNT                PIC 9(9) VALUE 0.
           05  WS-CHARGE-HASH             COMP-3 PIC S9(13)V99
                                                  VALUE 0.
           05  WS-RTP-SPILL-CNT               PIC 9(7) VALUE 0.
           05  WS-DETAIL-LINE-CNT             PIC 9(9) VALUE 0.

      *    ONE FLAG PER POSSIBLE PARTITION NUMBER, TO CATCH A
      *    PARTITION'S TOTALS CONCATENATED IN TWICE.
       01  WS-PARTITION-SEEN-TABLE.
           05  WS-PART-SEEN-SW                PIC X(1)
                                              OCCURS 99 TIMES.

       01  WS-004-COUNTERS.
           05  WS-RTP-CLAIM-CNT               PIC 9(7) VALUE 0.
           05  WS-BKT-0-30-CNT                PIC 9(7) VALUE 0.
           05  WS-BKT-31-60-CNT               PIC 9(7) VALUE 0.
           05  WS-BKT-61-90-CNT               PIC 9(7) VALUE 0.
           05  WS-BKT-91-UP-CNT               PIC 9(7) VALUE 0.
           05  WS-AUTO-FIX-CNT                PIC 9(7) VALUE 0.

       01  WS-006-COUNTERS.
           05  WS-006-CLAIMS-READ-CNT         PIC 9(7) VALUE 0.
           05  WS-DIAG-CHECKED-CNT            PIC 9(7) VALUE 0.
           05  WS-DIAG-NONCOMPLY-CNT          PIC 9(7) VALUE 0.

       01  WS-012-COUNTERS.
           05  WS-012-CLAIMS-READ-CNT         PIC 9(7) VALUE 0.
           05  WS-STILL-SUSPECT-CNT           PIC 9(7) VALUE 0.
           05  WS-CONFIRMED-DUP-CNT           PIC 9(7) VALUE 0.

       01  WS-019-COUNTERS.
           05  WS-019-CLAIMS-READ-CNT         PIC 9(7) VALUE 0.
           05  WS-HICMBI-NF-CNT               PIC 9(7) VALUE 0.
           05  WS-SUBM-BY-HIC-CNT             PIC 9(7) VALUE 0.
           05  WS-ADJ-BY-HIC-CNT              PIC 9(7) VALUE 0.
           05  WS-NO-MBI-CNT                  PIC 9(7) VALUE 0.

       01  WS-023-COUNTERS.
           05  WS-BASE-CLAIM-CNT              PIC 9(7) VALUE 0.
           05  WS-CROSS-SITE-CNT              PIC 9(7) VALUE 0.

       01  WS-041-COUNTERS.
           05  WS-041-CLAIMS-READ-CNT         PIC 9(7) VALUE 0.
           05  WS-DRG-SHIFT-CNT               PIC 9(7) VALUE 0.
           05  WS-DRG-REASON-CNT              PIC 9(7) VALUE 0.
           05  WS-PROV-OVERFLOW-CNT           PIC 9(7) VALUE 0.

      *    EVERY PARTITION'S PROVIDER TABLE, COMBINED.  A PARTITION
      *    SENDS ITS WHOLE TABLE (UP TO 1600, FIRST-SEEN ORDER) AND
      *    FSR123 WRITES AT MOST 8 PARTITIONS, SO 8 X 1600 ENTRIES
      *    HOLD EVERY PROVIDER SENT AND THE GLOBAL FIRST 200 ARE
      *    ALWAYS HERE; ONLY THOSE 200 BY FIRST-SEEN DCN ARE PRINTED,
      *    AS IN THE SINGLE PASS.  A TABLE THAT FILLS REGARDLESS IS A
      *    MERGE ERROR, NOT AN OVERFLOW COUNT.
       01  WS-PROV-MERGE-TABLE.
           05  WS-PROV-TABLE-CNT              COMP PIC S9(8) VALUE 0.
           05  WS-PROV-ENTRY                  OCCURS 12800 TIMES
                                        INDEXED BY WS-PRNDX.
               10  WS-PRV-PROV-6              PIC X(6).
               10  WS-PRV-SHIFT-CNT           PIC 9(7).
               10  WS-PRV-FIRST-DCN           PIC X(23).

       01  WS-PROV-SORT-WORK.
           05  WS-SORT-NDX                COMP PIC S9(8).
           05  WS-SORT-LOW-NDX            COMP PIC S9(8).
           05  WS-SORT-SCAN-NDX           COMP PIC S9(8).
           05  WS-SORT-HOLD-ENTRY.
               10  WS-SORT-HOLD-PROV-6        PIC X(6).
               10  WS-SORT-HOLD-SHIFT-CNT     PIC 9(7).
               10  WS-SORT-HOLD-FIRST-DCN     PIC X(23).

       01  WS-PART-NO-X                       PIC 9(2).
       01  WS-RUN-DATE-8                      PIC 9(8).
       01  WS-DETAIL-LINE                     PIC X(132).
       01  WS-OUT-LINE                        PIC X(132).

       01  WS-004-HEADING-1                   PIC X(132) VALUE
           "FSR004 - RTP AGING REPORT".

       01  WS-004-HEADING-2                   PIC X(132) VALUE
           "HIC-NO       DCN            PROVIDER       CURR-LOC
      -    "  DAYS-IN-RTP  AGE-BUCKET  AUTO-RESUB".

       01  WS-004-REPORT-LINE.
           05  WS-004-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-004-DCN                     PIC X(14).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-004-PROVIDER                PIC X(13).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-004-CURR-LOC                PIC X(5).
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-004-AGE-DAYS                PIC ZZZ9.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-004-BUCKET                  PIC X(10).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-004-AUTO-FIX                PIC X(10).

       01  WS-006-HEADING-1                   PIC X(132) VALUE
           "FSR006 - DIAGNOSIS POA COMPLIANCE REPORT".

       01  WS-006-HEADING-2                   PIC X(132) VALUE
           "HIC-NO       DCN            DIAG-CD  POA-IND  REASON".

       01  WS-012-HEADING-1                   PIC X(132) VALUE
           "FSR012 - SUSPECTED-DUPLICATE CLAIM SUMMARY REPORT".

       01  WS-012-HEADING-2                   PIC X(132) VALUE
           "HIC-NO       DCN            STATUS          DUPED-AGAINST-D
      -    "CN".

       01  WS-019-HEADING-1                   PIC X(132) VALUE
           "FSR019 - HIC-TO-MBI TRANSITION EXCEPTION REPORT".

       01  WS-019-HEADING-2                   PIC X(132) VALUE
           "HIC-NO       DCN            MBI          EXCEPTION".

       01  WS-023-HEADING-1                   PIC X(132) VALUE
           "FSR023 - SITE-MIGRATION DCN CROSSWALK REPORT".

       01  WS-023-HEADING-2                   PIC X(132) VALUE
           "HIC-NO       DCN            CURR-SITE  XREF-TYPE     XREF-
      -    "DCN         XREF-SITE".

       01  WS-041-HEADING-1                   PIC X(132) VALUE
           "FSR041 - DRG SHIFT/OUTLIER RECONCILIATION REPORT".

       01  WS-041-HEADING-2                   PIC X(132) VALUE
           "HIC-NO       DCN                      PROVIDER  PRIOR-DRG
      -    " PRO-DRG  ADJ-REAS".

       01  WS-041-HEADING-PROV                PIC X(132) VALUE
           "DRG SHIFTS BY PROVIDER".

       01  WS-041-PROV-LINE.
           05  WS-041-PRL-PROV-6              PIC X(6).
           05  FILLER                         PIC X(4)  VALUE SPACES.
           05  WS-041-PRL-SHIFT-CNT           PIC ZZZZZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-041-PRL-PROV-NAME           PIC X(30).

      *    RESOLVED THROUGH THE FSR090 PROVIDER MASTER LOOKUP, AS IN
      *    FSR082 - AN UNKNOWN PROVIDER PRINTS THE BARE NUMBER.
       01  WS-PROV-LOOKUP.
           05  WS-LKP-PROV-NAME               PIC X(30).
           05  WS-LKP-RC                      PIC X(1).
               88  WS-LKP-FOUND                      VALUE '0'.

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.
           MOVE ALL 'N' TO WS-PARTITION-SEEN-TABLE.

           PERFORM 1000-COPY-PARTITION-RUN-CONTROL.
           PERFORM 1100-LOAD-PARTITION-TOTALS.

           IF WS-PART-MERGED-CNT = 0
               DISPLAY "FSR124 - NO PARTITION TOTALS RECORDS FOUND"
               SET WS-MERGE-ERROR TO TRUE
           END-IF.

           IF WS-MERGE-ERROR
               DISPLAY "FSR124 - PARTITION TOTALS DO NOT AGREE - "
                   "REPORTS NOT MERGED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-RUN-004
               PERFORM 3000-SORT-AND-PRINT-RTP
           END-IF.
           IF WS-RUN-006
               MOVE '006' TO WS-MERGE-REPORT
               PERFORM 4000-MERGE-DETAIL-REPORT
           END-IF.
           IF WS-RUN-012
               MOVE '012' TO WS-MERGE-REPORT
               PERFORM 4000-MERGE-DETAIL-REPORT
           END-IF.
           IF WS-RUN-019
               MOVE '019' TO WS-MERGE-REPORT
               PERFORM 4000-MERGE-DETAIL-REPORT
           END-IF.
           IF WS-RUN-023
               MOVE '023' TO WS-MERGE-REPORT
               PERFORM 4000-MERGE-DETAIL-REPORT
           END-IF.
           IF WS-RUN-041
               PERFORM 4500-ORDER-PROVIDERS
               MOVE '041' TO WS-MERGE-REPORT
               PERFORM 4000-MERGE-DETAIL-REPORT
           END-IF.

           IF WS-RUN-004
              AND WS-RTP-SPILL-CNT NOT = WS-RTP-CLAIM-CNT
               DISPLAY "FSR124 - FSR004 SPILL RECORDS: "
                   WS-RTP-SPILL-CNT "  PARTITION RTP TOTAL: "
                   WS-RTP-CLAIM-CNT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 9500-WRITE-RUN-CONTROL.

           DISPLAY "FSR124 - PARTITIONS MERGED: " WS-PART-MERGED-CNT
               "  RUN-CONTROL RECORDS COPIED: " WS-PART-RUNC-CNT.
           DISPLAY "FSR124 - DATA RECORDS: " WS-DATA-REC-CNT
               "  DETAIL LINES MERGED: " WS-DETAIL-LINE-CNT.
           GOBACK.

      *    THE PARTITION RUNS' RECORDS GO ONTO THE CHAIN FILE FIRST,
      *    WHATEVER ELSE HAPPENS HERE - THEY ARE WHAT FSR088 USES TO
      *    PROVE EVERY PARTITION FINISHED.
       1000-COPY-PARTITION-RUN-CONTROL.
           OPEN INPUT PART-RUNCTL-FILE.
           OPEN EXTEND RUN-CONTROL-FILE.

           MOVE 'N' TO WS-EOF-SW.
           READ PART-RUNCTL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               WRITE RUNC-RUN-CONTROL-RECORD
                   FROM PRUN-RUN-CONTROL-RECORD
               ADD 1 TO WS-PART-RUNC-CNT
               READ PART-RUNCTL-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PART-RUNCTL-FILE RUN-CONTROL-FILE.

       1100-LOAD-PARTITION-TOTALS.
           OPEN INPUT PART-TOTALS-FILE.

           MOVE 'N' TO WS-EOF-SW.
           READ PART-TOTALS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               EVALUATE TRUE
                   WHEN PTOT-REC-C-COUNTS
                       PERFORM 1200-ADD-PARTITION-COUNTS
                   WHEN PTOT-REC-P-PROVIDER
                       PERFORM 1300-ADD-PARTITION-PROVIDER
                   WHEN OTHER
                       DISPLAY "FSR124 - UNKNOWN TOTALS RECORD TYPE: "
                           PTOT-REC-TYPE
               END-EVALUATE
               READ PART-TOTALS-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PART-TOTALS-FILE.

       1200-ADD-PARTITION-COUNTS.
           MOVE PTOT-PARTITION-NO TO WS-PART-NO-X.

           IF PTOT-PARTITION-NO = 0
               DISPLAY "FSR124 - TOTALS RECORD WITH NO PARTITION "
                   "NUMBER"
               SET WS-MERGE-ERROR TO TRUE
           ELSE
               IF WS-PART-SEEN-SW (PTOT-PARTITION-NO) = 'Y'
                   DISPLAY "FSR124 - PARTITION " WS-PART-NO-X
                       " TOTALS PRESENT TWICE"
                   SET WS-MERGE-ERROR TO TRUE
               END-IF
               MOVE 'Y' TO WS-PART-SEEN-SW (PTOT-PARTITION-NO)
           END-IF.

           IF WS-FIRST-COUNTS
               MOVE 'N'                TO WS-FIRST-COUNTS-SW
               MOVE PTOT-GENERATION-DT TO WS-GENERATION-DT
               MOVE PTOT-REPORTS-RUN   TO WS-REPORT-SELECTIONS
           END-IF.

           IF PTOT-GENERATION-DT NOT = WS-GENERATION-DT
               DISPLAY "FSR124 - PARTITION " WS-PART-NO-X
                   " RAN AGAINST EXTRACT GENERATION "
                   PTOT-GENERATION-DT ", NOT " WS-GENERATION-DT
               SET WS-MERGE-ERROR TO TRUE
           END-IF.

           IF PTOT-REPORTS-RUN NOT = WS-REPORT-SELECTIONS
               DISPLAY "FSR124 - PARTITION " WS-PART-NO-X
                   " RAN A DIFFERENT REPORT SELECTION: "
                   PTOT-REPORTS-RUN
               SET WS-MERGE-ERROR TO TRUE
           END-IF.

           ADD 1                             TO WS-PART-MERGED-CNT.
           ADD PTOT-DATA-REC-CNT             TO WS-DATA-REC-CNT.
           ADD PTOT-CHARGE-HASH              TO WS-CHARGE-HASH.
           ADD PTOT-004-RTP-CLAIM-CNT        TO WS-RTP-CLAIM-CNT.
           ADD PTOT-006-CLAIMS-READ-CNT      TO WS-006-CLAIMS-READ-CNT.
           ADD PTOT-006-DIAG-CHECKED-CNT     TO WS-DIAG-CHECKED-CNT.
           ADD PTOT-006-DIAG-NONCOMPLY-CNT   TO WS-DIAG-NONCOMPLY-CNT.
           ADD PTOT-012-CLAIMS-READ-CNT      TO WS-012-CLAIMS-READ-CNT.
           ADD PTOT-012-STILL-SUSPECT-CNT    TO WS-STILL-SUSPECT-CNT.
           ADD PTOT-012-CONFIRMED-DUP-CNT    TO WS-CONFIRMED-DUP-CNT.
           ADD PTOT-019-CLAIMS-READ-CNT      TO WS-019-CLAIMS-READ-CNT.
           ADD PTOT-019-HICMBI-NF-CNT        TO WS-HICMBI-NF-CNT.
           ADD PTOT-019-SUBM-BY-HIC-CNT      TO WS-SUBM-BY-HIC-CNT.
           ADD PTOT-019-ADJ-BY-HIC-CNT       TO WS-ADJ-BY-HIC-CNT.
           ADD PTOT-019-NO-MBI-CNT           TO WS-NO-MBI-CNT.
           ADD PTOT-023-BASE-CLAIM-CNT       TO WS-BASE-CLAIM-CNT.
           ADD PTOT-023-CROSS-SITE-CNT       TO WS-CROSS-SITE-CNT.
           ADD PTOT-041-CLAIMS-READ-CNT      TO WS-041-CLAIMS-READ-CNT.
           ADD PTOT-041-DRG-SHIFT-CNT        TO WS-DRG-SHIFT-CNT.
           ADD PTOT-041-DRG-REASON-CNT       TO WS-DRG-REASON-CNT.
           ADD PTOT-041-PROV-OVERFLOW-CNT    TO WS-PROV-OVERFLOW-CNT.

      *    A PROVIDER SEEN IN SEVERAL PARTITIONS IS ONE ENTRY, WITH
      *    ITS SHIFTS ADDED AND THE EARLIEST FIRST-SEEN DCN KEPT.
       1300-ADD-PARTITION-PROVIDER.
           MOVE 'N' TO WS-PROV-FOUND-SW.
           SET WS-PRNDX TO 1.
           SEARCH WS-PROV-ENTRY
               AT END CONTINUE
               WHEN WS-PRNDX > WS-PROV-TABLE-CNT
                   CONTINUE
               WHEN WS-PRV-PROV-6 (WS-PRNDX) = PTOT-PROV-6
                   SET WS-PROV-FOUND TO TRUE
                   ADD PTOT-PROV-SHIFT-CNT
                       TO WS-PRV-SHIFT-CNT (WS-PRNDX)
                   IF PTOT-PROV-FIRST-DCN <
                      WS-PRV-FIRST-DCN (WS-PRNDX)
                       MOVE PTOT-PROV-FIRST-DCN
                           TO WS-PRV-FIRST-DCN (WS-PRNDX)
                   END-IF
           END-SEARCH.

           IF NOT WS-PROV-FOUND
               IF WS-PROV-TABLE-CNT < 12800
                   ADD 1 TO WS-PROV-TABLE-CNT
                   SET WS-PRNDX TO WS-PROV-TABLE-CNT
                   MOVE PTOT-PROV-6
                       TO WS-PRV-PROV-6 (WS-PRNDX)
                   MOVE PTOT-PROV-SHIFT-CNT
                       TO WS-PRV-SHIFT-CNT (WS-PRNDX)
                   MOVE PTOT-PROV-FIRST-DCN
                       TO WS-PRV-FIRST-DCN (WS-PRNDX)
               ELSE
                   IF NOT WS-PROV-TABLE-FULL
                       DISPLAY "FSR124 - PROVIDER MERGE TABLE FULL AT "
                           "12800 - FSR041 PROVIDER SECTION CANNOT BE "
                           "REBUILT"
                       SET WS-PROV-TABLE-FULL TO TRUE
                   END-IF
                   SET WS-MERGE-ERROR TO TRUE
               END-IF
           END-IF.

       3000-SORT-AND-PRINT-RTP.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CURR-LOC
               ON ASCENDING KEY SW-PROVIDER
               ON DESCENDING KEY SW-AGE-DAYS
               USING RTP-WORK-FILE
               OUTPUT PROCEDURE 3045-WRITE-RTP-REPORT.

      *    AS FSR082'S 8045 - THE BUCKETS ARE COUNTED HERE, OFF THE
      *    SORTED SPILL, SO ONLY THE RTP TOTAL COMES FROM THE
      *    PARTITIONS (AND IS PROVED AGAINST THE SPILL).
       3045-WRITE-RTP-REPORT.
           OPEN OUTPUT RTP-AGING-RPT-FILE.
           WRITE RTP-AGING-RPT-LINE FROM WS-004-HEADING-1.
           WRITE RTP-AGING-RPT-LINE FROM WS-004-HEADING-2.

           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-RTP-SPILL-CNT
               PERFORM 3046-BUCKET-AND-WRITE
               RETURN SORT-WORK-FILE
                   AT END SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "RTP CLAIMS: " WS-RTP-CLAIM-CNT
               "  0-30: "  WS-BKT-0-30-CNT
               "  31-60: " WS-BKT-31-60-CNT
               "  61-90: " WS-BKT-61-90-CNT
               "  91+: "   WS-BKT-91-UP-CNT
               "  AUTO-RESUB: " WS-AUTO-FIX-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE RTP-AGING-RPT-LINE FROM WS-SUMMARY-LINE.

           CLOSE RTP-AGING-RPT-FILE.

       3046-BUCKET-AND-WRITE.
           MOVE SW-HIC-NO                TO WS-004-HIC-NO.
           MOVE SW-DCN                   TO WS-004-DCN.
           MOVE SW-PROVIDER              TO WS-004-PROVIDER.
           MOVE SW-CURR-LOC              TO WS-004-CURR-LOC.
           MOVE SW-AGE-DAYS              TO WS-004-AGE-DAYS.

           EVALUATE TRUE
               WHEN SW-AGE-DAYS <= 30
                   MOVE "0-30"     TO WS-004-BUCKET
                   ADD 1 TO WS-BKT-0-30-CNT
               WHEN SW-AGE-DAYS <= 60
                   MOVE "31-60"    TO WS-004-BUCKET
                   ADD 1 TO WS-BKT-31-60-CNT
               WHEN SW-AGE-DAYS <= 90
                   MOVE "61-90"    TO WS-004-BUCKET
                   ADD 1 TO WS-BKT-61-90-CNT
               WHEN OTHER
                   MOVE "91+"      TO WS-004-BUCKET
                   ADD 1 TO WS-BKT-91-UP-CNT
           END-EVALUATE.

           IF SW-AUTO-FIX
               MOVE "AUTO-RESUB" TO WS-004-AUTO-FIX
               ADD 1 TO WS-AUTO-FIX-CNT
           ELSE
               MOVE SPACES       TO WS-004-AUTO-FIX
           END-IF.

           WRITE RTP-AGING-RPT-LINE FROM WS-004-REPORT-LINE.

      *    ONE DETAIL REPORT (WS-MERGE-REPORT): EVERY PARTITION'S
      *    LINES, BACK INTO DCN SEQUENCE.  DUPLICATES IN ORDER KEEPS
      *    A CLAIM'S SEVERAL LINES (E.G. ONE PER NON-COMPLIANT
      *    DIAGNOSIS) AS ITS PARTITION WROTE THEM.
       4000-MERGE-DETAIL-REPORT.
           SORT DETAIL-SORT-FILE
               ON ASCENDING KEY DS-DCN
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 4100-RELEASE-DETAIL
               OUTPUT PROCEDURE 4200-WRITE-DETAIL-REPORT.

      *    THE DCN SITS AT COLUMN 15 (14 BYTES) ON THE FSR006, FSR012
      *    AND FSR019 LINES, COLUMN 14 ON FSR023'S, AND COLUMN 14 IN
      *    FULL (23 BYTES) ON FSR041'S.
       4100-RELEASE-DETAIL.
           PERFORM 4110-OPEN-DETAIL-INPUT.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4120-READ-DETAIL-INPUT.

           PERFORM UNTIL WS-EOF
               MOVE SPACES TO DS-DCN
               EVALUATE TRUE
                   WHEN WS-MRG-023
                       MOVE WS-DETAIL-LINE (14:14) TO DS-DCN
                   WHEN WS-MRG-041
                       MOVE WS-DETAIL-LINE (14:23) TO DS-DCN
                   WHEN OTHER
                       MOVE WS-DETAIL-LINE (15:14) TO DS-DCN
               END-EVALUATE
               MOVE WS-DETAIL-LINE TO DS-LINE
               RELEASE DETAIL-SORT-RECORD
               ADD 1 TO WS-DETAIL-LINE-CNT
               PERFORM 4120-READ-DETAIL-INPUT
           END-PERFORM.

           PERFORM 4130-CLOSE-DETAIL-INPUT.

       4110-OPEN-DETAIL-INPUT.
           EVALUATE TRUE
               WHEN WS-MRG-006
                   OPEN INPUT POA-COMPLY-IN-FILE
               WHEN WS-MRG-012
                   OPEN INPUT DUP-CLAIM-IN-FILE
               WHEN WS-MRG-019
                   OPEN INPUT HIC-MBI-IN-FILE
               WHEN WS-MRG-023
                   OPEN INPUT SITE-XWALK-IN-FILE
               WHEN WS-MRG-041
                   OPEN INPUT DRG-SHIFT-IN-FILE
           END-EVALUATE.

       4120-READ-DETAIL-INPUT.
           EVALUATE TRUE
               WHEN WS-MRG-006
                   READ POA-COMPLY-IN-FILE INTO WS-DETAIL-LINE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN WS-MRG-012
                   READ DUP-CLAIM-IN-FILE INTO WS-DETAIL-LINE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN WS-MRG-019
                   READ HIC-MBI-IN-FILE INTO WS-DETAIL-LINE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN WS-MRG-023
                   READ SITE-XWALK-IN-FILE INTO WS-DETAIL-LINE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN WS-MRG-041
                   READ DRG-SHIFT-IN-FILE INTO WS-DETAIL-LINE
                       AT END SET WS-EOF TO TRUE
                   END-READ
           END-EVALUATE.

       4130-CLOSE-DETAIL-INPUT.
           EVALUATE TRUE
               WHEN WS-MRG-006
                   CLOSE POA-COMPLY-IN-FILE
               WHEN WS-MRG-012
                   CLOSE DUP-CLAIM-IN-FILE
               WHEN WS-MRG-019
                   CLOSE HIC-MBI-IN-FILE
               WHEN WS-MRG-023
                   CLOSE SITE-XWALK-IN-FILE
               WHEN WS-MRG-041
                   CLOSE DRG-SHIFT-IN-FILE
           END-EVALUATE.

       4200-WRITE-DETAIL-REPORT.
           PERFORM 4210-OPEN-AND-HEAD-REPORT.

           MOVE 'N' TO WS-EOF-SW.
           RETURN DETAIL-SORT-FILE
               AT END SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               MOVE DS-LINE TO WS-OUT-LINE
               PERFORM 4220-WRITE-OUT-LINE
               RETURN DETAIL-SORT-FILE
                   AT END SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           PERFORM 4230-WRITE-SUMMARY.
           PERFORM 4240-CLOSE-REPORT.

       4210-OPEN-AND-HEAD-REPORT.
           EVALUATE TRUE
               WHEN WS-MRG-006
                   OPEN OUTPUT POA-COMPLY-RPT-FILE
                   WRITE POA-COMPLY-RPT-LINE FROM WS-006-HEADING-1
                   WRITE POA-COMPLY-RPT-LINE FROM WS-006-HEADING-2
               WHEN WS-MRG-012
                   OPEN OUTPUT DUP-CLAIM-RPT-FILE
                   WRITE DUP-CLAIM-RPT-LINE FROM WS-012-HEADING-1
                   WRITE DUP-CLAIM-RPT-LINE FROM WS-012-HEADING-2
               WHEN WS-MRG-019
                   OPEN OUTPUT HIC-MBI-RPT-FILE
                   WRITE HIC-MBI-RPT-LINE FROM WS-019-HEADING-1
                   WRITE HIC-MBI-RPT-LINE FROM WS-019-HEADING-2
               WHEN WS-MRG-023
                   OPEN OUTPUT SITE-XWALK-RPT-FILE
                   WRITE SITE-XWALK-RPT-LINE FROM WS-023-HEADING-1
                   WRITE SITE-XWALK-RPT-LINE FROM WS-023-HEADING-2
               WHEN WS-MRG-041
                   OPEN OUTPUT DRG-SHIFT-RPT-FILE
                   WRITE DRG-SHIFT-RPT-LINE FROM WS-041-HEADING-1
                   WRITE DRG-SHIFT-RPT-LINE FROM WS-041-HEADING-2
           END-EVALUATE.

       4220-WRITE-OUT-LINE.
           EVALUATE TRUE
               WHEN WS-MRG-006
                   WRITE POA-COMPLY-RPT-LINE FROM WS-OUT-LINE
               WHEN WS-MRG-012
                   WRITE DUP-CLAIM-RPT-LINE FROM WS-OUT-LINE
               WHEN WS-MRG-019
                   WRITE HIC-MBI-RPT-LINE FROM WS-OUT-LINE
               WHEN WS-MRG-023
                   WRITE SITE-XWALK-RPT-LINE FROM WS-OUT-LINE
               WHEN WS-MRG-041
                   WRITE DRG-SHIFT-RPT-LINE FROM WS-OUT-LINE
           END-EVALUATE.

      *    THE SAME SUMMARY LINES FSR082'S 8000 PRINTS, OFF THE
      *    MERGED TOTALS.
       4230-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           EVALUATE TRUE
               WHEN WS-MRG-006
                   STRING "CLAIMS READ: " WS-006-CLAIMS-READ-CNT
                       "  DIAGNOSES CHECKED: " WS-DIAG-CHECKED-CNT
                       "  NON-COMPLIANT: " WS-DIAG-NONCOMPLY-CNT
                       DELIMITED BY SIZE INTO WS-SUMMARY-LINE
                   END-STRING
               WHEN WS-MRG-012
                   STRING "CLAIMS READ: " WS-012-CLAIMS-READ-CNT
                       "  STILL SUSPECTED: " WS-STILL-SUSPECT-CNT
                       "  CONFIRMED DUPLICATES: " WS-CONFIRMED-DUP-CNT
                       DELIMITED BY SIZE INTO WS-SUMMARY-LINE
                   END-STRING
               WHEN WS-MRG-019
                   STRING "CLAIMS READ: " WS-019-CLAIMS-READ-CNT
                       "  HICMBI-NF: " WS-HICMBI-NF-CNT
                       "  SUBM-BY-HIC: " WS-SUBM-BY-HIC-CNT
                       "  ADJ-BY-HIC: " WS-ADJ-BY-HIC-CNT
                       "  NO-MBI: " WS-NO-MBI-CNT
                       DELIMITED BY SIZE INTO WS-SUMMARY-LINE
                   END-STRING
               WHEN WS-MRG-023
                   STRING "BASE CLAIMS READ: " WS-BASE-CLAIM-CNT
                       "  CROSS-SITE XREFS: " WS-CROSS-SITE-CNT
                       DELIMITED BY SIZE INTO WS-SUMMARY-LINE
                   END-STRING
               WHEN WS-MRG-041
                   PERFORM 4250-WRITE-PROVIDER-SECTION
                   STRING "CLAIMS READ: " WS-041-CLAIMS-READ-CNT
                       "  DRG SHIFTS: " WS-DRG-SHIFT-CNT
                       "  WITH DRG ADJ-REASON: " WS-DRG-REASON-CNT
                       "  PROVIDERS PAST TABLE LIMIT: "
                       WS-PROV-OVERFLOW-CNT
                       DELIMITED BY SIZE INTO WS-SUMMARY-LINE
                   END-STRING
           END-EVALUATE.
           MOVE WS-SUMMARY-LINE TO WS-OUT-LINE.
           PERFORM 4220-WRITE-OUT-LINE.

       4240-CLOSE-REPORT.
           EVALUATE TRUE
               WHEN WS-MRG-006
                   CLOSE POA-COMPLY-RPT-FILE
               WHEN WS-MRG-012
                   CLOSE DUP-CLAIM-RPT-FILE
               WHEN WS-MRG-019
                   CLOSE HIC-MBI-RPT-FILE
               WHEN WS-MRG-023
                   CLOSE SITE-XWALK-RPT-FILE
               WHEN WS-MRG-041
                   CLOSE DRG-SHIFT-RPT-FILE
           END-EVALUATE.

      *    THE FIRST 200 PROVIDERS BY FIRST-SEEN DCN - THE SINGLE
      *    PASS'S TABLE - ARE PRINTED; 4500 HAS ALREADY MOVED THE
      *    REST'S SHIFTS TO OVERFLOW.
       4250-WRITE-PROVIDER-SECTION.
           WRITE DRG-SHIFT-RPT-LINE FROM WS-041-HEADING-PROV.
           PERFORM VARYING WS-PRNDX FROM 1 BY 1
                   UNTIL WS-PRNDX > WS-PROV-TABLE-CNT
               MOVE WS-PRV-PROV-6 (WS-PRNDX)
                   TO WS-041-PRL-PROV-6
               MOVE WS-PRV-SHIFT-CNT (WS-PRNDX)
                   TO WS-041-PRL-SHIFT-CNT
               CALL "FSR090" USING WS-041-PRL-PROV-6
                                   WS-LKP-PROV-NAME
                                   WS-LKP-RC
               MOVE WS-LKP-PROV-NAME
                   TO WS-041-PRL-PROV-NAME
               WRITE DRG-SHIFT-RPT-LINE FROM WS-041-PROV-LINE
           END-PERFORM.

      *    SELECT THE FIRST 200 OF THE COMBINED PROVIDER TABLE BY
      *    FIRST-SEEN (DCN) INTO THE TOP OF THE TABLE, THEN CUT IT
      *    BACK TO THE SINGLE PASS'S 200 ENTRIES - THE ORDER OF THE
      *    REST DOES NOT MATTER, ONLY THEIR SHIFTS.
       4500-ORDER-PROVIDERS.
           PERFORM VARYING WS-SORT-NDX FROM 1 BY 1
                   UNTIL WS-SORT-NDX >= WS-PROV-TABLE-CNT
                      OR WS-SORT-NDX > 200
               MOVE WS-SORT-NDX TO WS-SORT-LOW-NDX
               PERFORM VARYING WS-SORT-SCAN-NDX
                       FROM WS-SORT-NDX BY 1
                       UNTIL WS-SORT-SCAN-NDX > WS-PROV-TABLE-CNT
                   IF WS-PRV-FIRST-DCN (WS-SORT-SCAN-NDX) <
                      WS-PRV-FIRST-DCN (WS-SORT-LOW-NDX)
                       MOVE WS-SORT-SCAN-NDX TO WS-SORT-LOW-NDX
                   END-IF
               END-PERFORM
               IF WS-SORT-LOW-NDX NOT = WS-SORT-NDX
                   MOVE WS-PROV-ENTRY (WS-SORT-NDX)
                       TO WS-SORT-HOLD-ENTRY
                   MOVE WS-PROV-ENTRY (WS-SORT-LOW-NDX)
                       TO WS-PROV-ENTRY (WS-SORT-NDX)
                   MOVE WS-SORT-HOLD-ENTRY
                       TO WS-PROV-ENTRY (WS-SORT-LOW-NDX)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-SORT-NDX FROM 201 BY 1
                   UNTIL WS-SORT-NDX > WS-PROV-TABLE-CNT
               ADD WS-PRV-SHIFT-CNT (WS-SORT-NDX)
                   TO WS-PROV-OVERFLOW-CNT
           END-PERFORM.

           IF WS-PROV-TABLE-CNT > 200
               MOVE 200 TO WS-PROV-TABLE-CNT
           END-IF.

      *    RECORDS READ IS THE PARTITIONS' COMBINED DATA-RECORD
      *    COUNT, SO FSR088 RECONCILES THIS STEP AGAINST THE
      *    EXTRACT'S PRODUCER EXACTLY AS IT DOES A SINGLE-PASS FSR082.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR124"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-8         TO RUNC-RUN-DT-CYMD.
           MOVE WS-GENERATION-DT      TO RUNC-INPUT-GENERATION.
           MOVE WS-DATA-REC-CNT       TO RUNC-RECORDS-READ.
           MOVE 0                     TO RUNC-RECORDS-WRITTEN.
           MOVE 'C'                   TO RUNC-COMPLETION-STATUS.
           WRITE RUNC-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
