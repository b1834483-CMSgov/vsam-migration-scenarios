      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR123                                             *
      ***                                                             *
      *** DESCRIPTION: NIGHTLY EXTRACT PARTITION SPLITTER.  FSR082    *
      ***   MAKES ONE PASS OVER THE WHOLE EXTRACT, AND AT CURRENT     *
      ***   VOLUME THAT ONE PASS RUNS PAST THE BATCH WINDOW.  THIS    *
      ***   JOB SPLITS THE EXTRACT INTO UP TO 8 PARTITION EXTRACTS    *
      ***   BY HIC-NO RANGE SO THAT ONE FSR082 PER PARTITION CAN RUN  *
      ***   CONCURRENTLY, WITH FSR124 MERGING THEIR OUTPUTS BACK.     *
      ***   SPLITTING BY HIC-NO KEEPS EVERY CLAIM FOR A BENEFICIARY   *
      ***   IN ONE PARTITION.  RECORDS KEEP THEIR EXTRACT (DCN) ORDER *
      ***   WITHIN EACH PARTITION.                                    *
      ***                                                             *
      ***   THE PARTITIONS FEED FSR082 ONLY.  THE CROSS-CLAIM JOBS    *
      ***   (FSR016 THCAPRPT, FSR043 READMRPT, FSR059 BENUTRPT,       *
      ***   FSR086 DUPREVUE) ARE NOT PARTITIONED AND NOTHING MERGES   *
      ***   THEIR REPORTS - THEY RUN ONCE, AS ON ANY OTHER NIGHT,     *
      ***   AGAINST THE WHOLE EXTRACT THIS JOB READS.                 *
      ***                                                             *
      ***   RANGES - ONE 'LOW-HIC=' CARD (COLUMNS 1-8, THE LOW HIC-NO *
      ***   IN COLUMNS 9-20) PER PARTITION AFTER THE FIRST, IN        *
      ***   ASCENDING ORDER; A CLAIM GOES TO THE LAST PARTITION WHOSE *
      ***   LOW HIC-NO IT REACHES, AND PARTITION 1 TAKES EVERYTHING   *
      ***   BELOW THE FIRST CARD.  WITH NO CARD FILE THE EXTRACT IS   *
      ***   SPLIT FOUR WAYS ON THE LEADING HIC DIGIT (BELOW 3, 3-4,   *
      ***   5-6, 7 AND UP).  CARDS OUT OF ORDER, OR MORE THAN 7 OF    *
      ***   THEM, END THE STEP WITH RETURN CODE 16 BEFORE ANY         *
      ***   PARTITION IS WRITTEN.                                     *
      ***                                                             *
      ***   CONTROLS - THE INPUT'S FSRCCTLX RECORDS ARE VERIFIED      *
      ***   THROUGH FSR081 AS BY EVERY CONSUMER.  EACH PARTITION GETS *
      ***   A COPY OF THE INPUT HEADER (SO ITS READERS SEE TONIGHT'S  *
      ***   GENERATION) AND ITS OWN TRAILER CARRYING THE PARTITION'S  *
      ***   RECORD COUNT AND CHARGE HASH.  A MISSING OR FAILED INPUT  *
      ***   TRAILER LEAVES THE PARTITIONS WITHOUT TRAILERS, SO NO     *
      ***   PARTITION RUN CAN PUBLISH OFF A BAD SPLIT.                *
      ***                                                             *
      ***   RUN CONTROL - ONE FSRCRUNC RECORD FOR THE SPLIT AS A      *
      ***   WHOLE (FSR123, READ AGAINST ITS PRODUCER AS USUAL) AND    *
      ***   ONE PER PARTITION (FSR123NN, RECORDS WRITTEN = THE        *
      ***   PARTITION'S COUNT), WHICH FSR088 MATCHES AGAINST EACH     *
      ***   PARTITION RUN'S FSR082NN RECORD.                          *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      ***         SPLIT-CARD-FILE     - PARTITION RANGE CARDS         *
      *** OUTPUT: PART-EXTRACT-N-FILE - FSRCCLMS SHAPE, ONE PER       *
      ***                               PARTITION (PARTEX01-PARTEX08) *
      ***         RUN-CONTROL-FILE    - FSRCRUNC SHAPE, APPENDED      *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR123.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SPLIT-CARD-FILE ASSIGN TO "SPLTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT PART-EXTRACT-1-FILE ASSIGN TO "PARTEX01"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PART-EXTRACT-2-FILE ASSIGN TO "PARTEX02"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PART-EXTRACT-3-FILE ASSIGN TO "PARTEX03"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PART-EXTRACT-4-FILE ASSIGN TO "PARTEX04"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PART-EXTRACT-5-FILE ASSIGN TO "PARTEX05"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PART-EXTRACT-6-FILE ASSIGN TO "PARTEX06"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PART-EXTRACT-7-FILE ASSIGN TO "PARTEX07"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PART-EXTRACT-8-FILE ASSIGN TO "PARTEX08"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  SPLIT-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SPLIT-CARD-RECORD.
           05  SPLIT-CARD-KEYWORD             PIC X(8).
           05  SPLIT-CARD-LOW-HIC             PIC X(12).
           05  FILLER                         PIC X(60).

       FD  PART-EXTRACT-1-FILE.

       REPLACE ==:FSSC:== BY ==FSSCPX01==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  PART-EXTRACT-2-FILE.

       REPLACE ==:FSSC:== BY ==FSSCPX02==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  PART-EXTRACT-3-FILE.

       REPLACE ==:FSSC:== BY ==FSSCPX03==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  PART-EXTRACT-4-FILE.

       REPLACE ==:FSSC:== BY ==FSSCPX04==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  PART-EXTRACT-5-FILE.

       REPLACE ==:FSSC:== BY ==FSSCPX05==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  PART-EXTRACT-6-FILE.

       REPLACE ==:FSSC:== BY ==FSSCPX06==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  PART-EXTRACT-7-FILE.

       REPLACE ==:FSSC:== BY ==FSSCPX07==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  PART-EXTRACT-8-FILE.

       REPLACE ==:FSSC:== BY ==FSSCPX08==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

       WORKING-STORAGE SECTION.

       REPLACE ==:FSSC:== BY ==CTLX==.
       COPY FSRCCTLX.
       REPLACE OFF.

       01  WS-CARD-FILE-STATUS                 PIC X(2).
           88  WS-CARD-FILE-OK                       VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                       PIC X(1) VALUE 'N'.
               88  WS-EOF                             VALUE 'Y'.
           05  WS-CARD-EOF-SW                  PIC X(1) VALUE 'N'.
               88  WS-CARD-EOF                        VALUE 'Y'.
           05  WS-CARD-ERROR-SW                PIC X(1) VALUE 'N'.
               88  WS-CARD-ERROR                      VALUE 'Y'.

       01  WS-RUN-DATE-8                       PIC 9(8).

       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR123".
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

      *** THE DEFAULT FOUR-WAY SPLIT WHEN NO CARD FILE IS SUPPLIED -
      *** LOW HIC-NO OF PARTITIONS 2, 3 AND 4.
       01  WS-DEFAULT-LOW-HICS.
           05  FILLER                          PIC X(12) VALUE "3".
           05  FILLER                          PIC X(12) VALUE "5".
           05  FILLER                          PIC X(12) VALUE "7".
       01  WS-DEFAULT-LOW-TABLE REDEFINES WS-DEFAULT-LOW-HICS.
           05  WS-DEFAULT-LOW-HIC              PIC X(12)
                                               OCCURS 3 TIMES.

       01  WS-PARTITION-CONTROLS.
           05  WS-PART-CNT                 COMP PIC S9(4) VALUE 1.
           05  WS-PART-NDX                 COMP PIC S9(4).
           05  WS-NDX                      COMP PIC S9(4).
           05  WS-PART-NO-X                    PIC 9(2).
           05  WS-SPLIT-WRITTEN-CNT            PIC 9(9) VALUE 0.

      *** ENTRY 1 IS PARTITION 1 (LOW HIC-NO IS ALWAYS SPACES).
       01  WS-PARTITION-TABLE.
           05  WS-PART-ENTRY OCCURS 8 TIMES.
               10  WS-PART-LOW-HIC             PIC X(12).
               10  WS-PART-DATA-CNT            PIC 9(9).
               10  WS-PART-CHARGE-HASH     COMP-3 PIC S9(13)V99.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.
           INITIALIZE WS-PARTITION-TABLE.

           PERFORM 1000-LOAD-PARTITION-RANGES.
           IF WS-CARD-ERROR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CLAIM-EXTRACT-FILE.
           PERFORM 1300-OPEN-ONE-PARTITION
               VARYING WS-PART-NDX FROM 1 BY 1
               UNTIL WS-PART-NDX > WS-PART-CNT.

           READ CLAIM-EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               PERFORM 2000-ROUTE-RECORD
               READ CLAIM-EXTRACT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF NOT WS-CTL-ABEND
              AND (NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN)
               DISPLAY "FSR123 - EXTRACT CONTROL FAILURE: HEADER OR "
                   "TRAILER CONTROL RECORD MISSING"
               SET WS-CTL-ABEND TO TRUE
           END-IF.

           IF WS-CTL-ABEND
               CLOSE CLAIM-EXTRACT-FILE
               PERFORM 9100-CLOSE-ONE-PARTITION
                   VARYING WS-PART-NDX FROM 1 BY 1
                   UNTIL WS-PART-NDX > WS-PART-CNT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 3000-WRITE-PARTITION-TRAILER
               VARYING WS-PART-NDX FROM 1 BY 1
               UNTIL WS-PART-NDX > WS-PART-CNT.

           CLOSE CLAIM-EXTRACT-FILE.
           PERFORM 9100-CLOSE-ONE-PARTITION
               VARYING WS-PART-NDX FROM 1 BY 1
               UNTIL WS-PART-NDX > WS-PART-CNT.

           PERFORM 9500-WRITE-RUN-CONTROL.

           DISPLAY "FSR123 - EXTRACT RECORDS READ: " WS-CTL-DATA-CNT
               "  PARTITIONS WRITTEN: " WS-PART-CNT.
           PERFORM VARYING WS-PART-NDX FROM 1 BY 1
                   UNTIL WS-PART-NDX > WS-PART-CNT
               MOVE WS-PART-NDX TO WS-PART-NO-X
               DISPLAY "FSR123 - PARTITION " WS-PART-NO-X
                   "  LOW HIC-NO: " WS-PART-LOW-HIC (WS-PART-NDX)
                   "  RECORDS: " WS-PART-DATA-CNT (WS-PART-NDX)
           END-PERFORM.
           GOBACK.

      *    ONE 'LOW-HIC=' CARD PER PARTITION AFTER THE FIRST.  WITH NO
      *    CARD FILE (OR NO RANGE CARDS ON IT) THE DEFAULT FOUR-WAY
      *    SPLIT APPLIES.
       1000-LOAD-PARTITION-RANGES.
           OPEN INPUT SPLIT-CARD-FILE.
           IF WS-CARD-FILE-OK
               READ SPLIT-CARD-FILE
                   AT END SET WS-CARD-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CARD-EOF
                   PERFORM 1010-APPLY-SPLIT-CARD
                   READ SPLIT-CARD-FILE
                       AT END SET WS-CARD-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SPLIT-CARD-FILE
           END-IF.

           IF WS-PART-CNT = 1 AND NOT WS-CARD-ERROR
               PERFORM VARYING WS-NDX FROM 1 BY 1 UNTIL WS-NDX > 3
                   ADD 1 TO WS-PART-CNT
                   MOVE WS-DEFAULT-LOW-HIC (WS-NDX)
                       TO WS-PART-LOW-HIC (WS-PART-CNT)
               END-PERFORM
           END-IF.

      *    THE RANGES MUST CLIMB, OR A CLAIM COULD MATCH TWO OF THEM.
           PERFORM VARYING WS-NDX FROM 3 BY 1
                   UNTIL WS-NDX > WS-PART-CNT
               IF WS-PART-LOW-HIC (WS-NDX) NOT >
                  WS-PART-LOW-HIC (WS-NDX - 1)
                   DISPLAY "FSR123 - LOW-HIC CARDS OUT OF ORDER AT: "
                       WS-PART-LOW-HIC (WS-NDX)
                   SET WS-CARD-ERROR TO TRUE
               END-IF
           END-PERFORM.

       1010-APPLY-SPLIT-CARD.
           EVALUATE TRUE
               WHEN SPLIT-CARD-KEYWORD = "LOW-HIC="
                   IF WS-PART-CNT < 8
                       ADD 1 TO WS-PART-CNT
                       MOVE SPLIT-CARD-LOW-HIC
                           TO WS-PART-LOW-HIC (WS-PART-CNT)
                   ELSE
                       DISPLAY "FSR123 - MORE THAN 8 PARTITIONS - "
                           "CARD REJECTED: " SPLIT-CARD-LOW-HIC
                       SET WS-CARD-ERROR TO TRUE
                   END-IF
               WHEN SPLIT-CARD-RECORD = SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FSR123 - UNKNOWN CARD: "
                       SPLIT-CARD-RECORD (1:20)
           END-EVALUATE.

       1300-OPEN-ONE-PARTITION.
           EVALUATE WS-PART-NDX
               WHEN 1
                   OPEN OUTPUT PART-EXTRACT-1-FILE
               WHEN 2
                   OPEN OUTPUT PART-EXTRACT-2-FILE
               WHEN 3
                   OPEN OUTPUT PART-EXTRACT-3-FILE
               WHEN 4
                   OPEN OUTPUT PART-EXTRACT-4-FILE
               WHEN 5
                   OPEN OUTPUT PART-EXTRACT-5-FILE
               WHEN 6
                   OPEN OUTPUT PART-EXTRACT-6-FILE
               WHEN 7
                   OPEN OUTPUT PART-EXTRACT-7-FILE
               WHEN 8
                   OPEN OUTPUT PART-EXTRACT-8-FILE
           END-EVALUATE.

      *    THE HEADER GOES TO EVERY PARTITION; THE INPUT TRAILER IS
      *    ONLY VERIFIED - EACH PARTITION GETS ITS OWN AT EOF.
       2000-ROUTE-RECORD.
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
                   PERFORM 2500-WRITE-TO-PARTITION
                       VARYING WS-PART-NDX FROM 1 BY 1
                       UNTIL WS-PART-NDX > WS-PART-CNT
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
                   PERFORM 2100-SELECT-PARTITION
                   ADD 1 TO WS-PART-DATA-CNT (WS-PART-NDX)
                   ADD FSSCCLMS-TOTAL-CHARGE-AMOUNT
                       TO WS-PART-CHARGE-HASH (WS-PART-NDX)
                   ADD 1 TO WS-SPLIT-WRITTEN-CNT
                   PERFORM 2500-WRITE-TO-PARTITION
           END-EVALUATE.

      *    THE LAST PARTITION WHOSE LOW HIC-NO THE CLAIM REACHES.
       2100-SELECT-PARTITION.
           MOVE 1 TO WS-PART-NDX.
           PERFORM VARYING WS-NDX FROM 2 BY 1
                   UNTIL WS-NDX > WS-PART-CNT
               IF FSSCCLMS-HIC-NO NOT < WS-PART-LOW-HIC (WS-NDX)
                   MOVE WS-NDX TO WS-PART-NDX
               END-IF
           END-PERFORM.

       2500-WRITE-TO-PARTITION.
           EVALUATE WS-PART-NDX
               WHEN 1
                   MOVE FSSCCLMS-CLAIM-RECORD TO FSSCPX01-CLAIM-RECORD
                   WRITE FSSCPX01-CLAIM-RECORD
               WHEN 2
                   MOVE FSSCCLMS-CLAIM-RECORD TO FSSCPX02-CLAIM-RECORD
                   WRITE FSSCPX02-CLAIM-RECORD
               WHEN 3
                   MOVE FSSCCLMS-CLAIM-RECORD TO FSSCPX03-CLAIM-RECORD
                   WRITE FSSCPX03-CLAIM-RECORD
               WHEN 4
                   MOVE FSSCCLMS-CLAIM-RECORD TO FSSCPX04-CLAIM-RECORD
                   WRITE FSSCPX04-CLAIM-RECORD
               WHEN 5
                   MOVE FSSCCLMS-CLAIM-RECORD TO FSSCPX05-CLAIM-RECORD
                   WRITE FSSCPX05-CLAIM-RECORD
               WHEN 6
                   MOVE FSSCCLMS-CLAIM-RECORD TO FSSCPX06-CLAIM-RECORD
                   WRITE FSSCPX06-CLAIM-RECORD
               WHEN 7
                   MOVE FSSCCLMS-CLAIM-RECORD TO FSSCPX07-CLAIM-RECORD
                   WRITE FSSCPX07-CLAIM-RECORD
               WHEN 8
                   MOVE FSSCCLMS-CLAIM-RECORD TO FSSCPX08-CLAIM-RECORD
                   WRITE FSSCPX08-CLAIM-RECORD
           END-EVALUATE.

      *    BUILT IN THE INPUT RECORD AREA, WHICH IS FREE AT EOF.  THE
      *    COUNT TRUNCATES TO 7 DIGITS EXACTLY AS FSR020'S DOES, AND
      *    FSSC-LINES IS RE-ZEROED AFTER THE OVERLAY (SEE FSR020).
       3000-WRITE-PARTITION-TRAILER.
           MOVE SPACES          TO CTLX-CONTROL-RECORD.
           MOVE '***CONTROL**'  TO CTLX-CTL-ID.
           MOVE 'TRAILER'       TO CTLX-CTL-TYPE.
           MOVE WS-CTL-GENERATION-DT
                                TO CTLX-CTL-RUN-DT-CYMD.
           MOVE WS-PART-DATA-CNT (WS-PART-NDX)
                                TO CTLX-CTL-RECORD-COUNT.
           MOVE 'ZZ'            TO CTLX-CTL-SENTINEL.
           MOVE WS-PART-CHARGE-HASH (WS-PART-NDX)
                                TO CTLX-CTL-CHARGE-HASH.

           MOVE CTLX-CONTROL-RECORD TO FSSCCLMS-CLAIM-BASE-PART1.
           MOVE SPACES              TO FSSCCLMS-CLAIM-BASE-PART2.
           MOVE 0                   TO FSSCCLMS-LINES.
           PERFORM 2500-WRITE-TO-PARTITION.

       9100-CLOSE-ONE-PARTITION.
           EVALUATE WS-PART-NDX
               WHEN 1
                   CLOSE PART-EXTRACT-1-FILE
               WHEN 2
                   CLOSE PART-EXTRACT-2-FILE
               WHEN 3
                   CLOSE PART-EXTRACT-3-FILE
               WHEN 4
                   CLOSE PART-EXTRACT-4-FILE
               WHEN 5
                   CLOSE PART-EXTRACT-5-FILE
               WHEN 6
                   CLOSE PART-EXTRACT-6-FILE
               WHEN 7
                   CLOSE PART-EXTRACT-7-FILE
               WHEN 8
                   CLOSE PART-EXTRACT-8-FILE
           END-EVALUATE.

      *    ONE RECORD FOR THE SPLIT AS A WHOLE, THEN ONE PER
      *    PARTITION SIGNED FSR123NN FOR FSR088 TO MATCH AGAINST THE
      *    PARTITION RUNS' FSR082NN RECORDS.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR123"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-8         TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           MOVE WS-SPLIT-WRITTEN-CNT  TO RUNC-RECORDS-WRITTEN.
           MOVE 'C'                   TO RUNC-COMPLETION-STATUS.
           WRITE RUNC-RUN-CONTROL-RECORD.

           PERFORM VARYING WS-PART-NDX FROM 1 BY 1
                   UNTIL WS-PART-NDX > WS-PART-CNT
               MOVE WS-PART-NDX       TO WS-PART-NO-X
               MOVE "FSR123"          TO RUNC-JOB-NAME
               MOVE WS-PART-NO-X      TO RUNC-JOB-NAME (7:2)
               MOVE WS-RUN-DATE-8     TO RUNC-RUN-DT-CYMD
               MOVE WS-CTL-GENERATION-DT
                                      TO RUNC-INPUT-GENERATION
               MOVE WS-PART-DATA-CNT (WS-PART-NDX)
                                      TO RUNC-RECORDS-READ
                                         RUNC-RECORDS-WRITTEN
               MOVE 'C'               TO RUNC-COMPLETION-STATUS
               WRITE RUNC-RUN-CONTROL-RECORD
           END-PERFORM.

           CLOSE RUN-CONTROL-FILE.
