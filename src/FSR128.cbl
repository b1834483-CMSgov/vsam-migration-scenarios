      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR128                                             *
      ***                                                             *
      *** DESCRIPTION: FEE-SCHEDULE RATE TABLE LOAD.  BATCH LOAD OF   *
      ***   THE PUBLISHED FEE SCHEDULE INTO FEE-SCHED-MASTER-FILE, A  *
      ***   VSAM-STYLE KSDS KEYED BY HCPCS / MODIFIER / LOCALITY /    *
      ***   EFFECTIVE DATE (FSRCFEES SHAPE) - THE SAME LOAD PATTERN   *
      ***   FSR095 USES FOR THE IDE MASTER.  A RATE FOR A NEW KEY IS  *
      ***   ADDED; A KNOWN KEY IS REWRITTEN WITH THE LATEST FIGURES,  *
      ***   SO A CORRECTED RATE OR A NEWLY SET END DATE IS SIMPLY     *
      ***   RELOADED.  A NEW QUARTER'S RATES GO IN UNDER THEIR OWN    *
      ***   EFFECTIVE DATE AND NEVER DISTURB THE RATES THAT PRICED    *
      ***   EARLIER DATES OF SERVICE.  THE SCHEDULE RUNS TO TENS OF   *
      ***   THOUSANDS OF RATES, SO (AS WITH FSR126) THE REPORT LISTS  *
      ***   ONLY THE FEED RECORDS REJECTED AS UNUSABLE, THEN THE      *
      ***   COUNTS FOR RECONCILIATION AGAINST THE FEED'S TRANSMITTAL. *
      ***   A RECORD IS REJECTED, AND THE TABLE LEFT AS IT WAS, WHEN  *
      ***   ITS HCPCS OR LOCALITY IS BLANK, A DATE OR THE FEE IS NOT  *
      ***   NUMERIC, THE EFFECTIVE DATE IS ZERO, OR THE RATE ENDS     *
      ***   BEFORE IT TAKES EFFECT.                                   *
      ***                                                             *
      *** INPUT:  FEE-LOAD-FILE        - PUBLISHED FEE SCHEDULE       *
      *** FILE:   FEE-SCHED-MASTER-FILE - RATE TABLE, INDEXED BY      *
      ***                               HCPCS/MOD/LOCALITY/EFF DATE   *
      *** OUTPUT: FEE-LOAD-RPT-FILE    - LOAD REJECTS AND COUNTS      *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR128.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-LOAD-FILE ASSIGN TO "FEELOAD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT FEE-SCHED-MASTER-FILE ASSIGN TO "FEESMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEES-KEY
               FILE STATUS IS WS-FEES-FILE-STATUS.

           SELECT FEE-LOAD-RPT-FILE ASSIGN TO "FEELRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  FEE-LOAD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FEE-LOAD-RECORD.
           05  FLOD-HCPC-CD                    PIC X(5).
           05  FLOD-HCPC-MODIFIER              PIC X(2).
           05  FLOD-LOCALITY                   PIC X(2).
           05  FLOD-EFF-DT-CYMD                PIC 9(8).
           05  FLOD-END-DT-CYMD                PIC 9(8).
           05  FLOD-FEE-AMT                    PIC 9(7)V99.
           05  FLOD-HCPC-DESC                  PIC X(30).
           05  FILLER                          PIC X(16).

       FD  FEE-SCHED-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==FEES==.
       COPY FSRCFEES.
       REPLACE OFF.

       FD  FEE-LOAD-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  FEE-LOAD-RPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FEES-FILE-STATUS                 PIC X(2).
           88  WS-FEES-OK                          VALUE '00'.
           88  WS-FEES-NOT-FOUND                   VALUE '23'.
           88  WS-FEES-DUPLICATE                   VALUE '22'.

       01  WS-SWITCHES.
           05  WS-LOAD-EOF-SW                  PIC X(1) VALUE 'N'.
               88  WS-LOAD-EOF                         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOAD-READ-CNT                PIC 9(9) VALUE 0.
           05  WS-LOAD-ADD-CNT                 PIC 9(9) VALUE 0.
           05  WS-LOAD-CHG-CNT                 PIC 9(9) VALUE 0.
           05  WS-LOAD-REJ-CNT                 PIC 9(9) VALUE 0.
           05  WS-END-DATED-CNT                PIC 9(9) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-REJECT-REASON                PIC X(40).

       01  WS-RUN-DATE-8                       PIC 9(8).

       01  WS-HEADING-1                        PIC X(132) VALUE
           "FSR128 - FEE-SCHEDULE RATE TABLE LOAD".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(7)  VALUE "HCPCS".
           05  FILLER                 PIC X(5)  VALUE "MOD".
           05  FILLER                 PIC X(5)  VALUE "LOC".
           05  FILLER                 PIC X(10) VALUE "EFF-DT".
           05  FILLER                 PIC X(40) VALUE "REJECT REASON".

       01  WS-REJECT-LINE.
           05  WS-REJ-HCPC-CD                  PIC X(5).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-REJ-HCPC-MODIFIER            PIC X(2).
           05  FILLER                          PIC X(3)  VALUE SPACES.
           05  WS-REJ-LOCALITY                 PIC X(2).
           05  FILLER                          PIC X(3)  VALUE SPACES.
           05  WS-REJ-EFF-DT                   PIC X(8).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-REJ-REASON                   PIC X(40).

       01  WS-SUMMARY-LINE                     PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.

           OPEN I-O FEE-SCHED-MASTER-FILE.
           IF NOT WS-FEES-OK
               OPEN OUTPUT FEE-SCHED-MASTER-FILE
               CLOSE FEE-SCHED-MASTER-FILE
               OPEN I-O FEE-SCHED-MASTER-FILE
           END-IF.

           OPEN OUTPUT FEE-LOAD-RPT-FILE.
           WRITE FEE-LOAD-RPT-LINE FROM WS-HEADING-1.
           WRITE FEE-LOAD-RPT-LINE FROM WS-HEADING-2.

           PERFORM 1000-BULK-LOAD.
           PERFORM 9000-WRITE-SUMMARY.

           CLOSE FEE-SCHED-MASTER-FILE FEE-LOAD-RPT-FILE.
           GOBACK.

       1000-BULK-LOAD.
           OPEN INPUT FEE-LOAD-FILE.

           READ FEE-LOAD-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-LOAD-EOF
               ADD 1 TO WS-LOAD-READ-CNT
               PERFORM 1500-VALIDATE-LOAD-RECORD
               IF WS-REJECT-REASON = SPACES
                   PERFORM 2000-APPLY-LOAD-RECORD
               ELSE
                   PERFORM 2900-PRINT-REJECT
               END-IF
               READ FEE-LOAD-FILE
                   AT END SET WS-LOAD-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE FEE-LOAD-FILE.

      *    THE NIGHTLY REPRICING COMPARES THE DATES AND MULTIPLIES THE
      *    FEE NUMERICALLY, SO A RATE THAT WOULD PUT A NON-NUMERIC OR
      *    BACKWARDS PERIOD ON FILE IS TURNED AWAY HERE INSTEAD.
       1500-VALIDATE-LOAD-RECORD.
           MOVE SPACES TO WS-REJECT-REASON.

           EVALUATE TRUE
               WHEN FLOD-HCPC-CD = SPACES
                   MOVE "HCPCS IS BLANK" TO WS-REJECT-REASON
               WHEN FLOD-LOCALITY = SPACES
                   MOVE "LOCALITY IS BLANK" TO WS-REJECT-REASON
               WHEN FLOD-EFF-DT-CYMD NOT NUMERIC
                 OR FLOD-END-DT-CYMD NOT NUMERIC
                   MOVE "EFFECTIVE OR END DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN FLOD-EFF-DT-CYMD = 0
                   MOVE "EFFECTIVE DATE IS ZERO" TO WS-REJECT-REASON
               WHEN FLOD-END-DT-CYMD > 0
                AND FLOD-END-DT-CYMD < FLOD-EFF-DT-CYMD
                   MOVE "RATE ENDS BEFORE IT TAKES EFFECT"
                       TO WS-REJECT-REASON
               WHEN FLOD-FEE-AMT NOT NUMERIC
                   MOVE "FEE AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-APPLY-LOAD-RECORD.
           PERFORM 2100-MOVE-LOAD-FIELDS.
           IF FEES-END-DT-CYMD > 0
               ADD 1 TO WS-END-DATED-CNT
           END-IF.
           WRITE FEES-RATE-RECORD
               INVALID KEY
                   PERFORM 2200-REWRITE-EXISTING
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-ADD-CNT
           END-WRITE.

      *    A KNOWN RATE IS REPLACED WHOLESALE WITH THE LATEST FIGURES,
      *    SAME AS THE FSR095 IDE REFRESH - A CORRECTED FEE OR A RATE
      *    BEING END-DATED COMES IN THIS WAY.
       2200-REWRITE-EXISTING.
           PERFORM 2100-MOVE-LOAD-FIELDS.
           REWRITE FEES-RATE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-CHG-CNT
           END-REWRITE.

       2100-MOVE-LOAD-FIELDS.
           MOVE SPACES                     TO FEES-RATE-RECORD.
           MOVE FLOD-HCPC-CD               TO FEES-HCPC-CD.
           MOVE FLOD-HCPC-MODIFIER         TO FEES-HCPC-MODIFIER.
           MOVE FLOD-LOCALITY              TO FEES-LOCALITY.
           MOVE FLOD-EFF-DT-CYMD           TO FEES-EFF-DT-CYMD.
           MOVE FLOD-END-DT-CYMD           TO FEES-END-DT-CYMD.
           MOVE FLOD-FEE-AMT               TO FEES-FEE-AMT.
           MOVE FLOD-HCPC-DESC             TO FEES-HCPC-DESC.
           MOVE WS-RUN-DATE-8              TO FEES-LOAD-DT-CYMD.

       2900-PRINT-REJECT.
           ADD 1 TO WS-LOAD-REJ-CNT.
           MOVE FLOD-HCPC-CD               TO WS-REJ-HCPC-CD.
           MOVE FLOD-HCPC-MODIFIER         TO WS-REJ-HCPC-MODIFIER.
           MOVE FLOD-LOCALITY              TO WS-REJ-LOCALITY.
           MOVE FEE-LOAD-RECORD (10:8)     TO WS-REJ-EFF-DT.
           MOVE WS-REJECT-REASON           TO WS-REJ-REASON.
           WRITE FEE-LOAD-RPT-LINE FROM WS-REJECT-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "LOAD RECORDS READ: " WS-LOAD-READ-CNT
               "  ADDED: "     WS-LOAD-ADD-CNT
               "  CHANGED: "   WS-LOAD-CHG-CNT
               "  REJECTED: "  WS-LOAD-REJ-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE FEE-LOAD-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "LOADED WITH AN END DATE: " WS-END-DATED-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE FEE-LOAD-RPT-LINE FROM WS-SUMMARY-LINE.
