      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR132                                             *
      ***                                                             *
      *** DESCRIPTION: ICD-10 CODE MASTER LOAD.  BATCH LOAD OF THE    *
      ***   CMS ICD-10-CM DIAGNOSIS AND ICD-10-PCS PROCEDURE CODE     *
      ***   FILES INTO ICD-CODE-MASTER-FILE, A VSAM-STYLE KSDS KEYED  *
      ***   BY CODE TYPE / CODE / EFFECTIVE DATE (FSRCICDM SHAPE) -   *
      ***   THE SAME LOAD PATTERN FSR128 USES FOR THE FEE SCHEDULE.   *
      ***   A CODE VERSION FOR A NEW KEY IS ADDED; A KNOWN KEY IS     *
      ***   REWRITTEN WITH THE LATEST DATA, SO A CODE TERMINATED BY   *
      ***   THE OCTOBER UPDATE IS SIMPLY RELOADED WITH ITS            *
      ***   TERMINATION DATE.  THE CODE FILES RUN TO HUNDREDS OF      *
      ***   THOUSANDS OF CODES, SO THE REPORT LISTS ONLY THE FEED     *
      ***   RECORDS REJECTED AS UNUSABLE, THEN THE COUNTS FOR         *
      ***   RECONCILIATION AGAINST THE FEED'S TRANSMITTAL.  A RECORD  *
      ***   IS REJECTED, AND THE MASTER LEFT AS IT WAS, WHEN ITS CODE *
      ***   TYPE IS NOT D OR P, THE CODE IS BLANK, A DATE IS NOT      *
      ***   NUMERIC, THE EFFECTIVE DATE IS ZERO, THE CODE TERMINATES  *
      ***   BEFORE IT TAKES EFFECT, OR AN INDICATOR IS NOT Y, N OR    *
      ***   BLANK.                                                    *
      ***                                                             *
      *** INPUT:  ICD-LOAD-FILE        - CMS ICD-10 CODE FILES        *
      *** FILE:   ICD-CODE-MASTER-FILE - CODE MASTER, INDEXED BY      *
      ***                               TYPE/CODE/EFF DATE            *
      *** OUTPUT: ICD-LOAD-RPT-FILE    - LOAD REJECTS AND COUNTS      *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR132.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICD-LOAD-FILE ASSIGN TO "ICDLOAD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ICD-CODE-MASTER-FILE ASSIGN TO "ICDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICDM-KEY
               FILE STATUS IS WS-ICDM-FILE-STATUS.

           SELECT ICD-LOAD-RPT-FILE ASSIGN TO "ICDLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ICD-LOAD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ICD-LOAD-RECORD.
           05  ILOD-CODE-TYPE                  PIC X(1).
               88  ILOD-TYPE-VALID                     VALUE 'D' 'P'.
           05  ILOD-CODE                       PIC X(7).
           05  ILOD-EFF-DT-CYMD                PIC 9(8).
           05  ILOD-TERM-DT-CYMD               PIC 9(8).
           05  ILOD-BILLABLE-IND               PIC X(1).
               88  ILOD-BILLABLE-VALID                 VALUE 'Y' 'N'
                                                             ' '.
           05  ILOD-ADMIT-DX-IND               PIC X(1).
               88  ILOD-ADMIT-DX-VALID                 VALUE 'Y' 'N'
                                                             ' '.
           05  ILOD-NONSPEC-IND                PIC X(1).
               88  ILOD-NONSPEC-VALID                  VALUE 'Y' 'N'
                                                             ' '.
           05  ILOD-CODE-DESC                  PIC X(40).
           05  FILLER                          PIC X(13).

       FD  ICD-CODE-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==ICDM==.
       COPY FSRCICDM.
       REPLACE OFF.

       FD  ICD-LOAD-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ICD-LOAD-RPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-ICDM-FILE-STATUS                 PIC X(2).
           88  WS-ICDM-OK                          VALUE '00'.
           88  WS-ICDM-NOT-FOUND                   VALUE '23'.
           88  WS-ICDM-DUPLICATE                   VALUE '22'.

       01  WS-SWITCHES.
           05  WS-LOAD-EOF-SW                  PIC X(1) VALUE 'N'.
               88  WS-LOAD-EOF                         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOAD-READ-CNT                PIC 9(9) VALUE 0.
           05  WS-LOAD-ADD-CNT                 PIC 9(9) VALUE 0.
           05  WS-LOAD-CHG-CNT                 PIC 9(9) VALUE 0.
           05  WS-LOAD-REJ-CNT                 PIC 9(9) VALUE 0.
           05  WS-DIAG-LOAD-CNT                PIC 9(9) VALUE 0.
           05  WS-PROC-LOAD-CNT                PIC 9(9) VALUE 0.
           05  WS-TERMINATED-CNT               PIC 9(9) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-REJECT-REASON                PIC X(40).

       01  WS-RUN-DATE-8                       PIC 9(8).

       01  WS-HEADING-1                        PIC X(132) VALUE
           "FSR132 - ICD-10 CODE MASTER LOAD".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(6)  VALUE "TYPE".
           05  FILLER                 PIC X(9)  VALUE "CODE".
           05  FILLER                 PIC X(10) VALUE "EFF-DT".
           05  FILLER                 PIC X(10) VALUE "TERM-DT".
           05  FILLER                 PIC X(40) VALUE "REJECT REASON".

       01  WS-REJECT-LINE.
           05  WS-REJ-CODE-TYPE                PIC X(1).
           05  FILLER                          PIC X(5)  VALUE SPACES.
           05  WS-REJ-CODE                     PIC X(7).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-REJ-EFF-DT                   PIC X(8).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-REJ-TERM-DT                  PIC X(8).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-REJ-REASON                   PIC X(40).

       01  WS-SUMMARY-LINE                     PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.

           OPEN I-O ICD-CODE-MASTER-FILE.
           IF NOT WS-ICDM-OK
               OPEN OUTPUT ICD-CODE-MASTER-FILE
               CLOSE ICD-CODE-MASTER-FILE
               OPEN I-O ICD-CODE-MASTER-FILE
           END-IF.

           OPEN OUTPUT ICD-LOAD-RPT-FILE.
           WRITE ICD-LOAD-RPT-LINE FROM WS-HEADING-1.
           WRITE ICD-LOAD-RPT-LINE FROM WS-HEADING-2.

           PERFORM 1000-BULK-LOAD.
           PERFORM 9000-WRITE-SUMMARY.

           CLOSE ICD-CODE-MASTER-FILE ICD-LOAD-RPT-FILE.
           GOBACK.

       1000-BULK-LOAD.
           OPEN INPUT ICD-LOAD-FILE.

           READ ICD-LOAD-FILE
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
               READ ICD-LOAD-FILE
                   AT END SET WS-LOAD-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ICD-LOAD-FILE.

      *    THE NIGHTLY EDIT COMPARES THE DATES NUMERICALLY AND TESTS
      *    THE INDICATORS BY VALUE, SO A CODE THAT WOULD PUT A
      *    NON-NUMERIC OR BACKWARDS PERIOD, OR AN INDICATOR THE EDIT
      *    CANNOT READ, ON FILE IS TURNED AWAY HERE INSTEAD.
       1500-VALIDATE-LOAD-RECORD.
           MOVE SPACES TO WS-REJECT-REASON.

           EVALUATE TRUE
               WHEN NOT ILOD-TYPE-VALID
                   MOVE "CODE TYPE NOT D OR P" TO WS-REJECT-REASON
               WHEN ILOD-CODE = SPACES
                   MOVE "CODE IS BLANK" TO WS-REJECT-REASON
               WHEN ILOD-EFF-DT-CYMD NOT NUMERIC
                 OR ILOD-TERM-DT-CYMD NOT NUMERIC
                   MOVE "EFFECTIVE OR TERM DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN ILOD-EFF-DT-CYMD = 0
                   MOVE "EFFECTIVE DATE IS ZERO" TO WS-REJECT-REASON
               WHEN ILOD-TERM-DT-CYMD > 0
                AND ILOD-TERM-DT-CYMD < ILOD-EFF-DT-CYMD
                   MOVE "CODE TERMINATES BEFORE IT TAKES EFFECT"
                       TO WS-REJECT-REASON
               WHEN NOT ILOD-BILLABLE-VALID
                 OR NOT ILOD-ADMIT-DX-VALID
                 OR NOT ILOD-NONSPEC-VALID
                   MOVE "INDICATOR NOT Y, N OR BLANK"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-APPLY-LOAD-RECORD.
           PERFORM 2100-MOVE-LOAD-FIELDS.
           IF ICDM-TYPE-D-DIAGNOSIS
               ADD 1 TO WS-DIAG-LOAD-CNT
           ELSE
               ADD 1 TO WS-PROC-LOAD-CNT
           END-IF.
           IF ICDM-TERM-DT-CYMD > 0
               ADD 1 TO WS-TERMINATED-CNT
           END-IF.
           WRITE ICDM-CODE-RECORD
               INVALID KEY
                   PERFORM 2200-REWRITE-EXISTING
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-ADD-CNT
           END-WRITE.

      *    A KNOWN CODE VERSION IS REPLACED WHOLESALE WITH THE LATEST
      *    DATA, SAME AS THE FSR128 RATE REFRESH - A TERMINATION DATE
      *    OR A CORRECTED INDICATOR COMES IN THIS WAY.
       2200-REWRITE-EXISTING.
           PERFORM 2100-MOVE-LOAD-FIELDS.
           REWRITE ICDM-CODE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-CHG-CNT
           END-REWRITE.

       2100-MOVE-LOAD-FIELDS.
           MOVE SPACES                     TO ICDM-CODE-RECORD.
           MOVE ILOD-CODE-TYPE             TO ICDM-CODE-TYPE.
           MOVE ILOD-CODE                  TO ICDM-CODE.
           MOVE ILOD-EFF-DT-CYMD           TO ICDM-EFF-DT-CYMD.
           MOVE ILOD-TERM-DT-CYMD          TO ICDM-TERM-DT-CYMD.
           MOVE ILOD-BILLABLE-IND          TO ICDM-BILLABLE-IND.
           MOVE ILOD-ADMIT-DX-IND          TO ICDM-ADMIT-DX-IND.
           MOVE ILOD-NONSPEC-IND           TO ICDM-NONSPEC-IND.
           MOVE ILOD-CODE-DESC             TO ICDM-CODE-DESC.
           MOVE WS-RUN-DATE-8              TO ICDM-LOAD-DT-CYMD.

       2900-PRINT-REJECT.
           ADD 1 TO WS-LOAD-REJ-CNT.
           MOVE ILOD-CODE-TYPE             TO WS-REJ-CODE-TYPE.
           MOVE ILOD-CODE                  TO WS-REJ-CODE.
           MOVE ICD-LOAD-RECORD (9:8)      TO WS-REJ-EFF-DT.
           MOVE ICD-LOAD-RECORD (17:8)     TO WS-REJ-TERM-DT.
           MOVE WS-REJECT-REASON           TO WS-REJ-REASON.
           WRITE ICD-LOAD-RPT-LINE FROM WS-REJECT-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "LOAD RECORDS READ: " WS-LOAD-READ-CNT
               "  ADDED: "     WS-LOAD-ADD-CNT
               "  CHANGED: "   WS-LOAD-CHG-CNT
               "  REJECTED: "  WS-LOAD-REJ-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE ICD-LOAD-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "DIAGNOSIS CODES LOADED: " WS-DIAG-LOAD-CNT
               "  PROCEDURE CODES LOADED: " WS-PROC-LOAD-CNT
               "  LOADED WITH A TERM DATE: " WS-TERMINATED-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE ICD-LOAD-RPT-LINE FROM WS-SUMMARY-LINE.
