      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR097                                             *
      ***                                                             *
      *** DESCRIPTION: RAC/ZPIC RECOVERY LEDGER NIGHTLY UPDATE.       *
      ***   READS THE BASE (TRAILER-SEQ 00) SEGMENT OF EACH CLAIM AND *
      ***   MAINTAINS RAC-LEDGER-FILE (FSRCRACL SHAPE), A VSAM-STYLE  *
      ***   KSDS KEYED BY THE ROOT ORIGINAL DCN OF THE CLAIM'S        *
      ***   ADJUSTMENT LINEAGE (THE FSR002 CHAIN):                    *
      ***     1) AN ORIGINAL CLAIM UNDER REVIEW - FSSC-RAC-REGION     *
      ***        SET, FSSC-RAC-SPCL-ACT-S-SUSP, FSSC-ZPIC-Y, AN       *
      ***        FSSC-OVERPAY FLAG OR A RAC-OVERPAYMENT ADJUSTMENT    *
      ***        REASON - OPENS A LEDGER ENTRY CARRYING ITS           *
      ***        FSSC-REIMB-PROV-AMT AS THE ORIGINAL AMOUNT.          *
      ***     2) AN ADJUSTMENT OR CANCEL IN THE LINEAGE OF A LEDGER   *
      ***        ENTRY (OR ITSELF FLAGGED) POSTS ITS AMOUNT AS THE    *
      ***        ADJUSTED AMOUNT - A CANCEL ADJUSTS TO ZERO - AND THE *
      ***        SHORTFALL AGAINST THE ORIGINAL BECOMES THE           *
      ***        OVERPAYMENT DETERMINED.  AN ADJUSTMENT OLDER THAN    *
      ***        THE ONE ALREADY POSTED IS IGNORED, SO THE LATEST     *
      ***        CLAIM IN THE LINEAGE ALWAYS WINS.                    *
      ***     3) ONCE THAT ADJUSTMENT IS PAID (FSSC-CURR-STAT-P-PAID) *
      ***        THE OFFSET HAS BEEN TAKEN FROM THE PROVIDER'S        *
      ***        PAYMENT AND THE OVERPAYMENT IS POSTED AS RECOVERED.  *
      ***   EVERY LEDGER CHANGE IS LISTED ON THE ACTIVITY REPORT.     *
      ***   THE MASTER IS OPENED THE FSR073 WAY - CREATED EMPTY ON    *
      ***   THE FIRST RUN.                                            *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      *** FILE:   RAC-LEDGER-FILE     - RECOVERY LEDGER, BY ROOT DCN  *
      *** OUTPUT: RAC-ACTV-RPT-FILE   - LEDGER ACTIVITY REPORT        *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR097.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RAC-LEDGER-FILE ASSIGN TO "RACLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RACL-KEY
               FILE STATUS IS WS-RACL-FILE-STATUS.

           SELECT RAC-ACTV-RPT-FILE ASSIGN TO "RACACRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  RAC-LEDGER-FILE.

       REPLACE ==:FSSC:== BY ==RACL==.
       COPY FSRCRACL.
       REPLACE OFF.

       FD  RAC-ACTV-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RAC-ACTV-RPT-LINE                  PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

       WORKING-STORAGE SECTION.

       01  WS-RACL-FILE-STATUS                PIC X(2).
           88  WS-RACL-OK                         VALUE '00'.
           88  WS-RACL-NOT-FOUND                  VALUE '23'.
           88  WS-RACL-DUPLICATE                  VALUE '22'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-REVIEW-SW                   PIC X(1).
               88  WS-UNDER-REVIEW                   VALUE 'Y'.
           05  WS-LEDGER-FOUND-SW             PIC X(1).
               88  WS-LEDGER-FOUND                   VALUE 'Y'.
           05  WS-ADJUSTMENT-SW               PIC X(1).
               88  WS-ADJUSTMENT-CLAIM               VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081.  A CONTROL FAILURE STOPS
      *    THE RUN WITH RETURN CODE 16; LEDGER UPDATES ALREADY MADE
      *    ARE REAPPLIED HARMLESSLY ON THE RERUN, SINCE EVERY POSTING
      *    REPLACES RATHER THAN ADDS.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR097".
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

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ-CNT             PIC 9(7) VALUE 0.
           05  WS-REVIEW-CLAIM-CNT            PIC 9(7) VALUE 0.
           05  WS-LEDGER-ADD-CNT              PIC 9(7) VALUE 0.
           05  WS-LEDGER-CHG-CNT              PIC 9(7) VALUE 0.
           05  WS-ADJ-POSTED-CNT              PIC 9(7) VALUE 0.
           05  WS-ADJ-STALE-CNT               PIC 9(7) VALUE 0.
           05  WS-RECOVERY-CNT                PIC 9(7) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-ROOT-DCN                    PIC X(23).
           05  WS-ACTION                      PIC X(20).
           05  WS-PRIOR-STATUS                PIC X(1).
               88  WS-PRIOR-C-CLOSED                 VALUE 'C'.

       01  WS-RUN-DATE-CYMD                   PIC 9(8).

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR097 - RAC/ZPIC RECOVERY LEDGER ACTIVITY".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(25) VALUE "ROOT DCN".
           05  FILLER                 PIC X(25) VALUE "CLAIM DCN".
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(4)  VALUE "RGN".
           05  FILLER                 PIC X(22) VALUE "ACTION".
           05  FILLER                 PIC X(16) VALUE "ORIGINAL".
           05  FILLER                 PIC X(16) VALUE "ADJUSTED".
           05  FILLER                 PIC X(16) VALUE "OVERPAYMENT".

       01  WS-REPORT-LINE.
           05  WS-RPT-ROOT-DCN                PIC X(23).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-CLAIM-DCN               PIC X(23).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-REGION                  PIC X(1).
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-RPT-ACTION                  PIC X(20).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-ORIG-AMT                PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-ADJ-AMT                 PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-OVERPAY-AMT             PIC $$$,$$$,$$9.99.

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CYMD.

           OPEN I-O RAC-LEDGER-FILE.
           IF NOT WS-RACL-OK
               OPEN OUTPUT RAC-LEDGER-FILE
               CLOSE RAC-LEDGER-FILE
               OPEN I-O RAC-LEDGER-FILE
           END-IF.

           OPEN INPUT  CLAIM-EXTRACT-FILE.
           OPEN OUTPUT RAC-ACTV-RPT-FILE.
           WRITE RAC-ACTV-RPT-LINE FROM WS-HEADING-1.
           WRITE RAC-ACTV-RPT-LINE FROM WS-HEADING-2.

           READ CLAIM-EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               PERFORM 1500-CHECK-CONTROL-RECORD
               IF WS-CTL-CLASS-D-DATA
                  AND FSSCCLMS-TRAILER-SEQ-00-BASE
                   PERFORM 2000-PROCESS-BASE-SEGMENT
               END-IF
               READ CLAIM-EXTRACT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF NOT WS-HEADER-SEEN
              OR NOT WS-TRAILER-SEEN
               DISPLAY "FSR097 - EXTRACT CONTROL FAILURE: HEADER OR "
                   "TRAILER CONTROL RECORD MISSING"
               CLOSE CLAIM-EXTRACT-FILE RAC-LEDGER-FILE
                     RAC-ACTV-RPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS READ: " WS-CLAIMS-READ-CNT
               "  UNDER REVIEW: " WS-REVIEW-CLAIM-CNT
               "  LEDGER ADDED: " WS-LEDGER-ADD-CNT
               "  CHANGED: " WS-LEDGER-CHG-CNT
               "  ADJ POSTED: " WS-ADJ-POSTED-CNT
               "  ADJ SUPERSEDED: " WS-ADJ-STALE-CNT
               "  RECOVERIES: " WS-RECOVERY-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE RAC-ACTV-RPT-LINE FROM WS-SUMMARY-LINE.

           PERFORM 9500-WRITE-RUN-CONTROL.

           CLOSE CLAIM-EXTRACT-FILE RAC-LEDGER-FILE RAC-ACTV-RPT-FILE.
           GOBACK.

      *    ONE RUN-CONTROL RECORD PER NORMAL COMPLETION (FSRCRUNC) -
      *    FSR088 RECONCILES THE CHAIN'S COUNTS FROM THESE.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR097"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-CYMD      TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           MOVE 0                     TO RUNC-RECORDS-WRITTEN.
           MOVE 'C'                   TO RUNC-COMPLETION-STATUS.
           WRITE RUNC-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

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
                       CLOSE CLAIM-EXTRACT-FILE RAC-LEDGER-FILE
                             RAC-ACTV-RPT-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CTL-DATA-CNT
                   ADD FSSCCLMS-TOTAL-CHARGE-AMOUNT
                       TO WS-CTL-CHARGE-HASH
           END-EVALUATE.

       2000-PROCESS-BASE-SEGMENT.
           ADD 1 TO WS-CLAIMS-READ-CNT.

           MOVE 'N' TO WS-REVIEW-SW.
           IF FSSCCLMS-RAC-REGION NOT = SPACE
              OR FSSCCLMS-RAC-SPCL-ACT-S-SUSP
              OR FSSCCLMS-ZPIC-Y
              OR FSSCCLMS-OVERPAY NOT = SPACE
              OR FSSCCLMS-ADJ-REAS-RI-RAC-OVERP
               SET WS-UNDER-REVIEW TO TRUE
               ADD 1 TO WS-REVIEW-CLAIM-CNT
           END-IF.

      *    THE ROOT OF THE LINEAGE IS THE ORIGINAL XREF WHEN FISS
      *    CARRIES ONE, ELSE THE IMMEDIATE PARENT; AN UNLINKED CLAIM
      *    IS ITS OWN ROOT.
           MOVE 'Y' TO WS-ADJUSTMENT-SW.
           EVALUATE TRUE
               WHEN FSSCCLMS-ORIGINAL-XREF-DCN NOT = SPACES
                   MOVE FSSCCLMS-ORIGINAL-XREF-DCN TO WS-ROOT-DCN
               WHEN FSSCCLMS-XREF-DCN-NBR NOT = SPACES
                   MOVE FSSCCLMS-XREF-DCN-NBR      TO WS-ROOT-DCN
               WHEN OTHER
                   MOVE FSSCCLMS-DCN               TO WS-ROOT-DCN
                   MOVE 'N' TO WS-ADJUSTMENT-SW
           END-EVALUATE.

           MOVE 'N' TO WS-LEDGER-FOUND-SW.
           MOVE WS-ROOT-DCN TO RACL-ROOT-DCN.
           READ RAC-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LEDGER-FOUND TO TRUE
           END-READ.

           IF WS-LEDGER-FOUND OR WS-UNDER-REVIEW
               IF NOT WS-LEDGER-FOUND
                   PERFORM 2100-INITIALIZE-LEDGER
               END-IF
               PERFORM 2200-REFRESH-REVIEW-FLAGS
               IF WS-ADJUSTMENT-CLAIM
                   PERFORM 2300-POST-ADJUSTMENT
               ELSE
                   IF RACL-LAST-ADJ-DCN = SPACES
                       MOVE FSSCCLMS-REIMB-PROV-AMT
                           TO RACL-ORIG-REIMB-AMT
                       MOVE FSSCCLMS-REIMB-PROV-AMT
                           TO RACL-ADJ-REIMB-AMT
                   END-IF
                   IF WS-LEDGER-FOUND
                       MOVE "REVIEW REFRESHED" TO WS-ACTION
                   END-IF
               END-IF
               PERFORM 2500-STORE-LEDGER
           END-IF.

      *    AN ENTRY OPENED OFF AN ADJUSTMENT (THE ORIGINAL NEVER SEEN
      *    UNDER REVIEW) TAKES ITS ORIGINAL AMOUNT FROM THE
      *    ADJUSTMENT'S OWN FSSC-ORIG-PROV-REIMB.
       2100-INITIALIZE-LEDGER.
           MOVE SPACES                   TO RACL-LEDGER-DATA.
           MOVE WS-ROOT-DCN              TO RACL-ROOT-DCN.
           MOVE FSSCCLMS-HIC-NO          TO RACL-HIC-NO.
           MOVE FSSCCLMS-MEDA-PROV-6     TO RACL-PROV-6.
           MOVE 'N'                      TO RACL-RAC-IND.
           MOVE 'N'                      TO RACL-ZPIC-IND.
           SET RACL-STATUS-O-OPEN-REVIEW TO TRUE.
           MOVE WS-RUN-DATE-CYMD         TO RACL-OPEN-DT-CYMD.
           IF WS-ADJUSTMENT-CLAIM
               MOVE FSSCCLMS-ORIG-PROV-REIMB TO RACL-ORIG-REIMB-AMT
               MOVE FSSCCLMS-ORIG-PROV-REIMB TO RACL-ADJ-REIMB-AMT
           ELSE
               MOVE FSSCCLMS-REIMB-PROV-AMT  TO RACL-ORIG-REIMB-AMT
               MOVE FSSCCLMS-REIMB-PROV-AMT  TO RACL-ADJ-REIMB-AMT
           END-IF.
           MOVE 0                        TO RACL-OVERPAY-AMT.
           MOVE 0                        TO RACL-RECOVERED-AMT.
           MOVE 0                        TO RACL-LAST-ADJ-RECD-DT-CYMD.
           MOVE 0                     TO RACL-LAST-RECOVERY-DT-CYMD.
           MOVE 0                        TO RACL-CLOSED-DT-CYMD.
           MOVE "REVIEW OPENED"          TO WS-ACTION.

      *    REVIEW FLAGS ONLY EVER ACCUMULATE - A LATER CLAIM IN THE
      *    LINEAGE WITH THE FLAGS CLEARED DOES NOT END THE REVIEW.
       2200-REFRESH-REVIEW-FLAGS.
           IF FSSCCLMS-RAC-REGION NOT = SPACE
               MOVE FSSCCLMS-RAC-REGION  TO RACL-RAC-REGION
               MOVE 'Y'                  TO RACL-RAC-IND
           END-IF.
           IF FSSCCLMS-RAC-SPCL-ACT-S-SUSP
              OR FSSCCLMS-ADJ-REAS-RI-RAC-OVERP
               MOVE 'Y'                  TO RACL-RAC-IND
           END-IF.
           IF FSSCCLMS-RAC-SPCL-ACT-CD NOT = SPACE
               MOVE FSSCCLMS-RAC-SPCL-ACT-CD TO RACL-RAC-SPCL-ACT-CD
           END-IF.
           IF FSSCCLMS-ZPIC-Y
               MOVE 'Y'                  TO RACL-ZPIC-IND
           END-IF.
           IF FSSCCLMS-OVERPAY NOT = SPACE
               MOVE FSSCCLMS-OVERPAY      TO RACL-OVERPAY-IND
               MOVE FSSCCLMS-OVERPAY-CODE TO RACL-OVERPAY-CODE
           END-IF.

       2300-POST-ADJUSTMENT.
           IF FSSCCLMS-RECD-DT-CYMD < RACL-LAST-ADJ-RECD-DT-CYMD
               ADD 1 TO WS-ADJ-STALE-CNT
               MOVE "ADJ SUPERSEDED" TO WS-ACTION
           ELSE
               ADD 1 TO WS-ADJ-POSTED-CNT
               MOVE FSSCCLMS-DCN           TO RACL-LAST-ADJ-DCN
               MOVE FSSCCLMS-RECD-DT-CYMD  TO RACL-LAST-ADJ-RECD-DT-CYMD
               IF FSSCCLMS-FREQ-CANCEL-BILL
                   MOVE 0 TO RACL-ADJ-REIMB-AMT
               ELSE
                   MOVE FSSCCLMS-REIMB-PROV-AMT TO RACL-ADJ-REIMB-AMT
               END-IF
               IF RACL-ORIG-REIMB-AMT > RACL-ADJ-REIMB-AMT
                   COMPUTE RACL-OVERPAY-AMT =
                       RACL-ORIG-REIMB-AMT - RACL-ADJ-REIMB-AMT
               ELSE
                   MOVE 0 TO RACL-OVERPAY-AMT
               END-IF
               MOVE "ADJUSTMENT POSTED" TO WS-ACTION
               MOVE RACL-LEDGER-STATUS TO WS-PRIOR-STATUS
               PERFORM 2400-POST-RECOVERY
               PERFORM 2450-SET-CLOSED-DATE
           END-IF.

      *    THE OFFSET IS TAKEN WHEN THE ADJUSTMENT PAYS.  AN
      *    ADJUSTMENT STILL IN PROCESS LEAVES THE OVERPAYMENT
      *    DETERMINED BUT NOT YET RECOVERED.
       2400-POST-RECOVERY.
           EVALUATE TRUE
               WHEN RACL-OVERPAY-AMT = 0
                   MOVE 0 TO RACL-RECOVERED-AMT
                   SET RACL-STATUS-C-CLOSED TO TRUE
               WHEN FSSCCLMS-CURR-STAT-P-PAID
                   MOVE RACL-OVERPAY-AMT TO RACL-RECOVERED-AMT
                   MOVE FSSCCLMS-PAID-DT-CYMD
                       TO RACL-LAST-RECOVERY-DT-CYMD
                   SET RACL-STATUS-C-CLOSED TO TRUE
                   ADD 1 TO WS-RECOVERY-CNT
                   MOVE "RECOVERY POSTED" TO WS-ACTION
               WHEN OTHER
                   SET RACL-STATUS-D-DETERMINED TO TRUE
           END-EVALUATE.

      *    THE CLOSED DATE MARKS THE NIGHT THE ENTRY MOVED TO CLOSED;
      *    A CLOSED ENTRY SEEN AGAIN KEEPS IT, AND ONE REOPENED BY A
      *    LATER ADJUSTMENT LOSES IT UNTIL IT CLOSES AGAIN.
       2450-SET-CLOSED-DATE.
           IF RACL-STATUS-C-CLOSED
               IF NOT WS-PRIOR-C-CLOSED
                   MOVE WS-RUN-DATE-CYMD TO RACL-CLOSED-DT-CYMD
               END-IF
           ELSE
               MOVE 0 TO RACL-CLOSED-DT-CYMD
           END-IF.

       2500-STORE-LEDGER.
           MOVE WS-RUN-DATE-CYMD TO RACL-LAST-UPDT-DT-CYMD.
           IF WS-LEDGER-FOUND
               REWRITE RACL-LEDGER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-LEDGER-CHG-CNT
               END-REWRITE
           ELSE
               WRITE RACL-LEDGER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-LEDGER-ADD-CNT
               END-WRITE
           END-IF.
           PERFORM 2900-PRINT-ACTIVITY.

       2900-PRINT-ACTIVITY.
           MOVE RACL-ROOT-DCN            TO WS-RPT-ROOT-DCN.
           MOVE FSSCCLMS-DCN             TO WS-RPT-CLAIM-DCN.
           MOVE RACL-PROV-6              TO WS-RPT-PROV.
           MOVE RACL-RAC-REGION          TO WS-RPT-REGION.
           MOVE WS-ACTION                TO WS-RPT-ACTION.
           MOVE RACL-ORIG-REIMB-AMT      TO WS-RPT-ORIG-AMT.
           MOVE RACL-ADJ-REIMB-AMT       TO WS-RPT-ADJ-AMT.
           MOVE RACL-OVERPAY-AMT         TO WS-RPT-OVERPAY-AMT.
           WRITE RAC-ACTV-RPT-LINE FROM WS-REPORT-LINE.
