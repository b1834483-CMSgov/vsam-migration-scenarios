      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR105                                             *
      ***                                                             *
      *** DESCRIPTION: 1099 PAYMENT LEDGER NIGHTLY ACCUMULATION.      *
      ***   READS THE BASE (TRAILER-SEQ 00) SEGMENT OF EACH PAID      *
      ***   CLAIM (FSSC-CURR-STAT-P-PAID WITH A PAID DATE) AND POSTS  *
      ***   ITS FSSC-REIMB-PROV-AMT AND FSSC-INTEREST-AMT TO TIN-     *
      ***   LEDGER-FILE (FSRCTINL), KEYED BY THE CLAIM'S FEDERAL TAX  *
      ***   ID AND THE CALENDAR YEAR OF FSSC-PAID-DT-CYMD.  EVERY     *
      ***   CLAIM IS NETTED THROUGH ITS ADJUSTMENT LINEAGE ON TIN-    *
      ***   LINEAGE-FILE (FSRCTINX, THE FSR097 ROOT DCN):             *
      ***     1) AN ORIGINAL CLAIM POSTS ITS FULL PAYMENT.            *
      ***     2) AN ADJUSTMENT POSTS THE DIFFERENCE BETWEEN ITS       *
      ***        PAYMENT AND WHAT THE LINEAGE HAS COUNTED SO FAR -    *
      ***        OR, WITH NO LINEAGE ON FILE (THE ORIGINAL PAID       *
      ***        BEFORE THE LEDGER), ITS OWN FSSC-ORIG-PROV-REIMB.    *
      ***     3) A CANCEL REVERSES WHAT THE LINEAGE HAS COUNTED.      *
      ***     4) WHEN THE TIN ON THE LINEAGE HAS CHANGED, WHAT WAS    *
      ***        COUNTED IS REVERSED FROM THE OLD TIN AND THE NEW     *
      ***        PAYMENT POSTED IN FULL TO THE NEW ONE.               *
      ***   EACH POSTING LANDS IN THE TAX YEAR OF THE CLAIM BEING     *
      ***   POSTED - THE YEAR THE MONEY MOVED.  INTEREST IS PAID PER  *
      ***   PROCESSED VERSION AND IS NOT RECOUPED BY A LATER          *
      ***   ADJUSTMENT, SO IT IS ADDED AS PAID AND NEVER NETTED.  AN  *
      ***   ADJUSTMENT PAID BEFORE THE ONE ALREADY COUNTED IS         *
      ***   SUPERSEDED AND SKIPPED.  A CLAIM WITH NO TIN IS LISTED    *
      ***   AND NOT POSTED.  A POSTING INTO A TAX YEAR FSR106 HAS     *
      ***   ALREADY CLOSED IS STILL MADE AND IS FLAGGED FOR THE NEXT  *
      ***   FSR106 CORRECTIONS RUN.  BOTH MASTERS ARE OPENED THE      *
      ***   FSR073 WAY - CREATED EMPTY ON THE FIRST RUN.              *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      *** FILE:   TIN-LEDGER-FILE     - 1099 LEDGER, BY TIN / TAX YR  *
      ***         TIN-LINEAGE-FILE    - COUNTED AMOUNT, BY ROOT DCN   *
      *** OUTPUT: TIN-ACTV-RPT-FILE   - LEDGER ACTIVITY REPORT        *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR105.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TIN-LEDGER-FILE ASSIGN TO "TINLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TINL-KEY
               FILE STATUS IS WS-TINL-FILE-STATUS.

           SELECT TIN-LINEAGE-FILE ASSIGN TO "TINLINEG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TINX-KEY
               FILE STATUS IS WS-TINX-FILE-STATUS.

           SELECT TIN-ACTV-RPT-FILE ASSIGN TO "TINACRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  TIN-LEDGER-FILE.

       REPLACE ==:FSSC:== BY ==TINL==.
       COPY FSRCTINL.
       REPLACE OFF.

       FD  TIN-LINEAGE-FILE.

       REPLACE ==:FSSC:== BY ==TINX==.
       COPY FSRCTINX.
       REPLACE OFF.

       FD  TIN-ACTV-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  TIN-ACTV-RPT-LINE                  PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

       WORKING-STORAGE SECTION.

       01  WS-TINL-FILE-STATUS                PIC X(2).
           88  WS-TINL-OK                         VALUE '00'.
           88  WS-TINL-NOT-FOUND                  VALUE '23'.
           88  WS-TINL-DUPLICATE                  VALUE '22'.

       01  WS-TINX-FILE-STATUS                PIC X(2).
           88  WS-TINX-OK                         VALUE '00'.
           88  WS-TINX-NOT-FOUND                  VALUE '23'.
           88  WS-TINX-DUPLICATE                  VALUE '22'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-LEDGER-FOUND-SW             PIC X(1).
               88  WS-LEDGER-FOUND                   VALUE 'Y'.
           05  WS-LINEAGE-FOUND-SW            PIC X(1).
               88  WS-LINEAGE-FOUND                  VALUE 'Y'.
           05  WS-ADJUSTMENT-SW               PIC X(1).
               88  WS-ADJUSTMENT-CLAIM               VALUE 'Y'.
           05  WS-POST-KIND                   PIC X(1).
               88  WS-POST-ORIGINAL                  VALUE 'O'.
               88  WS-POST-ADJUSTMENT                VALUE 'A'.
               88  WS-POST-CANCEL                    VALUE 'C'.
               88  WS-POST-REVERSAL                  VALUE 'R'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081.  A CONTROL FAILURE STOPS
      *    THE RUN WITH RETURN CODE 16; POSTINGS ALREADY MADE ARE
      *    RECOGNISED ON THE RERUN BY THE LINEAGE'S LAST DCN AND PAID
      *    DATE AND ARE NOT POSTED A SECOND TIME.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR105".
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
           05  WS-PAID-CLAIM-CNT              PIC 9(7) VALUE 0.
           05  WS-POSTING-CNT                 PIC 9(7) VALUE 0.
           05  WS-LEDGER-ADD-CNT              PIC 9(7) VALUE 0.
           05  WS-LEDGER-CHG-CNT              PIC 9(7) VALUE 0.
           05  WS-LINEAGE-ADD-CNT             PIC 9(7) VALUE 0.
           05  WS-LINEAGE-CHG-CNT             PIC 9(7) VALUE 0.
           05  WS-NO-LINEAGE-CNT              PIC 9(7) VALUE 0.
           05  WS-TIN-CHANGE-CNT              PIC 9(7) VALUE 0.
           05  WS-ALREADY-POSTED-CNT          PIC 9(7) VALUE 0.
           05  WS-SUPERSEDED-CNT              PIC 9(7) VALUE 0.
           05  WS-NO-TIN-CNT                  PIC 9(7) VALUE 0.
           05  WS-POST-CLOSE-CNT              PIC 9(7) VALUE 0.

       01  WS-TOTALS.
           05  WS-TOT-REIMB-POSTED     COMP-3 PIC S9(13)V99 VALUE 0.
           05  WS-TOT-INTEREST-POSTED  COMP-3 PIC S9(13)V99 VALUE 0.
           05  WS-TOT-REIMB-EDIT              PIC -$$$,$$$,$$$,$$9.99.
           05  WS-TOT-INTEREST-EDIT           PIC -$$$,$$$,$$$,$$9.99.

       01  WS-WORK-FIELDS.
           05  WS-ROOT-DCN                    PIC X(23).
           05  WS-ACTION                      PIC X(20).
           05  WS-PAID-DT                     PIC 9(8).
           05  WS-PAID-DT-X REDEFINES WS-PAID-DT.
               10  WS-PAID-YR                 PIC 9(4).
               10  WS-PAID-MO                 PIC 9(2).
               10  WS-PAID-DY                 PIC 9(2).
           05  WS-TAX-YR                      PIC 9(4).
           05  WS-NEW-REIMB            COMP-3 PIC S9(9)V99.
           05  WS-NEW-INTEREST         COMP-3 PIC S9(9)V99.
           05  WS-POST-TIN                    PIC X(10).
           05  WS-POST-TIN-SUB                PIC X(4).
           05  WS-POST-PROV-6                 PIC X(6).
           05  WS-POST-REIMB           COMP-3 PIC S9(11)V99.
           05  WS-POST-INTEREST        COMP-3 PIC S9(11)V99.

       01  WS-RUN-DATE-CYMD                   PIC 9(8).

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR105 - 1099 PAYMENT LEDGER ACTIVITY".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(17) VALUE "FED TAX ID".
           05  FILLER                 PIC X(6)  VALUE "YEAR".
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(25) VALUE "CLAIM DCN".
           05  FILLER                 PIC X(21) VALUE "ACTION".
           05  FILLER                 PIC X(16) VALUE "  REIMB POSTED".
           05  FILLER                 PIC X(16) VALUE "INTEREST POSTED".
           05  FILLER                 PIC X(16) VALUE "    YTD REIMB".
           05  FILLER                 PIC X(7)  VALUE "CLOSED".

       01  WS-REPORT-LINE.
           05  WS-RPT-FED-TAX-NB              PIC X(10).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-FED-TAX-NB-SUB          PIC X(4).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-TAX-YR                  PIC X(4).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-CLAIM-DCN               PIC X(23).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-ACTION                  PIC X(20).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-REIMB-POSTED            PIC -$$$,$$$,$$9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-INTEREST-POSTED         PIC -$$$,$$$,$$9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-YTD-REIMB               PIC -$$$,$$$,$$9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-CLOSED-FLAG             PIC X(6).

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CYMD.

           OPEN I-O TIN-LEDGER-FILE.
           IF NOT WS-TINL-OK
               OPEN OUTPUT TIN-LEDGER-FILE
               CLOSE TIN-LEDGER-FILE
               OPEN I-O TIN-LEDGER-FILE
           END-IF.

           OPEN I-O TIN-LINEAGE-FILE.
           IF NOT WS-TINX-OK
               OPEN OUTPUT TIN-LINEAGE-FILE
               CLOSE TIN-LINEAGE-FILE
               OPEN I-O TIN-LINEAGE-FILE
           END-IF.

           OPEN INPUT  CLAIM-EXTRACT-FILE.
           OPEN OUTPUT TIN-ACTV-RPT-FILE.
           WRITE TIN-ACTV-RPT-LINE FROM WS-HEADING-1.
           WRITE TIN-ACTV-RPT-LINE FROM WS-HEADING-2.

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
               DISPLAY "FSR105 - EXTRACT CONTROL FAILURE: HEADER OR "
                   "TRAILER CONTROL RECORD MISSING"
               PERFORM 9900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS READ: " WS-CLAIMS-READ-CNT
               "  PAID: " WS-PAID-CLAIM-CNT
               "  POSTINGS: " WS-POSTING-CNT
               "  LEDGER ADDED: " WS-LEDGER-ADD-CNT
               "  CHANGED: " WS-LEDGER-CHG-CNT
               "  LINEAGE ADDED: " WS-LINEAGE-ADD-CNT
               "  CHANGED: " WS-LINEAGE-CHG-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE TIN-ACTV-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "NETTED VS CLAIM ORIG AMT: " WS-NO-LINEAGE-CNT
               "  TIN CHANGES: " WS-TIN-CHANGE-CNT
               "  ALREADY POSTED: " WS-ALREADY-POSTED-CNT
               "  SUPERSEDED: " WS-SUPERSEDED-CNT
               "  NO TIN: " WS-NO-TIN-CNT
               "  POST-CLOSE: " WS-POST-CLOSE-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE TIN-ACTV-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE WS-TOT-REIMB-POSTED    TO WS-TOT-REIMB-EDIT.
           MOVE WS-TOT-INTEREST-POSTED TO WS-TOT-INTEREST-EDIT.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "NET REIMBURSEMENT POSTED: " WS-TOT-REIMB-EDIT
               "  INTEREST POSTED: " WS-TOT-INTEREST-EDIT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE TIN-ACTV-RPT-LINE FROM WS-SUMMARY-LINE.

           PERFORM 9500-WRITE-RUN-CONTROL.
           PERFORM 9900-CLOSE-FILES.
           GOBACK.

      *    ONE RUN-CONTROL RECORD PER NORMAL COMPLETION (FSRCRUNC) -
      *    FSR088 RECONCILES THE CHAIN'S COUNTS FROM THESE.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR105"              TO RUNC-JOB-NAME.
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
                       PERFORM 9900-CLOSE-FILES
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

           IF FSSCCLMS-CURR-STAT-P-PAID
               MOVE FSSCCLMS-PAID-DT-CYMD TO WS-PAID-DT
               IF WS-PAID-DT NUMERIC
                  AND WS-PAID-DT > 0
                   ADD 1 TO WS-PAID-CLAIM-CNT
                   PERFORM 2100-ACCUMULATE-CLAIM
               END-IF
           END-IF.

      *    THE ROOT OF THE LINEAGE IS THE ORIGINAL XREF WHEN FISS
      *    CARRIES ONE, ELSE THE IMMEDIATE PARENT; AN UNLINKED CLAIM
      *    IS ITS OWN ROOT.  A CANCEL PAYS NOTHING - ITS POSTING IS
      *    THE REVERSAL OF WHAT THE LINEAGE COUNTED.
       2100-ACCUMULATE-CLAIM.
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

           MOVE WS-PAID-YR TO WS-TAX-YR.
           IF FSSCCLMS-FREQ-CANCEL-BILL
               MOVE 0 TO WS-NEW-REIMB
               MOVE 0 TO WS-NEW-INTEREST
           ELSE
               MOVE FSSCCLMS-REIMB-PROV-AMT TO WS-NEW-REIMB
               MOVE FSSCCLMS-INTEREST-AMT   TO WS-NEW-INTEREST
           END-IF.

           MOVE 'N' TO WS-LINEAGE-FOUND-SW.
           MOVE WS-ROOT-DCN TO TINX-ROOT-DCN.
           READ TIN-LINEAGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LINEAGE-FOUND TO TRUE
           END-READ.

      *    THE EXTRACT IS IN DCN SEQUENCE, SO A LATER VERSION PAID THE
      *    SAME DAY CARRIES THE HIGHER DCN.
           EVALUATE TRUE
               WHEN FSSCCLMS-FED-TAX-NB = SPACES
                   ADD 1 TO WS-NO-TIN-CNT
                   MOVE "NO TIN - NOT POSTED" TO WS-ACTION
                   PERFORM 2950-PRINT-SKIPPED
               WHEN WS-LINEAGE-FOUND
                AND TINX-LAST-DCN = FSSCCLMS-DCN
                AND TINX-LAST-PAID-DT-CYMD = WS-PAID-DT
                   ADD 1 TO WS-ALREADY-POSTED-CNT
               WHEN WS-LINEAGE-FOUND
                AND (WS-PAID-DT < TINX-LAST-PAID-DT-CYMD
                 OR (WS-PAID-DT = TINX-LAST-PAID-DT-CYMD
                 AND FSSCCLMS-DCN < TINX-LAST-DCN))
                   ADD 1 TO WS-SUPERSEDED-CNT
                   MOVE "SUPERSEDED - SKIPPED" TO WS-ACTION
                   PERFORM 2950-PRINT-SKIPPED
               WHEN OTHER
                   IF NOT WS-LINEAGE-FOUND
                       PERFORM 2150-INITIALIZE-LINEAGE
                   END-IF
                   PERFORM 2200-POST-CLAIM
                   PERFORM 2800-STORE-LINEAGE
           END-EVALUATE.

      *    A LINEAGE FIRST SEEN AT AN ADJUSTMENT OR CANCEL HAD ITS
      *    ORIGINAL PAID BEFORE THE LEDGER - THE CLAIM'S OWN
      *    FSSC-ORIG-PROV-REIMB STANDS IN FOR WHAT WAS COUNTED.
       2150-INITIALIZE-LINEAGE.
           MOVE SPACES                   TO TINX-LINEAGE-DATA.
           MOVE WS-ROOT-DCN              TO TINX-ROOT-DCN.
           MOVE FSSCCLMS-FED-TAX-NB      TO TINX-FED-TAX-NB.
           MOVE FSSCCLMS-FED-TAX-NB-SUB  TO TINX-FED-TAX-NB-SUB.
           MOVE FSSCCLMS-MEDA-PROV-6     TO TINX-PROV-6.
           MOVE 0                        TO TINX-LAST-PAID-DT-CYMD.
           MOVE 0                        TO TINX-COUNTED-INTEREST.
           IF WS-ADJUSTMENT-CLAIM
               MOVE FSSCCLMS-ORIG-PROV-REIMB TO TINX-COUNTED-REIMB
               ADD 1 TO WS-NO-LINEAGE-CNT
           ELSE
               MOVE 0                        TO TINX-COUNTED-REIMB
           END-IF.

       2200-POST-CLAIM.
           EVALUATE TRUE
               WHEN FSSCCLMS-FREQ-CANCEL-BILL
                   SET WS-POST-CANCEL     TO TRUE
               WHEN WS-ADJUSTMENT-CLAIM
                   SET WS-POST-ADJUSTMENT TO TRUE
               WHEN OTHER
                   SET WS-POST-ORIGINAL   TO TRUE
           END-EVALUATE.

           IF TINX-FED-TAX-NB = FSSCCLMS-FED-TAX-NB
              AND TINX-FED-TAX-NB-SUB = FSSCCLMS-FED-TAX-NB-SUB
               MOVE FSSCCLMS-FED-TAX-NB     TO WS-POST-TIN
               MOVE FSSCCLMS-FED-TAX-NB-SUB TO WS-POST-TIN-SUB
               MOVE FSSCCLMS-MEDA-PROV-6    TO WS-POST-PROV-6
               COMPUTE WS-POST-REIMB =
                   WS-NEW-REIMB - TINX-COUNTED-REIMB
               MOVE WS-NEW-INTEREST         TO WS-POST-INTEREST
               EVALUATE TRUE
                   WHEN WS-POST-CANCEL
                       MOVE "CANCEL REVERSED"   TO WS-ACTION
                   WHEN WS-POST-ADJUSTMENT
                       MOVE "ADJUSTMENT NETTED" TO WS-ACTION
                   WHEN OTHER
                       MOVE "ORIGINAL PAID"     TO WS-ACTION
               END-EVALUATE
               PERFORM 2600-POST-TO-LEDGER
           ELSE
               PERFORM 2300-POST-TIN-CHANGE
           END-IF.

      *    THE OLD TIN GIVES BACK WHAT WAS COUNTED UNDER IT; THE NEW
      *    TIN TAKES THE WHOLE OF THE NEW PAYMENT.
       2300-POST-TIN-CHANGE.
           ADD 1 TO WS-TIN-CHANGE-CNT.

           MOVE TINX-FED-TAX-NB         TO WS-POST-TIN.
           MOVE TINX-FED-TAX-NB-SUB     TO WS-POST-TIN-SUB.
           MOVE TINX-PROV-6             TO WS-POST-PROV-6.
           COMPUTE WS-POST-REIMB = 0 - TINX-COUNTED-REIMB.
           MOVE 0                       TO WS-POST-INTEREST.
           SET WS-POST-REVERSAL         TO TRUE.
           MOVE "TIN CHANGE REVERSAL"   TO WS-ACTION.
           PERFORM 2600-POST-TO-LEDGER.

           EVALUATE TRUE
               WHEN FSSCCLMS-FREQ-CANCEL-BILL
                   SET WS-POST-CANCEL     TO TRUE
               WHEN WS-ADJUSTMENT-CLAIM
                   SET WS-POST-ADJUSTMENT TO TRUE
               WHEN OTHER
                   SET WS-POST-ORIGINAL   TO TRUE
           END-EVALUATE.
           MOVE FSSCCLMS-FED-TAX-NB     TO WS-POST-TIN.
           MOVE FSSCCLMS-FED-TAX-NB-SUB TO WS-POST-TIN-SUB.
           MOVE FSSCCLMS-MEDA-PROV-6    TO WS-POST-PROV-6.
           MOVE WS-NEW-REIMB            TO WS-POST-REIMB.
           MOVE WS-NEW-INTEREST         TO WS-POST-INTEREST.
           MOVE "TIN CHANGE POSTING"    TO WS-ACTION.
           PERFORM 2600-POST-TO-LEDGER.

       2600-POST-TO-LEDGER.
           MOVE 'N' TO WS-LEDGER-FOUND-SW.
           MOVE WS-POST-TIN     TO TINL-FED-TAX-NB.
           MOVE WS-POST-TIN-SUB TO TINL-FED-TAX-NB-SUB.
           MOVE WS-TAX-YR       TO TINL-TAX-YR.
           READ TIN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LEDGER-FOUND TO TRUE
           END-READ.

           IF NOT WS-LEDGER-FOUND
               PERFORM 2650-INITIALIZE-LEDGER
           END-IF.

           ADD WS-POST-REIMB    TO TINL-REIMB-AMT.
           ADD WS-POST-INTEREST TO TINL-INTEREST-AMT.
           MOVE WS-POST-PROV-6  TO TINL-LAST-PROV-6.
           EVALUATE TRUE
               WHEN WS-POST-ORIGINAL
                   ADD 1 TO TINL-CLAIM-CNT
               WHEN WS-POST-ADJUSTMENT
                   ADD 1 TO TINL-ADJ-CNT
               WHEN WS-POST-CANCEL
                   ADD 1 TO TINL-CANCEL-CNT
           END-EVALUATE.

      *    A CLOSED YEAR STILL TAKES THE POSTING; THE LEDGER THEN
      *    DISAGREES WITH WHAT WAS REPORTED AND THE NEXT FSR106
      *    CORRECTIONS RUN PICKS IT UP.
           MOVE SPACES TO WS-RPT-CLOSED-FLAG.
           IF TINL-YEAR-C-CLOSED
               MOVE WS-RUN-DATE-CYMD TO TINL-LAST-CORR-DT-CYMD
               MOVE "CLOSED"         TO WS-RPT-CLOSED-FLAG
               ADD 1 TO WS-POST-CLOSE-CNT
           END-IF.

           MOVE WS-RUN-DATE-CYMD TO TINL-LAST-UPDT-DT-CYMD.
           IF WS-LEDGER-FOUND
               REWRITE TINL-LEDGER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-LEDGER-CHG-CNT
               END-REWRITE
           ELSE
               WRITE TINL-LEDGER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-LEDGER-ADD-CNT
               END-WRITE
           END-IF.

           ADD 1                TO WS-POSTING-CNT.
           ADD WS-POST-REIMB    TO WS-TOT-REIMB-POSTED.
           ADD WS-POST-INTEREST TO WS-TOT-INTEREST-POSTED.
           PERFORM 2900-PRINT-ACTIVITY.

       2650-INITIALIZE-LEDGER.
           MOVE SPACES                   TO TINL-LEDGER-DATA.
           MOVE WS-POST-TIN              TO TINL-FED-TAX-NB.
           MOVE WS-POST-TIN-SUB          TO TINL-FED-TAX-NB-SUB.
           MOVE WS-TAX-YR                TO TINL-TAX-YR.
           MOVE 0                        TO TINL-CLAIM-CNT.
           MOVE 0                        TO TINL-ADJ-CNT.
           MOVE 0                        TO TINL-CANCEL-CNT.
           MOVE 0                        TO TINL-REIMB-AMT.
           MOVE 0                        TO TINL-INTEREST-AMT.
           SET TINL-YEAR-O-OPEN          TO TRUE.
           SET TINL-FILED-N-NOT-FILED    TO TRUE.
           MOVE 0                        TO TINL-REPORTED-REIMB.
           MOVE 0                        TO TINL-REPORTED-INTEREST.
           MOVE 0                        TO TINL-CLOSE-DT-CYMD.
           MOVE 0                        TO TINL-LAST-CORR-DT-CYMD.

       2800-STORE-LINEAGE.
           MOVE FSSCCLMS-FED-TAX-NB      TO TINX-FED-TAX-NB.
           MOVE FSSCCLMS-FED-TAX-NB-SUB  TO TINX-FED-TAX-NB-SUB.
           MOVE FSSCCLMS-MEDA-PROV-6     TO TINX-PROV-6.
           MOVE FSSCCLMS-DCN             TO TINX-LAST-DCN.
           MOVE WS-PAID-DT               TO TINX-LAST-PAID-DT-CYMD.
           MOVE WS-NEW-REIMB             TO TINX-COUNTED-REIMB.
           ADD WS-NEW-INTEREST           TO TINX-COUNTED-INTEREST.
           MOVE WS-RUN-DATE-CYMD         TO TINX-LAST-UPDT-DT-CYMD.
           IF WS-LINEAGE-FOUND
               REWRITE TINX-LINEAGE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-LINEAGE-CHG-CNT
               END-REWRITE
           ELSE
               WRITE TINX-LINEAGE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-LINEAGE-ADD-CNT
               END-WRITE
           END-IF.

       2900-PRINT-ACTIVITY.
           MOVE WS-POST-TIN              TO WS-RPT-FED-TAX-NB.
           MOVE WS-POST-TIN-SUB          TO WS-RPT-FED-TAX-NB-SUB.
           MOVE WS-TAX-YR                TO WS-RPT-TAX-YR.
           MOVE WS-POST-PROV-6           TO WS-RPT-PROV.
           MOVE FSSCCLMS-DCN             TO WS-RPT-CLAIM-DCN.
           MOVE WS-ACTION                TO WS-RPT-ACTION.
           MOVE WS-POST-REIMB            TO WS-RPT-REIMB-POSTED.
           MOVE WS-POST-INTEREST         TO WS-RPT-INTEREST-POSTED.
           MOVE TINL-REIMB-AMT           TO WS-RPT-YTD-REIMB.
           WRITE TIN-ACTV-RPT-LINE FROM WS-REPORT-LINE.

       2950-PRINT-SKIPPED.
           MOVE FSSCCLMS-FED-TAX-NB      TO WS-RPT-FED-TAX-NB.
           MOVE FSSCCLMS-FED-TAX-NB-SUB  TO WS-RPT-FED-TAX-NB-SUB.
           MOVE WS-TAX-YR                TO WS-RPT-TAX-YR.
           MOVE FSSCCLMS-MEDA-PROV-6     TO WS-RPT-PROV.
           MOVE FSSCCLMS-DCN             TO WS-RPT-CLAIM-DCN.
           MOVE WS-ACTION                TO WS-RPT-ACTION.
           MOVE WS-NEW-REIMB             TO WS-RPT-REIMB-POSTED.
           MOVE WS-NEW-INTEREST          TO WS-RPT-INTEREST-POSTED.
           MOVE 0                        TO WS-RPT-YTD-REIMB.
           MOVE SPACES                   TO WS-RPT-CLOSED-FLAG.
           WRITE TIN-ACTV-RPT-LINE FROM WS-REPORT-LINE.

       9900-CLOSE-FILES.
           CLOSE CLAIM-EXTRACT-FILE TIN-LEDGER-FILE TIN-LINEAGE-FILE
                 TIN-ACTV-RPT-FILE.
