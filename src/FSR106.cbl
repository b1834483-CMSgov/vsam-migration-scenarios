      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR106                                             *
      ***                                                             *
      *** DESCRIPTION: 1099 YEAR-END REPORTING AND CORRECTIONS RUN.   *
      ***   WALKS THE FSR105 1099 LEDGER (FSRCTINL) FOR THE TAX YEAR  *
      ***   ON THE CONTROL CARD AND PRODUCES THE 1099 REPORTING FILE  *
      ***   FINANCE TRANSMITS, SO THE FORMS TIE BACK TO CLAIMS:       *
      ***     1) ORIGINAL RUN (CARD TYPE 'O') - EVERY OPEN LEDGER     *
      ***        RECORD FOR THE YEAR IS CLOSED.  WHEN THE YEAR'S      *
      ***        PAYMENTS (REIMBURSEMENT PLUS INTEREST) REACH THE     *
      ***        REPORTING THRESHOLD AN ORIGINAL 1099 IS WRITTEN.     *
      ***        THE AMOUNTS CLOSED ARE KEPT AS THE AMOUNTS REPORTED. *
      ***     2) CORRECTIONS RUN (CARD TYPE 'C') - A CLOSED RECORD    *
      ***        THAT FSR105 HAS POSTED TO SINCE (POST-CLOSE          *
      ***        ADJUSTMENTS AND CANCELS) NO LONGER AGREES WITH WHAT  *
      ***        WAS REPORTED.  IF A 1099 WAS FILED A CORRECTED 1099  *
      ***        IS WRITTEN; IF NONE WAS FILED AND THE YEAR NOW       *
      ***        REACHES THE THRESHOLD A LATE ORIGINAL IS WRITTEN.    *
      ***        A RECORD OPENED FOR THE YEAR AFTER THE CLOSE (A TIN  *
      ***        FIRST PAID BY A LATE ADJUSTMENT) IS CLOSED AS IN 1). *
      ***   AN ORIGINAL RUN LEAVES A CHANGED CLOSED RECORD ALONE AND  *
      ***   COUNTS IT AS PENDING CORRECTION.  EVERY PAYEE REPORTED IS *
      ***   PROVED AGAINST THE PROVIDER MASTER (FSRCPROV) FOR THE     *
      ***   LEDGER'S LAST PROVIDER - NOT ON THE MASTER, NO TIN OR A   *
      ***   DIFFERENT TIN ON THE MASTER, OR NO PAYEE NAME - AND       *
      ***   LISTED ON THE TIN/NAME MISMATCH REPORT; THE 1099 RECORD   *
      ***   IS STILL WRITTEN, FLAGGED, FOR FINANCE TO RESOLVE BEFORE  *
      ***   TRANSMISSION.  THE THRESHOLD IS FSR085 PARAMETER          *
      ***   1099-THRESHOLD, DEFAULT $600.00.                          *
      ***                                                             *
      ***   CONTROL CARD:  COLS 1-4  TAX YEAR (CCYY, A PAST YEAR)     *
      ***                  COL  6    RUN TYPE  O ORIGINAL             *
      ***                                      C CORRECTIONS          *
      ***   A MISSING OR INVALID CARD ENDS THE RUN WITH RETURN CODE   *
      ***   16 BEFORE THE LEDGER IS TOUCHED.                          *
      ***                                                             *
      *** INPUT:  TAX-CARD-FILE      - RUN CONTROL CARD               *
      ***         PROV-MASTER-FILE   - PROVIDER MASTER, BY PROV-6     *
      *** FILE:   TIN-LEDGER-FILE    - 1099 LEDGER, BY TIN / TAX YR   *
      *** OUTPUT: TAX-1099-FILE      - 1099 REPORTING FILE            *
      ***         TAX-MISM-RPT-FILE  - TIN/NAME MISMATCH LISTING      *
      ***         TAX-REG-RPT-FILE   - YEAR-END REGISTER              *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR106.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-CARD-FILE ASSIGN TO "TAX1099C"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TIN-LEDGER-FILE ASSIGN TO "TINLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TINL-KEY
               FILE STATUS IS WS-TINL-FILE-STATUS.

           SELECT PROV-MASTER-FILE ASSIGN TO "PROVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-KEY
               FILE STATUS IS WS-PROV-FILE-STATUS.

           SELECT TAX-1099-FILE ASSIGN TO "TAX1099F"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TAX-MISM-RPT-FILE ASSIGN TO "TAXMMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-REG-RPT-FILE ASSIGN TO "TAXRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TAX-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-CARD-RECORD.
           05  TAXC-TAX-YR                    PIC X(4).
           05  FILLER                         PIC X(1).
           05  TAXC-RUN-TYPE                  PIC X(1).
               88  TAXC-RUN-ORIGINAL                 VALUE 'O'.
               88  TAXC-RUN-CORRECTION               VALUE 'C'.
           05  FILLER                         PIC X(74).

       FD  TIN-LEDGER-FILE.

       REPLACE ==:FSSC:== BY ==TINL==.
       COPY FSRCTINL.
       REPLACE OFF.

       FD  PROV-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==PROV==.
       COPY FSRCPROV.
       REPLACE OFF.

      *    1099 REPORTING RECORD - ONE PER FORM.  BOX 6 (MEDICAL AND
      *    HEALTH CARE PAYMENTS) IS THE REIMBURSEMENT PLUS INTEREST;
      *    BOTH PARTS ARE CARRIED FOR FINANCE.  A CORRECTED FORM
      *    CARRIES THE BOX 6 AMOUNT IT REPLACES.
       FD  TAX-1099-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  TAX-1099-RECORD.
           05  TXF-FORM-TYPE                  PIC X(1).
               88  TXF-FORM-O-ORIGINAL               VALUE 'O'.
               88  TXF-FORM-C-CORRECTED              VALUE 'C'.
           05  TXF-TAX-YR                     PIC 9(4).
           05  TXF-FED-TAX-NB                 PIC X(10).
           05  TXF-FED-TAX-NB-SUB             PIC X(4).
           05  TXF-PAYEE-NAME                 PIC X(30).
           05  TXF-PAYEE-ADDR                 PIC X(30).
           05  TXF-PAYEE-CITY                 PIC X(15).
           05  TXF-PAYEE-STATE                PIC X(2).
           05  TXF-PAYEE-ZIP                  PIC X(9).
           05  TXF-PROV-6                     PIC X(6).
           05  TXF-REIMB-AMT                  PIC S9(11)V99.
           05  TXF-INTEREST-AMT               PIC S9(11)V99.
           05  TXF-BOX6-AMT                   PIC S9(11)V99.
           05  TXF-PRIOR-BOX6-AMT             PIC S9(11)V99.
           05  TXF-MISMATCH-IND               PIC X(1).
               88  TXF-MISMATCH                      VALUE 'Y'.
           05  TXF-RUN-DT-CYMD                PIC 9(8).
           05  FILLER                         PIC X(28).

       FD  TAX-MISM-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  TAX-MISM-RPT-LINE                  PIC X(132).

       FD  TAX-REG-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  TAX-REG-RPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-TINL-FILE-STATUS                PIC X(2).
           88  WS-TINL-OK                         VALUE '00'.
           88  WS-TINL-NOT-FOUND                  VALUE '23'.

       01  WS-PROV-FILE-STATUS                PIC X(2).
           88  WS-PROV-OK                         VALUE '00'.
           88  WS-PROV-NOT-FOUND                  VALUE '23'.

       01  WS-SWITCHES.
           05  WS-LEDGER-EOF-SW               PIC X(1) VALUE 'N'.
               88  WS-LEDGER-EOF                     VALUE 'Y'.
           05  WS-CARD-VALID-SW               PIC X(1) VALUE 'N'.
               88  WS-CARD-VALID                     VALUE 'Y'.
           05  WS-RUN-TYPE                    PIC X(1).
               88  WS-RUN-ORIGINAL                   VALUE 'O'.
               88  WS-RUN-CORRECTION                 VALUE 'C'.
           05  WS-PROV-FOUND-SW               PIC X(1).
               88  WS-PROV-FOUND                     VALUE 'Y'.

       01  WS-PARM-LOOKUP.
           05  WS-PARM-PROGRAM                PIC X(8) VALUE "FSR106".
           05  WS-PARM-NAME                   PIC X(20).
           05  WS-PARM-VALUE                  PIC X(20).
           05  WS-PARM-RC                     PIC X(1).
               88  WS-PARM-FOUND                     VALUE '0'.

       01  WS-THRESHOLD                COMP-3 PIC S9(7)V99
                                                   VALUE 600.00.

       01  WS-COUNTERS.
           05  WS-LEDGER-READ-CNT             PIC 9(7) VALUE 0.
           05  WS-YEAR-RECORD-CNT             PIC 9(7) VALUE 0.
           05  WS-CLOSED-CNT                  PIC 9(7) VALUE 0.
           05  WS-CORRECTED-CNT               PIC 9(7) VALUE 0.
           05  WS-LATE-ORIGINAL-CNT           PIC 9(7) VALUE 0.
           05  WS-BELOW-THRESHOLD-CNT         PIC 9(7) VALUE 0.
           05  WS-PENDING-CORR-CNT            PIC 9(7) VALUE 0.
           05  WS-UNCHANGED-CNT               PIC 9(7) VALUE 0.
           05  WS-ORIGINAL-FORM-CNT           PIC 9(7) VALUE 0.
           05  WS-CORRECTED-FORM-CNT          PIC 9(7) VALUE 0.
           05  WS-MISMATCH-CNT                PIC 9(7) VALUE 0.

       01  WS-TOTALS.
           05  WS-TOT-BOX6-AMT         COMP-3 PIC S9(13)V99 VALUE 0.
           05  WS-TOT-BOX6-EDIT               PIC -$$$,$$$,$$$,$$9.99.

       01  WS-WORK-FIELDS.
           05  WS-TAX-YR                      PIC 9(4).
           05  WS-CURR-TOTAL           COMP-3 PIC S9(11)V99.
           05  WS-PRIOR-TOTAL          COMP-3 PIC S9(11)V99.
           05  WS-FORM-TYPE                   PIC X(1).
           05  WS-ACTION                      PIC X(20).
           05  WS-MISMATCH-COND               PIC X(30).

       01  WS-RUN-DATE-CYMD                   PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-CYMD.
           05  WS-RUN-YR                      PIC 9(4).
           05  WS-RUN-MMDD                    PIC 9(4).

       01  WS-REG-HEADING-1.
           05  FILLER                 PIC X(36) VALUE
               "FSR106 - 1099 YEAR-END REGISTER  TAX".
           05  FILLER                 PIC X(6)  VALUE " YEAR ".
           05  WS-RH1-TAX-YR          PIC 9(4).
           05  FILLER                 PIC X(12) VALUE "   RUN TYPE ".
           05  WS-RH1-RUN-TYPE        PIC X(11).
       01  WS-REG-HEADING-2.
           05  FILLER                 PIC X(17) VALUE "FED TAX ID".
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(22) VALUE "ACTION".
           05  FILLER                 PIC X(5)  VALUE "FORM".
           05  FILLER                 PIC X(16) VALUE "  REIMBURSEMENT".
           05  FILLER                 PIC X(16) VALUE "       INTEREST".
           05  FILLER                 PIC X(16) VALUE "    BOX 6 TOTAL".
           05  FILLER                 PIC X(16) VALUE " PRIOR REPORTED".

       01  WS-REG-LINE.
           05  WS-REG-FED-TAX-NB              PIC X(10).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-REG-FED-TAX-NB-SUB          PIC X(4).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-REG-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-REG-ACTION                  PIC X(20).
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-REG-FORM                    PIC X(1).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-REG-REIMB                   PIC -$$$,$$$,$$9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-REG-INTEREST                PIC -$$$,$$$,$$9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-REG-BOX6                    PIC -$$$,$$$,$$9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-REG-PRIOR                   PIC -$$$,$$$,$$9.99.

       01  WS-MISM-HEADING-1                  PIC X(132) VALUE
           "FSR106 - 1099 PAYEE TIN/NAME MISMATCH LISTING".
       01  WS-MISM-HEADING-2.
           05  FILLER                 PIC X(17) VALUE "LEDGER TIN".
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(17) VALUE "    BOX 6 TOTAL".
           05  FILLER                 PIC X(17) VALUE "MASTER TIN".
           05  FILLER                 PIC X(32) VALUE "MASTER NAME".
           05  FILLER                 PIC X(30) VALUE "CONDITION".

       01  WS-MISM-LINE.
           05  WS-MSM-FED-TAX-NB              PIC X(10).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-MSM-FED-TAX-NB-SUB          PIC X(4).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-MSM-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-MSM-BOX6                    PIC -$$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-MSM-PROV-TAX-NB             PIC X(10).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-MSM-PROV-TAX-NB-SUB         PIC X(4).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-MSM-PROV-NAME               PIC X(30).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-MSM-CONDITION               PIC X(30).

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CYMD.

           PERFORM 0100-READ-CONTROL-CARD.
           IF NOT WS-CARD-VALID
               DISPLAY "FSR106 - CONTROL CARD MISSING OR INVALID - "
                   "TAX YEAR (PAST CCYY) IN COLS 1-4, RUN TYPE O/C "
                   "IN COL 6"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0200-LOAD-PARAMETERS.

           OPEN I-O TIN-LEDGER-FILE.
           IF NOT WS-TINL-OK
               DISPLAY "FSR106 - 1099 LEDGER NOT AVAILABLE, STATUS "
                   WS-TINL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PROV-MASTER-FILE.
           IF NOT WS-PROV-OK
               DISPLAY "FSR106 - PROVIDER MASTER NOT AVAILABLE, STATUS "
                   WS-PROV-FILE-STATUS
               CLOSE TIN-LEDGER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TAX-1099-FILE TAX-MISM-RPT-FILE
                       TAX-REG-RPT-FILE.

           MOVE WS-TAX-YR TO WS-RH1-TAX-YR.
           IF WS-RUN-ORIGINAL
               MOVE "ORIGINAL"    TO WS-RH1-RUN-TYPE
           ELSE
               MOVE "CORRECTIONS" TO WS-RH1-RUN-TYPE
           END-IF.
           WRITE TAX-REG-RPT-LINE  FROM WS-REG-HEADING-1.
           WRITE TAX-REG-RPT-LINE  FROM WS-REG-HEADING-2.
           WRITE TAX-MISM-RPT-LINE FROM WS-MISM-HEADING-1.
           WRITE TAX-MISM-RPT-LINE FROM WS-MISM-HEADING-2.

           PERFORM 1000-WALK-LEDGER.
           PERFORM 9000-WRITE-SUMMARY.

           CLOSE TIN-LEDGER-FILE PROV-MASTER-FILE TAX-1099-FILE
                 TAX-MISM-RPT-FILE TAX-REG-RPT-FILE.
           GOBACK.

      *    THE YEAR MUST BE OVER - CLOSING THE CURRENT YEAR WOULD
      *    REPORT IT SHORT.
       0100-READ-CONTROL-CARD.
           OPEN INPUT TAX-CARD-FILE.
           READ TAX-CARD-FILE
               AT END
                   MOVE 'N' TO WS-CARD-VALID-SW
               NOT AT END
                   IF TAXC-TAX-YR NUMERIC
                      AND (TAXC-RUN-ORIGINAL OR TAXC-RUN-CORRECTION)
                       MOVE TAXC-TAX-YR   TO WS-TAX-YR
                       MOVE TAXC-RUN-TYPE TO WS-RUN-TYPE
                       IF WS-TAX-YR > 0
                          AND WS-TAX-YR < WS-RUN-YR
                           SET WS-CARD-VALID TO TRUE
                       END-IF
                   END-IF
           END-READ.
           CLOSE TAX-CARD-FILE.

       0200-LOAD-PARAMETERS.
           MOVE "1099-THRESHOLD" TO WS-PARM-NAME.
           CALL "FSR085" USING WS-PARM-PROGRAM WS-PARM-NAME
                               WS-RUN-DATE-CYMD WS-PARM-VALUE
                               WS-PARM-RC.
           IF WS-PARM-FOUND
               COMPUTE WS-THRESHOLD =
                   FUNCTION NUMVAL (WS-PARM-VALUE)
           END-IF.

      *    THE LEDGER IS KEYED TIN FIRST, SO THE WHOLE FILE IS READ
      *    AND THE TAX YEAR SELECTED ON THE WAY THROUGH.
       1000-WALK-LEDGER.
           MOVE LOW-VALUES TO TINL-KEY.
           START TIN-LEDGER-FILE KEY IS >= TINL-KEY
               INVALID KEY SET WS-LEDGER-EOF TO TRUE
           END-START.

           IF NOT WS-LEDGER-EOF
               READ TIN-LEDGER-FILE NEXT RECORD
                   AT END SET WS-LEDGER-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL WS-LEDGER-EOF
               ADD 1 TO WS-LEDGER-READ-CNT
               IF TINL-TAX-YR = WS-TAX-YR
                   PERFORM 2000-PROCESS-LEDGER
               END-IF
               READ TIN-LEDGER-FILE NEXT RECORD
                   AT END SET WS-LEDGER-EOF TO TRUE
               END-READ
           END-PERFORM.

       2000-PROCESS-LEDGER.
           ADD 1 TO WS-YEAR-RECORD-CNT.
           COMPUTE WS-CURR-TOTAL =
               TINL-REIMB-AMT + TINL-INTEREST-AMT.
           COMPUTE WS-PRIOR-TOTAL =
               TINL-REPORTED-REIMB + TINL-REPORTED-INTEREST.
           MOVE SPACE TO WS-FORM-TYPE.

           EVALUATE TRUE
               WHEN TINL-YEAR-O-OPEN
                   PERFORM 2100-CLOSE-YEAR
               WHEN TINL-REIMB-AMT = TINL-REPORTED-REIMB
                AND TINL-INTEREST-AMT = TINL-REPORTED-INTEREST
                   ADD 1 TO WS-UNCHANGED-CNT
               WHEN WS-RUN-CORRECTION
                   PERFORM 2200-CORRECT-YEAR
               WHEN OTHER
                   ADD 1 TO WS-PENDING-CORR-CNT
                   MOVE "PENDING CORRECTION" TO WS-ACTION
                   PERFORM 2900-PRINT-REGISTER
           END-EVALUATE.

       2100-CLOSE-YEAR.
           ADD 1 TO WS-CLOSED-CNT.
           SET TINL-YEAR-C-CLOSED TO TRUE.
           MOVE WS-RUN-DATE-CYMD  TO TINL-CLOSE-DT-CYMD.

           IF WS-CURR-TOTAL >= WS-THRESHOLD
               MOVE 'O' TO WS-FORM-TYPE
               MOVE 0   TO WS-PRIOR-TOTAL
               SET TINL-FILED-Y-1099-FILED TO TRUE
               MOVE "CLOSED - 1099 FILED" TO WS-ACTION
               PERFORM 2500-WRITE-1099
           ELSE
               ADD 1 TO WS-BELOW-THRESHOLD-CNT
               SET TINL-FILED-N-NOT-FILED TO TRUE
               MOVE "CLOSED - BELOW LIMIT" TO WS-ACTION
           END-IF.

           PERFORM 2800-STORE-LEDGER.

      *    ONCE A FORM HAS GONE TO THE IRS EVERY CHANGE IS A
      *    CORRECTION, EVEN ONE THAT TAKES THE YEAR UNDER THE
      *    THRESHOLD.
       2200-CORRECT-YEAR.
           EVALUATE TRUE
               WHEN TINL-FILED-Y-1099-FILED
                   ADD 1 TO WS-CORRECTED-CNT
                   MOVE 'C' TO WS-FORM-TYPE
                   MOVE "CORRECTED 1099" TO WS-ACTION
                   PERFORM 2500-WRITE-1099
               WHEN WS-CURR-TOTAL >= WS-THRESHOLD
                   ADD 1 TO WS-LATE-ORIGINAL-CNT
                   MOVE 'O' TO WS-FORM-TYPE
                   MOVE 0   TO WS-PRIOR-TOTAL
                   SET TINL-FILED-Y-1099-FILED TO TRUE
                   MOVE "LATE ORIGINAL 1099" TO WS-ACTION
                   PERFORM 2500-WRITE-1099
               WHEN OTHER
                   ADD 1 TO WS-BELOW-THRESHOLD-CNT
                   MOVE "CHANGED, BELOW LIMIT" TO WS-ACTION
           END-EVALUATE.

           PERFORM 2800-STORE-LEDGER.

       2500-WRITE-1099.
           PERFORM 2600-CHECK-PAYEE.

           MOVE SPACES                  TO TAX-1099-RECORD.
           MOVE WS-FORM-TYPE            TO TXF-FORM-TYPE.
           MOVE TINL-TAX-YR             TO TXF-TAX-YR.
           MOVE TINL-FED-TAX-NB         TO TXF-FED-TAX-NB.
           MOVE TINL-FED-TAX-NB-SUB     TO TXF-FED-TAX-NB-SUB.
           IF WS-PROV-FOUND
               MOVE PROV-PROV-NAME      TO TXF-PAYEE-NAME
               MOVE PROV-PROV-ADDR      TO TXF-PAYEE-ADDR
               MOVE PROV-PROV-CITY      TO TXF-PAYEE-CITY
               MOVE PROV-PROV-STATE     TO TXF-PAYEE-STATE
               MOVE PROV-PROV-ZIP       TO TXF-PAYEE-ZIP
           END-IF.
           MOVE TINL-LAST-PROV-6        TO TXF-PROV-6.
           MOVE TINL-REIMB-AMT          TO TXF-REIMB-AMT.
           MOVE TINL-INTEREST-AMT       TO TXF-INTEREST-AMT.
           MOVE WS-CURR-TOTAL           TO TXF-BOX6-AMT.
           MOVE WS-PRIOR-TOTAL          TO TXF-PRIOR-BOX6-AMT.
           IF WS-MISMATCH-COND NOT = SPACES
               SET TXF-MISMATCH         TO TRUE
           ELSE
               MOVE 'N'                 TO TXF-MISMATCH-IND
           END-IF.
           MOVE WS-RUN-DATE-CYMD        TO TXF-RUN-DT-CYMD.
           WRITE TAX-1099-RECORD.

           IF TXF-FORM-O-ORIGINAL
               ADD 1 TO WS-ORIGINAL-FORM-CNT
           ELSE
               ADD 1 TO WS-CORRECTED-FORM-CNT
           END-IF.
           ADD WS-CURR-TOTAL TO WS-TOT-BOX6-AMT.

      *    THE MASTER ENTRY FOR THE LEDGER'S LAST PROVIDER SUPPLIES
      *    THE PAYEE NAME AND ADDRESS; ITS TIN MUST BE THE LEDGER'S.
       2600-CHECK-PAYEE.
           MOVE 'N'    TO WS-PROV-FOUND-SW.
           MOVE SPACES TO WS-MISMATCH-COND.
           MOVE TINL-LAST-PROV-6 TO PROV-PROV-6.
           READ PROV-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO PROV-PROV-DATA
               NOT INVALID KEY
                   SET WS-PROV-FOUND TO TRUE
           END-READ.

           EVALUATE TRUE
               WHEN NOT WS-PROV-FOUND
                   MOVE "PROVIDER NOT ON MASTER"
                       TO WS-MISMATCH-COND
               WHEN PROV-FED-TAX-NB = SPACES
                   MOVE "MASTER TIN BLANK"
                       TO WS-MISMATCH-COND
               WHEN PROV-FED-TAX-NB NOT = TINL-FED-TAX-NB
                 OR PROV-FED-TAX-NB-SUB NOT = TINL-FED-TAX-NB-SUB
                   MOVE "MASTER TIN DIFFERS FROM LEDGER"
                       TO WS-MISMATCH-COND
               WHEN PROV-PROV-NAME = SPACES
                   MOVE "MASTER PAYEE NAME BLANK"
                       TO WS-MISMATCH-COND
           END-EVALUATE.

           IF WS-MISMATCH-COND NOT = SPACES
               ADD 1 TO WS-MISMATCH-CNT
               MOVE TINL-FED-TAX-NB        TO WS-MSM-FED-TAX-NB
               MOVE TINL-FED-TAX-NB-SUB    TO WS-MSM-FED-TAX-NB-SUB
               MOVE TINL-LAST-PROV-6       TO WS-MSM-PROV
               MOVE WS-CURR-TOTAL          TO WS-MSM-BOX6
               MOVE PROV-FED-TAX-NB        TO WS-MSM-PROV-TAX-NB
               MOVE PROV-FED-TAX-NB-SUB    TO WS-MSM-PROV-TAX-NB-SUB
               MOVE PROV-PROV-NAME         TO WS-MSM-PROV-NAME
               MOVE WS-MISMATCH-COND       TO WS-MSM-CONDITION
               WRITE TAX-MISM-RPT-LINE FROM WS-MISM-LINE
           END-IF.

      *    WHAT WAS JUST CONSIDERED FOR REPORTING BECOMES THE
      *    REPORTED BASELINE THE NEXT CORRECTIONS RUN COMPARES TO.
       2800-STORE-LEDGER.
           MOVE TINL-REIMB-AMT    TO TINL-REPORTED-REIMB.
           MOVE TINL-INTEREST-AMT TO TINL-REPORTED-INTEREST.
           MOVE WS-RUN-DATE-CYMD  TO TINL-LAST-UPDT-DT-CYMD.
           REWRITE TINL-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "FSR106 - LEDGER REWRITE FAILED, STATUS "
                       WS-TINL-FILE-STATUS " TIN " TINL-FED-TAX-NB
           END-REWRITE.
           PERFORM 2900-PRINT-REGISTER.

       2900-PRINT-REGISTER.
           MOVE TINL-FED-TAX-NB          TO WS-REG-FED-TAX-NB.
           MOVE TINL-FED-TAX-NB-SUB      TO WS-REG-FED-TAX-NB-SUB.
           MOVE TINL-LAST-PROV-6         TO WS-REG-PROV.
           MOVE WS-ACTION                TO WS-REG-ACTION.
           MOVE WS-FORM-TYPE             TO WS-REG-FORM.
           MOVE TINL-REIMB-AMT           TO WS-REG-REIMB.
           MOVE TINL-INTEREST-AMT        TO WS-REG-INTEREST.
           MOVE WS-CURR-TOTAL            TO WS-REG-BOX6.
           MOVE WS-PRIOR-TOTAL           TO WS-REG-PRIOR.
           WRITE TAX-REG-RPT-LINE FROM WS-REG-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "LEDGER RECORDS READ: " WS-LEDGER-READ-CNT
               "  FOR TAX YEAR: " WS-YEAR-RECORD-CNT
               "  CLOSED: " WS-CLOSED-CNT
               "  CORRECTED: " WS-CORRECTED-CNT
               "  LATE ORIGINALS: " WS-LATE-ORIGINAL-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE TAX-REG-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "BELOW THRESHOLD: " WS-BELOW-THRESHOLD-CNT
               "  PENDING CORRECTION: " WS-PENDING-CORR-CNT
               "  UNCHANGED: " WS-UNCHANGED-CNT
               "  TIN/NAME MISMATCHES: " WS-MISMATCH-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE TAX-REG-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE WS-TOT-BOX6-AMT TO WS-TOT-BOX6-EDIT.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "ORIGINAL 1099S: " WS-ORIGINAL-FORM-CNT
               "  CORRECTED 1099S: " WS-CORRECTED-FORM-CNT
               "  BOX 6 REPORTED: " WS-TOT-BOX6-EDIT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE TAX-REG-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "TIN/NAME MISMATCHES: " WS-MISMATCH-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE TAX-MISM-RPT-LINE FROM WS-SUMMARY-LINE.
