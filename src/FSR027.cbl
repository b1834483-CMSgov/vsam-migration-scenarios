      ***   REPORT THAT ACCUMULATES SEPARATE DEBIT AND CREDIT         *
      ***   CONTROL TOTALS OFF FSSC-TRANSACT-TYPE FOR HIGLAS TO       *
      ***   BALANCE THE FEED AGAINST.                                 *
      ***   BEFORE A CLAIM IS EXTRACTED ITS PAYMENT ARITHMETIC IS     *
      ***   PROVED THROUGH FSR113 (FSRCPAYP).  THE CLAIM IS HELD      *
      ***   UNTIL ITS LAST SEGMENT HAS BEEN READ, SINCE ITS LINES CAN *
      ***   APPEAR ON ANY SEGMENT.  A CLAIM WHOSE PAYMENT DOES NOT    *
      ***   CLOSE IS HELD OUT OF THE EXTRACT AND LISTED ON THE        *
      ***   PAYMENT-PROOF REPORT WITH THE COMPONENT THAT BROKE, SO A  *
      ***   PRICER DEFECT IS STOPPED BEFORE THE MONEY IS BOOKED.      *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      *** OUTPUT: HIGLAS-EXTRACT-FILE - HIGLAS ACCOUNTING EXTRACT     *
      ***         HIGLAS-CTL-RPT-FILE - CONTROL/BALANCING REPORT      *
      ***         PAY-PROOF-RPT-FILE  - CLAIMS HELD OUT, PAYMENT PROOF*
      ***                                                             *
      *****************************************************************

           SELECT HIGLAS-CTL-RPT-FILE ASSIGN TO "HIGLASRP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAY-PROOF-RPT-FILE ASSIGN TO "PAYPRFRP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           RECORD CONTAINS 132 CHARACTERS.
       01  HIGLAS-CTL-RPT-LINE                PIC X(132).

       FD  PAY-PROOF-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PAY-PROOF-RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-CLAIM-HELD-SW               PIC X(1) VALUE 'N'.
               88  WS-CLAIM-HELD                     VALUE 'Y'.

      *    THE EXTRACT RECORD OF THE CLAIM BEING PROVED, HELD UNTIL
      *    THE CLAIM'S LAST SEGMENT HAS BEEN READ.
       01  WS-HELD-HIGLAS-RECORD.
           05  WS-HLD-DCN                     PIC X(23).
           05  WS-HLD-HIC-NO                  PIC X(12).
           05  WS-HLD-PROV-ID                 PIC X(6).
           05  WS-HLD-TRANSACT-TYPE           PIC X(1).
               88  WS-HLD-TRANSACT-D-DEBIT           VALUE 'D'.
           05  WS-HLD-PAID-DT-CYMD            PIC 9(8).
           05  WS-HLD-TOTAL-CHARGE-AMT   COMP-3 PIC S9(9)V99.
           05  WS-HLD-ACTUAL-MEDA-REIMB  COMP-3 PIC S9(9)V99.
           05  WS-HLD-REIMB-PROV-AMT     COMP-3 PIC S9(9)V99.
           05  WS-HLD-PATIENT-RESP       COMP-3 PIC S9(9)V99.

       REPLACE ==:FSSC:== BY ==PAYP==.
       COPY FSRCPAYP.
       REPLACE OFF.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ-CNT             PIC 9(7) VALUE 0.
           05  WS-CLAIMS-EXTRACTED-CNT        PIC 9(7) VALUE 0.
           05  WS-CLAIMS-BYPASSED-CNT         PIC 9(7) VALUE 0.
           05  WS-CLAIMS-HELD-OUT-CNT         PIC 9(7) VALUE 0.
           05  WS-HELD-OUT-REIMB-TOTAL    COMP-3 PIC S9(11)V99 VALUE 0.
           05  WS-DEBIT-TOTAL             COMP-3 PIC S9(11)V99 VALUE 0.
           05  WS-CREDIT-TOTAL            COMP-3 PIC S9(11)V99 VALUE 0.

           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-PAT-RESP                PIC $$$,$$$,$$9.99.

       01  WS-PROOF-HEADING-1                 PIC X(132) VALUE
           "FSR027 - CLAIMS HELD OUT OF HIGLAS - PAYMENT COMPUTATION DOE
      -    "S NOT CLOSE".
       01  WS-PROOF-HEADING-2.
           05  FILLER                 PIC X(13) VALUE "HIC-NO".
           05  FILLER                 PIC X(25) VALUE "DCN".
           05  FILLER                 PIC X(8)  VALUE "PROV-ID".
           05  FILLER                 PIC X(21) VALUE
               "BROKEN COMPONENT".
           05  FILLER                 PIC X(16) VALUE
               "       EXPECTED".
           05  FILLER                 PIC X(16) VALUE
               "          FOUND".
           05  FILLER                 PIC X(16) VALUE
               "     DIFFERENCE".
       01  WS-PROOF-HEADING-3.
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  FILLER                 PIC X(16) VALUE
               "     PROV-REIMB".
           05  FILLER                 PIC X(16) VALUE
               "       PAT-RESP".
           05  FILLER                 PIC X(16) VALUE
               "   MSP PRI-PAID".
           05  FILLER                 PIC X(16) VALUE
               "     PAY-REDUCT".
           05  FILLER                 PIC X(16) VALUE
               "    QUAL/ACO RED".
           05  FILLER                 PIC X(16) VALUE
               "   ACTUAL-REIMB".
           05  FILLER                 PIC X(16) VALUE
               "   ORIG-CALC".

       01  WS-PROOF-LINE.
           05  WS-PRF-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-PRF-DCN                     PIC X(23).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PRF-PROV-ID                 PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PRF-COMPONENT               PIC X(20).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-PRF-EXPECTED                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-PRF-FOUND                   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-PRF-DIFFERENCE              PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-PROOF-WALK-LINE.
           05  FILLER                         PIC X(6)  VALUE SPACES.
           05  WS-PWL-REIMB-PROV              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-PWL-PATIENT-RESP            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-PWL-MSP-PRIMARY-PAID        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-PWL-PAY-REDUCT              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-PWL-QUAL-ACO-RED            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-PWL-ACTUAL-REIMB            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-PWL-ORIG-CALC               PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-LINE                    PIC X(132).
       01  WS-DEBIT-TOTAL-ED                  PIC $$$,$$$,$$$,$$9.99.
       01  WS-CREDIT-TOTAL-ED                 PIC $$$,$$$,$$$,$$9.99.
       01  WS-HELD-OUT-REIMB-ED               PIC $$$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.

           OPEN INPUT  CLAIM-EXTRACT-FILE.
           OPEN OUTPUT HIGLAS-EXTRACT-FILE.
           OPEN OUTPUT HIGLAS-CTL-RPT-FILE.
           OPEN OUTPUT PAY-PROOF-RPT-FILE.
           WRITE HIGLAS-CTL-RPT-LINE FROM WS-HEADING-1.
           WRITE HIGLAS-CTL-RPT-LINE FROM WS-HEADING-2.
           WRITE PAY-PROOF-RPT-LINE FROM WS-PROOF-HEADING-1.
           WRITE PAY-PROOF-RPT-LINE FROM WS-PROOF-HEADING-2.
           WRITE PAY-PROOF-RPT-LINE FROM WS-PROOF-HEADING-3.

           READ CLAIM-EXTRACT-FILE
               AT END SET WS-EOF TO TRUE

           PERFORM UNTIL WS-EOF
               IF FSSCCLMS-TRAILER-SEQ-00-BASE
                   IF WS-CLAIM-HELD
                       PERFORM 2500-FINISH-HELD-CLAIM
                   END-IF
                   PERFORM 2000-PROCESS-BASE-CLAIM
               ELSE
                   IF WS-CLAIM-HELD
                      AND FSSCCLMS-HIC-NO = WS-HLD-HIC-NO
                      AND FSSCCLMS-DCN = WS-HLD-DCN
                       SET PAYP-PP-FUNC-L-LINE-SEGMENT TO TRUE
                       CALL "FSR113" USING FSSCCLMS-CLAIM-RECORD
                                           PAYP-PAY-PROOF
                   END-IF
               END-IF
               READ CLAIM-EXTRACT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF WS-CLAIM-HELD
               PERFORM 2500-FINISH-HELD-CLAIM
           END-IF.

           MOVE WS-DEBIT-TOTAL  TO WS-DEBIT-TOTAL-ED.
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-TOTAL-ED.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS READ: " WS-CLAIMS-READ-CNT
               "  EXTRACTED: " WS-CLAIMS-EXTRACTED-CNT
               "  BYPASSED: " WS-CLAIMS-BYPASSED-CNT
               "  HELD OUT (PAYMENT PROOF): " WS-CLAIMS-HELD-OUT-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE HIGLAS-CTL-RPT-LINE FROM WS-SUMMARY-LINE.
           END-STRING.
           WRITE HIGLAS-CTL-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE WS-HELD-OUT-REIMB-TOTAL TO WS-HELD-OUT-REIMB-ED.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS HELD OUT: " WS-CLAIMS-HELD-OUT-CNT
               "  PROVIDER REIMBURSEMENT HELD: " WS-HELD-OUT-REIMB-ED
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           MOVE SPACES TO PAY-PROOF-RPT-LINE.
           WRITE PAY-PROOF-RPT-LINE.
           WRITE PAY-PROOF-RPT-LINE FROM WS-SUMMARY-LINE.

           CLOSE CLAIM-EXTRACT-FILE HIGLAS-EXTRACT-FILE
                 HIGLAS-CTL-RPT-FILE PAY-PROOF-RPT-FILE.
           GOBACK.

       2000-PROCESS-BASE-CLAIM.
              OR NOT FSSCCLMS-CURR-STAT-FINAL
               ADD 1 TO WS-CLAIMS-BYPASSED-CNT
           ELSE
               PERFORM 2100-BUILD-HIGLAS-RECORD
               SET WS-CLAIM-HELD TO TRUE
               SET PAYP-PP-FUNC-B-BASE-SEGMENT TO TRUE
               CALL "FSR113" USING FSSCCLMS-CLAIM-RECORD
                                   PAYP-PAY-PROOF
           END-IF.

       2100-BUILD-HIGLAS-RECORD.
           MOVE FSSCCLMS-DCN               TO WS-HLD-DCN.
           MOVE FSSCCLMS-HIC-NO            TO WS-HLD-HIC-NO.
           MOVE FSSCCLMS-MEDA-PROV-6        TO WS-HLD-PROV-ID.
           MOVE FSSCCLMS-TRANSACT-TYPE     TO WS-HLD-TRANSACT-TYPE.
           MOVE FSSCCLMS-PAID-DT-CYMD      TO WS-HLD-PAID-DT-CYMD.
           MOVE FSSCCLMS-TOTAL-CHARGE-AMOUNT
                                            TO WS-HLD-TOTAL-CHARGE-AMT.
           MOVE FSSCCLMS-ACTUAL-MEDA-REIMB TO WS-HLD-ACTUAL-MEDA-REIMB.
           MOVE FSSCCLMS-REIMB-PROV-AMT    TO WS-HLD-REIMB-PROV-AMT.
           MOVE FSSCCLMS-PATIENT-RESP      TO WS-HLD-PATIENT-RESP.

       2200-ACCUM-CONTROL-TOTAL.
           IF WS-HLD-TRANSACT-D-DEBIT
               ADD WS-HLD-ACTUAL-MEDA-REIMB TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-HLD-ACTUAL-MEDA-REIMB TO WS-CREDIT-TOTAL
           END-IF.

       2300-PRINT-DETAIL-LINE.
           MOVE WS-HLD-HIC-NO              TO WS-RPT-HIC-NO.
           MOVE WS-HLD-DCN                 TO WS-RPT-DCN.
           MOVE WS-HLD-PROV-ID             TO WS-RPT-PROV-ID.
           MOVE WS-HLD-TRANSACT-TYPE       TO WS-RPT-TRANSACT-TYPE.
           MOVE WS-HLD-PAID-DT-CYMD        TO WS-RPT-PAID-DT.
           MOVE WS-HLD-ACTUAL-MEDA-REIMB   TO WS-RPT-ACTUAL-REIMB.
           MOVE WS-HLD-REIMB-PROV-AMT      TO WS-RPT-PROV-REIMB.
           MOVE WS-HLD-PATIENT-RESP        TO WS-RPT-PAT-RESP.
           WRITE HIGLAS-CTL-RPT-LINE FROM WS-DETAIL-LINE.

      *    THE CLAIM'S LAST SEGMENT HAS BEEN READ - PROVE ITS PAYMENT
      *    AND EITHER EXTRACT IT OR HOLD IT OUT.
       2500-FINISH-HELD-CLAIM.
           MOVE 'N' TO WS-CLAIM-HELD-SW.
           SET PAYP-PP-FUNC-P-PROVE TO TRUE.
           CALL "FSR113" USING FSSCCLMS-CLAIM-RECORD
                               PAYP-PAY-PROOF.

           IF PAYP-PP-CLOSES
               ADD 1 TO WS-CLAIMS-EXTRACTED-CNT
               WRITE HIGLAS-EXTRACT-RECORD FROM WS-HELD-HIGLAS-RECORD
               PERFORM 2200-ACCUM-CONTROL-TOTAL
               PERFORM 2300-PRINT-DETAIL-LINE
           ELSE
               ADD 1 TO WS-CLAIMS-HELD-OUT-CNT
               ADD WS-HLD-REIMB-PROV-AMT TO WS-HELD-OUT-REIMB-TOTAL
               PERFORM 2600-PRINT-PROOF-FAILURE
           END-IF.

       2600-PRINT-PROOF-FAILURE.
           MOVE WS-HLD-HIC-NO              TO WS-PRF-HIC-NO.
           MOVE WS-HLD-DCN                 TO WS-PRF-DCN.
           MOVE WS-HLD-PROV-ID             TO WS-PRF-PROV-ID.
           MOVE PAYP-PP-BROKEN-COMPONENT   TO WS-PRF-COMPONENT.
           MOVE PAYP-PP-EXPECTED-AMT       TO WS-PRF-EXPECTED.
           MOVE PAYP-PP-FOUND-AMT          TO WS-PRF-FOUND.
           COMPUTE WS-PRF-DIFFERENCE =
               PAYP-PP-FOUND-AMT - PAYP-PP-EXPECTED-AMT.
           WRITE PAY-PROOF-RPT-LINE FROM WS-PROOF-LINE.

           MOVE PAYP-PP-REIMB-PROV-AMT     TO WS-PWL-REIMB-PROV.
           MOVE PAYP-PP-PATIENT-RESP       TO WS-PWL-PATIENT-RESP.
           MOVE PAYP-PP-MSP-PRIMARY-PAID   TO WS-PWL-MSP-PRIMARY-PAID.
           MOVE PAYP-PP-PAY-REDUCT-AMT     TO WS-PWL-PAY-REDUCT.
           MOVE PAYP-PP-QUAL-ACO-RED-AMT   TO WS-PWL-QUAL-ACO-RED.
           MOVE PAYP-PP-ACTUAL-MEDA-REIMB  TO WS-PWL-ACTUAL-REIMB.
           MOVE PAYP-PP-ORIG-CALC-REIMB    TO WS-PWL-ORIG-CALC.
           WRITE PAY-PROOF-RPT-LINE FROM WS-PROOF-WALK-LINE.
