      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR113                                             *
      ***                                                             *
      *** DESCRIPTION: CLAIM PAYMENT-COMPUTATION PROOF.  FSR018       *
      ***   PROVES THAT LINE CHARGES SUM TO THE HEADER; THIS PROVES   *
      ***   THE PAYMENT ARITHMETIC.  CALLED ONCE PER SEGMENT OF A     *
      ***   CLAIM AND ONCE MORE TO PROVE IT, THROUGH THE FSRCPAYP     *
      ***   BLOCK:                                                    *
      ***     'B' - BASE SEGMENT.  CLEARS THE BLOCK AND LOADS THE     *
      ***           HEADER AMOUNTS, THE MSP PRIMARY-PAID VALUE CODES  *
      ***           (12-16, 41, 43, 47) AND THE SEGMENT'S LINES.      *
      ***     'L' - LATER SEGMENT OF THE SAME CLAIM.  ADDS ITS LINES  *
      ***           (LINES CAN APPEAR ON ANY SEGMENT - SEE FSR001).   *
      ***     'P' - PROVE.  WALKS THE COMPONENTS IN ORDER AND STOPS   *
      ***           AT THE FIRST ONE THAT DOES NOT CLOSE:             *
      ***       1) COVERED CHARGES  - THE DEDUCTIBLES AND COINSURANCE *
      ***          (FSSC-VER-PAT-LIABILITY) CANNOT EXCEED THE LINES'  *
      ***          COVERED CHARGES.                                   *
      ***       2) PATIENT RESP     - FSSC-PATIENT-RESP EQUALS THOSE  *
      ***          DEDUCTIBLES PLUS COINSURANCE.                      *
      ***       3) LINE REIMB       - FSSC-REIMB-PROV-AMT EQUALS THE  *
      ***          LINES' FSSC-PROV-REIMB-LINE (ONLY WHEN THE LINES   *
      ***          CARRY A REIMBURSEMENT - A DRG CLAIM PAYS ON THE    *
      ***          HEADER ALONE).                                     *
      ***       4) ACTUAL REIMB     - THE WALK: FSSC-REIMB-PROV-AMT   *
      ***          + FSSC-PATIENT-RESP + MSP PRIMARY PAID + FSSC-PAY- *
      ***          REDUCT-AMT + THE LINES' QUALITY/ACO REDUCTIONS     *
      ***          (FSSC-ACO-RED-AMT, -EHR-RED-AMT, -PQRS-RED-AMT)    *
      ***          EQUALS FSSC-ACTUAL-MEDA-REIMB.                     *
      ***       5) ORIG CALC REIMB  - THE SAME WALK EQUALS FSSC-ORIG- *
      ***          CALC-MEDA-REIMB, WHEN THE PRICER RECORDED ONE.     *
      ***   AMOUNTS WITHIN PAY-PROOF-TOL OF EACH OTHER CLOSE, TO      *
      ***   ABSORB LINE ROUNDING.  THE TOLERANCE IS READ ONCE, ON THE *
      ***   FIRST CALL.                                               *
      ***                                                             *
      *** LINKAGE:                                                    *
      ***   FSSCCLMS-CLAIM-RECORD - CLAIM SEGMENT, FSRCCLMS SHAPE     *
      ***                           (NOT REFERENCED ON A 'P' CALL)    *
      ***   PAYP-PAY-PROOF        - PROOF BLOCK, FSRCPAYP SHAPE       *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR113.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-FIRST-CALL-SW               PIC X(1) VALUE 'Y'.
               88  WS-FIRST-CALL                     VALUE 'Y'.

      *    THE COMPILED VALUE BELOW IS THE FALLBACK; THE SHARED
      *    PARAMETER FILE (FSR085 LOOKUP, PARAMETER PAY-PROOF-TOL)
      *    OVERRIDES IT - SEE FSR084 FOR MAINTENANCE.
       01  WS-PROOF-TOLERANCE             COMP-3 PIC S9(3)V99
                                                   VALUE 0.05.

       01  WS-PARM-LOOKUP.
           05  WS-PARM-PROGRAM                PIC X(8) VALUE "FSR113".
           05  WS-PARM-NAME                   PIC X(20).
           05  WS-PARM-VALUE                  PIC X(20).
           05  WS-PARM-RC                     PIC X(1).
               88  WS-PARM-FOUND                     VALUE '0'.

       01  WS-RUN-DATE-8                      PIC 9(8).

       01  WS-PROOF-WORK.
           05  WS-PATIENT-LIAB            COMP-3 PIC S9(9)V99.
           05  WS-DIFFERENCE              COMP-3 PIC S9(11)V99.

       LINKAGE SECTION.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       REPLACE ==:FSSC:== BY ==PAYP==.
       COPY FSRCPAYP.
       REPLACE OFF.

       PROCEDURE DIVISION USING FSSCCLMS-CLAIM-RECORD
                                 PAYP-PAY-PROOF.

       0000-MAIN.
           IF WS-FIRST-CALL
               PERFORM 0100-LOAD-PARAMETERS
           END-IF.

           EVALUATE TRUE
               WHEN PAYP-PP-FUNC-B-BASE-SEGMENT
                   PERFORM 1000-LOAD-BASE-SEGMENT
               WHEN PAYP-PP-FUNC-L-LINE-SEGMENT
                   PERFORM 1500-ADD-SEGMENT-LINES
               WHEN PAYP-PP-FUNC-P-PROVE
                   PERFORM 2000-PROVE-CLAIM
           END-EVALUATE.

           GOBACK.

       0100-LOAD-PARAMETERS.
           MOVE 'N' TO WS-FIRST-CALL-SW.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.
           MOVE "PAY-PROOF-TOL" TO WS-PARM-NAME.
           CALL "FSR085" USING WS-PARM-PROGRAM WS-PARM-NAME
                               WS-RUN-DATE-8 WS-PARM-VALUE
                               WS-PARM-RC.
           IF WS-PARM-FOUND
               COMPUTE WS-PROOF-TOLERANCE =
                   FUNCTION NUMVAL (WS-PARM-VALUE)
           END-IF.

       1000-LOAD-BASE-SEGMENT.
           INITIALIZE PAYP-PP-COMPONENTS PAYP-PP-RESULT.
           MOVE FSSCCLMS-TOTAL-CHARGE-AMOUNT TO PAYP-PP-TOTAL-CHARGES.
           MOVE FSSCCLMS-VER-PAT-CASH-DED    TO PAYP-PP-CASH-DED.
           MOVE FSSCCLMS-VER-PAT-DED-BLD     TO PAYP-PP-BLOOD-DED.
           MOVE FSSCCLMS-VER-PAT-COIN        TO PAYP-PP-COINSURANCE.
           MOVE FSSCCLMS-PAY-REDUCT-AMT      TO PAYP-PP-PAY-REDUCT-AMT.
           MOVE FSSCCLMS-REIMB-PROV-AMT      TO PAYP-PP-REIMB-PROV-AMT.
           MOVE FSSCCLMS-PATIENT-RESP        TO PAYP-PP-PATIENT-RESP.
           MOVE FSSCCLMS-ACTUAL-MEDA-REIMB
                                         TO PAYP-PP-ACTUAL-MEDA-REIMB.
           MOVE FSSCCLMS-ORIG-CALC-MEDA-REIMB
                                         TO PAYP-PP-ORIG-CALC-REIMB.

           PERFORM 1100-ADD-MSP-PRIMARY-PAID
               VARYING FSSCCLMS-VCNDX FROM 1 BY 1
               UNTIL FSSCCLMS-VCNDX > 36.

           PERFORM 1500-ADD-SEGMENT-LINES.

      *    THE UB-04 PAYER-PAID VALUE CODES - WHAT THE PRIMARY PAYER
      *    ALREADY PAID ON AN MSP CLAIM.
       1100-ADD-MSP-PRIMARY-PAID.
           EVALUATE FSSCCLMS-VAL-CD (FSSCCLMS-VCNDX)
               WHEN '12'
               WHEN '13'
               WHEN '14'
               WHEN '15'
               WHEN '16'
               WHEN '41'
               WHEN '43'
               WHEN '47'
                   ADD FSSCCLMS-VAL-AMT (FSSCCLMS-VCNDX)
                       TO PAYP-PP-MSP-PRIMARY-PAID
           END-EVALUATE.

       1500-ADD-SEGMENT-LINES.
           IF FSSCCLMS-LINES > 0
               PERFORM 1600-ADD-LINE
                   VARYING FSSCCLMS-NDX FROM 1 BY 1
                   UNTIL FSSCCLMS-NDX > FSSCCLMS-LINES
           END-IF.

       1600-ADD-LINE.
           ADD FSSCCLMS-REV-COV-CHRG-AMT (FSSCCLMS-NDX)
               TO PAYP-PP-COVERED-CHARGES.
           ADD FSSCCLMS-PROV-REIMB-LINE (FSSCCLMS-NDX)
               TO PAYP-PP-LINE-PROV-REIMB.
           ADD FSSCCLMS-ACO-RED-AMT (FSSCCLMS-NDX)
               FSSCCLMS-EHR-RED-AMT (FSSCCLMS-NDX)
               FSSCCLMS-PQRS-RED-AMT (FSSCCLMS-NDX)
               TO PAYP-PP-QUAL-ACO-RED-AMT.

       2000-PROVE-CLAIM.
           SET PAYP-PP-CLOSES TO TRUE.
           MOVE SPACES TO PAYP-PP-BROKEN-COMPONENT.
           MOVE 0 TO PAYP-PP-EXPECTED-AMT PAYP-PP-FOUND-AMT.

           COMPUTE WS-PATIENT-LIAB =
               PAYP-PP-CASH-DED + PAYP-PP-BLOOD-DED
             + PAYP-PP-COINSURANCE.
           COMPUTE PAYP-PP-WALK-AMT =
               PAYP-PP-REIMB-PROV-AMT + PAYP-PP-PATIENT-RESP
             + PAYP-PP-MSP-PRIMARY-PAID + PAYP-PP-PAY-REDUCT-AMT
             + PAYP-PP-QUAL-ACO-RED-AMT.

           IF WS-PATIENT-LIAB >
              PAYP-PP-COVERED-CHARGES + WS-PROOF-TOLERANCE
               MOVE "COVERED CHARGES" TO PAYP-PP-BROKEN-COMPONENT
               MOVE PAYP-PP-COVERED-CHARGES TO PAYP-PP-EXPECTED-AMT
               MOVE WS-PATIENT-LIAB         TO PAYP-PP-FOUND-AMT
               SET PAYP-PP-BROKEN TO TRUE
           END-IF.

           IF PAYP-PP-CLOSES
               MOVE WS-PATIENT-LIAB      TO PAYP-PP-EXPECTED-AMT
               MOVE PAYP-PP-PATIENT-RESP TO PAYP-PP-FOUND-AMT
               PERFORM 2100-COMPARE
               IF PAYP-PP-BROKEN
                   MOVE "PATIENT RESP" TO PAYP-PP-BROKEN-COMPONENT
               END-IF
           END-IF.

           IF PAYP-PP-CLOSES
              AND PAYP-PP-LINE-PROV-REIMB NOT = 0
               MOVE PAYP-PP-LINE-PROV-REIMB TO PAYP-PP-EXPECTED-AMT
               MOVE PAYP-PP-REIMB-PROV-AMT  TO PAYP-PP-FOUND-AMT
               PERFORM 2100-COMPARE
               IF PAYP-PP-BROKEN
                   MOVE "LINE REIMB" TO PAYP-PP-BROKEN-COMPONENT
               END-IF
           END-IF.

           IF PAYP-PP-CLOSES
               MOVE PAYP-PP-ACTUAL-MEDA-REIMB TO PAYP-PP-EXPECTED-AMT
               MOVE PAYP-PP-WALK-AMT          TO PAYP-PP-FOUND-AMT
               PERFORM 2100-COMPARE
               IF PAYP-PP-BROKEN
                   MOVE "ACTUAL REIMB" TO PAYP-PP-BROKEN-COMPONENT
               END-IF
           END-IF.

           IF PAYP-PP-CLOSES
              AND PAYP-PP-ORIG-CALC-REIMB NOT = 0
               MOVE PAYP-PP-ORIG-CALC-REIMB TO PAYP-PP-EXPECTED-AMT
               MOVE PAYP-PP-WALK-AMT        TO PAYP-PP-FOUND-AMT
               PERFORM 2100-COMPARE
               IF PAYP-PP-BROKEN
                   MOVE "ORIG CALC REIMB" TO PAYP-PP-BROKEN-COMPONENT
               END-IF
           END-IF.

           IF PAYP-PP-CLOSES
               MOVE 0 TO PAYP-PP-EXPECTED-AMT PAYP-PP-FOUND-AMT
           END-IF.

       2100-COMPARE.
           COMPUTE WS-DIFFERENCE =
               PAYP-PP-FOUND-AMT - PAYP-PP-EXPECTED-AMT.
           IF WS-DIFFERENCE > WS-PROOF-TOLERANCE
              OR WS-DIFFERENCE < 0 - WS-PROOF-TOLERANCE
               SET PAYP-PP-BROKEN TO TRUE
           END-IF.
