      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCPAYP                                            *
      ***                                                             *
      *** DESCRIPTION: CLAIM PAYMENT-COMPUTATION PROOF BLOCK.  PASSED *
      ***   TO FSR113 ON EVERY CALL FOR ONE CLAIM - FSR113 GATHERS    *
      ***   THE PAYMENT COMPONENTS INTO THE PP-COMPONENTS AREA AS THE *
      ***   CLAIM'S SEGMENTS ARE PASSED TO IT, THEN PROVES THEM AND   *
      ***   RETURNS THE RESULT IN PP-RESULT.  THE CALLER ONLY SETS    *
      ***   PP-FUNCTION AND READS PP-RESULT; THE COMPONENTS ARE THERE *
      ***   FOR THE CALLER TO PRINT.  SEE FSR113 FOR THE WALK ITSELF. *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==PAYP==.                    *
      ***     COPY FSRCPAYP.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-PAY-PROOF.
           05  :FSSC:-PP-FUNCTION                    PIC X(1).
               88  :FSSC:-PP-FUNC-B-BASE-SEGMENT      VALUE 'B'.
               88  :FSSC:-PP-FUNC-L-LINE-SEGMENT      VALUE 'L'.
               88  :FSSC:-PP-FUNC-P-PROVE             VALUE 'P'.
           05  :FSSC:-PP-COMPONENTS.
             10  :FSSC:-PP-TOTAL-CHARGES      COMP-3 PIC S9(9)V99.
             10  :FSSC:-PP-COVERED-CHARGES    COMP-3 PIC S9(11)V99.
             10  :FSSC:-PP-CASH-DED           COMP-3 PIC S9(7)V99.
             10  :FSSC:-PP-BLOOD-DED          COMP-3 PIC S9(7)V99.
             10  :FSSC:-PP-COINSURANCE        COMP-3 PIC S9(7)V99.
             10  :FSSC:-PP-MSP-PRIMARY-PAID   COMP-3 PIC S9(11)V99.
             10  :FSSC:-PP-PAY-REDUCT-AMT     COMP-3 PIC S9(9)V99.
             10  :FSSC:-PP-QUAL-ACO-RED-AMT   COMP-3 PIC S9(11)V99.
             10  :FSSC:-PP-LINE-PROV-REIMB    COMP-3 PIC S9(11)V99.
             10  :FSSC:-PP-REIMB-PROV-AMT     COMP-3 PIC S9(9)V99.
             10  :FSSC:-PP-PATIENT-RESP       COMP-3 PIC S9(9)V99.
             10  :FSSC:-PP-ACTUAL-MEDA-REIMB  COMP-3 PIC S9(9)V99.
             10  :FSSC:-PP-ORIG-CALC-REIMB    COMP-3 PIC S9(9)V99.
             10  :FSSC:-PP-WALK-AMT           COMP-3 PIC S9(11)V99.
           05  :FSSC:-PP-RESULT.
             10  :FSSC:-PP-RESULT-CD                 PIC X(1).
               88  :FSSC:-PP-CLOSES                   VALUE '0'.
               88  :FSSC:-PP-BROKEN                   VALUE '1'.
             10  :FSSC:-PP-BROKEN-COMPONENT          PIC X(20).
             10  :FSSC:-PP-EXPECTED-AMT       COMP-3 PIC S9(11)V99.
             10  :FSSC:-PP-FOUND-AMT          COMP-3 PIC S9(11)V99.
