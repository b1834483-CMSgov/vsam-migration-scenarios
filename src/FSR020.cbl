      ***   DOUBLE-SHIPPED EXTRACT ABENDS THE CONSUMER INSTEAD OF     *
      ***   FEEDING THIRTY REPORTS PLAUSIBLE WRONG NUMBERS.           *
      ***                                                             *
      ***   EVERY CLAIM ASSEMBLED IS LOGGED THROUGH FSR117 TO THE PHI *
      ***   ACCESS LOG (FSRCACLG) AS A SCHEDULED PAYMENT-PURPOSE      *
      ***   ACCESS UNDER THE JOB'S OWN ID, FSR020BAT.                 *
      ***                                                             *
      *** INPUT:  CLMP-INPUT-FILE  - FSRCCLMP SHAPE, HIC-NO/DCN SEQ   *
      ***         CLMR-INPUT-FILE  - FSRCCLMR SHAPE, HIC-NO/DCN SEQ   *
      *** OUTPUT: CLAIM-ASSEMBLED-FILE - FSRCCLMS SHAPE, ASSEMBLED    *
      ***                                LOGICAL CLAIMS               *
      ***         ACCESS-LOG-FILE  - VIA FSR117, FSRCACLG SHAPE       *
      ***                                                             *
      *****************************************************************


       01  WS-WORK-FIELDS.
           05  WS-TGT-NDX                     COMP PIC S9(4).
           05  WS-LOG-FUNCTION                PIC X(1).

       REPLACE ==:FSSC:== BY ==ACLG==.
       COPY FSRCACLG.
       REPLACE OFF.

       PROCEDURE DIVISION.

               "  CLMR SEGMENTS USED: " WS-CLMR-SEGMENTS-USED-CNT
               "  ORPHAN CLMR SEGMENTS: " WS-ORPHAN-CLMR-CNT.

           MOVE 'C' TO WS-LOG-FUNCTION.
           CALL "FSR117" USING WS-LOG-FUNCTION ACLG-ACCESS-LOG-RECORD.

           CLOSE CLMP-INPUT-FILE CLMR-INPUT-FILE CLAIM-ASSEMBLED-FILE.
           GOBACK.

           ADD 1 TO WS-CLAIMS-ASSEMBLED-CNT.
           ADD 1 TO WS-OUT-DATA-CNT.
           ADD FSSCCLMS-TOTAL-CHARGE-AMOUNT TO WS-OUT-CHARGE-HASH.
      *    LOGGED BEFORE THE WRITE - THE RECORD AREA IS NOT AVAILABLE
      *    ONCE THE RECORD HAS BEEN RELEASED TO THE FILE.
           PERFORM 2900-LOG-ACCESS.
           WRITE FSSCCLMS-CLAIM-RECORD.

      * SKIPS ANY CLMR SEGMENT WHOSE KEY IS BEHIND THE CURRENT CLMP
               END-PERFORM
           END-IF.

       2900-LOG-ACCESS.
           MOVE "FSR020BAT"        TO ACLG-OPER-ID.
           MOVE "FSR020"           TO ACLG-PROGRAM-ID.
           MOVE FSSCCLMS-HIC-NO    TO ACLG-HIC-NO.
           MOVE FSSCCLMS-DCN       TO ACLG-DCN.
           SET ACLG-PURPOSE-P-PAYMENT    TO TRUE.
           SET ACLG-SOURCE-S-SCHEDULED   TO TRUE.
           SET ACLG-ACCESS-A-ASSEMBLED   TO TRUE.
           MOVE 'W'                TO WS-LOG-FUNCTION.
           CALL "FSR117" USING WS-LOG-FUNCTION ACLG-ACCESS-LOG-RECORD.

       3000-WRITE-CONTROL-HEADER.
           MOVE SPACES          TO CTLX-CONTROL-RECORD.
           MOVE '***CONTROL**'  TO CTLX-CTL-ID.
