      ***   PCN IS LOGGED AS A CHANGE THAT BUMPS THE PIECES-RECEIVED  *
      ***   COUNT.  THE FSR058 NIGHTLY BATCH MATCHES THESE RECEIPTS   *
      ***   AGAINST CLAIMS CARRYING FSSC-PWK-PCN.  SAME ONLINE        *
      ***   MAINTENANCE PATTERN AS THE FSR024 MSPQ SCREEN.  EVERY     *
      ***   ADD, CHANGE AND DELETE IS JOURNALED THROUGH FSR120 WITH   *
      ***   THE FULL BEFORE AND AFTER RECORD IMAGES, UNDER THE        *
      ***   OPERATOR ID KEYED ON THE SCREEN.                          *
      ***                                                             *
      *** FILE:   PWK-RECEIPT-FILE - PWKR-FILE, INDEXED BY PCN        *
      *** OUTPUT: MASTER-JOURNAL-FILE - VIA FSR120, FSRCMJRN SHAPE    *
      ***                                                             *
      *****************************************************************


       01  WS-MESSAGE-LINE                     PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE-8                       PIC 9(8).
       01  WS-JRNL-FUNCTION                    PIC X(1).

       REPLACE ==:FSSC:== BY ==MJRN==.
       COPY FSRCMJRN.
       REPLACE OFF.

      *** THE SCREEN'S USING CLAUSES WRITE DIRECTLY INTO THE RECEIPT
      *** RECORD.  A CHANGE ACTION'S KEYED READ REFILLS IT FROM DISK,
               END-EVALUATE
           END-PERFORM.

           MOVE 'C' TO WS-JRNL-FUNCTION.
           CALL "FSR120" USING WS-JRNL-FUNCTION MJRN-JOURNAL-RECORD.

           CLOSE PWK-RECEIPT-FILE.
           GOBACK.

                   MOVE "UNABLE TO ADD - PCN ALREADY LOGGED (USE C)"
                       TO WS-MESSAGE-LINE
               NOT INVALID KEY
                   MOVE PWKR-LOG-OPER-ID    TO MJRN-OPER-ID
                   MOVE SPACES              TO MJRN-BEFORE-IMAGE
                   MOVE PWKR-RECEIPT-RECORD TO MJRN-AFTER-IMAGE
                   PERFORM 6000-JOURNAL-CHANGE
                   MOVE "RECEIPT LOGGED" TO WS-MESSAGE-LINE
           END-WRITE.

                   MOVE "UNABLE TO CHANGE - PCN NOT ON FILE"
                       TO WS-MESSAGE-LINE
               NOT INVALID KEY
                   MOVE PWKR-RECEIPT-RECORD TO MJRN-BEFORE-IMAGE
                   MOVE WS-SAVE-RECEIPT-METHOD
                       TO PWKR-RECEIPT-METHOD
                   MOVE WS-SAVE-RECEIPT-DT-CYMD
                           MOVE "UNABLE TO REWRITE RECEIPT"
                               TO WS-MESSAGE-LINE
                       NOT INVALID KEY
                           MOVE WS-SAVE-LOG-OPER-ID TO MJRN-OPER-ID
                           MOVE PWKR-RECEIPT-RECORD
                               TO MJRN-AFTER-IMAGE
                           PERFORM 6000-JOURNAL-CHANGE
                           MOVE "RECEIPT CHANGED"
                               TO WS-MESSAGE-LINE
                   END-REWRITE
                   MOVE "RECEIPT DISPLAYED" TO WS-MESSAGE-LINE
           END-READ.

      *    READ FIRST SO THE JOURNAL GETS THE IMAGE BEING REMOVED;
      *    THE OPERATOR KEYED FOR THE DELETE IS TAKEN BEFORE THE READ
      *    REFILLS THE RECORD.
       5000-DELETE-RECEIPT.
           MOVE PWKR-LOG-OPER-ID TO MJRN-OPER-ID.
           READ PWK-RECEIPT-FILE
               INVALID KEY
                   MOVE "UNABLE TO DELETE - PCN NOT ON FILE"
                       TO WS-MESSAGE-LINE
               NOT INVALID KEY
                   MOVE PWKR-RECEIPT-RECORD TO MJRN-BEFORE-IMAGE
                   DELETE PWK-RECEIPT-FILE RECORD
                       INVALID KEY
                           MOVE "UNABLE TO DELETE RECEIPT"
                               TO WS-MESSAGE-LINE
                       NOT INVALID KEY
                           MOVE SPACES TO MJRN-AFTER-IMAGE
                           PERFORM 6000-JOURNAL-CHANGE
                           MOVE "RECEIPT DELETED" TO WS-MESSAGE-LINE
                   END-DELETE
           END-READ.

      *    THE CALLING PATH HAS ALREADY SET THE OPERATOR AND THE
      *    BEFORE AND AFTER IMAGES; THE ACTION CODE DOUBLES AS THE
      *    JOURNAL ACTION.
       6000-JOURNAL-CHANGE.
           MOVE "FSR057"        TO MJRN-PROGRAM-ID.
           SET MJRN-MASTER-PWKR TO TRUE.
           MOVE WS-ACTION-CODE  TO MJRN-ACTION.
           MOVE PWKR-KEY        TO MJRN-KEY.
           MOVE LENGTH OF PWKR-RECEIPT-RECORD TO MJRN-IMAGE-LEN.
           MOVE 'W'             TO WS-JRNL-FUNCTION.
           CALL "FSR120" USING WS-JRNL-FUNCTION MJRN-JOURNAL-RECORD.
