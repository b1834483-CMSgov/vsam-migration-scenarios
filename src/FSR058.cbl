      ***   RECEIPT NO CLAIM ASKED FOR IS CALLED NO-CLAIM - PAPER     *
      ***   IN THE MAILROOM THAT NOTHING ON THE EXTRACT WANTS.        *
      ***   THIS TRACKS THE PHYSICAL DOCUMENTS; THE FSR052 REPORT     *
      ***   JUDGES ONLY WHICH PWK FLAGS A CLAIM SHOULD CARRY.  THE    *
      ***   MATCHED STAMP IS JOURNALED THROUGH FSR120 WITH THE BEFORE *
      ***   AND AFTER RECEIPT IMAGES UNDER THE JOB'S OWN OPERATOR ID, *
      ***   FSR058BAT.                                                *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      *** FILE:   PWK-RECEIPT-FILE    - PWKR-FILE, INDEXED BY PCN     *
      *** OUTPUT: PWK-MATCH-RPT-FILE  - MATCHING ACTIVITY REPORT      *
      ***         PWK-RELEASE-FILE    - RELEASE FEED, PAPERWORK IN    *
      ***                               HAND                          *
      ***         MASTER-JOURNAL-FILE - VIA FSR120, FSRCMJRN SHAPE    *
      ***                                                             *
      *****************************************************************


       01  WS-SUMMARY-LINE                    PIC X(132).

       01  WS-JRNL-FUNCTION                   PIC X(1).

       REPLACE ==:FSSC:== BY ==MJRN==.
       COPY FSRCMJRN.
       REPLACE OFF.

       PROCEDURE DIVISION.

       0000-MAIN.
           END-STRING.
           WRITE PWK-MATCH-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE 'C' TO WS-JRNL-FUNCTION.
           CALL "FSR120" USING WS-JRNL-FUNCTION MJRN-JOURNAL-RECORD.

           CLOSE CLAIM-EXTRACT-FILE PWK-RECEIPT-FILE
                 PWK-MATCH-RPT-FILE PWK-RELEASE-FILE.
           GOBACK.
           WRITE RELS-RECORD.

       2320-STAMP-RECEIPT-MATCHED.
           MOVE PWKR-RECEIPT-RECORD TO MJRN-BEFORE-IMAGE.
           MOVE 'Y'              TO PWKR-MATCHED-IND.
           MOVE FSSCCLMS-HIC-NO  TO PWKR-MATCHED-HIC-NO.
           MOVE FSSCCLMS-DCN     TO PWKR-MATCHED-DCN.
           MOVE WS-RUN-DATE-8    TO PWKR-MATCHED-DT-CYMD.
           REWRITE PWKR-RECEIPT-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM 2330-JOURNAL-MATCH-STAMP
           END-REWRITE.

       2330-JOURNAL-MATCH-STAMP.
           MOVE "FSR058BAT"         TO MJRN-OPER-ID.
           MOVE "FSR058"            TO MJRN-PROGRAM-ID.
           SET MJRN-MASTER-PWKR     TO TRUE.
           SET MJRN-ACTION-C-CHANGE TO TRUE.
           MOVE PWKR-KEY            TO MJRN-KEY.
           MOVE LENGTH OF PWKR-RECEIPT-RECORD TO MJRN-IMAGE-LEN.
           MOVE PWKR-RECEIPT-RECORD TO MJRN-AFTER-IMAGE.
           MOVE 'W'                 TO WS-JRNL-FUNCTION.
           CALL "FSR120" USING WS-JRNL-FUNCTION MJRN-JOURNAL-RECORD.

       2400-REPORT-UNFULFILLED.
           MOVE FSSCCLMS-RECD-DT-CYMD TO WS-RECD-DATE-8.
           COMPUTE WS-RECD-DATE-INT =
