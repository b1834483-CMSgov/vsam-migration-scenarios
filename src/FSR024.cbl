      ***   APPORTIONMENT SWITCH ALSO CARRIED ON THE EXTRACT AS       *
      ***   FSSC-ORIG-MSP-CD/FSSC-MSP-APPORTION-SW).  AN OPERATOR AT  *
      ***   A 3270 TERMINAL ADDS, CHANGES, INQUIRES ON, OR DELETES A  *
      ***   QUESTIONNAIRE RECORD FOR A GIVEN CLAIM.  THE OPERATOR ID  *
      ***   IS REQUIRED FOR AN ADD, CHANGE OR DELETE; EVERY UPDATE IS *
      ***   JOURNALED THROUGH FSR120 WITH THE FULL BEFORE AND AFTER   *
      ***   RECORD IMAGES.                                            *
      ***                                                             *
      *** FILE:   MSP-QUEST-FILE - MSPQ-FILE, INDEXED BY HIC-NO/DCN   *
      *** OUTPUT: MASTER-JOURNAL-FILE - VIA FSR120, FSRCMJRN SHAPE    *
      ***                                                             *
      *****************************************************************

           05  WS-DONE-SW                      PIC X(1) VALUE 'N'.
               88  WS-DONE                             VALUE 'Y'.

       01  WS-OPERATOR-ID                      PIC X(9).
       01  WS-MESSAGE-LINE                     PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE-8                       PIC 9(8).
       01  WS-JRNL-FUNCTION                    PIC X(1).

       REPLACE ==:FSSC:== BY ==MJRN==.
       COPY FSRCMJRN.
       REPLACE OFF.

      *** THE SCREEN'S USING CLAUSES WRITE DIRECTLY INTO MSPQ-RECORD.
      *** A CHANGE ACTION'S KEYED READ (3000-CHANGE-QUESTIONNAIRE)
               VALUE "ACTION (A/C/I/D/X): ".
           05  LINE 3  COL 21 PIC X(1)
               USING WS-ACTION-CODE.
           05  LINE 3  COL 30 VALUE "OPERATOR: ".
           05  LINE 3  COL 40 PIC X(9)
               USING WS-OPERATOR-ID.
           05  LINE 5  COL 1  VALUE "HIC-NO. . . . . . .".
           05  LINE 5  COL 21 PIC X(12)
               USING MSPQ-HIC-NO.
               EVALUATE TRUE
                   WHEN WS-ACTION-EXIT
                       SET WS-DONE TO TRUE
                   WHEN (WS-ACTION-ADD OR WS-ACTION-CHANGE
                         OR WS-ACTION-DELETE)
                    AND WS-OPERATOR-ID = SPACES
                       MOVE "OPERATOR ID REQUIRED TO ADD/CHANGE/DELETE"
                           TO WS-MESSAGE-LINE
                   WHEN WS-ACTION-ADD
                       PERFORM 2000-ADD-QUESTIONNAIRE
                   WHEN WS-ACTION-CHANGE
               END-EVALUATE
           END-PERFORM.

           MOVE 'C' TO WS-JRNL-FUNCTION.
           CALL "FSR120" USING WS-JRNL-FUNCTION MJRN-JOURNAL-RECORD.

           CLOSE MSP-QUEST-FILE.
           GOBACK.


       2000-ADD-QUESTIONNAIRE.
           MOVE WS-RUN-DATE-8   TO MSPQ-LAST-UPDATE-DT-CYMD.
           MOVE WS-OPERATOR-ID  TO MSPQ-LAST-UPDATE-OPER-ID.
           WRITE MSPQ-RECORD
               INVALID KEY
                   MOVE "UNABLE TO ADD - KEY ALREADY EXISTS"
                       TO WS-MESSAGE-LINE
               NOT INVALID KEY
                   MOVE SPACES      TO MJRN-BEFORE-IMAGE
                   MOVE MSPQ-RECORD TO MJRN-AFTER-IMAGE
                   PERFORM 6000-JOURNAL-CHANGE
                   MOVE "QUESTIONNAIRE ADDED" TO WS-MESSAGE-LINE
           END-WRITE.

                   MOVE "UNABLE TO CHANGE - RECORD NOT ON FILE"
                       TO WS-MESSAGE-LINE
               NOT INVALID KEY
                   MOVE MSPQ-RECORD TO MJRN-BEFORE-IMAGE
                   MOVE WS-SAVE-EMPLOYER-NAME TO MSPQ-EMPLOYER-NAME
                   MOVE WS-SAVE-GROUP-HEALTH-PLAN-NAME
                                   TO MSPQ-GROUP-HEALTH-PLAN-NAME
                                   TO MSPQ-MSP-APPORTION-SW
                   MOVE WS-SAVE-SUBMITTER-EIN  TO MSPQ-SUBMITTER-EIN
                   MOVE WS-RUN-DATE-8 TO MSPQ-LAST-UPDATE-DT-CYMD
                   MOVE WS-OPERATOR-ID TO MSPQ-LAST-UPDATE-OPER-ID
                   REWRITE MSPQ-RECORD
                       INVALID KEY
                           MOVE "UNABLE TO REWRITE RECORD"
                               TO WS-MESSAGE-LINE
                       NOT INVALID KEY
                           MOVE MSPQ-RECORD TO MJRN-AFTER-IMAGE
                           PERFORM 6000-JOURNAL-CHANGE
                           MOVE "QUESTIONNAIRE CHANGED"
                               TO WS-MESSAGE-LINE
                   END-REWRITE
                   MOVE "QUESTIONNAIRE DISPLAYED" TO WS-MESSAGE-LINE
           END-READ.

      *    READ FIRST SO THE JOURNAL GETS THE IMAGE BEING REMOVED.
       5000-DELETE-QUESTIONNAIRE.
           READ MSP-QUEST-FILE
               INVALID KEY
                   MOVE "UNABLE TO DELETE - RECORD NOT ON FILE"
                       TO WS-MESSAGE-LINE
               NOT INVALID KEY
                   MOVE MSPQ-RECORD TO MJRN-BEFORE-IMAGE
                   DELETE MSP-QUEST-FILE RECORD
                       INVALID KEY
                           MOVE "UNABLE TO DELETE RECORD"
                               TO WS-MESSAGE-LINE
                       NOT INVALID KEY
                           MOVE SPACES TO MJRN-AFTER-IMAGE
                           PERFORM 6000-JOURNAL-CHANGE
                           MOVE "QUESTIONNAIRE DELETED"
                               TO WS-MESSAGE-LINE
                   END-DELETE
           END-READ.

      *    THE CALLING PATH HAS ALREADY SET THE BEFORE AND AFTER
      *    IMAGES; THE ACTION CODE DOUBLES AS THE JOURNAL ACTION.
       6000-JOURNAL-CHANGE.
           MOVE WS-OPERATOR-ID  TO MJRN-OPER-ID.
           MOVE "FSR024"        TO MJRN-PROGRAM-ID.
           SET MJRN-MASTER-MSPQ TO TRUE.
           MOVE WS-ACTION-CODE  TO MJRN-ACTION.
           MOVE MSPQ-KEY        TO MJRN-KEY.
           MOVE LENGTH OF MSPQ-RECORD TO MJRN-IMAGE-LEN.
           MOVE 'W'             TO WS-JRNL-FUNCTION.
           CALL "FSR120" USING WS-JRNL-FUNCTION MJRN-JOURNAL-RECORD.
