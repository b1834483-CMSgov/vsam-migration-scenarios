      ***   FSR024 MSPQ SCREEN.  EVERY ADD, CHANGE, AND DELETE IS     *
      ***   ALSO APPENDED TO AN OPERATOR-STAMPED CHANGE-HISTORY LOG   *
      ***   (DATE, OPERATOR, KEY, OLD AND NEW VALUE) SO A DISPUTED    *
      ***   NUMBER CAN BE TRACED TO WHO SET IT AND WHEN.  THE SAME    *
      ***   UPDATES ARE JOURNALED THROUGH FSR120 WITH THE FULL BEFORE *
      ***   AND AFTER RECORD IMAGES, LIKE EVERY OTHER MASTER.         *
      ***                                                             *
      *** FILE:   PARM-FILE       - PARAMETER FILE, INDEXED BY KEY    *
      *** OUTPUT: PARM-HIST-FILE  - CHANGE-HISTORY LOG, APPENDED      *
      ***         MASTER-JOURNAL-FILE - VIA FSR120, FSRCMJRN SHAPE    *
      ***                                                             *
      *****************************************************************

       01  WS-MESSAGE-LINE                     PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE-8                       PIC 9(8).
       01  WS-OLD-VALUE                        PIC X(20).
       01  WS-JRNL-FUNCTION                    PIC X(1).

       REPLACE ==:FSSC:== BY ==MJRN==.
       COPY FSRCMJRN.
       REPLACE OFF.

      *** THE SCREEN'S USING CLAUSE WRITES DIRECTLY INTO THE
      *** PARAMETER RECORD.  A CHANGE ACTION'S KEYED READ REFILLS IT
               END-EVALUATE
           END-PERFORM.

           MOVE 'C' TO WS-JRNL-FUNCTION.
           CALL "FSR120" USING WS-JRNL-FUNCTION MJRN-JOURNAL-RECORD.

           CLOSE PARM-FILE.
           GOBACK.

                       TO WS-MESSAGE-LINE
               NOT INVALID KEY
                   MOVE SPACES TO WS-OLD-VALUE
                   MOVE SPACES TO MJRN-BEFORE-IMAGE
                   PERFORM 6000-LOG-CHANGE-HISTORY
                   MOVE "PARAMETER ADDED" TO WS-MESSAGE-LINE
           END-WRITE.
                       TO WS-MESSAGE-LINE
               NOT INVALID KEY
                   MOVE PARM-PARM-VALUE     TO WS-OLD-VALUE
                   MOVE PARM-PARAMETER-RECORD TO MJRN-BEFORE-IMAGE
                   MOVE WS-SAVE-PARM-VALUE  TO PARM-PARM-VALUE
                   MOVE WS-RUN-DATE-8  TO PARM-LAST-UPDATE-DT-CYMD
                   MOVE WS-OPERATOR-ID TO PARM-LAST-UPDATE-OPER-ID
                       TO WS-MESSAGE-LINE
               NOT INVALID KEY
                   MOVE PARM-PARM-VALUE TO WS-OLD-VALUE
                   MOVE PARM-PARAMETER-RECORD TO MJRN-BEFORE-IMAGE
                   DELETE PARM-FILE RECORD
                       INVALID KEY
                           MOVE "UNABLE TO DELETE PARAMETER"
           MOVE PARM-PARM-VALUE     TO PRMH-NEW-VALUE.
           WRITE PRMH-RECORD.
           CLOSE PARM-HIST-FILE.
           PERFORM 6100-JOURNAL-CHANGE.

      *    THE CALLING PATH HAS ALREADY SET THE BEFORE IMAGE; THE
      *    ACTION CODE DOUBLES AS THE JOURNAL ACTION.
       6100-JOURNAL-CHANGE.
           MOVE WS-OPERATOR-ID  TO MJRN-OPER-ID.
           MOVE "FSR084"        TO MJRN-PROGRAM-ID.
           SET MJRN-MASTER-PARM TO TRUE.
           MOVE WS-ACTION-CODE  TO MJRN-ACTION.
           MOVE PARM-KEY        TO MJRN-KEY.
           MOVE LENGTH OF PARM-PARAMETER-RECORD TO MJRN-IMAGE-LEN.
           IF WS-ACTION-DELETE
               MOVE SPACES TO MJRN-AFTER-IMAGE
           ELSE
               MOVE PARM-PARAMETER-RECORD TO MJRN-AFTER-IMAGE
           END-IF.
           MOVE 'W'             TO WS-JRNL-FUNCTION.
           CALL "FSR120" USING WS-JRNL-FUNCTION MJRN-JOURNAL-RECORD.
