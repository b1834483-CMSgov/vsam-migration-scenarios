      ***   AND APPLIES EACH RECORD TO MSPQ-FILE: ADDED WHEN THE KEY  *
      ***   IS NEW, REWRITTEN WHEN THE KEY IS ALREADY ON FILE.  AN    *
      ***   EMPTY (DUMMY) REFRESH FILE MAKES THE RUN EXTRACT-ONLY.    *
      ***   EVERY ADD AND EVERY REWRITE THAT ALTERS THE DATA IS       *
      ***   JOURNALED THROUGH FSR120 WITH THE BEFORE AND AFTER        *
      ***   IMAGES UNDER THE JOB'S OWN OPERATOR ID, FSR035BAT.        *
      ***                                                             *
      ***   PASS 2 - BULK EXTRACT.  READS MSPQ-FILE BACK IN KEY       *
      ***   (HIC-NO/DCN) SEQUENCE AND WRITES ONE REPORT LINE PER      *
      *** INPUT:  MSPQ-LOAD-FILE  - CONTRACTOR REFRESH FILE           *
      *** FILE:   MSP-QUEST-FILE  - MSPQ-FILE, INDEXED BY HIC-NO/DCN  *
      *** OUTPUT: MSPQ-EXTR-RPT-FILE - FULL-FILE EXTRACT REPORT       *
      ***         MASTER-JOURNAL-FILE - VIA FSR120, FSRCMJRN SHAPE    *
      ***                                                             *
      *****************************************************************

           05  WS-EXTR-CNT                     PIC 9(7) VALUE 0.

       01  WS-RUN-DATE-8                       PIC 9(8).
       01  WS-JRNL-FUNCTION                    PIC X(1).

       REPLACE ==:FSSC:== BY ==MJRN==.
       COPY FSRCMJRN.
       REPLACE OFF.

      *    THE RECORD AS IT STOOD BEFORE A REWRITE, FOR TELLING A
      *    REAL CHANGE FROM A REFRESH THAT ONLY MOVES THE STAMP.
       REPLACE ==:FSSC:== BY ==OLDQ==.
       COPY FSRCMSPQ.
       REPLACE OFF.

       01  WS-HEADING-1                        PIC X(132) VALUE
           "FSR035 - MSPQ-FILE BULK LOAD / EXTRACT".
           PERFORM 1000-BULK-LOAD.
           PERFORM 3000-BULK-EXTRACT.

           MOVE 'C' TO WS-JRNL-FUNCTION.
           CALL "FSR120" USING WS-JRNL-FUNCTION MJRN-JOURNAL-RECORD.

           CLOSE MSP-QUEST-FILE.
           GOBACK.

                   PERFORM 2200-REWRITE-EXISTING
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-ADD-CNT
                   SET MJRN-ACTION-A-ADD TO TRUE
                   MOVE SPACES      TO MJRN-BEFORE-IMAGE
                   MOVE MSPQ-RECORD TO MJRN-AFTER-IMAGE
                   PERFORM 6000-JOURNAL-CHANGE
           END-WRITE.

      *    A CHANGE ACTION KEYED FROM BATCH REPLACES EVERY DATA FIELD
      *    WITH THE CONTRACTOR'S VERSION, SAME AS RETYPING THE WHOLE
      *    FSR024 SCREEN, SO THE REWRITE JUST REBUILDS THE RECORD.
      *    THE RECORD ON FILE IS READ FIRST FOR THE JOURNAL'S BEFORE
      *    IMAGE.  A REFRESH THAT LEAVES THE DATA AS IT WAS (ONLY THE
      *    UPDATE STAMP MOVES) IS NOT JOURNALED - OTHERWISE A FULL
      *    REFRESH WOULD JOURNAL EVERY RECORD ON FILE EVERY RUN.
       2200-REWRITE-EXISTING.
           READ MSP-QUEST-FILE
               INVALID KEY
                   MOVE SPACES TO OLDQ-RECORD
               NOT INVALID KEY
                   MOVE MSPQ-RECORD TO OLDQ-RECORD
           END-READ.
           PERFORM 2100-MOVE-LOAD-FIELDS.
           REWRITE MSPQ-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-CHG-CNT
                   PERFORM 2300-JOURNAL-REWRITE
           END-REWRITE.

       2300-JOURNAL-REWRITE.
           SET MJRN-ACTION-C-CHANGE TO TRUE.
           MOVE OLDQ-RECORD TO MJRN-BEFORE-IMAGE.
           MOVE MSPQ-RECORD TO MJRN-AFTER-IMAGE.
           MOVE MSPQ-LAST-UPDATE-DT-CYMD TO OLDQ-LAST-UPDATE-DT-CYMD.
           MOVE MSPQ-LAST-UPDATE-OPER-ID TO OLDQ-LAST-UPDATE-OPER-ID.
           IF OLDQ-RECORD NOT = MSPQ-RECORD
               PERFORM 6000-JOURNAL-CHANGE
           END-IF.

       2100-MOVE-LOAD-FIELDS.
           MOVE MLOD-HIC-NO             TO MSPQ-HIC-NO.
           MOVE MLOD-DCN                TO MSPQ-DCN.
           MOVE MSPQ-INSURERS-ST        TO WS-EXT-INSURERS-ST.
           WRITE MSPQ-EXTR-RPT-LINE FROM WS-EXTR-LINE.

       6000-JOURNAL-CHANGE.
           MOVE "FSR035BAT"     TO MJRN-OPER-ID.
           MOVE "FSR035"        TO MJRN-PROGRAM-ID.
           SET MJRN-MASTER-MSPQ TO TRUE.
           MOVE MSPQ-KEY        TO MJRN-KEY.
           MOVE LENGTH OF MSPQ-RECORD TO MJRN-IMAGE-LEN.
           MOVE 'W'             TO WS-JRNL-FUNCTION.
           CALL "FSR120" USING WS-JRNL-FUNCTION MJRN-JOURNAL-RECORD.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "LOAD RECORDS READ: " WS-LOAD-READ-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE MSPQ-EXTR-RPT-LINE FROM WS-SUMMARY-LINE.

