      ***   A KNOWN NUMBER IS REWRITTEN WITH THE UMO'S LATEST         *
      ***   VERSION.  AFTER THE LOAD THE WHOLE MASTER IS LISTED IN    *
      ***   KEY SEQUENCE FOR RECONCILIATION AGAINST THE UMO'S         *
      ***   TRANSMITTAL COUNTS.  EVERY ADD AND EVERY REWRITE THAT     *
      ***   ALTERS THE DATA IS JOURNALED THROUGH FSR120 WITH THE      *
      ***   BEFORE AND AFTER IMAGES UNDER THE JOB'S OWN OPERATOR ID,  *
      ***   FSR073BAT.                                                *
      ***                                                             *
      *** INPUT:  AUTH-LOAD-FILE   - UMO AUTHORIZATION FEED           *
      *** FILE:   AUTH-MASTER-FILE - AUTH MASTER, INDEXED BY AUTH NBR *
      *** OUTPUT: AUTH-EXTR-RPT-FILE - FULL-FILE EXTRACT REPORT       *
      ***         MASTER-JOURNAL-FILE - VIA FSR120, FSRCMJRN SHAPE    *
      ***                                                             *
      *****************************************************************

           05  WS-NDX                          COMP PIC S9(4).

       01  WS-RUN-DATE-8                       PIC 9(8).
       01  WS-JRNL-FUNCTION                    PIC X(1).

       REPLACE ==:FSSC:== BY ==MJRN==.
       COPY FSRCMJRN.
       REPLACE OFF.

      *    THE RECORD AS IT STOOD BEFORE A REWRITE, FOR TELLING A
      *    REAL CHANGE FROM A REFRESH THAT ONLY MOVES THE LOAD DATE.
       REPLACE ==:FSSC:== BY ==OLDA==.
       COPY FSRCAUTH.
       REPLACE OFF.

       01  WS-HEADING-1                        PIC X(132) VALUE
           "FSR073 - PRIOR-AUTHORIZATION MASTER BULK LOAD / EXTRACT".
           PERFORM 1000-BULK-LOAD.
           PERFORM 3000-BULK-EXTRACT.

           MOVE 'C' TO WS-JRNL-FUNCTION.
           CALL "FSR120" USING WS-JRNL-FUNCTION MJRN-JOURNAL-RECORD.

           CLOSE AUTH-MASTER-FILE.
           GOBACK.

                   PERFORM 2200-REWRITE-EXISTING
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-ADD-CNT
                   SET MJRN-ACTION-A-ADD TO TRUE
                   MOVE SPACES      TO MJRN-BEFORE-IMAGE
                   MOVE AUTH-MASTER-RECORD TO MJRN-AFTER-IMAGE
                   PERFORM 6000-JOURNAL-CHANGE
           END-WRITE.

      *    A KNOWN AUTH NUMBER IS REPLACED WHOLESALE WITH THE UMO'S
      *    LATEST VERSION, SAME AS THE FSR035 MSPQ REFRESH.
      *    THE RECORD ON FILE IS READ FIRST FOR THE JOURNAL'S BEFORE
      *    IMAGE.  A REFRESH THAT LEAVES THE DATA AS IT WAS (ONLY THE
      *    LOAD DATE MOVES) IS NOT JOURNALED - OTHERWISE A FULL FEED
      *    WOULD JOURNAL EVERY RECORD ON FILE EVERY RUN.
       2200-REWRITE-EXISTING.
           READ AUTH-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO OLDA-MASTER-RECORD
               NOT INVALID KEY
                   MOVE AUTH-MASTER-RECORD TO OLDA-MASTER-RECORD
           END-READ.
           PERFORM 2100-MOVE-LOAD-FIELDS.
           REWRITE AUTH-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-CHG-CNT
                   PERFORM 2300-JOURNAL-REWRITE
           END-REWRITE.

       2300-JOURNAL-REWRITE.
           SET MJRN-ACTION-C-CHANGE TO TRUE.
           MOVE OLDA-MASTER-RECORD TO MJRN-BEFORE-IMAGE.
           MOVE AUTH-MASTER-RECORD TO MJRN-AFTER-IMAGE.
           MOVE AUTH-LOAD-DT-CYMD TO OLDA-LOAD-DT-CYMD.
           IF OLDA-MASTER-RECORD NOT = AUTH-MASTER-RECORD
               PERFORM 6000-JOURNAL-CHANGE
           END-IF.

       2100-MOVE-LOAD-FIELDS.
           MOVE ALOD-AUTH-NUMBER        TO AUTH-AUTH-NUMBER.
           MOVE ALOD-PROV-6             TO AUTH-PROV-6.
           MOVE AUTH-UMO-ID             TO WS-EXT-UMO-ID.
           WRITE AUTH-EXTR-RPT-LINE FROM WS-EXTR-LINE.

       6000-JOURNAL-CHANGE.
           MOVE "FSR073BAT"     TO MJRN-OPER-ID.
           MOVE "FSR073"        TO MJRN-PROGRAM-ID.
           SET MJRN-MASTER-AUTH TO TRUE.
           MOVE AUTH-KEY        TO MJRN-KEY.
           MOVE LENGTH OF AUTH-MASTER-RECORD TO MJRN-IMAGE-LEN.
           MOVE 'W'             TO WS-JRNL-FUNCTION.
           CALL "FSR120" USING WS-JRNL-FUNCTION MJRN-JOURNAL-RECORD.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "LOAD RECORDS READ: " WS-LOAD-READ-CNT
