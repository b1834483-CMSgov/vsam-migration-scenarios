      ***   SEQUENCE FOR RECONCILIATION AGAINST THE ENROLLMENT        *
      ***   CONTRACTOR'S TRANSMITTAL COUNTS.  FSR090 SERVES KEYED     *
      ***   NAME LOOKUPS OFF THIS FILE TO THE PROVIDER-KEYED          *
      ***   REPORTS.  EVERY ADD AND EVERY REWRITE THAT ALTERS THE     *
      ***   DATA IS JOURNALED THROUGH FSR120 WITH THE BEFORE AND      *
      ***   AFTER IMAGES UNDER THE JOB'S OWN OPERATOR ID, FSR089BAT.  *
      ***                                                             *
      *** INPUT:  PROV-LOAD-FILE   - PROVIDER ENROLLMENT FEED         *
      *** FILE:   PROV-MASTER-FILE - PROVIDER MASTER, INDEXED PROV-6  *
      *** OUTPUT: PROV-EXTR-RPT-FILE - FULL-FILE EXTRACT REPORT       *
      ***         MASTER-JOURNAL-FILE - VIA FSR120, FSRCMJRN SHAPE    *
      ***                                                             *
      *****************************************************************

       FILE SECTION.

       FD  PROV-LOAD-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  PROV-LOAD-RECORD.
           05  PLOD-PROV-6                     PIC X(6).
           05  PLOD-PROVIDER-NUMBER            PIC X(13).
           05  PLOD-PROV-TYPE                  PIC X(2).
           05  PLOD-PROV-NPI                   PIC 9(10).
           05  PLOD-OSCAR-IDENTIFIER           PIC X(1).
           05  PLOD-FED-TAX-NB                 PIC X(10).
           05  PLOD-FED-TAX-NB-SUB             PIC X(4).
           05  PLOD-FISCAL-YR-END-MMDD         PIC 9(4).
           05  FILLER                          PIC X(4).

       FD  PROV-MASTER-FILE.

           05  WS-EXTR-CNT                     PIC 9(7) VALUE 0.

       01  WS-RUN-DATE-8                       PIC 9(8).
       01  WS-JRNL-FUNCTION                    PIC X(1).

       REPLACE ==:FSSC:== BY ==MJRN==.
       COPY FSRCMJRN.
       REPLACE OFF.

      *    THE RECORD AS IT STOOD BEFORE A REWRITE, FOR TELLING A
      *    REAL CHANGE FROM A REFRESH THAT ONLY MOVES THE LOAD DATE.
       REPLACE ==:FSSC:== BY ==OLDP==.
       COPY FSRCPROV.
       REPLACE OFF.

       01  WS-HEADING-1                        PIC X(132) VALUE
           "FSR089 - PROVIDER MASTER BULK LOAD / EXTRACT".
       01  WS-HEADING-2                        PIC X(132) VALUE
           "PROV-6  PROVIDER-NAME                   TYPE  NPI
      -    "  OSCAR  CITY            ST  FED TAX ID       FYE".

       01  WS-EXTR-LINE.
           05  WS-EXT-PROV-6                   PIC X(6).
           05  WS-EXT-PROV-CITY                PIC X(15).
           05  FILLER                          PIC X(1)  VALUE SPACES.
           05  WS-EXT-PROV-STATE               PIC X(2).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-EXT-FED-TAX-NB               PIC X(10).
           05  FILLER                          PIC X(1)  VALUE SPACES.
           05  WS-EXT-FED-TAX-NB-SUB           PIC X(4).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-EXT-FISCAL-YR-END            PIC 9(4).

       01  WS-SUMMARY-LINE                     PIC X(132).

           PERFORM 1000-BULK-LOAD.
           PERFORM 3000-BULK-EXTRACT.

           MOVE 'C' TO WS-JRNL-FUNCTION.
           CALL "FSR120" USING WS-JRNL-FUNCTION MJRN-JOURNAL-RECORD.

           CLOSE PROV-MASTER-FILE.
           GOBACK.

                   PERFORM 2200-REWRITE-EXISTING
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-ADD-CNT
                   SET MJRN-ACTION-A-ADD TO TRUE
                   MOVE SPACES      TO MJRN-BEFORE-IMAGE
                   MOVE PROV-MASTER-RECORD TO MJRN-AFTER-IMAGE
                   PERFORM 6000-JOURNAL-CHANGE
           END-WRITE.

      *    THE RECORD ON FILE IS READ FIRST FOR THE JOURNAL'S BEFORE
      *    IMAGE.  A REFRESH THAT LEAVES THE DATA AS IT WAS (ONLY THE
      *    LOAD DATE MOVES) IS NOT JOURNALED - OTHERWISE A FULL FEED
      *    WOULD JOURNAL EVERY RECORD ON FILE EVERY RUN.
       2200-REWRITE-EXISTING.
           READ PROV-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO OLDP-MASTER-RECORD
               NOT INVALID KEY
                   MOVE PROV-MASTER-RECORD TO OLDP-MASTER-RECORD
           END-READ.
           PERFORM 2100-MOVE-LOAD-FIELDS.
           REWRITE PROV-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-CHG-CNT
                   PERFORM 2300-JOURNAL-REWRITE
           END-REWRITE.

       2300-JOURNAL-REWRITE.
           SET MJRN-ACTION-C-CHANGE TO TRUE.
           MOVE OLDP-MASTER-RECORD TO MJRN-BEFORE-IMAGE.
           MOVE PROV-MASTER-RECORD TO MJRN-AFTER-IMAGE.
           MOVE PROV-LOAD-DT-CYMD TO OLDP-LOAD-DT-CYMD.
           IF OLDP-MASTER-RECORD NOT = PROV-MASTER-RECORD
               PERFORM 6000-JOURNAL-CHANGE
           END-IF.

       2100-MOVE-LOAD-FIELDS.
           MOVE PLOD-PROV-6            TO PROV-PROV-6.
           MOVE PLOD-PROVIDER-NUMBER   TO PROV-PROVIDER-NUMBER.
           MOVE PLOD-PROV-TYPE         TO PROV-PROV-TYPE.
           MOVE PLOD-PROV-NPI          TO PROV-PROV-NPI.
           MOVE PLOD-OSCAR-IDENTIFIER  TO PROV-OSCAR-IDENTIFIER.
           MOVE PLOD-FED-TAX-NB        TO PROV-FED-TAX-NB.
           MOVE PLOD-FED-TAX-NB-SUB    TO PROV-FED-TAX-NB-SUB.
           MOVE PLOD-FISCAL-YR-END-MMDD TO PROV-FISCAL-YR-END-MMDD.
           MOVE WS-RUN-DATE-8          TO PROV-LOAD-DT-CYMD.

       3000-BULK-EXTRACT.
           MOVE PROV-OSCAR-IDENTIFIER  TO WS-EXT-OSCAR-ID.
           MOVE PROV-PROV-CITY         TO WS-EXT-PROV-CITY.
           MOVE PROV-PROV-STATE        TO WS-EXT-PROV-STATE.
           MOVE PROV-FED-TAX-NB        TO WS-EXT-FED-TAX-NB.
           MOVE PROV-FED-TAX-NB-SUB    TO WS-EXT-FED-TAX-NB-SUB.
           MOVE PROV-FISCAL-YR-END-MMDD TO WS-EXT-FISCAL-YR-END.
           WRITE PROV-EXTR-RPT-LINE FROM WS-EXTR-LINE.

       6000-JOURNAL-CHANGE.
           MOVE "FSR089BAT"     TO MJRN-OPER-ID.
           MOVE "FSR089"        TO MJRN-PROGRAM-ID.
           SET MJRN-MASTER-PROV TO TRUE.
           MOVE PROV-KEY        TO MJRN-KEY.
           MOVE LENGTH OF PROV-MASTER-RECORD TO MJRN-IMAGE-LEN.
           MOVE 'W'             TO WS-JRNL-FUNCTION.
           CALL "FSR120" USING WS-JRNL-FUNCTION MJRN-JOURNAL-RECORD.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "LOAD RECORDS READ: " WS-LOAD-READ-CNT
