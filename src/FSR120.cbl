      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR120                                             *
      ***                                                             *
      *** DESCRIPTION: MASTER-FILE CHANGE JOURNAL WRITER.  CALLED BY  *
      ***   EVERY PROGRAM THAT ADDS, CHANGES OR DELETES A MAINTAINED  *
      ***   MASTER RECORD (FSR024, FSR035, FSR057, FSR058, FSR073,    *
      ***   FSR084, FSR089) WITH ONE FSRCMJRN RECORD PER UPDATE - THE *
      ***   CALLER FILLS OPERATOR, PROGRAM, MASTER, ACTION, KEY AND   *
      ***   THE BEFORE AND AFTER IMAGES; THIS PROGRAM STAMPS THE      *
      ***   CURRENT DATE AND TIME AND APPENDS THE RECORD TO THE       *
      ***   JOURNAL FILE.  THE FILE IS OPENED EXTEND ON THE FIRST     *
      ***   WRITE AND HELD OPEN ACROSS CALLS, SINCE THE BATCH         *
      ***   LOADERS JOURNAL A RECORD PER MASTER UPDATE; THE CALLER    *
      ***   ISSUES THE CLOSE FUNCTION AT END OF JOB (A CLOSE WITH     *
      ***   NOTHING WRITTEN IS IGNORED).  SAME POSTURE AS THE FSR117  *
      ***   ACCESS-LOG WRITER.                                        *
      ***                                                             *
      *** LINKAGE:                                                    *
      ***   LK-FUNCTION     - 'W' WRITE THE RECORD, 'C' CLOSE JOURNAL *
      ***   MJRN RECORD     - THE JOURNAL ENTRY, FSRCMJRN SHAPE       *
      ***                                                             *
      *** OUTPUT: MASTER-JOURNAL-FILE - FSRCMJRN SHAPE, APPENDED      *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR120.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-JOURNAL-FILE
           RECORD CONTAINS 600 CHARACTERS.

       REPLACE ==:FSSC:== BY ==JRNL==.
       COPY FSRCMJRN.
       REPLACE OFF.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-JRNL-OPEN-SW                 PIC X(1) VALUE 'N'.
               88  WS-JRNL-OPEN                      VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE-8                   PIC 9(8).
           05  WS-CDT-TIME-6                   PIC 9(6).
           05  FILLER                          PIC X(7).

       LINKAGE SECTION.

       01  LK-FUNCTION                         PIC X(1).
           88  LK-FUNC-W-WRITE                      VALUE 'W'.
           88  LK-FUNC-C-CLOSE                      VALUE 'C'.

       REPLACE ==:FSSC:== BY ==MJRN==.
       COPY FSRCMJRN.
       REPLACE OFF.

       PROCEDURE DIVISION USING LK-FUNCTION
                                 MJRN-JOURNAL-RECORD.

       0000-MAIN.
           EVALUATE TRUE
               WHEN LK-FUNC-W-WRITE
                   PERFORM 1000-WRITE-ENTRY
               WHEN LK-FUNC-C-CLOSE
                   IF WS-JRNL-OPEN
                       CLOSE MASTER-JOURNAL-FILE
                       MOVE 'N' TO WS-JRNL-OPEN-SW
                   END-IF
           END-EVALUATE.

           GOBACK.

       1000-WRITE-ENTRY.
           IF NOT WS-JRNL-OPEN
               OPEN EXTEND MASTER-JOURNAL-FILE
               SET WS-JRNL-OPEN TO TRUE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CDT-DATE-8         TO MJRN-CHANGE-DT-CYMD.
           MOVE WS-CDT-TIME-6         TO MJRN-CHANGE-TIME.

           WRITE JRNL-JOURNAL-RECORD FROM MJRN-JOURNAL-RECORD.
