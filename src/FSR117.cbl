      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR117                                             *
      ***                                                             *
      *** DESCRIPTION: BENEFICIARY PHI ACCESS-LOG WRITER.  CALLED BY  *
      ***   EVERY PROGRAM THAT SHOWS BENEFICIARY PHI ON SCREEN OR IN  *
      ***   PRINT (FSR039, FSR020, FSR007) WITH ONE FSRCACLG RECORD   *
      ***   PER CLAIM SHOWN - THE CALLER FILLS OPERATOR, PROGRAM,     *
      ***   HIC-NO, DCN, PURPOSE, SOURCE AND ACCESS TYPE; THIS        *
      ***   PROGRAM STAMPS THE CURRENT DATE AND TIME AND APPENDS THE  *
      ***   RECORD TO THE ACCESS-LOG FILE.  THE FILE IS OPENED EXTEND *
      ***   ON THE FIRST WRITE AND HELD OPEN ACROSS CALLS, SINCE THE  *
      ***   BATCH CALLERS LOG A RECORD PER CLAIM; THE CALLER ISSUES   *
      ***   THE CLOSE FUNCTION AT END OF JOB (A CLOSE WITH NOTHING    *
      ***   WRITTEN IS IGNORED).                                      *
      ***                                                             *
      *** LINKAGE:                                                    *
      ***   LK-FUNCTION     - 'W' WRITE THE RECORD, 'C' CLOSE THE LOG *
      ***   ACLG RECORD     - THE ACCESS-LOG ENTRY, FSRCACLG SHAPE    *
      ***                                                             *
      *** OUTPUT: ACCESS-LOG-FILE - FSRCACLG SHAPE, APPENDED          *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR117.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESLOG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCESS-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

       REPLACE ==:FSSC:== BY ==ALOG==.
       COPY FSRCACLG.
       REPLACE OFF.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-LOG-OPEN-SW                  PIC X(1) VALUE 'N'.
               88  WS-LOG-OPEN                       VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE-8                   PIC 9(8).
           05  WS-CDT-TIME-6                   PIC 9(6).
           05  FILLER                          PIC X(7).

       LINKAGE SECTION.

       01  LK-FUNCTION                         PIC X(1).
           88  LK-FUNC-W-WRITE                      VALUE 'W'.
           88  LK-FUNC-C-CLOSE                      VALUE 'C'.

       REPLACE ==:FSSC:== BY ==ACLG==.
       COPY FSRCACLG.
       REPLACE OFF.

       PROCEDURE DIVISION USING LK-FUNCTION
                                 ACLG-ACCESS-LOG-RECORD.

       0000-MAIN.
           EVALUATE TRUE
               WHEN LK-FUNC-W-WRITE
                   PERFORM 1000-WRITE-ENTRY
               WHEN LK-FUNC-C-CLOSE
                   IF WS-LOG-OPEN
                       CLOSE ACCESS-LOG-FILE
                       MOVE 'N' TO WS-LOG-OPEN-SW
                   END-IF
           END-EVALUATE.

           GOBACK.

       1000-WRITE-ENTRY.
           IF NOT WS-LOG-OPEN
               OPEN EXTEND ACCESS-LOG-FILE
               SET WS-LOG-OPEN TO TRUE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CDT-DATE-8         TO ACLG-ACCESS-DT-CYMD.
           MOVE WS-CDT-TIME-6         TO ACLG-ACCESS-TIME.

           WRITE ALOG-ACCESS-LOG-RECORD FROM ACLG-ACCESS-LOG-RECORD.
