      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR121                                             *
      ***                                                             *
      *** DESCRIPTION: DAILY MASTER-FILE CHANGE REPORT.  READS THE    *
      ***   MASTER-FILE CHANGE JOURNAL (FSRCMJRN, WRITTEN THROUGH     *
      ***   FSR120) AND LISTS EVERY ADD, CHANGE AND DELETE MADE ON    *
      ***   ONE DAY, IN THE ORDER THEY WERE MADE - TIME, OPERATOR,    *
      ***   PROGRAM, MASTER, ACTION AND KEY, FOLLOWED BY THE RECORD   *
      ***   IMAGE IN 100-BYTE SEGMENTS:                               *
      ***     ADD    - THE NEW IMAGE                                  *
      ***     DELETE - THE IMAGE REMOVED                              *
      ***     CHANGE - ONLY THE SEGMENTS THAT DIFFER, BEFORE OVER     *
      ***              AFTER, WITH A '^' UNDER EACH CHANGED BYTE      *
      ***   TOTALS BY MASTER AND ACTION CLOSE THE REPORT.             *
      ***                                                             *
      ***   THE DAY DEFAULTS TO THE DAY BEFORE THE RUN DATE; A        *
      ***   'DATE=' CARD (CCYYMMDD IN COLUMN 6) ON THE OPTIONAL CARD  *
      ***   FILE OVERRIDES IT, FSR082 CARD STYLE.                     *
      ***                                                             *
      *** INPUT:  MASTER-JOURNAL-FILE   - FSRCMJRN SHAPE              *
      ***         JRNL-CARD-FILE        - DATE CARD, OPTIONAL         *
      *** OUTPUT: JRNL-RPT-FILE         - DAILY CHANGE REPORT         *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR121.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT JRNL-CARD-FILE ASSIGN TO "JRNLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT JRNL-RPT-FILE ASSIGN TO "JRNLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-JOURNAL-FILE
           RECORD CONTAINS 600 CHARACTERS.

       REPLACE ==:FSSC:== BY ==MJRN==.
       COPY FSRCMJRN.
       REPLACE OFF.

       FD  JRNL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  JRNL-CARD-RECORD                   PIC X(80).

       FD  JRNL-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  JRNL-RPT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-CARD-EOF-SW                 PIC X(1) VALUE 'N'.
               88  WS-CARD-EOF                       VALUE 'Y'.

       01  WS-CARD-FILE-STATUS                PIC X(2).
           88  WS-CARD-OK                         VALUE '00'.

       01  WS-RUN-DATE-8                      PIC 9(8).
       01  WS-REPORT-DATE                     PIC 9(8).

       01  WS-WORK-FIELDS.
           05  WS-SEG-START               COMP PIC S9(4).
           05  WS-SEG-LEN                 COMP PIC S9(4).
           05  WS-BYTE                    COMP PIC S9(4).
           05  WS-MST-NDX                 COMP PIC S9(4).
           05  WS-ACT-NDX                 COMP PIC S9(4).

      *    ONE ROW PER JOURNALED MASTER, ADDS / CHANGES / DELETES.
       01  WS-MASTER-NAMES.
           05  FILLER                 PIC X(4) VALUE "MSPQ".
           05  FILLER                 PIC X(4) VALUE "PARM".
           05  FILLER                 PIC X(4) VALUE "PWKR".
           05  FILLER                 PIC X(4) VALUE "AUTH".
           05  FILLER                 PIC X(4) VALUE "PROV".
       01  WS-MASTER-NAME-TABLE REDEFINES WS-MASTER-NAMES.
           05  WS-MASTER-NAME             OCCURS 5 TIMES
                                          PIC X(4).

       01  WS-MASTER-TOTALS.
           05  WS-MASTER-TOTAL            OCCURS 5 TIMES.
               10  WS-MT-ACTION-CNT       OCCURS 3 TIMES
                                          PIC 9(7).

       01  WS-COUNTERS.
           05  WS-JRNL-READ-CNT               PIC 9(9) VALUE 0.
           05  WS-JRNL-SELECTED-CNT           PIC 9(9) VALUE 0.

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR121 - DAILY MASTER-FILE CHANGE REPORT".

       01  WS-HEADING-2.
           05  FILLER                 PIC X(16) VALUE
               "CHANGES MADE ON ".
           05  WS-H2-DATE                     PIC 9(8).

       01  WS-HEADING-3.
           05  FILLER                 PIC X(10) VALUE "TIME".
           05  FILLER                 PIC X(11) VALUE "OPERATOR".
           05  FILLER                 PIC X(10) VALUE "PROGRAM".
           05  FILLER                 PIC X(8)  VALUE "MASTER".
           05  FILLER                 PIC X(8)  VALUE "ACTION".
           05  FILLER                 PIC X(40) VALUE "KEY".

       01  WS-CHANGE-LINE.
           05  WS-CHL-TIME                    PIC 99B99B99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-CHL-OPER-ID                 PIC X(9).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-CHL-PROGRAM-ID              PIC X(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-CHL-MASTER-ID               PIC X(4).
           05  FILLER                         PIC X(4)  VALUE SPACES.
           05  WS-CHL-ACTION                  PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-CHL-KEY                     PIC X(40).

       01  WS-IMAGE-LINE.
           05  FILLER                         PIC X(4)  VALUE SPACES.
           05  WS-IML-LABEL                   PIC X(6).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-IML-POSITION                PIC ZZ9.
           05  FILLER                         PIC X(2)  VALUE ": ".
           05  WS-IML-TEXT                    PIC X(100).

       01  WS-TOTAL-HEADING.
           05  FILLER                 PIC X(8)  VALUE "MASTER".
           05  FILLER                 PIC X(10) VALUE "      ADDS".
           05  FILLER                 PIC X(10) VALUE "   CHANGES".
           05  FILLER                 PIC X(10) VALUE "   DELETES".

       01  WS-TOTAL-LINE.
           05  WS-TTL-MASTER-ID               PIC X(4).
           05  FILLER                         PIC X(4)  VALUE SPACES.
           05  WS-TTL-ADD-CNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-TTL-CHG-CNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-TTL-DEL-CNT                 PIC Z,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.
           COMPUTE WS-REPORT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-8) - 1).
           PERFORM 1000-READ-DATE-CARD.
           INITIALIZE WS-MASTER-TOTALS.

           OPEN INPUT  MASTER-JOURNAL-FILE.
           OPEN OUTPUT JRNL-RPT-FILE.
           MOVE WS-REPORT-DATE TO WS-H2-DATE.
           WRITE JRNL-RPT-LINE FROM WS-HEADING-1.
           WRITE JRNL-RPT-LINE FROM WS-HEADING-2.
           WRITE JRNL-RPT-LINE FROM WS-HEADING-3.

           READ MASTER-JOURNAL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-JRNL-READ-CNT
               IF MJRN-CHANGE-DT-CYMD = WS-REPORT-DATE
                   PERFORM 2000-REPORT-CHANGE
               END-IF
               READ MASTER-JOURNAL-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           PERFORM 9000-WRITE-TOTALS.
           CLOSE MASTER-JOURNAL-FILE JRNL-RPT-FILE.
           GOBACK.

      *    THE CARD FILE IS OPTIONAL - THE NIGHTLY SCHEDULED RUN HAS
      *    NONE AND REPORTS THE PRIOR DAY.
       1000-READ-DATE-CARD.
           OPEN INPUT JRNL-CARD-FILE.
           IF WS-CARD-OK
               READ JRNL-CARD-FILE
                   AT END SET WS-CARD-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CARD-EOF
                   IF JRNL-CARD-RECORD (1:5) = "DATE="
                      AND JRNL-CARD-RECORD (6:8) IS NUMERIC
                       MOVE JRNL-CARD-RECORD (6:8) TO WS-REPORT-DATE
                   ELSE
                       DISPLAY "FSR121 - UNKNOWN CARD: "
                           JRNL-CARD-RECORD (1:20)
                   END-IF
                   READ JRNL-CARD-FILE
                       AT END SET WS-CARD-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JRNL-CARD-FILE
           END-IF.

       2000-REPORT-CHANGE.
           ADD 1 TO WS-JRNL-SELECTED-CNT.
           PERFORM 2100-COUNT-CHANGE.

           MOVE SPACES TO JRNL-RPT-LINE.
           WRITE JRNL-RPT-LINE.
           MOVE MJRN-CHANGE-TIME    TO WS-CHL-TIME.
           MOVE MJRN-OPER-ID        TO WS-CHL-OPER-ID.
           MOVE MJRN-PROGRAM-ID     TO WS-CHL-PROGRAM-ID.
           MOVE MJRN-MASTER-ID      TO WS-CHL-MASTER-ID.
           EVALUATE TRUE
               WHEN MJRN-ACTION-A-ADD
                   MOVE "ADD"    TO WS-CHL-ACTION
               WHEN MJRN-ACTION-C-CHANGE
                   MOVE "CHANGE" TO WS-CHL-ACTION
               WHEN MJRN-ACTION-D-DELETE
                   MOVE "DELETE" TO WS-CHL-ACTION
               WHEN OTHER
                   MOVE MJRN-ACTION TO WS-CHL-ACTION
           END-EVALUATE.
           MOVE MJRN-KEY            TO WS-CHL-KEY.
           WRITE JRNL-RPT-LINE FROM WS-CHANGE-LINE.

           PERFORM 3000-PRINT-SEGMENT
               VARYING WS-SEG-START FROM 1 BY 100
               UNTIL WS-SEG-START > MJRN-IMAGE-LEN.

       2100-COUNT-CHANGE.
           PERFORM VARYING WS-MST-NDX FROM 1 BY 1
                   UNTIL WS-MST-NDX > 5
                      OR WS-MASTER-NAME (WS-MST-NDX) = MJRN-MASTER-ID
               CONTINUE
           END-PERFORM.
           EVALUATE TRUE
               WHEN MJRN-ACTION-A-ADD
                   MOVE 1 TO WS-ACT-NDX
               WHEN MJRN-ACTION-C-CHANGE
                   MOVE 2 TO WS-ACT-NDX
               WHEN OTHER
                   MOVE 3 TO WS-ACT-NDX
           END-EVALUATE.
           IF WS-MST-NDX <= 5
               ADD 1 TO WS-MT-ACTION-CNT (WS-MST-NDX WS-ACT-NDX)
           END-IF.

      *    ONE 100-BYTE SLICE OF THE IMAGE.  A CHANGE PRINTS ONLY THE
      *    SLICES THAT DIFFER, WITH A MARKER LINE UNDER THE BYTES
      *    THAT CHANGED.
       3000-PRINT-SEGMENT.
           COMPUTE WS-SEG-LEN = MJRN-IMAGE-LEN - WS-SEG-START + 1.
           IF WS-SEG-LEN > 100
               MOVE 100 TO WS-SEG-LEN
           END-IF.
           MOVE WS-SEG-START TO WS-IML-POSITION.

           EVALUATE TRUE
               WHEN MJRN-ACTION-A-ADD
                   MOVE "AFTER"  TO WS-IML-LABEL
                   MOVE MJRN-AFTER-IMAGE (WS-SEG-START:WS-SEG-LEN)
                       TO WS-IML-TEXT
                   WRITE JRNL-RPT-LINE FROM WS-IMAGE-LINE
               WHEN MJRN-ACTION-D-DELETE
                   MOVE "BEFORE" TO WS-IML-LABEL
                   MOVE MJRN-BEFORE-IMAGE (WS-SEG-START:WS-SEG-LEN)
                       TO WS-IML-TEXT
                   WRITE JRNL-RPT-LINE FROM WS-IMAGE-LINE
               WHEN MJRN-BEFORE-IMAGE (WS-SEG-START:WS-SEG-LEN)
                    NOT = MJRN-AFTER-IMAGE (WS-SEG-START:WS-SEG-LEN)
                   PERFORM 3100-PRINT-CHANGED-SEGMENT
           END-EVALUATE.

       3100-PRINT-CHANGED-SEGMENT.
           MOVE "BEFORE" TO WS-IML-LABEL.
           MOVE MJRN-BEFORE-IMAGE (WS-SEG-START:WS-SEG-LEN)
               TO WS-IML-TEXT.
           WRITE JRNL-RPT-LINE FROM WS-IMAGE-LINE.

           MOVE "AFTER"  TO WS-IML-LABEL.
           MOVE MJRN-AFTER-IMAGE (WS-SEG-START:WS-SEG-LEN)
               TO WS-IML-TEXT.
           WRITE JRNL-RPT-LINE FROM WS-IMAGE-LINE.

           MOVE SPACES TO WS-IML-LABEL.
           MOVE 0      TO WS-IML-POSITION.
           MOVE SPACES TO WS-IML-TEXT.
           PERFORM VARYING WS-BYTE FROM 0 BY 1
                   UNTIL WS-BYTE >= WS-SEG-LEN
               IF MJRN-BEFORE-IMAGE (WS-SEG-START + WS-BYTE:1)
                  NOT = MJRN-AFTER-IMAGE (WS-SEG-START + WS-BYTE:1)
                   MOVE '^' TO WS-IML-TEXT (WS-BYTE + 1:1)
               END-IF
           END-PERFORM.
           WRITE JRNL-RPT-LINE FROM WS-IMAGE-LINE.

       9000-WRITE-TOTALS.
           MOVE SPACES TO JRNL-RPT-LINE.
           WRITE JRNL-RPT-LINE.
           WRITE JRNL-RPT-LINE FROM WS-TOTAL-HEADING.
           PERFORM VARYING WS-MST-NDX FROM 1 BY 1
                   UNTIL WS-MST-NDX > 5
               MOVE WS-MASTER-NAME (WS-MST-NDX) TO WS-TTL-MASTER-ID
               MOVE WS-MT-ACTION-CNT (WS-MST-NDX 1) TO WS-TTL-ADD-CNT
               MOVE WS-MT-ACTION-CNT (WS-MST-NDX 2) TO WS-TTL-CHG-CNT
               MOVE WS-MT-ACTION-CNT (WS-MST-NDX 3) TO WS-TTL-DEL-CNT
               WRITE JRNL-RPT-LINE FROM WS-TOTAL-LINE
           END-PERFORM.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "JOURNAL RECORDS READ: " WS-JRNL-READ-CNT
               "  CHANGES REPORTED: " WS-JRNL-SELECTED-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE JRNL-RPT-LINE FROM WS-SUMMARY-LINE.
