      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR119                                             *
      ***                                                             *
      *** DESCRIPTION: MONTHLY PHI ACCESS OUTLIER REPORT BY OPERATOR. *
      ***   READS THE PHI ACCESS LOG (FSRCACLG, WRITTEN THROUGH       *
      ***   FSR117) FOR ONE CALENDAR MONTH AND ROLLS IT UP PER        *
      ***   OPERATOR - ACCESSES, DISTINCT BENEFICIARIES, ACCESSES     *
      ***   UNDER AN ACCOUNTABLE PURPOSE, AND SEARCHES THAT FOUND NO  *
      ***   CLAIM (A PATTERN OF NOT-FOUND SEARCHES SUGGESTS BROWSING).*
      ***   AN OPERATOR IS AN OUTLIER WHEN THEIR DISTINCT-BENEFICIARY *
      ***   COUNT IS AT LEAST OUTLIER-FACTOR TIMES THE AVERAGE FOR    *
      ***   ALL OPERATORS THAT MONTH AND AT LEAST OUTLIER-MIN-BENES;  *
      ***   OUTLIERS ARE STARRED AND COUNTED.  SCHEDULED-BATCH        *
      ***   ENTRIES (SOURCE 'S', LOGGED UNDER THE JOB'S OWN ID) ARE   *
      ***   LEFT OUT - THEY TOUCH EVERY CLAIM BY DESIGN.  OPERATORS   *
      ***   ARE ACCUMULATED AS ENCOUNTERED, UP TO 1000; THE REST ARE  *
      ***   COUNTED AS OVERFLOW.                                      *
      ***                                                             *
      ***   THE MONTH DEFAULTS TO THE CALENDAR MONTH BEFORE THE RUN   *
      ***   DATE; A 'MONTH=' CARD (CCYYMM IN COLUMN 7) ON THE         *
      ***   OPTIONAL CARD FILE OVERRIDES IT, FSR082 CARD STYLE.       *
      ***                                                             *
      *** INPUT:  ACCESS-LOG-FILE       - FSRCACLG SHAPE              *
      ***         OUTLIER-CARD-FILE     - MONTH CARD, OPTIONAL        *
      *** OUTPUT: OUTLIER-RPT-FILE      - OPERATOR OUTLIER REPORT     *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR119.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESLOG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTLIER-CARD-FILE ASSIGN TO "OUTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT OUTLIER-RPT-FILE ASSIGN TO "ACCOUTRP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.

       FD  ACCESS-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

       REPLACE ==:FSSC:== BY ==ACLG==.
       COPY FSRCACLG.
       REPLACE OFF.

       FD  OUTLIER-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OUTLIER-CARD-RECORD                PIC X(80).

       FD  OUTLIER-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  OUTLIER-RPT-LINE                   PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-OPER-ID                     PIC X(9).
           05  SW-HIC-NO                      PIC X(12).
           05  SW-ACCOUNTABLE-SW              PIC X(1).
               88  SW-ACCOUNTABLE                    VALUE 'Y'.
           05  SW-NOT-FOUND-SW                PIC X(1).
               88  SW-NOT-FOUND                      VALUE 'Y'.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-CARD-EOF-SW                 PIC X(1) VALUE 'N'.
               88  WS-CARD-EOF                       VALUE 'Y'.
           05  WS-FIRST-REC-SW                PIC X(1) VALUE 'Y'.
               88  WS-FIRST-REC                      VALUE 'Y'.

       01  WS-CARD-FILE-STATUS                PIC X(2).
           88  WS-CARD-OK                         VALUE '00'.

       01  WS-RUN-DATE-8                      PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-8.
           05  WS-RUN-CCYY                    PIC 9(4).
           05  WS-RUN-MM                      PIC 9(2).
           05  WS-RUN-DD                      PIC 9(2).

       01  WS-REPORT-MONTH                    PIC 9(6).
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-RPT-CCYY                    PIC 9(4).
           05  WS-RPT-MM                      PIC 9(2).

      *    THE COMPILED VALUES BELOW ARE THE FALLBACK; THE SHARED
      *    PARAMETER FILE (FSR085 LOOKUP, PARAMETERS OUTLIER-FACTOR
      *    AND OUTLIER-MIN-BENES) OVERRIDES THEM AT STARTUP - SEE
      *    FSR084 FOR MAINTENANCE.
       01  WS-OUTLIER-PARAMETERS.
           05  WS-OUTLIER-FACTOR              PIC 9(3)V9(2) VALUE 3.00.
           05  WS-OUTLIER-MIN-BENES           PIC 9(7) VALUE 100.

       01  WS-PARM-LOOKUP.
           05  WS-PARM-PROGRAM                PIC X(8) VALUE "FSR119".
           05  WS-PARM-NAME                   PIC X(20).
           05  WS-PARM-VALUE                  PIC X(20).
           05  WS-PARM-RC                     PIC X(1).
               88  WS-PARM-FOUND                     VALUE '0'.

       01  WS-PRIOR-KEYS.
           05  WS-PRIOR-OPER-ID               PIC X(9).
           05  WS-PRIOR-HIC-NO                PIC X(12).

       01  WS-OPER-ACCUM.
           05  WS-OA-ACCESS-CNT               PIC 9(7).
           05  WS-OA-BENE-CNT                 PIC 9(7).
           05  WS-OA-ACCOUNTABLE-CNT          PIC 9(7).
           05  WS-OA-NOT-FOUND-CNT            PIC 9(7).

      *    ONE ENTRY PER OPERATOR SEEN IN THE MONTH, IN OPERATOR ID
      *    ORDER (THE SORT ORDER).  THE AVERAGE CANNOT BE KNOWN UNTIL
      *    EVERY OPERATOR HAS BEEN COUNTED, SO THE LINES ARE PRINTED
      *    FROM HERE AFTER THE SORT HAS BEEN DRAINED.
       01  WS-OPER-TABLE.
           05  WS-OPER-CNT                COMP PIC S9(4) VALUE 0.
           05  WS-OPER-ENTRY              OCCURS 1000 TIMES
                                          INDEXED BY WS-OPNDX.
               10  WS-OPR-OPER-ID             PIC X(9).
               10  WS-OPR-ACCESS-CNT          PIC 9(7).
               10  WS-OPR-BENE-CNT            PIC 9(7).
               10  WS-OPR-ACCOUNTABLE-CNT     PIC 9(7).
               10  WS-OPR-NOT-FOUND-CNT       PIC 9(7).

       01  WS-COUNTERS.
           05  WS-LOG-READ-CNT                PIC 9(9) VALUE 0.
           05  WS-LOG-SELECTED-CNT            PIC 9(9) VALUE 0.
           05  WS-TOTAL-BENE-CNT              PIC 9(9) VALUE 0.
           05  WS-OUTLIER-CNT                 PIC 9(5) VALUE 0.
           05  WS-OPER-OVERFLOW-CNT           PIC 9(5) VALUE 0.
           05  WS-OPER-CNT-DISP               PIC 9(4).

       01  WS-AVERAGE-BENES                   PIC 9(7)V9(2) VALUE 0.
       01  WS-OUTLIER-THRESHOLD               PIC 9(9)V9(2) VALUE 0.

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR119 - MONTHLY PHI ACCESS OUTLIERS BY OPERATOR".

       01  WS-HEADING-2.
           05  FILLER                 PIC X(6)  VALUE "MONTH ".
           05  WS-H2-MONTH                    PIC 9(6).
           05  FILLER                 PIC X(20) VALUE
               "   AVG BENES/OPER ".
           05  WS-H2-AVERAGE                  PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(14) VALUE
               "   THRESHOLD ".
           05  WS-H2-THRESHOLD                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(30) VALUE
               "   * = OUTLIER".

       01  WS-HEADING-3.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "OPERATOR".
           05  FILLER                 PIC X(11) VALUE "   ACCESSES".
           05  FILLER                 PIC X(11) VALUE "      BENES".
           05  FILLER                 PIC X(13) VALUE "  ACCOUNTABLE".
           05  FILLER                 PIC X(11) VALUE "  NOT FOUND".

       01  WS-OPER-LINE.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-OPL-STAR                    PIC X(1).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-OPL-OPER-ID                 PIC X(9).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-OPL-ACCESS-CNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-OPL-BENE-CNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                         PIC X(4)  VALUE SPACES.
           05  WS-OPL-ACCOUNTABLE-CNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-OPL-NOT-FOUND-CNT           PIC Z,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.
           PERFORM 0100-LOAD-PARAMETERS.

           IF WS-RUN-MM = 1
               COMPUTE WS-RPT-CCYY = WS-RUN-CCYY - 1
               MOVE 12 TO WS-RPT-MM
           ELSE
               MOVE WS-RUN-CCYY TO WS-RPT-CCYY
               COMPUTE WS-RPT-MM = WS-RUN-MM - 1
           END-IF.
           PERFORM 1000-READ-MONTH-CARD.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-OPER-ID
               ON ASCENDING KEY SW-HIC-NO
               INPUT PROCEDURE 2000-SELECT-ACCESSES
               OUTPUT PROCEDURE 3000-WRITE-REPORT.

           GOBACK.

       0100-LOAD-PARAMETERS.
           MOVE "OUTLIER-FACTOR" TO WS-PARM-NAME.
           CALL "FSR085" USING WS-PARM-PROGRAM WS-PARM-NAME
                               WS-RUN-DATE-8 WS-PARM-VALUE
                               WS-PARM-RC.
           IF WS-PARM-FOUND
               COMPUTE WS-OUTLIER-FACTOR =
                   FUNCTION NUMVAL (WS-PARM-VALUE)
           END-IF.

           MOVE "OUTLIER-MIN-BENES" TO WS-PARM-NAME.
           CALL "FSR085" USING WS-PARM-PROGRAM WS-PARM-NAME
                               WS-RUN-DATE-8 WS-PARM-VALUE
                               WS-PARM-RC.
           IF WS-PARM-FOUND
               COMPUTE WS-OUTLIER-MIN-BENES =
                   FUNCTION NUMVAL (WS-PARM-VALUE)
           END-IF.

      *    THE CARD FILE IS OPTIONAL - THE MONTHLY SCHEDULED RUN HAS
      *    NONE AND REPORTS THE PRIOR MONTH.
       1000-READ-MONTH-CARD.
           OPEN INPUT OUTLIER-CARD-FILE.
           IF WS-CARD-OK
               READ OUTLIER-CARD-FILE
                   AT END SET WS-CARD-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CARD-EOF
                   IF OUTLIER-CARD-RECORD (1:6) = "MONTH="
                      AND OUTLIER-CARD-RECORD (7:6) IS NUMERIC
                       MOVE OUTLIER-CARD-RECORD (7:6)
                           TO WS-REPORT-MONTH
                   ELSE
                       DISPLAY "FSR119 - UNKNOWN CARD: "
                           OUTLIER-CARD-RECORD (1:20)
                   END-IF
                   READ OUTLIER-CARD-FILE
                       AT END SET WS-CARD-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OUTLIER-CARD-FILE
           END-IF.

       2000-SELECT-ACCESSES.
           OPEN INPUT ACCESS-LOG-FILE.

           READ ACCESS-LOG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-LOG-READ-CNT
               IF ACLG-ACCESS-DT-CYMD (1:6) = WS-REPORT-MONTH
                  AND NOT ACLG-SOURCE-S-SCHEDULED
                   PERFORM 2100-RELEASE-ACCESS
               END-IF
               READ ACCESS-LOG-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ACCESS-LOG-FILE.

       2100-RELEASE-ACCESS.
           MOVE ACLG-OPER-ID TO SW-OPER-ID.
           MOVE ACLG-HIC-NO  TO SW-HIC-NO.
           IF ACLG-PURPOSE-ACCOUNTABLE
               MOVE 'Y' TO SW-ACCOUNTABLE-SW
           ELSE
               MOVE 'N' TO SW-ACCOUNTABLE-SW
           END-IF.
           IF ACLG-ACCESS-N-NOT-FOUND
               MOVE 'Y' TO SW-NOT-FOUND-SW
           ELSE
               MOVE 'N' TO SW-NOT-FOUND-SW
           END-IF.
           ADD 1 TO WS-LOG-SELECTED-CNT.
           RELEASE SORT-WORK-RECORD.

       3000-WRITE-REPORT.
           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               PERFORM 3100-PROCESS-SORTED-ACCESS
               RETURN SORT-WORK-FILE
                   AT END SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-REC
               PERFORM 3300-STORE-OPERATOR
           END-IF.

           IF WS-OPER-CNT > 0
               COMPUTE WS-AVERAGE-BENES ROUNDED =
                   WS-TOTAL-BENE-CNT / WS-OPER-CNT
           END-IF.
           COMPUTE WS-OUTLIER-THRESHOLD =
               WS-AVERAGE-BENES * WS-OUTLIER-FACTOR.
           IF WS-OUTLIER-THRESHOLD < WS-OUTLIER-MIN-BENES
               MOVE WS-OUTLIER-MIN-BENES TO WS-OUTLIER-THRESHOLD
           END-IF.

           OPEN OUTPUT OUTLIER-RPT-FILE.
           MOVE WS-REPORT-MONTH      TO WS-H2-MONTH.
           MOVE WS-AVERAGE-BENES     TO WS-H2-AVERAGE.
           MOVE WS-OUTLIER-THRESHOLD TO WS-H2-THRESHOLD.
           WRITE OUTLIER-RPT-LINE FROM WS-HEADING-1.
           WRITE OUTLIER-RPT-LINE FROM WS-HEADING-2.
           WRITE OUTLIER-RPT-LINE FROM WS-HEADING-3.

           PERFORM 3400-PRINT-OPERATOR
               VARYING WS-OPNDX FROM 1 BY 1
               UNTIL WS-OPNDX > WS-OPER-CNT.

           PERFORM 9000-WRITE-SUMMARY.
           CLOSE OUTLIER-RPT-FILE.

       3100-PROCESS-SORTED-ACCESS.
           IF WS-FIRST-REC
               MOVE 'N' TO WS-FIRST-REC-SW
               PERFORM 3150-START-OPERATOR
           ELSE
               IF SW-OPER-ID NOT = WS-PRIOR-OPER-ID
                   PERFORM 3300-STORE-OPERATOR
                   PERFORM 3150-START-OPERATOR
               END-IF
           END-IF.

           ADD 1 TO WS-OA-ACCESS-CNT.
           IF SW-HIC-NO NOT = WS-PRIOR-HIC-NO
               ADD 1 TO WS-OA-BENE-CNT
               MOVE SW-HIC-NO TO WS-PRIOR-HIC-NO
           END-IF.
           IF SW-ACCOUNTABLE
               ADD 1 TO WS-OA-ACCOUNTABLE-CNT
           END-IF.
           IF SW-NOT-FOUND
               ADD 1 TO WS-OA-NOT-FOUND-CNT
           END-IF.

       3150-START-OPERATOR.
           MOVE SW-OPER-ID  TO WS-PRIOR-OPER-ID.
           MOVE LOW-VALUES  TO WS-PRIOR-HIC-NO.
           INITIALIZE WS-OPER-ACCUM.

      *    THE TABLE HOLDS AT MOST 1000 OPERATORS.  EXCESS OPERATORS
      *    ARE COUNTED AS OVERFLOW AND LEFT OUT OF THE AVERAGE.
       3300-STORE-OPERATOR.
           IF WS-OPER-CNT < 1000
               ADD 1 TO WS-OPER-CNT
               SET WS-OPNDX TO WS-OPER-CNT
               MOVE WS-PRIOR-OPER-ID   TO WS-OPR-OPER-ID (WS-OPNDX)
               MOVE WS-OA-ACCESS-CNT   TO WS-OPR-ACCESS-CNT (WS-OPNDX)
               MOVE WS-OA-BENE-CNT     TO WS-OPR-BENE-CNT (WS-OPNDX)
               MOVE WS-OA-ACCOUNTABLE-CNT
                   TO WS-OPR-ACCOUNTABLE-CNT (WS-OPNDX)
               MOVE WS-OA-NOT-FOUND-CNT
                   TO WS-OPR-NOT-FOUND-CNT (WS-OPNDX)
               ADD WS-OA-BENE-CNT TO WS-TOTAL-BENE-CNT
           ELSE
               ADD 1 TO WS-OPER-OVERFLOW-CNT
           END-IF.

       3400-PRINT-OPERATOR.
           IF WS-OPR-BENE-CNT (WS-OPNDX) >= WS-OUTLIER-THRESHOLD
               MOVE '*' TO WS-OPL-STAR
               ADD 1 TO WS-OUTLIER-CNT
           ELSE
               MOVE SPACE TO WS-OPL-STAR
           END-IF.
           MOVE WS-OPR-OPER-ID (WS-OPNDX)    TO WS-OPL-OPER-ID.
           MOVE WS-OPR-ACCESS-CNT (WS-OPNDX) TO WS-OPL-ACCESS-CNT.
           MOVE WS-OPR-BENE-CNT (WS-OPNDX)   TO WS-OPL-BENE-CNT.
           MOVE WS-OPR-ACCOUNTABLE-CNT (WS-OPNDX)
               TO WS-OPL-ACCOUNTABLE-CNT.
           MOVE WS-OPR-NOT-FOUND-CNT (WS-OPNDX)
               TO WS-OPL-NOT-FOUND-CNT.
           WRITE OUTLIER-RPT-LINE FROM WS-OPER-LINE.

       9000-WRITE-SUMMARY.
           MOVE WS-OPER-CNT TO WS-OPER-CNT-DISP.
           MOVE SPACES TO OUTLIER-RPT-LINE.
           WRITE OUTLIER-RPT-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "LOG RECORDS READ: " WS-LOG-READ-CNT
               "  ACCESSES IN MONTH: " WS-LOG-SELECTED-CNT
               "  OPERATORS: " WS-OPER-CNT-DISP
               "  OUTLIERS: " WS-OUTLIER-CNT
               "  OPERATORS PAST TABLE LIMIT: " WS-OPER-OVERFLOW-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE OUTLIER-RPT-LINE FROM WS-SUMMARY-LINE.
