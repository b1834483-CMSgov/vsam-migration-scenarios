      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR118                                             *
      ***                                                             *
      *** DESCRIPTION: HIPAA ACCOUNTING-OF-DISCLOSURES REPORT.  RUN   *
      ***   ON REQUEST BY PRIVACY WHEN A BENEFICIARY ASKS WHO HAS     *
      ***   SEEN THEIR INFORMATION.  READS THE PHI ACCESS LOG         *
      ***   (FSRCACLG, WRITTEN THROUGH FSR117 BY FSR039, FSR020 AND   *
      ***   FSR007) AND LISTS, PER REQUESTED BENEFICIARY, EVERY       *
      ***   ACCESS IN THE ACCOUNTING PERIOD IN DATE/TIME ORDER -      *
      ***   OPERATOR, PROGRAM, DCN, PURPOSE, SOURCE AND ACCESS TYPE.  *
      ***   ACCESSES WHOSE PURPOSE IS SUBJECT TO THE ACCOUNTING (THE  *
      ***   FSRCACLG ACCOUNTABLE PURPOSES - OVERSIGHT/AUDIT, LEGAL,   *
      ***   RESEARCH) ARE STARRED AND COUNTED SEPARATELY; TREATMENT,  *
      ***   PAYMENT, OPERATIONS AND BENEFICIARY-REQUEST ACCESSES ARE  *
      ***   LISTED FOR COMPLETENESS.  A REQUESTED BENEFICIARY WITH    *
      ***   NOTHING ON THE LOG GETS AN EXPLICIT NONE-RECORDED LINE.   *
      ***                                                             *
      ***   REQUEST CARDS, FSR082 CARD STYLE, STARTING IN COLUMN 1:   *
      ***     'HIC-NO=' - BENEFICIARY, HIC-NO OR MBI AS LOGGED, IN    *
      ***                 COLUMN 8 - ONE CARD EACH, UP TO 50;         *
      ***     'FROM-DT=' - PERIOD START CCYYMMDD IN COLUMN 9.  THE    *
      ***                 DEFAULT IS THE HIPAA SIX-YEAR LOOKBACK FROM *
      ***                 THE RUN DATE.  THE PERIOD ENDS ON THE RUN   *
      ***                 DATE.                                       *
      ***                                                             *
      *** INPUT:  ACCESS-LOG-FILE       - FSRCACLG SHAPE              *
      ***         DISCL-CARD-FILE       - REQUEST CARDS               *
      *** OUTPUT: DISCL-RPT-FILE        - ACCOUNTING OF DISCLOSURES   *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR118.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESLOG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT DISCL-CARD-FILE ASSIGN TO "DISCCARD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISCL-RPT-FILE ASSIGN TO "DISCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.

       FD  ACCESS-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

       REPLACE ==:FSSC:== BY ==ACLG==.
       COPY FSRCACLG.
       REPLACE OFF.

       FD  DISCL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DISCL-CARD-RECORD                  PIC X(80).

       FD  DISCL-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DISCL-RPT-LINE                     PIC X(132).

       SD  SORT-WORK-FILE.

       REPLACE ==:FSSC:== BY ==SW==.
       COPY FSRCACLG.
       REPLACE OFF.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-CARD-EOF-SW                 PIC X(1) VALUE 'N'.
               88  WS-CARD-EOF                       VALUE 'Y'.
           05  WS-FIRST-REC-SW                PIC X(1) VALUE 'Y'.
               88  WS-FIRST-REC                      VALUE 'Y'.

       01  WS-RUN-DATE-8                      PIC 9(8).
       01  WS-FROM-DT                         PIC 9(8).

      *    THE REQUESTED BENEFICIARIES, AS KEYED ON THE CARDS.  THE
      *    FOUND SWITCH DRIVES THE NONE-RECORDED LINES AT THE END.
       01  WS-REQUEST-TABLE.
           05  WS-REQ-CNT                 COMP PIC S9(4) VALUE 0.
           05  WS-REQ-ENTRY               OCCURS 50 TIMES
                                          INDEXED BY WS-RQNDX.
               10  WS-REQ-HIC-NO              PIC X(12).
               10  WS-REQ-FOUND-SW            PIC X(1).
                   88  WS-REQ-FOUND                  VALUE 'Y'.

       01  WS-PRIOR-HIC-NO                    PIC X(12).

       01  WS-BENE-ACCUM.
           05  WS-BA-ACCESS-CNT               PIC 9(7).
           05  WS-BA-ACCOUNTABLE-CNT          PIC 9(7).

       01  WS-COUNTERS.
           05  WS-LOG-READ-CNT                PIC 9(9) VALUE 0.
           05  WS-LOG-SELECTED-CNT            PIC 9(9) VALUE 0.
           05  WS-REQ-OVERFLOW-CNT            PIC 9(5) VALUE 0.
           05  WS-REQ-CNT-DISP                PIC 9(2).

      *    PURPOSE AND ACCESS-TYPE DESCRIPTIONS FOR THE DETAIL LINE.
       01  WS-PURPOSE-TEXT                    PIC X(12).
       01  WS-TYPE-TEXT                       PIC X(9).

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR118 - ACCOUNTING OF DISCLOSURES OF BENEFICIARY PHI".

       01  WS-HEADING-2.
           05  FILLER                 PIC X(7)  VALUE "PERIOD ".
           05  WS-H2-FROM-DT                  PIC 9(8).
           05  FILLER                 PIC X(4)  VALUE " TO ".
           05  WS-H2-TO-DT                    PIC 9(8).
           05  FILLER                 PIC X(40) VALUE
               "   * = SUBJECT TO HIPAA ACCOUNTING".

       01  WS-HEADING-3.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "DATE".
           05  FILLER                 PIC X(8)  VALUE "TIME".
           05  FILLER                 PIC X(11) VALUE "OPERATOR".
           05  FILLER                 PIC X(10) VALUE "PROGRAM".
           05  FILLER                 PIC X(25) VALUE "DCN".
           05  FILLER                 PIC X(15) VALUE "PURPOSE".
           05  FILLER                 PIC X(8)  VALUE "SOURCE".
           05  FILLER                 PIC X(9)  VALUE "ACCESS".

       01  WS-BENE-HEAD-LINE.
           05  FILLER                 PIC X(12) VALUE "BENEFICIARY ".
           05  WS-BHL-HIC-NO                  PIC X(12).

       01  WS-DETAIL-LINE.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-STAR                    PIC X(1).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-DATE                    PIC 9(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-TIME                    PIC 9(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-OPER-ID                 PIC X(9).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-PROGRAM-ID              PIC X(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-DCN                     PIC X(23).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-PURPOSE-CD              PIC X(1).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-PURPOSE-TEXT            PIC X(12).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-SOURCE                  PIC X(7).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-TYPE-TEXT               PIC X(9).

       01  WS-BENE-TOTAL-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "ACCESSES: ".
           05  WS-BTL-ACCESS-CNT              PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(28) VALUE
               "  SUBJECT TO ACCOUNTING: ".
           05  WS-BTL-ACCOUNTABLE-CNT         PIC ZZZ,ZZ9.

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(40) VALUE
               "NO ACCESS RECORDED IN THE PERIOD".

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.
           COMPUTE WS-FROM-DT = WS-RUN-DATE-8 - 60000.

           PERFORM 1000-READ-REQUEST-CARDS.

           IF WS-REQ-CNT = 0
               DISPLAY "FSR118 - NO HIC-NO= REQUEST CARD - NOTHING "
                   "TO REPORT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-HIC-NO
               ON ASCENDING KEY SW-ACCESS-DT-CYMD
               ON ASCENDING KEY SW-ACCESS-TIME
               INPUT PROCEDURE 2000-SELECT-ACCESSES
               OUTPUT PROCEDURE 3000-WRITE-REPORT.

           GOBACK.

       1000-READ-REQUEST-CARDS.
           OPEN INPUT DISCL-CARD-FILE.

           READ DISCL-CARD-FILE
               AT END SET WS-CARD-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-CARD-EOF
               PERFORM 1010-APPLY-REQUEST-CARD
               READ DISCL-CARD-FILE
                   AT END SET WS-CARD-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DISCL-CARD-FILE.

       1010-APPLY-REQUEST-CARD.
           EVALUATE TRUE
               WHEN DISCL-CARD-RECORD (1:7) = "HIC-NO="
                   AND DISCL-CARD-RECORD (8:12) NOT = SPACES
                   IF WS-REQ-CNT < 50
                       ADD 1 TO WS-REQ-CNT
                       SET WS-RQNDX TO WS-REQ-CNT
                       MOVE DISCL-CARD-RECORD (8:12)
                           TO WS-REQ-HIC-NO (WS-RQNDX)
                       MOVE 'N' TO WS-REQ-FOUND-SW (WS-RQNDX)
                   ELSE
                       ADD 1 TO WS-REQ-OVERFLOW-CNT
                   END-IF
               WHEN DISCL-CARD-RECORD (1:8) = "FROM-DT="
                   AND DISCL-CARD-RECORD (9:8) IS NUMERIC
                   MOVE DISCL-CARD-RECORD (9:8) TO WS-FROM-DT
               WHEN OTHER
                   DISPLAY "FSR118 - UNKNOWN REQUEST CARD: "
                       DISCL-CARD-RECORD (1:20)
           END-EVALUATE.

       2000-SELECT-ACCESSES.
           OPEN INPUT ACCESS-LOG-FILE.

           READ ACCESS-LOG-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-LOG-READ-CNT
               PERFORM 2100-SELECT-ONE-ACCESS
               READ ACCESS-LOG-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ACCESS-LOG-FILE.

       2100-SELECT-ONE-ACCESS.
           IF ACLG-ACCESS-DT-CYMD >= WS-FROM-DT
              AND ACLG-ACCESS-DT-CYMD <= WS-RUN-DATE-8
               SET WS-RQNDX TO 1
               SEARCH WS-REQ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RQNDX > WS-REQ-CNT
                       CONTINUE
                   WHEN WS-REQ-HIC-NO (WS-RQNDX) = ACLG-HIC-NO
                       SET WS-REQ-FOUND (WS-RQNDX) TO TRUE
                       ADD 1 TO WS-LOG-SELECTED-CNT
                       RELEASE SW-ACCESS-LOG-RECORD
                           FROM ACLG-ACCESS-LOG-RECORD
               END-SEARCH
           END-IF.

       3000-WRITE-REPORT.
           OPEN OUTPUT DISCL-RPT-FILE.
           MOVE WS-FROM-DT     TO WS-H2-FROM-DT.
           MOVE WS-RUN-DATE-8  TO WS-H2-TO-DT.
           WRITE DISCL-RPT-LINE FROM WS-HEADING-1.
           WRITE DISCL-RPT-LINE FROM WS-HEADING-2.
           WRITE DISCL-RPT-LINE FROM WS-HEADING-3.

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
               PERFORM 3400-PRINT-BENE-TOTAL
           END-IF.

           PERFORM 3500-PRINT-NONE-RECORDED
               VARYING WS-RQNDX FROM 1 BY 1
               UNTIL WS-RQNDX > WS-REQ-CNT.

           PERFORM 9000-WRITE-SUMMARY.
           CLOSE DISCL-RPT-FILE.

       3100-PROCESS-SORTED-ACCESS.
           IF WS-FIRST-REC
               MOVE 'N' TO WS-FIRST-REC-SW
               PERFORM 3150-START-BENEFICIARY
           ELSE
               IF SW-HIC-NO NOT = WS-PRIOR-HIC-NO
                   PERFORM 3400-PRINT-BENE-TOTAL
                   PERFORM 3150-START-BENEFICIARY
               END-IF
           END-IF.

           PERFORM 3200-PRINT-ACCESS.

       3150-START-BENEFICIARY.
           MOVE SW-HIC-NO TO WS-PRIOR-HIC-NO.
           INITIALIZE WS-BENE-ACCUM.
           MOVE SPACES TO DISCL-RPT-LINE.
           WRITE DISCL-RPT-LINE.
           MOVE SW-HIC-NO TO WS-BHL-HIC-NO.
           WRITE DISCL-RPT-LINE FROM WS-BENE-HEAD-LINE.

       3200-PRINT-ACCESS.
           ADD 1 TO WS-BA-ACCESS-CNT.
           IF SW-PURPOSE-ACCOUNTABLE
               ADD 1 TO WS-BA-ACCOUNTABLE-CNT
               MOVE '*' TO WS-DTL-STAR
           ELSE
               MOVE SPACE TO WS-DTL-STAR
           END-IF.

           EVALUATE TRUE
               WHEN SW-PURPOSE-T-TREATMENT
                   MOVE "TREATMENT"    TO WS-PURPOSE-TEXT
               WHEN SW-PURPOSE-P-PAYMENT
                   MOVE "PAYMENT"      TO WS-PURPOSE-TEXT
               WHEN SW-PURPOSE-O-OPERATIONS
                   MOVE "OPERATIONS"   TO WS-PURPOSE-TEXT
               WHEN SW-PURPOSE-B-BENEFICIARY
                   MOVE "BENE REQUEST" TO WS-PURPOSE-TEXT
               WHEN SW-PURPOSE-A-OVERSIGHT-AUDIT
                   MOVE "OVERSIGHT"    TO WS-PURPOSE-TEXT
               WHEN SW-PURPOSE-L-LEGAL
                   MOVE "LEGAL"        TO WS-PURPOSE-TEXT
               WHEN SW-PURPOSE-R-RESEARCH
                   MOVE "RESEARCH"     TO WS-PURPOSE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN"      TO WS-PURPOSE-TEXT
           END-EVALUATE.

           EVALUATE TRUE
               WHEN SW-ACCESS-V-VIEWED
                   MOVE "VIEWED"       TO WS-TYPE-TEXT
               WHEN SW-ACCESS-P-PRINTED
                   MOVE "PRINTED"      TO WS-TYPE-TEXT
               WHEN SW-ACCESS-A-ASSEMBLED
                   MOVE "ASSEMBLED"    TO WS-TYPE-TEXT
               WHEN SW-ACCESS-N-NOT-FOUND
                   MOVE "NOT FOUND"    TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE SPACES         TO WS-TYPE-TEXT
           END-EVALUATE.

           EVALUATE TRUE
               WHEN SW-SOURCE-O-ONLINE
                   MOVE "ONLINE"       TO WS-DTL-SOURCE
               WHEN SW-SOURCE-R-REQUESTED
                   MOVE "REQUEST"      TO WS-DTL-SOURCE
               WHEN OTHER
                   MOVE "BATCH"        TO WS-DTL-SOURCE
           END-EVALUATE.

           MOVE SW-ACCESS-DT-CYMD  TO WS-DTL-DATE.
           MOVE SW-ACCESS-TIME     TO WS-DTL-TIME.
           MOVE SW-OPER-ID         TO WS-DTL-OPER-ID.
           MOVE SW-PROGRAM-ID      TO WS-DTL-PROGRAM-ID.
           MOVE SW-DCN             TO WS-DTL-DCN.
           MOVE SW-PURPOSE-CD      TO WS-DTL-PURPOSE-CD.
           MOVE WS-PURPOSE-TEXT    TO WS-DTL-PURPOSE-TEXT.
           MOVE WS-TYPE-TEXT       TO WS-DTL-TYPE-TEXT.
           WRITE DISCL-RPT-LINE FROM WS-DETAIL-LINE.

       3400-PRINT-BENE-TOTAL.
           MOVE WS-BA-ACCESS-CNT       TO WS-BTL-ACCESS-CNT.
           MOVE WS-BA-ACCOUNTABLE-CNT  TO WS-BTL-ACCOUNTABLE-CNT.
           WRITE DISCL-RPT-LINE FROM WS-BENE-TOTAL-LINE.

       3500-PRINT-NONE-RECORDED.
           IF NOT WS-REQ-FOUND (WS-RQNDX)
               MOVE SPACES TO DISCL-RPT-LINE
               WRITE DISCL-RPT-LINE
               MOVE WS-REQ-HIC-NO (WS-RQNDX) TO WS-BHL-HIC-NO
               WRITE DISCL-RPT-LINE FROM WS-BENE-HEAD-LINE
               WRITE DISCL-RPT-LINE FROM WS-NONE-LINE
           END-IF.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO DISCL-RPT-LINE.
           WRITE DISCL-RPT-LINE.
           MOVE WS-REQ-CNT TO WS-REQ-CNT-DISP.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "LOG RECORDS READ: " WS-LOG-READ-CNT
               "  ACCESSES LISTED: " WS-LOG-SELECTED-CNT
               "  BENEFICIARIES REQUESTED: " WS-REQ-CNT-DISP
               "  REQUESTS PAST TABLE LIMIT: " WS-REQ-OVERFLOW-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE DISCL-RPT-LINE FROM WS-SUMMARY-LINE.
