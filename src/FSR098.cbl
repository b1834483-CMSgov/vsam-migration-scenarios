      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR098                                             *
      ***                                                             *
      *** DESCRIPTION: RAC/ZPIC RECOVERY LEDGER MONTHLY INVENTORY AND *
      ***   AGING.  READS THE WHOLE RAC-LEDGER-FILE (FSRCRACL SHAPE,  *
      ***   MAINTAINED NIGHTLY BY FSR097) IN KEY SEQUENCE THE WAY THE *
      ***   FSR073/FSR095 EXTRACTS DO.  EVERY ITEM STILL OPEN - UNDER *
      ***   REVIEW OR WITH AN OVERPAYMENT DETERMINED BUT NOT YET      *
      ***   RECOVERED - IS LISTED WITH ITS AGE IN DAYS SINCE THE      *
      ***   LEDGER ENTRY OPENED.  ALL ITEMS ARE THEN ROLLED UP BY     *
      ***   CONTRACTOR (RAC, ZPIC, OR OVERPAYMENT FLAG ONLY) AND      *
      ***   CONTRACTOR REGION: COUNTS BY STATUS, ITEMS CLOSED THIS    *
      ***   MONTH, OVERPAYMENT DETERMINED, RECOVERED AND OUTSTANDING  *
      ***   DOLLARS, AND THE OPEN ITEMS IN THE 0-30/31-60/61-90/91+   *
      ***   AGING BUCKETS.  THE REGION ROLLUP PRINTS AFTER THE        *
      ***   LISTING WITH A GRAND-TOTAL LINE.                          *
      ***                                                             *
      *** FILE:   RAC-LEDGER-FILE     - RECOVERY LEDGER, BY ROOT DCN  *
      *** OUTPUT: RAC-INVT-RPT-FILE   - INVENTORY AND AGING REPORT    *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR098.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAC-LEDGER-FILE ASSIGN TO "RACLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RACL-KEY
               FILE STATUS IS WS-RACL-FILE-STATUS.

           SELECT RAC-INVT-RPT-FILE ASSIGN TO "RACINRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RAC-LEDGER-FILE.

       REPLACE ==:FSSC:== BY ==RACL==.
       COPY FSRCRACL.
       REPLACE OFF.

       FD  RAC-INVT-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RAC-INVT-RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-RACL-FILE-STATUS                PIC X(2).
           88  WS-RACL-OK                         VALUE '00'.
           88  WS-RACL-NOT-FOUND                  VALUE '23'.
           88  WS-RACL-DUPLICATE                  VALUE '22'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-RGN-FOUND-SW                PIC X(1).
               88  WS-RGN-FOUND                      VALUE 'Y'.

       01  WS-DATE-WORK.
           05  WS-RUN-DATE-8                  PIC 9(8).
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-8.
               10  WS-RUN-YYYYMM              PIC 9(6).
               10  FILLER                     PIC 9(2).
           05  WS-RUN-DATE-INT                COMP PIC S9(9).
           05  WS-OPEN-DATE-INT               COMP PIC S9(9).
           05  WS-AGE-DAYS                    COMP PIC S9(9).
           05  WS-CLOSED-DATE-8               PIC 9(8).
           05  WS-CLOSED-DATE-R REDEFINES WS-CLOSED-DATE-8.
               10  WS-CLOSED-YYYYMM           PIC 9(6).
               10  FILLER                     PIC 9(2).

       01  WS-COUNTERS.
           05  WS-LEDGER-READ-CNT             PIC 9(7) VALUE 0.
           05  WS-OPEN-LISTED-CNT             PIC 9(7) VALUE 0.
           05  WS-OVERFLOW-CNT                PIC 9(7) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CONTRACTOR                  PIC X(4).
           05  WS-REGION-NAME                 PIC X(10).
           05  WS-OUTSTANDING-AMT         COMP-3 PIC S9(9)V99.
           05  WS-BUCKET                      PIC X(5).

      *** ONE ENTRY PER CONTRACTOR/REGION - A HANDFUL AT MOST, BUT
      *** THE TABLE IS BUILT AS FOUND LIKE EVERY OTHER ROLLUP HERE.
       01  WS-REGION-TABLE.
           05  WS-RGN-CNT                     COMP PIC S9(4) VALUE 0.
           05  WS-RGN-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON WS-RGN-CNT
                   INDEXED BY WS-RGN-NDX.
               10  WS-RGN-CONTRACTOR          PIC X(4).
               10  WS-RGN-REGION-NAME         PIC X(10).
               10  WS-RGN-OPEN-CNT            PIC 9(7).
               10  WS-RGN-DETERM-CNT          PIC 9(7).
               10  WS-RGN-CLOSED-MTH-CNT      PIC 9(7).
               10  WS-RGN-OVERPAY-SUM     COMP-3 PIC S9(11)V99.
               10  WS-RGN-RECOVERED-SUM   COMP-3 PIC S9(11)V99.
               10  WS-RGN-OUTSTAND-SUM    COMP-3 PIC S9(11)V99.
               10  WS-RGN-BKT-0-30-CNT        PIC 9(7).
               10  WS-RGN-BKT-31-60-CNT       PIC 9(7).
               10  WS-RGN-BKT-61-90-CNT       PIC 9(7).
               10  WS-RGN-BKT-91-UP-CNT       PIC 9(7).

       01  WS-GRAND-TOTALS.
           05  WS-TOT-OPEN-CNT                PIC 9(7) VALUE 0.
           05  WS-TOT-DETERM-CNT              PIC 9(7) VALUE 0.
           05  WS-TOT-CLOSED-MTH-CNT          PIC 9(7) VALUE 0.
           05  WS-TOT-OVERPAY-SUM     COMP-3 PIC S9(11)V99 VALUE 0.
           05  WS-TOT-RECOVERED-SUM   COMP-3 PIC S9(11)V99 VALUE 0.
           05  WS-TOT-OUTSTAND-SUM    COMP-3 PIC S9(11)V99 VALUE 0.
           05  WS-TOT-BKT-0-30-CNT            PIC 9(7) VALUE 0.
           05  WS-TOT-BKT-31-60-CNT           PIC 9(7) VALUE 0.
           05  WS-TOT-BKT-61-90-CNT           PIC 9(7) VALUE 0.
           05  WS-TOT-BKT-91-UP-CNT           PIC 9(7) VALUE 0.

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR098 - RAC/ZPIC RECOVERY INVENTORY AND AGING".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(25) VALUE "ROOT DCN".
           05  FILLER                 PIC X(14) VALUE "HIC".
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(6)  VALUE "CONTR".
           05  FILLER                 PIC X(4)  VALUE "RGN".
           05  FILLER                 PIC X(4)  VALUE "ST".
           05  FILLER                 PIC X(10) VALUE "OPENED".
           05  FILLER                 PIC X(16) VALUE "ORIGINAL".
           05  FILLER                 PIC X(16) VALUE "OVERPAYMENT".
           05  FILLER                 PIC X(16) VALUE "RECOVERED".
           05  FILLER                 PIC X(6)  VALUE "AGE".
           05  FILLER                 PIC X(7)  VALUE "BUCKET".

       01  WS-DETAIL-LINE.
           05  WS-DTL-ROOT-DCN                PIC X(23).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-CONTRACTOR              PIC X(4).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-REGION                  PIC X(1).
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-DTL-STATUS                  PIC X(1).
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-DTL-OPEN-DT                 PIC 9(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-ORIG-AMT                PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-OVERPAY-AMT             PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-RECOVERED-AMT           PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-AGE-DAYS                PIC ZZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-BUCKET                  PIC X(5).

       01  WS-RGN-HEADING-1                   PIC X(132) VALUE
           "RECOVERY INVENTORY BY CONTRACTOR AND REGION".
       01  WS-RGN-HEADING-2.
           05  FILLER                 PIC X(6)  VALUE "CONTR".
           05  FILLER                 PIC X(12) VALUE "REGION".
           05  FILLER                 PIC X(9)  VALUE "  REVIEW".
           05  FILLER                 PIC X(9)  VALUE "  DETERM".
           05  FILLER                 PIC X(9)  VALUE "  CLSMTH".
           05  FILLER                 PIC X(16) VALUE "  OVERPAYMENT".
           05  FILLER                 PIC X(16) VALUE "    RECOVERED".
           05  FILLER                 PIC X(16) VALUE "  OUTSTANDING".
           05  FILLER                 PIC X(9)  VALUE "    0-30".
           05  FILLER                 PIC X(9)  VALUE "   31-60".
           05  FILLER                 PIC X(9)  VALUE "   61-90".
           05  FILLER                 PIC X(12) VALUE "     91+".

       01  WS-RGN-LINE.
           05  WS-RGL-CONTRACTOR              PIC X(4).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RGL-REGION-NAME             PIC X(10).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RGL-OPEN-CNT                PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RGL-DETERM-CNT              PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RGL-CLOSED-MTH-CNT          PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RGL-OVERPAY-SUM             PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RGL-RECOVERED-SUM           PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RGL-OUTSTAND-SUM            PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RGL-BKT-0-30-CNT            PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RGL-BKT-31-60-CNT           PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RGL-BKT-61-90-CNT           PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RGL-BKT-91-UP-CNT           PIC ZZZ,ZZ9.

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-8).

           OPEN INPUT RAC-LEDGER-FILE.
           IF NOT WS-RACL-OK
               DISPLAY "FSR098 - RAC LEDGER OPEN FAILED, STATUS "
                   WS-RACL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RAC-INVT-RPT-FILE.
           WRITE RAC-INVT-RPT-LINE FROM WS-HEADING-1.
           WRITE RAC-INVT-RPT-LINE FROM WS-HEADING-2.

           MOVE LOW-VALUES TO RACL-KEY.
           START RAC-LEDGER-FILE KEY IS >= RACL-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START.

           IF NOT WS-EOF
               READ RAC-LEDGER-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-LEDGER-READ-CNT
               PERFORM 2000-PROCESS-LEDGER-ITEM
               READ RAC-LEDGER-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           PERFORM 3000-PRINT-REGION-ROLLUP.
           PERFORM 9000-WRITE-SUMMARY.

           CLOSE RAC-LEDGER-FILE RAC-INVT-RPT-FILE.
           GOBACK.

      *    AN ITEM FLAGGED BY BOTH CONTRACTORS IS CARRIED UNDER THE
      *    RAC; ONE OPENED ONLY BY AN FSSC-OVERPAY FLAG IS "OVPY".
       2000-PROCESS-LEDGER-ITEM.
           EVALUATE TRUE
               WHEN RACL-RAC-REVIEW
                   MOVE "RAC "  TO WS-CONTRACTOR
               WHEN RACL-ZPIC-REVIEW
                   MOVE "ZPIC" TO WS-CONTRACTOR
               WHEN OTHER
                   MOVE "OVPY" TO WS-CONTRACTOR
           END-EVALUATE.

           IF RACL-RAC-REGION = SPACE
               MOVE "UNASSIGNED"        TO WS-REGION-NAME
           ELSE
               MOVE SPACES              TO WS-REGION-NAME
               STRING "REGION " RACL-RAC-REGION
                   DELIMITED BY SIZE INTO WS-REGION-NAME
               END-STRING
           END-IF.

           PERFORM 2100-FIND-REGION-ENTRY.
           IF WS-RGN-FOUND
               PERFORM 2050-ACCUMULATE-ITEM
           END-IF.

       2050-ACCUMULATE-ITEM.
           ADD RACL-OVERPAY-AMT   TO WS-RGN-OVERPAY-SUM (WS-RGN-NDX).
           ADD RACL-RECOVERED-AMT TO WS-RGN-RECOVERED-SUM (WS-RGN-NDX).

           IF RACL-STATUS-C-CLOSED
               MOVE RACL-CLOSED-DT-CYMD TO WS-CLOSED-DATE-8
               IF WS-CLOSED-YYYYMM = WS-RUN-YYYYMM
                   ADD 1 TO WS-RGN-CLOSED-MTH-CNT (WS-RGN-NDX)
               END-IF
           ELSE
               IF RACL-STATUS-D-DETERMINED
                   ADD 1 TO WS-RGN-DETERM-CNT (WS-RGN-NDX)
               ELSE
                   ADD 1 TO WS-RGN-OPEN-CNT (WS-RGN-NDX)
               END-IF
               COMPUTE WS-OUTSTANDING-AMT =
                   RACL-OVERPAY-AMT - RACL-RECOVERED-AMT
               ADD WS-OUTSTANDING-AMT
                   TO WS-RGN-OUTSTAND-SUM (WS-RGN-NDX)
               PERFORM 2200-AGE-AND-LIST
           END-IF.

       2100-FIND-REGION-ENTRY.
           SET WS-RGN-FOUND-SW TO 'N'.
           SET WS-RGN-NDX TO 1.
           SEARCH WS-RGN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RGN-CONTRACTOR (WS-RGN-NDX) = WS-CONTRACTOR
                AND WS-RGN-REGION-NAME (WS-RGN-NDX) = WS-REGION-NAME
                   SET WS-RGN-FOUND TO TRUE
           END-SEARCH.

           IF NOT WS-RGN-FOUND
               IF WS-RGN-CNT < 20
                   ADD 1 TO WS-RGN-CNT
                   SET WS-RGN-NDX TO WS-RGN-CNT
                   MOVE WS-CONTRACTOR
                       TO WS-RGN-CONTRACTOR (WS-RGN-NDX)
                   MOVE WS-REGION-NAME
                       TO WS-RGN-REGION-NAME (WS-RGN-NDX)
                   MOVE 0 TO WS-RGN-OPEN-CNT (WS-RGN-NDX)
                             WS-RGN-DETERM-CNT (WS-RGN-NDX)
                             WS-RGN-CLOSED-MTH-CNT (WS-RGN-NDX)
                             WS-RGN-OVERPAY-SUM (WS-RGN-NDX)
                             WS-RGN-RECOVERED-SUM (WS-RGN-NDX)
                             WS-RGN-OUTSTAND-SUM (WS-RGN-NDX)
                             WS-RGN-BKT-0-30-CNT (WS-RGN-NDX)
                             WS-RGN-BKT-31-60-CNT (WS-RGN-NDX)
                             WS-RGN-BKT-61-90-CNT (WS-RGN-NDX)
                             WS-RGN-BKT-91-UP-CNT (WS-RGN-NDX)
                   SET WS-RGN-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-CNT
               END-IF
           END-IF.

       2200-AGE-AND-LIST.
           MOVE 0 TO WS-AGE-DAYS.
           IF RACL-OPEN-DT-CYMD > 0
               COMPUTE WS-OPEN-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (RACL-OPEN-DT-CYMD)
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-INT - WS-OPEN-DATE-INT
           END-IF.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE "0-30"     TO WS-BUCKET
                   ADD 1 TO WS-RGN-BKT-0-30-CNT (WS-RGN-NDX)
               WHEN WS-AGE-DAYS <= 60
                   MOVE "31-60"    TO WS-BUCKET
                   ADD 1 TO WS-RGN-BKT-31-60-CNT (WS-RGN-NDX)
               WHEN WS-AGE-DAYS <= 90
                   MOVE "61-90"    TO WS-BUCKET
                   ADD 1 TO WS-RGN-BKT-61-90-CNT (WS-RGN-NDX)
               WHEN OTHER
                   MOVE "91+"      TO WS-BUCKET
                   ADD 1 TO WS-RGN-BKT-91-UP-CNT (WS-RGN-NDX)
           END-EVALUATE.

           MOVE RACL-ROOT-DCN            TO WS-DTL-ROOT-DCN.
           MOVE RACL-HIC-NO              TO WS-DTL-HIC-NO.
           MOVE RACL-PROV-6              TO WS-DTL-PROV.
           MOVE WS-CONTRACTOR            TO WS-DTL-CONTRACTOR.
           MOVE RACL-RAC-REGION          TO WS-DTL-REGION.
           MOVE RACL-LEDGER-STATUS       TO WS-DTL-STATUS.
           MOVE RACL-OPEN-DT-CYMD        TO WS-DTL-OPEN-DT.
           MOVE RACL-ORIG-REIMB-AMT      TO WS-DTL-ORIG-AMT.
           MOVE RACL-OVERPAY-AMT         TO WS-DTL-OVERPAY-AMT.
           MOVE RACL-RECOVERED-AMT       TO WS-DTL-RECOVERED-AMT.
           MOVE WS-AGE-DAYS              TO WS-DTL-AGE-DAYS.
           MOVE WS-BUCKET                TO WS-DTL-BUCKET.
           WRITE RAC-INVT-RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-OPEN-LISTED-CNT.

       3000-PRINT-REGION-ROLLUP.
           MOVE SPACES TO RAC-INVT-RPT-LINE.
           WRITE RAC-INVT-RPT-LINE.
           WRITE RAC-INVT-RPT-LINE FROM WS-RGN-HEADING-1.
           WRITE RAC-INVT-RPT-LINE FROM WS-RGN-HEADING-2.

           PERFORM VARYING WS-RGN-NDX FROM 1 BY 1
                   UNTIL WS-RGN-NDX > WS-RGN-CNT
               PERFORM 3100-PRINT-REGION-LINE
           END-PERFORM.

           MOVE "ALL "                 TO WS-RGL-CONTRACTOR.
           MOVE "TOTAL"                TO WS-RGL-REGION-NAME.
           MOVE WS-TOT-OPEN-CNT        TO WS-RGL-OPEN-CNT.
           MOVE WS-TOT-DETERM-CNT      TO WS-RGL-DETERM-CNT.
           MOVE WS-TOT-CLOSED-MTH-CNT  TO WS-RGL-CLOSED-MTH-CNT.
           MOVE WS-TOT-OVERPAY-SUM     TO WS-RGL-OVERPAY-SUM.
           MOVE WS-TOT-RECOVERED-SUM   TO WS-RGL-RECOVERED-SUM.
           MOVE WS-TOT-OUTSTAND-SUM    TO WS-RGL-OUTSTAND-SUM.
           MOVE WS-TOT-BKT-0-30-CNT    TO WS-RGL-BKT-0-30-CNT.
           MOVE WS-TOT-BKT-31-60-CNT   TO WS-RGL-BKT-31-60-CNT.
           MOVE WS-TOT-BKT-61-90-CNT   TO WS-RGL-BKT-61-90-CNT.
           MOVE WS-TOT-BKT-91-UP-CNT   TO WS-RGL-BKT-91-UP-CNT.
           WRITE RAC-INVT-RPT-LINE FROM WS-RGN-LINE.

       3100-PRINT-REGION-LINE.
           MOVE WS-RGN-CONTRACTOR (WS-RGN-NDX)  TO WS-RGL-CONTRACTOR.
           MOVE WS-RGN-REGION-NAME (WS-RGN-NDX) TO WS-RGL-REGION-NAME.
           MOVE WS-RGN-OPEN-CNT (WS-RGN-NDX)    TO WS-RGL-OPEN-CNT.
           MOVE WS-RGN-DETERM-CNT (WS-RGN-NDX)  TO WS-RGL-DETERM-CNT.
           MOVE WS-RGN-CLOSED-MTH-CNT (WS-RGN-NDX)
                                          TO WS-RGL-CLOSED-MTH-CNT.
           MOVE WS-RGN-OVERPAY-SUM (WS-RGN-NDX) TO WS-RGL-OVERPAY-SUM.
           MOVE WS-RGN-RECOVERED-SUM (WS-RGN-NDX)
                                          TO WS-RGL-RECOVERED-SUM.
           MOVE WS-RGN-OUTSTAND-SUM (WS-RGN-NDX)
                                          TO WS-RGL-OUTSTAND-SUM.
           MOVE WS-RGN-BKT-0-30-CNT (WS-RGN-NDX)
                                          TO WS-RGL-BKT-0-30-CNT.
           MOVE WS-RGN-BKT-31-60-CNT (WS-RGN-NDX)
                                          TO WS-RGL-BKT-31-60-CNT.
           MOVE WS-RGN-BKT-61-90-CNT (WS-RGN-NDX)
                                          TO WS-RGL-BKT-61-90-CNT.
           MOVE WS-RGN-BKT-91-UP-CNT (WS-RGN-NDX)
                                          TO WS-RGL-BKT-91-UP-CNT.
           WRITE RAC-INVT-RPT-LINE FROM WS-RGN-LINE.

           ADD WS-RGN-OPEN-CNT (WS-RGN-NDX)   TO WS-TOT-OPEN-CNT.
           ADD WS-RGN-DETERM-CNT (WS-RGN-NDX) TO WS-TOT-DETERM-CNT.
           ADD WS-RGN-CLOSED-MTH-CNT (WS-RGN-NDX)
                                          TO WS-TOT-CLOSED-MTH-CNT.
           ADD WS-RGN-OVERPAY-SUM (WS-RGN-NDX) TO WS-TOT-OVERPAY-SUM.
           ADD WS-RGN-RECOVERED-SUM (WS-RGN-NDX)
                                          TO WS-TOT-RECOVERED-SUM.
           ADD WS-RGN-OUTSTAND-SUM (WS-RGN-NDX)
                                          TO WS-TOT-OUTSTAND-SUM.
           ADD WS-RGN-BKT-0-30-CNT (WS-RGN-NDX)
                                          TO WS-TOT-BKT-0-30-CNT.
           ADD WS-RGN-BKT-31-60-CNT (WS-RGN-NDX)
                                          TO WS-TOT-BKT-31-60-CNT.
           ADD WS-RGN-BKT-61-90-CNT (WS-RGN-NDX)
                                          TO WS-TOT-BKT-61-90-CNT.
           ADD WS-RGN-BKT-91-UP-CNT (WS-RGN-NDX)
                                          TO WS-TOT-BKT-91-UP-CNT.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "LEDGER ITEMS READ: " WS-LEDGER-READ-CNT
               "  OPEN ITEMS LISTED: " WS-OPEN-LISTED-CNT
               "  TABLE OVERFLOW: " WS-OVERFLOW-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE RAC-INVT-RPT-LINE FROM WS-SUMMARY-LINE.
