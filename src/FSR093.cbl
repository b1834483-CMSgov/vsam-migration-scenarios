      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR093                                             *
      ***                                                             *
      *** DESCRIPTION: HOME HEALTH NOA-TO-CLAIM MATCHING AND LUPA     *
      ***   REDUCTION REPORT.  HOME HEALTH BILLS (TYPE OF BILL 032X)  *
      ***   ARE SPLIT INTO NOTICES OF ADMISSION (FREQUENCY 'A') AND   *
      ***   FINAL CLAIMS (FSSC-FREQ-FINAL-BILL).  FROM THE BASE       *
      ***   (TRAILER-SEQ 00) SEGMENT EACH NOA AND CLAIM IS RELEASED   *
      ***   TO A SORT KEYED BY BENEFICIARY, AGENCY AND FROM-DATE      *
      ***   (FSR004 TECHNIQUE).  THE OUTPUT PROCEDURE GATHERS ONE     *
      ***   BENEFICIARY/AGENCY GROUP AT A TIME AND PAIRS A CLAIM WITH *
      ***   AN NOA WHOSE FROM-DATE FALLS INSIDE THE CLAIM'S PERIOD.   *
      ***   UNPAIRED NOAS (NO CLAIM YET) AND UNPAIRED CLAIMS - PLUS   *
      ***   ANY CLAIM FISS ITSELF MARKED FSSC-NOA-CLAIM-MATCH 'N' -   *
      ***   ARE LISTED WITH THEIR AGE IN DAYS SINCE RECEIPT AND THE   *
      ***   STANDARD 0-30/31-60/61-90/91+ BUCKETS.                    *
      ***                                                             *
      ***   ON EVERY SEGMENT (LINES CAN APPEAR ON ANY SEGMENT - SEE   *
      ***   FSR001) THE LINE-LEVEL FSSC-LUPA-RED-AMT AND              *
      ***   FSSC-RETURN-HIPPS1 ARE ACCUMULATED BY AGENCY AND BY       *
      ***   AGENCY/HIPPS CODE, AND THE FSSC-HH-SPLIT-IND SPLIT        *
      ***   PERIODS ARE COUNTED BY AGENCY.  BOTH SUMMARIES PRINT      *
      ***   AFTER THE AGING LISTING WITH THE FSR090 AGENCY NAME.      *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      *** OUTPUT: HH-NOA-RPT-FILE     - NOA MATCH / LUPA REPORT       *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR093.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HH-NOA-RPT-FILE ASSIGN TO "HHNOARPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  HH-NOA-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  HH-NOA-RPT-LINE                    PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

      *    SW-REC-TYPE 'A' (NOA) SORTS AHEAD OF 'C' (CLAIM) FOR THE
      *    SAME BENEFICIARY, AGENCY AND FROM-DATE.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-HIC-NO                      PIC X(12).
           05  SW-PROV-ID                     PIC X(6).
           05  SW-FROM-DT                     PIC 9(8).
           05  SW-REC-TYPE                    PIC X(1).
               88  SW-NOA                            VALUE 'A'.
               88  SW-CLAIM                          VALUE 'C'.
           05  SW-THRU-DT                     PIC 9(8).
           05  SW-RECD-DT                     PIC 9(8).
           05  SW-DCN                         PIC X(23).
           05  SW-NOA-MATCH-IND               PIC X(1).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-HH-BILL-SW                  PIC X(1) VALUE 'N'.
               88  WS-HH-BILL                        VALUE 'Y'.
           05  WS-PROV-FOUND-SW               PIC X(1).
               88  WS-PROV-FOUND                     VALUE 'Y'.
           05  WS-HIPPS-FOUND-SW              PIC X(1).
               88  WS-HIPPS-FOUND                    VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081.  A FAILURE INSIDE THE
      *    SORT INPUT PROCEDURE RAISES THE ABEND SWITCH; THE REPORT
      *    IS SUPPRESSED AND THE JOB ENDS WITH RETURN CODE 16.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR093".
           05  WS-CTL-ABEND-SW                 PIC X(1) VALUE 'N'.
               88  WS-CTL-ABEND                      VALUE 'Y'.
           05  WS-HEADER-SEEN-SW               PIC X(1) VALUE 'N'.
               88  WS-HEADER-SEEN                    VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW              PIC X(1) VALUE 'N'.
               88  WS-TRAILER-SEEN                   VALUE 'Y'.
           05  WS-CTL-REC-CLASS                PIC X(1).
               88  WS-CTL-CLASS-H-HEADER             VALUE 'H'.
               88  WS-CTL-CLASS-T-TRAILER            VALUE 'T'.
               88  WS-CTL-CLASS-D-DATA               VALUE 'D'.
           05  WS-CTL-RETURN-CODE              PIC X(1).
               88  WS-CTL-OK                         VALUE '0'.
           05  WS-CTL-DATA-CNT                 PIC 9(9) VALUE 0.
           05  WS-CTL-GENERATION-DT            PIC 9(8) VALUE 0.
           05  WS-CTL-CHARGE-HASH          COMP-3 PIC S9(13)V99
                                                   VALUE 0.

       01  WS-DATE-WORK.
           05  WS-RUN-DATE-8                  PIC 9(8).
           05  WS-RUN-DATE-INT                COMP PIC S9(9).
           05  WS-RECD-DATE-INT               COMP PIC S9(9).
           05  WS-AGE-DAYS                    COMP PIC S9(9).

       01  WS-COUNTERS.
           05  WS-NOA-CNT                     PIC 9(7) VALUE 0.
           05  WS-HH-CLAIM-CNT                PIC 9(7) VALUE 0.
           05  WS-PAIRED-CNT                  PIC 9(7) VALUE 0.
           05  WS-OPEN-NOA-CNT                PIC 9(7) VALUE 0.
           05  WS-OPEN-CLAIM-CNT              PIC 9(7) VALUE 0.
           05  WS-FISS-N-CNT                  PIC 9(7) VALUE 0.
           05  WS-BKT-0-30-CNT                PIC 9(7) VALUE 0.
           05  WS-BKT-31-60-CNT               PIC 9(7) VALUE 0.
           05  WS-BKT-61-90-CNT               PIC 9(7) VALUE 0.
           05  WS-BKT-91-UP-CNT               PIC 9(7) VALUE 0.
           05  WS-GROUP-OVERFLOW-CNT          PIC 9(7) VALUE 0.
           05  WS-OVERFLOW-CNT                PIC 9(7) VALUE 0.
           05  WS-PROV-TABLE-CNT          COMP PIC S9(4) VALUE 0.
           05  WS-HIPPS-TABLE-CNT         COMP PIC S9(4) VALUE 0.
           05  WS-GRP-CNT                 COMP PIC S9(4) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-TBL-NDX                 COMP PIC S9(4).
           05  WS-CLM-NDX                 COMP PIC S9(4).
           05  WS-NOA-NDX                 COMP PIC S9(4).
           05  WS-GRP-HIC-NO                  PIC X(12) VALUE SPACES.
           05  WS-GRP-PROV-ID                 PIC X(6)  VALUE SPACES.
           05  WS-SEARCH-PROV-ID              PIC X(6).

      *** ONE BENEFICIARY/AGENCY GROUP OF NOAS AND CLAIMS, HELD UNTIL
      *** THE SORTED KEY CHANGES SO EITHER SIDE CAN PAIR WITH THE
      *** OTHER REGARDLESS OF WHICH FROM-DATE CAME FIRST.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 0 TO 50 TIMES
                            DEPENDING ON WS-GRP-CNT.
               10  WS-GRP-REC-TYPE            PIC X(1).
                   88  WS-GRP-NOA                    VALUE 'A'.
                   88  WS-GRP-CLAIM                  VALUE 'C'.
               10  WS-GRP-FROM-DT             PIC 9(8).
               10  WS-GRP-THRU-DT             PIC 9(8).
               10  WS-GRP-RECD-DT             PIC 9(8).
               10  WS-GRP-DCN                 PIC X(23).
               10  WS-GRP-NOA-MATCH-IND       PIC X(1).
               10  WS-GRP-PAIRED-SW           PIC X(1).
                   88  WS-GRP-PAIRED                 VALUE 'Y'.

      *** NOA MATCHING, LUPA AND SPLIT-PERIOD TOTALS BY AGENCY.
       01  WS-PROV-TABLE.
           05  WS-PROV-ENTRY OCCURS 0 TO 500 TIMES
                             DEPENDING ON WS-PROV-TABLE-CNT
                             INDEXED BY WS-PROV-NDX.
               10  WS-PROV-ID                 PIC X(6).
               10  WS-PROV-NOA-CNT            PIC 9(7).
               10  WS-PROV-CLAIM-CNT          PIC 9(7).
               10  WS-PROV-PAIRED-CNT         PIC 9(7).
               10  WS-PROV-OPEN-NOA-CNT       PIC 9(7).
               10  WS-PROV-OPEN-CLAIM-CNT     PIC 9(7).
               10  WS-PROV-LUPA-LINE-CNT      PIC 9(7).
               10  WS-PROV-LUPA-SUM       COMP-3 PIC S9(11)V99.
               10  WS-PROV-SPLIT-F-CNT        PIC 9(7).
               10  WS-PROV-SPLIT-R-CNT        PIC 9(7).

      *** LINES AND LUPA DOLLARS BY AGENCY AND RETURNED HIPPS CODE.
       01  WS-HIPPS-TABLE.
           05  WS-HIPPS-ENTRY OCCURS 0 TO 1500 TIMES
                              DEPENDING ON WS-HIPPS-TABLE-CNT
                              INDEXED BY WS-HIPPS-NDX.
               10  WS-HIPPS-PROV-ID           PIC X(6).
               10  WS-HIPPS-CD                PIC X(5).
               10  WS-HIPPS-LINE-CNT          PIC 9(7).
               10  WS-HIPPS-LUPA-CNT          PIC 9(7).
               10  WS-HIPPS-LUPA-SUM      COMP-3 PIC S9(11)V99.

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR093 - HOME HEALTH NOA-TO-CLAIM MATCHING AND LUPA REPORT".
       01  WS-HEADING-2                       PIC X(132) VALUE
           "UNMATCHED NOTICES OF ADMISSION AND FINAL CLAIMS".
       01  WS-HEADING-3.
           05  FILLER                 PIC X(13) VALUE "HIC-NO".
           05  FILLER                 PIC X(8)  VALUE "AGENCY".
           05  FILLER                 PIC X(7)  VALUE "TYPE".
           05  FILLER                 PIC X(25) VALUE "DCN".
           05  FILLER                 PIC X(10) VALUE "FROM".
           05  FILLER                 PIC X(10) VALUE "THRU".
           05  FILLER                 PIC X(10) VALUE "RECEIVED".
           05  FILLER                 PIC X(6)  VALUE "AGE".
           05  FILLER                 PIC X(8)  VALUE "BUCKET".
           05  FILLER                 PIC X(5)  VALUE "FISS".
           05  FILLER                 PIC X(30) VALUE "CONDITION".

       01  WS-DETAIL-LINE.
           05  WS-DTL-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-TYPE                    PIC X(5).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-DCN                     PIC X(23).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-FROM-DT                 PIC 9(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-THRU-DT                 PIC 9(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-RECD-DT                 PIC 9(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-AGE-DAYS                PIC ZZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-BUCKET                  PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-FISS-IND                PIC X(1).
           05  FILLER                         PIC X(4)  VALUE SPACES.
           05  WS-DTL-TEXT                    PIC X(30).

       01  WS-PROV-HEADING-1                  PIC X(132) VALUE
           "NOA MATCHING, LUPA AND SPLIT-PERIOD TOTALS BY AGENCY".
       01  WS-PROV-HEADING-2.
           05  FILLER                 PIC X(8)  VALUE "AGENCY".
           05  FILLER                 PIC X(9)  VALUE "NOAS".
           05  FILLER                 PIC X(9)  VALUE "CLAIMS".
           05  FILLER                 PIC X(9)  VALUE "PAIRED".
           05  FILLER                 PIC X(9)  VALUE "OPEN NOA".
           05  FILLER                 PIC X(9)  VALUE "OPEN CLM".
           05  FILLER                 PIC X(9)  VALUE "LUPA LNS".
           05  FILLER                 PIC X(17) VALUE "LUPA REDUCTION".
           05  FILLER                 PIC X(9)  VALUE "SPLIT F".
           05  FILLER                 PIC X(9)  VALUE "SPLIT R".
           05  FILLER                 PIC X(35) VALUE "AGENCY NAME".

       01  WS-PROV-LINE.
           05  WS-PVL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-NOA-CNT                 PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-CLAIM-CNT               PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-PAIRED-CNT              PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-OPEN-NOA-CNT            PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-OPEN-CLAIM-CNT          PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-LUPA-LINE-CNT           PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-LUPA-SUM                PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-PVL-SPLIT-F-CNT             PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-SPLIT-R-CNT             PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-PROV-NAME               PIC X(30).

       01  WS-HIPPS-HEADING-1                 PIC X(132) VALUE
           "RETURNED HIPPS CODES AND LUPA REDUCTIONS BY AGENCY".
       01  WS-HIPPS-HEADING-2.
           05  FILLER                 PIC X(8)  VALUE "AGENCY".
           05  FILLER                 PIC X(7)  VALUE "HIPPS".
           05  FILLER                 PIC X(9)  VALUE "LINES".
           05  FILLER                 PIC X(9)  VALUE "LUPA LNS".
           05  FILLER                 PIC X(99) VALUE "LUPA REDUCTION".

       01  WS-HIPPS-LINE.
           05  WS-HPL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-HPL-HIPPS-CD                PIC X(5).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-HPL-LINE-CNT                PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-HPL-LUPA-CNT                PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-HPL-LUPA-SUM                PIC $$$,$$$,$$9.99.

      *    RESOLVED THROUGH THE FSR090 PROVIDER MASTER LOOKUP - AN
      *    UNKNOWN AGENCY PRINTS THE BARE NUMBER, AS ALWAYS.
       01  WS-PROV-LOOKUP.
           05  WS-LKP-PROV-ID                 PIC X(6).
           05  WS-LKP-PROV-NAME               PIC X(30).
           05  WS-LKP-RC                      PIC X(1).
               88  WS-LKP-FOUND                      VALUE '0'.

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-8).

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-HIC-NO
               ON ASCENDING KEY SW-PROV-ID
               ON ASCENDING KEY SW-FROM-DT
               ON ASCENDING KEY SW-REC-TYPE
               INPUT PROCEDURE 1000-BUILD-SORT-FILE
               OUTPUT PROCEDURE 3000-WRITE-REPORT.

           IF WS-CTL-ABEND
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 9500-WRITE-RUN-CONTROL
           END-IF.

           GOBACK.

      *    ONE RUN-CONTROL RECORD PER NORMAL COMPLETION (FSRCRUNC) -
      *    FSR088 RECONCILES THE CHAIN'S COUNTS FROM THESE.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR093"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-8         TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           MOVE 0                     TO RUNC-RECORDS-WRITTEN.
           MOVE 'C'                   TO RUNC-COMPLETION-STATUS.
           WRITE RUNC-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       1000-BUILD-SORT-FILE.
           OPEN INPUT CLAIM-EXTRACT-FILE.

           READ CLAIM-EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               PERFORM 1500-CHECK-CONTROL-RECORD
               IF WS-CTL-CLASS-D-DATA
                   PERFORM 2000-PROCESS-SEGMENT
               END-IF
               READ CLAIM-EXTRACT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF NOT WS-CTL-ABEND
              AND (NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN)
               DISPLAY "FSR093 - EXTRACT CONTROL FAILURE: HEADER OR "
                   "TRAILER CONTROL RECORD MISSING"
               SET WS-CTL-ABEND TO TRUE
           END-IF.

           CLOSE CLAIM-EXTRACT-FILE.

       1500-CHECK-CONTROL-RECORD.
           CALL "FSR081" USING FSSCCLMS-CLAIM-BASE-PART1
                               WS-CALLER-NAME
                               WS-CTL-DATA-CNT
                               WS-CTL-CHARGE-HASH
                               WS-CTL-REC-CLASS
                               WS-CTL-RETURN-CODE
                               WS-CTL-GENERATION-DT.

           EVALUATE TRUE
               WHEN WS-CTL-CLASS-H-HEADER
                   SET WS-HEADER-SEEN TO TRUE
               WHEN WS-CTL-CLASS-T-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF NOT WS-CTL-OK
                       SET WS-CTL-ABEND TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CTL-DATA-CNT
                   ADD FSSCCLMS-TOTAL-CHARGE-AMOUNT
                       TO WS-CTL-CHARGE-HASH
           END-EVALUATE.

      *    HOME HEALTH IS TYPE OF BILL 032X (LINE OF BUSINESS 3,
      *    SERVICE TYPE 2).  ANYTHING ELSE IS NOT THIS REPORT'S
      *    BUSINESS.
       2000-PROCESS-SEGMENT.
           MOVE 'N' TO WS-HH-BILL-SW.
           IF FSSCCLMS-LOB-CD = 3
              AND FSSCCLMS-SERV-TYP-CD = 2
               SET WS-HH-BILL TO TRUE
           END-IF.

           IF WS-HH-BILL
               MOVE FSSCCLMS-MEDA-PROV-6 TO WS-SEARCH-PROV-ID
               PERFORM 2500-FIND-PROVIDER
               IF FSSCCLMS-TRAILER-SEQ-00-BASE
                   PERFORM 2100-RELEASE-BASE-SEGMENT
               END-IF
               IF FSSCCLMS-LINES > 0
                   PERFORM 2300-ACCUMULATE-LINE
                       VARYING FSSCCLMS-NDX FROM 1 BY 1
                       UNTIL FSSCCLMS-NDX > FSSCCLMS-LINES
               END-IF
           END-IF.

       2100-RELEASE-BASE-SEGMENT.
           EVALUATE TRUE
               WHEN FSSCCLMS-FREQ-A-NOTICE-ELECT
                   ADD 1 TO WS-NOA-CNT
                   MOVE 'A' TO SW-REC-TYPE
               WHEN FSSCCLMS-FREQ-FINAL-BILL
                   ADD 1 TO WS-HH-CLAIM-CNT
                   MOVE 'C' TO SW-REC-TYPE
               WHEN OTHER
                   MOVE SPACE TO SW-REC-TYPE
           END-EVALUATE.

           IF SW-REC-TYPE NOT = SPACE
               IF WS-PROV-FOUND
                   IF SW-NOA
                       ADD 1 TO WS-PROV-NOA-CNT (WS-PROV-NDX)
                   ELSE
                       ADD 1 TO WS-PROV-CLAIM-CNT (WS-PROV-NDX)
                       IF FSSCCLMS-HH-SPLIT-F-FINAL
                           ADD 1 TO WS-PROV-SPLIT-F-CNT (WS-PROV-NDX)
                       END-IF
                       IF FSSCCLMS-HH-SPLIT-R-RAP
                           ADD 1 TO WS-PROV-SPLIT-R-CNT (WS-PROV-NDX)
                       END-IF
                   END-IF
               END-IF
               MOVE FSSCCLMS-HIC-NO               TO SW-HIC-NO
               MOVE FSSCCLMS-MEDA-PROV-6          TO SW-PROV-ID
               MOVE FSSCCLMS-STMT-COV-FROM-DT-CYMD TO SW-FROM-DT
               MOVE FSSCCLMS-STMT-COV-TO-DT-CYMD  TO SW-THRU-DT
               MOVE FSSCCLMS-RECD-DT-CYMD         TO SW-RECD-DT
               MOVE FSSCCLMS-DCN                  TO SW-DCN
               MOVE FSSCCLMS-NOA-CLAIM-MATCH      TO SW-NOA-MATCH-IND
               RELEASE SORT-WORK-RECORD
           END-IF.

       2300-ACCUMULATE-LINE.
           IF WS-PROV-FOUND
              AND FSSCCLMS-LUPA-RED-AMT (FSSCCLMS-NDX) NOT = 0
               ADD 1 TO WS-PROV-LUPA-LINE-CNT (WS-PROV-NDX)
               ADD FSSCCLMS-LUPA-RED-AMT (FSSCCLMS-NDX)
                   TO WS-PROV-LUPA-SUM (WS-PROV-NDX)
           END-IF.

           IF FSSCCLMS-RETURN-HIPPS1 (FSSCCLMS-NDX) NOT = SPACES
               PERFORM 2400-FIND-HIPPS
               IF WS-HIPPS-FOUND
                   ADD 1 TO WS-HIPPS-LINE-CNT (WS-HIPPS-NDX)
                   IF FSSCCLMS-LUPA-RED-AMT (FSSCCLMS-NDX) NOT = 0
                       ADD 1 TO WS-HIPPS-LUPA-CNT (WS-HIPPS-NDX)
                       ADD FSSCCLMS-LUPA-RED-AMT (FSSCCLMS-NDX)
                           TO WS-HIPPS-LUPA-SUM (WS-HIPPS-NDX)
                   END-IF
               END-IF
           END-IF.

       2400-FIND-HIPPS.
           SET WS-HIPPS-FOUND-SW TO 'N'.
           SET WS-HIPPS-NDX TO 1.

           SEARCH WS-HIPPS-ENTRY
               AT END CONTINUE
               WHEN WS-HIPPS-PROV-ID (WS-HIPPS-NDX) =
                    FSSCCLMS-MEDA-PROV-6
                AND WS-HIPPS-CD (WS-HIPPS-NDX) =
                    FSSCCLMS-RETURN-HIPPS1 (FSSCCLMS-NDX)
                   SET WS-HIPPS-FOUND TO TRUE
           END-SEARCH.

           IF NOT WS-HIPPS-FOUND
               IF WS-HIPPS-TABLE-CNT < 1500
                   ADD 1 TO WS-HIPPS-TABLE-CNT
                   SET WS-HIPPS-NDX TO WS-HIPPS-TABLE-CNT
                   MOVE FSSCCLMS-MEDA-PROV-6
                       TO WS-HIPPS-PROV-ID (WS-HIPPS-NDX)
                   MOVE FSSCCLMS-RETURN-HIPPS1 (FSSCCLMS-NDX)
                       TO WS-HIPPS-CD (WS-HIPPS-NDX)
                   MOVE 0 TO WS-HIPPS-LINE-CNT (WS-HIPPS-NDX)
                   MOVE 0 TO WS-HIPPS-LUPA-CNT (WS-HIPPS-NDX)
                   MOVE 0 TO WS-HIPPS-LUPA-SUM (WS-HIPPS-NDX)
                   SET WS-HIPPS-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-CNT
               END-IF
           END-IF.

       2500-FIND-PROVIDER.
           SET WS-PROV-FOUND-SW TO 'N'.
           SET WS-PROV-NDX TO 1.

           SEARCH WS-PROV-ENTRY
               AT END CONTINUE
               WHEN WS-PROV-ID (WS-PROV-NDX) = WS-SEARCH-PROV-ID
                   SET WS-PROV-FOUND TO TRUE
           END-SEARCH.

           IF NOT WS-PROV-FOUND
               IF WS-PROV-TABLE-CNT < 500
                   ADD 1 TO WS-PROV-TABLE-CNT
                   SET WS-PROV-NDX TO WS-PROV-TABLE-CNT
                   MOVE WS-SEARCH-PROV-ID TO WS-PROV-ID (WS-PROV-NDX)
                   MOVE 0 TO WS-PROV-NOA-CNT (WS-PROV-NDX)
                   MOVE 0 TO WS-PROV-CLAIM-CNT (WS-PROV-NDX)
                   MOVE 0 TO WS-PROV-PAIRED-CNT (WS-PROV-NDX)
                   MOVE 0 TO WS-PROV-OPEN-NOA-CNT (WS-PROV-NDX)
                   MOVE 0 TO WS-PROV-OPEN-CLAIM-CNT (WS-PROV-NDX)
                   MOVE 0 TO WS-PROV-LUPA-LINE-CNT (WS-PROV-NDX)
                   MOVE 0 TO WS-PROV-LUPA-SUM (WS-PROV-NDX)
                   MOVE 0 TO WS-PROV-SPLIT-F-CNT (WS-PROV-NDX)
                   MOVE 0 TO WS-PROV-SPLIT-R-CNT (WS-PROV-NDX)
                   SET WS-PROV-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-CNT
               END-IF
           END-IF.

      *    AFTER A CONTROL FAILURE THE SORTED RECORDS ARE DISCARDED
      *    AND NO REPORT IS WRITTEN - HALF A REPORT OFF A BAD FILE IS
      *    EXACTLY WHAT THE CONTROL RECORDS EXIST TO PREVENT.
       3000-WRITE-REPORT.
           IF NOT WS-CTL-ABEND
               PERFORM 3010-PRODUCE-REPORT
           END-IF.

       3010-PRODUCE-REPORT.
           OPEN OUTPUT HH-NOA-RPT-FILE.
           WRITE HH-NOA-RPT-LINE FROM WS-HEADING-1.
           WRITE HH-NOA-RPT-LINE FROM WS-HEADING-2.
           WRITE HH-NOA-RPT-LINE FROM WS-HEADING-3.

           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               IF SW-HIC-NO NOT = WS-GRP-HIC-NO
                  OR SW-PROV-ID NOT = WS-GRP-PROV-ID
                   PERFORM 3100-MATCH-GROUP
                   MOVE SW-HIC-NO  TO WS-GRP-HIC-NO
                   MOVE SW-PROV-ID TO WS-GRP-PROV-ID
               END-IF
               PERFORM 3050-HOLD-SORTED-RECORD
               RETURN SORT-WORK-FILE
                   AT END SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           PERFORM 3100-MATCH-GROUP.

           WRITE HH-NOA-RPT-LINE FROM WS-PROV-HEADING-1.
           WRITE HH-NOA-RPT-LINE FROM WS-PROV-HEADING-2.
           PERFORM 4000-PRINT-AGENCY-TOTAL
               VARYING WS-TBL-NDX FROM 1 BY 1
               UNTIL WS-TBL-NDX > WS-PROV-TABLE-CNT.

           WRITE HH-NOA-RPT-LINE FROM WS-HIPPS-HEADING-1.
           WRITE HH-NOA-RPT-LINE FROM WS-HIPPS-HEADING-2.
           PERFORM 4100-PRINT-HIPPS-TOTAL
               VARYING WS-TBL-NDX FROM 1 BY 1
               UNTIL WS-TBL-NDX > WS-HIPPS-TABLE-CNT.

           PERFORM 9000-WRITE-SUMMARY.
           CLOSE HH-NOA-RPT-FILE.

       3050-HOLD-SORTED-RECORD.
           IF WS-GRP-CNT < 50
               ADD 1 TO WS-GRP-CNT
               MOVE SW-REC-TYPE      TO WS-GRP-REC-TYPE (WS-GRP-CNT)
               MOVE SW-FROM-DT       TO WS-GRP-FROM-DT (WS-GRP-CNT)
               MOVE SW-THRU-DT       TO WS-GRP-THRU-DT (WS-GRP-CNT)
               MOVE SW-RECD-DT       TO WS-GRP-RECD-DT (WS-GRP-CNT)
               MOVE SW-DCN           TO WS-GRP-DCN (WS-GRP-CNT)
               MOVE SW-NOA-MATCH-IND
                   TO WS-GRP-NOA-MATCH-IND (WS-GRP-CNT)
               MOVE 'N'              TO WS-GRP-PAIRED-SW (WS-GRP-CNT)
           ELSE
               ADD 1 TO WS-GROUP-OVERFLOW-CNT
           END-IF.

      *    EACH CLAIM TAKES THE FIRST STILL-UNPAIRED NOA WHOSE FROM-
      *    DATE FALLS WITHIN THE CLAIM'S STATEMENT PERIOD.  WHATEVER
      *    IS LEFT UNPAIRED ON EITHER SIDE IS LISTED AND AGED.
       3100-MATCH-GROUP.
           IF WS-GRP-CNT > 0
               MOVE WS-GRP-PROV-ID TO WS-SEARCH-PROV-ID
               PERFORM 2500-FIND-PROVIDER
               PERFORM 3200-PAIR-ONE-CLAIM
                   VARYING WS-CLM-NDX FROM 1 BY 1
                   UNTIL WS-CLM-NDX > WS-GRP-CNT
               PERFORM 3300-LIST-UNPAIRED
                   VARYING WS-CLM-NDX FROM 1 BY 1
                   UNTIL WS-CLM-NDX > WS-GRP-CNT
           END-IF.
           MOVE 0 TO WS-GRP-CNT.

       3200-PAIR-ONE-CLAIM.
           IF WS-GRP-CLAIM (WS-CLM-NDX)
               PERFORM VARYING WS-NOA-NDX FROM 1 BY 1
                       UNTIL WS-NOA-NDX > WS-GRP-CNT
                          OR WS-GRP-PAIRED (WS-CLM-NDX)
                   IF WS-GRP-NOA (WS-NOA-NDX)
                      AND NOT WS-GRP-PAIRED (WS-NOA-NDX)
                      AND WS-GRP-FROM-DT (WS-NOA-NDX) >=
                          WS-GRP-FROM-DT (WS-CLM-NDX)
                      AND WS-GRP-FROM-DT (WS-NOA-NDX) <=
                          WS-GRP-THRU-DT (WS-CLM-NDX)
                       SET WS-GRP-PAIRED (WS-NOA-NDX) TO TRUE
                       SET WS-GRP-PAIRED (WS-CLM-NDX) TO TRUE
                       ADD 1 TO WS-PAIRED-CNT
                       IF WS-PROV-FOUND
                           ADD 1 TO WS-PROV-PAIRED-CNT (WS-PROV-NDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    A PAIRED CLAIM FISS STILL CARRIES AS NOA-CLAIM-MATCH 'N'
      *    IS LISTED TOO - THE TWO SIDES DISAGREE AND THE HH UNIT
      *    NEEDS TO SEE IT.
       3300-LIST-UNPAIRED.
           MOVE SPACES TO WS-DTL-TEXT.

           EVALUATE TRUE
               WHEN WS-GRP-PAIRED (WS-CLM-NDX)
                AND WS-GRP-NOA-MATCH-IND (WS-CLM-NDX) = 'N'
                   MOVE "CLAIM FLAGGED N, NOA ON FILE" TO WS-DTL-TEXT
                   ADD 1 TO WS-FISS-N-CNT
               WHEN WS-GRP-PAIRED (WS-CLM-NDX)
                   CONTINUE
               WHEN WS-GRP-NOA (WS-CLM-NDX)
                   MOVE "NOA - NO FINAL CLAIM"       TO WS-DTL-TEXT
                   ADD 1 TO WS-OPEN-NOA-CNT
                   IF WS-PROV-FOUND
                       ADD 1 TO WS-PROV-OPEN-NOA-CNT (WS-PROV-NDX)
                   END-IF
               WHEN OTHER
                   MOVE "CLAIM - NO NOA FOUND"       TO WS-DTL-TEXT
                   ADD 1 TO WS-OPEN-CLAIM-CNT
                   IF WS-GRP-NOA-MATCH-IND (WS-CLM-NDX) = 'N'
                       ADD 1 TO WS-FISS-N-CNT
                   END-IF
                   IF WS-PROV-FOUND
                       ADD 1 TO WS-PROV-OPEN-CLAIM-CNT (WS-PROV-NDX)
                   END-IF
           END-EVALUATE.

           IF WS-DTL-TEXT NOT = SPACES
               PERFORM 3400-AGE-AND-WRITE
           END-IF.

       3400-AGE-AND-WRITE.
           MOVE WS-GRP-HIC-NO                TO WS-DTL-HIC-NO.
           MOVE WS-GRP-PROV-ID               TO WS-DTL-PROV.
           IF WS-GRP-NOA (WS-CLM-NDX)
               MOVE "NOA"                    TO WS-DTL-TYPE
           ELSE
               MOVE "CLAIM"                  TO WS-DTL-TYPE
           END-IF.
           MOVE WS-GRP-DCN (WS-CLM-NDX)      TO WS-DTL-DCN.
           MOVE WS-GRP-FROM-DT (WS-CLM-NDX)  TO WS-DTL-FROM-DT.
           MOVE WS-GRP-THRU-DT (WS-CLM-NDX)  TO WS-DTL-THRU-DT.
           MOVE WS-GRP-RECD-DT (WS-CLM-NDX)  TO WS-DTL-RECD-DT.
           MOVE WS-GRP-NOA-MATCH-IND (WS-CLM-NDX) TO WS-DTL-FISS-IND.

           MOVE 0 TO WS-AGE-DAYS.
           IF WS-GRP-RECD-DT (WS-CLM-NDX) > 0
               COMPUTE WS-RECD-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (WS-GRP-RECD-DT (WS-CLM-NDX))
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-INT - WS-RECD-DATE-INT
           END-IF.
           MOVE WS-AGE-DAYS                  TO WS-DTL-AGE-DAYS.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE "0-30"     TO WS-DTL-BUCKET
                   ADD 1 TO WS-BKT-0-30-CNT
               WHEN WS-AGE-DAYS <= 60
                   MOVE "31-60"    TO WS-DTL-BUCKET
                   ADD 1 TO WS-BKT-31-60-CNT
               WHEN WS-AGE-DAYS <= 90
                   MOVE "61-90"    TO WS-DTL-BUCKET
                   ADD 1 TO WS-BKT-61-90-CNT
               WHEN OTHER
                   MOVE "91+"      TO WS-DTL-BUCKET
                   ADD 1 TO WS-BKT-91-UP-CNT
           END-EVALUATE.

           WRITE HH-NOA-RPT-LINE FROM WS-DETAIL-LINE.

       4000-PRINT-AGENCY-TOTAL.
           MOVE WS-PROV-ID (WS-TBL-NDX)         TO WS-PVL-PROV.
           MOVE WS-PROV-NOA-CNT (WS-TBL-NDX)    TO WS-PVL-NOA-CNT.
           MOVE WS-PROV-CLAIM-CNT (WS-TBL-NDX)  TO WS-PVL-CLAIM-CNT.
           MOVE WS-PROV-PAIRED-CNT (WS-TBL-NDX) TO WS-PVL-PAIRED-CNT.
           MOVE WS-PROV-OPEN-NOA-CNT (WS-TBL-NDX)
                                          TO WS-PVL-OPEN-NOA-CNT.
           MOVE WS-PROV-OPEN-CLAIM-CNT (WS-TBL-NDX)
                                          TO WS-PVL-OPEN-CLAIM-CNT.
           MOVE WS-PROV-LUPA-LINE-CNT (WS-TBL-NDX)
                                          TO WS-PVL-LUPA-LINE-CNT.
           MOVE WS-PROV-LUPA-SUM (WS-TBL-NDX)   TO WS-PVL-LUPA-SUM.
           MOVE WS-PROV-SPLIT-F-CNT (WS-TBL-NDX)
                                          TO WS-PVL-SPLIT-F-CNT.
           MOVE WS-PROV-SPLIT-R-CNT (WS-TBL-NDX)
                                          TO WS-PVL-SPLIT-R-CNT.
           MOVE WS-PROV-ID (WS-TBL-NDX)         TO WS-LKP-PROV-ID.
           CALL "FSR090" USING WS-LKP-PROV-ID
                               WS-LKP-PROV-NAME
                               WS-LKP-RC.
           MOVE WS-LKP-PROV-NAME                TO WS-PVL-PROV-NAME.
           WRITE HH-NOA-RPT-LINE FROM WS-PROV-LINE.

       4100-PRINT-HIPPS-TOTAL.
           MOVE WS-HIPPS-PROV-ID (WS-TBL-NDX)   TO WS-HPL-PROV.
           MOVE WS-HIPPS-CD (WS-TBL-NDX)        TO WS-HPL-HIPPS-CD.
           MOVE WS-HIPPS-LINE-CNT (WS-TBL-NDX)  TO WS-HPL-LINE-CNT.
           MOVE WS-HIPPS-LUPA-CNT (WS-TBL-NDX)  TO WS-HPL-LUPA-CNT.
           MOVE WS-HIPPS-LUPA-SUM (WS-TBL-NDX)  TO WS-HPL-LUPA-SUM.
           WRITE HH-NOA-RPT-LINE FROM WS-HIPPS-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "NOAS: " WS-NOA-CNT
               "  HH CLAIMS: " WS-HH-CLAIM-CNT
               "  PAIRED: " WS-PAIRED-CNT
               "  OPEN NOAS: " WS-OPEN-NOA-CNT
               "  OPEN CLAIMS: " WS-OPEN-CLAIM-CNT
               "  FISS 'N' FLAGS: " WS-FISS-N-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE HH-NOA-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "AGED 0-30: " WS-BKT-0-30-CNT
               "  31-60: " WS-BKT-31-60-CNT
               "  61-90: " WS-BKT-61-90-CNT
               "  91+: "   WS-BKT-91-UP-CNT
               "  GROUP OVERFLOW: " WS-GROUP-OVERFLOW-CNT
               "  TABLE OVERFLOW: " WS-OVERFLOW-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE HH-NOA-RPT-LINE FROM WS-SUMMARY-LINE.
