      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR091                                             *
      ***                                                             *
      *** DESCRIPTION: TIMELY-FILING (ONE-YEAR) EDIT AND OVERRIDE     *
      ***   AUDIT REPORT.  A CLAIM MUST BE RECEIVED NO LATER THAN ONE *
      ***   CALENDAR YEAR AFTER ITS STATEMENT-COVERS-THROUGH DATE.    *
      ***   READS THE BASE (TRAILER-SEQ 00) SEGMENT OF EACH CLAIM,    *
      ***   COMPARES FSSC-RECD-DT-CYMD AGAINST FSSC-STMT-COV-TO-DT-   *
      ***   CYMD PLUS ONE YEAR AND, FOR EVERY LATE CLAIM, PRINTS HOW  *
      ***   FSSC-TIMELINESS-IND WAS SET AND WHETHER THE CLAIM WAS     *
      ***   PAID ANYWAY.  A LATE CLAIM PAID WITHOUT THE 'R' OVERRIDE  *
      ***   IS THE AUDIT EXCEPTION - IT IS FLAGGED "NO EXCEPTION".    *
      ***                                                             *
      ***   EVERY FSSC-TIMELINESS-R-OVERRIDE CLAIM, LATE OR NOT, IS   *
      ***   LISTED SEPARATELY WITH THE OPERATOR FROM FSSC-OPER-ID-    *
      ***   DATA SO EACH EXCEPTION CAN BE TRACED TO WHOEVER KEYED IT. *
      ***                                                             *
      ***   COUNTS AND DOLLARS ARE ACCUMULATED BY PROVIDER (FSSC-     *
      ***   MEDA-PROV-6) IN AN IN-MEMORY TABLE (FSR070 TECHNIQUE)     *
      ***   AND PRINTED AT EOF WITH THE FSR090 PROVIDER NAME.         *
      ***   CANCELS AND NOTICES (NOA/NOE) ARE NOT SUBJECT TO THE      *
      ***   ONE-YEAR LIMIT AND ARE BYPASSED.                          *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      *** OUTPUT: TIMELY-RPT-FILE     - LATE-CLAIM DETAIL AND         *
      ***                               PROVIDER SUBTOTALS            *
      ***         OVERRIDE-RPT-FILE   - 'R' OVERRIDE AUDIT LISTING    *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR091.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TIMELY-RPT-FILE ASSIGN TO "TIMFILRP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVERRIDE-RPT-FILE ASSIGN TO "TIMOVRRP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  TIMELY-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  TIMELY-RPT-LINE                    PIC X(132).

       FD  OVERRIDE-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  OVERRIDE-RPT-LINE                  PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-PROV-FOUND-SW               PIC X(1).
               88  WS-PROV-FOUND                     VALUE 'Y'.
           05  WS-LATE-SW                     PIC X(1).
               88  WS-LATE                           VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081 - A MISMATCH ABENDS THE
      *    JOB BEFORE THE AUDIT TOTALS GO OUT.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR091".
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

       01  WS-COUNTERS.
           05  WS-SEGMENTS-READ-CNT           PIC 9(7) VALUE 0.
           05  WS-CLAIMS-EXAMINED-CNT         PIC 9(7) VALUE 0.
           05  WS-BYPASSED-CNT                PIC 9(7) VALUE 0.
           05  WS-LATE-CLAIM-CNT              PIC 9(7) VALUE 0.
           05  WS-LATE-PAID-NO-EXC-CNT        PIC 9(7) VALUE 0.
           05  WS-OVERRIDE-CNT                PIC 9(7) VALUE 0.
           05  WS-PROV-TABLE-CNT          COMP PIC S9(4) VALUE 0.
           05  WS-OVERFLOW-CNT                PIC 9(7) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-TBL-NDX                 COMP PIC S9(4).
           05  WS-DISPOSITION                 PIC X(24).

      *    THE FILING LIMIT IS THE THROUGH DATE ADVANCED ONE CALENDAR
      *    YEAR (CCYYMMDD + 10000).  A FEB 29 THROUGH DATE LIMITS ON
      *    FEB 28 OF THE FOLLOWING YEAR.
       01  WS-DATE-WORK.
           05  WS-RUN-DATE-CYMD               PIC 9(8).
           05  WS-THRU-DATE-8                 PIC 9(8).
           05  WS-RECD-DATE-8                 PIC 9(8).
           05  WS-LIMIT-DATE-8                PIC 9(8).
           05  WS-LIMIT-DATE-X REDEFINES WS-LIMIT-DATE-8.
               10  WS-LIMIT-CCYY              PIC 9(4).
               10  WS-LIMIT-MMDD              PIC 9(4).
           05  WS-LIMIT-DATE-INT          COMP PIC S9(9).
           05  WS-RECD-DATE-INT           COMP PIC S9(9).
           05  WS-DAYS-LATE               COMP PIC S9(9).

      *** TIMELY-FILING COUNTS AND DOLLARS BY PROVIDER.
       01  WS-PROV-TABLE.
           05  WS-PROV-ENTRY OCCURS 0 TO 500 TIMES
                             DEPENDING ON WS-PROV-TABLE-CNT
                             INDEXED BY WS-PROV-TBL-NDX.
               10  WS-PROV-ID                 PIC X(6).
               10  WS-PROV-CLAIM-CNT          PIC 9(7).
               10  WS-PROV-LATE-CNT           PIC 9(7).
               10  WS-PROV-NO-EXC-CNT         PIC 9(7).
               10  WS-PROV-OVERRIDE-CNT       PIC 9(7).
               10  WS-PROV-LATE-PAID-SUM  COMP-3 PIC S9(11)V99.

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR091 - TIMELY-FILING (ONE-YEAR) EDIT AUDIT - LATE CLAIMS".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(13) VALUE "HIC-NO".
           05  FILLER                 PIC X(25) VALUE "DCN".
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(10) VALUE "THRU-DT".
           05  FILLER                 PIC X(10) VALUE "RECD-DT".
           05  FILLER                 PIC X(7)  VALUE "LATE".
           05  FILLER                 PIC X(5)  VALUE "IND".
           05  FILLER                 PIC X(5)  VALUE "STAT".
           05  FILLER                 PIC X(16) VALUE "PROV-REIMB".
           05  FILLER                 PIC X(33) VALUE "DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-DTL-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-DCN                     PIC X(23).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-THRU-DT                 PIC 9(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-RECD-DT                 PIC 9(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-DAYS-LATE               PIC ZZZZ9.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-DTL-TIMELY-IND              PIC X(1).
           05  FILLER                         PIC X(4)  VALUE SPACES.
           05  WS-DTL-STATUS                  PIC X(1).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-REIMB                   PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-DISPOSITION             PIC X(24).

       01  WS-OVR-HEADING-1                   PIC X(132) VALUE
           "FSR091 - TIMELY-FILING OVERRIDE ('R') AUDIT LISTING".
       01  WS-OVR-HEADING-2.
           05  FILLER                 PIC X(13) VALUE "HIC-NO".
           05  FILLER                 PIC X(25) VALUE "DCN".
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(11) VALUE "OPERATOR".
           05  FILLER                 PIC X(6)  VALUE "FILL".
           05  FILLER                 PIC X(10) VALUE "THRU-DT".
           05  FILLER                 PIC X(10) VALUE "RECD-DT".
           05  FILLER                 PIC X(5)  VALUE "STAT".
           05  FILLER                 PIC X(16) VALUE "PROV-REIMB".
           05  FILLER                 PIC X(28) VALUE "LATE".

       01  WS-OVERRIDE-LINE.
           05  WS-OVL-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-OVL-DCN                     PIC X(23).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-OVL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-OVL-OPER-ID                 PIC X(9).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-OVL-OPER-FILL               PIC X(4).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-OVL-THRU-DT                 PIC 9(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-OVL-RECD-DT                 PIC 9(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-OVL-STATUS                  PIC X(1).
           05  FILLER                         PIC X(4)  VALUE SPACES.
           05  WS-OVL-REIMB                   PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-OVL-LATE                    PIC X(3).

       01  WS-PROV-HEADING-1                  PIC X(132) VALUE
           "TIMELY-FILING TOTALS BY PROVIDER".
       01  WS-PROV-HEADING-2.
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(9)  VALUE "CLAIMS".
           05  FILLER                 PIC X(9)  VALUE "LATE".
           05  FILLER                 PIC X(9)  VALUE "NO-EXC".
           05  FILLER                 PIC X(9)  VALUE "OVERRIDE".
           05  FILLER                 PIC X(16) VALUE "LATE-PAID".
           05  FILLER                 PIC X(72) VALUE "PROVIDER NAME".

       01  WS-PROV-LINE.
           05  WS-PVL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-CLAIM-CNT               PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-LATE-CNT                PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-NO-EXC-CNT              PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-OVERRIDE-CNT            PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-LATE-PAID               PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-PROV-NAME               PIC X(30).

      *    RESOLVED THROUGH THE FSR090 PROVIDER MASTER LOOKUP - AN
      *    UNKNOWN PROVIDER PRINTS THE BARE NUMBER, AS ALWAYS.
       01  WS-PROV-LOOKUP.
           05  WS-LKP-PROV-ID                 PIC X(6).
           05  WS-LKP-PROV-NAME               PIC X(30).
           05  WS-LKP-RC                      PIC X(1).
               88  WS-LKP-FOUND                      VALUE '0'.

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           OPEN INPUT  CLAIM-EXTRACT-FILE.
           OPEN OUTPUT TIMELY-RPT-FILE OVERRIDE-RPT-FILE.
           WRITE TIMELY-RPT-LINE FROM WS-HEADING-1.
           WRITE TIMELY-RPT-LINE FROM WS-HEADING-2.
           WRITE OVERRIDE-RPT-LINE FROM WS-OVR-HEADING-1.
           WRITE OVERRIDE-RPT-LINE FROM WS-OVR-HEADING-2.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CYMD.

           READ CLAIM-EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               PERFORM 1500-CHECK-CONTROL-RECORD
               IF WS-CTL-CLASS-D-DATA
                   ADD 1 TO WS-SEGMENTS-READ-CNT
                   IF FSSCCLMS-TRAILER-SEQ-00-BASE
                       PERFORM 2000-PROCESS-BASE-SEGMENT
                   END-IF
               END-IF
               READ CLAIM-EXTRACT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF NOT WS-HEADER-SEEN
              OR NOT WS-TRAILER-SEEN
               DISPLAY "FSR091 - EXTRACT CONTROL FAILURE: HEADER OR "
                   "TRAILER CONTROL RECORD MISSING"
               CLOSE CLAIM-EXTRACT-FILE TIMELY-RPT-FILE
                     OVERRIDE-RPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           WRITE TIMELY-RPT-LINE FROM WS-PROV-HEADING-1.
           WRITE TIMELY-RPT-LINE FROM WS-PROV-HEADING-2.
           PERFORM 3000-PRINT-PROVIDER-TOTAL
               VARYING WS-TBL-NDX FROM 1 BY 1
               UNTIL WS-TBL-NDX > WS-PROV-TABLE-CNT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS EXAMINED: " WS-CLAIMS-EXAMINED-CNT
               "  BYPASSED: " WS-BYPASSED-CNT
               "  LATE: " WS-LATE-CLAIM-CNT
               "  LATE PAID NO EXCEPTION: " WS-LATE-PAID-NO-EXC-CNT
               "  OVERFLOW: " WS-OVERFLOW-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE TIMELY-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "TIMELINESS OVERRIDES LISTED: " WS-OVERRIDE-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE OVERRIDE-RPT-LINE FROM WS-SUMMARY-LINE.

           PERFORM 9500-WRITE-RUN-CONTROL.

           CLOSE CLAIM-EXTRACT-FILE TIMELY-RPT-FILE OVERRIDE-RPT-FILE.
           GOBACK.

      *    ONE RUN-CONTROL RECORD PER NORMAL COMPLETION (FSRCRUNC) -
      *    FSR088 RECONCILES THE CHAIN'S COUNTS FROM THESE.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR091"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-CYMD      TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           MOVE 0                     TO RUNC-RECORDS-WRITTEN.
           MOVE 'C'                   TO RUNC-COMPLETION-STATUS.
           WRITE RUNC-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

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
                       CLOSE CLAIM-EXTRACT-FILE TIMELY-RPT-FILE
                             OVERRIDE-RPT-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CTL-DATA-CNT
                   ADD FSSCCLMS-TOTAL-CHARGE-AMOUNT
                       TO WS-CTL-CHARGE-HASH
           END-EVALUATE.

      *    CANCELS, NOTICES AND CLAIMS MISSING EITHER DATE CANNOT BE
      *    MEASURED AGAINST THE LIMIT AND ARE ONLY COUNTED.
       2000-PROCESS-BASE-SEGMENT.
           IF FSSCCLMS-FREQ-CANCEL-BILL
              OR FSSCCLMS-FREQ-HOSPICE-NOTICE
              OR FSSCCLMS-FREQ-2-HH-RAP
              OR FSSCCLMS-STMT-COV-TO-DT-CYMD = 0
              OR FSSCCLMS-RECD-DT-CYMD = 0
               ADD 1 TO WS-BYPASSED-CNT
           ELSE
               ADD 1 TO WS-CLAIMS-EXAMINED-CNT
               PERFORM 2100-CHECK-FILING-LIMIT
               PERFORM 2400-ACCUMULATE-PROVIDER
               IF WS-LATE
                   ADD 1 TO WS-LATE-CLAIM-CNT
                   PERFORM 2200-PRINT-LATE-CLAIM
               END-IF
               IF FSSCCLMS-TIMELINESS-R-OVERRIDE
                   ADD 1 TO WS-OVERRIDE-CNT
                   PERFORM 2300-PRINT-OVERRIDE
               END-IF
           END-IF.

       2100-CHECK-FILING-LIMIT.
           MOVE 'N' TO WS-LATE-SW.
           MOVE 0 TO WS-DAYS-LATE.
           MOVE FSSCCLMS-STMT-COV-TO-DT-CYMD TO WS-THRU-DATE-8.
           MOVE FSSCCLMS-RECD-DT-CYMD        TO WS-RECD-DATE-8.
           COMPUTE WS-LIMIT-DATE-8 = WS-THRU-DATE-8 + 10000.
           IF WS-LIMIT-MMDD = 0229
               MOVE 0228 TO WS-LIMIT-MMDD
           END-IF.

           IF WS-RECD-DATE-8 > WS-LIMIT-DATE-8
               SET WS-LATE TO TRUE
               COMPUTE WS-LIMIT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-LIMIT-DATE-8)
               COMPUTE WS-RECD-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RECD-DATE-8)
               COMPUTE WS-DAYS-LATE =
                   WS-RECD-DATE-INT - WS-LIMIT-DATE-INT
           END-IF.

      *    A LATE CLAIM THAT REACHED PAID STATUS WITHOUT THE 'R'
      *    OVERRIDE IS THE UNDOCUMENTED EXCEPTION AUDIT IS LOOKING FOR.
       2200-PRINT-LATE-CLAIM.
           EVALUATE TRUE
               WHEN FSSCCLMS-TIMELINESS-R-OVERRIDE
                   MOVE "OVERRIDE - SEE LISTING" TO WS-DISPOSITION
               WHEN FSSCCLMS-CURR-STAT-P-PAID
                   ADD 1 TO WS-LATE-PAID-NO-EXC-CNT
                   MOVE "*** PAID NO EXCEPTION" TO WS-DISPOSITION
               WHEN FSSCCLMS-TIMELINESS-Y-PAY
                   MOVE "IND Y - NOT YET PAID"  TO WS-DISPOSITION
               WHEN OTHER
                   MOVE "EDIT APPLIED"          TO WS-DISPOSITION
           END-EVALUATE.

           MOVE FSSCCLMS-HIC-NO          TO WS-DTL-HIC-NO.
           MOVE FSSCCLMS-DCN             TO WS-DTL-DCN.
           MOVE FSSCCLMS-MEDA-PROV-6     TO WS-DTL-PROV.
           MOVE WS-THRU-DATE-8           TO WS-DTL-THRU-DT.
           MOVE WS-RECD-DATE-8           TO WS-DTL-RECD-DT.
           MOVE WS-DAYS-LATE             TO WS-DTL-DAYS-LATE.
           MOVE FSSCCLMS-TIMELINESS-IND  TO WS-DTL-TIMELY-IND.
           MOVE FSSCCLMS-CURR-STATUS     TO WS-DTL-STATUS.
           MOVE FSSCCLMS-REIMB-PROV-AMT  TO WS-DTL-REIMB.
           MOVE WS-DISPOSITION           TO WS-DTL-DISPOSITION.
           WRITE TIMELY-RPT-LINE FROM WS-DETAIL-LINE.

       2300-PRINT-OVERRIDE.
           MOVE FSSCCLMS-HIC-NO          TO WS-OVL-HIC-NO.
           MOVE FSSCCLMS-DCN             TO WS-OVL-DCN.
           MOVE FSSCCLMS-MEDA-PROV-6     TO WS-OVL-PROV.
           MOVE FSSCCLMS-OPER-ID         TO WS-OVL-OPER-ID.
           MOVE FSSCCLMS-OPER-ID-FILL    TO WS-OVL-OPER-FILL.
           MOVE WS-THRU-DATE-8           TO WS-OVL-THRU-DT.
           MOVE WS-RECD-DATE-8           TO WS-OVL-RECD-DT.
           MOVE FSSCCLMS-CURR-STATUS     TO WS-OVL-STATUS.
           MOVE FSSCCLMS-REIMB-PROV-AMT  TO WS-OVL-REIMB.
           IF WS-LATE
               MOVE "YES" TO WS-OVL-LATE
           ELSE
               MOVE "NO"  TO WS-OVL-LATE
           END-IF.
           WRITE OVERRIDE-RPT-LINE FROM WS-OVERRIDE-LINE.

       2400-ACCUMULATE-PROVIDER.
           SET WS-PROV-FOUND-SW TO 'N'.
           SET WS-PROV-TBL-NDX TO 1.

           SEARCH WS-PROV-ENTRY
               AT END CONTINUE
               WHEN WS-PROV-ID (WS-PROV-TBL-NDX) =
                    FSSCCLMS-MEDA-PROV-6
                   SET WS-PROV-FOUND TO TRUE
           END-SEARCH.

           IF NOT WS-PROV-FOUND
               IF WS-PROV-TABLE-CNT < 500
                   ADD 1 TO WS-PROV-TABLE-CNT
                   SET WS-PROV-TBL-NDX TO WS-PROV-TABLE-CNT
                   MOVE FSSCCLMS-MEDA-PROV-6
                       TO WS-PROV-ID (WS-PROV-TBL-NDX)
                   MOVE 0 TO WS-PROV-CLAIM-CNT (WS-PROV-TBL-NDX)
                   MOVE 0 TO WS-PROV-LATE-CNT (WS-PROV-TBL-NDX)
                   MOVE 0 TO WS-PROV-NO-EXC-CNT (WS-PROV-TBL-NDX)
                   MOVE 0 TO WS-PROV-OVERRIDE-CNT (WS-PROV-TBL-NDX)
                   MOVE 0 TO WS-PROV-LATE-PAID-SUM (WS-PROV-TBL-NDX)
                   SET WS-PROV-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-CNT
               END-IF
           END-IF.

           IF WS-PROV-FOUND
               ADD 1 TO WS-PROV-CLAIM-CNT (WS-PROV-TBL-NDX)
               IF FSSCCLMS-TIMELINESS-R-OVERRIDE
                   ADD 1 TO WS-PROV-OVERRIDE-CNT (WS-PROV-TBL-NDX)
               END-IF
               IF WS-LATE
                   ADD 1 TO WS-PROV-LATE-CNT (WS-PROV-TBL-NDX)
                   IF FSSCCLMS-CURR-STAT-P-PAID
                       ADD FSSCCLMS-REIMB-PROV-AMT
                           TO WS-PROV-LATE-PAID-SUM (WS-PROV-TBL-NDX)
                       IF NOT FSSCCLMS-TIMELINESS-R-OVERRIDE
                           ADD 1 TO WS-PROV-NO-EXC-CNT
                                        (WS-PROV-TBL-NDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3000-PRINT-PROVIDER-TOTAL.
           MOVE WS-PROV-ID (WS-TBL-NDX)       TO WS-PVL-PROV.
           MOVE WS-PROV-CLAIM-CNT (WS-TBL-NDX)
                                              TO WS-PVL-CLAIM-CNT.
           MOVE WS-PROV-LATE-CNT (WS-TBL-NDX) TO WS-PVL-LATE-CNT.
           MOVE WS-PROV-NO-EXC-CNT (WS-TBL-NDX)
                                              TO WS-PVL-NO-EXC-CNT.
           MOVE WS-PROV-OVERRIDE-CNT (WS-TBL-NDX)
                                              TO WS-PVL-OVERRIDE-CNT.
           MOVE WS-PROV-LATE-PAID-SUM (WS-TBL-NDX)
                                              TO WS-PVL-LATE-PAID.
           MOVE WS-PROV-ID (WS-TBL-NDX)       TO WS-LKP-PROV-ID.
           CALL "FSR090" USING WS-LKP-PROV-ID
                               WS-LKP-PROV-NAME
                               WS-LKP-RC.
           MOVE WS-LKP-PROV-NAME              TO WS-PVL-PROV-NAME.
           WRITE TIMELY-RPT-LINE FROM WS-PROV-LINE.
