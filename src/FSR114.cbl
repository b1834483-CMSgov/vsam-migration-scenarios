      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR114                                             *
      ***                                                             *
      *** DESCRIPTION: IPPS PAYMENT-COMPONENT REPORT BY PROVIDER.     *
      ***   WHERE FSR042 SUMMARIZES INPATIENT PPS CASE MIX BY DRG,    *
      ***   THIS REPORT SEPARATES OUT THE PAYMENT COMPONENTS MOST     *
      ***   LIKELY TO GO WRONG WHEN A PROVIDER'S PROVIDER-SPECIFIC    *
      ***   FILE DATA CHANGES - THE DISPROPORTIONATE-SHARE, TEACHING  *
      ***   AND CAPITAL DOLLARS.  RUN AGAINST THE FULL CLAIM-FILE     *
      ***   EXTRACT (AS FSR107 IS), IT READS THE BASE SEGMENT OF      *
      ***   EVERY PAID CLAIM FOR A PPS PROVIDER (FSSC-PPS-Y-PPS-PROV) *
      ***   AND, PER PROVIDER AND PAID MONTH, TOTALS:                 *
      ***     OPER DRG    - FSSC-DRG-REIMB-AMT                        *
      ***     OPER HSP    - FSSC-OPER-HSP-AMT (HOSPITAL-SPECIFIC)     *
      ***     CAP TOTAL   - FSSC-CAP-TOT-PAY                          *
      ***     CAP DSH     - FSSC-CAP-DSH-ADJ                          *
      ***     CAP IME     - FSSC-CAP-IME-ADJ                          *
      ***     CAP OUTLIER - FSSC-CAP-OUTLIER                          *
      ***     LOW VOLUME  - FSSC-LOW-VOLUME, SUMMED OVER THE CLAIM'S  *
      ***                   REVENUE LINES ON ANY SEGMENT              *
      ***   TOTAL PPS PAYMENT IS OPER DRG + CAP TOTAL + LOW VOLUME,   *
      ***   AND UNDER EACH MONTH'S AMOUNTS THE REPORT PRINTS EACH     *
      ***   COMPONENT'S SHARE OF IT.  CREDIT TRANSACTIONS             *
      ***   (FSSC-TRANSACT-TYPE C) ARE NETTED OUT.  CLAIMS CARRYING   *
      ***   THE SOLE COMMUNITY HOSPITAL INDICATOR (FSSC-SOLE-COMM-    *
      ***   HOSP-IND Y) ARE COUNTED ON THE PROVIDER TOTAL.            *
      ***   A SHARE (OTHER THAN OPER DRG, WHICH ONLY MIRRORS CAP      *
      ***   TOTAL) IS FLAGGED AS A RATIO JUMP WHEN, AGAINST THE       *
      ***   PROVIDER'S PRIOR MONTH ON THE EXTRACT, IT MOVES BY AT     *
      ***   LEAST IPPS-JUMP-POINTS SHARE POINTS AND BY AT LEAST       *
      ***   IPPS-JUMP-PCT PERCENT OF THE PRIOR SHARE (ANY MOVE OFF A  *
      ***   ZERO SHARE QUALIFIES), PROVIDED BOTH MONTHS HAVE AT LEAST *
      ***   IPPS-MIN-CLAIMS CLAIMS.  EVERY JUMP IS ALSO LISTED IN A   *
      ***   CLOSING EXCEPTION SECTION FOR AUDIT.  A CONTROL FAILURE   *
      ***   WRITES NO REPORT AND ENDS WITH RETURN CODE 16.            *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      *** OUTPUT: IPPS-COMP-RPT-FILE  - IPPS COMPONENTS BY PROVIDER   *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR114.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT IPPS-COMP-RPT-FILE ASSIGN TO "IPPSCMRP"
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

       FD  IPPS-COMP-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  IPPS-COMP-RPT-LINE                 PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

      *    ONE PER SELECTED CLAIM.  THE COMPONENTS ARE CARRIED IN THE
      *    ORDER OF WS-COMPONENT-NAMES AND ARE ALREADY SIGNED - A
      *    CREDIT'S AMOUNTS ARE NEGATIVE AND ITS CLAIM COUNT IS -1.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-PROV-6                      PIC X(6).
           05  SW-PERIOD                      PIC 9(6).
           05  SW-DCN                         PIC X(23).
           05  SW-CLAIM-CNT                   PIC S9(1).
           05  SW-SCH-SW                      PIC X(1).
               88  SW-SCH                            VALUE 'Y'.
           05  SW-COMP-AMT                COMP-3 PIC S9(9)V99
                                                   OCCURS 7 TIMES.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-CLAIM-HELD-SW               PIC X(1) VALUE 'N'.
               88  WS-CLAIM-HELD                     VALUE 'Y'.
           05  WS-FIRST-REC-SW                PIC X(1) VALUE 'Y'.
               88  WS-FIRST-REC                      VALUE 'Y'.
           05  WS-PRIOR-PERIOD-SW             PIC X(1) VALUE 'N'.
               88  WS-PRIOR-PERIOD-HELD              VALUE 'Y'.
           05  WS-PROV-JUMP-SW                PIC X(1) VALUE 'N'.
               88  WS-PROV-JUMPED                    VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081.  A FAILURE INSIDE THE
      *    SORT INPUT PROCEDURE RAISES THE ABEND SWITCH; THE REPORT
      *    IS SUPPRESSED AND THE JOB ENDS WITH RC 16.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR114".
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

      *    THE COMPILED VALUES BELOW ARE THE FALLBACK; THE SHARED
      *    PARAMETER FILE (FSR085 LOOKUP, PARAMETERS IPPS-JUMP-POINTS,
      *    IPPS-JUMP-PCT AND IPPS-MIN-CLAIMS) OVERRIDES THEM AT
      *    STARTUP - SEE FSR084 FOR MAINTENANCE.
       01  WS-IPPS-PARAMETERS.
           05  WS-IPPS-JUMP-POINTS            PIC 9(3)V9(2) VALUE 0.50.
           05  WS-IPPS-JUMP-PCT               PIC 9(3)V9(2) VALUE 25.
           05  WS-IPPS-MIN-CLAIMS             PIC 9(7) VALUE 5.

       01  WS-PARM-LOOKUP.
           05  WS-PARM-PROGRAM                PIC X(8) VALUE "FSR114".
           05  WS-PARM-NAME                   PIC X(20).
           05  WS-PARM-VALUE                  PIC X(20).
           05  WS-PARM-RC                     PIC X(1).
               88  WS-PARM-FOUND                     VALUE '0'.

       01  WS-COMPONENT-NAMES.
           05  FILLER                  PIC X(12) VALUE "OPER DRG".
           05  FILLER                  PIC X(12) VALUE "OPER HSP".
           05  FILLER                  PIC X(12) VALUE "CAP TOTAL".
           05  FILLER                  PIC X(12) VALUE "CAP DSH".
           05  FILLER                  PIC X(12) VALUE "CAP IME".
           05  FILLER                  PIC X(12) VALUE "CAP OUTLIER".
           05  FILLER                  PIC X(12) VALUE "LOW VOLUME".
       01  WS-COMPONENT-TABLE REDEFINES WS-COMPONENT-NAMES.
           05  WS-COMPONENT-NAME              PIC X(12) OCCURS 7 TIMES.

       01  WS-CMP-SUB                     COMP PIC S9(4).

      *    THE BASE SEGMENT'S CONTEXT, HELD UNTIL THE CLAIM'S LAST
      *    SEGMENT HAS BEEN READ SO THE LOW-VOLUME AMOUNTS ON ITS
      *    REVENUE LINES CAN BE ADDED IN.
       01  WS-CLAIM-WORK.
           05  WS-CLM-HIC-NO                  PIC X(12).
           05  WS-CLM-DCN                     PIC X(23).
           05  WS-CLM-SIGN                    PIC S9(1).

      *    ONE PROVIDER / PAID MONTH BEING ACCUMULATED, THE PROVIDER'S
      *    PRIOR MONTH (FOR THE RATIO-JUMP TEST) AND THE PROVIDER AND
      *    GRAND TOTALS.  ENTRY 8 OF EACH AMOUNT TABLE IS THE TOTAL
      *    PPS PAYMENT.
       01  WS-PERIOD-ACCUM.
           05  WS-PA-CLAIM-CNT                PIC S9(7).
           05  WS-PA-AMT                  COMP-3 PIC S9(11)V99
                                                   OCCURS 8 TIMES.
           05  WS-PA-SHARE                    PIC S9(3)V9(2)
                                                   OCCURS 7 TIMES.
           05  WS-PA-JUMP                     PIC X(1)
                                                   OCCURS 7 TIMES.

       01  WS-PRIOR-PERIOD.
           05  WS-PP-PERIOD                   PIC 9(6).
           05  WS-PP-CLAIM-CNT                PIC S9(7).
           05  WS-PP-SHARE                    PIC S9(3)V9(2)
                                                   OCCURS 7 TIMES.

       01  WS-PROV-ACCUM.
           05  WS-PV-CLAIM-CNT                PIC S9(7).
           05  WS-PV-SCH-CNT                  PIC 9(7).
           05  WS-PV-AMT                  COMP-3 PIC S9(11)V99
                                                   OCCURS 8 TIMES.

       01  WS-GRAND-ACCUM.
           05  WS-GR-CLAIM-CNT                PIC S9(7) VALUE 0.
           05  WS-GR-SCH-CNT                  PIC 9(7) VALUE 0.
           05  WS-GR-AMT                  COMP-3 PIC S9(13)V99
                                                   OCCURS 8 TIMES.

       01  WS-PRIOR-KEYS.
           05  WS-PRIOR-PROV-6                PIC X(6).
           05  WS-PRIOR-PERIOD-KEY            PIC 9(6).

       01  WS-SHARE-WORK.
           05  WS-SHARE-CHANGE                PIC S9(5)V9(2).
           05  WS-SHARE-CHANGE-PCT            PIC S9(7)V9(2).
           05  WS-PRIOR-SHARE-ABS             PIC S9(3)V9(2).

      *    EVERY RATIO JUMP, FOR THE CLOSING EXCEPTION SECTION.  ANY
      *    PAST THE TABLE'S 500 ARE COUNTED AS OVERFLOW, NOT DROPPED
      *    SILENTLY - THE JUMP IS STILL STARRED IN THE PROVIDER DETAIL.
       01  WS-JUMP-TABLE.
           05  WS-JUMP-CNT                COMP PIC S9(4) VALUE 0.
           05  WS-JUMP-ENTRY                  OCCURS 500 TIMES
                                        INDEXED BY WS-JPNDX.
               10  WS-JP-PROV-6               PIC X(6).
               10  WS-JP-PERIOD               PIC 9(6).
               10  WS-JP-PRIOR-PERIOD         PIC 9(6).
               10  WS-JP-COMPONENT            PIC X(12).
               10  WS-JP-PRIOR-SHARE          PIC S9(3)V9(2).
               10  WS-JP-CURR-SHARE           PIC S9(3)V9(2).
               10  WS-JP-PRIOR-CLAIMS         PIC S9(7).
               10  WS-JP-CURR-CLAIMS          PIC S9(7).

      *    RESOLVED THROUGH THE FSR090 PROVIDER MASTER LOOKUP - AN
      *    UNKNOWN PROVIDER PRINTS THE BARE NUMBER, AS ALWAYS.
       01  WS-PROV-LOOKUP.
           05  WS-LKP-PROV-NAME               PIC X(30).
           05  WS-LKP-RC                      PIC X(1).
               88  WS-LKP-FOUND                      VALUE '0'.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ-CNT             PIC 9(7) VALUE 0.
           05  WS-CLAIMS-SELECTED-CNT         PIC 9(7) VALUE 0.
           05  WS-PROVIDER-CNT                PIC 9(7) VALUE 0.
           05  WS-PERIOD-CNT                  PIC 9(7) VALUE 0.
           05  WS-JUMP-TOTAL-CNT              PIC 9(7) VALUE 0.
           05  WS-PROV-FLAGGED-CNT            PIC 9(7) VALUE 0.
           05  WS-JUMP-OVERFLOW-CNT           PIC 9(7) VALUE 0.

       01  WS-RUN-DATE-8                      PIC 9(8).

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR114 - IPPS PAYMENT COMPONENTS BY PROVIDER / PAID MONTH".

       01  WS-HEADING-2.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "MONTH".
           05  FILLER                 PIC X(15) VALUE
               "      TOTAL PPS".
           05  FILLER                 PIC X(15) VALUE
               "       OPER DRG".
           05  FILLER                 PIC X(15) VALUE
               "       OPER HSP".
           05  FILLER                 PIC X(15) VALUE
               "      CAP TOTAL".
           05  FILLER                 PIC X(15) VALUE
               "        CAP DSH".
           05  FILLER                 PIC X(15) VALUE
               "        CAP IME".
           05  FILLER                 PIC X(15) VALUE
               "    CAP OUTLIER".
           05  FILLER                 PIC X(15) VALUE
               "     LOW VOLUME".

       01  WS-HEADING-3                       PIC X(132) VALUE
           "  SECOND LINE: CLAIMS AND EACH COMPONENT'S SHARE OF TOTAL PP
      -    "S PAYMENT.  * = RATIO JUMP FROM THE PROVIDER'S PRIOR MONTH".

       01  WS-PROV-HEADER-LINE.
           05  FILLER                 PIC X(9)  VALUE "PROVIDER ".
           05  WS-PHL-PROV                    PIC X(6).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-PHL-PROV-NAME               PIC X(30).

       01  WS-AMOUNT-LINE.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-AML-LABEL                   PIC X(7).
           05  WS-AML-TOTAL                   PIC -ZZ,ZZZ,ZZ9.99.
           05  WS-AML-COMP-ENTRY              OCCURS 7 TIMES.
               10  WS-AML-FILL                PIC X(1).
               10  WS-AML-AMT                 PIC -ZZ,ZZZ,ZZ9.99.

       01  WS-SHARE-LINE.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-SHL-LABEL                   PIC X(7).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-SHL-CLAIM-CNT               PIC -ZZZ,ZZ9.
           05  FILLER                         PIC X(5)  VALUE " CLMS".
           05  WS-SHL-COMP-ENTRY              OCCURS 7 TIMES.
               10  WS-SHL-FILL                PIC X(6).
               10  WS-SHL-SHARE               PIC -ZZ9.99.
               10  WS-SHL-PCT                 PIC X(1).
               10  WS-SHL-JUMP                PIC X(1).

       01  WS-PROV-SCH-LINE.
           05  FILLER                         PIC X(11) VALUE SPACES.
           05  FILLER                 PIC X(33) VALUE
               "SOLE COMMUNITY HOSPITAL CLAIMS:  ".
           05  WS-PSL-SCH-CNT                 PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(4)  VALUE SPACES.
           05  WS-PSL-JUMP-NOTE               PIC X(40).

       01  WS-JUMP-HEADING-1                  PIC X(132) VALUE
           "IPPS COMPONENT RATIO JUMPS - PROVIDER-SPECIFIC FILE REVIEW".

       01  WS-JUMP-HEADING-2.
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(31) VALUE "PROVIDER NAME".
           05  FILLER                 PIC X(8)  VALUE "MONTH".
           05  FILLER                 PIC X(8)  VALUE "PRIOR".
           05  FILLER                 PIC X(13) VALUE "COMPONENT".
           05  FILLER                 PIC X(10) VALUE "PRIOR SHR".
           05  FILLER                 PIC X(10) VALUE " CURR SHR".
           05  FILLER                 PIC X(10) VALUE "   CHANGE".
           05  FILLER                 PIC X(10) VALUE "PRIOR CLM".
           05  FILLER                 PIC X(10) VALUE " CURR CLM".

       01  WS-JUMP-LINE.
           05  WS-JPL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-JPL-PROV-NAME               PIC X(30).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-JPL-PERIOD                  PIC 9(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-JPL-PRIOR-PERIOD            PIC 9(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-JPL-COMPONENT               PIC X(12).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-JPL-PRIOR-SHARE             PIC -ZZ9.99.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-JPL-CURR-SHARE              PIC -ZZ9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-JPL-CHANGE                  PIC -ZZZ9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-JPL-PRIOR-CLAIMS            PIC -ZZZZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-JPL-CURR-CLAIMS             PIC -ZZZZZ9.

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.
           PERFORM 0100-LOAD-PARAMETERS.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PROV-6
               ON ASCENDING KEY SW-PERIOD
               ON ASCENDING KEY SW-DCN
               INPUT PROCEDURE 1000-SELECT-CLAIMS
               OUTPUT PROCEDURE 3000-WRITE-REPORT.

           IF WS-CTL-ABEND
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 9500-WRITE-RUN-CONTROL
           END-IF.

           GOBACK.

       0100-LOAD-PARAMETERS.
           MOVE "IPPS-JUMP-POINTS" TO WS-PARM-NAME.
           CALL "FSR085" USING WS-PARM-PROGRAM WS-PARM-NAME
                               WS-RUN-DATE-8 WS-PARM-VALUE
                               WS-PARM-RC.
           IF WS-PARM-FOUND
               COMPUTE WS-IPPS-JUMP-POINTS =
                   FUNCTION NUMVAL (WS-PARM-VALUE)
           END-IF.

           MOVE "IPPS-JUMP-PCT" TO WS-PARM-NAME.
           CALL "FSR085" USING WS-PARM-PROGRAM WS-PARM-NAME
                               WS-RUN-DATE-8 WS-PARM-VALUE
                               WS-PARM-RC.
           IF WS-PARM-FOUND
               COMPUTE WS-IPPS-JUMP-PCT =
                   FUNCTION NUMVAL (WS-PARM-VALUE)
           END-IF.

           MOVE "IPPS-MIN-CLAIMS" TO WS-PARM-NAME.
           CALL "FSR085" USING WS-PARM-PROGRAM WS-PARM-NAME
                               WS-RUN-DATE-8 WS-PARM-VALUE
                               WS-PARM-RC.
           IF WS-PARM-FOUND
               COMPUTE WS-IPPS-MIN-CLAIMS =
                   FUNCTION NUMVAL (WS-PARM-VALUE)
           END-IF.

      *    ONE RUN-CONTROL RECORD PER NORMAL COMPLETION (FSRCRUNC) -
      *    FSR088 RECONCILES THE CHAIN'S COUNTS FROM THESE.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR114"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-8         TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           MOVE WS-CLAIMS-SELECTED-CNT TO RUNC-RECORDS-WRITTEN.
           MOVE 'C'                   TO RUNC-COMPLETION-STATUS.
           WRITE RUNC-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       1000-SELECT-CLAIMS.
           OPEN INPUT CLAIM-EXTRACT-FILE.

           READ CLAIM-EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               PERFORM 1500-CHECK-CONTROL-RECORD
               IF WS-CTL-CLASS-D-DATA
                   PERFORM 2000-PROCESS-CLAIM-SEGMENT
               END-IF
               READ CLAIM-EXTRACT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF WS-CLAIM-HELD
               PERFORM 2900-RELEASE-HELD-CLAIM
           END-IF.

           IF NOT WS-CTL-ABEND
              AND (NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN)
               DISPLAY "FSR114 - EXTRACT CONTROL FAILURE: HEADER OR "
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

       2000-PROCESS-CLAIM-SEGMENT.
           IF FSSCCLMS-TRAILER-SEQ-00-BASE
               IF WS-CLAIM-HELD
                   PERFORM 2900-RELEASE-HELD-CLAIM
               END-IF
               ADD 1 TO WS-CLAIMS-READ-CNT
               IF FSSCCLMS-PPS-Y-PPS-PROV
                  AND FSSCCLMS-CURR-STAT-P-PAID
                   PERFORM 2100-HOLD-CLAIM
               END-IF
           END-IF.

           IF WS-CLAIM-HELD
              AND FSSCCLMS-HIC-NO = WS-CLM-HIC-NO
              AND FSSCCLMS-DCN = WS-CLM-DCN
              AND FSSCCLMS-LINES > 0
               PERFORM 2300-ADD-LINE-LOW-VOLUME
                   VARYING FSSCCLMS-NDX FROM 1 BY 1
                   UNTIL FSSCCLMS-NDX > FSSCCLMS-LINES
           END-IF.

       2100-HOLD-CLAIM.
           SET WS-CLAIM-HELD TO TRUE.
           MOVE FSSCCLMS-HIC-NO        TO WS-CLM-HIC-NO.
           MOVE FSSCCLMS-DCN           TO WS-CLM-DCN.
           IF FSSCCLMS-TRANSACT-C-CREDIT
               MOVE -1 TO WS-CLM-SIGN
           ELSE
               MOVE 1  TO WS-CLM-SIGN
           END-IF.

           MOVE SPACES                 TO SORT-WORK-RECORD.
           MOVE FSSCCLMS-MEDA-PROV-6   TO SW-PROV-6.
           MOVE FSSCCLMS-PAID-DT-CYMD (1:6) TO SW-PERIOD.
           MOVE FSSCCLMS-DCN           TO SW-DCN.
           MOVE WS-CLM-SIGN            TO SW-CLAIM-CNT.
           IF FSSCCLMS-SOLE-COMM-HOSP-Y-YES
               SET SW-SCH TO TRUE
           ELSE
               MOVE 'N' TO SW-SCH-SW
           END-IF.
           COMPUTE SW-COMP-AMT (1) =
               FSSCCLMS-DRG-REIMB-AMT * WS-CLM-SIGN.
           COMPUTE SW-COMP-AMT (2) =
               FSSCCLMS-OPER-HSP-AMT * WS-CLM-SIGN.
           COMPUTE SW-COMP-AMT (3) =
               FSSCCLMS-CAP-TOT-PAY * WS-CLM-SIGN.
           COMPUTE SW-COMP-AMT (4) =
               FSSCCLMS-CAP-DSH-ADJ * WS-CLM-SIGN.
           COMPUTE SW-COMP-AMT (5) =
               FSSCCLMS-CAP-IME-ADJ * WS-CLM-SIGN.
           COMPUTE SW-COMP-AMT (6) =
               FSSCCLMS-CAP-OUTLIER * WS-CLM-SIGN.
           MOVE 0                      TO SW-COMP-AMT (7).

       2300-ADD-LINE-LOW-VOLUME.
           COMPUTE SW-COMP-AMT (7) = SW-COMP-AMT (7)
               + FSSCCLMS-LOW-VOLUME (FSSCCLMS-NDX) * WS-CLM-SIGN.

       2900-RELEASE-HELD-CLAIM.
           MOVE 'N' TO WS-CLAIM-HELD-SW.
           ADD 1 TO WS-CLAIMS-SELECTED-CNT.
           RELEASE SORT-WORK-RECORD.

      *    AFTER A CONTROL FAILURE THE SORTED CLAIMS ARE DISCARDED -
      *    NO REPORT OFF A BAD EXTRACT.
       3000-WRITE-REPORT.
           IF NOT WS-CTL-ABEND
               PERFORM 3010-PRODUCE-REPORT
           END-IF.

       3010-PRODUCE-REPORT.
           OPEN OUTPUT IPPS-COMP-RPT-FILE.
           WRITE IPPS-COMP-RPT-LINE FROM WS-HEADING-1.
           WRITE IPPS-COMP-RPT-LINE FROM WS-HEADING-2.
           WRITE IPPS-COMP-RPT-LINE FROM WS-HEADING-3.
           INITIALIZE WS-GRAND-ACCUM.

           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               PERFORM 3100-PROCESS-SORTED-RECORD
               RETURN SORT-WORK-FILE
                   AT END SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-REC
               PERFORM 3300-PRINT-PERIOD
               PERFORM 3400-PRINT-PROVIDER
               PERFORM 3500-PRINT-GRAND-TOTAL
           END-IF.

           PERFORM 3600-PRINT-JUMPS.
           PERFORM 9000-WRITE-SUMMARY.
           CLOSE IPPS-COMP-RPT-FILE.

       3100-PROCESS-SORTED-RECORD.
           IF WS-FIRST-REC
               MOVE 'N' TO WS-FIRST-REC-SW
               PERFORM 3150-START-PROVIDER
               PERFORM 3160-START-PERIOD
           ELSE
               IF SW-PROV-6 NOT = WS-PRIOR-PROV-6
                   PERFORM 3300-PRINT-PERIOD
                   PERFORM 3400-PRINT-PROVIDER
                   PERFORM 3150-START-PROVIDER
                   PERFORM 3160-START-PERIOD
               ELSE
                   IF SW-PERIOD NOT = WS-PRIOR-PERIOD-KEY
                       PERFORM 3300-PRINT-PERIOD
                       PERFORM 3160-START-PERIOD
                   END-IF
               END-IF
           END-IF.

           ADD SW-CLAIM-CNT TO WS-PA-CLAIM-CNT.
           IF SW-SCH
               ADD 1 TO WS-PV-SCH-CNT
           END-IF.
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > 7
               ADD SW-COMP-AMT (WS-CMP-SUB) TO WS-PA-AMT (WS-CMP-SUB)
           END-PERFORM.

       3150-START-PROVIDER.
           MOVE SW-PROV-6 TO WS-PRIOR-PROV-6.
           INITIALIZE WS-PROV-ACCUM.
           MOVE 'N' TO WS-PRIOR-PERIOD-SW.
           MOVE 'N' TO WS-PROV-JUMP-SW.
           ADD 1 TO WS-PROVIDER-CNT.

           CALL "FSR090" USING WS-PRIOR-PROV-6
                               WS-LKP-PROV-NAME
                               WS-LKP-RC.
           MOVE WS-PRIOR-PROV-6       TO WS-PHL-PROV.
           MOVE WS-LKP-PROV-NAME      TO WS-PHL-PROV-NAME.
           MOVE SPACES TO IPPS-COMP-RPT-LINE.
           WRITE IPPS-COMP-RPT-LINE.
           WRITE IPPS-COMP-RPT-LINE FROM WS-PROV-HEADER-LINE.

       3160-START-PERIOD.
           MOVE SW-PERIOD TO WS-PRIOR-PERIOD-KEY.
           INITIALIZE WS-PERIOD-ACCUM.
           ADD 1 TO WS-PERIOD-CNT.

      *    THE MONTH'S AMOUNTS AND SHARES, TESTED AGAINST THE
      *    PROVIDER'S PRIOR MONTH, THEN ROLLED INTO THE PROVIDER TOTAL.
       3300-PRINT-PERIOD.
           COMPUTE WS-PA-AMT (8) =
               WS-PA-AMT (1) + WS-PA-AMT (3) + WS-PA-AMT (7).
           PERFORM 3310-COMPUTE-SHARE
               VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > 7.

           IF WS-PRIOR-PERIOD-HELD
              AND WS-PP-CLAIM-CNT NOT < WS-IPPS-MIN-CLAIMS
              AND WS-PA-CLAIM-CNT NOT < WS-IPPS-MIN-CLAIMS
               PERFORM 3320-TEST-RATIO-JUMP
                   VARYING WS-CMP-SUB FROM 2 BY 1
                   UNTIL WS-CMP-SUB > 7
           END-IF.

           MOVE WS-PRIOR-PERIOD-KEY (1:4) TO WS-AML-LABEL (1:4).
           MOVE "/"                       TO WS-AML-LABEL (5:1).
           MOVE WS-PRIOR-PERIOD-KEY (5:2) TO WS-AML-LABEL (6:2).
           MOVE WS-PA-AMT (8)             TO WS-AML-TOTAL.
           MOVE WS-PA-CLAIM-CNT           TO WS-SHL-CLAIM-CNT.
           PERFORM 3350-FORMAT-PERIOD-COMPONENT
               VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > 7.
           PERFORM 3390-WRITE-AMOUNT-SHARE-LINES.

           ADD WS-PA-CLAIM-CNT TO WS-PV-CLAIM-CNT.
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > 8
               ADD WS-PA-AMT (WS-CMP-SUB) TO WS-PV-AMT (WS-CMP-SUB)
           END-PERFORM.

           SET WS-PRIOR-PERIOD-HELD   TO TRUE.
           MOVE WS-PRIOR-PERIOD-KEY   TO WS-PP-PERIOD.
           MOVE WS-PA-CLAIM-CNT       TO WS-PP-CLAIM-CNT.
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > 7
               MOVE WS-PA-SHARE (WS-CMP-SUB)
                   TO WS-PP-SHARE (WS-CMP-SUB)
           END-PERFORM.

       3310-COMPUTE-SHARE.
           MOVE SPACE TO WS-PA-JUMP (WS-CMP-SUB).
           IF WS-PA-AMT (8) > 0
               COMPUTE WS-PA-SHARE (WS-CMP-SUB) ROUNDED =
                   (WS-PA-AMT (WS-CMP-SUB) / WS-PA-AMT (8)) * 100
           ELSE
               MOVE 0 TO WS-PA-SHARE (WS-CMP-SUB)
           END-IF.

       3320-TEST-RATIO-JUMP.
           COMPUTE WS-SHARE-CHANGE =
               WS-PA-SHARE (WS-CMP-SUB) - WS-PP-SHARE (WS-CMP-SUB).
           IF WS-SHARE-CHANGE < 0
               COMPUTE WS-SHARE-CHANGE = WS-SHARE-CHANGE * -1
           END-IF.

           IF WS-SHARE-CHANGE NOT < WS-IPPS-JUMP-POINTS
               MOVE WS-PP-SHARE (WS-CMP-SUB) TO WS-PRIOR-SHARE-ABS
               IF WS-PRIOR-SHARE-ABS < 0
                   COMPUTE WS-PRIOR-SHARE-ABS =
                       WS-PRIOR-SHARE-ABS * -1
               END-IF
               IF WS-PRIOR-SHARE-ABS = 0
                   PERFORM 3330-RECORD-JUMP
               ELSE
                   COMPUTE WS-SHARE-CHANGE-PCT ROUNDED =
                       (WS-SHARE-CHANGE / WS-PRIOR-SHARE-ABS) * 100
                   IF WS-SHARE-CHANGE-PCT NOT < WS-IPPS-JUMP-PCT
                       PERFORM 3330-RECORD-JUMP
                   END-IF
               END-IF
           END-IF.

       3330-RECORD-JUMP.
           MOVE '*' TO WS-PA-JUMP (WS-CMP-SUB).
           ADD 1 TO WS-JUMP-TOTAL-CNT.
           IF NOT WS-PROV-JUMPED
               SET WS-PROV-JUMPED TO TRUE
               ADD 1 TO WS-PROV-FLAGGED-CNT
           END-IF.

           IF WS-JUMP-CNT < 500
               ADD 1 TO WS-JUMP-CNT
               SET WS-JPNDX TO WS-JUMP-CNT
               MOVE WS-PRIOR-PROV-6      TO WS-JP-PROV-6 (WS-JPNDX)
               MOVE WS-PRIOR-PERIOD-KEY  TO WS-JP-PERIOD (WS-JPNDX)
               MOVE WS-PP-PERIOD
                   TO WS-JP-PRIOR-PERIOD (WS-JPNDX)
               MOVE WS-COMPONENT-NAME (WS-CMP-SUB)
                   TO WS-JP-COMPONENT (WS-JPNDX)
               MOVE WS-PP-SHARE (WS-CMP-SUB)
                   TO WS-JP-PRIOR-SHARE (WS-JPNDX)
               MOVE WS-PA-SHARE (WS-CMP-SUB)
                   TO WS-JP-CURR-SHARE (WS-JPNDX)
               MOVE WS-PP-CLAIM-CNT
                   TO WS-JP-PRIOR-CLAIMS (WS-JPNDX)
               MOVE WS-PA-CLAIM-CNT      TO WS-JP-CURR-CLAIMS (WS-JPNDX)
           ELSE
               ADD 1 TO WS-JUMP-OVERFLOW-CNT
           END-IF.

       3350-FORMAT-PERIOD-COMPONENT.
           MOVE WS-PA-AMT (WS-CMP-SUB)   TO WS-AML-AMT (WS-CMP-SUB).
           MOVE WS-PA-SHARE (WS-CMP-SUB) TO WS-SHL-SHARE (WS-CMP-SUB).
           MOVE WS-PA-JUMP (WS-CMP-SUB)  TO WS-SHL-JUMP (WS-CMP-SUB).

       3390-WRITE-AMOUNT-SHARE-LINES.
           MOVE SPACES TO WS-SHL-LABEL.
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > 7
               MOVE SPACES TO WS-AML-FILL (WS-CMP-SUB)
               MOVE SPACES TO WS-SHL-FILL (WS-CMP-SUB)
               MOVE "%"    TO WS-SHL-PCT (WS-CMP-SUB)
           END-PERFORM.
           WRITE IPPS-COMP-RPT-LINE FROM WS-AMOUNT-LINE.
           WRITE IPPS-COMP-RPT-LINE FROM WS-SHARE-LINE.

      *    THE PROVIDER'S TOTAL OVER EVERY MONTH ON THE EXTRACT.
       3400-PRINT-PROVIDER.
           MOVE "TOTAL"               TO WS-AML-LABEL.
           MOVE WS-PV-AMT (8)         TO WS-AML-TOTAL.
           MOVE WS-PV-CLAIM-CNT       TO WS-SHL-CLAIM-CNT.
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > 7
               MOVE WS-PV-AMT (WS-CMP-SUB) TO WS-AML-AMT (WS-CMP-SUB)
               IF WS-PV-AMT (8) > 0
                   COMPUTE WS-SHL-SHARE (WS-CMP-SUB) ROUNDED =
                       (WS-PV-AMT (WS-CMP-SUB) / WS-PV-AMT (8)) * 100
               ELSE
                   MOVE 0 TO WS-SHL-SHARE (WS-CMP-SUB)
               END-IF
               MOVE SPACE TO WS-SHL-JUMP (WS-CMP-SUB)
           END-PERFORM.
           PERFORM 3390-WRITE-AMOUNT-SHARE-LINES.

           MOVE WS-PV-SCH-CNT         TO WS-PSL-SCH-CNT.
           IF WS-PROV-JUMPED
               MOVE "*** COMPONENT RATIO JUMP - SEE BELOW"
                   TO WS-PSL-JUMP-NOTE
           ELSE
               MOVE SPACES TO WS-PSL-JUMP-NOTE
           END-IF.
           WRITE IPPS-COMP-RPT-LINE FROM WS-PROV-SCH-LINE.

           ADD WS-PV-CLAIM-CNT TO WS-GR-CLAIM-CNT.
           ADD WS-PV-SCH-CNT   TO WS-GR-SCH-CNT.
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > 8
               ADD WS-PV-AMT (WS-CMP-SUB) TO WS-GR-AMT (WS-CMP-SUB)
           END-PERFORM.

       3500-PRINT-GRAND-TOTAL.
           MOVE SPACES TO IPPS-COMP-RPT-LINE.
           WRITE IPPS-COMP-RPT-LINE.
           MOVE "ALL PROVIDERS" TO IPPS-COMP-RPT-LINE.
           WRITE IPPS-COMP-RPT-LINE.

           MOVE "TOTAL"               TO WS-AML-LABEL.
           MOVE WS-GR-AMT (8)         TO WS-AML-TOTAL.
           MOVE WS-GR-CLAIM-CNT       TO WS-SHL-CLAIM-CNT.
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > 7
               MOVE WS-GR-AMT (WS-CMP-SUB) TO WS-AML-AMT (WS-CMP-SUB)
               IF WS-GR-AMT (8) > 0
                   COMPUTE WS-SHL-SHARE (WS-CMP-SUB) ROUNDED =
                       (WS-GR-AMT (WS-CMP-SUB) / WS-GR-AMT (8)) * 100
               ELSE
                   MOVE 0 TO WS-SHL-SHARE (WS-CMP-SUB)
               END-IF
               MOVE SPACE TO WS-SHL-JUMP (WS-CMP-SUB)
           END-PERFORM.
           PERFORM 3390-WRITE-AMOUNT-SHARE-LINES.

           MOVE WS-GR-SCH-CNT         TO WS-PSL-SCH-CNT.
           MOVE SPACES                TO WS-PSL-JUMP-NOTE.
           WRITE IPPS-COMP-RPT-LINE FROM WS-PROV-SCH-LINE.

       3600-PRINT-JUMPS.
           MOVE SPACES TO IPPS-COMP-RPT-LINE.
           WRITE IPPS-COMP-RPT-LINE.
           WRITE IPPS-COMP-RPT-LINE FROM WS-JUMP-HEADING-1.
           WRITE IPPS-COMP-RPT-LINE FROM WS-JUMP-HEADING-2.
           PERFORM 3610-PRINT-JUMP-LINE
               VARYING WS-JPNDX FROM 1 BY 1
               UNTIL WS-JPNDX > WS-JUMP-CNT.

       3610-PRINT-JUMP-LINE.
           CALL "FSR090" USING WS-JP-PROV-6 (WS-JPNDX)
                               WS-LKP-PROV-NAME
                               WS-LKP-RC.
           MOVE WS-JP-PROV-6 (WS-JPNDX)       TO WS-JPL-PROV.
           MOVE WS-LKP-PROV-NAME              TO WS-JPL-PROV-NAME.
           MOVE WS-JP-PERIOD (WS-JPNDX)       TO WS-JPL-PERIOD.
           MOVE WS-JP-PRIOR-PERIOD (WS-JPNDX) TO WS-JPL-PRIOR-PERIOD.
           MOVE WS-JP-COMPONENT (WS-JPNDX)    TO WS-JPL-COMPONENT.
           MOVE WS-JP-PRIOR-SHARE (WS-JPNDX)  TO WS-JPL-PRIOR-SHARE.
           MOVE WS-JP-CURR-SHARE (WS-JPNDX)   TO WS-JPL-CURR-SHARE.
           COMPUTE WS-JPL-CHANGE =
               WS-JP-CURR-SHARE (WS-JPNDX)
             - WS-JP-PRIOR-SHARE (WS-JPNDX).
           MOVE WS-JP-PRIOR-CLAIMS (WS-JPNDX) TO WS-JPL-PRIOR-CLAIMS.
           MOVE WS-JP-CURR-CLAIMS (WS-JPNDX)  TO WS-JPL-CURR-CLAIMS.
           WRITE IPPS-COMP-RPT-LINE FROM WS-JUMP-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO IPPS-COMP-RPT-LINE.
           WRITE IPPS-COMP-RPT-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS READ: " WS-CLAIMS-READ-CNT
               "  PPS CLAIMS: " WS-CLAIMS-SELECTED-CNT
               "  PROVIDERS: " WS-PROVIDER-CNT
               "  PROVIDER-MONTHS: " WS-PERIOD-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE IPPS-COMP-RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "RATIO JUMPS: " WS-JUMP-TOTAL-CNT
               "  PROVIDERS FLAGGED: " WS-PROV-FLAGGED-CNT
               "  JUMP LIST OVERFLOW: " WS-JUMP-OVERFLOW-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE IPPS-COMP-RPT-LINE FROM WS-SUMMARY-LINE.
