      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR127                                             *
      ***                                                             *
      *** DESCRIPTION: NIGHTLY SERVICE-DATE ELIGIBILITY EDIT.  EACH   *
      ***   CLAIM'S BENEFICIARY IS LOOKED UP ON THE FSR126-LOADED     *
      ***   ENTITLEMENT MASTER (FSRCBENT SHAPE) THE WAY FSR096 PROVES *
      ***   IDE NUMBERS, SO SERVICES AFTER DEATH OR OUTSIDE           *
      ***   ENTITLEMENT ARE FOUND HERE RATHER THAN ONLY WHEN CWF      *
      ***   REJECTS.  A CLAIM IS LISTED, ONE LINE PER CONDITION,      *
      ***   WHEN:                                                     *
      ***     1) THE BENEFICIARY IS NOT ON THE MASTER,                *
      ***     2) THE STATEMENT PERIOD BEGINS OR ENDS AFTER THE DATE   *
      ***        OF DEATH, OR A LINE SERVICE DATE (ON ANY SEGMENT)    *
      ***        FALLS AFTER IT - SERVICE ON THE DATE OF DEATH ITSELF *
      ***        IS PAYABLE,                                          *
      ***     3) THE STATEMENT PERIOD FALLS OUTSIDE THE ENTITLEMENT   *
      ***        THE BILL TYPE IS PAID UNDER - PART A FOR 11X, 18X,   *
      ***        21X, 41X AND HOSPICE 81X/82X; PART A OR PART B FOR   *
      ***        HOME HEALTH 32X/33X; PART B FOR EVERY OTHER TYPE,    *
      ***     4) THE CLAIM'S FSSC-CWF-PRT-A-EFF-DT OR                 *
      ***        FSSC-PART-B-EFF-DATE, WHEN PRESENT, DISAGREES WITH   *
      ***        THE MASTER'S START OF THAT PART,                     *
      ***     5) THE CLAIM'S FSSC-REASON-FOR-ENT-IND DISAGREES WITH   *
      ***        THE MASTER'S DISABILITY / ESRD HISTORY AS OF THE     *
      ***        STATEMENT FROM DATE (0 NEITHER, 1 DISABILITY,        *
      ***        2 ESRD, 3 BOTH).                                     *
      ***   THE MASTER LOOKUP AND DATE OF DEATH ARE TAKEN AT THE BASE *
      ***   (TRAILER-SEQ 00) SEGMENT AND HELD FOR THE CLAIM'S         *
      ***   REMAINING SEGMENTS (LINES CAN APPEAR ON ANY SEGMENT - SEE *
      ***   FSR001).                                                  *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      *** FILE:   BENE-ENT-MASTER-FILE - ENTITLEMENT MASTER, INDEXED  *
      ***                               BY HIC-NO                     *
      *** OUTPUT: ELIG-EDIT-RPT-FILE  - ELIGIBILITY EXCEPTION LISTING *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR127.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT BENE-ENT-MASTER-FILE ASSIGN TO "BENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BENT-KEY
               FILE STATUS IS WS-BENT-FILE-STATUS.

           SELECT ELIG-EDIT-RPT-FILE ASSIGN TO "ELIGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  BENE-ENT-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==BENT==.
       COPY FSRCBENT.
       REPLACE OFF.

       FD  ELIG-EDIT-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ELIG-EDIT-RPT-LINE                 PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

       WORKING-STORAGE SECTION.

       01  WS-BENT-FILE-STATUS                PIC X(2).
           88  WS-BENT-OK                         VALUE '00'.
           88  WS-BENT-NOT-FOUND                  VALUE '23'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-BENE-FOUND-SW               PIC X(1) VALUE 'N'.
               88  WS-BENE-FOUND                     VALUE 'Y'.
           05  WS-ENTITLED-SW                 PIC X(1).
               88  WS-ENTITLED                       VALUE 'Y'.
           05  WS-BILL-PART-SW                PIC X(1).
               88  WS-BILL-PART-A                    VALUE 'A'.
               88  WS-BILL-PART-B                    VALUE 'B'.
               88  WS-BILL-PART-EITHER               VALUE 'E'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081 - A MISMATCH ABENDS THE
      *    JOB BEFORE THE EXCEPTION LISTING IS TRUSTED.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR127".
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
           05  WS-CLAIMS-READ-CNT             PIC 9(7) VALUE 0.
           05  WS-CLAIMS-CHECKED-CNT          PIC 9(7) VALUE 0.
           05  WS-EXCEPTION-CNT               PIC 9(7) VALUE 0.
           05  WS-NOT-ON-MASTER-CNT           PIC 9(7) VALUE 0.
           05  WS-AFTER-DEATH-CNT             PIC 9(7) VALUE 0.
           05  WS-LINE-AFTER-DEATH-CNT        PIC 9(7) VALUE 0.
           05  WS-NOT-ENTITLED-CNT            PIC 9(7) VALUE 0.
           05  WS-EFF-DT-DIFF-CNT             PIC 9(7) VALUE 0.
           05  WS-REASON-DIFF-CNT             PIC 9(7) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-NDX                     COMP PIC S9(4).
           05  WS-LINE-NBR                COMP PIC S9(4).
           05  WS-PRIOR-HIC-NO                PIC X(12) VALUE SPACES.
           05  WS-PRIOR-DCN                   PIC X(23) VALUE SPACES.
           05  WS-FROM-DT                     PIC 9(8).
           05  WS-THRU-DT                     PIC 9(8).
           05  WS-HOLD-DEATH-DT               PIC 9(8) VALUE 0.
           05  WS-CLAIM-EFF-DT                PIC 9(8).
           05  WS-LINE-SERV-DT                PIC 9(8).
           05  WS-CHK-START-DT                PIC 9(8).
           05  WS-CHK-END-DT                  PIC 9(8).
           05  WS-HIST-DISABLED-SW            PIC X(1).
               88  WS-HIST-DISABLED                  VALUE 'Y'.
           05  WS-HIST-ESRD-SW                PIC X(1).
               88  WS-HIST-ESRD                      VALUE 'Y'.
           05  WS-MASTER-REASON               PIC 9(1).
           05  WS-CHK-CLAIM-VALUE             PIC X(8).
           05  WS-CHK-MASTER-VALUE            PIC X(8).
           05  WS-CHK-PART-NAME               PIC X(3).
           05  WS-CHK-CONDITION               PIC X(36).

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR127 - SERVICE-DATE ELIGIBILITY EXCEPTIONS".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(13) VALUE "HIC-NO".
           05  FILLER                 PIC X(25) VALUE "DCN".
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(5)  VALUE "TOB".
           05  FILLER                 PIC X(6)  VALUE "LINE".
           05  FILLER                 PIC X(10) VALUE "CLAIM".
           05  FILLER                 PIC X(10) VALUE "MASTER".
           05  FILLER                 PIC X(36) VALUE "CONDITION".

       01  WS-REPORT-LINE.
           05  WS-RPT-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-DCN                     PIC X(23).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-TOB                     PIC X(3).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-LINE-NBR                PIC ZZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-CLAIM-VALUE             PIC X(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-MASTER-VALUE            PIC X(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-CONDITION               PIC X(36).

       01  WS-RUN-DATE-CYMD                   PIC 9(8).

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           OPEN INPUT BENE-ENT-MASTER-FILE.
           IF NOT WS-BENT-OK
               DISPLAY "FSR127 - ENTITLEMENT MASTER NOT AVAILABLE, "
                   "STATUS " WS-BENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  CLAIM-EXTRACT-FILE.
           OPEN OUTPUT ELIG-EDIT-RPT-FILE.
           WRITE ELIG-EDIT-RPT-LINE FROM WS-HEADING-1.
           WRITE ELIG-EDIT-RPT-LINE FROM WS-HEADING-2.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CYMD.

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

           IF NOT WS-HEADER-SEEN
              OR NOT WS-TRAILER-SEEN
               DISPLAY "FSR127 - EXTRACT CONTROL FAILURE: HEADER OR "
                   "TRAILER CONTROL RECORD MISSING"
               CLOSE CLAIM-EXTRACT-FILE BENE-ENT-MASTER-FILE
                     ELIG-EDIT-RPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS READ: " WS-CLAIMS-READ-CNT
               "  ON MASTER: " WS-CLAIMS-CHECKED-CNT
               "  NOT ON MASTER: " WS-NOT-ON-MASTER-CNT
               "  EXCEPTIONS: " WS-EXCEPTION-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE ELIG-EDIT-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS AFTER DEATH: " WS-AFTER-DEATH-CNT
               "  LINES AFTER DEATH: " WS-LINE-AFTER-DEATH-CNT
               "  NOT ENTITLED: " WS-NOT-ENTITLED-CNT
               "  EFF DT DIFFS: " WS-EFF-DT-DIFF-CNT
               "  REASON DIFFS: " WS-REASON-DIFF-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE ELIG-EDIT-RPT-LINE FROM WS-SUMMARY-LINE.

           PERFORM 9500-WRITE-RUN-CONTROL.

           CLOSE CLAIM-EXTRACT-FILE BENE-ENT-MASTER-FILE
                 ELIG-EDIT-RPT-FILE.
           GOBACK.

      *    ONE RUN-CONTROL RECORD PER NORMAL COMPLETION (FSRCRUNC) -
      *    FSR088 RECONCILES THE CHAIN'S COUNTS FROM THESE.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR127"              TO RUNC-JOB-NAME.
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
                       CLOSE CLAIM-EXTRACT-FILE BENE-ENT-MASTER-FILE
                             ELIG-EDIT-RPT-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CTL-DATA-CNT
                   ADD FSSCCLMS-TOTAL-CHARGE-AMOUNT
                       TO WS-CTL-CHARGE-HASH
           END-EVALUATE.

       2000-PROCESS-SEGMENT.
           IF FSSCCLMS-HIC-NO NOT = WS-PRIOR-HIC-NO
              OR FSSCCLMS-DCN NOT = WS-PRIOR-DCN
               MOVE 'N' TO WS-BENE-FOUND-SW
               MOVE 0   TO WS-HOLD-DEATH-DT
               MOVE FSSCCLMS-HIC-NO TO WS-PRIOR-HIC-NO
               MOVE FSSCCLMS-DCN    TO WS-PRIOR-DCN
           END-IF.

           IF FSSCCLMS-TRAILER-SEQ-00-BASE
               ADD 1 TO WS-CLAIMS-READ-CNT
               PERFORM 2100-CHECK-CLAIM
           END-IF.

           IF WS-BENE-FOUND
              AND WS-HOLD-DEATH-DT > 0
              AND FSSCCLMS-LINES > 0
               PERFORM 2500-CHECK-LINE-DEATH
                   VARYING FSSCCLMS-NDX FROM 1 BY 1
                   UNTIL FSSCCLMS-NDX > FSSCCLMS-LINES
           END-IF.

       2100-CHECK-CLAIM.
           MOVE 0 TO WS-LINE-NBR.
           MOVE FSSCCLMS-STMT-COV-FROM-DT-CYMD TO WS-FROM-DT.
           MOVE FSSCCLMS-STMT-COV-TO-DT-CYMD   TO WS-THRU-DT.

           MOVE FSSCCLMS-HIC-NO TO BENT-HIC-NO.
           READ BENE-ENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BENE-FOUND TO TRUE
           END-READ.

           IF NOT WS-BENE-FOUND
               ADD 1 TO WS-NOT-ON-MASTER-CNT
               MOVE SPACES TO WS-CHK-CLAIM-VALUE WS-CHK-MASTER-VALUE
               MOVE "BENEFICIARY NOT ON ENTITLEMENT MSTR"
                   TO WS-CHK-CONDITION
               PERFORM 2900-PRINT-EXCEPTION
           ELSE
               ADD 1 TO WS-CLAIMS-CHECKED-CNT
               MOVE BENT-DEATH-DT-CYMD TO WS-HOLD-DEATH-DT
               PERFORM 2200-CHECK-DATE-OF-DEATH
               PERFORM 2300-CHECK-ENTITLEMENT
               PERFORM 2400-CHECK-CLAIM-ENT-DATA
           END-IF.

       2200-CHECK-DATE-OF-DEATH.
           IF WS-HOLD-DEATH-DT > 0
              AND WS-THRU-DT > WS-HOLD-DEATH-DT
               ADD 1 TO WS-AFTER-DEATH-CNT
               MOVE WS-HOLD-DEATH-DT TO WS-CHK-MASTER-VALUE
               IF WS-FROM-DT > WS-HOLD-DEATH-DT
                   MOVE WS-FROM-DT TO WS-CHK-CLAIM-VALUE
                   MOVE "SERVICES BEGIN AFTER DATE OF DEATH"
                       TO WS-CHK-CONDITION
               ELSE
                   MOVE WS-THRU-DT TO WS-CHK-CLAIM-VALUE
                   MOVE "SERVICES END AFTER DATE OF DEATH"
                       TO WS-CHK-CONDITION
               END-IF
               PERFORM 2900-PRINT-EXCEPTION
           END-IF.

      *    THE BILL TYPE DECIDES WHICH PART PAYS: INPATIENT, SNF,
      *    RELIGIOUS NON-MEDICAL AND HOSPICE UNDER PART A; HOME HEALTH
      *    UNDER WHICHEVER PART THE BENEFICIARY HAS; THE REST UNDER
      *    PART B.
       2300-CHECK-ENTITLEMENT.
           EVALUATE TRUE
               WHEN FSSCCLMS-LOB-CD = 1
                AND (FSSCCLMS-SERV-TYP-CD = 1 OR 8)
                   SET WS-BILL-PART-A TO TRUE
               WHEN FSSCCLMS-LOB-CD = 2
                AND FSSCCLMS-SERV-TYP-CD = 1
                   SET WS-BILL-PART-A TO TRUE
               WHEN FSSCCLMS-LOB-CD = 4
                AND FSSCCLMS-SERV-TYP-CD = 1
                   SET WS-BILL-PART-A TO TRUE
               WHEN FSSCCLMS-LOB-CD = 8
                AND (FSSCCLMS-SERV-TYP-CD = 1 OR 2)
                   SET WS-BILL-PART-A TO TRUE
               WHEN FSSCCLMS-LOB-CD = 3
                AND (FSSCCLMS-SERV-TYP-CD = 2 OR 3)
                   SET WS-BILL-PART-EITHER TO TRUE
               WHEN OTHER
                   SET WS-BILL-PART-B TO TRUE
           END-EVALUATE.

           MOVE 'N' TO WS-ENTITLED-SW.
           IF WS-BILL-PART-A OR WS-BILL-PART-EITHER
               MOVE BENT-PART-A-START-DT-CYMD TO WS-CHK-START-DT
               MOVE BENT-PART-A-END-DT-CYMD   TO WS-CHK-END-DT
               PERFORM 2350-CHECK-PERIOD
           END-IF.
           IF WS-BILL-PART-B
              OR (WS-BILL-PART-EITHER AND NOT WS-ENTITLED)
               MOVE BENT-PART-B-START-DT-CYMD TO WS-CHK-START-DT
               MOVE BENT-PART-B-END-DT-CYMD   TO WS-CHK-END-DT
               PERFORM 2350-CHECK-PERIOD
           END-IF.

           IF NOT WS-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-CNT
               PERFORM 2360-NAME-PART
               MOVE WS-FROM-DT TO WS-CHK-CLAIM-VALUE
               MOVE WS-CHK-START-DT TO WS-CHK-MASTER-VALUE
               MOVE SPACES TO WS-CHK-CONDITION
               EVALUATE TRUE
                   WHEN WS-CHK-START-DT = 0
                       MOVE SPACES TO WS-CHK-MASTER-VALUE
                       STRING "NOT ENTITLED TO PART " DELIMITED BY SIZE
                              WS-CHK-PART-NAME DELIMITED BY SPACE
                           INTO WS-CHK-CONDITION
                       END-STRING
                   WHEN WS-FROM-DT < WS-CHK-START-DT
                       STRING "SERVICE BEFORE PART " DELIMITED BY SIZE
                              WS-CHK-PART-NAME DELIMITED BY SPACE
                              " ENTITLEMENT" DELIMITED BY SIZE
                           INTO WS-CHK-CONDITION
                       END-STRING
                   WHEN OTHER
                       MOVE WS-THRU-DT TO WS-CHK-CLAIM-VALUE
                       MOVE WS-CHK-END-DT TO WS-CHK-MASTER-VALUE
                       STRING "SERVICE AFTER PART " DELIMITED BY SIZE
                              WS-CHK-PART-NAME DELIMITED BY SPACE
                              " ENTITLEMENT" DELIMITED BY SIZE
                           INTO WS-CHK-CONDITION
                       END-STRING
               END-EVALUATE
               PERFORM 2900-PRINT-EXCEPTION
           END-IF.

       2350-CHECK-PERIOD.
           IF WS-CHK-START-DT > 0
              AND WS-FROM-DT NOT < WS-CHK-START-DT
              AND (WS-CHK-END-DT = 0
                   OR WS-THRU-DT NOT > WS-CHK-END-DT)
               SET WS-ENTITLED TO TRUE
           END-IF.

       2360-NAME-PART.
           EVALUATE TRUE
               WHEN WS-BILL-PART-A
                   MOVE "A"   TO WS-CHK-PART-NAME
               WHEN WS-BILL-PART-B
                   MOVE "B"   TO WS-CHK-PART-NAME
               WHEN OTHER
                   MOVE "A/B" TO WS-CHK-PART-NAME
           END-EVALUATE.

      *    WHAT CWF SENT BACK ON THE CLAIM ITSELF IS PROVED AGAINST
      *    THE MASTER; A BLANK OR ZERO CLAIM VALUE MEANS CWF SENT
      *    NOTHING AND IS NOT AN EXCEPTION.
       2400-CHECK-CLAIM-ENT-DATA.
           MOVE 0 TO WS-CLAIM-EFF-DT.
           IF FSSCCLMS-CWF-PRT-A-EFF-DT-CYMD NUMERIC
               MOVE FSSCCLMS-CWF-PRT-A-EFF-DT-CYMD TO WS-CLAIM-EFF-DT
           END-IF.
           IF WS-CLAIM-EFF-DT > 0
              AND WS-CLAIM-EFF-DT NOT = BENT-PART-A-START-DT-CYMD
               ADD 1 TO WS-EFF-DT-DIFF-CNT
               MOVE WS-CLAIM-EFF-DT TO WS-CHK-CLAIM-VALUE
               MOVE BENT-PART-A-START-DT-CYMD TO WS-CHK-MASTER-VALUE
               MOVE "CLAIM PART A EFF DATE NOT = MASTER"
                   TO WS-CHK-CONDITION
               PERFORM 2900-PRINT-EXCEPTION
           END-IF.

           MOVE 0 TO WS-CLAIM-EFF-DT.
           IF FSSCCLMS-PART-B-EFF-DATE-CYMD NUMERIC
               MOVE FSSCCLMS-PART-B-EFF-DATE-CYMD TO WS-CLAIM-EFF-DT
           END-IF.
           IF WS-CLAIM-EFF-DT > 0
              AND WS-CLAIM-EFF-DT NOT = BENT-PART-B-START-DT-CYMD
               ADD 1 TO WS-EFF-DT-DIFF-CNT
               MOVE WS-CLAIM-EFF-DT TO WS-CHK-CLAIM-VALUE
               MOVE BENT-PART-B-START-DT-CYMD TO WS-CHK-MASTER-VALUE
               MOVE "CLAIM PART B EFF DATE NOT = MASTER"
                   TO WS-CHK-CONDITION
               PERFORM 2900-PRINT-EXCEPTION
           END-IF.

           IF FSSCCLMS-REASON-FOR-ENT-IND NUMERIC
               MOVE 'N' TO WS-HIST-DISABLED-SW WS-HIST-ESRD-SW
               PERFORM 2450-CHECK-HIST-PERIOD
                   VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > BENT-ENT-HIST-CNT
               EVALUATE TRUE
                   WHEN WS-HIST-DISABLED AND WS-HIST-ESRD
                       MOVE 3 TO WS-MASTER-REASON
                   WHEN WS-HIST-ESRD
                       MOVE 2 TO WS-MASTER-REASON
                   WHEN WS-HIST-DISABLED
                       MOVE 1 TO WS-MASTER-REASON
                   WHEN OTHER
                       MOVE 0 TO WS-MASTER-REASON
               END-EVALUATE
               IF FSSCCLMS-REASON-FOR-ENT-IND NOT = WS-MASTER-REASON
                   ADD 1 TO WS-REASON-DIFF-CNT
                   MOVE FSSCCLMS-REASON-FOR-ENT-IND
                       TO WS-CHK-CLAIM-VALUE
                   MOVE WS-MASTER-REASON TO WS-CHK-MASTER-VALUE
                   MOVE "CLAIM ENT REASON NOT = MASTER HIST"
                       TO WS-CHK-CONDITION
                   PERFORM 2900-PRINT-EXCEPTION
               END-IF
           END-IF.

       2450-CHECK-HIST-PERIOD.
           IF BENT-ENT-START-DT-CYMD (WS-NDX) NOT > WS-FROM-DT
              AND (BENT-ENT-END-DT-CYMD (WS-NDX) = 0
                   OR BENT-ENT-END-DT-CYMD (WS-NDX) NOT < WS-FROM-DT)
               EVALUATE TRUE
                   WHEN BENT-ENT-BASIS-D-DISABILITY (WS-NDX)
                       SET WS-HIST-DISABLED TO TRUE
                   WHEN BENT-ENT-BASIS-E-ESRD (WS-NDX)
                       SET WS-HIST-ESRD TO TRUE
               END-EVALUATE
           END-IF.

       2500-CHECK-LINE-DEATH.
           MOVE 0 TO WS-LINE-SERV-DT.
           IF FSSCCLMS-SERV-DT-CYMD (FSSCCLMS-NDX) NUMERIC
               MOVE FSSCCLMS-SERV-DT-CYMD (FSSCCLMS-NDX)
                   TO WS-LINE-SERV-DT
           END-IF.
           IF WS-LINE-SERV-DT > WS-HOLD-DEATH-DT
               SET WS-LINE-NBR TO FSSCCLMS-NDX
               ADD 1 TO WS-LINE-AFTER-DEATH-CNT
               MOVE WS-LINE-SERV-DT TO WS-CHK-CLAIM-VALUE
               MOVE WS-HOLD-DEATH-DT TO WS-CHK-MASTER-VALUE
               MOVE "LINE SERVICE AFTER DATE OF DEATH"
                   TO WS-CHK-CONDITION
               PERFORM 2900-PRINT-EXCEPTION
           END-IF.

       2900-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-CNT.
           MOVE FSSCCLMS-HIC-NO          TO WS-RPT-HIC-NO.
           MOVE FSSCCLMS-DCN             TO WS-RPT-DCN.
           MOVE FSSCCLMS-MEDA-PROV-6     TO WS-RPT-PROV.
           MOVE FSSCCLMS-BILL-TYP-CD     TO WS-RPT-TOB.
           MOVE WS-LINE-NBR              TO WS-RPT-LINE-NBR.
           MOVE WS-CHK-CLAIM-VALUE       TO WS-RPT-CLAIM-VALUE.
           MOVE WS-CHK-MASTER-VALUE      TO WS-RPT-MASTER-VALUE.
           MOVE WS-CHK-CONDITION         TO WS-RPT-CONDITION.
           WRITE ELIG-EDIT-RPT-LINE FROM WS-REPORT-LINE.
