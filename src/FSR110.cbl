      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR110                                             *
      ***                                                             *
      *** DESCRIPTION: NCD (NATIONAL COVERAGE DETERMINATION) EDIT     *
      ***   OVERRIDE AUDIT.  EACH REVENUE LINE CARRIES THE NCD THAT   *
      ***   FIRED (FSSC-NCD-NUM), THE EDIT RESPONSE (FSSC-NCD-RESP-   *
      ***   CODE) AND WHETHER THE EDIT WAS OVERRIDDEN (FSSC-NCD-OVR-  *
      ***   FLAG 'Y' REVIEWED OR 'D' NON-COVERED CHARGES).  CERT      *
      ***   REVIEWERS ASK FIRST FOR THE JUSTIFICATION OF THESE        *
      ***   OVERRIDES, SO THIS JOB LISTS:                             *
      ***     1) EVERY OVERRIDDEN NCD EDIT, BY NCD, PROVIDER AND      *
      ***        OPERATOR, WITH THE LINE'S PAID REIMBURSEMENT         *
      ***        (FSSC-PROV-REIMB-LINE ON A PAID CLAIM) AND TOTALS AT *
      ***        EACH LEVEL.  LINES CARRY NO OPERATOR OF THEIR OWN -  *
      ***        THE CLAIM'S FSSC-OPER-ID IS USED, AS IN FSR091.      *
      ***     2) EVERY LINE CITING AN NCD THAT IS NOT ON THE FSR109-  *
      ***        LOADED NCD MASTER (FSRCNCDM), NOT YET EFFECTIVE ON   *
      ***        THE LINE DATE, OR NO LONGER EFFECTIVE ON IT.  THE    *
      ***        LINE DATE IS THE SERVICE DATE, ELSE THE STATEMENT    *
      ***        FROM DATE, AS IN FSR096.                             *
      ***   CANCELS ARE SKIPPED.  THE LINES ARE TAKEN FROM EVERY      *
      ***   SEGMENT OF THE CLAIM WITH THE BASE SEGMENT'S CONTEXT      *
      ***   HELD (LINES CAN APPEAR ON ANY SEGMENT - SEE FSR001).  A   *
      ***   CONTROL FAILURE PRINTS NOTHING AND ENDS WITH RETURN CODE  *
      ***   16.                                                       *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      ***         NCD-MASTER-FILE     - NCD MASTER, INDEXED BY NCD    *
      *** OUTPUT: NCD-AUDIT-RPT-FILE  - NCD OVERRIDE / EXCEPTION RPT  *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR110.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT NCD-MASTER-FILE ASSIGN TO "NCDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCDM-KEY
               FILE STATUS IS WS-NCD-FILE-STATUS.

           SELECT NCD-AUDIT-RPT-FILE ASSIGN TO "NCDAURPT"
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

       FD  NCD-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==NCDM==.
       COPY FSRCNCDM.
       REPLACE OFF.

       FD  NCD-AUDIT-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  NCD-AUDIT-RPT-LINE                 PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

      *    'O' - AN OVERRIDDEN NCD EDIT.  'X' - A LINE WHOSE NCD IS
      *    UNKNOWN OR NOT EFFECTIVE.  A LINE CAN BE BOTH.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-REC-KIND                    PIC X(1).
               88  SW-KIND-O-OVERRIDE                VALUE 'O'.
               88  SW-KIND-X-TABLE-EXCEPTION         VALUE 'X'.
           05  SW-NCD-NUM                     PIC X(8).
           05  SW-PROV-6                      PIC X(6).
           05  SW-OPER-ID                     PIC X(9).
           05  SW-HIC-NO                      PIC X(12).
           05  SW-DCN                         PIC X(23).
           05  SW-LINE-NBR                    PIC 9(3).
           05  SW-REV-CD                      PIC 9(4).
           05  SW-HCPC-CD                     PIC X(5).
           05  SW-LINE-DT                     PIC 9(8).
           05  SW-OVR-FLAG                    PIC X(1).
           05  SW-RESP-CODE                   PIC X(1).
           05  SW-CONDITION                   PIC X(30).
           05  SW-PAID-AMT                COMP-3 PIC S9(9)V99.

       WORKING-STORAGE SECTION.

       01  WS-NCD-FILE-STATUS                 PIC X(2).
           88  WS-NCD-OK                          VALUE '00'.
           88  WS-NCD-NOT-FOUND                   VALUE '23'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-CLAIM-HELD-SW               PIC X(1) VALUE 'N'.
               88  WS-CLAIM-HELD                     VALUE 'Y'.
           05  WS-NCD-FOUND-SW                PIC X(1) VALUE 'N'.
               88  WS-NCD-FOUND                      VALUE 'Y'.
           05  WS-FIRST-OVERRIDE-SW           PIC X(1) VALUE 'Y'.
               88  WS-FIRST-OVERRIDE                 VALUE 'Y'.
           05  WS-EXCEPTIONS-STARTED-SW       PIC X(1) VALUE 'N'.
               88  WS-EXCEPTIONS-STARTED             VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081.  A FAILURE INSIDE THE
      *    SORT INPUT PROCEDURE RAISES THE ABEND SWITCH; THE REPORT IS
      *    SUPPRESSED AND THE JOB ENDS WITH RC 16.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR110".
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

      *    THE BASE SEGMENT'S CONTEXT, HELD FOR THE REVENUE LINES ON
      *    THE CLAIM'S LATER SEGMENTS.
       01  WS-CLAIM-WORK.
           05  WS-CLM-HIC-NO                  PIC X(12).
           05  WS-CLM-DCN                     PIC X(23).
           05  WS-CLM-PROV-6                  PIC X(6).
           05  WS-CLM-OPER-ID                 PIC X(9).
           05  WS-CLM-FROM-DT                 PIC 9(8).
           05  WS-CLM-PAID-SW                 PIC X(1).
               88  WS-CLM-PAID                       VALUE 'Y'.
           05  WS-CLM-LINE-NBR                PIC 9(3).
           05  WS-LINE-DT                     PIC 9(8).
           05  WS-LINE-CONDITION              PIC X(30).

      *    LAST NCD LOOKED UP - A CLAIM'S LINES USUALLY CITE THE SAME
      *    ONE.
       01  WS-NCD-CACHE.
           05  WS-CACHE-NCD-NUM               PIC X(8)  VALUE SPACES.
           05  WS-CACHE-FOUND-SW              PIC X(1).
               88  WS-CACHE-FOUND                    VALUE 'Y'.
           05  WS-CACHE-EFF-FROM-DT           PIC 9(8).
           05  WS-CACHE-EFF-TO-DT             PIC 9(8).

      *    NCD / PROVIDER / OPERATOR CONTROL BREAK.  TOTALS LEVELS:
      *    1 OPERATOR, 2 PROVIDER, 3 NCD, 4 ALL OVERRIDES.
       01  WS-BREAK-FIELDS.
           05  WS-PRIOR-NCD-NUM               PIC X(8)  VALUE SPACES.
           05  WS-PRIOR-PROV-6                PIC X(6)  VALUE SPACES.
           05  WS-PRIOR-OPER-ID               PIC X(9)  VALUE SPACES.

       01  WS-OVERRIDE-TOTALS.
           05  WS-OTOT-ENTRY                  OCCURS 4 TIMES.
               10  WS-OTOT-LINE-CNT           PIC 9(7).
               10  WS-OTOT-PAID-AMT       COMP-3 PIC S9(11)V99.

       01  WS-TOTAL-LEVELS.
           05  WS-LVL-OPER                COMP PIC S9(4) VALUE 1.
           05  WS-LVL-PROV                COMP PIC S9(4) VALUE 2.
           05  WS-LVL-NCD                 COMP PIC S9(4) VALUE 3.
           05  WS-LVL-ALL                 COMP PIC S9(4) VALUE 4.
           05  WS-PRT-LVL                 COMP PIC S9(4).

      *    RESOLVED THROUGH THE FSR090 PROVIDER MASTER LOOKUP - AN
      *    UNKNOWN PROVIDER PRINTS THE BARE NUMBER, AS ALWAYS.
       01  WS-PROV-LOOKUP.
           05  WS-LKP-PROV-ID                 PIC X(6).
           05  WS-LKP-PROV-NAME               PIC X(30).
           05  WS-LKP-RC                      PIC X(1).
               88  WS-LKP-FOUND                      VALUE '0'.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ-CNT             PIC 9(7) VALUE 0.
           05  WS-NCD-LINE-CNT                PIC 9(7) VALUE 0.
           05  WS-OVERRIDE-CNT                PIC 9(7) VALUE 0.
           05  WS-EXCEPTION-CNT               PIC 9(7) VALUE 0.
           05  WS-UNKNOWN-CNT                 PIC 9(7) VALUE 0.
           05  WS-NOT-YET-CNT                 PIC 9(7) VALUE 0.
           05  WS-EXPIRED-CNT                 PIC 9(7) VALUE 0.

       01  WS-RUN-DATE-8                      PIC 9(8).

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR110 - NCD EDIT OVERRIDES BY NCD / PROVIDER / OPERATOR".

       01  WS-NCD-HEADING.
           05  FILLER                 PIC X(4)  VALUE "NCD ".
           05  WS-NHD-NCD-NUM         PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-NHD-NCD-TITLE       PIC X(60).

       01  WS-OVR-HEADING.
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(31) VALUE "PROVIDER NAME".
           05  FILLER                 PIC X(11) VALUE "OPERATOR".
           05  FILLER                 PIC X(13) VALUE "HIC".
           05  FILLER                 PIC X(24) VALUE "DCN".
           05  FILLER                 PIC X(4)  VALUE "LIN".
           05  FILLER                 PIC X(5)  VALUE "REV".
           05  FILLER                 PIC X(6)  VALUE "HCPCS".
           05  FILLER                 PIC X(9)  VALUE "LINE-DT".
           05  FILLER                 PIC X(4)  VALUE "O R".
           05  FILLER                 PIC X(15) VALUE
               "      PAID AMT".

       01  WS-OVR-LINE.
           05  WS-OVL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-OVL-PROV-NAME               PIC X(30).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-OVL-OPER-ID                 PIC X(9).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-OVL-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-OVL-DCN                     PIC X(23).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-OVL-LINE-NBR                PIC ZZ9.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-OVL-REV-CD                  PIC 9(4).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-OVL-HCPC-CD                 PIC X(5).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-OVL-LINE-DT                 PIC 9(8).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-OVL-OVR-FLAG                PIC X(1).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-OVL-RESP-CODE               PIC X(1).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-OVL-PAID-AMT                PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  FILLER                         PIC X(8)  VALUE SPACES.
           05  WS-TTL-LABEL                   PIC X(40).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-TTL-LINE-CNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                         PIC X(7)  VALUE " LINES ".
           05  FILLER                         PIC X(52) VALUE SPACES.
           05  WS-TTL-PAID-AMT                PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-EXC-HEADING-1                   PIC X(132) VALUE
           "LINES CITING AN NCD NOT ON THE NCD MASTER OR NOT EFFECTIVE
      -    " ON THE LINE DATE".
       01  WS-EXC-HEADING-2.
           05  FILLER                 PIC X(10) VALUE "NCD".
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(13) VALUE "HIC".
           05  FILLER                 PIC X(24) VALUE "DCN".
           05  FILLER                 PIC X(4)  VALUE "LIN".
           05  FILLER                 PIC X(5)  VALUE "REV".
           05  FILLER                 PIC X(6)  VALUE "HCPCS".
           05  FILLER                 PIC X(9)  VALUE "LINE-DT".
           05  FILLER                 PIC X(4)  VALUE "O R".
           05  FILLER                 PIC X(30) VALUE "CONDITION".

       01  WS-EXC-LINE.
           05  WS-EXL-NCD-NUM                 PIC X(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-EXL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-EXL-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-EXL-DCN                     PIC X(23).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-EXL-LINE-NBR                PIC ZZ9.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-EXL-REV-CD                  PIC 9(4).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-EXL-HCPC-CD                 PIC X(5).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-EXL-LINE-DT                 PIC 9(8).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-EXL-OVR-FLAG                PIC X(1).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-EXL-RESP-CODE               PIC X(1).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-EXL-CONDITION               PIC X(30).

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.
           INITIALIZE WS-OVERRIDE-TOTALS.

           OPEN INPUT NCD-MASTER-FILE.
           IF NOT WS-NCD-OK
               DISPLAY "FSR110 - NCD MASTER FILE NOT AVAILABLE, STATUS "
                   WS-NCD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-REC-KIND
               ON ASCENDING KEY SW-NCD-NUM
               ON ASCENDING KEY SW-PROV-6
               ON ASCENDING KEY SW-OPER-ID
               ON ASCENDING KEY SW-HIC-NO
               ON ASCENDING KEY SW-DCN
               ON ASCENDING KEY SW-LINE-NBR
               INPUT PROCEDURE 1000-SELECT-NCD-LINES
               OUTPUT PROCEDURE 3000-WRITE-REPORT.

           CLOSE NCD-MASTER-FILE.

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
           MOVE "FSR110"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-8         TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           COMPUTE RUNC-RECORDS-WRITTEN =
               WS-OVERRIDE-CNT + WS-EXCEPTION-CNT.
           MOVE 'C'                   TO RUNC-COMPLETION-STATUS.
           WRITE RUNC-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       1000-SELECT-NCD-LINES.
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

           IF NOT WS-CTL-ABEND
              AND (NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN)
               DISPLAY "FSR110 - EXTRACT CONTROL FAILURE: HEADER OR "
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
               MOVE 'N' TO WS-CLAIM-HELD-SW
               ADD 1 TO WS-CLAIMS-READ-CNT
               IF NOT FSSCCLMS-FREQ-CANCEL-BILL
                   PERFORM 2100-HOLD-CLAIM
               END-IF
           END-IF.

           IF WS-CLAIM-HELD
              AND FSSCCLMS-HIC-NO = WS-CLM-HIC-NO
              AND FSSCCLMS-DCN = WS-CLM-DCN
              AND FSSCCLMS-LINES > 0
               PERFORM 2300-CHECK-LINE-NCD
                   VARYING FSSCCLMS-NDX FROM 1 BY 1
                   UNTIL FSSCCLMS-NDX > FSSCCLMS-LINES
           END-IF.

       2100-HOLD-CLAIM.
           SET WS-CLAIM-HELD TO TRUE.
           MOVE FSSCCLMS-HIC-NO        TO WS-CLM-HIC-NO.
           MOVE FSSCCLMS-DCN           TO WS-CLM-DCN.
           MOVE FSSCCLMS-MEDA-PROV-6   TO WS-CLM-PROV-6.
           MOVE FSSCCLMS-OPER-ID       TO WS-CLM-OPER-ID.
           MOVE FSSCCLMS-STMT-COV-FROM-DT-CYMD TO WS-CLM-FROM-DT.
           MOVE 0                      TO WS-CLM-LINE-NBR.
           IF FSSCCLMS-CURR-STAT-P-PAID
               MOVE 'Y' TO WS-CLM-PAID-SW
           ELSE
               MOVE 'N' TO WS-CLM-PAID-SW
           END-IF.

       2300-CHECK-LINE-NCD.
           ADD 1 TO WS-CLM-LINE-NBR.
           IF FSSCCLMS-NCD-NUM (FSSCCLMS-NDX) NOT = SPACES
               ADD 1 TO WS-NCD-LINE-CNT
               IF FSSCCLMS-SERV-DT-CYMD (FSSCCLMS-NDX) NUMERIC
                  AND FSSCCLMS-SERV-DT-CYMD (FSSCCLMS-NDX) > 0
                   MOVE FSSCCLMS-SERV-DT-CYMD (FSSCCLMS-NDX)
                       TO WS-LINE-DT
               ELSE
                   MOVE WS-CLM-FROM-DT TO WS-LINE-DT
               END-IF

               PERFORM 2400-CHECK-NCD-MASTER
               IF WS-LINE-CONDITION NOT = SPACES
                   ADD 1 TO WS-EXCEPTION-CNT
                   PERFORM 2600-MOVE-LINE-FIELDS
                   SET SW-KIND-X-TABLE-EXCEPTION TO TRUE
                   MOVE WS-LINE-CONDITION TO SW-CONDITION
                   RELEASE SORT-WORK-RECORD
               END-IF

               IF NOT FSSCCLMS-NCD-OVR-DEFAULT (FSSCCLMS-NDX)
                   ADD 1 TO WS-OVERRIDE-CNT
                   PERFORM 2600-MOVE-LINE-FIELDS
                   SET SW-KIND-O-OVERRIDE TO TRUE
                   MOVE WS-LINE-CONDITION TO SW-CONDITION
                   IF WS-CLM-PAID
                       MOVE FSSCCLMS-PROV-REIMB-LINE (FSSCCLMS-NDX)
                           TO SW-PAID-AMT
                   END-IF
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

       2400-CHECK-NCD-MASTER.
           IF FSSCCLMS-NCD-NUM (FSSCCLMS-NDX) NOT = WS-CACHE-NCD-NUM
               MOVE FSSCCLMS-NCD-NUM (FSSCCLMS-NDX)
                   TO WS-CACHE-NCD-NUM NCDM-NCD-NUM
               MOVE 'N' TO WS-CACHE-FOUND-SW
               READ NCD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CACHE-FOUND TO TRUE
                       MOVE NCDM-EFF-FROM-DT-CYMD
                           TO WS-CACHE-EFF-FROM-DT
                       MOVE NCDM-EFF-TO-DT-CYMD
                           TO WS-CACHE-EFF-TO-DT
               END-READ
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-CACHE-FOUND
                   MOVE "NCD NOT ON NCD MASTER"
                       TO WS-LINE-CONDITION
                   ADD 1 TO WS-UNKNOWN-CNT
               WHEN WS-LINE-DT < WS-CACHE-EFF-FROM-DT
                   MOVE "NCD NOT YET EFFECTIVE"
                       TO WS-LINE-CONDITION
                   ADD 1 TO WS-NOT-YET-CNT
               WHEN WS-CACHE-EFF-TO-DT > 0
                AND WS-LINE-DT > WS-CACHE-EFF-TO-DT
                   MOVE "NCD NO LONGER EFFECTIVE"
                       TO WS-LINE-CONDITION
                   ADD 1 TO WS-EXPIRED-CNT
               WHEN OTHER
                   MOVE SPACES TO WS-LINE-CONDITION
           END-EVALUATE.

       2600-MOVE-LINE-FIELDS.
           MOVE SPACES                 TO SORT-WORK-RECORD.
           MOVE FSSCCLMS-NCD-NUM (FSSCCLMS-NDX)    TO SW-NCD-NUM.
           MOVE WS-CLM-PROV-6          TO SW-PROV-6.
           MOVE WS-CLM-OPER-ID         TO SW-OPER-ID.
           MOVE WS-CLM-HIC-NO          TO SW-HIC-NO.
           MOVE WS-CLM-DCN             TO SW-DCN.
           MOVE WS-CLM-LINE-NBR        TO SW-LINE-NBR.
           MOVE FSSCCLMS-REV-CD (FSSCCLMS-NDX)     TO SW-REV-CD.
           MOVE FSSCCLMS-HCPC-CD (FSSCCLMS-NDX)    TO SW-HCPC-CD.
           MOVE WS-LINE-DT             TO SW-LINE-DT.
           MOVE FSSCCLMS-NCD-OVR-FLAG (FSSCCLMS-NDX)  TO SW-OVR-FLAG.
           MOVE FSSCCLMS-NCD-RESP-CODE (FSSCCLMS-NDX) TO SW-RESP-CODE.
           MOVE 0                      TO SW-PAID-AMT.

      *    AFTER A CONTROL FAILURE THE SORTED LINES ARE DISCARDED -
      *    NOTHING GOES TO THE CERT FILE OFF A BAD EXTRACT.
       3000-WRITE-REPORT.
           IF NOT WS-CTL-ABEND
               PERFORM 3010-PRODUCE-REPORT
           END-IF.

       3010-PRODUCE-REPORT.
           OPEN OUTPUT NCD-AUDIT-RPT-FILE.
           WRITE NCD-AUDIT-RPT-LINE FROM WS-HEADING-1.

           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               IF SW-KIND-O-OVERRIDE
                   PERFORM 3100-WRITE-OVERRIDE
               ELSE
                   PERFORM 3500-WRITE-EXCEPTION
               END-IF
               RETURN SORT-WORK-FILE
                   AT END SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF NOT WS-EXCEPTIONS-STARTED
               PERFORM 3400-END-OVERRIDES
               PERFORM 3450-START-EXCEPTIONS
           END-IF.

           PERFORM 9000-WRITE-SUMMARY.
           CLOSE NCD-AUDIT-RPT-FILE.

       3100-WRITE-OVERRIDE.
           EVALUATE TRUE
               WHEN WS-FIRST-OVERRIDE
                   MOVE 'N' TO WS-FIRST-OVERRIDE-SW
                   PERFORM 3150-SET-PRIOR-KEYS
                   PERFORM 3200-PRINT-NCD-HEADING
               WHEN SW-NCD-NUM NOT = WS-PRIOR-NCD-NUM
                   PERFORM 3300-PRINT-OPERATOR
                   PERFORM 3310-PRINT-PROVIDER
                   PERFORM 3320-PRINT-NCD
                   PERFORM 3150-SET-PRIOR-KEYS
                   PERFORM 3200-PRINT-NCD-HEADING
               WHEN SW-PROV-6 NOT = WS-PRIOR-PROV-6
                   PERFORM 3300-PRINT-OPERATOR
                   PERFORM 3310-PRINT-PROVIDER
                   PERFORM 3150-SET-PRIOR-KEYS
               WHEN SW-OPER-ID NOT = WS-PRIOR-OPER-ID
                   PERFORM 3300-PRINT-OPERATOR
                   PERFORM 3150-SET-PRIOR-KEYS
           END-EVALUATE.

           MOVE SW-PROV-6 TO WS-LKP-PROV-ID.
           CALL "FSR090" USING WS-LKP-PROV-ID
                               WS-LKP-PROV-NAME
                               WS-LKP-RC.
           MOVE SW-PROV-6              TO WS-OVL-PROV.
           MOVE WS-LKP-PROV-NAME       TO WS-OVL-PROV-NAME.
           MOVE SW-OPER-ID             TO WS-OVL-OPER-ID.
           MOVE SW-HIC-NO              TO WS-OVL-HIC-NO.
           MOVE SW-DCN                 TO WS-OVL-DCN.
           MOVE SW-LINE-NBR            TO WS-OVL-LINE-NBR.
           MOVE SW-REV-CD              TO WS-OVL-REV-CD.
           MOVE SW-HCPC-CD             TO WS-OVL-HCPC-CD.
           MOVE SW-LINE-DT             TO WS-OVL-LINE-DT.
           MOVE SW-OVR-FLAG            TO WS-OVL-OVR-FLAG.
           MOVE SW-RESP-CODE           TO WS-OVL-RESP-CODE.
           MOVE SW-PAID-AMT            TO WS-OVL-PAID-AMT.
           WRITE NCD-AUDIT-RPT-LINE FROM WS-OVR-LINE.

           ADD 1           TO WS-OTOT-LINE-CNT (WS-LVL-OPER).
           ADD SW-PAID-AMT TO WS-OTOT-PAID-AMT (WS-LVL-OPER).

       3150-SET-PRIOR-KEYS.
           MOVE SW-NCD-NUM  TO WS-PRIOR-NCD-NUM.
           MOVE SW-PROV-6   TO WS-PRIOR-PROV-6.
           MOVE SW-OPER-ID  TO WS-PRIOR-OPER-ID.

       3200-PRINT-NCD-HEADING.
           MOVE SW-NCD-NUM TO WS-NHD-NCD-NUM NCDM-NCD-NUM.
           READ NCD-MASTER-FILE
               INVALID KEY
                   MOVE "** NOT ON NCD MASTER **" TO WS-NHD-NCD-TITLE
               NOT INVALID KEY
                   MOVE NCDM-NCD-TITLE TO WS-NHD-NCD-TITLE
           END-READ.
           MOVE SPACES TO NCD-AUDIT-RPT-LINE.
           WRITE NCD-AUDIT-RPT-LINE.
           WRITE NCD-AUDIT-RPT-LINE FROM WS-NCD-HEADING.
           WRITE NCD-AUDIT-RPT-LINE FROM WS-OVR-HEADING.

       3300-PRINT-OPERATOR.
           MOVE SPACES TO WS-TTL-LABEL.
           STRING "OPERATOR " WS-PRIOR-OPER-ID " TOTAL"
               DELIMITED BY SIZE INTO WS-TTL-LABEL
           END-STRING.
           MOVE WS-LVL-OPER TO WS-PRT-LVL.
           PERFORM 3350-PRINT-AND-ROLL.

       3310-PRINT-PROVIDER.
           MOVE SPACES TO WS-TTL-LABEL.
           STRING "PROVIDER " WS-PRIOR-PROV-6 " TOTAL"
               DELIMITED BY SIZE INTO WS-TTL-LABEL
           END-STRING.
           MOVE WS-LVL-PROV TO WS-PRT-LVL.
           PERFORM 3350-PRINT-AND-ROLL.

       3320-PRINT-NCD.
           MOVE SPACES TO WS-TTL-LABEL.
           STRING "NCD " WS-PRIOR-NCD-NUM " TOTAL"
               DELIMITED BY SIZE INTO WS-TTL-LABEL
           END-STRING.
           MOVE WS-LVL-NCD TO WS-PRT-LVL.
           PERFORM 3350-PRINT-AND-ROLL.

      *    PRINTS ONE LEVEL, ADDS IT INTO THE NEXT AND CLEARS IT.
       3350-PRINT-AND-ROLL.
           MOVE WS-OTOT-LINE-CNT (WS-PRT-LVL) TO WS-TTL-LINE-CNT.
           MOVE WS-OTOT-PAID-AMT (WS-PRT-LVL) TO WS-TTL-PAID-AMT.
           WRITE NCD-AUDIT-RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-PRT-LVL < WS-LVL-ALL
               ADD WS-OTOT-LINE-CNT (WS-PRT-LVL)
                   TO WS-OTOT-LINE-CNT (WS-PRT-LVL + 1)
               ADD WS-OTOT-PAID-AMT (WS-PRT-LVL)
                   TO WS-OTOT-PAID-AMT (WS-PRT-LVL + 1)
               INITIALIZE WS-OTOT-ENTRY (WS-PRT-LVL)
           END-IF.

       3400-END-OVERRIDES.
           IF NOT WS-FIRST-OVERRIDE
               PERFORM 3300-PRINT-OPERATOR
               PERFORM 3310-PRINT-PROVIDER
               PERFORM 3320-PRINT-NCD
           END-IF.
           MOVE SPACES TO NCD-AUDIT-RPT-LINE.
           WRITE NCD-AUDIT-RPT-LINE.
           MOVE "ALL OVERRIDDEN NCD EDITS" TO WS-TTL-LABEL.
           MOVE WS-LVL-ALL TO WS-PRT-LVL.
           PERFORM 3350-PRINT-AND-ROLL.

       3450-START-EXCEPTIONS.
           SET WS-EXCEPTIONS-STARTED TO TRUE.
           MOVE SPACES TO NCD-AUDIT-RPT-LINE.
           WRITE NCD-AUDIT-RPT-LINE.
           WRITE NCD-AUDIT-RPT-LINE FROM WS-EXC-HEADING-1.
           WRITE NCD-AUDIT-RPT-LINE FROM WS-EXC-HEADING-2.

       3500-WRITE-EXCEPTION.
           IF NOT WS-EXCEPTIONS-STARTED
               PERFORM 3400-END-OVERRIDES
               PERFORM 3450-START-EXCEPTIONS
           END-IF.

           MOVE SW-NCD-NUM             TO WS-EXL-NCD-NUM.
           MOVE SW-PROV-6              TO WS-EXL-PROV.
           MOVE SW-HIC-NO              TO WS-EXL-HIC-NO.
           MOVE SW-DCN                 TO WS-EXL-DCN.
           MOVE SW-LINE-NBR            TO WS-EXL-LINE-NBR.
           MOVE SW-REV-CD              TO WS-EXL-REV-CD.
           MOVE SW-HCPC-CD             TO WS-EXL-HCPC-CD.
           MOVE SW-LINE-DT             TO WS-EXL-LINE-DT.
           MOVE SW-OVR-FLAG            TO WS-EXL-OVR-FLAG.
           MOVE SW-RESP-CODE           TO WS-EXL-RESP-CODE.
           MOVE SW-CONDITION           TO WS-EXL-CONDITION.
           WRITE NCD-AUDIT-RPT-LINE FROM WS-EXC-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO NCD-AUDIT-RPT-LINE.
           WRITE NCD-AUDIT-RPT-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS READ: " WS-CLAIMS-READ-CNT
               "  LINES CITING AN NCD: " WS-NCD-LINE-CNT
               "  OVERRIDDEN: " WS-OVERRIDE-CNT
               "  TABLE EXCEPTIONS: " WS-EXCEPTION-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE NCD-AUDIT-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "NOT ON NCD MASTER: " WS-UNKNOWN-CNT
               "  NOT YET EFFECTIVE: " WS-NOT-YET-CNT
               "  NO LONGER EFFECTIVE: " WS-EXPIRED-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE NCD-AUDIT-RPT-LINE FROM WS-SUMMARY-LINE.
