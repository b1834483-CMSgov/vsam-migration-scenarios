      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR133                                             *
      ***                                                             *
      *** DESCRIPTION: NIGHTLY ICD-10 CODE EDIT.  EACH CLAIM'S        *
      ***   DIAGNOSIS AND PROCEDURE CODES ARE PROVED AGAINST THE      *
      ***   FSR132-LOADED ICD-10 CODE MASTER (FSRCICDM SHAPE) AS OF   *
      ***   THE STATEMENT THROUGH DATE, THE SAME EFFECTIVE-DATED      *
      ***   LOOKUP FSR129 MAKES OF THE FEE SCHEDULE, SO A CODE THE    *
      ***   OCTOBER UPDATE RETIRED IS FOUND HERE RATHER THAN ONLY     *
      ***   WHEN THE GROUPER OR CWF REJECTS.  A CLAIM IS LISTED, ONE  *
      ***   LINE PER CONDITION, WHEN:                                 *
      ***     1) FSSC-ICD9-10-IND IS NOT 9 OR 0, OR DISAGREES WITH    *
      ***        THE THROUGH DATE - ICD-10 FROM 10/01/2015 ON,        *
      ***        ICD-9 BEFORE,                                        *
      ***     2) A DIAGNOSIS (FSSC-DIAGNOSIS-CODES 1-25), THE         *
      ***        ADMITTING DIAGNOSIS OR AN ICD-10-PCS PROCEDURE CODE  *
      ***        IS NOT ON THE MASTER, IS NOT YET EFFECTIVE OR IS     *
      ***        ALREADY TERMINATED ON THE THROUGH DATE, OR IS A      *
      ***        CATEGORY (HEADER) CODE THAT IS NOT BILLABLE,         *
      ***     3) A PROCEDURE IS UNDATED OR DATED OUTSIDE THE          *
      ***        ADMISSION-TO-DISCHARGE WINDOW - THE ADMISSION DATE   *
      ***        (THE STATEMENT FROM DATE WHEN THE CLAIM HAS NONE)    *
      ***        THROUGH THE STATEMENT THROUGH DATE,                  *
      ***     4) THE ADMITTING DIAGNOSIS IS NON-SPECIFIC, OR IS NOT   *
      ***        ACCEPTABLE AS AN ADMITTING DIAGNOSIS.                *
      ***   THE MASTER HOLDS ICD-10 CODES ONLY, SO CODES ON A CLAIM   *
      ***   WITH AN ICD-9 THROUGH DATE ARE NOT LOOKED UP; CONDITIONS  *
      ***   1 AND 3 STILL APPLY.  THE CODES LIVE ON THE BASE          *
      ***   (TRAILER-SEQ 00) SEGMENT, SO THE OTHER SEGMENTS ARE ONLY  *
      ***   COUNTED FOR THE EXTRACT CONTROLS.  THE POS COLUMN IS THE  *
      ***   CODE'S POSITION IN THE CLAIM'S DIAGNOSIS OR PROCEDURE     *
      ***   TABLE (0 FOR THE ADMITTING DIAGNOSIS AND THE INDICATOR).  *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      *** FILE:   ICD-CODE-MASTER-FILE - ICD-10 CODE MASTER, INDEXED  *
      ***                               BY TYPE/CODE/EFF DATE         *
      *** OUTPUT: ICD-EDIT-RPT-FILE   - ICD CODE EXCEPTION LISTING    *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR133.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ICD-CODE-MASTER-FILE ASSIGN TO "ICDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICDM-KEY
               FILE STATUS IS WS-ICDM-FILE-STATUS.

           SELECT ICD-EDIT-RPT-FILE ASSIGN TO "ICDERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  ICD-CODE-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==ICDM==.
       COPY FSRCICDM.
       REPLACE OFF.

       FD  ICD-EDIT-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ICD-EDIT-RPT-LINE                  PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

       WORKING-STORAGE SECTION.

       01  WS-ICDM-FILE-STATUS                PIC X(2).
           88  WS-ICDM-OK                         VALUE '00'.
           88  WS-ICDM-NOT-FOUND                  VALUE '23'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-SCAN-DONE-SW                PIC X(1) VALUE 'N'.
               88  WS-SCAN-DONE                      VALUE 'Y'.
           05  WS-CODE-STATE                  PIC X(1).
               88  WS-CODE-IN-EFFECT                 VALUE 'F'.
               88  WS-CODE-NOT-ON-MASTER             VALUE 'M'.
               88  WS-CODE-NOT-YET-EFFECTIVE         VALUE 'E'.
               88  WS-CODE-TERMINATED                VALUE 'T'.
           05  WS-ICD10-CLAIM-SW              PIC X(1).
               88  WS-ICD10-CLAIM                    VALUE 'Y'.

      *    ICD-10 REPLACED ICD-9 FOR DATES OF SERVICE FROM THIS DATE
      *    ON.  THE THROUGH DATE DECIDES WHICH CODE SET THE CLAIM
      *    SHOULD CARRY.
       01  WS-ICD10-START-DT                  PIC 9(8) VALUE 20151001.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081 - A MISMATCH ABENDS THE
      *    JOB BEFORE THE EXCEPTION LISTING IS TRUSTED.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR133".
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
           05  WS-ICD10-CLAIMS-CNT            PIC 9(7) VALUE 0.
           05  WS-CODES-CHECKED-CNT           PIC 9(7) VALUE 0.
           05  WS-EXCEPTION-CNT               PIC 9(7) VALUE 0.
           05  WS-INDICATOR-CNT               PIC 9(7) VALUE 0.
           05  WS-DIAG-INVALID-CNT            PIC 9(7) VALUE 0.
           05  WS-PROC-INVALID-CNT            PIC 9(7) VALUE 0.
           05  WS-PROC-DATE-CNT               PIC 9(7) VALUE 0.
           05  WS-ADMIT-DX-CNT                PIC 9(7) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-POS-NBR                 COMP PIC S9(4).
           05  WS-FROM-DT                     PIC 9(8).
           05  WS-THRU-DT                     PIC 9(8).
           05  WS-ADMIT-DT                    PIC 9(8).
           05  WS-WINDOW-START-DT             PIC 9(8).
           05  WS-PROC-DT                     PIC 9(8).
           05  WS-LKP-CODE-TYPE               PIC X(1).
           05  WS-LKP-CODE                    PIC X(7).
           05  WS-LKP-CODE-NAME               PIC X(9).
           05  WS-LKP-FUTURE-EFF-DT           PIC 9(8).
           05  WS-LKP-TERM-DT                 PIC 9(8).
           05  WS-LKP-BILLABLE-IND            PIC X(1).
               88  WS-LKP-HEADER-CODE                VALUE 'N'.
           05  WS-LKP-ADMIT-DX-IND            PIC X(1).
               88  WS-LKP-ADMIT-NOT-ALLOWED          VALUE 'N'.
           05  WS-LKP-NONSPEC-IND             PIC X(1).
               88  WS-LKP-NONSPECIFIC                VALUE 'Y'.
           05  WS-CHK-CLAIM-VALUE             PIC X(8).
           05  WS-CHK-MASTER-VALUE            PIC X(8).
           05  WS-CHK-CONDITION               PIC X(36).

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR133 - ICD-10 DIAGNOSIS AND PROCEDURE CODE EXCEPTIONS".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(13) VALUE "HIC-NO".
           05  FILLER                 PIC X(25) VALUE "DCN".
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(5)  VALUE "TOB".
           05  FILLER                 PIC X(6)  VALUE "POS".
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
           05  WS-RPT-POS-NBR                 PIC ZZZ9.
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
           OPEN INPUT ICD-CODE-MASTER-FILE.
           IF NOT WS-ICDM-OK
               DISPLAY "FSR133 - ICD CODE MASTER NOT AVAILABLE, "
                   "STATUS " WS-ICDM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  CLAIM-EXTRACT-FILE.
           OPEN OUTPUT ICD-EDIT-RPT-FILE.
           WRITE ICD-EDIT-RPT-LINE FROM WS-HEADING-1.
           WRITE ICD-EDIT-RPT-LINE FROM WS-HEADING-2.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CYMD.

           READ CLAIM-EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               PERFORM 1500-CHECK-CONTROL-RECORD
               IF WS-CTL-CLASS-D-DATA
                  AND FSSCCLMS-TRAILER-SEQ-00-BASE
                   ADD 1 TO WS-CLAIMS-READ-CNT
                   PERFORM 2000-CHECK-CLAIM
               END-IF
               READ CLAIM-EXTRACT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF NOT WS-HEADER-SEEN
              OR NOT WS-TRAILER-SEEN
               DISPLAY "FSR133 - EXTRACT CONTROL FAILURE: HEADER OR "
                   "TRAILER CONTROL RECORD MISSING"
               CLOSE CLAIM-EXTRACT-FILE ICD-CODE-MASTER-FILE
                     ICD-EDIT-RPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS READ: " WS-CLAIMS-READ-CNT
               "  ICD-10 CLAIMS: " WS-ICD10-CLAIMS-CNT
               "  CODES CHECKED: " WS-CODES-CHECKED-CNT
               "  EXCEPTIONS: " WS-EXCEPTION-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE ICD-EDIT-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "INDICATOR: " WS-INDICATOR-CNT
               "  DIAGNOSIS: " WS-DIAG-INVALID-CNT
               "  PROCEDURE: " WS-PROC-INVALID-CNT
               "  PROC DATE: " WS-PROC-DATE-CNT
               "  ADMITTING DX: " WS-ADMIT-DX-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE ICD-EDIT-RPT-LINE FROM WS-SUMMARY-LINE.

           PERFORM 9500-WRITE-RUN-CONTROL.

           CLOSE CLAIM-EXTRACT-FILE ICD-CODE-MASTER-FILE
                 ICD-EDIT-RPT-FILE.
           GOBACK.

      *    ONE RUN-CONTROL RECORD PER NORMAL COMPLETION (FSRCRUNC) -
      *    FSR088 RECONCILES THE CHAIN'S COUNTS FROM THESE.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR133"              TO RUNC-JOB-NAME.
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
                       CLOSE CLAIM-EXTRACT-FILE ICD-CODE-MASTER-FILE
                             ICD-EDIT-RPT-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CTL-DATA-CNT
                   ADD FSSCCLMS-TOTAL-CHARGE-AMOUNT
                       TO WS-CTL-CHARGE-HASH
           END-EVALUATE.

       2000-CHECK-CLAIM.
           MOVE 0 TO WS-POS-NBR.
           MOVE 0 TO WS-FROM-DT WS-THRU-DT WS-ADMIT-DT.
           IF FSSCCLMS-STMT-COV-FROM-DT-CYMD NUMERIC
               MOVE FSSCCLMS-STMT-COV-FROM-DT-CYMD TO WS-FROM-DT
           END-IF.
           IF FSSCCLMS-STMT-COV-TO-DT-CYMD NUMERIC
               MOVE FSSCCLMS-STMT-COV-TO-DT-CYMD   TO WS-THRU-DT
           END-IF.
           IF WS-THRU-DT = 0
               MOVE WS-FROM-DT TO WS-THRU-DT
           END-IF.
           IF FSSCCLMS-ADM-DATE-CYMD NUMERIC
               MOVE FSSCCLMS-ADM-DATE-CYMD         TO WS-ADMIT-DT
           END-IF.

           PERFORM 2100-CHECK-ICD-INDICATOR.

           IF WS-ICD10-CLAIM
               ADD 1 TO WS-ICD10-CLAIMS-CNT
               PERFORM 2200-CHECK-DIAGNOSIS
                   VARYING FSSCCLMS-DCNDX FROM 1 BY 1
                   UNTIL FSSCCLMS-DCNDX > 25
               MOVE 0 TO WS-POS-NBR
               PERFORM 2300-CHECK-ADMITTING-DX
           END-IF.

           IF WS-ADMIT-DT > 0
               MOVE WS-ADMIT-DT TO WS-WINDOW-START-DT
           ELSE
               MOVE WS-FROM-DT  TO WS-WINDOW-START-DT
           END-IF.
           PERFORM 2400-CHECK-PROCEDURE
               VARYING FSSCCLMS-PCNDX FROM 1 BY 1
               UNTIL FSSCCLMS-PCNDX > 25.

      *    THE INDICATOR MUST BE 9 OR 0 AND MUST MATCH THE CODE SET
      *    THE THROUGH DATE CALLS FOR.  THE CODES ARE LOOKED UP BY THE
      *    DATE, NOT THE INDICATOR - A CLAIM FLAGGED ICD-9 FOR A 2020
      *    SERVICE STILL HAS ITS CODES PROVED AS ICD-10.
       2100-CHECK-ICD-INDICATOR.
           IF WS-THRU-DT NOT < WS-ICD10-START-DT
               SET WS-ICD10-CLAIM TO TRUE
           ELSE
               MOVE 'N' TO WS-ICD10-CLAIM-SW
           END-IF.

           MOVE SPACES TO WS-CHK-CONDITION.
           EVALUATE TRUE
               WHEN NOT FSSCCLMS-ICD9
                AND NOT FSSCCLMS-ICD10
                   MOVE FSSCCLMS-ICD9-10-IND TO WS-CHK-CLAIM-VALUE
                   MOVE SPACES               TO WS-CHK-MASTER-VALUE
                   MOVE "ICD-9/10 INDICATOR NOT 9 OR 0"
                       TO WS-CHK-CONDITION
               WHEN FSSCCLMS-ICD9
                AND WS-ICD10-CLAIM
                   MOVE WS-THRU-DT           TO WS-CHK-CLAIM-VALUE
                   MOVE WS-ICD10-START-DT    TO WS-CHK-MASTER-VALUE
                   MOVE "ICD-9 INDICATOR ON ICD-10 THRU DATE"
                       TO WS-CHK-CONDITION
               WHEN FSSCCLMS-ICD10
                AND NOT WS-ICD10-CLAIM
                   MOVE WS-THRU-DT           TO WS-CHK-CLAIM-VALUE
                   MOVE WS-ICD10-START-DT    TO WS-CHK-MASTER-VALUE
                   MOVE "ICD-10 INDICATOR ON ICD-9 THRU DATE"
                       TO WS-CHK-CONDITION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-CHK-CONDITION NOT = SPACES
               ADD 1 TO WS-INDICATOR-CNT
               PERFORM 2900-PRINT-EXCEPTION
           END-IF.

       2200-CHECK-DIAGNOSIS.
           IF FSSCCLMS-DIAG-CD-2 (FSSCCLMS-DCNDX) NOT = SPACES
               SET WS-POS-NBR TO FSSCCLMS-DCNDX
               MOVE 'D'         TO WS-LKP-CODE-TYPE
               MOVE FSSCCLMS-DIAG-CD-2 (FSSCCLMS-DCNDX)
                                TO WS-LKP-CODE
               MOVE "DIAGNOSIS" TO WS-LKP-CODE-NAME
               PERFORM 2600-LOOKUP-CODE
               PERFORM 2700-CHECK-CODE-STATE
               IF WS-CHK-CONDITION NOT = SPACES
                   ADD 1 TO WS-DIAG-INVALID-CNT
               END-IF
           END-IF.

      *    THE ADMITTING DIAGNOSIS MUST BE A VALID CODE LIKE ANY
      *    OTHER, AND ALSO ONE THAT STATES WHY THE PATIENT WAS
      *    ADMITTED - NOT AN UNSPECIFIED CODE OR ONE THE CODE SET
      *    MARKS AS UNACCEPTABLE FOR ADMISSION.
       2300-CHECK-ADMITTING-DX.
           IF FSSCCLMS-ADM-DIAG-CD NOT = SPACES
               MOVE 'D'         TO WS-LKP-CODE-TYPE
               MOVE FSSCCLMS-ADM-DIAG-CD TO WS-LKP-CODE
               MOVE "ADMIT-DX"  TO WS-LKP-CODE-NAME
               PERFORM 2600-LOOKUP-CODE
               PERFORM 2700-CHECK-CODE-STATE
               IF WS-CHK-CONDITION NOT = SPACES
                   ADD 1 TO WS-DIAG-INVALID-CNT
               ELSE
                   MOVE WS-LKP-CODE TO WS-CHK-CLAIM-VALUE
                   MOVE SPACES      TO WS-CHK-MASTER-VALUE
                   IF WS-LKP-NONSPECIFIC
                       ADD 1 TO WS-ADMIT-DX-CNT
                       MOVE "ADMITTING DX IS NON-SPECIFIC"
                           TO WS-CHK-CONDITION
                       PERFORM 2900-PRINT-EXCEPTION
                   END-IF
                   IF WS-LKP-ADMIT-NOT-ALLOWED
                       ADD 1 TO WS-ADMIT-DX-CNT
                       MOVE "DX NOT ALLOWED AS ADMITTING DX"
                           TO WS-CHK-CONDITION
                       PERFORM 2900-PRINT-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       2400-CHECK-PROCEDURE.
           IF FSSCCLMS-PROC-CD (FSSCCLMS-PCNDX) NOT = SPACES
               SET WS-POS-NBR TO FSSCCLMS-PCNDX
               IF WS-ICD10-CLAIM
                   MOVE 'P'         TO WS-LKP-CODE-TYPE
                   MOVE FSSCCLMS-PROC-CD (FSSCCLMS-PCNDX)
                                    TO WS-LKP-CODE
                   MOVE "PROCEDURE" TO WS-LKP-CODE-NAME
                   PERFORM 2600-LOOKUP-CODE
                   PERFORM 2700-CHECK-CODE-STATE
                   IF WS-CHK-CONDITION NOT = SPACES
                       ADD 1 TO WS-PROC-INVALID-CNT
                   END-IF
               END-IF
               PERFORM 2500-CHECK-PROCEDURE-DATE
           END-IF.

       2500-CHECK-PROCEDURE-DATE.
           MOVE 0 TO WS-PROC-DT.
           IF FSSCCLMS-PROC-DT-CYMD (FSSCCLMS-PCNDX) NUMERIC
               MOVE FSSCCLMS-PROC-DT-CYMD (FSSCCLMS-PCNDX)
                   TO WS-PROC-DT
           END-IF.

           MOVE SPACES     TO WS-CHK-CONDITION.
           MOVE WS-PROC-DT TO WS-CHK-CLAIM-VALUE.
           EVALUATE TRUE
               WHEN WS-PROC-DT = 0
                   MOVE FSSCCLMS-PROC-DT-CYMD (FSSCCLMS-PCNDX)
                       TO WS-CHK-CLAIM-VALUE
                   MOVE SPACES TO WS-CHK-MASTER-VALUE
                   MOVE "PROCEDURE DATE MISSING OR INVALID"
                       TO WS-CHK-CONDITION
               WHEN WS-PROC-DT < WS-WINDOW-START-DT
                   MOVE WS-WINDOW-START-DT TO WS-CHK-MASTER-VALUE
                   IF WS-ADMIT-DT > 0
                       MOVE "PROCEDURE DATED BEFORE ADMISSION"
                           TO WS-CHK-CONDITION
                   ELSE
                       MOVE "PROCEDURE DATED BEFORE STMT FROM"
                           TO WS-CHK-CONDITION
                   END-IF
               WHEN WS-PROC-DT > WS-THRU-DT
                AND WS-THRU-DT > 0
                   MOVE WS-THRU-DT TO WS-CHK-MASTER-VALUE
                   MOVE "PROCEDURE DATED AFTER DISCHARGE"
                       TO WS-CHK-CONDITION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-CHK-CONDITION NOT = SPACES
               ADD 1 TO WS-PROC-DATE-CNT
               PERFORM 2900-PRINT-EXCEPTION
           END-IF.

      *    THE LAST VERSION AT OR BEFORE THE THROUGH DATE UNDER THE
      *    CODE TYPE / CODE IS THE ONE IN EFFECT (THE SAME SCAN FSR129
      *    MAKES OF THE FEE SCHEDULE) - UNLESS IT HAD ALREADY BEEN
      *    TERMINATED BY THEN.  A CODE WHOSE ONLY VERSIONS BEGIN AFTER
      *    THE THROUGH DATE IS NOT YET EFFECTIVE RATHER THAN UNKNOWN.
       2600-LOOKUP-CODE.
           ADD 1 TO WS-CODES-CHECKED-CNT.
           SET WS-CODE-NOT-ON-MASTER TO TRUE.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE 0   TO WS-LKP-FUTURE-EFF-DT WS-LKP-TERM-DT.
           MOVE WS-LKP-CODE-TYPE      TO ICDM-CODE-TYPE.
           MOVE WS-LKP-CODE           TO ICDM-CODE.
           MOVE 0                     TO ICDM-EFF-DT-CYMD.

           START ICD-CODE-MASTER-FILE KEY IS >= ICDM-KEY
               INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.

           PERFORM 2610-SCAN-EFFECTIVE-DATES
               UNTIL WS-SCAN-DONE.

           IF WS-CODE-IN-EFFECT
              AND WS-LKP-TERM-DT > 0
              AND WS-LKP-TERM-DT < WS-THRU-DT
               SET WS-CODE-TERMINATED TO TRUE
           END-IF.

       2610-SCAN-EFFECTIVE-DATES.
           READ ICD-CODE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ICDM-CODE-TYPE NOT = WS-LKP-CODE-TYPE
                         OR ICDM-CODE NOT = WS-LKP-CODE
                           SET WS-SCAN-DONE TO TRUE
                       WHEN ICDM-EFF-DT-CYMD > WS-THRU-DT
                           IF WS-CODE-NOT-ON-MASTER
                               SET WS-CODE-NOT-YET-EFFECTIVE TO TRUE
                               MOVE ICDM-EFF-DT-CYMD
                                   TO WS-LKP-FUTURE-EFF-DT
                           END-IF
                           SET WS-SCAN-DONE TO TRUE
                       WHEN OTHER
                           MOVE ICDM-TERM-DT-CYMD
                               TO WS-LKP-TERM-DT
                           MOVE ICDM-BILLABLE-IND
                               TO WS-LKP-BILLABLE-IND
                           MOVE ICDM-ADMIT-DX-IND
                               TO WS-LKP-ADMIT-DX-IND
                           MOVE ICDM-NONSPEC-IND
                               TO WS-LKP-NONSPEC-IND
                           SET WS-CODE-IN-EFFECT TO TRUE
                   END-EVALUATE
           END-READ.

      *    ONE EXCEPTION LINE FOR A CODE THAT CANNOT BE BILLED ON THE
      *    THROUGH DATE; WS-CHK-CONDITION IS LEFT BLANK WHEN THE CODE
      *    IS GOOD.
       2700-CHECK-CODE-STATE.
           MOVE SPACES      TO WS-CHK-CONDITION.
           MOVE WS-LKP-CODE TO WS-CHK-CLAIM-VALUE.
           MOVE SPACES      TO WS-CHK-MASTER-VALUE.
           EVALUATE TRUE
               WHEN WS-CODE-NOT-ON-MASTER
                   STRING WS-LKP-CODE-NAME DELIMITED BY SPACE
                          " NOT ON ICD-10 MASTER" DELIMITED BY SIZE
                       INTO WS-CHK-CONDITION
                   END-STRING
               WHEN WS-CODE-NOT-YET-EFFECTIVE
                   MOVE WS-LKP-FUTURE-EFF-DT TO WS-CHK-MASTER-VALUE
                   STRING WS-LKP-CODE-NAME DELIMITED BY SPACE
                          " NOT YET EFFECTIVE ON THRU"
                              DELIMITED BY SIZE
                       INTO WS-CHK-CONDITION
                   END-STRING
               WHEN WS-CODE-TERMINATED
                   MOVE WS-LKP-TERM-DT TO WS-CHK-MASTER-VALUE
                   STRING WS-LKP-CODE-NAME DELIMITED BY SPACE
                          " TERMINATED BEFORE THRU"
                              DELIMITED BY SIZE
                       INTO WS-CHK-CONDITION
                   END-STRING
               WHEN WS-LKP-HEADER-CODE
                   STRING WS-LKP-CODE-NAME DELIMITED BY SPACE
                          " IS A HEADER, NOT BILLABLE"
                              DELIMITED BY SIZE
                       INTO WS-CHK-CONDITION
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-CHK-CONDITION NOT = SPACES
               PERFORM 2900-PRINT-EXCEPTION
           END-IF.

       2900-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-CNT.
           MOVE FSSCCLMS-HIC-NO          TO WS-RPT-HIC-NO.
           MOVE FSSCCLMS-DCN             TO WS-RPT-DCN.
           MOVE FSSCCLMS-MEDA-PROV-6     TO WS-RPT-PROV.
           MOVE FSSCCLMS-BILL-TYP-CD     TO WS-RPT-TOB.
           MOVE WS-POS-NBR               TO WS-RPT-POS-NBR.
           MOVE WS-CHK-CLAIM-VALUE       TO WS-RPT-CLAIM-VALUE.
           MOVE WS-CHK-MASTER-VALUE      TO WS-RPT-MASTER-VALUE.
           MOVE WS-CHK-CONDITION         TO WS-RPT-CONDITION.
           WRITE ICD-EDIT-RPT-LINE FROM WS-REPORT-LINE.
