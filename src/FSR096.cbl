      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR096                                             *
      ***                                                             *
      *** DESCRIPTION: NIGHTLY IDE DEVICE-CLAIM VALIDATION EDIT.      *
      ***   EVERY IDE NUMBER A CLAIM CARRIES - UP TO FIVE IN THE      *
      ***   HEADER FSSC-IDE-NUMBER-TAB AND ONE PER LINE IN            *
      ***   FSSC-IDE-NUMBER (WITH FSSC-IDE-TYPE-CD) - IS CHECKED      *
      ***   AGAINST THE FSR095-LOADED IDE MASTER (FSRCIDEM SHAPE)     *
      ***   THE WAY FSR075 PROVES PRIOR-AUTHORIZATION NUMBERS.  A     *
      ***   CLAIM IS LISTED, ONE LINE PER CONDITION, WHEN AN IDE IS:  *
      ***     1) NOT ON THE MASTER,                                   *
      ***     2) NOT APPROVED ON THE SERVICE DATE (THE STATEMENT      *
      ***        PERIOD FOR A HEADER IDE, THE LINE SERVICE DATE FOR   *
      ***        A LINE IDE) - EXPIRED OR NOT YET APPROVED,           *
      ***     3) BILLED BY A PROVIDER NOT ON THE STUDY'S APPROVED-    *
      ***        PROVIDER LIST,                                       *
      ***     4) PRESENT ON A LINE BUT MISSING FROM THE HEADER TABLE. *
      ***   THE HEADER TABLE IS TAKEN FROM THE BASE (TRAILER-SEQ 00)  *
      ***   SEGMENT AND HELD FOR THE CLAIM'S REMAINING SEGMENTS       *
      ***   (LINES CAN APPEAR ON ANY SEGMENT - SEE FSR001).           *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      *** FILE:   IDE-MASTER-FILE     - IDE MASTER, INDEXED BY IDE NBR*
      *** OUTPUT: IDE-EDIT-RPT-FILE   - IDE EXCEPTION LISTING         *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR096.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT IDE-MASTER-FILE ASSIGN TO "IDEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDEM-KEY
               FILE STATUS IS WS-IDE-FILE-STATUS.

           SELECT IDE-EDIT-RPT-FILE ASSIGN TO "IDEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  IDE-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==IDEM==.
       COPY FSRCIDEM.
       REPLACE OFF.

       FD  IDE-EDIT-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  IDE-EDIT-RPT-LINE                  PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

       WORKING-STORAGE SECTION.

       01  WS-IDE-FILE-STATUS                 PIC X(2).
           88  WS-IDE-OK                          VALUE '00'.
           88  WS-IDE-NOT-FOUND                   VALUE '23'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-IDE-FOUND-SW                PIC X(1).
               88  WS-IDE-FOUND                      VALUE 'Y'.
           05  WS-PROV-APPROVED-SW            PIC X(1).
               88  WS-PROV-APPROVED                  VALUE 'Y'.
           05  WS-IN-HEADER-SW                PIC X(1).
               88  WS-IN-HEADER                      VALUE 'Y'.
           05  WS-CHK-PROV-SW                 PIC X(1).
               88  WS-CHK-PROV                       VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081 - A MISMATCH ABENDS THE
      *    JOB BEFORE THE EXCEPTION LISTING IS TRUSTED.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR096".
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
           05  WS-IDE-CLAIM-CNT               PIC 9(7) VALUE 0.
           05  WS-IDE-CHECKED-CNT             PIC 9(7) VALUE 0.
           05  WS-EXCEPTION-CNT               PIC 9(7) VALUE 0.
           05  WS-UNKNOWN-CNT                 PIC 9(7) VALUE 0.
           05  WS-EXPIRED-CNT                 PIC 9(7) VALUE 0.
           05  WS-UNAPPR-PROV-CNT             PIC 9(7) VALUE 0.
           05  WS-NOT-IN-HDR-CNT              PIC 9(7) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-NDX                     COMP PIC S9(4).
           05  WS-PROV-NDX                COMP PIC S9(4).
           05  WS-LINE-NBR                COMP PIC S9(4).
           05  WS-PRIOR-HIC-NO                PIC X(12) VALUE SPACES.
           05  WS-PRIOR-DCN                   PIC X(23) VALUE SPACES.
           05  WS-CHK-IDE-NUMBER              PIC X(15).
           05  WS-CHK-FROM-DT                 PIC 9(8).
           05  WS-CHK-THRU-DT                 PIC 9(8).
           05  WS-CHK-CONDITION               PIC X(30).

      *    THE BASE SEGMENT'S HEADER IDE TABLE, HELD SO LINES ON THE
      *    CLAIM'S LATER SEGMENTS CAN BE PROVED AGAINST IT.
       01  WS-HDR-IDE-TABLE.
           05  WS-HDR-IDE-NUMBER              OCCURS 5 TIMES
                                        INDEXED BY WS-HDR-NDX
                                              PIC X(15).

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR096 - IDE DEVICE-CLAIM VALIDATION EXCEPTIONS".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(13) VALUE "HIC-NO".
           05  FILLER                 PIC X(25) VALUE "DCN".
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(6)  VALUE "LINE".
           05  FILLER                 PIC X(5)  VALUE "TYPE".
           05  FILLER                 PIC X(17) VALUE "IDE-NUMBER".
           05  FILLER                 PIC X(10) VALUE "SERV-DT".
           05  FILLER                 PIC X(48) VALUE "CONDITION".

       01  WS-REPORT-LINE.
           05  WS-RPT-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-DCN                     PIC X(23).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-LINE-NBR                PIC ZZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-IDE-TYPE                PIC X(2).
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-RPT-IDE-NUMBER              PIC X(15).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-SERV-DT                 PIC 9(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-RPT-CONDITION               PIC X(30).

       01  WS-RUN-DATE-CYMD                   PIC 9(8).

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           OPEN INPUT IDE-MASTER-FILE.
           IF NOT WS-IDE-OK
               DISPLAY "FSR096 - IDE MASTER FILE NOT AVAILABLE, STATUS "
                   WS-IDE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  CLAIM-EXTRACT-FILE.
           OPEN OUTPUT IDE-EDIT-RPT-FILE.
           WRITE IDE-EDIT-RPT-LINE FROM WS-HEADING-1.
           WRITE IDE-EDIT-RPT-LINE FROM WS-HEADING-2.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CYMD.
           MOVE SPACES TO WS-HDR-IDE-TABLE.

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
               DISPLAY "FSR096 - EXTRACT CONTROL FAILURE: HEADER OR "
                   "TRAILER CONTROL RECORD MISSING"
               CLOSE CLAIM-EXTRACT-FILE IDE-MASTER-FILE
                     IDE-EDIT-RPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS READ: " WS-CLAIMS-READ-CNT
               "  IDE CLAIMS: " WS-IDE-CLAIM-CNT
               "  IDES CHECKED: " WS-IDE-CHECKED-CNT
               "  EXCEPTIONS: " WS-EXCEPTION-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE IDE-EDIT-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "NOT ON MASTER: " WS-UNKNOWN-CNT
               "  NOT APPROVED ON SERVICE DATE: " WS-EXPIRED-CNT
               "  UNAPPROVED PROVIDER: " WS-UNAPPR-PROV-CNT
               "  LINE IDE NOT IN HEADER: " WS-NOT-IN-HDR-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE IDE-EDIT-RPT-LINE FROM WS-SUMMARY-LINE.

           PERFORM 9500-WRITE-RUN-CONTROL.

           CLOSE CLAIM-EXTRACT-FILE IDE-MASTER-FILE IDE-EDIT-RPT-FILE.
           GOBACK.

      *    ONE RUN-CONTROL RECORD PER NORMAL COMPLETION (FSRCRUNC) -
      *    FSR088 RECONCILES THE CHAIN'S COUNTS FROM THESE.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR096"              TO RUNC-JOB-NAME.
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
                       CLOSE CLAIM-EXTRACT-FILE IDE-MASTER-FILE
                             IDE-EDIT-RPT-FILE
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
               MOVE SPACES TO WS-HDR-IDE-TABLE
               MOVE FSSCCLMS-HIC-NO TO WS-PRIOR-HIC-NO
               MOVE FSSCCLMS-DCN    TO WS-PRIOR-DCN
           END-IF.

           IF FSSCCLMS-TRAILER-SEQ-00-BASE
               ADD 1 TO WS-CLAIMS-READ-CNT
               PERFORM 2100-CHECK-HEADER-IDES
           END-IF.

           IF FSSCCLMS-LINES > 0
               PERFORM 2300-CHECK-LINE-IDE
                   VARYING FSSCCLMS-NDX FROM 1 BY 1
                   UNTIL FSSCCLMS-NDX > FSSCCLMS-LINES
           END-IF.

       2100-CHECK-HEADER-IDES.
           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > 5
               MOVE FSSCCLMS-IDE-NUMBER-T (WS-NDX)
                   TO WS-HDR-IDE-NUMBER (WS-NDX)
           END-PERFORM.

           IF WS-HDR-IDE-TABLE NOT = SPACES
               ADD 1 TO WS-IDE-CLAIM-CNT
           END-IF.

           MOVE 0 TO WS-LINE-NBR.
           MOVE SPACES TO WS-RPT-IDE-TYPE.
           SET WS-CHK-PROV TO TRUE.
           MOVE FSSCCLMS-STMT-COV-FROM-DT-CYMD TO WS-CHK-FROM-DT.
           MOVE FSSCCLMS-STMT-COV-TO-DT-CYMD   TO WS-CHK-THRU-DT.

           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > 5
               IF WS-HDR-IDE-NUMBER (WS-NDX) NOT = SPACES
                   MOVE WS-HDR-IDE-NUMBER (WS-NDX)
                       TO WS-CHK-IDE-NUMBER
                   PERFORM 2500-VALIDATE-IDE
               END-IF
           END-PERFORM.

      *    A LINE IDE ALREADY ON THE HEADER HAD ITS EXISTENCE AND
      *    PROVIDER PROVED THERE - ONLY ITS OWN SERVICE DATE IS LEFT
      *    TO CHECK.  ONE MISSING FROM THE HEADER GETS THE FULL EDIT.
       2300-CHECK-LINE-IDE.
           IF FSSCCLMS-IDE-NUMBER (FSSCCLMS-NDX) NOT = SPACES
               SET WS-LINE-NBR TO FSSCCLMS-NDX
               MOVE FSSCCLMS-IDE-TYPE-CD (FSSCCLMS-NDX)
                   TO WS-RPT-IDE-TYPE
               MOVE FSSCCLMS-IDE-NUMBER (FSSCCLMS-NDX)
                   TO WS-CHK-IDE-NUMBER
               IF FSSCCLMS-SERV-DT-CYMD (FSSCCLMS-NDX) NUMERIC
                  AND FSSCCLMS-SERV-DT-CYMD (FSSCCLMS-NDX) > 0
                   MOVE FSSCCLMS-SERV-DT-CYMD (FSSCCLMS-NDX)
                       TO WS-CHK-FROM-DT
                   MOVE FSSCCLMS-SERV-DT-CYMD (FSSCCLMS-NDX)
                       TO WS-CHK-THRU-DT
               ELSE
                   MOVE FSSCCLMS-STMT-COV-FROM-DT-CYMD
                       TO WS-CHK-FROM-DT
                   MOVE FSSCCLMS-STMT-COV-TO-DT-CYMD
                       TO WS-CHK-THRU-DT
               END-IF

               MOVE 'N' TO WS-IN-HEADER-SW
               SET WS-HDR-NDX TO 1
               SEARCH WS-HDR-IDE-NUMBER
                   AT END CONTINUE
                   WHEN WS-HDR-IDE-NUMBER (WS-HDR-NDX) =
                        WS-CHK-IDE-NUMBER
                       SET WS-IN-HEADER TO TRUE
               END-SEARCH

               IF WS-IN-HEADER
                   MOVE 'N' TO WS-CHK-PROV-SW
               ELSE
                   ADD 1 TO WS-NOT-IN-HDR-CNT
                   MOVE "LINE IDE NOT IN HEADER TABLE"
                       TO WS-CHK-CONDITION
                   PERFORM 2900-PRINT-EXCEPTION
                   SET WS-CHK-PROV TO TRUE
               END-IF
               PERFORM 2500-VALIDATE-IDE
           END-IF.

       2500-VALIDATE-IDE.
           ADD 1 TO WS-IDE-CHECKED-CNT.
           PERFORM 2600-READ-IDE-MASTER.

           IF NOT WS-IDE-FOUND
               IF WS-CHK-PROV
                   ADD 1 TO WS-UNKNOWN-CNT
                   MOVE "IDE NOT ON MASTER" TO WS-CHK-CONDITION
                   PERFORM 2900-PRINT-EXCEPTION
               END-IF
           ELSE
               IF WS-CHK-FROM-DT < IDEM-APPR-FROM-DT-CYMD
                  OR WS-CHK-THRU-DT > IDEM-APPR-TO-DT-CYMD
                   ADD 1 TO WS-EXPIRED-CNT
                   MOVE "IDE NOT APPROVED ON SERV DATE"
                       TO WS-CHK-CONDITION
                   PERFORM 2900-PRINT-EXCEPTION
               END-IF
               IF WS-CHK-PROV
                   PERFORM 2700-CHECK-APPROVED-PROVIDER
               END-IF
           END-IF.

       2600-READ-IDE-MASTER.
           MOVE 'N' TO WS-IDE-FOUND-SW.
           MOVE WS-CHK-IDE-NUMBER TO IDEM-IDE-NUMBER.
           READ IDE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-IDE-FOUND TO TRUE
           END-READ.

       2700-CHECK-APPROVED-PROVIDER.
           MOVE 'N' TO WS-PROV-APPROVED-SW.
           PERFORM VARYING WS-PROV-NDX FROM 1 BY 1
                   UNTIL WS-PROV-NDX > 10
               IF IDEM-APPR-PROV-6 (WS-PROV-NDX)
                  = FSSCCLMS-MEDA-PROV-6
                   SET WS-PROV-APPROVED TO TRUE
               END-IF
           END-PERFORM.

           IF NOT WS-PROV-APPROVED
               ADD 1 TO WS-UNAPPR-PROV-CNT
               MOVE "PROVIDER NOT APPROVED FOR IDE" TO WS-CHK-CONDITION
               PERFORM 2900-PRINT-EXCEPTION
           END-IF.

       2900-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-CNT.
           MOVE FSSCCLMS-HIC-NO          TO WS-RPT-HIC-NO.
           MOVE FSSCCLMS-DCN             TO WS-RPT-DCN.
           MOVE FSSCCLMS-MEDA-PROV-6     TO WS-RPT-PROV.
           MOVE WS-LINE-NBR              TO WS-RPT-LINE-NBR.
           MOVE WS-CHK-IDE-NUMBER        TO WS-RPT-IDE-NUMBER.
           MOVE WS-CHK-FROM-DT           TO WS-RPT-SERV-DT.
           MOVE WS-CHK-CONDITION         TO WS-RPT-CONDITION.
           WRITE IDE-EDIT-RPT-LINE FROM WS-REPORT-LINE.
