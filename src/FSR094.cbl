      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR094                                             *
      ***                                                             *
      *** DESCRIPTION: QMB COST-SHARING PROTECTION EXCEPTION REPORT.  *
      ***   A QUALIFIED MEDICARE BENEFICIARY (FSSC-QMB-IND-Y) MAY NOT *
      ***   BE BILLED MEDICARE COST SHARING, AND EVERY LINE THAT      *
      ***   APPLIES DEDUCTIBLE OR COINSURANCE MUST CARRY THE MATCHING *
      ***   REMARK CODE - FSSC-QMB-DED 'N781' FOR DEDUCTIBLE,         *
      ***   FSSC-QMB-COIN 'N782' FOR COINSURANCE - SO THE MSN AND THE *
      ***   REMITTANCE TELL BOTH SIDES NOT TO COLLECT.  READS EVERY   *
      ***   PHYSICAL SEGMENT (LINES CAN APPEAR ON ANY SEGMENT - SEE   *
      ***   FSR001) OF EACH QMB CLAIM AND, FOR EVERY LINE CARRYING    *
      ***   PATIENT DEDUCTIBLE (FSSC-PAT-CASH-DED-LINE) OR            *
      ***   COINSURANCE (FSSC-REDUCED-COIN-LINE WHEN THE PROVIDER     *
      ***   ELECTED REDUCED COINSURANCE, OTHERWISE FSSC-WAGE-ADJ-     *
      ***   COIN-LINE):                                               *
      ***     1) ADDS THE COST SHARING TO THE PROVIDER'S PROTECTED-   *
      ***        DOLLAR TOTALS (FSR070 ACCUMULATE-AS-ENCOUNTERED      *
      ***        TECHNIQUE), PRINTED AT EOF WITH THE FSR090 NAME.     *
      ***     2) WHEN THE MATCHING REMARK CODE IS MISSING, PRINTS AN  *
      ***        EXCEPTION DETAIL LINE AND WRITES THE LINE TO THE     *
      ***        PROVIDER OUTREACH FILE FOR PROVIDER RELATIONS.       *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      *** OUTPUT: QMB-EXCP-RPT-FILE   - QMB EXCEPTION REPORT          *
      ***         QMB-OUTREACH-FILE   - PROVIDER OUTREACH EXTRACT     *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR094.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT QMB-EXCP-RPT-FILE ASSIGN TO "QMBEXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QMB-OUTREACH-FILE ASSIGN TO "QMBOUTRC"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  QMB-EXCP-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  QMB-EXCP-RPT-LINE                  PIC X(132).

      *    ONE RECORD PER LINE MISSING ITS QMB REMARK CODE.
      *    QMBO-MISSING-RARC IS 'D' (N781 MISSING), 'C' (N782
      *    MISSING) OR 'B' (BOTH).
       FD  QMB-OUTREACH-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  QMBO-RECORD.
           05  QMBO-PROV-6                    PIC X(6).
           05  QMBO-HIC-NO                    PIC X(12).
           05  QMBO-DCN                       PIC X(23).
           05  QMBO-LINE-NBR                  PIC 9(3).
           05  QMBO-REV-CD                    PIC 9(4).
           05  QMBO-HCPC-CD                   PIC X(5).
           05  QMBO-FROM-DT                   PIC 9(8).
           05  QMBO-THRU-DT                   PIC 9(8).
           05  QMBO-DED-AMT                   PIC S9(9)V99.
           05  QMBO-COIN-AMT                  PIC S9(9)V99.
           05  QMBO-MISSING-RARC              PIC X(1).
           05  FILLER                         PIC X(8).

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

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081 - A MISMATCH ABENDS THE
      *    JOB BEFORE THE OUTREACH FILE GOES TO PROVIDER RELATIONS.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR094".
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
           05  WS-QMB-CLAIM-CNT               PIC 9(7) VALUE 0.
           05  WS-COST-SHARE-LINE-CNT         PIC 9(7) VALUE 0.
           05  WS-EXCP-LINE-CNT               PIC 9(7) VALUE 0.
           05  WS-OUTREACH-WRITTEN-CNT        PIC 9(7) VALUE 0.
           05  WS-PROV-TABLE-CNT          COMP PIC S9(4) VALUE 0.
           05  WS-PROV-OVERFLOW-CNT           PIC 9(7) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-TBL-NDX                 COMP PIC S9(4).
           05  WS-LINE-NBR                    PIC 9(3).
           05  WS-LINE-DED-AMT            COMP-3 PIC S9(9)V99.
           05  WS-LINE-COIN-AMT           COMP-3 PIC S9(9)V99.
           05  WS-MISSING-RARC                PIC X(1).
               88  WS-RARC-OK                        VALUE SPACE.
               88  WS-RARC-DED-MISSING               VALUE 'D'.
               88  WS-RARC-COIN-MISSING              VALUE 'C'.
               88  WS-RARC-BOTH-MISSING              VALUE 'B'.

      *** QMB CLAIMS, PROTECTED DOLLARS AND MISSED REMARKS BY PROVIDER.
       01  WS-PROV-TABLE.
           05  WS-PROV-ENTRY OCCURS 0 TO 500 TIMES
                             DEPENDING ON WS-PROV-TABLE-CNT
                             INDEXED BY WS-PROV-TBL-NDX.
               10  WS-PROV-ID                 PIC X(6).
               10  WS-PROV-CLAIM-CNT          PIC 9(7).
               10  WS-PROV-LINE-CNT           PIC 9(7).
               10  WS-PROV-DED-SUM        COMP-3 PIC S9(11)V99.
               10  WS-PROV-COIN-SUM       COMP-3 PIC S9(11)V99.
               10  WS-PROV-EXCP-CNT           PIC 9(7).
               10  WS-PROV-EXCP-SUM       COMP-3 PIC S9(11)V99.

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR094 - QMB COST-SHARING PROTECTION EXCEPTION REPORT".
       01  WS-HEADING-2                       PIC X(132) VALUE
           "QMB LINES WITH COST SHARING BUT NO N781/N782 REMARK CODE".
       01  WS-HEADING-3.
           05  FILLER                 PIC X(13) VALUE "HIC-NO".
           05  FILLER                 PIC X(25) VALUE "DCN".
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(6)  VALUE "LINE".
           05  FILLER                 PIC X(6)  VALUE "REV".
           05  FILLER                 PIC X(7)  VALUE "HCPCS".
           05  FILLER                 PIC X(16) VALUE "DEDUCTIBLE".
           05  FILLER                 PIC X(16) VALUE "COINSURANCE".
           05  FILLER                 PIC X(7)  VALUE "N781".
           05  FILLER                 PIC X(28) VALUE "N782".

       01  WS-DETAIL-LINE.
           05  WS-DTL-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-DCN                     PIC X(23).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-LINE-NBR                PIC ZZ9.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-DTL-REV-CD                  PIC 9(4).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-HCPC-CD                 PIC X(5).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-DED-AMT                 PIC $$,$$$,$$9.99.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-DTL-COIN-AMT                PIC $$,$$$,$$9.99.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-DTL-DED-RARC                PIC X(5).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-COIN-RARC               PIC X(5).

       01  WS-PROV-HEADING-1                  PIC X(132) VALUE
           "QMB PROTECTED COST SHARING BY PROVIDER".
       01  WS-PROV-HEADING-2.
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(9)  VALUE "CLAIMS".
           05  FILLER                 PIC X(9)  VALUE "LINES".
           05  FILLER                 PIC X(18) VALUE "DEDUCTIBLE".
           05  FILLER                 PIC X(18) VALUE "COINSURANCE".
           05  FILLER                 PIC X(9)  VALUE "EXCP LNS".
           05  FILLER                 PIC X(18) VALUE "EXCP DOLLARS".
           05  FILLER                 PIC X(43) VALUE "PROVIDER NAME".

       01  WS-PROV-LINE.
           05  WS-PVL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-CLAIM-CNT               PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-LINE-CNT                PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-DED-SUM                 PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(4)  VALUE SPACES.
           05  WS-PVL-COIN-SUM                PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(4)  VALUE SPACES.
           05  WS-PVL-EXCP-CNT                PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-PVL-EXCP-SUM                PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(4)  VALUE SPACES.
           05  WS-PVL-PROV-NAME               PIC X(30).

      *    RESOLVED THROUGH THE FSR090 PROVIDER MASTER LOOKUP - AN
      *    UNKNOWN PROVIDER PRINTS THE BARE NUMBER, AS ALWAYS.
       01  WS-PROV-LOOKUP.
           05  WS-LKP-PROV-ID                 PIC X(6).
           05  WS-LKP-PROV-NAME               PIC X(30).
           05  WS-LKP-RC                      PIC X(1).
               88  WS-LKP-FOUND                      VALUE '0'.

       01  WS-RUN-DATE-CYMD                   PIC 9(8).

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           OPEN INPUT  CLAIM-EXTRACT-FILE.
           OPEN OUTPUT QMB-EXCP-RPT-FILE
                       QMB-OUTREACH-FILE.
           WRITE QMB-EXCP-RPT-LINE FROM WS-HEADING-1.
           WRITE QMB-EXCP-RPT-LINE FROM WS-HEADING-2.
           WRITE QMB-EXCP-RPT-LINE FROM WS-HEADING-3.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CYMD.

           READ CLAIM-EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               PERFORM 1500-CHECK-CONTROL-RECORD
               IF WS-CTL-CLASS-D-DATA
                  AND FSSCCLMS-QMB-IND-Y
                   PERFORM 2000-PROCESS-QMB-SEGMENT
               END-IF
               READ CLAIM-EXTRACT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF NOT WS-HEADER-SEEN
              OR NOT WS-TRAILER-SEEN
               DISPLAY "FSR094 - EXTRACT CONTROL FAILURE: HEADER OR "
                   "TRAILER CONTROL RECORD MISSING"
               CLOSE CLAIM-EXTRACT-FILE QMB-EXCP-RPT-FILE
                     QMB-OUTREACH-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           WRITE QMB-EXCP-RPT-LINE FROM WS-PROV-HEADING-1.
           WRITE QMB-EXCP-RPT-LINE FROM WS-PROV-HEADING-2.
           PERFORM 3000-PRINT-PROVIDER-TOTAL
               VARYING WS-TBL-NDX FROM 1 BY 1
               UNTIL WS-TBL-NDX > WS-PROV-TABLE-CNT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "QMB CLAIMS: " WS-QMB-CLAIM-CNT
               "  COST-SHARING LINES: " WS-COST-SHARE-LINE-CNT
               "  EXCEPTION LINES: " WS-EXCP-LINE-CNT
               "  OUTREACH RECORDS: " WS-OUTREACH-WRITTEN-CNT
               "  PROVIDER OVERFLOW: " WS-PROV-OVERFLOW-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE QMB-EXCP-RPT-LINE FROM WS-SUMMARY-LINE.

           PERFORM 9500-WRITE-RUN-CONTROL.

           CLOSE CLAIM-EXTRACT-FILE QMB-EXCP-RPT-FILE
                 QMB-OUTREACH-FILE.
           GOBACK.

      *    ONE RUN-CONTROL RECORD PER NORMAL COMPLETION (FSRCRUNC) -
      *    FSR088 RECONCILES THE CHAIN'S COUNTS FROM THESE.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR094"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-CYMD      TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           MOVE WS-OUTREACH-WRITTEN-CNT TO RUNC-RECORDS-WRITTEN.
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
                       CLOSE CLAIM-EXTRACT-FILE QMB-EXCP-RPT-FILE
                             QMB-OUTREACH-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CTL-DATA-CNT
                   ADD FSSCCLMS-TOTAL-CHARGE-AMOUNT
                       TO WS-CTL-CHARGE-HASH
           END-EVALUATE.

       2000-PROCESS-QMB-SEGMENT.
           PERFORM 2300-FIND-PROVIDER.

           IF FSSCCLMS-TRAILER-SEQ-00-BASE
               ADD 1 TO WS-QMB-CLAIM-CNT
               IF WS-PROV-FOUND
                   ADD 1 TO WS-PROV-CLAIM-CNT (WS-PROV-TBL-NDX)
               END-IF
           END-IF.

           IF FSSCCLMS-LINES > 0
               PERFORM 2100-CHECK-LINE-COST-SHARING
                   VARYING FSSCCLMS-NDX FROM 1 BY 1
                   UNTIL FSSCCLMS-NDX > FSSCCLMS-LINES
           END-IF.

      *    REDUCED COINSURANCE, WHEN THE PROVIDER ELECTED IT, IS WHAT
      *    WAS ACTUALLY APPLIED; OTHERWISE THE WAGE-ADJUSTED AMOUNT.
       2100-CHECK-LINE-COST-SHARING.
           MOVE FSSCCLMS-PAT-CASH-DED-LINE (FSSCCLMS-NDX)
               TO WS-LINE-DED-AMT.
           IF FSSCCLMS-REDUCED-COIN-LINE (FSSCCLMS-NDX) NOT = 0
               MOVE FSSCCLMS-REDUCED-COIN-LINE (FSSCCLMS-NDX)
                   TO WS-LINE-COIN-AMT
           ELSE
               MOVE FSSCCLMS-WAGE-ADJ-COIN-LINE (FSSCCLMS-NDX)
                   TO WS-LINE-COIN-AMT
           END-IF.

           IF WS-LINE-DED-AMT NOT = 0
              OR WS-LINE-COIN-AMT NOT = 0
               ADD 1 TO WS-COST-SHARE-LINE-CNT
               MOVE SPACE TO WS-MISSING-RARC
               IF WS-LINE-DED-AMT NOT = 0
                  AND NOT FSSCCLMS-QMB-DED-N781 (FSSCCLMS-NDX)
                   SET WS-RARC-DED-MISSING TO TRUE
               END-IF
               IF WS-LINE-COIN-AMT NOT = 0
                  AND NOT FSSCCLMS-QMB-COIN-N782 (FSSCCLMS-NDX)
                   IF WS-RARC-DED-MISSING
                       SET WS-RARC-BOTH-MISSING TO TRUE
                   ELSE
                       SET WS-RARC-COIN-MISSING TO TRUE
                   END-IF
               END-IF
               IF WS-PROV-FOUND
                   ADD 1 TO WS-PROV-LINE-CNT (WS-PROV-TBL-NDX)
                   ADD WS-LINE-DED-AMT
                       TO WS-PROV-DED-SUM (WS-PROV-TBL-NDX)
                   ADD WS-LINE-COIN-AMT
                       TO WS-PROV-COIN-SUM (WS-PROV-TBL-NDX)
               END-IF
               IF NOT WS-RARC-OK
                   PERFORM 2200-WRITE-EXCEPTION
               END-IF
           END-IF.

       2200-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCP-LINE-CNT.
           SET WS-LINE-NBR TO FSSCCLMS-NDX.

           IF WS-PROV-FOUND
               ADD 1 TO WS-PROV-EXCP-CNT (WS-PROV-TBL-NDX)
               ADD WS-LINE-DED-AMT WS-LINE-COIN-AMT
                   TO WS-PROV-EXCP-SUM (WS-PROV-TBL-NDX)
           END-IF.

           MOVE FSSCCLMS-HIC-NO          TO WS-DTL-HIC-NO.
           MOVE FSSCCLMS-DCN             TO WS-DTL-DCN.
           MOVE FSSCCLMS-MEDA-PROV-6     TO WS-DTL-PROV.
           MOVE WS-LINE-NBR              TO WS-DTL-LINE-NBR.
           MOVE FSSCCLMS-REV-CD (FSSCCLMS-NDX)  TO WS-DTL-REV-CD.
           MOVE FSSCCLMS-HCPC-CD (FSSCCLMS-NDX) TO WS-DTL-HCPC-CD.
           MOVE WS-LINE-DED-AMT          TO WS-DTL-DED-AMT.
           MOVE WS-LINE-COIN-AMT         TO WS-DTL-COIN-AMT.
           MOVE FSSCCLMS-QMB-DED (FSSCCLMS-NDX)  TO WS-DTL-DED-RARC.
           MOVE FSSCCLMS-QMB-COIN (FSSCCLMS-NDX) TO WS-DTL-COIN-RARC.
           WRITE QMB-EXCP-RPT-LINE FROM WS-DETAIL-LINE.

           MOVE SPACES                   TO QMBO-RECORD.
           MOVE FSSCCLMS-MEDA-PROV-6     TO QMBO-PROV-6.
           MOVE FSSCCLMS-HIC-NO          TO QMBO-HIC-NO.
           MOVE FSSCCLMS-DCN             TO QMBO-DCN.
           MOVE WS-LINE-NBR              TO QMBO-LINE-NBR.
           MOVE FSSCCLMS-REV-CD (FSSCCLMS-NDX)  TO QMBO-REV-CD.
           MOVE FSSCCLMS-HCPC-CD (FSSCCLMS-NDX) TO QMBO-HCPC-CD.
           MOVE FSSCCLMS-STMT-COV-FROM-DT-CYMD  TO QMBO-FROM-DT.
           MOVE FSSCCLMS-STMT-COV-TO-DT-CYMD    TO QMBO-THRU-DT.
           MOVE WS-LINE-DED-AMT          TO QMBO-DED-AMT.
           MOVE WS-LINE-COIN-AMT         TO QMBO-COIN-AMT.
           MOVE WS-MISSING-RARC          TO QMBO-MISSING-RARC.
           WRITE QMBO-RECORD.
           ADD 1 TO WS-OUTREACH-WRITTEN-CNT.

       2300-FIND-PROVIDER.
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
                   MOVE 0 TO WS-PROV-LINE-CNT (WS-PROV-TBL-NDX)
                   MOVE 0 TO WS-PROV-DED-SUM (WS-PROV-TBL-NDX)
                   MOVE 0 TO WS-PROV-COIN-SUM (WS-PROV-TBL-NDX)
                   MOVE 0 TO WS-PROV-EXCP-CNT (WS-PROV-TBL-NDX)
                   MOVE 0 TO WS-PROV-EXCP-SUM (WS-PROV-TBL-NDX)
                   SET WS-PROV-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-PROV-OVERFLOW-CNT
               END-IF
           END-IF.

       3000-PRINT-PROVIDER-TOTAL.
           MOVE WS-PROV-ID (WS-TBL-NDX)         TO WS-PVL-PROV.
           MOVE WS-PROV-CLAIM-CNT (WS-TBL-NDX)  TO WS-PVL-CLAIM-CNT.
           MOVE WS-PROV-LINE-CNT (WS-TBL-NDX)   TO WS-PVL-LINE-CNT.
           MOVE WS-PROV-DED-SUM (WS-TBL-NDX)    TO WS-PVL-DED-SUM.
           MOVE WS-PROV-COIN-SUM (WS-TBL-NDX)   TO WS-PVL-COIN-SUM.
           MOVE WS-PROV-EXCP-CNT (WS-TBL-NDX)   TO WS-PVL-EXCP-CNT.
           MOVE WS-PROV-EXCP-SUM (WS-TBL-NDX)   TO WS-PVL-EXCP-SUM.
           MOVE WS-PROV-ID (WS-TBL-NDX)         TO WS-LKP-PROV-ID.
           CALL "FSR090" USING WS-LKP-PROV-ID
                               WS-LKP-PROV-NAME
                               WS-LKP-RC.
           MOVE WS-LKP-PROV-NAME                TO WS-PVL-PROV-NAME.
           WRITE QMB-EXCP-RPT-LINE FROM WS-PROV-LINE.
