      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR115                                             *
      ***                                                             *
      *** DESCRIPTION: SNF ASSESSMENT / HIPPS MISMATCH REPORT.  SNF   *
      ***   CLAIMS (TYPE OF BILL 21X AND 22X) AND SWING-BED CLAIMS    *
      ***   (18X) BILL THEIR HIPPS CODES ON REVENUE CODE 0022 LINES,  *
      ***   WITH THE ASSESSMENT ID (FSSC-ASSESS-ID) AND THE PRICER-   *
      ***   RETURNED HIPPS (FSSC-RETURN-HIPPS1) ON THE SAME LINE.     *
      ***   EVERY 0022 LINE, ON ANY SEGMENT (SEE FSR001), OF A SNF    *
      ***   CLAIM THAT IS NOT A CANCEL OR A CREDIT IS RELEASED TO A   *
      ***   SORT BY BENEFICIARY / ASSESSMENT ID / FROM-DATE AND IS    *
      ***   LISTED WHEN:                                              *
      ***     MISMATCH - THE BILLED HIPPS (FSSC-HCPC-CD) DIFFERS FROM *
      ***                THE RETURNED ONE (LINES NOT YET PRICED,      *
      ***                RETURNED HIPPS BLANK, ARE NOT TESTED);       *
      ***     NO ASMT  - THE LINE CARRIES NO ASSESSMENT ID;           *
      ***     OVERLAP  - THE SAME ASSESSMENT ID IS BILLED FOR THE     *
      ***                SAME BENEFICIARY ON ANOTHER CLAIM WHOSE      *
      ***                PERIOD OVERLAPS THIS ONE.  A LINE'S PERIOD   *
      ***                RUNS FROM ITS SERVICE DATE (THE STATEMENT    *
      ***                FROM-DATE WHEN BLANK) TO THE STATEMENT       *
      ***                THROUGH-DATE.  VERSIONS OF ONE CLAIM (TIED   *
      ***                BY ROOT DCN, AS IN FSR107) NEVER OVERLAP     *
      ***                EACH OTHER.                                  *
      ***   THE PAYMENT DIFFERENCE ON A MISMATCH IS WHAT THE BILLED   *
      ***   HIPPS WOULD HAVE PAID LESS WHAT THE LINE WAS PAID UNDER   *
      ***   THE RETURNED ONE (FSSC-PROV-REIMB-LINE) - POSITIVE WHEN   *
      ***   THE FACILITY BILLED A HIGHER-PAYING CODE THAN ITS         *
      ***   ASSESSMENT SUPPORTS.  THE BILLED HIPPS IS PRICED FROM THE *
      ***   FSR128 RATE TABLE (FSRCFEES) EXACTLY AS FSR129 PRICES A   *
      ***   FEE-SCHEDULE LINE: RATE BY HIPPS / MODIFIER (FALLING BACK *
      ***   TO THE BLANK MODIFIER) / FSSC-VALCD-LOCALITY IN EFFECT ON *
      ***   THE LINE'S DATE, TIMES THE UNITS (DAYS) BILLED.  A BILLED *
      ***   HIPPS WITH NO RATE ON THE TABLE PRINTS NO DIFFERENCE AND  *
      ***   IS COUNTED AS UNPRICED.                                   *
      ***   A FACILITY SUMMARY, BUILT WITH FSR042'S ACCUMULATE-AS-    *
      ***   ENCOUNTERED TABLE TECHNIQUE AND NAMED THROUGH FSR090,     *
      ***   ENDS THE REPORT.  A CONTROL FAILURE WRITES NO REPORT AND  *
      ***   ENDS WITH RETURN CODE 16.                                 *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      ***         FEE-SCHED-MASTER-FILE - FSRCFEES RATE TABLE         *
      *** OUTPUT: SNF-HIPPS-RPT-FILE  - SNF HIPPS / ASSESSMENT REPORT *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR115.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT FEE-SCHED-MASTER-FILE ASSIGN TO "FEESMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEES-KEY
               FILE STATUS IS WS-FEES-FILE-STATUS.

           SELECT SNF-HIPPS-RPT-FILE ASSIGN TO "SNFHPRPT"
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

       FD  FEE-SCHED-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==FEES==.
       COPY FSRCFEES.
       REPLACE OFF.

       FD  SNF-HIPPS-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SNF-HIPPS-RPT-LINE                 PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

      *    ONE PER REVENUE CODE 0022 LINE.  A BLANK ASSESSMENT ID
      *    SORTS FIRST WITHIN THE BENEFICIARY.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-HIC-NO                      PIC X(12).
           05  SW-ASSESS-ID                   PIC X(15).
           05  SW-FROM-DT                     PIC 9(8).
           05  SW-THRU-DT                     PIC 9(8).
           05  SW-DCN                         PIC X(23).
           05  SW-ROOT-DCN                    PIC X(23).
           05  SW-PROV-6                      PIC X(6).
           05  SW-BILLED-HIPPS                PIC X(5).
           05  SW-RETURN-HIPPS                PIC X(5).
           05  SW-COV-CHRG-AMT            COMP-3 PIC S9(9)V99.
           05  SW-PAID-AMT                COMP-3 PIC S9(9)V99.
           05  SW-BILLED-PRICED-SW            PIC X(1).
               88  SW-BILLED-PRICED                  VALUE 'Y'.
           05  SW-BILLED-AMT              COMP-3 PIC S9(9)V99.

       WORKING-STORAGE SECTION.

       01  WS-FEES-FILE-STATUS                PIC X(2).
           88  WS-FEES-OK                          VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-CLAIM-HELD-SW               PIC X(1) VALUE 'N'.
               88  WS-CLAIM-HELD                     VALUE 'Y'.
           05  WS-ASSESS-HELD-SW              PIC X(1) VALUE 'N'.
               88  WS-ASSESS-HELD                    VALUE 'Y'.
           05  WS-FAC-FOUND-SW                PIC X(1) VALUE 'N'.
               88  WS-FAC-FOUND                      VALUE 'Y'.
           05  WS-SCAN-DONE-SW                PIC X(1) VALUE 'N'.
               88  WS-SCAN-DONE                      VALUE 'Y'.
           05  WS-RATE-FOUND-SW               PIC X(1) VALUE 'N'.
               88  WS-RATE-FOUND                     VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081.  A FAILURE INSIDE THE
      *    SORT INPUT PROCEDURE RAISES THE ABEND SWITCH; THE REPORT
      *    IS SUPPRESSED AND THE JOB ENDS WITH RC 16.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR115".
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

      *    THE BASE SEGMENT'S CONTEXT, HELD UNTIL THE CLAIM'S LAST
      *    SEGMENT HAS BEEN READ.
       01  WS-CLAIM-WORK.
           05  WS-CLM-HIC-NO                  PIC X(12).
           05  WS-CLM-DCN                     PIC X(23).
           05  WS-CLM-ROOT-DCN                PIC X(23).
           05  WS-CLM-PROV-6                  PIC X(6).
           05  WS-CLM-FROM-DT                 PIC 9(8).
           05  WS-CLM-THRU-DT                 PIC 9(8).
           05  WS-CLM-LOCALITY                PIC X(2).
           05  WS-TOB-WORK.
               10  WS-TOB-LOB                 PIC 9(1).
               10  WS-TOB-SERV-TYP            PIC 9(1).

      *    THE LATEST USE OF THE CURRENT BENEFICIARY / ASSESSMENT ID,
      *    WITH THE LATEST THROUGH-DATE SEEN FOR IT SO FAR.
       01  WS-ASSESS-WORK.
           05  WS-AW-HIC-NO                   PIC X(12).
           05  WS-AW-ASSESS-ID                PIC X(15).
           05  WS-AW-DCN                      PIC X(23).
           05  WS-AW-ROOT-DCN                 PIC X(23).
           05  WS-AW-FROM-DT                  PIC 9(8).
           05  WS-AW-THRU-DT                  PIC 9(8).

       01  WS-PAY-DIFF                    COMP-3 PIC S9(9)V99.

      *    PRICING THE BILLED HIPPS OF A MISMATCHED LINE.
       01  WS-PRICE-WORK.
           05  WS-LINE-UNITS                  PIC S9(9).
           05  WS-LKP-HCPC-CD                 PIC X(5).
           05  WS-LKP-MODIFIER                PIC X(2).
           05  WS-RATE-FEE-AMT                PIC 9(7)V99.
           05  WS-RATE-END-DT                 PIC 9(8).

      *    ONE ENTRY PER FACILITY, ACCUMULATED AS ENCOUNTERED.  ANY
      *    FACILITY PAST THE TABLE'S 1000 IS COUNTED AS OVERFLOW; ITS
      *    LINES STILL PRINT IN THE DETAIL.
       01  WS-FAC-TABLE.
           05  WS-FAC-CNT                 COMP PIC S9(4) VALUE 0.
           05  WS-FAC-ENTRY                   OCCURS 1000 TIMES
                                        INDEXED BY WS-FCNDX.
               10  WS-FAC-PROV-6              PIC X(6).
               10  WS-FAC-LINE-CNT            PIC 9(7).
               10  WS-FAC-MISMATCH-CNT        PIC 9(7).
               10  WS-FAC-MISMATCH-PAID   COMP-3 PIC S9(11)V99.
               10  WS-FAC-MISMATCH-DIFF   COMP-3 PIC S9(11)V99.
               10  WS-FAC-NO-ASMT-CNT         PIC 9(7).
               10  WS-FAC-NO-ASMT-PAID    COMP-3 PIC S9(11)V99.
               10  WS-FAC-OVERLAP-CNT         PIC 9(7).
               10  WS-FAC-OVERLAP-PAID    COMP-3 PIC S9(11)V99.

      *    RESOLVED THROUGH THE FSR090 PROVIDER MASTER LOOKUP - AN
      *    UNKNOWN PROVIDER PRINTS THE BARE NUMBER, AS ALWAYS.
       01  WS-PROV-LOOKUP.
           05  WS-LKP-PROV-NAME               PIC X(30).
           05  WS-LKP-RC                      PIC X(1).
               88  WS-LKP-FOUND                      VALUE '0'.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ-CNT             PIC 9(7) VALUE 0.
           05  WS-SNF-CLAIM-CNT               PIC 9(7) VALUE 0.
           05  WS-HIPPS-LINE-CNT              PIC 9(7) VALUE 0.
           05  WS-MISMATCH-CNT                PIC 9(7) VALUE 0.
           05  WS-UNPRICED-CNT                PIC 9(7) VALUE 0.
           05  WS-NO-ASMT-CNT                 PIC 9(7) VALUE 0.
           05  WS-OVERLAP-CNT                 PIC 9(7) VALUE 0.
           05  WS-FAC-OVERFLOW-CNT            PIC 9(7) VALUE 0.

       01  WS-GRAND-TOTALS.
           05  WS-GT-MISMATCH-PAID        COMP-3 PIC S9(13)V99
                                                   VALUE 0.
           05  WS-GT-MISMATCH-DIFF        COMP-3 PIC S9(13)V99
                                                   VALUE 0.
           05  WS-GT-NO-ASMT-PAID         COMP-3 PIC S9(13)V99
                                                   VALUE 0.
           05  WS-GT-OVERLAP-PAID         COMP-3 PIC S9(13)V99
                                                   VALUE 0.

       01  WS-RUN-DATE-8                      PIC 9(8).

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR115 - SNF ASSESSMENT / HIPPS MISMATCH REPORT".

       01  WS-HEADING-2.
           05  FILLER                 PIC X(9)  VALUE "EXCEPTION".
           05  FILLER                 PIC X(13) VALUE "HIC-NO".
           05  FILLER                 PIC X(24) VALUE "DCN".
           05  FILLER                 PIC X(7)  VALUE "PROV".
           05  FILLER                 PIC X(9)  VALUE "FROM".
           05  FILLER                 PIC X(9)  VALUE "THRU".
           05  FILLER                 PIC X(16) VALUE "ASSESSMENT ID".
           05  FILLER                 PIC X(6)  VALUE "BILLD".
           05  FILLER                 PIC X(6)  VALUE "RETND".
           05  FILLER                 PIC X(16) VALUE
               "  PAID (RETND)".
           05  FILLER                 PIC X(16) VALUE
               "     PAY DIFF".

       01  WS-DETAIL-LINE.
           05  WS-DTL-EXCEPTION               PIC X(8).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-DCN                     PIC X(23).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-PROV                    PIC X(6).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-FROM-DT                 PIC 9(8).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-THRU-DT                 PIC 9(8).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-ASSESS-ID               PIC X(15).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-BILLED-HIPPS            PIC X(5).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-RETURN-HIPPS            PIC X(5).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-PAID-AMT                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-PAY-DIFF                PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DTL-PAY-DIFF-X REDEFINES WS-DTL-PAY-DIFF
                                              PIC X(15).

       01  WS-OVERLAP-LINE.
           05  FILLER                         PIC X(22) VALUE SPACES.
           05  FILLER                 PIC X(18) VALUE
               "OVERLAPS CLAIM    ".
           05  WS-OVL-DCN                     PIC X(23).
           05  FILLER                 PIC X(8)  VALUE "  FROM  ".
           05  WS-OVL-FROM-DT                 PIC 9(8).
           05  FILLER                 PIC X(8)  VALUE "  THRU  ".
           05  WS-OVL-THRU-DT                 PIC 9(8).

       01  WS-FAC-HEADING-1                   PIC X(132) VALUE
           "SNF HIPPS / ASSESSMENT EXCEPTIONS BY FACILITY".

       01  WS-FAC-HEADING-2.
           05  FILLER                 PIC X(7)  VALUE "PROV".
           05  FILLER                 PIC X(31) VALUE "FACILITY NAME".
           05  FILLER                 PIC X(8)  VALUE "  LINES".
           05  FILLER                 PIC X(8)  VALUE "  MISMT".
           05  FILLER                 PIC X(16) VALUE
               "   MISMATCH PAID".
           05  FILLER                 PIC X(16) VALUE
               "   MISMATCH DIFF".
           05  FILLER                 PIC X(8)  VALUE "  NOASM".
           05  FILLER                 PIC X(16) VALUE
               "    NO-ASMT PAID".
           05  FILLER                 PIC X(8)  VALUE "  OVLAP".
           05  FILLER                 PIC X(14) VALUE
               "  OVERLAP PAID".

       01  WS-FAC-LINE.
           05  WS-FCL-PROV                    PIC X(6).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-FCL-PROV-NAME               PIC X(30).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-FCL-LINE-CNT                PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-FCL-MISMATCH-CNT            PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-FCL-MISMATCH-PAID           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-FCL-MISMATCH-DIFF           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-FCL-NO-ASMT-CNT             PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-FCL-NO-ASMT-PAID            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-FCL-OVERLAP-CNT             PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-FCL-OVERLAP-PAID            PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.

           OPEN INPUT FEE-SCHED-MASTER-FILE.
           IF NOT WS-FEES-OK
               DISPLAY "FSR115 - FEE-SCHEDULE RATE TABLE NOT "
                   "AVAILABLE, STATUS " WS-FEES-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-HIC-NO
               ON ASCENDING KEY SW-ASSESS-ID
               ON ASCENDING KEY SW-FROM-DT
               ON ASCENDING KEY SW-DCN
               INPUT PROCEDURE 1000-SELECT-CLAIMS
               OUTPUT PROCEDURE 3000-WRITE-REPORT.

           CLOSE FEE-SCHED-MASTER-FILE.

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
           MOVE "FSR115"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-8         TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           MOVE WS-HIPPS-LINE-CNT     TO RUNC-RECORDS-WRITTEN.
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

           IF NOT WS-CTL-ABEND
              AND (NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN)
               DISPLAY "FSR115 - EXTRACT CONTROL FAILURE: HEADER OR "
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

      *    THE BASE SEGMENT DECIDES WHETHER THE CLAIM IS A SNF CLAIM;
      *    ITS REVENUE LINES MAY RUN ONTO THE SEGMENTS THAT FOLLOW.
       2000-PROCESS-CLAIM-SEGMENT.
           IF FSSCCLMS-TRAILER-SEQ-00-BASE
               MOVE 'N' TO WS-CLAIM-HELD-SW
               ADD 1 TO WS-CLAIMS-READ-CNT
               MOVE FSSCCLMS-LOB-CD      TO WS-TOB-LOB
               MOVE FSSCCLMS-SERV-TYP-CD TO WS-TOB-SERV-TYP
               IF ((WS-TOB-LOB = 2 AND (WS-TOB-SERV-TYP = 1 OR 2))
                   OR (WS-TOB-LOB = 1 AND WS-TOB-SERV-TYP = 8))
                  AND NOT FSSCCLMS-FREQ-CANCEL-BILL
                  AND NOT FSSCCLMS-TRANSACT-C-CREDIT
                   ADD 1 TO WS-SNF-CLAIM-CNT
                   PERFORM 2100-HOLD-CLAIM
               END-IF
           END-IF.

           IF WS-CLAIM-HELD
              AND FSSCCLMS-HIC-NO = WS-CLM-HIC-NO
              AND FSSCCLMS-DCN = WS-CLM-DCN
              AND FSSCCLMS-LINES > 0
               PERFORM 2300-RELEASE-HIPPS-LINE
                   VARYING FSSCCLMS-NDX FROM 1 BY 1
                   UNTIL FSSCCLMS-NDX > FSSCCLMS-LINES
           END-IF.

      *    THE ROOT OF THE LINEAGE IS THE ORIGINAL XREF WHEN FISS
      *    CARRIES ONE, ELSE THE IMMEDIATE PARENT; AN UNLINKED CLAIM
      *    IS ITS OWN ROOT.
       2100-HOLD-CLAIM.
           SET WS-CLAIM-HELD TO TRUE.
           MOVE FSSCCLMS-HIC-NO       TO WS-CLM-HIC-NO.
           MOVE FSSCCLMS-DCN          TO WS-CLM-DCN.
           MOVE FSSCCLMS-MEDA-PROV-6  TO WS-CLM-PROV-6.
           MOVE FSSCCLMS-STMT-COV-FROM-DT-CYMD TO WS-CLM-FROM-DT.
           MOVE FSSCCLMS-STMT-COV-TO-DT-CYMD   TO WS-CLM-THRU-DT.
           MOVE FSSCCLMS-VALCD-LOCALITY        TO WS-CLM-LOCALITY.
           EVALUATE TRUE
               WHEN FSSCCLMS-ORIGINAL-XREF-DCN NOT = SPACES
                   MOVE FSSCCLMS-ORIGINAL-XREF-DCN TO WS-CLM-ROOT-DCN
               WHEN FSSCCLMS-XREF-DCN-NBR NOT = SPACES
                   MOVE FSSCCLMS-XREF-DCN-NBR      TO WS-CLM-ROOT-DCN
               WHEN OTHER
                   MOVE FSSCCLMS-DCN               TO WS-CLM-ROOT-DCN
           END-EVALUATE.

       2300-RELEASE-HIPPS-LINE.
           IF FSSCCLMS-REV-CD (FSSCCLMS-NDX) = 22
               ADD 1 TO WS-HIPPS-LINE-CNT
               MOVE WS-CLM-HIC-NO         TO SW-HIC-NO
               MOVE FSSCCLMS-ASSESS-ID (FSSCCLMS-NDX)
                                          TO SW-ASSESS-ID
               MOVE FSSCCLMS-SERV-DT-CYMD (FSSCCLMS-NDX)
                                          TO SW-FROM-DT
               IF SW-FROM-DT NOT NUMERIC
                  OR SW-FROM-DT = 0
                   MOVE WS-CLM-FROM-DT    TO SW-FROM-DT
               END-IF
               MOVE WS-CLM-THRU-DT        TO SW-THRU-DT
               MOVE WS-CLM-DCN            TO SW-DCN
               MOVE WS-CLM-ROOT-DCN       TO SW-ROOT-DCN
               MOVE WS-CLM-PROV-6         TO SW-PROV-6
               MOVE FSSCCLMS-HCPC-CD (FSSCCLMS-NDX)
                                          TO SW-BILLED-HIPPS
               MOVE FSSCCLMS-RETURN-HIPPS1 (FSSCCLMS-NDX)
                                          TO SW-RETURN-HIPPS
               MOVE FSSCCLMS-REV-COV-CHRG-AMT (FSSCCLMS-NDX)
                                          TO SW-COV-CHRG-AMT
               MOVE FSSCCLMS-PROV-REIMB-LINE (FSSCCLMS-NDX)
                                          TO SW-PAID-AMT
               MOVE 'N'                   TO SW-BILLED-PRICED-SW
               MOVE 0                     TO SW-BILLED-AMT
               IF SW-RETURN-HIPPS NOT = SPACES
                  AND SW-BILLED-HIPPS NOT = SW-RETURN-HIPPS
                   PERFORM 2400-PRICE-BILLED-HIPPS
               END-IF
               RELEASE SORT-WORK-RECORD
           END-IF.

      *    ONLY A MISMATCHED LINE NEEDS ITS BILLED HIPPS PRICED.  THE
      *    LINE'S FROM-DATE (SW-FROM-DT, ALREADY DEFAULTED) PICKS THE
      *    RATE IN EFFECT.
       2400-PRICE-BILLED-HIPPS.
           MOVE SW-BILLED-HIPPS TO WS-LKP-HCPC-CD.
           MOVE FSSCCLMS-HCPC-MODIFIER (FSSCCLMS-NDX)
               TO WS-LKP-MODIFIER.
           PERFORM 2500-LOOKUP-RATE.
           IF NOT WS-RATE-FOUND
              AND WS-LKP-MODIFIER NOT = SPACES
               MOVE SPACES TO WS-LKP-MODIFIER
               PERFORM 2500-LOOKUP-RATE
           END-IF.

           IF WS-RATE-FOUND
               MOVE FSSCCLMS-REV-UNITS-BILLED (FSSCCLMS-NDX)
                   TO WS-LINE-UNITS
               IF WS-LINE-UNITS < 1
                   MOVE 1 TO WS-LINE-UNITS
               END-IF
               COMPUTE SW-BILLED-AMT ROUNDED =
                   WS-RATE-FEE-AMT * WS-LINE-UNITS
               SET SW-BILLED-PRICED TO TRUE
           END-IF.

      *    THE LAST VERSION AT OR BEFORE THE LINE'S DATE UNDER THE
      *    HIPPS / MODIFIER / LOCALITY, UNLESS ALREADY END-DATED BY
      *    THEN - THE FSR129 LOOKUP.
       2500-LOOKUP-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE WS-LKP-HCPC-CD        TO FEES-HCPC-CD.
           MOVE WS-LKP-MODIFIER       TO FEES-HCPC-MODIFIER.
           MOVE WS-CLM-LOCALITY       TO FEES-LOCALITY.
           MOVE 0                     TO FEES-EFF-DT-CYMD.

           START FEE-SCHED-MASTER-FILE KEY IS >= FEES-KEY
               INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.

           PERFORM 2510-SCAN-EFFECTIVE-DATES
               UNTIL WS-SCAN-DONE.

           IF WS-RATE-FOUND
              AND WS-RATE-END-DT > 0
              AND WS-RATE-END-DT < SW-FROM-DT
               MOVE 'N' TO WS-RATE-FOUND-SW
           END-IF.

       2510-SCAN-EFFECTIVE-DATES.
           READ FEE-SCHED-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF FEES-HCPC-CD NOT = WS-LKP-HCPC-CD
                      OR FEES-HCPC-MODIFIER NOT = WS-LKP-MODIFIER
                      OR FEES-LOCALITY NOT = WS-CLM-LOCALITY
                      OR FEES-EFF-DT-CYMD > SW-FROM-DT
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       MOVE FEES-FEE-AMT     TO WS-RATE-FEE-AMT
                       MOVE FEES-END-DT-CYMD TO WS-RATE-END-DT
                       SET WS-RATE-FOUND TO TRUE
                   END-IF
           END-READ.

      *    AFTER A CONTROL FAILURE THE SORTED LINES ARE DISCARDED -
      *    NO REPORT OFF A BAD EXTRACT.
       3000-WRITE-REPORT.
           IF NOT WS-CTL-ABEND
               PERFORM 3010-PRODUCE-REPORT
           END-IF.

       3010-PRODUCE-REPORT.
           OPEN OUTPUT SNF-HIPPS-RPT-FILE.
           WRITE SNF-HIPPS-RPT-LINE FROM WS-HEADING-1.
           WRITE SNF-HIPPS-RPT-LINE FROM WS-HEADING-2.

           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               PERFORM 3100-CHECK-HIPPS-LINE
               RETURN SORT-WORK-FILE
                   AT END SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           PERFORM 3500-PRINT-FACILITY-SUMMARY.
           PERFORM 9000-WRITE-SUMMARY.
           CLOSE SNF-HIPPS-RPT-FILE.

       3100-CHECK-HIPPS-LINE.
           PERFORM 3150-FIND-FACILITY.
           IF WS-FAC-FOUND
               ADD 1 TO WS-FAC-LINE-CNT (WS-FCNDX)
           END-IF.

           IF SW-RETURN-HIPPS NOT = SPACES
              AND SW-BILLED-HIPPS NOT = SW-RETURN-HIPPS
               PERFORM 3200-REPORT-MISMATCH
           END-IF.

           IF SW-ASSESS-ID = SPACES
               PERFORM 3300-REPORT-NO-ASSESSMENT
           ELSE
               PERFORM 3400-CHECK-OVERLAP
           END-IF.

       3150-FIND-FACILITY.
           MOVE 'N' TO WS-FAC-FOUND-SW.
           SET WS-FCNDX TO 1.
           SEARCH WS-FAC-ENTRY
               AT END CONTINUE
               WHEN WS-FCNDX > WS-FAC-CNT
                   CONTINUE
               WHEN WS-FAC-PROV-6 (WS-FCNDX) = SW-PROV-6
                   SET WS-FAC-FOUND TO TRUE
           END-SEARCH.

           IF NOT WS-FAC-FOUND
               IF WS-FAC-CNT < 1000
                   ADD 1 TO WS-FAC-CNT
                   SET WS-FCNDX TO WS-FAC-CNT
                   INITIALIZE WS-FAC-ENTRY (WS-FCNDX)
                   MOVE SW-PROV-6 TO WS-FAC-PROV-6 (WS-FCNDX)
                   SET WS-FAC-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-FAC-OVERFLOW-CNT
               END-IF
           END-IF.

      *    AN UNPRICED BILLED HIPPS ADDS NOTHING TO THE DIFFERENCE
      *    TOTALS - ITS PAYMENT STILL COUNTS IN MISMATCH PAID.
       3200-REPORT-MISMATCH.
           ADD 1 TO WS-MISMATCH-CNT.
           ADD SW-PAID-AMT TO WS-GT-MISMATCH-PAID.
           IF WS-FAC-FOUND
               ADD 1 TO WS-FAC-MISMATCH-CNT (WS-FCNDX)
               ADD SW-PAID-AMT TO WS-FAC-MISMATCH-PAID (WS-FCNDX)
           END-IF.
           MOVE "MISMATCH" TO WS-DTL-EXCEPTION.
           PERFORM 3900-PRINT-DETAIL-LINE.
           IF SW-BILLED-PRICED
               COMPUTE WS-PAY-DIFF = SW-BILLED-AMT - SW-PAID-AMT
               ADD WS-PAY-DIFF TO WS-GT-MISMATCH-DIFF
               IF WS-FAC-FOUND
                   ADD WS-PAY-DIFF
                       TO WS-FAC-MISMATCH-DIFF (WS-FCNDX)
               END-IF
               MOVE WS-PAY-DIFF TO WS-DTL-PAY-DIFF
           ELSE
               ADD 1 TO WS-UNPRICED-CNT
               MOVE "     UNPRICED" TO WS-DTL-PAY-DIFF-X
           END-IF.
           WRITE SNF-HIPPS-RPT-LINE FROM WS-DETAIL-LINE.

       3300-REPORT-NO-ASSESSMENT.
           ADD 1 TO WS-NO-ASMT-CNT.
           ADD SW-PAID-AMT TO WS-GT-NO-ASMT-PAID.
           IF WS-FAC-FOUND
               ADD 1 TO WS-FAC-NO-ASMT-CNT (WS-FCNDX)
               ADD SW-PAID-AMT TO WS-FAC-NO-ASMT-PAID (WS-FCNDX)
           END-IF.
           MOVE "NO ASMT" TO WS-DTL-EXCEPTION.
           PERFORM 3900-PRINT-DETAIL-LINE.
           MOVE 0 TO WS-DTL-PAY-DIFF.
           WRITE SNF-HIPPS-RPT-LINE FROM WS-DETAIL-LINE.

      *    WITHIN ONE BENEFICIARY / ASSESSMENT ID THE LINES ARRIVE IN
      *    FROM-DATE ORDER, SO A LINE OVERLAPS AN EARLIER USE WHEN IT
      *    STARTS ON OR BEFORE THE LATEST THROUGH-DATE SEEN - UNLESS
      *    THAT USE IS ANOTHER VERSION OF THE SAME CLAIM.
       3400-CHECK-OVERLAP.
           IF WS-ASSESS-HELD
              AND SW-HIC-NO = WS-AW-HIC-NO
              AND SW-ASSESS-ID = WS-AW-ASSESS-ID
               IF SW-FROM-DT NOT > WS-AW-THRU-DT
                  AND SW-ROOT-DCN NOT = WS-AW-ROOT-DCN
                   PERFORM 3450-REPORT-OVERLAP
               END-IF
               IF SW-THRU-DT > WS-AW-THRU-DT
                   MOVE SW-DCN      TO WS-AW-DCN
                   MOVE SW-ROOT-DCN TO WS-AW-ROOT-DCN
                   MOVE SW-FROM-DT  TO WS-AW-FROM-DT
                   MOVE SW-THRU-DT  TO WS-AW-THRU-DT
               END-IF
           ELSE
               SET WS-ASSESS-HELD TO TRUE
               MOVE SW-HIC-NO    TO WS-AW-HIC-NO
               MOVE SW-ASSESS-ID TO WS-AW-ASSESS-ID
               MOVE SW-DCN       TO WS-AW-DCN
               MOVE SW-ROOT-DCN  TO WS-AW-ROOT-DCN
               MOVE SW-FROM-DT   TO WS-AW-FROM-DT
               MOVE SW-THRU-DT   TO WS-AW-THRU-DT
           END-IF.

       3450-REPORT-OVERLAP.
           ADD 1 TO WS-OVERLAP-CNT.
           ADD SW-PAID-AMT TO WS-GT-OVERLAP-PAID.
           IF WS-FAC-FOUND
               ADD 1 TO WS-FAC-OVERLAP-CNT (WS-FCNDX)
               ADD SW-PAID-AMT TO WS-FAC-OVERLAP-PAID (WS-FCNDX)
           END-IF.
           MOVE "OVERLAP" TO WS-DTL-EXCEPTION.
           PERFORM 3900-PRINT-DETAIL-LINE.
           MOVE 0 TO WS-DTL-PAY-DIFF.
           WRITE SNF-HIPPS-RPT-LINE FROM WS-DETAIL-LINE.
           MOVE WS-AW-DCN     TO WS-OVL-DCN.
           MOVE WS-AW-FROM-DT TO WS-OVL-FROM-DT.
           MOVE WS-AW-THRU-DT TO WS-OVL-THRU-DT.
           WRITE SNF-HIPPS-RPT-LINE FROM WS-OVERLAP-LINE.

       3500-PRINT-FACILITY-SUMMARY.
           MOVE SPACES TO SNF-HIPPS-RPT-LINE.
           WRITE SNF-HIPPS-RPT-LINE.
           WRITE SNF-HIPPS-RPT-LINE FROM WS-FAC-HEADING-1.
           WRITE SNF-HIPPS-RPT-LINE FROM WS-FAC-HEADING-2.
           PERFORM 3510-PRINT-FACILITY
               VARYING WS-FCNDX FROM 1 BY 1
               UNTIL WS-FCNDX > WS-FAC-CNT.

       3510-PRINT-FACILITY.
           CALL "FSR090" USING WS-FAC-PROV-6 (WS-FCNDX)
                               WS-LKP-PROV-NAME
                               WS-LKP-RC.
           MOVE WS-FAC-PROV-6 (WS-FCNDX)        TO WS-FCL-PROV.
           MOVE WS-LKP-PROV-NAME                TO WS-FCL-PROV-NAME.
           MOVE WS-FAC-LINE-CNT (WS-FCNDX)      TO WS-FCL-LINE-CNT.
           MOVE WS-FAC-MISMATCH-CNT (WS-FCNDX)  TO WS-FCL-MISMATCH-CNT.
           MOVE WS-FAC-MISMATCH-PAID (WS-FCNDX)
                                                TO WS-FCL-MISMATCH-PAID.
           MOVE WS-FAC-MISMATCH-DIFF (WS-FCNDX)
                                                TO WS-FCL-MISMATCH-DIFF.
           MOVE WS-FAC-NO-ASMT-CNT (WS-FCNDX)   TO WS-FCL-NO-ASMT-CNT.
           MOVE WS-FAC-NO-ASMT-PAID (WS-FCNDX)  TO WS-FCL-NO-ASMT-PAID.
           MOVE WS-FAC-OVERLAP-CNT (WS-FCNDX)   TO WS-FCL-OVERLAP-CNT.
           MOVE WS-FAC-OVERLAP-PAID (WS-FCNDX)  TO WS-FCL-OVERLAP-PAID.
           WRITE SNF-HIPPS-RPT-LINE FROM WS-FAC-LINE.

       3900-PRINT-DETAIL-LINE.
           MOVE SW-HIC-NO             TO WS-DTL-HIC-NO.
           MOVE SW-DCN                TO WS-DTL-DCN.
           MOVE SW-PROV-6             TO WS-DTL-PROV.
           MOVE SW-FROM-DT            TO WS-DTL-FROM-DT.
           MOVE SW-THRU-DT            TO WS-DTL-THRU-DT.
           MOVE SW-ASSESS-ID          TO WS-DTL-ASSESS-ID.
           MOVE SW-BILLED-HIPPS       TO WS-DTL-BILLED-HIPPS.
           MOVE SW-RETURN-HIPPS       TO WS-DTL-RETURN-HIPPS.
           MOVE SW-PAID-AMT           TO WS-DTL-PAID-AMT.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO SNF-HIPPS-RPT-LINE.
           WRITE SNF-HIPPS-RPT-LINE.
           MOVE "ALL"                 TO WS-FCL-PROV.
           MOVE "ALL FACILITIES"      TO WS-FCL-PROV-NAME.
           MOVE WS-HIPPS-LINE-CNT     TO WS-FCL-LINE-CNT.
           MOVE WS-MISMATCH-CNT       TO WS-FCL-MISMATCH-CNT.
           MOVE WS-GT-MISMATCH-PAID   TO WS-FCL-MISMATCH-PAID.
           MOVE WS-GT-MISMATCH-DIFF   TO WS-FCL-MISMATCH-DIFF.
           MOVE WS-NO-ASMT-CNT        TO WS-FCL-NO-ASMT-CNT.
           MOVE WS-GT-NO-ASMT-PAID    TO WS-FCL-NO-ASMT-PAID.
           MOVE WS-OVERLAP-CNT        TO WS-FCL-OVERLAP-CNT.
           MOVE WS-GT-OVERLAP-PAID    TO WS-FCL-OVERLAP-PAID.
           WRITE SNF-HIPPS-RPT-LINE FROM WS-FAC-LINE.

           MOVE SPACES TO SNF-HIPPS-RPT-LINE.
           WRITE SNF-HIPPS-RPT-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS READ: " WS-CLAIMS-READ-CNT
               "  SNF CLAIMS: " WS-SNF-CLAIM-CNT
               "  HIPPS LINES: " WS-HIPPS-LINE-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE SNF-HIPPS-RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "MISMATCH: " WS-MISMATCH-CNT
               "  UNPRICED: " WS-UNPRICED-CNT
               "  NO ASMT: " WS-NO-ASMT-CNT
               "  OVERLAP: " WS-OVERLAP-CNT
               "  FAC OVERFLOW: " WS-FAC-OVERFLOW-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE SNF-HIPPS-RPT-LINE FROM WS-SUMMARY-LINE.
