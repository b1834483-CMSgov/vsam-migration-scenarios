      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR104                                             *
      ***                                                             *
      *** DESCRIPTION: LIABILITY / NO-FAULT MSP LEAD REFERRAL.  THE   *
      ***   MSP REPORTS (FSR008, FSR044, FSR080) ONLY SEE CLAIMS      *
      ***   ALREADY CODED MSP.  THIS JOB LOOKS AT THE PAID CLAIMS     *
      ***   MEDICARE PAID PRIMARY THAT CARRY AN EXTERNAL-CAUSE-OF-    *
      ***   INJURY DIAGNOSIS (FSSC-EXT-INJURY-DIAG-CODE AND THE       *
      ***   FSSC-EXT-INJURY-DIAG-TAB) - AN AUTO ACCIDENT, A FALL ON   *
      ***   A PREMISES, AN ASSAULT - WHERE A LIABILITY, NO-FAULT OR   *
      ***   WORKERS' COMPENSATION INSURER MAY OWE FIRST.  A CLAIM IS  *
      ***   A LEAD UNLESS:                                            *
      ***     1) ITS OWN MSP FIELDS ALREADY SHOW A 14/15/47 (NO-      *
      ***        FAULT, WORKERS' COMP, LIABILITY) - FSSC-ORIG-MSP-CD, *
      ***        FSSC-CWF-MSP-CD, OR A 14/15/47 VALUE CODE, OR        *
      ***     2) THE BENEFICIARY HAS AN MSP QUESTIONNAIRE RECORD      *
      ***        (MSPQ-FILE, FSRCMSPQ, ANY DCN) FOR A 14/15/47 PLAN   *
      ***        IN EFFECT ON THE CLAIM'S FROM DATE.                  *
      ***   THE FIRST CAUSE CODE THAT NAMES A CATEGORY SETS THE       *
      ***   CLAIM'S INJURY CATEGORY; SELF-HARM (X71-X83) AND THE      *
      ***   SUPPLEMENTARY PLACE/ACTIVITY/STATUS CODES (Y90-Y99) DO    *
      ***   NOT.  THE SUGGESTED MSP TYPE IS 14 FOR TRANSPORT, 15 WHEN *
      ***   Y99.0 (CIVILIAN ACTIVITY FOR INCOME) IS PRESENT, ELSE 47. *
      ***   THE ACCIDENT DATE IS TAKEN FROM OCCURRENCE CODES 01-05.   *
      ***   LEADS ARE RELEASED TO A SORT BY PROVIDER / CATEGORY AND   *
      ***   WRITTEN TO THE BCRC LEAD-REFERRAL FILE, WITH A SUMMARY BY *
      ***   PROVIDER AND INJURY CATEGORY.  A CONTROL FAILURE WRITES   *
      ***   NEITHER AND ENDS WITH RETURN CODE 16.                     *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      *** FILE:   MSP-QUEST-FILE      - MSPQ-FILE, INDEXED HIC/DCN    *
      *** OUTPUT: MSP-LEAD-FILE       - BCRC LEAD-REFERRAL FILE       *
      ***         MSP-LEAD-RPT-FILE   - SUMMARY BY PROVIDER/CATEGORY  *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR104.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT MSP-QUEST-FILE ASSIGN TO "MSPQFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSPQ-KEY
               FILE STATUS IS WS-MSPQ-FILE-STATUS.

           SELECT MSP-LEAD-FILE ASSIGN TO "MSPLEADS"
               ORGANIZATION IS SEQUENTIAL.

           SELECT MSP-LEAD-RPT-FILE ASSIGN TO "MSPLDRPT"
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

       FD  MSP-QUEST-FILE.

       REPLACE ==:FSSC:== BY ==MSPQ==.
       COPY FSRCMSPQ.
       REPLACE OFF.

      *    BCRC LEAD REFERRAL - ONE PER CLAIM.
       FD  MSP-LEAD-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  MSP-LEAD-RECORD.
           05  LEAD-HIC-NO                    PIC X(12).
           05  LEAD-DCN                       PIC X(23).
           05  LEAD-PROV-6                    PIC X(6).
           05  LEAD-INJURY-CATEGORY           PIC X(2).
           05  LEAD-EXT-INJURY-CD             PIC X(7).
           05  LEAD-SUGG-MSP-CD               PIC X(2).
           05  LEAD-ACCIDENT-DT-CYMD          PIC 9(8).
           05  LEAD-ACCIDENT-OCCUR-CD         PIC X(2).
           05  LEAD-STMT-FROM-DT-CYMD         PIC 9(8).
           05  LEAD-STMT-TO-DT-CYMD           PIC 9(8).
           05  LEAD-PAID-DT-CYMD              PIC 9(8).
           05  LEAD-REIMB-PROV-AMT            PIC S9(9)V99.
           05  LEAD-TOTAL-CHARGES             PIC S9(9)V99.
           05  LEAD-MSPQ-ON-FILE-IND          PIC X(1).
               88  LEAD-MSPQ-ON-FILE                 VALUE 'Y'.
           05  LEAD-REFERRAL-DT-CYMD          PIC 9(8).
           05  FILLER                         PIC X(33).

       FD  MSP-LEAD-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MSP-LEAD-RPT-LINE                  PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-PROV-6                      PIC X(6).
           05  SW-CATEGORY                    PIC X(2).
           05  SW-HIC-NO                      PIC X(12).
           05  SW-DCN                         PIC X(23).
           05  SW-EXT-INJURY-CD               PIC X(7).
           05  SW-SUGG-MSP-CD                 PIC X(2).
           05  SW-ACCIDENT-DT                 PIC 9(8).
           05  SW-ACCIDENT-OCCUR-CD           PIC X(2).
           05  SW-FROM-DT                     PIC 9(8).
           05  SW-TO-DT                       PIC 9(8).
           05  SW-PAID-DT                     PIC 9(8).
           05  SW-REIMB                   COMP-3 PIC S9(9)V99.
           05  SW-CHARGES                 COMP-3 PIC S9(9)V99.
           05  SW-MSPQ-ON-FILE-IND            PIC X(1).

       WORKING-STORAGE SECTION.

       01  WS-MSPQ-FILE-STATUS                PIC X(2).
           88  WS-MSPQ-OK                         VALUE '00'.
           88  WS-MSPQ-NOT-FOUND                  VALUE '23'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-MSP-CODED-SW                PIC X(1).
               88  WS-MSP-CODED                      VALUE 'Y'.
           05  WS-WORK-RELATED-SW             PIC X(1).
               88  WS-WORK-RELATED                   VALUE 'Y'.
           05  WS-MSPQ-DONE-SW                PIC X(1).
               88  WS-MSPQ-DONE                      VALUE 'Y'.
           05  WS-MSPQ-ON-FILE-SW             PIC X(1).
               88  WS-MSPQ-ON-FILE                   VALUE 'Y'.
           05  WS-MSPQ-LIAB-SW                PIC X(1).
               88  WS-MSPQ-LIAB                      VALUE 'Y'.
           05  WS-FIRST-GROUP-SW              PIC X(1) VALUE 'Y'.
               88  WS-FIRST-GROUP                    VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081.  A FAILURE INSIDE THE
      *    SORT INPUT PROCEDURE RAISES THE ABEND SWITCH; THE LEAD FILE
      *    AND REPORT ARE SUPPRESSED AND THE JOB ENDS WITH RC 16.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR104".
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

      *    INJURY CATEGORIES, IN REPORT ORDER.  THE ICD-10-CM RANGES
      *    EACH COVERS ARE SET IN 2200-CATEGORIZE-CODE.
       01  WS-CATEGORY-VALUES.
           05  FILLER             PIC X(22) VALUE "AUAUTO / TRANSPORT".
           05  FILLER             PIC X(22) VALUE "FLFALL".
           05  FILLER             PIC X(22) VALUE "ACOTHER ACCIDENT".
           05  FILLER             PIC X(22) VALUE "ASASSAULT".
           05  FILLER             PIC X(22) VALUE "MCMEDICAL CARE".
           05  FILLER             PIC X(22) VALUE "OTOTHER EXT CAUSE".
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CAT-ENTRY                   OCCURS 6 TIMES
                                        INDEXED BY WS-CAT-NDX.
               10  WS-CAT-CODE                PIC X(2).
               10  WS-CAT-DESC                PIC X(20).

       01  WS-CATEGORY-TOTALS.
           05  WS-CTOT-ENTRY                  OCCURS 6 TIMES.
               10  WS-CTOT-LEAD-CNT           PIC 9(7).
               10  WS-CTOT-REIMB          COMP-3 PIC S9(11)V99.

       01  WS-CLAIM-WORK.
           05  WS-CHK-CODE                    PIC X(7).
           05  WS-CHK-CATEGORY                PIC X(2).
           05  WS-CLM-CATEGORY                PIC X(2).
           05  WS-CLM-INJURY-CD               PIC X(7).
           05  WS-CLM-FROM-DT                 PIC 9(8).
           05  WS-ACCIDENT-DT                 PIC 9(8).
           05  WS-ACCIDENT-OCCUR-CD           PIC X(2).
           05  WS-NDX                     COMP PIC S9(4).

      *    PROVIDER / CATEGORY CONTROL BREAK.
       01  WS-BREAK-FIELDS.
           05  WS-PRIOR-PROV-6                PIC X(6)  VALUE SPACES.
           05  WS-PRIOR-CATEGORY              PIC X(2)  VALUE SPACES.
           05  WS-GRP-LEAD-CNT                PIC 9(7)  VALUE 0.
           05  WS-GRP-REIMB               COMP-3 PIC S9(11)V99 VALUE 0.
           05  WS-PRV-LEAD-CNT                PIC 9(7)  VALUE 0.
           05  WS-PRV-REIMB               COMP-3 PIC S9(11)V99 VALUE 0.

      *    RESOLVED THROUGH THE FSR090 PROVIDER MASTER LOOKUP - AN
      *    UNKNOWN PROVIDER PRINTS THE BARE NUMBER, AS ALWAYS.
       01  WS-PROV-LOOKUP.
           05  WS-LKP-PROV-ID                 PIC X(6).
           05  WS-LKP-PROV-NAME               PIC X(30).
           05  WS-LKP-RC                      PIC X(1).
               88  WS-LKP-FOUND                      VALUE '0'.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ-CNT             PIC 9(7) VALUE 0.
           05  WS-INJURY-CLAIM-CNT            PIC 9(7) VALUE 0.
           05  WS-CLAIM-MSP-CNT               PIC 9(7) VALUE 0.
           05  WS-MSPQ-LIAB-CNT               PIC 9(7) VALUE 0.
           05  WS-LEAD-CNT                    PIC 9(7) VALUE 0.
           05  WS-LEAD-REIMB              COMP-3 PIC S9(11)V99 VALUE 0.

       01  WS-RUN-DATE-8                      PIC 9(8).

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR104 - LIABILITY / NO-FAULT MSP LEAD REFERRALS BY PROVIDER
      -    " AND INJURY CATEGORY".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(32) VALUE "PROVIDER NAME".
           05  FILLER                 PIC X(22) VALUE "INJURY CATEGORY".
           05  FILLER                 PIC X(10) VALUE "    LEADS".
           05  FILLER                 PIC X(60) VALUE
               "  MEDICARE PAID".

       01  WS-GROUP-LINE.
           05  WS-GRL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-GRL-PROV-NAME               PIC X(30).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-GRL-CATEGORY                PIC X(20).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-GRL-LEAD-CNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-GRL-REIMB                   PIC $$$,$$$,$$$,$$9.99.

       01  WS-CAT-HEADING                     PIC X(132) VALUE
           "LEADS BY INJURY CATEGORY - ALL PROVIDERS".

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.
           INITIALIZE WS-CATEGORY-TOTALS.

           OPEN INPUT MSP-QUEST-FILE.
           IF NOT WS-MSPQ-OK
               DISPLAY "FSR104 - MSP QUESTIONNAIRE FILE NOT AVAILABLE,"
                   " STATUS " WS-MSPQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PROV-6
               ON ASCENDING KEY SW-CATEGORY
               ON ASCENDING KEY SW-HIC-NO
               ON ASCENDING KEY SW-DCN
               INPUT PROCEDURE 1000-SELECT-LEADS
               OUTPUT PROCEDURE 3000-WRITE-LEADS.

           CLOSE MSP-QUEST-FILE.

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
           MOVE "FSR104"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-8         TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           MOVE WS-LEAD-CNT           TO RUNC-RECORDS-WRITTEN.
           MOVE 'C'                   TO RUNC-COMPLETION-STATUS.
           WRITE RUNC-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       1000-SELECT-LEADS.
           OPEN INPUT CLAIM-EXTRACT-FILE.

           READ CLAIM-EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               PERFORM 1500-CHECK-CONTROL-RECORD
               IF WS-CTL-CLASS-D-DATA
                   PERFORM 2000-PROCESS-BASE-SEGMENT
               END-IF
               READ CLAIM-EXTRACT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF NOT WS-CTL-ABEND
              AND (NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN)
               DISPLAY "FSR104 - EXTRACT CONTROL FAILURE: HEADER OR "
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

      *    ONLY A PAID, NON-CANCEL CLAIM WITH MEDICARE MONEY ON IT IS
      *    RECOVERABLE.
       2000-PROCESS-BASE-SEGMENT.
           IF FSSCCLMS-TRAILER-SEQ-00-BASE
               ADD 1 TO WS-CLAIMS-READ-CNT
               IF FSSCCLMS-CURR-STAT-P-PAID
                  AND NOT FSSCCLMS-FREQ-CANCEL-BILL
                  AND FSSCCLMS-REIMB-PROV-AMT > 0
                   PERFORM 2100-FIND-INJURY-CATEGORY
                   IF WS-CLM-CATEGORY NOT = SPACES
                       ADD 1 TO WS-INJURY-CLAIM-CNT
                       PERFORM 2400-CHECK-CLAIM-MSP
                       IF WS-MSP-CODED
                           ADD 1 TO WS-CLAIM-MSP-CNT
                       ELSE
                           PERFORM 2500-CHECK-QUESTIONNAIRE
                           IF WS-MSPQ-LIAB
                               ADD 1 TO WS-MSPQ-LIAB-CNT
                           ELSE
                               PERFORM 2700-RELEASE-LEAD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    THE HEADER CAUSE CODE FIRST, THEN THE TABLE IN ORDER - THE
      *    FIRST CODE THAT NAMES A CATEGORY WINS.  ANY Y99.0 MARKS THE
      *    INJURY AS WORK-RELATED.
       2100-FIND-INJURY-CATEGORY.
           MOVE SPACES TO WS-CLM-CATEGORY WS-CLM-INJURY-CD.
           MOVE 'N' TO WS-WORK-RELATED-SW.

           MOVE FSSCCLMS-EXT-INJURY-DIAG-CODE TO WS-CHK-CODE.
           PERFORM 2150-TEST-ONE-CODE.

           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > 11
               MOVE FSSCCLMS-EXT-INJURY-DIAG-CD-T (WS-NDX)
                   TO WS-CHK-CODE
               PERFORM 2150-TEST-ONE-CODE
           END-PERFORM.

       2150-TEST-ONE-CODE.
           IF WS-CHK-CODE (1:4) = "Y990"
               SET WS-WORK-RELATED TO TRUE
           END-IF.
           IF WS-CLM-CATEGORY = SPACES
              AND WS-CHK-CODE NOT = SPACES
               PERFORM 2200-CATEGORIZE-CODE
               IF WS-CHK-CATEGORY NOT = SPACES
                   MOVE WS-CHK-CATEGORY TO WS-CLM-CATEGORY
                   MOVE WS-CHK-CODE     TO WS-CLM-INJURY-CD
               END-IF
           END-IF.

       2200-CATEGORIZE-CODE.
           EVALUATE TRUE
               WHEN WS-CHK-CODE (1:1) = 'V'
                   MOVE "AU" TO WS-CHK-CATEGORY
               WHEN WS-CHK-CODE (1:3) >= "W00"
                AND WS-CHK-CODE (1:3) <= "W19"
                   MOVE "FL" TO WS-CHK-CATEGORY
               WHEN WS-CHK-CODE (1:3) >= "W20"
                AND WS-CHK-CODE (1:3) <= "X58"
                   MOVE "AC" TO WS-CHK-CATEGORY
               WHEN WS-CHK-CODE (1:3) >= "X71"
                AND WS-CHK-CODE (1:3) <= "X83"
                   MOVE SPACES TO WS-CHK-CATEGORY
               WHEN WS-CHK-CODE (1:3) >= "X92"
                AND WS-CHK-CODE (1:3) <= "Y09"
                   MOVE "AS" TO WS-CHK-CATEGORY
               WHEN WS-CHK-CODE (1:3) >= "Y62"
                AND WS-CHK-CODE (1:3) <= "Y84"
                   MOVE "MC" TO WS-CHK-CATEGORY
               WHEN WS-CHK-CODE (1:3) >= "Y90"
                AND WS-CHK-CODE (1:3) <= "Y99"
                   MOVE SPACES TO WS-CHK-CATEGORY
               WHEN WS-CHK-CODE (1:1) = 'W' OR 'X' OR 'Y'
                   MOVE "OT" TO WS-CHK-CATEGORY
               WHEN OTHER
                   MOVE SPACES TO WS-CHK-CATEGORY
           END-EVALUATE.

      *    NO-FAULT (14), WORKERS' COMP (15) OR LIABILITY (47) ALREADY
      *    ON THE CLAIM - OUR CODE, CWF'S CODE OR A VALUE CODE.
       2400-CHECK-CLAIM-MSP.
           MOVE 'N' TO WS-MSP-CODED-SW.
           IF FSSCCLMS-ORIG-MSP-14-AUTO
              OR FSSCCLMS-ORIG-MSP-15-WORKER
              OR FSSCCLMS-ORIG-MSP-47-LIABILITY
              OR FSSCCLMS-CWF-MSP-14-AUTO
              OR FSSCCLMS-CWF-MSP-15-WORKER
              OR FSSCCLMS-CWF-MSP-47-LIABILITY
               SET WS-MSP-CODED TO TRUE
           END-IF.

           PERFORM VARYING FSSCCLMS-VCNDX FROM 1 BY 1
                   UNTIL FSSCCLMS-VCNDX > 36
               IF FSSCCLMS-VAL-CD (FSSCCLMS-VCNDX) = "14" OR "15"
                                                  OR "47"
                   SET WS-MSP-CODED TO TRUE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > 2
               IF FSSCCLMS-MSP-VALCD (WS-NDX) = "14" OR "15" OR "47"
                   SET WS-MSP-CODED TO TRUE
               END-IF
           END-PERFORM.

      *    THE QUESTIONNAIRE FILE IS KEYED HIC/DCN, SO EVERY RECORD
      *    FOR THE BENEFICIARY IS READ - A LIABILITY PLAN RECORDED ON
      *    ANY EARLIER CLAIM STILL COVERS THIS ONE IF IT WAS IN
      *    EFFECT ON THE FROM DATE.
       2500-CHECK-QUESTIONNAIRE.
           MOVE 'N' TO WS-MSPQ-ON-FILE-SW.
           MOVE 'N' TO WS-MSPQ-LIAB-SW.
           MOVE 'N' TO WS-MSPQ-DONE-SW.
           MOVE FSSCCLMS-STMT-COV-FROM-DT-CYMD TO WS-CLM-FROM-DT.

           MOVE FSSCCLMS-HIC-NO TO MSPQ-HIC-NO.
           MOVE LOW-VALUES      TO MSPQ-DCN.
           START MSP-QUEST-FILE KEY IS >= MSPQ-KEY
               INVALID KEY SET WS-MSPQ-DONE TO TRUE
           END-START.

           PERFORM UNTIL WS-MSPQ-DONE
               READ MSP-QUEST-FILE NEXT RECORD
                   AT END SET WS-MSPQ-DONE TO TRUE
               END-READ
               IF NOT WS-MSPQ-DONE
                   IF MSPQ-HIC-NO NOT = FSSCCLMS-HIC-NO
                       SET WS-MSPQ-DONE TO TRUE
                   ELSE
                       SET WS-MSPQ-ON-FILE TO TRUE
                       PERFORM 2550-TEST-QUESTIONNAIRE
                   END-IF
               END-IF
           END-PERFORM.

       2550-TEST-QUESTIONNAIRE.
           IF (MSPQ-ORIG-MSP-CD = "14" OR "15" OR "47")
              AND MSPQ-EFF-DATE-CYMD <= WS-CLM-FROM-DT
              AND (MSPQ-TERM-DATE-CYMD = 0
                   OR MSPQ-TERM-DATE-CYMD >= WS-CLM-FROM-DT)
               SET WS-MSPQ-LIAB TO TRUE
               SET WS-MSPQ-DONE TO TRUE
           END-IF.

      *    ACCIDENT DATE FROM THE FIRST OCCURRENCE CODE 01-05 (AUTO,
      *    NO-FAULT, LIABILITY, EMPLOYMENT, OTHER ACCIDENT).
       2700-RELEASE-LEAD.
           MOVE 0      TO WS-ACCIDENT-DT.
           MOVE SPACES TO WS-ACCIDENT-OCCUR-CD.
           PERFORM VARYING FSSCCLMS-OCNDX FROM 1 BY 1
                   UNTIL FSSCCLMS-OCNDX > 30
                      OR WS-ACCIDENT-OCCUR-CD NOT = SPACES
               IF FSSCCLMS-OCCUR-CD (FSSCCLMS-OCNDX) = "01" OR "02"
                                             OR "03" OR "04" OR "05"
                   MOVE FSSCCLMS-OCCUR-CD (FSSCCLMS-OCNDX)
                       TO WS-ACCIDENT-OCCUR-CD
                   MOVE FSSCCLMS-OCCUR-DT-CYMD (FSSCCLMS-OCNDX)
                       TO WS-ACCIDENT-DT
               END-IF
           END-PERFORM.

           MOVE FSSCCLMS-MEDA-PROV-6        TO SW-PROV-6.
           MOVE WS-CLM-CATEGORY             TO SW-CATEGORY.
           MOVE FSSCCLMS-HIC-NO             TO SW-HIC-NO.
           MOVE FSSCCLMS-DCN                TO SW-DCN.
           MOVE WS-CLM-INJURY-CD            TO SW-EXT-INJURY-CD.
           EVALUATE TRUE
               WHEN WS-WORK-RELATED
                   MOVE "15" TO SW-SUGG-MSP-CD
               WHEN WS-CLM-CATEGORY = "AU"
                   MOVE "14" TO SW-SUGG-MSP-CD
               WHEN OTHER
                   MOVE "47" TO SW-SUGG-MSP-CD
           END-EVALUATE.
           MOVE WS-ACCIDENT-DT              TO SW-ACCIDENT-DT.
           MOVE WS-ACCIDENT-OCCUR-CD        TO SW-ACCIDENT-OCCUR-CD.
           MOVE WS-CLM-FROM-DT              TO SW-FROM-DT.
           MOVE FSSCCLMS-STMT-COV-TO-DT-CYMD TO SW-TO-DT.
           MOVE FSSCCLMS-PAID-DT-CYMD       TO SW-PAID-DT.
           MOVE FSSCCLMS-REIMB-PROV-AMT     TO SW-REIMB.
           MOVE FSSCCLMS-TOTAL-CHARGE-AMOUNT TO SW-CHARGES.
           MOVE WS-MSPQ-ON-FILE-SW          TO SW-MSPQ-ON-FILE-IND.
           RELEASE SORT-WORK-RECORD.

      *    AFTER A CONTROL FAILURE THE SORTED LEADS ARE DISCARDED -
      *    NOTHING GOES TO THE BCRC OFF A BAD FILE.
       3000-WRITE-LEADS.
           IF NOT WS-CTL-ABEND
               PERFORM 3010-PRODUCE-LEADS
           END-IF.

       3010-PRODUCE-LEADS.
           OPEN OUTPUT MSP-LEAD-FILE.
           OPEN OUTPUT MSP-LEAD-RPT-FILE.
           WRITE MSP-LEAD-RPT-LINE FROM WS-HEADING-1.
           WRITE MSP-LEAD-RPT-LINE FROM WS-HEADING-2.

           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               PERFORM 3100-WRITE-ONE-LEAD
               RETURN SORT-WORK-FILE
                   AT END SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-GROUP
               PERFORM 3300-PRINT-GROUP
               PERFORM 3400-PRINT-PROVIDER
           END-IF.

           PERFORM 3500-PRINT-CATEGORY-TOTALS.
           PERFORM 9000-WRITE-SUMMARY.
           CLOSE MSP-LEAD-FILE MSP-LEAD-RPT-FILE.

       3100-WRITE-ONE-LEAD.
           IF WS-FIRST-GROUP
               MOVE 'N' TO WS-FIRST-GROUP-SW
               MOVE SW-PROV-6   TO WS-PRIOR-PROV-6
               MOVE SW-CATEGORY TO WS-PRIOR-CATEGORY
           END-IF.

           IF SW-PROV-6 NOT = WS-PRIOR-PROV-6
               PERFORM 3300-PRINT-GROUP
               PERFORM 3400-PRINT-PROVIDER
               MOVE SW-PROV-6   TO WS-PRIOR-PROV-6
               MOVE SW-CATEGORY TO WS-PRIOR-CATEGORY
           ELSE
               IF SW-CATEGORY NOT = WS-PRIOR-CATEGORY
                   PERFORM 3300-PRINT-GROUP
                   MOVE SW-CATEGORY TO WS-PRIOR-CATEGORY
               END-IF
           END-IF.

           MOVE SPACES                 TO MSP-LEAD-RECORD.
           MOVE SW-HIC-NO              TO LEAD-HIC-NO.
           MOVE SW-DCN                 TO LEAD-DCN.
           MOVE SW-PROV-6              TO LEAD-PROV-6.
           MOVE SW-CATEGORY            TO LEAD-INJURY-CATEGORY.
           MOVE SW-EXT-INJURY-CD       TO LEAD-EXT-INJURY-CD.
           MOVE SW-SUGG-MSP-CD         TO LEAD-SUGG-MSP-CD.
           MOVE SW-ACCIDENT-DT         TO LEAD-ACCIDENT-DT-CYMD.
           MOVE SW-ACCIDENT-OCCUR-CD   TO LEAD-ACCIDENT-OCCUR-CD.
           MOVE SW-FROM-DT             TO LEAD-STMT-FROM-DT-CYMD.
           MOVE SW-TO-DT               TO LEAD-STMT-TO-DT-CYMD.
           MOVE SW-PAID-DT             TO LEAD-PAID-DT-CYMD.
           MOVE SW-REIMB               TO LEAD-REIMB-PROV-AMT.
           MOVE SW-CHARGES             TO LEAD-TOTAL-CHARGES.
           MOVE SW-MSPQ-ON-FILE-IND    TO LEAD-MSPQ-ON-FILE-IND.
           MOVE WS-RUN-DATE-8          TO LEAD-REFERRAL-DT-CYMD.
           WRITE MSP-LEAD-RECORD.

           ADD 1        TO WS-LEAD-CNT WS-GRP-LEAD-CNT.
           ADD SW-REIMB TO WS-LEAD-REIMB WS-GRP-REIMB.

           SET WS-CAT-NDX TO 1.
           SEARCH WS-CAT-ENTRY
               AT END CONTINUE
               WHEN WS-CAT-CODE (WS-CAT-NDX) = SW-CATEGORY
                   SET WS-NDX TO WS-CAT-NDX
                   ADD 1 TO WS-CTOT-LEAD-CNT (WS-NDX)
                   ADD SW-REIMB TO WS-CTOT-REIMB (WS-NDX)
           END-SEARCH.

       3300-PRINT-GROUP.
           MOVE WS-PRIOR-PROV-6 TO WS-LKP-PROV-ID.
           CALL "FSR090" USING WS-LKP-PROV-ID
                               WS-LKP-PROV-NAME
                               WS-LKP-RC.
           MOVE WS-PRIOR-PROV-6        TO WS-GRL-PROV.
           MOVE WS-LKP-PROV-NAME       TO WS-GRL-PROV-NAME.
           MOVE WS-PRIOR-CATEGORY      TO WS-GRL-CATEGORY.
           SET WS-CAT-NDX TO 1.
           SEARCH WS-CAT-ENTRY
               AT END CONTINUE
               WHEN WS-CAT-CODE (WS-CAT-NDX) = WS-PRIOR-CATEGORY
                   MOVE WS-CAT-DESC (WS-CAT-NDX) TO WS-GRL-CATEGORY
           END-SEARCH.
           MOVE WS-GRP-LEAD-CNT        TO WS-GRL-LEAD-CNT.
           MOVE WS-GRP-REIMB           TO WS-GRL-REIMB.
           WRITE MSP-LEAD-RPT-LINE FROM WS-GROUP-LINE.

           ADD WS-GRP-LEAD-CNT TO WS-PRV-LEAD-CNT.
           ADD WS-GRP-REIMB    TO WS-PRV-REIMB.
           MOVE 0 TO WS-GRP-LEAD-CNT WS-GRP-REIMB.

       3400-PRINT-PROVIDER.
           MOVE SPACES                 TO WS-GRL-PROV WS-GRL-PROV-NAME.
           MOVE "PROVIDER TOTAL"       TO WS-GRL-CATEGORY.
           MOVE WS-PRV-LEAD-CNT        TO WS-GRL-LEAD-CNT.
           MOVE WS-PRV-REIMB           TO WS-GRL-REIMB.
           WRITE MSP-LEAD-RPT-LINE FROM WS-GROUP-LINE.
           MOVE SPACES TO MSP-LEAD-RPT-LINE.
           WRITE MSP-LEAD-RPT-LINE.
           MOVE 0 TO WS-PRV-LEAD-CNT WS-PRV-REIMB.

       3500-PRINT-CATEGORY-TOTALS.
           WRITE MSP-LEAD-RPT-LINE FROM WS-CAT-HEADING.
           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > 6
               SET WS-CAT-NDX TO WS-NDX
               MOVE SPACES TO WS-GRL-PROV WS-GRL-PROV-NAME
               MOVE WS-CAT-DESC (WS-CAT-NDX) TO WS-GRL-CATEGORY
               MOVE WS-CTOT-LEAD-CNT (WS-NDX) TO WS-GRL-LEAD-CNT
               MOVE WS-CTOT-REIMB (WS-NDX)    TO WS-GRL-REIMB
               WRITE MSP-LEAD-RPT-LINE FROM WS-GROUP-LINE
           END-PERFORM.
           MOVE SPACES TO WS-GRL-PROV WS-GRL-PROV-NAME.
           MOVE "ALL CATEGORIES"   TO WS-GRL-CATEGORY.
           MOVE WS-LEAD-CNT        TO WS-GRL-LEAD-CNT.
           MOVE WS-LEAD-REIMB      TO WS-GRL-REIMB.
           WRITE MSP-LEAD-RPT-LINE FROM WS-GROUP-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS READ: " WS-CLAIMS-READ-CNT
               "  PAID INJURY CLAIMS: " WS-INJURY-CLAIM-CNT
               "  MSP ON CLAIM: " WS-CLAIM-MSP-CNT
               "  MSP QUESTIONNAIRE: " WS-MSPQ-LIAB-CNT
               "  LEADS REFERRED: " WS-LEAD-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE MSP-LEAD-RPT-LINE FROM WS-SUMMARY-LINE.
