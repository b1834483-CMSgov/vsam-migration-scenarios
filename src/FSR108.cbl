      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR108                                             *
      ***                                                             *
      *** DESCRIPTION: SUBMITTED-VERSUS-ADJUDICATED CODING CHANGE     *
      ***   AUDIT.  EVERY REVENUE LINE KEEPS WHAT THE PROVIDER BILLED *
      ***   (FSSC-ORIG-HCPC-CD, FSSC-ORIG-HCPC-MODS, FSSC-ORIG-REV-   *
      ***   CD) AND THE HEADER KEEPS THE SUBMITTED AND ORIGINAL TYPE  *
      ***   OF BILL (FSSC-SUBMITTED-TOB, FSSC-ORIGINAL-TOB) AND THE   *
      ***   DATE PROCESSING CHANGED IT (FSSC-DATE-TOB-CHANGED-CYMD).  *
      ***   THIS JOB LISTS WHERE PROCESSING RECODED THE CLAIM:        *
      ***     1) A LINE WHOSE HCPCS, MODIFIERS OR REVENUE CODE NO     *
      ***        LONGER MATCH THE SUBMITTED VALUES - ONE ENTRY PER    *
      ***        CHANGE, WITH THE UP/DOWN-CODING FLAG WHEN SET;       *
      ***     2) A CLAIM WHOSE TYPE OF BILL DIFFERS FROM THE          *
      ***        SUBMITTED OR ORIGINAL TOB, OR CARRIES A TOB-CHANGED  *
      ***        DATE.                                                *
      ***   THE MODIFIERS ARE ONLY COMPARED WHEN THE SUBMITTED HCPCS  *
      ***   WAS CAPTURED, SO A LINE BILLED WITHOUT ONE IS NOT TAKEN   *
      ***   FOR A RECODE.  THE REIMBURSEMENT IMPACT IS THE CLAIM'S    *
      ***   FSSC-REIMB-PROV-AMT AGAINST FSSC-ORIG-PROV-REIMB, SHOWN   *
      ***   ON THE CLAIM'S FIRST ENTRY; IN THE SUMMARIES A CLAIM      *
      ***   COUNTS ONCE UNDER EACH CHANGE TYPE IT CARRIES AND ONCE IN *
      ***   THE PROVIDER TOTAL, AND A CLAIM WHOSE PAYMENT MOVED IS    *
      ***   COUNTED APART SO MEDICAL REVIEW SEES WHICH RECODES MOVED  *
      ***   MONEY.  CANCELS ARE SKIPPED.  UNLIKE FSR020R, WHICH DIFFS *
      ***   TWO NIGHTLY SNAPSHOTS, THIS COMPARES EACH CLAIM WITH      *
      ***   WHAT WAS SUBMITTED.  ENTRIES ARE SORTED BY PROVIDER; EACH *
      ***   PROVIDER IS SUMMARIZED BY CHANGE TYPE AND THE RUN ENDS    *
      ***   WITH AN ALL-PROVIDER SUMMARY BY CHANGE TYPE.  A CONTROL   *
      ***   FAILURE PRINTS NOTHING AND ENDS WITH RETURN CODE 16.      *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      *** OUTPUT: CODE-CHG-RPT-FILE   - CODING CHANGE AUDIT REPORT    *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR108.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CODE-CHG-RPT-FILE ASSIGN TO "CDCHGRPT"
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

       FD  CODE-CHG-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CODE-CHG-RPT-LINE                  PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

      *    ONE RECORD PER CHANGE.  LINE NUMBER ZERO IS THE CLAIM
      *    HEADER (TYPE OF BILL).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-PROV-6                      PIC X(6).
           05  SW-HIC-NO                      PIC X(12).
           05  SW-DCN                         PIC X(23).
           05  SW-LINE-NBR                    PIC 9(3).
           05  SW-CHANGE-TYPE                 PIC 9(1).
           05  SW-SUBMITTED-VALUE             PIC X(10).
           05  SW-ADJUDICATED-VALUE           PIC X(10).
           05  SW-CODING-IND                  PIC X(1).
           05  SW-ORIG-REIMB              COMP-3 PIC S9(9)V99.
           05  SW-REIMB                   COMP-3 PIC S9(9)V99.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-CLAIM-HELD-SW               PIC X(1) VALUE 'N'.
               88  WS-CLAIM-HELD                     VALUE 'Y'.
           05  WS-FIRST-GROUP-SW              PIC X(1) VALUE 'Y'.
               88  WS-FIRST-GROUP                    VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081.  A FAILURE INSIDE THE
      *    SORT INPUT PROCEDURE RAISES THE ABEND SWITCH; THE REPORT IS
      *    SUPPRESSED AND THE JOB ENDS WITH RC 16.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR108".
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

      *    CHANGE TYPES, IN REPORT ORDER.  THE SORT CARRIES THE
      *    NUMBER; ENTRY 5 OF THE TOTAL TABLES IS ALL TYPES.
       01  WS-CHANGE-TYPE-VALUES.
           05  FILLER             PIC X(10) VALUE "HCPCS".
           05  FILLER             PIC X(10) VALUE "MODIFIERS".
           05  FILLER             PIC X(10) VALUE "REV CODE".
           05  FILLER             PIC X(10) VALUE "TYPE BILL".
       01  WS-CHANGE-TYPE-TABLE REDEFINES WS-CHANGE-TYPE-VALUES.
           05  WS-CHG-TYPE-DESC               PIC X(10) OCCURS 4 TIMES.

       01  WS-CHANGE-TYPES.
           05  WS-CHG-HCPCS               COMP PIC S9(4) VALUE 1.
           05  WS-CHG-MODIFIERS           COMP PIC S9(4) VALUE 2.
           05  WS-CHG-REV-CD              COMP PIC S9(4) VALUE 3.
           05  WS-CHG-TOB                 COMP PIC S9(4) VALUE 4.
           05  WS-CHG-ALL                 COMP PIC S9(4) VALUE 5.

      *    THE BASE SEGMENT'S CONTEXT, HELD FOR THE REVENUE LINES ON
      *    THE CLAIM'S LATER SEGMENTS.
       01  WS-CLAIM-WORK.
           05  WS-CLM-HIC-NO                  PIC X(12).
           05  WS-CLM-DCN                     PIC X(23).
           05  WS-CLM-PROV-6                  PIC X(6).
           05  WS-CLM-ORIG-REIMB          COMP-3 PIC S9(9)V99.
           05  WS-CLM-REIMB               COMP-3 PIC S9(9)V99.
           05  WS-CLM-LINE-NBR                PIC 9(3).
           05  WS-CURR-TOB                    PIC X(3).
           05  WS-TOB-CHANGED-DT              PIC 9(8).
           05  WS-SUB-REV-CD                  PIC 9(4).
           05  WS-ADJ-REV-CD                  PIC 9(4).

      *    PROVIDER CONTROL BREAK.  A CLAIM COUNTS ONCE PER CHANGE
      *    TYPE, SO THE TYPES ALREADY COUNTED FOR THE CURRENT CLAIM
      *    ARE REMEMBERED.
       01  WS-BREAK-FIELDS.
           05  WS-PRIOR-PROV-6                PIC X(6)  VALUE SPACES.
           05  WS-PRIOR-HIC-NO                PIC X(12) VALUE SPACES.
           05  WS-PRIOR-DCN                   PIC X(23) VALUE SPACES.
           05  WS-TYPE-COUNTED-SW             PIC X(1)  OCCURS 4 TIMES.
           05  WS-NEW-CLAIM-SW                PIC X(1).
               88  WS-NEW-CLAIM                      VALUE 'Y'.
           05  WS-IMPACT                  COMP-3 PIC S9(9)V99.
           05  WS-NDX                     COMP PIC S9(4).

      *    TOTALS BY CHANGE TYPE (1-4) AND FOR ALL TYPES (5) - ONE SET
      *    FOR THE PROVIDER, ONE FOR THE RUN.
       01  WS-PROVIDER-TOTALS.
           05  WS-PTOT-ENTRY                  OCCURS 5 TIMES.
               10  WS-PTOT-CHANGE-CNT         PIC 9(7).
               10  WS-PTOT-CLAIM-CNT          PIC 9(7).
               10  WS-PTOT-MOVED-CNT          PIC 9(7).
               10  WS-PTOT-ORIG-REIMB     COMP-3 PIC S9(11)V99.
               10  WS-PTOT-REIMB          COMP-3 PIC S9(11)V99.
               10  WS-PTOT-IMPACT         COMP-3 PIC S9(11)V99.

       01  WS-RUN-TOTALS.
           05  WS-RTOT-ENTRY                  OCCURS 5 TIMES.
               10  WS-RTOT-CHANGE-CNT         PIC 9(7).
               10  WS-RTOT-CLAIM-CNT          PIC 9(7).
               10  WS-RTOT-MOVED-CNT          PIC 9(7).
               10  WS-RTOT-ORIG-REIMB     COMP-3 PIC S9(11)V99.
               10  WS-RTOT-REIMB          COMP-3 PIC S9(11)V99.
               10  WS-RTOT-IMPACT         COMP-3 PIC S9(11)V99.

      *    RESOLVED THROUGH THE FSR090 PROVIDER MASTER LOOKUP - AN
      *    UNKNOWN PROVIDER PRINTS THE BARE NUMBER, AS ALWAYS.
       01  WS-PROV-LOOKUP.
           05  WS-LKP-PROV-ID                 PIC X(6).
           05  WS-LKP-PROV-NAME               PIC X(30).
           05  WS-LKP-RC                      PIC X(1).
               88  WS-LKP-FOUND                      VALUE '0'.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ-CNT             PIC 9(7) VALUE 0.
           05  WS-CANCEL-SKIP-CNT             PIC 9(7) VALUE 0.
           05  WS-LINES-COMPARED-CNT          PIC 9(7) VALUE 0.
           05  WS-CHANGE-CNT                  PIC 9(7) VALUE 0.

       01  WS-RUN-DATE-8                      PIC 9(8).

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR108 - SUBMITTED VS ADJUDICATED CODING CHANGE AUDIT".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(7)  VALUE "PROV".
           05  FILLER                 PIC X(13) VALUE "HIC".
           05  FILLER                 PIC X(24) VALUE "DCN".
           05  FILLER                 PIC X(4)  VALUE "LIN".
           05  FILLER                 PIC X(11) VALUE "CHANGE".
           05  FILLER                 PIC X(11) VALUE "SUBMITTED".
           05  FILLER                 PIC X(11) VALUE "ADJUDICATED".
           05  FILLER                 PIC X(2)  VALUE "UD".
           05  FILLER                 PIC X(16) VALUE
               "      ORIG REIMB".
           05  FILLER                 PIC X(16) VALUE
               "      PAID REIMB".
           05  FILLER                 PIC X(16) VALUE
               "          IMPACT".

       01  WS-DETAIL-LINE.
           05  WS-DTL-PROV                    PIC X(6).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-DCN                     PIC X(23).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-LINE-NBR                PIC ZZ9.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-CHANGE-TYPE             PIC X(10).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-SUBMITTED               PIC X(10).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-ADJUDICATED             PIC X(10).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-CODING-IND              PIC X(1).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-CLAIM-AMOUNTS.
               10  FILLER                     PIC X(1)  VALUE SPACES.
               10  WS-DTL-ORIG-REIMB          PIC -ZZZ,ZZZ,ZZ9.99.
               10  FILLER                     PIC X(1)  VALUE SPACES.
               10  WS-DTL-REIMB               PIC -ZZZ,ZZZ,ZZ9.99.
               10  FILLER                     PIC X(1)  VALUE SPACES.
               10  WS-DTL-IMPACT              PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DTL-CLAIM-AMOUNTS-X REDEFINES
               WS-DTL-CLAIM-AMOUNTS           PIC X(48).

       01  WS-PROV-HEADING.
           05  FILLER                 PIC X(9)  VALUE "PROVIDER ".
           05  WS-PVH-PROV            PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-PVH-PROV-NAME       PIC X(30).
           05  FILLER                 PIC X(28) VALUE
               "  - SUMMARY BY CHANGE TYPE".

       01  WS-SUMMARY-HEADING.
           05  FILLER                 PIC X(22) VALUE "CHANGE TYPE".
           05  FILLER                 PIC X(10) VALUE "   CHANGES".
           05  FILLER                 PIC X(8)  VALUE "  CLAIMS".
           05  FILLER                 PIC X(9)  VALUE "  $ MOVED".
           05  FILLER                 PIC X(18) VALUE
               "        ORIG REIMB".
           05  FILLER                 PIC X(18) VALUE
               "        PAID REIMB".
           05  FILLER                 PIC X(18) VALUE
               "            IMPACT".

       01  WS-TYPE-LINE.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-TYL-CHANGE-TYPE             PIC X(20).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-TYL-CHANGE-CNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-TYL-CLAIM-CNT               PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-TYL-MOVED-CNT               PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-TYL-ORIG-REIMB              PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-TYL-REIMB                   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-TYL-IMPACT                  PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-RUN-HEADING                     PIC X(132) VALUE
           "ALL PROVIDERS - SUMMARY BY CHANGE TYPE".

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.
           INITIALIZE WS-PROVIDER-TOTALS WS-RUN-TOTALS.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PROV-6
               ON ASCENDING KEY SW-HIC-NO
               ON ASCENDING KEY SW-DCN
               ON ASCENDING KEY SW-LINE-NBR
               ON ASCENDING KEY SW-CHANGE-TYPE
               INPUT PROCEDURE 1000-SELECT-CHANGES
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
           MOVE "FSR108"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-8         TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           MOVE WS-CHANGE-CNT         TO RUNC-RECORDS-WRITTEN.
           MOVE 'C'                   TO RUNC-COMPLETION-STATUS.
           WRITE RUNC-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       1000-SELECT-CHANGES.
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
               DISPLAY "FSR108 - EXTRACT CONTROL FAILURE: HEADER OR "
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

      *    THE BASE SEGMENT CARRIES THE TYPE OF BILL AND THE
      *    REIMBURSEMENT; ITS REVENUE LINES MAY RUN ONTO THE SEGMENTS
      *    THAT FOLLOW.
       2000-PROCESS-CLAIM-SEGMENT.
           IF FSSCCLMS-TRAILER-SEQ-00-BASE
               MOVE 'N' TO WS-CLAIM-HELD-SW
               ADD 1 TO WS-CLAIMS-READ-CNT
               IF FSSCCLMS-FREQ-CANCEL-BILL
                   ADD 1 TO WS-CANCEL-SKIP-CNT
               ELSE
                   PERFORM 2100-HOLD-CLAIM
                   PERFORM 2200-CHECK-TOB
               END-IF
           END-IF.

           IF WS-CLAIM-HELD
              AND FSSCCLMS-HIC-NO = WS-CLM-HIC-NO
              AND FSSCCLMS-DCN = WS-CLM-DCN
              AND FSSCCLMS-LINES > 0
               PERFORM 2300-CHECK-LINE
                   VARYING FSSCCLMS-NDX FROM 1 BY 1
                   UNTIL FSSCCLMS-NDX > FSSCCLMS-LINES
           END-IF.

       2100-HOLD-CLAIM.
           SET WS-CLAIM-HELD TO TRUE.
           MOVE FSSCCLMS-HIC-NO           TO WS-CLM-HIC-NO.
           MOVE FSSCCLMS-DCN              TO WS-CLM-DCN.
           MOVE FSSCCLMS-MEDA-PROV-6      TO WS-CLM-PROV-6.
           MOVE FSSCCLMS-ORIG-PROV-REIMB  TO WS-CLM-ORIG-REIMB.
           MOVE FSSCCLMS-REIMB-PROV-AMT   TO WS-CLM-REIMB.
           MOVE 0                         TO WS-CLM-LINE-NBR.

      *    THE TOB IS A CHANGE WHEN IT NO LONGER MATCHES THE SUBMITTED
      *    OR THE ORIGINAL TOB, OR WHEN FISS DATED A TOB CHANGE.  THE
      *    SUBMITTED TOB IS SHOWN WHERE CAPTURED, ELSE THE ORIGINAL.
       2200-CHECK-TOB.
           MOVE FSSCCLMS-BILL-TYP-CD          TO WS-CURR-TOB.
           MOVE FSSCCLMS-DATE-TOB-CHANGED-CYMD TO WS-TOB-CHANGED-DT.
           IF WS-TOB-CHANGED-DT NOT NUMERIC
               MOVE 0 TO WS-TOB-CHANGED-DT
           END-IF.

           IF (FSSCCLMS-SUBMITTED-TOB NOT = SPACES
               AND FSSCCLMS-SUBMITTED-TOB NOT = WS-CURR-TOB)
              OR (FSSCCLMS-ORIGINAL-TOB NOT = SPACES
               AND FSSCCLMS-ORIGINAL-TOB NOT = WS-CURR-TOB)
              OR WS-TOB-CHANGED-DT > 0
               PERFORM 2600-MOVE-CLAIM-KEYS
               MOVE 0                 TO SW-LINE-NBR
               MOVE WS-CHG-TOB        TO SW-CHANGE-TYPE
               IF FSSCCLMS-SUBMITTED-TOB NOT = SPACES
                   MOVE FSSCCLMS-SUBMITTED-TOB TO SW-SUBMITTED-VALUE
               ELSE
                   MOVE FSSCCLMS-ORIGINAL-TOB  TO SW-SUBMITTED-VALUE
               END-IF
               MOVE WS-CURR-TOB       TO SW-ADJUDICATED-VALUE
               RELEASE SORT-WORK-RECORD
               ADD 1 TO WS-CHANGE-CNT
           END-IF.

      *    A SUBMITTED VALUE NOT CAPTURED (BLANK HCPCS, ZERO REVENUE
      *    CODE) IS NOT COMPARED.
       2300-CHECK-LINE.
           ADD 1 TO WS-CLM-LINE-NBR.
           ADD 1 TO WS-LINES-COMPARED-CNT.

           IF FSSCCLMS-ORIG-HCPC-CD (FSSCCLMS-NDX) NOT = SPACES
               IF FSSCCLMS-ORIG-HCPC-CD (FSSCCLMS-NDX)
                  NOT = FSSCCLMS-HCPC-CD (FSSCCLMS-NDX)
                   PERFORM 2600-MOVE-CLAIM-KEYS
                   MOVE WS-CHG-HCPCS TO SW-CHANGE-TYPE
                   MOVE FSSCCLMS-ORIG-HCPC-CD (FSSCCLMS-NDX)
                       TO SW-SUBMITTED-VALUE
                   MOVE FSSCCLMS-HCPC-CD (FSSCCLMS-NDX)
                       TO SW-ADJUDICATED-VALUE
                   PERFORM 2700-RELEASE-LINE-CHANGE
               END-IF
               IF FSSCCLMS-ORIG-HCPC-MODS (FSSCCLMS-NDX)
                  NOT = FSSCCLMS-HCPC-MODIFIERS (FSSCCLMS-NDX)
                   PERFORM 2600-MOVE-CLAIM-KEYS
                   MOVE WS-CHG-MODIFIERS TO SW-CHANGE-TYPE
                   MOVE FSSCCLMS-ORIG-HCPC-MODS (FSSCCLMS-NDX)
                       TO SW-SUBMITTED-VALUE
                   MOVE FSSCCLMS-HCPC-MODIFIERS (FSSCCLMS-NDX)
                       TO SW-ADJUDICATED-VALUE
                   PERFORM 2700-RELEASE-LINE-CHANGE
               END-IF
           END-IF.

           IF FSSCCLMS-ORIG-REV-CD (FSSCCLMS-NDX) NUMERIC
              AND FSSCCLMS-ORIG-REV-CD (FSSCCLMS-NDX) > 0
              AND FSSCCLMS-ORIG-REV-CD (FSSCCLMS-NDX)
                  NOT = FSSCCLMS-REV-CD (FSSCCLMS-NDX)
               PERFORM 2600-MOVE-CLAIM-KEYS
               MOVE WS-CHG-REV-CD TO SW-CHANGE-TYPE
               MOVE FSSCCLMS-ORIG-REV-CD (FSSCCLMS-NDX)
                   TO WS-SUB-REV-CD
               MOVE FSSCCLMS-REV-CD (FSSCCLMS-NDX) TO WS-ADJ-REV-CD
               MOVE WS-SUB-REV-CD TO SW-SUBMITTED-VALUE
               MOVE WS-ADJ-REV-CD TO SW-ADJUDICATED-VALUE
               PERFORM 2700-RELEASE-LINE-CHANGE
           END-IF.

       2600-MOVE-CLAIM-KEYS.
           MOVE SPACES              TO SORT-WORK-RECORD.
           MOVE WS-CLM-PROV-6       TO SW-PROV-6.
           MOVE WS-CLM-HIC-NO       TO SW-HIC-NO.
           MOVE WS-CLM-DCN          TO SW-DCN.
           MOVE WS-CLM-ORIG-REIMB   TO SW-ORIG-REIMB.
           MOVE WS-CLM-REIMB        TO SW-REIMB.

      *    THE UP/DOWN-CODING FLAG RIDES WITH EVERY CHANGE ON THE
      *    LINE.
       2700-RELEASE-LINE-CHANGE.
           MOVE WS-CLM-LINE-NBR TO SW-LINE-NBR.
           IF FSSCCLMS-HCPC-MOD-U-UPCODING (FSSCCLMS-NDX)
              OR FSSCCLMS-HCPC-MOD-D-DOWNCODING (FSSCCLMS-NDX)
               MOVE FSSCCLMS-HCPC-MOD-IND (FSSCCLMS-NDX)
                   TO SW-CODING-IND
           END-IF.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO WS-CHANGE-CNT.

      *    AFTER A CONTROL FAILURE THE SORTED CHANGES ARE DISCARDED -
      *    NO AUDIT FIGURES OFF A BAD FILE.
       3000-WRITE-REPORT.
           IF NOT WS-CTL-ABEND
               PERFORM 3010-PRODUCE-REPORT
           END-IF.

       3010-PRODUCE-REPORT.
           OPEN OUTPUT CODE-CHG-RPT-FILE.
           WRITE CODE-CHG-RPT-LINE FROM WS-HEADING-1.
           WRITE CODE-CHG-RPT-LINE FROM WS-HEADING-2.

           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               PERFORM 3100-WRITE-ONE-CHANGE
               RETURN SORT-WORK-FILE
                   AT END SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-GROUP
               PERFORM 3400-PRINT-PROVIDER
           END-IF.

           PERFORM 3500-PRINT-RUN-TOTALS.
           PERFORM 9000-WRITE-SUMMARY.
           CLOSE CODE-CHG-RPT-FILE.

       3100-WRITE-ONE-CHANGE.
           IF WS-FIRST-GROUP
               MOVE 'N' TO WS-FIRST-GROUP-SW
               MOVE SW-PROV-6 TO WS-PRIOR-PROV-6
           END-IF.

           IF SW-PROV-6 NOT = WS-PRIOR-PROV-6
               PERFORM 3400-PRINT-PROVIDER
               MOVE SW-PROV-6 TO WS-PRIOR-PROV-6
               WRITE CODE-CHG-RPT-LINE FROM WS-HEADING-2
           END-IF.

           MOVE 'N' TO WS-NEW-CLAIM-SW.
           IF SW-HIC-NO NOT = WS-PRIOR-HIC-NO
              OR SW-DCN NOT = WS-PRIOR-DCN
              OR SW-PROV-6 NOT = WS-PRIOR-PROV-6
               SET WS-NEW-CLAIM TO TRUE
               MOVE SW-HIC-NO TO WS-PRIOR-HIC-NO
               MOVE SW-DCN    TO WS-PRIOR-DCN
               PERFORM VARYING WS-NDX FROM 1 BY 1
                       UNTIL WS-NDX > 4
                   MOVE 'N' TO WS-TYPE-COUNTED-SW (WS-NDX)
               END-PERFORM
           END-IF.

           COMPUTE WS-IMPACT = SW-REIMB - SW-ORIG-REIMB.

           MOVE SW-PROV-6              TO WS-DTL-PROV.
           MOVE SW-HIC-NO              TO WS-DTL-HIC-NO.
           MOVE SW-DCN                 TO WS-DTL-DCN.
           MOVE SW-LINE-NBR            TO WS-DTL-LINE-NBR.
           MOVE WS-CHG-TYPE-DESC (SW-CHANGE-TYPE)
                                       TO WS-DTL-CHANGE-TYPE.
           MOVE SW-SUBMITTED-VALUE     TO WS-DTL-SUBMITTED.
           MOVE SW-ADJUDICATED-VALUE   TO WS-DTL-ADJUDICATED.
           MOVE SW-CODING-IND          TO WS-DTL-CODING-IND.
           MOVE SPACES                 TO WS-DTL-CLAIM-AMOUNTS-X.
           IF WS-NEW-CLAIM
               MOVE SW-ORIG-REIMB      TO WS-DTL-ORIG-REIMB
               MOVE SW-REIMB           TO WS-DTL-REIMB
               MOVE WS-IMPACT          TO WS-DTL-IMPACT
           END-IF.
           WRITE CODE-CHG-RPT-LINE FROM WS-DETAIL-LINE.

           MOVE SW-CHANGE-TYPE TO WS-NDX.
           ADD 1 TO WS-PTOT-CHANGE-CNT (WS-NDX).
           ADD 1 TO WS-PTOT-CHANGE-CNT (WS-CHG-ALL).
           IF WS-TYPE-COUNTED-SW (WS-NDX) NOT = 'Y'
               MOVE 'Y' TO WS-TYPE-COUNTED-SW (WS-NDX)
               PERFORM 3200-COUNT-CLAIM
           END-IF.
           IF WS-NEW-CLAIM
               MOVE WS-CHG-ALL TO WS-NDX
               PERFORM 3200-COUNT-CLAIM
           END-IF.

       3200-COUNT-CLAIM.
           ADD 1             TO WS-PTOT-CLAIM-CNT (WS-NDX).
           IF WS-IMPACT NOT = 0
               ADD 1         TO WS-PTOT-MOVED-CNT (WS-NDX)
           END-IF.
           ADD SW-ORIG-REIMB TO WS-PTOT-ORIG-REIMB (WS-NDX).
           ADD SW-REIMB      TO WS-PTOT-REIMB (WS-NDX).
           ADD WS-IMPACT     TO WS-PTOT-IMPACT (WS-NDX).

       3400-PRINT-PROVIDER.
           MOVE WS-PRIOR-PROV-6 TO WS-LKP-PROV-ID.
           CALL "FSR090" USING WS-LKP-PROV-ID
                               WS-LKP-PROV-NAME
                               WS-LKP-RC.
           MOVE WS-PRIOR-PROV-6        TO WS-PVH-PROV.
           MOVE WS-LKP-PROV-NAME       TO WS-PVH-PROV-NAME.
           MOVE SPACES TO CODE-CHG-RPT-LINE.
           WRITE CODE-CHG-RPT-LINE.
           WRITE CODE-CHG-RPT-LINE FROM WS-PROV-HEADING.
           WRITE CODE-CHG-RPT-LINE FROM WS-SUMMARY-HEADING.

           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > 5
               IF WS-NDX = WS-CHG-ALL
                   MOVE "PROVIDER TOTAL" TO WS-TYL-CHANGE-TYPE
               ELSE
                   MOVE WS-CHG-TYPE-DESC (WS-NDX) TO WS-TYL-CHANGE-TYPE
               END-IF
               MOVE WS-PTOT-CHANGE-CNT (WS-NDX) TO WS-TYL-CHANGE-CNT
               MOVE WS-PTOT-CLAIM-CNT (WS-NDX)  TO WS-TYL-CLAIM-CNT
               MOVE WS-PTOT-MOVED-CNT (WS-NDX)  TO WS-TYL-MOVED-CNT
               MOVE WS-PTOT-ORIG-REIMB (WS-NDX) TO WS-TYL-ORIG-REIMB
               MOVE WS-PTOT-REIMB (WS-NDX)      TO WS-TYL-REIMB
               MOVE WS-PTOT-IMPACT (WS-NDX)     TO WS-TYL-IMPACT
               WRITE CODE-CHG-RPT-LINE FROM WS-TYPE-LINE

               ADD WS-PTOT-CHANGE-CNT (WS-NDX)
                   TO WS-RTOT-CHANGE-CNT (WS-NDX)
               ADD WS-PTOT-CLAIM-CNT (WS-NDX)
                   TO WS-RTOT-CLAIM-CNT (WS-NDX)
               ADD WS-PTOT-MOVED-CNT (WS-NDX)
                   TO WS-RTOT-MOVED-CNT (WS-NDX)
               ADD WS-PTOT-ORIG-REIMB (WS-NDX)
                   TO WS-RTOT-ORIG-REIMB (WS-NDX)
               ADD WS-PTOT-REIMB (WS-NDX)
                   TO WS-RTOT-REIMB (WS-NDX)
               ADD WS-PTOT-IMPACT (WS-NDX)
                   TO WS-RTOT-IMPACT (WS-NDX)
           END-PERFORM.

           MOVE SPACES TO CODE-CHG-RPT-LINE.
           WRITE CODE-CHG-RPT-LINE.
           INITIALIZE WS-PROVIDER-TOTALS.

       3500-PRINT-RUN-TOTALS.
           WRITE CODE-CHG-RPT-LINE FROM WS-RUN-HEADING.
           WRITE CODE-CHG-RPT-LINE FROM WS-SUMMARY-HEADING.
           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > 5
               IF WS-NDX = WS-CHG-ALL
                   MOVE "ALL CHANGE TYPES" TO WS-TYL-CHANGE-TYPE
               ELSE
                   MOVE WS-CHG-TYPE-DESC (WS-NDX) TO WS-TYL-CHANGE-TYPE
               END-IF
               MOVE WS-RTOT-CHANGE-CNT (WS-NDX) TO WS-TYL-CHANGE-CNT
               MOVE WS-RTOT-CLAIM-CNT (WS-NDX)  TO WS-TYL-CLAIM-CNT
               MOVE WS-RTOT-MOVED-CNT (WS-NDX)  TO WS-TYL-MOVED-CNT
               MOVE WS-RTOT-ORIG-REIMB (WS-NDX) TO WS-TYL-ORIG-REIMB
               MOVE WS-RTOT-REIMB (WS-NDX)      TO WS-TYL-REIMB
               MOVE WS-RTOT-IMPACT (WS-NDX)     TO WS-TYL-IMPACT
               WRITE CODE-CHG-RPT-LINE FROM WS-TYPE-LINE
           END-PERFORM.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO CODE-CHG-RPT-LINE.
           WRITE CODE-CHG-RPT-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS READ: " WS-CLAIMS-READ-CNT
               "  CANCELS SKIPPED: " WS-CANCEL-SKIP-CNT
               "  LINES COMPARED: " WS-LINES-COMPARED-CNT
               "  CHANGES LISTED: " WS-CHANGE-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE CODE-CHG-RPT-LINE FROM WS-SUMMARY-LINE.
