      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR092                                             *
      ***                                                             *
      *** DESCRIPTION: QUALITY-PROGRAM PAYMENT REDUCTION REPORT.      *
      ***   THE EXTRACT CARRIES FIVE QUALITY-PROGRAM ADJUSTMENTS:     *
      ***     VBP  - HEADER FSSC-VBP-IND / FSSC-VBP-ADJ FACTOR AND    *
      ***            THE VBP DOLLARS IN FSSC-VAL-PUR-AMT              *
      ***     HRR  - HEADER FSSC-HRR-IND / FSSC-HRR-ADJ FACTOR AND    *
      ***            THE READMISSION DOLLARS IN FSSC-READM-AMT        *
      ***     HAC  - HEADER FSSC-HAC-RED-IND / FSSC-HAC-PAY-AMT       *
      ***     EHR  - LINE FSSC-EHR-RED-AMT / FSSC-EHRA-RED-PCT        *
      ***     PQRS - LINE FSSC-PQRS-RED-AMT / FSSC-PQRS-RED-PCT       *
      ***   READS EVERY PHYSICAL SEGMENT (LINES CAN APPEAR ON ANY     *
      ***   SEGMENT - SEE FSR001); HEADER PROGRAMS ARE TAKEN FROM THE *
      ***   BASE (TRAILER-SEQ 00) SEGMENT.  FOR EACH PROVIDER         *
      ***   (FSSC-MEDA-PROV-6) AND PROGRAM, ACCUMULATES CLAIM COUNT,  *
      ***   DOLLARS REDUCED AND THE AVERAGE APPLIED ADJUSTMENT FACTOR *
      ***   (FSR070 ACCUMULATE-AS-ENCOUNTERED TECHNIQUE), PRINTED AT  *
      ***   EOF.  A CLAIM OR LINE WHOSE INDICATOR AND AMOUNT DISAGREE *
      ***   (INDICATOR SET WITH NO REDUCTION, OR A REDUCTION WITH NO  *
      ***   INDICATOR/FACTOR) IS LISTED AS IT IS ENCOUNTERED.         *
      ***   ACO REDUCTIONS ARE REPORTED SEPARATELY BY FSR070.         *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      *** OUTPUT: QUAL-RED-RPT-FILE   - QUALITY REDUCTION REPORT      *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR092.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT QUAL-RED-RPT-FILE ASSIGN TO "QUALRDRP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  QUAL-RED-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  QUAL-RED-RPT-LINE                  PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-QP-FOUND-SW                 PIC X(1).
               88  WS-QP-FOUND                       VALUE 'Y'.
           05  WS-QP-NEW-CLAIM-SW             PIC X(1).
               88  WS-QP-NEW-CLAIM                   VALUE 'Y'.
      *    LINE PROGRAMS COUNT A CLAIM ONCE, HOWEVER MANY OF ITS LINES
      *    (ON HOWEVER MANY SEGMENTS) CARRY THE REDUCTION.
           05  WS-EHR-CLAIM-SW                PIC X(1) VALUE 'N'.
               88  WS-EHR-CLAIM-COUNTED              VALUE 'Y'.
           05  WS-PQRS-CLAIM-SW               PIC X(1) VALUE 'N'.
               88  WS-PQRS-CLAIM-COUNTED             VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081 - A MISMATCH ABENDS THE
      *    JOB BEFORE THE REDUCTION TOTALS GO OUT.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR092".
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
           05  WS-CLAIM-CNT                   PIC 9(7) VALUE 0.
           05  WS-MISMATCH-CNT                PIC 9(7) VALUE 0.
           05  WS-QP-TABLE-CNT            COMP PIC S9(4) VALUE 0.
           05  WS-OVERFLOW-CNT                PIC 9(7) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-TBL-NDX                 COMP PIC S9(4).
           05  WS-LINE-NBR                COMP PIC S9(4).
           05  WS-PRIOR-HIC-NO                PIC X(12) VALUE SPACES.
           05  WS-PRIOR-DCN                   PIC X(23) VALUE SPACES.

      *    ONE OCCURRENCE OF A QUALITY-PROGRAM ADJUSTMENT, STAGED FOR
      *    THE ACCUMULATE AND MISMATCH PARAGRAPHS.
       01  WS-QP-WORK.
           05  WS-QP-PROGRAM                  PIC X(4).
           05  WS-QP-IND                      PIC X(1).
           05  WS-QP-AMT                  COMP-3 PIC S9(9)V99.
           05  WS-QP-FACTOR               COMP-3 PIC S9(3)V9(11).
           05  WS-QP-MISMATCH-TEXT            PIC X(30).
           05  WS-QP-AVG-FACTOR           COMP-3 PIC S9(3)V9(6).

      *** REDUCTION COUNTS, DOLLARS AND FACTORS BY PROVIDER/PROGRAM.
       01  WS-QP-TABLE.
           05  WS-QP-ENTRY OCCURS 0 TO 1500 TIMES
                           DEPENDING ON WS-QP-TABLE-CNT
                           INDEXED BY WS-QP-TBL-NDX.
               10  WS-QPT-PROV-ID             PIC X(6).
               10  WS-QPT-PROGRAM             PIC X(4).
               10  WS-QPT-CLAIM-CNT           PIC 9(7).
               10  WS-QPT-ITEM-CNT            PIC 9(7).
               10  WS-QPT-RED-SUM         COMP-3 PIC S9(11)V99.
               10  WS-QPT-FACTOR-SUM      COMP-3 PIC S9(9)V9(11).
               10  WS-QPT-FACTOR-CNT          PIC 9(7).

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR092 - QUALITY-PROGRAM PAYMENT REDUCTION REPORT".
       01  WS-HEADING-2                       PIC X(132) VALUE
           "INDICATOR/AMOUNT DISAGREEMENTS".
       01  WS-HEADING-3.
           05  FILLER                 PIC X(13) VALUE "HIC-NO".
           05  FILLER                 PIC X(25) VALUE "DCN".
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(6)  VALUE "LINE".
           05  FILLER                 PIC X(6)  VALUE "PGM".
           05  FILLER                 PIC X(4)  VALUE "IND".
           05  FILLER                 PIC X(17) VALUE "AMOUNT".
           05  FILLER                 PIC X(19) VALUE "FACTOR".
           05  FILLER                 PIC X(34) VALUE "CONDITION".

       01  WS-DETAIL-LINE.
           05  WS-DTL-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-DTL-DCN                     PIC X(23).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-LINE-NBR                PIC ZZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-PROGRAM                 PIC X(4).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-IND                     PIC X(1).
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-DTL-AMT                     PIC $$$,$$$,$$9.99-.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-FACTOR                  PIC ZZ9.99999999999.
           05  FILLER                         PIC X(4)  VALUE SPACES.
           05  WS-DTL-TEXT                    PIC X(30).

       01  WS-QP-HEADING-1                    PIC X(132) VALUE
           "QUALITY-PROGRAM REDUCTION TOTALS BY PROVIDER AND PROGRAM".
       01  WS-QP-HEADING-2.
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(6)  VALUE "PGM".
           05  FILLER                 PIC X(9)  VALUE "CLAIMS".
           05  FILLER                 PIC X(9)  VALUE "ITEMS".
           05  FILLER                 PIC X(20) VALUE "DOLLARS REDUCED".
           05  FILLER                 PIC X(12) VALUE "AVG FACTOR".
           05  FILLER                 PIC X(68) VALUE "PROVIDER NAME".

       01  WS-QP-LINE.
           05  WS-QPL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-QPL-PROGRAM                 PIC X(4).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-QPL-CLAIM-CNT               PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-QPL-ITEM-CNT                PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-QPL-RED-SUM                 PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-QPL-AVG-FACTOR              PIC ZZ9.999999.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-QPL-PROV-NAME               PIC X(30).

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
           OPEN OUTPUT QUAL-RED-RPT-FILE.
           WRITE QUAL-RED-RPT-LINE FROM WS-HEADING-1.
           WRITE QUAL-RED-RPT-LINE FROM WS-HEADING-2.
           WRITE QUAL-RED-RPT-LINE FROM WS-HEADING-3.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CYMD.

           READ CLAIM-EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               PERFORM 1500-CHECK-CONTROL-RECORD
               IF WS-CTL-CLASS-D-DATA
                   ADD 1 TO WS-SEGMENTS-READ-CNT
                   PERFORM 2000-PROCESS-SEGMENT
               END-IF
               READ CLAIM-EXTRACT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF NOT WS-HEADER-SEEN
              OR NOT WS-TRAILER-SEEN
               DISPLAY "FSR092 - EXTRACT CONTROL FAILURE: HEADER OR "
                   "TRAILER CONTROL RECORD MISSING"
               CLOSE CLAIM-EXTRACT-FILE QUAL-RED-RPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           WRITE QUAL-RED-RPT-LINE FROM WS-QP-HEADING-1.
           WRITE QUAL-RED-RPT-LINE FROM WS-QP-HEADING-2.
           PERFORM 3000-PRINT-PROGRAM-TOTAL
               VARYING WS-TBL-NDX FROM 1 BY 1
               UNTIL WS-TBL-NDX > WS-QP-TABLE-CNT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "SEGMENTS READ: " WS-SEGMENTS-READ-CNT
               "  CLAIMS: " WS-CLAIM-CNT
               "  DISAGREEMENTS LISTED: " WS-MISMATCH-CNT
               "  OVERFLOW ITEMS DROPPED: " WS-OVERFLOW-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE QUAL-RED-RPT-LINE FROM WS-SUMMARY-LINE.

           PERFORM 9500-WRITE-RUN-CONTROL.

           CLOSE CLAIM-EXTRACT-FILE QUAL-RED-RPT-FILE.
           GOBACK.

      *    ONE RUN-CONTROL RECORD PER NORMAL COMPLETION (FSRCRUNC) -
      *    FSR088 RECONCILES THE CHAIN'S COUNTS FROM THESE.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR092"              TO RUNC-JOB-NAME.
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
                       CLOSE CLAIM-EXTRACT-FILE QUAL-RED-RPT-FILE
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
               ADD 1 TO WS-CLAIM-CNT
               MOVE 'N' TO WS-EHR-CLAIM-SW
               MOVE 'N' TO WS-PQRS-CLAIM-SW
               MOVE FSSCCLMS-HIC-NO TO WS-PRIOR-HIC-NO
               MOVE FSSCCLMS-DCN    TO WS-PRIOR-DCN
           END-IF.

           IF FSSCCLMS-TRAILER-SEQ-00-BASE
               PERFORM 2100-CHECK-HEADER-PROGRAMS
           END-IF.

           IF FSSCCLMS-LINES > 0
               PERFORM 2300-CHECK-LINE-PROGRAMS
                   VARYING FSSCCLMS-NDX FROM 1 BY 1
                   UNTIL FSSCCLMS-NDX > FSSCCLMS-LINES
           END-IF.

      *    HEADER PROGRAMS - ONE OCCURRENCE PER CLAIM.  LINE NUMBER
      *    ZERO ON A DISAGREEMENT MEANS THE CLAIM HEADER.
       2100-CHECK-HEADER-PROGRAMS.
           MOVE 0 TO WS-LINE-NBR.
           SET WS-QP-NEW-CLAIM TO TRUE.

           IF FSSCCLMS-VBP-IND NOT = SPACE
              OR FSSCCLMS-VAL-PUR-AMT NOT = 0
               MOVE "VBP"                  TO WS-QP-PROGRAM
               MOVE FSSCCLMS-VBP-IND       TO WS-QP-IND
               MOVE FSSCCLMS-VAL-PUR-AMT   TO WS-QP-AMT
               MOVE FSSCCLMS-VBP-ADJ       TO WS-QP-FACTOR
               PERFORM 2500-ACCUMULATE-PROGRAM
               PERFORM 2200-CHECK-HEADER-AGREEMENT
           END-IF.

           IF FSSCCLMS-HRR-IND NOT = SPACE
              OR FSSCCLMS-READM-AMT NOT = 0
               MOVE "HRR"                  TO WS-QP-PROGRAM
               MOVE FSSCCLMS-HRR-IND       TO WS-QP-IND
               MOVE FSSCCLMS-READM-AMT     TO WS-QP-AMT
               MOVE FSSCCLMS-HRR-ADJ       TO WS-QP-FACTOR
               PERFORM 2500-ACCUMULATE-PROGRAM
               PERFORM 2200-CHECK-HEADER-AGREEMENT
           END-IF.

      *    HAC CARRIES NO FACTOR ON THE CLAIM - THE REDUCTION IS A
      *    FLAT PERCENTAGE APPLIED BY THE PRICER.
           IF FSSCCLMS-HAC-RED-IND NOT = SPACE
              OR FSSCCLMS-HAC-PAY-AMT NOT = 0
               MOVE "HAC"                  TO WS-QP-PROGRAM
               MOVE FSSCCLMS-HAC-RED-IND   TO WS-QP-IND
               MOVE FSSCCLMS-HAC-PAY-AMT   TO WS-QP-AMT
               MOVE 0                      TO WS-QP-FACTOR
               PERFORM 2500-ACCUMULATE-PROGRAM
               PERFORM 2200-CHECK-HEADER-AGREEMENT
           END-IF.

       2200-CHECK-HEADER-AGREEMENT.
           EVALUATE TRUE
               WHEN WS-QP-IND NOT = SPACE AND WS-QP-AMT = 0
                   MOVE "INDICATOR SET, ZERO REDUCTION"
                       TO WS-QP-MISMATCH-TEXT
                   PERFORM 2600-PRINT-MISMATCH
               WHEN WS-QP-IND = SPACE AND WS-QP-AMT NOT = 0
                   MOVE "REDUCTION WITH NO INDICATOR"
                       TO WS-QP-MISMATCH-TEXT
                   PERFORM 2600-PRINT-MISMATCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    LINE PROGRAMS HAVE NO INDICATOR BYTE - THE PERCENTAGE
      *    APPLIED IS THE INDICATOR THE AMOUNT MUST AGREE WITH.
       2300-CHECK-LINE-PROGRAMS.
           SET WS-LINE-NBR TO FSSCCLMS-NDX.
           MOVE SPACE TO WS-QP-IND.

           IF FSSCCLMS-EHR-RED-AMT (FSSCCLMS-NDX) NOT = 0
              OR FSSCCLMS-EHRA-RED-PCT (FSSCCLMS-NDX) NOT = 0
               MOVE "EHR"                  TO WS-QP-PROGRAM
               MOVE FSSCCLMS-EHR-RED-AMT (FSSCCLMS-NDX)
                                           TO WS-QP-AMT
               MOVE FSSCCLMS-EHRA-RED-PCT (FSSCCLMS-NDX)
                                           TO WS-QP-FACTOR
               MOVE 'N' TO WS-QP-NEW-CLAIM-SW
               IF NOT WS-EHR-CLAIM-COUNTED
                   SET WS-QP-NEW-CLAIM TO TRUE
                   SET WS-EHR-CLAIM-COUNTED TO TRUE
               END-IF
               PERFORM 2500-ACCUMULATE-PROGRAM
               PERFORM 2400-CHECK-LINE-AGREEMENT
           END-IF.

           IF FSSCCLMS-PQRS-RED-AMT (FSSCCLMS-NDX) NOT = 0
              OR FSSCCLMS-PQRS-RED-PCT (FSSCCLMS-NDX) NOT = 0
               MOVE "PQRS"                 TO WS-QP-PROGRAM
               MOVE FSSCCLMS-PQRS-RED-AMT (FSSCCLMS-NDX)
                                           TO WS-QP-AMT
               MOVE FSSCCLMS-PQRS-RED-PCT (FSSCCLMS-NDX)
                                           TO WS-QP-FACTOR
               MOVE 'N' TO WS-QP-NEW-CLAIM-SW
               IF NOT WS-PQRS-CLAIM-COUNTED
                   SET WS-QP-NEW-CLAIM TO TRUE
                   SET WS-PQRS-CLAIM-COUNTED TO TRUE
               END-IF
               PERFORM 2500-ACCUMULATE-PROGRAM
               PERFORM 2400-CHECK-LINE-AGREEMENT
           END-IF.

       2400-CHECK-LINE-AGREEMENT.
           EVALUATE TRUE
               WHEN WS-QP-FACTOR NOT = 0 AND WS-QP-AMT = 0
                   MOVE "PERCENT SET, ZERO REDUCTION"
                       TO WS-QP-MISMATCH-TEXT
                   PERFORM 2600-PRINT-MISMATCH
               WHEN WS-QP-FACTOR = 0 AND WS-QP-AMT NOT = 0
                   MOVE "REDUCTION WITH NO PERCENT"
                       TO WS-QP-MISMATCH-TEXT
                   PERFORM 2600-PRINT-MISMATCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2500-ACCUMULATE-PROGRAM.
           SET WS-QP-FOUND-SW TO 'N'.
           SET WS-QP-TBL-NDX TO 1.

           SEARCH WS-QP-ENTRY
               AT END CONTINUE
               WHEN WS-QPT-PROV-ID (WS-QP-TBL-NDX) =
                    FSSCCLMS-MEDA-PROV-6
                AND WS-QPT-PROGRAM (WS-QP-TBL-NDX) = WS-QP-PROGRAM
                   SET WS-QP-FOUND TO TRUE
           END-SEARCH.

           IF NOT WS-QP-FOUND
               IF WS-QP-TABLE-CNT < 1500
                   ADD 1 TO WS-QP-TABLE-CNT
                   SET WS-QP-TBL-NDX TO WS-QP-TABLE-CNT
                   MOVE FSSCCLMS-MEDA-PROV-6
                       TO WS-QPT-PROV-ID (WS-QP-TBL-NDX)
                   MOVE WS-QP-PROGRAM
                       TO WS-QPT-PROGRAM (WS-QP-TBL-NDX)
                   MOVE 0 TO WS-QPT-CLAIM-CNT (WS-QP-TBL-NDX)
                   MOVE 0 TO WS-QPT-ITEM-CNT (WS-QP-TBL-NDX)
                   MOVE 0 TO WS-QPT-RED-SUM (WS-QP-TBL-NDX)
                   MOVE 0 TO WS-QPT-FACTOR-SUM (WS-QP-TBL-NDX)
                   MOVE 0 TO WS-QPT-FACTOR-CNT (WS-QP-TBL-NDX)
                   SET WS-QP-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-CNT
               END-IF
           END-IF.

           IF WS-QP-FOUND
               IF WS-QP-NEW-CLAIM
                   ADD 1 TO WS-QPT-CLAIM-CNT (WS-QP-TBL-NDX)
               END-IF
               ADD 1 TO WS-QPT-ITEM-CNT (WS-QP-TBL-NDX)
               ADD WS-QP-AMT TO WS-QPT-RED-SUM (WS-QP-TBL-NDX)
               IF WS-QP-FACTOR NOT = 0
                   ADD WS-QP-FACTOR
                       TO WS-QPT-FACTOR-SUM (WS-QP-TBL-NDX)
                   ADD 1 TO WS-QPT-FACTOR-CNT (WS-QP-TBL-NDX)
               END-IF
           END-IF.

       2600-PRINT-MISMATCH.
           ADD 1 TO WS-MISMATCH-CNT.
           MOVE FSSCCLMS-HIC-NO          TO WS-DTL-HIC-NO.
           MOVE FSSCCLMS-DCN             TO WS-DTL-DCN.
           MOVE FSSCCLMS-MEDA-PROV-6     TO WS-DTL-PROV.
           MOVE WS-LINE-NBR              TO WS-DTL-LINE-NBR.
           MOVE WS-QP-PROGRAM            TO WS-DTL-PROGRAM.
           MOVE WS-QP-IND                TO WS-DTL-IND.
           MOVE WS-QP-AMT                TO WS-DTL-AMT.
           MOVE WS-QP-FACTOR             TO WS-DTL-FACTOR.
           MOVE WS-QP-MISMATCH-TEXT      TO WS-DTL-TEXT.
           WRITE QUAL-RED-RPT-LINE FROM WS-DETAIL-LINE.

       3000-PRINT-PROGRAM-TOTAL.
           MOVE WS-QPT-PROV-ID (WS-TBL-NDX)   TO WS-QPL-PROV.
           MOVE WS-QPT-PROGRAM (WS-TBL-NDX)   TO WS-QPL-PROGRAM.
           MOVE WS-QPT-CLAIM-CNT (WS-TBL-NDX) TO WS-QPL-CLAIM-CNT.
           MOVE WS-QPT-ITEM-CNT (WS-TBL-NDX)  TO WS-QPL-ITEM-CNT.
           MOVE WS-QPT-RED-SUM (WS-TBL-NDX)   TO WS-QPL-RED-SUM.
           MOVE 0 TO WS-QP-AVG-FACTOR.
           IF WS-QPT-FACTOR-CNT (WS-TBL-NDX) > 0
               COMPUTE WS-QP-AVG-FACTOR ROUNDED =
                   WS-QPT-FACTOR-SUM (WS-TBL-NDX) /
                   WS-QPT-FACTOR-CNT (WS-TBL-NDX)
           END-IF.
           MOVE WS-QP-AVG-FACTOR              TO WS-QPL-AVG-FACTOR.
           MOVE WS-QPT-PROV-ID (WS-TBL-NDX)   TO WS-LKP-PROV-ID.
           CALL "FSR090" USING WS-LKP-PROV-ID
                               WS-LKP-PROV-NAME
                               WS-LKP-RC.
           MOVE WS-LKP-PROV-NAME              TO WS-QPL-PROV-NAME.
           WRITE QUAL-RED-RPT-LINE FROM WS-QP-LINE.
