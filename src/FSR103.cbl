      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR103                                             *
      ***                                                             *
      *** DESCRIPTION: NIGHTLY WAGE-INDEX / CBSA CONSISTENCY EDIT.    *
      ***   EVERY CLAIM CARRYING A CBSA OR A WAGE INDEX IS PROVED     *
      ***   AGAINST THE FSR102-LOADED CBSA / WAGE-INDEX TABLE         *
      ***   (FSRCCBSA) AND ZIP CROSSWALK (FSRCZIPC) FOR THE FEDERAL   *
      ***   FISCAL YEAR OF ITS THROUGH (DISCHARGE) DATE, AND AGAINST  *
      ***   THE PROVIDER'S LOCATION ON THE PROVIDER MASTER            *
      ***   (FSRCPROV), THE WAY FSR096 PROVES IDE NUMBERS.  A CLAIM   *
      ***   IS LISTED, ONE LINE PER CONDITION, WHEN:                  *
      ***     1) ITS PAYMENT CBSA (OR LOCATION CBSA WHEN NO PAYMENT   *
      ***        CBSA IS SET) IS NOT ON THE TABLE FOR THE YEAR,       *
      ***     2) FSSC-WAGE-INDEX DISAGREES WITH THE TABLE VALUE IN    *
      ***        EFFECT ON THE THROUGH DATE - OR WITH THE CLAIM'S     *
      ***        OWN FSSC-CBSA-SPCL-WAGE-INDEX WHEN ONE IS SET,       *
      ***     3) FSSC-FACILITY-ZIP MAPS TO A CBSA OTHER THAN          *
      ***        FSSC-CBSA-LOC,                                       *
      ***     4) THE PROVIDER MASTER ZIP MAPS TO A CBSA OTHER THAN    *
      ***        FSSC-CBSA-LOC,                                       *
      ***     5) FSSC-PAYMENT-CBSA-CODE DIFFERS FROM FSSC-CBSA-LOC    *
      ***        WITH NO RECLASSIFICATION ON THE CLAIM - NEITHER THE  *
      ***        LUGAR RECLASSIFICATION FLAG NOR A SPECIAL WAGE INDEX.*
      ***   A ZIP MISSING FROM THE CROSSWALK IS NOT AN EXCEPTION - THE*
      ***   CMS FILE OMITS PO-BOX-ONLY ZIPS.  THE PROVIDER MASTER IS  *
      ***   OPTIONAL; WITHOUT IT CONDITION 4 IS SKIPPED.  ALL FIELDS  *
      ***   ARE ON THE BASE (TRAILER-SEQ 00) SEGMENT.                 *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      *** FILE:   CBSA-MASTER-FILE    - WAGE INDEX BY CBSA / FFY      *
      ***         ZIP-MASTER-FILE     - ZIP TO CBSA BY ZIP / FFY      *
      ***         PROV-MASTER-FILE    - PROVIDER MASTER, BY PROV-6    *
      *** OUTPUT: CBSA-EDIT-RPT-FILE  - WAGE-INDEX EXCEPTION LISTING  *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR103.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CBSA-MASTER-FILE ASSIGN TO "CBSAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBSA-KEY
               FILE STATUS IS WS-CBSA-FILE-STATUS.

           SELECT ZIP-MASTER-FILE ASSIGN TO "ZIPCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZIPC-KEY
               FILE STATUS IS WS-ZIPC-FILE-STATUS.

           SELECT PROV-MASTER-FILE ASSIGN TO "PROVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-KEY
               FILE STATUS IS WS-PROV-FILE-STATUS.

           SELECT CBSA-EDIT-RPT-FILE ASSIGN TO "CBSAEDRP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  CBSA-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==CBSA==.
       COPY FSRCCBSA.
       REPLACE OFF.

       FD  ZIP-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==ZIPC==.
       COPY FSRCZIPC.
       REPLACE OFF.

       FD  PROV-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==PROV==.
       COPY FSRCPROV.
       REPLACE OFF.

       FD  CBSA-EDIT-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CBSA-EDIT-RPT-LINE                 PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

       WORKING-STORAGE SECTION.

       01  WS-CBSA-FILE-STATUS                PIC X(2).
           88  WS-CBSA-OK                         VALUE '00'.
           88  WS-CBSA-NOT-FOUND                  VALUE '23'.

       01  WS-ZIPC-FILE-STATUS                PIC X(2).
           88  WS-ZIPC-OK                         VALUE '00'.
           88  WS-ZIPC-NOT-FOUND                  VALUE '23'.

       01  WS-PROV-FILE-STATUS                PIC X(2).
           88  WS-PROV-OK                         VALUE '00'.
           88  WS-PROV-NOT-FOUND                  VALUE '23'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-PROV-OPEN-SW                PIC X(1) VALUE 'N'.
               88  WS-PROV-OPEN                      VALUE 'Y'.
           05  WS-CBSA-FOUND-SW               PIC X(1).
               88  WS-CBSA-FOUND                     VALUE 'Y'.
           05  WS-ZIPC-FOUND-SW               PIC X(1).
               88  WS-ZIPC-FOUND                     VALUE 'Y'.
           05  WS-RECLASS-SW                  PIC X(1).
               88  WS-RECLASS                        VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081 - A MISMATCH ABENDS THE
      *    JOB BEFORE THE EXCEPTION LISTING IS TRUSTED.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR103".
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
           05  WS-CBSA-CLAIM-CNT              PIC 9(7) VALUE 0.
           05  WS-EXCEPTION-CNT               PIC 9(7) VALUE 0.
           05  WS-NO-TABLE-CNT                PIC 9(7) VALUE 0.
           05  WS-WAGE-INDEX-CNT              PIC 9(7) VALUE 0.
           05  WS-FAC-ZIP-CNT                 PIC 9(7) VALUE 0.
           05  WS-PROV-ZIP-CNT                PIC 9(7) VALUE 0.
           05  WS-NO-RECLASS-CNT              PIC 9(7) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-THRU-DT                     PIC 9(8).
           05  WS-THRU-DT-X REDEFINES WS-THRU-DT.
               10  WS-THRU-YR                 PIC 9(4).
               10  WS-THRU-MO                 PIC 9(2).
               10  WS-THRU-DY                 PIC 9(2).
           05  WS-FED-FISCAL-YR               PIC 9(4).
           05  WS-WAGE-CBSA                   PIC X(5).
           05  WS-CLAIM-WAGE-INDEX            PIC 9(2)V9(4).
           05  WS-EXPECT-WAGE-INDEX           PIC 9(2)V9(4).
           05  WS-LOOKUP-ZIP                  PIC X(5).
           05  WS-CHK-OTHER-CBSA              PIC X(5).
           05  WS-CHK-CONDITION               PIC X(30).

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR103 - WAGE-INDEX / CBSA CONSISTENCY EXCEPTIONS".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(13) VALUE "HIC-NO".
           05  FILLER                 PIC X(24) VALUE "DCN".
           05  FILLER                 PIC X(7)  VALUE "PROV".
           05  FILLER                 PIC X(9)  VALUE "THRU-DT".
           05  FILLER                 PIC X(5)  VALUE "FFY".
           05  FILLER                 PIC X(6)  VALUE "LOC".
           05  FILLER                 PIC X(6)  VALUE "PAY".
           05  FILLER                 PIC X(8)  VALUE "CLM-WI".
           05  FILLER                 PIC X(8)  VALUE "TBL-WI".
           05  FILLER                 PIC X(31) VALUE "CONDITION".
           05  FILLER                 PIC X(15) VALUE "OTHER".

       01  WS-REPORT-LINE.
           05  WS-RPT-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-DCN                     PIC X(23).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-PROV                    PIC X(6).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-THRU-DT                 PIC 9(8).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-FFY                     PIC 9(4).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-CBSA-LOC                PIC X(5).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-PAY-CBSA                PIC X(5).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-CLAIM-WI                PIC Z9.9999.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-TABLE-WI                PIC Z9.9999.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-CONDITION               PIC X(30).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RPT-OTHER-CBSA              PIC X(5).

       01  WS-RUN-DATE-CYMD                   PIC 9(8).

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           OPEN INPUT CBSA-MASTER-FILE.
           IF NOT WS-CBSA-OK
               DISPLAY "FSR103 - CBSA TABLE NOT AVAILABLE, STATUS "
                   WS-CBSA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ZIP-MASTER-FILE.
           IF NOT WS-ZIPC-OK
               DISPLAY "FSR103 - ZIP CROSSWALK NOT AVAILABLE, STATUS "
                   WS-ZIPC-FILE-STATUS
               CLOSE CBSA-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PROV-MASTER-FILE.
           IF WS-PROV-OK
               SET WS-PROV-OPEN TO TRUE
           ELSE
               DISPLAY "FSR103 - PROVIDER MASTER NOT AVAILABLE, STATUS "
                   WS-PROV-FILE-STATUS " - PROVIDER ZIP NOT CHECKED"
           END-IF.

           OPEN INPUT  CLAIM-EXTRACT-FILE.
           OPEN OUTPUT CBSA-EDIT-RPT-FILE.
           WRITE CBSA-EDIT-RPT-LINE FROM WS-HEADING-1.
           WRITE CBSA-EDIT-RPT-LINE FROM WS-HEADING-2.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CYMD.

           READ CLAIM-EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               PERFORM 1500-CHECK-CONTROL-RECORD
               IF WS-CTL-CLASS-D-DATA
                  AND FSSCCLMS-TRAILER-SEQ-00-BASE
                   PERFORM 2000-EDIT-CLAIM
               END-IF
               READ CLAIM-EXTRACT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF NOT WS-HEADER-SEEN
              OR NOT WS-TRAILER-SEEN
               DISPLAY "FSR103 - EXTRACT CONTROL FAILURE: HEADER OR "
                   "TRAILER CONTROL RECORD MISSING"
               PERFORM 9900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS READ: " WS-CLAIMS-READ-CNT
               "  CBSA/WAGE-INDEX CLAIMS: " WS-CBSA-CLAIM-CNT
               "  EXCEPTIONS: " WS-EXCEPTION-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE CBSA-EDIT-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CBSA NOT ON TABLE: " WS-NO-TABLE-CNT
               "  WAGE INDEX: " WS-WAGE-INDEX-CNT
               "  FACILITY ZIP: " WS-FAC-ZIP-CNT
               "  PROVIDER ZIP: " WS-PROV-ZIP-CNT
               "  PAYMENT CBSA NO RECLASS: " WS-NO-RECLASS-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE CBSA-EDIT-RPT-LINE FROM WS-SUMMARY-LINE.

           PERFORM 9500-WRITE-RUN-CONTROL.
           PERFORM 9900-CLOSE-FILES.
           GOBACK.

      *    ONE RUN-CONTROL RECORD PER NORMAL COMPLETION (FSRCRUNC) -
      *    FSR088 RECONCILES THE CHAIN'S COUNTS FROM THESE.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR103"              TO RUNC-JOB-NAME.
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
                       PERFORM 9900-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CTL-DATA-CNT
                   ADD FSSCCLMS-TOTAL-CHARGE-AMOUNT
                       TO WS-CTL-CHARGE-HASH
           END-EVALUATE.

      *    THE FEDERAL FISCAL YEAR OF THE THROUGH DATE SELECTS THE
      *    TABLE YEAR - OCTOBER THROUGH DECEMBER BELONG TO THE NEXT
      *    CALENDAR YEAR'S FFY.
       2000-EDIT-CLAIM.
           ADD 1 TO WS-CLAIMS-READ-CNT.
           MOVE FSSCCLMS-WAGE-INDEX TO WS-CLAIM-WAGE-INDEX.

           IF FSSCCLMS-CBSA-LOC NOT = SPACES
              OR WS-CLAIM-WAGE-INDEX > 0
               ADD 1 TO WS-CBSA-CLAIM-CNT
               MOVE FSSCCLMS-STMT-COV-TO-DT-CYMD TO WS-THRU-DT
               MOVE WS-THRU-YR TO WS-FED-FISCAL-YR
               IF WS-THRU-MO > 9
                   ADD 1 TO WS-FED-FISCAL-YR
               END-IF
               MOVE 0 TO WS-EXPECT-WAGE-INDEX
               PERFORM 2100-CHECK-WAGE-INDEX
               PERFORM 2300-CHECK-FACILITY-ZIP
               IF WS-PROV-OPEN
                   PERFORM 2400-CHECK-PROVIDER-ZIP
               END-IF
               PERFORM 2500-CHECK-PAYMENT-CBSA
           END-IF.

      *    THE WAGE INDEX THE CLAIM PAID ON BELONGS TO ITS PAYMENT
      *    CBSA.  A DISCHARGE BEFORE A MID-YEAR CORRECTION EDITS
      *    AGAINST THE VALUE THE CORRECTION REPLACED.
       2100-CHECK-WAGE-INDEX.
           IF FSSCCLMS-PAYMENT-CBSA-CODE NOT = SPACES
               MOVE FSSCCLMS-PAYMENT-CBSA-CODE TO WS-WAGE-CBSA
           ELSE
               MOVE FSSCCLMS-CBSA-LOC          TO WS-WAGE-CBSA
           END-IF.
           MOVE SPACES TO WS-CHK-OTHER-CBSA.

           IF WS-WAGE-CBSA = SPACES
               ADD 1 TO WS-NO-TABLE-CNT
               MOVE "NO CBSA ON WAGE-INDEX CLAIM" TO WS-CHK-CONDITION
               PERFORM 2900-PRINT-EXCEPTION
           ELSE
               PERFORM 2600-READ-CBSA-TABLE
               IF NOT WS-CBSA-FOUND
                   ADD 1 TO WS-NO-TABLE-CNT
                   MOVE "CBSA NOT ON TABLE FOR FFY"
                       TO WS-CHK-CONDITION
                   PERFORM 2900-PRINT-EXCEPTION
               ELSE
                   PERFORM 2200-COMPARE-WAGE-INDEX
               END-IF
           END-IF.

       2200-COMPARE-WAGE-INDEX.
           IF WS-THRU-DT < CBSA-EFF-FROM-DT-CYMD
              AND CBSA-PRIOR-WAGE-INDEX > 0
               MOVE CBSA-PRIOR-WAGE-INDEX TO WS-EXPECT-WAGE-INDEX
           ELSE
               MOVE CBSA-WAGE-INDEX       TO WS-EXPECT-WAGE-INDEX
           END-IF.

           IF FSSCCLMS-CBSA-SPCL-WAGE-INDEX NUMERIC
              AND FSSCCLMS-CBSA-SPCL-WAGE-INDEX > 0
               MOVE FSSCCLMS-CBSA-SPCL-WAGE-INDEX
                   TO WS-EXPECT-WAGE-INDEX
           END-IF.

           IF WS-CLAIM-WAGE-INDEX NOT = WS-EXPECT-WAGE-INDEX
               ADD 1 TO WS-WAGE-INDEX-CNT
               MOVE "WAGE INDEX NOT TABLE VALUE"
                   TO WS-CHK-CONDITION
               MOVE WS-WAGE-CBSA TO WS-CHK-OTHER-CBSA
               PERFORM 2900-PRINT-EXCEPTION
           END-IF.

       2300-CHECK-FACILITY-ZIP.
           IF FSSCCLMS-FAC-ZIP-5 NUMERIC
              AND FSSCCLMS-FAC-ZIP-5 > 0
               MOVE FSSCCLMS-FAC-ZIP-5 TO WS-LOOKUP-ZIP
               PERFORM 2700-READ-ZIP-CROSSWALK
               IF WS-ZIPC-FOUND
                  AND ZIPC-CBSA-CODE NOT = FSSCCLMS-CBSA-LOC
                   ADD 1 TO WS-FAC-ZIP-CNT
                   MOVE "FACILITY ZIP IN OTHER CBSA"
                       TO WS-CHK-CONDITION
                   MOVE ZIPC-CBSA-CODE TO WS-CHK-OTHER-CBSA
                   PERFORM 2900-PRINT-EXCEPTION
               END-IF
           END-IF.

       2400-CHECK-PROVIDER-ZIP.
           MOVE FSSCCLMS-MEDA-PROV-6 TO PROV-PROV-6.
           READ PROV-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO PROV-PROV-ZIP
           END-READ.

           IF PROV-PROV-ZIP (1:5) NOT = SPACES
               MOVE PROV-PROV-ZIP (1:5) TO WS-LOOKUP-ZIP
               PERFORM 2700-READ-ZIP-CROSSWALK
               IF WS-ZIPC-FOUND
                  AND ZIPC-CBSA-CODE NOT = FSSCCLMS-CBSA-LOC
                   ADD 1 TO WS-PROV-ZIP-CNT
                   MOVE "PROV MASTER ZIP IN OTHER CBSA"
                       TO WS-CHK-CONDITION
                   MOVE ZIPC-CBSA-CODE TO WS-CHK-OTHER-CBSA
                   PERFORM 2900-PRINT-EXCEPTION
               END-IF
           END-IF.

      *    A PAYMENT CBSA AWAY FROM THE LOCATION IS ONLY RIGHT FOR A
      *    RECLASSIFIED HOSPITAL - THE CLAIM SHOWS THAT AS THE LUGAR
      *    FLAG OR AS A SPECIAL (RECLASSIFIED) WAGE INDEX.
       2500-CHECK-PAYMENT-CBSA.
           MOVE 'N' TO WS-RECLASS-SW.
           IF FSSCCLMS-LUGAR-RECLAS-L-URBAN
               SET WS-RECLASS TO TRUE
           END-IF.
           IF FSSCCLMS-CBSA-SPCL-WAGE-INDEX NUMERIC
              AND FSSCCLMS-CBSA-SPCL-WAGE-INDEX > 0
               SET WS-RECLASS TO TRUE
           END-IF.

           IF FSSCCLMS-PAYMENT-CBSA-CODE NOT = SPACES
              AND FSSCCLMS-CBSA-LOC NOT = SPACES
              AND FSSCCLMS-PAYMENT-CBSA-CODE NOT = FSSCCLMS-CBSA-LOC
              AND NOT WS-RECLASS
               ADD 1 TO WS-NO-RECLASS-CNT
               MOVE "PAY CBSA NOT LOC, NO RECLASS"
                   TO WS-CHK-CONDITION
               MOVE FSSCCLMS-PAYMENT-CBSA-CODE TO WS-CHK-OTHER-CBSA
               PERFORM 2900-PRINT-EXCEPTION
           END-IF.

       2600-READ-CBSA-TABLE.
           MOVE 'N' TO WS-CBSA-FOUND-SW.
           MOVE WS-WAGE-CBSA     TO CBSA-CBSA-CODE.
           MOVE WS-FED-FISCAL-YR TO CBSA-FED-FISCAL-YR.
           READ CBSA-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CBSA-FOUND TO TRUE
           END-READ.

       2700-READ-ZIP-CROSSWALK.
           MOVE 'N' TO WS-ZIPC-FOUND-SW.
           MOVE WS-LOOKUP-ZIP    TO ZIPC-ZIP-5.
           MOVE WS-FED-FISCAL-YR TO ZIPC-FED-FISCAL-YR.
           READ ZIP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ZIPC-FOUND TO TRUE
           END-READ.

       2900-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-CNT.
           MOVE FSSCCLMS-HIC-NO            TO WS-RPT-HIC-NO.
           MOVE FSSCCLMS-DCN               TO WS-RPT-DCN.
           MOVE FSSCCLMS-MEDA-PROV-6       TO WS-RPT-PROV.
           MOVE WS-THRU-DT                 TO WS-RPT-THRU-DT.
           MOVE WS-FED-FISCAL-YR           TO WS-RPT-FFY.
           MOVE FSSCCLMS-CBSA-LOC          TO WS-RPT-CBSA-LOC.
           MOVE FSSCCLMS-PAYMENT-CBSA-CODE TO WS-RPT-PAY-CBSA.
           MOVE WS-CLAIM-WAGE-INDEX        TO WS-RPT-CLAIM-WI.
           MOVE WS-EXPECT-WAGE-INDEX       TO WS-RPT-TABLE-WI.
           MOVE WS-CHK-CONDITION           TO WS-RPT-CONDITION.
           MOVE WS-CHK-OTHER-CBSA          TO WS-RPT-OTHER-CBSA.
           WRITE CBSA-EDIT-RPT-LINE FROM WS-REPORT-LINE.

       9900-CLOSE-FILES.
           CLOSE CLAIM-EXTRACT-FILE CBSA-MASTER-FILE ZIP-MASTER-FILE
                 CBSA-EDIT-RPT-FILE.
           IF WS-PROV-OPEN
               CLOSE PROV-MASTER-FILE
           END-IF.
