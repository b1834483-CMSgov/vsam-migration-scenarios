      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR125                                             *
      ***                                                             *
      *** DESCRIPTION: CLAIM-EXTRACT DATA-HYGIENE SCAN AND            *
      ***   QUARANTINE.  RUNS AHEAD OF THE NIGHTLY CHAIN'S READERS,   *
      ***   AGAINST THE EXTRACT AS DELIVERED (FSR025'S OUTPUT WHEN    *
      ***   IT RAN, OTHERWISE FSR020'S).  ONE BAD PACKED AMOUNT OR    *
      ***   IMPOSSIBLE DATE IN A SINGLE CLAIM OTHERWISE ABENDS THE    *
      ***   FIRST JOB THAT COMPUTES WITH IT (S0C7) AND THE WHOLE      *
      ***   CHAIN WAITS ON A RERUN.  EVERY CLAIM'S BASE SEGMENT AND   *
      ***   EACH OF ITS FSSC-LINES LINE SEGMENTS IS SCANNED FOR:      *
      ***     1) PACKED AND ZONED DECIMAL FIELDS THAT DO NOT PASS A   *
      ***        NUMERIC TEST - EVERY SUCH FIELD THE CHAIN'S READERS  *
      ***        COMPUTE WITH OR COMPARE NUMERICALLY.  A FIELD NEWLY  *
      ***        PUT TO ARITHMETIC USE IN A READER IS ADDED HERE.     *
      ***        A PHYSICIAN NPI IS A VIEW OF ITS X(16) PHYSICIAN ID, *
      ***        WHICH IS BLANK WHEN NO PHYSICIAN IS ON THE CLAIM, SO *
      ***        AN ALL-BLANK NPI IS TAKEN AS ABSENT, NOT AN ERROR.   *
      ***        FSSC-LINES ITSELF MUST ALSO LIE IN 0-450, OR THE     *
      ***        LINE SEGMENTS CANNOT BE LOCATED AT ALL.              *
      ***     2) KEY DATES THAT ARE NOT REAL CALENDAR DATES (CCYY     *
      ***        1900-2099, MONTH 01-12, DAY WITHIN THE MONTH,        *
      ***        FEB 29 ONLY IN A LEAP YEAR): FSSC-RECD-DT AND BOTH   *
      ***        STATEMENT COVER DATES MUST BE PRESENT; FSSC-PAID-DT, *
      ***        THE ADMISSION DATE AND EACH LINE SERVICE DATE MAY    *
      ***        BE ZERO (UNPAID, OUTPATIENT, UNDATED LINE).          *
      ***   A CLAIM WITH ANY EXCEPTION GOES WHOLE TO THE QUARANTINE   *
      ***   FILE AND EACH FAILING FIELD IS LISTED ON THE EXCEPTION    *
      ***   REPORT (UP TO 25 PER CLAIM) BY DCN, SEGMENT AND FIELD     *
      ***   NAME, WITH THE OFFENDING CHARACTERS FOR ZONED FIELDS AND  *
      ***   DATES - THE MORNING WORK LIST.  A QUARANTINED CLAIM WHOSE *
      ***   FSSC-LINES IS ITSELF BAD IS WRITTEN WITH ITS BASE SEGMENT *
      ***   ONLY, SINCE ITS RECORD LENGTH CANNOT BE TRUSTED.          *
      ***                                                             *
      ***   CONTROLS - THE INPUT'S FSRCCTLX RECORDS ARE VERIFIED      *
      ***   THROUGH FSR081 AS BY EVERY CONSUMER, EXCEPT THAT A CLAIM  *
      ***   WHOSE FSSC-TOTAL-CHARGE-AMOUNT IS NOT VALID PACKED CANNOT *
      ***   BE ADDED TO THE HASH: WHEN ANY SUCH CLAIM WAS SEEN, A     *
      ***   HASH MISMATCH ALONE IS REPORTED AS UNVERIFIABLE RATHER    *
      ***   THAN ABENDING (THE RECORD COUNT MUST STILL AGREE).  THE   *
      ***   CLEAN FILE GETS THE INPUT HEADER VERBATIM, SO ITS READERS *
      ***   SEE TONIGHT'S GENERATION, AND A NEW TRAILER CARRYING THE  *
      ***   CLEAN CLAIMS' COUNT AND CHARGE HASH.  A MISSING OR FAILED *
      ***   INPUT CONTROL ENDS THE STEP WITH RETURN CODE 16 AND NO    *
      ***   CLEAN TRAILER, SO NO READER CAN RUN OFF A BAD FILE.  THE  *
      ***   QUARANTINE FILE IS A WORK LIST, NOT AN EXTRACT, AND       *
      ***   CARRIES NO CONTROL RECORDS - ITS CHARGE FIELDS CANNOT BE  *
      ***   TRUSTED TO HASH.                                          *
      ***                                                             *
      ***   RETURN CODE 4 WHEN ANY CLAIM WAS QUARANTINED, SO THE      *
      ***   MORNING SHIFT SEES IT; THE CHAIN CONTINUES ON THE CLEAN   *
      ***   FILE.  THE RUN-CONTROL RECORD CARRIES RECORDS READ = ALL  *
      ***   DATA RECORDS AND RECORDS WRITTEN = CLEAN CLAIMS, AND      *
      ***   FSR088 JUDGES THE CHAIN'S READERS AGAINST THE CLEAN       *
      ***   COUNT.                                                    *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      *** OUTPUT: CLEAN-EXTRACT-FILE  - FSRCCLMS SHAPE, CLEAN CLAIMS  *
      ***                               WITH HEADER AND NEW TRAILER   *
      ***         QUARANTINE-FILE     - FSRCCLMS SHAPE, FAILED CLAIMS *
      ***         HYGIENE-RPT-FILE    - FIELD-LEVEL EXCEPTION REPORT  *
      ***         RUN-CONTROL-FILE    - FSRCRUNC SHAPE, APPENDED      *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR125.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLEAN-EXTRACT-FILE ASSIGN TO "CLAIMCLN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT QUARANTINE-FILE ASSIGN TO "CLAIMQUA"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HYGIENE-RPT-FILE ASSIGN TO "CLMHYGRP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  CLEAN-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLNO==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  QUARANTINE-FILE.

       REPLACE ==:FSSC:== BY ==FSSCQUAR==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  HYGIENE-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  HYGIENE-RPT-LINE                   PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

       WORKING-STORAGE SECTION.

       REPLACE ==:FSSC:== BY ==CTLX==.
       COPY FSRCCTLX.
       REPLACE OFF.

       01  WS-SWITCHES.
           05  WS-EOF-SW                       PIC X(1) VALUE 'N'.
               88  WS-EOF                             VALUE 'Y'.
           05  WS-LINES-VALID-SW               PIC X(1).
               88  WS-LINES-VALID                     VALUE 'Y'.
           05  WS-HASH-UNVERIFIED-SW           PIC X(1) VALUE 'N'.
               88  WS-HASH-UNVERIFIED                 VALUE 'Y'.

       01  WS-RUN-DATE-8                       PIC 9(8).

       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR125".
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
               88  WS-CTL-HASH-MISMATCH              VALUE '2'.
           05  WS-CTL-DATA-CNT                 PIC 9(9) VALUE 0.
           05  WS-CTL-GENERATION-DT            PIC 9(8) VALUE 0.
           05  WS-CTL-CHARGE-HASH          COMP-3 PIC S9(13)V99
                                                   VALUE 0.

       01  WS-COUNTERS.
           05  WS-CLEAN-CNT                    PIC 9(9) VALUE 0.
           05  WS-QUARANTINE-CNT               PIC 9(9) VALUE 0.
           05  WS-BAD-CHARGE-CNT               PIC 9(9) VALUE 0.
           05  WS-EXCEPTION-CNT                PIC 9(9) VALUE 0.
           05  WS-BAD-PACKED-CNT               PIC 9(9) VALUE 0.
           05  WS-BAD-ZONED-CNT                PIC 9(9) VALUE 0.
           05  WS-BAD-DATE-CNT                 PIC 9(9) VALUE 0.
           05  WS-CLEAN-CHARGE-HASH        COMP-3 PIC S9(13)V99
                                                   VALUE 0.

      *** EXCEPTIONS FOUND ON THE CLAIM IN HAND.  ONLY THE FIRST
      *** WS-MAX-LISTED ARE PRINTED - A CLAIM OF GARBAGE WOULD
      *** OTHERWISE PRINT A LINE FOR EVERY FIELD OF EVERY LINE.
       01  WS-CLAIM-EXCEPTIONS.
           05  WS-CLAIM-EXC-CNT            COMP PIC S9(4).
           05  WS-MAX-LISTED               COMP PIC S9(4) VALUE 25.
           05  WS-UNLISTED-CNT                 PIC 9(4).

       01  WS-EXCEPTION-FIELDS.
           05  WS-EXC-SEGMENT                  PIC X(8).
           05  WS-EXC-FIELD-NAME               PIC X(28).
           05  WS-EXC-CONDITION                PIC X(24).
           05  WS-EXC-VALUE                    PIC X(12).

       01  WS-LINE-FIELDS.
           05  WS-LINE-NO                      PIC 9(3).
           05  WS-SUB                      COMP PIC S9(4).
           05  WS-BSVS-NDX                 COMP PIC S9(4).

      *** CALENDAR-DATE CHECK WORK AREA.  THE CALLER MOVES THE CCYYMMDD
      *** GROUP TO WS-DC-DATE-X AND SAYS WHETHER ZERO IS ALLOWED;
      *** 5000-CHECK-DATE SETS WS-DC-RESULT.
       01  WS-DATE-CHECK.
           05  WS-DC-DATE-X                    PIC X(8).
           05  WS-DC-DATE-9 REDEFINES WS-DC-DATE-X.
               10  WS-DC-CCYY                  PIC 9(4).
               10  WS-DC-MM                    PIC 9(2).
               10  WS-DC-DD                    PIC 9(2).
           05  WS-DC-DATE-N REDEFINES WS-DC-DATE-X
                                               PIC 9(8).
           05  WS-DC-ZERO-OK-SW                PIC X(1).
               88  WS-DC-ZERO-OK                     VALUE 'Y'.
           05  WS-DC-RESULT                    PIC X(1).
               88  WS-DC-VALID                       VALUE 'V'.
               88  WS-DC-NOT-NUMERIC                 VALUE 'N'.
               88  WS-DC-NOT-CALENDAR                VALUE 'C'.
           05  WS-DC-LAST-DAY                  PIC 9(2).
           05  WS-DC-QUOTIENT              COMP PIC S9(4).
           05  WS-DC-REM-4                 COMP PIC S9(4).
           05  WS-DC-REM-100               COMP PIC S9(4).
           05  WS-DC-REM-400               COMP PIC S9(4).

       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                 PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS                   PIC 9(2)
                                               OCCURS 12 TIMES.

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR125 - CLAIM EXTRACT DATA-HYGIENE EXCEPTIONS".

       01  WS-HEADING-2.
           05  FILLER                 PIC X(25) VALUE "DCN".
           05  FILLER                 PIC X(14) VALUE "HIC-NO".
           05  FILLER                 PIC X(10) VALUE "SEGMENT".
           05  FILLER                 PIC X(30) VALUE "FIELD".
           05  FILLER                 PIC X(26) VALUE "CONDITION".
           05  FILLER                 PIC X(12) VALUE "VALUE".

       01  WS-EXCEPTION-LINE.
           05  WS-EXL-DCN                     PIC X(23).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-EXL-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-EXL-SEGMENT                 PIC X(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-EXL-FIELD-NAME              PIC X(28).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-EXL-CONDITION               PIC X(24).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-EXL-VALUE                   PIC X(12).

       01  WS-UNLISTED-LINE.
           05  WS-UNL-DCN                     PIC X(23).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-UNL-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-UNL-COUNT                   PIC Z,ZZ9.
           05  FILLER                         PIC X(32) VALUE
               " FURTHER EXCEPTIONS NOT LISTED".

       01  WS-TOTAL-LINE.
           05  WS-TTL-LABEL                   PIC X(40).
           05  WS-TTL-COUNT                   PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.

           OPEN INPUT  CLAIM-EXTRACT-FILE.
           OPEN OUTPUT CLEAN-EXTRACT-FILE
                       QUARANTINE-FILE
                       HYGIENE-RPT-FILE.
           WRITE HYGIENE-RPT-LINE FROM WS-HEADING-1.
           WRITE HYGIENE-RPT-LINE FROM WS-HEADING-2.

           READ CLAIM-EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               PERFORM 2000-PROCESS-RECORD
               READ CLAIM-EXTRACT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF NOT WS-CTL-ABEND
              AND (NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN)
               DISPLAY "FSR125 - EXTRACT CONTROL FAILURE: HEADER OR "
                   "TRAILER CONTROL RECORD MISSING"
               SET WS-CTL-ABEND TO TRUE
           END-IF.

           IF WS-CTL-ABEND
               CLOSE CLAIM-EXTRACT-FILE CLEAN-EXTRACT-FILE
                     QUARANTINE-FILE HYGIENE-RPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 7000-WRITE-CLEAN-TRAILER.
           PERFORM 8000-WRITE-SUMMARY.

           CLOSE CLAIM-EXTRACT-FILE CLEAN-EXTRACT-FILE
                 QUARANTINE-FILE HYGIENE-RPT-FILE.

           PERFORM 9500-WRITE-RUN-CONTROL.

           DISPLAY "FSR125 - CLAIMS READ: " WS-CTL-DATA-CNT
               "  CLEAN: " WS-CLEAN-CNT
               "  QUARANTINED: " WS-QUARANTINE-CNT.

           IF WS-QUARANTINE-CNT > 0
               DISPLAY "FSR125 - " WS-QUARANTINE-CNT
                   " CLAIMS QUARANTINED - SEE EXCEPTION REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    THE HEADER IS COPIED TO THE CLEAN FILE; THE INPUT TRAILER
      *    IS ONLY VERIFIED - THE CLEAN FILE GETS ITS OWN AT EOF.  A
      *    CLAIM'S CHARGE GOES INTO THE INPUT HASH ONLY WHEN IT IS
      *    VALID PACKED, OR THE HASH ITSELF WOULD ABEND.
       2000-PROCESS-RECORD.
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
                   MOVE FSSCCLMS-CLAIM-RECORD TO FSSCCLNO-CLAIM-RECORD
                   WRITE FSSCCLNO-CLAIM-RECORD
               WHEN WS-CTL-CLASS-T-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   PERFORM 2100-CHECK-INPUT-TRAILER
               WHEN OTHER
                   ADD 1 TO WS-CTL-DATA-CNT
                   IF FSSCCLMS-TOTAL-CHARGE-AMOUNT NUMERIC
                       ADD FSSCCLMS-TOTAL-CHARGE-AMOUNT
                           TO WS-CTL-CHARGE-HASH
                   ELSE
                       ADD 1 TO WS-BAD-CHARGE-CNT
                   END-IF
                   PERFORM 3000-SCAN-CLAIM
           END-EVALUATE.

      *    A HASH MISMATCH IS EXPECTED, AND NOT VERIFIABLE, ONCE A
      *    CLAIM WITH AN INVALID TOTAL CHARGE HAS BEEN LEFT OUT OF
      *    THE HASH.  A COUNT MISMATCH IS ALWAYS FATAL.
       2100-CHECK-INPUT-TRAILER.
           EVALUATE TRUE
               WHEN WS-CTL-OK
                   CONTINUE
               WHEN WS-CTL-HASH-MISMATCH AND WS-BAD-CHARGE-CNT > 0
                   SET WS-HASH-UNVERIFIED TO TRUE
                   DISPLAY "FSR125 - INPUT CHARGE HASH NOT VERIFIABLE"
                       " - " WS-BAD-CHARGE-CNT
                       " CLAIMS WITH INVALID TOTAL CHARGE"
               WHEN OTHER
                   SET WS-CTL-ABEND TO TRUE
                   SET WS-EOF TO TRUE
           END-EVALUATE.

      *    THE LINE COUNT IS PROVED FIRST - IT LOCATES EVERY LINE
      *    SEGMENT, AND AN INVALID ONE LEAVES NO LINE SAFE TO TOUCH.
       3000-SCAN-CLAIM.
           MOVE 0 TO WS-CLAIM-EXC-CNT.
           MOVE "BASE" TO WS-EXC-SEGMENT.
           MOVE 'Y' TO WS-LINES-VALID-SW.

           IF FSSCCLMS-LINES NOT NUMERIC
               MOVE 'N' TO WS-LINES-VALID-SW
               MOVE "FSSC-LINES" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           ELSE
               IF FSSCCLMS-LINES < 0 OR FSSCCLMS-LINES > 450
                   MOVE 'N' TO WS-LINES-VALID-SW
                   MOVE "FSSC-LINES" TO WS-EXC-FIELD-NAME
                   MOVE "LINE COUNT NOT 0-450" TO WS-EXC-CONDITION
                   MOVE SPACES TO WS-EXC-VALUE
                   ADD 1 TO WS-BAD-PACKED-CNT
                   PERFORM 6000-LOG-EXCEPTION
               END-IF
           END-IF.

           PERFORM 3100-SCAN-BASE-SUMMARY.
           PERFORM 3200-SCAN-BASE-PACKED.
           PERFORM 3300-SCAN-BASE-ZONED.
           PERFORM 3400-SCAN-BASE-DATES.

           IF WS-LINES-VALID
               PERFORM 3500-SCAN-LINE
                   VARYING FSSCCLMS-NDX FROM 1 BY 1
                   UNTIL FSSCCLMS-NDX > FSSCCLMS-LINES
           END-IF.

           IF WS-CLAIM-EXC-CNT = 0
               PERFORM 4000-WRITE-CLEAN-CLAIM
           ELSE
               PERFORM 4100-WRITE-QUARANTINE
           END-IF.

       3100-SCAN-BASE-SUMMARY.
           IF FSSCCLMS-TOTAL-CHARGE-AMOUNT NOT NUMERIC
               MOVE "FSSC-TOTAL-CHARGE-AMOUNT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-LINES-TOTAL NOT NUMERIC
               MOVE "FSSC-LINES-TOTAL" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-TRAILER-SEQ NOT NUMERIC
               MOVE "FSSC-TRAILER-SEQ" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-TRAILER-SEQ (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-LOB-CD NOT NUMERIC
               MOVE "FSSC-LOB-CD" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-LOB-CD (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-SERV-TYP-CD NOT NUMERIC
               MOVE "FSSC-SERV-TYP-CD" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-SERV-TYP-CD (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

       3200-SCAN-BASE-PACKED.
           IF FSSCCLMS-ACTUAL-MEDA-REIMB NOT NUMERIC
               MOVE "FSSC-ACTUAL-MEDA-REIMB" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-REIMB-PROV-AMT NOT NUMERIC
               MOVE "FSSC-REIMB-PROV-AMT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-ORIG-PROV-REIMB NOT NUMERIC
               MOVE "FSSC-ORIG-PROV-REIMB" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-PATIENT-RESP NOT NUMERIC
               MOVE "FSSC-PATIENT-RESP" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-DRG-REIMB-AMT NOT NUMERIC
               MOVE "FSSC-DRG-REIMB-AMT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-OPER-HSP-AMT NOT NUMERIC
               MOVE "FSSC-OPER-HSP-AMT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-HOSP-PORTION NOT NUMERIC
               MOVE "FSSC-HOSP-PORTION" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-CAP-TOT-PAY NOT NUMERIC
               MOVE "FSSC-CAP-TOT-PAY" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-CAP-DSH-ADJ NOT NUMERIC
               MOVE "FSSC-CAP-DSH-ADJ" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-CAP-IME-ADJ NOT NUMERIC
               MOVE "FSSC-CAP-IME-ADJ" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-CAP-OUTLIER NOT NUMERIC
               MOVE "FSSC-CAP-OUTLIER" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-ESRD-FINAL-REIMB NOT NUMERIC
               MOVE "FSSC-ESRD-FINAL-REIMB" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-HAC-PAY-AMT NOT NUMERIC
               MOVE "FSSC-HAC-PAY-AMT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-READM-AMT NOT NUMERIC
               MOVE "FSSC-READM-AMT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-VAL-PUR-AMT NOT NUMERIC
               MOVE "FSSC-VAL-PUR-AMT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-BENE-SAVINGS NOT NUMERIC
               MOVE "FSSC-BENE-SAVINGS" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-MSP-CASH-DED NOT NUMERIC
               MOVE "FSSC-MSP-CASH-DED" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-VER-PAT-CASH-DED NOT NUMERIC
               MOVE "FSSC-VER-PAT-CASH-DED" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-VER-PAT-COIN NOT NUMERIC
               MOVE "FSSC-VER-PAT-COIN" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-VER-PAT-DED-BLD NOT NUMERIC
               MOVE "FSSC-VER-PAT-DED-BLD" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-INTEREST-AMT NOT NUMERIC
               MOVE "FSSC-INTEREST-AMT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-INTEREST-AMT-BENE NOT NUMERIC
               MOVE "FSSC-INTEREST-AMT-BENE" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-INTEREST-DAYS NOT NUMERIC
               MOVE "FSSC-INTEREST-DAYS" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-INTEREST-RATE NOT NUMERIC
               MOVE "FSSC-INTEREST-RATE" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-EMC-REC90-ACCOM-TOT NOT NUMERIC
               MOVE "FSSC-EMC-REC90-ACCOM-TOT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-EMC-REC90-ACCOM-NCOV NOT NUMERIC
               MOVE "FSSC-EMC-REC90-ACCOM-NCOV" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-EMC-REC90-ANCIL-TOT NOT NUMERIC
               MOVE "FSSC-EMC-REC90-ANCIL-TOT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-EMC-REC90-ANCIL-NCOV NOT NUMERIC
               MOVE "FSSC-EMC-REC90-ANCIL-NCOV" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-COV-DY-CNT NOT NUMERIC
               MOVE "FSSC-COV-DY-CNT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-COINS-DY-CNT NOT NUMERIC
               MOVE "FSSC-COINS-DY-CNT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-UTIL-FULL-DAYS NOT NUMERIC
               MOVE "FSSC-UTIL-FULL-DAYS" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-LTR-DAYS-USED NOT NUMERIC
               MOVE "FSSC-LTR-DAYS-USED" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-PWK-DAYS NOT NUMERIC
               MOVE "FSSC-PWK-DAYS" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-PATIENT-AGE NOT NUMERIC
               MOVE "FSSC-PATIENT-AGE" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-WAGE-INDEX NOT NUMERIC
               MOVE "FSSC-WAGE-INDEX" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-HRR-ADJ NOT NUMERIC
               MOVE "FSSC-HRR-ADJ" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-VBP-ADJ NOT NUMERIC
               MOVE "FSSC-VBP-ADJ" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-ORIG-CALC-MEDA-REIMB NOT NUMERIC
               MOVE "FSSC-ORIG-CALC-MEDA-REIMB" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-PAY-REDUCT-AMT NOT NUMERIC
               MOVE "FSSC-PAY-REDUCT-AMT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 36
               IF FSSCCLMS-VAL-AMT (WS-SUB) NOT NUMERIC
                   MOVE "FSSC-VAL-AMT" TO WS-EXC-FIELD-NAME
                   PERFORM 6100-LOG-BAD-PACKED
               END-IF
           END-PERFORM.

       3300-SCAN-BASE-ZONED.
           IF FSSCCLMS-PATIENT-STATUS NOT NUMERIC
               MOVE "FSSC-PATIENT-STATUS" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-PATIENT-STATUS (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-AUDIT-TRAIL-ENTRIES NOT NUMERIC
               MOVE "FSSC-AUDIT-TRAIL-ENTRIES" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-AUDIT-TRAIL-ENTRIES (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-CWF-NB-OF-TIMES-SENT NOT NUMERIC
               MOVE "FSSC-CWF-NB-OF-TIMES-SENT" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-CWF-NB-OF-TIMES-SENT (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-ADR-COUNT NOT NUMERIC
               MOVE "FSSC-ADR-COUNT" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-ADR-COUNT (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-HMO-PAY-CD NOT NUMERIC
               MOVE "FSSC-HMO-PAY-CD" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-HMO-PAY-CD (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-FAC-ZIP-5 NOT NUMERIC
               MOVE "FSSC-FAC-ZIP-5" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-FAC-ZIP-5 (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-ESRD-HR-CNT NOT NUMERIC
               MOVE "FSSC-ESRD-HR-CNT" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-ESRD-HR-CNT (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-ESRD-SESS-CNT NOT NUMERIC
               MOVE "FSSC-ESRD-SESS-CNT" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-ESRD-SESS-CNT (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-ESRD-WADJ-RATE NOT NUMERIC
               MOVE "FSSC-ESRD-WADJ-RATE" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-ESRD-WADJ-RATE (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-CBSA-SPCL-WAGE-INDEX NOT NUMERIC
               MOVE "FSSC-CBSA-SPCL-WAGE-INDEX" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-CBSA-SPCL-WAGE-INDEX (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-ATTEND-PHYS-NPI-NUM NOT NUMERIC
              AND FSSCCLMS-ATTEND-PHYS-NPI-NUM (1:) NOT = SPACES
               MOVE "FSSC-ATTEND-PHYS-NPI-NUM" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-ATTEND-PHYS-NPI-NUM (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-OPER-PHYS-NPI-NUM NOT NUMERIC
              AND FSSCCLMS-OPER-PHYS-NPI-NUM (1:) NOT = SPACES
               MOVE "FSSC-OPER-PHYS-NPI-NUM" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-OPER-PHYS-NPI-NUM (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-OTH-PHYS-NPI-NUM NOT NUMERIC
              AND FSSCCLMS-OTH-PHYS-NPI-NUM (1:) NOT = SPACES
               MOVE "FSSC-OTH-PHYS-NPI-NUM" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-OTH-PHYS-NPI-NUM (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-OT2-NPI-NUM NOT NUMERIC
              AND FSSCCLMS-OT2-NPI-NUM (1:) NOT = SPACES
               MOVE "FSSC-OT2-NPI-NUM" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-OT2-NPI-NUM (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-REN-PHYS-NPI-NUM NOT NUMERIC
              AND FSSCCLMS-REN-PHYS-NPI-NUM (1:) NOT = SPACES
               MOVE "FSSC-REN-PHYS-NPI-NUM" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-REN-PHYS-NPI-NUM (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
               IF FSSCCLMS-INSURED-DOB (WS-SUB) NOT NUMERIC
                   MOVE "FSSC-INSURED-DOB" TO WS-EXC-FIELD-NAME
                   MOVE FSSCCLMS-INSURED-DOB (WS-SUB) (1:)
                       TO WS-EXC-VALUE
                   PERFORM 6200-LOG-BAD-ZONED
               END-IF
           END-PERFORM.

       3400-SCAN-BASE-DATES.
           MOVE "FSSC-RECD-DT" TO WS-EXC-FIELD-NAME.
           MOVE FSSCCLMS-RECD-DT-CYMD TO WS-DC-DATE-X.
           MOVE 'N' TO WS-DC-ZERO-OK-SW.
           PERFORM 5000-CHECK-DATE.

           MOVE "FSSC-STMT-COV-FROM-DT" TO WS-EXC-FIELD-NAME.
           MOVE FSSCCLMS-STMT-COV-FROM-DT-CYMD TO WS-DC-DATE-X.
           MOVE 'N' TO WS-DC-ZERO-OK-SW.
           PERFORM 5000-CHECK-DATE.

           MOVE "FSSC-STMT-COV-TO-DT" TO WS-EXC-FIELD-NAME.
           MOVE FSSCCLMS-STMT-COV-TO-DT-CYMD TO WS-DC-DATE-X.
           MOVE 'N' TO WS-DC-ZERO-OK-SW.
           PERFORM 5000-CHECK-DATE.

           MOVE "FSSC-PAID-DT" TO WS-EXC-FIELD-NAME.
           MOVE FSSCCLMS-PAID-DT-CYMD TO WS-DC-DATE-X.
           MOVE 'Y' TO WS-DC-ZERO-OK-SW.
           PERFORM 5000-CHECK-DATE.

           MOVE "FSSC-ADM-DATE" TO WS-EXC-FIELD-NAME.
           MOVE FSSCCLMS-ADM-DATE-CYMD TO WS-DC-DATE-X.
           MOVE 'Y' TO WS-DC-ZERO-OK-SW.
           PERFORM 5000-CHECK-DATE.

       3500-SCAN-LINE.
           SET WS-LINE-NO TO FSSCCLMS-NDX.
           MOVE SPACES TO WS-EXC-SEGMENT.
           STRING "LINE " WS-LINE-NO DELIMITED BY SIZE
               INTO WS-EXC-SEGMENT.

           IF FSSCCLMS-REV-UNITS-BILLED (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-REV-UNITS-BILLED" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-REV-TOT-CHRG-AMT (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-REV-TOT-CHRG-AMT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-REV-COV-CHRG-AMT (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-REV-COV-CHRG-AMT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-REV-NCOV-CHRG-AMT (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-REV-NCOV-CHRG-AMT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-ACT-MEDA-REIMB-LINE (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-ACT-MEDA-REIMB-LINE" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-PROV-REIMB-LINE (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-PROV-REIMB-LINE" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-PAT-CASH-DED-LINE (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-PAT-CASH-DED-LINE" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-WAGE-ADJ-COIN-LINE (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-WAGE-ADJ-COIN-LINE" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-REDUCED-COIN-LINE (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-REDUCED-COIN-LINE" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-MSP-CASH-DED-LINE (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-MSP-CASH-DED-LINE" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-APC-CHARGES (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-APC-CHARGES" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-LOW-VOLUME (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-LOW-VOLUME" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-LUPA-RED-AMT (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-LUPA-RED-AMT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-ACO-RED-AMT (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-ACO-RED-AMT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-EHR-RED-AMT (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-EHR-RED-AMT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-PQRS-RED-AMT (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-PQRS-RED-AMT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-PQRS-RED-PCT (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-PQRS-RED-PCT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-EHRA-RED-PCT (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-EHRA-RED-PCT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-REV-SERV-RATE (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-REV-SERV-RATE" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-TOT-FEE-SCHEDULE-AMT (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-TOT-FEE-SCHEDULE-AMT" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           IF FSSCCLMS-NDC-QTY (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-NDC-QTY" TO WS-EXC-FIELD-NAME
               PERFORM 6100-LOG-BAD-PACKED
           END-IF.

           PERFORM VARYING WS-BSVS-NDX FROM 1 BY 1
                   UNTIL WS-BSVS-NDX > 4
               IF FSSCCLMS-BSVS-NCOV-CHRGS (FSSCCLMS-NDX, WS-BSVS-NDX)
                      NOT NUMERIC
                   MOVE "FSSC-BSVS-NCOV-CHRGS" TO WS-EXC-FIELD-NAME
                   PERFORM 6100-LOG-BAD-PACKED
               END-IF
               IF FSSCCLMS-BSVS-NCOV-DYS-VSTS
                      (FSSCCLMS-NDX, WS-BSVS-NDX) NOT NUMERIC
                   MOVE "FSSC-BSVS-NCOV-DYS-VSTS" TO WS-EXC-FIELD-NAME
                   PERFORM 6100-LOG-BAD-PACKED
               END-IF
           END-PERFORM.

           IF FSSCCLMS-REV-CD (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-REV-CD" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-REV-CD (FSSCCLMS-NDX) (1:) TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-ORIG-REV-CD (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-ORIG-REV-CD" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-ORIG-REV-CD (FSSCCLMS-NDX) (1:)
                   TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-APC-PAYMENT-APC (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-APC-PAYMENT-APC" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-APC-PAYMENT-APC (FSSCCLMS-NDX) (1:)
                   TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-ANES-BASE-UNITS (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-ANES-BASE-UNITS" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-ANES-BASE-UNITS (FSSCCLMS-NDX) (1:)
                   TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           IF FSSCCLMS-ANES-CONV-FACTOR (FSSCCLMS-NDX) NOT NUMERIC
               MOVE "FSSC-ANES-CONV-FACTOR" TO WS-EXC-FIELD-NAME
               MOVE FSSCCLMS-ANES-CONV-FACTOR (FSSCCLMS-NDX) (1:)
                   TO WS-EXC-VALUE
               PERFORM 6200-LOG-BAD-ZONED
           END-IF.

           MOVE "FSSC-SERV-DT" TO WS-EXC-FIELD-NAME.
           MOVE FSSCCLMS-SERV-DT-CYMD (FSSCCLMS-NDX) TO WS-DC-DATE-X.
           MOVE 'Y' TO WS-DC-ZERO-OK-SW.
           PERFORM 5000-CHECK-DATE.

       4000-WRITE-CLEAN-CLAIM.
           MOVE FSSCCLMS-CLAIM-RECORD TO FSSCCLNO-CLAIM-RECORD.
           WRITE FSSCCLNO-CLAIM-RECORD.
           ADD 1 TO WS-CLEAN-CNT.
           ADD FSSCCLMS-TOTAL-CHARGE-AMOUNT TO WS-CLEAN-CHARGE-HASH.

      *    A BAD LINE COUNT CANNOT SIZE THE RECORD, SO THAT CLAIM IS
      *    QUARANTINED WITH ITS BASE SEGMENT ONLY.
       4100-WRITE-QUARANTINE.
           IF NOT WS-LINES-VALID
               MOVE 0 TO FSSCCLMS-LINES
           END-IF.
           MOVE FSSCCLMS-CLAIM-RECORD TO FSSCQUAR-CLAIM-RECORD.
           WRITE FSSCQUAR-CLAIM-RECORD.
           ADD 1 TO WS-QUARANTINE-CNT.

           IF WS-CLAIM-EXC-CNT > WS-MAX-LISTED
               COMPUTE WS-UNLISTED-CNT =
                   WS-CLAIM-EXC-CNT - WS-MAX-LISTED
               MOVE FSSCCLMS-DCN      TO WS-UNL-DCN
               MOVE FSSCCLMS-HIC-NO   TO WS-UNL-HIC-NO
               MOVE WS-UNLISTED-CNT   TO WS-UNL-COUNT
               WRITE HYGIENE-RPT-LINE FROM WS-UNLISTED-LINE
           END-IF.

      *    CCYY 1900-2099, MONTH 01-12, DAY WITHIN THE MONTH.  A YEAR
      *    IS LEAP WHEN DIVISIBLE BY 4, EXCEPT CENTURIES NOT
      *    DIVISIBLE BY 400.  ZERO PASSES ONLY WHERE THE CALLER SAYS
      *    THE DATE IS OPTIONAL.
       5000-CHECK-DATE.
           SET WS-DC-VALID TO TRUE.

           EVALUATE TRUE
               WHEN WS-DC-DATE-X NOT NUMERIC
                   SET WS-DC-NOT-NUMERIC TO TRUE
               WHEN WS-DC-DATE-N = 0 AND WS-DC-ZERO-OK
                   CONTINUE
               WHEN WS-DC-CCYY < 1900 OR WS-DC-CCYY > 2099
                   SET WS-DC-NOT-CALENDAR TO TRUE
               WHEN WS-DC-MM < 1 OR WS-DC-MM > 12
                   SET WS-DC-NOT-CALENDAR TO TRUE
               WHEN OTHER
                   MOVE WS-MONTH-DAYS (WS-DC-MM) TO WS-DC-LAST-DAY
                   IF WS-DC-MM = 2
                       DIVIDE WS-DC-CCYY BY 4 GIVING WS-DC-QUOTIENT
                           REMAINDER WS-DC-REM-4
                       DIVIDE WS-DC-CCYY BY 100 GIVING WS-DC-QUOTIENT
                           REMAINDER WS-DC-REM-100
                       DIVIDE WS-DC-CCYY BY 400 GIVING WS-DC-QUOTIENT
                           REMAINDER WS-DC-REM-400
                       IF WS-DC-REM-4 = 0
                          AND (WS-DC-REM-100 NOT = 0
                               OR WS-DC-REM-400 = 0)
                           MOVE 29 TO WS-DC-LAST-DAY
                       END-IF
                   END-IF
                   IF WS-DC-DD < 1 OR WS-DC-DD > WS-DC-LAST-DAY
                       SET WS-DC-NOT-CALENDAR TO TRUE
                   END-IF
           END-EVALUATE.

           IF NOT WS-DC-VALID
               IF WS-DC-NOT-NUMERIC
                   MOVE "DATE NOT NUMERIC" TO WS-EXC-CONDITION
               ELSE
                   MOVE "NOT A CALENDAR DATE" TO WS-EXC-CONDITION
               END-IF
               MOVE WS-DC-DATE-X TO WS-EXC-VALUE
               ADD 1 TO WS-BAD-DATE-CNT
               PERFORM 6000-LOG-EXCEPTION
           END-IF.

      *    EVERY EXCEPTION IS COUNTED; ONLY THE FIRST WS-MAX-LISTED
      *    ON A CLAIM ARE PRINTED.
       6000-LOG-EXCEPTION.
           ADD 1 TO WS-CLAIM-EXC-CNT.
           ADD 1 TO WS-EXCEPTION-CNT.

           IF WS-CLAIM-EXC-CNT NOT > WS-MAX-LISTED
               MOVE FSSCCLMS-DCN      TO WS-EXL-DCN
               MOVE FSSCCLMS-HIC-NO   TO WS-EXL-HIC-NO
               MOVE WS-EXC-SEGMENT    TO WS-EXL-SEGMENT
               MOVE WS-EXC-FIELD-NAME TO WS-EXL-FIELD-NAME
               MOVE WS-EXC-CONDITION  TO WS-EXL-CONDITION
               MOVE WS-EXC-VALUE      TO WS-EXL-VALUE
               WRITE HYGIENE-RPT-LINE FROM WS-EXCEPTION-LINE
           END-IF.

      *    A PACKED FIELD'S BYTES ARE NOT PRINTABLE, SO NO VALUE IS
      *    SHOWN - THE CLAIM IS ON THE QUARANTINE FILE FOR BROWSING.
       6100-LOG-BAD-PACKED.
           MOVE "INVALID PACKED DECIMAL" TO WS-EXC-CONDITION.
           MOVE SPACES TO WS-EXC-VALUE.
           ADD 1 TO WS-BAD-PACKED-CNT.
           PERFORM 6000-LOG-EXCEPTION.

       6200-LOG-BAD-ZONED.
           MOVE "INVALID ZONED DECIMAL" TO WS-EXC-CONDITION.
           ADD 1 TO WS-BAD-ZONED-CNT.
           PERFORM 6000-LOG-EXCEPTION.

      *    BUILT IN THE INPUT RECORD AREA, WHICH IS FREE AT EOF.  THE
      *    COUNT TRUNCATES TO 7 DIGITS EXACTLY AS FSR020'S DOES, AND
      *    FSSC-LINES IS RE-ZEROED AFTER THE OVERLAY (SEE FSR020).
       7000-WRITE-CLEAN-TRAILER.
           MOVE SPACES          TO CTLX-CONTROL-RECORD.
           MOVE '***CONTROL**'  TO CTLX-CTL-ID.
           MOVE 'TRAILER'       TO CTLX-CTL-TYPE.
           MOVE WS-CTL-GENERATION-DT
                                TO CTLX-CTL-RUN-DT-CYMD.
           MOVE WS-CLEAN-CNT    TO CTLX-CTL-RECORD-COUNT.
           MOVE 'ZZ'            TO CTLX-CTL-SENTINEL.
           MOVE WS-CLEAN-CHARGE-HASH
                                TO CTLX-CTL-CHARGE-HASH.

           MOVE CTLX-CONTROL-RECORD TO FSSCCLMS-CLAIM-BASE-PART1.
           MOVE SPACES              TO FSSCCLMS-CLAIM-BASE-PART2.
           MOVE 0                   TO FSSCCLMS-LINES.
           MOVE FSSCCLMS-CLAIM-RECORD TO FSSCCLNO-CLAIM-RECORD.
           WRITE FSSCCLNO-CLAIM-RECORD.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           WRITE HYGIENE-RPT-LINE FROM WS-SUMMARY-LINE.

           IF WS-EXCEPTION-CNT = 0
               MOVE "NO EXCEPTIONS - EVERY CLAIM PASSED CLEAN"
                   TO WS-SUMMARY-LINE
               WRITE HYGIENE-RPT-LINE FROM WS-SUMMARY-LINE
           END-IF.

           MOVE "EXTRACT CLAIMS READ"        TO WS-TTL-LABEL.
           MOVE WS-CTL-DATA-CNT              TO WS-TTL-COUNT.
           WRITE HYGIENE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "CLAIMS PASSED CLEAN"        TO WS-TTL-LABEL.
           MOVE WS-CLEAN-CNT                 TO WS-TTL-COUNT.
           WRITE HYGIENE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "CLAIMS QUARANTINED"         TO WS-TTL-LABEL.
           MOVE WS-QUARANTINE-CNT            TO WS-TTL-COUNT.
           WRITE HYGIENE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "FIELD EXCEPTIONS FOUND"     TO WS-TTL-LABEL.
           MOVE WS-EXCEPTION-CNT             TO WS-TTL-COUNT.
           WRITE HYGIENE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "  INVALID PACKED DECIMAL"   TO WS-TTL-LABEL.
           MOVE WS-BAD-PACKED-CNT            TO WS-TTL-COUNT.
           WRITE HYGIENE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "  INVALID ZONED DECIMAL"    TO WS-TTL-LABEL.
           MOVE WS-BAD-ZONED-CNT             TO WS-TTL-COUNT.
           WRITE HYGIENE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "  INVALID DATE"             TO WS-TTL-LABEL.
           MOVE WS-BAD-DATE-CNT              TO WS-TTL-COUNT.
           WRITE HYGIENE-RPT-LINE FROM WS-TOTAL-LINE.

           IF WS-HASH-UNVERIFIED
               MOVE "INPUT CHARGE HASH NOT VERIFIABLE - CLAIMS WITH IN
      -            "VALID TOTAL CHARGE LEFT OUT OF THE HASH"
                   TO WS-SUMMARY-LINE
               WRITE HYGIENE-RPT-LINE FROM WS-SUMMARY-LINE
           END-IF.

       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR125"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-8         TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           MOVE WS-CLEAN-CNT          TO RUNC-RECORDS-WRITTEN.
           MOVE 'C'                   TO RUNC-COMPLETION-STATUS.
           WRITE RUNC-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
