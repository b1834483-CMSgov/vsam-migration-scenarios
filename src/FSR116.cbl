      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR116                                             *
      ***                                                             *
      *** DESCRIPTION: TEST-DATA DE-IDENTIFICATION OF THE CLAIM       *
      ***   EXTRACT.  COPIES CLAIM-EXTRACT-FILE (FSRCCLMS SHAPE) TO   *
      ***   DEIDENT-EXTRACT-FILE RECORD FOR RECORD, AS FSR025 DOES,   *
      ***   MASKING THE PROTECTED HEALTH INFORMATION ON EVERY DATA    *
      ***   RECORD SO TEST AND TRAINING REGIONS CAN BE LOADED WITH    *
      ***   REALISTIC CLAIMS:                                         *
      ***     BENEFICIARY IDS - FSSC-HIC-NO, FSSC-MBI, FSSC-MBI-SUBM- *
      ***       MED-ID, FSSC-XREF-HIC-NBR, FSSC-NEW-HIC, FSSC-REPOS-  *
      ***       HIC, FSSC-ADJ-MBI AND THE SSN/HIC ON THE INSURED      *
      ***       TABLE - ALL REPLACED BY ONE PSEUDONYM PER VALUE, SO A *
      ***       BENEFICIARY KEEPS THE SAME ID WHEREVER IT APPEARS;    *
      ***     NAMES - FSSC-BENE-NAME / MIDDLE INITIAL, THE NAME AS    *
      ***       SUBMITTED (FSSC-BENE-NAME-SUBMITTED), FSSC-INSURED-   *
      ***       NAME AND THE EMC AND UB-04 (FSSC-EMPLOYMENT-DATA)     *
      ***       EMPLOYER NAMES - PSEUDONYMS;                          *
      ***     FSSC-PAT-MED-REC-NO - PSEUDONYM;                        *
      ***     DATES OF BIRTH - FSSC-BENE-DOB AND FSSC-INSURED-DOB ARE *
      ***       MOVED BACK 1 TO 365 DAYS, THE SAME NUMBER OF DAYS FOR *
      ***       EVERY CLAIM OF ONE BENEFICIARY (THE SHIFT IS DRAWN    *
      ***       FROM THE BENEFICIARY'S PSEUDONYM).  A DATE THAT IS    *
      ***       NOT A VALID CCYYMMDD IS ZEROED;                       *
      ***     EMC EMPLOYER (RECORD 21), UB-04 EMPLOYER AND INSURED    *
      ***       (RECORD 31) ADDRESSES - STREET AND CITY REPLACED BY   *
      ***       'MASKED', ZIP CUT TO ITS FIRST THREE DIGITS.          *
      ***   A PSEUDONYM IS A KEYED HASH OF THE REAL VALUE, SO THE     *
      ***   SAME VALUE ALWAYS MAPS TO THE SAME PSEUDONYM, RUN AFTER   *
      ***   RUN - LINEAGE DCNS (WHICH ARE NOT CHANGED), THE FSR086    *
      ***   DUPLICATE CHECK AND EVERY BENEFICIARY SORT STILL LINK UP  *
      ***   ON THE MASKED FILE.  THE HASH IS NOT CRYPTOGRAPHIC:       *
      ***   ANYONE WHO HOLDS ONE REAL VALUE AND ITS PSEUDONYM CAN     *
      ***   WORK BACK TO THE KEY, AND WITH THE KEY CAN RECOVER OTHER  *
      ***   REAL IDS BY TRIAL.  THE MASKED FILE IS THEREFORE NOT      *
      ***   ANONYMOUS DATA - IT GOES ONLY TO REGIONS CLEARED TO HOLD  *
      ***   RESTRICTED TEST DATA, AND NO REAL VALUE MAY BE CARRIED    *
      ***   INTO THOSE REGIONS ALONGSIDE IT.  THE KEY IS PARAMETER    *
      ***   DEID-KEY ON THE SHARED PARAMETER FILE (FSR085 LOOKUP,     *
      ***   FSR084 MAINTENANCE); WITHOUT IT THE JOB WRITES NOTHING    *
      ***   AND ENDS WITH RETURN CODE 16.  BLANK FIELDS STAY BLANK.   *
      ***                                                             *
      ***   THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS      *
      ***   (SEE FSR020), VERIFIED THROUGH FSR081 - THE JOB ABENDS    *
      ***   WITH RETURN CODE 16 ON A MISMATCH.  NO CHARGE IS CHANGED, *
      ***   SO THE HEADER AND TRAILER ARE COPIED THROUGH VERBATIM AND *
      ***   STILL BALANCE THE MASKED FILE FOR ITS OWN CONSUMERS.      *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE     - FSRCCLMS SHAPE, DCN SEQ    *
      *** OUTPUT: DEIDENT-EXTRACT-FILE   - MASKED COPY OF THE EXTRACT *
      ***         RUN-CONTROL-FILE       - FSRCRUNC, APPENDED         *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR116.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT DEIDENT-EXTRACT-FILE ASSIGN TO "CLAIMDID"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  DEIDENT-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMO==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SW                       PIC X(1) VALUE 'N'.
               88  WS-EOF                             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECS-COPIED                  PIC 9(9) VALUE 0.
           05  WS-RECS-MASKED                  PIC 9(9) VALUE 0.
           05  WS-DATES-ZEROED                 PIC 9(9) VALUE 0.

       01  WS-CONSTANTS.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR116".

       01  WS-RUN-DATE-8                       PIC 9(8).

       01  WS-CONTROL-CHECK.
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

      *    THE HASH KEY HAS NO COMPILED FALLBACK - IT COMES ONLY FROM
      *    THE SHARED PARAMETER FILE (FSR085 LOOKUP, PARAMETER
      *    DEID-KEY) - SEE FSR084 FOR MAINTENANCE.
       01  WS-PARM-LOOKUP.
           05  WS-PARM-PROGRAM                PIC X(8) VALUE "FSR116".
           05  WS-PARM-NAME                   PIC X(20).
           05  WS-PARM-VALUE                  PIC X(20).
           05  WS-PARM-RC                     PIC X(1).
               88  WS-PARM-FOUND                     VALUE '0'.

      *    THE PSEUDONYM WORK AREA.  THE VALUE IS HASHED TOGETHER WITH
      *    A ONE-BYTE CLASS ('H' BENEFICIARY ID, 'N' NAME, 'M' MEDICAL
      *    RECORD, 'E' EMPLOYER) SO THE SAME STRING IN TWO CLASSES
      *    DOES NOT YIELD THE SAME PSEUDONYM; TRAILING SPACES ARE NOT
      *    HASHED, SO ONE ID CARRIED IN FIELDS OF DIFFERENT WIDTHS
      *    STILL MAPS ALIKE.  TWO RUNNING REMAINDERS, SEEDED FROM THE
      *    KEY, ARE FOLDED INTO AN 18-DIGIT RESULT AND THE LOW 10
      *    BASE-36 DIGITS OF THAT BECOME THE PSEUDONYM.
       01  WS-PSEUDONYM-WORK.
           05  WS-PSD-INPUT.
               10  WS-PSD-CLASS               PIC X(1).
               10  WS-PSD-VALUE               PIC X(32).
           05  WS-PSD-LEN                 COMP PIC S9(4).
           05  WS-PSD-SUB                 COMP PIC S9(4).
           05  WS-PSD-H1                  COMP-3 PIC S9(15).
           05  WS-PSD-H2                  COMP-3 PIC S9(15).
           05  WS-PSD-SEED-1              COMP-3 PIC S9(15) VALUE 0.
           05  WS-PSD-SEED-2              COMP-3 PIC S9(15) VALUE 0.
           05  WS-PSD-NUMBER              COMP-3 PIC S9(18).
           05  WS-PSD-DIGIT               COMP PIC S9(4).
           05  WS-PSD-TOKEN                   PIC X(10).
           05  WS-PSD-OUT                     PIC X(32).

       01  WS-BASE-36-DIGITS                  PIC X(36) VALUE
           "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    THE CLAIM'S DATE-OF-BIRTH SHIFT, IN DAYS, AND THE DATE
      *    BEING SHIFTED.
       01  WS-DATE-WORK.
           05  WS-DOB-SHIFT-DAYS          COMP PIC S9(4).
           05  WS-DATE-INT                COMP PIC S9(9).
           05  WS-DATE-X                      PIC X(8).
           05  WS-DATE-9 REDEFINES WS-DATE-X  PIC 9(8).
           05  WS-DATE-PARTS REDEFINES WS-DATE-X.
               10  WS-DATE-CCYY               PIC 9(4).
               10  WS-DATE-MM                 PIC 9(2).
               10  WS-DATE-DD                 PIC 9(2).

       01  WS-SUB                         COMP PIC S9(4).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.

           MOVE "DEID-KEY" TO WS-PARM-NAME.
           CALL "FSR085" USING WS-PARM-PROGRAM WS-PARM-NAME
                               WS-RUN-DATE-8 WS-PARM-VALUE
                               WS-PARM-RC.
           IF NOT WS-PARM-FOUND
              OR WS-PARM-VALUE = SPACES
               DISPLAY "FSR116 - PARAMETER DEID-KEY NOT ON THE "
                   "PARAMETER FILE - NOTHING WRITTEN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-SEED-FROM-KEY.

           OPEN INPUT CLAIM-EXTRACT-FILE.
           OPEN OUTPUT DEIDENT-EXTRACT-FILE.

           READ CLAIM-EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               PERFORM 3000-COPY-RECORD
               READ CLAIM-EXTRACT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
               DISPLAY "FSR116 - EXTRACT CONTROL FAILURE: HEADER OR "
                   "TRAILER CONTROL RECORD MISSING"
               CLOSE CLAIM-EXTRACT-FILE DEIDENT-EXTRACT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 9500-WRITE-RUN-CONTROL.

           CLOSE CLAIM-EXTRACT-FILE DEIDENT-EXTRACT-FILE.

           DISPLAY "FSR116 - RECORDS COPIED: " WS-RECS-COPIED
               "  CLAIM RECORDS MASKED: " WS-RECS-MASKED
               "  INVALID DATES ZEROED: " WS-DATES-ZEROED.
           GOBACK.

      *    THE KEY ITSELF IS HASHED FROM ZERO SEEDS; ITS TWO RESULTS
      *    SEED EVERY LATER HASH.
       1000-SEED-FROM-KEY.
           MOVE 'K'                   TO WS-PSD-CLASS.
           MOVE WS-PARM-VALUE         TO WS-PSD-VALUE.
           PERFORM 5000-HASH-VALUE.
           MOVE WS-PSD-H1             TO WS-PSD-SEED-1.
           MOVE WS-PSD-H2             TO WS-PSD-SEED-2.

       3000-COPY-RECORD.
           PERFORM 3500-CHECK-CONTROL-RECORD.

           IF WS-CTL-CLASS-D-DATA
               PERFORM 4000-DEIDENTIFY-RECORD
               ADD 1 TO WS-RECS-MASKED
           END-IF.

           MOVE FSSCCLMS-CLAIM-RECORD TO FSSCCLMO-CLAIM-RECORD.
           WRITE FSSCCLMO-CLAIM-RECORD.
           ADD 1 TO WS-RECS-COPIED.

       3500-CHECK-CONTROL-RECORD.
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
                       CLOSE CLAIM-EXTRACT-FILE
                             DEIDENT-EXTRACT-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CTL-DATA-CNT
                   ADD FSSCCLMS-TOTAL-CHARGE-AMOUNT
                       TO WS-CTL-CHARGE-HASH
           END-EVALUATE.

      *    THE DATE-OF-BIRTH SHIFT IS TAKEN FROM THE REAL HIC-NO'S
      *    HASH BEFORE THE HIC-NO ITSELF IS REPLACED.
       4000-DEIDENTIFY-RECORD.
           MOVE 'H'                   TO WS-PSD-CLASS.
           MOVE FSSCCLMS-HIC-NO       TO WS-PSD-VALUE.
           PERFORM 5000-HASH-VALUE.
           COMPUTE WS-DOB-SHIFT-DAYS =
               FUNCTION MOD (WS-PSD-H1 365) + 1.

           MOVE FSSCCLMS-HIC-NO       TO WS-PSD-VALUE.
           PERFORM 5100-MASK-BENE-ID.
           MOVE WS-PSD-OUT            TO FSSCCLMS-HIC-NO.
           MOVE FSSCCLMS-MBI          TO WS-PSD-VALUE.
           PERFORM 5100-MASK-BENE-ID.
           MOVE WS-PSD-OUT            TO FSSCCLMS-MBI.
           MOVE FSSCCLMS-MBI-SUBM-MED-ID TO WS-PSD-VALUE.
           PERFORM 5100-MASK-BENE-ID.
           MOVE WS-PSD-OUT            TO FSSCCLMS-MBI-SUBM-MED-ID.
           MOVE FSSCCLMS-XREF-HIC-NBR TO WS-PSD-VALUE.
           PERFORM 5100-MASK-BENE-ID.
           MOVE WS-PSD-OUT            TO FSSCCLMS-XREF-HIC-NBR.
           MOVE FSSCCLMS-NEW-HIC      TO WS-PSD-VALUE.
           PERFORM 5100-MASK-BENE-ID.
           MOVE WS-PSD-OUT            TO FSSCCLMS-NEW-HIC.
           MOVE FSSCCLMS-REPOS-HIC    TO WS-PSD-VALUE.
           PERFORM 5100-MASK-BENE-ID.
           MOVE WS-PSD-OUT            TO FSSCCLMS-REPOS-HIC.
           MOVE FSSCCLMS-ADJ-MBI      TO WS-PSD-VALUE.
           PERFORM 5100-MASK-BENE-ID.
           MOVE WS-PSD-OUT            TO FSSCCLMS-ADJ-MBI.

           PERFORM 4100-MASK-INSURED
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3.
           PERFORM 4150-MASK-NAME-SUBMITTED.

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
               IF FSSCCLMS-INSURED-DOB (WS-SUB) NOT = 0
                   MOVE FSSCCLMS-INSURED-DOB (WS-SUB) TO WS-DATE-X
                   PERFORM 5300-SHIFT-DATE
                   MOVE WS-DATE-9 TO FSSCCLMS-INSURED-DOB (WS-SUB)
               END-IF
           END-PERFORM.

           IF FSSCCLMS-PAT-MED-REC-NO NOT = SPACES
               MOVE 'M'                     TO WS-PSD-CLASS
               MOVE FSSCCLMS-PAT-MED-REC-NO TO WS-PSD-VALUE
               PERFORM 5000-HASH-VALUE
               MOVE SPACES                  TO FSSCCLMS-PAT-MED-REC-NO
               STRING "MR" WS-PSD-TOKEN DELIMITED BY SIZE
                   INTO FSSCCLMS-PAT-MED-REC-NO
               END-STRING
           END-IF.

           PERFORM 4200-MASK-EMPLOYER
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4.
           PERFORM 4250-MASK-UB04-EMPLOYER
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3.
           PERFORM 4300-MASK-INSURED-ADDRESS
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3.

      *    THE MEDICARE ('Z') PAYER'S ENTRY ON THE INSURED TABLE IS
      *    THE BENEFICIARY (FSSC-BENE-Z-DATA VIEW); THE OTHERS ARE
      *    THE INSUREDS ON THE OTHER PAYERS.
       4100-MASK-INSURED.
           IF FSSCCLMS-PAYERS-Z-MEDICARE (WS-SUB)
               IF FSSCCLMS-BENE-LAST-NAME (WS-SUB) NOT = SPACES
                   MOVE 'N' TO WS-PSD-CLASS
                   MOVE FSSCCLMS-BENE-LAST-NAME (WS-SUB)
                       TO WS-PSD-VALUE
                   PERFORM 5000-HASH-VALUE
                   MOVE SPACES TO FSSCCLMS-BENE-LAST-NAME (WS-SUB)
                   STRING "LN" WS-PSD-TOKEN DELIMITED BY SIZE
                       INTO FSSCCLMS-BENE-LAST-NAME (WS-SUB)
                   END-STRING
               END-IF
               IF FSSCCLMS-BENE-FIRST-NAME (WS-SUB) NOT = SPACES
                   MOVE 'N' TO WS-PSD-CLASS
                   MOVE FSSCCLMS-BENE-FIRST-NAME (WS-SUB)
                       TO WS-PSD-VALUE
                   PERFORM 5000-HASH-VALUE
                   MOVE SPACES TO FSSCCLMS-BENE-FIRST-NAME (WS-SUB)
                   STRING "FN" WS-PSD-TOKEN DELIMITED BY SIZE
                       INTO FSSCCLMS-BENE-FIRST-NAME (WS-SUB)
                   END-STRING
               END-IF
               IF FSSCCLMS-BENE-MID-INIT (WS-SUB) NOT = SPACES
                   MOVE 'X' TO FSSCCLMS-BENE-MID-INIT (WS-SUB)
               END-IF
               MOVE FSSCCLMS-BENE-SSN-HIC (WS-SUB) TO WS-PSD-VALUE
               PERFORM 5100-MASK-BENE-ID
               MOVE WS-PSD-OUT TO FSSCCLMS-BENE-SSN-HIC (WS-SUB)
               IF FSSCCLMS-BENE-DOB (WS-SUB) NOT = SPACES
                   MOVE FSSCCLMS-BENE-DOB (WS-SUB) TO WS-DATE-X
                   PERFORM 5300-SHIFT-DATE
                   MOVE WS-DATE-X TO FSSCCLMS-BENE-DOB (WS-SUB)
               END-IF
           ELSE
               IF FSSCCLMS-INSURED-NAME (WS-SUB) NOT = SPACES
                   MOVE 'N' TO WS-PSD-CLASS
                   MOVE FSSCCLMS-INSURED-NAME (WS-SUB)
                       TO WS-PSD-VALUE
                   PERFORM 5000-HASH-VALUE
                   MOVE SPACES TO FSSCCLMS-INSURED-NAME (WS-SUB)
                   STRING "NM" WS-PSD-TOKEN DELIMITED BY SIZE
                       INTO FSSCCLMS-INSURED-NAME (WS-SUB)
                   END-STRING
               END-IF
               MOVE FSSCCLMS-INSURED-SSN-HIC (WS-SUB) TO WS-PSD-VALUE
               PERFORM 5100-MASK-BENE-ID
               MOVE WS-PSD-OUT TO FSSCCLMS-INSURED-SSN-HIC (WS-SUB)
           END-IF.

      *    THE BENEFICIARY NAME AS THE PROVIDER SUBMITTED IT - THE
      *    SAME 'N' PSEUDONYMS AS 4100, SO A NAME THAT MATCHES THE
      *    BENEFICIARY NAME MASKS THE SAME IN BOTH PLACES.
       4150-MASK-NAME-SUBMITTED.
           IF FSSCCLMS-LAST-NAME-ORG NOT = SPACES
               MOVE 'N' TO WS-PSD-CLASS
               MOVE FSSCCLMS-LAST-NAME-ORG TO WS-PSD-VALUE
               PERFORM 5000-HASH-VALUE
               MOVE SPACES TO FSSCCLMS-LAST-NAME-ORG
               STRING "LN" WS-PSD-TOKEN DELIMITED BY SIZE
                   INTO FSSCCLMS-LAST-NAME-ORG
               END-STRING
           END-IF.
           IF FSSCCLMS-FIRST-NAME-ORG NOT = SPACES
               MOVE 'N' TO WS-PSD-CLASS
               MOVE FSSCCLMS-FIRST-NAME-ORG TO WS-PSD-VALUE
               PERFORM 5000-HASH-VALUE
               MOVE SPACES TO FSSCCLMS-FIRST-NAME-ORG
               STRING "FN" WS-PSD-TOKEN DELIMITED BY SIZE
                   INTO FSSCCLMS-FIRST-NAME-ORG
               END-STRING
           END-IF.
           IF FSSCCLMS-MID-INIT-ORG NOT = SPACES
               MOVE 'X' TO FSSCCLMS-MID-INIT-ORG
           END-IF.

       4200-MASK-EMPLOYER.
           IF FSSCCLMS-EMC-R21-EMPLYR-NAME (WS-SUB) NOT = SPACES
               MOVE 'E' TO WS-PSD-CLASS
               MOVE FSSCCLMS-EMC-R21-EMPLYR-NAME (WS-SUB)
                   TO WS-PSD-VALUE
               PERFORM 5000-HASH-VALUE
               MOVE SPACES TO FSSCCLMS-EMC-R21-EMPLYR-NAME (WS-SUB)
               STRING "EMPLOYER " WS-PSD-TOKEN DELIMITED BY SIZE
                   INTO FSSCCLMS-EMC-R21-EMPLYR-NAME (WS-SUB)
               END-STRING
           END-IF.
           IF FSSCCLMS-EMC-R21-EMPLYR-ADDR (WS-SUB) NOT = SPACES
               MOVE "MASKED" TO FSSCCLMS-EMC-R21-EMPLYR-ADDR (WS-SUB)
           END-IF.
           IF FSSCCLMS-EMC-R21-EMPLYR-CITY (WS-SUB) NOT = SPACES
               MOVE "MASKED" TO FSSCCLMS-EMC-R21-EMPLYR-CITY (WS-SUB)
           END-IF.
           IF FSSCCLMS-EMC-R21-EMPLYR-ZIP (WS-SUB) NOT = SPACES
               MOVE "00"
                   TO FSSCCLMS-EMC-R21-EMPLYR-ZIP (WS-SUB) (4:2)
               IF FSSCCLMS-EMC-R21-EMPLYR-ZIP (WS-SUB) (6:4)
                       NOT = SPACES
                   MOVE "0000"
                       TO FSSCCLMS-EMC-R21-EMPLYR-ZIP (WS-SUB) (6:4)
               END-IF
           END-IF.

      *    THE UB-04 EMPLOYMENT TABLE - EMPLOYER NAME AS 4200 (THE
      *    SAME 'E' PSEUDONYM FOR THE SAME EMPLOYER), STREET AND CITY
      *    'MASKED', ZIP CUT TO ITS FIRST THREE DIGITS.
       4250-MASK-UB04-EMPLOYER.
           IF FSSCCLMS-EMP-NAME (WS-SUB) NOT = SPACES
               MOVE 'E' TO WS-PSD-CLASS
               MOVE FSSCCLMS-EMP-NAME (WS-SUB) TO WS-PSD-VALUE
               PERFORM 5000-HASH-VALUE
               MOVE SPACES TO FSSCCLMS-EMP-NAME (WS-SUB)
               STRING "EMPLOYER " WS-PSD-TOKEN DELIMITED BY SIZE
                   INTO FSSCCLMS-EMP-NAME (WS-SUB)
               END-STRING
           END-IF.
           IF FSSCCLMS-EMP-STREET (WS-SUB) NOT = SPACES
               MOVE "MASKED" TO FSSCCLMS-EMP-STREET (WS-SUB)
           END-IF.
           IF FSSCCLMS-EMP-CITY (WS-SUB) NOT = SPACES
               MOVE "MASKED" TO FSSCCLMS-EMP-CITY (WS-SUB)
           END-IF.
           IF FSSCCLMS-EMP-ZIP (WS-SUB) NOT = SPACES
               MOVE "00" TO FSSCCLMS-EMP-ZIP (WS-SUB) (4:2)
               IF FSSCCLMS-EMP-ZIP (WS-SUB) (6:4) NOT = SPACES
                   MOVE "0000" TO FSSCCLMS-EMP-ZIP (WS-SUB) (6:4)
               END-IF
           END-IF.

       4300-MASK-INSURED-ADDRESS.
           IF FSSCCLMS-EMC-R31-INSURED-ADDR1 (WS-SUB) NOT = SPACES
               MOVE "MASKED"
                   TO FSSCCLMS-EMC-R31-INSURED-ADDR1 (WS-SUB)
           END-IF.
           IF FSSCCLMS-EMC-R31-INSURED-ADDR2 (WS-SUB) NOT = SPACES
               MOVE "MASKED"
                   TO FSSCCLMS-EMC-R31-INSURED-ADDR2 (WS-SUB)
           END-IF.
           IF FSSCCLMS-EMC-R31-INSURED-CITY (WS-SUB) NOT = SPACES
               MOVE "MASKED"
                   TO FSSCCLMS-EMC-R31-INSURED-CITY (WS-SUB)
           END-IF.
           IF FSSCCLMS-EMC-R31-INSURED-ZIP (WS-SUB) NOT = SPACES
               MOVE "00"
                   TO FSSCCLMS-EMC-R31-INSURED-ZIP (WS-SUB) (4:2)
               IF FSSCCLMS-EMC-R31-INSURED-ZIP (WS-SUB) (6:4)
                       NOT = SPACES
                   MOVE "0000"
                       TO FSSCCLMS-EMC-R31-INSURED-ZIP (WS-SUB) (6:4)
               END-IF
           END-IF.

       5000-HASH-VALUE.
           MOVE 33 TO WS-PSD-LEN.
           PERFORM UNTIL WS-PSD-LEN < 2
                      OR WS-PSD-INPUT (WS-PSD-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-PSD-LEN
           END-PERFORM.

           MOVE WS-PSD-SEED-1 TO WS-PSD-H1.
           MOVE WS-PSD-SEED-2 TO WS-PSD-H2.
           PERFORM VARYING WS-PSD-SUB FROM 1 BY 1
                   UNTIL WS-PSD-SUB > WS-PSD-LEN
               COMPUTE WS-PSD-H1 = FUNCTION MOD
                   (WS-PSD-H1 * 131
                    + FUNCTION ORD (WS-PSD-INPUT (WS-PSD-SUB:1))
                    999999937)
               COMPUTE WS-PSD-H2 = FUNCTION MOD
                   (WS-PSD-H2 * 257
                    + FUNCTION ORD (WS-PSD-INPUT (WS-PSD-SUB:1))
                    999999929)
           END-PERFORM.

           COMPUTE WS-PSD-NUMBER = WS-PSD-H1 * 1000000000 + WS-PSD-H2.
           PERFORM VARYING WS-PSD-SUB FROM 10 BY -1
                   UNTIL WS-PSD-SUB < 1
               COMPUTE WS-PSD-DIGIT =
                   FUNCTION MOD (WS-PSD-NUMBER 36) + 1
               MOVE WS-BASE-36-DIGITS (WS-PSD-DIGIT:1)
                   TO WS-PSD-TOKEN (WS-PSD-SUB:1)
               DIVIDE 36 INTO WS-PSD-NUMBER
           END-PERFORM.

      *    A BENEFICIARY ID BECOMES 'Z' AND TEN BASE-36 DIGITS - AN
      *    11-BYTE VALUE NO REAL HIC OR MBI TAKES, SO MASKED DATA CAN
      *    NEVER BE MISTAKEN FOR A LIVE BENEFICIARY.
       5100-MASK-BENE-ID.
           IF WS-PSD-VALUE = SPACES
               MOVE SPACES TO WS-PSD-OUT
           ELSE
               MOVE 'H' TO WS-PSD-CLASS
               PERFORM 5000-HASH-VALUE
               MOVE SPACES TO WS-PSD-OUT
               STRING "Z" WS-PSD-TOKEN DELIMITED BY SIZE
                   INTO WS-PSD-OUT
               END-STRING
           END-IF.

       5300-SHIFT-DATE.
           IF WS-DATE-X IS NUMERIC
              AND WS-DATE-CCYY > 1600
              AND WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
              AND WS-DATE-DD >= 1 AND WS-DATE-DD <= 31
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-9)
                   - WS-DOB-SHIFT-DAYS
               COMPUTE WS-DATE-9 =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           ELSE
               MOVE ZEROS TO WS-DATE-X
               ADD 1 TO WS-DATES-ZEROED
           END-IF.

       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR116"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-8         TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           MOVE WS-RECS-MASKED        TO RUNC-RECORDS-WRITTEN.
           MOVE 'C'                   TO RUNC-COMPLETION-STATUS.
           WRITE RUNC-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
