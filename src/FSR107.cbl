      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR107                                             *
      ***                                                             *
      *** DESCRIPTION: PROVIDER STATISTICAL AND REIMBURSEMENT (PS&R)  *
      ***   SUMMARY BY COST-REPORTING PERIOD.  RUN AGAINST THE FULL   *
      ***   CLAIM-FILE EXTRACT, IT GIVES COST-REPORT SETTLEMENT ONE   *
      ***   SET OF PER-PROVIDER TOTALS FOR A FISCAL PERIOD IN PLACE   *
      ***   OF THE AD-HOC REPORTS AUDIT AND REIMBURSEMENT REBUILD     *
      ***   EVERY SETTLEMENT SEASON.  THE PERIOD IS SET BY THE        *
      ***   PROVIDER'S FISCAL-YEAR-END ON THE PROVIDER MASTER         *
      ***   (FSRCPROV); A CLAIM FALLS IN THE PERIOD ITS STATEMENT     *
      ***   THROUGH DATE FALLS IN.  A PROVIDER WITH NO VALID FISCAL-  *
      ***   YEAR-END IS BUCKETED ON 12/31 AND FLAGGED.                *
      ***   ONLY PAID CLAIMS ARE COUNTED, AND ONLY THE LATEST PAID    *
      ***   VERSION OF EACH CLAIM (ORIGINAL, ADJUSTMENTS AND CANCELS  *
      ***   TIED TOGETHER BY ROOT DCN, AS IN FSR097/FSR105) - A       *
      ***   LINEAGE WHOSE LATEST VERSION IS A CANCEL DROPS OUT.       *
      ***   FOR EACH PROVIDER / PERIOD, SPLIT INPATIENT/OUTPATIENT    *
      ***   AND BY TYPE OF BILL, THE REPORT GIVES:                    *
      ***     1) BY REVENUE CENTER - LINES, UNITS, TOTAL, COVERED     *
      ***        AND NON-COVERED CHARGES, DEDUCTIBLE, COINSURANCE     *
      ***        AND REIMBURSEMENT FROM THE REVENUE LINES;            *
      ***     2) BY TYPE OF BILL - CLAIMS, COVERED DAYS               *
      ***        (FSSC-COV-DY-CNT), UTILIZATION DAYS, COINSURANCE     *
      ***        DAYS, CHARGES, DEDUCTIBLE (CASH AND BLOOD),          *
      ***        COINSURANCE AND REIMBURSEMENT FROM THE CLAIM.        *
      ***   INPATIENT/OUTPATIENT AND PERIOD TOTALS FOLLOW, AND AN     *
      ***   ALL-PROVIDER INPATIENT/OUTPATIENT SUMMARY ENDS THE RUN.   *
      ***   TYPE-OF-BILL CLASSIFICATIONS 1X AND 2X, AND SWING BED (8) *
      ***   ON HOSPITAL AND SNF BILLS, ARE INPATIENT.                 *
      ***                                                             *
      ***   CONTROL CARD:  COL  1     RUN TYPE  I INTERIM (YTD)       *
      ***                                       F FINAL               *
      ***                  COLS 3-10  AS-OF DATE CCYYMMDD (BLANK =    *
      ***                             TODAY) - CLAIMS PAID AFTER IT   *
      ***                             ARE IGNORED                     *
      ***   AN INTERIM RUN REPORTS THE PERIOD THE AS-OF DATE FALLS    *
      ***   IN, YEAR TO DATE; A FINAL RUN REPORTS THE LAST PERIOD     *
      ***   ENDED ON OR BEFORE IT, WITH THE RUN-OUT PAID SINCE.  A    *
      ***   MISSING OR INVALID CARD ENDS THE RUN WITH RETURN CODE 16. *
      ***                                                             *
      ***   THE CLAIMS ARE SORTED BY ROOT DCN, LATEST VERSION FIRST,  *
      ***   TO PICK THE VERSION THAT COUNTS; THE SURVIVORS GO TO A    *
      ***   WORK FILE AND ARE SORTED AGAIN INTO REPORT SEQUENCE.  A   *
      ***   CONTROL FAILURE ON THE EXTRACT (FSR081) PRINTS NOTHING    *
      ***   AND ENDS WITH RETURN CODE 16.                             *
      ***                                                             *
      *** INPUT:  PSR-CARD-FILE      - RUN CONTROL CARD               *
      ***         CLAIM-EXTRACT-FILE - FSRCCLMS SHAPE, DCN SEQUENCE   *
      ***         PROV-MASTER-FILE   - PROVIDER MASTER, BY PROV-6     *
      *** FILE:   PSR-WORK-FILE      - LATEST VERSIONS, IN PERIOD     *
      *** OUTPUT: PSR-RPT-FILE       - PS&R SUMMARY REPORT            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR107.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSR-CARD-FILE ASSIGN TO "PSRCARD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PROV-MASTER-FILE ASSIGN TO "PROVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-KEY
               FILE STATUS IS WS-PROV-FILE-STATUS.

           SELECT PSR-WORK-FILE ASSIGN TO "PSRWORK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PSR-RPT-FILE ASSIGN TO "PSRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.

       FD  PSR-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PSR-CARD-RECORD.
           05  PSRC-RUN-TYPE                  PIC X(1).
               88  PSRC-RUN-INTERIM                  VALUE 'I'.
               88  PSRC-RUN-FINAL                    VALUE 'F'.
           05  FILLER                         PIC X(1).
           05  PSRC-AS-OF-DT                  PIC X(8).
           05  FILLER                         PIC X(70).

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  PROV-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==PROV==.
       COPY FSRCPROV.
       REPLACE OFF.

      *    SAME SHAPE AS SORT-WORK-RECORD - WRITTEN FROM IT BY THE
      *    FIRST SORT, READ BACK BY THE SECOND.
       FD  PSR-WORK-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  PSR-WORK-RECORD                    PIC X(140).

       FD  PSR-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PSR-RPT-LINE                       PIC X(132).

      *    ONE 'T' (CLAIM TOTALS) RECORD PER PAID VERSION AND ONE 'L'
      *    RECORD PER REVENUE LINE.  A CANCEL CARRIES ONLY ITS 'T'.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-ROOT-DCN                    PIC X(23).
           05  SW-PAID-DT                     PIC 9(8).
           05  SW-DCN                         PIC X(23).
           05  SW-PROV-6                      PIC X(6).
           05  SW-PERIOD-END-DT               PIC 9(8).
           05  SW-IO-IND                      PIC X(1).
               88  SW-IO-I-INPATIENT                 VALUE 'I'.
               88  SW-IO-O-OUTPATIENT                VALUE 'O'.
           05  SW-TOB                         PIC X(2).
           05  SW-REC-KIND                    PIC X(1).
               88  SW-KIND-L-REV-LINE                VALUE 'L'.
               88  SW-KIND-T-CLAIM-TOTALS            VALUE 'T'.
           05  SW-REV-CD                      PIC 9(4).
           05  SW-CANCEL-IND                  PIC X(1).
               88  SW-CANCEL                         VALUE 'Y'.
           05  SW-TARGET-IND                  PIC X(1).
               88  SW-IN-TARGET-PERIOD               VALUE 'Y'.
           05  SW-FYE-DEFAULT-IND             PIC X(1).
               88  SW-FYE-DEFAULTED                  VALUE 'Y'.
           05  SW-UNITS                   COMP-3 PIC S9(9).
           05  SW-COV-DAYS                COMP-3 PIC S9(5).
           05  SW-UTIL-DAYS               COMP-3 PIC S9(5).
           05  SW-COINS-DAYS              COMP-3 PIC S9(5).
           05  SW-CHARGES                 COMP-3 PIC S9(9)V99.
           05  SW-COV-CHARGES             COMP-3 PIC S9(9)V99.
           05  SW-NCOV-CHARGES            COMP-3 PIC S9(9)V99.
           05  SW-DEDUCTIBLE              COMP-3 PIC S9(9)V99.
           05  SW-COINSURANCE             COMP-3 PIC S9(9)V99.
           05  SW-REIMB                   COMP-3 PIC S9(9)V99.
           05  FILLER                         PIC X(11).

       WORKING-STORAGE SECTION.

       01  WS-PROV-FILE-STATUS                PIC X(2).
           88  WS-PROV-OK                         VALUE '00'.
           88  WS-PROV-NOT-FOUND                  VALUE '23'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-CARD-VALID-SW               PIC X(1) VALUE 'N'.
               88  WS-CARD-VALID                     VALUE 'Y'.
           05  WS-RUN-TYPE                    PIC X(1).
               88  WS-RUN-INTERIM                    VALUE 'I'.
               88  WS-RUN-FINAL                      VALUE 'F'.
           05  WS-CLAIM-HELD-SW               PIC X(1) VALUE 'N'.
               88  WS-CLAIM-HELD                     VALUE 'Y'.
           05  WS-FIRST-ROOT-SW               PIC X(1) VALUE 'Y'.
               88  WS-FIRST-ROOT                     VALUE 'Y'.
           05  WS-LATEST-CANCEL-SW            PIC X(1).
               88  WS-LATEST-CANCEL                  VALUE 'Y'.
           05  WS-FIRST-GROUP-SW              PIC X(1) VALUE 'Y'.
               88  WS-FIRST-GROUP                    VALUE 'Y'.
           05  WS-REV-PENDING-SW              PIC X(1) VALUE 'N'.
               88  WS-REV-PENDING                    VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081.  A FAILURE INSIDE THE
      *    SORT INPUT PROCEDURE RAISES THE ABEND SWITCH; THE REPORT IS
      *    SUPPRESSED AND THE JOB ENDS WITH RC 16.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR107".
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

       01  WS-RUN-DATE-8                      PIC 9(8).

       01  WS-AS-OF-DT                        PIC 9(8).
       01  WS-AS-OF-DT-X REDEFINES WS-AS-OF-DT.
           05  WS-AS-OF-YR                    PIC 9(4).
           05  WS-AS-OF-MMDD                  PIC 9(4).
           05  WS-AS-OF-MMDD-X REDEFINES WS-AS-OF-MMDD.
               10  WS-AS-OF-MO                PIC 9(2).
               10  WS-AS-OF-DY                PIC 9(2).

      *    FISCAL-YEAR-END OF THE LAST PROVIDER LOOKED UP, AND THE
      *    PERIOD THIS RUN REPORTS FOR IT.
       01  WS-PROV-CACHE.
           05  WS-CACHE-PROV-6                PIC X(6)  VALUE SPACES.
           05  WS-CACHE-FYE-MMDD              PIC 9(4).
           05  WS-CACHE-FYE-X REDEFINES WS-CACHE-FYE-MMDD.
               10  WS-CACHE-FYE-MO            PIC 9(2).
               10  WS-CACHE-FYE-DY            PIC 9(2).
           05  WS-CACHE-FYE-DEFAULT-IND       PIC X(1).
               88  WS-CACHE-FYE-DEFAULTED            VALUE 'Y'.
           05  WS-CACHE-TARGET-END-DT         PIC 9(8).

      *    THE BASE SEGMENT'S CONTEXT, HELD FOR THE REVENUE LINES ON
      *    THE CLAIM'S LATER SEGMENTS.
       01  WS-CLAIM-WORK.
           05  WS-CLM-HIC-NO                  PIC X(12).
           05  WS-CLM-DCN                     PIC X(23).
           05  WS-CLM-ROOT-DCN                PIC X(23).
           05  WS-CLM-PAID-DT                 PIC 9(8).
           05  WS-CLM-PROV-6                  PIC X(6).
           05  WS-CLM-PERIOD-END-DT           PIC 9(8).
           05  WS-CLM-IO-IND                  PIC X(1).
           05  WS-CLM-TOB                     PIC X(2).
           05  WS-CLM-CANCEL-IND              PIC X(1).
           05  WS-CLM-TARGET-IND              PIC X(1).
           05  WS-THRU-DT                     PIC 9(8).
           05  WS-THRU-DT-X REDEFINES WS-THRU-DT.
               10  WS-THRU-YR                 PIC 9(4).
               10  WS-THRU-MMDD               PIC 9(4).
           05  WS-PERIOD-YR                   PIC 9(4).
           05  WS-TOB-WORK.
               10  WS-TOB-LOB                 PIC 9(1).
               10  WS-TOB-SERV-TYP            PIC 9(1).

      *    VERSION THAT COUNTS FOR THE ROOT DCN NOW BEING RETURNED.
       01  WS-LATEST-VERSION.
           05  WS-LATEST-ROOT-DCN             PIC X(23).
           05  WS-LATEST-PAID-DT              PIC 9(8).
           05  WS-LATEST-DCN                  PIC X(23).

      *    PROVIDER / PERIOD / IN-OUT / TYPE-OF-BILL / REVENUE CENTER
      *    CONTROL BREAK.
       01  WS-BREAK-FIELDS.
           05  WS-PRIOR-PROV-6                PIC X(6).
           05  WS-PRIOR-PERIOD-END-DT         PIC 9(8).
           05  WS-PRIOR-IO-IND                PIC X(1).
           05  WS-PRIOR-TOB                   PIC X(2).
           05  WS-PRIOR-REV-CD                PIC 9(4).
           05  WS-PRIOR-FYE-DEFAULT-IND       PIC X(1).

       01  WS-REV-TOTALS.
           05  WS-REV-LINE-CNT                PIC 9(7).
           05  WS-REV-UNITS               COMP-3 PIC S9(11).
           05  WS-REV-CHARGES             COMP-3 PIC S9(11)V99.
           05  WS-REV-COV-CHARGES         COMP-3 PIC S9(11)V99.
           05  WS-REV-NCOV-CHARGES        COMP-3 PIC S9(11)V99.
           05  WS-REV-DEDUCTIBLE          COMP-3 PIC S9(11)V99.
           05  WS-REV-COINSURANCE         COMP-3 PIC S9(11)V99.
           05  WS-REV-REIMB               COMP-3 PIC S9(11)V99.

      *    CLAIM TOTALS AT EACH LEVEL:  1 TYPE OF BILL, 2 INPATIENT OR
      *    OUTPATIENT, 3 PROVIDER PERIOD, 4 ALL INPATIENT, 5 ALL
      *    OUTPATIENT.  EACH LEVEL ROLLS INTO THE NEXT AT ITS BREAK.
       01  WS-CLAIM-TOTALS.
           05  WS-CTOT-ENTRY                  OCCURS 5 TIMES.
               10  WS-CTOT-CLAIM-CNT          PIC 9(7).
               10  WS-CTOT-COV-DAYS       COMP-3 PIC S9(9).
               10  WS-CTOT-UTIL-DAYS      COMP-3 PIC S9(9).
               10  WS-CTOT-COINS-DAYS     COMP-3 PIC S9(9).
               10  WS-CTOT-CHARGES        COMP-3 PIC S9(11)V99.
               10  WS-CTOT-DEDUCTIBLE     COMP-3 PIC S9(11)V99.
               10  WS-CTOT-COINSURANCE    COMP-3 PIC S9(11)V99.
               10  WS-CTOT-REIMB          COMP-3 PIC S9(11)V99.

       01  WS-TOTAL-LEVELS.
           05  WS-LVL-TOB                 COMP PIC S9(4) VALUE 1.
           05  WS-LVL-IO                  COMP PIC S9(4) VALUE 2.
           05  WS-LVL-PERIOD              COMP PIC S9(4) VALUE 3.
           05  WS-LVL-ALL-INPAT           COMP PIC S9(4) VALUE 4.
           05  WS-LVL-ALL-OUTPAT          COMP PIC S9(4) VALUE 5.
           05  WS-FROM-LVL                COMP PIC S9(4).
           05  WS-TO-LVL                  COMP PIC S9(4).
           05  WS-PRT-LVL                 COMP PIC S9(4).

      *    RESOLVED THROUGH THE FSR090 PROVIDER MASTER LOOKUP - AN
      *    UNKNOWN PROVIDER PRINTS THE BARE NUMBER, AS ALWAYS.
       01  WS-PROV-LOOKUP.
           05  WS-LKP-PROV-ID                 PIC X(6).
           05  WS-LKP-PROV-NAME               PIC X(30).
           05  WS-LKP-RC                      PIC X(1).
               88  WS-LKP-FOUND                      VALUE '0'.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ-CNT             PIC 9(7) VALUE 0.
           05  WS-PAID-VERSION-CNT            PIC 9(7) VALUE 0.
           05  WS-PAID-AFTER-CNT              PIC 9(7) VALUE 0.
           05  WS-SUPERSEDED-CNT              PIC 9(7) VALUE 0.
           05  WS-CANCELLED-CNT               PIC 9(7) VALUE 0.
           05  WS-OUT-OF-PERIOD-CNT           PIC 9(7) VALUE 0.
           05  WS-CLAIMS-REPORTED-CNT         PIC 9(7) VALUE 0.
           05  WS-LINES-REPORTED-CNT          PIC 9(7) VALUE 0.
           05  WS-FYE-DEFAULT-CNT             PIC 9(7) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(50) VALUE
               "FSR107 - PS&R SUMMARY BY COST-REPORTING PERIOD".
           05  FILLER                 PIC X(10) VALUE "RUN TYPE ".
           05  WS-HD1-RUN-TYPE        PIC X(9).
           05  FILLER                 PIC X(8)  VALUE "  AS OF ".
           05  WS-HD1-AS-OF-DT        PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE "  RUN DATE".
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-HD1-RUN-DT          PIC 9999/99/99.

       01  WS-PERIOD-HEADING.
           05  FILLER                 PIC X(9)  VALUE "PROVIDER ".
           05  WS-PHD-PROV            PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-PHD-PROV-NAME       PIC X(30).
           05  FILLER                 PIC X(24) VALUE
               "  FISCAL PERIOD ENDING ".
           05  WS-PHD-PERIOD-END      PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-PHD-FYE-NOTE        PIC X(30).

       01  WS-TOB-HEADING.
           05  FILLER                 PIC X(15) VALUE
               "  TYPE OF BILL ".
           05  WS-THD-TOB             PIC X(2).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-THD-IO-DESC         PIC X(10).

       01  WS-REV-HEADING.
           05  FILLER                 PIC X(5)  VALUE "REV".
           05  FILLER                 PIC X(8)  VALUE "  LINES".
           05  FILLER                 PIC X(10) VALUE "     UNITS".
           05  FILLER                 PIC X(18) VALUE
               "     TOTAL CHARGES".
           05  FILLER                 PIC X(18) VALUE
               "   COVERED CHARGES".
           05  FILLER                 PIC X(18) VALUE
               "  NONCOV'D CHARGES".
           05  FILLER                 PIC X(18) VALUE
               "        DEDUCTIBLE".
           05  FILLER                 PIC X(18) VALUE
               "       COINSURANCE".
           05  FILLER                 PIC X(18) VALUE
               "     REIMBURSEMENT".

       01  WS-REV-LINE.
           05  WS-RVL-REV-CD                  PIC 9(4).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RVL-LINE-CNT                PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RVL-UNITS                   PIC Z,ZZZ,ZZ9.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RVL-CHARGES                 PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RVL-COV-CHARGES             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RVL-NCOV-CHARGES            PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RVL-DEDUCTIBLE              PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RVL-COINSURANCE             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-RVL-REIMB                   PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-CLAIM-HEADING.
           05  FILLER                 PIC X(16) VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "  CLAIMS".
           05  FILLER                 PIC X(10) VALUE "  COV DAYS".
           05  FILLER                 PIC X(10) VALUE " UTIL DAYS".
           05  FILLER                 PIC X(10) VALUE " COIN DAYS".
           05  FILLER                 PIC X(18) VALUE
               "           CHARGES".
           05  FILLER                 PIC X(18) VALUE
               "        DEDUCTIBLE".
           05  FILLER                 PIC X(18) VALUE
               "       COINSURANCE".
           05  FILLER                 PIC X(18) VALUE
               "     REIMBURSEMENT".

       01  WS-CLAIM-LINE.
           05  WS-CLL-LABEL                   PIC X(16).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-CLL-CLAIM-CNT               PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-CLL-COV-DAYS                PIC Z,ZZZ,ZZ9.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-CLL-UTIL-DAYS               PIC Z,ZZZ,ZZ9.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-CLL-COINS-DAYS              PIC Z,ZZZ,ZZ9.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-CLL-CHARGES                 PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-CLL-DEDUCTIBLE              PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-CLL-COINSURANCE             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-CLL-REIMB                   PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-ALL-HEADING                     PIC X(132) VALUE
           "ALL PROVIDERS - REPORTED PERIODS".

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.

           PERFORM 0100-READ-CONTROL-CARD.
           IF NOT WS-CARD-VALID
               DISPLAY "FSR107 - CONTROL CARD MISSING OR INVALID - "
                   "RUN TYPE I/F IN COL 1, AS-OF CCYYMMDD (NOT "
                   "AFTER TODAY) OR BLANK IN COLS 3-10"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PROV-MASTER-FILE.
           IF NOT WS-PROV-OK
               DISPLAY "FSR107 - PROVIDER MASTER NOT AVAILABLE, STATUS "
                   WS-PROV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING  KEY SW-ROOT-DCN
               ON DESCENDING KEY SW-PAID-DT
               ON DESCENDING KEY SW-DCN
               INPUT PROCEDURE 1000-SELECT-CLAIMS
               OUTPUT PROCEDURE 3000-SELECT-LATEST.

           CLOSE PROV-MASTER-FILE.

           IF WS-CTL-ABEND
               MOVE 16 TO RETURN-CODE
           ELSE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-PROV-6
                   ON ASCENDING KEY SW-PERIOD-END-DT
                   ON ASCENDING KEY SW-IO-IND
                   ON ASCENDING KEY SW-TOB
                   ON ASCENDING KEY SW-REC-KIND
                   ON ASCENDING KEY SW-REV-CD
                   USING PSR-WORK-FILE
                   OUTPUT PROCEDURE 4000-PRINT-SUMMARY
           END-IF.

           GOBACK.

      *    THE AS-OF DATE CANNOT BE IN THE FUTURE - A FINAL RUN
      *    DATED AHEAD WOULD REPORT A PERIOD NOT YET CLOSED.
       0100-READ-CONTROL-CARD.
           OPEN INPUT PSR-CARD-FILE.
           READ PSR-CARD-FILE
               AT END
                   MOVE 'N' TO WS-CARD-VALID-SW
               NOT AT END
                   IF PSRC-RUN-INTERIM OR PSRC-RUN-FINAL
                       MOVE PSRC-RUN-TYPE TO WS-RUN-TYPE
                       PERFORM 0150-EDIT-AS-OF-DATE
                   END-IF
           END-READ.
           CLOSE PSR-CARD-FILE.

       0150-EDIT-AS-OF-DATE.
           IF PSRC-AS-OF-DT = SPACES
               MOVE WS-RUN-DATE-8 TO WS-AS-OF-DT
               SET WS-CARD-VALID TO TRUE
           ELSE
               IF PSRC-AS-OF-DT NUMERIC
                   MOVE PSRC-AS-OF-DT TO WS-AS-OF-DT
                   IF WS-AS-OF-MO >= 1 AND WS-AS-OF-MO <= 12
                      AND WS-AS-OF-DY >= 1 AND WS-AS-OF-DY <= 31
                      AND WS-AS-OF-DT <= WS-RUN-DATE-8
                       SET WS-CARD-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

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
               DISPLAY "FSR107 - EXTRACT CONTROL FAILURE: HEADER OR "
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

      *    THE BASE SEGMENT DECIDES WHETHER THE CLAIM COUNTS; ITS
      *    REVENUE LINES MAY RUN ONTO THE SEGMENTS THAT FOLLOW.
       2000-PROCESS-CLAIM-SEGMENT.
           IF FSSCCLMS-TRAILER-SEQ-00-BASE
               MOVE 'N' TO WS-CLAIM-HELD-SW
               ADD 1 TO WS-CLAIMS-READ-CNT
               IF FSSCCLMS-CURR-STAT-P-PAID
                   MOVE FSSCCLMS-PAID-DT-CYMD TO WS-CLM-PAID-DT
                   IF WS-CLM-PAID-DT NUMERIC
                      AND WS-CLM-PAID-DT > 0
                       IF WS-CLM-PAID-DT > WS-AS-OF-DT
                           ADD 1 TO WS-PAID-AFTER-CNT
                       ELSE
                           ADD 1 TO WS-PAID-VERSION-CNT
                           PERFORM 2100-HOLD-CLAIM
                           PERFORM 2700-RELEASE-CLAIM-TOTALS
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-CLAIM-HELD
              AND FSSCCLMS-HIC-NO = WS-CLM-HIC-NO
              AND FSSCCLMS-DCN = WS-CLM-DCN
              AND WS-CLM-CANCEL-IND NOT = 'Y'
              AND FSSCCLMS-LINES > 0
               PERFORM 2800-RELEASE-REV-LINE
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
           EVALUATE TRUE
               WHEN FSSCCLMS-ORIGINAL-XREF-DCN NOT = SPACES
                   MOVE FSSCCLMS-ORIGINAL-XREF-DCN TO WS-CLM-ROOT-DCN
               WHEN FSSCCLMS-XREF-DCN-NBR NOT = SPACES
                   MOVE FSSCCLMS-XREF-DCN-NBR      TO WS-CLM-ROOT-DCN
               WHEN OTHER
                   MOVE FSSCCLMS-DCN               TO WS-CLM-ROOT-DCN
           END-EVALUATE.

           IF FSSCCLMS-FREQ-CANCEL-BILL
               MOVE 'Y' TO WS-CLM-CANCEL-IND
           ELSE
               MOVE 'N' TO WS-CLM-CANCEL-IND
           END-IF.

           MOVE FSSCCLMS-LOB-CD      TO WS-TOB-LOB.
           MOVE FSSCCLMS-SERV-TYP-CD TO WS-TOB-SERV-TYP.
           MOVE WS-TOB-WORK          TO WS-CLM-TOB.
           EVALUATE TRUE
               WHEN WS-TOB-SERV-TYP = 1 OR 2
                   MOVE 'I' TO WS-CLM-IO-IND
               WHEN WS-TOB-SERV-TYP = 8
                AND (WS-TOB-LOB = 1 OR 2)
                   MOVE 'I' TO WS-CLM-IO-IND
               WHEN OTHER
                   MOVE 'O' TO WS-CLM-IO-IND
           END-EVALUATE.

           PERFORM 2200-GET-PROVIDER-FYE.

      *    THE PERIOD ENDS ON THE FISCAL-YEAR-END IN THE THROUGH
      *    DATE'S YEAR, OR THE NEXT YEAR'S WHEN THE THROUGH DATE IS
      *    PAST IT.
           MOVE FSSCCLMS-STMT-COV-TO-DT-CYMD TO WS-THRU-DT.
           IF WS-THRU-DT NOT NUMERIC
               MOVE WS-CLM-PAID-DT TO WS-THRU-DT
           END-IF.
           IF WS-THRU-MMDD > WS-CACHE-FYE-MMDD
               COMPUTE WS-PERIOD-YR = WS-THRU-YR + 1
           ELSE
               MOVE WS-THRU-YR TO WS-PERIOD-YR
           END-IF.
           COMPUTE WS-CLM-PERIOD-END-DT =
               WS-PERIOD-YR * 10000 + WS-CACHE-FYE-MMDD.

           IF WS-CLM-PERIOD-END-DT = WS-CACHE-TARGET-END-DT
               MOVE 'Y' TO WS-CLM-TARGET-IND
           ELSE
               MOVE 'N' TO WS-CLM-TARGET-IND
           END-IF.

      *    THE EXTRACT IS IN DCN SEQUENCE, SO THE SAME PROVIDER
      *    SELDOM REPEATS - THE LAST ONE READ IS KEPT ANYWAY FOR THE
      *    LATER SEGMENTS AND BATCHED SUBMISSIONS.
       2200-GET-PROVIDER-FYE.
           IF FSSCCLMS-MEDA-PROV-6 NOT = WS-CACHE-PROV-6
               MOVE FSSCCLMS-MEDA-PROV-6 TO WS-CACHE-PROV-6
               MOVE 'N' TO WS-CACHE-FYE-DEFAULT-IND
               MOVE FSSCCLMS-MEDA-PROV-6 TO PROV-PROV-6
               READ PROV-MASTER-FILE
                   INVALID KEY
                       MOVE 0 TO PROV-FISCAL-YR-END-MMDD
               END-READ
               MOVE PROV-FISCAL-YR-END-MMDD TO WS-CACHE-FYE-MMDD
               IF WS-CACHE-FYE-MMDD NOT NUMERIC
                  OR WS-CACHE-FYE-MO < 1 OR WS-CACHE-FYE-MO > 12
                  OR WS-CACHE-FYE-DY < 1 OR WS-CACHE-FYE-DY > 31
                   MOVE 1231 TO WS-CACHE-FYE-MMDD
                   SET WS-CACHE-FYE-DEFAULTED TO TRUE
               END-IF
               PERFORM 2250-DERIVE-TARGET-PERIOD
           END-IF.
           IF WS-CACHE-FYE-DEFAULTED
               ADD 1 TO WS-FYE-DEFAULT-CNT
           END-IF.

      *    INTERIM - THE PERIOD THE AS-OF DATE FALLS IN.  FINAL - THE
      *    LAST PERIOD ENDED ON OR BEFORE THE AS-OF DATE.
       2250-DERIVE-TARGET-PERIOD.
           IF WS-RUN-INTERIM
               IF WS-AS-OF-MMDD > WS-CACHE-FYE-MMDD
                   COMPUTE WS-PERIOD-YR = WS-AS-OF-YR + 1
               ELSE
                   MOVE WS-AS-OF-YR TO WS-PERIOD-YR
               END-IF
           ELSE
               IF WS-AS-OF-MMDD >= WS-CACHE-FYE-MMDD
                   MOVE WS-AS-OF-YR TO WS-PERIOD-YR
               ELSE
                   COMPUTE WS-PERIOD-YR = WS-AS-OF-YR - 1
               END-IF
           END-IF.
           COMPUTE WS-CACHE-TARGET-END-DT =
               WS-PERIOD-YR * 10000 + WS-CACHE-FYE-MMDD.

       2600-MOVE-CLAIM-KEYS.
           INITIALIZE SORT-WORK-RECORD.
           MOVE WS-CLM-ROOT-DCN          TO SW-ROOT-DCN.
           MOVE WS-CLM-PAID-DT           TO SW-PAID-DT.
           MOVE WS-CLM-DCN               TO SW-DCN.
           MOVE WS-CLM-PROV-6            TO SW-PROV-6.
           MOVE WS-CLM-PERIOD-END-DT     TO SW-PERIOD-END-DT.
           MOVE WS-CLM-IO-IND            TO SW-IO-IND.
           MOVE WS-CLM-TOB               TO SW-TOB.
           MOVE WS-CLM-CANCEL-IND        TO SW-CANCEL-IND.
           MOVE WS-CLM-TARGET-IND        TO SW-TARGET-IND.
           MOVE WS-CACHE-FYE-DEFAULT-IND TO SW-FYE-DEFAULT-IND.

      *    THE DEDUCTIBLE IS THE CASH AND BLOOD DEDUCTIBLE TOGETHER.
       2700-RELEASE-CLAIM-TOTALS.
           PERFORM 2600-MOVE-CLAIM-KEYS.
           SET SW-KIND-T-CLAIM-TOTALS TO TRUE.
           MOVE 0                             TO SW-REV-CD.
           MOVE FSSCCLMS-COV-DY-CNT           TO SW-COV-DAYS.
           MOVE FSSCCLMS-UTIL-FULL-DAYS       TO SW-UTIL-DAYS.
           MOVE FSSCCLMS-COINS-DY-CNT         TO SW-COINS-DAYS.
           MOVE FSSCCLMS-TOTAL-CHARGE-AMOUNT  TO SW-CHARGES.
           COMPUTE SW-DEDUCTIBLE = FSSCCLMS-VER-PAT-CASH-DED
                                 + FSSCCLMS-VER-PAT-DED-BLD.
           MOVE FSSCCLMS-VER-PAT-COIN         TO SW-COINSURANCE.
           MOVE FSSCCLMS-REIMB-PROV-AMT       TO SW-REIMB.
           RELEASE SORT-WORK-RECORD.

      *    REVENUE CODE 0001 IS THE CLAIM TOTAL LINE, NOT A CENTER.
      *    COINSURANCE IS THE REDUCED AMOUNT WHERE THE PROVIDER
      *    ELECTED ONE, ELSE THE WAGE-ADJUSTED AMOUNT.
       2800-RELEASE-REV-LINE.
           IF FSSCCLMS-REV-CD (FSSCCLMS-NDX) NOT = 0001
               PERFORM 2600-MOVE-CLAIM-KEYS
               SET SW-KIND-L-REV-LINE TO TRUE
               MOVE FSSCCLMS-REV-CD (FSSCCLMS-NDX)  TO SW-REV-CD
               MOVE FSSCCLMS-REV-UNITS-BILLED (FSSCCLMS-NDX)
                   TO SW-UNITS
               MOVE FSSCCLMS-REV-TOT-CHRG-AMT (FSSCCLMS-NDX)
                   TO SW-CHARGES
               MOVE FSSCCLMS-REV-COV-CHRG-AMT (FSSCCLMS-NDX)
                   TO SW-COV-CHARGES
               MOVE FSSCCLMS-REV-NCOV-CHRG-AMT (FSSCCLMS-NDX)
                   TO SW-NCOV-CHARGES
               MOVE FSSCCLMS-PAT-CASH-DED-LINE (FSSCCLMS-NDX)
                   TO SW-DEDUCTIBLE
               IF FSSCCLMS-REDUCED-COIN-LINE (FSSCCLMS-NDX) > 0
                   MOVE FSSCCLMS-REDUCED-COIN-LINE (FSSCCLMS-NDX)
                       TO SW-COINSURANCE
               ELSE
                   MOVE FSSCCLMS-WAGE-ADJ-COIN-LINE (FSSCCLMS-NDX)
                       TO SW-COINSURANCE
               END-IF
               MOVE FSSCCLMS-PROV-REIMB-LINE (FSSCCLMS-NDX)
                   TO SW-REIMB
               RELEASE SORT-WORK-RECORD
           END-IF.

      *    AFTER A CONTROL FAILURE NOTHING IS KEPT - NO PS&R FIGURES
      *    OFF A BAD FILE.
       3000-SELECT-LATEST.
           IF NOT WS-CTL-ABEND
               PERFORM 3010-KEEP-LATEST-VERSIONS
           END-IF.

       3010-KEEP-LATEST-VERSIONS.
           OPEN OUTPUT PSR-WORK-FILE.

           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               PERFORM 3100-CHECK-VERSION
               RETURN SORT-WORK-FILE
                   AT END SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           CLOSE PSR-WORK-FILE.

      *    THE FIRST RECORD OF EACH ROOT DCN IS ITS LATEST PAID
      *    VERSION; EARLIER VERSIONS ARE SUPERSEDED.  WHEN THE LATEST
      *    IS A CANCEL THE WHOLE LINEAGE IS GONE.
       3100-CHECK-VERSION.
           IF WS-FIRST-ROOT
              OR SW-ROOT-DCN NOT = WS-LATEST-ROOT-DCN
               MOVE 'N'          TO WS-FIRST-ROOT-SW
               MOVE SW-ROOT-DCN  TO WS-LATEST-ROOT-DCN
               MOVE SW-PAID-DT   TO WS-LATEST-PAID-DT
               MOVE SW-DCN       TO WS-LATEST-DCN
               MOVE SW-CANCEL-IND TO WS-LATEST-CANCEL-SW
               IF WS-LATEST-CANCEL
                   ADD 1 TO WS-CANCELLED-CNT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN SW-PAID-DT NOT = WS-LATEST-PAID-DT
                 OR SW-DCN NOT = WS-LATEST-DCN
                   IF SW-KIND-T-CLAIM-TOTALS
                       ADD 1 TO WS-SUPERSEDED-CNT
                   END-IF
               WHEN WS-LATEST-CANCEL
                   CONTINUE
               WHEN NOT SW-IN-TARGET-PERIOD
                   IF SW-KIND-T-CLAIM-TOTALS
                       ADD 1 TO WS-OUT-OF-PERIOD-CNT
                   END-IF
               WHEN OTHER
                   WRITE PSR-WORK-RECORD FROM SORT-WORK-RECORD
           END-EVALUATE.

       4000-PRINT-SUMMARY.
           OPEN OUTPUT PSR-RPT-FILE.
           INITIALIZE WS-REV-TOTALS WS-CLAIM-TOTALS.

           IF WS-RUN-INTERIM
               MOVE "INTERIM"   TO WS-HD1-RUN-TYPE
           ELSE
               MOVE "FINAL"     TO WS-HD1-RUN-TYPE
           END-IF.
           MOVE WS-AS-OF-DT     TO WS-HD1-AS-OF-DT.
           MOVE WS-RUN-DATE-8   TO WS-HD1-RUN-DT.
           WRITE PSR-RPT-LINE FROM WS-HEADING-1.

           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               PERFORM 4100-PROCESS-SUMMARY-RECORD
               RETURN SORT-WORK-FILE
                   AT END SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-GROUP
               PERFORM 4300-PRINT-REV-CENTER
               PERFORM 4400-PRINT-TOB
               PERFORM 4500-PRINT-IO
               PERFORM 4600-PRINT-PERIOD
           END-IF.

           PERFORM 4700-PRINT-ALL-PROVIDERS.
           PERFORM 9000-WRITE-SUMMARY.
           CLOSE PSR-RPT-FILE.

       4100-PROCESS-SUMMARY-RECORD.
           EVALUATE TRUE
               WHEN WS-FIRST-GROUP
                   MOVE 'N' TO WS-FIRST-GROUP-SW
                   PERFORM 4150-SET-PRIOR-KEYS
                   PERFORM 4200-PRINT-PERIOD-HEADING
                   PERFORM 4250-PRINT-TOB-HEADING
               WHEN SW-PROV-6 NOT = WS-PRIOR-PROV-6
                 OR SW-PERIOD-END-DT NOT = WS-PRIOR-PERIOD-END-DT
                   PERFORM 4300-PRINT-REV-CENTER
                   PERFORM 4400-PRINT-TOB
                   PERFORM 4500-PRINT-IO
                   PERFORM 4600-PRINT-PERIOD
                   PERFORM 4150-SET-PRIOR-KEYS
                   PERFORM 4200-PRINT-PERIOD-HEADING
                   PERFORM 4250-PRINT-TOB-HEADING
               WHEN SW-IO-IND NOT = WS-PRIOR-IO-IND
                   PERFORM 4300-PRINT-REV-CENTER
                   PERFORM 4400-PRINT-TOB
                   PERFORM 4500-PRINT-IO
                   PERFORM 4150-SET-PRIOR-KEYS
                   PERFORM 4250-PRINT-TOB-HEADING
               WHEN SW-TOB NOT = WS-PRIOR-TOB
                   PERFORM 4300-PRINT-REV-CENTER
                   PERFORM 4400-PRINT-TOB
                   PERFORM 4150-SET-PRIOR-KEYS
                   PERFORM 4250-PRINT-TOB-HEADING
               WHEN SW-KIND-L-REV-LINE
                AND SW-REV-CD NOT = WS-PRIOR-REV-CD
                   PERFORM 4300-PRINT-REV-CENTER
               WHEN SW-KIND-T-CLAIM-TOTALS
                   PERFORM 4300-PRINT-REV-CENTER
           END-EVALUATE.

           IF SW-KIND-L-REV-LINE
               SET WS-REV-PENDING TO TRUE
               MOVE SW-REV-CD TO WS-PRIOR-REV-CD
               ADD 1               TO WS-REV-LINE-CNT
               ADD 1               TO WS-LINES-REPORTED-CNT
               ADD SW-UNITS        TO WS-REV-UNITS
               ADD SW-CHARGES      TO WS-REV-CHARGES
               ADD SW-COV-CHARGES  TO WS-REV-COV-CHARGES
               ADD SW-NCOV-CHARGES TO WS-REV-NCOV-CHARGES
               ADD SW-DEDUCTIBLE   TO WS-REV-DEDUCTIBLE
               ADD SW-COINSURANCE  TO WS-REV-COINSURANCE
               ADD SW-REIMB        TO WS-REV-REIMB
           ELSE
               ADD 1 TO WS-CTOT-CLAIM-CNT (WS-LVL-TOB)
               ADD 1 TO WS-CLAIMS-REPORTED-CNT
               ADD SW-COV-DAYS    TO WS-CTOT-COV-DAYS (WS-LVL-TOB)
               ADD SW-UTIL-DAYS   TO WS-CTOT-UTIL-DAYS (WS-LVL-TOB)
               ADD SW-COINS-DAYS  TO WS-CTOT-COINS-DAYS (WS-LVL-TOB)
               ADD SW-CHARGES     TO WS-CTOT-CHARGES (WS-LVL-TOB)
               ADD SW-DEDUCTIBLE  TO WS-CTOT-DEDUCTIBLE (WS-LVL-TOB)
               ADD SW-COINSURANCE TO WS-CTOT-COINSURANCE (WS-LVL-TOB)
               ADD SW-REIMB       TO WS-CTOT-REIMB (WS-LVL-TOB)
           END-IF.

       4150-SET-PRIOR-KEYS.
           MOVE SW-PROV-6           TO WS-PRIOR-PROV-6.
           MOVE SW-PERIOD-END-DT    TO WS-PRIOR-PERIOD-END-DT.
           MOVE SW-IO-IND           TO WS-PRIOR-IO-IND.
           MOVE SW-TOB              TO WS-PRIOR-TOB.
           MOVE SW-FYE-DEFAULT-IND  TO WS-PRIOR-FYE-DEFAULT-IND.

       4200-PRINT-PERIOD-HEADING.
           MOVE WS-PRIOR-PROV-6 TO WS-LKP-PROV-ID.
           CALL "FSR090" USING WS-LKP-PROV-ID
                               WS-LKP-PROV-NAME
                               WS-LKP-RC.
           MOVE WS-PRIOR-PROV-6          TO WS-PHD-PROV.
           MOVE WS-LKP-PROV-NAME         TO WS-PHD-PROV-NAME.
           MOVE WS-PRIOR-PERIOD-END-DT   TO WS-PHD-PERIOD-END.
           IF WS-PRIOR-FYE-DEFAULT-IND = 'Y'
               MOVE "NO FYE ON MASTER - 12/31 USED" TO WS-PHD-FYE-NOTE
           ELSE
               MOVE SPACES TO WS-PHD-FYE-NOTE
           END-IF.
           MOVE SPACES TO PSR-RPT-LINE.
           WRITE PSR-RPT-LINE.
           WRITE PSR-RPT-LINE FROM WS-PERIOD-HEADING.

       4250-PRINT-TOB-HEADING.
           MOVE WS-PRIOR-TOB TO WS-THD-TOB.
           IF WS-PRIOR-IO-IND = 'I'
               MOVE "INPATIENT"  TO WS-THD-IO-DESC
           ELSE
               MOVE "OUTPATIENT" TO WS-THD-IO-DESC
           END-IF.
           MOVE SPACES TO PSR-RPT-LINE.
           WRITE PSR-RPT-LINE.
           WRITE PSR-RPT-LINE FROM WS-TOB-HEADING.
           WRITE PSR-RPT-LINE FROM WS-REV-HEADING.

       4300-PRINT-REV-CENTER.
           IF WS-REV-PENDING
               MOVE WS-PRIOR-REV-CD      TO WS-RVL-REV-CD
               MOVE WS-REV-LINE-CNT      TO WS-RVL-LINE-CNT
               MOVE WS-REV-UNITS         TO WS-RVL-UNITS
               MOVE WS-REV-CHARGES       TO WS-RVL-CHARGES
               MOVE WS-REV-COV-CHARGES   TO WS-RVL-COV-CHARGES
               MOVE WS-REV-NCOV-CHARGES  TO WS-RVL-NCOV-CHARGES
               MOVE WS-REV-DEDUCTIBLE    TO WS-RVL-DEDUCTIBLE
               MOVE WS-REV-COINSURANCE   TO WS-RVL-COINSURANCE
               MOVE WS-REV-REIMB         TO WS-RVL-REIMB
               WRITE PSR-RPT-LINE FROM WS-REV-LINE
               INITIALIZE WS-REV-TOTALS
               MOVE 'N' TO WS-REV-PENDING-SW
           END-IF.

       4400-PRINT-TOB.
           WRITE PSR-RPT-LINE FROM WS-CLAIM-HEADING.
           MOVE SPACES TO WS-CLL-LABEL.
           STRING "TOB " WS-PRIOR-TOB " CLAIMS"
               DELIMITED BY SIZE INTO WS-CLL-LABEL
           END-STRING.
           MOVE WS-LVL-TOB TO WS-PRT-LVL.
           PERFORM 4900-PRINT-CLAIM-TOTALS.
           MOVE WS-LVL-TOB TO WS-FROM-LVL.
           MOVE WS-LVL-IO  TO WS-TO-LVL.
           PERFORM 4800-ROLL-TOTALS.

       4500-PRINT-IO.
           IF WS-PRIOR-IO-IND = 'I'
               MOVE "INPATIENT TOTAL"  TO WS-CLL-LABEL
               MOVE WS-LVL-ALL-INPAT   TO WS-TO-LVL
           ELSE
               MOVE "OUTPATIENT TOTAL" TO WS-CLL-LABEL
               MOVE WS-LVL-ALL-OUTPAT  TO WS-TO-LVL
           END-IF.
           MOVE SPACES TO PSR-RPT-LINE.
           WRITE PSR-RPT-LINE.
           MOVE WS-LVL-IO TO WS-PRT-LVL.
           PERFORM 4900-PRINT-CLAIM-TOTALS.
           MOVE WS-LVL-IO TO WS-FROM-LVL.
           PERFORM 4800-ROLL-TOTALS.
           MOVE WS-LVL-IO     TO WS-FROM-LVL.
           MOVE WS-LVL-PERIOD TO WS-TO-LVL.
           PERFORM 4800-ROLL-TOTALS.
           INITIALIZE WS-CTOT-ENTRY (WS-LVL-IO).

       4600-PRINT-PERIOD.
           MOVE "PERIOD TOTAL" TO WS-CLL-LABEL.
           MOVE WS-LVL-PERIOD TO WS-PRT-LVL.
           PERFORM 4900-PRINT-CLAIM-TOTALS.
           INITIALIZE WS-CTOT-ENTRY (WS-LVL-PERIOD).

       4700-PRINT-ALL-PROVIDERS.
           MOVE SPACES TO PSR-RPT-LINE.
           WRITE PSR-RPT-LINE.
           WRITE PSR-RPT-LINE FROM WS-ALL-HEADING.
           WRITE PSR-RPT-LINE FROM WS-CLAIM-HEADING.
           MOVE "ALL INPATIENT" TO WS-CLL-LABEL.
           MOVE WS-LVL-ALL-INPAT TO WS-PRT-LVL.
           PERFORM 4900-PRINT-CLAIM-TOTALS.
           MOVE "ALL OUTPATIENT" TO WS-CLL-LABEL.
           MOVE WS-LVL-ALL-OUTPAT TO WS-PRT-LVL.
           PERFORM 4900-PRINT-CLAIM-TOTALS.

      *    ADDS ONE LEVEL INTO THE NEXT; THE TYPE-OF-BILL LEVEL IS
      *    CLEARED ONCE ROLLED, THE OTHERS BY THEIR OWN BREAK.
       4800-ROLL-TOTALS.
           ADD WS-CTOT-CLAIM-CNT (WS-FROM-LVL)
               TO WS-CTOT-CLAIM-CNT (WS-TO-LVL).
           ADD WS-CTOT-COV-DAYS (WS-FROM-LVL)
               TO WS-CTOT-COV-DAYS (WS-TO-LVL).
           ADD WS-CTOT-UTIL-DAYS (WS-FROM-LVL)
               TO WS-CTOT-UTIL-DAYS (WS-TO-LVL).
           ADD WS-CTOT-COINS-DAYS (WS-FROM-LVL)
               TO WS-CTOT-COINS-DAYS (WS-TO-LVL).
           ADD WS-CTOT-CHARGES (WS-FROM-LVL)
               TO WS-CTOT-CHARGES (WS-TO-LVL).
           ADD WS-CTOT-DEDUCTIBLE (WS-FROM-LVL)
               TO WS-CTOT-DEDUCTIBLE (WS-TO-LVL).
           ADD WS-CTOT-COINSURANCE (WS-FROM-LVL)
               TO WS-CTOT-COINSURANCE (WS-TO-LVL).
           ADD WS-CTOT-REIMB (WS-FROM-LVL)
               TO WS-CTOT-REIMB (WS-TO-LVL).
           IF WS-FROM-LVL = WS-LVL-TOB
               INITIALIZE WS-CTOT-ENTRY (WS-LVL-TOB)
           END-IF.

       4900-PRINT-CLAIM-TOTALS.
           MOVE WS-CTOT-CLAIM-CNT (WS-PRT-LVL)   TO WS-CLL-CLAIM-CNT.
           MOVE WS-CTOT-COV-DAYS (WS-PRT-LVL)    TO WS-CLL-COV-DAYS.
           MOVE WS-CTOT-UTIL-DAYS (WS-PRT-LVL)   TO WS-CLL-UTIL-DAYS.
           MOVE WS-CTOT-COINS-DAYS (WS-PRT-LVL)  TO WS-CLL-COINS-DAYS.
           MOVE WS-CTOT-CHARGES (WS-PRT-LVL)     TO WS-CLL-CHARGES.
           MOVE WS-CTOT-DEDUCTIBLE (WS-PRT-LVL)  TO WS-CLL-DEDUCTIBLE.
           MOVE WS-CTOT-COINSURANCE (WS-PRT-LVL)
               TO WS-CLL-COINSURANCE.
           MOVE WS-CTOT-REIMB (WS-PRT-LVL)       TO WS-CLL-REIMB.
           WRITE PSR-RPT-LINE FROM WS-CLAIM-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO PSR-RPT-LINE.
           WRITE PSR-RPT-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIMS READ: " WS-CLAIMS-READ-CNT
               "  PAID VERSIONS: " WS-PAID-VERSION-CNT
               "  PAID AFTER AS-OF: " WS-PAID-AFTER-CNT
               "  SUPERSEDED: " WS-SUPERSEDED-CNT
               "  CANCELLED: " WS-CANCELLED-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE PSR-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "OUTSIDE PERIOD: " WS-OUT-OF-PERIOD-CNT
               "  CLAIMS REPORTED: " WS-CLAIMS-REPORTED-CNT
               "  LINES REPORTED: " WS-LINES-REPORTED-CNT
               "  VERSIONS ON DEFAULT FYE: " WS-FYE-DEFAULT-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE PSR-RPT-LINE FROM WS-SUMMARY-LINE.
