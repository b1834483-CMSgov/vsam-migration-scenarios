      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR101                                             *
      ***                                                             *
      *** DESCRIPTION: MASS-ADJUSTMENT SELECTION AND GENERATION       *
      ***   DRIVER.  AFTER A FEE-SCHEDULE CORRECTION (OR ANY OTHER    *
      ***   MASS REPROCESSING) THE CLAIMS TO ADJUST ARE DESCRIBED ON  *
      ***   SELECTION CARDS INSTEAD OF BEING KEYED ONE AT A TIME      *
      ***   THROUGH DDE.  CARDS, 80 COLUMNS, '*' IN COLUMN 1 IS A     *
      ***   COMMENT:                                                  *
      ***     MODE CARD  COL 1-4 'MODE', COL 6 RUN MODE ('P' PREVIEW, *
      ***                'G' GENERATE), COL 8 FSSC-MASS-ADJ-IND ('M'  *
      ***                FEE SCHEDULE, 'O' OTHER), COL 10-11 FSSC-    *
      ***                ADJ-REAS-CD, COL 13 FSSC-ADJ-REQ-CD (DEFAULT *
      ***                'F' INTERMEDIARY).                           *
      ***     SEL CARD   COL 1-4 'SEL ', THEN PROVIDER (6-11), SERVICE *
      ***                FROM/THRU CCYYMMDD (13-20, 22-29), HCPCS     *
      ***                (31-35), REVENUE CODE (37-40), TYPE OF BILL  *
      ***                (42-44, A BLANK POSITION MATCHES ANY DIGIT), *
      ***                PAID FROM/THRU CCYYMMDD (46-53, 55-62).  A   *
      ***                BLANK FIELD IS NOT A CRITERION; A CARD WITH  *
      ***                NO CRITERIA AT ALL IS REJECTED.              *
      ***     PICK CARD  COL 1-4 'PICK', THEN HCPCS (6-10) AND        *
      ***                LOCALITY (12-13), EITHER BLANK FOR ANY.      *
      ***                SELECTS THE CLAIMS FSR129 WROTE TO THE MASS- *
      ***                ADJUSTMENT PICKUP FILE UNDER A MATCHING      *
      ***                RATE-DIFFERS GROUP - THE CLAIMS TO REPROCESS *
      ***                ONCE THE PRICER'S RATE IS CORRECTED.  THE    *
      ***                PICKUP FILE IS READ ONLY WHEN A PICK CARD IS *
      ***                PRESENT; ONE THAT CANNOT BE OPENED, OR THAT  *
      ***                HOLDS MORE THAN 20000 CLAIMS, IS A CARD      *
      ***                ERROR.                                       *
      ***   UP TO 50 SEL AND PICK CARDS, EACH AN ALTERNATIVE          *
      ***   SELECTION.  A PAID CLAIM (NOT A CANCEL) MATCHES A SEL     *
      ***   CARD WHEN ITS HEADER MEETS THE CARD'S PROVIDER, TYPE OF   *
      ***   BILL, SERVICE-DATE OVERLAP AND PAID-DATE WINDOW AND, IF   *
      ***   THE CARD NAMES A HCPCS AND/OR REVENUE CODE, ONE OF ITS    *
      ***   LINES (ON ANY SEGMENT - SEE FSR001) CARRIES THEM.  IT     *
      ***   MATCHES A PICK CARD WHEN ITS HIC AND DCN ARE ON THE       *
      ***   PICKUP FILE UNDER THE CARD'S HCPCS AND LOCALITY.  A CLAIM *
      ***   IS TAKEN BY THE FIRST CARD IT MATCHES, ONCE.              *
      ***   IN GENERATE MODE ONE ADJUSTMENT REQUEST IS WRITTEN PER    *
      ***   MATCHING CLAIM WITH THE REQUEST CODE, MASS-ADJUST         *
      ***   INDICATOR, REASON AND DCN CROSS-REFERENCES PREFILLED, AND *
      ***   EACH IS LISTED.  PREVIEW MODE WRITES NOTHING AND PRINTS   *
      ***   ONLY THE CLAIM COUNTS AND DOLLARS PER CARD.  ANY CARD     *
      ***   ERROR FORCES PREVIEW MODE, SO A MISTYPED CARD CAN NEVER   *
      ***   GENERATE ADJUSTMENTS.  THE REQUESTS ARE HELD IN A SORT    *
      ***   AND WRITTEN ONLY AFTER THE EXTRACT'S TRAILER VERIFIES,    *
      ***   SO A CONTROL FAILURE ENDS THE RUN WITH RETURN CODE 16     *
      ***   AND NOTHING WRITTEN TO THE REQUEST FILE.                  *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      ***         MADJ-CARD-FILE      - MODE AND SELECTION CARDS      *
      ***         MADJ-PICKUP-FILE    - FSR129 PICKUP, PICK CARDS     *
      *** OUTPUT: MADJ-REQUEST-FILE   - ADJUSTMENT REQUESTS           *
      ***         MADJ-RPT-FILE       - SELECTION / GENERATION REPORT *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR101.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT MADJ-CARD-FILE ASSIGN TO "MADJCARD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MADJ-PICKUP-FILE ASSIGN TO "MADJPICK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PICK-FILE-STATUS.

           SELECT MADJ-REQUEST-FILE ASSIGN TO "MADJREQS"
               ORGANIZATION IS SEQUENTIAL.

           SELECT MADJ-RPT-FILE ASSIGN TO "MADJRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT PICK-SORT-FILE ASSIGN TO "SORTWK2".

       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  MADJ-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MADJ-CARD-RECORD.
           05  MADC-CARD-TYPE                 PIC X(4).
               88  MADC-MODE-CARD                    VALUE "MODE".
               88  MADC-SEL-CARD                     VALUE "SEL ".
               88  MADC-PICK-CARD                    VALUE "PICK".
           05  FILLER                         PIC X(1).
           05  MADC-CARD-DATA                 PIC X(75).
           05  MADC-MODE-DATA REDEFINES MADC-CARD-DATA.
               10  MADC-RUN-MODE              PIC X(1).
               10  FILLER                     PIC X(1).
               10  MADC-MASS-ADJ-IND          PIC X(1).
               10  FILLER                     PIC X(1).
               10  MADC-ADJ-REAS-CD           PIC X(2).
               10  FILLER                     PIC X(1).
               10  MADC-ADJ-REQ-CD            PIC X(1).
               10  FILLER                     PIC X(67).
           05  MADC-SEL-DATA REDEFINES MADC-CARD-DATA.
               10  MADC-PROV-6                PIC X(6).
               10  FILLER                     PIC X(1).
               10  MADC-SERV-FROM-DT          PIC X(8).
               10  FILLER                     PIC X(1).
               10  MADC-SERV-THRU-DT          PIC X(8).
               10  FILLER                     PIC X(1).
               10  MADC-HCPC-CD               PIC X(5).
               10  FILLER                     PIC X(1).
               10  MADC-REV-CD                PIC X(4).
               10  FILLER                     PIC X(1).
               10  MADC-TOB                   PIC X(3).
               10  FILLER                     PIC X(1).
               10  MADC-PAID-FROM-DT          PIC X(8).
               10  FILLER                     PIC X(1).
               10  MADC-PAID-THRU-DT          PIC X(8).
               10  FILLER                     PIC X(18).
           05  MADC-PICK-DATA REDEFINES MADC-CARD-DATA.
               10  MADC-PICK-HCPC-CD          PIC X(5).
               10  FILLER                     PIC X(1).
               10  MADC-PICK-LOCALITY         PIC X(2).
               10  FILLER                     PIC X(67).

      *    FSR129 MASS-ADJUSTMENT PICKUP - ONE PER CLAIM PER RATE-
      *    DIFFERS HCPCS/LOCALITY GROUP.
       FD  MADJ-PICKUP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MADJ-PICKUP-RECORD.
           05  MADP-HCPC-CD                   PIC X(5).
           05  MADP-LOCALITY                  PIC X(2).
           05  MADP-DCN                       PIC X(23).
           05  MADP-HIC-NO                    PIC X(12).
           05  MADP-PROV-6                    PIC X(6).
           05  MADP-LINE-CNT                  PIC 9(3).
           05  MADP-DIFF-AMT                  PIC S9(9)V99.
           05  MADP-RUN-DT-CYMD               PIC 9(8).
           05  FILLER                         PIC X(10).

      *    ADJUSTMENT REQUEST - ONE PER CLAIM TO BE ADJUSTED, READY
      *    FOR THE ADJUSTMENT ENTRY FEED.  XREF-DCN IS THE CLAIM BEING
      *    ADJUSTED; ORIGINAL-XREF-DCN IS THE ROOT OF ITS LINEAGE.
       FD  MADJ-REQUEST-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  MADJ-REQUEST-RECORD.
           05  MADR-HIC-NO                    PIC X(12).
           05  MADR-PROV-6                    PIC X(6).
           05  MADR-ADJ-REQ-CD                PIC X(1).
           05  MADR-MASS-ADJ-IND              PIC X(1).
           05  MADR-ADJ-REAS-CD               PIC X(2).
           05  MADR-XREF-DCN-NBR              PIC X(23).
           05  MADR-ORIGINAL-XREF-DCN         PIC X(23).
           05  MADR-TOB                       PIC X(3).
           05  MADR-STMT-FROM-DT-CYMD         PIC 9(8).
           05  MADR-STMT-TO-DT-CYMD           PIC 9(8).
           05  MADR-PAID-DT-CYMD              PIC 9(8).
           05  MADR-TOTAL-CHARGES             PIC S9(9)V99.
           05  MADR-REIMB-PROV-AMT            PIC S9(9)V99.
           05  MADR-CARD-NBR                  PIC 9(3).
           05  MADR-RUN-DT-CYMD               PIC 9(8).
           05  FILLER                         PIC X(22).

       FD  MADJ-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MADJ-RPT-LINE                      PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

      *    REQUESTS ARE HELD HERE UNTIL THE EXTRACT'S TRAILER HAS
      *    VERIFIED.  SAME LAYOUT AS MADJ-REQUEST-RECORD.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-HIC-NO                      PIC X(12).
           05  SW-PROV-6                      PIC X(6).
           05  SW-ADJ-REQ-CD                  PIC X(1).
           05  SW-MASS-ADJ-IND                PIC X(1).
           05  SW-ADJ-REAS-CD                 PIC X(2).
           05  SW-XREF-DCN-NBR                PIC X(23).
           05  SW-ORIGINAL-XREF-DCN           PIC X(23).
           05  SW-TOB                         PIC X(3).
           05  SW-STMT-FROM-DT-CYMD           PIC 9(8).
           05  SW-STMT-TO-DT-CYMD             PIC 9(8).
           05  SW-PAID-DT-CYMD                PIC 9(8).
           05  SW-TOTAL-CHARGES               PIC S9(9)V99.
           05  SW-REIMB-PROV-AMT              PIC S9(9)V99.
           05  SW-CARD-NBR                    PIC 9(3).
           05  SW-RUN-DT-CYMD                 PIC 9(8).
           05  FILLER                         PIC X(22).

      *    PICKUP CLAIMS TAKEN BY A PICK CARD, INTO HIC/DCN ORDER.
       SD  PICK-SORT-FILE.
       01  PICK-SORT-RECORD.
           05  PK-HIC-NO                      PIC X(12).
           05  PK-DCN                         PIC X(23).
           05  PK-CARD-NBR                    PIC 9(3).

       WORKING-STORAGE SECTION.

       01  WS-PICK-FILE-STATUS                PIC X(2).
           88  WS-PICK-OK                         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-CARD-EOF-SW                 PIC X(1) VALUE 'N'.
               88  WS-CARD-EOF                       VALUE 'Y'.
           05  WS-CARD-ERROR-SW               PIC X(1) VALUE 'N'.
               88  WS-CARD-ERROR                     VALUE 'Y'.
           05  WS-RUN-MODE                    PIC X(1) VALUE 'P'.
               88  WS-MODE-PREVIEW                   VALUE 'P'.
               88  WS-MODE-GENERATE                  VALUE 'G'.
           05  WS-CLM-BASE-SW                 PIC X(1) VALUE 'N'.
               88  WS-CLM-BASE-SEEN                  VALUE 'Y'.
           05  WS-CLM-ELIGIBLE-SW             PIC X(1) VALUE 'N'.
               88  WS-CLM-ELIGIBLE                   VALUE 'Y'.
           05  WS-CARD-MATCH-SW               PIC X(1).
               88  WS-CARD-MATCH                     VALUE 'Y'.
           05  WS-PICK-EOF-SW                 PIC X(1) VALUE 'N'.
               88  WS-PICK-EOF                       VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081.  A FAILURE INSIDE THE
      *    SORT INPUT PROCEDURE RAISES THE ABEND SWITCH; THE STAGED
      *    REQUESTS ARE DISCARDED AND THE JOB ENDS WITH RC 16.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR101".
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

      *** VALUES FROM THE MODE CARD.
       01  WS-MODE-VALUES.
           05  WS-MASS-ADJ-IND                PIC X(1) VALUE SPACE.
               88  WS-MASS-ADJ-VALID                 VALUE 'M' 'O'.
           05  WS-ADJ-REAS-CD                 PIC X(2) VALUE SPACES.
           05  WS-ADJ-REQ-CD                  PIC X(1) VALUE 'F'.
               88  WS-ADJ-REQ-VALID                  VALUE 'F' 'H'
                                                           'P' 'S'.

      *** ONE ENTRY PER SEL OR PICK CARD, WITH ITS RUNNING TOTALS.
       01  WS-CARD-TABLE.
           05  WS-CARD-CNT                    COMP PIC S9(4) VALUE 0.
           05  WS-PICK-CARD-CNT               COMP PIC S9(4) VALUE 0.
           05  WS-CARD-ENTRY OCCURS 0 TO 50 TIMES
                   DEPENDING ON WS-CARD-CNT
                   INDEXED BY WS-CARD-NDX.
               10  WS-CRD-TYPE                PIC X(1).
                   88  WS-CRD-SEL                    VALUE 'S'.
                   88  WS-CRD-PICK                   VALUE 'P'.
               10  WS-CRD-LOCALITY            PIC X(2).
               10  WS-CRD-PROV-6              PIC X(6).
               10  WS-CRD-SERV-FROM-DT        PIC 9(8).
               10  WS-CRD-SERV-THRU-DT        PIC 9(8).
               10  WS-CRD-HCPC-CD             PIC X(5).
               10  WS-CRD-REV-CD              PIC X(4).
               10  WS-CRD-TOB                 PIC X(3).
               10  WS-CRD-PAID-FROM-DT        PIC 9(8).
               10  WS-CRD-PAID-THRU-DT        PIC 9(8).
               10  WS-CRD-LINE-CRIT-SW        PIC X(1).
                   88  WS-CRD-HAS-LINE-CRIT          VALUE 'Y'.
               10  WS-CRD-CLAIM-CNT           PIC 9(7).
               10  WS-CRD-REIMB-SUM       COMP-3 PIC S9(11)V99.
               10  WS-CRD-CHARGE-SUM      COMP-3 PIC S9(11)V99.

      *** THE CLAIM CURRENTLY BEING ASSEMBLED FROM ITS SEGMENTS.
      *** CLAIMS ON THE PICKUP FILE TAKEN BY A PICK CARD, IN HIC/DCN
      *** ORDER, EACH WITH THE FIRST PICK CARD IT MATCHES.
       01  WS-PICK-TABLE.
           05  WS-PICK-CNT                    COMP PIC S9(8) VALUE 0.
           05  WS-PICK-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-PICK-CNT
                   ASCENDING KEY IS WS-PCK-HIC-NO WS-PCK-DCN
                   INDEXED BY WS-PICK-NDX.
               10  WS-PCK-HIC-NO              PIC X(12).
               10  WS-PCK-DCN                 PIC X(23).
               10  WS-PCK-CARD-NBR            COMP PIC S9(4).

       01  WS-PICK-LAST-KEY.
           05  WS-PICK-LAST-HIC-NO            PIC X(12)
                                              VALUE LOW-VALUES.
           05  WS-PICK-LAST-DCN               PIC X(23)
                                              VALUE LOW-VALUES.

       01  WS-CLAIM-HOLD.
           05  WS-PRIOR-HIC-NO                PIC X(12) VALUE SPACES.
           05  WS-PRIOR-DCN                   PIC X(23) VALUE SPACES.
           05  WS-CLM-PROV-6                  PIC X(6).
           05  WS-CLM-TOB                     PIC X(3).
           05  WS-CLM-FROM-DT                 PIC 9(8).
           05  WS-CLM-TO-DT                   PIC 9(8).
           05  WS-CLM-PAID-DT                 PIC 9(8).
           05  WS-CLM-ORIGINAL-XREF-DCN       PIC X(23).
           05  WS-CLM-CHARGES             COMP-3 PIC S9(9)V99.
           05  WS-CLM-REIMB               COMP-3 PIC S9(9)V99.
           05  WS-CLM-PICK-CARD               COMP PIC S9(4).
           05  WS-CLM-LINE-HIT-SW             PIC X(1)
                   OCCURS 50 TIMES.
               88  WS-CLM-LINE-HIT                   VALUE 'Y'.

       01  WS-WORK-FIELDS.
           05  WS-SUB                     COMP PIC S9(4).
           05  WS-MATCH-CARD              COMP PIC S9(4).
           05  WS-CARD-NBR-X                  PIC 9(3).

       01  WS-COUNTERS.
           05  WS-CARDS-READ-CNT              PIC 9(5) VALUE 0.
           05  WS-CARDS-REJECT-CNT            PIC 9(5) VALUE 0.
           05  WS-CLAIM-CNT                   PIC 9(7) VALUE 0.
           05  WS-ELIGIBLE-CNT                PIC 9(7) VALUE 0.
           05  WS-SELECTED-CNT                PIC 9(7) VALUE 0.
           05  WS-REQUEST-CNT                 PIC 9(7) VALUE 0.
           05  WS-PICK-READ-CNT               PIC 9(7) VALUE 0.
           05  WS-PICK-TAKEN-CNT              PIC 9(7) VALUE 0.
           05  WS-PICK-CLAIM-CNT              PIC 9(7) VALUE 0.
           05  WS-PICK-OVERFLOW-CNT           PIC 9(7) VALUE 0.

       01  WS-RUN-DATE-8                      PIC 9(8).

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR101 - MASS-ADJUSTMENT SELECTION AND GENERATION".
       01  WS-MODE-LINE                       PIC X(132).

       01  WS-DTL-HEADING.
           05  FILLER                 PIC X(6)  VALUE "CARD".
           05  FILLER                 PIC X(14) VALUE "HIC".
           05  FILLER                 PIC X(25) VALUE "XREF DCN".
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(5)  VALUE "TOB".
           05  FILLER                 PIC X(10) VALUE "FROM".
           05  FILLER                 PIC X(10) VALUE "THRU".
           05  FILLER                 PIC X(10) VALUE "PAID".
           05  FILLER                 PIC X(16) VALUE "       CHARGES".
           05  FILLER                 PIC X(28) VALUE "  REIMBURSEMENT".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CARD-NBR                PIC ZZ9.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-DTL-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-XREF-DCN                PIC X(23).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-TOB                     PIC X(3).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-FROM-DT                 PIC 9(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-TO-DT                   PIC 9(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-PAID-DT                 PIC 9(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-CHARGES                 PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-REIMB                   PIC $$$,$$$,$$9.99.

       01  WS-CRD-HEADING-1                   PIC X(132) VALUE
           "SELECTION TOTALS BY CARD".
       01  WS-CRD-HEADING-2.
           05  FILLER                 PIC X(6)  VALUE "CARD".
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(20) VALUE "SERVICE DATES".
           05  FILLER                 PIC X(7)  VALUE "HCPCS".
           05  FILLER                 PIC X(6)  VALUE "REV".
           05  FILLER                 PIC X(5)  VALUE "TOB".
           05  FILLER                 PIC X(20) VALUE "PAID DATES".
           05  FILLER                 PIC X(9)  VALUE "  CLAIMS".
           05  FILLER                 PIC X(16) VALUE "       CHARGES".
           05  FILLER                 PIC X(18) VALUE "  REIMBURSEMENT".
           05  FILLER                 PIC X(17) VALUE "LOCALITY".

       01  WS-CARD-LINE.
           05  WS-CDL-CARD-NBR                PIC ZZ9.
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-CDL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-CDL-SERV-FROM-DT            PIC 9(8).
           05  FILLER                         PIC X(1)  VALUE '-'.
           05  WS-CDL-SERV-THRU-DT            PIC 9(8).
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-CDL-HCPC-CD                 PIC X(5).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-CDL-REV-CD                  PIC X(4).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-CDL-TOB                     PIC X(3).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-CDL-PAID-FROM-DT            PIC 9(8).
           05  FILLER                         PIC X(1)  VALUE '-'.
           05  WS-CDL-PAID-THRU-DT            PIC 9(8).
           05  FILLER                         PIC X(3)  VALUE SPACES.
           05  WS-CDL-CLAIM-CNT               PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-CDL-CHARGES                 PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-CDL-REIMB                   PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-CDL-LOCALITY                PIC X(2).

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.

           OPEN OUTPUT MADJ-RPT-FILE.
           WRITE MADJ-RPT-LINE FROM WS-HEADING-1.

           PERFORM 1000-READ-SELECTION-CARDS.
           IF WS-PICK-CARD-CNT > 0
               PERFORM 1300-LOAD-PICKUP-CLAIMS
           END-IF.
           PERFORM 1200-FINALIZE-MODE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-HIC-NO
               ON ASCENDING KEY SW-XREF-DCN-NBR
               INPUT PROCEDURE 1400-SELECT-CLAIMS
               OUTPUT PROCEDURE 2980-WRITE-REQUESTS.

           IF WS-CTL-ABEND
               PERFORM 9900-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 3000-PRINT-CARD-TOTALS.
           PERFORM 9000-WRITE-SUMMARY.
           PERFORM 9500-WRITE-RUN-CONTROL.
           PERFORM 9900-CLOSE-FILES.

           IF WS-CARD-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    ONE RUN-CONTROL RECORD PER NORMAL COMPLETION (FSRCRUNC) -
      *    FSR088 RECONCILES THE CHAIN'S COUNTS FROM THESE.
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FSR101"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-8         TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           MOVE WS-REQUEST-CNT        TO RUNC-RECORDS-WRITTEN.
           MOVE 'C'                   TO RUNC-COMPLETION-STATUS.
           WRITE RUNC-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       1000-READ-SELECTION-CARDS.
           OPEN INPUT MADJ-CARD-FILE.

           READ MADJ-CARD-FILE
               AT END SET WS-CARD-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-CARD-EOF
               IF MADJ-CARD-RECORD (1:1) NOT = '*'
                   ADD 1 TO WS-CARDS-READ-CNT
                   PERFORM 1010-APPLY-CARD
               END-IF
               READ MADJ-CARD-FILE
                   AT END SET WS-CARD-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE MADJ-CARD-FILE.

       1010-APPLY-CARD.
           EVALUATE TRUE
               WHEN MADC-MODE-CARD
                   MOVE MADC-RUN-MODE     TO WS-RUN-MODE
                   MOVE MADC-MASS-ADJ-IND TO WS-MASS-ADJ-IND
                   MOVE MADC-ADJ-REAS-CD  TO WS-ADJ-REAS-CD
                   IF MADC-ADJ-REQ-CD NOT = SPACE
                       MOVE MADC-ADJ-REQ-CD TO WS-ADJ-REQ-CD
                   END-IF
               WHEN MADC-SEL-CARD
                   PERFORM 1100-LOAD-SEL-CARD
               WHEN MADC-PICK-CARD
                   PERFORM 1150-LOAD-PICK-CARD
               WHEN OTHER
                   PERFORM 1190-REJECT-CARD
           END-EVALUATE.

      *    A BLANK DATE OPENS THAT END OF THE RANGE; ANYTHING ELSE
      *    THAT IS NOT EIGHT DIGITS REJECTS THE CARD.
       1100-LOAD-SEL-CARD.
           IF WS-CARD-CNT NOT < 50
               PERFORM 1190-REJECT-CARD
           ELSE
               IF (MADC-SERV-FROM-DT NOT = SPACES
                   AND MADC-SERV-FROM-DT NOT NUMERIC)
                  OR (MADC-SERV-THRU-DT NOT = SPACES
                   AND MADC-SERV-THRU-DT NOT NUMERIC)
                  OR (MADC-PAID-FROM-DT NOT = SPACES
                   AND MADC-PAID-FROM-DT NOT NUMERIC)
                  OR (MADC-PAID-THRU-DT NOT = SPACES
                   AND MADC-PAID-THRU-DT NOT NUMERIC)
                  OR MADC-SEL-DATA = SPACES
                   PERFORM 1190-REJECT-CARD
               ELSE
                   PERFORM 1110-STORE-SEL-CARD
               END-IF
           END-IF.

       1110-STORE-SEL-CARD.
           ADD 1 TO WS-CARD-CNT.
           SET WS-CARD-NDX TO WS-CARD-CNT.
           MOVE 'S'          TO WS-CRD-TYPE (WS-CARD-NDX).
           MOVE SPACES       TO WS-CRD-LOCALITY (WS-CARD-NDX).
           MOVE MADC-PROV-6  TO WS-CRD-PROV-6 (WS-CARD-NDX).
           MOVE MADC-HCPC-CD TO WS-CRD-HCPC-CD (WS-CARD-NDX).
           MOVE MADC-REV-CD  TO WS-CRD-REV-CD (WS-CARD-NDX).
           MOVE MADC-TOB     TO WS-CRD-TOB (WS-CARD-NDX).

           IF MADC-SERV-FROM-DT = SPACES
               MOVE 0        TO WS-CRD-SERV-FROM-DT (WS-CARD-NDX)
           ELSE
               MOVE MADC-SERV-FROM-DT
                             TO WS-CRD-SERV-FROM-DT (WS-CARD-NDX)
           END-IF.
           IF MADC-SERV-THRU-DT = SPACES
               MOVE 99999999 TO WS-CRD-SERV-THRU-DT (WS-CARD-NDX)
           ELSE
               MOVE MADC-SERV-THRU-DT
                             TO WS-CRD-SERV-THRU-DT (WS-CARD-NDX)
           END-IF.
           IF MADC-PAID-FROM-DT = SPACES
               MOVE 0        TO WS-CRD-PAID-FROM-DT (WS-CARD-NDX)
           ELSE
               MOVE MADC-PAID-FROM-DT
                             TO WS-CRD-PAID-FROM-DT (WS-CARD-NDX)
           END-IF.
           IF MADC-PAID-THRU-DT = SPACES
               MOVE 99999999 TO WS-CRD-PAID-THRU-DT (WS-CARD-NDX)
           ELSE
               MOVE MADC-PAID-THRU-DT
                             TO WS-CRD-PAID-THRU-DT (WS-CARD-NDX)
           END-IF.

           IF MADC-HCPC-CD = SPACES
              AND MADC-REV-CD = SPACES
               MOVE 'N' TO WS-CRD-LINE-CRIT-SW (WS-CARD-NDX)
           ELSE
               MOVE 'Y' TO WS-CRD-LINE-CRIT-SW (WS-CARD-NDX)
           END-IF.
           MOVE 0 TO WS-CRD-CLAIM-CNT (WS-CARD-NDX).
           MOVE 0 TO WS-CRD-REIMB-SUM (WS-CARD-NDX).
           MOVE 0 TO WS-CRD-CHARGE-SUM (WS-CARD-NDX).

      *    A PICK CARD'S ONLY CRITERIA ARE THE PICKUP GROUP'S HCPCS
      *    AND LOCALITY; ITS DATE RANGES ARE LEFT OPEN.
       1150-LOAD-PICK-CARD.
           IF WS-CARD-CNT NOT < 50
               PERFORM 1190-REJECT-CARD
           ELSE
               PERFORM 1160-STORE-PICK-CARD
           END-IF.

       1160-STORE-PICK-CARD.
           ADD 1 TO WS-CARD-CNT.
           ADD 1 TO WS-PICK-CARD-CNT.
           SET WS-CARD-NDX TO WS-CARD-CNT.
           MOVE 'P'          TO WS-CRD-TYPE (WS-CARD-NDX).
           MOVE SPACES       TO WS-CRD-PROV-6 (WS-CARD-NDX)
                                WS-CRD-REV-CD (WS-CARD-NDX)
                                WS-CRD-TOB (WS-CARD-NDX).
           MOVE MADC-PICK-HCPC-CD
                             TO WS-CRD-HCPC-CD (WS-CARD-NDX).
           MOVE MADC-PICK-LOCALITY
                             TO WS-CRD-LOCALITY (WS-CARD-NDX).
           MOVE 0        TO WS-CRD-SERV-FROM-DT (WS-CARD-NDX)
                            WS-CRD-PAID-FROM-DT (WS-CARD-NDX).
           MOVE 99999999 TO WS-CRD-SERV-THRU-DT (WS-CARD-NDX)
                            WS-CRD-PAID-THRU-DT (WS-CARD-NDX).
           MOVE 'N' TO WS-CRD-LINE-CRIT-SW (WS-CARD-NDX).
           MOVE 0 TO WS-CRD-CLAIM-CNT (WS-CARD-NDX).
           MOVE 0 TO WS-CRD-REIMB-SUM (WS-CARD-NDX).
           MOVE 0 TO WS-CRD-CHARGE-SUM (WS-CARD-NDX).

       1190-REJECT-CARD.
           ADD 1 TO WS-CARDS-REJECT-CNT.
           SET WS-CARD-ERROR TO TRUE.
           DISPLAY "FSR101 - SELECTION CARD REJECTED: "
               MADJ-CARD-RECORD.
           MOVE SPACES TO WS-MODE-LINE.
           STRING "CARD REJECTED: " MADJ-CARD-RECORD
               DELIMITED BY SIZE INTO WS-MODE-LINE
           END-STRING.
           WRITE MADJ-RPT-LINE FROM WS-MODE-LINE.

      *    GENERATE MODE NEEDS CLEAN CARDS, A VALID MASS-ADJUSTMENT
      *    INDICATOR AND REQUEST CODE, AND AT LEAST ONE SEL CARD.
      *    ANYTHING LESS RUNS AS A PREVIEW.
       1200-FINALIZE-MODE.
           IF NOT WS-MODE-GENERATE
               SET WS-MODE-PREVIEW TO TRUE
           END-IF.

           IF NOT WS-MASS-ADJ-VALID
              OR NOT WS-ADJ-REQ-VALID
              OR WS-CARD-CNT = 0
               SET WS-CARD-ERROR TO TRUE
           END-IF.

           IF WS-CARD-ERROR
              AND WS-MODE-GENERATE
               DISPLAY "FSR101 - CARD ERRORS - RUNNING AS PREVIEW"
               SET WS-MODE-PREVIEW TO TRUE
           END-IF.

           MOVE WS-CARD-CNT TO WS-CARD-NBR-X.
           MOVE SPACES TO WS-MODE-LINE.
           IF WS-MODE-GENERATE
               STRING "MODE: GENERATE   MASS-ADJ-IND: "
                   WS-MASS-ADJ-IND
                   "   ADJ-REQ-CD: " WS-ADJ-REQ-CD
                   "   ADJ-REAS-CD: " WS-ADJ-REAS-CD
                   "   SELECTION CARDS: " WS-CARD-NBR-X
                   DELIMITED BY SIZE INTO WS-MODE-LINE
               END-STRING
           ELSE
               STRING "MODE: PREVIEW - NO REQUESTS WRITTEN"
                   "   MASS-ADJ-IND: " WS-MASS-ADJ-IND
                   "   SELECTION CARDS: " WS-CARD-NBR-X
                   DELIMITED BY SIZE INTO WS-MODE-LINE
               END-STRING
           END-IF.
           WRITE MADJ-RPT-LINE FROM WS-MODE-LINE.

      *    THE PICKUP FILE IS IN HCPCS/LOCALITY ORDER; THE CLAIMS
      *    TAKEN BY A PICK CARD ARE SORTED INTO HIC/DCN ORDER AND HELD
      *    FOR A BINARY SEARCH AS EACH EXTRACT CLAIM IS JUDGED.  A
      *    PICKUP FILE THAT CANNOT BE READ IN FULL IS A CARD ERROR, SO
      *    THE RUN DROPS TO A PREVIEW.
       1300-LOAD-PICKUP-CLAIMS.
           OPEN INPUT MADJ-PICKUP-FILE.
           IF NOT WS-PICK-OK
               DISPLAY "FSR101 - MASS-ADJUSTMENT PICKUP FILE NOT "
                   "AVAILABLE, STATUS " WS-PICK-FILE-STATUS
               SET WS-CARD-ERROR TO TRUE
           ELSE
               SORT PICK-SORT-FILE
                   ON ASCENDING KEY PK-HIC-NO
                   ON ASCENDING KEY PK-DCN
                   ON ASCENDING KEY PK-CARD-NBR
                   INPUT PROCEDURE 1310-RELEASE-PICKUP
                   OUTPUT PROCEDURE 1350-BUILD-PICK-TABLE
               CLOSE MADJ-PICKUP-FILE
               PERFORM 1390-REPORT-PICKUP
           END-IF.

       1310-RELEASE-PICKUP.
           READ MADJ-PICKUP-FILE
               AT END SET WS-PICK-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-PICK-EOF
               ADD 1 TO WS-PICK-READ-CNT
               PERFORM 1320-MATCH-PICK-CARDS
               READ MADJ-PICKUP-FILE
                   AT END SET WS-PICK-EOF TO TRUE
               END-READ
           END-PERFORM.

      *    THE PICKUP RECORD GOES TO THE FIRST PICK CARD WHOSE HCPCS
      *    AND LOCALITY IT MEETS.
       1320-MATCH-PICK-CARDS.
           MOVE 0 TO WS-MATCH-CARD.
           PERFORM VARYING WS-CARD-NDX FROM 1 BY 1
                   UNTIL WS-CARD-NDX > WS-CARD-CNT
                      OR WS-MATCH-CARD > 0
               IF WS-CRD-PICK (WS-CARD-NDX)
                  AND (WS-CRD-HCPC-CD (WS-CARD-NDX) = SPACES
                   OR WS-CRD-HCPC-CD (WS-CARD-NDX) = MADP-HCPC-CD)
                  AND (WS-CRD-LOCALITY (WS-CARD-NDX) = SPACES
                   OR WS-CRD-LOCALITY (WS-CARD-NDX) = MADP-LOCALITY)
                   SET WS-MATCH-CARD TO WS-CARD-NDX
               END-IF
           END-PERFORM.

           IF WS-MATCH-CARD > 0
               MOVE MADP-HIC-NO   TO PK-HIC-NO
               MOVE MADP-DCN      TO PK-DCN
               MOVE WS-MATCH-CARD TO PK-CARD-NBR
               RELEASE PICK-SORT-RECORD
               ADD 1 TO WS-PICK-TAKEN-CNT
           END-IF.

       1350-BUILD-PICK-TABLE.
           MOVE 'N' TO WS-PICK-EOF-SW.
           RETURN PICK-SORT-FILE
               AT END SET WS-PICK-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-PICK-EOF
               PERFORM 1360-STORE-PICK-CLAIM
               RETURN PICK-SORT-FILE
                   AT END SET WS-PICK-EOF TO TRUE
               END-RETURN
           END-PERFORM.

      *    A CLAIM PICKED UP UNDER SEVERAL HCPCS GROUPS IS HELD ONCE,
      *    UNDER THE LOWEST PICK CARD - THE FIRST IT WILL MATCH.
       1360-STORE-PICK-CLAIM.
           IF PK-HIC-NO NOT = WS-PICK-LAST-HIC-NO
              OR PK-DCN NOT = WS-PICK-LAST-DCN
               MOVE PK-HIC-NO TO WS-PICK-LAST-HIC-NO
               MOVE PK-DCN    TO WS-PICK-LAST-DCN
               IF WS-PICK-CNT < 20000
                   ADD 1 TO WS-PICK-CNT
                   SET WS-PICK-NDX TO WS-PICK-CNT
                   MOVE PK-HIC-NO   TO WS-PCK-HIC-NO (WS-PICK-NDX)
                   MOVE PK-DCN      TO WS-PCK-DCN (WS-PICK-NDX)
                   MOVE PK-CARD-NBR TO WS-PCK-CARD-NBR (WS-PICK-NDX)
               ELSE
                   ADD 1 TO WS-PICK-OVERFLOW-CNT
               END-IF
           END-IF.

       1390-REPORT-PICKUP.
           IF WS-PICK-OVERFLOW-CNT > 0
               DISPLAY "FSR101 - PICKUP FILE HOLDS MORE THAN 20000 "
                   "CLAIMS, " WS-PICK-OVERFLOW-CNT " NOT LOADED"
               SET WS-CARD-ERROR TO TRUE
           END-IF.

           MOVE WS-PICK-CNT TO WS-PICK-CLAIM-CNT.
           MOVE SPACES TO WS-MODE-LINE.
           STRING "PICKUP RECORDS READ: " WS-PICK-READ-CNT
               "  MATCHING PICK CARDS: " WS-PICK-TAKEN-CNT
               "  CLAIMS: " WS-PICK-CLAIM-CNT
               "  NOT LOADED: " WS-PICK-OVERFLOW-CNT
               DELIMITED BY SIZE INTO WS-MODE-LINE
           END-STRING.
           WRITE MADJ-RPT-LINE FROM WS-MODE-LINE.

      *    SORT INPUT PROCEDURE - THE EXTRACT PASS.  REQUESTS ARE
      *    RELEASED AS CLAIMS ARE SELECTED.
       1400-SELECT-CLAIMS.
           OPEN INPUT CLAIM-EXTRACT-FILE.

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

           IF NOT WS-CTL-ABEND
              AND (NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN)
               DISPLAY "FSR101 - EXTRACT CONTROL FAILURE: HEADER OR "
                   "TRAILER CONTROL RECORD MISSING"
               SET WS-CTL-ABEND TO TRUE
           END-IF.

           IF NOT WS-CTL-ABEND
               PERFORM 2900-EVALUATE-CLAIM
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

      *    THE CLAIM IS JUDGED WHEN ITS LAST SEGMENT HAS BEEN SEEN -
      *    THE LINE CRITERIA CAN BE MET ON ANY SEGMENT.
       2000-PROCESS-SEGMENT.
           IF FSSCCLMS-HIC-NO NOT = WS-PRIOR-HIC-NO
              OR FSSCCLMS-DCN NOT = WS-PRIOR-DCN
               PERFORM 2900-EVALUATE-CLAIM
               PERFORM 2050-START-CLAIM
           END-IF.

           IF FSSCCLMS-TRAILER-SEQ-00-BASE
               PERFORM 2100-HOLD-BASE-SEGMENT
           END-IF.

           IF FSSCCLMS-LINES > 0
               PERFORM 2300-CHECK-LINE
                   VARYING FSSCCLMS-NDX FROM 1 BY 1
                   UNTIL FSSCCLMS-NDX > FSSCCLMS-LINES
           END-IF.

       2050-START-CLAIM.
           ADD 1 TO WS-CLAIM-CNT.
           MOVE FSSCCLMS-HIC-NO TO WS-PRIOR-HIC-NO.
           MOVE FSSCCLMS-DCN    TO WS-PRIOR-DCN.
           MOVE 'N' TO WS-CLM-BASE-SW.
           MOVE 'N' TO WS-CLM-ELIGIBLE-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 50
               MOVE 'N' TO WS-CLM-LINE-HIT-SW (WS-SUB)
           END-PERFORM.

      *    ONLY A PAID CLAIM CAN BE ADJUSTED; A CANCEL HAS NOTHING
      *    LEFT TO REPRICE.
       2100-HOLD-BASE-SEGMENT.
           SET WS-CLM-BASE-SEEN TO TRUE.
           IF FSSCCLMS-CURR-STAT-P-PAID
              AND NOT FSSCCLMS-FREQ-CANCEL-BILL
               SET WS-CLM-ELIGIBLE TO TRUE
               ADD 1 TO WS-ELIGIBLE-CNT
           END-IF.
           MOVE FSSCCLMS-MEDA-PROV-6        TO WS-CLM-PROV-6.
           MOVE FSSCCLMS-BILL-TYP-CD        TO WS-CLM-TOB.
           MOVE FSSCCLMS-STMT-COV-FROM-DT-CYMD TO WS-CLM-FROM-DT.
           MOVE FSSCCLMS-STMT-COV-TO-DT-CYMD   TO WS-CLM-TO-DT.
           MOVE FSSCCLMS-PAID-DT-CYMD       TO WS-CLM-PAID-DT.
           MOVE FSSCCLMS-TOTAL-CHARGE-AMOUNT TO WS-CLM-CHARGES.
           MOVE FSSCCLMS-REIMB-PROV-AMT     TO WS-CLM-REIMB.
           EVALUATE TRUE
               WHEN FSSCCLMS-ORIGINAL-XREF-DCN NOT = SPACES
                   MOVE FSSCCLMS-ORIGINAL-XREF-DCN
                                            TO WS-CLM-ORIGINAL-XREF-DCN
               WHEN FSSCCLMS-XREF-DCN-NBR NOT = SPACES
                   MOVE FSSCCLMS-XREF-DCN-NBR
                                            TO WS-CLM-ORIGINAL-XREF-DCN
               WHEN OTHER
                   MOVE FSSCCLMS-DCN        TO WS-CLM-ORIGINAL-XREF-DCN
           END-EVALUATE.

       2300-CHECK-LINE.
           PERFORM VARYING WS-CARD-NDX FROM 1 BY 1
                   UNTIL WS-CARD-NDX > WS-CARD-CNT
               IF WS-CRD-HAS-LINE-CRIT (WS-CARD-NDX)
                  AND (WS-CRD-HCPC-CD (WS-CARD-NDX) = SPACES
                   OR WS-CRD-HCPC-CD (WS-CARD-NDX)
                      = FSSCCLMS-HCPC-CD (FSSCCLMS-NDX))
                  AND (WS-CRD-REV-CD (WS-CARD-NDX) = SPACES
                   OR WS-CRD-REV-CD (WS-CARD-NDX)
                      = FSSCCLMS-REV-CD-DATA (FSSCCLMS-NDX))
                   SET WS-SUB TO WS-CARD-NDX
                   MOVE 'Y' TO WS-CLM-LINE-HIT-SW (WS-SUB)
               END-IF
           END-PERFORM.

       2900-EVALUATE-CLAIM.
           IF WS-CLM-BASE-SEEN
              AND WS-CLM-ELIGIBLE
               MOVE 0 TO WS-CLM-PICK-CARD
               IF WS-PICK-CNT > 0
                   PERFORM 2905-FIND-PICKUP-CLAIM
               END-IF
               MOVE 0 TO WS-MATCH-CARD
               PERFORM 2910-TEST-CARD
                   VARYING WS-CARD-NDX FROM 1 BY 1
                   UNTIL WS-CARD-NDX > WS-CARD-CNT
                      OR WS-MATCH-CARD > 0
               IF WS-MATCH-CARD > 0
                   PERFORM 2950-SELECT-CLAIM
               END-IF
           END-IF.
           MOVE 'N' TO WS-CLM-BASE-SW.

       2905-FIND-PICKUP-CLAIM.
           SEARCH ALL WS-PICK-ENTRY
               WHEN WS-PCK-HIC-NO (WS-PICK-NDX) = WS-PRIOR-HIC-NO
                AND WS-PCK-DCN (WS-PICK-NDX) = WS-PRIOR-DCN
                   MOVE WS-PCK-CARD-NBR (WS-PICK-NDX)
                                            TO WS-CLM-PICK-CARD
           END-SEARCH.

       2910-TEST-CARD.
           SET WS-SUB TO WS-CARD-NDX.
           IF WS-CRD-PICK (WS-CARD-NDX)
               IF WS-CLM-PICK-CARD = WS-SUB
                   MOVE WS-SUB TO WS-MATCH-CARD
               END-IF
           ELSE
               PERFORM 2920-TEST-SEL-CARD
           END-IF.

       2920-TEST-SEL-CARD.
           SET WS-CARD-MATCH TO TRUE.

           IF WS-CRD-PROV-6 (WS-CARD-NDX) NOT = SPACES
              AND WS-CRD-PROV-6 (WS-CARD-NDX) NOT = WS-CLM-PROV-6
               MOVE 'N' TO WS-CARD-MATCH-SW
           END-IF.

           IF (WS-CRD-TOB (WS-CARD-NDX) (1:1) NOT = SPACE
               AND WS-CRD-TOB (WS-CARD-NDX) (1:1)
                   NOT = WS-CLM-TOB (1:1))
              OR (WS-CRD-TOB (WS-CARD-NDX) (2:1) NOT = SPACE
               AND WS-CRD-TOB (WS-CARD-NDX) (2:1)
                   NOT = WS-CLM-TOB (2:1))
              OR (WS-CRD-TOB (WS-CARD-NDX) (3:1) NOT = SPACE
               AND WS-CRD-TOB (WS-CARD-NDX) (3:1)
                   NOT = WS-CLM-TOB (3:1))
               MOVE 'N' TO WS-CARD-MATCH-SW
           END-IF.

           IF WS-CLM-FROM-DT > WS-CRD-SERV-THRU-DT (WS-CARD-NDX)
              OR WS-CLM-TO-DT < WS-CRD-SERV-FROM-DT (WS-CARD-NDX)
               MOVE 'N' TO WS-CARD-MATCH-SW
           END-IF.

           IF WS-CLM-PAID-DT < WS-CRD-PAID-FROM-DT (WS-CARD-NDX)
              OR WS-CLM-PAID-DT > WS-CRD-PAID-THRU-DT (WS-CARD-NDX)
               MOVE 'N' TO WS-CARD-MATCH-SW
           END-IF.

           IF WS-CRD-HAS-LINE-CRIT (WS-CARD-NDX)
              AND NOT WS-CLM-LINE-HIT (WS-SUB)
               MOVE 'N' TO WS-CARD-MATCH-SW
           END-IF.

           IF WS-CARD-MATCH
               MOVE WS-SUB TO WS-MATCH-CARD
           END-IF.

       2950-SELECT-CLAIM.
           SET WS-CARD-NDX TO WS-MATCH-CARD.
           ADD 1 TO WS-SELECTED-CNT.
           ADD 1 TO WS-CRD-CLAIM-CNT (WS-CARD-NDX).
           ADD WS-CLM-REIMB   TO WS-CRD-REIMB-SUM (WS-CARD-NDX).
           ADD WS-CLM-CHARGES TO WS-CRD-CHARGE-SUM (WS-CARD-NDX).

           IF WS-MODE-GENERATE
               PERFORM 2960-RELEASE-REQUEST
           END-IF.

       2960-RELEASE-REQUEST.
           MOVE SPACES                   TO SORT-WORK-RECORD.
           MOVE WS-PRIOR-HIC-NO          TO SW-HIC-NO.
           MOVE WS-CLM-PROV-6            TO SW-PROV-6.
           MOVE WS-ADJ-REQ-CD            TO SW-ADJ-REQ-CD.
           MOVE WS-MASS-ADJ-IND          TO SW-MASS-ADJ-IND.
           MOVE WS-ADJ-REAS-CD           TO SW-ADJ-REAS-CD.
           MOVE WS-PRIOR-DCN             TO SW-XREF-DCN-NBR.
           MOVE WS-CLM-ORIGINAL-XREF-DCN TO SW-ORIGINAL-XREF-DCN.
           MOVE WS-CLM-TOB               TO SW-TOB.
           MOVE WS-CLM-FROM-DT           TO SW-STMT-FROM-DT-CYMD.
           MOVE WS-CLM-TO-DT             TO SW-STMT-TO-DT-CYMD.
           MOVE WS-CLM-PAID-DT           TO SW-PAID-DT-CYMD.
           MOVE WS-CLM-CHARGES           TO SW-TOTAL-CHARGES.
           MOVE WS-CLM-REIMB             TO SW-REIMB-PROV-AMT.
           MOVE WS-MATCH-CARD            TO SW-CARD-NBR.
           MOVE WS-RUN-DATE-8            TO SW-RUN-DT-CYMD.
           RELEASE SORT-WORK-RECORD.

      *    AFTER A CONTROL FAILURE THE STAGED REQUESTS ARE DISCARDED -
      *    NOTHING REACHES THE ADJUSTMENT FEED OFF A BAD EXTRACT.  A
      *    PREVIEW RELEASES NONE AND OPENS NO REQUEST FILE.
       2980-WRITE-REQUESTS.
           IF NOT WS-CTL-ABEND
              AND WS-MODE-GENERATE
               PERFORM 2985-PRODUCE-REQUESTS
           END-IF.

       2985-PRODUCE-REQUESTS.
           OPEN OUTPUT MADJ-REQUEST-FILE.
           WRITE MADJ-RPT-LINE FROM WS-DTL-HEADING.

           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               PERFORM 2990-WRITE-ONE-REQUEST
               RETURN SORT-WORK-FILE
                   AT END SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           CLOSE MADJ-REQUEST-FILE.

       2990-WRITE-ONE-REQUEST.
           WRITE MADJ-REQUEST-RECORD FROM SORT-WORK-RECORD.
           ADD 1 TO WS-REQUEST-CNT.

           MOVE SW-CARD-NBR              TO WS-DTL-CARD-NBR.
           MOVE SW-HIC-NO                TO WS-DTL-HIC-NO.
           MOVE SW-XREF-DCN-NBR          TO WS-DTL-XREF-DCN.
           MOVE SW-PROV-6                TO WS-DTL-PROV.
           MOVE SW-TOB                   TO WS-DTL-TOB.
           MOVE SW-STMT-FROM-DT-CYMD     TO WS-DTL-FROM-DT.
           MOVE SW-STMT-TO-DT-CYMD       TO WS-DTL-TO-DT.
           MOVE SW-PAID-DT-CYMD          TO WS-DTL-PAID-DT.
           MOVE SW-TOTAL-CHARGES         TO WS-DTL-CHARGES.
           MOVE SW-REIMB-PROV-AMT        TO WS-DTL-REIMB.
           WRITE MADJ-RPT-LINE FROM WS-DETAIL-LINE.

       3000-PRINT-CARD-TOTALS.
           MOVE SPACES TO MADJ-RPT-LINE.
           WRITE MADJ-RPT-LINE.
           WRITE MADJ-RPT-LINE FROM WS-CRD-HEADING-1.
           WRITE MADJ-RPT-LINE FROM WS-CRD-HEADING-2.
           PERFORM 3100-PRINT-CARD-LINE
               VARYING WS-CARD-NDX FROM 1 BY 1
               UNTIL WS-CARD-NDX > WS-CARD-CNT.

       3100-PRINT-CARD-LINE.
           SET WS-SUB TO WS-CARD-NDX.
           MOVE WS-SUB                         TO WS-CDL-CARD-NBR.
           MOVE WS-CRD-PROV-6 (WS-CARD-NDX)    TO WS-CDL-PROV.
           MOVE WS-CRD-SERV-FROM-DT (WS-CARD-NDX)
                                          TO WS-CDL-SERV-FROM-DT.
           MOVE WS-CRD-SERV-THRU-DT (WS-CARD-NDX)
                                          TO WS-CDL-SERV-THRU-DT.
           MOVE WS-CRD-HCPC-CD (WS-CARD-NDX)   TO WS-CDL-HCPC-CD.
           MOVE WS-CRD-REV-CD (WS-CARD-NDX)    TO WS-CDL-REV-CD.
           MOVE WS-CRD-TOB (WS-CARD-NDX)       TO WS-CDL-TOB.
           MOVE WS-CRD-PAID-FROM-DT (WS-CARD-NDX)
                                          TO WS-CDL-PAID-FROM-DT.
           MOVE WS-CRD-PAID-THRU-DT (WS-CARD-NDX)
                                          TO WS-CDL-PAID-THRU-DT.
           MOVE WS-CRD-CLAIM-CNT (WS-CARD-NDX) TO WS-CDL-CLAIM-CNT.
           MOVE WS-CRD-CHARGE-SUM (WS-CARD-NDX) TO WS-CDL-CHARGES.
           MOVE WS-CRD-REIMB-SUM (WS-CARD-NDX) TO WS-CDL-REIMB.
           MOVE WS-CRD-LOCALITY (WS-CARD-NDX)  TO WS-CDL-LOCALITY.
           IF WS-CRD-PICK (WS-CARD-NDX)
               MOVE "PICK" TO WS-CDL-PROV
           END-IF.
           WRITE MADJ-RPT-LINE FROM WS-CARD-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CARDS READ: " WS-CARDS-READ-CNT
               "  REJECTED: " WS-CARDS-REJECT-CNT
               "  CLAIMS: " WS-CLAIM-CNT
               "  PAID/ADJUSTABLE: " WS-ELIGIBLE-CNT
               "  SELECTED: " WS-SELECTED-CNT
               "  REQUESTS WRITTEN: " WS-REQUEST-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE MADJ-RPT-LINE FROM WS-SUMMARY-LINE.

       9900-CLOSE-FILES.
           CLOSE MADJ-RPT-FILE.
