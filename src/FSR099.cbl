      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR099                                             *
      ***                                                             *
      *** DESCRIPTION: CHECK/EFT REMITTANCE RECONCILIATION.  PROVES   *
      ***   THAT WHAT WAS PAID ON EACH CHECK OR EFT - THE SUM OF      *
      ***   FSSC-REIMB-PROV-AMT OVER THE PAID CLAIMS CARRYING THAT    *
      ***   FSSC-SFSCINFO-CK-REMIT-NBR / -CK-REMIT-DTE - IS WHAT      *
      ***   TREASURY ACTUALLY ISSUED AND CLEARED.  THREE SOURCES ARE  *
      ***   RELEASED TO ONE SORT ON CHECK NUMBER / REMIT DATE:        *
      ***     A - ONE RECORD PER PAID CLAIM ON TODAY'S EXTRACT THAT   *
      ***         CARRIES A CHECK/EFT REFERENCE.                      *
      ***     B - YESTERDAY'S OUTSTANDING ITEMS (FSRCOSCK SHAPE),     *
      ***         CARRIED FORWARD BY THE PRIOR RUN OF THIS JOB.       *
      ***     C - THE TREASURY ISSUED/CLEARED PAYMENT FILE.           *
      ***   EACH CHECK IS THEN CLASSED:                               *
      ***     PAID - NOT ISSUED   CLAIMS PAID, NOTHING FROM TREASURY  *
      ***                         YET - CARRIED FORWARD AND AGED.     *
      ***     ISSUED - NO CLAIMS  TREASURY ISSUED A PAYMENT NO CLAIM  *
      ***                         ACCOUNTS FOR.                       *
      ***     AMOUNT MISMATCH     ISSUED AMOUNT DIFFERS FROM THE      *
      ***                         CLAIM TOTAL - CARRIED FORWARD UNTIL *
      ***                         IT CLEARS, THEN REPORTED A LAST     *
      ***                         TIME AND DROPPED.                   *
      ***     VOIDED - CLAIMS PAID  TREASURY VOIDED A PAYMENT THE     *
      ***                         CLAIMS STILL SHOW AS PAID.          *
      ***   A CHECK ISSUED FOR THE CLAIM TOTAL BUT NOT YET CLEARED IS *
      ***   CARRIED FORWARD QUIETLY; ONE THAT HAS CLEARED FOR THE     *
      ***   CLAIM TOTAL IS RECONCILED AND DROPS OFF.  ON THE FIRST    *
      ***   RUN THE PRIOR OUTSTANDING FILE IS AN EMPTY DATASET.       *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      ***         OUTSTANDING-PRIOR-FILE - FSRCOSCK, PRIOR RUN        *
      ***         TREASURY-PAYMENT-FILE  - TREASURY ISSUED/CLEARED    *
      *** OUTPUT: OUTSTANDING-CURR-FILE  - FSRCOSCK, FOR NEXT RUN     *
      ***         REMIT-RECON-RPT-FILE   - RECONCILIATION REPORT      *
      ***         RUN-CONTROL-FILE    - FSRCRUNC, APPENDED            *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR099.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMEXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTSTANDING-PRIOR-FILE ASSIGN TO "OSCKPRIR"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TREASURY-PAYMENT-FILE ASSIGN TO "TREASURY"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTSTANDING-CURR-FILE ASSIGN TO "OSCKCURR"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REMIT-RECON-RPT-FILE ASSIGN TO "RMTRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLAIM-EXTRACT-FILE.

       REPLACE ==:FSSC:== BY ==FSSCCLMS==.
       COPY FSRCCLMS.
       REPLACE OFF.

       FD  OUTSTANDING-PRIOR-FILE
           RECORD CONTAINS 80 CHARACTERS.

       REPLACE ==:FSSC:== BY ==OSCP==.
       COPY FSRCOSCK.
       REPLACE OFF.

      *    TREASURY ISSUED/CLEARED PAYMENT RECORD - ONE PER CHECK OR
      *    EFT TRACE, WITH ITS LATEST STATUS.
       FD  TREASURY-PAYMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRSY-PAYMENT-RECORD.
           05  TRSY-CK-REMIT-NBR              PIC X(10).
           05  TRSY-CK-REMIT-DTE              PIC X(8).
           05  TRSY-PAY-TYPE                  PIC X(1).
               88  TRSY-PAY-TYPE-K-CHECK             VALUE 'K'.
               88  TRSY-PAY-TYPE-E-EFT               VALUE 'E'.
           05  TRSY-PROV-6                    PIC X(6).
           05  TRSY-PAY-AMT                   PIC S9(9)V99.
           05  TRSY-PAY-STATUS                PIC X(1).
               88  TRSY-STATUS-I-ISSUED              VALUE 'I'.
               88  TRSY-STATUS-C-CLEARED             VALUE 'C'.
               88  TRSY-STATUS-V-VOIDED              VALUE 'V'.
           05  TRSY-STATUS-DT-CYMD            PIC 9(8).
           05  FILLER                         PIC X(35).

       FD  OUTSTANDING-CURR-FILE
           RECORD CONTAINS 80 CHARACTERS.

       REPLACE ==:FSSC:== BY ==OSCN==.
       COPY FSRCOSCK.
       REPLACE OFF.

       FD  REMIT-RECON-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REMIT-RECON-RPT-LINE               PIC X(132).

      *    REC-TYPE ORDERS THE CLAIMS AND CARRIED ITEMS AHEAD OF THE
      *    TREASURY RECORD FOR THE SAME CHECK.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-CK-REMIT-NBR                PIC X(10).
           05  SW-CK-REMIT-DTE                PIC X(8).
           05  SW-REC-TYPE                    PIC X(1).
               88  SW-TYPE-A-CLAIM                   VALUE 'A'.
               88  SW-TYPE-B-CARRIED                 VALUE 'B'.
               88  SW-TYPE-C-TREASURY                VALUE 'C'.
           05  SW-RA-NBR                      PIC X(5).
           05  SW-PROV-6                      PIC X(6).
           05  SW-PAY-TYPE                    PIC X(1).
           05  SW-STATUS                      PIC X(1).
           05  SW-CLAIM-CNT                   PIC 9(7).
           05  SW-CLAIM-AMT               COMP-3 PIC S9(11)V99.
           05  SW-ISSUED-AMT              COMP-3 PIC S9(11)V99.
           05  SW-FIRST-SEEN-DT               PIC 9(8).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       REPLACE ==:FSSC:== BY ==RUNC==.
       COPY FSRCRUNC.
       REPLACE OFF.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-PRIOR-EOF-SW                PIC X(1) VALUE 'N'.
               88  WS-PRIOR-EOF                      VALUE 'Y'.
           05  WS-TRSY-EOF-SW                 PIC X(1) VALUE 'N'.
               88  WS-TRSY-EOF                       VALUE 'Y'.
           05  WS-FIRST-REC-SW                PIC X(1) VALUE 'Y'.
               88  WS-FIRST-REC                      VALUE 'Y'.

      *    THE EXTRACT IS BRACKETED BY FSRCCTLX CONTROL RECORDS (SEE
      *    FSR020), VERIFIED THROUGH FSR081.  A FAILURE INSIDE THE
      *    SORT INPUT PROCEDURE RAISES THE ABEND SWITCH; NOTHING IS
      *    RECONCILED, YESTERDAY'S OUTSTANDING FILE IS LEFT AS THE
      *    CURRENT ONE, AND THE JOB ENDS WITH RETURN CODE 16.
       01  WS-CONTROL-CHECK.
           05  WS-CALLER-NAME                  PIC X(8) VALUE "FSR099".
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

       01  WS-DATE-WORK.
           05  WS-RUN-DATE-8                  PIC 9(8).
           05  WS-RUN-DATE-INT                COMP PIC S9(9).
           05  WS-SEEN-DATE-INT               COMP PIC S9(9).
           05  WS-AGE-DAYS                    COMP PIC S9(9).

      *** EVERYTHING KNOWN ABOUT THE CHECK CURRENTLY BEING WALKED.
       01  WS-CHECK-ACCUM.
           05  WS-CHK-CK-REMIT-NBR            PIC X(10).
           05  WS-CHK-CK-REMIT-DTE            PIC X(8).
           05  WS-CHK-RA-NBR                  PIC X(5).
           05  WS-CHK-PROV-6                  PIC X(6).
           05  WS-CHK-PAY-TYPE                PIC X(1).
           05  WS-CHK-CLAIM-CNT               PIC 9(7).
           05  WS-CHK-CLAIM-AMT           COMP-3 PIC S9(11)V99.
           05  WS-CHK-CARRIED-CNT             PIC 9(7).
           05  WS-CHK-CARRIED-AMT         COMP-3 PIC S9(11)V99.
           05  WS-CHK-ISSUED-AMT          COMP-3 PIC S9(11)V99.
           05  WS-CHK-DIFF-AMT            COMP-3 PIC S9(11)V99.
           05  WS-CHK-FIRST-SEEN-DT           PIC 9(8).
           05  WS-CHK-CARRIED-SW              PIC X(1).
               88  WS-CHK-CARRIED                    VALUE 'Y'.
           05  WS-CHK-ISSUED-SW               PIC X(1).
               88  WS-CHK-ISSUED                     VALUE 'Y'.
           05  WS-CHK-TRSY-STATUS             PIC X(1).
               88  WS-CHK-TRSY-CLEARED               VALUE 'C'.
               88  WS-CHK-TRSY-VOIDED                VALUE 'V'.
           05  WS-CHK-CONDITION               PIC X(22).

       01  WS-COUNTERS.
           05  WS-PAID-CLAIM-CNT              PIC 9(7) VALUE 0.
           05  WS-NO-REF-CLAIM-CNT            PIC 9(7) VALUE 0.
           05  WS-CARRIED-IN-CNT              PIC 9(7) VALUE 0.
           05  WS-TRSY-READ-CNT               PIC 9(7) VALUE 0.
           05  WS-CHECK-CNT                   PIC 9(7) VALUE 0.
           05  WS-CLEARED-CNT                 PIC 9(7) VALUE 0.
           05  WS-ISSUED-OPEN-CNT             PIC 9(7) VALUE 0.
           05  WS-NOT-ISSUED-CNT              PIC 9(7) VALUE 0.
           05  WS-NO-CLAIMS-CNT               PIC 9(7) VALUE 0.
           05  WS-MISMATCH-CNT                PIC 9(7) VALUE 0.
           05  WS-VOIDED-CNT                  PIC 9(7) VALUE 0.
           05  WS-CARRIED-OUT-CNT             PIC 9(7) VALUE 0.

       01  WS-AMOUNTS.
           05  WS-PAID-CLAIM-SUM          COMP-3 PIC S9(11)V99 VALUE 0.
           05  WS-CLEARED-SUM             COMP-3 PIC S9(11)V99 VALUE 0.
           05  WS-ISSUED-OPEN-SUM         COMP-3 PIC S9(11)V99 VALUE 0.
           05  WS-NOT-ISSUED-SUM          COMP-3 PIC S9(11)V99 VALUE 0.
           05  WS-NO-CLAIMS-SUM           COMP-3 PIC S9(11)V99 VALUE 0.

       01  WS-EDIT-FIELDS.
           05  WS-ED-AMT-1                    PIC $$$,$$$,$$9.99.
           05  WS-ED-AMT-2                    PIC $$$,$$$,$$9.99.
           05  WS-ED-AMT-3                    PIC $$$,$$$,$$9.99.

       01  WS-HEADING-1                       PIC X(132) VALUE
           "FSR099 - CHECK/EFT REMITTANCE RECONCILIATION EXCEPTIONS".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(12) VALUE "CHECK/EFT".
           05  FILLER                 PIC X(10) VALUE "REMIT-DT".
           05  FILLER                 PIC X(7)  VALUE "RA".
           05  FILLER                 PIC X(8)  VALUE "PROV".
           05  FILLER                 PIC X(3)  VALUE "TP".
           05  FILLER                 PIC X(9)  VALUE " CLAIMS".
           05  FILLER                 PIC X(16) VALUE "   CLAIM TOTAL".
           05  FILLER                 PIC X(16) VALUE "        ISSUED".
           05  FILLER                 PIC X(17) VALUE
               "     DIFFERENCE".
           05  FILLER                 PIC X(24) VALUE "CONDITION".
           05  FILLER                 PIC X(10) VALUE "DAYS".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CK-REMIT-NBR            PIC X(10).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-CK-REMIT-DTE            PIC X(8).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-RA-NBR                  PIC X(5).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-PROV                    PIC X(6).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-PAY-TYPE                PIC X(1).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-CLAIM-CNT               PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-CLAIM-AMT               PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-ISSUED-AMT              PIC $$$,$$$,$$9.99.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-DIFF-AMT                PIC $$$,$$$,$$9.99-.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-CONDITION               PIC X(22).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-DTL-AGE-DAYS                PIC ZZZ9.

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-8).

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CK-REMIT-NBR
               ON ASCENDING KEY SW-CK-REMIT-DTE
               ON ASCENDING KEY SW-REC-TYPE
               INPUT PROCEDURE 1000-BUILD-SORT-FILE
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
           MOVE "FSR099"              TO RUNC-JOB-NAME.
           MOVE WS-RUN-DATE-8         TO RUNC-RUN-DT-CYMD.
           MOVE WS-CTL-GENERATION-DT  TO RUNC-INPUT-GENERATION.
           MOVE WS-CTL-DATA-CNT       TO RUNC-RECORDS-READ.
           MOVE WS-CARRIED-OUT-CNT    TO RUNC-RECORDS-WRITTEN.
           MOVE 'C'                   TO RUNC-COMPLETION-STATUS.
           WRITE RUNC-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       1000-BUILD-SORT-FILE.
           OPEN INPUT CLAIM-EXTRACT-FILE.

           READ CLAIM-EXTRACT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               PERFORM 1500-CHECK-CONTROL-RECORD
               IF WS-CTL-CLASS-D-DATA
                  AND FSSCCLMS-TRAILER-SEQ-00-BASE
                   PERFORM 2000-RELEASE-PAID-CLAIM
               END-IF
               READ CLAIM-EXTRACT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           IF NOT WS-CTL-ABEND
              AND (NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN)
               DISPLAY "FSR099 - EXTRACT CONTROL FAILURE: HEADER OR "
                   "TRAILER CONTROL RECORD MISSING"
               SET WS-CTL-ABEND TO TRUE
           END-IF.

           CLOSE CLAIM-EXTRACT-FILE.

           IF NOT WS-CTL-ABEND
               PERFORM 2100-RELEASE-CARRIED-ITEMS
               PERFORM 2200-RELEASE-TREASURY-ITEMS
           END-IF.

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

      *    A PAID CLAIM WITH NO CHECK/EFT REFERENCE CANNOT BE PROVED
      *    AGAINST TREASURY AT ALL - IT IS ONLY COUNTED.
       2000-RELEASE-PAID-CLAIM.
           IF FSSCCLMS-CURR-STAT-P-PAID
               IF FSSCCLMS-SFSCINFO-CK-REMIT-NBR = SPACES
                   ADD 1 TO WS-NO-REF-CLAIM-CNT
               ELSE
                   ADD 1 TO WS-PAID-CLAIM-CNT
                   ADD FSSCCLMS-REIMB-PROV-AMT TO WS-PAID-CLAIM-SUM
                   MOVE FSSCCLMS-SFSCINFO-CK-REMIT-NBR
                                            TO SW-CK-REMIT-NBR
                   MOVE FSSCCLMS-SFSCINFO-CK-REMIT-DTE
                                            TO SW-CK-REMIT-DTE
                   SET SW-TYPE-A-CLAIM      TO TRUE
                   MOVE FSSCCLMS-SFSCINFO-RA-NBR TO SW-RA-NBR
                   MOVE FSSCCLMS-MEDA-PROV-6     TO SW-PROV-6
                   MOVE SPACE               TO SW-PAY-TYPE
                   MOVE SPACE               TO SW-STATUS
                   MOVE 1                   TO SW-CLAIM-CNT
                   MOVE FSSCCLMS-REIMB-PROV-AMT  TO SW-CLAIM-AMT
                   MOVE 0                   TO SW-ISSUED-AMT
                   MOVE WS-RUN-DATE-8       TO SW-FIRST-SEEN-DT
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

       2100-RELEASE-CARRIED-ITEMS.
           OPEN INPUT OUTSTANDING-PRIOR-FILE.

           READ OUTSTANDING-PRIOR-FILE
               AT END SET WS-PRIOR-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-PRIOR-EOF
               ADD 1 TO WS-CARRIED-IN-CNT
               MOVE OSCP-CK-REMIT-NBR       TO SW-CK-REMIT-NBR
               MOVE OSCP-CK-REMIT-DTE       TO SW-CK-REMIT-DTE
               SET SW-TYPE-B-CARRIED        TO TRUE
               MOVE OSCP-RA-NBR             TO SW-RA-NBR
               MOVE OSCP-PROV-6             TO SW-PROV-6
               MOVE OSCP-PAY-TYPE           TO SW-PAY-TYPE
               MOVE OSCP-OUT-STATUS         TO SW-STATUS
               MOVE OSCP-CLAIM-CNT          TO SW-CLAIM-CNT
               MOVE OSCP-CLAIM-AMT          TO SW-CLAIM-AMT
               MOVE OSCP-ISSUED-AMT         TO SW-ISSUED-AMT
               MOVE OSCP-FIRST-SEEN-DT-CYMD TO SW-FIRST-SEEN-DT
               RELEASE SORT-WORK-RECORD
               READ OUTSTANDING-PRIOR-FILE
                   AT END SET WS-PRIOR-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE OUTSTANDING-PRIOR-FILE.

       2200-RELEASE-TREASURY-ITEMS.
           OPEN INPUT TREASURY-PAYMENT-FILE.

           READ TREASURY-PAYMENT-FILE
               AT END SET WS-TRSY-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-TRSY-EOF
               ADD 1 TO WS-TRSY-READ-CNT
               MOVE TRSY-CK-REMIT-NBR       TO SW-CK-REMIT-NBR
               MOVE TRSY-CK-REMIT-DTE       TO SW-CK-REMIT-DTE
               SET SW-TYPE-C-TREASURY       TO TRUE
               MOVE SPACES                  TO SW-RA-NBR
               MOVE TRSY-PROV-6             TO SW-PROV-6
               MOVE TRSY-PAY-TYPE           TO SW-PAY-TYPE
               MOVE TRSY-PAY-STATUS         TO SW-STATUS
               MOVE 0                       TO SW-CLAIM-CNT
               MOVE 0                       TO SW-CLAIM-AMT
               MOVE TRSY-PAY-AMT            TO SW-ISSUED-AMT
               MOVE WS-RUN-DATE-8           TO SW-FIRST-SEEN-DT
               RELEASE SORT-WORK-RECORD
               READ TREASURY-PAYMENT-FILE
                   AT END SET WS-TRSY-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE TREASURY-PAYMENT-FILE.

      *    AFTER A CONTROL FAILURE THE SORTED RECORDS ARE DISCARDED
      *    AND NO REPORT IS WRITTEN - HALF A REPORT OFF A BAD FILE IS
      *    EXACTLY WHAT THE CONTROL RECORDS EXIST TO PREVENT.
       3000-WRITE-REPORT.
           IF NOT WS-CTL-ABEND
               PERFORM 3010-PRODUCE-REPORT
           END-IF.

       3010-PRODUCE-REPORT.
           OPEN OUTPUT OUTSTANDING-CURR-FILE.
           OPEN OUTPUT REMIT-RECON-RPT-FILE.
           WRITE REMIT-RECON-RPT-LINE FROM WS-HEADING-1.
           WRITE REMIT-RECON-RPT-LINE FROM WS-HEADING-2.

           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-WORK-FILE
               AT END SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               IF WS-FIRST-REC
                  OR SW-CK-REMIT-NBR NOT = WS-CHK-CK-REMIT-NBR
                  OR SW-CK-REMIT-DTE NOT = WS-CHK-CK-REMIT-DTE
                   IF NOT WS-FIRST-REC
                       PERFORM 3100-RECONCILE-CHECK
                   END-IF
                   PERFORM 3020-START-CHECK
               END-IF
               PERFORM 3050-ACCUMULATE-SORTED-RECORD
               RETURN SORT-WORK-FILE
                   AT END SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-REC
               PERFORM 3100-RECONCILE-CHECK
           END-IF.

           PERFORM 9000-WRITE-SUMMARY.
           CLOSE OUTSTANDING-CURR-FILE REMIT-RECON-RPT-FILE.

       3020-START-CHECK.
           MOVE 'N'               TO WS-FIRST-REC-SW.
           MOVE SW-CK-REMIT-NBR   TO WS-CHK-CK-REMIT-NBR.
           MOVE SW-CK-REMIT-DTE   TO WS-CHK-CK-REMIT-DTE.
           MOVE SPACES            TO WS-CHK-RA-NBR.
           MOVE SPACES            TO WS-CHK-PROV-6.
           MOVE SPACE             TO WS-CHK-PAY-TYPE.
           MOVE 0                 TO WS-CHK-CLAIM-CNT.
           MOVE 0                 TO WS-CHK-CLAIM-AMT.
           MOVE 0                 TO WS-CHK-CARRIED-CNT.
           MOVE 0                 TO WS-CHK-CARRIED-AMT.
           MOVE 0                 TO WS-CHK-ISSUED-AMT.
           MOVE WS-RUN-DATE-8     TO WS-CHK-FIRST-SEEN-DT.
           MOVE 'N'               TO WS-CHK-CARRIED-SW.
           MOVE 'N'               TO WS-CHK-ISSUED-SW.
           MOVE SPACE             TO WS-CHK-TRSY-STATUS.
           ADD 1 TO WS-CHECK-CNT.

      *    A CARRIED ITEM BRINGS ITS FIRST-SEEN DATE FORWARD, AND ITS
      *    ISSUED AMOUNT IF TREASURY HAD ALREADY ISSUED IT.  ITS CLAIM
      *    TOTAL IS HELD APART - THE EXTRACT IS A FULL SNAPSHOT, SO
      *    TODAY'S PAID CLAIMS FOR THE CHECK ARE THE SAME CLAIMS THE
      *    CARRIED TOTAL WAS BUILT FROM, AND IT IS USED ONLY WHEN
      *    NONE ARE ON TODAY'S EXTRACT (3100).  TODAY'S TREASURY
      *    RECORD, WHEN THERE IS ONE, SUPERSEDES WHATEVER WAS
      *    CARRIED.
       3050-ACCUMULATE-SORTED-RECORD.
           IF WS-CHK-PROV-6 = SPACES
               MOVE SW-PROV-6 TO WS-CHK-PROV-6
           END-IF.
           IF WS-CHK-RA-NBR = SPACES
               MOVE SW-RA-NBR TO WS-CHK-RA-NBR
           END-IF.
           IF SW-PAY-TYPE NOT = SPACE
               MOVE SW-PAY-TYPE TO WS-CHK-PAY-TYPE
           END-IF.

           EVALUATE TRUE
               WHEN SW-TYPE-A-CLAIM
                   ADD SW-CLAIM-CNT TO WS-CHK-CLAIM-CNT
                   ADD SW-CLAIM-AMT TO WS-CHK-CLAIM-AMT
               WHEN SW-TYPE-B-CARRIED
                   SET WS-CHK-CARRIED TO TRUE
                   MOVE SW-CLAIM-CNT TO WS-CHK-CARRIED-CNT
                   MOVE SW-CLAIM-AMT TO WS-CHK-CARRIED-AMT
                   MOVE SW-FIRST-SEEN-DT TO WS-CHK-FIRST-SEEN-DT
                   IF SW-STATUS = 'I'
                       SET WS-CHK-ISSUED TO TRUE
                       MOVE SW-ISSUED-AMT TO WS-CHK-ISSUED-AMT
                   END-IF
               WHEN SW-TYPE-C-TREASURY
                   SET WS-CHK-ISSUED TO TRUE
                   MOVE SW-ISSUED-AMT TO WS-CHK-ISSUED-AMT
                   MOVE SW-STATUS     TO WS-CHK-TRSY-STATUS
           END-EVALUATE.

       3100-RECONCILE-CHECK.
           IF WS-CHK-CLAIM-CNT = 0
              AND WS-CHK-CARRIED
               MOVE WS-CHK-CARRIED-CNT TO WS-CHK-CLAIM-CNT
               MOVE WS-CHK-CARRIED-AMT TO WS-CHK-CLAIM-AMT
           END-IF.

           COMPUTE WS-CHK-DIFF-AMT =
               WS-CHK-ISSUED-AMT - WS-CHK-CLAIM-AMT.
           MOVE SPACES TO WS-CHK-CONDITION.

           EVALUATE TRUE
               WHEN WS-CHK-TRSY-VOIDED
                   IF WS-CHK-CLAIM-CNT > 0
                       ADD 1 TO WS-VOIDED-CNT
                       MOVE "VOIDED - CLAIMS PAID" TO WS-CHK-CONDITION
                       PERFORM 3200-WRITE-EXCEPTION
                   END-IF
               WHEN NOT WS-CHK-ISSUED
                   ADD 1 TO WS-NOT-ISSUED-CNT
                   ADD WS-CHK-CLAIM-AMT TO WS-NOT-ISSUED-SUM
                   MOVE "PAID - NOT ISSUED" TO WS-CHK-CONDITION
                   PERFORM 3200-WRITE-EXCEPTION
                   PERFORM 3300-CARRY-FORWARD
               WHEN WS-CHK-CLAIM-CNT = 0
                   ADD 1 TO WS-NO-CLAIMS-CNT
                   ADD WS-CHK-ISSUED-AMT TO WS-NO-CLAIMS-SUM
                   MOVE "ISSUED - NO CLAIMS" TO WS-CHK-CONDITION
                   PERFORM 3200-WRITE-EXCEPTION
               WHEN WS-CHK-DIFF-AMT NOT = 0
                   ADD 1 TO WS-MISMATCH-CNT
                   IF WS-CHK-TRSY-CLEARED
                       MOVE "CLEARED - AMT MISMATCH"
                                          TO WS-CHK-CONDITION
                       PERFORM 3200-WRITE-EXCEPTION
                   ELSE
                       MOVE "ISSUED - AMT MISMATCH"
                                          TO WS-CHK-CONDITION
                       PERFORM 3200-WRITE-EXCEPTION
                       PERFORM 3300-CARRY-FORWARD
                   END-IF
               WHEN WS-CHK-TRSY-CLEARED
                   ADD 1 TO WS-CLEARED-CNT
                   ADD WS-CHK-ISSUED-AMT TO WS-CLEARED-SUM
               WHEN OTHER
                   ADD 1 TO WS-ISSUED-OPEN-CNT
                   ADD WS-CHK-ISSUED-AMT TO WS-ISSUED-OPEN-SUM
                   PERFORM 3300-CARRY-FORWARD
           END-EVALUATE.

       3200-WRITE-EXCEPTION.
           MOVE 0 TO WS-AGE-DAYS.
           IF WS-CHK-FIRST-SEEN-DT > 0
               COMPUTE WS-SEEN-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (WS-CHK-FIRST-SEEN-DT)
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-INT - WS-SEEN-DATE-INT
           END-IF.

           MOVE WS-CHK-CK-REMIT-NBR      TO WS-DTL-CK-REMIT-NBR.
           MOVE WS-CHK-CK-REMIT-DTE      TO WS-DTL-CK-REMIT-DTE.
           MOVE WS-CHK-RA-NBR            TO WS-DTL-RA-NBR.
           MOVE WS-CHK-PROV-6            TO WS-DTL-PROV.
           MOVE WS-CHK-PAY-TYPE          TO WS-DTL-PAY-TYPE.
           MOVE WS-CHK-CLAIM-CNT         TO WS-DTL-CLAIM-CNT.
           MOVE WS-CHK-CLAIM-AMT         TO WS-DTL-CLAIM-AMT.
           MOVE WS-CHK-ISSUED-AMT        TO WS-DTL-ISSUED-AMT.
           MOVE WS-CHK-DIFF-AMT          TO WS-DTL-DIFF-AMT.
           MOVE WS-CHK-CONDITION         TO WS-DTL-CONDITION.
           MOVE WS-AGE-DAYS              TO WS-DTL-AGE-DAYS.
           WRITE REMIT-RECON-RPT-LINE FROM WS-DETAIL-LINE.

       3300-CARRY-FORWARD.
           MOVE SPACES                   TO OSCN-OUTSTANDING-RECORD.
           MOVE WS-CHK-CK-REMIT-NBR      TO OSCN-CK-REMIT-NBR.
           MOVE WS-CHK-CK-REMIT-DTE      TO OSCN-CK-REMIT-DTE.
           MOVE WS-CHK-RA-NBR            TO OSCN-RA-NBR.
           MOVE WS-CHK-PROV-6            TO OSCN-PROV-6.
           MOVE WS-CHK-PAY-TYPE          TO OSCN-PAY-TYPE.
           IF WS-CHK-ISSUED
               SET OSCN-OUT-I-ISSUED-NOT-CLEARED TO TRUE
           ELSE
               SET OSCN-OUT-P-PAID-NOT-ISSUED    TO TRUE
           END-IF.
           MOVE WS-CHK-CLAIM-CNT         TO OSCN-CLAIM-CNT.
           MOVE WS-CHK-CLAIM-AMT         TO OSCN-CLAIM-AMT.
           MOVE WS-CHK-ISSUED-AMT        TO OSCN-ISSUED-AMT.
           MOVE WS-CHK-FIRST-SEEN-DT     TO OSCN-FIRST-SEEN-DT-CYMD.
           MOVE WS-RUN-DATE-8            TO OSCN-LAST-RUN-DT-CYMD.
           WRITE OSCN-OUTSTANDING-RECORD.
           ADD 1 TO WS-CARRIED-OUT-CNT.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE WS-PAID-CLAIM-SUM TO WS-ED-AMT-1.
           STRING "PAID CLAIMS WITH CHECK/EFT: " WS-PAID-CLAIM-CNT
               "  AMOUNT: " WS-ED-AMT-1
               "  PAID WITH NO REFERENCE: " WS-NO-REF-CLAIM-CNT
               "  TREASURY RECORDS: " WS-TRSY-READ-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE REMIT-RECON-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE WS-CLEARED-SUM     TO WS-ED-AMT-1.
           MOVE WS-ISSUED-OPEN-SUM TO WS-ED-AMT-2.
           STRING "CHECKS: " WS-CHECK-CNT
               "  CLEARED: " WS-CLEARED-CNT " " WS-ED-AMT-1
               "  ISSUED NOT CLEARED: " WS-ISSUED-OPEN-CNT
               " " WS-ED-AMT-2
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE REMIT-RECON-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE WS-NOT-ISSUED-SUM  TO WS-ED-AMT-1.
           MOVE WS-NO-CLAIMS-SUM   TO WS-ED-AMT-2.
           STRING "PAID NOT ISSUED: " WS-NOT-ISSUED-CNT
               " " WS-ED-AMT-1
               "  ISSUED NO CLAIMS: " WS-NO-CLAIMS-CNT
               " " WS-ED-AMT-2
               "  AMT MISMATCH: " WS-MISMATCH-CNT
               "  VOIDED: " WS-VOIDED-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE REMIT-RECON-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "OUTSTANDING CARRIED IN: " WS-CARRIED-IN-CNT
               "  CARRIED FORWARD: " WS-CARRIED-OUT-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE REMIT-RECON-RPT-LINE FROM WS-SUMMARY-LINE.
