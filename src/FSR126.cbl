      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR126                                             *
      ***                                                             *
      *** DESCRIPTION: BENEFICIARY ENTITLEMENT MASTER LOAD.  BATCH    *
      ***   LOAD OF THE CWF (COMMON WORKING FILE) ELIGIBILITY FILE    *
      ***   INTO BENE-ENT-MASTER-FILE, A VSAM-STYLE KSDS KEYED BY     *
      ***   HIC-NO (FSRCBENT SHAPE) - THE SAME LOAD PATTERN FSR095    *
      ***   USES FOR THE IDE MASTER.  A FEED RECORD FOR A NEW         *
      ***   BENEFICIARY IS ADDED; A KNOWN BENEFICIARY IS REWRITTEN    *
      ***   WHOLESALE, SINCE CWF SENDS THE BENEFICIARY'S COMPLETE     *
      ***   CURRENT PICTURE - A NEWLY REPORTED DEATH, A CLOSED        *
      ***   DISABILITY PERIOD OR A REVERSED DATE OF DEATH ALL COME    *
      ***   IN THIS WAY.  UNLIKE THE SMALL REFERENCE MASTERS, THE     *
      ***   WHOLE FILE IS NOT LISTED AFTER THE LOAD (IT HOLDS EVERY   *
      ***   BENEFICIARY IN THE JURISDICTION): THE REPORT LISTS ONLY   *
      ***   FEED RECORDS REJECTED AS UNUSABLE, THEN THE COUNTS FOR    *
      ***   RECONCILIATION AGAINST THE FEED'S TRANSMITTAL.  A RECORD  *
      ***   IS REJECTED, AND THE MASTER LEFT AS IT WAS, WHEN ITS      *
      ***   HIC-NO IS BLANK, A DATE IS NOT NUMERIC, THE HISTORY COUNT *
      ***   IS NOT 0-10, OR A PERIOD ENDS BEFORE IT STARTS.           *
      ***                                                             *
      *** INPUT:  BENE-LOAD-FILE      - CWF ELIGIBILITY FILE          *
      *** FILE:   BENE-ENT-MASTER-FILE - ENTITLEMENT MASTER, INDEXED  *
      ***                               BY HIC-NO                     *
      *** OUTPUT: BENE-LOAD-RPT-FILE  - LOAD REJECTS AND COUNTS       *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR126.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENE-LOAD-FILE ASSIGN TO "CWFELIG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT BENE-ENT-MASTER-FILE ASSIGN TO "BENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BENT-KEY
               FILE STATUS IS WS-BENT-FILE-STATUS.

           SELECT BENE-LOAD-RPT-FILE ASSIGN TO "BENTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BENE-LOAD-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  BENE-LOAD-RECORD.
           05  BLOD-HIC-NO                     PIC X(12).
           05  BLOD-MBI                        PIC X(11).
           05  BLOD-BIRTH-DT-CYMD              PIC 9(8).
           05  BLOD-DEATH-DT-CYMD              PIC 9(8).
           05  BLOD-PART-A-START-DT-CYMD       PIC 9(8).
           05  BLOD-PART-A-END-DT-CYMD         PIC 9(8).
           05  BLOD-PART-B-START-DT-CYMD       PIC 9(8).
           05  BLOD-PART-B-END-DT-CYMD         PIC 9(8).
           05  BLOD-ENT-HIST-CNT               PIC 9(2).
           05  BLOD-ENT-HIST                   OCCURS 10 TIMES.
               10  BLOD-ENT-BASIS              PIC X(1).
               10  BLOD-ENT-START-DT-CYMD      PIC 9(8).
               10  BLOD-ENT-END-DT-CYMD        PIC 9(8).
           05  FILLER                          PIC X(7).

       FD  BENE-ENT-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==BENT==.
       COPY FSRCBENT.
       REPLACE OFF.

       FD  BENE-LOAD-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  BENE-LOAD-RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-BENT-FILE-STATUS                 PIC X(2).
           88  WS-BENT-OK                          VALUE '00'.
           88  WS-BENT-NOT-FOUND                   VALUE '23'.
           88  WS-BENT-DUPLICATE                   VALUE '22'.

       01  WS-SWITCHES.
           05  WS-LOAD-EOF-SW                  PIC X(1) VALUE 'N'.
               88  WS-LOAD-EOF                         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOAD-READ-CNT                PIC 9(9) VALUE 0.
           05  WS-LOAD-ADD-CNT                 PIC 9(9) VALUE 0.
           05  WS-LOAD-CHG-CNT                 PIC 9(9) VALUE 0.
           05  WS-LOAD-REJ-CNT                 PIC 9(9) VALUE 0.
           05  WS-DEATH-ON-FILE-CNT            PIC 9(9) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-NDX                          COMP PIC S9(4).
           05  WS-REJECT-REASON                PIC X(40).

       01  WS-RUN-DATE-8                       PIC 9(8).

       01  WS-HEADING-1                        PIC X(132) VALUE
           "FSR126 - BENEFICIARY ENTITLEMENT MASTER LOAD".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(14) VALUE "HIC-NO".
           05  FILLER                 PIC X(13) VALUE "MBI".
           05  FILLER                 PIC X(40) VALUE "REJECT REASON".

       01  WS-REJECT-LINE.
           05  WS-REJ-HIC-NO                   PIC X(12).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-REJ-MBI                      PIC X(11).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-REJ-REASON                   PIC X(40).

       01  WS-SUMMARY-LINE                     PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.

           OPEN I-O BENE-ENT-MASTER-FILE.
           IF NOT WS-BENT-OK
               OPEN OUTPUT BENE-ENT-MASTER-FILE
               CLOSE BENE-ENT-MASTER-FILE
               OPEN I-O BENE-ENT-MASTER-FILE
           END-IF.

           OPEN OUTPUT BENE-LOAD-RPT-FILE.
           WRITE BENE-LOAD-RPT-LINE FROM WS-HEADING-1.
           WRITE BENE-LOAD-RPT-LINE FROM WS-HEADING-2.

           PERFORM 1000-BULK-LOAD.
           PERFORM 9000-WRITE-SUMMARY.

           CLOSE BENE-ENT-MASTER-FILE BENE-LOAD-RPT-FILE.
           GOBACK.

       1000-BULK-LOAD.
           OPEN INPUT BENE-LOAD-FILE.

           READ BENE-LOAD-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-LOAD-EOF
               ADD 1 TO WS-LOAD-READ-CNT
               PERFORM 1500-VALIDATE-LOAD-RECORD
               IF WS-REJECT-REASON = SPACES
                   PERFORM 2000-APPLY-LOAD-RECORD
               ELSE
                   PERFORM 2900-PRINT-REJECT
               END-IF
               READ BENE-LOAD-FILE
                   AT END SET WS-LOAD-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE BENE-LOAD-FILE.

      *    EVERY DATE ON THE MASTER IS COMPARED NUMERICALLY BY THE
      *    NIGHTLY EDIT, SO A RECORD THAT WOULD PUT A NON-NUMERIC OR
      *    BACKWARDS PERIOD ON FILE IS TURNED AWAY HERE INSTEAD.
       1500-VALIDATE-LOAD-RECORD.
           MOVE SPACES TO WS-REJECT-REASON.

           EVALUATE TRUE
               WHEN BLOD-HIC-NO = SPACES
                   MOVE "HIC-NO IS BLANK" TO WS-REJECT-REASON
               WHEN BLOD-BIRTH-DT-CYMD NOT NUMERIC
                 OR BLOD-DEATH-DT-CYMD NOT NUMERIC
                   MOVE "BIRTH OR DEATH DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN BLOD-PART-A-START-DT-CYMD NOT NUMERIC
                 OR BLOD-PART-A-END-DT-CYMD NOT NUMERIC
                 OR BLOD-PART-B-START-DT-CYMD NOT NUMERIC
                 OR BLOD-PART-B-END-DT-CYMD NOT NUMERIC
                   MOVE "PART A OR B DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN BLOD-ENT-HIST-CNT NOT NUMERIC
                 OR BLOD-ENT-HIST-CNT > 10
                   MOVE "ENTITLEMENT HISTORY COUNT NOT 0-10"
                       TO WS-REJECT-REASON
               WHEN BLOD-PART-A-END-DT-CYMD > 0
                AND BLOD-PART-A-END-DT-CYMD <
                    BLOD-PART-A-START-DT-CYMD
                   MOVE "PART A ENDS BEFORE IT STARTS"
                       TO WS-REJECT-REASON
               WHEN BLOD-PART-B-END-DT-CYMD > 0
                AND BLOD-PART-B-END-DT-CYMD <
                    BLOD-PART-B-START-DT-CYMD
                   MOVE "PART B ENDS BEFORE IT STARTS"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-REJECT-REASON = SPACES
               PERFORM VARYING WS-NDX FROM 1 BY 1
                       UNTIL WS-NDX > BLOD-ENT-HIST-CNT
                  OR WS-REJECT-REASON NOT = SPACES
                   PERFORM 1600-VALIDATE-HIST-PERIOD
               END-PERFORM
           END-IF.

       1600-VALIDATE-HIST-PERIOD.
           EVALUATE TRUE
               WHEN BLOD-ENT-BASIS (WS-NDX) NOT = 'D'
                AND BLOD-ENT-BASIS (WS-NDX) NOT = 'E'
                   MOVE "HISTORY BASIS NOT D OR E" TO WS-REJECT-REASON
               WHEN BLOD-ENT-START-DT-CYMD (WS-NDX) NOT NUMERIC
                 OR BLOD-ENT-END-DT-CYMD (WS-NDX) NOT NUMERIC
                   MOVE "HISTORY DATE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN BLOD-ENT-END-DT-CYMD (WS-NDX) > 0
                AND BLOD-ENT-END-DT-CYMD (WS-NDX) <
                    BLOD-ENT-START-DT-CYMD (WS-NDX)
                   MOVE "HISTORY PERIOD ENDS BEFORE IT STARTS"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-APPLY-LOAD-RECORD.
           PERFORM 2100-MOVE-LOAD-FIELDS.
           IF BENT-DEATH-DT-CYMD > 0
               ADD 1 TO WS-DEATH-ON-FILE-CNT
           END-IF.
           WRITE BENT-MASTER-RECORD
               INVALID KEY
                   PERFORM 2200-REWRITE-EXISTING
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-ADD-CNT
           END-WRITE.

      *    A KNOWN BENEFICIARY IS REPLACED WHOLESALE WITH CWF'S
      *    LATEST PICTURE, SAME AS THE FSR095 IDE REFRESH.
       2200-REWRITE-EXISTING.
           PERFORM 2100-MOVE-LOAD-FIELDS.
           REWRITE BENT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-CHG-CNT
           END-REWRITE.

      *    HISTORY SLOTS BEYOND THE FEED'S COUNT ARE CLEARED SO A
      *    SHORTER HISTORY NEVER INHERITS THE OLD RECORD'S PERIODS.
       2100-MOVE-LOAD-FIELDS.
           MOVE SPACES                     TO BENT-MASTER-RECORD.
           MOVE BLOD-HIC-NO                TO BENT-HIC-NO.
           MOVE BLOD-MBI                   TO BENT-MBI.
           MOVE BLOD-BIRTH-DT-CYMD         TO BENT-BIRTH-DT-CYMD.
           MOVE BLOD-DEATH-DT-CYMD         TO BENT-DEATH-DT-CYMD.
           MOVE BLOD-PART-A-START-DT-CYMD  TO BENT-PART-A-START-DT-CYMD.
           MOVE BLOD-PART-A-END-DT-CYMD    TO BENT-PART-A-END-DT-CYMD.
           MOVE BLOD-PART-B-START-DT-CYMD  TO BENT-PART-B-START-DT-CYMD.
           MOVE BLOD-PART-B-END-DT-CYMD    TO BENT-PART-B-END-DT-CYMD.
           MOVE BLOD-ENT-HIST-CNT          TO BENT-ENT-HIST-CNT.
           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > 10
               IF WS-NDX > BLOD-ENT-HIST-CNT
                   MOVE SPACES TO BENT-ENT-BASIS (WS-NDX)
                   MOVE 0      TO BENT-ENT-START-DT-CYMD (WS-NDX)
                                  BENT-ENT-END-DT-CYMD (WS-NDX)
               ELSE
                   MOVE BLOD-ENT-BASIS (WS-NDX)
                       TO BENT-ENT-BASIS (WS-NDX)
                   MOVE BLOD-ENT-START-DT-CYMD (WS-NDX)
                       TO BENT-ENT-START-DT-CYMD (WS-NDX)
                   MOVE BLOD-ENT-END-DT-CYMD (WS-NDX)
                       TO BENT-ENT-END-DT-CYMD (WS-NDX)
               END-IF
           END-PERFORM.
           MOVE WS-RUN-DATE-8              TO BENT-LOAD-DT-CYMD.

       2900-PRINT-REJECT.
           ADD 1 TO WS-LOAD-REJ-CNT.
           MOVE BLOD-HIC-NO                TO WS-REJ-HIC-NO.
           MOVE BLOD-MBI                   TO WS-REJ-MBI.
           MOVE WS-REJECT-REASON           TO WS-REJ-REASON.
           WRITE BENE-LOAD-RPT-LINE FROM WS-REJECT-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "LOAD RECORDS READ: " WS-LOAD-READ-CNT
               "  ADDED: "     WS-LOAD-ADD-CNT
               "  CHANGED: "   WS-LOAD-CHG-CNT
               "  REJECTED: "  WS-LOAD-REJ-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE BENE-LOAD-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "LOADED WITH A DATE OF DEATH: " WS-DEATH-ON-FILE-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE BENE-LOAD-RPT-LINE FROM WS-SUMMARY-LINE.
