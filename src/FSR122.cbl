      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR122                                             *
      ***                                                             *
      *** DESCRIPTION: POINT-IN-TIME MASTER REBUILD.  RECONSTRUCTS    *
      ***   ONE JOURNALED MASTER FILE AS IT STOOD AT THE END OF A     *
      ***   GIVEN DAY, SO A WRONG PAYMENT CAN BE RE-PRICED OR TRACED  *
      ***   AGAINST THE PARAMETER, MSP, PWK, AUTHORIZATION OR         *
      ***   PROVIDER DATA IN FORCE AT THE TIME.                       *
      ***                                                             *
      ***   THE REBUILD WORKS BACKWARD FROM TODAY'S MASTER:           *
      ***     1) EVERY RECORD NOW ON THE MASTER IS COPIED TO AN       *
      ***        INDEXED WORK FILE.                                   *
      ***     2) THE CHANGE JOURNAL (FSRCMJRN, WRITTEN THROUGH        *
      ***        FSR120) IS READ FOR THAT MASTER.  FOR EACH KEY, THE  *
      ***        FIRST ENTRY MADE AFTER THE AS-OF DATE CARRIES, AS    *
      ***        ITS BEFORE IMAGE, EXACTLY THE RECORD AS IT STOOD ON  *
      ***        THE AS-OF DATE - SO THAT IMAGE REPLACES THE WORK     *
      ***        RECORD (AN ADD MEANS THE KEY DID NOT YET EXIST) AND  *
      ***        LATER ENTRIES FOR THE SAME KEY ARE PASSED OVER.      *
      ***     3) THE WORK FILE IS WRITTEN OUT IN KEY SEQUENCE IN THE  *
      ***        MASTER'S OWN RECORD SHAPE, READY TO BE RELOADED INTO *
      ***        A KSDS.                                              *
      ***   KEYS NO ENTRY TOUCHED SINCE THE AS-OF DATE COME THROUGH   *
      ***   AS THEY ARE TODAY.                                        *
      ***                                                             *
      ***   CONTROL CARDS (BOTH REQUIRED, FSR082 CARD STYLE):         *
      ***     MASTER=XXXX        MSPQ, PARM, PWKR, AUTH OR PROV IN    *
      ***                        COLUMN 8                             *
      ***     AS-OF-DT=CCYYMMDD  END OF THE DAY TO REBUILD, COLUMN 10 *
      ***   A MISSING OR INVALID CARD ENDS THE RUN WITH RETURN CODE   *
      ***   16 AND NOTHING WRITTEN.                                   *
      ***                                                             *
      *** INPUT:  RBLD-CARD-FILE      - CONTROL CARDS                 *
      ***         MSP-QUEST-FILE      - MSPQ-FILE      (MASTER=MSPQ)  *
      ***         PARM-FILE           - PARAMETER FILE (MASTER=PARM)  *
      ***         PWK-RECEIPT-FILE    - PWK RECEIPTS   (MASTER=PWKR)  *
      ***         AUTH-MASTER-FILE    - AUTH MASTER    (MASTER=AUTH)  *
      ***         PROV-MASTER-FILE    - PROV MASTER    (MASTER=PROV)  *
      ***         MASTER-JOURNAL-FILE - FSRCMJRN SHAPE                *
      *** FILE:   RBLD-WORK-FILE      - WORK COPY, INDEXED BY KEY     *
      *** OUTPUT: RBLD-xxxx-FILE      - THE REBUILT MASTER, ONE PER   *
      ***                               MASTER, ONLY THE ONE ASKED    *
      ***                               FOR IS WRITTEN                *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR122.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBLD-CARD-FILE ASSIGN TO "RBLDCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT MSP-QUEST-FILE ASSIGN TO "MSPQFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSPQ-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PARM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PWK-RECEIPT-FILE ASSIGN TO "PWKRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PWKR-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT AUTH-MASTER-FILE ASSIGN TO "AUTHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PROV-MASTER-FILE ASSIGN TO "PROVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROV-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBLD-WORK-FILE ASSIGN TO "RBLDWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RBWK-KEY
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT RBLD-MSPQ-FILE ASSIGN TO "RBLDMSPQ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBLD-PARM-FILE ASSIGN TO "RBLDPARM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBLD-PWKR-FILE ASSIGN TO "RBLDPWKR"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBLD-AUTH-FILE ASSIGN TO "RBLDAUTH"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RBLD-PROV-FILE ASSIGN TO "RBLDPROV"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RBLD-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RBLD-CARD-RECORD                   PIC X(80).

       FD  MSP-QUEST-FILE.

       REPLACE ==:FSSC:== BY ==MSPQ==.
       COPY FSRCMSPQ.
       REPLACE OFF.

       FD  PARM-FILE.

       REPLACE ==:FSSC:== BY ==PARM==.
       COPY FSRCPARM.
       REPLACE OFF.

       FD  PWK-RECEIPT-FILE.

       REPLACE ==:FSSC:== BY ==PWKR==.
       COPY FSRCPWKR.
       REPLACE OFF.

       FD  AUTH-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==AUTH==.
       COPY FSRCAUTH.
       REPLACE OFF.

       FD  PROV-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==PROV==.
       COPY FSRCPROV.
       REPLACE OFF.

       FD  MASTER-JOURNAL-FILE
           RECORD CONTAINS 600 CHARACTERS.

       REPLACE ==:FSSC:== BY ==MJRN==.
       COPY FSRCMJRN.
       REPLACE OFF.

       FD  RBLD-WORK-FILE
           RECORD CONTAINS 292 CHARACTERS.
       01  RBWK-RECORD.
           05  RBWK-KEY                       PIC X(40).
           05  RBWK-PRESENT-SW                PIC X(1).
               88  RBWK-PRESENT                      VALUE 'Y'.
           05  RBWK-SETTLED-SW                PIC X(1).
               88  RBWK-SETTLED                      VALUE 'Y'.
           05  RBWK-IMAGE                     PIC X(250).

       FD  RBLD-MSPQ-FILE
           RECORD CONTAINS 235 CHARACTERS.
       01  RBLD-MSPQ-RECORD                   PIC X(235).

       FD  RBLD-PARM-FILE
           RECORD CONTAINS 73 CHARACTERS.
       01  RBLD-PARM-RECORD                   PIC X(73).

       FD  RBLD-PWKR-FILE
           RECORD CONTAINS 74 CHARACTERS.
       01  RBLD-PWKR-RECORD                   PIC X(74).

       FD  RBLD-AUTH-FILE
           RECORD CONTAINS 95 CHARACTERS.
       01  RBLD-AUTH-RECORD                   PIC X(95).

       FD  RBLD-PROV-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  RBLD-PROV-RECORD                   PIC X(144).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-CARD-EOF-SW                 PIC X(1) VALUE 'N'.
               88  WS-CARD-EOF                       VALUE 'Y'.

       01  WS-CARD-FILE-STATUS                PIC X(2).
           88  WS-CARD-OK                         VALUE '00'.

       01  WS-MASTER-FILE-STATUS              PIC X(2).
           88  WS-MASTER-OK                       VALUE '00'.

       01  WS-WORK-FILE-STATUS                PIC X(2).
           88  WS-WORK-OK                         VALUE '00'.

       01  WS-RBLD-MASTER                     PIC X(4) VALUE SPACES.
           88  WS-RBLD-MSPQ                       VALUE 'MSPQ'.
           88  WS-RBLD-PARM                       VALUE 'PARM'.
           88  WS-RBLD-PWKR                       VALUE 'PWKR'.
           88  WS-RBLD-AUTH                       VALUE 'AUTH'.
           88  WS-RBLD-PROV                       VALUE 'PROV'.
           88  WS-RBLD-MASTER-VALID
                         VALUE 'MSPQ' 'PARM' 'PWKR' 'AUTH' 'PROV'.

       01  WS-AS-OF-DT                        PIC 9(8) VALUE 0.

       01  WS-COUNTERS.
           05  WS-MASTER-READ-CNT             PIC 9(9) VALUE 0.
           05  WS-JRNL-READ-CNT               PIC 9(9) VALUE 0.
           05  WS-JRNL-UNDONE-CNT             PIC 9(9) VALUE 0.
           05  WS-JRNL-PASSED-CNT             PIC 9(9) VALUE 0.
           05  WS-REBUILT-CNT                 PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-READ-CONTROL-CARDS.

           IF NOT WS-RBLD-MASTER-VALID
               DISPLAY "FSR122 - MASTER= CARD MISSING OR INVALID: "
                   WS-RBLD-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-AS-OF-DT = 0
               DISPLAY "FSR122 - AS-OF-DT= CARD MISSING OR INVALID"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RBLD-WORK-FILE.
           CLOSE RBLD-WORK-FILE.
           OPEN I-O RBLD-WORK-FILE.

           EVALUATE TRUE
               WHEN WS-RBLD-MSPQ
                   PERFORM 2100-COPY-MSPQ-MASTER
               WHEN WS-RBLD-PARM
                   PERFORM 2200-COPY-PARM-MASTER
               WHEN WS-RBLD-PWKR
                   PERFORM 2300-COPY-PWKR-MASTER
               WHEN WS-RBLD-AUTH
                   PERFORM 2400-COPY-AUTH-MASTER
               WHEN WS-RBLD-PROV
                   PERFORM 2500-COPY-PROV-MASTER
           END-EVALUATE.

           PERFORM 3000-ROLL-BACK-JOURNAL.
           PERFORM 4000-WRITE-REBUILT-MASTER.

           CLOSE RBLD-WORK-FILE.

           DISPLAY "FSR122 - MASTER " WS-RBLD-MASTER
               " AS OF " WS-AS-OF-DT.
           DISPLAY "FSR122 - CURRENT RECORDS READ:     "
               WS-MASTER-READ-CNT.
           DISPLAY "FSR122 - JOURNAL RECORDS READ:     "
               WS-JRNL-READ-CNT.
           DISPLAY "FSR122 - CHANGES ROLLED BACK:      "
               WS-JRNL-UNDONE-CNT.
           DISPLAY "FSR122 - LATER CHANGES PASSED OVER:"
               WS-JRNL-PASSED-CNT.
           DISPLAY "FSR122 - RECORDS REBUILT:          "
               WS-REBUILT-CNT.
           GOBACK.

       1000-READ-CONTROL-CARDS.
           OPEN INPUT RBLD-CARD-FILE.
           IF WS-CARD-OK
               READ RBLD-CARD-FILE
                   AT END SET WS-CARD-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CARD-EOF
                   EVALUATE TRUE
                       WHEN RBLD-CARD-RECORD (1:7) = "MASTER="
                           MOVE RBLD-CARD-RECORD (8:4)
                               TO WS-RBLD-MASTER
                       WHEN RBLD-CARD-RECORD (1:9) = "AS-OF-DT="
                        AND RBLD-CARD-RECORD (10:8) IS NUMERIC
                           MOVE RBLD-CARD-RECORD (10:8)
                               TO WS-AS-OF-DT
                       WHEN OTHER
                           DISPLAY "FSR122 - UNKNOWN CARD: "
                               RBLD-CARD-RECORD (1:20)
                   END-EVALUATE
                   READ RBLD-CARD-FILE
                       AT END SET WS-CARD-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RBLD-CARD-FILE
           END-IF.

      *    STEP 1 - TODAY'S MASTER INTO THE WORK FILE.  A MASTER THAT
      *    HAS NEVER BEEN CREATED IS TREATED AS EMPTY.
       2100-COPY-MSPQ-MASTER.
           OPEN INPUT MSP-QUEST-FILE.
           IF WS-MASTER-OK
               MOVE 'N' TO WS-EOF-SW
               READ MSP-QUEST-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE MSPQ-KEY    TO RBWK-KEY
                   MOVE MSPQ-RECORD TO RBWK-IMAGE
                   PERFORM 2900-WRITE-WORK-RECORD
                   READ MSP-QUEST-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MSP-QUEST-FILE
           ELSE
               DISPLAY "FSR122 - MSPQ-FILE NOT AVAILABLE, STATUS "
                   WS-MASTER-FILE-STATUS
           END-IF.

       2200-COPY-PARM-MASTER.
           OPEN INPUT PARM-FILE.
           IF WS-MASTER-OK
               MOVE 'N' TO WS-EOF-SW
               READ PARM-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE PARM-KEY              TO RBWK-KEY
                   MOVE PARM-PARAMETER-RECORD TO RBWK-IMAGE
                   PERFORM 2900-WRITE-WORK-RECORD
                   READ PARM-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           ELSE
               DISPLAY "FSR122 - PARM-FILE NOT AVAILABLE, STATUS "
                   WS-MASTER-FILE-STATUS
           END-IF.

       2300-COPY-PWKR-MASTER.
           OPEN INPUT PWK-RECEIPT-FILE.
           IF WS-MASTER-OK
               MOVE 'N' TO WS-EOF-SW
               READ PWK-RECEIPT-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE PWKR-KEY            TO RBWK-KEY
                   MOVE PWKR-RECEIPT-RECORD TO RBWK-IMAGE
                   PERFORM 2900-WRITE-WORK-RECORD
                   READ PWK-RECEIPT-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PWK-RECEIPT-FILE
           ELSE
               DISPLAY "FSR122 - PWK-RECEIPT-FILE NOT AVAILABLE, STATUS"
                   WS-MASTER-FILE-STATUS
           END-IF.

       2400-COPY-AUTH-MASTER.
           OPEN INPUT AUTH-MASTER-FILE.
           IF WS-MASTER-OK
               MOVE 'N' TO WS-EOF-SW
               READ AUTH-MASTER-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE AUTH-KEY           TO RBWK-KEY
                   MOVE AUTH-MASTER-RECORD TO RBWK-IMAGE
                   PERFORM 2900-WRITE-WORK-RECORD
                   READ AUTH-MASTER-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUTH-MASTER-FILE
           ELSE
               DISPLAY "FSR122 - AUTH-MASTER-FILE NOT AVAILABLE, STATUS"
                   WS-MASTER-FILE-STATUS
           END-IF.

       2500-COPY-PROV-MASTER.
           OPEN INPUT PROV-MASTER-FILE.
           IF WS-MASTER-OK
               MOVE 'N' TO WS-EOF-SW
               READ PROV-MASTER-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE PROV-KEY           TO RBWK-KEY
                   MOVE PROV-MASTER-RECORD TO RBWK-IMAGE
                   PERFORM 2900-WRITE-WORK-RECORD
                   READ PROV-MASTER-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PROV-MASTER-FILE
           ELSE
               DISPLAY "FSR122 - PROV-MASTER-FILE NOT AVAILABLE, STATUS"
                   WS-MASTER-FILE-STATUS
           END-IF.

       2900-WRITE-WORK-RECORD.
           ADD 1 TO WS-MASTER-READ-CNT.
           MOVE 'Y' TO RBWK-PRESENT-SW.
           MOVE 'N' TO RBWK-SETTLED-SW.
           WRITE RBWK-RECORD
               INVALID KEY
                   DISPLAY "FSR122 - DUPLICATE WORK KEY " RBWK-KEY
           END-WRITE.

      *    STEP 2 - ROLL BACK EVERY CHANGE MADE AFTER THE AS-OF DATE.
      *    THE JOURNAL IS IN THE ORDER THE CHANGES WERE MADE, SO THE
      *    FIRST ENTRY SEEN FOR A KEY IS THE EARLIEST ONE AFTER THE
      *    AS-OF DATE; ITS BEFORE IMAGE SETTLES THE KEY.
       3000-ROLL-BACK-JOURNAL.
           OPEN INPUT MASTER-JOURNAL-FILE.
           MOVE 'N' TO WS-EOF-SW.
           READ MASTER-JOURNAL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-JRNL-READ-CNT
               IF MJRN-MASTER-ID = WS-RBLD-MASTER
                  AND MJRN-CHANGE-DT-CYMD > WS-AS-OF-DT
                   PERFORM 3100-UNDO-CHANGE
               END-IF
               READ MASTER-JOURNAL-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE MASTER-JOURNAL-FILE.

       3100-UNDO-CHANGE.
           MOVE MJRN-KEY TO RBWK-KEY.
           READ RBLD-WORK-FILE
               INVALID KEY
                   PERFORM 3200-SET-AS-OF-IMAGE
                   WRITE RBWK-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF RBWK-SETTLED
                       ADD 1 TO WS-JRNL-PASSED-CNT
                   ELSE
                       PERFORM 3200-SET-AS-OF-IMAGE
                       REWRITE RBWK-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

      *    AN ADD AFTER THE AS-OF DATE MEANS THE KEY DID NOT EXIST
      *    THEN; ANY OTHER ACTION'S BEFORE IMAGE IS THE RECORD AS IT
      *    STOOD.
       3200-SET-AS-OF-IMAGE.
           ADD 1 TO WS-JRNL-UNDONE-CNT.
           MOVE 'Y' TO RBWK-SETTLED-SW.
           IF MJRN-ACTION-A-ADD
               MOVE 'N'    TO RBWK-PRESENT-SW
               MOVE SPACES TO RBWK-IMAGE
           ELSE
               MOVE 'Y'    TO RBWK-PRESENT-SW
               MOVE MJRN-BEFORE-IMAGE TO RBWK-IMAGE
           END-IF.

      *    STEP 3 - THE REBUILT MASTER, IN KEY SEQUENCE.
       4000-WRITE-REBUILT-MASTER.
           EVALUATE TRUE
               WHEN WS-RBLD-MSPQ
                   OPEN OUTPUT RBLD-MSPQ-FILE
               WHEN WS-RBLD-PARM
                   OPEN OUTPUT RBLD-PARM-FILE
               WHEN WS-RBLD-PWKR
                   OPEN OUTPUT RBLD-PWKR-FILE
               WHEN WS-RBLD-AUTH
                   OPEN OUTPUT RBLD-AUTH-FILE
               WHEN WS-RBLD-PROV
                   OPEN OUTPUT RBLD-PROV-FILE
           END-EVALUATE.

           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO RBWK-KEY.
           START RBLD-WORK-FILE KEY IS >= RBWK-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START.

           IF NOT WS-EOF
               READ RBLD-WORK-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL WS-EOF
               IF RBWK-PRESENT
                   PERFORM 4100-WRITE-REBUILT-RECORD
               END-IF
               READ RBLD-WORK-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-RBLD-MSPQ
                   CLOSE RBLD-MSPQ-FILE
               WHEN WS-RBLD-PARM
                   CLOSE RBLD-PARM-FILE
               WHEN WS-RBLD-PWKR
                   CLOSE RBLD-PWKR-FILE
               WHEN WS-RBLD-AUTH
                   CLOSE RBLD-AUTH-FILE
               WHEN WS-RBLD-PROV
                   CLOSE RBLD-PROV-FILE
           END-EVALUATE.

       4100-WRITE-REBUILT-RECORD.
           ADD 1 TO WS-REBUILT-CNT.
           EVALUATE TRUE
               WHEN WS-RBLD-MSPQ
                   MOVE RBWK-IMAGE TO RBLD-MSPQ-RECORD
                   WRITE RBLD-MSPQ-RECORD
               WHEN WS-RBLD-PARM
                   MOVE RBWK-IMAGE TO RBLD-PARM-RECORD
                   WRITE RBLD-PARM-RECORD
               WHEN WS-RBLD-PWKR
                   MOVE RBWK-IMAGE TO RBLD-PWKR-RECORD
                   WRITE RBLD-PWKR-RECORD
               WHEN WS-RBLD-AUTH
                   MOVE RBWK-IMAGE TO RBLD-AUTH-RECORD
                   WRITE RBLD-AUTH-RECORD
               WHEN WS-RBLD-PROV
                   MOVE RBWK-IMAGE TO RBLD-PROV-RECORD
                   WRITE RBLD-PROV-RECORD
           END-EVALUATE.
