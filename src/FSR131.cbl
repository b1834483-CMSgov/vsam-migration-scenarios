      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR131                                             *
      ***                                                             *
      *** DESCRIPTION: PROVIDER CLAIM-STATUS INQUIRY / RESPONSE (276/ *
      ***   277 STYLE).  ANSWERS A FILE OF CLAIM-STATUS INQUIRIES     *
      ***   FROM PROVIDERS AND CLEARINGHOUSES (FSRCCSIQ) OUT OF THE   *
      ***   CLAIM-SUMMARY KSDS (FSRCSUMK, REBUILT NIGHTLY BY FSR083)  *
      ***   SO A STATUS CHECK NO LONGER NEEDS A CALL OR A DDE LOOKUP. *
      ***   EACH INQUIRY NAMES ITS PROVIDER AND SOME COMBINATION OF   *
      ***   BENEFICIARY, DCN AND SERVICE-DATE RANGE (SEE FSRCCSIQ FOR *
      ***   THE RULES) AND IS ANSWERED WITH FSRCCSRS RESPONSES - ONE  *
      ***   PER MATCHING CLAIM, OR ONE NOT-FOUND OR IN-ERROR RESPONSE *
      ***   - WRITTEN IN INQUIRY ORDER.                               *
      ***                                                             *
      ***   AN INQUIRY NAMING A HIC-NO IS A KEYED LOOKUP: THE SUMMARY *
      ***   FILE IS KEYED HIC-NO/DCN, SO ONLY THAT BENEFICIARY'S      *
      ***   CLAIMS ARE READ.  THE REST (PROVIDER WITH MBI, DCN OR     *
      ***   DATES ONLY) CANNOT BE KEYED; THEY ARE HELD IN A TABLE AND *
      ***   ANSWERED TOGETHER IN ONE PASS OF THE SUMMARY FILE.  THE   *
      ***   INQUIRIES ARE TAKEN 1000 AT A TIME SO A LARGE FILE COSTS  *
      ***   ONE PASS PER 1000 INQUIRIES, NOT ONE PER INQUIRY.  THE    *
      ***   RESPONSES ARE SORTED BACK INTO INQUIRY ORDER.             *
      ***                                                             *
      ***   INQUIRIES IN ERROR ARE LISTED ON THE REPORT AND THE JOB   *
      ***   ENDS WITH RETURN CODE 4; THE OTHER INQUIRIES ARE STILL    *
      ***   ANSWERED.  AN UNAVAILABLE SUMMARY OR INQUIRY FILE ENDS    *
      ***   THE RUN WITH RETURN CODE 16 AND NO RESPONSES.             *
      ***                                                             *
      ***   EVERY CLAIM RETURNED IS A DISCLOSURE TO THE PROVIDER AND  *
      ***   IS LOGGED THROUGH FSR117 TO THE PHI ACCESS LOG (FSRCACLG) *
      ***   AS A PAYMENT-PURPOSE ACCESS REQUESTED FROM OUTSIDE,       *
      ***   UNDER THE JOB'S OWN ID, FSR131BAT; AN INQUIRY THAT FINDS  *
      ***   NOTHING IS LOGGED ONCE AS NOT FOUND.                      *
      ***                                                             *
      *** INPUT:  CSTAT-INQUIRY-FILE  - FSRCCSIQ INQUIRIES            *
      *** FILE:   CLAIM-SUMMARY-FILE  - SUMK-FILE, INDEXED HIC/DCN    *
      *** OUTPUT: CSTAT-RESPONSE-FILE - FSRCCSRS RESPONSES            *
      ***         CSTAT-RPT-FILE      - INQUIRY ERRORS AND COUNTS     *
      ***         ACCESS-LOG-FILE     - VIA FSR117, FSRCACLG SHAPE    *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR131.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSTAT-INQUIRY-FILE ASSIGN TO "CSTATINQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSIQ-FILE-STATUS.

           SELECT CLAIM-SUMMARY-FILE ASSIGN TO "CLMSUMKS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUMK-CLMS-KEY
               FILE STATUS IS WS-SUMK-FILE-STATUS.

           SELECT CSTAT-RESPONSE-FILE ASSIGN TO "CSTATRSP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CSTAT-RPT-FILE ASSIGN TO "CSTATRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.

       FD  CSTAT-INQUIRY-FILE
           RECORD CONTAINS 100 CHARACTERS.

       REPLACE ==:FSSC:== BY ==CSIQ==.
       COPY FSRCCSIQ.
       REPLACE OFF.

       FD  CLAIM-SUMMARY-FILE.

       REPLACE ==:FSSC:== BY ==SUMK==.
       COPY FSRCSUMK.
       REPLACE OFF.

       FD  CSTAT-RESPONSE-FILE
           RECORD CONTAINS 200 CHARACTERS.

       REPLACE ==:FSSC:== BY ==CSRS==.
       COPY FSRCCSRS.
       REPLACE OFF.

       FD  CSTAT-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CSTAT-RPT-LINE                     PIC X(132).

      *    THE RESPONSE ITSELF, SORTED INTO INQUIRY ORDER; A CLAIM'S
      *    RESPONSES COME OUT IN DCN ORDER WITHIN ITS INQUIRY.
       SD  SORT-WORK-FILE.

       REPLACE ==:FSSC:== BY ==SW==.
       COPY FSRCCSRS.
       REPLACE OFF.

       WORKING-STORAGE SECTION.

       01  WS-CSIQ-FILE-STATUS                PIC X(2).
           88  WS-CSIQ-OK                          VALUE '00'.

       01  WS-SUMK-FILE-STATUS                PIC X(2).
           88  WS-SUMK-OK                          VALUE '00'.

       01  WS-SWITCHES.
           05  WS-INQ-EOF-SW                  PIC X(1) VALUE 'N'.
               88  WS-INQ-EOF                        VALUE 'Y'.
           05  WS-SUMK-EOF-SW                 PIC X(1) VALUE 'N'.
               88  WS-SUMK-EOF                       VALUE 'Y'.
           05  WS-SORT-EOF-SW                 PIC X(1) VALUE 'N'.
               88  WS-SORT-EOF                       VALUE 'Y'.
           05  WS-PASS-NEEDED-SW              PIC X(1) VALUE 'N'.
               88  WS-PASS-NEEDED                    VALUE 'Y'.
           05  WS-CLAIM-MATCH-SW              PIC X(1).
               88  WS-CLAIM-MATCH                    VALUE 'Y'.

      *    ONE ENTRY PER ACCEPTED INQUIRY IN THE CURRENT BLOCK OF UP
      *    TO 1000.  AN INQUIRY IN ERROR IS ANSWERED AS IT IS READ
      *    AND NEVER TAKES AN ENTRY.
       01  WS-INQ-TABLE.
           05  WS-INQ-CNT                     COMP PIC S9(4) VALUE 0.
           05  WS-INQ-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-INQ-CNT
                   INDEXED BY WS-INQ-NDX.
               10  WS-INQ-SEQ-NBR             PIC 9(7).
               10  WS-INQ-RECORD              PIC X(100).
               10  WS-INQ-FROM-DT             PIC 9(8).
               10  WS-INQ-THRU-DT             PIC 9(8).
               10  WS-INQ-MATCH-CNT           PIC 9(7).

      *    THE INQUIRY BEING EDITED OR MATCHED.
       REPLACE ==:FSSC:== BY ==WCIQ==.
       COPY FSRCCSIQ.
       REPLACE OFF.

       01  WS-INQ-WORK.
           05  WS-INQ-SEQ                     PIC 9(7) VALUE 0.
           05  WS-ECHO-SEQ                    PIC 9(7).
           05  WS-ERROR-MSG                   PIC X(30).
           05  WS-FROM-DT                     PIC 9(8).
           05  WS-THRU-DT                     PIC 9(8).

      *    THE CLAIM'S STATEMENT-COVERS PERIOD.  AN UNDATED CLAIM
      *    MATCHES ONLY AN INQUIRY WITH NO DATE RANGE.
       01  WS-CLAIM-WORK.
           05  WS-CLM-FROM-DT                 PIC 9(8).
           05  WS-CLM-TO-DT                   PIC 9(8).

       01  WS-COUNTERS.
           05  WS-INQ-READ-CNT                PIC 9(7) VALUE 0.
           05  WS-INQ-ERROR-CNT               PIC 9(7) VALUE 0.
           05  WS-INQ-FOUND-CNT               PIC 9(7) VALUE 0.
           05  WS-INQ-NOT-FOUND-CNT           PIC 9(7) VALUE 0.
           05  WS-INQ-KEYED-CNT               PIC 9(7) VALUE 0.
           05  WS-INQ-SCANNED-CNT             PIC 9(7) VALUE 0.
           05  WS-PASS-CNT                    PIC 9(5) VALUE 0.
           05  WS-FOUND-RESP-CNT              PIC 9(9) VALUE 0.
           05  WS-RESP-WRITTEN-CNT            PIC 9(9) VALUE 0.

       01  WS-LAST-INQ-SEQ                    PIC 9(7) VALUE 0.
       01  WS-MATCH-NBR                       PIC 9(5) VALUE 0.
       01  WS-RUN-DATE-8                      PIC 9(8).
       01  WS-LOG-FUNCTION                    PIC X(1).

       REPLACE ==:FSSC:== BY ==ACLG==.
       COPY FSRCACLG.
       REPLACE OFF.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(50) VALUE
               "FSR131 - PROVIDER CLAIM-STATUS INQUIRY RESPONSE".
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  WS-HD1-RUN-DT                  PIC 9999/99/99.

       01  WS-HEADING-2                       PIC X(132) VALUE
           "INQ-SEQ  TRACE-ID         PROV   NPI        HIC-NO       DCN
      -    "                      ERROR".

       01  WS-ERROR-LINE.
           05  WS-ERL-SEQ                     PIC Z(6)9.
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-ERL-TRACE-ID                PIC X(15).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-ERL-PROV-6                  PIC X(6).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-ERL-NPI                     PIC X(10).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-ERL-HIC-NO                  PIC X(12).
           05  FILLER                         PIC X(1)  VALUE SPACES.
           05  WS-ERL-DCN                     PIC X(23).
           05  FILLER                         PIC X(2)  VALUE SPACES.
           05  WS-ERL-MESSAGE                 PIC X(30).

       01  WS-SUMMARY-LINE                    PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.

           OPEN INPUT CLAIM-SUMMARY-FILE.
           IF NOT WS-SUMK-OK
               DISPLAY "FSR131 - CLAIM-SUMMARY FILE NOT AVAILABLE, "
                   "STATUS " WS-SUMK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CSTAT-INQUIRY-FILE.
           IF NOT WS-CSIQ-OK
               DISPLAY "FSR131 - INQUIRY FILE NOT AVAILABLE, "
                   "STATUS " WS-CSIQ-FILE-STATUS
               CLOSE CLAIM-SUMMARY-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT CSTAT-RPT-FILE.
           MOVE WS-RUN-DATE-8 TO WS-HD1-RUN-DT.
           WRITE CSTAT-RPT-LINE FROM WS-HEADING-1.
           WRITE CSTAT-RPT-LINE FROM WS-HEADING-2.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-INQ-SEQ-NBR SW-DCN
               INPUT PROCEDURE 1000-ANSWER-INQUIRIES
               OUTPUT PROCEDURE 3000-WRITE-RESPONSES.

           PERFORM 9000-PRINT-TOTALS.

           CLOSE CLAIM-SUMMARY-FILE CSTAT-RPT-FILE.
           MOVE 'C' TO WS-LOG-FUNCTION.
           CALL "FSR117" USING WS-LOG-FUNCTION ACLG-ACCESS-LOG-RECORD.

           IF WS-INQ-ERROR-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-ANSWER-INQUIRIES.
           READ CSTAT-INQUIRY-FILE
               AT END SET WS-INQ-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-INQ-EOF
               PERFORM 1100-LOAD-INQUIRY-BLOCK
               PERFORM 1200-ANSWER-KEYED
                   VARYING WS-INQ-NDX FROM 1 BY 1
                   UNTIL WS-INQ-NDX > WS-INQ-CNT
               IF WS-PASS-NEEDED
                   PERFORM 1300-ANSWER-BY-PASS
               END-IF
               PERFORM 1400-ANSWER-NOT-FOUND
                   VARYING WS-INQ-NDX FROM 1 BY 1
                   UNTIL WS-INQ-NDX > WS-INQ-CNT
           END-PERFORM.

           CLOSE CSTAT-INQUIRY-FILE.

      *    READS UP TO 1000 INQUIRIES.  ON RETURN THE NEXT INQUIRY
      *    (IF ANY) IS ALREADY READ AND STARTS THE NEXT BLOCK.
       1100-LOAD-INQUIRY-BLOCK.
           MOVE 0   TO WS-INQ-CNT.
           MOVE 'N' TO WS-PASS-NEEDED-SW.

           PERFORM UNTIL WS-INQ-EOF OR WS-INQ-CNT = 1000
               ADD 1 TO WS-INQ-READ-CNT
               ADD 1 TO WS-INQ-SEQ
               MOVE CSIQ-INQUIRY-RECORD TO WCIQ-INQUIRY-RECORD
               PERFORM 1150-EDIT-INQUIRY
               IF WS-ERROR-MSG = SPACES
                   ADD 1 TO WS-INQ-CNT
                   SET WS-INQ-NDX TO WS-INQ-CNT
                   MOVE WS-INQ-SEQ  TO WS-INQ-SEQ-NBR (WS-INQ-NDX)
                   MOVE WCIQ-INQUIRY-RECORD
                                    TO WS-INQ-RECORD (WS-INQ-NDX)
                   MOVE WS-FROM-DT  TO WS-INQ-FROM-DT (WS-INQ-NDX)
                   MOVE WS-THRU-DT  TO WS-INQ-THRU-DT (WS-INQ-NDX)
                   MOVE 0           TO WS-INQ-MATCH-CNT (WS-INQ-NDX)
                   IF WCIQ-HIC-NO = SPACES
                       SET WS-PASS-NEEDED TO TRUE
                       ADD 1 TO WS-INQ-SCANNED-CNT
                   ELSE
                       ADD 1 TO WS-INQ-KEYED-CNT
                   END-IF
               ELSE
                   PERFORM 1160-RELEASE-ERROR
               END-IF
               READ CSTAT-INQUIRY-FILE
                   AT END SET WS-INQ-EOF TO TRUE
               END-READ
           END-PERFORM.

      *    THE PROVIDER IS REQUIRED SO AN ANSWER NEVER REACHES ANYONE
      *    BUT THE PROVIDER THAT BILLED THE CLAIM, AND SOMETHING MORE
      *    IS REQUIRED SO NO INQUIRY CAN PULL A PROVIDER'S WHOLE FILE
      *    WITHOUT AT LEAST BOUNDING IT BY DATE.
       1150-EDIT-INQUIRY.
           MOVE SPACES TO WS-ERROR-MSG.
           MOVE 0        TO WS-FROM-DT.
           MOVE 99999999 TO WS-THRU-DT.

           EVALUATE TRUE
               WHEN WCIQ-MEDA-PROV-6 = SPACES AND WCIQ-NPI = SPACES
                   MOVE "PROVIDER ID OR NPI REQUIRED" TO WS-ERROR-MSG
               WHEN WCIQ-NPI NOT = SPACES AND WCIQ-NPI NOT NUMERIC
                   MOVE "NPI NOT NUMERIC" TO WS-ERROR-MSG
               WHEN WCIQ-BENEFICIARY = SPACES
                AND WCIQ-DCN = SPACES
                AND WCIQ-SERV-FROM-DT = SPACES
                AND WCIQ-SERV-THRU-DT = SPACES
                   MOVE "BENE, DCN OR DATES REQUIRED" TO WS-ERROR-MSG
               WHEN WCIQ-SERV-FROM-DT NOT = SPACES
                AND WCIQ-SERV-FROM-DT NOT NUMERIC
                   MOVE "SERVICE FROM DATE NOT NUMERIC" TO WS-ERROR-MSG
               WHEN WCIQ-SERV-THRU-DT NOT = SPACES
                AND WCIQ-SERV-THRU-DT NOT NUMERIC
                   MOVE "SERVICE THRU DATE NOT NUMERIC" TO WS-ERROR-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-ERROR-MSG = SPACES
               IF WCIQ-SERV-FROM-DT NOT = SPACES
                   MOVE WCIQ-SERV-FROM-DT TO WS-FROM-DT
               END-IF
               IF WCIQ-SERV-THRU-DT NOT = SPACES
                   MOVE WCIQ-SERV-THRU-DT TO WS-THRU-DT
               END-IF
               IF WS-FROM-DT > WS-THRU-DT
                   MOVE "SERVICE FROM DATE AFTER THRU" TO WS-ERROR-MSG
               END-IF
           END-IF.

       1160-RELEASE-ERROR.
           ADD 1 TO WS-INQ-ERROR-CNT.
           MOVE WS-INQ-SEQ TO WS-ECHO-SEQ.
           PERFORM 1500-ECHO-INQUIRY.
           SET SW-RESP-E-ERROR TO TRUE.
           MOVE "E0"         TO SW-CATEGORY-CD.
           MOVE WS-ERROR-MSG TO SW-MESSAGE.
           RELEASE SW-RESPONSE-RECORD.

           MOVE WS-INQ-SEQ          TO WS-ERL-SEQ.
           MOVE WCIQ-TRACE-ID       TO WS-ERL-TRACE-ID.
           MOVE WCIQ-MEDA-PROV-6    TO WS-ERL-PROV-6.
           MOVE WCIQ-NPI            TO WS-ERL-NPI.
           MOVE WCIQ-HIC-NO         TO WS-ERL-HIC-NO.
           MOVE WCIQ-DCN            TO WS-ERL-DCN.
           MOVE WS-ERROR-MSG        TO WS-ERL-MESSAGE.
           WRITE CSTAT-RPT-LINE FROM WS-ERROR-LINE.

      *    THE BENEFICIARY'S CLAIMS, FROM THE FIRST KEY UNDER THE
      *    HIC-NO (AND DCN, WHEN THE INQUIRY NAMES ONE) FORWARD.
       1200-ANSWER-KEYED.
           MOVE WS-INQ-RECORD (WS-INQ-NDX) TO WCIQ-INQUIRY-RECORD.
           IF WCIQ-HIC-NO NOT = SPACES
               MOVE LOW-VALUES  TO SUMK-CLMS-KEY
               MOVE WCIQ-HIC-NO TO SUMK-HIC-NO
               IF WCIQ-DCN NOT = SPACES
                   MOVE WCIQ-DCN TO SUMK-DCN
               END-IF
               MOVE 'N' TO WS-SUMK-EOF-SW
               START CLAIM-SUMMARY-FILE KEY IS >= SUMK-CLMS-KEY
                   INVALID KEY SET WS-SUMK-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-SUMK-EOF
                   READ CLAIM-SUMMARY-FILE NEXT RECORD
                       AT END
                           SET WS-SUMK-EOF TO TRUE
                       NOT AT END
                           IF SUMK-HIC-NO NOT = WCIQ-HIC-NO
                              OR (WCIQ-DCN NOT = SPACES
                                  AND SUMK-DCN NOT = WCIQ-DCN)
                               SET WS-SUMK-EOF TO TRUE
                           ELSE
                               PERFORM 2000-MATCH-CLAIM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    ONE READ OF THE WHOLE SUMMARY FILE, EACH CLAIM TRIED
      *    AGAINST EVERY INQUIRY IN THE BLOCK THAT HAS NO HIC-NO.
       1300-ANSWER-BY-PASS.
           ADD 1 TO WS-PASS-CNT.
           MOVE LOW-VALUES TO SUMK-CLMS-KEY.
           MOVE 'N' TO WS-SUMK-EOF-SW.
           START CLAIM-SUMMARY-FILE KEY IS >= SUMK-CLMS-KEY
               INVALID KEY SET WS-SUMK-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-SUMK-EOF
               READ CLAIM-SUMMARY-FILE NEXT RECORD
                   AT END
                       SET WS-SUMK-EOF TO TRUE
                   NOT AT END
                       PERFORM 1310-TRY-SCANNED-INQUIRIES
               END-READ
           END-PERFORM.

       1310-TRY-SCANNED-INQUIRIES.
           PERFORM VARYING WS-INQ-NDX FROM 1 BY 1
                   UNTIL WS-INQ-NDX > WS-INQ-CNT
               MOVE WS-INQ-RECORD (WS-INQ-NDX) TO WCIQ-INQUIRY-RECORD
               IF WCIQ-HIC-NO = SPACES
                   PERFORM 2000-MATCH-CLAIM
               END-IF
           END-PERFORM.

       1400-ANSWER-NOT-FOUND.
           IF WS-INQ-MATCH-CNT (WS-INQ-NDX) = 0
               ADD 1 TO WS-INQ-NOT-FOUND-CNT
               MOVE WS-INQ-RECORD (WS-INQ-NDX) TO WCIQ-INQUIRY-RECORD
               MOVE WS-INQ-SEQ-NBR (WS-INQ-NDX) TO WS-ECHO-SEQ
               MOVE WS-INQ-FROM-DT (WS-INQ-NDX) TO WS-FROM-DT
               MOVE WS-INQ-THRU-DT (WS-INQ-NDX) TO WS-THRU-DT
               PERFORM 1500-ECHO-INQUIRY
               SET SW-RESP-N-NOT-FOUND TO TRUE
               MOVE "D0"              TO SW-CATEGORY-CD
               MOVE "NO MATCHING CLAIM ON FILE" TO SW-MESSAGE
               RELEASE SW-RESPONSE-RECORD
               MOVE WCIQ-HIC-NO       TO ACLG-HIC-NO
               MOVE WCIQ-DCN          TO ACLG-DCN
               SET ACLG-ACCESS-N-NOT-FOUND TO TRUE
               PERFORM 2900-LOG-ACCESS
           ELSE
               ADD 1 TO WS-INQ-FOUND-CNT
           END-IF.

      *    A NOT-FOUND OR IN-ERROR RESPONSE CARRIES THE INQUIRY BACK
      *    IN THE CLAIM FIELDS, SO THE SUBMITTER SEES WHAT WAS ASKED.
       1500-ECHO-INQUIRY.
           MOVE SPACES              TO SW-RESPONSE-RECORD.
           MOVE WCIQ-TRACE-ID       TO SW-TRACE-ID.
           MOVE WS-ECHO-SEQ         TO SW-INQ-SEQ-NBR.
           MOVE 0                   TO SW-MATCH-NBR.
           MOVE WCIQ-HIC-NO         TO SW-HIC-NO.
           MOVE WCIQ-MBI            TO SW-MBI.
           MOVE WCIQ-DCN            TO SW-DCN.
           MOVE WCIQ-MEDA-PROV-6    TO SW-MEDA-PROV-6.
           MOVE WCIQ-NPI            TO SW-NPI.
           MOVE WS-FROM-DT          TO SW-STMT-FROM-DT-CYMD.
           MOVE WS-THRU-DT          TO SW-STMT-TO-DT-CYMD.
           MOVE 0                   TO SW-RECD-DT-CYMD
                                       SW-CURR-TRAN-DT-CYMD
                                       SW-TOTAL-CHARGES
                                       SW-PAID-DT-CYMD
                                       SW-PAID-AMT.

      *    EVERY CRITERION THE INQUIRY GIVES MUST HOLD FOR THE CLAIM
      *    IN THE SUMMARY RECORD; A MATCH IS ANSWERED AT ONCE.
       2000-MATCH-CLAIM.
           MOVE 'Y' TO WS-CLAIM-MATCH-SW.

           IF (WCIQ-MEDA-PROV-6 NOT = SPACES
               AND WCIQ-MEDA-PROV-6 NOT = SUMK-MEDA-PROV-6)
              OR (WCIQ-NPI NOT = SPACES
               AND WCIQ-NPI NOT = SUMK-NPI-NUMBER)
              OR (WCIQ-HIC-NO NOT = SPACES
               AND WCIQ-HIC-NO NOT = SUMK-HIC-NO)
              OR (WCIQ-MBI NOT = SPACES
               AND WCIQ-MBI NOT = SUMK-MBI)
              OR (WCIQ-DCN NOT = SPACES
               AND WCIQ-DCN NOT = SUMK-DCN)
               MOVE 'N' TO WS-CLAIM-MATCH-SW
           END-IF.

           IF WS-CLAIM-MATCH
              AND (WS-INQ-FROM-DT (WS-INQ-NDX) > 0
                   OR WS-INQ-THRU-DT (WS-INQ-NDX) < 99999999)
               PERFORM 2050-SET-CLAIM-DATES
               IF WS-CLM-FROM-DT = 0
                  OR WS-CLM-TO-DT < WS-INQ-FROM-DT (WS-INQ-NDX)
                  OR WS-CLM-FROM-DT > WS-INQ-THRU-DT (WS-INQ-NDX)
                   MOVE 'N' TO WS-CLAIM-MATCH-SW
               END-IF
           END-IF.

           IF WS-CLAIM-MATCH
               ADD 1 TO WS-INQ-MATCH-CNT (WS-INQ-NDX)
               PERFORM 2100-RELEASE-FOUND
           END-IF.

       2050-SET-CLAIM-DATES.
           MOVE 0 TO WS-CLM-FROM-DT WS-CLM-TO-DT.
           IF SUMK-STMT-COV-FROM-DT-CYMD NUMERIC
               MOVE SUMK-STMT-COV-FROM-DT-CYMD TO WS-CLM-FROM-DT
           END-IF.
           IF SUMK-STMT-COV-TO-DT-CYMD NUMERIC
               MOVE SUMK-STMT-COV-TO-DT-CYMD TO WS-CLM-TO-DT
           END-IF.
           IF WS-CLM-TO-DT < WS-CLM-FROM-DT
               MOVE WS-CLM-FROM-DT TO WS-CLM-TO-DT
           END-IF.

       2100-RELEASE-FOUND.
           ADD 1 TO WS-FOUND-RESP-CNT.
           MOVE SPACES                    TO SW-RESPONSE-RECORD.
           MOVE WCIQ-TRACE-ID             TO SW-TRACE-ID.
           MOVE WS-INQ-SEQ-NBR (WS-INQ-NDX) TO SW-INQ-SEQ-NBR.
           SET SW-RESP-F-FOUND            TO TRUE.
           MOVE 0                         TO SW-MATCH-NBR.
           MOVE SUMK-HIC-NO               TO SW-HIC-NO.
           MOVE SUMK-MBI                  TO SW-MBI.
           MOVE SUMK-DCN                  TO SW-DCN.
           MOVE SUMK-MEDA-PROV-6          TO SW-MEDA-PROV-6.
           MOVE SUMK-NPI-NUMBER           TO SW-NPI.
           MOVE SUMK-BILL-TYP-CD          TO SW-BILL-TYP-CD.
           PERFORM 2050-SET-CLAIM-DATES.
           MOVE WS-CLM-FROM-DT            TO SW-STMT-FROM-DT-CYMD.
           MOVE WS-CLM-TO-DT              TO SW-STMT-TO-DT-CYMD.
           MOVE 0 TO SW-RECD-DT-CYMD SW-CURR-TRAN-DT-CYMD
                     SW-PAID-DT-CYMD SW-PAID-AMT.
           IF SUMK-RECD-DT-CYMD NUMERIC
               MOVE SUMK-RECD-DT-CYMD      TO SW-RECD-DT-CYMD
           END-IF.
           MOVE SUMK-CURR-STATUS          TO SW-CURR-STATUS.
           MOVE SUMK-CURR-LOCATION        TO SW-CURR-LOCATION.
           IF SUMK-CURR-TRAN-DT-CYMD NUMERIC
               MOVE SUMK-CURR-TRAN-DT-CYMD TO SW-CURR-TRAN-DT-CYMD
           END-IF.
           MOVE SUMK-TOTAL-CHARGE-AMOUNT  TO SW-TOTAL-CHARGES.
           IF SUMK-PAID-DT-CYMD NUMERIC
              AND SUMK-PAID-DT-CYMD NOT = ZEROS
               MOVE SUMK-PAID-DT-CYMD      TO SW-PAID-DT-CYMD
               MOVE SUMK-PVDR-FINAL-SETTLEMENT TO SW-PAID-AMT
           END-IF.

           EVALUATE TRUE
               WHEN SUMK-CURR-STAT-P-PAID
                   MOVE "F1" TO SW-CATEGORY-CD
               WHEN SUMK-CURR-STAT-D-DENIED
                   MOVE "F2" TO SW-CATEGORY-CD
                   MOVE SUMK-PRIMARY-REASON TO SW-REASON-CD
               WHEN SUMK-CURR-STAT-R-REJECT
                   MOVE "A7" TO SW-CATEGORY-CD
                   IF SUMK-REJECT-CD NOT = SPACES
                       MOVE SUMK-REJECT-CD TO SW-REASON-CD
                   ELSE
                       MOVE SUMK-PRIMARY-REASON TO SW-REASON-CD
                   END-IF
               WHEN SUMK-CURR-STAT-T-RTP
                   MOVE "A3" TO SW-CATEGORY-CD
                   MOVE SUMK-PRIMARY-REASON TO SW-REASON-CD
               WHEN SUMK-CURR-STAT-I-INACTIVE
                 OR SUMK-CURR-STAT-M-MOVE
                   MOVE "F0" TO SW-CATEGORY-CD
               WHEN OTHER
                   MOVE "P1" TO SW-CATEGORY-CD
           END-EVALUATE.

           RELEASE SW-RESPONSE-RECORD.

           MOVE SUMK-HIC-NO               TO ACLG-HIC-NO.
           MOVE SUMK-DCN                  TO ACLG-DCN.
           SET ACLG-ACCESS-V-VIEWED       TO TRUE.
           PERFORM 2900-LOG-ACCESS.

      *    THE ANSWER GOES BACK TO THE BILLING PROVIDER FOR ITS OWN
      *    CLAIM - A PAYMENT DISCLOSURE, REQUESTED FROM OUTSIDE.
       2900-LOG-ACCESS.
           MOVE "FSR131BAT"        TO ACLG-OPER-ID.
           MOVE "FSR131"           TO ACLG-PROGRAM-ID.
           SET ACLG-PURPOSE-P-PAYMENT    TO TRUE.
           SET ACLG-SOURCE-R-REQUESTED   TO TRUE.
           MOVE 'W'                TO WS-LOG-FUNCTION.
           CALL "FSR117" USING WS-LOG-FUNCTION ACLG-ACCESS-LOG-RECORD.

      *    THE RESPONSES IN INQUIRY ORDER, EACH INQUIRY'S CLAIMS
      *    NUMBERED FROM 1.
       3000-WRITE-RESPONSES.
           OPEN OUTPUT CSTAT-RESPONSE-FILE.

           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-SORT-EOF
               IF SW-RESP-F-FOUND
                   IF SW-INQ-SEQ-NBR NOT = WS-LAST-INQ-SEQ
                       MOVE 0 TO WS-MATCH-NBR
                   END-IF
                   ADD 1 TO WS-MATCH-NBR
                   MOVE WS-MATCH-NBR TO SW-MATCH-NBR
               END-IF
               MOVE SW-INQ-SEQ-NBR TO WS-LAST-INQ-SEQ
               WRITE CSRS-RESPONSE-RECORD FROM SW-RESPONSE-RECORD
               ADD 1 TO WS-RESP-WRITTEN-CNT
               RETURN SORT-WORK-FILE
                   AT END SET WS-SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           CLOSE CSTAT-RESPONSE-FILE.

       9000-PRINT-TOTALS.
           MOVE SPACES TO CSTAT-RPT-LINE.
           WRITE CSTAT-RPT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "INQUIRIES READ: " WS-INQ-READ-CNT
               "  IN ERROR: " WS-INQ-ERROR-CNT
               "  FOUND: " WS-INQ-FOUND-CNT
               "  NOT FOUND: " WS-INQ-NOT-FOUND-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE CSTAT-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "KEYED BY HIC-NO: " WS-INQ-KEYED-CNT
               "  ANSWERED BY FILE PASS: " WS-INQ-SCANNED-CNT
               "  FILE PASSES: " WS-PASS-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE CSTAT-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "CLAIM RESPONSES: " WS-FOUND-RESP-CNT
               "  RESPONSE RECORDS WRITTEN: " WS-RESP-WRITTEN-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE CSTAT-RPT-LINE FROM WS-SUMMARY-LINE.
