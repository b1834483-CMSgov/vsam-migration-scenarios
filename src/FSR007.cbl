      ***   TOTALS (REC90/REC91).  ONLY POPULATED OCCURRENCES AND     *
      ***   NON-BLANK FIELDS ARE PRINTED.                             *
      ***                                                             *
      ***   EVERY CLAIM PRINTED IS LOGGED THROUGH FSR117 TO THE PHI   *
      ***   ACCESS LOG (FSRCACLG).  A RUN MADE AT SOMEONE'S REQUEST   *
      ***   CARRIES AN 'OPERATOR=' CARD (ID STARTING IN COLUMN 10)    *
      ***   AND A 'PURPOSE=' CARD (CODE IN COLUMN 9) ON THE ACCESS-   *
      ***   CARD FILE, FSR082 CARD STYLE; WITHOUT THEM THE RUN IS     *
      ***   LOGGED AS THE SCHEDULED JOB, FSR007BAT, PURPOSE 'O'.      *
      ***                                                             *
      *** INPUT:  CLAIM-EXTRACT-FILE  - FSRCCLMS SHAPE, DCN SEQUENCE  *
      ***         ACCESS-CARD-FILE    - OPERATOR/PURPOSE CARDS, OPT'L *
      *** OUTPUT: EMC-RECON-RPT-FILE  - EMC RECORD RECONSTRUCTION RPT *
      ***         ACCESS-LOG-FILE     - VIA FSR117, FSRCACLG SHAPE    *
      ***                                                             *
      *****************************************************************

           SELECT EMC-RECON-RPT-FILE ASSIGN TO "EMCRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCESS-CARD-FILE ASSIGN TO "ACCSCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORD CONTAINS 132 CHARACTERS.
       01  EMC-RECON-RPT-LINE                 PIC X(132).

       FD  ACCESS-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCESS-CARD-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(1) VALUE 'N'.
               88  WS-EOF                            VALUE 'Y'.
           05  WS-CARD-EOF-SW                 PIC X(1) VALUE 'N'.
               88  WS-CARD-EOF                       VALUE 'Y'.

       01  WS-CARD-FILE-STATUS                PIC X(2).
           88  WS-CARD-OK                         VALUE '00'.

      *    DEFAULTS FOR THE SCHEDULED RUN; THE ACCESS CARDS OVERRIDE.
       01  WS-ACCESS-FIELDS.
           05  WS-ACC-OPER-ID                 PIC X(9) VALUE
               "FSR007BAT".
           05  WS-ACC-PURPOSE-CD              PIC X(1) VALUE 'O'.
           05  WS-ACC-SOURCE                  PIC X(1) VALUE 'S'.
           05  WS-LOG-FUNCTION                PIC X(1).

       REPLACE ==:FSSC:== BY ==ACLG==.
       COPY FSRCACLG.
       REPLACE OFF.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ-CNT             PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-READ-ACCESS-CARDS.

           OPEN INPUT  CLAIM-EXTRACT-FILE.
           OPEN OUTPUT EMC-RECON-RPT-FILE.
           WRITE EMC-RECON-RPT-LINE FROM WS-HEADING-1.
           END-STRING.
           WRITE EMC-RECON-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE 'C' TO WS-LOG-FUNCTION.
           CALL "FSR117" USING WS-LOG-FUNCTION ACLG-ACCESS-LOG-RECORD.

           CLOSE CLAIM-EXTRACT-FILE EMC-RECON-RPT-FILE.
           GOBACK.

      *    THE CARD FILE IS OPTIONAL - A SCHEDULED RUN HAS NONE.  AN
      *    INVALID PURPOSE CODE IS REPORTED AND THE DEFAULT KEPT.
       1000-READ-ACCESS-CARDS.
           OPEN INPUT ACCESS-CARD-FILE.
           IF WS-CARD-OK
               READ ACCESS-CARD-FILE
                   AT END SET WS-CARD-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CARD-EOF
                   PERFORM 1010-APPLY-ACCESS-CARD
                   READ ACCESS-CARD-FILE
                       AT END SET WS-CARD-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ACCESS-CARD-FILE
           END-IF.

       1010-APPLY-ACCESS-CARD.
           EVALUATE TRUE
               WHEN ACCESS-CARD-RECORD (1:9) = "OPERATOR="
                   AND ACCESS-CARD-RECORD (10:9) NOT = SPACES
                   MOVE ACCESS-CARD-RECORD (10:9) TO WS-ACC-OPER-ID
                   MOVE 'R' TO WS-ACC-SOURCE
               WHEN ACCESS-CARD-RECORD (1:8) = "PURPOSE="
                   MOVE ACCESS-CARD-RECORD (9:1) TO ACLG-PURPOSE-CD
                   IF ACLG-PURPOSE-VALID
                       MOVE ACLG-PURPOSE-CD TO WS-ACC-PURPOSE-CD
                   ELSE
                       DISPLAY "FSR007 - INVALID PURPOSE ON ACCESS "
                           "CARD: " ACCESS-CARD-RECORD (9:1)
                   END-IF
               WHEN OTHER
                   DISPLAY "FSR007 - UNKNOWN ACCESS CARD: "
                       ACCESS-CARD-RECORD (1:20)
           END-EVALUATE.

       2000-PROCESS-BASE-SEGMENT.
           IF FSSCCLMS-TRAILER-SEQ-00-BASE
               ADD 1 TO WS-CLAIMS-READ-CNT

               IF WS-CL-SAVE-CNT > 0
                   ADD 1 TO WS-CLAIMS-WITH-EMC-CNT
                   PERFORM 2950-LOG-ACCESS
               END-IF
           END-IF.

               WRITE EMC-RECON-RPT-LINE FROM WS-CLAIM-LINE
               MOVE 1 TO WS-CL-SAVE-CNT
           END-IF.

      *    A CLAIM WITH NO EMC DATA PRINTS NOTHING AND IS NOT LOGGED.
       2950-LOG-ACCESS.
           MOVE WS-ACC-OPER-ID     TO ACLG-OPER-ID.
           MOVE "FSR007"           TO ACLG-PROGRAM-ID.
           MOVE FSSCCLMS-HIC-NO    TO ACLG-HIC-NO.
           MOVE FSSCCLMS-DCN       TO ACLG-DCN.
           MOVE WS-ACC-PURPOSE-CD  TO ACLG-PURPOSE-CD.
           MOVE WS-ACC-SOURCE      TO ACLG-SOURCE.
           SET ACLG-ACCESS-P-PRINTED TO TRUE.
           MOVE 'W'                TO WS-LOG-FUNCTION.
           CALL "FSR117" USING WS-LOG-FUNCTION ACLG-ACCESS-LOG-RECORD.
