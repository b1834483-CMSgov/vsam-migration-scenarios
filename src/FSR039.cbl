      ***   THE FIRST 12 MATCHING CLAIMS ARE SHOWN (ONE 24X80         *
      ***   SCREEN); THE MATCH COUNT LINE SAYS WHEN MORE EXIST.       *
      ***                                                             *
      ***   THE REP MUST KEY AN OPERATOR ID AND A PURPOSE CODE        *
      ***   (FSRCACLG) BEFORE A SEARCH RUNS.  EVERY CLAIM SHOWN IS    *
      ***   LOGGED THROUGH FSR117 TO THE PHI ACCESS LOG; A SEARCH     *
      ***   THAT FINDS NOTHING IS LOGGED ONCE UNDER THE KEYED ID.     *
      ***                                                             *
      *** FILE:   CLAIM-SUMMARY-FILE - SUMK-FILE, INDEXED HIC/DCN     *
      *** OUTPUT: ACCESS-LOG-FILE    - VIA FSR117, FSRCACLG SHAPE     *
      ***                                                             *
      *****************************************************************

               88  WS-EOF                             VALUE 'Y'.

       01  WS-SEARCH-ID                        PIC X(12).
       01  WS-OPERATOR-ID                      PIC X(9).
       01  WS-PURPOSE-CD                       PIC X(1).

       01  WS-LOG-FUNCTION                     PIC X(1).

       REPLACE ==:FSSC:== BY ==ACLG==.
       COPY FSRCACLG.
       REPLACE OFF.

       01  WS-WORK-FIELDS.
           05  WS-MATCH-CNT                COMP PIC S9(4).
           05  LINE 3  COL 25 VALUE "HIC-NO/MBI: ".
           05  LINE 3  COL 37 PIC X(12)
               USING WS-SEARCH-ID.
           05  LINE 4  COL 1  VALUE "OPERATOR: ".
           05  LINE 4  COL 11 PIC X(9)
               USING WS-OPERATOR-ID.
           05  LINE 4  COL 25
               VALUE "PURPOSE (T/P/O/B/A/L/R): ".
           05  LINE 4  COL 50 PIC X(1)
               USING WS-PURPOSE-CD.
           05  LINE 5  COL 1
               VALUE "DCN                     S  FROM-DT  TO-DT".
           05  LINE 5  COL 47 VALUE "TOTAL-CHARGES  FLAGS".
                   WHEN WS-ACTION-EXIT
                       SET WS-DONE TO TRUE
                   WHEN WS-ACTION-SEARCH
                       MOVE WS-PURPOSE-CD TO ACLG-PURPOSE-CD
                       EVALUATE TRUE
                           WHEN WS-SEARCH-ID = SPACES
                               MOVE "ENTER A HIC-NO OR MBI TO SEARCH"
                                   TO WS-MESSAGE-LINE
                           WHEN WS-OPERATOR-ID = SPACES
                               MOVE "ENTER YOUR OPERATOR ID"
                                   TO WS-MESSAGE-LINE
                           WHEN NOT ACLG-PURPOSE-VALID
                               MOVE "ENTER A PURPOSE - T/P/O/B/A/L/R"
                                   TO WS-MESSAGE-LINE
                           WHEN OTHER
                               PERFORM 1000-SEARCH-CLAIMS
                       END-EVALUATE
                   WHEN OTHER
                       MOVE "INVALID ACTION - ENTER S/X"
                           TO WS-MESSAGE-LINE
               END-EVALUATE
           END-PERFORM.

           MOVE 'C' TO WS-LOG-FUNCTION.
           CALL "FSR117" USING WS-LOG-FUNCTION ACLG-ACCESS-LOG-RECORD.

           CLOSE CLAIM-SUMMARY-FILE.
           GOBACK.

               PERFORM 1200-SCAN-BY-MBI
           END-IF.

           IF WS-MATCH-CNT = 0
               MOVE WS-SEARCH-ID TO ACLG-HIC-NO
               MOVE SPACES       TO ACLG-DCN
               SET ACLG-ACCESS-N-NOT-FOUND TO TRUE
               PERFORM 2900-LOG-ACCESS
           END-IF.

           MOVE SPACES TO WS-MESSAGE-LINE.
           EVALUATE TRUE
               WHEN WS-MATCH-CNT = 0
           IF WS-SHOWN-CNT < 12
               ADD 1 TO WS-SHOWN-CNT
               PERFORM 2100-FORMAT-CLAIM-LINE
               MOVE SUMK-HIC-NO TO ACLG-HIC-NO
               MOVE SUMK-DCN    TO ACLG-DCN
               SET ACLG-ACCESS-V-VIEWED TO TRUE
               PERFORM 2900-LOG-ACCESS
           END-IF.

       2100-FORMAT-CLAIM-LINE.
           IF SUMK-SK-THERAPY-Y-YES
               MOVE "THR" TO WS-CL-FLAGS (9:3)
           END-IF.

      *    ONLY THE CLAIMS ACTUALLY PUT ON THE SCREEN ARE LOGGED - THE
      *    MATCHES PAST THE FIRST 12 ARE COUNTED BUT NOT SHOWN.
       2900-LOG-ACCESS.
           MOVE WS-OPERATOR-ID TO ACLG-OPER-ID.
           MOVE "FSR039"       TO ACLG-PROGRAM-ID.
           MOVE WS-PURPOSE-CD  TO ACLG-PURPOSE-CD.
           SET ACLG-SOURCE-O-ONLINE TO TRUE.
           MOVE 'W'            TO WS-LOG-FUNCTION.
           CALL "FSR117" USING WS-LOG-FUNCTION ACLG-ACCESS-LOG-RECORD.
