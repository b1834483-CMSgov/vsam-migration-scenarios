      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR102                                             *
      ***                                                             *
      *** DESCRIPTION: CBSA / WAGE-INDEX TABLE BULK LOAD.  BATCH LOAD *
      ***   OF THE CMS WAGE-INDEX FILE INTO CBSA-MASTER-FILE (FSRCCBSA*
      ***   SHAPE, KEYED BY CBSA / FEDERAL FISCAL YEAR) AND OF THE    *
      ***   CMS ZIP-TO-CBSA FILE INTO ZIP-MASTER-FILE (FSRCZIPC SHAPE,*
      ***   KEYED BY ZIP / FISCAL YEAR) - THE SAME LOAD/EXTRACT       *
      ***   PATTERN FSR095 USES FOR THE IDE MASTER.  A NEW KEY IS     *
      ***   ADDED; A KNOWN KEY IS REWRITTEN WITH THE LATEST VALUES.   *
      ***   A WAGE-INDEX RECORD WITH NO EFFECTIVE DATES COVERS THE    *
      ***   WHOLE FISCAL YEAR (OCTOBER 1 THROUGH SEPTEMBER 30).  A    *
      ***   CORRECTION EFFECTIVE LATER THAN THE VALUE ON FILE KEEPS   *
      ***   THAT VALUE AS THE PRIOR WAGE INDEX, SO DISCHARGES BEFORE  *
      ***   THE CORRECTION STILL EDIT AGAINST WHAT WAS PAYABLE THEN.  *
      ***   AFTER THE LOAD THE WAGE-INDEX TABLE IS LISTED IN KEY      *
      ***   SEQUENCE FOR RECONCILIATION AGAINST THE CMS FILE.         *
      ***                                                             *
      *** INPUT:  CBSA-LOAD-FILE    - CMS WAGE-INDEX FILE             *
      ***         ZIP-LOAD-FILE     - CMS ZIP-TO-CBSA FILE            *
      *** FILE:   CBSA-MASTER-FILE  - WAGE INDEX BY CBSA / FFY        *
      ***         ZIP-MASTER-FILE   - ZIP TO CBSA BY ZIP / FFY        *
      *** OUTPUT: CBSA-EXTR-RPT-FILE - FULL-TABLE EXTRACT REPORT      *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR102.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CBSA-LOAD-FILE ASSIGN TO "CBSALOAD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ZIP-LOAD-FILE ASSIGN TO "ZIPCLOAD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CBSA-MASTER-FILE ASSIGN TO "CBSAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBSA-KEY
               FILE STATUS IS WS-CBSA-FILE-STATUS.

           SELECT ZIP-MASTER-FILE ASSIGN TO "ZIPCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZIPC-KEY
               FILE STATUS IS WS-ZIPC-FILE-STATUS.

           SELECT CBSA-EXTR-RPT-FILE ASSIGN TO "CBSAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CBSA-LOAD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CBSA-LOAD-RECORD.
           05  CLOD-CBSA-CODE                  PIC X(5).
           05  CLOD-FED-FISCAL-YR              PIC 9(4).
           05  CLOD-WAGE-INDEX                 PIC 9(2)V9(4).
           05  CLOD-EFF-FROM-DT-CYMD           PIC 9(8).
           05  CLOD-EFF-TO-DT-CYMD             PIC 9(8).
           05  CLOD-CBSA-NAME                  PIC X(30).
           05  CLOD-STATE-CD                   PIC X(2).
           05  CLOD-URBAN-RURAL-IND            PIC X(1).
           05  FILLER                          PIC X(16).

       FD  ZIP-LOAD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  ZIP-LOAD-RECORD.
           05  ZLOD-ZIP-5                      PIC X(5).
           05  ZLOD-FED-FISCAL-YR              PIC 9(4).
           05  ZLOD-CBSA-CODE                  PIC X(5).
           05  ZLOD-STATE-CD                   PIC X(2).
           05  ZLOD-COUNTY-CODE                PIC X(5).
           05  FILLER                          PIC X(19).

       FD  CBSA-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==CBSA==.
       COPY FSRCCBSA.
       REPLACE OFF.

       FD  ZIP-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==ZIPC==.
       COPY FSRCZIPC.
       REPLACE OFF.

       FD  CBSA-EXTR-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CBSA-EXTR-RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CBSA-FILE-STATUS                 PIC X(2).
           88  WS-CBSA-OK                          VALUE '00'.
           88  WS-CBSA-NOT-FOUND                   VALUE '23'.
           88  WS-CBSA-DUPLICATE                   VALUE '22'.

       01  WS-ZIPC-FILE-STATUS                 PIC X(2).
           88  WS-ZIPC-OK                          VALUE '00'.
           88  WS-ZIPC-NOT-FOUND                   VALUE '23'.
           88  WS-ZIPC-DUPLICATE                   VALUE '22'.

       01  WS-SWITCHES.
           05  WS-LOAD-EOF-SW                  PIC X(1) VALUE 'N'.
               88  WS-LOAD-EOF                         VALUE 'Y'.
           05  WS-ZIP-EOF-SW                   PIC X(1) VALUE 'N'.
               88  WS-ZIP-EOF                          VALUE 'Y'.
           05  WS-EXTR-EOF-SW                  PIC X(1) VALUE 'N'.
               88  WS-EXTR-EOF                         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOAD-READ-CNT                PIC 9(7) VALUE 0.
           05  WS-LOAD-ADD-CNT                 PIC 9(7) VALUE 0.
           05  WS-LOAD-CHG-CNT                 PIC 9(7) VALUE 0.
           05  WS-ZIP-READ-CNT                 PIC 9(7) VALUE 0.
           05  WS-ZIP-ADD-CNT                  PIC 9(7) VALUE 0.
           05  WS-ZIP-CHG-CNT                  PIC 9(7) VALUE 0.
           05  WS-EXTR-CNT                     PIC 9(7) VALUE 0.

      *    THE VALUE ON FILE BEFORE A REWRITE, FOR THE MID-YEAR
      *    CORRECTION TEST.
       01  WS-ON-FILE-FIELDS.
           05  WS-OLD-WAGE-INDEX               PIC 9(2)V9(4).
           05  WS-OLD-EFF-FROM-DT              PIC 9(8).
           05  WS-OLD-PRIOR-WAGE-INDEX         PIC 9(2)V9(4).

       01  WS-RUN-DATE-8                       PIC 9(8).

       01  WS-HEADING-1                        PIC X(132) VALUE
           "FSR102 - CBSA / WAGE-INDEX TABLE BULK LOAD / EXTRACT".
       01  WS-HEADING-2                        PIC X(132) VALUE
           "CBSA   FFY   WAGE-IDX  PRIOR-IDX  EFF-FROM  EFF-TO    U/R
      -    "ST  CBSA NAME".

       01  WS-EXTR-LINE.
           05  WS-EXT-CBSA-CODE                PIC X(5).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-EXT-FFY                      PIC 9(4).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-EXT-WAGE-INDEX               PIC Z9.9999.
           05  FILLER                          PIC X(3)  VALUE SPACES.
           05  WS-EXT-PRIOR-WAGE-INDEX         PIC Z9.9999.
           05  FILLER                          PIC X(4)  VALUE SPACES.
           05  WS-EXT-EFF-FROM-DT              PIC 9(8).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-EXT-EFF-TO-DT                PIC 9(8).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-EXT-URBAN-RURAL              PIC X(1).
           05  FILLER                          PIC X(3)  VALUE SPACES.
           05  WS-EXT-STATE-CD                 PIC X(2).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-EXT-CBSA-NAME                PIC X(30).

       01  WS-SUMMARY-LINE                     PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.

           OPEN I-O CBSA-MASTER-FILE.
           IF NOT WS-CBSA-OK
               OPEN OUTPUT CBSA-MASTER-FILE
               CLOSE CBSA-MASTER-FILE
               OPEN I-O CBSA-MASTER-FILE
           END-IF.

           OPEN I-O ZIP-MASTER-FILE.
           IF NOT WS-ZIPC-OK
               OPEN OUTPUT ZIP-MASTER-FILE
               CLOSE ZIP-MASTER-FILE
               OPEN I-O ZIP-MASTER-FILE
           END-IF.

           PERFORM 1000-BULK-LOAD.
           PERFORM 1500-ZIP-LOAD.
           PERFORM 3000-BULK-EXTRACT.

           CLOSE CBSA-MASTER-FILE ZIP-MASTER-FILE.
           GOBACK.

       1000-BULK-LOAD.
           OPEN INPUT CBSA-LOAD-FILE.

           READ CBSA-LOAD-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-LOAD-EOF
               ADD 1 TO WS-LOAD-READ-CNT
               PERFORM 2000-APPLY-LOAD-RECORD
               READ CBSA-LOAD-FILE
                   AT END SET WS-LOAD-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CBSA-LOAD-FILE.

       1500-ZIP-LOAD.
           OPEN INPUT ZIP-LOAD-FILE.

           READ ZIP-LOAD-FILE
               AT END SET WS-ZIP-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-ZIP-EOF
               ADD 1 TO WS-ZIP-READ-CNT
               PERFORM 2500-APPLY-ZIP-RECORD
               READ ZIP-LOAD-FILE
                   AT END SET WS-ZIP-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE ZIP-LOAD-FILE.

       2000-APPLY-LOAD-RECORD.
           PERFORM 2100-MOVE-LOAD-FIELDS.
           MOVE 0 TO CBSA-PRIOR-WAGE-INDEX.
           WRITE CBSA-TABLE-RECORD
               INVALID KEY
                   PERFORM 2200-REWRITE-EXISTING
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-ADD-CNT
           END-WRITE.

      *    A KNOWN CBSA / YEAR IS REPLACED WITH THE LATEST VALUES.  IF
      *    THE NEW VALUE TAKES EFFECT LATER IN THE YEAR THAN THE ONE
      *    ON FILE IT IS A MID-YEAR CORRECTION, AND THE VALUE ON FILE
      *    BECOMES THE PRIOR WAGE INDEX; A RESTATEMENT FROM THE SAME
      *    DATE KEEPS WHATEVER PRIOR VALUE WAS ALREADY THERE.
       2200-REWRITE-EXISTING.
           READ CBSA-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE CBSA-WAGE-INDEX          TO WS-OLD-WAGE-INDEX.
           MOVE CBSA-EFF-FROM-DT-CYMD    TO WS-OLD-EFF-FROM-DT.
           MOVE CBSA-PRIOR-WAGE-INDEX    TO WS-OLD-PRIOR-WAGE-INDEX.

           PERFORM 2100-MOVE-LOAD-FIELDS.
           IF CBSA-EFF-FROM-DT-CYMD > WS-OLD-EFF-FROM-DT
              AND CBSA-WAGE-INDEX NOT = WS-OLD-WAGE-INDEX
               MOVE WS-OLD-WAGE-INDEX    TO CBSA-PRIOR-WAGE-INDEX
           ELSE
               MOVE WS-OLD-PRIOR-WAGE-INDEX TO CBSA-PRIOR-WAGE-INDEX
           END-IF.

           REWRITE CBSA-TABLE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-CHG-CNT
           END-REWRITE.

      *    THE FEDERAL FISCAL YEAR RUNS OCTOBER 1 OF THE PRIOR
      *    CALENDAR YEAR THROUGH SEPTEMBER 30 - THE DEFAULT WHEN THE
      *    CMS FILE GIVES NO EFFECTIVE DATES.
       2100-MOVE-LOAD-FIELDS.
           MOVE CLOD-CBSA-CODE          TO CBSA-CBSA-CODE.
           MOVE CLOD-FED-FISCAL-YR      TO CBSA-FED-FISCAL-YR.
           MOVE CLOD-CBSA-NAME          TO CBSA-CBSA-NAME.
           MOVE CLOD-STATE-CD           TO CBSA-STATE-CD.
           MOVE CLOD-URBAN-RURAL-IND    TO CBSA-URBAN-RURAL-IND.
           MOVE CLOD-WAGE-INDEX         TO CBSA-WAGE-INDEX.

           IF CLOD-EFF-FROM-DT-CYMD NUMERIC
              AND CLOD-EFF-FROM-DT-CYMD > 0
               MOVE CLOD-EFF-FROM-DT-CYMD TO CBSA-EFF-FROM-DT-CYMD
           ELSE
               COMPUTE CBSA-EFF-FROM-DT-CYMD =
                   (CLOD-FED-FISCAL-YR - 1) * 10000 + 1001
           END-IF.

           IF CLOD-EFF-TO-DT-CYMD NUMERIC
              AND CLOD-EFF-TO-DT-CYMD > 0
               MOVE CLOD-EFF-TO-DT-CYMD TO CBSA-EFF-TO-DT-CYMD
           ELSE
               COMPUTE CBSA-EFF-TO-DT-CYMD =
                   CLOD-FED-FISCAL-YR * 10000 + 930
           END-IF.

           MOVE WS-RUN-DATE-8           TO CBSA-LOAD-DT-CYMD.

       2500-APPLY-ZIP-RECORD.
           PERFORM 2600-MOVE-ZIP-FIELDS.
           WRITE ZIPC-CROSSWALK-RECORD
               INVALID KEY
                   PERFORM 2700-REWRITE-ZIP
               NOT INVALID KEY
                   ADD 1 TO WS-ZIP-ADD-CNT
           END-WRITE.

       2700-REWRITE-ZIP.
           PERFORM 2600-MOVE-ZIP-FIELDS.
           REWRITE ZIPC-CROSSWALK-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ZIP-CHG-CNT
           END-REWRITE.

       2600-MOVE-ZIP-FIELDS.
           MOVE ZLOD-ZIP-5              TO ZIPC-ZIP-5.
           MOVE ZLOD-FED-FISCAL-YR      TO ZIPC-FED-FISCAL-YR.
           MOVE ZLOD-CBSA-CODE          TO ZIPC-CBSA-CODE.
           MOVE ZLOD-STATE-CD           TO ZIPC-STATE-CD.
           MOVE ZLOD-COUNTY-CODE        TO ZIPC-COUNTY-CODE.
           MOVE WS-RUN-DATE-8           TO ZIPC-LOAD-DT-CYMD.

       3000-BULK-EXTRACT.
           OPEN OUTPUT CBSA-EXTR-RPT-FILE.
           WRITE CBSA-EXTR-RPT-LINE FROM WS-HEADING-1.
           WRITE CBSA-EXTR-RPT-LINE FROM WS-HEADING-2.

           MOVE LOW-VALUES TO CBSA-KEY.
           START CBSA-MASTER-FILE KEY IS >= CBSA-KEY
               INVALID KEY SET WS-EXTR-EOF TO TRUE
           END-START.

           IF NOT WS-EXTR-EOF
               READ CBSA-MASTER-FILE NEXT RECORD
                   AT END SET WS-EXTR-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL WS-EXTR-EOF
               PERFORM 3100-WRITE-EXTRACT-LINE
               READ CBSA-MASTER-FILE NEXT RECORD
                   AT END SET WS-EXTR-EOF TO TRUE
               END-READ
           END-PERFORM.

           PERFORM 9000-WRITE-SUMMARY.
           CLOSE CBSA-EXTR-RPT-FILE.

       3100-WRITE-EXTRACT-LINE.
           ADD 1 TO WS-EXTR-CNT.
           MOVE CBSA-CBSA-CODE          TO WS-EXT-CBSA-CODE.
           MOVE CBSA-FED-FISCAL-YR      TO WS-EXT-FFY.
           MOVE CBSA-WAGE-INDEX         TO WS-EXT-WAGE-INDEX.
           MOVE CBSA-PRIOR-WAGE-INDEX   TO WS-EXT-PRIOR-WAGE-INDEX.
           MOVE CBSA-EFF-FROM-DT-CYMD   TO WS-EXT-EFF-FROM-DT.
           MOVE CBSA-EFF-TO-DT-CYMD     TO WS-EXT-EFF-TO-DT.
           MOVE CBSA-URBAN-RURAL-IND    TO WS-EXT-URBAN-RURAL.
           MOVE CBSA-STATE-CD           TO WS-EXT-STATE-CD.
           MOVE CBSA-CBSA-NAME          TO WS-EXT-CBSA-NAME.
           WRITE CBSA-EXTR-RPT-LINE FROM WS-EXTR-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "WAGE-INDEX RECORDS READ: " WS-LOAD-READ-CNT
               "  ADDED: "     WS-LOAD-ADD-CNT
               "  CHANGED: "   WS-LOAD-CHG-CNT
               "  EXTRACTED: " WS-EXTR-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE CBSA-EXTR-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "ZIP CROSSWALK RECORDS READ: " WS-ZIP-READ-CNT
               "  ADDED: "     WS-ZIP-ADD-CNT
               "  CHANGED: "   WS-ZIP-CHG-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE CBSA-EXTR-RPT-LINE FROM WS-SUMMARY-LINE.
