      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR109                                             *
      ***                                                             *
      *** DESCRIPTION: NCD (NATIONAL COVERAGE DETERMINATION) MASTER   *
      ***   BULK LOAD.  BATCH LOAD OF THE CMS NCD REFERENCE FILE      *
      ***   INTO NCD-MASTER-FILE, A VSAM-STYLE KSDS KEYED BY NCD      *
      ***   NUMBER (FSRCNCDM SHAPE) - THE SAME LOAD/EXTRACT PATTERN   *
      ***   FSR095 USES FOR THE IDE MASTER.  A FEED RECORD WITH A NEW *
      ***   NCD NUMBER IS ADDED; A KNOWN NUMBER IS REWRITTEN WITH THE *
      ***   LATEST TITLE AND EFFECTIVE DATES.  AFTER THE LOAD THE     *
      ***   WHOLE MASTER IS LISTED IN KEY SEQUENCE FOR RECONCILIATION *
      ***   AGAINST THE FEED'S TRANSMITTAL COUNTS.                    *
      ***                                                             *
      *** INPUT:  NCD-LOAD-FILE   - CMS NCD REFERENCE FILE            *
      *** FILE:   NCD-MASTER-FILE - NCD MASTER, INDEXED BY NCD NUMBER *
      *** OUTPUT: NCD-EXTR-RPT-FILE - FULL-FILE EXTRACT REPORT        *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR109.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCD-LOAD-FILE ASSIGN TO "NCDLOAD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT NCD-MASTER-FILE ASSIGN TO "NCDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCDM-KEY
               FILE STATUS IS WS-NCD-FILE-STATUS.

           SELECT NCD-EXTR-RPT-FILE ASSIGN TO "NCDXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  NCD-LOAD-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  NCD-LOAD-RECORD.
           05  NLOD-NCD-NUM                    PIC X(8).
           05  NLOD-NCD-TITLE                  PIC X(60).
           05  NLOD-EFF-FROM-DT-CYMD           PIC 9(8).
           05  NLOD-EFF-TO-DT-CYMD             PIC 9(8).
           05  FILLER                          PIC X(16).

       FD  NCD-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==NCDM==.
       COPY FSRCNCDM.
       REPLACE OFF.

       FD  NCD-EXTR-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  NCD-EXTR-RPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-NCD-FILE-STATUS                  PIC X(2).
           88  WS-NCD-OK                           VALUE '00'.
           88  WS-NCD-NOT-FOUND                    VALUE '23'.
           88  WS-NCD-DUPLICATE                    VALUE '22'.

       01  WS-SWITCHES.
           05  WS-LOAD-EOF-SW                  PIC X(1) VALUE 'N'.
               88  WS-LOAD-EOF                         VALUE 'Y'.
           05  WS-EXTR-EOF-SW                  PIC X(1) VALUE 'N'.
               88  WS-EXTR-EOF                         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOAD-READ-CNT                PIC 9(7) VALUE 0.
           05  WS-LOAD-ADD-CNT                 PIC 9(7) VALUE 0.
           05  WS-LOAD-CHG-CNT                 PIC 9(7) VALUE 0.
           05  WS-EXTR-CNT                     PIC 9(7) VALUE 0.

       01  WS-RUN-DATE-8                       PIC 9(8).

       01  WS-HEADING-1                        PIC X(132) VALUE
           "FSR109 - NCD MASTER BULK LOAD / EXTRACT".
       01  WS-HEADING-2                        PIC X(132) VALUE
           "NCD-NUM   EFF-FROM  EFF-TO    TITLE".

       01  WS-EXTR-LINE.
           05  WS-EXT-NCD-NUM                  PIC X(8).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-EXT-EFF-FROM-DT              PIC 9(8).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-EXT-EFF-TO-DT                PIC 9(8).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-EXT-NCD-TITLE                PIC X(60).

       01  WS-SUMMARY-LINE                     PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.

           OPEN I-O NCD-MASTER-FILE.
           IF NOT WS-NCD-OK
               OPEN OUTPUT NCD-MASTER-FILE
               CLOSE NCD-MASTER-FILE
               OPEN I-O NCD-MASTER-FILE
           END-IF.

           PERFORM 1000-BULK-LOAD.
           PERFORM 3000-BULK-EXTRACT.

           CLOSE NCD-MASTER-FILE.
           GOBACK.

       1000-BULK-LOAD.
           OPEN INPUT NCD-LOAD-FILE.

           READ NCD-LOAD-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-LOAD-EOF
               ADD 1 TO WS-LOAD-READ-CNT
               PERFORM 2000-APPLY-LOAD-RECORD
               READ NCD-LOAD-FILE
                   AT END SET WS-LOAD-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE NCD-LOAD-FILE.

       2000-APPLY-LOAD-RECORD.
           PERFORM 2100-MOVE-LOAD-FIELDS.
           WRITE NCDM-MASTER-RECORD
               INVALID KEY
                   PERFORM 2200-REWRITE-EXISTING
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-ADD-CNT
           END-WRITE.

      *    A KNOWN NCD IS REPLACED WHOLESALE WITH THE LATEST VERSION -
      *    A RETIRED NCD COMES IN WITH ITS EFFECTIVE-TO DATE SET.
       2200-REWRITE-EXISTING.
           PERFORM 2100-MOVE-LOAD-FIELDS.
           REWRITE NCDM-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-CHG-CNT
           END-REWRITE.

       2100-MOVE-LOAD-FIELDS.
           MOVE NLOD-NCD-NUM            TO NCDM-NCD-NUM.
           MOVE NLOD-NCD-TITLE          TO NCDM-NCD-TITLE.
           MOVE NLOD-EFF-FROM-DT-CYMD   TO NCDM-EFF-FROM-DT-CYMD.
           MOVE NLOD-EFF-TO-DT-CYMD     TO NCDM-EFF-TO-DT-CYMD.
           MOVE WS-RUN-DATE-8           TO NCDM-LOAD-DT-CYMD.

       3000-BULK-EXTRACT.
           OPEN OUTPUT NCD-EXTR-RPT-FILE.
           WRITE NCD-EXTR-RPT-LINE FROM WS-HEADING-1.
           WRITE NCD-EXTR-RPT-LINE FROM WS-HEADING-2.

           MOVE LOW-VALUES TO NCDM-KEY.
           START NCD-MASTER-FILE KEY IS >= NCDM-KEY
               INVALID KEY SET WS-EXTR-EOF TO TRUE
           END-START.

           IF NOT WS-EXTR-EOF
               READ NCD-MASTER-FILE NEXT RECORD
                   AT END SET WS-EXTR-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL WS-EXTR-EOF
               PERFORM 3100-WRITE-EXTRACT-LINE
               READ NCD-MASTER-FILE NEXT RECORD
                   AT END SET WS-EXTR-EOF TO TRUE
               END-READ
           END-PERFORM.

           PERFORM 9000-WRITE-SUMMARY.
           CLOSE NCD-EXTR-RPT-FILE.

       3100-WRITE-EXTRACT-LINE.
           ADD 1 TO WS-EXTR-CNT.
           MOVE NCDM-NCD-NUM            TO WS-EXT-NCD-NUM.
           MOVE NCDM-EFF-FROM-DT-CYMD   TO WS-EXT-EFF-FROM-DT.
           MOVE NCDM-EFF-TO-DT-CYMD     TO WS-EXT-EFF-TO-DT.
           MOVE NCDM-NCD-TITLE          TO WS-EXT-NCD-TITLE.
           WRITE NCD-EXTR-RPT-LINE FROM WS-EXTR-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "LOAD RECORDS READ: " WS-LOAD-READ-CNT
               "  ADDED: "     WS-LOAD-ADD-CNT
               "  CHANGED: "   WS-LOAD-CHG-CNT
               "  EXTRACTED: " WS-EXTR-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE NCD-EXTR-RPT-LINE FROM WS-SUMMARY-LINE.
