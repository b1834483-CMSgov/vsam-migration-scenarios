      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *** PROGRAM: FSR095                                             *
      ***                                                             *
      *** DESCRIPTION: IDE (INVESTIGATIONAL DEVICE EXEMPTION) MASTER  *
      ***   BULK LOAD.  BATCH LOAD OF THE CMS IDE APPROVAL FEED INTO  *
      ***   IDE-MASTER-FILE, A VSAM-STYLE KSDS KEYED BY IDE NUMBER    *
      ***   (FSRCIDEM SHAPE) - THE SAME LOAD/EXTRACT PATTERN FSR073   *
      ***   USES FOR THE PRIOR-AUTHORIZATION MASTER.  A FEED RECORD   *
      ***   WITH A NEW IDE NUMBER IS ADDED; A KNOWN NUMBER IS         *
      ***   REWRITTEN WITH THE LATEST APPROVAL.  AFTER THE LOAD THE   *
      ***   WHOLE MASTER IS LISTED IN KEY SEQUENCE FOR RECONCILIATION *
      ***   AGAINST THE FEED'S TRANSMITTAL COUNTS.                    *
      ***                                                             *
      *** INPUT:  IDE-LOAD-FILE   - CMS IDE APPROVAL FEED             *
      *** FILE:   IDE-MASTER-FILE - IDE MASTER, INDEXED BY IDE NUMBER *
      *** OUTPUT: IDE-EXTR-RPT-FILE - FULL-FILE EXTRACT REPORT        *
      ***                                                             *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSR095.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDE-LOAD-FILE ASSIGN TO "IDELOAD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT IDE-MASTER-FILE ASSIGN TO "IDEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDEM-KEY
               FILE STATUS IS WS-IDE-FILE-STATUS.

           SELECT IDE-EXTR-RPT-FILE ASSIGN TO "IDEXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  IDE-LOAD-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  IDE-LOAD-RECORD.
           05  ILOD-IDE-NUMBER                 PIC X(15).
           05  ILOD-APPR-FROM-DT-CYMD          PIC 9(8).
           05  ILOD-APPR-TO-DT-CYMD            PIC 9(8).
           05  ILOD-DEVICE-CATEGORY            PIC X(1).
           05  ILOD-DEVICE-DESC                PIC X(30).
           05  ILOD-APPR-PROV-6                OCCURS 10 TIMES
                                               PIC X(6).
           05  FILLER                          PIC X(8).

       FD  IDE-MASTER-FILE.

       REPLACE ==:FSSC:== BY ==IDEM==.
       COPY FSRCIDEM.
       REPLACE OFF.

       FD  IDE-EXTR-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  IDE-EXTR-RPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-IDE-FILE-STATUS                  PIC X(2).
           88  WS-IDE-OK                           VALUE '00'.
           88  WS-IDE-NOT-FOUND                    VALUE '23'.
           88  WS-IDE-DUPLICATE                    VALUE '22'.

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

       01  WS-WORK-FIELDS.
           05  WS-NDX                          COMP PIC S9(4).
           05  WS-PROV-CNT                     COMP PIC S9(4).

       01  WS-RUN-DATE-8                       PIC 9(8).

       01  WS-HEADING-1                        PIC X(132) VALUE
           "FSR095 - IDE MASTER BULK LOAD / EXTRACT".
       01  WS-HEADING-2                        PIC X(132) VALUE
           "IDE-NUMBER       FROM-DT   TO-DT     CAT  DEVICE
      -    "                       PROV-1  PROVS".

       01  WS-EXTR-LINE.
           05  WS-EXT-IDE-NUMBER               PIC X(15).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-EXT-FROM-DT                  PIC 9(8).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-EXT-TO-DT                    PIC 9(8).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-EXT-CATEGORY                 PIC X(1).
           05  FILLER                          PIC X(4)  VALUE SPACES.
           05  WS-EXT-DEVICE-DESC              PIC X(30).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-EXT-PROV-1                   PIC X(6).
           05  FILLER                          PIC X(2)  VALUE SPACES.
           05  WS-EXT-PROV-CNT                 PIC Z9.

       01  WS-SUMMARY-LINE                     PIC X(132).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-8.

           OPEN I-O IDE-MASTER-FILE.
           IF NOT WS-IDE-OK
               OPEN OUTPUT IDE-MASTER-FILE
               CLOSE IDE-MASTER-FILE
               OPEN I-O IDE-MASTER-FILE
           END-IF.

           PERFORM 1000-BULK-LOAD.
           PERFORM 3000-BULK-EXTRACT.

           CLOSE IDE-MASTER-FILE.
           GOBACK.

       1000-BULK-LOAD.
           OPEN INPUT IDE-LOAD-FILE.

           READ IDE-LOAD-FILE
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.

           PERFORM UNTIL WS-LOAD-EOF
               ADD 1 TO WS-LOAD-READ-CNT
               PERFORM 2000-APPLY-LOAD-RECORD
               READ IDE-LOAD-FILE
                   AT END SET WS-LOAD-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE IDE-LOAD-FILE.

       2000-APPLY-LOAD-RECORD.
           PERFORM 2100-MOVE-LOAD-FIELDS.
           WRITE IDEM-MASTER-RECORD
               INVALID KEY
                   PERFORM 2200-REWRITE-EXISTING
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-ADD-CNT
           END-WRITE.

      *    A KNOWN IDE NUMBER IS REPLACED WHOLESALE WITH THE LATEST
      *    APPROVAL, SAME AS THE FSR073 AUTHORIZATION REFRESH - AN
      *    EXTENDED STUDY OR A CHANGED PROVIDER LIST COMES IN THIS WAY.
       2200-REWRITE-EXISTING.
           PERFORM 2100-MOVE-LOAD-FIELDS.
           REWRITE IDEM-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-CHG-CNT
           END-REWRITE.

       2100-MOVE-LOAD-FIELDS.
           MOVE ILOD-IDE-NUMBER         TO IDEM-IDE-NUMBER.
           MOVE ILOD-APPR-FROM-DT-CYMD  TO IDEM-APPR-FROM-DT-CYMD.
           MOVE ILOD-APPR-TO-DT-CYMD    TO IDEM-APPR-TO-DT-CYMD.
           MOVE ILOD-DEVICE-CATEGORY    TO IDEM-DEVICE-CATEGORY.
           MOVE ILOD-DEVICE-DESC        TO IDEM-DEVICE-DESC.
           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > 10
               MOVE ILOD-APPR-PROV-6 (WS-NDX)
                   TO IDEM-APPR-PROV-6 (WS-NDX)
           END-PERFORM.
           MOVE WS-RUN-DATE-8           TO IDEM-LOAD-DT-CYMD.

       3000-BULK-EXTRACT.
           OPEN OUTPUT IDE-EXTR-RPT-FILE.
           WRITE IDE-EXTR-RPT-LINE FROM WS-HEADING-1.
           WRITE IDE-EXTR-RPT-LINE FROM WS-HEADING-2.

           MOVE LOW-VALUES TO IDEM-KEY.
           START IDE-MASTER-FILE KEY IS >= IDEM-KEY
               INVALID KEY SET WS-EXTR-EOF TO TRUE
           END-START.

           IF NOT WS-EXTR-EOF
               READ IDE-MASTER-FILE NEXT RECORD
                   AT END SET WS-EXTR-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL WS-EXTR-EOF
               PERFORM 3100-WRITE-EXTRACT-LINE
               READ IDE-MASTER-FILE NEXT RECORD
                   AT END SET WS-EXTR-EOF TO TRUE
               END-READ
           END-PERFORM.

           PERFORM 9000-WRITE-SUMMARY.
           CLOSE IDE-EXTR-RPT-FILE.

       3100-WRITE-EXTRACT-LINE.
           ADD 1 TO WS-EXTR-CNT.
           MOVE 0 TO WS-PROV-CNT.
           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > 10
               IF IDEM-APPR-PROV-6 (WS-NDX) NOT = SPACES
                   ADD 1 TO WS-PROV-CNT
               END-IF
           END-PERFORM.
           MOVE IDEM-IDE-NUMBER         TO WS-EXT-IDE-NUMBER.
           MOVE IDEM-APPR-FROM-DT-CYMD  TO WS-EXT-FROM-DT.
           MOVE IDEM-APPR-TO-DT-CYMD    TO WS-EXT-TO-DT.
           MOVE IDEM-DEVICE-CATEGORY    TO WS-EXT-CATEGORY.
           MOVE IDEM-DEVICE-DESC        TO WS-EXT-DEVICE-DESC.
           MOVE IDEM-APPR-PROV-6 (1)    TO WS-EXT-PROV-1.
           MOVE WS-PROV-CNT             TO WS-EXT-PROV-CNT.
           WRITE IDE-EXTR-RPT-LINE FROM WS-EXTR-LINE.

       9000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "LOAD RECORDS READ: " WS-LOAD-READ-CNT
               "  ADDED: "     WS-LOAD-ADD-CNT
               "  CHANGED: "   WS-LOAD-CHG-CNT
               "  EXTRACTED: " WS-EXTR-CNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING.
           WRITE IDE-EXTR-RPT-LINE FROM WS-SUMMARY-LINE.
