      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCPTOT                                            *
      ***                                                             *
      *** DESCRIPTION: PARTITION REPORT-TOTALS RECORD.  WHEN THE      *
      ***   NIGHTLY EXTRACT IS SPLIT BY HIC-NO RANGE (FSR123) AND     *
      ***   FSR082 RUNS ONCE PER PARTITION, EACH PARTITION RUN        *
      ***   WRITES ITS REPORT DETAIL LINES ONLY AND LEAVES ITS        *
      ***   ACCUMULATORS HERE INSTEAD OF PRINTING SUMMARY LINES; THE  *
      ***   FSR124 MERGE STEP ADDS THE PARTITIONS' TOTALS TOGETHER    *
      ***   AND PRINTS ONE SET OF SUMMARY LINES, EXACTLY AS A SINGLE  *
      ***   PASS WOULD HAVE.                                          *
      ***                                                             *
      ***   RECORD TYPES -                                            *
      ***     'C' COUNTS    - ONE PER PARTITION: THE PARTITION'S      *
      ***                     EXTRACT GENERATION, DATA-RECORD COUNT,  *
      ***                     CHARGE HASH, WHICH REPORTS RAN, AND     *
      ***                     EVERY REPORT COUNTER.                   *
      ***     'P' PROVIDER  - ONE PER FSR041 PROVIDER-TABLE ENTRY,    *
      ***                     WITH THE DCN ON WHICH THE PROVIDER WAS  *
      ***                     FIRST SEEN SO THE MERGE CAN LIST        *
      ***                     PROVIDERS IN THE SINGLE-PASS ORDER.     *
      ***                                                             *
      *** FIXED LRECL: 200 BYTES                                      *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==PTOT==.                    *
      ***     COPY FSRCPTOT.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-TOTALS-RECORD.
           05  :FSSC:-PARTITION-NO                   PIC 9(2).
           05  :FSSC:-REC-TYPE                       PIC X(1).
             88  :FSSC:-REC-C-COUNTS                 VALUE 'C'.
             88  :FSSC:-REC-P-PROVIDER               VALUE 'P'.
           05  :FSSC:-COUNTS-BODY.
               10  :FSSC:-RUN-DT-CYMD                PIC 9(8).
               10  :FSSC:-GENERATION-DT              PIC 9(8).
               10  :FSSC:-DATA-REC-CNT               PIC 9(9).
               10  :FSSC:-CHARGE-HASH                PIC S9(13)V99.
               10  :FSSC:-REPORTS-RUN.
                   15  :FSSC:-RUN-004-SW             PIC X(1).
                   15  :FSSC:-RUN-006-SW             PIC X(1).
                   15  :FSSC:-RUN-012-SW             PIC X(1).
                   15  :FSSC:-RUN-019-SW             PIC X(1).
                   15  :FSSC:-RUN-023-SW             PIC X(1).
                   15  :FSSC:-RUN-041-SW             PIC X(1).
               10  :FSSC:-004-RTP-CLAIM-CNT          PIC 9(7).
               10  :FSSC:-006-CLAIMS-READ-CNT        PIC 9(7).
               10  :FSSC:-006-DIAG-CHECKED-CNT       PIC 9(7).
               10  :FSSC:-006-DIAG-NONCOMPLY-CNT     PIC 9(7).
               10  :FSSC:-012-CLAIMS-READ-CNT        PIC 9(7).
               10  :FSSC:-012-STILL-SUSPECT-CNT      PIC 9(7).
               10  :FSSC:-012-CONFIRMED-DUP-CNT      PIC 9(7).
               10  :FSSC:-019-CLAIMS-READ-CNT        PIC 9(7).
               10  :FSSC:-019-HICMBI-NF-CNT          PIC 9(7).
               10  :FSSC:-019-SUBM-BY-HIC-CNT        PIC 9(7).
               10  :FSSC:-019-ADJ-BY-HIC-CNT         PIC 9(7).
               10  :FSSC:-019-NO-MBI-CNT             PIC 9(7).
               10  :FSSC:-023-BASE-CLAIM-CNT         PIC 9(7).
               10  :FSSC:-023-CROSS-SITE-CNT         PIC 9(7).
               10  :FSSC:-041-CLAIMS-READ-CNT        PIC 9(7).
               10  :FSSC:-041-DRG-SHIFT-CNT          PIC 9(7).
               10  :FSSC:-041-DRG-REASON-CNT         PIC 9(7).
               10  :FSSC:-041-PROV-OVERFLOW-CNT      PIC 9(7).
               10  FILLER                            PIC X(25).
           05  :FSSC:-PROVIDER-BODY REDEFINES :FSSC:-COUNTS-BODY.
               10  :FSSC:-PROV-6                     PIC X(6).
               10  :FSSC:-PROV-SHIFT-CNT             PIC 9(7).
               10  :FSSC:-PROV-FIRST-DCN             PIC X(23).
               10  FILLER                            PIC X(161).
