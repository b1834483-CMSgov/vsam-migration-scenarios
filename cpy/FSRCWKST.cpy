      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCWKST                                            *
      ***                                                             *
      *** DESCRIPTION: CUMULATIVE WORKLOAD STATISTICS RECORD.  KEPT   *
      ***   BY FSR130, ONE SET OF RECORDS PER CALENDAR MONTH, KEYED   *
      ***   BY PERIOD (CCYYMM) / RECORD TYPE / LOCATION:              *
      ***     T - ONE PER MONTH, LOCATION BLANK.  THE MONTH'S CMS     *
      ***         WORKLOAD COUNTS - RECEIVED, PAID, DENIED, REJECTED, *
      ***         RTP, PENDING AT MONTH END, CLEAN / OTHER PROCESSED  *
      ***         AND THE PROCESSING-TIME BUCKETS - WITH THE NIGHTLY  *
      ***         RUN-CONTROL FIGURES THEY WERE BUILT ON.             *
      ***     L - ONE PER STATUS / LOCATION HOLDING PENDING CLAIMS AT *
      ***         MONTH END (LOCATION = FSSC-CURR-STATUS FOLLOWED BY  *
      ***         FSSC-CURR-LOCATION).                                *
      ***   PENDING IS A POINT-IN-TIME FIGURE THE CLAIM-SUMMARY FILE  *
      ***   CANNOT REPRODUCE ONCE THE CLAIMS MOVE ON, SO EACH MONTH'S *
      ***   RECORDS ARE KEPT HERE FOR THE PRIOR-PERIOD AND QUARTER    *
      ***   COMPARISONS.  A RERUN FOR A MONTH REPLACES THAT MONTH.    *
      ***                                                             *
      ***   THE PROCESSING-TIME BUCKETS ARE DAYS FROM RECEIPT TO THE  *
      ***   FINAL ACTION:  1  0-14    2  15-30    3  31-45            *
      ***                  4  46-60   5  OVER 60                      *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==WKST==.                    *
      ***     COPY FSRCWKST.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-STATS-RECORD.
           05  :FSSC:-KEY.
             10  :FSSC:-PERIOD-CYM                 PIC 9(6).
             10  :FSSC:-REC-TYPE                   PIC X(1).
               88  :FSSC:-REC-T-TOTALS              VALUE 'T'.
               88  :FSSC:-REC-L-LOCATION            VALUE 'L'.
             10  :FSSC:-LOCATION                   PIC X(6).
           05  :FSSC:-TOTALS-DATA.
             10  :FSSC:-RECEIVED-CNT               PIC 9(9).
             10  :FSSC:-PAID-CNT                   PIC 9(9).
             10  :FSSC:-DENIED-CNT                 PIC 9(9).
             10  :FSSC:-REJECTED-CNT               PIC 9(9).
             10  :FSSC:-RTP-CNT                    PIC 9(9).
             10  :FSSC:-PENDING-CNT                PIC 9(9).
             10  :FSSC:-CLEAN-PROC-CNT             PIC 9(9).
             10  :FSSC:-OTHER-PROC-CNT             PIC 9(9).
             10  :FSSC:-CLEAN-DAYS-CNT             PIC 9(9)
                                                   OCCURS 5 TIMES.
             10  :FSSC:-OTHER-DAYS-CNT             PIC 9(9)
                                                   OCCURS 5 TIMES.
             10  :FSSC:-SUMMARIES-READ-CNT         PIC 9(9).
             10  :FSSC:-NIGHTLY-RUN-CNT            PIC 9(3).
             10  :FSSC:-PERIOD-DAYS                PIC 9(2).
             10  :FSSC:-LAST-GENERATION-DT         PIC 9(8).
             10  :FSSC:-BUILD-DT-CYMD              PIC 9(8).
             10  FILLER                            PIC X(8).
           05  :FSSC:-LOCATION-DATA REDEFINES :FSSC:-TOTALS-DATA.
             10  :FSSC:-LOC-PENDING-CNT            PIC 9(9).
             10  :FSSC:-LOC-CLEAN-CNT              PIC 9(9).
             10  :FSSC:-LOC-OTHER-CNT              PIC 9(9).
             10  :FSSC:-LOC-OVER-30-CNT            PIC 9(9).
             10  :FSSC:-LOC-OLDEST-RECD-DT         PIC 9(8).
             10  FILLER                            PIC X(156).
