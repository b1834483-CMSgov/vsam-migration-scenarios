      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCFHST                                            *
      ***                                                             *
      *** DESCRIPTION: PROVIDER FPS (FRAUD PREVENTION SYSTEM) HIT     *
      ***   HISTORY RECORD.  FSR111 APPENDS ONE OF THESE PER PROVIDER *
      ***   EACH TIME IT RUNS, THE SAME WAY FSR018 FEEDS FSRCPHST, SO *
      ***   THE PROVIDER'S FPS HIT COUNTS SURVIVE PAST THE NIGHTLY    *
      ***   REPORT.  FSR112 READS THE FILE BACK, BY PROVIDER/RUN-     *
      ***   DATE, TO TREND EACH PROVIDER'S HIT RATE RUN OVER RUN AND  *
      ***   REFER THE PROVIDERS WHOSE RATE KEEPS RISING.              *
      ***                                                             *
      *** FIXED LRECL: 49 BYTES                                       *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==FSSCFHST==.                *
      ***     COPY FSRCFHST.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-FPS-HIST-RECORD.
           05  :FSSC:-FH-KEY.
             10  :FSSC:-FH-PROV-ID                   PIC X(6).
             10  :FSSC:-FH-RUN-DATE-CYMD.
               15  :FSSC:-FH-RUN-DATE-CC             PIC 9(2).
               15  :FSSC:-FH-RUN-DATE.
                 20  :FSSC:-FH-RUN-YY                PIC 9(2).
                 20  :FSSC:-FH-RUN-MM                PIC 9(2).
                 20  :FSSC:-FH-RUN-DD                PIC 9(2).
           05  :FSSC:-FH-TOTALS.
             10  :FSSC:-FH-CLAIM-CNT                 PIC 9(7).
             10  :FSSC:-FH-HIT-CLAIM-CNT             PIC 9(7).
             10  :FSSC:-FH-HIT-PAID-CNT              PIC 9(7).
             10  :FSSC:-FH-HIT-PAID-AMT       COMP-3 PIC S9(11)V99.
             10  :FSSC:-FH-HIT-DENIED-CNT            PIC 9(7).
