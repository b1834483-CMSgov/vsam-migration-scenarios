      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCETSC                                            *
      ***                                                             *
      *** DESCRIPTION: SUBMITTER (ETIN) EDI QUALITY SCORECARD RECORD. *
      ***   KEPT BY FSR134, ONE PER CALENDAR MONTH PER SUBMITTER,     *
      ***   KEYED BY PERIOD (CCYYMM) / ETIN.  THE ETIN IS THE FIRST   *
      ***   15 BYTES OF FSSC-SUBMITTER-ETIN (THE X12 INTERCHANGE      *
      ***   SENDER ID IS NEVER LONGER); CLAIMS WITH NO ETIN ARE KEPT  *
      ***   UNDER *NO ETIN*.  THE COUNTS ARE OF CLAIMS RECEIVED IN    *
      ***   THE MONTH (FSSC-RECD-DT); A CLAIM IS COUNTED ONCE UNDER   *
      ***   EACH MEASURE IT FAILS, AND ONCE UNDER DEFECT-CNT IF IT    *
      ***   FAILS ANY OF THEM - SEE FSR134 FOR THE MEASURES.  THE     *
      ***   RATES ARE WORKED FROM THESE COUNTS WHEN PRINTED, SO EACH  *
      ***   MONTH KEPT HERE IS A POINT ON THE SUBMITTER'S TREND.  A   *
      ***   RERUN FOR A MONTH REPLACES THAT MONTH.                    *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==ETSC==.                    *
      ***     COPY FSRCETSC.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-SCORECARD-RECORD.
           05  :FSSC:-KEY.
             10  :FSSC:-PERIOD-CYM                 PIC 9(6).
             10  :FSSC:-ETIN                       PIC X(15).
           05  :FSSC:-SCORE-DATA.
             10  :FSSC:-CLAIM-CNT                  PIC 9(9).
             10  :FSSC:-ERROR-CNT                  PIC 9(9).
             10  :FSSC:-RTP-CNT                    PIC 9(9).
             10  :FSSC:-REJECT-CNT                 PIC 9(9).
             10  :FSSC:-POA-FAIL-CNT               PIC 9(9).
             10  :FSSC:-SPAN-FAIL-CNT              PIC 9(9).
             10  :FSSC:-NPI-FAIL-CNT               PIC 9(9).
             10  :FSSC:-DEFECT-CNT                 PIC 9(9).
             10  :FSSC:-BUILD-DT-CYMD              PIC 9(8).
             10  FILLER                            PIC X(19).
