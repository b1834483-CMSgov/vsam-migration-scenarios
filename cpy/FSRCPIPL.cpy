      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCPIPL                                            *
      ***                                                             *
      *** DESCRIPTION: PERIODIC INTERIM PAYMENT (PIP) LEDGER RECORD.  *
      ***   ONE PER PIP PROVIDER PER BIWEEKLY PIP PERIOD, KEYED BY    *
      ***   PROVIDER / PERIOD END DATE.  CARRIES THE REIMBURSEMENT    *
      ***   ON THE PIP CLAIMS PROCESSED IN THE PERIOD (FSSC-PIP-Y-YES *
      ***   PROVIDERS), THE CLAIMS PAID AS CASH OUTSIDE PIP           *
      ***   (FSSC-PIP-PAY-AS-CASH-Y) HELD APART, AND THE INTERIM      *
      ***   PAYMENT THE PROVIDER RECEIVED FOR THE PERIOD.  BOTH SIDES *
      ***   ARE POSTED BY FSR100, WHICH WALKS THE FILE IN KEY ORDER   *
      ***   TO RUN EACH PROVIDER'S CUMULATIVE VARIANCE.               *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==PIPL==.                    *
      ***     COPY FSRCPIPL.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-LEDGER-RECORD.
           05  :FSSC:-KEY.
             10  :FSSC:-PROV-6                     PIC X(6).
             10  :FSSC:-PERIOD-END-DT-CYMD         PIC 9(8).
           05  :FSSC:-LEDGER-DATA.
             10  :FSSC:-PERIOD-START-DT-CYMD       PIC 9(8).
             10  :FSSC:-CLAIM-CNT                  PIC 9(7).
             10  :FSSC:-CLAIM-REIMB-AMT     COMP-3 PIC S9(11)V99.
             10  :FSSC:-DOD-CLEAN-CNT              PIC 9(7).
             10  :FSSC:-CASH-CLAIM-CNT             PIC 9(7).
             10  :FSSC:-CASH-REIMB-AMT      COMP-3 PIC S9(11)V99.
             10  :FSSC:-INTERIM-PAY-AMT     COMP-3 PIC S9(11)V99.
             10  :FSSC:-INTERIM-PAY-DT-CYMD        PIC 9(8).
             10  :FSSC:-LAST-UPDT-DT-CYMD          PIC 9(8).
             10  FILLER                            PIC X(10).
