      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCTINL                                            *
      ***                                                             *
      *** DESCRIPTION: 1099 PAYMENT LEDGER RECORD.  ONE PER PAYEE     *
      ***   FEDERAL TAX ID (FSSC-FED-TAX-NB / FSSC-FED-TAX-NB-SUB)    *
      ***   PER CALENDAR TAX YEAR OF FSSC-PAID-DT-CYMD.  CARRIES THE  *
      ***   YEAR-TO-DATE FSSC-REIMB-PROV-AMT AND FSSC-INTEREST-AMT    *
      ***   PAID TO THE TIN, NET OF ADJUSTMENTS AND CANCELS THROUGH   *
      ***   THE LINEAGE FILE (FSRCTINX), AND THE AMOUNTS LAST         *
      ***   REPORTED ON A 1099.  POSTED NIGHTLY BY FSR105; CLOSED AND *
      ***   REPORTED BY THE FSR106 YEAR-END AND CORRECTIONS RUNS.  A  *
      ***   POSTING AFTER THE YEAR IS CLOSED LEAVES THE LEDGER AHEAD  *
      ***   OF REPORTED-REIMB/REPORTED-INTEREST UNTIL THE NEXT        *
      ***   CORRECTIONS RUN.                                          *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==TINL==.                    *
      ***     COPY FSRCTINL.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-LEDGER-RECORD.
           05  :FSSC:-KEY.
             10  :FSSC:-FED-TAX-NB                 PIC X(10).
             10  :FSSC:-FED-TAX-NB-SUB             PIC X(4).
             10  :FSSC:-TAX-YR                     PIC 9(4).
           05  :FSSC:-LEDGER-DATA.
             10  :FSSC:-LAST-PROV-6                PIC X(6).
             10  :FSSC:-CLAIM-CNT                  PIC 9(7).
             10  :FSSC:-ADJ-CNT                    PIC 9(7).
             10  :FSSC:-CANCEL-CNT                 PIC 9(7).
             10  :FSSC:-REIMB-AMT           COMP-3 PIC S9(11)V99.
             10  :FSSC:-INTEREST-AMT        COMP-3 PIC S9(11)V99.
             10  :FSSC:-YEAR-STATUS                PIC X(1).
               88  :FSSC:-YEAR-O-OPEN               VALUE 'O'.
               88  :FSSC:-YEAR-C-CLOSED             VALUE 'C'.
             10  :FSSC:-FILED-IND                  PIC X(1).
               88  :FSSC:-FILED-Y-1099-FILED        VALUE 'Y'.
               88  :FSSC:-FILED-N-NOT-FILED         VALUE 'N'.
             10  :FSSC:-REPORTED-REIMB      COMP-3 PIC S9(11)V99.
             10  :FSSC:-REPORTED-INTEREST   COMP-3 PIC S9(11)V99.
             10  :FSSC:-CLOSE-DT-CYMD              PIC 9(8).
             10  :FSSC:-LAST-CORR-DT-CYMD          PIC 9(8).
             10  :FSSC:-LAST-UPDT-DT-CYMD          PIC 9(8).
             10  FILLER                            PIC X(10).
