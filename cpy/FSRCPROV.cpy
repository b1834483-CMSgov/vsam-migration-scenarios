      ***   PREFERRED-IDENTIFIER FLAG THE CLAIM CARRIES IN            *
      ***   FSSC-OSCAR-IDENTIFIER.  THE FSR090 CALLABLE LOOKUP        *
      ***   RESOLVES THE NAME FOR THE PROVIDER-KEYED REPORTS, SO      *
      ***   READERS STOP NEEDING THE LAMINATED LOOKUP SHEET.  THE     *
      ***   FEDERAL TAX ID (EIN AND SUFFIX, AS FSSC-FED-TAX-NB /      *
      ***   FSSC-FED-TAX-NB-SUB ON THE CLAIM) IS THE PAYEE TIN THE    *
      ***   FSR106 YEAR-END 1099 RUN PROVES THE LEDGER AGAINST.       *
      ***   THE FISCAL-YEAR-END (MMDD) CLOSES THE PROVIDER'S COST-    *
      ***   REPORTING PERIOD - FSR107 BUCKETS THE PS&R SUMMARY ON IT. *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
               88  :FSSC:-OSCAR-N-NO-PREFER-NPI     VALUE 'N' ' '.
               88  :FSSC:-OSCAR-Y-PREFERRED-NPI     VALUE 'Y'.
             10  :FSSC:-LOAD-DT-CYMD               PIC 9(8).
             10  :FSSC:-FED-TAX-NB                 PIC X(10).
             10  :FSSC:-FED-TAX-NB-SUB             PIC X(4).
             10  :FSSC:-FISCAL-YR-END-MMDD         PIC 9(4).
