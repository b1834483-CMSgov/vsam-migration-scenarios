      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCTINX                                            *
      ***                                                             *
      *** DESCRIPTION: 1099 LINEAGE RECORD.  ONE PER CLAIM ADJUSTMENT *
      ***   LINEAGE, KEYED BY THE ROOT ORIGINAL DCN (FSSC-ORIGINAL-   *
      ***   XREF-DCN, ELSE FSSC-XREF-DCN-NBR, ELSE THE CLAIM'S OWN    *
      ***   DCN - THE SAME ROOT FSR097 KEYS THE RAC LEDGER ON).       *
      ***   CARRIES THE TIN THE LINEAGE WAS LAST COUNTED UNDER AND    *
      ***   THE FSSC-REIMB-PROV-AMT COUNTED FOR IT SO FAR, SO THAT    *
      ***   FSR105 POSTS AN ADJUSTMENT AS THE DIFFERENCE AND A CANCEL *
      ***   AS THE REVERSAL OF WHAT WAS COUNTED - A CLAIM IS NEVER    *
      ***   COUNTED TWICE.  THE LAST DCN AND PAID DATE POSTED MAKE A  *
      ***   RERUN OF THE SAME EXTRACT HARMLESS.                       *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==TINX==.                    *
      ***     COPY FSRCTINX.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-LINEAGE-RECORD.
           05  :FSSC:-KEY.
             10  :FSSC:-ROOT-DCN                   PIC X(23).
           05  :FSSC:-LINEAGE-DATA.
             10  :FSSC:-FED-TAX-NB                 PIC X(10).
             10  :FSSC:-FED-TAX-NB-SUB             PIC X(4).
             10  :FSSC:-PROV-6                     PIC X(6).
             10  :FSSC:-LAST-DCN                   PIC X(23).
             10  :FSSC:-LAST-PAID-DT-CYMD          PIC 9(8).
             10  :FSSC:-COUNTED-REIMB       COMP-3 PIC S9(9)V99.
             10  :FSSC:-COUNTED-INTEREST    COMP-3 PIC S9(9)V99.
             10  :FSSC:-LAST-UPDT-DT-CYMD          PIC 9(8).
             10  FILLER                            PIC X(10).
