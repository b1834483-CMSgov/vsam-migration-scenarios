      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCCBSA                                            *
      ***                                                             *
      *** DESCRIPTION: CBSA / WAGE-INDEX TABLE RECORD.  ONE PER CORE  *
      ***   BASED STATISTICAL AREA PER FEDERAL FISCAL YEAR (OCTOBER   *
      ***   THROUGH SEPTEMBER), KEYED BY THE FIVE-BYTE CBSA THE CLAIM *
      ***   CARRIES IN FSSC-CBSA-LOC / FSSC-PAYMENT-CBSA-CODE AND THE *
      ***   FISCAL YEAR.  CARRIES THE PUBLISHED PPS WAGE INDEX AND    *
      ***   THE DATE RANGE IT IS EFFECTIVE FOR.  A MID-YEAR           *
      ***   CORRECTION IS LOADED WITH A LATER EFFECTIVE-FROM DATE;    *
      ***   THE VALUE IT REPLACES IS KEPT IN PRIOR-WAGE-INDEX FOR     *
      ***   DISCHARGES BEFORE THAT DATE.  LOADED BY FSR102 FROM THE   *
      ***   CMS WAGE-INDEX FILE; READ BY THE FSR103 NIGHTLY EDIT.     *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==CBSA==.                    *
      ***     COPY FSRCCBSA.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-TABLE-RECORD.
           05  :FSSC:-KEY.
             10  :FSSC:-CBSA-CODE                  PIC X(5).
             10  :FSSC:-FED-FISCAL-YR              PIC 9(4).
           05  :FSSC:-CBSA-DATA.
             10  :FSSC:-CBSA-NAME                  PIC X(30).
             10  :FSSC:-STATE-CD                   PIC X(2).
             10  :FSSC:-URBAN-RURAL-IND            PIC X(1).
               88  :FSSC:-URBAN-RURAL-U-URBAN       VALUE 'U'.
               88  :FSSC:-URBAN-RURAL-R-RURAL       VALUE 'R'.
             10  :FSSC:-WAGE-INDEX                 PIC 9(2)V9(4).
             10  :FSSC:-EFF-FROM-DT-CYMD           PIC 9(8).
             10  :FSSC:-EFF-TO-DT-CYMD             PIC 9(8).
             10  :FSSC:-PRIOR-WAGE-INDEX           PIC 9(2)V9(4).
             10  :FSSC:-LOAD-DT-CYMD               PIC 9(8).
             10  FILLER                            PIC X(10).
