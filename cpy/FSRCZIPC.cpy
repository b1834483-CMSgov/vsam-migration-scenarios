      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCZIPC                                            *
      ***                                                             *
      *** DESCRIPTION: ZIP CODE TO CBSA CROSSWALK RECORD.  ONE PER    *
      ***   FIVE-DIGIT ZIP CODE PER FEDERAL FISCAL YEAR, GIVING THE   *
      ***   CBSA (AND STATE/COUNTY) THE ZIP FALLS IN FOR THAT YEAR'S  *
      ***   WAGE-INDEX TABLE (FSRCCBSA).  LOADED BY FSR102 FROM THE   *
      ***   CMS ZIP-TO-CBSA FILE; FSR103 USES IT TO PROVE THE CLAIM   *
      ***   FSSC-FACILITY-ZIP AND THE PROVIDER MASTER ZIP (FSRCPROV)  *
      ***   AGAINST THE CLAIM'S FSSC-CBSA-LOC.                        *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==ZIPC==.                    *
      ***     COPY FSRCZIPC.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-CROSSWALK-RECORD.
           05  :FSSC:-KEY.
             10  :FSSC:-ZIP-5                      PIC X(5).
             10  :FSSC:-FED-FISCAL-YR              PIC 9(4).
           05  :FSSC:-ZIP-DATA.
             10  :FSSC:-CBSA-CODE                  PIC X(5).
             10  :FSSC:-STATE-CD                   PIC X(2).
             10  :FSSC:-COUNTY-CODE                PIC X(5).
             10  :FSSC:-LOAD-DT-CYMD               PIC 9(8).
             10  FILLER                            PIC X(10).
