      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCNCDM                                            *
      ***                                                             *
      *** DESCRIPTION: NATIONAL COVERAGE DETERMINATION (NCD) MASTER   *
      ***   RECORD.  ONE PER NCD, KEYED BY THE EIGHT-BYTE NUMBER THE  *
      ***   CLAIM LINE CARRIES IN FSSC-NCD-NUM.  HOLDS THE NCD TITLE  *
      ***   AND THE DATE RANGE IT IS EFFECTIVE FOR (A ZERO            *
      ***   EFFECTIVE-TO DATE MEANS STILL IN FORCE).  LOADED FROM THE *
      ***   CMS NCD REFERENCE FILE BY FSR109; READ BY THE FSR110 NCD  *
      ***   OVERRIDE AUDIT.                                           *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==NCDM==.                    *
      ***     COPY FSRCNCDM.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-MASTER-RECORD.
           05  :FSSC:-KEY.
             10  :FSSC:-NCD-NUM                    PIC X(8).
           05  :FSSC:-NCD-DATA.
             10  :FSSC:-NCD-TITLE                  PIC X(60).
             10  :FSSC:-EFF-FROM-DT-CYMD           PIC 9(8).
             10  :FSSC:-EFF-TO-DT-CYMD             PIC 9(8).
             10  :FSSC:-LOAD-DT-CYMD               PIC 9(8).
             10  FILLER                            PIC X(10).
