      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCICDM                                            *
      ***                                                             *
      *** DESCRIPTION: ICD-10 CODE MASTER RECORD.  ONE PER CODE TYPE  *
      ***   (D ICD-10-CM DIAGNOSIS, P ICD-10-PCS PROCEDURE) / CODE /  *
      ***   EFFECTIVE DATE.  THE CODE IS HELD AS THE CLAIM CARRIES IT *
      ***   - NO DECIMAL POINT, LEFT JUSTIFIED.  CODES ARE VERSIONED  *
      ***   THE SAME WAY AS THE FSRCFEES RATES: THE LAST EFFECTIVE    *
      ***   DATE AT OR BEFORE THE CLAIM'S THROUGH DATE WINS, AND A    *
      ***   NON-ZERO TERMINATION DATE IS THE LAST DATE THE CODE MAY   *
      ***   BE USED.  EACH OCTOBER'S CODE-SET UPDATE IS LOADED AS NEW *
      ***   VERSIONS AND TERMINATION DATES ON THE OLD ONES, SO CLAIMS *
      ***   FROM BEFORE THE UPDATE STILL EDIT AGAINST THE CODES THAT  *
      ***   WERE IN EFFECT FOR THEM.                                  *
      ***     BILLABLE-IND  N - A CATEGORY (HEADER) CODE, NOT VALID   *
      ***                       ON A CLAIM                            *
      ***     ADMIT-DX-IND  N - DIAGNOSIS NOT ACCEPTABLE AS THE       *
      ***                       ADMITTING DIAGNOSIS                   *
      ***     NONSPEC-IND   Y - NON-SPECIFIC (UNSPECIFIED) DIAGNOSIS  *
      ***   A BLANK INDICATOR HAS THE OTHER MEANING.  LOADED FROM THE *
      ***   CMS CODE FILES BY FSR132; READ BY THE FSR133 NIGHTLY ICD  *
      ***   CODE EDIT.                                                *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==ICDM==.                    *
      ***     COPY FSRCICDM.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-CODE-RECORD.
           05  :FSSC:-KEY.
             10  :FSSC:-CODE-TYPE                  PIC X(1).
               88  :FSSC:-TYPE-D-DIAGNOSIS          VALUE 'D'.
               88  :FSSC:-TYPE-P-PROCEDURE          VALUE 'P'.
             10  :FSSC:-CODE                       PIC X(7).
             10  :FSSC:-EFF-DT-CYMD                PIC 9(8).
           05  :FSSC:-CODE-DATA.
             10  :FSSC:-TERM-DT-CYMD               PIC 9(8).
             10  :FSSC:-BILLABLE-IND               PIC X(1).
               88  :FSSC:-BILLABLE-N-HEADER         VALUE 'N'.
             10  :FSSC:-ADMIT-DX-IND               PIC X(1).
               88  :FSSC:-ADMIT-DX-N-NOT-ALLOWED    VALUE 'N'.
             10  :FSSC:-NONSPEC-IND                PIC X(1).
               88  :FSSC:-NONSPEC-Y-UNSPECIFIED     VALUE 'Y'.
             10  :FSSC:-CODE-DESC                  PIC X(40).
             10  :FSSC:-LOAD-DT-CYMD               PIC 9(8).
             10  FILLER                            PIC X(5).
