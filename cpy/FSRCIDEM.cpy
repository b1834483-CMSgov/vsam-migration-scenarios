      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCIDEM                                            *
      ***                                                             *
      *** DESCRIPTION: INVESTIGATIONAL DEVICE EXEMPTION (IDE) MASTER  *
      ***   RECORD.  ONE PER FDA-ASSIGNED IDE NUMBER, KEYED BY THE    *
      ***   SAME 15-BYTE VALUE THE CLAIM CARRIES IN THE HEADER        *
      ***   FSSC-IDE-NUMBER-TAB AND THE LINE-LEVEL FSSC-IDE-NUMBER.   *
      ***   HOLDS THE CMS APPROVAL DATE RANGE, THE FDA DEVICE         *
      ***   CATEGORY ('A' EXPERIMENTAL / 'B' NON-EXPERIMENTAL) AND    *
      ***   UP TO TEN PROVIDERS APPROVED TO BILL FOR THE STUDY.       *
      ***   LOADED FROM THE CMS IDE APPROVAL FEED BY FSR095; READ BY  *
      ***   THE FSR096 NIGHTLY DEVICE-CLAIM EDIT.                     *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==IDEM==.                    *
      ***     COPY FSRCIDEM.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-MASTER-RECORD.
           05  :FSSC:-KEY.
             10  :FSSC:-IDE-NUMBER                 PIC X(15).
           05  :FSSC:-IDE-DATA.
             10  :FSSC:-APPR-FROM-DT-CYMD          PIC 9(8).
             10  :FSSC:-APPR-TO-DT-CYMD            PIC 9(8).
             10  :FSSC:-DEVICE-CATEGORY            PIC X(1).
               88  :FSSC:-CATEGORY-A-EXPERIMENTAL   VALUE 'A'.
               88  :FSSC:-CATEGORY-B-NON-EXPER      VALUE 'B'.
             10  :FSSC:-DEVICE-DESC                PIC X(30).
             10  :FSSC:-APPR-PROV-6                OCCURS 10 TIMES
                                                   PIC X(6).
             10  :FSSC:-LOAD-DT-CYMD               PIC 9(8).
