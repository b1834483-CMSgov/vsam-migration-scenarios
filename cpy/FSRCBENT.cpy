      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCBENT                                            *
      ***                                                             *
      *** DESCRIPTION: BENEFICIARY ENTITLEMENT MASTER RECORD.  ONE    *
      ***   PER BENEFICIARY, KEYED BY THE SAME 12-BYTE HIC-NO THE     *
      ***   CLAIM CARRIES IN FSSC-HIC-NO, WITH THE CROSSWALKED MBI.   *
      ***   HOLDS THE BENEFICIARY'S CURRENT PART A AND PART B         *
      ***   ENTITLEMENT PERIODS, DATE OF BIRTH, DATE OF DEATH AND UP  *
      ***   TO TEN DISABILITY / ESRD ENTITLEMENT PERIODS - THE        *
      ***   HISTORY THE CLAIM'S FSSC-REASON-FOR-ENT-IND IS PROVED     *
      ***   AGAINST.  A ZERO START DATE MEANS NOT ENTITLED; A ZERO    *
      ***   END DATE MEANS THE PERIOD IS STILL OPEN; A ZERO DATE OF   *
      ***   DEATH MEANS NONE IS ON FILE.  LOADED FROM THE CWF         *
      ***   ELIGIBILITY FILE BY FSR126; READ BY THE FSR127 NIGHTLY    *
      ***   SERVICE-DATE ELIGIBILITY EDIT.                            *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==BENT==.                    *
      ***     COPY FSRCBENT.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-MASTER-RECORD.
           05  :FSSC:-KEY.
             10  :FSSC:-HIC-NO                     PIC X(12).
           05  :FSSC:-ENTITLEMENT-DATA.
             10  :FSSC:-MBI                        PIC X(11).
             10  :FSSC:-BIRTH-DT-CYMD              PIC 9(8).
             10  :FSSC:-DEATH-DT-CYMD              PIC 9(8).
             10  :FSSC:-PART-A-START-DT-CYMD       PIC 9(8).
             10  :FSSC:-PART-A-END-DT-CYMD         PIC 9(8).
             10  :FSSC:-PART-B-START-DT-CYMD       PIC 9(8).
             10  :FSSC:-PART-B-END-DT-CYMD         PIC 9(8).
             10  :FSSC:-ENT-HIST-CNT               PIC 9(2).
             10  :FSSC:-ENT-HIST                   OCCURS 10 TIMES.
               15  :FSSC:-ENT-BASIS                PIC X(1).
                 88  :FSSC:-ENT-BASIS-D-DISABILITY  VALUE 'D'.
                 88  :FSSC:-ENT-BASIS-E-ESRD        VALUE 'E'.
               15  :FSSC:-ENT-START-DT-CYMD        PIC 9(8).
               15  :FSSC:-ENT-END-DT-CYMD          PIC 9(8).
             10  :FSSC:-LOAD-DT-CYMD               PIC 9(8).
             10  FILLER                            PIC X(10).
