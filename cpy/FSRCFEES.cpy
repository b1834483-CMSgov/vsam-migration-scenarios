      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCFEES                                            *
      ***                                                             *
      *** DESCRIPTION: FEE-SCHEDULE RATE RECORD.  ONE PER HCPCS /     *
      ***   MODIFIER / LOCALITY / EFFECTIVE DATE, CARRYING THE        *
      ***   PUBLISHED PER-UNIT ALLOWED AMOUNT.  THE LOCALITY IS THE   *
      ***   SAME TWO-BYTE CODE THE CLAIM CARRIES IN FSSC-VALCD-       *
      ***   LOCALITY.  A BLANK MODIFIER IS THE HCPCS'S BASE RATE,     *
      ***   USED FOR ANY LINE WHOSE MODIFIER HAS NO RATE OF ITS OWN.  *
      ***   RATES ARE VERSIONED THE SAME WAY AS THE FSRCPARM          *
      ***   PARAMETERS: UNDER ONE HCPCS / MODIFIER / LOCALITY THE     *
      ***   LAST EFFECTIVE DATE AT OR BEFORE THE DATE OF SERVICE      *
      ***   WINS, AND A NON-ZERO END DATE BEFORE THE DATE OF SERVICE  *
      ***   MEANS NO RATE WAS IN EFFECT.  LOADED FROM THE PUBLISHED   *
      ***   SCHEDULE BY FSR128; READ BY THE FSR129 NIGHTLY            *
      ***   FEE-SCHEDULE REPRICING VERIFICATION.                      *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==FEES==.                    *
      ***     COPY FSRCFEES.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-RATE-RECORD.
           05  :FSSC:-KEY.
             10  :FSSC:-HCPC-CD                    PIC X(5).
             10  :FSSC:-HCPC-MODIFIER              PIC X(2).
             10  :FSSC:-LOCALITY                   PIC X(2).
             10  :FSSC:-EFF-DT-CYMD                PIC 9(8).
           05  :FSSC:-RATE-DATA.
             10  :FSSC:-END-DT-CYMD                PIC 9(8).
             10  :FSSC:-FEE-AMT                    PIC 9(7)V99.
             10  :FSSC:-HCPC-DESC                  PIC X(30).
             10  :FSSC:-LOAD-DT-CYMD               PIC 9(8).
             10  FILLER                            PIC X(8).
