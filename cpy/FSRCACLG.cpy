      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCACLG                                            *
      ***                                                             *
      *** DESCRIPTION: BENEFICIARY PHI ACCESS-LOG RECORD.  ONE PER    *
      ***   CLAIM SHOWN ON SCREEN OR IN PRINT BY A PROGRAM THAT       *
      ***   DISPLAYS BENEFICIARY PHI (PROTECTED HEALTH INFORMATION) - *
      ***   WHO LOOKED (OPERATOR), THROUGH WHAT (PROGRAM), AT WHOM    *
      ***   (HIC-NO, DCN), WHEN, AND WHY (PURPOSE).  THE CALLER FILLS *
      ***   THE RECORD AND PASSES IT TO FSR117, WHICH STAMPS THE DATE *
      ***   AND TIME AND APPENDS IT TO THE ACCESS-LOG FILE.  FSR118   *
      ***   READS THE FILE BACK TO ANSWER A BENEFICIARY'S HIPAA       *
      ***   ACCOUNTING-OF-DISCLOSURES REQUEST; FSR119 ROLLS IT UP BY  *
      ***   OPERATOR EACH MONTH TO FIND UNUSUAL VIEWING VOLUMES.      *
      ***                                                             *
      ***   PURPOSE CODES - TREATMENT, PAYMENT AND HEALTH CARE        *
      ***   OPERATIONS (T/P/O) AND DISCLOSURES TO THE BENEFICIARY     *
      ***   (B) ARE EXEMPT FROM THE HIPAA ACCOUNTING; THE OTHERS MUST *
      ***   BE ACCOUNTED FOR (88 ACCOUNTABLE).                        *
      ***                                                             *
      ***   SOURCE - 'O' AN ONLINE SCREEN; 'R' A BATCH PRINT RUN AT   *
      ***   AN OPERATOR'S REQUEST (OPERATOR CARD SUPPLIED); 'S' THE   *
      ***   SCHEDULED BATCH, WHERE THE OPERATOR ID IS THE JOB'S OWN   *
      ***   ID (E.G. FSR020BAT).                                      *
      ***                                                             *
      *** FIXED LRECL: 80 BYTES                                       *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==ACLG==.                    *
      ***     COPY FSRCACLG.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-ACCESS-LOG-RECORD.
           05  :FSSC:-ACCESS-DT-CYMD                 PIC 9(8).
           05  :FSSC:-ACCESS-TIME                    PIC 9(6).
           05  :FSSC:-OPER-ID                        PIC X(9).
           05  :FSSC:-PROGRAM-ID                     PIC X(8).
           05  :FSSC:-HIC-NO                         PIC X(12).
           05  :FSSC:-DCN                            PIC X(23).
           05  :FSSC:-PURPOSE-CD                     PIC X(1).
             88  :FSSC:-PURPOSE-T-TREATMENT          VALUE 'T'.
             88  :FSSC:-PURPOSE-P-PAYMENT            VALUE 'P'.
             88  :FSSC:-PURPOSE-O-OPERATIONS         VALUE 'O'.
             88  :FSSC:-PURPOSE-B-BENEFICIARY        VALUE 'B'.
             88  :FSSC:-PURPOSE-A-OVERSIGHT-AUDIT    VALUE 'A'.
             88  :FSSC:-PURPOSE-L-LEGAL              VALUE 'L'.
             88  :FSSC:-PURPOSE-R-RESEARCH           VALUE 'R'.
             88  :FSSC:-PURPOSE-VALID
                                 VALUE 'T' 'P' 'O' 'B' 'A' 'L' 'R'.
             88  :FSSC:-PURPOSE-ACCOUNTABLE          VALUE 'A' 'L' 'R'.
           05  :FSSC:-SOURCE                         PIC X(1).
             88  :FSSC:-SOURCE-O-ONLINE              VALUE 'O'.
             88  :FSSC:-SOURCE-R-REQUESTED           VALUE 'R'.
             88  :FSSC:-SOURCE-S-SCHEDULED           VALUE 'S'.
           05  :FSSC:-ACCESS-TYPE                    PIC X(1).
             88  :FSSC:-ACCESS-V-VIEWED              VALUE 'V'.
             88  :FSSC:-ACCESS-P-PRINTED             VALUE 'P'.
             88  :FSSC:-ACCESS-A-ASSEMBLED           VALUE 'A'.
             88  :FSSC:-ACCESS-N-NOT-FOUND           VALUE 'N'.
           05  FILLER                                PIC X(11).
