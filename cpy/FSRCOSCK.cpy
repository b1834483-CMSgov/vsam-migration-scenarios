      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCOSCK                                            *
      ***                                                             *
      *** DESCRIPTION: OUTSTANDING CHECK/EFT CARRY-FORWARD RECORD.    *
      ***   ONE PER CHECK OR EFT TRACE NUMBER / REMIT DATE THAT THE   *
      ***   FSR099 REMITTANCE RECONCILIATION COULD NOT YET CLOSE -    *
      ***   EITHER CLAIMS WERE PAID ON IT AND TREASURY HAS NOT YET    *
      ***   REPORTED IT ISSUED, OR IT WAS ISSUED FOR THE CLAIM TOTAL  *
      ***   AND HAS NOT YET CLEARED.  FSR099 READS YESTERDAY'S FILE   *
      ***   BACK IN AND WRITES TODAY'S, SO AN ITEM CARRIES FORWARD    *
      ***   DAY TO DAY UNTIL TREASURY CLEARS IT.                      *
      ***                                                             *
      *** FIXED LRECL: 80 BYTES                                       *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==OSCK==.                    *
      ***     COPY FSRCOSCK.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-OUTSTANDING-RECORD.
           05  :FSSC:-KEY.
             10  :FSSC:-CK-REMIT-NBR               PIC X(10).
             10  :FSSC:-CK-REMIT-DTE               PIC X(8).
           05  :FSSC:-RA-NBR                       PIC X(5).
           05  :FSSC:-PROV-6                       PIC X(6).
           05  :FSSC:-PAY-TYPE                     PIC X(1).
               88  :FSSC:-PAY-TYPE-K-CHECK          VALUE 'K'.
               88  :FSSC:-PAY-TYPE-E-EFT            VALUE 'E'.
           05  :FSSC:-OUT-STATUS                   PIC X(1).
               88  :FSSC:-OUT-P-PAID-NOT-ISSUED     VALUE 'P'.
               88  :FSSC:-OUT-I-ISSUED-NOT-CLEARED  VALUE 'I'.
           05  :FSSC:-CLAIM-CNT                    PIC 9(7).
           05  :FSSC:-CLAIM-AMT             COMP-3 PIC S9(11)V99.
           05  :FSSC:-ISSUED-AMT            COMP-3 PIC S9(11)V99.
           05  :FSSC:-FIRST-SEEN-DT-CYMD           PIC 9(8).
           05  :FSSC:-LAST-RUN-DT-CYMD             PIC 9(8).
           05  FILLER                              PIC X(12).
