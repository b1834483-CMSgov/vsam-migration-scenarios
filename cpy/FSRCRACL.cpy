      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCRACL                                            *
      ***                                                             *
      *** DESCRIPTION: RAC/ZPIC RECOVERY LEDGER RECORD.  ONE PER      *
      ***   CLAIM UNDER RECOVERY AUDIT CONTRACTOR OR ZONE PROGRAM     *
      ***   INTEGRITY CONTRACTOR REVIEW, KEYED BY THE ROOT ORIGINAL   *
      ***   DCN OF THE CLAIM'S ADJUSTMENT LINEAGE (FSSC-ORIGINAL-     *
      ***   XREF-DCN ON AN ADJUSTMENT, THE CLAIM'S OWN DCN ON THE     *
      ***   ORIGINAL - THE SAME CHAIN FSR002 PRINTS).  CARRIES THE    *
      ***   ORIGINAL FSSC-REIMB-PROV-AMT, THE AMOUNT AS ADJUSTED BY   *
      ***   THE LATEST CLAIM IN THE LINEAGE, THE OVERPAYMENT          *
      ***   DETERMINED AND THE AMOUNT RECOVERED TO DATE.  MAINTAINED  *
      ***   NIGHTLY BY FSR097; READ BY THE FSR098 MONTHLY INVENTORY   *
      ***   AND AGING REPORT.  LAST-UPDT-DT IS REFRESHED EVERY TIME   *
      ***   THE LINEAGE IS SEEN; CLOSED-DT IS SET ONLY WHEN THE ENTRY *
      ***   MOVES TO CLOSED (ZERO WHILE IT IS OPEN OR DETERMINED).    *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==RACL==.                    *
      ***     COPY FSRCRACL.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-LEDGER-RECORD.
           05  :FSSC:-KEY.
             10  :FSSC:-ROOT-DCN                   PIC X(23).
           05  :FSSC:-LEDGER-DATA.
             10  :FSSC:-HIC-NO                     PIC X(12).
             10  :FSSC:-PROV-6                     PIC X(6).
             10  :FSSC:-RAC-IND                    PIC X(1).
               88  :FSSC:-RAC-REVIEW                VALUE 'Y'.
             10  :FSSC:-ZPIC-IND                   PIC X(1).
               88  :FSSC:-ZPIC-REVIEW               VALUE 'Y'.
             10  :FSSC:-RAC-REGION                 PIC X(1).
             10  :FSSC:-RAC-SPCL-ACT-CD            PIC X(1).
             10  :FSSC:-OVERPAY-IND                PIC X(1).
             10  :FSSC:-OVERPAY-CODE               PIC X(3).
             10  :FSSC:-LEDGER-STATUS              PIC X(1).
               88  :FSSC:-STATUS-O-OPEN-REVIEW      VALUE 'O'.
               88  :FSSC:-STATUS-D-DETERMINED       VALUE 'D'.
               88  :FSSC:-STATUS-C-CLOSED           VALUE 'C'.
             10  :FSSC:-OPEN-DT-CYMD               PIC 9(8).
             10  :FSSC:-ORIG-REIMB-AMT      COMP-3 PIC S9(9)V99.
             10  :FSSC:-ADJ-REIMB-AMT       COMP-3 PIC S9(9)V99.
             10  :FSSC:-OVERPAY-AMT         COMP-3 PIC S9(9)V99.
             10  :FSSC:-RECOVERED-AMT       COMP-3 PIC S9(9)V99.
             10  :FSSC:-LAST-ADJ-DCN               PIC X(23).
             10  :FSSC:-LAST-ADJ-RECD-DT-CYMD      PIC 9(8).
             10  :FSSC:-LAST-RECOVERY-DT-CYMD      PIC 9(8).
             10  :FSSC:-LAST-UPDT-DT-CYMD          PIC 9(8).
             10  :FSSC:-CLOSED-DT-CYMD             PIC 9(8).
             10  FILLER                            PIC X(2).
