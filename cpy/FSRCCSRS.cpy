      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCCSRS                                            *
      ***                                                             *
      *** DESCRIPTION: PROVIDER CLAIM-STATUS RESPONSE RECORD (277     *
      ***   STYLE).  WRITTEN BY FSR131 FROM THE CLAIM-SUMMARY KSDS    *
      ***   (FSRCSUMK) IN ANSWER TO THE FSRCCSIQ INQUIRIES, IN        *
      ***   INQUIRY ORDER.  EVERY INQUIRY GETS AT LEAST ONE RESPONSE: *
      ***     F - FOUND.  ONE PER MATCHING CLAIM, NUMBERED 1, 2, ...  *
      ***         WITHIN THE INQUIRY, CARRYING THE CLAIM'S CURRENT    *
      ***         STATUS, LOCATION, PAID DATE AND AMOUNT (FSSC-PVDR-  *
      ***         FINAL-SETTLEMENT) AND, FOR A DENIED, REJECTED OR    *
      ***         RTP CLAIM, THE REASON CODE (FSSC-PRIMARY-REASON;    *
      ***         FOR A REJECT FSSC-REJECT-CD WHEN CODED).            *
      ***     N - NOT FOUND.  NO CLAIM ON FILE MATCHED.  THE CLAIM    *
      ***         FIELDS ECHO THE INQUIRY.                            *
      ***     E - INQUIRY IN ERROR, NOT LOOKED UP.  THE CLAIM FIELDS  *
      ***         ECHO THE INQUIRY AND THE MESSAGE SAYS WHY.          *
      ***   THE CATEGORY CODE IS THE 277 CLAIM STATUS CATEGORY THE    *
      ***   RESPONSE MAPS TO:                                         *
      ***     F1 PAID (P)           F2 DENIED (D)                     *
      ***     A7 REJECTED (R)       A3 RETURNED TO PROVIDER (T)       *
      ***     F0 INACTIVE OR MOVED (I, M)                             *
      ***     P1 PENDING - SUSPENDED OR ROUTING (S, A, BLANK)         *
      ***     D0 NOT FOUND          E0 INQUIRY IN ERROR               *
      ***   THE SUMMARY FILE IS REBUILT NIGHTLY BY FSR083, SO STATUS  *
      ***   IS AS OF THE LAST NIGHTLY CYCLE.                          *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==CSRS==.                    *
      ***     COPY FSRCCSRS.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-RESPONSE-RECORD.
           05  :FSSC:-TRACE-ID                     PIC X(15).
           05  :FSSC:-INQ-SEQ-NBR                  PIC 9(7).
           05  :FSSC:-RESP-CD                      PIC X(1).
             88  :FSSC:-RESP-F-FOUND                VALUE 'F'.
             88  :FSSC:-RESP-N-NOT-FOUND            VALUE 'N'.
             88  :FSSC:-RESP-E-ERROR                VALUE 'E'.
           05  :FSSC:-CATEGORY-CD                  PIC X(2).
           05  :FSSC:-MATCH-NBR                    PIC 9(5).
           05  :FSSC:-CLAIM-DATA.
             10  :FSSC:-HIC-NO                     PIC X(12).
             10  :FSSC:-MBI                        PIC X(11).
             10  :FSSC:-DCN                        PIC X(23).
             10  :FSSC:-MEDA-PROV-6                PIC X(6).
             10  :FSSC:-NPI                        PIC X(10).
             10  :FSSC:-BILL-TYP-CD                PIC X(3).
             10  :FSSC:-STMT-FROM-DT-CYMD          PIC 9(8).
             10  :FSSC:-STMT-TO-DT-CYMD            PIC 9(8).
             10  :FSSC:-RECD-DT-CYMD               PIC 9(8).
             10  :FSSC:-CURR-STATUS                PIC X(1).
             10  :FSSC:-CURR-LOCATION              PIC X(5).
             10  :FSSC:-CURR-TRAN-DT-CYMD          PIC 9(8).
             10  :FSSC:-TOTAL-CHARGES              PIC S9(9)V99.
             10  :FSSC:-PAID-DT-CYMD               PIC 9(8).
             10  :FSSC:-PAID-AMT                   PIC S9(9)V99.
             10  :FSSC:-REASON-CD                  PIC X(5).
           05  :FSSC:-MESSAGE                      PIC X(30).
           05  FILLER                              PIC X(2).
