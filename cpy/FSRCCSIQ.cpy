      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCCSIQ                                            *
      ***                                                             *
      *** DESCRIPTION: PROVIDER CLAIM-STATUS INQUIRY RECORD (276      *
      ***   STYLE).  ONE PER INQUIRY FROM A PROVIDER OR CLEARINGHOUSE *
      ***   ON THE INQUIRY FILE READ BY FSR131, WHICH ANSWERS EACH    *
      ***   WITH FSRCCSRS RESPONSE RECORDS.  THE PROVIDER (MEDICARE   *
      ***   PROVIDER ID AND/OR NPI) IS REQUIRED ON EVERY INQUIRY, SO  *
      ***   A PROVIDER IS ONLY EVER ANSWERED ABOUT ITS OWN CLAIMS,    *
      ***   TOGETHER WITH AT LEAST ONE OF:  BENEFICIARY (HIC-NO       *
      ***   AND/OR MBI), DCN, OR A SERVICE-DATE RANGE.  EVERY FIELD   *
      ***   PRESENT MUST MATCH; A BLANK FIELD IS NOT A CRITERION.     *
      ***   THE DATE RANGE MATCHES EVERY CLAIM WHOSE STATEMENT-COVERS *
      ***   PERIOD OVERLAPS IT; A BLANK FROM DATE IS OPEN BACKWARD    *
      ***   AND A BLANK THRU DATE IS OPEN FORWARD.  THE TRACE ID IS   *
      ***   THE SUBMITTER'S OWN REFERENCE AND IS ECHOED ON EVERY      *
      ***   RESPONSE.                                                 *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==CSIQ==.                    *
      ***     COPY FSRCCSIQ.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-INQUIRY-RECORD.
           05  :FSSC:-TRACE-ID                     PIC X(15).
           05  :FSSC:-PROVIDER.
             10  :FSSC:-MEDA-PROV-6                PIC X(6).
             10  :FSSC:-NPI                        PIC X(10).
           05  :FSSC:-BENEFICIARY.
             10  :FSSC:-HIC-NO                     PIC X(12).
             10  :FSSC:-MBI                        PIC X(11).
           05  :FSSC:-DCN                          PIC X(23).
           05  :FSSC:-SERV-FROM-DT                 PIC X(8).
           05  :FSSC:-SERV-THRU-DT                 PIC X(8).
           05  FILLER                              PIC X(7).
