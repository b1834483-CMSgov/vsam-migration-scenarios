      ********************** | ****************************************
      ***                                                             *
      *** MEDICARE PART A                                             *
      *** FISS SYSTEM DOCUMENTATION                                   *
      ***                                                             *
      *|* MEMBER: FSRCMJRN                                            *
      ***                                                             *
      *** DESCRIPTION: MASTER-FILE CHANGE JOURNAL RECORD.  ONE PER    *
      ***   ADD, CHANGE OR DELETE APPLIED TO A MAINTAINED MASTER FILE *
      ***   - THE MSPQ FILE (FSR024, FSR035), THE PARAMETER FILE      *
      ***   (FSR084), THE PWK RECEIPT FILE (FSR057, FSR058), THE      *
      ***   AUTHORIZATION MASTER (FSR073) AND THE PROVIDER MASTER     *
      ***   (FSR089).  THE CALLER FILLS OPERATOR, PROGRAM, MASTER,    *
      ***   ACTION, KEY, IMAGE LENGTH AND THE FULL BEFORE AND AFTER   *
      ***   RECORD IMAGES AND PASSES IT TO FSR120, WHICH STAMPS THE   *
      ***   DATE AND TIME AND APPENDS IT TO THE JOURNAL FILE.  FSR121 *
      ***   PRINTS THE DAY'S CHANGES; FSR122 ROLLS A MASTER BACK TO   *
      ***   THE WAY IT STOOD ON A GIVEN DATE.                         *
      ***                                                             *
      ***   IMAGES - AN ADD CARRIES SPACES AS ITS BEFORE IMAGE AND A  *
      ***   DELETE SPACES AS ITS AFTER IMAGE.  EVERY MASTER CARRIES   *
      ***   ITS KEY AT THE FRONT OF THE RECORD, SO THE KEY FIELD IS   *
      ***   ALSO THE FIRST BYTES OF EITHER IMAGE; IMAGE-LEN IS THE    *
      ***   MASTER'S OWN RECORD LENGTH.                               *
      ***                                                             *
      ***   OPERATOR - THE ONLINE SCREENS RECORD THE KEYED OPERATOR;  *
      ***   THE BATCH LOADERS RECORD THE JOB'S OWN ID (E.G.           *
      ***   FSR035BAT).                                               *
      ***                                                             *
      *** FIXED LRECL: 600 BYTES                                      *
      ***                                                             *
      *** TO USE THIS COPYBOOK:                                       *
      ***                                                             *
      ***     REPLACE ==:FSSC:==      BY ==MJRN==.                    *
      ***     COPY FSRCMJRN.                                          *
      ***     REPLACE OFF.                                            *
      ***                                                             *
      ***$************************************************************$

       01  :FSSC:-JOURNAL-RECORD.
           05  :FSSC:-CHANGE-DT-CYMD                 PIC 9(8).
           05  :FSSC:-CHANGE-TIME                    PIC 9(6).
           05  :FSSC:-OPER-ID                        PIC X(9).
           05  :FSSC:-PROGRAM-ID                     PIC X(8).
           05  :FSSC:-MASTER-ID                      PIC X(4).
             88  :FSSC:-MASTER-MSPQ                  VALUE 'MSPQ'.
             88  :FSSC:-MASTER-PARM                  VALUE 'PARM'.
             88  :FSSC:-MASTER-PWKR                  VALUE 'PWKR'.
             88  :FSSC:-MASTER-AUTH                  VALUE 'AUTH'.
             88  :FSSC:-MASTER-PROV                  VALUE 'PROV'.
             88  :FSSC:-MASTER-VALID
                         VALUE 'MSPQ' 'PARM' 'PWKR' 'AUTH' 'PROV'.
           05  :FSSC:-ACTION                         PIC X(1).
             88  :FSSC:-ACTION-A-ADD                 VALUE 'A'.
             88  :FSSC:-ACTION-C-CHANGE              VALUE 'C'.
             88  :FSSC:-ACTION-D-DELETE              VALUE 'D'.
           05  :FSSC:-KEY                            PIC X(40).
           05  :FSSC:-IMAGE-LEN                      PIC 9(3).
           05  :FSSC:-BEFORE-IMAGE                   PIC X(250).
           05  :FSSC:-AFTER-IMAGE                    PIC X(250).
           05  FILLER                                PIC X(21).
