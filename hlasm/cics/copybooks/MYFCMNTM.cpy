      *****************************************************************
      * MYFCMNTM    - SYMBOLIC MAP FOR THE MYFCMNT CATEGORY MASTER     *
      *               CHANGE ENTRY TRANSACTION. GENERATED FROM         *
      *               HLASM/CICS/MYFCMNTM.BMS (MAPSET MYFCMNTM, MAP    *
      *               MYFCMNT) - KEEP IN STEP WITH THE DFHMDF FIELD    *
      *               LIST IF THE MAP IS EVER REASSEMBLED.            *
      *****************************************************************
       01  MYFCMNTMI.
           05  FILLER                   PIC X(12).
           05  CATEGL                   COMP PIC S9(4).
           05  CATEGF                   PIC X.
           05  FILLER REDEFINES CATEGF.
               10  CATEGA               PIC X.
           05  CATEGI                   PIC X(02).
           05  ACTIONL                  COMP PIC S9(4).
           05  ACTIONF                  PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA              PIC X.
           05  ACTIONI                  PIC X(01).
           05  DESCL                    COMP PIC S9(4).
           05  DESCF                    PIC X.
           05  FILLER REDEFINES DESCF.
               10  DESCA                PIC X.
           05  DESCI                    PIC X(30).
           05  GROUPL                   COMP PIC S9(4).
           05  GROUPF                   PIC X.
           05  FILLER REDEFINES GROUPF.
               10  GROUPA               PIC X.
           05  GROUPI                   PIC X(02).
           05  GRPDSCL                  COMP PIC S9(4).
           05  GRPDSCF                  PIC X.
           05  FILLER REDEFINES GRPDSCF.
               10  GRPDSCA              PIC X.
           05  GRPDSCI                  PIC X(30).
           05  CURDSCL                  COMP PIC S9(4).
           05  CURDSCF                  PIC X.
           05  FILLER REDEFINES CURDSCF.
               10  CURDSCA              PIC X.
           05  CURDSCI                  PIC X(30).
           05  CURACTL                  COMP PIC S9(4).
           05  CURACTF                  PIC X.
           05  FILLER REDEFINES CURACTF.
               10  CURACTA              PIC X.
           05  CURACTI                  PIC X(01).
           05  CURGRPL                  COMP PIC S9(4).
           05  CURGRPF                  PIC X.
           05  FILLER REDEFINES CURGRPF.
               10  CURGRPA              PIC X.
           05  CURGRPI                  PIC X(02).
           05  NETPOSL                  COMP PIC S9(4).
           05  NETPOSF                  PIC X.
           05  FILLER REDEFINES NETPOSF.
               10  NETPOSA              PIC X.
           05  NETPOSI                  PIC X(10).
           05  PNDACTL                  COMP PIC S9(4).
           05  PNDACTF                  PIC X.
           05  FILLER REDEFINES PNDACTF.
               10  PNDACTA              PIC X.
           05  PNDACTI                  PIC X(01).
           05  STATL                    COMP PIC S9(4).
           05  STATF                    PIC X.
           05  FILLER REDEFINES STATF.
               10  STATA                PIC X.
           05  STATI                    PIC X(09).
           05  ENTUSRL                  COMP PIC S9(4).
           05  ENTUSRF                  PIC X.
           05  FILLER REDEFINES ENTUSRF.
               10  ENTUSRA              PIC X.
           05  ENTUSRI                  PIC X(08).
           05  MSGL                     COMP PIC S9(4).
           05  MSGF                     PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                 PIC X.
           05  MSGI                     PIC X(79).

       01  MYFCMNTMO REDEFINES MYFCMNTMI.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(03).
           05  CATEGO                   PIC X(02).
           05  FILLER                   PIC X(03).
           05  ACTIONO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  DESCO                    PIC X(30).
           05  FILLER                   PIC X(03).
           05  GROUPO                   PIC X(02).
           05  FILLER                   PIC X(03).
           05  GRPDSCO                  PIC X(30).
           05  FILLER                   PIC X(03).
           05  CURDSCO                  PIC X(30).
           05  FILLER                   PIC X(03).
           05  CURACTO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  CURGRPO                  PIC X(02).
           05  FILLER                   PIC X(03).
           05  NETPOSO                  PIC X(10).
           05  FILLER                   PIC X(03).
           05  PNDACTO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  STATO                    PIC X(09).
           05  FILLER                   PIC X(03).
           05  ENTUSRO                  PIC X(08).
           05  FILLER                   PIC X(03).
           05  MSGO                     PIC X(79).
