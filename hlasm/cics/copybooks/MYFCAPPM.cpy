      *****************************************************************
      * MYFCAPPM    - SYMBOLIC MAP FOR THE MYFCAPP CATEGORY MASTER     *
      *               CHANGE APPROVAL TRANSACTION. GENERATED FROM      *
      *               HLASM/CICS/MYFCAPPM.BMS (MAPSET MYFCAPPM, MAP    *
      *               MYFCAPP) - KEEP IN STEP WITH THE DFHMDF FIELD    *
      *               LIST IF THE MAP IS EVER REASSEMBLED.            *
      *****************************************************************
       01  MYFCAPPMI.
           05  FILLER                   PIC X(12).
           05  CATEGL                   COMP PIC S9(4).
           05  CATEGF                   PIC X.
           05  FILLER REDEFINES CATEGF.
               10  CATEGA               PIC X.
           05  CATEGI                   PIC X(02).
           05  DECIDEL                  COMP PIC S9(4).
           05  DECIDEF                  PIC X.
           05  FILLER REDEFINES DECIDEF.
               10  DECIDEA              PIC X.
           05  DECIDEI                  PIC X(01).
           05  REQACTL                  COMP PIC S9(4).
           05  REQACTF                  PIC X.
           05  FILLER REDEFINES REQACTF.
               10  REQACTA              PIC X.
           05  REQACTI                  PIC X(01).
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
           05  ENTDTL                   COMP PIC S9(4).
           05  ENTDTF                   PIC X.
           05  FILLER REDEFINES ENTDTF.
               10  ENTDTA               PIC X.
           05  ENTDTI                   PIC X(08).
           05  ENTTML                   COMP PIC S9(4).
           05  ENTTMF                   PIC X.
           05  FILLER REDEFINES ENTTMF.
               10  ENTTMA               PIC X.
           05  ENTTMI                   PIC X(06).
           05  MSGL                     COMP PIC S9(4).
           05  MSGF                     PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                 PIC X.
           05  MSGI                     PIC X(79).

       01  MYFCAPPMO REDEFINES MYFCAPPMI.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(03).
           05  CATEGO                   PIC X(02).
           05  FILLER                   PIC X(03).
           05  DECIDEO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  REQACTO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  DESCO                    PIC X(30).
           05  FILLER                   PIC X(03).
           05  GROUPO                   PIC X(02).
           05  FILLER                   PIC X(03).
           05  CURDSCO                  PIC X(30).
           05  FILLER                   PIC X(03).
           05  CURACTO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  CURGRPO                  PIC X(02).
           05  FILLER                   PIC X(03).
           05  NETPOSO                  PIC X(10).
           05  FILLER                   PIC X(03).
           05  STATO                    PIC X(09).
           05  FILLER                   PIC X(03).
           05  ENTUSRO                  PIC X(08).
           05  FILLER                   PIC X(03).
           05  ENTDTO                   PIC X(08).
           05  FILLER                   PIC X(03).
           05  ENTTMO                   PIC X(06).
           05  FILLER                   PIC X(03).
           05  MSGO                     PIC X(79).
