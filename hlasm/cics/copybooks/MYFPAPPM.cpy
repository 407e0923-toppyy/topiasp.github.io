           05  FILLER REDEFINES ENTTMF.
               10  ENTTMA               PIC X.
           05  ENTTMI                   PIC X(06).
           05  OVRDL                    COMP PIC S9(4).
           05  OVRDF                    PIC X.
           05  FILLER REDEFINES OVRDF.
               10  OVRDA                PIC X.
           05  OVRDI                    PIC X(03).
           05  MSGL                     COMP PIC S9(4).
           05  MSGF                     PIC X.
           05  FILLER REDEFINES MSGF.
           05  FILLER                   PIC X(03).
           05  ENTTMO                   PIC X(06).
           05  FILLER                   PIC X(03).
           05  OVRDO                    PIC X(03).
           05  FILLER                   PIC X(03).
           05  MSGO                     PIC X(79).
