      *****************************************************************
      * MYFHINQM    - SYMBOLIC MAP FOR THE MYFHINQ POSTING HISTORY     *
      *               INQUIRY TRANSACTION. GENERATED FROM              *
      *               HLASM/CICS/MYFHINQM.BMS (MAPSET MYFHINQM, MAP    *
      *               MYFHINQ) - KEEP IN STEP WITH THE DFHMDF FIELD    *
      *               LIST IF THE MAP IS EVER REASSEMBLED.            *
      *****************************************************************
       01  MYFHINQMI.
           05  FILLER                   PIC X(12).
           05  RUNIDL                   COMP PIC S9(4).
           05  RUNIDF                   PIC X.
           05  FILLER REDEFINES RUNIDF.
               10  RUNIDA               PIC X.
           05  RUNIDI                   PIC X(08).
           05  REVRUNL                  COMP PIC S9(4).
           05  REVRUNF                  PIC X.
           05  FILLER REDEFINES REVRUNF.
               10  REVRUNA              PIC X.
           05  REVRUNI                  PIC X(08).
           05  JUMPL                    COMP PIC S9(4).
           05  JUMPF                    PIC X.
           05  FILLER REDEFINES JUMPF.
               10  JUMPA                PIC X.
           05  JUMPI                    PIC X(01).
           05  LINE01L                  COMP PIC S9(4).
           05  LINE01F                  PIC X.
           05  FILLER REDEFINES LINE01F.
               10  LINE01A              PIC X.
           05  LINE01I                  PIC X(65).
           05  LINE02L                  COMP PIC S9(4).
           05  LINE02F                  PIC X.
           05  FILLER REDEFINES LINE02F.
               10  LINE02A              PIC X.
           05  LINE02I                  PIC X(65).
           05  LINE03L                  COMP PIC S9(4).
           05  LINE03F                  PIC X.
           05  FILLER REDEFINES LINE03F.
               10  LINE03A              PIC X.
           05  LINE03I                  PIC X(65).
           05  LINE04L                  COMP PIC S9(4).
           05  LINE04F                  PIC X.
           05  FILLER REDEFINES LINE04F.
               10  LINE04A              PIC X.
           05  LINE04I                  PIC X(65).
           05  LINE05L                  COMP PIC S9(4).
           05  LINE05F                  PIC X.
           05  FILLER REDEFINES LINE05F.
               10  LINE05A              PIC X.
           05  LINE05I                  PIC X(65).
           05  LINE06L                  COMP PIC S9(4).
           05  LINE06F                  PIC X.
           05  FILLER REDEFINES LINE06F.
               10  LINE06A              PIC X.
           05  LINE06I                  PIC X(65).
           05  LINE07L                  COMP PIC S9(4).
           05  LINE07F                  PIC X.
           05  FILLER REDEFINES LINE07F.
               10  LINE07A              PIC X.
           05  LINE07I                  PIC X(65).
           05  LINE08L                  COMP PIC S9(4).
           05  LINE08F                  PIC X.
           05  FILLER REDEFINES LINE08F.
               10  LINE08A              PIC X.
           05  LINE08I                  PIC X(65).
           05  LINE09L                  COMP PIC S9(4).
           05  LINE09F                  PIC X.
           05  FILLER REDEFINES LINE09F.
               10  LINE09A              PIC X.
           05  LINE09I                  PIC X(65).
           05  LINE10L                  COMP PIC S9(4).
           05  LINE10F                  PIC X.
           05  FILLER REDEFINES LINE10F.
               10  LINE10A              PIC X.
           05  LINE10I                  PIC X(65).
           05  LINE11L                  COMP PIC S9(4).
           05  LINE11F                  PIC X.
           05  FILLER REDEFINES LINE11F.
               10  LINE11A              PIC X.
           05  LINE11I                  PIC X(65).
           05  LINE12L                  COMP PIC S9(4).
           05  LINE12F                  PIC X.
           05  FILLER REDEFINES LINE12F.
               10  LINE12A              PIC X.
           05  LINE12I                  PIC X(65).
           05  MSGL                     COMP PIC S9(4).
           05  MSGF                     PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                 PIC X.
           05  MSGI                     PIC X(79).

       01  MYFHINQMO REDEFINES MYFHINQMI.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(03).
           05  RUNIDO                   PIC X(08).
           05  FILLER                   PIC X(03).
           05  REVRUNO                  PIC X(08).
           05  FILLER                   PIC X(03).
           05  JUMPO                    PIC X(01).
           05  FILLER                   PIC X(03).
           05  LINE01O                  PIC X(65).
           05  FILLER                   PIC X(03).
           05  LINE02O                  PIC X(65).
           05  FILLER                   PIC X(03).
           05  LINE03O                  PIC X(65).
           05  FILLER                   PIC X(03).
           05  LINE04O                  PIC X(65).
           05  FILLER                   PIC X(03).
           05  LINE05O                  PIC X(65).
           05  FILLER                   PIC X(03).
           05  LINE06O                  PIC X(65).
           05  FILLER                   PIC X(03).
           05  LINE07O                  PIC X(65).
           05  FILLER                   PIC X(03).
           05  LINE08O                  PIC X(65).
           05  FILLER                   PIC X(03).
           05  LINE09O                  PIC X(65).
           05  FILLER                   PIC X(03).
           05  LINE10O                  PIC X(65).
           05  FILLER                   PIC X(03).
           05  LINE11O                  PIC X(65).
           05  FILLER                   PIC X(03).
           05  LINE12O                  PIC X(65).
           05  FILLER                   PIC X(03).
           05  MSGO                     PIC X(79).
