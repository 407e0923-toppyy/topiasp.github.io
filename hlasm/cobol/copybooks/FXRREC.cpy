      *****************************************************************
      * FXRREC      - EFFECTIVE-DATED EXCHANGE-RATE RECORD             *
      *               ONE 80-BYTE RECORD PER RATE ON THE EXCHANGE-RATE *
      *               CONTROL FILE OPERATIONS MAINTAINS                *
      *               (USER.MYCOBJOB.FXRATES, SEE                      *
      *               HLASM/JCL/MYCOBFXR.JCL). FXR-RATE IS THE NUMBER  *
      *               OF BASE-CURRENCY UNITS ONE UNIT OF               *
      *               FXR-CURRENCY-CODE BUYS, SIX DECIMAL PLACES. A    *
      *               DETAIL RECORD WITH A NONBLANK CURRENCY CODE (SEE *
      *               DTLREC) IS CONVERTED BY THE BUILD ENGINE AT THE  *
      *               RATE FOR ITS CURRENCY WITH THE LATEST EFFECTIVE  *
      *               DATE NOT AFTER THE FEED DATE - THE SAME RULE     *
      *               LIMFILE USES. THE BASE CURRENCY ITSELF NEEDS NO  *
      *               ENTRY WHILE THE FEED LEAVES THE CODE BLANK; A    *
      *               UNIT THAT PUNCHES THE BASE CURRENCY'S OWN CODE   *
      *               NEEDS A RATE OF 1.000000 FOR IT.                *
      *****************************************************************
       01  FXR-RECORD.
           05  FXR-CURRENCY-CODE        PIC X(03).
           05  FXR-EFF-DATE             PIC X(08).
           05  FXR-RATE                 PIC 9(05)V9(06).
           05  FILLER                   PIC X(58).
