      *               WITHOUT ANY SPECIAL CASING. AMOUNTS ARE DISPLAY  *
      *               NUMERIC WITH A LEADING SEPARATE SIGN, AS ON THE  *
      *               DETAIL RECORDS THEMSELVES.                      *
      *               THE BUILD STEP ALSO TAKES THE HEADER'S FEED DATE *
      *               AS THE DATE ITS EXCHANGE RATES MUST BE EFFECTIVE *
      *               ON (SEE FXRREC).                                *
      *****************************************************************
       01  DTL-HEADER-RECORD.
           05  DTL-H-RECORD-ID          PIC X(08).
