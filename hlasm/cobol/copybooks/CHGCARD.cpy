      *****************************************************************
      * CHGCARD     - MYFCHGRP REQUEST CARD                            *
      *               ONE 80-BYTE CARD SELECTING WHAT THE CHANGE LOG   *
      *               REPORT PRINTS: A FILE ID AS LOGGED (CATFILE,     *
      *               LIMFILE, THRFILE, GRPFILE, CALFILE, PERDFILE OR  *
      *               FXRFILE - SPACES = ALL FILES), A RECORD KEY      *
      *               WITHIN IT (SPACES = ALL KEYS; LIMFILE AND        *
      *               THRFILE KEYS ARE THE CATEGORY FOLLOWED BY THE    *
      *               EFFECTIVE DATE, FXRFILE KEYS THE CURRENCY CODE   *
      *               FOLLOWED BY THE EFFECTIVE DATE) AND/OR A         *
      *               CHANGE-DATE RANGE (SPACES = UNBOUNDED ON THAT    *
      *               SIDE), YYYYMMDD.                                *
      *****************************************************************
       01  CHGC-RECORD.
           05  CHGC-FILE-ID             PIC X(08).
           05  CHGC-RECORD-KEY          PIC X(16).
           05  CHGC-DATE-FROM           PIC X(08).
           05  CHGC-DATE-TO             PIC X(08).
           05  FILLER                   PIC X(40).
