      *****************************************************************
      * CALREC      - BUSINESS-DAY CALENDAR RECORD                     *
      *               ONE RECORD PER EXCEPTION DATE (YYYYMMDD) ON THE  *
      *               CALFILE VSAM KSDS (SEE                           *
      *               HLASM/JCL/VSAM-DEFINE-CALFILE.JCL), MAINTAINED   *
      *               FROM CARDS BY MYFCALLD (SEE                      *
      *               HLASM/JCL/MYCOBCAL.JCL). MONDAY TO FRIDAY ARE    *
      *               BUSINESS DAYS AND SATURDAY AND SUNDAY ARE NOT,   *
      *               SO ONLY THE EXCEPTIONS ARE ON FILE: 'H' MARKS A  *
      *               WEEKDAY HOLIDAY, 'W' A WEEKEND DAY THAT IS       *
      *               WORKED. A DATE WITH NO RECORD FOLLOWS THE        *
      *               WEEKDAY RULE. READ BY THE STANDING-ORDER         *
      *               GENERATOR, THE WAREHOUSE ACK AGING, THE          *
      *               HOUSEKEEPING RETENTION, THE WINDOW-STATUS        *
      *               REPORT AND THE PERIOD-END CLOSE.                *
      *****************************************************************
       01  CAL-RECORD.
           05  CAL-DATE                 PIC X(08).
           05  CAL-DAY-TYPE             PIC X(01).
               88  CAL-HOLIDAY          VALUE 'H'.
               88  CAL-WORKING-DAY      VALUE 'W'.
           05  CAL-DESCRIPTION          PIC X(30).
           05  CAL-MAINT-DATE           PIC X(08).
           05  FILLER                   PIC X(03).
