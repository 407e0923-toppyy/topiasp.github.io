      *              WHAT A FIGURE WAS BEFORE A REVERSAL AND WHEN      *
      *              EVERY POSTING HAPPENED. ENDS RC 4 WHEN NOTHING    *
      *              MATCHED THE REQUEST.                             *
      *              AN EVENT THAT POSTED A CONVERTED FOREIGN-CURRENCY *
      *              AMOUNT IS FOLLOWED BY A LINE GIVING THE ORIGINAL  *
      *              AMOUNT, ITS CURRENCY AND THE EXCHANGE RATE USED. *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE HIST-REVERSAL-OF-RUN-ID TO HST-DET-REV-OF.
           MOVE HIST-CATEGORY-CODE TO HST-DET-CATEGORY.
           WRITE HST-DETAIL-LINE.
           IF HIST-CURRENCY-CODE NOT = SPACES
               AND HIST-ORIG-AMOUNT IS NUMERIC
               AND HIST-FX-RATE IS NUMERIC
               MOVE HIST-CURRENCY-CODE TO HST-FX-CURRENCY
               MOVE HIST-ORIG-AMOUNT TO HST-FX-ORIG-AMOUNT
               MOVE HIST-FX-RATE TO HST-FX-RATE
               WRITE HST-FX-LINE
           END-IF.
           ADD 1 TO WS-PRINTED-COUNT.

       TERMINATION.
