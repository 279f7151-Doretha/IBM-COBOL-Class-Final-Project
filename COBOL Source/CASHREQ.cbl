      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL EXCHANGE RATE TABLE NOW ENDS THE RUN
      *                   WITH RETURN-CODE 16 INSTEAD OF DROPPING THE
      *                   REMAINING RATES.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  09/02/2026
      *     DESCRIPTION:  THE AP VOUCHER EXTRACT GREW 120 TO 129
      *                   BYTES -- PORECV.CBL NOW CARRIES THE LANDED
             88 END-OF-VOUCHER-FILE VALUE 'Y'.
          05 EXCH-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-EXCH-FILE    VALUE 'Y'.
          05 TABLE-FULL-SW          PIC X(01) VALUE 'N'.
             88 TABLE-FULL          VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-VOUCHERS-READ-CTR   PIC 9(07) VALUE 0.
      *    THE MAIN PROCEDURE SECTION LOADS THE EXCHANGE RATE TABLE,
      *    WALKS THE AP VOUCHER EXTRACT BUCKETING EACH VOUCHER'S USD
      *    AMOUNT AND FORFEITED DISCOUNT BY DUE WEEK, PRINTS THE
      *    FORECAST, AND CLOSES FILES. A FULL EXCHANGE RATE TABLE ENDS
      *    THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
               UNTIL END-OF-VOUCHER-FILE.
           PERFORM 2000-WRITE-FORECAST.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0196-LOAD-EXCH-RATE-TABLE PARAGRAPH LOADS CURRENCY
      *    EXCHANGE RATE RECORDS INTO A TABLE (ARRAY) IN WORKING
      *    STORAGE. A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
               PERFORM 0194-READ-EXCH-RATE-FILE
           END-PERFORM.
      *
           IF NOT END-OF-EXCH-FILE
              DISPLAY 'EXCHANGE RATE TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO EXCH-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
