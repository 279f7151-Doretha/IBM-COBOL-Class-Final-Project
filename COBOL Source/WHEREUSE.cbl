      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL OPEN PO EXPOSURE TABLE NOW ENDS THE RUN
      *                   WITH RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE BACKLOG MASTER (PORHIST) GREW 76 TO 80
      *                   BYTES WITH THE REVISION NUMBER PORECV.CBL NOW
      *                   STAMPS ON A CHANGED OR CANCELLED ORDER.
      *                   WIDENED THE PORHIST FD AND THE BACKLOG RECORD
      *                   LAYOUT TO MATCH.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  08/22/2026
       FD  PORHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PORHIST-REC.
      *
       01 PORHIST-REC PIC X(80).
      *
       SD  WUSE-SORT-FILE
           RECORD CONTAINS 47 CHARACTERS
          05 OP-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OP-RECEIVED-QTY         PIC S9(7) VALUE 0.
          05 OP-PO-TYPE              PIC X(01) VALUE SPACES.
          05 OP-REVISION-NUMBER      PIC 9(02) VALUE 0.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  PER-PART OPEN PURCHASE ORDER EXPOSURE TABLE ACCUMULATED FROM
             88 END-OF-SORT-FILE    VALUE 'Y'.
          05 SUPP-PRINTED-SW        PIC X(01) VALUE 'N'.
             88 SUPP-TOTAL-PENDING  VALUE 'Y'.
          05 TABLE-FULL-SW          PIC X(01) VALUE 'N'.
             88 TABLE-FULL          VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-PARTS-READ-CTR      PIC 9(07) VALUE 0.
      *    ACCUMULATES THE PER-PART OPEN PO EXPOSURE TABLE FROM THE
      *    BACKLOG MASTER, SORTS THE ACTIVE PARTS MASTER INTO
      *    SUPPLIER/PART SEQUENCE AND WRITES THE CONTROL-BROKEN
      *    WHERE-USED REPORT. A FULL EXPOSURE TABLE ENDS THE RUN WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
               INPUT PROCEDURE IS 0300-RELEASE-PARTS-RECS
               OUTPUT PROCEDURE IS 0500-WRITE-WHEREUSE-RPT.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *    THE 0260-ACCUM-ONE-EXPOSURE PARAGRAPH ACCUMULATES ONE REAL
      *    BACKLOG RECORD'S EXPOSURE -- THE BODY OF THE OLD
      *    0250-ACCUM-EXPOSURE.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  0250-ACCUM-EXPOSURE
              ELSE
                 DISPLAY 'EXPOSURE TABLE FULL -- PART '
                         OP-PART-NUMBER ' EXPOSURE DROPPED'
                 SET TABLE-FULL TO TRUE
                 MOVE 0 TO WS-EXPO-SLOT
              END-IF
           END-IF.
