      *
      *
      *      RTPOT44.AUTOPART.PARTFILE - PARTS MASTER (INDEXED, READ
      *                                  RANDOMLY BY PART-NUMBER FOR
      *                                  THE PART'S COMMODITY)
      *      INTERNAL FILE NAME:         PARTFILE
      *      JCL DD NAME:                PARTFILE
      *
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A PART'S COMMODITY AND OWNING SUPPLIER ARE NOW
      *                   READ FROM PARTFILE BY KEY -- THE 2000-ENTRY
      *                   PART/COMMODITY TABLE IS GONE. A FULL EXCHANGE
      *                   RATE OR SPEND TABLE NOW ENDS THE STEP WITH
      *                   RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE BACKLOG MASTER (PORHIST) GREW 76 TO 80
      *                   BYTES WITH THE REVISION NUMBER PORECV.CBL NOW
      *                   STAMPS ON A CHANGED OR CANCELLED ORDER.
      *                   WIDENED THE PORHIST FD AND THE BACKLOG RECORD
      *                   LAYOUT TO MATCH.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  09/02/2026
      *     DESCRIPTION:  THE AP VOUCHER EXTRACT GREW 120 TO 129
      *                   BYTES -- PORECV.CBL NOW CARRIES THE LANDED
      *
           SELECT PARTFILE ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PARTFILE-KEY
              FILE STATUS IS PACODE.
      *
       FD  PORHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PORHIST-REC.
      *
       01 PORHIST-REC PIC X(80).
      *
       FD  APVOUCH
           RECORDING MODE IS F
          05 OP-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OP-RECEIVED-QTY         PIC S9(7) VALUE 0.
          05 OP-PO-TYPE              PIC X(01) VALUE SPACES.
          05 OP-REVISION-NUMBER      PIC 9(02) VALUE 0.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE AP VOUCHER. SAME LAYOUT AS THE RECORD
          05 VO-LANDED-UNIT-COST    PIC 9(7)V99 VALUE 0.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE PARTS MASTER RECORD, READ BY KEY FOR
      *  THE PART'S COMMODITY AND OWNING SUPPLIER. THE COMMODITY-CODE
      *  OCCUPIES THE LAST 3 BYTES OF THE 92-BYTE MASTER RECORD.
      *****************************************************************
      *
       01 WS-PARTS-REC.
          05 PM-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 PM-COMMODITY-CODE       PIC X(03) VALUE SPACES.
      *
       01 WS-PART-COMM-VARS.
          05 WS-LOOKUP-SUPPLIER     PIC X(10) VALUE SPACES.
          05 WS-LOOKUP-COMMODITY    PIC X(03) VALUE SPACES.
          05 PCOM-FOUND-SW          PIC X(01) VALUE 'N'.
             88 END-OF-BACKLOG-FILE  VALUE 'Y'.
          05 VOUCHER-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-VOUCHER-FILE  VALUE 'Y'.
          05 EXCH-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-EXCH-FILE     VALUE 'Y'.
          05 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
             88 TABLE-FULL           VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-BACKLOG-READ-CTR     PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION LOADS THE EXCHANGE RATE TABLE,
      *    ROLLS THE OPEN BACKLOG AND THE AP VOUCHER EXTRACT INTO THE
      *    SPEND TABLE, PRINTS THE ANALYSIS AND CLOSES FILES. A FULL
      *    TABLE ENDS THE STEP WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0194-READ-EXCH-RATE-FILE
      *    - 0196-LOAD-EXCH-RATE-TABLE
      *    - 0250-READ-BACKLOG-FILE
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0194-READ-EXCH-RATE-FILE.
           PERFORM 0196-LOAD-EXCH-RATE-TABLE
               UNTIL END-OF-EXCH-FILE.
               UNTIL END-OF-VOUCHER-FILE.
           PERFORM 2000-WRITE-ANALYSIS.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0194-READ-EXCH-RATE-FILE PARAGRAPH READS A SINGLE
      *    RECORD FROM THE CURRENCY EXCHANGE RATE REFERENCE FILE.
      *
      *  DESCRIPTION:
      *    THE 0196-LOAD-EXCH-RATE-TABLE PARAGRAPH LOADS CURRENCY
      *    EXCHANGE RATE RECORDS INTO A TABLE (ARRAY) IN WORKING
      *    STORAGE. A FULL TABLE ENDS THE STEP WITH RETURN-CODE 16.
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
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-LOOKUP-PART-COMMODITY PARAGRAPH READS THE PARTS
      *    MASTER BY KEY FOR THE PART-NUMBER IN PM-PART-NUMBER AND
      *    RETURNS THE COMMODITY AND OWNING SUPPLIER. A PART NOT
      *    ON THE MASTER, OR ONE WITH NO COMMODITY-CODE YET, ROLLS UP
      *    UNDER 'UNC' (UNCLASSIFIED) SO THE TOTALS STILL PROVE.
      *
      *****************************************************************
      *
       0700-LOOKUP-PART-COMMODITY.
           MOVE 'N'            TO PCOM-FOUND-SW.
           MOVE SPACES         TO WS-LOOKUP-SUPPLIER.
           MOVE SPACES         TO WS-LOOKUP-COMMODITY.
           MOVE PM-PART-NUMBER TO PARTFILE-KEY.
      *
           READ PARTFILE INTO WS-PARTS-REC
              INVALID KEY
                 MOVE 'N' TO PCOM-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO PCOM-FOUND-SW
                 MOVE PM-SUPPLIER-CODE  TO WS-LOOKUP-SUPPLIER
                 MOVE PM-COMMODITY-CODE TO WS-LOOKUP-COMMODITY
           END-READ.
      *
           IF PACODE = '00' OR '23'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING PARTS FILE.'
           END-IF.
      *
           IF WS-LOOKUP-COMMODITY = SPACES
              MOVE 'UNC' TO WS-LOOKUP-COMMODITY
                 DISPLAY 'SPEND TABLE FULL -- COMMODITY '
                         WS-LOOKUP-COMMODITY ' SUPPLIER '
                         WS-LOOKUP-SUPPLIER ' NOT TOTALED'
                 SET TABLE-FULL TO TRUE
                 MOVE 0 TO WS-SPND-SLOT
              END-IF
           END-IF.
