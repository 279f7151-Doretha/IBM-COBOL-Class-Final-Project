      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  LOT MASTER RECORD GREW 76 TO 79 BYTES WITH
      *                   THE COUNTRY OF ORIGIN WRITTEN BY LOTUPDT.CBL
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  LOT MASTER RECORD GREW 70 TO 76 BYTES WITH
      *                   THE RECEIVING PO-NUMBER WRITTEN BY
      *                   LOTUPDT.CBL
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
      *            DATE:  09/02/2026
       FD  LOTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 79 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTMAST-REC.
      *
       01 LOTMAST-REC PIC X(79).
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
       FD  PARTFILE
           RECORDING MODE IS F
          05 OL-RECEIPT-DATE        PIC X(08) VALUE SPACES.
          05 OL-RECEIVED-QTY        PIC 9(07) VALUE 0.
          05 OL-REMAINING-QTY       PIC S9(7) VALUE 0.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 OL-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 OL-ORIGIN-COUNTRY      PIC X(03) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE OPEN BACKLOG MASTER RECORD. SAME
          05 OP-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OP-RECEIVED-QTY         PIC S9(7) VALUE 0.
          05 OP-PO-TYPE              PIC X(01) VALUE SPACES.
          05 OP-REVISION-NUMBER      PIC 9(02) VALUE 0.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE PARTS MASTER RECORD READ DIRECTLY BY
