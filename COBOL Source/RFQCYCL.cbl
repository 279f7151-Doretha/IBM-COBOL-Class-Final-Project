       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFQCYCL.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM RUNS THE REQUEST-FOR-QUOTE CYCLE. UNTIL NOW A
      *    CONTRACT PRICE DUE FOR RE-BID WAS PHONED AROUND THE
      *    ALTERNATE SUPPLIERS AND THE WINNER TYPED INTO THE CONTRACT
      *    FILE, WITH NO RECORD OF WHO QUOTED WHAT.
      *
      *    THE RFQ TRANSACTIONS ARE SORTED INTO RFQ-NUMBER SEQUENCE,
      *    KEEPING THE ORDER THEY WERE KEYED IN WITHIN AN RFQ, AND
      *    MATCHED AGAINST THE RFQ MASTER ONE RFQ AT A TIME. THE RFQ
      *    MASTER HOLDS ONE BID LINE PER SUPPLIER SOLICITED.
      *      'R' - OPENS A NEW RFQ FOR A PART, QUANTITY AND QUOTE DUE
      *            DATE. A BID LINE IS OPENED FOR THE PART'S PRIMARY
      *            SUPPLIER (PARTS MASTER) AND FOR EACH ALTERNATE ON
      *            THE ALTSUPP CROSS-REFERENCE, IN PREFERENCE RANK
      *            ORDER, AND A SOLICITATION RECORD IS WRITTEN FOR
      *            EACH SO THE REQUEST CAN BE SENT OUT.
      *      'Q' - CAPTURES ONE SUPPLIER'S QUOTE -- UNIT PRICE,
      *            CURRENCY, LEAD TIME IN DAYS AND THE DATE THE QUOTE
      *            IS VALID TO. A REVISED QUOTE REPLACES THE EARLIER
      *            ONE UNTIL THE RFQ IS AWARDED.
      *      'A' - AWARDS THE RFQ TO ONE QUOTING SUPPLIER. THE WINNING
      *            PRICE IS WRITTEN TO THE CONTRACT PRICE FILE FOR THE
      *            PART AND SUPPLIER (CONVERTED TO THE SUPPLIER'S OWN
      *            CURRENCY WHEN IT QUOTED IN ANOTHER), EVERY OTHER
      *            BID LINE IS CLOSED, AND ONE RECORD IS ADDED TO THE
      *            CONTRACT AWARD AUDIT TRAIL WITH THE OLD AND NEW
      *            PRICE.
      *      'C' - CLOSES AN RFQ WITHOUT AN AWARD.
      *    AWARDED AND CLOSED RFQS STAY ON THE MASTER WITH EVERY
      *    QUOTE RECEIVED, AS THE AUDIT EVIDENCE BEHIND THE CONTRACT
      *    PRICE.
      *
      *    THE BID COMPARISON REPORT LISTS EVERY OPEN RFQ AND EVERY
      *    RFQ AWARDED IN THE RUN. THE QUOTES STILL VALID ARE RANKED
      *    ON THEIR UNIT PRICE IN USD (THROUGH THE EXCHANGE RATE
      *    TABLE), SHORTER LEAD TIME BREAKING A TIE, AND EACH BIDDER'S
      *    ON-TIME AND REJECT PERCENTAGES FROM THE SUPPLIER HISTORY
      *    MASTER ARE PRINTED BESIDE ITS QUOTE SO PRICE IS NOT READ
      *    ALONE.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.RFQCYCL.TRANS - RFQ TRANSACTIONS, ONE NEW RFQ,
      *                              QUOTE, AWARD OR CLOSE PER RECORD
      *      INTERNAL FILE NAME:     RFQIN
      *      JCL DD NAME:            RFQIN
      *
      *
      *      RTPOT44.RFQCYCL.RFQMAST.OLD - PRIOR RUN RFQ MASTER (OLD
      *                                    MASTER)
      *      INTERNAL FILE NAME:           RFQMAST
      *      JCL DD NAME:                  RFQMAST
      *
      *
      *      RTPOT44.AUTOPART.PARTFILE - PARTS MASTER (INDEXED, READ
      *                                  DIRECTLY BY PART-NUMBER)
      *      INTERNAL FILE NAME:         PARTFILE
      *      JCL DD NAME:                PARTFILE
      *
      *
      *      RTPOT44.AUTOPART.SUPPLIER - SUPPLIER GROUP FIELDS
      *                                  (INDEXED, READ DIRECTLY BY
      *                                  SUPPLIER-CODE)
      *      INTERNAL FILE NAME:         SUPPLIER
      *      JCL DD NAME:                SUPPLIER
      *
      *
      *      RTPOT44.AUTOPART.ALTSUPP.FILE - ALTERNATE SUPPLIER
      *                                      CROSS-REFERENCE FILE
      *      INTERNAL FILE NAME:             ALTSUPP
      *      JCL DD NAME:                    ALTSUPP
      *
      *
      *      RTPOT44.SUPPHIST.MASTER.NEW - SUPPLIER HISTORY MASTER
      *                                    BUILT BY SUPPHIST.CBL
      *      INTERNAL FILE NAME:           SUPPHIST
      *      JCL DD NAME:                  SUPPHIST
      *
      *
      *      RTPOT44.AUTOPART.EXCHRATE.FILE - CURRENCY EXCHANGE RATE
      *                                       REFERENCE FILE (USD PER
      *                                       UNIT OF EACH CURRENCY)
      *      INTERNAL FILE NAME:              EXCHRATE
      *      JCL DD NAME:                     EXCHRATE
      *
      *
      *      RTPOT44.AUTOPART.CONTRACT.FILE - CONTRACT/LAST-PAID PRICE
      *                                       REFERENCE FILE (INDEXED
      *                                       BY PART-NUMBER AND
      *                                       SUPPLIER-CODE, READ IN KEY
      *                                       SEQUENCE AND COPIED TO
      *                                       THE NEW FILE)
      *      INTERNAL FILE NAME:              CONTRACT
      *      JCL DD NAME:                     CONTRACT
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.RFQCYCL.RFQMAST.NEW - UPDATED RFQ MASTER (NEW
      *                                    MASTER)
      *      INTERNAL FILE NAME:           RFQNEW
      *      JCL DD NAME:                  RFQNEW
      *
      *
      *      RTPOT44.RFQCYCL.SOLICIT - ONE SOLICITATION RECORD PER
      *                                SUPPLIER ASKED TO QUOTE ON A
      *                                NEW RFQ
      *      INTERNAL FILE NAME:       RFQSEND
      *      JCL DD NAME:              RFQSEND
      *
      *
      *      RTPOT44.AUTOPART.CONTRACT.NEW - UPDATED CONTRACT PRICE
      *                                      FILE CARRYING THE AWARDED
      *                                      PRICES (INDEXED BY
      *                                      PART-NUMBER AND
      *                                      SUPPLIER-CODE, READ AND
      *                                      UPDATED BY KEY)
      *      INTERNAL FILE NAME:             CONTNEW
      *      JCL DD NAME:                    CONTNEW
      *
      *
      *      RTPOT44.RFQCYCL.CONTAUD - CONTRACT AWARD AUDIT TRAIL, ONE
      *                                RECORD PER AWARD (OPENED
      *                                EXTEND, CUMULATIVE)
      *      INTERNAL FILE NAME:       CONTAUD
      *      JCL DD NAME:              CONTAUD
      *
      *
      *      RTPOT44.RFQCYCL.BIDCOMP.RPT - BID COMPARISON REPORT
      *      INTERNAL FILE NAME:           RFQRPT
      *      JCL DD NAME:                  RFQRPT
      *
      *
      *    WORK FILES:
      *      RFQSRT - SORT WORK FILE HOLDING THE RFQ TRANSACTIONS
      *               SORTED ASCENDING BY RFQ NUMBER, IN KEYED
      *               SEQUENCE WITHIN AN RFQ
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(RFQCYCL)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE ALTERNATE SUPPLIER AND CONTRACT PRICE
      *                   TABLES ARE GONE. ALTSUPP AND CONTRACT ARE NOW
      *                   INDEXED BY PART-NUMBER AND SUPPLIER-CODE. THE
      *                   ALTERNATES FOR AN RFQ PART ARE BROWSED FROM
      *                   ALTSUPP BY KEY (NEW PARAGRAPHS 0612 AND 0614),
      *                   AND THE OLD CONTRACT FILE IS COPIED TO THE NEW
      *                   ONE, WHICH EACH AWARD THEN READS AND UPDATES
      *                   BY KEY, SO AN AWARD IS NO LONGER REJECTED FOR
      *                   WANT OF TABLE ROOM. A FULL SUPPLIER HISTORY,
      *                   EXCHANGE RATE OR BID TABLE NOW ENDS THE RUN
      *                   WITH RETURN-CODE 16.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFQIN ASSIGN TO RFQIN
              FILE STATUS IS RTCODE.
      *
           SELECT RFQ-SORT-FILE ASSIGN TO RFQWORK.
      *
           SELECT RFQSRT ASSIGN TO RFQSRT
              FILE STATUS IS RSCODE.
      *
           SELECT RFQMAST ASSIGN TO RFQMAST
              FILE STATUS IS RMCODE.
      *
           SELECT RFQNEW ASSIGN TO RFQNEW
              FILE STATUS IS RNCODE.
      *
           SELECT PARTFILE ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PARTFILE-KEY
              FILE STATUS IS PACODE.
      *
           SELECT SUPPLIER ASSIGN TO SUPPLIER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SUPPLIER-FILE-KEY
              FILE STATUS IS SUCODE.
      *
           SELECT ALTSUPP ASSIGN TO ALTSUPP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ALTSUPP-FILE-KEY
              FILE STATUS IS ALCODE.
      *
           SELECT SUPPHIST ASSIGN TO SUPPHIST
              FILE STATUS IS SHCODE.
      *
           SELECT EXCHRATE ASSIGN TO EXCHRATE
              FILE STATUS IS EXCODE.
      *
           SELECT CONTRACT ASSIGN TO CONTRACT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CONTRACT-FILE-KEY
              FILE STATUS IS CTCODE.
      *
           SELECT CONTNEW ASSIGN TO CONTNEW
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CONTNEW-FILE-KEY
              FILE STATUS IS CNCODE.
      *
           SELECT RFQSEND ASSIGN TO RFQSEND
              FILE STATUS IS SOCODE.
      *
           SELECT CONTAUD ASSIGN TO CONTAUD
              FILE STATUS IS CACODE.
      *
           SELECT RFQRPT ASSIGN TO RFQRPT
              FILE STATUS IS RPCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RFQIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFQIN-REC.
      *
       01 RFQIN-REC PIC X(80).
      *
       SD  RFQ-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RFQ-SORT-REC.
      *
       01 RFQ-SORT-REC.
          05 FILLER                  PIC X(01).
          05 SR-RFQ-NUMBER           PIC X(06).
          05 FILLER                  PIC X(73).
      *
       FD  RFQSRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFQSRT-REC.
      *
       01 RFQSRT-REC PIC X(80).
      *
       FD  RFQMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFQMAST-REC.
      *
       01 RFQMAST-REC PIC X(140).
      *
       FD  RFQNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFQNEW-REC.
      *
       01 RFQNEW-REC PIC X(140).
      *
       FD  PARTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTS-REC.
      *
       01 PARTS-REC.
          05 PARTFILE-KEY            PIC X(23).
          05 FILLER                  PIC X(69).
      *
       FD  SUPPLIER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLIER-REC.
      *
       01 SUPPLIER-REC.
          05 SUPPLIER-FILE-KEY       PIC X(10).
          05 FILLER                  PIC X(33).
      *
       FD  ALTSUPP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALTSUPP-REC.
      *
       01 ALTSUPP-REC.
          05 ALTSUPP-FILE-KEY        PIC X(33).
          05 FILLER                  PIC X(01).
      *
       FD  SUPPHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 71 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPHIST-REC.
      *
       01 SUPPHIST-REC PIC X(71).
      *
       FD  EXCHRATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 12 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCHRATE-REC.
      *
       01 EXCHRATE-REC PIC X(12).
      *
       FD  CONTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTRACT-REC.
      *
       01 CONTRACT-REC.
          05 CONTRACT-FILE-KEY       PIC X(33).
          05 FILLER                  PIC X(09).
      *
       FD  CONTNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTNEW-REC.
      *
       01 CONTNEW-REC.
          05 CONTNEW-FILE-KEY        PIC X(33).
          05 FILLER                  PIC X(09).
      *
       FD  RFQSEND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFQSEND-REC.
      *
       01 RFQSEND-REC PIC X(70).
      *
       FD  CONTAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTAUD-REC.
      *
       01 CONTAUD-REC PIC X(80).
      *
       FD  RFQRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFQRPT-REC.
      *
       01 RFQRPT-REC PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE RFQ TRANSACTION READ FROM THE SORTED
      *  RFQ FILE. THE 38 BYTES AFTER THE SUPPLIER-CODE CARRY THE NEW
      *  RFQ DETAILS ON AN 'R' AND THE QUOTE ON A 'Q'. A BLANK
      *  TRANSACTION DATE TAKES TODAY'S DATE; A BLANK QUOTE CURRENCY
      *  IS USD.
      *****************************************************************
      *
       01 WS-RFQ-TRANS-REC.
          05 RT-TRANS-TYPE           PIC X(01) VALUE SPACES.
             88 RT-NEW-RFQ           VALUE 'R'.
             88 RT-QUOTE             VALUE 'Q'.
             88 RT-AWARD             VALUE 'A'.
             88 RT-CLOSE             VALUE 'C'.
          05 RT-RFQ-NUMBER           PIC X(06) VALUE SPACES.
          05 RT-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 RT-DETAIL-AREA          PIC X(38) VALUE SPACES.
          05 RT-NEW-RFQ-FLDS REDEFINES RT-DETAIL-AREA.
             10 RT-PART-NUMBER       PIC X(23).
             10 RT-RFQ-QTY           PIC 9(07).
             10 RT-DUE-DATE          PIC X(08).
          05 RT-QUOTE-FLDS REDEFINES RT-DETAIL-AREA.
             10 RT-UNIT-PRICE        PIC 9(7)V99.
             10 RT-CURRENCY-CODE     PIC X(03).
             10 RT-LEAD-DAYS         PIC 9(03).
             10 RT-VALID-DATE        PIC X(08).
             10 FILLER               PIC X(15).
          05 RT-TRANS-DATE           PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(17) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE RFQ MASTER BID LINE. ONE LINE PER
      *  SUPPLIER SOLICITED, KEYED BY RFQ NUMBER, IN SOLICITATION
      *  ORDER (PRIMARY SUPPLIER FIRST) WITHIN AN RFQ. THE LINE
      *  STATUS IS 'S' SOLICITED (NO QUOTE YET), 'Q' QUOTED, 'A'
      *  AWARDED OR 'L' CLOSED WITHOUT AWARD. THE AWARDED LINE KEEPS
      *  THE USD VALUE, RANK AND PRIOR CONTRACT PRICE IT WAS AWARDED
      *  ON.
      *****************************************************************
      *
       01 WS-RFQ-LINE-REC.
          05 RM-RFQ-NUMBER           PIC X(06) VALUE SPACES.
          05 RM-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 RM-BIDDER-TYPE          PIC X(01) VALUE SPACES.
             88 RM-PRIMARY-BIDDER    VALUE 'P'.
          05 RM-ALT-RANK             PIC 9(01) VALUE 0.
          05 RM-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 RM-RFQ-QTY              PIC 9(07) VALUE 0.
          05 RM-DUE-DATE             PIC X(08) VALUE SPACES.
          05 RM-ISSUE-DATE           PIC X(08) VALUE SPACES.
          05 RM-QUOTE-PRICE          PIC 9(7)V99 VALUE 0.
          05 RM-QUOTE-CURRENCY       PIC X(03) VALUE SPACES.
          05 RM-LEAD-DAYS            PIC 9(03) VALUE 0.
          05 RM-VALID-DATE           PIC X(08) VALUE SPACES.
          05 RM-QUOTE-DATE           PIC X(08) VALUE SPACES.
          05 RM-QUOTE-USD            PIC 9(7)V99 VALUE 0.
          05 RM-LINE-STATUS          PIC X(01) VALUE SPACES.
             88 RM-SOLICITED         VALUE 'S'.
             88 RM-QUOTED            VALUE 'Q'.
             88 RM-AWARDED           VALUE 'A'.
             88 RM-LOST              VALUE 'L'.
          05 RM-AWARD-DATE           PIC X(08) VALUE SPACES.
          05 RM-PRIOR-PRICE          PIC 9(7)V99 VALUE 0.
          05 RM-CONTRACT-PRICE       PIC 9(7)V99 VALUE 0.
          05 RM-AWARD-RANK           PIC 9(02) VALUE 0.
          05 FILLER                  PIC X(07) VALUE SPACES.
      *
       01 WS-RFQ-OLD-REC.
          05 OR-RFQ-NUMBER           PIC X(06) VALUE SPACES.
          05 FILLER                  PIC X(134) VALUE SPACES.
      *
      *****************************************************************
      *  BID TABLE. THE BID LINES OF THE RFQ BEING WORKED, HELD AS
      *  MASTER RECORD IMAGES WITH THE USD UNIT PRICE, LEAD TIME AND
      *  RANK WORKED OUT FOR THE COMPARISON. A PRIMARY SUPPLIER AND
      *  UP TO NINE ALTERNATES.
      *****************************************************************
      *
       01 BID-TBL.
          05 BID-ENTRY-TBL
            OCCURS 10 TIMES INDEXED BY BID-IDX BID-IDX2.
            10 BID-IMAGE-TBL         PIC X(140) VALUE SPACES.
            10 BID-USD-TBL           PIC 9(7)V99 VALUE 0.
            10 BID-LEAD-TBL          PIC 9(03) VALUE 0.
            10 BID-RANK-TBL          PIC 9(02) VALUE 0.
            10 BID-RANKABLE-SW       PIC X(01) VALUE 'N'.
               88 BID-RANKABLE       VALUE 'Y'.
      *
       01 WS-BID-VARS.
          05 WS-MAX-BID-IDX          PIC 9(02) VALUE 10.
          05 WS-BID-CTR              PIC 9(02) VALUE 0.
          05 WS-PRINT-RANK           PIC 9(02) VALUE 0.
          05 WS-RANK-SCAN            PIC 9(01) VALUE 0.
          05 WS-CUR-RFQ-NUMBER       PIC X(06) VALUE SPACES.
          05 WS-TRANS-DATE           PIC X(08) VALUE SPACES.
          05 WS-PRIMARY-SUPPLIER     PIC X(10) VALUE SPACES.
          05 WS-BIDDER-SUPPLIER      PIC X(10) VALUE SPACES.
          05 WS-BIDDER-TYPE          PIC X(01) VALUE SPACES.
          05 WS-BIDDER-RANK          PIC 9(01) VALUE 0.
          05 WS-REJECT-REASON        PIC X(40) VALUE SPACES.
          05 WS-RFQ-STATUS           PIC X(01) VALUE SPACES.
             88 RFQ-OPEN             VALUE 'O'.
             88 RFQ-AWARDED          VALUE 'A'.
             88 RFQ-CLOSED           VALUE 'C'.
          05 BIDDER-FOUND-SW         PIC X(01) VALUE 'N'.
             88 BIDDER-FOUND         VALUE 'Y'.
          05 AWARDED-NOW-SW          PIC X(01) VALUE 'N'.
             88 AWARDED-NOW          VALUE 'Y'.
          05 PART-READ-OK-SW         PIC X(01) VALUE 'N'.
             88 PART-READ-OK         VALUE 'Y'.
          05 SUPP-READ-OK-SW         PIC X(01) VALUE 'N'.
             88 SUPP-READ-OK         VALUE 'Y'.
      *
      *****************************************************************
      *  ONE SOLICITATION RECORD -- THE REQUEST SENT TO ONE SUPPLIER.
      *****************************************************************
      *
       01 WS-SOLICIT-REC.
          05 SO-RFQ-NUMBER           PIC X(06) VALUE SPACES.
          05 SO-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 SO-BIDDER-TYPE          PIC X(01) VALUE SPACES.
          05 SO-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 SO-RFQ-QTY              PIC 9(07) VALUE 0.
          05 SO-DUE-DATE             PIC X(08) VALUE SPACES.
          05 SO-ISSUE-DATE           PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE SPACES.
      *
      *****************************************************************
      *  ONE CONTRACT AWARD AUDIT RECORD -- THE CONTRACT PRICE BEFORE
      *  AND AFTER THE AWARD, THE ACTION ('A' PRICE ADDED, 'C' PRICE
      *  CHANGED), AND THE RFQ AND QUOTE IT CAME FROM.
      *****************************************************************
      *
       01 WS-CONTRACT-AUDIT-REC.
          05 CA-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 CA-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 CA-OLD-PRICE            PIC 9(7)V99 VALUE 0.
          05 CA-NEW-PRICE            PIC 9(7)V99 VALUE 0.
          05 CA-ACTION-CODE          PIC X(01) VALUE SPACES.
          05 CA-RFQ-NUMBER           PIC X(06) VALUE SPACES.
          05 CA-QUOTE-PRICE          PIC 9(7)V99 VALUE 0.
          05 CA-QUOTE-CURRENCY       PIC X(03) VALUE SPACES.
          05 CA-BID-RANK             PIC 9(02) VALUE 0.
          05 CA-AWARD-DATE           PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE PARTS MASTER RECORD READ DIRECTLY BY
      *  PART-NUMBER. SAME LAYOUT AS THE RECORD AUTOPART.CBL WRITES.
      *****************************************************************
      *
       01 WS-PARTS-MASTER-REC.
          05 PM-PARTS-DATA           PIC X(78) VALUE SPACES.
          05 PM-PARTS-DATA-FLDS REDEFINES PM-PARTS-DATA.
             10 PM-PART-NUMBER       PIC X(23).
             10 FILLER               PIC X(55).
          05 PM-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 PM-PART-STATUS          PIC X(01) VALUE SPACES.
             88 PM-PART-INACTIVE     VALUE 'I'.
          05 FILLER                  PIC X(03) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE SUPPLIER RECORD READ DIRECTLY BY
      *  SUPPLIER-CODE, FOR THE SUPPLIER'S TRADING CURRENCY.
      *****************************************************************
      *
       01 WS-SUPPLIER-MASTER-REC.
          05 SU-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(29) VALUE SPACES.
          05 SU-CURRENCY-CODE        PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
       01 ALTSUPP-REC-WS. *>USED TO HOLD READ ALTERNATE SUPPLIER RECORD
          05 AL-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 AL-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 AL-PREFERENCE-RANK     PIC 9(01) VALUE 0.
      *
       01 WS-CONTRACT-KEY. *>KEY USED TO READ CONTRACT AND ALTSUPP
          05 CK-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 CK-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
      *
       01 SUPPHIST-REC-WS. *>USED TO HOLD READ SUPPLIER HISTORY RECORD
          05 SH-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 SH-RUN-COUNT           PIC 9(05) VALUE 0.
          05 SH-LATEST-PERF         PIC 9(03) VALUE 0.
          05 SH-LATEST-RATING       PIC X(01) VALUE SPACES.
          05 SH-PERF-SUM            PIC 9(09) VALUE 0.
          05 SH-PERF-HIGH           PIC 9(03) VALUE 0.
          05 SH-PERF-LOW            PIC 9(03) VALUE 0.
          05 SH-TREND-INDICATOR     PIC X(09) VALUE SPACES.
          05 SH-ONTIME-COUNT        PIC 9(05) VALUE 0.
          05 SH-LATE-COUNT          PIC 9(05) VALUE 0.
          05 SH-REJECT-COUNT        PIC 9(05) VALUE 0.
          05 SH-RECEIPT-COUNT       PIC 9(05) VALUE 0.
          05 SH-LAST-ACTIVITY-DATE  PIC X(08) VALUE SPACES.
      *
       01  SUPP-HIST-TBL. *>TABLE TO HOLD SUPPLIER HISTORY ENTRIES
           05 SUPP-HIST-ENTRY-TBL
             OCCURS 250 TIMES INDEXED BY SHIST-IDX.
             10 SHIST-CODE-TBL      PIC X(10) VALUE SPACES.
             10 SHIST-ONTIME-TBL    PIC 9(05) VALUE 0.
             10 SHIST-REJECT-TBL    PIC 9(05) VALUE 0.
             10 SHIST-RECEIPT-TBL   PIC 9(05) VALUE 0.
      *
       01 WS-SUPP-HIST-VARS.
          05 WS-MAX-SHIST-IDX       PIC 9(03) VALUE 250.
          05 WS-SHIST-LOADED-CTR    PIC 9(03) VALUE 0.
          05 WS-ONTIME-PCT          PIC 9(03) VALUE 0.
          05 WS-REJECT-PCT          PIC 9(03) VALUE 0.
          05 WS-RECEIPT-COUNT       PIC 9(05) VALUE 0.
          05 SHIST-FOUND-SW         PIC X(01) VALUE 'N'.
             88 SHIST-FOUND         VALUE 'Y'.
      *
       01 EXCHRATE-REC-WS. *>USED TO HOLD READ EXCHANGE RATE RECORD
          05 EXCH-CCY-IN            PIC X(03) VALUE SPACES.
          05 EXCH-RATE-IN           PIC 9(03)V9(06) VALUE 0.
      *
       01  EXCH-RATE-TBL. *>TABLE TO HOLD EXCHANGE RATE FILE ENTRIES
           05 EXCH-RATE-ENTRY-TBL
             OCCURS 10 TIMES INDEXED BY EXCH-IDX.
             10 EXCH-CCY-TBL        PIC X(03) VALUE SPACES.
             10 EXCH-RATE-TBL-AMT   PIC 9(03)V9(06) VALUE 0.
      *
       01 WS-EXCH-LOOKUP-VARS.
          05 WS-MAX-EXCH-IDX        PIC 9(02) VALUE 10.
          05 WS-EXCH-LOOKUP-CCY     PIC X(03) VALUE SPACES.
          05 WS-EXCH-LOOKUP-RATE    PIC 9(03)V9(06) VALUE 0.
          05 EXCH-RATE-FOUND-SW     PIC X(01) VALUE 'N'.
             88 EXCH-RATE-FOUND     VALUE 'Y'.
      *
       01 CONTRACT-REC-WS. *>USED TO HOLD READ CONTRACT PRICE RECORD
          05 CT-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 CT-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 CT-CONTRACT-PRICE      PIC 9(7)V99 VALUE 0.
      *
       01 WS-CONTRACT-VARS.
          05 WS-NEW-CONTRACT-PRICE  PIC 9(7)V99 VALUE 0.
          05 CNTR-FOUND-SW          PIC X(01) VALUE 'N'.
             88 CNTR-FOUND          VALUE 'Y'.
      *
       01 WS-TODAY-VARS.
          05 WS-TODAY-8              PIC X(08) VALUE SPACES.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 RTCODE                  PIC X(02) VALUE SPACES.
          05 RSCODE                  PIC X(02) VALUE SPACES.
          05 RMCODE                  PIC X(02) VALUE SPACES.
          05 RNCODE                  PIC X(02) VALUE SPACES.
          05 PACODE                  PIC X(02) VALUE SPACES.
          05 SUCODE                  PIC X(02) VALUE SPACES.
          05 ALCODE                  PIC X(02) VALUE SPACES.
          05 SHCODE                  PIC X(02) VALUE SPACES.
          05 EXCODE                  PIC X(02) VALUE SPACES.
          05 CTCODE                  PIC X(02) VALUE SPACES.
          05 CNCODE                  PIC X(02) VALUE SPACES.
          05 SOCODE                  PIC X(02) VALUE SPACES.
          05 CACODE                  PIC X(02) VALUE SPACES.
          05 RPCODE                  PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 RFQ-TRANS-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-RFQ-TRANS-FILE VALUE 'Y'.
          05 RFQ-MASTER-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-RFQ-MASTER-FILE VALUE 'Y'.
          05 ALT-SUPP-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-ALT-SUPP-FILE VALUE 'Y'.
          05 SUPP-HIST-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-SUPP-HIST-FILE VALUE 'Y'.
          05 EXCH-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-EXCH-FILE     VALUE 'Y'.
          05 CONTRACT-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-CONTRACT-FILE VALUE 'Y'.
          05 REF-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
             88 REF-TABLE-FULL      VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-TRANS-READ-CTR       PIC 9(07) VALUE 0.
          05 WS-MASTER-READ-CTR      PIC 9(07) VALUE 0.
          05 WS-RFQS-OPENED-CTR      PIC 9(07) VALUE 0.
          05 WS-SOLICITS-WRTN        PIC 9(07) VALUE 0.
          05 WS-QUOTES-POSTED        PIC 9(07) VALUE 0.
          05 WS-QUOTES-REVISED       PIC 9(07) VALUE 0.
          05 WS-AWARDS-POSTED        PIC 9(07) VALUE 0.
          05 WS-CLOSES-POSTED        PIC 9(07) VALUE 0.
          05 WS-TRANS-REJECTED       PIC 9(07) VALUE 0.
          05 WS-MASTER-WRTN          PIC 9(07) VALUE 0.
          05 WS-CONTRACTS-ADDED      PIC 9(07) VALUE 0.
          05 WS-CONTRACTS-CHANGED    PIC 9(07) VALUE 0.
          05 WS-CONTRACTS-WRTN       PIC 9(07) VALUE 0.
          05 WS-RFQS-REPORTED        PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  BID COMPARISON REPORT LINES
      *****************************************************************
      *
       01 RFQ-RPT-TITLE.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(41) VALUE
                  'REQUEST FOR QUOTE BID COMPARISON -- AS OF'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-TITLE-DATE          PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(80) VALUE SPACES.
      *
       01 RFQ-RPT-RFQ-LINE.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE 'RFQ '.
          05 RPT-RFQ-NUMBER          PIC X(06) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE '  PART '.
          05 RPT-RFQ-PART            PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE '  QTY '.
          05 RPT-RFQ-QTY             PIC ZZZZZZ9.
          05 FILLER                  PIC X(10) VALUE '  DUE     '.
          05 RPT-RFQ-DUE-DATE        PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE '  STATUS  '.
          05 RPT-RFQ-STATUS          PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(41) VALUE SPACES.
      *
       01 RFQ-RPT-HEADER-1.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE 'RANK'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'SUPPLIER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'SRC'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'UNIT PRICE'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'CCY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE '  UNIT USD'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(13) VALUE ' EXTENDED USD'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'LTD'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'VALID TO'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'OT%'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'RJ%'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE 'RCPTS'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(12) VALUE 'STATUS'.
          05 FILLER                  PIC X(20) VALUE SPACES.
      *
       01 RFQ-RPT-DETAIL.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-BID-RANK            PIC X(04) VALUE SPACES.
          05 RPT-BID-RANK-N REDEFINES RPT-BID-RANK
                                     PIC ZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-BIDDER-SOURCE       PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-UNIT-PRICE          PIC ZZZZZZ9.99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-CURRENCY-CODE       PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-UNIT-USD            PIC ZZZZZZ9.99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-EXTENDED-USD        PIC ZZZZZZZZZ9.99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-LEAD-DAYS           PIC ZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-VALID-DATE          PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-ONTIME-PCT          PIC ZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-REJECT-PCT          PIC ZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-RECEIPT-COUNT       PIC ZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-BID-STATUS          PIC X(12) VALUE SPACES.
          05 FILLER                  PIC X(20) VALUE SPACES.
      *
       01 WS-132-CHAR-BLANK-LINE     PIC X(132) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION SORTS THE RFQ TRANSACTIONS,
      *    LOADS THE SUPPLIER HISTORY AND EXCHANGE RATE TABLES, COPIES
      *    THE CONTRACT PRICE FILE TO THE NEW CONTRACT PRICE FILE,
      *    WORKS THE TRANSACTIONS AGAINST THE RFQ MASTER ONE RFQ AT A
      *    TIME, POSTING EACH AWARD TO THE NEW CONTRACT PRICE FILE BY
      *    KEY, AND CLOSES FILES. A REFERENCE OR BID TABLE THAT
      *    OVERFLOWS ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0050-SORT-RFQ-FILE
      *    - 0100-OPEN-FILES
      *    - 0170-READ-SUPP-HIST-FILE
      *    - 0175-LOAD-SUPP-HIST-TABLE
      *    - 0180-READ-EXCH-RATE-FILE
      *    - 0185-LOAD-EXCH-RATE-TABLE
      *    - 0190-READ-CONTRACT-FILE
      *    - 0195-COPY-CONTRACT-FILE
      *    - 0198-REOPEN-CONTRACT-NEW
      *    - 0300-READ-RFQ-TRANS
      *    - 0400-READ-RFQ-MASTER
      *    - 0500-PROCESS-RFQ-GROUP
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0050-SORT-RFQ-FILE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0170-READ-SUPP-HIST-FILE.
           PERFORM 0175-LOAD-SUPP-HIST-TABLE
               UNTIL END-OF-SUPP-HIST-FILE.
           PERFORM 0180-READ-EXCH-RATE-FILE.
           PERFORM 0185-LOAD-EXCH-RATE-TABLE.
           PERFORM 0190-READ-CONTRACT-FILE.
           PERFORM 0195-COPY-CONTRACT-FILE
               UNTIL END-OF-CONTRACT-FILE.
           PERFORM 0198-REOPEN-CONTRACT-NEW.
           PERFORM 0300-READ-RFQ-TRANS.
           PERFORM 0400-READ-RFQ-MASTER.
           PERFORM 0500-PROCESS-RFQ-GROUP
               UNTIL RT-RFQ-NUMBER = HIGH-VALUES
               AND OR-RFQ-NUMBER = HIGH-VALUES.
           PERFORM 2600-CLOSE-FILES.
           IF REF-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH INITIALIZES VARIABLES AND
      *    SETS TODAY'S DATE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           INITIALIZE WS-RFQ-TRANS-REC,
                      WS-RFQ-LINE-REC,
                      WS-RFQ-OLD-REC.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8.
           MOVE WS-TODAY-8 TO RPT-TITLE-DATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0050-SORT-RFQ-FILE PARAGRAPH SORTS THE RFQ TRANSACTIONS
      *    INTO ASCENDING RFQ NUMBER SEQUENCE, GIVING THE SORTED
      *    RECORDS TO RFQSRT. THE TRANSACTIONS FOR ONE RFQ KEEP THE
      *    ORDER THEY WERE KEYED IN, SO AN RFQ OPENED, QUOTED AND
      *    AWARDED IN ONE RUN IS WORKED IN THAT ORDER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0050-SORT-RFQ-FILE.
           SORT RFQ-SORT-FILE
               ON ASCENDING KEY SR-RFQ-NUMBER
               WITH DUPLICATES IN ORDER
               USING RFQIN
               GIVING RFQSRT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-FILES PARAGRAPH OPENS FILES FOR INPUT AND
      *    OUTPUT, CHECKS EACH FILE STATUS FOR A SUCCESSFUL OPEN
      *    OPERATION AND WRITES THE REPORT HEADINGS. IF AN OPEN
      *    OPERATION FAILS, AN ERROR MESSAGE IS DISPLAYED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0100-OPEN-FILES.
           OPEN INPUT RFQSRT.
           IF RSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SORTED RFQ FILE'
           END-IF.
      *
           OPEN INPUT RFQMAST.
           IF RMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING RFQ MASTER FILE'
           END-IF.
      *
           OPEN INPUT PARTFILE.
           IF PACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PARTS FILE'
           END-IF.
      *
           OPEN INPUT SUPPLIER.
           IF SUCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SUPPLIER FILE'
           END-IF.
      *
           OPEN INPUT ALTSUPP.
           IF ALCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING ALTERNATE SUPPLIER FILE'
           END-IF.
      *
           OPEN INPUT SUPPHIST.
           IF SHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SUPPLIER HISTORY FILE'
           END-IF.
      *
           OPEN INPUT EXCHRATE.
           IF EXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING EXCHANGE RATE FILE'
           END-IF.
      *
           OPEN INPUT CONTRACT.
           IF CTCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CONTRACT PRICE FILE'
           END-IF.
      *
           OPEN OUTPUT RFQNEW.
           IF RNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW RFQ MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT RFQSEND.
           IF SOCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SOLICITATION FILE'
           END-IF.
      *
           OPEN OUTPUT CONTNEW.
           IF CNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW CONTRACT PRICE FILE'
           END-IF.
      *
           OPEN EXTEND CONTAUD.
           IF CACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CONTRACT AWARD AUDIT FILE'
           END-IF.
      *
           OPEN OUTPUT RFQRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING BID COMPARISON REPORT FILE'
           END-IF.
      *
           WRITE RFQRPT-REC FROM RFQ-RPT-TITLE.
           WRITE RFQRPT-REC FROM WS-132-CHAR-BLANK-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO BID COMPARISON REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0170-READ-SUPP-HIST-FILE PARAGRAPH READS ONE SUPPLIER
      *    HISTORY MASTER RECORD.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0175-LOAD-SUPP-HIST-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0170-READ-SUPP-HIST-FILE.
           READ SUPPHIST INTO SUPPHIST-REC-WS
              AT END MOVE 'Y' TO SUPP-HIST-FILE-SW
           END-READ.
      *
           IF SHCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING SUPPLIER HISTORY FILE.'
              MOVE 'Y' TO SUPP-HIST-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0175-LOAD-SUPP-HIST-TABLE PARAGRAPH LOADS EACH
      *    SUPPLIER'S ON-TIME, REJECT AND TOTAL RECEIPT COUNTS FROM
      *    THE SUPPLIER HISTORY MASTER INTO A TABLE IN WORKING
      *    STORAGE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0170-READ-SUPP-HIST-FILE
      *****************************************************************
      *
       0175-LOAD-SUPP-HIST-TABLE.
           IF WS-SHIST-LOADED-CTR < WS-MAX-SHIST-IDX
              ADD 1 TO WS-SHIST-LOADED-CTR
              SET SHIST-IDX TO WS-SHIST-LOADED-CTR
              MOVE SH-SUPPLIER-CODE TO SHIST-CODE-TBL (SHIST-IDX)
              MOVE SH-ONTIME-COUNT  TO SHIST-ONTIME-TBL (SHIST-IDX)
              MOVE SH-REJECT-COUNT  TO SHIST-REJECT-TBL (SHIST-IDX)
              MOVE SH-RECEIPT-COUNT TO SHIST-RECEIPT-TBL (SHIST-IDX)
           ELSE
              DISPLAY 'SUPPLIER HISTORY TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO SUPP-HIST-FILE-SW
           END-IF.
      *
           IF NOT END-OF-SUPP-HIST-FILE
              PERFORM 0170-READ-SUPP-HIST-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0180-READ-EXCH-RATE-FILE PARAGRAPH READS A SINGLE
      *    RECORD FROM THE CURRENCY EXCHANGE RATE REFERENCE FILE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0185-LOAD-EXCH-RATE-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0180-READ-EXCH-RATE-FILE.
           READ EXCHRATE INTO EXCHRATE-REC-WS
              AT END MOVE 'Y' TO EXCH-FILE-SW
           END-READ.
      *
           IF EXCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING EXCHANGE RATE FILE.'
              MOVE 'Y' TO EXCH-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0185-LOAD-EXCH-RATE-TABLE PARAGRAPH LOADS CURRENCY
      *    EXCHANGE RATE RECORDS INTO A TABLE (ARRAY) IN WORKING
      *    STORAGE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0180-READ-EXCH-RATE-FILE
      *****************************************************************
      *
       0185-LOAD-EXCH-RATE-TABLE.
           PERFORM VARYING EXCH-IDX FROM 1 BY 1
             UNTIL END-OF-EXCH-FILE OR
                   EXCH-IDX > WS-MAX-EXCH-IDX
               MOVE EXCH-CCY-IN  TO EXCH-CCY-TBL (EXCH-IDX)
               MOVE EXCH-RATE-IN TO EXCH-RATE-TBL-AMT (EXCH-IDX)
      *
               PERFORM 0180-READ-EXCH-RATE-FILE
           END-PERFORM.
      *
           IF NOT END-OF-EXCH-FILE
              DISPLAY 'EXCHANGE RATE TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO EXCH-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0190-READ-CONTRACT-FILE PARAGRAPH READS ONE CONTRACT
      *    PRICE RECORD.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0195-COPY-CONTRACT-FILE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0190-READ-CONTRACT-FILE.
           READ CONTRACT INTO CONTRACT-REC-WS
              AT END MOVE 'Y' TO CONTRACT-FILE-SW
           END-READ.
      *
           IF CTCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING CONTRACT PRICE FILE.'
              MOVE 'Y' TO CONTRACT-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0195-COPY-CONTRACT-FILE PARAGRAPH COPIES ONE CONTRACT
      *    PRICE RECORD, READ IN KEY SEQUENCE, TO THE NEW CONTRACT
      *    PRICE FILE, WHERE THE RUN'S AWARDS ARE THEN POSTED BY KEY.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0190-READ-CONTRACT-FILE
      *****************************************************************
      *
       0195-COPY-CONTRACT-FILE.
           MOVE CT-PART-NUMBER   TO CK-PART-NUMBER.
           MOVE CT-SUPPLIER-CODE TO CK-SUPPLIER-CODE.
           MOVE WS-CONTRACT-KEY  TO CONTNEW-FILE-KEY.
           WRITE CONTNEW-REC FROM CONTRACT-REC-WS
              INVALID KEY
                 DISPLAY 'DUPLICATE CONTRACT PRICE FOR PART '
                         CT-PART-NUMBER ' SUPPLIER ' CT-SUPPLIER-CODE
                         ' NOT COPIED'
           END-WRITE.
           IF CNCODE = '00'
              ADD 1 TO WS-CONTRACTS-WRTN
           ELSE
              IF CNCODE NOT = '22'
                 DISPLAY 'ERROR WRITING NEW CONTRACT PRICE FILE'
              END-IF
           END-IF.
      *
           PERFORM 0190-READ-CONTRACT-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0198-REOPEN-CONTRACT-NEW PARAGRAPH CLOSES THE NEW
      *    CONTRACT PRICE FILE ONCE THE OLD PRICES ARE COPIED AND
      *    REOPENS IT FOR UPDATE, SO EACH AWARD CAN READ THE PRICE IT
      *    REPLACES AND REWRITE IT, OR ADD A NEW PRICE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0198-REOPEN-CONTRACT-NEW.
           CLOSE CONTNEW.
           OPEN I-O CONTNEW.
           IF CNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR REOPENING NEW CONTRACT PRICE FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-READ-RFQ-TRANS PARAGRAPH READS ONE RECORD FROM THE
      *    SORTED RFQ FILE AND CHECKS THE FILE STATUS FOR A SUCCESSFUL
      *    READ OPERATION. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS AND HIGH-VALUES IS MOVED TO THE
      *    RFQ NUMBER SO THE MATCH TREATS THE EXHAUSTED FILE AS
      *    SORTING HIGH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0550-APPLY-RFQ-TRANS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0300-READ-RFQ-TRANS.
           READ RFQSRT INTO WS-RFQ-TRANS-REC
              AT END
                 MOVE 'Y' TO RFQ-TRANS-FILE-SW
                 MOVE HIGH-VALUES TO RT-RFQ-NUMBER
           END-READ.
      *
           IF RSCODE = '00' OR '10'
              IF NOT END-OF-RFQ-TRANS-FILE
                 ADD 1 TO WS-TRANS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING SORTED RFQ FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0400-READ-RFQ-MASTER PARAGRAPH READS ONE BID LINE FROM
      *    THE OLD RFQ MASTER AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS REACHED,
      *    A FLAG IS SET TO INDICATE THAT STATUS AND HIGH-VALUES IS
      *    MOVED TO THE RFQ NUMBER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0520-LOAD-MASTER-BID
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0400-READ-RFQ-MASTER.
           READ RFQMAST INTO WS-RFQ-OLD-REC
              AT END
                 MOVE 'Y' TO RFQ-MASTER-FILE-SW
                 MOVE HIGH-VALUES TO OR-RFQ-NUMBER
           END-READ.
      *
           IF RMCODE = '00' OR '10'
              IF NOT END-OF-RFQ-MASTER-FILE
                 ADD 1 TO WS-MASTER-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING RFQ MASTER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-PROCESS-RFQ-GROUP PARAGRAPH WORKS ONE RFQ -- THE
      *    LOWER OF THE NEXT TRANSACTION'S AND THE NEXT MASTER LINE'S
      *    RFQ NUMBER. THE RFQ'S BID LINES ARE LOADED TO THE BID
      *    TABLE, ITS TRANSACTIONS ARE APPLIED IN KEYED ORDER, THE BID
      *    LINES ARE WRITTEN TO THE NEW MASTER, AND AN RFQ STILL OPEN
      *    OR AWARDED IN THIS RUN IS PRINTED ON THE BID COMPARISON.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0520-LOAD-MASTER-BID
      *    -  0550-APPLY-RFQ-TRANS
      *    -  0840-SET-RFQ-STATUS
      *    -  0850-WRITE-MASTER-BID
      *    -  0900-WRITE-BID-COMPARISON
      *****************************************************************
      *
       0500-PROCESS-RFQ-GROUP.
           IF RT-RFQ-NUMBER < OR-RFQ-NUMBER
              MOVE RT-RFQ-NUMBER TO WS-CUR-RFQ-NUMBER
           ELSE
              MOVE OR-RFQ-NUMBER TO WS-CUR-RFQ-NUMBER
           END-IF.
      *
           INITIALIZE BID-TBL.
           MOVE 0   TO WS-BID-CTR.
           MOVE 'N' TO AWARDED-NOW-SW.
      *
           PERFORM 0520-LOAD-MASTER-BID
               UNTIL OR-RFQ-NUMBER NOT = WS-CUR-RFQ-NUMBER.
           PERFORM 0550-APPLY-RFQ-TRANS
               UNTIL RT-RFQ-NUMBER NOT = WS-CUR-RFQ-NUMBER.
      *
           IF WS-BID-CTR > 0
              PERFORM VARYING BID-IDX FROM 1 BY 1
                 UNTIL BID-IDX > WS-BID-CTR
                 PERFORM 0850-WRITE-MASTER-BID
              END-PERFORM
              PERFORM 0840-SET-RFQ-STATUS
              IF RFQ-OPEN OR AWARDED-NOW
                 PERFORM 0900-WRITE-BID-COMPARISON
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0520-LOAD-MASTER-BID PARAGRAPH ADDS ONE OLD MASTER BID
      *    LINE OF THE CURRENT RFQ TO THE BID TABLE AND READS THE
      *    NEXT MASTER LINE.
      *
      *  CALLED BY:
      *    -  0500-PROCESS-RFQ-GROUP
      *
      *  CALLS:
      *    -  0400-READ-RFQ-MASTER
      *****************************************************************
      *
       0520-LOAD-MASTER-BID.
           IF WS-BID-CTR < WS-MAX-BID-IDX
              ADD 1 TO WS-BID-CTR
              SET BID-IDX TO WS-BID-CTR
              MOVE WS-RFQ-OLD-REC TO BID-IMAGE-TBL (BID-IDX)
           ELSE
              DISPLAY 'BID TABLE FULL -- RFQ ' WS-CUR-RFQ-NUMBER
                      ' LINE DROPPED FROM MASTER'
              SET REF-TABLE-FULL TO TRUE
           END-IF.
      *
           PERFORM 0400-READ-RFQ-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0550-APPLY-RFQ-TRANS PARAGRAPH ROUTES THE CURRENT
      *    TRANSACTION BY TYPE AND READS THE NEXT ONE. A BLANK RFQ
      *    NUMBER OR AN UNKNOWN TYPE IS REJECTED.
      *
      *  CALLED BY:
      *    -  0500-PROCESS-RFQ-GROUP
      *
      *  CALLS:
      *    -  0840-SET-RFQ-STATUS
      *    -  0600-APPLY-NEW-RFQ
      *    -  0650-REJECT-RFQ-TRANS
      *    -  0700-APPLY-QUOTE
      *    -  0740-APPLY-AWARD
      *    -  0790-APPLY-CLOSE
      *    -  0300-READ-RFQ-TRANS
      *****************************************************************
      *
       0550-APPLY-RFQ-TRANS.
           IF RT-TRANS-DATE = SPACES
              MOVE WS-TODAY-8    TO WS-TRANS-DATE
           ELSE
              MOVE RT-TRANS-DATE TO WS-TRANS-DATE
           END-IF.
      *
           PERFORM 0840-SET-RFQ-STATUS.
      *
           EVALUATE TRUE
              WHEN RT-RFQ-NUMBER = SPACES
                 MOVE 'NO RFQ NUMBER' TO WS-REJECT-REASON
                 PERFORM 0650-REJECT-RFQ-TRANS
              WHEN RT-NEW-RFQ
                 PERFORM 0600-APPLY-NEW-RFQ
              WHEN RT-QUOTE
                 PERFORM 0700-APPLY-QUOTE
              WHEN RT-AWARD
                 PERFORM 0740-APPLY-AWARD
              WHEN RT-CLOSE
                 PERFORM 0790-APPLY-CLOSE
              WHEN OTHER
                 MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REJECT-REASON
                 PERFORM 0650-REJECT-RFQ-TRANS
           END-EVALUATE.
      *
           PERFORM 0300-READ-RFQ-TRANS.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-APPLY-NEW-RFQ PARAGRAPH OPENS A NEW RFQ. THE RFQ
      *    NUMBER MUST NOT ALREADY BE IN USE, THE PART MUST BE AN
      *    ACTIVE PART ON THE PARTS MASTER, AND THE QUANTITY AND QUOTE
      *    DUE DATE MUST BE PRESENT. A BID LINE IS OPENED FOR THE
      *    PRIMARY SUPPLIER AND THEN FOR EACH ALTERNATE IN PREFERENCE
      *    RANK ORDER.
      *
      *  CALLED BY:
      *    -  0550-APPLY-RFQ-TRANS
      *
      *  CALLS:
      *    -  0620-READ-PART-MASTER
      *    -  0610-ADD-ALTERNATES-AT-RANK
      *    -  0630-ADD-BIDDER
      *    -  0650-REJECT-RFQ-TRANS
      *****************************************************************
      *
       0600-APPLY-NEW-RFQ.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N'    TO PART-READ-OK-SW.
      *
           IF WS-BID-CTR = 0
              AND RT-PART-NUMBER NOT = SPACES
              PERFORM 0620-READ-PART-MASTER
           END-IF.
      *
           EVALUATE TRUE
              WHEN WS-BID-CTR > 0
                 MOVE 'RFQ NUMBER ALREADY ON FILE' TO WS-REJECT-REASON
              WHEN RT-PART-NUMBER = SPACES
                 MOVE 'NO PART NUMBER' TO WS-REJECT-REASON
              WHEN NOT PART-READ-OK
                 MOVE 'PART NOT ON PARTS MASTER' TO WS-REJECT-REASON
              WHEN PM-PART-INACTIVE
                 MOVE 'PART IS INACTIVE' TO WS-REJECT-REASON
              WHEN RT-RFQ-QTY NOT NUMERIC
                 OR RT-RFQ-QTY = 0
                 MOVE 'QUANTITY MISSING OR INVALID'
                    TO WS-REJECT-REASON
              WHEN RT-DUE-DATE = SPACES
                 MOVE 'NO QUOTE DUE DATE' TO WS-REJECT-REASON
           END-EVALUATE.
      *
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 0650-REJECT-RFQ-TRANS
           ELSE
              MOVE PM-SUPPLIER-CODE TO WS-PRIMARY-SUPPLIER
              IF WS-PRIMARY-SUPPLIER NOT = SPACES
                 MOVE WS-PRIMARY-SUPPLIER TO WS-BIDDER-SUPPLIER
                 MOVE 'P'                 TO WS-BIDDER-TYPE
                 MOVE 0                   TO WS-BIDDER-RANK
                 PERFORM 0630-ADD-BIDDER
              END-IF
              PERFORM 0610-ADD-ALTERNATES-AT-RANK
                 VARYING WS-RANK-SCAN FROM 1 BY 1
                 UNTIL WS-RANK-SCAN > 8
              MOVE 9 TO WS-RANK-SCAN
              PERFORM 0610-ADD-ALTERNATES-AT-RANK
              IF WS-BID-CTR = 0
                 DISPLAY 'RFQ ' RT-RFQ-NUMBER ' PART ' RT-PART-NUMBER
                         ' HAS NO PRIMARY OR ALTERNATE SUPPLIER -- '
                         'NOT OPENED'
                 ADD 1 TO WS-TRANS-REJECTED
              ELSE
                 ADD 1 TO WS-RFQS-OPENED-CTR
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0610-ADD-ALTERNATES-AT-RANK PARAGRAPH POSITIONS THE
      *    ALTERNATE SUPPLIER CROSS-REFERENCE AT THE FIRST ENTRY FOR
      *    THE RFQ PART AND OPENS A BID LINE FOR EVERY ALTERNATE
      *    SUPPLIER OF THE PART CARRYING THE PREFERENCE RANK IN
      *    WS-RANK-SCAN. AN ALTERNATE THAT IS ALSO THE PRIMARY
      *    SUPPLIER IS NOT ASKED TWICE.
      *
      *  CALLED BY:
      *    -  0600-APPLY-NEW-RFQ
      *
      *  CALLS:
      *    -  0612-READ-NEXT-ALT-SUPP
      *    -  0614-CHECK-ALT-AT-RANK
      *****************************************************************
      *
       0610-ADD-ALTERNATES-AT-RANK.
           MOVE 'N'            TO ALT-SUPP-FILE-SW.
           MOVE RT-PART-NUMBER TO CK-PART-NUMBER.
           MOVE LOW-VALUES     TO CK-SUPPLIER-CODE.
           MOVE WS-CONTRACT-KEY TO ALTSUPP-FILE-KEY.
           START ALTSUPP KEY IS NOT LESS THAN ALTSUPP-FILE-KEY
              INVALID KEY
                 MOVE 'Y' TO ALT-SUPP-FILE-SW
           END-START.
      *
           IF NOT END-OF-ALT-SUPP-FILE
              PERFORM 0612-READ-NEXT-ALT-SUPP
           END-IF.
           PERFORM 0614-CHECK-ALT-AT-RANK
              UNTIL END-OF-ALT-SUPP-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0612-READ-NEXT-ALT-SUPP PARAGRAPH READS THE NEXT
      *    ALTERNATE SUPPLIER CROSS-REFERENCE RECORD. THE END OF THE
      *    FILE OR THE FIRST RECORD FOR ANOTHER PART ENDS THE RFQ
      *    PART'S ALTERNATES.
      *
      *  CALLED BY:
      *    -  0610-ADD-ALTERNATES-AT-RANK
      *    -  0614-CHECK-ALT-AT-RANK
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0612-READ-NEXT-ALT-SUPP.
           READ ALTSUPP NEXT RECORD INTO ALTSUPP-REC-WS
              AT END MOVE 'Y' TO ALT-SUPP-FILE-SW
           END-READ.
      *
           IF ALCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING ALTERNATE SUPPLIER FILE.'
              MOVE 'Y' TO ALT-SUPP-FILE-SW
           END-IF.
      *
           IF AL-PART-NUMBER NOT = RT-PART-NUMBER
              MOVE 'Y' TO ALT-SUPP-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0614-CHECK-ALT-AT-RANK PARAGRAPH OPENS A BID LINE FOR
      *    ONE ALTERNATE SUPPLIER OF THE RFQ PART WHEN IT CARRIES THE
      *    RANK BEING SCANNED AND IS NOT THE PRIMARY SUPPLIER, THEN
      *    READS THE NEXT ALTERNATE.
      *
      *  CALLED BY:
      *    -  0610-ADD-ALTERNATES-AT-RANK
      *
      *  CALLS:
      *    -  0612-READ-NEXT-ALT-SUPP
      *    -  0630-ADD-BIDDER
      *****************************************************************
      *
       0614-CHECK-ALT-AT-RANK.
           IF AL-PREFERENCE-RANK = WS-RANK-SCAN
              AND AL-SUPPLIER-CODE NOT = WS-PRIMARY-SUPPLIER
              MOVE AL-SUPPLIER-CODE TO WS-BIDDER-SUPPLIER
              MOVE 'A'              TO WS-BIDDER-TYPE
              MOVE WS-RANK-SCAN     TO WS-BIDDER-RANK
              PERFORM 0630-ADD-BIDDER
           END-IF.
      *
           PERFORM 0612-READ-NEXT-ALT-SUPP.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0620-READ-PART-MASTER PARAGRAPH READS THE PARTS MASTER
      *    DIRECTLY BY THE RFQ PART-NUMBER AND SETS THE PART-READ-OK
      *    SWITCH.
      *
      *  CALLED BY:
      *    -  0600-APPLY-NEW-RFQ
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0620-READ-PART-MASTER.
           MOVE 'N' TO PART-READ-OK-SW.
           MOVE RT-PART-NUMBER TO PARTFILE-KEY.
      *
           READ PARTFILE INTO WS-PARTS-MASTER-REC
              INVALID KEY
                 MOVE 'N' TO PART-READ-OK-SW
              NOT INVALID KEY
                 MOVE 'Y' TO PART-READ-OK-SW
           END-READ.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0630-ADD-BIDDER PARAGRAPH OPENS ONE BID LINE ON THE BID
      *    TABLE FOR THE SUPPLIER IN WS-BIDDER-SUPPLIER AND WRITES ITS
      *    SOLICITATION RECORD.
      *
      *  CALLED BY:
      *    -  0600-APPLY-NEW-RFQ
      *    -  0614-CHECK-ALT-AT-RANK
      *
      *  CALLS:
      *    -  0640-WRITE-SOLICITATION
      *****************************************************************
      *
       0630-ADD-BIDDER.
           IF WS-BID-CTR < WS-MAX-BID-IDX
              ADD 1 TO WS-BID-CTR
              SET BID-IDX TO WS-BID-CTR
              INITIALIZE WS-RFQ-LINE-REC
              MOVE RT-RFQ-NUMBER      TO RM-RFQ-NUMBER
              MOVE WS-BIDDER-SUPPLIER TO RM-SUPPLIER-CODE
              MOVE WS-BIDDER-TYPE     TO RM-BIDDER-TYPE
              MOVE WS-BIDDER-RANK     TO RM-ALT-RANK
              MOVE RT-PART-NUMBER     TO RM-PART-NUMBER
              MOVE RT-RFQ-QTY         TO RM-RFQ-QTY
              MOVE RT-DUE-DATE        TO RM-DUE-DATE
              MOVE WS-TRANS-DATE      TO RM-ISSUE-DATE
              MOVE 'S'                TO RM-LINE-STATUS
              MOVE WS-RFQ-LINE-REC    TO BID-IMAGE-TBL (BID-IDX)
              PERFORM 0640-WRITE-SOLICITATION
           ELSE
              DISPLAY 'BID TABLE FULL -- SUPPLIER ' WS-BIDDER-SUPPLIER
                      ' NOT ASKED TO QUOTE ON RFQ ' RT-RFQ-NUMBER
              SET REF-TABLE-FULL TO TRUE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0640-WRITE-SOLICITATION PARAGRAPH WRITES THE REQUEST
      *    FOR ONE SUPPLIER TO QUOTE AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0630-ADD-BIDDER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0640-WRITE-SOLICITATION.
           INITIALIZE WS-SOLICIT-REC.
           MOVE RM-RFQ-NUMBER     TO SO-RFQ-NUMBER.
           MOVE RM-SUPPLIER-CODE  TO SO-SUPPLIER-CODE.
           MOVE RM-BIDDER-TYPE    TO SO-BIDDER-TYPE.
           MOVE RM-PART-NUMBER    TO SO-PART-NUMBER.
           MOVE RM-RFQ-QTY        TO SO-RFQ-QTY.
           MOVE RM-DUE-DATE       TO SO-DUE-DATE.
           MOVE RM-ISSUE-DATE     TO SO-ISSUE-DATE.
      *
           WRITE RFQSEND-REC FROM WS-SOLICIT-REC.
           IF SOCODE = '00'
              ADD 1 TO WS-SOLICITS-WRTN
           ELSE
              DISPLAY 'ERROR WRITING SOLICITATION FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0650-REJECT-RFQ-TRANS PARAGRAPH REPORTS AN RFQ
      *    TRANSACTION THAT CANNOT BE POSTED, WITH THE REASON, TO THE
      *    JOB LOG. NOTHING IS POSTED FOR A REJECTED TRANSACTION.
      *
      *  CALLED BY:
      *    -  0550-APPLY-RFQ-TRANS
      *    -  0600-APPLY-NEW-RFQ
      *    -  0700-APPLY-QUOTE
      *    -  0740-APPLY-AWARD
      *    -  0790-APPLY-CLOSE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0650-REJECT-RFQ-TRANS.
           ADD 1 TO WS-TRANS-REJECTED.
           DISPLAY 'RFQ ' RT-RFQ-NUMBER ' TYPE ' RT-TRANS-TYPE
                   ' SUPPLIER ' RT-SUPPLIER-CODE ' REJECTED -- '
                   WS-REJECT-REASON.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-APPLY-QUOTE PARAGRAPH RECORDS ONE SUPPLIER'S QUOTE
      *    ON ITS BID LINE. THE RFQ MUST BE OPEN AND THE SUPPLIER MUST
      *    HAVE BEEN ASKED TO QUOTE. THE PRICE MUST BE GREATER THAN
      *    ZERO, THE CURRENCY MUST BE ON THE EXCHANGE RATE TABLE (SO
      *    THE QUOTE CAN BE RANKED), AND THE QUOTE MUST BE VALID ON
      *    THE DAY IT IS KEYED.
      *
      *  CALLED BY:
      *    -  0550-APPLY-RFQ-TRANS
      *
      *  CALLS:
      *    -  0650-REJECT-RFQ-TRANS
      *    -  0720-FIND-BIDDER
      *    -  0800-LOOKUP-EXCH-RATE
      *****************************************************************
      *
       0700-APPLY-QUOTE.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 0720-FIND-BIDDER.
      *
           IF RT-CURRENCY-CODE = SPACES
              MOVE 'USD' TO RT-CURRENCY-CODE
           END-IF.
           MOVE RT-CURRENCY-CODE TO WS-EXCH-LOOKUP-CCY.
           PERFORM 0800-LOOKUP-EXCH-RATE.
      *
           EVALUATE TRUE
              WHEN WS-BID-CTR = 0
                 MOVE 'RFQ NOT ON FILE' TO WS-REJECT-REASON
              WHEN NOT RFQ-OPEN
                 MOVE 'RFQ ALREADY AWARDED OR CLOSED'
                    TO WS-REJECT-REASON
              WHEN NOT BIDDER-FOUND
                 MOVE 'SUPPLIER NOT ASKED TO QUOTE ON RFQ'
                    TO WS-REJECT-REASON
              WHEN RT-UNIT-PRICE NOT NUMERIC
                 OR RT-UNIT-PRICE = 0
                 MOVE 'UNIT PRICE MISSING OR INVALID'
                    TO WS-REJECT-REASON
              WHEN NOT EXCH-RATE-FOUND
                 MOVE 'NO EXCHANGE RATE FOR QUOTE CURRENCY'
                    TO WS-REJECT-REASON
              WHEN RT-LEAD-DAYS NOT NUMERIC
                 MOVE 'LEAD TIME INVALID' TO WS-REJECT-REASON
              WHEN RT-VALID-DATE = SPACES
                 MOVE 'NO QUOTE VALIDITY DATE' TO WS-REJECT-REASON
              WHEN RT-VALID-DATE < WS-TRANS-DATE
                 MOVE 'QUOTE ALREADY EXPIRED' TO WS-REJECT-REASON
           END-EVALUATE.
      *
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 0650-REJECT-RFQ-TRANS
           ELSE
              MOVE BID-IMAGE-TBL (BID-IDX) TO WS-RFQ-LINE-REC
              IF RM-QUOTED
                 ADD 1 TO WS-QUOTES-REVISED
              END-IF
              MOVE RT-UNIT-PRICE     TO RM-QUOTE-PRICE
              MOVE RT-CURRENCY-CODE  TO RM-QUOTE-CURRENCY
              MOVE RT-LEAD-DAYS      TO RM-LEAD-DAYS
              MOVE RT-VALID-DATE     TO RM-VALID-DATE
              MOVE WS-TRANS-DATE     TO RM-QUOTE-DATE
              MOVE 'Q'               TO RM-LINE-STATUS
              MOVE WS-RFQ-LINE-REC   TO BID-IMAGE-TBL (BID-IDX)
              ADD 1 TO WS-QUOTES-POSTED
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0720-FIND-BIDDER PARAGRAPH SEARCHES THE BID TABLE FOR
      *    THE TRANSACTION'S SUPPLIER-CODE AND LEAVES BID-IDX ON IT.
      *
      *  CALLED BY:
      *    -  0700-APPLY-QUOTE
      *    -  0740-APPLY-AWARD
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0720-FIND-BIDDER.
           MOVE 'N' TO BIDDER-FOUND-SW.
      *
           PERFORM VARYING BID-IDX FROM 1 BY 1
              UNTIL BID-IDX > WS-BID-CTR OR BIDDER-FOUND
              MOVE BID-IMAGE-TBL (BID-IDX) TO WS-RFQ-LINE-REC
              IF RM-SUPPLIER-CODE = RT-SUPPLIER-CODE
                 MOVE 'Y' TO BIDDER-FOUND-SW
              END-IF
           END-PERFORM.
      *
           IF BIDDER-FOUND
              SET BID-IDX DOWN BY 1
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0740-APPLY-AWARD PARAGRAPH AWARDS THE RFQ TO ONE
      *    SUPPLIER. THE RFQ MUST BE OPEN, THE SUPPLIER MUST HAVE
      *    QUOTED, AND ITS QUOTE MUST STILL BE VALID ON THE AWARD
      *    DATE. THE BIDS ARE RANKED SO THE AWARD RECORDS WHERE THE
      *    WINNER STOOD -- A BUYER MAY AWARD ABOVE THE LOWEST PRICE ON
      *    LEAD TIME OR QUALITY, AND THE AUDIT TRAIL SHOWS IT. THE
      *    CONTRACT PRICE FILE IS UPDATED, THE WINNING LINE IS MARKED
      *    AWARDED AND EVERY OTHER LINE IS CLOSED.
      *
      *  CALLED BY:
      *    -  0550-APPLY-RFQ-TRANS
      *
      *  CALLS:
      *    -  0650-REJECT-RFQ-TRANS
      *    -  0720-FIND-BIDDER
      *    -  0760-UPDATE-CONTRACT
      *    -  0780-WRITE-AWARD-AUDIT
      *    -  0910-RANK-BIDS
      *****************************************************************
      *
       0740-APPLY-AWARD.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 0720-FIND-BIDDER.
      *
           EVALUATE TRUE
              WHEN WS-BID-CTR = 0
                 MOVE 'RFQ NOT ON FILE' TO WS-REJECT-REASON
              WHEN NOT RFQ-OPEN
                 MOVE 'RFQ ALREADY AWARDED OR CLOSED'
                    TO WS-REJECT-REASON
              WHEN NOT BIDDER-FOUND
                 MOVE 'SUPPLIER NOT ASKED TO QUOTE ON RFQ'
                    TO WS-REJECT-REASON
              WHEN NOT RM-QUOTED
                 MOVE 'SUPPLIER HAS NOT QUOTED' TO WS-REJECT-REASON
              WHEN RM-VALID-DATE < WS-TRANS-DATE
                 MOVE 'QUOTE HAS EXPIRED' TO WS-REJECT-REASON
           END-EVALUATE.
      *
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 0650-REJECT-RFQ-TRANS
           ELSE
              PERFORM 0910-RANK-BIDS
              PERFORM 0720-FIND-BIDDER
              MOVE BID-USD-TBL (BID-IDX)  TO RM-QUOTE-USD
              MOVE BID-RANK-TBL (BID-IDX) TO RM-AWARD-RANK
              PERFORM 0760-UPDATE-CONTRACT
              MOVE 'A'                    TO RM-LINE-STATUS
              MOVE WS-TRANS-DATE          TO RM-AWARD-DATE
              MOVE WS-RFQ-LINE-REC        TO BID-IMAGE-TBL (BID-IDX)
              PERFORM 0780-WRITE-AWARD-AUDIT
              PERFORM 0795-CLOSE-OPEN-BIDS
              MOVE 'Y' TO AWARDED-NOW-SW
              ADD 1 TO WS-AWARDS-POSTED
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0755-FIND-CONTRACT PARAGRAPH READS THE NEW CONTRACT
      *    PRICE FILE BY KEY FOR THE RFQ PART AND THE AWARDED
      *    SUPPLIER AND SETS THE CNTR-FOUND SWITCH.
      *
      *  CALLED BY:
      *    -  0760-UPDATE-CONTRACT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0755-FIND-CONTRACT.
           MOVE RM-PART-NUMBER   TO CK-PART-NUMBER.
           MOVE RM-SUPPLIER-CODE TO CK-SUPPLIER-CODE.
           MOVE WS-CONTRACT-KEY  TO CONTNEW-FILE-KEY.
      *
           READ CONTNEW INTO CONTRACT-REC-WS
              INVALID KEY
                 MOVE 'N' TO CNTR-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO CNTR-FOUND-SW
           END-READ.
      *
           IF CNCODE = '00' OR '23'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING NEW CONTRACT PRICE FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0760-UPDATE-CONTRACT PARAGRAPH PUTS THE WINNING PRICE
      *    ON THE NEW CONTRACT PRICE FILE. CONTRACT PRICES ARE HELD IN
      *    THE SUPPLIER'S OWN TRADING CURRENCY (SUPPLIER FILE), SO A
      *    QUOTE MADE IN ANOTHER CURRENCY IS CONVERTED THROUGH USD.
      *    AN EXISTING PART/SUPPLIER PRICE IS REPLACED AND ITS OLD
      *    VALUE KEPT ON THE BID LINE; OTHERWISE A NEW PRICE IS ADDED.
      *
      *  CALLED BY:
      *    -  0740-APPLY-AWARD
      *
      *  CALLS:
      *    -  0755-FIND-CONTRACT
      *    -  0770-READ-SUPPLIER-MASTER
      *    -  0800-LOOKUP-EXCH-RATE
      *****************************************************************
      *
       0760-UPDATE-CONTRACT.
           MOVE RM-QUOTE-PRICE TO WS-NEW-CONTRACT-PRICE.
           PERFORM 0770-READ-SUPPLIER-MASTER.
      *
           IF SUPP-READ-OK
              AND SU-CURRENCY-CODE NOT = SPACES
              AND SU-CURRENCY-CODE NOT = RM-QUOTE-CURRENCY
              MOVE SU-CURRENCY-CODE TO WS-EXCH-LOOKUP-CCY
              PERFORM 0800-LOOKUP-EXCH-RATE
              IF EXCH-RATE-FOUND
                 AND WS-EXCH-LOOKUP-RATE > 0
                 COMPUTE WS-NEW-CONTRACT-PRICE ROUNDED =
                         RM-QUOTE-USD / WS-EXCH-LOOKUP-RATE
              END-IF
           END-IF.
      *
           PERFORM 0755-FIND-CONTRACT.
           IF CNTR-FOUND
              MOVE CT-CONTRACT-PRICE     TO RM-PRIOR-PRICE
              MOVE WS-NEW-CONTRACT-PRICE TO CT-CONTRACT-PRICE
              REWRITE CONTNEW-REC FROM CONTRACT-REC-WS
              MOVE 'C' TO CA-ACTION-CODE
              ADD 1 TO WS-CONTRACTS-CHANGED
           ELSE
              MOVE RM-PART-NUMBER        TO CT-PART-NUMBER
              MOVE RM-SUPPLIER-CODE      TO CT-SUPPLIER-CODE
              MOVE WS-NEW-CONTRACT-PRICE TO CT-CONTRACT-PRICE
              WRITE CONTNEW-REC FROM CONTRACT-REC-WS
              MOVE 0                TO RM-PRIOR-PRICE
              MOVE 'A' TO CA-ACTION-CODE
              ADD 1 TO WS-CONTRACTS-ADDED
              IF CNCODE = '00'
                 ADD 1 TO WS-CONTRACTS-WRTN
              END-IF
           END-IF.
      *
           IF CNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR UPDATING NEW CONTRACT PRICE FILE'
           END-IF.
      *
           MOVE WS-NEW-CONTRACT-PRICE TO RM-CONTRACT-PRICE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0770-READ-SUPPLIER-MASTER PARAGRAPH READS THE SUPPLIER
      *    FILE DIRECTLY BY THE AWARDED SUPPLIER-CODE AND SETS THE
      *    SUPP-READ-OK SWITCH.
      *
      *  CALLED BY:
      *    -  0760-UPDATE-CONTRACT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0770-READ-SUPPLIER-MASTER.
           MOVE 'N' TO SUPP-READ-OK-SW.
           MOVE RM-SUPPLIER-CODE TO SUPPLIER-FILE-KEY.
      *
           READ SUPPLIER INTO WS-SUPPLIER-MASTER-REC
              INVALID KEY
                 MOVE 'N' TO SUPP-READ-OK-SW
              NOT INVALID KEY
                 MOVE 'Y' TO SUPP-READ-OK-SW
           END-READ.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0780-WRITE-AWARD-AUDIT PARAGRAPH ADDS ONE RECORD TO THE
      *    CONTRACT AWARD AUDIT TRAIL AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0740-APPLY-AWARD
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0780-WRITE-AWARD-AUDIT.
           MOVE RM-PART-NUMBER     TO CA-PART-NUMBER.
           MOVE RM-SUPPLIER-CODE   TO CA-SUPPLIER-CODE.
           MOVE RM-PRIOR-PRICE     TO CA-OLD-PRICE.
           MOVE RM-CONTRACT-PRICE  TO CA-NEW-PRICE.
           MOVE RM-RFQ-NUMBER      TO CA-RFQ-NUMBER.
           MOVE RM-QUOTE-PRICE     TO CA-QUOTE-PRICE.
           MOVE RM-QUOTE-CURRENCY  TO CA-QUOTE-CURRENCY.
           MOVE RM-AWARD-RANK      TO CA-BID-RANK.
           MOVE RM-AWARD-DATE      TO CA-AWARD-DATE.
      *
           WRITE CONTAUD-REC FROM WS-CONTRACT-AUDIT-REC.
           IF CACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING CONTRACT AWARD AUDIT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0790-APPLY-CLOSE PARAGRAPH CLOSES AN OPEN RFQ WITHOUT
      *    AN AWARD.
      *
      *  CALLED BY:
      *    -  0550-APPLY-RFQ-TRANS
      *
      *  CALLS:
      *    -  0650-REJECT-RFQ-TRANS
      *    -  0795-CLOSE-OPEN-BIDS
      *****************************************************************
      *
       0790-APPLY-CLOSE.
           MOVE SPACES TO WS-REJECT-REASON.
      *
           EVALUATE TRUE
              WHEN WS-BID-CTR = 0
                 MOVE 'RFQ NOT ON FILE' TO WS-REJECT-REASON
              WHEN NOT RFQ-OPEN
                 MOVE 'RFQ ALREADY AWARDED OR CLOSED'
                    TO WS-REJECT-REASON
           END-EVALUATE.
      *
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 0650-REJECT-RFQ-TRANS
           ELSE
              PERFORM 0795-CLOSE-OPEN-BIDS
              ADD 1 TO WS-CLOSES-POSTED
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0795-CLOSE-OPEN-BIDS PARAGRAPH CLOSES EVERY BID LINE OF
      *    THE RFQ STILL SOLICITED OR QUOTED. THE QUOTE ITSELF STAYS
      *    ON THE LINE.
      *
      *  CALLED BY:
      *    -  0740-APPLY-AWARD
      *    -  0790-APPLY-CLOSE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0795-CLOSE-OPEN-BIDS.
           PERFORM VARYING BID-IDX FROM 1 BY 1
              UNTIL BID-IDX > WS-BID-CTR
              MOVE BID-IMAGE-TBL (BID-IDX) TO WS-RFQ-LINE-REC
              IF RM-SOLICITED OR RM-QUOTED
                 MOVE 'L'             TO RM-LINE-STATUS
                 MOVE WS-RFQ-LINE-REC TO BID-IMAGE-TBL (BID-IDX)
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0800-LOOKUP-EXCH-RATE PARAGRAPH RETURNS THE USD VALUE
      *    OF ONE UNIT OF THE CURRENCY IN WS-EXCH-LOOKUP-CCY. USD (OR
      *    A BLANK CURRENCY) IS 1.000000 WITHOUT A TABLE ENTRY.
      *
      *  CALLED BY:
      *    -  0700-APPLY-QUOTE
      *    -  0760-UPDATE-CONTRACT
      *    -  0915-PRICE-ONE-BID
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0800-LOOKUP-EXCH-RATE.
           MOVE 'N' TO EXCH-RATE-FOUND-SW.
           MOVE 1.000000 TO WS-EXCH-LOOKUP-RATE.
      *
           IF WS-EXCH-LOOKUP-CCY = SPACES OR 'USD'
              MOVE 'Y' TO EXCH-RATE-FOUND-SW
           END-IF.
      *
           PERFORM VARYING EXCH-IDX FROM 1 BY 1
                UNTIL (EXCH-IDX > WS-MAX-EXCH-IDX) OR
                       EXCH-RATE-FOUND
              IF WS-EXCH-LOOKUP-CCY = EXCH-CCY-TBL (EXCH-IDX)
                 MOVE EXCH-RATE-TBL-AMT (EXCH-IDX)
                    TO WS-EXCH-LOOKUP-RATE
                 MOVE 'Y' TO EXCH-RATE-FOUND-SW
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0840-SET-RFQ-STATUS PARAGRAPH WORKS OUT WHETHER THE RFQ
      *    ON THE BID TABLE IS OPEN, AWARDED OR CLOSED FROM ITS BID
      *    LINES -- AWARDED WHEN ANY LINE IS AWARDED, CLOSED WHEN
      *    EVERY LINE IS CLOSED, OPEN OTHERWISE.
      *
      *  CALLED BY:
      *    -  0500-PROCESS-RFQ-GROUP
      *    -  0550-APPLY-RFQ-TRANS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0840-SET-RFQ-STATUS.
           MOVE 'C' TO WS-RFQ-STATUS.
      *
           PERFORM VARYING BID-IDX FROM 1 BY 1
              UNTIL BID-IDX > WS-BID-CTR OR RFQ-AWARDED
              MOVE BID-IMAGE-TBL (BID-IDX) TO WS-RFQ-LINE-REC
              EVALUATE TRUE
                 WHEN RM-AWARDED
                    MOVE 'A' TO WS-RFQ-STATUS
                 WHEN RM-SOLICITED OR RM-QUOTED
                    MOVE 'O' TO WS-RFQ-STATUS
              END-EVALUATE
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0850-WRITE-MASTER-BID PARAGRAPH WRITES THE BID LINE AT
      *    BID-IDX TO THE NEW RFQ MASTER AND CHECKS THE FILE STATUS
      *    FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0500-PROCESS-RFQ-GROUP
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0850-WRITE-MASTER-BID.
           WRITE RFQNEW-REC FROM BID-IMAGE-TBL (BID-IDX).
           IF RNCODE = '00'
              ADD 1 TO WS-MASTER-WRTN
           ELSE
              DISPLAY 'ERROR WRITING NEW RFQ MASTER FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0900-WRITE-BID-COMPARISON PARAGRAPH PRINTS ONE RFQ ON
      *    THE BID COMPARISON REPORT AS OF TODAY -- THE RFQ LINE, THEN
      *    THE RANKED QUOTES CHEAPEST FIRST, THEN THE BIDDERS WITH NO
      *    VALID QUOTE RANKED (NO QUOTE, EXPIRED OR CLOSED).
      *
      *  CALLED BY:
      *    -  0500-PROCESS-RFQ-GROUP
      *
      *  CALLS:
      *    -  0910-RANK-BIDS
      *    -  0940-PRINT-BIDS-AT-RANK
      *    -  0980-WRITE-BID-LINE
      *****************************************************************
      *
       0900-WRITE-BID-COMPARISON.
           MOVE WS-TODAY-8 TO WS-TRANS-DATE.
           PERFORM 0910-RANK-BIDS.
      *
           SET BID-IDX TO 1.
           MOVE BID-IMAGE-TBL (BID-IDX) TO WS-RFQ-LINE-REC.
           MOVE RM-RFQ-NUMBER  TO RPT-RFQ-NUMBER.
           MOVE RM-PART-NUMBER TO RPT-RFQ-PART.
           MOVE RM-RFQ-QTY     TO RPT-RFQ-QTY.
           MOVE RM-DUE-DATE    TO RPT-RFQ-DUE-DATE.
           IF RFQ-AWARDED
              MOVE 'AWARDED'   TO RPT-RFQ-STATUS
           ELSE
              MOVE 'OPEN'      TO RPT-RFQ-STATUS
           END-IF.
      *
           WRITE RFQRPT-REC FROM RFQ-RPT-RFQ-LINE.
           WRITE RFQRPT-REC FROM RFQ-RPT-HEADER-1.
      *
           PERFORM 0940-PRINT-BIDS-AT-RANK
              VARYING WS-PRINT-RANK FROM 1 BY 1
              UNTIL WS-PRINT-RANK > WS-BID-CTR.
      *
           PERFORM VARYING BID-IDX FROM 1 BY 1
              UNTIL BID-IDX > WS-BID-CTR
              IF NOT BID-RANKABLE (BID-IDX)
                 PERFORM 0980-WRITE-BID-LINE
              END-IF
           END-PERFORM.
      *
           WRITE RFQRPT-REC FROM WS-132-CHAR-BLANK-LINE.
           IF RPCODE = '00'
              ADD 1 TO WS-RFQS-REPORTED
           ELSE
              DISPLAY 'ERROR WRITING TO BID COMPARISON REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0910-RANK-BIDS PARAGRAPH PRICES EVERY BID IN USD AND
      *    RANKS THE QUOTES STILL VALID TODAY -- QUOTED OR AWARDED
      *    LINES WHOSE VALIDITY DATE HAS NOT PASSED. RANK 1 IS THE
      *    LOWEST USD UNIT PRICE; A TIE GOES TO THE SHORTER LEAD TIME,
      *    THEN TO THE BIDDER SOLICITED FIRST.
      *
      *  CALLED BY:
      *    -  0740-APPLY-AWARD
      *    -  0900-WRITE-BID-COMPARISON
      *
      *  CALLS:
      *    -  0915-PRICE-ONE-BID
      *    -  0920-RANK-ONE-BID
      *****************************************************************
      *
       0910-RANK-BIDS.
           PERFORM VARYING BID-IDX FROM 1 BY 1
              UNTIL BID-IDX > WS-BID-CTR
              PERFORM 0915-PRICE-ONE-BID
           END-PERFORM.
      *
           PERFORM VARYING BID-IDX FROM 1 BY 1
              UNTIL BID-IDX > WS-BID-CTR
              MOVE 0 TO BID-RANK-TBL (BID-IDX)
              IF BID-RANKABLE (BID-IDX)
                 PERFORM 0920-RANK-ONE-BID
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0915-PRICE-ONE-BID PARAGRAPH CONVERTS THE QUOTE ON THE
      *    BID LINE AT BID-IDX TO A USD UNIT PRICE AND DECIDES WHETHER
      *    IT TAKES PART IN THE RANKING. AN AWARDED LINE KEEPS THE USD
      *    VALUE IT WAS AWARDED ON.
      *
      *  CALLED BY:
      *    -  0910-RANK-BIDS
      *
      *  CALLS:
      *    -  0800-LOOKUP-EXCH-RATE
      *****************************************************************
      *
       0915-PRICE-ONE-BID.
           MOVE BID-IMAGE-TBL (BID-IDX) TO WS-RFQ-LINE-REC.
           MOVE 'N'          TO BID-RANKABLE-SW (BID-IDX).
           MOVE RM-LEAD-DAYS TO BID-LEAD-TBL (BID-IDX).
      *
           IF RM-AWARDED
              MOVE RM-QUOTE-USD TO BID-USD-TBL (BID-IDX)
              MOVE 'Y'          TO BID-RANKABLE-SW (BID-IDX)
           ELSE
              MOVE RM-QUOTE-CURRENCY TO WS-EXCH-LOOKUP-CCY
              PERFORM 0800-LOOKUP-EXCH-RATE
              COMPUTE BID-USD-TBL (BID-IDX) ROUNDED =
                      RM-QUOTE-PRICE * WS-EXCH-LOOKUP-RATE
              IF RM-QUOTED
                 AND RM-VALID-DATE NOT < WS-TRANS-DATE
                 MOVE 'Y' TO BID-RANKABLE-SW (BID-IDX)
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0920-RANK-ONE-BID PARAGRAPH RANKS THE BID AT BID-IDX BY
      *    COUNTING THE RANKABLE BIDS THAT BEAT IT.
      *
      *  CALLED BY:
      *    -  0910-RANK-BIDS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0920-RANK-ONE-BID.
           MOVE 1 TO BID-RANK-TBL (BID-IDX).
      *
           PERFORM VARYING BID-IDX2 FROM 1 BY 1
              UNTIL BID-IDX2 > WS-BID-CTR
              IF BID-RANKABLE (BID-IDX2)
                 AND BID-IDX2 NOT = BID-IDX
                 EVALUATE TRUE
                    WHEN BID-USD-TBL (BID-IDX2) <
                         BID-USD-TBL (BID-IDX)
                       ADD 1 TO BID-RANK-TBL (BID-IDX)
                    WHEN BID-USD-TBL (BID-IDX2) >
                         BID-USD-TBL (BID-IDX)
                       CONTINUE
                    WHEN BID-LEAD-TBL (BID-IDX2) <
                         BID-LEAD-TBL (BID-IDX)
                       ADD 1 TO BID-RANK-TBL (BID-IDX)
                    WHEN BID-LEAD-TBL (BID-IDX2) =
                         BID-LEAD-TBL (BID-IDX)
                     AND BID-IDX2 < BID-IDX
                       ADD 1 TO BID-RANK-TBL (BID-IDX)
                 END-EVALUATE
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0940-PRINT-BIDS-AT-RANK PARAGRAPH PRINTS THE RANKED BID
      *    HOLDING THE RANK IN WS-PRINT-RANK.
      *
      *  CALLED BY:
      *    -  0900-WRITE-BID-COMPARISON
      *
      *  CALLS:
      *    -  0980-WRITE-BID-LINE
      *****************************************************************
      *
       0940-PRINT-BIDS-AT-RANK.
           PERFORM VARYING BID-IDX FROM 1 BY 1
              UNTIL BID-IDX > WS-BID-CTR
              IF BID-RANKABLE (BID-IDX)
                 AND BID-RANK-TBL (BID-IDX) = WS-PRINT-RANK
                 PERFORM 0980-WRITE-BID-LINE
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0960-LOOKUP-SUPP-HIST PARAGRAPH RETURNS THE BIDDER'S
      *    ON-TIME AND REJECT PERCENTAGES OF ALL RECEIPTS, AND THE
      *    RECEIPT COUNT THEY REST ON, FROM THE SUPPLIER HISTORY
      *    TABLE. A SUPPLIER WITH NO HISTORY SHOWS ZERO RECEIPTS.
      *
      *  CALLED BY:
      *    -  0980-WRITE-BID-LINE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0960-LOOKUP-SUPP-HIST.
           MOVE 'N' TO SHIST-FOUND-SW.
           MOVE 0   TO WS-ONTIME-PCT.
           MOVE 0   TO WS-REJECT-PCT.
           MOVE 0   TO WS-RECEIPT-COUNT.
      *
           PERFORM VARYING SHIST-IDX FROM 1 BY 1
              UNTIL SHIST-IDX > WS-SHIST-LOADED-CTR OR SHIST-FOUND
              IF SHIST-CODE-TBL (SHIST-IDX) = RM-SUPPLIER-CODE
                 MOVE 'Y' TO SHIST-FOUND-SW
                 MOVE SHIST-RECEIPT-TBL (SHIST-IDX)
                    TO WS-RECEIPT-COUNT
                 IF SHIST-RECEIPT-TBL (SHIST-IDX) > 0
                    COMPUTE WS-ONTIME-PCT ROUNDED =
                            SHIST-ONTIME-TBL (SHIST-IDX) * 100
                            / SHIST-RECEIPT-TBL (SHIST-IDX)
                    COMPUTE WS-REJECT-PCT ROUNDED =
                            SHIST-REJECT-TBL (SHIST-IDX) * 100
                            / SHIST-RECEIPT-TBL (SHIST-IDX)
                 END-IF
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0980-WRITE-BID-LINE PARAGRAPH PRINTS THE BID LINE AT
      *    BID-IDX WITH ITS RANK, USD VALUES AND SUPPLIER HISTORY AND
      *    CHECKS THE FILE STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0900-WRITE-BID-COMPARISON
      *    -  0940-PRINT-BIDS-AT-RANK
      *
      *  CALLS:
      *    -  0960-LOOKUP-SUPP-HIST
      *****************************************************************
      *
       0980-WRITE-BID-LINE.
           MOVE BID-IMAGE-TBL (BID-IDX) TO WS-RFQ-LINE-REC.
           PERFORM 0960-LOOKUP-SUPP-HIST.
      *
           IF BID-RANKABLE (BID-IDX)
              MOVE BID-RANK-TBL (BID-IDX) TO RPT-BID-RANK-N
           ELSE
              MOVE SPACES                 TO RPT-BID-RANK
           END-IF.
           MOVE RM-SUPPLIER-CODE  TO RPT-SUPPLIER-CODE.
           IF RM-PRIMARY-BIDDER
              MOVE 'PRI'          TO RPT-BIDDER-SOURCE
           ELSE
              MOVE 'ALT'          TO RPT-BIDDER-SOURCE
           END-IF.
           MOVE RM-QUOTE-PRICE    TO RPT-UNIT-PRICE.
           MOVE RM-QUOTE-CURRENCY TO RPT-CURRENCY-CODE.
           MOVE BID-USD-TBL (BID-IDX) TO RPT-UNIT-USD.
           COMPUTE RPT-EXTENDED-USD =
                   BID-USD-TBL (BID-IDX) * RM-RFQ-QTY.
           MOVE RM-LEAD-DAYS      TO RPT-LEAD-DAYS.
           MOVE RM-VALID-DATE     TO RPT-VALID-DATE.
           MOVE WS-ONTIME-PCT     TO RPT-ONTIME-PCT.
           MOVE WS-REJECT-PCT     TO RPT-REJECT-PCT.
           MOVE WS-RECEIPT-COUNT  TO RPT-RECEIPT-COUNT.
      *
           EVALUATE TRUE
              WHEN RM-SOLICITED
                 MOVE 'NO QUOTE'     TO RPT-BID-STATUS
              WHEN RM-AWARDED
                 MOVE 'AWARDED'      TO RPT-BID-STATUS
              WHEN RM-LOST
                 MOVE 'NOT AWARDED'  TO RPT-BID-STATUS
              WHEN BID-RANKABLE (BID-IDX)
                 MOVE 'QUOTED'       TO RPT-BID-STATUS
              WHEN OTHER
                 MOVE 'EXPIRED'      TO RPT-BID-STATUS
           END-EVALUATE.
      *
           WRITE RFQRPT-REC FROM RFQ-RPT-DETAIL.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO BID COMPARISON REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2600-CLOSE-FILES PARAGRAPH CLOSES FILES AND DISPLAYS
      *    RUN CONTROL TOTALS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2600-CLOSE-FILES.
           CLOSE RFQSRT
                 RFQMAST
                 RFQNEW
                 PARTFILE
                 SUPPLIER
                 ALTSUPP
                 SUPPHIST
                 EXCHRATE
                 CONTRACT
                 CONTNEW
                 RFQSEND
                 CONTAUD
                 RFQRPT.
      *
           DISPLAY 'RFQ TRANSACTIONS READ:       ' WS-TRANS-READ-CTR.
           DISPLAY 'OLD RFQ LINES READ:          ' WS-MASTER-READ-CTR.
           DISPLAY 'RFQS OPENED:                 ' WS-RFQS-OPENED-CTR.
           DISPLAY 'SOLICITATIONS WRITTEN:       ' WS-SOLICITS-WRTN.
           DISPLAY 'QUOTES POSTED:               ' WS-QUOTES-POSTED.
           DISPLAY 'QUOTES REVISED:              ' WS-QUOTES-REVISED.
           DISPLAY 'AWARDS POSTED:               ' WS-AWARDS-POSTED.
           DISPLAY 'RFQS CLOSED WITHOUT AWARD:   ' WS-CLOSES-POSTED.
           DISPLAY 'RFQ TRANS REJECTED:          ' WS-TRANS-REJECTED.
           DISPLAY 'NEW RFQ LINES WRITTEN:       ' WS-MASTER-WRTN.
           DISPLAY 'CONTRACT PRICES ADDED:       ' WS-CONTRACTS-ADDED.
           DISPLAY 'CONTRACT PRICES CHANGED:     '
                   WS-CONTRACTS-CHANGED.
           DISPLAY 'CONTRACT RECORDS WRITTEN:    ' WS-CONTRACTS-WRTN.
           DISPLAY 'RFQS ON BID COMPARISON:      ' WS-RFQS-REPORTED.
