      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - BUSDATE.CBL - SHARED BUSINESS-DAY DATE SERVICE. ROLLS
      *      VOUCHER DUE AND DISCOUNT DATES BACK TO THE PRIOR BANKING
      *      DAY AND COUNTS THE PLANT WORKING DAYS AN OPEN ORDER IS
      *      PAST ITS DELIVERY DATE FOR THE AGING REPORT.
      *****************************************************************
      *
      *    INPUT FILES:
      *                                PO-NUMBER, RECEIVED QUANTITY AND
      *                                DISPOSITION PER SHIPMENT (A ZERO
      *                                QUANTITY IS A LEGACY FULL
      *                                CONFIRMATION), WITH THE
      *                                RECEIVING OPERATOR ID
      *      INTERNAL FILE NAME:       RECVIN
      *      JCL DD NAME:              RECVIN
      *
      *
      *      RTPOT44.AUTOPART.PARTFILE - PARTS MASTER (INDEXED BY
      *                                  PART-NUMBER, READ BY KEY FOR
      *                                  EACH PART/SUPPLIER LOOKUP)
      *      INTERNAL FILE NAME:         PARTFILE
      *      JCL DD NAME:                PARTFILE
      *
      *      JCL DD NAME:                     EXCHRATE
      *
      *
      *      RTPOT44.PORECV.CHANGES - PURCHASE ORDER CHANGE ORDER
      *                               TRANSACTIONS, ONE QUANTITY,
      *                               PRICE OR DELIVERY DATE CHANGE OR
      *                               ONE CANCEL PER RECORD
      *      INTERNAL FILE NAME:      CHGIN
      *      JCL DD NAME:             CHGIN
      *
      *
      *      RTPOT44.AUTOPART.BUYERTBL.FILE - BUYER AUTHORIZATION/
      *                                       SPENDING LIMIT FILE
      *      INTERNAL FILE NAME:              BUYERTBL
      *      JCL DD NAME:                     BUYERTBL
      *
      *
      *      RTPOT44.AUTOPART.BUYRSPND.NEW - BUYER COMMITMENT MASTER
      *                                      (PERIOD-TO-DATE SPEND)
      *                                      WRITTEN BY AUTOPART.CBL
      *      INTERNAL FILE NAME:             BUYRSPND
      *      JCL DD NAME:                    BUYRSPND
      *
      *
      *      RTPOT44.PORECV.CONSIGN.FILE - CONSIGNMENT AGREEMENTS BY
      *                                    PART AND SUPPLIER,
      *                                    MAINTAINED BY TBLMAINT.CBL
      *      INTERNAL FILE NAME:           CONSIGN
      *      JCL DD NAME:                  CONSIGN
      *
      *
      *      RTPOT44.PORECV.CONSMAST.OLD - PRIOR RUN CONSIGNMENT STOCK
      *                                    MASTER (SUPPLIER-OWNED
      *                                    QUANTITY BY PART, LOCATION
      *                                    AND SUPPLIER)
      *      INTERNAL FILE NAME:           CONSMAST
      *      JCL DD NAME:                  CONSMAST
      *
      *
      *      RTPOT44.HAZMAINT.HAZMAST.NEW - HAZARDOUS MATERIAL MASTER
      *                                     (HAZARD CLASS AND ALLOWED
      *                                     STORAGE LOCATIONS BY PART)
      *                                     MAINTAINED BY HAZMAINT.CBL
      *      INTERNAL FILE NAME:            HAZMAST
      *      JCL DD NAME:                   HAZMAST
      *
      *
      *      RTPOT44.BUSDATE.SHOPCAL.NEW  - SHOP CALENDAR, READ BY THE
      *                                     BUSDATE.CBL DATE SERVICE
      *      INTERNAL FILE NAME:            SHOPCAL
      *      JCL DD NAME:                   SHOPCAL
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.PORECV.BACKLOG.NEW - UPDATED OPEN PURCHASE ORDER
      *                                   BACKLOG MASTER FILE (NEW
      *      JCL DD NAME:                 INVNEW
      *
      *
      *      RTPOT44.PORECV.CONSMAST.NEW - UPDATED CONSIGNMENT STOCK
      *                                    MASTER (NEW MASTER)
      *      INTERNAL FILE NAME:           CONSMNEW
      *      JCL DD NAME:                  CONSMNEW
      *
      *
      *      RTPOT44.PORECV.APVOUCH - AP VOUCHER EXTRACT OF INVOICES
      *                               THAT PASSED THE THREE-WAY MATCH
      *      INTERNAL FILE NAME:      APVOUCH
      *      JCL DD NAME:              CLOSEOUT
      *
      *
      *      RTPOT44.PORECV.RCPTVAL - RECEIPT VALUATION FEED, ONE
      *                               RECORD PER INVENTORY POSTING,
      *                               PRICED AT THE ORDER UNIT PRICE,
      *                               FOR THE GLJRNL.CBL JOURNAL
      *      INTERNAL FILE NAME:      RCPTVAL
      *      JCL DD NAME:             RCPTVAL
      *
      *
      *      RTPOT44.AUTOPART.EDIPO - ANSI X12 PURCHASE ORDER FILE,
      *                               EXTENDED WITH ONE 860 CHANGE
      *                               TRANSACTION SET PER APPLIED
      *                               CHANGE OR CANCEL
      *      INTERNAL FILE NAME:      EDIPO
      *      JCL DD NAME:             EDIPO
      *
      *
      *      RTPOT44.PORECV.CHANGE.RPT - PURCHASE ORDER CHANGE
      *                                  REGISTER, APPLIED AND
      *                                  REJECTED CHANGE ORDERS
      *      INTERNAL FILE NAME:         POCHGRPT
      *      JCL DD NAME:                POCHGRPT
      *
      *
      *      RTPOT44.OPERLOG.ACTIVITY - OPERATOR ACTIVITY LOG, ONE
      *                                 RECV RECORD PER RECEIPT
      *                                 POSTED (OPENED EXTEND,
      *                                 CUMULATIVE)
      *      INTERNAL FILE NAME:        OPERLOG
      *      JCL DD NAME:               OPERLOG
      *
      *
      *    WORK FILES:
      *      PORSRT - SORT WORK FILE HOLDING THE CURRENT RUN PURCHASE
      *               ORDER FILE SORTED ASCENDING BY PO-NUMBER
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE PART/SUPPLIER AND SUPPLIER PART-NUMBER
      *                   CROSS-REFERENCE TABLES ARE GONE. EACH
      *                   PART/SUPPLIER LOOKUP NOW READS PARTFILE BY
      *                   PART-NUMBER, AND AN ORPHAN INVOICE READS
      *                   SUPPXREF (NOW INDEXED BY PART-NUMBER AND
      *                   SUPPLIER-CODE) ON ITS SUPPLIER PART-NUMBER
      *                   ALTERNATE KEY, SO A MASTER LARGER THAN THE
      *                   OLD TABLE NO LONGER LEAVES PARTS WITHOUT A
      *                   SUPPLIER. THE TABLES STILL LOADED IN MEMORY
      *                   NOW END THE RUN WITH RETURN-CODE 16 WHEN THEY
      *                   OVERFLOW.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE AGING EXCEPTION REPORT NOW SHOWS DAYS
      *                   LATE -- THE PLANT WORKING DAYS AFTER THE
      *                   DELIVERY-DATE UP TO TODAY, COUNTED BY THE NEW
      *                   BUSDATE.CBL DATE SERVICE FROM THE SHOP
      *                   CALENDAR -- AND A BASIS LINE SAYING WHETHER
      *                   THE FIGURES ARE BUSINESS OR CALENDAR DAYS. AN
      *                   ORDER DUE ON A DAY THE PLANT WAS CLOSED IS
      *                   NOT LISTED UNTIL A WORKING DAY HAS GONE BY.
      *                   VOUCHER DUE AND DISCOUNT DATES STILL RUN IN
      *                   CALENDAR DAYS OF TERMS BUT ROLL BACK TO THE
      *                   PRIOR BANKING DAY WHEN THEY LAND ON A WEEKEND
      *                   OR BANK HOLIDAY (NEW PARAGRAPH 0777-ROLL-TO-
      *                   BANKING-DAY). A FULL SHOP CALENDAR TABLE ENDS
      *                   THE RUN WITH RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED THE HAZARDOUS MATERIAL MASTER (HAZMAST,
      *                   MAINTAINED BY HAZMAINT.CBL), LOADED AT START-
      *                   UP INTO A 1000-ENTRY TABLE -- A LARGER MASTER
      *                   ENDS THE RUN WITH RETURN-CODE 16.
      *                   0650-SEARCH-RECV-TABLE NOW REFUSES A RECEIPT
      *                   OF A HAZMAT PART PUT AWAY TO A LOCATION THAT
      *                   IS NOT ONE OF THE PART'S ALLOWED STORAGE
      *                   LOCATIONS, THE SAME WAY A GOVERNMENT PART
      *                   WITHOUT A LOT NUMBER IS REFUSED (NEW
      *                   PARAGRAPHS 0162/0163/0656/0657). REFUSED
      *                   RECEIPTS ARE NAMED ON THE JOB LOG AND COUNTED
      *                   IN THE RUN TOTALS.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE RECVIN RECEIPT TRANSACTION GREW FROM 37
      *                   TO 40 BYTES FOR THE COUNTRY OF ORIGIN KEYED
      *                   AT THE DOCK (ISO ALPHA-3, E.G. USA), CARRIED
      *                   IN THE RECEIPT TABLE AND WRITTEN TO THE LOT
      *                   POSTING (LOTPOST STAYS 70 BYTES -- THE ORIGIN
      *                   TAKES THREE BYTES OF ITS FILLER) SO
      *                   LOTUPDT.CBL CAN RECORD IT ON THE LOT MASTER.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED CONSIGNMENT STOCK. A RECEIPT OF A PART
      *                   FROM A SUPPLIER WITH AN ACTIVE AGREEMENT ON
      *                   THE NEW CONSIGNMENT AGREEMENT FILE (CONSIGN,
      *                   MAINTAINED BY TBLMAINT.CBL) IS PUT AWAY TO
      *                   INVMAST AS BEFORE BUT ADDED TO THE SUPPLIER-
      *                   OWNED QUANTITY ON THE CONSIGNMENT STOCK
      *                   MASTER (CONSMAST/CONSMNEW, 50 BYTES -- PART,
      *                   LOCATION, SUPPLIER, QUANTITY, LAST RECEIPT
      *                   DATE) INSTEAD OF THE RECEIPT VALUATION FEED,
      *                   AND AN INVOICE AGAINST IT IS NOT VOUCHERED
      *                   BUT LISTED ON APEXCRPT -- THE SUPPLIER IS
      *                   PAID BY CONSBILL.CBL SELF-BILLING. A FULL
      *                   AGREEMENT OR CONSIGNMENT STOCK TABLE ENDS THE
      *                   RUN WITH RETURN-CODE 16. SEE NEW PARAGRAPHS
      *                   0170 THROUGH 0175, 0715-CHECK-CONSIGNMENT,
      *                   1040-POST-CONSIGNED-STOCK AND 2590-WRITE-NEW-
      *                   CONS-MASTER.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE RECVIN RECEIPT TRANSACTION GREW FROM 29
      *                   TO 37 BYTES FOR THE RECEIVING OPERATOR ID,
      *                   CARRIED IN THE RECEIPT TABLE. EVERY SHIPMENT
      *                   TAKEN AGAINST AN ORDER NOW APPENDS A RECV
      *                   RECORD KEYED BY PO-NUMBER TO THE CUMULATIVE
      *                   OPERATOR ACTIVITY LOG (OPERLOG, COPYBOOK
      *                   OPERACT) FOR THE SEGREGATION OF DUTIES REPORT
      *                   SODRPT.CBL. SEE NEW PARAGRAPH 0655-WRITE-
      *                   OPER-ACTIVITY.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE ON-HAND INVENTORY MASTER GREW 44 TO 48
      *                   BYTES -- THE FORMER 4-BYTE FILLER BECAME THE
      *                   QUANTITY ON QUALITY HOLD (NI-QTY-HELD)
      *                   MAINTAINED BY HOLDPOST.CBL, PLUS A 1-BYTE
      *                   FILLER. RECEIPTS POST TO ON-HAND AS BEFORE
      *                   AND CARRY THE HELD QUANTITY FORWARD
      *                   UNCHANGED; A NEW PART/LOCATION STARTS WITH
      *                   NOTHING HELD. THE INVENTORY GENERATION HEADER
      *                   FILLER GREW TO MATCH.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED PURCHASE ORDER CHANGE ORDERS. A CHANGE
      *                   TRANSACTION (NEW CHGIN FILE) AMENDS THE
      *                   QUANTITY, UNIT PRICE OR DELIVERY DATE OF AN
      *                   OPEN BACKLOG ORDER, AND A CANCEL TRANSACTION
      *                   CLOSES ONE WITH A CANCEL REASON. CHANGES ARE
      *                   APPLIED AS THE ORDER PASSES THROUGH THE
      *                   BACKLOG MATCH-MERGE, AHEAD OF THE RECEIPTS
      *                   (NEW PARAGRAPHS 0680-APPLY-CHANGE-ORDERS
      *                   THROUGH 0698-WRITE-EDI-860-REC). A CHANGE
      *                   THAT RAISES THE ORDER VALUE IS RE-CHECKED
      *                   AGAINST THE BUYER'S LIMIT ON BUYERTBL LESS
      *                   THE PERIOD-TO-DATE COMMITMENT ON BUYRSPND,
      *                   THE SAME TEST PURCHORD.CBL APPLIES TO A NEW
      *                   ORDER. EVERY APPLIED CHANGE STAMPS THE NEXT
      *                   REVISION NUMBER ON THE ORDER AND IS SENT TO
      *                   THE SUPPLIER AS AN ANSI X12 860 APPENDED TO
      *                   EDIPO BEHIND THE 850S. A CANCELLED ORDER IS
      *                   DROPPED FROM THE BACKLOG AND WRITTEN TO THE
      *                   CLOSED-ORDER FEED CARRYING ITS CANCEL REASON.
      *                   APPLIED AND REJECTED CHANGES ARE LISTED ON A
      *                   NEW CHANGE REGISTER (POCHGRPT). THE BACKLOG
      *                   MASTER RECORD GREW 76 TO 80 BYTES TO CARRY
      *                   THE REVISION NUMBER, AND THE CLOSED-ORDER
      *                   FEED'S LAST 2 BYTES NOW CARRY THE CANCEL
      *                   REASON.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED THE RECEIPT VALUATION FEED FOR THE
      *                   GENERAL LEDGER JOURNAL. EVERY INVENTORY
      *                   POSTING NOW ALSO WRITES A RECEIPT VALUE
      *                   RECORD (NEW RCPTVAL FILE -- PO, PART,
      *                   LOCATION, SUPPLIER, QUANTITY, ORDER UNIT
      *                   PRICE AND CURRENCY) SO GLJRNL.CBL CAN DEBIT
      *                   INVENTORY AND CREDIT RECEIVED-NOT-INVOICED
      *                   WITHOUT ANYONE RE-KEYING THE RECEIPTS. THE
      *                   RUN CONTROL HANDOFF NOW ALSO CARRIES THE
      *                   APVOUCH, DEBITMEM AND RCPTVAL RECORD COUNTS
      *                   SO RUNRECON.CBL CAN BALANCE WHAT THE JOURNAL
      *                   STEP READ AGAINST WHAT THIS STEP WROTE.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  09/02/2026
      *     DESCRIPTION:  ADDED LANDED COST CAPTURE FOR IMPORT
      *                   RECEIPTS. FREIGHT, DUTY AND BROKERAGE
      *
           SELECT PARTFILE ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PARTFILE-KEY
              FILE STATUS IS PACODE.
      *
      *
           SELECT LOTPOST ASSIGN TO LOTPOST
              FILE STATUS IS LPCODE.
      *
           SELECT RCPTVAL ASSIGN TO RCPTVAL
              FILE STATUS IS RXCODE.
      *
           SELECT COSTIN ASSIGN TO COSTIN
              FILE STATUS IS CICODE.
              FILE STATUS IS IVCODE.
      *
           SELECT SUPPXREF ASSIGN TO SUPPXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SUPPXREF-FILE-KEY
              ALTERNATE RECORD KEY IS SUPPXREF-SUPP-PART-KEY
                 WITH DUPLICATES
              FILE STATUS IS XFCODE.
      *
           SELECT INVREG ASSIGN TO INVREG
      *
           SELECT RUNCTL ASSIGN TO RUNCTL
              FILE STATUS IS RCCODE.
      *
           SELECT CHGIN ASSIGN TO CHGIN
              FILE STATUS IS CGCODE.
      *
           SELECT BUYERTBL ASSIGN TO BUYERTBL
              FILE STATUS IS BTCODE.
      *
           SELECT BUYRSPND ASSIGN TO BUYRSPND
              FILE STATUS IS BSCODE.
      *
           SELECT EDIPO ASSIGN TO EDIPO
              FILE STATUS IS EDCODE.
      *
           SELECT POCHGRPT ASSIGN TO POCHGRPT
              FILE STATUS IS CRCODE.
      *
           SELECT OPERLOG ASSIGN TO OPERLOG
              FILE STATUS IS OLCODE.
      *
           SELECT CONSIGN ASSIGN TO CONSIGN
              FILE STATUS IS CACODE.
      *
           SELECT CONSMAST ASSIGN TO CONSMAST
              FILE STATUS IS CMCODE.
      *
           SELECT CONSMNEW ASSIGN TO CONSMNEW
              FILE STATUS IS CNCODE.
      *
           SELECT HAZMAST ASSIGN TO HAZMAST
              FILE STATUS IS HZCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RECVIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECVIN-REC.
      *
       01 RECVIN-REC PIC X(40).
      *
       FD  UNITOFM
           RECORDING MODE IS F
           DATA RECORD IS LOTPOST-REC.
      *
       01 LOTPOST-REC PIC X(70).
      *
       FD  RCPTVAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCPTVAL-REC.
      *
       01 RCPTVAL-REC PIC X(70).
      *
       FD  COSTIN
           RECORDING MODE IS F
       FD  PORHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PORHIST-REC.
      *
       01 PORHIST-REC PIC X(80).
      *
       FD  PORNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PORNEW-REC.
      *
       01 PORNEW-REC PIC X(80).
      *
       FD  PORECRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPXREF-REC.
      *
       01 SUPPXREF-REC.
          05 SUPPXREF-FILE-KEY       PIC X(33).
          05 SUPPXREF-SUPP-PART-KEY  PIC X(15).
          05 FILLER                  PIC X(02).
      *
       FD  INVREG
           RECORDING MODE IS F
       FD  INVMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVMAST-REC.
      *
       01 INVMAST-REC PIC X(48).
      *
       FD  INVNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVNEW-REC.
      *
       01 INVNEW-REC PIC X(48).
      *
       FD  RUNCTL
           RECORDING MODE IS F
           DATA RECORD IS RUNCTL-REC.
      *
       01 RUNCTL-REC PIC X(32).
      *
       FD  CHGIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHGIN-REC.
      *
       01 CHGIN-REC PIC X(50).
      *
       FD  BUYERTBL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 14 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYERTBL-REC.
      *
       01 BUYERTBL-REC PIC X(14).
      *
       FD  BUYRSPND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 22 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRSPND-REC.
      *
       01 BUYRSPND-REC PIC X(22).
      *
       FD  EDIPO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDIPO-REC.
      *
       01 EDIPO-REC PIC X(200).
      *
       FD  POCHGRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POCHGRPT-REC.
      *
       01 POCHGRPT-REC PIC X(132).
      *
       FD  OPERLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERLOG-REC.
      *
       01 OPERLOG-REC PIC X(80).
      *
       FD  CONSIGN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONSIGN-REC.
      *
       01 CONSIGN-REC PIC X(34).
      *
       FD  CONSMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONSMAST-REC.
      *
       01 CONSMAST-REC PIC X(50).
      *
       FD  CONSMNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONSMNEW-REC.
      *
       01 CONSMNEW-REC PIC X(50).
      *
       FD  HAZMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAZMAST-REC.
      *
       01 HAZMAST-REC PIC X(60).
      *
      *
       WORKING-STORAGE SECTION.
          05 OP-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OP-RECEIVED-QTY         PIC S9(7) VALUE 0.
          05 OP-PO-TYPE              PIC X(01) VALUE SPACES.
          05 OP-REVISION-NUMBER      PIC 9(02) VALUE 0.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE UPDATED OPEN PURCHASE ORDER BACKLOG
          05 NP-RECEIVED-QTY         PIC S9(7) VALUE 0.
          05 NP-PO-TYPE              PIC X(01) VALUE 'S'.
             88 NP-BLANKET-ORDER     VALUE 'B'.
          05 NP-REVISION-NUMBER      PIC 9(02) VALUE 0.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE INVENTORY POSTING RECORD WRITTEN TO
             10 OI-LOCATION-CODE     PIC X(02) VALUE SPACES.
          05 OI-QTY-ON-HAND          PIC S9(7) VALUE 0.
          05 OI-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
          05 OI-QTY-HELD             PIC S9(7) VALUE 0.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE UPDATED ON-HAND INVENTORY MASTER
             10 NI-LOCATION-CODE     PIC X(02) VALUE SPACES.
          05 NI-QTY-ON-HAND          PIC S9(7) VALUE 0.
          05 NI-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
          05 NI-QTY-HELD             PIC S9(7) VALUE 0.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
      *****************************************************************
      *  WS-POSTING-GROUP-AREA HOLDS THE PART-NUMBER AND ACCUMULATED
          05 RV-UNIT-OF-MEASURE     PIC X(03) VALUE SPACES.
          05 RV-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 RV-LOT-NUMBER          PIC X(10) VALUE SPACES.
          05 RV-OPERATOR-ID         PIC X(08) VALUE SPACES.
          05 RV-ORIGIN-COUNTRY      PIC X(03) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE COPYLIB MEMBER FOR ONE OPERATOR ACTIVITY
      *  RECORD APPENDED TO OPERLOG.
      *****************************************************************
      *
           COPY OPERACT.
      *
      *****************************************************************
      *  LOCAL WORKING STORAGE FOR THE RECEIPT TRANSACTION TABLE READ
            10 RECV-UOM-TBL         PIC X(03) VALUE SPACES.
            10 RECV-LOCATION-TBL    PIC X(02) VALUE SPACES.
            10 RECV-LOT-NUMBER-TBL  PIC X(10) VALUE SPACES.
            10 RECV-OPERATOR-TBL    PIC X(08) VALUE SPACES.
            10 RECV-ORIGIN-TBL      PIC X(03) VALUE SPACES.
      *
       01 WS-RECV-VARS.
          05 WS-MAX-RECV-IDX        PIC 9(03) VALUE 500.
          05 WS-POSTING-QTY         PIC S9(9) VALUE 0.
          05 WS-LEGACY-LOCATION     PIC X(02) VALUE SPACES.
          05 WS-LEGACY-LOT          PIC X(10) VALUE SPACES.
          05 WS-LEGACY-ORIGIN       PIC X(03) VALUE SPACES.
          05 LEGACY-LOC-SW          PIC X(01) VALUE 'N'.
             88 LEGACY-LOC-FOUND    VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE CHANGE ORDER TRANSACTION READ FROM
      *  CHGIN. ACTION 'C' CHANGES THE ORDER -- A ZERO QUANTITY OR
      *  PRICE, OR A BLANK DELIVERY DATE, LEAVES THAT TERM AS IT IS.
      *  ACTION 'X' CANCELS THE ORDER'S OPEN BALANCE AND MUST CARRY A
      *  CANCEL REASON. A BLANK CHANGE DATE IS TAKEN AS TODAY.
      *****************************************************************
      *
       01 WS-CHG-TRANS-REC.
          05 CG-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 CG-ACTION              PIC X(01) VALUE SPACES.
          05 CG-NEW-QUANTITY        PIC 9(07) VALUE 0.
          05 CG-NEW-UNIT-PRICE      PIC 9(7)V99 VALUE 0.
          05 CG-NEW-DELIVERY-DATE   PIC X(08) VALUE SPACES.
          05 CG-CANCEL-REASON       PIC X(02) VALUE SPACES.
          05 CG-CHANGE-DATE         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(09) VALUE SPACES.
      *
      *****************************************************************
      *  LOCAL WORKING STORAGE FOR THE CHANGE ORDER TABLE READ FROM
      *  CHGIN. THE TABLE IS SCANNED BY PO-NUMBER AS EACH ORDER PASSES
      *  THROUGH THE BACKLOG MATCH-MERGE AND THE ENTRIES ARE APPLIED
      *  IN FILE ORDER, SO SEVERAL CHANGES TO ONE ORDER IN ONE RUN
      *  EACH TAKE THEIR OWN REVISION NUMBER. THE USED SWITCH IS SET
      *  WHEN AN ENTRY HAS BEEN APPLIED OR REJECTED, SO ENTRIES STILL
      *  UNUSED AT END OF JOB CAN BE REPORTED AS NAMING NO OPEN ORDER.
      *****************************************************************
      *
       01 CHG-TBL.
          05 CHG-ENTRY-TBL
            OCCURS 200 TIMES INDEXED BY CHG-IDX.
            10 CHG-USED-SW          PIC X(01) VALUE SPACES.
               88 CHG-USED          VALUE 'Y'.
            10 CHG-PO-NUMBER-TBL    PIC X(06) VALUE SPACES.
            10 CHG-ACTION-TBL       PIC X(01) VALUE SPACES.
               88 CHG-CHANGE-TBL    VALUE 'C'.
               88 CHG-CANCEL-TBL    VALUE 'X'.
            10 CHG-NEW-QTY-TBL      PIC 9(07) VALUE 0.
            10 CHG-NEW-PRICE-TBL    PIC 9(7)V99 VALUE 0.
            10 CHG-NEW-DELIV-TBL    PIC X(08) VALUE SPACES.
            10 CHG-REASON-TBL       PIC X(02) VALUE SPACES.
            10 CHG-DATE-TBL         PIC X(08) VALUE SPACES.
      *
       01 WS-CHG-VARS.
          05 WS-MAX-CHG-IDX         PIC 9(03) VALUE 200.
          05 WS-CHG-LOADED-CTR      PIC 9(03) VALUE 0.
          05 PO-CANCELLED-SW        PIC X(01) VALUE 'N'.
             88 PO-CANCELLED        VALUE 'Y'.
          05 CHG-REJECT-SW          PIC X(01) VALUE 'N'.
             88 CHG-REJECTED        VALUE 'Y'.
          05 WS-CHG-RESULT-MSG      PIC X(30) VALUE SPACES.
          05 WS-CHG-NEW-QTY         PIC S9(7) VALUE 0.
          05 WS-CHG-NEW-PRICE       PIC S9(7)V99 VALUE 0.
          05 WS-CHG-NEW-DELIV       PIC X(08) VALUE SPACES.
          05 WS-CHG-OLD-VALUE       PIC S9(13)V99 VALUE 0.
          05 WS-CHG-NEW-VALUE       PIC S9(13)V99 VALUE 0.
          05 WS-CHG-INCREASE        PIC S9(13)V99 VALUE 0.
          05 WS-CHG-COMBINED-SPEND  PIC S9(13)V99 VALUE 0.
          05 WS-CANCEL-REASON       PIC X(02) VALUE SPACES.
          05 WS-CANCEL-DATE         PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE BUYER AUTHORIZATION AND BUYER
      *  COMMITMENT RECORDS, AND THE BUYER TABLE LOADED FROM THEM. A
      *  CHANGE ORDER THAT RAISES AN ORDER'S VALUE IS CHECKED AGAINST
      *  THE BUYER'S LIMIT LESS THE PERIOD-TO-DATE COMMITMENT, THE
      *  SAME TEST PURCHORD.CBL APPLIES TO A NEW ORDER.
      *****************************************************************
      *
       01 BUYERTBL-REC-WS.
          05 BUYER-CODE-IN          PIC X(03) VALUE SPACES.
          05 BUYER-LIMIT-IN         PIC 9(09)V99 VALUE 0.
      *
       01 BUYRSPND-REC-WS.
          05 BS-BUYER-CODE          PIC X(03) VALUE SPACES.
          05 BS-PERIOD              PIC X(06) VALUE SPACES.
          05 BS-PTD-SPEND           PIC 9(11)V99 VALUE 0.
      *
       01 BUYER-TBL.
          05 BUYER-ENTRY-TBL
            OCCURS 100 TIMES INDEXED BY BUYER-IDX.
            10 BUYER-CODE-TBL       PIC X(03) VALUE SPACES.
            10 BUYER-LIMIT-TBL      PIC 9(09)V99 VALUE 0.
            10 BUYER-PTD-TBL        PIC 9(11)V99 VALUE 0.
      *
       01 WS-BUYER-VARS.
          05 WS-MAX-BUYER-IDX       PIC 9(03) VALUE 100.
          05 WS-BUYER-LOADED-CTR    PIC 9(03) VALUE 0.
          05 WS-BUYER-MATCH-IDX     PIC 9(03) VALUE 0.
          05 BUYER-FOUND-SW         PIC X(01) VALUE 'N'.
             88 BUYER-FOUND         VALUE 'Y'.
      *
      *****************************************************************
      *  ANSI X12 860 PURCHASE ORDER CHANGE TRANSACTION SET APPENDED
      *  TO EDIPO FOR EACH APPLIED CHANGE OR CANCEL. THE SEGMENTS
      *  FOLLOW THE SAME FIXED ELEMENT WIDTHS AS AUTOPART.CBL'S 850,
      *  SO THE PO-NUMBER IN THE BCH SEGMENT OCCUPIES POSITIONS 23-28
      *  JUST AS IT DOES IN THE BEG SEGMENT, FOLLOWED BY THE REVISION
      *  NUMBER (31-32) AND CHANGE DATE (34-41). THE POC SEGMENT
      *  CARRIES THE CHANGE CODE (60-61), THE ORDERED QUANTITY
      *  (63-69), THE QUANTITY LEFT TO RECEIVE (71-77), THE UNIT
      *  PRICE (82-90) AND THE BUYER (96-98), AND THE DTM SEGMENT THE
      *  DELIVERY DATE (108-115).
      *****************************************************************
      *
       01 WS-EDI-CONTROL-VARS.
          05 WS-EDI-CTRL-NUM        PIC 9(04) VALUE 0.
          05 WS-EDI-PURPOSE-CODE    PIC X(02) VALUE SPACES.
          05 WS-EDI-CHANGE-CODE     PIC X(02) VALUE SPACES.
          05 WS-EDI-CHANGE-DATE     PIC X(08) VALUE SPACES.
          05 WS-EDI-QUANTITY-ED     PIC 9(07) VALUE 0.
          05 WS-EDI-OPEN-QTY-ED     PIC 9(07) VALUE 0.
          05 WS-EDI-UNIT-PRICE-ED   PIC 9(07)V99 VALUE 0.
      *
       01 WS-EDI-860-REC.
          05 EDI-860-TEXT           PIC X(200) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE LOT POSTING RECORD WRITTEN TO
      *  LOTPOST FOR EACH ACCEPTED RECEIPT CARRYING A LOT NUMBER --
      *  THE FEED LOTUPDT.CBL MERGES INTO THE LOT MASTER. THE COUNTRY
      *  OF ORIGIN KEYED AT THE DOCK RIDES ALONG WITH THE LOT.
      *****************************************************************
      *
       01 WS-LOT-POSTING-REC.
          05 LT-RECEIPT-DATE        PIC X(08) VALUE SPACES.
          05 LT-RECEIVED-QTY        PIC 9(07) VALUE 0.
          05 LT-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 LT-ORIGIN-COUNTRY      PIC X(03) VALUE SPACES.
          05 FILLER                 PIC X(01) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE RECEIPT VALUATION RECORD WRITTEN TO
      *  RCPTVAL FOR EACH INVENTORY POSTING -- THE QUANTITY PUT AWAY
      *  PRICED AT THE ORDER UNIT PRICE IN THE ORDER CURRENCY. THE
      *  FEED GLJRNL.CBL JOURNALS AS INVENTORY AGAINST
      *  RECEIVED-NOT-INVOICED.
      *****************************************************************
      *
       01 WS-RCPT-VALUE-REC.
          05 RX-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 RX-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 RX-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 RX-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 RX-RECEIVED-QTY        PIC 9(07) VALUE 0.
          05 RX-UNIT-PRICE          PIC 9(7)V99 VALUE 0.
          05 RX-CURRENCY-CODE       PIC X(03) VALUE SPACES.
          05 RX-RECEIPT-DATE        PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE RETURN-TO-VENDOR DOCUMENT RECORD
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE PARTS MASTER RECORD READ FROM
      *  PARTFILE, READ BY PART-NUMBER TO RESOLVE THE OWNING
      *  SUPPLIER-CODE FOR EACH RECEIVED PART SO THE SUPPLIER
      *  PERFORMANCE FEED CAN BE KEYED THE WAY THE SUPPLIER HISTORY
      *  MASTER IS.
      *****************************************************************
      *
       01 WS-PARTS-REC.
          05 FILLER                  PIC X(20) VALUE SPACES.
          05 PM-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE SPACES.
      *
       01 WS-PART-SUPP-VARS.
          05 WS-LOOKUP-SUPPLIER     PIC X(10) VALUE SPACES.
          05 WS-LOOKUP-PART-NUMBER  PIC X(23) VALUE SPACES.
          05 WS-LOOKUP-PART-UOM     PIC X(03) VALUE SPACES.
      *****************************************************************
      *  WORKING STORAGE FOR ONE CLOSED-ORDER FEED RECORD WRITTEN TO
      *  CLOSEOUT WHEN THE CUMULATIVE RECEIVED QUANTITY COVERS THE
      *  ORDER OR THE ORDER IS CANCELLED -- THE RECORD POCLOSE.CBL
      *  MERGES INTO THE CLOSED PURCHASE ORDER HISTORY MASTER. THE
      *  CANCEL REASON IS BLANK ON AN ORDER CLOSED BY RECEIPT.
      *****************************************************************
      *
       01 WS-PO-CLOSED-REC.
          05 CO-DELIVERY-DATE       PIC X(08) VALUE SPACES.
          05 CO-FINAL-RECEIPT-DATE  PIC X(08) VALUE SPACES.
          05 CO-TOTAL-RECEIVED-QTY  PIC S9(7) VALUE 0.
          05 CO-CANCEL-REASON       PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE SUPPLIER PERFORMANCE FEED RECORD
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE SUPPLIER PART-NUMBER CROSS-REFERENCE
      *  RECORD, READ BY ITS SUPPLIER PART-NUMBER KEY. AN ORPHAN
      *  INVOICE CARRYING A KNOWN SUPPLIER PART NUMBER IS RESOLVED TO
      *  OUR PART-NUMBER THROUGH THIS RECORD.
      *****************************************************************
      *
       01 WS-XREF-REC.
          05 XF-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 XF-SUPP-PART-NUMBER    PIC X(15) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
       01 WS-XREF-VARS.
          05 WS-XREF-PART-FOUND     PIC X(23) VALUE SPACES.
          05 XREF-FOUND-SW          PIC X(01) VALUE 'N'.
             88 XREF-FOUND          VALUE 'Y'.
             88 PTRM-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE CONSIGNMENT AGREEMENT RECORD AND THE
      *  AGREEMENT TABLE LOADED FROM IT. A RECEIPT OF A PART FROM A
      *  SUPPLIER WITH AN ACTIVE ('Y') AGREEMENT IS SUPPLIER-OWNED
      *  STOCK -- IT IS PUT AWAY LIKE ANY OTHER RECEIPT BUT IS NOT
      *  VALUED OR VOUCHERED UNTIL IT IS ISSUED AND SELF-BILLED.
      *****************************************************************
      *
       01 CONSIGN-REC-WS. *>USED TO HOLD READ CONSIGNMENT AGREEMENT
          05 CA-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 CA-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 CA-CONSIGN-FLAG        PIC X(01) VALUE SPACES.
             88 CA-CONSIGN-ACTIVE   VALUE 'Y'.
      *
       01 CONSIGN-TBL. *>TABLE TO HOLD ACTIVE CONSIGNMENT AGREEMENTS
          05 CONSIGN-ENTRY-TBL
            OCCURS 500 TIMES INDEXED BY CSGN-IDX.
            10 CSGN-PART-NUMBER-TBL PIC X(23) VALUE SPACES.
            10 CSGN-SUPPLIER-TBL    PIC X(10) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE CONSIGNMENT STOCK MASTER RECORD AND
      *  THE TABLE THE OLD MASTER IS LOADED INTO. EACH CONSIGNED
      *  PUTAWAY IS ADDED TO ITS PART/LOCATION/SUPPLIER ROW (A NEW
      *  ROW IS APPENDED THE FIRST TIME) AND THE WHOLE TABLE IS
      *  WRITTEN TO THE NEW MASTER AT END OF RUN. THE QUANTITY IS
      *  ALSO IN INVMAST ON-HAND -- THIS MASTER ONLY RECORDS HOW MUCH
      *  OF THAT STOCK THE SUPPLIER STILL OWNS.
      *****************************************************************
      *
       01 CONSMAST-REC-WS. *>CONSIGNMENT STOCK MASTER RECORD
          05 CM-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 CM-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 CM-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 CM-CONSIGNED-QTY       PIC S9(7) VALUE 0.
          05 CM-LAST-RECEIPT-DATE   PIC X(08) VALUE SPACES.
      *
       01 CONS-MAST-TBL. *>TABLE TO HOLD CONSIGNMENT STOCK ROWS
          05 CONS-MAST-ENTRY-TBL
            OCCURS 1000 TIMES INDEXED BY CMST-IDX.
            10 CMST-PART-NUMBER-TBL PIC X(23) VALUE SPACES.
            10 CMST-LOCATION-TBL    PIC X(02) VALUE SPACES.
            10 CMST-SUPPLIER-TBL    PIC X(10) VALUE SPACES.
            10 CMST-QTY-TBL         PIC S9(7) VALUE 0.
            10 CMST-RECEIPT-DATE-TBL PIC X(08) VALUE SPACES.
      *
       01 WS-CONSIGN-VARS.
          05 WS-MAX-CSGN-IDX        PIC 9(03) VALUE 500.
          05 WS-CSGN-LOADED-CTR     PIC 9(03) VALUE 0.
          05 WS-MAX-CMST-IDX        PIC 9(04) VALUE 1000.
          05 WS-CMST-LOADED-CTR     PIC 9(04) VALUE 0.
          05 CONSIGNED-PO-SW        PIC X(01) VALUE 'N'.
             88 PO-CONSIGNED        VALUE 'Y'.
          05 CMST-FOUND-SW          PIC X(01) VALUE 'N'.
             88 CMST-FOUND          VALUE 'Y'.
          05 CONS-TABLE-FULL-SW     PIC X(01) VALUE 'N'.
             88 CONS-TABLE-FULL     VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE HAZARDOUS MATERIAL MASTER RECORD AND
      *  THE TABLE IT IS LOADED INTO. A HAZMAT PART MAY ONLY BE PUT
      *  AWAY TO ONE OF THE STORAGE LOCATIONS LISTED FOR IT; A PART
      *  NOT ON THE TABLE IS NOT HAZARDOUS AND GOES ANYWHERE.
      *****************************************************************
      *
       01 HAZMAST-REC-WS. *>HAZARDOUS MATERIAL MASTER RECORD
          05 HZ-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 HZ-HAZARD-CLASS        PIC X(03) VALUE SPACES.
          05 HZ-UN-NUMBER           PIC X(04) VALUE SPACES.
          05 HZ-SDS-REVISION-DATE   PIC X(08) VALUE SPACES.
          05 HZ-ALLOWED-LOCATIONS   PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(12) VALUE SPACES.
      *
       01 HAZ-TBL. *>TABLE TO HOLD HAZMAT PARTS AND THEIR LOCATIONS
          05 HAZ-ENTRY-TBL
            OCCURS 1000 TIMES INDEXED BY HAZ-IDX.
            10 HAZ-PART-NUMBER-TBL  PIC X(23) VALUE SPACES.
            10 HAZ-CLASS-TBL        PIC X(03) VALUE SPACES.
            10 HAZ-LOCATIONS-TBL.
               15 HAZ-LOC-TBL       PIC X(02) VALUE SPACES
                                    OCCURS 5 TIMES.
      *
       01 WS-HAZ-VARS.
          05 WS-MAX-HAZ-IDX         PIC 9(04) VALUE 1000.
          05 WS-HAZ-LOADED-CTR      PIC 9(04) VALUE 0.
          05 WS-HAZ-LOC-SUB         PIC 9(01) VALUE 0.
          05 WS-HAZ-MATCH-IDX       PIC 9(04) VALUE 0.
          05 HAZ-PART-SW            PIC X(01) VALUE 'N'.
             88 HAZ-PART-FOUND      VALUE 'Y'.
          05 HAZ-LOC-SW             PIC X(01) VALUE 'Y'.
             88 HAZ-LOC-ALLOWED     VALUE 'Y'.
          05 HAZ-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
             88 HAZ-TABLE-FULL      VALUE 'Y'.
      *
      *****************************************************************
      *  WS-PRIOR-PT-PO-NUMBER HOLDS THE LAST PO-NUMBER ACCEPTED OFF
      *  THE SORTED CURRENT RUN PURCHASE ORDER FILE (PORSRT), USED BY
      *  0225-CHECK-DUPLICATE-PO-NUMBER TO DETECT A SECOND PARTSIN
          05 GH-TRANS-DATE          PIC X(08) VALUE SPACES.
          05 GH-TRANS-TIME          PIC X(08) VALUE SPACES.
          05 GH-TRANS-CYCLE         PIC X(02) VALUE '01'.
          05 FILLER                 PIC X(40) VALUE SPACES.
      *
      *****************************************************************
      *  GENERATION HEADER WRITTEN AS THE FIRST RECORD OF THE NEW
          05 IG-GEN-SEQ             PIC 9(05) VALUE 0.
          05 IG-TRANS-DATE          PIC X(08) VALUE SPACES.
          05 IG-TRANS-CYCLE         PIC X(02) VALUE '01'.
          05 FILLER                 PIC X(05) VALUE SPACES.
      *
       01 WS-DUP-PO-VARS.
          05 WS-PRIOR-PT-PO-NUMBER  PIC X(06) VALUE LOW-VALUES.
      *
       01 WS-TODAY-VARS.
          05 WS-TODAY-8              PIC X(08) VALUE SPACES.
          05 WS-AGING-DAYS-LATE      PIC S9(05) VALUE 0.
          05 AGING-LIST-SW           PIC X(01) VALUE 'N'.
             88 AGING-LISTED         VALUE 'Y'.
      *
      *****************************************************************
      *  PARAMETER AREA PASSED TO THE BUSDATE.CBL BUSINESS-DAY DATE
      *  SERVICE FOR PAYMENT DATES AND AGING.
      *****************************************************************
      *
       COPY BUSDPARM.
      *
       01 UNITOFM-REC-WS. *>USED TO HOLD READ UNIT OF MEASURE RECORD
          05 UOM-CODE-IN            PIC X(03) VALUE SPACES.
          05 RTCODE                  PIC X(02) VALUE SPACES.
          05 DMCODE                  PIC X(02) VALUE SPACES.
          05 LPCODE                  PIC X(02) VALUE SPACES.
          05 RXCODE                  PIC X(02) VALUE SPACES.
          05 CICODE                  PIC X(02) VALUE SPACES.
          05 LCCODE                  PIC X(02) VALUE SPACES.
          05 IVCODE                  PIC X(02) VALUE SPACES.
          05 IMCODE                  PIC X(02) VALUE SPACES.
          05 INCODE                  PIC X(02) VALUE SPACES.
          05 RCCODE                  PIC X(02) VALUE SPACES.
          05 CGCODE                  PIC X(02) VALUE SPACES.
          05 BTCODE                  PIC X(02) VALUE SPACES.
          05 BSCODE                  PIC X(02) VALUE SPACES.
          05 EDCODE                  PIC X(02) VALUE SPACES.
          05 CRCODE                  PIC X(02) VALUE SPACES.
          05 OLCODE                  PIC X(02) VALUE SPACES.
          05 CACODE                  PIC X(02) VALUE SPACES.
          05 CMCODE                  PIC X(02) VALUE SPACES.
          05 CNCODE                  PIC X(02) VALUE SPACES.
          05 HZCODE                  PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 RECVIN-FILE-SW          PIC X(01) VALUE 'N'.
             88 END-OF-RECVIN-FILE   VALUE 'Y'.
          05 INVCIN-FILE-SW          PIC X(01) VALUE 'N'.
             88 END-OF-INVCIN-FILE   VALUE 'Y'.
          05 LOAD-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
             88 LOAD-TABLE-FULL      VALUE 'Y'.
          05 INVREG-FILE-SW          PIC X(01) VALUE 'N'.
             88 END-OF-INVREG-FILE   VALUE 'Y'.
          05 PAY-TERMS-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-COST-FILE     VALUE 'Y'.
          05 EXCH-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-EXCH-FILE     VALUE 'Y'.
          05 UOM-FILE-SW             PIC X(01) VALUE 'N'.
             88 END-OF-UOM-FILE      VALUE 'Y'.
          05 PO-TRANS-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-POSTING-FILE  VALUE 'Y'.
          05 INV-MASTER-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-INV-MASTER-FILE VALUE 'Y'.
          05 CHGIN-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-CHGIN-FILE    VALUE 'Y'.
          05 BUYER-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-BUYER-FILE    VALUE 'Y'.
          05 BUYRSPND-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-BUYRSPND-FILE VALUE 'Y'.
          05 CONSIGN-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-CONSIGN-FILE  VALUE 'Y'.
          05 CONS-MAST-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-CONS-MAST-FILE VALUE 'Y'.
          05 HAZMAST-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-HAZMAST-FILE  VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-RECV-TRANS-READ      PIC 9(05) VALUE 0.
          05 WS-DUP-INVOICE-CTR      PIC 9(05) VALUE 0.
          05 WS-NEW-REGISTER-WRTN    PIC 9(05) VALUE 0.
          05 WS-GOVT-NO-LOT-CTR      PIC 9(05) VALUE 0.
          05 WS-HAZ-BAD-LOC-CTR      PIC 9(05) VALUE 0.
          05 WS-OPERLOG-WRTN-CTR     PIC 9(07) VALUE 0.
          05 WS-LOT-POSTINGS-WRTN    PIC 9(07) VALUE 0.
          05 WS-COSTS-READ-CTR       PIC 9(05) VALUE 0.
          05 WS-LANDED-WRTN-CTR      PIC 9(05) VALUE 0.
          05 WS-INV-POSTINGS-WRTN    PIC 9(07) VALUE 0.
          05 WS-RCPT-VALUES-WRTN     PIC 9(07) VALUE 0.
          05 WS-CONSIGNED-POST-CTR   PIC 9(07) VALUE 0.
          05 WS-CONSIGNED-INVC-CTR   PIC 9(07) VALUE 0.
          05 WS-CONS-MAST-READ       PIC 9(07) VALUE 0.
          05 WS-CONS-MAST-WRTN       PIC 9(07) VALUE 0.
          05 WS-INV-MASTER-READ      PIC 9(07) VALUE 0.
          05 WS-INV-NEW-PART-CTR     PIC 9(07) VALUE 0.
          05 WS-INV-UPDATED-CTR      PIC 9(07) VALUE 0.
          05 WS-INV-CARRIED-CTR      PIC 9(07) VALUE 0.
          05 WS-INV-MASTER-WRTN      PIC 9(07) VALUE 0.
          05 WS-CHG-TRANS-READ       PIC 9(05) VALUE 0.
          05 WS-CHG-APPLIED-CTR      PIC 9(05) VALUE 0.
          05 WS-CHG-REJECTED-CTR     PIC 9(05) VALUE 0.
          05 WS-PO-CANCELLED-CTR     PIC 9(05) VALUE 0.
          05 WS-EDI-860-WRTN         PIC 9(05) VALUE 0.
      *
      *****************************************************************
      *  COLUMN HEADINGS FOR THE PURCHASE ORDER AGING EXCEPTION REPORT.
      *  THE BASIS LINE STATES WHETHER DAYS LATE ARE BUSINESS DAYS
      *  FROM THE SHOP CALENDAR OR CALENDAR DAYS.
      *****************************************************************
      *
       01 PORECRPT-BASIS-LINE. *>DAYS-LATE BASIS FOR AGING REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(11) VALUE 'DAYS LATE: '.
          05 RPT-AGING-BASIS         PIC X(40) VALUE SPACES.
          05 FILLER                  PIC X(44) VALUE SPACES.
      *
       01 PORECRPT-HEADER-1. *>HEADER FOR AGING EXCEPTION REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(12) VALUE '   USD VALUE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE ' LATE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(15) VALUE 'STATUS'.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
       01 PORECRPT-HEADER-2. *>HEADER FOR AGING EXCEPTION REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(12) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(15) VALUE ALL '='.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
       01 PORECRPT-DETAIL. *>DETAIL LINE FOR AGING EXCEPTION REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-OPEN-QTY            PIC ZZZZZZ9.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 RPT-USD-VALUE           PIC ZZZZZZZZ9.99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-DAYS-LATE           PIC ZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-STATUS-MSG          PIC X(15) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
      *****************************************************************
      *  COLUMN HEADINGS FOR THE AP THREE-WAY MATCH EXCEPTION REPORT
          05 FILLER                  PIC X(03) VALUE SPACES.
      *
      *****************************************************************
      *  COLUMN HEADINGS AND DETAIL LINE FOR THE PURCHASE ORDER CHANGE
      *  REGISTER -- ONE LINE PER CHANGE ORDER TRANSACTION, APPLIED
      *  OR REJECTED, WITH THE TERMS BEFORE AND AFTER THE CHANGE.
      *****************************************************************
      *
       01 POCHG-HEADER-1. *>HEADER FOR PO CHANGE REGISTER
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(09) VALUE 'PO NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'REV'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE 'ACTION'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE ' OLD QTY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE ' NEW QTY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE ' OLD PRICE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE ' NEW PRICE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'OLD DELIV'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'NEW DELIV'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'RSN'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(30) VALUE 'RESULT'.
      *
       01 POCHG-HEADER-2. *>HEADER FOR PO CHANGE REGISTER
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(09) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(30) VALUE ALL '='.
      *
       01 POCHG-DETAIL. *>DETAIL LINE FOR PO CHANGE REGISTER
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 CR-PO-NUMBER            PIC X(06) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE SPACES.
          05 CR-REVISION             PIC Z9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 CR-ACTION               PIC X(06) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 CR-OLD-QTY              PIC ZZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 CR-NEW-QTY              PIC ZZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 CR-OLD-PRICE            PIC ZZZZZZ9.99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 CR-NEW-PRICE            PIC ZZZZZZ9.99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 CR-OLD-DELIV            PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 CR-NEW-DELIV            PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 CR-REASON               PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 CR-RESULT               PIC X(30) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION SORTS THE CURRENT RUN PURCHASE
      *    ORDER FILE, LOADS THE RECEIPT CONFIRMATION TABLE, PRIMES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0180-LOAD-RECV-TABLE
      *    - 0185-LOAD-INVC-TABLE
      *    - 0176-READ-INVREG-FILE
      *    - 0178-LOAD-INVREG-TABLE
      *    - 0187-READ-EXCH-RATE-FILE
      *    - 0188-LOAD-EXCH-RATE-TABLE
      *    - 0192-READ-UOM-FILE
      *    - 0194-LOAD-UOM-TABLE
      *    - 0160-READ-CHGIN-FILE
      *    - 0165-LOAD-CHG-TABLE
      *    - 0166-READ-BUYER-FILE
      *    - 0167-LOAD-BUYER-TABLE
      *    - 0168-READ-BUYRSPND-FILE
      *    - 0169-LOAD-BUYER-SPEND
      *    - 0170-READ-CONSIGN-FILE
      *    - 0171-LOAD-CONSIGN-TABLE
      *    - 0172-READ-CONS-MAST-FILE
      *    - 0175-LOAD-CONS-MAST-TABLE
      *    - 0162-READ-HAZMAST-FILE
      *    - 0163-LOAD-HAZMAST-TABLE
      *    - 0200-READ-TRANS-FILE
      *    - 0250-READ-MASTER-FILE
      *    - 0500-MAIN-PROCESS
      *    - 2540-REPORT-UNUSED-CHANGES
      *    - 1100-SORT-INV-POSTINGS
      *    - 1200-OPEN-INVENTORY-FILES
      *    - 1260-READ-POSTING-RECORD
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0180-LOAD-RECV-TABLE.
           PERFORM 0185-LOAD-INVC-TABLE.
           PERFORM 0176-READ-INVREG-FILE.
           PERFORM 0178-LOAD-INVREG-TABLE
               UNTIL END-OF-INVREG-FILE.
           PERFORM 0177-READ-COST-FILE.
           PERFORM 0179-LOAD-PO-COST-TABLE
               UNTIL END-OF-COST-FILE.
           PERFORM 0187-READ-EXCH-RATE-FILE.
           PERFORM 0188-LOAD-EXCH-RATE-TABLE
               UNTIL END-OF-EXCH-FILE.
           PERFORM 0192-READ-UOM-FILE.
           PERFORM 0194-LOAD-UOM-TABLE
               UNTIL END-OF-UOM-FILE.
           PERFORM 0160-READ-CHGIN-FILE.
           PERFORM 0165-LOAD-CHG-TABLE
               UNTIL END-OF-CHGIN-FILE.
           PERFORM 0166-READ-BUYER-FILE.
           PERFORM 0167-LOAD-BUYER-TABLE
               UNTIL END-OF-BUYER-FILE.
           PERFORM 0168-READ-BUYRSPND-FILE.
           PERFORM 0169-LOAD-BUYER-SPEND
               UNTIL END-OF-BUYRSPND-FILE.
           PERFORM 0170-READ-CONSIGN-FILE.
           PERFORM 0171-LOAD-CONSIGN-TABLE
               UNTIL END-OF-CONSIGN-FILE.
           PERFORM 0172-READ-CONS-MAST-FILE.
           PERFORM 0175-LOAD-CONS-MAST-TABLE
               UNTIL END-OF-CONS-MAST-FILE.
           PERFORM 0162-READ-HAZMAST-FILE.
           PERFORM 0163-LOAD-HAZMAST-TABLE
               UNTIL END-OF-HAZMAST-FILE.
           PERFORM 0200-READ-TRANS-FILE.
           PERFORM 0250-READ-MASTER-FILE.
           PERFORM 0120-VERIFY-GENERATIONS.
              PERFORM 0500-MAIN-PROCESS
                  UNTIL END-OF-PO-TRANS-FILE
                  AND END-OF-PO-MASTER-FILE
              PERFORM 2540-REPORT-UNUSED-CHANGES
              PERFORM 1100-SORT-INV-POSTINGS
              PERFORM 1200-OPEN-INVENTORY-FILES
              PERFORM 1260-READ-POSTING-RECORD
                  AND OI-INV-KEY = HIGH-VALUES
              PERFORM 2550-REPORT-ORPHAN-INVOICES
              PERFORM 2580-WRITE-NEW-REGISTER
              PERFORM 2590-WRITE-NEW-CONS-MASTER
           END-IF.
           PERFORM 2600-CLOSE-FILES.
           IF GENERATION-ERROR OR CONS-TABLE-FULL OR HAZ-TABLE-FULL
              OR BD-CALENDAR-FULL OR LOAD-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH INITIALIZES VARIABLES AND
      *    OBTAINS TODAY'S DATE, USED TO DETERMINE WHETHER AN OPEN
      *    PURCHASE ORDER'S DELIVERY-DATE HAS ALREADY PASSED, AND
      *    ASKS THE DATE SERVICE WHICH BASIS THE AGING REPORT'S DAYS
      *    LATE WILL BE IN.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  BUSDATE (BUSINESS-DAY DATE SERVICE)
      *****************************************************************
      *
       0000-HOUSEKEEPING.
                      WS-PO-NEW-REC.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8.
      *
           MOVE 'I' TO BD-FUNCTION.
           MOVE 'P' TO BD-DAY-TYPE.
           CALL 'BUSDATE' USING BUSDATE-AREA.
           MOVE BD-BASIS-TEXT TO RPT-AGING-BASIS.
      *
      *****************************************************************
      *  DESCRIPTION:
           ELSE
              DISPLAY 'ERROR OPENING LOT POSTING FILE'
           END-IF.
      *
           OPEN OUTPUT RCPTVAL.
           IF RXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING RECEIPT VALUATION FILE'
           END-IF.
      *
           OPEN INPUT INVCIN.
           IF IVCODE = '00'
           ELSE
              DISPLAY 'ERROR OPENING PAYMENT TERMS FILE'
           END-IF.
      *
           OPEN INPUT CONSIGN.
           IF CACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CONSIGNMENT AGREEMENT FILE'
           END-IF.
      *
           OPEN INPUT CONSMAST.
           IF CMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CONSIGNMENT STOCK MASTER'
           END-IF.
      *
           OPEN OUTPUT CONSMNEW.
           IF CNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW CONSIGNMENT STOCK MASTER'
           END-IF.
      *
           OPEN INPUT HAZMAST.
           IF HZCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING HAZMAT MASTER FILE'
           END-IF.
      *
           OPEN INPUT COSTIN.
           IF CICODE = '00'
           ELSE
              DISPLAY 'ERROR OPENING INVENTORY POSTING WORK FILE'
           END-IF.
      *
           OPEN INPUT CHGIN.
           IF CGCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PO CHANGE ORDER FILE'
           END-IF.
      *
           OPEN INPUT BUYERTBL.
           IF BTCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING BUYER AUTHORIZATION FILE'
           END-IF.
      *
           OPEN INPUT BUYRSPND.
           IF BSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING BUYER SPEND MASTER FILE'
           END-IF.
      *
      *****************************************************************
      *  THE 860 CHANGE TRANSACTIONS FOLLOW THE DAY'S 850S ON THE SAME
      *  EDI FILE AUTOPART.CBL WROTE EARLIER IN THE CHAIN.
      *****************************************************************
           OPEN EXTEND EDIPO.
           IF EDCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING EDI PURCHASE ORDER FILE'
           END-IF.
      *
           OPEN OUTPUT POCHGRPT.
           IF CRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PO CHANGE REGISTER FILE'
           END-IF.
      *
           OPEN EXTEND OPERLOG.
           IF OLCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING OPERATOR ACTIVITY LOG'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *****************************************************************
      *
       0150-WRITE-RPT-HEADERS.
           WRITE PORECRPT-REC FROM PORECRPT-BASIS-LINE.
           WRITE PORECRPT-REC FROM PORECRPT-HEADER-1.
           WRITE PORECRPT-REC FROM PORECRPT-HEADER-2.
           IF PRCODE = '00'
           ELSE
              DISPLAY 'ERROR WRITING TO AP MATCH EXCEPTION REPORT'
           END-IF.
      *
           WRITE POCHGRPT-REC FROM POCHG-HEADER-1.
           WRITE POCHGRPT-REC FROM POCHG-HEADER-2.
           IF CRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO PO CHANGE REGISTER'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
                  MOVE RV-LOCATION-CODE TO RECV-LOCATION-TBL (RECV-IDX)
               END-IF
               MOVE RV-LOT-NUMBER TO RECV-LOT-NUMBER-TBL (RECV-IDX)
               MOVE RV-OPERATOR-ID TO RECV-OPERATOR-TBL (RECV-IDX)
               MOVE RV-ORIGIN-COUNTRY TO RECV-ORIGIN-TBL (RECV-IDX)
      *
               PERFORM 0190-READ-RECVIN-FILE
           END-PERFORM.
           IF NOT END-OF-RECVIN-FILE
              DISPLAY 'RECEIPT CONFIRMATION TABLE FULL -- REMAINING '
                      'RECEIPTS NOT PROCESSED'
              SET LOAD-TABLE-FULL TO TRUE
           END-IF.
      *
      *****************************************************************
           IF NOT END-OF-INVCIN-FILE
              DISPLAY 'SUPPLIER INVOICE TABLE FULL -- REMAINING '
                      'INVOICES NOT PROCESSED'
              SET LOAD-TABLE-FULL TO TRUE
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0160-READ-CHGIN-FILE PARAGRAPH READS ONE PURCHASE ORDER
      *    CHANGE ORDER TRANSACTION. WHEN THE END OF FILE IS REACHED,
      *    A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0165-LOAD-CHG-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0160-READ-CHGIN-FILE.
           READ CHGIN INTO WS-CHG-TRANS-REC
              AT END MOVE 'Y' TO CHGIN-FILE-SW
           END-READ.
      *
           IF CGCODE = '00' OR '10'
              IF NOT END-OF-CHGIN-FILE
                 ADD 1 TO WS-CHG-TRANS-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING PO CHANGE ORDER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0165-LOAD-CHG-TABLE PARAGRAPH LOADS CHANGE ORDER
      *    TRANSACTIONS INTO A TABLE (ARRAY) IN WORKING STORAGE. A
      *    BLANK CHANGE DATE IS TAKEN AS TODAY.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0160-READ-CHGIN-FILE
      *****************************************************************
      *
       0165-LOAD-CHG-TABLE.
           IF WS-CHG-LOADED-CTR < WS-MAX-CHG-IDX
              ADD 1 TO WS-CHG-LOADED-CTR
              SET CHG-IDX TO WS-CHG-LOADED-CTR
              MOVE 'N'                  TO CHG-USED-SW (CHG-IDX)
              MOVE CG-PO-NUMBER         TO CHG-PO-NUMBER-TBL (CHG-IDX)
              MOVE CG-ACTION            TO CHG-ACTION-TBL (CHG-IDX)
              MOVE CG-NEW-QUANTITY      TO CHG-NEW-QTY-TBL (CHG-IDX)
              MOVE CG-NEW-UNIT-PRICE    TO CHG-NEW-PRICE-TBL (CHG-IDX)
              MOVE CG-NEW-DELIVERY-DATE TO CHG-NEW-DELIV-TBL (CHG-IDX)
              MOVE CG-CANCEL-REASON     TO CHG-REASON-TBL (CHG-IDX)
              IF CG-CHANGE-DATE = SPACES
                 MOVE WS-TODAY-8        TO CHG-DATE-TBL (CHG-IDX)
              ELSE
                 MOVE CG-CHANGE-DATE    TO CHG-DATE-TBL (CHG-IDX)
              END-IF
           ELSE
              DISPLAY 'CHANGE ORDER TABLE FULL -- REMAINING CHANGES '
                      'NOT PROCESSED'
              SET LOAD-TABLE-FULL TO TRUE
              MOVE 'Y' TO CHGIN-FILE-SW
           END-IF.
      *
           IF NOT END-OF-CHGIN-FILE
              PERFORM 0160-READ-CHGIN-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0166-READ-BUYER-FILE PARAGRAPH READS ONE BUYER
      *    AUTHORIZATION RECORD. WHEN THE END OF FILE IS REACHED, A
      *    FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0167-LOAD-BUYER-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0166-READ-BUYER-FILE.
           READ BUYERTBL INTO BUYERTBL-REC-WS
              AT END MOVE 'Y' TO BUYER-FILE-SW
           END-READ.
      *
           IF BTCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING BUYER AUTHORIZATION FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0167-LOAD-BUYER-TABLE PARAGRAPH LOADS BUYER CODES AND
      *    SPENDING LIMITS INTO A TABLE (ARRAY) IN WORKING STORAGE.
      *    THE PERIOD-TO-DATE SPEND STARTS AT ZERO AND IS FILLED IN
      *    FROM THE BUYER COMMITMENT MASTER BY 0169-LOAD-BUYER-SPEND.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0166-READ-BUYER-FILE
      *****************************************************************
      *
       0167-LOAD-BUYER-TABLE.
           IF WS-BUYER-LOADED-CTR < WS-MAX-BUYER-IDX
              ADD 1 TO WS-BUYER-LOADED-CTR
              SET BUYER-IDX TO WS-BUYER-LOADED-CTR
              MOVE BUYER-CODE-IN  TO BUYER-CODE-TBL (BUYER-IDX)
              MOVE BUYER-LIMIT-IN TO BUYER-LIMIT-TBL (BUYER-IDX)
              MOVE 0              TO BUYER-PTD-TBL (BUYER-IDX)
           ELSE
              DISPLAY 'BUYER TABLE FULL -- REMAINING BUYERS NOT '
                      'LOADED'
              SET LOAD-TABLE-FULL TO TRUE
              MOVE 'Y' TO BUYER-FILE-SW
           END-IF.
      *
           IF NOT END-OF-BUYER-FILE
              PERFORM 0166-READ-BUYER-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0168-READ-BUYRSPND-FILE PARAGRAPH READS ONE BUYER
      *    COMMITMENT RECORD. WHEN THE END OF FILE IS REACHED, A FLAG
      *    IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0169-LOAD-BUYER-SPEND
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0168-READ-BUYRSPND-FILE.
           READ BUYRSPND INTO BUYRSPND-REC-WS
              AT END MOVE 'Y' TO BUYRSPND-FILE-SW
           END-READ.
      *
           IF BSCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING BUYER SPEND MASTER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0169-LOAD-BUYER-SPEND PARAGRAPH POSTS ONE BUYER'S
      *    PERIOD-TO-DATE COMMITMENT FROM THE BUYER COMMITMENT MASTER
      *    (INCLUDING THIS RUN'S NEW ORDERS, AS AUTOPART.CBL WROTE IT)
      *    INTO THE MATCHING BUYER TABLE ENTRY. A BUYER NO LONGER ON
      *    THE AUTHORIZATION FILE IS IGNORED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0168-READ-BUYRSPND-FILE
      *****************************************************************
      *
       0169-LOAD-BUYER-SPEND.
           PERFORM VARYING BUYER-IDX FROM 1 BY 1
              UNTIL BUYER-IDX > WS-BUYER-LOADED-CTR
              IF BS-BUYER-CODE = BUYER-CODE-TBL (BUYER-IDX)
                 MOVE BS-PTD-SPEND TO BUYER-PTD-TBL (BUYER-IDX)
              END-IF
           END-PERFORM.
      *
           PERFORM 0168-READ-BUYRSPND-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0170-READ-CONSIGN-FILE PARAGRAPH READS ONE CONSIGNMENT
      *    AGREEMENT RECORD. WHEN THE END OF FILE IS REACHED, A FLAG
      *    IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0171-LOAD-CONSIGN-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0170-READ-CONSIGN-FILE.
           READ CONSIGN INTO CONSIGN-REC-WS
              AT END MOVE 'Y' TO CONSIGN-FILE-SW
           END-READ.
      *
           IF CACODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING CONSIGNMENT AGREEMENT FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0171-LOAD-CONSIGN-TABLE PARAGRAPH LOADS EVERY ACTIVE
      *    CONSIGNMENT AGREEMENT INTO A TABLE (ARRAY) IN WORKING
      *    STORAGE -- A SUSPENDED ('N') AGREEMENT IS SKIPPED, SO
      *    RECEIPTS AGAINST IT ARE BOUGHT OUTRIGHT. A FILE LARGER
      *    THAN THE TABLE ENDS THE RUN WITH RETURN-CODE 16; A MISSING
      *    AGREEMENT WOULD TURN SUPPLIER-OWNED STOCK INTO A PAYABLE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0170-READ-CONSIGN-FILE
      *****************************************************************
      *
       0171-LOAD-CONSIGN-TABLE.
           IF CA-CONSIGN-ACTIVE
              IF WS-CSGN-LOADED-CTR < WS-MAX-CSGN-IDX
                 ADD 1 TO WS-CSGN-LOADED-CTR
                 SET CSGN-IDX TO WS-CSGN-LOADED-CTR
                 MOVE CA-PART-NUMBER
                    TO CSGN-PART-NUMBER-TBL (CSGN-IDX)
                 MOVE CA-SUPPLIER-CODE
                    TO CSGN-SUPPLIER-TBL (CSGN-IDX)
              ELSE
                 DISPLAY 'CONSIGNMENT AGREEMENT TABLE FULL -- RUN '
                         'ENDS WITH RETURN CODE 16'
                 SET CONS-TABLE-FULL TO TRUE
                 MOVE 'Y' TO CONSIGN-FILE-SW
              END-IF
           END-IF.
      *
           IF NOT END-OF-CONSIGN-FILE
              PERFORM 0170-READ-CONSIGN-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0172-READ-CONS-MAST-FILE PARAGRAPH READS ONE RECORD
      *    FROM THE OLD CONSIGNMENT STOCK MASTER. WHEN THE END OF FILE
      *    IS REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0175-LOAD-CONS-MAST-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0172-READ-CONS-MAST-FILE.
           READ CONSMAST INTO CONSMAST-REC-WS
              AT END MOVE 'Y' TO CONS-MAST-FILE-SW
           END-READ.
      *
           IF CMCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING CONSIGNMENT STOCK MASTER.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0175-LOAD-CONS-MAST-TABLE PARAGRAPH LOADS THE OLD
      *    CONSIGNMENT STOCK MASTER INTO A TABLE (ARRAY) IN WORKING
      *    STORAGE. A MASTER LARGER THAN THE TABLE ENDS THE RUN WITH
      *    RETURN-CODE 16 SO A TRUNCATED NEW MASTER IS NOT PROMOTED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0172-READ-CONS-MAST-FILE
      *****************************************************************
      *
       0175-LOAD-CONS-MAST-TABLE.
           IF WS-CMST-LOADED-CTR < WS-MAX-CMST-IDX
              ADD 1 TO WS-CMST-LOADED-CTR
              ADD 1 TO WS-CONS-MAST-READ
              SET CMST-IDX TO WS-CMST-LOADED-CTR
              MOVE CM-PART-NUMBER   TO CMST-PART-NUMBER-TBL (CMST-IDX)
              MOVE CM-LOCATION-CODE TO CMST-LOCATION-TBL (CMST-IDX)
              MOVE CM-SUPPLIER-CODE TO CMST-SUPPLIER-TBL (CMST-IDX)
              MOVE CM-CONSIGNED-QTY TO CMST-QTY-TBL (CMST-IDX)
              MOVE CM-LAST-RECEIPT-DATE
                 TO CMST-RECEIPT-DATE-TBL (CMST-IDX)
           ELSE
              DISPLAY 'CONSIGNMENT STOCK TABLE FULL -- RUN ENDS '
                      'WITH RETURN CODE 16'
              SET CONS-TABLE-FULL TO TRUE
              MOVE 'Y' TO CONS-MAST-FILE-SW
           END-IF.
      *
           IF NOT END-OF-CONS-MAST-FILE
              PERFORM 0172-READ-CONS-MAST-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0162-READ-HAZMAST-FILE PARAGRAPH READS ONE RECORD FROM
      *    THE HAZARDOUS MATERIAL MASTER. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0163-LOAD-HAZMAST-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0162-READ-HAZMAST-FILE.
           READ HAZMAST INTO HAZMAST-REC-WS
              AT END MOVE 'Y' TO HAZMAST-FILE-SW
           END-READ.
      *
           IF HZCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING HAZMAT MASTER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0163-LOAD-HAZMAST-TABLE PARAGRAPH LOADS THE HAZARDOUS
      *    MATERIAL MASTER INTO A TABLE (ARRAY) IN WORKING STORAGE. A
      *    MASTER LARGER THAN THE TABLE ENDS THE RUN WITH RETURN-CODE
      *    16; A HAZMAT PART DROPPED FROM THE TABLE WOULD BE PUT AWAY
      *    ANYWHERE WITHOUT A CHECK.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0162-READ-HAZMAST-FILE
      *****************************************************************
      *
       0163-LOAD-HAZMAST-TABLE.
           IF WS-HAZ-LOADED-CTR < WS-MAX-HAZ-IDX
              ADD 1 TO WS-HAZ-LOADED-CTR
              SET HAZ-IDX TO WS-HAZ-LOADED-CTR
              MOVE HZ-PART-NUMBER   TO HAZ-PART-NUMBER-TBL (HAZ-IDX)
              MOVE HZ-HAZARD-CLASS  TO HAZ-CLASS-TBL (HAZ-IDX)
              MOVE HZ-ALLOWED-LOCATIONS
                 TO HAZ-LOCATIONS-TBL (HAZ-IDX)
           ELSE
              DISPLAY 'HAZMAT MASTER TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET HAZ-TABLE-FULL TO TRUE
              MOVE 'Y' TO HAZMAST-FILE-SW
           END-IF.
      *
           IF NOT END-OF-HAZMAST-FILE
              PERFORM 0162-READ-HAZMAST-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0173-READ-PAY-TERMS-FILE PARAGRAPH READS ONE PAYMENT
      *    TERMS REFERENCE RECORD. WHEN THE END OF FILE IS REACHED, A
      *    FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0174-LOAD-PAY-TERMS-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0173-READ-PAY-TERMS-FILE.
           READ PAYTERMS INTO PAYTERMS-REC-WS
              AT END MOVE 'Y' TO PAY-TERMS-FILE-SW
           END-READ.
      *
           ELSE
              DISPLAY 'PAYMENT TERMS TABLE FULL -- REMAINING TERMS '
                      'NOT LOADED'
              SET LOAD-TABLE-FULL TO TRUE
              MOVE 'Y' TO PAY-TERMS-FILE-SW
           END-IF.
      *
              ELSE
                 DISPLAY 'PO COST TABLE FULL -- PO ' CS-PO-NUMBER
                         ' COSTS NOT CAPTURED'
                 SET LOAD-TABLE-FULL TO TRUE
              END-IF
           END-IF.
      *
           ELSE
              DISPLAY 'INVOICE REGISTER TABLE FULL -- DUPLICATE '
                      'PROTECTION INCOMPLETE'
              SET LOAD-TABLE-FULL TO TRUE
              MOVE 'Y' TO INVREG-FILE-SW
           END-IF.
      *
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0187-READ-EXCH-RATE-FILE PARAGRAPH READS A SINGLE RECORD
      *    FROM THE CURRENCY EXCHANGE RATE REFERENCE FILE.
      *
      *  DESCRIPTION:
      *    THE 0188-LOAD-EXCH-RATE-TABLE PARAGRAPH LOADS CURRENCY
      *    EXCHANGE RATE RECORDS READ FROM THE EXCHANGE RATE REFERENCE
      *    FILE INTO A TABLE (ARRAY) IN WORKING STORAGE. A FULL TABLE
      *    ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
               PERFORM 0187-READ-EXCH-RATE-FILE
           END-PERFORM.
      *
           IF NOT END-OF-EXCH-FILE
              DISPLAY 'EXCHANGE RATE TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET LOAD-TABLE-FULL TO TRUE
              MOVE 'Y' TO EXCH-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *  DESCRIPTION:
      *    THE 0194-LOAD-UOM-TABLE PARAGRAPH LOADS UNIT OF MEASURE
      *    RECORDS, WITH THEIR BASE UNIT CONVERSION FACTORS, INTO A
      *    TABLE (ARRAY) IN WORKING STORAGE. A FULL TABLE ENDS THE RUN
      *    WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
               PERFORM 0192-READ-UOM-FILE
           END-PERFORM.
      *
           IF NOT END-OF-UOM-FILE
              DISPLAY 'UNIT OF MEASURE TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET LOAD-TABLE-FULL TO TRUE
              MOVE 'Y' TO UOM-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *
      *  CALLS:
      *    -  0650-SEARCH-RECV-TABLE
      *    -  0680-APPLY-CHANGE-ORDERS
      *    -  0700-APPLY-RECEIPT
      *    -  0750-MATCH-INVOICE
      *    -  0900-WRITE-MASTER-REC
           MOVE PT-PART-NUMBER        TO NP-PART-NUMBER.
           MOVE 0                     TO NP-RECEIVED-QTY.
           MOVE PT-PO-TYPE            TO NP-PO-TYPE.
           MOVE 0                     TO NP-REVISION-NUMBER.
      *
           PERFORM 0680-APPLY-CHANGE-ORDERS.
           PERFORM 0700-APPLY-RECEIPT.
           PERFORM 0750-MATCH-INVOICE.
      *
           ADD 1 TO WS-NEW-PO-CTR.
      *
           IF PO-CANCELLED
              ADD 1 TO WS-PO-CANCELLED-CTR
              PERFORM 0740-WRITE-CLOSED-PO
           ELSE
           IF NP-RECEIVED
              ADD 1 TO WS-RECEIVED-PO-CTR
              PERFORM 0740-WRITE-CLOSED-PO
              END-IF
              PERFORM 0900-WRITE-MASTER-REC
              PERFORM 0950-CHECK-AGING
           END-IF
           END-IF.
      *
      *****************************************************************
      *    WS-SEARCH-PO-NUMBER SET BY THE CALLING PARAGRAPH. THE WHOLE
      *    TABLE IS SCANNED, NOT JUST TO THE FIRST MATCH, SO SEVERAL
      *    PARTIAL SHIPMENTS FOR THE SAME PO-NUMBER IN ONE RUN ARE
      *    SUMMED INTO WS-RECV-QTY-FOUND. EVERY SHIPMENT TAKEN IS
      *    LOGGED TO THE OPERATOR ACTIVITY LOG UNDER ITS RECEIVING
      *    OPERATOR. A SHIPMENT OF A HAZMAT PART PUT AWAY TO A
      *    LOCATION NOT ALLOWED FOR IT ON THE HAZARDOUS MATERIAL
      *    MASTER IS REFUSED THE SAME WAY AS A GOVERNMENT PART WITHOUT
      *    A LOT NUMBER.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-NEW-PO
      *    -  0800-CARRY-FORWARD-PO
      *
      *  CALLS:
      *    -  0655-WRITE-OPER-ACTIVITY
      *    -  0656-LOOKUP-HAZMAT
      *    -  0657-CHECK-HAZMAT-LOCATION
      *    -  0660-LOOKUP-UOM-FACTOR
      *    -  0670-CONVERT-RECEIPT-QTY
      *****************************************************************
      *
       0650-SEARCH-RECV-TABLE.
           MOVE WS-RECV-PART-UOM TO WS-UOM-LOOKUP-CODE.
           PERFORM 0660-LOOKUP-UOM-FACTOR.
           MOVE WS-UOM-LOOKUP-FACTOR TO WS-PART-UOM-FACTOR.
      *
           PERFORM 0656-LOOKUP-HAZMAT.
      *
           PERFORM VARYING RECV-IDX FROM 1 BY 1
              UNTIL RECV-IDX > WS-MAX-RECV-IDX
              IF WS-SEARCH-PO-NUMBER = RECV-PO-NUMBER-TBL (RECV-IDX)
                 PERFORM 0657-CHECK-HAZMAT-LOCATION
      *****************************************************************
      *  A GOVERNMENT PART MUST CARRY A LOT NUMBER ON EVERY RECEIPT --
      *  A LOT-LESS SHIPMENT IS REFUSED OUTRIGHT (THE ENTRY'S KEY IS
                    MOVE LOW-VALUES
                       TO RECV-PO-NUMBER-TBL (RECV-IDX)
                 ELSE
      *****************************************************************
      *  A HAZMAT PART PUT AWAY TO A LOCATION NOT ALLOWED FOR IT IS
      *  REFUSED THE SAME WAY -- THE MATERIAL MUST BE MOVED AND THE
      *  RECEIPT RE-KEYED TO AN ALLOWED LOCATION.
      *****************************************************************
                 IF NOT HAZ-LOC-ALLOWED
                    ADD 1 TO WS-HAZ-BAD-LOC-CTR
                    DISPLAY 'RECEIPT FOR HAZMAT PART ON PO '
                            WS-SEARCH-PO-NUMBER ' CLASS '
                            HAZ-CLASS-TBL (WS-HAZ-MATCH-IDX)
                            ' NOT ALLOWED IN LOCATION '
                            RECV-LOCATION-TBL (RECV-IDX)
                            ' -- RECEIPT REFUSED'
                    MOVE LOW-VALUES
                       TO RECV-PO-NUMBER-TBL (RECV-IDX)
                 ELSE
                    MOVE 'Y' TO RECV-FOUND-SW
                    PERFORM 0670-CONVERT-RECEIPT-QTY
                    ADD WS-CONVERTED-QTY TO WS-RECV-QTY-FOUND
                    PERFORM 0655-WRITE-OPER-ACTIVITY
      *****************************************************************
      *  A REJECTED SHIPMENT STILL COUNTS TOWARD THE CUMULATIVE
      *  RECEIVED QUANTITY -- THE SUPPLIER DID SHIP IT -- BUT ITS
      *  QUANTITY IS SUMMED SEPARATELY SO 0700-APPLY-RECEIPT CAN HOLD
      *  IT OUT OF THE INVENTORY POSTING.
      *****************************************************************
                    IF RECV-DISP-REJECT (RECV-IDX)
                       ADD WS-CONVERTED-QTY TO WS-RECV-REJECT-QTY
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0655-WRITE-OPER-ACTIVITY PARAGRAPH APPENDS ONE RECV
      *    RECORD TO THE OPERATOR ACTIVITY LOG FOR THE SHIPMENT JUST
      *    TAKEN, KEYED BY PO-NUMBER SO SODRPT.CBL CAN MATCH IT
      *    AGAINST THE OPERATOR WHO APPROVED THE BUY IN POGEN.CBL.
      *    THE DETAIL CARRIES THE ORDERED PART-NUMBER.
      *
      *  CALLED BY:
      *    -  0650-SEARCH-RECV-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0655-WRITE-OPER-ACTIVITY.
           INITIALIZE OPER-ACT-REC-WS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPER-ACT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:8) TO OPER-ACT-TIME.
           MOVE RECV-OPERATOR-TBL (RECV-IDX) TO OPER-ID.
           MOVE 'RECV'                      TO OPER-ROLE-CODE.
           MOVE 'PO  '                      TO OPER-OBJECT-TYPE.
           MOVE WS-SEARCH-PO-NUMBER         TO OPER-OBJECT-KEY.
           MOVE 'PORECV  '                  TO OPER-SOURCE-PGM.
           MOVE WS-LOOKUP-PART-NUMBER       TO OPER-DETAIL.
           WRITE OPERLOG-REC FROM OPER-ACT-REC-WS.
           IF OLCODE = '00'
              ADD 1 TO WS-OPERLOG-WRTN-CTR
           ELSE
              DISPLAY 'ERROR WRITING OPERATOR ACTIVITY LOG'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0656-LOOKUP-HAZMAT PARAGRAPH SEARCHES THE HAZARDOUS
      *    MATERIAL TABLE FOR THE PART-NUMBER IN WS-LOOKUP-PART-NUMBER
      *    AND SETS HAZ-PART-FOUND, WITH WS-HAZ-MATCH-IDX POINTING AT
      *    THE PART'S ENTRY, WHEN THE PART IS HAZMAT.
      *
      *  CALLED BY:
      *    -  0650-SEARCH-RECV-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0656-LOOKUP-HAZMAT.
           MOVE 'N' TO HAZ-PART-SW.
           MOVE 0   TO WS-HAZ-MATCH-IDX.
      *
           PERFORM VARYING HAZ-IDX FROM 1 BY 1
              UNTIL HAZ-IDX > WS-HAZ-LOADED-CTR OR HAZ-PART-FOUND
              IF WS-LOOKUP-PART-NUMBER = HAZ-PART-NUMBER-TBL (HAZ-IDX)
                 MOVE 'Y' TO HAZ-PART-SW
                 SET WS-HAZ-MATCH-IDX TO HAZ-IDX
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0657-CHECK-HAZMAT-LOCATION PARAGRAPH SETS
      *    HAZ-LOC-ALLOWED WHEN THE CURRENT RECEIPT ENTRY MAY BE PUT
      *    AWAY TO ITS LOCATION -- ALWAYS FOR A PART THAT IS NOT
      *    HAZMAT, AND FOR A HAZMAT PART ONLY WHEN THE RECEIPT
      *    LOCATION IS ONE OF THE ALLOWED STORAGE LOCATIONS ON ITS
      *    HAZARDOUS MATERIAL MASTER ENTRY.
      *
      *  CALLED BY:
      *    -  0650-SEARCH-RECV-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0657-CHECK-HAZMAT-LOCATION.
           MOVE 'Y' TO HAZ-LOC-SW.
      *
           IF HAZ-PART-FOUND
              MOVE 'N' TO HAZ-LOC-SW
              PERFORM VARYING WS-HAZ-LOC-SUB FROM 1 BY 1
                 UNTIL WS-HAZ-LOC-SUB > 5 OR HAZ-LOC-ALLOWED
                 IF RECV-LOCATION-TBL (RECV-IDX) =
                    HAZ-LOC-TBL (WS-HAZ-MATCH-IDX, WS-HAZ-LOC-SUB)
                    MOVE 'Y' TO HAZ-LOC-SW
                 END-IF
              END-PERFORM
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0660-LOOKUP-UOM-FACTOR PARAGRAPH SEARCHES THE UNIT OF
      *    MEASURE TABLE FOR THE CODE IN WS-UOM-LOOKUP-CODE AND
      *    RETURNS ITS BASE-UNIT CONVERSION FACTOR, DEFAULTING TO 1.00
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0680-APPLY-CHANGE-ORDERS PARAGRAPH SCANS THE CHANGE
      *    ORDER TABLE FOR EVERY UNUSED ENTRY KEYED TO THE PURCHASE
      *    ORDER IN WS-PO-NEW-REC AND APPLIES EACH ONE IN FILE ORDER,
      *    BEFORE THIS RUN'S RECEIPTS ARE APPLIED, SO A RECEIPT IS
      *    MEASURED AGAINST THE AMENDED ORDER QUANTITY.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-NEW-PO
      *    -  0800-CARRY-FORWARD-PO
      *
      *  CALLS:
      *    -  0685-APPLY-ONE-CHANGE
      *****************************************************************
      *
       0680-APPLY-CHANGE-ORDERS.
           MOVE 'N'    TO PO-CANCELLED-SW.
           MOVE SPACES TO WS-CANCEL-REASON.
           MOVE SPACES TO WS-CANCEL-DATE.
      *
           PERFORM VARYING CHG-IDX FROM 1 BY 1
              UNTIL CHG-IDX > WS-CHG-LOADED-CTR
              IF NP-PO-NUMBER = CHG-PO-NUMBER-TBL (CHG-IDX)
                    AND NOT CHG-USED (CHG-IDX)
                 PERFORM 0685-APPLY-ONE-CHANGE
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0685-APPLY-ONE-CHANGE PARAGRAPH APPLIES OR REJECTS ONE
      *    CHANGE ORDER TABLE ENTRY AGAINST THE BACKLOG RECORD IN
      *    WS-PO-NEW-REC. AN APPLIED CHANGE OR CANCEL STAMPS THE NEXT
      *    REVISION NUMBER ON THE ORDER AND IS SENT TO THE SUPPLIER AS
      *    AN 860. EVERY ENTRY, APPLIED OR REJECTED, IS LISTED ON THE
      *    CHANGE REGISTER WITH THE TERMS BEFORE AND AFTER.
      *
      *  CALLED BY:
      *    -  0680-APPLY-CHANGE-ORDERS
      *
      *  CALLS:
      *    -  0688-EDIT-CHANGE
      *    -  0692-APPLY-CANCEL
      *    -  0695-WRITE-CHANGE-LINE
      *    -  0698-WRITE-EDI-860-REC
      *****************************************************************
      *
       0685-APPLY-ONE-CHANGE.
           MOVE 'Y'    TO CHG-USED-SW (CHG-IDX).
           MOVE 'N'    TO CHG-REJECT-SW.
           MOVE SPACES TO WS-CHG-RESULT-MSG.
      *
           MOVE NP-PO-NUMBER            TO CR-PO-NUMBER.
           MOVE NP-QUANTITY             TO CR-OLD-QTY.
           MOVE NP-UNIT-PRICE           TO CR-OLD-PRICE.
           MOVE NP-DELIVERY-DATE        TO CR-OLD-DELIV.
           MOVE NP-QUANTITY             TO CR-NEW-QTY.
           MOVE NP-UNIT-PRICE           TO CR-NEW-PRICE.
           MOVE NP-DELIVERY-DATE        TO CR-NEW-DELIV.
           MOVE CHG-REASON-TBL (CHG-IDX) TO CR-REASON.
           MOVE CHG-ACTION-TBL (CHG-IDX) TO CR-ACTION.
      *
           IF PO-CANCELLED
              MOVE 'Y' TO CHG-REJECT-SW
              MOVE 'ORDER ALREADY CANCELLED' TO WS-CHG-RESULT-MSG
           ELSE
           IF NP-REVISION-NUMBER NOT < 99
              MOVE 'Y' TO CHG-REJECT-SW
              MOVE 'REVISION LIMIT REACHED' TO WS-CHG-RESULT-MSG
           ELSE
           IF CHG-CHANGE-TBL (CHG-IDX)
              PERFORM 0688-EDIT-CHANGE
           ELSE
           IF CHG-CANCEL-TBL (CHG-IDX)
              PERFORM 0692-APPLY-CANCEL
           ELSE
              MOVE 'Y' TO CHG-REJECT-SW
              MOVE 'INVALID CHANGE ACTION' TO WS-CHG-RESULT-MSG
           END-IF
           END-IF
           END-IF
           END-IF.
      *
           IF CHG-REJECTED
              ADD 1 TO WS-CHG-REJECTED-CTR
           ELSE
              ADD 1 TO WS-CHG-APPLIED-CTR
              ADD 1 TO NP-REVISION-NUMBER
              PERFORM 0698-WRITE-EDI-860-REC
           END-IF.
      *
           MOVE NP-REVISION-NUMBER TO CR-REVISION.
           PERFORM 0695-WRITE-CHANGE-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0688-EDIT-CHANGE PARAGRAPH BUILDS THE AMENDED TERMS OF
      *    ONE CHANGE TRANSACTION -- A ZERO QUANTITY OR PRICE, OR A
      *    BLANK DELIVERY DATE, KEEPS THE CURRENT TERM -- AND APPLIES
      *    THEM TO THE BACKLOG RECORD UNLESS THE CHANGE IS REJECTED.
      *    THE ORDER QUANTITY MAY NOT BE CUT BELOW WHAT HAS ALREADY
      *    BEEN RECEIVED, AND A CHANGE THAT RAISES THE ORDER VALUE MUST
      *    STILL FIT INSIDE THE BUYER'S SPENDING LIMIT.
      *
      *  CALLED BY:
      *    -  0685-APPLY-ONE-CHANGE
      *
      *  CALLS:
      *    -  0690-CHECK-BUYER-LIMIT
      *****************************************************************
      *
       0688-EDIT-CHANGE.
           MOVE 'CHANGE' TO CR-ACTION.
      *
           MOVE NP-QUANTITY      TO WS-CHG-NEW-QTY.
           MOVE NP-UNIT-PRICE    TO WS-CHG-NEW-PRICE.
           MOVE NP-DELIVERY-DATE TO WS-CHG-NEW-DELIV.
           IF CHG-NEW-QTY-TBL (CHG-IDX) > 0
              MOVE CHG-NEW-QTY-TBL (CHG-IDX)   TO WS-CHG-NEW-QTY
           END-IF.
           IF CHG-NEW-PRICE-TBL (CHG-IDX) > 0
              MOVE CHG-NEW-PRICE-TBL (CHG-IDX) TO WS-CHG-NEW-PRICE
           END-IF.
           IF CHG-NEW-DELIV-TBL (CHG-IDX) NOT = SPACES
              MOVE CHG-NEW-DELIV-TBL (CHG-IDX) TO WS-CHG-NEW-DELIV
           END-IF.
      *
           MOVE WS-CHG-NEW-QTY   TO CR-NEW-QTY.
           MOVE WS-CHG-NEW-PRICE TO CR-NEW-PRICE.
           MOVE WS-CHG-NEW-DELIV TO CR-NEW-DELIV.
      *
           IF WS-CHG-NEW-QTY = NP-QUANTITY
              AND WS-CHG-NEW-PRICE = NP-UNIT-PRICE
              AND WS-CHG-NEW-DELIV = NP-DELIVERY-DATE
              MOVE 'Y' TO CHG-REJECT-SW
              MOVE 'NO CHANGE TO ORDER TERMS' TO WS-CHG-RESULT-MSG
           ELSE
           IF WS-CHG-NEW-QTY < NP-RECEIVED-QTY
              MOVE 'Y' TO CHG-REJECT-SW
              MOVE 'QTY BELOW RECEIVED TO DATE' TO WS-CHG-RESULT-MSG
           ELSE
           IF CHG-NEW-DELIV-TBL (CHG-IDX) NOT = SPACES
              AND CHG-NEW-DELIV-TBL (CHG-IDX) NOT NUMERIC
              MOVE 'Y' TO CHG-REJECT-SW
              MOVE 'INVALID DELIVERY DATE' TO WS-CHG-RESULT-MSG
           ELSE
              COMPUTE WS-CHG-OLD-VALUE =
                 NP-QUANTITY * NP-UNIT-PRICE
              COMPUTE WS-CHG-NEW-VALUE =
                 WS-CHG-NEW-QTY * WS-CHG-NEW-PRICE
              COMPUTE WS-CHG-INCREASE =
                 WS-CHG-NEW-VALUE - WS-CHG-OLD-VALUE
              IF WS-CHG-INCREASE > 0
                 PERFORM 0690-CHECK-BUYER-LIMIT
              END-IF
           END-IF
           END-IF
           END-IF.
      *
           IF NOT CHG-REJECTED
              MOVE WS-CHG-NEW-QTY   TO NP-QUANTITY
              MOVE WS-CHG-NEW-PRICE TO NP-UNIT-PRICE
              MOVE WS-CHG-NEW-DELIV TO NP-DELIVERY-DATE
              MOVE 'CHANGE APPLIED' TO WS-CHG-RESULT-MSG
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0690-CHECK-BUYER-LIMIT PARAGRAPH RE-CHECKS A CHANGE
      *    THAT RAISES AN ORDER'S VALUE AGAINST THE ORDER'S BUYER --
      *    THE BUYER'S PERIOD-TO-DATE COMMITMENT PLUS THE INCREASE MAY
      *    NOT EXCEED THE BUYER'S SPENDING LIMIT, THE SAME TEST
      *    PURCHORD.CBL APPLIES TO A NEW ORDER. AN ACCEPTED INCREASE
      *    IS ADDED TO THE BUYER TABLE SO A LATER CHANGE FOR THE SAME
      *    BUYER IN THIS RUN IS CHECKED AGAINST THE RUNNING FIGURE.
      *
      *  CALLED BY:
      *    -  0688-EDIT-CHANGE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0690-CHECK-BUYER-LIMIT.
           MOVE 'N' TO BUYER-FOUND-SW.
           MOVE 0   TO WS-BUYER-MATCH-IDX.
      *
           PERFORM VARYING BUYER-IDX FROM 1 BY 1
              UNTIL BUYER-IDX > WS-BUYER-LOADED-CTR OR BUYER-FOUND
              IF NP-BUYER-CODE = BUYER-CODE-TBL (BUYER-IDX)
                 MOVE 'Y' TO BUYER-FOUND-SW
                 SET WS-BUYER-MATCH-IDX TO BUYER-IDX
              END-IF
           END-PERFORM.
      *
           IF NOT BUYER-FOUND
              MOVE 'Y' TO CHG-REJECT-SW
              MOVE 'BUYER NOT ON AUTHORIZATION' TO WS-CHG-RESULT-MSG
           ELSE
              SET BUYER-IDX TO WS-BUYER-MATCH-IDX
              COMPUTE WS-CHG-COMBINED-SPEND =
                 BUYER-PTD-TBL (BUYER-IDX) + WS-CHG-INCREASE
              IF WS-CHG-COMBINED-SPEND > BUYER-LIMIT-TBL (BUYER-IDX)
                 MOVE 'Y' TO CHG-REJECT-SW
                 MOVE 'EXCEEDS BUYER PTD SPEND LIMIT'
                    TO WS-CHG-RESULT-MSG
              ELSE
                 MOVE WS-CHG-COMBINED-SPEND
                    TO BUYER-PTD-TBL (BUYER-IDX)
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0692-APPLY-CANCEL PARAGRAPH CANCELS THE OPEN BALANCE OF
      *    THE ORDER IN WS-PO-NEW-REC. THE ORDER QUANTITY IS CUT BACK
      *    TO WHAT HAS BEEN RECEIVED TO DATE AND THE ORDER IS FLAGGED
      *    CANCELLED, SO THE CALLER DROPS IT FROM THE BACKLOG AND
      *    WRITES IT TO THE CLOSED-ORDER FEED WITH ITS CANCEL REASON.
      *    A CANCEL WITHOUT A REASON IS REJECTED.
      *
      *  CALLED BY:
      *    -  0685-APPLY-ONE-CHANGE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0692-APPLY-CANCEL.
           MOVE 'CANCEL'        TO CR-ACTION.
           MOVE NP-RECEIVED-QTY TO CR-NEW-QTY.
      *
           IF CHG-REASON-TBL (CHG-IDX) = SPACES
              MOVE 'Y' TO CHG-REJECT-SW
              MOVE 'CANCEL REASON REQUIRED' TO WS-CHG-RESULT-MSG
           ELSE
              MOVE NP-RECEIVED-QTY          TO NP-QUANTITY
              MOVE CHG-REASON-TBL (CHG-IDX) TO WS-CANCEL-REASON
              MOVE CHG-DATE-TBL (CHG-IDX)   TO WS-CANCEL-DATE
              SET PO-CANCELLED TO TRUE
              MOVE 'ORDER CANCELLED' TO WS-CHG-RESULT-MSG
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0695-WRITE-CHANGE-LINE PARAGRAPH WRITES ONE DETAIL LINE
      *    TO THE PURCHASE ORDER CHANGE REGISTER AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0685-APPLY-ONE-CHANGE
      *    -  2540-REPORT-UNUSED-CHANGES
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0695-WRITE-CHANGE-LINE.
           MOVE WS-CHG-RESULT-MSG TO CR-RESULT.
      *
           WRITE POCHGRPT-REC FROM POCHG-DETAIL.
           IF CRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO PO CHANGE REGISTER'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0698-WRITE-EDI-860-REC PARAGRAPH BUILDS AN ANSI X12 860
      *    PURCHASE ORDER CHANGE TRANSACTION SET FOR ONE APPLIED
      *    CHANGE OR CANCEL AND APPENDS IT TO THE EDIPO FILE BEHIND
      *    THE DAY'S 850S. THE BCH SEGMENT CARRIES PURPOSE CODE 04
      *    (CHANGE) OR 01 (CANCELLATION), THE PO-NUMBER, THE NEW
      *    REVISION NUMBER AND THE CHANGE DATE. THE POC SEGMENT
      *    CARRIES CHANGE CODE CA (CHANGED LINE) OR DI (DELETED LINE)
      *    WITH THE AMENDED ORDER QUANTITY, THE QUANTITY STILL TO BE
      *    RECEIVED AND THE UNIT PRICE.
      *
      *  CALLED BY:
      *    -  0685-APPLY-ONE-CHANGE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0698-WRITE-EDI-860-REC.
           ADD 1 TO WS-EDI-CTRL-NUM.
           IF WS-EDI-CTRL-NUM > 9999
              MOVE 1 TO WS-EDI-CTRL-NUM
           END-IF.
      *
           IF PO-CANCELLED
              MOVE '01' TO WS-EDI-PURPOSE-CODE
              MOVE 'DI' TO WS-EDI-CHANGE-CODE
           ELSE
              MOVE '04' TO WS-EDI-PURPOSE-CODE
              MOVE 'CA' TO WS-EDI-CHANGE-CODE
           END-IF.
      *
           MOVE CHG-DATE-TBL (CHG-IDX) TO WS-EDI-CHANGE-DATE.
           MOVE NP-QUANTITY            TO WS-EDI-QUANTITY-ED.
           IF NP-QUANTITY > NP-RECEIVED-QTY
              COMPUTE WS-EDI-OPEN-QTY-ED =
                 NP-QUANTITY - NP-RECEIVED-QTY
           ELSE
              MOVE 0 TO WS-EDI-OPEN-QTY-ED
           END-IF.
           MOVE NP-UNIT-PRICE          TO WS-EDI-UNIT-PRICE-ED.
      *
           MOVE SPACES TO EDI-860-TEXT.
           STRING 'ST*860*' DELIMITED BY SIZE
                  WS-EDI-CTRL-NUM DELIMITED BY SIZE
                  '~' DELIMITED BY SIZE
                  'BCH*' DELIMITED BY SIZE
                  WS-EDI-PURPOSE-CODE DELIMITED BY SIZE
                  '*NE*' DELIMITED BY SIZE
                  NP-PO-NUMBER DELIMITED BY SIZE
                  '**' DELIMITED BY SIZE
                  NP-REVISION-NUMBER DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-EDI-CHANGE-DATE DELIMITED BY SIZE
                  '~' DELIMITED BY SIZE
                  'CUR*BY*' DELIMITED BY SIZE
                  NP-CURRENCY-CODE DELIMITED BY SIZE
                  '~' DELIMITED BY SIZE
                  'POC*1*' DELIMITED BY SIZE
                  WS-EDI-CHANGE-CODE DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-EDI-QUANTITY-ED DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-EDI-OPEN-QTY-ED DELIMITED BY SIZE
                  '*EA*' DELIMITED BY SIZE
                  WS-EDI-UNIT-PRICE-ED DELIMITED BY SIZE
                  '**BY*' DELIMITED BY SIZE
                  NP-BUYER-CODE DELIMITED BY SIZE
                  '~' DELIMITED BY SIZE
                  'DTM*002*' DELIMITED BY SIZE
                  NP-DELIVERY-DATE DELIMITED BY SIZE
                  '~' DELIMITED BY SIZE
                  'CTT*1~' DELIMITED BY SIZE
                  'SE*7*' DELIMITED BY SIZE
                  WS-EDI-CTRL-NUM DELIMITED BY SIZE
                  '~' DELIMITED BY SIZE
              INTO EDI-860-TEXT
           END-STRING.
      *
           WRITE EDIPO-REC FROM WS-EDI-860-REC.
           IF EDCODE = '00'
              ADD 1 TO WS-EDI-860-WRTN
           ELSE
              DISPLAY 'ERROR WRITING EDI PURCHASE ORDER FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-APPLY-RECEIPT PARAGRAPH APPLIES THIS RUN'S RECEIPT
      *    QUANTITY (SUMMED INTO WS-RECV-QTY-FOUND BY 0650-SEARCH-RECV-
      *    TABLE) TO THE BACKLOG RECORD BUILT IN WS-PO-NEW-REC. A ZERO
      *
       0700-APPLY-RECEIPT.
           MOVE 0 TO WS-THIS-RECEIPT-QTY.
           PERFORM 0715-CHECK-CONSIGNMENT.
      *
           IF RECV-FOUND
              IF WS-RECV-QTY-FOUND = 0
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0710-LOOKUP-PART-SUPPLIER PARAGRAPH READS THE PARTS
      *    MASTER BY KEY FOR THE PART-NUMBER IN
      *    WS-LOOKUP-PART-NUMBER AND RETURNS THE OWNING SUPPLIER-CODE
      *    IN WS-LOOKUP-SUPPLIER AND THE PART'S UNIT OF MEASURE IN
      *    WS-LOOKUP-PART-UOM (SPACES WHEN THE PART IS NOT ON THE
           MOVE SPACES TO WS-LOOKUP-PART-UOM.
           MOVE SPACES TO WS-LOOKUP-PART-GOVT.
      *
           MOVE WS-LOOKUP-PART-NUMBER TO PARTFILE-KEY.
           READ PARTFILE INTO WS-PARTS-REC
              INVALID KEY
                 MOVE 'N' TO PSUP-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO PSUP-FOUND-SW
                 MOVE PM-SUPPLIER-CODE   TO WS-LOOKUP-SUPPLIER
                 MOVE PM-UNIT-OF-MEASURE TO WS-LOOKUP-PART-UOM
                 MOVE PM-GOVT-COMML-CODE TO WS-LOOKUP-PART-GOVT
           END-READ.
      *
           IF PACODE = '00' OR '23'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING PARTS FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0715-CHECK-CONSIGNMENT PARAGRAPH SEARCHES THE ACTIVE
      *    CONSIGNMENT AGREEMENT TABLE FOR THE ORDER'S PART UNDER ITS
      *    OWNING SUPPLIER (RESOLVED EARLIER FROM THE PARTS MASTER)
      *    AND SETS PO-CONSIGNED WHEN THE SUPPLIER STOCKS THE
      *    PART WITH US ON CONSIGNMENT.
      *
      *  CALLED BY:
      *    -  0700-APPLY-RECEIPT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0715-CHECK-CONSIGNMENT.
           MOVE 'N' TO CONSIGNED-PO-SW.
      *
           PERFORM VARYING CSGN-IDX FROM 1 BY 1
              UNTIL CSGN-IDX > WS-CSGN-LOADED-CTR OR PO-CONSIGNED
              IF NP-PART-NUMBER = CSGN-PART-NUMBER-TBL (CSGN-IDX)
                 AND WS-LOOKUP-SUPPLIER = CSGN-SUPPLIER-TBL (CSGN-IDX)
                 MOVE 'Y' TO CONSIGNED-PO-SW
              END-IF
           END-PERFORM.
      *
      *    RUN THE LAST RECEIPT ARRIVED), THE TOTAL RECEIVED QUANTITY
      *    AND THE OWNING SUPPLIER-CODE, SO POCLOSE.CBL CAN ANSWER
      *    WHEN AN ORDER ACTUALLY CLOSED AND HOW LONG IT REALLY TOOK.
      *    A CANCELLED ORDER CARRIES ITS CANCEL REASON AND THE CHANGE
      *    DATE OF THE CANCEL AS ITS FINAL DATE.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-NEW-PO
           MOVE NP-DELIVERY-DATE      TO CO-DELIVERY-DATE.
           MOVE WS-TODAY-8            TO CO-FINAL-RECEIPT-DATE.
           MOVE NP-RECEIVED-QTY       TO CO-TOTAL-RECEIVED-QTY.
           MOVE WS-CANCEL-REASON      TO CO-CANCEL-REASON.
           IF PO-CANCELLED
              MOVE WS-CANCEL-DATE     TO CO-FINAL-RECEIPT-DATE
           END-IF.
      *
           WRITE CLOSEOUT-REC FROM WS-PO-CLOSED-REC.
           IF COCODE = '00'
      *    MUST NEVER PAY FOR MORE THAN RECEIVING HAS CONFIRMED. A
      *    MATCHED INVOICE IS WRITTEN TO THE AP VOUCHER EXTRACT AND A
      *    MISMATCH IS WRITTEN TO THE AP MATCH EXCEPTION REPORT WITH
      *    THE FIRST FAILING REASON. AN INVOICE AGAINST A CONSIGNED
      *    ORDER IS NEVER VOUCHERED -- THE SUPPLIER IS PAID BY THE
      *    WEEKLY SELF-BILLING RUN FOR WHAT WE ISSUE -- AND GOES TO
      *    THE EXCEPTION REPORT SO AP CAN RETURN IT.
      *
      *  CALLED BY:
      *    -  0750-MATCH-INVOICE
           PERFORM 0765-CHECK-INVOICE-REGISTER.
      *
           EVALUATE TRUE
              WHEN PO-CONSIGNED
                 ADD 1 TO WS-CONSIGNED-INVC-CTR
                 MOVE 'CONSIGNED - SELF-BILLED' TO AP-RPT-REASON
                 PERFORM 0780-WRITE-APEXC-DETAIL
              WHEN INVC-CURRENCY-TBL (INVC-IDX)
                      NOT = NP-CURRENCY-CODE
                 MOVE 'CURRENCY MISMATCH'       TO AP-RPT-REASON
      *  DESCRIPTION:
      *    THE 0765-CHECK-INVOICE-REGISTER PARAGRAPH SEARCHES THE
      *    INVOICE REGISTER TABLE FOR THE CURRENT INVOICE NUMBER UNDER
      *    THE ORDER'S OWNING SUPPLIER (RESOLVED EARLIER FROM THE
      *    PARTS MASTER). A HIT MEANS THE SUPPLIER ALREADY
      *    BILLED THIS INVOICE NUMBER -- THIS RUN OR ANY EARLIER RUN
      *    ON THE REGISTER -- AND THE INVOICE MUST NOT BE VOUCHERED
      *    AGAIN.
           ELSE
              DISPLAY 'INVOICE REGISTER TABLE FULL -- VOUCHER NOT '
                      'REGISTERED'
              SET LOAD-TABLE-FULL TO TRUE
           END-IF.
      *
      *****************************************************************
      *    TABLE -- A SUPPLIER WITH NO TERMS ON FILE DEFAULTS TO NET
      *    30 WITH NO DISCOUNT. THE DUE DATE IS THE MATCH DATE PLUS
      *    NET DAYS AND THE DISCOUNT DATE IS THE MATCH DATE PLUS
      *    DISCOUNT DAYS (SPACES WHEN THE SUPPLIER OFFERS NONE). TERMS
      *    RUN IN CALENDAR DAYS AS THE SUPPLIER QUOTES THEM; A DUE OR
      *    DISCOUNT DATE THAT LANDS ON A WEEKEND OR BANK HOLIDAY IS
      *    ROLLED BACK TO THE PRIOR BANKING DAY SO A DISCOUNT IS NOT
      *    LOST.
      *
      *  CALLED BY:
      *    -  0770-WRITE-VOUCHER-REC
      *
      *  CALLS:
      *    -  0777-ROLL-TO-BANKING-DAY
      *****************************************************************
      *
       0775-APPLY-PAYMENT-TERMS.
                   WS-MATCH-DATE-INT + WS-TERMS-NET-DAYS.
           COMPUTE WS-TERMS-DATE-9 =
                   FUNCTION DATE-OF-INTEGER (WS-TERMS-DATE-INT).
           PERFORM 0777-ROLL-TO-BANKING-DAY.
           MOVE WS-TERMS-DATE-9 TO VO-DUE-DATE.
      *
           IF WS-TERMS-DISC-PCT > 0 AND WS-TERMS-DISC-DAYS > 0
                      WS-MATCH-DATE-INT + WS-TERMS-DISC-DAYS
              COMPUTE WS-TERMS-DATE-9 =
                      FUNCTION DATE-OF-INTEGER (WS-TERMS-DATE-INT)
              PERFORM 0777-ROLL-TO-BANKING-DAY
              MOVE WS-TERMS-DATE-9 TO VO-DISCOUNT-DATE
              COMPUTE VO-DISCOUNT-AMOUNT ROUNDED =
                      VO-AMOUNT * WS-TERMS-DISC-PCT / 100
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0777-ROLL-TO-BANKING-DAY PARAGRAPH ROLLS THE PAYMENT
      *    DATE IN WS-TERMS-DATE-9 BACK TO THE NEAREST BANKING DAY ON
      *    OR BEFORE IT THROUGH THE BUSDATE DATE SERVICE. THE DATE IS
      *    LEFT AS IT IS WHEN THE SERVICE CANNOT ROLL IT.
      *
      *  CALLED BY:
      *    -  0775-APPLY-PAYMENT-TERMS
      *
      *  CALLS:
      *    -  BUSDATE (BUSINESS-DAY DATE SERVICE)
      *****************************************************************
      *
       0777-ROLL-TO-BANKING-DAY.
           MOVE 'R' TO BD-FUNCTION.
           MOVE 'B' TO BD-DAY-TYPE.
           MOVE WS-TERMS-DATE-9 TO BD-FROM-DATE.
           CALL 'BUSDATE' USING BUSDATE-AREA.
      *
           IF BD-OK
              MOVE BD-RESULT-DATE TO WS-TERMS-DATE-9
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0780-WRITE-APEXC-DETAIL PARAGRAPH WRITES ONE MISMATCHED
      *    INVOICE TO THE AP MATCH EXCEPTION REPORT, WITH THE REASON
      *    ALREADY MOVED BY THE CALLING PARAGRAPH, AND CHECKS THE FILE
      *
      *  CALLS:
      *    -  0650-SEARCH-RECV-TABLE
      *    -  0680-APPLY-CHANGE-ORDERS
      *    -  0700-APPLY-RECEIPT
      *    -  0750-MATCH-INVOICE
      *    -  0900-WRITE-MASTER-REC
           MOVE OP-PART-NUMBER        TO NP-PART-NUMBER.
           MOVE OP-RECEIVED-QTY       TO NP-RECEIVED-QTY.
           MOVE OP-PO-TYPE            TO NP-PO-TYPE.
           MOVE OP-REVISION-NUMBER    TO NP-REVISION-NUMBER.
      *
           PERFORM 0680-APPLY-CHANGE-ORDERS.
           PERFORM 0700-APPLY-RECEIPT.
           PERFORM 0750-MATCH-INVOICE.
      *
           IF PO-CANCELLED
              ADD 1 TO WS-PO-CANCELLED-CTR
              PERFORM 0740-WRITE-CLOSED-PO
           ELSE
           IF NP-RECEIVED
              ADD 1 TO WS-RECEIVED-PO-CTR
              PERFORM 0740-WRITE-CLOSED-PO
              PERFORM 0900-WRITE-MASTER-REC
              PERFORM 0950-CHECK-AGING
              ADD 1 TO WS-CARRIED-PO-CTR
           END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0950-CHECK-AGING PARAGRAPH WRITES A DETAIL LINE TO THE
      *    PURCHASE ORDER AGING EXCEPTION REPORT WHEN THE OPEN PURCHASE
      *    ORDER'S DELIVERY-DATE HAS ALREADY PASSED. THE DAYS LATE ARE
      *    THE PLANT WORKING DAYS AFTER THE DELIVERY-DATE UP TO TODAY,
      *    COUNTED BY THE BUSDATE DATE SERVICE -- AN ORDER DUE ON A
      *    DAY THE PLANT WAS CLOSED IS NOT LATE UNTIL THE NEXT WORKING
      *    DAY HAS GONE BY. A DELIVERY-DATE THE SERVICE CANNOT COUNT
      *    FROM IS STILL LISTED, WITH ZERO DAYS LATE.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-NEW-PO
      *    -  0800-CARRY-FORWARD-PO
      *
      *  CALLS:
      *    -  BUSDATE (BUSINESS-DAY DATE SERVICE)
      *    -  0975-WRITE-RPT-DETAIL
      *****************************************************************
      *
              NEXT SENTENCE
           ELSE
              IF NP-DELIVERY-DATE < WS-TODAY-8
                 MOVE 'Y' TO AGING-LIST-SW
                 MOVE 0   TO WS-AGING-DAYS-LATE
                 IF NP-DELIVERY-DATE NUMERIC
                    MOVE 'C' TO BD-FUNCTION
                    MOVE 'P' TO BD-DAY-TYPE
                    MOVE NP-DELIVERY-DATE TO BD-FROM-DATE
                    MOVE WS-TODAY-8       TO BD-TO-DATE
                    CALL 'BUSDATE' USING BUSDATE-AREA
                    IF BD-OK OR BD-NO-CALENDAR
                       MOVE BD-RESULT-DAYS TO WS-AGING-DAYS-LATE
                       IF WS-AGING-DAYS-LATE NOT > 0
                          MOVE 'N' TO AGING-LIST-SW
                       END-IF
                    END-IF
                 END-IF
                 IF AGING-LISTED
                    ADD 1 TO WS-AGED-PO-CTR
                    PERFORM 0975-WRITE-RPT-DETAIL
                 END-IF
              END-IF
           END-IF.
      *
                   (NP-QUANTITY - NP-RECEIVED-QTY) *
                   NP-UNIT-PRICE * WS-EXCH-LOOKUP-RATE.
           MOVE WS-USD-VALUE          TO RPT-USD-VALUE.
           MOVE WS-AGING-DAYS-LATE    TO RPT-DAYS-LATE.
           IF NP-BLANKET-ORDER
              MOVE 'BLANKET OVERDUE'   TO RPT-STATUS-MSG
           ELSE
      *    WORK FILE, SO THE RECEIVED STOCK IS POSTED TO THE ON-HAND
      *    INVENTORY MASTER AFTER THE BACKLOG MATCH-MERGE COMPLETES.
      *
      *    EVERY POSTING IS ALSO WRITTEN TO THE RECEIPT VALUATION
      *    FEED FOR THE GENERAL LEDGER JOURNAL, EXCEPT CONSIGNED STOCK.
      *    CONSIGNED STOCK IS ON OUR SHELF BUT STILL THE SUPPLIER'S --
      *    IT GOES TO THE CONSIGNMENT STOCK MASTER INSTEAD, SO THE GL
      *    NEVER DEBITS INVENTORY FOR IT UNTIL IT IS ISSUED AND
      *    SELF-BILLED.
      *
      *  CALLED BY:
      *    -  1010-WRITE-LOCATION-POSTINGS
      *
      *  CALLS:
      *    -  1030-WRITE-RECEIPT-VALUE
      *    -  1040-POST-CONSIGNED-STOCK
      *****************************************************************
      *
       1000-WRITE-INV-POSTING.
           ELSE
              DISPLAY 'ERROR WRITING INVENTORY POSTING WORK FILE'
           END-IF.
      *
           IF PO-CONSIGNED
              PERFORM 1040-POST-CONSIGNED-STOCK
           ELSE
              PERFORM 1030-WRITE-RECEIPT-VALUE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
              MOVE 'N'    TO LEGACY-LOC-SW
              MOVE '01'   TO WS-LEGACY-LOCATION
              MOVE SPACES TO WS-LEGACY-LOT
              MOVE SPACES TO WS-LEGACY-ORIGIN
              PERFORM VARYING RECV-IDX FROM 1 BY 1
                 UNTIL RECV-IDX > WS-MAX-RECV-IDX
                 OR LEGACY-LOC-FOUND
                       TO WS-LEGACY-LOCATION
                    MOVE RECV-LOT-NUMBER-TBL (RECV-IDX)
                       TO WS-LEGACY-LOT
                    MOVE RECV-ORIGIN-TBL (RECV-IDX)
                       TO WS-LEGACY-ORIGIN
                 END-IF
              END-PERFORM
              MOVE NP-PART-NUMBER     TO PG-PART-NUMBER
              PERFORM 1000-WRITE-INV-POSTING
              IF WS-LEGACY-LOT NOT = SPACES
                 MOVE WS-LEGACY-LOT TO LT-LOT-NUMBER
                 MOVE WS-LEGACY-ORIGIN TO LT-ORIGIN-COUNTRY
                 PERFORM 1020-WRITE-LOT-POSTING
              END-IF
           ELSE
                    IF RECV-LOT-NUMBER-TBL (RECV-IDX) NOT = SPACES
                       MOVE RECV-LOT-NUMBER-TBL (RECV-IDX)
                          TO LT-LOT-NUMBER
                       MOVE RECV-ORIGIN-TBL (RECV-IDX)
                          TO LT-ORIGIN-COUNTRY
                       PERFORM 1020-WRITE-LOT-POSTING
                    END-IF
                 END-IF
      *  DESCRIPTION:
      *    THE 1020-WRITE-LOT-POSTING PARAGRAPH WRITES ONE LOT POSTING
      *    RECORD FOR AN ACCEPTED RECEIPT CARRYING A LOT NUMBER (THE
      *    LOT NUMBER AND ORIGIN ARE ALREADY IN THE LOT POSTING AREA
      *    AND THE POSTING QUANTITY AND LOCATION IN THE INVENTORY
      *    POSTING AREA), SO
      *    LOTUPDT.CBL CAN RECORD WHICH RECEIPTS, WHICH STOCK AND
      *    WHICH ORDERS CARRIED EACH SUPPLIER LOT.
      *
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1030-WRITE-RECEIPT-VALUE PARAGRAPH WRITES ONE RECEIPT
      *    VALUATION RECORD FOR THE INVENTORY POSTING JUST WRITTEN --
      *    THE QUANTITY PUT AWAY AT THE POSTING LOCATION, PRICED AT
      *    THE ORDER UNIT PRICE IN THE ORDER CURRENCY -- SO THE
      *    GENERAL LEDGER JOURNAL CAN DEBIT INVENTORY AND CREDIT
      *    RECEIVED-NOT-INVOICED FOR EXACTLY WHAT WENT ON THE SHELF.
      *
      *  CALLED BY:
      *    -  1000-WRITE-INV-POSTING
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1030-WRITE-RECEIPT-VALUE.
           MOVE NP-PO-NUMBER          TO RX-PO-NUMBER.
           MOVE PG-PART-NUMBER        TO RX-PART-NUMBER.
           MOVE PG-LOCATION-CODE      TO RX-LOCATION-CODE.
           MOVE WS-LOOKUP-SUPPLIER    TO RX-SUPPLIER-CODE.
           MOVE PG-QUANTITY           TO RX-RECEIVED-QTY.
           MOVE NP-UNIT-PRICE         TO RX-UNIT-PRICE.
           MOVE NP-CURRENCY-CODE      TO RX-CURRENCY-CODE.
           MOVE WS-TODAY-8            TO RX-RECEIPT-DATE.
      *
           WRITE RCPTVAL-REC FROM WS-RCPT-VALUE-REC.
           IF RXCODE = '00'
              ADD 1 TO WS-RCPT-VALUES-WRTN
           ELSE
              DISPLAY 'ERROR WRITING RECEIPT VALUATION FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1040-POST-CONSIGNED-STOCK PARAGRAPH ADDS THE INVENTORY
      *    POSTING JUST WRITTEN TO THE SUPPLIER-OWNED QUANTITY ON THE
      *    CONSIGNMENT STOCK TABLE, UNDER THE PART, THE POSTING
      *    LOCATION AND THE OWNING SUPPLIER. THE FIRST CONSIGNED
      *    RECEIPT AT A LOCATION APPENDS A NEW ROW; A FULL TABLE ENDS
      *    THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  1000-WRITE-INV-POSTING
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1040-POST-CONSIGNED-STOCK.
           MOVE 'N' TO CMST-FOUND-SW.
      *
           PERFORM VARYING CMST-IDX FROM 1 BY 1
              UNTIL CMST-IDX > WS-CMST-LOADED-CTR OR CMST-FOUND
              IF PG-PART-NUMBER = CMST-PART-NUMBER-TBL (CMST-IDX)
                 AND PG-LOCATION-CODE = CMST-LOCATION-TBL (CMST-IDX)
                 AND WS-LOOKUP-SUPPLIER = CMST-SUPPLIER-TBL (CMST-IDX)
                 MOVE 'Y' TO CMST-FOUND-SW
                 ADD PG-QUANTITY TO CMST-QTY-TBL (CMST-IDX)
                 MOVE WS-TODAY-8 TO CMST-RECEIPT-DATE-TBL (CMST-IDX)
              END-IF
           END-PERFORM.
      *
           IF CMST-FOUND
              ADD 1 TO WS-CONSIGNED-POST-CTR
           ELSE
           IF WS-CMST-LOADED-CTR < WS-MAX-CMST-IDX
              ADD 1 TO WS-CMST-LOADED-CTR
              SET CMST-IDX TO WS-CMST-LOADED-CTR
              MOVE PG-PART-NUMBER     TO CMST-PART-NUMBER-TBL (CMST-IDX)
              MOVE PG-LOCATION-CODE   TO CMST-LOCATION-TBL (CMST-IDX)
              MOVE WS-LOOKUP-SUPPLIER TO CMST-SUPPLIER-TBL (CMST-IDX)
              MOVE PG-QUANTITY        TO CMST-QTY-TBL (CMST-IDX)
              MOVE WS-TODAY-8
                 TO CMST-RECEIPT-DATE-TBL (CMST-IDX)
              ADD 1 TO WS-CONSIGNED-POST-CTR
           ELSE
              DISPLAY 'CONSIGNMENT STOCK TABLE FULL -- RUN ENDS '
                      'WITH RETURN CODE 16'
              SET CONS-TABLE-FULL TO TRUE
           END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1100-SORT-INV-POSTINGS PARAGRAPH CLOSES THE INVENTORY
      *    POSTING WORK FILE WRITTEN DURING THE BACKLOG MATCH-MERGE AND
      *    SORTS IT INTO ASCENDING PART-NUMBER SEQUENCE, GIVING THE
           MOVE OI-INV-KEY            TO NI-INV-KEY.
           COMPUTE NI-QTY-ON-HAND = OI-QTY-ON-HAND + GP-QUANTITY.
           MOVE WS-TODAY-8            TO NI-LAST-RECEIPT-DATE.
           MOVE OI-QTY-HELD           TO NI-QTY-HELD.
      *
           PERFORM 1800-WRITE-INV-MASTER-REC.
           ADD 1 TO WS-INV-UPDATED-CTR.
           MOVE OI-INV-KEY            TO NI-INV-KEY.
           MOVE OI-QTY-ON-HAND        TO NI-QTY-ON-HAND.
           MOVE OI-LAST-RECEIPT-DATE  TO NI-LAST-RECEIPT-DATE.
           MOVE OI-QTY-HELD           TO NI-QTY-HELD.
      *
           PERFORM 1800-WRITE-INV-MASTER-REC.
           ADD 1 TO WS-INV-CARRIED-CTR.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2540-REPORT-UNUSED-CHANGES PARAGRAPH RUNS AFTER THE
      *    BACKLOG MATCH-MERGE FINISHES AND LISTS EVERY CHANGE ORDER
      *    THAT NEVER FOUND ITS PURCHASE ORDER ON THE OPEN BACKLOG --
      *    A MIS-KEYED PO-NUMBER, OR AN ORDER THAT HAS ALREADY CLOSED
      *    -- ON THE CHANGE REGISTER AS REJECTED.
      *
      *  CALLED BY:
      *    -  0000-HOUSEKEEPING
      *
      *  CALLS:
      *    -  0695-WRITE-CHANGE-LINE
      *****************************************************************
      *
       2540-REPORT-UNUSED-CHANGES.
           PERFORM VARYING CHG-IDX FROM 1 BY 1
              UNTIL CHG-IDX > WS-CHG-LOADED-CTR
              IF NOT CHG-USED (CHG-IDX)
                 MOVE 'Y' TO CHG-USED-SW (CHG-IDX)
                 MOVE CHG-PO-NUMBER-TBL (CHG-IDX) TO CR-PO-NUMBER
                 MOVE 0      TO CR-REVISION
                 IF CHG-CANCEL-TBL (CHG-IDX)
                    MOVE 'CANCEL' TO CR-ACTION
                 ELSE
                    MOVE 'CHANGE' TO CR-ACTION
                 END-IF
                 MOVE 0      TO CR-OLD-QTY
                 MOVE 0      TO CR-OLD-PRICE
                 MOVE SPACES TO CR-OLD-DELIV
                 MOVE CHG-NEW-QTY-TBL (CHG-IDX)   TO CR-NEW-QTY
                 MOVE CHG-NEW-PRICE-TBL (CHG-IDX) TO CR-NEW-PRICE
                 MOVE CHG-NEW-DELIV-TBL (CHG-IDX) TO CR-NEW-DELIV
                 MOVE CHG-REASON-TBL (CHG-IDX)    TO CR-REASON
                 MOVE 'PO NOT ON OPEN BACKLOG'    TO WS-CHG-RESULT-MSG
                 ADD 1 TO WS-CHG-REJECTED-CTR
                 PERFORM 0695-WRITE-CHANGE-LINE
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2550-REPORT-ORPHAN-INVOICES PARAGRAPH SCANS THE SUPPLIER
      *    INVOICE TABLE AFTER THE BACKLOG MATCH-MERGE AND WRITES AN
      *    EXCEPTION LINE FOR EVERY INVOICE STILL UNUSED -- AN INVOICE
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2560-RESOLVE-ORPHAN-PART PARAGRAPH TRIES TO RESOLVE ONE
      *    ORPHAN INVOICE BY READING THE SUPPLIER PART-NUMBER
      *    CROSS-REFERENCE ON ITS SUPPLIER PART-NUMBER KEY. AN INVOICE
      *    LINE CARRYING A SUPPLIER PART NUMBER KNOWN TO THE
      *    CROSS-REFERENCE STILL LANDS ON THE RIGHT PART -- THE PART IS
      *    NAMED ON THE JOB LOG AND THE EXCEPTION REASON SAYS SO,
      *    INSTEAD OF THE LINE GOING OUT AS A MYSTERY INVOICE.
      *
      *  CALLED BY:
      *    -  2550-REPORT-ORPHAN-INVOICES
           IF INVC-SUPP-PART-TBL (INVC-IDX) = SPACES
              NEXT SENTENCE
           ELSE
              MOVE INVC-SUPP-PART-TBL (INVC-IDX)
                 TO SUPPXREF-SUPP-PART-KEY
              READ SUPPXREF INTO WS-XREF-REC
                 KEY IS SUPPXREF-SUPP-PART-KEY
                 INVALID KEY
                    MOVE 'N' TO XREF-FOUND-SW
                 NOT INVALID KEY
                    MOVE 'Y' TO XREF-FOUND-SW
                    MOVE XF-PART-NUMBER TO WS-XREF-PART-FOUND
              END-READ
              IF XFCODE = '00' OR '02' OR '23'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR READING PART CROSS-REFERENCE FILE.'
              END-IF
           END-IF.
      *
           IF XREF-FOUND
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2590-WRITE-NEW-CONS-MASTER PARAGRAPH WRITES THE WHOLE
      *    CONSIGNMENT STOCK TABLE -- THE OLD MASTER PLUS EVERY
      *    CONSIGNED PUTAWAY THIS RUN -- TO THE NEW CONSIGNMENT STOCK
      *    MASTER. A ROW THE ISSUES HAVE RUN DOWN TO ZERO IS STILL
      *    WRITTEN, SO THE SUPPLIER STATEMENT KEEPS SHOWING THE PART.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2590-WRITE-NEW-CONS-MASTER.
           PERFORM VARYING CMST-IDX FROM 1 BY 1
              UNTIL CMST-IDX > WS-CMST-LOADED-CTR
              MOVE CMST-PART-NUMBER-TBL (CMST-IDX) TO CM-PART-NUMBER
              MOVE CMST-LOCATION-TBL (CMST-IDX)    TO CM-LOCATION-CODE
              MOVE CMST-SUPPLIER-TBL (CMST-IDX)    TO CM-SUPPLIER-CODE
              MOVE CMST-QTY-TBL (CMST-IDX)         TO CM-CONSIGNED-QTY
              MOVE CMST-RECEIPT-DATE-TBL (CMST-IDX)
                 TO CM-LAST-RECEIPT-DATE
              WRITE CONSMNEW-REC FROM CONSMAST-REC-WS
              IF CNCODE = '00'
                 ADD 1 TO WS-CONS-MAST-WRTN
              ELSE
                 DISPLAY 'ERROR WRITING NEW CONSIGNMENT STOCK MASTER'
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2600-CLOSE-FILES PARAGRAPH CLOSES ALL FILES AND DISPLAYS
      *    RUN CONTROL TOTALS.
      *
                 RTVOUT
                 DEBITMEM
                 LOTPOST
                 RCPTVAL
                 COSTIN
                 LANDCOST
                 INVCIN
                 APEXCRPT
                 INVPSRT
                 INVMAST
                 INVNEW
                 CHGIN
                 BUYERTBL
                 BUYRSPND
                 EDIPO
                 POCHGRPT
                 OPERLOG
                 CONSIGN
                 CONSMAST
                 CONSMNEW
                 HAZMAST.
      *
           DISPLAY 'RECEIPT CONFIRMATIONS READ:  ' WS-RECV-TRANS-READ.
           DISPLAY 'PURCHASE ORDERS READ:        ' WS-PO-TRANS-READ.
           DISPLAY 'NEW REGISTER ENTRIES WRITTEN:'
                   WS-NEW-REGISTER-WRTN.
           DISPLAY 'GOVT RECEIPTS WITHOUT LOTS:  ' WS-GOVT-NO-LOT-CTR.
           DISPLAY 'HAZMAT RECEIPTS BAD LOCATION:' WS-HAZ-BAD-LOC-CTR.
           DISPLAY 'LOT POSTINGS WRITTEN:        '
                   WS-LOT-POSTINGS-WRTN.
           DISPLAY 'LANDED COST TRANS READ:      ' WS-COSTS-READ-CTR.
           DISPLAY 'LANDED COST EXTRACTS WRTN:   '
                   WS-LANDED-WRTN-CTR.
           DISPLAY 'INVENTORY POSTINGS WRITTEN:  ' WS-INV-POSTINGS-WRTN.
           DISPLAY 'RECEIPT VALUES WRITTEN:      ' WS-RCPT-VALUES-WRTN.
           DISPLAY 'CONSIGNED POSTINGS:          '
                   WS-CONSIGNED-POST-CTR.
           DISPLAY 'CONSIGNED INVOICES RETURNED: '
                   WS-CONSIGNED-INVC-CTR.
           DISPLAY 'OLD CONSIGNMENT ROWS READ:   ' WS-CONS-MAST-READ.
           DISPLAY 'NEW CONSIGNMENT ROWS WRTN:   ' WS-CONS-MAST-WRTN.
           DISPLAY 'OLD INVENTORY RECORDS READ:  ' WS-INV-MASTER-READ.
           DISPLAY 'INVENTORY PARTS ADDED:       ' WS-INV-NEW-PART-CTR.
           DISPLAY 'INVENTORY PARTS UPDATED:     ' WS-INV-UPDATED-CTR.
           DISPLAY 'INVENTORY PARTS CARRIED:     ' WS-INV-CARRIED-CTR.
           DISPLAY 'NEW INVENTORY RECS WRITTEN:  ' WS-INV-MASTER-WRTN.
           DISPLAY 'CHANGE ORDERS READ:          ' WS-CHG-TRANS-READ.
           DISPLAY 'CHANGE ORDERS APPLIED:       ' WS-CHG-APPLIED-CTR.
           DISPLAY 'CHANGE ORDERS REJECTED:      ' WS-CHG-REJECTED-CTR.
           DISPLAY 'PURCHASE ORDERS CANCELLED:   ' WS-PO-CANCELLED-CTR.
           DISPLAY 'EDI 860 CHANGES WRITTEN:     ' WS-EDI-860-WRTN.
           DISPLAY 'OPERATOR ACTIVITY LOGGED:    '
                   WS-OPERLOG-WRTN-CTR.
      *
      *****************************************************************
      *  A RUN REFUSED BY THE GENERATION CHECK PROCESSED NOTHING AND
                 IF RCCODE NOT = '00'
                    DISPLAY 'ERROR WRITING RUN CONTROL FILE'
                 END-IF
                 MOVE 'APVOUCH '            TO RC-FILE-NAME
                 MOVE 'O'                   TO RC-IN-OUT
                 MOVE WS-VOUCHERS-WRTN      TO RC-COUNT
                 WRITE RUNCTL-REC FROM WS-RUNCTL-REC
                 IF RCCODE NOT = '00'
                    DISPLAY 'ERROR WRITING RUN CONTROL FILE'
                 END-IF
                 MOVE 'DEBITMEM'            TO RC-FILE-NAME
                 MOVE WS-DEBIT-MEMOS-WRTN   TO RC-COUNT
                 WRITE RUNCTL-REC FROM WS-RUNCTL-REC
                 IF RCCODE NOT = '00'
                    DISPLAY 'ERROR WRITING RUN CONTROL FILE'
                 END-IF
                 MOVE 'RCPTVAL '            TO RC-FILE-NAME
                 MOVE WS-RCPT-VALUES-WRTN   TO RC-COUNT
                 WRITE RUNCTL-REC FROM WS-RUNCTL-REC
                 IF RCCODE NOT = '00'
                    DISPLAY 'ERROR WRITING RUN CONTROL FILE'
                 END-IF
                 CLOSE RUNCTL
              ELSE
                 DISPLAY 'ERROR OPENING RUN CONTROL FILE'
