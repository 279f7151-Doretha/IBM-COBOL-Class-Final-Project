       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDPOST.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM POSTS QUALITY HOLD TRANSACTIONS. WHEN QUALITY
      *    OR A SUPPLIER RECALL PUTS A BATCH ON HOLD, LOTTRACE.CBL
      *    SAYS WHERE THE LOT IS, BUT UNTIL NOW NOTHING STOPPED THE
      *    STOCKROOM ISSUING IT. EACH TRANSACTION NAMES A PART-NUMBER,
      *    LOCATION AND (OPTIONALLY) A LOT:
      *      'H' - HOLD. A LOTTED HOLD QUARANTINES EVERYTHING STILL
      *            REMAINING IN THE LOT AND MARKS THE LOT HELD ON THE
      *            LOT MASTER. AN UNLOTTED HOLD QUARANTINES THE KEYED
      *            QUANTITY OF THE PART AT THE LOCATION.
      *      'R' - RELEASE. THE OPEN HOLD IS LIFTED AND THE STOCK
      *            BECOMES ISSUABLE AGAIN.
      *      'V' - RETURN TO VENDOR. THE OPEN HOLD IS CLOSED AND THE
      *            HELD STOCK GOES BACK TO THE SUPPLIER -- A RETURN
      *            ISSUE (REASON 'V') IS WRITTEN FOR INVISSUE.CBL TO
      *            TAKE IT OFF THE BOOKS AND A RETURN-TO-VENDOR
      *            DOCUMENT IS WRITTEN FOR RTVAGE.CBL TO AGE UNTIL THE
      *            VENDOR CREDITS US. A RETURNED LOT IS DRAWN DOWN TO
      *            ZERO HERE, SO LOTUPDT.CBL DOES NOT CONSUME IT AGAIN.
      *    THE HELD QUANTITY IS CARRIED ON THE ON-HAND INVENTORY
      *    MASTER PER PART/LOCATION, SO INVISSUE.CBL CAN REFUSE TO
      *    ISSUE IT AND REPLRPT.CBL CAN LEAVE IT OUT OF COVERAGE.
      *
      *    THE TRANSACTIONS ARE SORTED INTO PART/LOCATION/LOT
      *    SEQUENCE AND LOADED TO A TABLE. EACH ONE IS FIRST RESOLVED
      *    AGAINST THE OPEN-HOLDS MASTER (A RELEASE OR RETURN NEEDS AN
      *    OPEN HOLD; A LOT CANNOT BE HELD TWICE), THEN THE LOT MASTER
      *    AND THE INVENTORY MASTER ARE EACH PASSED ONCE OLD-MASTER TO
      *    NEW-MASTER, APPLYING THE ACCEPTED TRANSACTIONS. THE NEW
      *    OPEN-HOLDS MASTER IS THEN WRITTEN AND EVERY HOLD STILL OPEN
      *    IS AGED ON THE HELD-STOCK REPORT AGAINST TODAY'S DATE UNTIL
      *    IT IS RELEASED OR RETURNED.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.HOLDPOST.HOLDS - QUALITY HOLD TRANSACTIONS, ONE
      *                               HOLD, RELEASE OR RETURN PER
      *                               RECORD
      *      INTERNAL FILE NAME:      HOLDIN
      *      JCL DD NAME:             HOLDIN
      *
      *
      *      RTPOT44.HOLDPOST.HOLDMAST.OLD - PRIOR RUN OPEN-HOLDS
      *                                      MASTER (OLD MASTER)
      *      INTERNAL FILE NAME:             HOLDMAST
      *      JCL DD NAME:                    HOLDMAST
      *
      *
      *      RTPOT44.LOTUPDT.LOTMAST.OLD - PRIOR RUN LOT MASTER (OLD
      *                                    MASTER FOR THIS STEP)
      *      INTERNAL FILE NAME:           LOTMAST
      *      JCL DD NAME:                  LOTMAST
      *
      *
      *      RTPOT44.PORECV.INVMAST.NEW - ON-HAND INVENTORY MASTER
      *                                   WRITTEN BY PORECV.CBL (OLD
      *                                   MASTER FOR THIS STEP)
      *      INTERNAL FILE NAME:          INVMAST
      *      JCL DD NAME:                 INVMAST
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.HOLDPOST.HOLDMAST.NEW - UPDATED OPEN-HOLDS MASTER
      *                                      (NEW MASTER)
      *      INTERNAL FILE NAME:             HOLDMNEW
      *      JCL DD NAME:                    HOLDMNEW
      *
      *
      *      RTPOT44.HOLDPOST.LOTMAST.NEW - LOT MASTER WITH HOLD
      *                                     STATUS APPLIED, READ BY
      *                                     LOTUPDT.CBL
      *      INTERNAL FILE NAME:            LOTMNEW
      *      JCL DD NAME:                   LOTMNEW
      *
      *
      *      RTPOT44.HOLDPOST.INVMAST.NEW - ON-HAND INVENTORY MASTER
      *                                     WITH HELD QUANTITIES
      *                                     APPLIED, READ BY
      *                                     INVISSUE.CBL
      *      INTERNAL FILE NAME:            INVNEW
      *      JCL DD NAME:                   INVNEW
      *
      *
      *      RTPOT44.HOLDPOST.ISSUES - RETURN ISSUES FOR HELD STOCK
      *                                SENT BACK TO THE VENDOR, SAME
      *                                LAYOUT AS THE ISSUE FILE,
      *                                CONCATENATED ON INVISSUE'S
      *                                ISSUEIN DD
      *      INTERNAL FILE NAME:       HOLDISS
      *      JCL DD NAME:              HOLDISS
      *
      *
      *      RTPOT44.HOLDPOST.RTVOUT - RETURN-TO-VENDOR DOCUMENTS FOR
      *                                RETURNED HELD STOCK, SAME
      *                                LAYOUT AS PORECV'S RTVOUT,
      *                                CONCATENATED ON RTVAGE'S
      *                                RTVOUT DD
      *      INTERNAL FILE NAME:       HOLDRTV
      *      JCL DD NAME:              HOLDRTV
      *
      *
      *      RTPOT44.HOLDPOST.HELD.RPT - HELD-STOCK REPORT -- THE
      *                                  RUN'S HOLD TRANSACTIONS AND
      *                                  EVERY OPEN HOLD AGED
      *      INTERNAL FILE NAME:         HOLDRPT
      *      JCL DD NAME:                HOLDRPT
      *
      *
      *    WORK FILES:
      *      HOLDSRT - SORT WORK FILE HOLDING THE HOLD TRANSACTIONS
      *                SORTED ASCENDING BY PART-NUMBER, LOCATION AND
      *                LOT NUMBER
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(HOLDPOST)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A LOT PARTLY TRANSFERRED IS NOW SPLIT ON THE
      *                   LOT MASTER INTO ONE RECORD PER LOCATION, SO
      *                   0450-APPLY-HOLDS-TO-LOT APPLIES A LOTTED
      *                   TRANSACTION ONLY TO THE LOT'S RECORD AT THE
      *                   TRANSACTION'S LOCATION. A HOLD FINDING THE LOT
      *                   ONLY AT OTHER LOCATIONS IS STILL REJECTED AS
      *                   LOT NOT AT THAT LOCATION.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL HOLD TRANSACTION OR OPEN-HOLD TABLE NOW
      *                   ENDS THE RUN WITH RETURN-CODE 16.
      *
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
      *     DESCRIPTION:  RETURN ISSUES GREW 41 TO 49 BYTES AND ARE
      *                   STAMPED WITH OPERATOR ID HOLDPOST
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDIN ASSIGN TO HOLDIN
              FILE STATUS IS HICODE.
      *
           SELECT HOLD-SORT-FILE ASSIGN TO HOLDWORK.
      *
           SELECT HOLDSRT ASSIGN TO HOLDSRT
              FILE STATUS IS HSCODE.
      *
           SELECT HOLDMAST ASSIGN TO HOLDMAST
              FILE STATUS IS HMCODE.
      *
           SELECT HOLDMNEW ASSIGN TO HOLDMNEW
              FILE STATUS IS HNCODE.
      *
           SELECT LOTMAST ASSIGN TO LOTMAST
              FILE STATUS IS LMCODE.
      *
           SELECT LOTMNEW ASSIGN TO LOTMNEW
              FILE STATUS IS LNCODE.
      *
           SELECT INVMAST ASSIGN TO INVMAST
              FILE STATUS IS IMCODE.
      *
           SELECT INVNEW ASSIGN TO INVNEW
              FILE STATUS IS INCODE.
      *
           SELECT HOLDISS ASSIGN TO HOLDISS
              FILE STATUS IS HUCODE.
      *
           SELECT HOLDRTV ASSIGN TO HOLDRTV
              FILE STATUS IS HVCODE.
      *
           SELECT HOLDRPT ASSIGN TO HOLDRPT
              FILE STATUS IS HPCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  HOLDIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDIN-REC.
      *
       01 HOLDIN-REC PIC X(70).
      *
       SD  HOLD-SORT-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS HOLD-SORT-REC.
      *
       01 HOLD-SORT-REC.
          05 FILLER                  PIC X(01).
          05 HS-PART-NUMBER          PIC X(23).
          05 HS-LOCATION-CODE        PIC X(02).
          05 HS-LOT-NUMBER           PIC X(10).
          05 FILLER                  PIC X(34).
      *
       FD  HOLDSRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDSRT-REC.
      *
       01 HOLDSRT-REC PIC X(70).
      *
       FD  HOLDMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDMAST-REC.
      *
       01 HOLDMAST-REC PIC X(70).
      *
       FD  HOLDMNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDMNEW-REC.
      *
       01 HOLDMNEW-REC PIC X(70).
      *
       FD  LOTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 79 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTMAST-REC.
      *
       01 LOTMAST-REC PIC X(79).
      *
       FD  LOTMNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 79 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTMNEW-REC.
      *
       01 LOTMNEW-REC PIC X(79).
      *
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
       FD  HOLDISS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDISS-REC.
      *
       01 HOLDISS-REC PIC X(49).
      *
       FD  HOLDRTV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDRTV-REC.
      *
       01 HOLDRTV-REC PIC X(60).
      *
       FD  HOLDRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDRPT-REC.
      *
       01 HOLDRPT-REC PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE HOLD TRANSACTION READ FROM THE
      *  SORTED TRANSACTION FILE. THE QUANTITY IS ONLY USED BY AN
      *  UNLOTTED HOLD -- A LOTTED HOLD TAKES THE WHOLE LOT AND A
      *  RELEASE OR RETURN CLOSES THE WHOLE OPEN HOLD. THE SUPPLIER
      *  AND PO-NUMBER ARE ONLY USED BY A RETURN; A LOTTED RETURN
      *  WITH NO SUPPLIER KEYED TAKES THE LOT'S SUPPLIER.
      *****************************************************************
      *
       01 WS-HOLD-TRANS-REC.
          05 HT-ACTION-CODE          PIC X(01) VALUE SPACES.
             88 HT-VALID-ACTION      VALUE 'H', 'R', 'V'.
          05 HT-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 HT-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 HT-LOT-NUMBER           PIC X(10) VALUE SPACES.
          05 HT-HOLD-QTY             PIC 9(07) VALUE 0.
          05 HT-REASON-CODE          PIC X(02) VALUE SPACES.
          05 HT-TRANS-DATE           PIC X(08) VALUE SPACES.
          05 HT-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 HT-PO-NUMBER            PIC X(06) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
      *****************************************************************
      *  THE RUN'S HOLD TRANSACTIONS, LOADED IN PART/LOCATION/LOT
      *  SEQUENCE. HTT-STATUS-TBL IS 'P' WHILE A TRANSACTION STILL
      *  WAITS ON THE LOT OR INVENTORY PASS, 'A' ONCE ACCEPTED AND
      *  'X' WHEN REJECTED. HTT-APPLIED-QTY-TBL IS THE QUANTITY THE
      *  HOLD PUT ON (OR TOOK OFF) THE INVENTORY MASTER, AND
      *  HTT-RETURN-QTY-TBL THE QUANTITY A RETURN SENDS BACK.
      *****************************************************************
      *
       01 HOLD-TRANS-TBL.
          05 HOLD-TRANS-ENTRY-TBL
            OCCURS 500 TIMES INDEXED BY HTT-IDX, HTT-IDX2.
            10 HTT-ACTION-TBL       PIC X(01) VALUE SPACES.
            10 HTT-KEY-TBL.
               15 HTT-PART-TBL      PIC X(23) VALUE SPACES.
               15 HTT-LOCATION-TBL  PIC X(02) VALUE SPACES.
               15 HTT-LOT-TBL       PIC X(10) VALUE SPACES.
            10 HTT-QTY-TBL          PIC S9(9) VALUE 0.
            10 HTT-REASON-TBL       PIC X(02) VALUE SPACES.
            10 HTT-DATE-TBL         PIC X(08) VALUE SPACES.
            10 HTT-SUPPLIER-TBL     PIC X(10) VALUE SPACES.
            10 HTT-PO-NUMBER-TBL    PIC X(06) VALUE SPACES.
            10 HTT-STATUS-TBL       PIC X(01) VALUE SPACES.
            10 HTT-APPLIED-QTY-TBL  PIC S9(9) VALUE 0.
            10 HTT-RETURN-QTY-TBL   PIC S9(9) VALUE 0.
            10 HTT-HOLD-DATE-TBL    PIC X(08) VALUE SPACES.
            10 HTT-INV-FOUND-TBL    PIC X(01) VALUE 'N'.
            10 HTT-MESSAGE-TBL      PIC X(30) VALUE SPACES.
      *
       01 WS-HOLD-TRANS-VARS.
          05 WS-MAX-HTT-IDX          PIC 9(03) VALUE 500.
          05 WS-HTT-LOADED-CTR       PIC 9(03) VALUE 0.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE OLD AND NEW OPEN-HOLDS MASTER
      *  RECORDS -- ONE RECORD PER PART/LOCATION/LOT STILL ON HOLD.
      *  AN UNLOTTED HOLD CARRIES A BLANK LOT NUMBER.
      *****************************************************************
      *
       01 WS-HOLD-OLD-REC.
          05 OH-KEY.
             10 OH-PART-NUMBER       PIC X(23) VALUE SPACES.
             10 OH-LOCATION-CODE     PIC X(02) VALUE SPACES.
             10 OH-LOT-NUMBER        PIC X(10) VALUE SPACES.
          05 OH-HELD-QTY             PIC 9(07) VALUE 0.
          05 OH-REASON-CODE          PIC X(02) VALUE SPACES.
          05 OH-HOLD-DATE            PIC X(08) VALUE SPACES.
          05 OH-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE SPACES.
      *
       01 WS-HOLD-NEW-REC.
          05 NH-KEY.
             10 NH-PART-NUMBER       PIC X(23) VALUE SPACES.
             10 NH-LOCATION-CODE     PIC X(02) VALUE SPACES.
             10 NH-LOT-NUMBER        PIC X(10) VALUE SPACES.
          05 NH-HELD-QTY             PIC 9(07) VALUE 0.
          05 NH-REASON-CODE          PIC X(02) VALUE SPACES.
          05 NH-HOLD-DATE            PIC X(08) VALUE SPACES.
          05 NH-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  THE OLD OPEN-HOLDS MASTER IS LOADED TO A TABLE IN KEY ORDER.
      *  A RELEASE OR RETURN MARKS ITS ENTRY CLOSED; THE ENTRIES LEFT
      *  OPEN ARE MERGED WITH THE RUN'S NEW HOLDS TO WRITE THE NEW
      *  MASTER.
      *****************************************************************
      *
       01 OPEN-HOLD-TBL.
          05 OPEN-HOLD-ENTRY-TBL
            OCCURS 1000 TIMES INDEXED BY OHT-IDX.
            10 OHT-KEY-TBL.
               15 OHT-PART-TBL      PIC X(23) VALUE SPACES.
               15 OHT-LOCATION-TBL  PIC X(02) VALUE SPACES.
               15 OHT-LOT-TBL       PIC X(10) VALUE SPACES.
            10 OHT-QTY-TBL          PIC S9(9) VALUE 0.
            10 OHT-REASON-TBL       PIC X(02) VALUE SPACES.
            10 OHT-HOLD-DATE-TBL    PIC X(08) VALUE SPACES.
            10 OHT-SUPPLIER-TBL     PIC X(10) VALUE SPACES.
            10 OHT-CLOSED-TBL       PIC X(01) VALUE 'N'.
      *
       01 WS-OPEN-HOLD-VARS.
          05 WS-MAX-OHT-IDX          PIC 9(04) VALUE 1000.
          05 WS-OHT-LOADED-CTR       PIC 9(04) VALUE 0.
          05 OHT-FOUND-SW            PIC X(01) VALUE 'N'.
             88 OHT-FOUND            VALUE 'Y'.
          05 HTT-DUP-SW              PIC X(01) VALUE 'N'.
             88 HTT-DUPLICATE        VALUE 'Y'.
      *
      *****************************************************************
      *  MERGE AREA FOR WRITING THE NEW OPEN-HOLDS MASTER. WS-OH-KEY
      *  IS THE NEXT HOLD STILL OPEN FROM THE OLD MASTER TABLE AND
      *  WS-NH-KEY THE NEXT NEW HOLD FROM THE TRANSACTION TABLE;
      *  EACH GOES TO HIGH-VALUES WHEN ITS SIDE IS EXHAUSTED. THE
      *  CANDIDATE TAKEN FROM EITHER SIDE IS FOLDED INTO THE PENDING
      *  NEW MASTER RECORD WHEN THE KEYS AGREE (A SECOND UNLOTTED
      *  HOLD ON THE SAME PART/LOCATION), OTHERWISE THE PENDING
      *  RECORD IS WRITTEN FIRST.
      *****************************************************************
      *
       01 WS-HOLD-MERGE-VARS.
          05 WS-OH-KEY               PIC X(35) VALUE SPACES.
          05 WS-NH-KEY               PIC X(35) VALUE SPACES.
          05 WS-OH-NEXT              PIC 9(04) VALUE 0.
          05 WS-OH-CUR               PIC 9(04) VALUE 0.
          05 WS-NH-NEXT              PIC 9(04) VALUE 0.
          05 WS-NH-CUR               PIC 9(04) VALUE 0.
          05 HOLD-PENDING-SW         PIC X(01) VALUE 'N'.
             88 HOLD-PENDING         VALUE 'Y'.
      *
       01 WS-HOLD-CAND-REC.
          05 HC-KEY                  PIC X(35) VALUE SPACES.
          05 HC-HELD-QTY             PIC S9(9) VALUE 0.
          05 HC-REASON-CODE          PIC X(02) VALUE SPACES.
          05 HC-HOLD-DATE            PIC X(08) VALUE SPACES.
          05 HC-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE OLD AND NEW LOT MASTER RECORDS. SAME
      *  LAYOUT AS THE RECORD WRITTEN BY LOTUPDT.CBL.
      *****************************************************************
      *
       01 WS-LOT-OLD-REC.
          05 OL-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 OL-LOT-NUMBER          PIC X(10) VALUE SPACES.
          05 OL-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 OL-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 OL-RECEIPT-DATE        PIC X(08) VALUE SPACES.
          05 OL-RECEIVED-QTY        PIC 9(07) VALUE 0.
          05 OL-REMAINING-QTY       PIC S9(7) VALUE 0.
          05 OL-HOLD-STATUS         PIC X(01) VALUE SPACES.
             88 OL-LOT-ON-HOLD      VALUE 'H'.
          05 OL-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 OL-ORIGIN-COUNTRY      PIC X(03) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE OLD AND NEW ON-HAND INVENTORY MASTER
      *  RECORDS. SAME LAYOUT AS THE RECORD WRITTEN BY PORECV.CBL.
      *****************************************************************
      *
       01 WS-INV-OLD-REC.
          05 OI-INV-KEY.
             10 OI-PART-NUMBER       PIC X(23) VALUE SPACES.
             10 OI-LOCATION-CODE     PIC X(02) VALUE SPACES.
          05 OI-QTY-ON-HAND          PIC S9(7) VALUE 0.
          05 OI-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
          05 OI-QTY-HELD             PIC S9(7) VALUE 0.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
       01 WS-INV-NEW-REC.
          05 NI-INV-KEY.
             10 NI-PART-NUMBER       PIC X(23) VALUE SPACES.
             10 NI-LOCATION-CODE     PIC X(02) VALUE SPACES.
          05 NI-QTY-ON-HAND          PIC S9(7) VALUE 0.
          05 NI-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
          05 NI-QTY-HELD             PIC S9(7) VALUE 0.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
       01 WS-INV-HOLD-VARS.
          05 WS-NEW-HELD-QTY         PIC S9(9) VALUE 0.
          05 WS-UNHELD-QTY           PIC S9(9) VALUE 0.
      *
      *****************************************************************
      *  THE RETURN ISSUE AND RETURN-TO-VENDOR DOCUMENT WRITTEN FOR
      *  HELD STOCK SENT BACK TO THE SUPPLIER. SAME LAYOUTS AS THE
      *  ISSUE TRANSACTION READ BY INVISSUE.CBL AND THE RTVOUT
      *  RECORD WRITTEN BY PORECV.CBL.
      *****************************************************************
      *
       01 WS-RETURN-ISSUE-REC.
          05 RI-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 RI-ISSUE-QTY            PIC 9(07) VALUE 0.
          05 RI-ISSUE-DATE           PIC X(08) VALUE SPACES.
          05 RI-REASON-CODE          PIC X(01) VALUE SPACES.
          05 RI-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 RI-OPERATOR-ID          PIC X(08) VALUE SPACES.
      *
       01 WS-RTV-DOC-REC.
          05 RT-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 RT-PO-NUMBER            PIC X(06) VALUE SPACES.
          05 RT-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 RT-RETURN-QTY           PIC 9(07) VALUE 0.
          05 RT-REASON-CODE          PIC X(01) VALUE SPACES.
          05 RT-RETURN-DATE          PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE SPACES.
      *
      *****************************************************************
      *  AGING ARITHMETIC AREA. A HOLD DATE IS STRUCTURALLY CHECKED
      *  BEFORE THE DAY-NUMBER CONVERSION.
      *****************************************************************
      *
       01 WS-AGING-VARS.
          05 WS-TODAY-8             PIC X(08) VALUE SPACES.
          05 WS-TODAY-INT           PIC 9(08) VALUE 0.
          05 WS-HOLD-DATE-INT       PIC 9(08) VALUE 0.
          05 WS-DAYS-HELD           PIC S9(05) VALUE 0.
          05 WS-EDIT-DATE           PIC X(08) VALUE SPACES.
          05 WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE.
             10 WS-EDIT-DATE-YYYY   PIC 9(04).
             10 WS-EDIT-DATE-MM     PIC 9(02).
             10 WS-EDIT-DATE-DD     PIC 9(02).
          05 WS-EDIT-DATE-9         PIC 9(08) VALUE 0.
          05 WS-DATE-OK-SW          PIC X(01) VALUE 'N'.
             88 EDIT-DATE-OK        VALUE 'Y'.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 HICODE                 PIC X(02) VALUE SPACES.
          05 HSCODE                 PIC X(02) VALUE SPACES.
          05 HMCODE                 PIC X(02) VALUE SPACES.
          05 HNCODE                 PIC X(02) VALUE SPACES.
          05 LMCODE                 PIC X(02) VALUE SPACES.
          05 LNCODE                 PIC X(02) VALUE SPACES.
          05 IMCODE                 PIC X(02) VALUE SPACES.
          05 INCODE                 PIC X(02) VALUE SPACES.
          05 HUCODE                 PIC X(02) VALUE SPACES.
          05 HVCODE                 PIC X(02) VALUE SPACES.
          05 HPCODE                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 HOLD-TRANS-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-HOLD-TRANS-FILE VALUE 'Y'.
          05 HOLD-MASTER-FILE-SW     PIC X(01) VALUE 'N'.
             88 END-OF-HOLD-MASTER-FILE VALUE 'Y'.
          05 LOT-MASTER-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-LOT-MASTER-FILE VALUE 'Y'.
          05 INV-MASTER-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-INV-MASTER-FILE VALUE 'Y'.
          05 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
             88 TABLE-FULL           VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-HOLD-TRANS-READ      PIC 9(07) VALUE 0.
          05 WS-OLD-HOLDS-READ       PIC 9(07) VALUE 0.
          05 WS-HOLDS-PLACED-CTR     PIC 9(07) VALUE 0.
          05 WS-HOLDS-RELEASED-CTR   PIC 9(07) VALUE 0.
          05 WS-HOLDS-RETURNED-CTR   PIC 9(07) VALUE 0.
          05 WS-TRANS-REJECTED-CTR   PIC 9(07) VALUE 0.
          05 WS-NEW-HOLDS-WRTN       PIC 9(07) VALUE 0.
          05 WS-LOT-MASTER-READ      PIC 9(07) VALUE 0.
          05 WS-LOT-MASTER-WRTN      PIC 9(07) VALUE 0.
          05 WS-INV-MASTER-READ      PIC 9(07) VALUE 0.
          05 WS-INV-MASTER-WRTN      PIC 9(07) VALUE 0.
          05 WS-RETURN-ISSUES-WRTN   PIC 9(07) VALUE 0.
          05 WS-RTV-DOCS-WRTN        PIC 9(07) VALUE 0.
          05 WS-TOTAL-HELD-QTY       PIC S9(9) VALUE 0.
      *
      *****************************************************************
      *  TITLES, COLUMN HEADINGS AND DETAIL LINES FOR THE TWO
      *  SECTIONS OF THE HELD-STOCK REPORT -- THE RUN'S HOLD
      *  TRANSACTIONS, THEN EVERY HOLD STILL OPEN AGED.
      *****************************************************************
      *
       01 HLD-RPT-TITLE-1. *>TITLE FOR THE TRANSACTION SECTION
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(40) VALUE
             'HOLD TRANSACTIONS POSTED THIS RUN'.
          05 FILLER                  PIC X(58) VALUE SPACES.
      *
       01 HLD-RPT-HEADER-1. *>HEADER FOR THE TRANSACTION SECTION
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'ACT'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE 'LC'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'LOT'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE '     QTY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE 'RS'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE '  DAYS'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(32) VALUE 'DISPOSITION'.
      *
       01 HLD-RPT-DETAIL-1. *>DETAIL LINE FOR ONE HOLD TRANSACTION
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-T-ACTION            PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-T-PART-NUMBER       PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-T-LOCATION          PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-T-LOT-NUMBER        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-T-QTY               PIC ZZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-T-REASON            PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-T-DAYS              PIC ZZZZ9-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-T-MESSAGE           PIC X(32) VALUE SPACES.
      *
       01 HLD-RPT-TITLE-2. *>TITLE FOR THE OPEN-HOLDS SECTION
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(40) VALUE
             'OPEN HOLDS AGED AS OF '.
          05 FILLER                  PIC X(58) VALUE SPACES.
      *
       01 HLD-RPT-HEADER-2. *>HEADER FOR THE OPEN-HOLDS SECTION
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'LOC'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'LOT'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'HELD QTY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'RSN'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'HELD SINCE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(09) VALUE 'DAYS HELD'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'SUPPLIER'.
          05 FILLER                  PIC X(08) VALUE SPACES.
      *
       01 HLD-RPT-DETAIL-2. *>DETAIL LINE FOR ONE OPEN HOLD
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-H-PART-NUMBER       PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-H-LOCATION          PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 RPT-H-LOT-NUMBER        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-H-HELD-QTY          PIC ZZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-H-REASON            PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 RPT-H-HOLD-DATE         PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE SPACES.
          05 RPT-H-DAYS-HELD         PIC ZZZZ9-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-H-SUPPLIER          PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE SPACES.
      *
       01 HLD-RPT-TOTAL. *>TOTAL LINE FOR THE OPEN-HOLDS SECTION
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(20) VALUE
             'OPEN HOLDS:'.
          05 RPT-TOT-HOLDS           PIC ZZZZZZ9.
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(20) VALUE
             'TOTAL HELD QUANTITY:'.
          05 RPT-TOT-HELD-QTY        PIC ZZZZZZZZ9.
          05 FILLER                  PIC X(37) VALUE SPACES.
      *
       01 HLD-RPT-BLANK              PIC X(100) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION SORTS AND LOADS THE HOLD
      *    TRANSACTIONS AND THE OLD OPEN-HOLDS MASTER, RESOLVES EACH
      *    TRANSACTION AGAINST THE OPEN HOLDS, APPLIES THE ACCEPTED
      *    ONES TO THE LOT MASTER AND THE INVENTORY MASTER, WRITES THE
      *    RETURN FEEDS, THE TRANSACTION SECTION OF THE REPORT AND
      *    THE NEW OPEN-HOLDS MASTER WITH ITS AGING SECTION, AND
      *    CLOSES FILES. A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0050-SORT-HOLD-TRANS
      *    - 0100-OPEN-FILES
      *    - 0170-READ-HOLD-TRANS
      *    - 0180-LOAD-HOLD-TRANS-TABLE
      *    - 0190-READ-HOLD-MASTER
      *    - 0195-LOAD-OPEN-HOLD-TABLE
      *    - 0300-RESOLVE-ONE-TRANS
      *    - 0400-READ-LOT-MASTER
      *    - 0450-APPLY-HOLDS-TO-LOT
      *    - 0480-CHECK-LOTS-FOUND
      *    - 0500-READ-INV-MASTER
      *    - 0550-APPLY-HOLDS-TO-INV
      *    - 0580-CHECK-INV-FOUND
      *    - 0600-WRITE-RETURN-FEEDS
      *    - 0700-WRITE-TRANS-SECTION
      *    - 0800-WRITE-OPEN-HOLDS
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0050-SORT-HOLD-TRANS.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0170-READ-HOLD-TRANS.
           PERFORM 0180-LOAD-HOLD-TRANS-TABLE
               UNTIL END-OF-HOLD-TRANS-FILE.
           PERFORM 0190-READ-HOLD-MASTER.
           PERFORM 0195-LOAD-OPEN-HOLD-TABLE
               UNTIL END-OF-HOLD-MASTER-FILE.
           PERFORM 0300-RESOLVE-ONE-TRANS
               VARYING HTT-IDX FROM 1 BY 1
               UNTIL HTT-IDX > WS-HTT-LOADED-CTR.
           PERFORM 0400-READ-LOT-MASTER.
           PERFORM 0450-APPLY-HOLDS-TO-LOT
               UNTIL END-OF-LOT-MASTER-FILE.
           PERFORM 0480-CHECK-LOTS-FOUND
               VARYING HTT-IDX FROM 1 BY 1
               UNTIL HTT-IDX > WS-HTT-LOADED-CTR.
           PERFORM 0500-READ-INV-MASTER.
           PERFORM 0550-APPLY-HOLDS-TO-INV
               UNTIL END-OF-INV-MASTER-FILE.
           PERFORM 0580-CHECK-INV-FOUND
               VARYING HTT-IDX FROM 1 BY 1
               UNTIL HTT-IDX > WS-HTT-LOADED-CTR.
           PERFORM 0600-WRITE-RETURN-FEEDS
               VARYING HTT-IDX FROM 1 BY 1
               UNTIL HTT-IDX > WS-HTT-LOADED-CTR.
           PERFORM 0700-WRITE-TRANS-SECTION.
           PERFORM 0800-WRITE-OPEN-HOLDS.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH INITIALIZES VARIABLES AND
      *    OBTAINS TODAY'S DATE FOR THE AGING ARITHMETIC.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           INITIALIZE WS-HOLD-TRANS-REC,
                      WS-HOLD-OLD-REC,
                      WS-HOLD-NEW-REC,
                      WS-LOT-OLD-REC,
                      WS-INV-OLD-REC,
                      WS-INV-NEW-REC.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8.
           MOVE WS-TODAY-8 TO WS-EDIT-DATE-9.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9).
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0050-SORT-HOLD-TRANS PARAGRAPH SORTS THE HOLD
      *    TRANSACTIONS INTO ASCENDING PART/LOCATION/LOT SEQUENCE --
      *    THE SAME SEQUENCE AS THE OPEN-HOLDS MASTER -- GIVING THE
      *    SORTED RECORDS TO HOLDSRT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0050-SORT-HOLD-TRANS.
           SORT HOLD-SORT-FILE
               ON ASCENDING KEY HS-PART-NUMBER
                               HS-LOCATION-CODE
                               HS-LOT-NUMBER
               USING HOLDIN
               GIVING HOLDSRT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-FILES PARAGRAPH OPENS FILES FOR INPUT AND
      *    OUTPUT AND CHECKS THE FILE STATUS FOR A SUCCESSFUL OPEN
      *    OPERATION. IF THE OPEN OPERATION FAILS, AN ERROR MESSAGE IS
      *    DISPLAYED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0100-OPEN-FILES.
           OPEN INPUT HOLDSRT.
           IF HSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SORTED HOLD TRANSACTION FILE'
           END-IF.
      *
           OPEN INPUT HOLDMAST.
           IF HMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING OPEN-HOLDS MASTER FILE'
           END-IF.
      *
           OPEN INPUT LOTMAST.
           IF LMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING LOT MASTER FILE'
           END-IF.
      *
           OPEN INPUT INVMAST.
           IF IMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING INVENTORY MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT HOLDMNEW.
           IF HNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW OPEN-HOLDS MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT LOTMNEW.
           IF LNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW LOT MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT INVNEW.
           IF INCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW INVENTORY MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT HOLDISS.
           IF HUCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING RETURN ISSUE FILE'
           END-IF.
      *
           OPEN OUTPUT HOLDRTV.
           IF HVCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING RETURN-TO-VENDOR FILE'
           END-IF.
      *
           OPEN OUTPUT HOLDRPT.
           IF HPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING HELD-STOCK REPORT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0170-READ-HOLD-TRANS PARAGRAPH READS ONE RECORD FROM
      *    THE SORTED HOLD TRANSACTION FILE AND CHECKS THE FILE STATUS
      *    FOR A SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0180-LOAD-HOLD-TRANS-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0170-READ-HOLD-TRANS.
           READ HOLDSRT INTO WS-HOLD-TRANS-REC
              AT END MOVE 'Y' TO HOLD-TRANS-FILE-SW
           END-READ.
      *
           IF HSCODE = '00' OR '10'
              IF NOT END-OF-HOLD-TRANS-FILE
                 ADD 1 TO WS-HOLD-TRANS-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING SORTED HOLD TRANSACTION FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0180-LOAD-HOLD-TRANS-TABLE PARAGRAPH LOADS ONE HOLD
      *    TRANSACTION INTO THE TRANSACTION TABLE, PENDING. A
      *    TRANSACTION WITH NO DATE TAKES TODAY'S.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0170-READ-HOLD-TRANS
      *****************************************************************
      *
       0180-LOAD-HOLD-TRANS-TABLE.
           IF WS-HTT-LOADED-CTR < WS-MAX-HTT-IDX
              ADD 1 TO WS-HTT-LOADED-CTR
              SET HTT-IDX TO WS-HTT-LOADED-CTR
              MOVE HT-ACTION-CODE    TO HTT-ACTION-TBL (HTT-IDX)
              MOVE HT-PART-NUMBER    TO HTT-PART-TBL (HTT-IDX)
              MOVE HT-LOCATION-CODE  TO HTT-LOCATION-TBL (HTT-IDX)
              MOVE HT-LOT-NUMBER     TO HTT-LOT-TBL (HTT-IDX)
              MOVE HT-HOLD-QTY       TO HTT-QTY-TBL (HTT-IDX)
              MOVE HT-REASON-CODE    TO HTT-REASON-TBL (HTT-IDX)
              MOVE HT-SUPPLIER-CODE  TO HTT-SUPPLIER-TBL (HTT-IDX)
              MOVE HT-PO-NUMBER      TO HTT-PO-NUMBER-TBL (HTT-IDX)
              MOVE 'P'               TO HTT-STATUS-TBL (HTT-IDX)
              IF HT-TRANS-DATE = SPACES
                 MOVE WS-TODAY-8     TO HTT-DATE-TBL (HTT-IDX)
              ELSE
                 MOVE HT-TRANS-DATE  TO HTT-DATE-TBL (HTT-IDX)
              END-IF
           ELSE
              DISPLAY 'HOLD TRANSACTION TABLE FULL -- REMAINING '
                      'TRANSACTIONS NOT PROCESSED'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO HOLD-TRANS-FILE-SW
           END-IF.
      *
           IF NOT END-OF-HOLD-TRANS-FILE
              PERFORM 0170-READ-HOLD-TRANS
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0190-READ-HOLD-MASTER PARAGRAPH READS ONE RECORD FROM
      *    THE OLD OPEN-HOLDS MASTER AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS REACHED,
      *    A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0195-LOAD-OPEN-HOLD-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0190-READ-HOLD-MASTER.
           READ HOLDMAST INTO WS-HOLD-OLD-REC
              AT END MOVE 'Y' TO HOLD-MASTER-FILE-SW
           END-READ.
      *
           IF HMCODE = '00' OR '10'
              IF NOT END-OF-HOLD-MASTER-FILE
                 ADD 1 TO WS-OLD-HOLDS-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING OPEN-HOLDS MASTER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0195-LOAD-OPEN-HOLD-TABLE PARAGRAPH LOADS ONE OPEN HOLD
      *    FROM THE OLD MASTER INTO THE OPEN-HOLD TABLE, IN MASTER
      *    (KEY) SEQUENCE.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0190-READ-HOLD-MASTER
      *****************************************************************
      *
       0195-LOAD-OPEN-HOLD-TABLE.
           IF WS-OHT-LOADED-CTR < WS-MAX-OHT-IDX
              ADD 1 TO WS-OHT-LOADED-CTR
              SET OHT-IDX TO WS-OHT-LOADED-CTR
              MOVE OH-KEY            TO OHT-KEY-TBL (OHT-IDX)
              MOVE OH-HELD-QTY       TO OHT-QTY-TBL (OHT-IDX)
              MOVE OH-REASON-CODE    TO OHT-REASON-TBL (OHT-IDX)
              MOVE OH-HOLD-DATE      TO OHT-HOLD-DATE-TBL (OHT-IDX)
              MOVE OH-SUPPLIER-CODE  TO OHT-SUPPLIER-TBL (OHT-IDX)
              MOVE 'N'               TO OHT-CLOSED-TBL (OHT-IDX)
           ELSE
              DISPLAY 'OPEN-HOLD TABLE FULL -- REMAINING HOLDS NOT '
                      'LOADED'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO HOLD-MASTER-FILE-SW
           END-IF.
      *
           IF NOT END-OF-HOLD-MASTER-FILE
              PERFORM 0190-READ-HOLD-MASTER
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-RESOLVE-ONE-TRANS PARAGRAPH EDITS ONE HOLD
      *    TRANSACTION AND RESOLVES IT AGAINST THE OPEN HOLDS:
      *      -  A HOLD ON A LOT ALREADY HELD (ON THE MASTER OR EARLIER
      *         IN THIS RUN) IS REJECTED; ANY OTHER HOLD STAYS PENDING
      *         FOR THE LOT OR INVENTORY PASS TO CONFIRM THE STOCK.
      *      -  A RELEASE OR RETURN WITH NO OPEN HOLD IS REJECTED;
      *         OTHERWISE THE OPEN HOLD IS CLOSED AND ITS QUANTITY,
      *         DATE AND SUPPLIER ARE TAKEN INTO THE TRANSACTION.
      *      -  A RETURN THAT CANNOT NAME A SUPPLIER IS REJECTED AND
      *         THE HOLD STAYS OPEN.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0320-FIND-OPEN-HOLD
      *    -  0340-FIND-EARLIER-HOLD
      *    -  0390-REJECT-TRANS
      *****************************************************************
      *
       0300-RESOLVE-ONE-TRANS.
           IF HTT-ACTION-TBL (HTT-IDX) NOT = 'H' AND
              HTT-ACTION-TBL (HTT-IDX) NOT = 'R' AND
              HTT-ACTION-TBL (HTT-IDX) NOT = 'V'
              MOVE 'INVALID ACTION CODE' TO HTT-MESSAGE-TBL (HTT-IDX)
              PERFORM 0390-REJECT-TRANS
           ELSE
           IF HTT-PART-TBL (HTT-IDX) = SPACES
              OR HTT-LOCATION-TBL (HTT-IDX) = SPACES
              MOVE 'PART AND LOCATION REQUIRED'
                 TO HTT-MESSAGE-TBL (HTT-IDX)
              PERFORM 0390-REJECT-TRANS
           ELSE
           IF HTT-ACTION-TBL (HTT-IDX) = 'H'
              AND HTT-LOT-TBL (HTT-IDX) = SPACES
              AND HTT-QTY-TBL (HTT-IDX) NOT > 0
              MOVE 'UNLOTTED HOLD NEEDS A QUANTITY'
                 TO HTT-MESSAGE-TBL (HTT-IDX)
              PERFORM 0390-REJECT-TRANS
           ELSE
              PERFORM 0320-FIND-OPEN-HOLD
              IF HTT-ACTION-TBL (HTT-IDX) = 'H'
                 PERFORM 0340-FIND-EARLIER-HOLD
                 IF HTT-LOT-TBL (HTT-IDX) NOT = SPACES
                    AND (OHT-FOUND OR HTT-DUPLICATE)
                    MOVE 'LOT ALREADY ON HOLD'
                       TO HTT-MESSAGE-TBL (HTT-IDX)
                    PERFORM 0390-REJECT-TRANS
                 END-IF
              ELSE
                 IF NOT OHT-FOUND
                    MOVE 'NO OPEN HOLD TO CLOSE'
                       TO HTT-MESSAGE-TBL (HTT-IDX)
                    PERFORM 0390-REJECT-TRANS
                 ELSE
                    IF HTT-SUPPLIER-TBL (HTT-IDX) = SPACES
                       MOVE OHT-SUPPLIER-TBL (OHT-IDX)
                          TO HTT-SUPPLIER-TBL (HTT-IDX)
                    END-IF
                    IF HTT-ACTION-TBL (HTT-IDX) = 'V'
                       AND HTT-SUPPLIER-TBL (HTT-IDX) = SPACES
                       MOVE 'NO SUPPLIER TO RETURN TO'
                          TO HTT-MESSAGE-TBL (HTT-IDX)
                       PERFORM 0390-REJECT-TRANS
                    ELSE
                       MOVE 'Y' TO OHT-CLOSED-TBL (OHT-IDX)
                       MOVE 'A' TO HTT-STATUS-TBL (HTT-IDX)
                       MOVE OHT-QTY-TBL (OHT-IDX)
                          TO HTT-APPLIED-QTY-TBL (HTT-IDX)
                       MOVE OHT-QTY-TBL (OHT-IDX)
                          TO HTT-RETURN-QTY-TBL (HTT-IDX)
                       MOVE OHT-HOLD-DATE-TBL (OHT-IDX)
                          TO HTT-HOLD-DATE-TBL (HTT-IDX)
                       IF HTT-REASON-TBL (HTT-IDX) = SPACES
                          MOVE OHT-REASON-TBL (OHT-IDX)
                             TO HTT-REASON-TBL (HTT-IDX)
                       END-IF
                       IF HTT-ACTION-TBL (HTT-IDX) = 'R'
                          MOVE 'RELEASED'
                             TO HTT-MESSAGE-TBL (HTT-IDX)
                          ADD 1 TO WS-HOLDS-RELEASED-CTR
                       ELSE
                          MOVE 'RETURNED TO VENDOR'
                             TO HTT-MESSAGE-TBL (HTT-IDX)
                          ADD 1 TO WS-HOLDS-RETURNED-CTR
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0320-FIND-OPEN-HOLD PARAGRAPH SEARCHES THE OPEN-HOLD
      *    TABLE FOR A HOLD STILL OPEN ON THE CURRENT TRANSACTION'S
      *    PART/LOCATION/LOT, LEAVING OHT-IDX ON IT WHEN FOUND.
      *
      *  CALLED BY:
      *    -  0300-RESOLVE-ONE-TRANS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0320-FIND-OPEN-HOLD.
           MOVE 'N' TO OHT-FOUND-SW.
      *
           PERFORM VARYING OHT-IDX FROM 1 BY 1
              UNTIL OHT-IDX > WS-OHT-LOADED-CTR OR OHT-FOUND
              IF OHT-KEY-TBL (OHT-IDX) = HTT-KEY-TBL (HTT-IDX)
                 AND OHT-CLOSED-TBL (OHT-IDX) NOT = 'Y'
                 MOVE 'Y' TO OHT-FOUND-SW
              END-IF
           END-PERFORM.
      *
           IF OHT-FOUND
              SET OHT-IDX DOWN BY 1
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0340-FIND-EARLIER-HOLD PARAGRAPH LOOKS FOR A HOLD ON
      *    THE SAME PART/LOCATION/LOT EARLIER IN THIS RUN'S
      *    TRANSACTIONS THAT HAS NOT BEEN REJECTED.
      *
      *  CALLED BY:
      *    -  0300-RESOLVE-ONE-TRANS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0340-FIND-EARLIER-HOLD.
           MOVE 'N' TO HTT-DUP-SW.
      *
           PERFORM VARYING HTT-IDX2 FROM 1 BY 1
              UNTIL HTT-IDX2 NOT < HTT-IDX OR HTT-DUPLICATE
              IF HTT-KEY-TBL (HTT-IDX2) = HTT-KEY-TBL (HTT-IDX)
                 AND HTT-ACTION-TBL (HTT-IDX2) = 'H'
                 AND HTT-STATUS-TBL (HTT-IDX2) NOT = 'X'
                 MOVE 'Y' TO HTT-DUP-SW
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0390-REJECT-TRANS PARAGRAPH MARKS THE CURRENT
      *    TRANSACTION REJECTED (ITS MESSAGE IS ALREADY SET) AND
      *    COUNTS IT.
      *
      *  CALLED BY:
      *    -  0300-RESOLVE-ONE-TRANS
      *    -  0460-APPLY-ONE-LOT-TRANS
      *    -  0480-CHECK-LOTS-FOUND
      *    -  0560-APPLY-ONE-INV-TRANS
      *    -  0580-CHECK-INV-FOUND
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0390-REJECT-TRANS.
           MOVE 'X' TO HTT-STATUS-TBL (HTT-IDX).
           ADD 1 TO WS-TRANS-REJECTED-CTR.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0400-READ-LOT-MASTER PARAGRAPH READS ONE RECORD FROM
      *    THE OLD LOT MASTER AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS REACHED,
      *    A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0450-APPLY-HOLDS-TO-LOT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0400-READ-LOT-MASTER.
           READ LOTMAST INTO WS-LOT-OLD-REC
              AT END MOVE 'Y' TO LOT-MASTER-FILE-SW
           END-READ.
      *
           IF LMCODE = '00' OR '10'
              IF NOT END-OF-LOT-MASTER-FILE
                 ADD 1 TO WS-LOT-MASTER-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING LOT MASTER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0450-APPLY-HOLDS-TO-LOT PARAGRAPH APPLIES EVERY LOTTED
      *    TRANSACTION FOR THE CURRENT LOT, IN TRANSACTION ORDER, AND
      *    WRITES THE LOT TO THE NEW LOT MASTER. A LOT SPLIT BY A
      *    TRANSFER HAS ONE RECORD PER LOCATION, SO A TRANSACTION IS
      *    APPLIED ONLY TO THE RECORD AT ITS OWN LOCATION; A HOLD
      *    STILL PENDING THAT MEETS THE LOT AT ANOTHER LOCATION IS
      *    MARKED SO 0480-CHECK-LOTS-FOUND REJECTS IT AS NOT AT THAT
      *    LOCATION IF NO RECORD AT ITS LOCATION FOLLOWS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0460-APPLY-ONE-LOT-TRANS
      *    -  0400-READ-LOT-MASTER
      *****************************************************************
      *
       0450-APPLY-HOLDS-TO-LOT.
           PERFORM VARYING HTT-IDX FROM 1 BY 1
              UNTIL HTT-IDX > WS-HTT-LOADED-CTR
              IF HTT-LOT-TBL (HTT-IDX) NOT = SPACES
                 AND HTT-LOT-TBL (HTT-IDX) = OL-LOT-NUMBER
                 AND HTT-PART-TBL (HTT-IDX) = OL-PART-NUMBER
                 AND HTT-STATUS-TBL (HTT-IDX) NOT = 'X'
                 IF HTT-LOCATION-TBL (HTT-IDX) = OL-LOCATION-CODE
                    PERFORM 0460-APPLY-ONE-LOT-TRANS
                 ELSE
                    IF HTT-STATUS-TBL (HTT-IDX) = 'P'
                       MOVE 'LOT NOT AT THAT LOCATION'
                          TO HTT-MESSAGE-TBL (HTT-IDX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
           WRITE LOTMNEW-REC FROM WS-LOT-OLD-REC.
           IF LNCODE = '00'
              ADD 1 TO WS-LOT-MASTER-WRTN
           ELSE
              DISPLAY 'ERROR WRITING NEW LOT MASTER FILE'
           END-IF.
      *
           PERFORM 0400-READ-LOT-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0460-APPLY-ONE-LOT-TRANS PARAGRAPH APPLIES ONE LOTTED
      *    TRANSACTION TO THE CURRENT LOT AT THE TRANSACTION'S
      *    LOCATION. A HOLD MUST FIND STOCK REMAINING IN IT; THE WHOLE
      *    REMAINING QUANTITY IS THEN HELD. A RELEASE CLEARS THE HOLD
      *    STATUS. A RETURN CLEARS IT AND SENDS BACK EVERYTHING STILL
      *    REMAINING IN THE LOT, DRAWING THE LOT DOWN TO ZERO.
      *
      *  CALLED BY:
      *    -  0450-APPLY-HOLDS-TO-LOT
      *
      *  CALLS:
      *    -  0390-REJECT-TRANS
      *****************************************************************
      *
       0460-APPLY-ONE-LOT-TRANS.
           EVALUATE HTT-ACTION-TBL (HTT-IDX)
              WHEN 'H'
                 IF OL-LOT-ON-HOLD
                    MOVE 'LOT ALREADY ON HOLD'
                       TO HTT-MESSAGE-TBL (HTT-IDX)
                    PERFORM 0390-REJECT-TRANS
                 ELSE
                 IF OL-REMAINING-QTY NOT > 0
                    MOVE 'NO STOCK REMAINING IN LOT'
                       TO HTT-MESSAGE-TBL (HTT-IDX)
                    PERFORM 0390-REJECT-TRANS
                 ELSE
                    MOVE 'H' TO OL-HOLD-STATUS
                    MOVE 'A' TO HTT-STATUS-TBL (HTT-IDX)
                    MOVE OL-REMAINING-QTY
                       TO HTT-APPLIED-QTY-TBL (HTT-IDX)
                    MOVE OL-SUPPLIER-CODE
                       TO HTT-SUPPLIER-TBL (HTT-IDX)
                    MOVE HTT-DATE-TBL (HTT-IDX)
                       TO HTT-HOLD-DATE-TBL (HTT-IDX)
                    MOVE 'LOT PLACED ON HOLD'
                       TO HTT-MESSAGE-TBL (HTT-IDX)
                    ADD 1 TO WS-HOLDS-PLACED-CTR
                 END-IF
                 END-IF
              WHEN 'R'
                 MOVE SPACE TO OL-HOLD-STATUS
              WHEN 'V'
                 MOVE SPACE TO OL-HOLD-STATUS
                 IF OL-REMAINING-QTY > 0
                    MOVE OL-REMAINING-QTY
                       TO HTT-RETURN-QTY-TBL (HTT-IDX)
                 ELSE
                    MOVE 0 TO HTT-RETURN-QTY-TBL (HTT-IDX)
                 END-IF
                 MOVE 0 TO OL-REMAINING-QTY
           END-EVALUATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0480-CHECK-LOTS-FOUND PARAGRAPH REJECTS A LOTTED HOLD
      *    STILL PENDING AFTER THE LOT PASS -- ITS LOT IS NOT ON THE
      *    LOT MASTER, OR (ALREADY MARKED BY 0450-APPLY-HOLDS-TO-LOT)
      *    IS NOT AT THE HOLD'S LOCATION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0390-REJECT-TRANS
      *****************************************************************
      *
       0480-CHECK-LOTS-FOUND.
           IF HTT-LOT-TBL (HTT-IDX) NOT = SPACES
              AND HTT-STATUS-TBL (HTT-IDX) = 'P'
              IF HTT-MESSAGE-TBL (HTT-IDX) = SPACES
                 MOVE 'LOT NOT ON LOT MASTER'
                    TO HTT-MESSAGE-TBL (HTT-IDX)
              END-IF
              PERFORM 0390-REJECT-TRANS
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-READ-INV-MASTER PARAGRAPH READS ONE RECORD FROM
      *    THE OLD ON-HAND INVENTORY MASTER AND CHECKS THE FILE STATUS
      *    FOR A SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0550-APPLY-HOLDS-TO-INV
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0500-READ-INV-MASTER.
           READ INVMAST INTO WS-INV-OLD-REC
              AT END MOVE 'Y' TO INV-MASTER-FILE-SW
           END-READ.
      *
           IF IMCODE = '00' OR '10'
              IF NOT END-OF-INV-MASTER-FILE
                 ADD 1 TO WS-INV-MASTER-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING INVENTORY MASTER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0550-APPLY-HOLDS-TO-INV PARAGRAPH APPLIES EVERY
      *    TRANSACTION FOR THE CURRENT PART/LOCATION TO ITS HELD
      *    QUANTITY AND WRITES IT TO THE NEW INVENTORY MASTER. THE
      *    GENERATION HEADER LEADING THE MASTER (SPACES KEY) IS NOT A
      *    PART -- IT IS CARRIED FORWARD VERBATIM. THE HELD QUANTITY
      *    NEVER GOES BELOW ZERO.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0560-APPLY-ONE-INV-TRANS
      *    -  0500-READ-INV-MASTER
      *****************************************************************
      *
       0550-APPLY-HOLDS-TO-INV.
           IF OI-INV-KEY = SPACES
              AND WS-INV-OLD-REC (26:3) = 'GEN'
              MOVE WS-INV-OLD-REC TO WS-INV-NEW-REC
           ELSE
              MOVE WS-INV-OLD-REC TO WS-INV-NEW-REC
              MOVE OI-QTY-HELD    TO WS-NEW-HELD-QTY
              PERFORM VARYING HTT-IDX FROM 1 BY 1
                 UNTIL HTT-IDX > WS-HTT-LOADED-CTR
                 IF HTT-PART-TBL (HTT-IDX) = OI-PART-NUMBER
                    AND HTT-LOCATION-TBL (HTT-IDX) = OI-LOCATION-CODE
                    AND HTT-STATUS-TBL (HTT-IDX) NOT = 'X'
                    PERFORM 0560-APPLY-ONE-INV-TRANS
                 END-IF
              END-PERFORM
              IF WS-NEW-HELD-QTY < 0
                 MOVE 0 TO WS-NEW-HELD-QTY
              END-IF
              MOVE WS-NEW-HELD-QTY TO NI-QTY-HELD
           END-IF.
      *
           WRITE INVNEW-REC FROM WS-INV-NEW-REC.
           IF INCODE = '00'
              ADD 1 TO WS-INV-MASTER-WRTN
           ELSE
              DISPLAY 'ERROR WRITING NEW INVENTORY MASTER FILE'
           END-IF.
      *
           PERFORM 0500-READ-INV-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0560-APPLY-ONE-INV-TRANS PARAGRAPH APPLIES ONE
      *    TRANSACTION TO THE HELD QUANTITY OF THE CURRENT PART/
      *    LOCATION. A PENDING UNLOTTED HOLD IS CONFIRMED HERE -- IT
      *    MAY NOT HOLD MORE THAN THE STOCK NOT ALREADY HELD. AN
      *    ACCEPTED LOTTED HOLD ADDS THE LOT'S QUANTITY; A RELEASE OR
      *    RETURN TAKES THE CLOSED HOLD'S QUANTITY BACK OFF.
      *
      *  CALLED BY:
      *    -  0550-APPLY-HOLDS-TO-INV
      *
      *  CALLS:
      *    -  0390-REJECT-TRANS
      *****************************************************************
      *
       0560-APPLY-ONE-INV-TRANS.
           MOVE 'Y' TO HTT-INV-FOUND-TBL (HTT-IDX).
      *
           IF HTT-ACTION-TBL (HTT-IDX) = 'H'
              IF HTT-STATUS-TBL (HTT-IDX) = 'P'
                 COMPUTE WS-UNHELD-QTY =
                         OI-QTY-ON-HAND - WS-NEW-HELD-QTY
                 IF HTT-QTY-TBL (HTT-IDX) > WS-UNHELD-QTY
                    MOVE 'HOLD EXCEEDS UNHELD STOCK'
                       TO HTT-MESSAGE-TBL (HTT-IDX)
                    PERFORM 0390-REJECT-TRANS
                 ELSE
                    MOVE 'A' TO HTT-STATUS-TBL (HTT-IDX)
                    MOVE HTT-QTY-TBL (HTT-IDX)
                       TO HTT-APPLIED-QTY-TBL (HTT-IDX)
                    MOVE HTT-DATE-TBL (HTT-IDX)
                       TO HTT-HOLD-DATE-TBL (HTT-IDX)
                    MOVE 'STOCK PLACED ON HOLD'
                       TO HTT-MESSAGE-TBL (HTT-IDX)
                    ADD 1 TO WS-HOLDS-PLACED-CTR
                    ADD HTT-APPLIED-QTY-TBL (HTT-IDX)
                       TO WS-NEW-HELD-QTY
                 END-IF
              ELSE
                 ADD HTT-APPLIED-QTY-TBL (HTT-IDX) TO WS-NEW-HELD-QTY
              END-IF
           ELSE
              SUBTRACT HTT-APPLIED-QTY-TBL (HTT-IDX)
                 FROM WS-NEW-HELD-QTY
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0580-CHECK-INV-FOUND PARAGRAPH REJECTS AN UNLOTTED
      *    HOLD STILL PENDING AFTER THE INVENTORY PASS -- THE PART IS
      *    NOT STOCKED AT THAT LOCATION. A LOTTED HOLD WHOSE LOCATION
      *    HAS NO INVENTORY RECORD STAYS HELD ON THE LOT MASTER, BUT
      *    IS NOTED ON THE JOB LOG SINCE NO ON-HAND BALANCE CARRIES
      *    IT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0390-REJECT-TRANS
      *****************************************************************
      *
       0580-CHECK-INV-FOUND.
           IF HTT-STATUS-TBL (HTT-IDX) = 'P'
              MOVE 'NOT ON INVENTORY MASTER'
                 TO HTT-MESSAGE-TBL (HTT-IDX)
              PERFORM 0390-REJECT-TRANS
           ELSE
              IF HTT-STATUS-TBL (HTT-IDX) = 'A'
                 AND HTT-ACTION-TBL (HTT-IDX) = 'H'
                 AND HTT-INV-FOUND-TBL (HTT-IDX) NOT = 'Y'
                 DISPLAY 'LOT ' HTT-LOT-TBL (HTT-IDX) ' OF PART '
                         HTT-PART-TBL (HTT-IDX) ' HELD BUT LOCATION '
                         HTT-LOCATION-TBL (HTT-IDX)
                         ' NOT ON INVENTORY MASTER'
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-WRITE-RETURN-FEEDS PARAGRAPH WRITES, FOR EACH
      *    ACCEPTED RETURN WITH A QUANTITY TO SEND BACK, THE RETURN
      *    ISSUE (REASON 'V') THAT TAKES THE STOCK OFF THE BOOKS IN
      *    INVISSUE.CBL AND THE RETURN-TO-VENDOR DOCUMENT (REASON 'Q',
      *    QUALITY HOLD) THAT RTVAGE.CBL AGES UNTIL THE VENDOR CREDIT
      *    IS CLOSED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0600-WRITE-RETURN-FEEDS.
           IF HTT-ACTION-TBL (HTT-IDX) = 'V'
              AND HTT-STATUS-TBL (HTT-IDX) = 'A'
              AND HTT-RETURN-QTY-TBL (HTT-IDX) > 0
              MOVE HTT-PART-TBL (HTT-IDX)     TO RI-PART-NUMBER
              MOVE HTT-RETURN-QTY-TBL (HTT-IDX) TO RI-ISSUE-QTY
              MOVE WS-TODAY-8                 TO RI-ISSUE-DATE
              MOVE 'V'                        TO RI-REASON-CODE
              MOVE HTT-LOCATION-TBL (HTT-IDX) TO RI-LOCATION-CODE
              MOVE 'HOLDPOST'                 TO RI-OPERATOR-ID
              WRITE HOLDISS-REC FROM WS-RETURN-ISSUE-REC
              IF HUCODE = '00'
                 ADD 1 TO WS-RETURN-ISSUES-WRTN
              ELSE
                 DISPLAY 'ERROR WRITING RETURN ISSUE FILE'
              END-IF
      *
              MOVE HTT-SUPPLIER-TBL (HTT-IDX) TO RT-SUPPLIER-CODE
              MOVE HTT-PO-NUMBER-TBL (HTT-IDX) TO RT-PO-NUMBER
              MOVE HTT-PART-TBL (HTT-IDX)     TO RT-PART-NUMBER
              MOVE HTT-RETURN-QTY-TBL (HTT-IDX) TO RT-RETURN-QTY
              MOVE 'Q'                        TO RT-REASON-CODE
              MOVE WS-TODAY-8                 TO RT-RETURN-DATE
              WRITE HOLDRTV-REC FROM WS-RTV-DOC-REC
              IF HVCODE = '00'
                 ADD 1 TO WS-RTV-DOCS-WRTN
              ELSE
                 DISPLAY 'ERROR WRITING RETURN-TO-VENDOR FILE'
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-WRITE-TRANS-SECTION PARAGRAPH WRITES THE FIRST
      *    SECTION OF THE HELD-STOCK REPORT -- ONE LINE PER HOLD
      *    TRANSACTION WITH WHAT BECAME OF IT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0750-WRITE-TRANS-LINE
      *****************************************************************
      *
       0700-WRITE-TRANS-SECTION.
           WRITE HOLDRPT-REC FROM HLD-RPT-TITLE-1.
           WRITE HOLDRPT-REC FROM HLD-RPT-BLANK.
           WRITE HOLDRPT-REC FROM HLD-RPT-HEADER-1.
           IF HPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO HELD-STOCK REPORT'
           END-IF.
      *
           PERFORM 0750-WRITE-TRANS-LINE
               VARYING HTT-IDX FROM 1 BY 1
               UNTIL HTT-IDX > WS-HTT-LOADED-CTR.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0750-WRITE-TRANS-LINE PARAGRAPH WRITES ONE HOLD
      *    TRANSACTION'S LINE. A RELEASE OR RETURN SHOWS HOW MANY
      *    DAYS THE STOCK WAS HELD; A REJECTED TRANSACTION SHOWS THE
      *    QUANTITY KEYED AND, FLAGGED WITH AN ASTERISK, THE REASON IT
      *    WAS REJECTED.
      *
      *  CALLED BY:
      *    -  0700-WRITE-TRANS-SECTION
      *
      *  CALLS:
      *    -  0960-AGE-HOLD-DATE
      *****************************************************************
      *
       0750-WRITE-TRANS-LINE.
           MOVE HTT-ACTION-TBL (HTT-IDX)   TO RPT-T-ACTION.
           MOVE HTT-PART-TBL (HTT-IDX)     TO RPT-T-PART-NUMBER.
           MOVE HTT-LOCATION-TBL (HTT-IDX) TO RPT-T-LOCATION.
           MOVE HTT-LOT-TBL (HTT-IDX)      TO RPT-T-LOT-NUMBER.
           MOVE HTT-REASON-TBL (HTT-IDX)   TO RPT-T-REASON.
           MOVE 0                          TO RPT-T-DAYS.
      *
           IF HTT-STATUS-TBL (HTT-IDX) = 'X'
              MOVE HTT-QTY-TBL (HTT-IDX)   TO RPT-T-QTY
              STRING '* ' DELIMITED BY SIZE
                     HTT-MESSAGE-TBL (HTT-IDX) DELIMITED BY SIZE
                 INTO RPT-T-MESSAGE
              END-STRING
           ELSE
              IF HTT-ACTION-TBL (HTT-IDX) = 'V'
                 MOVE HTT-RETURN-QTY-TBL (HTT-IDX) TO RPT-T-QTY
              ELSE
                 MOVE HTT-APPLIED-QTY-TBL (HTT-IDX) TO RPT-T-QTY
              END-IF
              MOVE HTT-MESSAGE-TBL (HTT-IDX) TO RPT-T-MESSAGE
              IF HTT-ACTION-TBL (HTT-IDX) NOT = 'H'
                 MOVE HTT-HOLD-DATE-TBL (HTT-IDX) TO WS-EDIT-DATE
                 PERFORM 0960-AGE-HOLD-DATE
                 MOVE WS-DAYS-HELD TO RPT-T-DAYS
              END-IF
           END-IF.
      *
           WRITE HOLDRPT-REC FROM HLD-RPT-DETAIL-1.
           IF HPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO HELD-STOCK REPORT'
           END-IF.
           MOVE SPACES TO RPT-T-MESSAGE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0800-WRITE-OPEN-HOLDS PARAGRAPH WRITES THE NEW
      *    OPEN-HOLDS MASTER BY MERGING THE HOLDS LEFT OPEN ON THE
      *    OLD MASTER TABLE WITH THE HOLDS ACCEPTED THIS RUN -- BOTH
      *    TABLES ARE IN PART/LOCATION/LOT SEQUENCE -- AND AGES EACH
      *    OPEN HOLD ON THE SECOND SECTION OF THE HELD-STOCK REPORT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0810-NEXT-OPEN-HOLD
      *    -  0820-NEXT-NEW-HOLD
      *    -  0830-MERGE-ONE-HOLD
      *    -  0850-WRITE-HOLD-REC
      *****************************************************************
      *
       0800-WRITE-OPEN-HOLDS.
           MOVE WS-TODAY-8 TO HLD-RPT-TITLE-2 (25:8).
           WRITE HOLDRPT-REC FROM HLD-RPT-BLANK.
           WRITE HOLDRPT-REC FROM HLD-RPT-TITLE-2.
           WRITE HOLDRPT-REC FROM HLD-RPT-BLANK.
           WRITE HOLDRPT-REC FROM HLD-RPT-HEADER-2.
           IF HPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO HELD-STOCK REPORT'
           END-IF.
      *
           MOVE 1   TO WS-OH-NEXT.
           MOVE 1   TO WS-NH-NEXT.
           MOVE 'N' TO HOLD-PENDING-SW.
           PERFORM 0810-NEXT-OPEN-HOLD.
           PERFORM 0820-NEXT-NEW-HOLD.
      *
           PERFORM 0830-MERGE-ONE-HOLD
               UNTIL WS-OH-KEY = HIGH-VALUES
               AND WS-NH-KEY = HIGH-VALUES.
      *
           IF HOLD-PENDING
              PERFORM 0850-WRITE-HOLD-REC
           END-IF.
      *
           MOVE WS-NEW-HOLDS-WRTN TO RPT-TOT-HOLDS.
           MOVE WS-TOTAL-HELD-QTY TO RPT-TOT-HELD-QTY.
           WRITE HOLDRPT-REC FROM HLD-RPT-BLANK.
           WRITE HOLDRPT-REC FROM HLD-RPT-TOTAL.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0810-NEXT-OPEN-HOLD PARAGRAPH FINDS THE NEXT HOLD STILL
      *    OPEN ON THE OLD MASTER TABLE AT OR AFTER WS-OH-NEXT,
      *    LEAVING ITS POSITION IN WS-OH-CUR AND ITS KEY IN WS-OH-KEY
      *    (HIGH-VALUES WHEN THERE ARE NO MORE).
      *
      *  CALLED BY:
      *    -  0800-WRITE-OPEN-HOLDS
      *    -  0830-MERGE-ONE-HOLD
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0810-NEXT-OPEN-HOLD.
           MOVE HIGH-VALUES TO WS-OH-KEY.
      *
           PERFORM VARYING OHT-IDX FROM WS-OH-NEXT BY 1
              UNTIL OHT-IDX > WS-OHT-LOADED-CTR
              OR WS-OH-KEY NOT = HIGH-VALUES
              IF OHT-CLOSED-TBL (OHT-IDX) NOT = 'Y'
                 MOVE OHT-KEY-TBL (OHT-IDX) TO WS-OH-KEY
                 SET WS-OH-CUR TO OHT-IDX
              END-IF
           END-PERFORM.
      *
           IF WS-OH-KEY NOT = HIGH-VALUES
              COMPUTE WS-OH-NEXT = WS-OH-CUR + 1
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0820-NEXT-NEW-HOLD PARAGRAPH FINDS THE NEXT HOLD
      *    ACCEPTED THIS RUN AT OR AFTER WS-NH-NEXT IN THE
      *    TRANSACTION TABLE, LEAVING ITS POSITION IN WS-NH-CUR AND
      *    ITS KEY IN WS-NH-KEY (HIGH-VALUES WHEN THERE ARE NO MORE).
      *
      *  CALLED BY:
      *    -  0800-WRITE-OPEN-HOLDS
      *    -  0830-MERGE-ONE-HOLD
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0820-NEXT-NEW-HOLD.
           MOVE HIGH-VALUES TO WS-NH-KEY.
      *
           PERFORM VARYING HTT-IDX FROM WS-NH-NEXT BY 1
              UNTIL HTT-IDX > WS-HTT-LOADED-CTR
              OR WS-NH-KEY NOT = HIGH-VALUES
              IF HTT-ACTION-TBL (HTT-IDX) = 'H'
                 AND HTT-STATUS-TBL (HTT-IDX) = 'A'
                 MOVE HTT-KEY-TBL (HTT-IDX) TO WS-NH-KEY
                 SET WS-NH-CUR TO HTT-IDX
              END-IF
           END-PERFORM.
      *
           IF WS-NH-KEY NOT = HIGH-VALUES
              COMPUTE WS-NH-NEXT = WS-NH-CUR + 1
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0830-MERGE-ONE-HOLD PARAGRAPH TAKES THE LOWER-KEYED OF
      *    THE NEXT OLD OPEN HOLD AND THE NEXT NEW HOLD AS THE
      *    CANDIDATE (THE OLD HOLD ON EQUAL KEYS), ADVANCES THAT SIDE,
      *    AND FOLDS THE CANDIDATE INTO THE PENDING NEW MASTER RECORD.
      *    A CANDIDATE WITH THE PENDING RECORD'S KEY -- A FURTHER
      *    UNLOTTED HOLD ON THE SAME PART/LOCATION -- ADDS ITS
      *    QUANTITY AND KEEPS THE EARLIER HOLD DATE; ANY OTHER KEY
      *    WRITES THE PENDING RECORD FIRST.
      *
      *  CALLED BY:
      *    -  0800-WRITE-OPEN-HOLDS
      *
      *  CALLS:
      *    -  0810-NEXT-OPEN-HOLD
      *    -  0820-NEXT-NEW-HOLD
      *    -  0850-WRITE-HOLD-REC
      *****************************************************************
      *
       0830-MERGE-ONE-HOLD.
           IF WS-OH-KEY NOT > WS-NH-KEY
              SET OHT-IDX TO WS-OH-CUR
              MOVE OHT-KEY-TBL (OHT-IDX)       TO HC-KEY
              MOVE OHT-QTY-TBL (OHT-IDX)       TO HC-HELD-QTY
              MOVE OHT-REASON-TBL (OHT-IDX)    TO HC-REASON-CODE
              MOVE OHT-HOLD-DATE-TBL (OHT-IDX) TO HC-HOLD-DATE
              MOVE OHT-SUPPLIER-TBL (OHT-IDX)  TO HC-SUPPLIER-CODE
              PERFORM 0810-NEXT-OPEN-HOLD
           ELSE
              SET HTT-IDX TO WS-NH-CUR
              MOVE HTT-KEY-TBL (HTT-IDX)       TO HC-KEY
              MOVE HTT-APPLIED-QTY-TBL (HTT-IDX) TO HC-HELD-QTY
              MOVE HTT-REASON-TBL (HTT-IDX)    TO HC-REASON-CODE
              MOVE HTT-HOLD-DATE-TBL (HTT-IDX) TO HC-HOLD-DATE
              MOVE HTT-SUPPLIER-TBL (HTT-IDX)  TO HC-SUPPLIER-CODE
              PERFORM 0820-NEXT-NEW-HOLD
           END-IF.
      *
           IF HOLD-PENDING AND HC-KEY = NH-KEY
              ADD HC-HELD-QTY TO NH-HELD-QTY
              IF HC-HOLD-DATE < NH-HOLD-DATE
                 MOVE HC-HOLD-DATE TO NH-HOLD-DATE
              END-IF
           ELSE
              IF HOLD-PENDING
                 PERFORM 0850-WRITE-HOLD-REC
              END-IF
              INITIALIZE WS-HOLD-NEW-REC
              MOVE HC-KEY           TO NH-KEY
              MOVE HC-HELD-QTY      TO NH-HELD-QTY
              MOVE HC-REASON-CODE   TO NH-REASON-CODE
              MOVE HC-HOLD-DATE     TO NH-HOLD-DATE
              MOVE HC-SUPPLIER-CODE TO NH-SUPPLIER-CODE
              MOVE 'Y' TO HOLD-PENDING-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0850-WRITE-HOLD-REC PARAGRAPH WRITES THE PENDING RECORD
      *    TO THE NEW OPEN-HOLDS MASTER, CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION, AND AGES THE HOLD ON THE
      *    OPEN-HOLDS SECTION OF THE REPORT. A HOLD WITH A MALFORMED
      *    DATE SHOWS ZERO DAYS RATHER THAN ABENDING THE RUN.
      *
      *  CALLED BY:
      *    -  0800-WRITE-OPEN-HOLDS
      *    -  0830-MERGE-ONE-HOLD
      *
      *  CALLS:
      *    -  0960-AGE-HOLD-DATE
      *****************************************************************
      *
       0850-WRITE-HOLD-REC.
           WRITE HOLDMNEW-REC FROM WS-HOLD-NEW-REC.
           IF HNCODE = '00'
              ADD 1 TO WS-NEW-HOLDS-WRTN
           ELSE
              DISPLAY 'ERROR WRITING NEW OPEN-HOLDS MASTER FILE'
           END-IF.
      *
           ADD NH-HELD-QTY TO WS-TOTAL-HELD-QTY.
           MOVE NH-HOLD-DATE TO WS-EDIT-DATE.
           PERFORM 0960-AGE-HOLD-DATE.
      *
           MOVE NH-PART-NUMBER        TO RPT-H-PART-NUMBER.
           MOVE NH-LOCATION-CODE      TO RPT-H-LOCATION.
           MOVE NH-LOT-NUMBER         TO RPT-H-LOT-NUMBER.
           MOVE NH-HELD-QTY           TO RPT-H-HELD-QTY.
           MOVE NH-REASON-CODE        TO RPT-H-REASON.
           MOVE NH-HOLD-DATE          TO RPT-H-HOLD-DATE.
           MOVE WS-DAYS-HELD          TO RPT-H-DAYS-HELD.
           MOVE NH-SUPPLIER-CODE      TO RPT-H-SUPPLIER.
      *
           WRITE HOLDRPT-REC FROM HLD-RPT-DETAIL-2.
           IF HPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO HELD-STOCK REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0960-AGE-HOLD-DATE PARAGRAPH RUNS A STRUCTURAL CHECK ON
      *    THE YYYYMMDD DATE IN WS-EDIT-DATE -- NUMERIC, A PLAUSIBLE
      *    YEAR AND MONTH AND DAY RANGES -- AND, WHEN IT PASSES, SETS
      *    WS-DAYS-HELD TO THE DAYS FROM THAT DATE TO TODAY.
      *
      *  CALLED BY:
      *    -  0750-WRITE-TRANS-LINE
      *    -  0850-WRITE-HOLD-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0960-AGE-HOLD-DATE.
           MOVE 'N' TO WS-DATE-OK-SW.
           MOVE 0   TO WS-DAYS-HELD.
      *
           IF WS-EDIT-DATE NUMERIC
              IF WS-EDIT-DATE-YYYY > 1600 AND
                 WS-EDIT-DATE-MM >= 01 AND WS-EDIT-DATE-MM <= 12 AND
                 WS-EDIT-DATE-DD >= 01 AND WS-EDIT-DATE-DD <= 28
                 MOVE 'Y' TO WS-DATE-OK-SW
              ELSE
              IF WS-EDIT-DATE-YYYY > 1600 AND
                 WS-EDIT-DATE-MM >= 01 AND WS-EDIT-DATE-MM <= 12 AND
                 WS-EDIT-DATE-DD >= 29 AND WS-EDIT-DATE-DD <= 31 AND
                 WS-EDIT-DATE-MM NOT = 02
                 MOVE 'Y' TO WS-DATE-OK-SW
              END-IF
              END-IF
           END-IF.
      *
           IF EDIT-DATE-OK
              MOVE WS-EDIT-DATE TO WS-EDIT-DATE-9
              COMPUTE WS-HOLD-DATE-INT =
                 FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
              COMPUTE WS-DAYS-HELD =
                 WS-TODAY-INT - WS-HOLD-DATE-INT
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2600-CLOSE-FILES PARAGRAPH CLOSES ALL FILES AND
      *    DISPLAYS RUN CONTROL TOTALS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2600-CLOSE-FILES.
           CLOSE HOLDSRT
                 HOLDMAST
                 LOTMAST
                 INVMAST
                 HOLDMNEW
                 LOTMNEW
                 INVNEW
                 HOLDISS
                 HOLDRTV
                 HOLDRPT.
      *
           DISPLAY 'HOLD TRANSACTIONS READ:      ' WS-HOLD-TRANS-READ.
           DISPLAY 'OLD OPEN HOLDS READ:         ' WS-OLD-HOLDS-READ.
           DISPLAY 'HOLDS PLACED:                '
                   WS-HOLDS-PLACED-CTR.
           DISPLAY 'HOLDS RELEASED:              '
                   WS-HOLDS-RELEASED-CTR.
           DISPLAY 'HOLDS RETURNED TO VENDOR:    '
                   WS-HOLDS-RETURNED-CTR.
           DISPLAY 'TRANSACTIONS REJECTED:       '
                   WS-TRANS-REJECTED-CTR.
           DISPLAY 'OPEN HOLDS WRITTEN:          ' WS-NEW-HOLDS-WRTN.
           DISPLAY 'LOT MASTER RECORDS READ:     ' WS-LOT-MASTER-READ.
           DISPLAY 'LOT MASTER RECORDS WRITTEN:  ' WS-LOT-MASTER-WRTN.
           DISPLAY 'INV MASTER RECORDS READ:     ' WS-INV-MASTER-READ.
           DISPLAY 'INV MASTER RECORDS WRITTEN:  ' WS-INV-MASTER-WRTN.
           DISPLAY 'RETURN ISSUES WRITTEN:       '
                   WS-RETURN-ISSUES-WRTN.
           DISPLAY 'RETURN DOCUMENTS WRITTEN:    ' WS-RTV-DOCS-WRTN.
