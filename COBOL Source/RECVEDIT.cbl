      *    RECEIVED QUANTITY -- CONVERTED TO THE PART'S OWN UNIT OF
      *    MEASURE THROUGH THE UNITOFM FACTORS, EXACTLY AS PORECV.CBL
      *    CONVERTS IT -- MUST NOT EXCEED THE REMAINING OPEN BALANCE.
      *    A RECEIPT OF A GOVERNMENT PART MUST ALSO CARRY A COUNTRY OF
      *    ORIGIN.
      *    CLEAN RECEIPTS FLOW TO THE EDITED RECEIPT FILE PORECV
      *    READS; REJECTS GO TO A CORRECTION FILE WITH THE REASON,
      *    WHILE THE PAPERWORK IS STILL ON THE DESK. FROM THE SAME
      *    DELIVERY EXPECTED IN THE NEXT N DAYS (SYSIN, DEFAULT 7),
      *    SORTED BY DELIVERY DATE AND SUPPLIER -- SO RECEIVING CHECKS
      *    TRUCKS IN AGAINST A LIST INSTEAD OF KEYING FROM THE PACKING
      *    SLIP. A DELIVERY OF A PART ON THE HAZARDOUS MATERIAL MASTER
      *    IS FLAGGED WITH ITS HAZARD CLASS AND UN NUMBER, FOLLOWED BY
      *    THE STORAGE LOCATIONS IT MAY BE PUT AWAY TO.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - BUSDATE.CBL - SHARED BUSINESS-DAY DATE SERVICE. WORKS OUT
      *      THE END OF THE DOCK WORKSHEET WINDOW IN PLANT WORKING DAYS.
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.PORECV.RECEIPTS - RAW RECEIPT TRANSACTIONS KEYED
      *                                AT THE DOCK, EACH CARRYING THE
      *                                RECEIVING OPERATOR ID
      *      INTERNAL FILE NAME:       RECVIN
      *      JCL DD NAME:              RECVIN
      *
      *
      *
      *      RTPOT44.AUTOPART.PARTFILE - PARTS MASTER (INDEXED, READ
      *                                  RANDOMLY BY PART-NUMBER FOR
      *                                  THE EDIT AND THE WORKSHEET)
      *      INTERNAL FILE NAME:         PARTFILE
      *      JCL DD NAME:                PARTFILE
      *
      *
      *      RTPOT44.HAZMAINT.HAZMAST.NEW - HAZARDOUS MATERIAL MASTER
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
      *      SYSIN - DOCK WORKSHEET HORIZON IN DAYS, POSITIONS 1-3.
      *              ZERO OR A BLANK CARD TAKES THE DEFAULT (7 DAYS).
      *              THE DAYS ARE PLANT WORKING DAYS FROM THE SHOP
      *              CALENDAR, OR CALENDAR DAYS WITHOUT ONE.
      *
      *
      *    OUTPUT FILES:
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A PART'S SUPPLIER, UNIT OF MEASURE AND
      *                   GOVERNMENT/COMMERCIAL CODE ARE NOW READ FROM
      *                   PARTFILE BY KEY (NEW PARAGRAPH 0170) -- THE
      *                   2000-ENTRY PART/SUPPLIER TABLE IS GONE. A
      *                   FULL UNIT OF MEASURE OR OPEN ORDER TABLE NOW
      *                   ENDS THE RUN WITH RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE DOCK WORKSHEET HORIZON IS NOW ADDED TO
      *                   TODAY AS PLANT WORKING DAYS BY THE NEW
      *                   BUSDATE.CBL DATE SERVICE FROM THE SHOP
      *                   CALENDAR (CALENDAR DAYS, AS BEFORE, WHEN THE
      *                   CALENDAR IS NOT AVAILABLE), SO A HOLIDAY WEEK
      *                   NO LONGER SHORTENS THE WINDOW. A HORIZON LINE
      *                   AT THE TOP OF THE WORKSHEET STATES THE END
      *                   DATE AND WHICH BASIS IT WAS WORKED IN. A FULL
      *                   SHOP CALENDAR TABLE ENDS THE RUN WITH RETURN-
      *                   CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE DOCK WORKSHEET NOW LOADS THE HAZARDOUS
      *                   MATERIAL MASTER (HAZMAST) AND FLAGS EVERY
      *                   HAZMAT DELIVERY WITH ITS HAZARD CLASS AND UN
      *                   NUMBER, FOLLOWED BY A LINE NAMING THE STORAGE
      *                   LOCATIONS IT MAY BE PUT AWAY TO. DOCK SORT
      *                   RECORD WIDENED FROM 56 TO 73 BYTES. A HAZMAT
      *                   MASTER LARGER THAN THE TABLE ENDS THE RUN
      *                   WITH RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE RECVIN RECEIPT TRANSACTION GREW FROM 37
      *                   TO 40 BYTES FOR THE COUNTRY OF ORIGIN KEYED
      *                   AT THE DOCK. WIDENED RECVIN, THE EDITED
      *                   RECEIPT FILE (RECVOUT) AND THE REJECT IMAGE
      *                   (RECVREJ 63 TO 66 BYTES) TO MATCH. THE PART
      *                   LOOKUP TABLE NOW CARRIES THE
      *                   GOVERNMENT/COMMERCIAL CODE, AND A RECEIPT OF
      *                   A GOVERNMENT PART KEYED WITHOUT AN ORIGIN IS
      *                   REJECTED AS GOVT PART ORIGIN MISSING.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE RECVIN RECEIPT TRANSACTION GREW FROM 29
      *                   TO 37 BYTES FOR THE RECEIVING OPERATOR ID.
      *                   WIDENED RECVIN, THE EDITED RECEIPT FILE
      *                   (RECVOUT) AND THE REJECT IMAGE (RECVREJ 55 TO
      *                   63 BYTES) TO MATCH. A RECEIPT KEYED WITHOUT
      *                   AN OPERATOR ID IS NOW REJECTED AS OPERATOR ID
      *                   MISSING.
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
      *
           SELECT PARTFILE ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PARTFILE-KEY
              FILE STATUS IS PACODE.
      *
      *
           SELECT DOCKRPT ASSIGN TO DOCKRPT
              FILE STATUS IS DKCODE.
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
       FD  PORHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PORHIST-REC.
      *
       01 PORHIST-REC PIC X(80).
      *
       FD  UNITOFM
           RECORDING MODE IS F
       FD  RECVOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECVOUT-REC.
      *
       01 RECVOUT-REC PIC X(40).
      *
       FD  RECVREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECVREJ-REC.
      *
       01 RECVREJ-REC PIC X(66).
      *
       SD  DOCK-SORT-FILE
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS DOCK-SORT-REC.
      *
       01 DOCK-SORT-REC.
          05 DS-PO-NUMBER            PIC X(06).
          05 DS-PART-NUMBER          PIC X(23).
          05 DS-OPEN-QTY             PIC S9(7).
          05 DS-HAZARD-CLASS         PIC X(03).
          05 DS-UN-NUMBER            PIC X(04).
          05 DS-HAZ-LOCATIONS        PIC X(10).
          05 FILLER                  PIC X(02).
      *
       FD  DOCKRPT
           DATA RECORD IS DOCKRPT-REC.
      *
       01 DOCKRPT-REC PIC X(100).
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
       WORKING-STORAGE SECTION.
      *
          05 RV-UNIT-OF-MEASURE     PIC X(03) VALUE SPACES.
          05 RV-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 RV-LOT-NUMBER          PIC X(10) VALUE SPACES.
          05 RV-OPERATOR-ID         PIC X(08) VALUE SPACES.
          05 RV-ORIGIN-COUNTRY      PIC X(03) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE REJECTED RECEIPT -- THE RAW RECEIPT
      *****************************************************************
      *
       01 WS-RECV-REJECT-REC.
          05 RJ-RECEIPT-IMAGE       PIC X(40) VALUE SPACES.
          05 RJ-REJECT-REASON       PIC X(25) VALUE SPACES.
          05 FILLER                 PIC X(01) VALUE SPACES.
      *
          05 OP-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OP-RECEIVED-QTY         PIC S9(7) VALUE 0.
          05 OP-PO-TYPE              PIC X(01) VALUE SPACES.
          05 OP-REVISION-NUMBER      PIC 9(02) VALUE 0.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
       01 BACKLOG-TBL.
          05 BACKLOG-ENTRY-TBL
          05 WS-PART-UOM-FACTOR     PIC 9(05)V99 VALUE 1.
          05 WS-ENTRY-UOM-FACTOR    PIC 9(05)V99 VALUE 1.
          05 WS-EDIT-PART-UOM       PIC X(03) VALUE SPACES.
          05 WS-EDIT-PART-GOVT      PIC X(01) VALUE SPACES.
             88 EDIT-PART-GOVT      VALUE 'G'.
          05 WS-CONVERTED-QTY       PIC S9(7) VALUE 0.
          05 UOM-FOUND-SW           PIC X(01) VALUE 'N'.
             88 UOM-FOUND           VALUE 'Y'.
             88 UOM-FACTOR-FOUND    VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE PARTS MASTER RECORD READ BY KEY --
      *  THE WORKSHEET
      *  NAMES EACH DELIVERY'S SUPPLIER, AND THE GOVERNMENT/COMMERCIAL
      *  CODE TELLS THE EDIT WHICH RECEIPTS MUST CARRY AN ORIGIN.
      *****************************************************************
      *
       01 WS-PARTS-REC.
          05 PM-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(21) VALUE SPACES.
          05 PM-GOVT-COMML-CODE      PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE SPACES.
          05 PM-UNIT-OF-MEASURE      PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(20) VALUE SPACES.
          05 PM-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE SPACES.
      *
       01 WS-PART-SUPP-VARS.
          05 WS-LOOKUP-SUPPLIER     PIC X(10) VALUE SPACES.
          05 PSUP-FOUND-SW          PIC X(01) VALUE 'N'.
             88 PSUP-FOUND          VALUE 'Y'.
          05 TABLE-FULL-SW          PIC X(01) VALUE 'N'.
             88 TABLE-FULL          VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE HAZARDOUS MATERIAL MASTER RECORD AND
      *  THE TABLE IT IS LOADED INTO, SO THE WORKSHEET CAN FLAG EVERY
      *  HAZMAT DELIVERY BEFORE THE TRUCK IS UNLOADED.
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
       01 HAZ-TBL. *>TABLE TO HOLD HAZMAT PARTS
          05 HAZ-ENTRY-TBL
            OCCURS 1000 TIMES INDEXED BY HAZ-IDX.
            10 HAZ-PART-NUMBER-TBL  PIC X(23) VALUE SPACES.
            10 HAZ-CLASS-TBL        PIC X(03) VALUE SPACES.
            10 HAZ-UN-NUMBER-TBL    PIC X(04) VALUE SPACES.
            10 HAZ-LOCATIONS-TBL    PIC X(10) VALUE SPACES.
      *
       01 WS-HAZ-VARS.
          05 WS-MAX-HAZ-IDX         PIC 9(04) VALUE 1000.
          05 WS-HAZ-LOADED-CTR      PIC 9(04) VALUE 0.
          05 WS-HAZ-LOC-SUB         PIC 9(01) VALUE 0.
          05 HAZ-FOUND-SW           PIC X(01) VALUE 'N'.
             88 HAZ-FOUND           VALUE 'Y'.
          05 HAZ-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
             88 HAZ-TABLE-FULL      VALUE 'Y'.
          05 WS-HAZ-LOC-SOURCE.
             10 WS-HAZ-LOC          PIC X(02) VALUE SPACES
                                    OCCURS 5 TIMES.
      *
      *****************************************************************
      *  RUN OPTION CARD AND HORIZON CONTROL AREA. THE DOCK WORKSHEET
      *  COVERS DELIVERIES DUE FROM TODAY THROUGH TODAY PLUS THE
      *  HORIZON DAYS, ADDED AS PLANT WORKING DAYS BY THE BUSDATE.CBL
      *  DATE SERVICE, WHOSE PARAMETER AREA FOLLOWS.
      *****************************************************************
      *
       01 WS-RUN-OPTION-CARD.
          05 WS-HORIZON-INT         PIC 9(08) VALUE 0.
          05 WS-HORIZON-DATE-9      PIC 9(08) VALUE 0.
          05 WS-HORIZON-DATE        PIC X(08) VALUE SPACES.
      *
       COPY BUSDPARM.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 RVCODE                 PIC X(02) VALUE SPACES.
          05 ROCODE                 PIC X(02) VALUE SPACES.
          05 RJCODE                 PIC X(02) VALUE SPACES.
          05 DKCODE                 PIC X(02) VALUE SPACES.
          05 HZCODE                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 RECVIN-FILE-SW          PIC X(01) VALUE 'N'.
             88 END-OF-BACKLOG-FILE  VALUE 'Y'.
          05 UOM-FILE-SW             PIC X(01) VALUE 'N'.
             88 END-OF-UOM-FILE      VALUE 'Y'.
          05 SORT-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-SORT-FILE     VALUE 'Y'.
          05 HAZMAST-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-HAZMAST-FILE  VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-RECEIPTS-READ-CTR    PIC 9(07) VALUE 0.
          05 WS-RECEIPTS-REJECTED-CTR PIC 9(07) VALUE 0.
          05 WS-BACKLOG-READ-CTR     PIC 9(07) VALUE 0.
          05 WS-DOCK-LINES-CTR       PIC 9(05) VALUE 0.
          05 WS-DOCK-HAZMAT-CTR      PIC 9(05) VALUE 0.
      *
      *****************************************************************
      *  DOCK WORKSHEET LINES. THE HORIZON LINE STATES THE END OF THE
      *  WINDOW AND WHETHER IT WAS WORKED IN BUSINESS OR CALENDAR DAYS.
      *****************************************************************
      *
       01 DOCK-RPT-HORIZON-LINE. *>WINDOW AND BASIS FOR DOCK WORKSHEET
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE
                                     'DELIVERIES DUE THROUGH '.
          05 RPT-HORIZON-DATE        PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE ' -- '.
          05 RPT-HORIZON-BASIS       PIC X(40) VALUE SPACES.
          05 FILLER                  PIC X(20) VALUE SPACES.
      *
       01 DOCK-RPT-HEADER-1. *>HEADER FOR DOCK WORKSHEET
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'OPEN QTY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(20) VALUE
                                     'HAZARDOUS MATERIAL'.
          05 FILLER                  PIC X(05) VALUE SPACES.
      *
       01 DOCK-RPT-HEADER-2. *>HEADER FOR DOCK WORKSHEET
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(20) VALUE ALL '='.
          05 FILLER                  PIC X(05) VALUE SPACES.
      *
       01 DOCK-RPT-DETAIL. *>DETAIL LINE FOR DOCK WORKSHEET
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-OPEN-QTY            PIC ZZZZZZ9-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-HAZMAT-FLAG.
             10 RPT-HAZ-CLASS-LIT    PIC X(10) VALUE SPACES.
             10 RPT-HAZ-CLASS        PIC X(03) VALUE SPACES.
             10 RPT-HAZ-UN-LIT       PIC X(03) VALUE SPACES.
             10 RPT-HAZ-UN-NUMBER    PIC X(04) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE SPACES.
      *
       01 DOCK-RPT-HAZ-LINE. *>ALLOWED LOCATIONS UNDER A HAZMAT LINE
          05 FILLER                  PIC X(17) VALUE SPACES.
          05 FILLER                  PIC X(39) VALUE
                '*** HAZMAT -- PUT AWAY ONLY TO LOCATION'.
          05 RPT-HAZ-LOC-ENTRY       OCCURS 5 TIMES.
             10 FILLER               PIC X(01) VALUE SPACES.
             10 RPT-HAZ-LOC          PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(29) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    - 0100-OPEN-FILES
      *    - 0160-READ-UOM-FILE
      *    - 0165-LOAD-UOM-TABLE
      *    - 0180-READ-HAZMAST-FILE
      *    - 0185-LOAD-HAZMAST-TABLE
      *    - 0200-READ-BACKLOG-FILE
      *    - 0220-LOAD-BACKLOG-TABLE
      *    - 0300-READ-RECVIN-FILE
           PERFORM 0160-READ-UOM-FILE.
           PERFORM 0165-LOAD-UOM-TABLE
               UNTIL END-OF-UOM-FILE.
           PERFORM 0180-READ-HAZMAST-FILE.
           PERFORM 0185-LOAD-HAZMAST-TABLE
               UNTIL END-OF-HAZMAST-FILE.
           PERFORM 0200-READ-BACKLOG-FILE.
           PERFORM 0220-LOAD-BACKLOG-TABLE
               UNTIL END-OF-BACKLOG-FILE.
               INPUT PROCEDURE IS 1000-RELEASE-DOCK-ITEMS
               OUTPUT PROCEDURE IS 1500-PRINT-DOCK-WORKSHEET.
           PERFORM 2600-CLOSE-FILES.
           IF HAZ-TABLE-FULL OR BD-CALENDAR-FULL OR TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH ACCEPTS THE HORIZON FROM
      *    SYSIN, OBTAINS TODAY'S DATE AND DERIVES THE END OF THE
      *    WORKSHEET WINDOW -- TODAY PLUS THE HORIZON IN PLANT WORKING
      *    DAYS THROUGH THE BUSDATE DATE SERVICE, OR IN CALENDAR DAYS
      *    WHEN THE SERVICE CANNOT WORK IT OUT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  BUSDATE (BUSINESS-DAY DATE SERVICE)
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-TODAY-8)).
           MOVE 'A' TO BD-FUNCTION.
           MOVE 'P' TO BD-DAY-TYPE.
           MOVE WS-TODAY-8      TO BD-FROM-DATE.
           MOVE WS-HORIZON-DAYS TO BD-DAYS.
           CALL 'BUSDATE' USING BUSDATE-AREA.
           IF BD-OK OR BD-NO-CALENDAR
              MOVE BD-RESULT-DATE TO WS-HORIZON-DATE-9
           ELSE
              COMPUTE WS-HORIZON-INT = WS-TODAY-INT + WS-HORIZON-DAYS
              COMPUTE WS-HORIZON-DATE-9 =
                      FUNCTION DATE-OF-INTEGER (WS-HORIZON-INT)
           END-IF.
           MOVE WS-HORIZON-DATE-9 TO WS-HORIZON-DATE.
           MOVE WS-HORIZON-DATE   TO RPT-HORIZON-DATE.
           MOVE BD-BASIS-TEXT     TO RPT-HORIZON-BASIS.
      *
           DISPLAY 'RECVEDIT DOCK WORKSHEET THROUGH '
                   WS-HORIZON-DATE.
           ELSE
              DISPLAY 'ERROR OPENING DOCK WORKSHEET FILE'
           END-IF.
      *
           OPEN INPUT HAZMAST.
           IF HZCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING HAZMAT MASTER FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0165-LOAD-UOM-TABLE PARAGRAPH LOADS UNIT OF MEASURE
      *    CODES INTO A TABLE (ARRAY) IN WORKING STORAGE. A FULL TABLE
      *    ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
               PERFORM 0160-READ-UOM-FILE
           END-PERFORM.
      *
           IF NOT END-OF-UOM-FILE
              DISPLAY 'UNIT OF MEASURE TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO UOM-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0170-READ-PART-MASTER PARAGRAPH READS THE PARTS MASTER
      *    BY THE KEY IN PARTFILE-KEY AND SETS THE PSUP-FOUND SWITCH.
      *    THE PARTS RECORD IS LEFT AT SPACES WHEN THE PART IS NOT ON
      *    THE MASTER.
      *
      *  CALLED BY:
      *    -  0565-LOOKUP-PART-UOM
      *    -  1000-RELEASE-DOCK-ITEMS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0170-READ-PART-MASTER.
           MOVE 'N'    TO PSUP-FOUND-SW.
           MOVE SPACES TO WS-PARTS-REC.
      *
           READ PARTFILE INTO WS-PARTS-REC
              INVALID KEY
                 MOVE 'N' TO PSUP-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO PSUP-FOUND-SW
           END-READ.
      *
           IF PACODE = '00' OR '23'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING PARTS FILE.'
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0180-READ-HAZMAST-FILE PARAGRAPH READS ONE RECORD FROM
      *    THE HAZARDOUS MATERIAL MASTER. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0185-LOAD-HAZMAST-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0180-READ-HAZMAST-FILE.
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
      *    THE 0185-LOAD-HAZMAST-TABLE PARAGRAPH LOADS EACH HAZMAT
      *    PART'S HAZARD CLASS, UN NUMBER AND ALLOWED STORAGE
      *    LOCATIONS INTO THE HAZARDOUS MATERIAL TABLE. A MASTER
      *    LARGER THAN THE TABLE ENDS THE RUN WITH RETURN-CODE 16 --
      *    AN UNFLAGGED HAZMAT DELIVERY IS WORSE THAN NO WORKSHEET.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0180-READ-HAZMAST-FILE
      *****************************************************************
      *
       0185-LOAD-HAZMAST-TABLE.
           IF WS-HAZ-LOADED-CTR < WS-MAX-HAZ-IDX
              ADD 1 TO WS-HAZ-LOADED-CTR
              SET HAZ-IDX TO WS-HAZ-LOADED-CTR
              MOVE HZ-PART-NUMBER   TO HAZ-PART-NUMBER-TBL (HAZ-IDX)
              MOVE HZ-HAZARD-CLASS  TO HAZ-CLASS-TBL (HAZ-IDX)
              MOVE HZ-UN-NUMBER     TO HAZ-UN-NUMBER-TBL (HAZ-IDX)
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
              PERFORM 0180-READ-HAZMAST-FILE
           END-IF.
      *
      *****************************************************************
                 MOVE OP-DELIVERY-DATE
                    TO BKLG-DELIV-DATE-TBL (BKLG-IDX)
              ELSE
                 DISPLAY 'OPEN ORDER TABLE FULL -- RUN ENDS WITH '
                         'RETURN CODE 16'
                 SET TABLE-FULL TO TRUE
                 MOVE 'Y' TO BACKLOG-FILE-SW
              END-IF
           END-IF.
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-EDIT-ONE-RECEIPT PARAGRAPH VALIDATES ONE RAW
      *    RECEIPT -- THE RECEIVING OPERATOR ID MUST BE PRESENT (AN
      *    UNATTRIBUTED RECEIPT DEFEATS THE SEGREGATION OF DUTIES
      *    CHECK), THE PO MUST BE ON THE OPEN BACKLOG, A NON-BLANK
      *    UNIT OF MEASURE MUST BE KNOWN TO UNITOFM, AND THE RECEIVED
      *    QUANTITY, CONVERTED TO THE PART'S OWN UNIT OF MEASURE THE
      *    WAY PORECV.CBL CONVERTS IT, MUST NOT EXCEED THE REMAINING
      *    OPEN BALANCE (A ZERO QUANTITY IS A LEGACY FULL
      *    CONFIRMATION AND PASSES). A RECEIPT OF A GOVERNMENT PART
      *    (GOVT-COMML-CODE 'G') MUST CARRY A COUNTRY OF ORIGIN FOR
      *    THE DOMESTIC-CONTENT CHECK. THE UNIT CHECK RUNS BEFORE THE
      *    QUANTITY CHECK -- A QUANTITY IN AN UNKNOWN UNIT CANNOT BE
      *    COMPARED TO ANYTHING. A CLEAN RECEIPT IS WRITTEN TO THE
      *    EDITED FILE AND A REJECT TO THE CORRECTION FILE WITH ITS
           PERFORM 0580-CONVERT-RECEIPT-QTY.
      *
           EVALUATE TRUE
              WHEN RV-OPERATOR-ID = SPACES
                 MOVE 'OPERATOR ID MISSING' TO RJ-REJECT-REASON
                 PERFORM 0650-WRITE-REJECT
              WHEN NOT BKLG-FOUND
                 MOVE 'PO NOT ON OPEN BACKLOG' TO RJ-REJECT-REASON
                 PERFORM 0650-WRITE-REJECT
                   AND WS-CONVERTED-QTY > WS-BKLG-OPEN-QTY
                 MOVE 'QTY EXCEEDS OPEN BALANCE' TO RJ-REJECT-REASON
                 PERFORM 0650-WRITE-REJECT
              WHEN EDIT-PART-GOVT
                   AND RV-ORIGIN-COUNTRY = SPACES
                 MOVE 'GOVT PART ORIGIN MISSING' TO RJ-REJECT-REASON
                 PERFORM 0650-WRITE-REJECT
              WHEN OTHER
                 PERFORM 0600-WRITE-EDITED-RECEIPT
           END-EVALUATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0565-LOOKUP-PART-UOM PARAGRAPH READS THE PARTS MASTER
      *    BY KEY FOR THE ORDERED PART RETURNED
      *    BY 0550-SEARCH-BACKLOG-TABLE AND LEAVES THE PART'S OWN
      *    UNIT OF MEASURE IN WS-EDIT-PART-UOM AND ITS GOVERNMENT/
      *    COMMERCIAL CODE IN WS-EDIT-PART-GOVT (SPACES WHEN THE PART
      *    IS NOT ON THE MASTER).
      *
      *  CALLED BY:
      *    -  0500-EDIT-ONE-RECEIPT
      *
      *  CALLS:
      *    -  0170-READ-PART-MASTER
      *****************************************************************
      *
       0565-LOOKUP-PART-UOM.
           MOVE WS-BKLG-PART TO PARTFILE-KEY.
           PERFORM 0170-READ-PART-MASTER.
           MOVE PM-UNIT-OF-MEASURE TO WS-EDIT-PART-UOM.
           MOVE PM-GOVT-COMML-CODE TO WS-EDIT-PART-GOVT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1000-RELEASE-DOCK-ITEMS PARAGRAPH IS THE SORT INPUT
      *    PROCEDURE. EVERY OPEN ORDER WHOSE DELIVERY DATE FALLS FROM
      *    TODAY THROUGH THE HORIZON DATE IS RELEASED TO THE SORT WITH
      *    ITS SUPPLIER READ FROM THE PARTS MASTER BY KEY AND,
      *    FOR A HAZMAT PART, ITS HAZARD CLASS, UN NUMBER AND ALLOWED
      *    STORAGE LOCATIONS FROM THE HAZARDOUS MATERIAL TABLE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA (SORT INPUT PROCEDURE)
      *
      *  CALLS:
      *    -  0170-READ-PART-MASTER
      *    -  1050-LOOKUP-HAZMAT
      *****************************************************************
      *
       1000-RELEASE-DOCK-ITEMS.
              IF BKLG-DELIV-DATE-TBL (BKLG-IDX) NOT < WS-TODAY-8
                 AND BKLG-DELIV-DATE-TBL (BKLG-IDX)
                     NOT > WS-HORIZON-DATE
                 MOVE BKLG-PART-TBL (BKLG-IDX) TO PARTFILE-KEY
                 PERFORM 0170-READ-PART-MASTER
                 MOVE PM-SUPPLIER-CODE TO WS-LOOKUP-SUPPLIER
                 MOVE BKLG-DELIV-DATE-TBL (BKLG-IDX)
                    TO DS-DELIVERY-DATE
                 MOVE WS-LOOKUP-SUPPLIER
                    TO DS-PART-NUMBER
                 MOVE BKLG-OPEN-QTY-TBL (BKLG-IDX)
                    TO DS-OPEN-QTY
                 PERFORM 1050-LOOKUP-HAZMAT
                 RELEASE DOCK-SORT-REC
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1050-LOOKUP-HAZMAT PARAGRAPH SEARCHES THE HAZARDOUS
      *    MATERIAL TABLE FOR THE PART ON THE DELIVERY BEING RELEASED
      *    AND MOVES ITS HAZARD CLASS, UN NUMBER AND ALLOWED STORAGE
      *    LOCATIONS TO THE SORT RECORD -- SPACES WHEN THE PART IS NOT
      *    HAZMAT.
      *
      *  CALLED BY:
      *    -  1000-RELEASE-DOCK-ITEMS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1050-LOOKUP-HAZMAT.
           MOVE 'N'    TO HAZ-FOUND-SW.
           MOVE SPACES TO DS-HAZARD-CLASS.
           MOVE SPACES TO DS-UN-NUMBER.
           MOVE SPACES TO DS-HAZ-LOCATIONS.
      *
           PERFORM VARYING HAZ-IDX FROM 1 BY 1
              UNTIL HAZ-IDX > WS-HAZ-LOADED-CTR OR HAZ-FOUND
              IF DS-PART-NUMBER = HAZ-PART-NUMBER-TBL (HAZ-IDX)
                 MOVE 'Y' TO HAZ-FOUND-SW
                 MOVE HAZ-CLASS-TBL (HAZ-IDX)     TO DS-HAZARD-CLASS
                 MOVE HAZ-UN-NUMBER-TBL (HAZ-IDX) TO DS-UN-NUMBER
                 MOVE HAZ-LOCATIONS-TBL (HAZ-IDX) TO DS-HAZ-LOCATIONS
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1500-PRINT-DOCK-WORKSHEET PARAGRAPH IS THE SORT OUTPUT
      *    PROCEDURE. THE HORIZON LINE AND COLUMN HEADINGS ARE WRITTEN
      *    AND EACH SORTED EXPECTED DELIVERY IS RETURNED AND PRINTED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA (SORT OUTPUT PROCEDURE)
      *****************************************************************
      *
       1500-PRINT-DOCK-WORKSHEET.
           WRITE DOCKRPT-REC FROM DOCK-RPT-HORIZON-LINE.
           WRITE DOCKRPT-REC FROM DOCK-RPT-HEADER-1.
           WRITE DOCKRPT-REC FROM DOCK-RPT-HEADER-2.
           IF DKCODE = '00'
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1560-PRINT-DOCK-LINE PARAGRAPH PRINTS ONE SORTED
      *    EXPECTED DELIVERY AND RETURNS THE NEXT ONE. A HAZMAT
      *    DELIVERY CARRIES ITS HAZARD CLASS AND UN NUMBER ON THE
      *    LINE AND IS FOLLOWED BY A LINE NAMING THE STORAGE
      *    LOCATIONS IT MAY BE PUT AWAY TO.
      *
      *  CALLED BY:
      *    -  1500-PRINT-DOCK-WORKSHEET
           MOVE DS-PO-NUMBER     TO RPT-PO-NUMBER.
           MOVE DS-PART-NUMBER   TO RPT-PART-NUMBER.
           MOVE DS-OPEN-QTY      TO RPT-OPEN-QTY.
           IF DS-HAZARD-CLASS = SPACES
              MOVE SPACES          TO RPT-HAZMAT-FLAG
           ELSE
              MOVE 'HAZMAT CL '    TO RPT-HAZ-CLASS-LIT
              MOVE DS-HAZARD-CLASS TO RPT-HAZ-CLASS
              MOVE ' UN'           TO RPT-HAZ-UN-LIT
              MOVE DS-UN-NUMBER    TO RPT-HAZ-UN-NUMBER
           END-IF.
           WRITE DOCKRPT-REC FROM DOCK-RPT-DETAIL.
           IF DKCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO DOCK WORKSHEET'
           END-IF.
      *
           IF DS-HAZARD-CLASS NOT = SPACES
              ADD 1 TO WS-DOCK-HAZMAT-CTR
              MOVE DS-HAZ-LOCATIONS TO WS-HAZ-LOC-SOURCE
              PERFORM VARYING WS-HAZ-LOC-SUB FROM 1 BY 1
                 UNTIL WS-HAZ-LOC-SUB > 5
                 MOVE WS-HAZ-LOC (WS-HAZ-LOC-SUB)
                    TO RPT-HAZ-LOC (WS-HAZ-LOC-SUB)
              END-PERFORM
              WRITE DOCKRPT-REC FROM DOCK-RPT-HAZ-LINE
              IF DKCODE = '00'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR WRITING TO DOCK WORKSHEET'
              END-IF
           END-IF.
      *
           PERFORM 1550-RETURN-SORTED-ITEM.
      *
                 PARTFILE
                 RECVOUT
                 RECVREJ
                 DOCKRPT
                 HAZMAST.
      *
           DISPLAY 'RAW RECEIPTS READ:           '
                   WS-RECEIPTS-READ-CTR.
           DISPLAY 'BACKLOG RECORDS READ:        '
                   WS-BACKLOG-READ-CTR.
           DISPLAY 'DOCK WORKSHEET LINES:        ' WS-DOCK-LINES-CTR.
           DISPLAY 'HAZMAT DELIVERIES FLAGGED:   ' WS-DOCK-HAZMAT-CTR.
