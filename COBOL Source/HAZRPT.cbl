       IDENTIFICATION DIVISION.
       PROGRAM-ID. HAZRPT.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM IS THE MONTHLY HAZARDOUS MATERIAL REPORT. IT
      *    HAS TWO SECTIONS. THE FIRST LISTS EVERY PART ON THE
      *    HAZARDOUS MATERIAL MASTER (HAZMAST, MAINTAINED BY
      *    HAZMAINT.CBL) WHOSE SAFETY DATA SHEET IS PAST ITS REVIEW
      *    DATE -- THE SDS REVISION DATE PLUS THE REVIEW PERIOD ON THE
      *    SYSIN CARD (DEFAULT 1095 DAYS, THREE YEARS) FALLS BEFORE
      *    TODAY -- WITH THE NUMBER OF DAYS OVERDUE. A PART WHOSE SDS
      *    DATE IS NOT A VALID CALENDAR DATE IS LISTED AS WELL. THE
      *    SECOND LISTS HAZMAT STOCK OF INCOMPATIBLE HAZARD CLASSES
      *    SHARING A STORAGE LOCATION. EVERY INVENTORY MASTER RECORD
      *    WITH STOCK ON HAND FOR A HAZMAT PART IS SORTED BY LOCATION;
      *    WITHIN EACH LOCATION EVERY PAIR OF PARTS IS CHECKED AGAINST
      *    THE HAZARD CLASS SEGREGATION TABLE (HAZSEGR, MAINTAINED BY
      *    TBLMAINT.CBL), IN EITHER ORDER, AND A PAIR OF CLASSES THAT
      *    MUST BE KEPT APART IS REPORTED WITH THE TABLE'S
      *    DESCRIPTION. A TABLE TOO SMALL FOR ITS FILE WOULD LET A
      *    HAZARD GO UNREPORTED, SO THE RUN ENDS WITH RETURN-CODE 16.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.HAZMAINT.HAZMAST.NEW - HAZARDOUS MATERIAL MASTER
      *                                     MAINTAINED BY HAZMAINT.CBL
      *      INTERNAL FILE NAME:            HAZMAST
      *      JCL DD NAME:                   HAZMAST
      *
      *
      *      RTPOT44.HAZRPT.HAZSEGR.FILE - HAZARD CLASS SEGREGATION
      *                                    TABLE, MAINTAINED BY
      *                                    TBLMAINT.CBL
      *      INTERNAL FILE NAME:           HAZSEGR
      *      JCL DD NAME:                  HAZSEGR
      *
      *
      *      RTPOT44.PORECV.INVMAST.NEW - ON-HAND INVENTORY MASTER
      *      INTERNAL FILE NAME:          INVMAST
      *      JCL DD NAME:                 INVMAST
      *
      *
      *      SYSIN - SDS REVIEW PERIOD IN DAYS, POSITIONS 1-4.
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.HAZRPT.MONTHLY.RPT - MONTHLY HAZARDOUS MATERIAL
      *                                   REPORT
      *      INTERNAL FILE NAME:          HAZMRPT
      *      JCL DD NAME:                 HAZMRPT
      *
      *
      *    WORK FILES:
      *      STKWORK - SORT WORK FILE HOLDING THE HAZMAT STOCK ON HAND
      *                SORTED ASCENDING BY LOCATION AND PART-NUMBER
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(HAZRPT)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HAZMAST ASSIGN TO HAZMAST
              FILE STATUS IS HZCODE.
      *
           SELECT HAZSEGR ASSIGN TO HAZSEGR
              FILE STATUS IS HSCODE.
      *
           SELECT INVMAST ASSIGN TO INVMAST
              FILE STATUS IS IMCODE.
      *
           SELECT HAZMRPT ASSIGN TO HAZMRPT
              FILE STATUS IS HRCODE.
      *
           SELECT STOCK-SORT-FILE ASSIGN TO STKWORK.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  HAZMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAZMAST-REC.
      *
       01 HAZMAST-REC PIC X(60).
      *
       FD  HAZSEGR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAZSEGR-REC.
      *
       01 HAZSEGR-REC PIC X(34).
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
       FD  HAZMRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAZMRPT-REC.
      *
       01 HAZMRPT-REC PIC X(100).
      *
       SD  STOCK-SORT-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS STOCK-SORT-REC.
      *
       01 STOCK-SORT-REC.
          05 SS-LOCATION-CODE        PIC X(02).
          05 SS-PART-NUMBER          PIC X(23).
          05 SS-HAZARD-CLASS         PIC X(03).
          05 SS-QTY-ON-HAND          PIC S9(7).
          05 FILLER                  PIC X(05).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE HAZARDOUS MATERIAL MASTER RECORD AND
      *  THE TABLE IT IS LOADED INTO FOR THE STOCK CHECK.
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
      *
       01 WS-HAZ-VARS.
          05 WS-MAX-HAZ-IDX         PIC 9(04) VALUE 1000.
          05 WS-HAZ-LOADED-CTR      PIC 9(04) VALUE 0.
          05 HAZ-FOUND-SW           PIC X(01) VALUE 'N'.
             88 HAZ-FOUND           VALUE 'Y'.
          05 HAZ-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
             88 HAZ-TABLE-FULL      VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE HAZARD CLASS SEGREGATION RECORD AND
      *  THE TABLE THE FILE IS LOADED INTO. EACH ENTRY NAMES TWO
      *  CLASSES THAT MUST NOT SHARE A STORAGE LOCATION.
      *****************************************************************
      *
       01 HAZSEGR-REC-WS. *>USED TO HOLD READ SEGREGATION RECORD
          05 HS-CLASS-A              PIC X(03) VALUE SPACES.
          05 HS-CLASS-B              PIC X(03) VALUE SPACES.
          05 HS-DESCRIPTION          PIC X(28) VALUE SPACES.
      *
       01  SEGR-TBL. *>TABLE TO HOLD INCOMPATIBLE CLASS PAIRS
           05 SEGR-ENTRY-TBL
             OCCURS 500 TIMES INDEXED BY SEGR-IDX.
             10 SEGR-CLASS-A-TBL     PIC X(03) VALUE SPACES.
             10 SEGR-CLASS-B-TBL     PIC X(03) VALUE SPACES.
             10 SEGR-DESCRIPTION-TBL PIC X(28) VALUE SPACES.
      *
       01 WS-SEGR-VARS.
          05 WS-MAX-SEGR-IDX         PIC 9(04) VALUE 500.
          05 WS-SEGR-LOADED-CTR      PIC 9(04) VALUE 0.
          05 WS-SEGR-DESCRIPTION     PIC X(28) VALUE SPACES.
          05 SEGR-FOUND-SW           PIC X(01) VALUE 'N'.
             88 SEGR-FOUND           VALUE 'Y'.
          05 SEGR-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
             88 SEGR-TABLE-FULL      VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE ON-HAND INVENTORY MASTER RECORD READ
      *  FROM INVMAST. SAME LAYOUT AS THE RECORD WRITTEN BY
      *  PORECV.CBL.
      *****************************************************************
      *
       01 WS-INV-REC.
          05 OI-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OI-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 OI-QTY-ON-HAND          PIC S9(7) VALUE 0.
          05 OI-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  THE HAZMAT STOCK OF ONE LOCATION, HELD WHILE EVERY PAIR OF
      *  PARTS IN IT IS CHECKED. A LOCATION HOLDING MORE HAZMAT PARTS
      *  THAN THE TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *****************************************************************
      *
       01 LOC-STOCK-TBL. *>HAZMAT PARTS STOCKED IN ONE LOCATION
          05 LOC-STOCK-ENTRY-TBL
            OCCURS 200 TIMES.
            10 LS-PART-NUMBER-TBL   PIC X(23) VALUE SPACES.
            10 LS-CLASS-TBL         PIC X(03) VALUE SPACES.
      *
       01 WS-LOC-STOCK-VARS.
          05 WS-MAX-LS-SUB           PIC 9(04) VALUE 200.
          05 WS-LS-LOADED-CTR        PIC 9(04) VALUE 0.
          05 WS-LS-SUB-A             PIC 9(04) VALUE 0.
          05 WS-LS-SUB-B             PIC 9(04) VALUE 0.
          05 WS-LS-START-B           PIC 9(04) VALUE 0.
          05 WS-HOLD-LOCATION        PIC X(02) VALUE SPACES.
          05 LOC-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
             88 LOC-TABLE-FULL       VALUE 'Y'.
      *
      *****************************************************************
      *  SDS REVIEW PERIOD CARD ACCEPTED FROM SYSIN. A BLANK, ZERO OR
      *  NON-NUMERIC CARD TAKES THE DEFAULT OF 1095 DAYS.
      *****************************************************************
      *
       01 WS-REVIEW-CARD.
          05 WS-REVIEW-DAYS-CARD     PIC X(04) VALUE SPACES.
          05 FILLER                  PIC X(76) VALUE SPACES.
      *
       01 WS-DATE-VARS.
          05 WS-REVIEW-DAYS          PIC 9(04) VALUE 0.
          05 WS-DEFAULT-REVIEW-DAYS  PIC 9(04) VALUE 1095.
          05 WS-TODAY-8              PIC X(08) VALUE SPACES.
          05 WS-TODAY-INT            PIC 9(08) VALUE 0.
          05 WS-EDIT-DATE-9          PIC 9(08) VALUE 0.
          05 WS-SDS-INT              PIC 9(08) VALUE 0.
          05 WS-REVIEW-DUE-INT       PIC 9(08) VALUE 0.
          05 WS-REVIEW-DUE-DATE      PIC 9(08) VALUE 0.
          05 WS-DAYS-OVERDUE         PIC 9(05) VALUE 0.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 HZCODE                  PIC X(02) VALUE SPACES.
          05 HSCODE                  PIC X(02) VALUE SPACES.
          05 IMCODE                  PIC X(02) VALUE SPACES.
          05 HRCODE                  PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 HAZMAST-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-HAZMAST-FILE  VALUE 'Y'.
          05 HAZSEGR-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-HAZSEGR-FILE  VALUE 'Y'.
          05 INV-MASTER-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-INV-MASTER-FILE VALUE 'Y'.
          05 SORT-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-SORT-FILE     VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-HAZMAST-READ-CTR     PIC 9(05) VALUE 0.
          05 WS-SDS-OVERDUE-CTR      PIC 9(05) VALUE 0.
          05 WS-SDS-INVALID-CTR      PIC 9(05) VALUE 0.
          05 WS-INV-RECS-READ-CTR    PIC 9(07) VALUE 0.
          05 WS-HAZ-STOCK-CTR        PIC 9(07) VALUE 0.
          05 WS-LOCATIONS-CTR        PIC 9(05) VALUE 0.
          05 WS-INCOMPATIBLE-CTR     PIC 9(05) VALUE 0.
      *
      *****************************************************************
      *  TITLE, SECTION HEADINGS, COLUMN HEADINGS AND DETAIL LINES FOR
      *  THE MONTHLY HAZARDOUS MATERIAL REPORT.
      *****************************************************************
      *
       01 HAZ-RPT-TITLE. *>TITLE FOR MONTHLY HAZMAT REPORT
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(42) VALUE
             'MONTHLY HAZARDOUS MATERIAL REPORT -- RUN: '.
          05 RPT-RUN-DATE            PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(22) VALUE
             '   SDS REVIEW PERIOD: '.
          05 RPT-REVIEW-DAYS         PIC ZZZ9.
          05 FILLER                  PIC X(05) VALUE ' DAYS'.
          05 FILLER                  PIC X(18) VALUE SPACES.
      *
       01 HAZ-RPT-BLANK-LINE.
          05 FILLER                  PIC X(100) VALUE SPACES.
      *
       01 SDS-RPT-SECTION. *>HEADING FOR THE SDS REVIEW SECTION
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(48) VALUE
             'SECTION 1 -- SAFETY DATA SHEETS PAST REVIEW DATE'.
          05 FILLER                  PIC X(51) VALUE SPACES.
      *
       01 SDS-RPT-HEADER-1. *>HEADER FOR THE SDS REVIEW SECTION
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'CLS'.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE 'UN'.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'SDS DATE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'DUE DATE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE ' OVER'.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(18) VALUE 'EXCEPTION'.
          05 FILLER                  PIC X(16) VALUE SPACES.
      *
       01 SDS-RPT-HEADER-2. *>HEADER FOR THE SDS REVIEW SECTION
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE ALL '='.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE ALL '='.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE ALL '='.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE ALL '='.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(18) VALUE ALL '='.
          05 FILLER                  PIC X(16) VALUE SPACES.
      *
       01 SDS-RPT-DETAIL. *>ONE LINE PER SDS PAST REVIEW
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-SDS-PART-NUMBER     PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-SDS-CLASS           PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 RPT-SDS-UN-NUMBER       PIC X(04) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 RPT-SDS-DATE            PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SDS-DUE-DATE        PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SDS-DAYS-OVER       PIC ZZZZ9.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 RPT-SDS-EXCEPTION       PIC X(18) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE SPACES.
      *
       01 SDS-RPT-NONE. *>PRINTED WHEN NO SDS IS PAST REVIEW
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(38) VALUE
             'NO SAFETY DATA SHEETS PAST REVIEW DATE'.
          05 FILLER                  PIC X(61) VALUE SPACES.
      *
       01 SEGR-RPT-SECTION. *>HEADING FOR THE STORAGE SECTION
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(54) VALUE
             'SECTION 2 -- INCOMPATIBLE HAZARD CLASSES SHARING A LOC'.
          05 FILLER                  PIC X(06) VALUE 'ATION'.
          05 FILLER                  PIC X(39) VALUE SPACES.
      *
       01 SEGR-RPT-HEADER-1. *>HEADER FOR THE STORAGE SECTION
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'LOC'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'CLS'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'STORED WITH PART'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'CLS'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(28) VALUE 'SEGREGATION RULE'.
          05 FILLER                  PIC X(09) VALUE SPACES.
      *
       01 SEGR-RPT-HEADER-2. *>HEADER FOR THE STORAGE SECTION
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE '== '.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE ALL '='.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE ALL '='.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(28) VALUE ALL '='.
          05 FILLER                  PIC X(09) VALUE SPACES.
      *
       01 SEGR-RPT-DETAIL. *>ONE LINE PER INCOMPATIBLE PAIR
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-SEGR-LOCATION       PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SEGR-PART-A         PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-SEGR-CLASS-A        PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SEGR-PART-B         PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-SEGR-CLASS-B        PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SEGR-DESCRIPTION    PIC X(28) VALUE SPACES.
          05 FILLER                  PIC X(09) VALUE SPACES.
      *
       01 SEGR-RPT-NONE. *>PRINTED WHEN NO LOCATION IS IN CONFLICT
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(45) VALUE
             'NO INCOMPATIBLE HAZARD CLASSES SHARE LOCATION'.
          05 FILLER                  PIC X(54) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION ACCEPTS THE REVIEW PERIOD CARD,
      *    LOADS THE SEGREGATION TABLE, LISTS THE SAFETY DATA SHEETS
      *    PAST REVIEW WHILE LOADING THE HAZARDOUS MATERIAL TABLE,
      *    THEN SORTS THE HAZMAT STOCK ON HAND BY LOCATION AND LISTS
      *    INCOMPATIBLE CLASSES SHARING A LOCATION, AND CLOSES FILES.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0170-READ-HAZSEGR-FILE
      *    - 0180-LOAD-HAZSEGR-TABLE
      *    - 0200-READ-HAZMAST-FILE
      *    - 0250-LOAD-HAZMAST-TABLE
      *    - 0400-WRITE-SEGR-HEADERS
      *    - 1000-RELEASE-HAZ-STOCK (SORT INPUT PROCEDURE)
      *    - 1500-CHECK-LOCATIONS (SORT OUTPUT PROCEDURE)
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0170-READ-HAZSEGR-FILE.
           PERFORM 0180-LOAD-HAZSEGR-TABLE
               UNTIL END-OF-HAZSEGR-FILE.
           PERFORM 0200-READ-HAZMAST-FILE.
           PERFORM 0250-LOAD-HAZMAST-TABLE
               UNTIL END-OF-HAZMAST-FILE.
           PERFORM 0400-WRITE-SEGR-HEADERS.
           SORT STOCK-SORT-FILE
               ON ASCENDING KEY SS-LOCATION-CODE
                               SS-PART-NUMBER
               INPUT PROCEDURE IS 1000-RELEASE-HAZ-STOCK
               OUTPUT PROCEDURE IS 1500-CHECK-LOCATIONS.
           PERFORM 2600-CLOSE-FILES.
           IF HAZ-TABLE-FULL OR SEGR-TABLE-FULL OR LOC-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH OBTAINS TODAY'S DATE FOR
      *    THE DAY ARITHMETIC AND ACCEPTS THE REVIEW PERIOD CARD FROM
      *    SYSIN. A BLANK, ZERO OR NON-NUMERIC PERIOD TAKES THE
      *    DEFAULT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8.
           MOVE WS-TODAY-8 TO WS-EDIT-DATE-9.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9).
           MOVE WS-TODAY-8 TO RPT-RUN-DATE.
      *
           ACCEPT WS-REVIEW-CARD FROM SYSIN.
           IF WS-REVIEW-DAYS-CARD NUMERIC AND
              WS-REVIEW-DAYS-CARD > '0000'
              MOVE WS-REVIEW-DAYS-CARD    TO WS-REVIEW-DAYS
           ELSE
              MOVE WS-DEFAULT-REVIEW-DAYS TO WS-REVIEW-DAYS
           END-IF.
           MOVE WS-REVIEW-DAYS TO RPT-REVIEW-DAYS.
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
           OPEN INPUT HAZMAST.
           IF HZCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING HAZMAT MASTER FILE'
              MOVE 'Y' TO HAZMAST-FILE-SW
           END-IF.
      *
           OPEN INPUT HAZSEGR.
           IF HSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING HAZARD SEGREGATION FILE'
              MOVE 'Y' TO HAZSEGR-FILE-SW
           END-IF.
      *
           OPEN INPUT INVMAST.
           IF IMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING INVENTORY MASTER FILE'
              MOVE 'Y' TO INV-MASTER-FILE-SW
           END-IF.
      *
           OPEN OUTPUT HAZMRPT.
           IF HRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING MONTHLY HAZMAT REPORT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0150-WRITE-RPT-HEADERS PARAGRAPH WRITES THE TITLE AND
      *    THE SAFETY DATA SHEET SECTION HEADINGS TO THE MONTHLY
      *    HAZMAT REPORT AND CHECKS THE FILE STATUS FOR A SUCCESSFUL
      *    WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0150-WRITE-RPT-HEADERS.
           WRITE HAZMRPT-REC FROM HAZ-RPT-TITLE.
           WRITE HAZMRPT-REC FROM HAZ-RPT-BLANK-LINE.
           WRITE HAZMRPT-REC FROM SDS-RPT-SECTION.
           WRITE HAZMRPT-REC FROM SDS-RPT-HEADER-1.
           WRITE HAZMRPT-REC FROM SDS-RPT-HEADER-2.
           IF HRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO MONTHLY HAZMAT REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0170-READ-HAZSEGR-FILE PARAGRAPH READS ONE RECORD FROM
      *    THE HAZARD CLASS SEGREGATION FILE. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0180-LOAD-HAZSEGR-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0170-READ-HAZSEGR-FILE.
           IF NOT END-OF-HAZSEGR-FILE
              READ HAZSEGR INTO HAZSEGR-REC-WS
                 AT END MOVE 'Y' TO HAZSEGR-FILE-SW
              END-READ
              IF HSCODE = '00' OR '10'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR READING HAZARD SEGREGATION FILE.'
                 MOVE 'Y' TO HAZSEGR-FILE-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0180-LOAD-HAZSEGR-TABLE PARAGRAPH LOADS ONE PAIR OF
      *    INCOMPATIBLE HAZARD CLASSES INTO THE SEGREGATION TABLE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0170-READ-HAZSEGR-FILE
      *****************************************************************
      *
       0180-LOAD-HAZSEGR-TABLE.
           IF WS-SEGR-LOADED-CTR < WS-MAX-SEGR-IDX
              ADD 1 TO WS-SEGR-LOADED-CTR
              SET SEGR-IDX TO WS-SEGR-LOADED-CTR
              MOVE HS-CLASS-A     TO SEGR-CLASS-A-TBL (SEGR-IDX)
              MOVE HS-CLASS-B     TO SEGR-CLASS-B-TBL (SEGR-IDX)
              MOVE HS-DESCRIPTION TO SEGR-DESCRIPTION-TBL (SEGR-IDX)
           ELSE
              DISPLAY 'HAZARD SEGREGATION TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET SEGR-TABLE-FULL TO TRUE
              MOVE 'Y' TO HAZSEGR-FILE-SW
           END-IF.
      *
           PERFORM 0170-READ-HAZSEGR-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-HAZMAST-FILE PARAGRAPH READS ONE RECORD FROM
      *    THE HAZARDOUS MATERIAL MASTER. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0250-LOAD-HAZMAST-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-READ-HAZMAST-FILE.
           IF NOT END-OF-HAZMAST-FILE
              READ HAZMAST INTO HAZMAST-REC-WS
                 AT END MOVE 'Y' TO HAZMAST-FILE-SW
              END-READ
              IF HZCODE = '00' OR '10'
                 IF NOT END-OF-HAZMAST-FILE
                    ADD 1 TO WS-HAZMAST-READ-CTR
                 END-IF
              ELSE
                 DISPLAY 'ERROR READING HAZMAT MASTER FILE.'
                 MOVE 'Y' TO HAZMAST-FILE-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0250-LOAD-HAZMAST-TABLE PARAGRAPH CHECKS THE SAFETY
      *    DATA SHEET OF ONE HAZMAT PART AND LOADS THE PART AND ITS
      *    HAZARD CLASS INTO THE HAZARDOUS MATERIAL TABLE FOR THE
      *    STOCK CHECK.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0300-CHECK-SDS-REVIEW
      *    -  0200-READ-HAZMAST-FILE
      *****************************************************************
      *
       0250-LOAD-HAZMAST-TABLE.
           PERFORM 0300-CHECK-SDS-REVIEW.
      *
           IF WS-HAZ-LOADED-CTR < WS-MAX-HAZ-IDX
              ADD 1 TO WS-HAZ-LOADED-CTR
              SET HAZ-IDX TO WS-HAZ-LOADED-CTR
              MOVE HZ-PART-NUMBER  TO HAZ-PART-NUMBER-TBL (HAZ-IDX)
              MOVE HZ-HAZARD-CLASS TO HAZ-CLASS-TBL (HAZ-IDX)
           ELSE
              IF NOT HAZ-TABLE-FULL
                 DISPLAY 'HAZMAT MASTER TABLE FULL -- RUN ENDS WITH '
                         'RETURN CODE 16'
                 SET HAZ-TABLE-FULL TO TRUE
              END-IF
           END-IF.
      *
           PERFORM 0200-READ-HAZMAST-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-CHECK-SDS-REVIEW PARAGRAPH WORKS OUT THE REVIEW
      *    DUE DATE OF THE PART'S SAFETY DATA SHEET -- THE REVISION
      *    DATE PLUS THE REVIEW PERIOD -- AND LISTS THE PART WHEN THE
      *    DUE DATE IS BEFORE TODAY. A REVISION DATE THAT IS NOT A
      *    VALID CALENDAR DATE IS LISTED AS INVALID.
      *
      *  CALLED BY:
      *    -  0250-LOAD-HAZMAST-TABLE
      *
      *  CALLS:
      *    -  0350-WRITE-SDS-LINE
      *****************************************************************
      *
       0300-CHECK-SDS-REVIEW.
           MOVE 0 TO WS-SDS-INT.
           IF HZ-SDS-REVISION-DATE NUMERIC
              MOVE HZ-SDS-REVISION-DATE TO WS-EDIT-DATE-9
              COMPUTE WS-SDS-INT =
                      FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
           END-IF.
      *
           IF WS-SDS-INT = 0
              ADD 1 TO WS-SDS-INVALID-CTR
              MOVE SPACES             TO RPT-SDS-DUE-DATE
              MOVE 0                  TO RPT-SDS-DAYS-OVER
              MOVE 'SDS DATE INVALID' TO RPT-SDS-EXCEPTION
              PERFORM 0350-WRITE-SDS-LINE
           ELSE
              COMPUTE WS-REVIEW-DUE-INT = WS-SDS-INT + WS-REVIEW-DAYS
              IF WS-REVIEW-DUE-INT < WS-TODAY-INT
                 ADD 1 TO WS-SDS-OVERDUE-CTR
                 COMPUTE WS-REVIEW-DUE-DATE =
                         FUNCTION DATE-OF-INTEGER (WS-REVIEW-DUE-INT)
                 COMPUTE WS-DAYS-OVERDUE =
                         WS-TODAY-INT - WS-REVIEW-DUE-INT
                 MOVE WS-REVIEW-DUE-DATE TO RPT-SDS-DUE-DATE
                 MOVE WS-DAYS-OVERDUE    TO RPT-SDS-DAYS-OVER
                 MOVE 'PAST REVIEW DATE' TO RPT-SDS-EXCEPTION
                 PERFORM 0350-WRITE-SDS-LINE
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0350-WRITE-SDS-LINE PARAGRAPH WRITES ONE SAFETY DATA
      *    SHEET EXCEPTION TO THE MONTHLY HAZMAT REPORT AND CHECKS THE
      *    FILE STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0300-CHECK-SDS-REVIEW
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0350-WRITE-SDS-LINE.
           MOVE HZ-PART-NUMBER       TO RPT-SDS-PART-NUMBER.
           MOVE HZ-HAZARD-CLASS      TO RPT-SDS-CLASS.
           MOVE HZ-UN-NUMBER         TO RPT-SDS-UN-NUMBER.
           MOVE HZ-SDS-REVISION-DATE TO RPT-SDS-DATE.
      *
           WRITE HAZMRPT-REC FROM SDS-RPT-DETAIL.
           IF HRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO MONTHLY HAZMAT REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0400-WRITE-SEGR-HEADERS PARAGRAPH CLOSES THE SAFETY
      *    DATA SHEET SECTION (NOTING WHEN IT IS EMPTY) AND WRITES THE
      *    STORAGE COMPATIBILITY SECTION HEADINGS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0400-WRITE-SEGR-HEADERS.
           IF WS-SDS-OVERDUE-CTR = 0 AND WS-SDS-INVALID-CTR = 0
              WRITE HAZMRPT-REC FROM SDS-RPT-NONE
           END-IF.
      *
           WRITE HAZMRPT-REC FROM HAZ-RPT-BLANK-LINE.
           WRITE HAZMRPT-REC FROM SEGR-RPT-SECTION.
           WRITE HAZMRPT-REC FROM SEGR-RPT-HEADER-1.
           WRITE HAZMRPT-REC FROM SEGR-RPT-HEADER-2.
           IF HRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO MONTHLY HAZMAT REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1000-RELEASE-HAZ-STOCK PARAGRAPH IS THE SORT INPUT
      *    PROCEDURE. THE INVENTORY MASTER IS READ THROUGH AND EVERY
      *    RECORD WITH STOCK ON HAND FOR A HAZMAT PART IS RELEASED TO
      *    THE SORT WITH THE PART'S HAZARD CLASS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA (SORT INPUT PROCEDURE)
      *
      *  CALLS:
      *    -  1050-READ-INV-MASTER
      *    -  1100-RELEASE-ONE-ITEM
      *****************************************************************
      *
       1000-RELEASE-HAZ-STOCK.
           PERFORM 1050-READ-INV-MASTER.
           PERFORM 1100-RELEASE-ONE-ITEM
               UNTIL END-OF-INV-MASTER-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1050-READ-INV-MASTER PARAGRAPH READS THE NEXT INVENTORY
      *    MASTER RECORD. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  1000-RELEASE-HAZ-STOCK
      *    -  1100-RELEASE-ONE-ITEM
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1050-READ-INV-MASTER.
           IF NOT END-OF-INV-MASTER-FILE
              READ INVMAST INTO WS-INV-REC
                 AT END MOVE 'Y' TO INV-MASTER-FILE-SW
              END-READ
              IF IMCODE = '00' OR '10'
                 IF NOT END-OF-INV-MASTER-FILE
                    ADD 1 TO WS-INV-RECS-READ-CTR
                 END-IF
              ELSE
                 DISPLAY 'ERROR READING INVENTORY MASTER FILE.'
                 MOVE 'Y' TO INV-MASTER-FILE-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1100-RELEASE-ONE-ITEM PARAGRAPH RELEASES ONE INVENTORY
      *    MASTER RECORD TO THE SORT WHEN IT HOLDS STOCK OF A PART ON
      *    THE HAZARDOUS MATERIAL TABLE, AND READS THE NEXT RECORD.
      *    THE GENERATION HEADER (SPACES PART-NUMBER) IS PASSED OVER.
      *
      *  CALLED BY:
      *    -  1000-RELEASE-HAZ-STOCK
      *
      *  CALLS:
      *    -  1150-LOOKUP-HAZMAT
      *    -  1050-READ-INV-MASTER
      *****************************************************************
      *
       1100-RELEASE-ONE-ITEM.
           IF OI-PART-NUMBER NOT = SPACES
              AND OI-QTY-ON-HAND > 0
              PERFORM 1150-LOOKUP-HAZMAT
              IF HAZ-FOUND
                 ADD 1 TO WS-HAZ-STOCK-CTR
                 MOVE OI-LOCATION-CODE TO SS-LOCATION-CODE
                 MOVE OI-PART-NUMBER   TO SS-PART-NUMBER
                 MOVE OI-QTY-ON-HAND   TO SS-QTY-ON-HAND
                 RELEASE STOCK-SORT-REC
              END-IF
           END-IF.
      *
           PERFORM 1050-READ-INV-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1150-LOOKUP-HAZMAT PARAGRAPH SEARCHES THE HAZARDOUS
      *    MATERIAL TABLE FOR THE INVENTORY PART AND MOVES ITS HAZARD
      *    CLASS TO THE SORT RECORD.
      *
      *  CALLED BY:
      *    -  1100-RELEASE-ONE-ITEM
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1150-LOOKUP-HAZMAT.
           MOVE 'N' TO HAZ-FOUND-SW.
      *
           PERFORM VARYING HAZ-IDX FROM 1 BY 1
              UNTIL HAZ-IDX > WS-HAZ-LOADED-CTR OR HAZ-FOUND
              IF OI-PART-NUMBER = HAZ-PART-NUMBER-TBL (HAZ-IDX)
                 MOVE 'Y' TO HAZ-FOUND-SW
                 MOVE HAZ-CLASS-TBL (HAZ-IDX) TO SS-HAZARD-CLASS
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1500-CHECK-LOCATIONS PARAGRAPH IS THE SORT OUTPUT
      *    PROCEDURE. THE SORTED HAZMAT STOCK IS TAKEN ONE LOCATION
      *    AT A TIME AND EACH LOCATION'S PARTS ARE CHECKED IN PAIRS.
      *    WHEN NO PAIR IS IN CONFLICT, A LINE SAYS SO.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA (SORT OUTPUT PROCEDURE)
      *
      *  CALLS:
      *    -  1550-RETURN-SORTED-ITEM
      *    -  1600-PROCESS-LOCATION
      *****************************************************************
      *
       1500-CHECK-LOCATIONS.
           PERFORM 1550-RETURN-SORTED-ITEM.
           PERFORM 1600-PROCESS-LOCATION
               UNTIL END-OF-SORT-FILE.
      *
           IF WS-INCOMPATIBLE-CTR = 0
              WRITE HAZMRPT-REC FROM SEGR-RPT-NONE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1550-RETURN-SORTED-ITEM PARAGRAPH RETURNS ONE SORTED
      *    HAZMAT STOCK RECORD FROM THE SORT. WHEN THE SORTED RECORDS
      *    ARE EXHAUSTED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  1500-CHECK-LOCATIONS
      *    -  1650-ADD-LOCATION-STOCK
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1550-RETURN-SORTED-ITEM.
           RETURN STOCK-SORT-FILE
              AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1600-PROCESS-LOCATION PARAGRAPH GATHERS THE HAZMAT
      *    STOCK OF ONE LOCATION INTO THE LOCATION STOCK TABLE AND
      *    THEN CHECKS EVERY PAIR OF PARTS IN IT.
      *
      *  CALLED BY:
      *    -  1500-CHECK-LOCATIONS
      *
      *  CALLS:
      *    -  1650-ADD-LOCATION-STOCK
      *    -  1700-CHECK-LOCATION-PAIRS
      *****************************************************************
      *
       1600-PROCESS-LOCATION.
           ADD 1 TO WS-LOCATIONS-CTR.
           MOVE SS-LOCATION-CODE TO WS-HOLD-LOCATION.
           MOVE 0                TO WS-LS-LOADED-CTR.
      *
           PERFORM 1650-ADD-LOCATION-STOCK
               UNTIL END-OF-SORT-FILE
                  OR SS-LOCATION-CODE NOT = WS-HOLD-LOCATION.
      *
           PERFORM 1700-CHECK-LOCATION-PAIRS.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1650-ADD-LOCATION-STOCK PARAGRAPH ADDS ONE SORTED
      *    HAZMAT STOCK RECORD TO THE LOCATION STOCK TABLE AND
      *    RETURNS THE NEXT ONE. A LOCATION HOLDING MORE PARTS THAN
      *    THE TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  1600-PROCESS-LOCATION
      *
      *  CALLS:
      *    -  1550-RETURN-SORTED-ITEM
      *****************************************************************
      *
       1650-ADD-LOCATION-STOCK.
           IF WS-LS-LOADED-CTR < WS-MAX-LS-SUB
              ADD 1 TO WS-LS-LOADED-CTR
              MOVE SS-PART-NUMBER
                 TO LS-PART-NUMBER-TBL (WS-LS-LOADED-CTR)
              MOVE SS-HAZARD-CLASS
                 TO LS-CLASS-TBL (WS-LS-LOADED-CTR)
           ELSE
              IF NOT LOC-TABLE-FULL
                 DISPLAY 'LOCATION STOCK TABLE FULL AT LOCATION '
                         WS-HOLD-LOCATION
                         ' -- RUN ENDS WITH RETURN CODE 16'
                 SET LOC-TABLE-FULL TO TRUE
              END-IF
           END-IF.
      *
           PERFORM 1550-RETURN-SORTED-ITEM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1700-CHECK-LOCATION-PAIRS PARAGRAPH CHECKS EVERY PAIR
      *    OF PARTS STOCKED IN THE LOCATION AGAINST THE SEGREGATION
      *    TABLE AND REPORTS EACH PAIR WHOSE CLASSES MUST BE KEPT
      *    APART.
      *
      *  CALLED BY:
      *    -  1600-PROCESS-LOCATION
      *
      *  CALLS:
      *    -  1750-LOOKUP-SEGREGATION
      *    -  1800-WRITE-PAIR-LINE
      *****************************************************************
      *
       1700-CHECK-LOCATION-PAIRS.
           PERFORM VARYING WS-LS-SUB-A FROM 1 BY 1
              UNTIL WS-LS-SUB-A NOT < WS-LS-LOADED-CTR
              COMPUTE WS-LS-START-B = WS-LS-SUB-A + 1
              PERFORM VARYING WS-LS-SUB-B FROM WS-LS-START-B BY 1
                 UNTIL WS-LS-SUB-B > WS-LS-LOADED-CTR
                 PERFORM 1750-LOOKUP-SEGREGATION
                 IF SEGR-FOUND
                    PERFORM 1800-WRITE-PAIR-LINE
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1750-LOOKUP-SEGREGATION PARAGRAPH SEARCHES THE
      *    SEGREGATION TABLE FOR THE TWO PARTS' HAZARD CLASSES IN
      *    EITHER ORDER, RETURNING THE RULE'S DESCRIPTION.
      *
      *  CALLED BY:
      *    -  1700-CHECK-LOCATION-PAIRS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1750-LOOKUP-SEGREGATION.
           MOVE 'N'    TO SEGR-FOUND-SW.
           MOVE SPACES TO WS-SEGR-DESCRIPTION.
      *
           PERFORM VARYING SEGR-IDX FROM 1 BY 1
              UNTIL SEGR-IDX > WS-SEGR-LOADED-CTR OR SEGR-FOUND
              IF (LS-CLASS-TBL (WS-LS-SUB-A) = SEGR-CLASS-A-TBL
                                               (SEGR-IDX)
                  AND LS-CLASS-TBL (WS-LS-SUB-B) = SEGR-CLASS-B-TBL
                                                   (SEGR-IDX))
                 OR (LS-CLASS-TBL (WS-LS-SUB-A) = SEGR-CLASS-B-TBL
                                                  (SEGR-IDX)
                  AND LS-CLASS-TBL (WS-LS-SUB-B) = SEGR-CLASS-A-TBL
                                                   (SEGR-IDX))
                 MOVE 'Y' TO SEGR-FOUND-SW
                 MOVE SEGR-DESCRIPTION-TBL (SEGR-IDX)
                    TO WS-SEGR-DESCRIPTION
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1800-WRITE-PAIR-LINE PARAGRAPH WRITES ONE PAIR OF
      *    INCOMPATIBLE PARTS SHARING A LOCATION TO THE MONTHLY HAZMAT
      *    REPORT AND CHECKS THE FILE STATUS FOR A SUCCESSFUL WRITE
      *    OPERATION.
      *
      *  CALLED BY:
      *    -  1700-CHECK-LOCATION-PAIRS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1800-WRITE-PAIR-LINE.
           ADD 1 TO WS-INCOMPATIBLE-CTR.
           MOVE WS-HOLD-LOCATION    TO RPT-SEGR-LOCATION.
           MOVE LS-PART-NUMBER-TBL (WS-LS-SUB-A) TO RPT-SEGR-PART-A.
           MOVE LS-CLASS-TBL (WS-LS-SUB-A)       TO RPT-SEGR-CLASS-A.
           MOVE LS-PART-NUMBER-TBL (WS-LS-SUB-B) TO RPT-SEGR-PART-B.
           MOVE LS-CLASS-TBL (WS-LS-SUB-B)       TO RPT-SEGR-CLASS-B.
           MOVE WS-SEGR-DESCRIPTION TO RPT-SEGR-DESCRIPTION.
      *
           WRITE HAZMRPT-REC FROM SEGR-RPT-DETAIL.
           IF HRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO MONTHLY HAZMAT REPORT'
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
           CLOSE HAZMAST
                 HAZSEGR
                 INVMAST
                 HAZMRPT.
      *
           DISPLAY 'HAZMAT MASTER RECORDS READ:  ' WS-HAZMAST-READ-CTR.
           DISPLAY 'SEGREGATION RULES LOADED:    ' WS-SEGR-LOADED-CTR.
           DISPLAY 'SDS PAST REVIEW DATE:        ' WS-SDS-OVERDUE-CTR.
           DISPLAY 'SDS DATE INVALID:            ' WS-SDS-INVALID-CTR.
           DISPLAY 'INVENTORY RECORDS READ:      '
                   WS-INV-RECS-READ-CTR.
           DISPLAY 'HAZMAT STOCK RECORDS:        ' WS-HAZ-STOCK-CTR.
           DISPLAY 'LOCATIONS CHECKED:           ' WS-LOCATIONS-CTR.
           DISPLAY 'INCOMPATIBLE PAIRS REPORTED: '
                   WS-INCOMPATIBLE-CTR.
