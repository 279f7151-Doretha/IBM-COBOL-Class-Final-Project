      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ALTSUPP IS NOW INDEXED -- THE INQUIRY STARTS
      *                   THE FILE AT THE INQUIRY PART AND READS ONLY
      *                   THAT PART'S ALTERNATES (NEW PARAGRAPH 0790)
      *                   IN PLACE OF SCANNING THE WHOLE FILE. A FULL
      *                   SUPERSESSION TABLE NOW ENDS THE STEP WITH
      *                   RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  09/02/2026
      *     DESCRIPTION:  THE INQUIRY NOW FOLLOWS THE PART
      *                   SUPERSESSION CROSS-REFERENCE (SUPERSED,
              FILE STATUS IS POCODE.
      *
           SELECT ALTSUPP ASSIGN TO ALTSUPP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ALTSUPP-FILE-KEY
              FILE STATUS IS ALCODE.
      *
           SELECT SUPERSED ASSIGN TO SUPERSED
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALTSUPP-REC.
      *
       01 ALTSUPP-REC.
          05 ALTSUPP-FILE-KEY         PIC X(33).
          05 FILLER                   PIC X(01).
      *
       FD  SUPERSED
           RECORDING MODE IS F
          05 AL-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 AL-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 AL-PREFERENCE-RANK      PIC 9(01) VALUE 0.
      *
       01 WS-ALT-SUPP-KEY. *>ALTSUPP START KEY FOR THE INQUIRY PART
          05 ASK-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 ASK-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 PACODE                  PIC X(02) VALUE SPACES.
             88 END-OF-ALTSUPP-FILE  VALUE 'Y'.
          05 SUPERSED-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-SUPERSED-FILE VALUE 'Y'.
          05 SPRS-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
             88 SPRS-TABLE-FULL      VALUE 'Y'.
      *
      *****************************************************************
      *  SINGLE-PART INQUIRY REPORT LINES.
      *    - 0850-WRITE-SUPERSESSION-CHAIN
      *    - 0600-SCAN-ADDRESS-FILE
      *    - 0700-SCAN-PO-FILE
      *    - 0790-POSITION-ALT-SUPP-FILE
      *    - 0800-SCAN-ALT-SUPP-FILE
      *    - 2600-CLOSE-FILES
      ****************************************************************
                 UNTIL END-OF-SUPPADDR-FILE
              PERFORM 0700-SCAN-PO-FILE
                 UNTIL END-OF-PURCHORD-FILE
              PERFORM 0790-POSITION-ALT-SUPP-FILE
              PERFORM 0800-SCAN-ALT-SUPP-FILE
                 UNTIL END-OF-ALTSUPP-FILE
           END-IF.
           PERFORM 2600-CLOSE-FILES.
           IF SPRS-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0460-LOAD-SUPERSED-TABLE PARAGRAPH LOADS PART
      *    SUPERSESSION RECORDS INTO A TABLE (ARRAY) IN WORKING
      *    STORAGE. A FULL TABLE ENDS THE STEP WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
              MOVE SD-EFFECTIVE-DATE
                 TO SPRS-EFF-DATE-TBL (SPRS-IDX)
           ELSE
              DISPLAY 'SUPERSESSION TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET SPRS-TABLE-FULL TO TRUE
              MOVE 'Y' TO SUPERSED-FILE-SW
           END-IF.
      *
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0790-POSITION-ALT-SUPP-FILE PARAGRAPH STARTS THE
      *    ALTERNATE SUPPLIER CROSS-REFERENCE AT THE FIRST ENTRY FOR
      *    THE INQUIRY PART. NO ENTRY AT OR PAST THE PART ENDS THE
      *    ALTERNATE SUPPLIER LIST.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0790-POSITION-ALT-SUPP-FILE.
           MOVE WS-INQUIRY-PART-NUMBER TO ASK-PART-NUMBER.
           MOVE LOW-VALUES             TO ASK-SUPPLIER-CODE.
           MOVE WS-ALT-SUPP-KEY        TO ALTSUPP-FILE-KEY.
           START ALTSUPP KEY IS NOT LESS THAN ALTSUPP-FILE-KEY
              INVALID KEY
                 SET END-OF-ALTSUPP-FILE TO TRUE
           END-START.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0800-SCAN-ALT-SUPP-FILE PARAGRAPH READS THE NEXT
      *    ALTERNATE SUPPLIER CROSS-REFERENCE RECORD AND WRITES AN
      *    ALTERNATE SUPPLIER LINE WHILE THE RECORD'S PART-NUMBER
      *    MATCHES THE INQUIRY PART, SO A LATE PURCHASE ORDER CAN BE
      *    RE-SOURCED FROM THIS REPORT IN MINUTES. THE FIRST RECORD
      *    FOR ANOTHER PART ENDS THE LIST.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *****************************************************************
      *
       0800-SCAN-ALT-SUPP-FILE.
           READ ALTSUPP NEXT RECORD INTO WS-ALT-SUPP-REC
              AT END SET END-OF-ALTSUPP-FILE TO TRUE
           END-READ.
      *
           IF ALCODE = '00'
              IF AL-PART-NUMBER = WS-INQUIRY-PART-NUMBER
                 PERFORM 1200-WRITE-ALT-DETAIL
              ELSE
                 SET END-OF-ALTSUPP-FILE TO TRUE
              END-IF
           ELSE
              DISPLAY 'ERROR READING ALTERNATE SUPPLIER FILE'
