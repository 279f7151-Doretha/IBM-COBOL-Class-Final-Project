       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITWUSE.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM PRINTS THE KIT WHERE-USED REPORT -- THE KIT
      *    BILL-OF-MATERIALS MASTER (KITBOM) TURNED INSIDE OUT, SO
      *    EACH COMPONENT PART IS LISTED ONCE WITH EVERY KIT IT GOES
      *    INTO AND THE QUANTITY PER KIT. THE BILL IS SORTED INTO
      *    COMPONENT/KIT SEQUENCE AND EACH COMPONENT IS READ DIRECTLY
      *    FROM THE PARTS MASTER FOR ITS NAME, SUPPLIER AND STATUS.
      *    A COMPONENT THAT IS NOT ON THE PARTS MASTER, HAS BEEN
      *    SUPERSEDED (THE REPLACEMENT IS SHOWN) OR IS INACTIVE IS
      *    FLAGGED ON ITS HEADING LINE, AND THE COUNT OF KITS USING
      *    IT IS PRINTED UNDER ITS KITS, SO A SUPERSESSION OR A
      *    SUPPLIER PROBLEM ON ONE COMPONENT SHOWS EVERY KIT IT
      *    BLOCKS.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.KITMAINT.KITBOM.NEW - KIT BILL-OF-MATERIALS
      *                                    MASTER WRITTEN BY
      *                                    KITMAINT.CBL
      *      INTERNAL FILE NAME:           KITBOM
      *      JCL DD NAME:                  KITBOM
      *
      *
      *      RTPOT44.AUTOPART.PARTFILE - PARTS MASTER (INDEXED, READ
      *                                  DIRECTLY BY PART-NUMBER FOR
      *                                  THE COMPONENT'S NAME,
      *                                  SUPPLIER-CODE AND STATUS)
      *      INTERNAL FILE NAME:         PARTFILE
      *      JCL DD NAME:                PARTFILE
      *
      *
      *      RTPOT44.AUTOPART.SUPERSED.FILE - PART SUPERSESSION
      *                                       CROSS-REFERENCE FILE
      *      INTERNAL FILE NAME:              SUPERSED
      *      JCL DD NAME:                     SUPERSED
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.KITWUSE.WHEREUSE.RPT - KIT WHERE-USED REPORT
      *      INTERNAL FILE NAME:            KWURPT
      *      JCL DD NAME:                   KWURPT
      *
      *
      *    WORK FILES:
      *      KWUSRT - SORT WORK FILE HOLDING THE KIT BILL-OF-MATERIALS
      *               SORTED ASCENDING BY COMPONENT PART-NUMBER AND
      *               KIT PART-NUMBER
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(KITWUSE)
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
           SELECT KITBOM ASSIGN TO KITBOM
              FILE STATUS IS KBCODE.
      *
           SELECT KWU-SORT-FILE ASSIGN TO KWUWORK.
      *
           SELECT KWUSRT ASSIGN TO KWUSRT
              FILE STATUS IS KSCODE.
      *
           SELECT PARTFILE ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PARTFILE-KEY
              FILE STATUS IS PACODE.
      *
           SELECT SUPERSED ASSIGN TO SUPERSED
              FILE STATUS IS SDCODE.
      *
           SELECT KWURPT ASSIGN TO KWURPT
              FILE STATUS IS KRCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  KITBOM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KITBOM-REC.
      *
       01 KITBOM-REC PIC X(60).
      *
       SD  KWU-SORT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS KWU-SORT-REC.
      *
       01 KWU-SORT-REC.
          05 KS-KIT-PART             PIC X(23).
          05 KS-COMPONENT-PART       PIC X(23).
          05 FILLER                  PIC X(14).
      *
       FD  KWUSRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KWUSRT-REC.
      *
       01 KWUSRT-REC PIC X(60).
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
       FD  SUPERSED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPERSED-REC.
      *
       01 SUPERSED-REC PIC X(56).
      *
       FD  KWURPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KWURPT-REC.
      *
       01 KWURPT-REC PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE KIT BILL-OF-MATERIALS RECORD READ
      *  FROM THE SORTED WORK FILE.
      *****************************************************************
      *
       01 KITBOM-REC-WS. *>USED TO HOLD READ KIT BOM RECORD
          05 KB-KIT-PART             PIC X(23) VALUE SPACES.
          05 KB-COMPONENT-PART       PIC X(23) VALUE SPACES.
          05 KB-QTY-PER              PIC 9(05) VALUE 0.
          05 FILLER                  PIC X(09) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE PARTS MASTER RECORD READ FOR THE
      *  CURRENT COMPONENT.
      *****************************************************************
      *
       01 WS-PARTS-REC.
          05 PM-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 PM-PART-NAME            PIC X(14) VALUE SPACES.
          05 FILLER                  PIC X(41) VALUE SPACES.
          05 PM-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 PM-PART-STATUS          PIC X(01) VALUE SPACES.
             88 PM-PART-INACTIVE     VALUE 'I'.
          05 FILLER                  PIC X(03) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE SUPERSESSION RECORD AND THE TABLE THE
      *  SUPERSESSION FILE IS LOADED INTO. A TABLE TOO SMALL FOR THE
      *  FILE WOULD MISS FLAGGING SUPERSEDED COMPONENTS, SO THE RUN
      *  ENDS WITH RETURN-CODE 16.
      *****************************************************************
      *
       01 SUPERSED-REC-WS. *>USED TO HOLD READ SUPERSESSION RECORD
          05 SD-OLD-PART-NUMBER      PIC X(23) VALUE SPACES.
          05 SD-NEW-PART-NUMBER      PIC X(23) VALUE SPACES.
          05 SD-EFFECTIVE-DATE       PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
       01  SUPERSED-TBL. *>TABLE TO HOLD SUPERSESSION ENTRIES
           05 SUPERSED-ENTRY-TBL
             OCCURS 200 TIMES INDEXED BY SPRS-IDX.
             10 SPRS-OLD-PART-TBL    PIC X(23) VALUE SPACES.
             10 SPRS-NEW-PART-TBL    PIC X(23) VALUE SPACES.
      *
       01 WS-SUPERSED-VARS.
          05 WS-MAX-SPRS-IDX         PIC 9(03) VALUE 200.
          05 WS-SPRS-LOADED-CTR      PIC 9(03) VALUE 0.
          05 WS-SUPS-NEW-PART        PIC X(23) VALUE SPACES.
          05 SPRS-FOUND-SW           PIC X(01) VALUE 'N'.
             88 SPRS-FOUND           VALUE 'Y'.
          05 SPRS-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
             88 SPRS-TABLE-FULL      VALUE 'Y'.
      *
       01 WS-COMPONENT-VARS.
          05 WS-HOLD-COMPONENT       PIC X(23) VALUE SPACES.
          05 WS-KITS-FOR-COMPONENT   PIC 9(05) VALUE 0.
          05 PART-READ-OK-SW         PIC X(01) VALUE 'N'.
             88 PART-READ-OK         VALUE 'Y'.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 KBCODE                  PIC X(02) VALUE SPACES.
          05 KSCODE                  PIC X(02) VALUE SPACES.
          05 PACODE                  PIC X(02) VALUE SPACES.
          05 SDCODE                  PIC X(02) VALUE SPACES.
          05 KRCODE                  PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 SORTED-BOM-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-SORTED-BOM    VALUE 'Y'.
          05 SUPERSED-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-SUPERSED-FILE VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-BOM-LINES-READ-CTR   PIC 9(07) VALUE 0.
          05 WS-COMPONENTS-CTR       PIC 9(05) VALUE 0.
          05 WS-NOT-ON-MASTER-CTR    PIC 9(05) VALUE 0.
          05 WS-SUPERSEDED-CTR       PIC 9(05) VALUE 0.
          05 WS-INACTIVE-CTR         PIC 9(05) VALUE 0.
      *
      *****************************************************************
      *  COLUMN HEADINGS, COMPONENT HEADING LINE, KIT DETAIL LINE AND
      *  COMPONENT TOTAL LINE FOR THE KIT WHERE-USED REPORT.
      *****************************************************************
      *
       01 KWU-RPT-HEADER-1. *>HEADER FOR KIT WHERE-USED REPORT
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'COMPONENT PART'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(14) VALUE 'PART NAME'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'SUPPLIER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(46) VALUE 'COMPONENT STATUS'.
      *
       01 KWU-RPT-HEADER-2. *>HEADER FOR KIT WHERE-USED REPORT
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(14) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(46) VALUE ALL '='.
      *
       01 KWU-RPT-COMPONENT. *>ONE LINE PER COMPONENT PART
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-COMPONENT-PART      PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-PART-NAME           PIC X(14) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-STATUS-MSG          PIC X(20) VALUE SPACES.
          05 RPT-NEW-PART            PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE SPACES.
      *
       01 KWU-RPT-KIT-DETAIL. *>ONE LINE PER KIT USING THE COMPONENT
          05 FILLER                  PIC X(06) VALUE SPACES.
          05 FILLER                  PIC X(12) VALUE 'USED IN KIT '.
          05 RPT-KIT-PART            PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'QTY PER '.
          05 RPT-QTY-PER             PIC ZZZZ9.
          05 FILLER                  PIC X(44) VALUE SPACES.
      *
       01 KWU-RPT-TOTAL. *>KIT COUNT UNDER EACH COMPONENT
          05 FILLER                  PIC X(06) VALUE SPACES.
          05 FILLER                  PIC X(27) VALUE
             'KITS USING THIS COMPONENT: '.
          05 RPT-KIT-COUNT           PIC ZZZZ9.
          05 FILLER                  PIC X(62) VALUE SPACES.
      *
       01 KWU-RPT-BLANK-LINE         PIC X(100) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION SORTS THE KIT BILL-OF-MATERIALS
      *    INTO COMPONENT SEQUENCE, LOADS THE SUPERSESSION TABLE,
      *    PRINTS EACH COMPONENT WITH THE KITS IT GOES INTO, AND
      *    CLOSES FILES.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0050-SORT-KIT-BOM
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0170-READ-SUPERSED-FILE
      *    - 0180-LOAD-SUPERSED-TABLE
      *    - 0200-READ-SORTED-BOM
      *    - 0500-MAIN-PROCESS
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0050-SORT-KIT-BOM.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0170-READ-SUPERSED-FILE.
           PERFORM 0180-LOAD-SUPERSED-TABLE
               UNTIL END-OF-SUPERSED-FILE.
           PERFORM 0200-READ-SORTED-BOM.
           PERFORM 0500-MAIN-PROCESS
               UNTIL END-OF-SORTED-BOM.
           PERFORM 2600-CLOSE-FILES.
           IF SPRS-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0050-SORT-KIT-BOM PARAGRAPH SORTS THE KIT
      *    BILL-OF-MATERIALS MASTER INTO ASCENDING COMPONENT/KIT
      *    PART-NUMBER SEQUENCE, GIVING THE SORTED RECORDS TO KWUSRT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0050-SORT-KIT-BOM.
           SORT KWU-SORT-FILE
               ON ASCENDING KEY KS-COMPONENT-PART
                               KS-KIT-PART
               USING KITBOM
               GIVING KWUSRT.
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
           OPEN INPUT KWUSRT.
           IF KSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SORTED KIT BOM FILE'
              MOVE 'Y' TO SORTED-BOM-FILE-SW
           END-IF.
      *
           OPEN INPUT PARTFILE.
           IF PACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PARTS MASTER FILE'
           END-IF.
      *
           OPEN INPUT SUPERSED.
           IF SDCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SUPERSESSION FILE'
              MOVE 'Y' TO SUPERSED-FILE-SW
           END-IF.
      *
           OPEN OUTPUT KWURPT.
           IF KRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING KIT WHERE-USED REPORT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0150-WRITE-RPT-HEADERS PARAGRAPH WRITES COLUMN HEADINGS
      *    TO THE KIT WHERE-USED REPORT AND CHECKS THE FILE STATUS FOR
      *    A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0150-WRITE-RPT-HEADERS.
           WRITE KWURPT-REC FROM KWU-RPT-HEADER-1.
           WRITE KWURPT-REC FROM KWU-RPT-HEADER-2.
           IF KRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO KIT WHERE-USED REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0170-READ-SUPERSED-FILE PARAGRAPH READS ONE RECORD FROM
      *    THE PART SUPERSESSION FILE. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0180-LOAD-SUPERSED-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0170-READ-SUPERSED-FILE.
           IF NOT END-OF-SUPERSED-FILE
              READ SUPERSED INTO SUPERSED-REC-WS
                 AT END MOVE 'Y' TO SUPERSED-FILE-SW
              END-READ
              IF SDCODE = '00' OR '10'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR READING SUPERSESSION FILE.'
                 MOVE 'Y' TO SUPERSED-FILE-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0180-LOAD-SUPERSED-TABLE PARAGRAPH LOADS ONE PART
      *    SUPERSESSION RECORD INTO THE SUPERSESSION TABLE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0170-READ-SUPERSED-FILE
      *****************************************************************
      *
       0180-LOAD-SUPERSED-TABLE.
           IF WS-SPRS-LOADED-CTR < WS-MAX-SPRS-IDX
              ADD 1 TO WS-SPRS-LOADED-CTR
              SET SPRS-IDX TO WS-SPRS-LOADED-CTR
              MOVE SD-OLD-PART-NUMBER
                 TO SPRS-OLD-PART-TBL (SPRS-IDX)
              MOVE SD-NEW-PART-NUMBER
                 TO SPRS-NEW-PART-TBL (SPRS-IDX)
           ELSE
              DISPLAY 'SUPERSESSION TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET SPRS-TABLE-FULL TO TRUE
              MOVE 'Y' TO SUPERSED-FILE-SW
           END-IF.
      *
           PERFORM 0170-READ-SUPERSED-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-SORTED-BOM PARAGRAPH READS THE NEXT KIT
      *    BILL-OF-MATERIALS RECORD IN COMPONENT SEQUENCE AND CHECKS
      *    THE FILE STATUS FOR A SUCCESSFUL READ OPERATION. WHEN THE
      *    END OF FILE IS REACHED, A FLAG IS SET TO INDICATE THAT
      *    STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0600-LIST-ONE-KIT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-READ-SORTED-BOM.
           IF NOT END-OF-SORTED-BOM
              READ KWUSRT INTO KITBOM-REC-WS
                 AT END MOVE 'Y' TO SORTED-BOM-FILE-SW
              END-READ
              IF KSCODE = '00' OR '10'
                 IF NOT END-OF-SORTED-BOM
                    ADD 1 TO WS-BOM-LINES-READ-CTR
                 END-IF
              ELSE
                 DISPLAY 'ERROR READING SORTED KIT BOM FILE.'
                 MOVE 'Y' TO SORTED-BOM-FILE-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-MAIN-PROCESS PARAGRAPH PRINTS ONE COMPONENT: ITS
      *    HEADING LINE, A LINE FOR EACH KIT IT GOES INTO, AND THE
      *    COUNT OF THOSE KITS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0550-START-COMPONENT
      *    -  0600-LIST-ONE-KIT
      *    -  0700-END-COMPONENT
      *****************************************************************
      *
       0500-MAIN-PROCESS.
           PERFORM 0550-START-COMPONENT.
           PERFORM 0600-LIST-ONE-KIT
               UNTIL END-OF-SORTED-BOM
               OR KB-COMPONENT-PART NOT = WS-HOLD-COMPONENT.
           PERFORM 0700-END-COMPONENT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0550-START-COMPONENT PARAGRAPH HOLDS THE NEW COMPONENT
      *    PART-NUMBER, READS IT FROM THE PARTS MASTER AND THE
      *    SUPERSESSION TABLE, AND WRITES ITS HEADING LINE. A PART
      *    NOT ON THE MASTER IS FLAGGED FIRST, THEN A SUPERSEDED PART
      *    (WITH ITS REPLACEMENT), THEN AN INACTIVE ONE.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0560-READ-PART-MASTER
      *    -  0570-LOOKUP-SUPERSESSION
      *    -  0900-WRITE-RPT-LINE
      *****************************************************************
      *
       0550-START-COMPONENT.
           MOVE KB-COMPONENT-PART TO WS-HOLD-COMPONENT.
           MOVE 0                 TO WS-KITS-FOR-COMPONENT.
           ADD 1 TO WS-COMPONENTS-CTR.
      *
           MOVE KB-COMPONENT-PART TO PARTFILE-KEY.
           PERFORM 0560-READ-PART-MASTER.
           PERFORM 0570-LOOKUP-SUPERSESSION.
      *
           MOVE KB-COMPONENT-PART TO RPT-COMPONENT-PART.
           MOVE SPACES            TO RPT-PART-NAME
                                     RPT-SUPPLIER-CODE
                                     RPT-STATUS-MSG
                                     RPT-NEW-PART.
           IF PART-READ-OK
              MOVE PM-PART-NAME     TO RPT-PART-NAME
              MOVE PM-SUPPLIER-CODE TO RPT-SUPPLIER-CODE
           END-IF.
      *
           EVALUATE TRUE
              WHEN NOT PART-READ-OK
                 ADD 1 TO WS-NOT-ON-MASTER-CTR
                 MOVE 'NOT ON PARTS MASTER' TO RPT-STATUS-MSG
              WHEN SPRS-FOUND
                 ADD 1 TO WS-SUPERSEDED-CTR
                 MOVE 'SUPERSEDED BY'       TO RPT-STATUS-MSG
                 MOVE WS-SUPS-NEW-PART      TO RPT-NEW-PART
              WHEN PM-PART-INACTIVE
                 ADD 1 TO WS-INACTIVE-CTR
                 MOVE 'INACTIVE PART'       TO RPT-STATUS-MSG
           END-EVALUATE.
      *
           MOVE KWU-RPT-COMPONENT TO KWURPT-REC.
           PERFORM 0900-WRITE-RPT-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0560-READ-PART-MASTER PARAGRAPH READS THE PARTS MASTER
      *    RECORD FOR THE PART IN PARTFILE-KEY DIRECTLY BY
      *    PART-NUMBER AND SETS THE PART-READ-OK SWITCH.
      *
      *  CALLED BY:
      *    -  0550-START-COMPONENT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0560-READ-PART-MASTER.
           MOVE 'N' TO PART-READ-OK-SW.
      *
           READ PARTFILE INTO WS-PARTS-REC
              INVALID KEY
                 MOVE 'N' TO PART-READ-OK-SW
              NOT INVALID KEY
                 MOVE 'Y' TO PART-READ-OK-SW
           END-READ.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0570-LOOKUP-SUPERSESSION PARAGRAPH SEARCHES THE
      *    SUPERSESSION TABLE FOR THE CURRENT COMPONENT AS AN OLD
      *    PART-NUMBER, RETURNING ITS REPLACEMENT IN
      *    WS-SUPS-NEW-PART.
      *
      *  CALLED BY:
      *    -  0550-START-COMPONENT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0570-LOOKUP-SUPERSESSION.
           MOVE 'N'    TO SPRS-FOUND-SW.
           MOVE SPACES TO WS-SUPS-NEW-PART.
      *
           PERFORM VARYING SPRS-IDX FROM 1 BY 1
              UNTIL SPRS-IDX > WS-SPRS-LOADED-CTR OR SPRS-FOUND
              IF KB-COMPONENT-PART = SPRS-OLD-PART-TBL (SPRS-IDX)
                 MOVE 'Y' TO SPRS-FOUND-SW
                 MOVE SPRS-NEW-PART-TBL (SPRS-IDX)
                    TO WS-SUPS-NEW-PART
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-LIST-ONE-KIT PARAGRAPH WRITES ONE KIT USING THE
      *    CURRENT COMPONENT, WITH ITS QUANTITY PER KIT, AND READS
      *    THE NEXT BILL-OF-MATERIALS RECORD.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0900-WRITE-RPT-LINE
      *    -  0200-READ-SORTED-BOM
      *****************************************************************
      *
       0600-LIST-ONE-KIT.
           ADD 1 TO WS-KITS-FOR-COMPONENT.
           MOVE KB-KIT-PART       TO RPT-KIT-PART.
           MOVE KB-QTY-PER        TO RPT-QTY-PER.
           MOVE KWU-RPT-KIT-DETAIL TO KWURPT-REC.
           PERFORM 0900-WRITE-RPT-LINE.
      *
           PERFORM 0200-READ-SORTED-BOM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-END-COMPONENT PARAGRAPH WRITES THE COUNT OF KITS
      *    USING THE COMPONENT JUST LISTED, FOLLOWED BY A BLANK LINE.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0900-WRITE-RPT-LINE
      *****************************************************************
      *
       0700-END-COMPONENT.
           MOVE WS-KITS-FOR-COMPONENT TO RPT-KIT-COUNT.
           MOVE KWU-RPT-TOTAL      TO KWURPT-REC.
           PERFORM 0900-WRITE-RPT-LINE.
           MOVE KWU-RPT-BLANK-LINE TO KWURPT-REC.
           PERFORM 0900-WRITE-RPT-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0900-WRITE-RPT-LINE PARAGRAPH WRITES THE LINE BUILT IN
      *    KWURPT-REC TO THE KIT WHERE-USED REPORT AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0550-START-COMPONENT
      *    -  0600-LIST-ONE-KIT
      *    -  0700-END-COMPONENT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0900-WRITE-RPT-LINE.
           WRITE KWURPT-REC.
           IF KRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO KIT WHERE-USED REPORT'
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
           CLOSE KWUSRT
                 PARTFILE
                 SUPERSED
                 KWURPT.
      *
           DISPLAY 'KIT BOM LINES READ:          '
                   WS-BOM-LINES-READ-CTR.
           DISPLAY 'COMPONENTS LISTED:           ' WS-COMPONENTS-CTR.
           DISPLAY 'COMPONENTS NOT ON MASTER:    '
                   WS-NOT-ON-MASTER-CTR.
           DISPLAY 'COMPONENTS SUPERSEDED:       ' WS-SUPERSEDED-CTR.
           DISPLAY 'COMPONENTS INACTIVE:         ' WS-INACTIVE-CTR.
           DISPLAY 'SUPERSESSION ENTRIES LOADED: '
                   WS-SPRS-LOADED-CTR.
