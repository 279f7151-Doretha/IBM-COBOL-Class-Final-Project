       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORIGCHK.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM IS THE COUNTRY OF ORIGIN COMPLIANCE CHECK FOR
      *    GOVERNMENT PARTS. GOVERNMENT CONTRACTS CALL FOR DOMESTIC
      *    ORIGIN MATERIAL ON MANY GOVT-COMML-CODE 'G' PARTS, AND THE
      *    DOMESTIC CONTENT REQUIREMENT FILE (DOMCONT, MAINTAINED BY
      *    TBLMAINT.CBL) FLAGS WHICH ONES, WITH UP TO THREE FURTHER
      *    QUALIFYING ORIGINS FOR CONTRACTS THAT ACCEPT DESIGNATED
      *    COUNTRIES AS WELL AS USA. EVERY LOT ON THE LOT MASTER IS
      *    READ; FOR A GOVERNMENT PART WITH THE REQUIREMENT SET, EACH
      *    LOT STILL IN STOCK (REMAINING QUANTITY ABOVE ZERO) OR
      *    RECEIVED ON OR AFTER THE CUT-OFF DATE ON THE SYSIN CARD
      *    (YYYYMMDD -- BLANK CHECKS EVERY LOT RECEIVED) IS CHECKED,
      *    AND ONE WHOSE COUNTRY OF ORIGIN IS NOT USA AND NOT ONE OF
      *    THE PART'S QUALIFYING ORIGINS IS REPORTED. A LOT RECEIVED
      *    BEFORE THE ORIGIN WAS CAPTURED AT THE DOCK IS REPORTED AS
      *    ORIGIN NOT RECORDED, SINCE ITS ORIGIN CANNOT BE PROVED.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.LOTUPDT.LOTMAST.NEW - LOT MASTER WRITTEN BY
      *                                    LOTUPDT.CBL
      *      INTERNAL FILE NAME:           LOTMAST
      *      JCL DD NAME:                  LOTMAST
      *
      *
      *      RTPOT44.AUTOPART.PARTFILE - PARTS MASTER (INDEXED, READ
      *                                  DIRECTLY BY PART-NUMBER FOR
      *                                  THE GOVERNMENT/COMMERCIAL
      *                                  CODE)
      *      INTERNAL FILE NAME:         PARTFILE
      *      JCL DD NAME:                PARTFILE
      *
      *
      *      RTPOT44.ORIGCHK.DOMCONT.FILE - DOMESTIC CONTENT
      *                                     REQUIREMENTS BY PART,
      *                                     MAINTAINED BY TBLMAINT.CBL
      *      INTERNAL FILE NAME:            DOMCONT
      *      JCL DD NAME:                   DOMCONT
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.ORIGCHK.EXCEPT.RPT - COUNTRY OF ORIGIN COMPLIANCE
      *                                   EXCEPTION REPORT
      *      INTERNAL FILE NAME:          ORIGRPT
      *      JCL DD NAME:                 ORIGRPT
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(ORIGCHK)
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
           SELECT LOTMAST ASSIGN TO LOTMAST
              FILE STATUS IS LMCODE.
      *
           SELECT PARTFILE ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PARTFILE-KEY
              FILE STATUS IS PACODE.
      *
           SELECT DOMCONT ASSIGN TO DOMCONT
              FILE STATUS IS DCCODE.
      *
           SELECT ORIGRPT ASSIGN TO ORIGRPT
              FILE STATUS IS ORCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LOTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 79 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTMAST-REC.
      *
       01 LOTMAST-REC PIC X(79).
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
       FD  DOMCONT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOMCONT-REC.
      *
       01 DOMCONT-REC PIC X(34).
      *
       FD  ORIGRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORIGRPT-REC.
      *
       01 ORIGRPT-REC PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE LOT MASTER RECORD. SAME LAYOUT AS
      *  THE RECORD WRITTEN BY LOTUPDT.CBL.
      *****************************************************************
      *
       01 WS-LOT-REC. *>ONE LOT, SAME LAYOUT AS LOTUPDT.CBL WRITES
          05 LM-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 LM-LOT-NUMBER          PIC X(10) VALUE SPACES.
          05 LM-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 LM-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 LM-RECEIPT-DATE        PIC X(08) VALUE SPACES.
          05 LM-RECEIVED-QTY        PIC 9(07) VALUE 0.
          05 LM-REMAINING-QTY       PIC S9(7) VALUE 0.
          05 LM-HOLD-STATUS         PIC X(01) VALUE SPACES.
          05 LM-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 LM-ORIGIN-COUNTRY      PIC X(03) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE PARTS MASTER RECORD READ FOR THE
      *  CURRENT PART.
      *****************************************************************
      *
       01 WS-PARTS-REC.
          05 PM-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 PM-PART-NAME            PIC X(14) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE SPACES.
          05 PM-GOVT-COMML-CODE      PIC X(01) VALUE SPACES.
             88 PM-GOVT-PART         VALUE 'G'.
          05 FILLER                  PIC X(47) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE DOMESTIC CONTENT RECORD AND THE TABLE
      *  THE FILE IS LOADED INTO. A TABLE TOO SMALL FOR THE FILE WOULD
      *  LET A GOVERNMENT PART ESCAPE THE CHECK, SO THE RUN ENDS WITH
      *  RETURN-CODE 16.
      *****************************************************************
      *
       01 DOMCONT-REC-WS. *>USED TO HOLD READ DOMESTIC CONTENT RECORD
          05 DC-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 DC-DOMESTIC-FLAG        PIC X(01) VALUE SPACES.
          05 DC-QUAL-ORIGIN-1        PIC X(03) VALUE SPACES.
          05 DC-QUAL-ORIGIN-2        PIC X(03) VALUE SPACES.
          05 DC-QUAL-ORIGIN-3        PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
       01  DOMCONT-TBL. *>TABLE TO HOLD DOMESTIC CONTENT ENTRIES
           05 DOMCONT-ENTRY-TBL
             OCCURS 2000 TIMES INDEXED BY DCT-IDX.
             10 DCT-PART-NUMBER-TBL  PIC X(23) VALUE SPACES.
             10 DCT-DOMESTIC-FLAG-TBL PIC X(01) VALUE SPACES.
             10 DCT-QUAL-ORIGIN-1-TBL PIC X(03) VALUE SPACES.
             10 DCT-QUAL-ORIGIN-2-TBL PIC X(03) VALUE SPACES.
             10 DCT-QUAL-ORIGIN-3-TBL PIC X(03) VALUE SPACES.
      *
       01 WS-DOMCONT-VARS.
          05 WS-MAX-DCT-IDX          PIC 9(04) VALUE 2000.
          05 WS-DCT-LOADED-CTR       PIC 9(04) VALUE 0.
          05 WS-QUAL-ORIGIN-1        PIC X(03) VALUE SPACES.
          05 WS-QUAL-ORIGIN-2        PIC X(03) VALUE SPACES.
          05 WS-QUAL-ORIGIN-3        PIC X(03) VALUE SPACES.
          05 DCT-FOUND-SW            PIC X(01) VALUE 'N'.
             88 DCT-FOUND            VALUE 'Y'.
          05 DCT-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
             88 DCT-TABLE-FULL       VALUE 'Y'.
      *
      *****************************************************************
      *  CUT-OFF CARD ACCEPTED FROM SYSIN -- LOTS RECEIVED ON OR AFTER
      *  THE DATE ARE CHECKED AS RECEIVED. A BLANK OR INVALID CARD
      *  CHECKS EVERY LOT EVER RECEIVED.
      *****************************************************************
      *
       01 WS-CUTOFF-CARD.
          05 WS-CUTOFF-DATE-CARD     PIC X(08) VALUE SPACES.
      *
       01 WS-CHECK-VARS.
          05 WS-CUTOFF-DATE          PIC X(08) VALUE '00000000'.
          05 WS-HOLD-PART            PIC X(23) VALUE SPACES.
          05 PART-CHECKED-SW         PIC X(01) VALUE 'N'.
             88 PART-SUBJECT-TO-CHECK VALUE 'Y'.
          05 ORIGIN-QUALIFIES-SW     PIC X(01) VALUE 'N'.
             88 ORIGIN-QUALIFIES     VALUE 'Y'.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 LMCODE                  PIC X(02) VALUE SPACES.
          05 PACODE                  PIC X(02) VALUE SPACES.
          05 DCCODE                  PIC X(02) VALUE SPACES.
          05 ORCODE                  PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 LOTMAST-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-LOTMAST-FILE  VALUE 'Y'.
          05 DOMCONT-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-DOMCONT-FILE  VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-LOTS-READ-CTR        PIC 9(07) VALUE 0.
          05 WS-PARTS-CHECKED-CTR    PIC 9(05) VALUE 0.
          05 WS-LOTS-CHECKED-CTR     PIC 9(07) VALUE 0.
          05 WS-NOT-RECORDED-CTR     PIC 9(07) VALUE 0.
          05 WS-NON-QUALIFYING-CTR   PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  TITLE, COLUMN HEADINGS AND DETAIL LINE FOR THE COUNTRY OF
      *  ORIGIN COMPLIANCE EXCEPTION REPORT.
      *****************************************************************
      *
       01 ORIG-RPT-TITLE. *>TITLE FOR ORIGIN EXCEPTION REPORT
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(45) VALUE
             'GOVERNMENT PART ORIGIN EXCEPTIONS -- STOCK ON'.
          05 FILLER                  PIC X(29) VALUE
             ' HAND AND RECEIPTS ON/AFTER: '.
          05 RPT-CUTOFF-DATE         PIC X(09) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE SPACES.
      *
       01 ORIG-RPT-HEADER-1. *>HEADER FOR ORIGIN EXCEPTION REPORT
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'LOT'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'LOC'.
          05 FILLER                  PIC X(10) VALUE 'SUPPLIER'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'RECEIVED'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE ' ON HAND'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE 'ORIGIN'.
          05 FILLER                  PIC X(26) VALUE 'EXCEPTION'.
      *
       01 ORIG-RPT-HEADER-2. *>HEADER FOR ORIGIN EXCEPTION REPORT
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE ALL '='.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE ALL '='.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE '== '.
          05 FILLER                  PIC X(10) VALUE ALL '='.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE ALL '='.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE ALL '='.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE '====  '.
          05 FILLER                  PIC X(26) VALUE ALL '='.
      *
       01 ORIG-RPT-DETAIL. *>ONE LINE PER NON-COMPLIANT LOT
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-LOT-NUMBER          PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-RECEIPT-DATE        PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-REMAINING-QTY       PIC Z(6)9-.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-ORIGIN-COUNTRY      PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 RPT-EXCEPTION-MSG       PIC X(26) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION ACCEPTS THE CUT-OFF CARD, LOADS
      *    THE DOMESTIC CONTENT TABLE, CHECKS EVERY LOT ON THE LOT
      *    MASTER, AND CLOSES FILES.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0170-READ-DOMCONT-FILE
      *    - 0180-LOAD-DOMCONT-TABLE
      *    - 0200-READ-LOTMAST-FILE
      *    - 0500-MAIN-PROCESS
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0170-READ-DOMCONT-FILE.
           PERFORM 0180-LOAD-DOMCONT-TABLE
               UNTIL END-OF-DOMCONT-FILE.
           PERFORM 0200-READ-LOTMAST-FILE.
           PERFORM 0500-MAIN-PROCESS
               UNTIL END-OF-LOTMAST-FILE.
           PERFORM 2600-CLOSE-FILES.
           IF DCT-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH ACCEPTS THE CUT-OFF CARD
      *    FROM SYSIN. A NUMERIC DATE BECOMES THE RECEIVED-SINCE
      *    CUT-OFF; OTHERWISE EVERY LOT EVER RECEIVED IS CHECKED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           ACCEPT WS-CUTOFF-CARD FROM SYSIN.
           IF WS-CUTOFF-DATE-CARD NUMERIC AND
              WS-CUTOFF-DATE-CARD > '00000000'
              MOVE WS-CUTOFF-DATE-CARD TO WS-CUTOFF-DATE
              MOVE WS-CUTOFF-DATE      TO RPT-CUTOFF-DATE
           ELSE
              MOVE '00000000'          TO WS-CUTOFF-DATE
              MOVE 'ALL DATES'         TO RPT-CUTOFF-DATE
           END-IF.
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
           OPEN INPUT LOTMAST.
           IF LMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING LOT MASTER FILE'
              MOVE 'Y' TO LOTMAST-FILE-SW
           END-IF.
      *
           OPEN INPUT PARTFILE.
           IF PACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PARTS MASTER FILE'
           END-IF.
      *
           OPEN INPUT DOMCONT.
           IF DCCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING DOMESTIC CONTENT FILE'
              MOVE 'Y' TO DOMCONT-FILE-SW
           END-IF.
      *
           OPEN OUTPUT ORIGRPT.
           IF ORCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING ORIGIN EXCEPTION REPORT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0150-WRITE-RPT-HEADERS PARAGRAPH WRITES THE TITLE AND
      *    COLUMN HEADINGS TO THE ORIGIN EXCEPTION REPORT AND CHECKS
      *    THE FILE STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0150-WRITE-RPT-HEADERS.
           WRITE ORIGRPT-REC FROM ORIG-RPT-TITLE.
           WRITE ORIGRPT-REC FROM ORIG-RPT-HEADER-1.
           WRITE ORIGRPT-REC FROM ORIG-RPT-HEADER-2.
           IF ORCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO ORIGIN EXCEPTION REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0170-READ-DOMCONT-FILE PARAGRAPH READS ONE RECORD FROM
      *    THE DOMESTIC CONTENT REQUIREMENT FILE. WHEN THE END OF FILE
      *    IS REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0180-LOAD-DOMCONT-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0170-READ-DOMCONT-FILE.
           IF NOT END-OF-DOMCONT-FILE
              READ DOMCONT INTO DOMCONT-REC-WS
                 AT END MOVE 'Y' TO DOMCONT-FILE-SW
              END-READ
              IF DCCODE = '00' OR '10'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR READING DOMESTIC CONTENT FILE.'
                 MOVE 'Y' TO DOMCONT-FILE-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0180-LOAD-DOMCONT-TABLE PARAGRAPH LOADS ONE DOMESTIC
      *    CONTENT RECORD INTO THE DOMESTIC CONTENT TABLE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0170-READ-DOMCONT-FILE
      *****************************************************************
      *
       0180-LOAD-DOMCONT-TABLE.
           IF WS-DCT-LOADED-CTR < WS-MAX-DCT-IDX
              ADD 1 TO WS-DCT-LOADED-CTR
              SET DCT-IDX TO WS-DCT-LOADED-CTR
              MOVE DC-PART-NUMBER
                 TO DCT-PART-NUMBER-TBL (DCT-IDX)
              MOVE DC-DOMESTIC-FLAG
                 TO DCT-DOMESTIC-FLAG-TBL (DCT-IDX)
              MOVE DC-QUAL-ORIGIN-1
                 TO DCT-QUAL-ORIGIN-1-TBL (DCT-IDX)
              MOVE DC-QUAL-ORIGIN-2
                 TO DCT-QUAL-ORIGIN-2-TBL (DCT-IDX)
              MOVE DC-QUAL-ORIGIN-3
                 TO DCT-QUAL-ORIGIN-3-TBL (DCT-IDX)
           ELSE
              DISPLAY 'DOMESTIC CONTENT TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET DCT-TABLE-FULL TO TRUE
              MOVE 'Y' TO DOMCONT-FILE-SW
           END-IF.
      *
           PERFORM 0170-READ-DOMCONT-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-LOTMAST-FILE PARAGRAPH READS THE NEXT LOT
      *    MASTER RECORD AND CHECKS THE FILE STATUS FOR A SUCCESSFUL
      *    READ OPERATION. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-READ-LOTMAST-FILE.
           IF NOT END-OF-LOTMAST-FILE
              READ LOTMAST INTO WS-LOT-REC
                 AT END MOVE 'Y' TO LOTMAST-FILE-SW
              END-READ
              IF LMCODE = '00' OR '10'
                 IF NOT END-OF-LOTMAST-FILE
                    ADD 1 TO WS-LOTS-READ-CTR
                 END-IF
              ELSE
                 DISPLAY 'ERROR READING LOT MASTER FILE.'
                 MOVE 'Y' TO LOTMAST-FILE-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-MAIN-PROCESS PARAGRAPH CHECKS ONE LOT. ON A CHANGE
      *    OF PART THE PART'S REQUIREMENT IS SETTLED ONCE. A LOT OF A
      *    PART SUBJECT TO THE CHECK IS CHECKED WHEN IT IS STILL IN
      *    STOCK OR WAS RECEIVED ON OR AFTER THE CUT-OFF, AND ONE
      *    WHOSE ORIGIN DOES NOT QUALIFY IS REPORTED. THE NEXT LOT IS
      *    THEN READ.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0550-START-PART
      *    -  0650-CHECK-LOT-ORIGIN
      *    -  0700-WRITE-EXCEPTION
      *    -  0200-READ-LOTMAST-FILE
      *****************************************************************
      *
       0500-MAIN-PROCESS.
           IF LM-PART-NUMBER NOT = WS-HOLD-PART
              PERFORM 0550-START-PART
           END-IF.
      *
           IF PART-SUBJECT-TO-CHECK
              IF LM-REMAINING-QTY > 0
                 OR LM-RECEIPT-DATE NOT < WS-CUTOFF-DATE
                 ADD 1 TO WS-LOTS-CHECKED-CTR
                 PERFORM 0650-CHECK-LOT-ORIGIN
                 IF NOT ORIGIN-QUALIFIES
                    PERFORM 0700-WRITE-EXCEPTION
                 END-IF
              END-IF
           END-IF.
      *
           PERFORM 0200-READ-LOTMAST-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0550-START-PART PARAGRAPH HOLDS THE NEW PART-NUMBER AND
      *    DECIDES WHETHER ITS LOTS ARE SUBJECT TO THE CHECK -- THE
      *    PART MUST CARRY A DOMESTIC CONTENT REQUIREMENT OF 'Y' AND
      *    BE A GOVERNMENT PART ON THE PARTS MASTER. THE PART'S
      *    FURTHER QUALIFYING ORIGINS ARE KEPT FOR THE LOT CHECK.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0570-LOOKUP-DOMCONT
      *    -  0600-READ-PART-MASTER
      *****************************************************************
      *
       0550-START-PART.
           MOVE LM-PART-NUMBER TO WS-HOLD-PART.
           MOVE 'N'            TO PART-CHECKED-SW.
      *
           PERFORM 0570-LOOKUP-DOMCONT.
           IF DCT-FOUND
              MOVE LM-PART-NUMBER TO PARTFILE-KEY
              PERFORM 0600-READ-PART-MASTER
           END-IF.
      *
           IF PART-SUBJECT-TO-CHECK
              ADD 1 TO WS-PARTS-CHECKED-CTR
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0570-LOOKUP-DOMCONT PARAGRAPH SEARCHES THE DOMESTIC
      *    CONTENT TABLE FOR THE CURRENT PART WITH ITS REQUIREMENT
      *    FLAG SET TO 'Y', RETURNING THE FURTHER QUALIFYING ORIGINS.
      *
      *  CALLED BY:
      *    -  0550-START-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0570-LOOKUP-DOMCONT.
           MOVE 'N'    TO DCT-FOUND-SW.
           MOVE SPACES TO WS-QUAL-ORIGIN-1
                          WS-QUAL-ORIGIN-2
                          WS-QUAL-ORIGIN-3.
      *
           PERFORM VARYING DCT-IDX FROM 1 BY 1
              UNTIL DCT-IDX > WS-DCT-LOADED-CTR OR DCT-FOUND
              IF LM-PART-NUMBER = DCT-PART-NUMBER-TBL (DCT-IDX)
                 AND DCT-DOMESTIC-FLAG-TBL (DCT-IDX) = 'Y'
                 MOVE 'Y' TO DCT-FOUND-SW
                 MOVE DCT-QUAL-ORIGIN-1-TBL (DCT-IDX)
                    TO WS-QUAL-ORIGIN-1
                 MOVE DCT-QUAL-ORIGIN-2-TBL (DCT-IDX)
                    TO WS-QUAL-ORIGIN-2
                 MOVE DCT-QUAL-ORIGIN-3-TBL (DCT-IDX)
                    TO WS-QUAL-ORIGIN-3
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-READ-PART-MASTER PARAGRAPH READS THE PARTS MASTER
      *    RECORD FOR THE PART IN PARTFILE-KEY DIRECTLY BY
      *    PART-NUMBER. A GOVERNMENT PART IS SUBJECT TO THE CHECK; A
      *    PART NOT ON THE MASTER IS DISPLAYED AND PASSED OVER.
      *
      *  CALLED BY:
      *    -  0550-START-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0600-READ-PART-MASTER.
           READ PARTFILE INTO WS-PARTS-REC
              INVALID KEY
                 DISPLAY 'PART ' LM-PART-NUMBER
                         ' NOT ON PARTS MASTER -- LOTS NOT CHECKED'
              NOT INVALID KEY
                 IF PM-GOVT-PART
                    MOVE 'Y' TO PART-CHECKED-SW
                 END-IF
           END-READ.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0650-CHECK-LOT-ORIGIN PARAGRAPH DECIDES WHETHER THE
      *    LOT'S COUNTRY OF ORIGIN QUALIFIES -- USA OR ONE OF THE
      *    PART'S FURTHER QUALIFYING ORIGINS. A BLANK ORIGIN NEVER
      *    QUALIFIES.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0650-CHECK-LOT-ORIGIN.
           MOVE 'N' TO ORIGIN-QUALIFIES-SW.
      *
           IF LM-ORIGIN-COUNTRY NOT = SPACES
              IF LM-ORIGIN-COUNTRY = 'USA'
                 OR LM-ORIGIN-COUNTRY = WS-QUAL-ORIGIN-1
                 OR LM-ORIGIN-COUNTRY = WS-QUAL-ORIGIN-2
                 OR LM-ORIGIN-COUNTRY = WS-QUAL-ORIGIN-3
                 MOVE 'Y' TO ORIGIN-QUALIFIES-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-WRITE-EXCEPTION PARAGRAPH WRITES ONE NON-COMPLIANT
      *    LOT TO THE ORIGIN EXCEPTION REPORT AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0700-WRITE-EXCEPTION.
           MOVE LM-PART-NUMBER    TO RPT-PART-NUMBER.
           MOVE LM-LOT-NUMBER     TO RPT-LOT-NUMBER.
           MOVE LM-LOCATION-CODE  TO RPT-LOCATION-CODE.
           MOVE LM-SUPPLIER-CODE  TO RPT-SUPPLIER-CODE.
           MOVE LM-RECEIPT-DATE   TO RPT-RECEIPT-DATE.
           MOVE LM-REMAINING-QTY  TO RPT-REMAINING-QTY.
           MOVE LM-ORIGIN-COUNTRY TO RPT-ORIGIN-COUNTRY.
      *
           IF LM-ORIGIN-COUNTRY = SPACES
              ADD 1 TO WS-NOT-RECORDED-CTR
              MOVE 'ORIGIN NOT RECORDED'   TO RPT-EXCEPTION-MSG
           ELSE
              ADD 1 TO WS-NON-QUALIFYING-CTR
              MOVE 'NON-QUALIFYING ORIGIN' TO RPT-EXCEPTION-MSG
           END-IF.
      *
           WRITE ORIGRPT-REC FROM ORIG-RPT-DETAIL.
           IF ORCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO ORIGIN EXCEPTION REPORT'
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
           CLOSE LOTMAST
                 PARTFILE
                 DOMCONT
                 ORIGRPT.
      *
           DISPLAY 'LOT MASTER RECORDS READ:     ' WS-LOTS-READ-CTR.
           DISPLAY 'DOMESTIC CONTENT ENTRIES:    ' WS-DCT-LOADED-CTR.
           DISPLAY 'GOVERNMENT PARTS CHECKED:    '
                   WS-PARTS-CHECKED-CTR.
           DISPLAY 'LOTS CHECKED:                ' WS-LOTS-CHECKED-CTR.
           DISPLAY 'LOTS WITH ORIGIN NOT RECORDED:'
                   WS-NOT-RECORDED-CTR.
           DISPLAY 'LOTS OF NON-QUALIFYING ORIGIN:'
                   WS-NON-QUALIFYING-CTR.
