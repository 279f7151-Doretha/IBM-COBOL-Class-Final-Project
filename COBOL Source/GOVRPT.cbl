      *    WRITTEN TO A COMPLIANCE REPORT AND TO A FILTERED PARTSOUT-
      *    FORMAT EXTRACT FILE SO THE COMPLIANCE TEAM CAN WORK FROM A
      *    GOVERNMENT-PARTS-ONLY DATASET WITHOUT SCANNING THE FULL
      *    PARTSOUT FILE. UNDER EACH GOVERNMENT PART THE REPORT LISTS
      *    THE PART'S LOTS FROM THE LOT MASTER WITH THE COUNTRY OF
      *    ORIGIN RECORDED AT RECEIVING, AND -- WHEN THE DOMESTIC
      *    CONTENT REQUIREMENT FILE FLAGS THE PART -- ITS QUALIFYING
      *    ORIGINS AND EVERY LOT WHOSE ORIGIN IS NOT RECORDED OR DOES
      *    NOT QUALIFY, SO A CONTRACTING OFFICER'S ORIGIN AUDIT CAN BE
      *    ANSWERED FROM THIS ONE REPORT.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *      JCL DD NAME:               PARTSOUT
      *
      *
      *      RTPOT44.LOTUPDT.LOTMAST.NEW - LOT MASTER WRITTEN BY
      *                                    LOTUPDT.CBL
      *      INTERNAL FILE NAME:           LOTMAST
      *      JCL DD NAME:                  LOTMAST
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
      *      RTPOT44.GOVRPT.COMPLIANCE.RPT - GOVERNMENT PARTS
      *                                      COMPLIANCE REPORT
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  UNDER EACH GOVERNMENT PART THE REPORT NOW
      *                   LISTS THE PART'S LOTS FROM THE LOT MASTER
      *                   (LOTMAST) WITH LOCATION, SUPPLIER, RECEIPT
      *                   DATE, QUANTITY ON HAND AND COUNTRY OF ORIGIN.
      *                   A PART ON THE DOMESTIC CONTENT REQUIREMENT
      *                   FILE (DOMCONT) SHOWS ITS QUALIFYING ORIGINS,
      *                   AND ITS LOTS OF UNRECORDED OR NON-QUALIFYING
      *                   ORIGIN ARE FLAGGED. A LOT OR DOMESTIC CONTENT
      *                   TABLE OVERFLOW ENDS THE RUN WITH RETURN-CODE
      *                   16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  08/09/2026
      *     DESCRIPTION:  ADDED FILE STATUS CHECKS AFTER EVERY WRITE TO
      *                   GOVRPT AND GOVPARTS (0150-WRITE-RPT-HEADERS,
       FILE-CONTROL.
           SELECT PARTSOUT ASSIGN TO PARTSOUT
              FILE STATUS IS PTCODE.
      *
           SELECT LOTMAST ASSIGN TO LOTMAST
              FILE STATUS IS LMCODE.
      *
           SELECT DOMCONT ASSIGN TO DOMCONT
              FILE STATUS IS DCCODE.
      *
           SELECT GOVRPT ASSIGN TO GOVRPT
              FILE STATUS IS GRCODE.
           DATA RECORD IS PARTSOUT-REC.
      *
       01 PARTSOUT-REC PIC X(512).
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
       FD  DOMCONT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOMCONT-REC.
      *
       01 DOMCONT-REC PIC X(34).
      *
       FD  GOVRPT
           RECORDING MODE IS F
           COPY PARTSREC. *> INCLUDE PARTSREC COPYLIB MEMBER
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE LOT MASTER RECORD AND THE LOT TABLE
      *  IT IS LOADED INTO, IN THE PART/LOT SEQUENCE LOTUPDT.CBL
      *  WRITES. A TABLE TOO SMALL FOR THE MASTER WOULD LEAVE LOTS OFF
      *  THE ORIGIN LISTING, SO THE RUN ENDS WITH RETURN-CODE 16.
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
       01 LOT-TBL. *>TABLE TO HOLD LOT MASTER ENTRIES
          05 LOT-ENTRY-TBL
            OCCURS 5000 TIMES INDEXED BY LOT-IDX.
            10 LOT-PART-NUMBER-TBL  PIC X(23) VALUE SPACES.
            10 LOT-NUMBER-TBL       PIC X(10) VALUE SPACES.
            10 LOT-LOCATION-TBL     PIC X(02) VALUE SPACES.
            10 LOT-SUPPLIER-TBL     PIC X(10) VALUE SPACES.
            10 LOT-RECEIPT-DATE-TBL PIC X(08) VALUE SPACES.
            10 LOT-REMAINING-TBL    PIC S9(7) VALUE 0.
            10 LOT-ORIGIN-TBL       PIC X(03) VALUE SPACES.
      *
       01 WS-LOT-TBL-VARS.
          05 WS-MAX-LOT-IDX         PIC 9(04) VALUE 5000.
          05 WS-LOT-LOADED-CTR      PIC 9(04) VALUE 0.
          05 WS-PART-LOTS-CTR       PIC 9(04) VALUE 0.
          05 LOT-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
             88 LOT-TABLE-FULL      VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE DOMESTIC CONTENT RECORD AND THE TABLE
      *  IT IS LOADED INTO -- PART-NUMBER, REQUIREMENT FLAG AND UP TO
      *  THREE QUALIFYING ORIGINS BEYOND USA. A TABLE TOO SMALL FOR
      *  THE FILE ENDS THE RUN WITH RETURN-CODE 16.
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
             10 DCT-QUAL-ORIGIN-1-TBL PIC X(03) VALUE SPACES.
             10 DCT-QUAL-ORIGIN-2-TBL PIC X(03) VALUE SPACES.
             10 DCT-QUAL-ORIGIN-3-TBL PIC X(03) VALUE SPACES.
      *
       01 WS-DOMCONT-VARS.
          05 WS-MAX-DCT-IDX          PIC 9(04) VALUE 2000.
          05 WS-DCT-LOADED-CTR       PIC 9(04) VALUE 0.
          05 DCT-FOUND-SW            PIC X(01) VALUE 'N'.
             88 DCT-FOUND            VALUE 'Y'.
          05 DCT-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
             88 DCT-TABLE-FULL       VALUE 'Y'.
      *
      *****************************************************************
      *  FILE STATUS CODES
      *****************************************************************
      *
          05 GRCODE            PIC X(02) VALUE SPACES.
          05 GPCODE            PIC X(02) VALUE SPACES.
          05 RCCODE                  PIC X(02) VALUE SPACES.
          05 LMCODE                  PIC X(02) VALUE SPACES.
          05 DCCODE                  PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  SWITCHES
       01 SWITCHES-WS.
          05 PARTSOUT-FILE-SW  PIC X(01) VALUE 'N'.
             88 END-OF-PARTSOUT-FILE VALUE 'Y'.
          05 LOTMAST-FILE-SW   PIC X(01) VALUE 'N'.
             88 END-OF-LOTMAST-FILE VALUE 'Y'.
          05 DOMCONT-FILE-SW   PIC X(01) VALUE 'N'.
             88 END-OF-DOMCONT-FILE VALUE 'Y'.
      *
      *****************************************************************
      *  RUN CONTROL COUNTERS
       01 WS-ACCUM-VARS.
          05 WS-PARTSOUT-READ-CTR   PIC 9(07) VALUE 0.
          05 WS-GOVT-PART-CTR       PIC 9(07) VALUE 0.
          05 WS-LOT-LINES-CTR       PIC 9(07) VALUE 0.
          05 WS-ORIGIN-EXCEPT-CTR   PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  COLUMN HEADINGS FOR THE GOVERNMENT PARTS COMPLIANCE REPORT
          05 RPT-BLUEPRINT-NUMBER    PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-VEHICLE-MAKE        PIC X(03) VALUE SPACES.
      *
       01 GOVRPT-DOMESTIC-LINE. *>DOMESTIC CONTENT REQUIREMENT OF PART
          05 FILLER                  PIC X(09) VALUE SPACES.
          05 FILLER                  PIC X(48) VALUE
             'DOMESTIC CONTENT REQUIRED -- QUALIFYING ORIGINS:'.
          05 FILLER                  PIC X(04) VALUE ' USA'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-QUAL-ORIGIN-1       PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-QUAL-ORIGIN-2       PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-QUAL-ORIGIN-3       PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(27) VALUE SPACES.
      *
       01 GOVRPT-LOT-LINE. *>ONE LINE PER LOT OF THE GOVERNMENT PART
          05 FILLER                  PIC X(09) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE 'LOT '.
          05 RPT-LOT-NUMBER          PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE ' LOC '.
          05 RPT-LOT-LOCATION        PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE ' SUPP '.
          05 RPT-LOT-SUPPLIER        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE ' RCV '.
          05 RPT-LOT-RECEIPT-DATE    PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE ' QTY '.
          05 RPT-LOT-REMAINING       PIC Z(6)9-.
          05 FILLER                  PIC X(08) VALUE ' ORIGIN '.
          05 RPT-LOT-ORIGIN          PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-LOT-FLAG            PIC X(16) VALUE SPACES.
      *
       01 GOVRPT-NO-LOTS-LINE. *>GOVERNMENT PART WITH NO LOTS
          05 FILLER                  PIC X(09) VALUE SPACES.
          05 FILLER                  PIC X(25) VALUE
             'NO LOTS ON THE LOT MASTER'.
          05 FILLER                  PIC X(66) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION OPENS FILES, WRITES REPORT
      *    HEADINGS, LOADS THE LOT MASTER AND DOMESTIC CONTENT TABLES,
      *    READS PARTSOUT AND ISOLATES EACH GOVERNMENT PART UNTIL END
      *    OF FILE, AND CLOSES FILES.
      *
      *  CALLED BY:
      *    - NONE
      *  CALLS:
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0160-READ-LOTMAST-FILE
      *    - 0165-LOAD-LOT-TABLE
      *    - 0170-READ-DOMCONT-FILE
      *    - 0175-LOAD-DOMCONT-TABLE
      *    - 0200-READ-PARTSOUT-FILE
      *    - 0500-MAIN-PROCESS
      *    - 2600-CLOSE-FILES
      *    DISPLAY 'ENTERING PARA MAIN PROCEDURE GOVRPT PGM'.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0160-READ-LOTMAST-FILE.
           PERFORM 0165-LOAD-LOT-TABLE
              UNTIL END-OF-LOTMAST-FILE.
           PERFORM 0170-READ-DOMCONT-FILE.
           PERFORM 0175-LOAD-DOMCONT-TABLE
              UNTIL END-OF-DOMCONT-FILE.
           PERFORM 0200-READ-PARTSOUT-FILE.
           PERFORM 0500-MAIN-PROCESS
              UNTIL END-OF-PARTSOUT-FILE.
           PERFORM 2600-CLOSE-FILES.
           IF LOT-TABLE-FULL OR DCT-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-FILES PARAGRAPH OPENS THE PARTSOUT, LOTMAST
      *    AND DOMCONT INPUT FILES AND THE GOVRPT/GOVPARTS OUTPUT
      *    FILES.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
           ELSE
              DISPLAY 'ERROR OPENING PARTSOUT INPUT FILE'
           END-IF.
      *
           OPEN INPUT LOTMAST.
           IF LMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING LOTMAST INPUT FILE'
              MOVE 'Y' TO LOTMAST-FILE-SW
           END-IF.
      *
           OPEN INPUT DOMCONT.
           IF DCCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING DOMCONT INPUT FILE'
              MOVE 'Y' TO DOMCONT-FILE-SW
           END-IF.
      *
           OPEN OUTPUT GOVRPT.
           IF GRCODE = '00'
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0160-READ-LOTMAST-FILE PARAGRAPH READS A SINGLE RECORD
      *    FROM THE LOT MASTER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0165-LOAD-LOT-TABLE
      *
      *  CALLS:
      *    -  NONE
      ****************************************************************
      *
       0160-READ-LOTMAST-FILE.
           IF NOT END-OF-LOTMAST-FILE
              READ LOTMAST INTO WS-LOT-REC
                 AT END MOVE 'Y' TO LOTMAST-FILE-SW
              END-READ
              IF LMCODE = '00' OR '10'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR READING LOTMAST INPUT FILE.'
                 MOVE 'Y' TO LOTMAST-FILE-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0165-LOAD-LOT-TABLE PARAGRAPH LOADS ONE LOT MASTER
      *    RECORD INTO THE LOT TABLE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0160-READ-LOTMAST-FILE
      ****************************************************************
      *
       0165-LOAD-LOT-TABLE.
           IF WS-LOT-LOADED-CTR < WS-MAX-LOT-IDX
              ADD 1 TO WS-LOT-LOADED-CTR
              SET LOT-IDX TO WS-LOT-LOADED-CTR
              MOVE LM-PART-NUMBER    TO LOT-PART-NUMBER-TBL (LOT-IDX)
              MOVE LM-LOT-NUMBER     TO LOT-NUMBER-TBL (LOT-IDX)
              MOVE LM-LOCATION-CODE  TO LOT-LOCATION-TBL (LOT-IDX)
              MOVE LM-SUPPLIER-CODE  TO LOT-SUPPLIER-TBL (LOT-IDX)
              MOVE LM-RECEIPT-DATE   TO LOT-RECEIPT-DATE-TBL (LOT-IDX)
              MOVE LM-REMAINING-QTY  TO LOT-REMAINING-TBL (LOT-IDX)
              MOVE LM-ORIGIN-COUNTRY TO LOT-ORIGIN-TBL (LOT-IDX)
           ELSE
              DISPLAY 'LOT TABLE FULL -- RUN ENDS WITH RETURN CODE 16'
              SET LOT-TABLE-FULL TO TRUE
              MOVE 'Y' TO LOTMAST-FILE-SW
           END-IF.
      *
           PERFORM 0160-READ-LOTMAST-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0170-READ-DOMCONT-FILE PARAGRAPH READS A SINGLE RECORD
      *    FROM THE DOMESTIC CONTENT REQUIREMENT FILE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0175-LOAD-DOMCONT-TABLE
      *
      *  CALLS:
      *    -  NONE
      ****************************************************************
      *
       0170-READ-DOMCONT-FILE.
           IF NOT END-OF-DOMCONT-FILE
              READ DOMCONT INTO DOMCONT-REC-WS
                 AT END MOVE 'Y' TO DOMCONT-FILE-SW
              END-READ
              IF DCCODE = '00' OR '10'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR READING DOMCONT INPUT FILE.'
                 MOVE 'Y' TO DOMCONT-FILE-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0175-LOAD-DOMCONT-TABLE PARAGRAPH LOADS ONE DOMESTIC
      *    CONTENT RECORD WITH ITS REQUIREMENT FLAG SET TO 'Y' INTO
      *    THE DOMESTIC CONTENT TABLE. A PART FLAGGED 'N' CARRIES NO
      *    REQUIREMENT AND IS NOT LOADED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0170-READ-DOMCONT-FILE
      ****************************************************************
      *
       0175-LOAD-DOMCONT-TABLE.
           IF DC-DOMESTIC-FLAG = 'Y'
              IF WS-DCT-LOADED-CTR < WS-MAX-DCT-IDX
                 ADD 1 TO WS-DCT-LOADED-CTR
                 SET DCT-IDX TO WS-DCT-LOADED-CTR
                 MOVE DC-PART-NUMBER
                    TO DCT-PART-NUMBER-TBL (DCT-IDX)
                 MOVE DC-QUAL-ORIGIN-1
                    TO DCT-QUAL-ORIGIN-1-TBL (DCT-IDX)
                 MOVE DC-QUAL-ORIGIN-2
                    TO DCT-QUAL-ORIGIN-2-TBL (DCT-IDX)
                 MOVE DC-QUAL-ORIGIN-3
                    TO DCT-QUAL-ORIGIN-3-TBL (DCT-IDX)
              ELSE
                 DISPLAY 'DOMESTIC CONTENT TABLE FULL -- RUN ENDS '
                         'WITH RETURN CODE 16'
                 SET DCT-TABLE-FULL TO TRUE
                 MOVE 'Y' TO DOMCONT-FILE-SW
              END-IF
           END-IF.
      *
           PERFORM 0170-READ-DOMCONT-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-PARTSOUT-FILE PARAGRAPH READS A SINGLE RECORD
      *    FROM THE PARTSOUT INPUT FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-MAIN-PROCESS PARAGRAPH ISOLATES THE CURRENT PARTSOUT
      *    RECORD WHEN GOVT-COMML-CODE IS 'G', WRITING A DETAIL LINE AND
      *    THE PART'S LOT ORIGIN LINES TO THE COMPLIANCE REPORT AND THE
      *    FULL RECORD TO THE FILTERED GOVPARTS EXTRACT, THEN READS THE
      *    NEXT PARTSOUT RECORD.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0550-WRITE-RPT-DETAIL
      *    -  0600-WRITE-LOT-ORIGINS
      *    -  0200-READ-PARTSOUT-FILE
      ****************************************************************
      *
           IF GOVT-COMML-CODE = 'G'
              ADD 1 TO WS-GOVT-PART-CTR
              PERFORM 0550-WRITE-RPT-DETAIL
              PERFORM 0600-WRITE-LOT-ORIGINS
              WRITE GOVPARTS-REC FROM PARTS-IN-REC-WS
              IF GPCODE = '00'
                 NEXT SENTENCE
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-WRITE-LOT-ORIGINS PARAGRAPH WRITES THE CURRENT
      *    GOVERNMENT PART'S DOMESTIC CONTENT REQUIREMENT, WHEN IT HAS
      *    ONE, FOLLOWED BY A LINE FOR EACH OF ITS LOTS ON THE LOT
      *    MASTER SHOWING THE COUNTRY OF ORIGIN -- OR A LINE SAYING
      *    THE PART HAS NO LOTS.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0650-WRITE-ONE-LOT
      *    -  0900-WRITE-GOVRPT-LINE
      ****************************************************************
      *
       0600-WRITE-LOT-ORIGINS.
           MOVE 'N' TO DCT-FOUND-SW.
           PERFORM VARYING DCT-IDX FROM 1 BY 1
              UNTIL DCT-IDX > WS-DCT-LOADED-CTR OR DCT-FOUND
              IF PART-NUMBER = DCT-PART-NUMBER-TBL (DCT-IDX)
                 MOVE 'Y' TO DCT-FOUND-SW
                 MOVE DCT-QUAL-ORIGIN-1-TBL (DCT-IDX)
                    TO RPT-QUAL-ORIGIN-1
                 MOVE DCT-QUAL-ORIGIN-2-TBL (DCT-IDX)
                    TO RPT-QUAL-ORIGIN-2
                 MOVE DCT-QUAL-ORIGIN-3-TBL (DCT-IDX)
                    TO RPT-QUAL-ORIGIN-3
              END-IF
           END-PERFORM.
      *
           IF DCT-FOUND
              MOVE GOVRPT-DOMESTIC-LINE TO GOVRPT-REC
              PERFORM 0900-WRITE-GOVRPT-LINE
           END-IF.
      *
           MOVE 0 TO WS-PART-LOTS-CTR.
           PERFORM VARYING LOT-IDX FROM 1 BY 1
              UNTIL LOT-IDX > WS-LOT-LOADED-CTR
              IF PART-NUMBER = LOT-PART-NUMBER-TBL (LOT-IDX)
                 PERFORM 0650-WRITE-ONE-LOT
              END-IF
           END-PERFORM.
      *
           IF WS-PART-LOTS-CTR = 0
              MOVE GOVRPT-NO-LOTS-LINE TO GOVRPT-REC
              PERFORM 0900-WRITE-GOVRPT-LINE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0650-WRITE-ONE-LOT PARAGRAPH WRITES ONE LOT OF THE
      *    CURRENT GOVERNMENT PART WITH ITS COUNTRY OF ORIGIN. WHEN THE
      *    PART CARRIES A DOMESTIC CONTENT REQUIREMENT, A LOT WITH NO
      *    RECORDED ORIGIN OR AN ORIGIN OTHER THAN USA OR ONE OF THE
      *    PART'S QUALIFYING ORIGINS IS FLAGGED.
      *
      *  CALLED BY:
      *    -  0600-WRITE-LOT-ORIGINS
      *
      *  CALLS:
      *    -  0900-WRITE-GOVRPT-LINE
      ****************************************************************
      *
       0650-WRITE-ONE-LOT.
           ADD 1 TO WS-PART-LOTS-CTR.
           ADD 1 TO WS-LOT-LINES-CTR.
           MOVE LOT-NUMBER-TBL (LOT-IDX)       TO RPT-LOT-NUMBER.
           MOVE LOT-LOCATION-TBL (LOT-IDX)     TO RPT-LOT-LOCATION.
           MOVE LOT-SUPPLIER-TBL (LOT-IDX)     TO RPT-LOT-SUPPLIER.
           MOVE LOT-RECEIPT-DATE-TBL (LOT-IDX) TO RPT-LOT-RECEIPT-DATE.
           MOVE LOT-REMAINING-TBL (LOT-IDX)    TO RPT-LOT-REMAINING.
           MOVE LOT-ORIGIN-TBL (LOT-IDX)       TO RPT-LOT-ORIGIN.
           MOVE SPACES                         TO RPT-LOT-FLAG.
      *
           IF DCT-FOUND
              IF LOT-ORIGIN-TBL (LOT-IDX) = SPACES
                 ADD 1 TO WS-ORIGIN-EXCEPT-CTR
                 MOVE 'NOT RECORDED'   TO RPT-LOT-FLAG
              ELSE
                 IF LOT-ORIGIN-TBL (LOT-IDX) = 'USA'
                    OR LOT-ORIGIN-TBL (LOT-IDX) = RPT-QUAL-ORIGIN-1
                    OR LOT-ORIGIN-TBL (LOT-IDX) = RPT-QUAL-ORIGIN-2
                    OR LOT-ORIGIN-TBL (LOT-IDX) = RPT-QUAL-ORIGIN-3
                    NEXT SENTENCE
                 ELSE
                    ADD 1 TO WS-ORIGIN-EXCEPT-CTR
                    MOVE 'NON-QUALIFYING' TO RPT-LOT-FLAG
                 END-IF
              END-IF
           END-IF.
      *
           MOVE GOVRPT-LOT-LINE TO GOVRPT-REC.
           PERFORM 0900-WRITE-GOVRPT-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0900-WRITE-GOVRPT-LINE PARAGRAPH WRITES THE LINE BUILT
      *    IN GOVRPT-REC TO THE COMPLIANCE REPORT.
      *
      *  CALLED BY:
      *    -  0600-WRITE-LOT-ORIGINS
      *    -  0650-WRITE-ONE-LOT
      *
      *  CALLS:
      *    -  NONE
      ****************************************************************
      *
       0900-WRITE-GOVRPT-LINE.
           WRITE GOVRPT-REC.
           IF GRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO GOVRPT OUTPUT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2600-CLOSE-FILES PARAGRAPH CLOSES ALL FILES AND DISPLAYS
      *    RUN CONTROL TOTALS.
      *
           ELSE
              DISPLAY 'ERROR CLOSING PARTSOUT INPUT FILE'
           END-IF.
      *
           CLOSE LOTMAST.
           IF LMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR CLOSING LOTMAST INPUT FILE'
           END-IF.
      *
           CLOSE DOMCONT.
           IF DCCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR CLOSING DOMCONT INPUT FILE'
           END-IF.
      *
           CLOSE GOVRPT.
           IF GRCODE = '00'
      *
           DISPLAY 'PARTSOUT RECORDS READ:       ' WS-PARTSOUT-READ-CTR.
           DISPLAY 'GOVERNMENT PARTS ISOLATED:   ' WS-GOVT-PART-CTR.
           DISPLAY 'LOT MASTER ENTRIES LOADED:   ' WS-LOT-LOADED-CTR.
           DISPLAY 'LOT ORIGIN LINES WRITTEN:    ' WS-LOT-LINES-CTR.
           DISPLAY 'LOT ORIGIN EXCEPTIONS:       '
                   WS-ORIGIN-EXCEPT-CTR.
      *
           OPEN EXTEND RUNCTL.
           IF RCCODE = '00'
