       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITMAINT.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM MAINTAINS THE KIT BILL-OF-MATERIALS MASTER
      *    (KITBOM) -- ONE RECORD PER KIT PART AND COMPONENT PART,
      *    CARRYING THE QUANTITY OF THE COMPONENT THAT GOES INTO ONE
      *    KIT. A KIT IS NOT STOCKED IN ITS OWN RIGHT: INVISSUE.CBL
      *    EXPLODES A KIT ISSUE INTO ITS COMPONENT ISSUES AND
      *    REPLRPT.CBL EXPLODES KIT DEMAND INTO COMPONENT
      *    REQUIREMENTS, BOTH FROM THIS MASTER. KITWUSE.CBL PRINTS
      *    THE WHERE-USED VIEW OF IT. THE BILL IS SINGLE LEVEL -- A
      *    COMPONENT IS AN ORDINARY STOCKED PART, NOT ANOTHER KIT.
      *    MAINTENANCE TRANSACTIONS (ADD, CHANGE, DELETE) ARE SORTED
      *    INTO KIT/COMPONENT SEQUENCE AND MATCH-MERGED AGAINST THE
      *    OLD MASTER TO PRODUCE THE NEW ONE, THE SAME WAY
      *    XREFMNT.CBL MAINTAINS THE SUPPLIER CROSS-REFERENCE. AN ADD
      *    OR CHANGE MUST CARRY A NUMERIC QUANTITY PER KIT ABOVE ZERO,
      *    AND A KIT CANNOT LIST ITSELF AS A COMPONENT. EVERY APPLIED
      *    AND REJECTED TRANSACTION AND THE RESULTING MASTER CONTENT
      *    ARE PRINTED ON THE KIT BILL-OF-MATERIALS LISTING REPORT.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.KITMAINT.TRANS - KIT BILL-OF-MATERIALS
      *                               MAINTENANCE TRANSACTIONS (ACTION
      *                               CODE, KIT PART-NUMBER, COMPONENT
      *                               PART-NUMBER, QUANTITY PER KIT)
      *      INTERNAL FILE NAME:      KITTRN
      *      JCL DD NAME:             KITTRN
      *
      *
      *      RTPOT44.KITMAINT.KITBOM.OLD - PRIOR KIT BILL-OF-MATERIALS
      *                                    MASTER (OLD MASTER)
      *      INTERNAL FILE NAME:           KITBOM
      *      JCL DD NAME:                  KITBOM
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.KITMAINT.KITBOM.NEW - UPDATED KIT BILL-OF-
      *                                    MATERIALS MASTER (NEW
      *                                    MASTER)
      *      INTERNAL FILE NAME:           KITBNEW
      *      JCL DD NAME:                  KITBNEW
      *
      *
      *      RTPOT44.KITMAINT.LISTING.RPT - KIT BILL-OF-MATERIALS
      *                                     MAINTENANCE AND LISTING
      *                                     REPORT
      *      INTERNAL FILE NAME:            KITRPT
      *      JCL DD NAME:                   KITRPT
      *
      *
      *    WORK FILES:
      *      KITSRT - SORT WORK FILE HOLDING THE MAINTENANCE
      *               TRANSACTIONS SORTED ASCENDING BY KIT PART-NUMBER
      *               AND COMPONENT PART-NUMBER
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(KITMAINT)
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
           SELECT KITTRN ASSIGN TO KITTRN
              FILE STATUS IS KTCODE.
      *
           SELECT KIT-SORT-FILE ASSIGN TO KITWORK.
      *
           SELECT KITSRT ASSIGN TO KITSRT
              FILE STATUS IS KSCODE.
      *
           SELECT KITBOM ASSIGN TO KITBOM
              FILE STATUS IS KOCODE.
      *
           SELECT KITBNEW ASSIGN TO KITBNEW
              FILE STATUS IS KNCODE.
      *
           SELECT KITRPT ASSIGN TO KITRPT
              FILE STATUS IS KRCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  KITTRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KITTRN-REC.
      *
       01 KITTRN-REC PIC X(60).
      *
       SD  KIT-SORT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS KIT-SORT-REC.
      *
       01 KIT-SORT-REC.
          05 FILLER                  PIC X(01).
          05 KS-KIT-PART             PIC X(23).
          05 KS-COMPONENT-PART       PIC X(23).
          05 FILLER                  PIC X(13).
      *
       FD  KITSRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KITSRT-REC.
      *
       01 KITSRT-REC PIC X(60).
      *
       FD  KITBOM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KITBOM-REC.
      *
       01 KITBOM-REC PIC X(60).
      *
       FD  KITBNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KITBNEW-REC.
      *
       01 KITBNEW-REC PIC X(60).
      *
       FD  KITRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KITRPT-REC.
      *
       01 KITRPT-REC PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE MAINTENANCE TRANSACTION READ FROM THE
      *  SORTED TRANSACTION FILE. THE KEY IS KIT PART-NUMBER PLUS
      *  COMPONENT PART-NUMBER.
      *****************************************************************
      *
       01 WS-KIT-TRANS-REC.
          05 KT-ACTION-CODE          PIC X(01) VALUE SPACES.
             88 KT-ACTION-ADD        VALUE 'A'.
             88 KT-ACTION-CHANGE     VALUE 'C'.
             88 KT-ACTION-DELETE     VALUE 'D'.
             88 KT-VALID-ACTION      VALUE 'A', 'C', 'D'.
          05 KT-KIT-PART             PIC X(23) VALUE SPACES.
          05 KT-COMPONENT-PART       PIC X(23) VALUE SPACES.
          05 KT-QTY-PER              PIC 9(05) VALUE 0.
          05 FILLER                  PIC X(08) VALUE SPACES.
      *
       01 WS-KIT-TRANS-KEY.
          05 TK-KIT-PART             PIC X(23) VALUE SPACES.
          05 TK-COMPONENT-PART       PIC X(23) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE OLD AND NEW KIT BILL-OF-MATERIALS
      *  MASTER RECORDS.
      *****************************************************************
      *
       01 WS-KIT-OLD-REC.
          05 OB-KIT-PART             PIC X(23) VALUE SPACES.
          05 OB-COMPONENT-PART       PIC X(23) VALUE SPACES.
          05 OB-QTY-PER              PIC 9(05) VALUE 0.
          05 FILLER                  PIC X(09) VALUE SPACES.
      *
       01 WS-KIT-OLD-KEY.
          05 OK-KIT-PART             PIC X(23) VALUE SPACES.
          05 OK-COMPONENT-PART       PIC X(23) VALUE SPACES.
      *
       01 WS-KIT-NEW-REC.
          05 NB-KIT-PART             PIC X(23) VALUE SPACES.
          05 NB-COMPONENT-PART       PIC X(23) VALUE SPACES.
          05 NB-QTY-PER              PIC 9(05) VALUE 0.
          05 FILLER                  PIC X(09) VALUE SPACES.
      *
       01 WS-EDIT-VARS.
          05 TRANS-EDIT-SW           PIC X(01) VALUE 'Y'.
             88 TRANS-EDIT-OK        VALUE 'Y'.
          05 WS-EDIT-MSG             PIC X(20) VALUE SPACES.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 KTCODE                  PIC X(02) VALUE SPACES.
          05 KSCODE                  PIC X(02) VALUE SPACES.
          05 KOCODE                  PIC X(02) VALUE SPACES.
          05 KNCODE                  PIC X(02) VALUE SPACES.
          05 KRCODE                  PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 TRANS-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-TRANS-FILE    VALUE 'Y'.
          05 MASTER-FILE-SW          PIC X(01) VALUE 'N'.
             88 END-OF-MASTER-FILE   VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-TRANS-READ-CTR       PIC 9(05) VALUE 0.
          05 WS-OLD-MASTER-READ      PIC 9(07) VALUE 0.
          05 WS-ADDS-APPLIED-CTR     PIC 9(05) VALUE 0.
          05 WS-CHANGES-APPLIED-CTR  PIC 9(05) VALUE 0.
          05 WS-DELETES-APPLIED-CTR  PIC 9(05) VALUE 0.
          05 WS-TRANS-REJECTED-CTR   PIC 9(05) VALUE 0.
          05 WS-CARRIED-CTR          PIC 9(07) VALUE 0.
          05 WS-NEW-MASTER-WRTN      PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  COLUMN HEADINGS AND DETAIL LINE FOR THE KIT BILL-OF-MATERIALS
      *  MAINTENANCE AND LISTING REPORT.
      *****************************************************************
      *
       01 KIT-RPT-HEADER-1. *>HEADER FOR KIT BOM REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'KIT PART NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'COMPONENT PART'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE 'QTY PER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(20) VALUE 'STATUS'.
          05 FILLER                  PIC X(16) VALUE SPACES.
      *
       01 KIT-RPT-HEADER-2. *>HEADER FOR KIT BOM REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(20) VALUE ALL '='.
          05 FILLER                  PIC X(16) VALUE SPACES.
      *
       01 KIT-RPT-DETAIL. *>DETAIL LINE FOR KIT BOM REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-KIT-PART            PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-COMPONENT-PART      PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-QTY-PER             PIC ZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-STATUS-MSG          PIC X(20) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION SORTS THE MAINTENANCE
      *    TRANSACTIONS INTO KEY SEQUENCE, PRIMES THE TRANSACTION AND
      *    OLD MASTER READS, MATCH-MERGES THEM INTO THE NEW MASTER
      *    WHILE PRINTING THE LISTING REPORT, AND CLOSES FILES.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0050-SORT-TRANS-FILE
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0200-READ-TRANS-FILE
      *    - 0250-READ-MASTER-FILE
      *    - 0500-MAIN-PROCESS
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0050-SORT-TRANS-FILE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0200-READ-TRANS-FILE.
           PERFORM 0250-READ-MASTER-FILE.
           PERFORM 0500-MAIN-PROCESS
               UNTIL END-OF-TRANS-FILE
               AND END-OF-MASTER-FILE.
           PERFORM 2600-CLOSE-FILES.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0050-SORT-TRANS-FILE PARAGRAPH SORTS THE MAINTENANCE
      *    TRANSACTIONS INTO ASCENDING KIT/COMPONENT PART-NUMBER
      *    SEQUENCE, GIVING THE SORTED RECORDS TO KITSRT FOR THE
      *    MATCH-MERGE AGAINST THE OLD MASTER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0050-SORT-TRANS-FILE.
           SORT KIT-SORT-FILE
               ON ASCENDING KEY KS-KIT-PART
                               KS-COMPONENT-PART
               USING KITTRN
               GIVING KITSRT.
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
           OPEN INPUT KITSRT.
           IF KSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SORTED TRANSACTION FILE'
           END-IF.
      *
           OPEN INPUT KITBOM.
           IF KOCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING KIT BOM MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT KITBNEW.
           IF KNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW KIT BOM MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT KITRPT.
           IF KRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING KIT BOM REPORT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0150-WRITE-RPT-HEADERS PARAGRAPH WRITES COLUMN HEADINGS
      *    TO THE KIT BILL-OF-MATERIALS REPORT AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0150-WRITE-RPT-HEADERS.
           WRITE KITRPT-REC FROM KIT-RPT-HEADER-1.
           WRITE KITRPT-REC FROM KIT-RPT-HEADER-2.
           IF KRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO KIT BOM REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-TRANS-FILE PARAGRAPH READS THE NEXT SORTED
      *    MAINTENANCE TRANSACTION AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS REACHED,
      *    A FLAG IS SET TO INDICATE THAT STATUS AND HIGH-VALUES IS
      *    MOVED TO THE TRANSACTION KEY SO THE MATCH-MERGE TREATS THE
      *    EXHAUSTED FILE AS SORTING HIGH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-READ-TRANS-FILE.
           READ KITSRT INTO WS-KIT-TRANS-REC
              AT END
                 MOVE 'Y' TO TRANS-FILE-SW
                 MOVE HIGH-VALUES TO WS-KIT-TRANS-KEY
           END-READ.
      *
           IF KSCODE = '00' OR '10'
              IF NOT END-OF-TRANS-FILE
                 ADD 1 TO WS-TRANS-READ-CTR
                 MOVE KT-KIT-PART       TO TK-KIT-PART
                 MOVE KT-COMPONENT-PART TO TK-COMPONENT-PART
              END-IF
           ELSE
              DISPLAY 'ERROR READING SORTED TRANSACTION FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0250-READ-MASTER-FILE PARAGRAPH READS THE OLD KIT
      *    BILL-OF-MATERIALS MASTER AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS REACHED,
      *    A FLAG IS SET TO INDICATE THAT STATUS AND HIGH-VALUES IS
      *    MOVED TO THE MASTER KEY SO THE MATCH-MERGE TREATS THE
      *    EXHAUSTED FILE AS SORTING HIGH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0250-READ-MASTER-FILE.
           READ KITBOM INTO WS-KIT-OLD-REC
              AT END
                 MOVE 'Y' TO MASTER-FILE-SW
                 MOVE HIGH-VALUES TO WS-KIT-OLD-KEY
           END-READ.
      *
           IF KOCODE = '00' OR '10'
              IF NOT END-OF-MASTER-FILE
                 ADD 1 TO WS-OLD-MASTER-READ
                 MOVE OB-KIT-PART       TO OK-KIT-PART
                 MOVE OB-COMPONENT-PART TO OK-COMPONENT-PART
              END-IF
           ELSE
              DISPLAY 'ERROR READING KIT BOM MASTER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-MAIN-PROCESS PARAGRAPH MATCHES THE CURRENT
      *    TRANSACTION AGAINST THE CURRENT OLD MASTER RECORD BY KIT
      *    PART-NUMBER PLUS COMPONENT PART-NUMBER. A TRANSACTION WITH
      *    NO MATCHING MASTER RECORD CAN ONLY BE AN ADD. A MASTER
      *    RECORD WITH NO MATCHING TRANSACTION IS CARRIED FORWARD
      *    UNCHANGED. MATCHING KEYS APPLY A CHANGE OR DELETE -- AN ADD
      *    AGAINST AN EXISTING KEY IS REJECTED AS A DUPLICATE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0200-READ-TRANS-FILE
      *    -  0250-READ-MASTER-FILE
      *    -  0550-EDIT-TRANS
      *    -  0600-PROCESS-UNMATCHED-TRANS
      *    -  0700-PROCESS-MATCHED-TRANS
      *    -  0800-CARRY-FORWARD-KIT
      *****************************************************************
      *
       0500-MAIN-PROCESS.
           IF WS-KIT-TRANS-KEY < WS-KIT-OLD-KEY
              PERFORM 0550-EDIT-TRANS
              PERFORM 0600-PROCESS-UNMATCHED-TRANS
              PERFORM 0200-READ-TRANS-FILE
           ELSE
              IF WS-KIT-TRANS-KEY > WS-KIT-OLD-KEY
                 PERFORM 0800-CARRY-FORWARD-KIT
                 PERFORM 0250-READ-MASTER-FILE
              ELSE
                 PERFORM 0550-EDIT-TRANS
                 PERFORM 0700-PROCESS-MATCHED-TRANS
                 PERFORM 0200-READ-TRANS-FILE
                 PERFORM 0250-READ-MASTER-FILE
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0550-EDIT-TRANS PARAGRAPH EDITS THE CONTENT OF AN ADD
      *    OR CHANGE TRANSACTION BEFORE IT IS APPLIED. BOTH PART
      *    NUMBERS MUST BE PRESENT, A KIT CANNOT BE ITS OWN
      *    COMPONENT, AND THE QUANTITY PER KIT MUST BE NUMERIC AND
      *    ABOVE ZERO. A DELETE NEEDS ONLY ITS KEY.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0550-EDIT-TRANS.
           MOVE 'Y'    TO TRANS-EDIT-SW.
           MOVE SPACES TO WS-EDIT-MSG.
      *
           IF KT-ACTION-ADD OR KT-ACTION-CHANGE
              EVALUATE TRUE
                 WHEN KT-KIT-PART = SPACES
                    OR KT-COMPONENT-PART = SPACES
                    MOVE 'N' TO TRANS-EDIT-SW
                    MOVE 'REJECT - MISSING KEY' TO WS-EDIT-MSG
                 WHEN KT-KIT-PART = KT-COMPONENT-PART
                    MOVE 'N' TO TRANS-EDIT-SW
                    MOVE 'REJECT - KIT IN KIT'  TO WS-EDIT-MSG
                 WHEN KT-QTY-PER NOT NUMERIC
                    MOVE 'N' TO TRANS-EDIT-SW
                    MOVE 'REJECT - BAD QTY'     TO WS-EDIT-MSG
                 WHEN KT-QTY-PER = 0
                    MOVE 'N' TO TRANS-EDIT-SW
                    MOVE 'REJECT - BAD QTY'     TO WS-EDIT-MSG
              END-EVALUATE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-PROCESS-UNMATCHED-TRANS PARAGRAPH HANDLES A
      *    TRANSACTION WHOSE KEY HAS NO OLD MASTER RECORD. A CLEAN
      *    ADD WRITES A NEW MASTER RECORD; AN ADD THAT FAILED THE
      *    EDIT, A CHANGE OR DELETE AGAINST A KEY THAT IS NOT ON
      *    FILE, OR AN UNKNOWN ACTION CODE, IS REJECTED TO THE
      *    REPORT.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0900-WRITE-MASTER-REC
      *    -  0950-WRITE-RPT-DETAIL
      *****************************************************************
      *
       0600-PROCESS-UNMATCHED-TRANS.
           MOVE KT-KIT-PART           TO RPT-KIT-PART.
           MOVE KT-COMPONENT-PART     TO RPT-COMPONENT-PART.
           IF KT-QTY-PER NUMERIC
              MOVE KT-QTY-PER         TO RPT-QTY-PER
           ELSE
              MOVE 0                  TO RPT-QTY-PER
           END-IF.
      *
           IF KT-ACTION-ADD
              IF TRANS-EDIT-OK
                 MOVE KT-KIT-PART       TO NB-KIT-PART
                 MOVE KT-COMPONENT-PART TO NB-COMPONENT-PART
                 MOVE KT-QTY-PER        TO NB-QTY-PER
                 PERFORM 0900-WRITE-MASTER-REC
                 ADD 1 TO WS-ADDS-APPLIED-CTR
                 MOVE 'ADDED'           TO RPT-STATUS-MSG
              ELSE
                 ADD 1 TO WS-TRANS-REJECTED-CTR
                 MOVE WS-EDIT-MSG       TO RPT-STATUS-MSG
              END-IF
           ELSE
              ADD 1 TO WS-TRANS-REJECTED-CTR
              IF KT-VALID-ACTION
                 MOVE 'REJECT - NOT ON FILE' TO RPT-STATUS-MSG
              ELSE
                 MOVE 'REJECT - BAD ACTION'  TO RPT-STATUS-MSG
              END-IF
           END-IF.
      *
           PERFORM 0950-WRITE-RPT-DETAIL.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-PROCESS-MATCHED-TRANS PARAGRAPH APPLIES A
      *    TRANSACTION WHOSE KEY MATCHED AN OLD MASTER RECORD. A
      *    CLEAN CHANGE REPLACES THE QUANTITY PER KIT, A DELETE DROPS
      *    THE RECORD FROM THE NEW MASTER, AND AN ADD AGAINST AN
      *    EXISTING KEY, A CHANGE THAT FAILED THE EDIT OR AN UNKNOWN
      *    ACTION IS REJECTED (THE OLD RECORD IS CARRIED FORWARD
      *    UNCHANGED).
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0900-WRITE-MASTER-REC
      *    -  0950-WRITE-RPT-DETAIL
      *****************************************************************
      *
       0700-PROCESS-MATCHED-TRANS.
           MOVE KT-KIT-PART           TO RPT-KIT-PART.
           MOVE KT-COMPONENT-PART     TO RPT-COMPONENT-PART.
           IF KT-QTY-PER NUMERIC
              MOVE KT-QTY-PER         TO RPT-QTY-PER
           ELSE
              MOVE 0                  TO RPT-QTY-PER
           END-IF.
      *
           MOVE OB-KIT-PART           TO NB-KIT-PART.
           MOVE OB-COMPONENT-PART     TO NB-COMPONENT-PART.
           MOVE OB-QTY-PER            TO NB-QTY-PER.
      *
           EVALUATE TRUE
              WHEN KT-ACTION-CHANGE AND TRANS-EDIT-OK
                 MOVE KT-QTY-PER          TO NB-QTY-PER
                 PERFORM 0900-WRITE-MASTER-REC
                 ADD 1 TO WS-CHANGES-APPLIED-CTR
                 MOVE 'CHANGED'           TO RPT-STATUS-MSG
              WHEN KT-ACTION-CHANGE
                 PERFORM 0900-WRITE-MASTER-REC
                 ADD 1 TO WS-TRANS-REJECTED-CTR
                 MOVE WS-EDIT-MSG         TO RPT-STATUS-MSG
              WHEN KT-ACTION-DELETE
                 ADD 1 TO WS-DELETES-APPLIED-CTR
                 MOVE 'DELETED'           TO RPT-STATUS-MSG
              WHEN KT-ACTION-ADD
                 PERFORM 0900-WRITE-MASTER-REC
                 ADD 1 TO WS-TRANS-REJECTED-CTR
                 MOVE 'REJECT - DUPLICATE'  TO RPT-STATUS-MSG
              WHEN OTHER
                 PERFORM 0900-WRITE-MASTER-REC
                 ADD 1 TO WS-TRANS-REJECTED-CTR
                 MOVE 'REJECT - BAD ACTION' TO RPT-STATUS-MSG
           END-EVALUATE.
      *
           PERFORM 0950-WRITE-RPT-DETAIL.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0800-CARRY-FORWARD-KIT PARAGRAPH CARRIES AN OLD KIT
      *    BILL-OF-MATERIALS RECORD FORWARD UNCHANGED WHEN NO
      *    TRANSACTION ARRIVED FOR ITS KEY, AND LISTS IT ON THE
      *    REPORT SO THE LISTING SHOWS THE WHOLE RESULTING MASTER.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0900-WRITE-MASTER-REC
      *    -  0950-WRITE-RPT-DETAIL
      *****************************************************************
      *
       0800-CARRY-FORWARD-KIT.
           MOVE OB-KIT-PART           TO NB-KIT-PART.
           MOVE OB-COMPONENT-PART     TO NB-COMPONENT-PART.
           MOVE OB-QTY-PER            TO NB-QTY-PER.
           PERFORM 0900-WRITE-MASTER-REC.
           ADD 1 TO WS-CARRIED-CTR.
      *
           MOVE OB-KIT-PART           TO RPT-KIT-PART.
           MOVE OB-COMPONENT-PART     TO RPT-COMPONENT-PART.
           MOVE OB-QTY-PER            TO RPT-QTY-PER.
           MOVE 'UNCHANGED'           TO RPT-STATUS-MSG.
           PERFORM 0950-WRITE-RPT-DETAIL.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0900-WRITE-MASTER-REC PARAGRAPH WRITES ONE RECORD TO
      *    THE NEW KIT BILL-OF-MATERIALS MASTER AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-UNMATCHED-TRANS
      *    -  0700-PROCESS-MATCHED-TRANS
      *    -  0800-CARRY-FORWARD-KIT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0900-WRITE-MASTER-REC.
           WRITE KITBNEW-REC FROM WS-KIT-NEW-REC.
           IF KNCODE = '00'
              ADD 1 TO WS-NEW-MASTER-WRTN
           ELSE
              DISPLAY 'ERROR WRITING NEW KIT BOM MASTER'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0950-WRITE-RPT-DETAIL PARAGRAPH WRITES ONE DETAIL LINE
      *    TO THE KIT BILL-OF-MATERIALS REPORT AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-UNMATCHED-TRANS
      *    -  0700-PROCESS-MATCHED-TRANS
      *    -  0800-CARRY-FORWARD-KIT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0950-WRITE-RPT-DETAIL.
           WRITE KITRPT-REC FROM KIT-RPT-DETAIL.
           IF KRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO KIT BOM REPORT'
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
           CLOSE KITSRT
                 KITBOM
                 KITBNEW
                 KITRPT.
      *
           DISPLAY 'TRANSACTIONS READ:           ' WS-TRANS-READ-CTR.
           DISPLAY 'OLD MASTER RECORDS READ:     ' WS-OLD-MASTER-READ.
           DISPLAY 'ADDS APPLIED:                ' WS-ADDS-APPLIED-CTR.
           DISPLAY 'CHANGES APPLIED:             '
                   WS-CHANGES-APPLIED-CTR.
           DISPLAY 'DELETES APPLIED:             '
                   WS-DELETES-APPLIED-CTR.
           DISPLAY 'TRANSACTIONS REJECTED:       '
                   WS-TRANS-REJECTED-CTR.
           DISPLAY 'RECORDS CARRIED FORWARD:     ' WS-CARRIED-CTR.
           DISPLAY 'NEW MASTER RECORDS WRITTEN:  ' WS-NEW-MASTER-WRTN.
