      *    THIS PROGRAM MAINTAINS THE LOT MASTER. PORECV.CBL WRITES A
      *    LOT POSTING (LOTPOST) FOR EVERY ACCEPTED RECEIPT CARRYING A
      *    SUPPLIER LOT NUMBER -- PART-NUMBER, LOT, LOCATION,
      *    SUPPLIER, RECEIPT DATE, QUANTITY, PO-NUMBER AND COUNTRY OF
      *    ORIGIN. THE POSTINGS ARE SORTED INTO PART/LOT SEQUENCE
      *    AND MATCH-MERGED WITH THE OLD LOT MASTER TO PRODUCE THE NEW
      *    ONE, ADDING EACH LOT'S RECEIVED AND REMAINING QUANTITIES.
      *    THE RUN'S ISSUES (THE ISSUE POSTING FEED INVISSUE.CBL
      *    WRITES FOR WHAT IT ACTUALLY POSTED TO THE INVENTORY MASTER)
      *    ARE TOTALED PER PART AND LOCATION AND CONSUMED AGAINST THE
      *    PART'S LOTS AT THAT LOCATION IN LOT SEQUENCE -- OLDEST LOT
      *    NUMBERS FIRST -- SO EACH LOT'S REMAINING QUANTITY TRACKS
      *    WHAT IS ACTUALLY STILL ON THE SHELF WHERE IT SITS. A LOT
      *    ON QUALITY HOLD (HOLD STATUS SET BY HOLDPOST.CBL) IS NOT
      *    ISSUABLE AND IS PASSED OVER BY THE CONSUMPTION. A CONSUMED
      *    LOT STAYS ON THE MASTER AT ZERO REMAINING, BECAUSE A RECALL
      *    TRACE NEEDS THE HISTORY MORE THAN THE BALANCE.
      *
      *    LOTS MOVED BETWEEN WAREHOUSES BY XFERPOST.CBL ARE
      *    RELOCATED FROM ITS LOT MOVE FEED -- A LOT FOLLOWS THE STOCK
      *    TO ITS NEW LOCATION ONCE THE TRANSFER RECEIPT COVERS ALL OF
      *    THE LOT STILL REMAINING. A LOT ONLY PARTLY TRANSFERRED IS
      *    SPLIT -- THE QUANTITY MOVED IS WRITTEN AS A SECOND RECORD
      *    OF THE SAME LOT AT THE NEW LOCATION, SO A LOT MAY APPEAR
      *    ONCE PER LOCATION ON THE MASTER.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *      JCL DD NAME:             LOTPOST
      *
      *
      *      RTPOT44.HOLDPOST.LOTMAST.NEW - LOT MASTER WITH HOLD
      *                                     STATUS APPLIED BY
      *                                     HOLDPOST.CBL (OLD MASTER
      *                                     FOR THIS STEP)
      *      INTERNAL FILE NAME:            LOTMAST
      *      JCL DD NAME:                  LOTMAST
      *
      *
      *      RTPOT44.INVISSUE.ISSPOST - ISSUE POSTING FEED WRITTEN BY
      *                                 INVISSUE.CBL -- THE ISSUES
      *                                 ACTUALLY POSTED, OUR OWN AND
      *                                 CONSIGNED STOCK ALIKE
      *      INTERNAL FILE NAME:        ISSUEIN
      *      JCL DD NAME:              ISSUEIN
      *
      *
      *      RTPOT44.XFERPOST.LOTMOVE - LOT MOVE FEED WRITTEN BY
      *                                 XFERPOST.CBL, ONE RECORD PER
      *                                 RECEIPT OF A LOTTED TRANSFER
      *      INTERNAL FILE NAME:        LOTMOVE
      *      JCL DD NAME:               LOTMOVE
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.LOTUPDT.LOTMAST.NEW - UPDATED LOT MASTER (NEW
      *                                    MASTER)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ISSUES ARE NOW TOTALED PER PART AND LOCATION
      *                   INSTEAD OF PER PART, AND A LOT GIVES UP
      *                   REMAINING QUANTITY ONLY TO ISSUES POSTED AT
      *                   ITS OWN LOCATION. THE ISSUE TOTAL TABLE
      *                   CARRIES THE LOCATION AND THE QUANTITY STILL
      *                   UNCONSUMED FOR EACH PART/LOCATION IN PLACE OF
      *                   ONE UNCONSUMED FIGURE PER PART, AND ISSUES THE
      *                   LOTS COULD NOT COVER ARE REPORTED PER
      *                   PART/LOCATION.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE ISSUE POSTING FEED GREW 49 TO 50 BYTES
      *                   WITH INVISSUE'S CONSIGNED STOCK FLAG. ISSUES
      *                   OF CONSIGNED STOCK NOW REACH THE FEED,
      *                   FLAGGED, AND CONSUME LOTS LIKE ANY OTHER ISSUE
      *                   -- THE STOCK LEFT THE SHELF WHOEVER OWNED IT.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A LOT ONLY PARTLY TRANSFERRED IS NOW SPLIT
      *                   INSTEAD OF BEING LEFT WHOLE AT ITS OLD
      *                   LOCATION. THE LOT'S RECEIVED AND REMAINING
      *                   QUANTITIES ARE REDUCED BY THE QUANTITY MOVED
      *                   AND A SECOND RECORD OF THE SAME LOT (SAME
      *                   SUPPLIER, RECEIPT DATE, HOLD STATUS, PO AND
      *                   ORIGIN) IS WRITTEN FOR IT AT THE NEW LOCATION,
      *                   MERGING INTO THE LOT'S RECORD ALREADY THERE
      *                   WHEN IT FOLLOWS ON THE MASTER (NEW 0880-SPLIT-
      *                   LOT AND 0910-WRITE-SPLIT-LOT). THE MASTER IS
      *                   NOW IN PART/LOT SEQUENCE WITH ONE RECORD PER
      *                   LOCATION OF A LOT, AND A LOT MOVE APPLIES ONLY
      *                   TO THE LOT'S RECORD AT THE LOCATION THE STOCK
      *                   LEFT.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL ISSUE TOTAL OR LOT MOVE TABLE NOW ENDS
      *                   THE RUN WITH RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE LOT MASTER GREW 76 TO 79 BYTES WITH THE
      *                   COUNTRY OF ORIGIN KEYED AT RECEIVING, TAKEN
      *                   FROM THE LOT POSTING. A LOT RECEIVED AGAIN
      *                   UNDER A DIFFERENT ORIGIN TAKES THE NEW ORIGIN
      *                   AND IS LISTED ON THE JOB LOG. EXISTING
      *                   76-BYTE MASTERS NEED A ONE-TIME CONVERSION
      *                   PADDING THE NEW FIELD WITH SPACES (ORIGIN NOT
      *                   RECORDED).
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE LOT MASTER GREW 70 TO 76 BYTES WITH THE
      *                   PO-NUMBER OF THE RECEIVING ORDER, TAKEN FROM
      *                   THE LOT POSTING (A LOT RECEIVED AGAIN TAKES
      *                   THE LATEST RECEIVING PO, ALONG WITH THE
      *                   LATEST RECEIPT DATE). WARRANTY CLAIMS TRACE A
      *                   FAILED PART BACK TO ITS PO THROUGH IT.
      *                   EXISTING 70-BYTE MASTERS NEED A ONE-TIME
      *                   CONVERSION PADDING THE NEW FIELD WITH SPACES
      *                   (NO RECEIVING PO KNOWN).
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ISSUE TRANSACTION GREW 41 TO 49 BYTES WITH
      *                   THE ISSUING OPERATOR ID
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED QUALITY HOLD. THE LOT MASTER'S SPARE
      *                   BYTES NOW START WITH A HOLD STATUS ('H' = ON
      *                   HOLD) SET AND CLEARED BY HOLDPOST.CBL, WHICH
      *                   NOW WRITES THE LOT MASTER THIS STEP READS;
      *                   THE STATUS IS CARRIED FORWARD AND
      *                   0850-CONSUME-ISSUES PASSES OVER A HELD LOT.
      *                   THE ISSUEIN DD NOW CARRIES INVISSUE'S ISSUE
      *                   POSTING FEED INSTEAD OF THE RAW ISSUES, SO
      *                   ONLY WHAT ACTUALLY POSTED (NOT ISSUES REFUSED
      *                   FOR HELD STOCK) CONSUMES LOTS, AND RETURNS TO
      *                   VENDOR (REASON 'V') ARE PASSED OVER SINCE
      *                   HOLDPOST.CBL HAS ALREADY DRAWN THE LOT DOWN.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE ISSUEIN DD NOW ALSO CARRIES THE SALES
      *                   ISSUES CUSTORD.CBL WRITES FOR SHIPPED
      *                   CUSTOMER ORDER LINES (RTPOT44.CUSTORD.ISSUES,
      *                   SAME LAYOUT, REASON CODE 'S'), CONCATENATED
      *                   BEHIND THE KEYED ISSUES. NO CODE CHANGE.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED THE LOT MOVE FEED FROM XFERPOST.CBL.
      *                   THE MOVES ARE LOADED TO A TABLE SUMMED BY
      *                   PART/LOT AND EACH LOT WRITTEN TO THE NEW
      *                   MASTER IS CHECKED AGAINST IT AFTER THE ISSUE
      *                   CONSUMPTION (NEW 0870-APPLY-LOT-MOVES). THE
      *                   LOT MASTER HOLDS ONE LOCATION PER LOT, SO A
      *                   LOT IS RELOCATED ONLY WHEN THE QUANTITY
      *                   RECEIVED AT THE NEW LOCATION COVERS ALL THAT
      *                   REMAINS OF IT; A PARTLY MOVED LOT STAYS AT
      *                   ITS LOCATION AND IS REPORTED AS SPLIT. A
      *                   MOVE FOR A LOT NOT ON THE MASTER IS REPORTED
      *                   AT END OF JOB.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  09/02/2026
      *
           SELECT LOTMNEW ASSIGN TO LOTMNEW
              FILE STATUS IS LNCODE.
      *
           SELECT LOTMOVE ASSIGN TO LOTMOVE
              FILE STATUS IS LVCODE.
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
       FD  ISSUEIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISSUEIN-REC.
      *
       01 ISSUEIN-REC PIC X(50).
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
       FD  LOTMOVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTMOVE-REC.
      *
       01 LOTMOVE-REC PIC X(64).
      *
       WORKING-STORAGE SECTION.
      *
      *  WORKING STORAGE FOR ONE LOT POSTING READ FROM THE SORTED
      *  POSTING FILE. SAME LAYOUT AS THE RECORD WRITTEN BY
      *  PORECV.CBL. THE POSTING'S PO-NUMBER IDENTIFIES THE
      *  RECEIVING ORDER AND IS CARRIED ONTO THE LOT MASTER RECORD,
      *  AS IS THE COUNTRY OF ORIGIN KEYED AT THE DOCK.
      *****************************************************************
      *
       01 WS-LOT-TRANS-REC.
          05 LT-RECEIPT-DATE        PIC X(08) VALUE SPACES.
          05 LT-RECEIVED-QTY        PIC 9(07) VALUE 0.
          05 LT-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 LT-ORIGIN-COUNTRY      PIC X(03) VALUE SPACES.
          05 FILLER                 PIC X(01) VALUE SPACES.
      *
       01 WS-LOT-TRANS-KEY.
          05 TK-PART-NUMBER         PIC X(23) VALUE SPACES.
      *  WS-LOT-GROUP-AREA HOLDS THE CURRENT GROUP OF SORTED POSTINGS
      *  FOR ONE PART/LOT KEY -- SEVERAL RECEIPTS OF ONE LOT IN ONE
      *  RUN SUM INTO ONE POSTING GROUP. THE FIRST POSTING'S
      *  SUPPLIER, LOCATION, DATE, PO AND ORIGIN ARE KEPT.
      *****************************************************************
      *
       01 WS-LOT-GROUP-AREA.
          05 GL-RECEIPT-DATE        PIC X(08) VALUE SPACES.
          05 GL-RECEIVED-QTY        PIC S9(9) VALUE 0.
          05 GL-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 GL-ORIGIN-COUNTRY      PIC X(03) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE OLD AND NEW LOT MASTER RECORDS.
          05 OL-RECEIPT-DATE        PIC X(08) VALUE SPACES.
          05 OL-RECEIVED-QTY        PIC 9(07) VALUE 0.
          05 OL-REMAINING-QTY       PIC S9(7) VALUE 0.
          05 OL-HOLD-STATUS         PIC X(01) VALUE SPACES.
          05 OL-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 OL-ORIGIN-COUNTRY      PIC X(03) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
       01 WS-LOT-OLD-KEY.
          05 OK-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 NL-RECEIPT-DATE        PIC X(08) VALUE SPACES.
          05 NL-RECEIVED-QTY        PIC 9(07) VALUE 0.
          05 NL-REMAINING-QTY       PIC S9(7) VALUE 0.
          05 NL-HOLD-STATUS         PIC X(01) VALUE SPACES.
             88 NL-LOT-ON-HOLD      VALUE 'H'.
          05 NL-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 NL-ORIGIN-COUNTRY      PIC X(03) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WS-LOT-SPLIT-REC HOLDS THE PART OF A LOT SPLIT OFF TO A NEW
      *  LOCATION BY A PARTIAL TRANSFER. IT IS WRITTEN AFTER THE
      *  RECORD IT CAME FROM, OR ADDED INTO THE LOT'S RECORD AT THE
      *  NEW LOCATION WHEN THAT RECORD IS NEXT ON THE MASTER.
      *****************************************************************
      *
       01 WS-LOT-SPLIT-REC.
          05 SL-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 SL-LOT-NUMBER          PIC X(10) VALUE SPACES.
          05 SL-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 SL-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 SL-RECEIPT-DATE        PIC X(08) VALUE SPACES.
          05 SL-RECEIVED-QTY        PIC 9(07) VALUE 0.
          05 SL-REMAINING-QTY       PIC S9(7) VALUE 0.
          05 SL-HOLD-STATUS         PIC X(01) VALUE SPACES.
          05 SL-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 SL-ORIGIN-COUNTRY      PIC X(03) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE ISSUE POSTING AND THE PER-PART/
      *  LOCATION ISSUE TOTAL TABLE LOADED FROM IT -- THE QUANTITIES
      *  THE RUN'S ISSUES MUST CONSUME FROM THE PART'S LOTS AT EACH
      *  LOCATION, AND HOW MUCH OF EACH IS STILL UNCONSUMED. SAME
      *  LAYOUT AS THE RECORD WRITTEN BY INVISSUE.CBL; A CONSIGNED
      *  ISSUE CONSUMES LOTS THE SAME AS ONE OF OUR OWN STOCK.
      *****************************************************************
      *
       01 WS-ISSUE-TRANS-REC.
          05 IS-ISSUE-DATE          PIC X(08) VALUE SPACES.
          05 IS-REASON-CODE         PIC X(01) VALUE SPACES.
          05 IS-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 IS-OPERATOR-ID         PIC X(08) VALUE SPACES.
          05 IS-CONSIGNED-FLAG      PIC X(01) VALUE SPACES.
      *
       01 ISSUE-TOTAL-TBL.
          05 ISSUE-TOTAL-ENTRY-TBL
            OCCURS 2000 TIMES INDEXED BY ISTL-IDX.
            10 ISTL-PART-TBL        PIC X(23) VALUE SPACES.
            10 ISTL-LOCATION-TBL    PIC X(02) VALUE SPACES.
            10 ISTL-QTY-TBL         PIC S9(9) VALUE 0.
            10 ISTL-LEFT-TBL        PIC S9(9) VALUE 0.
      *
       01 WS-ISSUE-TOTAL-VARS.
          05 WS-MAX-ISTL-IDX        PIC 9(04) VALUE 2000.
          05 WS-ISTL-USED-CTR       PIC 9(04) VALUE 0.
          05 WS-ISTL-SLOT           PIC 9(04) VALUE 0.
          05 ISTL-FOUND-SW          PIC X(01) VALUE 'N'.
             88 ISTL-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  LOT CONSUMPTION AREA. WS-CONSUME-PART TRACKS WHICH PART'S
      *  ISSUE TOTALS ARE CURRENTLY BEING CONSUMED AND WS-CONSUME-LEFT
      *  HOLDS HOW MUCH OF THE CURRENT LOT'S PART/LOCATION TOTAL IS
      *  STILL UNCONSUMED, AS KEPT ON THE ISSUE TOTAL TABLE -- EACH OF
      *  THE PART'S LOTS GIVES UP REMAINING QUANTITY IN LOT SEQUENCE
      *  TO THE ISSUE TOTAL OF ITS OWN LOCATION UNTIL THAT TOTAL IS
      *  COVERED.
      *****************************************************************
      *
       01 WS-CONSUME-VARS.
          05 WS-CONSUME-PART        PIC X(23) VALUE LOW-VALUES.
          05 WS-CONSUME-LEFT        PIC S9(9) VALUE 0.
          05 WS-CONSUME-TAKE        PIC S9(9) VALUE 0.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE LOT MOVE WRITTEN BY XFERPOST.CBL AND
      *  THE LOT MOVE TABLE LOADED FROM THEM -- ONE ENTRY PER PART/LOT
      *  WITH THE QUANTITY MOVED IN THE RUN, THE LOCATION THE LOT
      *  FIRST LEFT AND THE LOCATION IT LAST ARRIVED AT.
      *****************************************************************
      *
       01 WS-LOT-MOVE-REC.
          05 LM-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 LM-LOT-NUMBER          PIC X(10) VALUE SPACES.
          05 LM-FROM-LOCATION       PIC X(02) VALUE SPACES.
          05 LM-TO-LOCATION         PIC X(02) VALUE SPACES.
          05 LM-MOVE-QTY            PIC 9(07) VALUE 0.
          05 LM-MOVE-DATE           PIC X(08) VALUE SPACES.
          05 LM-XFER-NUMBER         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(04) VALUE SPACES.
      *
       01 LOT-MOVE-TBL.
          05 LOT-MOVE-ENTRY-TBL
            OCCURS 1000 TIMES INDEXED BY LMOV-IDX.
            10 LMOV-PART-TBL        PIC X(23) VALUE SPACES.
            10 LMOV-LOT-TBL         PIC X(10) VALUE SPACES.
            10 LMOV-FROM-LOC-TBL    PIC X(02) VALUE SPACES.
            10 LMOV-TO-LOC-TBL      PIC X(02) VALUE SPACES.
            10 LMOV-QTY-TBL         PIC S9(9) VALUE 0.
            10 LMOV-APPLIED-TBL     PIC X(01) VALUE 'N'.
      *
       01 WS-LOT-MOVE-VARS.
          05 WS-MAX-LMOV-IDX        PIC 9(04) VALUE 1000.
          05 WS-LMOV-USED-CTR       PIC 9(04) VALUE 0.
          05 LMOV-FOUND-SW          PIC X(01) VALUE 'N'.
             88 LMOV-FOUND          VALUE 'Y'.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 LPCODE                 PIC X(02) VALUE SPACES.
          05 LMCODE                 PIC X(02) VALUE SPACES.
          05 ISCODE                 PIC X(02) VALUE SPACES.
          05 LNCODE                 PIC X(02) VALUE SPACES.
          05 LVCODE                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 LOT-TRANS-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-LOT-MASTER-FILE VALUE 'Y'.
          05 ISSUE-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-ISSUE-FILE    VALUE 'Y'.
          05 LOT-MOVE-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-LOT-MOVE-FILE VALUE 'Y'.
          05 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
             88 TABLE-FULL           VALUE 'Y'.
          05 LOT-SPLIT-SW            PIC X(01) VALUE 'N'.
             88 LOT-SPLIT-CREATED    VALUE 'C'.
             88 LOT-SPLIT-PENDING    VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-LOT-POSTINGS-READ    PIC 9(07) VALUE 0.
          05 WS-CARRIED-LOTS-CTR     PIC 9(07) VALUE 0.
          05 WS-NEW-MASTER-WRTN      PIC 9(07) VALUE 0.
          05 WS-UNDERCONSUMED-CTR    PIC 9(05) VALUE 0.
          05 WS-LOT-MOVES-READ       PIC 9(07) VALUE 0.
          05 WS-RELOCATED-LOTS-CTR   PIC 9(07) VALUE 0.
          05 WS-SPLIT-LOTS-CTR       PIC 9(07) VALUE 0.
          05 WS-UNMATCHED-MOVES-CTR  PIC 9(07) VALUE 0.
          05 WS-HELD-LOTS-SKIPPED    PIC 9(07) VALUE 0.
          05 WS-ORIGIN-CHANGED-CTR   PIC 9(05) VALUE 0.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION SORTS THE LOT POSTINGS, LOADS
      *    THE PER-PART ISSUE TOTALS, PRIMES THE POSTING GROUP AND OLD
      *    MASTER READS, MATCH-MERGES THEM INTO THE NEW LOT MASTER
      *    WHILE CONSUMING THE RUN'S ISSUES FROM EACH PART'S LOTS AND
      *    RELOCATING TRANSFERRED LOTS, AND CLOSES FILES. A FULL
      *    TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *    - 0100-OPEN-FILES
      *    - 0160-READ-ISSUE-FILE
      *    - 0180-LOAD-ISSUE-TOTALS
      *    - 0190-READ-LOT-MOVE-FILE
      *    - 0195-LOAD-LOT-MOVE-TABLE
      *    - 0300-READ-LOT-RECORD
      *    - 0350-READ-LOT-GROUP
      *    - 0400-READ-MASTER-FILE
           PERFORM 0160-READ-ISSUE-FILE.
           PERFORM 0180-LOAD-ISSUE-TOTALS
               UNTIL END-OF-ISSUE-FILE.
           PERFORM 0190-READ-LOT-MOVE-FILE.
           PERFORM 0195-LOAD-LOT-MOVE-TABLE
               UNTIL END-OF-LOT-MOVE-FILE.
           PERFORM 0300-READ-LOT-RECORD.
           PERFORM 0350-READ-LOT-GROUP.
           PERFORM 0400-READ-MASTER-FILE.
               UNTIL GL-KEY = HIGH-VALUES
               AND WS-LOT-OLD-KEY = HIGH-VALUES.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
           ELSE
              DISPLAY 'ERROR OPENING NEW LOT MASTER FILE'
           END-IF.
      *
           OPEN INPUT LOTMOVE.
           IF LVCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING LOT MOVE FEED FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0180-LOAD-ISSUE-TOTALS PARAGRAPH ROLLS ONE ISSUE
      *    TRANSACTION INTO ITS PART/LOCATION'S ENTRY ON THE ISSUE
      *    TOTAL TABLE, ADDING THE PART/LOCATION WHEN IT IS NOT YET ON
      *    THE TABLE. A RETURN OF HELD STOCK TO THE VENDOR (REASON
      *    'V') IS PASSED OVER -- HOLDPOST.CBL HAS ALREADY DRAWN THE
      *    RETURNED LOT DOWN. A FULL TABLE ENDS THE RUN WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *****************************************************************
      *
       0180-LOAD-ISSUE-TOTALS.
           IF IS-REASON-CODE NOT = 'V'
              MOVE 'N' TO ISTL-FOUND-SW
              PERFORM VARYING ISTL-IDX FROM 1 BY 1
                 UNTIL ISTL-IDX > WS-ISTL-USED-CTR OR ISTL-FOUND
                 IF IS-PART-NUMBER = ISTL-PART-TBL (ISTL-IDX)
                    AND IS-LOCATION-CODE = ISTL-LOCATION-TBL (ISTL-IDX)
                    MOVE 'Y' TO ISTL-FOUND-SW
                    ADD IS-ISSUE-QTY TO ISTL-QTY-TBL (ISTL-IDX)
                    ADD IS-ISSUE-QTY TO ISTL-LEFT-TBL (ISTL-IDX)
                 END-IF
              END-PERFORM
              IF NOT ISTL-FOUND
                 IF WS-ISTL-USED-CTR < WS-MAX-ISTL-IDX
                    ADD 1 TO WS-ISTL-USED-CTR
                    SET ISTL-IDX TO WS-ISTL-USED-CTR
                    MOVE IS-PART-NUMBER TO ISTL-PART-TBL (ISTL-IDX)
                    MOVE IS-LOCATION-CODE
                                        TO ISTL-LOCATION-TBL (ISTL-IDX)
                    MOVE IS-ISSUE-QTY   TO ISTL-QTY-TBL (ISTL-IDX)
                    MOVE IS-ISSUE-QTY   TO ISTL-LEFT-TBL (ISTL-IDX)
                 ELSE
                    DISPLAY 'ISSUE TOTAL TABLE FULL -- PART '
                            IS-PART-NUMBER ' LOCATION '
                            IS-LOCATION-CODE ' ISSUES NOT CONSUMED'
                    SET TABLE-FULL TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
           IF NOT END-OF-ISSUE-FILE
              PERFORM 0160-READ-ISSUE-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0190-READ-LOT-MOVE-FILE PARAGRAPH READS ONE LOT MOVE
      *    RECORD. WHEN THE END OF FILE IS REACHED, A FLAG IS SET TO
      *    INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0195-LOAD-LOT-MOVE-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0190-READ-LOT-MOVE-FILE.
           READ LOTMOVE INTO WS-LOT-MOVE-REC
              AT END MOVE 'Y' TO LOT-MOVE-FILE-SW
           END-READ.
      *
           IF LVCODE = '00' OR '10'
              IF NOT END-OF-LOT-MOVE-FILE
                 ADD 1 TO WS-LOT-MOVES-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING LOT MOVE FEED FILE.'
              MOVE 'Y' TO LOT-MOVE-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0195-LOAD-LOT-MOVE-TABLE PARAGRAPH ROLLS ONE LOT MOVE
      *    INTO ITS PART/LOT ENTRY ON THE LOT MOVE TABLE, ADDING THE
      *    ENTRY WHEN IT IS NOT YET ON THE TABLE. A LOT MOVED MORE
      *    THAN ONCE IN THE RUN KEEPS THE LOCATION IT FIRST LEFT AND
      *    TAKES THE LOCATION IT LAST ARRIVED AT.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0190-READ-LOT-MOVE-FILE
      *****************************************************************
      *
       0195-LOAD-LOT-MOVE-TABLE.
           MOVE 'N' TO LMOV-FOUND-SW.
      *
           PERFORM VARYING LMOV-IDX FROM 1 BY 1
              UNTIL LMOV-IDX > WS-LMOV-USED-CTR OR LMOV-FOUND
              IF LM-PART-NUMBER = LMOV-PART-TBL (LMOV-IDX)
                 AND LM-LOT-NUMBER = LMOV-LOT-TBL (LMOV-IDX)
                 MOVE 'Y' TO LMOV-FOUND-SW
                 ADD LM-MOVE-QTY TO LMOV-QTY-TBL (LMOV-IDX)
                 MOVE LM-TO-LOCATION TO LMOV-TO-LOC-TBL (LMOV-IDX)
              END-IF
           END-PERFORM.
      *
           IF NOT LMOV-FOUND
              IF WS-LMOV-USED-CTR < WS-MAX-LMOV-IDX
                 ADD 1 TO WS-LMOV-USED-CTR
                 SET LMOV-IDX TO WS-LMOV-USED-CTR
                 MOVE LM-PART-NUMBER   TO LMOV-PART-TBL (LMOV-IDX)
                 MOVE LM-LOT-NUMBER    TO LMOV-LOT-TBL (LMOV-IDX)
                 MOVE LM-FROM-LOCATION TO LMOV-FROM-LOC-TBL (LMOV-IDX)
                 MOVE LM-TO-LOCATION   TO LMOV-TO-LOC-TBL (LMOV-IDX)
                 MOVE LM-MOVE-QTY      TO LMOV-QTY-TBL (LMOV-IDX)
                 MOVE 'N'              TO LMOV-APPLIED-TBL (LMOV-IDX)
              ELSE
                 DISPLAY 'LOT MOVE TABLE FULL -- LOT '
                         LM-LOT-NUMBER ' OF PART ' LM-PART-NUMBER
                         ' NOT RELOCATED'
                 SET TABLE-FULL TO TRUE
              END-IF
           END-IF.
      *
           IF NOT END-OF-LOT-MOVE-FILE
              PERFORM 0190-READ-LOT-MOVE-FILE
           END-IF.
      *
      *****************************************************************
      *    THE 0350-READ-LOT-GROUP PARAGRAPH READS THE NEXT GROUP OF
      *    SORTED LOT POSTINGS, SUMMING ADJACENT POSTINGS WITH THE
      *    SAME PART/LOT KEY INTO WS-LOT-GROUP-AREA. THE FIRST
      *    POSTING'S SUPPLIER, LOCATION, RECEIPT DATE, PO-NUMBER AND
      *    COUNTRY OF ORIGIN ARE KEPT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
           MOVE LT-SUPPLIER-CODE TO GL-SUPPLIER-CODE.
           MOVE LT-RECEIPT-DATE  TO GL-RECEIPT-DATE.
           MOVE LT-PO-NUMBER     TO GL-PO-NUMBER.
           MOVE LT-ORIGIN-COUNTRY TO GL-ORIGIN-COUNTRY.
           MOVE 0                TO GL-RECEIVED-QTY.
      *
           PERFORM 0375-ACCUM-LOT-QUANTITY
      *
      *  CALLS:
      *    -  0850-CONSUME-ISSUES
      *    -  0870-APPLY-LOT-MOVES
      *    -  0900-WRITE-MASTER-REC
      *****************************************************************
      *
           MOVE GL-RECEIPT-DATE  TO NL-RECEIPT-DATE.
           MOVE GL-RECEIVED-QTY  TO NL-RECEIVED-QTY.
           MOVE GL-RECEIVED-QTY  TO NL-REMAINING-QTY.
           MOVE GL-PO-NUMBER     TO NL-PO-NUMBER.
           MOVE GL-ORIGIN-COUNTRY TO NL-ORIGIN-COUNTRY.
      *
           PERFORM 0850-CONSUME-ISSUES.
           PERFORM 0870-APPLY-LOT-MOVES.
           PERFORM 0900-WRITE-MASTER-REC.
           ADD 1 TO WS-NEW-LOTS-CTR.
      *
      *  DESCRIPTION:
      *    THE 0700-PROCESS-MATCHED-LOT PARAGRAPH ADDS THE NEW
      *    RECEIPTS TO A LOT ALREADY ON THE MASTER AND STAMPS THE
      *    LATEST RECEIPT DATE AND LOCATION. A RECEIPT KEYED WITH A
      *    COUNTRY OF ORIGIN ALSO STAMPS THE ORIGIN; ONE THAT DIFFERS
      *    FROM THE LOT'S RECORDED ORIGIN IS REPORTED, SINCE ONE LOT
      *    SHOULD NOT MIX ORIGINS.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0850-CONSUME-ISSUES
      *    -  0870-APPLY-LOT-MOVES
      *    -  0900-WRITE-MASTER-REC
      *****************************************************************
      *
                   OL-RECEIVED-QTY + GL-RECEIVED-QTY.
           COMPUTE NL-REMAINING-QTY =
                   OL-REMAINING-QTY + GL-RECEIVED-QTY.
           MOVE OL-HOLD-STATUS   TO NL-HOLD-STATUS.
           MOVE GL-PO-NUMBER     TO NL-PO-NUMBER.
           MOVE OL-ORIGIN-COUNTRY TO NL-ORIGIN-COUNTRY.
           IF GL-ORIGIN-COUNTRY NOT = SPACES
              IF OL-ORIGIN-COUNTRY NOT = SPACES
                 AND OL-ORIGIN-COUNTRY NOT = GL-ORIGIN-COUNTRY
                 ADD 1 TO WS-ORIGIN-CHANGED-CTR
                 DISPLAY 'LOT ' OL-LOT-NUMBER ' PART ' OL-PART-NUMBER
                         ' ORIGIN ' OL-ORIGIN-COUNTRY ' RECEIVED AGAIN '
                         'AS ' GL-ORIGIN-COUNTRY
              END-IF
              MOVE GL-ORIGIN-COUNTRY TO NL-ORIGIN-COUNTRY
           END-IF.
      *
           PERFORM 0850-CONSUME-ISSUES.
           PERFORM 0870-APPLY-LOT-MOVES.
           PERFORM 0900-WRITE-MASTER-REC.
           ADD 1 TO WS-UPDATED-LOTS-CTR.
      *
      *
      *  CALLS:
      *    -  0850-CONSUME-ISSUES
      *    -  0870-APPLY-LOT-MOVES
      *    -  0900-WRITE-MASTER-REC
      *****************************************************************
      *
           MOVE OL-RECEIPT-DATE  TO NL-RECEIPT-DATE.
           MOVE OL-RECEIVED-QTY  TO NL-RECEIVED-QTY.
           MOVE OL-REMAINING-QTY TO NL-REMAINING-QTY.
           MOVE OL-HOLD-STATUS   TO NL-HOLD-STATUS.
           MOVE OL-PO-NUMBER     TO NL-PO-NUMBER.
           MOVE OL-ORIGIN-COUNTRY TO NL-ORIGIN-COUNTRY.
      *
           PERFORM 0850-CONSUME-ISSUES.
           PERFORM 0870-APPLY-LOT-MOVES.
           PERFORM 0900-WRITE-MASTER-REC.
           ADD 1 TO WS-CARRIED-LOTS-CTR.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0850-CONSUME-ISSUES PARAGRAPH DRAWS THE RUN'S ISSUE
      *    TOTAL FOR THE CURRENT PART AT THE LOT'S OWN LOCATION DOWN
      *    AGAINST THE LOT RECORD BEING WRITTEN. THE PART/LOCATION'S
      *    ISSUE TOTAL IS LOOKED UP ON THE TABLE, WHICH KEEPS WHAT IS
      *    STILL UNCONSUMED OF IT; EACH OF THE PART'S LOTS AT THAT
      *    LOCATION GIVES UP REMAINING QUANTITY IN LOT SEQUENCE --
      *    OLDEST LOT NUMBERS FIRST -- UNTIL THE TOTAL IS COVERED.
      *    ISSUES LEFT UNCOVERED WHEN THE LOTS AT A LOCATION RUN OUT
      *    ARE USAGE OF UNLOTTED STOCK -- EACH PART'S LEFTOVERS ARE
      *    REPORTED BY LOCATION AT ITS PART BREAK (AND THE LAST
      *    PART'S AT END OF JOB) BY 0860-REPORT-UNCOVERED. A LOT ON
      *    QUALITY HOLD GIVES UP NOTHING -- THE ISSUE IS TAKEN FROM
      *    THE NEXT LOT AT THE LOCATION.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-NEW-LOT
      *
      *  CALLS:
      *    -  0860-REPORT-UNCOVERED
      *    -  0855-MATCH-ISSUE-TOTAL
      *****************************************************************
      *
       0850-CONSUME-ISSUES.
           IF NL-PART-NUMBER NOT = WS-CONSUME-PART
              PERFORM 0860-REPORT-UNCOVERED
              MOVE NL-PART-NUMBER TO WS-CONSUME-PART
           END-IF.
      *
           MOVE 'N' TO ISTL-FOUND-SW.
           MOVE 0   TO WS-ISTL-SLOT.
           PERFORM 0855-MATCH-ISSUE-TOTAL
               VARYING ISTL-IDX FROM 1 BY 1
               UNTIL ISTL-IDX > WS-ISTL-USED-CTR
               OR ISTL-FOUND.
           IF ISTL-FOUND
              SET ISTL-IDX TO WS-ISTL-SLOT
              MOVE ISTL-LEFT-TBL (ISTL-IDX) TO WS-CONSUME-LEFT
           ELSE
              MOVE 0 TO WS-CONSUME-LEFT
           END-IF.
      *
           IF WS-CONSUME-LEFT > 0 AND NL-REMAINING-QTY > 0
              AND NL-LOT-ON-HOLD
              ADD 1 TO WS-HELD-LOTS-SKIPPED
           END-IF.
      *
           IF WS-CONSUME-LEFT > 0 AND NL-REMAINING-QTY > 0
              AND NOT NL-LOT-ON-HOLD
              IF NL-REMAINING-QTY < WS-CONSUME-LEFT
                 MOVE NL-REMAINING-QTY TO WS-CONSUME-TAKE
              ELSE
                 MOVE WS-CONSUME-LEFT TO WS-CONSUME-TAKE
              END-IF
              SUBTRACT WS-CONSUME-TAKE FROM NL-REMAINING-QTY
              SUBTRACT WS-CONSUME-TAKE FROM ISTL-LEFT-TBL (ISTL-IDX)
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0855-MATCH-ISSUE-TOTAL PARAGRAPH COMPARES ONE ISSUE
      *    TOTAL TABLE ENTRY WITH THE PART AND LOCATION OF THE LOT
      *    RECORD BEING WRITTEN, RETURNING THE ENTRY NUMBER IN
      *    WS-ISTL-SLOT WHEN THEY MATCH.
      *
      *  CALLED BY:
      *    -  0850-CONSUME-ISSUES
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0855-MATCH-ISSUE-TOTAL.
           IF ISTL-PART-TBL (ISTL-IDX) = NL-PART-NUMBER
              AND ISTL-LOCATION-TBL (ISTL-IDX) = NL-LOCATION-CODE
              MOVE 'Y' TO ISTL-FOUND-SW
              SET WS-ISTL-SLOT TO ISTL-IDX
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0860-REPORT-UNCOVERED PARAGRAPH PASSES THE ISSUE TOTAL
      *    TABLE FOR THE OUTGOING PART'S LOCATIONS, NOTING EACH ISSUE
      *    TOTAL ITS LOTS AT THAT LOCATION COULD NOT COVER.
      *
      *  CALLED BY:
      *    -  0850-CONSUME-ISSUES
      *    -  2600-CLOSE-FILES
      *
      *  CALLS:
      *    -  0865-REPORT-UNCOVERED-LOC
      *****************************************************************
      *
       0860-REPORT-UNCOVERED.
           PERFORM 0865-REPORT-UNCOVERED-LOC
               VARYING ISTL-IDX FROM 1 BY 1
               UNTIL ISTL-IDX > WS-ISTL-USED-CTR.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0865-REPORT-UNCOVERED-LOC PARAGRAPH NOTES AN ISSUE
      *    TOTAL OF THE OUTGOING PART AT ONE LOCATION THAT THE PART'S
      *    LOTS THERE COULD NOT COVER -- USAGE OF UNLOTTED STOCK -- ON
      *    THE JOB LOG, THEN CLEARS THE LEFTOVER SO IT IS REPORTED
      *    ONCE.
      *
      *  CALLED BY:
      *    -  0860-REPORT-UNCOVERED
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0865-REPORT-UNCOVERED-LOC.
           IF ISTL-PART-TBL (ISTL-IDX) = WS-CONSUME-PART
              AND ISTL-LEFT-TBL (ISTL-IDX) > 0
              ADD 1 TO WS-UNDERCONSUMED-CTR
              DISPLAY 'ISSUES FOR PART ' WS-CONSUME-PART
                      ' AT LOCATION ' ISTL-LOCATION-TBL (ISTL-IDX)
                      ' EXCEEDED ITS LOTTED STOCK BY '
                      ISTL-LEFT-TBL (ISTL-IDX)
              MOVE 0 TO ISTL-LEFT-TBL (ISTL-IDX)
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0870-APPLY-LOT-MOVES PARAGRAPH LOOKS THE LOT RECORD
      *    BEING WRITTEN UP ON THE LOT MOVE TABLE -- A MOVE APPLIES TO
      *    THE LOT'S RECORD AT THE LOCATION THE STOCK LEFT. WHEN THE
      *    QUANTITY RECEIVED AT THE NEW LOCATION COVERS EVERYTHING
      *    STILL REMAINING IN THE RECORD, IT IS RELOCATED THERE. WHEN
      *    IT DOES NOT, THE LOT NOW SITS IN TWO PLACES AND IS SPLIT.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-NEW-LOT
      *    -  0700-PROCESS-MATCHED-LOT
      *    -  0800-CARRY-FORWARD-LOT
      *
      *  CALLS:
      *    -  0880-SPLIT-LOT
      *****************************************************************
      *
       0870-APPLY-LOT-MOVES.
           MOVE 'N' TO LMOV-FOUND-SW.
      *
           PERFORM VARYING LMOV-IDX FROM 1 BY 1
              UNTIL LMOV-IDX > WS-LMOV-USED-CTR OR LMOV-FOUND
              IF NL-PART-NUMBER = LMOV-PART-TBL (LMOV-IDX)
                 AND NL-LOT-NUMBER = LMOV-LOT-TBL (LMOV-IDX)
                 AND NL-LOCATION-CODE = LMOV-FROM-LOC-TBL (LMOV-IDX)
                 AND LMOV-APPLIED-TBL (LMOV-IDX) NOT = 'Y'
                 MOVE 'Y' TO LMOV-FOUND-SW
                 MOVE 'Y' TO LMOV-APPLIED-TBL (LMOV-IDX)
                 IF NL-REMAINING-QTY NOT > LMOV-QTY-TBL (LMOV-IDX)
                    MOVE LMOV-TO-LOC-TBL (LMOV-IDX)
                       TO NL-LOCATION-CODE
                    ADD 1 TO WS-RELOCATED-LOTS-CTR
                 ELSE
                    PERFORM 0880-SPLIT-LOT
                 END-IF
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0880-SPLIT-LOT PARAGRAPH SPLITS THE QUANTITY MOVED OFF
      *    THE LOT RECORD BEING WRITTEN. THE RECORD'S RECEIVED AND
      *    REMAINING QUANTITIES ARE REDUCED BY IT AND A COPY OF THE
      *    RECORD CARRYING JUST THE QUANTITY MOVED IS BUILT FOR THE
      *    NEW LOCATION, KEEPING THE LOT NUMBER, SUPPLIER, RECEIPT
      *    DATE, HOLD STATUS, PO AND ORIGIN. 0900-WRITE-MASTER-REC
      *    WRITES IT BEHIND THE RECORD IT CAME FROM. A SPLIT STILL
      *    WAITING FROM THE PREVIOUS RECORD IS WRITTEN FIRST.
      *
      *  CALLED BY:
      *    -  0870-APPLY-LOT-MOVES
      *
      *  CALLS:
      *    -  0910-WRITE-SPLIT-LOT
      *****************************************************************
      *
       0880-SPLIT-LOT.
           IF LOT-SPLIT-PENDING
              PERFORM 0910-WRITE-SPLIT-LOT
           END-IF.
      *
           MOVE WS-LOT-NEW-REC TO WS-LOT-SPLIT-REC.
           MOVE LMOV-TO-LOC-TBL (LMOV-IDX) TO SL-LOCATION-CODE.
           MOVE LMOV-QTY-TBL (LMOV-IDX) TO SL-RECEIVED-QTY.
           MOVE LMOV-QTY-TBL (LMOV-IDX) TO SL-REMAINING-QTY.
           SUBTRACT LMOV-QTY-TBL (LMOV-IDX) FROM NL-REMAINING-QTY.
           IF NL-RECEIVED-QTY > LMOV-QTY-TBL (LMOV-IDX)
              SUBTRACT LMOV-QTY-TBL (LMOV-IDX) FROM NL-RECEIVED-QTY
           ELSE
              MOVE 0 TO NL-RECEIVED-QTY
           END-IF.
           MOVE 'C' TO LOT-SPLIT-SW.
           ADD 1 TO WS-SPLIT-LOTS-CTR.
      *
           DISPLAY 'LOT ' NL-LOT-NUMBER ' OF PART ' NL-PART-NUMBER
                   ' SPLIT -- ' SL-REMAINING-QTY ' TO LOCATION '
                   SL-LOCATION-CODE ', ' NL-REMAINING-QTY
                   ' LEFT AT LOCATION ' NL-LOCATION-CODE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0900-WRITE-MASTER-REC PARAGRAPH WRITES ONE RECORD TO
      *    THE NEW LOT MASTER AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION. A SPLIT WAITING FROM THE
      *    PREVIOUS RECORD IS ADDED INTO THIS ONE WHEN IT IS THE SAME
      *    LOT AT THE SAME LOCATION AND HOLD STATUS, AND OTHERWISE
      *    WRITTEN AHEAD OF IT. A SPLIT MADE FROM THIS RECORD IS LEFT
      *    WAITING FOR THE NEXT.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-NEW-LOT
      *    -  0800-CARRY-FORWARD-LOT
      *
      *  CALLS:
      *    -  0910-WRITE-SPLIT-LOT
      *****************************************************************
      *
       0900-WRITE-MASTER-REC.
           IF LOT-SPLIT-PENDING
              IF SL-PART-NUMBER = NL-PART-NUMBER
                 AND SL-LOT-NUMBER = NL-LOT-NUMBER
                 AND SL-LOCATION-CODE = NL-LOCATION-CODE
                 AND SL-HOLD-STATUS = NL-HOLD-STATUS
                 ADD SL-RECEIVED-QTY  TO NL-RECEIVED-QTY
                 ADD SL-REMAINING-QTY TO NL-REMAINING-QTY
                 MOVE 'N' TO LOT-SPLIT-SW
              ELSE
                 PERFORM 0910-WRITE-SPLIT-LOT
              END-IF
           END-IF.
      *
           WRITE LOTMNEW-REC FROM WS-LOT-NEW-REC.
           IF LNCODE = '00'
              ADD 1 TO WS-NEW-MASTER-WRTN
           ELSE
              DISPLAY 'ERROR WRITING NEW LOT MASTER FILE'
           END-IF.
      *
           IF LOT-SPLIT-CREATED
              MOVE 'Y' TO LOT-SPLIT-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0910-WRITE-SPLIT-LOT PARAGRAPH WRITES THE PART OF A LOT
      *    SPLIT OFF TO A NEW LOCATION TO THE NEW LOT MASTER AND
      *    CHECKS THE FILE STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0880-SPLIT-LOT
      *    -  0900-WRITE-MASTER-REC
      *    -  2600-CLOSE-FILES
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0910-WRITE-SPLIT-LOT.
           WRITE LOTMNEW-REC FROM WS-LOT-SPLIT-REC.
           IF LNCODE = '00'
              ADD 1 TO WS-NEW-MASTER-WRTN
           ELSE
              DISPLAY 'ERROR WRITING NEW LOT MASTER FILE'
           END-IF.
           MOVE 'N' TO LOT-SPLIT-SW.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2600-CLOSE-FILES PARAGRAPH WRITES A SPLIT STILL
      *    WAITING BEHIND THE LAST LOT, CLOSES ALL FILES, NOTES THE
      *    LAST PART'S ISSUE TOTALS THE LOTS COULD NOT COVER AND EVERY
      *    LOT MOVE THAT FOUND NO LOT AT ITS FROM LOCATION ON THE
      *    MASTER, AND DISPLAYS RUN CONTROL TOTALS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0860-REPORT-UNCOVERED
      *    -  0910-WRITE-SPLIT-LOT
      *****************************************************************
      *
       2600-CLOSE-FILES.
           IF LOT-SPLIT-PENDING OR LOT-SPLIT-CREATED
              PERFORM 0910-WRITE-SPLIT-LOT
           END-IF.
      *
           CLOSE LOTSRT
                 LOTMAST
                 ISSUEIN
                 LOTMNEW
                 LOTMOVE.
      *
           PERFORM 0860-REPORT-UNCOVERED.
      *
           PERFORM VARYING LMOV-IDX FROM 1 BY 1
              UNTIL LMOV-IDX > WS-LMOV-USED-CTR
              IF LMOV-APPLIED-TBL (LMOV-IDX) NOT = 'Y'
                 ADD 1 TO WS-UNMATCHED-MOVES-CTR
                 DISPLAY 'LOT ' LMOV-LOT-TBL (LMOV-IDX) ' OF PART '
                         LMOV-PART-TBL (LMOV-IDX)
                         ' NOT ON LOT MASTER AT LOCATION '
                         LMOV-FROM-LOC-TBL (LMOV-IDX)
                         ' -- MOVE TO LOCATION '
                         LMOV-TO-LOC-TBL (LMOV-IDX) ' NOT APPLIED'
              END-IF
           END-PERFORM.
      *
           DISPLAY 'LOT POSTINGS READ:           '
                   WS-LOT-POSTINGS-READ.
           DISPLAY 'LOTS UPDATED:                ' WS-UPDATED-LOTS-CTR.
           DISPLAY 'LOTS CARRIED:                ' WS-CARRIED-LOTS-CTR.
           DISPLAY 'NEW LOT RECORDS WRITTEN:     ' WS-NEW-MASTER-WRTN.
           DISPLAY 'LOT MOVES READ:              ' WS-LOT-MOVES-READ.
           DISPLAY 'LOTS RELOCATED:              '
                   WS-RELOCATED-LOTS-CTR.
           DISPLAY 'LOTS SPLIT BY TRANSFER:      ' WS-SPLIT-LOTS-CTR.
           DISPLAY 'LOT MOVES NOT ON MASTER:     '
                   WS-UNMATCHED-MOVES-CTR.
           DISPLAY 'HELD LOTS PASSED OVER:       '
                   WS-HELD-LOTS-SKIPPED.
           DISPLAY 'LOTS RECEIVED WITH NEW ORIGIN:'
                   WS-ORIGIN-CHANGED-CTR.
