      *      -  BUYER-TBL-LS - TABLE OF AUTHORIZED BUYER CODES AND
      *         SPENDING LIMITS USED TO VALIDATE THE BUYER-CODE AND
      *         ORDER TOTAL ON EACH PURCH-ORD OCCURRENCE
      *      -  BUDGET-CHECK-AREA-LS - THE CURRENT RECORD'S
      *         COMMODITY-CODE, THE COMMODITY BUDGET TABLE FOR THE
      *         CURRENT PERIOD, THE SUPERVISOR BUDGET OVERRIDE TABLE
      *         AND THE EXCHANGE RATES USED TO VALUE EACH ORDER IN USD
      *      -  ERROR-MSG-LS - ERROR MESSAGE COUNTER, RETURN CODE AND
      *         ERROR MESSAGE TABLE USED TO TRACK THE NUMBER OF ERRORS
      *         AND ERROR MESSAGES GENERATED IN SUBPROGRAM FIELD
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED THE COMMODITY BUDGET CHECK. THE BUDGET
      *                   CHECK AREA IS PASSED IN LINKAGE AS A SIXTH
      *                   ARGUMENT (BUDGET-CHECK-AREA-LS, 2473 BYTES):
      *                   THE RECORD'S COMMODITY-CODE, EACH COMMODITY'S
      *                   BUDGET, SOFT THRESHOLD PERCENT AND USD USED
      *                   SO FAR THIS PERIOD (OPEN COMMITMENTS PLUS
      *                   VOUCHERED SPEND PLUS THIS RUN'S APPROVED
      *                   ORDERS), THE SUPERVISOR OVERRIDES BY
      *                   PO-NUMBER AND THE EXCHANGE RATES. AN ORDER
      *                   WHOSE USD VALUE TAKES THE COMMODITY PAST ITS
      *                   BUDGET IS A HARD ERROR UNLESS A SUPERVISOR
      *                   OVERRIDE FOR THAT PO-NUMBER AND COMMODITY IS
      *                   ON FILE, WHEN IT IS A WARNING NAMING THE
      *                   SUPERVISOR; REACHING THE SOFT THRESHOLD IS A
      *                   WARNING. A COMMODITY WITH NO BUDGET ROW IS
      *                   NOT CHECKED.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  08/22/2026
      *     DESCRIPTION:  THE BUYER TABLE NOW CARRIES EACH BUYER'S
      *                   PERIOD-TO-DATE SPEND (ENTRY GREW 14 TO 27
          05 WS-BUYER-LIMIT-WARN-PCT PIC 9(03)V99 VALUE 0.
      *
      *****************************************************************
      *  LOCAL WORKING STORAGE FOR THE BUDGET CHECK AREA PASSED
      *  THROUGH LINKAGE. THE HEADER CARRIES THE CURRENT RECORD'S
      *  COMMODITY-CODE (MOVED IN BY THE CALLER BEFORE EACH CALL); THE
      *  BUDGET TABLE CARRIES EACH COMMODITY'S BUDGET FOR THE CURRENT
      *  PERIOD, ITS SOFT WARNING THRESHOLD PERCENT AND THE USD
      *  ALREADY USED AGAINST IT; THE OVERRIDE TABLE CARRIES THE
      *  SUPERVISOR OVERRIDES BY PO-NUMBER; THE RATE TABLE CARRIES THE
      *  USD-PER-UNIT EXCHANGE RATES.
      *****************************************************************
      *
       01  BUDGET-CHECK-AREA.
           05 BCA-COMMODITY-CODE    PIC X(03) VALUE SPACES.
           05 BCA-BUDGET-ENTRY-TBL
             OCCURS 50 TIMES INDEXED BY BUDG-IDX.
             10 BCA-BUDG-COMM-TBL   PIC X(03) VALUE SPACES.
             10 BCA-BUDG-AMT-TBL    PIC 9(09)V99 VALUE 0.
             10 BCA-BUDG-SOFT-TBL   PIC 9(03) VALUE 0.
             10 BCA-BUDG-USED-TBL   PIC 9(11)V99 VALUE 0.
           05 BCA-OVERRIDE-ENTRY-TBL
             OCCURS 50 TIMES INDEXED BY OVRD-IDX.
             10 BCA-OVRD-PO-TBL     PIC X(06) VALUE SPACES.
             10 BCA-OVRD-COMM-TBL   PIC X(03) VALUE SPACES.
             10 BCA-OVRD-SUPV-TBL   PIC X(08) VALUE SPACES.
           05 BCA-RATE-ENTRY-TBL
             OCCURS 10 TIMES INDEXED BY BRATE-IDX.
             10 BCA-RATE-CCY-TBL    PIC X(03) VALUE SPACES.
             10 BCA-RATE-AMT-TBL    PIC 9(03)V9(06) VALUE 0.
      *
       01 WS-BUDGET-VARS.
          05 WS-MAX-BUDG-IDX        PIC 9(02) VALUE 50.
          05 WS-MAX-OVRD-IDX        PIC 9(02) VALUE 50.
          05 WS-MAX-BRATE-IDX       PIC 9(02) VALUE 10.
          05 BUDGET-FOUND-SW        PIC X(01) VALUE 'N'.
             88 BUDGET-FOUND        VALUE 'Y'.
          05 OVERRIDE-FOUND-SW      PIC X(01) VALUE 'N'.
             88 OVERRIDE-FOUND      VALUE 'Y'.
          05 BUDG-RATE-FOUND-SW     PIC X(01) VALUE 'N'.
             88 BUDG-RATE-FOUND     VALUE 'Y'.
          05 WS-BUDG-MATCH-IDX      PIC 9(02) VALUE 0.
          05 WS-BUDG-AMT-HOLD       PIC 9(09)V99 VALUE 0.
          05 WS-BUDG-SOFT-HOLD      PIC 9(03) VALUE 0.
          05 WS-BUDG-USED-HOLD      PIC 9(11)V99 VALUE 0.
          05 WS-BUDG-RATE-HOLD      PIC 9(03)V9(06) VALUE 0.
          05 WS-OVRD-SUPV-HOLD      PIC X(08) VALUE SPACES.
          05 WS-BUDG-ORDER-USD      PIC 9(13)V99 VALUE 0.
          05 WS-BUDG-COMBINED       PIC 9(13)V99 VALUE 0.
          05 WS-BUDG-USED-PCT       PIC 9(05)V99 VALUE 0.
      *
      *****************************************************************
      *  LOCAL WORKING STORAGE FOR THE CONTRACT PRICE AREA PASSED
      *  THROUGH LINKAGE. THE HEADER CARRIES THE CURRENT RECORD'S
      *  PART-NUMBER AND SUPPLIER-CODE (MOVED IN BY THE CALLER BEFORE
       01  CONTRACT-PRICE-AREA-LS       PIC X(4236).
       01  BLANKET-REL-TBL-LS           PIC X(2300).
       01  ERROR-MSG-AREA-LS            PIC X(206).
       01  BUDGET-CHECK-AREA-LS         PIC X(2473).
      *
      *****************************************************************
      *  DESCRIPTION:
       PROCEDURE DIVISION USING PURCHORD-ORDER-LS, BUYER-TBL-LS,
                                 CONTRACT-PRICE-AREA-LS,
                                 BLANKET-REL-TBL-LS,
                                 ERROR-MSG-AREA-LS,
                                 BUDGET-CHECK-AREA-LS.
      *    DISPLAY 'ENTERING PURCHORD SUBPROGRAM - MAIN PROCEDURE AREA'.

      *
           MOVE CONTRACT-PRICE-AREA-LS TO CONTRACT-PRICE-AREA.
           MOVE BLANKET-REL-TBL-LS TO BLANKET-REL-TBL.
           MOVE ERROR-MSG-AREA-LS  TO ERROR-MSG-AREA.
           MOVE BUDGET-CHECK-AREA-LS TO BUDGET-CHECK-AREA.
      *
      *****************************************************************
      *  CALL THE EDIT CHECK ROUTINE 3 TIMES TO PROCESS ALL ENTRIES
      *  CALLS:
      *    -  0150-SEARCH-BUYER-TABLE
      *    -  0175-CHECK-DUPLICATE-PO-NUMBER
      *    -  0185-SEARCH-BUDGET-TABLE
      *    -  0187-SEARCH-OVERRIDE-TABLE
      *    -  0188-LOOKUP-BUDGET-RATE
      *    -  0200-ERROR-ROUTINE
      *    -  0250-WARNING-ROUTINE
      *    -  0300-VALIDATE-DATE
           END-IF.
      *
      *****************************************************************
      *  THE ORDER'S USD VALUE, ADDED TO WHAT THE PART'S COMMODITY HAS
      *  ALREADY USED THIS PERIOD (OPEN COMMITMENTS, VOUCHERED SPEND
      *  AND ORDERS ALREADY APPROVED THIS RUN), MAY NOT EXCEED THE
      *  COMMODITY'S BUDGET. A SUPERVISOR OVERRIDE ON FILE FOR THIS
      *  PO-NUMBER AND COMMODITY TURNS THE HARD ERROR INTO A WARNING
      *  NAMING THE SUPERVISOR. REACHING THE COMMODITY'S SOFT
      *  THRESHOLD PERCENT IS A WARNING. THE EDIT IS SKIPPED FOR A
      *  COMMODITY WITH NO BUDGET ROW, AND WHEN THE QUANTITY OR
      *  UNIT-PRICE HAVE ALREADY FAILED THEIR OWN RANGE EDITS. AN
      *  ACCEPTED OCCURRENCE'S VALUE IS ADDED TO THE LOCAL USED
      *  FIGURE SO THE NEXT OCCURRENCE IS CHECKED AGAINST IT.
      *****************************************************************
      *
           IF MAX-ERRORS-MET
              NEXT SENTENCE
           ELSE
           IF INVALID-QUANTITY OR INVALID-UNIT-PRICE
              NEXT SENTENCE
           ELSE
              PERFORM 0185-SEARCH-BUDGET-TABLE
           IF NOT BUDGET-FOUND
              NEXT SENTENCE
           ELSE
              PERFORM 0188-LOOKUP-BUDGET-RATE
              COMPUTE WS-BUDG-ORDER-USD ROUNDED =
                 QUANTITY (PO-IDX) * UNIT-PRICE (PO-IDX) *
                 WS-BUDG-RATE-HOLD
              COMPUTE WS-BUDG-COMBINED =
                 WS-BUDG-USED-HOLD + WS-BUDG-ORDER-USD
              IF WS-BUDG-COMBINED > WS-BUDG-AMT-HOLD
                 PERFORM 0187-SEARCH-OVERRIDE-TABLE
                 IF OVERRIDE-FOUND
                    PERFORM 0250-WARNING-ROUTINE
                    STRING 'PURCHASE ORDER ' DELIMITED BY SIZE
                            PO-CTR           DELIMITED BY SIZE
                           ' BUDGET OVERRIDE BY '
                                             DELIMITED BY SIZE
                            WS-OVRD-SUPV-HOLD
                                             DELIMITED BY SIZE
                          INTO ERROR-MSG-TEXT (ERROR-IDX)
                    SET BUDG-IDX TO WS-BUDG-MATCH-IDX
                    MOVE WS-BUDG-COMBINED
                       TO BCA-BUDG-USED-TBL (BUDG-IDX)
                 ELSE
                    PERFORM 0200-ERROR-ROUTINE
                    STRING 'PURCHASE ORDER ' DELIMITED BY SIZE
                            PO-CTR           DELIMITED BY SIZE
                           ' EXCEEDS COMMODITY BUDGET.'
                                             DELIMITED BY SIZE
                          INTO ERROR-MSG-TEXT (ERROR-IDX)
                 END-IF
              ELSE
                 IF WS-BUDG-AMT-HOLD > 0
                    COMPUTE WS-BUDG-USED-PCT ROUNDED =
                       (WS-BUDG-COMBINED / WS-BUDG-AMT-HOLD) * 100
                    IF WS-BUDG-USED-PCT >= WS-BUDG-SOFT-HOLD
                       PERFORM 0250-WARNING-ROUTINE
                       STRING 'PURCHASE ORDER ' DELIMITED BY SIZE
                               PO-CTR           DELIMITED BY SIZE
                              ' NEAR COMMODITY BUDGET LIMIT.'
                                                DELIMITED BY SIZE
                             INTO ERROR-MSG-TEXT (ERROR-IDX)
                    END-IF
                 END-IF
                 SET BUDG-IDX TO WS-BUDG-MATCH-IDX
                 MOVE WS-BUDG-COMBINED
                    TO BCA-BUDG-USED-TBL (BUDG-IDX)
              END-IF
           END-IF
           END-IF
           END-IF.
      *
      *****************************************************************
      *  THE DELIVERY-DATE IS NOT REQUIRED, BUT IF POPULATED, MUST BE
      *  VALID. DELIVERY-DATE EDITS ARE INCLUDED IN A NESTED "IF"
      *  STATEMENT TO PREVENT AN UNNECESSARY CALL TO THE DATE VALIDATION
      *
      *****************************************************************
      *  DESCRIPTION:
      *    PARAGRAPH 0185-SEARCH-BUDGET-TABLE SEARCHES THE COMMODITY
      *    BUDGET TABLE FOR THE COMMODITY-CODE CARRIED IN THE BUDGET
      *    CHECK AREA HEADER. WHEN A MATCH IS FOUND, THE BUDGET, SOFT
      *    THRESHOLD AND USED FIGURE ARE CAPTURED WHILE BUDG-IDX STILL
      *    POINTS AT THE MATCHED ROW, THE SAME WAY 0150-SEARCH-BUYER-
      *    TABLE CAPTURES THE SPENDING LIMIT. A SOFT THRESHOLD KEYED
      *    AS ZERO DEFAULTS TO 90 PERCENT, THE SAME NEAR-LIMIT POINT
      *    THE BUYER SPENDING LIMIT WARNING USES.
      *
      *  CALLED BY:
      *    -  0100-EDIT-CHECK
      *
      *  CALLS:
      *    -  NONE
      ****************************************************************
      *
       0185-SEARCH-BUDGET-TABLE.
      *    DISPLAY 'ENTERING PURCHORD - 0185-SEARCH-BUDGET-TABLE'.

           MOVE 'N' TO BUDGET-FOUND-SW.
           MOVE 0   TO WS-BUDG-MATCH-IDX.

           PERFORM VARYING BUDG-IDX FROM 1 BY 1
              UNTIL (BUDG-IDX > WS-MAX-BUDG-IDX) OR
                     BUDGET-FOUND
              IF BCA-COMMODITY-CODE = BCA-BUDG-COMM-TBL (BUDG-IDX)
                 AND BCA-BUDG-COMM-TBL (BUDG-IDX) NOT = SPACES
                 MOVE 'Y' TO BUDGET-FOUND-SW
                 MOVE BCA-BUDG-AMT-TBL (BUDG-IDX)
                    TO WS-BUDG-AMT-HOLD
                 MOVE BCA-BUDG-SOFT-TBL (BUDG-IDX)
                    TO WS-BUDG-SOFT-HOLD
                 MOVE BCA-BUDG-USED-TBL (BUDG-IDX)
                    TO WS-BUDG-USED-HOLD
                 SET WS-BUDG-MATCH-IDX TO BUDG-IDX
              END-IF
           END-PERFORM.

           IF BUDGET-FOUND AND WS-BUDG-SOFT-HOLD = 0
              MOVE 90 TO WS-BUDG-SOFT-HOLD
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    PARAGRAPH 0187-SEARCH-OVERRIDE-TABLE SEARCHES THE SUPERVISOR
      *    BUDGET OVERRIDE TABLE FOR THE PO-NUMBER OCCURRENCE BEING
      *    EDITED. AN OVERRIDE ONLY APPLIES WHEN IT WAS GRANTED FOR
      *    THE SAME COMMODITY THE ORDER IS BEING CHECKED AGAINST. THE
      *    SUPERVISOR ID IS CAPTURED FOR THE WARNING TEXT.
      *
      *  CALLED BY:
      *    -  0100-EDIT-CHECK
      *
      *  CALLS:
      *    -  NONE
      ****************************************************************
      *
       0187-SEARCH-OVERRIDE-TABLE.
      *    DISPLAY 'ENTERING PURCHORD - 0187-SEARCH-OVERRIDE-TABLE'.

           MOVE 'N'    TO OVERRIDE-FOUND-SW.
           MOVE SPACES TO WS-OVRD-SUPV-HOLD.

           PERFORM VARYING OVRD-IDX FROM 1 BY 1
              UNTIL (OVRD-IDX > WS-MAX-OVRD-IDX) OR
                     OVERRIDE-FOUND
              IF PO-NUMBER (PO-IDX) = BCA-OVRD-PO-TBL (OVRD-IDX)
                 AND BCA-COMMODITY-CODE = BCA-OVRD-COMM-TBL (OVRD-IDX)
                 AND BCA-OVRD-PO-TBL (OVRD-IDX) NOT = SPACES
                 MOVE 'Y' TO OVERRIDE-FOUND-SW
                 MOVE BCA-OVRD-SUPV-TBL (OVRD-IDX)
                    TO WS-OVRD-SUPV-HOLD
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    PARAGRAPH 0188-LOOKUP-BUDGET-RATE RETURNS THE USD-PER-UNIT
      *    EXCHANGE RATE FOR THE CURRENCY-CODE OCCURRENCE BEING
      *    EDITED, SO THE ORDER IS CHECKED AGAINST THE USD BUDGET IN
      *    USD. A CURRENCY WITH NO RATE ON THE TABLE IS VALUED AT
      *    1.000000, THE SAME DEFAULT THE CALLER USES.
      *
      *  CALLED BY:
      *    -  0100-EDIT-CHECK
      *
      *  CALLS:
      *    -  NONE
      ****************************************************************
      *
       0188-LOOKUP-BUDGET-RATE.
      *    DISPLAY 'ENTERING PURCHORD - 0188-LOOKUP-BUDGET-RATE'.

           MOVE 'N' TO BUDG-RATE-FOUND-SW.
           MOVE 1.000000 TO WS-BUDG-RATE-HOLD.

           PERFORM VARYING BRATE-IDX FROM 1 BY 1
              UNTIL (BRATE-IDX > WS-MAX-BRATE-IDX) OR
                     BUDG-RATE-FOUND
              IF CURRENCY-CODE (PO-IDX) = BCA-RATE-CCY-TBL (BRATE-IDX)
                 MOVE 'Y' TO BUDG-RATE-FOUND-SW
                 MOVE BCA-RATE-AMT-TBL (BRATE-IDX)
                    TO WS-BUDG-RATE-HOLD
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    PARAGRAPH 0190-CHECK-BLANKET-RELEASES VALIDATES THE RELEASE
      *    SCHEDULE OF ONE BLANKET PURCHASE ORDER OCCURRENCE. THE
      *    RELEASE QUANTITIES FOR THE PO-NUMBER ARE SUMMED AND MUST
