      *    RETURN-CODE 16, INSTEAD OF THE DRIFT BEING FOUND DAYS
      *    LATER. A HANDOFF WITH A MISSING LEG (A STEP NOT RUN TODAY)
      *    IS REPORTED BUT DOES NOT FAIL THE JOB.
      *    THE GENERAL LEDGER HANDOFF IS BALANCED TWO WAYS: EVERY FEED
      *    INTO THE GL JOURNAL (GLJRNL) MUST AGREE WITH WHAT ITS
      *    WRITER PRODUCED, AND THE JOURNAL BATCH'S DEBIT TOTAL MUST
      *    EQUAL ITS CREDIT TOTAL. AN UNBALANCED BATCH IS REFUSED WITH
      *    RETURN-CODE 16 SO IT NEVER REACHES ACCOUNTING.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL RUN CONTROL TABLE NOW ENDS THE RUN WITH
      *                   RETURN-CODE 16 -- A DROPPED RECORD LEAVES THE
      *                   RECONCILIATION INCOMPLETE.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADD THE WEEKLY CONSBILL SELF-BILLED VOUCHERS
      *                   TO THE APVOUCH HANDOFF COUNT, ON THE DAY
      *                   CONSBILL RAN ONLY -- ITS COUNT IS ADDED WHEN
      *                   ITS RUN DATE EQUALS GLJRNL'S RUN DATE
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  BALANCES THE GENERAL LEDGER JOURNAL FEEDS --
      *                   RCPTVAL, APVOUCH AND DEBITMEM FROM PORECV,
      *                   ISSPOST FROM INVISSUE AND CNTADJ FROM
      *                   CYCLCNT AGAINST WHAT GLJRNL READ -- AND
      *                   REFUSES A GL BATCH WHOSE DEBIT AND CREDIT
      *                   TOTALS (GLDRDOLS/GLDRCENT AGAINST
      *                   GLCRDOLS/GLCRCENT) DISAGREE.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  08/22/2026
          05 WS-READER-PROGRAM      PIC X(08) VALUE SPACES.
          05 WS-HANDOFF-FILE        PIC X(08) VALUE SPACES.
          05 WS-WRITER-COUNT        PIC 9(07) VALUE 0.
          05 WS-SECOND-WRITER       PIC X(08) VALUE SPACES.
          05 WS-SECOND-WRITER-COUNT PIC 9(07) VALUE 0.
          05 WS-SECOND-WRITER-DATE  PIC X(08) VALUE SPACES.
          05 WS-READER-DATE         PIC X(08) VALUE SPACES.
          05 WS-READER-COUNT        PIC 9(07) VALUE 0.
          05 WS-WRITER-FOUND-SW     PIC X(01) VALUE 'N'.
             88 WRITER-FOUND        VALUE 'Y'.
             88 READER-FOUND        VALUE 'Y'.
          05 WS-RECON-FAILED-SW     PIC X(01) VALUE 'N'.
             88 RECONCILE-FAILED    VALUE 'Y'.
      *
      *****************************************************************
      *  GL JOURNAL BATCH PROOF. GLJRNL REPORTS ITS DEBIT AND CREDIT
      *  TOTALS AS WHOLE DOLLARS AND CENTS RECORDS ON RUNCTL.
      *****************************************************************
      *
       01 WS-GL-PROOF-AREA.
          05 WS-GL-PROOF-FILE       PIC X(08) VALUE SPACES.
          05 WS-GL-PROOF-COUNT      PIC 9(07) VALUE 0.
          05 WS-GL-DEBIT-DOLLARS    PIC 9(07) VALUE 0.
          05 WS-GL-DEBIT-CENTS      PIC 9(07) VALUE 0.
          05 WS-GL-CREDIT-DOLLARS   PIC 9(07) VALUE 0.
          05 WS-GL-CREDIT-CENTS     PIC 9(07) VALUE 0.
          05 WS-GL-PROOF-FOUND-SW   PIC X(01) VALUE 'N'.
             88 GL-PROOF-FOUND      VALUE 'Y'.
          05 WS-GL-LEGS-FOUND-CTR   PIC 9(01) VALUE 0.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 RCCODE                 PIC X(02) VALUE SPACES.
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 RUNCTL-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-RUNCTL-FILE  VALUE 'Y'.
          05 TABLE-FULL-SW          PIC X(01) VALUE 'N'.
             88 TABLE-FULL          VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-RUNCTL-READ-CTR     PIC 9(05) VALUE 0.
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION LOADS THE RUN CONTROL FILE INTO
      *    A TABLE (LATEST RECORD PER PROGRAM/FILE PAIR WINS),
      *    BALANCES THE HANDOFFS IN THE JOB STREAM AND THE GL JOURNAL
      *    BATCH, AND SETS RETURN-CODE 16 WHEN ANY OF THEM DISAGREES
      *    OR THE RUN CONTROL TABLE FILLS.
      *
      *  CALLED BY:
      *    - NONE
               UNTIL END-OF-RUNCTL-FILE.
           PERFORM 0500-RECONCILE-HANDOFFS.
           PERFORM 2600-CLOSE-FILES.
           IF RECONCILE-FAILED OR TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *    RECORD INTO THE TABLE. A PROGRAM/FILE/DIRECTION TRIPLE
      *    ALREADY ON THE TABLE IS REPLACED, SO THE LATEST APPENDED
      *    RECORD FOR EACH HANDOFF LEG WINS.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
                 MOVE WS-RCTL-USED-CTR TO WS-RCTL-SLOT
              ELSE
                 DISPLAY 'RUN CONTROL TABLE FULL -- RECORD DROPPED'
                 SET TABLE-FULL TO TRUE
                 MOVE 0 TO WS-RCTL-SLOT
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-RECONCILE-HANDOFFS PARAGRAPH BALANCES THE
      *    HANDOFFS IN THE JOB STREAM, ONE PAIR AT A TIME, THEN PROVES
      *    THE GL JOURNAL BATCH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0600-BALANCE-ONE-HANDOFF
      *    -  0700-BALANCE-GL-BATCH
      *****************************************************************
      *
       0500-RECONCILE-HANDOFFS.
           MOVE 'PORECV  ' TO WS-READER-PROGRAM.
           MOVE 'PURCHORD' TO WS-HANDOFF-FILE.
           PERFORM 0600-BALANCE-ONE-HANDOFF.
      *
           MOVE 'PORECV  ' TO WS-WRITER-PROGRAM.
           MOVE 'GLJRNL  ' TO WS-READER-PROGRAM.
           MOVE 'RCPTVAL ' TO WS-HANDOFF-FILE.
           PERFORM 0600-BALANCE-ONE-HANDOFF.
      *
           MOVE 'PORECV  ' TO WS-WRITER-PROGRAM.
           MOVE 'CONSBILL' TO WS-SECOND-WRITER.
           MOVE 'GLJRNL  ' TO WS-READER-PROGRAM.
           MOVE 'APVOUCH ' TO WS-HANDOFF-FILE.
           PERFORM 0600-BALANCE-ONE-HANDOFF.
           MOVE SPACES     TO WS-SECOND-WRITER.
      *
           MOVE 'PORECV  ' TO WS-WRITER-PROGRAM.
           MOVE 'GLJRNL  ' TO WS-READER-PROGRAM.
           MOVE 'DEBITMEM' TO WS-HANDOFF-FILE.
           PERFORM 0600-BALANCE-ONE-HANDOFF.
      *
           MOVE 'INVISSUE' TO WS-WRITER-PROGRAM.
           MOVE 'GLJRNL  ' TO WS-READER-PROGRAM.
           MOVE 'ISSPOST ' TO WS-HANDOFF-FILE.
           PERFORM 0600-BALANCE-ONE-HANDOFF.
      *
           MOVE 'CYCLCNT ' TO WS-WRITER-PROGRAM.
           MOVE 'GLJRNL  ' TO WS-READER-PROGRAM.
           MOVE 'CNTADJ  ' TO WS-HANDOFF-FILE.
           PERFORM 0600-BALANCE-ONE-HANDOFF.
      *
           PERFORM 0700-BALANCE-GL-BATCH.
      *
           DISPLAY '***************************************'.
           IF RECONCILE-FAILED
      *    THE 0600-BALANCE-ONE-HANDOFF PARAGRAPH LOOKS UP ONE
      *    WRITER/READER PAIR ON THE HANDOFF TABLE AND COMPARES THE
      *    COUNTS. A DISAGREEMENT FAILS THE RECONCILIATION; A MISSING
      *    LEG (STEP NOT RUN) IS REPORTED WITHOUT FAILING. A HANDOFF
      *    FILE WITH A SECOND WRITER (THE WEEKLY CONSBILL SELF-BILLED
      *    VOUCHERS CONCATENATED BEHIND PORECV'S APVOUCH) IS BALANCED
      *    ON THE SUM OF BOTH WRITERS' COUNTS WHEN THE SECOND WRITER'S
      *    RUN DATE IS THE READER'S RUN DATE. ON ANY OTHER DAY THE
      *    SECOND WRITER'S LATEST COUNT IS FROM AN EARLIER RUN AND IS
      *    LEFT OUT OF THE BALANCE.
      *
      *  CALLED BY:
      *    -  0500-RECONCILE-HANDOFFS
           MOVE 'N' TO WS-READER-FOUND-SW.
           MOVE 0   TO WS-WRITER-COUNT.
           MOVE 0   TO WS-READER-COUNT.
           MOVE 0   TO WS-SECOND-WRITER-COUNT.
           MOVE SPACES TO WS-SECOND-WRITER-DATE.
           MOVE SPACES TO WS-READER-DATE.
      *
           PERFORM 0650-FIND-HANDOFF-LEG
              VARYING RCTL-IDX FROM 1 BY 1
              UNTIL RCTL-IDX > WS-RCTL-USED-CTR.
      *
           IF WS-SECOND-WRITER-DATE NOT = SPACES
              AND WS-SECOND-WRITER-DATE = WS-READER-DATE
              ADD WS-SECOND-WRITER-COUNT TO WS-WRITER-COUNT
           END-IF.
      *
           EVALUATE TRUE
              WHEN NOT WRITER-FOUND AND NOT READER-FOUND
      *  DESCRIPTION:
      *    THE 0650-FIND-HANDOFF-LEG PARAGRAPH CHECKS ONE HANDOFF
      *    TABLE ENTRY AGAINST THE WRITER AND READER LEGS OF THE PAIR
      *    BEING BALANCED AND CAPTURES THE MATCHING COUNTS, INCLUDING
      *    THE SECOND WRITER'S COUNT WHEN THE PAIR HAS ONE, AND THE RUN
      *    DATES OF THE SECOND WRITER AND THE READER.
      *
      *  CALLED BY:
      *    -  0600-BALANCE-ONE-HANDOFF
              MOVE 'Y' TO WS-WRITER-FOUND-SW
              MOVE RCTL-COUNT-TBL (RCTL-IDX) TO WS-WRITER-COUNT
           END-IF.
      *
           IF WS-SECOND-WRITER NOT = SPACES
              AND RCTL-PROGRAM-TBL (RCTL-IDX) = WS-SECOND-WRITER
              AND RCTL-FILE-TBL (RCTL-IDX) = WS-HANDOFF-FILE
              AND RCTL-IN-OUT-TBL (RCTL-IDX) = 'O'
              MOVE RCTL-COUNT-TBL (RCTL-IDX) TO WS-SECOND-WRITER-COUNT
              MOVE RCTL-DATE-TBL (RCTL-IDX)  TO WS-SECOND-WRITER-DATE
           END-IF.
      *
           IF RCTL-PROGRAM-TBL (RCTL-IDX) = WS-READER-PROGRAM
              AND RCTL-FILE-TBL (RCTL-IDX) = WS-HANDOFF-FILE
              AND RCTL-IN-OUT-TBL (RCTL-IDX) = 'I'
              MOVE 'Y' TO WS-READER-FOUND-SW
              MOVE RCTL-COUNT-TBL (RCTL-IDX) TO WS-READER-COUNT
              MOVE RCTL-DATE-TBL (RCTL-IDX)  TO WS-READER-DATE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-BALANCE-GL-BATCH PARAGRAPH PROVES THE GL JOURNAL
      *    BATCH FROM THE TOTALS GLJRNL REPORTED ON RUNCTL -- WHOLE
      *    DOLLARS AND CENTS OF THE DEBITS MUST EQUAL THOSE OF THE
      *    CREDITS. AN UNBALANCED BATCH FAILS THE RECONCILIATION SO
      *    IT IS NOT HANDED TO ACCOUNTING. A BATCH WITH ANY TOTAL
      *    MISSING (JOURNAL STEP NOT RUN) IS REPORTED WITHOUT FAILING.
      *
      *  CALLED BY:
      *    -  0500-RECONCILE-HANDOFFS
      *
      *  CALLS:
      *    -  0750-FIND-GL-PROOF-TOTAL
      *****************************************************************
      *
       0700-BALANCE-GL-BATCH.
           MOVE 0 TO WS-GL-LEGS-FOUND-CTR.
      *
           MOVE 'GLDRDOLS' TO WS-GL-PROOF-FILE.
           PERFORM 0750-FIND-GL-PROOF-TOTAL.
           MOVE WS-GL-PROOF-COUNT TO WS-GL-DEBIT-DOLLARS.
      *
           MOVE 'GLDRCENT' TO WS-GL-PROOF-FILE.
           PERFORM 0750-FIND-GL-PROOF-TOTAL.
           MOVE WS-GL-PROOF-COUNT TO WS-GL-DEBIT-CENTS.
      *
           MOVE 'GLCRDOLS' TO WS-GL-PROOF-FILE.
           PERFORM 0750-FIND-GL-PROOF-TOTAL.
           MOVE WS-GL-PROOF-COUNT TO WS-GL-CREDIT-DOLLARS.
      *
           MOVE 'GLCRCENT' TO WS-GL-PROOF-FILE.
           PERFORM 0750-FIND-GL-PROOF-TOTAL.
           MOVE WS-GL-PROOF-COUNT TO WS-GL-CREDIT-CENTS.
      *
           EVALUATE TRUE
              WHEN WS-GL-LEGS-FOUND-CTR < 4
                 DISPLAY 'GL JOURNAL BATCH: GLJRNL DID NOT REPORT '
                         'BATCH TOTALS -- NOT PROVED TODAY'
              WHEN WS-GL-DEBIT-DOLLARS = WS-GL-CREDIT-DOLLARS
                   AND WS-GL-DEBIT-CENTS = WS-GL-CREDIT-CENTS
                 DISPLAY 'GL JOURNAL BATCH BALANCED: '
                         WS-GL-DEBIT-DOLLARS '.'
                         WS-GL-DEBIT-CENTS (6:2)
              WHEN OTHER
                 SET RECONCILE-FAILED TO TRUE
                 DISPLAY 'GL JOURNAL BATCH OUT OF BALANCE -- REFUSED: '
                         'DEBITS ' WS-GL-DEBIT-DOLLARS '.'
                         WS-GL-DEBIT-CENTS (6:2)
                         ' CREDITS ' WS-GL-CREDIT-DOLLARS '.'
                         WS-GL-CREDIT-CENTS (6:2)
           END-EVALUATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0750-FIND-GL-PROOF-TOTAL PARAGRAPH LOOKS UP THE GLJRNL
      *    OUTPUT RECORD NAMED IN WS-GL-PROOF-FILE ON THE HANDOFF
      *    TABLE AND RETURNS ITS VALUE IN WS-GL-PROOF-COUNT (ZERO WHEN
      *    NOT REPORTED).
      *
      *  CALLED BY:
      *    -  0700-BALANCE-GL-BATCH
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0750-FIND-GL-PROOF-TOTAL.
           MOVE 'N' TO WS-GL-PROOF-FOUND-SW.
           MOVE 0   TO WS-GL-PROOF-COUNT.
      *
           PERFORM VARYING RCTL-IDX FROM 1 BY 1
              UNTIL RCTL-IDX > WS-RCTL-USED-CTR OR GL-PROOF-FOUND
              IF RCTL-PROGRAM-TBL (RCTL-IDX) = 'GLJRNL  '
                 AND RCTL-FILE-TBL (RCTL-IDX) = WS-GL-PROOF-FILE
                 AND RCTL-IN-OUT-TBL (RCTL-IDX) = 'O'
                 MOVE 'Y' TO WS-GL-PROOF-FOUND-SW
                 MOVE RCTL-COUNT-TBL (RCTL-IDX) TO WS-GL-PROOF-COUNT
              END-IF
           END-PERFORM.
      *
           IF GL-PROOF-FOUND
              ADD 1 TO WS-GL-LEGS-FOUND-CTR
           END-IF.
      *
      *****************************************************************
