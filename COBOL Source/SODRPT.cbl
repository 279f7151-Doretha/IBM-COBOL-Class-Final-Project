       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM IS THE NIGHTLY SEGREGATION-OF-DUTIES REPORT.
      *    EVERY STEP THAT APPLIES A KEYED TRANSACTION (POGEN, PORECV,
      *    INVISSUE, CYCLCNT, TBLMAINT, ADDRMON, RTVAGE AND PAYRUN)
      *    APPENDS ONE RECORD PER APPLIED TRANSACTION TO THE
      *    CUMULATIVE OPERATOR ACTIVITY LOG (OPERLOG) GIVING THE
      *    OPERATOR WHO KEYED IT, THE DUTY (ROLE) IT EXERCISED AND THE
      *    ORDER, BIN, SUPPLIER, PART OR TABLE ROW IT TOUCHED. THE
      *    CONFLICT RULES FILE (SODRULES, MAINTAINED THROUGH
      *    TBLMAINT.CBL) NAMES EACH PAIR OF ROLES ONE OPERATOR MAY NOT
      *    BOTH EXERCISE ON THE SAME KIND OF OBJECT, FOR EXAMPLE:
      *      APRV / RECV / PO   - APPROVING A BUY AND RECEIVING IT
      *      CNT  / CAPR / BIN  - COUNTING A BIN AND APPROVING THE
      *                           VARIANCE
      *      ISSU / CAPR / BIN  - ISSUING FROM A BIN AND APPROVING ITS
      *                           COUNT VARIANCE
      *      RCNF / PREL / SUPP - CONFIRMING A REMIT-TO CHANGE AND
      *                           RELEASING THE SUPPLIER'S PAYMENT
      *      TMNT / PREL / SUPP - MAINTAINING A SUPPLIER'S MASTER OR
      *                           TERMS AND RELEASING ITS PAYMENT
      *      RTVC / PREL / SUPP - CLOSING A RETURN AND RELEASING THE
      *                           SUPPLIER'S PAYMENT
      *    THE LOG IS SORTED BY OBJECT, AND FOR EACH OBJECT THE
      *    DISTINCT OPERATOR/ROLE COMBINATIONS ARE COLLECTED WITH THE
      *    NUMBER OF TIMES AND THE LATEST DATE EACH WAS EXERCISED.
      *    EVERY OPERATOR HOLDING BOTH ROLES OF A RULE ON ONE OBJECT IS
      *    A VIOLATION AND IS LISTED -- ONCE PER OPERATOR, RULE AND
      *    OBJECT -- WHEN EITHER ROLE WAS LAST EXERCISED ON OR AFTER
      *    THE FROM-DATE ON THE SYSIN CARD, SO A VIOLATION IS NOT
      *    REPEATED NIGHT AFTER NIGHT ONCE IT HAS BEEN REPORTED. LOG
      *    RECORDS CARRYING NO OPERATOR ID CANNOT BE CHECKED AND ARE
      *    COUNTED AS UNATTRIBUTED ON THE SUMMARY.
      *    AN INVALID FROM-DATE ENDS THE RUN WITH RETURN-CODE 16 AND
      *    NO FILE TOUCHED. A FULL RULES OR OBJECT TABLE ENDS THE RUN
      *    WITH RETURN-CODE 16 AFTER THE REPORT IS WRITTEN.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      SYSIN - SEGREGATION-OF-DUTIES RUN CARD:
      *              POS 1-8    FROM-DATE YYYYMMDD (OPTIONAL --
      *                         DEFAULT IS TODAY)
      *
      *
      *      RTPOT44.SODRPT.SODRULES.FILE - SEGREGATION-OF-DUTIES
      *                                     CONFLICT RULES WRITTEN BY
      *                                     TBLMAINT.CBL
      *      INTERNAL FILE NAME:            SODRULES
      *      JCL DD NAME:                   SODRULES
      *
      *
      *      RTPOT44.OPERLOG.ACTIVITY - OPERATOR ACTIVITY LOG
      *                                 (CUMULATIVE)
      *      INTERNAL FILE NAME:        OPERLOG
      *      JCL DD NAME:               OPERLOG
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.SODRPT.VIOLATIONS.RPT - SEGREGATION-OF-DUTIES
      *                                      VIOLATIONS REPORT
      *      INTERNAL FILE NAME:             SODRPT
      *      JCL DD NAME:                    SODRPT
      *
      *
      *    WORK FILES:
      *      SODSRT - SORT WORK FILE HOLDING THE ATTRIBUTED ACTIVITY
      *               SORTED ASCENDING BY OBJECT TYPE, OBJECT KEY,
      *               DATE, TIME AND INPUT SEQUENCE
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(SODRPT)
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
           SELECT SODRULES ASSIGN TO SODRULES
              FILE STATUS IS SDCODE.
      *
           SELECT OPERLOG ASSIGN TO OPERLOG
              FILE STATUS IS OLCODE.
      *
           SELECT SOD-SORT-FILE ASSIGN TO SODWORK.
      *
           SELECT SODRPT ASSIGN TO SODRPT
              FILE STATUS IS RPCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SODRULES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SODRULES-REC.
      *
       01 SODRULES-REC PIC X(34).
      *
       FD  OPERLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERLOG-REC.
      *
       01 OPERLOG-REC PIC X(80).
      *
       SD  SOD-SORT-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS SOD-SORT-REC.
      *
       01 SOD-SORT-REC.
          05 SS-ACTIVITY-DATA        PIC X(80).
          05 SS-ACTIVITY-DATA-R REDEFINES SS-ACTIVITY-DATA.
             10 SS-ACT-DATE          PIC X(08).
             10 SS-ACT-TIME          PIC X(08).
             10 FILLER               PIC X(12).
             10 SS-OBJECT-TYPE       PIC X(04).
             10 SS-OBJECT-KEY        PIC X(25).
             10 FILLER               PIC X(23).
          05 SS-INPUT-SEQ            PIC 9(07).
      *
       FD  SODRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SODRPT-REC.
      *
       01 SODRPT-REC PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  SEGREGATION-OF-DUTIES RUN CARD ACCEPTED FROM SYSIN.
      *****************************************************************
      *
       01 WS-SOD-RUN-CARD.
          05 WS-FROM-DATE-CARD      PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(72) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE COPYLIB MEMBER FOR ONE OPERATOR ACTIVITY
      *  RECORD. THIS IS THE SAME COPYBOOK USED BY EVERY STEP THAT
      *  APPENDS TO OPERLOG.
      *****************************************************************
      *
           COPY OPERACT.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE CONFLICT RULE. SAME LAYOUT AS THE
      *  SODRULES RECORD MAINTAINED BY TBLMAINT.CBL.
      *****************************************************************
      *
       01 WS-SOD-RULE-REC.
          05 SR-FIRST-ROLE          PIC X(04) VALUE SPACES.
          05 SR-SECOND-ROLE         PIC X(04) VALUE SPACES.
          05 SR-OBJECT-TYPE         PIC X(04) VALUE SPACES.
          05 SR-DESCRIPTION         PIC X(22) VALUE SPACES.
      *
       01 RULE-TBL.
          05 RULE-ENTRY-TBL
            OCCURS 100 TIMES INDEXED BY RULE-IDX.
            10 RULE-FIRST-ROLE-TBL  PIC X(04) VALUE SPACES.
            10 RULE-SECOND-ROLE-TBL PIC X(04) VALUE SPACES.
            10 RULE-OBJECT-TYPE-TBL PIC X(04) VALUE SPACES.
            10 RULE-DESC-TBL        PIC X(22) VALUE SPACES.
      *
       01 WS-RULE-VARS.
          05 WS-MAX-RULE-IDX        PIC 9(03) VALUE 100.
          05 WS-RULE-LOADED-CTR     PIC 9(03) VALUE 0.
      *
      *****************************************************************
      *  PER-OBJECT TABLE OF THE DISTINCT OPERATOR/ROLE COMBINATIONS
      *  SEEN ON THE LOG FOR THE CURRENT OBJECT, RESET AT EACH OBJECT
      *  CONTROL BREAK. THE LOG IS IN DATE AND TIME ORDER WITHIN THE
      *  OBJECT, SO THE LAST ENTRY APPLIED IS THE LATEST.
      *****************************************************************
      *
       01 OBJ-ROLE-TBL.
          05 OBJ-ROLE-ENTRY-TBL
            OCCURS 200 TIMES INDEXED BY OBJR-IDX OBJR-IDX2.
            10 OBJR-OPER-ID-TBL     PIC X(08) VALUE SPACES.
            10 OBJR-ROLE-TBL        PIC X(04) VALUE SPACES.
            10 OBJR-TIMES-CTR-TBL   PIC 9(05) VALUE 0.
            10 OBJR-LAST-DATE-TBL   PIC X(08) VALUE SPACES.
            10 OBJR-LAST-PGM-TBL    PIC X(08) VALUE SPACES.
      *
       01 WS-OBJ-ROLE-VARS.
          05 WS-MAX-OBJR-IDX        PIC 9(03) VALUE 200.
          05 WS-OBJR-USED-CTR       PIC 9(03) VALUE 0.
          05 WS-FIRST-SLOT          PIC 9(03) VALUE 0.
          05 WS-SECOND-SLOT         PIC 9(03) VALUE 0.
          05 OBJR-FOUND-SW          PIC X(01) VALUE 'N'.
             88 OBJR-FOUND          VALUE 'Y'.
          05 OBJR-FULL-SW           PIC X(01) VALUE 'N'.
             88 OBJR-FULL           VALUE 'Y'.
          05 WS-CURRENT-OBJ-TYPE    PIC X(04) VALUE SPACES.
          05 WS-CURRENT-OBJ-KEY     PIC X(25) VALUE SPACES.
      *
       01 WS-CONTROL-VARS.
          05 WS-TODAY-8             PIC X(08) VALUE SPACES.
          05 WS-FROM-DATE           PIC X(08) VALUE SPACES.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 SDCODE                 PIC X(02) VALUE SPACES.
          05 OLCODE                 PIC X(02) VALUE SPACES.
          05 RPCODE                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 RULES-FILE-SW          PIC X(01) VALUE 'N'.
             88 END-OF-RULES-FILE   VALUE 'Y'.
          05 OPERLOG-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-OPERLOG-FILE VALUE 'Y'.
          05 SORT-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-SORT-FILE    VALUE 'Y'.
          05 RUN-ERROR-SW           PIC X(01) VALUE 'N'.
             88 RUN-ERROR           VALUE 'Y'.
          05 TABLE-FULL-SW          PIC X(01) VALUE 'N'.
             88 TABLE-FULL          VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-RULES-READ-CTR      PIC 9(05) VALUE 0.
          05 WS-OPERLOG-READ-CTR    PIC 9(07) VALUE 0.
          05 WS-UNATTRIBUTED-CTR    PIC 9(07) VALUE 0.
          05 WS-RELEASED-CTR        PIC 9(07) VALUE 0.
          05 WS-OBJECTS-CTR         PIC 9(07) VALUE 0.
          05 WS-VIOLATIONS-CTR      PIC 9(07) VALUE 0.
          05 WS-OBJR-DROPPED-CTR    PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  REPORT LINES FOR THE SEGREGATION-OF-DUTIES VIOLATIONS REPORT.
      *  EACH VIOLATION SHOWS THE OPERATOR AND OBJECT, AND FOR EACH OF
      *  THE RULE'S TWO ROLES THE LATEST DATE AND PROGRAM IT WAS
      *  EXERCISED IN AND HOW MANY TIMES.
      *****************************************************************
      *
       01 SOD-RPT-HEADER-1. *>HEADER FOR VIOLATIONS REPORT
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(40) VALUE
                             'SEGREGATION-OF-DUTIES VIOLATIONS SINCE '.
          05 RPT-FROM-DATE          PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(12) VALUE
                                    '  RUN DATE '.
          05 RPT-RUN-DATE           PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(60) VALUE SPACES.
      *
       01 SOD-RPT-HEADER-2. *>COLUMN HEADINGS
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'OPERATOR'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(04) VALUE 'OBJ '.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(25) VALUE 'OBJECT KEY'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(28) VALUE
                                    'ROLE LAST DATE PROGRAM TIMES'.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 FILLER                 PIC X(28) VALUE
                                    'ROLE LAST DATE PROGRAM TIMES'.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 FILLER                 PIC X(22) VALUE 'RULE'.
          05 FILLER                 PIC X(05) VALUE SPACES.
      *
       01 SOD-RPT-HEADER-3. *>COLUMN UNDERLINES
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(04) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(25) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(28) VALUE ALL '='.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 FILLER                 PIC X(28) VALUE ALL '='.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 FILLER                 PIC X(22) VALUE ALL '='.
          05 FILLER                 PIC X(05) VALUE SPACES.
      *
       01 SOD-RPT-DETAIL. *>ONE VIOLATION PER LINE
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 RPT-OPERATOR-ID        PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-OBJECT-TYPE        PIC X(04) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-OBJECT-KEY         PIC X(25) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-FIRST-ROLE         PIC X(04) VALUE SPACES.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RPT-FIRST-DATE         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RPT-FIRST-PGM          PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RPT-FIRST-TIMES        PIC ZZZZ9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RPT-SECOND-ROLE        PIC X(04) VALUE SPACES.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RPT-SECOND-DATE        PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RPT-SECOND-PGM         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RPT-SECOND-TIMES       PIC ZZZZ9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RPT-RULE-DESC          PIC X(22) VALUE SPACES.
          05 FILLER                 PIC X(05) VALUE SPACES.
      *
       01 SOD-RPT-NONE-LINE. *>PRINTED WHEN NO VIOLATION IS FOUND
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(40) VALUE
                             '*** NO SEGREGATION-OF-DUTIES VIOLATIONS'.
          05 FILLER                 PIC X(88) VALUE SPACES.
      *
       01 SOD-RPT-SUMMARY-LINE. *>GENERIC SUMMARY LINE
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 RPT-SUMMARY-LABEL      PIC X(35) VALUE SPACES.
          05 RPT-SUMMARY-VALUE      PIC ZZZZZZ9.
          05 FILLER                 PIC X(86) VALUE SPACES.
      *
       01 WS-BLANK-LINE             PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION ACCEPTS AND EDITS THE RUN CARD,
      *    LOADS THE CONFLICT RULES, SORTS THE OPERATOR ACTIVITY LOG BY
      *    OBJECT (THE INPUT PROCEDURE STAMPS EACH RECORD WITH ITS
      *    ARRIVAL SEQUENCE AND SETS ASIDE RECORDS WITH NO OPERATOR),
      *    CHECKS EACH OBJECT'S OPERATORS AGAINST THE RULES IN THE
      *    OUTPUT PROCEDURE, AND WRITES THE SUMMARY. AN INVALID CARD
      *    ENDS THE RUN WITH RETURN-CODE 16 AND NO FILE TOUCHED.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0200-READ-RULES-FILE
      *    - 0250-LOAD-RULES-TABLE
      *    - 0300-RELEASE-ACTIVITY (SORT INPUT PROCEDURE)
      *    - 0500-PROCESS-SORTED-RECS (SORT OUTPUT PROCEDURE)
      *    - 2500-WRITE-SUMMARY
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           IF RUN-ERROR
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 0100-OPEN-FILES
              PERFORM 0150-WRITE-RPT-HEADERS
              PERFORM 0200-READ-RULES-FILE
              PERFORM 0250-LOAD-RULES-TABLE
                  UNTIL END-OF-RULES-FILE
              SORT SOD-SORT-FILE
                  ON ASCENDING KEY SS-OBJECT-TYPE
                  ON ASCENDING KEY SS-OBJECT-KEY
                  ON ASCENDING KEY SS-ACT-DATE
                  ON ASCENDING KEY SS-ACT-TIME
                  ON ASCENDING KEY SS-INPUT-SEQ
                  INPUT PROCEDURE IS 0300-RELEASE-ACTIVITY
                  OUTPUT PROCEDURE IS 0500-PROCESS-SORTED-RECS
              PERFORM 2500-WRITE-SUMMARY
              PERFORM 2600-CLOSE-FILES
              IF TABLE-FULL
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH ACCEPTS THE RUN CARD FROM
      *    SYSIN AND VALIDATES THE FROM-DATE. A BLANK FROM-DATE
      *    REPORTS ONLY VIOLATIONS COMPLETED BY TODAY'S ACTIVITY.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           ACCEPT WS-SOD-RUN-CARD FROM SYSIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8.
      *
           IF WS-FROM-DATE-CARD = SPACES
              MOVE WS-TODAY-8 TO WS-FROM-DATE
           ELSE
              IF WS-FROM-DATE-CARD NUMERIC
                 MOVE WS-FROM-DATE-CARD TO WS-FROM-DATE
              ELSE
                 DISPLAY 'SODRPT: FROM-DATE MUST BE YYYYMMDD '
                         '-- RUN ENDED'
                 SET RUN-ERROR TO TRUE
              END-IF
           END-IF.
      *
           MOVE WS-FROM-DATE TO RPT-FROM-DATE.
           MOVE WS-TODAY-8   TO RPT-RUN-DATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-FILES PARAGRAPH OPENS THE CONFLICT RULES AND
      *    OPERATOR ACTIVITY LOG INPUT FILES AND THE VIOLATIONS REPORT
      *    OUTPUT FILE AND CHECKS EACH FILE STATUS FOR A SUCCESSFUL
      *    OPEN OPERATION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0100-OPEN-FILES.
           OPEN INPUT SODRULES.
           IF SDCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CONFLICT RULES FILE'
           END-IF.
      *
           OPEN INPUT OPERLOG.
           IF OLCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING OPERATOR ACTIVITY LOG'
           END-IF.
      *
           OPEN OUTPUT SODRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SOD VIOLATIONS REPORT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0150-WRITE-RPT-HEADERS PARAGRAPH WRITES THE REPORT AND
      *    COLUMN HEADINGS TO THE VIOLATIONS REPORT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0150-WRITE-RPT-HEADERS.
           WRITE SODRPT-REC FROM SOD-RPT-HEADER-1.
           WRITE SODRPT-REC FROM WS-BLANK-LINE.
           WRITE SODRPT-REC FROM SOD-RPT-HEADER-2.
           WRITE SODRPT-REC FROM SOD-RPT-HEADER-3.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO SOD VIOLATIONS REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-RULES-FILE PARAGRAPH READS ONE CONFLICT RULE
      *    AND CHECKS THE FILE STATUS FOR A SUCCESSFUL READ OPERATION.
      *    WHEN THE END OF FILE IS REACHED, A FLAG IS SET TO INDICATE
      *    THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0250-LOAD-RULES-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-READ-RULES-FILE.
           READ SODRULES INTO WS-SOD-RULE-REC
              AT END MOVE 'Y' TO RULES-FILE-SW
           END-READ.
      *
           IF SDCODE = '00' OR '10'
              IF NOT END-OF-RULES-FILE
                 ADD 1 TO WS-RULES-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING CONFLICT RULES FILE.'
              MOVE 'Y' TO RULES-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0250-LOAD-RULES-TABLE PARAGRAPH ADDS THE CURRENT RULE
      *    TO THE RULES TABLE AND READS THE NEXT. A FULL TABLE IS
      *    REPORTED AND ENDS THE RUN WITH RETURN-CODE 16, SINCE AN
      *    UNLOADED RULE WOULD LET ITS VIOLATIONS GO UNREPORTED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0200-READ-RULES-FILE
      *****************************************************************
      *
       0250-LOAD-RULES-TABLE.
           IF WS-RULE-LOADED-CTR < WS-MAX-RULE-IDX
              ADD 1 TO WS-RULE-LOADED-CTR
              SET RULE-IDX TO WS-RULE-LOADED-CTR
              MOVE SR-FIRST-ROLE  TO RULE-FIRST-ROLE-TBL (RULE-IDX)
              MOVE SR-SECOND-ROLE TO RULE-SECOND-ROLE-TBL (RULE-IDX)
              MOVE SR-OBJECT-TYPE TO RULE-OBJECT-TYPE-TBL (RULE-IDX)
              MOVE SR-DESCRIPTION TO RULE-DESC-TBL (RULE-IDX)
           ELSE
              DISPLAY 'CONFLICT RULES TABLE FULL -- RULE '
                      SR-FIRST-ROLE '/' SR-SECOND-ROLE '/'
                      SR-OBJECT-TYPE ' NOT LOADED'
              SET TABLE-FULL TO TRUE
           END-IF.
      *
           PERFORM 0200-READ-RULES-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-RELEASE-ACTIVITY PARAGRAPH IS THE SORT INPUT
      *    PROCEDURE. IT READS THE OPERATOR ACTIVITY LOG AND RELEASES
      *    EACH RECORD CARRYING AN OPERATOR ID TO THE SORT STAMPED
      *    WITH ITS ARRIVAL SEQUENCE NUMBER. A RECORD WITH NO
      *    OPERATOR ID CANNOT BE CHECKED AND IS ONLY COUNTED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA (SORT STATEMENT)
      *
      *  CALLS:
      *    -  0350-READ-OPERLOG-FILE
      *****************************************************************
      *
       0300-RELEASE-ACTIVITY.
           PERFORM 0350-READ-OPERLOG-FILE.
           PERFORM UNTIL END-OF-OPERLOG-FILE
              IF OPER-ID = SPACES
                 ADD 1 TO WS-UNATTRIBUTED-CTR
              ELSE
                 MOVE OPER-ACT-REC-WS TO SS-ACTIVITY-DATA
                 MOVE WS-OPERLOG-READ-CTR TO SS-INPUT-SEQ
                 RELEASE SOD-SORT-REC
                 ADD 1 TO WS-RELEASED-CTR
              END-IF
              PERFORM 0350-READ-OPERLOG-FILE
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0350-READ-OPERLOG-FILE PARAGRAPH READS ONE OPERATOR
      *    ACTIVITY RECORD AND CHECKS THE FILE STATUS FOR A SUCCESSFUL
      *    READ OPERATION. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  0300-RELEASE-ACTIVITY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0350-READ-OPERLOG-FILE.
           READ OPERLOG INTO OPER-ACT-REC-WS
              AT END MOVE 'Y' TO OPERLOG-FILE-SW
           END-READ.
      *
           IF OLCODE = '00' OR '10'
              IF NOT END-OF-OPERLOG-FILE
                 ADD 1 TO WS-OPERLOG-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING OPERATOR ACTIVITY LOG.'
              MOVE 'Y' TO OPERLOG-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-PROCESS-SORTED-RECS PARAGRAPH IS THE SORT OUTPUT
      *    PROCEDURE. IT RETURNS THE SORTED ACTIVITY, COLLECTS EACH
      *    OBJECT'S OPERATOR/ROLE COMBINATIONS, BREAKING ON OBJECT
      *    TYPE AND KEY, AND CHECKS THE LAST OBJECT AT END OF FILE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA (SORT STATEMENT)
      *
      *  CALLS:
      *    -  0550-RETURN-SORTED-REC
      *    -  0600-PROCESS-ONE-ENTRY
      *    -  0700-OBJECT-BREAK
      *****************************************************************
      *
       0500-PROCESS-SORTED-RECS.
           PERFORM 0550-RETURN-SORTED-REC.
           PERFORM 0600-PROCESS-ONE-ENTRY
               UNTIL END-OF-SORT-FILE.
           IF WS-OBJR-USED-CTR > 0
              PERFORM 0700-OBJECT-BREAK
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0550-RETURN-SORTED-REC PARAGRAPH RETURNS THE NEXT
      *    SORTED ACTIVITY RECORD INTO THE OPERACT WORK AREA. WHEN THE
      *    SORT FILE IS EXHAUSTED, A FLAG IS SET TO INDICATE THAT
      *    STATUS.
      *
      *  CALLED BY:
      *    -  0500-PROCESS-SORTED-RECS
      *    -  0600-PROCESS-ONE-ENTRY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0550-RETURN-SORTED-REC.
           RETURN SOD-SORT-FILE
              AT END MOVE 'Y' TO SORT-FILE-SW
              NOT AT END MOVE SS-ACTIVITY-DATA TO OPER-ACT-REC-WS
           END-RETURN.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-PROCESS-ONE-ENTRY PARAGRAPH PROCESSES ONE ACTIVITY
      *    RECORD. A NEW OBJECT CHECKS AND CLEARS THE PRIOR OBJECT'S
      *    TABLE FIRST. THE RECORD'S OPERATOR/ROLE IS THEN FOUND IN
      *    (OR ADDED TO) THE OBJECT TABLE AND ITS TIMES, LATEST DATE
      *    AND PROGRAM UPDATED.
      *
      *  CALLED BY:
      *    -  0500-PROCESS-SORTED-RECS
      *
      *  CALLS:
      *    -  0700-OBJECT-BREAK
      *    -  0650-NOTE-OPERATOR-ROLE
      *    -  0550-RETURN-SORTED-REC
      *****************************************************************
      *
       0600-PROCESS-ONE-ENTRY.
           IF OPER-OBJECT-TYPE NOT = WS-CURRENT-OBJ-TYPE
              OR OPER-OBJECT-KEY NOT = WS-CURRENT-OBJ-KEY
              IF WS-OBJR-USED-CTR > 0
                 PERFORM 0700-OBJECT-BREAK
              END-IF
              MOVE OPER-OBJECT-TYPE TO WS-CURRENT-OBJ-TYPE
              MOVE OPER-OBJECT-KEY  TO WS-CURRENT-OBJ-KEY
              MOVE 'N' TO OBJR-FULL-SW
              ADD 1 TO WS-OBJECTS-CTR
           END-IF.
      *
           PERFORM 0650-NOTE-OPERATOR-ROLE.
           PERFORM 0550-RETURN-SORTED-REC.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0650-NOTE-OPERATOR-ROLE PARAGRAPH SEARCHES THE OBJECT
      *    TABLE FOR THE RECORD'S OPERATOR AND ROLE, ADDING A NEW
      *    ENTRY WHEN NOT FOUND, AND RECORDS THE ACTIVITY AGAINST IT.
      *    A FULL TABLE IS REPORTED ONCE PER OBJECT, THE ACTIVITY IS
      *    COUNTED AS DROPPED AND THE RUN ENDS WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-ONE-ENTRY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0650-NOTE-OPERATOR-ROLE.
           MOVE 'N' TO OBJR-FOUND-SW.
           PERFORM VARYING OBJR-IDX FROM 1 BY 1
              UNTIL OBJR-IDX > WS-OBJR-USED-CTR OR OBJR-FOUND
              IF OBJR-OPER-ID-TBL (OBJR-IDX) = OPER-ID
                 AND OBJR-ROLE-TBL (OBJR-IDX) = OPER-ROLE-CODE
                 MOVE 'Y' TO OBJR-FOUND-SW
                 SET WS-FIRST-SLOT TO OBJR-IDX
              END-IF
           END-PERFORM.
      *
           IF NOT OBJR-FOUND
              IF WS-OBJR-USED-CTR < WS-MAX-OBJR-IDX
                 ADD 1 TO WS-OBJR-USED-CTR
                 MOVE WS-OBJR-USED-CTR TO WS-FIRST-SLOT
                 SET OBJR-IDX TO WS-FIRST-SLOT
                 MOVE OPER-ID        TO OBJR-OPER-ID-TBL (OBJR-IDX)
                 MOVE OPER-ROLE-CODE TO OBJR-ROLE-TBL (OBJR-IDX)
                 MOVE 0              TO OBJR-TIMES-CTR-TBL (OBJR-IDX)
                 MOVE 'Y' TO OBJR-FOUND-SW
              ELSE
                 ADD 1 TO WS-OBJR-DROPPED-CTR
                 SET TABLE-FULL TO TRUE
                 IF NOT OBJR-FULL
                    MOVE 'Y' TO OBJR-FULL-SW
                    DISPLAY 'OPERATOR/ROLE TABLE FULL FOR '
                            OPER-OBJECT-TYPE ' ' OPER-OBJECT-KEY
                            ' -- ACTIVITY NOT CHECKED'
                 END-IF
              END-IF
           END-IF.
      *
           IF OBJR-FOUND
              SET OBJR-IDX TO WS-FIRST-SLOT
              ADD 1 TO OBJR-TIMES-CTR-TBL (OBJR-IDX)
              MOVE OPER-ACT-DATE   TO OBJR-LAST-DATE-TBL (OBJR-IDX)
              MOVE OPER-SOURCE-PGM TO OBJR-LAST-PGM-TBL (OBJR-IDX)
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-OBJECT-BREAK PARAGRAPH CHECKS EVERY PAIR OF
      *    ENTRIES IN THE OBJECT TABLE AGAINST THE CONFLICT RULES AND
      *    THEN CLEARS THE TABLE FOR THE NEXT OBJECT.
      *
      *  CALLED BY:
      *    -  0500-PROCESS-SORTED-RECS
      *    -  0600-PROCESS-ONE-ENTRY
      *
      *  CALLS:
      *    -  0750-CHECK-ONE-PAIR
      *****************************************************************
      *
       0700-OBJECT-BREAK.
           PERFORM 0750-CHECK-ONE-PAIR
               VARYING OBJR-IDX FROM 1 BY 1
                 UNTIL OBJR-IDX >= WS-OBJR-USED-CTR
               AFTER OBJR-IDX2 FROM OBJR-IDX BY 1
                 UNTIL OBJR-IDX2 > WS-OBJR-USED-CTR.
      *
           INITIALIZE OBJ-ROLE-TBL.
           MOVE 0 TO WS-OBJR-USED-CTR.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0750-CHECK-ONE-PAIR PARAGRAPH CHECKS ONE PAIR OF OBJECT
      *    TABLE ENTRIES. THE PAIR IS A VIOLATION WHEN BOTH ENTRIES
      *    ARE THE SAME OPERATOR, A RULE FOR THIS OBJECT TYPE NAMES
      *    THEIR TWO ROLES (IN EITHER ORDER), AND EITHER ROLE WAS LAST
      *    EXERCISED ON OR AFTER THE FROM-DATE.
      *
      *  CALLED BY:
      *    -  0700-OBJECT-BREAK
      *
      *  CALLS:
      *    -  0760-MATCH-RULES
      *****************************************************************
      *
       0750-CHECK-ONE-PAIR.
           IF OBJR-IDX NOT = OBJR-IDX2
              AND OBJR-OPER-ID-TBL (OBJR-IDX) =
                  OBJR-OPER-ID-TBL (OBJR-IDX2)
              AND (OBJR-LAST-DATE-TBL (OBJR-IDX) >= WS-FROM-DATE
                   OR OBJR-LAST-DATE-TBL (OBJR-IDX2) >= WS-FROM-DATE)
              PERFORM 0760-MATCH-RULES
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0760-MATCH-RULES PARAGRAPH SEARCHES THE CONFLICT RULES
      *    FOR THE OBJECT TYPE AND THE PAIR'S TWO ROLES, IN EITHER
      *    ORDER, AND WRITES A VIOLATION FOR EACH RULE MATCHED WITH
      *    THE ROLES IN THE RULE'S OWN ORDER.
      *
      *  CALLED BY:
      *    -  0750-CHECK-ONE-PAIR
      *
      *  CALLS:
      *    -  0800-WRITE-VIOLATION
      *****************************************************************
      *
       0760-MATCH-RULES.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
              UNTIL RULE-IDX > WS-RULE-LOADED-CTR
              IF RULE-OBJECT-TYPE-TBL (RULE-IDX) = WS-CURRENT-OBJ-TYPE
                 IF RULE-FIRST-ROLE-TBL (RULE-IDX) =
                       OBJR-ROLE-TBL (OBJR-IDX)
                    AND RULE-SECOND-ROLE-TBL (RULE-IDX) =
                       OBJR-ROLE-TBL (OBJR-IDX2)
                    SET WS-FIRST-SLOT  TO OBJR-IDX
                    SET WS-SECOND-SLOT TO OBJR-IDX2
                    PERFORM 0800-WRITE-VIOLATION
                 ELSE
                 IF RULE-FIRST-ROLE-TBL (RULE-IDX) =
                       OBJR-ROLE-TBL (OBJR-IDX2)
                    AND RULE-SECOND-ROLE-TBL (RULE-IDX) =
                       OBJR-ROLE-TBL (OBJR-IDX)
                    SET WS-FIRST-SLOT  TO OBJR-IDX2
                    SET WS-SECOND-SLOT TO OBJR-IDX
                    PERFORM 0800-WRITE-VIOLATION
                 END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0800-WRITE-VIOLATION PARAGRAPH WRITES ONE VIOLATION LINE
      *    -- THE OPERATOR, THE OBJECT, EACH OF THE RULE'S TWO ROLES
      *    WITH ITS LATEST DATE, PROGRAM AND TIMES EXERCISED, AND THE
      *    RULE DESCRIPTION -- AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0760-MATCH-RULES
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0800-WRITE-VIOLATION.
           ADD 1 TO WS-VIOLATIONS-CTR.
      *
           MOVE OBJR-OPER-ID-TBL (OBJR-IDX) TO RPT-OPERATOR-ID.
           MOVE WS-CURRENT-OBJ-TYPE         TO RPT-OBJECT-TYPE.
           MOVE WS-CURRENT-OBJ-KEY          TO RPT-OBJECT-KEY.
           MOVE RULE-DESC-TBL (RULE-IDX)    TO RPT-RULE-DESC.
      *
           MOVE OBJR-ROLE-TBL (WS-FIRST-SLOT)      TO RPT-FIRST-ROLE.
           MOVE OBJR-LAST-DATE-TBL (WS-FIRST-SLOT) TO RPT-FIRST-DATE.
           MOVE OBJR-LAST-PGM-TBL (WS-FIRST-SLOT)  TO RPT-FIRST-PGM.
           MOVE OBJR-TIMES-CTR-TBL (WS-FIRST-SLOT) TO RPT-FIRST-TIMES.
      *
           MOVE OBJR-ROLE-TBL (WS-SECOND-SLOT)      TO RPT-SECOND-ROLE.
           MOVE OBJR-LAST-DATE-TBL (WS-SECOND-SLOT) TO RPT-SECOND-DATE.
           MOVE OBJR-LAST-PGM-TBL (WS-SECOND-SLOT)  TO RPT-SECOND-PGM.
           MOVE OBJR-TIMES-CTR-TBL (WS-SECOND-SLOT)
                                                   TO RPT-SECOND-TIMES.
      *
           WRITE SODRPT-REC FROM SOD-RPT-DETAIL.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO SOD VIOLATIONS REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2500-WRITE-SUMMARY PARAGRAPH WRITES THE RUN SUMMARY --
      *    RULES LOADED, ACTIVITY READ, UNATTRIBUTED ACTIVITY, OBJECTS
      *    CHECKED AND VIOLATIONS FOUND.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2550-WRITE-SUMMARY-LINE
      *****************************************************************
      *
       2500-WRITE-SUMMARY.
           IF WS-VIOLATIONS-CTR = 0
              WRITE SODRPT-REC FROM SOD-RPT-NONE-LINE
           END-IF.
           WRITE SODRPT-REC FROM WS-BLANK-LINE.
      *
           MOVE 'CONFLICT RULES LOADED:' TO RPT-SUMMARY-LABEL.
           MOVE WS-RULE-LOADED-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'OPERATOR ACTIVITY RECORDS READ:' TO RPT-SUMMARY-LABEL.
           MOVE WS-OPERLOG-READ-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'UNATTRIBUTED (NO OPERATOR ID):' TO RPT-SUMMARY-LABEL.
           MOVE WS-UNATTRIBUTED-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'OBJECTS CHECKED:' TO RPT-SUMMARY-LABEL.
           MOVE WS-OBJECTS-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'ACTIVITY NOT CHECKED (TABLE FULL):'
                TO RPT-SUMMARY-LABEL.
           MOVE WS-OBJR-DROPPED-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'VIOLATIONS REPORTED:' TO RPT-SUMMARY-LABEL.
           MOVE WS-VIOLATIONS-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2550-WRITE-SUMMARY-LINE PARAGRAPH WRITES ONE SUMMARY
      *    LINE TO THE VIOLATIONS REPORT AND CHECKS THE FILE STATUS
      *    FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  2500-WRITE-SUMMARY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2550-WRITE-SUMMARY-LINE.
           WRITE SODRPT-REC FROM SOD-RPT-SUMMARY-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO SOD VIOLATIONS REPORT'
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
           CLOSE SODRULES
                 OPERLOG
                 SODRPT.
      *
           DISPLAY 'CONFLICT RULES READ:         ' WS-RULES-READ-CTR.
           DISPLAY 'CONFLICT RULES LOADED:       ' WS-RULE-LOADED-CTR.
           DISPLAY 'ACTIVITY RECORDS READ:       ' WS-OPERLOG-READ-CTR.
           DISPLAY 'UNATTRIBUTED ACTIVITY:       ' WS-UNATTRIBUTED-CTR.
           DISPLAY 'ACTIVITY RECORDS SORTED:     ' WS-RELEASED-CTR.
           DISPLAY 'OBJECTS CHECKED:             ' WS-OBJECTS-CTR.
           DISPLAY 'ACTIVITY NOT CHECKED:        ' WS-OBJR-DROPPED-CTR.
           DISPLAY 'VIOLATIONS REPORTED:         ' WS-VIOLATIONS-CTR.
