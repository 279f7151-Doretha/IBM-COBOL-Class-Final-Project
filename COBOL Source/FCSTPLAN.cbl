       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCSTPLAN.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM FORECASTS EACH PART'S DEMAND FROM THE ROLLING
      *    24-MONTH USAGE BUCKETS INVISSUE.CBL KEEPS ON THE DEMAND
      *    HISTORY MASTER AND PROPOSES NEW WEEKLY DEMAND AND SAFETY
      *    STOCK FIGURES FOR THE PLANNING PARAMETER FILE (PLANPARM)
      *    THAT REPLRPT.CBL PLANS FROM, SO THE FIGURES NO LONGER HAVE
      *    TO BE KEYED AND KEPT BY HAND.
      *
      *    THE APPROVAL TRANSACTIONS ARE APPLIED FIRST, EACH CARRYING
      *    THE ID OF THE PLANNER WHO KEYED IT:
      *      'A' - APPROVES THE FIGURES PROPOSED FOR THE PART BY AN
      *            EARLIER RUN. THE PROPOSED WEEKLY DEMAND AND SAFETY
      *            STOCK REPLACE THE PART'S PLANNING PARAMETERS; A PART
      *            WITH NO PLANNING PARAMETER ROW IS ADDED WITH NO
      *            MINIMUM ORDER QUANTITY OR ORDER MULTIPLE.
      *      'R' - REJECTS THE PROPOSAL, LEAVING THE PLANNING
      *            PARAMETERS UNCHANGED.
      *    EVERY APPLIED TRANSACTION IS LOGGED TO THE OPERATOR
      *    ACTIVITY LOG.
      *
      *    THE FORECAST THEN TAKES EVERY PART ON THE DEMAND HISTORY
      *    MASTER WITH AT LEAST THE MINIMUM MONTHS OF HISTORY (COUNTED
      *    FROM THE MONTH OF ITS FIRST ISSUE TO THE MONTH BEFORE THE
      *    RUN -- THE RUN MONTH IS NOT YET COMPLETE) AND WORKS OUT
      *    - A SMOOTHED MONTHLY LEVEL, BY EXPONENTIAL SMOOTHING OF
      *      THE COMPLETE MONTHS FROM OLDEST TO NEWEST;
      *    - A SEASONAL INDEX FOR THE COMING MONTH, ONCE THERE ARE 13
      *      MONTHS OF HISTORY -- THE SAME MONTH LAST YEAR (AVERAGED
      *      WITH THE YEAR BEFORE WHEN 23 MONTHS ARE HELD) OVER THE
      *      AVERAGE MONTH. AN INDEX INSIDE 0.80-1.20 IS TREATED AS NO
      *      SEASONALITY; OUTSIDE IT IS HELD TO 0.50-2.00 AND APPLIED;
      *    - WEEKLY DEMAND = LEVEL X SEASONAL INDEX X 12 / 52;
      *    - SAFETY STOCK = SERVICE FACTOR X WEEKLY DEVIATION X
      *      SQUARE ROOT OF THE LEAD TIME IN WEEKS, WHERE THE WEEKLY
      *      DEVIATION IS THE STANDARD DEVIATION OF UP TO THE LAST 12
      *      COMPLETE MONTHS SCALED BY THE SQUARE ROOT OF 12 / 52.
      *    WHERE EITHER FIGURE DIFFERS FROM THE PLANNING PARAMETER
      *    ROW BY MORE THAN THE TOLERANCE PERCENTAGE, OR THE PART HAS
      *    NO ROW, THE FIGURES ARE HELD AS A PROPOSAL ON THE PROPOSAL
      *    MASTER AND PRINTED ON THE EXCEPTION REPORT FOR A PLANNER TO
      *    APPROVE OR REJECT. A PROPOSAL IS ONLY A PROPOSAL -- IT
      *    REACHES PLANPARM ONCE AN 'A' TRANSACTION APPROVES IT. A PART
      *    BACK WITHIN TOLERANCE HAS ANY OLDER PROPOSAL DROPPED. PARTS
      *    DEACTIVATED ON OR MISSING FROM THE PARTS MASTER ARE NOT
      *    FORECAST.
      *
      *    AN OPTION CARD OUT OF RANGE ENDS THE RUN WITH RETURN-CODE
      *    16 AND NO FILE TOUCHED; A FULL PLANNING TABLE ALSO ENDS THE
      *    STEP WITH RETURN-CODE 16.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      SYSIN - FORECAST OPTION CARD
      *                POS  1- 3  SMOOTHING CONSTANT IN HUNDREDTHS,
      *                           001-100 (DEFAULT 030 = 0.30)
      *                POS  4- 6  SERVICE FACTOR IN HUNDREDTHS
      *                           (DEFAULT 165 = 1.65, ABOUT A 95%
      *                           SERVICE LEVEL)
      *                POS  7- 9  TOLERANCE %, 001-999 (DEFAULT 020)
      *                POS 10-11  MINIMUM MONTHS OF HISTORY, 02-23
      *                           (DEFAULT 03)
      *              A BLANK FIELD TAKES ITS DEFAULT.
      *
      *
      *      RTPOT44.INVISSUE.DEMHIST.NEW - DEMAND HISTORY MASTER
      *                                     WITH MONTHLY USAGE
      *                                     BUCKETS WRITTEN BY
      *                                     INVISSUE.CBL
      *      INTERNAL FILE NAME:            DEMHIST
      *      JCL DD NAME:                   DEMHIST
      *
      *
      *      RTPOT44.AUTOPART.PARTFILE - PARTS MASTER (INDEXED, READ
      *                                  DIRECTLY BY PART-NUMBER)
      *      INTERNAL FILE NAME:         PARTFILE
      *      JCL DD NAME:                PARTFILE
      *
      *
      *      RTPOT44.REPLRPT.PLANPARM - PER-PART PLANNING PARAMETER
      *                                 FILE IN EFFECT (OLD MASTER,
      *                                 INDEXED BY PART-NUMBER)
      *      INTERNAL FILE NAME:        PLANPARM
      *      JCL DD NAME:               PLANPARM
      *
      *
      *      RTPOT44.FCSTPLAN.FCSTPROP.OLD - PRIOR RUN PLANNING
      *                                      PROPOSAL MASTER (OLD
      *                                      MASTER)
      *      INTERNAL FILE NAME:             FCSTPROP
      *      JCL DD NAME:                    FCSTPROP
      *
      *
      *      RTPOT44.FCSTPLAN.APPROVE - PROPOSAL APPROVAL
      *                                 TRANSACTIONS, ONE APPROVE OR
      *                                 REJECT PER RECORD
      *      INTERNAL FILE NAME:        FCSTAPRV
      *      JCL DD NAME:               FCSTAPRV
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.REPLRPT.PLANPARM.NEW - UPDATED PLANNING PARAMETER
      *                                     FILE (NEW MASTER, PROMOTED
      *                                     BY THE JOB AHEAD OF
      *                                     REPLRPT.CBL, INDEXED BY
      *                                     PART-NUMBER)
      *      INTERNAL FILE NAME:            PLANNEW
      *      JCL DD NAME:                   PLANNEW
      *
      *
      *      RTPOT44.FCSTPLAN.FCSTPROP.NEW - UPDATED PLANNING PROPOSAL
      *                                      MASTER (NEW MASTER)
      *      INTERNAL FILE NAME:             PROPNEW
      *      JCL DD NAME:                    PROPNEW
      *
      *
      *      RTPOT44.FCSTPLAN.EXCEPT.RPT - APPROVAL AND FORECAST
      *                                    EXCEPTION REPORT
      *      INTERNAL FILE NAME:           FCSTRPT
      *      JCL DD NAME:                  FCSTRPT
      *
      *
      *      RTPOT44.OPERLOG.ACTIVITY - OPERATOR ACTIVITY LOG, ONE
      *                                 FCSA RECORD PER APPLIED
      *                                 APPROVAL TRANSACTION (OPENED
      *                                 EXTEND, CUMULATIVE)
      *      INTERNAL FILE NAME:        OPERLOG
      *      JCL DD NAME:               OPERLOG
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(FCSTPLAN)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE PLANNING PARAMETER FILE IS NOW AN INDEXED
      *                   FILE KEYED ON PART-NUMBER SO REPLRPT CAN READ
      *                   A PART'S PARAMETERS BY KEY. THE OLD FILE IS
      *                   READ AND THE NEW FILE WRITTEN IN KEY ORDER
      *                   FROM THE PART-NUMBER SEQUENCED PLANNING
      *                   TABLE.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMHIST ASSIGN TO DEMHIST
              FILE STATUS IS DHCODE.
      *
           SELECT PARTFILE ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PARTFILE-KEY
              FILE STATUS IS PACODE.
      *
           SELECT PLANPARM ASSIGN TO PLANPARM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PLANPARM-FILE-KEY
              FILE STATUS IS PPCODE.
      *
           SELECT FCSTPROP ASSIGN TO FCSTPROP
              FILE STATUS IS FPCODE.
      *
           SELECT FCSTAPRV ASSIGN TO FCSTAPRV
              FILE STATUS IS FACODE.
      *
           SELECT PLANNEW ASSIGN TO PLANNEW
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PLANNEW-FILE-KEY
              FILE STATUS IS PNCODE.
      *
           SELECT PROPNEW ASSIGN TO PROPNEW
              FILE STATUS IS FNCODE.
      *
           SELECT FCSTRPT ASSIGN TO FCSTRPT
              FILE STATUS IS RPCODE.
      *
           SELECT OPERLOG ASSIGN TO OPERLOG
              FILE STATUS IS OLCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DEMHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEMHIST-REC.
      *
       01 DEMHIST-REC PIC X(240).
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
       FD  PLANPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANPARM-REC.
      *
       01 PLANPARM-REC.
          05 PLANPARM-FILE-KEY       PIC X(23).
          05 FILLER                  PIC X(26).
      *
       FD  FCSTPROP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FCSTPROP-REC.
      *
       01 FCSTPROP-REC PIC X(80).
      *
       FD  FCSTAPRV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FCSTAPRV-REC.
      *
       01 FCSTAPRV-REC PIC X(40).
      *
       FD  PLANNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANNEW-REC.
      *
       01 PLANNEW-REC.
          05 PLANNEW-FILE-KEY        PIC X(23).
          05 FILLER                  PIC X(26).
      *
       FD  PROPNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROPNEW-REC.
      *
       01 PROPNEW-REC PIC X(80).
      *
       FD  FCSTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FCSTRPT-REC.
      *
       01 FCSTRPT-REC PIC X(133).
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
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  FORECAST OPTION CARD ACCEPTED FROM SYSIN.
      *****************************************************************
      *
       01 WS-FC-OPTION-CARD.
          05 WS-ALPHA-CARD           PIC X(03) VALUE SPACES.
          05 WS-SERVICE-CARD         PIC X(03) VALUE SPACES.
          05 WS-TOLERANCE-CARD       PIC X(03) VALUE SPACES.
          05 WS-MIN-MONTHS-CARD      PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(69) VALUE SPACES.
      *
       01 WS-FC-OPTION-VARS.
          05 WS-ALPHA-HUNDREDTHS     PIC 9(03) VALUE 0.
          05 WS-SERVICE-HUNDREDTHS   PIC 9(03) VALUE 0.
          05 WS-TOLERANCE-PCT        PIC 9(03) VALUE 0.
          05 WS-MIN-MONTHS           PIC 9(02) VALUE 0.
          05 WS-ALPHA                PIC 9V99 VALUE 0.
          05 WS-SERVICE-FACTOR       PIC 9V99 VALUE 0.
      *
       01 WS-DATE-VARS.
          05 WS-TODAY-8              PIC X(08) VALUE SPACES.
          05 WS-RUN-MONTH-NO         PIC 9(06) VALUE 0.
          05 WS-WORK-MONTH-NO        PIC 9(06) VALUE 0.
          05 WS-MONTH-OFFSET         PIC S9(06) VALUE 0.
          05 WS-PERIOD-WORK.
             10 WS-PERIOD-WORK-YYYY  PIC X(04) VALUE SPACES.
             10 WS-PERIOD-WORK-MM    PIC X(02) VALUE SPACES.
          05 WS-PERIOD-WORK-NUM REDEFINES WS-PERIOD-WORK.
             10 WS-PERIOD-NUM-YYYY   PIC 9(04).
             10 WS-PERIOD-NUM-MM     PIC 9(02).
      *
      *****************************************************************
      *  ONE DEMAND HISTORY MASTER RECORD, SAME LAYOUT AS WRITTEN BY
      *  INVISSUE.CBL. BUCKET 1 OF THE MONTHLY USAGE IS THE MONTH
      *  NAMED BY THE USAGE PERIOD, BUCKET 2 THE MONTH BEFORE, AND SO
      *  ON BACK TWO YEARS.
      *****************************************************************
      *
       01 WS-DEM-OLD-REC.
          05 OD-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OD-TOTAL-ISSUED-QTY     PIC S9(9) VALUE 0.
          05 OD-ISSUE-COUNT          PIC 9(05) VALUE 0.
          05 OD-FIRST-ISSUE-DATE     PIC X(08) VALUE SPACES.
          05 OD-LAST-ISSUE-DATE      PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 OD-USAGE-PERIOD         PIC X(06) VALUE SPACES.
          05 OD-MONTH-USAGE          PIC S9(7) OCCURS 24 TIMES.
          05 FILLER                  PIC X(09) VALUE SPACES.
      *
       01 WS-PARTS-REC. *>PARTS MASTER ROW READ BY PART-NUMBER
          05 PM-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(35) VALUE SPACES.
          05 PM-WEEKS-LEAD-TIME      PIC 9(03) VALUE 0.
          05 FILLER                  PIC X(27) VALUE SPACES.
          05 PM-PART-STATUS          PIC X(01) VALUE SPACES.
             88 PM-PART-INACTIVE     VALUE 'I'.
          05 PM-COMMODITY-CODE       PIC X(03) VALUE SPACES.
      *
      *****************************************************************
      *  ONE PLANNING PARAMETER ROW, SAME LAYOUT AS REPLRPT.CBL READS.
      *****************************************************************
      *
       01 PLANPARM-REC-WS.
          05 PP-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 PP-SAFETY-STOCK         PIC 9(07) VALUE 0.
          05 PP-MIN-ORDER-QTY        PIC 9(07) VALUE 0.
          05 PP-ORDER-MULTIPLE       PIC 9(07) VALUE 0.
          05 PP-WEEKLY-DEMAND        PIC 9(05) VALUE 0.
      *
      *****************************************************************
      *  ONE PLANNING PROPOSAL ROW -- THE FIGURES PROPOSED FOR A PART,
      *  THE FIGURES IN EFFECT WHEN THEY WERE PROPOSED, AND WHAT THE
      *  FORECAST WAS BUILT ON.
      *****************************************************************
      *
       01 WS-PROPOSAL-REC.
          05 FP-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 FP-PROP-WEEKLY-DEMAND   PIC 9(05) VALUE 0.
          05 FP-PROP-SAFETY-STOCK    PIC 9(07) VALUE 0.
          05 FP-CUR-WEEKLY-DEMAND    PIC 9(05) VALUE 0.
          05 FP-CUR-SAFETY-STOCK     PIC 9(07) VALUE 0.
          05 FP-PROP-DATE            PIC X(08) VALUE SPACES.
          05 FP-SEASONAL-INDEX       PIC 9V99 VALUE 0.
          05 FP-HISTORY-MONTHS       PIC 9(02) VALUE 0.
          05 FP-LEAD-WEEKS           PIC 9(03) VALUE 0.
          05 FILLER                  PIC X(17) VALUE SPACES.
      *
      *****************************************************************
      *  IN-MEMORY COPY OF THE PLANNING PARAMETERS AND THE PENDING
      *  PROPOSALS IN PART-NUMBER SEQUENCE. A PART WITH A PROPOSAL BUT
      *  NO PLANNING PARAMETER ROW IS HELD WITH THE ON-FILE SWITCH OFF
      *  AND ONLY REACHES PLANPARM WHEN ITS PROPOSAL IS APPROVED.
      *****************************************************************
      *
       01 PLAN-TBL.
          05 PLAN-ENTRY-TBL
            OCCURS 2000 TIMES INDEXED BY PLN-IDX.
            10 PLN-PART-NUMBER-TBL   PIC X(23) VALUE SPACES.
            10 PLN-ON-FILE-TBL       PIC X(01) VALUE SPACES.
               88 PLN-ON-PLANPARM    VALUE 'Y'.
            10 PLN-SAFETY-TBL        PIC 9(07) VALUE 0.
            10 PLN-MIN-ORDER-TBL     PIC 9(07) VALUE 0.
            10 PLN-MULTIPLE-TBL      PIC 9(07) VALUE 0.
            10 PLN-WEEKLY-TBL        PIC 9(05) VALUE 0.
            10 PLN-PROP-STATUS-TBL   PIC X(01) VALUE SPACES.
               88 PLN-PROPOSAL-PENDING VALUE 'P'.
            10 PLN-PROP-WEEKLY-TBL   PIC 9(05) VALUE 0.
            10 PLN-PROP-SAFETY-TBL   PIC 9(07) VALUE 0.
            10 PLN-PROP-DATE-TBL     PIC X(08) VALUE SPACES.
            10 PLN-PROP-INDEX-TBL    PIC 9V99 VALUE 0.
            10 PLN-PROP-MONTHS-TBL   PIC 9(02) VALUE 0.
            10 PLN-PROP-LEAD-TBL     PIC 9(03) VALUE 0.
      *
       01 WS-PLAN-VARS.
          05 WS-MAX-PLN-IDX          PIC 9(04) VALUE 2000.
          05 WS-PLN-LOADED-CTR       PIC 9(04) VALUE 0.
          05 WS-PLAN-SLOT            PIC 9(04) VALUE 0.
          05 WS-SHIFT-SUB            PIC 9(04) VALUE 0.
          05 WS-LOOKUP-PART          PIC X(23) VALUE SPACES.
          05 PLAN-FOUND-SW           PIC X(01) VALUE 'N'.
             88 PLAN-FOUND           VALUE 'Y'.
          05 SLOT-FOUND-SW           PIC X(01) VALUE 'N'.
             88 SLOT-FOUND           VALUE 'Y'.
          05 PLAN-ADDED-SW           PIC X(01) VALUE 'N'.
             88 PLAN-ADDED           VALUE 'Y'.
      *
      *****************************************************************
      *  ONE PROPOSAL APPROVAL TRANSACTION.
      *****************************************************************
      *
       01 WS-APPROVAL-TRANS-REC.
          05 FA-ACTION-CODE          PIC X(01) VALUE SPACES.
             88 FA-APPROVE           VALUE 'A'.
             88 FA-REJECT            VALUE 'R'.
          05 FA-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 FA-OPERATOR-ID          PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE SPACES.
      *
       01 WS-TRANS-VARS.
          05 WS-TRANS-RESULT         PIC X(40) VALUE SPACES.
          05 TRANS-APPLIED-SW        PIC X(01) VALUE 'N'.
             88 TRANS-APPLIED        VALUE 'Y'.
      *
      *****************************************************************
      *  FORECAST WORK FIELDS. WS-USAGE HOLDS THE PART'S MONTHLY USAGE
      *  ROLLED TO THE RUN MONTH -- BUCKET 1 IS THE RUN MONTH, STILL
      *  IN PROGRESS, SO THE FORECAST WORKS FROM BUCKET 2 BACK.
      *****************************************************************
      *
       01 WS-USAGE-TBL.
          05 WS-USAGE                PIC S9(7) OCCURS 24 TIMES.
      *
       01 WS-FORECAST-VARS.
          05 WS-BKT-SUB              PIC 9(02) VALUE 0.
          05 WS-FROM-SUB             PIC S9(06) VALUE 0.
          05 WS-OLDEST-SUB           PIC 9(02) VALUE 0.
          05 WS-HISTORY-MONTHS       PIC 9(02) VALUE 0.
          05 WS-DEV-MONTHS           PIC 9(02) VALUE 0.
          05 WS-LEVEL                PIC S9(9)V9(4) VALUE 0.
          05 WS-SEAS-MONTH-QTY       PIC S9(9)V9(4) VALUE 0.
          05 WS-SEAS-BASE-SUM        PIC S9(11) VALUE 0.
          05 WS-SEAS-BASE-MONTHS     PIC 9(02) VALUE 0.
          05 WS-SEAS-BASE-AVG        PIC S9(9)V9(4) VALUE 0.
          05 WS-SEAS-INDEX-RAW       PIC 9(5)V9(4) VALUE 0.
          05 WS-SEASONAL-INDEX       PIC 9V99 VALUE 0.
          05 WS-DEV-SUM              PIC S9(11) VALUE 0.
          05 WS-DEV-MEAN             PIC S9(9)V9(4) VALUE 0.
          05 WS-DEV-SQ-SUM           PIC S9(15)V9(4) VALUE 0.
          05 WS-MONTHLY-SIGMA        PIC 9(9)V9(4) VALUE 0.
          05 WS-LEAD-WEEKS           PIC 9(03) VALUE 0.
          05 WS-WEEKLY-WORK          PIC 9(11)V99 VALUE 0.
          05 WS-SAFETY-WORK          PIC 9(11)V99 VALUE 0.
          05 WS-NEW-WEEKLY-DEMAND    PIC 9(05) VALUE 0.
          05 WS-NEW-SAFETY-STOCK     PIC 9(07) VALUE 0.
          05 WS-CUR-WEEKLY-DEMAND    PIC 9(05) VALUE 0.
          05 WS-CUR-SAFETY-STOCK     PIC 9(07) VALUE 0.
          05 WS-FIGURE-DIFF          PIC 9(07) VALUE 0.
          05 EXCEPTION-SW            PIC X(01) VALUE 'N'.
             88 FORECAST-EXCEPTION   VALUE 'Y'.
          05 WS-PROPOSAL-NOTE        PIC X(10) VALUE SPACES.
          05 WS-SEASONAL-FLAG        PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE COPYLIB MEMBER FOR ONE OPERATOR ACTIVITY
      *  RECORD APPENDED TO OPERLOG.
      *****************************************************************
      *
           COPY OPERACT.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 DHCODE                  PIC X(02) VALUE SPACES.
          05 PACODE                  PIC X(02) VALUE SPACES.
          05 PPCODE                  PIC X(02) VALUE SPACES.
          05 FPCODE                  PIC X(02) VALUE SPACES.
          05 FACODE                  PIC X(02) VALUE SPACES.
          05 PNCODE                  PIC X(02) VALUE SPACES.
          05 FNCODE                  PIC X(02) VALUE SPACES.
          05 RPCODE                  PIC X(02) VALUE SPACES.
          05 OLCODE                  PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 DEM-MASTER-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-DEM-MASTER-FILE VALUE 'Y'.
          05 PLAN-PARM-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-PLAN-PARM-FILE VALUE 'Y'.
          05 PROPOSAL-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-PROPOSAL-FILE VALUE 'Y'.
          05 APPROVAL-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-APPROVAL-FILE VALUE 'Y'.
          05 PART-READ-OK-SW         PIC X(01) VALUE 'N'.
             88 PART-READ-OK         VALUE 'Y'.
          05 RUN-ERROR-SW            PIC X(01) VALUE 'N'.
             88 RUN-ERROR            VALUE 'Y'.
          05 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
             88 TABLE-FULL           VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-PARMS-READ-CTR       PIC 9(07) VALUE 0.
          05 WS-DUP-PARM-CTR         PIC 9(07) VALUE 0.
          05 WS-PROPS-READ-CTR       PIC 9(07) VALUE 0.
          05 WS-TRANS-READ-CTR       PIC 9(07) VALUE 0.
          05 WS-TRANS-APPLIED-CTR    PIC 9(07) VALUE 0.
          05 WS-TRANS-REJECT-CTR     PIC 9(07) VALUE 0.
          05 WS-DEM-MASTER-READ      PIC 9(07) VALUE 0.
          05 WS-FORECAST-CTR         PIC 9(07) VALUE 0.
          05 WS-SHORT-HISTORY-CTR    PIC 9(07) VALUE 0.
          05 WS-NOT-FORECAST-CTR     PIC 9(07) VALUE 0.
          05 WS-PROPOSED-CTR         PIC 9(07) VALUE 0.
          05 WS-NEW-PART-CTR         PIC 9(07) VALUE 0.
          05 WS-SEASONAL-CTR         PIC 9(07) VALUE 0.
          05 WS-PARMS-WRTN-CTR       PIC 9(07) VALUE 0.
          05 WS-PROPS-WRTN-CTR       PIC 9(07) VALUE 0.
          05 WS-OPERLOG-WRTN-CTR     PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  APPROVAL TRANSACTION SECTION OF THE REPORT.
      *****************************************************************
      *
       01 FC-RPT-TITLE-1. *>HEADER FOR APPROVAL SECTION
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(42) VALUE
                          'PLANNING PROPOSAL APPROVALS AND FORECAST -'.
          05 FILLER                  PIC X(05) VALUE ' RUN '.
          05 RPT-TITLE-DATE-1        PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(76) VALUE SPACES.
      *
       01 FC-RPT-TITLE-OPTIONS. *>FORECAST OPTIONS IN FORCE
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'SMOOTHING '.
          05 RPT-OPT-ALPHA           PIC 9.99.
          05 FILLER                  PIC X(18) VALUE
                                     '   SERVICE FACTOR '.
          05 RPT-OPT-SERVICE         PIC 9.99.
          05 FILLER                  PIC X(13) VALUE
                                     '   TOLERANCE '.
          05 RPT-OPT-TOLERANCE       PIC ZZ9.
          05 FILLER                  PIC X(21) VALUE
                                     '%   MINIMUM HISTORY '.
          05 RPT-OPT-MIN-MONTHS      PIC Z9.
          05 FILLER                  PIC X(07) VALUE ' MONTHS'.
          05 FILLER                  PIC X(49) VALUE SPACES.
      *
       01 FC-RPT-TRANS-HDR. *>COLUMN HEADINGS
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'ACT'.
          05 FILLER                  PIC X(23) VALUE 'PART-NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE 'WEEKLY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(09) VALUE '   SAFETY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'OPERATOR'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(40) VALUE 'RESULT'.
          05 FILLER                  PIC X(34) VALUE SPACES.
      *
       01 FC-RPT-TRANS-LINE. *>ONE APPROVAL TRANSACTION PER LINE
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-ACTION-CODE         PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TRANS-PART          PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TRANS-WEEKLY        PIC ZZ,ZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TRANS-SAFETY        PIC Z,ZZZ,ZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TRANS-OPERATOR      PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TRANS-RESULT        PIC X(40) VALUE SPACES.
          05 FILLER                  PIC X(34) VALUE SPACES.
      *
      *****************************************************************
      *  FORECAST EXCEPTION SECTION OF THE REPORT -- ONE LINE PER PART
      *  GIVEN A NEW PROPOSAL.
      *****************************************************************
      *
       01 FC-RPT-TITLE-2. *>HEADER FOR EXCEPTION SECTION
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(44) VALUE
                        'FORECAST EXCEPTIONS PROPOSED FOR APPROVAL --'.
          05 FILLER                  PIC X(34) VALUE
                        ' WEEKLY DEMAND AND SAFETY STOCK IN'.
          05 FILLER                  PIC X(06) VALUE ' UNITS'.
          05 FILLER                  PIC X(47) VALUE SPACES.
      *
       01 FC-RPT-EXCEPT-HDR. *>COLUMN HEADINGS
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART-NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'LT '.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'MOS'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE 'CUR WK'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE 'NEW WK'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(09) VALUE 'CUR SAFTY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(09) VALUE 'NEW SAFTY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE 'SEAS'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'PROPOSAL'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'FLAG'.
          05 FILLER                  PIC X(28) VALUE SPACES.
      *
       01 FC-RPT-EXCEPT-LINE. *>ONE PART PER LINE
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-LEAD-WEEKS          PIC ZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-HISTORY-MONTHS      PIC ZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-CUR-WEEKLY          PIC ZZ,ZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-NEW-WEEKLY          PIC ZZ,ZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-CUR-SAFETY          PIC Z,ZZZ,ZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-NEW-SAFETY          PIC Z,ZZZ,ZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SEASONAL-INDEX      PIC 9.99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-PROPOSAL-NOTE       PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SEASONAL-FLAG       PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(28) VALUE SPACES.
      *
       01 FC-RPT-SUMMARY-LINE. *>GENERIC SUMMARY LINE
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SUMMARY-LABEL       PIC X(35) VALUE SPACES.
          05 RPT-SUMMARY-VALUE       PIC ZZZZZZ9.
          05 FILLER                  PIC X(89) VALUE SPACES.
      *
       01 WS-BLANK-LINE              PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION ACCEPTS THE OPTION CARD, LOADS
      *    THE PLANNING PARAMETERS AND PENDING PROPOSALS, APPLIES THE
      *    APPROVAL TRANSACTIONS, FORECASTS EVERY PART ON THE DEMAND
      *    HISTORY MASTER, AND WRITES THE NEW PLANNING PARAMETER FILE
      *    AND PROPOSAL MASTER. AN OPTION CARD OUT OF RANGE ENDS THE
      *    RUN WITH RETURN-CODE 16 BEFORE ANY FILE IS OPENED.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-TRANS-HEADERS
      *    - 0200-READ-PLAN-PARM-FILE
      *    - 0210-LOAD-PLAN-PARM-TABLE
      *    - 0260-READ-PROPOSAL-MASTER
      *    - 0270-LOAD-PROPOSAL-TABLE
      *    - 0300-READ-APPROVAL-TRANS
      *    - 0400-APPLY-APPROVAL-TRANS
      *    - 0500-WRITE-EXCEPTION-HEADERS
      *    - 0550-READ-DEM-MASTER-FILE
      *    - 0600-FORECAST-ONE-PART
      *    - 0800-WRITE-PLAN-MASTERS
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
              PERFORM 0200-READ-PLAN-PARM-FILE
              PERFORM 0210-LOAD-PLAN-PARM-TABLE
                  UNTIL END-OF-PLAN-PARM-FILE
              PERFORM 0260-READ-PROPOSAL-MASTER
              PERFORM 0270-LOAD-PROPOSAL-TABLE
                  UNTIL END-OF-PROPOSAL-FILE
              PERFORM 0150-WRITE-TRANS-HEADERS
              PERFORM 0300-READ-APPROVAL-TRANS
              PERFORM 0400-APPLY-APPROVAL-TRANS
                  UNTIL END-OF-APPROVAL-FILE
              PERFORM 0500-WRITE-EXCEPTION-HEADERS
              PERFORM 0550-READ-DEM-MASTER-FILE
              PERFORM 0600-FORECAST-ONE-PART
                  UNTIL END-OF-DEM-MASTER-FILE
              PERFORM 0800-WRITE-PLAN-MASTERS
                  VARYING PLN-IDX FROM 1 BY 1
                  UNTIL PLN-IDX > WS-PLN-LOADED-CTR
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
      *    THE 0000-HOUSEKEEPING PARAGRAPH SETS TODAY'S DATE AND THE
      *    RUN MONTH AND ACCEPTS THE OPTION CARD FROM SYSIN. A BLANK
      *    FIELD TAKES ITS DEFAULT. A NON-NUMERIC FIELD OR A VALUE OUT
      *    OF RANGE SETS THE RUN ERROR SWITCH.
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
           MOVE WS-TODAY-8(1:6) TO WS-PERIOD-WORK.
           COMPUTE WS-RUN-MONTH-NO =
                   WS-PERIOD-NUM-YYYY * 12 + WS-PERIOD-NUM-MM.
      *
           ACCEPT WS-FC-OPTION-CARD FROM SYSIN.
      *
           IF WS-ALPHA-CARD = SPACES
              MOVE 030 TO WS-ALPHA-HUNDREDTHS
           ELSE
              IF WS-ALPHA-CARD NUMERIC
                 MOVE WS-ALPHA-CARD TO WS-ALPHA-HUNDREDTHS
              ELSE
                 MOVE 0 TO WS-ALPHA-HUNDREDTHS
              END-IF
           END-IF.
           IF WS-ALPHA-HUNDREDTHS = 0 OR WS-ALPHA-HUNDREDTHS > 100
              DISPLAY 'FCSTPLAN: SMOOTHING CONSTANT MUST BE 001-100 '
                      '-- RUN ENDED'
              SET RUN-ERROR TO TRUE
           END-IF.
      *
           IF WS-SERVICE-CARD = SPACES
              MOVE 165 TO WS-SERVICE-HUNDREDTHS
           ELSE
              IF WS-SERVICE-CARD NUMERIC
                 MOVE WS-SERVICE-CARD TO WS-SERVICE-HUNDREDTHS
              ELSE
                 MOVE 0 TO WS-SERVICE-HUNDREDTHS
              END-IF
           END-IF.
           IF WS-SERVICE-HUNDREDTHS = 0
              DISPLAY 'FCSTPLAN: SERVICE FACTOR MUST BE 001-999 '
                      '-- RUN ENDED'
              SET RUN-ERROR TO TRUE
           END-IF.
      *
           IF WS-TOLERANCE-CARD = SPACES
              MOVE 020 TO WS-TOLERANCE-PCT
           ELSE
              IF WS-TOLERANCE-CARD NUMERIC
                 MOVE WS-TOLERANCE-CARD TO WS-TOLERANCE-PCT
              ELSE
                 MOVE 0 TO WS-TOLERANCE-PCT
              END-IF
           END-IF.
           IF WS-TOLERANCE-PCT = 0
              DISPLAY 'FCSTPLAN: TOLERANCE MUST BE 001-999 % '
                      '-- RUN ENDED'
              SET RUN-ERROR TO TRUE
           END-IF.
      *
           IF WS-MIN-MONTHS-CARD = SPACES
              MOVE 03 TO WS-MIN-MONTHS
           ELSE
              IF WS-MIN-MONTHS-CARD NUMERIC
                 MOVE WS-MIN-MONTHS-CARD TO WS-MIN-MONTHS
              ELSE
                 MOVE 0 TO WS-MIN-MONTHS
              END-IF
           END-IF.
           IF WS-MIN-MONTHS < 2 OR WS-MIN-MONTHS > 23
              DISPLAY 'FCSTPLAN: MINIMUM HISTORY MUST BE 02-23 '
                      'MONTHS -- RUN ENDED'
              SET RUN-ERROR TO TRUE
           END-IF.
      *
           IF NOT RUN-ERROR
              COMPUTE WS-ALPHA = WS-ALPHA-HUNDREDTHS / 100
              COMPUTE WS-SERVICE-FACTOR = WS-SERVICE-HUNDREDTHS / 100
              DISPLAY 'FCSTPLAN SMOOTHING ' WS-ALPHA-HUNDREDTHS
                      '  SERVICE FACTOR ' WS-SERVICE-HUNDREDTHS
                      '  TOLERANCE % ' WS-TOLERANCE-PCT
                      '  MINIMUM MONTHS ' WS-MIN-MONTHS
           END-IF.
      *
           MOVE WS-TODAY-8        TO RPT-TITLE-DATE-1.
           MOVE WS-ALPHA          TO RPT-OPT-ALPHA.
           MOVE WS-SERVICE-FACTOR TO RPT-OPT-SERVICE.
           MOVE WS-TOLERANCE-PCT  TO RPT-OPT-TOLERANCE.
           MOVE WS-MIN-MONTHS     TO RPT-OPT-MIN-MONTHS.
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
           OPEN INPUT DEMHIST.
           IF DHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING DEMAND HISTORY MASTER FILE'
           END-IF.
      *
           OPEN INPUT PARTFILE.
           IF PACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PARTS MASTER FILE'
           END-IF.
      *
           OPEN INPUT PLANPARM.
           IF PPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PLANNING PARAMETER FILE'
           END-IF.
      *
           OPEN INPUT FCSTPROP.
           IF FPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING OLD PROPOSAL MASTER FILE'
           END-IF.
      *
           OPEN INPUT FCSTAPRV.
           IF FACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING APPROVAL TRANSACTION FILE'
           END-IF.
      *
           OPEN OUTPUT PLANNEW.
           IF PNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW PLANNING PARAMETER FILE'
           END-IF.
      *
           OPEN OUTPUT PROPNEW.
           IF FNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW PROPOSAL MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT FCSTRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING FORECAST EXCEPTION REPORT FILE'
           END-IF.
      *
           OPEN EXTEND OPERLOG.
           IF OLCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING OPERATOR ACTIVITY LOG'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0150-WRITE-TRANS-HEADERS PARAGRAPH WRITES THE REPORT
      *    TITLE, THE OPTIONS IN FORCE AND THE COLUMN HEADINGS OF THE
      *    APPROVAL TRANSACTION SECTION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0150-WRITE-TRANS-HEADERS.
           WRITE FCSTRPT-REC FROM FC-RPT-TITLE-1.
           WRITE FCSTRPT-REC FROM FC-RPT-TITLE-OPTIONS.
           WRITE FCSTRPT-REC FROM WS-BLANK-LINE.
           WRITE FCSTRPT-REC FROM FC-RPT-TRANS-HDR.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO FORECAST EXCEPTION REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-PLAN-PARM-FILE PARAGRAPH READS ONE PLANNING
      *    PARAMETER ROW. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0210-LOAD-PLAN-PARM-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-READ-PLAN-PARM-FILE.
           READ PLANPARM INTO PLANPARM-REC-WS
              AT END MOVE 'Y' TO PLAN-PARM-FILE-SW
           END-READ.
      *
           IF PPCODE = '00' OR '10'
              IF NOT END-OF-PLAN-PARM-FILE
                 ADD 1 TO WS-PARMS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING PLANNING PARAMETER FILE.'
              MOVE 'Y' TO PLAN-PARM-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0210-LOAD-PLAN-PARM-TABLE PARAGRAPH PLACES THE CURRENT
      *    PLANNING PARAMETER ROW ON THE PLANNING TABLE IN PART-NUMBER
      *    SEQUENCE AND READS THE NEXT. THE FILE IS INDEXED BY
      *    PART-NUMBER AND SO ARRIVES IN SEQUENCE WITH ONE ROW PER
      *    PART; THE DUPLICATE CHECK IS KEPT AS A GUARD. A FULL TABLE
      *    IS REPORTED AND ENDS THE STEP WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0410-FIND-PLAN-ROW
      *    -  0415-INSERT-PLAN-ROW
      *    -  0200-READ-PLAN-PARM-FILE
      *****************************************************************
      *
       0210-LOAD-PLAN-PARM-TABLE.
           MOVE PP-PART-NUMBER TO WS-LOOKUP-PART.
           PERFORM 0410-FIND-PLAN-ROW.
      *
           IF PLAN-FOUND
              DISPLAY 'DUPLICATE PLANNING PARAMETER ROW FOR PART '
                      PP-PART-NUMBER ' -- FIRST ROW KEPT'
              ADD 1 TO WS-DUP-PARM-CTR
           ELSE
              PERFORM 0415-INSERT-PLAN-ROW
              IF PLAN-ADDED
                 MOVE 'Y'               TO PLN-ON-FILE-TBL (PLN-IDX)
                 MOVE PP-SAFETY-STOCK   TO PLN-SAFETY-TBL (PLN-IDX)
                 MOVE PP-MIN-ORDER-QTY  TO PLN-MIN-ORDER-TBL (PLN-IDX)
                 MOVE PP-ORDER-MULTIPLE TO PLN-MULTIPLE-TBL (PLN-IDX)
                 MOVE PP-WEEKLY-DEMAND  TO PLN-WEEKLY-TBL (PLN-IDX)
              ELSE
                 MOVE 'Y' TO PLAN-PARM-FILE-SW
              END-IF
           END-IF.
      *
           IF NOT END-OF-PLAN-PARM-FILE
              PERFORM 0200-READ-PLAN-PARM-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0260-READ-PROPOSAL-MASTER PARAGRAPH READS ONE OLD
      *    PROPOSAL MASTER ROW. WHEN THE END OF FILE IS REACHED, A
      *    FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0270-LOAD-PROPOSAL-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0260-READ-PROPOSAL-MASTER.
           READ FCSTPROP INTO WS-PROPOSAL-REC
              AT END MOVE 'Y' TO PROPOSAL-FILE-SW
           END-READ.
      *
           IF FPCODE = '00' OR '10'
              IF NOT END-OF-PROPOSAL-FILE
                 ADD 1 TO WS-PROPS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING OLD PROPOSAL MASTER FILE.'
              MOVE 'Y' TO PROPOSAL-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0270-LOAD-PROPOSAL-TABLE PARAGRAPH HOLDS THE CURRENT
      *    PENDING PROPOSAL ON THE PLANNING TABLE ENTRY FOR ITS PART,
      *    ADDING AN ENTRY (OFF PLANPARM) FOR A PART WITH NO PLANNING
      *    PARAMETER ROW, AND READS THE NEXT. A FULL TABLE IS REPORTED
      *    AND ENDS THE STEP WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0410-FIND-PLAN-ROW
      *    -  0415-INSERT-PLAN-ROW
      *    -  0260-READ-PROPOSAL-MASTER
      *****************************************************************
      *
       0270-LOAD-PROPOSAL-TABLE.
           MOVE FP-PART-NUMBER TO WS-LOOKUP-PART.
           PERFORM 0410-FIND-PLAN-ROW.
      *
           IF PLAN-FOUND
              SET PLN-IDX TO WS-PLAN-SLOT
              MOVE 'Y' TO PLAN-ADDED-SW
           ELSE
              PERFORM 0415-INSERT-PLAN-ROW
           END-IF.
      *
           IF PLAN-ADDED
              MOVE 'P' TO PLN-PROP-STATUS-TBL (PLN-IDX)
              MOVE FP-PROP-WEEKLY-DEMAND
                 TO PLN-PROP-WEEKLY-TBL (PLN-IDX)
              MOVE FP-PROP-SAFETY-STOCK
                 TO PLN-PROP-SAFETY-TBL (PLN-IDX)
              MOVE FP-PROP-DATE      TO PLN-PROP-DATE-TBL (PLN-IDX)
              MOVE FP-SEASONAL-INDEX TO PLN-PROP-INDEX-TBL (PLN-IDX)
              MOVE FP-HISTORY-MONTHS
                 TO PLN-PROP-MONTHS-TBL (PLN-IDX)
              MOVE FP-LEAD-WEEKS     TO PLN-PROP-LEAD-TBL (PLN-IDX)
              PERFORM 0260-READ-PROPOSAL-MASTER
           ELSE
              MOVE 'Y' TO PROPOSAL-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-READ-APPROVAL-TRANS PARAGRAPH READS ONE APPROVAL
      *    TRANSACTION. WHEN THE END OF FILE IS REACHED, A FLAG IS SET
      *    TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0400-APPLY-APPROVAL-TRANS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0300-READ-APPROVAL-TRANS.
           READ FCSTAPRV INTO WS-APPROVAL-TRANS-REC
              AT END MOVE 'Y' TO APPROVAL-FILE-SW
           END-READ.
      *
           IF FACODE = '00' OR '10'
              IF NOT END-OF-APPROVAL-FILE
                 ADD 1 TO WS-TRANS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING APPROVAL TRANSACTION FILE.'
              MOVE 'Y' TO APPROVAL-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0400-APPLY-APPROVAL-TRANS PARAGRAPH VALIDATES AND
      *    APPLIES ONE APPROVAL TRANSACTION TO THE PLANNING TABLE,
      *    PRINTS IT WITH ITS RESULT, LOGS IT TO THE OPERATOR ACTIVITY
      *    LOG WHEN APPLIED, AND READS THE NEXT TRANSACTION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0410-FIND-PLAN-ROW
      *    -  0420-APPLY-APPROVE
      *    -  0430-APPLY-REJECT
      *    -  0450-WRITE-TRANS-LINE
      *    -  0470-WRITE-OPER-ACTIVITY
      *    -  0300-READ-APPROVAL-TRANS
      *****************************************************************
      *
       0400-APPLY-APPROVAL-TRANS.
           MOVE 'N'    TO TRANS-APPLIED-SW.
           MOVE SPACES TO WS-TRANS-RESULT.
      *
           IF FA-OPERATOR-ID = SPACES
              MOVE 'REJECTED -- NO OPERATOR ID' TO WS-TRANS-RESULT
           ELSE
              IF FA-PART-NUMBER = SPACES
                 MOVE 'REJECTED -- NO PART-NUMBER' TO WS-TRANS-RESULT
              ELSE
                 MOVE FA-PART-NUMBER TO WS-LOOKUP-PART
                 PERFORM 0410-FIND-PLAN-ROW
                 EVALUATE TRUE
                    WHEN FA-APPROVE
                       PERFORM 0420-APPLY-APPROVE
                    WHEN FA-REJECT
                       PERFORM 0430-APPLY-REJECT
                    WHEN OTHER
                       MOVE 'REJECTED -- INVALID ACTION CODE'
                          TO WS-TRANS-RESULT
                 END-EVALUATE
              END-IF
           END-IF.
      *
           IF TRANS-APPLIED
              ADD 1 TO WS-TRANS-APPLIED-CTR
              PERFORM 0470-WRITE-OPER-ACTIVITY
           ELSE
              ADD 1 TO WS-TRANS-REJECT-CTR
           END-IF.
      *
           PERFORM 0450-WRITE-TRANS-LINE.
      *
           PERFORM 0300-READ-APPROVAL-TRANS.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0410-FIND-PLAN-ROW PARAGRAPH SEARCHES THE PLANNING
      *    TABLE FOR WS-LOOKUP-PART. PLAN-FOUND IS SET WHEN THE PART
      *    IS ON THE TABLE, AND WS-PLAN-SLOT IS LEFT AT ITS ENTRY --
      *    OR, WHEN IT IS NOT, AT THE ENTRY WHERE IT WOULD BE INSERTED
      *    TO KEEP THE TABLE IN PART-NUMBER SEQUENCE.
      *
      *  CALLED BY:
      *    -  0210-LOAD-PLAN-PARM-TABLE
      *    -  0270-LOAD-PROPOSAL-TABLE
      *    -  0400-APPLY-APPROVAL-TRANS
      *    -  0600-FORECAST-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0410-FIND-PLAN-ROW.
           MOVE 'N' TO PLAN-FOUND-SW.
           MOVE 'N' TO SLOT-FOUND-SW.
           COMPUTE WS-PLAN-SLOT = WS-PLN-LOADED-CTR + 1.
      *
           PERFORM VARYING PLN-IDX FROM 1 BY 1
              UNTIL PLN-IDX > WS-PLN-LOADED-CTR OR SLOT-FOUND
              IF PLN-PART-NUMBER-TBL (PLN-IDX) NOT < WS-LOOKUP-PART
                 SET WS-PLAN-SLOT TO PLN-IDX
                 MOVE 'Y' TO SLOT-FOUND-SW
                 IF PLN-PART-NUMBER-TBL (PLN-IDX) = WS-LOOKUP-PART
                    MOVE 'Y' TO PLAN-FOUND-SW
                 END-IF
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0415-INSERT-PLAN-ROW PARAGRAPH OPENS AN EMPTY ENTRY FOR
      *    WS-LOOKUP-PART AT WS-PLAN-SLOT, SHIFTING THE ENTRIES FROM
      *    THAT SLOT ON DOWN ONE. PLAN-ADDED IS SET WHEN THE ENTRY WAS
      *    OPENED; A FULL TABLE IS REPORTED AND ENDS THE STEP WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  0210-LOAD-PLAN-PARM-TABLE
      *    -  0270-LOAD-PROPOSAL-TABLE
      *    -  0620-SET-PROPOSAL
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0415-INSERT-PLAN-ROW.
           MOVE 'N' TO PLAN-ADDED-SW.
      *
           IF WS-PLN-LOADED-CTR < WS-MAX-PLN-IDX
              PERFORM VARYING WS-SHIFT-SUB FROM WS-PLN-LOADED-CTR
                 BY -1 UNTIL WS-SHIFT-SUB < WS-PLAN-SLOT
                 MOVE PLAN-ENTRY-TBL (WS-SHIFT-SUB)
                    TO PLAN-ENTRY-TBL (WS-SHIFT-SUB + 1)
              END-PERFORM
              ADD 1 TO WS-PLN-LOADED-CTR
              SET PLN-IDX TO WS-PLAN-SLOT
              INITIALIZE PLAN-ENTRY-TBL (PLN-IDX)
              MOVE WS-LOOKUP-PART TO PLN-PART-NUMBER-TBL (PLN-IDX)
              MOVE 'Y' TO PLAN-ADDED-SW
           ELSE
              DISPLAY 'PLANNING TABLE FULL -- PART ' WS-LOOKUP-PART
                      ' NOT ADDED'
              SET TABLE-FULL TO TRUE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0420-APPLY-APPROVE PARAGRAPH MAKES THE PROPOSED WEEKLY
      *    DEMAND AND SAFETY STOCK OF THE PART ITS PLANNING PARAMETERS
      *    AND CLEARS THE PROPOSAL. A PART NOT YET ON PLANPARM GOES ON
      *    WITH NO MINIMUM ORDER QUANTITY OR ORDER MULTIPLE. THE PART
      *    MUST HAVE A PROPOSAL PENDING.
      *
      *  CALLED BY:
      *    -  0400-APPLY-APPROVAL-TRANS
      *
      *  CALLS:
      *    -  0425-CLEAR-PROPOSAL
      *****************************************************************
      *
       0420-APPLY-APPROVE.
           IF NOT PLAN-FOUND
              MOVE 'REJECTED -- NO PROPOSAL FOR PART'
                 TO WS-TRANS-RESULT
           ELSE
              SET PLN-IDX TO WS-PLAN-SLOT
              IF NOT PLN-PROPOSAL-PENDING (PLN-IDX)
                 MOVE 'REJECTED -- NO PROPOSAL PENDING'
                    TO WS-TRANS-RESULT
              ELSE
                 MOVE PLN-PROP-WEEKLY-TBL (PLN-IDX)
                    TO PLN-WEEKLY-TBL (PLN-IDX)
                 MOVE PLN-PROP-SAFETY-TBL (PLN-IDX)
                    TO PLN-SAFETY-TBL (PLN-IDX)
                 IF PLN-ON-PLANPARM (PLN-IDX)
                    MOVE 'APPLIED -- PROPOSAL APPROVED'
                       TO WS-TRANS-RESULT
                 ELSE
                    MOVE 'Y' TO PLN-ON-FILE-TBL (PLN-IDX)
                    MOVE 0   TO PLN-MIN-ORDER-TBL (PLN-IDX)
                    MOVE 0   TO PLN-MULTIPLE-TBL (PLN-IDX)
                    MOVE 'APPLIED -- APPROVED, PART ADDED TO PLANPARM'
                       TO WS-TRANS-RESULT
                 END-IF
                 PERFORM 0425-CLEAR-PROPOSAL
                 MOVE 'Y' TO TRANS-APPLIED-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0425-CLEAR-PROPOSAL PARAGRAPH CLEARS THE PROPOSAL HELD
      *    ON THE PLANNING TABLE ENTRY AT PLN-IDX.
      *
      *  CALLED BY:
      *    -  0420-APPLY-APPROVE
      *    -  0430-APPLY-REJECT
      *    -  0620-SET-PROPOSAL
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0425-CLEAR-PROPOSAL.
           MOVE SPACES TO PLN-PROP-STATUS-TBL (PLN-IDX).
           MOVE 0      TO PLN-PROP-WEEKLY-TBL (PLN-IDX).
           MOVE 0      TO PLN-PROP-SAFETY-TBL (PLN-IDX).
           MOVE SPACES TO PLN-PROP-DATE-TBL (PLN-IDX).
           MOVE 0      TO PLN-PROP-INDEX-TBL (PLN-IDX).
           MOVE 0      TO PLN-PROP-MONTHS-TBL (PLN-IDX).
           MOVE 0      TO PLN-PROP-LEAD-TBL (PLN-IDX).
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0430-APPLY-REJECT PARAGRAPH DROPS THE PROPOSAL PENDING
      *    FOR THE PART, LEAVING THE PLANNING PARAMETERS UNCHANGED.
      *
      *  CALLED BY:
      *    -  0400-APPLY-APPROVAL-TRANS
      *
      *  CALLS:
      *    -  0425-CLEAR-PROPOSAL
      *****************************************************************
      *
       0430-APPLY-REJECT.
           IF NOT PLAN-FOUND
              MOVE 'REJECTED -- NO PROPOSAL FOR PART'
                 TO WS-TRANS-RESULT
           ELSE
              SET PLN-IDX TO WS-PLAN-SLOT
              IF NOT PLN-PROPOSAL-PENDING (PLN-IDX)
                 MOVE 'REJECTED -- NO PROPOSAL PENDING'
                    TO WS-TRANS-RESULT
              ELSE
                 PERFORM 0425-CLEAR-PROPOSAL
                 MOVE 'APPLIED -- PROPOSAL REJECTED'
                    TO WS-TRANS-RESULT
                 MOVE 'Y' TO TRANS-APPLIED-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0450-WRITE-TRANS-LINE PARAGRAPH PRINTS ONE APPROVAL
      *    TRANSACTION WITH ITS RESULT -- AND, FOR AN APPROVAL, THE
      *    FIGURES NOW IN EFFECT -- AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0400-APPLY-APPROVAL-TRANS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0450-WRITE-TRANS-LINE.
           MOVE FA-ACTION-CODE    TO RPT-ACTION-CODE.
           MOVE FA-PART-NUMBER    TO RPT-TRANS-PART.
           IF TRANS-APPLIED AND FA-APPROVE
              MOVE PLN-WEEKLY-TBL (PLN-IDX) TO RPT-TRANS-WEEKLY
              MOVE PLN-SAFETY-TBL (PLN-IDX) TO RPT-TRANS-SAFETY
           ELSE
              MOVE 0 TO RPT-TRANS-WEEKLY
              MOVE 0 TO RPT-TRANS-SAFETY
           END-IF.
           MOVE FA-OPERATOR-ID    TO RPT-TRANS-OPERATOR.
           MOVE WS-TRANS-RESULT   TO RPT-TRANS-RESULT.
      *
           WRITE FCSTRPT-REC FROM FC-RPT-TRANS-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO FORECAST EXCEPTION REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0470-WRITE-OPER-ACTIVITY PARAGRAPH APPENDS ONE FCSA
      *    RECORD TO THE OPERATOR ACTIVITY LOG FOR THE APPROVAL
      *    TRANSACTION JUST APPLIED, AGAINST THE PART PLANNED.
      *
      *  CALLED BY:
      *    -  0400-APPLY-APPROVAL-TRANS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0470-WRITE-OPER-ACTIVITY.
           INITIALIZE OPER-ACT-REC-WS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPER-ACT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:8) TO OPER-ACT-TIME.
           MOVE FA-OPERATOR-ID               TO OPER-ID.
           MOVE 'FCSA'                       TO OPER-ROLE-CODE.
           MOVE 'PART'                       TO OPER-OBJECT-TYPE.
           MOVE FA-PART-NUMBER               TO OPER-OBJECT-KEY.
           MOVE 'FCSTPLAN'                   TO OPER-SOURCE-PGM.
           IF FA-APPROVE
              MOVE 'PLAN APPROVED' TO OPER-DETAIL
           ELSE
              MOVE 'PLAN REJECTED' TO OPER-DETAIL
           END-IF.
           WRITE OPERLOG-REC FROM OPER-ACT-REC-WS.
           IF OLCODE = '00'
              ADD 1 TO WS-OPERLOG-WRTN-CTR
           ELSE
              DISPLAY 'ERROR WRITING OPERATOR ACTIVITY LOG'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-WRITE-EXCEPTION-HEADERS PARAGRAPH WRITES THE TITLE
      *    AND COLUMN HEADINGS OF THE FORECAST EXCEPTION SECTION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0500-WRITE-EXCEPTION-HEADERS.
           WRITE FCSTRPT-REC FROM WS-BLANK-LINE.
           WRITE FCSTRPT-REC FROM WS-BLANK-LINE.
           WRITE FCSTRPT-REC FROM FC-RPT-TITLE-2.
           WRITE FCSTRPT-REC FROM WS-BLANK-LINE.
           WRITE FCSTRPT-REC FROM FC-RPT-EXCEPT-HDR.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO FORECAST EXCEPTION REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0550-READ-DEM-MASTER-FILE PARAGRAPH READS ONE DEMAND
      *    HISTORY MASTER RECORD. WHEN THE END OF FILE IS REACHED, A
      *    FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0600-FORECAST-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0550-READ-DEM-MASTER-FILE.
           READ DEMHIST INTO WS-DEM-OLD-REC
              AT END MOVE 'Y' TO DEM-MASTER-FILE-SW
           END-READ.
      *
           IF DHCODE = '00' OR '10'
              IF NOT END-OF-DEM-MASTER-FILE
                 ADD 1 TO WS-DEM-MASTER-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING DEMAND HISTORY MASTER FILE.'
              MOVE 'Y' TO DEM-MASTER-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-FORECAST-ONE-PART PARAGRAPH FORECASTS THE PART ON
      *    THE CURRENT DEMAND HISTORY RECORD AND READS THE NEXT. A
      *    PART NOT ON THE PARTS MASTER OR DEACTIVATED THERE IS NOT
      *    FORECAST, NOR IS ONE WITH LESS THAN THE MINIMUM MONTHS OF
      *    HISTORY. THE NEW FIGURES ARE COMPARED WITH THE PLANNING
      *    PARAMETERS IN EFFECT AND HELD AS A PROPOSAL WHEN THEY FALL
      *    OUTSIDE THE TOLERANCE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0350-READ-PART-MASTER
      *    -  0605-ROLL-USAGE
      *    -  0610-SMOOTH-LEVEL
      *    -  0630-SEASONAL-INDEX
      *    -  0640-SAFETY-STOCK
      *    -  0410-FIND-PLAN-ROW
      *    -  0620-SET-PROPOSAL
      *    -  0550-READ-DEM-MASTER-FILE
      *****************************************************************
      *
       0600-FORECAST-ONE-PART.
           MOVE OD-PART-NUMBER TO PARTFILE-KEY.
           PERFORM 0350-READ-PART-MASTER.
      *
           IF NOT PART-READ-OK OR PM-PART-INACTIVE
              ADD 1 TO WS-NOT-FORECAST-CTR
           ELSE
              PERFORM 0605-ROLL-USAGE
              IF WS-HISTORY-MONTHS < WS-MIN-MONTHS
                 ADD 1 TO WS-SHORT-HISTORY-CTR
              ELSE
                 ADD 1 TO WS-FORECAST-CTR
                 PERFORM 0610-SMOOTH-LEVEL
                 PERFORM 0630-SEASONAL-INDEX
                 COMPUTE WS-WEEKLY-WORK ROUNDED =
                         WS-LEVEL * WS-SEASONAL-INDEX * 12 / 52
                 IF WS-WEEKLY-WORK > 99999
                    MOVE 99999 TO WS-NEW-WEEKLY-DEMAND
                 ELSE
                    MOVE WS-WEEKLY-WORK TO WS-NEW-WEEKLY-DEMAND
                 END-IF
                 PERFORM 0640-SAFETY-STOCK
                 MOVE OD-PART-NUMBER TO WS-LOOKUP-PART
                 PERFORM 0410-FIND-PLAN-ROW
                 PERFORM 0620-SET-PROPOSAL
              END-IF
           END-IF.
      *
           PERFORM 0550-READ-DEM-MASTER-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0605-ROLL-USAGE PARAGRAPH COPIES THE PART'S MONTHLY
      *    USAGE BUCKETS INTO WS-USAGE, SHIFTED BACK BY ANY MONTHS
      *    BETWEEN THE RECORD'S USAGE PERIOD AND THE RUN MONTH (THE
      *    SAME ROLL INVISSUE.CBL APPLIES), AND WORKS OUT THE MONTHS
      *    OF HISTORY -- FROM THE MONTH OF THE FIRST ISSUE TO THE
      *    MONTH BEFORE THE RUN, AT MOST THE 23 COMPLETE MONTHS HELD.
      *
      *  CALLED BY:
      *    -  0600-FORECAST-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0605-ROLL-USAGE.
           MOVE OD-USAGE-PERIOD TO WS-PERIOD-WORK.
           IF WS-PERIOD-NUM-YYYY NUMERIC
              AND WS-PERIOD-NUM-MM NUMERIC
              COMPUTE WS-WORK-MONTH-NO =
                      WS-PERIOD-NUM-YYYY * 12 + WS-PERIOD-NUM-MM
              COMPUTE WS-MONTH-OFFSET =
                      WS-RUN-MONTH-NO - WS-WORK-MONTH-NO
              IF WS-MONTH-OFFSET < 0
                 MOVE 0 TO WS-MONTH-OFFSET
              END-IF
           ELSE
              MOVE 24 TO WS-MONTH-OFFSET
           END-IF.
      *
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 24
              COMPUTE WS-FROM-SUB = WS-BKT-SUB - WS-MONTH-OFFSET
              IF WS-FROM-SUB > 0
                 MOVE OD-MONTH-USAGE (WS-FROM-SUB)
                   TO WS-USAGE (WS-BKT-SUB)
              ELSE
                 MOVE 0 TO WS-USAGE (WS-BKT-SUB)
              END-IF
           END-PERFORM.
      *
           MOVE 0 TO WS-HISTORY-MONTHS.
           MOVE OD-FIRST-ISSUE-DATE(1:6) TO WS-PERIOD-WORK.
           IF WS-PERIOD-NUM-YYYY NUMERIC
              AND WS-PERIOD-NUM-MM NUMERIC
              COMPUTE WS-WORK-MONTH-NO =
                      WS-PERIOD-NUM-YYYY * 12 + WS-PERIOD-NUM-MM
              COMPUTE WS-MONTH-OFFSET =
                      WS-RUN-MONTH-NO - WS-WORK-MONTH-NO
              IF WS-MONTH-OFFSET > 23
                 MOVE 23 TO WS-HISTORY-MONTHS
              ELSE
                 IF WS-MONTH-OFFSET > 0
                    MOVE WS-MONTH-OFFSET TO WS-HISTORY-MONTHS
                 END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0610-SMOOTH-LEVEL PARAGRAPH WORKS OUT THE SMOOTHED
      *    MONTHLY LEVEL. THE OLDEST COMPLETE MONTH SEEDS THE LEVEL
      *    AND EACH LATER MONTH IS BLENDED IN AS
      *    LEVEL = ALPHA X MONTH + (1 - ALPHA) X LEVEL.
      *
      *  CALLED BY:
      *    -  0600-FORECAST-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0610-SMOOTH-LEVEL.
           COMPUTE WS-OLDEST-SUB = WS-HISTORY-MONTHS + 1.
           MOVE WS-USAGE (WS-OLDEST-SUB) TO WS-LEVEL.
      *
           PERFORM VARYING WS-BKT-SUB FROM WS-HISTORY-MONTHS BY -1
               UNTIL WS-BKT-SUB < 2
              COMPUTE WS-LEVEL ROUNDED =
                      WS-ALPHA * WS-USAGE (WS-BKT-SUB)
                      + (1 - WS-ALPHA) * WS-LEVEL
           END-PERFORM.
      *
           IF WS-LEVEL < 0
              MOVE 0 TO WS-LEVEL
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0630-SEASONAL-INDEX PARAGRAPH WORKS OUT THE SEASONAL
      *    INDEX FOR THE COMING MONTH. WITH 13 OR MORE MONTHS OF
      *    HISTORY, THE SAME MONTH LAST YEAR (BUCKET 12) IS SET
      *    AGAINST THE AVERAGE OF THE LAST 12 COMPLETE MONTHS; WITH 23
      *    MONTHS, THE SAME MONTH OF BOTH PRIOR YEARS (BUCKETS 12 AND
      *    24) IS AVERAGED AND SET AGAINST THE AVERAGE OF ALL 23. AN
      *    INDEX INSIDE 0.80-1.20 IS TAKEN AS 1.00; OTHERWISE IT IS
      *    HELD TO 0.50-2.00 AND THE PART IS FLAGGED SEASONAL.
      *
      *  CALLED BY:
      *    -  0600-FORECAST-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0630-SEASONAL-INDEX.
           MOVE 1.00   TO WS-SEASONAL-INDEX.
           MOVE SPACES TO WS-SEASONAL-FLAG.
      *
           IF WS-HISTORY-MONTHS > 12
              IF WS-HISTORY-MONTHS > 22
                 MOVE 23 TO WS-SEAS-BASE-MONTHS
                 COMPUTE WS-SEAS-MONTH-QTY ROUNDED =
                         (WS-USAGE (12) + WS-USAGE (24)) / 2
              ELSE
                 MOVE 12 TO WS-SEAS-BASE-MONTHS
                 MOVE WS-USAGE (12) TO WS-SEAS-MONTH-QTY
              END-IF
              MOVE 0 TO WS-SEAS-BASE-SUM
              PERFORM VARYING WS-BKT-SUB FROM 2 BY 1
                  UNTIL WS-BKT-SUB > WS-SEAS-BASE-MONTHS + 1
                 ADD WS-USAGE (WS-BKT-SUB) TO WS-SEAS-BASE-SUM
              END-PERFORM
              COMPUTE WS-SEAS-BASE-AVG ROUNDED =
                      WS-SEAS-BASE-SUM / WS-SEAS-BASE-MONTHS
              IF WS-SEAS-BASE-AVG > 0 AND WS-SEAS-MONTH-QTY NOT < 0
                 COMPUTE WS-SEAS-INDEX-RAW ROUNDED =
                         WS-SEAS-MONTH-QTY / WS-SEAS-BASE-AVG
                 IF WS-SEAS-INDEX-RAW < 0.80
                    OR WS-SEAS-INDEX-RAW > 1.20
                    IF WS-SEAS-INDEX-RAW < 0.50
                       MOVE 0.50 TO WS-SEAS-INDEX-RAW
                    END-IF
                    IF WS-SEAS-INDEX-RAW > 2.00
                       MOVE 2.00 TO WS-SEAS-INDEX-RAW
                    END-IF
                    COMPUTE WS-SEASONAL-INDEX ROUNDED =
                            WS-SEAS-INDEX-RAW
                    MOVE 'SEASONAL' TO WS-SEASONAL-FLAG
                 END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0640-SAFETY-STOCK PARAGRAPH WORKS OUT THE SAFETY STOCK
      *    FROM THE STANDARD DEVIATION OF UP TO THE LAST 12 COMPLETE
      *    MONTHS, SCALED TO A WEEK BY THE SQUARE ROOT OF 12 / 52 AND
      *    TO THE LEAD TIME BY THE SQUARE ROOT OF ITS WEEKS (ONE WEEK
      *    AT LEAST), TIMES THE SERVICE FACTOR.
      *
      *  CALLED BY:
      *    -  0600-FORECAST-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0640-SAFETY-STOCK.
           IF WS-HISTORY-MONTHS > 12
              MOVE 12 TO WS-DEV-MONTHS
           ELSE
              MOVE WS-HISTORY-MONTHS TO WS-DEV-MONTHS
           END-IF.
      *
           MOVE 0 TO WS-DEV-SUM.
           PERFORM VARYING WS-BKT-SUB FROM 2 BY 1
               UNTIL WS-BKT-SUB > WS-DEV-MONTHS + 1
              ADD WS-USAGE (WS-BKT-SUB) TO WS-DEV-SUM
           END-PERFORM.
           COMPUTE WS-DEV-MEAN ROUNDED = WS-DEV-SUM / WS-DEV-MONTHS.
      *
           MOVE 0 TO WS-DEV-SQ-SUM.
           PERFORM VARYING WS-BKT-SUB FROM 2 BY 1
               UNTIL WS-BKT-SUB > WS-DEV-MONTHS + 1
              COMPUTE WS-DEV-SQ-SUM ROUNDED = WS-DEV-SQ-SUM
                      + (WS-USAGE (WS-BKT-SUB) - WS-DEV-MEAN)
                      * (WS-USAGE (WS-BKT-SUB) - WS-DEV-MEAN)
           END-PERFORM.
           COMPUTE WS-MONTHLY-SIGMA ROUNDED =
                   (WS-DEV-SQ-SUM / (WS-DEV-MONTHS - 1)) ** 0.5.
      *
           IF PM-WEEKS-LEAD-TIME NUMERIC AND PM-WEEKS-LEAD-TIME > 0
              MOVE PM-WEEKS-LEAD-TIME TO WS-LEAD-WEEKS
           ELSE
              MOVE 1 TO WS-LEAD-WEEKS
           END-IF.
      *
           COMPUTE WS-SAFETY-WORK ROUNDED =
                   WS-SERVICE-FACTOR * WS-MONTHLY-SIGMA
                   * ((12 / 52) ** 0.5) * (WS-LEAD-WEEKS ** 0.5).
           IF WS-SAFETY-WORK > 9999999
              MOVE 9999999 TO WS-NEW-SAFETY-STOCK
           ELSE
              MOVE WS-SAFETY-WORK TO WS-NEW-SAFETY-STOCK
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0620-SET-PROPOSAL PARAGRAPH SETS THE NEW FIGURES AGAINST
      *    THE PLANNING PARAMETERS IN EFFECT. A PART WITH NO PLANNING
      *    PARAMETER ROW IS PROPOSED WHENEVER IT HAS DEMAND OR SAFETY
      *    STOCK TO PLAN; A PART WITH ONE IS PROPOSED WHEN EITHER
      *    FIGURE DIFFERS BY MORE THAN THE TOLERANCE PERCENTAGE OF THE
      *    FIGURE IN EFFECT. A PROPOSAL IS HELD ON THE PLANNING TABLE
      *    (ADDING THE PART WHEN NEEDED) AND PRINTED; A PART WITHIN
      *    TOLERANCE HAS ANY OLDER PROPOSAL DROPPED.
      *
      *  CALLED BY:
      *    -  0600-FORECAST-ONE-PART
      *
      *  CALLS:
      *    -  0415-INSERT-PLAN-ROW
      *    -  0425-CLEAR-PROPOSAL
      *    -  0650-WRITE-EXCEPTION-LINE
      *****************************************************************
      *
       0620-SET-PROPOSAL.
           MOVE 'N'    TO EXCEPTION-SW.
           MOVE SPACES TO WS-PROPOSAL-NOTE.
           MOVE 0      TO WS-CUR-WEEKLY-DEMAND.
           MOVE 0      TO WS-CUR-SAFETY-STOCK.
      *
           IF PLAN-FOUND
              SET PLN-IDX TO WS-PLAN-SLOT
              MOVE 'Y' TO PLAN-ADDED-SW
           ELSE
              MOVE 'N' TO PLAN-ADDED-SW
           END-IF.
      *
           IF PLAN-ADDED AND PLN-ON-PLANPARM (PLN-IDX)
              MOVE PLN-WEEKLY-TBL (PLN-IDX) TO WS-CUR-WEEKLY-DEMAND
              MOVE PLN-SAFETY-TBL (PLN-IDX) TO WS-CUR-SAFETY-STOCK
              IF WS-NEW-WEEKLY-DEMAND > WS-CUR-WEEKLY-DEMAND
                 COMPUTE WS-FIGURE-DIFF =
                         WS-NEW-WEEKLY-DEMAND - WS-CUR-WEEKLY-DEMAND
              ELSE
                 COMPUTE WS-FIGURE-DIFF =
                         WS-CUR-WEEKLY-DEMAND - WS-NEW-WEEKLY-DEMAND
              END-IF
              IF WS-FIGURE-DIFF * 100 >
                 WS-TOLERANCE-PCT * WS-CUR-WEEKLY-DEMAND
                 MOVE 'Y' TO EXCEPTION-SW
              END-IF
              IF WS-NEW-SAFETY-STOCK > WS-CUR-SAFETY-STOCK
                 COMPUTE WS-FIGURE-DIFF =
                         WS-NEW-SAFETY-STOCK - WS-CUR-SAFETY-STOCK
              ELSE
                 COMPUTE WS-FIGURE-DIFF =
                         WS-CUR-SAFETY-STOCK - WS-NEW-SAFETY-STOCK
              END-IF
              IF WS-FIGURE-DIFF * 100 >
                 WS-TOLERANCE-PCT * WS-CUR-SAFETY-STOCK
                 MOVE 'Y' TO EXCEPTION-SW
              END-IF
           ELSE
              IF WS-NEW-WEEKLY-DEMAND > 0 OR WS-NEW-SAFETY-STOCK > 0
                 MOVE 'Y' TO EXCEPTION-SW
                 MOVE 'NEW PART' TO WS-PROPOSAL-NOTE
              END-IF
           END-IF.
      *
           IF FORECAST-EXCEPTION
              IF NOT PLAN-ADDED
                 PERFORM 0415-INSERT-PLAN-ROW
              END-IF
              IF PLAN-ADDED
                 MOVE 'P' TO PLN-PROP-STATUS-TBL (PLN-IDX)
                 MOVE WS-NEW-WEEKLY-DEMAND
                    TO PLN-PROP-WEEKLY-TBL (PLN-IDX)
                 MOVE WS-NEW-SAFETY-STOCK
                    TO PLN-PROP-SAFETY-TBL (PLN-IDX)
                 MOVE WS-TODAY-8 TO PLN-PROP-DATE-TBL (PLN-IDX)
                 MOVE WS-SEASONAL-INDEX
                    TO PLN-PROP-INDEX-TBL (PLN-IDX)
                 MOVE WS-HISTORY-MONTHS
                    TO PLN-PROP-MONTHS-TBL (PLN-IDX)
                 MOVE WS-LEAD-WEEKS TO PLN-PROP-LEAD-TBL (PLN-IDX)
                 ADD 1 TO WS-PROPOSED-CTR
                 IF WS-PROPOSAL-NOTE = SPACES
                    MOVE 'PROPOSED' TO WS-PROPOSAL-NOTE
                 ELSE
                    ADD 1 TO WS-NEW-PART-CTR
                 END-IF
                 IF WS-SEASONAL-FLAG NOT = SPACES
                    ADD 1 TO WS-SEASONAL-CTR
                 END-IF
                 PERFORM 0650-WRITE-EXCEPTION-LINE
              END-IF
           ELSE
              IF PLAN-ADDED
                 PERFORM 0425-CLEAR-PROPOSAL
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0650-WRITE-EXCEPTION-LINE PARAGRAPH PRINTS ONE PART OF
      *    THE FORECAST EXCEPTION SECTION AND CHECKS THE FILE STATUS
      *    FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0620-SET-PROPOSAL
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0650-WRITE-EXCEPTION-LINE.
           MOVE OD-PART-NUMBER       TO RPT-PART-NUMBER.
           MOVE WS-LEAD-WEEKS        TO RPT-LEAD-WEEKS.
           MOVE WS-HISTORY-MONTHS    TO RPT-HISTORY-MONTHS.
           MOVE WS-CUR-WEEKLY-DEMAND TO RPT-CUR-WEEKLY.
           MOVE WS-NEW-WEEKLY-DEMAND TO RPT-NEW-WEEKLY.
           MOVE WS-CUR-SAFETY-STOCK  TO RPT-CUR-SAFETY.
           MOVE WS-NEW-SAFETY-STOCK  TO RPT-NEW-SAFETY.
           MOVE WS-SEASONAL-INDEX    TO RPT-SEASONAL-INDEX.
           MOVE WS-PROPOSAL-NOTE     TO RPT-PROPOSAL-NOTE.
           MOVE WS-SEASONAL-FLAG     TO RPT-SEASONAL-FLAG.
      *
           WRITE FCSTRPT-REC FROM FC-RPT-EXCEPT-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO FORECAST EXCEPTION REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0350-READ-PART-MASTER PARAGRAPH READS THE PARTS MASTER
      *    RECORD FOR THE PART IN PARTFILE-KEY DIRECTLY BY
      *    PART-NUMBER AND SETS THE PART-READ-OK SWITCH.
      *
      *  CALLED BY:
      *    -  0600-FORECAST-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0350-READ-PART-MASTER.
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
      *    THE 0800-WRITE-PLAN-MASTERS PARAGRAPH WRITES THE PLANNING
      *    TABLE ENTRY AT PLN-IDX TO THE NEW PLANNING PARAMETER FILE
      *    WHEN THE PART IS ON PLANPARM, AND TO THE NEW PROPOSAL
      *    MASTER WHEN IT HAS A PROPOSAL PENDING. AN ENTRY WITH
      *    NEITHER (A NEW PART WHOSE PROPOSAL WAS REJECTED) IS DROPPED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0800-WRITE-PLAN-MASTERS.
           IF PLN-ON-PLANPARM (PLN-IDX)
              INITIALIZE PLANPARM-REC-WS
              MOVE PLN-PART-NUMBER-TBL (PLN-IDX) TO PP-PART-NUMBER
              MOVE PLN-SAFETY-TBL (PLN-IDX)      TO PP-SAFETY-STOCK
              MOVE PLN-MIN-ORDER-TBL (PLN-IDX)   TO PP-MIN-ORDER-QTY
              MOVE PLN-MULTIPLE-TBL (PLN-IDX)    TO PP-ORDER-MULTIPLE
              MOVE PLN-WEEKLY-TBL (PLN-IDX)      TO PP-WEEKLY-DEMAND
              WRITE PLANNEW-REC FROM PLANPARM-REC-WS
              IF PNCODE = '00'
                 ADD 1 TO WS-PARMS-WRTN-CTR
              ELSE
                 DISPLAY 'ERROR WRITING NEW PLANNING PARAMETER FILE'
              END-IF
           END-IF.
      *
           IF PLN-PROPOSAL-PENDING (PLN-IDX)
              INITIALIZE WS-PROPOSAL-REC
              MOVE PLN-PART-NUMBER-TBL (PLN-IDX) TO FP-PART-NUMBER
              MOVE PLN-PROP-WEEKLY-TBL (PLN-IDX)
                 TO FP-PROP-WEEKLY-DEMAND
              MOVE PLN-PROP-SAFETY-TBL (PLN-IDX)
                 TO FP-PROP-SAFETY-STOCK
              MOVE PLN-WEEKLY-TBL (PLN-IDX)   TO FP-CUR-WEEKLY-DEMAND
              MOVE PLN-SAFETY-TBL (PLN-IDX)   TO FP-CUR-SAFETY-STOCK
              MOVE PLN-PROP-DATE-TBL (PLN-IDX)   TO FP-PROP-DATE
              MOVE PLN-PROP-INDEX-TBL (PLN-IDX)  TO FP-SEASONAL-INDEX
              MOVE PLN-PROP-MONTHS-TBL (PLN-IDX) TO FP-HISTORY-MONTHS
              MOVE PLN-PROP-LEAD-TBL (PLN-IDX)   TO FP-LEAD-WEEKS
              WRITE PROPNEW-REC FROM WS-PROPOSAL-REC
              IF FNCODE = '00'
                 ADD 1 TO WS-PROPS-WRTN-CTR
              ELSE
                 DISPLAY 'ERROR WRITING NEW PROPOSAL MASTER FILE'
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2500-WRITE-SUMMARY PARAGRAPH WRITES THE RUN TOTALS AT
      *    THE FOOT OF THE REPORT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2550-WRITE-SUMMARY-LINE
      *****************************************************************
      *
       2500-WRITE-SUMMARY.
           WRITE FCSTRPT-REC FROM WS-BLANK-LINE.
      *
           MOVE 'APPROVAL TRANSACTIONS APPLIED:' TO RPT-SUMMARY-LABEL.
           MOVE WS-TRANS-APPLIED-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'APPROVAL TRANSACTIONS REJECTED:' TO RPT-SUMMARY-LABEL.
           MOVE WS-TRANS-REJECT-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'PARTS FORECAST:' TO RPT-SUMMARY-LABEL.
           MOVE WS-FORECAST-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'PARTS PROPOSED:' TO RPT-SUMMARY-LABEL.
           MOVE WS-PROPOSED-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE '  OF WHICH NEW TO PLANPARM:' TO RPT-SUMMARY-LABEL.
           MOVE WS-NEW-PART-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE '  OF WHICH SEASONAL:' TO RPT-SUMMARY-LABEL.
           MOVE WS-SEASONAL-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'PARTS WITH TOO LITTLE HISTORY:' TO RPT-SUMMARY-LABEL.
           MOVE WS-SHORT-HISTORY-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'INACTIVE/UNKNOWN PARTS SKIPPED:' TO RPT-SUMMARY-LABEL.
           MOVE WS-NOT-FORECAST-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2550-WRITE-SUMMARY-LINE PARAGRAPH WRITES ONE SUMMARY
      *    LINE TO THE REPORT AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  2500-WRITE-SUMMARY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2550-WRITE-SUMMARY-LINE.
           WRITE FCSTRPT-REC FROM FC-RPT-SUMMARY-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO FORECAST EXCEPTION REPORT'
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
           CLOSE DEMHIST
                 PARTFILE
                 PLANPARM
                 FCSTPROP
                 FCSTAPRV
                 PLANNEW
                 PROPNEW
                 FCSTRPT
                 OPERLOG.
      *
           DISPLAY 'PLANNING PARAMETER ROWS READ: ' WS-PARMS-READ-CTR.
           DISPLAY 'DUPLICATE PARAMETER ROWS:     ' WS-DUP-PARM-CTR.
           DISPLAY 'OLD PROPOSALS READ:           ' WS-PROPS-READ-CTR.
           DISPLAY 'APPROVAL TRANSACTIONS READ:   ' WS-TRANS-READ-CTR.
           DISPLAY 'APPROVAL TRANSACTIONS APPLIED:'
                   WS-TRANS-APPLIED-CTR.
           DISPLAY 'APPROVAL TRANSACTIONS REJECTED:'
                   WS-TRANS-REJECT-CTR.
           DISPLAY 'DEMAND HISTORY RECORDS READ:  ' WS-DEM-MASTER-READ.
           DISPLAY 'PARTS FORECAST:               ' WS-FORECAST-CTR.
           DISPLAY 'PARTS PROPOSED:               ' WS-PROPOSED-CTR.
           DISPLAY 'NEW PLANNING PARAMETER ROWS:  ' WS-PARMS-WRTN-CTR.
           DISPLAY 'NEW PROPOSAL MASTER ROWS:     ' WS-PROPS-WRTN-CTR.
           DISPLAY 'OPERATOR ACTIVITY LOGGED:     '
                   WS-OPERLOG-WRTN-CTR.
