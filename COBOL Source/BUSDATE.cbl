       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDATE.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS SUBPROGRAM IS THE SHARED BUSINESS-DAY DATE SERVICE.
      *    EVERY PROGRAM THAT WORKS OUT A LEAD TIME, A DUE DATE, A
      *    GRACE PERIOD, A HORIZON OR A DAYS-LATE FIGURE CALLS IT
      *    INSTEAD OF COUNTING CALENDAR DAYS ITSELF, SO A DELIVERY DUE
      *    ON A PLANT HOLIDAY OR A DISCOUNT EXPIRING ON A SUNDAY IS
      *    HANDLED THE SAME WAY ACROSS THE STREAM.
      *
      *    ON THE FIRST CALL THE SHOP CALENDAR MAINTAINED BY
      *    TBLMAINT.CBL IS LOADED INTO A TABLE. MONDAY THROUGH FRIDAY
      *    ARE WORKING DAYS UNLESS THE CALENDAR SAYS OTHERWISE --
      *      H - PLANT AND BANK HOLIDAY
      *      P - PLANT SHUTDOWN, BANKS OPEN
      *      B - BANK HOLIDAY, PLANT WORKS
      *      W - WEEKEND DAY THE PLANT WORKS
      *    A PLANT WORKING DAY IS A WEEKDAY NOT MARKED H OR P, OR A
      *    WEEKEND DAY MARKED W. A BANKING DAY IS A WEEKDAY NOT MARKED
      *    H OR B.
      *
      *    THE CALLER PASSES THE BUSDATE PARAMETER AREA (SEE THE
      *    BUSDPARM COPYBOOK) TO ADD WORKING DAYS TO A DATE, COUNT THE
      *    WORKING DAYS BETWEEN TWO DATES, ROLL A DATE BACK TO THE
      *    NEAREST WORKING DAY, OR INQUIRE WHICH BASIS IS IN USE.
      *    WHEN THE SHOP CALENDAR CANNOT BE OPENED THE SERVICE FALLS
      *    BACK TO CALENDAR-DAY ARITHMETIC AND SAYS SO IN THE BASIS
      *    RETURNED, SO EVERY REPORT CAN STATE WHICH IT PRINTED.
      *****************************************************************
      *
      *  CALLED BY PROGRAM:
      *    - AUTOPART.CBL
      *    - PORECV.CBL
      *    - EDIACK.CBL
      *    - BUYRWB.CBL
      *    - RECVEDIT.CBL
      *    - EXPEDITE.CBL
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.BUSDATE.SHOPCAL.NEW - SHOP CALENDAR OF HOLIDAYS,
      *                                    SHUTDOWNS AND WORKED
      *                                    WEEKEND DAYS MAINTAINED BY
      *                                    TBLMAINT.CBL
      *      INTERNAL FILE NAME:           SHOPCAL
      *      JCL DD NAME:                  SHOPCAL
      *
      *    OUTPUT FILES:
      *      -  NONE
      *
      *    VARIABLES PASSED IN LINKAGE:
      *      -  BUSDATE-AREA-LS - THE BUSDATE PARAMETER AREA: FUNCTION,
      *         DAY TYPE, FROM AND TO DATES, DAY COUNT, AND THE RESULT
      *         DATE, RESULT DAY COUNT, BASIS AND RETURN CODE PASSED
      *         BACK TO THE CALLING PROGRAM
      *
      *    JCL JOB:
      *       RUNS IN THE JOB STEP OF EACH CALLING PROGRAM
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
           SELECT SHOPCAL ASSIGN TO SHOPCAL
              FILE STATUS IS CLCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SHOPCAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SHOPCAL-REC.
      *
       01 SHOPCAL-REC PIC X(34).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE SHOP CALENDAR RECORD. SAME LAYOUT AS
      *  THE RECORD WRITTEN BY TBLMAINT.CBL.
      *****************************************************************
      *
       01 SHOPCAL-REC-WS.
          05 SC-CAL-DATE             PIC X(08) VALUE SPACES.
          05 SC-DAY-TYPE             PIC X(01) VALUE SPACES.
             88 SC-VALID-DAY-TYPE    VALUE 'H', 'P', 'B', 'W'.
          05 SC-DESCRIPTION          PIC X(25) VALUE SPACES.
      *
      *****************************************************************
      *  SHOP CALENDAR TABLE -- ONE ENTRY PER CALENDAR DATE, HELD AS
      *  ITS INTEGER DAY NUMBER SO THE DAY ARITHMETIC NEEDS NO
      *  FURTHER CONVERSION.
      *****************************************************************
      *
       01 CAL-TBL.
          05 CAL-ENTRY-TBL
            OCCURS 1000 TIMES INDEXED BY CAL-IDX.
            10 CAL-DATE-INT-TBL     PIC 9(08) VALUE 0.
            10 CAL-DAY-TYPE-TBL     PIC X(01) VALUE SPACES.
      *
       01 WS-CAL-TBL-VARS.
          05 WS-MAX-CAL-IDX         PIC 9(04) VALUE 1000.
          05 WS-CAL-LOADED-CTR      PIC 9(04) VALUE 0.
          05 WS-CAL-SKIPPED-CTR     PIC 9(04) VALUE 0.
          05 WS-CAL-STATUS          PIC X(01) VALUE 'N'.
          05 WS-CAL-FOUND-TYPE      PIC X(01) VALUE SPACES.
          05 CAL-FOUND-SW           PIC X(01) VALUE 'N'.
             88 CAL-FOUND           VALUE 'Y'.
      *
      *****************************************************************
      *  LOCAL WORKING STORAGE FOR THE PARAMETER AREA PASSED THROUGH
      *  LINKAGE.
      *****************************************************************
      *
       COPY BUSDPARM.
      *
      *****************************************************************
      *  DAY ARITHMETIC AREA. INTEGER DAY 1 (01/01/1601) IS A MONDAY,
      *  SO THE REMAINDER OF (DAY NUMBER - 1) / 7 GIVES THE DAY OF THE
      *  WEEK -- 0 MONDAY THROUGH 4 FRIDAY, 5 SATURDAY, 6 SUNDAY.
      *****************************************************************
      *
       01 WS-DATE-VARS.
          05 WS-FROM-INT            PIC 9(08) VALUE 0.
          05 WS-TO-INT              PIC 9(08) VALUE 0.
          05 WS-LOW-INT             PIC 9(08) VALUE 0.
          05 WS-HIGH-INT            PIC 9(08) VALUE 0.
          05 WS-CUR-INT             PIC 9(08) VALUE 0.
          05 WS-TEST-INT            PIC 9(08) VALUE 0.
          05 WS-DAY-OFFSET          PIC 9(08) VALUE 0.
          05 WS-WEEKS               PIC 9(08) VALUE 0.
          05 WS-WEEKDAY             PIC 9(01) VALUE 0.
          05 WS-WEEKDAYS            PIC 9(08) VALUE 0.
          05 WS-WEEKDAYS-LOW        PIC 9(08) VALUE 0.
          05 WS-WORKING-CTR         PIC S9(07) VALUE 0.
          05 WS-STEP                PIC S9(01) VALUE 0.
          05 WS-SIGN                PIC S9(01) VALUE 0.
          05 WS-DAYS-LEFT           PIC 9(05) VALUE 0.
          05 WS-LOOP-CTR            PIC 9(05) VALUE 0.
          05 WS-MAX-LOOP            PIC 9(05) VALUE 3660.
          05 WS-EDIT-DATE           PIC X(08) VALUE SPACES.
          05 WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE.
             10 WS-EDIT-DATE-YYYY   PIC 9(04).
             10 WS-EDIT-DATE-MM     PIC 9(02).
             10 WS-EDIT-DATE-DD     PIC 9(02).
          05 WS-EDIT-DATE-9         PIC 9(08) VALUE 0.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 CLCODE                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES FOR FIRST CALL, END OF FILE, TESTS
          05 FIRST-CALL-SW           PIC X(01) VALUE 'Y'.
             88 FIRST-CALL           VALUE 'Y'.
          05 SHOPCAL-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-SHOPCAL-FILE  VALUE 'Y'.
          05 WS-DATE-OK-SW           PIC X(01) VALUE 'N'.
             88 EDIT-DATE-OK         VALUE 'Y'.
          05 WORKING-DAY-SW          PIC X(01) VALUE 'N'.
             88 WORKING-DAY          VALUE 'Y'.
      *
      *****************************************************************
      *  DECLARATION OF THE PARAMETER AREA PASSED THROUGH LINKAGE FROM
      *  THE CALLING PROGRAM
      *****************************************************************
      *
       LINKAGE SECTION.
       01  BUSDATE-AREA-LS              PIC X(100).
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION MOVES THE PARAMETER AREA PASSED
      *    IN LINKAGE TO LOCAL WORKING STORAGE, LOADS THE SHOP
      *    CALENDAR ON THE FIRST CALL, SETS THE BASIS, CARRIES OUT THE
      *    REQUESTED FUNCTION AND MOVES THE PARAMETER AREA BACK TO
      *    LINKAGE BEFORE RETURNING CONTROL TO THE CALLING PROGRAM.
      *
      *  CALLED BY:
      *    -  AUTOPART.CBL, PORECV.CBL, EDIACK.CBL, BUYRWB.CBL,
      *       RECVEDIT.CBL AND EXPEDITE.CBL PROGRAMS
      *
      *  CALLS:
      *    -  0100-LOAD-SHOP-CALENDAR
      *    -  0200-SET-BASIS
      *    -  1000-ADD-DAYS
      *    -  2000-COUNT-DAYS
      *    -  3000-ROLL-BACK
      ****************************************************************
      *
       PROCEDURE DIVISION USING BUSDATE-AREA-LS.
      *
           MOVE BUSDATE-AREA-LS TO BUSDATE-AREA.
      *
           IF FIRST-CALL
              PERFORM 0100-LOAD-SHOP-CALENDAR
           END-IF.
      *
           PERFORM 0200-SET-BASIS.
           MOVE BD-FROM-DATE TO BD-RESULT-DATE.
           MOVE 0            TO BD-RESULT-DAYS.
      *
           IF BD-PLANT-DAYS OR BD-BANK-DAYS
              EVALUATE TRUE
                 WHEN BD-INQUIRE
                    CONTINUE
                 WHEN BD-ADD-DAYS
                    PERFORM 1000-ADD-DAYS
                 WHEN BD-COUNT-DAYS
                    PERFORM 2000-COUNT-DAYS
                 WHEN BD-ROLL-BACK
                    PERFORM 3000-ROLL-BACK
                 WHEN OTHER
                    MOVE '12' TO BD-RETURN-CODE
              END-EVALUATE
           ELSE
              MOVE '12' TO BD-RETURN-CODE
           END-IF.
      *
           MOVE BUSDATE-AREA TO BUSDATE-AREA-LS.

           GOBACK. *> RETURN TO CALLING PROGRAM
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-LOAD-SHOP-CALENDAR PARAGRAPH OPENS THE SHOP
      *    CALENDAR AND LOADS IT INTO THE CALENDAR TABLE. IT RUNS ONCE,
      *    ON THE FIRST CALL OF THE JOB STEP. WHEN THE CALENDAR CANNOT
      *    BE OPENED THE CALENDAR IS MARKED MISSING AND EVERY LATER
      *    CALL WORKS IN CALENDAR DAYS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0110-READ-SHOPCAL-FILE
      *    -  0120-LOAD-SHOPCAL-TABLE
      *****************************************************************
      *
       0100-LOAD-SHOP-CALENDAR.
           MOVE 'N' TO FIRST-CALL-SW.
      *
           OPEN INPUT SHOPCAL.
           IF CLCODE = '00'
              MOVE 'L' TO WS-CAL-STATUS
              PERFORM 0110-READ-SHOPCAL-FILE
              PERFORM 0120-LOAD-SHOPCAL-TABLE
                  UNTIL END-OF-SHOPCAL-FILE
              CLOSE SHOPCAL
              DISPLAY 'SHOP CALENDAR ENTRIES LOADED: '
                      WS-CAL-LOADED-CTR
           ELSE
              MOVE 'N' TO WS-CAL-STATUS
              DISPLAY 'SHOP CALENDAR NOT AVAILABLE -- DATES WORKED IN '
                      'CALENDAR DAYS'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0110-READ-SHOPCAL-FILE PARAGRAPH READS ONE SHOP
      *    CALENDAR RECORD. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  0100-LOAD-SHOP-CALENDAR
      *    -  0120-LOAD-SHOPCAL-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0110-READ-SHOPCAL-FILE.
           READ SHOPCAL INTO SHOPCAL-REC-WS
              AT END MOVE 'Y' TO SHOPCAL-FILE-SW
           END-READ.
      *
           IF CLCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING SHOP CALENDAR FILE.'
              MOVE 'Y' TO SHOPCAL-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0120-LOAD-SHOPCAL-TABLE PARAGRAPH LOADS ONE SHOP
      *    CALENDAR ENTRY INTO THE CALENDAR TABLE AS ITS INTEGER DAY
      *    NUMBER AND DAY TYPE. AN ENTRY WITH AN UNUSABLE DATE OR DAY
      *    TYPE IS SKIPPED. IF THE TABLE FILLS, THE CALENDAR IS MARKED
      *    FULL SO THE CALLING PROGRAM ENDS WITH RETURN CODE 16.
      *
      *  CALLED BY:
      *    -  0100-LOAD-SHOP-CALENDAR
      *
      *  CALLS:
      *    -  0400-EDIT-DATE-STRUCTURE
      *    -  0110-READ-SHOPCAL-FILE
      *****************************************************************
      *
       0120-LOAD-SHOPCAL-TABLE.
           MOVE SC-CAL-DATE TO WS-EDIT-DATE.
           PERFORM 0400-EDIT-DATE-STRUCTURE.
      *
           IF EDIT-DATE-OK AND SC-VALID-DAY-TYPE
              IF WS-CAL-LOADED-CTR < WS-MAX-CAL-IDX
                 ADD 1 TO WS-CAL-LOADED-CTR
                 SET CAL-IDX TO WS-CAL-LOADED-CTR
                 MOVE WS-EDIT-DATE TO WS-EDIT-DATE-9
                 COMPUTE CAL-DATE-INT-TBL (CAL-IDX) =
                    FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
                 MOVE SC-DAY-TYPE TO CAL-DAY-TYPE-TBL (CAL-IDX)
              ELSE
                 DISPLAY 'SHOP CALENDAR TABLE FULL -- RUN ENDS WITH '
                         'RETURN CODE 16'
                 MOVE 'F' TO WS-CAL-STATUS
                 MOVE 'Y' TO SHOPCAL-FILE-SW
              END-IF
           ELSE
              ADD 1 TO WS-CAL-SKIPPED-CTR
              DISPLAY 'SHOP CALENDAR ENTRY SKIPPED - DATE OR DAY TYPE '
                      'INVALID: ' SC-CAL-DATE ' ' SC-DAY-TYPE
           END-IF.
      *
           IF NOT END-OF-SHOPCAL-FILE
              PERFORM 0110-READ-SHOPCAL-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-SET-BASIS PARAGRAPH RETURNS THE CALENDAR STATUS,
      *    THE BASIS AND ITS REPORT TEXT, AND THE DEFAULT RETURN CODE
      *    -- 04 WHEN THERE IS NO SHOP CALENDAR AND THE FIGURES ARE IN
      *    CALENDAR DAYS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-SET-BASIS.
           MOVE WS-CAL-STATUS TO BD-CALENDAR-STATUS.
      *
           IF BD-CALENDAR-MISSING
              MOVE 'C'  TO BD-DAYS-BASIS
              MOVE 'FIGURES IN CALENDAR DAYS' TO BD-BASIS-TEXT
              MOVE '04' TO BD-RETURN-CODE
           ELSE
              MOVE 'B'  TO BD-DAYS-BASIS
              MOVE 'FIGURES IN BUSINESS DAYS (SHOP CALENDAR)'
                 TO BD-BASIS-TEXT
              MOVE '00' TO BD-RETURN-CODE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0400-EDIT-DATE-STRUCTURE PARAGRAPH RUNS A STRUCTURAL
      *    CHECK ON THE YYYYMMDD DATE IN WS-EDIT-DATE -- NUMERIC, A
      *    PLAUSIBLE YEAR AND MONTH AND DAY RANGES -- AND SETS THE
      *    EDIT-DATE-OK SWITCH.
      *
      *  CALLED BY:
      *    -  0120-LOAD-SHOPCAL-TABLE
      *    -  1000-ADD-DAYS
      *    -  2000-COUNT-DAYS
      *    -  3000-ROLL-BACK
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0400-EDIT-DATE-STRUCTURE.
           MOVE 'N' TO WS-DATE-OK-SW.
      *
           IF WS-EDIT-DATE NUMERIC
              IF WS-EDIT-DATE-YYYY > 1600 AND
                 WS-EDIT-DATE-MM >= 01 AND WS-EDIT-DATE-MM <= 12 AND
                 WS-EDIT-DATE-DD >= 01 AND WS-EDIT-DATE-DD <= 28
                 MOVE 'Y' TO WS-DATE-OK-SW
              ELSE
              IF WS-EDIT-DATE-YYYY > 1600 AND
                 WS-EDIT-DATE-MM >= 01 AND WS-EDIT-DATE-MM <= 12 AND
                 WS-EDIT-DATE-DD >= 29 AND WS-EDIT-DATE-DD <= 31 AND
                 WS-EDIT-DATE-MM NOT = 02
                 MOVE 'Y' TO WS-DATE-OK-SW
              END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-TEST-WORKING-DAY PARAGRAPH DECIDES WHETHER THE DAY
      *    NUMBER IN WS-TEST-INT IS A WORKING DAY OF THE REQUESTED
      *    TYPE -- A PLANT WORKING DAY IS A WEEKDAY NOT MARKED H OR P,
      *    OR A WEEKEND DAY MARKED W; A BANKING DAY IS A WEEKDAY NOT
      *    MARKED H OR B -- AND SETS THE WORKING-DAY SWITCH.
      *
      *  CALLED BY:
      *    -  1100-STEP-ONE-DAY
      *    -  3000-ROLL-BACK
      *    -  3100-STEP-BACK-ONE-DAY
      *
      *  CALLS:
      *    -  0550-FIND-CALENDAR-ENTRY
      *****************************************************************
      *
       0500-TEST-WORKING-DAY.
           MOVE 'N' TO WORKING-DAY-SW.
           COMPUTE WS-DAY-OFFSET = WS-TEST-INT - 1.
           DIVIDE WS-DAY-OFFSET BY 7 GIVING WS-WEEKS
              REMAINDER WS-WEEKDAY.
           PERFORM 0550-FIND-CALENDAR-ENTRY.
      *
           IF BD-PLANT-DAYS
              IF WS-WEEKDAY < 5
                 IF WS-CAL-FOUND-TYPE NOT = 'H' AND
                    WS-CAL-FOUND-TYPE NOT = 'P'
                    MOVE 'Y' TO WORKING-DAY-SW
                 END-IF
              ELSE
                 IF WS-CAL-FOUND-TYPE = 'W'
                    MOVE 'Y' TO WORKING-DAY-SW
                 END-IF
              END-IF
           ELSE
              IF WS-WEEKDAY < 5
                 IF WS-CAL-FOUND-TYPE NOT = 'H' AND
                    WS-CAL-FOUND-TYPE NOT = 'B'
                    MOVE 'Y' TO WORKING-DAY-SW
                 END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0550-FIND-CALENDAR-ENTRY PARAGRAPH LOOKS UP THE DAY
      *    NUMBER IN WS-TEST-INT ON THE CALENDAR TABLE AND RETURNS ITS
      *    DAY TYPE, OR SPACES WHEN THE DAY IS NOT ON THE CALENDAR.
      *
      *  CALLED BY:
      *    -  0500-TEST-WORKING-DAY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0550-FIND-CALENDAR-ENTRY.
           MOVE 'N'    TO CAL-FOUND-SW.
           MOVE SPACES TO WS-CAL-FOUND-TYPE.
      *
           PERFORM VARYING CAL-IDX FROM 1 BY 1
              UNTIL CAL-IDX > WS-CAL-LOADED-CTR OR CAL-FOUND
              IF WS-TEST-INT = CAL-DATE-INT-TBL (CAL-IDX)
                 MOVE 'Y' TO CAL-FOUND-SW
                 MOVE CAL-DAY-TYPE-TBL (CAL-IDX) TO WS-CAL-FOUND-TYPE
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1000-ADD-DAYS PARAGRAPH ADDS BD-DAYS WORKING DAYS TO
      *    BD-FROM-DATE (COUNTING BACK WHEN BD-DAYS IS NEGATIVE),
      *    STEPPING ONE DAY AT A TIME AND COUNTING ONLY THE WORKING
      *    DAYS. WITH NO SHOP CALENDAR THE DAYS ARE ADDED AS CALENDAR
      *    DAYS. A BAD FROM DATE, OR A RUN OF MORE THAN TEN YEARS OF
      *    DAYS WITHOUT REACHING THE COUNT, RETURNS CODE 08.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0400-EDIT-DATE-STRUCTURE
      *    -  1100-STEP-ONE-DAY
      *****************************************************************
      *
       1000-ADD-DAYS.
           MOVE BD-FROM-DATE TO WS-EDIT-DATE.
           PERFORM 0400-EDIT-DATE-STRUCTURE.
      *
           IF EDIT-DATE-OK
              COMPUTE WS-CUR-INT =
                 FUNCTION INTEGER-OF-DATE (BD-FROM-DATE)
              IF BD-CALENDAR-MISSING
                 COMPUTE WS-CUR-INT = WS-CUR-INT + BD-DAYS
              ELSE
                 IF BD-DAYS < 0
                    MOVE -1 TO WS-STEP
                    COMPUTE WS-DAYS-LEFT = 0 - BD-DAYS
                 ELSE
                    MOVE 1 TO WS-STEP
                    MOVE BD-DAYS TO WS-DAYS-LEFT
                 END-IF
                 MOVE 0 TO WS-LOOP-CTR
                 PERFORM 1100-STEP-ONE-DAY
                     UNTIL WS-DAYS-LEFT = 0
                        OR WS-LOOP-CTR > WS-MAX-LOOP
                 IF WS-DAYS-LEFT > 0
                    MOVE '08' TO BD-RETURN-CODE
                 END-IF
              END-IF
              COMPUTE BD-RESULT-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-CUR-INT)
           ELSE
              MOVE '08' TO BD-RETURN-CODE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1100-STEP-ONE-DAY PARAGRAPH MOVES THE CURRENT DAY ONE
      *    DAY FORWARD OR BACK AND, WHEN THE NEW DAY IS A WORKING DAY,
      *    COUNTS IT OFF THE DAYS STILL TO ADD.
      *
      *  CALLED BY:
      *    -  1000-ADD-DAYS
      *
      *  CALLS:
      *    -  0500-TEST-WORKING-DAY
      *****************************************************************
      *
       1100-STEP-ONE-DAY.
           ADD WS-STEP TO WS-CUR-INT.
           ADD 1 TO WS-LOOP-CTR.
           MOVE WS-CUR-INT TO WS-TEST-INT.
           PERFORM 0500-TEST-WORKING-DAY.
      *
           IF WORKING-DAY
              SUBTRACT 1 FROM WS-DAYS-LEFT
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2000-COUNT-DAYS PARAGRAPH COUNTS THE WORKING DAYS AFTER
      *    BD-FROM-DATE UP TO AND INCLUDING BD-TO-DATE. THE WEEKDAYS IN
      *    THE RANGE ARE COUNTED OUTRIGHT AND THEN ADJUSTED FOR EACH
      *    SHOP CALENDAR ENTRY THAT FALLS INSIDE IT. THE COUNT IS
      *    NEGATIVE WHEN BD-TO-DATE IS EARLIER THAN BD-FROM-DATE. WITH
      *    NO SHOP CALENDAR THE CALENDAR DAYS ARE COUNTED. A BAD DATE
      *    RETURNS CODE 08.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0400-EDIT-DATE-STRUCTURE
      *    -  2100-COUNT-WEEKDAYS
      *    -  2200-ADJUST-FOR-CALENDAR
      *****************************************************************
      *
       2000-COUNT-DAYS.
           MOVE BD-FROM-DATE TO WS-EDIT-DATE.
           PERFORM 0400-EDIT-DATE-STRUCTURE.
           IF EDIT-DATE-OK
              MOVE BD-TO-DATE TO WS-EDIT-DATE
              PERFORM 0400-EDIT-DATE-STRUCTURE
           END-IF.
      *
           IF EDIT-DATE-OK
              COMPUTE WS-FROM-INT =
                 FUNCTION INTEGER-OF-DATE (BD-FROM-DATE)
              COMPUTE WS-TO-INT =
                 FUNCTION INTEGER-OF-DATE (BD-TO-DATE)
              IF BD-CALENDAR-MISSING
                 COMPUTE BD-RESULT-DAYS = WS-TO-INT - WS-FROM-INT
              ELSE
                 IF WS-TO-INT < WS-FROM-INT
                    MOVE WS-TO-INT   TO WS-LOW-INT
                    MOVE WS-FROM-INT TO WS-HIGH-INT
                    MOVE -1 TO WS-SIGN
                 ELSE
                    MOVE WS-FROM-INT TO WS-LOW-INT
                    MOVE WS-TO-INT   TO WS-HIGH-INT
                    MOVE 1 TO WS-SIGN
                 END-IF
                 MOVE WS-LOW-INT TO WS-TEST-INT
                 PERFORM 2100-COUNT-WEEKDAYS
                 MOVE WS-WEEKDAYS TO WS-WEEKDAYS-LOW
                 MOVE WS-HIGH-INT TO WS-TEST-INT
                 PERFORM 2100-COUNT-WEEKDAYS
                 COMPUTE WS-WORKING-CTR =
                    WS-WEEKDAYS - WS-WEEKDAYS-LOW
                 PERFORM 2200-ADJUST-FOR-CALENDAR
                 COMPUTE BD-RESULT-DAYS = WS-WORKING-CTR * WS-SIGN
              END-IF
           ELSE
              MOVE '08' TO BD-RETURN-CODE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2100-COUNT-WEEKDAYS PARAGRAPH COUNTS THE WEEKDAYS FROM
      *    DAY NUMBER 1 THROUGH THE DAY NUMBER IN WS-TEST-INT -- FIVE
      *    FOR EACH WHOLE WEEK PLUS THE DAYS OF THE PART WEEK THAT
      *    FALL MONDAY THROUGH FRIDAY.
      *
      *  CALLED BY:
      *    -  2000-COUNT-DAYS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2100-COUNT-WEEKDAYS.
           DIVIDE WS-TEST-INT BY 7 GIVING WS-WEEKS
              REMAINDER WS-WEEKDAY.
      *
           IF WS-WEEKDAY > 5
              MOVE 5 TO WS-WEEKDAY
           END-IF.
      *
           COMPUTE WS-WEEKDAYS = (WS-WEEKS * 5) + WS-WEEKDAY.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2200-ADJUST-FOR-CALENDAR PARAGRAPH ADJUSTS THE WEEKDAY
      *    COUNT FOR EVERY SHOP CALENDAR ENTRY AFTER THE LOW DAY UP TO
      *    AND INCLUDING THE HIGH DAY -- A WEEKDAY THAT IS NOT WORKED
      *    COMES OFF THE COUNT AND A WORKED WEEKEND DAY IS ADDED.
      *
      *  CALLED BY:
      *    -  2000-COUNT-DAYS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2200-ADJUST-FOR-CALENDAR.
           PERFORM VARYING CAL-IDX FROM 1 BY 1
              UNTIL CAL-IDX > WS-CAL-LOADED-CTR
              IF CAL-DATE-INT-TBL (CAL-IDX) > WS-LOW-INT AND
                 CAL-DATE-INT-TBL (CAL-IDX) <= WS-HIGH-INT
                 COMPUTE WS-DAY-OFFSET =
                    CAL-DATE-INT-TBL (CAL-IDX) - 1
                 DIVIDE WS-DAY-OFFSET BY 7 GIVING WS-WEEKS
                    REMAINDER WS-WEEKDAY
                 MOVE CAL-DAY-TYPE-TBL (CAL-IDX) TO WS-CAL-FOUND-TYPE
                 IF BD-PLANT-DAYS
                    IF WS-WEEKDAY < 5
                       IF WS-CAL-FOUND-TYPE = 'H' OR 'P'
                          SUBTRACT 1 FROM WS-WORKING-CTR
                       END-IF
                    ELSE
                       IF WS-CAL-FOUND-TYPE = 'W'
                          ADD 1 TO WS-WORKING-CTR
                       END-IF
                    END-IF
                 ELSE
                    IF WS-WEEKDAY < 5
                       IF WS-CAL-FOUND-TYPE = 'H' OR 'B'
                          SUBTRACT 1 FROM WS-WORKING-CTR
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 3000-ROLL-BACK PARAGRAPH ROLLS BD-FROM-DATE BACK TO THE
      *    NEAREST WORKING DAY OF THE REQUESTED TYPE ON OR BEFORE IT --
      *    A PAYMENT DATE FALLING ON A WEEKEND OR BANK HOLIDAY MOVES
      *    BACK TO THE PRIOR BANKING DAY. WITH NO SHOP CALENDAR THE
      *    DATE IS RETURNED UNCHANGED. A BAD DATE RETURNS CODE 08.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0400-EDIT-DATE-STRUCTURE
      *    -  0500-TEST-WORKING-DAY
      *    -  3100-STEP-BACK-ONE-DAY
      *****************************************************************
      *
       3000-ROLL-BACK.
           MOVE BD-FROM-DATE TO WS-EDIT-DATE.
           PERFORM 0400-EDIT-DATE-STRUCTURE.
      *
           IF EDIT-DATE-OK
              IF BD-CALENDAR-MISSING
                 NEXT SENTENCE
              ELSE
                 COMPUTE WS-CUR-INT =
                    FUNCTION INTEGER-OF-DATE (BD-FROM-DATE)
                 MOVE 0 TO WS-LOOP-CTR
                 MOVE WS-CUR-INT TO WS-TEST-INT
                 PERFORM 0500-TEST-WORKING-DAY
                 PERFORM 3100-STEP-BACK-ONE-DAY
                     UNTIL WORKING-DAY
                        OR WS-LOOP-CTR > WS-MAX-LOOP
                 IF WORKING-DAY
                    COMPUTE BD-RESULT-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-CUR-INT)
                 ELSE
                    MOVE '08' TO BD-RETURN-CODE
                 END-IF
              END-IF
           ELSE
              MOVE '08' TO BD-RETURN-CODE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 3100-STEP-BACK-ONE-DAY PARAGRAPH MOVES THE CURRENT DAY
      *    ONE DAY BACK AND TESTS WHETHER IT IS A WORKING DAY.
      *
      *  CALLED BY:
      *    -  3000-ROLL-BACK
      *
      *  CALLS:
      *    -  0500-TEST-WORKING-DAY
      *****************************************************************
      *
       3100-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-CUR-INT.
           ADD 1 TO WS-LOOP-CTR.
           MOVE WS-CUR-INT TO WS-TEST-INT.
           PERFORM 0500-TEST-WORKING-DAY.
