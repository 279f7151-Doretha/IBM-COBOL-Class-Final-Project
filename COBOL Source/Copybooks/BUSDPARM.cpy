      *****************************************************************
      *  COPYBOOK:     BUSDPARM
      *  DESCRIPTION:
      *    DEFINES THE 100 BYTE PARAMETER AREA PASSED TO THE SHARED
      *    BUSINESS-DAY DATE SERVICE BUSDATE.CBL. THE CALLER SETS THE
      *    FUNCTION, THE DAY TYPE AND THE INPUT DATES OR DAY COUNT;
      *    BUSDATE RETURNS THE RESULT DATE OR DAY COUNT, THE BASIS
      *    THE FIGURES WERE WORKED IN AND A RETURN CODE.
      *
      *    FUNCTIONS:
      *      A - ADD BD-DAYS WORKING DAYS TO BD-FROM-DATE, GIVING
      *          BD-RESULT-DATE (A NEGATIVE BD-DAYS COUNTS BACK)
      *      C - COUNT THE WORKING DAYS AFTER BD-FROM-DATE UP TO AND
      *          INCLUDING BD-TO-DATE, GIVING BD-RESULT-DAYS
      *          (NEGATIVE WHEN BD-TO-DATE IS EARLIER)
      *      R - ROLL BD-FROM-DATE BACK TO THE NEAREST WORKING DAY ON
      *          OR BEFORE IT, GIVING BD-RESULT-DATE
      *      I - INQUIRE -- LOAD THE SHOP CALENDAR AND RETURN THE
      *          BASIS ONLY
      *
      *    DAY TYPES:
      *      P - PLANT WORKING DAYS (RECEIVING, LEAD TIMES, AGING)
      *      B - BANKING DAYS (PAYMENT DUE AND DISCOUNT DATES)
      *
      *    WHEN NO SHOP CALENDAR IS AVAILABLE THE SERVICE FALLS BACK
      *    TO CALENDAR-DAY ARITHMETIC, RETURNS CODE 04 AND SETS THE
      *    BASIS TO 'C' SO THE CALLER'S REPORT SAYS SO.
      *
      *  USED BY:
      *    -  BUSDATE.CBL
      *    -  AUTOPART.CBL
      *    -  PORECV.CBL
      *    -  EDIACK.CBL
      *    -  BUYRWB.CBL
      *    -  RECVEDIT.CBL
      *    -  EXPEDITE.CBL
      *****************************************************************
      *  CHANGE LOG: *
      ****************
      *      CREATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ORIGINAL CREATION OF COPYBOOK
      *****************************************************************
      *
       01 BUSDATE-AREA.
          05 BD-FUNCTION              PIC X(01) VALUE SPACES.
             88 BD-ADD-DAYS           VALUE 'A'.
             88 BD-COUNT-DAYS         VALUE 'C'.
             88 BD-ROLL-BACK          VALUE 'R'.
             88 BD-INQUIRE            VALUE 'I'.
          05 BD-DAY-TYPE              PIC X(01) VALUE 'P'.
             88 BD-PLANT-DAYS         VALUE 'P'.
             88 BD-BANK-DAYS          VALUE 'B'.
          05 BD-FROM-DATE             PIC 9(08) VALUE 0.
          05 BD-TO-DATE               PIC 9(08) VALUE 0.
          05 BD-DAYS                  PIC S9(05) VALUE 0.
          05 BD-RESULT-DATE           PIC 9(08) VALUE 0.
          05 BD-RESULT-DAYS           PIC S9(05) VALUE 0.
          05 BD-DAYS-BASIS            PIC X(01) VALUE 'C'.
             88 BD-BUSINESS-BASIS     VALUE 'B'.
             88 BD-CALENDAR-BASIS     VALUE 'C'.
          05 BD-BASIS-TEXT            PIC X(40) VALUE SPACES.
          05 BD-CALENDAR-STATUS       PIC X(01) VALUE SPACES.
             88 BD-CALENDAR-LOADED    VALUE 'L'.
             88 BD-CALENDAR-MISSING   VALUE 'N'.
             88 BD-CALENDAR-FULL      VALUE 'F'.
          05 BD-RETURN-CODE           PIC X(02) VALUE SPACES.
             88 BD-OK                 VALUE '00'.
             88 BD-NO-CALENDAR        VALUE '04'.
             88 BD-BAD-DATE           VALUE '08'.
             88 BD-BAD-FUNCTION       VALUE '12'.
          05 FILLER                   PIC X(20) VALUE SPACES.
