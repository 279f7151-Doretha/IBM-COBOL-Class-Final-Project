      *
      *    INPUT FILES:
      *      RTPOT44.AUTOPART.SUPPMAST.FILE - SUPPLIER MASTER FILE
      *                                       (INDEXED BY SUPPLIER
      *                                       CODE, READ IN KEY ORDER)
      *      INTERNAL FILE NAME:              SUPPMAST
      *      JCL DD NAME:                     SUPPMAST
      *
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE SUPPLIER MASTER IS NOW AN INDEXED FILE
      *                   KEYED ON SUPPLIER-CODE. IT IS STILL READ
      *                   FROM FRONT TO BACK, IN KEY ORDER.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  08/22/2026
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPMAST ASSIGN TO SUPPMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SUPPMAST-FILE-KEY
              FILE STATUS IS SMCODE.
      *
           SELECT CEXP-SORT-FILE ASSIGN TO CEXPWORK.
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMAST-REC.
      *
       01 SUPPMAST-REC.
          05 SUPPMAST-FILE-KEY       PIC X(10).
          05 FILLER                  PIC X(19).
      *
       SD  CEXP-SORT-FILE
           RECORD CONTAINS 33 CHARACTERS
