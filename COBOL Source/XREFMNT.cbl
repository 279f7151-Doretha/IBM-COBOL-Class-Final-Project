      *
      *
      *      RTPOT44.XREFMNT.SUPPXREF.OLD - PRIOR CROSS-REFERENCE
      *                                     MASTER (OLD MASTER,
      *                                     INDEXED BY PART-NUMBER
      *                                     AND SUPPLIER-CODE)
      *      INTERNAL FILE NAME:            SUPPXREF
      *      JCL DD NAME:                   SUPPXREF
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.XREFMNT.SUPPXREF.NEW - UPDATED CROSS-REFERENCE
      *                                     MASTER (NEW MASTER,
      *                                     INDEXED BY PART-NUMBER
      *                                     AND SUPPLIER-CODE)
      *      INTERNAL FILE NAME:            SUPPXNEW
      *      JCL DD NAME:                   SUPPXNEW
      *
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE OLD AND NEW CROSS-REFERENCE MASTERS ARE
      *                   NOW INDEXED FILES KEYED ON PART-NUMBER PLUS
      *                   SUPPLIER-CODE, WITH AN ALTERNATE KEY
      *                   (DUPLICATES ALLOWED) ON THE SUPPLIER'S PART
      *                   NUMBER, SO THE EDI AND RECEIVING PROGRAMS CAN
      *                   READ A CROSS-REFERENCE ROW BY KEY. THE
      *                   MATCH-MERGE ALREADY WRITES THE NEW MASTER IN
      *                   ASCENDING KEY ORDER.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  09/02/2026
              FILE STATUS IS XSCODE.
      *
           SELECT SUPPXREF ASSIGN TO SUPPXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SUPPXREF-FILE-KEY
              ALTERNATE RECORD KEY IS SUPPXREF-SUPP-PART-KEY
                 WITH DUPLICATES
              FILE STATUS IS XOCODE.
      *
           SELECT SUPPXNEW ASSIGN TO SUPPXNEW
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SUPPXNEW-FILE-KEY
              ALTERNATE RECORD KEY IS SUPPXNEW-SUPP-PART-KEY
                 WITH DUPLICATES
              FILE STATUS IS XNCODE.
      *
           SELECT XREFRPT ASSIGN TO XREFRPT
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPXREF-REC.
      *
       01 SUPPXREF-REC.
          05 SUPPXREF-FILE-KEY       PIC X(33).
          05 SUPPXREF-SUPP-PART-KEY  PIC X(15).
          05 FILLER                  PIC X(02).
      *
       FD  SUPPXNEW
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPXNEW-REC.
      *
       01 SUPPXNEW-REC.
          05 SUPPXNEW-FILE-KEY       PIC X(33).
          05 SUPPXNEW-SUPP-PART-KEY  PIC X(15).
          05 FILLER                  PIC X(02).
      *
       FD  XREFRPT
           RECORDING MODE IS F
