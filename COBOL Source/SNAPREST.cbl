       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPREST.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM IS THE ROLLBACK UTILITY FOR THE NIGHTLY STREAM.
      *    GIVEN A RUN STAMP (TRANSACTION DATE AND CYCLE) ON SYSIN, IT
      *    RESTORES THE COMPLETE SET OF MASTERS SNAPPED BY SNAPCAT.CBL
      *    FOR THAT STAMP ONTO THE OLD-MASTER DATASETS THE NEXT RUN
      *    READS, SO THE STREAM RESTARTS FROM ONE CONSISTENT NIGHT.
      *    BEFORE ANYTHING IS WRITTEN EVERY MEMBER OF THE SET IS
      *    VERIFIED AGAINST THE SNAPSHOT CATALOG: IT MUST BE CATALOGED
      *    COMPLETE FOR THE STAMP AT ITS CURRENT RECORD LENGTH, ITS
      *    SNAPSHOT MUST STILL BE PRESENT, AND A FULL READ OF IT MUST
      *    REPRODUCE THE CATALOGED RECORD COUNT AND HASH TOTAL. IF ANY
      *    ONE MEMBER FAILS THE WHOLE RESTORE IS REFUSED WITH
      *    RETURN-CODE 16 AND NO OLD MASTER IS OPENED -- A PARTIAL
      *    RESTORE IS NEVER MADE.
      *    AN INVALID STAMP CARD ENDS THE RUN WITH RETURN-CODE 16 AND
      *    NO FILE TOUCHED.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.SNAPCAT.CATALOG.NEW - SNAPSHOT CATALOG
      *      INTERNAL FILE NAME:           SNAPCTLG
      *      JCL DD NAME:                  SNAPCTLG
      *
      *
      *      RTPOT44.SNAP.SUPPHIST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPSUPH
      *      JCL DD NAME:                        SNPSUPH
      *
      *
      *      RTPOT44.SNAP.PORHIST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPPORH
      *      JCL DD NAME:                       SNPPORH
      *
      *
      *      RTPOT44.SNAP.INVMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPINVM
      *      JCL DD NAME:                       SNPINVM
      *
      *
      *      RTPOT44.SNAP.DEMHIST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPDEMH
      *      JCL DD NAME:                       SNPDEMH
      *
      *
      *      RTPOT44.SNAP.LOTMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPLOTM
      *      JCL DD NAME:                       SNPLOTM
      *
      *
      *      RTPOT44.SNAP.RTVHIST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPRTVH
      *      JCL DD NAME:                       SNPRTVH
      *
      *
      *      RTPOT44.SNAP.POCLHIST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPPOCL
      *      JCL DD NAME:                        SNPPOCL
      *
      *
      *      RTPOT44.SNAP.ADDRMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPADDR
      *      JCL DD NAME:                        SNPADDR
      *
      *
      *      RTPOT44.SNAP.INVREG.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:               SNPINVR
      *      JCL DD NAME:                      SNPINVR
      *
      *
      *      RTPOT44.SNAP.BUYRSPND.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPBUYR
      *      JCL DD NAME:                        SNPBUYR
      *
      *
      *      RTPOT44.SNAP.SUPPXREF.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPXREF
      *      JCL DD NAME:                        SNPXREF
      *
      *
      *      RTPOT44.SNAP.PERSUMM.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPPERS
      *      JCL DD NAME:                       SNPPERS
      *
      *
      *      RTPOT44.SNAP.RUNSTHST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPRUNS
      *      JCL DD NAME:                        SNPRUNS
      *
      *
      *      RTPOT44.SNAP.APOPEN.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:               SNPAPOP
      *      JCL DD NAME:                      SNPAPOP
      *
      *
      *      RTPOT44.SNAP.PAIDHIST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPPAID
      *      JCL DD NAME:                        SNPPAID
      *
      *
      *      RTPOT44.SNAP.XFERMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPXFER
      *      JCL DD NAME:                        SNPXFER
      *
      *
      *      RTPOT44.SNAP.ORDMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPORDM
      *      JCL DD NAME:                       SNPORDM
      *
      *
      *      RTPOT44.SNAP.RFQMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPRFQM
      *      JCL DD NAME:                       SNPRFQM
      *
      *
      *      RTPOT44.SNAP.CONTRACT.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPCONT
      *      JCL DD NAME:                        SNPCONT
      *
      *
      *      RTPOT44.SNAP.HOLDMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPHOLD
      *      JCL DD NAME:                        SNPHOLD
      *
      *
      *      RTPOT44.SNAP.CONSMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPCONM
      *      JCL DD NAME:                        SNPCONM
      *
      *
      *      RTPOT44.SNAP.BUDGSTAT.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPBUDG
      *      JCL DD NAME:                        SNPBUDG
      *
      *
      *      RTPOT44.SNAP.CLMHIST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPCLMH
      *      JCL DD NAME:                       SNPCLMH
      *
      *
      *      RTPOT44.SNAP.NOTEHIST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPNOTE
      *      JCL DD NAME:                        SNPNOTE
      *
      *
      *      RTPOT44.SNAP.PRICMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPPRIC
      *      JCL DD NAME:                        SNPPRIC
      *
      *
      *      RTPOT44.SNAP.FCSTPROP.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPFCST
      *      JCL DD NAME:                        SNPFCST
      *
      *
      *      RTPOT44.SNAP.PLANPARM.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPPLAN
      *      JCL DD NAME:                        SNPPLAN
      *
      *
      *      RTPOT44.SNAP.KITBOM.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:               SNPKITB
      *      JCL DD NAME:                      SNPKITB
      *
      *
      *      RTPOT44.SNAP.HAZMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPHAZM
      *      JCL DD NAME:                       SNPHAZM
      *
      *
      *      SYSIN - RUN STAMP CARD:
      *              POS 1-8    RUN DATE YYYYMMDD
      *              POS 9-10   RUN CYCLE (BLANK TAKES CYCLE 01)
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.SUPPHIST.MASTER.OLD - SUPPLIER HISTORY MASTER
      *      INTERNAL FILE NAME:           RSTSUPH
      *      JCL DD NAME:                  RSTSUPH
      *
      *
      *      RTPOT44.PORECV.BACKLOG.OLD - OPEN PO BACKLOG MASTER
      *      INTERNAL FILE NAME:          RSTPORH
      *      JCL DD NAME:                 RSTPORH
      *
      *
      *      RTPOT44.PORECV.INVMAST.OLD - ON-HAND INVENTORY MASTER
      *      INTERNAL FILE NAME:          RSTINVM
      *      JCL DD NAME:                 RSTINVM
      *
      *
      *      RTPOT44.INVISSUE.DEMHIST.OLD - DEMAND HISTORY MASTER
      *      INTERNAL FILE NAME:            RSTDEMH
      *      JCL DD NAME:                   RSTDEMH
      *
      *
      *      RTPOT44.LOTUPDT.LOTMAST.OLD - LOT MASTER
      *      INTERNAL FILE NAME:           RSTLOTM
      *      JCL DD NAME:                  RSTLOTM
      *
      *
      *      RTPOT44.RTVAGE.RTVHIST.OLD - OPEN-RETURNS MASTER
      *      INTERNAL FILE NAME:          RSTRTVH
      *      JCL DD NAME:                 RSTRTVH
      *
      *
      *      RTPOT44.POCLOSE.HISTORY.OLD - CLOSED PO HISTORY MASTER
      *      INTERNAL FILE NAME:           RSTPOCL
      *      JCL DD NAME:                  RSTPOCL
      *
      *
      *      RTPOT44.ADDRMON.ADDRMAST.OLD - SUPPLIER ADDRESS MASTER
      *      INTERNAL FILE NAME:            RSTADDR
      *      JCL DD NAME:                   RSTADDR
      *
      *
      *      RTPOT44.PORECV.INVREG.OLD - INVOICE REGISTER
      *      INTERNAL FILE NAME:         RSTINVR
      *      JCL DD NAME:                RSTINVR
      *
      *
      *      RTPOT44.AUTOPART.BUYRSPND.OLD - BUYER COMMITMENT MASTER
      *      INTERNAL FILE NAME:             RSTBUYR
      *      JCL DD NAME:                    RSTBUYR
      *
      *
      *      RTPOT44.XREFMNT.SUPPXREF.OLD - SUPPLIER CROSS-REFERENCE
      *                                     (INDEXED)
      *      INTERNAL FILE NAME:            RSTXREF
      *      JCL DD NAME:                   RSTXREF
      *
      *
      *      RTPOT44.PERCLOSE.PERSUMM.OLD - PERIOD SUMMARY MASTER
      *      INTERNAL FILE NAME:            RSTPERS
      *      JCL DD NAME:                   RSTPERS
      *
      *
      *      RTPOT44.RUNSTATS.HISTORY.OLD - RUN STATISTICS HISTORY
      *      INTERNAL FILE NAME:            RSTRUNS
      *      JCL DD NAME:                   RSTRUNS
      *
      *
      *      RTPOT44.PAYRUN.APOPEN.OLD - OPEN AP ITEMS MASTER
      *      INTERNAL FILE NAME:         RSTAPOP
      *      JCL DD NAME:                RSTAPOP
      *
      *
      *      RTPOT44.PAYRUN.PAIDHIST.OLD - PAID VOUCHER HISTORY
      *      INTERNAL FILE NAME:           RSTPAID
      *      JCL DD NAME:                  RSTPAID
      *
      *
      *      RTPOT44.XFERPOST.XFERMAST.OLD - IN-TRANSIT MASTER
      *      INTERNAL FILE NAME:             RSTXFER
      *      JCL DD NAME:                    RSTXFER
      *
      *
      *      RTPOT44.CUSTORD.ORDMAST.OLD - CUSTOMER ORDER MASTER
      *      INTERNAL FILE NAME:           RSTORDM
      *      JCL DD NAME:                  RSTORDM
      *
      *
      *      RTPOT44.RFQCYCL.RFQMAST.OLD - RFQ MASTER
      *      INTERNAL FILE NAME:           RSTRFQM
      *      JCL DD NAME:                  RSTRFQM
      *
      *
      *      RTPOT44.AUTOPART.CONTRACT.FILE - CONTRACT PRICE FILE
      *                                       (INDEXED)
      *      INTERNAL FILE NAME:              RSTCONT
      *      JCL DD NAME:                     RSTCONT
      *
      *
      *      RTPOT44.HOLDPOST.HOLDMAST.OLD - OPEN-HOLDS MASTER
      *      INTERNAL FILE NAME:             RSTHOLD
      *      JCL DD NAME:                    RSTHOLD
      *
      *
      *      RTPOT44.PORECV.CONSMAST.OLD - CONSIGNMENT STOCK MASTER
      *      INTERNAL FILE NAME:           RSTCONM
      *      JCL DD NAME:                  RSTCONM
      *
      *
      *      RTPOT44.BUDGRPT.BUDGSTAT.OLD - COMMODITY BUDGET POSITION
      *      INTERNAL FILE NAME:            RSTBUDG
      *      JCL DD NAME:                   RSTBUDG
      *
      *
      *      RTPOT44.WARRCLM.CLMHIST.OLD - OPEN-CLAIMS MASTER
      *      INTERNAL FILE NAME:           RSTCLMH
      *      JCL DD NAME:                  RSTCLMH
      *
      *
      *      RTPOT44.EXPEDITE.NOTEHIST.OLD - EXPEDITING NOTICE HISTORY
      *      INTERNAL FILE NAME:             RSTNOTE
      *      JCL DD NAME:                    RSTNOTE
      *
      *
      *      RTPOT44.PRICEUPD.PRICMAST.OLD - SELLING PRICE MASTER
      *      INTERNAL FILE NAME:             RSTPRIC
      *      JCL DD NAME:                    RSTPRIC
      *
      *
      *      RTPOT44.FCSTPLAN.FCSTPROP.OLD - PLANNING PROPOSAL MASTER
      *      INTERNAL FILE NAME:             RSTFCST
      *      JCL DD NAME:                    RSTFCST
      *
      *
      *      RTPOT44.REPLRPT.PLANPARM - PLANNING PARAMETER FILE
      *                                 (INDEXED)
      *      INTERNAL FILE NAME:        RSTPLAN
      *      JCL DD NAME:               RSTPLAN
      *
      *
      *      RTPOT44.KITMAINT.KITBOM.OLD - KIT BILL-OF-MATERIALS
      *      INTERNAL FILE NAME:           RSTKITB
      *      JCL DD NAME:                  RSTKITB
      *
      *
      *      RTPOT44.HAZMAINT.HAZMAST.OLD - HAZARDOUS MATERIAL MASTER
      *      INTERNAL FILE NAME:            RSTHAZM
      *      JCL DD NAME:                   RSTHAZM
      *
      *
      *      RTPOT44.SNAPREST.RESTORE.RPT - RESTORE REPORT
      *      INTERNAL FILE NAME:            RESTRPT
      *      JCL DD NAME:                   RESTRPT
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(SNAPREST)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED THE CONSIGNMENT STOCK, COMMODITY BUDGET
      *                   POSITION, OPEN-CLAIMS, EXPEDITING NOTICE
      *                   HISTORY, SELLING PRICE, PLANNING PROPOSAL,
      *                   PLANNING PARAMETER, KIT BILL-OF-MATERIALS AND
      *                   HAZARDOUS MATERIAL MASTERS TO THE SET (MEMBERS
      *                   21 TO 29), MATCHING SNAPCAT.CBL. THE PLANNING
      *                   PARAMETER FILE IS INDEXED AND IS RELOADED IN
      *                   KEY SEQUENCE
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE RESTORED SUPPXREF AND CONTRACT ARE NOW
      *                   INDEXED -- THE SNAPSHOT WAS TAKEN IN KEY
      *                   SEQUENCE, SO THEY ARE RELOADED SEQUENTIALLY
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  LOT MASTER RECORD GREW 76 TO 79 BYTES WITH
      *                   THE COUNTRY OF ORIGIN WRITTEN BY LOTUPDT.CBL
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  DEMAND HISTORY MEMBER WIDENED TO 240 BYTES
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  LOT MASTER RECORD GREW 70 TO 76 BYTES WITH
      *                   THE RECEIVING PO-NUMBER WRITTEN BY
      *                   LOTUPDT.CBL
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPCTLG ASSIGN TO SNAPCTLG
              FILE STATUS IS SCCODE.
      *
           SELECT SNPSUPH ASSIGN TO SNPSUPH
              FILE STATUS IS SSCODE.
      *
           SELECT SNPPORH ASSIGN TO SNPPORH
              FILE STATUS IS SSCODE.
      *
           SELECT SNPINVM ASSIGN TO SNPINVM
              FILE STATUS IS SSCODE.
      *
           SELECT SNPDEMH ASSIGN TO SNPDEMH
              FILE STATUS IS SSCODE.
      *
           SELECT SNPLOTM ASSIGN TO SNPLOTM
              FILE STATUS IS SSCODE.
      *
           SELECT SNPRTVH ASSIGN TO SNPRTVH
              FILE STATUS IS SSCODE.
      *
           SELECT SNPPOCL ASSIGN TO SNPPOCL
              FILE STATUS IS SSCODE.
      *
           SELECT SNPADDR ASSIGN TO SNPADDR
              FILE STATUS IS SSCODE.
      *
           SELECT SNPINVR ASSIGN TO SNPINVR
              FILE STATUS IS SSCODE.
      *
           SELECT SNPBUYR ASSIGN TO SNPBUYR
              FILE STATUS IS SSCODE.
      *
           SELECT SNPXREF ASSIGN TO SNPXREF
              FILE STATUS IS SSCODE.
      *
           SELECT SNPPERS ASSIGN TO SNPPERS
              FILE STATUS IS SSCODE.
      *
           SELECT SNPRUNS ASSIGN TO SNPRUNS
              FILE STATUS IS SSCODE.
      *
           SELECT SNPAPOP ASSIGN TO SNPAPOP
              FILE STATUS IS SSCODE.
      *
           SELECT SNPPAID ASSIGN TO SNPPAID
              FILE STATUS IS SSCODE.
      *
           SELECT SNPXFER ASSIGN TO SNPXFER
              FILE STATUS IS SSCODE.
      *
           SELECT SNPORDM ASSIGN TO SNPORDM
              FILE STATUS IS SSCODE.
      *
           SELECT SNPRFQM ASSIGN TO SNPRFQM
              FILE STATUS IS SSCODE.
      *
           SELECT SNPCONT ASSIGN TO SNPCONT
              FILE STATUS IS SSCODE.
      *
           SELECT SNPHOLD ASSIGN TO SNPHOLD
              FILE STATUS IS SSCODE.
      *
           SELECT SNPCONM ASSIGN TO SNPCONM
              FILE STATUS IS SSCODE.
      *
           SELECT SNPBUDG ASSIGN TO SNPBUDG
              FILE STATUS IS SSCODE.
      *
           SELECT SNPCLMH ASSIGN TO SNPCLMH
              FILE STATUS IS SSCODE.
      *
           SELECT SNPNOTE ASSIGN TO SNPNOTE
              FILE STATUS IS SSCODE.
      *
           SELECT SNPPRIC ASSIGN TO SNPPRIC
              FILE STATUS IS SSCODE.
      *
           SELECT SNPFCST ASSIGN TO SNPFCST
              FILE STATUS IS SSCODE.
      *
           SELECT SNPPLAN ASSIGN TO SNPPLAN
              FILE STATUS IS SSCODE.
      *
           SELECT SNPKITB ASSIGN TO SNPKITB
              FILE STATUS IS SSCODE.
      *
           SELECT SNPHAZM ASSIGN TO SNPHAZM
              FILE STATUS IS SSCODE.
      *
           SELECT RSTSUPH ASSIGN TO RSTSUPH
              FILE STATUS IS RSCODE.
      *
           SELECT RSTPORH ASSIGN TO RSTPORH
              FILE STATUS IS RSCODE.
      *
           SELECT RSTINVM ASSIGN TO RSTINVM
              FILE STATUS IS RSCODE.
      *
           SELECT RSTDEMH ASSIGN TO RSTDEMH
              FILE STATUS IS RSCODE.
      *
           SELECT RSTLOTM ASSIGN TO RSTLOTM
              FILE STATUS IS RSCODE.
      *
           SELECT RSTRTVH ASSIGN TO RSTRTVH
              FILE STATUS IS RSCODE.
      *
           SELECT RSTPOCL ASSIGN TO RSTPOCL
              FILE STATUS IS RSCODE.
      *
           SELECT RSTADDR ASSIGN TO RSTADDR
              FILE STATUS IS RSCODE.
      *
           SELECT RSTINVR ASSIGN TO RSTINVR
              FILE STATUS IS RSCODE.
      *
           SELECT RSTBUYR ASSIGN TO RSTBUYR
              FILE STATUS IS RSCODE.
      *
           SELECT RSTXREF ASSIGN TO RSTXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RSTXREF-FILE-KEY
              ALTERNATE RECORD KEY IS RSTXREF-SUPP-PART-KEY
                 WITH DUPLICATES
              FILE STATUS IS RSCODE.
      *
           SELECT RSTPERS ASSIGN TO RSTPERS
              FILE STATUS IS RSCODE.
      *
           SELECT RSTRUNS ASSIGN TO RSTRUNS
              FILE STATUS IS RSCODE.
      *
           SELECT RSTAPOP ASSIGN TO RSTAPOP
              FILE STATUS IS RSCODE.
      *
           SELECT RSTPAID ASSIGN TO RSTPAID
              FILE STATUS IS RSCODE.
      *
           SELECT RSTXFER ASSIGN TO RSTXFER
              FILE STATUS IS RSCODE.
      *
           SELECT RSTORDM ASSIGN TO RSTORDM
              FILE STATUS IS RSCODE.
      *
           SELECT RSTRFQM ASSIGN TO RSTRFQM
              FILE STATUS IS RSCODE.
      *
           SELECT RSTCONT ASSIGN TO RSTCONT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RSTCONT-FILE-KEY
              FILE STATUS IS RSCODE.
      *
           SELECT RSTHOLD ASSIGN TO RSTHOLD
              FILE STATUS IS RSCODE.
      *
           SELECT RSTCONM ASSIGN TO RSTCONM
              FILE STATUS IS RSCODE.
      *
           SELECT RSTBUDG ASSIGN TO RSTBUDG
              FILE STATUS IS RSCODE.
      *
           SELECT RSTCLMH ASSIGN TO RSTCLMH
              FILE STATUS IS RSCODE.
      *
           SELECT RSTNOTE ASSIGN TO RSTNOTE
              FILE STATUS IS RSCODE.
      *
           SELECT RSTPRIC ASSIGN TO RSTPRIC
              FILE STATUS IS RSCODE.
      *
           SELECT RSTFCST ASSIGN TO RSTFCST
              FILE STATUS IS RSCODE.
      *
           SELECT RSTPLAN ASSIGN TO RSTPLAN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RSTPLAN-FILE-KEY
              FILE STATUS IS RSCODE.
      *
           SELECT RSTKITB ASSIGN TO RSTKITB
              FILE STATUS IS RSCODE.
      *
           SELECT RSTHAZM ASSIGN TO RSTHAZM
              FILE STATUS IS RSCODE.
      *
           SELECT RESTRPT ASSIGN TO RESTRPT
              FILE STATUS IS RPCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPCTLG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNAPCTLG-REC.
      *
       01 SNAPCTLG-REC PIC X(100).
      *
       FD  SNPSUPH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 71 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPSUPH-REC.
      *
       01 SNPSUPH-REC PIC X(71).
      *
       FD  SNPPORH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPPORH-REC.
      *
       01 SNPPORH-REC PIC X(80).
      *
       FD  SNPINVM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPINVM-REC.
      *
       01 SNPINVM-REC PIC X(48).
      *
       FD  SNPDEMH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPDEMH-REC.
      *
       01 SNPDEMH-REC PIC X(240).
      *
       FD  SNPLOTM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 79 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPLOTM-REC.
      *
       01 SNPLOTM-REC PIC X(79).
      *
       FD  SNPRTVH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPRTVH-REC.
      *
       01 SNPRTVH-REC PIC X(60).
      *
       FD  SNPPOCL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 75 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPPOCL-REC.
      *
       01 SNPPOCL-REC PIC X(75).
      *
       FD  SNPADDR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPADDR-REC.
      *
       01 SNPADDR-REC PIC X(100).
      *
       FD  SNPINVR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPINVR-REC.
      *
       01 SNPINVR-REC PIC X(45).
      *
       FD  SNPBUYR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 22 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPBUYR-REC.
      *
       01 SNPBUYR-REC PIC X(22).
      *
       FD  SNPXREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPXREF-REC.
      *
       01 SNPXREF-REC PIC X(50).
      *
       FD  SNPPERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPPERS-REC.
      *
       01 SNPPERS-REC PIC X(40).
      *
       FD  SNPRUNS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPRUNS-REC.
      *
       01 SNPRUNS-REC PIC X(40).
      *
       FD  SNPAPOP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPAPOP-REC.
      *
       01 SNPAPOP-REC PIC X(130).
      *
       FD  SNPPAID
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPPAID-REC.
      *
       01 SNPPAID-REC PIC X(120).
      *
       FD  SNPXFER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPXFER-REC.
      *
       01 SNPXFER-REC PIC X(80).
      *
       FD  SNPORDM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPORDM-REC.
      *
       01 SNPORDM-REC PIC X(100).
      *
       FD  SNPRFQM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPRFQM-REC.
      *
       01 SNPRFQM-REC PIC X(140).
      *
       FD  SNPCONT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPCONT-REC.
      *
       01 SNPCONT-REC PIC X(42).
      *
       FD  SNPHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPHOLD-REC.
      *
       01 SNPHOLD-REC PIC X(70).
      *
       FD  SNPCONM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPCONM-REC.
      *
       01 SNPCONM-REC PIC X(50).
      *
       FD  SNPBUDG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPBUDG-REC.
      *
       01 SNPBUDG-REC PIC X(60).
      *
       FD  SNPCLMH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPCLMH-REC.
      *
       01 SNPCLMH-REC PIC X(100).
      *
       FD  SNPNOTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPNOTE-REC.
      *
       01 SNPNOTE-REC PIC X(60).
      *
       FD  SNPPRIC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPPRIC-REC.
      *
       01 SNPPRIC-REC PIC X(100).
      *
       FD  SNPFCST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPFCST-REC.
      *
       01 SNPFCST-REC PIC X(80).
      *
       FD  SNPPLAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPPLAN-REC.
      *
       01 SNPPLAN-REC PIC X(49).
      *
       FD  SNPKITB
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPKITB-REC.
      *
       01 SNPKITB-REC PIC X(60).
      *
       FD  SNPHAZM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPHAZM-REC.
      *
       01 SNPHAZM-REC PIC X(60).
      *
       FD  RSTSUPH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 71 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTSUPH-REC.
      *
       01 RSTSUPH-REC PIC X(71).
      *
       FD  RSTPORH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTPORH-REC.
      *
       01 RSTPORH-REC PIC X(80).
      *
       FD  RSTINVM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTINVM-REC.
      *
       01 RSTINVM-REC PIC X(48).
      *
       FD  RSTDEMH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTDEMH-REC.
      *
       01 RSTDEMH-REC PIC X(240).
      *
       FD  RSTLOTM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 79 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTLOTM-REC.
      *
       01 RSTLOTM-REC PIC X(79).
      *
       FD  RSTRTVH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTRTVH-REC.
      *
       01 RSTRTVH-REC PIC X(60).
      *
       FD  RSTPOCL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 75 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTPOCL-REC.
      *
       01 RSTPOCL-REC PIC X(75).
      *
       FD  RSTADDR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTADDR-REC.
      *
       01 RSTADDR-REC PIC X(100).
      *
       FD  RSTINVR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTINVR-REC.
      *
       01 RSTINVR-REC PIC X(45).
      *
       FD  RSTBUYR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 22 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTBUYR-REC.
      *
       01 RSTBUYR-REC PIC X(22).
      *
       FD  RSTXREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTXREF-REC.
      *
       01 RSTXREF-REC.
          05 RSTXREF-FILE-KEY        PIC X(33).
          05 RSTXREF-SUPP-PART-KEY   PIC X(15).
          05 FILLER                  PIC X(02).
      *
       FD  RSTPERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTPERS-REC.
      *
       01 RSTPERS-REC PIC X(40).
      *
       FD  RSTRUNS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTRUNS-REC.
      *
       01 RSTRUNS-REC PIC X(40).
      *
       FD  RSTAPOP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTAPOP-REC.
      *
       01 RSTAPOP-REC PIC X(130).
      *
       FD  RSTPAID
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTPAID-REC.
      *
       01 RSTPAID-REC PIC X(120).
      *
       FD  RSTXFER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTXFER-REC.
      *
       01 RSTXFER-REC PIC X(80).
      *
       FD  RSTORDM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTORDM-REC.
      *
       01 RSTORDM-REC PIC X(100).
      *
       FD  RSTRFQM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTRFQM-REC.
      *
       01 RSTRFQM-REC PIC X(140).
      *
       FD  RSTCONT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTCONT-REC.
      *
       01 RSTCONT-REC.
          05 RSTCONT-FILE-KEY        PIC X(33).
          05 FILLER                  PIC X(09).
      *
       FD  RSTHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTHOLD-REC.
      *
       01 RSTHOLD-REC PIC X(70).
      *
       FD  RSTCONM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTCONM-REC.
      *
       01 RSTCONM-REC PIC X(50).
      *
       FD  RSTBUDG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTBUDG-REC.
      *
       01 RSTBUDG-REC PIC X(60).
      *
       FD  RSTCLMH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTCLMH-REC.
      *
       01 RSTCLMH-REC PIC X(100).
      *
       FD  RSTNOTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTNOTE-REC.
      *
       01 RSTNOTE-REC PIC X(60).
      *
       FD  RSTPRIC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTPRIC-REC.
      *
       01 RSTPRIC-REC PIC X(100).
      *
       FD  RSTFCST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTFCST-REC.
      *
       01 RSTFCST-REC PIC X(80).
      *
       FD  RSTPLAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTPLAN-REC.
      *
       01 RSTPLAN-REC.
          05 RSTPLAN-FILE-KEY        PIC X(23).
          05 FILLER                  PIC X(26).
      *
       FD  RSTKITB
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTKITB-REC.
      *
       01 RSTKITB-REC PIC X(60).
      *
       FD  RSTHAZM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTHAZM-REC.
      *
       01 RSTHAZM-REC PIC X(60).
      *
       FD  RESTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RESTRPT-REC.
      *
       01 RESTRPT-REC PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  RUN STAMP CARD ACCEPTED FROM SYSIN.
      *****************************************************************
      *
       01 WS-STAMP-CARD.
          05 WS-STAMP-DATE          PIC X(08) VALUE SPACES.
          05 WS-STAMP-CYCLE         PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(70) VALUE SPACES.
      *
      *****************************************************************
      *  SNAPSHOT SET MEMBERS -- MASTER NAME AND RECORD LENGTH, IN THE
      *  SAME ORDER AS THE FILE DEFINITIONS AND THE EVALUATES IN THE
      *  0300 AND 0500 PARAGRAPHS. SAME TABLE AS SNAPCAT.CBL.
      *****************************************************************
      *
       01 SNAP-MEMBER-AREA.
          05 FILLER                 PIC X(11) VALUE 'SUPPHIST071'.
          05 FILLER                 PIC X(11) VALUE 'PORHIST 080'.
          05 FILLER                 PIC X(11) VALUE 'INVMAST 048'.
          05 FILLER                 PIC X(11) VALUE 'DEMHIST 240'.
          05 FILLER                 PIC X(11) VALUE 'LOTMAST 079'.
          05 FILLER                 PIC X(11) VALUE 'RTVHIST 060'.
          05 FILLER                 PIC X(11) VALUE 'POCLHIST075'.
          05 FILLER                 PIC X(11) VALUE 'ADDRMAST100'.
          05 FILLER                 PIC X(11) VALUE 'INVREG  045'.
          05 FILLER                 PIC X(11) VALUE 'BUYRSPND022'.
          05 FILLER                 PIC X(11) VALUE 'SUPPXREF050'.
          05 FILLER                 PIC X(11) VALUE 'PERSUMM 040'.
          05 FILLER                 PIC X(11) VALUE 'RUNSTHST040'.
          05 FILLER                 PIC X(11) VALUE 'APOPEN  130'.
          05 FILLER                 PIC X(11) VALUE 'PAIDHIST120'.
          05 FILLER                 PIC X(11) VALUE 'XFERMAST080'.
          05 FILLER                 PIC X(11) VALUE 'ORDMAST 100'.
          05 FILLER                 PIC X(11) VALUE 'RFQMAST 140'.
          05 FILLER                 PIC X(11) VALUE 'CONTRACT042'.
          05 FILLER                 PIC X(11) VALUE 'HOLDMAST070'.
          05 FILLER                 PIC X(11) VALUE 'CONSMAST050'.
          05 FILLER                 PIC X(11) VALUE 'BUDGSTAT060'.
          05 FILLER                 PIC X(11) VALUE 'CLMHIST 100'.
          05 FILLER                 PIC X(11) VALUE 'NOTEHIST060'.
          05 FILLER                 PIC X(11) VALUE 'PRICMAST100'.
          05 FILLER                 PIC X(11) VALUE 'FCSTPROP080'.
          05 FILLER                 PIC X(11) VALUE 'PLANPARM049'.
          05 FILLER                 PIC X(11) VALUE 'KITBOM  060'.
          05 FILLER                 PIC X(11) VALUE 'HAZMAST 060'.
       01 SNAP-MEMBER-TBL REDEFINES SNAP-MEMBER-AREA.
          05 SNAP-MEMBER-ENTRY OCCURS 29 TIMES.
             10 SM-MEMBER-NAME      PIC X(08).
             10 SM-RECORD-LEN       PIC 9(03).
      *
      *****************************************************************
      *  CATALOG ENTRY AND VERIFICATION RESULT FOR EACH MEMBER,
      *  SUBSCRIPTED LIKE THE MEMBER TABLE ABOVE.
      *****************************************************************
      *
       01 SNAP-VERIFY-TBL.
          05 SNAP-VERIFY-ENTRY OCCURS 29 TIMES.
             10 SV-CATALOGED-SW     PIC X(01) VALUE 'N'.
                88 SV-CATALOGED     VALUE 'Y'.
             10 SV-CAT-STATUS       PIC X(01) VALUE SPACES.
                88 SV-CAT-COMPLETE  VALUE 'C'.
             10 SV-CAT-RECORD-LEN   PIC 9(03) VALUE 0.
             10 SV-CAT-SNAP-DSN     PIC X(44) VALUE SPACES.
             10 SV-CAT-REC-COUNT    PIC 9(09) VALUE 0.
             10 SV-CAT-HASH-TOTAL   PIC 9(15) VALUE 0.
             10 SV-REC-COUNT        PIC 9(09) VALUE 0.
             10 SV-HASH-TOTAL       PIC 9(15) VALUE 0.
             10 SV-RESTORED-CTR     PIC 9(09) VALUE 0.
             10 SV-VERIFIED-SW      PIC X(01) VALUE 'N'.
                88 SV-VERIFIED      VALUE 'Y'.
             10 SV-RESULT           PIC X(24) VALUE SPACES.
      *
       01 WS-SNAP-CONTROL-VARS.
          05 WS-MAX-MBR-SUB         PIC 9(02) VALUE 29.
          05 WS-MBR-SUB             PIC 9(02) VALUE 0.
          05 WS-BYTE-SUB            PIC 9(03) VALUE 0.
          05 WS-REC-HASH            PIC 9(09) VALUE 0.
          05 WS-FAILED-CTR          PIC 9(02) VALUE 0.
      *
      *****************************************************************
      *  ONE SNAPSHOT RECORD, READ INTO THE WIDEST MEMBER'S LENGTH.
      *  THE HASH COVERS ONLY THE MEMBER'S OWN RECORD LENGTH.
      *****************************************************************
      *
       01 WS-SNAP-BUFFER.
          05 WS-SNAP-BYTE           PIC X(01) OCCURS 240 TIMES.
      *
      *****************************************************************
      *  SNAPSHOT CATALOG RECORD -- SAME LAYOUT AS WRITTEN BY
      *  SNAPCAT.CBL.
      *****************************************************************
      *
       01 WS-CATALOG-REC.
          05 CT-RUN-STAMP.
             10 CT-RUN-DATE         PIC X(08) VALUE SPACES.
             10 CT-RUN-CYCLE        PIC X(02) VALUE SPACES.
          05 CT-MEMBER-NAME         PIC X(08) VALUE SPACES.
          05 CT-SNAP-DSN            PIC X(44) VALUE SPACES.
          05 CT-REC-COUNT           PIC 9(09) VALUE 0.
          05 CT-HASH-TOTAL          PIC 9(15) VALUE 0.
          05 CT-SNAP-DATE           PIC X(08) VALUE SPACES.
          05 CT-SNAP-STATUS         PIC X(01) VALUE SPACES.
             88 CT-SNAP-COMPLETE    VALUE 'C'.
             88 CT-SNAP-INCOMPLETE  VALUE 'I'.
          05 CT-RECORD-LEN          PIC 9(03) VALUE 0.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  FILE STATUS SWITCHES AND END OF FILE FLAGS. ONE STATUS CODE
      *  SERVES ALL THE SNAPSHOTS AND ONE ALL THE RESTORED MASTERS --
      *  ONLY ONE MEMBER IS OPEN AT A TIME.
      *****************************************************************
      *
       01 WS-FILE-STATUS-CODES.
          05 SCCODE                 PIC X(02) VALUE SPACES.
          05 SSCODE                 PIC X(02) VALUE SPACES.
          05 RSCODE                 PIC X(02) VALUE SPACES.
          05 RPCODE                 PIC X(02) VALUE SPACES.
      *
       01 WS-END-OF-FILE-SWITCHES.
          05 SNAP-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-SNAP-FILE    VALUE 'Y'.
          05 CTLG-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-CTLG-FILE    VALUE 'Y'.
      *
       01 WS-MISC-WS-FIELDS.
          05 WS-CTLG-SUB            PIC 9(02) VALUE 0.
          05 RUN-ERROR-SW           PIC X(01) VALUE 'N'.
             88 RUN-ERROR           VALUE 'Y'.
          05 MBR-ERROR-SW           PIC X(01) VALUE 'N'.
             88 MBR-ERROR           VALUE 'Y'.
          05 RESTORE-ERROR-SW       PIC X(01) VALUE 'N'.
             88 RESTORE-ERROR       VALUE 'Y'.
          05 RESTORE-DONE-SW        PIC X(01) VALUE 'N'.
             88 RESTORE-DONE        VALUE 'Y'.
      *
      *****************************************************************
      *  RUN CONTROL COUNTERS.
      *****************************************************************
      *
       01 WS-RUN-CONTROL-COUNTERS.
          05 WS-CTLG-READ-CTR       PIC 9(07) VALUE 0.
          05 WS-CTLG-STAMP-CTR      PIC 9(07) VALUE 0.
          05 WS-RESTORED-MBR-CTR    PIC 9(02) VALUE 0.
      *
      *****************************************************************
      *  RESTORE REPORT LINES.
      *****************************************************************
      *
       01 REST-RPT-HDR-LINE-1.
          05 FILLER                 PIC X(25) VALUE SPACES.
          05 FILLER                 PIC X(30)
             VALUE 'NIGHTLY MASTER ROLLBACK REPORT'.
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(11) VALUE 'RUN STAMP: '.
          05 HDR-STAMP-DATE         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(07) VALUE ' CYCLE '.
          05 HDR-STAMP-CYCLE        PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(45) VALUE SPACES.
      *
       01 REST-RPT-HDR-LINE-2.
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'MEMBER'.
          05 FILLER                 PIC X(04) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'CAT RECS'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(09) VALUE 'READ RECS'.
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(12) VALUE 'CATALOG HASH'.
          05 FILLER                 PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(09) VALUE 'READ HASH'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(24) VALUE 'RESULT'.
          05 FILLER                 PIC X(37) VALUE SPACES.
      *
       01 REST-RPT-DETAIL-LINE.
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 REST-RPT-MEMBER        PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(03) VALUE SPACES.
          05 REST-RPT-CAT-COUNT     PIC ZZZZZZZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 REST-RPT-READ-COUNT    PIC ZZZZZZZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 REST-RPT-CAT-HASH      PIC ZZZZZZZZZZZZZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 REST-RPT-READ-HASH     PIC ZZZZZZZZZZZZZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 REST-RPT-RESULT        PIC X(24) VALUE SPACES.
          05 FILLER                 PIC X(37) VALUE SPACES.
      *
       01 REST-RPT-TOTAL-LINE.
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 REST-RPT-TOTAL-TEXT    PIC X(60) VALUE SPACES.
          05 FILLER                 PIC X(68) VALUE SPACES.
      *
       01 WS-BLANK-LINE             PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE ACCEPTS AND EDITS THE RUN STAMP CARD,
      *    LOADS THE STAMP'S CATALOG ENTRIES AND VERIFIES EVERY MEMBER
      *    OF THE SET. ONLY WHEN ALL OF THEM VERIFY IS THE SET
      *    RESTORED; OTHERWISE THE RESTORE IS REFUSED WITH RETURN-CODE
      *    16 AND NO OLD MASTER OPENED. AN INVALID CARD ENDS THE RUN
      *    WITH RETURN-CODE 16 AND NO FILE TOUCHED. A FAILURE WHILE
      *    COPYING A VERIFIED SET ALSO ENDS WITH RETURN-CODE 16 SO THE
      *    ROLLBACK IS RERUN BEFORE THE STREAM IS RESTARTED.
      *
      *  CALLED PARAGRAPHS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0200-LOAD-CATALOG
      *    - 0300-VERIFY-ONE-MEMBER
      *    - 0500-RESTORE-ONE-MEMBER
      *    - 0700-WRITE-RESTORE-REPORT
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           IF RUN-ERROR
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 0100-OPEN-FILES
              PERFORM 0200-LOAD-CATALOG
              PERFORM 0300-VERIFY-ONE-MEMBER
                  VARYING WS-MBR-SUB FROM 1 BY 1
                  UNTIL WS-MBR-SUB > WS-MAX-MBR-SUB
              IF WS-FAILED-CTR = 0
                 SET RESTORE-DONE TO TRUE
                 PERFORM 0500-RESTORE-ONE-MEMBER
                     VARYING WS-MBR-SUB FROM 1 BY 1
                     UNTIL WS-MBR-SUB > WS-MAX-MBR-SUB
              ELSE
                 DISPLAY 'SNAPREST: ' WS-FAILED-CTR
                         ' MEMBER(S) FAILED VERIFICATION -- RESTORE '
                         'REFUSED, NO MASTER RESTORED'
                 MOVE 16 TO RETURN-CODE
              END-IF
              IF RESTORE-ERROR
                 MOVE 16 TO RETURN-CODE
              END-IF
              PERFORM 0700-WRITE-RESTORE-REPORT
              PERFORM 2600-CLOSE-FILES
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH ACCEPTS THE RUN STAMP CARD
      *    FROM SYSIN AND VALIDATES IT. A BLANK CYCLE TAKES CYCLE 01,
      *    AS A STAMP WITHOUT A CYCLE DOES IN PORECV.CBL.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           ACCEPT WS-STAMP-CARD FROM SYSIN.
           IF WS-STAMP-CYCLE = SPACES
              MOVE '01' TO WS-STAMP-CYCLE
           END-IF.
      *
           IF WS-STAMP-DATE NOT NUMERIC
              OR WS-STAMP-CYCLE NOT NUMERIC
              DISPLAY 'SNAPREST: RUN STAMP CARD MUST BE YYYYMMDD '
                      'FOLLOWED BY A 2 DIGIT CYCLE -- RUN ENDED'
              SET RUN-ERROR TO TRUE
           ELSE
              MOVE WS-STAMP-DATE  TO HDR-STAMP-DATE
              MOVE WS-STAMP-CYCLE TO HDR-STAMP-CYCLE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-FILES PARAGRAPH OPENS THE SNAPSHOT CATALOG
      *    AND THE RESTORE REPORT. THE SNAPSHOTS AND OLD MASTERS ARE
      *    OPENED ONE MEMBER AT A TIME.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0100-OPEN-FILES.
           OPEN INPUT  SNAPCTLG
                OUTPUT RESTRPT.
           IF SCCODE = '00' AND RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SNAPREST FILES - '
                      SCCODE ' ' RPCODE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-LOAD-CATALOG PARAGRAPH READS THE SNAPSHOT CATALOG
      *    AND KEEPS EACH MEMBER'S ENTRY FOR THE REQUESTED RUN STAMP.
      *    AN UNREADABLE CATALOG LEAVES EVERY MEMBER UNCATALOGED, SO
      *    THE RESTORE IS REFUSED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0210-READ-CATALOG
      *    -  0220-KEEP-CATALOG-ENTRY
      *****************************************************************
      *
       0200-LOAD-CATALOG.
           IF SCCODE = '00'
              PERFORM 0210-READ-CATALOG
              PERFORM 0220-KEEP-CATALOG-ENTRY
                  UNTIL END-OF-CTLG-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0210-READ-CATALOG PARAGRAPH READS ONE SNAPSHOT CATALOG
      *    ENTRY.
      *
      *  CALLED BY:
      *    -  0200-LOAD-CATALOG
      *    -  0220-KEEP-CATALOG-ENTRY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0210-READ-CATALOG.
           READ SNAPCTLG INTO WS-CATALOG-REC
              AT END
                 MOVE 'Y' TO CTLG-FILE-SW
           END-READ.
      *
           IF SCCODE = '00' OR '10'
              IF NOT END-OF-CTLG-FILE
                 ADD 1 TO WS-CTLG-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING SNAPSHOT CATALOG - ' SCCODE
              MOVE 'Y' TO CTLG-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0220-KEEP-CATALOG-ENTRY PARAGRAPH SAVES ONE CATALOG
      *    ENTRY AGAINST ITS MEMBER WHEN IT BELONGS TO THE REQUESTED
      *    RUN STAMP. AN ENTRY FOR A MASTER NOT IN THE SET IS IGNORED.
      *
      *  CALLED BY:
      *    -  0200-LOAD-CATALOG
      *
      *  CALLS:
      *    -  0210-READ-CATALOG
      *****************************************************************
      *
       0220-KEEP-CATALOG-ENTRY.
           IF CT-RUN-DATE = WS-STAMP-DATE
              AND CT-RUN-CYCLE = WS-STAMP-CYCLE
              ADD 1 TO WS-CTLG-STAMP-CTR
              PERFORM VARYING WS-CTLG-SUB FROM 1 BY 1
                 UNTIL WS-CTLG-SUB > WS-MAX-MBR-SUB
                 IF SM-MEMBER-NAME (WS-CTLG-SUB) = CT-MEMBER-NAME
                    MOVE 'Y'           TO SV-CATALOGED-SW (WS-CTLG-SUB)
                    MOVE CT-SNAP-STATUS
                                       TO SV-CAT-STATUS (WS-CTLG-SUB)
                    MOVE CT-RECORD-LEN
                                   TO SV-CAT-RECORD-LEN (WS-CTLG-SUB)
                    MOVE CT-SNAP-DSN   TO SV-CAT-SNAP-DSN (WS-CTLG-SUB)
                    MOVE CT-REC-COUNT
                                   TO SV-CAT-REC-COUNT (WS-CTLG-SUB)
                    MOVE CT-HASH-TOTAL
                                   TO SV-CAT-HASH-TOTAL (WS-CTLG-SUB)
                 END-IF
              END-PERFORM
           END-IF.
      *
           PERFORM 0210-READ-CATALOG.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-VERIFY-ONE-MEMBER PARAGRAPH CHECKS ONE MEMBER OF
      *    THE SET: IT MUST BE CATALOGED COMPLETE FOR THE STAMP AT THE
      *    RECORD LENGTH THE STREAM NOW USES, AND A FULL READ OF ITS
      *    SNAPSHOT MUST REPRODUCE THE CATALOGED RECORD COUNT AND HASH
      *    TOTAL. NOTHING IS WRITTEN.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0310-OPEN-SNAPSHOT
      *    -  0320-READ-SNAPSHOT
      *    -  0400-HASH-SNAPSHOT-REC
      *    -  0340-CLOSE-SNAPSHOT
      *****************************************************************
      *
       0300-VERIFY-ONE-MEMBER.
           MOVE 'N' TO MBR-ERROR-SW.
           MOVE 'N' TO SNAP-FILE-SW.
           MOVE 0   TO SV-REC-COUNT  (WS-MBR-SUB)
                       SV-HASH-TOTAL (WS-MBR-SUB).
      *
           EVALUATE TRUE
              WHEN NOT SV-CATALOGED (WS-MBR-SUB)
                 MOVE 'NOT CATALOGED FOR STAMP'
                    TO SV-RESULT (WS-MBR-SUB)
              WHEN NOT SV-CAT-COMPLETE (WS-MBR-SUB)
                 MOVE 'CATALOGED INCOMPLETE' TO SV-RESULT (WS-MBR-SUB)
              WHEN SV-CAT-RECORD-LEN (WS-MBR-SUB) NOT =
                   SM-RECORD-LEN (WS-MBR-SUB)
                 MOVE 'RECORD LENGTH CHANGED' TO SV-RESULT (WS-MBR-SUB)
              WHEN OTHER
                 PERFORM 0310-OPEN-SNAPSHOT
                 IF SSCODE NOT = '00'
                    MOVE 'SNAPSHOT MISSING' TO SV-RESULT (WS-MBR-SUB)
                 ELSE
                    PERFORM 0320-READ-SNAPSHOT
                    PERFORM 0400-HASH-SNAPSHOT-REC
                        UNTIL END-OF-SNAP-FILE
                    PERFORM 0340-CLOSE-SNAPSHOT
                    EVALUATE TRUE
                       WHEN MBR-ERROR
                          CONTINUE
                       WHEN SV-REC-COUNT (WS-MBR-SUB) NOT =
                            SV-CAT-REC-COUNT (WS-MBR-SUB)
                          MOVE 'RECORD COUNT MISMATCH'
                             TO SV-RESULT (WS-MBR-SUB)
                       WHEN SV-HASH-TOTAL (WS-MBR-SUB) NOT =
                            SV-CAT-HASH-TOTAL (WS-MBR-SUB)
                          MOVE 'HASH TOTAL MISMATCH'
                             TO SV-RESULT (WS-MBR-SUB)
                       WHEN OTHER
                          MOVE 'VERIFIED' TO SV-RESULT (WS-MBR-SUB)
                          SET SV-VERIFIED (WS-MBR-SUB) TO TRUE
                    END-EVALUATE
                 END-IF
           END-EVALUATE.
      *
           IF NOT SV-VERIFIED (WS-MBR-SUB)
              ADD 1 TO WS-FAILED-CTR
              DISPLAY 'SNAPREST: ' SM-MEMBER-NAME (WS-MBR-SUB)
                      ' FAILED VERIFICATION - ' SV-RESULT (WS-MBR-SUB)
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0310-OPEN-SNAPSHOT PARAGRAPH OPENS THE SNAPSHOT FOR THE
      *    CURRENT MEMBER.
      *
      *  CALLED BY:
      *    -  0300-VERIFY-ONE-MEMBER
      *    -  0500-RESTORE-ONE-MEMBER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0310-OPEN-SNAPSHOT.
           EVALUATE WS-MBR-SUB
              WHEN 1
                 OPEN INPUT SNPSUPH
              WHEN 2
                 OPEN INPUT SNPPORH
              WHEN 3
                 OPEN INPUT SNPINVM
              WHEN 4
                 OPEN INPUT SNPDEMH
              WHEN 5
                 OPEN INPUT SNPLOTM
              WHEN 6
                 OPEN INPUT SNPRTVH
              WHEN 7
                 OPEN INPUT SNPPOCL
              WHEN 8
                 OPEN INPUT SNPADDR
              WHEN 9
                 OPEN INPUT SNPINVR
              WHEN 10
                 OPEN INPUT SNPBUYR
              WHEN 11
                 OPEN INPUT SNPXREF
              WHEN 12
                 OPEN INPUT SNPPERS
              WHEN 13
                 OPEN INPUT SNPRUNS
              WHEN 14
                 OPEN INPUT SNPAPOP
              WHEN 15
                 OPEN INPUT SNPPAID
              WHEN 16
                 OPEN INPUT SNPXFER
              WHEN 17
                 OPEN INPUT SNPORDM
              WHEN 18
                 OPEN INPUT SNPRFQM
              WHEN 19
                 OPEN INPUT SNPCONT
              WHEN 20
                 OPEN INPUT SNPHOLD
              WHEN 21
                 OPEN INPUT SNPCONM
              WHEN 22
                 OPEN INPUT SNPBUDG
              WHEN 23
                 OPEN INPUT SNPCLMH
              WHEN 24
                 OPEN INPUT SNPNOTE
              WHEN 25
                 OPEN INPUT SNPPRIC
              WHEN 26
                 OPEN INPUT SNPFCST
              WHEN 27
                 OPEN INPUT SNPPLAN
              WHEN 28
                 OPEN INPUT SNPKITB
              WHEN 29
                 OPEN INPUT SNPHAZM
           END-EVALUATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0320-READ-SNAPSHOT PARAGRAPH READS ONE RECORD OF THE
      *    CURRENT MEMBER'S SNAPSHOT INTO THE SNAPSHOT BUFFER. A READ
      *    ERROR ENDS THE PASS AND FAILS THE MEMBER.
      *
      *  CALLED BY:
      *    -  0300-VERIFY-ONE-MEMBER
      *    -  0400-HASH-SNAPSHOT-REC
      *    -  0500-RESTORE-ONE-MEMBER
      *    -  0520-COPY-RESTORE-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0320-READ-SNAPSHOT.
           EVALUATE WS-MBR-SUB
              WHEN 1
                 READ SNPSUPH INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 2
                 READ SNPPORH INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 3
                 READ SNPINVM INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 4
                 READ SNPDEMH INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 5
                 READ SNPLOTM INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 6
                 READ SNPRTVH INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 7
                 READ SNPPOCL INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 8
                 READ SNPADDR INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 9
                 READ SNPINVR INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 10
                 READ SNPBUYR INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 11
                 READ SNPXREF INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 12
                 READ SNPPERS INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 13
                 READ SNPRUNS INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 14
                 READ SNPAPOP INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 15
                 READ SNPPAID INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 16
                 READ SNPXFER INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 17
                 READ SNPORDM INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 18
                 READ SNPRFQM INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 19
                 READ SNPCONT INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 20
                 READ SNPHOLD INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 21
                 READ SNPCONM INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 22
                 READ SNPBUDG INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 23
                 READ SNPCLMH INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 24
                 READ SNPNOTE INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 25
                 READ SNPPRIC INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 26
                 READ SNPFCST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 27
                 READ SNPPLAN INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 28
                 READ SNPKITB INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
              WHEN 29
                 READ SNPHAZM INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO SNAP-FILE-SW
                 END-READ
           END-EVALUATE.
      *
           IF SSCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING SNAPSHOT OF '
                      SM-MEMBER-NAME (WS-MBR-SUB) ' - ' SSCODE
              MOVE 'SNAPSHOT READ ERROR' TO SV-RESULT (WS-MBR-SUB)
              SET MBR-ERROR TO TRUE
              MOVE 'Y' TO SNAP-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0340-CLOSE-SNAPSHOT PARAGRAPH CLOSES THE CURRENT
      *    MEMBER'S SNAPSHOT.
      *
      *  CALLED BY:
      *    -  0300-VERIFY-ONE-MEMBER
      *    -  0500-RESTORE-ONE-MEMBER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0340-CLOSE-SNAPSHOT.
           EVALUATE WS-MBR-SUB
              WHEN 1
                 CLOSE SNPSUPH
              WHEN 2
                 CLOSE SNPPORH
              WHEN 3
                 CLOSE SNPINVM
              WHEN 4
                 CLOSE SNPDEMH
              WHEN 5
                 CLOSE SNPLOTM
              WHEN 6
                 CLOSE SNPRTVH
              WHEN 7
                 CLOSE SNPPOCL
              WHEN 8
                 CLOSE SNPADDR
              WHEN 9
                 CLOSE SNPINVR
              WHEN 10
                 CLOSE SNPBUYR
              WHEN 11
                 CLOSE SNPXREF
              WHEN 12
                 CLOSE SNPPERS
              WHEN 13
                 CLOSE SNPRUNS
              WHEN 14
                 CLOSE SNPAPOP
              WHEN 15
                 CLOSE SNPPAID
              WHEN 16
                 CLOSE SNPXFER
              WHEN 17
                 CLOSE SNPORDM
              WHEN 18
                 CLOSE SNPRFQM
              WHEN 19
                 CLOSE SNPCONT
              WHEN 20
                 CLOSE SNPHOLD
              WHEN 21
                 CLOSE SNPCONM
              WHEN 22
                 CLOSE SNPBUDG
              WHEN 23
                 CLOSE SNPCLMH
              WHEN 24
                 CLOSE SNPNOTE
              WHEN 25
                 CLOSE SNPPRIC
              WHEN 26
                 CLOSE SNPFCST
              WHEN 27
                 CLOSE SNPPLAN
              WHEN 28
                 CLOSE SNPKITB
              WHEN 29
                 CLOSE SNPHAZM
           END-EVALUATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0400-HASH-SNAPSHOT-REC PARAGRAPH ADDS ONE SNAPSHOT
      *    RECORD TO THE MEMBER'S VERIFIED RECORD COUNT AND HASH TOTAL
      *    AND READS THE NEXT.
      *
      *  CALLED BY:
      *    -  0300-VERIFY-ONE-MEMBER
      *
      *  CALLS:
      *    -  0450-HASH-RECORD
      *    -  0320-READ-SNAPSHOT
      *****************************************************************
      *
       0400-HASH-SNAPSHOT-REC.
           ADD 1 TO SV-REC-COUNT (WS-MBR-SUB).
           PERFORM 0450-HASH-RECORD.
           ADD WS-REC-HASH TO SV-HASH-TOTAL (WS-MBR-SUB).
           PERFORM 0320-READ-SNAPSHOT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0450-HASH-RECORD PARAGRAPH HASHES THE RECORD IN THE
      *    SNAPSHOT BUFFER OVER THE MEMBER'S RECORD LENGTH EXACTLY AS
      *    SNAPCAT.CBL DID WHEN IT CATALOGED THE SNAPSHOT: THE SUM OF
      *    EACH BYTE'S ORDINAL VALUE TIMES ITS POSITION.
      *
      *  CALLED BY:
      *    -  0400-HASH-SNAPSHOT-REC
      *
      *  CALLS:
      *    -  0460-HASH-ONE-BYTE
      *****************************************************************
      *
       0450-HASH-RECORD.
           MOVE 0 TO WS-REC-HASH.
           PERFORM 0460-HASH-ONE-BYTE
               VARYING WS-BYTE-SUB FROM 1 BY 1
               UNTIL WS-BYTE-SUB > SM-RECORD-LEN (WS-MBR-SUB).
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0460-HASH-ONE-BYTE PARAGRAPH ADDS ONE BYTE OF THE
      *    RECORD TO THE RECORD HASH.
      *
      *  CALLED BY:
      *    -  0450-HASH-RECORD
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0460-HASH-ONE-BYTE.
           COMPUTE WS-REC-HASH = WS-REC-HASH +
                   FUNCTION ORD (WS-SNAP-BYTE (WS-BYTE-SUB))
                   * WS-BYTE-SUB.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-RESTORE-ONE-MEMBER PARAGRAPH COPIES ONE VERIFIED
      *    SNAPSHOT ONTO ITS OLD MASTER. A FILE THAT WILL NOT OPEN, AN
      *    I/O ERROR OR A COPIED COUNT THAT DIFFERS FROM THE CATALOG
      *    MARKS THE RESTORE FAILED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0310-OPEN-SNAPSHOT
      *    -  0510-OPEN-RESTORE
      *    -  0320-READ-SNAPSHOT
      *    -  0520-COPY-RESTORE-REC
      *    -  0340-CLOSE-SNAPSHOT
      *    -  0540-CLOSE-RESTORE
      *****************************************************************
      *
       0500-RESTORE-ONE-MEMBER.
           MOVE 'N' TO MBR-ERROR-SW.
           MOVE 'N' TO SNAP-FILE-SW.
           MOVE 0   TO SV-RESTORED-CTR (WS-MBR-SUB).
      *
           PERFORM 0310-OPEN-SNAPSHOT.
           PERFORM 0510-OPEN-RESTORE.
           IF SSCODE = '00' AND RSCODE = '00'
              PERFORM 0320-READ-SNAPSHOT
              PERFORM 0520-COPY-RESTORE-REC
                  UNTIL END-OF-SNAP-FILE
           ELSE
              DISPLAY 'ERROR OPENING RESTORE OF '
                      SM-MEMBER-NAME (WS-MBR-SUB) ' - '
                      SSCODE ' ' RSCODE
              SET MBR-ERROR TO TRUE
           END-IF.
           PERFORM 0340-CLOSE-SNAPSHOT.
           PERFORM 0540-CLOSE-RESTORE.
      *
           IF NOT MBR-ERROR
              AND SV-RESTORED-CTR (WS-MBR-SUB) =
                  SV-CAT-REC-COUNT (WS-MBR-SUB)
              MOVE 'RESTORED' TO SV-RESULT (WS-MBR-SUB)
              ADD 1 TO WS-RESTORED-MBR-CTR
           ELSE
              MOVE 'RESTORE FAILED' TO SV-RESULT (WS-MBR-SUB)
              SET RESTORE-ERROR TO TRUE
              DISPLAY 'SNAPREST: RESTORE OF '
                      SM-MEMBER-NAME (WS-MBR-SUB)
                      ' FAILED -- RERUN THE ROLLBACK BEFORE RESTARTING'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0510-OPEN-RESTORE PARAGRAPH OPENS THE OLD MASTER FOR
      *    THE CURRENT MEMBER FOR OUTPUT.
      *
      *  CALLED BY:
      *    -  0500-RESTORE-ONE-MEMBER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0510-OPEN-RESTORE.
           EVALUATE WS-MBR-SUB
              WHEN 1
                 OPEN OUTPUT RSTSUPH
              WHEN 2
                 OPEN OUTPUT RSTPORH
              WHEN 3
                 OPEN OUTPUT RSTINVM
              WHEN 4
                 OPEN OUTPUT RSTDEMH
              WHEN 5
                 OPEN OUTPUT RSTLOTM
              WHEN 6
                 OPEN OUTPUT RSTRTVH
              WHEN 7
                 OPEN OUTPUT RSTPOCL
              WHEN 8
                 OPEN OUTPUT RSTADDR
              WHEN 9
                 OPEN OUTPUT RSTINVR
              WHEN 10
                 OPEN OUTPUT RSTBUYR
              WHEN 11
                 OPEN OUTPUT RSTXREF
              WHEN 12
                 OPEN OUTPUT RSTPERS
              WHEN 13
                 OPEN OUTPUT RSTRUNS
              WHEN 14
                 OPEN OUTPUT RSTAPOP
              WHEN 15
                 OPEN OUTPUT RSTPAID
              WHEN 16
                 OPEN OUTPUT RSTXFER
              WHEN 17
                 OPEN OUTPUT RSTORDM
              WHEN 18
                 OPEN OUTPUT RSTRFQM
              WHEN 19
                 OPEN OUTPUT RSTCONT
              WHEN 20
                 OPEN OUTPUT RSTHOLD
              WHEN 21
                 OPEN OUTPUT RSTCONM
              WHEN 22
                 OPEN OUTPUT RSTBUDG
              WHEN 23
                 OPEN OUTPUT RSTCLMH
              WHEN 24
                 OPEN OUTPUT RSTNOTE
              WHEN 25
                 OPEN OUTPUT RSTPRIC
              WHEN 26
                 OPEN OUTPUT RSTFCST
              WHEN 27
                 OPEN OUTPUT RSTPLAN
              WHEN 28
                 OPEN OUTPUT RSTKITB
              WHEN 29
                 OPEN OUTPUT RSTHAZM
           END-EVALUATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0520-COPY-RESTORE-REC PARAGRAPH WRITES ONE SNAPSHOT
      *    RECORD TO THE OLD MASTER AND READS THE NEXT. A WRITE ERROR
      *    ENDS THE COPY AND FAILS THE RESTORE.
      *
      *  CALLED BY:
      *    -  0500-RESTORE-ONE-MEMBER
      *
      *  CALLS:
      *    -  0530-WRITE-RESTORE
      *    -  0320-READ-SNAPSHOT
      *****************************************************************
      *
       0520-COPY-RESTORE-REC.
           PERFORM 0530-WRITE-RESTORE.
           IF RSCODE NOT = '00'
              DISPLAY 'ERROR WRITING RESTORE OF '
                      SM-MEMBER-NAME (WS-MBR-SUB) ' - ' RSCODE
              SET MBR-ERROR TO TRUE
              MOVE 'Y' TO SNAP-FILE-SW
           ELSE
              ADD 1 TO SV-RESTORED-CTR (WS-MBR-SUB)
              PERFORM 0320-READ-SNAPSHOT
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0530-WRITE-RESTORE PARAGRAPH WRITES THE RECORD IN THE
      *    SNAPSHOT BUFFER TO THE CURRENT MEMBER'S OLD MASTER.
      *
      *  CALLED BY:
      *    -  0520-COPY-RESTORE-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0530-WRITE-RESTORE.
           EVALUATE WS-MBR-SUB
              WHEN 1
                 WRITE RSTSUPH-REC FROM WS-SNAP-BUFFER
              WHEN 2
                 WRITE RSTPORH-REC FROM WS-SNAP-BUFFER
              WHEN 3
                 WRITE RSTINVM-REC FROM WS-SNAP-BUFFER
              WHEN 4
                 WRITE RSTDEMH-REC FROM WS-SNAP-BUFFER
              WHEN 5
                 WRITE RSTLOTM-REC FROM WS-SNAP-BUFFER
              WHEN 6
                 WRITE RSTRTVH-REC FROM WS-SNAP-BUFFER
              WHEN 7
                 WRITE RSTPOCL-REC FROM WS-SNAP-BUFFER
              WHEN 8
                 WRITE RSTADDR-REC FROM WS-SNAP-BUFFER
              WHEN 9
                 WRITE RSTINVR-REC FROM WS-SNAP-BUFFER
              WHEN 10
                 WRITE RSTBUYR-REC FROM WS-SNAP-BUFFER
              WHEN 11
                 WRITE RSTXREF-REC FROM WS-SNAP-BUFFER
              WHEN 12
                 WRITE RSTPERS-REC FROM WS-SNAP-BUFFER
              WHEN 13
                 WRITE RSTRUNS-REC FROM WS-SNAP-BUFFER
              WHEN 14
                 WRITE RSTAPOP-REC FROM WS-SNAP-BUFFER
              WHEN 15
                 WRITE RSTPAID-REC FROM WS-SNAP-BUFFER
              WHEN 16
                 WRITE RSTXFER-REC FROM WS-SNAP-BUFFER
              WHEN 17
                 WRITE RSTORDM-REC FROM WS-SNAP-BUFFER
              WHEN 18
                 WRITE RSTRFQM-REC FROM WS-SNAP-BUFFER
              WHEN 19
                 WRITE RSTCONT-REC FROM WS-SNAP-BUFFER
              WHEN 20
                 WRITE RSTHOLD-REC FROM WS-SNAP-BUFFER
              WHEN 21
                 WRITE RSTCONM-REC FROM WS-SNAP-BUFFER
              WHEN 22
                 WRITE RSTBUDG-REC FROM WS-SNAP-BUFFER
              WHEN 23
                 WRITE RSTCLMH-REC FROM WS-SNAP-BUFFER
              WHEN 24
                 WRITE RSTNOTE-REC FROM WS-SNAP-BUFFER
              WHEN 25
                 WRITE RSTPRIC-REC FROM WS-SNAP-BUFFER
              WHEN 26
                 WRITE RSTFCST-REC FROM WS-SNAP-BUFFER
              WHEN 27
                 WRITE RSTPLAN-REC FROM WS-SNAP-BUFFER
              WHEN 28
                 WRITE RSTKITB-REC FROM WS-SNAP-BUFFER
              WHEN 29
                 WRITE RSTHAZM-REC FROM WS-SNAP-BUFFER
           END-EVALUATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0540-CLOSE-RESTORE PARAGRAPH CLOSES THE CURRENT
      *    MEMBER'S OLD MASTER.
      *
      *  CALLED BY:
      *    -  0500-RESTORE-ONE-MEMBER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0540-CLOSE-RESTORE.
           EVALUATE WS-MBR-SUB
              WHEN 1
                 CLOSE RSTSUPH
              WHEN 2
                 CLOSE RSTPORH
              WHEN 3
                 CLOSE RSTINVM
              WHEN 4
                 CLOSE RSTDEMH
              WHEN 5
                 CLOSE RSTLOTM
              WHEN 6
                 CLOSE RSTRTVH
              WHEN 7
                 CLOSE RSTPOCL
              WHEN 8
                 CLOSE RSTADDR
              WHEN 9
                 CLOSE RSTINVR
              WHEN 10
                 CLOSE RSTBUYR
              WHEN 11
                 CLOSE RSTXREF
              WHEN 12
                 CLOSE RSTPERS
              WHEN 13
                 CLOSE RSTRUNS
              WHEN 14
                 CLOSE RSTAPOP
              WHEN 15
                 CLOSE RSTPAID
              WHEN 16
                 CLOSE RSTXFER
              WHEN 17
                 CLOSE RSTORDM
              WHEN 18
                 CLOSE RSTRFQM
              WHEN 19
                 CLOSE RSTCONT
              WHEN 20
                 CLOSE RSTHOLD
              WHEN 21
                 CLOSE RSTCONM
              WHEN 22
                 CLOSE RSTBUDG
              WHEN 23
                 CLOSE RSTCLMH
              WHEN 24
                 CLOSE RSTNOTE
              WHEN 25
                 CLOSE RSTPRIC
              WHEN 26
                 CLOSE RSTFCST
              WHEN 27
                 CLOSE RSTPLAN
              WHEN 28
                 CLOSE RSTKITB
              WHEN 29
                 CLOSE RSTHAZM
           END-EVALUATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-WRITE-RESTORE-REPORT PARAGRAPH LISTS EVERY MEMBER
      *    WITH ITS CATALOGED AND VERIFIED COUNTS AND HASH TOTALS AND
      *    ITS RESULT, AND STATES WHETHER THE SET WAS RESTORED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0710-WRITE-MEMBER-LINE
      *****************************************************************
      *
       0700-WRITE-RESTORE-REPORT.
           WRITE RESTRPT-REC FROM REST-RPT-HDR-LINE-1.
           WRITE RESTRPT-REC FROM WS-BLANK-LINE.
           WRITE RESTRPT-REC FROM REST-RPT-HDR-LINE-2.
      *
           PERFORM 0710-WRITE-MEMBER-LINE
               VARYING WS-MBR-SUB FROM 1 BY 1
               UNTIL WS-MBR-SUB > WS-MAX-MBR-SUB.
      *
           EVALUATE TRUE
              WHEN NOT RESTORE-DONE
                 MOVE 'RESTORE REFUSED -- SET FAILED VERIFICATION'
                    TO REST-RPT-TOTAL-TEXT
              WHEN RESTORE-ERROR
                 MOVE 'RESTORE FAILED -- RERUN BEFORE RESTARTING STREAM'
                    TO REST-RPT-TOTAL-TEXT
              WHEN OTHER
                 MOVE 'COMPLETE SET RESTORED TO THE OLD MASTERS'
                    TO REST-RPT-TOTAL-TEXT
           END-EVALUATE.
           WRITE RESTRPT-REC FROM WS-BLANK-LINE.
           WRITE RESTRPT-REC FROM REST-RPT-TOTAL-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0710-WRITE-MEMBER-LINE PARAGRAPH WRITES ONE MEMBER'S
      *    LINE OF THE RESTORE REPORT.
      *
      *  CALLED BY:
      *    -  0700-WRITE-RESTORE-REPORT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0710-WRITE-MEMBER-LINE.
           MOVE SM-MEMBER-NAME (WS-MBR-SUB)    TO REST-RPT-MEMBER.
           MOVE SV-CAT-REC-COUNT (WS-MBR-SUB)  TO REST-RPT-CAT-COUNT.
           MOVE SV-REC-COUNT (WS-MBR-SUB)      TO REST-RPT-READ-COUNT.
           MOVE SV-CAT-HASH-TOTAL (WS-MBR-SUB) TO REST-RPT-CAT-HASH.
           MOVE SV-HASH-TOTAL (WS-MBR-SUB)     TO REST-RPT-READ-HASH.
           MOVE SV-RESULT (WS-MBR-SUB)         TO REST-RPT-RESULT.
           WRITE RESTRPT-REC FROM REST-RPT-DETAIL-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2600-CLOSE-FILES PARAGRAPH CLOSES THE CATALOG AND REPORT
      *    FILES AND DISPLAYS THE RUN CONTROL TOTALS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2600-CLOSE-FILES.
           CLOSE SNAPCTLG
                 RESTRPT.
      *
           DISPLAY 'CATALOG ENTRIES READ:        ' WS-CTLG-READ-CTR.
           DISPLAY 'ENTRIES FOR RUN STAMP:       ' WS-CTLG-STAMP-CTR.
           DISPLAY 'MEMBERS FAILING VERIFY:      ' WS-FAILED-CTR.
           DISPLAY 'MEMBERS RESTORED:            ' WS-RESTORED-MBR-CTR.
