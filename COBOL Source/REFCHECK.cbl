           SELECT VEHMAKE ASSIGN TO VEHMAKE
              FILE STATUS IS VMCODE.
           SELECT SUPPMAST ASSIGN TO SUPPMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SUPPMAST-FILE-KEY
              FILE STATUS IS SMCODE.
           SELECT BUYERTBL ASSIGN TO BUYERTBL
              FILE STATUS IS BYCODE.
           SELECT EXCHRATE ASSIGN TO EXCHRATE
              FILE STATUS IS EXCODE.
           SELECT CONTRACT ASSIGN TO CONTRACT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CONTRACT-FILE-KEY
              FILE STATUS IS CTCODE.
           SELECT ALTSUPP ASSIGN TO ALTSUPP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ALTSUPP-FILE-KEY
              FILE STATUS IS ALCODE.
           SELECT BLANKETR ASSIGN TO BLANKETR
              FILE STATUS IS BLCODE.
           SELECT SUPERSED ASSIGN TO SUPERSED
              FILE STATUS IS SDCODE.
           SELECT PLANPARM ASSIGN TO PLANPARM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PLANPARM-FILE-KEY
              FILE STATUS IS PLCODE.
           SELECT SUPPXREF ASSIGN TO SUPPXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SUPPXREF-FILE-KEY
              ALTERNATE RECORD KEY IS SUPPXREF-SUPP-PART-KEY
                 WITH DUPLICATES
              FILE STATUS IS XFCODE.
           SELECT REFCRPT ASSIGN TO REFCRPT
              FILE STATUS IS RPCODE.
           RECORD CONTAINS 29 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMAST-REC.
       01 SUPPMAST-REC.
          05 SUPPMAST-FILE-KEY       PIC X(10).
          05 FILLER                  PIC X(19).
      *
       FD  BUYERTBL
           RECORDING MODE IS F
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTRACT-REC.
       01 CONTRACT-REC.
          05 CONTRACT-FILE-KEY       PIC X(33).
          05 FILLER                  PIC X(09).
      *
       FD  ALTSUPP
           RECORDING MODE IS F
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALTSUPP-REC.
       01 ALTSUPP-REC.
          05 ALTSUPP-FILE-KEY        PIC X(33).
          05 FILLER                  PIC X(01).
      *
       FD  BLANKETR
           RECORDING MODE IS F
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANPARM-REC.
       01 PLANPARM-REC.
          05 PLANPARM-FILE-KEY       PIC X(23).
          05 FILLER                  PIC X(26).
      *
       FD  SUPPXREF
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPXREF-REC.
       01 SUPPXREF-REC.
          05 SUPPXREF-FILE-KEY       PIC X(33).
          05 SUPPXREF-SUPP-PART-KEY  PIC X(15).
          05 FILLER                  PIC X(02).
      *
       FD  REFCRPT
           RECORDING MODE IS F
