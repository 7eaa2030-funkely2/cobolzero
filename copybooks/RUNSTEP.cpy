      *----------------------------------------------------------------
      * RUNSTEP - NIGHTLY JOB-STREAM DEFINITION
      * ONE ENTRY PER STEP OF THE NIGHT, IN RUNNING ORDER: STEP CODE,
      * PROGRAM, AND UP TO SIX PREREQUISITE STEPS (BY POSITION IN THIS
      * TABLE, 00 = NONE) THAT MUST BE COMPLETE FOR THE BUSINESS DATE
      * BEFORE THE PROGRAM MAY START. THE POSITION IS ALSO THE STEP'S
      * SLOT IN RUN-STEP-ENTRY OF RUNCREC.CPY, SO A NEW STEP GOES AT
      * THE END (RUNCREC HAS ROOM FOR 20) AND STREAM-STEP-COUNT IS
      * RAISED WITH IT. EVERY STREAM PROGRAM AND DINOCTL COPY THIS.
      *----------------------------------------------------------------
       01  STREAM-STEP-VALUES.
      *        01 SNAPSHOT OF THE MASTER BEFORE ANYTHING POSTS
           05  FILLER                     PIC X(24)
                   VALUE "SNAPDINOSNAP000000000000".
      *        02 DEPOSIT-HOLD RELEASE
           05  FILLER                     PIC X(24)
                   VALUE "HOLDDINOHOLD010000000000".
      *        03 STANDING ORDERS, ON THE RELEASED AVAILABLE BALANCE
           05  FILLER                     PIC X(24)
                   VALUE "ORD DINOORD 020000000000".
      *        04 PAYROLL AND BULK POSTINGS
           05  FILLER                     PIC X(24)
                   VALUE "POSTDINOPOST010000000000".
      *        05 LOAN DISBURSEMENT AND INSTALLMENT COLLECTION
           05  FILLER                     PIC X(24)
                   VALUE "PRESDINOPRES020400000000".
      *        06 INBOUND INTERBANK EXCHANGE
           05  FILLER                     PIC X(24)
                   VALUE "XIN DINOXIN 010000000000".
      *        07 INTERBANK RETURNS, BEFORE THE NEXT DINOXIN
           05  FILLER                     PIC X(24)
                   VALUE "DEV DINODEV 060000000000".
      *        08 CHEQUE CLEARING, ON THE RELEASED AVAILABLE BALANCE
           05  FILLER                     PIC X(24)
                   VALUE "CHQ DINOCHQ 020000000000".
      *        09 INTEREST, AFTER EVERY POSTING OF THE DAY
           05  FILLER                     PIC X(24)
                   VALUE "INT DINOINT 030405060708".
      *        10 FEE ASSESSMENT (MONTH END; A ZERO PERIOD SKIPS IT)
           05  FILLER                     PIC X(24)
                   VALUE "FEE DINOFEE 090000000000".
      *        11 DORMANCY REVIEW
           05  FILLER                     PIC X(24)
                   VALUE "DRM DINODRM 100000000000".
      *        12 END-OF-DAY SUMMARY
           05  FILLER                     PIC X(24)
                   VALUE "EOD DINOEOD 110000000000".
      *        13 BALANCE-INTEGRITY RECONCILIATION
           05  FILLER                     PIC X(24)
                   VALUE "RECNDINORECN120000000000".
      *        14 GENERAL-LEDGER EXTRACT
           05  FILLER                     PIC X(24)
                   VALUE "GL  DINOGL  120000000000".
      *        15 LARGE-CASH COMPLIANCE REPORT
           05  FILLER                     PIC X(24)
                   VALUE "COMPDINOCOMP120000000000".
      *        16 TELLER BALANCING
           05  FILLER                     PIC X(24)
                   VALUE "CUADDINOCUAD120000000000".
      *        17 OUTBOUND INTERBANK EXCHANGE
           05  FILLER                     PIC X(24)
                   VALUE "XOUTDINOXOUT120000000000".
      *        18 SUBLEDGER-TO-LEDGER PROOF
           05  FILLER                     PIC X(24)
                   VALUE "MAY DINOMAY 141700000000".
      *        19 TRANSACTION-LOG ARCHIVE, LAST
           05  FILLER                     PIC X(24)
                   VALUE "ARCHDINOARCH131415161718".
       01  STREAM-STEP-TABLE REDEFINES STREAM-STEP-VALUES.
           05  STREAM-STEP                OCCURS 19 TIMES.
               10  STREAM-STEP-CODE       PIC X(04).
               10  STREAM-STEP-PROGRAM    PIC X(08).
               10  STREAM-STEP-PREREQUISITE
                                          PIC 9(02) OCCURS 6 TIMES.
       77  STREAM-STEP-COUNT              PIC 9(02) COMP VALUE 19.
