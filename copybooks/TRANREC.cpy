      * LOG-REFERENCE-TIMESTAMP CARRIES THE SENDING BANK'S EXCHANGE
      * REFERENCE; ON A TREXT-DB THE POSTING'S OWN TIMESTAMP IS THE
      * REFERENCE CARRIED INTO THE EXCHANGE FILE. LENGTH UNCHANGED.
      * 10/15/2026 JR - LOG-RESULTING-BALANCE IS NOW SIGNED (TRAILING
      * EMBEDDED SIGN, SAME 12 BYTES) SO A POSTING THAT LEAVES THE
      * ACCOUNT OVERDRAWN LOGS A NEGATIVE BALANCE INSTEAD OF A WRAPPED
      * POSITIVE ONE. OLD RECORDS READ UNCHANGED. ADDED THE INT-SOBREG
      * TYPE: THE DEBIT INTEREST DINOINT CHARGES ON THE OVERDRAWN PART
      * OF A BALANCE. IT IS A DEBIT TO THE CUSTOMER ACCOUNT.
      * 10/15/2026 JR - ADDED THE LOAN TYPES POSTED BY DINOPRES:
      * DESEMBOLSO CREDITS THE REPAYMENT ACCOUNT WITH A DISBURSED LOAN;
      * PREST-CAP AND PREST-INT DEBIT IT FOR THE PRINCIPAL AND THE
      * INTEREST PARTS OF A COLLECTED INSTALLMENT. ON ALL THREE
      * LOG-REFERENCE-TIMESTAMP CARRIES THE LOAN NUMBER AND, ON THE
      * COLLECTIONS, THE INSTALLMENT NUMBER AFTER A HYPHEN.
      * 10/15/2026 JR - ADDED THE CHEQUE TYPES: CHEQUE DEBITS THE
      * DRAWER'S ACCOUNT FOR A CHEQUE PAID THROUGH THE CLEARING HOUSE
      * (POSTED BY DINOCHQ) AND DEP-CHEQUE CREDITS AN ACCOUNT WITH
      * ANOTHER BANK'S CHEQUE DEPOSITED AT THE WINDOW, HELD ON DEPHOLD
      * UNTIL IT CLEARS. ON BOTH LOG-REFERENCE-TIMESTAMP CARRIES THE
      * CHEQUE NUMBER FOLLOWED BY THE OTHER BANK'S CODE.
      * 10/15/2026 JR - ADDED TREXT-DEV: AN OUTBOUND INTERBANK TRANSFER
      * RETURNED BY THE OTHER BANK, RE-CREDITED BY DINODEV. ITS
      * LOG-REFERENCE-TIMESTAMP CARRIES THE TIMESTAMP OF THE ORIGINAL
      * TREXT-DB (THE EXCH-REFERENCE OF THE RETURNED ITEM).
      * 10/15/2026 JR - ADDED LOG-BRANCH-CODE, THE BRANCH (SUCURSAL)
      * WHERE THE TRANSACTION WAS PERFORMED (THE TELLER'S SIGN-ON
      * BRANCH AT THE WINDOW, THE ACCOUNT'S HOME BRANCH FOR BATCH
      * POSTINGS, THE ORIGIN ACCOUNT'S BRANCH FOR BOTH LEGS OF A
      * STANDING ORDER), AND LOG-HOME-BRANCH-CODE, THE POSTED
      * ACCOUNT'S HOME BRANCH AT THE TIME. WHEN THE TWO DIFFER THE
      * TRANSACTION IS INTER-BRANCH AND DINOGL SETTLES IT THROUGH THE
      * BRANCH-CLEARING ACCOUNT. APPENDED AS BEFORE SO THE OLD 95-BYTE
      * RECORDS STILL READ, PADDED WITH SPACES; READERS TAKE A BLANK
      * BRANCH AS THE HEAD OFFICE, BRANCH 0001.
      * 10/15/2026 JR - ADDED RET-IMP: THE INCOME TAX DINOINT WITHHOLDS
      * FROM A CREDITED INTEREST. IT IS A DEBIT TO THE CUSTOMER ACCOUNT,
      * LOGGED RIGHT AFTER THE INTERES IT WITHHOLDS FROM, AND ITS
      * LOG-REFERENCE-TIMESTAMP CARRIES THAT INTERES'S TIMESTAMP.
      * LENGTH UNCHANGED.
      *----------------------------------------------------------------
       01  TRANSACTION-LOG-RECORD.
           05  LOG-ACCOUNT-NUMBER         PIC X(10).
               88  LOG-TYPE-FEE                 VALUE "COMISION  ".
               88  LOG-TYPE-EXTERNAL-DEBIT      VALUE "TREXT-DB  ".
               88  LOG-TYPE-EXTERNAL-CREDIT     VALUE "TREXT-CR  ".
               88  LOG-TYPE-OVERDRAFT-INTEREST  VALUE "INT-SOBREG".
               88  LOG-TYPE-LOAN-DISBURSEMENT   VALUE "DESEMBOLSO".
               88  LOG-TYPE-LOAN-PRINCIPAL      VALUE "PREST-CAP ".
               88  LOG-TYPE-LOAN-INTEREST       VALUE "PREST-INT ".
               88  LOG-TYPE-CHEQUE              VALUE "CHEQUE    ".
               88  LOG-TYPE-CHEQUE-DEPOSIT      VALUE "DEP-CHEQUE".
               88  LOG-TYPE-EXTERNAL-RETURN     VALUE "TREXT-DEV ".
               88  LOG-TYPE-INTEREST-WITHHOLDING
                                                VALUE "RET-IMP   ".
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  LOG-TRANSACTION-AMOUNT     PIC 9(10)V99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  LOG-RESULTING-BALANCE      PIC S9(10)V99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  LOG-TIMESTAMP.
               10  LOG-TIMESTAMP-DATE     PIC 9(08).
           05  LOG-REFERENCE-TIMESTAMP    PIC X(14).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  LOG-APPROVED-BY            PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  LOG-BRANCH-CODE            PIC X(04).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  LOG-HOME-BRANCH-CODE       PIC X(04).
