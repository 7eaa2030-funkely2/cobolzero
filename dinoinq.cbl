      *                 RESULT LINE ONLY READS VERIFICADA WHEN EVERY
      *                 ARCHIVE CONSULTED BALANCED - SO THE HISTORY
      *                 HANDED TO A REGULATOR IS PROVABLY COMPLETE.
      * 10/15/2026 JR   THE SALDO COLUMN PRINTS THE SIGNED RESULTING
      *                 BALANCE. ARCHIVED RECORDS WRITTEN BEFORE
      *                 BALANCES WERE SIGNED CARRY NO SIGN AND PRINT AS
      *                 THEY WERE LOGGED.
      * 10/15/2026 JR   THE LOG SORT ACCEPTS THE LOAN TRANSACTION TYPES
      *                 DESEMBOLSO, PREST-CAP AND PREST-INT.
      * 10/15/2026 JR   THE LOG SORT ACCEPTS THE CHEQUE TRANSACTION
      *                 TYPES CHEQUE AND DEP-CHEQUE.
      * 10/15/2026 JR   THE LOG SORT ACCEPTS THE TREXT-DEV TRANSACTION
      *                 TYPE.
      * 10/15/2026 JR   TRANSACTION-LOG RECORD WIDENED TO 105 BYTES FOR
      *                 THE BRANCH CODES (LOG-BRANCH-CODE,
      *                 LOG-HOME-BRANCH-CODE).
      * 10/15/2026 JR   THE LOG SORT ACCEPTS THE RET-IMP TRANSACTION
      *                 TYPE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD                 PIC X(105).

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RAW-TRANSACTION-LOG-RECORD     PIC X(105).

       SD  SORT-WORK-FILE.
           COPY TRANREC
                      BY SORT-TYPE-EXTERNAL-DEBIT
                         LOG-TYPE-EXTERNAL-CREDIT
                      BY SORT-TYPE-EXTERNAL-CREDIT
                         LOG-TYPE-OVERDRAFT-INTEREST
                      BY SORT-TYPE-OVERDRAFT-INTEREST
                         LOG-TYPE-LOAN-DISBURSEMENT
                      BY SORT-TYPE-LOAN-DISBURSEMENT
                         LOG-TYPE-LOAN-PRINCIPAL
                      BY SORT-TYPE-LOAN-PRINCIPAL
                         LOG-TYPE-LOAN-INTEREST
                      BY SORT-TYPE-LOAN-INTEREST
                         LOG-TYPE-CHEQUE
                      BY SORT-TYPE-CHEQUE
                         LOG-TYPE-CHEQUE-DEPOSIT
                      BY SORT-TYPE-CHEQUE-DEPOSIT
                         LOG-TYPE-EXTERNAL-RETURN
                      BY SORT-TYPE-EXTERNAL-RETURN
                         LOG-TYPE-INTEREST-WITHHOLDING
                      BY SORT-TYPE-INTEREST-WITHHOLDING
                         LOG-TRANSACTION-AMOUNT
                      BY SORT-TRANSACTION-AMOUNT
                         LOG-RESULTING-BALANCE
                      BY SORT-REFERENCE-TIMESTAMP
                         LOG-APPROVED-BY
                      BY SORT-APPROVED-BY
                         LOG-BRANCH-CODE
                      BY SORT-BRANCH-CODE
                         LOG-HOME-BRANCH-CODE
                      BY SORT-HOME-BRANCH-CODE
                         TRANSACTION-LOG-RECORD
                      BY SORT-TRANSACTION-RECORD.

           05  DETAIL-TYPE                 PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-BALANCE              PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-OPERATOR             PIC X(08).
           05  FILLER                      PIC X(14) VALUE SPACES.
