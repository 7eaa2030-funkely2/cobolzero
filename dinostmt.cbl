      *                 CREDITS WHEN DERIVING THE OPENING BALANCE;
      *                 TREXT-DB ALREADY FELL THROUGH TO THE DEBIT
      *                 SIDE.
      * 10/15/2026 JR   BALANCES ARE SIGNED. THE OPENING, RUNNING AND
      *                 CLOSING BALANCES AND THE CUSTOMER TOTAL PRINT
      *                 WITH A LEADING MINUS WHEN OVERDRAWN, AND THE
      *                 DERIVED OPENING BALANCE MAY ITSELF BE NEGATIVE.
      *                 THE NEW INT-SOBREG OVERDRAFT INTEREST FALLS TO
      *                 THE DEBIT SIDE.
      * 10/15/2026 JR   ADDED THE LOAN TRANSACTION TYPES: DESEMBOLSO IS
      *                 A CREDIT, PREST-CAP AND PREST-INT ARE DEBITS.
      * 10/15/2026 JR   ADDED THE CHEQUE TRANSACTION TYPES: DEP-CHEQUE
      *                 IS A CREDIT AND CHEQUE A DEBIT.
      * 10/15/2026 JR   ADDED THE TREXT-DEV TRANSACTION TYPE (RETURNED
      *                 INTERBANK TRANSFER RE-CREDITED), A CREDIT.
      * 10/15/2026 JR   TRANSACTION-LOG RECORD WIDENED TO 105 BYTES FOR
      *                 THE BRANCH CODES (LOG-BRANCH-CODE,
      *                 LOG-HOME-BRANCH-CODE).
      * 10/15/2026 JR   ADDED THE RET-IMP TRANSACTION TYPE (INCOME TAX
      *                 WITHHELD FROM CREDITED INTEREST), A DEBIT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

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

           05  REQUEST-TO-DATE             PIC 9(08) VALUE ZERO.

       01  BALANCE-WORK-FIELDS.
           05  OPENING-BALANCE-WORK        PIC S9(10)V99 VALUE ZERO.
           05  CLOSING-BALANCE-WORK        PIC S9(10)V99 VALUE ZERO.

       01  CUSTOMER-WORK-FIELDS.
           05  CUSTOMER-TOTAL-WORK         PIC S9(12)V99 VALUE ZERO.
           05  CUSTOMER-ACCOUNTS-COUNT     PIC 9(04) COMP VALUE ZERO.

       01  STATEMENT-PAGE-FEED-LINE.
       01  STATEMENT-CUSTOMER-TOTAL-LINE.
           05  FILLER                      PIC X(36) VALUE
               "SALDO TOTAL DEL CLIENTE:".
           05  CUSTOMER-TOTAL-DISPLAY      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(15) VALUE SPACES.

       01  STATEMENT-HEADING-LINE-2.
           05  FILLER                      PIC X(08) VALUE "CUENTA".
           05  FILLER                      PIC X(16) VALUE "SALDO".

       01  STATEMENT-OPENING-LINE.
           05  FILLER                      PIC X(37) VALUE
               "SALDO INICIAL:".
           05  OPENING-BALANCE-DISPLAY     PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  STATEMENT-DETAIL-LINE.
           05  DETAIL-DATE                 PIC 9(08).
           05  DETAIL-TYPE                 PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-BALANCE              PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  STATEMENT-NO-MOVEMENT-LINE.
           05  FILLER                      PIC X(70) VALUE
               "SIN MOVIMIENTOS EN EL PERIODO.".

       01  STATEMENT-CLOSING-LINE.
           05  FILLER                      PIC X(37) VALUE
               "SALDO FINAL:".
           05  CLOSING-BALANCE-DISPLAY     PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   WHEN LOG-TYPE-DEPOSIT
                   WHEN LOG-TYPE-TRANSFER-CREDIT
                   WHEN LOG-TYPE-EXTERNAL-CREDIT
                   WHEN LOG-TYPE-EXTERNAL-RETURN
                   WHEN LOG-TYPE-LOAN-DISBURSEMENT
                   WHEN LOG-TYPE-CHEQUE-DEPOSIT
                   WHEN LOG-TYPE-INTEREST
                   WHEN LOG-TYPE-CORRECTION-CREDIT
                       COMPUTE OPENING-BALANCE-WORK =
