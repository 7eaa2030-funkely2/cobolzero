      *                 THIS TOOL EXISTS FOR - IS RECREATED EMPTY AND
      *                 REBUILT WHOLE FROM THE SNAPSHOT IMAGE INSTEAD
      *                 OF STOPPING ON THE OPEN.
      * 10/15/2026 JR   BALANCES ARE SIGNED AND SNAPSHOT IMAGES ARE 150
      *                 BYTES (SNAPREC). THE REPLAYED AVAILABLE BALANCE
      *                 IS NO LONGER FLOORED AT ZERO - IT MAY SIT INSIDE
      *                 THE OVERDRAFT LINE LIKE THE LEDGER - AND A
      *                 REBUILT ACCOUNT THAT COMES BACK OUT OF OVERDRAFT
      *                 HAS ITS OVERDRAWN DATE CLEARED. THE SNAPSHOT
      *                 HASH AND THE BEFORE/AFTER COLUMNS ARE SIGNED.
      * 10/15/2026 JR   SNAPSHOT COPY OF ACCTREC PICKS UP THE PRODUCT
      *                 CODE AND OVERRIDE FLAGS.
      * 10/15/2026 JR   ADDED THE LOAN TRANSACTION TYPES: DESEMBOLSO IS
      *                 A CREDIT, PREST-CAP AND PREST-INT ARE DEBITS.
      * 10/15/2026 JR   ADDED THE CHEQUE TRANSACTION TYPES: DEP-CHEQUE
      *                 IS A CREDIT AND CHEQUE A DEBIT.
      * 10/15/2026 JR   ADDED THE TREXT-DEV TRANSACTION TYPE (RETURNED
      *                 INTERBANK TRANSFER RE-CREDITED), A CREDIT.
      * 10/15/2026 JR   TRANSACTION-LOG RECORD WIDENED TO 105 BYTES FOR
      *                 THE BRANCH CODES (LOG-BRANCH-CODE,
      *                 LOG-HOME-BRANCH-CODE). THE SNAPSHOT COPY OF
      *                 ACCTREC RENAMES THE NEW ACCOUNT-BRANCH-CODE.
      * 10/15/2026 JR   ADDED THE RET-IMP TRANSACTION TYPE (INCOME TAX
      *                 WITHHELD FROM CREDITED INTEREST), A DEBIT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-RECORD                PIC X(150).

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

               ACCOUNT-AVAILABLE-BALANCE
                                  BY SNAP-ACCOUNT-AVAILABLE-BALANCE
               ACCOUNT-LAST-ACTIVITY-DATE
                                  BY SNAP-ACCOUNT-LAST-ACTIVITY-DATE
               ACCOUNT-OVERDRAFT-RATE  BY SNAP-ACCOUNT-OVERDRAFT-RATE
               ACCOUNT-OVERDRAWN-DATE  BY SNAP-ACCOUNT-OVERDRAWN-DATE
               ACCOUNT-PRODUCT-CODE    BY SNAP-ACCOUNT-PRODUCT-CODE
               ACCOUNT-OVERRIDE-FLAGS  BY SNAP-ACCOUNT-OVERRIDE-FLAGS
               ACCOUNT-RATE-OVERRIDE   BY SNAP-ACCOUNT-RATE-OVERRIDE
               ACCOUNT-OWN-RATE        BY SNAP-ACCOUNT-OWN-RATE
               ACCOUNT-MINIMUM-OVERRIDE
                                  BY SNAP-ACCOUNT-MINIMUM-OVERRIDE
               ACCOUNT-OWN-MINIMUM     BY SNAP-ACCOUNT-OWN-MINIMUM
               ACCOUNT-OVERDRAFT-OVERRIDE
                                  BY SNAP-ACCOUNT-OVERDRAFT-OVERRIDE
               ACCOUNT-OWN-OVERDRAFT   BY SNAP-ACCOUNT-OWN-OVERDRAFT
               ACCOUNT-BRANCH-CODE     BY SNAP-ACCOUNT-BRANCH-CODE.

       01  ACCOUNT-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  ACCOUNT-MASTER-OK                  VALUE "00".

       01  CONTROL-COUNT-FIELDS.
           05  SNAPSHOT-RECORDS-COUNT      PIC 9(08) COMP VALUE ZERO.
           05  SNAPSHOT-HASH-TOTAL         PIC S9(14)V99 VALUE ZERO.
           05  ACCOUNTS-CHANGED-COUNT      PIC 9(08) COMP VALUE ZERO.
           05  ACCOUNTS-CREATED-COUNT      PIC 9(08) COMP VALUE ZERO.
           05  ORPHAN-RECORD-COUNT         PIC 9(08) COMP VALUE ZERO.

       01  REPORT-DETAIL-LINE.
           05  DETAIL-ACCOUNT-NUMBER       PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-BEFORE-BALANCE       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-AFTER-BALANCE        PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-MOVEMENT-COUNT       PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
                   WHEN LOG-TYPE-DEPOSIT
                   WHEN LOG-TYPE-TRANSFER-CREDIT
                   WHEN LOG-TYPE-EXTERNAL-CREDIT
                   WHEN LOG-TYPE-EXTERNAL-RETURN
                   WHEN LOG-TYPE-LOAN-DISBURSEMENT
                   WHEN LOG-TYPE-CHEQUE-DEPOSIT
                   WHEN LOG-TYPE-INTEREST
                   WHEN LOG-TYPE-CORRECTION-CREDIT
                       ADD LOG-TRANSACTION-AMOUNT TO REBUILT-BALANCE
           COMPUTE REBUILT-AVAILABLE =
               SNAP-ACCOUNT-AVAILABLE-BALANCE
               + REBUILT-BALANCE - SNAP-ACCOUNT-BALANCE.
           MOVE SNAP-ACCOUNT-MASTER-RECORD TO ACCOUNT-MASTER-RECORD.
           MOVE REBUILT-BALANCE TO ACCOUNT-BALANCE.
           MOVE REBUILT-AVAILABLE TO ACCOUNT-AVAILABLE-BALANCE.
           IF ACCOUNT-BALANCE NOT < ZERO
               MOVE ZERO TO ACCOUNT-OVERDRAWN-DATE
           END-IF.
           IF MASTER-RECORD-FOUND
               REWRITE ACCOUNT-MASTER-RECORD
               IF NOT ACCOUNT-MASTER-OK
