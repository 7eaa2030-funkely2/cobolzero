      *                 THE STALE HOLD RELEASES ON ITS DATE, WHERE
      *                 DINOHOLD'S CAP OF AVAILABLE AT LEDGER ABSORBS
      *                 IT; UNTIL THEN HOLDRPT LISTS IT AS PENDING.
      * 10/15/2026 JR   BALANCES ARE SIGNED (ACCTREC/TRANREC). A RETIRO
      *                 INSIDE THE OVERDRAFT LINE NOW LEAVES A TRUE
      *                 NEGATIVE BALANCE INSTEAD OF A WRAPPED POSITIVE
      *                 ONE; LOG-BUILD-BALANCE CARRIES THE SIGN INTO
      *                 TRANLOG. HOLD COPY OF ACCTREC PICKS UP THE NEW
      *                 OVERDRAFT RATE AND OVERDRAWN DATE FIELDS. THE
      *                 REACT AUDIT RECORD CARRIES THE OVERDRAFT RATE.
      * 10/15/2026 JR   HOLD COPY OF ACCTREC PICKS UP THE PRODUCT CODE
      *                 AND OVERRIDE FLAGS; THE REACT AUDIT RECORD
      *                 CARRIES THEM.
      * 10/15/2026 JR   ADDED OPTION 8, DEPOSITO DE CHEQUE: ANOTHER
      *                 BANK'S CHEQUE RAISES THE LEDGER BALANCE AND IS
      *                 RETAINED ON DEPHOLD UNTIL IT CLEARS, TODAY PLUS
      *                 CHEQUE-CLEARING-DAYS UNLESS THE TELLER KEYS A
      *                 LATER DATE. LOGGED AS DEP-CHEQUE WITH THE CHEQUE
      *                 NUMBER AND DRAWEE BANK AS REFERENCE.
      * 10/15/2026 JR   SIGN-ON TAKES THE OPERATOR'S BRANCH FROM
      *                 OPER-BRANCH-CODE (BLANK = HEAD OFFICE 0001) AND
      *                 REFUSES A BRANCH CLOSED ON BRANMAST. EVERY
      *                 LOGGED TRANSACTION CARRIES THE SIGN-ON BRANCH IN
      *                 LOG-BRANCH-CODE AND THE ACCOUNT'S HOME BRANCH IN
      *                 LOG-HOME-BRANCH-CODE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT OPTIONAL BRANCH-MASTER-FILE ASSIGN TO "BRANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS BRANCH-MASTER-STATUS.

           SELECT OPTIONAL TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-LOG-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       FD  BRANCH-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRANREC.

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANREC.
               ACCOUNT-AVAILABLE-BALANCE
                                  BY HOLD-ACCOUNT-AVAILABLE-BALANCE
               ACCOUNT-LAST-ACTIVITY-DATE
                                  BY HOLD-ACCOUNT-LAST-ACTIVITY-DATE
               ACCOUNT-OVERDRAFT-RATE  BY HOLD-ACCOUNT-OVERDRAFT-RATE
               ACCOUNT-OVERDRAWN-DATE  BY HOLD-ACCOUNT-OVERDRAWN-DATE
               ACCOUNT-PRODUCT-CODE    BY HOLD-ACCOUNT-PRODUCT-CODE
               ACCOUNT-OVERRIDE-FLAGS  BY HOLD-ACCOUNT-OVERRIDE-FLAGS
               ACCOUNT-RATE-OVERRIDE   BY HOLD-ACCOUNT-RATE-OVERRIDE
               ACCOUNT-OWN-RATE        BY HOLD-ACCOUNT-OWN-RATE
               ACCOUNT-MINIMUM-OVERRIDE
                                  BY HOLD-ACCOUNT-MINIMUM-OVERRIDE
               ACCOUNT-OWN-MINIMUM     BY HOLD-ACCOUNT-OWN-MINIMUM
               ACCOUNT-OVERDRAFT-OVERRIDE
                                  BY HOLD-ACCOUNT-OVERDRAFT-OVERRIDE
               ACCOUNT-OWN-OVERDRAFT   BY HOLD-ACCOUNT-OWN-OVERDRAFT
               ACCOUNT-BRANCH-CODE     BY HOLD-ACCOUNT-BRANCH-CODE.

       01  ACCOUNT-MASTER-STATUS    PIC X(02) VALUE SPACES.
           88  ACCOUNT-MASTER-OK            VALUE "00".
       01  OPERATOR-MASTER-STATUS   PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK           VALUE "00".
       01  BRANCH-MASTER-STATUS     PIC X(02) VALUE SPACES.
           88  BRANCH-MASTER-OK             VALUE "00".
           88  BRANCH-MASTER-CREATED        VALUE "05".
       01  TRANSACTION-LOG-STATUS   PIC X(02) VALUE SPACES.
           88  TRANSACTION-LOG-OK           VALUE "00".
       01  RETENTION-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  OPERATOR-ROLE            PIC X(01) VALUE SPACE.
       01  OPERATOR-LIMIT           PIC 9(10)V99 VALUE ZERO.
       01  SIGNED-BRANCH-CODE       PIC X(04) VALUE SPACES.
       77  HEAD-OFFICE-BRANCH-CODE  PIC X(04) VALUE "0001".
       01  SUPERVISOR-ID            PIC X(08) VALUE SPACES.
       01  WORK-PIN                 PIC X(04) VALUE SPACES.
       01  WORK-ACCOUNT-NUMBER      PIC X(10).
       01  TRANSFER-EXTERNAL-ACCOUNT PIC X(20) VALUE SPACES.
       01  TRANSACTION-AMOUNT       PIC S9(10)V99.
       01  AVAILABILITY-DATE        PIC 9(08) VALUE ZERO.
       01  CHEQUE-DRAWEE-BANK       PIC X(04) VALUE SPACES.
       01  CHEQUE-DEPOSIT-NUMBER    PIC 9(08) VALUE ZERO.
       77  CHEQUE-CLEARING-DAYS     PIC 9(02) COMP VALUE 2.

       01  RELEASE-DATE-WORK.
           05  RELEASE-YEAR             PIC 9(04).
           05  RELEASE-MONTH            PIC 9(02).
           05  RELEASE-DAY              PIC 9(02).
       01  RELEASE-DATE-WORK-NUMERIC REDEFINES RELEASE-DATE-WORK
                                    PIC 9(08).
       01  DATE-NORMALIZED-SWITCH   PIC X(01) VALUE "N".
           88  DATE-NORMALIZED              VALUE "Y".
       77  MONTH-LENGTH-WORK        PIC 9(02) VALUE ZERO.
       77  LEAP-REMAINDER-WORK      PIC 9(04) COMP VALUE ZERO.
       77  LEAP-QUOTIENT-WORK       PIC 9(04) COMP VALUE ZERO.

       01  MONTH-DAYS-DEFINITION    PIC X(24) VALUE
           "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-DEFINITION.
           05  MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
       01  OPTION-SELECTED          PIC 9.
       01  CORRECTION-ORIGINAL-FIELDS.
           05  ORIGINAL-TYPE-OPTION     PIC 9.
           05  LOG-BUILD-ACCOUNT-NUMBER PIC X(10).
           05  LOG-BUILD-TYPE           PIC X(10).
           05  LOG-BUILD-AMOUNT         PIC 9(10)V99.
           05  LOG-BUILD-BALANCE        PIC S9(10)V99.
           05  LOG-BUILD-REFERENCE      PIC X(14) VALUE SPACES.
           05  LOG-BUILD-APPROVED-BY    PIC X(08) VALUE SPACES.

               UNTIL OPERATOR-ID NOT = SPACES OR EXIT-REQUESTED.
           IF EXIT-REQUESTED
               CLOSE OPERATOR-MASTER-FILE
               CLOSE BRANCH-MASTER-FILE
               STOP RUN
           END-IF.
           PERFORM OPEN-FILES-PROCEDURE.
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE BRANCH-MASTER-FILE.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE RETENTION-FILE.
           CLOSE MAINTENANCE-AUDIT-FILE.
                   " Codigo: " OPERATOR-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF NOT BRANCH-MASTER-OK AND NOT BRANCH-MASTER-CREATED
               DISPLAY "Error al abrir el maestro de sucursales."
                   " Codigo: " BRANCH-MASTER-STATUS
               STOP RUN
           END-IF.

       SIGN-ON-PROCEDURE.
           DISPLAY "Bienvenido a DINOBANK".
           END-IF.
           MOVE OPER-ROLE TO OPERATOR-ROLE.
           MOVE OPER-TRANSACTION-LIMIT TO OPERATOR-LIMIT.
           MOVE OPER-BRANCH-CODE TO SIGNED-BRANCH-CODE.
           IF SIGNED-BRANCH-CODE = SPACES
               MOVE HEAD-OFFICE-BRANCH-CODE TO SIGNED-BRANCH-CODE
           END-IF.
           MOVE SIGNED-BRANCH-CODE TO BRANCH-CODE.
           MOVE SPACES TO BRANCH-NAME.
           READ BRANCH-MASTER-FILE
               INVALID KEY
                   MOVE "A" TO BRANCH-STATUS
           END-READ.
           IF BRANCH-IS-CLOSED
               DISPLAY "La sucursal " SIGNED-BRANCH-CODE
                   " del operador esta cerrada."
               MOVE SPACES TO OPERATOR-ID
               GO TO SIGN-ON-EXIT
           END-IF.
           DISPLAY "Operador " OPERATOR-ID " firmado.".
           DISPLAY "Sucursal " SIGNED-BRANCH-CODE " " BRANCH-NAME.
       SIGN-ON-EXIT.
           EXIT.

           DISPLAY "5. Transferencia".
           DISPLAY "6. Correccion (supervisada)".
           DISPLAY "7. Transferencia interbancaria".
           DISPLAY "8. Deposito de cheque".
           ACCEPT OPTION-SELECTED.

           EVALUATE OPTION-SELECTED
               WHEN 7
                   PERFORM EXTERNAL-TRANSFER-PROCEDURE
                       THRU EXTERNAL-TRANSFER-EXIT
               WHEN 8
                   PERFORM CHEQUE-DEPOSIT-PROCEDURE
                       THRU CHEQUE-DEPOSIT-EXIT
               WHEN OTHER
                   DISPLAY "Invalida opcion. Intente denuevo."
           END-EVALUATE.
       DEPOSIT-PROCEDURE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * A CHEQUE DRAWN ON ANOTHER BANK RAISES THE LEDGER BALANCE AT
      * ONCE BUT STAYS RETAINED IN DEPHOLD UNTIL IT HAS CLEARED, SO THE
      * AVAILABLE BALANCE ONLY MOVES WHEN DINOHOLD RELEASES IT. THE
      * TELLER MAY KEY A LATER RELEASE DATE, NEVER AN EARLIER ONE.
      *----------------------------------------------------------------
       CHEQUE-DEPOSIT-PROCEDURE.
           DISPLAY "Banco librado (codigo): "
           ACCEPT CHEQUE-DRAWEE-BANK.
           IF CHEQUE-DRAWEE-BANK = SPACES
               DISPLAY "Debe indicar el banco del cheque."
               GO TO CHEQUE-DEPOSIT-EXIT
           END-IF.
           DISPLAY "Numero de cheque: "
           ACCEPT CHEQUE-DEPOSIT-NUMBER.
           IF CHEQUE-DEPOSIT-NUMBER = ZERO
               DISPLAY "El numero de cheque debe ser mayor que cero."
               GO TO CHEQUE-DEPOSIT-EXIT
           END-IF.
           MOVE "N" TO AMOUNT-VALID-SWITCH.
           PERFORM PROMPT-DEPOSIT-AMOUNT-PROCEDURE
               THRU PROMPT-DEPOSIT-AMOUNT-EXIT
               UNTIL AMOUNT-IS-VALID.
           PERFORM CHECK-TELLER-LIMIT-PROCEDURE
               THRU CHECK-TELLER-LIMIT-EXIT.
           IF NOT APPROVAL-SATISFIED
               GO TO CHEQUE-DEPOSIT-EXIT
           END-IF.
           ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-YYYYMMDD TO RELEASE-DATE-WORK-NUMERIC.
           ADD CHEQUE-CLEARING-DAYS TO RELEASE-DAY.
           MOVE "N" TO DATE-NORMALIZED-SWITCH.
           PERFORM NORMALIZE-RELEASE-DATE-PROCEDURE
               THRU NORMALIZE-RELEASE-DATE-EXIT
               UNTIL DATE-NORMALIZED.
           DISPLAY "Fecha de disponibilidad (AAAAMMDD, cero = "
               RELEASE-DATE-WORK-NUMERIC "): "
           ACCEPT AVAILABILITY-DATE.
           IF AVAILABILITY-DATE < RELEASE-DATE-WORK-NUMERIC
               MOVE RELEASE-DATE-WORK-NUMERIC TO AVAILABILITY-DATE
           END-IF.
           ADD TRANSACTION-AMOUNT TO ACCOUNT-BALANCE.
           PERFORM SET-ACTIVITY-DATE-PROCEDURE.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "Error al actualizar la cuenta. Codigo: "
                   ACCOUNT-MASTER-STATUS
               SUBTRACT TRANSACTION-AMOUNT FROM ACCOUNT-BALANCE
               GO TO CHEQUE-DEPOSIT-EXIT
           END-IF.
           PERFORM WRITE-RETENTION-PROCEDURE
               THRU WRITE-RETENTION-EXIT.
           DISPLAY "El cheque queda retenido hasta el "
               AVAILABILITY-DATE ".".
           DISPLAY "Nuevo Saldo: " ACCOUNT-BALANCE.
           DISPLAY "Saldo disponible: " ACCOUNT-AVAILABLE-BALANCE.
           MOVE ACCOUNT-NUMBER TO LOG-BUILD-ACCOUNT-NUMBER.
           MOVE "DEP-CHEQUE" TO LOG-BUILD-TYPE.
           MOVE TRANSACTION-AMOUNT TO LOG-BUILD-AMOUNT.
           MOVE ACCOUNT-BALANCE TO LOG-BUILD-BALANCE.
           MOVE SPACES TO LOG-BUILD-REFERENCE.
           MOVE CHEQUE-DEPOSIT-NUMBER TO LOG-BUILD-REFERENCE (1:8).
           MOVE CHEQUE-DRAWEE-BANK TO LOG-BUILD-REFERENCE (10:4).
           PERFORM LOG-TRANSACTION-PROCEDURE
               THRU LOG-TRANSACTION-PROCEDURE-EXIT.
       CHEQUE-DEPOSIT-EXIT.
           EXIT.

       NORMALIZE-RELEASE-DATE-PROCEDURE.
           PERFORM GET-MONTH-LENGTH-PROCEDURE.
           IF RELEASE-DAY > MONTH-LENGTH-WORK
               SUBTRACT MONTH-LENGTH-WORK FROM RELEASE-DAY
               ADD 1 TO RELEASE-MONTH
               IF RELEASE-MONTH > 12
                   MOVE 1 TO RELEASE-MONTH
                   ADD 1 TO RELEASE-YEAR
               END-IF
           ELSE
               MOVE "Y" TO DATE-NORMALIZED-SWITCH
           END-IF.
       NORMALIZE-RELEASE-DATE-EXIT.
           EXIT.

       GET-MONTH-LENGTH-PROCEDURE.
           MOVE MONTH-DAYS (RELEASE-MONTH) TO MONTH-LENGTH-WORK.
           IF RELEASE-MONTH = 2
               DIVIDE RELEASE-YEAR BY 4 GIVING LEAP-QUOTIENT-WORK
                   REMAINDER LEAP-REMAINDER-WORK
               IF LEAP-REMAINDER-WORK = ZERO
                   DIVIDE RELEASE-YEAR BY 100 GIVING LEAP-QUOTIENT-WORK
                       REMAINDER LEAP-REMAINDER-WORK
                   IF LEAP-REMAINDER-WORK NOT = ZERO
                       MOVE 29 TO MONTH-LENGTH-WORK
                   ELSE
                       DIVIDE RELEASE-YEAR BY 400
                           GIVING LEAP-QUOTIENT-WORK
                           REMAINDER LEAP-REMAINDER-WORK
                       IF LEAP-REMAINDER-WORK = ZERO
                           MOVE 29 TO MONTH-LENGTH-WORK
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PROMPT-DEPOSIT-AMOUNT-PROCEDURE.
           DISPLAY "Ingrese el monto a depositar: "
           ACCEPT TRANSACTION-AMOUNT.
           MOVE ACCOUNT-OVERDRAFT-LIMIT TO AUDIT-NEW-OVERDRAFT-LIMIT.
           MOVE ACCOUNT-INTEREST-RATE TO AUDIT-NEW-INTEREST-RATE.
           MOVE ACCOUNT-STATUS TO AUDIT-NEW-STATUS.
           MOVE ACCOUNT-OVERDRAFT-RATE TO AUDIT-NEW-OVERDRAFT-RATE.
           MOVE ACCOUNT-PRODUCT-CODE TO AUDIT-NEW-PRODUCT-CODE.
           MOVE ACCOUNT-OVERRIDE-FLAGS TO AUDIT-NEW-OVERRIDE-FLAGS.
           MOVE ACCOUNT-BRANCH-CODE TO AUDIT-NEW-BRANCH-CODE.
           MOVE CURRENT-DATE-YYYYMMDD TO AUDIT-TIMESTAMP-DATE.
           MOVE CURRENT-TIME-HHMMSSTT (1:6) TO AUDIT-TIMESTAMP-TIME.
           WRITE MAINTENANCE-AUDIT-RECORD.
           MOVE OPERATOR-ID              TO LOG-OPERATOR-ID.
           MOVE LOG-BUILD-REFERENCE      TO LOG-REFERENCE-TIMESTAMP.
           MOVE LOG-BUILD-APPROVED-BY    TO LOG-APPROVED-BY.
           MOVE SIGNED-BRANCH-CODE       TO LOG-BRANCH-CODE.
           MOVE ACCOUNT-BRANCH-CODE      TO LOG-HOME-BRANCH-CODE.
           IF LOG-HOME-BRANCH-CODE = SPACES
               MOVE HEAD-OFFICE-BRANCH-CODE TO LOG-HOME-BRANCH-CODE
           END-IF.
           WRITE TRANSACTION-LOG-RECORD.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "Error al escribir la bitacora. Codigo: "
