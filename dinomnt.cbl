      *                 CUSTOMER, BUT NO MAINTENANCE PATH COULD SET
      *                 IT. THE NEW STATUS RIDES THE EXISTING CLICAM
      *                 AUDIT RECORD.
      * 10/15/2026 JR   ALTA AND CAMBIO PROMPT FOR THE NEW OVERDRAFT
      *                 INTEREST RATE (ACCOUNT-OVERDRAFT-RATE), CHARGED
      *                 BY DINOINT ON THE OVERDRAWN PART OF A NEGATIVE
      *                 BALANCE. ALTA STARTS THE OVERDRAWN DATE AT ZERO
      *                 AND LOOKUPS NORMALIZE BOTH NEW FIELDS ON AN
      *                 ACCOUNT WRITTEN BEFORE THEY EXISTED. THE RATE
      *                 RIDES EVERY ACCOUNT AUDIT RECORD IN
      *                 AUDIT-NEW-OVERDRAFT-RATE.
      * 10/15/2026 JR   ADDED THE PRODUCT MASTER (PRODMAST PER
      *                 PRODREC.CPY): OPTIONS 14 ALTA DE PRODUCTO AND 15
      *                 CAMBIO DE PRODUCTO MAINTAIN THE DESCRIPTION,
      *                 MINIMUM BALANCE, DEFAULT OVERDRAFT LINE AND
      *                 RATE, UP TO FOUR CREDIT-INTEREST TIERS AND UP TO
      *                 FOUR APPLICABLE FEEMAST FEES, AUDITED AS
      *                 PROALT/PROCAM. ALTA AND CAMBIO DE CUENTA ASK FOR
      *                 THE ACCOUNT'S PRODUCT; AN ACCOUNT ON A PRODUCT
      *                 TAKES THE PRODUCT'S MINIMUM, OVERDRAFT TERMS AND
      *                 RATE UNLESS THE OPERATOR KEYS ITS OWN, WHICH
      *                 SETS THE MATCHING OVERRIDE FLAG. A PRODUCT
      *                 CHANGE IS COPIED ONTO EVERY OPEN ACCOUNT OF THE
      *                 PRODUCT EXCEPT WHERE OVERRIDDEN. AUDIT RECORDS
      *                 CARRY THE PRODUCT CODE AND OVERRIDE FLAGS.
      * 10/15/2026 JR   ADDED THE LOAN MASTER (LOANMAST PER
      *                 LOANREC.CPY): OPTION 16 ALTA DE PRESTAMO
      *                 REGISTERS A LOAN FOR AN ACTIVE CUSTOMER WITH ITS
      *                 REPAYMENT ACCOUNT, PRINCIPAL, ANNUAL RATE AND
      *                 TERM, AND OPTION 17 BAJA DE PRESTAMO CANCELS ONE
      *                 NOT YET DISBURSED, AUDITED AS PREALT/PREBAJ. THE
      *                 NIGHTLY DINOPRES RUN DISBURSES, COLLECTS AND
      *                 AGES THE LOANS.
      * 10/15/2026 JR   ADDED THE CHEQUE MASTER (CHEQMAST PER
      *                 CHEQREC.CPY): OPTION 18 ISSUES A CHEQUEBOOK AS A
      *                 RANGE OF UP TO 100 CONSECUTIVE NUMBERS, OPTION
      *                 19 REGISTERS A STOP-PAYMENT ORDER ON AN ISSUED
      *                 CHEQUE AND OPTION 20 (SUPERVISOR ONLY) CANCELS
      *                 ONE, AUDITED AS CHQEMI/CHQNPG/CHQLEV. THE
      *                 NIGHTLY DINOCHQ CLEARING PAYS AGAINST THESE
      *                 RECORDS.
      * 10/15/2026 JR   ADDED THE BRANCH MASTER (BRANMAST PER
      *                 BRANREC.CPY): OPTIONS 21 ALTA DE SUCURSAL AND 22
      *                 CAMBIO DE SUCURSAL (SUPERVISOR ONLY), AUDITED AS
      *                 SUCALT/SUCCAM. ALTA AND CAMBIO DE CUENTA ASK FOR
      *                 THE HOME BRANCH (BLANK = THE OPERATOR'S OWN AT
      *                 ALTA, NO CHANGE AT CAMBIO); A BRANCH CHANGE
      *                 NEEDS AN ACTIVE BRANCH AND A ZERO BALANCE.
      *                 OPERATORS CARRY THEIR SIGN-ON BRANCH (BLANK =
      *                 HEAD OFFICE 0001). EVERY AUDIT RECORD CARRIES
      *                 THE BRANCH IN AUDIT-NEW-BRANCH-CODE.
      * 10/15/2026 JR   ALTA AND CAMBIO DE CLIENTE PROMPT FOR THE
      *                 CUSTOMER'S TAX-EXEMPT FLAG
      *                 (CUSTOMER-TAX-EXEMPT-FLAG, S/N); DINOINT
      *                 WITHHOLDS NO INCOME TAX FROM THE INTEREST OF AN
      *                 EXEMPT CUSTOMER. THE FLAG RIDES THE
      *                 CLIALT/CLICAM AUDIT RECORD IN THE FIRST BYTE OF
      *                 AUDIT-NEW-OVERRIDE-FLAGS.
      * 10/15/2026 JR   CAMBIO DE PRODUCTO NOW AUDITS EVERY TIER WHOSE
      *                 RATE CHANGED: ONE MORE PROCAM RECORD PER TIER
      *                 FROM 2 TO 4, THE TIER NUMBER IN THE FIRST BYTE
      *                 OF AUDIT-NEW-OVERRIDE-FLAGS AND ITS RATE IN
      *                 AUDIT-NEW-INTEREST-RATE (ALTA DE PRODUCTO WRITES
      *                 ONE PER TIER SET UP, SO EACH TIER HAS A STARTING
      *                 VALUE). EVERY ACCOUNT THE PRODUCT SWEEP REWRITES
      *                 NOW GETS ITS OWN CAMBIO RECORD WITH ITS NEW
      *                 VALUES, SO DINOAUD'S PREVIOUS VALUES FOR THE
      *                 ACCOUNT STAY CURRENT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS FEE-TYPE-CODE
               FILE STATUS IS FEE-SCHEDULE-STATUS.

           SELECT OPTIONAL PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCT-CODE
               FILE STATUS IS PRODUCT-MASTER-STATUS.

           SELECT OPTIONAL LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS LOAN-MASTER-STATUS.

           SELECT OPTIONAL CHEQUE-MASTER-FILE ASSIGN TO "CHEQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHEQUE-KEY
               FILE STATUS IS CHEQUE-MASTER-STATUS.

           SELECT OPTIONAL BRANCH-MASTER-FILE ASSIGN TO "BRANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS BRANCH-MASTER-STATUS.

           SELECT OPTIONAL MAINTENANCE-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINTENANCE-AUDIT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY FEEREC.

       FD  PRODUCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRODREC.

       FD  LOAN-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANREC.

       FD  CHEQUE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHEQREC.

       FD  BRANCH-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRANREC.

       FD  MAINTENANCE-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNTAREC.
       01  FEE-SCHEDULE-STATUS      PIC X(02) VALUE SPACES.
           88  FEE-SCHEDULE-OK              VALUE "00".
           88  FEE-SCHEDULE-CREATED         VALUE "05".
       01  PRODUCT-MASTER-STATUS    PIC X(02) VALUE SPACES.
           88  PRODUCT-MASTER-OK            VALUE "00".
           88  PRODUCT-MASTER-CREATED       VALUE "05".
       01  LOAN-MASTER-STATUS       PIC X(02) VALUE SPACES.
           88  LOAN-MASTER-OK               VALUE "00".
           88  LOAN-MASTER-CREATED          VALUE "05".
       01  CHEQUE-MASTER-STATUS     PIC X(02) VALUE SPACES.
           88  CHEQUE-MASTER-OK             VALUE "00".
           88  CHEQUE-MASTER-CREATED        VALUE "05".
       01  BRANCH-MASTER-STATUS     PIC X(02) VALUE SPACES.
           88  BRANCH-MASTER-OK             VALUE "00".
           88  BRANCH-MASTER-CREATED        VALUE "05".
       01  MAINTENANCE-AUDIT-STATUS PIC X(02) VALUE SPACES.
           88  MAINTENANCE-AUDIT-OK         VALUE "00".

               88  CUSTOMER-WAS-FOUND           VALUE "Y".
           05  BOOTSTRAP-ACCESS-SWITCH  PIC X(01) VALUE "N".
               88  BOOTSTRAP-ACCESS             VALUE "Y".
           05  PRODUCT-FOUND-SWITCH     PIC X(01) VALUE "N".
               88  PRODUCT-WAS-FOUND            VALUE "Y".
           05  ACCOUNT-SWEEP-EOF-SWITCH PIC X(01) VALUE "N".
               88  ACCOUNT-SWEEP-EOF            VALUE "Y".
           05  CHEQUE-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  CHEQUE-WAS-FOUND             VALUE "Y".
           05  BRANCH-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  BRANCH-WAS-FOUND             VALUE "Y".

       01  OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  SIGNED-ROLE              PIC X(01) VALUE SPACE.
           88  SIGNED-AS-SUPERVISOR         VALUE "S".
       01  SIGNED-BRANCH-CODE       PIC X(04) VALUE SPACES.
       01  WORK-PIN                 PIC X(04) VALUE SPACES.

       01  WORK-OPERATOR-FIELDS.
           05  WORK-OPER-ROLE           PIC X(01) VALUE SPACE.
           05  WORK-OPER-STATUS         PIC X(01) VALUE SPACE.
           05  WORK-OPER-LIMIT          PIC S9(10)V99 VALUE ZERO.
           05  WORK-OPER-BRANCH         PIC X(04) VALUE SPACES.
       01  WORK-ACCOUNT-NUMBER      PIC X(10).
       01  WORK-CUSTOMER-ID         PIC X(08) VALUE SPACES.
       01  WORK-CUSTOMER-NAME       PIC X(30) VALUE SPACES.
       01  WORK-CUSTOMER-STATUS     PIC X(01) VALUE SPACE.
       01  WORK-CUSTOMER-EXEMPT     PIC X(01) VALUE SPACE.
       01  WORK-ACCOUNT-NAME        PIC X(30).
       01  WORK-MINIMUM-BALANCE     PIC S9(10)V99.
       01  WORK-OVERDRAFT-LIMIT     PIC S9(10)V99.
       01  WORK-INTEREST-RATE       PIC S9(02)V9(03).
       01  WORK-OVERDRAFT-RATE      PIC S9(02)V9(03) VALUE ZERO.
       01  OPTION-SELECTED          PIC 9(02).

       01  WORK-PRODUCT-CODE        PIC X(04) VALUE SPACES.
       01  CURRENT-PRODUCT-CODE     PIC X(04) VALUE SPACES.
       01  WORK-BRANCH-CODE         PIC X(04) VALUE SPACES.
       01  CURRENT-BRANCH-CODE      PIC X(04) VALUE SPACES.
       77  HEAD-OFFICE-BRANCH-CODE  PIC X(04) VALUE "0001".
       01  WORK-OVERRIDE-FLAGS.
           05  WORK-RATE-OVERRIDE       PIC X(01) VALUE SPACE.
           05  WORK-MINIMUM-OVERRIDE    PIC X(01) VALUE SPACE.
           05  WORK-OVERDRAFT-OVERRIDE  PIC X(01) VALUE SPACE.

       01  WORK-PRODUCT-FIELDS.
           05  WORK-PRODUCT-DESCRIPTION PIC X(30) VALUE SPACES.
           05  WORK-PRODUCT-MINIMUM     PIC S9(10)V99 VALUE ZERO.
           05  WORK-PRODUCT-OVERDRAFT   PIC S9(10)V99 VALUE ZERO.
           05  WORK-PRODUCT-OD-RATE     PIC S9(02)V9(03) VALUE ZERO.
           05  WORK-PRODUCT-TIER        OCCURS 4 TIMES.
               10  WORK-TIER-FLOOR      PIC S9(10)V99.
               10  WORK-TIER-RATE       PIC S9(02)V9(03).
           05  PREVIOUS-TIER-RATE       OCCURS 4 TIMES
                                        PIC S9(02)V9(03).
           05  WORK-PRODUCT-FEE-CODE    OCCURS 4 TIMES
                                        PIC X(06).
           05  WORK-PRODUCT-STATUS      PIC X(01) VALUE SPACE.

       01  PRODUCT-TABLE-FIELDS.
           05  TIER-SUBSCRIPT           PIC 9(04) COMP VALUE ZERO.
           05  FEE-SUBSCRIPT            PIC 9(04) COMP VALUE ZERO.
           05  PRIOR-TIER-SUBSCRIPT     PIC 9(04) COMP VALUE ZERO.
           05  ENTRY-NUMBER-DISPLAY      PIC 9(01) VALUE ZERO.
           05  ACCOUNTS-REPRICED-COUNT  PIC 9(08) COMP VALUE ZERO.

       01  WORK-FEE-FIELDS.
           05  WORK-FEE-CODE            PIC X(06) VALUE SPACES.
           05  WORK-FEE-DESCRIPTION     PIC X(30) VALUE SPACES.
           05  WORK-ORDER-FREQUENCY     PIC X(01) VALUE SPACE.
           05  WORK-ORDER-DUE-DATE      PIC 9(08) VALUE ZERO.

       01  WORK-LOAN-FIELDS.
           05  WORK-LOAN-NUMBER         PIC X(08) VALUE SPACES.
           05  WORK-LOAN-CUSTOMER       PIC X(08) VALUE SPACES.
           05  WORK-LOAN-ACCOUNT        PIC X(10) VALUE SPACES.
           05  WORK-LOAN-PRINCIPAL      PIC S9(10)V99 VALUE ZERO.
           05  WORK-LOAN-RATE           PIC S9(02)V9(03) VALUE ZERO.
           05  WORK-LOAN-TERM           PIC S9(03) VALUE ZERO.

       01  WORK-CHEQUE-FIELDS.
           05  WORK-CHEQUE-ACCOUNT      PIC X(10) VALUE SPACES.
           05  WORK-CHEQUE-FIRST        PIC 9(08) VALUE ZERO.
           05  WORK-CHEQUE-QUANTITY     PIC 9(03) VALUE ZERO.
           05  WORK-CHEQUE-LAST         PIC 9(08) VALUE ZERO.
           05  WORK-CHEQUE-NUMBER       PIC 9(08) VALUE ZERO.

       01  WORK-BRANCH-FIELDS.
           05  WORK-BRANCH-NAME         PIC X(30) VALUE SPACES.
           05  WORK-BRANCH-STATUS       PIC X(01) VALUE SPACE.

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE-YYYYMMDD    PIC 9(08).
           05  CURRENT-TIME-HHMMSSTT    PIC 9(08).
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE STANDING-ORDER-FILE.
           CLOSE FEE-SCHEDULE-FILE.
           CLOSE PRODUCT-MASTER-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE CHEQUE-MASTER-FILE.
           CLOSE BRANCH-MASTER-FILE.
           CLOSE MAINTENANCE-AUDIT-FILE.
           STOP RUN.

               DISPLAY "Aviso: el maestro de operadores esta vacio."
                   " Acceso inicial con rol de supervisor."
               MOVE "S" TO SIGNED-ROLE
               MOVE HEAD-OFFICE-BRANCH-CODE TO SIGNED-BRANCH-CODE
               GO TO SIGN-ON-EXIT
           END-IF.
           MOVE OPERATOR-ID TO OPER-ID.
               GO TO SIGN-ON-EXIT
           END-IF.
           MOVE OPER-ROLE TO SIGNED-ROLE.
           MOVE OPER-BRANCH-CODE TO SIGNED-BRANCH-CODE.
           IF SIGNED-BRANCH-CODE = SPACES
               MOVE HEAD-OFFICE-BRANCH-CODE TO SIGNED-BRANCH-CODE
           END-IF.
       SIGN-ON-EXIT.
           EXIT.

                   FEE-SCHEDULE-STATUS
               MOVE "Y" TO EXIT-REQUESTED-SWITCH
           END-IF.
           OPEN I-O PRODUCT-MASTER-FILE.
           IF NOT PRODUCT-MASTER-OK AND NOT PRODUCT-MASTER-CREATED
               DISPLAY "Error al abrir el maestro de productos."
                   " Codigo: " PRODUCT-MASTER-STATUS
               MOVE "Y" TO EXIT-REQUESTED-SWITCH
           END-IF.
           OPEN I-O LOAN-MASTER-FILE.
           IF NOT LOAN-MASTER-OK AND NOT LOAN-MASTER-CREATED
               DISPLAY "Error al abrir el maestro de prestamos."
                   " Codigo: " LOAN-MASTER-STATUS
               MOVE "Y" TO EXIT-REQUESTED-SWITCH
           END-IF.
           OPEN I-O CHEQUE-MASTER-FILE.
           IF NOT CHEQUE-MASTER-OK AND NOT CHEQUE-MASTER-CREATED
               DISPLAY "Error al abrir el maestro de cheques."
                   " Codigo: " CHEQUE-MASTER-STATUS
               MOVE "Y" TO EXIT-REQUESTED-SWITCH
           END-IF.
           OPEN I-O BRANCH-MASTER-FILE.
           IF NOT BRANCH-MASTER-OK AND NOT BRANCH-MASTER-CREATED
               DISPLAY "Error al abrir el maestro de sucursales."
                   " Codigo: " BRANCH-MASTER-STATUS
               MOVE "Y" TO EXIT-REQUESTED-SWITCH
           END-IF.
           OPEN EXTEND MAINTENANCE-AUDIT-FILE.
           IF NOT MAINTENANCE-AUDIT-OK
               OPEN OUTPUT MAINTENANCE-AUDIT-FILE

       MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "Operador: " OPERATOR-ID
               "  Sucursal: " SIGNED-BRANCH-CODE.
           DISPLAY "1. Alta de cuenta".
           DISPLAY "2. Cambio de datos".
           DISPLAY "3. Baja de cuenta".
           DISPLAY "11. Baja de orden permanente".
           DISPLAY "12. Alta de tarifa".
           DISPLAY "13. Cambio de tarifa".
           DISPLAY "14. Alta de producto".
           DISPLAY "15. Cambio de producto".
           DISPLAY "16. Alta de prestamo".
           DISPLAY "17. Baja de prestamo".
           DISPLAY "18. Emision de chequera".
           DISPLAY "19. Orden de no pago".
           DISPLAY "20. Anulacion de orden de no pago".
           DISPLAY "21. Alta de sucursal".
           DISPLAY "22. Cambio de sucursal".
           ACCEPT OPTION-SELECTED.

           EVALUATE OPTION-SELECTED
               WHEN 13
                   PERFORM FEE-AMEND-PROCEDURE
                       THRU FEE-AMEND-EXIT
               WHEN 14
                   PERFORM PRODUCT-OPEN-PROCEDURE
                       THRU PRODUCT-OPEN-EXIT
               WHEN 15
                   PERFORM PRODUCT-AMEND-PROCEDURE
                       THRU PRODUCT-AMEND-EXIT
               WHEN 16
                   PERFORM LOAN-OPEN-PROCEDURE
                       THRU LOAN-OPEN-EXIT
               WHEN 17
                   PERFORM LOAN-CANCEL-PROCEDURE
                       THRU LOAN-CANCEL-EXIT
               WHEN 18
                   PERFORM CHEQUE-ISSUE-PROCEDURE
                       THRU CHEQUE-ISSUE-EXIT
               WHEN 19
                   PERFORM CHEQUE-STOP-PROCEDURE
                       THRU CHEQUE-STOP-EXIT
               WHEN 20
                   IF SIGNED-AS-SUPERVISOR
                       PERFORM CHEQUE-RELEASE-PROCEDURE
                           THRU CHEQUE-RELEASE-EXIT
                   ELSE
                       DISPLAY "Solo un supervisor puede anular una"
                           " orden de no pago."
                   END-IF
               WHEN 21
                   IF SIGNED-AS-SUPERVISOR
                       PERFORM BRANCH-OPEN-PROCEDURE
                           THRU BRANCH-OPEN-EXIT
                   ELSE
                       DISPLAY "Solo un supervisor puede mantener"
                           " sucursales."
                   END-IF
               WHEN 22
                   IF SIGNED-AS-SUPERVISOR
                       PERFORM BRANCH-AMEND-PROCEDURE
                           THRU BRANCH-AMEND-EXIT
                   ELSE
                       DISPLAY "Solo un supervisor puede mantener"
                           " sucursales."
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalida opcion. Intente denuevo."
           END-EVALUATE.
                       " ya existe en el maestro."
                   GO TO OPEN-ACCOUNT-EXIT
           END-READ.
           MOVE SPACES TO CURRENT-PRODUCT-CODE.
           MOVE SPACES TO CURRENT-BRANCH-CODE.
           PERFORM PROMPT-ACCOUNT-FIELDS-PROCEDURE
               THRU PROMPT-ACCOUNT-FIELDS-EXIT.
           MOVE SPACES TO ACCOUNT-MASTER-RECORD.
           MOVE WORK-OVERDRAFT-LIMIT TO ACCOUNT-OVERDRAFT-LIMIT.
           MOVE WORK-INTEREST-RATE TO ACCOUNT-INTEREST-RATE.
           MOVE WORK-CUSTOMER-ID TO ACCOUNT-CUSTOMER-ID.
           MOVE WORK-OVERDRAFT-RATE TO ACCOUNT-OVERDRAFT-RATE.
           MOVE ZERO TO ACCOUNT-OVERDRAWN-DATE.
           MOVE WORK-PRODUCT-CODE TO ACCOUNT-PRODUCT-CODE.
           MOVE WORK-OVERRIDE-FLAGS TO ACCOUNT-OVERRIDE-FLAGS.
           MOVE WORK-BRANCH-CODE TO ACCOUNT-BRANCH-CODE.
           MOVE "A" TO ACCOUNT-STATUS.
           MOVE "A" TO WORK-ACCOUNT-STATUS.
           WRITE ACCOUNT-MASTER-RECORD
           DISPLAY "Saldo minimo actual:    " ACCOUNT-MINIMUM-BALANCE.
           DISPLAY "Sobregiro actual:       " ACCOUNT-OVERDRAFT-LIMIT.
           DISPLAY "Tasa de interes actual: " ACCOUNT-INTEREST-RATE.
           DISPLAY "Tasa de sobregiro act.: " ACCOUNT-OVERDRAFT-RATE.
           DISPLAY "Producto actual:        " ACCOUNT-PRODUCT-CODE.
           DISPLAY "Propias (tasa/min/sob): " ACCOUNT-OVERRIDE-FLAGS.
           DISPLAY "Sucursal actual:        " ACCOUNT-BRANCH-CODE.
           MOVE ACCOUNT-PRODUCT-CODE TO CURRENT-PRODUCT-CODE.
           MOVE ACCOUNT-BRANCH-CODE TO CURRENT-BRANCH-CODE.
           IF CURRENT-BRANCH-CODE = SPACES
               MOVE HEAD-OFFICE-BRANCH-CODE TO CURRENT-BRANCH-CODE
           END-IF.
           PERFORM PROMPT-ACCOUNT-FIELDS-PROCEDURE
               THRU PROMPT-ACCOUNT-FIELDS-EXIT.
           MOVE WORK-ACCOUNT-NAME TO ACCOUNT-NAME.
           MOVE WORK-MINIMUM-BALANCE TO ACCOUNT-MINIMUM-BALANCE.
           MOVE WORK-OVERDRAFT-LIMIT TO ACCOUNT-OVERDRAFT-LIMIT.
           MOVE WORK-INTEREST-RATE TO ACCOUNT-INTEREST-RATE.
           MOVE WORK-OVERDRAFT-RATE TO ACCOUNT-OVERDRAFT-RATE.
           MOVE WORK-PRODUCT-CODE TO ACCOUNT-PRODUCT-CODE.
           MOVE WORK-OVERRIDE-FLAGS TO ACCOUNT-OVERRIDE-FLAGS.
           MOVE WORK-BRANCH-CODE TO ACCOUNT-BRANCH-CODE.
           IF WORK-CUSTOMER-ID NOT = SPACES
               MOVE WORK-CUSTOMER-ID TO ACCOUNT-CUSTOMER-ID
           END-IF.
           MOVE ACCOUNT-MINIMUM-BALANCE TO WORK-MINIMUM-BALANCE.
           MOVE ACCOUNT-OVERDRAFT-LIMIT TO WORK-OVERDRAFT-LIMIT.
           MOVE ACCOUNT-INTEREST-RATE TO WORK-INTEREST-RATE.
           MOVE ACCOUNT-OVERDRAFT-RATE TO WORK-OVERDRAFT-RATE.
           MOVE ACCOUNT-PRODUCT-CODE TO WORK-PRODUCT-CODE.
           MOVE ACCOUNT-OVERRIDE-FLAGS TO WORK-OVERRIDE-FLAGS.
           MOVE ACCOUNT-BRANCH-CODE TO WORK-BRANCH-CODE.
           MOVE "X" TO ACCOUNT-STATUS.
           MOVE "X" TO WORK-ACCOUNT-STATUS.
           REWRITE ACCOUNT-MASTER-RECORD.
           MOVE ACCOUNT-MINIMUM-BALANCE TO WORK-MINIMUM-BALANCE.
           MOVE ACCOUNT-OVERDRAFT-LIMIT TO WORK-OVERDRAFT-LIMIT.
           MOVE ACCOUNT-INTEREST-RATE TO WORK-INTEREST-RATE.
           MOVE ACCOUNT-OVERDRAFT-RATE TO WORK-OVERDRAFT-RATE.
           MOVE ACCOUNT-PRODUCT-CODE TO WORK-PRODUCT-CODE.
           MOVE ACCOUNT-OVERRIDE-FLAGS TO WORK-OVERRIDE-FLAGS.
           MOVE ACCOUNT-BRANCH-CODE TO WORK-BRANCH-CODE.
           MOVE "ESTADO" TO AUDIT-BUILD-ACTION.
           PERFORM WRITE-AUDIT-PROCEDURE THRU WRITE-AUDIT-EXIT.
       CHANGE-STATUS-EXIT.
                   IF ACCOUNT-LAST-ACTIVITY-DATE NOT NUMERIC
                       MOVE ZERO TO ACCOUNT-LAST-ACTIVITY-DATE
                   END-IF
                   IF ACCOUNT-OVERDRAFT-RATE NOT NUMERIC
                       MOVE ZERO TO ACCOUNT-OVERDRAFT-RATE
                   END-IF
                   IF ACCOUNT-OVERDRAWN-DATE NOT NUMERIC
                       MOVE ZERO TO ACCOUNT-OVERDRAWN-DATE
                   END-IF
           END-READ.
       LOOKUP-ACCOUNT-EXIT.
           EXIT.
       PROMPT-ACCOUNT-FIELDS-PROCEDURE.
           DISPLAY "Nombre del titular: "
           ACCEPT WORK-ACCOUNT-NAME.
           PERFORM PROMPT-ACCOUNT-BRANCH-PROCEDURE
               THRU PROMPT-ACCOUNT-BRANCH-EXIT.
           PERFORM PROMPT-ACCOUNT-PRODUCT-PROCEDURE
               THRU PROMPT-ACCOUNT-PRODUCT-EXIT.
           IF WORK-PRODUCT-CODE = SPACES
               MOVE SPACES TO WORK-OVERRIDE-FLAGS
               PERFORM PROMPT-MINIMUM-PROCEDURE
               PERFORM PROMPT-OVERDRAFT-PROCEDURE
               PERFORM PROMPT-INTEREST-RATE-PROCEDURE
           ELSE
               PERFORM PROMPT-PRODUCT-OVERRIDES-PROCEDURE
           END-IF.
           DISPLAY "Numero de cliente (blanco = sin vincular/sin"
               " cambio): "
           ACCEPT WORK-CUSTOMER-ID.
           IF WORK-CUSTOMER-ID NOT = SPACES
               PERFORM LOOKUP-CUSTOMER-PROCEDURE
                   THRU LOOKUP-CUSTOMER-EXIT
               IF NOT CUSTOMER-WAS-FOUND
                   DISPLAY "Cliente no encontrado o dado de baja."
                       " La cuenta queda sin vincular."
                   MOVE SPACES TO WORK-CUSTOMER-ID
               END-IF
           END-IF.
       PROMPT-ACCOUNT-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * THE HOME BRANCH (SUCURSAL DE RADICACION). AT ALTA
      * CURRENT-BRANCH-CODE IS BLANK AND A BLANK ANSWER OPENS THE
      * ACCOUNT AT THE OPERATOR'S OWN BRANCH; AT CAMBIO A BLANK ANSWER
      * KEEPS THE ACCOUNT WHERE IT IS. A NEW BRANCH MUST BE ACTIVA.
      * THE LEDGER CARRIES 200100 PER BRANCH AND NO TRANSFER IS POSTED
      * ON A CHANGE, SO AN ACCOUNT ONLY MOVES BRANCH AT ZERO BALANCE.
      *----------------------------------------------------------------
       PROMPT-ACCOUNT-BRANCH-PROCEDURE.
           DISPLAY "Sucursal (blanco = la del operador/sin cambio): "
           ACCEPT WORK-BRANCH-CODE.
           IF WORK-BRANCH-CODE = SPACES
               MOVE CURRENT-BRANCH-CODE TO WORK-BRANCH-CODE
               IF WORK-BRANCH-CODE = SPACES
                   MOVE SIGNED-BRANCH-CODE TO WORK-BRANCH-CODE
               END-IF
               GO TO PROMPT-ACCOUNT-BRANCH-EXIT
           END-IF.
           IF WORK-BRANCH-CODE = CURRENT-BRANCH-CODE
               GO TO PROMPT-ACCOUNT-BRANCH-EXIT
           END-IF.
           PERFORM LOOKUP-BRANCH-PROCEDURE THRU LOOKUP-BRANCH-EXIT.
           IF NOT BRANCH-WAS-FOUND
               DISPLAY "Sucursal no encontrada o cerrada. Se conserva"
                   " la sucursal anterior."
           ELSE
               IF CURRENT-BRANCH-CODE NOT = SPACES
                   AND ACCOUNT-BALANCE NOT = ZERO
                   DISPLAY "La cuenta tiene saldo distinto de cero y"
                       " no puede cambiar de sucursal."
               ELSE
                   GO TO PROMPT-ACCOUNT-BRANCH-EXIT
               END-IF
           END-IF.
           MOVE CURRENT-BRANCH-CODE TO WORK-BRANCH-CODE.
           IF WORK-BRANCH-CODE = SPACES
               MOVE SIGNED-BRANCH-CODE TO WORK-BRANCH-CODE
           END-IF.
       PROMPT-ACCOUNT-BRANCH-EXIT.
           EXIT.

       LOOKUP-BRANCH-PROCEDURE.
           MOVE "N" TO BRANCH-FOUND-SWITCH.
           MOVE WORK-BRANCH-CODE TO BRANCH-CODE.
           READ BRANCH-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BRANCH-IS-ACTIVE
                       MOVE "Y" TO BRANCH-FOUND-SWITCH
                   END-IF
           END-READ.
       LOOKUP-BRANCH-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * THE PRODUCT (TIPO DE CUENTA). AT ALTA CURRENT-PRODUCT-CODE IS
      * BLANK; AT CAMBIO IT IS THE ACCOUNT'S PRODUCT, KEPT WHEN THE
      * OPERATOR LEAVES THE ANSWER BLANK. A NEW PRODUCT MUST BE ACTIVA;
      * THE ONE THE ACCOUNT ALREADY HAS STAYS EVEN IF SINCE CLOSED.
      *----------------------------------------------------------------
       PROMPT-ACCOUNT-PRODUCT-PROCEDURE.
           DISPLAY "Producto (blanco = sin producto/sin cambio): "
           ACCEPT WORK-PRODUCT-CODE.
           IF WORK-PRODUCT-CODE NOT = SPACES
               PERFORM LOOKUP-PRODUCT-PROCEDURE
                   THRU LOOKUP-PRODUCT-EXIT
               IF PRODUCT-WAS-FOUND
                   GO TO PROMPT-ACCOUNT-PRODUCT-EXIT
               END-IF
               DISPLAY "Producto no encontrado o cerrado. Se conserva"
                   " el producto anterior."
           END-IF.
           MOVE CURRENT-PRODUCT-CODE TO WORK-PRODUCT-CODE.
           IF WORK-PRODUCT-CODE = SPACES
               GO TO PROMPT-ACCOUNT-PRODUCT-EXIT
           END-IF.
           MOVE WORK-PRODUCT-CODE TO PRODUCT-CODE.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   DISPLAY "El producto " WORK-PRODUCT-CODE
                       " ya no existe. La cuenta queda sin producto."
                   MOVE SPACES TO WORK-PRODUCT-CODE
           END-READ.
       PROMPT-ACCOUNT-PRODUCT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * AN ACCOUNT WITH A PRODUCT TAKES THE PRODUCT'S CONDITIONS UNLESS
      * THE OPERATOR KEYS THE ACCOUNT'S OWN (OVERRIDE FLAG "S"). THE
      * INTEREST RATE STORED FOR A PRODUCT ACCOUNT IS THE FIRST-TIER
      * RATE FOR REFERENCE; DINOINT PAYS BY TIER.
      *----------------------------------------------------------------
       PROMPT-PRODUCT-OVERRIDES-PROCEDURE.
           DISPLAY "Saldo minimo propio de la cuenta (S/N): "
           ACCEPT WORK-MINIMUM-OVERRIDE.
           IF WORK-MINIMUM-OVERRIDE = "S"
               PERFORM PROMPT-MINIMUM-PROCEDURE
           ELSE
               MOVE "N" TO WORK-MINIMUM-OVERRIDE
               MOVE PRODUCT-MINIMUM-BALANCE TO WORK-MINIMUM-BALANCE
           END-IF.
           DISPLAY "Sobregiro (linea y tasa) propio de la cuenta"
               " (S/N): "
           ACCEPT WORK-OVERDRAFT-OVERRIDE.
           IF WORK-OVERDRAFT-OVERRIDE = "S"
               PERFORM PROMPT-OVERDRAFT-PROCEDURE
           ELSE
               MOVE "N" TO WORK-OVERDRAFT-OVERRIDE
               MOVE PRODUCT-OVERDRAFT-LIMIT TO WORK-OVERDRAFT-LIMIT
               MOVE PRODUCT-OVERDRAFT-RATE TO WORK-OVERDRAFT-RATE
           END-IF.
           DISPLAY "Tasa de interes propia de la cuenta (S/N): "
           ACCEPT WORK-RATE-OVERRIDE.
           IF WORK-RATE-OVERRIDE = "S"
               PERFORM PROMPT-INTEREST-RATE-PROCEDURE
           ELSE
               MOVE "N" TO WORK-RATE-OVERRIDE
               MOVE PRODUCT-TIER-RATE (1) TO WORK-INTEREST-RATE
           END-IF.

       PROMPT-MINIMUM-PROCEDURE.
           DISPLAY "Saldo minimo: "
           ACCEPT WORK-MINIMUM-BALANCE.
           IF WORK-MINIMUM-BALANCE < ZERO
               DISPLAY "El saldo minimo no puede ser negativo. Se"
                   " tomara cero."
           END-IF.

       PROMPT-OVERDRAFT-PROCEDURE.
           DISPLAY "Limite de sobregiro: "
           ACCEPT WORK-OVERDRAFT-LIMIT.
           IF WORK-OVERDRAFT-LIMIT < ZERO
               DISPLAY "El sobregiro no puede ser negativo. Se"
                   " tomara cero."
           END-IF.
           DISPLAY "Tasa de interes de sobregiro (por ciento): "
           ACCEPT WORK-OVERDRAFT-RATE.
           IF WORK-OVERDRAFT-RATE < ZERO
               MOVE ZERO TO WORK-OVERDRAFT-RATE
               DISPLAY "La tasa no puede ser negativa. Se tomara"
                   " cero."
           END-IF.

       PROMPT-INTEREST-RATE-PROCEDURE.
           DISPLAY "Tasa de interes (por ciento): "
           ACCEPT WORK-INTEREST-RATE.
           IF WORK-INTEREST-RATE < ZERO
               DISPLAY "La tasa no puede ser negativa. Se tomara"
                   " cero."
           END-IF.

       LOOKUP-PRODUCT-PROCEDURE.
           MOVE "N" TO PRODUCT-FOUND-SWITCH.
           MOVE WORK-PRODUCT-CODE TO PRODUCT-CODE.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRODUCT-IS-ACTIVE
                       MOVE "Y" TO PRODUCT-FOUND-SWITCH
                   END-IF
           END-READ.
       LOOKUP-PRODUCT-EXIT.
           EXIT.

       LOOKUP-CUSTOMER-PROCEDURE.
           END-READ.
           DISPLAY "Nombre del cliente: "
           ACCEPT WORK-CUSTOMER-NAME.
           PERFORM PROMPT-CUSTOMER-EXEMPT-PROCEDURE.
           MOVE SPACES TO CUSTOMER-MASTER-RECORD.
           MOVE WORK-CUSTOMER-ID TO CUSTOMER-ID.
           MOVE WORK-CUSTOMER-NAME TO CUSTOMER-NAME.
           MOVE "A" TO CUSTOMER-STATUS.
           MOVE WORK-CUSTOMER-EXEMPT TO CUSTOMER-TAX-EXEMPT-FLAG.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error al grabar el cliente nuevo. Codigo: "
           END-READ.
           DISPLAY "Nombre actual: " CUSTOMER-NAME.
           DISPLAY "Estado actual: " CUSTOMER-STATUS.
           DISPLAY "Exento de retencion actual: "
               CUSTOMER-TAX-EXEMPT-FLAG.
           DISPLAY "Nombre del cliente: "
           ACCEPT WORK-CUSTOMER-NAME.
           DISPLAY "Estado - A=activo X=baja: "
               DISPLAY "Estado invalido. Se tomara activo."
               MOVE "A" TO WORK-CUSTOMER-STATUS
           END-IF.
           PERFORM PROMPT-CUSTOMER-EXEMPT-PROCEDURE.
           MOVE WORK-CUSTOMER-NAME TO CUSTOMER-NAME.
           MOVE WORK-CUSTOMER-STATUS TO CUSTOMER-STATUS.
           MOVE WORK-CUSTOMER-EXEMPT TO CUSTOMER-TAX-EXEMPT-FLAG.
           REWRITE CUSTOMER-MASTER-RECORD.
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY "Error al actualizar el cliente. Codigo: "
       CUSTOMER-AMEND-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * A CUSTOMER EXENTO (FLAG "S") HAS NO INCOME TAX WITHHELD FROM THE
      * INTEREST DINOINT CREDITS TO ANY OF ITS ACCOUNTS.
      *----------------------------------------------------------------
       PROMPT-CUSTOMER-EXEMPT-PROCEDURE.
           DISPLAY "Exento de retencion sobre intereses (S/N): "
           ACCEPT WORK-CUSTOMER-EXEMPT.
           IF WORK-CUSTOMER-EXEMPT NOT = "S"
               MOVE "N" TO WORK-CUSTOMER-EXEMPT
           END-IF.

       OPERATOR-OPEN-PROCEDURE.
           DISPLAY "Identificacion del operador nuevo (blanco ="
               " regresar al menu): "
           MOVE "A" TO OPER-STATUS.
           MOVE "A" TO WORK-OPER-STATUS.
           MOVE WORK-OPER-LIMIT TO OPER-TRANSACTION-LIMIT.
           MOVE WORK-OPER-BRANCH TO OPER-BRANCH-CODE.
           WRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error al grabar el operador nuevo."
           DISPLAY "Rol actual:     " OPER-ROLE.
           DISPLAY "Estado actual:  " OPER-STATUS.
           DISPLAY "Limite actual:  " OPER-TRANSACTION-LIMIT.
           DISPLAY "Sucursal actual:" OPER-BRANCH-CODE.
           PERFORM PROMPT-OPERATOR-FIELDS-PROCEDURE
               THRU PROMPT-OPERATOR-FIELDS-EXIT.
           DISPLAY "Estado - A=activo X=baja: "
           MOVE WORK-OPER-ROLE TO OPER-ROLE.
           MOVE WORK-OPER-STATUS TO OPER-STATUS.
           MOVE WORK-OPER-LIMIT TO OPER-TRANSACTION-LIMIT.
           MOVE WORK-OPER-BRANCH TO OPER-BRANCH-CODE.
           REWRITE OPERATOR-MASTER-RECORD.
           IF NOT OPERATOR-MASTER-OK
               DISPLAY "Error al actualizar el operador. Codigo: "
               DISPLAY "El limite no puede ser negativo. Se tomara"
                   " cero."
           END-IF.
           DISPLAY "Sucursal del operador (blanco = casa matriz): "
           ACCEPT WORK-OPER-BRANCH.
           IF WORK-OPER-BRANCH = SPACES
               MOVE HEAD-OFFICE-BRANCH-CODE TO WORK-OPER-BRANCH
           END-IF.
           MOVE WORK-OPER-BRANCH TO WORK-BRANCH-CODE.
           PERFORM LOOKUP-BRANCH-PROCEDURE THRU LOOKUP-BRANCH-EXIT.
           IF NOT BRANCH-WAS-FOUND
               DISPLAY "Sucursal no encontrada o cerrada. Se tomara"
                   " la casa matriz."
               MOVE HEAD-OFFICE-BRANCH-CODE TO WORK-OPER-BRANCH
           END-IF.
       PROMPT-OPERATOR-FIELDS-EXIT.
           EXIT.

       PROMPT-FEE-FIELDS-EXIT.
           EXIT.

       BRANCH-OPEN-PROCEDURE.
           DISPLAY "Codigo de sucursal (blanco = regresar al menu): "
           ACCEPT WORK-BRANCH-CODE.
           IF WORK-BRANCH-CODE = SPACES
               GO TO BRANCH-OPEN-EXIT
           END-IF.
           MOVE WORK-BRANCH-CODE TO BRANCH-CODE.
           READ BRANCH-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "La sucursal " WORK-BRANCH-CODE
                       " ya existe en el maestro."
                   GO TO BRANCH-OPEN-EXIT
           END-READ.
           DISPLAY "Nombre de la sucursal: "
           ACCEPT WORK-BRANCH-NAME.
           MOVE SPACES TO BRANCH-MASTER-RECORD.
           MOVE WORK-BRANCH-CODE TO BRANCH-CODE.
           MOVE WORK-BRANCH-NAME TO BRANCH-NAME.
           MOVE "A" TO BRANCH-STATUS.
           MOVE "A" TO WORK-BRANCH-STATUS.
           WRITE BRANCH-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error al grabar la sucursal. Codigo: "
                       BRANCH-MASTER-STATUS
                   GO TO BRANCH-OPEN-EXIT
           END-WRITE.
           IF NOT BRANCH-MASTER-OK
               DISPLAY "Error al grabar la sucursal. Codigo: "
                   BRANCH-MASTER-STATUS
               GO TO BRANCH-OPEN-EXIT
           END-IF.
           DISPLAY "Sucursal " BRANCH-CODE " registrada.".
           MOVE "SUCALT" TO AUDIT-BUILD-ACTION.
           PERFORM WRITE-BRANCH-AUDIT-PROCEDURE
               THRU WRITE-BRANCH-AUDIT-EXIT.
       BRANCH-OPEN-EXIT.
           EXIT.

       BRANCH-AMEND-PROCEDURE.
           DISPLAY "Codigo de sucursal (blanco = regresar al menu): "
           ACCEPT WORK-BRANCH-CODE.
           IF WORK-BRANCH-CODE = SPACES
               GO TO BRANCH-AMEND-EXIT
           END-IF.
           MOVE WORK-BRANCH-CODE TO BRANCH-CODE.
           READ BRANCH-MASTER-FILE
               INVALID KEY
                   DISPLAY "Sucursal no encontrada: " WORK-BRANCH-CODE
                   GO TO BRANCH-AMEND-EXIT
           END-READ.
           DISPLAY "Nombre actual:        " BRANCH-NAME.
           DISPLAY "Estado actual:        " BRANCH-STATUS.
           DISPLAY "Nombre de la sucursal: "
           ACCEPT WORK-BRANCH-NAME.
           DISPLAY "Estado - A=activa X=baja: "
           ACCEPT WORK-BRANCH-STATUS.
           IF WORK-BRANCH-STATUS NOT = "A" AND
              WORK-BRANCH-STATUS NOT = "X"
               DISPLAY "Estado invalido. Se tomara activa."
               MOVE "A" TO WORK-BRANCH-STATUS
           END-IF.
           MOVE WORK-BRANCH-NAME TO BRANCH-NAME.
           MOVE WORK-BRANCH-STATUS TO BRANCH-STATUS.
           REWRITE BRANCH-MASTER-RECORD.
           IF NOT BRANCH-MASTER-OK
               DISPLAY "Error al actualizar la sucursal. Codigo: "
                   BRANCH-MASTER-STATUS
               GO TO BRANCH-AMEND-EXIT
           END-IF.
           DISPLAY "Sucursal " BRANCH-CODE " actualizada.".
           MOVE "SUCCAM" TO AUDIT-BUILD-ACTION.
           PERFORM WRITE-BRANCH-AUDIT-PROCEDURE
               THRU WRITE-BRANCH-AUDIT-EXIT.
       BRANCH-AMEND-EXIT.
           EXIT.

       PRODUCT-OPEN-PROCEDURE.
           DISPLAY "Codigo de producto (blanco = regresar al menu): "
           ACCEPT WORK-PRODUCT-CODE.
           IF WORK-PRODUCT-CODE = SPACES
               GO TO PRODUCT-OPEN-EXIT
           END-IF.
           MOVE WORK-PRODUCT-CODE TO PRODUCT-CODE.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "El producto " WORK-PRODUCT-CODE
                       " ya existe en el maestro."
                   GO TO PRODUCT-OPEN-EXIT
           END-READ.
           PERFORM PROMPT-PRODUCT-FIELDS-PROCEDURE
               THRU PROMPT-PRODUCT-FIELDS-EXIT.
           MOVE "A" TO WORK-PRODUCT-STATUS.
           MOVE SPACES TO PRODUCT-MASTER-RECORD.
           PERFORM MOVE-PRODUCT-FIELDS-PROCEDURE.
           WRITE PRODUCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error al grabar el producto. Codigo: "
                       PRODUCT-MASTER-STATUS
                   GO TO PRODUCT-OPEN-EXIT
           END-WRITE.
           IF NOT PRODUCT-MASTER-OK
               DISPLAY "Error al grabar el producto. Codigo: "
                   PRODUCT-MASTER-STATUS
               GO TO PRODUCT-OPEN-EXIT
           END-IF.
           DISPLAY "Producto " PRODUCT-CODE " registrado.".
           MOVE "PROALT" TO AUDIT-BUILD-ACTION.
           PERFORM WRITE-PRODUCT-AUDIT-PROCEDURE
               THRU WRITE-PRODUCT-AUDIT-EXIT.
           PERFORM WRITE-TIER-AUDIT-PROCEDURE
               THRU WRITE-TIER-AUDIT-EXIT
               VARYING TIER-SUBSCRIPT FROM 2 BY 1
               UNTIL TIER-SUBSCRIPT > 4.
       PRODUCT-OPEN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * A PRODUCT CHANGE REACHES EVERY ACCOUNT THAT CARRIES THE
      * PRODUCT: THE SWEEP COPIES THE NEW CONDITIONS ONTO EACH OPEN
      * ACCOUNT EXCEPT WHERE THE ACCOUNT HAS ITS OWN (OVERRIDE "S").
      * THE PROCAM RECORD AUDITS THE PRODUCT ITSELF, ONE MORE PROCAM
      * RECORD EACH TIER FROM 2 TO 4 WHOSE RATE CHANGED, AND EACH
      * ACCOUNT THE SWEEP REWRITES GETS A CAMBIO RECORD OF ITS OWN.
      *----------------------------------------------------------------
       PRODUCT-AMEND-PROCEDURE.
           DISPLAY "Codigo de producto (blanco = regresar al menu): "
           ACCEPT WORK-PRODUCT-CODE.
           IF WORK-PRODUCT-CODE = SPACES
               GO TO PRODUCT-AMEND-EXIT
           END-IF.
           MOVE WORK-PRODUCT-CODE TO PRODUCT-CODE.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Producto no encontrado: " WORK-PRODUCT-CODE
                   GO TO PRODUCT-AMEND-EXIT
           END-READ.
           DISPLAY "Descripcion actual:   " PRODUCT-DESCRIPTION.
           DISPLAY "Saldo minimo actual:  " PRODUCT-MINIMUM-BALANCE.
           DISPLAY "Linea sobreg. actual: " PRODUCT-OVERDRAFT-LIMIT.
           DISPLAY "Tasa sobreg. actual:  " PRODUCT-OVERDRAFT-RATE.
           PERFORM DISPLAY-PRODUCT-ENTRY-PROCEDURE
               VARYING TIER-SUBSCRIPT FROM 1 BY 1
               UNTIL TIER-SUBSCRIPT > 4.
           DISPLAY "Estado actual:        " PRODUCT-STATUS.
           PERFORM PROMPT-PRODUCT-FIELDS-PROCEDURE
               THRU PROMPT-PRODUCT-FIELDS-EXIT.
           DISPLAY "Estado - A=activo X=cerrado a cuentas nuevas: "
           ACCEPT WORK-PRODUCT-STATUS.
           IF WORK-PRODUCT-STATUS NOT = "A" AND
              WORK-PRODUCT-STATUS NOT = "X"
               DISPLAY "Estado invalido. Se tomara activo."
               MOVE "A" TO WORK-PRODUCT-STATUS
           END-IF.
           PERFORM SAVE-TIER-RATE-PROCEDURE
               VARYING TIER-SUBSCRIPT FROM 1 BY 1
               UNTIL TIER-SUBSCRIPT > 4.
           PERFORM MOVE-PRODUCT-FIELDS-PROCEDURE.
           REWRITE PRODUCT-MASTER-RECORD.
           IF NOT PRODUCT-MASTER-OK
               DISPLAY "Error al actualizar el producto. Codigo: "
                   PRODUCT-MASTER-STATUS
               GO TO PRODUCT-AMEND-EXIT
           END-IF.
           DISPLAY "Producto " PRODUCT-CODE " actualizado.".
           MOVE "PROCAM" TO AUDIT-BUILD-ACTION.
           PERFORM WRITE-PRODUCT-AUDIT-PROCEDURE
               THRU WRITE-PRODUCT-AUDIT-EXIT.
           PERFORM WRITE-TIER-AUDIT-PROCEDURE
               THRU WRITE-TIER-AUDIT-EXIT
               VARYING TIER-SUBSCRIPT FROM 2 BY 1
               UNTIL TIER-SUBSCRIPT > 4.
           PERFORM REPRICE-ACCOUNTS-PROCEDURE
               THRU REPRICE-ACCOUNTS-EXIT.
       PRODUCT-AMEND-EXIT.
           EXIT.

       SAVE-TIER-RATE-PROCEDURE.
           MOVE PRODUCT-TIER-RATE (TIER-SUBSCRIPT)
               TO PREVIOUS-TIER-RATE (TIER-SUBSCRIPT).

       DISPLAY-PRODUCT-ENTRY-PROCEDURE.
           MOVE TIER-SUBSCRIPT TO ENTRY-NUMBER-DISPLAY.
           DISPLAY "Tramo " ENTRY-NUMBER-DISPLAY " desde "
               PRODUCT-TIER-FLOOR (TIER-SUBSCRIPT) " tasa "
               PRODUCT-TIER-RATE (TIER-SUBSCRIPT) "   Tarifa "
               ENTRY-NUMBER-DISPLAY ": "
               PRODUCT-FEE-CODE (TIER-SUBSCRIPT).

       PROMPT-PRODUCT-FIELDS-PROCEDURE.
           DISPLAY "Descripcion del producto: "
           ACCEPT WORK-PRODUCT-DESCRIPTION.
           DISPLAY "Saldo minimo: "
           ACCEPT WORK-PRODUCT-MINIMUM.
           IF WORK-PRODUCT-MINIMUM < ZERO
               MOVE ZERO TO WORK-PRODUCT-MINIMUM
               DISPLAY "El saldo minimo no puede ser negativo. Se"
                   " tomara cero."
           END-IF.
           DISPLAY "Linea de sobregiro por defecto: "
           ACCEPT WORK-PRODUCT-OVERDRAFT.
           IF WORK-PRODUCT-OVERDRAFT < ZERO
               MOVE ZERO TO WORK-PRODUCT-OVERDRAFT
               DISPLAY "El sobregiro no puede ser negativo. Se"
                   " tomara cero."
           END-IF.
           DISPLAY "Tasa de interes de sobregiro (por ciento): "
           ACCEPT WORK-PRODUCT-OD-RATE.
           IF WORK-PRODUCT-OD-RATE < ZERO
               MOVE ZERO TO WORK-PRODUCT-OD-RATE
               DISPLAY "La tasa no puede ser negativa. Se tomara"
                   " cero."
           END-IF.
           MOVE ZERO TO WORK-TIER-FLOOR (1).
           DISPLAY "Tramo 1 (desde saldo cero) - tasa de interes"
               " (por ciento): "
           ACCEPT WORK-TIER-RATE (1).
           IF WORK-TIER-RATE (1) < ZERO
               MOVE ZERO TO WORK-TIER-RATE (1)
               DISPLAY "La tasa no puede ser negativa. Se tomara"
                   " cero."
           END-IF.
           PERFORM PROMPT-PRODUCT-TIER-PROCEDURE
               THRU PROMPT-PRODUCT-TIER-EXIT
               VARYING TIER-SUBSCRIPT FROM 2 BY 1
               UNTIL TIER-SUBSCRIPT > 4.
           PERFORM PROMPT-PRODUCT-FEE-PROCEDURE
               THRU PROMPT-PRODUCT-FEE-EXIT
               VARYING FEE-SUBSCRIPT FROM 1 BY 1
               UNTIL FEE-SUBSCRIPT > 4.
       PROMPT-PRODUCT-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * TIERS 2 TO 4: A ZERO FLOOR ENDS THE TIERS; A FLOOR NOT ABOVE
      * THE PREVIOUS TIER'S IS REFUSED.
      *----------------------------------------------------------------
       PROMPT-PRODUCT-TIER-PROCEDURE.
           MOVE ZERO TO WORK-TIER-FLOOR (TIER-SUBSCRIPT).
           MOVE ZERO TO WORK-TIER-RATE (TIER-SUBSCRIPT).
           COMPUTE PRIOR-TIER-SUBSCRIPT = TIER-SUBSCRIPT - 1.
           IF PRIOR-TIER-SUBSCRIPT > 1
               AND WORK-TIER-FLOOR (PRIOR-TIER-SUBSCRIPT) = ZERO
               GO TO PROMPT-PRODUCT-TIER-EXIT
           END-IF.
           MOVE TIER-SUBSCRIPT TO ENTRY-NUMBER-DISPLAY.
           DISPLAY "Tramo " ENTRY-NUMBER-DISPLAY
               " - saldo desde (cero = sin mas tramos): "
           ACCEPT WORK-TIER-FLOOR (TIER-SUBSCRIPT).
           IF WORK-TIER-FLOOR (TIER-SUBSCRIPT) NOT > ZERO
               MOVE ZERO TO WORK-TIER-FLOOR (TIER-SUBSCRIPT)
               GO TO PROMPT-PRODUCT-TIER-EXIT
           END-IF.
           IF WORK-TIER-FLOOR (TIER-SUBSCRIPT)
               NOT > WORK-TIER-FLOOR (PRIOR-TIER-SUBSCRIPT)
               DISPLAY "El tramo debe empezar en un saldo mayor que el"
                   " anterior. Tramo descartado."
               MOVE ZERO TO WORK-TIER-FLOOR (TIER-SUBSCRIPT)
               GO TO PROMPT-PRODUCT-TIER-EXIT
           END-IF.
           DISPLAY "Tramo " ENTRY-NUMBER-DISPLAY
               " - tasa de interes (por ciento): "
           ACCEPT WORK-TIER-RATE (TIER-SUBSCRIPT).
           IF WORK-TIER-RATE (TIER-SUBSCRIPT) < ZERO
               MOVE ZERO TO WORK-TIER-RATE (TIER-SUBSCRIPT)
               DISPLAY "La tasa no puede ser negativa. Se tomara"
                   " cero."
           END-IF.
       PROMPT-PRODUCT-TIER-EXIT.
           EXIT.

       PROMPT-PRODUCT-FEE-PROCEDURE.
           MOVE FEE-SUBSCRIPT TO ENTRY-NUMBER-DISPLAY.
           DISPLAY "Tarifa aplicable " ENTRY-NUMBER-DISPLAY
               " (blanco = ninguna): "
           ACCEPT WORK-PRODUCT-FEE-CODE (FEE-SUBSCRIPT).
           IF WORK-PRODUCT-FEE-CODE (FEE-SUBSCRIPT) = SPACES
               GO TO PROMPT-PRODUCT-FEE-EXIT
           END-IF.
           MOVE WORK-PRODUCT-FEE-CODE (FEE-SUBSCRIPT) TO FEE-TYPE-CODE.
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   DISPLAY "Tarifa no encontrada en el tarifario."
                       " Se descarta."
                   MOVE SPACES TO WORK-PRODUCT-FEE-CODE (FEE-SUBSCRIPT)
           END-READ.
       PROMPT-PRODUCT-FEE-EXIT.
           EXIT.

       MOVE-PRODUCT-FIELDS-PROCEDURE.
           MOVE WORK-PRODUCT-CODE TO PRODUCT-CODE.
           MOVE WORK-PRODUCT-DESCRIPTION TO PRODUCT-DESCRIPTION.
           MOVE WORK-PRODUCT-MINIMUM TO PRODUCT-MINIMUM-BALANCE.
           MOVE WORK-PRODUCT-OVERDRAFT TO PRODUCT-OVERDRAFT-LIMIT.
           MOVE WORK-PRODUCT-OD-RATE TO PRODUCT-OVERDRAFT-RATE.
           PERFORM MOVE-PRODUCT-ENTRY-PROCEDURE
               VARYING TIER-SUBSCRIPT FROM 1 BY 1
               UNTIL TIER-SUBSCRIPT > 4.
           MOVE WORK-PRODUCT-STATUS TO PRODUCT-STATUS.

       MOVE-PRODUCT-ENTRY-PROCEDURE.
           MOVE WORK-TIER-FLOOR (TIER-SUBSCRIPT)
               TO PRODUCT-TIER-FLOOR (TIER-SUBSCRIPT).
           MOVE WORK-TIER-RATE (TIER-SUBSCRIPT)
               TO PRODUCT-TIER-RATE (TIER-SUBSCRIPT).
           MOVE WORK-PRODUCT-FEE-CODE (TIER-SUBSCRIPT)
               TO PRODUCT-FEE-CODE (TIER-SUBSCRIPT).

       REPRICE-ACCOUNTS-PROCEDURE.
           MOVE ZERO TO ACCOUNTS-REPRICED-COUNT.
           MOVE "N" TO ACCOUNT-SWEEP-EOF-SWITCH.
           MOVE LOW-VALUES TO ACCOUNT-NUMBER.
           START ACCOUNT-MASTER-FILE
               KEY NOT LESS THAN ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO ACCOUNT-SWEEP-EOF-SWITCH
           END-START.
           PERFORM REPRICE-NEXT-ACCOUNT-PROCEDURE
               THRU REPRICE-NEXT-ACCOUNT-EXIT
               UNTIL ACCOUNT-SWEEP-EOF.
           DISPLAY "Cuentas del producto actualizadas: "
               ACCOUNTS-REPRICED-COUNT.
       REPRICE-ACCOUNTS-EXIT.
           EXIT.

       REPRICE-NEXT-ACCOUNT-PROCEDURE.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ACCOUNT-SWEEP-EOF-SWITCH
                   GO TO REPRICE-NEXT-ACCOUNT-EXIT
           END-READ.
           IF ACCOUNT-PRODUCT-CODE NOT = PRODUCT-CODE
               OR ACCOUNT-IS-CLOSED
               GO TO REPRICE-NEXT-ACCOUNT-EXIT
           END-IF.
           IF ACCOUNT-AVAILABLE-BALANCE NOT NUMERIC
               MOVE ACCOUNT-BALANCE TO ACCOUNT-AVAILABLE-BALANCE
           END-IF.
           IF ACCOUNT-LAST-ACTIVITY-DATE NOT NUMERIC
               MOVE ZERO TO ACCOUNT-LAST-ACTIVITY-DATE
           END-IF.
           IF ACCOUNT-OVERDRAWN-DATE NOT NUMERIC
               MOVE ZERO TO ACCOUNT-OVERDRAWN-DATE
           END-IF.
           IF NOT ACCOUNT-OWN-MINIMUM
               MOVE PRODUCT-MINIMUM-BALANCE TO ACCOUNT-MINIMUM-BALANCE
           END-IF.
           IF NOT ACCOUNT-OWN-OVERDRAFT
               MOVE PRODUCT-OVERDRAFT-LIMIT TO ACCOUNT-OVERDRAFT-LIMIT
               MOVE PRODUCT-OVERDRAFT-RATE TO ACCOUNT-OVERDRAFT-RATE
           END-IF.
           IF NOT ACCOUNT-OWN-RATE
               MOVE PRODUCT-TIER-RATE (1) TO ACCOUNT-INTEREST-RATE
           END-IF.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "Error al actualizar la cuenta " ACCOUNT-NUMBER
                   " Codigo: " ACCOUNT-MASTER-STATUS
               GO TO REPRICE-NEXT-ACCOUNT-EXIT
           END-IF.
           ADD 1 TO ACCOUNTS-REPRICED-COUNT.
           MOVE ACCOUNT-NUMBER TO WORK-ACCOUNT-NUMBER.
           MOVE ACCOUNT-NAME TO WORK-ACCOUNT-NAME.
           MOVE ACCOUNT-MINIMUM-BALANCE TO WORK-MINIMUM-BALANCE.
           MOVE ACCOUNT-OVERDRAFT-LIMIT TO WORK-OVERDRAFT-LIMIT.
           MOVE ACCOUNT-INTEREST-RATE TO WORK-INTEREST-RATE.
           MOVE ACCOUNT-OVERDRAFT-RATE TO WORK-OVERDRAFT-RATE.
           MOVE ACCOUNT-PRODUCT-CODE TO WORK-PRODUCT-CODE.
           MOVE ACCOUNT-OVERRIDE-FLAGS TO WORK-OVERRIDE-FLAGS.
           MOVE ACCOUNT-BRANCH-CODE TO WORK-BRANCH-CODE.
           MOVE ACCOUNT-STATUS TO WORK-ACCOUNT-STATUS.
           MOVE "CAMBIO" TO AUDIT-BUILD-ACTION.
           PERFORM WRITE-AUDIT-PROCEDURE THRU WRITE-AUDIT-EXIT.
       REPRICE-NEXT-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * A LOAN IS ONLY REGISTERED HERE (STATUS P). THE NIGHTLY DINOPRES
      * RUN BUILDS ITS SCHEDULE, CREDITS THE REPAYMENT ACCOUNT AND
      * MAKES IT ACTIVE; UNTIL THEN IT CAN STILL BE CANCELLED.
      *----------------------------------------------------------------
       LOAN-OPEN-PROCEDURE.
           DISPLAY "Numero de prestamo (blanco = regresar al menu): "
           ACCEPT WORK-LOAN-NUMBER.
           IF WORK-LOAN-NUMBER = SPACES
               GO TO LOAN-OPEN-EXIT
           END-IF.
           MOVE WORK-LOAN-NUMBER TO LOAN-NUMBER.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "El prestamo " WORK-LOAN-NUMBER
                       " ya existe en el maestro."
                   GO TO LOAN-OPEN-EXIT
           END-READ.
           DISPLAY "Cliente (CIF): "
           ACCEPT WORK-LOAN-CUSTOMER.
           MOVE WORK-LOAN-CUSTOMER TO WORK-CUSTOMER-ID.
           PERFORM LOOKUP-CUSTOMER-PROCEDURE
               THRU LOOKUP-CUSTOMER-EXIT.
           IF NOT CUSTOMER-WAS-FOUND
               DISPLAY "Cliente no encontrado o dado de baja: "
                   WORK-LOAN-CUSTOMER
               GO TO LOAN-OPEN-EXIT
           END-IF.
           DISPLAY "Cuenta de cargo y abono: "
           ACCEPT WORK-LOAN-ACCOUNT.
           MOVE WORK-LOAN-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Cuenta no encontrada: " WORK-LOAN-ACCOUNT
                   GO TO LOAN-OPEN-EXIT
           END-READ.
           IF ACCOUNT-IS-FROZEN OR ACCOUNT-IS-CLOSED
               DISPLAY "La cuenta no admite movimientos por su"
                   " estado."
               GO TO LOAN-OPEN-EXIT
           END-IF.
           IF ACCOUNT-CUSTOMER-ID NOT = SPACES AND
              ACCOUNT-CUSTOMER-ID NOT = WORK-LOAN-CUSTOMER
               DISPLAY "La cuenta pertenece a otro cliente: "
                   ACCOUNT-CUSTOMER-ID
               GO TO LOAN-OPEN-EXIT
           END-IF.
           DISPLAY "Monto del prestamo: "
           ACCEPT WORK-LOAN-PRINCIPAL.
           IF WORK-LOAN-PRINCIPAL NOT > ZERO
               DISPLAY "El monto debe ser mayor que cero."
               GO TO LOAN-OPEN-EXIT
           END-IF.
           DISPLAY "Tasa anual (porcentaje): "
           ACCEPT WORK-LOAN-RATE.
           IF WORK-LOAN-RATE < ZERO
               DISPLAY "La tasa no puede ser negativa."
               GO TO LOAN-OPEN-EXIT
           END-IF.
           DISPLAY "Plazo en meses (1-360): "
           ACCEPT WORK-LOAN-TERM.
           IF WORK-LOAN-TERM < 1 OR WORK-LOAN-TERM > 360
               DISPLAY "Plazo invalido. Prestamo no registrado."
               GO TO LOAN-OPEN-EXIT
           END-IF.
           MOVE SPACES TO LOAN-MASTER-RECORD.
           MOVE WORK-LOAN-NUMBER TO LOAN-NUMBER.
           MOVE WORK-LOAN-CUSTOMER TO LOAN-CUSTOMER-ID.
           MOVE WORK-LOAN-ACCOUNT TO LOAN-ACCOUNT-NUMBER.
           MOVE WORK-LOAN-PRINCIPAL TO LOAN-PRINCIPAL-AMOUNT.
           MOVE WORK-LOAN-RATE TO LOAN-ANNUAL-RATE.
           MOVE WORK-LOAN-TERM TO LOAN-TERM-MONTHS.
           MOVE ZERO TO LOAN-INSTALLMENT-AMOUNT.
           MOVE ZERO TO LOAN-DISBURSEMENT-DATE.
           MOVE ZERO TO LOAN-PRINCIPAL-OUTSTANDING.
           MOVE ZERO TO LOAN-INSTALLMENTS-PAID.
           MOVE ZERO TO LOAN-NEXT-DUE-DATE.
           MOVE ZERO TO LOAN-AMOUNT-OVERDUE.
           MOVE ZERO TO LOAN-DAYS-PAST-DUE.
           MOVE "0" TO LOAN-ARREARS-BUCKET.
           MOVE "P" TO LOAN-STATUS.
           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error al grabar el prestamo. Codigo: "
                       LOAN-MASTER-STATUS
                   GO TO LOAN-OPEN-EXIT
           END-WRITE.
           IF NOT LOAN-MASTER-OK
               DISPLAY "Error al grabar el prestamo. Codigo: "
                   LOAN-MASTER-STATUS
               GO TO LOAN-OPEN-EXIT
           END-IF.
           DISPLAY "Prestamo " LOAN-NUMBER
               " registrado. Se desembolsa en el proceso nocturno.".
           MOVE "PREALT" TO AUDIT-BUILD-ACTION.
           PERFORM WRITE-LOAN-AUDIT-PROCEDURE
               THRU WRITE-LOAN-AUDIT-EXIT.
       LOAN-OPEN-EXIT.
           EXIT.

       LOAN-CANCEL-PROCEDURE.
           DISPLAY "Numero de prestamo (blanco = regresar al menu): "
           ACCEPT WORK-LOAN-NUMBER.
           IF WORK-LOAN-NUMBER = SPACES
               GO TO LOAN-CANCEL-EXIT
           END-IF.
           MOVE WORK-LOAN-NUMBER TO LOAN-NUMBER.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "Prestamo no encontrado: " WORK-LOAN-NUMBER
                   GO TO LOAN-CANCEL-EXIT
           END-READ.
           IF NOT LOAN-IS-PENDING
               DISPLAY "Solo se puede dar de baja un prestamo aun no"
                   " desembolsado."
               GO TO LOAN-CANCEL-EXIT
           END-IF.
           MOVE "X" TO LOAN-STATUS.
           REWRITE LOAN-MASTER-RECORD.
           IF NOT LOAN-MASTER-OK
               DISPLAY "Error al dar de baja el prestamo. Codigo: "
                   LOAN-MASTER-STATUS
               GO TO LOAN-CANCEL-EXIT
           END-IF.
           DISPLAY "Prestamo " LOAN-NUMBER " dado de baja.".
           MOVE LOAN-CUSTOMER-ID TO WORK-LOAN-CUSTOMER.
           MOVE LOAN-ACCOUNT-NUMBER TO WORK-LOAN-ACCOUNT.
           MOVE LOAN-PRINCIPAL-AMOUNT TO WORK-LOAN-PRINCIPAL.
           MOVE LOAN-ANNUAL-RATE TO WORK-LOAN-RATE.
           MOVE LOAN-TERM-MONTHS TO WORK-LOAN-TERM.
           MOVE "PREBAJ" TO AUDIT-BUILD-ACTION.
           PERFORM WRITE-LOAN-AUDIT-PROCEDURE
               THRU WRITE-LOAN-AUDIT-EXIT.
       LOAN-CANCEL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * A CHEQUEBOOK IS ISSUED AS A RANGE OF CONSECUTIVE NUMBERS, ONE
      * CHEQMAST RECORD PER CHEQUE, SO THE NIGHTLY DINOCHQ CLEARING
      * CAN TELL A CHEQUE NEVER ISSUED TO THE ACCOUNT FROM ONE THAT
      * IS STOPPED OR ALREADY PAID. A RANGE THAT OVERLAPS ANY NUMBER
      * ALREADY ON FILE FOR THE ACCOUNT IS REFUSED WHOLE.
      *----------------------------------------------------------------
       CHEQUE-ISSUE-PROCEDURE.
           DISPLAY "Cuenta (blanco = regresar al menu): "
           ACCEPT WORK-CHEQUE-ACCOUNT.
           IF WORK-CHEQUE-ACCOUNT = SPACES
               GO TO CHEQUE-ISSUE-EXIT
           END-IF.
           MOVE WORK-CHEQUE-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Cuenta no encontrada: " WORK-CHEQUE-ACCOUNT
                   GO TO CHEQUE-ISSUE-EXIT
           END-READ.
           IF NOT ACCOUNT-IS-ACTIVE
               DISPLAY "Solo se emiten chequeras a cuentas activas."
               GO TO CHEQUE-ISSUE-EXIT
           END-IF.
           DISPLAY "Primer numero de cheque: "
           ACCEPT WORK-CHEQUE-FIRST.
           IF WORK-CHEQUE-FIRST NOT > ZERO
               DISPLAY "El numero debe ser mayor que cero."
               GO TO CHEQUE-ISSUE-EXIT
           END-IF.
           DISPLAY "Cantidad de cheques (1-100): "
           ACCEPT WORK-CHEQUE-QUANTITY.
           IF WORK-CHEQUE-QUANTITY < 1 OR WORK-CHEQUE-QUANTITY > 100
               DISPLAY "Cantidad invalida. Chequera no emitida."
               GO TO CHEQUE-ISSUE-EXIT
           END-IF.
           IF WORK-CHEQUE-FIRST + WORK-CHEQUE-QUANTITY > 99999999
               DISPLAY "El rango excede la numeracion de cheques."
               GO TO CHEQUE-ISSUE-EXIT
           END-IF.
           COMPUTE WORK-CHEQUE-LAST =
               WORK-CHEQUE-FIRST + WORK-CHEQUE-QUANTITY - 1.
           MOVE "N" TO CHEQUE-FOUND-SWITCH.
           PERFORM CHECK-CHEQUE-FREE-PROCEDURE
               VARYING WORK-CHEQUE-NUMBER FROM WORK-CHEQUE-FIRST BY 1
               UNTIL WORK-CHEQUE-NUMBER > WORK-CHEQUE-LAST
                  OR CHEQUE-WAS-FOUND.
           IF CHEQUE-WAS-FOUND
               DISPLAY "El cheque " CHEQUE-NUMBER
                   " ya fue emitido a la cuenta. Chequera no emitida."
               GO TO CHEQUE-ISSUE-EXIT
           END-IF.
           ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM WRITE-CHEQUE-PROCEDURE
               VARYING WORK-CHEQUE-NUMBER FROM WORK-CHEQUE-FIRST BY 1
               UNTIL WORK-CHEQUE-NUMBER > WORK-CHEQUE-LAST.
           DISPLAY "Chequera " WORK-CHEQUE-FIRST "-" WORK-CHEQUE-LAST
               " emitida a la cuenta " WORK-CHEQUE-ACCOUNT ".".
           MOVE WORK-CHEQUE-ACCOUNT TO WORK-ACCOUNT-NUMBER.
           MOVE SPACES TO WORK-ACCOUNT-NAME.
           STRING "CHEQUES " DELIMITED BY SIZE
                  WORK-CHEQUE-FIRST DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WORK-CHEQUE-LAST DELIMITED BY SIZE
               INTO WORK-ACCOUNT-NAME.
           MOVE WORK-CHEQUE-FIRST TO WORK-MINIMUM-BALANCE.
           MOVE WORK-CHEQUE-LAST TO WORK-OVERDRAFT-LIMIT.
           MOVE "E" TO WORK-ACCOUNT-STATUS.
           MOVE "CHQEMI" TO AUDIT-BUILD-ACTION.
           PERFORM WRITE-CHEQUE-AUDIT-PROCEDURE
               THRU WRITE-CHEQUE-AUDIT-EXIT.
       CHEQUE-ISSUE-EXIT.
           EXIT.

       CHECK-CHEQUE-FREE-PROCEDURE.
           MOVE WORK-CHEQUE-ACCOUNT TO CHEQUE-ACCOUNT-NUMBER.
           MOVE WORK-CHEQUE-NUMBER TO CHEQUE-NUMBER.
           READ CHEQUE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO CHEQUE-FOUND-SWITCH
           END-READ.

       WRITE-CHEQUE-PROCEDURE.
           MOVE SPACES TO CHEQUE-MASTER-RECORD.
           MOVE WORK-CHEQUE-ACCOUNT TO CHEQUE-ACCOUNT-NUMBER.
           MOVE WORK-CHEQUE-NUMBER TO CHEQUE-NUMBER.
           MOVE WORK-CHEQUE-FIRST TO CHEQUE-FIRST-OF-BOOK.
           MOVE CURRENT-DATE-YYYYMMDD TO CHEQUE-ISSUE-DATE.
           MOVE "E" TO CHEQUE-STATUS.
           MOVE ZERO TO CHEQUE-STOP-DATE.
           MOVE ZERO TO CHEQUE-PAID-DATE.
           MOVE ZERO TO CHEQUE-PAID-AMOUNT.
           WRITE CHEQUE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error al grabar el cheque " CHEQUE-NUMBER
                       " Codigo: " CHEQUE-MASTER-STATUS
           END-WRITE.

       CHEQUE-STOP-PROCEDURE.
           PERFORM LOOKUP-CHEQUE-PROCEDURE THRU LOOKUP-CHEQUE-EXIT.
           IF NOT CHEQUE-WAS-FOUND
               GO TO CHEQUE-STOP-EXIT
           END-IF.
           IF NOT CHEQUE-IS-ISSUED
               DISPLAY "Solo se puede detener un cheque emitido y no"
                   " pagado. Estado: " CHEQUE-STATUS
               GO TO CHEQUE-STOP-EXIT
           END-IF.
           ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE "S" TO CHEQUE-STATUS.
           MOVE CURRENT-DATE-YYYYMMDD TO CHEQUE-STOP-DATE.
           REWRITE CHEQUE-MASTER-RECORD.
           IF NOT CHEQUE-MASTER-OK
               DISPLAY "Error al registrar la orden. Codigo: "
                   CHEQUE-MASTER-STATUS
               GO TO CHEQUE-STOP-EXIT
           END-IF.
           DISPLAY "Orden de no pago registrada para el cheque "
               CHEQUE-NUMBER ".".
           MOVE "CHQNPG" TO AUDIT-BUILD-ACTION.
           PERFORM WRITE-STOP-AUDIT-PROCEDURE
               THRU WRITE-STOP-AUDIT-EXIT.
       CHEQUE-STOP-EXIT.
           EXIT.

       CHEQUE-RELEASE-PROCEDURE.
           PERFORM LOOKUP-CHEQUE-PROCEDURE THRU LOOKUP-CHEQUE-EXIT.
           IF NOT CHEQUE-WAS-FOUND
               GO TO CHEQUE-RELEASE-EXIT
           END-IF.
           IF NOT CHEQUE-IS-STOPPED
               DISPLAY "El cheque no tiene orden de no pago. Estado: "
                   CHEQUE-STATUS
               GO TO CHEQUE-RELEASE-EXIT
           END-IF.
           MOVE "E" TO CHEQUE-STATUS.
           MOVE ZERO TO CHEQUE-STOP-DATE.
           REWRITE CHEQUE-MASTER-RECORD.
           IF NOT CHEQUE-MASTER-OK
               DISPLAY "Error al anular la orden. Codigo: "
                   CHEQUE-MASTER-STATUS
               GO TO CHEQUE-RELEASE-EXIT
           END-IF.
           DISPLAY "Orden de no pago anulada para el cheque "
               CHEQUE-NUMBER ".".
           MOVE "CHQLEV" TO AUDIT-BUILD-ACTION.
           PERFORM WRITE-STOP-AUDIT-PROCEDURE
               THRU WRITE-STOP-AUDIT-EXIT.
       CHEQUE-RELEASE-EXIT.
           EXIT.

       LOOKUP-CHEQUE-PROCEDURE.
           MOVE "N" TO CHEQUE-FOUND-SWITCH.
           DISPLAY "Cuenta (blanco = regresar al menu): "
           ACCEPT WORK-CHEQUE-ACCOUNT.
           IF WORK-CHEQUE-ACCOUNT = SPACES
               GO TO LOOKUP-CHEQUE-EXIT
           END-IF.
           DISPLAY "Numero de cheque: "
           ACCEPT WORK-CHEQUE-NUMBER.
           MOVE WORK-CHEQUE-ACCOUNT TO CHEQUE-ACCOUNT-NUMBER.
           MOVE WORK-CHEQUE-NUMBER TO CHEQUE-NUMBER.
           READ CHEQUE-MASTER-FILE
               INVALID KEY
                   DISPLAY "El cheque " WORK-CHEQUE-NUMBER
                       " no fue emitido a la cuenta "
                       WORK-CHEQUE-ACCOUNT "."
                   GO TO LOOKUP-CHEQUE-EXIT
           END-READ.
           MOVE "Y" TO CHEQUE-FOUND-SWITCH.
       LOOKUP-CHEQUE-EXIT.
           EXIT.

       WRITE-STOP-AUDIT-PROCEDURE.
           MOVE CHEQUE-ACCOUNT-NUMBER TO WORK-ACCOUNT-NUMBER.
           MOVE SPACES TO WORK-ACCOUNT-NAME.
           STRING "CHEQUE " DELIMITED BY SIZE
                  CHEQUE-NUMBER DELIMITED BY SIZE
               INTO WORK-ACCOUNT-NAME.
           MOVE CHEQUE-NUMBER TO WORK-MINIMUM-BALANCE.
           MOVE ZERO TO WORK-OVERDRAFT-LIMIT.
           MOVE CHEQUE-STATUS TO WORK-ACCOUNT-STATUS.
           PERFORM WRITE-CHEQUE-AUDIT-PROCEDURE
               THRU WRITE-CHEQUE-AUDIT-EXIT.
       WRITE-STOP-AUDIT-EXIT.
           EXIT.

       WRITE-CHEQUE-AUDIT-PROCEDURE.
           MOVE ZERO TO WORK-INTEREST-RATE.
           MOVE ZERO TO WORK-OVERDRAFT-RATE.
           MOVE SPACES TO WORK-PRODUCT-CODE.
           MOVE SPACES TO WORK-OVERRIDE-FLAGS.
           MOVE SPACES TO WORK-BRANCH-CODE.
           PERFORM WRITE-AUDIT-PROCEDURE THRU WRITE-AUDIT-EXIT.
       WRITE-CHEQUE-AUDIT-EXIT.
           EXIT.

       WRITE-LOAN-AUDIT-PROCEDURE.
           MOVE WORK-LOAN-NUMBER TO WORK-ACCOUNT-NUMBER.
           MOVE SPACES TO WORK-ACCOUNT-NAME.
           STRING WORK-LOAN-CUSTOMER DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  WORK-LOAN-ACCOUNT DELIMITED BY SPACE
               INTO WORK-ACCOUNT-NAME.
           MOVE WORK-LOAN-PRINCIPAL TO WORK-MINIMUM-BALANCE.
           MOVE WORK-LOAN-TERM TO WORK-OVERDRAFT-LIMIT.
           MOVE WORK-LOAN-RATE TO WORK-INTEREST-RATE.
           MOVE ZERO TO WORK-OVERDRAFT-RATE.
           MOVE SPACES TO WORK-PRODUCT-CODE.
           MOVE SPACES TO WORK-OVERRIDE-FLAGS.
           MOVE LOAN-STATUS TO WORK-ACCOUNT-STATUS.
           MOVE SPACES TO WORK-BRANCH-CODE.
           PERFORM WRITE-AUDIT-PROCEDURE THRU WRITE-AUDIT-EXIT.
       WRITE-LOAN-AUDIT-EXIT.
           EXIT.

       WRITE-PRODUCT-AUDIT-PROCEDURE.
           MOVE WORK-PRODUCT-CODE TO WORK-ACCOUNT-NUMBER.
           MOVE WORK-PRODUCT-DESCRIPTION TO WORK-ACCOUNT-NAME.
           MOVE WORK-PRODUCT-MINIMUM TO WORK-MINIMUM-BALANCE.
           MOVE WORK-PRODUCT-OVERDRAFT TO WORK-OVERDRAFT-LIMIT.
           MOVE WORK-TIER-RATE (1) TO WORK-INTEREST-RATE.
           MOVE WORK-PRODUCT-OD-RATE TO WORK-OVERDRAFT-RATE.
           MOVE SPACES TO WORK-OVERRIDE-FLAGS.
           MOVE WORK-PRODUCT-STATUS TO WORK-ACCOUNT-STATUS.
           MOVE SPACES TO WORK-BRANCH-CODE.
           PERFORM WRITE-AUDIT-PROCEDURE THRU WRITE-AUDIT-EXIT.
       WRITE-PRODUCT-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * ONE RECORD PER TIER FROM 2 TO 4, UNDER THE SAME ACTION AS THE
      * PRODUCT RECORD: ON PROALT EVERY TIER THAT WAS SET UP, ON
      * PROCAM EVERY TIER WHOSE RATE CHANGED. THE TIER NUMBER GOES IN
      * THE FIRST BYTE OF THE OVERRIDE FLAGS AND THE TIER'S RATE IN
      * THE INTEREST RATE; THE MONEY FIELDS ARE ZERO SO ONLY THE RATE
      * IS JUDGED AGAINST THE TIER'S PREVIOUS RECORD.
      *----------------------------------------------------------------
       WRITE-TIER-AUDIT-PROCEDURE.
           IF AUDIT-BUILD-ACTION = "PROALT"
               IF WORK-TIER-FLOOR (TIER-SUBSCRIPT) = ZERO
                   GO TO WRITE-TIER-AUDIT-EXIT
               END-IF
           ELSE
               IF WORK-TIER-RATE (TIER-SUBSCRIPT)
                   = PREVIOUS-TIER-RATE (TIER-SUBSCRIPT)
                   GO TO WRITE-TIER-AUDIT-EXIT
               END-IF
           END-IF.
           MOVE TIER-SUBSCRIPT TO ENTRY-NUMBER-DISPLAY.
           MOVE WORK-PRODUCT-CODE TO WORK-ACCOUNT-NUMBER.
           MOVE SPACES TO WORK-ACCOUNT-NAME.
           STRING "TRAMO " DELIMITED BY SIZE
                  ENTRY-NUMBER-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WORK-PRODUCT-DESCRIPTION DELIMITED BY SIZE
               INTO WORK-ACCOUNT-NAME.
           MOVE ZERO TO WORK-MINIMUM-BALANCE.
           MOVE ZERO TO WORK-OVERDRAFT-LIMIT.
           MOVE WORK-TIER-RATE (TIER-SUBSCRIPT) TO WORK-INTEREST-RATE.
           MOVE ZERO TO WORK-OVERDRAFT-RATE.
           MOVE SPACES TO WORK-OVERRIDE-FLAGS.
           MOVE ENTRY-NUMBER-DISPLAY TO WORK-RATE-OVERRIDE.
           MOVE WORK-PRODUCT-STATUS TO WORK-ACCOUNT-STATUS.
           MOVE SPACES TO WORK-BRANCH-CODE.
           PERFORM WRITE-AUDIT-PROCEDURE THRU WRITE-AUDIT-EXIT.
       WRITE-TIER-AUDIT-EXIT.
           EXIT.

       WRITE-FEE-AUDIT-PROCEDURE.
           MOVE WORK-FEE-CODE TO WORK-ACCOUNT-NUMBER.
           MOVE WORK-FEE-DESCRIPTION TO WORK-ACCOUNT-NAME.
           MOVE WORK-FEE-AMOUNT TO WORK-MINIMUM-BALANCE.
           MOVE WORK-FEE-FREE-MOVEMENTS TO WORK-OVERDRAFT-LIMIT.
           MOVE ZERO TO WORK-INTEREST-RATE.
           MOVE ZERO TO WORK-OVERDRAFT-RATE.
           MOVE SPACES TO WORK-PRODUCT-CODE.
           MOVE SPACES TO WORK-OVERRIDE-FLAGS.
           MOVE WORK-FEE-STATUS TO WORK-ACCOUNT-STATUS.
           MOVE SPACES TO WORK-BRANCH-CODE.
           PERFORM WRITE-AUDIT-PROCEDURE THRU WRITE-AUDIT-EXIT.
       WRITE-FEE-AUDIT-EXIT.
           EXIT.
           MOVE WORK-ORDER-AMOUNT TO WORK-MINIMUM-BALANCE.
           MOVE ZERO TO WORK-OVERDRAFT-LIMIT.
           MOVE ZERO TO WORK-INTEREST-RATE.
           MOVE ZERO TO WORK-OVERDRAFT-RATE.
           MOVE SPACES TO WORK-PRODUCT-CODE.
           MOVE SPACES TO WORK-OVERRIDE-FLAGS.
           MOVE ORDER-STATUS TO WORK-ACCOUNT-STATUS.
           MOVE SPACES TO WORK-BRANCH-CODE.
           PERFORM WRITE-AUDIT-PROCEDURE THRU WRITE-AUDIT-EXIT.
       WRITE-ORDER-AUDIT-EXIT.
           EXIT.
           MOVE WORK-OPER-LIMIT TO WORK-MINIMUM-BALANCE.
           MOVE ZERO TO WORK-OVERDRAFT-LIMIT.
           MOVE ZERO TO WORK-INTEREST-RATE.
           MOVE ZERO TO WORK-OVERDRAFT-RATE.
           MOVE SPACES TO WORK-PRODUCT-CODE.
           MOVE SPACES TO WORK-OVERRIDE-FLAGS.
           MOVE WORK-OPER-ROLE TO WORK-ACCOUNT-STATUS.
           MOVE WORK-OPER-BRANCH TO WORK-BRANCH-CODE.
           PERFORM WRITE-AUDIT-PROCEDURE THRU WRITE-AUDIT-EXIT.
       WRITE-OPERATOR-AUDIT-EXIT.
           EXIT.

       WRITE-BRANCH-AUDIT-PROCEDURE.
           MOVE WORK-BRANCH-CODE TO WORK-ACCOUNT-NUMBER.
           MOVE WORK-BRANCH-NAME TO WORK-ACCOUNT-NAME.
           MOVE ZERO TO WORK-MINIMUM-BALANCE.
           MOVE ZERO TO WORK-OVERDRAFT-LIMIT.
           MOVE ZERO TO WORK-INTEREST-RATE.
           MOVE ZERO TO WORK-OVERDRAFT-RATE.
           MOVE SPACES TO WORK-PRODUCT-CODE.
           MOVE SPACES TO WORK-OVERRIDE-FLAGS.
           MOVE WORK-BRANCH-STATUS TO WORK-ACCOUNT-STATUS.
           PERFORM WRITE-AUDIT-PROCEDURE THRU WRITE-AUDIT-EXIT.
       WRITE-BRANCH-AUDIT-EXIT.
           EXIT.

       WRITE-CUSTOMER-AUDIT-PROCEDURE.
           MOVE WORK-CUSTOMER-ID TO WORK-ACCOUNT-NUMBER.
           MOVE WORK-CUSTOMER-NAME TO WORK-ACCOUNT-NAME.
           MOVE ZERO TO WORK-MINIMUM-BALANCE.
           MOVE ZERO TO WORK-OVERDRAFT-LIMIT.
           MOVE ZERO TO WORK-INTEREST-RATE.
           MOVE ZERO TO WORK-OVERDRAFT-RATE.
           MOVE SPACES TO WORK-PRODUCT-CODE.
           MOVE SPACES TO WORK-OVERRIDE-FLAGS.
           MOVE CUSTOMER-TAX-EXEMPT-FLAG TO WORK-RATE-OVERRIDE.
           MOVE CUSTOMER-STATUS TO WORK-ACCOUNT-STATUS.
           MOVE SPACES TO WORK-BRANCH-CODE.
           PERFORM WRITE-AUDIT-PROCEDURE THRU WRITE-AUDIT-EXIT.
       WRITE-CUSTOMER-AUDIT-EXIT.
           EXIT.
           MOVE WORK-OVERDRAFT-LIMIT TO AUDIT-NEW-OVERDRAFT-LIMIT.
           MOVE WORK-INTEREST-RATE TO AUDIT-NEW-INTEREST-RATE.
           MOVE WORK-ACCOUNT-STATUS TO AUDIT-NEW-STATUS.
           MOVE WORK-OVERDRAFT-RATE TO AUDIT-NEW-OVERDRAFT-RATE.
           MOVE WORK-PRODUCT-CODE TO AUDIT-NEW-PRODUCT-CODE.
           MOVE WORK-OVERRIDE-FLAGS TO AUDIT-NEW-OVERRIDE-FLAGS.
           MOVE WORK-BRANCH-CODE TO AUDIT-NEW-BRANCH-CODE.
           MOVE CURRENT-DATE-YYYYMMDD TO AUDIT-TIMESTAMP-DATE.
           MOVE CURRENT-TIME-HHMMSSTT (1:6) TO AUDIT-TIMESTAMP-TIME.
           WRITE MAINTENANCE-AUDIT-RECORD.
