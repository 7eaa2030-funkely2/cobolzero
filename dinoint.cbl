      *                 LEDGER BALANCE (INTEREST IS NEVER HELD).
      *                 ACCOUNTS WRITTEN BEFORE THE FIELD EXISTED ARE
      *                 NORMALIZED ON READ (AVAILABLE = LEDGER).
      * 10/15/2026 JR   BALANCES ARE SIGNED. AN ACTIVA ACCOUNT BELOW
      *                 ZERO EARNS NO CREDIT INTEREST; INSTEAD IT IS
      *                 CHARGED DEBIT INTEREST AT ITS
      *                 ACCOUNT-OVERDRAFT-RATE ON THE OVERDRAWN PART OF
      *                 THE BALANCE, POSTED AS THE NEW INT-SOBREG LOG
      *                 TYPE (MAPPED BY DINOGL TO OVERDRAFT INTEREST
      *                 INCOME) AND LOWERING BOTH THE LEDGER AND THE
      *                 AVAILABLE BALANCE. THE RUNNING OVERDRAFT TOTAL
      *                 RIDES CHECKPOINT-ACCUMULATOR-2 ACROSS A RESTART
      *                 AND PRINTS ON ITS OWN TOTAL LINE. EVERY
      *                 ACCOUNT'S ACCOUNT-OVERDRAWN-DATE IS MAINTAINED:
      *                 SET TO THE BUSINESS DATE THE FIRST NIGHT THE
      *                 BALANCE IS FOUND BELOW ZERO, CLEARED WHEN IT IS
      *                 BACK IN CREDIT. REPORT-LINE WIDENED TO 96 FOR
      *                 THE SIGNED SALDO NUEVO AND THE NEW NOTA COLUMN.
      * 10/15/2026 JR   CREDIT INTEREST ON AN ACCOUNT THAT BELONGS TO A
      *                 PRODUCT (PRODMAST PER PRODREC.CPY) IS NOW PAID
      *                 AT THE RATE OF THE HIGHEST PRODUCT TIER THE
      *                 BALANCE REACHES; AN ACCOUNT FLAGGED WITH ITS OWN
      *                 RATE, OR WITH NO PRODUCT, EARNS
      *                 ACCOUNT-INTEREST-RATE AS BEFORE. THE REPORT
      *                 SHOWS THE PRODUCT AND MARKS WITH * A LINE PRICED
      *                 ON THE ACCOUNT'S OWN RATE OR OVERDRAFT TERMS
      *                 INSTEAD OF THE PRODUCT'S.
      * 10/15/2026 JR   INTEREST IS NOW STEP INT OF THE NIGHTLY STREAM
      *                 (RUNSTEP.CPY) AND WAITS FOR EVERY POSTING STEP
      *                 OF THE DAY. THE INTEREST FLAG IN RUNCTL IS
      *                 REPLACED BY THE STEP ENTRY, WHICH IS MARKED
      *                 RUNNING AT THE START AND COMPLETE WITH THE
      *                 ACCOUNTS PROCESSED AT THE END. THE BUSINESS DATE
      *                 COMES FROM RUNCTL (OPENED BY DINOCTL) INSTEAD OF
      *                 THE MACHINE DATE, ALSO FOR THE OVERDRAWN DATE.
      *                 THE SUPERVISOR RERUN OVERRIDE STAYS FOR A
      *                 COMPLETED STEP AND THE SUPERVISOR IS KEPT ON THE
      *                 STEP.
      * 10/15/2026 JR   EVERY TRANSACTION-LOG RECORD WRITTEN CARRIES THE
      *                 ACCOUNT'S HOME BRANCH (BLANK = HEAD OFFICE 0001)
      *                 IN LOG-HOME-BRANCH-CODE AND, BEING A BATCH
      *                 POSTING, THE SAME BRANCH AS THE BRANCH WHERE IT
      *                 WAS PERFORMED IN LOG-BRANCH-CODE.
      * 10/15/2026 JR   INCOME TAX IS WITHHELD FROM CREDITED INTEREST AT
      *                 INTEREST-WITHHOLDING-RATE (PERCENT OF THE
      *                 INTEREST) AND POSTED AS THE NEW RET-IMP LOG
      *                 TYPE, MAPPED BY DINOGL TO TAXES PAYABLE, RIGHT
      *                 AFTER THE INTERES IT WITHHOLDS FROM; ITS
      *                 LOG-REFERENCE-TIMESTAMP CARRIES THAT INTERES'S
      *                 TIMESTAMP. ONE REWRITE CARRIES BOTH AMOUNTS. AN
      *                 ACCOUNT WHOSE CUSTOMER IS FLAGGED EXENTO ON
      *                 CUSTMAST HAS NOTHING WITHHELD (NOTE ABONO EXEN).
      *                 THE RUNNING WITHHELD TOTAL RIDES
      *                 CHECKPOINT-ACCUMULATOR-3 AND PRINTS ON ITS OWN
      *                 TOTAL LINE. THE SALDO NUEVO COLUMN NOW SHOWS THE
      *                 BALANCE LOGGED WITH EACH LINE.
      * 10/15/2026 JR   THE REPORT HEADING NOW SHOWS THE BUSINESS DATE
      *                 BEING POSTED (RUNCTL) INSTEAD OF THE MACHINE
      *                 DATE, SO A RERUN AFTER MIDNIGHT NAMES THE RIGHT
      *                 DAY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT OPTIONAL PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCT-CODE
               FILE STATUS IS PRODUCT-MASTER-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT OPTIONAL TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-LOG-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       FD  PRODUCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRODREC.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                    PIC X(96).

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-IO-AREA            PIC X(960).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  ACCOUNT-MASTER-OK                  VALUE "00".
       01  OPERATOR-MASTER-STATUS         PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK                 VALUE "00".
       01  PRODUCT-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  PRODUCT-MASTER-OK                  VALUE "00".
           88  PRODUCT-MASTER-CREATED             VALUE "05".
       01  CUSTOMER-MASTER-STATUS         PIC X(02) VALUE SPACES.
           88  CUSTOMER-MASTER-OK                 VALUE "00".
           88  CUSTOMER-MASTER-CREATED            VALUE "05".
       01  TRANSACTION-LOG-STATUS         PIC X(02) VALUE SPACES.
           88  TRANSACTION-LOG-OK                 VALUE "00".
       01  REPORT-FILE-STATUS             PIC X(02) VALUE SPACES.

           COPY RUNCREC.

           COPY RUNSTEP.

       01  STEP-CONTROL-FIELDS.
           05  STEP-PROGRAM-NAME           PIC X(08) VALUE "DINOINT".
           05  STEP-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
           05  STEP-SUBSCRIPT              PIC 9(02) COMP VALUE ZERO.
           05  OWN-STEP-SUBSCRIPT          PIC 9(02) COMP VALUE ZERO.
           05  PREREQUISITE-SUBSCRIPT      PIC 9(02) COMP VALUE ZERO.
           05  STEP-RECORD-COUNT           PIC 9(08) VALUE ZERO.
           05  STEP-FINAL-STATUS           PIC X(01) VALUE "C".
               88  STEP-ENDED-FAILED               VALUE "F".
           05  STEP-CONTROLLED-SWITCH      PIC X(01) VALUE "N".
               88  STEP-IS-CONTROLLED              VALUE "Y".
           05  PREREQUISITE-MISSING-SWITCH PIC X(01) VALUE "N".
               88  PREREQUISITE-MISSING            VALUE "Y".
           05  STEP-CLOCK-DATE             PIC 9(08) VALUE ZERO.
           05  STEP-CLOCK-TIME.
               10  STEP-CLOCK-HHMMSS       PIC 9(06).
               10  FILLER                  PIC 9(02).

       01  PROGRAM-SWITCHES.
           05  MASTER-EOF-SWITCH           PIC X(01) VALUE "N".
               88  MASTER-EOF                      VALUE "Y".

       01  RUN-CONTROL-FIELDS.
           05  RUN-CONTROL-RELATIVE-KEY    PIC 9(04) COMP VALUE 1.
           05  OVERRIDE-SUPERVISOR-ID      PIC X(08) VALUE SPACES.
           05  OVERRIDE-SUPERVISOR-PIN     PIC X(04) VALUE SPACES.

       01  INTEREST-WORK-FIELDS.
           05  INTEREST-AMOUNT             PIC 9(10)V99 VALUE ZERO.
           05  GRAND-TOTAL-INTEREST        PIC 9(10)V99 VALUE ZERO.
           05  OVERDRAFT-INTEREST-AMOUNT   PIC 9(10)V99 VALUE ZERO.
           05  GRAND-TOTAL-OVERDRAFT       PIC 9(10)V99 VALUE ZERO.
           05  EFFECTIVE-INTEREST-RATE     PIC 9(02)V9(03) VALUE ZERO.
           05  OVERRIDE-MARK               PIC X(01) VALUE SPACE.
           05  TIER-SUBSCRIPT              PIC 9(04) COMP VALUE ZERO.
           05  WITHHOLDING-AMOUNT          PIC 9(10)V99 VALUE ZERO.
           05  GRAND-TOTAL-WITHHELD        PIC 9(10)V99 VALUE ZERO.
           05  TAX-EXEMPT-SWITCH           PIC X(01) VALUE "N".
               88  ACCOUNT-IS-TAX-EXEMPT           VALUE "Y".

      *----------------------------------------------------------------
      * INCOME TAX WITHHELD FROM CREDITED INTEREST, IN PERCENT OF THE
      * INTEREST. CHANGE IT HERE WHEN THE TAX AUTHORITY CHANGES THE
      * RATE. A CUSTOMER FLAGGED EXENTO ON CUSTMAST HAS NONE WITHHELD.
      *----------------------------------------------------------------
       77  INTEREST-WITHHOLDING-RATE       PIC 9(02)V9(03) VALUE 10.000.

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE-YYYYMMDD       PIC 9(08).
           05  CURRENT-TIME-HHMMSSTT       PIC 9(08).

       77  HEAD-OFFICE-BRANCH-CODE         PIC X(04) VALUE "0001".
       01  LOG-BUILD-FIELDS.
           05  LOG-BUILD-ACCOUNT-NUMBER    PIC X(10).
           05  LOG-BUILD-TYPE              PIC X(10).
           05  LOG-BUILD-AMOUNT            PIC 9(10)V99.
           05  LOG-BUILD-BALANCE           PIC S9(10)V99.
           05  LOG-BUILD-REFERENCE         PIC X(14).

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(80) VALUE
       01  REPORT-COLUMN-HEADINGS.
           05  FILLER                      PIC X(10) VALUE "CUENTA".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(25) VALUE "NOMBRE".
           05  FILLER                      PIC X(05) VALUE "PROD".
           05  FILLER                      PIC X(06) VALUE "TASA".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(16) VALUE "INTERES".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(16) VALUE "SALDO NUEVO".
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  FILLER                      PIC X(09) VALUE "NOTA".

       01  REPORT-DETAIL-LINE.
           05  DETAIL-ACCOUNT-NUMBER       PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-ACCOUNT-NAME         PIC X(24).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-PRODUCT-CODE         PIC X(04).
           05  DETAIL-OVERRIDE-MARK        PIC X(01).
           05  DETAIL-INTEREST-RATE        PIC ZZ.999.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-INTEREST-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-NEW-BALANCE          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-NOTE                 PIC X(10).

       01  REPORT-TOTAL-LINE.
           05  FILLER                      PIC X(50) VALUE
               "TOTAL INTERES PAGADO:".
           05  TOTAL-ALL-INTEREST          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  REPORT-WITHHELD-TOTAL-LINE.
           05  FILLER                      PIC X(50) VALUE
               "TOTAL IMPUESTO RETENIDO SOBRE INTERESES:".
           05  TOTAL-ALL-WITHHELD          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  REPORT-OVERDRAFT-TOTAL-LINE.
           05  FILLER                      PIC X(50) VALUE
               "TOTAL INTERES DE SOBREGIRO COBRADO:".
           05  TOTAL-ALL-OVERDRAFT         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  REPORT-LEGEND-LINE.
           05  FILLER                      PIC X(80) VALUE
               "* = TASA PROPIA DE LA CUENTA, NO LA DEL PRODUCTO".

       01  REPORT-EXEMPT-LEGEND-LINE.
           05  FILLER                      PIC X(80) VALUE
               "ABONO EXEN = CLIENTE EXENTO, SIN RETENCION DE IMPUESTO".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM BEGIN-STEP-PROCEDURE.
           PERFORM OPEN-FILES-PROCEDURE.
           PERFORM READ-CHECKPOINT-PROCEDURE.
           PERFORM OPEN-CHECKPOINT-FOR-UPDATE-PROCEDURE.
               UNTIL MASTER-EOF.
           PERFORM WRITE-GRAND-TOTAL-PROCEDURE.
           PERFORM CLEAR-CHECKPOINT-PROCEDURE.
           PERFORM CLOSE-FILES-PROCEDURE.
           MOVE ACCOUNTS-PROCESSED-COUNT TO STEP-RECORD-COUNT.
           PERFORM END-STEP-PROCEDURE THRU END-STEP-EXIT.
           STOP RUN.

       READ-RUN-CONTROL-PROCEDURE.
           MOVE "N" TO RUN-RECORD-EXISTS-SWITCH.
           MOVE 1 TO RUN-CONTROL-RELATIVE-KEY.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-OK OR RUN-CONTROL-OPENED-EMPTY
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF NOT RUN-RECORD-EXISTS
            OR RUN-BUSINESS-DATE NOT NUMERIC
               MOVE "N" TO RUN-RECORD-EXISTS-SWITCH
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE ZERO TO RUN-BUSINESS-DATE
           END-IF.

       BEGIN-STEP-PROCEDURE.
           PERFORM READ-RUN-CONTROL-PROCEDURE.
           IF NOT RUN-RECORD-EXISTS
               DISPLAY "No hay fecha de negocio abierta en RUNCTL."
                   " Ejecute DINOCTL."
               STOP RUN
           END-IF.
           MOVE ZERO TO OWN-STEP-SUBSCRIPT.
           PERFORM FIND-OWN-STEP-PROCEDURE
               VARYING STEP-SUBSCRIPT FROM 1 BY 1
               UNTIL STEP-SUBSCRIPT > STREAM-STEP-COUNT.
           IF OWN-STEP-SUBSCRIPT = ZERO
               DISPLAY STEP-PROGRAM-NAME
                   " no figura en la cadena nocturna."
               STOP RUN
           END-IF.
           MOVE RUN-BUSINESS-DATE TO STEP-BUSINESS-DATE.
           IF RUN-STEP-DONE (OWN-STEP-SUBSCRIPT)
               DISPLAY STEP-PROGRAM-NAME " ya se completo para la"
                   " fecha " RUN-BUSINESS-DATE "."
               PERFORM PROMPT-OVERRIDE-PROCEDURE
                   THRU PROMPT-OVERRIDE-EXIT
               MOVE OVERRIDE-SUPERVISOR-ID
                   TO RUN-STEP-AUTHORIZED-BY (OWN-STEP-SUBSCRIPT)
           END-IF.
           IF RUN-STEP-RUNNING (OWN-STEP-SUBSCRIPT)
            OR RUN-STEP-FAILED (OWN-STEP-SUBSCRIPT)
               DISPLAY "Reanudando el paso "
                   STREAM-STEP-CODE (OWN-STEP-SUBSCRIPT)
                   " de la fecha " RUN-BUSINESS-DATE "."
           END-IF.
           MOVE "N" TO PREREQUISITE-MISSING-SWITCH.
           PERFORM CHECK-PREREQUISITE-PROCEDURE
               VARYING PREREQUISITE-SUBSCRIPT FROM 1 BY 1
               UNTIL PREREQUISITE-SUBSCRIPT > 6.
           IF PREREQUISITE-MISSING
               DISPLAY STEP-PROGRAM-NAME " no puede iniciar: faltan"
                   " pasos previos de la fecha " RUN-BUSINESS-DATE "."
               STOP RUN
           END-IF.
           IF RUN-STEP-ATTEMPT-COUNT (OWN-STEP-SUBSCRIPT) NOT NUMERIC
               MOVE ZERO TO RUN-STEP-ATTEMPT-COUNT (OWN-STEP-SUBSCRIPT)
           END-IF.
           ACCEPT STEP-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-CLOCK-TIME FROM TIME.
           MOVE "R" TO RUN-STEP-STATUS (OWN-STEP-SUBSCRIPT).
           MOVE STEP-CLOCK-DATE
               TO RUN-STEP-START-DATE (OWN-STEP-SUBSCRIPT).
           MOVE STEP-CLOCK-HHMMSS
               TO RUN-STEP-START-TIME (OWN-STEP-SUBSCRIPT).
           MOVE ZERO TO RUN-STEP-END-DATE (OWN-STEP-SUBSCRIPT)
                        RUN-STEP-END-TIME (OWN-STEP-SUBSCRIPT)
                        RUN-STEP-RECORD-COUNT (OWN-STEP-SUBSCRIPT).
           ADD 1 TO RUN-STEP-ATTEMPT-COUNT (OWN-STEP-SUBSCRIPT).
           PERFORM REWRITE-RUN-CONTROL-PROCEDURE.
           MOVE "Y" TO STEP-CONTROLLED-SWITCH.

       FIND-OWN-STEP-PROCEDURE.
           IF STREAM-STEP-PROGRAM (STEP-SUBSCRIPT) = STEP-PROGRAM-NAME
               MOVE STEP-SUBSCRIPT TO OWN-STEP-SUBSCRIPT
           END-IF.

       CHECK-PREREQUISITE-PROCEDURE.
           MOVE STREAM-STEP-PREREQUISITE
                   (OWN-STEP-SUBSCRIPT PREREQUISITE-SUBSCRIPT)
               TO STEP-SUBSCRIPT.
           IF STEP-SUBSCRIPT NOT = ZERO
               IF NOT RUN-STEP-DONE (STEP-SUBSCRIPT)
                   MOVE "Y" TO PREREQUISITE-MISSING-SWITCH
                   DISPLAY "  Falta el paso "
                       STREAM-STEP-CODE (STEP-SUBSCRIPT) " ("
                       STREAM-STEP-PROGRAM (STEP-SUBSCRIPT) ")."
               END-IF
           END-IF.

       END-STEP-PROCEDURE.
           IF NOT STEP-IS-CONTROLLED
               GO TO END-STEP-EXIT
           END-IF.
           PERFORM READ-RUN-CONTROL-PROCEDURE.
           IF RUN-BUSINESS-DATE NOT = STEP-BUSINESS-DATE
               DISPLAY "La fecha de negocio cambio durante la corrida;"
                   " el paso no se registra en RUNCTL."
               GO TO END-STEP-EXIT
           END-IF.
           ACCEPT STEP-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-CLOCK-TIME FROM TIME.
           MOVE STEP-FINAL-STATUS
               TO RUN-STEP-STATUS (OWN-STEP-SUBSCRIPT).
           MOVE STEP-CLOCK-DATE
               TO RUN-STEP-END-DATE (OWN-STEP-SUBSCRIPT).
           MOVE STEP-CLOCK-HHMMSS
               TO RUN-STEP-END-TIME (OWN-STEP-SUBSCRIPT).
           MOVE STEP-RECORD-COUNT
               TO RUN-STEP-RECORD-COUNT (OWN-STEP-SUBSCRIPT).
           PERFORM REWRITE-RUN-CONTROL-PROCEDURE.
           IF STEP-ENDED-FAILED
               DISPLAY "Paso " STREAM-STEP-CODE (OWN-STEP-SUBSCRIPT)
                   " marcado como FALLIDO para la fecha "
                   RUN-BUSINESS-DATE "."
           END-IF.
       END-STEP-EXIT.
           EXIT.

       REWRITE-RUN-CONTROL-PROCEDURE.
           MOVE 1 TO RUN-CONTROL-RELATIVE-KEY.
           OPEN I-O RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-OK
               DISPLAY "Error al abrir el control de corridas. Codigo: "
                   RUN-CONTROL-STATUS
               STOP RUN
           END-IF.
           REWRITE RUN-CONTROL-IO-AREA FROM RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "Error al actualizar el control de"
                       " corridas. Codigo: " RUN-CONTROL-STATUS
           END-REWRITE.
           CLOSE RUN-CONTROL-FILE.

       PROMPT-OVERRIDE-PROCEDURE.
           DISPLAY "Supervisor que autoriza la re-ejecucion"
               " (blanco = cancelar): "
       VERIFY-SUPERVISOR-EXIT.
           EXIT.

       OPEN-FILES-PROCEDURE.
           OPEN I-O ACCOUNT-MASTER-FILE.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF NOT PRODUCT-MASTER-OK AND NOT PRODUCT-MASTER-CREATED
               DISPLAY "Error al abrir el maestro de productos."
                   " Codigo: " PRODUCT-MASTER-STATUS
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT CUSTOMER-MASTER-OK AND NOT CUSTOMER-MASTER-CREATED
               DISPLAY "Error al abrir el maestro de clientes. Codigo: "
                   CUSTOMER-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               OPEN OUTPUT TRANSACTION-LOG-FILE
                           TO ACCOUNTS-PROCESSED-COUNT
                       MOVE CHECKPOINT-ACCUMULATOR-1
                           TO GRAND-TOTAL-INTEREST
                       MOVE CHECKPOINT-ACCUMULATOR-2
                           TO GRAND-TOTAL-OVERDRAFT
                       MOVE CHECKPOINT-ACCUMULATOR-3
                           TO GRAND-TOTAL-WITHHELD
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           END-START.

       WRITE-REPORT-HEADINGS-PROCEDURE.
           MOVE RUN-BUSINESS-DATE TO HEADING-RUN-DATE.
           MOVE REPORT-HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT REPORT-FILE-OK
           EXIT.

       APPLY-INTEREST-PROCEDURE.
           PERFORM TRACK-OVERDRAWN-DATE-PROCEDURE
               THRU TRACK-OVERDRAWN-DATE-EXIT.
           IF ACCOUNT-IS-ACTIVE
               PERFORM POST-INTEREST-PROCEDURE
                   THRU POST-INTEREST-EXIT
       APPLY-INTEREST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * ONE REWRITE CARRIES BOTH THE INTEREST AND THE TAX WITHHELD FROM
      * IT. THE INTERES RECORD LOGS THE BALANCE BEFORE THE WITHHOLDING,
      * THE RET-IMP RECORD THE FINAL ONE, AND RET-IMP POINTS BACK AT
      * ITS INTERES THROUGH THAT RECORD'S TIMESTAMP.
      *----------------------------------------------------------------
       POST-INTEREST-PROCEDURE.
           IF ACCOUNT-AVAILABLE-BALANCE NOT NUMERIC
               MOVE ACCOUNT-BALANCE TO ACCOUNT-AVAILABLE-BALANCE
           IF ACCOUNT-LAST-ACTIVITY-DATE NOT NUMERIC
               MOVE ZERO TO ACCOUNT-LAST-ACTIVITY-DATE
           END-IF.
           IF ACCOUNT-BALANCE < ZERO
               PERFORM CHARGE-OVERDRAFT-PROCEDURE
                   THRU CHARGE-OVERDRAFT-EXIT
               GO TO POST-INTEREST-EXIT
           END-IF.
           PERFORM SELECT-INTEREST-RATE-PROCEDURE
               THRU SELECT-INTEREST-RATE-EXIT.
           COMPUTE INTEREST-AMOUNT ROUNDED =
               ACCOUNT-BALANCE * EFFECTIVE-INTEREST-RATE / 100.
           IF INTEREST-AMOUNT NOT > ZERO
               GO TO POST-INTEREST-EXIT
           END-IF.
           PERFORM SELECT-WITHHOLDING-PROCEDURE
               THRU SELECT-WITHHOLDING-EXIT.
           ADD INTEREST-AMOUNT TO ACCOUNT-BALANCE.
           ADD INTEREST-AMOUNT TO ACCOUNT-AVAILABLE-BALANCE.
           SUBTRACT WITHHOLDING-AMOUNT FROM ACCOUNT-BALANCE.
           SUBTRACT WITHHOLDING-AMOUNT FROM ACCOUNT-AVAILABLE-BALANCE.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "Error al actualizar la cuenta: "
                   ACCOUNT-NUMBER " Codigo: " ACCOUNT-MASTER-STATUS
               SUBTRACT INTEREST-AMOUNT FROM ACCOUNT-BALANCE
               SUBTRACT INTEREST-AMOUNT
                   FROM ACCOUNT-AVAILABLE-BALANCE
               ADD WITHHOLDING-AMOUNT TO ACCOUNT-BALANCE
               ADD WITHHOLDING-AMOUNT TO ACCOUNT-AVAILABLE-BALANCE
               GO TO POST-INTEREST-EXIT
           END-IF.
           MOVE ACCOUNT-NUMBER TO LOG-BUILD-ACCOUNT-NUMBER.
           MOVE "INTERES   " TO LOG-BUILD-TYPE.
           MOVE INTEREST-AMOUNT TO LOG-BUILD-AMOUNT.
           COMPUTE LOG-BUILD-BALANCE =
               ACCOUNT-BALANCE + WITHHOLDING-AMOUNT.
           MOVE SPACES TO LOG-BUILD-REFERENCE.
           PERFORM LOG-TRANSACTION-PROCEDURE
               THRU LOG-TRANSACTION-PROCEDURE-EXIT.
           MOVE EFFECTIVE-INTEREST-RATE TO DETAIL-INTEREST-RATE.
           MOVE INTEREST-AMOUNT TO DETAIL-INTEREST-AMOUNT.
           IF ACCOUNT-IS-TAX-EXEMPT
               MOVE "ABONO EXEN" TO DETAIL-NOTE
           ELSE
               MOVE "ABONO" TO DETAIL-NOTE
           END-IF.
           PERFORM WRITE-DETAIL-LINE-PROCEDURE.
           ADD INTEREST-AMOUNT TO GRAND-TOTAL-INTEREST.
           IF WITHHOLDING-AMOUNT NOT > ZERO
               GO TO POST-INTEREST-EXIT
           END-IF.
           MOVE CURRENT-DATE-YYYYMMDD TO LOG-BUILD-REFERENCE (1:8).
           MOVE CURRENT-TIME-HHMMSSTT (1:6)
               TO LOG-BUILD-REFERENCE (9:6).
           MOVE "RET-IMP   " TO LOG-BUILD-TYPE.
           MOVE WITHHOLDING-AMOUNT TO LOG-BUILD-AMOUNT.
           MOVE ACCOUNT-BALANCE TO LOG-BUILD-BALANCE.
           PERFORM LOG-TRANSACTION-PROCEDURE
               THRU LOG-TRANSACTION-PROCEDURE-EXIT.
           MOVE SPACE TO OVERRIDE-MARK.
           MOVE INTEREST-WITHHOLDING-RATE TO DETAIL-INTEREST-RATE.
           MOVE WITHHOLDING-AMOUNT TO DETAIL-INTEREST-AMOUNT.
           MOVE "RETENCION" TO DETAIL-NOTE.
           PERFORM WRITE-DETAIL-LINE-PROCEDURE.
           ADD WITHHOLDING-AMOUNT TO GRAND-TOTAL-WITHHELD.
       POST-INTEREST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * INCOME TAX IS WITHHELD FROM THE INTEREST UNLESS THE ACCOUNT'S
      * CUSTOMER IS FLAGGED EXENTO ON CUSTMAST. AN ACCOUNT WITH NO
      * CUSTOMER, OR WHOSE CUSTOMER IS NOT ON FILE, IS NOT EXEMPT.
      *----------------------------------------------------------------
       SELECT-WITHHOLDING-PROCEDURE.
           MOVE "N" TO TAX-EXEMPT-SWITCH.
           IF ACCOUNT-CUSTOMER-ID NOT = SPACES
               MOVE ACCOUNT-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUSTOMER-IS-TAX-EXEMPT
                           MOVE "Y" TO TAX-EXEMPT-SWITCH
                       END-IF
               END-READ
           END-IF.
           IF ACCOUNT-IS-TAX-EXEMPT
               MOVE ZERO TO WITHHOLDING-AMOUNT
           ELSE
               COMPUTE WITHHOLDING-AMOUNT ROUNDED =
                   INTEREST-AMOUNT * INTEREST-WITHHOLDING-RATE / 100
           END-IF.
       SELECT-WITHHOLDING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * AN ACCOUNT ON A PRODUCT EARNS THE RATE OF THE HIGHEST PRODUCT
      * TIER ITS BALANCE REACHES, UNLESS IT CARRIES ITS OWN RATE. AN
      * ACCOUNT WITH NO PRODUCT EARNS ACCOUNT-INTEREST-RATE AS BEFORE.
      *----------------------------------------------------------------
       SELECT-INTEREST-RATE-PROCEDURE.
           MOVE ACCOUNT-INTEREST-RATE TO EFFECTIVE-INTEREST-RATE.
           MOVE SPACE TO OVERRIDE-MARK.
           IF ACCOUNT-PRODUCT-CODE = SPACES
               GO TO SELECT-INTEREST-RATE-EXIT
           END-IF.
           IF ACCOUNT-OWN-RATE
               MOVE "*" TO OVERRIDE-MARK
               GO TO SELECT-INTEREST-RATE-EXIT
           END-IF.
           MOVE ACCOUNT-PRODUCT-CODE TO PRODUCT-CODE.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Producto no encontrado: "
                       ACCOUNT-PRODUCT-CODE " cuenta " ACCOUNT-NUMBER
                       " - se usa la tasa de la cuenta."
                   GO TO SELECT-INTEREST-RATE-EXIT
           END-READ.
           MOVE PRODUCT-TIER-RATE (1) TO EFFECTIVE-INTEREST-RATE.
           PERFORM SELECT-RATE-TIER-PROCEDURE
               VARYING TIER-SUBSCRIPT FROM 2 BY 1
               UNTIL TIER-SUBSCRIPT > 4.
       SELECT-INTEREST-RATE-EXIT.
           EXIT.

       SELECT-RATE-TIER-PROCEDURE.
           IF PRODUCT-TIER-FLOOR (TIER-SUBSCRIPT) > ZERO
               AND ACCOUNT-BALANCE NOT < PRODUCT-TIER-FLOOR
                   (TIER-SUBSCRIPT)
               MOVE PRODUCT-TIER-RATE (TIER-SUBSCRIPT)
                   TO EFFECTIVE-INTEREST-RATE
           END-IF.

      *----------------------------------------------------------------
      * AN OVERDRAWN ACCOUNT EARNS NOTHING AND IS CHARGED DEBIT
      * INTEREST AT ITS OVERDRAFT RATE ON THE OVERDRAWN PART ONLY.
      *----------------------------------------------------------------
       CHARGE-OVERDRAFT-PROCEDURE.
           IF ACCOUNT-OVERDRAFT-RATE NOT NUMERIC
               MOVE ZERO TO ACCOUNT-OVERDRAFT-RATE
           END-IF.
           COMPUTE OVERDRAFT-INTEREST-AMOUNT ROUNDED =
               (ZERO - ACCOUNT-BALANCE) * ACCOUNT-OVERDRAFT-RATE / 100.
           IF OVERDRAFT-INTEREST-AMOUNT NOT > ZERO
               GO TO CHARGE-OVERDRAFT-EXIT
           END-IF.
           SUBTRACT OVERDRAFT-INTEREST-AMOUNT FROM ACCOUNT-BALANCE.
           SUBTRACT OVERDRAFT-INTEREST-AMOUNT
               FROM ACCOUNT-AVAILABLE-BALANCE.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "Error al actualizar la cuenta: "
                   ACCOUNT-NUMBER " Codigo: " ACCOUNT-MASTER-STATUS
               ADD OVERDRAFT-INTEREST-AMOUNT TO ACCOUNT-BALANCE
               ADD OVERDRAFT-INTEREST-AMOUNT
                   TO ACCOUNT-AVAILABLE-BALANCE
               GO TO CHARGE-OVERDRAFT-EXIT
           END-IF.
           MOVE ACCOUNT-NUMBER TO LOG-BUILD-ACCOUNT-NUMBER.
           MOVE "INT-SOBREG" TO LOG-BUILD-TYPE.
           MOVE OVERDRAFT-INTEREST-AMOUNT TO LOG-BUILD-AMOUNT.
           MOVE ACCOUNT-BALANCE TO LOG-BUILD-BALANCE.
           MOVE SPACES TO LOG-BUILD-REFERENCE.
           PERFORM LOG-TRANSACTION-PROCEDURE
               THRU LOG-TRANSACTION-PROCEDURE-EXIT.
           MOVE SPACE TO OVERRIDE-MARK.
           IF ACCOUNT-PRODUCT-CODE NOT = SPACES
               AND ACCOUNT-OWN-OVERDRAFT
               MOVE "*" TO OVERRIDE-MARK
           END-IF.
           MOVE ACCOUNT-OVERDRAFT-RATE TO DETAIL-INTEREST-RATE.
           MOVE OVERDRAFT-INTEREST-AMOUNT TO DETAIL-INTEREST-AMOUNT.
           MOVE "SOBREGIRO" TO DETAIL-NOTE.
           PERFORM WRITE-DETAIL-LINE-PROCEDURE.
           ADD OVERDRAFT-INTEREST-AMOUNT TO GRAND-TOTAL-OVERDRAFT.
       CHARGE-OVERDRAFT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * EVERY ACCOUNT, WHATEVER ITS STATUS: STAMP THE BUSINESS DATE
      * THE BALANCE WAS FIRST FOUND BELOW ZERO, CLEAR IT ONCE THE
      * ACCOUNT IS BACK IN CREDIT. DINOSOBR AGES THE OVERDRAFT FROM IT.
      *----------------------------------------------------------------
       TRACK-OVERDRAWN-DATE-PROCEDURE.
           IF ACCOUNT-OVERDRAWN-DATE NOT NUMERIC
               MOVE ZERO TO ACCOUNT-OVERDRAWN-DATE
           END-IF.
           IF ACCOUNT-BALANCE < ZERO
               IF ACCOUNT-OVERDRAWN-DATE NOT = ZERO
                   GO TO TRACK-OVERDRAWN-DATE-EXIT
               END-IF
               MOVE RUN-BUSINESS-DATE TO ACCOUNT-OVERDRAWN-DATE
           ELSE
               IF ACCOUNT-OVERDRAWN-DATE = ZERO
                   GO TO TRACK-OVERDRAWN-DATE-EXIT
               END-IF
               MOVE ZERO TO ACCOUNT-OVERDRAWN-DATE
           END-IF.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "Error al actualizar la cuenta: "
                   ACCOUNT-NUMBER " Codigo: " ACCOUNT-MASTER-STATUS
           END-IF.
       TRACK-OVERDRAWN-DATE-EXIT.
           EXIT.

       WRITE-DETAIL-LINE-PROCEDURE.
           MOVE ACCOUNT-NUMBER TO DETAIL-ACCOUNT-NUMBER.
           MOVE ACCOUNT-NAME TO DETAIL-ACCOUNT-NAME.
           MOVE ACCOUNT-PRODUCT-CODE TO DETAIL-PRODUCT-CODE.
           MOVE OVERRIDE-MARK TO DETAIL-OVERRIDE-MARK.
           MOVE LOG-BUILD-BALANCE TO DETAIL-NEW-BALANCE.
           MOVE REPORT-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT REPORT-FILE-OK
           MOVE CURRENT-DATE-YYYYMMDD    TO LOG-TIMESTAMP-DATE.
           MOVE CURRENT-TIME-HHMMSSTT (1:6) TO LOG-TIMESTAMP-TIME.
           MOVE "DINOINT " TO LOG-OPERATOR-ID.
           MOVE LOG-BUILD-REFERENCE TO LOG-REFERENCE-TIMESTAMP.
           MOVE ACCOUNT-BRANCH-CODE TO LOG-HOME-BRANCH-CODE.
           IF LOG-HOME-BRANCH-CODE = SPACES
               MOVE HEAD-OFFICE-BRANCH-CODE TO LOG-HOME-BRANCH-CODE
           END-IF.
           MOVE LOG-HOME-BRANCH-CODE TO LOG-BRANCH-CODE.
           WRITE TRANSACTION-LOG-RECORD.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "Error al escribir la bitacora. Codigo: "
               DISPLAY "Error al escribir el reporte. Codigo: "
                   REPORT-FILE-STATUS
           END-IF.
           MOVE GRAND-TOTAL-OVERDRAFT TO TOTAL-ALL-OVERDRAFT.
           MOVE GRAND-TOTAL-WITHHELD TO TOTAL-ALL-WITHHELD.
           MOVE REPORT-WITHHELD-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al escribir el reporte. Codigo: "
                   REPORT-FILE-STATUS
           END-IF.
           MOVE REPORT-OVERDRAFT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al escribir el reporte. Codigo: "
                   REPORT-FILE-STATUS
           END-IF.
           MOVE REPORT-LEGEND-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al escribir el reporte. Codigo: "
                   REPORT-FILE-STATUS
           END-IF.
           MOVE REPORT-EXEMPT-LEGEND-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al escribir el reporte. Codigo: "
                   REPORT-FILE-STATUS
           END-IF.

       WRITE-CHECKPOINT-PROCEDURE.
           MOVE ACCOUNT-NUMBER TO CHECKPOINT-LAST-ACCOUNT.
           ACCEPT CHECKPOINT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ACCOUNTS-PROCESSED-COUNT TO CHECKPOINT-RECORDS-DONE.
           MOVE GRAND-TOTAL-INTEREST TO CHECKPOINT-ACCUMULATOR-1.
           MOVE GRAND-TOTAL-OVERDRAFT TO CHECKPOINT-ACCUMULATOR-2.
           MOVE GRAND-TOTAL-WITHHELD TO CHECKPOINT-ACCUMULATOR-3.
           IF CHECKPOINT-RECORD-WRITTEN
               REWRITE CHECKPOINT-RECORD
           ELSE

       CLOSE-FILES-PROCEDURE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE PRODUCT-MASTER-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE REPORT-FILE.
