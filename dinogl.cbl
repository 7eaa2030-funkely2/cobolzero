      *                 ACCOUNT: TREXT-DB DEBITS 200100 AND CREDITS
      *                 200160, TREXT-CR DEBITS 200160 AND CREDITS
      *                 200100.
      * 10/15/2026 JR   THE NEW INT-SOBREG OVERDRAFT INTEREST FROM
      *                 DINOINT MAPS TO ITS OWN INCOME ACCOUNT, 400200
      *                 INGRESO POR INTERESES DE SOBREGIRO (DEBIT 200100
      *                 DEPOSITOS DE CLIENTES, CREDIT 400200).
      * 10/15/2026 JR   MAPPED THE LOAN POSTINGS WRITTEN BY DINOPRES:
      *                 DESEMBOLSO DR 130100 PRESTAMOS POR COBRAR / CR
      *                 200100, PREST-CAP DR 200100 / CR 130100 AND
      *                 PREST-INT DR 200100 / CR 400300 INGRESOS POR
      *                 INTERESES DE PRESTAMOS.
      * 10/15/2026 JR   MAPPED THE CHEQUE POSTINGS: CHEQUE (PAID THROUGH
      *                 THE CLEARING HOUSE BY DINOCHQ) IS DR 200100 / CR
      *                 200170 CHEQUE CLEARING, AND DEP-CHEQUE (ANOTHER
      *                 BANK'S CHEQUE DEPOSITED AT THE WINDOW) IS DR
      *                 200170 / CR 200100.
      * 10/15/2026 JR   TREXT-DEV (AN OUTBOUND TRANSFER RETURNED BY THE
      *                 OTHER BANK AND RE-CREDITED BY DINODEV) POSTS
      *                 LIKE TREXT-CR THROUGH THE 200160 PUENTE
      *                 INTERBANCARIO: DR 200160 / CR 200100.
      * 10/15/2026 JR   THE LEDGER EXTRACT IS NOW STEP GL OF THE NIGHTLY
      *                 STREAM (RUNSTEP.CPY), AFTER DINOEOD: IT REFUSES
      *                 TO START UNTIL ITS PREREQUISITE STEPS ARE
      *                 COMPLETE IN RUNCTL FOR THE BUSINESS DATE, MARKS
      *                 ITS STEP RUNNING AT THE START AND COMPLETE (OR
      *                 FAILED) WITH ITS RECORD COUNT AT THE END, AND A
      *                 COMPLETED STEP IS NOT RUN AGAIN UNLESS DINOCTL
      *                 REOPENS IT. A FAILED OR INTERRUPTED STEP RESUMES
      *                 ON THE NEXT RUN. THE DATE PROMPT NOW DEFAULTS TO
      *                 THE OPEN BUSINESS DATE; ANY OTHER DATE RUNS
      *                 OUTSIDE THE NIGHTLY STREAM AND IS NOT RECORDED.
      * 10/15/2026 JR   ADDED THE BRANCH DIMENSION. EVERY GLEXTR POSTING
      *                 NOW ENDS WITH |BRANCH: THE 200100 CUSTOMER SIDE
      *                 BOOKS TO THE ACCOUNT'S HOME BRANCH
      *                 (LOG-HOME-BRANCH-CODE) AND THE OTHER SIDE TO THE
      *                 BRANCH THAT PERFORMED THE TRANSACTION
      *                 (LOG-BRANCH-CODE), BLANK = HEAD OFFICE 0001.
      *                 WHEN THE TWO DIFFER, A PAIR ON 190100
      *                 COMPENSACION ENTRE SUCURSALES SETTLES THEM
      *                 (DEBIT AT THE BRANCH THAT TOOK THE CREDIT,
      *                 CREDIT AT THE BRANCH THAT TOOK THE DEBIT) AND IS
      *                 COUNTED IN THE TRAILER LIKE ANY OTHER POSTING.
      *                 THE RUN ENDS BY DISPLAYING EACH BRANCH'S 100100
      *                 CAJA DEBITS AND CREDITS.
      * 10/15/2026 JR   MAPPED THE RET-IMP TYPE (INCOME TAX DINOINT
      *                 WITHHOLDS FROM CREDITED INTEREST) TO DEBIT
      *                 200100 DEPOSITOS DE CLIENTES, CREDIT 210100
      *                 IMPUESTOS RETENIDOS POR PAGAR.
      * 10/15/2026 JR   BRANCHES BEYOND THE 20-ENTRY TABLE NOW GO TO A
      *                 SEPARATE OTRAS (****) ENTRY INSTEAD OF TAKING
      *                 OVER THE 20TH BRANCH'S TOTALS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-EXTRACT-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS RUN-CONTROL-RELATIVE-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-EXTRACT-LINE                PIC X(70).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-IO-AREA            PIC X(960).

       WORKING-STORAGE SECTION.
       01  TRANSACTION-LOG-STATUS         PIC X(02) VALUE SPACES.
           88  TRANSACTION-LOG-OK                 VALUE "00".
       01  GL-EXTRACT-STATUS              PIC X(02) VALUE SPACES.
           88  GL-EXTRACT-OK                      VALUE "00".

       01  RUN-CONTROL-STATUS             PIC X(02) VALUE SPACES.
           88  RUN-CONTROL-OK                      VALUE "00".
           88  RUN-CONTROL-OPENED-EMPTY            VALUE "05".

           COPY RUNCREC.

           COPY RUNSTEP.

       01  STEP-CONTROL-FIELDS.
           05  STEP-PROGRAM-NAME           PIC X(08) VALUE "DINOGL".
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
           05  RUN-CONTROL-RELATIVE-KEY    PIC 9(04) COMP VALUE 1.
           05  RUN-RECORD-EXISTS-SWITCH    PIC X(01) VALUE "N".
               88  RUN-RECORD-EXISTS               VALUE "Y".

       01  PROGRAM-SWITCHES.
           05  LOG-EOF-SWITCH              PIC X(01) VALUE "N".
               88  LOG-EOF                         VALUE "Y".
       77  GL-ACCOUNT-INTEREST-EXPENSE    PIC X(06) VALUE "500100".
       77  GL-ACCOUNT-FEE-INCOME          PIC X(06) VALUE "400100".
       77  GL-ACCOUNT-EXCHANGE-BRIDGE     PIC X(06) VALUE "200160".
       77  GL-ACCOUNT-OVERDRAFT-INCOME    PIC X(06) VALUE "400200".
       77  GL-ACCOUNT-LOANS               PIC X(06) VALUE "130100".
       77  GL-ACCOUNT-LOAN-INTEREST-INCOME
                                          PIC X(06) VALUE "400300".
       77  GL-ACCOUNT-CHEQUE-CLEARING     PIC X(06) VALUE "200170".
       77  GL-ACCOUNT-BRANCH-CLEARING     PIC X(06) VALUE "190100".
       77  GL-ACCOUNT-TAXES-PAYABLE       PIC X(06) VALUE "210100".

      * EVERY POSTING CARRIES THE BRANCH IT BELONGS TO. THE CUSTOMER
      * SIDE (200100) GOES TO THE ACCOUNT'S HOME BRANCH AND THE OTHER
      * SIDE TO THE BRANCH THAT PERFORMED THE TRANSACTION; A BLANK
      * BRANCH ON AN OLDER LOG RECORD IS THE HEAD OFFICE.
       77  HEAD-OFFICE-BRANCH-CODE         PIC X(04) VALUE "0001".
       77  CASH-TABLE-CAPACITY             PIC 9(04) COMP VALUE 20.
       77  OVERFLOW-BRANCH-CODE            PIC X(04) VALUE "****".

       01  POSTING-WORK-FIELDS.
           05  POSTING-DEBIT-ACCOUNT       PIC X(06).
           05  POSTING-CREDIT-ACCOUNT      PIC X(06).
           05  POSTING-AMOUNT-DISPLAY      PIC 9(10).99.
           05  POSTING-SIDE                PIC X(01).
           05  POSTING-DEBIT-BRANCH        PIC X(04).
           05  POSTING-CREDIT-BRANCH       PIC X(04).
           05  PERFORMING-BRANCH-CODE      PIC X(04).
           05  HOME-BRANCH-CODE            PIC X(04).
           05  CLEARING-SWAP-BRANCH        PIC X(04).

      * PER-BRANCH MOVEMENT OF 100100 CAJA, DISPLAYED AT THE END SO
      * EACH OFFICE'S DRAWERS CAN BE PROVED AGAINST ITS OWN LEDGER.
      * THE ENTRY AFTER THE LAST BRANCH SLOT IS KEPT FOR OTRAS (****),
      * SO A BRANCH THAT DOES NOT FIT NEVER MIXES WITH ONE THAT DID.
       01  CASH-BRANCH-FIELDS.
           05  CASH-SUBSCRIPT              PIC 9(04) COMP VALUE ZERO.
           05  CASH-FOUND-SWITCH           PIC X(01) VALUE "N".
               88  CASH-BRANCH-WAS-FOUND           VALUE "Y".
           05  CASH-LOOKUP-BRANCH          PIC X(04) VALUE SPACES.
       01  CASH-BRANCH-TABLE.
           05  CASH-BRANCH-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  CASH-BRANCH-ENTRY           OCCURS 21 TIMES.
               10  CASH-BRANCH-CODE        PIC X(04).
               10  CASH-BRANCH-DEBITS      PIC 9(14)V99.
               10  CASH-BRANCH-CREDITS     PIC 9(14)V99.

       01  EXTRACT-COUNT-FIELDS.
           05  POSTINGS-WRITTEN-COUNT      PIC 9(08) COMP VALUE ZERO.
           05  UNKNOWN-TYPE-COUNT          PIC 9(08) COMP VALUE ZERO.
           05  CLEARING-PAIR-COUNT         PIC 9(08) COMP VALUE ZERO.

       01  EXTRACT-HASH-FIELDS.
           05  TOTAL-DEBITS-HASH           PIC 9(14)V99 VALUE ZERO.
           PERFORM CLOSE-FILES-PROCEDURE.
           DISPLAY "Extracto contable generado. Asientos: "
               POSTINGS-WRITTEN-COUNT.
           IF CLEARING-PAIR-COUNT > ZERO
               DISPLAY "Compensaciones entre sucursales: "
                   CLEARING-PAIR-COUNT
           END-IF.
           PERFORM DISPLAY-CASH-BRANCH-PROCEDURE
               VARYING CASH-SUBSCRIPT FROM 1 BY 1
               UNTIL CASH-SUBSCRIPT > CASH-BRANCH-COUNT.
           IF UNKNOWN-TYPE-COUNT > ZERO
               DISPLAY "Aviso: " UNKNOWN-TYPE-COUNT
                   " movimientos con tipo desconocido se omitieron."
           END-IF.
           MOVE POSTINGS-WRITTEN-COUNT TO STEP-RECORD-COUNT.
           PERFORM END-STEP-PROCEDURE THRU END-STEP-EXIT.
           STOP RUN.

       READ-RUN-CONTROL-PROCEDURE.
           MOVE "N" TO RUN-RECORD-EXISTS-SWITCH.
           MOVE 1 TO RUN-CONTROL-RELATIVE-KEY.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-OK OR RUN-CONTROL-OPENED-EMPTY
               READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO RUN-RECORD-EXISTS-SWITCH
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
               DISPLAY "Para repetirlo reabra el paso en DINOCTL."
               STOP RUN
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

       ACCEPT-PARAMETERS-PROCEDURE.
           DISPLAY "DINOBANK - EXTRACTO PARA EL MAYOR GENERAL".
           DISPLAY "Fecha del negocio (AAAAMMDD, cero = la abierta): "
           ACCEPT BUSINESS-DATE.
           PERFORM READ-RUN-CONTROL-PROCEDURE.
           IF BUSINESS-DATE = ZERO OR BUSINESS-DATE = RUN-BUSINESS-DATE
               PERFORM BEGIN-STEP-PROCEDURE
               MOVE RUN-BUSINESS-DATE TO BUSINESS-DATE
           ELSE
               DISPLAY "La fecha no es la fecha de negocio abierta"
                   " (" RUN-BUSINESS-DATE ") - corrida fuera de"
                   " la cadena nocturna."
           END-IF.

       OPEN-FILES-PROCEDURE.
                   MOVE GL-ACCOUNT-EXCHANGE-BRIDGE
                       TO POSTING-CREDIT-ACCOUNT
               WHEN LOG-TYPE-EXTERNAL-CREDIT
               WHEN LOG-TYPE-EXTERNAL-RETURN
                   MOVE GL-ACCOUNT-EXCHANGE-BRIDGE
                       TO POSTING-DEBIT-ACCOUNT
                   MOVE GL-ACCOUNT-DEPOSITS TO POSTING-CREDIT-ACCOUNT
               WHEN LOG-TYPE-OVERDRAFT-INTEREST
                   MOVE GL-ACCOUNT-DEPOSITS TO POSTING-DEBIT-ACCOUNT
                   MOVE GL-ACCOUNT-OVERDRAFT-INCOME
                       TO POSTING-CREDIT-ACCOUNT
               WHEN LOG-TYPE-LOAN-DISBURSEMENT
                   MOVE GL-ACCOUNT-LOANS TO POSTING-DEBIT-ACCOUNT
                   MOVE GL-ACCOUNT-DEPOSITS TO POSTING-CREDIT-ACCOUNT
               WHEN LOG-TYPE-LOAN-PRINCIPAL
                   MOVE GL-ACCOUNT-DEPOSITS TO POSTING-DEBIT-ACCOUNT
                   MOVE GL-ACCOUNT-LOANS TO POSTING-CREDIT-ACCOUNT
               WHEN LOG-TYPE-LOAN-INTEREST
                   MOVE GL-ACCOUNT-DEPOSITS TO POSTING-DEBIT-ACCOUNT
                   MOVE GL-ACCOUNT-LOAN-INTEREST-INCOME
                       TO POSTING-CREDIT-ACCOUNT
               WHEN LOG-TYPE-CHEQUE
                   MOVE GL-ACCOUNT-DEPOSITS TO POSTING-DEBIT-ACCOUNT
                   MOVE GL-ACCOUNT-CHEQUE-CLEARING
                       TO POSTING-CREDIT-ACCOUNT
               WHEN LOG-TYPE-CHEQUE-DEPOSIT
                   MOVE GL-ACCOUNT-CHEQUE-CLEARING
                       TO POSTING-DEBIT-ACCOUNT
                   MOVE GL-ACCOUNT-DEPOSITS TO POSTING-CREDIT-ACCOUNT
               WHEN LOG-TYPE-INTEREST-WITHHOLDING
                   MOVE GL-ACCOUNT-DEPOSITS TO POSTING-DEBIT-ACCOUNT
                   MOVE GL-ACCOUNT-TAXES-PAYABLE
                       TO POSTING-CREDIT-ACCOUNT
               WHEN OTHER
                   ADD 1 TO UNKNOWN-TYPE-COUNT
                   DISPLAY "Aviso: tipo desconocido en la bitacora: "
                       LOG-TRANSACTION-TYPE
                   GO TO EXTRACT-RECORD-NEXT
           END-EVALUATE.
           PERFORM ASSIGN-POSTING-BRANCHES-PROCEDURE.
           MOVE LOG-TRANSACTION-AMOUNT TO POSTING-AMOUNT-DISPLAY.
           PERFORM WRITE-POSTING-PAIR-PROCEDURE.
           IF POSTING-DEBIT-BRANCH NOT = POSTING-CREDIT-BRANCH
               PERFORM WRITE-CLEARING-PAIR-PROCEDURE
           END-IF.
       EXTRACT-RECORD-NEXT.
           PERFORM READ-LOG-PROCEDURE THRU READ-LOG-EXIT.
       EXTRACT-RECORD-EXIT.
           EXIT.

       ASSIGN-POSTING-BRANCHES-PROCEDURE.
           MOVE LOG-BRANCH-CODE TO PERFORMING-BRANCH-CODE.
           IF PERFORMING-BRANCH-CODE = SPACES
               MOVE HEAD-OFFICE-BRANCH-CODE TO PERFORMING-BRANCH-CODE
           END-IF.
           MOVE LOG-HOME-BRANCH-CODE TO HOME-BRANCH-CODE.
           IF HOME-BRANCH-CODE = SPACES
               MOVE HEAD-OFFICE-BRANCH-CODE TO HOME-BRANCH-CODE
           END-IF.
           MOVE PERFORMING-BRANCH-CODE TO POSTING-DEBIT-BRANCH.
           MOVE PERFORMING-BRANCH-CODE TO POSTING-CREDIT-BRANCH.
           IF POSTING-DEBIT-ACCOUNT = GL-ACCOUNT-DEPOSITS
               MOVE HOME-BRANCH-CODE TO POSTING-DEBIT-BRANCH
           END-IF.
           IF POSTING-CREDIT-ACCOUNT = GL-ACCOUNT-DEPOSITS
               MOVE HOME-BRANCH-CODE TO POSTING-CREDIT-BRANCH
           END-IF.

       WRITE-POSTING-PAIR-PROCEDURE.
           MOVE "D" TO POSTING-SIDE.
           PERFORM WRITE-POSTING-PROCEDURE.
           ADD LOG-TRANSACTION-AMOUNT TO TOTAL-DEBITS-HASH.
           MOVE "C" TO POSTING-SIDE.
           PERFORM WRITE-POSTING-PROCEDURE.
           ADD LOG-TRANSACTION-AMOUNT TO TOTAL-CREDITS-HASH.
           IF POSTING-DEBIT-ACCOUNT = GL-ACCOUNT-CASH
               MOVE POSTING-DEBIT-BRANCH TO CASH-LOOKUP-BRANCH
               PERFORM FIND-CASH-BRANCH-PROCEDURE
                   THRU FIND-CASH-BRANCH-EXIT
               ADD LOG-TRANSACTION-AMOUNT
                   TO CASH-BRANCH-DEBITS (CASH-SUBSCRIPT)
           END-IF.
           IF POSTING-CREDIT-ACCOUNT = GL-ACCOUNT-CASH
               MOVE POSTING-CREDIT-BRANCH TO CASH-LOOKUP-BRANCH
               PERFORM FIND-CASH-BRANCH-PROCEDURE
                   THRU FIND-CASH-BRANCH-EXIT
               ADD LOG-TRANSACTION-AMOUNT
                   TO CASH-BRANCH-CREDITS (CASH-SUBSCRIPT)
           END-IF.

      *----------------------------------------------------------------
      * A TRANSACTION WHOSE TWO SIDES FALL IN DIFFERENT BRANCHES
      * LEAVES EACH BRANCH OUT OF BALANCE BY THE AMOUNT. IT IS SETTLED
      * THROUGH 190100 COMPENSACION ENTRE SUCURSALES: DEBIT 190100 AT
      * THE BRANCH THAT TOOK THE CREDIT AND CREDIT IT AT THE BRANCH
      * THAT TOOK THE DEBIT, SO EVERY BRANCH BALANCES ON ITS OWN AND
      * 190100 NETS TO ZERO ACROSS THE BANK.
      *----------------------------------------------------------------
       WRITE-CLEARING-PAIR-PROCEDURE.
           MOVE GL-ACCOUNT-BRANCH-CLEARING TO POSTING-DEBIT-ACCOUNT.
           MOVE GL-ACCOUNT-BRANCH-CLEARING TO POSTING-CREDIT-ACCOUNT.
           MOVE POSTING-DEBIT-BRANCH TO CLEARING-SWAP-BRANCH.
           MOVE POSTING-CREDIT-BRANCH TO POSTING-DEBIT-BRANCH.
           MOVE CLEARING-SWAP-BRANCH TO POSTING-CREDIT-BRANCH.
           PERFORM WRITE-POSTING-PAIR-PROCEDURE.
           ADD 1 TO CLEARING-PAIR-COUNT.

       FIND-CASH-BRANCH-PROCEDURE.
           MOVE "N" TO CASH-FOUND-SWITCH.
           PERFORM MATCH-CASH-BRANCH-PROCEDURE
               VARYING CASH-SUBSCRIPT FROM 1 BY 1
               UNTIL CASH-SUBSCRIPT > CASH-BRANCH-COUNT
                  OR CASH-BRANCH-WAS-FOUND.
           IF CASH-BRANCH-WAS-FOUND
               SUBTRACT 1 FROM CASH-SUBSCRIPT
               GO TO FIND-CASH-BRANCH-EXIT
           END-IF.
           IF CASH-BRANCH-COUNT < CASH-TABLE-CAPACITY
               ADD 1 TO CASH-BRANCH-COUNT
               MOVE CASH-BRANCH-COUNT TO CASH-SUBSCRIPT
               MOVE ZERO TO CASH-BRANCH-DEBITS (CASH-SUBSCRIPT)
                            CASH-BRANCH-CREDITS (CASH-SUBSCRIPT)
               MOVE CASH-LOOKUP-BRANCH
                   TO CASH-BRANCH-CODE (CASH-SUBSCRIPT)
               GO TO FIND-CASH-BRANCH-EXIT
           END-IF.
           DISPLAY "Aviso: demasiadas sucursales - la sucursal "
               CASH-LOOKUP-BRANCH " se suma en OTRAS.".
           IF CASH-BRANCH-COUNT = CASH-TABLE-CAPACITY
               ADD 1 TO CASH-BRANCH-COUNT
               MOVE CASH-BRANCH-COUNT TO CASH-SUBSCRIPT
               MOVE ZERO TO CASH-BRANCH-DEBITS (CASH-SUBSCRIPT)
                            CASH-BRANCH-CREDITS (CASH-SUBSCRIPT)
               MOVE OVERFLOW-BRANCH-CODE
                   TO CASH-BRANCH-CODE (CASH-SUBSCRIPT)
           END-IF.
           COMPUTE CASH-SUBSCRIPT = CASH-TABLE-CAPACITY + 1.
       FIND-CASH-BRANCH-EXIT.
           EXIT.

       MATCH-CASH-BRANCH-PROCEDURE.
           IF CASH-BRANCH-CODE (CASH-SUBSCRIPT) = CASH-LOOKUP-BRANCH
               MOVE "Y" TO CASH-FOUND-SWITCH
           END-IF.

       DISPLAY-CASH-BRANCH-PROCEDURE.
           DISPLAY "Caja " GL-ACCOUNT-CASH " sucursal "
               CASH-BRANCH-CODE (CASH-SUBSCRIPT)
               " debitos " CASH-BRANCH-DEBITS (CASH-SUBSCRIPT)
               " creditos " CASH-BRANCH-CREDITS (CASH-SUBSCRIPT).

       WRITE-POSTING-PROCEDURE.
           MOVE SPACES TO GL-EXTRACT-LINE.
           IF POSTING-SIDE = "D"
                      LOG-TRANSACTION-TYPE DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      LOG-ACCOUNT-NUMBER DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      POSTING-DEBIT-BRANCH DELIMITED BY SIZE
                   INTO GL-EXTRACT-LINE
           ELSE
               STRING LOG-TIMESTAMP-DATE DELIMITED BY SIZE
                      LOG-TRANSACTION-TYPE DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      LOG-ACCOUNT-NUMBER DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      POSTING-CREDIT-BRANCH DELIMITED BY SIZE
                   INTO GL-EXTRACT-LINE
           END-IF.
           WRITE GL-EXTRACT-LINE.
