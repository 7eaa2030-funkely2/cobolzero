      *                 DINOARCH HAS NOT YET ARCHIVED THE PERIOD'S OWN
      *                 COMISION RECORDS - ARCHIVE PRIOR PERIODS, NOT
      *                 THE ONE BEING ASSESSED.
      * 10/15/2026 JR   BALANCES ARE SIGNED. A FEE NOW DRAWS THE ACCOUNT
      *                 DOWN AS FAR AS ITS OVERDRAFT LINE (BALANCE +
      *                 ACCOUNT-OVERDRAFT-LIMIT) INSTEAD OF STOPPING AT
      *                 ZERO; ONLY THE PART BEYOND THE LINE IS REPORTED
      *                 AS PARCIAL - SALDO CORTO, AND AN ACCOUNT ALREADY
      *                 AT THE END OF ITS LINE IS SKIPPED (SIN SALDO).
      *                 THE AVAILABLE BALANCE DROPS BY THE SAME AMOUNT
      *                 AS THE LEDGER, SO HELD FUNDS STAY HELD. THE
      *                 REPORT SHOWS THE SIGNED NEW BALANCE.
      * 10/15/2026 JR   AN ACCOUNT THAT BELONGS TO A PRODUCT (PRODMAST
      *                 PER PRODREC.CPY) IS NOW ASSESSED ONLY THE FEES
      *                 ITS PRODUCT LISTS IN PRODUCT-FEE-CODE; AN
      *                 ACCOUNT WITH NO PRODUCT STILL PAYS EVERY ACTIVE
      *                 FEE. THE REPORT SHOWS EACH ACCOUNT'S PRODUCT.
      * 10/15/2026 JR   THE LOG SORT ACCEPTS THE LOAN TRANSACTION TYPES
      *                 DESEMBOLSO, PREST-CAP AND PREST-INT.
      * 10/15/2026 JR   THE LOG SORT ACCEPTS THE CHEQUE TRANSACTION
      *                 TYPES CHEQUE AND DEP-CHEQUE.
      * 10/15/2026 JR   THE LOG SORT ACCEPTS THE TREXT-DEV TRANSACTION
      *                 TYPE.
      * 10/15/2026 JR   FEE ASSESSMENT IS NOW STEP FEE OF THE NIGHTLY
      *                 STREAM (RUNSTEP.CPY), AFTER DINOINT: IT REFUSES
      *                 TO START UNTIL ITS PREREQUISITE STEPS ARE
      *                 COMPLETE IN RUNCTL FOR THE BUSINESS DATE, MARKS
      *                 ITS STEP RUNNING AT THE START AND COMPLETE (OR
      *                 FAILED) WITH ITS RECORD COUNT AT THE END, AND A
      *                 COMPLETED STEP IS NOT RUN AGAIN UNLESS DINOCTL
      *                 REOPENS IT. A FAILED OR INTERRUPTED STEP RESUMES
      *                 ON THE NEXT RUN. A ZERO PERIOD NOW MEANS NO
      *                 ASSESSMENT TONIGHT AND COMPLETES THE STEP WITH
      *                 NOTHING POSTED, AS DOES AN EMPTY TARIFF
      *                 SCHEDULE.
      * 10/15/2026 JR   EVERY TRANSACTION-LOG RECORD WRITTEN CARRIES THE
      *                 ACCOUNT'S HOME BRANCH (BLANK = HEAD OFFICE 0001)
      *                 IN LOG-HOME-BRANCH-CODE AND, BEING A BATCH
      *                 POSTING, THE SAME BRANCH AS THE BRANCH WHERE IT
      *                 WAS PERFORMED IN LOG-BRANCH-CODE. THE SORT
      *                 RECORD IS WIDENED TO THE 105-BYTE TRANREC.
      * 10/15/2026 JR   THE LOG SORT ACCEPTS THE RET-IMP TRANSACTION
      *                 TYPE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS FEE-TYPE-CODE
               FILE STATUS IS FEE-SCHEDULE-STATUS.

           SELECT OPTIONAL PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCT-CODE
               FILE STATUS IS PRODUCT-MASTER-STATUS.

           SELECT OPTIONAL TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-LOG-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS RUN-CONTROL-RELATIVE-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FEEREC.

       FD  PRODUCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRODREC.

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

           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                    PIC X(90).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-IO-AREA            PIC X(960).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  ACCOUNT-MASTER-OK                  VALUE "00".
       01  FEE-SCHEDULE-STATUS            PIC X(02) VALUE SPACES.
           88  FEE-SCHEDULE-OK                    VALUE "00".
       01  PRODUCT-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  PRODUCT-MASTER-OK                  VALUE "00".
           88  PRODUCT-MASTER-CREATED             VALUE "05".
       01  TRANSACTION-LOG-STATUS         PIC X(02) VALUE SPACES.
           88  TRANSACTION-LOG-OK                 VALUE "00".
       01  SORTED-TRANSACTION-STATUS      PIC X(02) VALUE SPACES.
       01  REPORT-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  REPORT-FILE-OK                     VALUE "00".

       01  RUN-CONTROL-STATUS             PIC X(02) VALUE SPACES.
           88  RUN-CONTROL-OK                      VALUE "00".
           88  RUN-CONTROL-OPENED-EMPTY            VALUE "05".

           COPY RUNCREC.

           COPY RUNSTEP.

       01  STEP-CONTROL-FIELDS.
           05  STEP-PROGRAM-NAME           PIC X(08) VALUE "DINOFEE".
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
           05  MASTER-EOF-SWITCH           PIC X(01) VALUE "N".
               88  MASTER-EOF                      VALUE "Y".
               88  MAINT-ALREADY-ASSESSED          VALUE "Y".
           05  EXCESS-ASSESSED-SWITCH      PIC X(01) VALUE "N".
               88  EXCESS-ALREADY-ASSESSED         VALUE "Y".
           05  MAINT-APPLIES-SWITCH        PIC X(01) VALUE "N".
               88  MAINT-FEE-APPLIES               VALUE "Y".
           05  EXCESS-APPLIES-SWITCH       PIC X(01) VALUE "N".
               88  EXCESS-FEE-APPLIES              VALUE "Y".

       01  PERIOD-REQUEST                 PIC 9(06) VALUE ZERO.
       01  PERIOD-REQUEST-X REDEFINES PERIOD-REQUEST
           05  EXCESS-COUNT-WORK           PIC 9(06) COMP VALUE ZERO.
           05  FEE-AMOUNT-WORK             PIC 9(10)V99 VALUE ZERO.
           05  FEE-CODE-WORK               PIC X(06) VALUE SPACES.
           05  HOLD-BALANCE-WORK           PIC S9(10)V99 VALUE ZERO.
           05  HOLD-AVAILABLE-WORK         PIC S9(10)V99 VALUE ZERO.
           05  FEE-CAPACITY-WORK           PIC S9(11)V99 VALUE ZERO.
           05  PRODUCT-FEE-SUBSCRIPT       PIC 9(04) COMP VALUE ZERO.

       01  ASSESSMENT-TOTAL-FIELDS.
           05  FEES-POSTED-COUNT           PIC 9(08) COMP VALUE ZERO.
           05  CURRENT-DATE-YYYYMMDD       PIC 9(08).
           05  CURRENT-TIME-HHMMSSTT       PIC 9(08).

       77  HEAD-OFFICE-BRANCH-CODE         PIC X(04) VALUE "0001".
       01  LOG-BUILD-FIELDS.
           05  LOG-BUILD-ACCOUNT-NUMBER    PIC X(10).
           05  LOG-BUILD-TYPE              PIC X(10).
           05  LOG-BUILD-AMOUNT            PIC 9(10)V99.
           05  LOG-BUILD-BALANCE           PIC S9(10)V99.

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(90) VALUE

       01  REPORT-COLUMN-HEADINGS.
           05  FILLER                      PIC X(12) VALUE "CUENTA".
           05  FILLER                      PIC X(06) VALUE "PROD".
           05  FILLER                      PIC X(08) VALUE "TARIFA".
           05  FILLER                      PIC X(18) VALUE "MONTO".
           05  FILLER                      PIC X(18) VALUE
               "SALDO NUEVO".
           05  FILLER                      PIC X(28) VALUE SPACES.

       01  REPORT-DETAIL-LINE.
           05  DETAIL-ACCOUNT-NUMBER       PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-PRODUCT-CODE         PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-FEE-CODE             PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-FEE-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-NEW-BALANCE          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-NOTE                 PIC X(20).
           05  FILLER                      PIC X(07) VALUE SPACES.

       01  REPORT-SUMMARY-LINE.
           05  SUMMARY-LABEL               PIC X(26).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM BEGIN-STEP-PROCEDURE.
           PERFORM ACCEPT-PARAMETERS-PROCEDURE.
           PERFORM OPEN-FILES-PROCEDURE.
           PERFORM LOAD-FEE-SCHEDULE-PROCEDURE
                   " Nada que liquidar."
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE FEE-SCHEDULE-FILE
               CLOSE PRODUCT-MASTER-FILE
               CLOSE REPORT-FILE
               PERFORM END-STEP-PROCEDURE THRU END-STEP-EXIT
               STOP RUN
           END-IF.
           PERFORM SORT-TRANSACTIONS-PROCEDURE.
           PERFORM CLOSE-FILES-PROCEDURE.
           DISPLAY "Comisiones liquidadas: " FEES-POSTED-COUNT
               " Fallidas: " FEES-FAILED-COUNT.
           MOVE FEES-POSTED-COUNT TO STEP-RECORD-COUNT.
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
           DISPLAY "DINOBANK - LIQUIDACION DE COMISIONES".
           DISPLAY "Periodo a liquidar (AAAAMM, cero = no se liquida): "
           ACCEPT PERIOD-REQUEST.
           IF PERIOD-REQUEST = ZERO
               DISPLAY "Sin periodo: no se liquidan comisiones esta"
                   " noche."
               PERFORM END-STEP-PROCEDURE THRU END-STEP-EXIT
               STOP RUN
           END-IF.

                   FEE-SCHEDULE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF NOT PRODUCT-MASTER-OK AND NOT PRODUCT-MASTER-CREATED
               DISPLAY "Error al abrir el maestro de productos."
                   " Codigo: " PRODUCT-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al abrir el reporte. Codigo: "
               IF ACCOUNT-AVAILABLE-BALANCE NOT NUMERIC
                   MOVE ACCOUNT-BALANCE TO ACCOUNT-AVAILABLE-BALANCE
               END-IF
               PERFORM CHECK-PRODUCT-FEES-PROCEDURE
                   THRU CHECK-PRODUCT-FEES-EXIT
               IF MAINT-FEE-LOADED AND MAINT-FEE-APPLIES
                   MOVE "MANTEN" TO FEE-CODE-WORK
                   MOVE MAINT-FEE-AMOUNT TO FEE-AMOUNT-WORK
                   IF MAINT-ALREADY-ASSESSED
                           THRU POST-FEE-EXIT
                   END-IF
               END-IF
               IF EXCESS-FEE-LOADED AND EXCESS-FEE-APPLIES
                   AND WITHDRAWAL-COUNT-WORK > EXCESS-FREE-MOVEMENTS
                   COMPUTE EXCESS-COUNT-WORK =
                       WITHDRAWAL-COUNT-WORK - EXCESS-FREE-MOVEMENTS
       ASSESS-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * AN ACCOUNT ON A PRODUCT PAYS ONLY THE FEES ITS PRODUCT LISTS.
      * AN ACCOUNT WITH NO PRODUCT (OR WHOSE PRODUCT IS MISSING FROM
      * PRODMAST) PAYS EVERY ACTIVE FEE, AS BEFORE PRODUCTS EXISTED.
      *----------------------------------------------------------------
       CHECK-PRODUCT-FEES-PROCEDURE.
           MOVE "Y" TO MAINT-APPLIES-SWITCH.
           MOVE "Y" TO EXCESS-APPLIES-SWITCH.
           IF ACCOUNT-PRODUCT-CODE = SPACES
               GO TO CHECK-PRODUCT-FEES-EXIT
           END-IF.
           MOVE ACCOUNT-PRODUCT-CODE TO PRODUCT-CODE.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Aviso: producto " ACCOUNT-PRODUCT-CODE
                       " de la cuenta " ACCOUNT-NUMBER
                       " no existe - se aplican todas las tarifas"
                   GO TO CHECK-PRODUCT-FEES-EXIT
           END-READ.
           MOVE "N" TO MAINT-APPLIES-SWITCH.
           MOVE "N" TO EXCESS-APPLIES-SWITCH.
           PERFORM CHECK-PRODUCT-FEE-ENTRY-PROCEDURE
               VARYING PRODUCT-FEE-SUBSCRIPT FROM 1 BY 1
               UNTIL PRODUCT-FEE-SUBSCRIPT > 4.
       CHECK-PRODUCT-FEES-EXIT.
           EXIT.

       CHECK-PRODUCT-FEE-ENTRY-PROCEDURE.
           IF PRODUCT-FEE-CODE (PRODUCT-FEE-SUBSCRIPT) = "MANTEN"
               MOVE "Y" TO MAINT-APPLIES-SWITCH
           END-IF.
           IF PRODUCT-FEE-CODE (PRODUCT-FEE-SUBSCRIPT) = "EXCRET"
               MOVE "Y" TO EXCESS-APPLIES-SWITCH
           END-IF.

       SKIP-ORPHANED-DETAIL-PROCEDURE.
           DISPLAY "Aviso: la bitacora tiene la cuenta "
               LOG-ACCOUNT-NUMBER
       POST-FEE-PROCEDURE.
           MOVE "LIQUIDADA" TO DETAIL-NOTE.
           MOVE ZERO TO FEE-SHORTFALL-WORK.
           COMPUTE FEE-CAPACITY-WORK =
               ACCOUNT-BALANCE + ACCOUNT-OVERDRAFT-LIMIT.
           IF FEE-CAPACITY-WORK NOT > ZERO
               ADD 1 TO FEES-SHORT-COUNT
               ADD FEE-AMOUNT-WORK TO AMOUNT-SHORT-TOTAL
               MOVE "SIN SALDO-NO COBRADA" TO DETAIL-NOTE
               PERFORM WRITE-DETAIL-LINE-PROCEDURE
               GO TO POST-FEE-EXIT
           END-IF.
           IF FEE-AMOUNT-WORK > FEE-CAPACITY-WORK
               COMPUTE FEE-SHORTFALL-WORK =
                   FEE-AMOUNT-WORK - FEE-CAPACITY-WORK
               MOVE FEE-CAPACITY-WORK TO FEE-AMOUNT-WORK
               ADD 1 TO FEES-SHORT-COUNT
               ADD FEE-SHORTFALL-WORK TO AMOUNT-SHORT-TOTAL
               MOVE "PARCIAL-SALDO CORTO" TO DETAIL-NOTE
           MOVE ACCOUNT-BALANCE TO HOLD-BALANCE-WORK.
           MOVE ACCOUNT-AVAILABLE-BALANCE TO HOLD-AVAILABLE-WORK.
           SUBTRACT FEE-AMOUNT-WORK FROM ACCOUNT-BALANCE.
           SUBTRACT FEE-AMOUNT-WORK FROM ACCOUNT-AVAILABLE-BALANCE.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "Error al actualizar la cuenta "

       WRITE-DETAIL-LINE-PROCEDURE.
           MOVE ACCOUNT-NUMBER TO DETAIL-ACCOUNT-NUMBER.
           MOVE ACCOUNT-PRODUCT-CODE TO DETAIL-PRODUCT-CODE.
           MOVE FEE-CODE-WORK TO DETAIL-FEE-CODE.
           MOVE FEE-AMOUNT-WORK TO DETAIL-FEE-AMOUNT.
           MOVE ACCOUNT-BALANCE TO DETAIL-NEW-BALANCE.
           MOVE PERIOD-REQUEST-X TO LOG-REFERENCE-TIMESTAMP (1:6).
           MOVE FEE-CODE-WORK TO LOG-REFERENCE-TIMESTAMP (8:6).
           MOVE SPACES TO LOG-APPROVED-BY.
           MOVE ACCOUNT-BRANCH-CODE TO LOG-HOME-BRANCH-CODE.
           IF LOG-HOME-BRANCH-CODE = SPACES
               MOVE HEAD-OFFICE-BRANCH-CODE TO LOG-HOME-BRANCH-CODE
           END-IF.
           MOVE LOG-HOME-BRANCH-CODE TO LOG-BRANCH-CODE.
           WRITE TRANSACTION-LOG-RECORD.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "Error al escribir la bitacora. Codigo: "
       CLOSE-FILES-PROCEDURE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE FEE-SCHEDULE-FILE.
           CLOSE PRODUCT-MASTER-FILE.
           CLOSE SORTED-TRANSACTION-FILE.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE REPORT-FILE.
