      *                 FOLD INTO THE RETIROS AND DEPOSITOS TOTALS THE
      *                 SAME WAY TRANSF-DB/TRANSF-CR ALWAYS HAVE, SO
      *                 EXCHANGE TRAFFIC RECONCILES ON THE REPORT.
      * 10/15/2026 JR   BALANCES ARE SIGNED. THE SALDO COLUMN AND ITS
      *                 GRAND TOTAL SHOW A LEADING MINUS FOR AN
      *                 OVERDRAWN ACCOUNT, AND THE OVERDRAFT INTEREST
      *                 DINOINT NOW CHARGES (INT-SOBREG) IS TOTALED WITH
      *                 THE COMISIONES COLUMN AS A CHARGE TO THE
      *                 CUSTOMER.
      * 10/15/2026 JR   ADDED THE LOAN TRANSACTION TYPES: DESEMBOLSO
      *                 COUNTS WITH THE DEPOSITS AND PREST-CAP/PREST-INT
      *                 WITH THE WITHDRAWALS, AND ALL THREE ARE ACCEPTED
      *                 BY THE LOG SORT.
      * 10/15/2026 JR   ADDED THE CHEQUE TRANSACTION TYPES: DEP-CHEQUE
      *                 COUNTS WITH THE DEPOSITS AND CHEQUE WITH THE
      *                 WITHDRAWALS.
      * 10/15/2026 JR   TREXT-DEV (RETURNED INTERBANK TRANSFER
      *                 RE-CREDITED) COUNTS WITH THE DEPOSITS AND IS
      *                 ACCEPTED BY THE LOG SORT.
      * 10/15/2026 JR   END OF DAY IS NOW STEP EOD OF THE NIGHTLY STREAM
      *                 (RUNSTEP.CPY). THE END-OF-DAY FLAG IN RUNCTL IS
      *                 REPLACED BY THE STEP ENTRY. THE OUT-OF-SEQUENCE
      *                 OVERRIDE IS GONE: DINOEOD NOW REFUSES TO START
      *                 UNTIL DINOINT, DINOFEE AND DINODRM ARE COMPLETE.
      *                 THE SUPERVISOR RERUN OVERRIDE STAYS FOR A
      *                 COMPLETED STEP. THE DAY REPORTED IS THE BUSINESS
      *                 DATE FROM RUNCTL INSTEAD OF THE MACHINE DATE.
      * 10/15/2026 JR   ADDED THE BRANCH DIMENSION: EACH DETAIL LINE
      *                 SHOWS THE ACCOUNT'S HOME BRANCH (BLANK = HEAD
      *                 OFFICE 0001; THE NAME COLUMN IS SHORTENED TO 24
      *                 TO MAKE ROOM) AND A TOTALES POR SUCURSAL SECTION
      *                 FOLLOWS THE GRAND TOTALS WITH THE ACCOUNT COUNT
      *                 AND THE SAME FIVE TOTALS PER BRANCH, NAMED FROM
      *                 BRANMAST. THE BRANCH TABLE RIDES THE CHECKPOINT
      *                 (CHECKPOINT-BRANCH-TABLE) SO A RESTART KEEPS THE
      *                 SUBTOTALS. THE SORT RECORD IS WIDENED TO THE
      *                 105-BYTE TRANREC.
      * 10/15/2026 JR   THE INCOME TAX DINOINT NOW WITHHOLDS FROM
      *                 CREDITED INTEREST (RET-IMP) IS ACCEPTED BY THE
      *                 LOG SORT AND TOTALED WITH THE COMISIONES COLUMN
      *                 AS A CHARGE TO THE CUSTOMER, THE SAME WAY
      *                 INT-SOBREG IS.
      * 10/15/2026 JR   BRANCHES BEYOND THE 20-ENTRY TABLE NOW GO TO A
      *                 SEPARATE OTRAS (****) ENTRY INSTEAD OF TAKING
      *                 OVER THE 20TH BRANCH'S TOTALS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT OPTIONAL BRANCH-MASTER-FILE ASSIGN TO "BRANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS BRANCH-MASTER-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-LOG-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       FD  BRANCH-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRANREC.

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


       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-IO-AREA            PIC X(960).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  ACCOUNT-MASTER-OK                  VALUE "00".
       01  OPERATOR-MASTER-STATUS         PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK                 VALUE "00".
       01  BRANCH-MASTER-STATUS           PIC X(02) VALUE SPACES.
           88  BRANCH-MASTER-OK                   VALUE "00".
           88  BRANCH-MASTER-CREATED              VALUE "05".
       01  TRANSACTION-LOG-STATUS         PIC X(02) VALUE SPACES.
           88  TRANSACTION-LOG-OK                 VALUE "00".
       01  SORTED-TRANSACTION-STATUS      PIC X(02) VALUE SPACES.

           COPY RUNCREC.

           COPY RUNSTEP.

       01  STEP-CONTROL-FIELDS.
           05  STEP-PROGRAM-NAME           PIC X(08) VALUE "DINOEOD".
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

           05  TOTAL-FEES-WORK             PIC 9(10)V99 VALUE ZERO.
           05  GRAND-TOTAL-DEPOSITS        PIC 9(10)V99 VALUE ZERO.
           05  GRAND-TOTAL-WITHDRAWALS     PIC 9(10)V99 VALUE ZERO.
           05  GRAND-TOTAL-BALANCES        PIC S9(10)V99 VALUE ZERO.
           05  GRAND-TOTAL-CORRECTIONS     PIC 9(10)V99 VALUE ZERO.
           05  GRAND-TOTAL-FEES            PIC 9(10)V99 VALUE ZERO.


       77  CHECKPOINT-FREQUENCY            PIC 9(08) COMP VALUE 1.

      *----------------------------------------------------------------
      * PER-BRANCH SUBTOTALS BY THE ACCOUNT'S HOME BRANCH (BLANK = THE
      * HEAD OFFICE). THE TABLE IS LAID OUT BYTE FOR BYTE LIKE
      * CHECKPOINT-BRANCH-TABLE IN CHKPREC SO IT RIDES THE CHECKPOINT
      * AS ONE GROUP MOVE. BRANCHES BEYOND BRANCH-TABLE-CAPACITY ARE
      * SUMMED AS OTRAS IN THE ONE EXTRA ENTRY KEPT AFTER IT, SO THEY
      * NEVER MIX WITH A BRANCH THAT HAS ITS OWN ENTRY.
      *----------------------------------------------------------------
       77  HEAD-OFFICE-BRANCH-CODE         PIC X(04) VALUE "0001".
       77  BRANCH-TABLE-CAPACITY           PIC 9(04) COMP VALUE 20.
       77  OVERFLOW-BRANCH-CODE            PIC X(04) VALUE "****".

       01  BRANCH-TABLE-FIELDS.
           05  BRANCH-SUBSCRIPT            PIC 9(04) COMP VALUE ZERO.
           05  BRANCH-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  BRANCH-WAS-FOUND                VALUE "Y".
           05  REPORT-BRANCH-CODE          PIC X(04) VALUE SPACES.
       01  BRANCH-TOTAL-TABLE.
           05  BRANCH-ENTRY-COUNT          PIC 9(02) VALUE ZERO.
           05  BRANCH-TOTAL-ENTRY          OCCURS 21 TIMES.
               10  BRANCH-TOTAL-CODE       PIC X(04).
               10  BRANCH-TOTAL-ACCOUNTS   PIC 9(08).
               10  BRANCH-TOTAL-DEPOSITS   PIC S9(10)V99.
               10  BRANCH-TOTAL-WITHDRAWALS
                                           PIC S9(10)V99.
               10  BRANCH-TOTAL-CORRECTIONS
                                           PIC S9(10)V99.
               10  BRANCH-TOTAL-FEES       PIC S9(10)V99.
               10  BRANCH-TOTAL-BALANCES   PIC S9(10)V99.

       01  CURRENT-RUN-DATE                PIC 9(08) VALUE ZERO.

       01  REPORT-HEADING-LINE-1.
       01  REPORT-COLUMN-HEADINGS.
           05  FILLER                      PIC X(10) VALUE "CUENTA".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(24) VALUE "NOMBRE".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(04) VALUE "SUC.".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(16) VALUE "DEPOSITOS".
           05  FILLER                      PIC X(02) VALUE SPACES.
       01  REPORT-DETAIL-LINE.
           05  DETAIL-ACCOUNT-NUMBER       PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-ACCOUNT-NAME         PIC X(24).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-BRANCH-CODE          PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-TOTAL-DEPOSITS       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-TOTAL-CORRECTIONS    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-TOTAL-FEES           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-CLOSING-BALANCE      PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  REPORT-TOTAL-LINE.
           05  FILLER                      PIC X(42) VALUE "TOTALES:".
           05  TOTAL-ALL-CORRECTIONS       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  TOTAL-ALL-FEES              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  TOTAL-ALL-BALANCES          PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  REPORT-BRANCH-HEADING.
           05  FILLER                      PIC X(92) VALUE
               "TOTALES POR SUCURSAL (SUCURSAL DE LA CUENTA)".

       01  REPORT-BRANCH-COLUMN-HEADINGS.
           05  FILLER                      PIC X(04) VALUE "SUC.".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(24) VALUE "NOMBRE".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(12) VALUE "CUENTAS".
           05  FILLER                      PIC X(16) VALUE "DEPOSITOS".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(16) VALUE "RETIROS".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(16) VALUE
               "CORRECCIONES".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(16) VALUE
               "COMISIONES".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(16) VALUE "SALDO".

       01  REPORT-BRANCH-LINE.
           05  BRANCH-LINE-CODE            PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BRANCH-LINE-NAME            PIC X(24).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BRANCH-LINE-ACCOUNTS        PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  BRANCH-LINE-DEPOSITS        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BRANCH-LINE-WITHDRAWALS     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BRANCH-LINE-CORRECTIONS     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BRANCH-LINE-FEES            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  BRANCH-LINE-BALANCES        PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM BEGIN-STEP-PROCEDURE.
           PERFORM OPEN-FILES-PROCEDURE.
           PERFORM READ-CHECKPOINT-PROCEDURE.
           PERFORM OPEN-CHECKPOINT-FOR-UPDATE-PROCEDURE.
           PERFORM SORT-TRANSACTIONS-PROCEDURE.
           PERFORM REOPEN-SORTED-FILE-PROCEDURE.
           IF NOT RESTART-IN-PROGRESS
               MOVE RUN-BUSINESS-DATE TO CURRENT-RUN-DATE
               PERFORM WRITE-REPORT-HEADINGS-PROCEDURE
           END-IF.
           IF RESTART-IN-PROGRESS
               THRU PROCESS-ACCOUNTS-EXIT
               UNTIL MASTER-EOF.
           PERFORM WRITE-GRAND-TOTALS-PROCEDURE.
           PERFORM WRITE-BRANCH-TOTALS-PROCEDURE.
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
           ACCEPT OVERRIDE-SUPERVISOR-ID.
           IF OVERRIDE-SUPERVISOR-ID = SPACES
           END-IF.
           PERFORM VERIFY-SUPERVISOR-PROCEDURE
               THRU VERIFY-SUPERVISOR-EXIT.
           DISPLAY "Re-ejecucion autorizada por "
               OVERRIDE-SUPERVISOR-ID ".".
       PROMPT-OVERRIDE-EXIT.
           EXIT.
       VERIFY-SUPERVISOR-EXIT.
           EXIT.

       OPEN-FILES-PROCEDURE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF NOT BRANCH-MASTER-OK AND NOT BRANCH-MASTER-CREATED
               DISPLAY "Error al abrir el maestro de sucursales."
                   " Codigo: " BRANCH-MASTER-STATUS
               STOP RUN
           END-IF.

       OPEN-REPORT-FILE-PROCEDURE.
           IF RESTART-IN-PROGRESS
                           TO GRAND-TOTAL-CORRECTIONS
                       MOVE CHECKPOINT-ACCUMULATOR-5
                           TO GRAND-TOTAL-FEES
                       MOVE CHECKPOINT-BRANCH-TABLE
                           TO BRANCH-TOTAL-TABLE
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           ADD TOTAL-CORRECTIONS-WORK TO GRAND-TOTAL-CORRECTIONS.
           ADD TOTAL-FEES-WORK TO GRAND-TOTAL-FEES.
           ADD ACCOUNT-BALANCE TO GRAND-TOTAL-BALANCES.
           PERFORM ADD-BRANCH-TOTALS-PROCEDURE.
           ADD 1 TO ACCOUNTS-PROCESSED-COUNT.
           ADD 1 TO RECORDS-SINCE-CHECKPOINT.
           IF RECORDS-SINCE-CHECKPOINT >= CHECKPOINT-FREQUENCY
                   WHEN LOG-TYPE-DEPOSIT
                   WHEN LOG-TYPE-TRANSFER-CREDIT
                   WHEN LOG-TYPE-EXTERNAL-CREDIT
                   WHEN LOG-TYPE-EXTERNAL-RETURN
                   WHEN LOG-TYPE-LOAN-DISBURSEMENT
                   WHEN LOG-TYPE-CHEQUE-DEPOSIT
                   WHEN LOG-TYPE-INTEREST
                       ADD LOG-TRANSACTION-AMOUNT
                           TO TOTAL-DEPOSITS-WORK
                   WHEN LOG-TYPE-WITHDRAWAL
                   WHEN LOG-TYPE-TRANSFER-DEBIT
                   WHEN LOG-TYPE-EXTERNAL-DEBIT
                   WHEN LOG-TYPE-LOAN-PRINCIPAL
                   WHEN LOG-TYPE-LOAN-INTEREST
                   WHEN LOG-TYPE-CHEQUE
                       ADD LOG-TRANSACTION-AMOUNT
                           TO TOTAL-WITHDRAWALS-WORK
                   WHEN LOG-TYPE-CORRECTION-DEBIT
                       ADD LOG-TRANSACTION-AMOUNT
                           TO TOTAL-CORRECTIONS-WORK
                   WHEN LOG-TYPE-FEE
                   WHEN LOG-TYPE-OVERDRAFT-INTEREST
                   WHEN LOG-TYPE-INTEREST-WITHHOLDING
                       ADD LOG-TRANSACTION-AMOUNT
                           TO TOTAL-FEES-WORK
                   WHEN OTHER
       WRITE-DETAIL-LINE-PROCEDURE.
           MOVE ACCOUNT-NUMBER TO DETAIL-ACCOUNT-NUMBER.
           MOVE ACCOUNT-NAME TO DETAIL-ACCOUNT-NAME.
           MOVE ACCOUNT-BRANCH-CODE TO DETAIL-BRANCH-CODE.
           IF DETAIL-BRANCH-CODE = SPACES
               MOVE HEAD-OFFICE-BRANCH-CODE TO DETAIL-BRANCH-CODE
           END-IF.
           MOVE TOTAL-DEPOSITS-WORK TO DETAIL-TOTAL-DEPOSITS.
           MOVE TOTAL-WITHDRAWALS-WORK TO DETAIL-TOTAL-WITHDRAWALS.
           MOVE TOTAL-CORRECTIONS-WORK TO DETAIL-TOTAL-CORRECTIONS.
                   REPORT-FILE-STATUS
           END-IF.

       ADD-BRANCH-TOTALS-PROCEDURE.
           MOVE ACCOUNT-BRANCH-CODE TO REPORT-BRANCH-CODE.
           IF REPORT-BRANCH-CODE = SPACES
               MOVE HEAD-OFFICE-BRANCH-CODE TO REPORT-BRANCH-CODE
           END-IF.
           PERFORM FIND-BRANCH-ENTRY-PROCEDURE
               THRU FIND-BRANCH-ENTRY-EXIT.
           ADD 1 TO BRANCH-TOTAL-ACCOUNTS (BRANCH-SUBSCRIPT).
           ADD TOTAL-DEPOSITS-WORK
               TO BRANCH-TOTAL-DEPOSITS (BRANCH-SUBSCRIPT).
           ADD TOTAL-WITHDRAWALS-WORK
               TO BRANCH-TOTAL-WITHDRAWALS (BRANCH-SUBSCRIPT).
           ADD TOTAL-CORRECTIONS-WORK
               TO BRANCH-TOTAL-CORRECTIONS (BRANCH-SUBSCRIPT).
           ADD TOTAL-FEES-WORK
               TO BRANCH-TOTAL-FEES (BRANCH-SUBSCRIPT).
           ADD ACCOUNT-BALANCE
               TO BRANCH-TOTAL-BALANCES (BRANCH-SUBSCRIPT).

       FIND-BRANCH-ENTRY-PROCEDURE.
           MOVE "N" TO BRANCH-FOUND-SWITCH.
           PERFORM MATCH-BRANCH-ENTRY-PROCEDURE
               VARYING BRANCH-SUBSCRIPT FROM 1 BY 1
               UNTIL BRANCH-SUBSCRIPT > BRANCH-ENTRY-COUNT
                  OR BRANCH-WAS-FOUND.
           IF BRANCH-WAS-FOUND
               SUBTRACT 1 FROM BRANCH-SUBSCRIPT
               GO TO FIND-BRANCH-ENTRY-EXIT
           END-IF.
           IF BRANCH-ENTRY-COUNT < BRANCH-TABLE-CAPACITY
               ADD 1 TO BRANCH-ENTRY-COUNT
               MOVE BRANCH-ENTRY-COUNT TO BRANCH-SUBSCRIPT
               PERFORM CLEAR-BRANCH-ENTRY-PROCEDURE
               MOVE REPORT-BRANCH-CODE
                   TO BRANCH-TOTAL-CODE (BRANCH-SUBSCRIPT)
               GO TO FIND-BRANCH-ENTRY-EXIT
           END-IF.
           DISPLAY "Aviso: demasiadas sucursales - la sucursal "
               REPORT-BRANCH-CODE " se suma en OTRAS.".
           IF BRANCH-ENTRY-COUNT = BRANCH-TABLE-CAPACITY
               ADD 1 TO BRANCH-ENTRY-COUNT
               MOVE BRANCH-ENTRY-COUNT TO BRANCH-SUBSCRIPT
               PERFORM CLEAR-BRANCH-ENTRY-PROCEDURE
               MOVE OVERFLOW-BRANCH-CODE
                   TO BRANCH-TOTAL-CODE (BRANCH-SUBSCRIPT)
           END-IF.
           COMPUTE BRANCH-SUBSCRIPT = BRANCH-TABLE-CAPACITY + 1.
       FIND-BRANCH-ENTRY-EXIT.
           EXIT.

       MATCH-BRANCH-ENTRY-PROCEDURE.
           IF BRANCH-TOTAL-CODE (BRANCH-SUBSCRIPT) = REPORT-BRANCH-CODE
               MOVE "Y" TO BRANCH-FOUND-SWITCH
           END-IF.

       CLEAR-BRANCH-ENTRY-PROCEDURE.
           MOVE ZERO TO BRANCH-TOTAL-ACCOUNTS (BRANCH-SUBSCRIPT)
                        BRANCH-TOTAL-DEPOSITS (BRANCH-SUBSCRIPT)
                        BRANCH-TOTAL-WITHDRAWALS (BRANCH-SUBSCRIPT)
                        BRANCH-TOTAL-CORRECTIONS (BRANCH-SUBSCRIPT)
                        BRANCH-TOTAL-FEES (BRANCH-SUBSCRIPT)
                        BRANCH-TOTAL-BALANCES (BRANCH-SUBSCRIPT).

       WRITE-BRANCH-TOTALS-PROCEDURE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE REPORT-BRANCH-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE REPORT-BRANCH-COLUMN-HEADINGS TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           PERFORM WRITE-BRANCH-LINE-PROCEDURE
               VARYING BRANCH-SUBSCRIPT FROM 1 BY 1
               UNTIL BRANCH-SUBSCRIPT > BRANCH-ENTRY-COUNT.

       WRITE-BRANCH-LINE-PROCEDURE.
           MOVE BRANCH-TOTAL-CODE (BRANCH-SUBSCRIPT)
               TO BRANCH-LINE-CODE.
           MOVE SPACES TO BRANCH-LINE-NAME.
           IF BRANCH-TOTAL-CODE (BRANCH-SUBSCRIPT)
                   = OVERFLOW-BRANCH-CODE
               MOVE "OTRAS" TO BRANCH-LINE-NAME
           ELSE
               MOVE BRANCH-TOTAL-CODE (BRANCH-SUBSCRIPT)
                   TO BRANCH-CODE
               READ BRANCH-MASTER-FILE
                   INVALID KEY
                       MOVE "NO REGISTRADA" TO BRANCH-LINE-NAME
                   NOT INVALID KEY
                       MOVE BRANCH-NAME TO BRANCH-LINE-NAME
               END-READ
           END-IF.
           MOVE BRANCH-TOTAL-ACCOUNTS (BRANCH-SUBSCRIPT)
               TO BRANCH-LINE-ACCOUNTS.
           MOVE BRANCH-TOTAL-DEPOSITS (BRANCH-SUBSCRIPT)
               TO BRANCH-LINE-DEPOSITS.
           MOVE BRANCH-TOTAL-WITHDRAWALS (BRANCH-SUBSCRIPT)
               TO BRANCH-LINE-WITHDRAWALS.
           MOVE BRANCH-TOTAL-CORRECTIONS (BRANCH-SUBSCRIPT)
               TO BRANCH-LINE-CORRECTIONS.
           MOVE BRANCH-TOTAL-FEES (BRANCH-SUBSCRIPT)
               TO BRANCH-LINE-FEES.
           MOVE BRANCH-TOTAL-BALANCES (BRANCH-SUBSCRIPT)
               TO BRANCH-LINE-BALANCES.
           MOVE REPORT-BRANCH-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       WRITE-REPORT-LINE-PROCEDURE.
           WRITE REPORT-LINE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al escribir el reporte. Codigo: "
                   REPORT-FILE-STATUS
           END-IF.

       WRITE-CHECKPOINT-PROCEDURE.
           MOVE ACCOUNT-NUMBER TO CHECKPOINT-LAST-ACCOUNT.
           MOVE CURRENT-RUN-DATE TO CHECKPOINT-RUN-DATE.
           MOVE GRAND-TOTAL-BALANCES TO CHECKPOINT-ACCUMULATOR-3.
           MOVE GRAND-TOTAL-CORRECTIONS TO CHECKPOINT-ACCUMULATOR-4.
           MOVE GRAND-TOTAL-FEES TO CHECKPOINT-ACCUMULATOR-5.
           MOVE BRANCH-TOTAL-TABLE TO CHECKPOINT-BRANCH-TABLE.
           IF CHECKPOINT-RECORD-WRITTEN
               REWRITE CHECKPOINT-RECORD
           ELSE

       CLOSE-FILES-PROCEDURE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE BRANCH-MASTER-FILE.
           CLOSE SORTED-TRANSACTION-FILE.
           CLOSE REPORT-FILE.
