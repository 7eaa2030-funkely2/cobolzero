      *                 DATE USED TO SHOW AN OPERATOR BLOCK WITH EVERY
      *                 CATEGORY AT ZERO AND NOTHING TO EXPLAIN THE
      *                 ACTIVITY THAT TRIGGERED IT.
      * 10/15/2026 JR   THE LOG SORT ACCEPTS THE LOAN TRANSACTION TYPES
      *                 DESEMBOLSO, PREST-CAP AND PREST-INT.
      * 10/15/2026 JR   THE LOG SORT ACCEPTS THE CHEQUE TRANSACTION
      *                 TYPES CHEQUE AND DEP-CHEQUE.
      * 10/15/2026 JR   THE LOG SORT ACCEPTS THE TREXT-DEV TRANSACTION
      *                 TYPE.
      * 10/15/2026 JR   TELLER BALANCING IS NOW STEP CUAD OF THE NIGHTLY
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
      * 10/15/2026 JR   THE DAY IS NOW BALANCED BRANCH BY BRANCH. THE
      *                 LOG IS SORTED BY LOG-BRANCH-CODE AHEAD OF THE
      *                 OPERATOR (A BLANK BRANCH IS THE HEAD OFFICE,
      *                 0001), AND ONLY THE DAY BEING BALANCED IS
      *                 RELEASED TO THE SORT. EACH BRANCH OPENS WITH ITS
      *                 NAME FROM BRANMAST AND CLOSES WITH A SUBTOTAL OF
      *                 THE EXPECTED AND DECLARED CASH OF ITS BALANCED
      *                 DRAWERS, THE DIFFERENCE, AND THE NET MOVEMENT OF
      *                 ITS SIN-CUADRE IDS. THE CASH PROMPT NAMES THE
      *                 BRANCH.
      * 10/15/2026 JR   THE RET-IMP POSTINGS (INCOME TAX DINOINT
      *                 WITHHOLDS FROM CREDITED INTEREST) TOTAL IN THEIR
      *                 OWN RETENCIONES NO-CASH LINE UNDER THE INTERES
      *                 LINE.
      * 10/15/2026 JR   TREXT-DEV RE-CREDITS NOW COUNT WITH THE
      *                 TRANSFERS AS NON-CASH, AND CHEQUE AND DEP-CHEQUE
      *                 POSTINGS GET THEIR OWN NON-CASH CHEQUES LINE
      *                 INSTEAD OF BEING DROPPED.
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
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS RUN-CONTROL-RELATIVE-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE
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

           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                    PIC X(90).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-IO-AREA            PIC X(960).

       WORKING-STORAGE SECTION.
       01  OPERATOR-MASTER-STATUS         PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK                 VALUE "00".
           88  OPERATOR-MASTER-CREATED            VALUE "05".
       01  BRANCH-MASTER-STATUS           PIC X(02) VALUE SPACES.
           88  BRANCH-MASTER-OK                   VALUE "00".
           88  BRANCH-MASTER-CREATED              VALUE "05".
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
           05  STEP-PROGRAM-NAME           PIC X(08) VALUE "DINOCUAD".
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
           05  DETAIL-EOF-SWITCH           PIC X(01) VALUE "N".
               88  DETAIL-EOF                      VALUE "Y".
           05  GROUP-ACTIVITY-SWITCH       PIC X(01) VALUE "N".

       01  REPORT-DATE                    PIC 9(08) VALUE ZERO.

      * A LOG RECORD WITH NO BRANCH PREDATES THE BRANCH DIMENSION AND
      * BELONGS TO THE HEAD OFFICE.
       77  HEAD-OFFICE-BRANCH-CODE         PIC X(04) VALUE "0001".

       01  BRANCH-WORK-FIELDS.
           05  GROUP-BRANCH-CODE           PIC X(04) VALUE SPACES.
           05  GROUP-BRANCH-NAME           PIC X(30) VALUE SPACES.
           05  BRANCH-EXPECTED-CASH        PIC S9(12)V99 VALUE ZERO.
           05  BRANCH-DECLARED-CASH        PIC S9(12)V99 VALUE ZERO.
           05  BRANCH-CASH-DIFFERENCE      PIC S9(12)V99 VALUE ZERO.
           05  BRANCH-UNBALANCED-NET       PIC S9(12)V99 VALUE ZERO.
           05  BRANCH-OPERATORS-COUNT      PIC 9(06) COMP VALUE ZERO.

       01  GROUP-WORK-FIELDS.
           05  GROUP-OPERATOR-ID           PIC X(08) VALUE SPACES.
           05  GROUP-OPERATOR-NAME         PIC X(30) VALUE SPACES.
           05  CORR-DEBIT-TOTAL            PIC 9(12)V99 VALUE ZERO.
           05  TRANSFER-COUNT              PIC 9(06) COMP VALUE ZERO.
           05  TRANSFER-TOTAL              PIC 9(12)V99 VALUE ZERO.
           05  CHEQUE-COUNT                PIC 9(06) COMP VALUE ZERO.
           05  CHEQUE-TOTAL                PIC 9(12)V99 VALUE ZERO.
           05  INTEREST-COUNT              PIC 9(06) COMP VALUE ZERO.
           05  INTEREST-TOTAL              PIC 9(12)V99 VALUE ZERO.
           05  WITHHOLDING-COUNT           PIC 9(06) COMP VALUE ZERO.
           05  WITHHOLDING-TOTAL           PIC 9(12)V99 VALUE ZERO.
           05  FEE-COUNT                   PIC 9(06) COMP VALUE ZERO.
           05  FEE-TOTAL                   PIC 9(12)V99 VALUE ZERO.
           05  EXPECTED-CASH               PIC S9(12)V99 VALUE ZERO.
           05  HEADING-RUN-DATE            PIC 9(08).
           05  FILLER                      PIC X(65) VALUE SPACES.

       01  REPORT-BRANCH-LINE.
           05  FILLER                      PIC X(09) VALUE "SUCURSAL".
           05  BRANCH-LINE-CODE            PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BRANCH-LINE-NAME            PIC X(30).
           05  FILLER                      PIC X(45) VALUE SPACES.

       01  REPORT-BRANCH-TOTAL-LINE.
           05  FILLER                      PIC X(15) VALUE
               "TOTAL SUCURSAL".
           05  BRANCH-TOTAL-LINE-CODE      PIC X(04).
           05  FILLER                      PIC X(71) VALUE SPACES.

       01  REPORT-OPERATOR-LINE.
           05  FILLER                      PIC X(09) VALUE "OPERADOR".
           05  OPERATOR-LINE-ID            PIC X(08).
           PERFORM WRITE-REPORT-HEADINGS-PROCEDURE.
           PERFORM READ-NEXT-DETAIL-PROCEDURE
               THRU READ-NEXT-DETAIL-EXIT.
           PERFORM PROCESS-BRANCH-GROUP-PROCEDURE
               THRU PROCESS-BRANCH-GROUP-EXIT
               UNTIL DETAIL-EOF.
           IF OPERATORS-REPORTED-COUNT = ZERO
               AND OPERATORS-LISTED-COUNT = ZERO
           DISPLAY "Cuadre terminado. Operadores: "
               OPERATORS-REPORTED-COUNT
               " Con diferencia: " OPERATORS-OFF-COUNT.
           MOVE OPERATORS-REPORTED-COUNT TO STEP-RECORD-COUNT.
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
           DISPLAY "DINOBANK - CUADRE DE CAJA".
           DISPLAY "Fecha a cuadrar (AAAAMMDD, cero = la abierta): "
           ACCEPT REPORT-DATE.
           PERFORM READ-RUN-CONTROL-PROCEDURE.
           IF REPORT-DATE = ZERO OR REPORT-DATE = RUN-BUSINESS-DATE
               PERFORM BEGIN-STEP-PROCEDURE
               MOVE RUN-BUSINESS-DATE TO REPORT-DATE
           ELSE
               DISPLAY "La fecha no es la fecha de negocio abierta"
                   " (" RUN-BUSINESS-DATE ") - corrida fuera de"
                   " la cadena nocturna."
           END-IF.

       OPEN-FILES-PROCEDURE.
                   " Codigo: " OPERATOR-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF NOT BRANCH-MASTER-OK AND NOT BRANCH-MASTER-CREATED
               DISPLAY "Error al abrir el maestro de sucursales."
                   " Codigo: " BRANCH-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al abrir el reporte. Codigo: "

       SORT-TRANSACTIONS-PROCEDURE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-BRANCH-CODE
                                SORT-OPERATOR-ID
                                SORT-TIMESTAMP-DATE
                                SORT-TIMESTAMP-TIME
               INPUT PROCEDURE IS BUILD-SORT-INPUT-PROCEDURE
                   THRU BUILD-SORT-INPUT-EXIT
               GIVING SORTED-TRANSACTION-FILE.

       BUILD-SORT-INPUT-PROCEDURE.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "Error al abrir la bitacora. Codigo: "
                   TRANSACTION-LOG-STATUS
               GO TO BUILD-SORT-INPUT-EXIT
           END-IF.
           PERFORM READ-LOG-PROCEDURE THRU READ-LOG-EXIT.
           PERFORM RELEASE-DAY-DETAIL-PROCEDURE
               THRU RELEASE-DAY-DETAIL-EXIT
               UNTIL LOG-EOF.
           CLOSE TRANSACTION-LOG-FILE.
       BUILD-SORT-INPUT-EXIT.
           EXIT.

       READ-LOG-PROCEDURE.
           READ TRANSACTION-LOG-FILE
               AT END
                   MOVE "Y" TO LOG-EOF-SWITCH
           END-READ.
           IF NOT LOG-EOF AND NOT TRANSACTION-LOG-OK
               DISPLAY "Error al leer la bitacora. Codigo: "
                   TRANSACTION-LOG-STATUS
               MOVE "Y" TO LOG-EOF-SWITCH
           END-IF.
       READ-LOG-EXIT.
           EXIT.

      * ONLY THE DAY BEING BALANCED GOES TO THE SORT, SO A BRANCH WITH
      * NO MOVEMENT THAT DAY PRINTS NO BLOCK AT ALL.
       RELEASE-DAY-DETAIL-PROCEDURE.
           MOVE RAW-TRANSACTION-LOG-RECORD TO SORT-TRANSACTION-RECORD.
           IF SORT-TIMESTAMP-DATE NOT = REPORT-DATE
               GO TO RELEASE-DAY-DETAIL-NEXT
           END-IF.
           IF SORT-BRANCH-CODE = SPACES
               MOVE HEAD-OFFICE-BRANCH-CODE TO SORT-BRANCH-CODE
           END-IF.
           RELEASE SORT-TRANSACTION-RECORD.
       RELEASE-DAY-DETAIL-NEXT.
           PERFORM READ-LOG-PROCEDURE THRU READ-LOG-EXIT.
       RELEASE-DAY-DETAIL-EXIT.
           EXIT.

       REOPEN-SORTED-FILE-PROCEDURE.
           OPEN INPUT SORTED-TRANSACTION-FILE.

           MOVE REPORT-HEADING-LINE-2 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

      * EACH BRANCH IS BALANCED ON ITS OWN: A TELLER SIGNS ON AT ONE
      * BRANCH AND HOLDS THAT BRANCH'S DRAWER, SO AN OPERATOR WHO
      * WORKED TWO OFFICES IN THE DAY IS COUNTED ONCE PER OFFICE. THE
      * BRANCH SUBTOTAL SUMS ONLY THE DRAWERS ACTUALLY BALANCED; THE
      * NET OF THE SIN-CUADRE IDS IS SHOWN APART.
       PROCESS-BRANCH-GROUP-PROCEDURE.
           MOVE LOG-BRANCH-CODE TO GROUP-BRANCH-CODE.
           MOVE GROUP-BRANCH-CODE TO BRANCH-CODE.
           READ BRANCH-MASTER-FILE
               INVALID KEY
                   MOVE "NO REGISTRADA" TO GROUP-BRANCH-NAME
               NOT INVALID KEY
                   MOVE BRANCH-NAME TO GROUP-BRANCH-NAME
           END-READ.
           MOVE ZERO TO BRANCH-EXPECTED-CASH.
           MOVE ZERO TO BRANCH-DECLARED-CASH.
           MOVE ZERO TO BRANCH-UNBALANCED-NET.
           MOVE ZERO TO BRANCH-OPERATORS-COUNT.
           MOVE GROUP-BRANCH-CODE TO BRANCH-LINE-CODE.
           MOVE GROUP-BRANCH-NAME TO BRANCH-LINE-NAME.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE REPORT-BRANCH-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           PERFORM PROCESS-OPERATOR-GROUP-PROCEDURE
               THRU PROCESS-OPERATOR-GROUP-EXIT
               UNTIL DETAIL-EOF
                  OR LOG-BRANCH-CODE NOT = GROUP-BRANCH-CODE.
           PERFORM WRITE-BRANCH-TOTAL-LINES-PROCEDURE.
       PROCESS-BRANCH-GROUP-EXIT.
           EXIT.

       WRITE-BRANCH-TOTAL-LINES-PROCEDURE.
           MOVE GROUP-BRANCH-CODE TO BRANCH-TOTAL-LINE-CODE.
           MOVE REPORT-BRANCH-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           COMPUTE BRANCH-CASH-DIFFERENCE =
               BRANCH-DECLARED-CASH - BRANCH-EXPECTED-CASH.
           MOVE "EFECTIVO ESPERADO:" TO RESULT-LABEL.
           MOVE BRANCH-EXPECTED-CASH TO RESULT-VALUE.
           MOVE SPACES TO RESULT-FLAG.
           MOVE REPORT-RESULT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "EFECTIVO DECLARADO:" TO RESULT-LABEL.
           MOVE BRANCH-DECLARED-CASH TO RESULT-VALUE.
           MOVE SPACES TO RESULT-FLAG.
           MOVE REPORT-RESULT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "DIFERENCIA:" TO RESULT-LABEL.
           MOVE BRANCH-CASH-DIFFERENCE TO RESULT-VALUE.
           IF BRANCH-OPERATORS-COUNT = ZERO
               MOVE SPACES TO RESULT-FLAG
           ELSE
               IF BRANCH-CASH-DIFFERENCE = ZERO
                   MOVE "CUADRADA" TO RESULT-FLAG
               ELSE
                   MOVE "** REVISAR **" TO RESULT-FLAG
               END-IF
           END-IF.
           MOVE REPORT-RESULT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "MOV. NETO SIN CUADRE:" TO RESULT-LABEL.
           MOVE BRANCH-UNBALANCED-NET TO RESULT-VALUE.
           MOVE SPACES TO RESULT-FLAG.
           MOVE REPORT-RESULT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       PROCESS-OPERATOR-GROUP-PROCEDURE.
           MOVE LOG-OPERATOR-ID TO GROUP-OPERATOR-ID.
           MOVE "N" TO GROUP-ACTIVITY-SWITCH.
           MOVE ZERO TO CORR-DEBIT-TOTAL.
           MOVE ZERO TO TRANSFER-COUNT.
           MOVE ZERO TO TRANSFER-TOTAL.
           MOVE ZERO TO CHEQUE-COUNT.
           MOVE ZERO TO CHEQUE-TOTAL.
           MOVE ZERO TO INTEREST-COUNT.
           MOVE ZERO TO INTEREST-TOTAL.
           MOVE ZERO TO WITHHOLDING-COUNT.
           MOVE ZERO TO WITHHOLDING-TOTAL.
           MOVE ZERO TO FEE-COUNT.
           MOVE ZERO TO FEE-TOTAL.
           PERFORM ACCUMULATE-OPERATOR-PROCEDURE
               THRU ACCUMULATE-OPERATOR-EXIT
               UNTIL DETAIL-EOF
                  OR LOG-OPERATOR-ID NOT = GROUP-OPERATOR-ID
                  OR LOG-BRANCH-CODE NOT = GROUP-BRANCH-CODE.
           IF GROUP-HAS-ACTIVITY
               PERFORM BALANCE-OPERATOR-PROCEDURE
                   THRU BALANCE-OPERATOR-EXIT
                   WHEN LOG-TYPE-TRANSFER-CREDIT
                   WHEN LOG-TYPE-EXTERNAL-DEBIT
                   WHEN LOG-TYPE-EXTERNAL-CREDIT
                   WHEN LOG-TYPE-EXTERNAL-RETURN
                       ADD 1 TO TRANSFER-COUNT
                       ADD LOG-TRANSACTION-AMOUNT TO TRANSFER-TOTAL
                   WHEN LOG-TYPE-CHEQUE
                   WHEN LOG-TYPE-CHEQUE-DEPOSIT
                       ADD 1 TO CHEQUE-COUNT
                       ADD LOG-TRANSACTION-AMOUNT TO CHEQUE-TOTAL
                   WHEN LOG-TYPE-INTEREST
                       ADD 1 TO INTEREST-COUNT
                       ADD LOG-TRANSACTION-AMOUNT TO INTEREST-TOTAL
                   WHEN LOG-TYPE-INTEREST-WITHHOLDING
                       ADD 1 TO WITHHOLDING-COUNT
                       ADD LOG-TRANSACTION-AMOUNT TO WITHHOLDING-TOTAL
                   WHEN LOG-TYPE-FEE
                       ADD 1 TO FEE-COUNT
                       ADD LOG-TRANSACTION-AMOUNT TO FEE-TOTAL
               DEPOSIT-TOTAL + CORR-CREDIT-TOTAL
               - WITHDRAWAL-TOTAL - CORR-DEBIT-TOTAL.
           DISPLAY "Efectivo neto declarado por " GROUP-OPERATOR-ID
               " en sucursal " GROUP-BRANCH-CODE
               " (esperado " EXPECTED-CASH "): "
           ACCEPT DECLARED-CASH.
           COMPUTE CASH-DIFFERENCE = DECLARED-CASH - EXPECTED-CASH.
           ADD EXPECTED-CASH TO BRANCH-EXPECTED-CASH.
           ADD DECLARED-CASH TO BRANCH-DECLARED-CASH.
           ADD 1 TO BRANCH-OPERATORS-COUNT.
           PERFORM WRITE-OPERATOR-LINES-PROCEDURE.
           MOVE "EFECTIVO ESPERADO:" TO RESULT-LABEL.
           MOVE EXPECTED-CASH TO RESULT-VALUE.
           MOVE "MOVIMIENTO NETO:" TO RESULT-LABEL.
           MOVE EXPECTED-CASH TO RESULT-VALUE.
           MOVE "SIN CUADRE" TO RESULT-FLAG.
           ADD EXPECTED-CASH TO BRANCH-UNBALANCED-NET.
           MOVE REPORT-RESULT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           PERFORM WRITE-NO-CASH-LINES-PROCEDURE.
           MOVE TRANSFER-TOTAL TO COUNT-AMOUNT-VALUE.
           MOVE REPORT-COUNT-AMOUNT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "CHEQUES (SIN EF.):" TO COUNT-AMOUNT-LABEL.
           MOVE CHEQUE-COUNT TO COUNT-AMOUNT-COUNT.
           MOVE CHEQUE-TOTAL TO COUNT-AMOUNT-VALUE.
           MOVE REPORT-COUNT-AMOUNT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "INTERES (SIN EF.):" TO COUNT-AMOUNT-LABEL.
           MOVE INTEREST-COUNT TO COUNT-AMOUNT-COUNT.
           MOVE INTEREST-TOTAL TO COUNT-AMOUNT-VALUE.
           MOVE REPORT-COUNT-AMOUNT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "RETENCIONES (SIN EF.):" TO COUNT-AMOUNT-LABEL.
           MOVE WITHHOLDING-COUNT TO COUNT-AMOUNT-COUNT.
           MOVE WITHHOLDING-TOTAL TO COUNT-AMOUNT-VALUE.
           MOVE REPORT-COUNT-AMOUNT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "COMISIONES (SIN EF.):" TO COUNT-AMOUNT-LABEL.
           MOVE FEE-COUNT TO COUNT-AMOUNT-COUNT.
           MOVE FEE-TOTAL TO COUNT-AMOUNT-VALUE.

       CLOSE-FILES-PROCEDURE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE BRANCH-MASTER-FILE.
           CLOSE SORTED-TRANSACTION-FILE.
           CLOSE REPORT-FILE.
