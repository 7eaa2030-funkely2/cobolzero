      *                 UNDER THEIR OWN ACCOUNT NUMBER AS BEFORE. THE
      *                 CUSTOMER NAME COMES FROM CUSTMAST AND EACH
      *                 MOVEMENT LINE NOW SHOWS ITS ACCOUNT.
      * 10/15/2026 JR   THE COMPLIANCE REPORT IS NOW STEP COMP OF THE
      *                 NIGHTLY STREAM (RUNSTEP.CPY), AFTER DINOEOD: IT
      *                 REFUSES TO START UNTIL ITS PREREQUISITE STEPS
      *                 ARE COMPLETE IN RUNCTL FOR THE BUSINESS DATE,
      *                 MARKS ITS STEP RUNNING AT THE START AND COMPLETE
      *                 (OR FAILED) WITH ITS RECORD COUNT AT THE END,
      *                 AND A COMPLETED STEP IS NOT RUN AGAIN UNLESS
      *                 DINOCTL REOPENS IT. A FAILED OR INTERRUPTED STEP
      *                 RESUMES ON THE NEXT RUN. THE DATE PROMPT NOW
      *                 DEFAULTS TO THE OPEN BUSINESS DATE; ANY OTHER
      *                 DATE RUNS OUTSIDE THE NIGHTLY STREAM AND IS NOT
      *                 RECORDED.
      * 10/15/2026 JR   ADDED THE BRANCH DIMENSION. EACH CASH MOVEMENT
      *                 CARRIES THE BRANCH THAT TOOK IT
      *                 (LOG-BRANCH-CODE, BLANK = HEAD OFFICE 0001) AND
      *                 SHOWS IT ON ITS DETAIL LINE. THE THRESHOLD IS
      *                 STILL TESTED ON THE CUSTOMER'S WHOLE DAY ACROSS
      *                 ALL OFFICES; A TOTALES POR SUCURSAL SECTION
      *                 AHEAD OF THE SUMMARY SUMS THE REPORTED MOVEMENTS
      *                 BY BRANCH, NAMED FROM BRANMAST.
      * 10/15/2026 JR   BRANCHES BEYOND THE 20-ENTRY TABLE NOW GO TO A
      *                 SEPARATE OTRAS (****) ENTRY INSTEAD OF TAKING
      *                 OVER THE 20TH BRANCH'S TOTALS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS CUSTOMER-MASTER-STATUS.

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
       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  BRANCH-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRANREC.

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANREC.
           05  SORT-TRANSACTION-TYPE      PIC X(10).
           05  SORT-TRANSACTION-AMOUNT    PIC 9(10)V99.
           05  SORT-OPERATOR-ID           PIC X(08).
           05  SORT-BRANCH-CODE           PIC X(04).

       FD  SORTED-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
           05  COMP-TRANSACTION-TYPE      PIC X(10).
           05  COMP-TRANSACTION-AMOUNT    PIC 9(10)V99.
           05  COMP-OPERATOR-ID           PIC X(08).
           05  COMP-BRANCH-CODE           PIC X(04).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                    PIC X(90).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-IO-AREA            PIC X(960).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  ACCOUNT-MASTER-OK                  VALUE "00".
       01  CUSTOMER-MASTER-STATUS         PIC X(02) VALUE SPACES.
           88  CUSTOMER-MASTER-OK                 VALUE "00".
           88  CUSTOMER-MASTER-CREATED            VALUE "05".
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
           05  STEP-PROGRAM-NAME           PIC X(08) VALUE "DINOCOMP".
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
       77  DEFAULT-THRESHOLD              PIC 9(10)V99 VALUE 10000.00.
       77  DAY-TABLE-LIMIT                PIC 9(04) COMP VALUE 500.

      * THE THRESHOLD IS STILL TESTED ON THE CUSTOMER'S WHOLE DAY,
      * WHATEVER OFFICES THE CASH WENT THROUGH. THE BRANCH TOTALS SUM
      * THE MOVEMENTS LISTED ON THE REPORT BY THE BRANCH THAT TOOK
      * THEM (BLANK = THE HEAD OFFICE); BRANCHES BEYOND
      * BRANCH-TABLE-CAPACITY ARE SUMMED UNDER OVERFLOW-BRANCH-CODE IN
      * THE ONE EXTRA ENTRY KEPT AFTER IT.
       77  HEAD-OFFICE-BRANCH-CODE         PIC X(04) VALUE "0001".
       77  BRANCH-TABLE-CAPACITY           PIC 9(04) COMP VALUE 20.
       77  OVERFLOW-BRANCH-CODE            PIC X(04) VALUE "****".

       01  BRANCH-TABLE-FIELDS.
           05  BRANCH-SUBSCRIPT            PIC 9(04) COMP VALUE ZERO.
           05  BRANCH-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  BRANCH-WAS-FOUND                VALUE "Y".
           05  REPORT-BRANCH-CODE          PIC X(04) VALUE SPACES.
       01  BRANCH-TOTAL-TABLE.
           05  BRANCH-ENTRY-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  BRANCH-TOTAL-ENTRY          OCCURS 21 TIMES.
               10  BRANCH-TOTAL-CODE       PIC X(04).
               10  BRANCH-TOTAL-MOVEMENTS  PIC 9(08) COMP.
               10  BRANCH-TOTAL-AMOUNT     PIC 9(12)V99.

       01  GROUP-WORK-FIELDS.
           05  GROUP-CUSTOMER-KEY          PIC X(10) VALUE SPACES.
           05  GROUP-CUSTOMER-NAME         PIC X(30) VALUE SPACES.
               10  DAY-ENTRY-TYPE          PIC X(10).
               10  DAY-ENTRY-AMOUNT        PIC 9(10)V99.
               10  DAY-ENTRY-OPERATOR      PIC X(08).
               10  DAY-ENTRY-BRANCH        PIC X(04).

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(90) VALUE
           05  FILLER                      PIC X(09) VALUE
               "CAJERO".
           05  MOVEMENT-OPERATOR           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(04) VALUE "SUC".
           05  MOVEMENT-BRANCH             PIC X(04).
           05  FILLER                      PIC X(09) VALUE SPACES.

       01  REPORT-OVERFLOW-LINE.
           05  FILLER                      PIC X(90) VALUE
           05  FILLER                      PIC X(90) VALUE
               "SIN MOVIMIENTOS QUE ALCANCEN EL UMBRAL.".

       01  REPORT-BRANCH-HEADING.
           05  FILLER                      PIC X(90) VALUE
               "TOTALES POR SUCURSAL".

       01  REPORT-BRANCH-COLUMN-HEADINGS.
           05  FILLER                      PIC X(04) VALUE "SUC.".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(30) VALUE "NOMBRE".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(11) VALUE
               "MOVIMIENTOS".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(18) VALUE
               "             TOTAL".
           05  FILLER                      PIC X(21) VALUE SPACES.

       01  REPORT-BRANCH-LINE.
           05  BRANCH-LINE-CODE            PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BRANCH-LINE-NAME            PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  BRANCH-LINE-MOVEMENTS       PIC ZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  BRANCH-LINE-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(21) VALUE SPACES.

       01  REPORT-SUMMARY-LINE.
           05  FILLER                      PIC X(20) VALUE
               "CLIENTES REPORTADOS:".
           IF CUSTOMERS-REPORTED-COUNT = ZERO
               MOVE REPORT-CLEAN-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           ELSE
               PERFORM WRITE-BRANCH-TOTALS-PROCEDURE
           END-IF.
           MOVE CUSTOMERS-REPORTED-COUNT TO SUMMARY-CUSTOMER-COUNT.
           MOVE REPORT-SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           PERFORM CLOSE-FILES-PROCEDURE.
           MOVE CUSTOMERS-REPORTED-COUNT TO STEP-RECORD-COUNT.
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
           DISPLAY "DINOBANK - MOVIMIENTOS RELEVANTES".
           DISPLAY "Fecha a revisar (AAAAMMDD, cero = la abierta): "
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
           DISPLAY "Umbral de reporte (cero = umbral de la casa): "
           ACCEPT REPORT-THRESHOLD.
                   CUSTOMER-MASTER-STATUS
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
           MOVE LOG-TRANSACTION-TYPE TO SORT-TRANSACTION-TYPE.
           MOVE LOG-TRANSACTION-AMOUNT TO SORT-TRANSACTION-AMOUNT.
           MOVE LOG-OPERATOR-ID TO SORT-OPERATOR-ID.
           MOVE LOG-BRANCH-CODE TO SORT-BRANCH-CODE.
           IF SORT-BRANCH-CODE = SPACES
               MOVE HEAD-OFFICE-BRANCH-CODE TO SORT-BRANCH-CODE
           END-IF.
           RELEASE SORT-COMP-RECORD.
       RELEASE-CASH-DETAIL-NEXT.
           PERFORM READ-LOG-PROCEDURE THRU READ-LOG-EXIT.
                   DAY-ENTRY-AMOUNT (DAY-TRANSACTION-COUNT)
               MOVE COMP-OPERATOR-ID TO
                   DAY-ENTRY-OPERATOR (DAY-TRANSACTION-COUNT)
               MOVE COMP-BRANCH-CODE TO
                   DAY-ENTRY-BRANCH (DAY-TRANSACTION-COUNT)
           ELSE
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH
           END-IF.
           MOVE DAY-ENTRY-AMOUNT (ENTRY-SUBSCRIPT) TO MOVEMENT-AMOUNT.
           MOVE DAY-ENTRY-OPERATOR (ENTRY-SUBSCRIPT)
               TO MOVEMENT-OPERATOR.
           MOVE DAY-ENTRY-BRANCH (ENTRY-SUBSCRIPT) TO MOVEMENT-BRANCH.
           MOVE REPORT-MOVEMENT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE DAY-ENTRY-BRANCH (ENTRY-SUBSCRIPT)
               TO REPORT-BRANCH-CODE.
           PERFORM FIND-BRANCH-ENTRY-PROCEDURE
               THRU FIND-BRANCH-ENTRY-EXIT.
           ADD 1 TO BRANCH-TOTAL-MOVEMENTS (BRANCH-SUBSCRIPT).
           ADD DAY-ENTRY-AMOUNT (ENTRY-SUBSCRIPT)
               TO BRANCH-TOTAL-AMOUNT (BRANCH-SUBSCRIPT).

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
           MOVE ZERO TO BRANCH-TOTAL-MOVEMENTS (BRANCH-SUBSCRIPT)
                        BRANCH-TOTAL-AMOUNT (BRANCH-SUBSCRIPT).

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
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

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
           MOVE BRANCH-TOTAL-MOVEMENTS (BRANCH-SUBSCRIPT)
               TO BRANCH-LINE-MOVEMENTS.
           MOVE BRANCH-TOTAL-AMOUNT (BRANCH-SUBSCRIPT)
               TO BRANCH-LINE-AMOUNT.
           MOVE REPORT-BRANCH-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       WRITE-REPORT-LINE-PROCEDURE.
           WRITE REPORT-LINE.
       CLOSE-FILES-PROCEDURE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE BRANCH-MASTER-FILE.
           CLOSE SORTED-TRANSACTION-FILE.
           CLOSE REPORT-FILE.
