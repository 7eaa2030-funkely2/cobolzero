      *                 MATCHING THE TELLER PATH. ACCOUNTS WRITTEN
      *                 BEFORE ACCOUNT-AVAILABLE-BALANCE EXISTED ARE
      *                 NORMALIZED ON READ.
      * 10/15/2026 JR   BALANCES ARE SIGNED. AN ORDER DRAWN INSIDE THE
      *                 ORIGIN'S OVERDRAFT LINE LEAVES A TRUE NEGATIVE
      *                 BALANCE AND LOG-BUILD-BALANCE CARRIES THE SIGN
      *                 INTO TRANLOG. HOLD COPY OF ACCTREC PICKS UP THE
      *                 NEW FIELDS.
      * 10/15/2026 JR   HOLD COPY OF ACCTREC PICKS UP THE PRODUCT CODE
      *                 AND OVERRIDE FLAGS.
      * 10/15/2026 JR   STANDING ORDERS ARE NOW STEP ORD OF THE NIGHTLY
      *                 STREAM (RUNSTEP.CPY), AFTER DINOHOLD: IT REFUSES
      *                 TO START UNTIL ITS PREREQUISITE STEPS ARE
      *                 COMPLETE IN RUNCTL FOR THE BUSINESS DATE, MARKS
      *                 ITS STEP RUNNING AT THE START AND COMPLETE (OR
      *                 FAILED) WITH ITS RECORD COUNT AT THE END, AND A
      *                 COMPLETED STEP IS NOT RUN AGAIN UNLESS DINOCTL
      *                 REOPENS IT. A FAILED OR INTERRUPTED STEP RESUMES
      *                 ON THE NEXT RUN. THE DATE PROMPT NOW DEFAULTS TO
      *                 THE OPEN BUSINESS DATE; ANY OTHER DATE RUNS
      *                 OUTSIDE THE NIGHTLY STREAM AND IS NOT RECORDED.
      * 10/15/2026 JR   EVERY TRANSACTION-LOG RECORD WRITTEN CARRIES THE
      *                 ACCOUNT'S HOME BRANCH (BLANK = HEAD OFFICE 0001)
      *                 IN LOG-HOME-BRANCH-CODE. BOTH LEGS OF AN ORDER
      *                 ARE PERFORMED AT THE ORIGIN ACCOUNT'S BRANCH, SO
      *                 AN ORDER BETWEEN BRANCHES SETTLES THROUGH BRANCH
      *                 CLEARING IN DINOGL.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
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
       01  REPORT-LINE                    PIC X(90).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-IO-AREA            PIC X(960).

       WORKING-STORAGE SECTION.
           COPY ACCTREC REPLACING
               ACCOUNT-MASTER-RECORD   BY HOLD-ACCOUNT-MASTER-RECORD
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

       01  ACCOUNT-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  ACCOUNT-MASTER-OK                  VALUE "00".
       01  REPORT-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  REPORT-FILE-OK                     VALUE "00".

       01  RUN-CONTROL-STATUS             PIC X(02) VALUE SPACES.
           88  RUN-CONTROL-OK                      VALUE "00".
           88  RUN-CONTROL-OPENED-EMPTY            VALUE "05".

           COPY RUNCREC.

           COPY RUNSTEP.

       01  STEP-CONTROL-FIELDS.
           05  STEP-PROGRAM-NAME           PIC X(08) VALUE "DINOORD".
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
           05  ORDER-EOF-SWITCH            PIC X(01) VALUE "N".
               88  ORDER-EOF                       VALUE "Y".
           05  CURRENT-DATE-YYYYMMDD       PIC 9(08).
           05  CURRENT-TIME-HHMMSSTT       PIC 9(08).

       77  HEAD-OFFICE-BRANCH-CODE         PIC X(04) VALUE "0001".
       01  ORIGIN-BRANCH-CODE              PIC X(04) VALUE SPACES.
       01  LOG-BUILD-FIELDS.
           05  LOG-BUILD-ACCOUNT-NUMBER    PIC X(10).
           05  LOG-BUILD-TYPE              PIC X(10).
           05  LOG-BUILD-AMOUNT            PIC 9(10)V99.
           05  LOG-BUILD-BALANCE           PIC S9(10)V99.

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(90) VALUE
           PERFORM CLOSE-FILES-PROCEDURE.
           DISPLAY "Ordenes ejecutadas: " ORDERS-EXECUTED-COUNT
               " Fallidas: " ORDERS-FAILED-COUNT.
           MOVE ORDERS-EXECUTED-COUNT TO STEP-RECORD-COUNT.
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
           DISPLAY "DINOBANK - ORDENES PERMANENTES".
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
                   GO TO EXECUTE-ORDER-EXIT
           END-READ.
           PERFORM NORMALIZE-ACCOUNT-PROCEDURE.
           MOVE ACCOUNT-BRANCH-CODE TO ORIGIN-BRANCH-CODE.
           IF ORIGIN-BRANCH-CODE = SPACES
               MOVE HEAD-OFFICE-BRANCH-CODE TO ORIGIN-BRANCH-CODE
           END-IF.
           IF ACCOUNT-IS-FROZEN OR ACCOUNT-IS-CLOSED
               MOVE "ESTADO ORIGEN NO OPERABLE" TO RESULT-MESSAGE-WORK
               MOVE "Y" TO ORDER-FAILED-SWITCH
           MOVE "DINOORD " TO LOG-OPERATOR-ID.
           MOVE SPACES TO LOG-REFERENCE-TIMESTAMP.
           MOVE SPACES TO LOG-APPROVED-BY.
           MOVE ACCOUNT-BRANCH-CODE TO LOG-HOME-BRANCH-CODE.
           IF LOG-HOME-BRANCH-CODE = SPACES
               MOVE HEAD-OFFICE-BRANCH-CODE TO LOG-HOME-BRANCH-CODE
           END-IF.
           MOVE ORIGIN-BRANCH-CODE TO LOG-BRANCH-CODE.
           WRITE TRANSACTION-LOG-RECORD.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "Error al escribir la bitacora. Codigo: "
