      *                 AUDITORS. REACTIVATION HAPPENS AT THE TELLER
      *                 WINDOW IN DINOBANK WITH SUPERVISOR APPROVAL,
      *                 OR THROUGH DINOMNT'S CAMBIO DE ESTADO.
      * 10/15/2026 JR   THE SALDO COLUMN SHOWS THE SIGNED BALANCE - A
      *                 DORMANT ACCOUNT LEFT OVERDRAWN PRINTS WITH A
      *                 LEADING MINUS.
      * 10/15/2026 JR   THE DORMANCY SWEEP IS NOW STEP DRM OF THE
      *                 NIGHTLY STREAM (RUNSTEP.CPY), AFTER DINOFEE: IT
      *                 REFUSES TO START UNTIL ITS PREREQUISITE STEPS
      *                 ARE COMPLETE IN RUNCTL FOR THE BUSINESS DATE,
      *                 MARKS ITS STEP RUNNING AT THE START AND COMPLETE
      *                 (OR FAILED) WITH ITS RECORD COUNT AT THE END,
      *                 AND A COMPLETED STEP IS NOT RUN AGAIN UNLESS
      *                 DINOCTL REOPENS IT. A FAILED OR INTERRUPTED STEP
      *                 RESUMES ON THE NEXT RUN.
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
           05  STEP-PROGRAM-NAME           PIC X(08) VALUE "DINODRM".
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
           05  DETAIL-ACCOUNT-NAME         PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-LAST-ACTIVITY        PIC 9(08).
           05  FILLER                      PIC X(07) VALUE SPACES.
           05  DETAIL-BALANCE              PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-NOTE                 PIC X(12).


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM BEGIN-STEP-PROCEDURE.
           PERFORM ACCEPT-PARAMETERS-PROCEDURE.
           PERFORM OPEN-FILES-PROCEDURE.
           PERFORM WRITE-REPORT-HEADINGS-PROCEDURE.
           PERFORM CLOSE-FILES-PROCEDURE.
           DISPLAY "Cuentas revisadas: " ACCOUNTS-REVIEWED-COUNT
               " Marcadas inactivas: " ACCOUNTS-FLAGGED-COUNT.
           MOVE ACCOUNTS-REVIEWED-COUNT TO STEP-RECORD-COUNT.
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
           DISPLAY "DINOBANK - BARRIDO DE INACTIVIDAD".
           DISPLAY "Fecha de corte (AAAAMMDD) - se marcan las cuentas"
