       IDENTIFICATION DIVISION.
       PROGRAM-ID. DINOCTL.
       AUTHOR. J. ROSALES.
       INSTALLATION. DINOBANK DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 JR   ORIGINAL PROGRAM - NIGHTLY JOB-STREAM
      *                 CONTROLLER. THE NIGHT USED TO RUN OFF A
      *                 HAND-KEPT CHECKLIST AND ONLY DINOINT AND DINOEOD
      *                 RECORDED ANYTHING IN RUNCTL. EVERY STREAM
      *                 PROGRAM NOW MARKS ITS OWN STEP RUNNING, COMPLETE
      *                 OR FAILED IN RUNCTL (RUNCREC.CPY) AND REFUSES TO
      *                 START UNTIL ITS PREREQUISITES (RUNSTEP.CPY) ARE
      *                 COMPLETE; A FAILED OR INTERRUPTED STEP IS
      *                 RESUMED BY RUNNING ITS PROGRAM AGAIN. DINOCTL IS
      *                 THE OPERATOR'S SIDE OF THAT: OPTION 1 SHOWS THE
      *                 NIGHT AND WRITES THE BATCH-WINDOW LOG
      *                 (CTLLOG.AAAAMMDD BY BUSINESS DATE) WITH EACH
      *                 STEP'S START AND END, RECORD COUNT AND ATTEMPTS;
      *                 OPTION 2 CLOSES THE NIGHT AND ROLLS THE BUSINESS
      *                 DATE FORWARD, ONLY WHEN EVERY STEP IS DONE;
      *                 OPTION 3 LETS A SUPERVISOR PASS A STEP THAT IS
      *                 NOT TO RUN TONIGHT OR REOPEN ONE TO RUN IT
      *                 AGAIN; OPTION 4 OPENS THE BUSINESS DATE THE
      *                 FIRST TIME (OR, WITH A SUPERVISOR, RESTARTS IT).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS RUN-CONTROL-RELATIVE-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT WINDOW-LOG-FILE ASSIGN TO DYNAMIC WINDOW-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WINDOW-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-IO-AREA            PIC X(960).

       FD  OPERATOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       FD  WINDOW-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  WINDOW-LOG-LINE                PIC X(90).

       WORKING-STORAGE SECTION.
       01  RUN-CONTROL-STATUS             PIC X(02) VALUE SPACES.
           88  RUN-CONTROL-OK                      VALUE "00".
           88  RUN-CONTROL-OPENED-EMPTY            VALUE "05".
       01  OPERATOR-MASTER-STATUS         PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK                 VALUE "00".
       01  WINDOW-LOG-STATUS              PIC X(02) VALUE SPACES.
           88  WINDOW-LOG-OK                      VALUE "00".

           COPY RUNCREC.

           COPY RUNSTEP.

       01  PROGRAM-SWITCHES.
           05  EXIT-REQUESTED-SWITCH       PIC X(01) VALUE "N".
               88  EXIT-REQUESTED                  VALUE "Y".
           05  RUN-RECORD-EXISTS-SWITCH    PIC X(01) VALUE "N".
               88  RUN-RECORD-EXISTS               VALUE "Y".
           05  SUPERVISOR-VERIFIED-SWITCH  PIC X(01) VALUE "N".
               88  SUPERVISOR-VERIFIED             VALUE "Y".
           05  DATE-VALID-SWITCH           PIC X(01) VALUE "N".
               88  DATE-IS-VALID                   VALUE "Y".
           05  NIGHT-CLOSING-SWITCH        PIC X(01) VALUE "N".
               88  NIGHT-CLOSING                   VALUE "Y".

       01  OPTION-SELECTED                PIC 9(02).

       01  CONTROL-FIELDS.
           05  RUN-CONTROL-RELATIVE-KEY    PIC 9(04) COMP VALUE 1.
           05  STEP-SUBSCRIPT              PIC 9(02) COMP VALUE ZERO.
           05  SELECTED-STEP-SUBSCRIPT     PIC 9(02) COMP VALUE ZERO.
           05  NEXT-STEP-SUBSCRIPT         PIC 9(02) COMP VALUE ZERO.
           05  REQUESTED-STEP-CODE         PIC X(04) VALUE SPACES.
           05  REQUESTED-ACTION            PIC X(01) VALUE SPACE.
               88  ACTION-PASS                     VALUE "O".
               88  ACTION-REOPEN                   VALUE "R".
           05  CONFIRM-REPLY               PIC X(01) VALUE SPACE.
           05  SUPERVISOR-ID               PIC X(08) VALUE SPACES.
           05  SUPERVISOR-PIN              PIC X(04) VALUE SPACES.
           05  NEW-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
           05  CLOSED-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
           05  CLOCK-DATE                  PIC 9(08) VALUE ZERO.
           05  CLOCK-TIME.
               10  CLOCK-HHMMSS            PIC 9(06).
               10  FILLER                  PIC 9(02).

       01  STEP-TALLY-FIELDS.
           05  STEPS-DONE-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  STEPS-FAILED-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  STEPS-RUNNING-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  STEPS-PENDING-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WINDOW-FIRST-START          PIC 9(14) VALUE ZERO.
           05  WINDOW-LAST-END             PIC 9(14) VALUE ZERO.
           05  STAMP-WORK                  PIC 9(14) VALUE ZERO.

       01  DATE-WORK.
           05  DATE-WORK-YEAR              PIC 9(04).
           05  DATE-WORK-MONTH             PIC 9(02).
           05  DATE-WORK-DAY               PIC 9(02).
       01  DATE-WORK-NUMERIC REDEFINES DATE-WORK
                                          PIC 9(08).

       77  MONTH-LENGTH-WORK              PIC 9(02) VALUE ZERO.
       77  LEAP-REMAINDER-WORK            PIC 9(04) COMP VALUE ZERO.
       77  LEAP-QUOTIENT-WORK             PIC 9(04) COMP VALUE ZERO.

       01  MONTH-DAYS-DEFINITION          PIC X(24) VALUE
           "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-DEFINITION.
           05  MONTH-DAYS OCCURS 12 TIMES PIC 9(02).

       01  TIME-WORK.
           05  TIME-WORK-HH                PIC 9(02).
           05  TIME-WORK-MM                PIC 9(02).
           05  TIME-WORK-SS                PIC 9(02).
       01  TIME-WORK-NUMERIC REDEFINES TIME-WORK
                                          PIC 9(06).
       01  TIME-TEXT                      PIC X(08) VALUE SPACES.

       01  STAMP-SPLIT-WORK.
           05  STAMP-SPLIT-DATE            PIC 9(08).
           05  STAMP-SPLIT-TIME            PIC 9(06).
       01  STAMP-SPLIT-NUMERIC REDEFINES STAMP-SPLIT-WORK
                                          PIC 9(14).

       01  WINDOW-LOG-NAME                PIC X(15) VALUE SPACES.

       01  STATUS-TEXT                    PIC X(12) VALUE SPACES.

       01  LOG-HEADING-LINE-1.
           05  FILLER                      PIC X(90) VALUE
               "DINOBANK - BITACORA DE LA VENTANA NOCTURNA".

       01  LOG-HEADING-LINE-2.
           05  FILLER                      PIC X(17) VALUE
               "FECHA DE NEGOCIO ".
           05  HEADING-BUSINESS-DATE       PIC 9(08).
           05  FILLER                      PIC X(11) VALUE
               "   EMITIDA ".
           05  HEADING-CLOCK-DATE          PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  HEADING-CLOCK-TIME          PIC X(08).
           05  FILLER                      PIC X(37) VALUE SPACES.

       01  LOG-HEADING-LINE-3.
           05  FILLER                      PIC X(05) VALUE "PASO ".
           05  FILLER                      PIC X(09) VALUE "PROGRAMA ".
           05  FILLER                      PIC X(13) VALUE "ESTADO".
           05  FILLER                      PIC X(19) VALUE "INICIO".
           05  FILLER                      PIC X(18) VALUE "FIN".
           05  FILLER                      PIC X(10) VALUE
               " REGISTROS".
           05  FILLER                      PIC X(06) VALUE " VECES".
           05  FILLER                      PIC X(10) VALUE "  AUTORIZO".

       01  LOG-DETAIL-LINE.
           05  DETAIL-STEP-CODE            PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DETAIL-PROGRAM              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DETAIL-STATUS-TEXT          PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DETAIL-START-DATE           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DETAIL-START-TIME           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-END-DATE             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DETAIL-END-TIME             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DETAIL-RECORD-COUNT         PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-ATTEMPT-COUNT        PIC Z9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-AUTHORIZED-BY        PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  LOG-TALLY-LINE.
           05  FILLER                      PIC X(11) VALUE
               "COMPLETOS: ".
           05  TALLY-DONE-COUNT            PIC Z9.
           05  FILLER                      PIC X(13) VALUE
               "  FALLIDOS: ".
           05  TALLY-FAILED-COUNT          PIC Z9.
           05  FILLER                      PIC X(13) VALUE
               "  EN CURSO: ".
           05  TALLY-RUNNING-COUNT         PIC Z9.
           05  FILLER                      PIC X(15) VALUE
               "  PENDIENTES: ".
           05  TALLY-PENDING-COUNT         PIC Z9.
           05  FILLER                      PIC X(30) VALUE SPACES.

       01  LOG-WINDOW-LINE.
           05  FILLER                      PIC X(15) VALUE
               "VENTANA: DESDE ".
           05  WINDOW-START-DATE           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WINDOW-START-TIME           PIC X(08).
           05  FILLER                      PIC X(07) VALUE "  HASTA".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WINDOW-END-DATE             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WINDOW-END-TIME             PIC X(08).
           05  FILLER                      PIC X(33) VALUE SPACES.

       01  LOG-RESULT-LINE.
           05  RESULT-LINE-TEXT            PIC X(90).

       01  LOG-LEGEND-LINE.
           05  FILLER                      PIC X(40) VALUE
               "EN CURSO = EN EJECUCION O INTERRUMPIDO; ".
           05  FILLER                      PIC X(50) VALUE
               "EL PASO SE REANUDA CORRIENDO DE NUEVO SU PROGRAMA.".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DINOBANK - CONTROL DE LA CADENA NOCTURNA".
           PERFORM MENU-PROCEDURE THRU MENU-PROCEDURE-EXIT
               UNTIL EXIT-REQUESTED.
           STOP RUN.

       MENU-PROCEDURE.
           PERFORM READ-RUN-CONTROL-PROCEDURE.
           DISPLAY " ".
           IF RUN-RECORD-EXISTS
               DISPLAY "Fecha de negocio abierta: " RUN-BUSINESS-DATE
           ELSE
               DISPLAY "No hay fecha de negocio abierta."
           END-IF.
           DISPLAY "1. Estado de la noche y bitacora de la ventana".
           DISPLAY "2. Cerrar la noche y avanzar la fecha de negocio".
           DISPLAY "3. Dar por hecho o reabrir un paso".
           DISPLAY "4. Abrir la fecha de negocio".
           DISPLAY "5. Salir".
           ACCEPT OPTION-SELECTED.

           EVALUATE OPTION-SELECTED
               WHEN 1
                   PERFORM SHOW-NIGHT-PROCEDURE
                       THRU SHOW-NIGHT-EXIT
               WHEN 2
                   PERFORM CLOSE-NIGHT-PROCEDURE
                       THRU CLOSE-NIGHT-EXIT
               WHEN 3
                   PERFORM CHANGE-STEP-PROCEDURE
                       THRU CHANGE-STEP-EXIT
               WHEN 4
                   PERFORM OPEN-DATE-PROCEDURE
                       THRU OPEN-DATE-EXIT
               WHEN 5
                   DISPLAY "Fin del control de la cadena."
                   MOVE "Y" TO EXIT-REQUESTED-SWITCH
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.
       MENU-PROCEDURE-EXIT.
           EXIT.

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

       REWRITE-RUN-CONTROL-PROCEDURE.
           MOVE 1 TO RUN-CONTROL-RELATIVE-KEY.
           OPEN I-O RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-OK
               DISPLAY "Error al abrir el control de corridas. Codigo: "
                   RUN-CONTROL-STATUS
               GO TO REWRITE-RUN-CONTROL-EXIT
           END-IF.
           REWRITE RUN-CONTROL-IO-AREA FROM RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "Error al actualizar el control de"
                       " corridas. Codigo: " RUN-CONTROL-STATUS
           END-REWRITE.
           CLOSE RUN-CONTROL-FILE.
       REWRITE-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * OPTION 1 - SHOW THE NIGHT FOR THE OPEN BUSINESS DATE AND WRITE
      * IT TO THE BATCH-WINDOW LOG. THE LOG IS REWRITTEN EACH TIME, SO
      * CTLLOG.AAAAMMDD ALWAYS HOLDS THE LATEST PICTURE OF THE NIGHT;
      * THE LAST ONE IS WRITTEN WHEN THE NIGHT IS CLOSED.
      *----------------------------------------------------------------
       SHOW-NIGHT-PROCEDURE.
           IF NOT RUN-RECORD-EXISTS
               DISPLAY "No hay fecha de negocio abierta en RUNCTL."
                   " Use la opcion 4."
               GO TO SHOW-NIGHT-EXIT
           END-IF.
           PERFORM WRITE-WINDOW-LOG-PROCEDURE
               THRU WRITE-WINDOW-LOG-EXIT.
       SHOW-NIGHT-EXIT.
           EXIT.

       WRITE-WINDOW-LOG-PROCEDURE.
           PERFORM TALLY-STEPS-PROCEDURE.
           STRING "CTLLOG." DELIMITED BY SIZE
                  RUN-BUSINESS-DATE DELIMITED BY SIZE
               INTO WINDOW-LOG-NAME.
           OPEN OUTPUT WINDOW-LOG-FILE.
           IF NOT WINDOW-LOG-OK
               DISPLAY "Error al abrir la bitacora " WINDOW-LOG-NAME
                   " Codigo: " WINDOW-LOG-STATUS
               GO TO WRITE-WINDOW-LOG-EXIT
           END-IF.
           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT CLOCK-TIME FROM TIME.
           MOVE RUN-BUSINESS-DATE TO HEADING-BUSINESS-DATE.
           MOVE CLOCK-DATE TO HEADING-CLOCK-DATE.
           MOVE CLOCK-HHMMSS TO TIME-WORK-NUMERIC.
           PERFORM FORMAT-TIME-PROCEDURE.
           MOVE TIME-TEXT TO HEADING-CLOCK-TIME.
           MOVE LOG-HEADING-LINE-1 TO WINDOW-LOG-LINE.
           PERFORM WRITE-LOG-LINE-PROCEDURE.
           MOVE LOG-HEADING-LINE-2 TO WINDOW-LOG-LINE.
           PERFORM WRITE-LOG-LINE-PROCEDURE.
           MOVE SPACES TO WINDOW-LOG-LINE.
           PERFORM WRITE-LOG-LINE-PROCEDURE.
           MOVE LOG-HEADING-LINE-3 TO WINDOW-LOG-LINE.
           PERFORM WRITE-LOG-LINE-PROCEDURE.
           PERFORM WRITE-STEP-LINE-PROCEDURE
               VARYING STEP-SUBSCRIPT FROM 1 BY 1
               UNTIL STEP-SUBSCRIPT > STREAM-STEP-COUNT.
           MOVE SPACES TO WINDOW-LOG-LINE.
           PERFORM WRITE-LOG-LINE-PROCEDURE.
           MOVE STEPS-DONE-COUNT TO TALLY-DONE-COUNT.
           MOVE STEPS-FAILED-COUNT TO TALLY-FAILED-COUNT.
           MOVE STEPS-RUNNING-COUNT TO TALLY-RUNNING-COUNT.
           MOVE STEPS-PENDING-COUNT TO TALLY-PENDING-COUNT.
           MOVE LOG-TALLY-LINE TO WINDOW-LOG-LINE.
           PERFORM WRITE-LOG-LINE-PROCEDURE.
           PERFORM WRITE-WINDOW-LINE-PROCEDURE.
           PERFORM WRITE-NEXT-STEP-LINE-PROCEDURE.
           IF STEPS-RUNNING-COUNT > ZERO
               MOVE LOG-LEGEND-LINE TO WINDOW-LOG-LINE
               PERFORM WRITE-LOG-LINE-PROCEDURE
           END-IF.
           CLOSE WINDOW-LOG-FILE.
           DISPLAY "Bitacora grabada en " WINDOW-LOG-NAME ".".
       WRITE-WINDOW-LOG-EXIT.
           EXIT.

       WRITE-STEP-LINE-PROCEDURE.
           MOVE STREAM-STEP-CODE (STEP-SUBSCRIPT) TO DETAIL-STEP-CODE.
           MOVE STREAM-STEP-PROGRAM (STEP-SUBSCRIPT) TO DETAIL-PROGRAM.
           PERFORM SET-STATUS-TEXT-PROCEDURE.
           MOVE STATUS-TEXT TO DETAIL-STATUS-TEXT.
           MOVE SPACES TO DETAIL-START-DATE DETAIL-START-TIME
                          DETAIL-END-DATE DETAIL-END-TIME.
           IF RUN-STEP-START-DATE (STEP-SUBSCRIPT) NUMERIC
            AND RUN-STEP-START-DATE (STEP-SUBSCRIPT) > ZERO
               MOVE RUN-STEP-START-DATE (STEP-SUBSCRIPT)
                   TO DETAIL-START-DATE
               MOVE RUN-STEP-START-TIME (STEP-SUBSCRIPT)
                   TO TIME-WORK-NUMERIC
               PERFORM FORMAT-TIME-PROCEDURE
               MOVE TIME-TEXT TO DETAIL-START-TIME
           END-IF.
           IF RUN-STEP-END-DATE (STEP-SUBSCRIPT) NUMERIC
            AND RUN-STEP-END-DATE (STEP-SUBSCRIPT) > ZERO
               MOVE RUN-STEP-END-DATE (STEP-SUBSCRIPT)
                   TO DETAIL-END-DATE
               MOVE RUN-STEP-END-TIME (STEP-SUBSCRIPT)
                   TO TIME-WORK-NUMERIC
               PERFORM FORMAT-TIME-PROCEDURE
               MOVE TIME-TEXT TO DETAIL-END-TIME
           END-IF.
           MOVE ZERO TO DETAIL-RECORD-COUNT DETAIL-ATTEMPT-COUNT.
           IF RUN-STEP-RECORD-COUNT (STEP-SUBSCRIPT) NUMERIC
               MOVE RUN-STEP-RECORD-COUNT (STEP-SUBSCRIPT)
                   TO DETAIL-RECORD-COUNT
           END-IF.
           IF RUN-STEP-ATTEMPT-COUNT (STEP-SUBSCRIPT) NUMERIC
               MOVE RUN-STEP-ATTEMPT-COUNT (STEP-SUBSCRIPT)
                   TO DETAIL-ATTEMPT-COUNT
           END-IF.
           MOVE RUN-STEP-AUTHORIZED-BY (STEP-SUBSCRIPT)
               TO DETAIL-AUTHORIZED-BY.
           MOVE LOG-DETAIL-LINE TO WINDOW-LOG-LINE.
           PERFORM WRITE-LOG-LINE-PROCEDURE.

       WRITE-WINDOW-LINE-PROCEDURE.
           IF WINDOW-FIRST-START = ZERO
               MOVE "VENTANA: NINGUN PASO HA INICIADO."
                   TO RESULT-LINE-TEXT
               MOVE LOG-RESULT-LINE TO WINDOW-LOG-LINE
               PERFORM WRITE-LOG-LINE-PROCEDURE
           ELSE
               MOVE WINDOW-FIRST-START TO STAMP-SPLIT-NUMERIC
               MOVE STAMP-SPLIT-DATE TO WINDOW-START-DATE
               MOVE STAMP-SPLIT-TIME TO TIME-WORK-NUMERIC
               PERFORM FORMAT-TIME-PROCEDURE
               MOVE TIME-TEXT TO WINDOW-START-TIME
               MOVE SPACES TO WINDOW-END-DATE WINDOW-END-TIME
               IF WINDOW-LAST-END > ZERO
                   MOVE WINDOW-LAST-END TO STAMP-SPLIT-NUMERIC
                   MOVE STAMP-SPLIT-DATE TO WINDOW-END-DATE
                   MOVE STAMP-SPLIT-TIME TO TIME-WORK-NUMERIC
                   PERFORM FORMAT-TIME-PROCEDURE
                   MOVE TIME-TEXT TO WINDOW-END-TIME
               END-IF
               MOVE LOG-WINDOW-LINE TO WINDOW-LOG-LINE
               PERFORM WRITE-LOG-LINE-PROCEDURE
           END-IF.

       WRITE-NEXT-STEP-LINE-PROCEDURE.
           MOVE SPACES TO RESULT-LINE-TEXT.
           IF NIGHT-CLOSING
               STRING "NOCHE CERRADA. NUEVA FECHA DE NEGOCIO: "
                          DELIMITED BY SIZE
                      NEW-BUSINESS-DATE DELIMITED BY SIZE
                   INTO RESULT-LINE-TEXT
           ELSE
               IF NEXT-STEP-SUBSCRIPT = ZERO
                   MOVE "NOCHE COMPLETA - SE CIERRA CON LA OPCION 2."
                       TO RESULT-LINE-TEXT
               ELSE
                   MOVE NEXT-STEP-SUBSCRIPT TO STEP-SUBSCRIPT
                   PERFORM SET-STATUS-TEXT-PROCEDURE
                   STRING "SIGUIENTE PASO: " DELIMITED BY SIZE
                          STREAM-STEP-CODE (NEXT-STEP-SUBSCRIPT)
                              DELIMITED BY SPACE
                          " (" DELIMITED BY SIZE
                          STREAM-STEP-PROGRAM (NEXT-STEP-SUBSCRIPT)
                              DELIMITED BY SPACE
                          ") - " DELIMITED BY SIZE
                          STATUS-TEXT DELIMITED BY SIZE
                       INTO RESULT-LINE-TEXT
               END-IF
           END-IF.
           MOVE LOG-RESULT-LINE TO WINDOW-LOG-LINE.
           PERFORM WRITE-LOG-LINE-PROCEDURE.

       WRITE-LOG-LINE-PROCEDURE.
           WRITE WINDOW-LOG-LINE.
           DISPLAY WINDOW-LOG-LINE.

       FORMAT-TIME-PROCEDURE.
           MOVE SPACES TO TIME-TEXT.
           STRING TIME-WORK-HH ":" TIME-WORK-MM ":" TIME-WORK-SS
                  DELIMITED BY SIZE
               INTO TIME-TEXT.

       SET-STATUS-TEXT-PROCEDURE.
           EVALUATE TRUE
               WHEN RUN-STEP-COMPLETE (STEP-SUBSCRIPT)
                   MOVE "COMPLETO" TO STATUS-TEXT
               WHEN RUN-STEP-PASSED (STEP-SUBSCRIPT)
                   MOVE "OMITIDO SUP." TO STATUS-TEXT
               WHEN RUN-STEP-FAILED (STEP-SUBSCRIPT)
                   MOVE "FALLIDO" TO STATUS-TEXT
               WHEN RUN-STEP-RUNNING (STEP-SUBSCRIPT)
                   MOVE "EN CURSO" TO STATUS-TEXT
               WHEN OTHER
                   MOVE "NO INICIADO" TO STATUS-TEXT
           END-EVALUATE.

      *----------------------------------------------------------------
      * COUNT THE STEPS BY STATUS, FIND THE BATCH WINDOW (FIRST START
      * TO LAST END) AND THE NEXT STEP TO RUN: THE FIRST ONE IN STREAM
      * ORDER THAT IS NOT DONE, WHICH AFTER A FAILURE IS THE FAILED
      * STEP ITSELF.
      *----------------------------------------------------------------
       TALLY-STEPS-PROCEDURE.
           MOVE ZERO TO STEPS-DONE-COUNT STEPS-FAILED-COUNT
                        STEPS-RUNNING-COUNT STEPS-PENDING-COUNT
                        WINDOW-FIRST-START WINDOW-LAST-END
                        NEXT-STEP-SUBSCRIPT.
           PERFORM TALLY-ONE-STEP-PROCEDURE
               VARYING STEP-SUBSCRIPT FROM 1 BY 1
               UNTIL STEP-SUBSCRIPT > STREAM-STEP-COUNT.

       TALLY-ONE-STEP-PROCEDURE.
           EVALUATE TRUE
               WHEN RUN-STEP-DONE (STEP-SUBSCRIPT)
                   ADD 1 TO STEPS-DONE-COUNT
               WHEN RUN-STEP-FAILED (STEP-SUBSCRIPT)
                   ADD 1 TO STEPS-FAILED-COUNT
               WHEN RUN-STEP-RUNNING (STEP-SUBSCRIPT)
                   ADD 1 TO STEPS-RUNNING-COUNT
               WHEN OTHER
                   ADD 1 TO STEPS-PENDING-COUNT
           END-EVALUATE.
           IF NOT RUN-STEP-DONE (STEP-SUBSCRIPT)
            AND NEXT-STEP-SUBSCRIPT = ZERO
               MOVE STEP-SUBSCRIPT TO NEXT-STEP-SUBSCRIPT
           END-IF.
           IF RUN-STEP-START-DATE (STEP-SUBSCRIPT) NUMERIC
            AND RUN-STEP-START-DATE (STEP-SUBSCRIPT) > ZERO
               MOVE RUN-STEP-START-DATE (STEP-SUBSCRIPT)
                   TO STAMP-SPLIT-DATE
               MOVE RUN-STEP-START-TIME (STEP-SUBSCRIPT)
                   TO STAMP-SPLIT-TIME
               MOVE STAMP-SPLIT-NUMERIC TO STAMP-WORK
               IF WINDOW-FIRST-START = ZERO
                OR STAMP-WORK < WINDOW-FIRST-START
                   MOVE STAMP-WORK TO WINDOW-FIRST-START
               END-IF
           END-IF.
           IF RUN-STEP-END-DATE (STEP-SUBSCRIPT) NUMERIC
            AND RUN-STEP-END-DATE (STEP-SUBSCRIPT) > ZERO
               MOVE RUN-STEP-END-DATE (STEP-SUBSCRIPT)
                   TO STAMP-SPLIT-DATE
               MOVE RUN-STEP-END-TIME (STEP-SUBSCRIPT)
                   TO STAMP-SPLIT-TIME
               MOVE STAMP-SPLIT-NUMERIC TO STAMP-WORK
               IF STAMP-WORK > WINDOW-LAST-END
                   MOVE STAMP-WORK TO WINDOW-LAST-END
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * OPTION 2 - CLOSE THE NIGHT. REFUSED WHILE ANY STEP IS NOT DONE
      * (COMPLETE, OR PASSED BY A SUPERVISOR THROUGH OPTION 3). THE
      * FINAL WINDOW LOG IS WRITTEN FOR THE CLOSING DATE, THEN EVERY
      * STEP IS RESET AND THE NEW BUSINESS DATE IS OPENED. THE NEW
      * DATE DEFAULTS TO THE NEXT CALENDAR DAY AND MUST BE LATER THAN
      * THE ONE BEING CLOSED.
      *----------------------------------------------------------------
       CLOSE-NIGHT-PROCEDURE.
           IF NOT RUN-RECORD-EXISTS
               DISPLAY "No hay fecha de negocio abierta en RUNCTL."
                   " Use la opcion 4."
               GO TO CLOSE-NIGHT-EXIT
           END-IF.
           PERFORM TALLY-STEPS-PROCEDURE.
           IF STEPS-DONE-COUNT < STREAM-STEP-COUNT
               MOVE NEXT-STEP-SUBSCRIPT TO STEP-SUBSCRIPT
               PERFORM SET-STATUS-TEXT-PROCEDURE
               DISPLAY "La noche del " RUN-BUSINESS-DATE
                   " no esta completa. No se cierra."
               DISPLAY "Siguiente paso: "
                   STREAM-STEP-CODE (NEXT-STEP-SUBSCRIPT) " ("
                   STREAM-STEP-PROGRAM (NEXT-STEP-SUBSCRIPT) ") - "
                   STATUS-TEXT
               GO TO CLOSE-NIGHT-EXIT
           END-IF.
           DISPLAY "Nueva fecha de negocio (AAAAMMDD, cero = dia"
               " siguiente): "
           ACCEPT NEW-BUSINESS-DATE.
           IF NEW-BUSINESS-DATE = ZERO
               MOVE RUN-BUSINESS-DATE TO DATE-WORK-NUMERIC
               PERFORM ADVANCE-ONE-DAY-PROCEDURE
               MOVE DATE-WORK-NUMERIC TO NEW-BUSINESS-DATE
           END-IF.
           PERFORM VALIDATE-NEW-DATE-PROCEDURE.
           IF NOT DATE-IS-VALID
               DISPLAY "Fecha invalida: " NEW-BUSINESS-DATE
               GO TO CLOSE-NIGHT-EXIT
           END-IF.
           IF NEW-BUSINESS-DATE NOT > RUN-BUSINESS-DATE
               DISPLAY "La nueva fecha debe ser posterior a "
                   RUN-BUSINESS-DATE "."
               GO TO CLOSE-NIGHT-EXIT
           END-IF.
           DISPLAY "Se cierra la noche del " RUN-BUSINESS-DATE
               " y se abre el " NEW-BUSINESS-DATE ". Confirma (S/N): "
           ACCEPT CONFIRM-REPLY.
           IF CONFIRM-REPLY NOT = "S"
               DISPLAY "Cierre cancelado."
               GO TO CLOSE-NIGHT-EXIT
           END-IF.
           MOVE "Y" TO NIGHT-CLOSING-SWITCH.
           PERFORM WRITE-WINDOW-LOG-PROCEDURE
               THRU WRITE-WINDOW-LOG-EXIT.
           MOVE "N" TO NIGHT-CLOSING-SWITCH.
           MOVE RUN-BUSINESS-DATE TO CLOSED-BUSINESS-DATE.
           PERFORM RESET-STEP-PROCEDURE
               VARYING STEP-SUBSCRIPT FROM 1 BY 1
               UNTIL STEP-SUBSCRIPT > 20.
           MOVE NEW-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           PERFORM REWRITE-RUN-CONTROL-PROCEDURE
               THRU REWRITE-RUN-CONTROL-EXIT.
           DISPLAY "Noche del " CLOSED-BUSINESS-DATE
               " cerrada. Fecha de negocio abierta: "
               RUN-BUSINESS-DATE.
       CLOSE-NIGHT-EXIT.
           EXIT.

       RESET-STEP-PROCEDURE.
           MOVE SPACE TO RUN-STEP-STATUS (STEP-SUBSCRIPT).
           MOVE ZERO TO RUN-STEP-START-DATE (STEP-SUBSCRIPT)
                        RUN-STEP-START-TIME (STEP-SUBSCRIPT)
                        RUN-STEP-END-DATE (STEP-SUBSCRIPT)
                        RUN-STEP-END-TIME (STEP-SUBSCRIPT)
                        RUN-STEP-RECORD-COUNT (STEP-SUBSCRIPT)
                        RUN-STEP-ATTEMPT-COUNT (STEP-SUBSCRIPT).
           MOVE SPACES TO RUN-STEP-AUTHORIZED-BY (STEP-SUBSCRIPT).

       ADVANCE-ONE-DAY-PROCEDURE.
           PERFORM GET-MONTH-LENGTH-PROCEDURE.
           ADD 1 TO DATE-WORK-DAY.
           IF DATE-WORK-DAY > MONTH-LENGTH-WORK
               MOVE 1 TO DATE-WORK-DAY
               ADD 1 TO DATE-WORK-MONTH
               IF DATE-WORK-MONTH > 12
                   MOVE 1 TO DATE-WORK-MONTH
                   ADD 1 TO DATE-WORK-YEAR
               END-IF
           END-IF.

       VALIDATE-NEW-DATE-PROCEDURE.
           MOVE "N" TO DATE-VALID-SWITCH.
           MOVE NEW-BUSINESS-DATE TO DATE-WORK-NUMERIC.
           IF DATE-WORK-YEAR > 1900
            AND DATE-WORK-MONTH > ZERO AND DATE-WORK-MONTH < 13
            AND DATE-WORK-DAY > ZERO
               PERFORM GET-MONTH-LENGTH-PROCEDURE
               IF DATE-WORK-DAY NOT > MONTH-LENGTH-WORK
                   MOVE "Y" TO DATE-VALID-SWITCH
               END-IF
           END-IF.

       GET-MONTH-LENGTH-PROCEDURE.
           MOVE MONTH-DAYS (DATE-WORK-MONTH) TO MONTH-LENGTH-WORK.
           IF DATE-WORK-MONTH = 2
               DIVIDE DATE-WORK-YEAR BY 4 GIVING LEAP-QUOTIENT-WORK
                   REMAINDER LEAP-REMAINDER-WORK
               IF LEAP-REMAINDER-WORK = ZERO
                   DIVIDE DATE-WORK-YEAR BY 100
                       GIVING LEAP-QUOTIENT-WORK
                       REMAINDER LEAP-REMAINDER-WORK
                   IF LEAP-REMAINDER-WORK NOT = ZERO
                       MOVE 29 TO MONTH-LENGTH-WORK
                   ELSE
                       DIVIDE DATE-WORK-YEAR BY 400
                           GIVING LEAP-QUOTIENT-WORK
                           REMAINDER LEAP-REMAINDER-WORK
                       IF LEAP-REMAINDER-WORK = ZERO
                           MOVE 29 TO MONTH-LENGTH-WORK
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * OPTION 3 - A SUPERVISOR PASSES A STEP THAT IS NOT TO RUN TONIGHT
      * (NO INBOUND FILE, A FAILED PROOF THAT HAS BEEN INVESTIGATED) SO
      * THE STEPS AFTER IT CAN START, OR REOPENS A STEP SO ITS PROGRAM
      * CAN BE RUN AGAIN. THE SUPERVISOR IS KEPT ON THE STEP AND SHOWS
      * IN THE WINDOW LOG. REOPENING A STEP DOES NOT REOPEN THE STEPS
      * THAT DEPEND ON IT.
      *----------------------------------------------------------------
       CHANGE-STEP-PROCEDURE.
           IF NOT RUN-RECORD-EXISTS
               DISPLAY "No hay fecha de negocio abierta en RUNCTL."
                   " Use la opcion 4."
               GO TO CHANGE-STEP-EXIT
           END-IF.
           DISPLAY "Codigo del paso (blanco = cancelar): "
           ACCEPT REQUESTED-STEP-CODE.
           IF REQUESTED-STEP-CODE = SPACES
               GO TO CHANGE-STEP-EXIT
           END-IF.
           MOVE ZERO TO SELECTED-STEP-SUBSCRIPT.
           PERFORM FIND-STEP-CODE-PROCEDURE
               VARYING STEP-SUBSCRIPT FROM 1 BY 1
               UNTIL STEP-SUBSCRIPT > STREAM-STEP-COUNT.
           IF SELECTED-STEP-SUBSCRIPT = ZERO
               DISPLAY "Paso desconocido: " REQUESTED-STEP-CODE
               GO TO CHANGE-STEP-EXIT
           END-IF.
           MOVE SELECTED-STEP-SUBSCRIPT TO STEP-SUBSCRIPT.
           PERFORM SET-STATUS-TEXT-PROCEDURE.
           DISPLAY "Paso " STREAM-STEP-CODE (STEP-SUBSCRIPT) " ("
               STREAM-STEP-PROGRAM (STEP-SUBSCRIPT) "): " STATUS-TEXT.
           DISPLAY "O = dar por hecho sin correrlo, R = reabrir"
               " (blanco = cancelar): "
           ACCEPT REQUESTED-ACTION.
           IF NOT ACTION-PASS AND NOT ACTION-REOPEN
               DISPLAY "Sin cambios."
               GO TO CHANGE-STEP-EXIT
           END-IF.
           IF ACTION-PASS AND RUN-STEP-DONE (STEP-SUBSCRIPT)
               DISPLAY "El paso ya esta hecho."
               GO TO CHANGE-STEP-EXIT
           END-IF.
           IF ACTION-REOPEN AND RUN-STEP-NOT-STARTED (STEP-SUBSCRIPT)
               DISPLAY "El paso no se ha iniciado."
               GO TO CHANGE-STEP-EXIT
           END-IF.
           IF RUN-STEP-RUNNING (STEP-SUBSCRIPT)
               DISPLAY "Aviso: el paso figura en curso. Confirme que "
                   STREAM-STEP-PROGRAM (STEP-SUBSCRIPT)
                   " no esta en ejecucion."
           END-IF.
           PERFORM VERIFY-SUPERVISOR-PROCEDURE
               THRU VERIFY-SUPERVISOR-EXIT.
           IF NOT SUPERVISOR-VERIFIED
               DISPLAY "Sin cambios."
               GO TO CHANGE-STEP-EXIT
           END-IF.
           PERFORM READ-RUN-CONTROL-PROCEDURE.
           MOVE SELECTED-STEP-SUBSCRIPT TO STEP-SUBSCRIPT.
           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT CLOCK-TIME FROM TIME.
           IF ACTION-PASS
               MOVE "O" TO RUN-STEP-STATUS (STEP-SUBSCRIPT)
               MOVE CLOCK-DATE TO RUN-STEP-END-DATE (STEP-SUBSCRIPT)
               MOVE CLOCK-HHMMSS TO RUN-STEP-END-TIME (STEP-SUBSCRIPT)
           ELSE
               MOVE SPACE TO RUN-STEP-STATUS (STEP-SUBSCRIPT)
               MOVE ZERO TO RUN-STEP-START-DATE (STEP-SUBSCRIPT)
                            RUN-STEP-START-TIME (STEP-SUBSCRIPT)
                            RUN-STEP-END-DATE (STEP-SUBSCRIPT)
                            RUN-STEP-END-TIME (STEP-SUBSCRIPT)
                            RUN-STEP-RECORD-COUNT (STEP-SUBSCRIPT)
           END-IF.
           MOVE SUPERVISOR-ID
               TO RUN-STEP-AUTHORIZED-BY (STEP-SUBSCRIPT).
           PERFORM REWRITE-RUN-CONTROL-PROCEDURE
               THRU REWRITE-RUN-CONTROL-EXIT.
           IF ACTION-PASS
               DISPLAY "Paso " STREAM-STEP-CODE (STEP-SUBSCRIPT)
                   " dado por hecho por " SUPERVISOR-ID "."
           ELSE
               DISPLAY "Paso " STREAM-STEP-CODE (STEP-SUBSCRIPT)
                   " reabierto por " SUPERVISOR-ID
                   ". Los pasos posteriores no se reabren."
           END-IF.
       CHANGE-STEP-EXIT.
           EXIT.

       FIND-STEP-CODE-PROCEDURE.
           IF STREAM-STEP-CODE (STEP-SUBSCRIPT) = REQUESTED-STEP-CODE
               MOVE STEP-SUBSCRIPT TO SELECTED-STEP-SUBSCRIPT
           END-IF.

       VERIFY-SUPERVISOR-PROCEDURE.
           MOVE "N" TO SUPERVISOR-VERIFIED-SWITCH.
           DISPLAY "Supervisor que autoriza (blanco = cancelar): "
           ACCEPT SUPERVISOR-ID.
           IF SUPERVISOR-ID = SPACES
               GO TO VERIFY-SUPERVISOR-EXIT
           END-IF.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF NOT OPERATOR-MASTER-OK
               DISPLAY "No se pudo abrir el maestro de operadores."
                   " Codigo: " OPERATOR-MASTER-STATUS
               GO TO VERIFY-SUPERVISOR-EXIT
           END-IF.
           MOVE SUPERVISOR-ID TO OPER-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "Supervisor no registrado."
                   CLOSE OPERATOR-MASTER-FILE
                   GO TO VERIFY-SUPERVISOR-EXIT
           END-READ.
           IF NOT OPER-IS-ACTIVE OR NOT OPER-ROLE-SUPERVISOR
               DISPLAY "El autorizante no tiene el rol de supervisor"
                   " activo."
               CLOSE OPERATOR-MASTER-FILE
               GO TO VERIFY-SUPERVISOR-EXIT
           END-IF.
           DISPLAY "Clave del supervisor: "
           ACCEPT SUPERVISOR-PIN.
           IF SUPERVISOR-PIN NOT = OPER-PIN
               DISPLAY "Clave incorrecta."
               CLOSE OPERATOR-MASTER-FILE
               GO TO VERIFY-SUPERVISOR-EXIT
           END-IF.
           CLOSE OPERATOR-MASTER-FILE.
           MOVE "Y" TO SUPERVISOR-VERIFIED-SWITCH.
       VERIFY-SUPERVISOR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * OPTION 4 - OPEN THE BUSINESS DATE. RECREATES RUNCTL WITH EVERY
      * STEP NOT STARTED. USED ONCE TO START THE STREAM (AND TO REPLACE
      * A RUNCTL IN THE OLD 20-BYTE LAYOUT); ONCE A DATE IS OPEN IT
      * TAKES A SUPERVISOR, SINCE IT THROWS AWAY THE NIGHT'S STATUS
      * WITHOUT CLOSING IT. THE NIGHTLY ROLL IS OPTION 2.
      *----------------------------------------------------------------
       OPEN-DATE-PROCEDURE.
           IF RUN-RECORD-EXISTS
               DISPLAY "Ya esta abierta la fecha " RUN-BUSINESS-DATE
                   ". Abrir otra reinicia todos los pasos."
               PERFORM VERIFY-SUPERVISOR-PROCEDURE
                   THRU VERIFY-SUPERVISOR-EXIT
               IF NOT SUPERVISOR-VERIFIED
                   DISPLAY "Sin cambios."
                   GO TO OPEN-DATE-EXIT
               END-IF
           END-IF.
           DISPLAY "Fecha de negocio a abrir (AAAAMMDD, cero = hoy): "
           ACCEPT NEW-BUSINESS-DATE.
           IF NEW-BUSINESS-DATE = ZERO
               ACCEPT NEW-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM VALIDATE-NEW-DATE-PROCEDURE.
           IF NOT DATE-IS-VALID
               DISPLAY "Fecha invalida: " NEW-BUSINESS-DATE
               GO TO OPEN-DATE-EXIT
           END-IF.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           PERFORM RESET-STEP-PROCEDURE
               VARYING STEP-SUBSCRIPT FROM 1 BY 1
               UNTIL STEP-SUBSCRIPT > 20.
           MOVE NEW-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           MOVE 1 TO RUN-CONTROL-RELATIVE-KEY.
           OPEN OUTPUT RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-OK
               DISPLAY "Error al crear el control de corridas. Codigo: "
                   RUN-CONTROL-STATUS
               GO TO OPEN-DATE-EXIT
           END-IF.
           WRITE RUN-CONTROL-IO-AREA FROM RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "Error al grabar el control de corridas."
                       " Codigo: " RUN-CONTROL-STATUS
           END-WRITE.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "Fecha de negocio abierta: " RUN-BUSINESS-DATE.
       OPEN-DATE-EXIT.
           EXIT.
