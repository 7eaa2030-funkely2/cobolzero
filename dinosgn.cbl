       IDENTIFICATION DIVISION.
       PROGRAM-ID. DINOSGN.
       AUTHOR. J. ROSALES.
       INSTALLATION. DINOBANK DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 JR   ORIGINAL PROGRAM - ONE-TIME SIGNED-BALANCE
      *                 CONVERSION. ACCTREC GREW FROM 114 TO 150 BYTES
      *                 (OVERDRAFT RATE, OVERDRAWN DATE, ROOM FOR
      *                 GROWTH) AND ITS TWO BALANCES BECAME SIGNED.
      *                 UNDER THE OLD UNSIGNED PICTURES A RETIRO INSIDE
      *                 THE OVERDRAFT LINE STORED THE ABSOLUTE VALUE OF
      *                 THE NEGATIVE RESULT, BOTH ON THE MASTER AND IN
      *                 LOG-RESULTING-BALANCE. DINOSGN READS THE OLD
      *                 MASTER WITH THE 114-BYTE LAYOUT, SORTS TRANLOG
      *                 BY ACCOUNT AND TIMESTAMP (NUMBERING EACH RECORD
      *                 SO ITS ORIGINAL POSITION CAN BE RESTORED) AND
      *                 REPLAYS EACH ACCOUNT'S BALANCE CHAIN THE WAY
      *                 DINORECN DOES, CARRYING THE SIGN. A LOGGED
      *                 BALANCE EQUAL TO THE NEGATIVE OF THE EXPECTED
      *                 ONE IS A WRAPPED VALUE AND IS WRITTEN BACK
      *                 NEGATIVE. WHEN THE CHAIN ENDS BELOW ZERO AND
      *                 THE MASTER HOLDS ITS ABSOLUTE VALUE, THE
      *                 MASTER BALANCE AND AVAILABLE BALANCE ARE
      *                 RESTORED NEGATIVE AND THE OVERDRAWN DATE IS SET
      *                 TO THE DATE THE CHAIN LAST CROSSED BELOW ZERO.
      *                 A NEGATIVE CHAIN THAT DOES NOT MATCH THE MASTER
      *                 IS LEFT ALONE AND LISTED FOR REVIEW. THE NEW
      *                 MASTER GOES TO ACCTNEW, THE CORRECTED LOG TO
      *                 TRANNEW IN ITS ORIGINAL ORDER, AND THE CONTROL
      *                 REPORT TO SGNRPT. RUN ONCE WITH EVERYTHING ELSE
      *                 DOWN, PROVE THE SGNRPT COUNTS AND HASHES, THEN
      *                 RENAME ACCTNEW TO ACCTMAST AND TRANNEW TO
      *                 TRANLOG AND TAKE A FRESH DINOSNAP. RECORDS
      *                 ALREADY MOVED TO A TRANARCH ARCHIVE ARE NOT
      *                 TOUCHED.
      * 10/15/2026 JR   DESEMBOLSO (LOAN DISBURSEMENT) REPLAYS AS A
      *                 CREDIT.
      * 10/15/2026 JR   DEP-CHEQUE (CHEQUE DEPOSITED AT THE WINDOW)
      *                 REPLAYS AS A CREDIT.
      * 10/15/2026 JR   TREXT-DEV (RETURNED INTERBANK TRANSFER) REPLAYS
      *                 AS A CREDIT.
      * 10/15/2026 JR   A WRAP IS NO LONGER FIXED ONLY WHEN IT IS THE
      *                 ACCOUNT'S LAST LOG RECORD. THE OLD PROGRAMS KEPT
      *                 POSTING FROM THE WRAPPED FIGURE, SO EACH WRAP
      *                 NOW ADDS TWICE ITS VALUE TO A CORRECTION OFFSET
      *                 THAT IS TAKEN OFF EVERY LATER LOGGED BALANCE OF
      *                 THE ACCOUNT, AND THE MASTER IS CORRECTED BY THE
      *                 SAME OFFSET WHEN IT HOLDS THE LAST LOGGED
      *                 FIGURE, EVEN IF THE ACCOUNT HAS SINCE COME BACK
      *                 ABOVE ZERO. SGNRPT NOW SHOWS THE TOTAL
      *                 ADJUSTMENT, AND THE EXPECTED HASH IS THE BALANCE
      *                 READ LESS THAT ADJUSTMENT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-ACCOUNT-NUMBER
               FILE STATUS IS OLD-MASTER-STATUS.

           SELECT NEW-MASTER-FILE ASSIGN TO "ACCTNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS NEW-MASTER-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-LOG-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT SORTED-TRANSACTION-FILE ASSIGN TO "SGNSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-TRANSACTION-STATUS.

           SELECT CORRECTED-WORK-FILE ASSIGN TO "SGNWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRECTED-WORK-STATUS.

           SELECT NEW-LOG-FILE ASSIGN TO "TRANNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SGNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-ACCOUNT-MASTER-RECORD.
           05  OLD-ACCOUNT-NUMBER         PIC X(10).
           05  OLD-ACCOUNT-NAME           PIC X(30).
           05  OLD-ACCOUNT-BALANCE        PIC 9(10)V99.
           05  OLD-ACCOUNT-MINIMUM-BAL    PIC 9(10)V99.
           05  OLD-ACCOUNT-OVERDRAFT-LIM  PIC 9(10)V99.
           05  OLD-ACCOUNT-INTEREST-RATE  PIC 9(02)V9(03).
           05  OLD-ACCOUNT-STATUS         PIC X(01).
           05  FILLER                     PIC X(04).
           05  OLD-ACCOUNT-CUSTOMER-ID    PIC X(08).
           05  OLD-ACCOUNT-AVAILABLE-BAL  PIC 9(10)V99.
           05  OLD-ACCOUNT-LAST-ACTIVITY  PIC 9(08).

       FD  NEW-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RAW-TRANSACTION-LOG-RECORD     PIC X(95).

       SD  SORT-WORK-FILE.
       01  SORT-SIGN-RECORD.
           05  SORT-SEQUENCE              PIC 9(08).
           05  SORT-LOG-IMAGE.
               10  SORT-ACCOUNT-NUMBER    PIC X(10).
               10  FILLER                 PIC X(38).
               10  SORT-TIMESTAMP         PIC X(14).
               10  FILLER                 PIC X(33).

       FD  SORTED-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-SIGN-RECORD.
           05  SORTED-SEQUENCE            PIC 9(08).
           05  SORTED-LOG-IMAGE           PIC X(95).

       FD  CORRECTED-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CORRECTED-SIGN-RECORD.
           05  CORRECTED-SEQUENCE         PIC 9(08).
           05  CORRECTED-LOG-IMAGE        PIC X(95).

       FD  NEW-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-LOG-RECORD                 PIC X(95).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  OLD-MASTER-STATUS              PIC X(02) VALUE SPACES.
           88  OLD-MASTER-OK                      VALUE "00".
       01  NEW-MASTER-STATUS              PIC X(02) VALUE SPACES.
           88  NEW-MASTER-OK                      VALUE "00".
       01  TRANSACTION-LOG-STATUS         PIC X(02) VALUE SPACES.
           88  TRANSACTION-LOG-OK                 VALUE "00".
       01  SORTED-TRANSACTION-STATUS      PIC X(02) VALUE SPACES.
           88  SORTED-TRANSACTION-OK              VALUE "00".
       01  CORRECTED-WORK-STATUS          PIC X(02) VALUE SPACES.
           88  CORRECTED-WORK-OK                  VALUE "00".
       01  NEW-LOG-STATUS                 PIC X(02) VALUE SPACES.
           88  NEW-LOG-OK                         VALUE "00".
       01  REPORT-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  REPORT-FILE-OK                     VALUE "00".

           COPY TRANREC.

       01  PROGRAM-SWITCHES.
           05  MASTER-EOF-SWITCH           PIC X(01) VALUE "N".
               88  MASTER-EOF                      VALUE "Y".
           05  DETAIL-EOF-SWITCH           PIC X(01) VALUE "N".
               88  DETAIL-EOF                      VALUE "Y".
           05  LOG-EOF-SWITCH              PIC X(01) VALUE "N".
               88  LOG-EOF                         VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X(01) VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  CHAIN-STARTED-SWITCH        PIC X(01) VALUE "N".
               88  CHAIN-STARTED                   VALUE "Y".
           05  CONVERT-FAILED-SWITCH       PIC X(01) VALUE "N".
               88  CONVERT-FAILED                  VALUE "Y".

       01  CHAIN-WORK-FIELDS.
           05  CHAIN-BALANCE               PIC S9(10)V99 VALUE ZERO.
           05  LOGGED-CHAIN-BALANCE        PIC S9(10)V99 VALUE ZERO.
           05  EXPECTED-BALANCE            PIC S9(11)V99 VALUE ZERO.
           05  CORRECTION-OFFSET           PIC S9(12)V99 VALUE ZERO.
           05  CHAIN-CROSSED-DATE          PIC 9(08) VALUE ZERO.

       01  CONTROL-COUNT-FIELDS.
           05  RECORDS-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
           05  RECORDS-WRITTEN-COUNT       PIC 9(08) COMP VALUE ZERO.
           05  SIGNS-RESTORED-COUNT        PIC 9(08) COMP VALUE ZERO.
           05  REVIEW-ACCOUNT-COUNT        PIC 9(08) COMP VALUE ZERO.
           05  LOG-READ-COUNT              PIC 9(08) COMP VALUE ZERO.
           05  LOG-WRITTEN-COUNT           PIC 9(08) COMP VALUE ZERO.
           05  LOG-CORRECTED-COUNT         PIC 9(08) COMP VALUE ZERO.
           05  LOG-SEQUENCE-NUMBER         PIC 9(08) VALUE ZERO.

       01  CONTROL-HASH-FIELDS.
           05  BALANCE-READ-HASH           PIC S9(14)V99 VALUE ZERO.
           05  BALANCE-WRITTEN-HASH        PIC S9(14)V99 VALUE ZERO.
           05  BALANCE-RESTORED-TOTAL      PIC S9(14)V99 VALUE ZERO.
           05  BALANCE-EXPECTED-HASH       PIC S9(14)V99 VALUE ZERO.

       01  CURRENT-RUN-DATE                PIC 9(08) VALUE ZERO.

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(100) VALUE
               "DINOBANK - CONVERSION A SALDOS CON SIGNO".

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(15) VALUE
               "FECHA DEL CORTE".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  HEADING-RUN-DATE            PIC 9(08).
           05  FILLER                      PIC X(75) VALUE SPACES.

       01  REPORT-COLUMN-HEADINGS.
           05  FILLER                      PIC X(12) VALUE "CUENTA".
           05  FILLER                      PIC X(19) VALUE
               "SALDO ANTERIOR".
           05  FILLER                      PIC X(19) VALUE
               "SALDO SEGUN BITAC.".
           05  FILLER                      PIC X(10) VALUE "SOBREGIRO".
           05  FILLER                      PIC X(40) VALUE "NOTA".

       01  REPORT-DETAIL-LINE.
           05  DETAIL-ACCOUNT-NUMBER       PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-OLD-BALANCE          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-CHAIN-BALANCE        PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-OVERDRAWN-DATE       PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-NOTE                 PIC X(30).
           05  FILLER                      PIC X(12) VALUE SPACES.

       01  REPORT-CONTROL-LINE.
           05  CONTROL-LINE-LABEL          PIC X(30).
           05  CONTROL-LINE-COUNT          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CONTROL-LINE-AMOUNT         PIC -Z(13)9.99.
           05  FILLER                      PIC X(40) VALUE SPACES.

       01  REPORT-RESULT-LINE.
           05  RESULT-LINE-TEXT            PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES-PROCEDURE.
           PERFORM SORT-BY-ACCOUNT-PROCEDURE.
           PERFORM REOPEN-SORTED-FILE-PROCEDURE.
           PERFORM WRITE-REPORT-HEADINGS-PROCEDURE.
           PERFORM READ-NEXT-DETAIL-PROCEDURE
               THRU READ-NEXT-DETAIL-EXIT.
           PERFORM READ-OLD-MASTER-PROCEDURE
               THRU READ-OLD-MASTER-EXIT.
           PERFORM CONVERT-ACCOUNT-PROCEDURE
               THRU CONVERT-ACCOUNT-EXIT
               UNTIL MASTER-EOF.
           PERFORM COPY-ORPHANED-DETAIL-PROCEDURE
               THRU COPY-ORPHANED-DETAIL-EXIT
               UNTIL DETAIL-EOF.
           CLOSE SORTED-TRANSACTION-FILE.
           CLOSE CORRECTED-WORK-FILE.
           PERFORM SORT-BY-SEQUENCE-PROCEDURE.
           PERFORM WRITE-CONTROL-REPORT-PROCEDURE.
           PERFORM CLOSE-FILES-PROCEDURE.
           DISPLAY "Conversion terminada. Cuentas: "
               RECORDS-WRITTEN-COUNT " Signos restaurados: "
               SIGNS-RESTORED-COUNT.
           IF CONVERT-FAILED
               DISPLAY "CON ERRORES - NO renombrar ACCTNEW ni TRANNEW."
           ELSE
               DISPLAY "Verifique SGNRPT y renombre ACCTNEW a"
                   " ACCTMAST y TRANNEW a TRANLOG."
           END-IF.
           STOP RUN.

       OPEN-FILES-PROCEDURE.
           OPEN INPUT OLD-MASTER-FILE.
           IF NOT OLD-MASTER-OK
               DISPLAY "Error al abrir el maestro actual. Codigo: "
                   OLD-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-MASTER-FILE.
           IF NOT NEW-MASTER-OK
               DISPLAY "Error al abrir el maestro nuevo. Codigo: "
                   NEW-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT CORRECTED-WORK-FILE.
           IF NOT CORRECTED-WORK-OK
               DISPLAY "Error al abrir el archivo de trabajo. Codigo: "
                   CORRECTED-WORK-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al abrir el reporte. Codigo: "
                   REPORT-FILE-STATUS
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * FIRST SORT: ACCOUNT + TIMESTAMP ORDER FOR THE CHAIN REPLAY.
      * EACH RECORD IS NUMBERED AS IT IS READ SO THE SECOND SORT CAN
      * PUT THE CORRECTED LOG BACK IN ITS ORIGINAL ORDER.
      *----------------------------------------------------------------
       SORT-BY-ACCOUNT-PROCEDURE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-ACCOUNT-NUMBER
                                SORT-TIMESTAMP
                                SORT-SEQUENCE
               INPUT PROCEDURE IS BUILD-SORT-INPUT-PROCEDURE
                   THRU BUILD-SORT-INPUT-EXIT
               GIVING SORTED-TRANSACTION-FILE.

       BUILD-SORT-INPUT-PROCEDURE.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "Error al abrir la bitacora. Codigo: "
                   TRANSACTION-LOG-STATUS
               MOVE "Y" TO CONVERT-FAILED-SWITCH
               GO TO BUILD-SORT-INPUT-EXIT
           END-IF.
           PERFORM READ-LOG-PROCEDURE THRU READ-LOG-EXIT.
           PERFORM RELEASE-LOG-RECORD-PROCEDURE
               THRU RELEASE-LOG-RECORD-EXIT
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
               MOVE "Y" TO CONVERT-FAILED-SWITCH
               MOVE "Y" TO LOG-EOF-SWITCH
           END-IF.
       READ-LOG-EXIT.
           EXIT.

       RELEASE-LOG-RECORD-PROCEDURE.
           ADD 1 TO LOG-READ-COUNT.
           ADD 1 TO LOG-SEQUENCE-NUMBER.
           MOVE LOG-SEQUENCE-NUMBER TO SORT-SEQUENCE.
           MOVE RAW-TRANSACTION-LOG-RECORD TO SORT-LOG-IMAGE.
           RELEASE SORT-SIGN-RECORD.
           PERFORM READ-LOG-PROCEDURE THRU READ-LOG-EXIT.
       RELEASE-LOG-RECORD-EXIT.
           EXIT.

       REOPEN-SORTED-FILE-PROCEDURE.
           OPEN INPUT SORTED-TRANSACTION-FILE.
           IF NOT SORTED-TRANSACTION-OK
               DISPLAY "Error al abrir la bitacora ordenada. Codigo: "
                   SORTED-TRANSACTION-STATUS
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADINGS-PROCEDURE.
           MOVE CURRENT-RUN-DATE TO HEADING-RUN-DATE.
           MOVE REPORT-HEADING-LINE-1 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE REPORT-HEADING-LINE-2 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE REPORT-COLUMN-HEADINGS TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

      *----------------------------------------------------------------
      * ONE OLD MASTER RECORD: REPLAY ITS LOG CHAIN, DECIDE THE SIGN,
      * WRITE THE 150-BYTE IMAGE.
      *----------------------------------------------------------------
       CONVERT-ACCOUNT-PROCEDURE.
           ADD 1 TO RECORDS-READ-COUNT.
           ADD OLD-ACCOUNT-BALANCE TO BALANCE-READ-HASH.
           PERFORM COPY-ORPHANED-DETAIL-PROCEDURE
               THRU COPY-ORPHANED-DETAIL-EXIT
               UNTIL DETAIL-EOF
                  OR LOG-ACCOUNT-NUMBER NOT < OLD-ACCOUNT-NUMBER.
           MOVE "N" TO CHAIN-STARTED-SWITCH.
           MOVE ZERO TO CHAIN-BALANCE.
           MOVE ZERO TO LOGGED-CHAIN-BALANCE.
           MOVE ZERO TO CORRECTION-OFFSET.
           MOVE ZERO TO CHAIN-CROSSED-DATE.
           PERFORM REPLAY-CHAIN-PROCEDURE
               THRU REPLAY-CHAIN-EXIT
               UNTIL DETAIL-EOF
                  OR LOG-ACCOUNT-NUMBER NOT = OLD-ACCOUNT-NUMBER.
           MOVE SPACES TO ACCOUNT-MASTER-RECORD.
           MOVE OLD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           MOVE OLD-ACCOUNT-NAME TO ACCOUNT-NAME.
           MOVE OLD-ACCOUNT-BALANCE TO ACCOUNT-BALANCE.
           MOVE OLD-ACCOUNT-MINIMUM-BAL TO ACCOUNT-MINIMUM-BALANCE.
           MOVE OLD-ACCOUNT-OVERDRAFT-LIM
               TO ACCOUNT-OVERDRAFT-LIMIT.
           MOVE OLD-ACCOUNT-INTEREST-RATE TO ACCOUNT-INTEREST-RATE.
           MOVE OLD-ACCOUNT-STATUS TO ACCOUNT-STATUS.
           MOVE OLD-ACCOUNT-CUSTOMER-ID TO ACCOUNT-CUSTOMER-ID.
           IF OLD-ACCOUNT-AVAILABLE-BAL NUMERIC
               MOVE OLD-ACCOUNT-AVAILABLE-BAL
                   TO ACCOUNT-AVAILABLE-BALANCE
           ELSE
               MOVE OLD-ACCOUNT-BALANCE TO ACCOUNT-AVAILABLE-BALANCE
           END-IF.
           IF OLD-ACCOUNT-LAST-ACTIVITY NUMERIC
               MOVE OLD-ACCOUNT-LAST-ACTIVITY
                   TO ACCOUNT-LAST-ACTIVITY-DATE
           ELSE
               MOVE ZERO TO ACCOUNT-LAST-ACTIVITY-DATE
           END-IF.
           MOVE ZERO TO ACCOUNT-OVERDRAFT-RATE.
           MOVE ZERO TO ACCOUNT-OVERDRAWN-DATE.
           IF CHAIN-STARTED AND CORRECTION-OFFSET NOT = ZERO
               IF OLD-ACCOUNT-BALANCE = LOGGED-CHAIN-BALANCE
                   PERFORM RESTORE-SIGN-PROCEDURE
               ELSE
                   ADD 1 TO REVIEW-ACCOUNT-COUNT
                   MOVE "REVISAR - BITACORA NO CUADRA"
                       TO DETAIL-NOTE
                   PERFORM WRITE-DETAIL-LINE-PROCEDURE
               END-IF
           END-IF.
           ADD ACCOUNT-BALANCE TO BALANCE-EXPECTED-HASH.
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error al grabar la cuenta "
                       OLD-ACCOUNT-NUMBER " Codigo: "
                       NEW-MASTER-STATUS
                   MOVE "Y" TO CONVERT-FAILED-SWITCH
                   GO TO CONVERT-ACCOUNT-NEXT
           END-WRITE.
           IF NOT NEW-MASTER-OK
               DISPLAY "Error al grabar la cuenta "
                   OLD-ACCOUNT-NUMBER " Codigo: " NEW-MASTER-STATUS
               MOVE "Y" TO CONVERT-FAILED-SWITCH
               GO TO CONVERT-ACCOUNT-NEXT
           END-IF.
           ADD 1 TO RECORDS-WRITTEN-COUNT.
           ADD ACCOUNT-BALANCE TO BALANCE-WRITTEN-HASH.
       CONVERT-ACCOUNT-NEXT.
           PERFORM READ-OLD-MASTER-PROCEDURE
               THRU READ-OLD-MASTER-EXIT.
       CONVERT-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * THE MASTER HOLDS THE SAME WRAPPED FIGURE AS THE LAST LOGGED
      * BALANCE, SO IT IS OUT BY THE SAME OFFSET: THE BALANCE BECOMES
      * THE CORRECTED CHAIN AND THE OFFSET COMES OFF THE AVAILABLE
      * BALANCE TOO. AN ACCOUNT THAT HAS SINCE COME BACK ABOVE ZERO IS
      * CORRECTED THE SAME WAY AND KEEPS NO OVERDRAWN DATE.
      *----------------------------------------------------------------
       RESTORE-SIGN-PROCEDURE.
           MOVE CHAIN-BALANCE TO ACCOUNT-BALANCE.
           COMPUTE ACCOUNT-AVAILABLE-BALANCE =
               ACCOUNT-AVAILABLE-BALANCE - CORRECTION-OFFSET.
           IF ACCOUNT-AVAILABLE-BALANCE > ACCOUNT-BALANCE
               MOVE ACCOUNT-BALANCE TO ACCOUNT-AVAILABLE-BALANCE
           END-IF.
           MOVE CHAIN-CROSSED-DATE TO ACCOUNT-OVERDRAWN-DATE.
           ADD 1 TO SIGNS-RESTORED-COUNT.
           ADD CORRECTION-OFFSET TO BALANCE-RESTORED-TOTAL.
           IF CHAIN-BALANCE < ZERO
               MOVE "SIGNO RESTAURADO" TO DETAIL-NOTE
           ELSE
               MOVE "CORREGIDO - SOBREGIRO ANTERIOR" TO DETAIL-NOTE
           END-IF.
           PERFORM WRITE-DETAIL-LINE-PROCEDURE.

      *----------------------------------------------------------------
      * CHAIN REPLAY, AS DINORECN: CREDITS ADD, EVERYTHING ELSE
      * SUBTRACTS. THE FIRST RECORD SEEDS THE CHAIN. THE EXPECTED
      * BALANCE IS WORKED FROM THE PREVIOUS LOGGED BALANCE, AS THE OLD
      * PROGRAMS DID; A LOGGED BALANCE EQUAL TO MINUS THE EXPECTED
      * (NEGATIVE) ONE IS A WRAPPED VALUE. THE OLD PROGRAMS WENT ON
      * POSTING FROM THE WRAPPED FIGURE, SO FROM THERE ON EVERY LOGGED
      * BALANCE IS TWICE THE WRAP TOO HIGH: THE WRAP IS ADDED TO A
      * CORRECTION OFFSET THAT COMES OFF THAT RECORD AND EVERY LATER
      * ONE OF THE ACCOUNT. ANY OTHER MISMATCH RESEEDS FROM THE RECORD
      * AS DINORECN DOES, KEEPING THE OFFSET.
      *----------------------------------------------------------------
       REPLAY-CHAIN-PROCEDURE.
           IF NOT CHAIN-STARTED
               MOVE "Y" TO CHAIN-STARTED-SWITCH
               MOVE LOG-RESULTING-BALANCE TO LOGGED-CHAIN-BALANCE
               MOVE LOG-RESULTING-BALANCE TO CHAIN-BALANCE
               GO TO REPLAY-CHAIN-WRITE
           END-IF.
           EVALUATE TRUE
               WHEN LOG-TYPE-DEPOSIT
               WHEN LOG-TYPE-TRANSFER-CREDIT
               WHEN LOG-TYPE-EXTERNAL-CREDIT
               WHEN LOG-TYPE-EXTERNAL-RETURN
               WHEN LOG-TYPE-LOAN-DISBURSEMENT
               WHEN LOG-TYPE-CHEQUE-DEPOSIT
               WHEN LOG-TYPE-INTEREST
               WHEN LOG-TYPE-CORRECTION-CREDIT
                   COMPUTE EXPECTED-BALANCE =
                       LOGGED-CHAIN-BALANCE + LOG-TRANSACTION-AMOUNT
               WHEN OTHER
                   COMPUTE EXPECTED-BALANCE =
                       LOGGED-CHAIN-BALANCE - LOG-TRANSACTION-AMOUNT
           END-EVALUATE.
           IF EXPECTED-BALANCE < ZERO
               AND LOG-RESULTING-BALANCE = (ZERO - EXPECTED-BALANCE)
               COMPUTE CORRECTION-OFFSET =
                   CORRECTION-OFFSET - (2 * EXPECTED-BALANCE)
           END-IF.
           MOVE LOG-RESULTING-BALANCE TO LOGGED-CHAIN-BALANCE.
           IF CORRECTION-OFFSET NOT = ZERO
               COMPUTE LOG-RESULTING-BALANCE =
                   LOGGED-CHAIN-BALANCE - CORRECTION-OFFSET
               ADD 1 TO LOG-CORRECTED-COUNT
           END-IF.
           IF CHAIN-BALANCE NOT < ZERO
               AND LOG-RESULTING-BALANCE < ZERO
               MOVE LOG-TIMESTAMP-DATE TO CHAIN-CROSSED-DATE
           END-IF.
           MOVE LOG-RESULTING-BALANCE TO CHAIN-BALANCE.
       REPLAY-CHAIN-WRITE.
           IF CHAIN-BALANCE NOT < ZERO
               MOVE ZERO TO CHAIN-CROSSED-DATE
           END-IF.
           PERFORM WRITE-CORRECTED-PROCEDURE.
           PERFORM READ-NEXT-DETAIL-PROCEDURE
               THRU READ-NEXT-DETAIL-EXIT.
       REPLAY-CHAIN-EXIT.
           EXIT.

       COPY-ORPHANED-DETAIL-PROCEDURE.
           DISPLAY "Aviso: la bitacora tiene la cuenta "
               LOG-ACCOUNT-NUMBER
               " sin cuenta correspondiente en el maestro - se copia".
           PERFORM WRITE-CORRECTED-PROCEDURE.
           PERFORM READ-NEXT-DETAIL-PROCEDURE
               THRU READ-NEXT-DETAIL-EXIT.
       COPY-ORPHANED-DETAIL-EXIT.
           EXIT.

       WRITE-CORRECTED-PROCEDURE.
           MOVE SORTED-SEQUENCE TO CORRECTED-SEQUENCE.
           MOVE TRANSACTION-LOG-RECORD TO CORRECTED-LOG-IMAGE.
           WRITE CORRECTED-SIGN-RECORD.
           IF NOT CORRECTED-WORK-OK
               DISPLAY "Error al grabar el archivo de trabajo. Codigo: "
                   CORRECTED-WORK-STATUS
               MOVE "Y" TO CONVERT-FAILED-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * SECOND SORT: BACK TO THE ORIGINAL TRANLOG ORDER INTO TRANNEW.
      *----------------------------------------------------------------
       SORT-BY-SEQUENCE-PROCEDURE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SEQUENCE
               USING CORRECTED-WORK-FILE
               OUTPUT PROCEDURE IS WRITE-NEW-LOG-PROCEDURE
                   THRU WRITE-NEW-LOG-EXIT.

       WRITE-NEW-LOG-PROCEDURE.
           OPEN OUTPUT NEW-LOG-FILE.
           IF NOT NEW-LOG-OK
               DISPLAY "Error al abrir la bitacora nueva. Codigo: "
                   NEW-LOG-STATUS
               MOVE "Y" TO CONVERT-FAILED-SWITCH
               GO TO WRITE-NEW-LOG-EXIT
           END-IF.
           PERFORM RETURN-SORTED-PROCEDURE
               THRU RETURN-SORTED-EXIT.
           PERFORM WRITE-NEW-LOG-RECORD-PROCEDURE
               THRU WRITE-NEW-LOG-RECORD-EXIT
               UNTIL SORT-EOF.
           CLOSE NEW-LOG-FILE.
       WRITE-NEW-LOG-EXIT.
           EXIT.

       RETURN-SORTED-PROCEDURE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.
       RETURN-SORTED-EXIT.
           EXIT.

       WRITE-NEW-LOG-RECORD-PROCEDURE.
           MOVE SORT-LOG-IMAGE TO NEW-LOG-RECORD.
           WRITE NEW-LOG-RECORD.
           IF NOT NEW-LOG-OK
               DISPLAY "Error al grabar la bitacora nueva. Codigo: "
                   NEW-LOG-STATUS
               MOVE "Y" TO CONVERT-FAILED-SWITCH
           ELSE
               ADD 1 TO LOG-WRITTEN-COUNT
           END-IF.
           PERFORM RETURN-SORTED-PROCEDURE
               THRU RETURN-SORTED-EXIT.
       WRITE-NEW-LOG-RECORD-EXIT.
           EXIT.

       WRITE-DETAIL-LINE-PROCEDURE.
           MOVE OLD-ACCOUNT-NUMBER TO DETAIL-ACCOUNT-NUMBER.
           MOVE OLD-ACCOUNT-BALANCE TO DETAIL-OLD-BALANCE.
           MOVE CHAIN-BALANCE TO DETAIL-CHAIN-BALANCE.
           MOVE ACCOUNT-OVERDRAWN-DATE TO DETAIL-OVERDRAWN-DATE.
           MOVE REPORT-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       WRITE-CONTROL-REPORT-PROCEDURE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "CUENTAS LEIDAS:" TO CONTROL-LINE-LABEL.
           MOVE RECORDS-READ-COUNT TO CONTROL-LINE-COUNT.
           MOVE BALANCE-READ-HASH TO CONTROL-LINE-AMOUNT.
           MOVE REPORT-CONTROL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "SALDOS CORREGIDOS (AJUSTE):" TO CONTROL-LINE-LABEL.
           MOVE SIGNS-RESTORED-COUNT TO CONTROL-LINE-COUNT.
           MOVE BALANCE-RESTORED-TOTAL TO CONTROL-LINE-AMOUNT.
           MOVE REPORT-CONTROL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "CUENTAS ESCRITAS:" TO CONTROL-LINE-LABEL.
           MOVE RECORDS-WRITTEN-COUNT TO CONTROL-LINE-COUNT.
           MOVE BALANCE-WRITTEN-HASH TO CONTROL-LINE-AMOUNT.
           MOVE REPORT-CONTROL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "CUENTAS A REVISAR:" TO CONTROL-LINE-LABEL.
           MOVE REVIEW-ACCOUNT-COUNT TO CONTROL-LINE-COUNT.
           MOVE ZERO TO CONTROL-LINE-AMOUNT.
           MOVE REPORT-CONTROL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "MOVIMIENTOS LEIDOS:" TO CONTROL-LINE-LABEL.
           MOVE LOG-READ-COUNT TO CONTROL-LINE-COUNT.
           MOVE ZERO TO CONTROL-LINE-AMOUNT.
           MOVE REPORT-CONTROL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "MOVIMIENTOS CORREGIDOS:" TO CONTROL-LINE-LABEL.
           MOVE LOG-CORRECTED-COUNT TO CONTROL-LINE-COUNT.
           MOVE REPORT-CONTROL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "MOVIMIENTOS ESCRITOS:" TO CONTROL-LINE-LABEL.
           MOVE LOG-WRITTEN-COUNT TO CONTROL-LINE-COUNT.
           MOVE REPORT-CONTROL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           COMPUTE BALANCE-EXPECTED-HASH =
               BALANCE-READ-HASH - BALANCE-RESTORED-TOTAL.
           IF CONVERT-FAILED
               OR RECORDS-WRITTEN-COUNT NOT = RECORDS-READ-COUNT
               OR BALANCE-WRITTEN-HASH NOT = BALANCE-EXPECTED-HASH
               OR LOG-WRITTEN-COUNT NOT = LOG-READ-COUNT
               MOVE "Y" TO CONVERT-FAILED-SWITCH
               MOVE "RESULTADO: CONVERSION DESCUADRADA - NO RENOMBRAR"
                   TO RESULT-LINE-TEXT
           ELSE
               MOVE "RESULTADO: CONVERSION CUADRADA"
                   TO RESULT-LINE-TEXT
           END-IF.
           MOVE REPORT-RESULT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       WRITE-REPORT-LINE-PROCEDURE.
           WRITE REPORT-LINE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al escribir el reporte. Codigo: "
                   REPORT-FILE-STATUS
           END-IF.

       READ-OLD-MASTER-PROCEDURE.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MASTER-EOF-SWITCH
           END-READ.
           IF NOT MASTER-EOF AND NOT OLD-MASTER-OK
               DISPLAY "Error al leer el maestro actual. Codigo: "
                   OLD-MASTER-STATUS
               MOVE "Y" TO CONVERT-FAILED-SWITCH
               MOVE "Y" TO MASTER-EOF-SWITCH
           END-IF.
       READ-OLD-MASTER-EXIT.
           EXIT.

       READ-NEXT-DETAIL-PROCEDURE.
           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO DETAIL-EOF-SWITCH
           END-READ.
           IF NOT DETAIL-EOF AND NOT SORTED-TRANSACTION-OK
               DISPLAY "Error al leer la bitacora ordenada. Codigo: "
                   SORTED-TRANSACTION-STATUS
               MOVE "Y" TO CONVERT-FAILED-SWITCH
               MOVE "Y" TO DETAIL-EOF-SWITCH
           END-IF.
           IF NOT DETAIL-EOF
               MOVE SORTED-LOG-IMAGE TO TRANSACTION-LOG-RECORD
           END-IF.
       READ-NEXT-DETAIL-EXIT.
           EXIT.

       CLOSE-FILES-PROCEDURE.
           CLOSE OLD-MASTER-FILE.
           CLOSE NEW-MASTER-FILE.
           CLOSE REPORT-FILE.
