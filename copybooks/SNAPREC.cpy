      * SNAPREC - ACCOUNT-MASTER SNAPSHOT CONTROL RECORD LAYOUTS
      * THE NIGHTLY DINOSNAP JOB WRITES A DATED SEQUENTIAL COPY OF
      * ACCTMAST (ACCTSNAP.AAAAMMDD): A HEADER RECORD CARRYING THE
      * SNAPSHOT TIMESTAMP, ONE 150-BYTE ACCTREC IMAGE PER ACCOUNT,
      * AND A TRAILER WITH THE RECORD COUNT AND BALANCE HASH TOTAL.
      * DINORBLD REPLAYS TRANSACTION-LOG FORWARD FROM THE HEADER
      * TIMESTAMP TO REBUILD THE MASTER, AND VERIFIES THE TRAILER
      * FIGURES BEFORE TRUSTING THE SNAPSHOT. BOTH CONTROL RECORDS
      * ARE PADDED TO THE ACCTREC IMAGE LENGTH.
      * 10/15/2026 JR - PADDED TO THE NEW 150-BYTE ACCTREC AND THE
      * BALANCE HASH IS NOW SIGNED, SINCE BALANCES CAN BE NEGATIVE.
      *----------------------------------------------------------------
       01  SNAPSHOT-HEADER-RECORD.
           05  SNAP-HEADER-MARK           PIC X(10).
           05  SNAP-HEADER-TIMESTAMP.
               10  SNAP-HEADER-DATE       PIC 9(08).
               10  SNAP-HEADER-TIME       PIC 9(06).
           05  FILLER                     PIC X(126).

       01  SNAPSHOT-TRAILER-RECORD.
           05  SNAP-TRAILER-MARK          PIC X(10).
               88  SNAP-TRAILER-PRESENT         VALUE "*FIN*     ".
           05  SNAP-TRAILER-COUNT         PIC 9(08).
           05  SNAP-TRAILER-HASH          PIC S9(14)V99.
           05  FILLER                     PIC X(116).
