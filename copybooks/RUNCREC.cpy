      * EACH JOB FOR THAT DATE, SO DINOINT CANNOT POST INTEREST TWICE
      * IN ONE NIGHT AND DINOEOD CANNOT RUN BEFORE DINOINT HAS
      * POSTED. A STATUS IS SPACES UNTIL THE JOB COMPLETES.
      * 10/15/2026 JR - THE RECORD NOW TRACKS EVERY STEP OF THE NIGHTLY
      * STREAM. RUN-STEP-ENTRY (N) BELONGS TO STREAM-STEP (N) OF
      * RUNSTEP.CPY: ITS STATUS (SPACE NOT STARTED, R RUNNING - OR
      * INTERRUPTED IF THE JOB IS NO LONGER UP - C COMPLETE, F FAILED,
      * O PASSED BY A SUPERVISOR WITHOUT RUNNING), THE START AND END
      * OF ITS LAST ATTEMPT, THE RECORD COUNT IT REPORTED, HOW MANY
      * TIMES IT WAS STARTED AND THE SUPERVISOR WHO LAST PASSED,
      * REOPENED OR RE-RAN IT. THE BUSINESS DATE IS NO LONGER THE
      * MACHINE DATE: DINOCTL OPENS IT AND ROLLS IT FORWARD ONLY WHEN
      * EVERY STEP IS COMPLETE. THE OLD INTEREST AND END-OF-DAY FLAGS
      * ARE RETIRED (THEIR STEPS CARRY THEM NOW) AND THE RECORD GREW
      * FROM 20 TO 960 BYTES: BEFORE THE FIRST NIGHT ON THIS LAYOUT,
      * OPEN THE BUSINESS DATE WITH DINOCTL OPTION 4, WHICH RECREATES
      * RUNCTL.
      *----------------------------------------------------------------
       01  RUN-CONTROL-RECORD.
           05  RUN-BUSINESS-DATE          PIC 9(08).
           05  FILLER                     PIC X(12).
           05  RUN-STEP-ENTRY             OCCURS 20 TIMES.
               10  RUN-STEP-STATUS        PIC X(01).
                   88  RUN-STEP-NOT-STARTED     VALUE SPACE.
                   88  RUN-STEP-RUNNING         VALUE "R".
                   88  RUN-STEP-COMPLETE        VALUE "C".
                   88  RUN-STEP-FAILED          VALUE "F".
                   88  RUN-STEP-PASSED          VALUE "O".
                   88  RUN-STEP-DONE            VALUE "C" "O".
               10  RUN-STEP-START-DATE    PIC 9(08).
               10  RUN-STEP-START-TIME    PIC 9(06).
               10  RUN-STEP-END-DATE      PIC 9(08).
               10  RUN-STEP-END-TIME      PIC 9(06).
               10  RUN-STEP-RECORD-COUNT  PIC 9(08).
               10  RUN-STEP-ATTEMPT-COUNT PIC 9(02).
               10  RUN-STEP-AUTHORIZED-BY PIC X(08).
