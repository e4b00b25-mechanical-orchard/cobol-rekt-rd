      *    STEP-TIMING REQUEST BLOCK
      *    PASSED ON EVERY CALL TO FLOWGRSL, WHICH APPENDS ONE RECORD
      *    TO THE NIGHTLY'S STEP-TIMING LOG (STEPTIME, REPORTED BY
      *    FLOWGRSR) AND TIMESTAMPS IT.
      *      STRT  THE STEP HAS BEGUN.  CALL FIRST, BEFORE ANY FILE
      *            IS OPENED.
      *      END   THE STEP IS ENDING.  CALL LAST, WITH THE COUNTS AND
      *            THE RETURN CODE THE STEP IS ENDING WITH.
      *    SLG-STEP-NAME IS THE STEP THE PROGRAM RUNS AS IN FLOWGRJB AND
      *    SLG-PROGRAM ITS PROGRAM-ID.  SLG-INPUT-COUNT IS THE RECORDS
      *    THE STEP READ (THE THROUGHPUT IS MEASURED ON IT),
      *    SLG-OUTPUT-COUNT THE RECORDS IT WROTE OR ACTED ON.  A LOG
      *    THAT CANNOT BE WRITTEN IS REPORTED ON THE CONSOLE AND
      *    SLG-LOG-FAILED SET; IT NEVER STOPS THE STEP.  THE CALL SETS
      *    RETURN-CODE, SO THE CALLER MOVES SLG-RETURN-CODE BACK TO
      *    RETURN-CODE AFTER IT.
       01  STEP-LOG-AREA.
           05  SLG-FUNCTION         PIC X(4).
               88  SLG-START            VALUE "STRT".
               88  SLG-END              VALUE "END ".
           05  SLG-STEP-NAME        PIC X(8).
           05  SLG-PROGRAM          PIC X(10).
           05  SLG-INPUT-COUNT      PIC 9(7).
           05  SLG-OUTPUT-COUNT     PIC 9(7).
           05  SLG-RETURN-CODE      PIC 9(4).
           05  SLG-RETURN-STATUS    PIC X.
               88  SLG-STATUS-OK        VALUE "0".
               88  SLG-LOG-FAILED       VALUE "1".
               88  SLG-FUNCTION-INVALID VALUE "2".
           05  FILLER               PIC X(5).
