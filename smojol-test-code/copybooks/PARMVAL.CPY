      *    RUN-PARAMETER REQUEST BLOCK
      *    PASSED ON EVERY CALL TO FLOWGRPV, WHICH LOOKS A PARAMETER UP
      *    ON THE RUN-PARAMETER FILE (PARMFILE, MAINTAINED BY FLOWGRPC).
      *      READ  PVA-VALUE = THE VALUE OF PVA-NAME IN FORCE TODAY.
      *            A NUMERIC PARAMETER COMES BACK AS TEN DIGITS
      *            (PVA-NUMBER); A CODE PARAMETER AS ONE CHARACTER IN
      *            THE FIRST POSITION OF PVA-VALUE.
      *      CLOS  PARMFILE CLOSED; CALL ONCE AFTER THE LAST READ.
      *    PVA-PROGRAM IS THE CALLER'S PROGRAM-ID, QUOTED IN THE ALERT.
      *    ON ANY STATUS BUT PVA-STATUS-OK FLOWGRPV HAS ALREADY RAISED
      *    THE ALERT AND PVA-VALUE IS SPACES; THE CALLER KEEPS ITS OWN
      *    DEFAULT AND RUNS ON.
       01  PARM-VALUE-AREA.
           05  PVA-FUNCTION         PIC X(4).
               88  PVA-READ             VALUE "READ".
               88  PVA-CLOSE            VALUE "CLOS".
           05  PVA-PROGRAM          PIC X(10).
           05  PVA-NAME             PIC X(20).
           05  PVA-VALUE            PIC X(10).
           05  PVA-NUMBER REDEFINES PVA-VALUE
                                    PIC 9(10).
           05  PVA-RETURN-STATUS    PIC X.
               88  PVA-STATUS-OK        VALUE "0".
               88  PVA-NOT-ON-FILE      VALUE "1".
               88  PVA-OUT-OF-RANGE     VALUE "2".
               88  PVA-FILE-UNUSABLE    VALUE "3".
               88  PVA-FUNCTION-INVALID VALUE "4".
           05  FILLER               PIC X(5).
