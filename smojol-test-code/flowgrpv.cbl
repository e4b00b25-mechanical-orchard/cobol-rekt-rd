       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLOWGRPV.
       AUTHOR.        MOJO
       DATE-WRITTEN.  OCT 2026.
      *MODIFICATION HISTORY
      *    2026-10-15  NEW PROGRAM.  COMMON RUN-PARAMETER LOOKUP FOR
      *                THE SUITE, CALLED WITH THE PARMVAL REQUEST
      *                BLOCK.  RETURNS THE VALUE OF A NAMED PARAMETER
      *                FROM THE RUN-PARAMETER FILE (PARMFILE,
      *                MAINTAINED BY FLOWGRPC) AS IT STANDS TODAY: THE
      *                CURRENT VALUE FROM ITS EFFECTIVE DATE ON, THE
      *                PRIOR VALUE BEFORE IT.  THE VALUE IS CHECKED
      *                AGAINST THE RANGE (NUMERIC) OR THE LIST OF
      *                ALLOWED CODES HELD ON THE SAME RECORD.  A
      *                PARAMETER NOT ON FILE OR NOT YET IN FORCE
      *                RAISES FGP001E, A VALUE OUT OF RANGE FGP002E;
      *                PARMFILE NOT FOUND, NOT OPENED OR NOT READABLE
      *                RAISES FGP003E, FGP004E OR FGP005E ONCE.  IN
      *                EVERY CASE THE CALLER IS TOLD AND KEEPS ITS OWN
      *                DEFAULT.  PARMFILE IS OPENED ON THE FIRST READ
      *                AND STAYS OPEN UNTIL THE CALLER SENDS "CLOS".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-NAME
               FILE STATUS IS PARM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-NAME             PIC X(20).
           05  PRM-VALUE            PIC X(10).
           05  PRM-PRIOR-VALUE      PIC X(10).
           05  PRM-EFFECTIVE-DATE   PIC X(8).
           05  PRM-TYPE             PIC X.
               88  PRM-TYPE-NUMERIC     VALUE "N".
               88  PRM-TYPE-CODE        VALUE "C".
           05  PRM-LOW-VALUE        PIC 9(9).
           05  PRM-HIGH-VALUE       PIC 9(9).
           05  PRM-ALLOWED-CODES    PIC X(10).
           05  PRM-CHANGED-BY       PIC X(8).
           05  PRM-CHANGE-DATE      PIC X(8).
           05  FILLER               PIC X(7).

       WORKING-STORAGE SECTION.
         01 PARM-FILE-STATUS    PIC XX.
         01 RUN-DATE            PIC X(8).

         01 PARMFILE-SWITCH     PIC X VALUE "N".
            88 PARMFILE-NOT-OPENED VALUE "N".
            88 PARMFILE-OPEN    VALUE "O".
            88 PARMFILE-UNUSABLE VALUE "U".
         01 RANGE-SWITCH        PIC X VALUE "N".
            88 VALUE-IN-RANGE   VALUE "Y".
         01 IN-FORCE-SWITCH     PIC X VALUE "Y".
            88 VALUE-NOT-IN-FORCE VALUE "N".

         01 VALUE-WORK          PIC X(10).
         01 VALUE-WORK-NUM REDEFINES VALUE-WORK
                                PIC 9(10).
         01 CODE-HITS           PIC 9(3) VALUE ZERO COMP.

         01 ALERT-ID-WORK       PIC X(7).
         01 ALERT-TEXT-WORK     PIC X(60).

       LINKAGE SECTION.
           COPY PARMVAL.

       PROCEDURE DIVISION USING PARM-VALUE-AREA.
       S SECTION.
       SA1.
           MOVE "0" TO PVA-RETURN-STATUS.
           IF  PVA-CLOSE
               PERFORM PV9-CLOSE-PARMFILE
               GO TO SZ9.
           IF  NOT PVA-READ
               MOVE "4" TO PVA-RETURN-STATUS
               GO TO SZ9.
           MOVE SPACES TO PVA-VALUE.
           IF  PARMFILE-NOT-OPENED
               PERFORM PV1-OPEN-PARMFILE.
           IF  PARMFILE-UNUSABLE
               MOVE "3" TO PVA-RETURN-STATUS
               GO TO SZ9.
           PERFORM PV2-READ-PARAMETER.
           IF  PVA-NOT-ON-FILE OR PVA-OUT-OF-RANGE
               PERFORM PV4-PARAMETER-ALERT.
       SZ9.
           GOBACK.
       PV1-OPEN-PARMFILE SECTION.
       PV1A.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARAMETER-FILE.
           IF  PARM-FILE-STATUS = "00"
               SET PARMFILE-OPEN TO TRUE
               GO TO PV1Z.
           SET PARMFILE-UNUSABLE TO TRUE.
           MOVE SPACES TO ALERT-TEXT-WORK.
           IF  PARM-FILE-STATUS = "05"
               CLOSE PARAMETER-FILE
               MOVE "FGP003E" TO ALERT-ID-WORK
               STRING "PARMFILE NOT FOUND - " DELIMITED BY SIZE
                      PVA-PROGRAM DELIMITED BY SPACE
                      " USES ITS DEFAULTS" DELIMITED BY SIZE
                      INTO ALERT-TEXT-WORK
           ELSE
               MOVE "FGP004E" TO ALERT-ID-WORK
               STRING "PARMFILE OPEN FAILED - " DELIMITED BY SIZE
                      PVA-PROGRAM DELIMITED BY SPACE
                      " USES ITS DEFAULTS" DELIMITED BY SIZE
                      INTO ALERT-TEXT-WORK.
           DISPLAY 'OPERATOR ALERT - ' ALERT-TEXT-WORK
                   ' - STATUS ' PARM-FILE-STATUS UPON CONSOLE.
           CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK.
       PV1Z.
           EXIT.
      *
      *    A CHANGE KEYED AHEAD OF ITS EFFECTIVE DATE LEAVES THE VALUE
      *    BEFORE IT IN PRM-PRIOR-VALUE, WHICH STAYS IN FORCE UNTIL
      *    THAT DATE.  A PARAMETER ADDED AHEAD OF ITS EFFECTIVE DATE
      *    HAS NO PRIOR VALUE AND IS NOT IN FORCE AT ALL UNTIL THEN.
      *
       PV2-READ-PARAMETER SECTION.
       PV2A.
           MOVE "Y" TO IN-FORCE-SWITCH.
           MOVE PVA-NAME TO PRM-NAME.
           READ PARAMETER-FILE
               INVALID KEY
                   CONTINUE.
           IF  PARM-FILE-STATUS = "23"
               MOVE "1" TO PVA-RETURN-STATUS
               GO TO PV2Z.
           IF  PARM-FILE-STATUS NOT = "00"
               GO TO PV2B.
           IF  RUN-DATE < PRM-EFFECTIVE-DATE
               MOVE PRM-PRIOR-VALUE TO VALUE-WORK
           ELSE
               MOVE PRM-VALUE TO VALUE-WORK.
           IF  VALUE-WORK = SPACES
               MOVE "N" TO IN-FORCE-SWITCH
               MOVE "1" TO PVA-RETURN-STATUS
               GO TO PV2Z.
           PERFORM PV3-RANGE-CHECK.
           IF  NOT VALUE-IN-RANGE
               MOVE "2" TO PVA-RETURN-STATUS
               GO TO PV2Z.
           MOVE VALUE-WORK TO PVA-VALUE.
           GO TO PV2Z.
       PV2B.
           DISPLAY 'OPERATOR ALERT - PARMFILE READ FAILED - '
                   'STATUS ' PARM-FILE-STATUS UPON CONSOLE.
           MOVE "FGP005E" TO ALERT-ID-WORK.
           MOVE SPACES TO ALERT-TEXT-WORK.
           STRING "PARMFILE READ FAILED - " DELIMITED BY SIZE
                  PVA-PROGRAM DELIMITED BY SPACE
                  " USES ITS DEFAULTS" DELIMITED BY SIZE
                  INTO ALERT-TEXT-WORK.
           CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK.
           CLOSE PARAMETER-FILE.
           SET PARMFILE-UNUSABLE TO TRUE.
           MOVE "3" TO PVA-RETURN-STATUS.
       PV2Z.
           EXIT.
      *
      *    A NUMERIC VALUE IS HELD AS TEN DIGITS AND MUST LIE WITHIN
      *    PRM-LOW-VALUE THRU PRM-HIGH-VALUE.  A CODE VALUE IS ONE
      *    CHARACTER THAT MUST APPEAR IN PRM-ALLOWED-CODES.
      *
       PV3-RANGE-CHECK SECTION.
       PV3A.
           MOVE "N" TO RANGE-SWITCH.
           IF  PRM-TYPE-NUMERIC
               IF  VALUE-WORK IS NUMERIC
               AND VALUE-WORK-NUM NOT < PRM-LOW-VALUE
               AND VALUE-WORK-NUM NOT > PRM-HIGH-VALUE
                   SET VALUE-IN-RANGE TO TRUE
               END-IF
               GO TO PV3Z.
           IF  NOT PRM-TYPE-CODE
               GO TO PV3Z.
           IF  VALUE-WORK (1:1) = SPACE
            OR VALUE-WORK (2:9) NOT = SPACES
               GO TO PV3Z.
           MOVE ZERO TO CODE-HITS.
           INSPECT PRM-ALLOWED-CODES TALLYING CODE-HITS
               FOR ALL VALUE-WORK (1:1).
           IF  CODE-HITS > ZERO
               SET VALUE-IN-RANGE TO TRUE.
       PV3Z.
           EXIT.
       PV4-PARAMETER-ALERT SECTION.
       PV4A.
           MOVE SPACES TO ALERT-TEXT-WORK.
           IF  PVA-OUT-OF-RANGE
               MOVE "FGP002E" TO ALERT-ID-WORK
               STRING PVA-NAME DELIMITED BY SPACE
                      " OUT OF RANGE - " DELIMITED BY SIZE
                      PVA-PROGRAM DELIMITED BY SPACE
                      " USES DEFAULT" DELIMITED BY SIZE
                      INTO ALERT-TEXT-WORK
               GO TO PV4B.
           MOVE "FGP001E" TO ALERT-ID-WORK.
           IF  VALUE-NOT-IN-FORCE
               STRING PVA-NAME DELIMITED BY SPACE
                      " NOT YET IN FORCE - " DELIMITED BY SIZE
                      PVA-PROGRAM DELIMITED BY SPACE
                      " USES DEFAULT" DELIMITED BY SIZE
                      INTO ALERT-TEXT-WORK
           ELSE
               STRING PVA-NAME DELIMITED BY SPACE
                      " NOT ON PARMFILE - " DELIMITED BY SIZE
                      PVA-PROGRAM DELIMITED BY SPACE
                      " USES DEFAULT" DELIMITED BY SIZE
                      INTO ALERT-TEXT-WORK.
       PV4B.
           DISPLAY 'OPERATOR ALERT - ' ALERT-TEXT-WORK UPON CONSOLE.
           CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK.
       PV4Z.
           EXIT.
       PV9-CLOSE-PARMFILE SECTION.
       PV9A.
           IF  PARMFILE-OPEN
               CLOSE PARAMETER-FILE.
           SET PARMFILE-NOT-OPENED TO TRUE.
       PV9Z.
           EXIT.
