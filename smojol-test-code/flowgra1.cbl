      *                OR ERROR FILE UNAVAILABLE), 12 CHECKPOINT
      *                WRITE FAILURE, SO FLOWGRJB CAN USE COND
      *                PROCESSING ON THE A1 STEP.
      *    2026-10-15  A1-WORK NOW CHECKS WRK-BRANCH AGAINST THE BRANCH
      *                MASTER (BRNMSTR): A BRANCH NOT ON FILE IS
      *                REJECTED WITH REASON 03, A BRANCH CLOSED ON OR
      *                BEFORE THE RUN DATE WITH REASON 04.  BRNMSTR
      *                UNAVAILABLE IS TREATED LIKE A1INPUT UNAVAILABLE
      *                (FGA004E, RETURN CODE 8, NOTHING PROCESSED).
      *    2026-10-15  CROSS-NIGHT DUPLICATE CHECK: EVERY ACCEPTED
      *                BRANCH/REFERENCE GOES TO THE REFERENCE HISTORY
      *                (REFHIST) WITH THE DATE IT WAS FIRST ACCEPTED.
      *                A REPEAT INSIDE TONIGHT'S FILE, OR OF A PAIR
      *                FIRST ACCEPTED WITHIN THE LOOK-BACK WINDOW
      *                (FLOW-DUP-DAYS, DEFAULT 30), IS REJECTED WITH
      *                REASON 05 AND THE ORIGINAL ACCEPTANCE DATE ON
      *                THE A1ERROR RECORD.  AN ENTRY FLOWGRAC HAS
      *                MARKED AS A FORCED RESEND IS ACCEPTED ONCE.  A
      *                SAME-DAY RERUN OF THIS STEP DOES NOT REJECT
      *                ITS OWN EARLIER ACCEPTANCES: THE HISTORY
      *                CARRIES THE RUN STAMP OF THE RUN THAT WROTE IT.
      *                REFHIST UNAVAILABLE IS FGA005E (RETURN CODE 8,
      *                NOTHING PROCESSED); A FAILED HISTORY WRITE IS
      *                FGA006E (RETURN CODE 8, RECORD STILL ACCEPTED).
      *    2026-10-15  THE DUPLICATE LOOK-BACK WINDOW (FLOW-DUP-DAYS)
      *                IS NOW COUNTED IN BUSINESS DAYS BY THE COMMON
      *                DATE ROUTINE FLOWGRDT AGAINST THE BUSINESS
      *                CALENDAR (BUSCAL), IN PLACE OF THIS PROGRAM'S
      *                OWN COPY OF THE CALENDAR-DAY ARITHMETIC.
      *    2026-10-15  FLOW-DUP-DAYS IS NOW READ FROM THE RUN-PARAMETER
      *                FILE (PARMFILE) THROUGH FLOWGRPV INSTEAD OF FROM
      *                THE ENVIRONMENT.  A MISSING OR OUT-OF-RANGE
      *                VALUE IS ALERTED BY FLOWGRPV, THE DEFAULT OF 30
      *                IS USED AND THE STEP ENDS RC 8.
      *    2026-10-15  THE STEP'S START AND END, WITH THE RECORDS READ
      *                AND ACCEPTED AND THE RETURN CODE, ARE WRITTEN TO
      *                THE STEP-TIMING LOG (STEPTIME) THROUGH FLOWGRSL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT A1-ERROR-FILE     ASSIGN TO "A1ERROR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS A1-ERROR-STATUS.
           SELECT BRANCH-MASTER     ASSIGN TO "BRNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRM-BRANCH
               FILE STATUS IS BRM-FILE-STATUS.
           SELECT OPTIONAL REFERENCE-HISTORY ASSIGN TO "REFHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RFH-KEY
               FILE STATUS IS RFH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
           05  ERR-BRANCH           PIC 9999.
           05  ERR-REFERENCE        PIC 9(6).
           05  ERR-REASON-CODE      PIC XX.
           05  ERR-ORIGINAL-DATE    PIC X(8).

       FD  BRANCH-MASTER.
       01  BRANCH-MASTER-RECORD.
           05  BRM-BRANCH           PIC 9999.
           05  BRM-BRANCH-NAME      PIC X(20).
           05  BRM-REGION           PIC X(4).
           05  BRM-STATUS           PIC X.
               88  BRM-OPEN             VALUE "O".
               88  BRM-CLOSED           VALUE "C".
           05  BRM-CLOSE-DATE       PIC X(8).
           05  FILLER               PIC X(3).

       FD  REFERENCE-HISTORY.
       01  REFERENCE-HISTORY-RECORD.
           05  RFH-KEY.
               10  RFH-BRANCH       PIC 9999.
               10  RFH-REFERENCE    PIC 9(6).
           05  RFH-RECORD-TYPE      PIC XX.
           05  RFH-FIRST-DATE       PIC X(8).
           05  RFH-RUN-STAMP        PIC X(16).
           05  RFH-FORCE-FLAG       PIC X.
               88  RFH-FORCED           VALUE "Y".
           05  FILLER               PIC X(5).

       WORKING-STORAGE SECTION.
         01 STATE-1             PIC 9999.
         01 CKPT-FILE-STATUS    PIC XX.
         01 A1-INPUT-STATUS     PIC XX.
         01 A1-ERROR-STATUS     PIC XX.
         01 BRM-FILE-STATUS     PIC XX.
         01 RFH-FILE-STATUS     PIC XX.
         01 RUN-DATE            PIC X(8).
         01 RUN-TIME            PIC X(8).
         01 RUN-STAMP           PIC X(16).

         01 DUP-DAYS            PIC 9(3) VALUE 030 COMP.
         01 CUTOFF-DATE         PIC X(8).

           COPY DATESVC.
           COPY PARMVAL.
           COPY STEPLOG.

         01 A1-INPUT-EOF-SWITCH PIC X VALUE "N".
            88 A1-INPUT-EOF     VALUE "Y".
            88 ALERT-RAISED     VALUE "Y".
         01 CKPT-FAIL-SWITCH    PIC X VALUE "N".
            88 CKPT-FAILED      VALUE "Y".
         01 HIST-FAIL-SWITCH    PIC X VALUE "N".
            88 HIST-WRITE-FAILED VALUE "Y".

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           MOVE "STRT"          TO SLG-FUNCTION.
           MOVE "STEP010"       TO SLG-STEP-NAME.
           MOVE "FLOWGRA1"      TO SLG-PROGRAM.
           PERFORM A1-STEP-LOG.
           PERFORM A1.
           PERFORM A1-CHECKPOINT.
           EVALUATE TRUE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
           MOVE "END "          TO SLG-FUNCTION.
           PERFORM A1-STEP-LOG.
           GOBACK.
       A1 SECTION.
       A1A.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           STRING RUN-DATE RUN-TIME DELIMITED BY SIZE INTO RUN-STAMP.
           PERFORM A1-RUN-PARAMETERS.
           PERFORM A1-SET-CUTOFF.
           OPEN INPUT A1-INPUT-FILE.
           IF  A1-INPUT-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - A1INPUT OPEN FAILED - '
               SET ALERT-RAISED TO TRUE
               CLOSE A1-INPUT-FILE
               GO TO A1Y.
           OPEN INPUT BRANCH-MASTER.
           IF  BRM-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - BRNMSTR OPEN FAILED - '
                       'STATUS ' BRM-FILE-STATUS UPON CONSOLE
               MOVE "FGA004E" TO ALERT-ID-WORK
               MOVE "BRNMSTR OPEN FAILED" TO ALERT-TEXT-WORK
               CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK
               SET ALERT-RAISED TO TRUE
               CLOSE A1-INPUT-FILE A1-ERROR-FILE
               GO TO A1Y.
           OPEN I-O REFERENCE-HISTORY.
           IF  RFH-FILE-STATUS NOT = "00" AND "05"
               DISPLAY 'OPERATOR ALERT - REFHIST OPEN FAILED - '
                       'STATUS ' RFH-FILE-STATUS UPON CONSOLE
               MOVE "FGA005E" TO ALERT-ID-WORK
               MOVE "REFHIST OPEN FAILED" TO ALERT-TEXT-WORK
               CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK
               SET ALERT-RAISED TO TRUE
               CLOSE A1-INPUT-FILE A1-ERROR-FILE BRANCH-MASTER
               GO TO A1Y.
           PERFORM A1-WORK UNTIL A1-INPUT-EOF.
           CLOSE A1-INPUT-FILE A1-ERROR-FILE BRANCH-MASTER
                 REFERENCE-HISTORY.
       A1Y.
           MOVE A1-ACCEPT-COUNT TO A1-RECORD-COUNT.
           MOVE A1-RECORD-COUNT TO STATE-1.
               AT END
                   SET A1-INPUT-EOF TO TRUE
                   GO TO A1-WORK-Z.
           MOVE SPACES TO ERR-ORIGINAL-DATE.
           IF  NOT WRK-TYPE-VALID
               MOVE "01" TO ERR-REASON-CODE
               PERFORM A1-REJECT
               MOVE "02" TO ERR-REASON-CODE
               PERFORM A1-REJECT
               GO TO A1-WORK-Z.
           MOVE WRK-BRANCH TO BRM-BRANCH.
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE "03" TO ERR-REASON-CODE
                   PERFORM A1-REJECT
                   GO TO A1-WORK-Z.
           IF  BRM-CLOSED
           AND BRM-CLOSE-DATE NOT > RUN-DATE
               MOVE "04" TO ERR-REASON-CODE
               PERFORM A1-REJECT
               GO TO A1-WORK-Z.
           PERFORM A1-HISTORY.
           IF  ERR-ORIGINAL-DATE NOT = SPACES
               MOVE "05" TO ERR-REASON-CODE
               PERFORM A1-REJECT
               GO TO A1-WORK-Z.
           ADD 1 TO A1-ACCEPT-COUNT.
       A1-WORK-Z.
           EXIT.
           WRITE A1-ERROR-RECORD.
       A1-REJECT-Z.
           EXIT.
      *
      *    REFERENCE HISTORY CHECK FOR A RECORD THAT HAS PASSED EVERY
      *    OTHER EDIT.  A DUPLICATE COMES BACK WITH ERR-ORIGINAL-DATE
      *    SET; OTHERWISE THE PAIR IS (RE)RECORDED AS ACCEPTED TONIGHT.
      *    AN ENTRY WRITTEN BY THIS RUN IS A REPEAT INSIDE THE FILE.
      *    ONE DATED TODAY BY ANOTHER RUN IS THIS STEP BEING RERUN.
      *    ONE FIRST ACCEPTED BEFORE THE CUTOFF HAS LEFT THE WINDOW.
      *
       A1-HISTORY SECTION.
       A1-HISTORY-A.
           MOVE WRK-BRANCH    TO RFH-BRANCH.
           MOVE WRK-REFERENCE TO RFH-REFERENCE.
           READ REFERENCE-HISTORY
               INVALID KEY
                   GO TO A1-HISTORY-C.
           IF  RFH-RUN-STAMP = RUN-STAMP
               MOVE RFH-FIRST-DATE TO ERR-ORIGINAL-DATE
               GO TO A1-HISTORY-Z.
           IF  RFH-FORCED
            OR RFH-FIRST-DATE = RUN-DATE
            OR RFH-FIRST-DATE < CUTOFF-DATE
               GO TO A1-HISTORY-B.
           MOVE RFH-FIRST-DATE TO ERR-ORIGINAL-DATE.
           GO TO A1-HISTORY-Z.
       A1-HISTORY-B.
           MOVE WRK-RECORD-TYPE TO RFH-RECORD-TYPE.
           MOVE RUN-DATE        TO RFH-FIRST-DATE.
           MOVE RUN-STAMP       TO RFH-RUN-STAMP.
           MOVE "N"             TO RFH-FORCE-FLAG.
           REWRITE REFERENCE-HISTORY-RECORD
               INVALID KEY
                   PERFORM A1-HISTORY-FAIL.
           GO TO A1-HISTORY-Z.
       A1-HISTORY-C.
           MOVE SPACES          TO REFERENCE-HISTORY-RECORD.
           MOVE WRK-BRANCH      TO RFH-BRANCH.
           MOVE WRK-REFERENCE   TO RFH-REFERENCE.
           MOVE WRK-RECORD-TYPE TO RFH-RECORD-TYPE.
           MOVE RUN-DATE        TO RFH-FIRST-DATE.
           MOVE RUN-STAMP       TO RFH-RUN-STAMP.
           MOVE "N"             TO RFH-FORCE-FLAG.
           WRITE REFERENCE-HISTORY-RECORD
               INVALID KEY
                   PERFORM A1-HISTORY-FAIL.
       A1-HISTORY-Z.
           EXIT.
       A1-HISTORY-FAIL SECTION.
       A1-HISTORY-FAIL-A.
           DISPLAY "REFHIST WRITE FAILED - BRANCH " WRK-BRANCH
                   " REFERENCE " WRK-REFERENCE
                   " STATUS " RFH-FILE-STATUS.
           IF  HIST-WRITE-FAILED
               GO TO A1-HISTORY-FAIL-Z.
           SET HIST-WRITE-FAILED TO TRUE.
           DISPLAY 'OPERATOR ALERT - REFHIST WRITE FAILED - '
                   'STATUS ' RFH-FILE-STATUS UPON CONSOLE.
           MOVE "FGA006E" TO ALERT-ID-WORK.
           MOVE "REFHIST WRITE FAILED" TO ALERT-TEXT-WORK.
           CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK.
           SET ALERT-RAISED TO TRUE.
       A1-HISTORY-FAIL-Z.
           EXIT.
      *
      *    FLOWGRPV ALERTS A MISSING OR OUT-OF-RANGE VALUE ITSELF;
      *    THE WINDOW THEN KEEPS ITS DEFAULT AND THE STEP ENDS RC 8.
      *
       A1-RUN-PARAMETERS SECTION.
       A1-RUN-PARAMETERS-A.
           MOVE "READ"          TO PVA-FUNCTION.
           MOVE "FLOWGRA1"      TO PVA-PROGRAM.
           MOVE "FLOW-DUP-DAYS" TO PVA-NAME.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
           IF  PVA-STATUS-OK
               MOVE PVA-NUMBER TO DUP-DAYS
           ELSE
               SET ALERT-RAISED TO TRUE.
           MOVE "CLOS"          TO PVA-FUNCTION.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
       A1-RUN-PARAMETERS-Z.
           EXIT.
      *
      *    THE LOOK-BACK WINDOW IS FLOW-DUP-DAYS BUSINESS DAYS, THE
      *    SAME CUTOFF FLOWGRAC AND FLOWGRHK WORK TO.
      *
       A1-SET-CUTOFF SECTION.
       A1-SET-CUTOFF-A.
           MOVE "CUTO"   TO DTS-FUNCTION.
           MOVE RUN-DATE TO DTS-FROM-DATE.
           MOVE DUP-DAYS TO DTS-DAY-COUNT.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
           MOVE DTS-RESULT-DATE TO CUTOFF-DATE.
           MOVE "CLOS" TO DTS-FUNCTION.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
       A1-SET-CUTOFF-Z.
           EXIT.
       A1-CHECKPOINT SECTION.
       A1-CHECKPOINT-A.
           MOVE STATE-1         TO CKPT-STATE-1.
           CLOSE CHECKPOINT-FILE.
       A1-CHECKPOINT-Z.
           EXIT.
      *
      *    THE CALL LEAVES ITS OWN RETURN CODE, SO THE STEP'S IS PUT
      *    BACK AFTER IT.
      *
       A1-STEP-LOG SECTION.
       A1-STEP-LOG-A.
           ADD A1-ACCEPT-COUNT A1-REJECT-COUNT GIVING SLG-INPUT-COUNT.
           MOVE A1-ACCEPT-COUNT TO SLG-OUTPUT-COUNT.
           MOVE RETURN-CODE     TO SLG-RETURN-CODE.
           CALL "FLOWGRSL" USING STEP-LOG-AREA.
           MOVE SLG-RETURN-CODE TO RETURN-CODE.
       A1-STEP-LOG-Z.
           EXIT.
