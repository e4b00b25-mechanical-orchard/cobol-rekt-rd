      *                CORRECTION TABLE OVERFLOWED -- DROPPED
      *                CORRECTIONS ARE COUNTED ON THE TOTAL LINE
      *                INSTEAD OF VANISHING WITH A CONSOLE LINE.
      *    2026-10-15  EVERY A1CORRPT LINE NOW CARRIES THE BRANCH NAME
      *                FROM THE BRANCH MASTER (BRNMSTR), AND A
      *                CORRECTION IS HELD TO THE SAME BRANCH CHECKS
      *                A1-WORK APPLIES: A CORRECTED BRANCH NOT ON FILE,
      *                OR CLOSED ON OR BEFORE THE RUN DATE, IS CARRIED
      *                AS A BAD CORRECTION INSTEAD OF BEING SENT BACK
      *                TO BOUNCE OFF A1 AGAIN.
      *    2026-10-15  REASON 05 (DUPLICATE OF A BRANCH/REFERENCE
      *                ALREADY ACCEPTED WITHIN THE FLOW-DUP-DAYS
      *                WINDOW) IS WORKED HERE LIKE ANY OTHER REJECT.
      *                THE REPORT SHOWS THE ORIGINAL ACCEPTANCE DATE,
      *                AND A CORRECTION WHOSE BRANCH/REFERENCE IS
      *                STILL IN THE REFERENCE HISTORY (REFHIST) IS
      *                CARRIED AS A DUPLICATE UNLESS IT CARRIES THE
      *                FORCE FLAG -- A FORCED CORRECTION MARKS THE
      *                HISTORY ENTRY SO A1 ACCEPTS THE RESEND ONCE.
      *    2026-10-15  THE AGE COUNT ON THE CARRIED FILE (OUT-AGE-
      *                COUNT) NOW STEPS ONLY WHEN THE RUN DATE IS A
      *                BUSINESS DAY, SO THE AGE BANDS ARE BUSINESS
      *                DAYS, AND THE FLOW-DUP-DAYS WINDOW IS COUNTED IN
      *                BUSINESS DAYS -- BOTH THROUGH THE COMMON DATE
      *                ROUTINE FLOWGRDT AND THE BUSINESS CALENDAR
      *                (BUSCAL), IN PLACE OF THIS PROGRAM'S OWN COPY OF
      *                THE CALENDAR-DAY ARITHMETIC.
      *    2026-10-15  FLOW-DUP-DAYS IS NOW READ FROM THE RUN-PARAMETER
      *                FILE (PARMFILE) THROUGH FLOWGRPV INSTEAD OF FROM
      *                THE ENVIRONMENT.  A MISSING OR OUT-OF-RANGE
      *                VALUE IS ALERTED BY FLOWGRPV AND THE DEFAULT OF
      *                30 IS USED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT A1-CORRECT-RPT ASSIGN TO "A1CORRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CORRECT-RPT-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "BRNMSTR"
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
       FD  A1-ERROR-FILE.
           05  ERR-BRANCH           PIC 9999.
           05  ERR-REFERENCE        PIC 9(6).
           05  ERR-REASON-CODE      PIC XX.
           05  ERR-ORIGINAL-DATE    PIC X(8).

       FD  A1-OUTSTAND-FILE.
       01  A1-OUTSTAND-RECORD.
           05  COR-RECORD-TYPE      PIC XX.
           05  COR-BRANCH           PIC 9999.
           05  COR-REFERENCE        PIC 9(6).
           05  COR-FORCE-FLAG       PIC X.

       FD  A1-FIXED-FILE.
       01  A1-FIXED-RECORD.
       FD  A1-CORRECT-RPT.
       01  A1-CORRECT-RPT-RECORD    PIC X(132).

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
         01 A1-ERROR-STATUS     PIC XX.
         01 OUTSTAND-STATUS     PIC XX.
         01 FIXED-FILE-STATUS   PIC XX.
         01 OUTNEW-STATUS       PIC XX.
         01 CORRECT-RPT-STATUS  PIC XX.
         01 BRM-FILE-STATUS     PIC XX.
         01 RFH-FILE-STATUS     PIC XX.
         01 RUN-DATE            PIC X(8).

         01 DUP-DAYS            PIC 9(3) VALUE 030 COMP.
         01 CUTOFF-DATE         PIC X(8).
         01 RUN-DAY-SWITCH      PIC X VALUE "N".
            88 RUN-IS-BUSINESS-DAY VALUE "Y".

           COPY DATESVC.
           COPY PARMVAL.

         01 ERROR-EOF-SWITCH    PIC X VALUE "N".
            88 ERROR-EOF        VALUE "Y".
            88 WORK-FAILED      VALUE "Y".
         01 CORR-OVFL-SWITCH    PIC X VALUE "N".
            88 CORR-TABLE-FULL  VALUE "Y".
         01 BRANCH-CHECK-SWITCH PIC X VALUE "N".
            88 BRANCH-ON-FILE   VALUE "Y".
            88 BRANCH-UNKNOWN   VALUE "N".
            88 BRANCH-IS-CLOSED VALUE "C".
         01 HISTORY-CHECK-SWITCH PIC X VALUE "N".
            88 HISTORY-DUPLICATE VALUE "Y".

         01 LOOKUP-BRANCH       PIC 9999.
         01 LOOKUP-BRANCH-NAME  PIC X(20).

         01 CORRECT-TYPE-WORK   PIC XX.
            88 CORRECT-TYPE-VALID VALUES "01" "02" "03".
            05 RJW-REFERENCE    PIC 9(6).
            05 RJW-REASON-CODE  PIC XX.
            05 RJW-AGE-COUNT    PIC 9(3).
            05 RJW-ORIGINAL-DATE PIC X(8).

         01 REJECT-READ-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 REPAIR-COUNT        PIC 9(5) VALUE ZERO COMP.
               10 CT-REFERENCE       PIC 9(6).
               10 CT-USED-SWITCH     PIC X.
                  88 CT-USED         VALUE "Y".
               10 CT-FORCE-FLAG      PIC X.
                  88 CT-FORCE        VALUE "Y".

         01 REASON-MAX           PIC 9(3) VALUE 050 COMP.
         01 REASON-COUNT         PIC 9(3) VALUE ZERO COMP.
         01 RPT-HEADING-LINE.
            05 FILLER           PIC X(42) VALUE
               "A1 REJECT CORRECTION REPORT   TYP BRANCH  ".
            05 FILLER           PIC X(49) VALUE
               "REFERENCE RSN AGE DISPOSITION".
            05 FILLER           PIC X(21) VALUE "BRANCH NAME".
            05 FILLER           PIC X(9)  VALUE "ORIG ACC".
         01 RPT-DETAIL-LINE.
            05 FILLER           PIC X(30) VALUE SPACES.
            05 RPT-RECORD-TYPE  PIC XX.
            05 RPT-AGE          PIC ZZ9.
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-DISPOSITION  PIC X(30).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-BRANCH-NAME  PIC X(20).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-ORIGINAL-DATE PIC X(8).
         01 RPT-REASON-HEADING.
            05 FILLER           PIC X(44) VALUE
               "OUTSTANDING REJECTS BY REASON     RSN   NEW ".
               CLOSE A1-CORRECT-RPT A1-FIXED-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK.
           OPEN INPUT BRANCH-MASTER.
           IF  BRM-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - BRNMSTR OPEN FAILED - '
                       'STATUS ' BRM-FILE-STATUS UPON CONSOLE
               CLOSE A1-CORRECT-RPT A1-FIXED-FILE A1-OUTSTAND-NEW
               MOVE 12 TO RETURN-CODE
               GOBACK.
           OPEN I-O REFERENCE-HISTORY.
           IF  RFH-FILE-STATUS NOT = "00" AND "05"
               DISPLAY 'OPERATOR ALERT - REFHIST OPEN FAILED - '
                       'STATUS ' RFH-FILE-STATUS UPON CONSOLE
               CLOSE A1-CORRECT-RPT A1-FIXED-FILE A1-OUTSTAND-NEW
                     BRANCH-MASTER
               MOVE 12 TO RETURN-CODE
               GOBACK.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM AC13-RUN-PARAMETERS.
           PERFORM AC11-SET-CUTOFF.
           WRITE A1-CORRECT-RPT-RECORD FROM RPT-HEADING-LINE.
           PERFORM AC1-LOAD-CORRECTIONS.
           PERFORM AC2-OUTSTAND-DRIVE.
           MOVE UNUSED-CORR-COUNT TO RPT-UNUSED-CORR.
           MOVE DROP-CORR-COUNT   TO RPT-DROP-CORR.
           WRITE A1-CORRECT-RPT-RECORD FROM RPT-TOTAL-LINE.
           CLOSE A1-CORRECT-RPT A1-FIXED-FILE A1-OUTSTAND-NEW
                 BRANCH-MASTER REFERENCE-HISTORY.
           EVALUATE TRUE
               WHEN WORK-FAILED
                   MOVE 12 TO RETURN-CODE
               MOVE COR-BRANCH          TO CT-BRANCH (CORR-COUNT)
               MOVE COR-REFERENCE       TO CT-REFERENCE (CORR-COUNT)
               MOVE "N"                 TO CT-USED-SWITCH (CORR-COUNT)
               MOVE COR-FORCE-FLAG      TO CT-FORCE-FLAG (CORR-COUNT)
           ELSE
               ADD 1 TO DROP-CORR-COUNT
               IF  NOT CORR-TABLE-FULL
               MOVE OUT-AGE-COUNT TO RJW-AGE-COUNT
           ELSE
               MOVE ZERO TO RJW-AGE-COUNT.
           MOVE SPACES TO RJW-ORIGINAL-DATE.
           IF  RJW-REASON-CODE = "05"
               MOVE RJW-BRANCH    TO RFH-BRANCH
               MOVE RJW-REFERENCE TO RFH-REFERENCE
               READ REFERENCE-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RFH-FIRST-DATE TO RJW-ORIGINAL-DATE.
           PERFORM AC5-WORK-REJECT.
       AC3Z.
           EXIT.
           MOVE ERR-REFERENCE   TO RJW-REFERENCE.
           MOVE ERR-REASON-CODE TO RJW-REASON-CODE.
           MOVE ZERO            TO RJW-AGE-COUNT.
           MOVE ERR-ORIGINAL-DATE TO RJW-ORIGINAL-DATE.
           PERFORM AC5-WORK-REJECT.
       AC4B-Z.
           EXIT.
           MOVE RJW-REFERENCE   TO RPT-REFERENCE.
           MOVE RJW-REASON-CODE TO RPT-REASON-CODE.
           MOVE RJW-AGE-COUNT   TO RPT-AGE.
           MOVE RJW-BRANCH      TO LOOKUP-BRANCH.
           PERFORM AC10-BRANCH-LOOKUP.
           MOVE LOOKUP-BRANCH-NAME TO RPT-BRANCH-NAME.
           MOVE RJW-ORIGINAL-DATE TO RPT-ORIGINAL-DATE.
           PERFORM AC6-FIND-CORRECTION.
           IF  NOT ENTRY-FOUND
               MOVE "CARRIED - NO CORRECTION" TO RPT-DISPOSITION
                 TO RPT-DISPOSITION
               PERFORM AC7-CARRY
               GO TO AC5Z.
           MOVE CT-BRANCH (CORR-SUB) TO LOOKUP-BRANCH.
           PERFORM AC10-BRANCH-LOOKUP.
           IF  BRANCH-UNKNOWN
               ADD 1 TO BAD-CORR-COUNT
               MOVE "CARRIED - CORR BRANCH UNKNOWN"
                 TO RPT-DISPOSITION
               PERFORM AC7-CARRY
               GO TO AC5Z.
           IF  BRANCH-IS-CLOSED
               ADD 1 TO BAD-CORR-COUNT
               MOVE "CARRIED - CORR BRANCH CLOSED"
                 TO RPT-DISPOSITION
               PERFORM AC7-CARRY
               GO TO AC5Z.
           PERFORM AC12-HISTORY-CHECK.
           IF  HISTORY-DUPLICATE
           AND NOT CT-FORCE (CORR-SUB)
               ADD 1 TO BAD-CORR-COUNT
               MOVE "CARRIED - DUPLICATE, NO FORCE"
                 TO RPT-DISPOSITION
               PERFORM AC7-CARRY
               GO TO AC5Z.
           IF  HISTORY-DUPLICATE
               MOVE "Y" TO RFH-FORCE-FLAG
               REWRITE REFERENCE-HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO BAD-CORR-COUNT
                       MOVE "CARRIED - FORCE NOT RECORDED"
                         TO RPT-DISPOSITION
                       PERFORM AC7-CARRY
                       GO TO AC5Z.
           MOVE CT-RECORD-TYPE (CORR-SUB) TO FIX-RECORD-TYPE.
           MOVE CT-BRANCH (CORR-SUB)      TO FIX-BRANCH.
           MOVE CT-REFERENCE (CORR-SUB)   TO FIX-REFERENCE.
           WRITE A1-FIXED-RECORD.
           ADD 1 TO REPAIR-COUNT.
           IF  HISTORY-DUPLICATE
               MOVE "REPAIRED - FORCED RESEND" TO RPT-DISPOSITION
           ELSE
               MOVE "REPAIRED - TO NEXT A1INPUT" TO RPT-DISPOSITION.
           WRITE A1-CORRECT-RPT-RECORD FROM RPT-DETAIL-LINE.
       AC5Z.
           EXIT.
           MOVE RJW-REFERENCE   TO NEW-REFERENCE.
           MOVE RJW-REASON-CODE TO NEW-REASON-CODE.
           MOVE RJW-AGE-COUNT   TO NEW-AGE-COUNT.
           IF  RUN-IS-BUSINESS-DAY
               ADD 1 TO NEW-AGE-COUNT.
           WRITE A1-OUTSTAND-NEW-RECORD.
           ADD 1 TO CARRY-COUNT.
           WRITE A1-CORRECT-RPT-RECORD FROM RPT-DETAIL-LINE.
           MOVE CT-MATCH-REFERENCE (CORR-SUB) TO RPT-REFERENCE.
           MOVE SPACES                        TO RPT-REASON-CODE.
           MOVE ZERO                          TO RPT-AGE.
           MOVE CT-MATCH-BRANCH (CORR-SUB)    TO LOOKUP-BRANCH.
           PERFORM AC10-BRANCH-LOOKUP.
           MOVE LOOKUP-BRANCH-NAME            TO RPT-BRANCH-NAME.
           MOVE SPACES                        TO RPT-ORIGINAL-DATE.
           MOVE "CORRECTION - NO MATCHING REJ" TO RPT-DISPOSITION.
           WRITE A1-CORRECT-RPT-RECORD FROM RPT-DETAIL-LINE.
       AC8Z.
           WRITE A1-CORRECT-RPT-RECORD FROM RPT-REASON-LINE.
       AC9Z.
           EXIT.
      *
      *    LOOKUP-BRANCH IN, LOOKUP-BRANCH-NAME AND BRANCH-CHECK-SWITCH
      *    OUT.  A BRANCH CLOSED WITH A CLOSE DATE STILL AHEAD OF THE
      *    RUN DATE IS OPEN UNTIL THAT DATE, AS IN A1-WORK.
      *
       AC10-BRANCH-LOOKUP SECTION.
       AC10A.
           SET BRANCH-UNKNOWN TO TRUE.
           MOVE "(UNKNOWN BRANCH)" TO LOOKUP-BRANCH-NAME.
           MOVE LOOKUP-BRANCH TO BRM-BRANCH.
           READ BRANCH-MASTER
               INVALID KEY
                   GO TO AC10Z.
           MOVE BRM-BRANCH-NAME TO LOOKUP-BRANCH-NAME.
           SET BRANCH-ON-FILE TO TRUE.
           IF  BRM-CLOSED
           AND BRM-CLOSE-DATE NOT > RUN-DATE
               SET BRANCH-IS-CLOSED TO TRUE.
       AC10Z.
           EXIT.
      *
      *    THE CORRECTED BRANCH/REFERENCE IS A DUPLICATE IF A1 WOULD
      *    REJECT IT TOMORROW: ON THE HISTORY, FIRST ACCEPTED INSIDE
      *    THE LOOK-BACK WINDOW, AND NOT ALREADY MARKED FOR A FORCED
      *    RESEND.  THE HISTORY RECORD IS LEFT IN THE RECORD AREA FOR
      *    THE FORCE REWRITE.
      *
       AC12-HISTORY-CHECK SECTION.
       AC12A.
           MOVE "N" TO HISTORY-CHECK-SWITCH.
           MOVE CT-BRANCH (CORR-SUB)    TO RFH-BRANCH.
           MOVE CT-REFERENCE (CORR-SUB) TO RFH-REFERENCE.
           READ REFERENCE-HISTORY
               INVALID KEY
                   GO TO AC12Z.
           IF  RFH-FORCED
            OR RFH-FIRST-DATE < CUTOFF-DATE
               GO TO AC12Z.
           SET HISTORY-DUPLICATE TO TRUE.
       AC12Z.
           EXIT.
      *
      *    THE DUPLICATE WINDOW IS FLOW-DUP-DAYS BUSINESS DAYS BACK, AS
      *    IN FLOWGRA1.  A CARRIED REJECT AGES ONE DAY ONLY WHEN THIS
      *    RUN FALLS ON A BUSINESS DAY, SO A WEEKEND OR HOLIDAY RUN
      *    DOES NOT MAKE THE BACKLOG LOOK OLDER THAN IT IS.
      *
       AC11-SET-CUTOFF SECTION.
       AC11A.
           MOVE "CUTO"   TO DTS-FUNCTION.
           MOVE RUN-DATE TO DTS-FROM-DATE.
           MOVE DUP-DAYS TO DTS-DAY-COUNT.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
           MOVE DTS-RESULT-DATE TO CUTOFF-DATE.
           MOVE "TEST" TO DTS-FUNCTION.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
           MOVE DTS-BUSINESS-FLAG TO RUN-DAY-SWITCH.
           MOVE "CLOS" TO DTS-FUNCTION.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
       AC11Z.
           EXIT.
      *
      *    FLOWGRPV ALERTS A MISSING OR OUT-OF-RANGE VALUE ITSELF;
      *    THE WINDOW THEN KEEPS ITS DEFAULT.
      *
       AC13-RUN-PARAMETERS SECTION.
       AC13A.
           MOVE "READ"          TO PVA-FUNCTION.
           MOVE "FLOWGRAC"      TO PVA-PROGRAM.
           MOVE "FLOW-DUP-DAYS" TO PVA-NAME.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
           IF  PVA-STATUS-OK
               MOVE PVA-NUMBER TO DUP-DAYS.
           MOVE "CLOS"          TO PVA-FUNCTION.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
       AC13Z.
           EXIT.
