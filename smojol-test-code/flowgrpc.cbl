       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLOWGRPC.
       AUTHOR.        MOJO
       DATE-WRITTEN.  OCT 2026.
      *MODIFICATION HISTORY
      *    2026-10-15  NEW PROGRAM.  RUN-PARAMETER FILE MAINTENANCE:
      *                READS TRANSACTIONS (PARMTRAN) TO ADD A
      *                PARAMETER, CHANGE ITS VALUE, CHANGE ITS ALLOWED
      *                RANGE OR CODES, OR DELETE IT; VALIDATES THEM
      *                (A NAME, WHO IS MAKING THE CHANGE, TYPE N
      *                NUMERIC OR C CODE, A LOW/HIGH RANGE OR A LIST OF
      *                CODES, A VALUE INSIDE THE RANGE, AN EFFECTIVE
      *                DATE THAT IS A REAL DATE AND NOT BEFORE TODAY),
      *                APPLIES THEM TO PARMFILE, APPENDS THE BEFORE AND
      *                AFTER RECORD OF EVERY APPLIED CHANGE TO THE
      *                PARAMETER HISTORY (PARMHIST), AND PRINTS THE
      *                CHANGE REPORT (PARMCRPT) FOR THE MORNING REVIEW:
      *                ONE LINE PER TRANSACTION, THEN EVERY PARAMETER
      *                WITH THE VALUE IN FORCE, ANY CHANGE PENDING AND
      *                WHO LAST CHANGED IT.  PARMFILE IS READ AT START-
      *                UP BY EVERY PROGRAM THROUGH FLOWGRPV.  ENDS WITH
      *                RETURN CODE 12 WHEN A FILE CANNOT BE OPENED OR
      *                THE HISTORY CANNOT BE WRITTEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-TRAN-FILE ASSIGN TO "PARMTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-NAME
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL PARAMETER-HISTORY ASSIGN TO "PARMHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT PARAMETER-CHANGE-RPT ASSIGN TO "PARMCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHANGE-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-TRAN-FILE.
       01  PARAMETER-TRAN-RECORD.
           05  PMT-ACTION           PIC X.
               88  PMT-ACTION-ADD       VALUE "A".
               88  PMT-ACTION-CHANGE    VALUE "C".
               88  PMT-ACTION-RANGE     VALUE "R".
               88  PMT-ACTION-DELETE    VALUE "D".
               88  PMT-ACTION-VALID     VALUES "A" "C" "R" "D".
           05  PMT-NAME             PIC X(20).
           05  PMT-VALUE            PIC X(10).
           05  PMT-EFFECTIVE-DATE   PIC X(8).
           05  PMT-TYPE             PIC X.
               88  PMT-TYPE-NUMERIC     VALUE "N".
               88  PMT-TYPE-CODE        VALUE "C".
           05  PMT-LOW-VALUE        PIC 9(9).
           05  PMT-HIGH-VALUE       PIC 9(9).
           05  PMT-ALLOWED-CODES    PIC X(10).
           05  PMT-CHANGED-BY       PIC X(8).
           05  PMT-REASON           PIC X(20).
           05  FILLER               PIC X(4).

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

       FD  PARAMETER-HISTORY.
       01  PARAMETER-HISTORY-RECORD.
           05  PH-CHANGE-DATE       PIC X(8).
           05  PH-CHANGE-TIME       PIC X(6).
           05  PH-ACTION            PIC X.
           05  PH-NAME              PIC X(20).
           05  PH-CHANGED-BY        PIC X(8).
           05  PH-REASON            PIC X(20).
           05  PH-BEFORE-IMAGE      PIC X(100).
           05  PH-AFTER-IMAGE       PIC X(100).
           05  FILLER               PIC X(7).

       FD  PARAMETER-CHANGE-RPT.
       01  PARAMETER-CHANGE-RPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 TRAN-FILE-STATUS    PIC XX.
         01 PARM-FILE-STATUS    PIC XX.
         01 HIST-FILE-STATUS    PIC XX.
         01 CHANGE-RPT-STATUS   PIC XX.
         01 RUN-DATE            PIC X(8).
         01 RUN-TIME            PIC X(8).
         01 EFFECTIVE-WORK      PIC X(8).

         01 TRAN-EOF-SWITCH     PIC X VALUE "N".
            88 TRAN-EOF         VALUE "Y".
         01 LIST-EOF-SWITCH     PIC X VALUE "N".
            88 LIST-EOF         VALUE "Y".
         01 PARAMETER-FOUND-SWITCH PIC X VALUE "N".
            88 PARAMETER-FOUND  VALUE "Y".
         01 RANGE-SWITCH        PIC X VALUE "N".
            88 VALUE-IN-RANGE   VALUE "Y".
         01 HISTORY-SWITCH      PIC X VALUE "N".
            88 HISTORY-FAILED   VALUE "Y".

         01 TRAN-READ-COUNT     PIC 9(5) VALUE ZERO COMP.
         01 TRAN-ADD-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 TRAN-CHANGE-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 TRAN-RANGE-COUNT    PIC 9(5) VALUE ZERO COMP.
         01 TRAN-DELETE-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 TRAN-REJECT-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 VALUE-LENGTH        PIC 9(3) VALUE ZERO COMP.
         01 CODE-HITS           PIC 9(3) VALUE ZERO COMP.
         01 LEAD-SPACES         PIC 9(3) VALUE ZERO COMP.

         01 BEFORE-IMAGE-WORK   PIC X(100).
         01 BEFORE-RANGE-WORK   PIC X(19).
         01 VALUE-WORK          PIC X(10).
         01 VALUE-WORK-NUM REDEFINES VALUE-WORK
                                PIC 9(10).
         01 EDIT-VALUE-IN       PIC X(10).
         01 EDIT-VALUE-IN-NUM REDEFINES EDIT-VALUE-IN
                                PIC 9(10).
         01 EDIT-VALUE-Z        PIC Z(9)9.
         01 EDIT-VALUE-OUT      PIC X(10).
         01 SHOW-VALUE          PIC X(10).
         01 SHOW-PRIOR-VALUE    PIC X(10).
         01 SHOW-LOW-VALUE      PIC X(10).
         01 SHOW-RANGE          PIC X(19).

           COPY DATESVC.

         01 RPT-TITLE-LINE.
            05 FILLER           PIC X(34) VALUE
               "PARAMETER CHANGE REPORT  RUN DATE ".
            05 RPT-TITLE-DATE   PIC X(8).
         01 RPT-HEADING-LINE.
            05 FILLER           PIC X(5)  VALUE "  ACT".
            05 FILLER           PIC X(21) VALUE "NAME".
            05 FILLER           PIC X(11) VALUE "BEFORE".
            05 FILLER           PIC X(11) VALUE "AFTER".
            05 FILLER           PIC X(9)  VALUE "EFF DATE".
            05 FILLER           PIC X(20) VALUE "RANGE".
            05 FILLER           PIC X(9)  VALUE "BY".
            05 FILLER           PIC X(21) VALUE "REASON".
            05 FILLER           PIC X(11) VALUE "DISPOSITION".
         01 RPT-DETAIL-LINE.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RPT-ACTION       PIC X.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RPT-NAME         PIC X(20).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-BEFORE-VALUE PIC X(10).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-AFTER-VALUE  PIC X(10).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-EFFECTIVE    PIC X(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-RANGE        PIC X(19).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-CHANGED-BY   PIC X(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-REASON       PIC X(20).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-DISPOSITION  PIC X(25).
         01 RPT-TOTAL-LINE.
            05 FILLER           PIC X(6)  VALUE "READ ".
            05 RPT-READ-COUNT   PIC ZZZ,ZZ9.
            05 FILLER           PIC X(8)  VALUE " ADDED ".
            05 RPT-ADD-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(10) VALUE " CHANGED ".
            05 RPT-CHANGE-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(16) VALUE " RANGE CHANGED ".
            05 RPT-RANGE-COUNT  PIC ZZZ,ZZ9.
            05 FILLER           PIC X(10) VALUE " DELETED ".
            05 RPT-DELETE-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(11) VALUE " REJECTED ".
            05 RPT-REJECT-COUNT PIC ZZZ,ZZ9.
         01 RPT-LIST-TITLE-LINE.
            05 FILLER           PIC X(22) VALUE
               "PARAMETERS AS AT ".
            05 RPT-LIST-DATE    PIC X(8).
         01 RPT-LIST-HEADING-LINE.
            05 FILLER           PIC X(23) VALUE "  NAME".
            05 FILLER           PIC X(11) VALUE "IN FORCE".
            05 FILLER           PIC X(11) VALUE "PENDING".
            05 FILLER           PIC X(9)  VALUE "EFFECTIV".
            05 FILLER           PIC X(20) VALUE "RANGE".
            05 FILLER           PIC X(9)  VALUE "CHANGED".
            05 FILLER           PIC X(9)  VALUE "ON".
            05 FILLER           PIC X(4)  VALUE "NOTE".
         01 RPT-LIST-LINE.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RPT-LIST-NAME    PIC X(20).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-LIST-IN-FORCE PIC X(10).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-LIST-PENDING PIC X(10).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-LIST-EFFECTIVE PIC X(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-LIST-RANGE   PIC X(19).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-LIST-CHANGED-BY PIC X(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-LIST-CHANGE-DATE PIC X(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-LIST-NOTE    PIC X(40).

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           OPEN INPUT PARAMETER-TRAN-FILE.
           IF  TRAN-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - PARMTRAN OPEN FAILED - '
                       'STATUS ' TRAN-FILE-STATUS UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               GOBACK.
           OPEN I-O PARAMETER-FILE.
           IF  PARM-FILE-STATUS NOT = "00" AND "05"
               DISPLAY 'OPERATOR ALERT - PARMFILE OPEN FAILED - '
                       'STATUS ' PARM-FILE-STATUS UPON CONSOLE
               CLOSE PARAMETER-TRAN-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK.
           OPEN EXTEND PARAMETER-HISTORY.
           IF  HIST-FILE-STATUS NOT = "00" AND "05"
               DISPLAY 'OPERATOR ALERT - PARMHIST OPEN FAILED - '
                       'STATUS ' HIST-FILE-STATUS UPON CONSOLE
               CLOSE PARAMETER-TRAN-FILE PARAMETER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT PARAMETER-CHANGE-RPT.
           IF  CHANGE-RPT-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - PARMCRPT OPEN FAILED - '
                       'STATUS ' CHANGE-RPT-STATUS UPON CONSOLE
               CLOSE PARAMETER-TRAN-FILE PARAMETER-FILE
                     PARAMETER-HISTORY
               MOVE 12 TO RETURN-CODE
               GOBACK.
           MOVE RUN-DATE TO RPT-TITLE-DATE.
           WRITE PARAMETER-CHANGE-RPT-RECORD FROM RPT-TITLE-LINE.
           WRITE PARAMETER-CHANGE-RPT-RECORD FROM RPT-HEADING-LINE.
           PERFORM PC1-TRANSACTION UNTIL TRAN-EOF.
       SZ1.
           MOVE TRAN-READ-COUNT   TO RPT-READ-COUNT.
           MOVE TRAN-ADD-COUNT    TO RPT-ADD-COUNT.
           MOVE TRAN-CHANGE-COUNT TO RPT-CHANGE-COUNT.
           MOVE TRAN-RANGE-COUNT  TO RPT-RANGE-COUNT.
           MOVE TRAN-DELETE-COUNT TO RPT-DELETE-COUNT.
           MOVE TRAN-REJECT-COUNT TO RPT-REJECT-COUNT.
           WRITE PARAMETER-CHANGE-RPT-RECORD FROM RPT-TOTAL-LINE.
           PERFORM PC14-LIST-PARAMETERS.
           CLOSE PARAMETER-TRAN-FILE PARAMETER-FILE
                 PARAMETER-HISTORY PARAMETER-CHANGE-RPT.
           IF  HISTORY-FAILED
               MOVE 12 TO RETURN-CODE.
           GOBACK.
       PC1-TRANSACTION SECTION.
       PC1A.
           READ PARAMETER-TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
                   GO TO PC1Z.
           ADD 1 TO TRAN-READ-COUNT.
           MOVE SPACES           TO RPT-DISPOSITION.
           MOVE PMT-ACTION       TO RPT-ACTION.
           MOVE PMT-NAME         TO RPT-NAME.
           MOVE PMT-CHANGED-BY   TO RPT-CHANGED-BY.
           MOVE PMT-REASON       TO RPT-REASON.
           MOVE SPACES           TO RPT-BEFORE-VALUE.
           MOVE SPACES           TO RPT-AFTER-VALUE.
           MOVE SPACES           TO RPT-EFFECTIVE.
           MOVE SPACES           TO RPT-RANGE.
           MOVE SPACES           TO BEFORE-IMAGE-WORK.
           MOVE SPACES           TO BEFORE-RANGE-WORK.
           IF  NOT PMT-ACTION-VALID
               MOVE "REJECTED - ACTION INVALID" TO RPT-DISPOSITION
               PERFORM PC9-REJECT
               GO TO PC1Z.
           IF  PMT-NAME = SPACES
               MOVE "REJECTED - NAME BLANK" TO RPT-DISPOSITION
               PERFORM PC9-REJECT
               GO TO PC1Z.
           IF  PMT-CHANGED-BY = SPACES
               MOVE "REJECTED - NO CHANGED-BY" TO RPT-DISPOSITION
               PERFORM PC9-REJECT
               GO TO PC1Z.
           MOVE RUN-DATE TO EFFECTIVE-WORK.
           IF  PMT-ACTION-ADD OR PMT-ACTION-CHANGE
               IF  PMT-EFFECTIVE-DATE NOT = SPACES
                   MOVE PMT-EFFECTIVE-DATE TO EFFECTIVE-WORK
               END-IF
               MOVE EFFECTIVE-WORK TO RPT-EFFECTIVE
               MOVE "EDIT"         TO DTS-FUNCTION
               MOVE EFFECTIVE-WORK TO DTS-FROM-DATE
               CALL "FLOWGRDT" USING DATE-SERVICE-AREA
               IF  NOT DTS-STATUS-OK
                   MOVE "REJECTED - DATE INVALID"
                     TO RPT-DISPOSITION
                   PERFORM PC9-REJECT
                   GO TO PC1Z
               END-IF
               IF  EFFECTIVE-WORK < RUN-DATE
                   MOVE "REJECTED - BACK-DATED" TO RPT-DISPOSITION
                   PERFORM PC9-REJECT
                   GO TO PC1Z.
           PERFORM PC10-READ-PARAMETER.
           IF  PARAMETER-FOUND
               MOVE PARAMETER-RECORD TO BEFORE-IMAGE-WORK
               PERFORM PC12-SHOW-RECORD
               MOVE SHOW-VALUE TO RPT-BEFORE-VALUE
               MOVE SHOW-RANGE TO BEFORE-RANGE-WORK
               MOVE SHOW-RANGE TO RPT-RANGE.
           EVALUATE TRUE
               WHEN PMT-ACTION-ADD
                   PERFORM PC2-ADD
               WHEN PMT-ACTION-CHANGE
                   PERFORM PC3-CHANGE
               WHEN PMT-ACTION-RANGE
                   PERFORM PC4-RANGE-CHANGE
               WHEN PMT-ACTION-DELETE
                   PERFORM PC5-DELETE
           END-EVALUATE.
           WRITE PARAMETER-CHANGE-RPT-RECORD FROM RPT-DETAIL-LINE.
           IF  PMT-ACTION-RANGE
           AND RPT-DISPOSITION = "RANGE CHANGED"
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE BEFORE-RANGE-WORK TO RPT-RANGE
               MOVE "(RANGE BEFORE)" TO RPT-DISPOSITION
               WRITE PARAMETER-CHANGE-RPT-RECORD FROM RPT-DETAIL-LINE.
       PC1Z.
           EXIT.
      *
      *    A PARAMETER ADDED WITH A FUTURE EFFECTIVE DATE HAS NO PRIOR
      *    VALUE, SO IT IS NOT IN FORCE UNTIL THAT DATE AND THE
      *    PROGRAMS KEEP THEIR OWN DEFAULT (WITH AN ALERT) UNTIL THEN.
      *
       PC2-ADD SECTION.
       PC2A.
           IF  PARAMETER-FOUND
               MOVE "REJECTED - DUPLICATE ADD" TO RPT-DISPOSITION
               ADD 1 TO TRAN-REJECT-COUNT
               GO TO PC2Z.
           PERFORM PC6-EDIT-DEFINITION.
           IF  RPT-DISPOSITION NOT = SPACES
               ADD 1 TO TRAN-REJECT-COUNT
               GO TO PC2Z.
           MOVE SPACES            TO PARAMETER-RECORD.
           MOVE PMT-NAME          TO PRM-NAME.
           PERFORM PC13-MOVE-DEFINITION.
           PERFORM PC7-EDIT-VALUE.
           IF  RPT-DISPOSITION NOT = SPACES
               ADD 1 TO TRAN-REJECT-COUNT
               GO TO PC2Z.
           MOVE VALUE-WORK        TO PRM-VALUE.
           MOVE EFFECTIVE-WORK    TO PRM-EFFECTIVE-DATE.
           MOVE PMT-CHANGED-BY    TO PRM-CHANGED-BY.
           MOVE RUN-DATE          TO PRM-CHANGE-DATE.
           WRITE PARAMETER-RECORD
               INVALID KEY
                   MOVE "REJECTED - WRITE FAILED"
                     TO RPT-DISPOSITION
                   ADD 1 TO TRAN-REJECT-COUNT
                   GO TO PC2Z.
           PERFORM PC11-WRITE-HISTORY.
           PERFORM PC12-SHOW-RECORD.
           MOVE SHOW-VALUE TO RPT-AFTER-VALUE.
           MOVE SHOW-RANGE TO RPT-RANGE.
           MOVE "ADDED" TO RPT-DISPOSITION.
           ADD 1 TO TRAN-ADD-COUNT.
       PC2Z.
           EXIT.
      *
      *    THE VALUE IN FORCE TODAY BECOMES THE PRIOR VALUE AND STAYS
      *    IN FORCE UNTIL THE NEW VALUE'S EFFECTIVE DATE.  A CHANGE
      *    KEYED OVER ONE STILL PENDING REPLACES THE PENDING VALUE AND
      *    LEAVES THE VALUE IN FORCE ALONE.
      *
       PC3-CHANGE SECTION.
       PC3A.
           IF  NOT PARAMETER-FOUND
               MOVE "REJECTED - NOT ON FILE" TO RPT-DISPOSITION
               ADD 1 TO TRAN-REJECT-COUNT
               GO TO PC3Z.
           PERFORM PC7-EDIT-VALUE.
           IF  RPT-DISPOSITION NOT = SPACES
               ADD 1 TO TRAN-REJECT-COUNT
               GO TO PC3Z.
           IF  PRM-EFFECTIVE-DATE NOT > RUN-DATE
               MOVE PRM-VALUE TO PRM-PRIOR-VALUE.
           MOVE VALUE-WORK        TO PRM-VALUE.
           MOVE EFFECTIVE-WORK    TO PRM-EFFECTIVE-DATE.
           MOVE PMT-CHANGED-BY    TO PRM-CHANGED-BY.
           MOVE RUN-DATE          TO PRM-CHANGE-DATE.
           REWRITE PARAMETER-RECORD
               INVALID KEY
                   MOVE "REJECTED - REWRITE FAILED"
                     TO RPT-DISPOSITION
                   ADD 1 TO TRAN-REJECT-COUNT
                   GO TO PC3Z.
           PERFORM PC11-WRITE-HISTORY.
           PERFORM PC12-SHOW-RECORD.
           MOVE SHOW-VALUE TO RPT-AFTER-VALUE.
           IF  EFFECTIVE-WORK > RUN-DATE
               MOVE "CHANGE PENDING" TO RPT-DISPOSITION
           ELSE
               MOVE "CHANGED" TO RPT-DISPOSITION.
           ADD 1 TO TRAN-CHANGE-COUNT.
       PC3Z.
           EXIT.
      *
      *    A NEW RANGE OR CODE LIST TAKES EFFECT AT ONCE, SO IT MUST
      *    STILL ADMIT THE CURRENT VALUE; CHANGE THE VALUE FIRST.
      *
       PC4-RANGE-CHANGE SECTION.
       PC4A.
           IF  NOT PARAMETER-FOUND
               MOVE "REJECTED - NOT ON FILE" TO RPT-DISPOSITION
               ADD 1 TO TRAN-REJECT-COUNT
               GO TO PC4Z.
           PERFORM PC6-EDIT-DEFINITION.
           IF  RPT-DISPOSITION NOT = SPACES
               ADD 1 TO TRAN-REJECT-COUNT
               GO TO PC4Z.
           PERFORM PC13-MOVE-DEFINITION.
           MOVE PRM-VALUE TO VALUE-WORK.
           PERFORM PC8-RANGE-CHECK.
           IF  NOT VALUE-IN-RANGE
               MOVE BEFORE-IMAGE-WORK TO PARAMETER-RECORD
               MOVE "REJECTED - OUT OF RANGE" TO RPT-DISPOSITION
               ADD 1 TO TRAN-REJECT-COUNT
               GO TO PC4Z.
           MOVE PMT-CHANGED-BY    TO PRM-CHANGED-BY.
           MOVE RUN-DATE          TO PRM-CHANGE-DATE.
           REWRITE PARAMETER-RECORD
               INVALID KEY
                   MOVE "REJECTED - REWRITE FAILED"
                     TO RPT-DISPOSITION
                   ADD 1 TO TRAN-REJECT-COUNT
                   GO TO PC4Z.
           PERFORM PC11-WRITE-HISTORY.
           PERFORM PC12-SHOW-RECORD.
           MOVE SHOW-VALUE TO RPT-AFTER-VALUE.
           MOVE SHOW-RANGE TO RPT-RANGE.
           MOVE "RANGE CHANGED" TO RPT-DISPOSITION.
           ADD 1 TO TRAN-RANGE-COUNT.
       PC4Z.
           EXIT.
       PC5-DELETE SECTION.
       PC5A.
           IF  NOT PARAMETER-FOUND
               MOVE "REJECTED - NOT ON FILE" TO RPT-DISPOSITION
               ADD 1 TO TRAN-REJECT-COUNT
               GO TO PC5Z.
           DELETE PARAMETER-FILE
               INVALID KEY
                   MOVE "REJECTED - DELETE FAILED"
                     TO RPT-DISPOSITION
                   ADD 1 TO TRAN-REJECT-COUNT
                   GO TO PC5Z.
           MOVE SPACES TO PARAMETER-RECORD.
           PERFORM PC11-WRITE-HISTORY.
           MOVE "(DELETED)" TO RPT-AFTER-VALUE.
           MOVE "DELETED" TO RPT-DISPOSITION.
           ADD 1 TO TRAN-DELETE-COUNT.
       PC5Z.
           EXIT.
       PC6-EDIT-DEFINITION SECTION.
       PC6A.
           IF  NOT PMT-TYPE-NUMERIC AND NOT PMT-TYPE-CODE
               MOVE "REJECTED - TYPE NOT N/C" TO RPT-DISPOSITION
               GO TO PC6Z.
           IF  PMT-TYPE-CODE
               IF  PMT-ALLOWED-CODES = SPACES
                   MOVE "REJECTED - NO CODES" TO RPT-DISPOSITION
               END-IF
               GO TO PC6Z.
           IF  PMT-LOW-VALUE IS NOT NUMERIC
            OR PMT-HIGH-VALUE IS NOT NUMERIC
               MOVE "REJECTED - RANGE INVALID" TO RPT-DISPOSITION
               GO TO PC6Z.
           IF  PMT-LOW-VALUE > PMT-HIGH-VALUE
               MOVE "REJECTED - RANGE INVALID" TO RPT-DISPOSITION.
       PC6Z.
           EXIT.
      *
      *    A NUMERIC VALUE IS KEYED LEFT-JUSTIFIED WITHOUT LEADING
      *    ZEROS AND IS HELD AS TEN DIGITS; A CODE VALUE IS ONE
      *    CHARACTER.  EITHER IS CHECKED AGAINST THE DEFINITION NOW ON
      *    PARAMETER-RECORD.  VALUE-WORK RETURNS THE VALUE TO STORE.
      *
       PC7-EDIT-VALUE SECTION.
       PC7A.
           MOVE SPACES TO VALUE-WORK.
           IF  PMT-VALUE = SPACES
               MOVE "REJECTED - VALUE BLANK" TO RPT-DISPOSITION
               GO TO PC7Z.
           IF  PRM-TYPE-CODE
               MOVE PMT-VALUE TO VALUE-WORK
               GO TO PC7B.
           MOVE ZERO TO VALUE-LENGTH.
           INSPECT PMT-VALUE TALLYING VALUE-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  VALUE-LENGTH = ZERO
               MOVE "REJECTED - VALUE INVALID" TO RPT-DISPOSITION
               GO TO PC7Z.
           IF  PMT-VALUE (1:VALUE-LENGTH) IS NOT NUMERIC
               MOVE "REJECTED - VALUE INVALID" TO RPT-DISPOSITION
               GO TO PC7Z.
           IF  VALUE-LENGTH < 10
               IF  PMT-VALUE (VALUE-LENGTH + 1:) NOT = SPACES
                   MOVE "REJECTED - VALUE INVALID"
                     TO RPT-DISPOSITION
                   GO TO PC7Z.
           MOVE PMT-VALUE (1:VALUE-LENGTH) TO VALUE-WORK-NUM.
       PC7B.
           PERFORM PC8-RANGE-CHECK.
           IF  NOT VALUE-IN-RANGE
               MOVE "REJECTED - OUT OF RANGE" TO RPT-DISPOSITION.
       PC7Z.
           EXIT.
      *
      *    THE SAME TEST FLOWGRPV APPLIES WHEN A PROGRAM READS THE
      *    PARAMETER, SO NOTHING PASSED HERE IS REFUSED AT RUN TIME.
      *
       PC8-RANGE-CHECK SECTION.
       PC8A.
           MOVE "N" TO RANGE-SWITCH.
           IF  PRM-TYPE-NUMERIC
               IF  VALUE-WORK IS NUMERIC
               AND VALUE-WORK-NUM NOT < PRM-LOW-VALUE
               AND VALUE-WORK-NUM NOT > PRM-HIGH-VALUE
                   SET VALUE-IN-RANGE TO TRUE
               END-IF
               GO TO PC8Z.
           IF  NOT PRM-TYPE-CODE
               GO TO PC8Z.
           IF  VALUE-WORK (1:1) = SPACE
            OR VALUE-WORK (2:9) NOT = SPACES
               GO TO PC8Z.
           MOVE ZERO TO CODE-HITS.
           INSPECT PRM-ALLOWED-CODES TALLYING CODE-HITS
               FOR ALL VALUE-WORK (1:1).
           IF  CODE-HITS > ZERO
               SET VALUE-IN-RANGE TO TRUE.
       PC8Z.
           EXIT.
       PC9-REJECT SECTION.
       PC9A.
           ADD 1 TO TRAN-REJECT-COUNT.
           WRITE PARAMETER-CHANGE-RPT-RECORD FROM RPT-DETAIL-LINE.
       PC9Z.
           EXIT.
       PC10-READ-PARAMETER SECTION.
       PC10A.
           MOVE "N" TO PARAMETER-FOUND-SWITCH.
           MOVE PMT-NAME TO PRM-NAME.
           READ PARAMETER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PARAMETER-FOUND TO TRUE.
       PC10Z.
           EXIT.
      *
      *    EVERY APPLIED CHANGE IS KEPT WHOLE: THE RECORD AS IT WAS
      *    (SPACES FOR AN ADD) AND AS IT IS NOW (SPACES FOR A DELETE).
      *    WITHOUT THE HISTORY THE CHANGES CANNOT BE ACCOUNTED FOR, SO
      *    A WRITE FAILURE STOPS THE RUN AFTER THE CHANGE IN HAND.
      *
       PC11-WRITE-HISTORY SECTION.
       PC11A.
           MOVE SPACES              TO PARAMETER-HISTORY-RECORD.
           MOVE RUN-DATE            TO PH-CHANGE-DATE.
           MOVE RUN-TIME (1:6)      TO PH-CHANGE-TIME.
           MOVE PMT-ACTION          TO PH-ACTION.
           MOVE PMT-NAME            TO PH-NAME.
           MOVE PMT-CHANGED-BY      TO PH-CHANGED-BY.
           MOVE PMT-REASON          TO PH-REASON.
           MOVE BEFORE-IMAGE-WORK   TO PH-BEFORE-IMAGE.
           MOVE PARAMETER-RECORD    TO PH-AFTER-IMAGE.
           WRITE PARAMETER-HISTORY-RECORD.
           IF  HIST-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - PARMHIST WRITE FAILED - '
                       'STATUS ' HIST-FILE-STATUS ' - RUN STOPPED'
                   UPON CONSOLE
               SET HISTORY-FAILED TO TRUE
               SET TRAN-EOF TO TRUE.
       PC11Z.
           EXIT.
       PC12-SHOW-RECORD SECTION.
       PC12A.
           MOVE PRM-VALUE TO EDIT-VALUE-IN.
           PERFORM PC15-EDIT-VALUE.
           MOVE EDIT-VALUE-OUT TO SHOW-VALUE.
           MOVE PRM-PRIOR-VALUE TO EDIT-VALUE-IN.
           PERFORM PC15-EDIT-VALUE.
           MOVE EDIT-VALUE-OUT TO SHOW-PRIOR-VALUE.
           MOVE SPACES TO SHOW-RANGE.
           IF  PRM-TYPE-CODE
               STRING "CODES " PRM-ALLOWED-CODES DELIMITED BY SIZE
                      INTO SHOW-RANGE
               GO TO PC12Z.
           MOVE PRM-LOW-VALUE TO EDIT-VALUE-IN-NUM.
           PERFORM PC15-EDIT-VALUE.
           MOVE EDIT-VALUE-OUT TO SHOW-LOW-VALUE.
           MOVE PRM-HIGH-VALUE TO EDIT-VALUE-IN-NUM.
           PERFORM PC15-EDIT-VALUE.
           STRING SHOW-LOW-VALUE DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  EDIT-VALUE-OUT DELIMITED BY SPACE
                  INTO SHOW-RANGE.
       PC12Z.
           EXIT.
       PC13-MOVE-DEFINITION SECTION.
       PC13A.
           MOVE PMT-TYPE TO PRM-TYPE.
           IF  PMT-TYPE-CODE
               MOVE ZERO              TO PRM-LOW-VALUE
               MOVE ZERO              TO PRM-HIGH-VALUE
               MOVE PMT-ALLOWED-CODES TO PRM-ALLOWED-CODES
           ELSE
               MOVE PMT-LOW-VALUE     TO PRM-LOW-VALUE
               MOVE PMT-HIGH-VALUE    TO PRM-HIGH-VALUE
               MOVE SPACES            TO PRM-ALLOWED-CODES.
       PC13Z.
           EXIT.
      *
      *    EVERY PARAMETER ON FILE, AS THE PROGRAMS WILL SEE IT TONIGHT.
      *
       PC14-LIST-PARAMETERS SECTION.
       PC14A.
           MOVE SPACES TO PARAMETER-CHANGE-RPT-RECORD.
           WRITE PARAMETER-CHANGE-RPT-RECORD.
           MOVE RUN-DATE TO RPT-LIST-DATE.
           WRITE PARAMETER-CHANGE-RPT-RECORD FROM RPT-LIST-TITLE-LINE.
           WRITE PARAMETER-CHANGE-RPT-RECORD
               FROM RPT-LIST-HEADING-LINE.
           MOVE LOW-VALUES TO PRM-NAME.
           START PARAMETER-FILE KEY IS NOT < PRM-NAME
               INVALID KEY
                   GO TO PC14Z.
           PERFORM PC16-LIST-ONE UNTIL LIST-EOF.
       PC14Z.
           EXIT.
      *
      *    EDIT-VALUE-IN SHOWN WITHOUT ITS LEADING ZEROS WHEN IT IS A
      *    NUMBER, AS IT STANDS WHEN IT IS A CODE.
      *
       PC15-EDIT-VALUE SECTION.
       PC15A.
           MOVE EDIT-VALUE-IN TO EDIT-VALUE-OUT.
           IF  EDIT-VALUE-IN IS NOT NUMERIC
               GO TO PC15Z.
           MOVE EDIT-VALUE-IN-NUM TO EDIT-VALUE-Z.
           MOVE ZERO TO LEAD-SPACES.
           INSPECT EDIT-VALUE-Z TALLYING LEAD-SPACES
               FOR LEADING SPACES.
           MOVE SPACES TO EDIT-VALUE-OUT.
           MOVE EDIT-VALUE-Z (LEAD-SPACES + 1:) TO EDIT-VALUE-OUT.
       PC15Z.
           EXIT.
       PC16-LIST-ONE SECTION.
       PC16A.
           READ PARAMETER-FILE NEXT RECORD
               AT END
                   SET LIST-EOF TO TRUE
                   GO TO PC16Z.
           PERFORM PC12-SHOW-RECORD.
           MOVE PRM-NAME           TO RPT-LIST-NAME.
           MOVE PRM-EFFECTIVE-DATE TO RPT-LIST-EFFECTIVE.
           MOVE SHOW-RANGE         TO RPT-LIST-RANGE.
           MOVE PRM-CHANGED-BY     TO RPT-LIST-CHANGED-BY.
           MOVE PRM-CHANGE-DATE    TO RPT-LIST-CHANGE-DATE.
           MOVE SPACES             TO RPT-LIST-NOTE.
           IF  RUN-DATE < PRM-EFFECTIVE-DATE
               MOVE SHOW-PRIOR-VALUE TO RPT-LIST-IN-FORCE
               MOVE SHOW-VALUE       TO RPT-LIST-PENDING
               MOVE PRM-PRIOR-VALUE  TO VALUE-WORK
           ELSE
               MOVE SHOW-VALUE       TO RPT-LIST-IN-FORCE
               MOVE SPACES           TO RPT-LIST-PENDING
               MOVE PRM-VALUE        TO VALUE-WORK.
           IF  VALUE-WORK = SPACES
               MOVE "NOT YET IN FORCE - PROGRAM DEFAULT USED"
                 TO RPT-LIST-NOTE
           ELSE
               PERFORM PC8-RANGE-CHECK
               IF  NOT VALUE-IN-RANGE
                   MOVE "OUT OF RANGE - PROGRAM DEFAULT USED"
                     TO RPT-LIST-NOTE.
           WRITE PARAMETER-CHANGE-RPT-RECORD FROM RPT-LIST-LINE.
       PC16Z.
           EXIT.
