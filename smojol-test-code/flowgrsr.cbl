       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLOWGRSR.
       AUTHOR.        MOJO
       DATE-WRITTEN.  OCT 2026.
      *MODIFICATION HISTORY
      *    2026-10-15  NEW PROGRAM.  NIGHTLY STEP-TIMING AND BATCH-
      *                WINDOW REPORT.  READS THE STEP-TIMING LOG
      *                (STEPTIME) THAT EVERY FLOWGRJB PROGRAM APPENDS TO
      *                THROUGH FLOWGRSL AND THE STEP TARGETS (STEPTGT:
      *                ONE RECORD PER STEP IN RUN ORDER WITH ITS TARGET
      *                ELAPSED SECONDS AND RECORDS PER SECOND), AND
      *                PRINTS EACH STEP OF TONIGHT'S RUN ON STEPRPT WITH
      *                ITS START, END, ELAPSED TIME, COUNTS, THROUGHPUT
      *                AND RETURN CODE, FLAGGING OVERRUN AND SLOW STEPS.
      *                THE JOB'S END IS PROJECTED FROM THE TARGETS OF
      *                THE STEPS STILL TO RUN AND COMPARED WITH THE
      *                MORNING DEADLINE (FLOW-JOB-DEADLINE, HHMM, FROM
      *                PARMFILE; DEFAULT 0600): HEADING PAST IT RAISES
      *                FGS001W, ENDING PAST IT FGS002E.  RUN PART-WAY
      *                THROUGH THE NIGHTLY FOR AN EARLY WARNING AND
      *                AGAIN AT THE END.  RETURN CODE 4 WHEN A STEP
      *                OVERRAN OR RAN SLOW, 8 ON A DEADLINE ALERT, 12
      *                WHEN STEPTGT OR A FILE CANNOT BE USED (FGS003E).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STEP-TIMING-LOG ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT STEP-TARGET-FILE ASSIGN TO "STEPTGT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TGT-FILE-STATUS.
           SELECT STEP-TIMING-RPT ASSIGN TO "STEPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TIME-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-TIMING-LOG.
       01  STEP-TIMING-RECORD.
           05  STL-STEP-NAME        PIC X(8).
           05  STL-PROGRAM          PIC X(10).
           05  STL-EVENT            PIC X(4).
               88  STL-START            VALUE "STRT".
               88  STL-END              VALUE "END ".
           05  STL-TIMESTAMP        PIC X(16).
           05  STL-INPUT-COUNT      PIC 9(7).
           05  STL-OUTPUT-COUNT     PIC 9(7).
           05  STL-RETURN-CODE      PIC 9(4).
           05  FILLER               PIC X(24).

       FD  STEP-TARGET-FILE.
       01  STEP-TARGET-RECORD.
           05  TGT-STEP-NAME        PIC X(8).
           05  TGT-PROGRAM          PIC X(10).
           05  TGT-ELAPSED-SECS     PIC 9(5).
           05  TGT-RATE-PER-SEC     PIC 9(5).
           05  TGT-DESCRIPTION      PIC X(30).
           05  FILLER               PIC X(22).

       FD  STEP-TIMING-RPT.
       01  STEP-TIMING-RPT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
         01 LOG-FILE-STATUS     PIC XX.
         01 TGT-FILE-STATUS     PIC XX.
         01 TIME-RPT-STATUS     PIC XX.

         01 LOG-EOF-SWITCH      PIC X VALUE "N".
            88 LOG-EOF          VALUE "Y".
         01 TGT-EOF-SWITCH      PIC X VALUE "N".
            88 TGT-EOF          VALUE "Y".
         01 ENTRY-FOUND-SWITCH  PIC X VALUE "N".
            88 ENTRY-FOUND      VALUE "Y".
         01 REPORT-FAIL-SWITCH  PIC X VALUE "N".
            88 REPORT-FAILED    VALUE "Y".
         01 DEADLINE-SWITCH     PIC X VALUE "N".
            88 DEADLINE-ALERTED VALUE "Y".
         01 STEP-FLAG-SWITCH    PIC X VALUE "N".
            88 STEP-FLAGGED     VALUE "Y".

         01 ALERT-ID-WORK       PIC X(7).
         01 ALERT-TEXT-WORK     PIC X(60).

         01 TODAY-DATE.
            05 TODAY-CCYY       PIC 9(4).
            05 TODAY-MM         PIC 99.
            05 TODAY-DD         PIC 99.
         01 TIME-OF-DAY.
            05 TOD-HH           PIC 99.
            05 TOD-MM           PIC 99.
            05 TOD-SS           PIC 99.
            05 TOD-HS           PIC 99.
         01 NOW-STAMP           PIC X(16).
         01 RUN-START-STAMP     PIC X(16) VALUE SPACES.

         01 DEADLINE-HHMM       PIC 9(4) VALUE 0600.
         01 DEADLINE-HHMM-R REDEFINES DEADLINE-HHMM.
            05 DEADLINE-HH      PIC 99.
            05 DEADLINE-MM      PIC 99.

         01 STEP-MAX            PIC 9(3) VALUE 20 COMP.
         01 STEP-COUNT          PIC 9(3) VALUE ZERO COMP.
         01 STEP-SUB            PIC 9(3) VALUE ZERO COMP.
         01 LAST-STARTED-SUB    PIC 9(3) VALUE ZERO COMP.
         01 STEP-TABLE.
            05 STEP-ENTRY OCCURS 20 TIMES.
               10 ST-STEP-NAME  PIC X(8).
               10 ST-PROGRAM    PIC X(10).
               10 ST-TARGET-SECS PIC 9(5) COMP.
               10 ST-TARGET-RATE PIC 9(5) COMP.
               10 ST-ATTEMPTS   PIC 9(3) COMP.
               10 ST-START-STAMP PIC X(16).
               10 ST-END-STAMP  PIC X(16).
               10 ST-INPUT-COUNT PIC 9(7) COMP.
               10 ST-OUTPUT-COUNT PIC 9(7) COMP.
               10 ST-RETURN-CODE PIC 9(4) COMP.

      *    A TIMESTAMP IS TURNED INTO SECONDS FROM MIDNIGHT OF THE DAY
      *    THE RUN STARTED (SR8), SO A RUN THAT CROSSES MIDNIGHT STILL
      *    SUBTRACTS CLEANLY.  ANY LATER DATE COUNTS AS THE NEXT DAY --
      *    A STEP OR A RUN OF MORE THAN A DAY IS NOT MEASURED.
         01 STAMP-WORK.
            05 STW-DATE         PIC X(8).
            05 STW-HH           PIC 99.
            05 STW-MM           PIC 99.
            05 STW-SS           PIC 99.
            05 STW-HS           PIC 99.
         01 STAMP-SECONDS       PIC 9(7) VALUE ZERO COMP.
         01 RUN-START-SECS      PIC 9(7) VALUE ZERO COMP.
         01 NOW-SECS            PIC 9(7) VALUE ZERO COMP.
         01 DEADLINE-SECS       PIC 9(7) VALUE ZERO COMP.
         01 PROJECTED-SECS      PIC 9(7) VALUE ZERO COMP.
         01 REMAINING-SECS      PIC 9(7) VALUE ZERO COMP.
         01 START-SECS          PIC 9(7) VALUE ZERO COMP.
         01 END-SECS            PIC 9(7) VALUE ZERO COMP.
         01 ELAPSED-SECS        PIC 9(7) VALUE ZERO COMP.
         01 STEP-RATE           PIC 9(7) VALUE ZERO COMP.
         01 SLOW-MIN-SECS       PIC 9(3) VALUE 60 COMP.

         01 EDIT-SECONDS        PIC 9(7) VALUE ZERO COMP.
         01 EDIT-DAYS           PIC 9(3) VALUE ZERO COMP.
         01 EDIT-REST           PIC 9(7) VALUE ZERO COMP.
         01 EDIT-HH             PIC 9(3) VALUE ZERO COMP.
         01 TIME-EDIT.
            05 TME-HH           PIC 99.
            05 FILLER           PIC X     VALUE ":".
            05 TME-MM           PIC 99.
            05 FILLER           PIC X     VALUE ":".
            05 TME-SS           PIC 99.
            05 TME-DAY-TEXT.
               10 TME-PLUS      PIC X.
               10 TME-DAY       PIC 9.

         01 LOG-READ-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 LOG-IGNORED-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 STEPS-RUN-COUNT     PIC 9(5) VALUE ZERO COMP.
         01 OVERRUN-COUNT       PIC 9(5) VALUE ZERO COMP.
         01 SLOW-COUNT          PIC 9(5) VALUE ZERO COMP.

         01 RPT-HEADING-LINE.
            05 FILLER           PIC X(32) VALUE
               "NIGHTLY STEP TIMING  RUN START  ".
            05 RPH-RUN-DATE     PIC X(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPH-RUN-TIME     PIC X(8).
            05 FILLER           PIC X(12) VALUE "  REPORTED  ".
            05 RPH-NOW-DATE     PIC X(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPH-NOW-TIME     PIC X(8).
            05 FILLER           PIC X(12) VALUE "  DEADLINE  ".
            05 RPH-DEADLINE-HH  PIC 99.
            05 FILLER           PIC X     VALUE ":".
            05 RPH-DEADLINE-MM  PIC 99.
         01 RPT-COLUMN-LINE.
            05 FILLER           PIC X(38) VALUE
               "STEP      PROGRAM   RUNS  START       ".
            05 FILLER           PIC X(38) VALUE
               "END         ELAPSED  TARGET      INPUT".
            05 FILLER           PIC X(39) VALUE
               "     OUTPUT  RATE/S  TARGET    RC  FLAG".
         01 RPT-STEP-LINE.
            05 RSL-STEP-NAME    PIC X(8).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RSL-PROGRAM      PIC X(10).
            05 FILLER           PIC X     VALUE SPACE.
            05 RSL-ATTEMPTS     PIC ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RSL-START        PIC X(10).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RSL-END          PIC X(10).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RSL-ELAPSED      PIC ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RSL-TARGET-SECS  PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RSL-INPUT-COUNT  PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RSL-OUTPUT-COUNT PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RSL-RATE         PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RSL-TARGET-RATE  PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RSL-RETURN-CODE  PIC ZZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RSL-FLAG         PIC X(16).
         01 RPT-TOTAL-LINE.
            05 FILLER           PIC X(10) VALUE "STEPS RUN ".
            05 RPT-STEPS-RUN    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(10) VALUE " OVERRUN ".
            05 RPT-OVERRUN      PIC ZZZ,ZZ9.
            05 FILLER           PIC X(7)  VALUE " SLOW ".
            05 RPT-SLOW         PIC ZZZ,ZZ9.
            05 FILLER           PIC X(14) VALUE " LOG RECORDS ".
            05 RPT-LOG-READ     PIC ZZZ,ZZ9.
            05 FILLER           PIC X(19) VALUE " NOT IN STEPTGT ".
            05 RPT-LOG-IGNORED  PIC ZZZ,ZZ9.
         01 RPT-DEADLINE-LINE.
            05 FILLER           PIC X(4)  VALUE "NOW ".
            05 RDL-NOW          PIC X(10).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RDL-END-TEXT     PIC X(14).
            05 RDL-END          PIC X(10).
            05 FILLER           PIC X(11) VALUE "  DEADLINE ".
            05 RDL-DEADLINE     PIC X(10).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RDL-STATUS       PIC X(30).

           COPY PARMVAL.

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY FROM TIME.
           STRING TODAY-CCYY TODAY-MM TODAY-DD
                  TOD-HH TOD-MM TOD-SS TOD-HS
                  DELIMITED BY SIZE INTO NOW-STAMP.
           PERFORM SR1-RUN-PARAMETERS.
           PERFORM SR2-LOAD-TARGETS.
           IF  REPORT-FAILED
               GO TO SZ9.
           OPEN INPUT STEP-TIMING-LOG.
           IF  LOG-FILE-STATUS NOT = "00" AND "05"
               DISPLAY 'OPERATOR ALERT - STEPTIME OPEN FAILED - '
                       'STATUS ' LOG-FILE-STATUS UPON CONSOLE
               SET REPORT-FAILED TO TRUE
               GO TO SZ9.
           PERFORM SR3-STEP-LOG UNTIL LOG-EOF.
           CLOSE STEP-TIMING-LOG.
           IF  RUN-START-STAMP = SPACES
               MOVE NOW-STAMP TO RUN-START-STAMP.
           PERFORM SR10-LAST-STARTED
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > STEP-COUNT.
           OPEN OUTPUT STEP-TIMING-RPT.
           IF  TIME-RPT-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - STEPRPT OPEN FAILED - '
                       'STATUS ' TIME-RPT-STATUS UPON CONSOLE
               SET REPORT-FAILED TO TRUE
               GO TO SZ9.
           MOVE RUN-START-STAMP TO STAMP-WORK.
           MOVE STW-DATE        TO RPH-RUN-DATE.
           MOVE RUN-START-STAMP(9:2)  TO RPH-RUN-TIME(1:2).
           MOVE ":"                   TO RPH-RUN-TIME(3:1).
           MOVE RUN-START-STAMP(11:2) TO RPH-RUN-TIME(4:2).
           MOVE ":"                   TO RPH-RUN-TIME(6:1).
           MOVE RUN-START-STAMP(13:2) TO RPH-RUN-TIME(7:2).
           MOVE NOW-STAMP(1:8)        TO RPH-NOW-DATE.
           MOVE NOW-STAMP(9:2)        TO RPH-NOW-TIME(1:2).
           MOVE ":"                   TO RPH-NOW-TIME(3:1).
           MOVE NOW-STAMP(11:2)       TO RPH-NOW-TIME(4:2).
           MOVE ":"                   TO RPH-NOW-TIME(6:1).
           MOVE NOW-STAMP(13:2)       TO RPH-NOW-TIME(7:2).
           MOVE DEADLINE-HH     TO RPH-DEADLINE-HH.
           MOVE DEADLINE-MM     TO RPH-DEADLINE-MM.
           WRITE STEP-TIMING-RPT-RECORD FROM RPT-HEADING-LINE.
           WRITE STEP-TIMING-RPT-RECORD FROM RPT-COLUMN-LINE.
           PERFORM SR6-STEP-LINE
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > STEP-COUNT.
           MOVE STEPS-RUN-COUNT   TO RPT-STEPS-RUN.
           MOVE OVERRUN-COUNT     TO RPT-OVERRUN.
           MOVE SLOW-COUNT        TO RPT-SLOW.
           MOVE LOG-READ-COUNT    TO RPT-LOG-READ.
           MOVE LOG-IGNORED-COUNT TO RPT-LOG-IGNORED.
           WRITE STEP-TIMING-RPT-RECORD FROM RPT-TOTAL-LINE.
           PERFORM SR7-DEADLINE.
           CLOSE STEP-TIMING-RPT.
       SZ9.
           DISPLAY "STEP TIMING - STEPS RUN " STEPS-RUN-COUNT
                   " OVERRUN " OVERRUN-COUNT " SLOW " SLOW-COUNT.
           IF  REPORT-FAILED
               MOVE 12 TO RETURN-CODE
           ELSE
               IF  DEADLINE-ALERTED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF  STEP-FLAGGED
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE ZERO TO RETURN-CODE.
           GOBACK.
      *
      *    FLOWGRPV ALERTS A MISSING OR OUT-OF-RANGE VALUE ITSELF; THE
      *    DEADLINE THEN KEEPS ITS DEFAULT.  THE RANGE ON PARMFILE
      *    CANNOT STOP MINUTES OVER 59, SO THAT IS CHECKED HERE.
      *
       SR1-RUN-PARAMETERS SECTION.
       SR1A.
           MOVE "READ"              TO PVA-FUNCTION.
           MOVE "FLOWGRSR"          TO PVA-PROGRAM.
           MOVE "FLOW-JOB-DEADLINE" TO PVA-NAME.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
           IF  PVA-STATUS-OK
               MOVE PVA-NUMBER TO DEADLINE-HHMM.
           IF  DEADLINE-MM > 59
               DISPLAY 'OPERATOR ALERT - FLOW-JOB-DEADLINE '
                       DEADLINE-HHMM ' IS NOT A TIME - 0600 USED'
                       UPON CONSOLE
               MOVE 0600 TO DEADLINE-HHMM.
           MOVE "CLOS"              TO PVA-FUNCTION.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
       SR1Z.
           EXIT.
       SR2-LOAD-TARGETS SECTION.
       SR2A.
           OPEN INPUT STEP-TARGET-FILE.
           IF  TGT-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - STEPTGT OPEN FAILED - '
                       'STATUS ' TGT-FILE-STATUS UPON CONSOLE
               SET REPORT-FAILED TO TRUE
               GO TO SR2X.
           PERFORM SR2B-TARGET-RECORD UNTIL TGT-EOF.
           CLOSE STEP-TARGET-FILE.
           IF  STEP-COUNT = ZERO
               DISPLAY 'OPERATOR ALERT - STEPTGT IS EMPTY'
                       UPON CONSOLE
               SET REPORT-FAILED TO TRUE.
           IF  NOT REPORT-FAILED
               GO TO SR2Z.
       SR2X.
           MOVE "FGS003E" TO ALERT-ID-WORK.
           MOVE "STEPTGT NOT USABLE - NO STEP TIMING REPORT"
               TO ALERT-TEXT-WORK.
           CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK.
       SR2Z.
           EXIT.
       SR2B-TARGET-RECORD SECTION.
       SR2BA.
           READ STEP-TARGET-FILE
               AT END
                   SET TGT-EOF TO TRUE
                   GO TO SR2B-Z.
           IF  TGT-STEP-NAME = SPACES
           OR  TGT-ELAPSED-SECS IS NOT NUMERIC
           OR  TGT-RATE-PER-SEC IS NOT NUMERIC
               DISPLAY 'OPERATOR ALERT - STEPTGT RECORD NOT VALID '
                       'FOR STEP ' TGT-STEP-NAME UPON CONSOLE
               SET REPORT-FAILED TO TRUE
               GO TO SR2B-Z.
           IF  STEP-COUNT NOT < STEP-MAX
               DISPLAY 'OPERATOR ALERT - STEPTGT HAS MORE THAN 20 '
                       'STEPS' UPON CONSOLE
               SET REPORT-FAILED TO TRUE
               SET TGT-EOF TO TRUE
               GO TO SR2B-Z.
           ADD 1 TO STEP-COUNT.
           MOVE TGT-STEP-NAME    TO ST-STEP-NAME (STEP-COUNT).
           MOVE TGT-PROGRAM      TO ST-PROGRAM (STEP-COUNT).
           MOVE TGT-ELAPSED-SECS TO ST-TARGET-SECS (STEP-COUNT).
           MOVE TGT-RATE-PER-SEC TO ST-TARGET-RATE (STEP-COUNT).
           MOVE STEP-COUNT       TO STEP-SUB.
           PERFORM SR5-CLEAR-STEP.
       SR2B-Z.
           EXIT.
      *
      *    STEPTIME ACCUMULATES NIGHT AFTER NIGHT.  TONIGHT'S RUN
      *    BEGINS AT THE LAST START OF THE FIRST STEP ON STEPTGT: EACH
      *    ONE CLEARS WHAT WAS GATHERED BEFORE IT.  A RESTART FURTHER
      *    DOWN THE JOB IS THE SAME RUN -- THE STEP'S LATEST START AND
      *    END ARE KEPT AND ITS RUNS COUNTED.
      *
       SR3-STEP-LOG SECTION.
       SR3A.
           READ STEP-TIMING-LOG
               AT END
                   SET LOG-EOF TO TRUE
                   GO TO SR3Z.
           ADD 1 TO LOG-READ-COUNT.
           IF  STL-START
           AND STL-STEP-NAME = ST-STEP-NAME (1)
               PERFORM SR5-CLEAR-STEP
                   VARYING STEP-SUB FROM 1 BY 1
                   UNTIL STEP-SUB > STEP-COUNT
               MOVE STL-TIMESTAMP TO RUN-START-STAMP.
           IF  STL-START
           AND RUN-START-STAMP = SPACES
               MOVE STL-TIMESTAMP TO RUN-START-STAMP.
           PERFORM SR4-FIND-STEP.
           IF  NOT ENTRY-FOUND
               ADD 1 TO LOG-IGNORED-COUNT
               GO TO SR3Z.
           IF  STL-START
               ADD 1 TO ST-ATTEMPTS (STEP-SUB)
               MOVE STL-TIMESTAMP TO ST-START-STAMP (STEP-SUB)
               MOVE SPACES        TO ST-END-STAMP (STEP-SUB)
               MOVE ZERO          TO ST-INPUT-COUNT (STEP-SUB)
                                     ST-OUTPUT-COUNT (STEP-SUB)
                                     ST-RETURN-CODE (STEP-SUB)
               GO TO SR3Z.
           IF  NOT STL-END
           OR  ST-ATTEMPTS (STEP-SUB) = ZERO
               ADD 1 TO LOG-IGNORED-COUNT
               GO TO SR3Z.
           MOVE STL-TIMESTAMP    TO ST-END-STAMP (STEP-SUB).
           MOVE STL-INPUT-COUNT  TO ST-INPUT-COUNT (STEP-SUB).
           MOVE STL-OUTPUT-COUNT TO ST-OUTPUT-COUNT (STEP-SUB).
           MOVE STL-RETURN-CODE  TO ST-RETURN-CODE (STEP-SUB).
       SR3Z.
           EXIT.
       SR4-FIND-STEP SECTION.
       SR4A.
           MOVE "N" TO ENTRY-FOUND-SWITCH.
           MOVE 1 TO STEP-SUB.
       SR4B.
           IF  STEP-SUB > STEP-COUNT
               GO TO SR4Z.
           IF  ST-STEP-NAME (STEP-SUB) = STL-STEP-NAME
               SET ENTRY-FOUND TO TRUE
               GO TO SR4Z.
           ADD 1 TO STEP-SUB.
           GO TO SR4B.
       SR4Z.
           EXIT.
       SR5-CLEAR-STEP SECTION.
       SR5A.
           MOVE ZERO   TO ST-ATTEMPTS (STEP-SUB).
           MOVE SPACES TO ST-START-STAMP (STEP-SUB).
           MOVE SPACES TO ST-END-STAMP (STEP-SUB).
           MOVE ZERO   TO ST-INPUT-COUNT (STEP-SUB).
           MOVE ZERO   TO ST-OUTPUT-COUNT (STEP-SUB).
           MOVE ZERO   TO ST-RETURN-CODE (STEP-SUB).
       SR5Z.
           EXIT.
      *
      *    ONE LINE PER STEP ON STEPTGT.  A STEP BEHIND THE LATEST ONE
      *    STARTED THAT HAS NO START WAS NOT RUN (SKIPPED ON ITS COND OR
      *    BY A RESTART); ONE AFTER IT HAS NOT RUN YET.  THROUGHPUT IS
      *    THE STEP'S INPUT RECORDS PER SECOND OF ELAPSED TIME.  A STEP
      *    THAT ENDED INSIDE A MINUTE IS NOT FLAGGED SLOW -- ITS
      *    START-UP TIME SWAMPS THE RATE.  A ZERO TARGET IS NOT CHECKED.
      *
       SR6-STEP-LINE SECTION.
       SR6A.
           MOVE SPACES TO RPT-STEP-LINE.
           MOVE ST-STEP-NAME (STEP-SUB)   TO RSL-STEP-NAME.
           MOVE ST-PROGRAM (STEP-SUB)     TO RSL-PROGRAM.
           MOVE ST-TARGET-SECS (STEP-SUB) TO RSL-TARGET-SECS.
           MOVE ST-TARGET-RATE (STEP-SUB) TO RSL-TARGET-RATE.
           IF  ST-ATTEMPTS (STEP-SUB) = ZERO
           AND STEP-SUB < LAST-STARTED-SUB
               MOVE "NOT RUN"     TO RSL-FLAG
               GO TO SR6X.
           IF  ST-ATTEMPTS (STEP-SUB) = ZERO
               MOVE "NOT YET RUN" TO RSL-FLAG
               GO TO SR6X.
           ADD 1 TO STEPS-RUN-COUNT.
           MOVE ST-ATTEMPTS (STEP-SUB) TO RSL-ATTEMPTS.
           MOVE ST-START-STAMP (STEP-SUB) TO STAMP-WORK.
           PERFORM SR8-STAMP-SECONDS.
           MOVE STAMP-SECONDS TO START-SECS EDIT-SECONDS.
           PERFORM SR9-EDIT-TIME.
           MOVE TIME-EDIT TO RSL-START.
           IF  ST-END-STAMP (STEP-SUB) = SPACES
               MOVE "NO END RECORD" TO RSL-FLAG
               GO TO SR6X.
           MOVE ST-END-STAMP (STEP-SUB) TO STAMP-WORK.
           PERFORM SR8-STAMP-SECONDS.
           MOVE STAMP-SECONDS TO END-SECS EDIT-SECONDS.
           PERFORM SR9-EDIT-TIME.
           MOVE TIME-EDIT TO RSL-END.
           IF  END-SECS < START-SECS
               MOVE ZERO TO ELAPSED-SECS
           ELSE
               SUBTRACT START-SECS FROM END-SECS GIVING ELAPSED-SECS.
           IF  ELAPSED-SECS > ZERO
               DIVIDE ST-INPUT-COUNT (STEP-SUB) BY ELAPSED-SECS
                   GIVING STEP-RATE
           ELSE
               MOVE ST-INPUT-COUNT (STEP-SUB) TO STEP-RATE.
           MOVE ELAPSED-SECS                TO RSL-ELAPSED.
           MOVE ST-INPUT-COUNT (STEP-SUB)   TO RSL-INPUT-COUNT.
           MOVE ST-OUTPUT-COUNT (STEP-SUB)  TO RSL-OUTPUT-COUNT.
           MOVE STEP-RATE                   TO RSL-RATE.
           MOVE ST-RETURN-CODE (STEP-SUB)   TO RSL-RETURN-CODE.
           IF  ST-TARGET-SECS (STEP-SUB) > ZERO
           AND ELAPSED-SECS > ST-TARGET-SECS (STEP-SUB)
               ADD 1 TO OVERRUN-COUNT
               SET STEP-FLAGGED TO TRUE
               MOVE "OVERRUN" TO RSL-FLAG.
           IF  ST-TARGET-RATE (STEP-SUB) = ZERO
           OR  ELAPSED-SECS < SLOW-MIN-SECS
           OR  STEP-RATE NOT < ST-TARGET-RATE (STEP-SUB)
               GO TO SR6X.
           ADD 1 TO SLOW-COUNT.
           SET STEP-FLAGGED TO TRUE.
           IF  RSL-FLAG = SPACES
               MOVE "SLOW" TO RSL-FLAG
           ELSE
               MOVE "OVERRUN AND SLOW" TO RSL-FLAG.
       SR6X.
           WRITE STEP-TIMING-RPT-RECORD FROM RPT-STEP-LINE.
       SR6Z.
           EXIT.
      *
      *    THE DEADLINE FALLS ON THE NEXT DAY WHEN IT IS NOT LATER IN
      *    THE DAY THAN THE RUN STARTED.  ONCE THE LAST STEP ON STEPTGT
      *    HAS ENDED THE RUN IS JUDGED ON ITS ACTUAL END.  UNTIL THEN
      *    THE END IS PROJECTED: NOW, PLUS WHAT IS LEFT OF THE TARGET
      *    OF A STEP STILL WITHOUT AN END, PLUS THE TARGETS OF EVERY
      *    STEP AFTER IT.
      *
       SR7-DEADLINE SECTION.
       SR7A.
           MOVE RUN-START-STAMP TO STAMP-WORK.
           PERFORM SR8-STAMP-SECONDS.
           MOVE STAMP-SECONDS TO RUN-START-SECS.
           MOVE NOW-STAMP TO STAMP-WORK.
           PERFORM SR8-STAMP-SECONDS.
           MOVE STAMP-SECONDS TO NOW-SECS EDIT-SECONDS.
           PERFORM SR9-EDIT-TIME.
           MOVE TIME-EDIT TO RDL-NOW.
           COMPUTE DEADLINE-SECS = DEADLINE-HH * 3600
                                 + DEADLINE-MM * 60.
           IF  DEADLINE-SECS NOT > RUN-START-SECS
               ADD 86400 TO DEADLINE-SECS.
           MOVE DEADLINE-SECS TO EDIT-SECONDS.
           PERFORM SR9-EDIT-TIME.
           MOVE TIME-EDIT TO RDL-DEADLINE.
           IF  ST-END-STAMP (STEP-COUNT) = SPACES
               GO TO SR7B.
           MOVE ST-END-STAMP (STEP-COUNT) TO STAMP-WORK.
           PERFORM SR8-STAMP-SECONDS.
           MOVE STAMP-SECONDS TO END-SECS EDIT-SECONDS.
           PERFORM SR9-EDIT-TIME.
           MOVE TIME-EDIT        TO RDL-END.
           MOVE "  JOB ENDED  " TO RDL-END-TEXT.
           IF  END-SECS NOT > DEADLINE-SECS
               MOVE "ENDED IN TIME" TO RDL-STATUS
               GO TO SR7X.
           MOVE "ENDED PAST DEADLINE" TO RDL-STATUS.
           SET DEADLINE-ALERTED TO TRUE.
           DISPLAY 'OPERATOR ALERT - NIGHTLY ENDED ' TIME-EDIT
                   ' PAST DEADLINE ' RDL-DEADLINE UPON CONSOLE.
           MOVE "FGS002E" TO ALERT-ID-WORK.
           MOVE SPACES TO ALERT-TEXT-WORK.
           STRING "FLOWGRJB ENDED " TIME-EDIT
                  " - PAST DEADLINE " RDL-DEADLINE
                  DELIMITED BY SIZE INTO ALERT-TEXT-WORK.
           CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK.
           GO TO SR7X.
       SR7B.
           MOVE ZERO TO REMAINING-SECS.
           IF  LAST-STARTED-SUB > ZERO
               PERFORM SR11-STEP-LEFT.
           PERFORM SR12-STEP-TO-RUN
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > STEP-COUNT.
           ADD NOW-SECS REMAINING-SECS GIVING PROJECTED-SECS.
           MOVE PROJECTED-SECS TO EDIT-SECONDS.
           PERFORM SR9-EDIT-TIME.
           MOVE TIME-EDIT        TO RDL-END.
           MOVE "  PROJECTED  " TO RDL-END-TEXT.
           IF  PROJECTED-SECS NOT > DEADLINE-SECS
               MOVE "ON COURSE" TO RDL-STATUS
               GO TO SR7X.
           MOVE "HEADING PAST DEADLINE" TO RDL-STATUS.
           SET DEADLINE-ALERTED TO TRUE.
           DISPLAY 'OPERATOR ALERT - NIGHTLY PROJECTED TO END '
                   TIME-EDIT ' PAST DEADLINE ' RDL-DEADLINE
                   UPON CONSOLE.
           MOVE "FGS001W" TO ALERT-ID-WORK.
           MOVE SPACES TO ALERT-TEXT-WORK.
           STRING "FLOWGRJB DUE TO END " TIME-EDIT
                  " - PAST DEADLINE " RDL-DEADLINE
                  DELIMITED BY SIZE INTO ALERT-TEXT-WORK.
           CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK.
       SR7X.
           WRITE STEP-TIMING-RPT-RECORD FROM RPT-DEADLINE-LINE.
       SR7Z.
           EXIT.
       SR8-STAMP-SECONDS SECTION.
       SR8A.
           COMPUTE STAMP-SECONDS = STW-HH * 3600
                                 + STW-MM * 60
                                 + STW-SS.
           IF  STW-DATE NOT = RUN-START-STAMP(1:8)
               ADD 86400 TO STAMP-SECONDS.
       SR8Z.
           EXIT.
      *
      *    SECONDS FROM THE RUN'S MIDNIGHT AS HH:MM:SS, WITH +1 WHEN
      *    THE TIME FALLS ON THE NEXT DAY.
      *
       SR9-EDIT-TIME SECTION.
       SR9A.
           DIVIDE EDIT-SECONDS BY 86400 GIVING EDIT-DAYS
               REMAINDER EDIT-REST.
           DIVIDE EDIT-REST BY 3600 GIVING EDIT-HH
               REMAINDER EDIT-REST.
           MOVE EDIT-HH TO TME-HH.
           DIVIDE EDIT-REST BY 60 GIVING TME-MM
               REMAINDER TME-SS.
           MOVE SPACES TO TME-DAY-TEXT.
           IF  EDIT-DAYS = ZERO
               GO TO SR9Z.
           MOVE "+" TO TME-PLUS.
           IF  EDIT-DAYS > 9
               MOVE 9 TO TME-DAY
           ELSE
               MOVE EDIT-DAYS TO TME-DAY.
       SR9Z.
           EXIT.
       SR10-LAST-STARTED SECTION.
       SR10A.
           IF  ST-ATTEMPTS (STEP-SUB) > ZERO
               MOVE STEP-SUB TO LAST-STARTED-SUB.
       SR10Z.
           EXIT.
      *
      *    THE LATEST STEP STARTED HAS NO END YET: WHAT IS LEFT OF ITS
      *    TARGET, IF ANYTHING, IS STILL TO RUN.
      *
       SR11-STEP-LEFT SECTION.
       SR11A.
           IF  ST-END-STAMP (LAST-STARTED-SUB) NOT = SPACES
               GO TO SR11Z.
           MOVE ST-START-STAMP (LAST-STARTED-SUB) TO STAMP-WORK.
           PERFORM SR8-STAMP-SECONDS.
           ADD ST-TARGET-SECS (LAST-STARTED-SUB) TO STAMP-SECONDS.
           IF  STAMP-SECONDS > NOW-SECS
               SUBTRACT NOW-SECS FROM STAMP-SECONDS
                   GIVING REMAINING-SECS.
       SR11Z.
           EXIT.
       SR12-STEP-TO-RUN SECTION.
       SR12A.
           IF  STEP-SUB > LAST-STARTED-SUB
               ADD ST-TARGET-SECS (STEP-SUB) TO REMAINING-SECS.
       SR12Z.
           EXIT.
