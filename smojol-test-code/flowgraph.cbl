      *                NOT ON STATEIN THE WHOLE FILE IS SKIPPED AND
      *                FGR009E SAYS SO -- DO NOT SWAP FEEDS BETWEEN
      *                AN ABEND AND ITS RESTART.
      *    2026-10-15  FLOW-E1-MAXRETRY, FLOW-DB-STATE AND FLOW-RUN-
      *                MODE ARE NOW READ FROM THE RUN-PARAMETER FILE
      *                (PARMFILE) THROUGH FLOWGRPV INSTEAD OF FROM THE
      *                ENVIRONMENT.  A PARAMETER MISSING OR OUT OF
      *                RANGE IS ALERTED BY FLOWGRPV (FGP001E-FGP005E),
      *                THE DEFAULT IS USED AND THE RUN ENDS RC 8.
      *    2026-10-15  THE STEP'S START AND END, WITH THE STATE UNITS
      *                CHECKED AND FOUND OK AND THE RETURN CODE, ARE
      *                WRITTEN TO THE STEP-TIMING LOG (STEPTIME)
      *                THROUGH FLOWGRSL, ON EVERY WAY OUT OF THE RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         01 S-ERROR             PIC XXXX.
         01 STATE-1             PIC 9999.
         01 DB-STATE            PIC 9999 VALUE ZERO.

         01 CKPT-FILE-STATUS    PIC XX.
         01 STATE-INPUT-SWITCH  PIC X VALUE "N".

         01 E1-RETRY-COUNT      PIC 999 VALUE ZERO COMP.
         01 E1-RETRY-MAX        PIC 999 VALUE 010 COMP.

         01 RUN-MODE            PIC X VALUE "N".
            88 RUN-MODE-INQUIRY VALUE "Y".
            05 TOD-HS           PIC 99.
         01 TIMESTAMP-VALUE     PIC X(16).

           COPY PARMVAL.
           COPY STEPLOG.

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           MOVE "STRT"          TO SLG-FUNCTION.
           MOVE "STEP020"       TO SLG-STEP-NAME.
           MOVE "FLOWGRAPH"     TO SLG-PROGRAM.
           PERFORM STEP-LOG.
           PERFORM TIME-STAMP.
           MOVE TIMESTAMP-VALUE TO RUN-START-TIME.
           PERFORM RUN-PARAMETERS.
           IF  NOT RUN-MODE-INQUIRY
               SET RUN-MODE-NORMAL TO TRUE.
           PERFORM STATE-INPUT.
                 TO ALERT-TEXT-WORK
               CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK
               MOVE 12 TO RETURN-CODE
               MOVE "END " TO SLG-FUNCTION
               PERFORM STEP-LOG
               GOBACK.
       SA2-STATUS-CHECK.
           PERFORM STATE-DRIVE.
           IF  RUN-MODE-INQUIRY
               DISPLAY "FLOWGRAPH INQUIRY RUN - FINALIZE STEP SKIPPED"
               MOVE 4 TO RETURN-CODE
               MOVE "END " TO SLG-FUNCTION
               PERFORM STEP-LOG
               GOBACK.
       SZ1.
           PERFORM Z1.
      *
      *    THE RUN'S SETTINGS COME FROM PARMFILE.  ANY THAT CANNOT BE
      *    HAD KEEP THE DEFAULT DECLARED ABOVE; FLOWGRPV HAS ALREADY
      *    RAISED THE ALERT, SO THIS RUN ONLY NOTES IT FOR ITS RC.
      *
       RUN-PARAMETERS SECTION.
       RUN-PARAMETERS-A.
           MOVE "READ"             TO PVA-FUNCTION.
           MOVE "FLOWGRAPH"        TO PVA-PROGRAM.
           MOVE "FLOW-E1-MAXRETRY" TO PVA-NAME.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
           IF  PVA-STATUS-OK
               MOVE PVA-NUMBER TO E1-RETRY-MAX
           ELSE
               SET ALERT-RAISED TO TRUE.
           MOVE "FLOW-DB-STATE"    TO PVA-NAME.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
           IF  PVA-STATUS-OK
               MOVE PVA-NUMBER TO DB-STATE
           ELSE
               SET ALERT-RAISED TO TRUE.
           MOVE "FLOW-RUN-MODE"    TO PVA-NAME.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
           IF  PVA-STATUS-OK
               MOVE PVA-VALUE TO RUN-MODE
           ELSE
               SET ALERT-RAISED TO TRUE.
           MOVE "CLOS"             TO PVA-FUNCTION.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
       RUN-PARAMETERS-Z.
           EXIT.
       STATE-INPUT SECTION.
       STATE-INPUT-A.
           OPEN INPUT CHECKPOINT-FILE.
                  DELIMITED BY SIZE INTO TIMESTAMP-VALUE.
       TIME-STAMP-Z.
           EXIT.
      *
      *    THE STATE UNITS CHECKED ARE THE FOUR DB STATUS COUNTS, AS
      *    RESTORED ON A RESTART.  THE CALL LEAVES ITS OWN RETURN CODE,
      *    SO THE RUN'S IS PUT BACK AFTER IT.
      *
       STEP-LOG SECTION.
       STEP-LOG-A.
           ADD DB-OK-COUNT DB-NOTFOUND-COUNT DB-READEND-COUNT
               DB-FAILURE-COUNT GIVING SLG-INPUT-COUNT.
           MOVE DB-OK-COUNT     TO SLG-OUTPUT-COUNT.
           MOVE RETURN-CODE     TO SLG-RETURN-CODE.
           CALL "FLOWGRSL" USING STEP-LOG-AREA.
           MOVE SLG-RETURN-CODE TO RETURN-CODE.
       STEP-LOG-Z.
           EXIT.
       E1 SECTION.
       E1A.
           DISPLAY "E1A"
           FINISH
             ON ANY-STATUS
                 NEXT SENTENCE.
           MOVE "END " TO SLG-FUNCTION.
           PERFORM STEP-LOG.
           GOBACK.
       Z1Z.
           EXIT.
