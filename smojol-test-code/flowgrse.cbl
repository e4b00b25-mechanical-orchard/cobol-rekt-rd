      *                TRANSMISSION), 8 WHEN ONLY RECORD REJECTS WERE
      *                FOUND, SO THE SCHEDULER STOPS THE NIGHTLY
      *                BEFORE IT RUNS ON HALF A FEED.
      *    2026-10-15  THE STEP'S START AND END, WITH THE DETAIL
      *                RECORDS READ AND ACCEPTED AND THE RETURN CODE,
      *                ARE WRITTEN TO THE STEP-TIMING LOG (STEPTIME)
      *                THROUGH FLOWGRSL.  EVERY WAY OUT OF THE PROGRAM
      *                NOW PASSES THROUGH SZ9 TO LOG THE END.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            05 RPT-TRAILER-TEXT PIC X(9).
         01 RPT-TRAILER-WORK    PIC ZZZ9.

           COPY STEPLOG.

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           MOVE "STRT"          TO SLG-FUNCTION.
           MOVE "STEP015"       TO SLG-STEP-NAME.
           MOVE "FLOWGRSE"      TO SLG-PROGRAM.
           PERFORM SE6-STEP-LOG.
           OPEN INPUT STATE-FEED-FILE.
           IF  FEED-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - STATEINR OPEN FAILED - '
                       'STATUS ' FEED-FILE-STATUS UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               GO TO SZ9.
           OPEN OUTPUT STATE-CLEAN-FILE.
           IF  CLEAN-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - STATEIN OPEN FAILED - '
                       'STATUS ' CLEAN-FILE-STATUS UPON CONSOLE
               CLOSE STATE-FEED-FILE
               MOVE 12 TO RETURN-CODE
               GO TO SZ9.
           OPEN OUTPUT STATE-EDIT-RPT.
           IF  EDIT-RPT-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - STEDTRPT OPEN FAILED - '
                       'STATUS ' EDIT-RPT-STATUS UPON CONSOLE
               CLOSE STATE-FEED-FILE STATE-CLEAN-FILE
               MOVE 12 TO RETURN-CODE
               GO TO SZ9.
           WRITE STATE-EDIT-RPT-RECORD FROM RPT-HEADING-LINE.
           PERFORM SE1-FEED-RECORD UNTIL FEED-EOF.
           PERFORM SE5-CONTROL-CHECK.
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
       SZ9.
           MOVE "END "          TO SLG-FUNCTION.
           PERFORM SE6-STEP-LOG.
           GOBACK.
       SE1-FEED-RECORD SECTION.
       SE1A.
               SET EDIT-FAILED TO TRUE.
       SE5Z.
           EXIT.
      *
      *    THE CALL LEAVES ITS OWN RETURN CODE, SO THE STEP'S IS PUT
      *    BACK AFTER IT.
      *
       SE6-STEP-LOG SECTION.
       SE6A.
           MOVE DETAIL-READ-COUNT TO SLG-INPUT-COUNT.
           MOVE ACCEPT-COUNT      TO SLG-OUTPUT-COUNT.
           MOVE RETURN-CODE       TO SLG-RETURN-CODE.
           CALL "FLOWGRSL" USING STEP-LOG-AREA.
           MOVE SLG-RETURN-CODE   TO RETURN-CODE.
       SE6Z.
           EXIT.
