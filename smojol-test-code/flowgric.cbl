      *                CLEANUP STEP KEYS ON THAT CODE TO DELETE THE
      *                SHORT GENERATION, SINCE DISP ALONE WOULD STILL
      *                CATALOG IT ON A NON-ZERO RETURN CODE.
      *    2026-10-15  THE MASTER RECORD NOW CARRIES THE RESTRICTED-
      *                PAIR FLAG (17 BYTES); THE COPY RECORD GROWS TO
      *                18 TO HOLD THE WHOLE IMAGE.
      *    2026-10-15  THE STEP'S START AND END, WITH THE MASTER
      *                RECORDS READ AND COPIED AND THE RETURN CODE, ARE
      *                WRITTEN TO THE STEP-TIMING LOG (STEPTIME)
      *                THROUGH FLOWGRSL.  EVERY WAY OUT OF THE PROGRAM
      *                NOW PASSES THROUGH SZ9 TO LOG THE END.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  PM-CURRENT-PART-1    PIC 999.
           05  PM-CURRENT-PART-2    PIC 999.
           05  PM-EXCHANGE-PART-01  PIC XXXX.
           05  PM-RESTRICT-FLAG     PIC X.

       FD  IMAGE-COPY-FILE.
       01  IMAGE-COPY-RECORD.
           05  IMC-RECORD-TYPE      PIC X.
               88  IMC-HEADER       VALUE "H".
               88  IMC-DETAIL       VALUE "D".
           05  IMC-DATA             PIC X(17).
           05  IMC-DATA-HEADER REDEFINES IMC-DATA.
               10  IMC-COPY-TIMESTAMP PIC X(16).
               10  FILLER           PIC X.
           05  IMC-DATA-DETAIL REDEFINES IMC-DATA.
               10  IMC-MASTER-IMAGE PIC X(17).

       WORKING-STORAGE SECTION.
         01 PM-FILE-STATUS      PIC XX.
            05 TOD-HS           PIC 99.
         01 TIMESTAMP-VALUE     PIC X(16).

           COPY STEPLOG.

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           MOVE "STRT"     TO SLG-FUNCTION.
           MOVE "STEP060"  TO SLG-STEP-NAME.
           MOVE "FLOWGRIC" TO SLG-PROGRAM.
           PERFORM IC2-STEP-LOG.
           PERFORM TIME-STAMP.
           OPEN INPUT PARTS-MASTER.
           IF  PM-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - PARTMSTR OPEN FAILED - '
                       'STATUS ' PM-FILE-STATUS UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               GO TO SZ9.
           OPEN OUTPUT IMAGE-COPY-FILE.
           IF  COPY-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - PARTIMCP OPEN FAILED - '
                       'STATUS ' COPY-FILE-STATUS UPON CONSOLE
               CLOSE PARTS-MASTER
               MOVE 12 TO RETURN-CODE
               GO TO SZ9.
           SET IMC-HEADER TO TRUE.
           MOVE TIMESTAMP-VALUE TO IMC-COPY-TIMESTAMP.
           WRITE IMAGE-COPY-RECORD.
                   UPON CONSOLE
               CLOSE PARTS-MASTER IMAGE-COPY-FILE
               MOVE 12 TO RETURN-CODE
               GO TO SZ9.
           PERFORM IC1-COPY-RECORD UNTIL MASTER-EOF.
       SZ1.
           CLOSE PARTS-MASTER IMAGE-COPY-FILE.
                       MASTER-READ-COUNT ' COPIED ' COPY-WRITE-COUNT
                   UPON CONSOLE
               MOVE 12 TO RETURN-CODE.
       SZ9.
           MOVE "END " TO SLG-FUNCTION.
           PERFORM IC2-STEP-LOG.
           GOBACK.
       IC1-COPY-RECORD SECTION.
       IC1A.
                  DELIMITED BY SIZE INTO TIMESTAMP-VALUE.
       TIME-STAMP-Z.
           EXIT.
      *
      *    THE CALL LEAVES ITS OWN RETURN CODE, SO THE STEP'S IS PUT
      *    BACK AFTER IT.
      *
       IC2-STEP-LOG SECTION.
       IC2A.
           MOVE MASTER-READ-COUNT TO SLG-INPUT-COUNT.
           MOVE COPY-WRITE-COUNT  TO SLG-OUTPUT-COUNT.
           MOVE RETURN-CODE       TO SLG-RETURN-CODE.
           CALL "FLOWGRSL" USING STEP-LOG-AREA.
           MOVE SLG-RETURN-CODE   TO RETURN-CODE.
       IC2Z.
           EXIT.
