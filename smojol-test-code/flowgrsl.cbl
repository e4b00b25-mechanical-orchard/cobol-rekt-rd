       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLOWGRSL.
       AUTHOR.        MOJO
       DATE-WRITTEN.  OCT 2026.
      *MODIFICATION HISTORY
      *    2026-10-15  NEW PROGRAM.  COMMON STEP-TIMING LOG FOR THE
      *                NIGHTLY, CALLED WITH THE STEPLOG REQUEST BLOCK
      *                AT THE START AND AT THE END OF EVERY FLOWGRJB
      *                STEP.  APPENDS ONE TIMESTAMPED RECORD PER CALL
      *                TO THE STEP-TIMING LOG (STEPTIME) WITH THE STEP
      *                NAME, THE PROGRAM, THE RECORD COUNTS AND THE
      *                RETURN CODE, FOR THE OVERRUN REPORT (FLOWGRSR).
      *                THE LOG IS OPENED AND CLOSED ON EVERY CALL SO
      *                EACH RECORD IS ON THE FILE EVEN IF THE STEP
      *                ABENDS AFTERWARDS.  A LOG THAT CANNOT BE WRITTEN
      *                IS REPORTED ON THE CONSOLE ONLY -- THE TIMING OF
      *                A STEP IS NEVER A REASON TO STOP IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STEP-TIMING-LOG ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STEPTIME-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-TIMING-LOG.
       01  STEP-TIMING-RECORD.
           05  STL-STEP-NAME        PIC X(8).
           05  STL-PROGRAM          PIC X(10).
           05  STL-EVENT            PIC X(4).
           05  STL-TIMESTAMP        PIC X(16).
           05  STL-INPUT-COUNT      PIC 9(7).
           05  STL-OUTPUT-COUNT     PIC 9(7).
           05  STL-RETURN-CODE      PIC 9(4).
           05  FILLER               PIC X(24).

       WORKING-STORAGE SECTION.
         01 STEPTIME-STATUS     PIC XX.

         01 TODAY-DATE.
            05 TODAY-CCYY       PIC 9(4).
            05 TODAY-MM         PIC 99.
            05 TODAY-DD         PIC 99.
         01 TIME-OF-DAY.
            05 TOD-HH           PIC 99.
            05 TOD-MM           PIC 99.
            05 TOD-SS           PIC 99.
            05 TOD-HS           PIC 99.
         01 TIMESTAMP-VALUE     PIC X(16).

       LINKAGE SECTION.
           COPY STEPLOG.

       PROCEDURE DIVISION USING STEP-LOG-AREA.
       S SECTION.
       SA1.
           MOVE "0" TO SLG-RETURN-STATUS.
           IF  NOT SLG-START AND NOT SLG-END
               MOVE "2" TO SLG-RETURN-STATUS
               GO TO SZ9.
           PERFORM SL1-WRITE-LOG.
       SZ9.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.
       SL1-WRITE-LOG SECTION.
       SL1A.
           PERFORM SL2-TIME-STAMP.
           MOVE SPACES           TO STEP-TIMING-RECORD.
           MOVE SLG-STEP-NAME    TO STL-STEP-NAME.
           MOVE SLG-PROGRAM      TO STL-PROGRAM.
           MOVE SLG-FUNCTION     TO STL-EVENT.
           MOVE TIMESTAMP-VALUE  TO STL-TIMESTAMP.
           MOVE SLG-INPUT-COUNT  TO STL-INPUT-COUNT.
           MOVE SLG-OUTPUT-COUNT TO STL-OUTPUT-COUNT.
           MOVE SLG-RETURN-CODE  TO STL-RETURN-CODE.
           OPEN EXTEND STEP-TIMING-LOG.
           IF  STEPTIME-STATUS NOT = "00" AND "05"
               GO TO SL1X.
           WRITE STEP-TIMING-RECORD.
           IF  STEPTIME-STATUS NOT = "00"
               CLOSE STEP-TIMING-LOG
               GO TO SL1X.
           CLOSE STEP-TIMING-LOG.
           GO TO SL1Z.
       SL1X.
           DISPLAY 'OPERATOR ALERT - STEPTIME NOT WRITTEN - '
                   SLG-STEP-NAME ' ' SLG-FUNCTION ' - STATUS '
                   STEPTIME-STATUS UPON CONSOLE.
           MOVE "1" TO SLG-RETURN-STATUS.
       SL1Z.
           EXIT.
       SL2-TIME-STAMP SECTION.
       SL2A.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY FROM TIME.
           STRING TODAY-CCYY TODAY-MM TODAY-DD
                  TOD-HH TOD-MM TOD-SS TOD-HS
                  DELIMITED BY SIZE INTO TIMESTAMP-VALUE.
       SL2Z.
           EXIT.
