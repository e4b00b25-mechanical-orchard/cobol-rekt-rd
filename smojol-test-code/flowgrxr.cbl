      *                HEAVY SLIP NIGHT CANNOT OVERFLOW IT AND HOLD
      *                THE MORNING FOR A CAPACITY REASON RATHER THAN
      *                A REAL DISCREPANCY.
      *    2026-10-15  REVERSAL ENTRIES (DISPOSITION "V") ARE REPLAYED
      *                LIKE ACCEPTED ONES -- THEIR AFTER-IMAGE IS THE
      *                RESTORED PAIRING NOW ON THE MASTER -- SO A SWAP
      *                BACKED OUT THE SAME NIGHT IS NOT REPORTED AS A
      *                DISCREPANCY.  THE JOURNAL RECORD IS NOW 80 BYTES.
      *    2026-10-15  THE MASTER RECORD NOW CARRIES THE RESTRICTED-
      *                PAIR FLAG (17 BYTES).
      *    2026-10-15  THE STEP'S START AND END, WITH THE JOURNAL
      *                RECORDS SCANNED (ALL DATES), THE KEYS CHECKED
      *                AND THE RETURN CODE, ARE WRITTEN TO THE STEP-
      *                TIMING LOG (STEPTIME) THROUGH FLOWGRSL.  EVERY
      *                WAY OUT OF THE PROGRAM NOW PASSES THROUGH SZ9 TO
      *                LOG THE END.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  JRN-JOB-ID           PIC XXXX.
           05  JRN-DISPOSITION      PIC X.
               88  JRN-ACCEPTED     VALUE "A".
               88  JRN-REVERSAL     VALUE "V".
           05  JRN-TIMESTAMP        PIC X(16).
           05  JRN-REF-JOB-ID       PIC XXXX.
           05  JRN-REF-TIMESTAMP    PIC X(16).
           05  FILLER               PIC X(21).

       FD  PARTS-MASTER.
       01  PARTS-MASTER-RECORD.
           05  PM-CURRENT-PART-1    PIC 999.
           05  PM-CURRENT-PART-2    PIC 999.
           05  PM-EXCHANGE-PART-01  PIC XXXX.
           05  PM-RESTRICT-FLAG     PIC X.

       FD  EXCHANGE-RECON-RPT.
       01  EXCHANGE-RECON-RECORD    PIC X(132).

         01 RUN-DATE            PIC X(8).

         01 JRN-SCAN-COUNT      PIC 9(7) VALUE ZERO COMP.
         01 JRN-READ-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 KEY-CHECK-COUNT     PIC 9(5) VALUE ZERO COMP.
         01 MISMATCH-COUNT      PIC 9(5) VALUE ZERO COMP.
            05 FILLER           PIC X(19) VALUE " MISSING ON MASTER ".
            05 RPT-MISSING      PIC ZZZ,ZZ9.

           COPY STEPLOG.

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           MOVE "STRT"     TO SLG-FUNCTION.
           MOVE "STEP050"  TO SLG-STEP-NAME.
           MOVE "FLOWGRXR" TO SLG-PROGRAM.
           PERFORM XR6-STEP-LOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT EXCHANGE-JOURNAL.
           IF  JRN-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - EXCHJRNL OPEN FAILED - '
                       'STATUS ' JRN-FILE-STATUS UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               GO TO SZ9.
           OPEN INPUT PARTS-MASTER.
           IF  PM-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - PARTMSTR OPEN FAILED - '
                       'STATUS ' PM-FILE-STATUS UPON CONSOLE
               CLOSE EXCHANGE-JOURNAL
               MOVE 12 TO RETURN-CODE
               GO TO SZ9.
           OPEN OUTPUT EXCHANGE-RECON-RPT.
           IF  RECON-RPT-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - EXCHRECN OPEN FAILED - '
                       'STATUS ' RECON-RPT-STATUS UPON CONSOLE
               CLOSE EXCHANGE-JOURNAL PARTS-MASTER
               MOVE 12 TO RETURN-CODE
               GO TO SZ9.
           WRITE EXCHANGE-RECON-RECORD FROM RPT-HEADING-LINE.
           PERFORM XR1-JOURNAL UNTIL JRN-EOF.
           PERFORM XR3-CHECK-KEY
            OR MISSING-COUNT > ZERO
            OR RECON-FAILED
               MOVE 12 TO RETURN-CODE.
       SZ9.
           MOVE "END " TO SLG-FUNCTION.
           PERFORM XR6-STEP-LOG.
           GOBACK.
       XR1-JOURNAL SECTION.
       XR1A.
               AT END
                   SET JRN-EOF TO TRUE
                   GO TO XR1Z.
           ADD 1 TO JRN-SCAN-COUNT.
           IF  JRN-TIMESTAMP(1:8) NOT = RUN-DATE
               GO TO XR1Z.
           IF  NOT JRN-ACCEPTED AND NOT JRN-REVERSAL
               GO TO XR1Z.
           ADD 1 TO JRN-READ-COUNT.
           PERFORM XR5-FIND-PAIR.
               SET ENTRY-FOUND TO TRUE.
       XR5Z.
           EXIT.
      *
      *    THE WHOLE JOURNAL IS READ EVERY NIGHT, SO THE STEP'S INPUT IS
      *    EVERY RECORD SCANNED, NOT ONLY TODAY'S.  THE CALL LEAVES ITS
      *    OWN RETURN CODE, SO THE STEP'S IS PUT BACK AFTER IT.
      *
       XR6-STEP-LOG SECTION.
       XR6A.
           MOVE JRN-SCAN-COUNT  TO SLG-INPUT-COUNT.
           MOVE KEY-CHECK-COUNT TO SLG-OUTPUT-COUNT.
           MOVE RETURN-CODE     TO SLG-RETURN-CODE.
           CALL "FLOWGRSL" USING STEP-LOG-AREA.
           MOVE SLG-RETURN-CODE TO RETURN-CODE.
       XR6Z.
           EXIT.
