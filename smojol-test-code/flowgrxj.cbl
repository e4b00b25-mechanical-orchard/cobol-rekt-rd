      *                REQUEST CODE) NOW GET THEIR OWN COLUMN IN THE
      *                PAIR AND JOB TABLES AND THEIR OWN TOTAL, SO
      *                LOOKS NO LONGER COUNT AS REJECTED SWAPS.
      *    2026-10-15  REVERSAL JOURNAL ENTRIES (DISPOSITION "V",
      *                WRITTEN BY NO-BRANCH FOR THE NEW "RVRS" REQUEST
      *                CODE) GET THEIR OWN REVERSED COLUMN AND TOTAL,
      *                SEPARATE FROM THE SWAPS THEY BACK OUT.  THE
      *                JOURNAL RECORD IS NOW 80 BYTES.
      *    2026-10-15  EXCHANGES NO-BRANCH HELD FOR APPROVAL ON A
      *                RESTRICTED PAIR (DISPOSITION "H") GET THEIR OWN
      *                HELD COLUMN AND TOTAL INSTEAD OF COUNTING AS
      *                REJECTED.
      *    2026-10-15  THE STEP'S START AND END, WITH THE JOURNAL
      *                RECORDS SCANNED (ALL DATES), TODAY'S RECORDS
      *                COUNTED AND THE RETURN CODE, ARE WRITTEN TO THE
      *                STEP-TIMING LOG (STEPTIME) THROUGH FLOWGRSL.
      *                EVERY WAY OUT OF THE PROGRAM NOW PASSES THROUGH
      *                SZ9 TO LOG THE END.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  JRN-DISPOSITION      PIC X.
               88  JRN-ACCEPTED     VALUE "A".
               88  JRN-INQUIRY      VALUE "I".
               88  JRN-REVERSAL     VALUE "V".
               88  JRN-HELD         VALUE "H".
           05  JRN-TIMESTAMP        PIC X(16).
           05  JRN-REF-JOB-ID       PIC XXXX.
           05  JRN-REF-TIMESTAMP    PIC X(16).
           05  FILLER               PIC X(21).

       FD  EXCHANGE-ACT-RPT.
       01  EXCHANGE-ACT-RECORD      PIC X(132).

         01 RUN-DATE            PIC X(8).

         01 JRN-SCAN-COUNT      PIC 9(7) VALUE ZERO COMP.
         01 JRN-READ-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 JRN-GOOD-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 JRN-INQ-COUNT       PIC 9(5) VALUE ZERO COMP.
         01 JRN-REV-COUNT       PIC 9(5) VALUE ZERO COMP.
         01 JRN-HELD-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 JRN-BAD-COUNT       PIC 9(5) VALUE ZERO COMP.

         01 PAIR-MAX            PIC 9(3) VALUE 200 COMP.
               10 PT-GOOD-COUNT PIC 9(5) COMP.
               10 PT-BAD-COUNT  PIC 9(5) COMP.
               10 PT-INQ-COUNT  PIC 9(5) COMP.
               10 PT-REV-COUNT  PIC 9(5) COMP.
               10 PT-HELD-COUNT PIC 9(5) COMP.
         01 PAIR-OVFL-GOOD      PIC 9(5) VALUE ZERO COMP.
         01 PAIR-OVFL-BAD       PIC 9(5) VALUE ZERO COMP.
         01 PAIR-OVFL-INQ       PIC 9(5) VALUE ZERO COMP.
         01 PAIR-OVFL-REV       PIC 9(5) VALUE ZERO COMP.
         01 PAIR-OVFL-HELD      PIC 9(5) VALUE ZERO COMP.

         01 JOB-MAX             PIC 9(3) VALUE 200 COMP.
         01 JOB-COUNT           PIC 9(3) VALUE ZERO COMP.
               10 JT-GOOD-COUNT PIC 9(5) COMP.
               10 JT-BAD-COUNT  PIC 9(5) COMP.
               10 JT-INQ-COUNT  PIC 9(5) COMP.
               10 JT-REV-COUNT  PIC 9(5) COMP.
               10 JT-HELD-COUNT PIC 9(5) COMP.
         01 JOB-OVFL-GOOD       PIC 9(5) VALUE ZERO COMP.
         01 JOB-OVFL-BAD        PIC 9(5) VALUE ZERO COMP.
         01 JOB-OVFL-INQ        PIC 9(5) VALUE ZERO COMP.
         01 JOB-OVFL-REV        PIC 9(5) VALUE ZERO COMP.
         01 JOB-OVFL-HELD       PIC 9(5) VALUE ZERO COMP.

         01 RPT-PAIR-HEADING.
            05 FILLER           PIC X(44) VALUE
               "EXCHANGE ACTIVITY BY PART PAIR      PAIR    ".
            05 FILLER           PIC X(44) VALUE
               "ACCEPTED    REJECTED   INQUIRIES    REVERSED".
            05 FILLER           PIC X(12) VALUE
               "        HELD".
         01 RPT-PAIR-LINE.
            05 FILLER           PIC X(36) VALUE SPACES.
            05 RPL-PART-1       PIC 999.
            05 RPL-BAD-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 RPL-INQ-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 RPL-REV-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 RPL-HELD-COUNT   PIC ZZZ,ZZ9.
         01 RPT-JOB-HEADING.
            05 FILLER           PIC X(44) VALUE
               "EXCHANGE ACTIVITY BY CALLING JOB    JOB     ".
            05 FILLER           PIC X(44) VALUE
               "ACCEPTED    REJECTED   INQUIRIES    REVERSED".
            05 FILLER           PIC X(12) VALUE
               "        HELD".
         01 RPT-JOB-LINE.
            05 FILLER           PIC X(36) VALUE SPACES.
            05 RJL-JOB-ID       PIC XXXX.
            05 RJL-BAD-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 RJL-INQ-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 RJL-REV-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 RJL-HELD-COUNT   PIC ZZZ,ZZ9.
         01 RPT-OVFL-LINE.
            05 FILLER           PIC X(36) VALUE SPACES.
            05 ROV-LABEL        PIC X(8)  VALUE "OTHERS".
            05 ROV-BAD-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 ROV-INQ-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 ROV-REV-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 ROV-HELD-COUNT   PIC ZZZ,ZZ9.
         01 RPT-TOTAL-LINE.
            05 FILLER           PIC X(10) VALUE "JOURNALED ".
            05 RPT-READ-COUNT   PIC ZZZ,ZZ9.
            05 RPT-BAD-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(12) VALUE " INQUIRIES ".
            05 RPT-INQ-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(11) VALUE " REVERSED ".
            05 RPT-REV-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(6)  VALUE " HELD ".
            05 RPT-HELD-COUNT   PIC ZZZ,ZZ9.

           COPY STEPLOG.

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           MOVE "STRT"     TO SLG-FUNCTION.
           MOVE "STEP040"  TO SLG-STEP-NAME.
           MOVE "FLOWGRXJ" TO SLG-PROGRAM.
           PERFORM XJ7-STEP-LOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT EXCHANGE-JOURNAL.
           IF  JRN-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - EXCHJRNL OPEN FAILED - '
                       'STATUS ' JRN-FILE-STATUS UPON CONSOLE
               GO TO SZ9.
           OPEN OUTPUT EXCHANGE-ACT-RPT.
           IF  ACT-RPT-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - EXCHACT OPEN FAILED - '
                       'STATUS ' ACT-RPT-STATUS UPON CONSOLE
               CLOSE EXCHANGE-JOURNAL
               GO TO SZ9.
           PERFORM XJ1-JOURNAL UNTIL JRN-EOF.
       SZ1.
           WRITE EXCHANGE-ACT-RECORD FROM RPT-PAIR-HEADING.
               VARYING PAIR-SUB FROM 1 BY 1
               UNTIL PAIR-SUB > PAIR-COUNT.
           IF  PAIR-OVFL-GOOD > ZERO OR PAIR-OVFL-BAD > ZERO
            OR PAIR-OVFL-INQ > ZERO OR PAIR-OVFL-REV > ZERO
            OR PAIR-OVFL-HELD > ZERO
               MOVE PAIR-OVFL-GOOD TO ROV-GOOD-COUNT
               MOVE PAIR-OVFL-BAD  TO ROV-BAD-COUNT
               MOVE PAIR-OVFL-INQ  TO ROV-INQ-COUNT
               MOVE PAIR-OVFL-REV  TO ROV-REV-COUNT
               MOVE PAIR-OVFL-HELD TO ROV-HELD-COUNT
               WRITE EXCHANGE-ACT-RECORD FROM RPT-OVFL-LINE.
           WRITE EXCHANGE-ACT-RECORD FROM RPT-JOB-HEADING.
           PERFORM XJ4-JOB-LINE
               VARYING JOB-SUB FROM 1 BY 1
               UNTIL JOB-SUB > JOB-COUNT.
           IF  JOB-OVFL-GOOD > ZERO OR JOB-OVFL-BAD > ZERO
            OR JOB-OVFL-INQ > ZERO OR JOB-OVFL-REV > ZERO
            OR JOB-OVFL-HELD > ZERO
               MOVE JOB-OVFL-GOOD TO ROV-GOOD-COUNT
               MOVE JOB-OVFL-BAD  TO ROV-BAD-COUNT
               MOVE JOB-OVFL-INQ  TO ROV-INQ-COUNT
               MOVE JOB-OVFL-REV  TO ROV-REV-COUNT
               MOVE JOB-OVFL-HELD TO ROV-HELD-COUNT
               WRITE EXCHANGE-ACT-RECORD FROM RPT-OVFL-LINE.
           MOVE JRN-READ-COUNT TO RPT-READ-COUNT.
           MOVE JRN-GOOD-COUNT TO RPT-GOOD-COUNT.
           MOVE JRN-BAD-COUNT  TO RPT-BAD-COUNT.
           MOVE JRN-INQ-COUNT  TO RPT-INQ-COUNT.
           MOVE JRN-REV-COUNT  TO RPT-REV-COUNT.
           MOVE JRN-HELD-COUNT TO RPT-HELD-COUNT.
           WRITE EXCHANGE-ACT-RECORD FROM RPT-TOTAL-LINE.
           CLOSE EXCHANGE-JOURNAL EXCHANGE-ACT-RPT.
       SZ9.
           MOVE "END " TO SLG-FUNCTION.
           PERFORM XJ7-STEP-LOG.
           GOBACK.
       XJ1-JOURNAL SECTION.
       XJ1A.
               AT END
                   SET JRN-EOF TO TRUE
                   GO TO XJ1Z.
           ADD 1 TO JRN-SCAN-COUNT.
           IF  JRN-TIMESTAMP(1:8) NOT = RUN-DATE
               GO TO XJ1Z.
           ADD 1 TO JRN-READ-COUNT.
                   ADD 1 TO JRN-GOOD-COUNT
               WHEN JRN-INQUIRY
                   ADD 1 TO JRN-INQ-COUNT
               WHEN JRN-REVERSAL
                   ADD 1 TO JRN-REV-COUNT
               WHEN JRN-HELD
                   ADD 1 TO JRN-HELD-COUNT
               WHEN OTHER
                   ADD 1 TO JRN-BAD-COUNT
           END-EVALUATE.
                       ADD 1 TO PT-GOOD-COUNT (PAIR-SUB)
                   WHEN JRN-INQUIRY
                       ADD 1 TO PT-INQ-COUNT (PAIR-SUB)
                   WHEN JRN-REVERSAL
                       ADD 1 TO PT-REV-COUNT (PAIR-SUB)
                   WHEN JRN-HELD
                       ADD 1 TO PT-HELD-COUNT (PAIR-SUB)
                   WHEN OTHER
                       ADD 1 TO PT-BAD-COUNT (PAIR-SUB)
               END-EVALUATE
                       ADD 1 TO PAIR-OVFL-GOOD
                   WHEN JRN-INQUIRY
                       ADD 1 TO PAIR-OVFL-INQ
                   WHEN JRN-REVERSAL
                       ADD 1 TO PAIR-OVFL-REV
                   WHEN JRN-HELD
                       ADD 1 TO PAIR-OVFL-HELD
                   WHEN OTHER
                       ADD 1 TO PAIR-OVFL-BAD
               END-EVALUATE.
                       ADD 1 TO JT-GOOD-COUNT (JOB-SUB)
                   WHEN JRN-INQUIRY
                       ADD 1 TO JT-INQ-COUNT (JOB-SUB)
                   WHEN JRN-REVERSAL
                       ADD 1 TO JT-REV-COUNT (JOB-SUB)
                   WHEN JRN-HELD
                       ADD 1 TO JT-HELD-COUNT (JOB-SUB)
                   WHEN OTHER
                       ADD 1 TO JT-BAD-COUNT (JOB-SUB)
               END-EVALUATE
                       ADD 1 TO JOB-OVFL-GOOD
                   WHEN JRN-INQUIRY
                       ADD 1 TO JOB-OVFL-INQ
                   WHEN JRN-REVERSAL
                       ADD 1 TO JOB-OVFL-REV
                   WHEN JRN-HELD
                       ADD 1 TO JOB-OVFL-HELD
                   WHEN OTHER
                       ADD 1 TO JOB-OVFL-BAD
               END-EVALUATE.
           MOVE PT-GOOD-COUNT (PAIR-SUB)  TO RPL-GOOD-COUNT.
           MOVE PT-BAD-COUNT (PAIR-SUB)   TO RPL-BAD-COUNT.
           MOVE PT-INQ-COUNT (PAIR-SUB)   TO RPL-INQ-COUNT.
           MOVE PT-REV-COUNT (PAIR-SUB)   TO RPL-REV-COUNT.
           MOVE PT-HELD-COUNT (PAIR-SUB)  TO RPL-HELD-COUNT.
           WRITE EXCHANGE-ACT-RECORD FROM RPT-PAIR-LINE.
       XJ3Z.
           EXIT.
           MOVE JT-GOOD-COUNT (JOB-SUB)   TO RJL-GOOD-COUNT.
           MOVE JT-BAD-COUNT (JOB-SUB)    TO RJL-BAD-COUNT.
           MOVE JT-INQ-COUNT (JOB-SUB)    TO RJL-INQ-COUNT.
           MOVE JT-REV-COUNT (JOB-SUB)    TO RJL-REV-COUNT.
           MOVE JT-HELD-COUNT (JOB-SUB)   TO RJL-HELD-COUNT.
           WRITE EXCHANGE-ACT-RECORD FROM RPT-JOB-LINE.
       XJ4Z.
           EXIT.
               MOVE ZERO TO PT-GOOD-COUNT (PAIR-SUB)
               MOVE ZERO TO PT-BAD-COUNT (PAIR-SUB)
               MOVE ZERO TO PT-INQ-COUNT (PAIR-SUB)
               MOVE ZERO TO PT-REV-COUNT (PAIR-SUB)
               MOVE ZERO TO PT-HELD-COUNT (PAIR-SUB)
               SET ENTRY-FOUND TO TRUE.
       XJ5Z.
           EXIT.
               MOVE ZERO TO JT-GOOD-COUNT (JOB-SUB)
               MOVE ZERO TO JT-BAD-COUNT (JOB-SUB)
               MOVE ZERO TO JT-INQ-COUNT (JOB-SUB)
               MOVE ZERO TO JT-REV-COUNT (JOB-SUB)
               MOVE ZERO TO JT-HELD-COUNT (JOB-SUB)
               SET ENTRY-FOUND TO TRUE.
       XJ6Z.
           EXIT.
      *
      *    THE WHOLE JOURNAL IS READ EVERY NIGHT, SO THE STEP'S INPUT IS
      *    EVERY RECORD SCANNED, NOT ONLY TODAY'S.  THE CALL LEAVES ITS
      *    OWN RETURN CODE, SO THE STEP'S IS PUT BACK AFTER IT.
      *
       XJ7-STEP-LOG SECTION.
       XJ7A.
           MOVE JRN-SCAN-COUNT  TO SLG-INPUT-COUNT.
           MOVE JRN-READ-COUNT  TO SLG-OUTPUT-COUNT.
           MOVE RETURN-CODE     TO SLG-RETURN-CODE.
           CALL "FLOWGRSL" USING STEP-LOG-AREA.
           MOVE SLG-RETURN-CODE TO RETURN-CODE.
       XJ7Z.
           EXIT.
