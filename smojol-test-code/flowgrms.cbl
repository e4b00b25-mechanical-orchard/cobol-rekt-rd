      *                A SOURCE FILE THAT CANNOT BE OPENED IS SHOWN
      *                AS UNAVAILABLE ON ITS SECTION LINE AND RAISES
      *                RETURN CODE 8 RATHER THAN KILLING THE PAGE.
      *    2026-10-15  TODAY'S EXCHJRNL REVERSALS (DISPOSITION "V") ARE
      *                SHOWN ON THEIR OWN TOTAL INSTEAD OF FALLING INTO
      *                THE REJECTED COUNT.  THE JOURNAL RECORD IS NOW 80
      *                BYTES.
      *    2026-10-15  EXCHANGES HELD FOR APPROVAL ON A RESTRICTED PAIR
      *                (DISPOSITION "H") GET THEIR OWN TOTAL ON THE
      *                EXCHANGES LINE.
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

       FD  MORNING-RPT.
       01  MORNING-RPT-RECORD       PIC X(132).
         01 JRN-GOOD-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 JRN-BAD-COUNT       PIC 9(5) VALUE ZERO COMP.
         01 JRN-INQ-COUNT       PIC 9(5) VALUE ZERO COMP.
         01 JRN-REV-COUNT       PIC 9(5) VALUE ZERO COMP.
         01 JRN-HELD-COUNT      PIC 9(5) VALUE ZERO COMP.

         01 RPT-HEADING-LINE.
            05 FILLER           PIC X(26) VALUE
            05 RPX-BAD-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(11) VALUE " INQUIRIES ".
            05 RPX-INQ-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(10) VALUE " REVERSED ".
            05 RPX-REV-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(6)  VALUE " HELD ".
            05 RPX-HELD-COUNT   PIC ZZZ,ZZ9.
         01 RPT-MISS-LINE.
            05 FILLER           PIC X(11) VALUE SPACES.
            05 RPM-LABEL        PIC X(11).
           MOVE JRN-GOOD-COUNT TO RPX-GOOD-COUNT.
           MOVE JRN-BAD-COUNT  TO RPX-BAD-COUNT.
           MOVE JRN-INQ-COUNT  TO RPX-INQ-COUNT.
           MOVE JRN-REV-COUNT  TO RPX-REV-COUNT.
           MOVE JRN-HELD-COUNT TO RPX-HELD-COUNT.
           WRITE MORNING-RPT-RECORD FROM RPT-EXCH-LINE.
       MS4Z.
           EXIT.
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
