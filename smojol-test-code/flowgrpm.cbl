      *                THEM TO PARTMSTR, AND PRINTS A BEFORE/AFTER EDIT
      *                LINE PER TRANSACTION ON PMEDTRPT SO THE FILE
      *                STOPS BEING MAINTAINED BY FOLKLORE.
      *    2026-10-15  PAIRS CAN NOW BE FLAGGED RESTRICTED (NEW
      *                PM-RESTRICT-FLAG, RECORD NOW 17 BYTES): AN ADD
      *                TAKES THE FLAG FROM THE TRANSACTION (Y OR N,
      *                SPACE MEANS N), AND TWO NEW ACTIONS SET IT (R)
      *                OR CLEAR IT (U) WITHOUT TOUCHING THE PARTS.  A
      *                CHANGE LEAVES THE FLAG AS IT IS.  NO-BRANCH HOLDS
      *                EVERY SWAP ON A RESTRICTED PAIR FOR APPROVAL.
      *                THE EDIT IMAGES SHOW THE FLAG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               88  PMT-ACTION-ADD       VALUE "A".
               88  PMT-ACTION-CHANGE    VALUE "C".
               88  PMT-ACTION-DELETE    VALUE "D".
               88  PMT-ACTION-RESTRICT  VALUE "R".
               88  PMT-ACTION-RELEASE   VALUE "U".
               88  PMT-ACTION-VALID     VALUES "A" "C" "D" "R" "U".
           05  PMT-KEY-PART-1       PIC 999.
           05  PMT-KEY-PART-2       PIC 999.
           05  PMT-CURRENT-PART-1   PIC 999.
           05  PMT-CURRENT-PART-2   PIC 999.
           05  PMT-EXCHANGE-PART-01 PIC XXXX.
           05  PMT-RESTRICT-FLAG    PIC X.
               88  PMT-RESTRICT-VALID   VALUES "Y" "N" SPACE.

       FD  PARTS-MASTER.
       01  PARTS-MASTER-RECORD.
           05  PM-CURRENT-PART-1    PIC 999.
           05  PM-CURRENT-PART-2    PIC 999.
           05  PM-EXCHANGE-PART-01  PIC XXXX.
           05  PM-RESTRICT-FLAG     PIC X.
               88  PM-RESTRICTED        VALUE "Y".
               88  PM-UNRESTRICTED      VALUE "N".

       FD  PART-EDIT-RPT.
       01  PART-EDIT-RPT-RECORD     PIC X(132).
         01 TRAN-ADD-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 TRAN-CHANGE-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 TRAN-DELETE-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 TRAN-FLAG-COUNT     PIC 9(5) VALUE ZERO COMP.
         01 TRAN-REJECT-COUNT   PIC 9(5) VALUE ZERO COMP.

         01 RPT-HEADING-LINE.
            05 IMG-CURRENT-PART-2 PIC 999.
            05 FILLER             PIC X VALUE SPACE.
            05 IMG-EXCHANGE-ID    PIC XXXX.
            05 FILLER             PIC X VALUE SPACE.
            05 IMG-RESTRICT-FLAG  PIC X.
            05 FILLER             PIC X(2) VALUE SPACES.
         01 RPT-TOTAL-LINE.
            05 FILLER           PIC X(6)  VALUE "READ ".
            05 RPT-READ-COUNT   PIC ZZZ,ZZ9.
            05 RPT-CHANGE-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(10) VALUE " DELETED ".
            05 RPT-DELETE-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(15) VALUE " FLAG CHANGES ".
            05 RPT-FLAG-COUNT   PIC ZZZ,ZZ9.
            05 FILLER           PIC X(11) VALUE " REJECTED ".
            05 RPT-REJECT-COUNT PIC ZZZ,ZZ9.

           MOVE TRAN-ADD-COUNT    TO RPT-ADD-COUNT.
           MOVE TRAN-CHANGE-COUNT TO RPT-CHANGE-COUNT.
           MOVE TRAN-DELETE-COUNT TO RPT-DELETE-COUNT.
           MOVE TRAN-FLAG-COUNT   TO RPT-FLAG-COUNT.
           MOVE TRAN-REJECT-COUNT TO RPT-REJECT-COUNT.
           WRITE PART-EDIT-RPT-RECORD FROM RPT-TOTAL-LINE.
           CLOSE PART-TRAN-FILE PARTS-MASTER PART-EDIT-RPT.
           MOVE SPACES         TO RPT-BEFORE-IMAGE.
           MOVE SPACES         TO RPT-AFTER-IMAGE.
           IF  NOT PMT-ACTION-VALID
               MOVE "REJECTED - ACTION NOT A/C/D/R/U"
                 TO RPT-DISPOSITION
               PERFORM PM9-REJECT
               GO TO PM1Z.
           IF  PMT-KEY-PART-1 IS NOT NUMERIC
               MOVE "REJECTED - PARTS NOT NUMERIC" TO RPT-DISPOSITION
               PERFORM PM9-REJECT
               GO TO PM1Z.
           IF  PMT-ACTION-ADD
           AND NOT PMT-RESTRICT-VALID
               MOVE "REJECTED - FLAG NOT Y OR N" TO RPT-DISPOSITION
               PERFORM PM9-REJECT
               GO TO PM1Z.
           PERFORM PM8-READ-MASTER.
           IF  MASTER-FOUND
               MOVE PM-CURRENT-PART-1   TO IMG-CURRENT-PART-1
               MOVE PM-CURRENT-PART-2   TO IMG-CURRENT-PART-2
               MOVE PM-EXCHANGE-PART-01 TO IMG-EXCHANGE-ID
               MOVE PM-RESTRICT-FLAG    TO IMG-RESTRICT-FLAG
               MOVE RPT-IMAGE-WORK      TO RPT-BEFORE-IMAGE
           ELSE
               MOVE "(NO RECORD)"       TO RPT-BEFORE-IMAGE.
                   PERFORM PM3-CHANGE
               WHEN PMT-ACTION-DELETE
                   PERFORM PM4-DELETE
               WHEN OTHER
                   PERFORM PM5-FLAG
           END-EVALUATE.
           WRITE PART-EDIT-RPT-RECORD FROM RPT-DETAIL-LINE.
       PM1Z.
           MOVE PMT-CURRENT-PART-1   TO PM-CURRENT-PART-1.
           MOVE PMT-CURRENT-PART-2   TO PM-CURRENT-PART-2.
           MOVE PMT-EXCHANGE-PART-01 TO PM-EXCHANGE-PART-01.
           IF  PMT-RESTRICT-FLAG = "Y"
               SET PM-RESTRICTED TO TRUE
           ELSE
               SET PM-UNRESTRICTED TO TRUE.
           WRITE PARTS-MASTER-RECORD
               INVALID KEY
                   MOVE "REJECTED - WRITE FAILED" TO RPT-DISPOSITION
           ADD 1 TO TRAN-DELETE-COUNT.
       PM4Z.
           EXIT.
       PM5-FLAG SECTION.
       PM5A.
           IF  NOT MASTER-FOUND
               MOVE "REJECTED - KEY NOT ON FILE" TO RPT-DISPOSITION
               ADD 1 TO TRAN-REJECT-COUNT
               GO TO PM5Z.
           IF  PMT-ACTION-RESTRICT
               SET PM-RESTRICTED TO TRUE
           ELSE
               SET PM-UNRESTRICTED TO TRUE.
           REWRITE PARTS-MASTER-RECORD
               INVALID KEY
                   MOVE "REJECTED - REWRITE FAILED" TO RPT-DISPOSITION
                   ADD 1 TO TRAN-REJECT-COUNT
                   GO TO PM5Z.
           PERFORM PM7-AFTER-IMAGE.
           IF  PMT-ACTION-RESTRICT
               MOVE "RESTRICTED" TO RPT-DISPOSITION
           ELSE
               MOVE "UNRESTRICTED" TO RPT-DISPOSITION.
           ADD 1 TO TRAN-FLAG-COUNT.
       PM5Z.
           EXIT.
       PM7-AFTER-IMAGE SECTION.
       PM7A.
           MOVE PM-CURRENT-PART-1   TO IMG-CURRENT-PART-1.
           MOVE PM-CURRENT-PART-2   TO IMG-CURRENT-PART-2.
           MOVE PM-EXCHANGE-PART-01 TO IMG-EXCHANGE-ID.
           MOVE PM-RESTRICT-FLAG    TO IMG-RESTRICT-FLAG.
           MOVE RPT-IMAGE-WORK      TO RPT-AFTER-IMAGE.
       PM7Z.
           EXIT.
