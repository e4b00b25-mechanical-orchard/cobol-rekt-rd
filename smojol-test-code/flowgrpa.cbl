       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLOWGRPA.
       AUTHOR.        MOJO
       DATE-WRITTEN.  OCT 2026.
      *MODIFICATION HISTORY
      *    2026-10-15  NEW PROGRAM.  WEEKLY WHOLE-FILE ALLOCATION AUDIT
      *                OF THE PARTS MASTER.  FLOWGRXR ONLY CHECKS THE
      *                KEYS THE JOURNAL TOUCHED TODAY; THIS READS EVERY
      *                PARTMSTR RECORD.  THE FIRST PASS BUILDS A PART-
      *                USAGE CROSS-REFERENCE (HOW MANY PAIRS HOLD EACH
      *                PART AS PM-CURRENT-PART-1 OR -2); THE SECOND
      *                PASS REPORTS ON PARTAURP EVERY RECORD HOLDING A
      *                PART THAT IS ALLOCATED MORE THAN ONCE, EVERY
      *                RECORD WHOSE CURRENT PARTS ARE NEITHER ITS KEY
      *                PARTS NOR THE KEY PARTS SWAPPED (THE ONLY TWO
      *                STATES NO-BRANCH CAN LEAVE), AND EVERY RECORD
      *                WHOSE PM-EXCHANGE-PART-01 IS BLANK OR IS NOT A
      *                BRANCH ON BRNMSTR.  A SUMMARY LINE PER DOUBLE-
      *                ALLOCATED PART FOLLOWS.  ENDS WITH RETURN CODE
      *                12 ON ANY FINDING (OR WHEN THE FILE COULD NOT BE
      *                FULLY AUDITED) SO THE SCHEDULER CAN HOLD, AS
      *                PARTRCJB AND FLOWGRJB STEP050 DO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTS-MASTER ASSIGN TO "PARTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PART-KEY
               FILE STATUS IS PM-FILE-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "BRNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRM-BRANCH
               FILE STATUS IS BRM-FILE-STATUS.
           SELECT PART-AUDIT-RPT ASSIGN TO "PARTAURP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTS-MASTER.
       01  PARTS-MASTER-RECORD.
           05  PM-PART-KEY.
               10  PM-KEY-PART-1    PIC 999.
               10  PM-KEY-PART-2    PIC 999.
           05  PM-CURRENT-PART-1    PIC 999.
           05  PM-CURRENT-PART-2    PIC 999.
           05  PM-EXCHANGE-PART-01  PIC XXXX.
           05  PM-RESTRICT-FLAG     PIC X.

       FD  BRANCH-MASTER.
       01  BRANCH-MASTER-RECORD.
           05  BRM-BRANCH           PIC 9999.
           05  BRM-BRANCH-NAME      PIC X(20).
           05  BRM-REGION           PIC X(4).
           05  BRM-STATUS           PIC X.
           05  BRM-CLOSE-DATE       PIC X(8).
           05  FILLER               PIC X(3).

       FD  PART-AUDIT-RPT.
       01  PART-AUDIT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
         01 PM-FILE-STATUS      PIC XX.
         01 BRM-FILE-STATUS     PIC XX.
         01 AUDIT-RPT-STATUS    PIC XX.

         01 PM-EOF-SWITCH       PIC X VALUE "N".
            88 PM-EOF           VALUE "Y".
         01 AUDIT-FAIL-SWITCH   PIC X VALUE "N".
            88 AUDIT-FAILED     VALUE "Y".
         01 PASS-SWITCH         PIC X VALUE "1".
            88 COUNT-PASS       VALUE "1".
            88 CHECK-PASS       VALUE "2".

         01 RECORD-READ-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 DUP-PART-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 DUP-HOLDER-COUNT    PIC 9(5) VALUE ZERO COMP.
         01 IMPLAUSIBLE-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 BAD-EXCH-ID-COUNT   PIC 9(5) VALUE ZERO COMP.

         01 PART-SUB            PIC 9(4) VALUE ZERO COMP.
         01 PART-USAGE-TABLE.
            05 PART-USAGE OCCURS 1000 TIMES.
               10 PU-COUNT      PIC 9(5) COMP.

         01 RPT-HEADING-LINE.
            05 FILLER           PIC X(33) VALUE
               "PARTS-MASTER ALLOCATION AUDIT    ".
            05 FILLER           PIC X(30) VALUE
               "KEY      CURRENT  EXCH  ".
            05 FILLER           PIC X(7)  VALUE "FINDING".
         01 RPT-DETAIL-LINE.
            05 FILLER           PIC X(33) VALUE SPACES.
            05 RPT-KEY-PART-1   PIC 999.
            05 FILLER           PIC X     VALUE "/".
            05 RPT-KEY-PART-2   PIC 999.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RPT-CURRENT-1    PIC XXX.
            05 FILLER           PIC X     VALUE "/".
            05 RPT-CURRENT-2    PIC XXX.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RPT-EXCHANGE-ID  PIC XXXX.
            05 FILLER           PIC X(8)  VALUE SPACES.
            05 RPT-FINDING      PIC X(40).
         01 RPT-DUP-WORK.
            05 FILLER           PIC X(13) VALUE "CURRENT-PART-".
            05 DUP-WHICH        PIC X.
            05 FILLER           PIC X     VALUE SPACE.
            05 DUP-PART         PIC 999.
            05 FILLER           PIC X(11) VALUE " ALLOCATED ".
            05 DUP-TIMES        PIC ZZZZ9.
            05 FILLER           PIC X(6)  VALUE " TIMES".
         01 RPT-SUMMARY-HEADING.
            05 FILLER           PIC X(40) VALUE
               "PARTS ALLOCATED MORE THAN ONCE     PART ".
            05 FILLER           PIC X(5)  VALUE "PAIRS".
         01 RPT-SUMMARY-LINE.
            05 FILLER           PIC X(35) VALUE SPACES.
            05 RSL-PART         PIC 999.
            05 FILLER           PIC X     VALUE SPACE.
            05 RSL-TIMES        PIC ZZZZ9.
         01 RPT-TOTAL-LINE.
            05 FILLER           PIC X(8)  VALUE "RECORDS ".
            05 RPT-READ-COUNT   PIC ZZZ,ZZ9.
            05 FILLER           PIC X(20) VALUE
               " PARTS DOUBLE-HELD ".
            05 RPT-DUP-PARTS    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(14) VALUE " HOLDER LINES ".
            05 RPT-DUP-HOLDERS  PIC ZZZ,ZZ9.
            05 FILLER           PIC X(19) VALUE " NOT KEY OR SWAP ".
            05 RPT-IMPLAUSIBLE  PIC ZZZ,ZZ9.
            05 FILLER           PIC X(17) VALUE " BAD EXCHANGE ID ".
            05 RPT-BAD-EXCH-ID  PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           OPEN INPUT BRANCH-MASTER.
           IF  BRM-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - BRNMSTR OPEN FAILED - STATUS '
                       BRM-FILE-STATUS UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT PART-AUDIT-RPT.
           IF  AUDIT-RPT-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - PARTAURP OPEN FAILED - '
                       'STATUS ' AUDIT-RPT-STATUS UPON CONSOLE
               CLOSE BRANCH-MASTER
               MOVE 12 TO RETURN-CODE
               GOBACK.
           PERFORM PA1-CLEAR-USAGE
               VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > 1000.
           PERFORM PA2-MASTER-PASS.
           IF  AUDIT-FAILED
               GO TO SZ1.
           WRITE PART-AUDIT-RECORD FROM RPT-HEADING-LINE.
           SET CHECK-PASS TO TRUE.
           PERFORM PA2-MASTER-PASS.
           IF  AUDIT-FAILED
               GO TO SZ1.
           WRITE PART-AUDIT-RECORD FROM RPT-SUMMARY-HEADING.
           PERFORM PA6-SUMMARY-LINE
               VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > 1000.
       SZ1.
           MOVE RECORD-READ-COUNT TO RPT-READ-COUNT.
           MOVE DUP-PART-COUNT    TO RPT-DUP-PARTS.
           MOVE DUP-HOLDER-COUNT  TO RPT-DUP-HOLDERS.
           MOVE IMPLAUSIBLE-COUNT TO RPT-IMPLAUSIBLE.
           MOVE BAD-EXCH-ID-COUNT TO RPT-BAD-EXCH-ID.
           WRITE PART-AUDIT-RECORD FROM RPT-TOTAL-LINE.
           CLOSE BRANCH-MASTER PART-AUDIT-RPT.
           IF  DUP-HOLDER-COUNT > ZERO
            OR IMPLAUSIBLE-COUNT > ZERO
            OR BAD-EXCH-ID-COUNT > ZERO
            OR AUDIT-FAILED
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE.
           GOBACK.
       PA1-CLEAR-USAGE SECTION.
       PA1A.
           MOVE ZERO TO PU-COUNT (PART-SUB).
       PA1Z.
           EXIT.
      *
      *    ONE READ OF THE WHOLE MASTER IN KEY ORDER.  THE FIRST TIME
      *    THROUGH ONLY COUNTS PART USAGE; THE SECOND TIME, WITH THE
      *    COUNTS COMPLETE, CHECKS AND REPORTS EACH RECORD.
      *
       PA2-MASTER-PASS SECTION.
       PA2A.
           MOVE "N" TO PM-EOF-SWITCH.
           OPEN INPUT PARTS-MASTER.
           IF  PM-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - PARTMSTR OPEN FAILED - '
                       'STATUS ' PM-FILE-STATUS UPON CONSOLE
               SET AUDIT-FAILED TO TRUE
               GO TO PA2Z.
           IF  COUNT-PASS
               PERFORM PA3-COUNT-USAGE UNTIL PM-EOF
           ELSE
               PERFORM PA4-CHECK-RECORD UNTIL PM-EOF.
           CLOSE PARTS-MASTER.
       PA2Z.
           EXIT.
       PA3-COUNT-USAGE SECTION.
       PA3A.
           READ PARTS-MASTER
               AT END
                   SET PM-EOF TO TRUE
                   GO TO PA3Z.
           ADD 1 TO RECORD-READ-COUNT.
           IF  PM-CURRENT-PART-1 IS NUMERIC
               ADD 1 TO PU-COUNT (PM-CURRENT-PART-1 + 1).
           IF  PM-CURRENT-PART-2 IS NUMERIC
               ADD 1 TO PU-COUNT (PM-CURRENT-PART-2 + 1).
       PA3Z.
           EXIT.
       PA4-CHECK-RECORD SECTION.
       PA4A.
           READ PARTS-MASTER
               AT END
                   SET PM-EOF TO TRUE
                   GO TO PA4Z.
           MOVE PM-KEY-PART-1       TO RPT-KEY-PART-1.
           MOVE PM-KEY-PART-2       TO RPT-KEY-PART-2.
           MOVE PM-CURRENT-PART-1   TO RPT-CURRENT-1.
           MOVE PM-CURRENT-PART-2   TO RPT-CURRENT-2.
           MOVE PM-EXCHANGE-PART-01 TO RPT-EXCHANGE-ID.
           IF  PM-CURRENT-PART-1 IS NUMERIC
               MOVE "1" TO DUP-WHICH
               MOVE PM-CURRENT-PART-1 TO DUP-PART
               PERFORM PA5-DUP-CHECK.
           IF  PM-CURRENT-PART-2 IS NUMERIC
           AND PM-CURRENT-PART-2 NOT = PM-CURRENT-PART-1
               MOVE "2" TO DUP-WHICH
               MOVE PM-CURRENT-PART-2 TO DUP-PART
               PERFORM PA5-DUP-CHECK.
           IF  (PM-CURRENT-PART-1 = PM-KEY-PART-1
            AND PM-CURRENT-PART-2 = PM-KEY-PART-2)
            OR (PM-CURRENT-PART-1 = PM-KEY-PART-2
            AND PM-CURRENT-PART-2 = PM-KEY-PART-1)
               NEXT SENTENCE
           ELSE
               ADD 1 TO IMPLAUSIBLE-COUNT
               MOVE "CURRENT PARTS NOT KEY PARTS OR SWAP"
                   TO RPT-FINDING
               WRITE PART-AUDIT-RECORD FROM RPT-DETAIL-LINE.
           IF  PM-EXCHANGE-PART-01 = SPACES
               ADD 1 TO BAD-EXCH-ID-COUNT
               MOVE "EXCHANGE ID BLANK" TO RPT-FINDING
               WRITE PART-AUDIT-RECORD FROM RPT-DETAIL-LINE
               GO TO PA4Z.
           IF  PM-EXCHANGE-PART-01 IS NOT NUMERIC
               ADD 1 TO BAD-EXCH-ID-COUNT
               MOVE "EXCHANGE ID NOT A BRANCH NUMBER"
                   TO RPT-FINDING
               WRITE PART-AUDIT-RECORD FROM RPT-DETAIL-LINE
               GO TO PA4Z.
           MOVE PM-EXCHANGE-PART-01 TO BRM-BRANCH.
           READ BRANCH-MASTER
               INVALID KEY
                   ADD 1 TO BAD-EXCH-ID-COUNT
                   MOVE "EXCHANGE ID NOT A BRANCH ON BRNMSTR"
                       TO RPT-FINDING
                   WRITE PART-AUDIT-RECORD FROM RPT-DETAIL-LINE.
       PA4Z.
           EXIT.
       PA5-DUP-CHECK SECTION.
       PA5A.
           IF  PU-COUNT (DUP-PART + 1) < 2
               GO TO PA5Z.
           ADD 1 TO DUP-HOLDER-COUNT.
           MOVE PU-COUNT (DUP-PART + 1) TO DUP-TIMES.
           MOVE RPT-DUP-WORK TO RPT-FINDING.
           WRITE PART-AUDIT-RECORD FROM RPT-DETAIL-LINE.
       PA5Z.
           EXIT.
       PA6-SUMMARY-LINE SECTION.
       PA6A.
           IF  PU-COUNT (PART-SUB) < 2
               GO TO PA6Z.
           ADD 1 TO DUP-PART-COUNT.
           SUBTRACT 1 FROM PART-SUB GIVING RSL-PART.
           MOVE PU-COUNT (PART-SUB) TO RSL-TIMES.
           WRITE PART-AUDIT-RECORD FROM RPT-SUMMARY-LINE.
       PA6Z.
           EXIT.
