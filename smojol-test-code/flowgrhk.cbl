      *                PATH THAT DID NOT FULLY PROCESS BOTH FILES,
      *                SO THE JCL COPY-BACK STEPS CANNOT REPLACE A
      *                LIVE FILE WITH AN EMPTY ONE.
      *    2026-10-15  ALSO PURGES THE A1 REFERENCE HISTORY (REFHIST):
      *                ENTRIES FIRST ACCEPTED BEFORE THE DUPLICATE
      *                LOOK-BACK CUTOFF (FLOW-DUP-DAYS, DEFAULT 30 --
      *                THE SAME WINDOW FLOWGRA1 CHECKS) ARE DELETED IN
      *                PLACE; THEY CAN NO LONGER CAUSE A REJECT.  THE
      *                PURGE REPORT SHOWS KEPT AND PURGED COUNTS WITH
      *                DATE RANGES.  A REFHIST FAILURE ENDS WITH
      *                RETURN CODE 8 (UNLESS SOMETHING ELSE FAILED) SO
      *                THE COPY-BACK OF THE OTHER FILES STILL RUNS.
      *    2026-10-15  THE RETENTION CUTOFF (FLOW-RETAIN-DAYS) AND THE
      *                REFHIST LOOK-BACK CUTOFF (FLOW-DUP-DAYS) ARE NOW
      *                COUNTED IN BUSINESS DAYS BY THE COMMON DATE
      *                ROUTINE FLOWGRDT AGAINST THE BUSINESS CALENDAR
      *                (BUSCAL), IN PLACE OF THIS PROGRAM'S OWN COPY OF
      *                THE CALENDAR-DAY ARITHMETIC.
      *    2026-10-15  FLOW-DUP-DAYS AND FLOW-RETAIN-DAYS ARE NOW READ
      *                FROM THE RUN-PARAMETER FILE (PARMFILE) THROUGH
      *                FLOWGRPV INSTEAD OF FROM THE ENVIRONMENT.  A
      *                MISSING OR OUT-OF-RANGE VALUE IS ALERTED BY
      *                FLOWGRPV AND THE DEFAULT OF 30 IS USED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGE-RPT        ASSIGN TO "PURGERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PURGE-RPT-STATUS.
           SELECT OPTIONAL REFERENCE-HISTORY ASSIGN TO "REFHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RFH-KEY
               FILE STATUS IS RFH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ABORT-AUDIT-FILE.
       FD  PURGE-RPT.
       01  PURGE-RPT-RECORD         PIC X(132).

       FD  REFERENCE-HISTORY.
       01  REFERENCE-HISTORY-RECORD.
           05  RFH-KEY.
               10  RFH-BRANCH       PIC 9999.
               10  RFH-REFERENCE    PIC 9(6).
           05  RFH-RECORD-TYPE      PIC XX.
           05  RFH-FIRST-DATE       PIC X(8).
           05  RFH-RUN-STAMP        PIC X(16).
           05  RFH-FORCE-FLAG       PIC X.
               88  RFH-FORCED           VALUE "Y".
           05  FILLER               PIC X(5).

       WORKING-STORAGE SECTION.
         01 AUDIT-FILE-STATUS   PIC XX.
         01 AUDIT-NEW-STATUS    PIC XX.
         01 E1-NEW-STATUS       PIC XX.
         01 E1-ARCH-STATUS      PIC XX.
         01 PURGE-RPT-STATUS    PIC XX.
         01 RFH-FILE-STATUS     PIC XX.

         01 HOUSEK-FAIL-SWITCH  PIC X VALUE "N".
            88 HOUSEK-FAILED    VALUE "Y".
         01 HISTORY-FAIL-SWITCH PIC X VALUE "N".
            88 HISTORY-FAILED   VALUE "Y".

         01 AUDIT-EOF-SWITCH    PIC X VALUE "N".
            88 AUDIT-EOF        VALUE "Y".
         01 EXTRACT-EOF-SWITCH  PIC X VALUE "N".
            88 EXTRACT-EOF      VALUE "Y".
         01 HISTORY-EOF-SWITCH  PIC X VALUE "N".
            88 HISTORY-EOF      VALUE "Y".

         01 RETAIN-DAYS         PIC 9(3) VALUE 030 COMP.
         01 DUP-DAYS            PIC 9(3) VALUE 030 COMP.
         01 DUP-CUTOFF-DATE     PIC X(8).
         01 CUTOFF-DATE         PIC X(8).
         01 RECORD-DATE         PIC X(8).

           COPY DATESVC.
           COPY PARMVAL.

         01 AUD-KEEP-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 AUD-ARCH-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 AUD-KEEP-LO-DATE    PIC X(8) VALUE SPACES.
         01 EXT-ARCH-LO-DATE    PIC X(8) VALUE SPACES.
         01 EXT-ARCH-HI-DATE    PIC X(8) VALUE SPACES.

         01 RFH-KEEP-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 RFH-PURGE-COUNT     PIC 9(5) VALUE ZERO COMP.
         01 RFH-KEEP-LO-DATE    PIC X(8) VALUE SPACES.
         01 RFH-KEEP-HI-DATE    PIC X(8) VALUE SPACES.
         01 RFH-PURGE-LO-DATE   PIC X(8) VALUE SPACES.
         01 RFH-PURGE-HI-DATE   PIC X(8) VALUE SPACES.

         01 RPT-HEADING-LINE.
            05 FILLER           PIC X(34) VALUE
               "RETENTION PURGE REPORT - CUTOFF ".
            05 RPF-KEEP-LO      PIC X(8).
            05 FILLER           PIC X     VALUE "-".
            05 RPF-KEEP-HI      PIC X(8).
            05 RPF-ARCH-LABEL   PIC X(11) VALUE " ARCHIVED ".
            05 RPF-ARCH-COUNT   PIC ZZZ,ZZ9.
            05 FILLER           PIC X     VALUE SPACE.
            05 RPF-ARCH-LO      PIC X(8).
            05 FILLER           PIC X     VALUE "-".
            05 RPF-ARCH-HI      PIC X(8).
         01 RPT-HISTORY-HEADING.
            05 FILLER           PIC X(34) VALUE
               "REFERENCE HISTORY - LOOK-BACK CUT ".
            05 RPY-CUTOFF       PIC X(8).
            05 FILLER           PIC X(32) VALUE
               " - PURGED ENTRIES ARE DELETED".

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           PERFORM HK8-RUN-PARAMETERS.
           MOVE DUP-DAYS TO DTS-DAY-COUNT.
           PERFORM HK7-SET-CUTOFF.
           MOVE CUTOFF-DATE TO DUP-CUTOFF-DATE.
           MOVE RETAIN-DAYS TO DTS-DAY-COUNT.
           PERFORM HK7-SET-CUTOFF.
           OPEN OUTPUT PURGE-RPT.
           IF  PURGE-RPT-STATUS NOT = "00"
           WRITE PURGE-RPT-RECORD FROM RPT-HEADING-LINE.
           PERFORM HK1-AUDIT-FILE.
           PERFORM HK3-EXTRACT-FILE.
           PERFORM HK5-HISTORY-FILE.
       SZ1.
           CLOSE PURGE-RPT.
           MOVE "CLOS" TO DTS-FUNCTION.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
           EVALUATE TRUE
               WHEN HOUSEK-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN HISTORY-FAILED
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       HK1-AUDIT-FILE SECTION.
       HK1A.
               WRITE E1-EXTRACT-NEW-RECORD FROM E1-EXTRACT-RECORD.
       HK4Z.
           EXIT.
      *
      *    REFHIST IS KEYED, SO IT IS PURGED IN PLACE RATHER THAN
      *    SPLIT: NO NEW LIVE COPY, NO ARCHIVE, NO COPY-BACK STEP.
      *
       HK5-HISTORY-FILE SECTION.
       HK5A.
           MOVE DUP-CUTOFF-DATE TO RPY-CUTOFF.
           WRITE PURGE-RPT-RECORD FROM RPT-HISTORY-HEADING.
           OPEN I-O REFERENCE-HISTORY.
           IF  RFH-FILE-STATUS = "05"
               CLOSE REFERENCE-HISTORY
               DISPLAY "FLOWGRHK - NO REFERENCE HISTORY - NOTHING TO "
                       "PURGE"
               GO TO HK5Z.
           IF  RFH-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - REFHIST OPEN FAILED - '
                       'STATUS ' RFH-FILE-STATUS UPON CONSOLE
               SET HISTORY-FAILED TO TRUE
               GO TO HK5Z.
           PERFORM HK6-HISTORY-RECORD UNTIL HISTORY-EOF.
           CLOSE REFERENCE-HISTORY.
           MOVE "REFHIST"         TO RPF-FILE-NAME.
           MOVE RFH-KEEP-COUNT    TO RPF-KEEP-COUNT.
           MOVE RFH-KEEP-LO-DATE  TO RPF-KEEP-LO.
           MOVE RFH-KEEP-HI-DATE  TO RPF-KEEP-HI.
           MOVE " PURGED"         TO RPF-ARCH-LABEL.
           MOVE RFH-PURGE-COUNT   TO RPF-ARCH-COUNT.
           MOVE RFH-PURGE-LO-DATE TO RPF-ARCH-LO.
           MOVE RFH-PURGE-HI-DATE TO RPF-ARCH-HI.
           WRITE PURGE-RPT-RECORD FROM RPT-FILE-LINE.
       HK5Z.
           EXIT.
       HK6-HISTORY-RECORD SECTION.
       HK6A.
           READ REFERENCE-HISTORY NEXT RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
                   GO TO HK6Z.
           IF  RFH-FIRST-DATE NOT < DUP-CUTOFF-DATE
               ADD 1 TO RFH-KEEP-COUNT
               IF  RFH-KEEP-LO-DATE = SPACES
                OR RFH-FIRST-DATE < RFH-KEEP-LO-DATE
                   MOVE RFH-FIRST-DATE TO RFH-KEEP-LO-DATE
               END-IF
               IF  RFH-FIRST-DATE > RFH-KEEP-HI-DATE
                   MOVE RFH-FIRST-DATE TO RFH-KEEP-HI-DATE
               END-IF
               GO TO HK6Z.
           DELETE REFERENCE-HISTORY RECORD
               INVALID KEY
                   DISPLAY 'OPERATOR ALERT - REFHIST DELETE FAILED - '
                           'STATUS ' RFH-FILE-STATUS UPON CONSOLE
                   SET HISTORY-FAILED TO TRUE
                   SET HISTORY-EOF TO TRUE
                   GO TO HK6Z.
           ADD 1 TO RFH-PURGE-COUNT.
           IF  RFH-PURGE-LO-DATE = SPACES
            OR RFH-FIRST-DATE < RFH-PURGE-LO-DATE
               MOVE RFH-FIRST-DATE TO RFH-PURGE-LO-DATE.
           IF  RFH-FIRST-DATE > RFH-PURGE-HI-DATE
               MOVE RFH-FIRST-DATE TO RFH-PURGE-HI-DATE.
       HK6Z.
           EXIT.
      *
      *    BOTH WINDOWS ARE COUNTED IN BUSINESS DAYS BACK FROM TODAY,
      *    SO A LONG WEEKEND DOES NOT EAT INTO THE RETENTION PERIOD.
      *
       HK7-SET-CUTOFF SECTION.
       HK7A.
           MOVE "CUTO" TO DTS-FUNCTION.
           ACCEPT DTS-FROM-DATE FROM DATE YYYYMMDD.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
           MOVE DTS-RESULT-DATE TO CUTOFF-DATE.
       HK7Z.
           EXIT.
      *
      *    FLOWGRPV ALERTS A MISSING OR OUT-OF-RANGE VALUE ITSELF;
      *    THE WINDOW THEN KEEPS ITS DEFAULT.
      *
       HK8-RUN-PARAMETERS SECTION.
       HK8A.
           MOVE "READ"             TO PVA-FUNCTION.
           MOVE "FLOWGRHK"         TO PVA-PROGRAM.
           MOVE "FLOW-DUP-DAYS"    TO PVA-NAME.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
           IF  PVA-STATUS-OK
               MOVE PVA-NUMBER TO DUP-DAYS.
           MOVE "FLOW-RETAIN-DAYS" TO PVA-NAME.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
           IF  PVA-STATUS-OK
               MOVE PVA-NUMBER TO RETAIN-DAYS.
           MOVE "CLOS"             TO PVA-FUNCTION.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
       HK8Z.
           EXIT.
