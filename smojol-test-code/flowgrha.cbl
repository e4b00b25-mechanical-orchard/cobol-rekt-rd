       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLOWGRHA.
       AUTHOR.        MOJO
       DATE-WRITTEN.  OCT 2026.
      *MODIFICATION HISTORY
      *    2026-10-15  NEW PROGRAM.  SECOND-PERSON SIGN-OFF FOR
      *                EXCHANGES ON RESTRICTED PAIRS.  READS THE
      *                SUPERVISORS' APPROVE/DECLINE RECORDS (APPRIN)
      *                AGAINST THE PENDING-APPROVAL FILE (PENDAPPR)
      *                THAT FLOWGRXD FILLS WITH HELD SLIPS.  AN
      *                APPROVAL IS RELEASED THROUGH NO-BRANCH WITH
      *                REQUEST CODE "APRV" AND THE APPROVER'S ID, WHICH
      *                NO-BRANCH WRITES ON THE EXCHJRNL ENTRY; THE
      *                PENDING RECORD IS REMOVED ONLY WHEN THE EXCHANGE
      *                IS APPLIED.  A DECLINE REMOVES THE PENDING
      *                RECORD WITHOUT TOUCHING THE MASTER.  A DECISION
      *                WITH NO APPROVER ID, AN UNKNOWN DECISION CODE,
      *                OR NO MATCHING PENDING ITEM IS REJECTED.  THE
      *                REPORT (APPRRPT) SHOWS EVERY DECISION, THEN
      *                EVERY ITEM STILL WAITING WITH ITS AGE IN DAYS.
      *                ENDS WITH RETURN CODE 8 WHEN ANY DECISION WAS
      *                REJECTED OR COULD NOT BE APPLIED, 12 WHEN A FILE
      *                CANNOT BE OPENED.
      *    2026-10-15  THE AGE OF A WAITING ITEM IS NOW IN BUSINESS
      *                DAYS, FROM THE COMMON DATE ROUTINE FLOWGRDT AND
      *                THE BUSINESS CALENDAR (BUSCAL), IN PLACE OF THIS
      *                PROGRAM'S OWN CALENDAR-DAY COUNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-IN-FILE ASSIGN TO "APPRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APPR-IN-STATUS.
           SELECT OPTIONAL PENDING-APPROVAL ASSIGN TO "PENDAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS PND-FILE-STATUS.
           SELECT APPROVAL-RPT ASSIGN TO "APPRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APPR-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-IN-FILE.
       01  APPROVAL-IN-RECORD.
           05  APR-PART-1           PIC 999.
           05  APR-PART-2           PIC 999.
           05  APR-JOB-ID           PIC XXXX.
           05  APR-DECISION         PIC X.
               88  APR-APPROVE      VALUE "A".
               88  APR-DECLINE      VALUE "D".
           05  APR-APPROVER-ID      PIC X(8).
           05  APR-REASON           PIC X(20).
           05  FILLER               PIC X.

       FD  PENDING-APPROVAL.
       01  PENDING-APPROVAL-RECORD.
           05  PND-KEY.
               10  PND-PART-1       PIC 999.
               10  PND-PART-2       PIC 999.
               10  PND-JOB-ID       PIC XXXX.
           05  PND-REQUEST-CODE     PIC XXXX.
           05  PND-HELD-DATE        PIC X(8).
           05  FILLER               PIC X(8).

       FD  APPROVAL-RPT.
       01  APPROVAL-RPT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
         01 APPR-IN-STATUS      PIC XX.
         01 PND-FILE-STATUS     PIC XX.
         01 APPR-RPT-STATUS     PIC XX.
         01 RUN-DATE            PIC X(8).

         01 APPR-IN-EOF-SWITCH  PIC X VALUE "N".
            88 APPR-IN-EOF      VALUE "Y".
         01 PND-EOF-SWITCH      PIC X VALUE "N".
            88 PND-EOF          VALUE "Y".
         01 PENDING-FOUND-SWITCH PIC X VALUE "N".
            88 PENDING-FOUND    VALUE "Y".

         01 REQUEST-CODE        PIC XXXX.
         01 REQUEST-JOB-ID      PIC XXXX.
         01 REQUEST-PART-PAIR.
            05 REQUEST-PART-1   PIC 999.
            05 REQUEST-PART-2   PIC 999.
         01 EXCHANGE-RETURN-STATUS PIC X.
            88 EXCHANGE-ACCEPTED VALUE "0".
         01 INQUIRY-REPLY.
            05 REPLY-CURRENT-PART-1 PIC 999.
            05 REPLY-CURRENT-PART-2 PIC 999.
            05 REPLY-EXCHANGE-ID    PIC XXXX.
         01 REVERSAL-REFERENCE.
            05 REVERSAL-JOB-ID      PIC XXXX.
            05 REVERSAL-TIMESTAMP   PIC X(16).
         01 APPROVER-REFERENCE      PIC X(8).

         01 DECISION-READ-COUNT PIC 9(5) VALUE ZERO COMP.
         01 APPROVED-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 DECLINED-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 DECISION-BAD-COUNT  PIC 9(5) VALUE ZERO COMP.
         01 NOT-APPLIED-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 WAITING-COUNT       PIC 9(5) VALUE ZERO COMP.

         01 PENDING-AGE         PIC 9(3) VALUE ZERO COMP.
         01 AGE-MAX             PIC 9(3) VALUE 999 COMP.

           COPY DATESVC.

         01 RPT-HEADING-LINE.
            05 FILLER           PIC X(33) VALUE
               "APPROVAL DECISIONS               ".
            05 FILLER           PIC X(20) VALUE
               "PART-1 PART-2 JOB  D".
            05 FILLER           PIC X(14) VALUE
               " APPROVER AGE ".
            05 FILLER           PIC X(33) VALUE "DISPOSITION".
            05 FILLER           PIC X(6)  VALUE "REASON".
         01 RPT-WAITING-HEADING.
            05 FILLER           PIC X(33) VALUE
               "STILL WAITING FOR APPROVAL       ".
            05 FILLER           PIC X(20) VALUE
               "PART-1 PART-2 JOB   ".
            05 FILLER           PIC X(14) VALUE
               "          AGE ".
            05 FILLER           PIC X(11) VALUE "DISPOSITION".
         01 RPT-DETAIL-LINE.
            05 FILLER           PIC X(33) VALUE SPACES.
            05 RPT-PART-1       PIC 999.
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 RPT-PART-2       PIC 999.
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 RPT-JOB-ID       PIC XXXX.
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-DECISION     PIC X.
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-APPROVER-ID  PIC X(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-AGE          PIC ZZ9.
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-DISPOSITION  PIC X(32).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-REASON       PIC X(20).
         01 RPT-WAITING-WORK.
            05 FILLER           PIC X(12) VALUE "HELD SINCE ".
            05 WTG-HELD-DATE    PIC X(8).
            05 FILLER           PIC X(6)  VALUE " CODE ".
            05 WTG-REQUEST-CODE PIC XXXX.
         01 RPT-TOTAL-LINE.
            05 FILLER           PIC X(10) VALUE "DECISIONS ".
            05 RPT-READ-COUNT   PIC ZZZ,ZZ9.
            05 FILLER           PIC X(10) VALUE " APPROVED ".
            05 RPT-APPROVED-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(10) VALUE " DECLINED ".
            05 RPT-DECLINED-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(10) VALUE " REJECTED ".
            05 RPT-BAD-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(13) VALUE " NOT APPLIED ".
            05 RPT-NOT-APPLIED-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(9)  VALUE " WAITING ".
            05 RPT-WAITING-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT APPROVAL-IN-FILE.
           IF  APPR-IN-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - APPRIN OPEN FAILED - STATUS '
                       APPR-IN-STATUS UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT APPROVAL-RPT.
           IF  APPR-RPT-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - APPRRPT OPEN FAILED - STATUS '
                       APPR-RPT-STATUS UPON CONSOLE
               CLOSE APPROVAL-IN-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK.
           OPEN I-O PENDING-APPROVAL.
           IF  PND-FILE-STATUS NOT = "00" AND "05"
               DISPLAY 'OPERATOR ALERT - PENDAPPR OPEN FAILED - '
                       'STATUS ' PND-FILE-STATUS UPON CONSOLE
               CLOSE APPROVAL-IN-FILE APPROVAL-RPT
               MOVE 12 TO RETURN-CODE
               GOBACK.
           MOVE SPACES TO REVERSAL-REFERENCE.
           WRITE APPROVAL-RPT-RECORD FROM RPT-HEADING-LINE.
           PERFORM HA1-DECISION UNTIL APPR-IN-EOF.
       SZ1.
           MOVE "CLOS" TO REQUEST-CODE.
           MOVE SPACES TO REQUEST-JOB-ID APPROVER-REFERENCE.
           CALL "NO-BRANCH" USING REQUEST-CODE
                                  REQUEST-JOB-ID
                                  REQUEST-PART-PAIR
                                  EXCHANGE-RETURN-STATUS
                                  INQUIRY-REPLY
                                  REVERSAL-REFERENCE
                                  APPROVER-REFERENCE.
           WRITE APPROVAL-RPT-RECORD FROM RPT-WAITING-HEADING.
           PERFORM HA4-WAITING-LIST.
           MOVE "CLOS" TO DTS-FUNCTION.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
           MOVE DECISION-READ-COUNT TO RPT-READ-COUNT.
           MOVE APPROVED-COUNT      TO RPT-APPROVED-COUNT.
           MOVE DECLINED-COUNT      TO RPT-DECLINED-COUNT.
           MOVE DECISION-BAD-COUNT  TO RPT-BAD-COUNT.
           MOVE NOT-APPLIED-COUNT   TO RPT-NOT-APPLIED-COUNT.
           MOVE WAITING-COUNT       TO RPT-WAITING-COUNT.
           WRITE APPROVAL-RPT-RECORD FROM RPT-TOTAL-LINE.
           CLOSE APPROVAL-IN-FILE APPROVAL-RPT PENDING-APPROVAL.
           IF  DECISION-BAD-COUNT > ZERO OR NOT-APPLIED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE.
           GOBACK.
       HA1-DECISION SECTION.
       HA1A.
           READ APPROVAL-IN-FILE
               AT END
                   SET APPR-IN-EOF TO TRUE
                   GO TO HA1Z.
           ADD 1 TO DECISION-READ-COUNT.
           MOVE APR-PART-1      TO RPT-PART-1.
           MOVE APR-PART-2      TO RPT-PART-2.
           MOVE APR-JOB-ID      TO RPT-JOB-ID.
           MOVE APR-DECISION    TO RPT-DECISION.
           MOVE APR-APPROVER-ID TO RPT-APPROVER-ID.
           MOVE APR-REASON      TO RPT-REASON.
           MOVE ZERO            TO RPT-AGE.
           IF  APR-APPROVER-ID = SPACES
               MOVE "REJECTED - NO APPROVER ID" TO RPT-DISPOSITION
               GO TO HA1X.
           IF  NOT APR-APPROVE AND NOT APR-DECLINE
               MOVE "REJECTED - DECISION NOT A OR D"
                   TO RPT-DISPOSITION
               GO TO HA1X.
           PERFORM HA2-FIND-PENDING.
           IF  NOT PENDING-FOUND
               MOVE "REJECTED - NOT PENDING" TO RPT-DISPOSITION
               GO TO HA1X.
           PERFORM HA6-PENDING-AGE.
           MOVE PENDING-AGE TO RPT-AGE.
           IF  APR-DECLINE
               PERFORM HA3-REMOVE-PENDING
               ADD 1 TO DECLINED-COUNT
               MOVE "DECLINED" TO RPT-DISPOSITION
               WRITE APPROVAL-RPT-RECORD FROM RPT-DETAIL-LINE
               GO TO HA1Z.
           MOVE "APRV"          TO REQUEST-CODE.
           MOVE PND-JOB-ID      TO REQUEST-JOB-ID.
           MOVE PND-PART-1      TO REQUEST-PART-1.
           MOVE PND-PART-2      TO REQUEST-PART-2.
           MOVE APR-APPROVER-ID TO APPROVER-REFERENCE.
           CALL "NO-BRANCH" USING REQUEST-CODE
                                  REQUEST-JOB-ID
                                  REQUEST-PART-PAIR
                                  EXCHANGE-RETURN-STATUS
                                  INQUIRY-REPLY
                                  REVERSAL-REFERENCE
                                  APPROVER-REFERENCE.
           IF  NOT EXCHANGE-ACCEPTED
               ADD 1 TO NOT-APPLIED-COUNT
               MOVE "APPROVED - EXCHANGE REJECTED"
                   TO RPT-DISPOSITION
               WRITE APPROVAL-RPT-RECORD FROM RPT-DETAIL-LINE
               GO TO HA1Z.
           PERFORM HA3-REMOVE-PENDING.
           ADD 1 TO APPROVED-COUNT.
           MOVE "APPROVED - APPLIED" TO RPT-DISPOSITION.
           WRITE APPROVAL-RPT-RECORD FROM RPT-DETAIL-LINE.
           GO TO HA1Z.
       HA1X.
           ADD 1 TO DECISION-BAD-COUNT.
           WRITE APPROVAL-RPT-RECORD FROM RPT-DETAIL-LINE.
       HA1Z.
           EXIT.
       HA2-FIND-PENDING SECTION.
       HA2A.
           MOVE "N" TO PENDING-FOUND-SWITCH.
           MOVE APR-PART-1 TO PND-PART-1.
           MOVE APR-PART-2 TO PND-PART-2.
           MOVE APR-JOB-ID TO PND-JOB-ID.
           READ PENDING-APPROVAL
               INVALID KEY
                   GO TO HA2Z.
           SET PENDING-FOUND TO TRUE.
       HA2Z.
           EXIT.
       HA3-REMOVE-PENDING SECTION.
       HA3A.
           DELETE PENDING-APPROVAL RECORD
               INVALID KEY
                   DISPLAY 'OPERATOR ALERT - PENDAPPR DELETE FAILED - '
                           'STATUS ' PND-FILE-STATUS UPON CONSOLE.
       HA3Z.
           EXIT.
      *
      *    EVERYTHING LEFT ON THE PENDING FILE AFTER TONIGHT'S
      *    DECISIONS, IN PAIR ORDER, WITH ITS AGE SO A SLIP THAT HAS
      *    SAT FOR A WEEK STANDS OUT.
      *
       HA4-WAITING-LIST SECTION.
       HA4A.
           MOVE LOW-VALUES TO PND-KEY.
           START PENDING-APPROVAL KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                   GO TO HA4Z.
           PERFORM HA5-WAITING-ITEM UNTIL PND-EOF.
       HA4Z.
           EXIT.
       HA5-WAITING-ITEM SECTION.
       HA5A.
           READ PENDING-APPROVAL NEXT RECORD
               AT END
                   SET PND-EOF TO TRUE
                   GO TO HA5Z.
           ADD 1 TO WAITING-COUNT.
           PERFORM HA6-PENDING-AGE.
           MOVE PND-PART-1       TO RPT-PART-1.
           MOVE PND-PART-2       TO RPT-PART-2.
           MOVE PND-JOB-ID       TO RPT-JOB-ID.
           MOVE SPACE            TO RPT-DECISION.
           MOVE SPACES           TO RPT-APPROVER-ID RPT-REASON.
           MOVE PENDING-AGE      TO RPT-AGE.
           MOVE PND-HELD-DATE    TO WTG-HELD-DATE.
           MOVE PND-REQUEST-CODE TO WTG-REQUEST-CODE.
           MOVE RPT-WAITING-WORK TO RPT-DISPOSITION.
           WRITE APPROVAL-RPT-RECORD FROM RPT-DETAIL-LINE.
       HA5Z.
           EXIT.
      *
      *    AGE IN BUSINESS DAYS SINCE THE SLIP WAS HELD (999 MEANS 999
      *    OR MORE), SO A SLIP HELD ON FRIDAY IS ONE DAY OLD ON MONDAY.
      *
       HA6-PENDING-AGE SECTION.
       HA6A.
           MOVE ZERO TO PENDING-AGE.
           MOVE "BTWN"        TO DTS-FUNCTION.
           MOVE PND-HELD-DATE TO DTS-FROM-DATE.
           MOVE RUN-DATE      TO DTS-TO-DATE.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
           IF  DTS-DATE-INVALID
               GO TO HA6Z.
           IF  DTS-DAY-COUNT > AGE-MAX
               MOVE AGE-MAX TO PENDING-AGE
           ELSE
               MOVE DTS-DAY-COUNT TO PENDING-AGE.
       HA6Z.
           EXIT.
