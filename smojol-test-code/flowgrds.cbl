       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLOWGRDS.
       AUTHOR.        MOJO
       DATE-WRITTEN.  OCT 2026.
      *MODIFICATION HISTORY
      *    2026-10-15  NEW PROGRAM.  EXCHANGE DISPUTE CASES FOR THE
      *                DISPUTE DESK.  READS THE DESK'S TRANSACTIONS
      *                (DISPTRAN) TO OPEN A CASE -- PART PAIR, CALLING
      *                JOB ID, THE DATE IN QUESTION AND THE BRANCH'S
      *                CLAIM -- OR TO CLOSE ONE WITH WHO CLOSED IT AND
      *                WHY, AND KEEPS THEM ON THE DISPUTE CASE FILE
      *                (DISPUTE).  EVERY CASE STILL OPEN IS THEN
      *                MATCHED TO THE EXCHANGE JOURNAL (EXCHJRNL)
      *                ENTRIES FOR ITS PAIR ON ITS DATE: THE FIRST
      *                THREE ENTRIES ARE ATTACHED WITH THEIR BEFORE
      *                AND AFTER IMAGES, AND THE CASE IS MARKED SETTLED
      *                WHEN THE JOURNAL HOLDS THE DISPUTED JOB'S OWN
      *                ENTRY FOR THE PAIR AND DATE AND IT IS NOT STILL
      *                HELD FOR APPROVAL.  THE REPORT (DISPRPT) SHOWS
      *                EVERY TRANSACTION, EVERY OPEN CASE WITH ITS AGE
      *                IN BUSINESS DAYS AND WHAT THE JOURNAL SHOWS, THE
      *                OPEN CASES BY AGE, AND EVERY PAIR WITH MORE THAN
      *                ONE CASE ON FILE.  ENDS WITH RETURN CODE 8 WHEN
      *                A TRANSACTION WAS REJECTED OR A CASE COULD NOT BE
      *                MATCHED, 12 WHEN A FILE CANNOT BE OPENED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-TRAN-FILE ASSIGN TO "DISPTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "DISPUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CASE-ID
               FILE STATUS IS DSP-FILE-STATUS.
           SELECT EXCHANGE-JOURNAL ASSIGN TO "EXCHJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRN-FILE-STATUS.
           SELECT DISPUTE-RPT ASSIGN TO "DISPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DISP-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-TRAN-FILE.
       01  DISPUTE-TRAN-RECORD.
           05  DST-ACTION           PIC X.
               88  DST-ACTION-OPEN      VALUE "N".
               88  DST-ACTION-CLOSE     VALUE "C".
           05  DST-CASE-ID          PIC X(8).
           05  DST-PART-1           PIC 999.
           05  DST-PART-2           PIC 999.
           05  DST-JOB-ID           PIC XXXX.
           05  DST-DISPUTE-DATE     PIC X(8).
           05  DST-USER-ID          PIC X(8).
           05  DST-CLAIM            PIC X(40).
           05  DST-CLOSE-REASON     PIC X(20).
           05  FILLER               PIC X(5).

       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05  DSP-CASE-ID          PIC X(8).
           05  DSP-PART-1           PIC 999.
           05  DSP-PART-2           PIC 999.
           05  DSP-JOB-ID           PIC XXXX.
           05  DSP-DISPUTE-DATE     PIC X(8).
           05  DSP-CLAIM            PIC X(40).
           05  DSP-OPENED-BY        PIC X(8).
           05  DSP-OPENED-DATE      PIC X(8).
           05  DSP-STATUS           PIC X.
               88  DSP-CASE-OPEN        VALUE "O".
               88  DSP-CASE-CLOSED      VALUE "C".
           05  DSP-SETTLED-FLAG     PIC X.
               88  DSP-SETTLED          VALUE "Y".
           05  DSP-OUTCOME          PIC X.
           05  DSP-PAIR-ENTRIES     PIC 999.
           05  DSP-JOB-ENTRIES      PIC 999.
           05  DSP-MATCHED-DATE     PIC X(8).
           05  DSP-IMAGES.
               10  DSP-IMAGE OCCURS 3 TIMES.
                   15  DSI-JOB-ID           PIC XXXX.
                   15  DSI-DISPOSITION      PIC X.
                   15  DSI-TIMESTAMP        PIC X(16).
                   15  DSI-BEFORE-PART-1    PIC 999.
                   15  DSI-BEFORE-PART-2    PIC 999.
                   15  DSI-AFTER-PART-1     PIC 999.
                   15  DSI-AFTER-PART-2     PIC 999.
           05  DSP-CLOSED-BY        PIC X(8).
           05  DSP-CLOSED-DATE      PIC X(8).
           05  DSP-CLOSE-REASON     PIC X(20).
           05  FILLER               PIC X(16).

       FD  EXCHANGE-JOURNAL.
       01  EXCHANGE-JOURNAL-RECORD.
           05  JRN-KEY-PART-1       PIC 999.
           05  JRN-KEY-PART-2       PIC 999.
           05  JRN-BEFORE-PART-1    PIC 999.
           05  JRN-BEFORE-PART-2    PIC 999.
           05  JRN-AFTER-PART-1     PIC 999.
           05  JRN-AFTER-PART-2     PIC 999.
           05  JRN-JOB-ID           PIC XXXX.
           05  JRN-DISPOSITION      PIC X.
           05  JRN-TIMESTAMP        PIC X(16).
           05  JRN-REF-JOB-ID       PIC XXXX.
           05  JRN-REF-TIMESTAMP    PIC X(16).
           05  JRN-APPROVER-ID      PIC X(8).
           05  FILLER               PIC X(13).

       FD  DISPUTE-RPT.
       01  DISPUTE-RPT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
         01 TRAN-FILE-STATUS    PIC XX.
         01 DSP-FILE-STATUS     PIC XX.
         01 JRN-FILE-STATUS     PIC XX.
         01 DISP-RPT-STATUS     PIC XX.
         01 RUN-DATE            PIC X(8).

         01 TRAN-EOF-SWITCH     PIC X VALUE "N".
            88 TRAN-EOF         VALUE "Y".
         01 CASE-EOF-SWITCH     PIC X VALUE "N".
            88 CASE-EOF         VALUE "Y".
         01 JRN-EOF-SWITCH      PIC X VALUE "N".
            88 JRN-EOF          VALUE "Y".
         01 CASE-FOUND-SWITCH   PIC X VALUE "N".
            88 CASE-FOUND       VALUE "Y".
         01 ENTRY-FOUND-SWITCH  PIC X VALUE "N".
            88 ENTRY-FOUND      VALUE "Y".

         01 TRAN-READ-COUNT     PIC 9(5) VALUE ZERO COMP.
         01 TRAN-OPEN-COUNT     PIC 9(5) VALUE ZERO COMP.
         01 TRAN-CLOSE-COUNT    PIC 9(5) VALUE ZERO COMP.
         01 TRAN-REJECT-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 OPEN-CASE-COUNT     PIC 9(5) VALUE ZERO COMP.
         01 SETTLED-COUNT       PIC 9(5) VALUE ZERO COMP.
         01 UNSETTLED-COUNT     PIC 9(5) VALUE ZERO COMP.
         01 NO-ENTRY-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 NOT-MATCHED-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 AGE-0-5-COUNT       PIC 9(5) VALUE ZERO COMP.
         01 AGE-6-10-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 AGE-11-20-COUNT     PIC 9(5) VALUE ZERO COMP.
         01 AGE-OVER-20-COUNT   PIC 9(5) VALUE ZERO COMP.

         01 CASE-AGE            PIC 9(3) VALUE ZERO COMP.
         01 AGE-MAX             PIC 9(3) VALUE 999 COMP.
         01 ENTRY-MAX           PIC 9(3) VALUE 999 COMP.
         01 IMAGE-MAX           PIC 9(3) VALUE 3 COMP.
         01 IMAGE-SUB           PIC 9(3) VALUE ZERO COMP.
         01 MORE-ENTRIES        PIC 9(3) VALUE ZERO COMP.

      *
      *    THE CASES STILL OPEN, HELD WHILE THE JOURNAL IS READ ONCE
      *    FOR ALL OF THEM.
      *
         01 CASE-MAX            PIC 9(3) VALUE 500 COMP.
         01 CASE-COUNT          PIC 9(3) VALUE ZERO COMP.
         01 CASE-SUB            PIC 9(3) VALUE ZERO COMP.
         01 OPEN-CASE-TABLE.
            05 OPEN-CASE-ENTRY OCCURS 500 TIMES.
               10 OC-CASE-ID    PIC X(8).
               10 OC-PART-1     PIC 999.
               10 OC-PART-2     PIC 999.
               10 OC-JOB-ID     PIC XXXX.
               10 OC-DISPUTE-DATE PIC X(8).
               10 OC-PAIR-ENTRIES PIC 9(3) COMP.
               10 OC-JOB-ENTRIES PIC 9(3) COMP.
               10 OC-OUTCOME    PIC X.
               10 OC-IMAGES.
                  15 OC-IMAGE OCCURS 3 TIMES.
                     20 OCI-JOB-ID        PIC XXXX.
                     20 OCI-DISPOSITION   PIC X.
                     20 OCI-TIMESTAMP     PIC X(16).
                     20 OCI-BEFORE-PART-1 PIC 999.
                     20 OCI-BEFORE-PART-2 PIC 999.
                     20 OCI-AFTER-PART-1  PIC 999.
                     20 OCI-AFTER-PART-2  PIC 999.

         01 PAIR-MAX            PIC 9(3) VALUE 200 COMP.
         01 PAIR-COUNT          PIC 9(3) VALUE ZERO COMP.
         01 PAIR-SUB            PIC 9(3) VALUE ZERO COMP.
         01 PAIR-TABLE.
            05 PAIR-ENTRY OCCURS 200 TIMES.
               10 PT-PART-1     PIC 999.
               10 PT-PART-2     PIC 999.
               10 PT-CASE-COUNT PIC 9(5) COMP.
               10 PT-OPEN-COUNT PIC 9(5) COMP.
               10 PT-SETTLED-COUNT PIC 9(5) COMP.
               10 PT-LATEST-DATE PIC X(8).
         01 PAIR-OVFL-CASES     PIC 9(5) VALUE ZERO COMP.
         01 PAIR-OVFL-OPEN      PIC 9(5) VALUE ZERO COMP.
         01 PAIR-OVFL-SETTLED   PIC 9(5) VALUE ZERO COMP.

           COPY DATESVC.

         01 RPT-TITLE-LINE.
            05 FILLER           PIC X(36) VALUE
               "DISPUTE CASE TRANSACTIONS  RUN DATE ".
            05 RPT-TITLE-DATE   PIC X(8).
         01 RPT-TRAN-HEADING.
            05 FILLER           PIC X(5)  VALUE "  A".
            05 FILLER           PIC X(9)  VALUE "CASE".
            05 FILLER           PIC X(8)  VALUE "PAIR".
            05 FILLER           PIC X(5)  VALUE "JOB".
            05 FILLER           PIC X(9)  VALUE "DATE".
            05 FILLER           PIC X(9)  VALUE "BY".
            05 FILLER           PIC X(41) VALUE
               "CLAIM / CLOSE REASON".
            05 FILLER           PIC X(11) VALUE "DISPOSITION".
         01 RPT-TRAN-LINE.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RTL-ACTION       PIC X.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RTL-CASE-ID      PIC X(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 RTL-PART-1       PIC X(3).
            05 FILLER           PIC X     VALUE "/".
            05 RTL-PART-2       PIC X(3).
            05 FILLER           PIC X     VALUE SPACE.
            05 RTL-JOB-ID       PIC XXXX.
            05 FILLER           PIC X     VALUE SPACE.
            05 RTL-DISPUTE-DATE PIC X(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 RTL-USER-ID      PIC X(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 RTL-TEXT         PIC X(40).
            05 FILLER           PIC X     VALUE SPACE.
            05 RTL-DISPOSITION  PIC X(30).
         01 RPT-TRAN-TOTAL-LINE.
            05 FILLER           PIC X(13) VALUE "TRANSACTIONS ".
            05 RPT-READ-COUNT   PIC ZZZ,ZZ9.
            05 FILLER           PIC X(8)  VALUE " OPENED ".
            05 RPT-OPEN-COUNT   PIC ZZZ,ZZ9.
            05 FILLER           PIC X(8)  VALUE " CLOSED ".
            05 RPT-CLOSE-COUNT  PIC ZZZ,ZZ9.
            05 FILLER           PIC X(10) VALUE " REJECTED ".
            05 RPT-REJECT-COUNT PIC ZZZ,ZZ9.
         01 RPT-CASE-TITLE-LINE.
            05 FILLER           PIC X(47) VALUE
               "OPEN DISPUTE CASES".
            05 FILLER           PIC X(15) VALUE "JOURNAL ENTRIES".
         01 RPT-CASE-HEADING.
            05 FILLER           PIC X(11) VALUE "  CASE".
            05 FILLER           PIC X(8)  VALUE "PAIR".
            05 FILLER           PIC X(5)  VALUE "JOB".
            05 FILLER           PIC X(9)  VALUE "DISPUTED".
            05 FILLER           PIC X(9)  VALUE "OPENED".
            05 FILLER           PIC X(5)  VALUE "AGE".
            05 FILLER           PIC X(5)  VALUE "PAIR".
            05 FILLER           PIC X(5)  VALUE "JOB".
            05 FILLER           PIC X(9)  VALUE "OUTCOME".
            05 FILLER           PIC X(4)  VALUE "SET".
            05 FILLER           PIC X(5)  VALUE "CLAIM".
         01 RPT-CASE-LINE.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RCL-CASE-ID      PIC X(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 RCL-PART-1       PIC 999.
            05 FILLER           PIC X     VALUE "/".
            05 RCL-PART-2       PIC 999.
            05 FILLER           PIC X     VALUE SPACE.
            05 RCL-JOB-ID       PIC XXXX.
            05 FILLER           PIC X     VALUE SPACE.
            05 RCL-DISPUTE-DATE PIC X(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 RCL-OPENED-DATE  PIC X(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 RCL-AGE          PIC ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RCL-PAIR-ENTRIES PIC ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RCL-JOB-ENTRIES  PIC ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RCL-OUTCOME      PIC X(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 RCL-SETTLED      PIC X(3).
            05 FILLER           PIC X     VALUE SPACE.
            05 RCL-CLAIM        PIC X(40).
         01 RPT-IMAGE-LINE.
            05 FILLER           PIC X(12) VALUE SPACES.
            05 FILLER           PIC X(8)  VALUE "JOURNAL ".
            05 RIL-JOB-ID       PIC XXXX.
            05 FILLER           PIC X     VALUE SPACE.
            05 RIL-DISPOSITION  PIC X.
            05 FILLER           PIC X     VALUE SPACE.
            05 RIL-TIMESTAMP    PIC X(16).
            05 FILLER           PIC X(8)  VALUE " BEFORE ".
            05 RIL-BEFORE-PART-1 PIC 999.
            05 FILLER           PIC X     VALUE "/".
            05 RIL-BEFORE-PART-2 PIC 999.
            05 FILLER           PIC X(7)  VALUE " AFTER ".
            05 RIL-AFTER-PART-1 PIC 999.
            05 FILLER           PIC X     VALUE "/".
            05 RIL-AFTER-PART-2 PIC 999.
         01 RPT-MORE-LINE.
            05 FILLER           PIC X(20) VALUE SPACES.
            05 RML-MORE-COUNT   PIC ZZ9.
            05 FILLER           PIC X(45) VALUE
               " MORE ENTRIES FOR THIS PAIR AND DATE ON FILE".
         01 RPT-AGE-LINE.
            05 FILLER           PIC X(35) VALUE
               "OPEN CASES BY AGE IN BUSINESS DAYS".
            05 FILLER           PIC X(4)  VALUE "0-5 ".
            05 RPT-AGE-0-5      PIC ZZZ,ZZ9.
            05 FILLER           PIC X(8)  VALUE "   6-10 ".
            05 RPT-AGE-6-10     PIC ZZZ,ZZ9.
            05 FILLER           PIC X(9)  VALUE "   11-20 ".
            05 RPT-AGE-11-20    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(11) VALUE "   OVER 20 ".
            05 RPT-AGE-OVER-20  PIC ZZZ,ZZ9.
         01 RPT-PAIR-HEADING.
            05 FILLER           PIC X(44) VALUE
               "PAIRS WITH MORE THAN ONE CASE       PAIR    ".
            05 FILLER           PIC X(44) VALUE
               "   CASES        OPEN     SETTLED   LATEST".
         01 RPT-PAIR-LINE.
            05 FILLER           PIC X(36) VALUE SPACES.
            05 RPL-PART-1       PIC 999.
            05 FILLER           PIC X     VALUE "/".
            05 RPL-PART-2       PIC 999.
            05 FILLER           PIC X     VALUE SPACE.
            05 RPL-CASE-COUNT   PIC ZZZ,ZZ9.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 RPL-OPEN-COUNT   PIC ZZZ,ZZ9.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 RPL-SETTLED-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 RPL-LATEST-DATE  PIC X(8).
         01 RPT-OVFL-LINE.
            05 FILLER           PIC X(36) VALUE SPACES.
            05 FILLER           PIC X(8)  VALUE "OTHERS".
            05 ROV-CASE-COUNT   PIC ZZZ,ZZ9.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 ROV-OPEN-COUNT   PIC ZZZ,ZZ9.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 ROV-SETTLED-COUNT PIC ZZZ,ZZ9.
         01 RPT-TOTAL-LINE.
            05 FILLER           PIC X(11) VALUE "OPEN CASES ".
            05 RPT-CASE-COUNT   PIC ZZZ,ZZ9.
            05 FILLER           PIC X(9)  VALUE " SETTLED ".
            05 RPT-SETTLED-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(13) VALUE " NOT SETTLED ".
            05 RPT-UNSETTLED-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(18) VALUE
               " NO JOURNAL ENTRY ".
            05 RPT-NO-ENTRY-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(13) VALUE " NOT MATCHED ".
            05 RPT-NOT-MATCHED-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DISPUTE-TRAN-FILE.
           IF  TRAN-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - DISPTRAN OPEN FAILED - '
                       'STATUS ' TRAN-FILE-STATUS UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               GOBACK.
           OPEN I-O DISPUTE-FILE.
           IF  DSP-FILE-STATUS NOT = "00" AND "05"
               DISPLAY 'OPERATOR ALERT - DISPUTE OPEN FAILED - '
                       'STATUS ' DSP-FILE-STATUS UPON CONSOLE
               CLOSE DISPUTE-TRAN-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK.
           OPEN INPUT EXCHANGE-JOURNAL.
           IF  JRN-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - EXCHJRNL OPEN FAILED - '
                       'STATUS ' JRN-FILE-STATUS UPON CONSOLE
               CLOSE DISPUTE-TRAN-FILE DISPUTE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT DISPUTE-RPT.
           IF  DISP-RPT-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - DISPRPT OPEN FAILED - '
                       'STATUS ' DISP-RPT-STATUS UPON CONSOLE
               CLOSE DISPUTE-TRAN-FILE DISPUTE-FILE EXCHANGE-JOURNAL
               MOVE 12 TO RETURN-CODE
               GOBACK.
           MOVE RUN-DATE TO RPT-TITLE-DATE.
           WRITE DISPUTE-RPT-RECORD FROM RPT-TITLE-LINE.
           WRITE DISPUTE-RPT-RECORD FROM RPT-TRAN-HEADING.
           PERFORM DS1-TRANSACTION UNTIL TRAN-EOF.
       SZ1.
           MOVE TRAN-READ-COUNT   TO RPT-READ-COUNT.
           MOVE TRAN-OPEN-COUNT   TO RPT-OPEN-COUNT.
           MOVE TRAN-CLOSE-COUNT  TO RPT-CLOSE-COUNT.
           MOVE TRAN-REJECT-COUNT TO RPT-REJECT-COUNT.
           WRITE DISPUTE-RPT-RECORD FROM RPT-TRAN-TOTAL-LINE.
           PERFORM DS4-LOAD-OPEN-CASES.
           IF  CASE-COUNT > ZERO
               PERFORM DS6-JOURNAL UNTIL JRN-EOF
               PERFORM DS8-UPDATE-CASE
                   VARYING CASE-SUB FROM 1 BY 1
                   UNTIL CASE-SUB > CASE-COUNT.
           PERFORM DS9-LIST-OPEN-CASES.
           MOVE AGE-0-5-COUNT     TO RPT-AGE-0-5.
           MOVE AGE-6-10-COUNT    TO RPT-AGE-6-10.
           MOVE AGE-11-20-COUNT   TO RPT-AGE-11-20.
           MOVE AGE-OVER-20-COUNT TO RPT-AGE-OVER-20.
           MOVE SPACES TO DISPUTE-RPT-RECORD.
           WRITE DISPUTE-RPT-RECORD.
           WRITE DISPUTE-RPT-RECORD FROM RPT-AGE-LINE.
           MOVE SPACES TO DISPUTE-RPT-RECORD.
           WRITE DISPUTE-RPT-RECORD.
           WRITE DISPUTE-RPT-RECORD FROM RPT-PAIR-HEADING.
           PERFORM DS13-PAIR-LINE
               VARYING PAIR-SUB FROM 1 BY 1
               UNTIL PAIR-SUB > PAIR-COUNT.
           IF  PAIR-OVFL-CASES > ZERO
               MOVE PAIR-OVFL-CASES   TO ROV-CASE-COUNT
               MOVE PAIR-OVFL-OPEN    TO ROV-OPEN-COUNT
               MOVE PAIR-OVFL-SETTLED TO ROV-SETTLED-COUNT
               WRITE DISPUTE-RPT-RECORD FROM RPT-OVFL-LINE.
           MOVE "CLOS" TO DTS-FUNCTION.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
           MOVE OPEN-CASE-COUNT   TO RPT-CASE-COUNT.
           MOVE SETTLED-COUNT     TO RPT-SETTLED-COUNT.
           MOVE UNSETTLED-COUNT   TO RPT-UNSETTLED-COUNT.
           MOVE NO-ENTRY-COUNT    TO RPT-NO-ENTRY-COUNT.
           MOVE NOT-MATCHED-COUNT TO RPT-NOT-MATCHED-COUNT.
           WRITE DISPUTE-RPT-RECORD FROM RPT-TOTAL-LINE.
           CLOSE DISPUTE-TRAN-FILE DISPUTE-FILE EXCHANGE-JOURNAL
                 DISPUTE-RPT.
           IF  TRAN-REJECT-COUNT > ZERO OR NOT-MATCHED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE.
           GOBACK.
       DS1-TRANSACTION SECTION.
       DS1A.
           READ DISPUTE-TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
                   GO TO DS1Z.
           ADD 1 TO TRAN-READ-COUNT.
           MOVE SPACES            TO RTL-DISPOSITION.
           MOVE DST-ACTION        TO RTL-ACTION.
           MOVE DST-CASE-ID       TO RTL-CASE-ID.
           MOVE DST-PART-1        TO RTL-PART-1.
           MOVE DST-PART-2        TO RTL-PART-2.
           MOVE DST-JOB-ID        TO RTL-JOB-ID.
           MOVE DST-DISPUTE-DATE  TO RTL-DISPUTE-DATE.
           MOVE DST-USER-ID       TO RTL-USER-ID.
           IF  DST-ACTION-CLOSE
               MOVE DST-CLOSE-REASON TO RTL-TEXT
           ELSE
               MOVE DST-CLAIM     TO RTL-TEXT.
           IF  NOT DST-ACTION-OPEN AND NOT DST-ACTION-CLOSE
               MOVE "REJECTED - ACTION NOT N OR C" TO RTL-DISPOSITION
               GO TO DS1X.
           IF  DST-CASE-ID = SPACES
               MOVE "REJECTED - CASE ID BLANK" TO RTL-DISPOSITION
               GO TO DS1X.
           IF  DST-USER-ID = SPACES
               MOVE "REJECTED - NO USER ID" TO RTL-DISPOSITION
               GO TO DS1X.
           MOVE DST-CASE-ID TO DSP-CASE-ID.
           MOVE "N" TO CASE-FOUND-SWITCH.
           READ DISPUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CASE-FOUND TO TRUE.
           IF  DST-ACTION-OPEN
               PERFORM DS2-OPEN-CASE
           ELSE
               PERFORM DS3-CLOSE-CASE.
           IF  RTL-DISPOSITION (1:8) = "REJECTED"
               GO TO DS1X.
           WRITE DISPUTE-RPT-RECORD FROM RPT-TRAN-LINE.
           GO TO DS1Z.
       DS1X.
           ADD 1 TO TRAN-REJECT-COUNT.
           WRITE DISPUTE-RPT-RECORD FROM RPT-TRAN-LINE.
       DS1Z.
           EXIT.
      *
      *    A NEW CASE NEEDS THE PAIR, THE CALLING JOB, A REAL DATE NOT
      *    LATER THAN TODAY AND THE BRANCH'S CLAIM.  THE CASE ID IS
      *    THE DESK'S OWN REFERENCE AND MAY NOT BE USED TWICE.
      *
       DS2-OPEN-CASE SECTION.
       DS2A.
           IF  CASE-FOUND
               MOVE "REJECTED - DUPLICATE CASE ID" TO RTL-DISPOSITION
               GO TO DS2Z.
           IF  DST-PART-1 IS NOT NUMERIC
            OR DST-PART-2 IS NOT NUMERIC
               MOVE "REJECTED - PAIR NOT NUMERIC" TO RTL-DISPOSITION
               GO TO DS2Z.
           IF  DST-JOB-ID = SPACES
               MOVE "REJECTED - JOB ID BLANK" TO RTL-DISPOSITION
               GO TO DS2Z.
           IF  DST-CLAIM = SPACES
               MOVE "REJECTED - NO CLAIM" TO RTL-DISPOSITION
               GO TO DS2Z.
           MOVE "EDIT"           TO DTS-FUNCTION.
           MOVE DST-DISPUTE-DATE TO DTS-FROM-DATE.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
           IF  NOT DTS-STATUS-OK
               MOVE "REJECTED - DATE INVALID" TO RTL-DISPOSITION
               GO TO DS2Z.
           IF  DST-DISPUTE-DATE > RUN-DATE
               MOVE "REJECTED - DATE IN FUTURE" TO RTL-DISPOSITION
               GO TO DS2Z.
           MOVE SPACES           TO DISPUTE-RECORD.
           MOVE DST-CASE-ID      TO DSP-CASE-ID.
           MOVE DST-PART-1       TO DSP-PART-1.
           MOVE DST-PART-2       TO DSP-PART-2.
           MOVE DST-JOB-ID       TO DSP-JOB-ID.
           MOVE DST-DISPUTE-DATE TO DSP-DISPUTE-DATE.
           MOVE DST-CLAIM        TO DSP-CLAIM.
           MOVE DST-USER-ID      TO DSP-OPENED-BY.
           MOVE RUN-DATE         TO DSP-OPENED-DATE.
           SET DSP-CASE-OPEN     TO TRUE.
           MOVE "N"              TO DSP-SETTLED-FLAG.
           MOVE ZERO             TO DSP-PAIR-ENTRIES.
           MOVE ZERO             TO DSP-JOB-ENTRIES.
           WRITE DISPUTE-RECORD
               INVALID KEY
                   MOVE "REJECTED - WRITE FAILED" TO RTL-DISPOSITION
                   GO TO DS2Z.
           ADD 1 TO TRAN-OPEN-COUNT.
           MOVE "OPENED" TO RTL-DISPOSITION.
       DS2Z.
           EXIT.
      *
      *    A CLOSE NEEDS WHO CLOSED THE CASE AND WHY.  THE CASE STAYS
      *    ON FILE, CLOSED, SO A PAIR THAT KEEPS COMING BACK STILL
      *    SHOWS IN THE REPEAT-PAIR SUMMARY.
      *
       DS3-CLOSE-CASE SECTION.
       DS3A.
           IF  NOT CASE-FOUND
               MOVE "REJECTED - CASE NOT ON FILE" TO RTL-DISPOSITION
               GO TO DS3Z.
           MOVE DSP-PART-1       TO RTL-PART-1.
           MOVE DSP-PART-2       TO RTL-PART-2.
           MOVE DSP-JOB-ID       TO RTL-JOB-ID.
           MOVE DSP-DISPUTE-DATE TO RTL-DISPUTE-DATE.
           IF  DSP-CASE-CLOSED
               MOVE "REJECTED - ALREADY CLOSED" TO RTL-DISPOSITION
               GO TO DS3Z.
           IF  DST-CLOSE-REASON = SPACES
               MOVE "REJECTED - NO CLOSE REASON" TO RTL-DISPOSITION
               GO TO DS3Z.
           SET DSP-CASE-CLOSED   TO TRUE.
           MOVE DST-USER-ID      TO DSP-CLOSED-BY.
           MOVE RUN-DATE         TO DSP-CLOSED-DATE.
           MOVE DST-CLOSE-REASON TO DSP-CLOSE-REASON.
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   MOVE "REJECTED - REWRITE FAILED" TO RTL-DISPOSITION
                   GO TO DS3Z.
           ADD 1 TO TRAN-CLOSE-COUNT.
           IF  DSP-SETTLED
               MOVE "CLOSED - JOURNAL SETTLED IT" TO RTL-DISPOSITION
           ELSE
               MOVE "CLOSED" TO RTL-DISPOSITION.
       DS3Z.
           EXIT.
      *
      *    EVERY CASE STILL OPEN AFTER TONIGHT'S TRANSACTIONS GOES INTO
      *    THE TABLE.  A CASE BEYOND THE TABLE IS NOT MATCHED TONIGHT;
      *    IT KEEPS WHAT WAS ATTACHED TO IT BEFORE.
      *
       DS4-LOAD-OPEN-CASES SECTION.
       DS4A.
           MOVE "N" TO CASE-EOF-SWITCH.
           MOVE LOW-VALUES TO DSP-CASE-ID.
           START DISPUTE-FILE KEY IS NOT LESS THAN DSP-CASE-ID
               INVALID KEY
                   GO TO DS4Z.
           PERFORM DS5-LOAD-ONE UNTIL CASE-EOF.
           IF  NOT-MATCHED-COUNT > ZERO
               DISPLAY 'OPERATOR ALERT - DISPUTE CASE TABLE FULL - '
                       NOT-MATCHED-COUNT ' CASES NOT MATCHED'
                   UPON CONSOLE.
       DS4Z.
           EXIT.
       DS5-LOAD-ONE SECTION.
       DS5A.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET CASE-EOF TO TRUE
                   GO TO DS5Z.
           IF  NOT DSP-CASE-OPEN
               GO TO DS5Z.
           IF  CASE-COUNT NOT < CASE-MAX
               ADD 1 TO NOT-MATCHED-COUNT
               GO TO DS5Z.
           ADD 1 TO CASE-COUNT.
           MOVE CASE-COUNT       TO CASE-SUB.
           MOVE DSP-CASE-ID      TO OC-CASE-ID (CASE-SUB).
           MOVE DSP-PART-1       TO OC-PART-1 (CASE-SUB).
           MOVE DSP-PART-2       TO OC-PART-2 (CASE-SUB).
           MOVE DSP-JOB-ID       TO OC-JOB-ID (CASE-SUB).
           MOVE DSP-DISPUTE-DATE TO OC-DISPUTE-DATE (CASE-SUB).
           MOVE ZERO             TO OC-PAIR-ENTRIES (CASE-SUB).
           MOVE ZERO             TO OC-JOB-ENTRIES (CASE-SUB).
           MOVE SPACE            TO OC-OUTCOME (CASE-SUB).
           MOVE SPACES           TO OC-IMAGES (CASE-SUB).
       DS5Z.
           EXIT.
      *
      *    ONE PASS OF THE WHOLE JOURNAL; EACH ENTRY IS OFFERED TO
      *    EVERY OPEN CASE.
      *
       DS6-JOURNAL SECTION.
       DS6A.
           READ EXCHANGE-JOURNAL
               AT END
                   SET JRN-EOF TO TRUE
                   GO TO DS6Z.
           PERFORM DS7-MATCH-ENTRY
               VARYING CASE-SUB FROM 1 BY 1
               UNTIL CASE-SUB > CASE-COUNT.
       DS6Z.
           EXIT.
      *
      *    AN ENTRY BELONGS TO A CASE WHEN IT IS FOR THE CASE'S PAIR
      *    ON THE DATE IN QUESTION, WHICHEVER JOB MADE IT.  THE FIRST
      *    THREE ARE KEPT WITH THEIR IMAGES.  THE JOURNAL IS IN THE
      *    ORDER IT WAS WRITTEN, SO THE LAST ENTRY FROM THE DISPUTED
      *    JOB GIVES THE OUTCOME OF ITS REQUEST.
      *
       DS7-MATCH-ENTRY SECTION.
       DS7A.
           IF  JRN-KEY-PART-1 NOT = OC-PART-1 (CASE-SUB)
            OR JRN-KEY-PART-2 NOT = OC-PART-2 (CASE-SUB)
            OR JRN-TIMESTAMP (1:8) NOT = OC-DISPUTE-DATE (CASE-SUB)
               GO TO DS7Z.
           IF  OC-PAIR-ENTRIES (CASE-SUB) < ENTRY-MAX
               ADD 1 TO OC-PAIR-ENTRIES (CASE-SUB).
           IF  JRN-JOB-ID = OC-JOB-ID (CASE-SUB)
               IF  OC-JOB-ENTRIES (CASE-SUB) < ENTRY-MAX
                   ADD 1 TO OC-JOB-ENTRIES (CASE-SUB)
               END-IF
               MOVE JRN-DISPOSITION TO OC-OUTCOME (CASE-SUB).
           IF  OC-PAIR-ENTRIES (CASE-SUB) > IMAGE-MAX
               GO TO DS7Z.
           MOVE OC-PAIR-ENTRIES (CASE-SUB) TO IMAGE-SUB.
           MOVE JRN-JOB-ID        TO OCI-JOB-ID (CASE-SUB IMAGE-SUB).
           MOVE JRN-DISPOSITION
             TO OCI-DISPOSITION (CASE-SUB IMAGE-SUB).
           MOVE JRN-TIMESTAMP
             TO OCI-TIMESTAMP (CASE-SUB IMAGE-SUB).
           MOVE JRN-BEFORE-PART-1
             TO OCI-BEFORE-PART-1 (CASE-SUB IMAGE-SUB).
           MOVE JRN-BEFORE-PART-2
             TO OCI-BEFORE-PART-2 (CASE-SUB IMAGE-SUB).
           MOVE JRN-AFTER-PART-1
             TO OCI-AFTER-PART-1 (CASE-SUB IMAGE-SUB).
           MOVE JRN-AFTER-PART-2
             TO OCI-AFTER-PART-2 (CASE-SUB IMAGE-SUB).
       DS7Z.
           EXIT.
      *
      *    THE JOURNAL ONLY GROWS, SO TONIGHT'S MATCH REPLACES THE LAST
      *    ONE -- EXCEPT WHEN IT FINDS NOTHING FOR A CASE THAT HAD
      *    ENTRIES BEFORE (THE JOURNAL HAS BEEN CUT BACK SINCE); THEN
      *    THE CASE KEEPS WHAT WAS ATTACHED.  SETTLED MEANS THE
      *    DISPUTED JOB'S OWN REQUEST IS ON THE JOURNAL WITH A FINAL
      *    DISPOSITION, NOT ONE STILL HELD FOR APPROVAL.
      *
       DS8-UPDATE-CASE SECTION.
       DS8A.
           MOVE OC-CASE-ID (CASE-SUB) TO DSP-CASE-ID.
           READ DISPUTE-FILE
               INVALID KEY
                   GO TO DS8X.
           IF  OC-PAIR-ENTRIES (CASE-SUB) = ZERO
           AND DSP-PAIR-ENTRIES IS NUMERIC
           AND DSP-PAIR-ENTRIES > ZERO
               GO TO DS8Z.
           MOVE OC-PAIR-ENTRIES (CASE-SUB) TO DSP-PAIR-ENTRIES.
           MOVE OC-JOB-ENTRIES (CASE-SUB)  TO DSP-JOB-ENTRIES.
           MOVE OC-OUTCOME (CASE-SUB)      TO DSP-OUTCOME.
           MOVE OC-IMAGES (CASE-SUB)       TO DSP-IMAGES.
           MOVE RUN-DATE                   TO DSP-MATCHED-DATE.
           IF  OC-JOB-ENTRIES (CASE-SUB) > ZERO
           AND OC-OUTCOME (CASE-SUB) NOT = "H"
               MOVE "Y" TO DSP-SETTLED-FLAG
           ELSE
               MOVE "N" TO DSP-SETTLED-FLAG.
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   GO TO DS8X.
           GO TO DS8Z.
       DS8X.
           DISPLAY 'OPERATOR ALERT - DISPUTE UPDATE FAILED - CASE '
                   OC-CASE-ID (CASE-SUB) ' - STATUS ' DSP-FILE-STATUS
               UPON CONSOLE.
           ADD 1 TO NOT-MATCHED-COUNT.
       DS8Z.
           EXIT.
      *
      *    EVERY CASE ON FILE IS READ: THE OPEN ONES ARE LISTED AND
      *    AGED, AND ALL OF THEM, OPEN OR CLOSED, COUNT TOWARDS THE
      *    REPEAT-PAIR SUMMARY.
      *
       DS9-LIST-OPEN-CASES SECTION.
       DS9A.
           MOVE SPACES TO DISPUTE-RPT-RECORD.
           WRITE DISPUTE-RPT-RECORD.
           WRITE DISPUTE-RPT-RECORD FROM RPT-CASE-TITLE-LINE.
           WRITE DISPUTE-RPT-RECORD FROM RPT-CASE-HEADING.
           MOVE "N" TO CASE-EOF-SWITCH.
           MOVE LOW-VALUES TO DSP-CASE-ID.
           START DISPUTE-FILE KEY IS NOT LESS THAN DSP-CASE-ID
               INVALID KEY
                   GO TO DS9Z.
           PERFORM DS10-LIST-ONE UNTIL CASE-EOF.
       DS9Z.
           EXIT.
       DS10-LIST-ONE SECTION.
       DS10A.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET CASE-EOF TO TRUE
                   GO TO DS10Z.
           PERFORM DS12-FIND-PAIR.
           IF  ENTRY-FOUND
               ADD 1 TO PT-CASE-COUNT (PAIR-SUB)
               IF  DSP-CASE-OPEN
                   ADD 1 TO PT-OPEN-COUNT (PAIR-SUB)
               END-IF
               IF  DSP-SETTLED
                   ADD 1 TO PT-SETTLED-COUNT (PAIR-SUB)
               END-IF
               IF  DSP-DISPUTE-DATE > PT-LATEST-DATE (PAIR-SUB)
                   MOVE DSP-DISPUTE-DATE TO PT-LATEST-DATE (PAIR-SUB)
               END-IF
           ELSE
               ADD 1 TO PAIR-OVFL-CASES
               IF  DSP-CASE-OPEN
                   ADD 1 TO PAIR-OVFL-OPEN
               END-IF
               IF  DSP-SETTLED
                   ADD 1 TO PAIR-OVFL-SETTLED.
           IF  NOT DSP-CASE-OPEN
               GO TO DS10Z.
           ADD 1 TO OPEN-CASE-COUNT.
           PERFORM DS11-CASE-AGE.
           EVALUATE TRUE
               WHEN CASE-AGE NOT > 5
                   ADD 1 TO AGE-0-5-COUNT
               WHEN CASE-AGE NOT > 10
                   ADD 1 TO AGE-6-10-COUNT
               WHEN CASE-AGE NOT > 20
                   ADD 1 TO AGE-11-20-COUNT
               WHEN OTHER
                   ADD 1 TO AGE-OVER-20-COUNT
           END-EVALUATE.
           IF  DSP-PAIR-ENTRIES IS NOT NUMERIC
               MOVE ZERO TO DSP-PAIR-ENTRIES.
           IF  DSP-JOB-ENTRIES IS NOT NUMERIC
               MOVE ZERO TO DSP-JOB-ENTRIES.
           MOVE DSP-CASE-ID      TO RCL-CASE-ID.
           MOVE DSP-PART-1       TO RCL-PART-1.
           MOVE DSP-PART-2       TO RCL-PART-2.
           MOVE DSP-JOB-ID       TO RCL-JOB-ID.
           MOVE DSP-DISPUTE-DATE TO RCL-DISPUTE-DATE.
           MOVE DSP-OPENED-DATE  TO RCL-OPENED-DATE.
           MOVE CASE-AGE         TO RCL-AGE.
           MOVE DSP-PAIR-ENTRIES TO RCL-PAIR-ENTRIES.
           MOVE DSP-JOB-ENTRIES  TO RCL-JOB-ENTRIES.
           MOVE DSP-CLAIM        TO RCL-CLAIM.
           EVALUATE TRUE
               WHEN DSP-JOB-ENTRIES = ZERO
                   MOVE "NONE"     TO RCL-OUTCOME
               WHEN DSP-OUTCOME = "A"
                   MOVE "ACCEPTED" TO RCL-OUTCOME
               WHEN DSP-OUTCOME = "V"
                   MOVE "REVERSED" TO RCL-OUTCOME
               WHEN DSP-OUTCOME = "I"
                   MOVE "INQUIRY"  TO RCL-OUTCOME
               WHEN DSP-OUTCOME = "H"
                   MOVE "HELD"     TO RCL-OUTCOME
               WHEN OTHER
                   MOVE "REJECTED" TO RCL-OUTCOME
           END-EVALUATE.
           IF  DSP-SETTLED
               MOVE "YES" TO RCL-SETTLED
               ADD 1 TO SETTLED-COUNT
           ELSE
               MOVE "NO"  TO RCL-SETTLED
               ADD 1 TO UNSETTLED-COUNT.
           IF  DSP-PAIR-ENTRIES = ZERO
               ADD 1 TO NO-ENTRY-COUNT.
           WRITE DISPUTE-RPT-RECORD FROM RPT-CASE-LINE.
           PERFORM DS14-IMAGE-LINE
               VARYING IMAGE-SUB FROM 1 BY 1
               UNTIL IMAGE-SUB > IMAGE-MAX
                  OR IMAGE-SUB > DSP-PAIR-ENTRIES.
           IF  DSP-PAIR-ENTRIES > IMAGE-MAX
               SUBTRACT IMAGE-MAX FROM DSP-PAIR-ENTRIES
                   GIVING MORE-ENTRIES
               MOVE MORE-ENTRIES TO RML-MORE-COUNT
               WRITE DISPUTE-RPT-RECORD FROM RPT-MORE-LINE.
       DS10Z.
           EXIT.
      *
      *    AGE IN BUSINESS DAYS SINCE THE CASE WAS OPENED (999 MEANS
      *    999 OR MORE), SO A CASE OPENED ON FRIDAY IS ONE DAY OLD ON
      *    MONDAY.
      *
       DS11-CASE-AGE SECTION.
       DS11A.
           MOVE ZERO TO CASE-AGE.
           MOVE "BTWN"          TO DTS-FUNCTION.
           MOVE DSP-OPENED-DATE TO DTS-FROM-DATE.
           MOVE RUN-DATE        TO DTS-TO-DATE.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
           IF  DTS-DATE-INVALID
               GO TO DS11Z.
           IF  DTS-DAY-COUNT > AGE-MAX
               MOVE AGE-MAX TO CASE-AGE
           ELSE
               MOVE DTS-DAY-COUNT TO CASE-AGE.
       DS11Z.
           EXIT.
       DS12-FIND-PAIR SECTION.
       DS12A.
           MOVE "N" TO ENTRY-FOUND-SWITCH.
           MOVE 1 TO PAIR-SUB.
       DS12B.
           IF  PAIR-SUB > PAIR-COUNT
               GO TO DS12C.
           IF  PT-PART-1 (PAIR-SUB) = DSP-PART-1
           AND PT-PART-2 (PAIR-SUB) = DSP-PART-2
               SET ENTRY-FOUND TO TRUE
               GO TO DS12Z.
           ADD 1 TO PAIR-SUB.
           GO TO DS12B.
       DS12C.
           IF  PAIR-COUNT < PAIR-MAX
               ADD 1 TO PAIR-COUNT
               MOVE PAIR-COUNT TO PAIR-SUB
               MOVE DSP-PART-1 TO PT-PART-1 (PAIR-SUB)
               MOVE DSP-PART-2 TO PT-PART-2 (PAIR-SUB)
               MOVE ZERO TO PT-CASE-COUNT (PAIR-SUB)
               MOVE ZERO TO PT-OPEN-COUNT (PAIR-SUB)
               MOVE ZERO TO PT-SETTLED-COUNT (PAIR-SUB)
               MOVE SPACES TO PT-LATEST-DATE (PAIR-SUB)
               SET ENTRY-FOUND TO TRUE.
       DS12Z.
           EXIT.
       DS13-PAIR-LINE SECTION.
       DS13A.
           IF  PT-CASE-COUNT (PAIR-SUB) < 2
               GO TO DS13Z.
           MOVE PT-PART-1 (PAIR-SUB)        TO RPL-PART-1.
           MOVE PT-PART-2 (PAIR-SUB)        TO RPL-PART-2.
           MOVE PT-CASE-COUNT (PAIR-SUB)    TO RPL-CASE-COUNT.
           MOVE PT-OPEN-COUNT (PAIR-SUB)    TO RPL-OPEN-COUNT.
           MOVE PT-SETTLED-COUNT (PAIR-SUB) TO RPL-SETTLED-COUNT.
           MOVE PT-LATEST-DATE (PAIR-SUB)   TO RPL-LATEST-DATE.
           WRITE DISPUTE-RPT-RECORD FROM RPT-PAIR-LINE.
       DS13Z.
           EXIT.
       DS14-IMAGE-LINE SECTION.
       DS14A.
           MOVE DSI-JOB-ID (IMAGE-SUB)        TO RIL-JOB-ID.
           MOVE DSI-DISPOSITION (IMAGE-SUB)   TO RIL-DISPOSITION.
           MOVE DSI-TIMESTAMP (IMAGE-SUB)     TO RIL-TIMESTAMP.
           MOVE DSI-BEFORE-PART-1 (IMAGE-SUB) TO RIL-BEFORE-PART-1.
           MOVE DSI-BEFORE-PART-2 (IMAGE-SUB) TO RIL-BEFORE-PART-2.
           MOVE DSI-AFTER-PART-1 (IMAGE-SUB)  TO RIL-AFTER-PART-1.
           MOVE DSI-AFTER-PART-2 (IMAGE-SUB)  TO RIL-AFTER-PART-2.
           WRITE DISPUTE-RPT-RECORD FROM RPT-IMAGE-LINE.
       DS14Z.
           EXIT.
