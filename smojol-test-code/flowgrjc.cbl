       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLOWGRJC.
       AUTHOR.        MOJO
       DATE-WRITTEN.  OCT 2026.
      *MODIFICATION HISTORY
      *    2026-10-15  NEW PROGRAM.  ONE-TIME CONVERSION OF THE
      *                EXCHANGE JOURNAL (EXCHJRNL) FROM THE 39-BYTE
      *                LAYOUT TO THE 80-BYTE ONE THAT CARRIES THE
      *                REFERENCE JOB ID AND TIMESTAMP OF A REVERSED
      *                EXCHANGE.  EVERY OLD ENTRY IS COPIED AS IT IS,
      *                WITH THE REFERENCE FIELDS AND THE FILLER SET TO
      *                SPACES -- NOTHING BEFORE THE CONVERSION CAN BE A
      *                REVERSAL.  RUN ONCE, BETWEEN THE LAST NIGHTLY ON
      *                THE OLD LAYOUT AND THE FIRST ON THE NEW ONE.
      *                ENDS WITH RETURN CODE 12 IF THE JOURNAL COULD
      *                NOT BE FULLY CONVERTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-OLD      ASSIGN TO "EXCHJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-OLD-STATUS.
           SELECT JOURNAL-NEW      ASSIGN TO "EXCHJNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-NEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-OLD.
       01  JOURNAL-OLD-RECORD.
           05  OLD-JRN-KEY-PART-1   PIC 999.
           05  OLD-JRN-KEY-PART-2   PIC 999.
           05  OLD-JRN-BEFORE-PART-1 PIC 999.
           05  OLD-JRN-BEFORE-PART-2 PIC 999.
           05  OLD-JRN-AFTER-PART-1 PIC 999.
           05  OLD-JRN-AFTER-PART-2 PIC 999.
           05  OLD-JRN-JOB-ID       PIC XXXX.
           05  OLD-JRN-DISPOSITION  PIC X.
           05  OLD-JRN-TIMESTAMP    PIC X(16).

       FD  JOURNAL-NEW.
       01  JOURNAL-NEW-RECORD.
           05  NEW-JRN-KEY-PART-1   PIC 999.
           05  NEW-JRN-KEY-PART-2   PIC 999.
           05  NEW-JRN-BEFORE-PART-1 PIC 999.
           05  NEW-JRN-BEFORE-PART-2 PIC 999.
           05  NEW-JRN-AFTER-PART-1 PIC 999.
           05  NEW-JRN-AFTER-PART-2 PIC 999.
           05  NEW-JRN-JOB-ID       PIC XXXX.
           05  NEW-JRN-DISPOSITION  PIC X.
           05  NEW-JRN-TIMESTAMP    PIC X(16).
           05  NEW-JRN-REF-JOB-ID   PIC XXXX.
           05  NEW-JRN-REF-TIMESTAMP PIC X(16).
           05  FILLER               PIC X(21).

       WORKING-STORAGE SECTION.
         01 JOURNAL-OLD-STATUS  PIC XX.
         01 JOURNAL-NEW-STATUS  PIC XX.

         01 JOURNAL-EOF-SWITCH  PIC X VALUE "N".
            88 JOURNAL-EOF      VALUE "Y".

         01 JOURNAL-IN-COUNT    PIC 9(7) VALUE ZERO COMP.
         01 JOURNAL-OUT-COUNT   PIC 9(7) VALUE ZERO COMP.

         01 CONVERT-FAIL-SWITCH PIC X VALUE "N".
            88 CONVERT-FAILED   VALUE "Y".

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           PERFORM JC1-JOURNAL-FILE.
           DISPLAY "EXCHJRNL CONVERTED " JOURNAL-OUT-COUNT
                   " OF " JOURNAL-IN-COUNT.
           IF  CONVERT-FAILED
               MOVE 12 TO RETURN-CODE.
           GOBACK.
       JC1-JOURNAL-FILE SECTION.
       JC1A.
           OPEN INPUT JOURNAL-OLD.
           IF  JOURNAL-OLD-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - EXCHJRNL OPEN FAILED - '
                       'STATUS ' JOURNAL-OLD-STATUS UPON CONSOLE
               SET CONVERT-FAILED TO TRUE
               GO TO JC1Z.
           OPEN OUTPUT JOURNAL-NEW.
           IF  JOURNAL-NEW-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - EXCHJNEW OPEN FAILED - '
                       'STATUS ' JOURNAL-NEW-STATUS UPON CONSOLE
               SET CONVERT-FAILED TO TRUE
               CLOSE JOURNAL-OLD
               GO TO JC1Z.
           PERFORM JC2-JOURNAL-RECORD UNTIL JOURNAL-EOF.
           CLOSE JOURNAL-OLD JOURNAL-NEW.
       JC1Z.
           EXIT.
       JC2-JOURNAL-RECORD SECTION.
       JC2A.
           READ JOURNAL-OLD
               AT END
                   SET JOURNAL-EOF TO TRUE
                   GO TO JC2Z.
           ADD 1 TO JOURNAL-IN-COUNT.
           MOVE SPACES                TO JOURNAL-NEW-RECORD.
           MOVE OLD-JRN-KEY-PART-1    TO NEW-JRN-KEY-PART-1.
           MOVE OLD-JRN-KEY-PART-2    TO NEW-JRN-KEY-PART-2.
           MOVE OLD-JRN-BEFORE-PART-1 TO NEW-JRN-BEFORE-PART-1.
           MOVE OLD-JRN-BEFORE-PART-2 TO NEW-JRN-BEFORE-PART-2.
           MOVE OLD-JRN-AFTER-PART-1  TO NEW-JRN-AFTER-PART-1.
           MOVE OLD-JRN-AFTER-PART-2  TO NEW-JRN-AFTER-PART-2.
           MOVE OLD-JRN-JOB-ID        TO NEW-JRN-JOB-ID.
           MOVE OLD-JRN-DISPOSITION   TO NEW-JRN-DISPOSITION.
           MOVE OLD-JRN-TIMESTAMP     TO NEW-JRN-TIMESTAMP.
           WRITE JOURNAL-NEW-RECORD.
           IF  JOURNAL-NEW-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - EXCHJNEW WRITE FAILED - '
                       'STATUS ' JOURNAL-NEW-STATUS UPON CONSOLE
               SET CONVERT-FAILED TO TRUE
               SET JOURNAL-EOF TO TRUE
               GO TO JC2Z.
           ADD 1 TO JOURNAL-OUT-COUNT.
       JC2Z.
           EXIT.
