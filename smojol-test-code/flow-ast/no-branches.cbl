      *                CLOSE BOTH FILES; A SINGLE AD-HOC CALL STILL
      *                WORKS AS BEFORE, WITH THE RUN-UNIT END CLOSING
      *                WHATEVER IS LEFT OPEN.
      *    2026-10-15  NEW REQUEST CODE "RVRS" BACKS OUT ONE EARLIER
      *                EXCHANGE, NAMED BY ITS JOURNAL JOB ID AND
      *                TIMESTAMP IN THE NEW REVERSAL-REFERENCE LINKAGE
      *                GROUP.  THE JOURNAL IS SCANNED FOR THAT ACCEPTED
      *                ENTRY ON THE SAME PART PAIR; IF PM-CURRENT-PART-
      *                1/2 STILL EQUAL ITS AFTER-IMAGE, ITS BEFORE-IMAGE
      *                IS PUT BACK AND THE REVERSAL IS JOURNALED UNDER
      *                ITS OWN DISPOSITION ("V") WITH THE ORIGINAL'S JOB
      *                ID AND TIMESTAMP IN THE NEW JRN-REF FIELDS.  NO
      *                ORIGINAL, AN ORIGINAL ALREADY REVERSED, OR A PAIR
      *                THAT HAS MOVED ON SINCE EACH COME BACK WITH THEIR
      *                OWN LINKAGE-RETURN-STATUS VALUE.  THE JOURNAL
      *                RECORD IS WIDENED FROM 39 TO 80 BYTES FOR THE
      *                REFERENCE FIELDS, WITH ROOM LEFT IN THE FILLER.
      *    2026-10-15  A SWAP OR EXCH ON A PAIR FLAGGED RESTRICTED ON
      *                THE MASTER (NEW PM-RESTRICT-FLAG) IS NO LONGER
      *                APPLIED: IT IS JOURNALED AS HELD ("H") AND COMES
      *                BACK WITH ITS OWN LINKAGE-RETURN-STATUS SO THE
      *                CALLER CAN FILE IT FOR APPROVAL.  THE NEW "APRV"
      *                REQUEST CODE, SENT BY THE APPROVAL RUN, APPLIES
      *                THE EXCHANGE REGARDLESS OF THE FLAG AND JOURNALS
      *                THE APPROVER'S ID FROM THE NEW APPROVER-
      *                REFERENCE LINKAGE ITEM IN JRN-APPROVER-ID,
      *                CARVED OUT OF THE JOURNAL FILLER.
      *    2026-10-15  A REVERSAL WHOSE JOURNAL SCAN CANNOT OPEN
      *                EXCHJRNL NOW COMES BACK AS LINKAGE-STATUS-BAD,
      *                NOT AS "NO ORIGINAL", SO THE CALLER REPORTS THE
      *                FILE FAILURE RATHER THAN A MISSING EXCHANGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               05  PM-CURRENT-PART-1    PIC 999.
               05  PM-CURRENT-PART-2    PIC 999.
               05  PM-EXCHANGE-PART-01  PIC XXXX.
               05  PM-RESTRICT-FLAG     PIC X.
                   88  PM-RESTRICTED    VALUE "Y".

           FD  EXCHANGE-JOURNAL.
           01  EXCHANGE-JOURNAL-RECORD.
               05  JRN-AFTER-PART-2     PIC 999.
               05  JRN-JOB-ID           PIC XXXX.
               05  JRN-DISPOSITION      PIC X.
                   88  JRN-ACCEPTED     VALUE "A".
                   88  JRN-REVERSAL     VALUE "V".
               05  JRN-TIMESTAMP        PIC X(16).
               05  JRN-REF-JOB-ID       PIC XXXX.
               05  JRN-REF-TIMESTAMP    PIC X(16).
               05  JRN-APPROVER-ID      PIC X(8).
               05  FILLER               PIC X(13).

           WORKING-STORAGE SECTION.
                01 SOME-PART-1 PIC 999.
                01 JOURNAL-BEFORE-PART-2 PIC 999.
                01 JOURNAL-AFTER-PART-1 PIC 999.
                01 JOURNAL-AFTER-PART-2 PIC 999.
                01 JOURNAL-REF-JOB-ID PIC XXXX.
                01 JOURNAL-REF-TIMESTAMP PIC X(16).
                01 JOURNAL-APPROVER-ID PIC X(8).
                01 ORIGINAL-FOUND-SWITCH PIC X VALUE "N".
                   88 ORIGINAL-FOUND VALUE "Y".
                01 ORIGINAL-REVERSED-SWITCH PIC X VALUE "N".
                   88 ORIGINAL-REVERSED VALUE "Y".
                01 ORIGINAL-BEFORE-PART-1 PIC 999.
                01 ORIGINAL-BEFORE-PART-2 PIC 999.
                01 ORIGINAL-AFTER-PART-1 PIC 999.
                01 ORIGINAL-AFTER-PART-2 PIC 999.
                01 TODAY-DATE.
                   05 TODAY-CCYY PIC 9(4).
                   05 TODAY-MM PIC 99.
                01 TIMESTAMP-VALUE PIC X(16).
           LINKAGE SECTION.
               01  SOMETHING-LINKAGE      PIC XXXX.
                   88 VALID-EXCHANGE-REQUEST VALUES "SWAP" "EXCH"
                                                    "APRV".
                   88 APPROVAL-REQUEST       VALUE "APRV".
                   88 INQUIRY-REQUEST        VALUE "INQR".
                   88 CLOSE-REQUEST          VALUE "CLOS".
                   88 REVERSE-REQUEST        VALUE "RVRS".
                   88 VALID-REQUEST-CODE     VALUES "SWAP" "EXCH"
                                                    "INQR" "CLOS"
                                                    "RVRS" "APRV".
               01  CALLING-JOB-ID         PIC XXXX.
               01  EXCHANGE-PART-PAIR.
                   05  EXCHANGE-IN-PART-1 PIC 999.
               01  LINKAGE-RETURN-STATUS  PIC X.
                   88 LINKAGE-STATUS-OK   VALUE "0".
                   88 LINKAGE-STATUS-BAD  VALUE "1".
                   88 LINKAGE-STATUS-NO-ORIGINAL VALUE "2".
                   88 LINKAGE-STATUS-ALREADY-REV VALUE "3".
                   88 LINKAGE-STATUS-PAIR-MOVED  VALUE "4".
                   88 LINKAGE-STATUS-HELD        VALUE "5".
               01  INQUIRY-REPLY.
                   05  INQUIRY-CURRENT-PART-1 PIC 999.
                   05  INQUIRY-CURRENT-PART-2 PIC 999.
                   05  INQUIRY-EXCHANGE-ID    PIC XXXX.
               01  REVERSAL-REFERENCE.
                   05  REVERSAL-JOB-ID        PIC XXXX.
                   05  REVERSAL-TIMESTAMP     PIC X(16).
               01  APPROVER-REFERENCE     PIC X(8).
       PROCEDURE DIVISION USING SOMETHING-LINKAGE
                                 CALLING-JOB-ID
                                 EXCHANGE-PART-PAIR
                                 LINKAGE-RETURN-STATUS
                                 INQUIRY-REPLY
                                 REVERSAL-REFERENCE
                                 APPROVER-REFERENCE.
       SECTION-0 SECTION.
        P1.
            SET LINKAGE-STATUS-OK TO TRUE.
            MOVE SPACES TO JOURNAL-REF-JOB-ID
                           JOURNAL-REF-TIMESTAMP
                           JOURNAL-APPROVER-ID.
            IF  NOT VALID-REQUEST-CODE
                SET LINKAGE-STATUS-BAD TO TRUE
                DISPLAY "NO-BRANCH - INVALID SOMETHING-LINKAGE VALUE: "
            IF  INQUIRY-REQUEST
                PERFORM INQUIRY-LOOK
                GO TO P1Z.
            IF  REVERSE-REQUEST
                PERFORM REVERSAL-APPLY
                GO TO P1Z.
            IF  APPROVAL-REQUEST
                MOVE APPROVER-REFERENCE TO JOURNAL-APPROVER-ID.
            DISPLAY "GOING " SOME-PART-1 " AND " SOME-PART-2.
       SECTION-A SECTION.
        P2.
                    GO TO P2Z.
            MOVE PM-CURRENT-PART-1 TO JOURNAL-BEFORE-PART-1.
            MOVE PM-CURRENT-PART-2 TO JOURNAL-BEFORE-PART-2.
            IF  PM-RESTRICTED
            AND NOT APPROVAL-REQUEST
                SET LINKAGE-STATUS-HELD TO TRUE
                DISPLAY "RESTRICTED PAIR - EXCHANGE "
                        EXCHANGE-PART-01 " HELD FOR APPROVAL"
                MOVE PM-CURRENT-PART-1 TO JOURNAL-AFTER-PART-1
                MOVE PM-CURRENT-PART-2 TO JOURNAL-AFTER-PART-2
                MOVE "H" TO JOURNAL-DISPOSITION
                PERFORM JOURNAL-WRITE
                GO TO P2Z.
            MOVE SOME-PART-1 TO PART-SWAP-HOLD.
            MOVE SOME-PART-2 TO SOME-PART-1.
            MOVE PART-SWAP-HOLD TO SOME-PART-2.
            PERFORM JOURNAL-WRITE.
       IL1Z.
           EXIT.
      *
      *    ONLY AN RVRS CALL REFERENCES REVERSAL-REFERENCE, SO CALLERS
      *    PASSING FEWER ARGUMENTS ARE UNAFFECTED.
      *
       REVERSAL-APPLY SECTION.
        RA1.
            MOVE REVERSAL-JOB-ID    TO JOURNAL-REF-JOB-ID.
            MOVE REVERSAL-TIMESTAMP TO JOURNAL-REF-TIMESTAMP.
            MOVE SOME-PART-1 TO PM-KEY-PART-1.
            MOVE SOME-PART-2 TO PM-KEY-PART-2.
            MOVE ZERO TO JOURNAL-BEFORE-PART-1
                         JOURNAL-BEFORE-PART-2
                         JOURNAL-AFTER-PART-1
                         JOURNAL-AFTER-PART-2.
            PERFORM MASTER-OPEN.
            IF  NOT MASTER-OPENED
                SET LINKAGE-STATUS-BAD TO TRUE
                DISPLAY "PARTS-MASTER OPEN FAILED - STATUS "
                        PM-FILE-STATUS " - REVERSAL "
                        CALLING-JOB-ID " REJECTED"
                MOVE "R" TO JOURNAL-DISPOSITION
                PERFORM JOURNAL-WRITE
                GO TO RA1Z.
            PERFORM JOURNAL-SCAN.
            IF  LINKAGE-STATUS-BAD
                MOVE "R" TO JOURNAL-DISPOSITION
                PERFORM JOURNAL-WRITE
                GO TO RA1Z.
            IF  NOT ORIGINAL-FOUND
                SET LINKAGE-STATUS-NO-ORIGINAL TO TRUE
                DISPLAY "REVERSAL - NO ACCEPTED EXCHANGE "
                        REVERSAL-JOB-ID " " REVERSAL-TIMESTAMP
                        " - REVERSAL " CALLING-JOB-ID " REJECTED"
                MOVE "R" TO JOURNAL-DISPOSITION
                PERFORM JOURNAL-WRITE
                GO TO RA1Z.
            IF  ORIGINAL-REVERSED
                SET LINKAGE-STATUS-ALREADY-REV TO TRUE
                DISPLAY "REVERSAL - EXCHANGE " REVERSAL-JOB-ID " "
                        REVERSAL-TIMESTAMP " ALREADY REVERSED"
                MOVE "R" TO JOURNAL-DISPOSITION
                PERFORM JOURNAL-WRITE
                GO TO RA1Z.
            READ PARTS-MASTER
                INVALID KEY
                    SET LINKAGE-STATUS-BAD TO TRUE
                    DISPLAY "PARTS-MASTER RECORD NOT FOUND - REVERSAL "
                            CALLING-JOB-ID " REJECTED"
                    MOVE "R" TO JOURNAL-DISPOSITION
                    PERFORM JOURNAL-WRITE
                    GO TO RA1Z.
            MOVE PM-CURRENT-PART-1 TO JOURNAL-BEFORE-PART-1.
            MOVE PM-CURRENT-PART-2 TO JOURNAL-BEFORE-PART-2.
            IF  PM-CURRENT-PART-1 NOT = ORIGINAL-AFTER-PART-1
             OR PM-CURRENT-PART-2 NOT = ORIGINAL-AFTER-PART-2
                SET LINKAGE-STATUS-PAIR-MOVED TO TRUE
                DISPLAY "REVERSAL - PAIR CHANGED SINCE EXCHANGE "
                        REVERSAL-JOB-ID " " REVERSAL-TIMESTAMP
                MOVE PM-CURRENT-PART-1 TO JOURNAL-AFTER-PART-1
                MOVE PM-CURRENT-PART-2 TO JOURNAL-AFTER-PART-2
                MOVE "R" TO JOURNAL-DISPOSITION
                PERFORM JOURNAL-WRITE
                GO TO RA1Z.
            MOVE ORIGINAL-BEFORE-PART-1 TO PM-CURRENT-PART-1.
            MOVE ORIGINAL-BEFORE-PART-2 TO PM-CURRENT-PART-2.
            MOVE CALLING-JOB-ID TO PM-EXCHANGE-PART-01.
            MOVE PM-CURRENT-PART-1 TO JOURNAL-AFTER-PART-1.
            MOVE PM-CURRENT-PART-2 TO JOURNAL-AFTER-PART-2.
            REWRITE PARTS-MASTER-RECORD
                INVALID KEY
                    SET LINKAGE-STATUS-BAD TO TRUE
                    DISPLAY "PARTS-MASTER REWRITE FAILED - REVERSAL "
                            CALLING-JOB-ID.
            IF  LINKAGE-STATUS-OK
                MOVE "V" TO JOURNAL-DISPOSITION
            ELSE
                MOVE "R" TO JOURNAL-DISPOSITION.
            PERFORM JOURNAL-WRITE.
       RA1Z.
           EXIT.
      *
      *    THE JOURNAL IS HELD OPEN EXTEND FOR WRITING, SO IT IS
      *    CLOSED AND READ FROM THE TOP; JOURNAL-WRITE REOPENS IT.
      *    THE ORIGINAL MUST BE AN ACCEPTED ENTRY ON THIS PART PAIR,
      *    AND NO LATER "V" ENTRY MAY ALREADY POINT AT IT.  A JOURNAL
      *    THAT CANNOT BE OPENED IS RETURNED AS LINKAGE-STATUS-BAD.
      *
       JOURNAL-SCAN SECTION.
        JS1.
            MOVE "N" TO ORIGINAL-FOUND-SWITCH
                        ORIGINAL-REVERSED-SWITCH.
            IF  JOURNAL-OPENED
                CLOSE EXCHANGE-JOURNAL
                MOVE "N" TO JOURNAL-OPEN-SWITCH.
            OPEN INPUT EXCHANGE-JOURNAL.
            IF  JRN-FILE-STATUS NOT = "00"
            AND JRN-FILE-STATUS NOT = "05"
                DISPLAY "EXCHJRNL OPEN FAILED - STATUS "
                        JRN-FILE-STATUS " - REVERSAL "
                        CALLING-JOB-ID " NOT CHECKED"
                SET LINKAGE-STATUS-BAD TO TRUE
                GO TO JS1Z.
        JS2.
            READ EXCHANGE-JOURNAL
                AT END
                    GO TO JS3.
            IF  JRN-KEY-PART-1 NOT = EXCHANGE-IN-PART-1
             OR JRN-KEY-PART-2 NOT = EXCHANGE-IN-PART-2
                GO TO JS2.
            IF  JRN-ACCEPTED
            AND JRN-JOB-ID    = REVERSAL-JOB-ID
            AND JRN-TIMESTAMP = REVERSAL-TIMESTAMP
                SET ORIGINAL-FOUND TO TRUE
                MOVE JRN-BEFORE-PART-1 TO ORIGINAL-BEFORE-PART-1
                MOVE JRN-BEFORE-PART-2 TO ORIGINAL-BEFORE-PART-2
                MOVE JRN-AFTER-PART-1  TO ORIGINAL-AFTER-PART-1
                MOVE JRN-AFTER-PART-2  TO ORIGINAL-AFTER-PART-2.
            IF  JRN-REVERSAL
            AND JRN-REF-JOB-ID    = REVERSAL-JOB-ID
            AND JRN-REF-TIMESTAMP = REVERSAL-TIMESTAMP
                SET ORIGINAL-REVERSED TO TRUE.
            GO TO JS2.
        JS3.
            CLOSE EXCHANGE-JOURNAL.
       JS1Z.
           EXIT.
       JOURNAL-WRITE SECTION.
        JW1.
            PERFORM TIME-STAMP.
            MOVE SPACES                TO EXCHANGE-JOURNAL-RECORD.
            MOVE EXCHANGE-IN-PART-1    TO JRN-KEY-PART-1.
            MOVE EXCHANGE-IN-PART-2    TO JRN-KEY-PART-2.
            MOVE JOURNAL-BEFORE-PART-1 TO JRN-BEFORE-PART-1.
            MOVE CALLING-JOB-ID        TO JRN-JOB-ID.
            MOVE JOURNAL-DISPOSITION   TO JRN-DISPOSITION.
            MOVE TIMESTAMP-VALUE       TO JRN-TIMESTAMP.
            MOVE JOURNAL-REF-JOB-ID    TO JRN-REF-JOB-ID.
            MOVE JOURNAL-REF-TIMESTAMP TO JRN-REF-TIMESTAMP.
            MOVE JOURNAL-APPROVER-ID   TO JRN-APPROVER-ID.
            IF  NOT JOURNAL-OPENED
                OPEN EXTEND EXCHANGE-JOURNAL
                IF  JRN-FILE-STATUS = "05"
