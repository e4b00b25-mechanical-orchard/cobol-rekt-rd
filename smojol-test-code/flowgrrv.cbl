      *                PARTMNJB MAINTENANCE IS NOT JOURNALED ON
      *                EXCHJRNL -- ADDS, CHANGES AND DELETES MADE
      *                AFTER THE COPY MUST BE RE-KEYED FROM PMEDTRPT.
      *    2026-10-15  REVERSAL ENTRIES (DISPOSITION "V") ARE RE-APPLIED
      *                IN JOURNAL ORDER ALONG WITH THE ACCEPTED ONES,
      *                SO A BACKED-OUT SWAP STAYS BACKED OUT ON THE
      *                REBUILT FILE.  THE JOURNAL RECORD IS NOW 80
      *                BYTES.
      *    2026-10-15  THE MASTER RECORD NOW CARRIES THE RESTRICTED-
      *                PAIR FLAG (17 BYTES) AND THE IMAGE COPY RECORD
      *                IS 18; THE FLAG IS RESTORED FROM THE COPY AND IS
      *                NOT TOUCHED BY THE JOURNAL REPLAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  IMC-RECORD-TYPE      PIC X.
               88  IMC-HEADER       VALUE "H".
               88  IMC-DETAIL       VALUE "D".
           05  IMC-DATA             PIC X(17).
           05  IMC-DATA-HEADER REDEFINES IMC-DATA.
               10  IMC-COPY-TIMESTAMP PIC X(16).
               10  FILLER           PIC X.
           05  IMC-DATA-DETAIL REDEFINES IMC-DATA.
               10  IMC-MASTER-IMAGE PIC X(17).

       FD  EXCHANGE-JOURNAL.
       01  EXCHANGE-JOURNAL-RECORD.
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

       FD  RECOVERY-RPT.
       01  RECOVERY-RPT-RECORD      PIC X(132).
               AT END
                   SET JRN-EOF TO TRUE
                   GO TO RV4Z.
           IF  NOT JRN-ACCEPTED AND NOT JRN-REVERSAL
               GO TO RV4Z.
           IF  JRN-TIMESTAMP NOT > COPY-TIMESTAMP
               GO TO RV4Z.
