       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLOWGRMC.
       AUTHOR.        MOJO
       DATE-WRITTEN.  OCT 2026.
      *MODIFICATION HISTORY
      *    2026-10-15  NEW PROGRAM.  ONE-TIME CONVERSION OF THE PARTS
      *                MASTER (PARTMSTR) FROM THE 16-BYTE LAYOUT TO THE
      *                17-BYTE ONE THAT CARRIES THE RESTRICTED-PAIR
      *                FLAG.  READS THE OLD CLUSTER IN KEY ORDER AND
      *                LOADS EVERY RECORD, UNCHANGED, INTO A FRESHLY
      *                DEFINED CLUSTER (PARTMNEW) WITH THE FLAG SET TO
      *                N -- NO PAIR IS RESTRICTED UNTIL PARTMNJB SAYS
      *                SO.  RUN ONCE, BETWEEN THE LAST NIGHTLY ON THE
      *                OLD LAYOUT AND THE FIRST ON THE NEW ONE.  ENDS
      *                WITH RETURN CODE 12 IF THE MASTER COULD NOT BE
      *                FULLY CONVERTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-OLD       ASSIGN TO "PARTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-PM-PART-KEY
               FILE STATUS IS MASTER-OLD-STATUS.
           SELECT MASTER-NEW       ASSIGN TO "PARTMNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-PM-PART-KEY
               FILE STATUS IS MASTER-NEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-OLD.
       01  MASTER-OLD-RECORD.
           05  OLD-PM-PART-KEY.
               10  OLD-PM-KEY-PART-1 PIC 999.
               10  OLD-PM-KEY-PART-2 PIC 999.
           05  OLD-PM-CURRENT-PART-1 PIC 999.
           05  OLD-PM-CURRENT-PART-2 PIC 999.
           05  OLD-PM-EXCHANGE-PART-01 PIC XXXX.

       FD  MASTER-NEW.
       01  MASTER-NEW-RECORD.
           05  NEW-PM-PART-KEY.
               10  NEW-PM-KEY-PART-1 PIC 999.
               10  NEW-PM-KEY-PART-2 PIC 999.
           05  NEW-PM-CURRENT-PART-1 PIC 999.
           05  NEW-PM-CURRENT-PART-2 PIC 999.
           05  NEW-PM-EXCHANGE-PART-01 PIC XXXX.
           05  NEW-PM-RESTRICT-FLAG PIC X.

       WORKING-STORAGE SECTION.
         01 MASTER-OLD-STATUS   PIC XX.
         01 MASTER-NEW-STATUS   PIC XX.

         01 MASTER-EOF-SWITCH   PIC X VALUE "N".
            88 MASTER-EOF       VALUE "Y".

         01 MASTER-IN-COUNT     PIC 9(7) VALUE ZERO COMP.
         01 MASTER-OUT-COUNT    PIC 9(7) VALUE ZERO COMP.

         01 CONVERT-FAIL-SWITCH PIC X VALUE "N".
            88 CONVERT-FAILED   VALUE "Y".

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           PERFORM MC1-MASTER-FILE.
           DISPLAY "PARTMSTR CONVERTED " MASTER-OUT-COUNT
                   " OF " MASTER-IN-COUNT.
           IF  CONVERT-FAILED
               MOVE 12 TO RETURN-CODE.
           GOBACK.
       MC1-MASTER-FILE SECTION.
       MC1A.
           OPEN INPUT MASTER-OLD.
           IF  MASTER-OLD-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - PARTMSTR OPEN FAILED - '
                       'STATUS ' MASTER-OLD-STATUS UPON CONSOLE
               SET CONVERT-FAILED TO TRUE
               GO TO MC1Z.
           OPEN OUTPUT MASTER-NEW.
           IF  MASTER-NEW-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - PARTMNEW OPEN FAILED - '
                       'STATUS ' MASTER-NEW-STATUS UPON CONSOLE
               SET CONVERT-FAILED TO TRUE
               CLOSE MASTER-OLD
               GO TO MC1Z.
           PERFORM MC2-MASTER-RECORD UNTIL MASTER-EOF.
           CLOSE MASTER-OLD MASTER-NEW.
       MC1Z.
           EXIT.
       MC2-MASTER-RECORD SECTION.
       MC2A.
           READ MASTER-OLD
               AT END
                   SET MASTER-EOF TO TRUE
                   GO TO MC2Z.
           ADD 1 TO MASTER-IN-COUNT.
           MOVE OLD-PM-PART-KEY       TO NEW-PM-PART-KEY.
           MOVE OLD-PM-CURRENT-PART-1 TO NEW-PM-CURRENT-PART-1.
           MOVE OLD-PM-CURRENT-PART-2 TO NEW-PM-CURRENT-PART-2.
           MOVE OLD-PM-EXCHANGE-PART-01 TO NEW-PM-EXCHANGE-PART-01.
           MOVE "N"                   TO NEW-PM-RESTRICT-FLAG.
           WRITE MASTER-NEW-RECORD.
           IF  MASTER-NEW-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - PARTMNEW WRITE FAILED - '
                       'STATUS ' MASTER-NEW-STATUS UPON CONSOLE
               SET CONVERT-FAILED TO TRUE
               SET MASTER-EOF TO TRUE
               GO TO MC2Z.
           ADD 1 TO MASTER-OUT-COUNT.
       MC2Z.
           EXIT.
