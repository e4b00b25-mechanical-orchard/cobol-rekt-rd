       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLOWGRBC.
       AUTHOR.        MOJO
       DATE-WRITTEN.  OCT 2026.
      *MODIFICATION HISTORY
      *    2026-10-15  NEW PROGRAM.  BUSINESS-CALENDAR FILE
      *                MAINTENANCE: READS ADD/CHANGE/DELETE
      *                TRANSACTIONS (CALTRAN), VALIDATES THEM (A REAL
      *                DATE, DAY TYPE H HOLIDAY, N NON-PROCESSING DAY OR
      *                W WORKING DAY, A DESCRIPTION, W ONLY ON A
      *                SATURDAY OR SUNDAY, NO DUPLICATE ADD, NO CHANGE
      *                OR DELETE OF A DATE NOT ON FILE), APPLIES THEM
      *                TO BUSCAL, AND PRINTS A BEFORE/AFTER EDIT LINE
      *                PER TRANSACTION ON CALEDRPT.  BUSCAL IS WHAT
      *                FLOWGRDT COUNTS BUSINESS DAYS AGAINST; A DATE
      *                NOT ON IT IS A BUSINESS DAY MONDAY THRU FRIDAY.
      *                ENDS WITH RETURN CODE 12 WHEN A FILE CANNOT BE
      *                OPENED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-TRAN-FILE ASSIGN TO "CALTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT OPTIONAL BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT CALENDAR-EDIT-RPT ASSIGN TO "CALEDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EDIT-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-TRAN-FILE.
       01  CALENDAR-TRAN-RECORD.
           05  CBT-ACTION           PIC X.
               88  CBT-ACTION-ADD       VALUE "A".
               88  CBT-ACTION-CHANGE    VALUE "C".
               88  CBT-ACTION-DELETE    VALUE "D".
               88  CBT-ACTION-VALID     VALUES "A" "C" "D".
           05  CBT-DATE             PIC X(8).
           05  CBT-DAY-TYPE         PIC X.
               88  CBT-TYPE-WORKING     VALUE "W".
               88  CBT-TYPE-VALID       VALUES "H" "N" "W".
           05  CBT-DESCRIPTION      PIC X(20).

       FD  BUSINESS-CALENDAR.
       01  BUSINESS-CALENDAR-RECORD.
           05  CAL-DATE             PIC X(8).
           05  CAL-DAY-TYPE         PIC X.
               88  CAL-HOLIDAY          VALUE "H".
               88  CAL-NON-PROCESSING   VALUE "N".
               88  CAL-WORKING-DAY      VALUE "W".
           05  CAL-DESCRIPTION      PIC X(20).
           05  CAL-CHANGE-DATE      PIC X(8).
           05  FILLER               PIC X(3).

       FD  CALENDAR-EDIT-RPT.
       01  CALENDAR-EDIT-RPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 TRAN-FILE-STATUS    PIC XX.
         01 CAL-FILE-STATUS     PIC XX.
         01 EDIT-RPT-STATUS     PIC XX.
         01 RUN-DATE            PIC X(8).

         01 TRAN-EOF-SWITCH     PIC X VALUE "N".
            88 TRAN-EOF         VALUE "Y".
         01 CALENDAR-FOUND-SWITCH PIC X VALUE "N".
            88 CALENDAR-FOUND   VALUE "Y".

         01 TRAN-READ-COUNT     PIC 9(5) VALUE ZERO COMP.
         01 TRAN-ADD-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 TRAN-CHANGE-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 TRAN-DELETE-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 TRAN-REJECT-COUNT   PIC 9(5) VALUE ZERO COMP.

         01 DAY-NAME-VALUES     PIC X(21)
                                VALUE "MONTUEWEDTHUFRISATSUN".
         01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
            05 DAY-NAME OCCURS 7 TIMES PIC XXX.

           COPY DATESVC.

         01 RPT-HEADING-LINE.
            05 FILLER           PIC X(32) VALUE
               "CALENDAR EDIT RPT  ACT DATE     ".
            05 FILLER           PIC X(4)  VALUE "DAY".
            05 FILLER           PIC X(32) VALUE "BEFORE".
            05 FILLER           PIC X(32) VALUE "AFTER".
            05 FILLER           PIC X(11) VALUE "DISPOSITION".
         01 RPT-DETAIL-LINE.
            05 FILLER           PIC X(19) VALUE SPACES.
            05 RPT-ACTION       PIC X.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 RPT-DATE         PIC X(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-DAY-NAME     PIC XXX.
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-BEFORE-IMAGE PIC X(31).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-AFTER-IMAGE  PIC X(31).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-DISPOSITION  PIC X(30).
         01 RPT-IMAGE-WORK.
            05 IMG-DAY-TYPE     PIC X.
            05 FILLER           PIC X VALUE SPACE.
            05 IMG-DESCRIPTION  PIC X(20).
            05 FILLER           PIC X VALUE SPACE.
            05 IMG-CHANGE-DATE  PIC X(8).
         01 RPT-TOTAL-LINE.
            05 FILLER           PIC X(6)  VALUE "READ ".
            05 RPT-READ-COUNT   PIC ZZZ,ZZ9.
            05 FILLER           PIC X(8)  VALUE " ADDED ".
            05 RPT-ADD-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(10) VALUE " CHANGED ".
            05 RPT-CHANGE-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(10) VALUE " DELETED ".
            05 RPT-DELETE-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(11) VALUE " REJECTED ".
            05 RPT-REJECT-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CALENDAR-TRAN-FILE.
           IF  TRAN-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - CALTRAN OPEN FAILED - '
                       'STATUS ' TRAN-FILE-STATUS UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               GOBACK.
           OPEN I-O BUSINESS-CALENDAR.
           IF  CAL-FILE-STATUS NOT = "00" AND "05"
               DISPLAY 'OPERATOR ALERT - BUSCAL OPEN FAILED - '
                       'STATUS ' CAL-FILE-STATUS UPON CONSOLE
               CLOSE CALENDAR-TRAN-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT CALENDAR-EDIT-RPT.
           IF  EDIT-RPT-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - CALEDRPT OPEN FAILED - '
                       'STATUS ' EDIT-RPT-STATUS UPON CONSOLE
               CLOSE CALENDAR-TRAN-FILE BUSINESS-CALENDAR
               MOVE 12 TO RETURN-CODE
               GOBACK.
           WRITE CALENDAR-EDIT-RPT-RECORD FROM RPT-HEADING-LINE.
           PERFORM BC1-TRANSACTION UNTIL TRAN-EOF.
       SZ1.
           MOVE TRAN-READ-COUNT   TO RPT-READ-COUNT.
           MOVE TRAN-ADD-COUNT    TO RPT-ADD-COUNT.
           MOVE TRAN-CHANGE-COUNT TO RPT-CHANGE-COUNT.
           MOVE TRAN-DELETE-COUNT TO RPT-DELETE-COUNT.
           MOVE TRAN-REJECT-COUNT TO RPT-REJECT-COUNT.
           WRITE CALENDAR-EDIT-RPT-RECORD FROM RPT-TOTAL-LINE.
           CLOSE CALENDAR-TRAN-FILE BUSINESS-CALENDAR
                 CALENDAR-EDIT-RPT.
           GOBACK.
       BC1-TRANSACTION SECTION.
       BC1A.
           READ CALENDAR-TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
                   GO TO BC1Z.
           ADD 1 TO TRAN-READ-COUNT.
           MOVE CBT-ACTION     TO RPT-ACTION.
           MOVE CBT-DATE       TO RPT-DATE.
           MOVE SPACES         TO RPT-DAY-NAME.
           MOVE SPACES         TO RPT-BEFORE-IMAGE.
           MOVE SPACES         TO RPT-AFTER-IMAGE.
           IF  NOT CBT-ACTION-VALID
               MOVE "REJECTED - ACTION NOT A/C/D" TO RPT-DISPOSITION
               PERFORM BC9-REJECT
               GO TO BC1Z.
           MOVE "EDIT"   TO DTS-FUNCTION.
           MOVE CBT-DATE TO DTS-FROM-DATE.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
           IF  NOT DTS-STATUS-OK
               MOVE "REJECTED - DATE INVALID" TO RPT-DISPOSITION
               PERFORM BC9-REJECT
               GO TO BC1Z.
           MOVE DAY-NAME (DTS-WEEKDAY) TO RPT-DAY-NAME.
           IF  CBT-ACTION-ADD OR CBT-ACTION-CHANGE
               PERFORM BC6-EDIT-FIELDS
               IF  RPT-DISPOSITION NOT = SPACES
                   PERFORM BC9-REJECT
                   GO TO BC1Z.
           PERFORM BC8-READ-CALENDAR.
           IF  CALENDAR-FOUND
               MOVE CAL-DAY-TYPE    TO IMG-DAY-TYPE
               MOVE CAL-DESCRIPTION TO IMG-DESCRIPTION
               MOVE CAL-CHANGE-DATE TO IMG-CHANGE-DATE
               MOVE RPT-IMAGE-WORK  TO RPT-BEFORE-IMAGE
           ELSE
               MOVE "(NO RECORD)"   TO RPT-BEFORE-IMAGE.
           EVALUATE TRUE
               WHEN CBT-ACTION-ADD
                   PERFORM BC2-ADD
               WHEN CBT-ACTION-CHANGE
                   PERFORM BC3-CHANGE
               WHEN CBT-ACTION-DELETE
                   PERFORM BC4-DELETE
           END-EVALUATE.
           WRITE CALENDAR-EDIT-RPT-RECORD FROM RPT-DETAIL-LINE.
       BC1Z.
           EXIT.
       BC2-ADD SECTION.
       BC2A.
           IF  CALENDAR-FOUND
               MOVE "REJECTED - DUPLICATE ADD" TO RPT-DISPOSITION
               ADD 1 TO TRAN-REJECT-COUNT
               GO TO BC2Z.
           MOVE SPACES TO BUSINESS-CALENDAR-RECORD.
           MOVE CBT-DATE TO CAL-DATE.
           PERFORM BC5-MOVE-FIELDS.
           WRITE BUSINESS-CALENDAR-RECORD
               INVALID KEY
                   MOVE "REJECTED - WRITE FAILED" TO RPT-DISPOSITION
                   ADD 1 TO TRAN-REJECT-COUNT
                   GO TO BC2Z.
           PERFORM BC7-AFTER-IMAGE.
           MOVE "ADDED" TO RPT-DISPOSITION.
           ADD 1 TO TRAN-ADD-COUNT.
       BC2Z.
           EXIT.
       BC3-CHANGE SECTION.
       BC3A.
           IF  NOT CALENDAR-FOUND
               MOVE "REJECTED - DATE NOT ON FILE" TO RPT-DISPOSITION
               ADD 1 TO TRAN-REJECT-COUNT
               GO TO BC3Z.
           PERFORM BC5-MOVE-FIELDS.
           REWRITE BUSINESS-CALENDAR-RECORD
               INVALID KEY
                   MOVE "REJECTED - REWRITE FAILED" TO RPT-DISPOSITION
                   ADD 1 TO TRAN-REJECT-COUNT
                   GO TO BC3Z.
           PERFORM BC7-AFTER-IMAGE.
           MOVE "CHANGED" TO RPT-DISPOSITION.
           ADD 1 TO TRAN-CHANGE-COUNT.
       BC3Z.
           EXIT.
       BC4-DELETE SECTION.
       BC4A.
           IF  NOT CALENDAR-FOUND
               MOVE "REJECTED - DATE NOT ON FILE" TO RPT-DISPOSITION
               ADD 1 TO TRAN-REJECT-COUNT
               GO TO BC4Z.
           DELETE BUSINESS-CALENDAR
               INVALID KEY
                   MOVE "REJECTED - DELETE FAILED" TO RPT-DISPOSITION
                   ADD 1 TO TRAN-REJECT-COUNT
                   GO TO BC4Z.
           MOVE "(DELETED)" TO RPT-AFTER-IMAGE.
           MOVE "DELETED" TO RPT-DISPOSITION.
           ADD 1 TO TRAN-DELETE-COUNT.
       BC4Z.
           EXIT.
       BC5-MOVE-FIELDS SECTION.
       BC5A.
           MOVE CBT-DAY-TYPE    TO CAL-DAY-TYPE.
           MOVE CBT-DESCRIPTION TO CAL-DESCRIPTION.
           MOVE RUN-DATE        TO CAL-CHANGE-DATE.
       BC5Z.
           EXIT.
      *
      *    A WEEKDAY NOT ON THE CALENDAR IS ALREADY A WORKING DAY, SO
      *    A W ENTRY ONLY MEANS SOMETHING ON A SATURDAY OR SUNDAY THE
      *    SHOP IS PROCESSING.  DTS-WEEKDAY IS SET BY THE DATE EDIT.
      *
       BC6-EDIT-FIELDS SECTION.
       BC6A.
           MOVE SPACES TO RPT-DISPOSITION.
           IF  NOT CBT-TYPE-VALID
               MOVE "REJECTED - DAY TYPE NOT H/N/W" TO RPT-DISPOSITION
               GO TO BC6Z.
           IF  CBT-DESCRIPTION = SPACES
               MOVE "REJECTED - DESCRIPTION BLANK" TO RPT-DISPOSITION
               GO TO BC6Z.
           IF  CBT-TYPE-WORKING
           AND DTS-WEEKDAY < 6
               MOVE "REJECTED - W ON A WEEKDAY" TO RPT-DISPOSITION.
       BC6Z.
           EXIT.
       BC7-AFTER-IMAGE SECTION.
       BC7A.
           MOVE CAL-DAY-TYPE    TO IMG-DAY-TYPE.
           MOVE CAL-DESCRIPTION TO IMG-DESCRIPTION.
           MOVE CAL-CHANGE-DATE TO IMG-CHANGE-DATE.
           MOVE RPT-IMAGE-WORK  TO RPT-AFTER-IMAGE.
       BC7Z.
           EXIT.
       BC8-READ-CALENDAR SECTION.
       BC8A.
           MOVE "N" TO CALENDAR-FOUND-SWITCH.
           MOVE CBT-DATE TO CAL-DATE.
           READ BUSINESS-CALENDAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CALENDAR-FOUND TO TRUE.
       BC8Z.
           EXIT.
       BC9-REJECT SECTION.
       BC9A.
           ADD 1 TO TRAN-REJECT-COUNT.
           WRITE CALENDAR-EDIT-RPT-RECORD FROM RPT-DETAIL-LINE.
       BC9Z.
           EXIT.
