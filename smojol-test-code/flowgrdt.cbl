       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLOWGRDT.
       AUTHOR.        MOJO
       DATE-WRITTEN.  OCT 2026.
      *MODIFICATION HISTORY
      *    2026-10-15  NEW PROGRAM.  COMMON DATE ROUTINE FOR THE
      *                SUITE, CALLED WITH THE DATESVC PARAMETER BLOCK:
      *                PRIOR BUSINESS DAY, BUSINESS DAYS BETWEEN TWO
      *                DATES, THE CUTOFF DATE N BUSINESS DAYS BACK,
      *                WHETHER A DATE IS A BUSINESS DAY, AND A PLAIN
      *                DATE EDIT WITH THE DAY OF THE WEEK.  REPLACES
      *                THE COPIES OF THE DAY-STEPPING AND LEAP-YEAR
      *                ARITHMETIC THAT FLOWGRA1, FLOWGRAC, FLOWGRAD,
      *                FLOWGRHA AND FLOWGRHK EACH CARRIED.  WEEKENDS
      *                ARE NEVER BUSINESS DAYS UNLESS THE BUSINESS
      *                CALENDAR (BUSCAL, MAINTAINED BY FLOWGRBC) SAYS
      *                SO; HOLIDAYS AND NON-PROCESSING DAYS COME FROM
      *                BUSCAL.  BUSCAL IS OPENED ON THE FIRST CALL
      *                THAT NEEDS IT AND STAYS OPEN UNTIL THE CALLER
      *                SENDS "CLOS".  WITH NO USABLE CALENDAR THE
      *                ROUTINE COUNTS MONDAY THRU FRIDAY ONLY, RAISES
      *                FGD001W (NOT FOUND), FGD002E (OPEN FAILED) OR
      *                FGD003E (READ FAILED) ONCE, AND RETURNS STATUS
      *                1 SO THE CALLER CAN CARRY ON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS CAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
         01 CAL-FILE-STATUS     PIC XX.

         01 CALENDAR-SWITCH     PIC X VALUE "N".
            88 CALENDAR-NOT-OPENED VALUE "N".
            88 CALENDAR-OPEN    VALUE "O".
            88 CALENDAR-UNUSABLE VALUE "U".
         01 DATE-VALID-SWITCH   PIC X VALUE "N".
            88 DATE-VALID       VALUE "Y".
         01 BUSINESS-SWITCH     PIC X VALUE "N".
            88 WORK-DAY-IS-BUSINESS VALUE "Y".

         01 WORK-DATE.
            05 WRK-CCYY         PIC 9(4).
            05 WRK-MM           PIC 99.
            05 WRK-DD           PIC 99.
         01 WEEKDAY             PIC 9 VALUE ZERO.
         01 MONTH-LIMIT         PIC 99.
         01 LEAP-QUOTIENT       PIC 9(4) COMP.
         01 LEAP-REMAINDER      PIC 9(3) COMP.
         01 MONTH-DAY-VALUES    PIC X(24)
                                VALUE "312831303130313130313031".
         01 MONTH-DAY-TABLE REDEFINES MONTH-DAY-VALUES.
            05 MONTH-DAYS OCCURS 12 TIMES PIC 99.

         01 ZEL-MONTH           PIC 99 COMP.
         01 ZEL-YEAR            PIC 9(4) COMP.
         01 ZEL-CENTURY         PIC 99 COMP.
         01 ZEL-YEAR-OF-CENT    PIC 99 COMP.
         01 ZEL-TERM            PIC 9(5) COMP.
         01 ZEL-SUM             PIC 9(5) COMP.
         01 ZEL-QUOTIENT        PIC 9(5) COMP.
         01 ZEL-DAY             PIC 9 COMP.

         01 DAYS-LEFT           PIC 9(5) VALUE ZERO COMP.
         01 DAYS-COUNTED        PIC 9(5) VALUE ZERO COMP.
         01 STEP-COUNT          PIC 9(5) VALUE ZERO COMP.
         01 STEP-LIMIT          PIC 9(5) VALUE 3660 COMP.

         01 ALERT-ID-WORK       PIC X(7).
         01 ALERT-TEXT-WORK     PIC X(60).

       LINKAGE SECTION.
           COPY DATESVC.

       PROCEDURE DIVISION USING DATE-SERVICE-AREA.
       S SECTION.
       SA1.
           MOVE "0" TO DTS-RETURN-STATUS.
           IF  DTS-CLOSE
               PERFORM DT9-CLOSE-CALENDAR
               GO TO SZ9.
           IF  NOT DTS-PRIOR-DAY AND NOT DTS-DAYS-BETWEEN
           AND NOT DTS-CUTOFF AND NOT DTS-TEST-DAY
           AND NOT DTS-EDIT-DATE
               MOVE "3" TO DTS-RETURN-STATUS
               GO TO SZ9.
           MOVE DTS-FROM-DATE TO WORK-DATE.
           PERFORM DT1-EDIT-DATE.
           IF  NOT DATE-VALID
               MOVE "2" TO DTS-RETURN-STATUS
               MOVE SPACES TO DTS-RESULT-DATE
               GO TO SZ9.
           IF  DTS-EDIT-DATE
               MOVE WEEKDAY TO DTS-WEEKDAY
               GO TO SZ9.
           IF  DTS-DAYS-BETWEEN
               MOVE DTS-TO-DATE TO WORK-DATE
               PERFORM DT1-EDIT-DATE
               IF  NOT DATE-VALID
                   MOVE "2" TO DTS-RETURN-STATUS
                   MOVE ZERO TO DTS-DAY-COUNT
                   GO TO SZ9.
           IF  CALENDAR-NOT-OPENED
               PERFORM DT2-OPEN-CALENDAR.
           EVALUATE TRUE
               WHEN DTS-PRIOR-DAY
                   MOVE 1 TO DAYS-LEFT
                   PERFORM DT3-COUNT-BACK
                   MOVE WORK-DATE TO DTS-RESULT-DATE
               WHEN DTS-CUTOFF
                   MOVE DTS-DAY-COUNT TO DAYS-LEFT
                   PERFORM DT3-COUNT-BACK
                   MOVE WORK-DATE TO DTS-RESULT-DATE
               WHEN DTS-TEST-DAY
                   PERFORM DT5-CHECK-DAY
                   MOVE WEEKDAY TO DTS-WEEKDAY
                   MOVE BUSINESS-SWITCH TO DTS-BUSINESS-FLAG
               WHEN DTS-DAYS-BETWEEN
                   PERFORM DT7-COUNT-BETWEEN
                   MOVE DAYS-COUNTED TO DTS-DAY-COUNT
           END-EVALUATE.
       SZ1.
           IF  CALENDAR-UNUSABLE AND DTS-STATUS-OK
               MOVE "1" TO DTS-RETURN-STATUS.
       SZ9.
           GOBACK.
      *
      *    WORK-DATE MUST BE A REAL CCYYMMDD DATE.  A GOOD DATE ALSO
      *    GETS ITS DAY OF THE WEEK, WHICH DT4 KEEPS IN STEP AS IT
      *    WALKS BACK THROUGH THE CALENDAR.
      *
       DT1-EDIT-DATE SECTION.
       DT1A.
           MOVE "N" TO DATE-VALID-SWITCH.
           IF  WORK-DATE IS NOT NUMERIC
               GO TO DT1Z.
           IF  WRK-CCYY < 1900
            OR WRK-MM < 1 OR WRK-MM > 12
            OR WRK-DD < 1
               GO TO DT1Z.
           MOVE MONTH-DAYS (WRK-MM) TO MONTH-LIMIT.
           IF  WRK-MM = 2
               PERFORM DT8-LEAP-CHECK.
           IF  WRK-DD > MONTH-LIMIT
               GO TO DT1Z.
           SET DATE-VALID TO TRUE.
           PERFORM DT6-WEEKDAY.
       DT1Z.
           EXIT.
       DT2-OPEN-CALENDAR SECTION.
       DT2A.
           OPEN INPUT BUSINESS-CALENDAR.
           IF  CAL-FILE-STATUS = "00"
               SET CALENDAR-OPEN TO TRUE
               GO TO DT2Z.
           SET CALENDAR-UNUSABLE TO TRUE.
           IF  CAL-FILE-STATUS = "05"
               CLOSE BUSINESS-CALENDAR
               DISPLAY 'OPERATOR ALERT - BUSCAL NOT FOUND - COUNTING '
                       'WEEKDAYS ONLY' UPON CONSOLE
               MOVE "FGD001W" TO ALERT-ID-WORK
               MOVE "BUSCAL NOT FOUND - COUNTING WEEKDAYS ONLY"
                 TO ALERT-TEXT-WORK
               CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK
               GO TO DT2Z.
           DISPLAY 'OPERATOR ALERT - BUSCAL OPEN FAILED - '
                   'STATUS ' CAL-FILE-STATUS UPON CONSOLE.
           MOVE "FGD002E" TO ALERT-ID-WORK.
           MOVE "BUSCAL OPEN FAILED - COUNTING WEEKDAYS ONLY"
             TO ALERT-TEXT-WORK.
           CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK.
       DT2Z.
           EXIT.
      *
      *    STEP BACK FROM WORK-DATE UNTIL DAYS-LEFT BUSINESS DAYS HAVE
      *    BEEN PASSED; WORK-DATE IS THEN THE ANSWER.  ZERO DAYS LEAVES
      *    WORK-DATE AS IT IS, BUSINESS DAY OR NOT.
      *
       DT3-COUNT-BACK SECTION.
       DT3A.
           MOVE ZERO TO STEP-COUNT.
       DT3B.
           IF  DAYS-LEFT = ZERO
               GO TO DT3Z.
           IF  STEP-COUNT NOT < STEP-LIMIT
               MOVE "4" TO DTS-RETURN-STATUS
               GO TO DT3Z.
           PERFORM DT4-BACK-ONE-DAY.
           PERFORM DT5-CHECK-DAY.
           IF  WORK-DAY-IS-BUSINESS
               SUBTRACT 1 FROM DAYS-LEFT.
           GO TO DT3B.
       DT3Z.
           EXIT.
       DT4-BACK-ONE-DAY SECTION.
       DT4A.
           ADD 1 TO STEP-COUNT.
           IF  WEEKDAY = 1
               MOVE 7 TO WEEKDAY
           ELSE
               SUBTRACT 1 FROM WEEKDAY.
           IF  WRK-DD > 1
               SUBTRACT 1 FROM WRK-DD
               GO TO DT4Z.
           IF  WRK-MM > 1
               SUBTRACT 1 FROM WRK-MM
           ELSE
               MOVE 12 TO WRK-MM
               SUBTRACT 1 FROM WRK-CCYY.
           MOVE MONTH-DAYS (WRK-MM) TO MONTH-LIMIT.
           IF  WRK-MM = 2
               PERFORM DT8-LEAP-CHECK.
           MOVE MONTH-LIMIT TO WRK-DD.
       DT4Z.
           EXIT.
      *
      *    A DATE ON THE CALENDAR IS WHATEVER THE CALENDAR SAYS IT
      *    IS; ANY OTHER DATE IS A BUSINESS DAY IF IT IS MONDAY THRU
      *    FRIDAY.  A READ FAILURE DROPS THE CALENDAR FOR THE REST OF
      *    THE RUN RATHER THAN GIVE MIXED ANSWERS.
      *
       DT5-CHECK-DAY SECTION.
       DT5A.
           MOVE "N" TO BUSINESS-SWITCH.
           IF  NOT CALENDAR-OPEN
               GO TO DT5C.
           MOVE WORK-DATE TO CAL-DATE.
           READ BUSINESS-CALENDAR
               INVALID KEY
                   CONTINUE.
           IF  CAL-FILE-STATUS = "23"
               GO TO DT5C.
           IF  CAL-FILE-STATUS NOT = "00"
               GO TO DT5B.
           IF  CAL-WORKING-DAY
               SET WORK-DAY-IS-BUSINESS TO TRUE.
           GO TO DT5Z.
       DT5B.
           DISPLAY 'OPERATOR ALERT - BUSCAL READ FAILED - '
                   'STATUS ' CAL-FILE-STATUS UPON CONSOLE.
           MOVE "FGD003E" TO ALERT-ID-WORK.
           MOVE "BUSCAL READ FAILED - COUNTING WEEKDAYS ONLY"
             TO ALERT-TEXT-WORK.
           CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK.
           CLOSE BUSINESS-CALENDAR.
           SET CALENDAR-UNUSABLE TO TRUE.
       DT5C.
           IF  WEEKDAY < 6
               SET WORK-DAY-IS-BUSINESS TO TRUE.
       DT5Z.
           EXIT.
      *
      *    DAY OF THE WEEK FOR WORK-DATE BY ZELLER'S CONGRUENCE,
      *    SHIFTED SO 1 IS MONDAY AND 7 IS SUNDAY.  JANUARY AND
      *    FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR BEFORE.
      *
       DT6-WEEKDAY SECTION.
       DT6A.
           MOVE WRK-MM   TO ZEL-MONTH.
           MOVE WRK-CCYY TO ZEL-YEAR.
           IF  ZEL-MONTH < 3
               ADD 12 TO ZEL-MONTH
               SUBTRACT 1 FROM ZEL-YEAR.
           DIVIDE ZEL-YEAR BY 100 GIVING ZEL-CENTURY
               REMAINDER ZEL-YEAR-OF-CENT.
           MOVE WRK-DD TO ZEL-SUM.
           COMPUTE ZEL-TERM = 13 * (ZEL-MONTH + 1).
           DIVIDE ZEL-TERM BY 5 GIVING ZEL-TERM.
           ADD ZEL-TERM ZEL-YEAR-OF-CENT TO ZEL-SUM.
           DIVIDE ZEL-YEAR-OF-CENT BY 4 GIVING ZEL-TERM.
           ADD ZEL-TERM TO ZEL-SUM.
           DIVIDE ZEL-CENTURY BY 4 GIVING ZEL-TERM.
           ADD ZEL-TERM TO ZEL-SUM.
           COMPUTE ZEL-SUM = ZEL-SUM + 5 * ZEL-CENTURY + 5.
           DIVIDE ZEL-SUM BY 7 GIVING ZEL-QUOTIENT
               REMAINDER ZEL-DAY.
           COMPUTE WEEKDAY = ZEL-DAY + 1.
       DT6Z.
           EXIT.
      *
      *    WORK-DATE IS THE LATER DATE; WALK IT BACK TO THE EARLIER
      *    ONE COUNTING THE BUSINESS DAYS PASSED.  THE EARLIER DATE
      *    ITSELF IS NOT COUNTED, SO YESTERDAY-TO-TODAY IS ONE.
      *
       DT7-COUNT-BETWEEN SECTION.
       DT7A.
           MOVE ZERO TO DAYS-COUNTED.
           MOVE ZERO TO STEP-COUNT.
       DT7B.
           IF  WORK-DATE NOT > DTS-FROM-DATE
               GO TO DT7Z.
           IF  STEP-COUNT NOT < STEP-LIMIT
               MOVE "4" TO DTS-RETURN-STATUS
               GO TO DT7Z.
           PERFORM DT5-CHECK-DAY.
           IF  WORK-DAY-IS-BUSINESS
               ADD 1 TO DAYS-COUNTED.
           PERFORM DT4-BACK-ONE-DAY.
           GO TO DT7B.
       DT7Z.
           EXIT.
       DT8-LEAP-CHECK SECTION.
       DT8A.
           DIVIDE WRK-CCYY BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF  LEAP-REMAINDER NOT = ZERO
               GO TO DT8Z.
           DIVIDE WRK-CCYY BY 100 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF  LEAP-REMAINDER NOT = ZERO
               MOVE 29 TO MONTH-LIMIT
               GO TO DT8Z.
           DIVIDE WRK-CCYY BY 400 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF  LEAP-REMAINDER = ZERO
               MOVE 29 TO MONTH-LIMIT.
       DT8Z.
           EXIT.
       DT9-CLOSE-CALENDAR SECTION.
       DT9A.
           IF  CALENDAR-OPEN
               CLOSE BUSINESS-CALENDAR.
           SET CALENDAR-NOT-OPENED TO TRUE.
       DT9Z.
           EXIT.
