      *    DATE SERVICE PARAMETER BLOCK
      *    PASSED ON EVERY CALL TO FLOWGRDT, THE SUITE'S ONE DATE
      *    ROUTINE.  A BUSINESS DAY IS A MONDAY THRU FRIDAY THAT THE
      *    BUSINESS CALENDAR (BUSCAL) DOES NOT MARK AS A HOLIDAY OR
      *    NON-PROCESSING DAY, OR ANY DAY BUSCAL MARKS AS A WORKING
      *    DAY.  ALL DATES ARE CCYYMMDD.
      *      PRIO  DTS-RESULT-DATE = BUSINESS DAY BEFORE DTS-FROM-DATE
      *      BTWN  DTS-DAY-COUNT   = BUSINESS DAYS AFTER DTS-FROM-DATE
      *                              UP TO AND INCLUDING DTS-TO-DATE
      *                              (ZERO WHEN TO IS NOT AFTER FROM)
      *      CUTO  DTS-RESULT-DATE = THE DATE DTS-DAY-COUNT BUSINESS
      *                              DAYS BEFORE DTS-FROM-DATE
      *      TEST  DTS-BUSINESS-FLAG SET FOR DTS-FROM-DATE
      *      EDIT  DTS-FROM-DATE CHECKED AND ITS DTS-WEEKDAY SET
      *                              (1 = MONDAY ... 7 = SUNDAY);
      *                              BUSCAL IS NOT READ
      *      CLOS  BUSCAL CLOSED; CALL ONCE BEFORE THE CALLER ENDS
      *    DTS-WEEKDAYS-ONLY MEANS BUSCAL COULD NOT BE USED AND THE
      *    ANSWER COUNTS MONDAY THRU FRIDAY ONLY; FLOWGRDT HAS ALREADY
      *    RAISED THE ALERT, SO THE CALLER MAY USE THE ANSWER.
       01  DATE-SERVICE-AREA.
           05  DTS-FUNCTION         PIC X(4).
               88  DTS-PRIOR-DAY        VALUE "PRIO".
               88  DTS-DAYS-BETWEEN     VALUE "BTWN".
               88  DTS-CUTOFF           VALUE "CUTO".
               88  DTS-TEST-DAY         VALUE "TEST".
               88  DTS-EDIT-DATE        VALUE "EDIT".
               88  DTS-CLOSE            VALUE "CLOS".
           05  DTS-FROM-DATE        PIC X(8).
           05  DTS-TO-DATE          PIC X(8).
           05  DTS-DAY-COUNT        PIC 9(5).
           05  DTS-RESULT-DATE      PIC X(8).
           05  DTS-WEEKDAY          PIC 9.
           05  DTS-BUSINESS-FLAG    PIC X.
               88  DTS-BUSINESS-DAY     VALUE "Y".
           05  DTS-RETURN-STATUS    PIC X.
               88  DTS-STATUS-OK        VALUE "0".
               88  DTS-WEEKDAYS-ONLY    VALUE "1".
               88  DTS-DATE-INVALID     VALUE "2".
               88  DTS-FUNCTION-INVALID VALUE "3".
               88  DTS-RANGE-EXCEEDED   VALUE "4".
           05  FILLER               PIC X(4).
