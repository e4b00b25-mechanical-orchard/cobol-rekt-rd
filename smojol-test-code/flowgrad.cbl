      *                LIMIT OR MORE TIMES TONIGHT (DEFAULT 2) SO
      *                THE SCHEDULER CAN PAGE SOMEONE, AND 12 WHEN
      *                THE LOG COULD NOT BE READ.
      *    2026-10-15  THE CONSECUTIVE-DAY WINDOW NOW RUNS ON BUSINESS
      *                DAYS: AN ID THAT FIRED ON THE PRIOR BUSINESS DAY
      *                (OR SINCE) CONTINUES ITS RUN, SO A WEEKEND OR
      *                SHOP HOLIDAY NO LONGER BREAKS A REPEAT OFFENDER'S
      *                COUNT.  THE PRIOR BUSINESS DAY COMES FROM THE
      *                COMMON DATE ROUTINE FLOWGRDT AND THE BUSINESS
      *                CALENDAR (BUSCAL), IN PLACE OF THIS PROGRAM'S OWN
      *                COPY OF THE CALENDAR-DAY ARITHMETIC.
      *    2026-10-15  FLOW-ALERT-CONSEC AND FLOW-ALERT-LIMIT ARE NOW
      *                READ FROM THE RUN-PARAMETER FILE (PARMFILE)
      *                THROUGH FLOWGRPV INSTEAD OF FROM THE
      *                ENVIRONMENT, BEFORE ALERTLOG IS OPENED, SO A
      *                MISSING OR OUT-OF-RANGE VALUE IS IN TONIGHT'S
      *                DIGEST; THE DEFAULT (3 AND 2) IS THEN USED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         01 ALERT-DATE          PIC X(8).

         01 CONSEC-MIN          PIC 9(3) VALUE 003 COMP.
         01 COUNT-LIMIT         PIC 9(3) VALUE 002 COMP.

         01 LOG-READ-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 TODAY-ALERT-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 OFFENDER-COUNT      PIC 9(5) VALUE ZERO COMP.

         01 PRIOR-DATE          PIC X(8).

           COPY DATESVC.
           COPY PARMVAL.

         01 ID-MAX              PIC 9(3) VALUE 100 COMP.
         01 ID-COUNT            PIC 9(3) VALUE ZERO COMP.
       S SECTION.
       SA1.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      *    READ THE PARAMETERS AND OPEN THE CALENDAR, AND RAISE ANY
      *    ALERT EITHER GIVES, BEFORE ALERTLOG IS OPEN HERE FOR READING.
           PERFORM AD9-RUN-PARAMETERS.
           MOVE "TEST"   TO DTS-FUNCTION.
           MOVE RUN-DATE TO DTS-FROM-DATE.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
           OPEN INPUT ALERT-LOG-FILE.
           IF  ALERT-LOG-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - ALERTLOG OPEN FAILED - '
           MOVE OFFENDER-COUNT    TO RPT-OFFENDERS.
           WRITE ALERT-DIGEST-RECORD FROM RPT-TOTAL-LINE.
           CLOSE ALERT-LOG-FILE ALERT-DIGEST-RPT.
           MOVE "CLOS" TO DTS-FUNCTION.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
           IF  LIMIT-HIT
               MOVE 8 TO RETURN-CODE.
           GOBACK.
               CONTINUE
           ELSE
               PERFORM AD8-PRIOR-DAY
               IF  IDT-LAST-DATE (ID-SUB) NOT < PRIOR-DATE
                   ADD 1 TO IDT-CONSEC-DAYS (ID-SUB)
               ELSE
                   MOVE 1 TO IDT-CONSEC-DAYS (ID-SUB)
                       " NOT DIGESTED".
       AD5Z.
           EXIT.
      *    PRIOR-DATE BECOMES THE BUSINESS DAY BEFORE ALERT-DATE SO
      *    AD1 CAN TELL A CONSECUTIVE-DAY REPEAT FROM A GAP: AN ID LAST
      *    SEEN ON OR AFTER THE PRIOR BUSINESS DAY HAS NOT MISSED ONE,
      *    SO FRIDAY TO MONDAY, OR A QUIET HOLIDAY, IS NOT A GAP.  A
      *    LOG RECORD WITH A BAD DATE ALWAYS STARTS A NEW RUN.
       AD8-PRIOR-DAY SECTION.
       AD8A.
           MOVE "PRIO"     TO DTS-FUNCTION.
           MOVE ALERT-DATE TO DTS-FROM-DATE.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
           MOVE DTS-RESULT-DATE TO PRIOR-DATE.
           IF  DTS-DATE-INVALID
               MOVE HIGH-VALUES TO PRIOR-DATE.
       AD8Z.
           EXIT.
      *
      *    FLOWGRPV ALERTS A MISSING OR OUT-OF-RANGE VALUE ITSELF;
      *    THE THRESHOLD THEN KEEPS ITS DEFAULT.
      *
       AD9-RUN-PARAMETERS SECTION.
       AD9A.
           MOVE "READ"              TO PVA-FUNCTION.
           MOVE "FLOWGRAD"          TO PVA-PROGRAM.
           MOVE "FLOW-ALERT-CONSEC" TO PVA-NAME.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
           IF  PVA-STATUS-OK
               MOVE PVA-NUMBER TO CONSEC-MIN.
           MOVE "FLOW-ALERT-LIMIT"  TO PVA-NAME.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
           IF  PVA-STATUS-OK
               MOVE PVA-NUMBER TO COUNT-LIMIT.
           MOVE "CLOS"              TO PVA-FUNCTION.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
       AD9Z.
           EXIT.
