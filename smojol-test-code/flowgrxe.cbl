      *                THAT DID NOT FULLY PROCESS THE FILE, SO THE
      *                JCL COPY-BACK STEP CANNOT REPLACE THE LIVE
      *                FILE WITH AN EMPTY ONE.
      *    2026-10-15  THE AGE COUNT (EXT-AGE-COUNT) NOW STEPS ONLY
      *                WHEN THE RUN DATE IS A BUSINESS DAY ACCORDING TO
      *                THE COMMON DATE ROUTINE FLOWGRDT AND THE
      *                BUSINESS CALENDAR (BUSCAL), SO THE NEW / 1-DAY /
      *                2-DAY-PLUS BANDS ARE BUSINESS DAYS AND A LONG
      *                WEEKEND NO LONGER AGES EVERY ITEM.
      *    2026-10-15  FLOW-DB-STATE IS NOW READ FROM THE RUN-PARAMETER
      *                FILE (PARMFILE) THROUGH FLOWGRPV INSTEAD OF FROM
      *                THE ENVIRONMENT, THE SAME VALUE FLOWGRAPH USES.
      *                A MISSING OR OUT-OF-RANGE VALUE IS ALERTED BY
      *                FLOWGRPV AND ZERO IS USED; THE RETURN CODE IS
      *                NOT RAISED FOR IT, SO THE COPY-BACK STILL RUNS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            88 STATE-FOUND      VALUE "Y".

         01 DB-STATE            PIC 9999 VALUE ZERO.
         01 CURRENT-DB-STATE    PIC 9999.

         01 RUN-DAY-SWITCH      PIC X VALUE "N".
            88 RUN-IS-BUSINESS-DAY VALUE "Y".

           COPY DATESVC.
           COPY PARMVAL.

         01 STATE-MAX           PIC 9(3) VALUE 200 COMP.
         01 STATE-COUNT         PIC 9(3) VALUE ZERO COMP.
         01 STATE-SUB           PIC 9(3) VALUE ZERO COMP.
       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           PERFORM XE10-RUN-PARAMETERS.
           PERFORM XE7-LOAD-STATES.
           PERFORM XE9-RUN-DAY.
           OPEN INPUT E1-EXTRACT-FILE.
           IF  E1-EXTRACT-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - E1XTRACT OPEN FAILED - '
           MOVE EXT-STATE-KEY TO NEW-STATE-KEY.
           MOVE EXT-TIMESTAMP TO NEW-TIMESTAMP.
           MOVE EXT-AGE-COUNT TO NEW-AGE-COUNT.
           IF  RUN-IS-BUSINESS-DAY
               ADD 1 TO NEW-AGE-COUNT.
           MOVE NEW-AGE-COUNT TO RPT-AGE.
           WRITE E1-EXTRACT-NEW-RECORD.
           WRITE E1-AGE-RPT-RECORD FROM RPT-DETAIL-LINE.
           GO TO XE8B.
       XE8Z.
           EXIT.
      *
      *    AN ENTRY AGES ONE DAY ONLY WHEN THIS RUN FALLS ON A
      *    BUSINESS DAY, SO A WEEKEND OR HOLIDAY RUN DOES NOT PUSH
      *    ITEMS INTO THE OLDER BANDS.
      *
       XE9-RUN-DAY SECTION.
       XE9A.
           MOVE "TEST" TO DTS-FUNCTION.
           ACCEPT DTS-FROM-DATE FROM DATE YYYYMMDD.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
           MOVE DTS-BUSINESS-FLAG TO RUN-DAY-SWITCH.
           MOVE "CLOS" TO DTS-FUNCTION.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
       XE9Z.
           EXIT.
      *
      *    FLOWGRPV ALERTS A MISSING OR OUT-OF-RANGE VALUE ITSELF;
      *    DB-STATE THEN STAYS ZERO.
      *
       XE10-RUN-PARAMETERS SECTION.
       XE10A.
           MOVE "READ"          TO PVA-FUNCTION.
           MOVE "FLOWGRXE"      TO PVA-PROGRAM.
           MOVE "FLOW-DB-STATE" TO PVA-NAME.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
           IF  PVA-STATUS-OK
               MOVE PVA-NUMBER TO DB-STATE.
           MOVE "CLOS"          TO PVA-FUNCTION.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
       XE10Z.
           EXIT.
