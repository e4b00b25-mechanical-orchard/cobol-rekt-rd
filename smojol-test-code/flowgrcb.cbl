       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLOWGRCB.
       AUTHOR.        MOJO
       DATE-WRITTEN.  OCT 2026.
      *MODIFICATION HISTORY
      *    2026-10-15  NEW PROGRAM.  MONTH-END BRANCH CHARGEBACK.
      *                READS EXCHJRNL FOR ONE CALENDAR MONTH (FLOW-CHG-
      *                PERIOD, CCYYMM; DEFAULT THE MONTH BEFORE THE RUN
      *                DATE), PRICES EVERY ENTRY BY ITS DISPOSITION FROM
      *                THE RATE TABLE (RATETBL) AND TOTALS THE CHARGES
      *                BY CALLING JOB, WHICH IS THE BRANCH NUMBER.
      *                WRITES THE GL INTERFACE FILE (GLCHGOUT: HEADER,
      *                ONE DETAIL PER BRANCH AND CHARGE TYPE, TRAILER
      *                WITH CONTROL TOTALS) AND THE CHARGEBACK REGISTER
      *                (CHGBKRPT), WHICH ENDS WITH A TIE-OUT OF BILLED
      *                ITEMS AGAINST THE JOURNAL COUNTS.  THE PERIOD
      *                CONTROL FILE (CHGPCTL) RECORDS EACH POSTED
      *                MONTH; A SECOND RUN FOR A POSTED MONTH IS
      *                REFUSED (RETURN CODE 12, NO GL FILE) UNLESS
      *                FLOW-CHG-OVERRIDE IS Y, IN WHICH CASE THE HEADER
      *                IS MARKED AS A REPLACEMENT POSTING.  RETURN CODE
      *                8 WHEN JOURNAL ENTRIES HAD NO RATE (THE REST IS
      *                STILL POSTED), 12 WHEN THE RUN COULD NOT POST.
      *    2026-10-15  FLOW-CHG-PERIOD AND FLOW-CHG-OVERRIDE ARE NOW
      *                READ FROM THE RUN-PARAMETER FILE (PARMFILE)
      *                THROUGH FLOWGRPV INSTEAD OF FROM THE ENVIRONMENT,
      *                SO EVERY CHANGE TO THEM IS AUDITED.  A PERIOD OF
      *                ZERO BILLS LAST MONTH; A PERIOD THAT IS SET BUT
      *                IS NOT A VALID CCYYMM IS NO LONGER DROPPED IN
      *                FAVOUR OF LAST MONTH -- IT RAISES FGC005E AND
      *                NOTHING IS POSTED (RETURN CODE 12).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-JOURNAL ASSIGN TO "EXCHJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRN-FILE-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO "RATETBL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT BRANCH-MASTER   ASSIGN TO "BRNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRM-BRANCH
               FILE STATUS IS BRM-FILE-STATUS.
           SELECT OPTIONAL PERIOD-CONTROL ASSIGN TO "CHGPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPC-PERIOD
               FILE STATUS IS CPC-FILE-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLCHGOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.
           SELECT CHARGEBACK-RPT  ASSIGN TO "CHGBKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHG-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-RECORD.
           05  RTR-CHARGE-TYPE      PIC X.
           05  RTR-DESCRIPTION      PIC X(20).
           05  RTR-RATE             PIC 9(3)V99.
           05  RTR-GL-ACCOUNT       PIC X(10).
           05  FILLER               PIC X(4).

       FD  BRANCH-MASTER.
       01  BRANCH-MASTER-RECORD.
           05  BRM-BRANCH           PIC 9999.
           05  BRM-BRANCH-NAME      PIC X(20).
           05  BRM-REGION           PIC X(4).
           05  BRM-STATUS           PIC X.
           05  BRM-CLOSE-DATE       PIC X(8).
           05  FILLER               PIC X(3).

       FD  PERIOD-CONTROL.
       01  PERIOD-CONTROL-RECORD.
           05  CPC-PERIOD           PIC X(6).
           05  CPC-RUN-STAMP        PIC X(16).
           05  CPC-RUN-COUNT        PIC 9(3).
           05  CPC-ITEM-COUNT       PIC 9(7).
           05  CPC-AMOUNT           PIC 9(11)V99.
           05  FILLER               PIC X(5).

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE       PIC X.
               88  GL-HEADER        VALUE "H".
               88  GL-DETAIL        VALUE "D".
               88  GL-TRAILER       VALUE "T".
           05  GL-DATA              PIC X(79).
           05  GL-DATA-HEADER REDEFINES GL-DATA.
               10  GLH-SOURCE       PIC X(8).
               10  GLH-PERIOD       PIC X(6).
               10  GLH-RUN-STAMP    PIC X(16).
               10  GLH-POSTING-TYPE PIC X.
                   88  GLH-ORIGINAL     VALUE "O".
                   88  GLH-REPLACEMENT  VALUE "R".
               10  FILLER           PIC X(48).
           05  GL-DATA-DETAIL REDEFINES GL-DATA.
               10  GLD-PERIOD       PIC X(6).
               10  GLD-BRANCH       PIC XXXX.
               10  GLD-CHARGE-TYPE  PIC X.
               10  GLD-GL-ACCOUNT   PIC X(10).
               10  GLD-ITEM-COUNT   PIC 9(7).
               10  GLD-RATE         PIC 9(3)V99.
               10  GLD-AMOUNT       PIC 9(9)V99.
               10  FILLER           PIC X(35).
           05  GL-DATA-TRAILER REDEFINES GL-DATA.
               10  GLT-PERIOD       PIC X(6).
               10  GLT-DETAIL-COUNT PIC 9(7).
               10  GLT-ITEM-COUNT   PIC 9(7).
               10  GLT-AMOUNT       PIC 9(11)V99.
               10  FILLER           PIC X(46).

       FD  CHARGEBACK-RPT.
       01  CHARGEBACK-RPT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
         01 JRN-FILE-STATUS     PIC XX.
         01 RATE-FILE-STATUS    PIC XX.
         01 BRM-FILE-STATUS     PIC XX.
         01 CPC-FILE-STATUS     PIC XX.
         01 GL-FILE-STATUS      PIC XX.
         01 CHG-RPT-STATUS      PIC XX.

         01 RUN-DATE.
            05 RUN-CCYY         PIC 9(4).
            05 RUN-MM           PIC 99.
            05 RUN-DD           PIC 99.
         01 RUN-TIME            PIC X(8).
         01 RUN-STAMP           PIC X(16).

         01 CHG-PERIOD.
            05 CHG-CCYY         PIC 9(4).
            05 CHG-MM           PIC 99.
         01 CHG-PERIOD-PARM     PIC 9(6) VALUE ZERO.
         01 CHG-PERIOD-PARM-R REDEFINES CHG-PERIOD-PARM.
            05 PARM-CCYY        PIC 9(4).
            05 PARM-MM          PIC 99.
         01 CHG-PERIOD-STATUS   PIC X VALUE "0".
            88 CHG-PERIOD-REFUSED VALUE "2".
         01 CHG-OVERRIDE-PARM   PIC X VALUE "N".
            88 CHG-OVERRIDE     VALUE "Y".

         01 RATE-EOF-SWITCH     PIC X VALUE "N".
            88 RATE-EOF         VALUE "Y".
         01 JRN-EOF-SWITCH      PIC X VALUE "N".
            88 JRN-EOF          VALUE "Y".
         01 ENTRY-FOUND-SWITCH  PIC X VALUE "N".
            88 ENTRY-FOUND      VALUE "Y".
         01 PERIOD-POSTED-SWITCH PIC X VALUE "N".
            88 PERIOD-POSTED    VALUE "Y".
         01 CHARGE-FAIL-SWITCH  PIC X VALUE "N".
            88 CHARGE-FAILED    VALUE "Y".

         01 ALERT-ID-WORK       PIC X(7).
         01 ALERT-TEXT-WORK     PIC X(60).

         01 RATE-MAX            PIC 9(3) VALUE 10 COMP.
         01 RATE-COUNT          PIC 9(3) VALUE ZERO COMP.
         01 RATE-SUB            PIC 9(3) VALUE ZERO COMP.
         01 CLEAR-SUB           PIC 9(3) VALUE ZERO COMP.
         01 RATE-TABLE.
            05 RATE-ENTRY OCCURS 10 TIMES.
               10 RT-CHARGE-TYPE PIC X.
               10 RT-DESCRIPTION PIC X(20).
               10 RT-RATE       PIC 9(3)V99.
               10 RT-GL-ACCOUNT PIC X(10).
               10 RT-JRN-COUNT  PIC 9(7) COMP.
               10 RT-BILLED-COUNT PIC 9(7) COMP.

         01 BRANCH-MAX          PIC 9(3) VALUE 500 COMP.
         01 BRANCH-COUNT        PIC 9(3) VALUE ZERO COMP.
         01 BRANCH-SUB          PIC 9(3) VALUE ZERO COMP.
         01 BRANCH-TABLE.
            05 BRANCH-ENTRY OCCURS 500 TIMES.
               10 BT-JOB-ID     PIC XXXX.
               10 BT-CHARGE OCCURS 10 TIMES.
                  15 BT-ITEM-COUNT PIC 9(7) COMP.
                  15 BT-AMOUNT  PIC 9(9)V99 COMP-3.

         01 JRN-PERIOD-COUNT    PIC 9(7) VALUE ZERO COMP.
         01 JRN-UNPRICED-COUNT  PIC 9(7) VALUE ZERO COMP.
         01 BILLED-ITEM-COUNT   PIC 9(7) VALUE ZERO COMP.
         01 GL-DETAIL-COUNT     PIC 9(7) VALUE ZERO COMP.
         01 GL-TOTAL-AMOUNT     PIC 9(11)V99 VALUE ZERO COMP-3.
         01 BRANCH-ITEM-COUNT   PIC 9(7) VALUE ZERO COMP.
         01 BRANCH-AMOUNT       PIC 9(9)V99 VALUE ZERO COMP-3.

         01 RPT-HEADING-LINE.
            05 FILLER           PIC X(35) VALUE
               "BRANCH CHARGEBACK REGISTER  PERIOD ".
            05 RPH-PERIOD       PIC X(6).
            05 FILLER           PIC X(6)  VALUE "  RUN ".
            05 RPH-RUN-DATE     PIC X(8).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RPH-POSTING-TEXT PIC X(20).
         01 RPT-COLUMN-LINE.
            05 FILLER           PIC X(28) VALUE
               "BRANCH  NAME                ".
            05 FILLER           PIC X(27) VALUE
               "TYPE DESCRIPTION           ".
            05 FILLER           PIC X(30) VALUE
               "  ITEMS    RATE         AMOUNT".
         01 RPT-DETAIL-LINE.
            05 RGD-BRANCH       PIC XXXX.
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 RGD-BRANCH-NAME  PIC X(20).
            05 FILLER           PIC X     VALUE SPACE.
            05 RGD-CHARGE-TYPE  PIC X.
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 RGD-DESCRIPTION  PIC X(20).
            05 FILLER           PIC X     VALUE SPACE.
            05 RGD-ITEM-COUNT   PIC ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RGD-RATE         PIC ZZ9.99.
            05 FILLER           PIC X     VALUE SPACE.
            05 RGD-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
         01 RPT-BRANCH-TOTAL-LINE.
            05 FILLER           PIC X(29) VALUE SPACES.
            05 FILLER           PIC X(26) VALUE
               "BRANCH TOTAL".
            05 RBT-ITEM-COUNT   PIC ZZZ,ZZ9.
            05 FILLER           PIC X(9)  VALUE SPACES.
            05 RBT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
         01 RPT-TIE-HEADING.
            05 FILLER           PIC X(40) VALUE
               "JOURNAL TIE-OUT  TYPE DESCRIPTION       ".
            05 FILLER           PIC X(32) VALUE
               "      JOURNAL   BILLED".
         01 RPT-TIE-LINE.
            05 FILLER           PIC X(17) VALUE SPACES.
            05 RTL-CHARGE-TYPE  PIC X.
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 RTL-DESCRIPTION  PIC X(20).
            05 FILLER           PIC X     VALUE SPACE.
            05 RTL-JRN-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RTL-BILLED-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RTL-RESULT       PIC X(14).
         01 RPT-TOTAL-LINE.
            05 FILLER           PIC X(15) VALUE "PERIOD ENTRIES ".
            05 RPT-PERIOD-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(8)  VALUE " BILLED ".
            05 RPT-BILLED-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(9)  VALUE " NO RATE ".
            05 RPT-UNPRICED-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(12) VALUE " GL DETAILS ".
            05 RPT-DETAIL-COUNT PIC ZZZ,ZZ9.
            05 FILLER           PIC X(8)  VALUE " AMOUNT ".
            05 RPT-TOTAL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-BALANCE-TEXT PIC X(14).

           COPY PARMVAL.

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           STRING RUN-DATE RUN-TIME DELIMITED BY SIZE INTO RUN-STAMP.
           PERFORM CB11-RUN-PARAMETERS.
           PERFORM CB1-SET-PERIOD.
           IF  CHARGE-FAILED
               GO TO SZ9.
           PERFORM CB2-LOAD-RATES.
           IF  CHARGE-FAILED
               GO TO SZ9.
           OPEN I-O PERIOD-CONTROL.
           IF  CPC-FILE-STATUS NOT = "00" AND "05"
               DISPLAY 'OPERATOR ALERT - CHGPCTL OPEN FAILED - '
                       'STATUS ' CPC-FILE-STATUS UPON CONSOLE
               MOVE "FGC002E" TO ALERT-ID-WORK
               MOVE "CHGPCTL OPEN FAILED" TO ALERT-TEXT-WORK
               CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK
               SET CHARGE-FAILED TO TRUE
               GO TO SZ9.
           MOVE CHG-PERIOD TO CPC-PERIOD.
           READ PERIOD-CONTROL
               INVALID KEY
                   MOVE ZERO TO CPC-RUN-COUNT
                   GO TO SA2.
           SET PERIOD-POSTED TO TRUE.
           IF  NOT CHG-OVERRIDE
               DISPLAY 'OPERATOR ALERT - CHARGEBACK PERIOD '
                       CHG-PERIOD ' ALREADY POSTED '
                       CPC-RUN-STAMP(1:8) ' - NOT REPOSTED'
                       UPON CONSOLE
               MOVE "FGC001E" TO ALERT-ID-WORK
               MOVE SPACES TO ALERT-TEXT-WORK
               STRING "CHARGEBACK PERIOD " CHG-PERIOD
                      " ALREADY POSTED - NOT REPOSTED"
                      DELIMITED BY SIZE INTO ALERT-TEXT-WORK
               CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK
               SET CHARGE-FAILED TO TRUE
               CLOSE PERIOD-CONTROL
               GO TO SZ9.
           DISPLAY 'CHARGEBACK PERIOD ' CHG-PERIOD
                   ' REPOSTED UNDER FLOW-CHG-OVERRIDE' UPON CONSOLE.
       SA2.
           OPEN INPUT EXCHANGE-JOURNAL.
           IF  JRN-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - EXCHJRNL OPEN FAILED - '
                       'STATUS ' JRN-FILE-STATUS UPON CONSOLE
               SET CHARGE-FAILED TO TRUE
               CLOSE PERIOD-CONTROL
               GO TO SZ9.
           OPEN INPUT BRANCH-MASTER.
           IF  BRM-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - BRNMSTR OPEN FAILED - STATUS '
                       BRM-FILE-STATUS UPON CONSOLE
               SET CHARGE-FAILED TO TRUE
               CLOSE PERIOD-CONTROL EXCHANGE-JOURNAL
               GO TO SZ9.
           PERFORM CB3-JOURNAL UNTIL JRN-EOF.
           CLOSE EXCHANGE-JOURNAL.
           IF  CHARGE-FAILED
               CLOSE PERIOD-CONTROL BRANCH-MASTER
               GO TO SZ9.
           OPEN OUTPUT GL-INTERFACE-FILE.
           IF  GL-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - GLCHGOUT OPEN FAILED - '
                       'STATUS ' GL-FILE-STATUS UPON CONSOLE
               SET CHARGE-FAILED TO TRUE
               CLOSE PERIOD-CONTROL BRANCH-MASTER
               GO TO SZ9.
           OPEN OUTPUT CHARGEBACK-RPT.
           IF  CHG-RPT-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - CHGBKRPT OPEN FAILED - '
                       'STATUS ' CHG-RPT-STATUS UPON CONSOLE
               SET CHARGE-FAILED TO TRUE
               CLOSE PERIOD-CONTROL BRANCH-MASTER GL-INTERFACE-FILE
               GO TO SZ9.
           MOVE SPACES          TO GL-INTERFACE-RECORD.
           SET GL-HEADER        TO TRUE.
           MOVE "FLOWGRCB"      TO GLH-SOURCE.
           MOVE CHG-PERIOD      TO GLH-PERIOD.
           MOVE RUN-STAMP       TO GLH-RUN-STAMP.
           MOVE CHG-PERIOD      TO RPH-PERIOD.
           MOVE RUN-DATE        TO RPH-RUN-DATE.
           IF  PERIOD-POSTED
               SET GLH-REPLACEMENT TO TRUE
               MOVE "REPLACEMENT POSTING" TO RPH-POSTING-TEXT
           ELSE
               SET GLH-ORIGINAL TO TRUE
               MOVE "ORIGINAL POSTING" TO RPH-POSTING-TEXT.
           PERFORM CB9-GL-WRITE.
           WRITE CHARGEBACK-RPT-RECORD FROM RPT-HEADING-LINE.
           WRITE CHARGEBACK-RPT-RECORD FROM RPT-COLUMN-LINE.
           PERFORM CB6-BRANCH-CHARGES
               VARYING BRANCH-SUB FROM 1 BY 1
               UNTIL BRANCH-SUB > BRANCH-COUNT.
           MOVE SPACES          TO GL-INTERFACE-RECORD.
           SET GL-TRAILER       TO TRUE.
           MOVE CHG-PERIOD      TO GLT-PERIOD.
           MOVE GL-DETAIL-COUNT TO GLT-DETAIL-COUNT.
           MOVE BILLED-ITEM-COUNT TO GLT-ITEM-COUNT.
           MOVE GL-TOTAL-AMOUNT TO GLT-AMOUNT.
           PERFORM CB9-GL-WRITE.
           PERFORM CB8-TIE-OUT.
           CLOSE GL-INTERFACE-FILE CHARGEBACK-RPT BRANCH-MASTER.
           IF  NOT CHARGE-FAILED
               PERFORM CB10-PERIOD-CONTROL.
           CLOSE PERIOD-CONTROL.
       SZ9.
           DISPLAY "CHARGEBACK " CHG-PERIOD " ENTRIES "
                   JRN-PERIOD-COUNT " BILLED " BILLED-ITEM-COUNT
                   " NO RATE " JRN-UNPRICED-COUNT.
           IF  CHARGE-FAILED
               MOVE 12 TO RETURN-CODE
           ELSE
               IF  JRN-UNPRICED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE.
           GOBACK.
      *
      *    THE MONTH TO BILL: FLOW-CHG-PERIOD WHEN IT IS SET, OTHERWISE
      *    THE CALENDAR MONTH BEFORE THE RUN DATE.  A PERIOD THAT IS SET
      *    BUT IS NOT A MONTH IS NEVER REPLACED BY LAST MONTH -- FINANCE
      *    WOULD BE BILLED FOR A MONTH NOBODY ASKED FOR.
      *
       CB1-SET-PERIOD SECTION.
       CB1A.
           IF  CHG-PERIOD-REFUSED
               GO TO CB1X.
           IF  CHG-PERIOD-PARM = ZERO
               GO TO CB1B.
           IF  PARM-CCYY = ZERO
           OR  PARM-MM = ZERO OR PARM-MM > 12
               GO TO CB1X.
           MOVE PARM-CCYY TO CHG-CCYY.
           MOVE PARM-MM   TO CHG-MM.
           GO TO CB1Z.
       CB1B.
           IF  RUN-MM > 1
               MOVE RUN-CCYY TO CHG-CCYY
               SUBTRACT 1 FROM RUN-MM GIVING CHG-MM
           ELSE
               SUBTRACT 1 FROM RUN-CCYY GIVING CHG-CCYY
               MOVE 12 TO CHG-MM.
           GO TO CB1Z.
       CB1X.
           DISPLAY 'OPERATOR ALERT - FLOW-CHG-PERIOD IS NOT A VALID '
                   'CCYYMM - NOTHING POSTED' UPON CONSOLE.
           MOVE "FGC005E" TO ALERT-ID-WORK.
           MOVE "FLOW-CHG-PERIOD IS NOT A VALID CCYYMM - NOTHING POSTED"
               TO ALERT-TEXT-WORK.
           CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK.
           SET CHARGE-FAILED TO TRUE.
       CB1Z.
           EXIT.
       CB2-LOAD-RATES SECTION.
       CB2A.
           OPEN INPUT RATE-TABLE-FILE.
           IF  RATE-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - RATETBL OPEN FAILED - '
                       'STATUS ' RATE-FILE-STATUS UPON CONSOLE
               SET CHARGE-FAILED TO TRUE
               GO TO CB2Z.
           PERFORM CB2B-RATE-RECORD UNTIL RATE-EOF.
           CLOSE RATE-TABLE-FILE.
           IF  RATE-COUNT = ZERO
               DISPLAY 'OPERATOR ALERT - RATETBL IS EMPTY'
                       UPON CONSOLE
               SET CHARGE-FAILED TO TRUE.
       CB2Z.
           EXIT.
       CB2B-RATE-RECORD SECTION.
       CB2BA.
           READ RATE-TABLE-FILE
               AT END
                   SET RATE-EOF TO TRUE
                   GO TO CB2B-Z.
           IF  RTR-RATE IS NOT NUMERIC
               DISPLAY 'OPERATOR ALERT - RATETBL RATE NOT NUMERIC '
                       'FOR TYPE ' RTR-CHARGE-TYPE UPON CONSOLE
               SET CHARGE-FAILED TO TRUE
               GO TO CB2B-Z.
           IF  RATE-COUNT NOT < RATE-MAX
               DISPLAY 'OPERATOR ALERT - RATETBL HAS MORE THAN 10 '
                       'ENTRIES' UPON CONSOLE
               SET CHARGE-FAILED TO TRUE
               SET RATE-EOF TO TRUE
               GO TO CB2B-Z.
           ADD 1 TO RATE-COUNT.
           MOVE RTR-CHARGE-TYPE TO RT-CHARGE-TYPE (RATE-COUNT).
           MOVE RTR-DESCRIPTION TO RT-DESCRIPTION (RATE-COUNT).
           MOVE RTR-RATE        TO RT-RATE (RATE-COUNT).
           MOVE RTR-GL-ACCOUNT  TO RT-GL-ACCOUNT (RATE-COUNT).
           MOVE ZERO            TO RT-JRN-COUNT (RATE-COUNT).
           MOVE ZERO            TO RT-BILLED-COUNT (RATE-COUNT).
       CB2B-Z.
           EXIT.
       CB3-JOURNAL SECTION.
       CB3A.
           READ EXCHANGE-JOURNAL
               AT END
                   SET JRN-EOF TO TRUE
                   GO TO CB3Z.
           IF  JRN-TIMESTAMP(1:6) NOT = CHG-PERIOD
               GO TO CB3Z.
           ADD 1 TO JRN-PERIOD-COUNT.
           PERFORM CB4-FIND-RATE.
           IF  NOT ENTRY-FOUND
               ADD 1 TO JRN-UNPRICED-COUNT
               GO TO CB3Z.
           ADD 1 TO RT-JRN-COUNT (RATE-SUB).
           PERFORM CB5-FIND-BRANCH.
           IF  NOT ENTRY-FOUND
               DISPLAY 'OPERATOR ALERT - CHARGEBACK BRANCH TABLE FULL '
                       'AT ' BRANCH-MAX ' - NOTHING POSTED'
                       UPON CONSOLE
               MOVE "FGC003E" TO ALERT-ID-WORK
               MOVE "CHARGEBACK BRANCH TABLE FULL - NOTHING POSTED"
                   TO ALERT-TEXT-WORK
               CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK
               SET CHARGE-FAILED TO TRUE
               SET JRN-EOF TO TRUE
               GO TO CB3Z.
           ADD 1 TO BT-ITEM-COUNT (BRANCH-SUB RATE-SUB).
           ADD RT-RATE (RATE-SUB) TO BT-AMOUNT (BRANCH-SUB RATE-SUB).
       CB3Z.
           EXIT.
       CB4-FIND-RATE SECTION.
       CB4A.
           MOVE "N" TO ENTRY-FOUND-SWITCH.
           MOVE 1 TO RATE-SUB.
       CB4B.
           IF  RATE-SUB > RATE-COUNT
               GO TO CB4Z.
           IF  RT-CHARGE-TYPE (RATE-SUB) = JRN-DISPOSITION
               SET ENTRY-FOUND TO TRUE
               GO TO CB4Z.
           ADD 1 TO RATE-SUB.
           GO TO CB4B.
       CB4Z.
           EXIT.
       CB5-FIND-BRANCH SECTION.
       CB5A.
           MOVE "N" TO ENTRY-FOUND-SWITCH.
           MOVE 1 TO BRANCH-SUB.
       CB5B.
           IF  BRANCH-SUB > BRANCH-COUNT
               GO TO CB5C.
           IF  BT-JOB-ID (BRANCH-SUB) = JRN-JOB-ID
               SET ENTRY-FOUND TO TRUE
               GO TO CB5Z.
           ADD 1 TO BRANCH-SUB.
           GO TO CB5B.
       CB5C.
           IF  BRANCH-COUNT < BRANCH-MAX
               ADD 1 TO BRANCH-COUNT
               MOVE BRANCH-COUNT TO BRANCH-SUB
               MOVE JRN-JOB-ID TO BT-JOB-ID (BRANCH-SUB)
               PERFORM CB5D-CLEAR-CHARGE
                   VARYING CLEAR-SUB FROM 1 BY 1
                   UNTIL CLEAR-SUB > RATE-MAX
               SET ENTRY-FOUND TO TRUE.
       CB5Z.
           EXIT.
       CB5D-CLEAR-CHARGE SECTION.
       CB5DA.
           MOVE ZERO TO BT-ITEM-COUNT (BRANCH-SUB CLEAR-SUB).
           MOVE ZERO TO BT-AMOUNT (BRANCH-SUB CLEAR-SUB).
       CB5D-Z.
           EXIT.
      *
      *    ONE REGISTER LINE AND ONE GL DETAIL PER BRANCH AND CHARGE
      *    TYPE WITH ACTIVITY, THEN THE BRANCH TOTAL.
      *
       CB6-BRANCH-CHARGES SECTION.
       CB6A.
           MOVE ZERO TO BRANCH-ITEM-COUNT BRANCH-AMOUNT.
           MOVE BT-JOB-ID (BRANCH-SUB) TO RGD-BRANCH.
           IF  BT-JOB-ID (BRANCH-SUB) IS NOT NUMERIC
               MOVE "NOT A BRANCH NUMBER" TO RGD-BRANCH-NAME
               GO TO CB6B.
           MOVE BT-JOB-ID (BRANCH-SUB) TO BRM-BRANCH.
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE "NOT ON BRANCH MASTER" TO RGD-BRANCH-NAME
                   GO TO CB6B.
           MOVE BRM-BRANCH-NAME TO RGD-BRANCH-NAME.
       CB6B.
           PERFORM CB7-CHARGE-LINE
               VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-COUNT.
           MOVE BRANCH-ITEM-COUNT TO RBT-ITEM-COUNT.
           MOVE BRANCH-AMOUNT     TO RBT-AMOUNT.
           WRITE CHARGEBACK-RPT-RECORD FROM RPT-BRANCH-TOTAL-LINE.
       CB6Z.
           EXIT.
       CB7-CHARGE-LINE SECTION.
       CB7A.
           IF  BT-ITEM-COUNT (BRANCH-SUB RATE-SUB) = ZERO
               GO TO CB7Z.
           ADD BT-ITEM-COUNT (BRANCH-SUB RATE-SUB)
               TO BRANCH-ITEM-COUNT BILLED-ITEM-COUNT
                  RT-BILLED-COUNT (RATE-SUB).
           ADD BT-AMOUNT (BRANCH-SUB RATE-SUB)
               TO BRANCH-AMOUNT GL-TOTAL-AMOUNT.
           MOVE RT-CHARGE-TYPE (RATE-SUB) TO RGD-CHARGE-TYPE.
           MOVE RT-DESCRIPTION (RATE-SUB) TO RGD-DESCRIPTION.
           MOVE BT-ITEM-COUNT (BRANCH-SUB RATE-SUB) TO RGD-ITEM-COUNT.
           MOVE RT-RATE (RATE-SUB)        TO RGD-RATE.
           MOVE BT-AMOUNT (BRANCH-SUB RATE-SUB) TO RGD-AMOUNT.
           WRITE CHARGEBACK-RPT-RECORD FROM RPT-DETAIL-LINE.
           MOVE SPACES TO RGD-BRANCH RGD-BRANCH-NAME.
           MOVE SPACES                    TO GL-INTERFACE-RECORD.
           SET GL-DETAIL                  TO TRUE.
           MOVE CHG-PERIOD                TO GLD-PERIOD.
           MOVE BT-JOB-ID (BRANCH-SUB)    TO GLD-BRANCH.
           MOVE RT-CHARGE-TYPE (RATE-SUB) TO GLD-CHARGE-TYPE.
           MOVE RT-GL-ACCOUNT (RATE-SUB)  TO GLD-GL-ACCOUNT.
           MOVE BT-ITEM-COUNT (BRANCH-SUB RATE-SUB) TO GLD-ITEM-COUNT.
           MOVE RT-RATE (RATE-SUB)        TO GLD-RATE.
           MOVE BT-AMOUNT (BRANCH-SUB RATE-SUB) TO GLD-AMOUNT.
           ADD 1 TO GL-DETAIL-COUNT.
           PERFORM CB9-GL-WRITE.
       CB7Z.
           EXIT.
      *
      *    EVERY PRICED JOURNAL ENTRY IN THE MONTH MUST APPEAR ON THE
      *    REGISTER EXACTLY ONCE, AND PRICED PLUS UNPRICED MUST EQUAL
      *    THE ENTRIES READ FOR THE MONTH.  ANYTHING ELSE IS NOT
      *    POSTED.
      *
       CB8-TIE-OUT SECTION.
       CB8A.
           WRITE CHARGEBACK-RPT-RECORD FROM RPT-TIE-HEADING.
           PERFORM CB8B-TIE-LINE
               VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-COUNT.
           MOVE JRN-PERIOD-COUNT   TO RPT-PERIOD-COUNT.
           MOVE BILLED-ITEM-COUNT  TO RPT-BILLED-COUNT.
           MOVE JRN-UNPRICED-COUNT TO RPT-UNPRICED-COUNT.
           MOVE GL-DETAIL-COUNT    TO RPT-DETAIL-COUNT.
           MOVE GL-TOTAL-AMOUNT    TO RPT-TOTAL-AMOUNT.
           IF  BILLED-ITEM-COUNT + JRN-UNPRICED-COUNT
                   = JRN-PERIOD-COUNT
               MOVE "IN BALANCE"     TO RPT-BALANCE-TEXT
           ELSE
               MOVE "OUT OF BALANCE" TO RPT-BALANCE-TEXT
               SET CHARGE-FAILED TO TRUE.
           WRITE CHARGEBACK-RPT-RECORD FROM RPT-TOTAL-LINE.
       CB8Z.
           EXIT.
       CB8B-TIE-LINE SECTION.
       CB8BA.
           MOVE RT-CHARGE-TYPE (RATE-SUB)  TO RTL-CHARGE-TYPE.
           MOVE RT-DESCRIPTION (RATE-SUB)  TO RTL-DESCRIPTION.
           MOVE RT-JRN-COUNT (RATE-SUB)    TO RTL-JRN-COUNT.
           MOVE RT-BILLED-COUNT (RATE-SUB) TO RTL-BILLED-COUNT.
           IF  RT-JRN-COUNT (RATE-SUB) = RT-BILLED-COUNT (RATE-SUB)
               MOVE "AGREES"         TO RTL-RESULT
           ELSE
               MOVE "DOES NOT AGREE" TO RTL-RESULT
               SET CHARGE-FAILED TO TRUE.
           WRITE CHARGEBACK-RPT-RECORD FROM RPT-TIE-LINE.
       CB8B-Z.
           EXIT.
       CB9-GL-WRITE SECTION.
       CB9A.
           WRITE GL-INTERFACE-RECORD.
           IF  GL-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - GLCHGOUT WRITE FAILED - '
                       'STATUS ' GL-FILE-STATUS UPON CONSOLE
               SET CHARGE-FAILED TO TRUE.
       CB9Z.
           EXIT.
      *
      *    ONLY A COMPLETE, BALANCED POSTING MARKS THE MONTH AS DONE.
      *
       CB10-PERIOD-CONTROL SECTION.
       CB10A.
           MOVE CHG-PERIOD        TO CPC-PERIOD.
           MOVE RUN-STAMP         TO CPC-RUN-STAMP.
           ADD 1                  TO CPC-RUN-COUNT.
           MOVE BILLED-ITEM-COUNT TO CPC-ITEM-COUNT.
           MOVE GL-TOTAL-AMOUNT   TO CPC-AMOUNT.
           IF  PERIOD-POSTED
               REWRITE PERIOD-CONTROL-RECORD
                   INVALID KEY
                       SET CHARGE-FAILED TO TRUE
           ELSE
               WRITE PERIOD-CONTROL-RECORD
                   INVALID KEY
                       SET CHARGE-FAILED TO TRUE.
           IF  CHARGE-FAILED
               DISPLAY 'OPERATOR ALERT - CHGPCTL UPDATE FAILED - '
                       'STATUS ' CPC-FILE-STATUS UPON CONSOLE
               MOVE "FGC004E" TO ALERT-ID-WORK
               MOVE "CHGPCTL UPDATE FAILED - GL FILE WRITTEN"
                   TO ALERT-TEXT-WORK
               CALL "FLOWGRAL" USING ALERT-ID-WORK ALERT-TEXT-WORK.
       CB10Z.
           EXIT.
      *
      *    FLOWGRPV ALERTS A MISSING OR OUT-OF-RANGE VALUE ITSELF.  A
      *    PERIOD NOT ON FILE OR NOT YET IN FORCE COUNTS AS UNSET (LAST
      *    MONTH); ONE OUT OF RANGE WAS SET AND IS REFUSED IN CB1.  THE
      *    OVERRIDE STAYS N UNLESS Y IS IN FORCE.
      *
       CB11-RUN-PARAMETERS SECTION.
       CB11A.
           MOVE "READ"              TO PVA-FUNCTION.
           MOVE "FLOWGRCB"          TO PVA-PROGRAM.
           MOVE "FLOW-CHG-PERIOD"   TO PVA-NAME.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
           IF  PVA-STATUS-OK
               MOVE PVA-NUMBER TO CHG-PERIOD-PARM.
           IF  PVA-OUT-OF-RANGE
               MOVE "2" TO CHG-PERIOD-STATUS.
           MOVE "FLOW-CHG-OVERRIDE" TO PVA-NAME.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
           IF  PVA-STATUS-OK
               MOVE PVA-VALUE (1:1) TO CHG-OVERRIDE-PARM.
           MOVE "CLOS"              TO PVA-FUNCTION.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
       CB11Z.
           EXIT.
