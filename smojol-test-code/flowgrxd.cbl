      *                "CLOS" REQUEST CODE ONCE AT END OF RUN TO
      *                CLOSE THEM -- THE PER-RECORD OPEN/CLOSE PAIR
      *                WAS WHAT MADE STEP030 GROW WITH BRANCH VOLUME.
      *    2026-10-15  THE CALLING JOB ID IS NOW CHECKED AGAINST THE
      *                BRANCH MASTER (BRNMSTR) BEFORE NO-BRANCH IS
      *                CALLED: A JOB ID THAT IS NOT A BRANCH ON FILE IS
      *                REJECTED WITH REASON 03, A BRANCH CLOSED ON OR
      *                BEFORE THE RUN DATE WITH REASON 04.  NEITHER IS
      *                RECYCLED -- THE BRANCH HAS TO SORT IT OUT.  EVERY
      *                EXCHRPT LINE NOW CARRIES THE BRANCH NAME.
      *    2026-10-15  REVERSAL SLIPS ("RVRS") CARRY THE JOB ID AND
      *                JOURNAL TIMESTAMP OF THE EXCHANGE TO BE BACKED
      *                OUT IN TWO NEW EXCHIN FIELDS (RECORD NOW 34
      *                BYTES), PASSED TO NO-BRANCH IN THE NEW REVERSAL-
      *                REFERENCE LINKAGE GROUP.  A REVERSAL IS COUNTED
      *                ON ITS OWN TOTAL AND ITS LINE NAMES THE EXCHANGE
      *                IT BACKED OUT.  A REJECTED REVERSAL SAYS WHY AND
      *                IS NOT RECYCLED -- NONE OF ITS REASONS CLEAR UP
      *                OVERNIGHT.
      *    2026-10-15  AN EXCHANGE NO-BRANCH HOLDS BECAUSE THE PAIR IS
      *                RESTRICTED IS WRITTEN TO THE PENDING-APPROVAL
      *                FILE (PENDAPPR, KEYED BY PAIR AND JOB ID) FOR THE
      *                APPROVAL RUN (FLOWGRHA) AND GETS A "HELD" LINE
      *                ON EXCHRPT AND ITS OWN TOTAL.  A SLIP ALREADY
      *                PENDING IS NOT FILED TWICE.  HELD SLIPS ARE NOT
      *                RECYCLED.
      *    2026-10-15  FLOW-XRQ-MAXTRY IS NOW READ FROM THE RUN-
      *                PARAMETER FILE (PARMFILE) THROUGH FLOWGRPV
      *                INSTEAD OF FROM THE ENVIRONMENT.  A MISSING OR
      *                OUT-OF-RANGE VALUE IS ALERTED BY FLOWGRPV AND
      *                THE DEFAULT OF 5 IS USED; THE RETURN CODE IS
      *                NOT RAISED FOR IT, SO STEP035 STILL COPIES THE
      *                RECYCLE FILE BACK.
      *    2026-10-15  THE STEP'S START AND END, WITH THE SLIPS READ
      *                (FRESH AND RECYCLED), THE SLIPS SERVED AND THE
      *                RETURN CODE, ARE WRITTEN TO THE STEP-TIMING LOG
      *                (STEPTIME) THROUGH FLOWGRSL.  EVERY WAY OUT OF
      *                THE PROGRAM NOW PASSES THROUGH SZ9 TO LOG THE
      *                END.
      *    2026-10-15  A REVERSAL SLIP REJECTED FOR NON-NUMERIC PARTS
      *                NEVER REACHES NO-BRANCH, SO ITS LINE NO LONGER
      *                TAKES ITS WORDING FROM THE PREVIOUS SLIP'S
      *                RETURN STATUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-RPT          ASSIGN TO "EXCHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCH-RPT-STATUS.
           SELECT BRANCH-MASTER         ASSIGN TO "BRNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRM-BRANCH
               FILE STATUS IS BRM-FILE-STATUS.
           SELECT OPTIONAL PENDING-APPROVAL ASSIGN TO "PENDAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PND-KEY
               FILE STATUS IS PND-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCHANGE-REQUEST-FILE.
           05  XRQ-PART-2           PIC 999.
           05  XRQ-REQUEST-CODE     PIC XXXX.
           05  XRQ-JOB-ID           PIC XXXX.
           05  XRQ-ORIG-JOB-ID      PIC XXXX.
           05  XRQ-ORIG-TIMESTAMP   PIC X(16).

       FD  EXCHANGE-RECYCLE-IN.
       01  EXCHANGE-RECYCLE-IN-RECORD.
       FD  EXCHANGE-RPT.
       01  EXCHANGE-RPT-RECORD      PIC X(132).

       FD  BRANCH-MASTER.
       01  BRANCH-MASTER-RECORD.
           05  BRM-BRANCH           PIC 9999.
           05  BRM-BRANCH-NAME      PIC X(20).
           05  BRM-REGION           PIC X(4).
           05  BRM-STATUS           PIC X.
               88  BRM-OPEN             VALUE "O".
               88  BRM-CLOSED           VALUE "C".
           05  BRM-CLOSE-DATE       PIC X(8).
           05  FILLER               PIC X(3).

       FD  PENDING-APPROVAL.
       01  PENDING-APPROVAL-RECORD.
           05  PND-KEY.
               10  PND-PART-1       PIC 999.
               10  PND-PART-2       PIC 999.
               10  PND-JOB-ID       PIC XXXX.
           05  PND-REQUEST-CODE     PIC XXXX.
           05  PND-HELD-DATE        PIC X(8).
           05  FILLER               PIC X(8).

       WORKING-STORAGE SECTION.
         01 EXCH-IN-STATUS      PIC XX.
         01 RECYCLE-IN-STATUS   PIC XX.
         01 RECYCLE-OUT-STATUS  PIC XX.
         01 EXCH-RPT-STATUS     PIC XX.
         01 BRM-FILE-STATUS     PIC XX.
         01 PND-FILE-STATUS     PIC XX.
         01 RUN-DATE            PIC X(8).

         01 DRIVE-FAIL-SWITCH   PIC X VALUE "N".
            88 DRIVE-FAILED     VALUE "Y".
            88 EXCH-IN-EOF      VALUE "Y".
         01 RECYCLE-EOF-SWITCH  PIC X VALUE "N".
            88 RECYCLE-EOF      VALUE "Y".
         01 BRANCH-CHECK-SWITCH PIC X VALUE "N".
            88 BRANCH-ON-FILE   VALUE "Y".
            88 BRANCH-UNKNOWN   VALUE "N".
            88 BRANCH-IS-CLOSED VALUE "C".

         01 REQUEST-CODE        PIC XXXX.
            88 REQUEST-INQUIRY  VALUE "INQR".
            88 REQUEST-REVERSAL VALUE "RVRS".
         01 REQUEST-JOB-ID      PIC XXXX.
         01 REQUEST-PART-PAIR.
            05 REQUEST-PART-1   PIC 999.
         01 EXCHANGE-RETURN-STATUS PIC X.
            88 EXCHANGE-ACCEPTED VALUE "0".
            88 EXCHANGE-REJECTED VALUE "1".
            88 REVERSAL-NO-ORIGINAL VALUE "2".
            88 REVERSAL-ALREADY-DONE VALUE "3".
            88 REVERSAL-PAIR-MOVED VALUE "4".
            88 EXCHANGE-HELD     VALUE "5".
         01 INQUIRY-REPLY.
            05 REPLY-CURRENT-PART-1 PIC 999.
            05 REPLY-CURRENT-PART-2 PIC 999.
            05 REPLY-EXCHANGE-ID    PIC XXXX.
         01 REVERSAL-REFERENCE.
            05 REVERSAL-JOB-ID      PIC XXXX.
            05 REVERSAL-TIMESTAMP   PIC X(16).
         01 APPROVER-REFERENCE      PIC X(8) VALUE SPACES.

         01 REQUEST-ATTEMPT-COUNT PIC 999.
         01 REQUEST-REJECT-REASON PIC XX.
            88 REJECT-NOT-NUMERIC  VALUE "01".
            88 REJECT-BY-NO-BRANCH VALUE "02".
            88 REJECT-BRANCH-UNKNOWN VALUE "03".
            88 REJECT-BRANCH-CLOSED  VALUE "04".

         01 RETRY-MAX           PIC 999 VALUE 005 COMP.

         01 REQUEST-READ-COUNT  PIC 9(5) VALUE ZERO COMP.
         01 REQUEST-GOOD-COUNT  PIC 9(5) VALUE ZERO COMP.
         01 REQUEST-INQ-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 REQUEST-REV-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 REQUEST-HELD-COUNT  PIC 9(5) VALUE ZERO COMP.
         01 REQUEST-BAD-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 RECYCLE-READ-COUNT  PIC 9(5) VALUE ZERO COMP.
         01 RECYCLE-OUT-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 RPT-HEADING-LINE.
            05 FILLER           PIC X(33) VALUE
               "EXCHANGE DISPOSITION REPORT      ".
            05 FILLER           PIC X(24) VALUE
               "PART-1 PART-2 CODE JOB  ".
            05 FILLER           PIC X(21) VALUE "BRANCH NAME".
            05 FILLER           PIC X(11) VALUE "DISPOSITION".
         01 RPT-DETAIL-LINE.
            05 FILLER           PIC X(33) VALUE SPACES.
            05 RPT-PART-1       PIC 999.
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-JOB-ID       PIC XXXX.
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-BRANCH-NAME  PIC X(20).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-DISPOSITION  PIC X(31).
         01 RPT-INQUIRY-WORK.
            05 FILLER           PIC X(8)  VALUE "CURRENT ".
            05 INQ-PART-1       PIC 999.
            05 INQ-PART-2       PIC 999.
            05 FILLER           PIC X(4)  VALUE " ID ".
            05 INQ-EXCHANGE-ID  PIC XXXX.
         01 RPT-REVERSAL-WORK.
            05 FILLER           PIC X(9)  VALUE "REVERSED ".
            05 REV-JOB-ID       PIC XXXX.
            05 FILLER           PIC X     VALUE SPACE.
            05 REV-TIMESTAMP    PIC X(16).
         01 RPT-TOTAL-LINE.
            05 FILLER           PIC X(6)  VALUE "READ ".
            05 RPT-READ-COUNT   PIC ZZZ,ZZ9.
            05 RPT-GOOD-COUNT   PIC ZZZ,ZZ9.
            05 FILLER           PIC X(12) VALUE " INQUIRIES ".
            05 RPT-INQ-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(11) VALUE " REVERSED ".
            05 RPT-REV-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(6)  VALUE " HELD ".
            05 RPT-HELD-COUNT   PIC ZZZ,ZZ9.
            05 FILLER           PIC X(11) VALUE " REJECTED ".
            05 RPT-BAD-COUNT    PIC ZZZ,ZZ9.
            05 FILLER           PIC X(11) VALUE " RECYCLED ".
            05 FILLER           PIC X(7)  VALUE " DEAD ".
            05 RPT-DEAD-COUNT   PIC ZZZ,ZZ9.

           COPY PARMVAL.
           COPY STEPLOG.

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           MOVE "STRT"     TO SLG-FUNCTION.
           MOVE "STEP030"  TO SLG-STEP-NAME.
           MOVE "FLOWGRXD" TO SLG-PROGRAM.
           PERFORM XD10-STEP-LOG.
           PERFORM XD9-RUN-PARAMETERS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT EXCHANGE-REQUEST-FILE.
           IF  EXCH-IN-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - EXCHIN OPEN FAILED - STATUS '
                       EXCH-IN-STATUS UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               GO TO SZ9.
           OPEN OUTPUT EXCHANGE-RECYCLE-OUT.
           IF  RECYCLE-OUT-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - EXCHRCYN OPEN FAILED - '
                       'STATUS ' RECYCLE-OUT-STATUS UPON CONSOLE
               CLOSE EXCHANGE-REQUEST-FILE
               MOVE 12 TO RETURN-CODE
               GO TO SZ9.
           OPEN OUTPUT EXCHANGE-RPT.
           IF  EXCH-RPT-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - EXCHRPT OPEN FAILED - STATUS '
                       EXCH-RPT-STATUS UPON CONSOLE
               CLOSE EXCHANGE-REQUEST-FILE EXCHANGE-RECYCLE-OUT
               MOVE 12 TO RETURN-CODE
               GO TO SZ9.
           OPEN INPUT BRANCH-MASTER.
           IF  BRM-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - BRNMSTR OPEN FAILED - STATUS '
                       BRM-FILE-STATUS UPON CONSOLE
               CLOSE EXCHANGE-REQUEST-FILE EXCHANGE-RECYCLE-OUT
                     EXCHANGE-RPT
               MOVE 12 TO RETURN-CODE
               GO TO SZ9.
           OPEN I-O PENDING-APPROVAL.
           IF  PND-FILE-STATUS NOT = "00" AND "05"
               DISPLAY 'OPERATOR ALERT - PENDAPPR OPEN FAILED - '
                       'STATUS ' PND-FILE-STATUS UPON CONSOLE
               CLOSE EXCHANGE-REQUEST-FILE EXCHANGE-RECYCLE-OUT
                     EXCHANGE-RPT BRANCH-MASTER
               MOVE 12 TO RETURN-CODE
               GO TO SZ9.
           WRITE EXCHANGE-RPT-RECORD FROM RPT-HEADING-LINE.
           PERFORM XD5-RECYCLE-DRIVE.
           PERFORM XD1-REQUEST UNTIL EXCH-IN-EOF.
                                  REQUEST-JOB-ID
                                  REQUEST-PART-PAIR
                                  EXCHANGE-RETURN-STATUS
                                  INQUIRY-REPLY
                                  REVERSAL-REFERENCE
                                  APPROVER-REFERENCE.
           MOVE REQUEST-READ-COUNT TO RPT-READ-COUNT.
           MOVE REQUEST-GOOD-COUNT TO RPT-GOOD-COUNT.
           MOVE REQUEST-INQ-COUNT  TO RPT-INQ-COUNT.
           MOVE REQUEST-REV-COUNT  TO RPT-REV-COUNT.
           MOVE REQUEST-HELD-COUNT TO RPT-HELD-COUNT.
           MOVE REQUEST-BAD-COUNT  TO RPT-BAD-COUNT.
           MOVE RECYCLE-OUT-COUNT  TO RPT-RECYCLE-COUNT.
           MOVE REQUEST-DEAD-COUNT TO RPT-DEAD-COUNT.
           WRITE EXCHANGE-RPT-RECORD FROM RPT-TOTAL-LINE.
           CLOSE EXCHANGE-REQUEST-FILE EXCHANGE-RECYCLE-OUT
                 EXCHANGE-RPT BRANCH-MASTER PENDING-APPROVAL.
           IF  DRIVE-FAILED
               MOVE 12 TO RETURN-CODE.
       SZ9.
           MOVE "END " TO SLG-FUNCTION.
           PERFORM XD10-STEP-LOG.
           GOBACK.
       XD1-REQUEST SECTION.
       XD1A.
           MOVE XRQ-JOB-ID       TO REQUEST-JOB-ID.
           MOVE XRQ-PART-1       TO REQUEST-PART-1.
           MOVE XRQ-PART-2       TO REQUEST-PART-2.
           MOVE XRQ-ORIG-JOB-ID  TO REVERSAL-JOB-ID.
           MOVE XRQ-ORIG-TIMESTAMP TO REVERSAL-TIMESTAMP.
           MOVE ZERO             TO REQUEST-ATTEMPT-COUNT.
           PERFORM XD2-PROCESS.
       XD1Z.
           MOVE REQUEST-PART-2   TO RPT-PART-2.
           MOVE REQUEST-CODE     TO RPT-REQUEST-CODE.
           MOVE REQUEST-JOB-ID   TO RPT-JOB-ID.
           PERFORM XD7-BRANCH-LOOKUP.
           IF  REQUEST-PART-1 IS NOT NUMERIC
            OR REQUEST-PART-2 IS NOT NUMERIC
               MOVE "01" TO REQUEST-REJECT-REASON
               PERFORM XD3-REJECT
               GO TO XD2Z.
           IF  BRANCH-UNKNOWN
               MOVE "03" TO REQUEST-REJECT-REASON
               PERFORM XD3-REJECT
               GO TO XD2Z.
           IF  BRANCH-IS-CLOSED
               MOVE "04" TO REQUEST-REJECT-REASON
               PERFORM XD3-REJECT
               GO TO XD2Z.
           CALL "NO-BRANCH" USING REQUEST-CODE
                                  REQUEST-JOB-ID
                                  REQUEST-PART-PAIR
                                  EXCHANGE-RETURN-STATUS
                                  INQUIRY-REPLY
                                  REVERSAL-REFERENCE
                                  APPROVER-REFERENCE.
           IF  EXCHANGE-HELD
               PERFORM XD8-HOLD
               GO TO XD2Z.
           IF  EXCHANGE-ACCEPTED AND REQUEST-INQUIRY
               ADD 1 TO REQUEST-INQ-COUNT
               MOVE REPLY-CURRENT-PART-1 TO INQ-PART-1
               MOVE RPT-INQUIRY-WORK     TO RPT-DISPOSITION
               WRITE EXCHANGE-RPT-RECORD FROM RPT-DETAIL-LINE
               GO TO XD2Z.
           IF  EXCHANGE-ACCEPTED AND REQUEST-REVERSAL
               ADD 1 TO REQUEST-REV-COUNT
               MOVE REVERSAL-JOB-ID      TO REV-JOB-ID
               MOVE REVERSAL-TIMESTAMP   TO REV-TIMESTAMP
               MOVE RPT-REVERSAL-WORK    TO RPT-DISPOSITION
               WRITE EXCHANGE-RPT-RECORD FROM RPT-DETAIL-LINE
               GO TO XD2Z.
           IF  EXCHANGE-ACCEPTED
               ADD 1 TO REQUEST-GOOD-COUNT
               MOVE "ACCEPTED" TO RPT-DISPOSITION
       XD3-REJECT SECTION.
       XD3A.
           ADD 1 TO REQUEST-BAD-COUNT.
           IF  REJECT-BRANCH-UNKNOWN
               MOVE "REJECTED - UNKNOWN BRANCH" TO RPT-DISPOSITION
               WRITE EXCHANGE-RPT-RECORD FROM RPT-DETAIL-LINE
               GO TO XD3Z.
           IF  REJECT-BRANCH-CLOSED
               MOVE "REJECTED - BRANCH CLOSED" TO RPT-DISPOSITION
               WRITE EXCHANGE-RPT-RECORD FROM RPT-DETAIL-LINE
               GO TO XD3Z.
           IF  REQUEST-INQUIRY
               MOVE "INQUIRY REJECTED - NO RETRY" TO RPT-DISPOSITION
               WRITE EXCHANGE-RPT-RECORD FROM RPT-DETAIL-LINE
               GO TO XD3Z.
           IF  REQUEST-REVERSAL
           AND REJECT-NOT-NUMERIC
               MOVE "REVERSAL REJECTED - NO RETRY" TO RPT-DISPOSITION
               WRITE EXCHANGE-RPT-RECORD FROM RPT-DETAIL-LINE
               GO TO XD3Z.
           IF  REQUEST-REVERSAL
               EVALUATE TRUE
                   WHEN REVERSAL-NO-ORIGINAL
                       MOVE "REVERSAL REJ - NO SUCH EXCHANGE"
                         TO RPT-DISPOSITION
                   WHEN REVERSAL-ALREADY-DONE
                       MOVE "REVERSAL REJ - ALREADY REVERSED"
                         TO RPT-DISPOSITION
                   WHEN REVERSAL-PAIR-MOVED
                       MOVE "REVERSAL REJ - PAIR HAS CHANGED"
                         TO RPT-DISPOSITION
                   WHEN OTHER
                       MOVE "REVERSAL REJECTED - NO RETRY"
                         TO RPT-DISPOSITION
               END-EVALUATE
               WRITE EXCHANGE-RPT-RECORD FROM RPT-DETAIL-LINE
               GO TO XD3Z.
           ADD 1 TO REQUEST-ATTEMPT-COUNT.
           IF  REQUEST-ATTEMPT-COUNT NOT < RETRY-MAX
               ADD 1 TO REQUEST-DEAD-COUNT
           MOVE RCI-JOB-ID        TO REQUEST-JOB-ID.
           MOVE RCI-PART-1        TO REQUEST-PART-1.
           MOVE RCI-PART-2        TO REQUEST-PART-2.
           MOVE SPACES            TO REVERSAL-REFERENCE.
           IF  RCI-ATTEMPT-COUNT IS NUMERIC
               MOVE RCI-ATTEMPT-COUNT TO REQUEST-ATTEMPT-COUNT
           ELSE
           PERFORM XD2-PROCESS.
       XD6Z.
           EXIT.
      *
      *    THE CALLING JOB ID IS THE FOUR-DIGIT BRANCH NUMBER.  A
      *    BRANCH CLOSED WITH A CLOSE DATE STILL AHEAD OF THE RUN DATE
      *    IS OPEN UNTIL THAT DATE.
      *
       XD7-BRANCH-LOOKUP SECTION.
       XD7A.
           SET BRANCH-UNKNOWN TO TRUE.
           MOVE "(UNKNOWN BRANCH)" TO RPT-BRANCH-NAME.
           IF  REQUEST-JOB-ID IS NOT NUMERIC
               GO TO XD7Z.
           MOVE REQUEST-JOB-ID TO BRM-BRANCH.
           READ BRANCH-MASTER
               INVALID KEY
                   GO TO XD7Z.
           MOVE BRM-BRANCH-NAME TO RPT-BRANCH-NAME.
           SET BRANCH-ON-FILE TO TRUE.
           IF  BRM-CLOSED
           AND BRM-CLOSE-DATE NOT > RUN-DATE
               SET BRANCH-IS-CLOSED TO TRUE.
       XD7Z.
           EXIT.
      *
      *    A RESTRICTED PAIR IS LEFT FOR THE APPROVAL RUN.  THE KEY
      *    IS PAIR PLUS JOB ID, SO A BRANCH RESENDING THE SAME SLIP
      *    BEFORE IT IS DECIDED DOES NOT FILE IT TWICE.
      *
       XD8-HOLD SECTION.
       XD8A.
           ADD 1 TO REQUEST-HELD-COUNT.
           MOVE REQUEST-PART-1    TO PND-PART-1.
           MOVE REQUEST-PART-2    TO PND-PART-2.
           MOVE REQUEST-JOB-ID    TO PND-JOB-ID.
           MOVE REQUEST-CODE      TO PND-REQUEST-CODE.
           MOVE RUN-DATE          TO PND-HELD-DATE.
           WRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   MOVE "HELD - ALREADY PENDING" TO RPT-DISPOSITION
                   WRITE EXCHANGE-RPT-RECORD FROM RPT-DETAIL-LINE
                   GO TO XD8Z.
           IF  PND-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - PENDAPPR WRITE FAILED - '
                       'STATUS ' PND-FILE-STATUS UPON CONSOLE
               SET DRIVE-FAILED TO TRUE
               MOVE "HELD - NOT FILED, SEE CONSOLE" TO RPT-DISPOSITION
               WRITE EXCHANGE-RPT-RECORD FROM RPT-DETAIL-LINE
               GO TO XD8Z.
           MOVE "HELD - AWAITING APPROVAL" TO RPT-DISPOSITION.
           WRITE EXCHANGE-RPT-RECORD FROM RPT-DETAIL-LINE.
       XD8Z.
           EXIT.
      *
      *    FLOWGRPV ALERTS A MISSING OR OUT-OF-RANGE VALUE ITSELF;
      *    RETRY-MAX THEN KEEPS ITS DEFAULT.
      *
       XD9-RUN-PARAMETERS SECTION.
       XD9A.
           MOVE "READ"            TO PVA-FUNCTION.
           MOVE "FLOWGRXD"        TO PVA-PROGRAM.
           MOVE "FLOW-XRQ-MAXTRY" TO PVA-NAME.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
           IF  PVA-STATUS-OK
               MOVE PVA-NUMBER TO RETRY-MAX.
           MOVE "CLOS"            TO PVA-FUNCTION.
           CALL "FLOWGRPV" USING PARM-VALUE-AREA.
       XD9Z.
           EXIT.
      *
      *    THE SLIPS READ COUNT THE RECYCLED ONES AS WELL AS THE DAY'S
      *    FEED (XD6 ADDS THEM TO BOTH).  THE CALL LEAVES ITS OWN RETURN
      *    CODE, SO THE STEP'S IS PUT BACK AFTER IT.
      *
       XD10-STEP-LOG SECTION.
       XD10A.
           MOVE REQUEST-READ-COUNT TO SLG-INPUT-COUNT.
           MOVE REQUEST-GOOD-COUNT TO SLG-OUTPUT-COUNT.
           MOVE RETURN-CODE        TO SLG-RETURN-CODE.
           CALL "FLOWGRSL" USING STEP-LOG-AREA.
           MOVE SLG-RETURN-CODE    TO RETURN-CODE.
       XD10Z.
           EXIT.
