       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLOWGRBM.
       AUTHOR.        MOJO
       DATE-WRITTEN.  OCT 2026.
      *MODIFICATION HISTORY
      *    2026-10-15  NEW PROGRAM.  BRANCH-MASTER FILE MAINTENANCE:
      *                READS ADD/CHANGE/DELETE TRANSACTIONS (BRANTRAN),
      *                VALIDATES THEM (NUMERIC BRANCH, NAME PRESENT,
      *                STATUS O OR C, A VALID CLOSE DATE ON A CLOSED
      *                BRANCH AND NONE ON AN OPEN ONE, NO DUPLICATE
      *                ADD, NO CHANGE OR DELETE OF A MISSING BRANCH),
      *                APPLIES THEM TO BRNMSTR, AND PRINTS A
      *                BEFORE/AFTER EDIT LINE PER TRANSACTION ON
      *                BMEDTRPT.  BRNMSTR IS WHAT FLOWGRA1, FLOWGRXD AND
      *                FLOWGRAC CHECK BRANCH NUMBERS AGAINST.
      *    2026-10-15  CLOSE DATE NOW EDITED THROUGH FLOWGRDT, SO A DAY
      *                PAST THE END OF ITS MONTH (0431, 0230, 0229 OUT
      *                OF A LEAP YEAR) IS REJECTED AS WELL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-TRAN-FILE ASSIGN TO "BRANTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT OPTIONAL BRANCH-MASTER ASSIGN TO "BRNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRM-BRANCH
               FILE STATUS IS BRM-FILE-STATUS.
           SELECT BRANCH-EDIT-RPT ASSIGN TO "BMEDTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EDIT-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-TRAN-FILE.
       01  BRANCH-TRAN-RECORD.
           05  BMT-ACTION           PIC X.
               88  BMT-ACTION-ADD       VALUE "A".
               88  BMT-ACTION-CHANGE    VALUE "C".
               88  BMT-ACTION-DELETE    VALUE "D".
               88  BMT-ACTION-VALID     VALUES "A" "C" "D".
           05  BMT-BRANCH           PIC 9999.
           05  BMT-BRANCH-NAME      PIC X(20).
           05  BMT-REGION           PIC X(4).
           05  BMT-STATUS           PIC X.
               88  BMT-STATUS-OPEN      VALUE "O".
               88  BMT-STATUS-CLOSED    VALUE "C".
               88  BMT-STATUS-VALID     VALUES "O" "C".
           05  BMT-CLOSE-DATE.
               10  BMT-CLOSE-CCYY   PIC 9(4).
               10  BMT-CLOSE-MM     PIC 99.
               10  BMT-CLOSE-DD     PIC 99.

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

       FD  BRANCH-EDIT-RPT.
       01  BRANCH-EDIT-RPT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
         01 TRAN-FILE-STATUS    PIC XX.
         01 BRM-FILE-STATUS     PIC XX.
         01 EDIT-RPT-STATUS     PIC XX.

         01 TRAN-EOF-SWITCH     PIC X VALUE "N".
            88 TRAN-EOF         VALUE "Y".
         01 MASTER-FOUND-SWITCH PIC X VALUE "N".
            88 MASTER-FOUND     VALUE "Y".

         01 TRAN-READ-COUNT     PIC 9(5) VALUE ZERO COMP.
         01 TRAN-ADD-COUNT      PIC 9(5) VALUE ZERO COMP.
         01 TRAN-CHANGE-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 TRAN-DELETE-COUNT   PIC 9(5) VALUE ZERO COMP.
         01 TRAN-REJECT-COUNT   PIC 9(5) VALUE ZERO COMP.

         01 RPT-HEADING-LINE.
            05 FILLER           PIC X(28) VALUE
               "BRANCH EDIT RPT  ACT BRCH   ".
            05 FILLER           PIC X(37) VALUE "BEFORE".
            05 FILLER           PIC X(37) VALUE "AFTER".
            05 FILLER           PIC X(11) VALUE "DISPOSITION".
         01 RPT-DETAIL-LINE.
            05 FILLER           PIC X(17) VALUE SPACES.
            05 RPT-ACTION       PIC X.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 RPT-BRANCH       PIC 9999.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 RPT-BEFORE-IMAGE PIC X(36).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-AFTER-IMAGE  PIC X(36).
            05 FILLER           PIC X     VALUE SPACE.
            05 RPT-DISPOSITION  PIC X(30).
         01 RPT-IMAGE-WORK.
            05 IMG-BRANCH-NAME  PIC X(20).
            05 FILLER           PIC X VALUE SPACE.
            05 IMG-REGION       PIC X(4).
            05 FILLER           PIC X VALUE SPACE.
            05 IMG-STATUS       PIC X.
            05 FILLER           PIC X VALUE SPACE.
            05 IMG-CLOSE-DATE   PIC X(8).
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

           COPY DATESVC.

       PROCEDURE DIVISION.
       S SECTION.
       SA1.
           OPEN INPUT BRANCH-TRAN-FILE.
           IF  TRAN-FILE-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - BRANTRAN OPEN FAILED - '
                       'STATUS ' TRAN-FILE-STATUS UPON CONSOLE
               GOBACK.
           OPEN I-O BRANCH-MASTER.
           IF  BRM-FILE-STATUS NOT = "00" AND "05"
               DISPLAY 'OPERATOR ALERT - BRNMSTR OPEN FAILED - '
                       'STATUS ' BRM-FILE-STATUS UPON CONSOLE
               CLOSE BRANCH-TRAN-FILE
               GOBACK.
           OPEN OUTPUT BRANCH-EDIT-RPT.
           IF  EDIT-RPT-STATUS NOT = "00"
               DISPLAY 'OPERATOR ALERT - BMEDTRPT OPEN FAILED - '
                       'STATUS ' EDIT-RPT-STATUS UPON CONSOLE
               CLOSE BRANCH-TRAN-FILE BRANCH-MASTER
               GOBACK.
           WRITE BRANCH-EDIT-RPT-RECORD FROM RPT-HEADING-LINE.
           PERFORM BM1-TRANSACTION UNTIL TRAN-EOF.
       SZ1.
           MOVE TRAN-READ-COUNT   TO RPT-READ-COUNT.
           MOVE TRAN-ADD-COUNT    TO RPT-ADD-COUNT.
           MOVE TRAN-CHANGE-COUNT TO RPT-CHANGE-COUNT.
           MOVE TRAN-DELETE-COUNT TO RPT-DELETE-COUNT.
           MOVE TRAN-REJECT-COUNT TO RPT-REJECT-COUNT.
           WRITE BRANCH-EDIT-RPT-RECORD FROM RPT-TOTAL-LINE.
           CLOSE BRANCH-TRAN-FILE BRANCH-MASTER BRANCH-EDIT-RPT.
           MOVE "CLOS" TO DTS-FUNCTION.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
           GOBACK.
       BM1-TRANSACTION SECTION.
       BM1A.
           READ BRANCH-TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
                   GO TO BM1Z.
           ADD 1 TO TRAN-READ-COUNT.
           MOVE BMT-ACTION     TO RPT-ACTION.
           MOVE BMT-BRANCH     TO RPT-BRANCH.
           MOVE SPACES         TO RPT-BEFORE-IMAGE.
           MOVE SPACES         TO RPT-AFTER-IMAGE.
           IF  NOT BMT-ACTION-VALID
               MOVE "REJECTED - ACTION NOT A/C/D" TO RPT-DISPOSITION
               PERFORM BM9-REJECT
               GO TO BM1Z.
           IF  BMT-BRANCH IS NOT NUMERIC
            OR BMT-BRANCH = ZERO
               MOVE "REJECTED - BRANCH NOT NUMERIC" TO RPT-DISPOSITION
               PERFORM BM9-REJECT
               GO TO BM1Z.
           IF  BMT-ACTION-ADD OR BMT-ACTION-CHANGE
               PERFORM BM6-EDIT-FIELDS
               IF  RPT-DISPOSITION NOT = SPACES
                   PERFORM BM9-REJECT
                   GO TO BM1Z.
           PERFORM BM8-READ-MASTER.
           IF  MASTER-FOUND
               MOVE BRM-BRANCH-NAME TO IMG-BRANCH-NAME
               MOVE BRM-REGION      TO IMG-REGION
               MOVE BRM-STATUS      TO IMG-STATUS
               MOVE BRM-CLOSE-DATE  TO IMG-CLOSE-DATE
               MOVE RPT-IMAGE-WORK  TO RPT-BEFORE-IMAGE
           ELSE
               MOVE "(NO RECORD)"   TO RPT-BEFORE-IMAGE.
           EVALUATE TRUE
               WHEN BMT-ACTION-ADD
                   PERFORM BM2-ADD
               WHEN BMT-ACTION-CHANGE
                   PERFORM BM3-CHANGE
               WHEN BMT-ACTION-DELETE
                   PERFORM BM4-DELETE
           END-EVALUATE.
           WRITE BRANCH-EDIT-RPT-RECORD FROM RPT-DETAIL-LINE.
       BM1Z.
           EXIT.
       BM2-ADD SECTION.
       BM2A.
           IF  MASTER-FOUND
               MOVE "REJECTED - DUPLICATE ADD" TO RPT-DISPOSITION
               ADD 1 TO TRAN-REJECT-COUNT
               GO TO BM2Z.
           MOVE SPACES TO BRANCH-MASTER-RECORD.
           MOVE BMT-BRANCH TO BRM-BRANCH.
           PERFORM BM5-MOVE-FIELDS.
           WRITE BRANCH-MASTER-RECORD
               INVALID KEY
                   MOVE "REJECTED - WRITE FAILED" TO RPT-DISPOSITION
                   ADD 1 TO TRAN-REJECT-COUNT
                   GO TO BM2Z.
           PERFORM BM7-AFTER-IMAGE.
           MOVE "ADDED" TO RPT-DISPOSITION.
           ADD 1 TO TRAN-ADD-COUNT.
       BM2Z.
           EXIT.
       BM3-CHANGE SECTION.
       BM3A.
           IF  NOT MASTER-FOUND
               MOVE "REJECTED - BRANCH NOT ON FILE" TO RPT-DISPOSITION
               ADD 1 TO TRAN-REJECT-COUNT
               GO TO BM3Z.
           PERFORM BM5-MOVE-FIELDS.
           REWRITE BRANCH-MASTER-RECORD
               INVALID KEY
                   MOVE "REJECTED - REWRITE FAILED" TO RPT-DISPOSITION
                   ADD 1 TO TRAN-REJECT-COUNT
                   GO TO BM3Z.
           PERFORM BM7-AFTER-IMAGE.
           MOVE "CHANGED" TO RPT-DISPOSITION.
           ADD 1 TO TRAN-CHANGE-COUNT.
       BM3Z.
           EXIT.
       BM4-DELETE SECTION.
       BM4A.
           IF  NOT MASTER-FOUND
               MOVE "REJECTED - BRANCH NOT ON FILE" TO RPT-DISPOSITION
               ADD 1 TO TRAN-REJECT-COUNT
               GO TO BM4Z.
           DELETE BRANCH-MASTER
               INVALID KEY
                   MOVE "REJECTED - DELETE FAILED" TO RPT-DISPOSITION
                   ADD 1 TO TRAN-REJECT-COUNT
                   GO TO BM4Z.
           MOVE "(DELETED)" TO RPT-AFTER-IMAGE.
           MOVE "DELETED" TO RPT-DISPOSITION.
           ADD 1 TO TRAN-DELETE-COUNT.
       BM4Z.
           EXIT.
      *
      *    AN OPEN BRANCH CARRIES NO CLOSE DATE.  A CLOSED BRANCH IS
      *    TREATED AS CLOSED FROM ITS CLOSE DATE ON, SO A CLOSURE CAN
      *    BE KEYED AHEAD OF THE DAY IT TAKES EFFECT.
      *
       BM5-MOVE-FIELDS SECTION.
       BM5A.
           MOVE BMT-BRANCH-NAME TO BRM-BRANCH-NAME.
           MOVE BMT-REGION      TO BRM-REGION.
           MOVE BMT-STATUS      TO BRM-STATUS.
           IF  BMT-STATUS-CLOSED
               MOVE BMT-CLOSE-DATE TO BRM-CLOSE-DATE
           ELSE
               MOVE SPACES         TO BRM-CLOSE-DATE.
       BM5Z.
           EXIT.
       BM6-EDIT-FIELDS SECTION.
       BM6A.
           MOVE SPACES TO RPT-DISPOSITION.
           IF  BMT-BRANCH-NAME = SPACES
               MOVE "REJECTED - BRANCH NAME BLANK" TO RPT-DISPOSITION
               GO TO BM6Z.
           IF  NOT BMT-STATUS-VALID
               MOVE "REJECTED - STATUS NOT O/C" TO RPT-DISPOSITION
               GO TO BM6Z.
           IF  BMT-STATUS-OPEN
           AND BMT-CLOSE-DATE NOT = SPACES
               MOVE "REJECTED - CLOSE DATE ON OPEN" TO RPT-DISPOSITION
               GO TO BM6Z.
           IF  BMT-STATUS-OPEN
               GO TO BM6Z.
           MOVE "EDIT"         TO DTS-FUNCTION.
           MOVE BMT-CLOSE-DATE TO DTS-FROM-DATE.
           CALL "FLOWGRDT" USING DATE-SERVICE-AREA.
           IF  NOT DTS-STATUS-OK
               MOVE "REJECTED - CLOSE DATE INVALID" TO RPT-DISPOSITION.
       BM6Z.
           EXIT.
       BM7-AFTER-IMAGE SECTION.
       BM7A.
           MOVE BRM-BRANCH-NAME TO IMG-BRANCH-NAME.
           MOVE BRM-REGION      TO IMG-REGION.
           MOVE BRM-STATUS      TO IMG-STATUS.
           MOVE BRM-CLOSE-DATE  TO IMG-CLOSE-DATE.
           MOVE RPT-IMAGE-WORK  TO RPT-AFTER-IMAGE.
       BM7Z.
           EXIT.
       BM8-READ-MASTER SECTION.
       BM8A.
           MOVE "N" TO MASTER-FOUND-SWITCH.
           MOVE BMT-BRANCH TO BRM-BRANCH.
           READ BRANCH-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE.
       BM8Z.
           EXIT.
       BM9-REJECT SECTION.
       BM9A.
           ADD 1 TO TRAN-REJECT-COUNT.
           WRITE BRANCH-EDIT-RPT-RECORD FROM RPT-DETAIL-LINE.
       BM9Z.
           EXIT.
