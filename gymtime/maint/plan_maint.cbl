               RECORD KEY IS MEMBER-ID-KEY
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT EXERCISE-CATALOGUE-FILE ASSIGN TO "EXERCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-CODE
               FILE STATUS IS WS-EXERCISE-CATALOGUE-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-JOURNAL-STATUS.
       FD  MEMBER-MASTER.
           COPY "MEMBER-MASTER.CPY".

       FD  EXERCISE-CATALOGUE-FILE.
           COPY "EXERCISE-CATALOGUE.CPY".

       FD  MAINT-JOURNAL.
           COPY "MAINT-JOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-MEMBER-PLAN-STATUS PIC XX.
       01 WS-MEMBER-MASTER-STATUS PIC XX.
       01 WS-EXERCISE-CATALOGUE-STATUS PIC XX.
       01 WS-MEMBER-OK PIC X VALUE 'N'.
         88 MEMBER-OK VALUE 'Y'.
       01 WS-DONE PIC X VALUE 'N'.
       01 WS-PLAN-FOUND PIC X VALUE 'N'.
         88 PLAN-FOUND VALUE 'Y'.
       01 WS-EXERCISE-INDEX PIC 9(2).
       01 WS-CODE-IN PIC X(6).
         88 CODE-LIST-ASKED VALUE '?'.
         88 CODE-CLEAR-ASKED VALUE 'NONE'.
       01 WS-EXERCISE-OK PIC X VALUE 'N'.
         88 EXERCISE-OK VALUE 'Y'.
       01 WS-EXERCISE-FOUND PIC X VALUE 'N'.
         88 EXERCISE-FOUND VALUE 'Y'.
       01 WS-EXERCISE-NAME PIC X(20).
       01 WS-LIST-EOF PIC X VALUE 'N'.
         88 END-OF-LIST VALUE 'Y'.
       01 WS-LIST-COUNT PIC 9(4) VALUE 0.
       01 WS-SETS-IN PIC X(2).
       01 WS-REPS-IN PIC X(2).
       01 WS-WEIGHT-IN PIC X(3).
       01 WS-AFTER-IMAGE PIC X(145).
       01 WS-GUARD-OK PIC X(1) VALUE 'Y'.
         88 GUARD-OK VALUE 'Y'.
       01 WS-CONFIRM-IN PIC X(1).
         88 CONFIRMED VALUE 'Y', 'y'.
       01 WS-OVERRIDE-NOTE PIC X(40).
       01 WS-OVERRIDE-IMAGE.
         05 WS-OVR-EXERCISE-CODE PIC X(6).
         05 WS-OVR-PLAN-TYPE PIC X(4).
         05 WS-OVR-BODY-AREA PIC X(12).
         05 WS-OVR-REVIEW-DATE PIC 9(8).
         05 WS-OVR-NOTE PIC X(40).
       COPY "TRAINING_PLAN.CPY".
       COPY "RESTRICTION-CHECK.CPY".

       PROCEDURE DIVISION.
           CALL 'gym_guard' USING WS-GUARD-OK
                   INVALID KEY
                       MOVE 'N' TO WS-MEMBER-OK
                   NOT INVALID KEY
                       IF MEMBER-ACTIVE OR MEMBER-FROZEN
                           MOVE 'Y' TO WS-MEMBER-OK
                       END-IF
               END-READ

           PERFORM VARYING WS-EXERCISE-INDEX FROM 1 BY 1
                   UNTIL WS-EXERCISE-INDEX > 5
               MOVE PLAN-EXERCISE-CODE(WS-EXERCISE-INDEX)
                   TO WS-CODE-IN
               PERFORM READ-CATALOGUE-ENTRY
               PERFORM WITH TEST AFTER UNTIL NOT CODE-LIST-ASKED
                   DISPLAY 'EXERCISE ' WS-EXERCISE-INDEX ' CODE '
                       '(CURRENT: '
                       PLAN-EXERCISE-CODE(WS-EXERCISE-INDEX) ' '
                       WS-EXERCISE-NAME ')'
                   DISPLAY '  BLANK = KEEP, ? = LIST ' TRAINING-PLAN
                       ' EXERCISES, NONE = REMOVE: '
                   ACCEPT WS-CODE-IN
                   IF CODE-LIST-ASKED
                       PERFORM LIST-SPLIT-EXERCISES
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-CODE-IN = SPACES
                       CONTINUE
                   WHEN CODE-CLEAR-ASKED
                       MOVE SPACES
                           TO PLAN-EXERCISE-TABLE(WS-EXERCISE-INDEX)
                       MOVE 0 TO PLAN-EXERCISE-SETS(WS-EXERCISE-INDEX)
                       MOVE 0 TO PLAN-EXERCISE-REPS(WS-EXERCISE-INDEX)
                       MOVE 0
                           TO PLAN-EXERCISE-WEIGHT(WS-EXERCISE-INDEX)
                   WHEN OTHER
                       PERFORM VALIDATE-EXERCISE-CODE
                       IF EXERCISE-OK
                           PERFORM CHECK-EXERCISE-RESTRICTION
                       END-IF
                       IF EXERCISE-OK
                           MOVE WS-CODE-IN
                               TO PLAN-EXERCISE-CODE(WS-EXERCISE-INDEX)
                           DISPLAY '  ' WS-EXERCISE-NAME
                       END-IF
               END-EVALUATE
               DISPLAY 'SETS, 2 DIGITS (BLANK = KEEP): '
               ACCEPT WS-SETS-IN
               IF WS-SETS-IN NOT = SPACES
               DISPLAY 'PLAN FOR ' PLAN-MEMBER-ID ' ' PLAN-TYPE ':'
               PERFORM VARYING WS-EXERCISE-INDEX FROM 1 BY 1
                       UNTIL WS-EXERCISE-INDEX > 5
                   MOVE PLAN-EXERCISE-CODE(WS-EXERCISE-INDEX)
                       TO WS-CODE-IN
                   PERFORM READ-CATALOGUE-ENTRY
                   DISPLAY '  '
                       PLAN-EXERCISE-CODE(WS-EXERCISE-INDEX) ' '
                       WS-EXERCISE-NAME
                       ' S:' PLAN-EXERCISE-SETS(WS-EXERCISE-INDEX)
                       ' R:' PLAN-EXERCISE-REPS(WS-EXERCISE-INDEX)
                       ' @' PLAN-EXERCISE-WEIGHT(WS-EXERCISE-INDEX)
           END-IF
           CLOSE MEMBER-PLAN-FILE.

      *****************************************************************
      * Only exercises on the catalogue can go on a plan: the code
      * must be on EXERCAT.DAT, not retired, and belong to the split
      * being prescribed. A code that fails keeps the slot as it
      * was, the way a bad sets or reps entry does.
      *****************************************************************
       VALIDATE-EXERCISE-CODE SECTION.
           MOVE 'N' TO WS-EXERCISE-OK
           PERFORM READ-CATALOGUE-ENTRY
           EVALUATE TRUE
               WHEN NOT EXERCISE-FOUND
                   DISPLAY WS-CODE-IN ' IS NOT ON THE EXERCISE '
                       'CATALOGUE - CURRENT VALUE KEPT'
               WHEN EXC-RETIRED
                   DISPLAY WS-CODE-IN ' ' EXC-NAME ' IS RETIRED - '
                       'CURRENT VALUE KEPT'
               WHEN EXC-SPLIT NOT = TRAINING-PLAN
                   DISPLAY WS-CODE-IN ' ' EXC-NAME ' IS A ' EXC-SPLIT
                       ' EXERCISE - CURRENT VALUE KEPT'
               WHEN OTHER
                   MOVE 'Y' TO WS-EXERCISE-OK
           END-EVALUATE.

      *****************************************************************
      * An exercise the member's injury restrictions rule out -
      * named on a restriction, or on a split one covers - is
      * refused like any other bad code unless the operator
      * overrides it and notes why. The override goes to the
      * journal under RESTRICT, ahead of the plan change it lets
      * through, so the two read together.
      *****************************************************************
       CHECK-EXERCISE-RESTRICTION SECTION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-MEMBER-ID TO RC-MEMBER-ID
           MOVE WS-CURRENT-DATE TO RC-CHECK-DATE
           MOVE TRAINING-PLAN TO RC-SPLIT
           MOVE WS-CODE-IN TO RC-EXERCISE-CODE
           CALL 'restriction_check' USING RESTRICTION-CHECK-AREA
           IF NOT RC-CLEAR
               DISPLAY WS-CODE-IN ' ' WS-EXERCISE-NAME
                   ' IS RESTRICTED FOR ' WS-MEMBER-ID ' - '
                   RC-BODY-AREA ' REVIEW DUE ' RC-REVIEW-DATE
               DISPLAY 'OVERRIDE AND PRESCRIBE IT ANYWAY (Y/N)? '
               MOVE SPACES TO WS-CONFIRM-IN
               MOVE SPACES TO WS-OVERRIDE-NOTE
               ACCEPT WS-CONFIRM-IN
               IF CONFIRMED
                   DISPLAY 'OVERRIDE NOTE - WHY, AND WHO CLEARED IT: '
                   ACCEPT WS-OVERRIDE-NOTE
               END-IF
               EVALUATE TRUE
                   WHEN NOT CONFIRMED
                       MOVE 'N' TO WS-EXERCISE-OK
                       DISPLAY 'NOT OVERRIDDEN - CURRENT VALUE KEPT'
                   WHEN WS-OVERRIDE-NOTE = SPACES
                       MOVE 'N' TO WS-EXERCISE-OK
                       DISPLAY 'AN OVERRIDE NEEDS A NOTE - '
                           'CURRENT VALUE KEPT'
                   WHEN OTHER
                       PERFORM JOURNAL-OVERRIDE
               END-EVALUATE
           END-IF.

       JOURNAL-OVERRIDE SECTION.
           MOVE WS-CODE-IN TO WS-OVR-EXERCISE-CODE
           MOVE TRAINING-PLAN TO WS-OVR-PLAN-TYPE
           MOVE RC-BODY-AREA TO WS-OVR-BODY-AREA
           MOVE RC-REVIEW-DATE TO WS-OVR-REVIEW-DATE
           MOVE WS-OVERRIDE-NOTE TO WS-OVR-NOTE
           OPEN EXTEND MAINT-JOURNAL
           IF WS-MAINT-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT MAINT-JOURNAL
           END-IF
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-CURRENT-DATE TO MJ-DATE
           DIVIDE WS-TIME-NOW BY 100 GIVING MJ-TIME
           MOVE WS-OPERATOR-ID TO MJ-OPERATOR
           MOVE 'RESTRICT' TO MJ-FILE
           MOVE 'OVERRIDE' TO MJ-ACTION
           MOVE WS-MEMBER-ID TO MJ-MEMBER-ID
           MOVE SPACES TO MJ-BEFORE-IMAGE
           MOVE WS-OVERRIDE-IMAGE TO MJ-AFTER-IMAGE
           MOVE SPACES TO MJ-SUPERVISOR
           WRITE MAINT-JOURNAL-RECORD
           CLOSE MAINT-JOURNAL
           DISPLAY 'OVERRIDE RECORDED IN THE JOURNAL'.

      *****************************************************************
      * Catalogue entry for WS-CODE-IN; WS-EXERCISE-NAME is its
      * standard name, or spaces when the code is blank or unknown.
      *****************************************************************
       READ-CATALOGUE-ENTRY SECTION.
           MOVE 'N' TO WS-EXERCISE-FOUND
           MOVE SPACES TO WS-EXERCISE-NAME
           IF WS-CODE-IN NOT = SPACES
               OPEN INPUT EXERCISE-CATALOGUE-FILE
               IF WS-EXERCISE-CATALOGUE-STATUS = '00'
                   MOVE WS-CODE-IN TO EXC-CODE
                   READ EXERCISE-CATALOGUE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-EXERCISE-FOUND
                           MOVE EXC-NAME TO WS-EXERCISE-NAME
                   END-READ
                   CLOSE EXERCISE-CATALOGUE-FILE
               END-IF
           END-IF.

       LIST-SPLIT-EXERCISES SECTION.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-EOF
           OPEN INPUT EXERCISE-CATALOGUE-FILE
           IF WS-EXERCISE-CATALOGUE-STATUS = '00'
               MOVE LOW-VALUES TO EXC-CODE
               START EXERCISE-CATALOGUE-FILE KEY >= EXC-CODE
                   INVALID KEY
                       MOVE 'Y' TO WS-LIST-EOF
               END-START
               PERFORM UNTIL END-OF-LIST
                   READ EXERCISE-CATALOGUE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-LIST-EOF
                       NOT AT END
                           IF EXC-ACTIVE
                               AND EXC-SPLIT = TRAINING-PLAN
                               ADD 1 TO WS-LIST-COUNT
                               DISPLAY '  ' EXC-CODE ' ' EXC-NAME ' '
                                   EXC-MUSCLE-GROUP ' ' EXC-EQUIPMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXERCISE-CATALOGUE-FILE
           END-IF
           DISPLAY WS-LIST-COUNT ' ' TRAINING-PLAN
               ' EXERCISES ON THE CATALOGUE'.

      *****************************************************************
      * Every plan add, change and delete keyed in this program
      * leaves a journal record behind: who (the operator ID
           MOVE WS-MEMBER-ID TO MJ-MEMBER-ID
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MJ-AFTER-IMAGE
           MOVE SPACES TO MJ-SUPERVISOR
           WRITE MAINT-JOURNAL-RECORD
           CLOSE MAINT-JOURNAL.

