       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCISE_MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXERCISE-CATALOGUE-FILE ASSIGN TO "EXERCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-CODE
               FILE STATUS IS WS-EXERCISE-CATALOGUE-STATUS.

           SELECT MEMBER-PLAN-FILE ASSIGN TO "MBRPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-KEY
               FILE STATUS IS WS-MEMBER-PLAN-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXERCISE-CATALOGUE-FILE.
           COPY "EXERCISE-CATALOGUE.CPY".

       FD  MEMBER-PLAN-FILE.
           COPY "MEMBER-PLAN.CPY".

       FD  MAINT-JOURNAL.
           COPY "MAINT-JOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EXERCISE-CATALOGUE-STATUS PIC XX.
       01 WS-MEMBER-PLAN-STATUS PIC XX.
       01 WS-MAINT-JOURNAL-STATUS PIC XX.
       01 WS-DONE PIC X VALUE 'N'.
         88 MAINT-DONE VALUE 'Y'.
       01 WS-ACTION PIC X(1).
         88 ACTION-MAINTAIN VALUE 'C', 'c'.
         88 ACTION-RETIRE VALUE 'R', 'r'.
         88 ACTION-INQUIRE VALUE 'I', 'i'.
         88 ACTION-LIST VALUE 'L', 'l'.
         88 ACTION-EXIT VALUE 'X', 'x'.
       01 WS-EXERCISE-CODE PIC X(6).
       01 WS-EXERCISE-FOUND PIC X VALUE 'N'.
         88 EXERCISE-FOUND VALUE 'Y'.
       01 WS-NAME-IN PIC X(20).
       01 WS-SPLIT-IN PIC X(4).
         88 SPLIT-IN-VALID VALUE 'PUSH', 'PULL', 'LEGS'.
       01 WS-MUSCLE-IN PIC X(12).
       01 WS-EQUIPMENT-IN PIC X(12).
       01 WS-OLD-NAME PIC X(20).
       01 WS-NAME-IN-USE PIC X VALUE 'N'.
         88 NAME-IN-USE VALUE 'Y'.
       01 WS-NAME-OWNER PIC X(6).
       01 WS-CHECK-NAME PIC X(20).
       01 WS-EXERCISE-IMAGE PIC X(75).
       01 WS-CONFIRM-IN PIC X(1).
         88 CONFIRMED VALUE 'Y', 'y'.
       01 WS-LIST-EOF PIC X VALUE 'N'.
         88 END-OF-LIST VALUE 'Y'.
       01 WS-PLAN-EOF PIC X VALUE 'N'.
         88 END-OF-PLANS VALUE 'Y'.
       01 WS-LIST-COUNT PIC 9(4) VALUE 0.
       01 WS-PLAN-COUNT PIC 9(5) VALUE 0.
       01 WS-EXERCISE-INDEX PIC 9(2).
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TIME-NOW PIC 9(8).
       01 WS-JOURNAL-ACTION PIC X(10).
       01 WS-BEFORE-IMAGE PIC X(145).
       01 WS-AFTER-IMAGE PIC X(145).
       01 WS-GUARD-OK PIC X(1) VALUE 'Y'.
         88 GUARD-OK VALUE 'Y'.

      *****************************************************************
      * Maintenance of the exercise catalogue on EXERCAT.DAT. The
      * code is the exercise's identity - plans, PR history and
      * workout detail all hold it - so a code is never changed or
      * reused: the name, split, muscle group and equipment can all
      * be corrected here and everybody's history follows, and an
      * exercise the gym stops prescribing is retired rather than
      * deleted. No two codes may carry the same standard name,
      * which is the whole point of the file. Every change is
      * journaled to MNTJRNL.DAT the same way member changes are.
      *****************************************************************
       PROCEDURE DIVISION.
           CALL 'gym_guard' USING WS-GUARD-OK
           IF NOT GUARD-OK
               DISPLAY 'STARTUP INTEGRITY CHECK FAILED - RUN REFUSED'
               GOBACK
           END-IF
           DISPLAY 'GYMTIME EXERCISE CATALOGUE MAINTENANCE'
           PERFORM WITH TEST AFTER UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY 'OPERATOR ID: '
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           PERFORM UNTIL MAINT-DONE
               DISPLAY ' '
               DISPLAY 'C = ADD/CHANGE EXERCISE  R = RETIRE/'
                   'REINSTATE  I = INQUIRE  L = LIST  X = EXIT'
               DISPLAY 'ACTION: '
               ACCEPT WS-ACTION
               EVALUATE TRUE
                   WHEN ACTION-EXIT
                       MOVE 'Y' TO WS-DONE
                   WHEN ACTION-MAINTAIN
                       PERFORM MAINTAIN-EXERCISE
                   WHEN ACTION-RETIRE
                       PERFORM RETIRE-EXERCISE
                   WHEN ACTION-INQUIRE
                       PERFORM INQUIRE-EXERCISE
                   WHEN ACTION-LIST
                       PERFORM LIST-EXERCISES
                   WHEN OTHER
                       DISPLAY 'INVALID ACTION - TYPE C, R, I, L OR X'
               END-EVALUATE
           END-PERFORM

           GOBACK.

       MAINTAIN-EXERCISE SECTION.
           DISPLAY 'EXERCISE CODE (6 CHARACTERS): '
           ACCEPT WS-EXERCISE-CODE
           IF WS-EXERCISE-CODE = SPACES OR WS-EXERCISE-CODE = '?'
               OR WS-EXERCISE-CODE = 'NONE'
               DISPLAY 'NOT A USABLE EXERCISE CODE - NOTHING CHANGED'
           ELSE
               PERFORM OPEN-CATALOGUE-IO
               PERFORM READ-EXERCISE-RECORD
               IF EXERCISE-FOUND
                   PERFORM SHOW-EXERCISE
                   MOVE EXERCISE-CATALOGUE-RECORD TO WS-BEFORE-IMAGE
                   MOVE EXC-NAME TO WS-OLD-NAME
                   DISPLAY 'STANDARD NAME (BLANK = KEEP): '
               ELSE
                   MOVE SPACES TO EXERCISE-CATALOGUE-RECORD
                   MOVE WS-EXERCISE-CODE TO EXC-CODE
                   MOVE 'A' TO EXC-STATUS
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-OLD-NAME
                   DISPLAY 'NEW EXERCISE ' WS-EXERCISE-CODE
                   DISPLAY 'STANDARD NAME: '
               END-IF
               ACCEPT WS-NAME-IN
               DISPLAY 'SPLIT - PUSH, PULL OR LEGS (BLANK = KEEP): '
               ACCEPT WS-SPLIT-IN
               DISPLAY 'MUSCLE GROUP (BLANK = KEEP): '
               ACCEPT WS-MUSCLE-IN
               DISPLAY 'EQUIPMENT (BLANK = KEEP): '
               ACCEPT WS-EQUIPMENT-IN
               IF WS-NAME-IN NOT = SPACES
                   MOVE WS-NAME-IN TO EXC-NAME
               END-IF
               IF WS-SPLIT-IN NOT = SPACES
                   IF SPLIT-IN-VALID
                       MOVE WS-SPLIT-IN TO EXC-SPLIT
                   ELSE
                       DISPLAY 'NOT PUSH, PULL OR LEGS - '
                           'CURRENT VALUE KEPT'
                   END-IF
               END-IF
               IF WS-MUSCLE-IN NOT = SPACES
                   MOVE WS-MUSCLE-IN TO EXC-MUSCLE-GROUP
               END-IF
               IF WS-EQUIPMENT-IN NOT = SPACES
                   MOVE WS-EQUIPMENT-IN TO EXC-EQUIPMENT
               END-IF
               PERFORM CHECK-NAME-IN-USE
               EVALUATE TRUE
                   WHEN EXC-NAME = SPACES
                       DISPLAY 'STANDARD NAME IS REQUIRED - '
                           'EXERCISE ' WS-EXERCISE-CODE ' NOT SAVED'
                   WHEN EXC-SPLIT = SPACES
                       DISPLAY 'SPLIT IS REQUIRED - '
                           'EXERCISE ' WS-EXERCISE-CODE ' NOT SAVED'
                   WHEN NAME-IN-USE
                       DISPLAY EXC-NAME ' IS ALREADY EXERCISE '
                           WS-NAME-OWNER ' - NOT SAVED'
                   WHEN EXERCISE-FOUND
                       AND EXERCISE-CATALOGUE-RECORD = WS-BEFORE-IMAGE
                       DISPLAY 'NOTHING CHANGED'
                   WHEN EXERCISE-FOUND
                       IF EXC-NAME NOT = WS-OLD-NAME
                           MOVE WS-OLD-NAME TO EXC-FORMER-NAME
                           DISPLAY 'RENAMED FROM ' WS-OLD-NAME
                               ' - HISTORY FOLLOWS THE CODE'
                       END-IF
                       REWRITE EXERCISE-CATALOGUE-RECORD
                       DISPLAY 'EXERCISE ' WS-EXERCISE-CODE ' CHANGED'
                       MOVE 'CHANGE' TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-EXERCISE-CHANGE
                   WHEN OTHER
                       WRITE EXERCISE-CATALOGUE-RECORD
                       DISPLAY 'EXERCISE ' WS-EXERCISE-CODE ' ADDED'
                       MOVE 'ADD' TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-EXERCISE-CHANGE
               END-EVALUATE
               CLOSE EXERCISE-CATALOGUE-FILE
           END-IF.

      *****************************************************************
      * Retiring takes an exercise off the list plan_maint accepts.
      * Plans that already prescribe it keep it until a coach
      * changes them, and its PR history and workout detail stay as
      * they are; the count of plans still holding it is shown so
      * the coaches can be told.
      *****************************************************************
       RETIRE-EXERCISE SECTION.
           DISPLAY 'EXERCISE CODE: '
           ACCEPT WS-EXERCISE-CODE
           PERFORM OPEN-CATALOGUE-IO
           PERFORM READ-EXERCISE-RECORD
           IF NOT EXERCISE-FOUND
               DISPLAY 'EXERCISE ' WS-EXERCISE-CODE ' NOT ON FILE'
           ELSE
               PERFORM SHOW-EXERCISE
               IF EXC-ACTIVE
                   DISPLAY 'RETIRE THIS EXERCISE (Y/N)? '
               ELSE
                   DISPLAY 'REINSTATE THIS EXERCISE (Y/N)? '
               END-IF
               ACCEPT WS-CONFIRM-IN
               IF CONFIRMED
                   MOVE EXERCISE-CATALOGUE-RECORD TO WS-BEFORE-IMAGE
                   IF EXC-ACTIVE
                       MOVE 'R' TO EXC-STATUS
                       MOVE 'RETIRE' TO WS-JOURNAL-ACTION
                       DISPLAY 'EXERCISE ' WS-EXERCISE-CODE ' RETIRED'
                       IF WS-PLAN-COUNT > 0
                           DISPLAY WS-PLAN-COUNT
                               ' PLANS STILL PRESCRIBE IT - CHANGE '
                               'THEM IN PLAN_MAINT'
                       END-IF
                   ELSE
                       MOVE 'A' TO EXC-STATUS
                       MOVE 'REINSTATE' TO WS-JOURNAL-ACTION
                       DISPLAY 'EXERCISE ' WS-EXERCISE-CODE
                           ' REINSTATED'
                   END-IF
                   REWRITE EXERCISE-CATALOGUE-RECORD
                   PERFORM JOURNAL-EXERCISE-CHANGE
               ELSE
                   DISPLAY 'NOTHING CHANGED'
               END-IF
           END-IF
           CLOSE EXERCISE-CATALOGUE-FILE.

       INQUIRE-EXERCISE SECTION.
           DISPLAY 'EXERCISE CODE: '
           ACCEPT WS-EXERCISE-CODE
           PERFORM OPEN-CATALOGUE-IO
           PERFORM READ-EXERCISE-RECORD
           IF EXERCISE-FOUND
               PERFORM SHOW-EXERCISE
           ELSE
               DISPLAY 'EXERCISE ' WS-EXERCISE-CODE ' NOT ON FILE'
           END-IF
           CLOSE EXERCISE-CATALOGUE-FILE.

       LIST-EXERCISES SECTION.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-EOF
           PERFORM OPEN-CATALOGUE-IO
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
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY EXC-CODE ' ' EXC-NAME ' ' EXC-SPLIT ' '
                           EXC-MUSCLE-GROUP ' ' EXC-EQUIPMENT ' '
                           EXC-STATUS
               END-READ
           END-PERFORM
           CLOSE EXERCISE-CATALOGUE-FILE
           DISPLAY WS-LIST-COUNT ' EXERCISES ON FILE'.

       SHOW-EXERCISE SECTION.
           PERFORM COUNT-PLANS-USING
           DISPLAY 'EXERCISE CODE: ' EXC-CODE
           DISPLAY 'NAME:          ' EXC-NAME
           IF EXC-FORMER-NAME NOT = SPACES
               DISPLAY 'FORMERLY:      ' EXC-FORMER-NAME
           END-IF
           DISPLAY 'SPLIT:         ' EXC-SPLIT
           DISPLAY 'MUSCLE GROUP:  ' EXC-MUSCLE-GROUP
           DISPLAY 'EQUIPMENT:     ' EXC-EQUIPMENT
           IF EXC-ACTIVE
               DISPLAY 'STATUS:        ACTIVE'
           ELSE
               DISPLAY 'STATUS:        RETIRED'
           END-IF
           DISPLAY 'ON PLANS:      ' WS-PLAN-COUNT.

       COUNT-PLANS-USING SECTION.
           MOVE 0 TO WS-PLAN-COUNT
           MOVE 'N' TO WS-PLAN-EOF
           OPEN INPUT MEMBER-PLAN-FILE
           IF WS-MEMBER-PLAN-STATUS = '00'
               MOVE LOW-VALUES TO PLAN-KEY
               START MEMBER-PLAN-FILE KEY >= PLAN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PLAN-EOF
               END-START
               PERFORM UNTIL END-OF-PLANS
                   READ MEMBER-PLAN-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-PLAN-EOF
                       NOT AT END
                           PERFORM VARYING WS-EXERCISE-INDEX
                                   FROM 1 BY 1
                                   UNTIL WS-EXERCISE-INDEX > 5
                               IF PLAN-EXERCISE-CODE(WS-EXERCISE-INDEX)
                                   = EXC-CODE
                                   ADD 1 TO WS-PLAN-COUNT
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE MEMBER-PLAN-FILE
           END-IF.

      *****************************************************************
      * Scans the catalogue for another code already carrying the
      * standard name now in EXC-NAME. The record being keyed is
      * saved first and put back afterwards, since the scan reads
      * into the same record area.
      *****************************************************************
       CHECK-NAME-IN-USE SECTION.
           MOVE 'N' TO WS-NAME-IN-USE
           MOVE EXERCISE-CATALOGUE-RECORD TO WS-EXERCISE-IMAGE
           MOVE EXC-NAME TO WS-CHECK-NAME
           MOVE 'N' TO WS-LIST-EOF
           MOVE LOW-VALUES TO EXC-CODE
           START EXERCISE-CATALOGUE-FILE KEY >= EXC-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF
           END-START
           PERFORM UNTIL END-OF-LIST OR NAME-IN-USE
               READ EXERCISE-CATALOGUE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF EXC-NAME = WS-CHECK-NAME
                           AND EXC-CODE NOT = WS-EXERCISE-CODE
                           MOVE 'Y' TO WS-NAME-IN-USE
                           MOVE EXC-CODE TO WS-NAME-OWNER
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-EXERCISE-IMAGE TO EXERCISE-CATALOGUE-RECORD.

       OPEN-CATALOGUE-IO SECTION.
           OPEN I-O EXERCISE-CATALOGUE-FILE
           IF WS-EXERCISE-CATALOGUE-STATUS = '35'
               CLOSE EXERCISE-CATALOGUE-FILE
               OPEN OUTPUT EXERCISE-CATALOGUE-FILE
               CLOSE EXERCISE-CATALOGUE-FILE
               OPEN I-O EXERCISE-CATALOGUE-FILE
           END-IF.

       READ-EXERCISE-RECORD SECTION.
           MOVE 'N' TO WS-EXERCISE-FOUND
           MOVE WS-EXERCISE-CODE TO EXC-CODE
           READ EXERCISE-CATALOGUE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-EXERCISE-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EXERCISE-FOUND
           END-READ.

       JOURNAL-EXERCISE-CHANGE SECTION.
           MOVE EXERCISE-CATALOGUE-RECORD TO WS-AFTER-IMAGE
           OPEN EXTEND MAINT-JOURNAL
           IF WS-MAINT-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT MAINT-JOURNAL
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-CURRENT-DATE TO MJ-DATE
           DIVIDE WS-TIME-NOW BY 100 GIVING MJ-TIME
           MOVE WS-OPERATOR-ID TO MJ-OPERATOR
           MOVE 'EXERCAT' TO MJ-FILE
           MOVE WS-JOURNAL-ACTION TO MJ-ACTION
           MOVE WS-EXERCISE-CODE TO MJ-MEMBER-ID
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MJ-AFTER-IMAGE
           MOVE SPACES TO MJ-SUPERVISOR
           WRITE MAINT-JOURNAL-RECORD
           CLOSE MAINT-JOURNAL.
