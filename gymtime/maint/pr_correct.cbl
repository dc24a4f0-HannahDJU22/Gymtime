       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR_CORRECT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PR-HISTORY-FILE ASSIGN TO "PRHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-HIST-KEY
               FILE STATUS IS WS-PR-HIST-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID-KEY
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT WORKOUT-DETAIL-FILE ASSIGN TO "WRKDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKOUT-DETAIL-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PR-HISTORY-FILE.
           COPY "PR-HISTORY.CPY".

       FD  MEMBER-MASTER.
           COPY "MEMBER-MASTER.CPY".

       FD  WORKOUT-DETAIL-FILE.
           COPY "WORKOUT-DETAIL.CPY".

       FD  MAINT-JOURNAL.
           COPY "MAINT-JOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-PR-HIST-STATUS PIC XX.
       01 WS-MEMBER-MASTER-STATUS PIC XX.
       01 WS-WORKOUT-DETAIL-STATUS PIC XX.
       01 WS-MAINT-JOURNAL-STATUS PIC XX.
       01 WS-MEMBER-OK PIC X VALUE 'N'.
         88 MEMBER-OK VALUE 'Y'.
       01 WS-PR-FOUND PIC X VALUE 'N'.
         88 PR-FOUND VALUE 'Y'.
       01 WS-DETAIL-EOF PIC X VALUE 'N'.
         88 END-OF-DETAIL VALUE 'Y'.
       01 WS-DONE PIC X VALUE 'N'.
         88 MAINT-DONE VALUE 'Y'.
       01 WS-ACTION PIC X(1).
         88 ACTION-CORRECT VALUE 'C', 'c'.
         88 ACTION-DELETE VALUE 'D', 'd'.
         88 ACTION-INQUIRE VALUE 'I', 'i'.
         88 ACTION-EXIT VALUE 'X', 'x'.
       01 WS-CONFIRM PIC X(1).
         88 CONFIRMED VALUE 'Y', 'y'.
       01 WS-MEMBER-ID PIC X(6).
       01 WS-EXERCISE-CODE PIC X(6).
       01 WS-WEIGHT-IN PIC X(3).
       01 WS-REPS-IN PIC X(2).
       01 WS-NEW-WEIGHT PIC 9(3).
       01 WS-NEW-REPS PIC 9(2).
       01 WS-ENTRY-OK PIC X VALUE 'N'.
         88 ENTRY-OK VALUE 'Y'.
       01 WS-DETAIL-COUNT PIC 9(5).
       01 WS-DETAIL-NOTE PIC X(14).
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-TIME-NOW PIC 9(8).
       01 WS-JOURNAL-ACTION PIC X(10).
       01 WS-BEFORE-IMAGE PIC X(145).
       01 WS-AFTER-IMAGE PIC X(145).
       01 WS-GUARD-OK PIC X(1) VALUE 'Y'.
         88 GUARD-OK VALUE 'Y'.
       COPY "EXERCISE-LOOKUP.CPY".

      *****************************************************************
      * Supervised correction of PRHIST.DAT. The nightly suspect-
      * entry report lists PR records that look implausible and
      * entries held out of PR history; this is where staff put
      * them right. Every session needs two people - the operator
      * keying the change and a supervisor authorising it, under a
      * different ID - and every correction or deletion is
      * journaled in MNTJRNL.DAT with both IDs and the PR record
      * before and after. The member's workout history for the
      * exercise is shown first so the decision is made against
      * what was actually logged.
      *****************************************************************
       PROCEDURE DIVISION.
           CALL 'gym_guard' USING WS-GUARD-OK
           IF NOT GUARD-OK
               DISPLAY 'STARTUP INTEGRITY CHECK FAILED - RUN REFUSED'
               GOBACK
           END-IF
           DISPLAY 'GYMTIME PR CORRECTION (SUPERVISED)'
           PERFORM WITH TEST AFTER UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY 'OPERATOR ID: '
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           PERFORM WITH TEST AFTER
                   UNTIL WS-SUPERVISOR-ID NOT = SPACES
                   AND WS-SUPERVISOR-ID NOT = WS-OPERATOR-ID
               DISPLAY 'SUPERVISOR ID (NOT THE OPERATOR): '
               ACCEPT WS-SUPERVISOR-ID
               IF WS-SUPERVISOR-ID = WS-OPERATOR-ID
                   DISPLAY 'A PR CORRECTION NEEDS A SECOND PERSON - '
                       'SUPERVISOR MUST DIFFER FROM OPERATOR'
               END-IF
           END-PERFORM
           PERFORM UNTIL MAINT-DONE
               DISPLAY ' '
               DISPLAY 'C = CORRECT/ADD PR  D = DELETE PR  '
                   'I = INQUIRE  X = EXIT'
               DISPLAY 'ACTION: '
               ACCEPT WS-ACTION
               EVALUATE TRUE
                   WHEN ACTION-EXIT
                       MOVE 'Y' TO WS-DONE
                   WHEN ACTION-CORRECT
                       PERFORM GET-PR-KEY
                       IF MEMBER-OK
                           PERFORM CORRECT-PR
                       END-IF
                   WHEN ACTION-DELETE
                       PERFORM GET-PR-KEY
                       IF MEMBER-OK
                           PERFORM DELETE-PR
                       END-IF
                   WHEN ACTION-INQUIRE
                       PERFORM GET-PR-KEY
                       IF MEMBER-OK
                           PERFORM INQUIRE-PR
                       END-IF
                   WHEN OTHER
                       DISPLAY 'INVALID ACTION - TYPE C, D, I OR X'
               END-EVALUATE
           END-PERFORM

           GOBACK.

      *****************************************************************
      * History is corrected for any member on file, active or not,
      * and for any exercise on the catalogue, retired or not.
      *****************************************************************
       GET-PR-KEY SECTION.
           MOVE 'N' TO WS-MEMBER-OK
           DISPLAY 'MEMBER ID: '
           ACCEPT WS-MEMBER-ID
           OPEN INPUT MEMBER-MASTER
           IF WS-MEMBER-MASTER-STATUS = '00'
               MOVE WS-MEMBER-ID TO MEMBER-ID-KEY
               READ MEMBER-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-MEMBER-OK
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MEMBER-OK
               END-READ
               CLOSE MEMBER-MASTER
           END-IF
           IF NOT MEMBER-OK
               DISPLAY 'MEMBER ' WS-MEMBER-ID ' NOT ON FILE'
           ELSE
               DISPLAY 'EXERCISE CODE: '
               ACCEPT WS-EXERCISE-CODE
               MOVE WS-EXERCISE-CODE TO XL-CODE
               CALL 'exercise_lookup' USING EXERCISE-LOOKUP-AREA
               IF XL-ON-CATALOGUE
                   DISPLAY 'EXERCISE: ' XL-NAME
               ELSE
                   DISPLAY 'EXERCISE ' WS-EXERCISE-CODE
                       ' NOT ON THE CATALOGUE'
                   MOVE 'N' TO WS-MEMBER-OK
               END-IF
           END-IF.

       INQUIRE-PR SECTION.
           PERFORM OPEN-PR-FILE-IO
           PERFORM READ-PR-RECORD
           PERFORM SHOW-PR
           CLOSE PR-HISTORY-FILE
           PERFORM LIST-DETAIL-HISTORY.

       CORRECT-PR SECTION.
           PERFORM OPEN-PR-FILE-IO
           PERFORM READ-PR-RECORD
           PERFORM SHOW-PR
           PERFORM LIST-DETAIL-HISTORY
           MOVE 'N' TO WS-ENTRY-OK
           DISPLAY 'CORRECT BEST WEIGHT, 3 DIGITS: '
           ACCEPT WS-WEIGHT-IN
           DISPLAY 'CORRECT BEST REPS, 2 DIGITS: '
           ACCEPT WS-REPS-IN
           IF WS-WEIGHT-IN IS NUMERIC AND WS-REPS-IN IS NUMERIC
               MOVE WS-WEIGHT-IN TO WS-NEW-WEIGHT
               MOVE WS-REPS-IN TO WS-NEW-REPS
               IF WS-NEW-WEIGHT > 0 OR WS-NEW-REPS > 0
                   MOVE 'Y' TO WS-ENTRY-OK
               END-IF
           END-IF
           IF NOT ENTRY-OK
               DISPLAY 'WEIGHT MUST BE 3 DIGITS AND REPS 2 DIGITS, '
                   'NOT BOTH ZERO - NOTHING CHANGED'
           ELSE
               DISPLAY 'SET BEST FOR ' XL-NAME ' TO '
                   WS-NEW-WEIGHT 'LB X ' WS-NEW-REPS ' (Y/N)? '
               ACCEPT WS-CONFIRM
               IF CONFIRMED
                   PERFORM APPLY-PR-CORRECTION
               ELSE
                   DISPLAY 'NOTHING CHANGED'
               END-IF
           END-IF
           CLOSE PR-HISTORY-FILE.

       APPLY-PR-CORRECTION SECTION.
           IF PR-FOUND
               MOVE PR-HISTORY-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-NEW-WEIGHT TO PR-HIST-BEST-WEIGHT
               MOVE WS-NEW-REPS TO PR-HIST-BEST-REPS
               REWRITE PR-HISTORY-RECORD
               MOVE 'CORRECT' TO WS-JOURNAL-ACTION
               DISPLAY 'PR CORRECTED FOR ' WS-MEMBER-ID
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WS-MEMBER-ID TO PR-HIST-MEMBER-ID
               MOVE WS-EXERCISE-CODE TO PR-HIST-EXERCISE-CODE
               MOVE WS-NEW-WEIGHT TO PR-HIST-BEST-WEIGHT
               MOVE WS-NEW-REPS TO PR-HIST-BEST-REPS
               WRITE PR-HISTORY-RECORD
               MOVE 'ADD' TO WS-JOURNAL-ACTION
               DISPLAY 'PR ADDED FOR ' WS-MEMBER-ID
           END-IF
           MOVE PR-HISTORY-RECORD TO WS-AFTER-IMAGE
           PERFORM WRITE-MAINT-JOURNAL.

      *****************************************************************
      * Deleting a PR leaves the exercise with no best on file, so
      * the member's next logged entry becomes the new PR - the way
      * to clear a fake best when there is no genuine one to put
      * back in its place.
      *****************************************************************
       DELETE-PR SECTION.
           PERFORM OPEN-PR-FILE-IO
           PERFORM READ-PR-RECORD
           IF PR-FOUND
               PERFORM SHOW-PR
               DISPLAY 'DELETE THIS PR (Y/N)? '
               ACCEPT WS-CONFIRM
               IF CONFIRMED
                   MOVE PR-HISTORY-RECORD TO WS-BEFORE-IMAGE
                   DELETE PR-HISTORY-FILE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE 'DELETE' TO WS-JOURNAL-ACTION
                   PERFORM WRITE-MAINT-JOURNAL
                   DISPLAY 'PR DELETED FOR ' WS-MEMBER-ID
               ELSE
                   DISPLAY 'NOTHING CHANGED'
               END-IF
           ELSE
               DISPLAY 'NO PR ON FILE FOR ' WS-MEMBER-ID ' '
                   XL-NAME
           END-IF
           CLOSE PR-HISTORY-FILE.

       SHOW-PR SECTION.
           IF PR-FOUND
               DISPLAY 'PR ON FILE: ' XL-NAME ' '
                   PR-HIST-BEST-WEIGHT 'LB X ' PR-HIST-BEST-REPS
           ELSE
               DISPLAY 'NO PR ON FILE FOR ' WS-MEMBER-ID ' '
                   XL-NAME
           END-IF.

       LIST-DETAIL-HISTORY SECTION.
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 'N' TO WS-DETAIL-EOF
           DISPLAY 'LOGGED ENTRIES FOR THIS EXERCISE:'
           OPEN INPUT WORKOUT-DETAIL-FILE
           IF WS-WORKOUT-DETAIL-STATUS = '00'
               PERFORM UNTIL END-OF-DETAIL
                   READ WORKOUT-DETAIL-FILE
                       AT END
                           MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           IF WKD-MEMBER-ID = WS-MEMBER-ID
                               AND WKD-EXERCISE-CODE = WS-EXERCISE-CODE
                               PERFORM SHOW-DETAIL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKOUT-DETAIL-FILE
           END-IF
           IF WS-DETAIL-COUNT = 0
               DISPLAY '  NONE'
           END-IF.

       SHOW-DETAIL-ENTRY SECTION.
           ADD 1 TO WS-DETAIL-COUNT
           EVALUATE TRUE
               WHEN WKD-ENTRY-HELD
                   MOVE 'HELD' TO WS-DETAIL-NOTE
               WHEN WKD-ENTRY-CHALLENGED
                   MOVE 'KEPT AT DESK' TO WS-DETAIL-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-DETAIL-NOTE
           END-EVALUATE
           IF WKD-NEW-PR
               DISPLAY '  ' WKD-DATE ' ' WKD-WEIGHT 'LB X ' WKD-REPS
                   ' NEW PR ' WS-DETAIL-NOTE
           ELSE
               DISPLAY '  ' WKD-DATE ' ' WKD-WEIGHT 'LB X ' WKD-REPS
                   '        ' WS-DETAIL-NOTE
           END-IF.

       WRITE-MAINT-JOURNAL SECTION.
           OPEN EXTEND MAINT-JOURNAL
           IF WS-MAINT-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT MAINT-JOURNAL
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-CURRENT-DATE TO MJ-DATE
           DIVIDE WS-TIME-NOW BY 100 GIVING MJ-TIME
           MOVE WS-OPERATOR-ID TO MJ-OPERATOR
           MOVE 'PRHIST' TO MJ-FILE
           MOVE WS-JOURNAL-ACTION TO MJ-ACTION
           MOVE WS-MEMBER-ID TO MJ-MEMBER-ID
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MJ-AFTER-IMAGE
           MOVE WS-SUPERVISOR-ID TO MJ-SUPERVISOR
           WRITE MAINT-JOURNAL-RECORD
           CLOSE MAINT-JOURNAL.

       OPEN-PR-FILE-IO SECTION.
           OPEN I-O PR-HISTORY-FILE
           IF WS-PR-HIST-STATUS = '35'
               CLOSE PR-HISTORY-FILE
               OPEN OUTPUT PR-HISTORY-FILE
               CLOSE PR-HISTORY-FILE
               OPEN I-O PR-HISTORY-FILE
           END-IF.

       READ-PR-RECORD SECTION.
           MOVE 'N' TO WS-PR-FOUND
           MOVE WS-MEMBER-ID TO PR-HIST-MEMBER-ID
           MOVE WS-EXERCISE-CODE TO PR-HIST-EXERCISE-CODE
           READ PR-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PR-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PR-FOUND
           END-READ.
