       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTRICTION_MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTRICTION-FILE ASSIGN TO "RESTRICT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RESTRICTION-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID-KEY
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTRICTION-FILE.
           COPY "MEMBER-RESTRICTION.CPY".

       FD  MEMBER-MASTER.
           COPY "MEMBER-MASTER.CPY".

       FD  MAINT-JOURNAL.
           COPY "MAINT-JOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-RESTRICTION-STATUS PIC XX.
       01 WS-MEMBER-MASTER-STATUS PIC XX.
       01 WS-MAINT-JOURNAL-STATUS PIC XX.
       01 WS-DONE PIC X VALUE 'N'.
         88 MAINT-DONE VALUE 'Y'.
       01 WS-ACTION PIC X(1).
         88 ACTION-ADD VALUE 'A', 'a'.
         88 ACTION-CHANGE VALUE 'C', 'c'.
         88 ACTION-LIFT VALUE 'L', 'l'.
         88 ACTION-INQUIRE VALUE 'I', 'i'.
         88 ACTION-EXIT VALUE 'X', 'x'.
       01 WS-MEMBER-ID PIC X(6).
       01 WS-MEMBER-OK PIC X VALUE 'N'.
         88 MEMBER-OK VALUE 'Y'.
       01 WS-SEQ-IN PIC X(2).
       01 WS-SEQ PIC 9(2).
       01 WS-NEXT-SEQ PIC 9(3).
       01 WS-RESTRICTION-FOUND PIC X VALUE 'N'.
         88 RESTRICTION-FOUND VALUE 'Y'.
       01 WS-RESTRICTION-OPEN PIC X VALUE 'N'.
         88 RESTRICTION-OPEN VALUE 'Y'.
       01 WS-RESTRICTION-OK PIC X VALUE 'N'.
         88 RESTRICTION-OK VALUE 'Y'.
       01 WS-LIST-EOF PIC X VALUE 'N'.
         88 END-OF-LIST VALUE 'Y'.
       01 WS-LIST-COUNT PIC 9(3) VALUE 0.
       01 WS-AREA-IN PIC X(12).
       01 WS-SPLITS-IN PIC X(16).
         88 SPLITS-CLEAR-ASKED VALUE 'NONE'.
       01 WS-NEW-SPLITS.
         05 WS-NEW-SPLIT OCCURS 3 TIMES PIC X(4).
       01 WS-CODES-IN PIC X(36).
         88 CODES-CLEAR-ASKED VALUE 'NONE'.
       01 WS-NEW-CODES.
         05 WS-NEW-CODE OCCURS 5 TIMES PIC X(6).
       01 WS-ENTRY-INDEX PIC 9(1).
       01 WS-ENTRIES-OK PIC X VALUE 'N'.
         88 ENTRIES-OK VALUE 'Y'.
       01 WS-SEVERITY-IN PIC X(1).
       01 WS-DATE-IN PIC X(8).
       01 WS-NOTE-IN PIC X(30).
       01 WS-CONFIRM-IN PIC X(1).
         88 CONFIRMED VALUE 'Y', 'y'.
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TIME-NOW PIC 9(8).
       01 WS-JOURNAL-ACTION PIC X(10).
       01 WS-BEFORE-IMAGE PIC X(145).
       01 WS-AFTER-IMAGE PIC X(145).
       01 WS-GUARD-OK PIC X(1) VALUE 'Y'.
         88 GUARD-OK VALUE 'Y'.
       COPY "EXERCISE-LOOKUP.CPY".

      *****************************************************************
      * The injury and medical restriction register. A coach told
      * about a bad knee or shoulder enters it here: the body area,
      * the splits and catalogue exercises it rules out, whether a
      * restricted split is blocked at the kiosk or only warned
      * about, when it starts and when it should be looked at
      * again. gym_program, plan_maint and plan_progress all honour
      * what is on file. A restriction is never deleted - once the
      * member is fit again it is lifted and stays on file with the
      * date. Every change is journaled to MNTJRNL.DAT under
      * RESTRICT.
      *****************************************************************
       PROCEDURE DIVISION.
           CALL 'gym_guard' USING WS-GUARD-OK
           IF NOT GUARD-OK
               DISPLAY 'STARTUP INTEGRITY CHECK FAILED - RUN REFUSED'
               GOBACK
           END-IF
           DISPLAY 'GYMTIME INJURY RESTRICTION MAINTENANCE'
           PERFORM WITH TEST AFTER UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY 'OPERATOR ID: '
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           PERFORM UNTIL MAINT-DONE
               DISPLAY ' '
               DISPLAY 'A = ADD RESTRICTION  C = CHANGE/REVIEW  '
                   'L = LIFT  I = INQUIRE  X = EXIT'
               DISPLAY 'ACTION: '
               ACCEPT WS-ACTION
               EVALUATE TRUE
                   WHEN ACTION-EXIT
                       MOVE 'Y' TO WS-DONE
                   WHEN ACTION-ADD
                       PERFORM ADD-RESTRICTION
                   WHEN ACTION-CHANGE
                       PERFORM CHANGE-RESTRICTION
                   WHEN ACTION-LIFT
                       PERFORM LIFT-RESTRICTION
                   WHEN ACTION-INQUIRE
                       PERFORM INQUIRE-RESTRICTIONS
                   WHEN OTHER
                       DISPLAY 'INVALID ACTION - TYPE A, C, L, I OR X'
               END-EVALUATE
           END-PERFORM

           GOBACK.

      *****************************************************************
      * A new restriction takes the next free number for the
      * member. It needs a body area, at least one split or
      * exercise, and a review date no earlier than its start -
      * a restriction nobody is due to look at again is how they
      * end up forgotten.
      *****************************************************************
       ADD-RESTRICTION SECTION.
           DISPLAY 'MEMBER ID: '
           ACCEPT WS-MEMBER-ID
           PERFORM VALIDATE-MEMBER
           IF NOT MEMBER-OK
               DISPLAY 'UNKNOWN OR INACTIVE MEMBER ' WS-MEMBER-ID
                   ' - NOTHING ADDED'
           ELSE
               PERFORM OPEN-RESTRICTION-IO
               PERFORM FIND-NEXT-SEQ
               IF WS-NEXT-SEQ > 99
                   DISPLAY 'MEMBER ' WS-MEMBER-ID ' HAS 99 '
                       'RESTRICTIONS ON FILE - NOTHING ADDED'
               ELSE
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   MOVE SPACES TO MEMBER-RESTRICTION-RECORD
                   MOVE WS-MEMBER-ID TO RST-MEMBER-ID
                   MOVE WS-NEXT-SEQ TO RST-SEQ
                   MOVE 'W' TO RST-SEVERITY
                   MOVE WS-CURRENT-DATE TO RST-START-DATE
                   MOVE 0 TO RST-REVIEW-DATE
                   MOVE WS-OPERATOR-ID TO RST-ENTERED-BY
                   MOVE WS-CURRENT-DATE TO RST-ENTERED-DATE
                   MOVE 'A' TO RST-STATUS
                   MOVE 0 TO RST-LIFTED-DATE
                   DISPLAY 'NEW RESTRICTION ' WS-MEMBER-ID ' '
                       RST-SEQ
                   PERFORM ENTER-RESTRICTION-DETAILS
                   PERFORM CHECK-RESTRICTION-COMPLETE
                   IF RESTRICTION-OK
                       WRITE MEMBER-RESTRICTION-RECORD
                       DISPLAY 'RESTRICTION ' WS-MEMBER-ID ' '
                           RST-SEQ ' ADDED'
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE 'ADD' TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-RESTRICTION-CHANGE
                   ELSE
                       DISPLAY 'RESTRICTION NOT SAVED'
                   END-IF
               END-IF
               CLOSE RESTRICTION-FILE
           END-IF.

      *****************************************************************
      * A review usually means a new review date, sometimes a
      * change to what is ruled out. A lifted restriction is not
      * brought back - a fresh one is added instead, so the file
      * shows the gap.
      *****************************************************************
       CHANGE-RESTRICTION SECTION.
           PERFORM GET-RESTRICTION-KEY
           IF RESTRICTION-FOUND
               IF RST-LIFTED
                   DISPLAY 'RESTRICTION WAS LIFTED ON '
                       RST-LIFTED-DATE ' - ADD A NEW ONE INSTEAD'
               ELSE
                   MOVE MEMBER-RESTRICTION-RECORD TO WS-BEFORE-IMAGE
                   PERFORM ENTER-RESTRICTION-DETAILS
                   PERFORM CHECK-RESTRICTION-COMPLETE
                   EVALUATE TRUE
                       WHEN NOT RESTRICTION-OK
                           DISPLAY 'NOTHING CHANGED'
                       WHEN MEMBER-RESTRICTION-RECORD
                           = WS-BEFORE-IMAGE(1:134)
                           DISPLAY 'NOTHING CHANGED'
                       WHEN OTHER
                           REWRITE MEMBER-RESTRICTION-RECORD
                           DISPLAY 'RESTRICTION ' WS-MEMBER-ID ' '
                               RST-SEQ ' CHANGED'
                           MOVE 'CHANGE' TO WS-JOURNAL-ACTION
                           PERFORM JOURNAL-RESTRICTION-CHANGE
                   END-EVALUATE
               END-IF
           END-IF
           IF RESTRICTION-OPEN
               CLOSE RESTRICTION-FILE
           END-IF.

       LIFT-RESTRICTION SECTION.
           PERFORM GET-RESTRICTION-KEY
           IF RESTRICTION-FOUND
               IF RST-LIFTED
                   DISPLAY 'ALREADY LIFTED ON ' RST-LIFTED-DATE
               ELSE
                   DISPLAY 'LIFT THIS RESTRICTION (Y/N)? '
                   ACCEPT WS-CONFIRM-IN
                   IF CONFIRMED
                       MOVE MEMBER-RESTRICTION-RECORD
                           TO WS-BEFORE-IMAGE
                       ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                       MOVE 'L' TO RST-STATUS
                       MOVE WS-CURRENT-DATE TO RST-LIFTED-DATE
                       REWRITE MEMBER-RESTRICTION-RECORD
                       DISPLAY 'RESTRICTION ' WS-MEMBER-ID ' '
                           RST-SEQ ' LIFTED'
                       MOVE 'LIFT' TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-RESTRICTION-CHANGE
                   ELSE
                       DISPLAY 'NOTHING CHANGED'
                   END-IF
               END-IF
           END-IF
           IF RESTRICTION-OPEN
               CLOSE RESTRICTION-FILE
           END-IF.

       INQUIRE-RESTRICTIONS SECTION.
           DISPLAY 'MEMBER ID: '
           ACCEPT WS-MEMBER-ID
           OPEN INPUT RESTRICTION-FILE
           IF WS-RESTRICTION-STATUS NOT = '00'
               DISPLAY 'NO RESTRICTIONS ON FILE'
           ELSE
               PERFORM LIST-MEMBER-RESTRICTIONS
               CLOSE RESTRICTION-FILE
           END-IF.

      *****************************************************************
      * Lists the member's restrictions, in force and lifted, then
      * asks which one; leaves the file open I-O with the chosen
      * record read when RESTRICTION-FOUND.
      *****************************************************************
       GET-RESTRICTION-KEY SECTION.
           MOVE 'N' TO WS-RESTRICTION-FOUND
           MOVE 'N' TO WS-RESTRICTION-OPEN
           DISPLAY 'MEMBER ID: '
           ACCEPT WS-MEMBER-ID
           OPEN I-O RESTRICTION-FILE
           IF WS-RESTRICTION-STATUS NOT = '00'
               DISPLAY 'NO RESTRICTIONS ON FILE'
           ELSE
               MOVE 'Y' TO WS-RESTRICTION-OPEN
               PERFORM LIST-MEMBER-RESTRICTIONS
               IF WS-LIST-COUNT > 0
                   DISPLAY 'RESTRICTION NUMBER (2 DIGITS): '
                   ACCEPT WS-SEQ-IN
                   IF WS-SEQ-IN IS NUMERIC
                       MOVE WS-SEQ-IN TO WS-SEQ
                       PERFORM READ-RESTRICTION-RECORD
                       IF NOT RESTRICTION-FOUND
                           DISPLAY 'RESTRICTION ' WS-MEMBER-ID ' '
                               WS-SEQ ' NOT ON FILE'
                       END-IF
                   ELSE
                       DISPLAY 'NOT 2 DIGITS - NOTHING CHANGED'
                   END-IF
               END-IF
           END-IF.

       LIST-MEMBER-RESTRICTIONS SECTION.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-EOF
           MOVE WS-MEMBER-ID TO RST-MEMBER-ID
           MOVE 0 TO RST-SEQ
           START RESTRICTION-FILE KEY >= RST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF
           END-START
           PERFORM UNTIL END-OF-LIST
               READ RESTRICTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF RST-MEMBER-ID NOT = WS-MEMBER-ID
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM SHOW-RESTRICTION
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT ' RESTRICTIONS ON FILE FOR '
               WS-MEMBER-ID.

       SHOW-RESTRICTION SECTION.
           DISPLAY ' '
           IF RST-IN-FORCE
               DISPLAY 'RESTRICTION ' RST-SEQ ' ' RST-BODY-AREA
                   ' IN FORCE'
           ELSE
               DISPLAY 'RESTRICTION ' RST-SEQ ' ' RST-BODY-AREA
                   ' LIFTED ' RST-LIFTED-DATE
           END-IF
           IF RST-BLOCK
               DISPLAY '  SPLITS:    ' RST-SPLIT(1) ' ' RST-SPLIT(2)
                   ' ' RST-SPLIT(3) ' - BLOCKED AT THE KIOSK'
           ELSE
               DISPLAY '  SPLITS:    ' RST-SPLIT(1) ' ' RST-SPLIT(2)
                   ' ' RST-SPLIT(3) ' - WARNED AT THE KIOSK'
           END-IF
           DISPLAY '  EXERCISES: ' RST-EXERCISE-CODE(1) ' '
               RST-EXERCISE-CODE(2) ' ' RST-EXERCISE-CODE(3) ' '
               RST-EXERCISE-CODE(4) ' ' RST-EXERCISE-CODE(5)
           DISPLAY '  START ' RST-START-DATE ' REVIEW '
               RST-REVIEW-DATE ' ENTERED BY ' RST-ENTERED-BY
               ' ON ' RST-ENTERED-DATE
           IF RST-NOTE NOT = SPACES
               DISPLAY '  NOTE:      ' RST-NOTE
           END-IF.

      *****************************************************************
      * Shared by add and change: every prompt shows what is on the
      * record and a blank answer keeps it.
      *****************************************************************
       ENTER-RESTRICTION-DETAILS SECTION.
           DISPLAY 'BODY AREA, E.G. KNEE, LOWER BACK (CURRENT: '
               RST-BODY-AREA ', BLANK = KEEP): '
           ACCEPT WS-AREA-IN
           IF WS-AREA-IN NOT = SPACES
               MOVE WS-AREA-IN TO RST-BODY-AREA
           END-IF
           PERFORM ENTER-SPLITS
           PERFORM ENTER-EXERCISES
           DISPLAY 'B = BLOCK THE SPLITS AT THE KIOSK, W = WARN ONLY '
               '(CURRENT: ' RST-SEVERITY ', BLANK = KEEP): '
           ACCEPT WS-SEVERITY-IN
           EVALUATE WS-SEVERITY-IN
               WHEN SPACE
                   CONTINUE
               WHEN 'B'
               WHEN 'b'
                   MOVE 'B' TO RST-SEVERITY
               WHEN 'W'
               WHEN 'w'
                   MOVE 'W' TO RST-SEVERITY
               WHEN OTHER
                   DISPLAY 'NOT B OR W - CURRENT VALUE KEPT'
           END-EVALUATE
           DISPLAY 'START DATE YYYYMMDD (CURRENT: ' RST-START-DATE
               ', BLANK = KEEP): '
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT = SPACES
               IF WS-DATE-IN IS NUMERIC
                   MOVE WS-DATE-IN TO RST-START-DATE
               ELSE
                   DISPLAY 'NOT 8 DIGITS - CURRENT VALUE KEPT'
               END-IF
           END-IF
           DISPLAY 'REVIEW DATE YYYYMMDD (CURRENT: ' RST-REVIEW-DATE
               ', BLANK = KEEP): '
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT = SPACES
               IF WS-DATE-IN IS NUMERIC
                   MOVE WS-DATE-IN TO RST-REVIEW-DATE
               ELSE
                   DISPLAY 'NOT 8 DIGITS - CURRENT VALUE KEPT'
               END-IF
           END-IF
           DISPLAY 'NOTE (BLANK = KEEP): '
           ACCEPT WS-NOTE-IN
           IF WS-NOTE-IN NOT = SPACES
               MOVE WS-NOTE-IN TO RST-NOTE
           END-IF.

       ENTER-SPLITS SECTION.
           DISPLAY 'RESTRICTED SPLITS, E.G. LEGS PUSH (CURRENT: '
               RST-SPLIT(1) ' ' RST-SPLIT(2) ' ' RST-SPLIT(3) ','
           DISPLAY '  BLANK = KEEP, NONE = NO SPLITS): '
           MOVE SPACES TO WS-SPLITS-IN
           ACCEPT WS-SPLITS-IN
           EVALUATE TRUE
               WHEN WS-SPLITS-IN = SPACES
                   CONTINUE
               WHEN SPLITS-CLEAR-ASKED
                   MOVE SPACES TO RST-SPLIT-TABLE
               WHEN OTHER
                   MOVE SPACES TO WS-NEW-SPLITS
                   UNSTRING WS-SPLITS-IN DELIMITED BY ALL SPACE
                       INTO WS-NEW-SPLIT(1) WS-NEW-SPLIT(2)
                            WS-NEW-SPLIT(3)
                   END-UNSTRING
                   MOVE 'Y' TO WS-ENTRIES-OK
                   PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                           UNTIL WS-ENTRY-INDEX > 3
                       IF WS-NEW-SPLIT(WS-ENTRY-INDEX) NOT = SPACES
                           AND WS-NEW-SPLIT(WS-ENTRY-INDEX) NOT = 'PUSH'
                           AND WS-NEW-SPLIT(WS-ENTRY-INDEX) NOT = 'PULL'
                           AND WS-NEW-SPLIT(WS-ENTRY-INDEX) NOT = 'LEGS'
                           DISPLAY WS-NEW-SPLIT(WS-ENTRY-INDEX)
                               ' IS NOT PUSH, PULL OR LEGS'
                           MOVE 'N' TO WS-ENTRIES-OK
                       END-IF
                   END-PERFORM
                   IF ENTRIES-OK
                       MOVE WS-NEW-SPLITS TO RST-SPLIT-TABLE
                   ELSE
                       DISPLAY 'SPLITS NOT CHANGED'
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * Exercises are named by catalogue code, the same codes plans
      * carry, so plan_maint and plan_progress can match them
      * exactly. A retired code is accepted - it may still sit on
      * an old plan.
      *****************************************************************
       ENTER-EXERCISES SECTION.
           DISPLAY 'RESTRICTED EXERCISE CODES, UP TO 5 (CURRENT: '
               RST-EXERCISE-CODE(1) ' ' RST-EXERCISE-CODE(2) ' '
               RST-EXERCISE-CODE(3) ' ' RST-EXERCISE-CODE(4) ' '
               RST-EXERCISE-CODE(5) ','
           DISPLAY '  BLANK = KEEP, NONE = NO EXERCISES): '
           MOVE SPACES TO WS-CODES-IN
           ACCEPT WS-CODES-IN
           EVALUATE TRUE
               WHEN WS-CODES-IN = SPACES
                   CONTINUE
               WHEN CODES-CLEAR-ASKED
                   MOVE SPACES TO RST-EXERCISE-TABLE
               WHEN OTHER
                   MOVE SPACES TO WS-NEW-CODES
                   UNSTRING WS-CODES-IN DELIMITED BY ALL SPACE
                       INTO WS-NEW-CODE(1) WS-NEW-CODE(2)
                            WS-NEW-CODE(3) WS-NEW-CODE(4)
                            WS-NEW-CODE(5)
                   END-UNSTRING
                   MOVE 'Y' TO WS-ENTRIES-OK
                   PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                           UNTIL WS-ENTRY-INDEX > 5
                       IF WS-NEW-CODE(WS-ENTRY-INDEX) NOT = SPACES
                           MOVE WS-NEW-CODE(WS-ENTRY-INDEX) TO XL-CODE
                           CALL 'exercise_lookup'
                               USING EXERCISE-LOOKUP-AREA
                           IF XL-ON-CATALOGUE
                               DISPLAY '  ' XL-CODE ' ' XL-NAME
                           ELSE
                               DISPLAY XL-CODE ' IS NOT ON THE '
                                   'EXERCISE CATALOGUE'
                               MOVE 'N' TO WS-ENTRIES-OK
                           END-IF
                       END-IF
                   END-PERFORM
                   IF ENTRIES-OK
                       MOVE WS-NEW-CODES TO RST-EXERCISE-TABLE
                   ELSE
                       DISPLAY 'EXERCISES NOT CHANGED'
                   END-IF
           END-EVALUATE.

       CHECK-RESTRICTION-COMPLETE SECTION.
           MOVE 'N' TO WS-RESTRICTION-OK
           EVALUATE TRUE
               WHEN RST-BODY-AREA = SPACES
                   DISPLAY 'BODY AREA IS REQUIRED'
               WHEN RST-SPLIT-TABLE = SPACES
                   AND RST-EXERCISE-TABLE = SPACES
                   DISPLAY 'AT LEAST ONE SPLIT OR EXERCISE IS REQUIRED'
               WHEN RST-REVIEW-DATE = 0
                   DISPLAY 'REVIEW DATE IS REQUIRED'
               WHEN RST-REVIEW-DATE < RST-START-DATE
                   DISPLAY 'REVIEW DATE IS BEFORE THE START DATE'
               WHEN OTHER
                   MOVE 'Y' TO WS-RESTRICTION-OK
           END-EVALUATE.

       VALIDATE-MEMBER SECTION.
           MOVE 'N' TO WS-MEMBER-OK
           OPEN INPUT MEMBER-MASTER
           IF WS-MEMBER-MASTER-STATUS = '00'
               MOVE WS-MEMBER-ID TO MEMBER-ID-KEY
               READ MEMBER-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-MEMBER-OK
                   NOT INVALID KEY
                       IF MEMBER-ACTIVE OR MEMBER-FROZEN
                           MOVE 'Y' TO WS-MEMBER-OK
                       END-IF
               END-READ
               CLOSE MEMBER-MASTER
           END-IF.

       FIND-NEXT-SEQ SECTION.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-LIST-EOF
           MOVE WS-MEMBER-ID TO RST-MEMBER-ID
           MOVE 0 TO RST-SEQ
           START RESTRICTION-FILE KEY >= RST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF
           END-START
           PERFORM UNTIL END-OF-LIST
               READ RESTRICTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF RST-MEMBER-ID NOT = WS-MEMBER-ID
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           COMPUTE WS-NEXT-SEQ = RST-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM.

       OPEN-RESTRICTION-IO SECTION.
           OPEN I-O RESTRICTION-FILE
           IF WS-RESTRICTION-STATUS = '35'
               CLOSE RESTRICTION-FILE
               OPEN OUTPUT RESTRICTION-FILE
               CLOSE RESTRICTION-FILE
               OPEN I-O RESTRICTION-FILE
           END-IF.

       READ-RESTRICTION-RECORD SECTION.
           MOVE 'N' TO WS-RESTRICTION-FOUND
           MOVE WS-MEMBER-ID TO RST-MEMBER-ID
           MOVE WS-SEQ TO RST-SEQ
           READ RESTRICTION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RESTRICTION-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RESTRICTION-FOUND
           END-READ.

       JOURNAL-RESTRICTION-CHANGE SECTION.
           MOVE MEMBER-RESTRICTION-RECORD TO WS-AFTER-IMAGE
           OPEN EXTEND MAINT-JOURNAL
           IF WS-MAINT-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT MAINT-JOURNAL
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-CURRENT-DATE TO MJ-DATE
           DIVIDE WS-TIME-NOW BY 100 GIVING MJ-TIME
           MOVE WS-OPERATOR-ID TO MJ-OPERATOR
           MOVE 'RESTRICT' TO MJ-FILE
           MOVE WS-JOURNAL-ACTION TO MJ-ACTION
           MOVE WS-MEMBER-ID TO MJ-MEMBER-ID
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MJ-AFTER-IMAGE
           MOVE SPACES TO MJ-SUPERVISOR
           WRITE MAINT-JOURNAL-RECORD
           CLOSE MAINT-JOURNAL.
