               RECORD KEY IS MEMBER-ID-KEY
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT TRAINER-FILE ASSIGN TO "TRAINERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-TRAINER-ID
               FILE STATUS IS WS-TRAINER-STATUS.

           SELECT GUEST-PASS-FILE ASSIGN TO "GUESTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GST-GUEST-ID
               FILE STATUS IS WS-GUEST-PASS-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-JOURNAL-STATUS.
       FD  MEMBER-MASTER.
           COPY "MEMBER-MASTER.CPY".

       FD  TRAINER-FILE.
           COPY "TRAINER.CPY".

       FD  GUEST-PASS-FILE.
           COPY "GUEST-PASS.CPY".

       FD  MAINT-JOURNAL.
           COPY "MAINT-JOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-MEMBER-MASTER-STATUS PIC XX.
       01 WS-TRAINER-STATUS PIC XX.
       01 WS-GUEST-PASS-STATUS PIC XX.
       01 WS-GUEST-ID-IN PIC X(6).
       01 WS-ENROLL-DATE PIC 9(8).
       01 WS-PASS-ID-CLASH PIC X VALUE 'N'.
         88 PASS-ID-CLASH VALUE 'Y'.
       01 WS-JOURNAL-FILE PIC X(8) VALUE 'MEMBERS'.
       01 WS-DONE PIC X VALUE 'N'.
         88 MAINT-DONE VALUE 'Y'.
       01 WS-ACTION PIC X(1).
         88 ACTION-DEACTIVATE VALUE 'D', 'd'.
         88 ACTION-REACTIVATE VALUE 'R', 'r'.
         88 ACTION-GOAL VALUE 'G', 'g'.
         88 ACTION-FREEZE VALUE 'F', 'f'.
         88 ACTION-TRAINER VALUE 'T', 't'.
         88 ACTION-INQUIRE VALUE 'I', 'i'.
         88 ACTION-EXIT VALUE 'X', 'x'.
       01 WS-MEMBER-ID PIC X(6).
       01 WS-NAME-IN PIC X(30).
       01 WS-JOIN-DATE-IN PIC X(8).
       01 WS-GOAL-WEIGHT-IN PIC X(3).
       01 WS-TRAINER-IN PIC X(4).
       01 WS-TRAINER-OK PIC X VALUE 'N'.
         88 TRAINER-OK VALUE 'Y'.
       01 WS-FREEZE-START-IN PIC X(8).
       01 WS-FREEZE-END-IN PIC X(8).
       01 WS-FREEZE-START PIC 9(8).
       01 WS-FREEZE-END PIC 9(8).
       01 WS-FREEZE-DATES-OK PIC X VALUE 'N'.
         88 FREEZE-DATES-OK VALUE 'Y'.
       01 WS-CK-DATE-IN PIC X(8).
       01 WS-CK-DATE PIC 9(8).
       01 WS-CK-YEAR PIC 9(4).
       01 WS-CK-MMDD PIC 9(4).
       01 WS-CK-MONTH PIC 9(2).
       01 WS-CK-DAY PIC 9(2).
       01 WS-CK-LAST-DAY PIC 9(2).
       01 WS-CK-QUOTIENT PIC 9(4).
       01 WS-CK-REM-4 PIC 9(3).
       01 WS-CK-REM-100 PIC 9(3).
       01 WS-CK-REM-400 PIC 9(3).
       01 WS-CK-DATE-OK PIC X VALUE 'N'.
         88 CALENDAR-DATE-OK VALUE 'Y'.
       01 WS-CONFIRM-IN PIC X(1).
         88 CONFIRMED VALUE 'Y', 'y'.
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-MAINT-JOURNAL-STATUS PIC XX.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           PERFORM UNTIL MAINT-DONE
               DISPLAY ' '
               DISPLAY 'A = ADD  C = CHANGE NAME  D = DEACTIVATE  '
                   'R = REACTIVATE  G = GOAL WEIGHT  F = FREEZE  '
                   'T = TRAINER  I = INQUIRE  X = EXIT'
               DISPLAY 'ACTION: '
               ACCEPT WS-ACTION
               EVALUATE TRUE
                       PERFORM REACTIVATE-MEMBER
                   WHEN ACTION-GOAL
                       PERFORM SET-GOAL-WEIGHT
                   WHEN ACTION-FREEZE
                       PERFORM FREEZE-MEMBER
                   WHEN ACTION-TRAINER
                       PERFORM ASSIGN-TRAINER
                   WHEN ACTION-INQUIRE
                       PERFORM INQUIRE-MEMBER
                   WHEN OTHER
                       DISPLAY 'INVALID ACTION - TYPE A, C, D, R, '
                           'G, F, T, I OR X'
               END-EVALUATE
           END-PERFORM

           ACCEPT WS-MEMBER-ID
           PERFORM OPEN-MASTER-IO
           PERFORM READ-MEMBER-RECORD
           PERFORM CHECK-PASS-ID-CLASH
           EVALUATE TRUE
               WHEN MEMBER-FOUND
                   DISPLAY 'MEMBER ' WS-MEMBER-ID ' ALREADY ON FILE'
               WHEN PASS-ID-CLASH
                   DISPLAY WS-MEMBER-ID ' IS A GUEST PASS ID - '
                       'CHOOSE ANOTHER MEMBER ID'
               WHEN OTHER
                   PERFORM ENROLL-MEMBER
           END-EVALUATE
           CLOSE MEMBER-MASTER.

       ENROLL-MEMBER SECTION.
           MOVE WS-MEMBER-ID TO MEMBER-ID-KEY
           DISPLAY 'MEMBER NAME: '
           ACCEPT WS-NAME-IN
           MOVE WS-NAME-IN TO MEMBER-NAME
           DISPLAY 'JOIN DATE (YYYYMMDD, BLANK = TODAY): '
           ACCEPT WS-JOIN-DATE-IN
           IF WS-JOIN-DATE-IN = SPACES
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE WS-CURRENT-DATE TO MEMBER-JOIN-DATE
           ELSE
               IF WS-JOIN-DATE-IN IS NUMERIC
                   MOVE WS-JOIN-DATE-IN TO MEMBER-JOIN-DATE
               ELSE
                   DISPLAY 'NOT 8 DIGITS - TODAY USED'
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   MOVE WS-CURRENT-DATE TO MEMBER-JOIN-DATE
               END-IF
           END-IF
           MOVE 'A' TO MEMBER-STATUS
           MOVE 0 TO MEMBER-VISIT-COUNT
           MOVE 0 TO MEMBER-NO-STREAK
           MOVE 0 TO MEMBER-GOAL-WEIGHT
           MOVE 0 TO MEMBER-FREEZE-START
           MOVE 0 TO MEMBER-FREEZE-END
           MOVE SPACES TO MEMBER-TRAINER-ID
           MOVE MEMBER-JOIN-DATE TO WS-ENROLL-DATE
           WRITE MEMBER-MASTER-RECORD
           DISPLAY 'MEMBER ' WS-MEMBER-ID ' ENROLLED'
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE MEMBER-MASTER-RECORD TO WS-AFTER-IMAGE
           MOVE 'ADD' TO WS-JOURNAL-ACTION
           PERFORM WRITE-MAINT-JOURNAL
           PERFORM LINK-GUEST-PASS.

      *****************************************************************
      * A pass ID and a member ID must never be the same, or the
      * kiosk could not tell a guest from the member.
      *****************************************************************
       CHECK-PASS-ID-CLASH SECTION.
           MOVE 'N' TO WS-PASS-ID-CLASH
           OPEN INPUT GUEST-PASS-FILE
           IF WS-GUEST-PASS-STATUS = '00'
               MOVE WS-MEMBER-ID TO GST-GUEST-ID
               READ GUEST-PASS-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PASS-ID-CLASH
               END-READ
               CLOSE GUEST-PASS-FILE
           END-IF.

      *****************************************************************
      * A new member who first came in on a guest or day pass has the
      * pass marked with the member ID and join date, so the monthly
      * guest report can show which passes turned into members. A
      * pass already marked keeps the member it was first marked
      * with.
      *****************************************************************
       LINK-GUEST-PASS SECTION.
           DISPLAY 'GUEST PASS ID IF JOINING FROM A GUEST PASS '
               '(BLANK = NONE): '
           ACCEPT WS-GUEST-ID-IN
           IF WS-GUEST-ID-IN NOT = SPACES
               OPEN I-O GUEST-PASS-FILE
               IF WS-GUEST-PASS-STATUS NOT = '00'
                   DISPLAY 'NO GUEST PASSES ON FILE - NOTHING LINKED'
               ELSE
                   MOVE WS-GUEST-ID-IN TO GST-GUEST-ID
                   READ GUEST-PASS-FILE
                       INVALID KEY
                           DISPLAY 'GUEST PASS ' WS-GUEST-ID-IN
                               ' NOT ON FILE - NOTHING LINKED'
                       NOT INVALID KEY
                           IF GST-NOT-ENROLLED
                               PERFORM MARK-PASS-ENROLLED
                           ELSE
                               DISPLAY 'GUEST PASS ' WS-GUEST-ID-IN
                                   ' ALREADY LINKED TO MEMBER '
                                   GST-ENROLLED-ID
                           END-IF
                   END-READ
                   CLOSE GUEST-PASS-FILE
               END-IF
           END-IF.

       MARK-PASS-ENROLLED SECTION.
           MOVE GUEST-PASS-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-MEMBER-ID TO GST-ENROLLED-ID
           MOVE WS-ENROLL-DATE TO GST-ENROLLED-DATE
           REWRITE GUEST-PASS-RECORD
           DISPLAY 'GUEST PASS ' WS-GUEST-ID-IN ' LINKED TO MEMBER '
               WS-MEMBER-ID
           MOVE GUEST-PASS-RECORD TO WS-AFTER-IMAGE
           MOVE 'GUESTS' TO WS-JOURNAL-FILE
           MOVE 'ENROLLED' TO WS-JOURNAL-ACTION
           PERFORM WRITE-MAINT-JOURNAL
           MOVE 'MEMBERS' TO WS-JOURNAL-FILE.

       CHANGE-MEMBER SECTION.
           DISPLAY 'MEMBER ID: '
           END-IF
           CLOSE MEMBER-MASTER.

      *****************************************************************
      * A frozen member is brought back with F, which ends the
      * freeze dates as well as the status; R is refused for them.
      * A member deactivated part way through a freeze has the
      * freeze cut short at today when reactivated, so billing,
      * retention and the expiry run do not go on treating them as
      * frozen.
      *****************************************************************
       REACTIVATE-MEMBER SECTION.
           DISPLAY 'MEMBER ID: '
           ACCEPT WS-MEMBER-ID
           PERFORM OPEN-MASTER-IO
           PERFORM READ-MEMBER-RECORD
           EVALUATE TRUE
               WHEN NOT MEMBER-FOUND
                   DISPLAY 'MEMBER ' WS-MEMBER-ID ' NOT ON FILE'
               WHEN MEMBER-FROZEN
                   DISPLAY 'MEMBER ' WS-MEMBER-ID ' IS FROZEN - '
                       'USE F TO END THE FREEZE'
               WHEN OTHER
                   MOVE MEMBER-MASTER-RECORD TO WS-BEFORE-IMAGE
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   MOVE 'A' TO MEMBER-STATUS
                   IF MEMBER-FREEZE-END > WS-CURRENT-DATE
                       MOVE WS-CURRENT-DATE TO MEMBER-FREEZE-END
                   END-IF
                   IF MEMBER-FREEZE-START > MEMBER-FREEZE-END
                       MOVE MEMBER-FREEZE-END TO MEMBER-FREEZE-START
                   END-IF
                   REWRITE MEMBER-MASTER-RECORD
                   DISPLAY 'MEMBER ' WS-MEMBER-ID ' REACTIVATED'
                   MOVE MEMBER-MASTER-RECORD TO WS-AFTER-IMAGE
                   MOVE 'REACTIVATE' TO WS-JOURNAL-ACTION
                   PERFORM WRITE-MAINT-JOURNAL
           END-EVALUATE
           CLOSE MEMBER-MASTER.

       SET-GOAL-WEIGHT SECTION.
           END-IF
           CLOSE MEMBER-MASTER.

      *****************************************************************
      * A freeze pauses a membership for injury, travel and the like
      * without making the member look lapsed the way DEACTIVATE
      * does: billing skips the frozen months, the door reminds the
      * member the freeze is still running, and retention does not
      * count the frozen days. The freeze runs out by itself on the
      * first day back (freeze_expiry resets the status that night).
      * Keying F against a member who is already frozen offers to
      * end the freeze today instead, for a member back early.
      *****************************************************************
       FREEZE-MEMBER SECTION.
           DISPLAY 'MEMBER ID: '
           ACCEPT WS-MEMBER-ID
           PERFORM OPEN-MASTER-IO
           PERFORM READ-MEMBER-RECORD
           EVALUATE TRUE
               WHEN NOT MEMBER-FOUND
                   DISPLAY 'MEMBER ' WS-MEMBER-ID ' NOT ON FILE'
               WHEN MEMBER-FROZEN
                   PERFORM END-MEMBER-FREEZE
               WHEN MEMBER-ACTIVE
                   PERFORM START-MEMBER-FREEZE
               WHEN OTHER
                   DISPLAY 'MEMBER ' WS-MEMBER-ID ' IS NOT ACTIVE - '
                       'REACTIVATE BEFORE FREEZING'
           END-EVALUATE
           CLOSE MEMBER-MASTER.

       START-MEMBER-FREEZE SECTION.
           MOVE 'N' TO WS-FREEZE-DATES-OK
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM WITH TEST AFTER UNTIL CALENDAR-DATE-OK
               DISPLAY 'FREEZE START (YYYYMMDD, BLANK = TODAY): '
               ACCEPT WS-FREEZE-START-IN
               IF WS-FREEZE-START-IN = SPACES
                   MOVE WS-CURRENT-DATE TO WS-FREEZE-START-IN
               END-IF
               MOVE WS-FREEZE-START-IN TO WS-CK-DATE-IN
               PERFORM CHECK-CALENDAR-DATE
           END-PERFORM
           MOVE WS-CK-DATE TO WS-FREEZE-START
           MOVE 'N' TO WS-CK-DATE-OK
           PERFORM WITH TEST AFTER
                   UNTIL CALENDAR-DATE-OK OR WS-FREEZE-END-IN = SPACES
               DISPLAY 'FIRST DAY BACK (YYYYMMDD, BLANK = CANCEL): '
               ACCEPT WS-FREEZE-END-IN
               IF WS-FREEZE-END-IN NOT = SPACES
                   MOVE WS-FREEZE-END-IN TO WS-CK-DATE-IN
                   PERFORM CHECK-CALENDAR-DATE
               END-IF
           END-PERFORM
           IF WS-FREEZE-END-IN = SPACES
               DISPLAY 'NOTHING CHANGED'
           ELSE
               MOVE WS-CK-DATE TO WS-FREEZE-END
               IF WS-FREEZE-END > WS-FREEZE-START
                   MOVE 'Y' TO WS-FREEZE-DATES-OK
               ELSE
                   DISPLAY 'FIRST DAY BACK MUST BE AFTER THE START - '
                       'NOTHING CHANGED'
               END-IF
           END-IF
           IF FREEZE-DATES-OK
               MOVE MEMBER-MASTER-RECORD TO WS-BEFORE-IMAGE
               MOVE 'F' TO MEMBER-STATUS
               MOVE WS-FREEZE-START TO MEMBER-FREEZE-START
               MOVE WS-FREEZE-END TO MEMBER-FREEZE-END
               REWRITE MEMBER-MASTER-RECORD
               DISPLAY 'MEMBER ' WS-MEMBER-ID ' FROZEN FROM '
                   MEMBER-FREEZE-START ' - FIRST DAY BACK '
                   MEMBER-FREEZE-END
               MOVE MEMBER-MASTER-RECORD TO WS-AFTER-IMAGE
               MOVE 'FREEZE' TO WS-JOURNAL-ACTION
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.

      *****************************************************************
      * Checks the date keyed into WS-CK-DATE-IN is a real calendar
      * date - month 01 to 12 and a day that month has, with 29
      * February only in a leap year - before it goes on the master,
      * since freeze_expiry, retention and class booking all count
      * days from the freeze dates. A good date is left in
      * WS-CK-DATE.
      *****************************************************************
       CHECK-CALENDAR-DATE SECTION.
           MOVE 'N' TO WS-CK-DATE-OK
           IF WS-CK-DATE-IN IS NOT NUMERIC
               DISPLAY 'NOT 8 DIGITS - RE-ENTER'
           ELSE
               MOVE WS-CK-DATE-IN TO WS-CK-DATE
               DIVIDE WS-CK-DATE BY 10000 GIVING WS-CK-YEAR
                   REMAINDER WS-CK-MMDD
               DIVIDE WS-CK-MMDD BY 100 GIVING WS-CK-MONTH
                   REMAINDER WS-CK-DAY
               EVALUATE WS-CK-MONTH
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-CK-LAST-DAY
                   WHEN 2
                       DIVIDE WS-CK-YEAR BY 4 GIVING WS-CK-QUOTIENT
                           REMAINDER WS-CK-REM-4
                       DIVIDE WS-CK-YEAR BY 100 GIVING WS-CK-QUOTIENT
                           REMAINDER WS-CK-REM-100
                       DIVIDE WS-CK-YEAR BY 400 GIVING WS-CK-QUOTIENT
                           REMAINDER WS-CK-REM-400
                       IF WS-CK-REM-4 = 0 AND
                          (WS-CK-REM-100 NOT = 0 OR WS-CK-REM-400 = 0)
                           MOVE 29 TO WS-CK-LAST-DAY
                       ELSE
                           MOVE 28 TO WS-CK-LAST-DAY
                       END-IF
                   WHEN 1 THRU 12
                       MOVE 31 TO WS-CK-LAST-DAY
                   WHEN OTHER
                       MOVE 0 TO WS-CK-LAST-DAY
               END-EVALUATE
               IF WS-CK-DAY > 0 AND WS-CK-DAY NOT > WS-CK-LAST-DAY
                   MOVE 'Y' TO WS-CK-DATE-OK
               ELSE
                   DISPLAY WS-CK-DATE-IN ' IS NOT A CALENDAR DATE - '
                       'RE-ENTER'
               END-IF
           END-IF.

       END-MEMBER-FREEZE SECTION.
           DISPLAY 'MEMBER ' WS-MEMBER-ID ' IS FROZEN FROM '
               MEMBER-FREEZE-START ' - FIRST DAY BACK '
               MEMBER-FREEZE-END
           DISPLAY 'END THE FREEZE TODAY (Y/N)? '
           ACCEPT WS-CONFIRM-IN
           IF CONFIRMED
               MOVE MEMBER-MASTER-RECORD TO WS-BEFORE-IMAGE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE 'A' TO MEMBER-STATUS
               IF MEMBER-FREEZE-END > WS-CURRENT-DATE
                   MOVE WS-CURRENT-DATE TO MEMBER-FREEZE-END
               END-IF
               IF MEMBER-FREEZE-START > MEMBER-FREEZE-END
                   MOVE MEMBER-FREEZE-END TO MEMBER-FREEZE-START
               END-IF
               REWRITE MEMBER-MASTER-RECORD
               DISPLAY 'FREEZE ENDED FOR ' WS-MEMBER-ID
               MOVE MEMBER-MASTER-RECORD TO WS-AFTER-IMAGE
               MOVE 'UNFREEZE' TO WS-JOURNAL-ACTION
               PERFORM WRITE-MAINT-JOURNAL
           ELSE
               DISPLAY 'FREEZE KEPT - NOTHING CHANGED'
           END-IF.

      *****************************************************************
      * Puts a member on a coach's books, moves them to another, or
      * (keying NONE) takes them off. Only an active trainer on
      * TRAINERS.DAT can be given new members; the coach's nightly
      * worklist picks the member up from the next run.
      *****************************************************************
       ASSIGN-TRAINER SECTION.
           DISPLAY 'MEMBER ID: '
           ACCEPT WS-MEMBER-ID
           PERFORM OPEN-MASTER-IO
           PERFORM READ-MEMBER-RECORD
           IF MEMBER-FOUND
               IF MEMBER-NO-TRAINER
                   DISPLAY 'MEMBER ' WS-MEMBER-ID
                       ' HAS NO TRAINER ASSIGNED'
               ELSE
                   DISPLAY 'MEMBER ' WS-MEMBER-ID
                       ' IS ASSIGNED TO TRAINER ' MEMBER-TRAINER-ID
               END-IF
               DISPLAY 'TRAINER ID (NONE = UNASSIGN, BLANK = KEEP): '
               ACCEPT WS-TRAINER-IN
               EVALUATE TRUE
                   WHEN WS-TRAINER-IN = SPACES
                       DISPLAY 'NOTHING CHANGED'
                   WHEN WS-TRAINER-IN = 'NONE' OR 'none'
                       IF MEMBER-NO-TRAINER
                           DISPLAY 'NOTHING CHANGED'
                       ELSE
                           MOVE MEMBER-MASTER-RECORD TO WS-BEFORE-IMAGE
                           MOVE SPACES TO MEMBER-TRAINER-ID
                           PERFORM REWRITE-TRAINER-CHANGE
                       END-IF
                   WHEN WS-TRAINER-IN = MEMBER-TRAINER-ID
                       DISPLAY 'NOTHING CHANGED'
                   WHEN OTHER
                       PERFORM VALIDATE-TRAINER
                       IF TRAINER-OK
                           MOVE MEMBER-MASTER-RECORD TO WS-BEFORE-IMAGE
                           MOVE WS-TRAINER-IN TO MEMBER-TRAINER-ID
                           PERFORM REWRITE-TRAINER-CHANGE
                       END-IF
               END-EVALUATE
           ELSE
               DISPLAY 'MEMBER ' WS-MEMBER-ID ' NOT ON FILE'
           END-IF
           CLOSE MEMBER-MASTER.

       REWRITE-TRAINER-CHANGE SECTION.
           REWRITE MEMBER-MASTER-RECORD
           IF MEMBER-NO-TRAINER
               DISPLAY 'MEMBER ' WS-MEMBER-ID ' NOW HAS NO TRAINER'
           ELSE
               DISPLAY 'MEMBER ' WS-MEMBER-ID ' NOW WITH TRAINER '
                   MEMBER-TRAINER-ID ' ' TRN-NAME
           END-IF
           MOVE MEMBER-MASTER-RECORD TO WS-AFTER-IMAGE
           MOVE 'TRAINER' TO WS-JOURNAL-ACTION
           PERFORM WRITE-MAINT-JOURNAL.

       VALIDATE-TRAINER SECTION.
           MOVE 'N' TO WS-TRAINER-OK
           OPEN INPUT TRAINER-FILE
           IF WS-TRAINER-STATUS NOT = '00'
               DISPLAY 'NO TRAINERS ON FILE - SET THEM UP IN '
                   'TRAINER_MAINT FIRST'
           ELSE
               MOVE WS-TRAINER-IN TO TRN-TRAINER-ID
               READ TRAINER-FILE
                   INVALID KEY
                       DISPLAY 'TRAINER ' WS-TRAINER-IN ' NOT ON FILE'
                   NOT INVALID KEY
                       IF TRN-ACTIVE
                           MOVE 'Y' TO WS-TRAINER-OK
                       ELSE
                           DISPLAY 'TRAINER ' WS-TRAINER-IN
                               ' IS NO LONGER ACTIVE'
                       END-IF
               END-READ
               CLOSE TRAINER-FILE
           END-IF.

       INQUIRE-MEMBER SECTION.
           DISPLAY 'MEMBER ID: '
           ACCEPT WS-MEMBER-ID
               DISPLAY 'VISITS:       ' MEMBER-VISIT-COUNT
               DISPLAY 'SNOOZE STREAK:' MEMBER-NO-STREAK
               DISPLAY 'GOAL WEIGHT:  ' MEMBER-GOAL-WEIGHT
               IF NOT MEMBER-NO-TRAINER
                   DISPLAY 'TRAINER:      ' MEMBER-TRAINER-ID
               END-IF
               IF MEMBER-FREEZE-END > 0
                   DISPLAY 'FREEZE FROM:  ' MEMBER-FREEZE-START
                   DISPLAY 'BACK ON:      ' MEMBER-FREEZE-END
               END-IF
           ELSE
               DISPLAY 'MEMBER ' WS-MEMBER-ID ' NOT ON FILE'
           END-IF
           MOVE WS-CURRENT-DATE TO MJ-DATE
           DIVIDE WS-TIME-NOW BY 100 GIVING MJ-TIME
           MOVE WS-OPERATOR-ID TO MJ-OPERATOR
           MOVE WS-JOURNAL-FILE TO MJ-FILE
           MOVE WS-JOURNAL-ACTION TO MJ-ACTION
           MOVE WS-MEMBER-ID TO MJ-MEMBER-ID
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MJ-AFTER-IMAGE
           MOVE SPACES TO MJ-SUPERVISOR
           WRITE MAINT-JOURNAL-RECORD
           CLOSE MAINT-JOURNAL.

