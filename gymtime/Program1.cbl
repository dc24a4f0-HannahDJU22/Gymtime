       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GYM-LOG-FILE ASSIGN TO "GYMLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-KEY
               FILE STATUS IS WS-GYM-LOG-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAY-SUMMARY-STATUS.

           SELECT CLASS-SCHEDULE-FILE ASSIGN TO "CLASSSCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLS-CLASS-ID
               FILE STATUS IS WS-CLASS-SCHEDULE-STATUS.

           SELECT CLASS-BOOKING-FILE ASSIGN TO "CLASSBKG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKG-KEY
               FILE STATUS IS WS-CLASS-BOOKING-STATUS.

           SELECT GUEST-PASS-FILE ASSIGN TO "GUESTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GST-GUEST-ID
               FILE STATUS IS WS-GUEST-PASS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAY-SUMMARY-REPORT.
       01 DAY-SUMMARY-LINE PIC X(80).

       FD  CLASS-SCHEDULE-FILE.
           COPY "CLASS-SCHEDULE.CPY".

       FD  CLASS-BOOKING-FILE.
           COPY "CLASS-BOOKING.CPY".

       FD  GUEST-PASS-FILE.
           COPY "GUEST-PASS.CPY".

       WORKING-STORAGE SECTION.
       01 WS-GYM-LOG-STATUS PIC XX.
         88 DAY-CLOSED VALUE 'Y'.
       01 WS-GUARD-OK PIC X(1) VALUE 'Y'.
         88 GUARD-OK VALUE 'Y'.
       01 WS-ALREADY-LOGGED PIC X VALUE 'N'.
         88 ALREADY-LOGGED-TODAY VALUE 'Y'.
       01 WS-AMEND-MODE PIC X VALUE 'N'.
       01 WS-OLD-ANSWER PIC X(1).
         88 OLD-ANSWER-YES VALUE 'Y', 'y'.
       01 WS-OLD-PLAN PIC X(4).
       01 WS-OLD-CLASS-ID PIC X(4).
       01 WS-OLD-LOG-TIME PIC 9(4) VALUE 0.
       01 WS-TIME-NOW PIC 9(8).
       01 WS-DAY-CHECKINS PIC 9(4) VALUE 0.
       01 WS-DAY-SNOOZES PIC 9(4) VALUE 0.
       01 WS-DAY-PUSH PIC 9(4) VALUE 0.
       01 WS-DAY-PULL PIC 9(4) VALUE 0.
       01 WS-DAY-LEGS PIC 9(4) VALUE 0.
       01 WS-DAY-WEIGHINS PIC 9(4) VALUE 0.
       01 WS-DAY-CLASS PIC 9(4) VALUE 0.
       01 WS-DAY-GUESTS PIC 9(4) VALUE 0.
       01 WS-GUEST-PASS-STATUS PIC XX.
       01 WS-ON-MEMBER-FILE PIC X VALUE 'N'.
         88 ON-MEMBER-FILE VALUE 'Y'.
       01 WS-GUEST-VISIT PIC X VALUE 'N'.
         88 GUEST-VISIT VALUE 'Y'.
       01 WS-GUEST-PASS-STALE PIC X VALUE 'N'.
         88 GUEST-PASS-STALE VALUE 'Y'.
       01 WS-GUEST-NAME PIC X(30) VALUE SPACES.
       01 WS-GUEST-PASS-DATE PIC 9(8) VALUE 0.
       01 WS-CLASS-SCHEDULE-STATUS PIC XX.
       01 WS-CLASS-BOOKING-STATUS PIC XX.
       01 WS-SCHEDULE-EOF PIC X VALUE 'N'.
         88 END-OF-SCHEDULE VALUE 'Y'.
       01 WS-SESSION-DOW PIC 9(1).
       01 WS-DOW-WORK PIC 9(7).
       01 WS-DOW-WEEKS PIC 9(7).
       01 WS-CDATE PIC 9(8).
       01 WS-CDAYS PIC 9(7).
       01 WS-CD-YEAR PIC 9(4).
       01 WS-CD-MMDD PIC 9(4).
       01 WS-CD-MONTH PIC 9(2).
       01 WS-CD-DAY PIC 9(2).
       01 WS-CD-WORK-MONTH PIC 9(2).
       01 WS-CD-QUARTERS PIC 9(4).
       01 WS-CD-CENTURIES PIC 9(2).
       01 WS-CD-QUADCENTS PIC 9(2).
       01 WS-CD-MONTH-DAYS PIC 9(4).
       01 WS-EOD-HEADING-LINE.
         05 FILLER PIC X(27) VALUE 'GYMTIME END-OF-DAY SUMMARY '.
         05 FILLER PIC X(9) VALUE 'RUN DATE '.
         05 FILLER PIC X(48) VALUE SPACES.
       01 WS-MEMBER-OK PIC X VALUE 'N'.
         88 MEMBER-OK VALUE 'Y'.
       01 WS-FREEZE-RUNNING PIC X VALUE 'N'.
         88 FREEZE-RUNNING VALUE 'Y'.
       01 WS-FREEZE-BACK-DATE PIC 9(8) VALUE 0.
       01 WS-WELCOME-ERROR PIC X(30) VALUE SPACES.
       01 WS-BATCH-FLAG PIC X(1) VALUE 'N'.
       01 VERTICAL-SIGN PIC X(2) VALUE '||'.
      *01 WS-COUNTER PIC 99 VALUE 0.
       COPY "GYM-CONFIG.CPY".
       COPY "TRAINING_PLAN.CPY".
       COPY "CLASS-OFFER.CPY".
       COPY "PUSH_PROGRAM.CPY".
       COPY "PULL_PROGRAM.CPY".
       COPY "LEGS_PROGRAM.CPY".

         03 VERTICAL-LINE1.
           05 LINE 1 COL 1.
           05 OCCURS 25 TIMES LINE + 1.
             10 USING WS-SIDE-LINE COL 01 PIC X.

         03 VERTICAL-LINE2.
           05 LINE 1 COL 1.
           05 OCCURS 25 TIMES LINE + 1.
             10 USING WS-SIDE-LINE COL 80 PIC X.

       01 MEMBER-ID-SCREEN.

         03 LINE 9 COLUMN 15 PIC X(30)
            VALUE 'EXERCISES FOR LEGS TRAINING'.

       01 CLASS-SCREEN.
         03 LINE 9 COLUMN 15 PIC X(30)
            VALUE 'CHECKED IN FOR YOUR CLASS'.
         03 LINE 10 COLUMN 15 PIC X(20) FROM OFFER-CLASS-NAME.
         03 LINE 11 COLUMN 15 PIC X(9) VALUE 'STARTS AT'.
         03 LINE 11 COLUMN 25 PIC 9(4) FROM OFFER-START-TIME.

       01 GUEST-SCREEN.
         03 LINE 9 COLUMN 15 PIC X(30)
            VALUE 'GUEST VISIT CHECKED IN'.
         03 LINE 10 COLUMN 15 PIC X(30) FROM WS-GUEST-NAME.
         03 LINE 11 COLUMN 15 PIC X(30)
            VALUE 'ENJOY YOUR SESSION'.


      *****************************************************************
      * Kiosk operation: the program loops back to the member-ID
               MOVE 'Y' TO WS-DAY-DONE
           ELSE
               PERFORM VALIDATE-MEMBER
               EVALUATE TRUE
                   WHEN FREEZE-RUNNING
                       DISPLAY 'MEMBERSHIP FROZEN FOR ' WS-MEMBER-ID
                           ' - THE FREEZE RUNS UNTIL '
                           WS-FREEZE-BACK-DATE
                       DISPLAY 'SEE THE FRONT DESK TO END IT EARLY'
                   WHEN GUEST-PASS-STALE
                       DISPLAY 'GUEST PASS ' WS-MEMBER-ID
                           ' WAS ISSUED FOR ' WS-GUEST-PASS-DATE
                           ' - NOT VALID TODAY'
                       DISPLAY 'SEE THE FRONT DESK FOR A NEW PASS'
                   WHEN NOT MEMBER-OK
                       DISPLAY 'UNKNOWN OR INACTIVE MEMBER ID '
                           WS-MEMBER-ID
                       DISPLAY 'SEE THE FRONT DESK TO ENROLL OR '
                           'REACTIVATE'
                   WHEN GUEST-VISIT
                       DISPLAY 'GUEST PASS ' WS-MEMBER-ID
                           ' - WELCOME ' WS-GUEST-NAME
                       PERFORM PROCESS-MEMBER-SESSION
                   WHEN OTHER
                       PERFORM CHECK-ARREARS
                       IF NOT ARREARS-HELD
                           PERFORM PROCESS-MEMBER-SESSION
                       END-IF
               END-EVALUATE
           END-IF.

       RESET-SESSION-STATE SECTION.
           MOVE SPACES TO WS-WELCOME-ERROR
           MOVE 'N' TO WS-CKPT-FOUND
           MOVE 'N' TO WS-MEMBER-OK
           MOVE 'N' TO WS-FREEZE-RUNNING
           MOVE 'N' TO WS-ON-MEMBER-FILE
           MOVE 'N' TO WS-GUEST-VISIT
           MOVE 'N' TO WS-GUEST-PASS-STALE
           MOVE SPACES TO WS-GUEST-NAME
           MOVE 0 TO WS-GUEST-PASS-DATE
           MOVE 'N' TO WS-ARREARS-HELD
           MOVE 'N' TO WS-AMEND-MODE
           MOVE 'N' TO WS-UNTALLY-OLD
           MOVE SPACES TO WS-AMEND-ANSWER
           MOVE SPACES TO WS-OLD-ANSWER
           MOVE SPACES TO WS-OLD-PLAN
           MOVE SPACES TO WS-OLD-CLASS-ID
           MOVE 0 TO WS-OLD-LOG-TIME
           MOVE SPACES TO CLASS-OFFER
           MOVE ZERO TO WS-BODY-WEIGHT-IN WS-CHEST-IN
               WS-WAIST-IN WS-HIPS-IN.

      * entry untouched. A resumed checkpoint is checked against
      * the checkpoint's own date: a crash between WRITE-GYM-LOG
      * and CLEAR-CHECKPOINT leaves a DONE checkpoint with the log
      * record already written, and the resume must replace that
      * record rather than add a second one.
      *****************************************************************
       PROCESS-MEMBER-SESSION SECTION.
           PERFORM CHECK-RESUME

       CHECK-TODAYS-LOG SECTION.
           MOVE 'N' TO WS-ALREADY-LOGGED
           OPEN INPUT GYM-LOG-FILE
           IF WS-GYM-LOG-STATUS = '00'
               MOVE WS-MEMBER-ID TO LOG-MEMBER-ID
               MOVE WS-CURRENT-DATE TO LOG-DATE
               READ GYM-LOG-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ALREADY-LOGGED
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ALREADY-LOGGED
                       MOVE LOG-ANSWER TO WS-OLD-ANSWER
                       MOVE LOG-PLAN TO WS-OLD-PLAN
                       MOVE LOG-CLASS-ID TO WS-OLD-CLASS-ID
                       IF LOG-TIME IS NUMERIC
                           MOVE LOG-TIME TO WS-OLD-LOG-TIME
                       END-IF
               END-READ
               CLOSE GYM-LOG-FILE
           END-IF.

               MOVE CKPT-ANSWER TO YES-OR-NO
               MOVE CKPT-PLAN TO TRAINING-PLAN
               MOVE CKPT-DATE TO WS-CURRENT-DATE
               IF CLASS-PLAN
                   PERFORM FIND-TODAYS-BOOKING
               END-IF
           ELSE
               PERFORM WITH TEST AFTER UNTIL YES-TO-GYM OR NO-TO-GYM
                   DISPLAY WELCOME-SCREEN
                           TO WS-WELCOME-ERROR
                   END-IF
               END-PERFORM
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               IF NOT GUEST-VISIT
                   PERFORM MEMBER-LOOKUP
                   IF YES-TO-GYM
                       PERFORM RESET-NO-STREAK
                   ELSE
                       PERFORM BUMP-NO-STREAK
                   END-IF
               END-IF
               MOVE WS-MEMBER-ID TO CKPT-MEMBER-ID
               MOVE WS-CURRENT-DATE TO CKPT-DATE
               MOVE SPACES TO CKPT-PLAN
               MOVE 'ANSWERED' TO CKPT-STEP
               PERFORM SAVE-CHECKPOINT
               IF NOT GUEST-VISIT
                   PERFORM OFFER-WEIGH-IN
               END-IF
           END-IF

           EVALUATE TRUE
               PERFORM UNTALLY-OLD-ENTRY
           END-IF
           IF YES-TO-GYM
               IF GUEST-VISIT
                   ADD 1 TO WS-DAY-GUESTS
               ELSE
                   ADD 1 TO WS-DAY-CHECKINS
               END-IF
               EVALUATE TRUE
                   WHEN PUSH-PLAN
                       ADD 1 TO WS-DAY-PUSH
                       ADD 1 TO WS-DAY-PULL
                   WHEN LEGS-PLAN
                       ADD 1 TO WS-DAY-LEGS
                   WHEN CLASS-PLAN
                       ADD 1 TO WS-DAY-CLASS
               END-EVALUATE
           ELSE
               ADD 1 TO WS-DAY-SNOOZES
      *****************************************************************
       UNTALLY-OLD-ENTRY SECTION.
           IF OLD-ANSWER-YES
               EVALUATE TRUE
                   WHEN GUEST-VISIT
                       IF WS-DAY-GUESTS > 0
                           SUBTRACT 1 FROM WS-DAY-GUESTS
                       END-IF
                   WHEN WS-DAY-CHECKINS > 0
                       SUBTRACT 1 FROM WS-DAY-CHECKINS
               END-EVALUATE
               EVALUATE WS-OLD-PLAN
                   WHEN 'PUSH'
                       IF WS-DAY-PUSH > 0
                       IF WS-DAY-LEGS > 0
                           SUBTRACT 1 FROM WS-DAY-LEGS
                       END-IF
                   WHEN 'CLAS'
                       IF WS-DAY-CLASS > 0
                           SUBTRACT 1 FROM WS-DAY-CLASS
                       END-IF
               END-EVALUATE
           ELSE
               IF WS-DAY-SNOOZES > 0
           MOVE 'MEMBERS CHECKED IN:         ' TO WS-EOD-LABEL
           MOVE WS-DAY-CHECKINS TO WS-EOD-VALUE
           WRITE DAY-SUMMARY-LINE FROM WS-EOD-TOTAL-LINE
           MOVE 'GUEST VISITS:               ' TO WS-EOD-LABEL
           MOVE WS-DAY-GUESTS TO WS-EOD-VALUE
           WRITE DAY-SUMMARY-LINE FROM WS-EOD-TOTAL-LINE
           MOVE 'SNOOZES:                    ' TO WS-EOD-LABEL
           MOVE WS-DAY-SNOOZES TO WS-EOD-VALUE
           WRITE DAY-SUMMARY-LINE FROM WS-EOD-TOTAL-LINE
           MOVE 'LEGS SESSIONS:              ' TO WS-EOD-LABEL
           MOVE WS-DAY-LEGS TO WS-EOD-VALUE
           WRITE DAY-SUMMARY-LINE FROM WS-EOD-TOTAL-LINE
           MOVE 'CLASS SESSIONS:             ' TO WS-EOD-LABEL
           MOVE WS-DAY-CLASS TO WS-EOD-VALUE
           WRITE DAY-SUMMARY-LINE FROM WS-EOD-TOTAL-LINE
           MOVE 'WEIGH-INS TAKEN:            ' TO WS-EOD-LABEL
           MOVE WS-DAY-WEIGHINS TO WS-EOD-VALUE
           WRITE DAY-SUMMARY-LINE FROM WS-EOD-TOTAL-LINE
           CLOSE DAY-SUMMARY-REPORT
           DISPLAY 'DAY CLOSED'
           DISPLAY 'CHECKED IN: ' WS-DAY-CHECKINS
               ' GUESTS: ' WS-DAY-GUESTS
               ' SNOOZES: ' WS-DAY-SNOOZES
           DISPLAY 'PUSH: ' WS-DAY-PUSH ' PULL: ' WS-DAY-PULL
               ' LEGS: ' WS-DAY-LEGS ' CLASS: ' WS-DAY-CLASS
           DISPLAY 'WEIGH-INS: ' WS-DAY-WEIGHINS
           DISPLAY 'SUMMARY WRITTEN TO DESKEOD.RPT'.

           END-IF
           CLOSE CHECKPOINT-FILE.

      *****************************************************************
      * A frozen member is turned away only while the freeze is
      * actually running. A freeze keyed ahead of its start date
      * has not begun yet, and one whose first day back has come
      * is over even if the overnight freeze_expiry run has not yet
      * put the status back to active - either way the member
      * trains as normal, so no session is ever logged inside a
      * freeze and the snooze streak cannot grow there.
      *****************************************************************
       VALIDATE-MEMBER SECTION.
           MOVE 'N' TO WS-MEMBER-OK
           MOVE 'N' TO WS-FREEZE-RUNNING
           MOVE 'N' TO WS-ON-MEMBER-FILE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT MEMBER-MASTER
           IF WS-MEMBER-MASTER-STATUS = '00'
               MOVE WS-MEMBER-ID TO MEMBER-ID-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MEMBER-OK
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-MEMBER-FILE
                       EVALUATE TRUE
                           WHEN MEMBER-ACTIVE
                               MOVE 'Y' TO WS-MEMBER-OK
                           WHEN MEMBER-FROZEN
                               PERFORM CHECK-MEMBER-FREEZE
                       END-EVALUATE
               END-READ
               CLOSE MEMBER-MASTER
           END-IF
           IF NOT ON-MEMBER-FILE
               PERFORM VALIDATE-GUEST
           END-IF.

      *****************************************************************
      * An ID not on MEMBERS.DAT may be a guest or day pass issued
      * at the desk by guest_pass. The pass lets the guest through
      * on the day it was issued for and no other; the session then
      * runs the normal way, except that nothing is kept against a
      * membership - no visit count, snooze streak, weigh-in or
      * workout record - and the log record is flagged as a guest
      * visit so member reports leave it out.
      *****************************************************************
       VALIDATE-GUEST SECTION.
           MOVE 'N' TO WS-GUEST-VISIT
           MOVE 'N' TO WS-GUEST-PASS-STALE
           OPEN INPUT GUEST-PASS-FILE
           IF WS-GUEST-PASS-STATUS = '00'
               MOVE WS-MEMBER-ID TO GST-GUEST-ID
               READ GUEST-PASS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GST-NAME TO WS-GUEST-NAME
                       MOVE GST-VISIT-DATE TO WS-GUEST-PASS-DATE
                       IF GST-VISIT-DATE = WS-CURRENT-DATE
                           MOVE 'Y' TO WS-GUEST-VISIT
                           MOVE 'Y' TO WS-MEMBER-OK
                       ELSE
                           MOVE 'Y' TO WS-GUEST-PASS-STALE
                       END-IF
               END-READ
               CLOSE GUEST-PASS-FILE
           END-IF.

       CHECK-MEMBER-FREEZE SECTION.
           IF WS-CURRENT-DATE >= MEMBER-FREEZE-START
               AND WS-CURRENT-DATE < MEMBER-FREEZE-END
               MOVE 'Y' TO WS-FREEZE-RUNNING
               MOVE MEMBER-FREEZE-END TO WS-FREEZE-BACK-DATE
           ELSE
               MOVE 'Y' TO WS-MEMBER-OK
           END-IF.

      *****************************************************************
           ELSE
               MOVE SPACES TO LOG-PLAN
           END-IF
           IF YES-TO-GYM AND CLASS-PLAN
               MOVE OFFER-CLASS-ID TO LOG-CLASS-ID
           ELSE
               MOVE SPACES TO LOG-CLASS-ID
           END-IF
           IF GUEST-VISIT
               MOVE 'G' TO LOG-GUEST-FLAG
           ELSE
               MOVE SPACE TO LOG-GUEST-FLAG
           END-IF
      *****************************************************************
      * The log carries the time of day the member checked in (HHMM)
      * for the occupancy report. An amendment keeps the time of the
      * original check-in - the member was in the building then, not
      * when the desk corrected the entry.
      *****************************************************************
           IF AMEND-MODE AND WS-OLD-LOG-TIME > 0
               MOVE WS-OLD-LOG-TIME TO LOG-TIME
           ELSE
               ACCEPT WS-TIME-NOW FROM TIME
               DIVIDE WS-TIME-NOW BY 10000 GIVING LOG-TIME
           END-IF

           IF AMEND-MODE
               IF WS-OLD-CLASS-ID NOT = SPACES
                   AND WS-OLD-CLASS-ID NOT = LOG-CLASS-ID
                   PERFORM RELEASE-OLD-CLASS
               END-IF
           END-IF
           PERFORM STORE-TODAYS-LOG.

      *****************************************************************
      * The log is keyed on member + date, so today's record goes
      * straight to its place: a new check-in is written, and an
      * amendment (or a resumed session whose record was already
      * written) rewrites the member's record for today in place.
      * Nothing else in the log is touched, so a failure part-way
      * cannot cut the file short.
      *****************************************************************
       STORE-TODAYS-LOG SECTION.
           OPEN I-O GYM-LOG-FILE
           IF WS-GYM-LOG-STATUS = '35'
               CLOSE GYM-LOG-FILE
               OPEN OUTPUT GYM-LOG-FILE
               CLOSE GYM-LOG-FILE
               OPEN I-O GYM-LOG-FILE
           END-IF
           WRITE GYM-LOG-RECORD
               INVALID KEY
                   REWRITE GYM-LOG-RECORD
           END-WRITE
           CLOSE GYM-LOG-FILE.

       CHOOSE SECTION.
           EVALUATE TRUE
               WHEN YES-TO-GYM
                   PERFORM FIND-TODAYS-BOOKING
                   CALL 'gym_program' USING TRAINING-PLAN,
                       WS-MEMBER-ID, CLASS-OFFER
                   MOVE WS-MEMBER-ID TO CKPT-MEMBER-ID
                   MOVE TRAINING-PLAN TO CKPT-PLAN
                   MOVE 'PLANNED' TO CKPT-STEP

       PLAN SECTION.
           EVALUATE TRUE
               WHEN GUEST-VISIT
                   DISPLAY GUEST-SCREEN
               WHEN PUSH-PLAN
                   DISPLAY PUSH-SCREEN
                   CALL 'push_program' USING PUSH-PROGRAM, WS-MEMBER-ID,
                   CALL 'legs_program' USING LEGS-PROGRAM, WS-MEMBER-ID,
                       WS-BATCH-FLAG, EXERCISE-ENTRY-TABLE,
                       WS-CURRENT-DATE
               WHEN CLASS-PLAN
                   DISPLAY CLASS-SCREEN
                   PERFORM MARK-CLASS-ATTENDED
           END-EVALUATE
           MOVE WS-MEMBER-ID TO CKPT-MEMBER-ID
           MOVE 'DONE' TO CKPT-STEP
           PERFORM SAVE-CHECKPOINT.

      *****************************************************************
      * Looks for a class the member holds a place in on the
      * session date: every active class on the timetable for that
      * weekday is checked for a booking under the member's ID, and
      * the earliest one booked (or already attended, when a
      * session is being resumed or amended) is put in CLASS-OFFER
      * for gym_program to offer. Waitlisted bookings are not
      * offered - the member has no place in the class.
      *****************************************************************
       FIND-TODAYS-BOOKING SECTION.
           MOVE SPACES TO CLASS-OFFER
           MOVE 0 TO OFFER-START-TIME
           MOVE WS-CURRENT-DATE TO WS-CDATE
           PERFORM CONVERT-DATE-TO-DAYS
           COMPUTE WS-DOW-WORK = WS-CDAYS + 5
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-WEEKS
               REMAINDER WS-SESSION-DOW
           ADD 1 TO WS-SESSION-DOW
           OPEN INPUT CLASS-SCHEDULE-FILE
           IF WS-CLASS-SCHEDULE-STATUS = '00'
               OPEN INPUT CLASS-BOOKING-FILE
               IF WS-CLASS-BOOKING-STATUS = '00'
                   MOVE 'N' TO WS-SCHEDULE-EOF
                   MOVE LOW-VALUES TO CLS-CLASS-ID
                   START CLASS-SCHEDULE-FILE KEY >= CLS-CLASS-ID
                       INVALID KEY
                           MOVE 'Y' TO WS-SCHEDULE-EOF
                   END-START
                   PERFORM UNTIL END-OF-SCHEDULE
                       READ CLASS-SCHEDULE-FILE NEXT
                           AT END
                               MOVE 'Y' TO WS-SCHEDULE-EOF
                           NOT AT END
                               IF CLS-ACTIVE
                                   AND CLS-DAY-OF-WEEK = WS-SESSION-DOW
                                   PERFORM CHECK-CLASS-BOOKING
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CLASS-BOOKING-FILE
               END-IF
               CLOSE CLASS-SCHEDULE-FILE
           END-IF.

       CHECK-CLASS-BOOKING SECTION.
           MOVE CLS-CLASS-ID TO BKG-CLASS-ID
           MOVE WS-CURRENT-DATE TO BKG-CLASS-DATE
           MOVE WS-MEMBER-ID TO BKG-MEMBER-ID
           READ CLASS-BOOKING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (BKG-BOOKED OR BKG-ATTENDED)
                       AND (NO-CLASS-OFFERED
                           OR CLS-START-TIME < OFFER-START-TIME)
                       MOVE CLS-CLASS-ID TO OFFER-CLASS-ID
                       MOVE CLS-CLASS-NAME TO OFFER-CLASS-NAME
                       MOVE CLS-START-TIME TO OFFER-START-TIME
                   END-IF
           END-READ.

       MARK-CLASS-ATTENDED SECTION.
           OPEN I-O CLASS-BOOKING-FILE
           IF WS-CLASS-BOOKING-STATUS = '00'
               MOVE OFFER-CLASS-ID TO BKG-CLASS-ID
               MOVE WS-CURRENT-DATE TO BKG-CLASS-DATE
               MOVE WS-MEMBER-ID TO BKG-MEMBER-ID
               READ CLASS-BOOKING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BKG-BOOKED
                           MOVE 'A' TO BKG-STATUS
                           REWRITE CLASS-BOOKING-RECORD
                       END-IF
               END-READ
               CLOSE CLASS-BOOKING-FILE
           END-IF.

      *****************************************************************
      * An amend that takes the member off the class they were
      * logged against hands the booking back to plain booked, so
      * the utilisation report counts them as a no-show rather
      * than attended.
      *****************************************************************
       RELEASE-OLD-CLASS SECTION.
           OPEN I-O CLASS-BOOKING-FILE
           IF WS-CLASS-BOOKING-STATUS = '00'
               MOVE WS-OLD-CLASS-ID TO BKG-CLASS-ID
               MOVE WS-CURRENT-DATE TO BKG-CLASS-DATE
               MOVE WS-MEMBER-ID TO BKG-MEMBER-ID
               READ CLASS-BOOKING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BKG-ATTENDED
                           MOVE 'B' TO BKG-STATUS
                           REWRITE CLASS-BOOKING-RECORD
                       END-IF
               END-READ
               CLOSE CLASS-BOOKING-FILE
           END-IF.

      *****************************************************************
      * Turns WS-CDATE (YYYYMMDD) into a running day count in
      * WS-CDAYS - the same routine retention_report uses. The
      * count is what the weekday of a session date is worked out
      * from.
      *****************************************************************
       CONVERT-DATE-TO-DAYS SECTION.
           DIVIDE WS-CDATE BY 10000 GIVING WS-CD-YEAR
               REMAINDER WS-CD-MMDD
           DIVIDE WS-CD-MMDD BY 100 GIVING WS-CD-MONTH
               REMAINDER WS-CD-DAY
           IF WS-CD-MONTH < 3
               SUBTRACT 1 FROM WS-CD-YEAR
               COMPUTE WS-CD-WORK-MONTH = WS-CD-MONTH + 12
           ELSE
               MOVE WS-CD-MONTH TO WS-CD-WORK-MONTH
           END-IF
           DIVIDE WS-CD-YEAR BY 4 GIVING WS-CD-QUARTERS
           DIVIDE WS-CD-YEAR BY 100 GIVING WS-CD-CENTURIES
           DIVIDE WS-CD-YEAR BY 400 GIVING WS-CD-QUADCENTS
           COMPUTE WS-CD-MONTH-DAYS =
               (153 * (WS-CD-WORK-MONTH + 1)) / 5
           COMPUTE WS-CDAYS = 365 * WS-CD-YEAR + WS-CD-QUARTERS
               - WS-CD-CENTURIES + WS-CD-QUADCENTS
               + WS-CD-MONTH-DAYS + WS-CD-DAY.
