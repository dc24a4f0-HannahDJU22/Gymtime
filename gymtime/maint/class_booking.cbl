       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS_BOOKING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT MEMBER-MASTER ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID-KEY
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-SCHEDULE-FILE.
           COPY "CLASS-SCHEDULE.CPY".

       FD  CLASS-BOOKING-FILE.
           COPY "CLASS-BOOKING.CPY".

       FD  MEMBER-MASTER.
           COPY "MEMBER-MASTER.CPY".

       WORKING-STORAGE SECTION.
       01 WS-CLASS-SCHEDULE-STATUS PIC XX.
       01 WS-CLASS-BOOKING-STATUS PIC XX.
       01 WS-MEMBER-MASTER-STATUS PIC XX.
       01 WS-DONE PIC X VALUE 'N'.
         88 MAINT-DONE VALUE 'Y'.
       01 WS-ACTION PIC X(1).
         88 ACTION-BOOK VALUE 'B', 'b'.
         88 ACTION-CANCEL VALUE 'C', 'c'.
         88 ACTION-LIST VALUE 'L', 'l'.
         88 ACTION-EXIT VALUE 'X', 'x'.
       01 WS-MEMBER-ID PIC X(6).
       01 WS-MEMBER-OK PIC X VALUE 'N'.
         88 MEMBER-OK VALUE 'Y'.
       01 WS-MEMBER-NAME PIC X(30).
       01 WS-CLASS-ID PIC X(4).
       01 WS-CLASS-OK PIC X VALUE 'N'.
         88 CLASS-OK VALUE 'Y'.
       01 WS-CLASS-DATE-IN PIC X(8).
       01 WS-CLASS-DATE PIC 9(8).
       01 WS-DATE-OK PIC X VALUE 'N'.
         88 DATE-OK VALUE 'Y'.
       01 WS-BOOKING-FOUND PIC X VALUE 'N'.
         88 BOOKING-FOUND VALUE 'Y'.
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-TIME-NOW PIC 9(8).
       01 WS-BOOKED-TIME PIC 9(6).
       01 WS-CLASS-CAPACITY PIC 9(3).
       01 WS-CLASS-NAME PIC X(20).
       01 WS-PLACES-TAKEN PIC 9(3).
       01 WS-WAITLIST-COUNT PIC 9(3).
       01 WS-WALK-EOF PIC X VALUE 'N'.
         88 END-OF-WALK VALUE 'Y'.
       01 WS-PROMOTE-FOUND PIC X VALUE 'N'.
         88 PROMOTE-FOUND VALUE 'Y'.
       01 WS-PROMOTE-KEY PIC X(18).
       01 WS-PROMOTE-STAMP PIC 9(14).
       01 WS-BOOKING-STAMP PIC 9(14).
       01 WS-STATUS-SHOW PIC X(10).
       01 WS-DOW-WORK PIC 9(7).
       01 WS-DOW-WEEKS PIC 9(7).
       01 WS-CLASS-DOW PIC 9(1).
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
       01 WS-GUARD-OK PIC X(1) VALUE 'Y'.
         88 GUARD-OK VALUE 'Y'.

      *****************************************************************
      * Desk booking for the class timetable. A booking is for one
      * class on one date. Places are handed out up to the class
      * capacity and anyone after that goes on the waitlist in the
      * order they asked; when a member holding a place cancels,
      * the longest-waiting member on the list is moved up into it.
      *****************************************************************
       PROCEDURE DIVISION.
           CALL 'gym_guard' USING WS-GUARD-OK
           IF NOT GUARD-OK
               DISPLAY 'STARTUP INTEGRITY CHECK FAILED - RUN REFUSED'
               GOBACK
           END-IF
           DISPLAY 'GYMTIME CLASS BOOKING'
           PERFORM UNTIL MAINT-DONE
               DISPLAY ' '
               DISPLAY 'B = BOOK  C = CANCEL  L = LIST A CLASS  '
                   'X = EXIT'
               DISPLAY 'ACTION: '
               ACCEPT WS-ACTION
               EVALUATE TRUE
                   WHEN ACTION-EXIT
                       MOVE 'Y' TO WS-DONE
                   WHEN ACTION-BOOK
                       PERFORM BOOK-CLASS
                   WHEN ACTION-CANCEL
                       PERFORM CANCEL-BOOKING
                   WHEN ACTION-LIST
                       PERFORM LIST-BOOKINGS
                   WHEN OTHER
                       DISPLAY 'INVALID ACTION - TYPE B, C, L OR X'
               END-EVALUATE
           END-PERFORM

           GOBACK.

      *****************************************************************
      * Places held count both booked and already-attended entries,
      * so checking in at the kiosk never frees a place up. A
      * member who cancelled earlier can book again - the cancelled
      * record is reused and takes its place at the back of the
      * queue like any new booking.
      *****************************************************************
       BOOK-CLASS SECTION.
           PERFORM ACCEPT-CLASS-AND-DATE
           IF CLASS-OK AND DATE-OK
               DISPLAY 'MEMBER ID: '
               ACCEPT WS-MEMBER-ID
               PERFORM VALIDATE-MEMBER
               IF NOT MEMBER-OK
                   DISPLAY 'MEMBER ' WS-MEMBER-ID
                       ' NOT ON FILE, INACTIVE OR FROZEN THAT DAY'
               ELSE
                   PERFORM OPEN-BOOKING-IO
                   PERFORM READ-BOOKING-RECORD
                   IF BOOKING-FOUND AND NOT BKG-CANCELLED
                       PERFORM SHOW-BOOKING-STATUS
                       DISPLAY 'MEMBER ' WS-MEMBER-ID
                           ' ALREADY ' WS-STATUS-SHOW
                           ' FOR THIS CLASS - NOTHING CHANGED'
                   ELSE
                       PERFORM COUNT-CLASS-BOOKINGS
                       PERFORM WRITE-NEW-BOOKING
                   END-IF
                   CLOSE CLASS-BOOKING-FILE
               END-IF
           END-IF.

       WRITE-NEW-BOOKING SECTION.
           ACCEPT WS-TIME-NOW FROM TIME
           DIVIDE WS-TIME-NOW BY 100 GIVING WS-BOOKED-TIME
           MOVE WS-CLASS-ID TO BKG-CLASS-ID
           MOVE WS-CLASS-DATE TO BKG-CLASS-DATE
           MOVE WS-MEMBER-ID TO BKG-MEMBER-ID
           MOVE WS-CURRENT-DATE TO BKG-BOOKED-DATE
           MOVE WS-BOOKED-TIME TO BKG-BOOKED-TIME
           IF WS-PLACES-TAKEN < WS-CLASS-CAPACITY
               MOVE 'B' TO BKG-STATUS
           ELSE
               MOVE 'W' TO BKG-STATUS
           END-IF
           IF BOOKING-FOUND
               REWRITE CLASS-BOOKING-RECORD
           ELSE
               WRITE CLASS-BOOKING-RECORD
           END-IF
           IF BKG-BOOKED
               ADD 1 TO WS-PLACES-TAKEN
               DISPLAY 'BOOKED - ' WS-MEMBER-NAME
               DISPLAY WS-CLASS-NAME ' ON ' WS-CLASS-DATE
                   ' - PLACE ' WS-PLACES-TAKEN ' OF '
                   WS-CLASS-CAPACITY
           ELSE
               ADD 1 TO WS-WAITLIST-COUNT
               DISPLAY 'CLASS FULL - ' WS-MEMBER-NAME
                   ' IS ON THE WAITLIST'
               DISPLAY WS-CLASS-NAME ' ON ' WS-CLASS-DATE
                   ' - WAITLIST POSITION ' WS-WAITLIST-COUNT
           END-IF.

      *****************************************************************
      * Cancelling a held place opens it up for the waitlist. A
      * booking already marked attended cannot be cancelled - the
      * member has been in the class.
      *****************************************************************
       CANCEL-BOOKING SECTION.
           PERFORM ACCEPT-CLASS-AND-DATE
           IF CLASS-OK AND DATE-OK
               DISPLAY 'MEMBER ID: '
               ACCEPT WS-MEMBER-ID
               PERFORM OPEN-BOOKING-IO
               PERFORM READ-BOOKING-RECORD
               EVALUATE TRUE
                   WHEN NOT BOOKING-FOUND
                       DISPLAY 'NO BOOKING FOR ' WS-MEMBER-ID
                           ' IN THIS CLASS'
                   WHEN BKG-CANCELLED
                       DISPLAY 'BOOKING ALREADY CANCELLED'
                   WHEN BKG-ATTENDED
                       DISPLAY 'MEMBER ALREADY ATTENDED - '
                           'CANNOT CANCEL'
                   WHEN BKG-WAITLISTED
                       MOVE 'C' TO BKG-STATUS
                       REWRITE CLASS-BOOKING-RECORD
                       DISPLAY 'TAKEN OFF THE WAITLIST'
                   WHEN OTHER
                       MOVE 'C' TO BKG-STATUS
                       REWRITE CLASS-BOOKING-RECORD
                       DISPLAY 'BOOKING CANCELLED'
                       PERFORM PROMOTE-FROM-WAITLIST
               END-EVALUATE
               CLOSE CLASS-BOOKING-FILE
           END-IF.

      *****************************************************************
      * The member who has waited longest - earliest booked date
      * and time - gets the place that was given up.
      *****************************************************************
       PROMOTE-FROM-WAITLIST SECTION.
           MOVE 'N' TO WS-PROMOTE-FOUND
           MOVE 99999999999999 TO WS-PROMOTE-STAMP
           MOVE 'N' TO WS-WALK-EOF
           MOVE WS-CLASS-ID TO BKG-CLASS-ID
           MOVE WS-CLASS-DATE TO BKG-CLASS-DATE
           MOVE LOW-VALUES TO BKG-MEMBER-ID
           START CLASS-BOOKING-FILE KEY >= BKG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WALK-EOF
           END-START
           PERFORM UNTIL END-OF-WALK
               READ CLASS-BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-WALK-EOF
                   NOT AT END
                       IF BKG-CLASS-ID NOT = WS-CLASS-ID
                           OR BKG-CLASS-DATE NOT = WS-CLASS-DATE
                           MOVE 'Y' TO WS-WALK-EOF
                       ELSE
                           IF BKG-WAITLISTED
                               COMPUTE WS-BOOKING-STAMP =
                                   BKG-BOOKED-DATE * 1000000
                                   + BKG-BOOKED-TIME
                               IF WS-BOOKING-STAMP < WS-PROMOTE-STAMP
                                   MOVE 'Y' TO WS-PROMOTE-FOUND
                                   MOVE WS-BOOKING-STAMP
                                       TO WS-PROMOTE-STAMP
                                   MOVE BKG-KEY TO WS-PROMOTE-KEY
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF PROMOTE-FOUND
               MOVE WS-PROMOTE-KEY TO BKG-KEY
               READ CLASS-BOOKING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'B' TO BKG-STATUS
                       REWRITE CLASS-BOOKING-RECORD
                       DISPLAY 'MEMBER ' BKG-MEMBER-ID
                           ' MOVED UP FROM THE WAITLIST - '
                           'LET THEM KNOW'
               END-READ
           END-IF.

       LIST-BOOKINGS SECTION.
           PERFORM ACCEPT-CLASS-AND-DATE
           IF CLASS-OK AND DATE-OK
               PERFORM OPEN-BOOKING-IO
               MOVE 'N' TO WS-WALK-EOF
               MOVE 0 TO WS-PLACES-TAKEN
               MOVE 0 TO WS-WAITLIST-COUNT
               DISPLAY WS-CLASS-NAME ' ON ' WS-CLASS-DATE
               MOVE WS-CLASS-ID TO BKG-CLASS-ID
               MOVE WS-CLASS-DATE TO BKG-CLASS-DATE
               MOVE LOW-VALUES TO BKG-MEMBER-ID
               START CLASS-BOOKING-FILE KEY >= BKG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-WALK-EOF
               END-START
               PERFORM UNTIL END-OF-WALK
                   READ CLASS-BOOKING-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-WALK-EOF
                       NOT AT END
                           IF BKG-CLASS-ID NOT = WS-CLASS-ID
                               OR BKG-CLASS-DATE NOT = WS-CLASS-DATE
                               MOVE 'Y' TO WS-WALK-EOF
                           ELSE
                               PERFORM SHOW-BOOKING-STATUS
                               DISPLAY '  ' BKG-MEMBER-ID ' '
                                   WS-STATUS-SHOW ' BOOKED '
                                   BKG-BOOKED-DATE ' ' BKG-BOOKED-TIME
                               IF BKG-BOOKED OR BKG-ATTENDED
                                   ADD 1 TO WS-PLACES-TAKEN
                               END-IF
                               IF BKG-WAITLISTED
                                   ADD 1 TO WS-WAITLIST-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-BOOKING-FILE
               DISPLAY 'PLACES TAKEN: ' WS-PLACES-TAKEN ' OF '
                   WS-CLASS-CAPACITY '  WAITLIST: ' WS-WAITLIST-COUNT
           END-IF.

       SHOW-BOOKING-STATUS SECTION.
           EVALUATE TRUE
               WHEN BKG-BOOKED
                   MOVE 'BOOKED' TO WS-STATUS-SHOW
               WHEN BKG-WAITLISTED
                   MOVE 'WAITLISTED' TO WS-STATUS-SHOW
               WHEN BKG-ATTENDED
                   MOVE 'ATTENDED' TO WS-STATUS-SHOW
               WHEN BKG-CANCELLED
                   MOVE 'CANCELLED' TO WS-STATUS-SHOW
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-SHOW
           END-EVALUATE.

      *****************************************************************
      * The class must be on the timetable and still running, and
      * the date must be today or later and fall on the weekday the
      * class runs. Listing a class allows past dates so the desk
      * can look back at who came.
      *****************************************************************
       ACCEPT-CLASS-AND-DATE SECTION.
           MOVE 'N' TO WS-CLASS-OK
           MOVE 'N' TO WS-DATE-OK
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY 'CLASS ID: '
           ACCEPT WS-CLASS-ID
           OPEN INPUT CLASS-SCHEDULE-FILE
           IF WS-CLASS-SCHEDULE-STATUS = '00'
               MOVE WS-CLASS-ID TO CLS-CLASS-ID
               READ CLASS-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLS-ACTIVE OR ACTION-LIST
                           MOVE 'Y' TO WS-CLASS-OK
                           MOVE CLS-CAPACITY TO WS-CLASS-CAPACITY
                           MOVE CLS-CLASS-NAME TO WS-CLASS-NAME
                       END-IF
               END-READ
               CLOSE CLASS-SCHEDULE-FILE
           END-IF
           IF NOT CLASS-OK
               DISPLAY 'CLASS ' WS-CLASS-ID
                   ' NOT ON THE TIMETABLE OR WITHDRAWN'
           ELSE
               DISPLAY 'CLASS DATE YYYYMMDD (BLANK = TODAY): '
               ACCEPT WS-CLASS-DATE-IN
               IF WS-CLASS-DATE-IN = SPACES
                   MOVE WS-CURRENT-DATE TO WS-CLASS-DATE
                   PERFORM CHECK-CLASS-DATE
               ELSE
                   IF WS-CLASS-DATE-IN IS NUMERIC
                       MOVE WS-CLASS-DATE-IN TO WS-CLASS-DATE
                       PERFORM CHECK-CLASS-DATE
                   ELSE
                       DISPLAY 'NOT 8 DIGITS - NOTHING DONE'
                   END-IF
               END-IF
           END-IF.

       CHECK-CLASS-DATE SECTION.
           MOVE WS-CLASS-DATE TO WS-CDATE
           PERFORM CONVERT-DATE-TO-DAYS
           COMPUTE WS-DOW-WORK = WS-CDAYS + 5
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-WEEKS
               REMAINDER WS-CLASS-DOW
           ADD 1 TO WS-CLASS-DOW
           EVALUATE TRUE
               WHEN ACTION-LIST
                   MOVE 'Y' TO WS-DATE-OK
               WHEN WS-CLASS-DATE < WS-CURRENT-DATE
                   DISPLAY 'CLASS DATE IS IN THE PAST - NOTHING DONE'
               WHEN WS-CLASS-DOW NOT = CLS-DAY-OF-WEEK
                   DISPLAY 'CLASS ' WS-CLASS-ID
                       ' DOES NOT RUN ON THAT DAY - NOTHING DONE'
               WHEN OTHER
                   MOVE 'Y' TO WS-DATE-OK
           END-EVALUATE.

      *****************************************************************
      * Only members who will be able to come in on the class date
      * can book: active members, and frozen members whose freeze
      * is not running on that date.
      *****************************************************************
       VALIDATE-MEMBER SECTION.
           MOVE 'N' TO WS-MEMBER-OK
           MOVE SPACES TO WS-MEMBER-NAME
           OPEN INPUT MEMBER-MASTER
           IF WS-MEMBER-MASTER-STATUS = '00'
               MOVE WS-MEMBER-ID TO MEMBER-ID-KEY
               READ MEMBER-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-MEMBER-OK
                   NOT INVALID KEY
                       MOVE MEMBER-NAME TO WS-MEMBER-NAME
                       EVALUATE TRUE
                           WHEN MEMBER-ACTIVE
                               MOVE 'Y' TO WS-MEMBER-OK
                           WHEN MEMBER-FROZEN
                               IF WS-CLASS-DATE < MEMBER-FREEZE-START
                                   OR WS-CLASS-DATE >= MEMBER-FREEZE-END
                                   MOVE 'Y' TO WS-MEMBER-OK
                               END-IF
                       END-EVALUATE
               END-READ
               CLOSE MEMBER-MASTER
           END-IF.

      *****************************************************************
      * Places held (booked or attended) and waitlist length for the
      * class date, walked straight off the booking key.
      *****************************************************************
       COUNT-CLASS-BOOKINGS SECTION.
           MOVE 0 TO WS-PLACES-TAKEN
           MOVE 0 TO WS-WAITLIST-COUNT
           MOVE 'N' TO WS-WALK-EOF
           MOVE WS-CLASS-ID TO BKG-CLASS-ID
           MOVE WS-CLASS-DATE TO BKG-CLASS-DATE
           MOVE LOW-VALUES TO BKG-MEMBER-ID
           START CLASS-BOOKING-FILE KEY >= BKG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WALK-EOF
           END-START
           PERFORM UNTIL END-OF-WALK
               READ CLASS-BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-WALK-EOF
                   NOT AT END
                       IF BKG-CLASS-ID NOT = WS-CLASS-ID
                           OR BKG-CLASS-DATE NOT = WS-CLASS-DATE
                           MOVE 'Y' TO WS-WALK-EOF
                       ELSE
                           IF BKG-BOOKED OR BKG-ATTENDED
                               ADD 1 TO WS-PLACES-TAKEN
                           END-IF
                           IF BKG-WAITLISTED
                               ADD 1 TO WS-WAITLIST-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       OPEN-BOOKING-IO SECTION.
           OPEN I-O CLASS-BOOKING-FILE
           IF WS-CLASS-BOOKING-STATUS = '35'
               CLOSE CLASS-BOOKING-FILE
               OPEN OUTPUT CLASS-BOOKING-FILE
               CLOSE CLASS-BOOKING-FILE
               OPEN I-O CLASS-BOOKING-FILE
           END-IF.

       READ-BOOKING-RECORD SECTION.
           MOVE 'N' TO WS-BOOKING-FOUND
           MOVE WS-CLASS-ID TO BKG-CLASS-ID
           MOVE WS-CLASS-DATE TO BKG-CLASS-DATE
           MOVE WS-MEMBER-ID TO BKG-MEMBER-ID
           READ CLASS-BOOKING-FILE
               INVALID KEY
                   MOVE 'N' TO WS-BOOKING-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BOOKING-FOUND
           END-READ.

      *****************************************************************
      * Turns WS-CDATE (YYYYMMDD) into a running day count in
      * WS-CDAYS - the same routine retention_report uses. The
      * count is what the weekday of a class date is worked out
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
