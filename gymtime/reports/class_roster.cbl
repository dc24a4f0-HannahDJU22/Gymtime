       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS_ROSTER.

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

           SELECT ROSTER-SORT-FILE ASSIGN TO "ROSSORT.TMP".

           SELECT ROSTER-REPORT ASSIGN TO "CLSROST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-SCHEDULE-FILE.
           COPY "CLASS-SCHEDULE.CPY".

       FD  CLASS-BOOKING-FILE.
           COPY "CLASS-BOOKING.CPY".

       FD  MEMBER-MASTER.
           COPY "MEMBER-MASTER.CPY".

       SD  ROSTER-SORT-FILE.
       01 ROSTER-SORT-RECORD.
         05 SRT-START-TIME PIC 9(4).
         05 SRT-CLASS-ID PIC X(4).
         05 SRT-CLASS-NAME PIC X(20).
         05 SRT-INSTRUCTOR PIC X(20).
         05 SRT-CAPACITY PIC 9(3).

       FD  ROSTER-REPORT.
       01 ROSTER-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CLASS-SCHEDULE-STATUS PIC XX.
       01 WS-CLASS-BOOKING-STATUS PIC XX.
       01 WS-MEMBER-MASTER-STATUS PIC XX.
       01 WS-ROSTER-REPORT-STATUS PIC XX.
       01 WS-SCHEDULE-EOF PIC X VALUE 'N'.
         88 END-OF-SCHEDULE VALUE 'Y'.
       01 WS-SORT-EOF PIC X VALUE 'N'.
         88 END-OF-SORTED VALUE 'Y'.
       01 WS-BOOKING-EOF PIC X VALUE 'N'.
         88 END-OF-BOOKINGS VALUE 'Y'.
       01 WS-BOOKINGS-OPEN PIC X VALUE 'N'.
         88 BOOKINGS-OPEN VALUE 'Y'.
       01 WS-MASTER-OPEN PIC X VALUE 'N'.
         88 MASTER-OPEN VALUE 'Y'.
       01 WS-ROSTER-DATE-IN PIC X(8) VALUE SPACES.
       01 WS-ROSTER-DATE PIC 9(8).
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-ROSTER-DOW PIC 9(1).
       01 WS-DOW-WORK PIC 9(7).
       01 WS-DOW-WEEKS PIC 9(7).
       01 WS-LIST-PASS PIC X(1).
         88 LIST-PLACES VALUE 'P'.
         88 LIST-WAITLIST VALUE 'W'.
       01 WS-PLACE-COUNT PIC 9(3) VALUE 0.
       01 WS-WAIT-COUNT PIC 9(3) VALUE 0.
       01 WS-CLASS-COUNT PIC 9(4) VALUE 0.
       01 WS-TOTAL-PLACES PIC 9(5) VALUE 0.
       01 WS-TOTAL-WAITING PIC 9(5) VALUE 0.
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
       01 WS-RPT-HEADING-LINE.
         05 FILLER PIC X(21) VALUE 'GYMTIME CLASS ROSTER '.
         05 FILLER PIC X(4) VALUE 'FOR '.
         05 WS-RPT-HEAD-ROSTER PIC 9(8).
         05 FILLER PIC X(10) VALUE ' RUN DATE '.
         05 WS-RPT-HEAD-DATE PIC 9(8).
         05 FILLER PIC X(29) VALUE SPACES.
       01 WS-RPT-CLASS-LINE.
         05 WS-RPT-CLS-TIME PIC 9(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-CLS-ID PIC X(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-CLS-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(12) VALUE 'INSTRUCTOR: '.
         05 WS-RPT-CLS-INSTRUCTOR PIC X(20).
         05 FILLER PIC X(5) VALUE ' CAP '.
         05 WS-RPT-CLS-CAPACITY PIC ZZ9.
         05 FILLER PIC X(6) VALUE SPACES.
       01 WS-RPT-COLUMN-LINE.
         05 FILLER PIC X(8) VALUE '   NO.  '.
         05 FILLER PIC X(8) VALUE 'MEMBER  '.
         05 FILLER PIC X(32) VALUE 'NAME'.
         05 FILLER PIC X(32) VALUE 'STATUS'.
       01 WS-RPT-DETAIL-LINE.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-RPT-NUMBER PIC ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-MEMBER PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-NAME PIC X(30).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-STATUS PIC X(32).
       01 WS-RPT-CLASS-TOTAL-LINE.
         05 FILLER PIC X(16) VALUE '   PLACES TAKEN '.
         05 WS-RPT-CT-PLACES PIC ZZ9.
         05 FILLER PIC X(4) VALUE ' OF '.
         05 WS-RPT-CT-CAPACITY PIC ZZ9.
         05 FILLER PIC X(12) VALUE '   WAITLIST '.
         05 WS-RPT-CT-WAITING PIC ZZ9.
         05 FILLER PIC X(39) VALUE SPACES.
       01 WS-RPT-TOTAL-LINE.
         05 WS-RPT-TOT-LABEL PIC X(30).
         05 WS-RPT-TOT-VALUE PIC Z(4)9.
         05 FILLER PIC X(45) VALUE SPACES.

      *****************************************************************
      * Printed roster of the day's classes for the desk and the
      * instructors: every class on the timetable for the roster
      * date's weekday, in start-time order, with the members
      * holding a place and then the waitlist. Defaults to today.
      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'GYMTIME DAILY CLASS ROSTER'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY 'ROSTER DATE (YYYYMMDD, BLANK = TODAY): '
           ACCEPT WS-ROSTER-DATE-IN
           IF WS-ROSTER-DATE-IN = SPACES
               MOVE WS-CURRENT-DATE TO WS-ROSTER-DATE
           ELSE
               IF WS-ROSTER-DATE-IN IS NUMERIC
                   MOVE WS-ROSTER-DATE-IN TO WS-ROSTER-DATE
               ELSE
                   DISPLAY 'NOT 8 DIGITS - RUN ABANDONED'
                   GOBACK
               END-IF
           END-IF

           MOVE WS-ROSTER-DATE TO WS-CDATE
           PERFORM CONVERT-DATE-TO-DAYS
           COMPUTE WS-DOW-WORK = WS-CDAYS + 5
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-WEEKS
               REMAINDER WS-ROSTER-DOW
           ADD 1 TO WS-ROSTER-DOW

           OPEN OUTPUT ROSTER-REPORT
           MOVE WS-ROSTER-DATE TO WS-RPT-HEAD-ROSTER
           MOVE WS-CURRENT-DATE TO WS-RPT-HEAD-DATE
           WRITE ROSTER-REPORT-LINE FROM WS-RPT-HEADING-LINE
           MOVE ALL '=' TO ROSTER-REPORT-LINE
           WRITE ROSTER-REPORT-LINE

           SORT ROSTER-SORT-FILE
               ON ASCENDING KEY SRT-START-TIME
               ON ASCENDING KEY SRT-CLASS-ID
               INPUT PROCEDURE IS GATHER-DAYS-CLASSES
               OUTPUT PROCEDURE IS PRINT-CLASS-ROSTERS

           PERFORM PRINT-ROSTER-TOTALS
           CLOSE ROSTER-REPORT

           DISPLAY 'CLASSES ON ROSTER: ' WS-CLASS-COUNT
           DISPLAY 'REPORT WRITTEN TO CLSROST.RPT'

           GOBACK.

       GATHER-DAYS-CLASSES SECTION.
           OPEN INPUT CLASS-SCHEDULE-FILE
           IF WS-CLASS-SCHEDULE-STATUS NOT = '00'
               DISPLAY 'NO CLASS TIMETABLE ON FILE - STATUS '
                   WS-CLASS-SCHEDULE-STATUS
           ELSE
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
                               AND CLS-DAY-OF-WEEK = WS-ROSTER-DOW
                               MOVE CLS-START-TIME TO SRT-START-TIME
                               MOVE CLS-CLASS-ID TO SRT-CLASS-ID
                               MOVE CLS-CLASS-NAME TO SRT-CLASS-NAME
                               MOVE CLS-INSTRUCTOR TO SRT-INSTRUCTOR
                               MOVE CLS-CAPACITY TO SRT-CAPACITY
                               RELEASE ROSTER-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-SCHEDULE-FILE
           END-IF.

       PRINT-CLASS-ROSTERS SECTION.
           OPEN INPUT CLASS-BOOKING-FILE
           IF WS-CLASS-BOOKING-STATUS = '00'
               MOVE 'Y' TO WS-BOOKINGS-OPEN
           END-IF
           OPEN INPUT MEMBER-MASTER
           IF WS-MEMBER-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF
           PERFORM UNTIL END-OF-SORTED
               RETURN ROSTER-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-CLASS
               END-RETURN
           END-PERFORM
           IF BOOKINGS-OPEN
               CLOSE CLASS-BOOKING-FILE
           END-IF
           IF MASTER-OPEN
               CLOSE MEMBER-MASTER
           END-IF.

      *****************************************************************
      * Two passes over the class's bookings for the date: members
      * holding a place first, then the waitlist. Each waitlist
      * line carries when the member asked - earliest asked is the
      * first offered a place that comes free.
      *****************************************************************
       PRINT-ONE-CLASS SECTION.
           ADD 1 TO WS-CLASS-COUNT
           MOVE 0 TO WS-PLACE-COUNT
           MOVE 0 TO WS-WAIT-COUNT
           MOVE SPACES TO ROSTER-REPORT-LINE
           WRITE ROSTER-REPORT-LINE
           MOVE SRT-START-TIME TO WS-RPT-CLS-TIME
           MOVE SRT-CLASS-ID TO WS-RPT-CLS-ID
           MOVE SRT-CLASS-NAME TO WS-RPT-CLS-NAME
           MOVE SRT-INSTRUCTOR TO WS-RPT-CLS-INSTRUCTOR
           MOVE SRT-CAPACITY TO WS-RPT-CLS-CAPACITY
           WRITE ROSTER-REPORT-LINE FROM WS-RPT-CLASS-LINE
           WRITE ROSTER-REPORT-LINE FROM WS-RPT-COLUMN-LINE
           IF BOOKINGS-OPEN
               MOVE 'P' TO WS-LIST-PASS
               PERFORM LIST-CLASS-BOOKINGS
               MOVE 'W' TO WS-LIST-PASS
               PERFORM LIST-CLASS-BOOKINGS
           END-IF
           IF WS-PLACE-COUNT = 0 AND WS-WAIT-COUNT = 0
               MOVE '   NO BOOKINGS' TO ROSTER-REPORT-LINE
               WRITE ROSTER-REPORT-LINE
           END-IF
           MOVE WS-PLACE-COUNT TO WS-RPT-CT-PLACES
           MOVE SRT-CAPACITY TO WS-RPT-CT-CAPACITY
           MOVE WS-WAIT-COUNT TO WS-RPT-CT-WAITING
           WRITE ROSTER-REPORT-LINE FROM WS-RPT-CLASS-TOTAL-LINE
           ADD WS-PLACE-COUNT TO WS-TOTAL-PLACES
           ADD WS-WAIT-COUNT TO WS-TOTAL-WAITING.

       LIST-CLASS-BOOKINGS SECTION.
           MOVE 'N' TO WS-BOOKING-EOF
           MOVE SRT-CLASS-ID TO BKG-CLASS-ID
           MOVE WS-ROSTER-DATE TO BKG-CLASS-DATE
           MOVE LOW-VALUES TO BKG-MEMBER-ID
           START CLASS-BOOKING-FILE KEY >= BKG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BOOKING-EOF
           END-START
           PERFORM UNTIL END-OF-BOOKINGS
               READ CLASS-BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-BOOKING-EOF
                   NOT AT END
                       IF BKG-CLASS-ID NOT = SRT-CLASS-ID
                           OR BKG-CLASS-DATE NOT = WS-ROSTER-DATE
                           MOVE 'Y' TO WS-BOOKING-EOF
                       ELSE
                           PERFORM PRINT-BOOKING-LINE
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-BOOKING-LINE SECTION.
           EVALUATE TRUE
               WHEN LIST-PLACES AND BKG-BOOKED
                   ADD 1 TO WS-PLACE-COUNT
                   MOVE WS-PLACE-COUNT TO WS-RPT-NUMBER
                   MOVE 'BOOKED' TO WS-RPT-STATUS
                   PERFORM WRITE-BOOKING-LINE
               WHEN LIST-PLACES AND BKG-ATTENDED
                   ADD 1 TO WS-PLACE-COUNT
                   MOVE WS-PLACE-COUNT TO WS-RPT-NUMBER
                   MOVE 'CHECKED IN' TO WS-RPT-STATUS
                   PERFORM WRITE-BOOKING-LINE
               WHEN LIST-WAITLIST AND BKG-WAITLISTED
                   ADD 1 TO WS-WAIT-COUNT
                   MOVE WS-WAIT-COUNT TO WS-RPT-NUMBER
                   MOVE SPACES TO WS-RPT-STATUS
                   STRING 'WAITLIST, ASKED ' DELIMITED BY SIZE
                          BKG-BOOKED-DATE DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          BKG-BOOKED-TIME DELIMITED BY SIZE
                       INTO WS-RPT-STATUS
                   PERFORM WRITE-BOOKING-LINE
           END-EVALUATE.

       WRITE-BOOKING-LINE SECTION.
           MOVE BKG-MEMBER-ID TO WS-RPT-MEMBER
           MOVE SPACES TO WS-RPT-NAME
           IF MASTER-OPEN
               MOVE BKG-MEMBER-ID TO MEMBER-ID-KEY
               READ MEMBER-MASTER
                   INVALID KEY
                       MOVE '** NOT ON MEMBER FILE **' TO WS-RPT-NAME
                   NOT INVALID KEY
                       MOVE MEMBER-NAME TO WS-RPT-NAME
               END-READ
           END-IF
           WRITE ROSTER-REPORT-LINE FROM WS-RPT-DETAIL-LINE.

       PRINT-ROSTER-TOTALS SECTION.
           MOVE SPACES TO ROSTER-REPORT-LINE
           WRITE ROSTER-REPORT-LINE
           MOVE ALL '=' TO ROSTER-REPORT-LINE
           WRITE ROSTER-REPORT-LINE
           IF WS-CLASS-COUNT = 0
               MOVE 'NO CLASSES ON THE TIMETABLE FOR THIS DAY'
                   TO ROSTER-REPORT-LINE
               WRITE ROSTER-REPORT-LINE
           END-IF
           MOVE 'CLASSES:                      ' TO WS-RPT-TOT-LABEL
           MOVE WS-CLASS-COUNT TO WS-RPT-TOT-VALUE
           WRITE ROSTER-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PLACES TAKEN:                 ' TO WS-RPT-TOT-LABEL
           MOVE WS-TOTAL-PLACES TO WS-RPT-TOT-VALUE
           WRITE ROSTER-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'ON WAITLISTS:                 ' TO WS-RPT-TOT-LABEL
           MOVE WS-TOTAL-WAITING TO WS-RPT-TOT-VALUE
           WRITE ROSTER-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

      *****************************************************************
      * Turns WS-CDATE (YYYYMMDD) into a running day count in
      * WS-CDAYS - the same routine retention_report uses. The
      * count is what the weekday of the roster date is worked out
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
