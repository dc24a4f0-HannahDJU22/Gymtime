       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS_USAGE.

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

           SELECT USAGE-REPORT ASSIGN TO "CLASSUTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-SCHEDULE-FILE.
           COPY "CLASS-SCHEDULE.CPY".

       FD  CLASS-BOOKING-FILE.
           COPY "CLASS-BOOKING.CPY".

       FD  USAGE-REPORT.
       01 USAGE-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CLASS-SCHEDULE-STATUS PIC XX.
       01 WS-CLASS-BOOKING-STATUS PIC XX.
       01 WS-USAGE-REPORT-STATUS PIC XX.
       01 WS-SCHEDULE-EOF PIC X VALUE 'N'.
         88 END-OF-SCHEDULE VALUE 'Y'.
       01 WS-BOOKING-EOF PIC X VALUE 'N'.
         88 END-OF-BOOKINGS VALUE 'Y'.
       01 WS-BOOKINGS-OPEN PIC X VALUE 'N'.
         88 BOOKINGS-OPEN VALUE 'Y'.
       01 WS-WEEK-END-IN PIC X(8) VALUE SPACES.
       01 WS-WEEK-END PIC 9(8).
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-WEEK-END-DAYS PIC 9(7).
       01 WS-WEEK-START-DAYS PIC 9(7).
       01 WS-LOW-FILL-PCT PIC 9(3) VALUE 30.
       01 WS-CLASS-BOOKED PIC 9(4).
       01 WS-CLASS-ATTENDED PIC 9(4).
       01 WS-CLASS-NO-SHOW PIC 9(4).
       01 WS-CLASS-WAITING PIC 9(4).
       01 WS-ATTEND-PCT PIC 9(3).
       01 WS-FILL-PCT PIC 9(3).
       01 WS-CLASS-COUNT PIC 9(4) VALUE 0.
       01 WS-LOW-COUNT PIC 9(4) VALUE 0.
       01 WS-TOTAL-BOOKED PIC 9(5) VALUE 0.
       01 WS-TOTAL-ATTENDED PIC 9(5) VALUE 0.
       01 WS-TOTAL-NO-SHOW PIC 9(5) VALUE 0.
       01 WS-DAY-NAMES VALUE 'MONTUEWEDTHUFRISATSUN'.
         05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
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
         05 FILLER PIC X(32) VALUE 'GYMTIME CLASS UTILISATION, WEEK '.
         05 FILLER PIC X(7) VALUE 'ENDING '.
         05 WS-RPT-HEAD-WEEK-END PIC 9(8).
         05 FILLER PIC X(10) VALUE ' RUN DATE '.
         05 WS-RPT-HEAD-DATE PIC 9(8).
         05 FILLER PIC X(15) VALUE SPACES.
       01 WS-RPT-COLUMN-LINE.
         05 FILLER PIC X(6) VALUE 'CLASS '.
         05 FILLER PIC X(21) VALUE 'NAME'.
         05 FILLER PIC X(9) VALUE 'DAY TIME '.
         05 FILLER PIC X(5) VALUE '  CAP'.
         05 FILLER PIC X(5) VALUE '  BKD'.
         05 FILLER PIC X(5) VALUE '  ATT'.
         05 FILLER PIC X(5) VALUE ' NOSH'.
         05 FILLER PIC X(5) VALUE ' WAIT'.
         05 FILLER PIC X(5) VALUE ' ATT%'.
         05 FILLER PIC X(5) VALUE ' FIL%'.
         05 FILLER PIC X(9) VALUE SPACES.
       01 WS-RPT-DETAIL-LINE.
         05 WS-RPT-CLASS-ID PIC X(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-CLASS-NAME PIC X(20).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-DAY PIC X(3).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-TIME PIC 9(4).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-CAPACITY PIC Z(4)9.
         05 WS-RPT-BOOKED PIC Z(4)9.
         05 WS-RPT-ATTENDED PIC Z(4)9.
         05 WS-RPT-NO-SHOW PIC Z(4)9.
         05 WS-RPT-WAITING PIC Z(4)9.
         05 WS-RPT-ATTEND-PCT PIC Z(4)9.
         05 WS-RPT-FILL-PCT PIC Z(4)9.
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-FLAG PIC X(8).
       01 WS-RPT-TOTAL-LINE.
         05 WS-RPT-TOT-LABEL PIC X(30).
         05 WS-RPT-TOT-VALUE PIC Z(4)9.
         05 FILLER PIC X(45) VALUE SPACES.

      *****************************************************************
      * Weekly class utilisation for deciding which classes to keep.
      * For each class on the timetable, over the seven days ending
      * on the week-end date: places booked, members who came,
      * members who held a place and never showed, and members left
      * on the waitlist. Attendance is shown against places booked
      * and against capacity; a class filling less than
      * WS-LOW-FILL-PCT of its places is flagged LOW. A place still
      * held for today or later is not a no-show yet.
      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'GYMTIME WEEKLY CLASS UTILISATION REPORT'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY 'WEEK ENDING (YYYYMMDD, BLANK = TODAY): '
           ACCEPT WS-WEEK-END-IN
           IF WS-WEEK-END-IN = SPACES
               MOVE WS-CURRENT-DATE TO WS-WEEK-END
           ELSE
               IF WS-WEEK-END-IN IS NUMERIC
                   MOVE WS-WEEK-END-IN TO WS-WEEK-END
               ELSE
                   DISPLAY 'NOT 8 DIGITS - RUN ABANDONED'
                   GOBACK
               END-IF
           END-IF
           MOVE WS-WEEK-END TO WS-CDATE
           PERFORM CONVERT-DATE-TO-DAYS
           MOVE WS-CDAYS TO WS-WEEK-END-DAYS
           COMPUTE WS-WEEK-START-DAYS = WS-WEEK-END-DAYS - 6

           OPEN OUTPUT USAGE-REPORT
           MOVE WS-WEEK-END TO WS-RPT-HEAD-WEEK-END
           MOVE WS-CURRENT-DATE TO WS-RPT-HEAD-DATE
           WRITE USAGE-REPORT-LINE FROM WS-RPT-HEADING-LINE
           MOVE ALL '=' TO USAGE-REPORT-LINE
           WRITE USAGE-REPORT-LINE
           WRITE USAGE-REPORT-LINE FROM WS-RPT-COLUMN-LINE

           PERFORM REPORT-CLASSES
           PERFORM PRINT-USAGE-TOTALS
           CLOSE USAGE-REPORT

           DISPLAY 'CLASSES REPORTED:   ' WS-CLASS-COUNT
           DISPLAY 'LOW TURNOUT:        ' WS-LOW-COUNT
           DISPLAY 'REPORT WRITTEN TO CLASSUTL.RPT'

           GOBACK.

       REPORT-CLASSES SECTION.
           OPEN INPUT CLASS-SCHEDULE-FILE
           IF WS-CLASS-SCHEDULE-STATUS NOT = '00'
               DISPLAY 'NO CLASS TIMETABLE ON FILE - STATUS '
                   WS-CLASS-SCHEDULE-STATUS
               MOVE 'NO CLASS TIMETABLE ON FILE' TO USAGE-REPORT-LINE
               WRITE USAGE-REPORT-LINE
           ELSE
               OPEN INPUT CLASS-BOOKING-FILE
               IF WS-CLASS-BOOKING-STATUS = '00'
                   MOVE 'Y' TO WS-BOOKINGS-OPEN
               END-IF
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
                           PERFORM REPORT-ONE-CLASS
                   END-READ
               END-PERFORM
               IF BOOKINGS-OPEN
                   CLOSE CLASS-BOOKING-FILE
               END-IF
               CLOSE CLASS-SCHEDULE-FILE
           END-IF.

      *****************************************************************
      * A withdrawn class is still reported for a week it had
      * bookings in, so the week it was dropped shows up; once it
      * has none it falls off the report.
      *****************************************************************
       REPORT-ONE-CLASS SECTION.
           MOVE 0 TO WS-CLASS-BOOKED
           MOVE 0 TO WS-CLASS-ATTENDED
           MOVE 0 TO WS-CLASS-NO-SHOW
           MOVE 0 TO WS-CLASS-WAITING
           IF BOOKINGS-OPEN
               PERFORM TALLY-CLASS-BOOKINGS
           END-IF
           IF CLS-ACTIVE
               OR WS-CLASS-BOOKED > 0 OR WS-CLASS-WAITING > 0
               PERFORM PRINT-CLASS-LINE
           END-IF.

       TALLY-CLASS-BOOKINGS SECTION.
           MOVE 'N' TO WS-BOOKING-EOF
           MOVE CLS-CLASS-ID TO BKG-CLASS-ID
           MOVE 0 TO BKG-CLASS-DATE
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
                       IF BKG-CLASS-ID NOT = CLS-CLASS-ID
                           OR BKG-CLASS-DATE > WS-WEEK-END
                           MOVE 'Y' TO WS-BOOKING-EOF
                       ELSE
                           MOVE BKG-CLASS-DATE TO WS-CDATE
                           PERFORM CONVERT-DATE-TO-DAYS
                           IF WS-CDAYS >= WS-WEEK-START-DAYS
                               PERFORM TALLY-ONE-BOOKING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-BOOKING SECTION.
           EVALUATE TRUE
               WHEN BKG-ATTENDED
                   ADD 1 TO WS-CLASS-BOOKED
                   ADD 1 TO WS-CLASS-ATTENDED
               WHEN BKG-BOOKED
                   ADD 1 TO WS-CLASS-BOOKED
                   IF BKG-CLASS-DATE < WS-CURRENT-DATE
                       ADD 1 TO WS-CLASS-NO-SHOW
                   END-IF
               WHEN BKG-WAITLISTED
                   ADD 1 TO WS-CLASS-WAITING
           END-EVALUATE.

       PRINT-CLASS-LINE SECTION.
           ADD 1 TO WS-CLASS-COUNT
           ADD WS-CLASS-BOOKED TO WS-TOTAL-BOOKED
           ADD WS-CLASS-ATTENDED TO WS-TOTAL-ATTENDED
           ADD WS-CLASS-NO-SHOW TO WS-TOTAL-NO-SHOW
           MOVE 0 TO WS-ATTEND-PCT
           MOVE 0 TO WS-FILL-PCT
           IF WS-CLASS-BOOKED > 0
               COMPUTE WS-ATTEND-PCT =
                   WS-CLASS-ATTENDED * 100 / WS-CLASS-BOOKED
           END-IF
           IF CLS-CAPACITY > 0
               COMPUTE WS-FILL-PCT =
                   WS-CLASS-ATTENDED * 100 / CLS-CAPACITY
           END-IF
           MOVE CLS-CLASS-ID TO WS-RPT-CLASS-ID
           MOVE CLS-CLASS-NAME TO WS-RPT-CLASS-NAME
           IF CLS-DAY-OF-WEEK >= 1 AND CLS-DAY-OF-WEEK <= 7
               MOVE WS-DAY-NAME(CLS-DAY-OF-WEEK) TO WS-RPT-DAY
           ELSE
               MOVE SPACES TO WS-RPT-DAY
           END-IF
           MOVE CLS-START-TIME TO WS-RPT-TIME
           MOVE CLS-CAPACITY TO WS-RPT-CAPACITY
           MOVE WS-CLASS-BOOKED TO WS-RPT-BOOKED
           MOVE WS-CLASS-ATTENDED TO WS-RPT-ATTENDED
           MOVE WS-CLASS-NO-SHOW TO WS-RPT-NO-SHOW
           MOVE WS-CLASS-WAITING TO WS-RPT-WAITING
           MOVE WS-ATTEND-PCT TO WS-RPT-ATTEND-PCT
           MOVE WS-FILL-PCT TO WS-RPT-FILL-PCT
           EVALUATE TRUE
               WHEN CLS-WITHDRAWN
                   MOVE 'DROPPED' TO WS-RPT-FLAG
               WHEN WS-FILL-PCT < WS-LOW-FILL-PCT
                   MOVE 'LOW' TO WS-RPT-FLAG
                   ADD 1 TO WS-LOW-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-FLAG
           END-EVALUATE
           WRITE USAGE-REPORT-LINE FROM WS-RPT-DETAIL-LINE.

       PRINT-USAGE-TOTALS SECTION.
           MOVE ALL '=' TO USAGE-REPORT-LINE
           WRITE USAGE-REPORT-LINE
           MOVE 'CLASSES REPORTED:             ' TO WS-RPT-TOT-LABEL
           MOVE WS-CLASS-COUNT TO WS-RPT-TOT-VALUE
           WRITE USAGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PLACES BOOKED:                ' TO WS-RPT-TOT-LABEL
           MOVE WS-TOTAL-BOOKED TO WS-RPT-TOT-VALUE
           WRITE USAGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'ATTENDED:                     ' TO WS-RPT-TOT-LABEL
           MOVE WS-TOTAL-ATTENDED TO WS-RPT-TOT-VALUE
           WRITE USAGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'NO-SHOWS:                     ' TO WS-RPT-TOT-LABEL
           MOVE WS-TOTAL-NO-SHOW TO WS-RPT-TOT-VALUE
           WRITE USAGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'CLASSES FLAGGED LOW:          ' TO WS-RPT-TOT-LABEL
           MOVE WS-LOW-COUNT TO WS-RPT-TOT-VALUE
           WRITE USAGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

      *****************************************************************
      * Turns WS-CDATE (YYYYMMDD) into a running day count in
      * WS-CDAYS so two dates can be subtracted to get elapsed
      * days - the same routine retention_report uses.
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
