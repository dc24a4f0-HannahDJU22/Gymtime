       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS_MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASS-SCHEDULE-FILE ASSIGN TO "CLASSSCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLS-CLASS-ID
               FILE STATUS IS WS-CLASS-SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-SCHEDULE-FILE.
           COPY "CLASS-SCHEDULE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-CLASS-SCHEDULE-STATUS PIC XX.
       01 WS-DONE PIC X VALUE 'N'.
         88 MAINT-DONE VALUE 'Y'.
       01 WS-ACTION PIC X(1).
         88 ACTION-MAINTAIN VALUE 'C', 'c'.
         88 ACTION-WITHDRAW VALUE 'W', 'w'.
         88 ACTION-INQUIRE VALUE 'I', 'i'.
         88 ACTION-LIST VALUE 'L', 'l'.
         88 ACTION-EXIT VALUE 'X', 'x'.
       01 WS-CLASS-ID PIC X(4).
       01 WS-CLASS-FOUND PIC X VALUE 'N'.
         88 CLASS-FOUND VALUE 'Y'.
       01 WS-CLASS-OK PIC X VALUE 'Y'.
         88 CLASS-OK VALUE 'Y'.
       01 WS-NAME-IN PIC X(20).
       01 WS-DAY-IN PIC X(1).
       01 WS-TIME-IN PIC X(4).
       01 WS-TIME-VALUE PIC 9(4).
       01 WS-TIME-HOURS PIC 9(2).
       01 WS-TIME-MINUTES PIC 9(2).
       01 WS-INSTRUCTOR-IN PIC X(20).
       01 WS-CAPACITY-IN PIC X(3).
       01 WS-CONFIRM-IN PIC X(1).
         88 CONFIRMED VALUE 'Y', 'y'.
       01 WS-LIST-EOF PIC X VALUE 'N'.
         88 END-OF-LIST VALUE 'Y'.
       01 WS-LIST-COUNT PIC 9(4) VALUE 0.
       01 WS-DAY-NAMES VALUE 'MONTUEWEDTHUFRISATSUN'.
         05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01 WS-DAY-SHOW PIC X(3).
       01 WS-GUARD-OK PIC X(1) VALUE 'Y'.
         88 GUARD-OK VALUE 'Y'.

      *****************************************************************
      * Front-desk maintenance of the class timetable. Each record
      * is one weekly slot - a class that runs twice a week is two
      * class IDs. Classes are withdrawn rather than deleted so the
      * bookings already taken against them, and the utilisation
      * history, still resolve to a name and an instructor.
      *****************************************************************
       PROCEDURE DIVISION.
           CALL 'gym_guard' USING WS-GUARD-OK
           IF NOT GUARD-OK
               DISPLAY 'STARTUP INTEGRITY CHECK FAILED - RUN REFUSED'
               GOBACK
           END-IF
           DISPLAY 'GYMTIME CLASS TIMETABLE MAINTENANCE'
           PERFORM UNTIL MAINT-DONE
               DISPLAY ' '
               DISPLAY 'C = ADD/CHANGE CLASS  W = WITHDRAW/REINSTATE  '
                   'I = INQUIRE  L = LIST  X = EXIT'
               DISPLAY 'ACTION: '
               ACCEPT WS-ACTION
               EVALUATE TRUE
                   WHEN ACTION-EXIT
                       MOVE 'Y' TO WS-DONE
                   WHEN ACTION-MAINTAIN
                       PERFORM MAINTAIN-CLASS
                   WHEN ACTION-WITHDRAW
                       PERFORM WITHDRAW-CLASS
                   WHEN ACTION-INQUIRE
                       PERFORM INQUIRE-CLASS
                   WHEN ACTION-LIST
                       PERFORM LIST-CLASSES
                   WHEN OTHER
                       DISPLAY 'INVALID ACTION - TYPE C, W, I, L OR X'
               END-EVALUATE
           END-PERFORM

           GOBACK.

      *****************************************************************
      * A new class must be given every field; on an existing class
      * a blank answer keeps what is on file. Capacity is the
      * number of bookable places - members past it go on the
      * waitlist in class_booking.
      *****************************************************************
       MAINTAIN-CLASS SECTION.
           DISPLAY 'CLASS ID (4 CHARACTERS): '
           ACCEPT WS-CLASS-ID
           IF WS-CLASS-ID = SPACES
               DISPLAY 'NO CLASS ID GIVEN - NOTHING CHANGED'
           ELSE
               PERFORM OPEN-SCHEDULE-IO
               PERFORM READ-CLASS-RECORD
               MOVE 'Y' TO WS-CLASS-OK
               IF CLASS-FOUND
                   PERFORM SHOW-CLASS
               ELSE
                   MOVE SPACES TO CLASS-SCHEDULE-RECORD
                   MOVE WS-CLASS-ID TO CLS-CLASS-ID
                   MOVE 0 TO CLS-DAY-OF-WEEK
                   MOVE 0 TO CLS-START-TIME
                   MOVE 0 TO CLS-CAPACITY
                   MOVE 'A' TO CLS-STATUS
                   DISPLAY 'NEW CLASS ' WS-CLASS-ID
                       ' - ALL FIELDS REQUIRED'
               END-IF
               PERFORM ACCEPT-CLASS-FIELDS
               IF NOT CLASS-OK
                   DISPLAY 'CLASS ' WS-CLASS-ID ' NOT SAVED'
               ELSE
                   IF CLASS-FOUND
                       REWRITE CLASS-SCHEDULE-RECORD
                       DISPLAY 'CLASS ' WS-CLASS-ID ' CHANGED'
                   ELSE
                       WRITE CLASS-SCHEDULE-RECORD
                       DISPLAY 'CLASS ' WS-CLASS-ID ' ADDED'
                   END-IF
               END-IF
               CLOSE CLASS-SCHEDULE-FILE
           END-IF.

       ACCEPT-CLASS-FIELDS SECTION.
           DISPLAY 'CLASS NAME (BLANK = KEEP): '
           ACCEPT WS-NAME-IN
           IF WS-NAME-IN NOT = SPACES
               MOVE WS-NAME-IN TO CLS-CLASS-NAME
           END-IF
           IF CLS-CLASS-NAME = SPACES
               MOVE 'N' TO WS-CLASS-OK
               DISPLAY 'CLASS NAME IS REQUIRED'
           END-IF

           DISPLAY 'DAY OF WEEK, 1 = MON ... 7 = SUN (BLANK = KEEP): '
           ACCEPT WS-DAY-IN
           IF WS-DAY-IN NOT = SPACES
               IF WS-DAY-IN IS NUMERIC
                   AND WS-DAY-IN >= '1' AND WS-DAY-IN <= '7'
                   MOVE WS-DAY-IN TO CLS-DAY-OF-WEEK
               ELSE
                   DISPLAY 'NOT A DAY 1 TO 7 - CURRENT VALUE KEPT'
               END-IF
           END-IF
           IF CLS-DAY-OF-WEEK < 1 OR CLS-DAY-OF-WEEK > 7
               MOVE 'N' TO WS-CLASS-OK
               DISPLAY 'DAY OF WEEK IS REQUIRED'
           END-IF

           DISPLAY 'START TIME, 4 DIGITS HHMM (BLANK = KEEP): '
           ACCEPT WS-TIME-IN
           IF WS-TIME-IN NOT = SPACES
               IF WS-TIME-IN IS NUMERIC
                   MOVE WS-TIME-IN TO WS-TIME-VALUE
                   DIVIDE WS-TIME-VALUE BY 100 GIVING WS-TIME-HOURS
                       REMAINDER WS-TIME-MINUTES
                   IF WS-TIME-HOURS < 24 AND WS-TIME-MINUTES < 60
                       MOVE WS-TIME-VALUE TO CLS-START-TIME
                   ELSE
                       DISPLAY 'NOT A CLOCK TIME - CURRENT VALUE KEPT'
                   END-IF
               ELSE
                   DISPLAY 'NOT 4 DIGITS - CURRENT VALUE KEPT'
               END-IF
           END-IF
           IF NOT CLASS-FOUND AND WS-TIME-IN = SPACES
               MOVE 'N' TO WS-CLASS-OK
               DISPLAY 'START TIME IS REQUIRED'
           END-IF

           DISPLAY 'INSTRUCTOR (BLANK = KEEP): '
           ACCEPT WS-INSTRUCTOR-IN
           IF WS-INSTRUCTOR-IN NOT = SPACES
               MOVE WS-INSTRUCTOR-IN TO CLS-INSTRUCTOR
           END-IF
           IF CLS-INSTRUCTOR = SPACES
               MOVE 'N' TO WS-CLASS-OK
               DISPLAY 'INSTRUCTOR IS REQUIRED'
           END-IF

           DISPLAY 'CAPACITY, 3 DIGITS (BLANK = KEEP): '
           ACCEPT WS-CAPACITY-IN
           IF WS-CAPACITY-IN NOT = SPACES
               IF WS-CAPACITY-IN IS NUMERIC
                   MOVE WS-CAPACITY-IN TO CLS-CAPACITY
               ELSE
                   DISPLAY 'NOT 3 DIGITS - CURRENT VALUE KEPT'
               END-IF
           END-IF
           IF CLS-CAPACITY = 0
               MOVE 'N' TO WS-CLASS-OK
               DISPLAY 'CAPACITY MUST BE AT LEAST 1'
           END-IF.

       WITHDRAW-CLASS SECTION.
           DISPLAY 'CLASS ID: '
           ACCEPT WS-CLASS-ID
           PERFORM OPEN-SCHEDULE-IO
           PERFORM READ-CLASS-RECORD
           IF NOT CLASS-FOUND
               DISPLAY 'CLASS ' WS-CLASS-ID ' NOT ON FILE'
           ELSE
               PERFORM SHOW-CLASS
               IF CLS-ACTIVE
                   DISPLAY 'WITHDRAW THIS CLASS FROM THE TIMETABLE '
                       '(Y/N)? '
               ELSE
                   DISPLAY 'REINSTATE THIS CLASS ON THE TIMETABLE '
                       '(Y/N)? '
               END-IF
               ACCEPT WS-CONFIRM-IN
               IF CONFIRMED
                   IF CLS-ACTIVE
                       MOVE 'W' TO CLS-STATUS
                       DISPLAY 'CLASS ' WS-CLASS-ID ' WITHDRAWN'
                   ELSE
                       MOVE 'A' TO CLS-STATUS
                       DISPLAY 'CLASS ' WS-CLASS-ID ' REINSTATED'
                   END-IF
                   REWRITE CLASS-SCHEDULE-RECORD
               ELSE
                   DISPLAY 'NOTHING CHANGED'
               END-IF
           END-IF
           CLOSE CLASS-SCHEDULE-FILE.

       INQUIRE-CLASS SECTION.
           DISPLAY 'CLASS ID: '
           ACCEPT WS-CLASS-ID
           PERFORM OPEN-SCHEDULE-IO
           PERFORM READ-CLASS-RECORD
           IF CLASS-FOUND
               PERFORM SHOW-CLASS
           ELSE
               DISPLAY 'CLASS ' WS-CLASS-ID ' NOT ON FILE'
           END-IF
           CLOSE CLASS-SCHEDULE-FILE.

       LIST-CLASSES SECTION.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-EOF
           PERFORM OPEN-SCHEDULE-IO
           MOVE LOW-VALUES TO CLS-CLASS-ID
           START CLASS-SCHEDULE-FILE KEY >= CLS-CLASS-ID
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF
           END-START
           PERFORM UNTIL END-OF-LIST
               READ CLASS-SCHEDULE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       MOVE WS-DAY-NAME(CLS-DAY-OF-WEEK) TO WS-DAY-SHOW
                       DISPLAY CLS-CLASS-ID ' ' CLS-CLASS-NAME ' '
                           WS-DAY-SHOW ' ' CLS-START-TIME ' '
                           CLS-INSTRUCTOR ' CAP ' CLS-CAPACITY ' '
                           CLS-STATUS
               END-READ
           END-PERFORM
           CLOSE CLASS-SCHEDULE-FILE
           DISPLAY WS-LIST-COUNT ' CLASSES ON THE TIMETABLE'.

       SHOW-CLASS SECTION.
           MOVE WS-DAY-NAME(CLS-DAY-OF-WEEK) TO WS-DAY-SHOW
           DISPLAY 'CLASS ID:     ' CLS-CLASS-ID
           DISPLAY 'NAME:         ' CLS-CLASS-NAME
           DISPLAY 'RUNS:         ' WS-DAY-SHOW ' AT ' CLS-START-TIME
           DISPLAY 'INSTRUCTOR:   ' CLS-INSTRUCTOR
           DISPLAY 'CAPACITY:     ' CLS-CAPACITY
           IF CLS-WITHDRAWN
               DISPLAY 'STATUS:       WITHDRAWN'
           ELSE
               DISPLAY 'STATUS:       ACTIVE'
           END-IF.

       OPEN-SCHEDULE-IO SECTION.
           OPEN I-O CLASS-SCHEDULE-FILE
           IF WS-CLASS-SCHEDULE-STATUS = '35'
               CLOSE CLASS-SCHEDULE-FILE
               OPEN OUTPUT CLASS-SCHEDULE-FILE
               CLOSE CLASS-SCHEDULE-FILE
               OPEN I-O CLASS-SCHEDULE-FILE
           END-IF.

       READ-CLASS-RECORD SECTION.
           MOVE 'N' TO WS-CLASS-FOUND
           MOVE WS-CLASS-ID TO CLS-CLASS-ID
           READ CLASS-SCHEDULE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CLASS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CLASS-FOUND
           END-READ.
