       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINER_MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAINER-FILE ASSIGN TO "TRAINERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-TRAINER-ID
               FILE STATUS IS WS-TRAINER-STATUS.

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
       FD  TRAINER-FILE.
           COPY "TRAINER.CPY".

       FD  MEMBER-MASTER.
           COPY "MEMBER-MASTER.CPY".

       FD  MAINT-JOURNAL.
           COPY "MAINT-JOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-TRAINER-STATUS PIC XX.
       01 WS-MEMBER-MASTER-STATUS PIC XX.
       01 WS-MAINT-JOURNAL-STATUS PIC XX.
       01 WS-DONE PIC X VALUE 'N'.
         88 MAINT-DONE VALUE 'Y'.
       01 WS-ACTION PIC X(1).
         88 ACTION-MAINTAIN VALUE 'C', 'c'.
         88 ACTION-DEACTIVATE VALUE 'D', 'd'.
         88 ACTION-INQUIRE VALUE 'I', 'i'.
         88 ACTION-LIST VALUE 'L', 'l'.
         88 ACTION-EXIT VALUE 'X', 'x'.
       01 WS-TRAINER-ID PIC X(4).
       01 WS-TRAINER-FOUND PIC X VALUE 'N'.
         88 TRAINER-FOUND VALUE 'Y'.
       01 WS-NAME-IN PIC X(30).
       01 WS-CONFIRM-IN PIC X(1).
         88 CONFIRMED VALUE 'Y', 'y'.
       01 WS-LIST-EOF PIC X VALUE 'N'.
         88 END-OF-LIST VALUE 'Y'.
       01 WS-MEMBER-EOF PIC X VALUE 'N'.
         88 END-OF-MEMBERS VALUE 'Y'.
       01 WS-LIST-COUNT PIC 9(4) VALUE 0.
       01 WS-ASSIGNED-COUNT PIC 9(5) VALUE 0.
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TIME-NOW PIC 9(8).
       01 WS-JOURNAL-ACTION PIC X(10).
       01 WS-BEFORE-IMAGE PIC X(145).
       01 WS-AFTER-IMAGE PIC X(145).
       01 WS-GUARD-OK PIC X(1) VALUE 'Y'.
         88 GUARD-OK VALUE 'Y'.

      *****************************************************************
      * Maintenance of the coaching staff on TRAINERS.DAT. Members
      * are put on a coach's books in member_maint; this program
      * only keeps the coaches themselves. A coach who leaves is
      * made inactive, never deleted, and is told how many members
      * still need moving to someone else. Every change is
      * journaled to MNTJRNL.DAT the same way member changes are.
      *****************************************************************
       PROCEDURE DIVISION.
           CALL 'gym_guard' USING WS-GUARD-OK
           IF NOT GUARD-OK
               DISPLAY 'STARTUP INTEGRITY CHECK FAILED - RUN REFUSED'
               GOBACK
           END-IF
           DISPLAY 'GYMTIME TRAINER MAINTENANCE'
           PERFORM WITH TEST AFTER UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY 'OPERATOR ID: '
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           PERFORM UNTIL MAINT-DONE
               DISPLAY ' '
               DISPLAY 'C = ADD/CHANGE TRAINER  D = DEACTIVATE/'
                   'REACTIVATE  I = INQUIRE  L = LIST  X = EXIT'
               DISPLAY 'ACTION: '
               ACCEPT WS-ACTION
               EVALUATE TRUE
                   WHEN ACTION-EXIT
                       MOVE 'Y' TO WS-DONE
                   WHEN ACTION-MAINTAIN
                       PERFORM MAINTAIN-TRAINER
                   WHEN ACTION-DEACTIVATE
                       PERFORM DEACTIVATE-TRAINER
                   WHEN ACTION-INQUIRE
                       PERFORM INQUIRE-TRAINER
                   WHEN ACTION-LIST
                       PERFORM LIST-TRAINERS
                   WHEN OTHER
                       DISPLAY 'INVALID ACTION - TYPE C, D, I, L OR X'
               END-EVALUATE
           END-PERFORM

           GOBACK.

       MAINTAIN-TRAINER SECTION.
           DISPLAY 'TRAINER ID (4 CHARACTERS): '
           ACCEPT WS-TRAINER-ID
           IF WS-TRAINER-ID = SPACES OR WS-TRAINER-ID = 'NONE'
               DISPLAY 'NOT A USABLE TRAINER ID - NOTHING CHANGED'
           ELSE
               PERFORM OPEN-TRAINER-IO
               PERFORM READ-TRAINER-RECORD
               IF TRAINER-FOUND
                   PERFORM SHOW-TRAINER
                   MOVE TRAINER-RECORD TO WS-BEFORE-IMAGE
                   DISPLAY 'NAME (BLANK = KEEP): '
               ELSE
                   MOVE SPACES TO TRAINER-RECORD
                   MOVE WS-TRAINER-ID TO TRN-TRAINER-ID
                   MOVE 'A' TO TRN-STATUS
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   DISPLAY 'NEW TRAINER ' WS-TRAINER-ID
                   DISPLAY 'NAME: '
               END-IF
               ACCEPT WS-NAME-IN
               IF WS-NAME-IN NOT = SPACES
                   MOVE WS-NAME-IN TO TRN-NAME
               END-IF
               EVALUATE TRUE
                   WHEN TRN-NAME = SPACES
                       DISPLAY 'TRAINER NAME IS REQUIRED - '
                           'TRAINER ' WS-TRAINER-ID ' NOT SAVED'
                   WHEN TRAINER-FOUND AND WS-NAME-IN = SPACES
                       DISPLAY 'NOTHING CHANGED'
                   WHEN TRAINER-FOUND
                       REWRITE TRAINER-RECORD
                       DISPLAY 'TRAINER ' WS-TRAINER-ID ' CHANGED'
                       MOVE 'CHANGE' TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-TRAINER-CHANGE
                   WHEN OTHER
                       WRITE TRAINER-RECORD
                       DISPLAY 'TRAINER ' WS-TRAINER-ID ' ADDED'
                       MOVE 'ADD' TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-TRAINER-CHANGE
               END-EVALUATE
               CLOSE TRAINER-FILE
           END-IF.

      *****************************************************************
      * Deactivating a coach leaves their members assigned - the
      * worklist keeps listing them under the coach, marked
      * inactive, until member_maint moves each one across.
      *****************************************************************
       DEACTIVATE-TRAINER SECTION.
           DISPLAY 'TRAINER ID: '
           ACCEPT WS-TRAINER-ID
           PERFORM OPEN-TRAINER-IO
           PERFORM READ-TRAINER-RECORD
           IF NOT TRAINER-FOUND
               DISPLAY 'TRAINER ' WS-TRAINER-ID ' NOT ON FILE'
           ELSE
               PERFORM SHOW-TRAINER
               IF TRN-ACTIVE
                   DISPLAY 'DEACTIVATE THIS TRAINER (Y/N)? '
               ELSE
                   DISPLAY 'REACTIVATE THIS TRAINER (Y/N)? '
               END-IF
               ACCEPT WS-CONFIRM-IN
               IF CONFIRMED
                   MOVE TRAINER-RECORD TO WS-BEFORE-IMAGE
                   IF TRN-ACTIVE
                       MOVE 'I' TO TRN-STATUS
                       MOVE 'DEACTIVATE' TO WS-JOURNAL-ACTION
                       DISPLAY 'TRAINER ' WS-TRAINER-ID ' DEACTIVATED'
                       IF WS-ASSIGNED-COUNT > 0
                           DISPLAY WS-ASSIGNED-COUNT
                               ' MEMBERS STILL ASSIGNED - MOVE THEM '
                               'IN MEMBER_MAINT'
                       END-IF
                   ELSE
                       MOVE 'A' TO TRN-STATUS
                       MOVE 'REACTIVATE' TO WS-JOURNAL-ACTION
                       DISPLAY 'TRAINER ' WS-TRAINER-ID ' REACTIVATED'
                   END-IF
                   REWRITE TRAINER-RECORD
                   PERFORM JOURNAL-TRAINER-CHANGE
               ELSE
                   DISPLAY 'NOTHING CHANGED'
               END-IF
           END-IF
           CLOSE TRAINER-FILE.

       INQUIRE-TRAINER SECTION.
           DISPLAY 'TRAINER ID: '
           ACCEPT WS-TRAINER-ID
           PERFORM OPEN-TRAINER-IO
           PERFORM READ-TRAINER-RECORD
           IF TRAINER-FOUND
               PERFORM SHOW-TRAINER
           ELSE
               DISPLAY 'TRAINER ' WS-TRAINER-ID ' NOT ON FILE'
           END-IF
           CLOSE TRAINER-FILE.

       LIST-TRAINERS SECTION.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-EOF
           PERFORM OPEN-TRAINER-IO
           MOVE LOW-VALUES TO TRN-TRAINER-ID
           START TRAINER-FILE KEY >= TRN-TRAINER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF
           END-START
           PERFORM UNTIL END-OF-LIST
               READ TRAINER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       MOVE TRN-TRAINER-ID TO WS-TRAINER-ID
                       PERFORM COUNT-ASSIGNED-MEMBERS
                       DISPLAY TRN-TRAINER-ID ' ' TRN-NAME ' '
                           TRN-STATUS ' MEMBERS ' WS-ASSIGNED-COUNT
               END-READ
           END-PERFORM
           CLOSE TRAINER-FILE
           DISPLAY WS-LIST-COUNT ' TRAINERS ON FILE'.

       SHOW-TRAINER SECTION.
           PERFORM COUNT-ASSIGNED-MEMBERS
           DISPLAY 'TRAINER ID:   ' TRN-TRAINER-ID
           DISPLAY 'NAME:         ' TRN-NAME
           IF TRN-ACTIVE
               DISPLAY 'STATUS:       ACTIVE'
           ELSE
               DISPLAY 'STATUS:       INACTIVE'
           END-IF
           DISPLAY 'MEMBERS:      ' WS-ASSIGNED-COUNT.

       COUNT-ASSIGNED-MEMBERS SECTION.
           MOVE 0 TO WS-ASSIGNED-COUNT
           MOVE 'N' TO WS-MEMBER-EOF
           OPEN INPUT MEMBER-MASTER
           IF WS-MEMBER-MASTER-STATUS = '00'
               MOVE LOW-VALUES TO MEMBER-ID-KEY
               START MEMBER-MASTER KEY >= MEMBER-ID-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-MEMBER-EOF
               END-START
               PERFORM UNTIL END-OF-MEMBERS
                   READ MEMBER-MASTER NEXT
                       AT END
                           MOVE 'Y' TO WS-MEMBER-EOF
                       NOT AT END
                           IF MEMBER-TRAINER-ID = WS-TRAINER-ID
                               ADD 1 TO WS-ASSIGNED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBER-MASTER
           END-IF.

       OPEN-TRAINER-IO SECTION.
           OPEN I-O TRAINER-FILE
           IF WS-TRAINER-STATUS = '35'
               CLOSE TRAINER-FILE
               OPEN OUTPUT TRAINER-FILE
               CLOSE TRAINER-FILE
               OPEN I-O TRAINER-FILE
           END-IF.

       READ-TRAINER-RECORD SECTION.
           MOVE 'N' TO WS-TRAINER-FOUND
           MOVE WS-TRAINER-ID TO TRN-TRAINER-ID
           READ TRAINER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TRAINER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TRAINER-FOUND
           END-READ.

       JOURNAL-TRAINER-CHANGE SECTION.
           MOVE TRAINER-RECORD TO WS-AFTER-IMAGE
           OPEN EXTEND MAINT-JOURNAL
           IF WS-MAINT-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT MAINT-JOURNAL
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-CURRENT-DATE TO MJ-DATE
           DIVIDE WS-TIME-NOW BY 100 GIVING MJ-TIME
           MOVE WS-OPERATOR-ID TO MJ-OPERATOR
           MOVE 'TRAINERS' TO MJ-FILE
           MOVE WS-JOURNAL-ACTION TO MJ-ACTION
           MOVE WS-TRAINER-ID TO MJ-MEMBER-ID
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MJ-AFTER-IMAGE
           MOVE SPACES TO MJ-SUPERVISOR
           WRITE MAINT-JOURNAL-RECORD
           CLOSE MAINT-JOURNAL.
