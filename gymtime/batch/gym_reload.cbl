               RECORD KEY IS CKPT-MEMBER-ID
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT GYM-LOG-FILE ASSIGN TO "GYMLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-KEY
               FILE STATUS IS WS-GYM-LOG-STATUS.

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

           SELECT TRAINER-FILE ASSIGN TO "TRAINERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-TRAINER-ID
               FILE STATUS IS WS-TRAINER-STATUS.

           SELECT EXERCISE-CATALOGUE-FILE ASSIGN TO "EXERCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-CODE
               FILE STATUS IS WS-EXERCISE-CATALOGUE-STATUS.

           SELECT GUEST-PASS-FILE ASSIGN TO "GUESTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GST-GUEST-ID
               FILE STATUS IS WS-GUEST-PASS-STATUS.

           SELECT RESTRICTION-FILE ASSIGN TO "RESTRICT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RESTRICTION-STATUS.

           SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
       FD  CHECKPOINT-FILE.
           COPY "CHECKPOINT.CPY".

       FD  GYM-LOG-FILE.
           COPY "GYM-LOG.CPY".

       FD  CLASS-SCHEDULE-FILE.
           COPY "CLASS-SCHEDULE.CPY".

       FD  CLASS-BOOKING-FILE.
           COPY "CLASS-BOOKING.CPY".

       FD  TRAINER-FILE.
           COPY "TRAINER.CPY".

       FD  EXERCISE-CATALOGUE-FILE.
           COPY "EXERCISE-CATALOGUE.CPY".

       FD  GUEST-PASS-FILE.
           COPY "GUEST-PASS.CPY".

       FD  RESTRICTION-FILE.
           COPY "MEMBER-RESTRICTION.CPY".

       FD  BACKUP-FILE.
       01 BACKUP-RECORD PIC X(145).

       01 WS-WEIGH-IN-STATUS PIC XX.
       01 WS-MEMBER-SUMMARY-STATUS PIC XX.
       01 WS-CKPT-STATUS PIC XX.
       01 WS-GYM-LOG-STATUS PIC XX.
       01 WS-CLASS-SCHEDULE-STATUS PIC XX.
       01 WS-CLASS-BOOKING-STATUS PIC XX.
       01 WS-TRAINER-STATUS PIC XX.
       01 WS-EXERCISE-CATALOGUE-STATUS PIC XX.
       01 WS-GUEST-PASS-STATUS PIC XX.
       01 WS-RESTRICTION-STATUS PIC XX.
       01 WS-BACKUP-STATUS PIC XX.
       01 WS-BACKUP-CONTROL-STATUS PIC XX.
       01 WS-BACKUP-NAME PIC X(21).
       01 WS-FILE-IN PIC X(12).
       01 WS-BACKUP-DATE-IN PIC X(8).
       01 WS-CONFIRM-IN PIC X(1).
           ACCEPT WS-FILE-IN
           IF WS-FILE-IN NOT = 'MEMBERS.DAT' AND 'MBRPLAN.DAT'
               AND 'PRHIST.DAT' AND 'WEIGHIN.DAT' AND 'MBRSUMM.DAT'
               AND 'CKPT.DAT' AND 'GYMLOG.DAT' AND 'CLASSSCH.DAT'
               AND 'CLASSBKG.DAT' AND 'TRAINERS.DAT' AND 'EXERCAT.DAT'
               AND 'GUESTS.DAT' AND 'RESTRICT.DAT'
               DISPLAY 'UNKNOWN FILE - TYPE ONE OF MEMBERS.DAT, '
                   'MBRPLAN.DAT, PRHIST.DAT, WEIGHIN.DAT, '
                   'MBRSUMM.DAT, CKPT.DAT,'
               DISPLAY '  GYMLOG.DAT, CLASSSCH.DAT, CLASSBKG.DAT, '
                   'TRAINERS.DAT, EXERCAT.DAT, GUESTS.DAT, '
                   'RESTRICT.DAT'
               GOBACK
           END-IF
           DISPLAY 'BACKUP DATE (YYYYMMDD): '
                   PERFORM RELOAD-SUMMARIES
               WHEN 'CKPT.DAT'
                   PERFORM RELOAD-CHECKPOINTS
               WHEN 'GYMLOG.DAT'
                   PERFORM RELOAD-GYM-LOG
               WHEN 'CLASSSCH.DAT'
                   PERFORM RELOAD-CLASS-SCHEDULE
               WHEN 'CLASSBKG.DAT'
                   PERFORM RELOAD-CLASS-BOOKINGS
               WHEN 'TRAINERS.DAT'
                   PERFORM RELOAD-TRAINERS
               WHEN 'EXERCAT.DAT'
                   PERFORM RELOAD-EXERCISE-CATALOGUE
               WHEN 'GUESTS.DAT'
                   PERFORM RELOAD-GUEST-PASSES
               WHEN 'RESTRICT.DAT'
                   PERFORM RELOAD-RESTRICTIONS
           END-EVALUATE
           CLOSE BACKUP-FILE

                          WS-BACKUP-DATE-IN DELIMITED BY SIZE
                          '.BAK' DELIMITED BY SIZE
                       INTO WS-BACKUP-NAME
               WHEN 'GYMLOG.DAT'
                   STRING 'GYMLOG-' DELIMITED BY SIZE
                          WS-BACKUP-DATE-IN DELIMITED BY SIZE
                          '.BAK' DELIMITED BY SIZE
                       INTO WS-BACKUP-NAME
               WHEN 'CLASSSCH.DAT'
                   STRING 'CLASSSCH-' DELIMITED BY SIZE
                          WS-BACKUP-DATE-IN DELIMITED BY SIZE
                          '.BAK' DELIMITED BY SIZE
                       INTO WS-BACKUP-NAME
               WHEN 'CLASSBKG.DAT'
                   STRING 'CLASSBKG-' DELIMITED BY SIZE
                          WS-BACKUP-DATE-IN DELIMITED BY SIZE
                          '.BAK' DELIMITED BY SIZE
                       INTO WS-BACKUP-NAME
               WHEN 'TRAINERS.DAT'
                   STRING 'TRAINERS-' DELIMITED BY SIZE
                          WS-BACKUP-DATE-IN DELIMITED BY SIZE
                          '.BAK' DELIMITED BY SIZE
                       INTO WS-BACKUP-NAME
               WHEN 'EXERCAT.DAT'
                   STRING 'EXERCAT-' DELIMITED BY SIZE
                          WS-BACKUP-DATE-IN DELIMITED BY SIZE
                          '.BAK' DELIMITED BY SIZE
                       INTO WS-BACKUP-NAME
               WHEN 'GUESTS.DAT'
                   STRING 'GUESTS-' DELIMITED BY SIZE
                          WS-BACKUP-DATE-IN DELIMITED BY SIZE
                          '.BAK' DELIMITED BY SIZE
                       INTO WS-BACKUP-NAME
               WHEN 'RESTRICT.DAT'
                   STRING 'RESTRICT-' DELIMITED BY SIZE
                          WS-BACKUP-DATE-IN DELIMITED BY SIZE
                          '.BAK' DELIMITED BY SIZE
                       INTO WS-BACKUP-NAME
           END-EVALUATE.

       RELOAD-MEMBER-MASTER SECTION.
           END-PERFORM
           CLOSE CHECKPOINT-FILE.

       RELOAD-GYM-LOG SECTION.
           OPEN OUTPUT GYM-LOG-FILE
           PERFORM UNTIL END-OF-BACKUP
               READ BACKUP-FILE
                   AT END
                       MOVE 'Y' TO WS-RELOAD-EOF
                   NOT AT END
                       MOVE BACKUP-RECORD TO GYM-LOG-RECORD
                       WRITE GYM-LOG-RECORD
                       ADD 1 TO WS-RELOAD-COUNT
               END-READ
           END-PERFORM
           CLOSE GYM-LOG-FILE.

       RELOAD-CLASS-SCHEDULE SECTION.
           OPEN OUTPUT CLASS-SCHEDULE-FILE
           PERFORM UNTIL END-OF-BACKUP
               READ BACKUP-FILE
                   AT END
                       MOVE 'Y' TO WS-RELOAD-EOF
                   NOT AT END
                       MOVE BACKUP-RECORD TO CLASS-SCHEDULE-RECORD
                       WRITE CLASS-SCHEDULE-RECORD
                       ADD 1 TO WS-RELOAD-COUNT
               END-READ
           END-PERFORM
           CLOSE CLASS-SCHEDULE-FILE.

       RELOAD-CLASS-BOOKINGS SECTION.
           OPEN OUTPUT CLASS-BOOKING-FILE
           PERFORM UNTIL END-OF-BACKUP
               READ BACKUP-FILE
                   AT END
                       MOVE 'Y' TO WS-RELOAD-EOF
                   NOT AT END
                       MOVE BACKUP-RECORD TO CLASS-BOOKING-RECORD
                       WRITE CLASS-BOOKING-RECORD
                       ADD 1 TO WS-RELOAD-COUNT
               END-READ
           END-PERFORM
           CLOSE CLASS-BOOKING-FILE.

       RELOAD-TRAINERS SECTION.
           OPEN OUTPUT TRAINER-FILE
           PERFORM UNTIL END-OF-BACKUP
               READ BACKUP-FILE
                   AT END
                       MOVE 'Y' TO WS-RELOAD-EOF
                   NOT AT END
                       MOVE BACKUP-RECORD TO TRAINER-RECORD
                       WRITE TRAINER-RECORD
                       ADD 1 TO WS-RELOAD-COUNT
               END-READ
           END-PERFORM
           CLOSE TRAINER-FILE.

       RELOAD-EXERCISE-CATALOGUE SECTION.
           OPEN OUTPUT EXERCISE-CATALOGUE-FILE
           PERFORM UNTIL END-OF-BACKUP
               READ BACKUP-FILE
                   AT END
                       MOVE 'Y' TO WS-RELOAD-EOF
                   NOT AT END
                       MOVE BACKUP-RECORD TO EXERCISE-CATALOGUE-RECORD
                       WRITE EXERCISE-CATALOGUE-RECORD
                       ADD 1 TO WS-RELOAD-COUNT
               END-READ
           END-PERFORM
           CLOSE EXERCISE-CATALOGUE-FILE.

       RELOAD-GUEST-PASSES SECTION.
           OPEN OUTPUT GUEST-PASS-FILE
           PERFORM UNTIL END-OF-BACKUP
               READ BACKUP-FILE
                   AT END
                       MOVE 'Y' TO WS-RELOAD-EOF
                   NOT AT END
                       MOVE BACKUP-RECORD TO GUEST-PASS-RECORD
                       WRITE GUEST-PASS-RECORD
                       ADD 1 TO WS-RELOAD-COUNT
               END-READ
           END-PERFORM
           CLOSE GUEST-PASS-FILE.

       RELOAD-RESTRICTIONS SECTION.
           OPEN OUTPUT RESTRICTION-FILE
           PERFORM UNTIL END-OF-BACKUP
               READ BACKUP-FILE
                   AT END
                       MOVE 'Y' TO WS-RELOAD-EOF
                   NOT AT END
                       MOVE BACKUP-RECORD TO MEMBER-RESTRICTION-RECORD
                       WRITE MEMBER-RESTRICTION-RECORD
                       ADD 1 TO WS-RELOAD-COUNT
               END-READ
           END-PERFORM
           CLOSE RESTRICTION-FILE.

      *****************************************************************
      * The reloaded count is compared against what GYMCTL.DAT says
      * the file held when the backup was taken. A mismatch usually
