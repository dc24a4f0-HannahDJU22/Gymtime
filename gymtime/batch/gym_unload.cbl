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
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-DATE-TEXT PIC X(8).
       01 WS-UNLOAD-EOF PIC X VALUE 'N'.
       01 WS-FILES-MISSING PIC 9(2) VALUE 0.
       01 WS-FILES-SUSPECT PIC 9(2) VALUE 0.
       01 WS-CTL-FILE-NAME PIC X(12).
         88 CTL-FILE-CAN-EMPTY VALUE 'MBRPLAN.DAT', 'CKPT.DAT',
                                     'GYMLOG.DAT', 'PRHIST.DAT'.
       01 WS-CONTROL-SUSPECT PIC X VALUE 'N'.
         88 CONTROL-SUSPECT VALUE 'Y'.

           PERFORM UNLOAD-WEIGH-INS
           PERFORM UNLOAD-SUMMARIES
           PERFORM UNLOAD-CHECKPOINTS
           PERFORM UNLOAD-GYM-LOG
           PERFORM UNLOAD-CLASS-SCHEDULE
           PERFORM UNLOAD-CLASS-BOOKINGS
           PERFORM UNLOAD-TRAINERS
           PERFORM UNLOAD-EXERCISE-CATALOGUE
           PERFORM UNLOAD-GUEST-PASSES
           PERFORM UNLOAD-RESTRICTIONS

           DISPLAY 'FILES BACKED UP: ' WS-FILES-BACKED-UP
           DISPLAY 'FILES MISSING:   ' WS-FILES-MISSING
               PERFORM UPDATE-BACKUP-CONTROL
           END-IF.

       UNLOAD-GYM-LOG SECTION.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING 'GYMLOG-' DELIMITED BY SIZE
                  WS-DATE-TEXT DELIMITED BY SIZE
                  '.BAK' DELIMITED BY SIZE
               INTO WS-BACKUP-NAME
           MOVE 'GYMLOG.DAT' TO WS-CTL-FILE-NAME
           MOVE 0 TO WS-UNLOAD-COUNT
           MOVE 'N' TO WS-UNLOAD-EOF
           OPEN INPUT GYM-LOG-FILE
           IF WS-GYM-LOG-STATUS NOT = '00'
               PERFORM REPORT-MISSING-MASTER
           ELSE
               OPEN OUTPUT BACKUP-FILE
               MOVE LOW-VALUES TO LOG-KEY
               START GYM-LOG-FILE KEY >= LOG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-UNLOAD-EOF
               END-START
               PERFORM UNTIL END-OF-UNLOAD
                   READ GYM-LOG-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-UNLOAD-EOF
                       NOT AT END
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE GYM-LOG-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-UNLOAD-COUNT
                   END-READ
               END-PERFORM
               CLOSE GYM-LOG-FILE
               CLOSE BACKUP-FILE
               PERFORM UPDATE-BACKUP-CONTROL
           END-IF.

       UNLOAD-CLASS-SCHEDULE SECTION.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING 'CLASSSCH-' DELIMITED BY SIZE
                  WS-DATE-TEXT DELIMITED BY SIZE
                  '.BAK' DELIMITED BY SIZE
               INTO WS-BACKUP-NAME
           MOVE 'CLASSSCH.DAT' TO WS-CTL-FILE-NAME
           MOVE 0 TO WS-UNLOAD-COUNT
           MOVE 'N' TO WS-UNLOAD-EOF
           OPEN INPUT CLASS-SCHEDULE-FILE
           IF WS-CLASS-SCHEDULE-STATUS NOT = '00'
               PERFORM REPORT-MISSING-MASTER
           ELSE
               OPEN OUTPUT BACKUP-FILE
               MOVE LOW-VALUES TO CLS-CLASS-ID
               START CLASS-SCHEDULE-FILE KEY >= CLS-CLASS-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-UNLOAD-EOF
               END-START
               PERFORM UNTIL END-OF-UNLOAD
                   READ CLASS-SCHEDULE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-UNLOAD-EOF
                       NOT AT END
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE CLASS-SCHEDULE-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-UNLOAD-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLASS-SCHEDULE-FILE
               CLOSE BACKUP-FILE
               PERFORM UPDATE-BACKUP-CONTROL
           END-IF.

       UNLOAD-CLASS-BOOKINGS SECTION.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING 'CLASSBKG-' DELIMITED BY SIZE
                  WS-DATE-TEXT DELIMITED BY SIZE
                  '.BAK' DELIMITED BY SIZE
               INTO WS-BACKUP-NAME
           MOVE 'CLASSBKG.DAT' TO WS-CTL-FILE-NAME
           MOVE 0 TO WS-UNLOAD-COUNT
           MOVE 'N' TO WS-UNLOAD-EOF
           OPEN INPUT CLASS-BOOKING-FILE
           IF WS-CLASS-BOOKING-STATUS NOT = '00'
               PERFORM REPORT-MISSING-MASTER
           ELSE
               OPEN OUTPUT BACKUP-FILE
               MOVE LOW-VALUES TO BKG-KEY
               START CLASS-BOOKING-FILE KEY >= BKG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-UNLOAD-EOF
               END-START
               PERFORM UNTIL END-OF-UNLOAD
                   READ CLASS-BOOKING-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-UNLOAD-EOF
                       NOT AT END
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE CLASS-BOOKING-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-UNLOAD-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLASS-BOOKING-FILE
               CLOSE BACKUP-FILE
               PERFORM UPDATE-BACKUP-CONTROL
           END-IF.

       UNLOAD-TRAINERS SECTION.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING 'TRAINERS-' DELIMITED BY SIZE
                  WS-DATE-TEXT DELIMITED BY SIZE
                  '.BAK' DELIMITED BY SIZE
               INTO WS-BACKUP-NAME
           MOVE 'TRAINERS.DAT' TO WS-CTL-FILE-NAME
           MOVE 0 TO WS-UNLOAD-COUNT
           MOVE 'N' TO WS-UNLOAD-EOF
           OPEN INPUT TRAINER-FILE
           IF WS-TRAINER-STATUS NOT = '00'
               PERFORM REPORT-MISSING-MASTER
           ELSE
               OPEN OUTPUT BACKUP-FILE
               MOVE LOW-VALUES TO TRN-TRAINER-ID
               START TRAINER-FILE KEY >= TRN-TRAINER-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-UNLOAD-EOF
               END-START
               PERFORM UNTIL END-OF-UNLOAD
                   READ TRAINER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-UNLOAD-EOF
                       NOT AT END
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE TRAINER-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-UNLOAD-COUNT
                   END-READ
               END-PERFORM
               CLOSE TRAINER-FILE
               CLOSE BACKUP-FILE
               PERFORM UPDATE-BACKUP-CONTROL
           END-IF.

       UNLOAD-EXERCISE-CATALOGUE SECTION.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING 'EXERCAT-' DELIMITED BY SIZE
                  WS-DATE-TEXT DELIMITED BY SIZE
                  '.BAK' DELIMITED BY SIZE
               INTO WS-BACKUP-NAME
           MOVE 'EXERCAT.DAT' TO WS-CTL-FILE-NAME
           MOVE 0 TO WS-UNLOAD-COUNT
           MOVE 'N' TO WS-UNLOAD-EOF
           OPEN INPUT EXERCISE-CATALOGUE-FILE
           IF WS-EXERCISE-CATALOGUE-STATUS NOT = '00'
               PERFORM REPORT-MISSING-MASTER
           ELSE
               OPEN OUTPUT BACKUP-FILE
               MOVE LOW-VALUES TO EXC-CODE
               START EXERCISE-CATALOGUE-FILE KEY >= EXC-CODE
                   INVALID KEY
                       MOVE 'Y' TO WS-UNLOAD-EOF
               END-START
               PERFORM UNTIL END-OF-UNLOAD
                   READ EXERCISE-CATALOGUE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-UNLOAD-EOF
                       NOT AT END
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE EXERCISE-CATALOGUE-RECORD
                               TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-UNLOAD-COUNT
                   END-READ
               END-PERFORM
               CLOSE EXERCISE-CATALOGUE-FILE
               CLOSE BACKUP-FILE
               PERFORM UPDATE-BACKUP-CONTROL
           END-IF.

       UNLOAD-GUEST-PASSES SECTION.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING 'GUESTS-' DELIMITED BY SIZE
                  WS-DATE-TEXT DELIMITED BY SIZE
                  '.BAK' DELIMITED BY SIZE
               INTO WS-BACKUP-NAME
           MOVE 'GUESTS.DAT' TO WS-CTL-FILE-NAME
           MOVE 0 TO WS-UNLOAD-COUNT
           MOVE 'N' TO WS-UNLOAD-EOF
           OPEN INPUT GUEST-PASS-FILE
           IF WS-GUEST-PASS-STATUS NOT = '00'
               PERFORM REPORT-MISSING-MASTER
           ELSE
               OPEN OUTPUT BACKUP-FILE
               MOVE LOW-VALUES TO GST-GUEST-ID
               START GUEST-PASS-FILE KEY >= GST-GUEST-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-UNLOAD-EOF
               END-START
               PERFORM UNTIL END-OF-UNLOAD
                   READ GUEST-PASS-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-UNLOAD-EOF
                       NOT AT END
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE GUEST-PASS-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-UNLOAD-COUNT
                   END-READ
               END-PERFORM
               CLOSE GUEST-PASS-FILE
               CLOSE BACKUP-FILE
               PERFORM UPDATE-BACKUP-CONTROL
           END-IF.

       UNLOAD-RESTRICTIONS SECTION.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING 'RESTRICT-' DELIMITED BY SIZE
                  WS-DATE-TEXT DELIMITED BY SIZE
                  '.BAK' DELIMITED BY SIZE
               INTO WS-BACKUP-NAME
           MOVE 'RESTRICT.DAT' TO WS-CTL-FILE-NAME
           MOVE 0 TO WS-UNLOAD-COUNT
           MOVE 'N' TO WS-UNLOAD-EOF
           OPEN INPUT RESTRICTION-FILE
           IF WS-RESTRICTION-STATUS NOT = '00'
               PERFORM REPORT-MISSING-MASTER
           ELSE
               OPEN OUTPUT BACKUP-FILE
               MOVE LOW-VALUES TO RST-KEY
               START RESTRICTION-FILE KEY >= RST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-UNLOAD-EOF
               END-START
               PERFORM UNTIL END-OF-UNLOAD
                   READ RESTRICTION-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-UNLOAD-EOF
                       NOT AT END
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE MEMBER-RESTRICTION-RECORD
                               TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                           ADD 1 TO WS-UNLOAD-COUNT
                   END-READ
               END-PERFORM
               CLOSE RESTRICTION-FILE
               CLOSE BACKUP-FILE
               PERFORM UPDATE-BACKUP-CONTROL
           END-IF.

       REPORT-MISSING-MASTER SECTION.
           ADD 1 TO WS-FILES-MISSING
           DISPLAY WS-CTL-FILE-NAME ' NOT ON DISK - NOT BACKED UP, '
      * here would erase the baseline overnight and wave every
      * later run through. The control record is left untouched and
      * the anomaly reported, the same way a missing file is.
      * CKPT.DAT, MBRPLAN.DAT, GYMLOG.DAT and PRHIST.DAT empty
      * legitimately (sessions complete, plans get deleted, the
      * month-end job archives the closed month, a PR correction
      * removes the last record), so their transition to zero is
      * recorded as a normal backup.
      *****************************************************************
       UPDATE-BACKUP-CONTROL SECTION.
           MOVE 'N' TO WS-CONTROL-SUSPECT
