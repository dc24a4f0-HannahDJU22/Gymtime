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

           SELECT BACKUP-CONTROL-FILE ASSIGN TO "GYMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

       FD  BACKUP-CONTROL-FILE.
           COPY "BACKUP-CONTROL.CPY".

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
       01 WS-BACKUP-CONTROL-STATUS PIC XX.
       01 WS-CONTROL-EOF PIC X VALUE 'N'.
         88 END-OF-CONTROL VALUE 'Y'.
      * the guard waves the run through. The emptiness test applies
      * only to masters with no supported path to zero records -
      * CKPT.DAT empties every time a checkpointed session
      * completes, plan_maint's DELETE-PLAN can remove the last
      * MBRPLAN.DAT record, pr_correct can delete the last
      * PRHIST.DAT record and the month-end job takes every record
      * of the closed month out of GYMLOG.DAT (leaving it empty
      * until the next check-in), so those four are checked for the
      * missing-file case only.
      *****************************************************************
       PROCEDURE DIVISION USING LS-GUARD-OK.
                   PERFORM PROBE-SUMMARIES
               WHEN 'CKPT.DAT'
                   PERFORM PROBE-CHECKPOINTS
               WHEN 'GYMLOG.DAT'
                   PERFORM PROBE-GYM-LOG
               WHEN 'CLASSSCH.DAT'
                   PERFORM PROBE-CLASS-SCHEDULE
               WHEN 'CLASSBKG.DAT'
                   PERFORM PROBE-CLASS-BOOKINGS
               WHEN 'TRAINERS.DAT'
                   PERFORM PROBE-TRAINERS
               WHEN 'EXERCAT.DAT'
                   PERFORM PROBE-EXERCISE-CATALOGUE
               WHEN 'GUESTS.DAT'
                   PERFORM PROBE-GUEST-PASSES
               WHEN 'RESTRICT.DAT'
                   PERFORM PROBE-RESTRICTIONS
               WHEN OTHER
                   MOVE 'Y' TO WS-FILE-PRESENT
           END-EVALUATE
       PROBE-PR-HISTORY SECTION.
           OPEN INPUT PR-HISTORY-FILE
           IF WS-PR-HIST-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT
               CLOSE PR-HISTORY-FILE
           END-IF.

               MOVE 'Y' TO WS-FILE-PRESENT
               CLOSE CHECKPOINT-FILE
           END-IF.

       PROBE-GYM-LOG SECTION.
           OPEN INPUT GYM-LOG-FILE
           IF WS-GYM-LOG-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT
               CLOSE GYM-LOG-FILE
           END-IF.

       PROBE-CLASS-SCHEDULE SECTION.
           OPEN INPUT CLASS-SCHEDULE-FILE
           IF WS-CLASS-SCHEDULE-STATUS = '00'
               READ CLASS-SCHEDULE-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-FILE-PRESENT
               END-READ
               CLOSE CLASS-SCHEDULE-FILE
           END-IF.

       PROBE-CLASS-BOOKINGS SECTION.
           OPEN INPUT CLASS-BOOKING-FILE
           IF WS-CLASS-BOOKING-STATUS = '00'
               READ CLASS-BOOKING-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-FILE-PRESENT
               END-READ
               CLOSE CLASS-BOOKING-FILE
           END-IF.

       PROBE-TRAINERS SECTION.
           OPEN INPUT TRAINER-FILE
           IF WS-TRAINER-STATUS = '00'
               READ TRAINER-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-FILE-PRESENT
               END-READ
               CLOSE TRAINER-FILE
           END-IF.

       PROBE-EXERCISE-CATALOGUE SECTION.
           OPEN INPUT EXERCISE-CATALOGUE-FILE
           IF WS-EXERCISE-CATALOGUE-STATUS = '00'
               READ EXERCISE-CATALOGUE-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-FILE-PRESENT
               END-READ
               CLOSE EXERCISE-CATALOGUE-FILE
           END-IF.

       PROBE-GUEST-PASSES SECTION.
           OPEN INPUT GUEST-PASS-FILE
           IF WS-GUEST-PASS-STATUS = '00'
               READ GUEST-PASS-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-FILE-PRESENT
               END-READ
               CLOSE GUEST-PASS-FILE
           END-IF.

       PROBE-RESTRICTIONS SECTION.
           OPEN INPUT RESTRICTION-FILE
           IF WS-RESTRICTION-STATUS = '00'
               READ RESTRICTION-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-FILE-PRESENT
               END-READ
               CLOSE RESTRICTION-FILE
           END-IF.
