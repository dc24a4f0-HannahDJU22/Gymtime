       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GYM-LOG-FILE ASSIGN TO "GYMLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-KEY
               FILE STATUS IS WS-GYM-LOG-STATUS.

           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT MEMBER-SUMMARY-FILE ASSIGN TO "MBRSUMM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

           SELECT MONTHEND-SORT-FILE ASSIGN TO "MESORT.TMP".

           SELECT RUN-CONTROL-FILE ASSIGN TO "GYMRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CONTROL-ID
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GYM-LOG-FILE.
           COPY "GYM-LOG.CPY".

       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(28).

       FD  MEMBER-SUMMARY-FILE.
           COPY "MONTHLY-SUMMARY.CPY".
           88 MS-YES-TO-GYM VALUE 'Y', 'y'.
         05 MS-PLAN PIC X(4).

       FD  RUN-CONTROL-FILE.
           COPY "RUN-CONTROL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS PIC XX.
       01 WS-GYM-LOG-STATUS PIC XX.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-MEMBER-SUMMARY-STATUS PIC XX.
       01 WS-ARCHIVE-NAME PIC X(17).
       01 WS-EOF PIC X VALUE 'N'.
         88 END-OF-LOG VALUE 'Y'.
       01 WS-CLOSE-MONTH-IN PIC X(6).
       01 WS-CLOSE-MONTH PIC 9(6).
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-LOG-MONTH PIC 9(6).
       01 WS-ARCHIVED-COUNT PIC 9(5) VALUE 0.
       01 WS-RETAINED-COUNT PIC 9(5) VALUE 0.
       01 WS-REMOVED-COUNT PIC 9(5) VALUE 0.
       01 WS-SUMMARY-COUNT PIC 9(5) VALUE 0.
       01 WS-SORT-EOF PIC X VALUE 'N'.
         88 END-OF-SORTED VALUE 'Y'.
         88 GUARD-OK VALUE 'Y'.

       PROCEDURE DIVISION.
           PERFORM START-RUN-CONTROL
           CALL 'gym_guard' USING WS-GUARD-OK
           IF NOT GUARD-OK
               DISPLAY 'STARTUP INTEGRITY CHECK FAILED - RUN REFUSED'
               DISPLAY 'NO RECORDS FOR ' WS-CLOSE-MONTH
                   ' IN GYMLOG.DAT - NOTHING ARCHIVED'
           ELSE
               PERFORM REMOVE-ARCHIVED-MONTH
               DISPLAY 'ARCHIVED ' WS-ARCHIVED-COUNT ' RECORDS TO '
                   WS-ARCHIVE-NAME
               DISPLAY 'RETAINED ' WS-RETAINED-COUNT
               DISPLAY 'POSTED ' WS-SUMMARY-COUNT
                   ' MONTHLY SUMMARY RECORDS'
           END-IF
           PERFORM COMPLETE-RUN-CONTROL

           GOBACK.

                   WS-GYM-LOG-STATUS
           ELSE
               OPEN OUTPUT ARCHIVE-FILE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO LOG-KEY
               START GYM-LOG-FILE KEY >= LOG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL END-OF-LOG
                   READ GYM-LOG-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
               END-PERFORM
               CLOSE GYM-LOG-FILE
               CLOSE ARCHIVE-FILE
           END-IF.

      *****************************************************************
      * Guest visits are archived with the rest of the month - the
      * guest report reads them back from there - but a pass ID is
      * not a member, so no monthly summary is posted for one.
      *****************************************************************
       SPLIT-LOG-RECORD SECTION.
           DIVIDE LOG-DATE BY 100 GIVING WS-LOG-MONTH
           IF WS-LOG-MONTH = WS-CLOSE-MONTH
               WRITE ARCHIVE-RECORD FROM GYM-LOG-RECORD
               ADD 1 TO WS-ARCHIVED-COUNT
               IF NOT LOG-GUEST-VISIT
                   MOVE LOG-MEMBER-ID TO MS-MEMBER-ID
                   MOVE LOG-ANSWER TO MS-ANSWER
                   MOVE LOG-PLAN TO MS-PLAN
                   RELEASE MONTHEND-SORT-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-RETAINED-COUNT
           END-IF.

           END-WRITE
           ADD 1 TO WS-SUMMARY-COUNT.

      *****************************************************************
      * The closed month leaves GYMLOG.DAT only once its archive file
      * is complete and the summaries are posted: the month's
      * records are deleted from the log in place, and every other
      * record stays exactly where it is. The log is never copied
      * out and back, so a failure here cannot cut the file short -
      * at worst some of the closed month is still in the log,
      * already safe in the archive.
      *****************************************************************
       REMOVE-ARCHIVED-MONTH SECTION.
           OPEN I-O GYM-LOG-FILE
           IF WS-GYM-LOG-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GYMLOG.DAT - STATUS '
                   WS-GYM-LOG-STATUS ' - ARCHIVED MONTH NOT REMOVED'
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO LOG-KEY
               START GYM-LOG-FILE KEY >= LOG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL END-OF-LOG
                   READ GYM-LOG-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           DIVIDE LOG-DATE BY 100 GIVING WS-LOG-MONTH
                           IF WS-LOG-MONTH = WS-CLOSE-MONTH
                               DELETE GYM-LOG-FILE
                               ADD 1 TO WS-REMOVED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GYM-LOG-FILE
               IF WS-REMOVED-COUNT NOT = WS-ARCHIVED-COUNT
                   DISPLAY 'WARNING - ARCHIVED ' WS-ARCHIVED-COUNT
                       ' BUT REMOVED ' WS-REMOVED-COUNT
                       ' FROM GYMLOG.DAT'
               END-IF
           END-IF.

      *****************************************************************
      * This run keeps its own record in GYMRUN.DAT under MONTHEND:
      * RUNNING from the moment it starts, so a run refused or
      * abandoned part way is left showing RUNNING, and COMPLETE once
      * it reaches the end, with the date it finished and the number
      * of log records read and the number archived. The nightly
      * job-stream driver reads it to decide whether the step
      * succeeded.
      *****************************************************************
       START-RUN-CONTROL SECTION.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = '35'
               CLOSE RUN-CONTROL-FILE
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE 'MONTHEND' TO RUN-CONTROL-ID
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE 0 TO RUN-TXN-COUNT
           MOVE 0 TO RUN-TXN-DONE
           MOVE 'RUNNING' TO RUN-STATUS
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE
           CLOSE RUN-CONTROL-FILE.

       COMPLETE-RUN-CONTROL SECTION.
           OPEN I-O RUN-CONTROL-FILE
           MOVE 'MONTHEND' TO RUN-CONTROL-ID
           READ RUN-CONTROL-FILE
               NOT INVALID KEY
                   ACCEPT RUN-DATE FROM DATE YYYYMMDD
                   COMPUTE RUN-TXN-COUNT = WS-ARCHIVED-COUNT
                       + WS-RETAINED-COUNT
                   MOVE WS-ARCHIVED-COUNT TO RUN-TXN-DONE
                   MOVE 'COMPLETE' TO RUN-STATUS
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.
