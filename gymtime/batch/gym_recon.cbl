       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GYM-LOG-FILE ASSIGN TO "GYMLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-KEY
               FILE STATUS IS WS-GYM-LOG-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "GYMRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CONTROL-ID
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GYM-LOG-FILE.
      * every master record, archived summary and residual log
      * record is released keyed by member, with a type sequence
      * that brings the master first, the archived months next and
      * the log records last - log records in key (member + date)
      * order so the snooze-streak recount sees them
      * chronologically. The output procedure reconciles each
      * member on the control break, so there is no longer any
      * 500-member ceiling.
       FD  RECON-REPORT.
       01 RECON-REPORT-LINE PIC X(80).

       FD  RUN-CONTROL-FILE.
           COPY "RUN-CONTROL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS PIC XX.
       01 WS-GYM-LOG-STATUS PIC XX.
       01 WS-MEMBER-MASTER-STATUS PIC XX.
       01 WS-RECON-REPORT-STATUS PIC XX.
         88 GUARD-OK VALUE 'Y'.

       PROCEDURE DIVISION.
           PERFORM START-RUN-CONTROL
           CALL 'gym_guard' USING WS-GUARD-OK
           IF NOT GUARD-OK
               DISPLAY 'STARTUP INTEGRITY CHECK FAILED - RUN REFUSED'
           DISPLAY 'DISCREPANCIES:   ' WS-DISCREPANCIES
           DISPLAY 'REPAIRED:        ' WS-REPAIRED
           DISPLAY 'REPORT WRITTEN TO GYMRECON.RPT'
           PERFORM COMPLETE-RUN-CONTROL

           GOBACK.

               CLOSE MEMBER-SUMMARY-FILE
           END-IF.

      *****************************************************************
      * Guest and day-pass visits carry a pass ID, not a member's,
      * and have no visit count or streak to reconcile against - they
      * are left out of the recount.
      *****************************************************************
       RELEASE-GYM-LOG SECTION.
           OPEN INPUT GYM-LOG-FILE
           IF WS-GYM-LOG-STATUS NOT = '00'
               DISPLAY 'NO GYMLOG.DAT TO RECONCILE - STATUS '
                   WS-GYM-LOG-STATUS
           ELSE
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
                           IF NOT LOG-GUEST-VISIT
                               PERFORM RELEASE-LOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GYM-LOG-FILE
           END-IF.

       RELEASE-LOG-RECORD SECTION.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE SPACES TO RECON-SORT-RECORD
           MOVE LOG-MEMBER-ID TO RS-MEMBER-ID
           MOVE 3 TO RS-TYPE-SEQ
           MOVE WS-RELEASE-SEQ TO RS-SEQ
           MOVE LOG-ANSWER TO RS-ANSWER
           MOVE 0 TO RS-GYM-DAYS
           MOVE 0 TO RS-VISITS
           MOVE 0 TO RS-STREAK
           RELEASE RECON-SORT-RECORD.

       RECONCILE-SORTED-MEMBERS SECTION.
           OPEN I-O MEMBER-MASTER
           IF WS-MEMBER-MASTER-STATUS NOT = '00'
           MOVE WS-REPAIRED TO WS-TOT-VALUE
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE RECON-REPORT.

      *****************************************************************
      * This run keeps its own record in GYMRUN.DAT under GYMRECON:
      * RUNNING from the moment it starts, so a run refused or
      * abandoned part way is left showing RUNNING, and COMPLETE once
      * it reaches the end, with the date it finished and the number
      * of members checked and the number repaired. The nightly
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
           MOVE 'GYMRECON' TO RUN-CONTROL-ID
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
           MOVE 'GYMRECON' TO RUN-CONTROL-ID
           READ RUN-CONTROL-FILE
               NOT INVALID KEY
                   ACCEPT RUN-DATE FROM DATE YYYYMMDD
                   MOVE WS-MEMBERS-CHECKED TO RUN-TXN-COUNT
                   MOVE WS-REPAIRED TO RUN-TXN-DONE
                   MOVE 'COMPLETE' TO RUN-STATUS
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.
