       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREEZE_EXPIRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID-KEY
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-JOURNAL-STATUS.

           SELECT FREEZE-SORT-FILE ASSIGN TO "FRZSORT.TMP".

           SELECT FREEZE-REPORT ASSIGN TO "FREEZEXP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREEZE-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "GYMRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CONTROL-ID
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER.
           COPY "MEMBER-MASTER.CPY".

       FD  MAINT-JOURNAL.
           COPY "MAINT-JOURNAL.CPY".

       SD  FREEZE-SORT-FILE.
       01 FREEZE-SORT-RECORD.
         05 SRT-GROUP PIC 9(1).
         05 SRT-FREEZE-END PIC 9(8).
         05 SRT-MEMBER-ID PIC X(6).
         05 SRT-NAME PIC X(30).
         05 SRT-FREEZE-START PIC 9(8).
         05 SRT-DAYS-TO-GO PIC 9(3).

       FD  FREEZE-REPORT.
       01 FREEZE-REPORT-LINE PIC X(80).

       FD  RUN-CONTROL-FILE.
           COPY "RUN-CONTROL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS PIC XX.
       01 WS-MEMBER-MASTER-STATUS PIC XX.
       01 WS-MAINT-JOURNAL-STATUS PIC XX.
       01 WS-FREEZE-REPORT-STATUS PIC XX.
       01 WS-MASTER-EOF PIC X VALUE 'N'.
         88 END-OF-MASTER VALUE 'Y'.
       01 WS-SORT-EOF PIC X VALUE 'N'.
         88 END-OF-SORTED VALUE 'Y'.
       01 WS-MASTER-OPEN PIC X VALUE 'N'.
         88 MASTER-OPEN VALUE 'Y'.
       01 WS-CALL-GROUP PIC X VALUE 'N'.
         88 CALL-GROUP-STARTED VALUE 'Y'.
       01 WS-CALL-AHEAD-DAYS PIC 9(3) VALUE 7.
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-TODAY-DAYS PIC 9(7).
       01 WS-DAYS-TO-GO PIC S9(7).
       01 WS-TIME-NOW PIC 9(8).
       01 WS-BEFORE-IMAGE PIC X(145).
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
       01 WS-ENDED-COUNT PIC 9(4) VALUE 0.
       01 WS-DUE-BACK-COUNT PIC 9(4) VALUE 0.
       01 WS-STILL-FROZEN-COUNT PIC 9(4) VALUE 0.
       01 WS-REWRITE-ERROR-COUNT PIC 9(4) VALUE 0.
       01 WS-RPT-HEADING-LINE.
         05 FILLER PIC X(30) VALUE 'GYMTIME FREEZE EXPIRY LIST    '.
         05 FILLER PIC X(9) VALUE 'RUN DATE '.
         05 WS-RPT-HEAD-DATE PIC 9(8).
         05 FILLER PIC X(33) VALUE SPACES.
       01 WS-RPT-COLUMN-LINE.
         05 FILLER PIC X(8) VALUE 'MEMBER  '.
         05 FILLER PIC X(26) VALUE 'NAME'.
         05 FILLER PIC X(12) VALUE 'FROZEN FROM '.
         05 FILLER PIC X(10) VALUE 'BACK ON   '.
         05 FILLER PIC X(24) VALUE 'DAYS TO GO'.
       01 WS-RPT-DETAIL-LINE.
         05 WS-RPT-MEMBER PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-NAME PIC X(24).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-FREEZE-START PIC 9(8).
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-RPT-FREEZE-END PIC 9(8).
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-RPT-DAYS-TO-GO PIC ZZ9.
         05 FILLER PIC X(19) VALUE SPACES.
       01 WS-RPT-TOTAL-LINE.
         05 WS-RPT-TOT-LABEL PIC X(30).
         05 WS-RPT-TOT-VALUE PIC Z(3)9.
         05 FILLER PIC X(46) VALUE SPACES.
       01 WS-GUARD-OK PIC X(1) VALUE 'Y'.
         88 GUARD-OK VALUE 'Y'.

      *****************************************************************
      * Nightly freeze housekeeping. A freeze runs out by itself on
      * its first day back: this run puts those members back to
      * active (journaled like a desk change, under operator BATCH)
      * and lists them, then lists every member due back within the
      * next week so the desk can ring them before they come back
      * on billing.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM START-RUN-CONTROL
           CALL 'gym_guard' USING WS-GUARD-OK
           IF NOT GUARD-OK
               DISPLAY 'STARTUP INTEGRITY CHECK FAILED - RUN REFUSED'
               GOBACK
           END-IF
           DISPLAY 'GYMTIME FREEZE EXPIRY RUN'

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CDATE
           PERFORM CONVERT-DATE-TO-DAYS
           MOVE WS-CDAYS TO WS-TODAY-DAYS

           SORT FREEZE-SORT-FILE
               ON ASCENDING KEY SRT-GROUP
               ON ASCENDING KEY SRT-FREEZE-END
               ON ASCENDING KEY SRT-MEMBER-ID
               INPUT PROCEDURE IS GATHER-FROZEN-MEMBERS
               OUTPUT PROCEDURE IS PRINT-SORTED-FREEZES

           IF NOT MASTER-OPEN
               GOBACK
           END-IF

           DISPLAY 'FREEZES ENDED TODAY:     ' WS-ENDED-COUNT
           DISPLAY 'DUE BACK WITHIN A WEEK:  ' WS-DUE-BACK-COUNT
           IF WS-REWRITE-ERROR-COUNT > 0
               DISPLAY 'MEMBERS.DAT REWRITE ERRORS: '
                   WS-REWRITE-ERROR-COUNT
           END-IF
           DISPLAY 'REPORT WRITTEN TO FREEZEXP.RPT'
           PERFORM COMPLETE-RUN-CONTROL

           GOBACK.

       GATHER-FROZEN-MEMBERS SECTION.
           OPEN I-O MEMBER-MASTER
           IF WS-MEMBER-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN MEMBERS.DAT - STATUS '
                   WS-MEMBER-MASTER-STATUS
           ELSE
               MOVE 'Y' TO WS-MASTER-OPEN
               MOVE LOW-VALUES TO MEMBER-ID-KEY
               START MEMBER-MASTER KEY >= MEMBER-ID-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-MASTER-EOF
               END-START
               PERFORM UNTIL END-OF-MASTER
                   READ MEMBER-MASTER NEXT
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF
                       NOT AT END
                           IF MEMBER-FROZEN
                               PERFORM CHECK-MEMBER-FREEZE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBER-MASTER
           END-IF.

       CHECK-MEMBER-FREEZE SECTION.
           IF MEMBER-FREEZE-END <= WS-CURRENT-DATE
               PERFORM END-MEMBER-FREEZE
           ELSE
               ADD 1 TO WS-STILL-FROZEN-COUNT
               MOVE MEMBER-FREEZE-END TO WS-CDATE
               PERFORM CONVERT-DATE-TO-DAYS
               COMPUTE WS-DAYS-TO-GO = WS-CDAYS - WS-TODAY-DAYS
               IF WS-DAYS-TO-GO <= WS-CALL-AHEAD-DAYS
                   MOVE 2 TO SRT-GROUP
                   MOVE WS-DAYS-TO-GO TO SRT-DAYS-TO-GO
                   PERFORM RELEASE-SORT-RECORD
               END-IF
           END-IF.

      *****************************************************************
      * A member is journaled and listed as ended only once the
      * master really says active again. A failed rewrite leaves the
      * member frozen on file for tomorrow's run and is counted as
      * an error instead.
      *****************************************************************
       END-MEMBER-FREEZE SECTION.
           MOVE MEMBER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE 'A' TO MEMBER-STATUS
           REWRITE MEMBER-MASTER-RECORD
           IF WS-MEMBER-MASTER-STATUS = '00'
               PERFORM WRITE-MAINT-JOURNAL
               MOVE 1 TO SRT-GROUP
               MOVE 0 TO SRT-DAYS-TO-GO
               PERFORM RELEASE-SORT-RECORD
           ELSE
               DISPLAY 'UNABLE TO REWRITE MEMBER '
                   MEMBER-ID-KEY ' - STATUS '
                   WS-MEMBER-MASTER-STATUS
               ADD 1 TO WS-REWRITE-ERROR-COUNT
           END-IF.

       RELEASE-SORT-RECORD SECTION.
           MOVE MEMBER-FREEZE-END TO SRT-FREEZE-END
           MOVE MEMBER-ID-KEY TO SRT-MEMBER-ID
           MOVE MEMBER-NAME TO SRT-NAME
           MOVE MEMBER-FREEZE-START TO SRT-FREEZE-START
           RELEASE FREEZE-SORT-RECORD.

      *****************************************************************
      * The automatic end of a freeze is a status change like any
      * other, so it leaves the same journal trail as an UNFREEZE
      * keyed at the desk - journal_inquiry shows operator BATCH.
      *****************************************************************
       WRITE-MAINT-JOURNAL SECTION.
           OPEN EXTEND MAINT-JOURNAL
           IF WS-MAINT-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT MAINT-JOURNAL
           END-IF
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-CURRENT-DATE TO MJ-DATE
           DIVIDE WS-TIME-NOW BY 100 GIVING MJ-TIME
           MOVE 'BATCH' TO MJ-OPERATOR
           MOVE 'MEMBERS' TO MJ-FILE
           MOVE 'UNFREEZE' TO MJ-ACTION
           MOVE MEMBER-ID-KEY TO MJ-MEMBER-ID
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE MEMBER-MASTER-RECORD TO MJ-AFTER-IMAGE
           MOVE SPACES TO MJ-SUPERVISOR
           WRITE MAINT-JOURNAL-RECORD
           CLOSE MAINT-JOURNAL.

       PRINT-SORTED-FREEZES SECTION.
           IF MASTER-OPEN
               OPEN OUTPUT FREEZE-REPORT
               MOVE WS-CURRENT-DATE TO WS-RPT-HEAD-DATE
               WRITE FREEZE-REPORT-LINE FROM WS-RPT-HEADING-LINE
               MOVE ALL '=' TO FREEZE-REPORT-LINE
               WRITE FREEZE-REPORT-LINE
               MOVE 'FREEZES ENDED - MEMBERS BACK ON ACTIVE AND BILLING'
                   TO FREEZE-REPORT-LINE
               WRITE FREEZE-REPORT-LINE
               WRITE FREEZE-REPORT-LINE FROM WS-RPT-COLUMN-LINE
               PERFORM UNTIL END-OF-SORTED
                   RETURN FREEZE-SORT-FILE
                       AT END
                           MOVE 'Y' TO WS-SORT-EOF
                       NOT AT END
                           PERFORM PRINT-SORTED-RECORD
                   END-RETURN
               END-PERFORM
               IF NOT CALL-GROUP-STARTED
                   PERFORM PRINT-CALL-HEADING
               END-IF
               PERFORM PRINT-FREEZE-TOTALS
               CLOSE FREEZE-REPORT
           END-IF.

       PRINT-SORTED-RECORD SECTION.
           IF SRT-GROUP = 2 AND NOT CALL-GROUP-STARTED
               PERFORM PRINT-CALL-HEADING
           END-IF
           IF SRT-GROUP = 1
               ADD 1 TO WS-ENDED-COUNT
           ELSE
               ADD 1 TO WS-DUE-BACK-COUNT
           END-IF
           MOVE SRT-MEMBER-ID TO WS-RPT-MEMBER
           MOVE SRT-NAME TO WS-RPT-NAME
           MOVE SRT-FREEZE-START TO WS-RPT-FREEZE-START
           MOVE SRT-FREEZE-END TO WS-RPT-FREEZE-END
           MOVE SRT-DAYS-TO-GO TO WS-RPT-DAYS-TO-GO
           WRITE FREEZE-REPORT-LINE FROM WS-RPT-DETAIL-LINE.

       PRINT-CALL-HEADING SECTION.
           MOVE 'Y' TO WS-CALL-GROUP
           MOVE SPACES TO FREEZE-REPORT-LINE
           WRITE FREEZE-REPORT-LINE
           MOVE 'DUE BACK WITHIN A WEEK - CALL BEFORE BILLING RESUMES'
               TO FREEZE-REPORT-LINE
           WRITE FREEZE-REPORT-LINE
           WRITE FREEZE-REPORT-LINE FROM WS-RPT-COLUMN-LINE.

       PRINT-FREEZE-TOTALS SECTION.
           MOVE ALL '=' TO FREEZE-REPORT-LINE
           WRITE FREEZE-REPORT-LINE
           MOVE 'FREEZES ENDED TODAY:          ' TO WS-RPT-TOT-LABEL
           MOVE WS-ENDED-COUNT TO WS-RPT-TOT-VALUE
           WRITE FREEZE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'DUE BACK WITHIN A WEEK:       ' TO WS-RPT-TOT-LABEL
           MOVE WS-DUE-BACK-COUNT TO WS-RPT-TOT-VALUE
           WRITE FREEZE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'FREEZES STILL ON FILE:        ' TO WS-RPT-TOT-LABEL
           MOVE WS-STILL-FROZEN-COUNT TO WS-RPT-TOT-VALUE
           WRITE FREEZE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'NOT ENDED - REWRITE ERROR:    ' TO WS-RPT-TOT-LABEL
           MOVE WS-REWRITE-ERROR-COUNT TO WS-RPT-TOT-VALUE
           WRITE FREEZE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

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

      *****************************************************************
      * This run keeps its own record in GYMRUN.DAT under FRZEXPIR:
      * RUNNING from the moment it starts, so a run refused or
      * abandoned part way is left showing RUNNING, and COMPLETE once
      * it reaches the end, with the date it finished, the number of
      * frozen members looked at and the number put back to active.
      * The nightly job-stream driver reads it to decide whether the
      * step succeeded.
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
           MOVE 'FRZEXPIR' TO RUN-CONTROL-ID
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
           MOVE 'FRZEXPIR' TO RUN-CONTROL-ID
           READ RUN-CONTROL-FILE
               NOT INVALID KEY
                   ACCEPT RUN-DATE FROM DATE YYYYMMDD
                   COMPUTE RUN-TXN-COUNT = WS-ENDED-COUNT
                       + WS-STILL-FROZEN-COUNT + WS-REWRITE-ERROR-COUNT
                   MOVE WS-ENDED-COUNT TO RUN-TXN-DONE
                   MOVE 'COMPLETE' TO RUN-STATUS
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.
