               FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT GYM-LOG-FILE ASSIGN TO "GYMLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-KEY
               FILE STATUS IS WS-GYM-LOG-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO "MEMBERS.DAT"
       01 WS-RUN-CONTROL-STATUS PIC XX.
       01 WS-WEIGH-IN-STATUS PIC XX.
       01 WS-FILE-IDENT.
         05 WS-FIRST-TXN PIC X(60).
         05 WS-LAST-TXN PIC X(60).
         05 WS-IDENT-TXN-COUNT PIC 9(5).
       01 WS-SKIP-COUNT PIC 9(5).
       01 WS-TXN-SEQ PIC 9(5).
       01 WS-REJ-PLAN-COUNT PIC 9(5) VALUE 0.
       01 WS-REJ-DATE-COUNT PIC 9(5) VALUE 0.
       01 WS-REJ-DUP-COUNT PIC 9(5) VALUE 0.
       01 WS-REJ-FROZEN-COUNT PIC 9(5) VALUE 0.
       01 WS-REJ-TIME-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-TXN-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-ENTRY-COUNT PIC 9(5) VALUE 0.
       01 WS-TXN-HELD PIC X VALUE 'N'.
         88 TXN-HAS-HELD-ENTRY VALUE 'Y'.
       01 WS-ENTRY-INDEX PIC 9(2).
       01 WS-REJ-TOTAL PIC 9(5) VALUE 0.
       01 WS-SESSION-DATE-OK PIC X VALUE 'N'.
         88 SESSION-DATE-OK VALUE 'Y'.
       01 WS-DUP-FOUND PIC X VALUE 'N'.
         88 DUPLICATE-SESSION VALUE 'Y'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TIME-NOW PIC 9(8).
       01 WS-TXN-TIME-OK PIC X VALUE 'N'.
         88 TXN-TIME-OK VALUE 'Y'.
       01 WS-TT-HOUR PIC 9(2).
       01 WS-TT-MINUTE PIC 9(2).
       01 WS-VD-YEAR PIC 9(4).
       01 WS-VD-MMDD PIC 9(4).
       01 WS-VD-MONTH PIC 9(2).
         88 END-OF-TRANSACTIONS VALUE 'Y'.
       01 WS-MEMBER-OK PIC X VALUE 'N'.
         88 MEMBER-OK VALUE 'Y'.
       01 WS-MEMBER-ON-FREEZE PIC X VALUE 'N'.
         88 MEMBER-ON-FREEZE VALUE 'Y'.
       01 WS-FREEZE-START PIC 9(8) VALUE 0.
       01 WS-FREEZE-END PIC 9(8) VALUE 0.
       01 WS-FROZEN-ON-DATE PIC X VALUE 'N'.
         88 FROZEN-ON-SESSION-DATE VALUE 'Y'.
       01 WS-GUARD-OK PIC X(1) VALUE 'Y'.
         88 GUARD-OK VALUE 'Y'.
       01 WS-CURRENT-DATE PIC 9(8).
       COPY "PUSH_PROGRAM.CPY".
       COPY "PULL_PROGRAM.CPY".
       COPY "LEGS_PROGRAM.CPY".
       COPY "EXERCISE-ENTRIES.CPY".

       PROCEDURE DIVISION.
           CALL 'gym_guard' USING WS-GUARD-OK
               TO WS-AUDIT-LABEL
           MOVE WS-REJ-DUP-COUNT TO WS-AUDIT-VALUE
           WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE
           MOVE '  MEMBER FROZEN THAT DAY (FZ):      '
               TO WS-AUDIT-LABEL
           MOVE WS-REJ-FROZEN-COUNT TO WS-AUDIT-VALUE
           WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE
           MOVE '  INVALID CHECK-IN TIME (TM):       '
               TO WS-AUDIT-LABEL
           MOVE WS-REJ-TIME-COUNT TO WS-AUDIT-VALUE
           WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE
           MOVE 'APPLIED WITH ENTRIES HELD (SE):     '
               TO WS-AUDIT-LABEL
           MOVE WS-HELD-TXN-COUNT TO WS-AUDIT-VALUE
           WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE
           MOVE '  ENTRIES HELD OUT OF PR HISTORY:   '
               TO WS-AUDIT-LABEL
           MOVE WS-HELD-ENTRY-COUNT TO WS-AUDIT-VALUE
           WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-TOTAL-LINE
           CLOSE AUDIT-REPORT
           DISPLAY 'AUDIT TOTALS WRITTEN TO GYMAUDIT.RPT'
           DISPLAY 'REJECTED THIS RUN: ' WS-REJ-TOTAL.
           PERFORM VALIDATE-MEMBER
           PERFORM RESOLVE-SESSION-DATE
           PERFORM VALIDATE-SESSION-DATE
           PERFORM VALIDATE-TXN-TIME
           IF SESSION-DATE-OK
               PERFORM CHECK-SESSION-FREEZE
               PERFORM CHECK-DUPLICATE-SESSION
           ELSE
               MOVE 'N' TO WS-FROZEN-ON-DATE
               MOVE 'N' TO WS-DUP-FOUND
           END-IF
           EVALUATE TRUE
                       TXN-MEMBER-ID ' - TRANSACTION REJECTED'
                   MOVE 'DT' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN NOT TXN-TIME-OK
                   DISPLAY 'INVALID CHECK-IN TIME ' TXN-TIME-X ' FOR '
                       TXN-MEMBER-ID ' - TRANSACTION REJECTED'
                   MOVE 'TM' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN FROZEN-ON-SESSION-DATE
                   DISPLAY 'MEMBER ' TXN-MEMBER-ID ' FROZEN ON '
                       WS-CURRENT-DATE ' - TRANSACTION REJECTED'
                   MOVE 'FZ' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN DUPLICATE-SESSION
                   DISPLAY 'SESSION ALREADY LOGGED ON '
                       WS-CURRENT-DATE ' FOR ' TXN-MEMBER-ID
                   ADD 1 TO WS-REJ-DATE-COUNT
               WHEN REJ-DUPLICATE-DAY
                   ADD 1 TO WS-REJ-DUP-COUNT
               WHEN REJ-MEMBER-FROZEN
                   ADD 1 TO WS-REJ-FROZEN-COUNT
               WHEN REJ-BAD-TIME
                   ADD 1 TO WS-REJ-TIME-COUNT
               WHEN REJ-SUSPECT-ENTRY
                   ADD 1 TO WS-HELD-TXN-COUNT
           END-EVALUATE
           IF NOT REJ-SUSPECT-ENTRY
               ADD 1 TO WS-REJ-TOTAL
           END-IF
           OPEN EXTEND REJECT-FILE
           IF WS-REJECT-STATUS NOT = '00'
               OPEN OUTPUT REJECT-FILE
               MOVE 'Y' TO WS-SESSION-DATE-OK
           END-IF.

      *****************************************************************
      * The check-in time is optional. Spaces (a file cut before the
      * field was carried) count as zero - not supplied; anything
      * else must be a real HHMM time of day.
      *****************************************************************
       VALIDATE-TXN-TIME SECTION.
           MOVE 'Y' TO WS-TXN-TIME-OK
           IF TXN-TIME-X NOT = SPACES
               IF TXN-TIME IS NUMERIC
                   DIVIDE TXN-TIME BY 100 GIVING WS-TT-HOUR
                       REMAINDER WS-TT-MINUTE
                   IF WS-TT-HOUR > 23 OR WS-TT-MINUTE > 59
                       MOVE 'N' TO WS-TXN-TIME-OK
                   END-IF
               ELSE
                   MOVE 'N' TO WS-TXN-TIME-OK
               END-IF
           END-IF.

       SET-FEBRUARY-MAX-DAY SECTION.
           MOVE 28 TO WS-VD-MAX-DAY
           DIVIDE WS-VD-YEAR BY 4 GIVING WS-VD-QUOT
      * One session per member per day: a transaction whose member
      * already has a GYMLOG.DAT record for the resolved date is
      * rejected to GYMREJ.DAT under reason DP. Because each
      * applied transaction writes its log record before the next
      * one is checked, a transaction file that repeats a member on
      * the same day trips this too. The log is keyed on member +
      * date, so this is a single keyed read.
      *****************************************************************
       CHECK-DUPLICATE-SESSION SECTION.
           MOVE 'N' TO WS-DUP-FOUND
           OPEN INPUT GYM-LOG-FILE
           IF WS-GYM-LOG-STATUS = '00'
               MOVE TXN-MEMBER-ID TO LOG-MEMBER-ID
               MOVE WS-CURRENT-DATE TO LOG-DATE
               READ GYM-LOG-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-DUP-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DUP-FOUND
               END-READ
               CLOSE GYM-LOG-FILE
           END-IF.

       VALIDATE-MEMBER SECTION.
           MOVE 'N' TO WS-MEMBER-OK
           MOVE 'N' TO WS-MEMBER-ON-FREEZE
           OPEN INPUT MEMBER-MASTER
           IF WS-MEMBER-MASTER-STATUS = '00'
               MOVE TXN-MEMBER-ID TO MEMBER-ID-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-MEMBER-OK
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN MEMBER-ACTIVE
                               MOVE 'Y' TO WS-MEMBER-OK
                           WHEN MEMBER-FROZEN
                               MOVE 'Y' TO WS-MEMBER-OK
                               MOVE 'Y' TO WS-MEMBER-ON-FREEZE
                               MOVE MEMBER-FREEZE-START
                                   TO WS-FREEZE-START
                               MOVE MEMBER-FREEZE-END TO WS-FREEZE-END
                       END-EVALUATE
               END-READ
               CLOSE MEMBER-MASTER
           END-IF.

      *****************************************************************
      * A frozen member's sheet is only refused for a session dated
      * inside the freeze (reason FZ) - the same rule the kiosk
      * applies at the door. Sessions from before the freeze began,
      * or from the first day back onwards, apply as normal. Keeping
      * frozen days out of the log keeps them out of the snooze
      * streak and the attendance figures too.
      *****************************************************************
       CHECK-SESSION-FREEZE SECTION.
           MOVE 'N' TO WS-FROZEN-ON-DATE
           IF MEMBER-ON-FREEZE
               AND WS-CURRENT-DATE >= WS-FREEZE-START
               AND WS-CURRENT-DATE < WS-FREEZE-END
               MOVE 'Y' TO WS-FROZEN-ON-DATE
           END-IF.

       MEMBER-LOOKUP SECTION.
           OPEN I-O MEMBER-MASTER
           MOVE TXN-MEMBER-ID TO MEMBER-ID-KEY
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * The transaction's entries are handed over in the shared
      * EXERCISE-ENTRY-TABLE so the submodule can flag back any it
      * held out of PR history as implausible. The check-in still
      * applies; the transaction goes to GYMREJ.DAT under SE so
      * the held entry is seen and followed up.
      *****************************************************************
       PLAN SECTION.
           PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                   UNTIL WS-ENTRY-INDEX > 5
               MOVE TXN-ENTRY-WEIGHT(WS-ENTRY-INDEX)
                   TO ENTRY-WEIGHT(WS-ENTRY-INDEX)
               MOVE TXN-ENTRY-REPS(WS-ENTRY-INDEX)
                   TO ENTRY-REPS(WS-ENTRY-INDEX)
               MOVE SPACES TO ENTRY-CHECK-FLAG(WS-ENTRY-INDEX)
           END-PERFORM
           EVALUATE TRUE
               WHEN PUSH-PLAN
                   CALL 'push_program' USING PUSH-PROGRAM,
                       TXN-MEMBER-ID, WS-BATCH-FLAG,
                       EXERCISE-ENTRY-TABLE, WS-CURRENT-DATE
               WHEN PULL-PLAN
                   CALL 'pull_program' USING PULL-PROGRAM,
                       TXN-MEMBER-ID, WS-BATCH-FLAG,
                       EXERCISE-ENTRY-TABLE, WS-CURRENT-DATE
               WHEN LEGS-PLAN
                   CALL 'legs_program' USING LEGS-PROGRAM,
                       TXN-MEMBER-ID, WS-BATCH-FLAG,
                       EXERCISE-ENTRY-TABLE, WS-CURRENT-DATE
           END-EVALUATE
           MOVE 'N' TO WS-TXN-HELD
           PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                   UNTIL WS-ENTRY-INDEX > 5
               IF ENTRY-HELD(WS-ENTRY-INDEX)
                   MOVE 'Y' TO WS-TXN-HELD
                   ADD 1 TO WS-HELD-ENTRY-COUNT
               END-IF
           END-PERFORM
           IF TXN-HAS-HELD-ENTRY
               DISPLAY 'IMPLAUSIBLE ENTRY HELD FOR ' TXN-MEMBER-ID
                   ' - CHECK-IN APPLIED, SEE GYMREJ.DAT'
               MOVE 'SE' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
           END-IF.

       WRITE-GYM-LOG SECTION.
           MOVE TXN-MEMBER-ID TO LOG-MEMBER-ID
           ELSE
               MOVE SPACES TO LOG-PLAN
           END-IF
           MOVE SPACES TO LOG-CLASS-ID
           MOVE SPACE TO LOG-GUEST-FLAG
      *****************************************************************
      * Check-in time: the time keyed on the transaction when there
      * is one; otherwise the time of this run for a same-day
      * check-in, and zero (not recorded) for a back-dated one,
      * since the run time says nothing about when that member
      * actually came in.
      *****************************************************************
           EVALUATE TRUE
               WHEN TXN-TIME-X NOT = SPACES AND TXN-TIME > 0
                   MOVE TXN-TIME TO LOG-TIME
               WHEN WS-CURRENT-DATE = WS-TODAY-DATE
                   ACCEPT WS-TIME-NOW FROM TIME
                   DIVIDE WS-TIME-NOW BY 10000 GIVING LOG-TIME
               WHEN OTHER
                   MOVE 0 TO LOG-TIME
           END-EVALUATE

           OPEN I-O GYM-LOG-FILE
           IF WS-GYM-LOG-STATUS = '35'
               CLOSE GYM-LOG-FILE
               OPEN OUTPUT GYM-LOG-FILE
               CLOSE GYM-LOG-FILE
               OPEN I-O GYM-LOG-FILE
           END-IF
           WRITE GYM-LOG-RECORD
               INVALID KEY
                   DISPLAY 'LOG RECORD ALREADY ON FILE FOR '
                       LOG-MEMBER-ID ' ' LOG-DATE
           END-WRITE
           CLOSE GYM-LOG-FILE.
