               FILE STATUS IS WS-WEIGH-IN-STATUS.

           SELECT GYM-LOG-FILE ASSIGN TO "GYMLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-KEY
               FILE STATUS IS WS-GYM-LOG-STATUS.

           SELECT STATEMENT-FILE ASSIGN USING WS-STATEMENT-NAME
       01 WS-STMT-TEXT-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-STMT-TEXT PIC X(78).
       COPY "EXERCISE-LOOKUP.CPY".

       PROCEDURE DIVISION.
           DISPLAY 'GYMTIME MEMBER MONTHLY STATEMENT'
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF
                       NOT AT END
                           IF MEMBER-ACTIVE OR MEMBER-FROZEN
                               PERFORM PRINT-STATEMENT
                           END-IF
                   END-READ
      * The month's attendance normally comes off the MBRSUMM.DAT
      * record posted at month end. A statement pulled before the
      * month-end job has closed the month falls back to tallying
      * the member's records still sitting in GYMLOG.DAT, read
      * straight off the log's member + date key for that month.
      *****************************************************************
       GATHER-ATTENDANCE SECTION.
           MOVE 0 TO WS-GYM-DAYS WS-SNOOZE-DAYS
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT GYM-LOG-FILE
           IF WS-GYM-LOG-STATUS = '00'
               MOVE MEMBER-ID-KEY TO LOG-MEMBER-ID
               MOVE WS-MONTH-START TO LOG-DATE
               START GYM-LOG-FILE KEY >= LOG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LOG-EOF
               END-START
               PERFORM UNTIL END-OF-LOG
                   READ GYM-LOG-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           IF LOG-MEMBER-ID NOT = MEMBER-ID-KEY
                               OR LOG-DATE > WS-MONTH-END
                               MOVE 'Y' TO WS-LOG-EOF
                           ELSE
                               PERFORM TALLY-LOG-RECORD
                           END-IF
                   END-READ

       PRINT-PR-LINE SECTION.
           ADD 1 TO WS-PR-MONTH-COUNT
           MOVE WKD-EXERCISE-CODE TO XL-CODE
           CALL 'exercise_lookup' USING EXERCISE-LOOKUP-AREA
           IF XL-ON-CATALOGUE
               MOVE XL-NAME TO WS-STMT-PR-EXERCISE
           ELSE
               MOVE WKD-EXERCISE-NAME TO WS-STMT-PR-EXERCISE
           END-IF
           MOVE WKD-WEIGHT TO WS-STMT-PR-WEIGHT
           MOVE WKD-REPS TO WS-STMT-PR-REPS
           MOVE WKD-DATE TO WS-STMT-PR-DATE
           OPEN INPUT PR-HISTORY-FILE
           IF WS-PR-HIST-STATUS = '00'
               MOVE MEMBER-ID-KEY TO PR-HIST-MEMBER-ID
               MOVE LOW-VALUES TO PR-HIST-EXERCISE-CODE
               START PR-HISTORY-FILE KEY >= PR-HIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PR-EOF

       PRINT-BEST-LINE SECTION.
           ADD 1 TO WS-BEST-COUNT
           MOVE PR-HIST-EXERCISE-CODE TO XL-CODE
           CALL 'exercise_lookup' USING EXERCISE-LOOKUP-AREA
           MOVE XL-NAME TO WS-STMT-BEST-EXERCISE
           MOVE PR-HIST-BEST-WEIGHT TO WS-STMT-BEST-WEIGHT
           MOVE PR-HIST-BEST-REPS TO WS-STMT-BEST-REPS
           WRITE STATEMENT-LINE FROM WS-STMT-BEST-LINE.
