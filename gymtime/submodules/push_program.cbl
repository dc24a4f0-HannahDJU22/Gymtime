       01 WS-ENTERED-WEIGHT PIC 999.
       01 WS-ENTERED-REPS PIC 99.
       01 WS-DEFAULT-PUSH-EXERCISES.
         05 FILLER PIC X(6) VALUE 'BNCHPR'.
         05 FILLER PIC X(20) VALUE 'BENCH PRESS'.
         05 FILLER PIC 9(2) VALUE 4.
         05 FILLER PIC 9(2) VALUE 8.
         05 FILLER PIC 9(3) VALUE 135.
         05 FILLER PIC X(6) VALUE 'OHPRES'.
         05 FILLER PIC X(20) VALUE 'OVERHEAD PRESS'.
         05 FILLER PIC 9(2) VALUE 3.
         05 FILLER PIC 9(2) VALUE 10.
         05 FILLER PIC 9(3) VALUE 65.
         05 FILLER PIC X(6) VALUE 'INCDBP'.
         05 FILLER PIC X(20) VALUE 'INCLINE DB PRESS'.
         05 FILLER PIC 9(2) VALUE 3.
         05 FILLER PIC 9(2) VALUE 10.
         05 FILLER PIC 9(3) VALUE 60.
         05 FILLER PIC X(6) VALUE 'TRIPSH'.
         05 FILLER PIC X(20) VALUE 'TRICEP PUSHDOWN'.
         05 FILLER PIC 9(2) VALUE 3.
         05 FILLER PIC 9(2) VALUE 12.
         05 FILLER PIC 9(3) VALUE 50.
         05 FILLER PIC X(6) VALUE 'LATRAI'.
         05 FILLER PIC X(20) VALUE 'LATERAL RAISE'.
         05 FILLER PIC 9(2) VALUE 3.
         05 FILLER PIC 9(2) VALUE 15.
         05 FILLER PIC 9(3) VALUE 20.
       01 WS-DEFAULT-PUSH-TABLE REDEFINES WS-DEFAULT-PUSH-EXERCISES.
         05 WS-DEFAULT-PUSH-ROW OCCURS 5 TIMES.
           10 WS-DEFAULT-PUSH-CODE PIC X(6).
           10 WS-DEFAULT-PUSH-NAME PIC X(20).
           10 WS-DEFAULT-PUSH-SETS PIC 9(2).
           10 WS-DEFAULT-PUSH-REPS PIC 9(2).
       01 WS-EXERCISE-INDEX PIC 9(2).
       01 WS-DISPLAY-LINE PIC 99 VALUE 12.
       01 WS-EXERCISE-LINE PIC X(40).
       01 WS-CONFIRM PIC X(1).
         88 CHALLENGE-KEPT VALUE 'Y', 'y'.
       01 WS-ENTRY-SETTLED PIC X VALUE 'N'.
         88 ENTRY-SETTLED VALUE 'Y'.
       01 WS-CHALLENGE-LINE.
         05 FILLER PIC X(18) VALUE 'CHECK THAT ENTRY: '.
         05 WS-CHALLENGE-MESSAGE PIC X(30).
       01 WS-BLANK-LINE PIC X(60) VALUE SPACES.
       COPY "ENTRY-CHECK.CPY".
       COPY "EXERCISE-LOOKUP.CPY".

       LINKAGE SECTION.
              COPY "PUSH_PROGRAM.CPY".
       01 PUSH-PR-FLAG-SCREEN.
         03 LINE WS-DISPLAY-LINE COLUMN 72 PIC X(8) FROM WS-PR-FLAG.

       01 PUSH-CHALLENGE-SCREEN.
         03 LINE 18 COLUMN 15 PIC X(48) FROM WS-CHALLENGE-LINE.
         03 LINE 19 COLUMN 15 PIC X(40)
            VALUE 'KEEP THIS ENTRY? Y = KEEP, N = RE-ENTER '.
         03 LINE 19 COLUMN 56 PIC X USING WS-CONFIRM.

       01 PUSH-CHALLENGE-CLEAR-SCREEN.
         03 LINE 18 COLUMN 15 PIC X(60) FROM WS-BLANK-LINE.
         03 LINE 19 COLUMN 15 PIC X(60) FROM WS-BLANK-LINE.

       PROCEDURE DIVISION USING PUSH-PROGRAM, LS-MEMBER-ID,
               LS-BATCH-FLAG, EXERCISE-ENTRY-TABLE, LS-SESSION-DATE.

                          DELIMITED BY SIZE
                      'LB' DELIMITED BY SIZE
                   INTO WS-EXERCISE-LINE
               MOVE 'P' TO ENTRY-CHECK-FLAG(WS-EXERCISE-INDEX)
               IF BATCH-MODE
                   MOVE ENTRY-WEIGHT(WS-EXERCISE-INDEX)
                       TO WS-ENTERED-WEIGHT
                   MOVE ENTRY-REPS(WS-EXERCISE-INDEX)
                       TO WS-ENTERED-REPS
                   PERFORM CHECK-ENTRY
                   IF EC-SUSPECT
                       MOVE 'H' TO ENTRY-CHECK-FLAG(WS-EXERCISE-INDEX)
                   END-IF
               ELSE
                   MOVE 'N' TO WS-ENTRY-SETTLED
                   PERFORM UNTIL ENTRY-SETTLED
                       DISPLAY PUSH-EXERCISE-SCREEN
                       ACCEPT PUSH-EXERCISE-SCREEN
                       PERFORM CHALLENGE-ENTRY
                   END-PERFORM
               END-IF
               IF ENTRY-HELD(WS-EXERCISE-INDEX)
                   MOVE 'HELD' TO WS-PR-FLAG
               ELSE
                   PERFORM CHECK-AND-SAVE-PR
               END-IF
               PERFORM WRITE-WORKOUT-DETAIL
               IF BATCH-MODE
                   DISPLAY PUSH-EXERCISE-NAME(WS-EXERCISE-INDEX)
                       ' ' WS-PR-FLAG
                   IF ENTRY-HELD(WS-EXERCISE-INDEX)
                       DISPLAY '  HELD OUT OF PR HISTORY - '
                           EC-MESSAGE
                   END-IF
               ELSE
                   DISPLAY PUSH-PR-FLAG-SCREEN
               END-IF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM LOAD-PLAN-EXERCISES
               END-READ
               CLOSE MEMBER-PLAN-FILE
           END-IF
           PERFORM VARYING WS-EXERCISE-INDEX FROM 1 BY 1
                   UNTIL WS-EXERCISE-INDEX > 5
               MOVE PUSH-EXERCISE-CODE(WS-EXERCISE-INDEX) TO XL-CODE
               CALL 'exercise_lookup' USING EXERCISE-LOOKUP-AREA
               IF XL-ON-CATALOGUE
                   OR PUSH-EXERCISE-NAME(WS-EXERCISE-INDEX) = SPACES
                   MOVE XL-NAME TO PUSH-EXERCISE-NAME(WS-EXERCISE-INDEX)
               END-IF
           END-PERFORM.

      *****************************************************************
      * A plan holds catalogue codes only; the names shown on the
      * screen are today's standard names from EXERCAT.DAT, filled
      * in above for plan and default rows alike (a default row
      * keeps its compiled-in name if the catalogue is missing).
      *****************************************************************
       LOAD-PLAN-EXERCISES SECTION.
           PERFORM VARYING WS-EXERCISE-INDEX FROM 1 BY 1
                   UNTIL WS-EXERCISE-INDEX > 5
               MOVE PLAN-EXERCISE-CODE(WS-EXERCISE-INDEX)
                   TO PUSH-EXERCISE-CODE(WS-EXERCISE-INDEX)
               MOVE SPACES TO PUSH-EXERCISE-NAME(WS-EXERCISE-INDEX)
               MOVE PLAN-EXERCISE-SETS(WS-EXERCISE-INDEX)
                   TO PUSH-EXERCISE-SETS(WS-EXERCISE-INDEX)
               MOVE PLAN-EXERCISE-REPS(WS-EXERCISE-INDEX)
                   TO PUSH-EXERCISE-REPS(WS-EXERCISE-INDEX)
               MOVE PLAN-EXERCISE-WEIGHT(WS-EXERCISE-INDEX)
                   TO PUSH-EXERCISE-WEIGHT(WS-EXERCISE-INDEX)
           END-PERFORM.

      *****************************************************************
      * Every entry is put to entry_check against the plan weight
      * and the member's recent history before it can reach PR
      * history. At the desk a suspect entry is challenged: the
      * member keeps it (recorded as challenged, so it still shows
      * on the nightly suspect-entry report) or keys it again. In
      * batch there is nobody to ask, so the entry is held out of
      * PR history and flagged back to gym_batch.
      *****************************************************************
       CHECK-ENTRY SECTION.
           MOVE LS-MEMBER-ID TO EC-MEMBER-ID
           MOVE PUSH-EXERCISE-CODE(WS-EXERCISE-INDEX)
               TO EC-EXERCISE-CODE
           MOVE LS-SESSION-DATE TO EC-SESSION-DATE
           MOVE 'S' TO EC-HISTORY-MODE
           MOVE PUSH-EXERCISE-WEIGHT(WS-EXERCISE-INDEX)
               TO EC-PLAN-WEIGHT
           MOVE WS-ENTERED-WEIGHT TO EC-ENTERED-WEIGHT
           MOVE WS-ENTERED-REPS TO EC-ENTERED-REPS
           CALL 'entry_check' USING ENTRY-CHECK-AREA.

       CHALLENGE-ENTRY SECTION.
           MOVE 'Y' TO WS-ENTRY-SETTLED
           MOVE 'P' TO ENTRY-CHECK-FLAG(WS-EXERCISE-INDEX)
           PERFORM CHECK-ENTRY
           IF EC-SUSPECT
               MOVE EC-MESSAGE TO WS-CHALLENGE-MESSAGE
               MOVE SPACES TO WS-CONFIRM
               DISPLAY PUSH-CHALLENGE-SCREEN
               ACCEPT PUSH-CHALLENGE-SCREEN
               DISPLAY PUSH-CHALLENGE-CLEAR-SCREEN
               IF CHALLENGE-KEPT
                   MOVE 'C' TO ENTRY-CHECK-FLAG(WS-EXERCISE-INDEX)
               ELSE
                   MOVE 'N' TO WS-ENTRY-SETTLED
               END-IF
           END-IF.

       CHECK-AND-SAVE-PR SECTION.
           MOVE SPACES TO WS-PR-FLAG
           IF WS-ENTERED-WEIGHT > 0 OR WS-ENTERED-REPS > 0
               MOVE LS-MEMBER-ID TO PR-HIST-MEMBER-ID
               MOVE PUSH-EXERCISE-CODE(WS-EXERCISE-INDEX)
                   TO PR-HIST-EXERCISE-CODE

               OPEN I-O PR-HISTORY-FILE
               IF WS-PR-HIST-STATUS = '35'
               MOVE 'PUSH' TO WKD-PLAN
               MOVE PUSH-EXERCISE-NAME(WS-EXERCISE-INDEX)
                   TO WKD-EXERCISE-NAME
               MOVE PUSH-EXERCISE-CODE(WS-EXERCISE-INDEX)
                   TO WKD-EXERCISE-CODE
               MOVE WS-ENTERED-WEIGHT TO WKD-WEIGHT
               MOVE WS-ENTERED-REPS TO WKD-REPS
               IF WS-PR-FLAG = 'NEW PR!!'
               ELSE
                   MOVE 'N' TO WKD-PR-FLAG
               END-IF
               MOVE ENTRY-CHECK-FLAG(WS-EXERCISE-INDEX)
                   TO WKD-CHECK-FLAG

               OPEN EXTEND WORKOUT-DETAIL-FILE
               IF WS-WORKOUT-DETAIL-STATUS NOT = '00'
