       01 WS-ENTERED-WEIGHT PIC 999.
       01 WS-ENTERED-REPS PIC 99.
       01 WS-DEFAULT-LEGS-EXERCISES.
         05 FILLER PIC X(6) VALUE 'BKSQAT'.
         05 FILLER PIC X(20) VALUE 'BACK SQUAT'.
         05 FILLER PIC 9(2) VALUE 4.
         05 FILLER PIC 9(2) VALUE 6.
         05 FILLER PIC 9(3) VALUE 185.
         05 FILLER PIC X(6) VALUE 'RDLIFT'.
         05 FILLER PIC X(20) VALUE 'ROMANIAN DEADLIFT'.
         05 FILLER PIC 9(2) VALUE 3.
         05 FILLER PIC 9(2) VALUE 10.
         05 FILLER PIC 9(3) VALUE 135.
         05 FILLER PIC X(6) VALUE 'LEGPRS'.
         05 FILLER PIC X(20) VALUE 'LEG PRESS'.
         05 FILLER PIC 9(2) VALUE 3.
         05 FILLER PIC 9(2) VALUE 12.
         05 FILLER PIC 9(3) VALUE 225.
         05 FILLER PIC X(6) VALUE 'WKLUNG'.
         05 FILLER PIC X(20) VALUE 'WALKING LUNGE'.
         05 FILLER PIC 9(2) VALUE 3.
         05 FILLER PIC 9(2) VALUE 12.
         05 FILLER PIC 9(3) VALUE 40.
         05 FILLER PIC X(6) VALUE 'CALFRS'.
         05 FILLER PIC X(20) VALUE 'CALF RAISE'.
         05 FILLER PIC 9(2) VALUE 4.
         05 FILLER PIC 9(2) VALUE 15.
         05 FILLER PIC 9(3) VALUE 90.
       01 WS-DEFAULT-LEGS-TABLE REDEFINES WS-DEFAULT-LEGS-EXERCISES.
         05 WS-DEFAULT-LEGS-ROW OCCURS 5 TIMES.
           10 WS-DEFAULT-LEGS-CODE PIC X(6).
           10 WS-DEFAULT-LEGS-NAME PIC X(20).
           10 WS-DEFAULT-LEGS-SETS PIC 9(2).
           10 WS-DEFAULT-LEGS-REPS PIC 9(2).
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
              COPY "LEGS_PROGRAM.CPY".
       01 LEGS-PR-FLAG-SCREEN.
         03 LINE WS-DISPLAY-LINE COLUMN 72 PIC X(8) FROM WS-PR-FLAG.

       01 LEGS-CHALLENGE-SCREEN.
         03 LINE 18 COLUMN 15 PIC X(48) FROM WS-CHALLENGE-LINE.
         03 LINE 19 COLUMN 15 PIC X(40)
            VALUE 'KEEP THIS ENTRY? Y = KEEP, N = RE-ENTER '.
         03 LINE 19 COLUMN 56 PIC X USING WS-CONFIRM.

       01 LEGS-CHALLENGE-CLEAR-SCREEN.
         03 LINE 18 COLUMN 15 PIC X(60) FROM WS-BLANK-LINE.
         03 LINE 19 COLUMN 15 PIC X(60) FROM WS-BLANK-LINE.

       PROCEDURE DIVISION USING LEGS-PROGRAM, LS-MEMBER-ID,
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
                       DISPLAY LEGS-EXERCISE-SCREEN
                       ACCEPT LEGS-EXERCISE-SCREEN
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
                   DISPLAY LEGS-EXERCISE-NAME(WS-EXERCISE-INDEX)
                       ' ' WS-PR-FLAG
                   IF ENTRY-HELD(WS-EXERCISE-INDEX)
                       DISPLAY '  HELD OUT OF PR HISTORY - '
                           EC-MESSAGE
                   END-IF
               ELSE
                   DISPLAY LEGS-PR-FLAG-SCREEN
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
               MOVE LEGS-EXERCISE-CODE(WS-EXERCISE-INDEX) TO XL-CODE
               CALL 'exercise_lookup' USING EXERCISE-LOOKUP-AREA
               IF XL-ON-CATALOGUE
                   OR LEGS-EXERCISE-NAME(WS-EXERCISE-INDEX) = SPACES
                   MOVE XL-NAME TO LEGS-EXERCISE-NAME(WS-EXERCISE-INDEX)
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
                   TO LEGS-EXERCISE-CODE(WS-EXERCISE-INDEX)
               MOVE SPACES TO LEGS-EXERCISE-NAME(WS-EXERCISE-INDEX)
               MOVE PLAN-EXERCISE-SETS(WS-EXERCISE-INDEX)
                   TO LEGS-EXERCISE-SETS(WS-EXERCISE-INDEX)
               MOVE PLAN-EXERCISE-REPS(WS-EXERCISE-INDEX)
                   TO LEGS-EXERCISE-REPS(WS-EXERCISE-INDEX)
               MOVE PLAN-EXERCISE-WEIGHT(WS-EXERCISE-INDEX)
                   TO LEGS-EXERCISE-WEIGHT(WS-EXERCISE-INDEX)
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
           MOVE LEGS-EXERCISE-CODE(WS-EXERCISE-INDEX)
               TO EC-EXERCISE-CODE
           MOVE LS-SESSION-DATE TO EC-SESSION-DATE
           MOVE 'S' TO EC-HISTORY-MODE
           MOVE LEGS-EXERCISE-WEIGHT(WS-EXERCISE-INDEX)
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
               DISPLAY LEGS-CHALLENGE-SCREEN
               ACCEPT LEGS-CHALLENGE-SCREEN
               DISPLAY LEGS-CHALLENGE-CLEAR-SCREEN
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
               MOVE LEGS-EXERCISE-CODE(WS-EXERCISE-INDEX)
                   TO PR-HIST-EXERCISE-CODE

               OPEN I-O PR-HISTORY-FILE
               IF WS-PR-HIST-STATUS = '35'
               MOVE 'LEGS' TO WKD-PLAN
               MOVE LEGS-EXERCISE-NAME(WS-EXERCISE-INDEX)
                   TO WKD-EXERCISE-NAME
               MOVE LEGS-EXERCISE-CODE(WS-EXERCISE-INDEX)
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
