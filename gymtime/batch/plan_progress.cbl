               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROGRESS-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "GYMRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CONTROL-ID
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-PLAN-FILE.
       FD  PROGRESS-REPORT.
       01 PROGRESS-REPORT-LINE PIC X(80).

       FD  RUN-CONTROL-FILE.
           COPY "RUN-CONTROL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS PIC XX.
       01 WS-MEMBER-PLAN-STATUS PIC XX.
       01 WS-WORKOUT-DETAIL-STATUS PIC XX.
       01 WS-PROGRESS-JOURNAL-STATUS PIC XX.
       01 WS-PLANS-CHECKED PIC 9(5) VALUE 0.
       01 WS-PROGRESSED-COUNT PIC 9(5) VALUE 0.
       01 WS-BACKED-OFF-COUNT PIC 9(5) VALUE 0.
       01 WS-RESTRICTED-COUNT PIC 9(5) VALUE 0.
       01 WS-CANDIDATE-TOTAL PIC 9(5) VALUE 0.
       01 WS-CAND-SORT-EOF PIC X VALUE 'N'.
         88 END-OF-CANDIDATES VALUE 'Y'.
         05 FILLER PIC X(51) VALUE SPACES.
       01 WS-GUARD-OK PIC X(1) VALUE 'Y'.
         88 GUARD-OK VALUE 'Y'.
       COPY "EXERCISE-LOOKUP.CPY".
       COPY "RESTRICTION-CHECK.CPY".

       PROCEDURE DIVISION.
           PERFORM START-RUN-CONTROL
           CALL 'gym_guard' USING WS-GUARD-OK
           IF NOT GUARD-OK
               DISPLAY 'STARTUP INTEGRITY CHECK FAILED - RUN REFUSED'
           DISPLAY 'PLANS CHECKED:   ' WS-PLANS-CHECKED
           DISPLAY 'PROGRESSED:      ' WS-PROGRESSED-COUNT
           DISPLAY 'BACKED OFF:      ' WS-BACKED-OFF-COUNT
           DISPLAY 'LEFT RESTRICTED: ' WS-RESTRICTED-COUNT
           DISPLAY 'PLAN CANDIDATES: ' WS-CANDIDATE-TOTAL
           DISPLAY 'REPORT WRITTEN TO PLANPROG.RPT'
           PERFORM COMPLETE-RUN-CONTROL

           GOBACK.


      *****************************************************************
      * One pass of WRKDTL.DAT per plan record, counting per
      * exercise (matched on catalogue code, so a renamed exercise
      * keeps its run) how many consecutive sessions the member has
      * met the prescription (weight and reps both at or above plan)
      * and how many consecutive sessions they have missed it. The
      * file is appended session by session, so record order is
      * session order. A met session resets the stall counter and
      * a missed one resets the met counter, so only the member's
      * current run of sessions decides the change. An entry held
      * out of PR history as implausible is not a session result
      * anyone trusts, so it does not count either way.
      *****************************************************************
       PROGRESS-ONE-PLAN SECTION.
           ADD 1 TO WS-PLANS-CHECKED
                       NOT AT END
                           IF WKD-MEMBER-ID = PLAN-MEMBER-ID
                               AND WKD-PLAN = PLAN-TYPE
                               AND NOT WKD-ENTRY-HELD
                               PERFORM COUNT-DETAIL-RECORD
                           END-IF
                   END-READ

           PERFORM VARYING WS-EXERCISE-INDEX FROM 1 BY 1
                   UNTIL WS-EXERCISE-INDEX > 5
               IF PLAN-EXERCISE-CODE(WS-EXERCISE-INDEX) NOT = SPACES
                   AND WS-CTR-SEEN(WS-EXERCISE-INDEX) = 'Y'
                   PERFORM CHECK-EXERCISE-RESTRICTION
                   IF RC-CLEAR
                       PERFORM APPLY-PROGRESSION-RULE
                   ELSE
                       PERFORM REPORT-RESTRICTED-EXERCISE
                   END-IF
               END-IF
           END-PERFORM

       COUNT-DETAIL-RECORD SECTION.
           PERFORM VARYING WS-EXERCISE-INDEX FROM 1 BY 1
                   UNTIL WS-EXERCISE-INDEX > 5
               IF WKD-EXERCISE-CODE
                   = PLAN-EXERCISE-CODE(WS-EXERCISE-INDEX)
                   MOVE 'Y' TO WS-CTR-SEEN(WS-EXERCISE-INDEX)
                   IF WKD-WEIGHT
                       >= PLAN-EXERCISE-WEIGHT(WS-EXERCISE-INDEX)
                   PERFORM RECORD-PLAN-CHANGE
           END-EVALUATE.

      *****************************************************************
      * An exercise under an injury restriction - named on one, or
      * on a split one covers - keeps its working weight whatever
      * the sessions say, up or down, until the restriction is
      * lifted. It is listed on the report so the coach knows it
      * was held, but nothing goes to PLANPROG.JRN: the weight did
      * not move.
      *****************************************************************
       CHECK-EXERCISE-RESTRICTION SECTION.
           MOVE PLAN-MEMBER-ID TO RC-MEMBER-ID
           MOVE WS-CURRENT-DATE TO RC-CHECK-DATE
           MOVE PLAN-TYPE TO RC-SPLIT
           MOVE PLAN-EXERCISE-CODE(WS-EXERCISE-INDEX)
               TO RC-EXERCISE-CODE
           CALL 'restriction_check' USING RESTRICTION-CHECK-AREA.

       REPORT-RESTRICTED-EXERCISE SECTION.
           ADD 1 TO WS-RESTRICTED-COUNT
           MOVE PLAN-EXERCISE-CODE(WS-EXERCISE-INDEX) TO XL-CODE
           CALL 'exercise_lookup' USING EXERCISE-LOOKUP-AREA
           MOVE PLAN-MEMBER-ID TO WS-RPT-MEMBER
           MOVE PLAN-TYPE TO WS-RPT-PLAN
           MOVE XL-NAME TO WS-RPT-EXERCISE
           MOVE PLAN-EXERCISE-WEIGHT(WS-EXERCISE-INDEX)
               TO WS-RPT-OLD-WT
           MOVE PLAN-EXERCISE-WEIGHT(WS-EXERCISE-INDEX)
               TO WS-RPT-NEW-WT
           MOVE 'RESTRICT' TO WS-RPT-ACTION
           WRITE PROGRESS-REPORT-LINE FROM WS-RPT-DETAIL-LINE.

       RECORD-PLAN-CHANGE SECTION.
           MOVE WS-CURRENT-DATE TO PJR-RUN-DATE
           MOVE PLAN-MEMBER-ID TO PJR-MEMBER-ID
           MOVE PLAN-TYPE TO PJR-PLAN-TYPE
           MOVE PLAN-EXERCISE-CODE(WS-EXERCISE-INDEX) TO XL-CODE
           CALL 'exercise_lookup' USING EXERCISE-LOOKUP-AREA
           MOVE XL-NAME TO PJR-EXERCISE-NAME
           MOVE PLAN-EXERCISE-WEIGHT(WS-EXERCISE-INDEX)
               TO PJR-NEW-WEIGHT

           MOVE 'BACKED OFF:             ' TO WS-RPT-TOT-LABEL
           MOVE WS-BACKED-OFF-COUNT TO WS-RPT-TOT-VALUE
           WRITE PROGRESS-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'LEFT ALONE, RESTRICTED:' TO WS-RPT-TOT-LABEL
           MOVE WS-RESTRICTED-COUNT TO WS-RPT-TOT-VALUE
           WRITE PROGRESS-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PLAN CANDIDATES:        ' TO WS-RPT-TOT-LABEL
           MOVE WS-CANDIDATE-TOTAL TO WS-RPT-TOT-VALUE
           WRITE PROGRESS-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

      *****************************************************************
      * This run keeps its own record in GYMRUN.DAT under PLANPROG:
      * RUNNING from the moment it starts, so a run refused or
      * abandoned part way is left showing RUNNING, and COMPLETE once
      * it reaches the end, with the date it finished and the number
      * of plans checked and the number progressed or backed off. The
      * nightly job-stream driver reads it to decide whether the step
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
           MOVE 'PLANPROG' TO RUN-CONTROL-ID
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
           MOVE 'PLANPROG' TO RUN-CONTROL-ID
           READ RUN-CONTROL-FILE
               NOT INVALID KEY
                   ACCEPT RUN-DATE FROM DATE YYYYMMDD
                   MOVE WS-PLANS-CHECKED TO RUN-TXN-COUNT
                   COMPUTE RUN-TXN-DONE = WS-PROGRESSED-COUNT
                       + WS-BACKED-OFF-COUNT
                   MOVE 'COMPLETE' TO RUN-STATUS
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.
