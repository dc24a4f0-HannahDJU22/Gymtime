           COPY "WORKOUT-DETAIL.CPY".

      *****************************************************************
      * The workout detail is sorted by member and exercise code -
      * the same order PRHIST.DAT's key walks in - with the original
      * file sequence as the final key so each group's entries
      * still arrive in session order for the stall recount. The
      * old fixed 300-slot trend table and its linear scans are
       SD  TREND-SORT-FILE.
       01 TREND-SORT-RECORD.
         05 TS-MEMBER-ID PIC X(6).
         05 TS-EXERCISE PIC X(6).
         05 TS-SEQ PIC 9(7).
         05 TS-WEIGHT PIC 9(3).

       01 WS-STALL-LIMIT-IN PIC X(3) VALUE SPACES.
       01 WS-STALL-LIMIT PIC 9(3) VALUE 3.
       01 WS-RELEASE-SEQ PIC 9(7) VALUE 0.
       01 WS-PR-KEY PIC X(12).
       01 WS-DET-KEY PIC X(12).
       01 WS-GRP-KEY PIC X(12).
       01 WS-GRP-MEMBER-ID PIC X(6).
       01 WS-GRP-EXERCISE PIC X(6).
       01 WS-GRP-ENTRIES PIC 9(5) VALUE 0.
       01 WS-GRP-FIRST-WT PIC 9(3) VALUE 0.
       01 WS-GRP-LAST-WT PIC 9(3) VALUE 0.
         05 WS-RPT-TOT-LABEL PIC X(24).
         05 WS-RPT-TOT-VALUE PIC Z(4)9.
         05 FILLER PIC X(51) VALUE SPACES.
       COPY "EXERCISE-LOOKUP.CPY".

       PROCEDURE DIVISION.
           DISPLAY 'GYMTIME STRENGTH PROGRESSION REPORT'
           IF (WS-MEMBER-IN = SPACES OR WKD-MEMBER-ID = WS-MEMBER-IN)
               AND WKD-DATE >= WS-PERIOD-START
               AND WKD-DATE <= WS-PERIOD-END
               AND NOT WKD-ENTRY-HELD
               ADD 1 TO WS-RELEASE-SEQ
               MOVE WKD-MEMBER-ID TO TS-MEMBER-ID
               MOVE WKD-EXERCISE-CODE TO TS-EXERCISE
               MOVE WS-RELEASE-SEQ TO TS-SEQ
               MOVE WKD-WEIGHT TO TS-WEIGHT
               RELEASE TREND-SORT-RECORD

       PRINT-MATCHED-LINE SECTION.
           MOVE PR-HIST-MEMBER-ID TO WS-RPT-MEMBER
           MOVE PR-HIST-EXERCISE-CODE TO XL-CODE
           CALL 'exercise_lookup' USING EXERCISE-LOOKUP-AREA
           MOVE XL-NAME TO WS-RPT-EXERCISE
           MOVE PR-HIST-BEST-WEIGHT TO WS-RPT-BEST-WT
           MOVE PR-HIST-BEST-REPS TO WS-RPT-BEST-RP
           MOVE WS-GRP-ENTRIES TO WS-RPT-ENTRIES

       PRINT-PR-ONLY-LINE SECTION.
           MOVE PR-HIST-MEMBER-ID TO WS-RPT-MEMBER
           MOVE PR-HIST-EXERCISE-CODE TO XL-CODE
           CALL 'exercise_lookup' USING EXERCISE-LOOKUP-AREA
           MOVE XL-NAME TO WS-RPT-EXERCISE
           MOVE PR-HIST-BEST-WEIGHT TO WS-RPT-BEST-WT
           MOVE PR-HIST-BEST-REPS TO WS-RPT-BEST-RP
           MOVE 0 TO WS-RPT-ENTRIES

       PRINT-DETAIL-ONLY-LINE SECTION.
           MOVE WS-GRP-MEMBER-ID TO WS-RPT-MEMBER
           MOVE WS-GRP-EXERCISE TO XL-CODE
           CALL 'exercise_lookup' USING EXERCISE-LOOKUP-AREA
           MOVE XL-NAME TO WS-RPT-EXERCISE
           MOVE 0 TO WS-RPT-BEST-WT
           MOVE 0 TO WS-RPT-BEST-RP
           MOVE WS-GRP-ENTRIES TO WS-RPT-ENTRIES
