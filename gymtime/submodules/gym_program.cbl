       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GYM-LOG-FILE ASSIGN TO "GYMLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-KEY
               FILE STATUS IS WS-GYM-LOG-STATUS.

           SELECT ARCHIVE-LOG-FILE ASSIGN USING WS-ARCHIVE-NAME
           COPY "GYM-LOG.CPY".

       FD  ARCHIVE-LOG-FILE.
       01 ARCHIVE-LOG-RECORD PIC X(28).

       WORKING-STORAGE SECTION.
       01 WS-CHOOSE-ERROR PIC X(40) VALUE SPACES.
       01 WS-NEGLECT-LINE PIC X(40) VALUE SPACES.
       01 WS-BACKTOBACK-WARNED PIC X VALUE 'N'.
         88 BACKTOBACK-WARNED VALUE 'Y'.
       01 WS-CLASS-LINE PIC X(60) VALUE SPACES.
       01 WS-CHOICE-PROMPT PIC X(40) VALUE SPACES.
       01 WS-CHOICE-OK PIC X VALUE 'N'.
         88 CHOICE-OK VALUE 'Y'.
       01 WS-SPLIT-NAMES VALUE 'PUSHPULLLEGS'.
         05 WS-SPLIT-NAME OCCURS 3 TIMES PIC X(4).
       01 WS-SPLIT-INDEX PIC 9(1).
       01 WS-SPLIT-RESTRICTIONS.
         05 WS-SPLIT-RESTRICTION OCCURS 3 TIMES.
           10 WS-SR-RESULT PIC X(1).
           10 WS-SR-BODY-AREA PIC X(12).
       01 WS-RESTRICT-LINE PIC X(60) VALUE SPACES.
       01 WS-RESTRICT-POINTER PIC 9(2).
       01 WS-RESTRICT-CONFIRMED PIC X(4) VALUE SPACES.
       01 WS-LOOKUP-SPLIT PIC X(4).
       01 WS-LOOKUP-RESULT PIC X(1).
         88 LOOKUP-CLEAR VALUE 'N'.
         88 LOOKUP-WARNED VALUE 'W'.
         88 LOOKUP-BLOCKED VALUE 'B'.
       01 WS-LOOKUP-BODY-AREA PIC X(12).
       01 WS-ROTATE-COUNT PIC 9(1).
       COPY "RESTRICTION-CHECK.CPY".

       LINKAGE SECTION.
              COPY "TRAINING_PLAN.CPY".
       01 LS-MEMBER-ID PIC X(6).
       COPY "CLASS-OFFER.CPY".
       SCREEN SECTION.
       01 CHOOSE-TRAINING-SCREEN.
         03 BLANK SCREEN.
         03 LINE 4 COLUMN 15 PIC X(40) FROM WS-RECENT-LINE.
         03 LINE 5 COLUMN 15 PIC X(40) FROM WS-SUGGEST-LINE.
         03 LINE 6 COLUMN 15 PIC X(40) FROM WS-NEGLECT-LINE.
         03 LINE 7 COLUMN 15 PIC X(60) FROM WS-CLASS-LINE.
         03 LINE 8 COLUMN 15 PIC X(60) FROM WS-RESTRICT-LINE.
         03 LINE 9 COLUMN 15 PIC X(40) FROM WS-CHOICE-PROMPT.
         03 LINE 10 COLUMN 15 PIC X(18) VALUE 'MAKE YOUR CHOICE: '.
         03 LINE 12 COLUMN 15 PIC X(4) USING TRAINING-PLAN.
         03 LINE 14 COLUMN 15 PIC X(40) FROM WS-CHOOSE-ERROR.

       PROCEDURE DIVISION USING TRAINING-PLAN, LS-MEMBER-ID,
           CLASS-OFFER.

           PERFORM RESET-SESSION-FIELDS
           PERFORM READ-RECENT-HISTORY
           PERFORM BUILD-SPLIT-RESTRICTIONS
           PERFORM BUILD-ADVICE
           PERFORM BUILD-CLASS-OFFER

           MOVE 'N' TO WS-CHOICE-OK
           PERFORM WITH TEST AFTER UNTIL CHOICE-OK
               DISPLAY CHOOSE-TRAINING-SCREEN
               ACCEPT CHOOSE-TRAINING-SCREEN
               EVALUATE TRUE
                   WHEN CLASS-PLAN AND NOT NO-CLASS-OFFERED
                       MOVE 'Y' TO WS-CHOICE-OK
                       MOVE SPACES TO WS-CHOOSE-ERROR
                   WHEN PUSH-PLAN OR PULL-PLAN OR LEGS-PLAN
                       MOVE TRAINING-PLAN TO WS-LOOKUP-SPLIT
                       PERFORM FIND-SPLIT-RESTRICTION
                       EVALUATE TRUE
                           WHEN LOOKUP-BLOCKED
                               PERFORM REFUSE-BLOCKED-SPLIT
                           WHEN LOOKUP-WARNED
                               AND TRAINING-PLAN
                                   NOT = WS-RESTRICT-CONFIRMED
                               PERFORM WARN-RESTRICTED-SPLIT
                           WHEN TRAINING-PLAN = WS-LAST-PLAN
                               AND NOT BACKTOBACK-WARNED
                               MOVE 'Y' TO WS-BACKTOBACK-WARNED
                               MOVE 'SAME SPLIT AS LAST GYM DAY - SURE?'
                                   TO WS-CHOOSE-ERROR
                               MOVE SPACES TO TRAINING-PLAN
                           WHEN OTHER
                               MOVE 'Y' TO WS-CHOICE-OK
                               MOVE SPACES TO WS-CHOOSE-ERROR
                       END-EVALUATE
                   WHEN NO-CLASS-OFFERED
                       MOVE 'INVALID ENTRY - TYPE PUSH, PULL OR LEGS'
                           TO WS-CHOOSE-ERROR
                   WHEN OTHER
                       MOVE 'INVALID - TYPE PUSH, PULL, LEGS OR CLAS'
                           TO WS-CHOOSE-ERROR
               END-EVALUATE
           END-PERFORM

           GOBACK.

      *****************************************************************
      * The restriction register is asked about each of the three
      * splits once, up front, so the advice, the screen and the
      * choice all work from the same answers. A blocked split
      * cannot be chosen at all; a split under caution goes through
      * once the member has seen the warning and typed it again.
      *****************************************************************
       BUILD-SPLIT-RESTRICTIONS SECTION.
           MOVE SPACES TO WS-RESTRICT-CONFIRMED
           MOVE SPACES TO WS-RESTRICT-LINE
           MOVE 1 TO WS-RESTRICT-POINTER
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE LS-MEMBER-ID TO RC-MEMBER-ID
           MOVE WS-TODAY TO RC-CHECK-DATE
           MOVE SPACES TO RC-EXERCISE-CODE
           PERFORM VARYING WS-SPLIT-INDEX FROM 1 BY 1
                   UNTIL WS-SPLIT-INDEX > 3
               MOVE WS-SPLIT-NAME(WS-SPLIT-INDEX) TO RC-SPLIT
               CALL 'restriction_check' USING RESTRICTION-CHECK-AREA
               MOVE RC-RESULT TO WS-SR-RESULT(WS-SPLIT-INDEX)
               MOVE RC-BODY-AREA TO WS-SR-BODY-AREA(WS-SPLIT-INDEX)
               IF NOT RC-CLEAR
                   PERFORM NOTE-RESTRICTED-SPLIT
               END-IF
           END-PERFORM.

       NOTE-RESTRICTED-SPLIT SECTION.
           IF WS-RESTRICT-POINTER = 1
               STRING 'RESTRICTED: ' DELIMITED BY SIZE
                   INTO WS-RESTRICT-LINE
                   WITH POINTER WS-RESTRICT-POINTER
           END-IF
           IF RC-BLOCKED
               STRING RC-SPLIT DELIMITED BY SIZE
                      '(BLOCKED) ' DELIMITED BY SIZE
                   INTO WS-RESTRICT-LINE
                   WITH POINTER WS-RESTRICT-POINTER
           ELSE
               STRING RC-SPLIT DELIMITED BY SIZE
                      '(CAUTION) ' DELIMITED BY SIZE
                   INTO WS-RESTRICT-LINE
                   WITH POINTER WS-RESTRICT-POINTER
           END-IF.

       FIND-SPLIT-RESTRICTION SECTION.
           MOVE 'N' TO WS-LOOKUP-RESULT
           MOVE SPACES TO WS-LOOKUP-BODY-AREA
           PERFORM VARYING WS-SPLIT-INDEX FROM 1 BY 1
                   UNTIL WS-SPLIT-INDEX > 3
               IF WS-SPLIT-NAME(WS-SPLIT-INDEX) = WS-LOOKUP-SPLIT
                   MOVE WS-SR-RESULT(WS-SPLIT-INDEX)
                       TO WS-LOOKUP-RESULT
                   MOVE WS-SR-BODY-AREA(WS-SPLIT-INDEX)
                       TO WS-LOOKUP-BODY-AREA
               END-IF
           END-PERFORM.

       REFUSE-BLOCKED-SPLIT SECTION.
           MOVE SPACES TO WS-CHOOSE-ERROR
           STRING TRAINING-PLAN DELIMITED BY SIZE
                  ' BLOCKED (' DELIMITED BY SIZE
                  WS-LOOKUP-BODY-AREA DELIMITED BY '  '
                  ') SEE A COACH' DELIMITED BY SIZE
               INTO WS-CHOOSE-ERROR
           MOVE SPACES TO TRAINING-PLAN.

       WARN-RESTRICTED-SPLIT SECTION.
           MOVE TRAINING-PLAN TO WS-RESTRICT-CONFIRMED
           MOVE SPACES TO WS-CHOOSE-ERROR
           STRING TRAINING-PLAN DELIMITED BY SIZE
                  ' RESTRICTED (' DELIMITED BY SIZE
                  WS-LOOKUP-BODY-AREA DELIMITED BY '  '
                  ') - SURE?' DELIMITED BY SIZE
               INTO WS-CHOOSE-ERROR
           MOVE SPACES TO TRAINING-PLAN.

      *****************************************************************
      * A member booked into a class today gets it offered as a
      * fourth choice under CLAS. Without a booking the screen is
      * the plain three-split choice it always was.
      *****************************************************************
       BUILD-CLASS-OFFER SECTION.
           IF NO-CLASS-OFFERED
               MOVE SPACES TO WS-CLASS-LINE
               MOVE 'PUSH, PULL OR LEGS?' TO WS-CHOICE-PROMPT
           ELSE
               MOVE SPACES TO WS-CLASS-LINE
               STRING 'BOOKED TODAY: ' DELIMITED BY SIZE
                      OFFER-CLASS-NAME DELIMITED BY '  '
                      ' AT ' DELIMITED BY SIZE
                      OFFER-START-TIME DELIMITED BY SIZE
                      ' - TYPE CLAS' DELIMITED BY SIZE
                   INTO WS-CLASS-LINE
               MOVE 'PUSH, PULL, LEGS OR CLAS FOR THE CLASS?'
                   TO WS-CHOICE-PROMPT
           END-IF.

      *****************************************************************
      * The kiosk CALLs this module once per member and never
      * CANCELs it, so working storage would otherwise carry the
      * last member's history, advice and warnings into the next
      * session. Everything built up for a member goes back to its
      * starting value here.
      *****************************************************************
       RESET-SESSION-FIELDS SECTION.
           MOVE SPACES TO WS-CHOOSE-ERROR
           MOVE 'N' TO WS-LOG-EOF
           MOVE 0 TO WS-RECENT-COUNT
           MOVE SPACES TO WS-RECENT-PLANS
           MOVE 'N' TO WS-ARCHIVE-EOF
           MOVE 0 TO WS-ARCHIVE-COUNT
           MOVE SPACES TO WS-ARCHIVE-PLANS
           MOVE SPACES TO WS-LAST-PLAN
           MOVE 'PUSH' TO WS-SUGGESTED-PLAN
           MOVE 'N' TO WS-PUSH-SEEN
           MOVE 'N' TO WS-PULL-SEEN
           MOVE 'N' TO WS-LEGS-SEEN
           MOVE SPACES TO WS-RECENT-LINE
           MOVE SPACES TO WS-SUGGEST-LINE
           MOVE SPACES TO WS-NEGLECT-LINE
           MOVE 'N' TO WS-BACKTOBACK-WARNED
           MOVE SPACES TO WS-RESTRICT-LINE
           MOVE SPACES TO WS-RESTRICT-CONFIRMED.

      *****************************************************************
      * The log is keyed on member + date, so the member's own
      * records are read straight off, oldest first, from the first
      * one on file - no other member's records are looked at.
      * Only PUSH, PULL and LEGS days feed the split rotation - a
      * class day says nothing about which split is due next, so it
      * is left out of the recent-split window altogether.
      *****************************************************************
       READ-RECENT-HISTORY SECTION.
           OPEN INPUT GYM-LOG-FILE
           IF WS-GYM-LOG-STATUS = '00'
               MOVE 'N' TO WS-LOG-EOF
               MOVE LS-MEMBER-ID TO LOG-MEMBER-ID
               MOVE 0 TO LOG-DATE
               START GYM-LOG-FILE KEY >= LOG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LOG-EOF
               END-START
               PERFORM UNTIL END-OF-LOG
                   READ GYM-LOG-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           IF LOG-MEMBER-ID NOT = LS-MEMBER-ID
                               MOVE 'Y' TO WS-LOG-EOF
                           END-IF
                           IF NOT END-OF-LOG
                               AND LOG-YES-TO-GYM
                               AND (LOG-PUSH-PLAN OR LOG-PULL-PLAN
                                   OR LOG-LEGS-PLAN)
                               PERFORM NOTE-RECENT-PLAN
                           END-IF
                   END-READ
                           MOVE ARCHIVE-LOG-RECORD TO GYM-LOG-RECORD
                           IF LOG-MEMBER-ID = LS-MEMBER-ID
                               AND LOG-YES-TO-GYM
                               AND (LOG-PUSH-PLAN OR LOG-PULL-PLAN
                                   OR LOG-LEGS-PLAN)
                               PERFORM NOTE-ARCHIVE-PLAN
                           END-IF
                   END-READ
               END-EVALUATE
           END-IF

           PERFORM STEER-SUGGESTION-CLEAR
           MOVE SPACES TO WS-SUGGEST-LINE
           IF WS-SUGGESTED-PLAN = SPACES
               MOVE 'NO SPLIT SUGGESTED - SEE A COACH'
                   TO WS-SUGGEST-LINE
           ELSE
               STRING 'SUGGESTED NEXT SPLIT: ' DELIMITED BY SIZE
                      WS-SUGGESTED-PLAN DELIMITED BY SIZE
                   INTO WS-SUGGEST-LINE
           END-IF

           IF WS-RECENT-COUNT >= 3
               PERFORM VARYING WS-RECENT-INDEX FROM 1 BY 1
                           MOVE 'Y' TO WS-LEGS-SEEN
                   END-EVALUATE
               END-PERFORM
               IF WS-SR-RESULT(1) NOT = 'N'
                   MOVE 'Y' TO WS-PUSH-SEEN
               END-IF
               IF WS-SR-RESULT(2) NOT = 'N'
                   MOVE 'Y' TO WS-PULL-SEEN
               END-IF
               IF WS-SR-RESULT(3) NOT = 'N'
                   MOVE 'Y' TO WS-LEGS-SEEN
               END-IF
               EVALUATE TRUE
                   WHEN WS-LEGS-SEEN = 'N'
                       PERFORM BUILD-NEGLECT-LINE-LEGS
               END-EVALUATE
           END-IF.

      *****************************************************************
      * The rotation never suggests a restricted split, warned or
      * blocked: the next clear one in PUSH, PULL, LEGS order is
      * offered instead, and none at all when all three are
      * restricted. Nor is a restricted split ever called neglected
      * - BUILD-ADVICE counts it as seen.
      *****************************************************************
       STEER-SUGGESTION-CLEAR SECTION.
           MOVE 0 TO WS-ROTATE-COUNT
           MOVE WS-SUGGESTED-PLAN TO WS-LOOKUP-SPLIT
           PERFORM FIND-SPLIT-RESTRICTION
           PERFORM UNTIL LOOKUP-CLEAR OR WS-ROTATE-COUNT >= 3
               ADD 1 TO WS-ROTATE-COUNT
               EVALUATE WS-SUGGESTED-PLAN
                   WHEN 'PUSH'
                       MOVE 'PULL' TO WS-SUGGESTED-PLAN
                   WHEN 'PULL'
                       MOVE 'LEGS' TO WS-SUGGESTED-PLAN
                   WHEN OTHER
                       MOVE 'PUSH' TO WS-SUGGESTED-PLAN
               END-EVALUATE
               MOVE WS-SUGGESTED-PLAN TO WS-LOOKUP-SPLIT
               PERFORM FIND-SPLIT-RESTRICTION
           END-PERFORM
           IF NOT LOOKUP-CLEAR
               MOVE SPACES TO WS-SUGGESTED-PLAN
           END-IF.

       BUILD-NEGLECT-LINE-LEGS SECTION.
           MOVE SPACES TO WS-NEGLECT-LINE
           STRING 'LEGS NOT TRAINED IN LAST ' DELIMITED BY SIZE
