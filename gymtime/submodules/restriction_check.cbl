       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTRICTION_CHECK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTRICTION-FILE ASSIGN TO "RESTRICT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RESTRICTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTRICTION-FILE.
           COPY "MEMBER-RESTRICTION.CPY".

       WORKING-STORAGE SECTION.
       01 WS-RESTRICTION-STATUS PIC XX.
       01 WS-RESTRICTION-EOF PIC X VALUE 'N'.
         88 END-OF-RESTRICTIONS VALUE 'Y'.
       01 WS-ENTRY-INDEX PIC 9(1).
       01 WS-APPLIES PIC X VALUE 'N'.
         88 RESTRICTION-APPLIES VALUE 'Y'.

       LINKAGE SECTION.
       COPY "RESTRICTION-CHECK.CPY".

      *****************************************************************
      * The one place the kiosk split choice, plan maintenance and
      * the progression batch ask whether a member's injury rules
      * something out, so all three read the register the same way.
      * No RESTRICT.DAT on file means nobody is restricted.
      *****************************************************************
       PROCEDURE DIVISION USING RESTRICTION-CHECK-AREA.
           MOVE 'N' TO RC-RESULT
           MOVE SPACES TO RC-BODY-AREA
           MOVE 0 TO RC-REVIEW-DATE
           IF RC-MEMBER-ID = SPACES
               GOBACK
           END-IF
           OPEN INPUT RESTRICTION-FILE
           IF WS-RESTRICTION-STATUS = '00'
               MOVE 'N' TO WS-RESTRICTION-EOF
               MOVE RC-MEMBER-ID TO RST-MEMBER-ID
               MOVE 0 TO RST-SEQ
               START RESTRICTION-FILE KEY >= RST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RESTRICTION-EOF
               END-START
               PERFORM UNTIL END-OF-RESTRICTIONS
                   READ RESTRICTION-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-RESTRICTION-EOF
                       NOT AT END
                           IF RST-MEMBER-ID NOT = RC-MEMBER-ID
                               MOVE 'Y' TO WS-RESTRICTION-EOF
                           ELSE
                               PERFORM CHECK-ONE-RESTRICTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESTRICTION-FILE
           END-IF
           GOBACK.

       CHECK-ONE-RESTRICTION SECTION.
           MOVE 'N' TO WS-APPLIES
           IF RST-IN-FORCE AND RST-START-DATE <= RC-CHECK-DATE
               PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                       UNTIL WS-ENTRY-INDEX > 3
                   IF RST-SPLIT(WS-ENTRY-INDEX) NOT = SPACES
                       AND RST-SPLIT(WS-ENTRY-INDEX) = RC-SPLIT
                       MOVE 'Y' TO WS-APPLIES
                   END-IF
               END-PERFORM
               IF RC-EXERCISE-CODE NOT = SPACES
                   PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                           UNTIL WS-ENTRY-INDEX > 5
                       IF RST-EXERCISE-CODE(WS-ENTRY-INDEX)
                           = RC-EXERCISE-CODE
                           MOVE 'Y' TO WS-APPLIES
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF RESTRICTION-APPLIES
               EVALUATE TRUE
                   WHEN RST-BLOCK AND NOT RC-BLOCKED
                       MOVE 'B' TO RC-RESULT
                       MOVE RST-BODY-AREA TO RC-BODY-AREA
                       MOVE RST-REVIEW-DATE TO RC-REVIEW-DATE
                   WHEN RC-CLEAR
                       MOVE 'W' TO RC-RESULT
                       MOVE RST-BODY-AREA TO RC-BODY-AREA
                       MOVE RST-REVIEW-DATE TO RC-REVIEW-DATE
               END-EVALUATE
           END-IF.
