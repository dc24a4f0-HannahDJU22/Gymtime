               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT GYM-LOG-FILE ASSIGN TO "GYMLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-KEY
               FILE STATUS IS WS-GYM-LOG-STATUS.

           SELECT MEMBER-SUMMARY-FILE ASSIGN TO "MBRSUMM.DAT"
       01 WS-LAST-GYM-DAY PIC 9(8).
       01 WS-LAST-SUMM-MONTH PIC 9(6).
       01 WS-DAYS-SINCE PIC S9(7).
       01 WS-GAP-START-DAYS PIC 9(7).
       01 WS-FREEZE-FROM-DAYS PIC 9(7).
       01 WS-FREEZE-TO-DAYS PIC 9(7).
       01 WS-FROZEN-DAYS PIC S9(7).
       01 WS-CDATE PIC 9(8).
       01 WS-CDAYS PIC 9(7).
       01 WS-CD-YEAR PIC 9(4).
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF
                       NOT AT END
                           IF MEMBER-ACTIVE OR MEMBER-FROZEN
                               PERFORM RELEASE-MEMBER
                           END-IF
                   END-READ
               IF WS-CDATE > 0
                   PERFORM CONVERT-DATE-TO-DAYS
                   COMPUTE WS-DAYS-SINCE = WS-TODAY-DAYS - WS-CDAYS
                   PERFORM DISCOUNT-FROZEN-DAYS
               END-IF
               IF WS-DAYS-SINCE < 0
                   MOVE 0 TO WS-DAYS-SINCE
               MOVE WS-LAST-GYM-DAY TO WS-CDATE
               PERFORM CONVERT-DATE-TO-DAYS
               COMPUTE WS-DAYS-SINCE = WS-TODAY-DAYS - WS-CDAYS
               PERFORM DISCOUNT-FROZEN-DAYS
               IF WS-DAYS-SINCE < 0
                   MOVE 0 TO WS-DAYS-SINCE
               END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Days the member spent frozen are not held against them: the
      * part of the member's last freeze (MEMBER-FREEZE-START up to
      * the first day back, or up to today while it is still
      * running) that falls inside the gap being measured is taken
      * off it. WS-CDAYS holds the day the gap is measured from.
      *****************************************************************
       DISCOUNT-FROZEN-DAYS SECTION.
           MOVE WS-CDAYS TO WS-GAP-START-DAYS
           IF MEMBER-FREEZE-START > 0
               AND MEMBER-FREEZE-END > MEMBER-FREEZE-START
               MOVE MEMBER-FREEZE-START TO WS-CDATE
               PERFORM CONVERT-DATE-TO-DAYS
               MOVE WS-CDAYS TO WS-FREEZE-FROM-DAYS
               MOVE MEMBER-FREEZE-END TO WS-CDATE
               PERFORM CONVERT-DATE-TO-DAYS
               MOVE WS-CDAYS TO WS-FREEZE-TO-DAYS
               IF WS-FREEZE-FROM-DAYS <= WS-GAP-START-DAYS
                   COMPUTE WS-FREEZE-FROM-DAYS = WS-GAP-START-DAYS + 1
               END-IF
               IF WS-FREEZE-TO-DAYS > WS-TODAY-DAYS
                   COMPUTE WS-FREEZE-TO-DAYS = WS-TODAY-DAYS + 1
               END-IF
               COMPUTE WS-FROZEN-DAYS = WS-FREEZE-TO-DAYS
                   - WS-FREEZE-FROM-DAYS
               IF WS-FROZEN-DAYS > 0
                   SUBTRACT WS-FROZEN-DAYS FROM WS-DAYS-SINCE
               END-IF
           END-IF.

       RELEASE-SORT-RECORD SECTION.
           MOVE MEMBER-ID-KEY TO SRT-MEMBER-ID
           MOVE MEMBER-NAME TO SRT-NAME
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT GYM-LOG-FILE
           IF WS-GYM-LOG-STATUS = '00'
               MOVE MEMBER-ID-KEY TO LOG-MEMBER-ID
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
                           IF LOG-MEMBER-ID NOT = MEMBER-ID-KEY
                               MOVE 'Y' TO WS-LOG-EOF
                           ELSE
                               IF LOG-YES-TO-GYM
                                   AND LOG-DATE > WS-LAST-GYM-DAY
                                   MOVE LOG-DATE TO WS-LAST-GYM-DAY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
