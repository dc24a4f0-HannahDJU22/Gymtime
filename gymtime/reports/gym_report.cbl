       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GYM-LOG-FILE ASSIGN TO "GYMLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-KEY
               FILE STATUS IS WS-GYM-LOG-STATUS.

           SELECT MEMBER-SUMMARY-FILE ASSIGN TO "MBRSUMM.DAT"
               DISPLAY 'NO CURRENT GYMLOG.DAT - '
                   'MONTHLY SUMMARIES ONLY'
           ELSE
               MOVE LOW-VALUES TO LOG-KEY
               START GYM-LOG-FILE KEY >= LOG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL END-OF-LOG
                   READ GYM-LOG-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LOG-DATE >= WS-PERIOD-START
                               AND LOG-DATE <= WS-PERIOD-END
                               AND NOT LOG-GUEST-VISIT
                               PERFORM TALLY-RECORD
                           END-IF
                   END-READ
