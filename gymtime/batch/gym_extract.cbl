       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GYM-LOG-FILE ASSIGN TO "GYMLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-KEY
               FILE STATUS IS WS-GYM-LOG-STATUS.

           SELECT WEIGH-IN-FILE ASSIGN TO "WEIGHIN.DAT"
         05 WS-IMG-NAME PIC X(30).
         05 WS-IMG-JOIN-DATE PIC 9(8).
         05 WS-IMG-STATUS PIC X(1).
         05 FILLER PIC X(27).
       01 WS-GUARD-OK PIC X(1) VALUE 'Y'.
         88 GUARD-OK VALUE 'Y'.


           GOBACK.

      *****************************************************************
      * Guest visits stay behind: the front-office package knows
      * members only and would bounce a guest pass ID.
      *****************************************************************
       EXTRACT-CHECKINS SECTION.
           OPEN INPUT GYM-LOG-FILE
           IF WS-GYM-LOG-STATUS = '00'
               MOVE LOW-VALUES TO LOG-KEY
               START GYM-LOG-FILE KEY >= LOG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LOG-EOF
               END-START
               PERFORM UNTIL END-OF-LOG
                   READ GYM-LOG-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           IF LOG-DATE = WS-EXTRACT-DATE
                               AND NOT LOG-GUEST-VISIT
                               PERFORM WRITE-CHECKIN-RECORD
                           END-IF
                   END-READ
