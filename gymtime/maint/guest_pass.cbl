       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUEST_PASS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUEST-PASS-FILE ASSIGN TO "GUESTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GST-GUEST-ID
               FILE STATUS IS WS-GUEST-PASS-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID-KEY
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT DUES-RATE-FILE ASSIGN TO "DUESRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-ID
               FILE STATUS IS WS-DUES-RATE-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GUEST-PASS-FILE.
           COPY "GUEST-PASS.CPY".

       FD  MEMBER-MASTER.
           COPY "MEMBER-MASTER.CPY".

       FD  DUES-RATE-FILE.
           COPY "DUES-RATE.CPY".

       FD  MAINT-JOURNAL.
           COPY "MAINT-JOURNAL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-GUEST-PASS-STATUS PIC XX.
       01 WS-MEMBER-MASTER-STATUS PIC XX.
       01 WS-DUES-RATE-STATUS PIC XX.
       01 WS-MAINT-JOURNAL-STATUS PIC XX.
       01 WS-DONE PIC X VALUE 'N'.
         88 MAINT-DONE VALUE 'Y'.
       01 WS-ACTION PIC X(1).
         88 ACTION-ISSUE VALUE 'P', 'p'.
         88 ACTION-LIST VALUE 'L', 'l'.
         88 ACTION-INQUIRE VALUE 'I', 'i'.
         88 ACTION-EXIT VALUE 'X', 'x'.
       01 WS-GUEST-ID PIC X(6).
       01 WS-GUEST-FOUND PIC X VALUE 'N'.
         88 GUEST-FOUND VALUE 'Y'.
       01 WS-GUEST-NAME-IN PIC X(30).
       01 WS-SPONSOR-IN PIC X(6).
       01 WS-SPONSOR-OK PIC X VALUE 'N'.
         88 SPONSOR-OK VALUE 'Y'.
       01 WS-SPONSOR-NAME PIC X(30).
       01 WS-RATE-FOUND PIC X VALUE 'N'.
         88 RATE-FOUND VALUE 'Y'.
       01 WS-DAY-FEE PIC 9(3)V99 VALUE 0.
       01 WS-FEE-SHOW PIC ZZ9.99.
       01 WS-CONFIRM-IN PIC X(1).
         88 CONFIRMED VALUE 'Y', 'y'.
       01 WS-LIST-DATE-IN PIC X(8).
       01 WS-LIST-DATE PIC 9(8).
       01 WS-LIST-COUNT PIC 9(4) VALUE 0.
       01 WS-LIST-FEES PIC 9(5)V99 VALUE 0.
       01 WS-TOTAL-SHOW PIC ZZZZ9.99.
       01 WS-GUEST-EOF PIC X VALUE 'N'.
         88 END-OF-GUESTS VALUE 'Y'.
      *****************************************************************
      * Pass IDs are G and a five-digit serial. WS-KEY-CHECK is laid
      * over each key read so the highest serial already issued can
      * be found; WS-NEW-GUEST-ID builds the next one.
      *****************************************************************
       01 WS-KEY-CHECK.
         05 WS-KEY-PREFIX PIC X(1).
         05 WS-KEY-SERIAL PIC X(5).
       01 WS-KEY-SERIAL-NUM REDEFINES WS-KEY-CHECK.
         05 FILLER PIC X(1).
         05 WS-KEY-SERIAL-9 PIC 9(5).
       01 WS-NEW-GUEST-ID.
         05 WS-NEW-GUEST-PREFIX PIC X(1) VALUE 'G'.
         05 WS-NEW-GUEST-SERIAL PIC 9(5) VALUE 0.
       01 WS-LAST-SERIAL PIC 9(5) VALUE 0.
       01 WS-ID-FREE PIC X VALUE 'N'.
         88 ID-FREE VALUE 'Y'.
       01 WS-SERIALS-USED-UP PIC X VALUE 'N'.
         88 SERIALS-USED-UP VALUE 'Y'.
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TIME-NOW PIC 9(8).
       01 WS-JOURNAL-ACTION PIC X(10).
       01 WS-BEFORE-IMAGE PIC X(145).
       01 WS-AFTER-IMAGE PIC X(145).
       01 WS-GUARD-OK PIC X(1) VALUE 'Y'.
         88 GUARD-OK VALUE 'Y'.

      *****************************************************************
      * Guest and day passes at the front desk. A visitor who is not
      * a member is issued a temporary ID, good for today only, tied
      * to the member who brought them (or to nobody, for a walk-in
      * day pass), once the day fee on DUESRATE.DAT has been taken.
      * The guest then checks in at the kiosk with that ID like any
      * member, and the visit goes in GYMLOG.DAT flagged as a guest
      * visit. Every pass issued is journaled in MNTJRNL.DAT.
      *****************************************************************
       PROCEDURE DIVISION.
           CALL 'gym_guard' USING WS-GUARD-OK
           IF NOT GUARD-OK
               DISPLAY 'STARTUP INTEGRITY CHECK FAILED - RUN REFUSED'
               GOBACK
           END-IF
           DISPLAY 'GYMTIME GUEST AND DAY PASSES'
           PERFORM WITH TEST AFTER UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY 'OPERATOR ID: '
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           PERFORM UNTIL MAINT-DONE
               DISPLAY ' '
               DISPLAY 'P = ISSUE PASS  L = LIST PASSES FOR A DAY  '
                   'I = INQUIRE  X = EXIT'
               DISPLAY 'ACTION: '
               ACCEPT WS-ACTION
               EVALUATE TRUE
                   WHEN ACTION-EXIT
                       MOVE 'Y' TO WS-DONE
                   WHEN ACTION-ISSUE
                       PERFORM ISSUE-PASS
                   WHEN ACTION-LIST
                       PERFORM LIST-DAY-PASSES
                   WHEN ACTION-INQUIRE
                       PERFORM INQUIRE-PASS
                   WHEN OTHER
                       DISPLAY 'INVALID ACTION - TYPE P, L, I OR X'
               END-EVALUATE
           END-PERFORM

           GOBACK.

      *****************************************************************
      * No fee on file means the rate has never been set up, so no
      * pass is issued until it has - a zero fee keyed in dues_maint
      * on purpose issues free passes. The sponsor, when there is
      * one, must be an active member. Nothing is written until the
      * desk confirms the fee has been taken.
      *****************************************************************
       ISSUE-PASS SECTION.
           PERFORM READ-DAY-FEE
           IF NOT RATE-FOUND
               DISPLAY 'NO GUEST DAY FEE ON FILE - SET IT UP IN '
                   'DUES_MAINT FIRST'
           ELSE
               DISPLAY 'GUEST NAME: '
               ACCEPT WS-GUEST-NAME-IN
               IF WS-GUEST-NAME-IN = SPACES
                   DISPLAY 'NO NAME GIVEN - NO PASS ISSUED'
               ELSE
                   DISPLAY 'SPONSORING MEMBER ID '
                       '(BLANK = DAY PASS, NO SPONSOR): '
                   ACCEPT WS-SPONSOR-IN
                   PERFORM VALIDATE-SPONSOR
                   IF SPONSOR-OK
                       PERFORM TAKE-FEE-AND-ISSUE
                   END-IF
               END-IF
           END-IF.

       TAKE-FEE-AND-ISSUE SECTION.
           MOVE WS-DAY-FEE TO WS-FEE-SHOW
           DISPLAY 'DAY FEE TO COLLECT: ' WS-FEE-SHOW
           DISPLAY 'FEE TAKEN - ISSUE THE PASS (Y/N)? '
           ACCEPT WS-CONFIRM-IN
           IF NOT CONFIRMED
               DISPLAY 'NO PASS ISSUED'
           ELSE
               PERFORM OPEN-GUEST-IO
               PERFORM NEXT-GUEST-ID
               IF SERIALS-USED-UP
                   DISPLAY 'NO GUEST PASS NUMBERS LEFT - NO PASS '
                       'ISSUED'
               ELSE
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-TIME-NOW FROM TIME
                   MOVE SPACES TO GUEST-PASS-RECORD
                   MOVE WS-NEW-GUEST-ID TO GST-GUEST-ID
                   MOVE WS-GUEST-NAME-IN TO GST-NAME
                   MOVE WS-SPONSOR-IN TO GST-SPONSOR-ID
                   MOVE WS-CURRENT-DATE TO GST-VISIT-DATE
                   MOVE WS-DAY-FEE TO GST-FEE-PAID
                   MOVE WS-OPERATOR-ID TO GST-ISSUED-BY
                   DIVIDE WS-TIME-NOW BY 100 GIVING GST-ISSUE-TIME
                   MOVE SPACES TO GST-ENROLLED-ID
                   MOVE 0 TO GST-ENROLLED-DATE
                   WRITE GUEST-PASS-RECORD
                   DISPLAY 'GUEST PASS ' GST-GUEST-ID ' ISSUED TO '
                       GST-NAME
                   DISPLAY 'CHECK IN AT THE KIOSK WITH ' GST-GUEST-ID
                       ' - VALID TODAY ONLY'
                   MOVE GST-GUEST-ID TO WS-GUEST-ID
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE GUEST-PASS-RECORD TO WS-AFTER-IMAGE
                   MOVE 'ISSUE' TO WS-JOURNAL-ACTION
                   PERFORM WRITE-MAINT-JOURNAL
               END-IF
               CLOSE GUEST-PASS-FILE
           END-IF.

      *****************************************************************
      * The next pass ID is one past the highest serial on file. A
      * member could have been enrolled under an ID that looks like
      * a pass, so any serial already on MEMBERS.DAT is stepped over
      * - the kiosk must never mistake one for the other.
      *****************************************************************
       NEXT-GUEST-ID SECTION.
           MOVE 0 TO WS-LAST-SERIAL
           MOVE 'N' TO WS-GUEST-EOF
           MOVE 'N' TO WS-SERIALS-USED-UP
           MOVE 'G00000' TO GST-GUEST-ID
           START GUEST-PASS-FILE KEY >= GST-GUEST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-GUEST-EOF
           END-START
           PERFORM UNTIL END-OF-GUESTS
               READ GUEST-PASS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-GUEST-EOF
                   NOT AT END
                       MOVE GST-GUEST-ID TO WS-KEY-CHECK
                       IF WS-KEY-PREFIX = 'G'
                           AND WS-KEY-SERIAL IS NUMERIC
                           MOVE WS-KEY-SERIAL-9 TO WS-LAST-SERIAL
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-LAST-SERIAL TO WS-NEW-GUEST-SERIAL
           MOVE 'N' TO WS-ID-FREE
           OPEN INPUT MEMBER-MASTER
           PERFORM UNTIL ID-FREE OR SERIALS-USED-UP
               IF WS-NEW-GUEST-SERIAL = 99999
                   MOVE 'Y' TO WS-SERIALS-USED-UP
               ELSE
                   ADD 1 TO WS-NEW-GUEST-SERIAL
                   MOVE 'Y' TO WS-ID-FREE
                   IF WS-MEMBER-MASTER-STATUS = '00'
                       MOVE WS-NEW-GUEST-ID TO MEMBER-ID-KEY
                       READ MEMBER-MASTER
                           NOT INVALID KEY
                               MOVE 'N' TO WS-ID-FREE
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MEMBER-MASTER-STATUS = '00'
               CLOSE MEMBER-MASTER
           END-IF.

       VALIDATE-SPONSOR SECTION.
           MOVE 'N' TO WS-SPONSOR-OK
           MOVE SPACES TO WS-SPONSOR-NAME
           IF WS-SPONSOR-IN = SPACES
               MOVE 'Y' TO WS-SPONSOR-OK
           ELSE
               OPEN INPUT MEMBER-MASTER
               IF WS-MEMBER-MASTER-STATUS NOT = '00'
                   DISPLAY 'NO MEMBERS ON FILE - ISSUE A DAY PASS '
                       'WITH NO SPONSOR'
               ELSE
                   MOVE WS-SPONSOR-IN TO MEMBER-ID-KEY
                   READ MEMBER-MASTER
                       INVALID KEY
                           DISPLAY 'MEMBER ' WS-SPONSOR-IN
                               ' NOT ON FILE - NO PASS ISSUED'
                       NOT INVALID KEY
                           IF MEMBER-ACTIVE
                               MOVE 'Y' TO WS-SPONSOR-OK
                               MOVE MEMBER-NAME TO WS-SPONSOR-NAME
                               DISPLAY 'GUEST OF ' WS-SPONSOR-IN ' '
                                   WS-SPONSOR-NAME
                           ELSE
                               DISPLAY 'MEMBER ' WS-SPONSOR-IN
                                   ' IS NOT ACTIVE - NO PASS ISSUED'
                           END-IF
                   END-READ
                   CLOSE MEMBER-MASTER
               END-IF
           END-IF.

       READ-DAY-FEE SECTION.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE 0 TO WS-DAY-FEE
           OPEN INPUT DUES-RATE-FILE
           IF WS-DUES-RATE-STATUS = '00'
               MOVE 'DUES' TO RATE-ID
               READ DUES-RATE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-RATE-FOUND
                   NOT INVALID KEY
                       IF RATE-GUEST-FEE IS NUMERIC
                           MOVE 'Y' TO WS-RATE-FOUND
                           MOVE RATE-GUEST-FEE TO WS-DAY-FEE
                       END-IF
               END-READ
               CLOSE DUES-RATE-FILE
           END-IF.

       LIST-DAY-PASSES SECTION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY 'PASS DATE (YYYYMMDD, BLANK = TODAY): '
           ACCEPT WS-LIST-DATE-IN
           IF WS-LIST-DATE-IN = SPACES
               MOVE WS-CURRENT-DATE TO WS-LIST-DATE
           ELSE
               IF WS-LIST-DATE-IN IS NUMERIC
                   MOVE WS-LIST-DATE-IN TO WS-LIST-DATE
               ELSE
                   DISPLAY 'NOT 8 DIGITS - TODAY USED'
                   MOVE WS-CURRENT-DATE TO WS-LIST-DATE
               END-IF
           END-IF
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-LIST-FEES
           MOVE 'N' TO WS-GUEST-EOF
           OPEN INPUT GUEST-PASS-FILE
           IF WS-GUEST-PASS-STATUS NOT = '00'
               DISPLAY 'NO GUEST PASSES ON FILE'
           ELSE
               MOVE LOW-VALUES TO GST-GUEST-ID
               START GUEST-PASS-FILE KEY >= GST-GUEST-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-GUEST-EOF
               END-START
               PERFORM UNTIL END-OF-GUESTS
                   READ GUEST-PASS-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-GUEST-EOF
                       NOT AT END
                           IF GST-VISIT-DATE = WS-LIST-DATE
                               PERFORM LIST-ONE-PASS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUEST-PASS-FILE
               MOVE WS-LIST-FEES TO WS-TOTAL-SHOW
               DISPLAY ' '
               DISPLAY 'PASSES FOR ' WS-LIST-DATE ': ' WS-LIST-COUNT
                   '  FEES TAKEN: ' WS-TOTAL-SHOW
           END-IF.

       LIST-ONE-PASS SECTION.
           ADD 1 TO WS-LIST-COUNT
           ADD GST-FEE-PAID TO WS-LIST-FEES
           MOVE GST-FEE-PAID TO WS-FEE-SHOW
           IF GST-NO-SPONSOR
               DISPLAY GST-GUEST-ID ' ' GST-NAME ' DAY PASS  '
                   WS-FEE-SHOW ' BY ' GST-ISSUED-BY
           ELSE
               DISPLAY GST-GUEST-ID ' ' GST-NAME ' GUEST OF '
                   GST-SPONSOR-ID ' ' WS-FEE-SHOW ' BY ' GST-ISSUED-BY
           END-IF.

       INQUIRE-PASS SECTION.
           DISPLAY 'GUEST PASS ID: '
           ACCEPT WS-GUEST-ID
           OPEN INPUT GUEST-PASS-FILE
           MOVE 'N' TO WS-GUEST-FOUND
           IF WS-GUEST-PASS-STATUS = '00'
               MOVE WS-GUEST-ID TO GST-GUEST-ID
               READ GUEST-PASS-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-GUEST-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-GUEST-FOUND
               END-READ
               CLOSE GUEST-PASS-FILE
           END-IF
           IF GUEST-FOUND
               MOVE GST-FEE-PAID TO WS-FEE-SHOW
               DISPLAY 'PASS ID:      ' GST-GUEST-ID
               DISPLAY 'NAME:         ' GST-NAME
               IF GST-NO-SPONSOR
                   DISPLAY 'SPONSOR:      NONE - DAY PASS'
               ELSE
                   DISPLAY 'SPONSOR:      ' GST-SPONSOR-ID
               END-IF
               DISPLAY 'VALID ON:     ' GST-VISIT-DATE
               DISPLAY 'FEE PAID:     ' WS-FEE-SHOW
               DISPLAY 'ISSUED BY:    ' GST-ISSUED-BY ' AT '
                   GST-ISSUE-TIME
               IF NOT GST-NOT-ENROLLED
                   DISPLAY 'ENROLLED AS:  ' GST-ENROLLED-ID ' ON '
                       GST-ENROLLED-DATE
               END-IF
           ELSE
               DISPLAY 'GUEST PASS ' WS-GUEST-ID ' NOT ON FILE'
           END-IF.

       OPEN-GUEST-IO SECTION.
           OPEN I-O GUEST-PASS-FILE
           IF WS-GUEST-PASS-STATUS = '35'
               CLOSE GUEST-PASS-FILE
               OPEN OUTPUT GUEST-PASS-FILE
               CLOSE GUEST-PASS-FILE
               OPEN I-O GUEST-PASS-FILE
           END-IF.

       WRITE-MAINT-JOURNAL SECTION.
           OPEN EXTEND MAINT-JOURNAL
           IF WS-MAINT-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT MAINT-JOURNAL
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-CURRENT-DATE TO MJ-DATE
           DIVIDE WS-TIME-NOW BY 100 GIVING MJ-TIME
           MOVE WS-OPERATOR-ID TO MJ-OPERATOR
           MOVE 'GUESTS' TO MJ-FILE
           MOVE WS-JOURNAL-ACTION TO MJ-ACTION
           MOVE WS-GUEST-ID TO MJ-MEMBER-ID
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MJ-AFTER-IMAGE
           MOVE SPACES TO MJ-SUPERVISOR
           WRITE MAINT-JOURNAL-RECORD
           CLOSE MAINT-JOURNAL.
