       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUEST_REPORT.

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

           SELECT GYM-LOG-FILE ASSIGN TO "GYMLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-KEY
               FILE STATUS IS WS-GYM-LOG-STATUS.

           SELECT ARCHIVE-LOG-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT SPONSOR-SORT-FILE ASSIGN TO "GSTSORT.TMP".

           SELECT GUEST-REPORT ASSIGN USING WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUEST-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GUEST-PASS-FILE.
           COPY "GUEST-PASS.CPY".

       FD  MEMBER-MASTER.
           COPY "MEMBER-MASTER.CPY".

       FD  GYM-LOG-FILE.
           COPY "GYM-LOG.CPY".

       FD  ARCHIVE-LOG-FILE.
       01 ARCHIVE-LOG-RECORD PIC X(28).

       SD  SPONSOR-SORT-FILE.
       01 SPONSOR-SORT-RECORD.
         05 SS-SPONSOR-ID PIC X(6).
         05 SS-ENROLLED PIC X(1).
           88 SS-GUEST-ENROLLED VALUE 'Y'.

       FD  GUEST-REPORT.
       01 GUEST-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-GUEST-PASS-STATUS PIC XX.
       01 WS-MEMBER-MASTER-STATUS PIC XX.
       01 WS-GYM-LOG-STATUS PIC XX.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-GUEST-REPORT-STATUS PIC XX.
       01 WS-ARCHIVE-NAME PIC X(17).
       01 WS-REPORT-NAME PIC X(19).
       01 WS-GUEST-EOF PIC X VALUE 'N'.
         88 END-OF-GUESTS VALUE 'Y'.
       01 WS-LOG-EOF PIC X VALUE 'N'.
         88 END-OF-LOG VALUE 'Y'.
       01 WS-ARCHIVE-EOF PIC X VALUE 'N'.
         88 END-OF-ARCHIVE VALUE 'Y'.
       01 WS-SORT-EOF PIC X VALUE 'N'.
         88 END-OF-SORTED VALUE 'Y'.
       01 WS-MASTER-OPEN PIC X VALUE 'N'.
         88 MASTER-OPEN VALUE 'Y'.
       01 WS-MONTH-IN PIC X(6).
       01 WS-REPORT-MONTH PIC 9(6).
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END PIC 9(8).
       01 WS-LOG-MONTH PIC 9(6).
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-PASSES-ISSUED PIC 9(5) VALUE 0.
       01 WS-DAY-PASSES PIC 9(5) VALUE 0.
       01 WS-SPONSORED-PASSES PIC 9(5) VALUE 0.
       01 WS-FEES-TAKEN PIC 9(7)V99 VALUE 0.
       01 WS-GUEST-VISITS PIC 9(5) VALUE 0.
       01 WS-GUEST-SNOOZES PIC 9(5) VALUE 0.
       01 WS-PASSES-UNUSED PIC 9(5) VALUE 0.
       01 WS-PASSES-ENROLLED PIC 9(5) VALUE 0.
       01 WS-CONVERSION-PCT PIC 9(3) VALUE 0.
       01 WS-ENROLLED-LISTED PIC 9(5) VALUE 0.
       01 WS-BREAK-SPONSOR-ID PIC X(6) VALUE SPACES.
       01 WS-BRK-GUESTS PIC 9(4) VALUE 0.
       01 WS-BRK-ENROLLED PIC 9(4) VALUE 0.
       01 WS-SPONSOR-COUNT PIC 9(5) VALUE 0.
      *****************************************************************
      * The sponsors who bring the most guests, best first, kept as
      * the sorted sponsor groups go by - only the top
      * WS-TOP-LIMIT are ever held, however many sponsors there are.
      *****************************************************************
       01 WS-TOP-LIMIT PIC 9(2) VALUE 10.
       01 WS-TOP-COUNT PIC 9(2) VALUE 0.
       01 WS-TOP-IX PIC 9(2).
       01 WS-TOP-POS PIC 9(2).
       01 WS-TOP-TABLE.
         05 WS-TOP-ENTRY OCCURS 10 TIMES.
           10 WS-TOP-SPONSOR-ID PIC X(6).
           10 WS-TOP-GUESTS PIC 9(4).
           10 WS-TOP-ENROLLED PIC 9(4).
       01 WS-RPT-HEADING-LINE.
         05 FILLER PIC X(28) VALUE 'GYMTIME GUEST REPORT, MONTH '.
         05 WS-RPT-HEAD-MONTH PIC 9(6).
         05 FILLER PIC X(10) VALUE ' RUN DATE '.
         05 WS-RPT-HEAD-DATE PIC 9(8).
         05 FILLER PIC X(28) VALUE SPACES.
       01 WS-RPT-TOTAL-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-TOT-LABEL PIC X(34).
         05 WS-RPT-TOT-VALUE PIC Z(4)9.
         05 FILLER PIC X(39) VALUE SPACES.
       01 WS-RPT-MONEY-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-MONEY-LABEL PIC X(34).
         05 WS-RPT-MONEY-VALUE PIC Z(6)9.99.
         05 FILLER PIC X(34) VALUE SPACES.
       01 WS-RPT-SPONSOR-HEAD.
         05 FILLER PIC X(7) VALUE '  RANK '.
         05 FILLER PIC X(8) VALUE 'SPONSOR '.
         05 FILLER PIC X(31) VALUE 'NAME'.
         05 FILLER PIC X(8) VALUE '  GUESTS'.
         05 FILLER PIC X(9) VALUE ' ENROLLED'.
         05 FILLER PIC X(17) VALUE SPACES.
       01 WS-RPT-SPONSOR-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-RANK PIC Z9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-RPT-SPONSOR-ID PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-SPONSOR-NAME PIC X(30).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-SPONSOR-GUESTS PIC Z(7)9.
         05 WS-RPT-SPONSOR-ENROLLED PIC Z(8)9.
         05 FILLER PIC X(17) VALUE SPACES.
       01 WS-RPT-ENROLL-HEAD.
         05 FILLER PIC X(9) VALUE '  PASS   '.
         05 FILLER PIC X(31) VALUE 'GUEST NAME'.
         05 FILLER PIC X(9) VALUE 'PASS DATE'.
         05 FILLER PIC X(9) VALUE ' SPONSOR '.
         05 FILLER PIC X(8) VALUE ' MEMBER '.
         05 FILLER PIC X(8) VALUE ' JOINED'.
         05 FILLER PIC X(6) VALUE SPACES.
       01 WS-RPT-ENROLL-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-GUEST-ID PIC X(6).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-GUEST-NAME PIC X(30).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-PASS-DATE PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-PASS-SPONSOR PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-NEW-MEMBER-ID PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-JOIN-DATE PIC 9(8).
         05 FILLER PIC X(6) VALUE SPACES.

      *****************************************************************
      * Monthly guest report, for judging whether guest and day
      * passes bring in members. For the month chosen: passes issued
      * (walk-in day passes and members' guests), the day fees taken
      * and how many of the month's passes have since turned into
      * members; guest visits from the live GYMLOG.DAT and the
      * month's GYMLOG-yyyymm.DAT archive; the sponsors who brought
      * the most guests; and every guest who enrolled through
      * member_maint during the month, whenever their pass was.
      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'GYMTIME MONTHLY GUEST REPORT'
           DISPLAY 'REPORT MONTH (YYYYMM): '
           ACCEPT WS-MONTH-IN
           IF WS-MONTH-IN NOT NUMERIC
               DISPLAY 'MONTH MUST BE 6 DIGITS YYYYMM - RUN ABANDONED'
               GOBACK
           END-IF
           MOVE WS-MONTH-IN TO WS-REPORT-MONTH
           COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1
           COMPUTE WS-MONTH-END = WS-REPORT-MONTH * 100 + 31

           OPEN INPUT GUEST-PASS-FILE
           IF WS-GUEST-PASS-STATUS NOT = '00'
               DISPLAY 'NO GUEST PASSES ON FILE - STATUS '
                   WS-GUEST-PASS-STATUS
               GOBACK
           END-IF
           CLOSE GUEST-PASS-FILE

           MOVE SPACES TO WS-REPORT-NAME
           STRING 'GUESTRPT-' DELIMITED BY SIZE
                  WS-MONTH-IN DELIMITED BY SIZE
                  '.RPT' DELIMITED BY SIZE
               INTO WS-REPORT-NAME

           PERFORM TALLY-GUEST-VISITS

           SORT SPONSOR-SORT-FILE
               ON ASCENDING KEY SS-SPONSOR-ID
               INPUT PROCEDURE IS RELEASE-MONTH-PASSES
               OUTPUT PROCEDURE IS RANK-SPONSORS

           IF WS-PASSES-ISSUED > WS-GUEST-VISITS + WS-GUEST-SNOOZES
               COMPUTE WS-PASSES-UNUSED = WS-PASSES-ISSUED
                   - WS-GUEST-VISITS - WS-GUEST-SNOOZES
           END-IF
           IF WS-PASSES-ISSUED > 0
               COMPUTE WS-CONVERSION-PCT ROUNDED =
                   WS-PASSES-ENROLLED * 100 / WS-PASSES-ISSUED
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT GUEST-REPORT
           MOVE WS-REPORT-MONTH TO WS-RPT-HEAD-MONTH
           MOVE WS-CURRENT-DATE TO WS-RPT-HEAD-DATE
           WRITE GUEST-REPORT-LINE FROM WS-RPT-HEADING-LINE
           MOVE ALL '=' TO GUEST-REPORT-LINE
           WRITE GUEST-REPORT-LINE

           OPEN INPUT MEMBER-MASTER
           IF WS-MEMBER-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF
           PERFORM PRINT-PASS-TOTALS
           PERFORM PRINT-TOP-SPONSORS
           PERFORM PRINT-ENROLMENTS
           IF MASTER-OPEN
               CLOSE MEMBER-MASTER
           END-IF
           CLOSE GUEST-REPORT

           DISPLAY 'PASSES ISSUED:      ' WS-PASSES-ISSUED
           DISPLAY 'GUEST VISITS:       ' WS-GUEST-VISITS
           DISPLAY 'ENROLLED THIS MONTH:' WS-ENROLLED-LISTED
           DISPLAY 'REPORT WRITTEN TO ' WS-REPORT-NAME

           GOBACK.

      *****************************************************************
      * A month is either still in the live log or, once the
      * month-end job has closed it, in its archive - never both -
      * so the two are simply added together.
      *****************************************************************
       TALLY-GUEST-VISITS SECTION.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING 'GYMLOG-' DELIMITED BY SIZE
                  WS-MONTH-IN DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           OPEN INPUT ARCHIVE-LOG-FILE
           IF WS-ARCHIVE-STATUS = '00'
               PERFORM UNTIL END-OF-ARCHIVE
                   READ ARCHIVE-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-ARCHIVE-EOF
                       NOT AT END
                           MOVE ARCHIVE-LOG-RECORD TO GYM-LOG-RECORD
                           PERFORM TALLY-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LOG-FILE
           END-IF
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
                           PERFORM TALLY-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE GYM-LOG-FILE
           END-IF.

       TALLY-LOG-RECORD SECTION.
           DIVIDE LOG-DATE BY 100 GIVING WS-LOG-MONTH
           IF LOG-GUEST-VISIT
               AND WS-LOG-MONTH = WS-REPORT-MONTH
               IF LOG-YES-TO-GYM
                   ADD 1 TO WS-GUEST-VISITS
               ELSE
                   ADD 1 TO WS-GUEST-SNOOZES
               END-IF
           END-IF.

      *****************************************************************
      * Every pass issued for a day in the month is counted here;
      * the ones a member sponsored also go to the sort so the
      * output side can count guests per sponsor.
      *****************************************************************
       RELEASE-MONTH-PASSES SECTION.
           OPEN INPUT GUEST-PASS-FILE
           MOVE 'N' TO WS-GUEST-EOF
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
                       IF GST-VISIT-DATE >= WS-MONTH-START
                           AND GST-VISIT-DATE <= WS-MONTH-END
                           PERFORM TALLY-MONTH-PASS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUEST-PASS-FILE.

       TALLY-MONTH-PASS SECTION.
           ADD 1 TO WS-PASSES-ISSUED
           ADD GST-FEE-PAID TO WS-FEES-TAKEN
           IF NOT GST-NOT-ENROLLED
               ADD 1 TO WS-PASSES-ENROLLED
           END-IF
           IF GST-NO-SPONSOR
               ADD 1 TO WS-DAY-PASSES
           ELSE
               ADD 1 TO WS-SPONSORED-PASSES
               MOVE GST-SPONSOR-ID TO SS-SPONSOR-ID
               IF GST-NOT-ENROLLED
                   MOVE 'N' TO SS-ENROLLED
               ELSE
                   MOVE 'Y' TO SS-ENROLLED
               END-IF
               RELEASE SPONSOR-SORT-RECORD
           END-IF.

       RANK-SPONSORS SECTION.
           MOVE SPACES TO WS-BREAK-SPONSOR-ID
           PERFORM UNTIL END-OF-SORTED
               RETURN SPONSOR-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM TALLY-SORTED-PASS
               END-RETURN
           END-PERFORM
           IF WS-BREAK-SPONSOR-ID NOT = SPACES
               PERFORM PLACE-SPONSOR
           END-IF.

       TALLY-SORTED-PASS SECTION.
           IF SS-SPONSOR-ID NOT = WS-BREAK-SPONSOR-ID
               IF WS-BREAK-SPONSOR-ID NOT = SPACES
                   PERFORM PLACE-SPONSOR
               END-IF
               MOVE SS-SPONSOR-ID TO WS-BREAK-SPONSOR-ID
               MOVE 0 TO WS-BRK-GUESTS
               MOVE 0 TO WS-BRK-ENROLLED
           END-IF
           ADD 1 TO WS-BRK-GUESTS
           IF SS-GUEST-ENROLLED
               ADD 1 TO WS-BRK-ENROLLED
           END-IF.

      *****************************************************************
      * Slots the finished sponsor into the ranked table: ahead of
      * the first sponsor with fewer guests, everyone below moving
      * down one and the last dropping off a full table. A sponsor
      * level with one already placed goes after it.
      *****************************************************************
       PLACE-SPONSOR SECTION.
           ADD 1 TO WS-SPONSOR-COUNT
           MOVE 0 TO WS-TOP-POS
           PERFORM VARYING WS-TOP-IX FROM 1 BY 1
               UNTIL WS-TOP-IX > WS-TOP-COUNT OR WS-TOP-POS > 0
               IF WS-BRK-GUESTS > WS-TOP-GUESTS(WS-TOP-IX)
                   MOVE WS-TOP-IX TO WS-TOP-POS
               END-IF
           END-PERFORM
           IF WS-TOP-POS = 0 AND WS-TOP-COUNT < WS-TOP-LIMIT
               COMPUTE WS-TOP-POS = WS-TOP-COUNT + 1
           END-IF
           IF WS-TOP-POS > 0
               IF WS-TOP-COUNT < WS-TOP-LIMIT
                   ADD 1 TO WS-TOP-COUNT
               END-IF
               PERFORM VARYING WS-TOP-IX FROM WS-TOP-COUNT BY -1
                   UNTIL WS-TOP-IX <= WS-TOP-POS
                   MOVE WS-TOP-ENTRY(WS-TOP-IX - 1)
                       TO WS-TOP-ENTRY(WS-TOP-IX)
               END-PERFORM
               MOVE WS-BREAK-SPONSOR-ID
                   TO WS-TOP-SPONSOR-ID(WS-TOP-POS)
               MOVE WS-BRK-GUESTS TO WS-TOP-GUESTS(WS-TOP-POS)
               MOVE WS-BRK-ENROLLED TO WS-TOP-ENROLLED(WS-TOP-POS)
           END-IF.

       PRINT-PASS-TOTALS SECTION.
           MOVE 'PASSES AND FEES' TO GUEST-REPORT-LINE
           WRITE GUEST-REPORT-LINE
           MOVE 'PASSES ISSUED:' TO WS-RPT-TOT-LABEL
           MOVE WS-PASSES-ISSUED TO WS-RPT-TOT-VALUE
           WRITE GUEST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE '  DAY PASSES, NO SPONSOR:' TO WS-RPT-TOT-LABEL
           MOVE WS-DAY-PASSES TO WS-RPT-TOT-VALUE
           WRITE GUEST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE '  GUESTS OF MEMBERS:' TO WS-RPT-TOT-LABEL
           MOVE WS-SPONSORED-PASSES TO WS-RPT-TOT-VALUE
           WRITE GUEST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'DAY FEES TAKEN:' TO WS-RPT-MONEY-LABEL
           MOVE WS-FEES-TAKEN TO WS-RPT-MONEY-VALUE
           WRITE GUEST-REPORT-LINE FROM WS-RPT-MONEY-LINE
           MOVE 'GUEST VISITS LOGGED:' TO WS-RPT-TOT-LABEL
           MOVE WS-GUEST-VISITS TO WS-RPT-TOT-VALUE
           WRITE GUEST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'GUESTS WHO CHECKED IN, DID NOT TRAIN:'
               TO WS-RPT-TOT-LABEL
           MOVE WS-GUEST-SNOOZES TO WS-RPT-TOT-VALUE
           WRITE GUEST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PASSES NEVER USED AT THE KIOSK:' TO WS-RPT-TOT-LABEL
           MOVE WS-PASSES-UNUSED TO WS-RPT-TOT-VALUE
           WRITE GUEST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'PASSES SINCE TURNED INTO MEMBERS:' TO WS-RPT-TOT-LABEL
           MOVE WS-PASSES-ENROLLED TO WS-RPT-TOT-VALUE
           WRITE GUEST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'CONVERSION RATE (PERCENT):' TO WS-RPT-TOT-LABEL
           MOVE WS-CONVERSION-PCT TO WS-RPT-TOT-VALUE
           WRITE GUEST-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

       PRINT-TOP-SPONSORS SECTION.
           MOVE SPACES TO GUEST-REPORT-LINE
           WRITE GUEST-REPORT-LINE
           MOVE 'SPONSORS BRINGING THE MOST GUESTS' TO GUEST-REPORT-LINE
           WRITE GUEST-REPORT-LINE
           IF WS-TOP-COUNT = 0
               MOVE '  NO MEMBER BROUGHT A GUEST THIS MONTH'
                   TO GUEST-REPORT-LINE
               WRITE GUEST-REPORT-LINE
           ELSE
               WRITE GUEST-REPORT-LINE FROM WS-RPT-SPONSOR-HEAD
               PERFORM VARYING WS-TOP-IX FROM 1 BY 1
                   UNTIL WS-TOP-IX > WS-TOP-COUNT
                   PERFORM PRINT-SPONSOR-LINE
               END-PERFORM
               MOVE 'MEMBERS WHO BROUGHT GUESTS:' TO WS-RPT-TOT-LABEL
               MOVE WS-SPONSOR-COUNT TO WS-RPT-TOT-VALUE
               WRITE GUEST-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           END-IF.

       PRINT-SPONSOR-LINE SECTION.
           MOVE WS-TOP-IX TO WS-RPT-RANK
           MOVE WS-TOP-SPONSOR-ID(WS-TOP-IX) TO WS-RPT-SPONSOR-ID
           MOVE 'NOT ON FILE' TO WS-RPT-SPONSOR-NAME
           IF MASTER-OPEN
               MOVE WS-TOP-SPONSOR-ID(WS-TOP-IX) TO MEMBER-ID-KEY
               READ MEMBER-MASTER
                   NOT INVALID KEY
                       MOVE MEMBER-NAME TO WS-RPT-SPONSOR-NAME
               END-READ
           END-IF
           MOVE WS-TOP-GUESTS(WS-TOP-IX) TO WS-RPT-SPONSOR-GUESTS
           MOVE WS-TOP-ENROLLED(WS-TOP-IX) TO WS-RPT-SPONSOR-ENROLLED
           WRITE GUEST-REPORT-LINE FROM WS-RPT-SPONSOR-LINE.

      *****************************************************************
      * Enrolments are reported in the month the guest joined, so a
      * pass from an earlier month that pays off now shows up here.
      *****************************************************************
       PRINT-ENROLMENTS SECTION.
           MOVE SPACES TO GUEST-REPORT-LINE
           WRITE GUEST-REPORT-LINE
           MOVE 'GUESTS WHO ENROLLED AS MEMBERS THIS MONTH'
               TO GUEST-REPORT-LINE
           WRITE GUEST-REPORT-LINE
           WRITE GUEST-REPORT-LINE FROM WS-RPT-ENROLL-HEAD
           OPEN INPUT GUEST-PASS-FILE
           MOVE 'N' TO WS-GUEST-EOF
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
                       IF NOT GST-NOT-ENROLLED
                           AND GST-ENROLLED-DATE >= WS-MONTH-START
                           AND GST-ENROLLED-DATE <= WS-MONTH-END
                           PERFORM PRINT-ENROLMENT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUEST-PASS-FILE
           IF WS-ENROLLED-LISTED = 0
               MOVE '  NONE' TO GUEST-REPORT-LINE
               WRITE GUEST-REPORT-LINE
           END-IF
           MOVE 'GUESTS ENROLLED THIS MONTH:' TO WS-RPT-TOT-LABEL
           MOVE WS-ENROLLED-LISTED TO WS-RPT-TOT-VALUE
           WRITE GUEST-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

       PRINT-ENROLMENT-LINE SECTION.
           ADD 1 TO WS-ENROLLED-LISTED
           MOVE GST-GUEST-ID TO WS-RPT-GUEST-ID
           MOVE GST-NAME TO WS-RPT-GUEST-NAME
           MOVE GST-VISIT-DATE TO WS-RPT-PASS-DATE
           IF GST-NO-SPONSOR
               MOVE 'NONE' TO WS-RPT-PASS-SPONSOR
           ELSE
               MOVE GST-SPONSOR-ID TO WS-RPT-PASS-SPONSOR
           END-IF
           MOVE GST-ENROLLED-ID TO WS-RPT-NEW-MEMBER-ID
           MOVE GST-ENROLLED-DATE TO WS-RPT-JOIN-DATE
           WRITE GUEST-REPORT-LINE FROM WS-RPT-ENROLL-LINE.
