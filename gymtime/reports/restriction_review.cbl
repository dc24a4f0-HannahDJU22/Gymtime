       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTRICTION_REVIEW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTRICTION-FILE ASSIGN TO "RESTRICT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RESTRICTION-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID-KEY
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT TRAINER-FILE ASSIGN TO "TRAINERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-TRAINER-ID
               FILE STATUS IS WS-TRAINER-STATUS.

           SELECT REVIEW-SORT-FILE ASSIGN TO "RRSORT.TMP".

           SELECT REVIEW-REPORT ASSIGN TO "RSTREVW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTRICTION-FILE.
           COPY "MEMBER-RESTRICTION.CPY".

       FD  MEMBER-MASTER.
           COPY "MEMBER-MASTER.CPY".

       FD  TRAINER-FILE.
           COPY "TRAINER.CPY".

       SD  REVIEW-SORT-FILE.
       01 REVIEW-SORT-RECORD.
         05 RR-TRAINER-ID PIC X(4).
         05 RR-REVIEW-DATE PIC 9(8).
         05 RR-MEMBER-ID PIC X(6).
         05 RR-SEQ PIC 9(2).
         05 RR-MEMBER-NAME PIC X(30).
         05 RR-RESTRICTION PIC X(134).

       FD  REVIEW-REPORT.
       01 REVIEW-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RESTRICTION-STATUS PIC XX.
       01 WS-MEMBER-MASTER-STATUS PIC XX.
       01 WS-TRAINER-STATUS PIC XX.
       01 WS-REVIEW-REPORT-STATUS PIC XX.
       01 WS-RESTRICTION-EOF PIC X VALUE 'N'.
         88 END-OF-RESTRICTIONS VALUE 'Y'.
       01 WS-SORTED-EOF PIC X VALUE 'N'.
         88 END-OF-SORTED VALUE 'Y'.
       01 WS-MASTER-OPEN PIC X VALUE 'N'.
         88 MASTER-OPEN VALUE 'Y'.
       01 WS-TRAINERS-OPEN PIC X VALUE 'N'.
         88 TRAINERS-OPEN VALUE 'Y'.
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-TODAY-DAYS PIC 9(7).
       01 WS-DAYS-OVER PIC 9(5).
       01 WS-PRINT-TRAINER-ID PIC X(4).
       01 WS-IN-FORCE-COUNT PIC 9(5) VALUE 0.
       01 WS-DUE-COUNT PIC 9(5) VALUE 0.
       01 WS-BLOCKING-COUNT PIC 9(5) VALUE 0.
       01 WS-INACTIVE-COUNT PIC 9(5) VALUE 0.
       01 WS-GROUP-COUNT PIC 9(5) VALUE 0.
       01 WS-CDATE PIC 9(8).
       01 WS-CDAYS PIC 9(7).
       01 WS-CD-YEAR PIC 9(4).
       01 WS-CD-MMDD PIC 9(4).
       01 WS-CD-MONTH PIC 9(2).
       01 WS-CD-DAY PIC 9(2).
       01 WS-CD-WORK-MONTH PIC 9(2).
       01 WS-CD-QUARTERS PIC 9(4).
       01 WS-CD-CENTURIES PIC 9(2).
       01 WS-CD-QUADCENTS PIC 9(2).
       01 WS-CD-MONTH-DAYS PIC 9(4).
       01 WS-RPT-HEADING-LINE.
         05 FILLER PIC X(38)
            VALUE 'GYMTIME RESTRICTIONS DUE FOR REVIEW  '.
         05 FILLER PIC X(9) VALUE 'RUN DATE '.
         05 WS-RPT-HEAD-DATE PIC 9(8).
         05 FILLER PIC X(25) VALUE SPACES.
       01 WS-RPT-TRAINER-LINE.
         05 FILLER PIC X(8) VALUE 'TRAINER '.
         05 WS-RPT-TRAINER-ID PIC X(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-TRAINER-NAME PIC X(30).
         05 FILLER PIC X(36) VALUE SPACES.
       01 WS-RPT-COLUMN-LINE.
         05 FILLER PIC X(9) VALUE '  MEMBER '.
         05 FILLER PIC X(21) VALUE 'NAME'.
         05 FILLER PIC X(13) VALUE 'BODY AREA'.
         05 FILLER PIC X(9) VALUE 'REVIEW'.
         05 FILLER PIC X(6) VALUE ' DAYS '.
         05 FILLER PIC X(8) VALUE ' KIOSK  '.
         05 FILLER PIC X(14) VALUE 'ENTERED BY'.
       01 WS-RPT-DETAIL-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-MEMBER-ID PIC X(6).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-MEMBER-NAME PIC X(20).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-BODY-AREA PIC X(12).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-REVIEW-DATE PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-DAYS-OVER PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-KIOSK PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-ENTERED-BY PIC X(8).
         05 FILLER PIC X(6) VALUE SPACES.
       01 WS-RPT-SCOPE-LINE.
         05 FILLER PIC X(10) VALUE SPACES.
         05 FILLER PIC X(8) VALUE 'SPLITS: '.
         05 WS-RPT-SPLIT OCCURS 3 TIMES.
           10 WS-RPT-SPLIT-NAME PIC X(4).
           10 FILLER PIC X(1).
         05 FILLER PIC X(12) VALUE ' EXERCISES: '.
         05 WS-RPT-EXERCISE OCCURS 5 TIMES.
           10 WS-RPT-EXERCISE-CODE PIC X(6).
           10 FILLER PIC X(1).
       01 WS-RPT-NOTE-LINE.
         05 FILLER PIC X(11) VALUE SPACES.
         05 FILLER PIC X(8) VALUE 'NOTE:   '.
         05 WS-RPT-NOTE PIC X(30).
         05 FILLER PIC X(31) VALUE SPACES.
       01 WS-RPT-TOTAL-LINE.
         05 WS-RPT-TOT-LABEL PIC X(36).
         05 WS-RPT-TOT-VALUE PIC Z(4)9.
         05 FILLER PIC X(39) VALUE SPACES.
       01 WS-SCOPE-INDEX PIC 9(1).

      *****************************************************************
      * Weekly list for the coaches of every injury restriction
      * still in force whose review date has come round - due today
      * or already past - grouped under the member's trainer and
      * oldest review first, with how many days it is overdue. A
      * restriction nobody reviews keeps blocking or warning the
      * member at the kiosk and freezing their plan weights, so
      * each one listed wants either a new review date or lifting
      * in restriction_maint. Restrictions of members who have
      * since left (inactive) are counted but not listed.
      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'GYMTIME RESTRICTION REVIEW REPORT'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CDATE
           PERFORM CONVERT-DATE-TO-DAYS
           MOVE WS-CDAYS TO WS-TODAY-DAYS

           OPEN OUTPUT REVIEW-REPORT
           MOVE WS-CURRENT-DATE TO WS-RPT-HEAD-DATE
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-HEADING-LINE
           MOVE ALL '=' TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE

           SORT REVIEW-SORT-FILE
               ON ASCENDING KEY RR-TRAINER-ID
               ON ASCENDING KEY RR-REVIEW-DATE
               ON ASCENDING KEY RR-MEMBER-ID
               ON ASCENDING KEY RR-SEQ
               INPUT PROCEDURE IS RELEASE-DUE-RESTRICTIONS
               OUTPUT PROCEDURE IS PRINT-DUE-RESTRICTIONS

           PERFORM PRINT-REVIEW-TOTALS
           CLOSE REVIEW-REPORT

           DISPLAY 'RESTRICTIONS IN FORCE: ' WS-IN-FORCE-COUNT
           DISPLAY 'DUE FOR REVIEW:        ' WS-DUE-COUNT
           DISPLAY 'REPORT WRITTEN TO RSTREVW.RPT'

           GOBACK.

       RELEASE-DUE-RESTRICTIONS SECTION.
           OPEN INPUT RESTRICTION-FILE
           IF WS-RESTRICTION-STATUS NOT = '00'
               DISPLAY 'NO RESTRICT.DAT ON FILE - STATUS '
                   WS-RESTRICTION-STATUS
           ELSE
               OPEN INPUT MEMBER-MASTER
               IF WS-MEMBER-MASTER-STATUS = '00'
                   MOVE 'Y' TO WS-MASTER-OPEN
               END-IF
               MOVE LOW-VALUES TO RST-KEY
               START RESTRICTION-FILE KEY >= RST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RESTRICTION-EOF
               END-START
               PERFORM UNTIL END-OF-RESTRICTIONS
                   READ RESTRICTION-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-RESTRICTION-EOF
                       NOT AT END
                           IF RST-IN-FORCE
                               PERFORM CHECK-REVIEW-DUE
                           END-IF
                   END-READ
               END-PERFORM
               IF MASTER-OPEN
                   CLOSE MEMBER-MASTER
               END-IF
               CLOSE RESTRICTION-FILE
           END-IF.

       CHECK-REVIEW-DUE SECTION.
           ADD 1 TO WS-IN-FORCE-COUNT
           IF RST-REVIEW-DATE <= WS-CURRENT-DATE
               MOVE SPACES TO MEMBER-MASTER-RECORD
               MOVE 'NOT ON MEMBERS.DAT' TO MEMBER-NAME
               IF MASTER-OPEN
                   MOVE RST-MEMBER-ID TO MEMBER-ID-KEY
                   READ MEMBER-MASTER
                       INVALID KEY
                           MOVE SPACES TO MEMBER-TRAINER-ID
                   END-READ
               END-IF
               IF MEMBER-INACTIVE
                   ADD 1 TO WS-INACTIVE-COUNT
               ELSE
                   ADD 1 TO WS-DUE-COUNT
                   IF RST-BLOCK
                       ADD 1 TO WS-BLOCKING-COUNT
                   END-IF
                   MOVE MEMBER-TRAINER-ID TO RR-TRAINER-ID
                   MOVE RST-REVIEW-DATE TO RR-REVIEW-DATE
                   MOVE RST-MEMBER-ID TO RR-MEMBER-ID
                   MOVE RST-SEQ TO RR-SEQ
                   MOVE MEMBER-NAME TO RR-MEMBER-NAME
                   MOVE MEMBER-RESTRICTION-RECORD TO RR-RESTRICTION
                   RELEASE REVIEW-SORT-RECORD
               END-IF
           END-IF.

       PRINT-DUE-RESTRICTIONS SECTION.
           OPEN INPUT TRAINER-FILE
           IF WS-TRAINER-STATUS = '00'
               MOVE 'Y' TO WS-TRAINERS-OPEN
           END-IF
           PERFORM RETURN-NEXT-RESTRICTION
           IF END-OF-SORTED
               MOVE SPACES TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               MOVE 'NO RESTRICTIONS DUE FOR REVIEW'
                   TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
           END-IF
           PERFORM UNTIL END-OF-SORTED
               PERFORM PRINT-TRAINER-GROUP
           END-PERFORM
           IF TRAINERS-OPEN
               CLOSE TRAINER-FILE
           END-IF.

       PRINT-TRAINER-GROUP SECTION.
           MOVE RR-TRAINER-ID TO WS-PRINT-TRAINER-ID
           MOVE RR-TRAINER-ID TO WS-RPT-TRAINER-ID
           EVALUATE TRUE
               WHEN RR-TRAINER-ID = SPACES
                   MOVE 'NO TRAINER ASSIGNED' TO WS-RPT-TRAINER-NAME
               WHEN TRAINERS-OPEN
                   MOVE RR-TRAINER-ID TO TRN-TRAINER-ID
                   READ TRAINER-FILE
                       INVALID KEY
                           MOVE 'NOT ON TRAINERS.DAT'
                               TO WS-RPT-TRAINER-NAME
                       NOT INVALID KEY
                           MOVE TRN-NAME TO WS-RPT-TRAINER-NAME
                   END-READ
               WHEN OTHER
                   MOVE 'NOT ON TRAINERS.DAT' TO WS-RPT-TRAINER-NAME
           END-EVALUATE
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-TRAINER-LINE
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-COLUMN-LINE
           MOVE 0 TO WS-GROUP-COUNT
           PERFORM UNTIL END-OF-SORTED
                   OR RR-TRAINER-ID NOT = WS-PRINT-TRAINER-ID
               PERFORM PRINT-RESTRICTION-LINES
               PERFORM RETURN-NEXT-RESTRICTION
           END-PERFORM
           MOVE '  RESTRICTIONS TO REVIEW:' TO WS-RPT-TOT-LABEL
           MOVE WS-GROUP-COUNT TO WS-RPT-TOT-VALUE
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

       PRINT-RESTRICTION-LINES SECTION.
           ADD 1 TO WS-GROUP-COUNT
           MOVE RR-RESTRICTION TO MEMBER-RESTRICTION-RECORD
           MOVE RST-REVIEW-DATE TO WS-CDATE
           PERFORM CONVERT-DATE-TO-DAYS
           IF WS-CDAYS < WS-TODAY-DAYS
               COMPUTE WS-DAYS-OVER = WS-TODAY-DAYS - WS-CDAYS
           ELSE
               MOVE 0 TO WS-DAYS-OVER
           END-IF
           MOVE RR-MEMBER-ID TO WS-RPT-MEMBER-ID
           MOVE RR-MEMBER-NAME TO WS-RPT-MEMBER-NAME
           MOVE RST-BODY-AREA TO WS-RPT-BODY-AREA
           MOVE RST-REVIEW-DATE TO WS-RPT-REVIEW-DATE
           MOVE WS-DAYS-OVER TO WS-RPT-DAYS-OVER
           IF RST-BLOCK
               MOVE 'BLOCK' TO WS-RPT-KIOSK
           ELSE
               MOVE 'WARN' TO WS-RPT-KIOSK
           END-IF
           MOVE RST-ENTERED-BY TO WS-RPT-ENTERED-BY
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-DETAIL-LINE
           MOVE SPACES TO WS-RPT-SCOPE-LINE
           MOVE 'SPLITS: ' TO WS-RPT-SCOPE-LINE(11:8)
           MOVE ' EXERCISES: ' TO WS-RPT-SCOPE-LINE(34:12)
           PERFORM VARYING WS-SCOPE-INDEX FROM 1 BY 1
                   UNTIL WS-SCOPE-INDEX > 3
               MOVE RST-SPLIT(WS-SCOPE-INDEX)
                   TO WS-RPT-SPLIT-NAME(WS-SCOPE-INDEX)
           END-PERFORM
           PERFORM VARYING WS-SCOPE-INDEX FROM 1 BY 1
                   UNTIL WS-SCOPE-INDEX > 5
               MOVE RST-EXERCISE-CODE(WS-SCOPE-INDEX)
                   TO WS-RPT-EXERCISE-CODE(WS-SCOPE-INDEX)
           END-PERFORM
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-SCOPE-LINE
           IF RST-NOTE NOT = SPACES
               MOVE RST-NOTE TO WS-RPT-NOTE
               WRITE REVIEW-REPORT-LINE FROM WS-RPT-NOTE-LINE
           END-IF.

       RETURN-NEXT-RESTRICTION SECTION.
           RETURN REVIEW-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF
           END-RETURN.

       PRINT-REVIEW-TOTALS SECTION.
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE ALL '=' TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE 'RESTRICTIONS IN FORCE:' TO WS-RPT-TOT-LABEL
           MOVE WS-IN-FORCE-COUNT TO WS-RPT-TOT-VALUE
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'DUE OR PAST REVIEW:' TO WS-RPT-TOT-LABEL
           MOVE WS-DUE-COUNT TO WS-RPT-TOT-VALUE
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE '  OF WHICH BLOCK A SPLIT:' TO WS-RPT-TOT-LABEL
           MOVE WS-BLOCKING-COUNT TO WS-RPT-TOT-VALUE
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'DUE BUT MEMBER INACTIVE, NOT LISTED:'
               TO WS-RPT-TOT-LABEL
           MOVE WS-INACTIVE-COUNT TO WS-RPT-TOT-VALUE
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

      *****************************************************************
      * Turns WS-CDATE (YYYYMMDD) into a running day count in
      * WS-CDAYS so two dates can be subtracted to get elapsed
      * days - the same routine retention_report uses.
      *****************************************************************
       CONVERT-DATE-TO-DAYS SECTION.
           DIVIDE WS-CDATE BY 10000 GIVING WS-CD-YEAR
               REMAINDER WS-CD-MMDD
           DIVIDE WS-CD-MMDD BY 100 GIVING WS-CD-MONTH
               REMAINDER WS-CD-DAY
           IF WS-CD-MONTH < 3
               SUBTRACT 1 FROM WS-CD-YEAR
               COMPUTE WS-CD-WORK-MONTH = WS-CD-MONTH + 12
           ELSE
               MOVE WS-CD-MONTH TO WS-CD-WORK-MONTH
           END-IF
           DIVIDE WS-CD-YEAR BY 4 GIVING WS-CD-QUARTERS
           DIVIDE WS-CD-YEAR BY 100 GIVING WS-CD-CENTURIES
           DIVIDE WS-CD-YEAR BY 400 GIVING WS-CD-QUADCENTS
           COMPUTE WS-CD-MONTH-DAYS =
               (153 * (WS-CD-WORK-MONTH + 1)) / 5
           COMPUTE WS-CDAYS = 365 * WS-CD-YEAR + WS-CD-QUARTERS
               - WS-CD-CENTURIES + WS-CD-QUADCENTS
               + WS-CD-MONTH-DAYS + WS-CD-DAY.
