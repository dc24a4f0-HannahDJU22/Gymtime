       IDENTIFICATION DIVISION.
       PROGRAM-ID. GYMLOG_CONVERT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-GYM-LOG-FILE ASSIGN TO "GYMLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-GYM-LOG-STATUS.

           SELECT GYM-LOG-FILE ASSIGN TO "GYMLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-KEY
               FILE STATUS IS WS-GYM-LOG-STATUS.

           SELECT LOG-SORT-FILE ASSIGN TO "GLSORT.TMP".

           SELECT CONVERT-BACKUP-FILE ASSIGN TO "GLCONV.BAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERT-BACKUP-STATUS.

           SELECT CONVERT-REPORT ASSIGN TO "GLCONV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-GYM-LOG-FILE.
       01 OLD-GYM-LOG-RECORD PIC X(28).

       FD  GYM-LOG-FILE.
           COPY "GYM-LOG.CPY".

       SD  LOG-SORT-FILE.
       01 LOG-SORT-RECORD.
         05 GS-MEMBER-ID PIC X(6).
         05 GS-DATE PIC X(8).
         05 GS-SEQ PIC 9(7).
         05 GS-IMAGE PIC X(28).

       FD  CONVERT-BACKUP-FILE.
       01 CONVERT-BACKUP-RECORD PIC X(28).

       FD  CONVERT-REPORT.
       01 CONVERT-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OLD-GYM-LOG-STATUS PIC XX.
       01 WS-GYM-LOG-STATUS PIC XX.
       01 WS-CONVERT-BACKUP-STATUS PIC XX.
       01 WS-CONVERT-REPORT-STATUS PIC XX.
       01 WS-MODE-IN PIC X(1).
       01 WS-RUN-MODE PIC X(1) VALUE 'T'.
         88 TRIAL-RUN VALUE 'T'.
         88 LIVE-RUN VALUE 'L'.
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-FILE-EOF PIC X VALUE 'N'.
         88 END-OF-FILE VALUE 'Y'.
       01 WS-SORTED-EOF PIC X VALUE 'N'.
         88 END-OF-SORTED VALUE 'Y'.
       01 WS-CONVERT-NEEDED PIC X VALUE 'N'.
         88 CONVERT-NEEDED VALUE 'Y'.
       01 WS-GRP-KEY PIC X(14).
       01 WS-RECORDS-READ PIC 9(7) VALUE 0.
       01 WS-RECORDS-WRITTEN PIC 9(7) VALUE 0.
       01 WS-DUPLICATES PIC 9(7) VALUE 0.
       01 WS-UNUSABLE PIC 9(7) VALUE 0.
       01 WS-RPT-HEADING-LINE.
         05 FILLER PIC X(33)
            VALUE 'GYMTIME GYMLOG.DAT CONVERSION   '.
         05 FILLER PIC X(9) VALUE 'RUN DATE '.
         05 WS-RPT-HEAD-DATE PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-HEAD-MODE PIC X(28).
       01 WS-RPT-TEXT-LINE.
         05 WS-RPT-TEXT PIC X(80).
       01 WS-RPT-COLUMN-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(9) VALUE 'MEMBER'.
         05 FILLER PIC X(10) VALUE 'DATE'.
         05 FILLER PIC X(4) VALUE 'Y/N'.
         05 FILLER PIC X(6) VALUE 'PLAN'.
         05 FILLER PIC X(6) VALUE 'TIME'.
         05 FILLER PIC X(43) VALUE 'NOTE'.
       01 WS-RPT-RECORD-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-MEMBER-ID PIC X(6).
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-RPT-DATE PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-ANSWER PIC X(1).
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-RPT-PLAN PIC X(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-TIME PIC X(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-NOTE PIC X(43).
       01 WS-RPT-TOTAL-LINE.
         05 WS-RPT-TOT-LABEL PIC X(40).
         05 WS-RPT-TOT-VALUE PIC Z(6)9.
         05 FILLER PIC X(33) VALUE SPACES.

      *****************************************************************
      * One-off conversion of GYMLOG.DAT from the old flat file,
      * added to at the end by every check-in, to the indexed file
      * keyed on member + date that the check-in, the split advice,
      * the batch and the reports now read. The flat records are
      * sorted into key order and loaded into a new GYMLOG.DAT of
      * the same name. Member + date has to be unique, so where the
      * old file holds a member twice on one day (entries from
      * before the one-session-a-day rule) the first one written -
      * the original check-in - is kept and the rest are listed on
      * GLCONV.RPT and dropped. A record with no member ID or a
      * date that is not a date cannot be keyed and is dropped and
      * listed as well.
      * Run it as a trial first (the default): nothing is changed
      * and the report shows what a live run would do. A live run
      * copies every flat record, unaltered and in its original
      * order, to GLCONV.BAK before the new file is written, so the
      * old log can be put back by copying that file over
      * GYMLOG.DAT. Running it again is harmless: a GYMLOG.DAT that
      * already opens as an indexed file is taken as converted and
      * left alone. No GYMLOG.DAT at all needs no conversion - the
      * first check-in creates the indexed file. Run order for the
      * change-over, with the day closed at the desk and before any
      * other program is run: layout_convert (MEMBERS.DAT,
      * DUESRATE.DAT and GYMRUN.DAT into their current layouts),
      * then this run, then a gym_unload so the log has its first
      * backup and control count.
      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'GYMTIME GYMLOG.DAT CONVERSION'
           DISPLAY 'TRIAL RUN - REPORT ONLY, NO FILE CHANGED '
               '(Y/N, BLANK = Y): '
           ACCEPT WS-MODE-IN
           IF WS-MODE-IN = 'N' OR WS-MODE-IN = 'n'
               MOVE 'L' TO WS-RUN-MODE
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CONVERT-REPORT
           MOVE WS-CURRENT-DATE TO WS-RPT-HEAD-DATE
           IF TRIAL-RUN
               MOVE 'TRIAL RUN - NO FILE CHANGED' TO WS-RPT-HEAD-MODE
           ELSE
               MOVE 'LIVE RUN' TO WS-RPT-HEAD-MODE
           END-IF
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-HEADING-LINE
           MOVE ALL '=' TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           PERFORM CHECK-LOG-LAYOUT
           IF CONVERT-NEEDED
               MOVE SPACES TO CONVERT-REPORT-LINE
               WRITE CONVERT-REPORT-LINE
               MOVE 'RECORDS DROPPED' TO CONVERT-REPORT-LINE
               WRITE CONVERT-REPORT-LINE
               WRITE CONVERT-REPORT-LINE FROM WS-RPT-COLUMN-LINE
               SORT LOG-SORT-FILE
                   ON ASCENDING KEY GS-MEMBER-ID GS-DATE GS-SEQ
                   INPUT PROCEDURE IS RELEASE-FLAT-LOG
                   OUTPUT PROCEDURE IS WRITE-INDEXED-LOG
               IF WS-DUPLICATES = 0 AND WS-UNUSABLE = 0
                   MOVE '  NONE' TO CONVERT-REPORT-LINE
                   WRITE CONVERT-REPORT-LINE
               END-IF
               PERFORM PRINT-RUN-TOTALS
           END-IF
           CLOSE CONVERT-REPORT

           DISPLAY 'RECORDS READ:       ' WS-RECORDS-READ
           DISPLAY 'RECORDS CONVERTED:  ' WS-RECORDS-WRITTEN
           DISPLAY 'RECORDS DROPPED:    ' WS-DUPLICATES
               ' DUPLICATE, ' WS-UNUSABLE ' UNUSABLE'
           IF TRIAL-RUN
               DISPLAY 'TRIAL RUN - NO FILE CHANGED'
           END-IF
           DISPLAY 'REPORT WRITTEN TO GLCONV.RPT'

           GOBACK.

      *****************************************************************
      * The log is probed as an indexed file first. It opening
      * cleanly means it has already been converted; no file means
      * there is nothing to convert; any other status is the old
      * flat file, which is what this run is here for.
      *****************************************************************
       CHECK-LOG-LAYOUT SECTION.
           MOVE 'N' TO WS-CONVERT-NEEDED
           OPEN INPUT GYM-LOG-FILE
           EVALUATE WS-GYM-LOG-STATUS
               WHEN '00'
                   CLOSE GYM-LOG-FILE
                   MOVE
                       'GYMLOG.DAT ALREADY INDEXED - TAKEN AS CONVERTED'
                       TO WS-RPT-TEXT
                   WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
                   DISPLAY 'GYMLOG.DAT ALREADY CONVERTED'
               WHEN '35'
                   MOVE 'NO GYMLOG.DAT ON FILE - NOTHING TO CONVERT'
                       TO WS-RPT-TEXT
                   WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
                   DISPLAY 'NO GYMLOG.DAT ON FILE'
               WHEN OTHER
                   OPEN INPUT OLD-GYM-LOG-FILE
                   IF WS-OLD-GYM-LOG-STATUS = '00'
                       CLOSE OLD-GYM-LOG-FILE
                       MOVE 'Y' TO WS-CONVERT-NEEDED
                   ELSE
                       MOVE SPACES TO WS-RPT-TEXT
                       STRING 'GYMLOG.DAT OPENS NEITHER WAY (STATUS '
                                  DELIMITED BY SIZE
                              WS-GYM-LOG-STATUS DELIMITED BY SIZE
                              '/' DELIMITED BY SIZE
                              WS-OLD-GYM-LOG-STATUS DELIMITED BY SIZE
                              ') - NOTHING CHANGED' DELIMITED BY SIZE
                           INTO WS-RPT-TEXT
                       WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
                       DISPLAY 'GYMLOG.DAT WILL NOT OPEN - SEE '
                           'GLCONV.RPT'
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * The backup copy is complete and closed before the sort hands
      * anything back, so it is safely on disk before the output
      * side replaces GYMLOG.DAT.
      *****************************************************************
       RELEASE-FLAT-LOG SECTION.
           MOVE 'N' TO WS-FILE-EOF
           IF LIVE-RUN
               OPEN OUTPUT CONVERT-BACKUP-FILE
           END-IF
           OPEN INPUT OLD-GYM-LOG-FILE
           PERFORM UNTIL END-OF-FILE
               READ OLD-GYM-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       PERFORM RELEASE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-GYM-LOG-FILE
           IF LIVE-RUN
               CLOSE CONVERT-BACKUP-FILE
           END-IF.

       RELEASE-ONE-RECORD SECTION.
           ADD 1 TO WS-RECORDS-READ
           IF LIVE-RUN
               WRITE CONVERT-BACKUP-RECORD FROM OLD-GYM-LOG-RECORD
           END-IF
           MOVE OLD-GYM-LOG-RECORD TO GS-IMAGE
           IF GS-IMAGE(1:6) = SPACES OR GS-IMAGE(7:8) NOT NUMERIC
               ADD 1 TO WS-UNUSABLE
               MOVE 'NO MEMBER ID OR BAD DATE - DROPPED'
                   TO WS-RPT-NOTE
               PERFORM PRINT-DROPPED-RECORD
           ELSE
               MOVE GS-IMAGE(1:6) TO GS-MEMBER-ID
               MOVE GS-IMAGE(7:8) TO GS-DATE
               MOVE WS-RECORDS-READ TO GS-SEQ
               RELEASE LOG-SORT-RECORD
           END-IF.

      *****************************************************************
      * The sorted records come back in key order, each member's
      * days in date order and a repeated day in the order the old
      * file held it, so the first of each member + date is the
      * one written.
      *****************************************************************
       WRITE-INDEXED-LOG SECTION.
           MOVE 'N' TO WS-SORTED-EOF
           IF LIVE-RUN
               OPEN OUTPUT GYM-LOG-FILE
           END-IF
           MOVE SPACES TO WS-GRP-KEY
           PERFORM UNTIL END-OF-SORTED
               RETURN LOG-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORTED-EOF
                   NOT AT END
                       PERFORM WRITE-ONE-RECORD
               END-RETURN
           END-PERFORM
           IF LIVE-RUN
               CLOSE GYM-LOG-FILE
           END-IF.

       WRITE-ONE-RECORD SECTION.
           IF GS-IMAGE(1:14) = WS-GRP-KEY
               ADD 1 TO WS-DUPLICATES
               MOVE 'SAME MEMBER AND DAY AS AN EARLIER ONE - DROPPED'
                   TO WS-RPT-NOTE
               PERFORM PRINT-DROPPED-RECORD
           ELSE
               MOVE GS-IMAGE(1:14) TO WS-GRP-KEY
               ADD 1 TO WS-RECORDS-WRITTEN
               IF LIVE-RUN
                   MOVE GS-IMAGE TO GYM-LOG-RECORD
                   WRITE GYM-LOG-RECORD
               END-IF
           END-IF.

       PRINT-DROPPED-RECORD SECTION.
           MOVE GS-IMAGE(1:6) TO WS-RPT-MEMBER-ID
           MOVE GS-IMAGE(7:8) TO WS-RPT-DATE
           MOVE GS-IMAGE(15:1) TO WS-RPT-ANSWER
           MOVE GS-IMAGE(16:4) TO WS-RPT-PLAN
           MOVE GS-IMAGE(24:4) TO WS-RPT-TIME
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-RECORD-LINE.

       PRINT-RUN-TOTALS SECTION.
           MOVE SPACES TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           MOVE ALL '=' TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           MOVE 'FLAT RECORDS READ:' TO WS-RPT-TOT-LABEL
           MOVE WS-RECORDS-READ TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           IF LIVE-RUN
               MOVE 'WRITTEN TO INDEXED GYMLOG.DAT:'
                   TO WS-RPT-TOT-LABEL
           ELSE
               MOVE 'WOULD BE WRITTEN TO INDEXED GYMLOG.DAT:'
                   TO WS-RPT-TOT-LABEL
           END-IF
           MOVE WS-RECORDS-WRITTEN TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'DROPPED, SAME MEMBER AND DAY:' TO WS-RPT-TOT-LABEL
           MOVE WS-DUPLICATES TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'DROPPED, NO USABLE KEY:' TO WS-RPT-TOT-LABEL
           MOVE WS-UNUSABLE TO WS-RPT-TOT-VALUE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           IF LIVE-RUN
               MOVE 'FLAT RECORDS COPIED TO GLCONV.BAK:'
                   TO WS-RPT-TOT-LABEL
               MOVE WS-RECORDS-READ TO WS-RPT-TOT-VALUE
               WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           END-IF.
