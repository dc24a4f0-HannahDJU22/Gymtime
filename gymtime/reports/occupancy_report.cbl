       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCCUPANCY_REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GYM-LOG-FILE ASSIGN TO "GYMLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-KEY
               FILE STATUS IS WS-GYM-LOG-STATUS.

           SELECT ARCHIVE-LOG-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OCCUPANCY-REPORT ASSIGN TO "OCCUPNCY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCCUPANCY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GYM-LOG-FILE.
           COPY "GYM-LOG.CPY".

       FD  ARCHIVE-LOG-FILE.
       01 ARCHIVE-LOG-RECORD PIC X(28).

       FD  OCCUPANCY-REPORT.
       01 OCCUPANCY-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-GYM-LOG-STATUS PIC XX.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-OCCUPANCY-REPORT-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
         88 END-OF-LOG VALUE 'Y'.
       01 WS-ARCHIVE-EOF PIC X VALUE 'N'.
         88 END-OF-ARCHIVE VALUE 'Y'.
       01 WS-ARCHIVE-NAME PIC X(17).
       01 WS-ARCHIVES-READ PIC 9(3) VALUE 0.
       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-PERIOD-START-IN PIC X(8) VALUE SPACES.
       01 WS-PERIOD-END-IN PIC X(8) VALUE SPACES.
       01 WS-PERIOD-START PIC 9(8).
       01 WS-PERIOD-END PIC 9(8).
       01 WS-START-DAYS PIC 9(7).
       01 WS-END-DAYS PIC 9(7).
       01 WS-SCAN-DAYS PIC 9(7).
       01 WS-SCAN-MONTH PIC 9(6).
       01 WS-SCAN-YEAR PIC 9(4).
       01 WS-SCAN-MM PIC 9(2).
       01 WS-END-MONTH PIC 9(6).
       01 WS-PEAK-PCT PIC 9(3) VALUE 80.
       01 WS-PEAK-LEVEL PIC 9(7).
       01 WS-BUSIEST-HOUR-COUNT PIC 9(5) VALUE 0.
       01 WS-PEAK-COUNT PIC 9(2) VALUE 0.
       01 WS-TOTAL-CHECKINS PIC 9(6) VALUE 0.
       01 WS-TOTAL-UNTIMED PIC 9(6) VALUE 0.
       01 WS-LOG-HOUR PIC 9(2).
       01 WS-LOG-MINUTE PIC 9(2).
       01 WS-HOUR-IX PIC 9(2).
       01 WS-DAY-IX PIC 9(1).
       01 WS-LOG-DOW PIC 9(1).
       01 WS-DOW-WORK PIC 9(7).
       01 WS-DOW-WEEKS PIC 9(7).
       01 WS-DAY-BUSIEST-IX PIC 9(2).
       01 WS-DAY-BUSIEST-COUNT PIC 9(5).
       01 WS-DAY-AVERAGE PIC 9(4)V9.
       01 WS-OCCUPANCY-TABLE.
         05 WS-HOUR-ROW OCCURS 24 TIMES.
           10 WS-HOUR-DAY-COUNT OCCURS 7 TIMES PIC 9(5).
           10 WS-HOUR-TOTAL PIC 9(5).
       01 WS-DAY-TABLE.
         05 WS-DAY-ENTRY OCCURS 7 TIMES.
           10 WS-DAY-TOTAL PIC 9(5).
           10 WS-DAY-UNTIMED PIC 9(5).
           10 WS-DAYS-IN-RANGE PIC 9(4).
       01 WS-DAY-NAMES VALUE 'MONTUEWEDTHUFRISATSUN'.
         05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
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
         05 FILLER PIC X(25) VALUE 'GYMTIME OCCUPANCY REPORT '.
         05 WS-RPT-HEAD-START PIC 9(8).
         05 FILLER PIC X(4) VALUE ' TO '.
         05 WS-RPT-HEAD-END PIC 9(8).
         05 FILLER PIC X(10) VALUE ' RUN DATE '.
         05 WS-RPT-HEAD-DATE PIC 9(8).
         05 FILLER PIC X(17) VALUE SPACES.
       01 WS-RPT-SECTION-LINE PIC X(80).
       01 WS-RPT-GRID-COLUMN-LINE.
         05 FILLER PIC X(10) VALUE 'HOUR'.
         05 WS-RPT-GRID-DAY-HEAD OCCURS 7 TIMES.
           10 FILLER PIC X(3) VALUE SPACES.
           10 WS-RPT-GRID-DAY-NAME PIC X(3).
         05 FILLER PIC X(7) VALUE '  TOTAL'.
         05 FILLER PIC X(21) VALUE SPACES.
       01 WS-RPT-GRID-LINE.
         05 WS-RPT-GRID-HOUR PIC 9(2).
         05 FILLER PIC X(3) VALUE '00-'.
         05 WS-RPT-GRID-HOUR-TO PIC 9(2).
         05 FILLER PIC X(3) VALUE '59 '.
         05 WS-RPT-GRID-COUNT OCCURS 7 TIMES PIC Z(5)9.
         05 WS-RPT-GRID-TOTAL PIC Z(6)9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-GRID-FLAG PIC X(8).
         05 FILLER PIC X(11) VALUE SPACES.
       01 WS-RPT-UNTIMED-LINE.
         05 FILLER PIC X(10) VALUE 'NO TIME'.
         05 WS-RPT-UNTIMED-COUNT OCCURS 7 TIMES PIC Z(5)9.
         05 WS-RPT-UNTIMED-TOTAL PIC Z(6)9.
         05 FILLER PIC X(21) VALUE SPACES.
       01 WS-RPT-DAY-COLUMN-LINE.
         05 FILLER PIC X(5) VALUE 'DAY'.
         05 FILLER PIC X(10) VALUE ' CHECK-INS'.
         05 FILLER PIC X(6) VALUE '  DAYS'.
         05 FILLER PIC X(10) VALUE '   AVG/DAY'.
         05 FILLER PIC X(16) VALUE '   BUSIEST HOUR'.
         05 FILLER PIC X(33) VALUE SPACES.
       01 WS-RPT-DAY-LINE.
         05 WS-RPT-DAY-NAME PIC X(3).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-DAY-TOTAL PIC Z(9)9.
         05 WS-RPT-DAY-DAYS PIC Z(5)9.
         05 WS-RPT-DAY-AVERAGE PIC Z(7)9.9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-RPT-DAY-BUSIEST PIC X(9).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-DAY-BUSIEST-COUNT PIC Z(4)9.
         05 FILLER PIC X(31) VALUE SPACES.
       01 WS-RPT-TOTAL-LINE.
         05 WS-RPT-TOT-LABEL PIC X(30).
         05 WS-RPT-TOT-VALUE PIC Z(5)9.
         05 FILLER PIC X(44) VALUE SPACES.

      *****************************************************************
      * Floor occupancy over a chosen date range, for staffing the
      * desk and the gym floor. Every YES check-in in the range is
      * counted by the hour of day it was taken (LOG-TIME) and by
      * day of week, drawing on the live GYMLOG.DAT and on every
      * GYMLOG-yyyymm.DAT the month-end job archived for the months
      * the range touches. Hours within WS-PEAK-PCT of the busiest
      * hour are flagged PEAK. Check-ins logged before the time was
      * carried still count toward their day, on a NO TIME line of
      * their own. Guest and day-pass visits are counted with the
      * members' - a guest takes up floor space like anyone else.
      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'GYMTIME OCCUPANCY REPORT'
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY 'PERIOD START DATE (YYYYMMDD, BLANK = START OF '
               'THIS MONTH): '
           ACCEPT WS-PERIOD-START-IN
           IF WS-PERIOD-START-IN = SPACES
               DIVIDE WS-CURRENT-DATE BY 100 GIVING WS-SCAN-MONTH
               COMPUTE WS-PERIOD-START = WS-SCAN-MONTH * 100 + 1
           ELSE
               IF WS-PERIOD-START-IN IS NUMERIC
                   MOVE WS-PERIOD-START-IN TO WS-PERIOD-START
               ELSE
                   DISPLAY 'NOT 8 DIGITS - RUN ABANDONED'
                   GOBACK
               END-IF
           END-IF
           DISPLAY 'PERIOD END DATE   (YYYYMMDD, BLANK = TODAY): '
           ACCEPT WS-PERIOD-END-IN
           IF WS-PERIOD-END-IN = SPACES
               MOVE WS-CURRENT-DATE TO WS-PERIOD-END
           ELSE
               IF WS-PERIOD-END-IN IS NUMERIC
                   MOVE WS-PERIOD-END-IN TO WS-PERIOD-END
               ELSE
                   DISPLAY 'NOT 8 DIGITS - RUN ABANDONED'
                   GOBACK
               END-IF
           END-IF
           IF WS-PERIOD-END < WS-PERIOD-START
               DISPLAY 'END DATE BEFORE START DATE - RUN ABANDONED'
               GOBACK
           END-IF

           INITIALIZE WS-OCCUPANCY-TABLE
           INITIALIZE WS-DAY-TABLE
           PERFORM COUNT-DAYS-IN-RANGE
           PERFORM READ-ARCHIVED-LOGS
           PERFORM READ-CURRENT-LOG
           PERFORM FIND-PEAK-HOURS

           OPEN OUTPUT OCCUPANCY-REPORT
           PERFORM PRINT-HOUR-GRID
           PERFORM PRINT-DAY-SUMMARY
           PERFORM PRINT-OCCUPANCY-TOTALS
           CLOSE OCCUPANCY-REPORT

           DISPLAY 'CHECK-INS COUNTED:  ' WS-TOTAL-CHECKINS
           DISPLAY 'ARCHIVES READ:      ' WS-ARCHIVES-READ
           DISPLAY 'PEAK HOURS:         ' WS-PEAK-COUNT
           DISPLAY 'REPORT WRITTEN TO OCCUPNCY.RPT'

           GOBACK.

      *****************************************************************
      * How many of each weekday fall in the range, so a day's
      * check-ins can be shown as an average per day open.
      *****************************************************************
       COUNT-DAYS-IN-RANGE SECTION.
           MOVE WS-PERIOD-START TO WS-CDATE
           PERFORM CONVERT-DATE-TO-DAYS
           MOVE WS-CDAYS TO WS-START-DAYS
           MOVE WS-PERIOD-END TO WS-CDATE
           PERFORM CONVERT-DATE-TO-DAYS
           MOVE WS-CDAYS TO WS-END-DAYS
           PERFORM VARYING WS-SCAN-DAYS FROM WS-START-DAYS BY 1
                   UNTIL WS-SCAN-DAYS > WS-END-DAYS
               MOVE WS-SCAN-DAYS TO WS-CDAYS
               PERFORM SET-DAY-OF-WEEK
               ADD 1 TO WS-DAYS-IN-RANGE(WS-LOG-DOW)
           END-PERFORM.

      *****************************************************************
      * One archive per closed month, named the way gym_monthend
      * writes them. A month with no archive (still live, or never
      * closed) is simply skipped - its records are in GYMLOG.DAT.
      *****************************************************************
       READ-ARCHIVED-LOGS SECTION.
           DIVIDE WS-PERIOD-START BY 100 GIVING WS-SCAN-MONTH
           DIVIDE WS-PERIOD-END BY 100 GIVING WS-END-MONTH
           PERFORM UNTIL WS-SCAN-MONTH > WS-END-MONTH
               PERFORM READ-ONE-ARCHIVE
               DIVIDE WS-SCAN-MONTH BY 100 GIVING WS-SCAN-YEAR
                   REMAINDER WS-SCAN-MM
               IF WS-SCAN-MM >= 12
                   ADD 1 TO WS-SCAN-YEAR
                   MOVE 1 TO WS-SCAN-MM
               ELSE
                   ADD 1 TO WS-SCAN-MM
               END-IF
               COMPUTE WS-SCAN-MONTH = WS-SCAN-YEAR * 100 + WS-SCAN-MM
           END-PERFORM.

       READ-ONE-ARCHIVE SECTION.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING 'GYMLOG-' DELIMITED BY SIZE
                  WS-SCAN-MONTH DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           MOVE 'N' TO WS-ARCHIVE-EOF
           OPEN INPUT ARCHIVE-LOG-FILE
           IF WS-ARCHIVE-STATUS = '00'
               ADD 1 TO WS-ARCHIVES-READ
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
           END-IF.

       READ-CURRENT-LOG SECTION.
           OPEN INPUT GYM-LOG-FILE
           IF WS-GYM-LOG-STATUS NOT = '00'
               DISPLAY 'NO CURRENT GYMLOG.DAT - ARCHIVES ONLY'
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
                           PERFORM TALLY-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE GYM-LOG-FILE
           END-IF.

       TALLY-LOG-RECORD SECTION.
           IF LOG-YES-TO-GYM
               AND LOG-DATE >= WS-PERIOD-START
               AND LOG-DATE <= WS-PERIOD-END
               MOVE LOG-DATE TO WS-CDATE
               PERFORM CONVERT-DATE-TO-DAYS
               PERFORM SET-DAY-OF-WEEK
               ADD 1 TO WS-TOTAL-CHECKINS
               ADD 1 TO WS-DAY-TOTAL(WS-LOG-DOW)
               MOVE 99 TO WS-LOG-HOUR
               IF LOG-TIME IS NUMERIC AND LOG-TIME > 0
                   DIVIDE LOG-TIME BY 100 GIVING WS-LOG-HOUR
                       REMAINDER WS-LOG-MINUTE
               END-IF
               IF WS-LOG-HOUR > 23
                   ADD 1 TO WS-DAY-UNTIMED(WS-LOG-DOW)
                   ADD 1 TO WS-TOTAL-UNTIMED
               ELSE
                   COMPUTE WS-HOUR-IX = WS-LOG-HOUR + 1
                   ADD 1 TO WS-HOUR-DAY-COUNT(WS-HOUR-IX, WS-LOG-DOW)
                   ADD 1 TO WS-HOUR-TOTAL(WS-HOUR-IX)
               END-IF
           END-IF.

      *****************************************************************
      * An hour is a peak hour when its check-ins reach WS-PEAK-PCT
      * of the busiest hour's - the busiest hour itself always is.
      *****************************************************************
       FIND-PEAK-HOURS SECTION.
           MOVE 0 TO WS-BUSIEST-HOUR-COUNT
           PERFORM VARYING WS-HOUR-IX FROM 1 BY 1 UNTIL WS-HOUR-IX > 24
               IF WS-HOUR-TOTAL(WS-HOUR-IX) > WS-BUSIEST-HOUR-COUNT
                   MOVE WS-HOUR-TOTAL(WS-HOUR-IX)
                       TO WS-BUSIEST-HOUR-COUNT
               END-IF
           END-PERFORM
           COMPUTE WS-PEAK-LEVEL = WS-BUSIEST-HOUR-COUNT * WS-PEAK-PCT
           MOVE 0 TO WS-PEAK-COUNT
           IF WS-BUSIEST-HOUR-COUNT > 0
               PERFORM VARYING WS-HOUR-IX FROM 1 BY 1
                       UNTIL WS-HOUR-IX > 24
                   IF WS-HOUR-TOTAL(WS-HOUR-IX) * 100 >= WS-PEAK-LEVEL
                       ADD 1 TO WS-PEAK-COUNT
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-HOUR-GRID SECTION.
           MOVE WS-PERIOD-START TO WS-RPT-HEAD-START
           MOVE WS-PERIOD-END TO WS-RPT-HEAD-END
           MOVE WS-CURRENT-DATE TO WS-RPT-HEAD-DATE
           WRITE OCCUPANCY-REPORT-LINE FROM WS-RPT-HEADING-LINE
           MOVE ALL '=' TO OCCUPANCY-REPORT-LINE
           WRITE OCCUPANCY-REPORT-LINE
           MOVE 'CHECK-INS BY HOUR OF DAY AND DAY OF WEEK'
               TO WS-RPT-SECTION-LINE
           WRITE OCCUPANCY-REPORT-LINE FROM WS-RPT-SECTION-LINE
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 7
               MOVE WS-DAY-NAME(WS-DAY-IX)
                   TO WS-RPT-GRID-DAY-NAME(WS-DAY-IX)
           END-PERFORM
           WRITE OCCUPANCY-REPORT-LINE FROM WS-RPT-GRID-COLUMN-LINE
           PERFORM VARYING WS-HOUR-IX FROM 1 BY 1 UNTIL WS-HOUR-IX > 24
               PERFORM PRINT-HOUR-LINE
           END-PERFORM
           IF WS-TOTAL-UNTIMED > 0
               PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                       UNTIL WS-DAY-IX > 7
                   MOVE WS-DAY-UNTIMED(WS-DAY-IX)
                       TO WS-RPT-UNTIMED-COUNT(WS-DAY-IX)
               END-PERFORM
               MOVE WS-TOTAL-UNTIMED TO WS-RPT-UNTIMED-TOTAL
               WRITE OCCUPANCY-REPORT-LINE FROM WS-RPT-UNTIMED-LINE
           END-IF.

       PRINT-HOUR-LINE SECTION.
           COMPUTE WS-RPT-GRID-HOUR = WS-HOUR-IX - 1
           COMPUTE WS-RPT-GRID-HOUR-TO = WS-HOUR-IX - 1
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 7
               MOVE WS-HOUR-DAY-COUNT(WS-HOUR-IX, WS-DAY-IX)
                   TO WS-RPT-GRID-COUNT(WS-DAY-IX)
           END-PERFORM
           MOVE WS-HOUR-TOTAL(WS-HOUR-IX) TO WS-RPT-GRID-TOTAL
           IF WS-BUSIEST-HOUR-COUNT > 0
               AND WS-HOUR-TOTAL(WS-HOUR-IX) * 100 >= WS-PEAK-LEVEL
               MOVE '*** PEAK' TO WS-RPT-GRID-FLAG
           ELSE
               MOVE SPACES TO WS-RPT-GRID-FLAG
           END-IF
           WRITE OCCUPANCY-REPORT-LINE FROM WS-RPT-GRID-LINE.

       PRINT-DAY-SUMMARY SECTION.
           MOVE SPACES TO OCCUPANCY-REPORT-LINE
           WRITE OCCUPANCY-REPORT-LINE
           MOVE 'CHECK-INS BY DAY OF WEEK' TO WS-RPT-SECTION-LINE
           WRITE OCCUPANCY-REPORT-LINE FROM WS-RPT-SECTION-LINE
           WRITE OCCUPANCY-REPORT-LINE FROM WS-RPT-DAY-COLUMN-LINE
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 7
               PERFORM PRINT-DAY-LINE
           END-PERFORM.

       PRINT-DAY-LINE SECTION.
           MOVE 0 TO WS-DAY-BUSIEST-COUNT
           MOVE 0 TO WS-DAY-BUSIEST-IX
           PERFORM VARYING WS-HOUR-IX FROM 1 BY 1 UNTIL WS-HOUR-IX > 24
               IF WS-HOUR-DAY-COUNT(WS-HOUR-IX, WS-DAY-IX)
                   > WS-DAY-BUSIEST-COUNT
                   MOVE WS-HOUR-DAY-COUNT(WS-HOUR-IX, WS-DAY-IX)
                       TO WS-DAY-BUSIEST-COUNT
                   MOVE WS-HOUR-IX TO WS-DAY-BUSIEST-IX
               END-IF
           END-PERFORM
           MOVE 0 TO WS-DAY-AVERAGE
           IF WS-DAYS-IN-RANGE(WS-DAY-IX) > 0
               COMPUTE WS-DAY-AVERAGE ROUNDED =
                   WS-DAY-TOTAL(WS-DAY-IX) / WS-DAYS-IN-RANGE(WS-DAY-IX)
           END-IF
           MOVE WS-DAY-NAME(WS-DAY-IX) TO WS-RPT-DAY-NAME
           MOVE WS-DAY-TOTAL(WS-DAY-IX) TO WS-RPT-DAY-TOTAL
           MOVE WS-DAYS-IN-RANGE(WS-DAY-IX) TO WS-RPT-DAY-DAYS
           MOVE WS-DAY-AVERAGE TO WS-RPT-DAY-AVERAGE
           IF WS-DAY-BUSIEST-IX > 0
               COMPUTE WS-LOG-HOUR = WS-DAY-BUSIEST-IX - 1
               MOVE SPACES TO WS-RPT-DAY-BUSIEST
               STRING WS-LOG-HOUR DELIMITED BY SIZE
                      '00-' DELIMITED BY SIZE
                      WS-LOG-HOUR DELIMITED BY SIZE
                      '59' DELIMITED BY SIZE
                   INTO WS-RPT-DAY-BUSIEST
               MOVE WS-DAY-BUSIEST-COUNT TO WS-RPT-DAY-BUSIEST-COUNT
           ELSE
               MOVE SPACES TO WS-RPT-DAY-BUSIEST
               MOVE 0 TO WS-RPT-DAY-BUSIEST-COUNT
           END-IF
           WRITE OCCUPANCY-REPORT-LINE FROM WS-RPT-DAY-LINE.

       PRINT-OCCUPANCY-TOTALS SECTION.
           MOVE ALL '=' TO OCCUPANCY-REPORT-LINE
           WRITE OCCUPANCY-REPORT-LINE
           MOVE 'CHECK-INS COUNTED:            ' TO WS-RPT-TOT-LABEL
           MOVE WS-TOTAL-CHECKINS TO WS-RPT-TOT-VALUE
           WRITE OCCUPANCY-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'WITH NO TIME RECORDED:        ' TO WS-RPT-TOT-LABEL
           MOVE WS-TOTAL-UNTIMED TO WS-RPT-TOT-VALUE
           WRITE OCCUPANCY-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'BUSIEST HOUR CHECK-INS:       ' TO WS-RPT-TOT-LABEL
           MOVE WS-BUSIEST-HOUR-COUNT TO WS-RPT-TOT-VALUE
           WRITE OCCUPANCY-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'HOURS FLAGGED PEAK:           ' TO WS-RPT-TOT-LABEL
           MOVE WS-PEAK-COUNT TO WS-RPT-TOT-VALUE
           WRITE OCCUPANCY-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'MONTHLY ARCHIVES READ:        ' TO WS-RPT-TOT-LABEL
           MOVE WS-ARCHIVES-READ TO WS-RPT-TOT-VALUE
           WRITE OCCUPANCY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

      *****************************************************************
      * Day of week (1 = MON ... 7 = SUN) from the running day count
      * in WS-CDAYS.
      *****************************************************************
       SET-DAY-OF-WEEK SECTION.
           COMPUTE WS-DOW-WORK = WS-CDAYS + 5
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-WEEKS
               REMAINDER WS-LOG-DOW
           ADD 1 TO WS-LOG-DOW.

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
