       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYOUT_CONVERT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MEMBER-MASTER ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-MEMBER-ID-KEY
               FILE STATUS IS WS-OLD-MEMBER-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID-KEY
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT OLD-DUES-RATE-FILE ASSIGN TO "DUESRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-RATE-ID
               FILE STATUS IS WS-OLD-RATE-STATUS.

           SELECT DUES-RATE-FILE ASSIGN TO "DUESRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-ID
               FILE STATUS IS WS-DUES-RATE-STATUS.

           SELECT OLD-RUN-CONTROL-FILE ASSIGN TO "GYMRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-RUN-CONTROL-ID
               FILE STATUS IS WS-OLD-RUN-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "GYMRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CONTROL-ID
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT LAYOUT-SORT-FILE ASSIGN TO "LAYSORT.TMP".

           SELECT MEMBER-BACKUP-FILE ASSIGN TO "MBRCONV.BAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-BACKUP-STATUS.

           SELECT RATE-BACKUP-FILE ASSIGN TO "RATECONV.BAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-BACKUP-STATUS.

           SELECT RUN-BACKUP-FILE ASSIGN TO "RUNCONV.BAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-BACKUP-STATUS.

           SELECT CONVERT-REPORT ASSIGN TO "LAYCONV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * MEMBERS.DAT as it stood before freezes and trainers: 56
      * bytes, ending at the goal weight.
      *****************************************************************
       FD  OLD-MEMBER-MASTER.
       01 OLD-MEMBER-RECORD.
         05 OLD-MEMBER-ID-KEY PIC X(6).
         05 OLD-MEMBER-NAME PIC X(30).
         05 OLD-MEMBER-JOIN-DATE PIC 9(8).
         05 OLD-MEMBER-STATUS PIC X(1).
         05 OLD-MEMBER-VISIT-COUNT PIC 9(5).
         05 OLD-MEMBER-NO-STREAK PIC 9(3).
         05 OLD-MEMBER-GOAL-WEIGHT PIC 9(3).

       FD  MEMBER-MASTER.
           COPY "MEMBER-MASTER.CPY".

      *****************************************************************
      * DUESRATE.DAT as it stood before the guest day fee: 12 bytes.
      *****************************************************************
       FD  OLD-DUES-RATE-FILE.
       01 OLD-DUES-RATE-RECORD.
         05 OLD-RATE-ID PIC X(4).
         05 OLD-RATE-MONTHLY-FEE PIC 9(3)V99.
         05 OLD-RATE-ARREARS-LIMIT PIC 9(2).
         05 OLD-RATE-ARREARS-HOLD PIC X(1).

       FD  DUES-RATE-FILE.
           COPY "DUES-RATE.CPY".

      *****************************************************************
      * GYMRUN.DAT as it stood when a transaction image was 56
      * bytes: 146 bytes in all.
      *****************************************************************
       FD  OLD-RUN-CONTROL-FILE.
       01 OLD-RUN-CONTROL-RECORD.
         05 OLD-RUN-CONTROL-ID PIC X(8).
         05 OLD-RUN-DATE PIC 9(8).
         05 OLD-RUN-FIRST-TXN PIC X(56).
         05 OLD-RUN-LAST-TXN PIC X(56).
         05 OLD-RUN-TXN-COUNT PIC 9(5).
         05 OLD-RUN-TXN-DONE PIC 9(5).
         05 OLD-RUN-STATUS PIC X(8).

      *****************************************************************
      * Holds one file's old records, in the key order they were
      * read, while the file is replaced - the old and the new
      * layout cannot be open on the same file at once.
      *****************************************************************
       SD  LAYOUT-SORT-FILE.
       01 LAYOUT-SORT-RECORD.
         05 LS-SEQ PIC 9(7).
         05 LS-IMAGE PIC X(146).

       FD  RUN-CONTROL-FILE.
           COPY "RUN-CONTROL.CPY".

       FD  MEMBER-BACKUP-FILE.
       01 MEMBER-BACKUP-RECORD PIC X(56).

       FD  RATE-BACKUP-FILE.
       01 RATE-BACKUP-RECORD PIC X(12).

       FD  RUN-BACKUP-FILE.
       01 RUN-BACKUP-RECORD PIC X(146).

       FD  CONVERT-REPORT.
       01 CONVERT-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OLD-MEMBER-STATUS PIC XX.
       01 WS-MEMBER-MASTER-STATUS PIC XX.
       01 WS-OLD-RATE-STATUS PIC XX.
       01 WS-DUES-RATE-STATUS PIC XX.
       01 WS-OLD-RUN-STATUS PIC XX.
       01 WS-RUN-CONTROL-STATUS PIC XX.
       01 WS-MEMBER-BACKUP-STATUS PIC XX.
       01 WS-RATE-BACKUP-STATUS PIC XX.
       01 WS-RUN-BACKUP-STATUS PIC XX.
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
       01 WS-FILE-ACTION PIC X(1).
         88 FILE-CONVERTED VALUE 'C'.
         88 FILE-CHECKED VALUE 'R'.
       01 WS-FILE-NAME PIC X(12).
       01 WS-BACKUP-NAME PIC X(12).
       01 WS-OLD-STATUS PIC XX.
       01 WS-NEW-STATUS PIC XX.
       01 WS-RECORDS-READ PIC 9(7) VALUE 0.
       01 WS-RECORDS-WRITTEN PIC 9(7) VALUE 0.
       01 WS-RECORDS-REPAIRED PIC 9(7) VALUE 0.
       01 WS-FILES-CONVERTED PIC 9(1) VALUE 0.
       01 WS-RPT-HEADING-LINE.
         05 FILLER PIC X(33)
            VALUE 'GYMTIME RECORD LAYOUT CONVERSION '.
         05 FILLER PIC X(9) VALUE 'RUN DATE '.
         05 WS-RPT-HEAD-DATE PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-HEAD-MODE PIC X(28).
       01 WS-RPT-TEXT-LINE.
         05 WS-RPT-TEXT PIC X(80).
       01 WS-RPT-REPAIR-LINE.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-RPT-REPAIR-KEY PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-REPAIR-NOTE PIC X(66).
       01 WS-RPT-TOTAL-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-TOT-LABEL PIC X(38).
         05 WS-RPT-TOT-VALUE PIC Z(6)9.
         05 FILLER PIC X(33) VALUE SPACES.

      *****************************************************************
      * One-off conversion of the three indexed files whose records
      * grew when freezes, trainers, guest passes and the wider
      * transaction image came in:
      *   MEMBERS.DAT   56 -> 76 bytes: MEMBER-FREEZE-START and
      *                 MEMBER-FREEZE-END set to zero, MEMBER-
      *                 TRAINER-ID to spaces (no trainer)
      *   DUESRATE.DAT  12 -> 17 bytes: RATE-GUEST-FEE set to zero,
      *                 to be keyed in dues_maint before the desk
      *                 sells a guest pass
      *   GYMRUN.DAT   146 -> 154 bytes: the first and last
      *                 transaction images padded with spaces from
      *                 56 to 60 bytes
      * The programs that use these files cannot open them in the
      * old layout, so this is run before any of them.
      * Each file is probed in the current layout first. One that
      * opens cleanly is already converted; MEMBERS.DAT and
      * DUESRATE.DAT are still read through, because a MEMBERS.DAT
      * put back by gym_reload from an unload taken before the
      * change comes back with spaces in the freeze dates - any
      * record with a new numeric field that is not numeric has it
      * set to zero and is listed. No file at all needs nothing.
      * Any other status is the old layout, which is what this run
      * is here for.
      * Run it as a trial first (the default): nothing is changed
      * and LAYCONV.RPT shows what a live run would do. A live run
      * copies every old record, unaltered and in key order, to
      * MBRCONV.BAK, RATECONV.BAK or RUNCONV.BAK before that file is
      * replaced. Running it again is harmless. Run order for the
      * change-over, with the desk closed: layout_convert, then
      * gymlog_convert, then gym_unload so the converted masters
      * have a fresh backup and control count.
      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'GYMTIME RECORD LAYOUT CONVERSION'
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

           PERFORM CONVERT-MEMBER-MASTER
           PERFORM CONVERT-DUES-RATE
           PERFORM CONVERT-RUN-CONTROL
           CLOSE CONVERT-REPORT

           IF TRIAL-RUN
               DISPLAY 'FILES IN THE OLD LAYOUT:  ' WS-FILES-CONVERTED
               DISPLAY 'TRIAL RUN - NO FILE CHANGED'
           ELSE
               DISPLAY 'FILES CONVERTED:          ' WS-FILES-CONVERTED
           END-IF
           DISPLAY 'REPORT WRITTEN TO LAYCONV.RPT'

           GOBACK.

       CONVERT-MEMBER-MASTER SECTION.
           MOVE 'MEMBERS.DAT' TO WS-FILE-NAME
           MOVE 'MBRCONV.BAK' TO WS-BACKUP-NAME
           PERFORM START-FILE
           OPEN INPUT MEMBER-MASTER
           MOVE WS-MEMBER-MASTER-STATUS TO WS-NEW-STATUS
           EVALUATE WS-MEMBER-MASTER-STATUS
               WHEN '00'
                   CLOSE MEMBER-MASTER
                   PERFORM CHECK-MEMBER-FIELDS
               WHEN '35'
                   PERFORM NOTE-NO-FILE
               WHEN OTHER
                   OPEN INPUT OLD-MEMBER-MASTER
                   MOVE WS-OLD-MEMBER-STATUS TO WS-OLD-STATUS
                   IF WS-OLD-MEMBER-STATUS = '00'
                       CLOSE OLD-MEMBER-MASTER
                       PERFORM NOTE-OLD-LAYOUT
                       SORT LAYOUT-SORT-FILE
                           ON ASCENDING KEY LS-SEQ
                           INPUT PROCEDURE IS RELEASE-OLD-MEMBERS
                           OUTPUT PROCEDURE IS WRITE-NEW-MEMBERS
                   ELSE
                       PERFORM NOTE-NEITHER-LAYOUT
                   END-IF
           END-EVALUATE
           PERFORM PRINT-FILE-TOTALS.

      *****************************************************************
      * The backup copy is complete and closed before the sort hands
      * anything back, so it is safely on disk before the output
      * side replaces the file - the same for all three files.
      *****************************************************************
       RELEASE-OLD-MEMBERS SECTION.
           MOVE 'N' TO WS-FILE-EOF
           IF LIVE-RUN
               OPEN OUTPUT MEMBER-BACKUP-FILE
           END-IF
           OPEN INPUT OLD-MEMBER-MASTER
           MOVE LOW-VALUES TO OLD-MEMBER-ID-KEY
           START OLD-MEMBER-MASTER KEY >= OLD-MEMBER-ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FILE-EOF
           END-START
           PERFORM UNTIL END-OF-FILE
               READ OLD-MEMBER-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF LIVE-RUN
                           WRITE MEMBER-BACKUP-RECORD
                               FROM OLD-MEMBER-RECORD
                       END-IF
                       MOVE WS-RECORDS-READ TO LS-SEQ
                       MOVE OLD-MEMBER-RECORD TO LS-IMAGE
                       RELEASE LAYOUT-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-MEMBER-MASTER
           IF LIVE-RUN
               CLOSE MEMBER-BACKUP-FILE
           END-IF.

       WRITE-NEW-MEMBERS SECTION.
           MOVE 'N' TO WS-SORTED-EOF
           IF LIVE-RUN
               OPEN OUTPUT MEMBER-MASTER
           END-IF
           PERFORM UNTIL END-OF-SORTED
               RETURN LAYOUT-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORTED-EOF
                   NOT AT END
                       PERFORM WRITE-ONE-MEMBER
               END-RETURN
           END-PERFORM
           IF LIVE-RUN
               CLOSE MEMBER-MASTER
           END-IF.

       WRITE-ONE-MEMBER SECTION.
           MOVE LS-IMAGE TO OLD-MEMBER-RECORD
           MOVE SPACES TO MEMBER-MASTER-RECORD
           MOVE OLD-MEMBER-ID-KEY TO MEMBER-ID-KEY
           MOVE OLD-MEMBER-NAME TO MEMBER-NAME
           MOVE OLD-MEMBER-JOIN-DATE TO MEMBER-JOIN-DATE
           MOVE OLD-MEMBER-STATUS TO MEMBER-STATUS
           MOVE OLD-MEMBER-VISIT-COUNT TO MEMBER-VISIT-COUNT
           MOVE OLD-MEMBER-NO-STREAK TO MEMBER-NO-STREAK
           MOVE OLD-MEMBER-GOAL-WEIGHT TO MEMBER-GOAL-WEIGHT
           MOVE 0 TO MEMBER-FREEZE-START
           MOVE 0 TO MEMBER-FREEZE-END
           MOVE SPACES TO MEMBER-TRAINER-ID
           ADD 1 TO WS-RECORDS-WRITTEN
           IF LIVE-RUN
               WRITE MEMBER-MASTER-RECORD
           END-IF.

       CHECK-MEMBER-FIELDS SECTION.
           MOVE 'R' TO WS-FILE-ACTION
           MOVE 'ALREADY IN THE CURRENT LAYOUT - NEW FIELDS CHECKED'
               TO WS-RPT-TEXT
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
           MOVE 'N' TO WS-FILE-EOF
           IF LIVE-RUN
               OPEN I-O MEMBER-MASTER
           ELSE
               OPEN INPUT MEMBER-MASTER
           END-IF
           MOVE LOW-VALUES TO MEMBER-ID-KEY
           START MEMBER-MASTER KEY >= MEMBER-ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FILE-EOF
           END-START
           PERFORM UNTIL END-OF-FILE
               READ MEMBER-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF MEMBER-FREEZE-START NOT NUMERIC
                           OR MEMBER-FREEZE-END NOT NUMERIC
                           PERFORM REPAIR-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-MASTER.

      *****************************************************************
      * Freeze dates that are not numeric can only have come back
      * from an old-layout image, which had no freeze and no
      * trainer, so both are cleared rather than just the dates.
      *****************************************************************
       REPAIR-ONE-MEMBER SECTION.
           ADD 1 TO WS-RECORDS-REPAIRED
           MOVE MEMBER-ID-KEY TO WS-RPT-REPAIR-KEY
           MOVE 'FREEZE DATES NOT NUMERIC - SET TO ZERO, NO TRAINER'
               TO WS-RPT-REPAIR-NOTE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-REPAIR-LINE
           IF LIVE-RUN
               MOVE 0 TO MEMBER-FREEZE-START
               MOVE 0 TO MEMBER-FREEZE-END
               MOVE SPACES TO MEMBER-TRAINER-ID
               REWRITE MEMBER-MASTER-RECORD
           END-IF.

       CONVERT-DUES-RATE SECTION.
           MOVE 'DUESRATE.DAT' TO WS-FILE-NAME
           MOVE 'RATECONV.BAK' TO WS-BACKUP-NAME
           PERFORM START-FILE
           OPEN INPUT DUES-RATE-FILE
           MOVE WS-DUES-RATE-STATUS TO WS-NEW-STATUS
           EVALUATE WS-DUES-RATE-STATUS
               WHEN '00'
                   CLOSE DUES-RATE-FILE
                   PERFORM CHECK-RATE-FIELDS
               WHEN '35'
                   PERFORM NOTE-NO-FILE
               WHEN OTHER
                   OPEN INPUT OLD-DUES-RATE-FILE
                   MOVE WS-OLD-RATE-STATUS TO WS-OLD-STATUS
                   IF WS-OLD-RATE-STATUS = '00'
                       CLOSE OLD-DUES-RATE-FILE
                       PERFORM NOTE-OLD-LAYOUT
                       SORT LAYOUT-SORT-FILE
                           ON ASCENDING KEY LS-SEQ
                           INPUT PROCEDURE IS RELEASE-OLD-RATES
                           OUTPUT PROCEDURE IS WRITE-NEW-RATES
                   ELSE
                       PERFORM NOTE-NEITHER-LAYOUT
                   END-IF
           END-EVALUATE
           PERFORM PRINT-FILE-TOTALS.

       RELEASE-OLD-RATES SECTION.
           MOVE 'N' TO WS-FILE-EOF
           IF LIVE-RUN
               OPEN OUTPUT RATE-BACKUP-FILE
           END-IF
           OPEN INPUT OLD-DUES-RATE-FILE
           MOVE LOW-VALUES TO OLD-RATE-ID
           START OLD-DUES-RATE-FILE KEY >= OLD-RATE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-FILE-EOF
           END-START
           PERFORM UNTIL END-OF-FILE
               READ OLD-DUES-RATE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF LIVE-RUN
                           WRITE RATE-BACKUP-RECORD
                               FROM OLD-DUES-RATE-RECORD
                       END-IF
                       MOVE WS-RECORDS-READ TO LS-SEQ
                       MOVE OLD-DUES-RATE-RECORD TO LS-IMAGE
                       RELEASE LAYOUT-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-DUES-RATE-FILE
           IF LIVE-RUN
               CLOSE RATE-BACKUP-FILE
           END-IF.

       WRITE-NEW-RATES SECTION.
           MOVE 'N' TO WS-SORTED-EOF
           IF LIVE-RUN
               OPEN OUTPUT DUES-RATE-FILE
           END-IF
           PERFORM UNTIL END-OF-SORTED
               RETURN LAYOUT-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORTED-EOF
                   NOT AT END
                       PERFORM WRITE-ONE-RATE
               END-RETURN
           END-PERFORM
           IF LIVE-RUN
               CLOSE DUES-RATE-FILE
           END-IF.

       WRITE-ONE-RATE SECTION.
           MOVE LS-IMAGE TO OLD-DUES-RATE-RECORD
           MOVE SPACES TO DUES-RATE-RECORD
           MOVE OLD-RATE-ID TO RATE-ID
           MOVE OLD-RATE-MONTHLY-FEE TO RATE-MONTHLY-FEE
           MOVE OLD-RATE-ARREARS-LIMIT TO RATE-ARREARS-LIMIT
           MOVE OLD-RATE-ARREARS-HOLD TO RATE-ARREARS-HOLD
           MOVE 0 TO RATE-GUEST-FEE
           ADD 1 TO WS-RECORDS-WRITTEN
           IF LIVE-RUN
               WRITE DUES-RATE-RECORD
           END-IF.

       CHECK-RATE-FIELDS SECTION.
           MOVE 'R' TO WS-FILE-ACTION
           MOVE 'ALREADY IN THE CURRENT LAYOUT - NEW FIELDS CHECKED'
               TO WS-RPT-TEXT
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
           MOVE 'N' TO WS-FILE-EOF
           IF LIVE-RUN
               OPEN I-O DUES-RATE-FILE
           ELSE
               OPEN INPUT DUES-RATE-FILE
           END-IF
           MOVE LOW-VALUES TO RATE-ID
           START DUES-RATE-FILE KEY >= RATE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-FILE-EOF
           END-START
           PERFORM UNTIL END-OF-FILE
               READ DUES-RATE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF RATE-GUEST-FEE NOT NUMERIC
                           PERFORM REPAIR-ONE-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUES-RATE-FILE.

       REPAIR-ONE-RATE SECTION.
           ADD 1 TO WS-RECORDS-REPAIRED
           MOVE RATE-ID TO WS-RPT-REPAIR-KEY
           MOVE 'GUEST FEE NOT NUMERIC - SET TO ZERO'
               TO WS-RPT-REPAIR-NOTE
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-REPAIR-LINE
           IF LIVE-RUN
               MOVE 0 TO RATE-GUEST-FEE
               REWRITE DUES-RATE-RECORD
           END-IF.

      *****************************************************************
      * GYMRUN.DAT holds nothing but program-written records, so one
      * already in the current layout needs no check.
      *****************************************************************
       CONVERT-RUN-CONTROL SECTION.
           MOVE 'GYMRUN.DAT' TO WS-FILE-NAME
           MOVE 'RUNCONV.BAK' TO WS-BACKUP-NAME
           PERFORM START-FILE
           OPEN INPUT RUN-CONTROL-FILE
           MOVE WS-RUN-CONTROL-STATUS TO WS-NEW-STATUS
           EVALUATE WS-RUN-CONTROL-STATUS
               WHEN '00'
                   CLOSE RUN-CONTROL-FILE
                   MOVE 'ALREADY IN THE CURRENT LAYOUT - LEFT ALONE'
                       TO WS-RPT-TEXT
                   WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
               WHEN '35'
                   PERFORM NOTE-NO-FILE
               WHEN OTHER
                   OPEN INPUT OLD-RUN-CONTROL-FILE
                   MOVE WS-OLD-RUN-STATUS TO WS-OLD-STATUS
                   IF WS-OLD-RUN-STATUS = '00'
                       CLOSE OLD-RUN-CONTROL-FILE
                       PERFORM NOTE-OLD-LAYOUT
                       SORT LAYOUT-SORT-FILE
                           ON ASCENDING KEY LS-SEQ
                           INPUT PROCEDURE IS RELEASE-OLD-RUNS
                           OUTPUT PROCEDURE IS WRITE-NEW-RUNS
                   ELSE
                       PERFORM NOTE-NEITHER-LAYOUT
                   END-IF
           END-EVALUATE
           PERFORM PRINT-FILE-TOTALS.

       RELEASE-OLD-RUNS SECTION.
           MOVE 'N' TO WS-FILE-EOF
           IF LIVE-RUN
               OPEN OUTPUT RUN-BACKUP-FILE
           END-IF
           OPEN INPUT OLD-RUN-CONTROL-FILE
           MOVE LOW-VALUES TO OLD-RUN-CONTROL-ID
           START OLD-RUN-CONTROL-FILE KEY >= OLD-RUN-CONTROL-ID
               INVALID KEY
                   MOVE 'Y' TO WS-FILE-EOF
           END-START
           PERFORM UNTIL END-OF-FILE
               READ OLD-RUN-CONTROL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF LIVE-RUN
                           WRITE RUN-BACKUP-RECORD
                               FROM OLD-RUN-CONTROL-RECORD
                       END-IF
                       MOVE WS-RECORDS-READ TO LS-SEQ
                       MOVE OLD-RUN-CONTROL-RECORD TO LS-IMAGE
                       RELEASE LAYOUT-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-RUN-CONTROL-FILE
           IF LIVE-RUN
               CLOSE RUN-BACKUP-FILE
           END-IF.

       WRITE-NEW-RUNS SECTION.
           MOVE 'N' TO WS-SORTED-EOF
           IF LIVE-RUN
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           PERFORM UNTIL END-OF-SORTED
               RETURN LAYOUT-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORTED-EOF
                   NOT AT END
                       PERFORM WRITE-ONE-RUN
               END-RETURN
           END-PERFORM
           IF LIVE-RUN
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *****************************************************************
      * The 56-byte images move into 60-byte fields and so pick up
      * four trailing spaces - exactly what gym_batch now reads from
      * a transaction file cut before the check-in time was added,
      * whose short lines are padded with spaces. A GYMBATCH record
      * left RUNNING by a failed night therefore still matches its
      * file and the rerun resumes where it stopped.
      *****************************************************************
       WRITE-ONE-RUN SECTION.
           MOVE LS-IMAGE TO OLD-RUN-CONTROL-RECORD
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE OLD-RUN-CONTROL-ID TO RUN-CONTROL-ID
           MOVE OLD-RUN-DATE TO RUN-DATE
           MOVE OLD-RUN-FIRST-TXN TO RUN-FIRST-TXN
           MOVE OLD-RUN-LAST-TXN TO RUN-LAST-TXN
           MOVE OLD-RUN-TXN-COUNT TO RUN-TXN-COUNT
           MOVE OLD-RUN-TXN-DONE TO RUN-TXN-DONE
           MOVE OLD-RUN-STATUS TO RUN-STATUS
           ADD 1 TO WS-RECORDS-WRITTEN
           IF LIVE-RUN
               WRITE RUN-CONTROL-RECORD
           END-IF.

       START-FILE SECTION.
           MOVE 'N' TO WS-FILE-ACTION
           MOVE 0 TO WS-RECORDS-READ
           MOVE 0 TO WS-RECORDS-WRITTEN
           MOVE 0 TO WS-RECORDS-REPAIRED
           MOVE SPACES TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           MOVE WS-FILE-NAME TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE.

       NOTE-NO-FILE SECTION.
           MOVE SPACES TO WS-RPT-TEXT
           STRING 'NO ' DELIMITED BY SIZE
                  WS-FILE-NAME DELIMITED BY SPACE
                  ' ON FILE - NOTHING TO CONVERT' DELIMITED BY SIZE
               INTO WS-RPT-TEXT
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
           DISPLAY 'NO ' WS-FILE-NAME ' ON FILE'.

       NOTE-OLD-LAYOUT SECTION.
           MOVE 'C' TO WS-FILE-ACTION
           ADD 1 TO WS-FILES-CONVERTED
           MOVE 'IN THE OLD LAYOUT - CONVERTED' TO WS-RPT-TEXT
           IF TRIAL-RUN
               MOVE 'IN THE OLD LAYOUT - WOULD BE CONVERTED'
                   TO WS-RPT-TEXT
           END-IF
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE.

       NOTE-NEITHER-LAYOUT SECTION.
           MOVE SPACES TO WS-RPT-TEXT
           STRING 'OPENS NEITHER WAY (STATUS ' DELIMITED BY SIZE
                  WS-NEW-STATUS DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-OLD-STATUS DELIMITED BY SIZE
                  ') - NOTHING CHANGED' DELIMITED BY SIZE
               INTO WS-RPT-TEXT
           WRITE CONVERT-REPORT-LINE FROM WS-RPT-TEXT-LINE
           DISPLAY WS-FILE-NAME ' WILL NOT OPEN - SEE LAYCONV.RPT'.

       PRINT-FILE-TOTALS SECTION.
           EVALUATE TRUE
               WHEN FILE-CONVERTED
                   MOVE 'OLD-LAYOUT RECORDS READ:'
                       TO WS-RPT-TOT-LABEL
                   MOVE WS-RECORDS-READ TO WS-RPT-TOT-VALUE
                   WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
                   IF LIVE-RUN
                       MOVE 'WRITTEN IN THE NEW LAYOUT:'
                           TO WS-RPT-TOT-LABEL
                   ELSE
                       MOVE 'WOULD BE WRITTEN IN THE NEW LAYOUT:'
                           TO WS-RPT-TOT-LABEL
                   END-IF
                   MOVE WS-RECORDS-WRITTEN TO WS-RPT-TOT-VALUE
                   WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
                   IF LIVE-RUN
                       MOVE SPACES TO WS-RPT-TOT-LABEL
                       STRING 'OLD RECORDS COPIED TO ' DELIMITED BY SIZE
                              WS-BACKUP-NAME DELIMITED BY SPACE
                              ':' DELIMITED BY SIZE
                           INTO WS-RPT-TOT-LABEL
                       MOVE WS-RECORDS-READ TO WS-RPT-TOT-VALUE
                       WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
                   END-IF
               WHEN FILE-CHECKED
                   MOVE 'RECORDS CHECKED:' TO WS-RPT-TOT-LABEL
                   MOVE WS-RECORDS-READ TO WS-RPT-TOT-VALUE
                   WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
                   IF LIVE-RUN
                       MOVE 'NEW FIELDS SET TO ZERO:'
                           TO WS-RPT-TOT-LABEL
                   ELSE
                       MOVE 'NEW FIELDS WOULD BE SET TO ZERO:'
                           TO WS-RPT-TOT-LABEL
                   END-IF
                   MOVE WS-RECORDS-REPAIRED TO WS-RPT-TOT-VALUE
                   WRITE CONVERT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           END-EVALUATE.
