               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "GYMRUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CONTROL-ID
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER.
       FD  BILLING-REPORT.
       01 BILLING-REPORT-LINE PIC X(80).

       FD  RUN-CONTROL-FILE.
           COPY "RUN-CONTROL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS PIC XX.
       01 WS-MEMBER-MASTER-STATUS PIC XX.
       01 WS-DUES-RATE-STATUS PIC XX.
       01 WS-MEMBER-BALANCE-STATUS PIC XX.
         88 BALANCE-FOUND VALUE 'Y'.
       01 WS-BILLED-COUNT PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.
       01 WS-FROZEN-COUNT PIC 9(5) VALUE 0.
       01 WS-BILL-MONTH-START PIC 9(8).
       01 WS-TOTAL-BILLED PIC 9(7)V99 VALUE 0.
       01 WS-BILL-HEADING-LINE.
         05 FILLER PIC X(21) VALUE 'GYMTIME DUES BILLING '.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-BILL-BALANCE PIC +Z(4)9.99.
         05 FILLER PIC X(21) VALUE SPACES.
       01 WS-BILL-FROZEN-LINE.
         05 WS-BILL-FRZ-MEMBER-ID PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-BILL-FRZ-NAME PIC X(30).
         05 FILLER PIC X(1) VALUE SPACES.
         05 FILLER PIC X(27) VALUE 'FROZEN - NOT BILLED - BACK '.
         05 WS-BILL-FRZ-END PIC 9(8).
         05 FILLER PIC X(6) VALUE SPACES.
       01 WS-BILL-TOTAL-LINE.
         05 WS-BILL-TOT-LABEL PIC X(24).
         05 WS-BILL-TOT-VALUE PIC Z(6)9.99.
         88 GUARD-OK VALUE 'Y'.

       PROCEDURE DIVISION.
           PERFORM START-RUN-CONTROL
           CALL 'gym_guard' USING WS-GUARD-OK
           IF NOT GUARD-OK
               DISPLAY 'STARTUP INTEGRITY CHECK FAILED - RUN REFUSED'
               GOBACK
           END-IF
           MOVE WS-BILL-MONTH-IN TO WS-BILL-MONTH
           COMPUTE WS-BILL-MONTH-START = WS-BILL-MONTH * 100 + 1
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DIVIDE WS-CURRENT-DATE BY 100 GIVING WS-CURRENT-MONTH
           IF WS-BILL-MONTH > WS-CURRENT-MONTH

           DISPLAY 'MEMBERS BILLED:  ' WS-BILLED-COUNT
           DISPLAY 'ALREADY BILLED:  ' WS-SKIPPED-COUNT
           DISPLAY 'FROZEN:          ' WS-FROZEN-COUNT
           DISPLAY 'REPORT WRITTEN TO DUESBILL.RPT'
           PERFORM COMPLETE-RUN-CONTROL

           GOBACK.

      * and never for a month the balance record shows as already
      * billed - so a rerun after a failure simply tops up the
      * members the first run did not reach.
      * A member is not billed for a month whose first day falls
      * inside the freeze dates on the member record; the skip is
      * listed on the report with the date the member comes back.
      * The dates alone decide it, not the status, so a rerun or a
      * late run for a month spent frozen still skips it after the
      * expiry run or an early unfreeze has set the member back to
      * active. A freeze that has already run out by the first of
      * the month is billed as normal.
      *****************************************************************
       BILL-MEMBER SECTION.
           IF MEMBER-ACTIVE OR MEMBER-FROZEN
               DIVIDE MEMBER-JOIN-DATE BY 100 GIVING WS-JOIN-MONTH
               IF WS-JOIN-MONTH <= WS-BILL-MONTH
                   IF MEMBER-FREEZE-START <= WS-BILL-MONTH-START
                       AND MEMBER-FREEZE-END > WS-BILL-MONTH-START
                       PERFORM REPORT-FROZEN-MEMBER
                   ELSE
                       PERFORM READ-BALANCE-RECORD
                       IF BALANCE-FOUND
                           AND BAL-LAST-BILLED >= WS-BILL-MONTH
                           ADD 1 TO WS-SKIPPED-COUNT
                       ELSE
                           PERFORM RAISE-INVOICE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REPORT-FROZEN-MEMBER SECTION.
           ADD 1 TO WS-FROZEN-COUNT
           MOVE MEMBER-ID-KEY TO WS-BILL-FRZ-MEMBER-ID
           MOVE MEMBER-NAME TO WS-BILL-FRZ-NAME
           MOVE MEMBER-FREEZE-END TO WS-BILL-FRZ-END
           WRITE BILLING-REPORT-LINE FROM WS-BILL-FROZEN-LINE.

       RAISE-INVOICE SECTION.
           IF NOT BALANCE-FOUND
               MOVE MEMBER-ID-KEY TO BAL-MEMBER-ID
           MOVE 'ALREADY BILLED:         ' TO WS-BILL-TOT-LABEL
           MOVE WS-SKIPPED-COUNT TO WS-BILL-TOT-VALUE
           WRITE BILLING-REPORT-LINE FROM WS-BILL-TOTAL-LINE
           MOVE 'FROZEN - NOT BILLED:    ' TO WS-BILL-TOT-LABEL
           MOVE WS-FROZEN-COUNT TO WS-BILL-TOT-VALUE
           WRITE BILLING-REPORT-LINE FROM WS-BILL-TOTAL-LINE
           MOVE 'TOTAL BILLED:           ' TO WS-BILL-TOT-LABEL
           MOVE WS-TOTAL-BILLED TO WS-BILL-TOT-VALUE
           WRITE BILLING-REPORT-LINE FROM WS-BILL-TOTAL-LINE.
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BALANCE-FOUND
           END-READ.

      *****************************************************************
      * This run keeps its own record in GYMRUN.DAT under DUESBILL:
      * RUNNING from the moment it starts, so a run refused or
      * abandoned part way is left showing RUNNING, and COMPLETE once
      * it reaches the end, with the date it finished and the number
      * of members looked at and the number billed. The nightly
      * job-stream driver reads it to decide whether the step
      * succeeded.
      *****************************************************************
       START-RUN-CONTROL SECTION.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = '35'
               CLOSE RUN-CONTROL-FILE
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE 'DUESBILL' TO RUN-CONTROL-ID
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE 0 TO RUN-TXN-COUNT
           MOVE 0 TO RUN-TXN-DONE
           MOVE 'RUNNING' TO RUN-STATUS
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE
           CLOSE RUN-CONTROL-FILE.

       COMPLETE-RUN-CONTROL SECTION.
           OPEN I-O RUN-CONTROL-FILE
           MOVE 'DUESBILL' TO RUN-CONTROL-ID
           READ RUN-CONTROL-FILE
               NOT INVALID KEY
                   ACCEPT RUN-DATE FROM DATE YYYYMMDD
                   COMPUTE RUN-TXN-COUNT = WS-BILLED-COUNT
                       + WS-SKIPPED-COUNT + WS-FROZEN-COUNT
                   MOVE WS-BILLED-COUNT TO RUN-TXN-DONE
                   MOVE 'COMPLETE' TO RUN-STATUS
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.
