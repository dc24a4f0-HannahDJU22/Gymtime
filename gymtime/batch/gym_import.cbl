         88 TRAILER-SEEN VALUE 'Y'.
       01 WS-MEMBER-FOUND PIC X VALUE 'N'.
         88 MEMBER-FOUND VALUE 'Y'.
       01 WS-FREEZE-CONFLICT PIC X VALUE 'N'.
         88 FREEZE-CONFLICT VALUE 'Y'.
       01 WS-REJECT-REASON PIC X(2).
       01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 WS-MEMBER-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-REJ-TYPE-COUNT PIC 9(5) VALUE 0.
       01 WS-REJ-MEMBER-COUNT PIC 9(5) VALUE 0.
       01 WS-REJ-STATUS-COUNT PIC 9(5) VALUE 0.
       01 WS-REJ-FREEZE-COUNT PIC 9(5) VALUE 0.
       01 WS-REWRITE-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-REJ-TOTAL PIC 9(5) VALUE 0.
       01 WS-TRL-MEMBERS PIC 9(5) VALUE 0.
       01 WS-TRL-TOTAL PIC 9(5) VALUE 0.
               WS-REJ-MEMBER-COUNT
           DISPLAY '  INVALID STATUS (ST):         '
               WS-REJ-STATUS-COUNT
           DISPLAY '  MEMBER IS FROZEN (FZ):       '
               WS-REJ-FREEZE-COUNT
           IF WS-REJ-TOTAL > 0
               DISPLAY 'REJECTS WRITTEN TO GYMIMPRJ.DAT'
           END-IF
           IF WS-REWRITE-ERROR-COUNT > 0
               DISPLAY 'MEMBERS.DAT REWRITE ERRORS: '
                   WS-REWRITE-ERROR-COUNT
           END-IF

           GOBACK.

                   PERFORM WRITE-IMPORT-REJECT
           END-EVALUATE.

      *****************************************************************
      * A freeze is started only by member_maint action F and ended
      * only by member_maint action F or freeze_expiry, because they
      * keep the freeze dates straight and journal the change. The
      * front office only sees the status; gym_extract sends a
      * frozen member out as F. F coming back on a frozen member
      * means no change. A or I on a frozen member, or F on a member
      * who is not frozen, is rejected FZ and nothing on the record
      * is changed.
      *****************************************************************
       APPLY-MEMBER-UPDATE SECTION.
           IF INT-MBR-STATUS NOT = 'A' AND 'I' AND 'F' AND SPACE
               DISPLAY 'INVALID STATUS ' INT-MBR-STATUS ' FOR '
                   INT-MBR-MEMBER-ID ' - RECORD REJECTED'
               MOVE 'ST' TO WS-REJECT-REASON
                   MOVE 'MB' TO WS-REJECT-REASON
                   PERFORM WRITE-IMPORT-REJECT
               END-IF
               IF FREEZE-CONFLICT
                   DISPLAY 'STATUS ' INT-MBR-STATUS ' FOR '
                       INT-MBR-MEMBER-ID ' CONFLICTS WITH FREEZE'
                       ' - RECORD REJECTED'
                   MOVE 'FZ' TO WS-REJECT-REASON
                   PERFORM WRITE-IMPORT-REJECT
               END-IF
           END-IF.

       UPDATE-MEMBER-MASTER SECTION.
           MOVE 'N' TO WS-MEMBER-FOUND
           MOVE 'N' TO WS-FREEZE-CONFLICT
           OPEN I-O MEMBER-MASTER
           IF WS-MEMBER-MASTER-STATUS = '00'
               MOVE INT-MBR-MEMBER-ID TO MEMBER-ID-KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MEMBER-FOUND
                       PERFORM APPLY-TO-MASTER-RECORD
               END-READ
               CLOSE MEMBER-MASTER
           END-IF.

       APPLY-TO-MASTER-RECORD SECTION.
           IF MEMBER-FROZEN
               IF INT-MBR-STATUS = 'A' OR 'I'
                   MOVE 'Y' TO WS-FREEZE-CONFLICT
               END-IF
           ELSE
               IF INT-MBR-STATUS = 'F'
                   MOVE 'Y' TO WS-FREEZE-CONFLICT
               END-IF
           END-IF
           IF NOT FREEZE-CONFLICT
               IF INT-MBR-NAME NOT = SPACES
                   MOVE INT-MBR-NAME TO MEMBER-NAME
               END-IF
               IF INT-MBR-STATUS = 'A' OR 'I'
                   MOVE INT-MBR-STATUS TO MEMBER-STATUS
               END-IF
               REWRITE MEMBER-MASTER-RECORD
               IF WS-MEMBER-MASTER-STATUS = '00'
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   DISPLAY 'UNABLE TO REWRITE MEMBER '
                       MEMBER-ID-KEY ' - STATUS '
                       WS-MEMBER-MASTER-STATUS
                   ADD 1 TO WS-REWRITE-ERROR-COUNT
               END-IF
           END-IF.

       WRITE-IMPORT-REJECT SECTION.
           MOVE INTERCHANGE-RECORD TO IRJ-RECORD-IMAGE
           MOVE WS-REJECT-REASON TO IRJ-REASON-CODE
                   ADD 1 TO WS-REJ-MEMBER-COUNT
               WHEN IRJ-BAD-STATUS
                   ADD 1 TO WS-REJ-STATUS-COUNT
               WHEN IRJ-FREEZE-CONFLICT
                   ADD 1 TO WS-REJ-FREEZE-COUNT
           END-EVALUATE
           ADD 1 TO WS-REJ-TOTAL
           OPEN EXTEND IMPORT-REJECT-FILE
