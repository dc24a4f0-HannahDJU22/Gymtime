      * rejected GYM-TRANSACTION-RECORD exactly as it was read, plus
      * a reason code. Correct the image, strip the reason code, and
      * the record can be resubmitted in the next night's GYMTXN.DAT.
      * SE is the exception: the check-in itself was applied, but at
      * least one weight/rep entry failed the plausibility check and
      * was held out of PR history. Do not resubmit an SE record -
      * the entry is reviewed from SUSPECT.RPT and, if genuine, put
      * right with pr_correct.
      *****************************************************************
       01 GYM-REJECT-RECORD.
         05 REJ-TXN-IMAGE PIC X(60).
         05 REJ-REASON-CODE PIC X(2).
           88 REJ-UNKNOWN-MEMBER VALUE 'MB'.
           88 REJ-BAD-ANSWER VALUE 'AN'.
           88 REJ-BAD-PLAN VALUE 'PL'.
           88 REJ-BAD-DATE VALUE 'DT'.
           88 REJ-DUPLICATE-DAY VALUE 'DP'.
           88 REJ-MEMBER-FROZEN VALUE 'FZ'.
           88 REJ-BAD-TIME VALUE 'TM'.
           88 REJ-SUSPECT-ENTRY VALUE 'SE'.
