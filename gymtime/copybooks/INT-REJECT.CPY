           88 IRJ-BAD-TYPE VALUE 'RT'.
           88 IRJ-UNKNOWN-MEMBER VALUE 'MB'.
           88 IRJ-BAD-STATUS VALUE 'ST'.
           88 IRJ-FREEZE-CONFLICT VALUE 'FZ'.
