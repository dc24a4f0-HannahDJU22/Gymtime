           DISPLAY MJ-DATE ' ' MJ-TIME ' ' MJ-OPERATOR ' '
               MJ-FILE ' ' MJ-ACTION ' MEMBER ' MJ-MEMBER-ID
           DISPLAY '  BEFORE: ' MJ-BEFORE-IMAGE
           DISPLAY '  AFTER:  ' MJ-AFTER-IMAGE
           IF MJ-SUPERVISOR NOT = SPACES
               DISPLAY '  AUTHORISED BY SUPERVISOR ' MJ-SUPERVISOR
           END-IF.
