       END-IF.

TallyLogLine.
      *> only the leading fields are needed for the summary; anything
      *> after the status (elapsed, method, agent) is left unread, and
      *> the archive copy keeps every line byte for byte either way.
       MOVE SPACES TO WS-BYTES-FIELD.
       UNSTRING LIVELOG-RECORD DELIMITED BY SPACE
              INTO WS-DATE-FIELD, WS-TIME-FIELD, WS-CLIENT-FIELD,
