ProcessLine.
      *> older log lines predate the trailing status field; blank it
      *> first so a short line reads as success rather than keeping a
      *> stale value from the previous line. newer lines go on past
      *> the status with elapsed time, method and user agent; the split
      *> stops at the sixth field, so both shapes read the same here.
       MOVE SPACES TO WS-STATUS-FIELD.
       UNSTRING LOG-RECORD DELIMITED BY SPACE
              INTO WS-DATE-FIELD, WS-TIME-FIELD, WS-CLIENT-FIELD,
