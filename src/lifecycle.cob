      *> only an actual serve proves the image is still earning its
      *> keep; misses, refusals, and cache 304s say nothing about the
      *> picture itself. older log lines predate the status field and
      *> were all serves, the same reading report.cob applies. fields
      *> after the status on newer lines are not needed here.
       MOVE SPACES TO WS-STATUS-FIELD.
       MOVE SPACES TO WS-FILE-FIELD.
       UNSTRING LOG-RECORD DELIMITED BY SPACE
