01 WS-NOTIFY-404 PIC X(224) VALUE SPACES.
01 WS-NOTIFY-MAGIC PIC X(224) VALUE SPACES.
01 WS-NOTIFY-QUIET PIC X(224) VALUE SPACES.
01 WS-NOTIFY-CAPACITY PIC X(224) VALUE SPACES.
01 WS-ALERT-TYPE PIC X(8).
01 WS-LAST-404-SENT USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-LAST-MAGIC-SENT USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-LAST-QUIET-SENT USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-LAST-CAPACITY-SENT USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-LAST-SENT USAGE IS BINARY-DOUBLE.
01 WS-ACK-404 USAGE IS BINARY-CHAR VALUE 0.
01 WS-ACK-MAGIC USAGE IS BINARY-CHAR VALUE 0.
01 WS-ACK-QUIET USAGE IS BINARY-CHAR VALUE 0.
01 WS-ACK-CAPACITY USAGE IS BINARY-CHAR VALUE 0.
01 WS-ACKED USAGE IS BINARY-CHAR.
01 WS-NOTIFY-CMD PIC X(224).
01 WS-NOTIFY-ARG PIC X(300).
                     MOVE WS-CONFIG-VALUE TO WS-NOTIFY-MAGIC
              ELSE IF WS-CONFIG-KEY = "NOTIFY_QUIET" THEN
                     MOVE WS-CONFIG-VALUE TO WS-NOTIFY-QUIET
              ELSE IF WS-CONFIG-KEY = "NOTIFY_CAPACITY" THEN
                     MOVE WS-CONFIG-VALUE TO WS-NOTIFY-CAPACITY
              ELSE IF WS-CONFIG-KEY = "ALERTS_FILE" THEN
                     STRING WS-CONFIG-VALUE DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                            INTO WS-ALERTS-PATH

HandleLine.
       IF WS-WHICH-FILE = 1 THEN
             *> newer lines carry elapsed, method and agent after the
             *> status; the split stops at WS-F6 and leaves them be.
              MOVE SPACES TO WS-F6
              UNSTRING WS-CARRY(1:WS-CARRY-LEN) DELIMITED BY SPACE
                     INTO WS-F1, WS-F2, WS-F3, WS-F4, WS-F5, WS-F6
              END-IF
       ELSE
              MOVE SPACES TO WS-F4
              MOVE SPACES TO WS-F5
              MOVE SPACES TO WS-F6
             *> a capacity forecast carries the days left and the
             *> projected fill date after the reason.
              UNSTRING WS-CARRY(1:WS-CARRY-LEN) DELIMITED BY SPACE
                     INTO WS-F1, WS-F2, WS-F3, WS-F4, WS-F5, WS-F6
              END-UNSTRING
              IF WS-F4 = "invalid-magic" THEN
                     PERFORM CountMagicPath
              ELSE IF WS-F4 = "capacity-forecast" THEN
                     PERFORM CapacityAlert
              END-IF
              END-IF
       END-IF.

              END-IF
       END-IF.

CapacityAlert.
      *> the nightly capacity run found the filesystem's projected
      *> fill date inside its warning window.
       MOVE SPACES TO WS-ALERT-TEXT.
       STRING "capacity: filesystem holding " DELIMITED BY SIZE,
              WS-F3 DELIMITED BY SPACE,
              " projected full on " DELIMITED BY SIZE,
              WS-F6 DELIMITED BY SPACE,
              " (" DELIMITED BY SIZE,
              WS-F5 DELIMITED BY SPACE,
              " days)" DELIMITED BY SIZE
              INTO WS-ALERT-TEXT
       END-STRING.
       MOVE "capacity" TO WS-ALERT-TYPE.
       PERFORM RaiseAlert.

Check404Window.
      *> keep only timestamps still inside the window, then judge.
       MOVE 0 TO WS-404-KEEP.
       END-IF.

LoadAckFile.
      *> operators write one type per line ("404", "magic", "quiet",
      *> "capacity")
      *> while a condition is being worked; the file is re-read every
      *> poll, so removing the line re-arms the check immediately.
       MOVE 0 TO WS-ACK-404.
       MOVE 0 TO WS-ACK-MAGIC.
       MOVE 0 TO WS-ACK-QUIET.
       MOVE 0 TO WS-ACK-CAPACITY.
       MOVE "N" TO WS-ACK-EOF.
       OPEN INPUT ACK-FILE.
       IF WS-ACK-STATUS = "00" THEN
                     MOVE 1 TO WS-ACK-MAGIC
              ELSE IF WS-ACK-WORD = "quiet" THEN
                     MOVE 1 TO WS-ACK-QUIET
              ELSE IF WS-ACK-WORD = "capacity" THEN
                     MOVE 1 TO WS-ACK-CAPACITY
              END-IF
       END-IF.

       MOVE 0 TO WS-ACKED.
       IF (WS-ALERT-TYPE = "404" AND WS-ACK-404 = 1)
               OR (WS-ALERT-TYPE = "magic" AND WS-ACK-MAGIC = 1)
               OR (WS-ALERT-TYPE = "quiet" AND WS-ACK-QUIET = 1)
               OR (WS-ALERT-TYPE = "capacity" AND WS-ACK-CAPACITY = 1) THEN
              MOVE 1 TO WS-ACKED
       END-IF.
       IF WS-ACKED = 1 THEN
              MOVE WS-LAST-404-SENT TO WS-LAST-SENT
       ELSE IF WS-ALERT-TYPE = "magic" THEN
              MOVE WS-LAST-MAGIC-SENT TO WS-LAST-SENT
       ELSE IF WS-ALERT-TYPE = "capacity" THEN
              MOVE WS-LAST-CAPACITY-SENT TO WS-LAST-SENT
       ELSE
              MOVE WS-LAST-QUIET-SENT TO WS-LAST-SENT
       END-IF.
       ELSE IF WS-ALERT-TYPE = "magic" THEN
              MOVE WS-NOW TO WS-LAST-MAGIC-SENT
              MOVE WS-NOTIFY-MAGIC TO WS-NOTIFY-CMD
       ELSE IF WS-ALERT-TYPE = "capacity" THEN
              MOVE WS-NOW TO WS-LAST-CAPACITY-SENT
              MOVE WS-NOTIFY-CAPACITY TO WS-NOTIFY-CMD
       ELSE
              MOVE WS-NOW TO WS-LAST-QUIET-SENT
              MOVE WS-NOTIFY-QUIET TO WS-NOTIFY-CMD
