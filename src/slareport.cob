IDENTIFICATION DIVISION.
PROGRAM-ID. slareport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CONFIG-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONFIG-STATUS.
    SELECT MONCONF-FILE ASSIGN TO DYNAMIC WS-MONCONF-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MONCONF-STATUS.
    SELECT LOG-FILE ASSIGN TO DYNAMIC WS-READ-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD CONFIG-FILE.
01 CONFIG-RECORD PIC X(256).
FD MONCONF-FILE.
01 MONCONF-RECORD PIC X(256).
FD LOG-FILE.
01 LOG-RECORD PIC X(512).

WORKING-STORAGE SECTION.
01 WS-ARGC USAGE IS BINARY-LONG.
01 WS-ARGV PIC X(256) VALUE SPACES.

*> the collection directories, straight out of bugs.conf the way
*> dupreport reads it: GIF_DIR as "default" plus every COLLECTION.
01 WS-CONFIG-PATH PIC X(256) VALUE "/root/bugs.conf" & X"00".
01 WS-CONFIG-STATUS PIC X(2).
01 WS-CONFIG-EOF PIC X VALUE "N".
01 WS-CONFIG-KEY PIC X(32).
01 WS-CONFIG-VALUE PIC X(224).
01 WS-GIF-DIRECTORY PIC X(256) VALUE "/root/gifs/" & X"00".
01 WS-COLL-SPEC-NAME PIC X(32).
01 WS-COLL-SPEC-DIR PIC X(224).
01 WS-COLL-DIR-LEN USAGE IS BINARY-LONG.
01 WS-DIR-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-DIR-TABLE.
       05 WS-DIR-ROW OCCURS 11 TIMES.
              10 WS-DIR-NAME PIC X(32).
              10 WS-DIR-PATH PIC X(256).
              10 WS-DIR-LEN USAGE IS BINARY-LONG.
01 WS-DI USAGE IS BINARY-LONG.
01 WS-BEST-DIR USAGE IS BINARY-LONG.
01 WS-BEST-LEN USAGE IS BINARY-LONG.
01 WS-COLL-SEG PIC X(34).
01 WS-COLL-SEG-LEN USAGE IS BINARY-LONG.

*> the slow-request threshold sits with the monitor's settings, next
*> to the other limits operations tunes.
01 WS-MONCONF-PATH PIC X(256) VALUE "/root/bugs_monitor.conf" & X"00".
01 WS-MONCONF-STATUS PIC X(2).
01 WS-MONCONF-EOF PIC X VALUE "N".
01 WS-SLOW-MS USAGE IS BINARY-LONG VALUE 1000.

*> the day's requests live partly in the live log and partly in the
*> dated archives, depending on when rotatelog ran; walk them all,
*> oldest first, and keep only the lines dated the report day.
01 WS-LOG-DIR PIC X(256) VALUE "/root/" & X"00".
01 WS-LIVE-LOG-PATH PIC X(256) VALUE "/root/bugs.log".
01 WS-READ-LOG-PATH PIC X(256).
01 WS-LOG-STATUS PIC X(2).
01 WS-LOG-EOF PIC X VALUE "N".

01 WS-DATE-FIELD PIC X(8).
01 WS-TIME-FIELD PIC X(8).
01 WS-CLIENT-FIELD PIC X(16).
01 WS-FILE-FIELD PIC X(256).
01 WS-BYTES-FIELD PIC X(16).
01 WS-STATUS-FIELD PIC X(4).
01 WS-ELAPSED-FIELD PIC X(10).
01 WS-ELAPSED USAGE IS BINARY-LONG.

*> one row per route: the five fixed ones, the gate refusals, each
*> collection after them, and a last row for the day as a whole.
*> elapsed times go into one-millisecond buckets, so percentiles
*> come from a running count instead of a sort; the last bucket
*> holds everything from 30 seconds up.
01 WS-ROUTE-ALL USAGE IS BINARY-LONG VALUE 17.
01 WS-ROUTE-COUNT USAGE IS BINARY-LONG VALUE 6.
01 WS-ROUTE-TABLE.
       05 WS-ROUTE-ROW OCCURS 17 TIMES.
              10 WS-ROUTE-NAME PIC X(32) VALUE SPACES.
              10 WS-ROUTE-REQUESTS USAGE IS BINARY-LONG VALUE 0.
              10 WS-ROUTE-TIMED USAGE IS BINARY-LONG VALUE 0.
              10 WS-ROUTE-OVER USAGE IS BINARY-LONG VALUE 0.
              10 WS-ROUTE-TOTAL-MS USAGE IS BINARY-DOUBLE VALUE 0.
              10 WS-ROUTE-MAX-MS USAGE IS BINARY-LONG VALUE 0.
              10 WS-ROUTE-HIST USAGE IS BINARY-LONG VALUE 0
                     OCCURS 30001 TIMES.
01 WS-RI USAGE IS BINARY-LONG.
01 WS-RX USAGE IS BINARY-LONG.
01 WS-BUCKET USAGE IS BINARY-LONG.
01 WS-FILE-SERVE USAGE IS BINARY-CHAR.
01 WS-UNTIMED-COUNT USAGE IS BINARY-LONG VALUE 0.

01 WS-PCT-TABLE.
       05 WS-PCT-ROW OCCURS 4 TIMES.
              10 WS-PCT-POINT USAGE IS BINARY-LONG.
              10 WS-PCT-RANK USAGE IS BINARY-DOUBLE.
              10 WS-PCT-VALUE USAGE IS BINARY-LONG.
01 WS-PI USAGE IS BINARY-LONG.
01 WS-BI USAGE IS BINARY-LONG.
01 WS-CUMULATIVE USAGE IS BINARY-DOUBLE.

*> every image actually served that day, for the slowest-files list.
01 WS-FILE-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-FILE-OVERFLOW USAGE IS BINARY-LONG VALUE 0.
01 WS-FILE-TABLE.
       05 WS-FILE-ROW OCCURS 500 TIMES.
              10 WS-FILE-PATH PIC X(256).
              10 WS-FILE-HITS USAGE IS BINARY-LONG.
              10 WS-FILE-TOTAL-MS USAGE IS BINARY-DOUBLE.
              10 WS-FILE-MAX-MS USAGE IS BINARY-LONG.
01 WS-FI USAGE IS BINARY-LONG.
01 WS-FILE-FOUND USAGE IS BINARY-LONG.
01 WS-RANK USAGE IS BINARY-LONG.
01 WS-BEST-IDX USAGE IS BINARY-LONG.
01 WS-BEST-MS USAGE IS BINARY-LONG.

01 WS-REPORT-DATE PIC X(8).
01 WS-TODAY-X PIC 9(8).
01 WS-DATE-NUM PIC 9(8).
01 WS-COUNT-DISPLAY PIC Z(6)9.
01 WS-TIMED-DISPLAY PIC Z(6)9.
01 WS-OVER-DISPLAY PIC Z(6)9.
01 WS-MS-DISPLAY PIC Z(5)9.
01 WS-P50-DISPLAY PIC Z(5)9.
01 WS-P90-DISPLAY PIC Z(5)9.
01 WS-P95-DISPLAY PIC Z(5)9.
01 WS-P99-DISPLAY PIC Z(5)9.
01 WS-MAX-DISPLAY PIC Z(5)9.
01 WS-AVG-DISPLAY PIC Z(5)9.
01 WS-RANK-DISPLAY PIC Z9.

01 WS-N USAGE IS BINARY-LONG.
01 WS-DIRENT USAGE IS POINTER.
01 WS-DIRENT-POINTER USAGE IS POINTER.
01 WS-FILTER USAGE IS PROGRAM-POINTER.
01 WS-COMPAR USAGE IS PROGRAM-POINTER.
01 WS-ARCH-IDX USAGE IS BINARY-LONG.

LINKAGE SECTION.
01 L-DIRENT-POINTERS USAGE IS POINTER OCCURS 0 TO 1000 TIMES DEPENDING ON WS-N.
>>IF BUGS32 IS DEFINED
01 L-DIRENT.
       05 L-DIRENT-INO SYNCHRONIZED USAGE IS BINARY-LONG.
       05 L-DIRENT-OFF SYNCHRONIZED USAGE IS BINARY-LONG.
>>ELSE
01 L-DIRENT.
       05 L-DIRENT-INO SYNCHRONIZED USAGE IS BINARY-DOUBLE.
       05 L-DIRENT-OFF SYNCHRONIZED USAGE IS BINARY-DOUBLE.
>>END-IF
       05 L-DIRENT-RECLNE SYNCHRONIZED USAGE IS BINARY-SHORT UNSIGNED.
       05 L-DIRENT-TYPE SYNCHRONIZED USAGE IS BINARY-CHAR UNSIGNED.
       05 L-DIRENT-NAME SYNCHRONIZED PIC X(256).

PROCEDURE DIVISION.
Main.
       ACCEPT WS-ARGC FROM ARGUMENT-NUMBER.
       IF WS-ARGC > 1 THEN
           DISPLAY "usage: slareport [yyyymmdd]"
           CALL "exit" USING BY VALUE 1
       END-IF.
      *> run from the nightly batch after midnight, the day worth
      *> measuring is the one that just ended; a date argument reports
      *> any other day still inside the retention horizon.
       IF WS-ARGC = 1 THEN
           ACCEPT WS-ARGV FROM COMMAND-LINE
           IF WS-ARGV(1:8) IS NOT NUMERIC OR WS-ARGV(9:) NOT = SPACES THEN
                  DISPLAY "usage: slareport [yyyymmdd]"
                  CALL "exit" USING BY VALUE 1
           END-IF
           MOVE WS-ARGV(1:8) TO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0 THEN
                  DISPLAY "usage: slareport [yyyymmdd]"
                  CALL "exit" USING BY VALUE 1
           END-IF
       ELSE
           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-TODAY-X) - 1)
           MOVE WS-DATE-NUM TO WS-REPORT-DATE
       END-IF.
       PERFORM LoadConfig.
       PERFORM LoadMonitorConfig.
       PERFORM SetUpRoutes.
       PERFORM ScanArchives.
       MOVE WS-LIVE-LOG-PATH TO WS-READ-LOG-PATH.
       PERFORM ScanOneLog.
       PERFORM PrintRoutes.
       PERFORM PrintSlowFiles.
       GOBACK.

LoadConfig.
       MOVE 0 TO WS-DIR-COUNT.
       OPEN INPUT CONFIG-FILE.
       IF WS-CONFIG-STATUS = "00" THEN
              MOVE "N" TO WS-CONFIG-EOF
              PERFORM UNTIL WS-CONFIG-EOF = "Y"
                     READ CONFIG-FILE
                            AT END MOVE "Y" TO WS-CONFIG-EOF
                            NOT AT END PERFORM ApplyConfigLine
                     END-READ
              END-PERFORM
              CLOSE CONFIG-FILE
       END-IF.
      *> the default directory always heads the list, after any
      *> GIF_DIR override has been applied.
       PERFORM VARYING WS-DI FROM WS-DIR-COUNT BY -1 UNTIL WS-DI < 1
              MOVE WS-DIR-NAME(WS-DI) TO WS-DIR-NAME(WS-DI + 1)
              MOVE WS-DIR-PATH(WS-DI) TO WS-DIR-PATH(WS-DI + 1)
       END-PERFORM.
       MOVE "default" TO WS-DIR-NAME(1).
       MOVE WS-GIF-DIRECTORY TO WS-DIR-PATH(1).
       ADD 1 TO WS-DIR-COUNT.
       PERFORM VARYING WS-DI FROM 1 BY 1 UNTIL WS-DI > WS-DIR-COUNT
              CALL "strlen" USING BY REFERENCE WS-DIR-PATH(WS-DI)
                   RETURNING WS-DIR-LEN(WS-DI)
       END-PERFORM.

ApplyConfigLine.
       IF CONFIG-RECORD = SPACES OR CONFIG-RECORD(1:1) = "#" THEN
              CONTINUE
       ELSE
              MOVE SPACES TO WS-CONFIG-KEY
              MOVE SPACES TO WS-CONFIG-VALUE
              UNSTRING CONFIG-RECORD DELIMITED BY "="
                     INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
              END-UNSTRING
              IF WS-CONFIG-KEY = "GIF_DIR" THEN
                     STRING WS-CONFIG-VALUE DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                            INTO WS-GIF-DIRECTORY
                     END-STRING
                     CALL "strlen" USING BY REFERENCE WS-GIF-DIRECTORY
                          RETURNING WS-COLL-DIR-LEN
                     IF WS-COLL-DIR-LEN > 0
                             AND WS-GIF-DIRECTORY(WS-COLL-DIR-LEN:1) NOT = "/" THEN
                            MOVE "/" TO WS-GIF-DIRECTORY(WS-COLL-DIR-LEN + 1:1)
                            MOVE X"00" TO WS-GIF-DIRECTORY(WS-COLL-DIR-LEN + 2:1)
                     END-IF
              ELSE IF WS-CONFIG-KEY = "COLLECTION" THEN
                     PERFORM AddCollection
              END-IF
       END-IF.

AddCollection.
       IF WS-DIR-COUNT < 10 THEN
              MOVE SPACES TO WS-COLL-SPEC-NAME
              MOVE SPACES TO WS-COLL-SPEC-DIR
              UNSTRING WS-CONFIG-VALUE DELIMITED BY ","
                     INTO WS-COLL-SPEC-NAME, WS-COLL-SPEC-DIR
              END-UNSTRING
              IF WS-COLL-SPEC-NAME NOT = SPACES
                      AND WS-COLL-SPEC-DIR NOT = SPACES THEN
                     ADD 1 TO WS-DIR-COUNT
                     MOVE WS-COLL-SPEC-NAME TO WS-DIR-NAME(WS-DIR-COUNT)
                     STRING WS-COLL-SPEC-DIR DELIMITED BY SPACE,
                            X"00" DELIMITED BY SIZE
                            INTO WS-DIR-PATH(WS-DIR-COUNT)
                     END-STRING
                     CALL "strlen" USING
                          BY REFERENCE WS-DIR-PATH(WS-DIR-COUNT)
                          RETURNING WS-COLL-DIR-LEN
                     IF WS-COLL-DIR-LEN > 0 AND
                             WS-DIR-PATH(WS-DIR-COUNT)
                                    (WS-COLL-DIR-LEN:1) NOT = "/" THEN
                            MOVE "/" TO WS-DIR-PATH(WS-DIR-COUNT)
                                   (WS-COLL-DIR-LEN + 1:1)
                            MOVE X"00" TO WS-DIR-PATH(WS-DIR-COUNT)
                                   (WS-COLL-DIR-LEN + 2:1)
                     END-IF
              END-IF
       END-IF.

LoadMonitorConfig.
      *> only the slow-request threshold matters here; every other
      *> monitor setting is the monitor's own business.
       OPEN INPUT MONCONF-FILE.
       IF WS-MONCONF-STATUS = "00" THEN
              MOVE "N" TO WS-MONCONF-EOF
              PERFORM UNTIL WS-MONCONF-EOF = "Y"
                     READ MONCONF-FILE
                            AT END MOVE "Y" TO WS-MONCONF-EOF
                            NOT AT END PERFORM ApplyMonitorConfigLine
                     END-READ
              END-PERFORM
              CLOSE MONCONF-FILE
       END-IF.

ApplyMonitorConfigLine.
       IF MONCONF-RECORD = SPACES OR MONCONF-RECORD(1:1) = "#" THEN
              CONTINUE
       ELSE
              MOVE SPACES TO WS-CONFIG-KEY
              MOVE SPACES TO WS-CONFIG-VALUE
              UNSTRING MONCONF-RECORD DELIMITED BY "="
                     INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
              END-UNSTRING
              IF WS-CONFIG-KEY = "SLOW_MS" THEN
                     COMPUTE WS-SLOW-MS = FUNCTION NUMVAL(WS-CONFIG-VALUE)
              END-IF
       END-IF.

SetUpRoutes.
       MOVE "/" TO WS-ROUTE-NAME(1).
       MOVE "/gallery" TO WS-ROUTE-NAME(2).
       MOVE "/thumb" TO WS-ROUTE-NAME(3).
       MOVE "/info" TO WS-ROUTE-NAME(4).
       MOVE "/status" TO WS-ROUTE-NAME(5).
       MOVE "(refused)" TO WS-ROUTE-NAME(6).
       PERFORM VARYING WS-DI FROM 2 BY 1 UNTIL WS-DI > WS-DIR-COUNT
              ADD 1 TO WS-ROUTE-COUNT
              MOVE WS-DIR-NAME(WS-DI) TO WS-ROUTE-NAME(WS-ROUTE-COUNT)
       END-PERFORM.
       MOVE "(all)" TO WS-ROUTE-NAME(WS-ROUTE-ALL).
       MOVE 50 TO WS-PCT-POINT(1).
       MOVE 90 TO WS-PCT-POINT(2).
       MOVE 95 TO WS-PCT-POINT(3).
       MOVE 99 TO WS-PCT-POINT(4).

ScanArchives.
      *> same bugs.log.YYYYMMDD selection rotatelog's pruner makes;
      *> alphasort puts the oldest archive first.
       SET WS-FILTER TO ENTRY "filter".
       SET WS-COMPAR TO ENTRY "alphasort".
       CALL "scandir" USING
           BY CONTENT WS-LOG-DIR,
           BY REFERENCE WS-DIRENT,
           BY VALUE WS-FILTER,
           BY VALUE WS-COMPAR
           RETURNING WS-N
       END-CALL.
       IF WS-N = -1 THEN
              CALL "perror" USING "scandir"
              EXIT PARAGRAPH
       END-IF.
       SET ADDRESS OF L-DIRENT-POINTERS(1) TO WS-DIRENT.
       PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1 UNTIL WS-ARCH-IDX > WS-N
              MOVE L-DIRENT-POINTERS(WS-ARCH-IDX) TO WS-DIRENT-POINTER
              SET ADDRESS OF L-DIRENT TO WS-DIRENT-POINTER
             *> an archive dated before the report day was rolled
             *> before that day began and cannot hold any of it.
              IF L-DIRENT-NAME(10:8) >= WS-REPORT-DATE THEN
                     MOVE SPACES TO WS-READ-LOG-PATH
                     STRING "/root/" DELIMITED BY SIZE,
                            L-DIRENT-NAME(1:17) DELIMITED BY SIZE
                            INTO WS-READ-LOG-PATH
                     END-STRING
                     PERFORM ScanOneLog
              END-IF
              CALL "free" USING BY VALUE WS-DIRENT-POINTER
       END-PERFORM.
       CALL "free" USING BY VALUE WS-DIRENT.

ScanOneLog.
       MOVE "N" TO WS-LOG-EOF.
       OPEN INPUT LOG-FILE.
       IF WS-LOG-STATUS = "00" THEN
              PERFORM UNTIL WS-LOG-EOF = "Y"
                     READ LOG-FILE
                            AT END MOVE "Y" TO WS-LOG-EOF
                            NOT AT END PERFORM ScanLogLine
                     END-READ
              END-PERFORM
              CLOSE LOG-FILE
       END-IF.

ScanLogLine.
      *> the elapsed time is the seventh field; a line written before
      *> it was logged still counts towards its route's requests but
      *> cannot be timed.
       MOVE SPACES TO WS-STATUS-FIELD.
       MOVE SPACES TO WS-FILE-FIELD.
       MOVE SPACES TO WS-ELAPSED-FIELD.
       UNSTRING LOG-RECORD DELIMITED BY SPACE
              INTO WS-DATE-FIELD, WS-TIME-FIELD, WS-CLIENT-FIELD,
                   WS-FILE-FIELD, WS-BYTES-FIELD, WS-STATUS-FIELD,
                   WS-ELAPSED-FIELD
       END-UNSTRING.
       IF WS-DATE-FIELD NOT = WS-REPORT-DATE THEN
              EXIT PARAGRAPH
       END-IF.
       IF WS-STATUS-FIELD = SPACES THEN
              MOVE "200" TO WS-STATUS-FIELD
       END-IF.
       PERFORM ClassifyRoute.
       ADD 1 TO WS-ROUTE-REQUESTS(WS-RI).
       ADD 1 TO WS-ROUTE-REQUESTS(WS-ROUTE-ALL).
       IF WS-ELAPSED-FIELD = SPACES THEN
              ADD 1 TO WS-UNTIMED-COUNT
              EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-ELAPSED = FUNCTION NUMVAL(WS-ELAPSED-FIELD).
       MOVE WS-RI TO WS-RX.
       PERFORM RecordTiming.
       MOVE WS-ROUTE-ALL TO WS-RX.
       PERFORM RecordTiming.
       IF WS-FILE-SERVE = 1 AND WS-STATUS-FIELD = "200" THEN
              PERFORM RecordFile
       END-IF.

ClassifyRoute.
      *> the log records what was sent, not the request line, so the
      *> route is read back from the path field: the pages log their
      *> own names, a served image its full path (collection directory
      *> plus name, thumbs/ for previews), and a gate refusal "-".
       MOVE 0 TO WS-FILE-SERVE.
       IF WS-FILE-FIELD = "-" THEN
              MOVE 6 TO WS-RI
              EXIT PARAGRAPH
       END-IF.
       IF WS-FILE-FIELD = "/status" THEN
              MOVE 5 TO WS-RI
              EXIT PARAGRAPH
       END-IF.
       IF WS-FILE-FIELD = "/gallery" THEN
              MOVE 2 TO WS-RI
              EXIT PARAGRAPH
       END-IF.
       IF WS-FILE-FIELD(1:6) = "/info/" THEN
              MOVE 4 TO WS-RI
              EXIT PARAGRAPH
       END-IF.
      *> a collection may sit inside another's directory, so the
      *> longest matching directory names it.
       MOVE 0 TO WS-BEST-DIR.
       MOVE 0 TO WS-BEST-LEN.
       PERFORM VARYING WS-DI FROM 1 BY 1 UNTIL WS-DI > WS-DIR-COUNT
              IF WS-DIR-LEN(WS-DI) > WS-BEST-LEN
                      AND WS-FILE-FIELD(1:WS-DIR-LEN(WS-DI)) =
                          WS-DIR-PATH(WS-DI)(1:WS-DIR-LEN(WS-DI)) THEN
                     MOVE WS-DI TO WS-BEST-DIR
                     MOVE WS-DIR-LEN(WS-DI) TO WS-BEST-LEN
              END-IF
       END-PERFORM.
       IF WS-BEST-DIR > 0 THEN
              MOVE 1 TO WS-FILE-SERVE
              IF WS-FILE-FIELD(WS-BEST-LEN + 1:7) = "thumbs/" THEN
                     MOVE 3 TO WS-RI
              ELSE IF WS-BEST-DIR = 1 THEN
                     MOVE 1 TO WS-RI
              ELSE
                     COMPUTE WS-RI = WS-BEST-DIR + 5
              END-IF
              END-IF
              EXIT PARAGRAPH
       END-IF.
      *> a refused collection request logs "/name/rest"; it was
      *> still a request on that collection's route.
       PERFORM VARYING WS-DI FROM 2 BY 1 UNTIL WS-DI > WS-DIR-COUNT
              MOVE SPACES TO WS-COLL-SEG
              MOVE 0 TO WS-COLL-SEG-LEN
              STRING "/" DELIMITED BY SIZE,
                     WS-DIR-NAME(WS-DI) DELIMITED BY SPACE,
                     "/" DELIMITED BY SIZE
                     INTO WS-COLL-SEG
              END-STRING
              INSPECT WS-COLL-SEG TALLYING WS-COLL-SEG-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-FILE-FIELD(1:WS-COLL-SEG-LEN) = WS-COLL-SEG(1:WS-COLL-SEG-LEN) THEN
                     COMPUTE WS-RI = WS-DI + 5
                     EXIT PARAGRAPH
              END-IF
       END-PERFORM.
       MOVE 1 TO WS-RI.

RecordTiming.
       ADD 1 TO WS-ROUTE-TIMED(WS-RX).
       ADD WS-ELAPSED TO WS-ROUTE-TOTAL-MS(WS-RX).
       IF WS-ELAPSED > WS-ROUTE-MAX-MS(WS-RX) THEN
              MOVE WS-ELAPSED TO WS-ROUTE-MAX-MS(WS-RX)
       END-IF.
       IF WS-ELAPSED > WS-SLOW-MS THEN
              ADD 1 TO WS-ROUTE-OVER(WS-RX)
       END-IF.
       IF WS-ELAPSED >= 30000 THEN
              MOVE 30001 TO WS-BUCKET
       ELSE
              COMPUTE WS-BUCKET = WS-ELAPSED + 1
       END-IF.
       ADD 1 TO WS-ROUTE-HIST(WS-RX, WS-BUCKET).

RecordFile.
       MOVE 0 TO WS-FILE-FOUND.
       PERFORM VARYING WS-FI FROM 1 BY 1 UNTIL WS-FI > WS-FILE-COUNT
              IF WS-FILE-PATH(WS-FI) = WS-FILE-FIELD THEN
                     MOVE WS-FI TO WS-FILE-FOUND
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-FILE-FOUND = 0 AND WS-FILE-COUNT < 500 THEN
              ADD 1 TO WS-FILE-COUNT
              MOVE WS-FILE-COUNT TO WS-FILE-FOUND
              MOVE WS-FILE-FIELD TO WS-FILE-PATH(WS-FILE-FOUND)
              MOVE 0 TO WS-FILE-HITS(WS-FILE-FOUND)
              MOVE 0 TO WS-FILE-TOTAL-MS(WS-FILE-FOUND)
              MOVE 0 TO WS-FILE-MAX-MS(WS-FILE-FOUND)
       END-IF.
       IF WS-FILE-FOUND = 0 THEN
              ADD 1 TO WS-FILE-OVERFLOW
              EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-FILE-HITS(WS-FILE-FOUND).
       ADD WS-ELAPSED TO WS-FILE-TOTAL-MS(WS-FILE-FOUND).
       IF WS-ELAPSED > WS-FILE-MAX-MS(WS-FILE-FOUND) THEN
              MOVE WS-ELAPSED TO WS-FILE-MAX-MS(WS-FILE-FOUND)
       END-IF.

ComputePercentiles.
      *> the nearest-rank percentile: the smallest elapsed time with at
      *> least p% of the route's timed requests at or below it. one
      *> pass up the buckets settles all four points in order.
       PERFORM VARYING WS-PI FROM 1 BY 1 UNTIL WS-PI > 4
              COMPUTE WS-PCT-RANK(WS-PI) =
                     (WS-ROUTE-TIMED(WS-RX) * WS-PCT-POINT(WS-PI) + 99) / 100
              IF WS-PCT-RANK(WS-PI) < 1 THEN
                     MOVE 1 TO WS-PCT-RANK(WS-PI)
              END-IF
              MOVE 0 TO WS-PCT-VALUE(WS-PI)
       END-PERFORM.
       MOVE 1 TO WS-PI.
       MOVE 0 TO WS-CUMULATIVE.
       PERFORM VARYING WS-BI FROM 1 BY 1 UNTIL WS-BI > 30001 OR WS-PI > 4
              ADD WS-ROUTE-HIST(WS-RX, WS-BI) TO WS-CUMULATIVE
              PERFORM UNTIL WS-PI > 4 OR WS-CUMULATIVE < WS-PCT-RANK(WS-PI)
                     COMPUTE WS-PCT-VALUE(WS-PI) = WS-BI - 1
                     ADD 1 TO WS-PI
              END-PERFORM
       END-PERFORM.

PrintRoutes.
       DISPLAY "=== Service level report for " WS-REPORT-DATE " ===".
       MOVE WS-SLOW-MS TO WS-MS-DISPLAY.
       DISPLAY "Elapsed milliseconds, accept to last byte sent; slow is over"
               WS-MS-DISPLAY " ms.".
       DISPLAY "Percentiles read 30000 for anything of 30 seconds or more.".
       DISPLAY " ".
       DISPLAY "  route            requests   timed     p50    p90    p95"
               "    p99    max    slow".
       PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-ROUTE-COUNT
              PERFORM PrintOneRoute
       END-PERFORM.
       MOVE WS-ROUTE-ALL TO WS-RX.
       PERFORM PrintOneRoute.
       DISPLAY " ".
       MOVE WS-ROUTE-OVER(WS-ROUTE-ALL) TO WS-OVER-DISPLAY.
       MOVE WS-ROUTE-TIMED(WS-ROUTE-ALL) TO WS-TIMED-DISPLAY.
       MOVE WS-SLOW-MS TO WS-MS-DISPLAY.
       DISPLAY "Requests over" WS-MS-DISPLAY " ms:" WS-OVER-DISPLAY
               " of" WS-TIMED-DISPLAY " timed.".
       IF WS-UNTIMED-COUNT > 0 THEN
              MOVE WS-UNTIMED-COUNT TO WS-COUNT-DISPLAY
              DISPLAY "Lines logged before elapsed time was recorded:"
                      WS-COUNT-DISPLAY " (counted, not timed)."
       END-IF.

PrintOneRoute.
       MOVE WS-ROUTE-REQUESTS(WS-RX) TO WS-COUNT-DISPLAY.
       MOVE WS-ROUTE-TIMED(WS-RX) TO WS-TIMED-DISPLAY.
       IF WS-ROUTE-TIMED(WS-RX) = 0 THEN
              DISPLAY "  " WS-ROUTE-NAME(WS-RX)(1:16) WS-COUNT-DISPLAY
                      " " WS-TIMED-DISPLAY "       -      -      -"
                      "      -      -       -"
              EXIT PARAGRAPH
       END-IF.
       PERFORM ComputePercentiles.
       MOVE WS-PCT-VALUE(1) TO WS-P50-DISPLAY.
       MOVE WS-PCT-VALUE(2) TO WS-P90-DISPLAY.
       MOVE WS-PCT-VALUE(3) TO WS-P95-DISPLAY.
       MOVE WS-PCT-VALUE(4) TO WS-P99-DISPLAY.
       MOVE WS-ROUTE-MAX-MS(WS-RX) TO WS-MAX-DISPLAY.
       MOVE WS-ROUTE-OVER(WS-RX) TO WS-OVER-DISPLAY.
       DISPLAY "  " WS-ROUTE-NAME(WS-RX)(1:16) WS-COUNT-DISPLAY
               " " WS-TIMED-DISPLAY "  " WS-P50-DISPLAY " " WS-P90-DISPLAY
               " " WS-P95-DISPLAY " " WS-P99-DISPLAY " " WS-MAX-DISPLAY
               " " WS-OVER-DISPLAY.

PrintSlowFiles.
       DISPLAY " ".
       DISPLAY "=== Slowest files served ===".
       DISPLAY "      max    avg    hits  file".
       PERFORM VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > 10 OR WS-RANK > WS-FILE-COUNT
              MOVE 0 TO WS-BEST-IDX
              MOVE -1 TO WS-BEST-MS
              PERFORM VARYING WS-FI FROM 1 BY 1 UNTIL WS-FI > WS-FILE-COUNT
                     IF WS-FILE-MAX-MS(WS-FI) > WS-BEST-MS THEN
                            MOVE WS-FILE-MAX-MS(WS-FI) TO WS-BEST-MS
                            MOVE WS-FI TO WS-BEST-IDX
                     END-IF
              END-PERFORM
              MOVE WS-RANK TO WS-RANK-DISPLAY
              MOVE WS-BEST-MS TO WS-MAX-DISPLAY
              COMPUTE WS-AVG-DISPLAY = WS-FILE-TOTAL-MS(WS-BEST-IDX)
                     / WS-FILE-HITS(WS-BEST-IDX)
              MOVE WS-FILE-HITS(WS-BEST-IDX) TO WS-COUNT-DISPLAY
              DISPLAY "  " WS-RANK-DISPLAY ". " WS-MAX-DISPLAY " " WS-AVG-DISPLAY
                      WS-COUNT-DISPLAY "  " WS-FILE-PATH(WS-BEST-IDX)(1:80)
             *> mark this file as reported so the next rank picks a
             *> different one; the table is not read again afterwards.
              MOVE -1 TO WS-FILE-MAX-MS(WS-BEST-IDX)
       END-PERFORM.
       IF WS-FILE-COUNT = 0 THEN
              DISPLAY "  (no timed serves)"
       END-IF.
       IF WS-FILE-OVERFLOW > 0 THEN
              DISPLAY "WARNING: more than 500 distinct files; "
                      WS-FILE-OVERFLOW " further serves not ranked."
       END-IF.

END PROGRAM slareport.

IDENTIFICATION DIVISION.
PROGRAM-ID. filter.
DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-NAME-LEN USAGE IS BINARY-LONG.
LINKAGE SECTION.
01 L-DIRENT-POINTER USAGE IS POINTER.
01 L-DIRENT.
>>IF BUGS32 IS DEFINED
       05 L-DIRENT-INO SYNCHRONIZED USAGE IS BINARY-LONG.
       05 L-DIRENT-OFF SYNCHRONIZED USAGE IS BINARY-LONG.
>>ELSE
       05 L-DIRENT-INO SYNCHRONIZED USAGE IS BINARY-DOUBLE.
       05 L-DIRENT-OFF SYNCHRONIZED USAGE IS BINARY-DOUBLE.
>>END-IF
       05 L-DIRENT-RECLNE SYNCHRONIZED USAGE IS BINARY-SHORT UNSIGNED.
       05 L-DIRENT-TYPE SYNCHRONIZED USAGE IS BINARY-CHAR UNSIGNED.
       05 L-DIRENT-NAME SYNCHRONIZED PIC X(256).
PROCEDURE DIVISION USING BY VALUE L-DIRENT-POINTER.
      *> only dated archives of the request log: exactly "bugs.log."
      *> plus an eight-character date, the same selection rotatelog's
      *> pruner makes.
       SET ADDRESS OF L-DIRENT TO L-DIRENT-POINTER.
       MOVE 0 TO RETURN-CODE.
       IF L-DIRENT-TYPE = 8 THEN
           CALL "strlen" USING BY REFERENCE L-DIRENT-NAME RETURNING WS-NAME-LEN
           IF WS-NAME-LEN = 17 AND L-DIRENT-NAME(1:9) = "bugs.log." THEN
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       GOBACK.
END PROGRAM filter.
