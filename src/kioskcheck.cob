IDENTIFICATION DIVISION.
PROGRAM-ID. kioskcheck.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KIOSK-FILE ASSIGN TO DYNAMIC WS-KIOSK-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KIOSK-STATUS.
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
FD KIOSK-FILE.
01 KIOSK-RECORD PIC X(128).
FD CONFIG-FILE.
01 CONFIG-RECORD PIC X(256).
FD MONCONF-FILE.
01 MONCONF-RECORD PIC X(256).
FD LOG-FILE.
01 LOG-RECORD PIC X(512).

WORKING-STORAGE SECTION.
01 WS-ARGC USAGE IS BINARY-LONG.
01 WS-ARGV PIC X(256) VALUE SPACES.
01 WS-RESULT USAGE IS BINARY-LONG.

*> the kiosk master: one registered screen per line, kept next to
*> bugs_deptmap.dat and maintained by hand the same way.
01 WS-KIOSK-PATH PIC X(256) VALUE "/root/bugs_kiosks.dat".
01 WS-KIOSK-STATUS PIC X(2).
01 WS-KIOSK-EOF PIC X VALUE "N".
01 WS-KIOSK-LINE USAGE IS BINARY-LONG VALUE 0.
01 WS-KIOSK-LINE-DISPLAY PIC 9(5).
01 WS-REFRESH-TEXT PIC X(16).

01 WS-KIOSK-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-KIOSK-TABLE.
       05 WS-KIOSK-ROW OCCURS 100 TIMES.
              10 WS-KIOSK-ADDR PIC X(16).
              10 WS-KIOSK-LOCATION PIC X(24).
              10 WS-KIOSK-DEPT PIC X(8).
              10 WS-KIOSK-COLL PIC X(32).
              10 WS-KIOSK-REFRESH USAGE IS BINARY-LONG.
             *> the directory the assigned collection serves from,
             *> resolved through bugs.conf; spaces when bugs.conf has
             *> no such collection.
              10 WS-KIOSK-COLL-DIR PIC X(256).
              10 WS-KIOSK-COLL-DIR-LEN USAGE IS BINARY-LONG.
              10 WS-KIOSK-REQUESTS USAGE IS BINARY-LONG.
              10 WS-KIOSK-BIZ-REQUESTS USAGE IS BINARY-LONG.
              10 WS-KIOSK-COLL-REQUESTS USAGE IS BINARY-LONG.
              10 WS-KIOSK-FIRST PIC X(8).
              10 WS-KIOSK-LAST PIC X(8).
              10 WS-KIOSK-LAST-SECS USAGE IS BINARY-LONG.
              10 WS-KIOSK-GAP USAGE IS BINARY-LONG.
01 WS-KI USAGE IS BINARY-LONG.
01 WS-KIOSK-FOUND USAGE IS BINARY-LONG.

*> addresses that turn up in the day's log but are not registered:
*> a screen someone installed without telling us, or a desk browser.
01 WS-STRAY-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-STRAY-TABLE.
       05 WS-STRAY-ROW OCCURS 200 TIMES.
              10 WS-STRAY-ADDR PIC X(16).
              10 WS-STRAY-REQUESTS USAGE IS BINARY-LONG.
01 WS-SI USAGE IS BINARY-LONG.
01 WS-STRAY-FOUND USAGE IS BINARY-LONG.
01 WS-STRAY-OVERFLOW USAGE IS BINARY-LONG VALUE 0.

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
01 WS-DI USAGE IS BINARY-LONG.

*> business hours come from the monitor's configuration so the two
*> programs never disagree about when a screen ought to be awake.
01 WS-MONCONF-PATH PIC X(256) VALUE "/root/bugs_monitor.conf" & X"00".
01 WS-MONCONF-STATUS PIC X(2).
01 WS-MONCONF-EOF PIC X VALUE "N".
01 WS-BUSINESS-START USAGE IS BINARY-LONG VALUE 8.
01 WS-BUSINESS-END USAGE IS BINARY-LONG VALUE 18.
01 WS-HOUR-DISPLAY PIC 99.
01 WS-HOUR-DISPLAY2 PIC 99.

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
01 WS-SLASH-POS USAGE IS BINARY-LONG.
01 WS-SCAN-IDX USAGE IS BINARY-LONG.
01 WS-COLL-SEG PIC X(34).
01 WS-COLL-SEG-LEN USAGE IS BINARY-LONG.

01 WS-REPORT-DATE PIC X(8).
01 WS-TODAY-X PIC 9(8).
01 WS-DATE-NUM PIC 9(8).
01 WS-LINE-SECS USAGE IS BINARY-LONG.
01 WS-LINE-HOUR USAGE IS BINARY-LONG.
01 WS-GAP USAGE IS BINARY-LONG.
01 WS-GAP-DISPLAY PIC 9(5).
01 WS-REQ-DISPLAY PIC 9(6).
01 WS-CLOCK-FIRST PIC X(8).
01 WS-CLOCK-LAST PIC X(8).
01 WS-FLAGS PIC X(60).
01 WS-FLAG-PTR USAGE IS BINARY-LONG.
01 WS-FLAGGED USAGE IS BINARY-CHAR.
01 WS-SEEN-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-FLAGGED-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-DARK-COUNT USAGE IS BINARY-LONG VALUE 0.

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
           DISPLAY "usage: kioskcheck [yyyymmdd]"
           CALL "exit" USING BY VALUE 1
       END-IF.
      *> run from the nightly batch after midnight, the day worth
      *> judging is the one that just ended; a date argument checks
      *> any other day still inside the retention horizon.
       IF WS-ARGC = 1 THEN
           ACCEPT WS-ARGV FROM COMMAND-LINE
           IF WS-ARGV(1:8) IS NOT NUMERIC OR WS-ARGV(9:) NOT = SPACES THEN
                  DISPLAY "usage: kioskcheck [yyyymmdd]"
                  CALL "exit" USING BY VALUE 1
           END-IF
           MOVE WS-ARGV(1:8) TO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0 THEN
                  DISPLAY "usage: kioskcheck [yyyymmdd]"
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
       PERFORM LoadKiosks.
       IF WS-KIOSK-COUNT = 0 THEN
              DISPLAY "No kiosks registered in " WS-KIOSK-PATH(1:22)
                      "; every address will read as unregistered."
       END-IF.
       PERFORM ScanArchives.
       MOVE WS-LIVE-LOG-PATH TO WS-READ-LOG-PATH.
       PERFORM ScanOneLog.
       PERFORM PrintKiosks.
       PERFORM PrintStrays.
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
      *> only the business day matters here; every other monitor
      *> setting is the monitor's own business.
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
              IF WS-CONFIG-KEY = "BUSINESS_START" THEN
                     COMPUTE WS-BUSINESS-START = FUNCTION NUMVAL(WS-CONFIG-VALUE)
              ELSE IF WS-CONFIG-KEY = "BUSINESS_END" THEN
                     COMPUTE WS-BUSINESS-END = FUNCTION NUMVAL(WS-CONFIG-VALUE)
              END-IF
       END-IF.

LoadKiosks.
       MOVE 0 TO WS-KIOSK-COUNT.
       MOVE 0 TO WS-KIOSK-LINE.
       MOVE "N" TO WS-KIOSK-EOF.
       OPEN INPUT KIOSK-FILE.
       IF WS-KIOSK-STATUS = "00" THEN
              PERFORM UNTIL WS-KIOSK-EOF = "Y"
                     READ KIOSK-FILE
                            AT END MOVE "Y" TO WS-KIOSK-EOF
                            NOT AT END PERFORM LoadKioskLine
                     END-READ
              END-PERFORM
              CLOSE KIOSK-FILE
       END-IF.

LoadKioskLine.
       ADD 1 TO WS-KIOSK-LINE.
       IF KIOSK-RECORD = SPACES OR KIOSK-RECORD(1:1) = "#" THEN
              EXIT PARAGRAPH
       END-IF.
       IF WS-KIOSK-COUNT >= 100 THEN
              MOVE WS-KIOSK-LINE TO WS-KIOSK-LINE-DISPLAY
              DISPLAY "WARNING: more than 100 kiosks; line "
                      WS-KIOSK-LINE-DISPLAY " onward is NOT checked."
              MOVE "Y" TO WS-KIOSK-EOF
              EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-KIOSK-COUNT.
       MOVE WS-KIOSK-COUNT TO WS-KI.
       MOVE SPACES TO WS-KIOSK-ADDR(WS-KI).
       MOVE SPACES TO WS-KIOSK-LOCATION(WS-KI).
       MOVE SPACES TO WS-KIOSK-DEPT(WS-KI).
       MOVE SPACES TO WS-KIOSK-COLL(WS-KI).
       MOVE SPACES TO WS-REFRESH-TEXT.
       UNSTRING KIOSK-RECORD DELIMITED BY ALL " "
              INTO WS-KIOSK-ADDR(WS-KI), WS-KIOSK-LOCATION(WS-KI),
                   WS-KIOSK-DEPT(WS-KI), WS-KIOSK-COLL(WS-KI),
                   WS-REFRESH-TEXT
       END-UNSTRING.
      *> a line without its collection cannot be judged; say which
      *> line so the registry gets fixed rather than silently shrunk.
       IF WS-KIOSK-ADDR(WS-KI) = SPACES OR WS-KIOSK-COLL(WS-KI) = SPACES THEN
              MOVE WS-KIOSK-LINE TO WS-KIOSK-LINE-DISPLAY
              DISPLAY "WARNING: kiosk registry line " WS-KIOSK-LINE-DISPLAY
                      " is incomplete and was skipped."
              SUBTRACT 1 FROM WS-KIOSK-COUNT
              EXIT PARAGRAPH
       END-IF.
       IF WS-REFRESH-TEXT = SPACES THEN
              MOVE 0 TO WS-KIOSK-REFRESH(WS-KI)
       ELSE
              COMPUTE WS-KIOSK-REFRESH(WS-KI) = FUNCTION NUMVAL(WS-REFRESH-TEXT)
       END-IF.
       MOVE SPACES TO WS-KIOSK-COLL-DIR(WS-KI).
       MOVE 0 TO WS-KIOSK-COLL-DIR-LEN(WS-KI).
       PERFORM VARYING WS-DI FROM 1 BY 1 UNTIL WS-DI > WS-DIR-COUNT
              IF WS-DIR-NAME(WS-DI) = WS-KIOSK-COLL(WS-KI) THEN
                     MOVE WS-DIR-PATH(WS-DI) TO WS-KIOSK-COLL-DIR(WS-KI)
                     CALL "strlen" USING BY REFERENCE WS-DIR-PATH(WS-DI)
                          RETURNING WS-KIOSK-COLL-DIR-LEN(WS-KI)
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       MOVE 0 TO WS-KIOSK-REQUESTS(WS-KI).
       MOVE 0 TO WS-KIOSK-BIZ-REQUESTS(WS-KI).
       MOVE 0 TO WS-KIOSK-COLL-REQUESTS(WS-KI).
       MOVE SPACES TO WS-KIOSK-FIRST(WS-KI).
       MOVE SPACES TO WS-KIOSK-LAST(WS-KI).
       MOVE 0 TO WS-KIOSK-LAST-SECS(WS-KI).
       MOVE 0 TO WS-KIOSK-GAP(WS-KI).

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
      *> any request at all proves the screen is alive, whatever its
      *> status; older lines without the status field read the same.
       MOVE SPACES TO WS-STATUS-FIELD.
       MOVE SPACES TO WS-FILE-FIELD.
       UNSTRING LOG-RECORD DELIMITED BY SPACE
              INTO WS-DATE-FIELD, WS-TIME-FIELD, WS-CLIENT-FIELD,
                   WS-FILE-FIELD, WS-BYTES-FIELD, WS-STATUS-FIELD
       END-UNSTRING.
       IF WS-DATE-FIELD NOT = WS-REPORT-DATE THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-KIOSK-FOUND.
       PERFORM VARYING WS-KI FROM 1 BY 1 UNTIL WS-KI > WS-KIOSK-COUNT
              IF WS-KIOSK-ADDR(WS-KI) = WS-CLIENT-FIELD THEN
                     MOVE WS-KI TO WS-KIOSK-FOUND
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-KIOSK-FOUND = 0 THEN
              PERFORM RecordStray
              EXIT PARAGRAPH
       END-IF.
       MOVE WS-KIOSK-FOUND TO WS-KI.
      *> the time field is HHMMSScc; gaps are measured in whole
      *> seconds from midnight.
       COMPUTE WS-LINE-HOUR = FUNCTION NUMVAL(WS-TIME-FIELD(1:2)).
       COMPUTE WS-LINE-SECS = WS-LINE-HOUR * 3600
              + FUNCTION NUMVAL(WS-TIME-FIELD(3:2)) * 60
              + FUNCTION NUMVAL(WS-TIME-FIELD(5:2)).
       ADD 1 TO WS-KIOSK-REQUESTS(WS-KI).
       IF WS-KIOSK-FIRST(WS-KI) = SPACES THEN
              MOVE WS-TIME-FIELD TO WS-KIOSK-FIRST(WS-KI)
       ELSE
              COMPUTE WS-GAP = WS-LINE-SECS - WS-KIOSK-LAST-SECS(WS-KI)
              IF WS-GAP > WS-KIOSK-GAP(WS-KI) THEN
                     MOVE WS-GAP TO WS-KIOSK-GAP(WS-KI)
              END-IF
       END-IF.
       MOVE WS-TIME-FIELD TO WS-KIOSK-LAST(WS-KI).
       MOVE WS-LINE-SECS TO WS-KIOSK-LAST-SECS(WS-KI).
       IF WS-LINE-HOUR >= WS-BUSINESS-START AND WS-LINE-HOUR < WS-BUSINESS-END THEN
              ADD 1 TO WS-KIOSK-BIZ-REQUESTS(WS-KI)
       END-IF.
       PERFORM CheckAssignedCollection.

CheckAssignedCollection.
      *> a serve logs the full path, so its directory names the
      *> collection; a refused collection request logs "/name/rest"
      *> instead, which still shows the screen asked for it.
       IF WS-KIOSK-COLL-DIR-LEN(WS-KI) = 0 THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-SLASH-POS.
       PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1 UNTIL WS-SCAN-IDX > 256
              IF WS-FILE-FIELD(WS-SCAN-IDX:1) = "/" THEN
                     MOVE WS-SCAN-IDX TO WS-SLASH-POS
              END-IF
       END-PERFORM.
       IF WS-SLASH-POS = WS-KIOSK-COLL-DIR-LEN(WS-KI)
               AND WS-FILE-FIELD(1:WS-SLASH-POS) =
                   WS-KIOSK-COLL-DIR(WS-KI)(1:WS-SLASH-POS) THEN
              ADD 1 TO WS-KIOSK-COLL-REQUESTS(WS-KI)
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-COLL-SEG.
       MOVE 0 TO WS-COLL-SEG-LEN.
       STRING "/" DELIMITED BY SIZE,
              WS-KIOSK-COLL(WS-KI) DELIMITED BY SPACE,
              "/" DELIMITED BY SIZE
              INTO WS-COLL-SEG
       END-STRING.
       INSPECT WS-COLL-SEG TALLYING WS-COLL-SEG-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
       IF WS-STATUS-FIELD = "403"
               AND WS-FILE-FIELD(1:WS-COLL-SEG-LEN) = WS-COLL-SEG(1:WS-COLL-SEG-LEN) THEN
              ADD 1 TO WS-KIOSK-COLL-REQUESTS(WS-KI)
       END-IF.

RecordStray.
       MOVE 0 TO WS-STRAY-FOUND.
       PERFORM VARYING WS-SI FROM 1 BY 1 UNTIL WS-SI > WS-STRAY-COUNT
              IF WS-STRAY-ADDR(WS-SI) = WS-CLIENT-FIELD THEN
                     MOVE WS-SI TO WS-STRAY-FOUND
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-STRAY-FOUND = 0 AND WS-STRAY-COUNT < 200 THEN
              ADD 1 TO WS-STRAY-COUNT
              MOVE WS-STRAY-COUNT TO WS-STRAY-FOUND
              MOVE WS-CLIENT-FIELD TO WS-STRAY-ADDR(WS-STRAY-FOUND)
              MOVE 0 TO WS-STRAY-REQUESTS(WS-STRAY-FOUND)
       END-IF.
       IF WS-STRAY-FOUND = 0 THEN
              ADD 1 TO WS-STRAY-OVERFLOW
       ELSE
              ADD 1 TO WS-STRAY-REQUESTS(WS-STRAY-FOUND)
       END-IF.

PrintKiosks.
       MOVE WS-BUSINESS-START TO WS-HOUR-DISPLAY.
       MOVE WS-BUSINESS-END TO WS-HOUR-DISPLAY2.
       DISPLAY "=== Kiosk check-in report for " WS-REPORT-DATE " ===".
       DISPLAY "Business hours " WS-HOUR-DISPLAY ":00-"
               WS-HOUR-DISPLAY2 ":00".
       MOVE 0 TO WS-SEEN-COUNT.
       MOVE 0 TO WS-FLAGGED-COUNT.
       MOVE 0 TO WS-DARK-COUNT.
       PERFORM VARYING WS-KI FROM 1 BY 1 UNTIL WS-KI > WS-KIOSK-COUNT
              PERFORM PrintOneKiosk
       END-PERFORM.
       IF WS-KIOSK-COUNT = 0 THEN
              DISPLAY "  (none registered)"
       END-IF.
       DISPLAY " ".
       DISPLAY "Kiosks: " WS-KIOSK-COUNT " registered, "
               WS-SEEN-COUNT " checked in, "
               WS-DARK-COUNT " dark in business hours, "
               WS-FLAGGED-COUNT " flagged.".

PrintOneKiosk.
       MOVE SPACES TO WS-FLAGS.
       MOVE 1 TO WS-FLAG-PTR.
       MOVE 0 TO WS-FLAGGED.
       IF WS-KIOSK-REQUESTS(WS-KI) > 0 THEN
              ADD 1 TO WS-SEEN-COUNT
       END-IF.
       IF WS-KIOSK-BIZ-REQUESTS(WS-KI) = 0 THEN
              ADD 1 TO WS-DARK-COUNT
              MOVE 1 TO WS-FLAGGED
              STRING " NO-CHECK-IN" DELIMITED BY SIZE
                     INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
              END-STRING
       END-IF.
       IF WS-KIOSK-COLL-DIR-LEN(WS-KI) = 0 THEN
              MOVE 1 TO WS-FLAGGED
              STRING " UNKNOWN-COLLECTION" DELIMITED BY SIZE
                     INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
              END-STRING
       ELSE IF WS-KIOSK-REQUESTS(WS-KI) > 0
               AND WS-KIOSK-COLL-REQUESTS(WS-KI) = 0 THEN
              MOVE 1 TO WS-FLAGGED
              STRING " WRONG-COLLECTION" DELIMITED BY SIZE
                     INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
              END-STRING
       END-IF.
      *> one missed refresh is a slow network; two in a row is a
      *> screen that froze or lost its page.
       IF WS-KIOSK-REFRESH(WS-KI) > 0
               AND WS-KIOSK-GAP(WS-KI) > WS-KIOSK-REFRESH(WS-KI) * 2 THEN
              MOVE 1 TO WS-FLAGGED
              STRING " LATE-REFRESH" DELIMITED BY SIZE
                     INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
              END-STRING
       END-IF.
       IF WS-FLAGGED = 1 THEN
              ADD 1 TO WS-FLAGGED-COUNT
       END-IF.
       MOVE WS-KIOSK-REQUESTS(WS-KI) TO WS-REQ-DISPLAY.
       IF WS-KIOSK-REQUESTS(WS-KI) = 0 THEN
              DISPLAY "  " WS-KIOSK-ADDR(WS-KI) " " WS-KIOSK-LOCATION(WS-KI)
                      " " WS-KIOSK-DEPT(WS-KI) " " WS-KIOSK-COLL(WS-KI)(1:16)
                      " never seen" WS-FLAGS
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-CLOCK-FIRST.
       STRING WS-KIOSK-FIRST(WS-KI)(1:2) DELIMITED BY SIZE,
              ":" DELIMITED BY SIZE,
              WS-KIOSK-FIRST(WS-KI)(3:2) DELIMITED BY SIZE,
              ":" DELIMITED BY SIZE,
              WS-KIOSK-FIRST(WS-KI)(5:2) DELIMITED BY SIZE
              INTO WS-CLOCK-FIRST
       END-STRING.
       MOVE SPACES TO WS-CLOCK-LAST.
       STRING WS-KIOSK-LAST(WS-KI)(1:2) DELIMITED BY SIZE,
              ":" DELIMITED BY SIZE,
              WS-KIOSK-LAST(WS-KI)(3:2) DELIMITED BY SIZE,
              ":" DELIMITED BY SIZE,
              WS-KIOSK-LAST(WS-KI)(5:2) DELIMITED BY SIZE
              INTO WS-CLOCK-LAST
       END-STRING.
       IF WS-KIOSK-GAP(WS-KI) > 99999 THEN
              MOVE 99999 TO WS-GAP-DISPLAY
       ELSE
              MOVE WS-KIOSK-GAP(WS-KI) TO WS-GAP-DISPLAY
       END-IF.
       IF WS-KIOSK-COLL-REQUESTS(WS-KI) > 0 THEN
              DISPLAY "  " WS-KIOSK-ADDR(WS-KI) " " WS-KIOSK-LOCATION(WS-KI)
                      " " WS-KIOSK-DEPT(WS-KI) " " WS-KIOSK-COLL(WS-KI)(1:16)
                      " first " WS-CLOCK-FIRST " last " WS-CLOCK-LAST
                      " gap " WS-GAP-DISPLAY "s requests " WS-REQ-DISPLAY
                      " collection-ok" WS-FLAGS
       ELSE
              DISPLAY "  " WS-KIOSK-ADDR(WS-KI) " " WS-KIOSK-LOCATION(WS-KI)
                      " " WS-KIOSK-DEPT(WS-KI) " " WS-KIOSK-COLL(WS-KI)(1:16)
                      " first " WS-CLOCK-FIRST " last " WS-CLOCK-LAST
                      " gap " WS-GAP-DISPLAY "s requests " WS-REQ-DISPLAY
                      " collection-missed" WS-FLAGS
       END-IF.

PrintStrays.
       DISPLAY " ".
       DISPLAY "=== Unregistered addresses ===".
       PERFORM VARYING WS-SI FROM 1 BY 1 UNTIL WS-SI > WS-STRAY-COUNT
              MOVE WS-STRAY-REQUESTS(WS-SI) TO WS-REQ-DISPLAY
              DISPLAY "  " WS-STRAY-ADDR(WS-SI) " requests " WS-REQ-DISPLAY
       END-PERFORM.
       IF WS-STRAY-COUNT = 0 THEN
              DISPLAY "  (none)"
       END-IF.
       IF WS-STRAY-OVERFLOW > 0 THEN
              DISPLAY "WARNING: more than 200 unregistered addresses; "
                      WS-STRAY-OVERFLOW " further requests not listed."
       END-IF.

END PROGRAM kioskcheck.

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
