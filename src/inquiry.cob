IDENTIFICATION DIVISION.
PROGRAM-ID. inquiry.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CONFIG-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONFIG-STATUS.
    SELECT MAP-FILE ASSIGN TO DYNAMIC WS-MAP-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAP-STATUS.
    SELECT LOG-FILE ASSIGN TO DYNAMIC WS-READ-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.
DATA DIVISION.
FILE SECTION.
FD CONFIG-FILE.
01 CONFIG-RECORD PIC X(256).
FD MAP-FILE.
01 MAP-RECORD PIC X(64).
FD LOG-FILE.
01 LOG-RECORD PIC X(512).
*> the hand-over record: fixed columns, no separators, one matching
*> request per record. status is the effective one - a line from
*> before the status field was logged reads as 200. elapsed, method
*> and agent follow the path so the older columns keep their places;
*> a line from before those were logged leaves method and agent blank
*> and elapsed zero.
FD EXTRACT-FILE.
01 EXTRACT-RECORD.
       05 EXQ-DATE PIC X(8).
       05 EXQ-TIME PIC X(8).
       05 EXQ-CLIENT PIC X(16).
       05 EXQ-DEPT PIC X(8).
       05 EXQ-COLL PIC X(32).
       05 EXQ-STATUS PIC X(4).
       05 EXQ-BYTES PIC 9(12).
       05 EXQ-PATH PIC X(256).
       05 EXQ-ELAPSED PIC 9(9).
       05 EXQ-METHOD PIC X(8).
       05 EXQ-AGENT PIC X(160).

WORKING-STORAGE SECTION.
01 WS-ARGC USAGE IS BINARY-LONG.
01 WS-ARGV PIC X(512) VALUE SPACES.
01 WS-ARG-PTR USAGE IS BINARY-LONG.
01 WS-ARG-WORD PIC X(256).
01 WS-ARG-KEY PIC X(16).
01 WS-ARG-VALUE PIC X(240).
01 WS-ARG-BAD USAGE IS BINARY-LONG VALUE 0.
01 WS-RESULT USAGE IS BINARY-LONG.

*> selection criteria; spaces means "any". the range is compared as
*> date+time text, the same HHMMSScc clock the log carries, so
*> yyyymmdd alone covers the whole day at either end.
01 WS-SEL-FROM PIC X(16) VALUE SPACES.
01 WS-SEL-TO PIC X(16) VALUE SPACES.
01 WS-SEL-CLIENT PIC X(16) VALUE SPACES.
01 WS-SEL-CLIENT-LEN USAGE IS BINARY-LONG VALUE 0.
01 WS-SEL-CLIENT-PREFIX USAGE IS BINARY-CHAR VALUE 0.
01 WS-SEL-DEPT PIC X(8) VALUE SPACES.
01 WS-SEL-PATTERN PIC X(100) VALUE SPACES.
01 WS-SEL-PAT-LEN USAGE IS BINARY-LONG VALUE 0.
01 WS-SEL-COLL PIC X(32) VALUE SPACES.
01 WS-SEL-STATUS PIC X(4) VALUE SPACES.
01 WS-EXTRACT-PATH PIC X(256) VALUE SPACES.
01 WS-EXTRACT-STATUS PIC X(2).
01 WS-EXTRACTING USAGE IS BINARY-CHAR VALUE 0.
01 WS-FROM-DATE PIC X(8).

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
01 WS-COLL-KNOWN USAGE IS BINARY-CHAR VALUE 0.
01 WS-LINE-COLL PIC X(32).
01 WS-BEST-DIR-LEN USAGE IS BINARY-LONG.
01 WS-SEG PIC X(34).
01 WS-SEG-LEN USAGE IS BINARY-LONG.

*> department through the same operator-maintained prefix file the
*> chargeback extract uses: longest prefix wins, unmatched is OTHER.
01 WS-MAP-PATH PIC X(256) VALUE "/root/bugs_deptmap.dat".
01 WS-MAP-STATUS PIC X(2).
01 WS-MAP-EOF PIC X VALUE "N".
01 WS-MAP-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-MAP-TABLE.
       05 WS-MAP-ROW OCCURS 50 TIMES.
              10 WS-MAP-PREFIX PIC X(16).
              10 WS-MAP-PREFIX-LEN USAGE IS BINARY-LONG.
              10 WS-MAP-DEPT PIC X(8).
01 WS-MI USAGE IS BINARY-LONG.
01 WS-BEST-LEN USAGE IS BINARY-LONG.
01 WS-DEPT PIC X(8).

*> the live log and every dated archive rotatelog has kept, oldest
*> first; the oldest one on disk is the retention horizon, since
*> rotatelog prunes everything before it to a daily summary line.
01 WS-LOG-DIR PIC X(256) VALUE "/root/" & X"00".
01 WS-LIVE-LOG-PATH PIC X(256) VALUE "/root/bugs.log".
01 WS-READ-LOG-PATH PIC X(256).
01 WS-LOG-STATUS PIC X(2).
01 WS-LOG-EOF PIC X VALUE "N".
01 WS-HORIZON PIC X(8) VALUE SPACES.
01 WS-FILES-READ USAGE IS BINARY-LONG VALUE 0.

01 WS-DATE-FIELD PIC X(8).
01 WS-TIME-FIELD PIC X(8).
01 WS-CLIENT-FIELD PIC X(16).
01 WS-FILE-FIELD PIC X(256).
01 WS-BYTES-FIELD PIC X(16).
01 WS-STATUS-FIELD PIC X(4).
01 WS-ELAPSED-FIELD PIC X(10).
01 WS-METHOD-FIELD PIC X(8).
01 WS-AGENT-FIELD PIC X(160).
01 WS-LINE-PTR USAGE IS BINARY-LONG.
01 WS-LINE-KEY PIC X(16).
01 WS-LINE-BYTES USAGE IS BINARY-DOUBLE.
01 WS-BASENAME PIC X(256).
01 WS-BASE-LEN USAGE IS BINARY-LONG.
01 WS-SLASH-POS USAGE IS BINARY-LONG.
01 WS-SCAN-IDX USAGE IS BINARY-LONG.

*> file name pattern: * for any run of characters, ? for any one,
*> matched against the file name without its directory.
01 WS-PAT-P USAGE IS BINARY-LONG.
01 WS-PAT-T USAGE IS BINARY-LONG.
01 WS-PAT-STAR USAGE IS BINARY-LONG.
01 WS-PAT-MARK USAGE IS BINARY-LONG.
01 WS-PAT-MATCH USAGE IS BINARY-CHAR.
01 WS-PAT-DONE USAGE IS BINARY-CHAR.

*> control totals, so whoever receives the listing or the extract
*> can see it is complete.
01 WS-LINES-READ USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-LINES-SELECTED USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-BYTES-SELECTED USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-STAT-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-STAT-TABLE.
       05 WS-STAT-ROW OCCURS 10 TIMES.
              10 WS-STAT-CODE PIC X(4).
              10 WS-STAT-HITS USAGE IS BINARY-DOUBLE.
01 WS-SI USAGE IS BINARY-LONG.
01 WS-STAT-FOUND USAGE IS BINARY-LONG.
01 WS-COUNT-DISPLAY PIC Z(11)9.
01 WS-BYTES-DISPLAY PIC Z(14)9.
01 WS-LIST-BYTES PIC Z(11)9.
01 WS-FILES-DISPLAY PIC Z(4)9.

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
       IF WS-ARGC > 0 THEN
              ACCEPT WS-ARGV FROM COMMAND-LINE
       END-IF.
       MOVE 1 TO WS-ARG-PTR.
       PERFORM UNTIL WS-ARG-PTR > LENGTH OF WS-ARGV
              MOVE SPACES TO WS-ARG-WORD
              UNSTRING WS-ARGV DELIMITED BY ALL SPACE
                     INTO WS-ARG-WORD
                     WITH POINTER WS-ARG-PTR
              END-UNSTRING
              IF WS-ARG-WORD NOT = SPACES THEN
                     PERFORM ApplyCriterion
              END-IF
       END-PERFORM.
       IF WS-ARG-BAD > 0 THEN
              PERFORM ShowUsage
              CALL "exit" USING BY VALUE 1
       END-IF.
       PERFORM LoadConfig.
       PERFORM LoadMap.
       IF WS-SEL-COLL NOT = SPACES THEN
              PERFORM CheckCollection
              IF WS-COLL-KNOWN = 0 THEN
                     DISPLAY "Unknown collection " WS-SEL-COLL
                             "; bugs.conf names no such COLLECTION."
                     CALL "exit" USING BY VALUE 1
              END-IF
       END-IF.
       IF WS-EXTRACT-PATH NOT = SPACES THEN
              OPEN OUTPUT EXTRACT-FILE
              IF WS-EXTRACT-STATUS NOT = "00" THEN
                     DISPLAY "Cannot write extract " WS-EXTRACT-PATH(1:60)
                             ", status " WS-EXTRACT-STATUS
                     CALL "exit" USING BY VALUE 1
              END-IF
              MOVE 1 TO WS-EXTRACTING
       END-IF.
       DISPLAY "=== Request Log Inquiry ===".
       PERFORM PrintCriteria.
       IF WS-EXTRACTING = 0 THEN
              DISPLAY " "
              DISPLAY "Date     Time     Client           Dept     "
                      "Collection       Stat        Bytes  Path"
       END-IF.
       PERFORM ScanArchives.
       MOVE WS-LIVE-LOG-PATH TO WS-READ-LOG-PATH.
       PERFORM ScanOneLog.
       IF WS-EXTRACTING = 1 THEN
              CLOSE EXTRACT-FILE
       END-IF.
       PERFORM PrintHorizon.
       PERFORM PrintTotals.
       GOBACK.

ShowUsage.
       DISPLAY "usage: inquiry [from=yyyymmdd[hhmm]] [to=yyyymmdd[hhmm]]".
       DISPLAY "               [client=address|prefix.] [dept=name]".
       DISPLAY "               [file=pattern] [coll=name|default]".
       DISPLAY "               [status=200|404|403|429|509] [extract=path]".
       DISPLAY "  file patterns take * and ?; a client ending in . is a prefix;".
       DISPLAY "  without extract= the matches are listed with control totals.".

ApplyCriterion.
       MOVE SPACES TO WS-ARG-KEY.
       MOVE SPACES TO WS-ARG-VALUE.
       UNSTRING WS-ARG-WORD DELIMITED BY "="
              INTO WS-ARG-KEY, WS-ARG-VALUE
       END-UNSTRING.
       IF WS-ARG-VALUE = SPACES THEN
              DISPLAY "No value given for " WS-ARG-WORD(1:40)
              ADD 1 TO WS-ARG-BAD
       ELSE IF WS-ARG-KEY = "from" THEN
              PERFORM CheckRangeValue
              MOVE WS-ARG-VALUE(1:12) TO WS-SEL-FROM
              IF WS-ARG-VALUE(9:1) = SPACE THEN
                     MOVE "0000" TO WS-SEL-FROM(9:4)
              END-IF
              MOVE "0000" TO WS-SEL-FROM(13:4)
       ELSE IF WS-ARG-KEY = "to" THEN
              PERFORM CheckRangeValue
              MOVE WS-ARG-VALUE(1:12) TO WS-SEL-TO
              IF WS-ARG-VALUE(9:1) = SPACE THEN
                     MOVE "9999" TO WS-SEL-TO(9:4)
              END-IF
              MOVE "9999" TO WS-SEL-TO(13:4)
       ELSE IF WS-ARG-KEY = "client" THEN
              MOVE WS-ARG-VALUE TO WS-SEL-CLIENT
              MOVE 0 TO WS-SEL-CLIENT-LEN
              INSPECT WS-SEL-CLIENT TALLYING WS-SEL-CLIENT-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-SEL-CLIENT(WS-SEL-CLIENT-LEN:1) = "." THEN
                     MOVE 1 TO WS-SEL-CLIENT-PREFIX
              END-IF
       ELSE IF WS-ARG-KEY = "dept" THEN
              MOVE WS-ARG-VALUE TO WS-SEL-DEPT
       ELSE IF WS-ARG-KEY = "file" THEN
              MOVE WS-ARG-VALUE TO WS-SEL-PATTERN
              MOVE 0 TO WS-SEL-PAT-LEN
              INSPECT WS-SEL-PATTERN TALLYING WS-SEL-PAT-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
       ELSE IF WS-ARG-KEY = "coll" THEN
              MOVE WS-ARG-VALUE TO WS-SEL-COLL
       ELSE IF WS-ARG-KEY = "status" THEN
              MOVE WS-ARG-VALUE TO WS-SEL-STATUS
       ELSE IF WS-ARG-KEY = "extract" THEN
              MOVE WS-ARG-VALUE TO WS-EXTRACT-PATH
       ELSE
              DISPLAY "Unknown criterion " WS-ARG-WORD(1:40)
              ADD 1 TO WS-ARG-BAD
       END-IF.

CheckRangeValue.
      *> yyyymmdd or yyyymmddhhmm, nothing else.
       IF (WS-ARG-VALUE(1:8) IS NUMERIC AND WS-ARG-VALUE(9:1) = SPACE)
               OR (WS-ARG-VALUE(1:12) IS NUMERIC AND WS-ARG-VALUE(13:1) = SPACE) THEN
              CONTINUE
       ELSE
              DISPLAY "Bad date for " WS-ARG-KEY "; use yyyymmdd or yyyymmddhhmm."
              ADD 1 TO WS-ARG-BAD
       END-IF.

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
              END-CALL
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

CheckCollection.
       MOVE 0 TO WS-COLL-KNOWN.
       PERFORM VARYING WS-DI FROM 1 BY 1 UNTIL WS-DI > WS-DIR-COUNT
              IF WS-DIR-NAME(WS-DI) = WS-SEL-COLL THEN
                     MOVE 1 TO WS-COLL-KNOWN
                     EXIT PERFORM
              END-IF
       END-PERFORM.

LoadMap.
       MOVE 0 TO WS-MAP-COUNT.
       MOVE "N" TO WS-MAP-EOF.
       OPEN INPUT MAP-FILE.
       IF WS-MAP-STATUS = "00" THEN
              PERFORM UNTIL WS-MAP-EOF = "Y"
                     READ MAP-FILE
                            AT END MOVE "Y" TO WS-MAP-EOF
                            NOT AT END PERFORM LoadMapLine
                     END-READ
              END-PERFORM
              CLOSE MAP-FILE
       ELSE IF WS-SEL-DEPT NOT = SPACES THEN
              DISPLAY "No department map at " WS-MAP-PATH(1:25)
                      "; every address reads as OTHER."
       END-IF.

LoadMapLine.
       IF MAP-RECORD = SPACES OR MAP-RECORD(1:1) = "#"
               OR WS-MAP-COUNT >= 50 THEN
              CONTINUE
       ELSE
              ADD 1 TO WS-MAP-COUNT
              MOVE SPACES TO WS-MAP-PREFIX(WS-MAP-COUNT)
              MOVE SPACES TO WS-MAP-DEPT(WS-MAP-COUNT)
              MOVE 0 TO WS-MAP-PREFIX-LEN(WS-MAP-COUNT)
              UNSTRING MAP-RECORD DELIMITED BY ALL " "
                     INTO WS-MAP-PREFIX(WS-MAP-COUNT)
                            COUNT IN WS-MAP-PREFIX-LEN(WS-MAP-COUNT),
                          WS-MAP-DEPT(WS-MAP-COUNT)
              END-UNSTRING
              IF WS-MAP-PREFIX-LEN(WS-MAP-COUNT) = 0
                      OR WS-MAP-DEPT(WS-MAP-COUNT) = SPACES THEN
                     SUBTRACT 1 FROM WS-MAP-COUNT
              END-IF
       END-IF.

PrintCriteria.
       IF WS-SEL-FROM NOT = SPACES THEN
              DISPLAY "  From:       " WS-SEL-FROM(1:8) " " WS-SEL-FROM(9:4)
       END-IF.
       IF WS-SEL-TO NOT = SPACES THEN
              DISPLAY "  To:         " WS-SEL-TO(1:8) " " WS-SEL-TO(9:4)
       END-IF.
       IF WS-SEL-CLIENT NOT = SPACES THEN
              DISPLAY "  Client:     " WS-SEL-CLIENT
       END-IF.
       IF WS-SEL-DEPT NOT = SPACES THEN
              DISPLAY "  Department: " WS-SEL-DEPT
       END-IF.
       IF WS-SEL-PATTERN NOT = SPACES THEN
              DISPLAY "  File:       " WS-SEL-PATTERN(1:60)
       END-IF.
       IF WS-SEL-COLL NOT = SPACES THEN
              DISPLAY "  Collection: " WS-SEL-COLL
       END-IF.
       IF WS-SEL-STATUS NOT = SPACES THEN
              DISPLAY "  Status:     " WS-SEL-STATUS
       END-IF.
       IF WS-EXTRACTING = 1 THEN
              DISPLAY "  Extract to: " WS-EXTRACT-PATH(1:60)
       END-IF.

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
       MOVE WS-SEL-FROM(1:8) TO WS-FROM-DATE.
       SET ADDRESS OF L-DIRENT-POINTERS(1) TO WS-DIRENT.
       PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1 UNTIL WS-ARCH-IDX > WS-N
              MOVE L-DIRENT-POINTERS(WS-ARCH-IDX) TO WS-DIRENT-POINTER
              SET ADDRESS OF L-DIRENT TO WS-DIRENT-POINTER
              IF WS-ARCH-IDX = 1 THEN
                     MOVE L-DIRENT-NAME(10:8) TO WS-HORIZON
              END-IF
             *> an archive is rolled on its date and holds nothing
             *> later, so one dated before the range cannot match.
              IF WS-FROM-DATE = SPACES
                      OR L-DIRENT-NAME(10:8) >= WS-FROM-DATE THEN
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
              ADD 1 TO WS-FILES-READ
              PERFORM UNTIL WS-LOG-EOF = "Y"
                     READ LOG-FILE
                            AT END MOVE "Y" TO WS-LOG-EOF
                            NOT AT END PERFORM SelectLogLine
                     END-READ
              END-PERFORM
              CLOSE LOG-FILE
       END-IF.

SelectLogLine.
      *> older log lines predate the trailing status field; blank it
      *> first and read a short line as the success it was.
       ADD 1 TO WS-LINES-READ.
       MOVE SPACES TO WS-STATUS-FIELD.
       MOVE SPACES TO WS-FILE-FIELD.
       MOVE SPACES TO WS-BYTES-FIELD.
       MOVE SPACES TO WS-ELAPSED-FIELD.
       MOVE SPACES TO WS-METHOD-FIELD.
       MOVE SPACES TO WS-AGENT-FIELD.
       MOVE 1 TO WS-LINE-PTR.
       UNSTRING LOG-RECORD DELIMITED BY SPACE
              INTO WS-DATE-FIELD, WS-TIME-FIELD, WS-CLIENT-FIELD,
                   WS-FILE-FIELD, WS-BYTES-FIELD, WS-STATUS-FIELD,
                   WS-ELAPSED-FIELD, WS-METHOD-FIELD
              WITH POINTER WS-LINE-PTR
       END-UNSTRING.
      *> the agent is the rest of the line, spaces and all.
       IF WS-METHOD-FIELD NOT = SPACES AND WS-LINE-PTR <= 512 THEN
              MOVE LOG-RECORD(WS-LINE-PTR:) TO WS-AGENT-FIELD
       END-IF.
       IF WS-STATUS-FIELD = SPACES THEN
              MOVE "200" TO WS-STATUS-FIELD
       END-IF.
      *> a live log that has not yet been rolled can still carry the
      *> horizon day's earliest lines; the oldest date seen wins.
       IF WS-HORIZON = SPACES OR WS-DATE-FIELD < WS-HORIZON THEN
              MOVE WS-DATE-FIELD TO WS-HORIZON
       END-IF.
       MOVE WS-DATE-FIELD TO WS-LINE-KEY(1:8).
       MOVE WS-TIME-FIELD TO WS-LINE-KEY(9:8).
       IF WS-SEL-FROM NOT = SPACES AND WS-LINE-KEY < WS-SEL-FROM THEN
              EXIT PARAGRAPH
       END-IF.
       IF WS-SEL-TO NOT = SPACES AND WS-LINE-KEY > WS-SEL-TO THEN
              EXIT PARAGRAPH
       END-IF.
       IF WS-SEL-STATUS NOT = SPACES AND WS-STATUS-FIELD NOT = WS-SEL-STATUS THEN
              EXIT PARAGRAPH
       END-IF.
       IF WS-SEL-CLIENT NOT = SPACES THEN
              IF WS-SEL-CLIENT-PREFIX = 1 THEN
                     IF WS-CLIENT-FIELD(1:WS-SEL-CLIENT-LEN)
                             NOT = WS-SEL-CLIENT(1:WS-SEL-CLIENT-LEN) THEN
                            EXIT PARAGRAPH
                     END-IF
              ELSE IF WS-CLIENT-FIELD NOT = WS-SEL-CLIENT THEN
                     EXIT PARAGRAPH
              END-IF
              END-IF
       END-IF.
       PERFORM MapClientDept.
       IF WS-SEL-DEPT NOT = SPACES AND WS-DEPT NOT = WS-SEL-DEPT THEN
              EXIT PARAGRAPH
       END-IF.
       PERFORM DeriveCollection.
       IF WS-SEL-COLL NOT = SPACES AND WS-LINE-COLL NOT = WS-SEL-COLL THEN
              EXIT PARAGRAPH
       END-IF.
       IF WS-SEL-PATTERN NOT = SPACES THEN
              PERFORM ExtractBasename
              PERFORM MatchPattern
              IF WS-PAT-MATCH = 0 THEN
                     EXIT PARAGRAPH
              END-IF
       END-IF.
       PERFORM EmitMatch.

MapClientDept.
       MOVE "OTHER" TO WS-DEPT.
       MOVE 0 TO WS-BEST-LEN.
       PERFORM VARYING WS-MI FROM 1 BY 1 UNTIL WS-MI > WS-MAP-COUNT
              IF WS-MAP-PREFIX-LEN(WS-MI) > WS-BEST-LEN AND
                      WS-CLIENT-FIELD(1:WS-MAP-PREFIX-LEN(WS-MI)) =
                      WS-MAP-PREFIX(WS-MI)(1:WS-MAP-PREFIX-LEN(WS-MI)) THEN
                     MOVE WS-MAP-PREFIX-LEN(WS-MI) TO WS-BEST-LEN
                     MOVE WS-MAP-DEPT(WS-MI) TO WS-DEPT
              END-IF
       END-PERFORM.

DeriveCollection.
      *> a serve, a 404 or a thumbnail logs the full path under the
      *> collection's directory (deepest directory wins, should one
      *> sit inside another); a collection 403 logs /name/... instead.
      *> status pages and gate refusals belong to no collection.
       MOVE "-" TO WS-LINE-COLL.
       MOVE 0 TO WS-BEST-DIR-LEN.
       PERFORM VARYING WS-DI FROM 1 BY 1 UNTIL WS-DI > WS-DIR-COUNT
              IF WS-DIR-LEN(WS-DI) > WS-BEST-DIR-LEN AND
                      WS-FILE-FIELD(1:WS-DIR-LEN(WS-DI)) =
                      WS-DIR-PATH(WS-DI)(1:WS-DIR-LEN(WS-DI)) THEN
                     MOVE WS-DIR-LEN(WS-DI) TO WS-BEST-DIR-LEN
                     MOVE WS-DIR-NAME(WS-DI) TO WS-LINE-COLL
              END-IF
       END-PERFORM.
       IF WS-BEST-DIR-LEN = 0 AND WS-STATUS-FIELD = "403"
               AND WS-FILE-FIELD(1:1) = "/" THEN
              MOVE SPACES TO WS-SEG
              UNSTRING WS-FILE-FIELD(2:255) DELIMITED BY "/"
                     INTO WS-SEG COUNT IN WS-SEG-LEN
              END-UNSTRING
              PERFORM VARYING WS-DI FROM 2 BY 1 UNTIL WS-DI > WS-DIR-COUNT
                     IF WS-DIR-NAME(WS-DI) = WS-SEG THEN
                            MOVE WS-DIR-NAME(WS-DI) TO WS-LINE-COLL
                            EXIT PERFORM
                     END-IF
              END-PERFORM
       END-IF.

ExtractBasename.
       MOVE 0 TO WS-SLASH-POS.
       PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1 UNTIL WS-SCAN-IDX > 256
              IF WS-FILE-FIELD(WS-SCAN-IDX:1) = "/" THEN
                     MOVE WS-SCAN-IDX TO WS-SLASH-POS
              END-IF
       END-PERFORM.
       MOVE SPACES TO WS-BASENAME.
       IF WS-SLASH-POS > 0 AND WS-SLASH-POS < 256 THEN
              MOVE WS-FILE-FIELD(WS-SLASH-POS + 1:256 - WS-SLASH-POS) TO WS-BASENAME
       ELSE
              MOVE WS-FILE-FIELD TO WS-BASENAME
       END-IF.
       MOVE 0 TO WS-BASE-LEN.
       INSPECT WS-BASENAME TALLYING WS-BASE-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.

MatchPattern.
      *> one pass with a single backtrack point: on a mismatch after a
      *> *, let the star swallow one more character and retry.
       MOVE 1 TO WS-PAT-P.
       MOVE 1 TO WS-PAT-T.
       MOVE 0 TO WS-PAT-STAR.
       MOVE 0 TO WS-PAT-MARK.
       MOVE 1 TO WS-PAT-MATCH.
       MOVE 0 TO WS-PAT-DONE.
       PERFORM UNTIL WS-PAT-T > WS-BASE-LEN OR WS-PAT-DONE = 1
              IF WS-PAT-P <= WS-SEL-PAT-LEN AND
                      (WS-SEL-PATTERN(WS-PAT-P:1) = "?" OR
                       WS-SEL-PATTERN(WS-PAT-P:1) = WS-BASENAME(WS-PAT-T:1)) THEN
                     ADD 1 TO WS-PAT-P
                     ADD 1 TO WS-PAT-T
              ELSE IF WS-PAT-P <= WS-SEL-PAT-LEN AND
                      WS-SEL-PATTERN(WS-PAT-P:1) = "*" THEN
                     MOVE WS-PAT-P TO WS-PAT-STAR
                     MOVE WS-PAT-T TO WS-PAT-MARK
                     ADD 1 TO WS-PAT-P
              ELSE IF WS-PAT-STAR > 0 THEN
                     COMPUTE WS-PAT-P = WS-PAT-STAR + 1
                     ADD 1 TO WS-PAT-MARK
                     MOVE WS-PAT-MARK TO WS-PAT-T
              ELSE
                     MOVE 0 TO WS-PAT-MATCH
                     MOVE 1 TO WS-PAT-DONE
              END-IF
       END-PERFORM.
       IF WS-PAT-MATCH = 1 THEN
              PERFORM UNTIL WS-PAT-P > WS-SEL-PAT-LEN
                         OR WS-SEL-PATTERN(WS-PAT-P:1) NOT = "*"
                     ADD 1 TO WS-PAT-P
              END-PERFORM
              IF WS-PAT-P <= WS-SEL-PAT-LEN THEN
                     MOVE 0 TO WS-PAT-MATCH
              END-IF
       END-IF.

EmitMatch.
       ADD 1 TO WS-LINES-SELECTED.
       COMPUTE WS-LINE-BYTES = FUNCTION NUMVAL(WS-BYTES-FIELD).
       ADD WS-LINE-BYTES TO WS-BYTES-SELECTED.
       MOVE 0 TO WS-STAT-FOUND.
       PERFORM VARYING WS-SI FROM 1 BY 1 UNTIL WS-SI > WS-STAT-COUNT
              IF WS-STAT-CODE(WS-SI) = WS-STATUS-FIELD THEN
                     MOVE WS-SI TO WS-STAT-FOUND
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-STAT-FOUND = 0 AND WS-STAT-COUNT < 10 THEN
              ADD 1 TO WS-STAT-COUNT
              MOVE WS-STAT-COUNT TO WS-STAT-FOUND
              MOVE WS-STATUS-FIELD TO WS-STAT-CODE(WS-STAT-FOUND)
              MOVE 0 TO WS-STAT-HITS(WS-STAT-FOUND)
       END-IF.
       IF WS-STAT-FOUND > 0 THEN
              ADD 1 TO WS-STAT-HITS(WS-STAT-FOUND)
       END-IF.
       IF WS-EXTRACTING = 1 THEN
              MOVE SPACES TO EXTRACT-RECORD
              MOVE WS-DATE-FIELD TO EXQ-DATE
              MOVE WS-TIME-FIELD TO EXQ-TIME
              MOVE WS-CLIENT-FIELD TO EXQ-CLIENT
              MOVE WS-DEPT TO EXQ-DEPT
              MOVE WS-LINE-COLL TO EXQ-COLL
              MOVE WS-STATUS-FIELD TO EXQ-STATUS
              MOVE WS-LINE-BYTES TO EXQ-BYTES
              MOVE WS-FILE-FIELD TO EXQ-PATH
              MOVE 0 TO EXQ-ELAPSED
              IF WS-ELAPSED-FIELD NOT = SPACES THEN
                     COMPUTE EXQ-ELAPSED = FUNCTION NUMVAL(WS-ELAPSED-FIELD)
              END-IF
              MOVE WS-METHOD-FIELD TO EXQ-METHOD
              MOVE WS-AGENT-FIELD TO EXQ-AGENT
              WRITE EXTRACT-RECORD
       ELSE
              MOVE WS-LINE-BYTES TO WS-LIST-BYTES
              DISPLAY WS-DATE-FIELD " " WS-TIME-FIELD " " WS-CLIENT-FIELD
                      " " WS-DEPT " " WS-LINE-COLL(1:16) " " WS-STATUS-FIELD
                      " " WS-LIST-BYTES "  " WS-FILE-FIELD(1:80)
       END-IF.

PrintHorizon.
      *> say it plainly: anything before the oldest log on hand was
      *> pruned by rotatelog and survives only as a daily total.
       DISPLAY " ".
       IF WS-HORIZON = SPACES THEN
              DISPLAY "No request logs on hand at all."
       ELSE
              DISPLAY "Logs on hand from " WS-HORIZON " (retention horizon)."
              IF WS-SEL-FROM = SPACES OR WS-SEL-FROM(1:8) < WS-HORIZON THEN
                     DISPLAY "WARNING: the requested range reaches back past the"
                             " retention horizon; requests before " WS-HORIZON
                     DISPLAY "         were pruned by rotatelog and survive only as"
                             " daily totals in bugs_summary.dat. This answer is"
                     DISPLAY "         INCOMPLETE for that part of the range."
              END-IF
       END-IF.

PrintTotals.
       DISPLAY "=== Control totals ===".
       MOVE WS-FILES-READ TO WS-FILES-DISPLAY.
       DISPLAY "  Log files read:     " WS-FILES-DISPLAY.
       MOVE WS-LINES-READ TO WS-COUNT-DISPLAY.
       DISPLAY "  Records read:       " WS-COUNT-DISPLAY.
       MOVE WS-LINES-SELECTED TO WS-COUNT-DISPLAY.
       IF WS-EXTRACTING = 1 THEN
              DISPLAY "  Records extracted:  " WS-COUNT-DISPLAY
       ELSE
              DISPLAY "  Records selected:   " WS-COUNT-DISPLAY
       END-IF.
       MOVE WS-BYTES-SELECTED TO WS-BYTES-DISPLAY.
       DISPLAY "  Bytes selected:  " WS-BYTES-DISPLAY.
       PERFORM VARYING WS-SI FROM 1 BY 1 UNTIL WS-SI > WS-STAT-COUNT
              MOVE WS-STAT-HITS(WS-SI) TO WS-COUNT-DISPLAY
              DISPLAY "    status " WS-STAT-CODE(WS-SI) "     " WS-COUNT-DISPLAY
       END-PERFORM.

END PROGRAM inquiry.

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
