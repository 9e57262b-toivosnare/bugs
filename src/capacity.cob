IDENTIFICATION DIVISION.
PROGRAM-ID. capacity.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CAT-NAME
        FILE STATUS IS WS-CATALOG-STATUS.
    SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CONFIG-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONFIG-STATUS.
    SELECT MONCONF-FILE ASSIGN TO DYNAMIC WS-MONCONF-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MONCONF-STATUS.
    SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.
DATA DIVISION.
FILE SECTION.
FD CATALOG-FILE.
01 CATALOG-RECORD.
       05 CAT-NAME PIC X(256).
       05 CAT-FORMAT PIC X(4).
       05 CAT-SIZE PIC 9(10).
       05 CAT-WIDTH PIC 9(5).
       05 CAT-HEIGHT PIC 9(5).
       05 CAT-CHECKSUM PIC 9(10).
       05 CAT-FIRST-SEEN PIC X(8).
FD CONFIG-FILE.
01 CONFIG-RECORD PIC X(256).
FD MONCONF-FILE.
01 MONCONF-RECORD PIC X(256).
FD HISTORY-FILE.
01 HISTORY-RECORD PIC X(80).

WORKING-STORAGE SECTION.
01 WS-ARGC USAGE IS BINARY-LONG.
01 WS-RESULT USAGE IS BINARY-LONG.
01 WS-CATALOG-PATH PIC X(256) VALUE "/root/bugs_catalog.dat".
01 WS-CATALOG-STATUS PIC X(2).
01 WS-CATALOG-EOF PIC X VALUE "N".

*> the serving directories, straight out of bugs.conf the way
*> kioskcheck reads it: GIF_DIR as "default" plus every COLLECTION.
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
01 WS-INCOMING-DIR PIC X(256) VALUE "/root/incoming/" & X"00".

*> the warning window and the alert route share the monitor's file:
*> the forecast is appended to the exceptions log the monitor already
*> follows, and the monitor delivers it like any other alert.
01 WS-MONCONF-PATH PIC X(256) VALUE "/root/bugs_monitor.conf" & X"00".
01 WS-MONCONF-STATUS PIC X(2).
01 WS-MONCONF-EOF PIC X VALUE "N".
01 WS-WARN-DAYS USAGE IS BINARY-LONG VALUE 90.
01 WS-LOG-PATH PIC X(256) VALUE "/root/bugs.log" & X"00".
01 WS-LOG-DIR PIC X(256) VALUE "/root/" & X"00".
01 WS-EXC-PATH PIC X(256) VALUE "/root/bugs_exceptions.log" & X"00".
01 WS-EXC-LINE PIC X(360).
01 WS-EXC-LEN USAGE IS BINARY-LONG.
01 WS-EXC-FD USAGE IS BINARY-LONG.
01 WS-EXC-TIME PIC 9(8).

*> every catalogued image: the catalog is keyed by bare name, so a
*> file is sized from its CAT-SIZE wherever it sits tonight, and the
*> first-seen day dates the growth.
01 WS-CAT-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-CAT-TABLE.
       05 WS-CAT-ENTRY OCCURS 5000 TIMES.
              10 WS-CAT-ENT-NAME PIC X(256).
              10 WS-CAT-ENT-SIZE USAGE IS BINARY-DOUBLE.
01 WS-CAT-DROPPED USAGE IS BINARY-LONG VALUE 0.
01 WS-CI USAGE IS BINARY-LONG.
01 WS-CAT-FOUND USAGE IS BINARY-LONG.

*> one row per place the bytes live; thumbs/ sums every serving
*> directory's thumbs/, and quarantine/ and retired/ sit under GIF_DIR
*> where the server and lifecycle put them.
01 WS-AREA-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-AREA-TABLE.
       05 WS-AREA-ROW OCCURS 20 TIMES.
              10 WS-AREA-NAME PIC X(16).
              10 WS-AREA-FILES USAGE IS BINARY-LONG.
              10 WS-AREA-UNCATALOGUED USAGE IS BINARY-LONG.
              10 WS-AREA-BYTES USAGE IS BINARY-DOUBLE.
             *> thumbnails and logs are never catalogued; they are
             *> always sized on disk.
              10 WS-AREA-USE-CATALOG USAGE IS BINARY-CHAR.
01 WS-AI USAGE IS BINARY-LONG.
01 WS-SCAN-PATH PIC X(256).
01 WS-FILE-PATH PIC X(512).
01 WS-FILE-NAME PIC X(256).
01 WS-FILE-BYTES USAGE IS BINARY-DOUBLE.
01 WS-FD USAGE IS BINARY-LONG.
01 WS-FOOTPRINT USAGE IS BINARY-DOUBLE VALUE 0.

*> glibc struct statvfs: block size, fragment size, then the block
*> counts; free space is what an unprivileged writer can still use.
01 WS-STATVFS.
>>IF BUGS32 IS DEFINED
       05 WS-VFS-BSIZE SYNCHRONIZED USAGE IS BINARY-LONG UNSIGNED.
       05 WS-VFS-FRSIZE SYNCHRONIZED USAGE IS BINARY-LONG UNSIGNED.
       05 WS-VFS-BLOCKS SYNCHRONIZED USAGE IS BINARY-LONG UNSIGNED.
       05 WS-VFS-BFREE SYNCHRONIZED USAGE IS BINARY-LONG UNSIGNED.
       05 WS-VFS-BAVAIL SYNCHRONIZED USAGE IS BINARY-LONG UNSIGNED.
>>ELSE
       05 WS-VFS-BSIZE SYNCHRONIZED USAGE IS BINARY-DOUBLE UNSIGNED.
       05 WS-VFS-FRSIZE SYNCHRONIZED USAGE IS BINARY-DOUBLE UNSIGNED.
       05 WS-VFS-BLOCKS SYNCHRONIZED USAGE IS BINARY-DOUBLE UNSIGNED.
       05 WS-VFS-BFREE SYNCHRONIZED USAGE IS BINARY-DOUBLE UNSIGNED.
       05 WS-VFS-BAVAIL SYNCHRONIZED USAGE IS BINARY-DOUBLE UNSIGNED.
>>END-IF
       05 FILLER PIC X(128).
01 WS-FS-KNOWN USAGE IS BINARY-CHAR VALUE 0.
01 WS-FS-SIZE USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-FS-FREE USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-FS-PCT USAGE IS BINARY-LONG.

*> the monthly history, one line per month: YYYYMM, then the bytes
*> the areas above held, the filesystem's free bytes and its size,
*> each fifteen digits. tonight's run replaces this month's line, so
*> each month keeps its last reading.
01 WS-HISTORY-PATH PIC X(256) VALUE "/root/bugs_capacity.dat".
01 WS-HISTORY-STATUS PIC X(2).
01 WS-HISTORY-EOF PIC X VALUE "N".
01 WS-HIST-F1 PIC X(16).
01 WS-HIST-F2 PIC X(16).
01 WS-HIST-F3 PIC X(16).
01 WS-HIST-F4 PIC X(16).
01 WS-HIST-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-HIST-TABLE.
       05 WS-HIST-ROW OCCURS 120 TIMES.
              10 WS-HIST-MONTH PIC 9(6).
              10 WS-HIST-USED PIC 9(15).
              10 WS-HIST-FREE PIC 9(15).
              10 WS-HIST-SIZE PIC 9(15).
01 WS-HI USAGE IS BINARY-LONG.
01 WS-HIST-FOUND USAGE IS BINARY-LONG.
01 WS-HIST-BAD USAGE IS BINARY-LONG VALUE 0.

01 WS-TODAY-X PIC 9(8).
01 WS-MONTH-X PIC 9(6).
01 WS-MONTH-PARTS REDEFINES WS-MONTH-X.
       05 WS-MONTH-YYYY PIC 9(4).
       05 WS-MONTH-MM PIC 9(2).
01 WS-MONTH-NO USAGE IS BINARY-LONG.
01 WS-CUR-MONTH PIC 9(6).
01 WS-CUR-MONTH-NO USAGE IS BINARY-LONG.
01 WS-MONTHS-BACK USAGE IS BINARY-LONG.

*> bytes first seen by the catalog per month: row 1 is this month,
*> row 13 twelve months back.
01 WS-ADDED-TABLE.
       05 WS-ADDED-BYTES USAGE IS BINARY-DOUBLE VALUE 0 OCCURS 13 TIMES.
01 WS-MI USAGE IS BINARY-LONG.
01 WS-EARLIEST-NO USAGE IS BINARY-LONG VALUE 0.
01 WS-CAT-MONTHS USAGE IS BINARY-LONG.
01 WS-CAT-RATE USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-CAT-RATE-KNOWN USAGE IS BINARY-CHAR VALUE 0.
01 WS-HIST-MONTHS USAGE IS BINARY-LONG.
01 WS-HIST-RATE USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-HIST-RATE-KNOWN USAGE IS BINARY-CHAR VALUE 0.
01 WS-RATE USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-RATE-SOURCE PIC X(40) VALUE SPACES.
01 WS-RATE-MONTHS USAGE IS BINARY-LONG.
01 WS-MONTHS-DISPLAY PIC Z9.
01 WS-PACE-TEXT PIC X(60) VALUE SPACES.
01 WS-PACE-LEN USAGE IS BINARY-LONG.
01 WS-FILL-DAYS USAGE IS BINARY-DOUBLE.
01 WS-FILL-DATE PIC 9(8).

01 WS-BYTES-DISPLAY PIC Z(14)9.
01 WS-BYTES-DISPLAY-2 PIC Z(14)9.
01 WS-SIGNED-DISPLAY PIC -(14)9.
01 WS-FILES-DISPLAY PIC Z(5)9.
01 WS-UNCAT-DISPLAY PIC Z(5)9.
01 WS-PCT-DISPLAY PIC ZZ9.
01 WS-DAYS-DISPLAY PIC Z(4)9.
01 WS-DAYS-X PIC 9(5).
01 WS-USED-TEXT PIC X(16).

01 WS-N USAGE IS BINARY-LONG.
01 WS-DIRENT USAGE IS POINTER.
01 WS-DIRENT-POINTER USAGE IS POINTER.
01 WS-FILTER USAGE IS PROGRAM-POINTER.
01 WS-COMPAR USAGE IS PROGRAM-POINTER.
01 WS-NAME-LEN USAGE IS BINARY-LONG.
01 WS-FILE-IDX USAGE IS BINARY-LONG.

LINKAGE SECTION.
01 L-DIRENT-POINTERS USAGE IS POINTER OCCURS 0 TO 10000 TIMES DEPENDING ON WS-N.
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
           DISPLAY "usage: capacity"
           CALL "exit" USING BY VALUE 1
       END-IF.
       ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
       MOVE WS-TODAY-X(1:6) TO WS-CUR-MONTH.
       MOVE WS-CUR-MONTH TO WS-MONTH-X.
       PERFORM MonthNumber.
       MOVE WS-MONTH-NO TO WS-CUR-MONTH-NO.
       PERFORM LoadConfig.
       PERFORM LoadMonitorConfig.
       PERFORM LoadCatalog.
       PERFORM MeasureAreas.
       PERFORM MeasureFilesystem.
       PERFORM LoadHistory.
       PERFORM UpdateHistory.
       PERFORM SaveHistory.
       PERFORM ComputeGrowth.
       DISPLAY "=== Storage capacity as of " WS-TODAY-X " ===".
       PERFORM PrintAreas.
       PERFORM PrintFilesystem.
       PERFORM PrintGrowth.
       PERFORM ProjectFill.
       GOBACK.

MonthNumber.
      *> months since year zero, so two YYYYMM values subtract.
       COMPUTE WS-MONTH-NO = WS-MONTH-YYYY * 12 + WS-MONTH-MM - 1.

MonthFromNumber.
       COMPUTE WS-MONTH-YYYY = WS-MONTH-NO / 12.
       COMPUTE WS-MONTH-MM = WS-MONTH-NO - WS-MONTH-YYYY * 12 + 1.

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
      *> defaults above stand wherever the file is missing or silent,
      *> the same forgiving contract the monitor itself keeps.
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
              IF WS-CONFIG-KEY = "CAPACITY_WARN_DAYS" THEN
                     COMPUTE WS-WARN-DAYS = FUNCTION NUMVAL(WS-CONFIG-VALUE)
              ELSE IF WS-CONFIG-KEY = "LOG_FILE" THEN
                     STRING WS-CONFIG-VALUE DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                            INTO WS-LOG-PATH
                     END-STRING
              ELSE IF WS-CONFIG-KEY = "EXCEPTIONS_FILE" THEN
                     STRING WS-CONFIG-VALUE DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                            INTO WS-EXC-PATH
                     END-STRING
              END-IF
       END-IF.

LoadCatalog.
       MOVE 0 TO WS-CAT-COUNT.
       MOVE "N" TO WS-CATALOG-EOF.
       OPEN INPUT CATALOG-FILE.
       IF WS-CATALOG-STATUS = "00" THEN
              PERFORM UNTIL WS-CATALOG-EOF = "Y"
                     READ CATALOG-FILE NEXT
                            AT END MOVE "Y" TO WS-CATALOG-EOF
                            NOT AT END PERFORM LoadCatalogRecord
                     END-READ
              END-PERFORM
              CLOSE CATALOG-FILE
       ELSE
              DISPLAY "WARNING: no catalog at " WS-CATALOG-PATH(1:40)
                      "; every file is sized on disk and growth"
                      " rests on the history alone."
       END-IF.
       IF WS-CAT-DROPPED > 0 THEN
              DISPLAY "WARNING: more than 5000 catalog records; "
                      WS-CAT-DROPPED " further are sized on disk"
                      " but still dated below."
       END-IF.

LoadCatalogRecord.
      *> the growth buckets take every record; only the size lookup
      *> table is bounded.
       IF CAT-FIRST-SEEN IS NUMERIC THEN
              MOVE CAT-FIRST-SEEN(1:6) TO WS-MONTH-X
              PERFORM MonthNumber
              IF WS-EARLIEST-NO = 0 OR WS-MONTH-NO < WS-EARLIEST-NO THEN
                     MOVE WS-MONTH-NO TO WS-EARLIEST-NO
              END-IF
              COMPUTE WS-MONTHS-BACK = WS-CUR-MONTH-NO - WS-MONTH-NO
              IF WS-MONTHS-BACK >= 0 AND WS-MONTHS-BACK <= 12 THEN
                     ADD CAT-SIZE TO WS-ADDED-BYTES(WS-MONTHS-BACK + 1)
              END-IF
       END-IF.
       IF WS-CAT-COUNT < 5000 THEN
              ADD 1 TO WS-CAT-COUNT
              MOVE CAT-NAME TO WS-CAT-ENT-NAME(WS-CAT-COUNT)
              MOVE CAT-SIZE TO WS-CAT-ENT-SIZE(WS-CAT-COUNT)
       ELSE
              ADD 1 TO WS-CAT-DROPPED
       END-IF.

MeasureAreas.
       PERFORM VARYING WS-DI FROM 1 BY 1 UNTIL WS-DI > WS-DIR-COUNT
              PERFORM AddArea
              MOVE WS-DIR-NAME(WS-DI) TO WS-AREA-NAME(WS-AI)
              MOVE 1 TO WS-AREA-USE-CATALOG(WS-AI)
              MOVE WS-DIR-PATH(WS-DI) TO WS-SCAN-PATH
              PERFORM ScanArea
       END-PERFORM.
       PERFORM AddArea.
       MOVE "thumbs/" TO WS-AREA-NAME(WS-AI).
       PERFORM VARYING WS-DI FROM 1 BY 1 UNTIL WS-DI > WS-DIR-COUNT
              MOVE SPACES TO WS-SCAN-PATH
              STRING WS-DIR-PATH(WS-DI) DELIMITED BY X"00",
                     "thumbs/" DELIMITED BY SIZE,
                     X"00" DELIMITED BY SIZE
                     INTO WS-SCAN-PATH
              END-STRING
              PERFORM ScanArea
       END-PERFORM.
       PERFORM AddArea.
       MOVE "quarantine/" TO WS-AREA-NAME(WS-AI).
       MOVE 1 TO WS-AREA-USE-CATALOG(WS-AI).
       MOVE SPACES TO WS-SCAN-PATH.
       STRING WS-GIF-DIRECTORY DELIMITED BY X"00",
              "quarantine/" DELIMITED BY SIZE,
              X"00" DELIMITED BY SIZE
              INTO WS-SCAN-PATH
       END-STRING.
       PERFORM ScanArea.
       PERFORM AddArea.
       MOVE "retired/" TO WS-AREA-NAME(WS-AI).
       MOVE 1 TO WS-AREA-USE-CATALOG(WS-AI).
       MOVE SPACES TO WS-SCAN-PATH.
       STRING WS-GIF-DIRECTORY DELIMITED BY X"00",
              "retired/" DELIMITED BY SIZE,
              X"00" DELIMITED BY SIZE
              INTO WS-SCAN-PATH
       END-STRING.
       PERFORM ScanArea.
       PERFORM AddArea.
       MOVE "incoming/" TO WS-AREA-NAME(WS-AI).
       MOVE 1 TO WS-AREA-USE-CATALOG(WS-AI).
       MOVE WS-INCOMING-DIR TO WS-SCAN-PATH.
       PERFORM ScanArea.
       PERFORM AddArea.
       MOVE "live log" TO WS-AREA-NAME(WS-AI).
       MOVE WS-LOG-PATH TO WS-FILE-PATH.
       PERFORM SizeFile.
       IF WS-FD NOT = -1 THEN
              ADD 1 TO WS-AREA-FILES(WS-AI)
              ADD 1 TO WS-AREA-UNCATALOGUED(WS-AI)
              ADD WS-FILE-BYTES TO WS-AREA-BYTES(WS-AI)
       END-IF.
       PERFORM AddArea.
       MOVE "log archives" TO WS-AREA-NAME(WS-AI).
       PERFORM ScanArchives.
       PERFORM VARYING WS-AI FROM 1 BY 1 UNTIL WS-AI > WS-AREA-COUNT
              ADD WS-AREA-BYTES(WS-AI) TO WS-FOOTPRINT
       END-PERFORM.

AddArea.
       ADD 1 TO WS-AREA-COUNT.
       MOVE WS-AREA-COUNT TO WS-AI.
       MOVE SPACES TO WS-AREA-NAME(WS-AI).
       MOVE 0 TO WS-AREA-FILES(WS-AI).
       MOVE 0 TO WS-AREA-UNCATALOGUED(WS-AI).
       MOVE 0 TO WS-AREA-BYTES(WS-AI).
       MOVE 0 TO WS-AREA-USE-CATALOG(WS-AI).

ScanArea.
      *> quarantine/, retired/ and a collection's thumbs/ only appear
      *> once something has been put there; absent just means empty.
       CALL "access" USING WS-SCAN-PATH, BY VALUE 0 RETURNING WS-RESULT.
       IF WS-RESULT NOT = 0 THEN
              EXIT PARAGRAPH
       END-IF.
       SET WS-FILTER TO ENTRY "filter".
       SET WS-COMPAR TO ENTRY "alphasort".
       CALL "scandir" USING
           BY CONTENT WS-SCAN-PATH,
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
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1 UNTIL WS-FILE-IDX > WS-N
              MOVE L-DIRENT-POINTERS(WS-FILE-IDX) TO WS-DIRENT-POINTER
              SET ADDRESS OF L-DIRENT TO WS-DIRENT-POINTER
              CALL "strlen" USING BY REFERENCE L-DIRENT-NAME RETURNING WS-NAME-LEN
              MOVE SPACES TO WS-FILE-NAME
              MOVE L-DIRENT-NAME(1:WS-NAME-LEN) TO WS-FILE-NAME
              PERFORM MeasureOneFile
              CALL "free" USING BY VALUE WS-DIRENT-POINTER
       END-PERFORM.
       CALL "free" USING BY VALUE WS-DIRENT.

MeasureOneFile.
       ADD 1 TO WS-AREA-FILES(WS-AI).
       MOVE 0 TO WS-CAT-FOUND.
       IF WS-AREA-USE-CATALOG(WS-AI) = 1 THEN
              PERFORM VARYING WS-CI FROM 1 BY 1 UNTIL WS-CI > WS-CAT-COUNT
                     IF WS-CAT-ENT-NAME(WS-CI) = WS-FILE-NAME THEN
                            MOVE WS-CI TO WS-CAT-FOUND
                            EXIT PERFORM
                     END-IF
              END-PERFORM
       END-IF.
       IF WS-CAT-FOUND > 0 THEN
              ADD WS-CAT-ENT-SIZE(WS-CAT-FOUND) TO WS-AREA-BYTES(WS-AI)
              EXIT PARAGRAPH
       END-IF.
      *> not catalogued (a collection the nightly catalog does not
      *> walk, a thumbnail, a file still in intake): its bytes are on
      *> the disk all the same.
       ADD 1 TO WS-AREA-UNCATALOGUED(WS-AI).
       MOVE SPACES TO WS-FILE-PATH.
       STRING WS-SCAN-PATH DELIMITED BY X"00",
              WS-FILE-NAME DELIMITED BY SPACE,
              X"00" DELIMITED BY SIZE
              INTO WS-FILE-PATH
       END-STRING.
       PERFORM SizeFile.
       IF WS-FD NOT = -1 THEN
              ADD WS-FILE-BYTES TO WS-AREA-BYTES(WS-AI)
       END-IF.

SizeFile.
       MOVE 0 TO WS-FILE-BYTES.
       CALL "open" USING WS-FILE-PATH, BY VALUE 0 RETURNING WS-FD.
       IF WS-FD NOT = -1 THEN
              CALL "lseek" USING BY VALUE WS-FD, BY VALUE 0, BY VALUE 2
                  RETURNING WS-FILE-BYTES
              END-CALL
              CALL "close" USING BY VALUE WS-FD
       END-IF.

ScanArchives.
      *> rotatelog's dated archives, bugs.log.YYYYMMDD, beside the log.
       SET WS-FILTER TO ENTRY "archivefilter".
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
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1 UNTIL WS-FILE-IDX > WS-N
              MOVE L-DIRENT-POINTERS(WS-FILE-IDX) TO WS-DIRENT-POINTER
              SET ADDRESS OF L-DIRENT TO WS-DIRENT-POINTER
              MOVE SPACES TO WS-FILE-PATH
              STRING WS-LOG-DIR DELIMITED BY X"00",
                     L-DIRENT-NAME(1:17) DELIMITED BY SIZE,
                     X"00" DELIMITED BY SIZE
                     INTO WS-FILE-PATH
              END-STRING
              PERFORM SizeFile
              IF WS-FD NOT = -1 THEN
                     ADD 1 TO WS-AREA-FILES(WS-AI)
                     ADD 1 TO WS-AREA-UNCATALOGUED(WS-AI)
                     ADD WS-FILE-BYTES TO WS-AREA-BYTES(WS-AI)
              END-IF
              CALL "free" USING BY VALUE WS-DIRENT-POINTER
       END-PERFORM.
       CALL "free" USING BY VALUE WS-DIRENT.

MeasureFilesystem.
      *> the images, the logs and the archives share one filesystem,
      *> so the default directory stands for all of it.
       CALL "statvfs" USING WS-DIR-PATH(1), BY REFERENCE WS-STATVFS
           RETURNING WS-RESULT
       END-CALL.
       IF WS-RESULT NOT = 0 THEN
              CALL "perror" USING "statvfs"
              EXIT PARAGRAPH
       END-IF.
       MOVE 1 TO WS-FS-KNOWN.
       COMPUTE WS-FS-SIZE = WS-VFS-BLOCKS * WS-VFS-FRSIZE.
       COMPUTE WS-FS-FREE = WS-VFS-BAVAIL * WS-VFS-FRSIZE.

LoadHistory.
       MOVE 0 TO WS-HIST-COUNT.
       MOVE "N" TO WS-HISTORY-EOF.
       OPEN INPUT HISTORY-FILE.
       IF WS-HISTORY-STATUS = "00" THEN
              PERFORM UNTIL WS-HISTORY-EOF = "Y"
                     READ HISTORY-FILE
                            AT END MOVE "Y" TO WS-HISTORY-EOF
                            NOT AT END PERFORM LoadHistoryLine
                     END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
       END-IF.
       IF WS-HIST-BAD > 0 THEN
              DISPLAY "WARNING: " WS-HIST-BAD " unreadable lines in "
                      WS-HISTORY-PATH(1:40) " dropped on rewrite."
       END-IF.

LoadHistoryLine.
       IF HISTORY-RECORD = SPACES OR HISTORY-RECORD(1:1) = "#" THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-HIST-F1.
       MOVE SPACES TO WS-HIST-F2.
       MOVE SPACES TO WS-HIST-F3.
       MOVE SPACES TO WS-HIST-F4.
       UNSTRING HISTORY-RECORD DELIMITED BY ALL " "
              INTO WS-HIST-F1, WS-HIST-F2, WS-HIST-F3, WS-HIST-F4
       END-UNSTRING.
       IF WS-HIST-F1(1:6) IS NOT NUMERIC OR WS-HIST-F1(7:) NOT = SPACES
               OR WS-HIST-F2(1:15) IS NOT NUMERIC
               OR WS-HIST-F3(1:15) IS NOT NUMERIC
               OR WS-HIST-F4(1:15) IS NOT NUMERIC THEN
              ADD 1 TO WS-HIST-BAD
              EXIT PARAGRAPH
       END-IF.
      *> ten years is plenty of trend; the oldest month gives way.
       IF WS-HIST-COUNT >= 120 THEN
              PERFORM VARYING WS-HI FROM 2 BY 1 UNTIL WS-HI > WS-HIST-COUNT
                     MOVE WS-HIST-ROW(WS-HI) TO WS-HIST-ROW(WS-HI - 1)
              END-PERFORM
              SUBTRACT 1 FROM WS-HIST-COUNT
       END-IF.
       ADD 1 TO WS-HIST-COUNT.
       MOVE WS-HIST-F1(1:6) TO WS-HIST-MONTH(WS-HIST-COUNT).
       MOVE WS-HIST-F2(1:15) TO WS-HIST-USED(WS-HIST-COUNT).
       MOVE WS-HIST-F3(1:15) TO WS-HIST-FREE(WS-HIST-COUNT).
       MOVE WS-HIST-F4(1:15) TO WS-HIST-SIZE(WS-HIST-COUNT).

UpdateHistory.
       IF WS-FS-KNOWN = 0 THEN
              DISPLAY "WARNING: free space unknown; tonight's reading"
                      " is not added to the history."
              EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-HIST-FOUND.
       PERFORM VARYING WS-HI FROM 1 BY 1 UNTIL WS-HI > WS-HIST-COUNT
              IF WS-HIST-MONTH(WS-HI) = WS-CUR-MONTH THEN
                     MOVE WS-HI TO WS-HIST-FOUND
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-HIST-FOUND = 0 THEN
              IF WS-HIST-COUNT >= 120 THEN
                     PERFORM VARYING WS-HI FROM 2 BY 1 UNTIL WS-HI > WS-HIST-COUNT
                            MOVE WS-HIST-ROW(WS-HI) TO WS-HIST-ROW(WS-HI - 1)
                     END-PERFORM
                     SUBTRACT 1 FROM WS-HIST-COUNT
              END-IF
              ADD 1 TO WS-HIST-COUNT
              MOVE WS-HIST-COUNT TO WS-HIST-FOUND
       END-IF.
       MOVE WS-CUR-MONTH TO WS-HIST-MONTH(WS-HIST-FOUND).
       MOVE WS-FOOTPRINT TO WS-HIST-USED(WS-HIST-FOUND).
       MOVE WS-FS-FREE TO WS-HIST-FREE(WS-HIST-FOUND).
       MOVE WS-FS-SIZE TO WS-HIST-SIZE(WS-HIST-FOUND).

SaveHistory.
       IF WS-FS-KNOWN = 0 THEN
              EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT HISTORY-FILE.
       IF WS-HISTORY-STATUS NOT = "00" THEN
              DISPLAY "WARNING: cannot write " WS-HISTORY-PATH(1:40)
                      " (status " WS-HISTORY-STATUS "); history not kept."
              EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-HI FROM 1 BY 1 UNTIL WS-HI > WS-HIST-COUNT
              MOVE SPACES TO HISTORY-RECORD
              STRING WS-HIST-MONTH(WS-HI) DELIMITED BY SIZE,
                     " " DELIMITED BY SIZE,
                     WS-HIST-USED(WS-HI) DELIMITED BY SIZE,
                     " " DELIMITED BY SIZE,
                     WS-HIST-FREE(WS-HI) DELIMITED BY SIZE,
                     " " DELIMITED BY SIZE,
                     WS-HIST-SIZE(WS-HI) DELIMITED BY SIZE
                     INTO HISTORY-RECORD
              END-STRING
              WRITE HISTORY-RECORD
       END-PERFORM.
       CLOSE HISTORY-FILE.

ComputeGrowth.
      *> the history is the better witness - it sees retirements,
      *> thumbnails and logs as well as new images - so it sets the
      *> pace once it holds an earlier month; the catalog's first-seen
      *> dates stand in until then. the oldest reading inside the last
      *> twelve months anchors the history rate.
       MOVE 0 TO WS-HIST-FOUND.
       PERFORM VARYING WS-HI FROM 1 BY 1 UNTIL WS-HI > WS-HIST-COUNT
              MOVE WS-HIST-MONTH(WS-HI) TO WS-MONTH-X
              PERFORM MonthNumber
              COMPUTE WS-MONTHS-BACK = WS-CUR-MONTH-NO - WS-MONTH-NO
              IF WS-MONTHS-BACK >= 1 AND WS-MONTHS-BACK <= 12 THEN
                     MOVE WS-HI TO WS-HIST-FOUND
                     MOVE WS-MONTHS-BACK TO WS-HIST-MONTHS
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-HIST-FOUND > 0 THEN
              MOVE 1 TO WS-HIST-RATE-KNOWN
              COMPUTE WS-HIST-RATE = (WS-FOOTPRINT - WS-HIST-USED(WS-HIST-FOUND))
                     / WS-HIST-MONTHS
       END-IF.
      *> whole months only: this month is still filling. a catalog
      *> younger than a year averages over the months it has seen.
       IF WS-EARLIEST-NO > 0 AND WS-EARLIEST-NO < WS-CUR-MONTH-NO THEN
              COMPUTE WS-CAT-MONTHS = WS-CUR-MONTH-NO - WS-EARLIEST-NO
              IF WS-CAT-MONTHS > 12 THEN
                     MOVE 12 TO WS-CAT-MONTHS
              END-IF
              MOVE 0 TO WS-CAT-RATE
              PERFORM VARYING WS-MI FROM 2 BY 1 UNTIL WS-MI > WS-CAT-MONTHS + 1
                     ADD WS-ADDED-BYTES(WS-MI) TO WS-CAT-RATE
              END-PERFORM
              COMPUTE WS-CAT-RATE = WS-CAT-RATE / WS-CAT-MONTHS
              MOVE 1 TO WS-CAT-RATE-KNOWN
       END-IF.
       IF WS-HIST-RATE-KNOWN = 1 THEN
              MOVE WS-HIST-RATE TO WS-RATE
              MOVE WS-HIST-MONTHS TO WS-RATE-MONTHS
              MOVE "history" TO WS-RATE-SOURCE
       ELSE IF WS-CAT-RATE-KNOWN = 1 THEN
              MOVE WS-CAT-RATE TO WS-RATE
              MOVE WS-CAT-MONTHS TO WS-RATE-MONTHS
              MOVE "catalog first-seen" TO WS-RATE-SOURCE
       END-IF.
       IF WS-RATE-SOURCE NOT = SPACES THEN
              MOVE WS-RATE-MONTHS TO WS-MONTHS-DISPLAY
              IF WS-RATE-MONTHS < 10 THEN
                     STRING WS-RATE-SOURCE DELIMITED BY "  ",
                            " over " DELIMITED BY SIZE,
                            WS-MONTHS-DISPLAY(2:1) DELIMITED BY SIZE,
                            " months" DELIMITED BY SIZE
                            INTO WS-PACE-TEXT
                     END-STRING
              ELSE
                     STRING WS-RATE-SOURCE DELIMITED BY "  ",
                            " over " DELIMITED BY SIZE,
                            WS-MONTHS-DISPLAY DELIMITED BY SIZE,
                            " months" DELIMITED BY SIZE
                            INTO WS-PACE-TEXT
                     END-STRING
              END-IF
              MOVE 0 TO WS-PACE-LEN
              INSPECT WS-PACE-TEXT TALLYING WS-PACE-LEN
                     FOR CHARACTERS BEFORE INITIAL "  "
       END-IF.

PrintAreas.
       DISPLAY " ".
       DISPLAY "=== Space by area ===".
       DISPLAY "  area               files            bytes  sized on disk".
       PERFORM VARYING WS-AI FROM 1 BY 1 UNTIL WS-AI > WS-AREA-COUNT
              MOVE WS-AREA-FILES(WS-AI) TO WS-FILES-DISPLAY
              MOVE WS-AREA-BYTES(WS-AI) TO WS-BYTES-DISPLAY
              MOVE WS-AREA-UNCATALOGUED(WS-AI) TO WS-UNCAT-DISPLAY
              DISPLAY "  " WS-AREA-NAME(WS-AI) " " WS-FILES-DISPLAY " "
                      WS-BYTES-DISPLAY " " WS-UNCAT-DISPLAY
       END-PERFORM.
       MOVE WS-FOOTPRINT TO WS-BYTES-DISPLAY.
       DISPLAY "  total                    " WS-BYTES-DISPLAY.
       DISPLAY "  (sized on disk: files with no catalog record; thumbnails"
               " and logs always)".

PrintFilesystem.
       DISPLAY " ".
       IF WS-FS-KNOWN = 0 THEN
              DISPLAY "Filesystem: free space unknown."
              EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-FS-PCT.
       IF WS-FS-SIZE > 0 THEN
              COMPUTE WS-FS-PCT = WS-FS-FREE * 100 / WS-FS-SIZE
       END-IF.
       MOVE WS-FS-SIZE TO WS-BYTES-DISPLAY.
       MOVE WS-FS-FREE TO WS-BYTES-DISPLAY-2.
       MOVE WS-FS-PCT TO WS-PCT-DISPLAY.
       CALL "strlen" USING BY REFERENCE WS-DIR-PATH(1) RETURNING WS-NAME-LEN.
       DISPLAY "Filesystem holding " WS-DIR-PATH(1)(1:WS-NAME-LEN).
       DISPLAY "  size " WS-BYTES-DISPLAY "  free " WS-BYTES-DISPLAY-2
               " (" WS-PCT-DISPLAY "% free)".

PrintGrowth.
       DISPLAY " ".
       DISPLAY "=== Growth by month ===".
       DISPLAY "  month    added (catalog)    held (history)".
       PERFORM VARYING WS-MI FROM 13 BY -1 UNTIL WS-MI < 1
              COMPUTE WS-MONTH-NO = WS-CUR-MONTH-NO - WS-MI + 1
              PERFORM MonthFromNumber
              MOVE WS-ADDED-BYTES(WS-MI) TO WS-BYTES-DISPLAY
              MOVE "              -" TO WS-USED-TEXT
              PERFORM VARYING WS-HI FROM 1 BY 1 UNTIL WS-HI > WS-HIST-COUNT
                     IF WS-HIST-MONTH(WS-HI) = WS-MONTH-X THEN
                            MOVE WS-HIST-USED(WS-HI) TO WS-BYTES-DISPLAY-2
                            MOVE WS-BYTES-DISPLAY-2 TO WS-USED-TEXT
                            EXIT PERFORM
                     END-IF
              END-PERFORM
              DISPLAY "  " WS-MONTH-X "  " WS-BYTES-DISPLAY "  " WS-USED-TEXT
       END-PERFORM.
       DISPLAY " ".
       IF WS-HIST-RATE-KNOWN = 1 THEN
              MOVE WS-HIST-RATE TO WS-SIGNED-DISPLAY
              DISPLAY "Growth per month, history:           " WS-SIGNED-DISPLAY
       ELSE
              DISPLAY "Growth per month, history:           no earlier month on file"
       END-IF.
       IF WS-CAT-RATE-KNOWN = 1 THEN
              MOVE WS-CAT-RATE TO WS-SIGNED-DISPLAY
              DISPLAY "Growth per month, catalog first-seen:" WS-SIGNED-DISPLAY
       ELSE
              DISPLAY "Growth per month, catalog first-seen: no complete month"
       END-IF.

ProjectFill.
       DISPLAY " ".
       IF WS-FS-KNOWN = 0 THEN
              DISPLAY "Projection: none; free space unknown."
              EXIT PARAGRAPH
       END-IF.
       IF WS-RATE-SOURCE = SPACES THEN
              DISPLAY "Projection: none yet; no complete month of growth"
                      " on file."
              EXIT PARAGRAPH
       END-IF.
       IF WS-RATE <= 0 THEN
              DISPLAY "Projection: not growing ("
                      WS-PACE-TEXT(1:WS-PACE-LEN) "); no fill date."
              EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-FILL-DAYS = WS-FS-FREE * 30.4 / WS-RATE.
       IF WS-FILL-DAYS > 36500 THEN
              DISPLAY "Projection: more than a century of space at the"
                      " current pace (" WS-PACE-TEXT(1:WS-PACE-LEN) ")."
              EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-FILL-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY-X) + WS-FILL-DAYS).
       MOVE WS-FILL-DAYS TO WS-DAYS-DISPLAY.
       DISPLAY "Projection: filesystem full on " WS-FILL-DATE
               " (" WS-DAYS-DISPLAY " days; pace from "
               WS-PACE-TEXT(1:WS-PACE-LEN) ")".
       MOVE WS-WARN-DAYS TO WS-DAYS-DISPLAY.
       IF WS-FILL-DAYS <= WS-WARN-DAYS THEN
              DISPLAY "WARNING: projected fill falls inside the warning window"
                      " of" WS-DAYS-DISPLAY " days; raised to the monitor."
              PERFORM RaiseForecast
       ELSE
              DISPLAY "  (warning window " WS-DAYS-DISPLAY " days)"
       END-IF.

RaiseForecast.
      *> one exceptions-log line the monitor follows; it turns
      *> "capacity-forecast" into a capacity alert and delivers it.
      *> the fields after the reason are the days left and the date.
       MOVE WS-FILL-DAYS TO WS-DAYS-X.
       ACCEPT WS-EXC-TIME FROM TIME.
       MOVE SPACES TO WS-EXC-LINE.
       STRING WS-TODAY-X DELIMITED BY SIZE,
              " " DELIMITED BY SIZE,
              WS-EXC-TIME DELIMITED BY SIZE,
              " " DELIMITED BY SIZE,
              WS-DIR-PATH(1) DELIMITED BY X"00",
              " capacity-forecast " DELIMITED BY SIZE,
              WS-DAYS-X DELIMITED BY SIZE,
              " " DELIMITED BY SIZE,
              WS-FILL-DATE DELIMITED BY SIZE,
              X"0A" DELIMITED BY SIZE
              INTO WS-EXC-LINE
       END-STRING.
       MOVE 0 TO WS-EXC-LEN.
       INSPECT WS-EXC-LINE TALLYING WS-EXC-LEN
              FOR CHARACTERS BEFORE INITIAL X"0A".
       ADD 1 TO WS-EXC-LEN.
       CALL "open" USING WS-EXC-PATH, BY VALUE 1089, BY VALUE 420
           RETURNING WS-EXC-FD
       END-CALL.
       IF WS-EXC-FD = -1 THEN
              CALL "perror" USING "open exceptions"
       ELSE
              CALL "write" USING
                  BY VALUE WS-EXC-FD,
                  BY REFERENCE WS-EXC-LINE,
                  BY VALUE WS-EXC-LEN
                  RETURNING WS-RESULT
              END-CALL
              CALL "close" USING BY VALUE WS-EXC-FD
       END-IF.

END PROGRAM capacity.

IDENTIFICATION DIVISION.
PROGRAM-ID. filter.
DATA DIVISION.
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
      *> every regular file takes space, served or not; the
      *> subdirectories are measured as areas of their own.
       SET ADDRESS OF L-DIRENT TO L-DIRENT-POINTER.
       MOVE 0 TO RETURN-CODE.
       IF L-DIRENT-TYPE = 8 THEN
           MOVE 1 TO RETURN-CODE
       END-IF.
       GOBACK.
END PROGRAM filter.

IDENTIFICATION DIVISION.
PROGRAM-ID. archivefilter.
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
      *> rotatelog's own test: exactly "bugs.log." plus an
      *> eight-character date.
       SET ADDRESS OF L-DIRENT TO L-DIRENT-POINTER.
       MOVE 0 TO RETURN-CODE.
       IF L-DIRENT-TYPE = 8 THEN
           CALL "strlen" USING BY REFERENCE L-DIRENT-NAME RETURNING WS-NAME-LEN
           IF WS-NAME-LEN = 17 AND L-DIRENT-NAME(1:9) = "bugs.log." THEN
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       GOBACK.
END PROGRAM archivefilter.
