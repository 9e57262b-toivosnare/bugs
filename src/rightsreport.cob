IDENTIFICATION DIVISION.
PROGRAM-ID. rightsreport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RIGHTS-FILE ASSIGN TO DYNAMIC WS-RIGHTS-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RIGHTS-STATUS.
    SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CONFIG-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONFIG-STATUS.
DATA DIVISION.
FILE SECTION.
FD RIGHTS-FILE.
01 RIGHTS-RECORD PIC X(256).
FD CONFIG-FILE.
01 CONFIG-RECORD PIC X(256).

WORKING-STORAGE SECTION.
01 WS-ARGC USAGE IS BINARY-LONG.
01 WS-ARGV PIC X(256) VALUE SPACES.
01 WS-RESULT USAGE IS BINARY-LONG.

*> the usage-rights file the server enforces, one licensed image per
*> line: name, last licensed YYYYMMDD day, reference, then the holder
*> to the end of the line. bugs.conf's RIGHTS_FILE moves it.
01 WS-RIGHTS-PATH PIC X(256) VALUE "/root/bugs_rights.dat".
01 WS-RIGHTS-STATUS PIC X(2).
01 WS-RIGHTS-EOF PIC X VALUE "N".
01 WS-RIGHTS-LINE USAGE IS BINARY-LONG VALUE 0.
01 WS-RIGHTS-LINE-DISPLAY PIC 9(5).
01 WS-RIGHTS-EXPIRY-X PIC X(12).
01 WS-RIGHTS-PTR USAGE IS BINARY-LONG.

01 WS-RIGHTS-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-RIGHTS-TABLE.
       05 WS-RIGHTS-ROW OCCURS 1000 TIMES.
              10 WS-RIGHTS-NAME PIC X(100).
              10 WS-RIGHTS-EXPIRY PIC 9(8).
              10 WS-RIGHTS-REF PIC X(24).
              10 WS-RIGHTS-HOLDER PIC X(64).
             *> how many serving directories hold the image tonight.
              10 WS-RIGHTS-PLACES USAGE IS BINARY-LONG.
01 WS-RI USAGE IS BINARY-LONG.
01 WS-RIGHTS-FOUND USAGE IS BINARY-LONG.
01 WS-RIGHTS-DROPPED USAGE IS BINARY-LONG VALUE 0.

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

*> the two findings that come out of the directory walk; the
*> expiring list comes straight from the rights table afterwards.
01 WS-EXPIRED-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-EXPIRED-TABLE.
       05 WS-EXPIRED-ROW OCCURS 500 TIMES.
              10 WS-EXPIRED-DIR USAGE IS BINARY-LONG.
              10 WS-EXPIRED-RIGHTS USAGE IS BINARY-LONG.
01 WS-EXPIRED-OVERFLOW USAGE IS BINARY-LONG VALUE 0.
01 WS-UNRECORDED-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-UNRECORDED-TABLE.
       05 WS-UNRECORDED-ROW OCCURS 2000 TIMES.
              10 WS-UNRECORDED-DIR USAGE IS BINARY-LONG.
              10 WS-UNRECORDED-NAME PIC X(100).
01 WS-UNRECORDED-OVERFLOW USAGE IS BINARY-LONG VALUE 0.
01 WS-EI USAGE IS BINARY-LONG.
01 WS-SERVED-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-EXPIRING-COUNT USAGE IS BINARY-LONG VALUE 0.

01 WS-FILE-NAME PIC X(100).
01 WS-TODAY-X PIC 9(8).
01 WS-REPORT-DATE PIC 9(8).
01 WS-HORIZON-DATE PIC 9(8).
01 WS-HORIZON-DAYS USAGE IS BINARY-LONG VALUE 30.
01 WS-DAYS-LEFT USAGE IS BINARY-LONG.
01 WS-DAYS-DISPLAY PIC Z9.
01 WS-COUNT-DISPLAY PIC Z(4)9.
01 WS-PLACES-TEXT PIC X(40).

01 WS-N USAGE IS BINARY-LONG.
01 WS-DIRENT USAGE IS POINTER.
01 WS-DIRENT-POINTER USAGE IS POINTER.
01 WS-FILTER USAGE IS PROGRAM-POINTER.
01 WS-COMPAR USAGE IS PROGRAM-POINTER.
01 WS-NAME-LEN USAGE IS BINARY-LONG.
01 WS-FILE-IDX USAGE IS BINARY-LONG.

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
           DISPLAY "usage: rightsreport [yyyymmdd]"
           CALL "exit" USING BY VALUE 1
       END-IF.
      *> the server judges expiry against today's date, so the nightly
      *> run does too; a date argument previews any other day.
       IF WS-ARGC = 1 THEN
           ACCEPT WS-ARGV FROM COMMAND-LINE
           IF WS-ARGV(1:8) IS NOT NUMERIC OR WS-ARGV(9:) NOT = SPACES THEN
                  DISPLAY "usage: rightsreport [yyyymmdd]"
                  CALL "exit" USING BY VALUE 1
           END-IF
           MOVE WS-ARGV(1:8) TO WS-REPORT-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-REPORT-DATE) NOT = 0 THEN
                  DISPLAY "usage: rightsreport [yyyymmdd]"
                  CALL "exit" USING BY VALUE 1
           END-IF
       ELSE
           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD
           MOVE WS-TODAY-X TO WS-REPORT-DATE
       END-IF.
       COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) + WS-HORIZON-DAYS).
       PERFORM LoadConfig.
       PERFORM LoadRights.
       IF WS-RIGHTS-COUNT = 0 THEN
              DISPLAY "No usage rights on file in " WS-RIGHTS-PATH(1:40)
                      "; every served image will read as unrecorded."
       END-IF.
       PERFORM VARYING WS-DI FROM 1 BY 1 UNTIL WS-DI > WS-DIR-COUNT
              PERFORM ScanDirectory
       END-PERFORM.
       DISPLAY "=== Usage rights report as of " WS-REPORT-DATE " ===".
       PERFORM PrintExpiring.
       PERFORM PrintExpiredInPlace.
       PERFORM PrintUnrecorded.
       DISPLAY " ".
       DISPLAY "Images served: " WS-SERVED-COUNT
               "  expiring within 30 days: " WS-EXPIRING-COUNT
               "  expired but in place: " WS-EXPIRED-COUNT
               "  no rights record: " WS-UNRECORDED-COUNT.
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
              ELSE IF WS-CONFIG-KEY = "RIGHTS_FILE" THEN
                     MOVE SPACES TO WS-RIGHTS-PATH
                     UNSTRING WS-CONFIG-VALUE DELIMITED BY SPACE
                            INTO WS-RIGHTS-PATH
                     END-UNSTRING
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

LoadRights.
       MOVE 0 TO WS-RIGHTS-COUNT.
       MOVE 0 TO WS-RIGHTS-LINE.
       MOVE "N" TO WS-RIGHTS-EOF.
       OPEN INPUT RIGHTS-FILE.
       IF WS-RIGHTS-STATUS = "00" THEN
              PERFORM UNTIL WS-RIGHTS-EOF = "Y"
                     READ RIGHTS-FILE
                            AT END MOVE "Y" TO WS-RIGHTS-EOF
                            NOT AT END PERFORM LoadRightsLine
                     END-READ
              END-PERFORM
              CLOSE RIGHTS-FILE
       END-IF.
       IF WS-RIGHTS-DROPPED > 0 THEN
              DISPLAY "WARNING: more than 1000 rights lines; "
                      WS-RIGHTS-DROPPED " are NOT enforced by the server"
                      " and read here as unrecorded."
       END-IF.

LoadRightsLine.
       ADD 1 TO WS-RIGHTS-LINE.
       IF RIGHTS-RECORD = SPACES OR RIGHTS-RECORD(1:1) = "#" THEN
              EXIT PARAGRAPH
       END-IF.
       IF WS-RIGHTS-COUNT >= 1000 THEN
              ADD 1 TO WS-RIGHTS-DROPPED
              EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-RIGHTS-COUNT.
       MOVE WS-RIGHTS-COUNT TO WS-RI.
       MOVE SPACES TO WS-RIGHTS-NAME(WS-RI).
       MOVE SPACES TO WS-RIGHTS-EXPIRY-X.
       MOVE SPACES TO WS-RIGHTS-REF(WS-RI).
       MOVE SPACES TO WS-RIGHTS-HOLDER(WS-RI).
       MOVE 0 TO WS-RIGHTS-PLACES(WS-RI).
       MOVE 1 TO WS-RIGHTS-PTR.
       UNSTRING RIGHTS-RECORD DELIMITED BY ALL " "
              INTO WS-RIGHTS-NAME(WS-RI), WS-RIGHTS-EXPIRY-X,
                   WS-RIGHTS-REF(WS-RI)
              WITH POINTER WS-RIGHTS-PTR
       END-UNSTRING.
       IF WS-RIGHTS-PTR <= LENGTH OF RIGHTS-RECORD THEN
              MOVE RIGHTS-RECORD(WS-RIGHTS-PTR:) TO WS-RIGHTS-HOLDER(WS-RI)
       END-IF.
      *> the server takes an unreadable end date as already lapsed;
      *> say so here so the line gets fixed. eight digits that are no
      *> real day are as unreadable as any other text, and are held
      *> as 0 so the line lists under expired with a days count that
      *> means something.
       MOVE 0 TO WS-RIGHTS-EXPIRY(WS-RI).
       IF WS-RIGHTS-EXPIRY-X(1:8) IS NUMERIC
               AND WS-RIGHTS-EXPIRY-X(9:) = SPACES THEN
              MOVE WS-RIGHTS-EXPIRY-X(1:8) TO WS-RIGHTS-EXPIRY(WS-RI)
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-RIGHTS-EXPIRY(WS-RI)) NOT = 0 THEN
                     MOVE 0 TO WS-RIGHTS-EXPIRY(WS-RI)
              END-IF
       END-IF.
       IF WS-RIGHTS-EXPIRY(WS-RI) = 0 THEN
              MOVE WS-RIGHTS-LINE TO WS-RIGHTS-LINE-DISPLAY
              DISPLAY "WARNING: rights line " WS-RIGHTS-LINE-DISPLAY
                      " has no readable expiry; the server treats "
                      WS-RIGHTS-NAME(WS-RI)(1:40) " as expired."
       END-IF.

ScanDirectory.
       SET WS-FILTER TO ENTRY "filter".
       SET WS-COMPAR TO ENTRY "alphasort".
       CALL "scandir" USING
           BY CONTENT WS-DIR-PATH(WS-DI),
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
              PERFORM CheckServedFile
              CALL "free" USING BY VALUE WS-DIRENT-POINTER
       END-PERFORM.
       CALL "free" USING BY VALUE WS-DIRENT.

CheckServedFile.
      *> rights are keyed by bare image name whichever directory it
      *> sits in, exactly as the server looks them up.
       ADD 1 TO WS-SERVED-COUNT.
       MOVE 0 TO WS-RIGHTS-FOUND.
       PERFORM VARYING WS-RI FROM 1 BY 1 UNTIL WS-RI > WS-RIGHTS-COUNT
              IF WS-RIGHTS-NAME(WS-RI) = WS-FILE-NAME THEN
                     MOVE WS-RI TO WS-RIGHTS-FOUND
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-RIGHTS-FOUND = 0 THEN
              IF WS-UNRECORDED-COUNT < 2000 THEN
                     ADD 1 TO WS-UNRECORDED-COUNT
                     MOVE WS-DI TO WS-UNRECORDED-DIR(WS-UNRECORDED-COUNT)
                     MOVE WS-FILE-NAME TO WS-UNRECORDED-NAME(WS-UNRECORDED-COUNT)
              ELSE
                     ADD 1 TO WS-UNRECORDED-OVERFLOW
              END-IF
              EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-RIGHTS-PLACES(WS-RIGHTS-FOUND).
       IF WS-REPORT-DATE > WS-RIGHTS-EXPIRY(WS-RIGHTS-FOUND) THEN
              IF WS-EXPIRED-COUNT < 500 THEN
                     ADD 1 TO WS-EXPIRED-COUNT
                     MOVE WS-DI TO WS-EXPIRED-DIR(WS-EXPIRED-COUNT)
                     MOVE WS-RIGHTS-FOUND TO WS-EXPIRED-RIGHTS(WS-EXPIRED-COUNT)
              ELSE
                     ADD 1 TO WS-EXPIRED-OVERFLOW
              END-IF
       END-IF.

PrintExpiring.
      *> still licensed today, lapsing inside the horizon: the last
      *> licensed day is shown, and the server goes dark on the day
      *> after it.
       DISPLAY " ".
       DISPLAY "=== Expiring within 30 days ===".
       MOVE 0 TO WS-EXPIRING-COUNT.
       PERFORM VARYING WS-RI FROM 1 BY 1 UNTIL WS-RI > WS-RIGHTS-COUNT
              IF WS-RIGHTS-EXPIRY(WS-RI) >= WS-REPORT-DATE
                      AND WS-RIGHTS-EXPIRY(WS-RI) <= WS-HORIZON-DATE THEN
                     PERFORM PrintOneExpiring
              END-IF
       END-PERFORM.
       IF WS-EXPIRING-COUNT = 0 THEN
              DISPLAY "  (none)"
       END-IF.

PrintOneExpiring.
       ADD 1 TO WS-EXPIRING-COUNT.
       COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE(WS-RIGHTS-EXPIRY(WS-RI))
              - FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).
       MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY.
       MOVE SPACES TO WS-PLACES-TEXT.
       IF WS-RIGHTS-PLACES(WS-RI) = 0 THEN
              MOVE "not in any serving directory" TO WS-PLACES-TEXT
       ELSE IF WS-RIGHTS-PLACES(WS-RI) = 1 THEN
              MOVE "in 1 serving directory" TO WS-PLACES-TEXT
       ELSE
              MOVE WS-RIGHTS-PLACES(WS-RI) TO WS-COUNT-DISPLAY
              STRING "in " DELIMITED BY SIZE,
                     WS-COUNT-DISPLAY DELIMITED BY SIZE,
                     " serving directories" DELIMITED BY SIZE
                     INTO WS-PLACES-TEXT
              END-STRING
       END-IF.
       DISPLAY "  " WS-RIGHTS-NAME(WS-RI)(1:32) " last day "
               WS-RIGHTS-EXPIRY(WS-RI) " (" WS-DAYS-DISPLAY " days) ref "
               WS-RIGHTS-REF(WS-RI)(1:16) " " WS-RIGHTS-HOLDER(WS-RI)(1:32).
       DISPLAY "      " WS-PLACES-TEXT.

PrintExpiredInPlace.
      *> the server already refuses these, but the file is still on
      *> the shelf: retire it, or renew the license.
       DISPLAY " ".
       DISPLAY "=== Expired but still in a serving directory ===".
       PERFORM VARYING WS-EI FROM 1 BY 1 UNTIL WS-EI > WS-EXPIRED-COUNT
              MOVE WS-EXPIRED-RIGHTS(WS-EI) TO WS-RI
              MOVE WS-EXPIRED-DIR(WS-EI) TO WS-DI
              DISPLAY "  " WS-DIR-NAME(WS-DI)(1:12) " "
                      WS-RIGHTS-NAME(WS-RI)(1:32) " expired after "
                      WS-RIGHTS-EXPIRY(WS-RI) " ref "
                      WS-RIGHTS-REF(WS-RI)(1:16) " " WS-RIGHTS-HOLDER(WS-RI)(1:32)
       END-PERFORM.
       IF WS-EXPIRED-COUNT = 0 THEN
              DISPLAY "  (none)"
       END-IF.
       IF WS-EXPIRED-OVERFLOW > 0 THEN
              DISPLAY "WARNING: more than 500 expired images in place; "
                      WS-EXPIRED-OVERFLOW " further not listed."
       END-IF.

PrintUnrecorded.
       DISPLAY " ".
       DISPLAY "=== Served with no rights record ===".
       PERFORM VARYING WS-EI FROM 1 BY 1 UNTIL WS-EI > WS-UNRECORDED-COUNT
              MOVE WS-UNRECORDED-DIR(WS-EI) TO WS-DI
              DISPLAY "  " WS-DIR-NAME(WS-DI)(1:12) " "
                      WS-UNRECORDED-NAME(WS-EI)(1:64)
       END-PERFORM.
       IF WS-UNRECORDED-COUNT = 0 THEN
              DISPLAY "  (none)"
       END-IF.
       IF WS-UNRECORDED-OVERFLOW > 0 THEN
              DISPLAY "WARNING: more than 2000 unrecorded images; "
                      WS-UNRECORDED-OVERFLOW " further not listed."
       END-IF.

END PROGRAM rightsreport.

IDENTIFICATION DIVISION.
PROGRAM-ID. filter.
DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-NAME-LEN USAGE IS BINARY-LONG.
01 WS-SPACE-COUNT USAGE IS BINARY-LONG.
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
      *> the server's own selection: regular files whose names hold
      *> no space, i.e. exactly what it would draw or serve.
       SET ADDRESS OF L-DIRENT TO L-DIRENT-POINTER.
       MOVE 0 TO RETURN-CODE.
       IF L-DIRENT-TYPE = 8 THEN
           CALL "strlen" USING BY REFERENCE L-DIRENT-NAME RETURNING WS-NAME-LEN
           MOVE 0 TO WS-SPACE-COUNT
           INSPECT L-DIRENT-NAME(1:WS-NAME-LEN) TALLYING WS-SPACE-COUNT FOR ALL SPACE
           IF WS-SPACE-COUNT = 0 THEN
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       GOBACK.
END PROGRAM filter.
