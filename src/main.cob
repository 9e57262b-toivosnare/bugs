    SELECT DEPTBYTES-FILE ASSIGN TO DYNAMIC WS-DEPTBYTES-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPTBYTES-STATUS.
    SELECT PLAYLIST-FILE ASSIGN TO DYNAMIC WS-PLAYLIST-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLAYLIST-STATUS.
    SELECT OVERRIDE-FILE ASSIGN TO DYNAMIC WS-OVERRIDE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OVERRIDE-STATUS.
    SELECT RIGHTS-FILE ASSIGN TO DYNAMIC WS-RIGHTS-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RIGHTS-STATUS.
DATA DIVISION.
FILE SECTION.
FD CONFIG-FILE.
01 DEPTMAP-RECORD PIC X(64).
FD DEPTBYTES-FILE.
01 DEPTBYTES-RECORD PIC X(64).
FD PLAYLIST-FILE.
01 PLAYLIST-RECORD PIC X(256).
FD OVERRIDE-FILE.
01 OVERRIDE-RECORD PIC X(300).
FD RIGHTS-FILE.
01 RIGHTS-RECORD PIC X(256).
FD CATALOG-FILE.
01 CATALOG-RECORD.
       05 CAT-NAME PIC X(256).
       05 WS-SELECT-TV-SEC USAGE IS BINARY-DOUBLE VALUE 1.
       05 WS-SELECT-TV-USEC USAGE IS BINARY-DOUBLE VALUE 0.
>>END-IF
*> taken right after accept() and again as the log line is written;
*> the forked child inherits the first, so the logged elapsed time
*> runs from accept to the last byte sent, gates and all.
>>IF BUGS32 IS DEFINED
01 WS-ACCEPT-TIMEVAL.
       05 WS-ACCEPT-TV-SEC USAGE IS BINARY-LONG.
       05 WS-ACCEPT-TV-USEC USAGE IS BINARY-LONG.
01 WS-DONE-TIMEVAL.
       05 WS-DONE-TV-SEC USAGE IS BINARY-LONG.
       05 WS-DONE-TV-USEC USAGE IS BINARY-LONG.
>>ELSE
01 WS-ACCEPT-TIMEVAL.
       05 WS-ACCEPT-TV-SEC USAGE IS BINARY-DOUBLE.
       05 WS-ACCEPT-TV-USEC USAGE IS BINARY-DOUBLE.
01 WS-DONE-TIMEVAL.
       05 WS-DONE-TV-SEC USAGE IS BINARY-DOUBLE.
       05 WS-DONE-TV-USEC USAGE IS BINARY-DOUBLE.
>>END-IF
01 WS-SELECT-NFDS USAGE IS BINARY-LONG.
01 WS-SELECT-RESULT USAGE IS BINARY-LONG.

01 WS-INFO-BODY PIC X(1024).
01 WS-INFO-LEN USAGE IS BINARY-LONG.
01 WS-INFO-HEADER PIC X(200).
01 WS-INFO-RIGHTS PIC X(160) VALUE SPACES.
01 WS-INFO-RIGHTS-LEN USAGE IS BINARY-LONG.

*> optional weights file, same key=value spirit as bugs.conf:
*>   name=weight              fixed draw weight (0 removes the file)
01 WS-WI USAGE IS BINARY-LONG.
01 WS-CAND-IDX USAGE IS BINARY-LONG.

*> optional usage-rights file, one licensed image per line:
*>   name  expiry  reference  holder
*> expiry is the last YYYYMMDD day the license covers; from the day
*> after, the image goes further than a zero weight: never drawn,
*> never served by direct path or thumbnail, never listed in
*> /gallery. holder runs to the end of the line. an image with no
*> line is served as before (the nightly rights report lists it).
01 WS-RIGHTS-PATH PIC X(256) VALUE "/root/bugs_rights.dat".
01 WS-RIGHTS-STATUS PIC X(2).
01 WS-RIGHTS-EOF PIC X VALUE "N".
01 WS-RIGHTS-MTIME USAGE IS BINARY-DOUBLE SIGNED VALUE 0.
01 WS-RIGHTS-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-RIGHTS-DROPPED USAGE IS BINARY-LONG.
01 WS-RIGHTS-TABLE.
       05 WS-RIGHTS-ROW OCCURS 1000 TIMES.
              10 WS-RIGHTS-NAME PIC X(100).
              10 WS-RIGHTS-EXPIRY USAGE IS BINARY-LONG.
              10 WS-RIGHTS-REF PIC X(24).
              10 WS-RIGHTS-HOLDER PIC X(64).
01 WS-RIGHTS-EXPIRY-X PIC X(12).
01 WS-RIGHTS-PTR USAGE IS BINARY-LONG.
01 WS-RIGHTS-I USAGE IS BINARY-LONG.
01 WS-RIGHTS-KEY PIC X(100).
01 WS-RIGHTS-MATCH USAGE IS BINARY-LONG.
01 WS-RIGHTS-EXPIRED USAGE IS BINARY-CHAR.
01 WS-RIGHTS-EXPIRY-DISPLAY PIC 9(8).
01 WS-RIGHTS-EXPIRY-NUM PIC 9(8).
*> the rows already past expiry today, gathered once per draw or
*> gallery so a full directory is checked against only those.
01 WS-EXPIRED-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-EXPIRED-TABLE.
       05 WS-EXPIRED-ROW USAGE IS BINARY-LONG OCCURS 1000 TIMES.

*> named collections: COLLECTION=name,/path/dir/ lines in bugs.conf.
*> the first path segment names the collection; the child then serves
*> out of that directory with that collection's own no-repeat history,
              10 WS-COLLECTION-ALLOW-ROW OCCURS 5 TIMES.
                     15 WS-COLL-ALLOW-PREFIX PIC X(16).
                     15 WS-COLL-ALLOW-LEN USAGE IS BINARY-LONG.
             *> optional fixed running order, parsed by the parent and
             *> re-parsed when the playlist file's mtime moves, the
             *> same contract the weights schedule keeps.
              10 WS-COLLECTION-PLAYLIST PIC X(256).
              10 WS-COLLECTION-PLAY-MTIME USAGE IS BINARY-DOUBLE SIGNED.
              10 WS-COLLECTION-PLAY-COUNT USAGE IS BINARY-LONG.
              10 WS-COLLECTION-PLAY-NAME PIC X(100) OCCURS 100 TIMES.
01 WS-COLL-IDX USAGE IS BINARY-LONG.
01 WS-COLL-AI USAGE IS BINARY-LONG.
*> config-parse scratch only: AddCollectionAllow must not touch
01 WS-COLL-SEG PIC X(32).
01 WS-COLL-REST PIC X(100).

*> playlist mode: COLLECTION_PLAYLIST=name,/path/file in bugs.conf
*> names a file of image names, one per line, that "/" on that
*> collection walks in order, wrapping at the end, instead of the
*> weighted draw. the position is kept in the collection's shared
*> history slot so every forked child continues where the last one
*> stopped. a listed name that is gone (deleted or quarantined) or
*> fails the magic check is stepped over and counted; a playlist
*> with nothing servable left falls back to the ordinary draw.
01 WS-PLAYLIST-PATH PIC X(256).
01 WS-PLAYLIST-STATUS PIC X(2).
01 WS-PLAYLIST-EOF PIC X VALUE "N".
01 WS-PLAY-SPEC-NAME PIC X(32).
01 WS-PLAY-SPEC-PATH PIC X(224).
*> config-parse scratch, kept apart from WS-COLL-MATCH for the same
*> reason WS-ALLOW-MATCH is.
01 WS-PLAY-MATCH USAGE IS BINARY-LONG.
01 WS-PLAY-ENTRY PIC X(100).
01 WS-PLAY-DROPPED USAGE IS BINARY-LONG.
01 WS-PLAY-TRIES USAGE IS BINARY-LONG.
01 WS-PLAY-POS USAGE IS BINARY-LONG.
01 WS-PLAY-SKIPS-TOTAL USAGE IS BINARY-LONG.
01 WS-PLAY-SKIPS-DISPLAY PIC 9(10).

*> emergency override: the override program writes IMAGE=, SCOPE=,
*> UNTIL= (and who/when/why) lines to this file, and while it stands
*> "/" and every collection root in its scope serve that one image
*> and nothing else - no draw, no playlist step, no history entry, so
*> the rotation resumes where it stopped. the parent re-reads it on
*> the same mtime gate as the deny list; nanoseconds count too, since
*> an operator correcting a wrong image inside the same second must
*> not leave the wrong one up. SCOPE is "all" or collection names,
*> "default" meaning the root; UNTIL is yyyymmddhhmm or "-" for
*> until cleared. a missing file means no override.
01 WS-OVERRIDE-PATH PIC X(256) VALUE "/root/bugs_override.dat".
01 WS-OVERRIDE-STATUS PIC X(2).
01 WS-OVERRIDE-EOF PIC X VALUE "N".
01 WS-OVERRIDE-MTIME USAGE IS BINARY-DOUBLE SIGNED VALUE 0.
01 WS-OVERRIDE-NSEC USAGE IS BINARY-DOUBLE SIGNED VALUE 0.
01 WS-OVERRIDE-ON USAGE IS BINARY-CHAR VALUE 0.
01 WS-OVERRIDE-IMAGE PIC X(256).
01 WS-OVERRIDE-SCOPE PIC X(224).
01 WS-OVERRIDE-ALL USAGE IS BINARY-CHAR VALUE 0.
01 WS-OVERRIDE-SCOPE-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-OVERRIDE-SCOPE-TABLE.
       05 WS-OVERRIDE-SCOPE-NAME PIC X(32) OCCURS 11 TIMES.
01 WS-OVERRIDE-UNTIL-X PIC X(16).
01 WS-OVERRIDE-UNTIL PIC 9(12) VALUE 0.
01 WS-OVERRIDE-SET-BY PIC X(32).
01 WS-OVR-KEY PIC X(32).
01 WS-OVR-VALUE PIC X(256).
01 WS-OVR-PTR USAGE IS BINARY-LONG.
01 WS-OVR-NAME PIC X(32).
01 WS-OVR-IDX USAGE IS BINARY-LONG.
01 WS-OVR-HIT USAGE IS BINARY-CHAR VALUE 0.
01 WS-OVR-NOW PIC 9(12).
01 WS-OVR-DATE PIC 9(8).
01 WS-OVR-TIME PIC 9(8).
01 WS-OVR-LINE PIC X(400).
01 WS-OVR-LINE-LEN USAGE IS BINARY-LONG.

01 WS-LOG-PATH PIC X(256) VALUE "/root/bugs.log" & X"00".
*> rotatelog holds this same lock while it renames the live log, so
*> an append can never straddle the rotation and fall through the gap.
01 WS-LOG-LOCK-PATH PIC X(256) VALUE "/root/bugs.log.lock" & X"00".
01 WS-LOG-LOCK-FD USAGE IS BINARY-LONG VALUE -1.
*> one request per line, fields separated by a single space:
*>   1 date       yyyymmdd
*>   2 time       hhmmsscc
*>   3 client     dotted IPv4 address
*>   4 path       served file (directory + name), "/gallery",
*>                "/status", "/info/<name>", "/coll/..." on a
*>                collection refusal, or "-" when refused at the gate
*>   5 bytes      bytes sent
*>   6 status     200/304/403/404/429/509
*>   7 elapsed    milliseconds from accept to the last byte sent
*>   8 method     GET/HEAD/..., "-" when the request was never read
*>   9 agent      User-Agent header, "-" when absent; last on the
*>                line because it may itself contain spaces
*> lines written before fields 7-9 existed stop after field 6, and
*> the oldest ones after field 5 (no status means 200). every reader
*> splits off the leading fields it needs and ignores the rest, so
*> both shapes are read side by side across the archives.
01 WS-LOG-FORMAT PIC X(40)
       VALUE "%08d %08d %s %s %d %s %d %s %s" & X"0A" & X"00".
01 WS-LOG-LINE PIC X(512).
01 WS-LOG-LEN USAGE IS BINARY-LONG.
01 WS-LOG-FD USAGE IS BINARY-LONG.
*> distinguishes an actual serve from a 404 miss so report.cob can
*> tally "top files served" without counting probed/mistyped paths.
01 WS-LOG-STATUS PIC X(4).
01 WS-LOG-ELAPSED USAGE IS BINARY-LONG.
01 WS-LOG-METHOD PIC X(9).
*> capped so a full line stays inside the 512-byte records the
*> readers use, whatever the client chooses to send.
01 WS-LOG-AGENT PIC X(161).
01 WS-LOG-AGENT-LEN USAGE IS BINARY-LONG.
*> bytes the request read actually delivered, so a header scan stops
*> at the data and not at the end of the buffer.
01 WS-CON-RECV-LEN USAGE IS BINARY-LONG VALUE 0.
01 WS-AGENT-START USAGE IS BINARY-LONG.
01 WS-AGENT-AVAIL USAGE IS BINARY-LONG.
01 WS-CLIENT-IP PIC X(16).

*> the no-repeat window per collection lives in the shared mapping
              10 L-SHM-RATE-START USAGE IS BINARY-LONG.
       05 L-SHM-HIST-SLOT OCCURS 11 TIMES.
              10 L-SHM-HIST-COUNT USAGE IS BINARY-LONG.
             *> playlist mode: the entry last served, and how many
             *> unservable entries have been stepped over since startup.
              10 L-SHM-PLAY-POS USAGE IS BINARY-LONG.
              10 L-SHM-PLAY-SKIPS USAGE IS BINARY-LONG.
              10 L-SHM-HIST-ENTRY PIC X(256) OCCURS 5 TIMES.
PROCEDURE DIVISION.
Main.
       END-IF.
       PERFORM RefreshDenyList.
       PERFORM RefreshWeights.
       PERFORM RefreshRights.
       PERFORM RefreshPlaylists.
       PERFORM RefreshOverride.
       DISPLAY "waiting for a connection...".
      *> accept() auto-restarts across a delivered signal on this
      *> platform, so a blocking accept() would never notice
           BY REFERENCE WS-CON-SOCKADDR-LEN
           RETURNING WS-CON-SOCKETFD
       END-CALL.
       CALL "gettimeofday" USING
           BY REFERENCE WS-ACCEPT-TIMEVAL,
           BY VALUE WS-NULL-PTR
       END-CALL.
       IF WS-CON-SOCKETFD = -1 THEN
              CALL "perror" USING "accept"
              CALL "exit" USING BY VALUE 4
ServeConnection.
       PERFORM SeedRandom.
       PERFORM FormatClientIP.
       MOVE SPACES TO WS-HTTP-METHOD.
       MOVE "-" & X"00" TO WS-LOG-AGENT.
      *> the deny list and the rate tracker both key on the address
      *> accept() handed us, so both gates run before the request is
      *> even read - a blocked client gets its answer and nothing else.
              IF WS-RATE-OVER = 1 THEN
                     PERFORM Send429
              ELSE
                    *> the budget is known here, but the 509 is sent
                    *> from HandleRequest: an emergency override must
                    *> still reach an over-budget kiosk's root.
                     PERFORM CheckDeptBudget
                     PERFORM HandleRequest
              END-IF
       END-IF.
       CALL "close" USING BY VALUE WS-CON-SOCKETFD.
           BY VALUE LENGTH OF WS-CON-BUFFER
           RETURNING WS-RESULT
       END-CALL.
       MOVE WS-RESULT TO WS-CON-RECV-LEN.
       IF WS-RESULT <= 0 THEN
              CALL "perror" USING "read"
              MOVE 0 TO WS-OVR-HIT
              IF WS-DEPT-OVER = 1 THEN
                     PERFORM CheckGatedOverride
                     IF WS-OVR-HIT = 0 THEN
                            PERFORM SendOverQuota
                     END-IF
              ELSE
                     PERFORM SelectRandomFile
              END-IF
       ELSE
              DISPLAY "Got request:"
              DISPLAY WS-CON-BUFFER
                     MOVE 1 TO WS-HTTP-IS-HEAD
              END-IF
              PERFORM ExtractIfModifiedSince
              PERFORM ExtractUserAgent
              PERFORM ResolveCollection

              MOVE 0 TO WS-OVR-HIT
              IF WS-DEPT-OVER = 1 OR WS-COLL-DENIED = 1 THEN
                     PERFORM CheckGatedOverride
              END-IF
              IF WS-OVR-HIT = 1 THEN
                     CONTINUE
              ELSE IF WS-DEPT-OVER = 1 THEN
                     PERFORM SendOverQuota
              ELSE IF WS-COLL-DENIED = 1 THEN
                     PERFORM SendCollectionDenied
              ELSE IF WS-HTTP-PATH = SPACES OR WS-HTTP-PATH = "/" THEN
                     PERFORM SelectRandomFile
              END-IF
       END-IF.

RefreshRights.
      *> the rights file rides the same mtime gate. a vanished file
      *> lifts every expiry - the operator removed the records, and
      *> the nightly rights report will say so.
       MOVE SPACES TO WS-STATE-PATH-Z.
       STRING WS-RIGHTS-PATH DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
              INTO WS-STATE-PATH-Z
       END-STRING.
       CALL "open" USING WS-STATE-PATH-Z, BY VALUE 0 RETURNING WS-STATE-FD.
       IF WS-STATE-FD = -1 THEN
              MOVE 0 TO WS-RIGHTS-COUNT
              MOVE 0 TO WS-RIGHTS-MTIME
       ELSE
              CALL "fstat" USING BY VALUE WS-STATE-FD, BY REFERENCE WS-STAT
                  RETURNING WS-RESULT
              END-CALL
              CALL "close" USING BY VALUE WS-STATE-FD
              MOVE WS-STAT-MTIME TO WS-STATE-MTIME
              IF WS-STATE-MTIME NOT = WS-RIGHTS-MTIME THEN
                     MOVE WS-STATE-MTIME TO WS-RIGHTS-MTIME
                     PERFORM LoadRights
                     DISPLAY "Rights loaded, " WS-RIGHTS-COUNT " entries."
              END-IF
       END-IF.

RefreshPlaylists.
      *> the same mtime gate again, once per collection that names a
      *> playlist; a vanished file puts the collection back on the
      *> random draw.
       PERFORM VARYING WS-PLAY-MATCH FROM 1 BY 1
               UNTIL WS-PLAY-MATCH > WS-COLLECTION-COUNT
              IF WS-COLLECTION-PLAYLIST(WS-PLAY-MATCH) NOT = SPACES THEN
                     PERFORM RefreshOnePlaylist
              END-IF
       END-PERFORM.

RefreshOnePlaylist.
       MOVE SPACES TO WS-STATE-PATH-Z.
       STRING WS-COLLECTION-PLAYLIST(WS-PLAY-MATCH) DELIMITED BY SPACE,
              X"00" DELIMITED BY SIZE
              INTO WS-STATE-PATH-Z
       END-STRING.
       CALL "open" USING WS-STATE-PATH-Z, BY VALUE 0 RETURNING WS-STATE-FD.
       IF WS-STATE-FD = -1 THEN
              MOVE 0 TO WS-COLLECTION-PLAY-COUNT(WS-PLAY-MATCH)
              MOVE 0 TO WS-COLLECTION-PLAY-MTIME(WS-PLAY-MATCH)
       ELSE
              CALL "fstat" USING BY VALUE WS-STATE-FD, BY REFERENCE WS-STAT
                  RETURNING WS-RESULT
              END-CALL
              CALL "close" USING BY VALUE WS-STATE-FD
              MOVE WS-STAT-MTIME TO WS-STATE-MTIME
              IF WS-STATE-MTIME NOT = WS-COLLECTION-PLAY-MTIME(WS-PLAY-MATCH) THEN
                     MOVE WS-STATE-MTIME TO WS-COLLECTION-PLAY-MTIME(WS-PLAY-MATCH)
                     PERFORM LoadPlaylist
                     DISPLAY "Playlist for " WS-COLLECTION-NAME(WS-PLAY-MATCH)
                             " loaded, " WS-COLLECTION-PLAY-COUNT(WS-PLAY-MATCH)
                             " entries."
              END-IF
       END-IF.

LoadPlaylist.
       MOVE 0 TO WS-COLLECTION-PLAY-COUNT(WS-PLAY-MATCH).
       MOVE 0 TO WS-PLAY-DROPPED.
       MOVE WS-COLLECTION-PLAYLIST(WS-PLAY-MATCH) TO WS-PLAYLIST-PATH.
       MOVE "N" TO WS-PLAYLIST-EOF.
       OPEN INPUT PLAYLIST-FILE.
       IF WS-PLAYLIST-STATUS = "00" THEN
              PERFORM UNTIL WS-PLAYLIST-EOF = "Y"
                     READ PLAYLIST-FILE
                            AT END MOVE "Y" TO WS-PLAYLIST-EOF
                            NOT AT END PERFORM LoadPlaylistLine
                     END-READ
              END-PERFORM
              CLOSE PLAYLIST-FILE
       END-IF.
       IF WS-PLAY-DROPPED > 0 THEN
              DISPLAY "WARNING: playlist for " WS-COLLECTION-NAME(WS-PLAY-MATCH)
                      " truncated at 100 entries; " WS-PLAY-DROPPED
                      " names are NOT played."
       END-IF.

LoadPlaylistLine.
       IF PLAYLIST-RECORD = SPACES OR PLAYLIST-RECORD(1:1) = "#" THEN
              CONTINUE
       ELSE
              MOVE SPACES TO WS-PLAY-ENTRY
              UNSTRING PLAYLIST-RECORD DELIMITED BY ALL SPACE
                     INTO WS-PLAY-ENTRY
              END-UNSTRING
              IF WS-PLAY-ENTRY = SPACES THEN
                     CONTINUE
              ELSE IF WS-COLLECTION-PLAY-COUNT(WS-PLAY-MATCH) >= 100 THEN
                     ADD 1 TO WS-PLAY-DROPPED
              ELSE
                     ADD 1 TO WS-COLLECTION-PLAY-COUNT(WS-PLAY-MATCH)
                     MOVE WS-PLAY-ENTRY TO WS-COLLECTION-PLAY-NAME(WS-PLAY-MATCH,
                            WS-COLLECTION-PLAY-COUNT(WS-PLAY-MATCH))
              END-IF
       END-IF.

RefreshOverride.
       MOVE SPACES TO WS-STATE-PATH-Z.
       STRING WS-OVERRIDE-PATH DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
              INTO WS-STATE-PATH-Z
       END-STRING.
       CALL "open" USING WS-STATE-PATH-Z, BY VALUE 0 RETURNING WS-STATE-FD.
       IF WS-STATE-FD = -1 THEN
              IF WS-OVERRIDE-ON = 1 THEN
                     DISPLAY "Override cleared."
              END-IF
              MOVE 0 TO WS-OVERRIDE-ON
              MOVE 0 TO WS-OVERRIDE-MTIME
              MOVE 0 TO WS-OVERRIDE-NSEC
       ELSE
              CALL "fstat" USING BY VALUE WS-STATE-FD, BY REFERENCE WS-STAT
                  RETURNING WS-RESULT
              END-CALL
              CALL "close" USING BY VALUE WS-STATE-FD
              IF WS-STAT-MTIME NOT = WS-OVERRIDE-MTIME
                      OR WS-STAT-MTIME-NSEC NOT = WS-OVERRIDE-NSEC THEN
                     MOVE WS-STAT-MTIME TO WS-OVERRIDE-MTIME
                     MOVE WS-STAT-MTIME-NSEC TO WS-OVERRIDE-NSEC
                     PERFORM LoadOverride
              END-IF
       END-IF.

LoadOverride.
       MOVE 0 TO WS-OVERRIDE-ON.
       MOVE 0 TO WS-OVERRIDE-ALL.
       MOVE 0 TO WS-OVERRIDE-SCOPE-COUNT.
       MOVE 0 TO WS-OVERRIDE-UNTIL.
       MOVE SPACES TO WS-OVERRIDE-IMAGE.
       MOVE SPACES TO WS-OVERRIDE-SCOPE.
       MOVE SPACES TO WS-OVERRIDE-UNTIL-X.
       MOVE SPACES TO WS-OVERRIDE-SET-BY.
       MOVE "N" TO WS-OVERRIDE-EOF.
       OPEN INPUT OVERRIDE-FILE.
       IF WS-OVERRIDE-STATUS = "00" THEN
              PERFORM UNTIL WS-OVERRIDE-EOF = "Y"
                     READ OVERRIDE-FILE
                            AT END MOVE "Y" TO WS-OVERRIDE-EOF
                            NOT AT END PERFORM LoadOverrideLine
                     END-READ
              END-PERFORM
              CLOSE OVERRIDE-FILE
       END-IF.
      *> no image, or a scope naming nothing, is no override at all.
       IF WS-OVERRIDE-IMAGE NOT = SPACES
               AND (WS-OVERRIDE-ALL = 1 OR WS-OVERRIDE-SCOPE-COUNT > 0) THEN
              MOVE 1 TO WS-OVERRIDE-ON
              DISPLAY "Override loaded: " WS-OVERRIDE-IMAGE(1:80)
              DISPLAY "  scope " WS-OVERRIDE-SCOPE(1:60)
                      " until " WS-OVERRIDE-UNTIL-X
       ELSE
              DISPLAY "Override file has no image or no scope; ignored."
       END-IF.

LoadOverrideLine.
       IF OVERRIDE-RECORD = SPACES OR OVERRIDE-RECORD(1:1) = "#" THEN
              CONTINUE
       ELSE
              MOVE SPACES TO WS-OVR-KEY
              MOVE SPACES TO WS-OVR-VALUE
              UNSTRING OVERRIDE-RECORD DELIMITED BY "="
                     INTO WS-OVR-KEY, WS-OVR-VALUE
              END-UNSTRING
              IF WS-OVR-KEY = "IMAGE" THEN
                     STRING WS-OVR-VALUE DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                            INTO WS-OVERRIDE-IMAGE
                     END-STRING
              ELSE IF WS-OVR-KEY = "SCOPE" THEN
                     MOVE WS-OVR-VALUE TO WS-OVERRIDE-SCOPE
                     PERFORM LoadOverrideScope
              ELSE IF WS-OVR-KEY = "UNTIL" THEN
                     MOVE WS-OVR-VALUE TO WS-OVERRIDE-UNTIL-X
                    *> anything but twelve digits holds until cleared.
                     IF WS-OVERRIDE-UNTIL-X(1:12) IS NUMERIC THEN
                            MOVE WS-OVERRIDE-UNTIL-X(1:12) TO WS-OVERRIDE-UNTIL
                     END-IF
              ELSE IF WS-OVR-KEY = "SET_BY" THEN
                     MOVE WS-OVR-VALUE TO WS-OVERRIDE-SET-BY
              END-IF
       END-IF.

LoadOverrideScope.
       IF WS-OVERRIDE-SCOPE = "all" THEN
              MOVE 1 TO WS-OVERRIDE-ALL
              EXIT PARAGRAPH
       END-IF.
       MOVE 1 TO WS-OVR-PTR.
       PERFORM UNTIL WS-OVR-PTR > LENGTH OF WS-OVERRIDE-SCOPE
                  OR WS-OVERRIDE-SCOPE-COUNT >= 11
              MOVE SPACES TO WS-OVR-NAME
              UNSTRING WS-OVERRIDE-SCOPE DELIMITED BY "," OR ALL SPACE
                     INTO WS-OVR-NAME
                     WITH POINTER WS-OVR-PTR
              END-UNSTRING
              IF WS-OVR-NAME NOT = SPACES THEN
                     ADD 1 TO WS-OVERRIDE-SCOPE-COUNT
                     MOVE WS-OVR-NAME TO WS-OVERRIDE-SCOPE-NAME(WS-OVERRIDE-SCOPE-COUNT)
              END-IF
       END-PERFORM.

CheckOverrideLive.
      *> child-side: does an override stand right now? the end time
      *> is checked per request, so an override lapses on the minute
      *> without anyone having to touch the file.
       MOVE 0 TO WS-OVR-HIT.
       IF WS-OVERRIDE-ON = 0 THEN
              EXIT PARAGRAPH
       END-IF.
       IF WS-OVERRIDE-UNTIL > 0 THEN
              ACCEPT WS-OVR-DATE FROM DATE YYYYMMDD
              ACCEPT WS-OVR-TIME FROM TIME
              COMPUTE WS-OVR-NOW = WS-OVR-DATE * 10000 + WS-OVR-TIME / 10000
              IF WS-OVR-NOW >= WS-OVERRIDE-UNTIL THEN
                     EXIT PARAGRAPH
              END-IF
       END-IF.
       MOVE 1 TO WS-OVR-HIT.

CheckOverride.
      *> ... and does it cover the collection this request resolved to?
       PERFORM CheckOverrideLive.
       IF WS-OVR-HIT = 0 OR WS-OVERRIDE-ALL = 1 THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-OVR-HIT.
       IF WS-COLL-MATCH > 0 THEN
              MOVE WS-COLLECTION-NAME(WS-COLL-MATCH) TO WS-OVR-NAME
       ELSE
              MOVE "default" TO WS-OVR-NAME
       END-IF.
       PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
               UNTIL WS-OVR-IDX > WS-OVERRIDE-SCOPE-COUNT
              IF WS-OVERRIDE-SCOPE-NAME(WS-OVR-IDX) = WS-OVR-NAME THEN
                     MOVE 1 TO WS-OVR-HIT
                     EXIT PERFORM
              END-IF
       END-PERFORM.

CheckDenyList.
      *> a plain scan of the parent-parsed table; the edit-to-effect
      *> latency is the parent's next pass, a second at most.
SendOverQuota.
      *> a polite page, not an error the kiosk browser would hide: the
      *> department planned this spend and simply ran through it.
       MOVE 1 TO WS-RESPONSE-SENT.
       MOVE SPACES TO WS-QUOTA-BODY.
       STRING "The monthly image budget for department "
              DELIMITED BY SIZE,
              END-IF
       END-PERFORM.

ExtractUserAgent.
      *> logged as the last field of the request line, so it keeps its
      *> spaces; CR/LF ends it and the field width caps it.
      *> the scan is bounded by what was received, so a header at the
      *> very end of a full read is still found; the value then runs
      *> to CR/LF or to the last byte received.
       MOVE "-" & X"00" TO WS-LOG-AGENT.
       PERFORM VARYING WS-HDR-SCAN-IDX FROM 1 BY 1
               UNTIL WS-HDR-SCAN-IDX > WS-CON-RECV-LEN - 11
              IF WS-CON-BUFFER(WS-HDR-SCAN-IDX:11) = "User-Agent:" THEN
                     COMPUTE WS-AGENT-START = WS-HDR-SCAN-IDX + 11
                     PERFORM UNTIL WS-AGENT-START > WS-CON-RECV-LEN
                             OR WS-CON-BUFFER(WS-AGENT-START:1) NOT = SPACE
                            ADD 1 TO WS-AGENT-START
                     END-PERFORM
                     IF WS-AGENT-START > WS-CON-RECV-LEN THEN
                            EXIT PERFORM
                     END-IF
                     COMPUTE WS-AGENT-AVAIL = WS-CON-RECV-LEN - WS-AGENT-START + 1
                     IF WS-AGENT-AVAIL > 160 THEN
                            MOVE 160 TO WS-AGENT-AVAIL
                     END-IF
                     MOVE SPACES TO WS-LOG-AGENT
                     MOVE 0 TO WS-LOG-AGENT-LEN
                     UNSTRING WS-CON-BUFFER(WS-AGENT-START:WS-AGENT-AVAIL)
                            DELIMITED BY X"0D" OR X"0A"
                            INTO WS-LOG-AGENT COUNT IN WS-LOG-AGENT-LEN
                     END-UNSTRING
                     IF WS-LOG-AGENT-LEN > 160 THEN
                            MOVE 160 TO WS-LOG-AGENT-LEN
                     END-IF
                     IF WS-LOG-AGENT-LEN = 0 THEN
                            MOVE "-" & X"00" TO WS-LOG-AGENT
                     ELSE
                            MOVE X"00" TO WS-LOG-AGENT(WS-LOG-AGENT-LEN + 1:1)
                     END-IF
                     EXIT PERFORM
              END-IF
       END-PERFORM.

FormatLastModified.
      *> RFC 1123 date from the fstat mtime; repeat viewers echo this
      *> exact string back in If-Modified-Since, so a plain string
       IF WS-TRAVERSAL-COUNT > 0 THEN
              MOVE 0 TO WS-FILE-FOUND
       END-IF.
       IF WS-FILE-FOUND = 1 THEN
              PERFORM CheckRequestRights
       END-IF.
       STRING WS-REQ-NAME DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
              INTO WS-REQ-NAME-TERM
       END-STRING.
       IF WS-TRAVERSAL-COUNT > 0 THEN
              MOVE 0 TO WS-FILE-FOUND
       END-IF.
       IF WS-FILE-FOUND = 1 THEN
              PERFORM CheckRequestRights
       END-IF.
       STRING WS-REQ-NAME DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
              INTO WS-REQ-NAME-TERM
       END-STRING.
              END-IF
       END-IF.

CheckRequestRights.
      *> a lapsed license closes the direct and thumbnail paths too:
      *> the image answers 404 exactly as if it had been taken down.
       MOVE WS-REQ-NAME TO WS-RIGHTS-KEY.
       PERFORM LookupRights.
       IF WS-RIGHTS-EXPIRED = 1 THEN
              DISPLAY "Usage rights expired, not served: " WS-REQ-NAME
              MOVE 0 TO WS-FILE-FOUND
       END-IF.

Send404.
       CALL "strlen" USING BY REFERENCE WS-404-BODY RETURNING WS-RESULT.
       CALL "sprintf" USING
       PERFORM BumpStats.

SelectRandomFile.
      *> an emergency override beats both the playlist and the draw.
       PERFORM CheckOverride.
       IF WS-OVR-HIT = 1 THEN
              PERFORM SelectOverrideFile
              IF WS-FILE-FOUND = 1 THEN
                     EXIT PARAGRAPH
              END-IF
       END-IF.
      *> a collection with a playlist walks it in order; only when
      *> nothing on it is servable does the draw below take over.
       IF WS-COLL-MATCH > 0 THEN
              IF WS-COLLECTION-PLAY-COUNT(WS-COLL-MATCH) > 0 THEN
                     PERFORM SelectPlaylistFile
                     IF WS-FILE-FOUND = 1 THEN
                            EXIT PARAGRAPH
                     END-IF
              END-IF
       END-IF.
       DISPLAY "Searching " WS-GIF-DIRECTORY.
       CALL "scandir" USING
           BY CONTENT WS-GIF-DIRECTORY,
              SET ADDRESS OF L-DIRENT TO WS-DIRENT-POINTER
              PERFORM CheckHistoryMatch
              PERFORM CheckCandidateMagicBytes
              PERFORM CheckCandidateRights
              *> remember the first magic-valid candidate seen that is not
              *> the single most-recently-served file, in case the full
              *> history window can't be honored with a small directory
       END-PERFORM.
       CALL "free" USING BY VALUE WS-DIRENT.

SelectPlaylistFile.
      *> the position lives in the collection's shared history slot,
      *> so the same per-collection flock that guards the history
      *> makes "read position, step, store" one unit across children.
       MOVE 0 TO WS-FILE-FOUND.
       PERFORM LockHistory.
       PERFORM LoadHistory.
       PERFORM VARYING WS-PLAY-TRIES FROM 1 BY 1
               UNTIL WS-PLAY-TRIES > WS-COLLECTION-PLAY-COUNT(WS-COLL-MATCH)
                  OR WS-FILE-FOUND = 1
             *> an edited, shorter playlist simply wraps early.
              COMPUTE WS-PLAY-POS = FUNCTION MOD(L-SHM-PLAY-POS(WS-HIST-SLOT),
                     WS-COLLECTION-PLAY-COUNT(WS-COLL-MATCH)) + 1
              MOVE WS-PLAY-POS TO L-SHM-PLAY-POS(WS-HIST-SLOT)
              MOVE SPACES TO WS-REQ-NAME-TERM
              STRING WS-COLLECTION-PLAY-NAME(WS-COLL-MATCH, WS-PLAY-POS)
                            DELIMITED BY SPACE,
                     X"00" DELIMITED BY SIZE
                     INTO WS-REQ-NAME-TERM
              END-STRING
              MOVE WS-GIF-DIRECTORY TO WS-FILE-PATH
              CALL "strcat" USING WS-FILE-PATH, WS-REQ-NAME-TERM
              CALL "access" USING WS-FILE-PATH, BY VALUE 0 RETURNING WS-RESULT
              MOVE WS-COLLECTION-PLAY-NAME(WS-COLL-MATCH, WS-PLAY-POS)
                     TO WS-RIGHTS-KEY
              PERFORM LookupRights
              IF WS-RESULT = -1 THEN
                     DISPLAY "Playlist entry missing, skipped: " WS-FILE-PATH
                     ADD 1 TO L-SHM-PLAY-SKIPS(WS-HIST-SLOT)
              ELSE IF WS-RIGHTS-EXPIRED = 1 THEN
                     DISPLAY "Playlist entry's usage rights expired, skipped: "
                             WS-FILE-PATH
                     ADD 1 TO L-SHM-PLAY-SKIPS(WS-HIST-SLOT)
              ELSE
                     PERFORM ValidateImageMagic
                     IF WS-MAGIC-VALID = 0 THEN
                            ADD 1 TO L-SHM-PLAY-SKIPS(WS-HIST-SLOT)
                            PERFORM LogException
                     ELSE
                            MOVE 1 TO WS-FILE-FOUND
                     END-IF
              END-IF
              END-IF
       END-PERFORM.
       IF WS-FILE-FOUND = 1 THEN
              PERFORM SetHeaderType
              MOVE SPACES TO WS-CANDIDATE-NAME
              MOVE WS-COLLECTION-PLAY-NAME(WS-COLL-MATCH, WS-PLAY-POS)
                     TO WS-CANDIDATE-NAME
              DISPLAY "Selected from playlist: " WS-FILE-PATH
              PERFORM SaveHistory
       ELSE
              DISPLAY "Nothing servable on the playlist for "
                      WS-COLL-SEG "; drawing at random instead"
       END-IF.
       PERFORM UnlockHistory.

CheckGatedOverride.
      *> a kiosk over its department's budget, or outside a
      *> collection's allowed networks, still shows an override that
      *> covers the root it asked for - the override is the one message
      *> every screen must carry. any other path keeps its 509 or 403,
      *> and so does the root when the override image is unservable.
       MOVE 0 TO WS-OVR-HIT.
       IF WS-COLL-DENIED = 1 THEN
              IF WS-COLL-REST NOT = SPACES THEN
                     EXIT PARAGRAPH
              END-IF
       ELSE IF WS-HTTP-PATH NOT = SPACES AND WS-HTTP-PATH NOT = "/" THEN
              EXIT PARAGRAPH
       END-IF.
       PERFORM CheckOverride.
       IF WS-OVR-HIT = 1 THEN
              PERFORM SelectOverrideFile
              IF WS-FILE-FOUND = 0 THEN
                     MOVE 0 TO WS-OVR-HIT
              END-IF
       END-IF.

SelectOverrideFile.
      *> the image was checked when it was set, but it is checked again
      *> here; an unservable notice is shouted in the log and the screen
      *> keeps its own rotation rather than going blank. it is not
      *> quarantined: the operator chose it and must see why it failed.
       MOVE 0 TO WS-FILE-FOUND.
       MOVE WS-OVERRIDE-IMAGE TO WS-FILE-PATH.
      *> rights are keyed by bare image name, wherever it sits.
       MOVE 0 TO WS-RIGHTS-PTR.
       PERFORM VARYING WS-RIGHTS-I FROM 1 BY 1
               UNTIL WS-RIGHTS-I > 255 OR WS-OVERRIDE-IMAGE(WS-RIGHTS-I:1) = X"00"
              IF WS-OVERRIDE-IMAGE(WS-RIGHTS-I:1) = "/" THEN
                     MOVE WS-RIGHTS-I TO WS-RIGHTS-PTR
              END-IF
       END-PERFORM.
       MOVE SPACES TO WS-RIGHTS-KEY.
       UNSTRING WS-OVERRIDE-IMAGE(WS-RIGHTS-PTR + 1:) DELIMITED BY X"00" OR SPACE
              INTO WS-RIGHTS-KEY
       END-UNSTRING.
       PERFORM LookupRights.
       CALL "access" USING WS-FILE-PATH, BY VALUE 4 RETURNING WS-RESULT.
       IF WS-RESULT = -1 THEN
              DISPLAY "WARNING: override image unreadable: " WS-FILE-PATH
       ELSE IF WS-RIGHTS-EXPIRED = 1 THEN
              DISPLAY "WARNING: override image's usage rights have expired: "
                      WS-FILE-PATH
       ELSE
              PERFORM ValidateImageMagic
              IF WS-MAGIC-VALID = 0 THEN
                     DISPLAY "WARNING: override image fails the magic check: "
                             WS-FILE-PATH
              ELSE
                     MOVE 1 TO WS-FILE-FOUND
                     PERFORM SetHeaderType
                     DISPLAY "Override in force, serving: " WS-FILE-PATH
              END-IF
       END-IF.

ServeStatus.
       MOVE 1 TO WS-RESPONSE-SENT.
      *> count this request first so the page it returns includes it.
       MOVE L-SHM-COUNT-200 TO WS-200-DISPLAY.
       MOVE L-SHM-COUNT-404 TO WS-404-DISPLAY.
       MOVE L-SHM-COUNT-REJECT TO WS-REJECT-DISPLAY.
       MOVE 0 TO WS-PLAY-SKIPS-TOTAL.
       PERFORM VARYING WS-HIST-SLOT FROM 1 BY 1 UNTIL WS-HIST-SLOT > 11
              ADD L-SHM-PLAY-SKIPS(WS-HIST-SLOT) TO WS-PLAY-SKIPS-TOTAL
       END-PERFORM.
       MOVE WS-PLAY-SKIPS-TOTAL TO WS-PLAY-SKIPS-DISPLAY.
      *> /status is one page for every collection, so only whether an
      *> override stands right now matters here, not its scope.
       MOVE SPACES TO WS-OVR-LINE.
       MOVE 1 TO WS-OVR-LINE-LEN.
       PERFORM CheckOverrideLive.
       IF WS-OVR-HIT = 1 THEN
              STRING "ACTIVE " DELIMITED BY SIZE,
                     WS-OVERRIDE-IMAGE DELIMITED BY X"00",
                     " scope " DELIMITED BY SIZE,
                     WS-OVERRIDE-SCOPE DELIMITED BY SPACE,
                     " until " DELIMITED BY SIZE,
                     WS-OVERRIDE-UNTIL-X DELIMITED BY SPACE,
                     " set by " DELIMITED BY SIZE,
                     WS-OVERRIDE-SET-BY DELIMITED BY SPACE
                     INTO WS-OVR-LINE WITH POINTER WS-OVR-LINE-LEN
              END-STRING
       ELSE
              STRING "off" DELIMITED BY SIZE
                     INTO WS-OVR-LINE WITH POINTER WS-OVR-LINE-LEN
              END-STRING
       END-IF.
       COMPUTE WS-OVR-LINE-LEN = WS-OVR-LINE-LEN - 1.
       MOVE SPACES TO WS-STATUS-BODY.
       MOVE 1 TO WS-STATUS-LEN.
       STRING "bugs server status" & X"0A" DELIMITED BY SIZE,
              WS-404-DISPLAY DELIMITED BY SIZE,
              X"0A" & "Rejected magic: " DELIMITED BY SIZE,
              WS-REJECT-DISPLAY DELIMITED BY SIZE,
              X"0A" & "Playlist skips: " DELIMITED BY SIZE,
              WS-PLAY-SKIPS-DISPLAY DELIMITED BY SIZE,
              X"0A" & "Override: " DELIMITED BY SIZE,
              WS-OVR-LINE(1:WS-OVR-LINE-LEN) DELIMITED BY SIZE,
              X"0A" DELIMITED BY SIZE
              INTO WS-STATUS-BODY WITH POINTER WS-STATUS-LEN
       END-STRING.
              END-READ
              CLOSE CATALOG-FILE
       END-IF.
       IF WS-INFO-FOUND = 1 THEN
              PERFORM FormatInfoRights
       END-IF.
       IF WS-INFO-FOUND = 0 THEN
              STRING WS-HTTP-PATH DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                     INTO WS-FILE-PATH
                     CAT-CHECKSUM DELIMITED BY SIZE,
                     X"0A" & "First-seen: " DELIMITED BY SIZE,
                     CAT-FIRST-SEEN DELIMITED BY SIZE,
                     X"0A" & "Rights: " DELIMITED BY SIZE,
                     WS-INFO-RIGHTS(1:WS-INFO-RIGHTS-LEN) DELIMITED BY SIZE,
                     X"0A" DELIMITED BY SIZE
                     INTO WS-INFO-BODY WITH POINTER WS-INFO-LEN
              END-STRING
              PERFORM BumpStats
       END-IF.

FormatInfoRights.
      *> the same verdict the draw, the direct path and the gallery
      *> reach, so an operator can see why a poster went dark.
       MOVE WS-INFO-NAME TO WS-RIGHTS-KEY.
       PERFORM LookupRights.
       MOVE SPACES TO WS-INFO-RIGHTS.
       MOVE 1 TO WS-INFO-RIGHTS-LEN.
       IF WS-RIGHTS-MATCH = 0 THEN
              STRING "no record on file" DELIMITED BY SIZE
                     INTO WS-INFO-RIGHTS WITH POINTER WS-INFO-RIGHTS-LEN
              END-STRING
       ELSE
              MOVE WS-RIGHTS-EXPIRY(WS-RIGHTS-MATCH) TO WS-RIGHTS-EXPIRY-DISPLAY
              IF WS-RIGHTS-EXPIRED = 1 THEN
                     STRING "EXPIRED after " DELIMITED BY SIZE,
                            WS-RIGHTS-EXPIRY-DISPLAY DELIMITED BY SIZE,
                            ", not served (" DELIMITED BY SIZE
                            INTO WS-INFO-RIGHTS WITH POINTER WS-INFO-RIGHTS-LEN
                     END-STRING
              ELSE
                     STRING "licensed through " DELIMITED BY SIZE,
                            WS-RIGHTS-EXPIRY-DISPLAY DELIMITED BY SIZE,
                            " (" DELIMITED BY SIZE
                            INTO WS-INFO-RIGHTS WITH POINTER WS-INFO-RIGHTS-LEN
                     END-STRING
              END-IF
              STRING WS-RIGHTS-HOLDER(WS-RIGHTS-MATCH) DELIMITED BY "  ",
                     " ref " DELIMITED BY SIZE,
                     WS-RIGHTS-REF(WS-RIGHTS-MATCH) DELIMITED BY SPACE,
                     ")" DELIMITED BY SIZE
                     INTO WS-INFO-RIGHTS WITH POINTER WS-INFO-RIGHTS-LEN
              END-STRING
       END-IF.
       COMPUTE WS-INFO-RIGHTS-LEN = WS-INFO-RIGHTS-LEN - 1.

LockStats.
       CALL "open" USING WS-STATS-LOCK-PATH, BY VALUE 65, BY VALUE 420
           RETURNING WS-STATS-LOCK-FD
       END-IF.

BuildCandidateWeights.
       PERFORM CollectExpiredRights.
       MOVE 0 TO WS-TOTAL-WEIGHT.
       PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-N OR WS-CAND-IDX > 1000
                            EXIT PERFORM
                     END-IF
              END-PERFORM
              MOVE WS-CANDIDATE-NAME(1:100) TO WS-RIGHTS-KEY
              PERFORM CheckExpiredName
              IF WS-RIGHTS-EXPIRED = 1 THEN
                     MOVE 0 TO WS-CAND-WEIGHT(WS-CAND-IDX)
              END-IF
              ADD WS-CAND-WEIGHT(WS-CAND-IDX) TO WS-TOTAL-WEIGHT
       END-PERFORM.

              END-PERFORM
       END-IF.

LoadRights.
       MOVE 0 TO WS-RIGHTS-COUNT.
       MOVE 0 TO WS-RIGHTS-DROPPED.
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
              DISPLAY "WARNING: rights file truncated at 1000 entries; "
                      WS-RIGHTS-DROPPED " images have NO expiry enforced."
       END-IF.

LoadRightsLine.
       IF RIGHTS-RECORD = SPACES OR RIGHTS-RECORD(1:1) = "#" THEN
              CONTINUE
       ELSE IF WS-RIGHTS-COUNT >= 1000 THEN
              ADD 1 TO WS-RIGHTS-DROPPED
       ELSE
              ADD 1 TO WS-RIGHTS-COUNT
              MOVE SPACES TO WS-RIGHTS-NAME(WS-RIGHTS-COUNT)
              MOVE SPACES TO WS-RIGHTS-EXPIRY-X
              MOVE SPACES TO WS-RIGHTS-REF(WS-RIGHTS-COUNT)
              MOVE SPACES TO WS-RIGHTS-HOLDER(WS-RIGHTS-COUNT)
              MOVE 1 TO WS-RIGHTS-PTR
              UNSTRING RIGHTS-RECORD DELIMITED BY ALL " "
                     INTO WS-RIGHTS-NAME(WS-RIGHTS-COUNT), WS-RIGHTS-EXPIRY-X,
                          WS-RIGHTS-REF(WS-RIGHTS-COUNT)
                     WITH POINTER WS-RIGHTS-PTR
              END-UNSTRING
              IF WS-RIGHTS-PTR <= LENGTH OF RIGHTS-RECORD THEN
                     MOVE RIGHTS-RECORD(WS-RIGHTS-PTR:)
                            TO WS-RIGHTS-HOLDER(WS-RIGHTS-COUNT)
              END-IF
             *> a license whose end date cannot be read is taken as
             *> lapsed: better a dark poster than an unlicensed one.
             *> eight digits that are no real day count as unreadable.
              MOVE 0 TO WS-RIGHTS-EXPIRY(WS-RIGHTS-COUNT)
              IF WS-RIGHTS-EXPIRY-X(1:8) IS NUMERIC
                      AND WS-RIGHTS-EXPIRY-X(9:) = SPACES THEN
                     MOVE WS-RIGHTS-EXPIRY-X(1:8) TO WS-RIGHTS-EXPIRY-NUM
                     IF FUNCTION TEST-DATE-YYYYMMDD(WS-RIGHTS-EXPIRY-NUM) = 0 THEN
                            MOVE WS-RIGHTS-EXPIRY-NUM
                                   TO WS-RIGHTS-EXPIRY(WS-RIGHTS-COUNT)
                     END-IF
              END-IF
              IF WS-RIGHTS-EXPIRY(WS-RIGHTS-COUNT) = 0 THEN
                     DISPLAY "WARNING: rights for "
                             WS-RIGHTS-NAME(WS-RIGHTS-COUNT)
                             " have no readable expiry; treated as expired."
              END-IF
       END-IF
       END-IF.

LookupRights.
      *> first line for WS-RIGHTS-KEY, or 0; WS-RIGHTS-EXPIRED says
      *> whether today is past that line's last licensed day.
       ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
       MOVE 0 TO WS-RIGHTS-MATCH.
       MOVE 0 TO WS-RIGHTS-EXPIRED.
       PERFORM VARYING WS-RIGHTS-I FROM 1 BY 1 UNTIL WS-RIGHTS-I > WS-RIGHTS-COUNT
              IF WS-RIGHTS-NAME(WS-RIGHTS-I) = WS-RIGHTS-KEY THEN
                     MOVE WS-RIGHTS-I TO WS-RIGHTS-MATCH
                     IF WS-TODAY-NUM > WS-RIGHTS-EXPIRY(WS-RIGHTS-I) THEN
                            MOVE 1 TO WS-RIGHTS-EXPIRED
                     END-IF
                     EXIT PERFORM
              END-IF
       END-PERFORM.

CollectExpiredRights.
       ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
       MOVE 0 TO WS-EXPIRED-COUNT.
       PERFORM VARYING WS-RIGHTS-I FROM 1 BY 1 UNTIL WS-RIGHTS-I > WS-RIGHTS-COUNT
              IF WS-TODAY-NUM > WS-RIGHTS-EXPIRY(WS-RIGHTS-I) THEN
                     ADD 1 TO WS-EXPIRED-COUNT
                     MOVE WS-RIGHTS-I TO WS-EXPIRED-ROW(WS-EXPIRED-COUNT)
              END-IF
       END-PERFORM.

CheckExpiredName.
      *> WS-RIGHTS-KEY against the rows CollectExpiredRights gathered.
       MOVE 0 TO WS-RIGHTS-EXPIRED.
       PERFORM VARYING WS-RIGHTS-I FROM 1 BY 1 UNTIL WS-RIGHTS-I > WS-EXPIRED-COUNT
              IF WS-RIGHTS-NAME(WS-EXPIRED-ROW(WS-RIGHTS-I)) = WS-RIGHTS-KEY THEN
                     MOVE 1 TO WS-RIGHTS-EXPIRED
                     EXIT PERFORM
              END-IF
       END-PERFORM.

CheckCandidateRights.
      *> an expired image fails the draw the way a bad file does, so
      *> it is passed over even when an all-zero weight table drops
      *> back to the uniform draw - but it is not an exception and is
      *> never quarantined.
       IF WS-MAGIC-VALID = 1 THEN
              MOVE WS-CANDIDATE-NAME(1:100) TO WS-RIGHTS-KEY
              PERFORM CheckExpiredName
              IF WS-RIGHTS-EXPIRED = 1 THEN
                     MOVE 0 TO WS-MAGIC-VALID
              END-IF
       END-IF.

ServeGallery.
       MOVE 1 TO WS-RESPONSE-SENT.
       DISPLAY "Building gallery for " WS-GIF-DIRECTORY.
              & "<h1>bugs gallery</h1>" & X"0A" DELIMITED BY SIZE
              INTO WS-GALLERY-BODY WITH POINTER WS-GALLERY-LEN
       END-STRING.
       PERFORM CollectExpiredRights.
       IF WS-N > 0 THEN
              SET ADDRESS OF L-DIRENT-POINTERS(1) TO WS-DIRENT
              PERFORM VARYING WS-GALLERY-IDX FROM 1 BY 1 UNTIL WS-GALLERY-IDX > WS-N
      *> bytes fail never earns a link, so the gallery only advertises
      *> what the server would actually deliver.
       PERFORM ValidateImageMagic.
      *> nor does an image whose usage rights have lapsed.
       IF WS-MAGIC-VALID = 1 THEN
              MOVE SPACES TO WS-RIGHTS-KEY
              MOVE L-DIRENT-NAME(1:WS-NAME-LEN) TO WS-RIGHTS-KEY
              PERFORM CheckExpiredName
              IF WS-RIGHTS-EXPIRED = 1 THEN
                     MOVE 0 TO WS-MAGIC-VALID
              END-IF
       END-IF.
      *> worst-case entry is three copies of a 255-byte name plus the
      *> markup; keeping that much headroom guarantees the truncation
      *> notice and the closing tags always fit.
       MOVE "/root/gifs/" & X"00" TO WS-GIF-DIRECTORY.
       MOVE "/root/bugs_deny.dat" TO WS-DENY-PATH.
       MOVE "/root/bugs_weights.conf" TO WS-WEIGHTS-PATH.
       MOVE "/root/bugs_rights.dat" TO WS-RIGHTS-PATH.
       MOVE "/root/bugs_override.dat" TO WS-OVERRIDE-PATH.
       PERFORM LoadConfig.
       PERFORM LoadDeptMap.
      *> the deny, weights, rights and override paths may have moved;
      *> zeroed mtimes make the next Respond pass re-read them
      *> unconditionally.
       MOVE 0 TO WS-DENY-MTIME.
       MOVE 0 TO WS-WEIGHTS-MTIME.
       MOVE 0 TO WS-RIGHTS-MTIME.
       MOVE 0 TO WS-OVERRIDE-MTIME.
       MOVE 0 TO WS-OVERRIDE-NSEC.
       IF WS-PORT-NUM NOT = WS-SAVED-PORT THEN
              DISPLAY "Reload: PORT change ignored; restart to move ports."
       END-IF.
                     STRING WS-CONFIG-VALUE DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                            INTO WS-WEIGHTS-PATH
                     END-STRING
              ELSE IF WS-CONFIG-KEY = "RIGHTS_FILE" THEN
                     STRING WS-CONFIG-VALUE DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                            INTO WS-RIGHTS-PATH
                     END-STRING
              ELSE IF WS-CONFIG-KEY = "OVERRIDE_FILE" THEN
                     STRING WS-CONFIG-VALUE DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                            INTO WS-OVERRIDE-PATH
                     END-STRING
              ELSE IF WS-CONFIG-KEY = "COLLECTION" THEN
                     PERFORM AddCollection
              ELSE IF WS-CONFIG-KEY = "COLLECTION_ALLOW" THEN
                     PERFORM AddCollectionAllow
              ELSE IF WS-CONFIG-KEY = "COLLECTION_PLAYLIST" THEN
                     PERFORM AddCollectionPlaylist
              ELSE IF WS-CONFIG-KEY = "DEPT_BUDGET" THEN
                     PERFORM AddDeptBudget
              END-IF
                     FOR CHARACTERS BEFORE INITIAL SPACE
       END-IF.

AddCollectionPlaylist.
      *> like an allow rule, a playlist attaches to a collection the
      *> file has already declared.
       MOVE SPACES TO WS-PLAY-SPEC-NAME.
       MOVE SPACES TO WS-PLAY-SPEC-PATH.
       UNSTRING WS-CONFIG-VALUE DELIMITED BY ","
              INTO WS-PLAY-SPEC-NAME, WS-PLAY-SPEC-PATH
       END-UNSTRING.
       MOVE 0 TO WS-PLAY-MATCH.
       PERFORM VARYING WS-COLL-IDX FROM 1 BY 1
               UNTIL WS-COLL-IDX > WS-COLLECTION-COUNT
              IF WS-COLLECTION-NAME(WS-COLL-IDX) = WS-PLAY-SPEC-NAME THEN
                     MOVE WS-COLL-IDX TO WS-PLAY-MATCH
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-PLAY-MATCH = 0 THEN
              DISPLAY "COLLECTION_PLAYLIST for unknown collection "
                      WS-PLAY-SPEC-NAME "; declare the COLLECTION first."
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-COLLECTION-PLAYLIST(WS-PLAY-MATCH).
       UNSTRING WS-PLAY-SPEC-PATH DELIMITED BY SPACE
              INTO WS-COLLECTION-PLAYLIST(WS-PLAY-MATCH)
       END-UNSTRING.
       MOVE 0 TO WS-COLLECTION-PLAY-MTIME(WS-PLAY-MATCH).
       MOVE 0 TO WS-COLLECTION-PLAY-COUNT(WS-PLAY-MATCH).

AddDeptBudget.
       IF WS-BUDGET-COUNT < 20 THEN
              MOVE SPACES TO WS-BUDGET-SPEC-DEPT
                    *> a reload rebuilds the table from scratch, so
                    *> stale access rules must not linger in the row.
                     MOVE 0 TO WS-COLLECTION-ALLOW-COUNT(WS-COLLECTION-COUNT)
                     MOVE SPACES TO WS-COLLECTION-PLAYLIST(WS-COLLECTION-COUNT)
                     MOVE 0 TO WS-COLLECTION-PLAY-MTIME(WS-COLLECTION-COUNT)
                     MOVE 0 TO WS-COLLECTION-PLAY-COUNT(WS-COLLECTION-COUNT)
                     STRING WS-COLL-SPEC-DIR DELIMITED BY SPACE,
                            X"00" DELIMITED BY SIZE
                            INTO WS-COLLECTION-DIR(WS-COLLECTION-COUNT)
      *> FormatClientIP, before the deny and rate gates need it.
       ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-LOG-TIME FROM TIME.
       CALL "gettimeofday" USING
           BY REFERENCE WS-DONE-TIMEVAL,
           BY VALUE WS-NULL-PTR
       END-CALL.
       COMPUTE WS-LOG-ELAPSED =
           (WS-DONE-TV-SEC - WS-ACCEPT-TV-SEC) * 1000
           + (WS-DONE-TV-USEC - WS-ACCEPT-TV-USEC) / 1000.
       IF WS-LOG-ELAPSED < 0 THEN
              MOVE 0 TO WS-LOG-ELAPSED
       END-IF.
       IF WS-HTTP-METHOD = SPACES THEN
              MOVE "-" & X"00" TO WS-LOG-METHOD
       ELSE
              MOVE SPACES TO WS-LOG-METHOD
              STRING WS-HTTP-METHOD DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                     INTO WS-LOG-METHOD
              END-STRING
       END-IF.
       CALL "sprintf" USING
           BY REFERENCE WS-LOG-LINE,
           BY REFERENCE WS-LOG-FORMAT,
           BY VALUE WS-LOG-DATE, WS-LOG-TIME,
           BY REFERENCE WS-CLIENT-IP, WS-FILE-PATH,
           BY VALUE WS-LOG-BYTES,
           BY REFERENCE WS-LOG-STATUS,
           BY VALUE WS-LOG-ELAPSED,
           BY REFERENCE WS-LOG-METHOD, WS-LOG-AGENT
           RETURNING WS-RESULT
       END-CALL.
       CALL "strlen" USING BY REFERENCE WS-LOG-LINE RETURNING WS-LOG-LEN.
