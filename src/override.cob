IDENTIFICATION DIVISION.
PROGRAM-ID. override.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CONFIG-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONFIG-STATUS.
    SELECT OVERRIDE-FILE ASSIGN TO DYNAMIC WS-OVERRIDE-OPEN-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OVERRIDE-STATUS.
    SELECT RIGHTS-FILE ASSIGN TO DYNAMIC WS-RIGHTS-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RIGHTS-STATUS.
DATA DIVISION.
FILE SECTION.
FD CONFIG-FILE.
01 CONFIG-RECORD PIC X(256).
FD OVERRIDE-FILE.
01 OVERRIDE-RECORD PIC X(300).
FD RIGHTS-FILE.
01 RIGHTS-RECORD PIC X(256).

WORKING-STORAGE SECTION.
01 WS-ARGC USAGE IS BINARY-LONG.
01 WS-ARGV PIC X(512) VALUE SPACES.
01 WS-ARG-PTR USAGE IS BINARY-LONG.
01 WS-CMD PIC X(16).
01 WS-IMAGE-ARG PIC X(256).
01 WS-OPERATOR PIC X(32).
01 WS-SCOPE-ARG PIC X(224).
01 WS-UNTIL-ARG PIC X(16).
01 WS-REASON PIC X(200).
01 WS-RESULT USAGE IS BINARY-LONG.
01 WS-TODAY-X PIC 9(8).
01 WS-TIME-X PIC 9(8).

*> the override state the server polls between accepts, key=value in
*> the spirit of bugs.conf. it is written whole to a side file and
*> renamed into place, so the parent never parses half an override;
*> clearing it is removing the file.
01 WS-OVERRIDE-PATH PIC X(256) VALUE "/root/bugs_override.dat".
01 WS-OVERRIDE-NEW-PATH PIC X(256).
01 WS-OVERRIDE-OPEN-PATH PIC X(256).
01 WS-OVERRIDE-PATH-Z PIC X(256).
01 WS-OVERRIDE-NEW-Z PIC X(256).
01 WS-OVERRIDE-STATUS PIC X(2).
01 WS-OVERRIDE-EOF PIC X VALUE "N".
01 WS-OVR-KEY PIC X(32).
01 WS-OVR-VALUE PIC X(256).
01 WS-CUR-FOUND USAGE IS BINARY-CHAR VALUE 0.
01 WS-CUR-IMAGE PIC X(256).
01 WS-CUR-SCOPE PIC X(224).
01 WS-CUR-UNTIL PIC X(16).
01 WS-CUR-SET-BY PIC X(32).
01 WS-CUR-SET-AT PIC X(20).
01 WS-CUR-REASON PIC X(200).
*> set by any refusal, so a script driving this can tell a notice
*> that went up (or came down) from one that did not.
01 WS-FAILED USAGE IS BINARY-CHAR VALUE 0.

*> every set and clear is one dated line here, never rewritten: the
*> answer to "who put the evacuation notice up, and why".
01 WS-AUDIT-PATH PIC X(256) VALUE "/root/bugs_override_audit.log" & X"00".
01 WS-AUDIT-ACTION PIC X(8).
01 WS-AUDIT-LINE PIC X(900).
01 WS-AUDIT-LEN USAGE IS BINARY-LONG.
01 WS-AUDIT-FD USAGE IS BINARY-LONG.

*> the collection names, straight out of bugs.conf the way dupreport
*> reads it, so a scope can only name screens that exist.
01 WS-CONFIG-PATH PIC X(256) VALUE "/root/bugs.conf" & X"00".
01 WS-CONFIG-STATUS PIC X(2).
01 WS-CONFIG-EOF PIC X VALUE "N".
01 WS-CONFIG-KEY PIC X(32).
01 WS-CONFIG-VALUE PIC X(224).
01 WS-GIF-DIRECTORY PIC X(256) VALUE "/root/gifs/" & X"00".
01 WS-COLL-SPEC-NAME PIC X(32).
01 WS-COLL-SPEC-DIR PIC X(224).
01 WS-COLL-DIR-LEN USAGE IS BINARY-LONG.
01 WS-COLL-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-COLL-TABLE.
       05 WS-COLL-NAME PIC X(32) OCCURS 10 TIMES.
01 WS-CI USAGE IS BINARY-LONG.
01 WS-SCOPE-PTR USAGE IS BINARY-LONG.
01 WS-SCOPE-NAME PIC X(32).
01 WS-SCOPE-KNOWN USAGE IS BINARY-CHAR.
01 WS-SCOPE-BAD USAGE IS BINARY-LONG.

01 WS-IMAGE-PATH PIC X(256).

*> the usage-rights file the server enforces (RIGHTS_FILE moves it):
*> an image out of license is one the server will not put up, so it
*> is refused here rather than announced as set and never seen.
01 WS-RIGHTS-PATH PIC X(256) VALUE "/root/bugs_rights.dat".
01 WS-RIGHTS-STATUS PIC X(2).
01 WS-RIGHTS-EOF PIC X VALUE "N".
01 WS-RIGHTS-KEY PIC X(100).
01 WS-RIGHTS-NAME PIC X(100).
01 WS-RIGHTS-EXPIRY-X PIC X(12).
01 WS-RIGHTS-EXPIRY-NUM PIC 9(8).
01 WS-RIGHTS-FOUND USAGE IS BINARY-CHAR VALUE 0.
01 WS-RIGHTS-EXPIRED USAGE IS BINARY-CHAR VALUE 0.
01 WS-RIGHTS-I USAGE IS BINARY-LONG.
01 WS-RIGHTS-PTR USAGE IS BINARY-LONG.
01 WS-RIGHTS-MSG PIC X(160).
01 WS-SLASH-COUNT USAGE IS BINARY-LONG.
01 WS-UNTIL-NUM PIC 9(12).
01 WS-UNTIL-PARTS REDEFINES WS-UNTIL-NUM.
       05 WS-UNTIL-DATE PIC 9(8).
       05 WS-UNTIL-HH PIC 99.
       05 WS-UNTIL-MI PIC 99.
01 WS-NOW-NUM PIC 9(12).
01 WS-DATE-CHECK USAGE IS BINARY-LONG.

01 WS-MAGIC-FD USAGE IS BINARY-LONG.
01 WS-MAGIC-BUFFER PIC X(8).
01 WS-MAGIC-BYTES REDEFINES WS-MAGIC-BUFFER USAGE IS BINARY-CHAR UNSIGNED OCCURS 8 TIMES.
01 WS-MAGIC-READ USAGE IS BINARY-LONG.
01 WS-MAGIC-VALID USAGE IS BINARY-CHAR VALUE 0.

PROCEDURE DIVISION.
Main.
       ACCEPT WS-ARGC FROM ARGUMENT-NUMBER.
       IF WS-ARGC < 1 THEN
              PERFORM ShowUsage
              CALL "exit" USING BY VALUE 1
       END-IF.
       ACCEPT WS-ARGV FROM COMMAND-LINE.
       MOVE SPACES TO WS-CMD.
       MOVE 1 TO WS-ARG-PTR.
       UNSTRING WS-ARGV DELIMITED BY ALL SPACE
              INTO WS-CMD
              WITH POINTER WS-ARG-PTR
       END-UNSTRING.
       PERFORM LoadConfig.
       MOVE SPACES TO WS-OVERRIDE-PATH-Z.
       STRING WS-OVERRIDE-PATH DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
              INTO WS-OVERRIDE-PATH-Z
       END-STRING.
       MOVE SPACES TO WS-OVERRIDE-NEW-PATH.
       STRING WS-OVERRIDE-PATH DELIMITED BY SPACE, ".new" DELIMITED BY SIZE
              INTO WS-OVERRIDE-NEW-PATH
       END-STRING.
       MOVE SPACES TO WS-OVERRIDE-NEW-Z.
       STRING WS-OVERRIDE-NEW-PATH DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
              INTO WS-OVERRIDE-NEW-Z
       END-STRING.
       PERFORM LoadCurrent.
       IF WS-CMD = "set" AND WS-ARGC >= 6 THEN
              PERFORM SetOverride
       ELSE IF WS-CMD = "clear" AND WS-ARGC >= 3 THEN
              PERFORM ClearOverride
       ELSE IF WS-CMD = "show" THEN
              PERFORM ShowOverride
       ELSE
              PERFORM ShowUsage
              MOVE 1 TO WS-FAILED
       END-IF.
       IF WS-FAILED = 1 THEN
              CALL "exit" USING BY VALUE 1
       END-IF.
       GOBACK.

ShowUsage.
       DISPLAY "usage: override set <image> <operator> <all|coll[,coll...]> <yyyymmddhhmm|-> <reason...>".
       DISPLAY "       override clear <operator> <reason...>".
       DISPLAY "       override show".
       DISPLAY "  <image> is a name in GIF_DIR or a full path; the scope names".
       DISPLAY "  COLLECTIONs from bugs.conf, with default for the root; - as".
       DISPLAY "  the end time holds the override until it is cleared.".

LoadConfig.
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
              ELSE IF WS-CONFIG-KEY = "OVERRIDE_FILE" THEN
                     MOVE SPACES TO WS-OVERRIDE-PATH
                     UNSTRING WS-CONFIG-VALUE DELIMITED BY SPACE
                            INTO WS-OVERRIDE-PATH
                     END-UNSTRING
              ELSE IF WS-CONFIG-KEY = "RIGHTS_FILE" THEN
                     MOVE SPACES TO WS-RIGHTS-PATH
                     UNSTRING WS-CONFIG-VALUE DELIMITED BY SPACE
                            INTO WS-RIGHTS-PATH
                     END-UNSTRING
              ELSE IF WS-CONFIG-KEY = "COLLECTION" THEN
                     IF WS-COLL-COUNT < 10 THEN
                            MOVE SPACES TO WS-COLL-SPEC-NAME
                            MOVE SPACES TO WS-COLL-SPEC-DIR
                            UNSTRING WS-CONFIG-VALUE DELIMITED BY ","
                                   INTO WS-COLL-SPEC-NAME, WS-COLL-SPEC-DIR
                            END-UNSTRING
                            IF WS-COLL-SPEC-NAME NOT = SPACES THEN
                                   ADD 1 TO WS-COLL-COUNT
                                   MOVE WS-COLL-SPEC-NAME TO WS-COLL-NAME(WS-COLL-COUNT)
                            END-IF
                     END-IF
              END-IF
       END-IF.

LoadCurrent.
      *> what is up right now, if anything, so a set can say what it
      *> replaces and a clear can record what it took down.
       MOVE 0 TO WS-CUR-FOUND.
       MOVE SPACES TO WS-CUR-IMAGE.
       MOVE SPACES TO WS-CUR-SCOPE.
       MOVE SPACES TO WS-CUR-UNTIL.
       MOVE SPACES TO WS-CUR-SET-BY.
       MOVE SPACES TO WS-CUR-SET-AT.
       MOVE SPACES TO WS-CUR-REASON.
       MOVE WS-OVERRIDE-PATH TO WS-OVERRIDE-OPEN-PATH.
       MOVE "N" TO WS-OVERRIDE-EOF.
       OPEN INPUT OVERRIDE-FILE.
       IF WS-OVERRIDE-STATUS = "00" THEN
              PERFORM UNTIL WS-OVERRIDE-EOF = "Y"
                     READ OVERRIDE-FILE
                            AT END MOVE "Y" TO WS-OVERRIDE-EOF
                            NOT AT END PERFORM LoadCurrentLine
                     END-READ
              END-PERFORM
              CLOSE OVERRIDE-FILE
       END-IF.
       IF WS-CUR-IMAGE NOT = SPACES THEN
              MOVE 1 TO WS-CUR-FOUND
       END-IF.

LoadCurrentLine.
       IF OVERRIDE-RECORD = SPACES OR OVERRIDE-RECORD(1:1) = "#" THEN
              CONTINUE
       ELSE
              MOVE SPACES TO WS-OVR-KEY
              MOVE SPACES TO WS-OVR-VALUE
              UNSTRING OVERRIDE-RECORD DELIMITED BY "="
                     INTO WS-OVR-KEY, WS-OVR-VALUE
              END-UNSTRING
              IF WS-OVR-KEY = "IMAGE" THEN
                     MOVE WS-OVR-VALUE TO WS-CUR-IMAGE
              ELSE IF WS-OVR-KEY = "SCOPE" THEN
                     MOVE WS-OVR-VALUE TO WS-CUR-SCOPE
              ELSE IF WS-OVR-KEY = "UNTIL" THEN
                     MOVE WS-OVR-VALUE TO WS-CUR-UNTIL
              ELSE IF WS-OVR-KEY = "SET_BY" THEN
                     MOVE WS-OVR-VALUE TO WS-CUR-SET-BY
              ELSE IF WS-OVR-KEY = "SET_AT" THEN
                     MOVE WS-OVR-VALUE TO WS-CUR-SET-AT
              ELSE IF WS-OVR-KEY = "REASON" THEN
                     MOVE WS-OVR-VALUE TO WS-CUR-REASON
              END-IF
       END-IF.

SetOverride.
       MOVE SPACES TO WS-IMAGE-ARG.
       MOVE SPACES TO WS-OPERATOR.
       MOVE SPACES TO WS-SCOPE-ARG.
       MOVE SPACES TO WS-UNTIL-ARG.
       UNSTRING WS-ARGV DELIMITED BY ALL SPACE
              INTO WS-IMAGE-ARG, WS-OPERATOR, WS-SCOPE-ARG, WS-UNTIL-ARG
              WITH POINTER WS-ARG-PTR
       END-UNSTRING.
       MOVE SPACES TO WS-REASON.
       IF WS-ARG-PTR <= LENGTH OF WS-ARGV THEN
              MOVE WS-ARGV(WS-ARG-PTR:) TO WS-REASON
       END-IF.
       IF WS-REASON = SPACES THEN
              DISPLAY "NOT set: a reason is required for the audit trail."
              MOVE 1 TO WS-FAILED
              EXIT PARAGRAPH
       END-IF.
      *> a bare name lives in the default directory; anything with a
      *> slash is taken as the full path the operator meant.
       MOVE 0 TO WS-SLASH-COUNT.
       INSPECT WS-IMAGE-ARG TALLYING WS-SLASH-COUNT FOR ALL "/".
       MOVE SPACES TO WS-IMAGE-PATH.
       IF WS-SLASH-COUNT > 0 THEN
              STRING WS-IMAGE-ARG DELIMITED BY SPACE,
                     X"00" DELIMITED BY SIZE
                     INTO WS-IMAGE-PATH
              END-STRING
       ELSE
              STRING WS-GIF-DIRECTORY DELIMITED BY X"00",
                     WS-IMAGE-ARG DELIMITED BY SPACE,
                     X"00" DELIMITED BY SIZE
                     INTO WS-IMAGE-PATH
              END-STRING
       END-IF.
      *> a notice that cannot be served is worse than none: every
      *> screen would quietly carry on with the slideshow.
       CALL "access" USING WS-IMAGE-PATH, BY VALUE 4 RETURNING WS-RESULT.
       IF WS-RESULT NOT = 0 THEN
              DISPLAY "NOT set: cannot read " WS-IMAGE-PATH(1:80)
              MOVE 1 TO WS-FAILED
              EXIT PARAGRAPH
       END-IF.
       PERFORM ValidateImageMagic.
       IF WS-MAGIC-VALID = 0 THEN
              DISPLAY "NOT set: " WS-IMAGE-ARG(1:60)
                      " is not a GIF, PNG or JPEG."
              MOVE 1 TO WS-FAILED
              EXIT PARAGRAPH
       END-IF.
       PERFORM CheckRights.
       IF WS-RIGHTS-EXPIRED = 1 THEN
              MOVE SPACES TO WS-RIGHTS-MSG
              IF WS-RIGHTS-EXPIRY-NUM > 0 THEN
                     STRING "NOT set: usage rights for " DELIMITED BY SIZE,
                            WS-RIGHTS-KEY DELIMITED BY SPACE,
                            " expired " DELIMITED BY SIZE,
                            WS-RIGHTS-EXPIRY-X(1:8) DELIMITED BY SIZE,
                            "." DELIMITED BY SIZE
                            INTO WS-RIGHTS-MSG
                     END-STRING
              ELSE
                     STRING "NOT set: usage rights for " DELIMITED BY SIZE,
                            WS-RIGHTS-KEY DELIMITED BY SPACE,
                            " have no readable expiry." DELIMITED BY SIZE
                            INTO WS-RIGHTS-MSG
                     END-STRING
              END-IF
              DISPLAY WS-RIGHTS-MSG
              MOVE 1 TO WS-FAILED
              EXIT PARAGRAPH
       END-IF.
       PERFORM CheckScope.
       IF WS-SCOPE-BAD > 0 THEN
              DISPLAY "NOT set: the scope names " WS-SCOPE-BAD
                      " unknown collection(s)."
              MOVE 1 TO WS-FAILED
              EXIT PARAGRAPH
       END-IF.
       PERFORM CheckUntil.
       IF WS-DATE-CHECK = 0 THEN
              MOVE 1 TO WS-FAILED
              EXIT PARAGRAPH
       END-IF.
       IF WS-CUR-FOUND = 1 THEN
              DISPLAY "Replacing the override of " WS-CUR-IMAGE(1:60)
                      " set by " WS-CUR-SET-BY
       END-IF.
       ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
       ACCEPT WS-TIME-X FROM TIME.
       MOVE WS-OVERRIDE-NEW-PATH TO WS-OVERRIDE-OPEN-PATH.
       OPEN OUTPUT OVERRIDE-FILE.
       IF WS-OVERRIDE-STATUS NOT = "00" THEN
              DISPLAY "NOT set: cannot write " WS-OVERRIDE-NEW-PATH(1:80)
                      " (status " WS-OVERRIDE-STATUS ")"
              MOVE 1 TO WS-FAILED
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO OVERRIDE-RECORD.
       STRING "IMAGE=" DELIMITED BY SIZE,
              WS-IMAGE-PATH DELIMITED BY X"00"
              INTO OVERRIDE-RECORD
       END-STRING.
       WRITE OVERRIDE-RECORD.
       MOVE SPACES TO OVERRIDE-RECORD.
       STRING "SCOPE=" DELIMITED BY SIZE,
              WS-SCOPE-ARG DELIMITED BY SPACE
              INTO OVERRIDE-RECORD
       END-STRING.
       WRITE OVERRIDE-RECORD.
       MOVE SPACES TO OVERRIDE-RECORD.
       STRING "UNTIL=" DELIMITED BY SIZE,
              WS-UNTIL-ARG DELIMITED BY SPACE
              INTO OVERRIDE-RECORD
       END-STRING.
       WRITE OVERRIDE-RECORD.
       MOVE SPACES TO OVERRIDE-RECORD.
       STRING "SET_BY=" DELIMITED BY SIZE,
              WS-OPERATOR DELIMITED BY SPACE
              INTO OVERRIDE-RECORD
       END-STRING.
       WRITE OVERRIDE-RECORD.
       MOVE SPACES TO OVERRIDE-RECORD.
       STRING "SET_AT=" DELIMITED BY SIZE,
              WS-TODAY-X DELIMITED BY SIZE,
              " " DELIMITED BY SIZE,
              WS-TIME-X DELIMITED BY SIZE
              INTO OVERRIDE-RECORD
       END-STRING.
       WRITE OVERRIDE-RECORD.
       MOVE SPACES TO OVERRIDE-RECORD.
       STRING "REASON=" DELIMITED BY SIZE,
              WS-REASON DELIMITED BY SIZE
              INTO OVERRIDE-RECORD
       END-STRING.
       WRITE OVERRIDE-RECORD.
       CLOSE OVERRIDE-FILE.
       CALL "rename" USING WS-OVERRIDE-NEW-Z, WS-OVERRIDE-PATH-Z RETURNING WS-RESULT.
       IF WS-RESULT NOT = 0 THEN
              CALL "perror" USING "rename"
              MOVE 1 TO WS-FAILED
              EXIT PARAGRAPH
       END-IF.
       MOVE "SET" TO WS-AUDIT-ACTION.
       PERFORM WriteAudit.
       DISPLAY "Override set: " WS-IMAGE-PATH(1:80).
       DISPLAY "  scope " WS-SCOPE-ARG(1:60) " until " WS-UNTIL-ARG.

CheckRights.
      *> rights are keyed by bare image name, wherever it sits; the
      *> first line for the name decides, as in the server, and an end
      *> date that cannot be read, or is no real day, counts as lapsed.
       MOVE 0 TO WS-RIGHTS-PTR.
       PERFORM VARYING WS-RIGHTS-I FROM 1 BY 1
               UNTIL WS-RIGHTS-I > 255 OR WS-IMAGE-PATH(WS-RIGHTS-I:1) = X"00"
              IF WS-IMAGE-PATH(WS-RIGHTS-I:1) = "/" THEN
                     MOVE WS-RIGHTS-I TO WS-RIGHTS-PTR
              END-IF
       END-PERFORM.
       MOVE SPACES TO WS-RIGHTS-KEY.
       UNSTRING WS-IMAGE-PATH(WS-RIGHTS-PTR + 1:) DELIMITED BY X"00" OR SPACE
              INTO WS-RIGHTS-KEY
       END-UNSTRING.
       MOVE 0 TO WS-RIGHTS-FOUND.
       MOVE 0 TO WS-RIGHTS-EXPIRED.
       MOVE "N" TO WS-RIGHTS-EOF.
       OPEN INPUT RIGHTS-FILE.
       IF WS-RIGHTS-STATUS = "00" THEN
              PERFORM UNTIL WS-RIGHTS-EOF = "Y" OR WS-RIGHTS-FOUND = 1
                     READ RIGHTS-FILE
                            AT END MOVE "Y" TO WS-RIGHTS-EOF
                            NOT AT END PERFORM CheckRightsLine
                     END-READ
              END-PERFORM
              CLOSE RIGHTS-FILE
       END-IF.
       IF WS-RIGHTS-FOUND = 1 THEN
              ACCEPT WS-TODAY-X FROM DATE YYYYMMDD
              MOVE 0 TO WS-RIGHTS-EXPIRY-NUM
              IF WS-RIGHTS-EXPIRY-X(1:8) IS NUMERIC
                      AND WS-RIGHTS-EXPIRY-X(9:) = SPACES THEN
                     MOVE WS-RIGHTS-EXPIRY-X(1:8) TO WS-RIGHTS-EXPIRY-NUM
                     IF FUNCTION TEST-DATE-YYYYMMDD(WS-RIGHTS-EXPIRY-NUM) NOT = 0 THEN
                            MOVE 0 TO WS-RIGHTS-EXPIRY-NUM
                     END-IF
              END-IF
              IF WS-RIGHTS-EXPIRY-NUM = 0 OR WS-TODAY-X > WS-RIGHTS-EXPIRY-NUM THEN
                     MOVE 1 TO WS-RIGHTS-EXPIRED
              END-IF
       END-IF.

CheckRightsLine.
       IF RIGHTS-RECORD = SPACES OR RIGHTS-RECORD(1:1) = "#" THEN
              CONTINUE
       ELSE
              MOVE SPACES TO WS-RIGHTS-NAME
              MOVE SPACES TO WS-RIGHTS-EXPIRY-X
              UNSTRING RIGHTS-RECORD DELIMITED BY ALL " "
                     INTO WS-RIGHTS-NAME, WS-RIGHTS-EXPIRY-X
              END-UNSTRING
              IF WS-RIGHTS-NAME = WS-RIGHTS-KEY THEN
                     MOVE 1 TO WS-RIGHTS-FOUND
              END-IF
       END-IF.

CheckScope.
      *> "all" covers every screen; otherwise each comma-separated
      *> name must be a COLLECTION, or "default" for the root.
       MOVE 0 TO WS-SCOPE-BAD.
       IF WS-SCOPE-ARG = "all" THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE 1 TO WS-SCOPE-PTR.
       PERFORM UNTIL WS-SCOPE-PTR > LENGTH OF WS-SCOPE-ARG
              MOVE SPACES TO WS-SCOPE-NAME
              UNSTRING WS-SCOPE-ARG DELIMITED BY "," OR ALL SPACE
                     INTO WS-SCOPE-NAME
                     WITH POINTER WS-SCOPE-PTR
              END-UNSTRING
              IF WS-SCOPE-NAME NOT = SPACES THEN
                     MOVE 0 TO WS-SCOPE-KNOWN
                     IF WS-SCOPE-NAME = "default" THEN
                            MOVE 1 TO WS-SCOPE-KNOWN
                     END-IF
                     PERFORM VARYING WS-CI FROM 1 BY 1 UNTIL WS-CI > WS-COLL-COUNT
                            IF WS-COLL-NAME(WS-CI) = WS-SCOPE-NAME THEN
                                   MOVE 1 TO WS-SCOPE-KNOWN
                                   EXIT PERFORM
                            END-IF
                     END-PERFORM
                     IF WS-SCOPE-KNOWN = 0 THEN
                            DISPLAY "  unknown collection: " WS-SCOPE-NAME
                            ADD 1 TO WS-SCOPE-BAD
                     END-IF
              END-IF
       END-PERFORM.

CheckUntil.
      *> "-" is open-ended; otherwise a real minute still ahead of us,
      *> or the override would lapse the moment it went up.
       MOVE 1 TO WS-DATE-CHECK.
       IF WS-UNTIL-ARG = "-" THEN
              EXIT PARAGRAPH
       END-IF.
       IF WS-UNTIL-ARG(1:12) IS NOT NUMERIC OR WS-UNTIL-ARG(13:4) NOT = SPACES THEN
              DISPLAY "NOT set: end time must be yyyymmddhhmm or -."
              MOVE 0 TO WS-DATE-CHECK
              EXIT PARAGRAPH
       END-IF.
       MOVE WS-UNTIL-ARG(1:12) TO WS-UNTIL-NUM.
       IF FUNCTION TEST-DATE-YYYYMMDD(WS-UNTIL-DATE) NOT = 0
               OR WS-UNTIL-HH > 23 OR WS-UNTIL-MI > 59 THEN
              DISPLAY "NOT set: " WS-UNTIL-ARG(1:12) " is not a valid date and time."
              MOVE 0 TO WS-DATE-CHECK
              EXIT PARAGRAPH
       END-IF.
       ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
       ACCEPT WS-TIME-X FROM TIME.
       COMPUTE WS-NOW-NUM = WS-TODAY-X * 10000 + WS-TIME-X / 10000.
       IF WS-UNTIL-NUM <= WS-NOW-NUM THEN
              DISPLAY "NOT set: end time " WS-UNTIL-ARG(1:12) " is already past."
              MOVE 0 TO WS-DATE-CHECK
       END-IF.

ClearOverride.
       MOVE SPACES TO WS-OPERATOR.
       UNSTRING WS-ARGV DELIMITED BY ALL SPACE
              INTO WS-OPERATOR
              WITH POINTER WS-ARG-PTR
       END-UNSTRING.
       MOVE SPACES TO WS-REASON.
       IF WS-ARG-PTR <= LENGTH OF WS-ARGV THEN
              MOVE WS-ARGV(WS-ARG-PTR:) TO WS-REASON
       END-IF.
       IF WS-REASON = SPACES THEN
              DISPLAY "NOT cleared: a reason is required for the audit trail."
              MOVE 1 TO WS-FAILED
              EXIT PARAGRAPH
       END-IF.
       CALL "unlink" USING WS-OVERRIDE-PATH-Z RETURNING WS-RESULT.
       IF WS-RESULT NOT = 0 THEN
              DISPLAY "No override is set; nothing to clear."
              MOVE 1 TO WS-FAILED
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-IMAGE-PATH.
       STRING WS-CUR-IMAGE DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
              INTO WS-IMAGE-PATH
       END-STRING.
       MOVE WS-CUR-SCOPE TO WS-SCOPE-ARG.
       MOVE WS-CUR-UNTIL TO WS-UNTIL-ARG.
       MOVE "CLEAR" TO WS-AUDIT-ACTION.
       PERFORM WriteAudit.
       DISPLAY "Override cleared: " WS-CUR-IMAGE(1:80).

ShowOverride.
       IF WS-CUR-FOUND = 0 THEN
              DISPLAY "No override is set."
              EXIT PARAGRAPH
       END-IF.
       DISPLAY "Override image: " WS-CUR-IMAGE(1:80).
       DISPLAY "  scope:  " WS-CUR-SCOPE(1:60).
       DISPLAY "  until:  " WS-CUR-UNTIL.
       DISPLAY "  set by: " WS-CUR-SET-BY " at " WS-CUR-SET-AT.
       DISPLAY "  reason: " WS-CUR-REASON(1:70).
       IF WS-CUR-UNTIL NOT = "-" AND WS-CUR-UNTIL(1:12) IS NUMERIC THEN
              ACCEPT WS-TODAY-X FROM DATE YYYYMMDD
              ACCEPT WS-TIME-X FROM TIME
              COMPUTE WS-NOW-NUM = WS-TODAY-X * 10000 + WS-TIME-X / 10000
              MOVE WS-CUR-UNTIL(1:12) TO WS-UNTIL-NUM
              IF WS-UNTIL-NUM <= WS-NOW-NUM THEN
                     DISPLAY "  EXPIRED: screens are back on their own rotation;"
                             " clear it to close the record."
              END-IF
       END-IF.

WriteAudit.
      *> date time action operator image scope until reason
       ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
       ACCEPT WS-TIME-X FROM TIME.
       IF WS-SCOPE-ARG = SPACES THEN
              MOVE "-" TO WS-SCOPE-ARG
       END-IF.
       IF WS-UNTIL-ARG = SPACES THEN
              MOVE "-" TO WS-UNTIL-ARG
       END-IF.
       MOVE SPACES TO WS-AUDIT-LINE.
       STRING WS-TODAY-X DELIMITED BY SIZE,
              " " DELIMITED BY SIZE,
              WS-TIME-X DELIMITED BY SIZE,
              " " DELIMITED BY SIZE,
              WS-AUDIT-ACTION DELIMITED BY SPACE,
              " " DELIMITED BY SIZE,
              WS-OPERATOR DELIMITED BY SPACE,
              " " DELIMITED BY SIZE,
              WS-IMAGE-PATH DELIMITED BY X"00",
              " " DELIMITED BY SIZE,
              WS-SCOPE-ARG DELIMITED BY SPACE,
              " " DELIMITED BY SIZE,
              WS-UNTIL-ARG DELIMITED BY SPACE,
              " " DELIMITED BY SIZE,
              WS-REASON DELIMITED BY "  ",
              X"0A" DELIMITED BY SIZE
              INTO WS-AUDIT-LINE
       END-STRING.
       MOVE 0 TO WS-AUDIT-LEN.
       INSPECT WS-AUDIT-LINE TALLYING WS-AUDIT-LEN
              FOR CHARACTERS BEFORE INITIAL X"0A".
       ADD 1 TO WS-AUDIT-LEN.
       CALL "open" USING WS-AUDIT-PATH, BY VALUE 1089, BY VALUE 420
           RETURNING WS-AUDIT-FD
       END-CALL.
       IF WS-AUDIT-FD = -1 THEN
              CALL "perror" USING "open override audit"
       ELSE
              CALL "write" USING
                  BY VALUE WS-AUDIT-FD,
                  BY REFERENCE WS-AUDIT-LINE,
                  BY VALUE WS-AUDIT-LEN
                  RETURNING WS-RESULT
              END-CALL
              CALL "close" USING BY VALUE WS-AUDIT-FD
       END-IF.

ValidateImageMagic.
      *> same acceptance rule as the server's ValidateImageMagic.
       MOVE 0 TO WS-MAGIC-VALID.
       CALL "open" USING WS-IMAGE-PATH, BY VALUE 0 RETURNING WS-MAGIC-FD.
       IF WS-MAGIC-FD NOT = -1 THEN
              MOVE SPACES TO WS-MAGIC-BUFFER
              CALL "read" USING
                  BY VALUE WS-MAGIC-FD,
                  BY REFERENCE WS-MAGIC-BUFFER,
                  BY VALUE 8
                  RETURNING WS-MAGIC-READ
              END-CALL
              CALL "close" USING BY VALUE WS-MAGIC-FD
              IF WS-MAGIC-READ >= 6 AND
                 (WS-MAGIC-BUFFER(1:6) = "GIF87a" OR WS-MAGIC-BUFFER(1:6) = "GIF89a") THEN
                     MOVE 1 TO WS-MAGIC-VALID
              ELSE IF WS-MAGIC-READ = 8 AND
                     WS-MAGIC-BYTES(1) = 137 AND WS-MAGIC-BYTES(2) = 80 AND
                     WS-MAGIC-BYTES(3) = 78  AND WS-MAGIC-BYTES(4) = 71 AND
                     WS-MAGIC-BYTES(5) = 13  AND WS-MAGIC-BYTES(6) = 10 AND
                     WS-MAGIC-BYTES(7) = 26  AND WS-MAGIC-BYTES(8) = 10 THEN
                     MOVE 1 TO WS-MAGIC-VALID
              ELSE IF WS-MAGIC-READ >= 3 AND
                     WS-MAGIC-BYTES(1) = 255 AND WS-MAGIC-BYTES(2) = 216 AND
                     WS-MAGIC-BYTES(3) = 255 THEN
                     MOVE 1 TO WS-MAGIC-VALID
              END-IF
       END-IF.

END PROGRAM override.
