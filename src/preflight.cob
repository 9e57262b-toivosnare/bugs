IDENTIFICATION DIVISION.
PROGRAM-ID. preflight.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TEXT-FILE ASSIGN TO DYNAMIC WS-TEXT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TEXT-STATUS.
    SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAT-NAME
        FILE STATUS IS WS-CATALOG-STATUS.
DATA DIVISION.
FILE SECTION.
*> every file checked here is line-oriented text, and they are read
*> one after another, so one record area serves them all.
FD TEXT-FILE.
01 TEXT-RECORD PIC X(300).
*> one master record per image, keyed by filename; the server's
*> /info endpoint reads the same layout, so the two must stay in step.
FD CATALOG-FILE.
01 CATALOG-RECORD.
       05 CAT-NAME PIC X(256).
       05 CAT-FORMAT PIC X(4).
       05 CAT-SIZE PIC 9(10).
       05 CAT-WIDTH PIC 9(5).
       05 CAT-HEIGHT PIC 9(5).
       05 CAT-CHECKSUM PIC 9(10).
       05 CAT-FIRST-SEEN PIC X(8).

WORKING-STORAGE SECTION.
01 WS-ARGC USAGE IS BINARY-LONG.
01 WS-ARGV PIC X(256) VALUE SPACES.
01 WS-RESULT USAGE IS BINARY-LONG.
01 WS-TODAY PIC 9(8).

*> the files under test. bugs.conf can be named on the command line
*> so an edited copy is checked before it replaces the live one; the
*> weights, rights and override paths follow whatever that bugs.conf
*> says.
01 WS-CONFIG-PATH PIC X(256) VALUE "/root/bugs.conf".
01 WS-MAP-PATH PIC X(256) VALUE "/root/bugs_deptmap.dat".
01 WS-WEIGHTS-PATH PIC X(256) VALUE "/root/bugs_weights.conf".
01 WS-RIGHTS-PATH PIC X(256) VALUE "/root/bugs_rights.dat".
01 WS-OVERRIDE-PATH PIC X(256) VALUE "/root/bugs_override.dat".
01 WS-KIOSK-PATH PIC X(256) VALUE "/root/bugs_kiosks.dat".
01 WS-PLAN-PATH PIC X(256) VALUE "/root/bugs_jobplan.dat".
01 WS-MONCONF-PATH PIC X(256) VALUE "/root/bugs_monitor.conf".
01 WS-SYNCCONF-PATH PIC X(256) VALUE "/root/bugs_sync.conf".
01 WS-BACKUPCONF-PATH PIC X(256) VALUE "/root/bugs_backup.conf".
01 WS-RATES-PATH PIC X(256) VALUE "/root/bugs_rates.dat".
01 WS-CATALOG-PATH PIC X(256) VALUE "/root/bugs_catalog.dat".
01 WS-CATALOG-STATUS PIC X(2).
01 WS-CATALOG-OPEN USAGE IS BINARY-CHAR VALUE 0.

01 WS-TEXT-PATH PIC X(256).
01 WS-TEXT-STATUS PIC X(2).
01 WS-TEXT-EOF PIC X VALUE "N".
01 WS-TEXT-OPEN USAGE IS BINARY-CHAR VALUE 0.
01 WS-CONFIG-KEY PIC X(32).
01 WS-CONFIG-VALUE PIC X(224).
01 WS-EQUALS USAGE IS BINARY-LONG.

*> every finding names its file and line the way an editor wants it;
*> errors fail the run, warnings are worth a look but do not.
01 WS-CUR-FILE PIC X(24).
01 WS-LINE-NO USAGE IS BINARY-LONG.
01 WS-LINE-DISPLAY PIC 9(5).
01 WS-FILE-LINES USAGE IS BINARY-LONG.
01 WS-SEVERITY PIC X(7).
01 WS-MSG PIC X(200) VALUE SPACES.
01 WS-REPORT-LINE PIC X(260).
01 WS-ERRORS USAGE IS BINARY-LONG VALUE 0.
01 WS-WARNINGS USAGE IS BINARY-LONG VALUE 0.
01 WS-COUNT-DISPLAY PIC ZZZZ9.

*> scratch for the shared value checks.
01 WS-NUM-TEXT PIC X(224).
01 WS-NUM-LEN USAGE IS BINARY-LONG.
01 WS-NUM-OK USAGE IS BINARY-CHAR.
01 WS-NUM-VALUE USAGE IS BINARY-DOUBLE.
01 WS-CHECK-DIR PIC X(256).
01 WS-CHECK-DIR-Z PIC X(257).
01 WS-CHECK-LEN USAGE IS BINARY-LONG.
01 WS-DIR-HANDLE USAGE IS POINTER.
01 WS-SLASH-POS USAGE IS BINARY-LONG.
01 WS-SCAN-IDX USAGE IS BINARY-LONG.
01 WS-CMD-TEXT PIC X(280).
01 WS-CMD-PROG PIC X(256).
01 WS-CMD-PROG-Z PIC X(257).
01 WS-DATE-TEXT PIC X(16).
01 WS-DATE-OK USAGE IS BINARY-CHAR.
01 WS-DATE-NUM PIC 9(8).

*> department prefixes, kept for the overlap and budget checks.
01 WS-MAP-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-MAP-TABLE.
       05 WS-MAP-ROW OCCURS 60 TIMES.
              10 WS-MAP-PREFIX PIC X(16).
              10 WS-MAP-PREFIX-LEN USAGE IS BINARY-LONG.
              10 WS-MAP-DEPT PIC X(8).
              10 WS-MAP-LINE USAGE IS BINARY-LONG.
01 WS-MI USAGE IS BINARY-LONG.
01 WS-SPEC-PREFIX PIC X(16).
01 WS-SPEC-PREFIX-LEN USAGE IS BINARY-LONG.
01 WS-SPEC-DEPT PIC X(8).
01 WS-SPEC-EXTRA PIC X(64).
01 WS-SHORTER-LEN USAGE IS BINARY-LONG.
01 WS-BEST-LEN USAGE IS BINARY-LONG.
01 WS-DEPT PIC X(8).

*> collections as bugs.conf declares them, gathered in a first pass
*> so a rule placed above its COLLECTION line can be told apart from
*> a rule for a collection that does not exist at all.
01 WS-COLL-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-COLL-TABLE.
       05 WS-COLL-ROW OCCURS 30 TIMES.
              10 WS-COLL-NAME PIC X(32).
              10 WS-COLL-DIR PIC X(224).
              10 WS-COLL-LINE USAGE IS BINARY-LONG.
01 WS-CI USAGE IS BINARY-LONG.
01 WS-COLL-FOUND USAGE IS BINARY-LONG.
01 WS-COLL-ORDINAL USAGE IS BINARY-LONG.
01 WS-COLL-SPEC-NAME PIC X(32).
01 WS-COLL-SPEC-DIR PIC X(224).
01 WS-COLL-SPEC-EXTRA PIC X(64).
01 WS-GIF-DIRECTORY PIC X(224) VALUE "/root/gifs/".
01 WS-ALLOW-P1 PIC X(16).
01 WS-ALLOW-P2 PIC X(16).
01 WS-ALLOW-P3 PIC X(16).
01 WS-ALLOW-P4 PIC X(16).
01 WS-ALLOW-P5 PIC X(16).
01 WS-ALLOW-P6 PIC X(16).
01 WS-PLAY-PATH PIC X(224).
01 WS-PLAY-PATH-Z PIC X(225).

*> keys that only make sense once; a second one silently wins.
01 WS-SEEN-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-SEEN-TABLE.
       05 WS-SEEN-ROW OCCURS 40 TIMES.
              10 WS-SEEN-KEY PIC X(32).
              10 WS-SEEN-LINE USAGE IS BINARY-LONG.
01 WS-SEEN-FOUND USAGE IS BINARY-LONG.

01 WS-BUDGET-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-BUDGET-TABLE.
       05 WS-BUDGET-ROW OCCURS 40 TIMES.
              10 WS-BUDGET-DEPT PIC X(8).
              10 WS-BUDGET-LINE USAGE IS BINARY-LONG.
01 WS-BI USAGE IS BINARY-LONG.
01 WS-BUDGET-SPEC-DEPT PIC X(32).
01 WS-BUDGET-SPEC-BYTES PIC X(200).
01 WS-BUDGET-MAPPED USAGE IS BINARY-CHAR.

01 WS-WEIGHT-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-WEIGHT-TABLE.
       05 WS-WEIGHT-ROW OCCURS 150 TIMES.
              10 WS-WEIGHT-NAME PIC X(100).
              10 WS-WEIGHT-LINE USAGE IS BINARY-LONG.
01 WS-WI USAGE IS BINARY-LONG.
01 WS-WEIGHT-KEY PIC X(100).
01 WS-WEIGHT-SPEC PIC X(100).
01 WS-WEIGHT-W-X PIC X(16).
01 WS-WEIGHT-FROM-X PIC X(16).
01 WS-WEIGHT-TO-X PIC X(16).
01 WS-WEIGHT-EXTRA PIC X(16).
01 WS-WEIGHT-FROM PIC 9(8).
01 WS-WEIGHT-TO PIC 9(8).
01 WS-WEIGHT-DATES-OK USAGE IS BINARY-CHAR.

01 WS-RIGHTS-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-RIGHTS-TABLE.
       05 WS-RIGHTS-ROW OCCURS 1000 TIMES.
              10 WS-RIGHTS-NAME PIC X(100).
              10 WS-RIGHTS-LINE USAGE IS BINARY-LONG.
01 WS-RIGHTS-KEY PIC X(100).
01 WS-RIGHTS-EXPIRY-X PIC X(16).
01 WS-RIGHTS-REF PIC X(32).
01 WS-RIGHTS-HOLDER PIC X(100).
01 WS-RIGHTS-PTR USAGE IS BINARY-LONG.
01 WS-RIGHTS-SLASHES USAGE IS BINARY-LONG.

01 WS-KIOSK-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-KIOSK-TABLE.
       05 WS-KIOSK-ROW OCCURS 150 TIMES.
              10 WS-KIOSK-ADDR PIC X(16).
              10 WS-KIOSK-LINE USAGE IS BINARY-LONG.
01 WS-KI USAGE IS BINARY-LONG.
01 WS-KIOSK-SPEC-ADDR PIC X(16).
01 WS-KIOSK-SPEC-LOC PIC X(32).
01 WS-KIOSK-SPEC-DEPT PIC X(8).
01 WS-KIOSK-SPEC-COLL PIC X(32).
01 WS-KIOSK-SPEC-REFRESH PIC X(16).
01 WS-KIOSK-SPEC-EXTRA PIC X(32).

01 WS-STEP-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-STEP-TABLE.
       05 WS-STEP-ROW OCCURS 60 TIMES.
              10 WS-STEP-NAME PIC X(16).
              10 WS-STEP-LINE USAGE IS BINARY-LONG.
01 WS-SI USAGE IS BINARY-LONG.
01 WS-STEP-SPEC-NAME PIC X(32).
01 WS-STEP-SPEC-NAME-LEN USAGE IS BINARY-LONG.
01 WS-SCAN-PTR USAGE IS BINARY-LONG.

*> rate card effective dates, so two prices for the same day are caught.
01 WS-RATE-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-RATE-TABLE.
       05 WS-RATE-ROW OCCURS 60 TIMES.
              10 WS-RATE-FROM PIC X(8).
              10 WS-RATE-LINE USAGE IS BINARY-LONG.
01 WS-RI USAGE IS BINARY-LONG.
01 WS-RATE-SPEC-FROM PIC X(16).
01 WS-RATE-SPEC-REQ PIC X(16).
01 WS-RATE-SPEC-GB PIC X(16).
01 WS-RATE-SPEC-EXTRA PIC X(16).
01 WS-RATE-INT-X PIC X(16).
01 WS-RATE-DEC-X PIC X(16).
01 WS-RATE-INT-LEN USAGE IS BINARY-LONG.
01 WS-RATE-DEC-LEN USAGE IS BINARY-LONG.
01 WS-RATE-DOTS USAGE IS BINARY-LONG.
01 WS-RATE-INT-MAX USAGE IS BINARY-LONG.
01 WS-RATE-DEC-MAX USAGE IS BINARY-LONG.

01 WS-BUSINESS-START USAGE IS BINARY-LONG VALUE 8.
01 WS-BUSINESS-END USAGE IS BINARY-LONG VALUE 18.
01 WS-BUSINESS-END-LINE USAGE IS BINARY-LONG VALUE 0.

01 WS-OVR-IMAGE PIC X(224).
01 WS-OVR-IMAGE-Z PIC X(225).
01 WS-OVR-SCOPE PIC X(224).
01 WS-OVR-SCOPE-NAME PIC X(32).
01 WS-OVR-PTR USAGE IS BINARY-LONG.

PROCEDURE DIVISION.
Main.
       ACCEPT WS-ARGC FROM ARGUMENT-NUMBER.
       IF WS-ARGC = 1 THEN
              ACCEPT WS-ARGV FROM COMMAND-LINE
              MOVE SPACES TO WS-CONFIG-PATH
              UNSTRING WS-ARGV DELIMITED BY SPACE INTO WS-CONFIG-PATH
              END-UNSTRING
       END-IF.
       IF WS-ARGC > 1 THEN
              DISPLAY "usage: preflight [bugs.conf]"
              CALL "exit" USING BY VALUE 1
       END-IF.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD.
       DISPLAY "=== Configuration preflight ===".
      *> the department map goes first: budgets and kiosks are both
      *> judged against the departments it defines.
       PERFORM CheckDeptMap.
       PERFORM ScanCollections.
       PERFORM CheckMainConfig.
       PERFORM CheckBudgets.
       PERFORM CheckRates.
       PERFORM CheckOverrideState.
       PERFORM CheckWeights.
       PERFORM CheckRights.
       PERFORM CheckKiosks.
       PERFORM CheckJobPlan.
       PERFORM CheckMonitorConfig.
       PERFORM CheckSyncConfig.
       PERFORM CheckBackupConfig.
       DISPLAY " ".
       MOVE WS-ERRORS TO WS-COUNT-DISPLAY.
       DISPLAY "Errors:   " WS-COUNT-DISPLAY.
       MOVE WS-WARNINGS TO WS-COUNT-DISPLAY.
       DISPLAY "Warnings: " WS-COUNT-DISPLAY.
       IF WS-ERRORS > 0 THEN
              DISPLAY "Preflight FAILED; fix the errors before reloading."
              CALL "exit" USING BY VALUE 1
       END-IF.
       DISPLAY "Preflight passed.".
       GOBACK.

ReportError.
       ADD 1 TO WS-ERRORS.
       MOVE "ERROR" TO WS-SEVERITY.
       PERFORM ReportProblem.

ReportWarning.
       ADD 1 TO WS-WARNINGS.
       MOVE "WARNING" TO WS-SEVERITY.
       PERFORM ReportProblem.

ReportProblem.
      *> line 0 is a finding about the file as a whole.
       MOVE SPACES TO WS-REPORT-LINE.
       MOVE WS-LINE-NO TO WS-LINE-DISPLAY.
       IF WS-LINE-NO = 0 THEN
              STRING WS-SEVERITY DELIMITED BY SPACE,
                     " " DELIMITED BY SIZE,
                     WS-CUR-FILE DELIMITED BY SPACE,
                     ": " DELIMITED BY SIZE,
                     WS-MSG DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
       ELSE
              STRING WS-SEVERITY DELIMITED BY SPACE,
                     " " DELIMITED BY SIZE,
                     WS-CUR-FILE DELIMITED BY SPACE,
                     " line " DELIMITED BY SIZE,
                     WS-LINE-DISPLAY DELIMITED BY SIZE,
                     ": " DELIMITED BY SIZE,
                     WS-MSG DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
       END-IF.
       DISPLAY WS-REPORT-LINE(1:200).
       MOVE SPACES TO WS-MSG.

ReportFileChecked.
       MOVE WS-FILE-LINES TO WS-COUNT-DISPLAY.
       DISPLAY "  " WS-CUR-FILE " " WS-COUNT-DISPLAY " lines checked".

ReportFileAbsent.
       DISPLAY "  " WS-CUR-FILE " not present, nothing to check".

OpenTextFile.
       MOVE 0 TO WS-TEXT-OPEN.
       MOVE 0 TO WS-LINE-NO.
       MOVE 0 TO WS-FILE-LINES.
       MOVE "N" TO WS-TEXT-EOF.
       OPEN INPUT TEXT-FILE.
       IF WS-TEXT-STATUS = "00" THEN
              MOVE 1 TO WS-TEXT-OPEN
       END-IF.

SplitKeyValue.
      *> KEY=value the way every loader here splits it; a line with
      *> no "=" at all is reported rather than read as a bare key.
       MOVE SPACES TO WS-CONFIG-KEY.
       MOVE SPACES TO WS-CONFIG-VALUE.
       MOVE 0 TO WS-EQUALS.
       INSPECT TEXT-RECORD TALLYING WS-EQUALS FOR ALL "=".
       UNSTRING TEXT-RECORD DELIMITED BY "="
              INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
       END-UNSTRING.
       IF WS-EQUALS = 0 THEN
              MOVE "not a KEY=value line" TO WS-MSG
              PERFORM ReportError
       ELSE IF WS-CONFIG-VALUE = SPACES THEN
              STRING "no value given for " DELIMITED BY SIZE,
                     WS-CONFIG-KEY DELIMITED BY SPACE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
              MOVE 0 TO WS-EQUALS
       END-IF.

NoteKeySeen.
      *> a second PORT or GIF_DIR line quietly overrides the first;
      *> almost always a leftover from an edit.
       MOVE 0 TO WS-SEEN-FOUND.
       PERFORM VARYING WS-SI FROM 1 BY 1 UNTIL WS-SI > WS-SEEN-COUNT
              IF WS-SEEN-KEY(WS-SI) = WS-CONFIG-KEY THEN
                     MOVE WS-SI TO WS-SEEN-FOUND
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-SEEN-FOUND > 0 THEN
              MOVE WS-SEEN-LINE(WS-SEEN-FOUND) TO WS-LINE-DISPLAY
              STRING WS-CONFIG-KEY DELIMITED BY SPACE,
                     " set again; this line overrides line " DELIMITED BY SIZE,
                     WS-LINE-DISPLAY DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportWarning
       ELSE IF WS-SEEN-COUNT < 40 THEN
              ADD 1 TO WS-SEEN-COUNT
              MOVE WS-CONFIG-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT)
              MOVE WS-LINE-NO TO WS-SEEN-LINE(WS-SEEN-COUNT)
       END-IF.

CheckNumberValue.
      *> whole number, digits only: NUMVAL would quietly make "5O0"
      *> or "10k" into something else entirely.
       MOVE 0 TO WS-NUM-OK.
       MOVE 0 TO WS-NUM-VALUE.
       MOVE 0 TO WS-NUM-LEN.
       INSPECT WS-NUM-TEXT TALLYING WS-NUM-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
       IF WS-NUM-LEN > 0 AND WS-NUM-LEN <= 18 THEN
              IF WS-NUM-TEXT(1:WS-NUM-LEN) IS NUMERIC
                      AND WS-NUM-TEXT(WS-NUM-LEN + 1:) = SPACES THEN
                     MOVE 1 TO WS-NUM-OK
                     COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(WS-NUM-TEXT)
              END-IF
       END-IF.
       IF WS-NUM-OK = 0 THEN
              STRING WS-CONFIG-KEY DELIMITED BY SPACE,
                     " value " DELIMITED BY SIZE,
                     WS-NUM-TEXT DELIMITED BY "  ",
                     " is not a whole number" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
       END-IF.

CheckDirValue.
      *> names are strcat-ed straight onto a configured directory, so
      *> it must exist and must end in a slash.
       MOVE 0 TO WS-CHECK-LEN.
       INSPECT WS-CHECK-DIR TALLYING WS-CHECK-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
       IF WS-CHECK-LEN = 0 THEN
              EXIT PARAGRAPH
       END-IF.
       IF WS-CHECK-DIR(WS-CHECK-LEN:1) NOT = "/" THEN
              STRING "directory " DELIMITED BY SIZE,
                     WS-CHECK-DIR DELIMITED BY SPACE,
                     " has no trailing slash" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
       END-IF.
       PERFORM CheckDirExists.

CheckDirExists.
       MOVE SPACES TO WS-CHECK-DIR-Z.
       STRING WS-CHECK-DIR DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
              INTO WS-CHECK-DIR-Z
       END-STRING.
       CALL "opendir" USING WS-CHECK-DIR-Z RETURNING WS-DIR-HANDLE.
       IF WS-DIR-HANDLE = NULL THEN
              STRING "directory " DELIMITED BY SIZE,
                     WS-CHECK-DIR DELIMITED BY SPACE,
                     " does not exist" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
       ELSE
              CALL "closedir" USING BY VALUE WS-DIR-HANDLE
       END-IF.

CheckParentDir.
      *> a data file may be absent (that feature is simply off), but
      *> the directory it would live in has to be there.
       MOVE 0 TO WS-SLASH-POS.
       PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1 UNTIL WS-SCAN-IDX > 224
              IF WS-CONFIG-VALUE(WS-SCAN-IDX:1) = "/" THEN
                     MOVE WS-SCAN-IDX TO WS-SLASH-POS
              END-IF
       END-PERFORM.
       IF WS-CONFIG-VALUE(1:1) NOT = "/" OR WS-SLASH-POS = 0 THEN
              STRING WS-CONFIG-KEY DELIMITED BY SPACE,
                     " path " DELIMITED BY SIZE,
                     WS-CONFIG-VALUE DELIMITED BY SPACE,
                     " is not absolute" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-CHECK-DIR.
       MOVE WS-CONFIG-VALUE(1:WS-SLASH-POS) TO WS-CHECK-DIR.
       PERFORM CheckDirExists.

CheckCommandWord.
      *> the first word of a command line is what has to run; a
      *> bare name depends on whatever PATH the caller happens to have.
       MOVE SPACES TO WS-CMD-PROG.
       UNSTRING WS-CMD-TEXT DELIMITED BY ALL SPACE INTO WS-CMD-PROG
       END-UNSTRING.
       IF WS-CMD-PROG(1:1) NOT = "/" THEN
              STRING "command " DELIMITED BY SIZE,
                     WS-CMD-PROG DELIMITED BY SPACE,
                     " has no full path; it runs only if PATH finds it"
                            DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportWarning
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-CMD-PROG-Z.
       STRING WS-CMD-PROG DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
              INTO WS-CMD-PROG-Z
       END-STRING.
      *> 1 = X_OK
       CALL "access" USING WS-CMD-PROG-Z, BY VALUE 1 RETURNING WS-RESULT.
       IF WS-RESULT NOT = 0 THEN
              STRING "command " DELIMITED BY SIZE,
                     WS-CMD-PROG DELIMITED BY SPACE,
                     " is missing or not executable" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
       END-IF.

CheckDateValue.
       MOVE 0 TO WS-DATE-OK.
       IF WS-DATE-TEXT(1:8) IS NUMERIC AND WS-DATE-TEXT(9:) = SPACES THEN
              MOVE WS-DATE-TEXT(1:8) TO WS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0 THEN
                     MOVE 1 TO WS-DATE-OK
              END-IF
       END-IF.

LookupCollection.
      *> first declaration of WS-COLL-SPEC-NAME, or 0.
       MOVE 0 TO WS-COLL-FOUND.
       PERFORM VARYING WS-CI FROM 1 BY 1 UNTIL WS-CI > WS-COLL-COUNT
              IF WS-COLL-NAME(WS-CI) = WS-COLL-SPEC-NAME THEN
                     MOVE WS-CI TO WS-COLL-FOUND
                     EXIT PERFORM
              END-IF
       END-PERFORM.

MapDept.
      *> WS-SPEC-PREFIX holds a client address; same longest-prefix
      *> rule the server and the chargeback extract use.
       MOVE "OTHER" TO WS-DEPT.
       MOVE 0 TO WS-BEST-LEN.
       PERFORM VARYING WS-MI FROM 1 BY 1 UNTIL WS-MI > WS-MAP-COUNT
              IF WS-MAP-PREFIX-LEN(WS-MI) > WS-BEST-LEN AND
                      WS-SPEC-PREFIX(1:WS-MAP-PREFIX-LEN(WS-MI)) =
                      WS-MAP-PREFIX(WS-MI)(1:WS-MAP-PREFIX-LEN(WS-MI)) THEN
                     MOVE WS-MAP-PREFIX-LEN(WS-MI) TO WS-BEST-LEN
                     MOVE WS-MAP-DEPT(WS-MI) TO WS-DEPT
              END-IF
       END-PERFORM.

CheckDeptMap.
       MOVE "bugs_deptmap.dat" TO WS-CUR-FILE.
       MOVE WS-MAP-PATH TO WS-TEXT-PATH.
       PERFORM OpenTextFile.
       IF WS-TEXT-OPEN = 0 THEN
              PERFORM ReportFileAbsent
              EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-TEXT-EOF = "Y"
              READ TEXT-FILE
                     AT END MOVE "Y" TO WS-TEXT-EOF
                     NOT AT END
                            ADD 1 TO WS-LINE-NO
                            ADD 1 TO WS-FILE-LINES
                            PERFORM CheckDeptMapLine
              END-READ
       END-PERFORM.
       CLOSE TEXT-FILE.
       PERFORM ReportFileChecked.

CheckDeptMapLine.
       IF TEXT-RECORD = SPACES OR TEXT-RECORD(1:1) = "#" THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-SPEC-PREFIX.
       MOVE SPACES TO WS-SPEC-DEPT.
       MOVE SPACES TO WS-SPEC-EXTRA.
       MOVE 0 TO WS-SPEC-PREFIX-LEN.
       UNSTRING TEXT-RECORD DELIMITED BY ALL " "
              INTO WS-SPEC-PREFIX COUNT IN WS-SPEC-PREFIX-LEN,
                   WS-SPEC-DEPT, WS-SPEC-EXTRA
       END-UNSTRING.
       IF WS-SPEC-PREFIX-LEN = 0 OR WS-SPEC-DEPT = SPACES THEN
              MOVE "expected ""prefix dept""; line ignored by every reader"
                     TO WS-MSG
              PERFORM ReportError
              EXIT PARAGRAPH
       END-IF.
       IF WS-SPEC-EXTRA NOT = SPACES THEN
              MOVE "text after the department is ignored" TO WS-MSG
              PERFORM ReportWarning
       END-IF.
       IF WS-MAP-COUNT >= 50 THEN
              MOVE "more than 50 prefixes; the server ignores this one"
                     TO WS-MSG
              PERFORM ReportError
              EXIT PARAGRAPH
       END-IF.
      *> a prefix that stops mid-octet ("10.1") also catches 10.10.x
      *> through 10.19.x, which is rarely what was meant.
       IF WS-SPEC-PREFIX(WS-SPEC-PREFIX-LEN:1) NOT = "." THEN
              MOVE 0 TO WS-NUM-LEN
              INSPECT WS-SPEC-PREFIX TALLYING WS-NUM-LEN FOR ALL "."
              IF WS-NUM-LEN < 3 THEN
                     STRING "prefix " DELIMITED BY SIZE,
                            WS-SPEC-PREFIX DELIMITED BY SPACE,
                            " does not end in a dot, so it also matches"
                            " longer octets" DELIMITED BY SIZE
                            INTO WS-MSG
                     END-STRING
                     PERFORM ReportWarning
              END-IF
       END-IF.
       PERFORM VARYING WS-MI FROM 1 BY 1 UNTIL WS-MI > WS-MAP-COUNT
              IF WS-MAP-PREFIX-LEN(WS-MI) < WS-SPEC-PREFIX-LEN THEN
                     MOVE WS-MAP-PREFIX-LEN(WS-MI) TO WS-SHORTER-LEN
              ELSE
                     MOVE WS-SPEC-PREFIX-LEN TO WS-SHORTER-LEN
              END-IF
              IF WS-SPEC-PREFIX(1:WS-SHORTER-LEN) =
                      WS-MAP-PREFIX(WS-MI)(1:WS-SHORTER-LEN) THEN
                     MOVE WS-MAP-LINE(WS-MI) TO WS-LINE-DISPLAY
                     IF WS-MAP-PREFIX-LEN(WS-MI) = WS-SPEC-PREFIX-LEN THEN
                            STRING "duplicate prefix " DELIMITED BY SIZE,
                                   WS-SPEC-PREFIX DELIMITED BY SPACE,
                                   " (first on line " DELIMITED BY SIZE,
                                   WS-LINE-DISPLAY DELIMITED BY SIZE,
                                   ")" DELIMITED BY SIZE
                                   INTO WS-MSG
                            END-STRING
                            PERFORM ReportError
                     ELSE IF WS-MAP-DEPT(WS-MI) = WS-SPEC-DEPT THEN
                            STRING "prefix " DELIMITED BY SIZE,
                                   WS-SPEC-PREFIX DELIMITED BY SPACE,
                                   " overlaps " DELIMITED BY SIZE,
                                   WS-MAP-PREFIX(WS-MI) DELIMITED BY SPACE,
                                   " on line " DELIMITED BY SIZE,
                                   WS-LINE-DISPLAY DELIMITED BY SIZE,
                                   " for the same department; one is redundant"
                                          DELIMITED BY SIZE
                                   INTO WS-MSG
                            END-STRING
                            PERFORM ReportWarning
                     ELSE
                           *> nested prefixes for different departments
                           *> are how a subnet is carved out; longest
                           *> wins, so say which way it falls.
                            STRING "prefix " DELIMITED BY SIZE,
                                   WS-SPEC-PREFIX DELIMITED BY SPACE,
                                   " (" DELIMITED BY SIZE,
                                   WS-SPEC-DEPT DELIMITED BY SPACE,
                                   ") overlaps " DELIMITED BY SIZE,
                                   WS-MAP-PREFIX(WS-MI) DELIMITED BY SPACE,
                                   " (" DELIMITED BY SIZE,
                                   WS-MAP-DEPT(WS-MI) DELIMITED BY SPACE,
                                   ") on line " DELIMITED BY SIZE,
                                   WS-LINE-DISPLAY DELIMITED BY SIZE,
                                   "; the longer prefix wins" DELIMITED BY SIZE
                                   INTO WS-MSG
                            END-STRING
                            PERFORM ReportWarning
                     END-IF
                     END-IF
              END-IF
       END-PERFORM.
       ADD 1 TO WS-MAP-COUNT.
       MOVE WS-SPEC-PREFIX TO WS-MAP-PREFIX(WS-MAP-COUNT).
       MOVE WS-SPEC-PREFIX-LEN TO WS-MAP-PREFIX-LEN(WS-MAP-COUNT).
       MOVE WS-SPEC-DEPT TO WS-MAP-DEPT(WS-MAP-COUNT).
       MOVE WS-LINE-NO TO WS-MAP-LINE(WS-MAP-COUNT).

ScanCollections.
       MOVE 0 TO WS-COLL-COUNT.
       MOVE WS-CONFIG-PATH TO WS-TEXT-PATH.
       PERFORM OpenTextFile.
       IF WS-TEXT-OPEN = 0 THEN
              EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-TEXT-EOF = "Y"
              READ TEXT-FILE
                     AT END MOVE "Y" TO WS-TEXT-EOF
                     NOT AT END
                            ADD 1 TO WS-LINE-NO
                            PERFORM ScanCollectionLine
              END-READ
       END-PERFORM.
       CLOSE TEXT-FILE.

ScanCollectionLine.
       IF TEXT-RECORD = SPACES OR TEXT-RECORD(1:1) = "#"
               OR WS-COLL-COUNT >= 30 THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-CONFIG-KEY.
       MOVE SPACES TO WS-CONFIG-VALUE.
       UNSTRING TEXT-RECORD DELIMITED BY "="
              INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
       END-UNSTRING.
       IF WS-CONFIG-KEY = "COLLECTION" THEN
              MOVE SPACES TO WS-COLL-SPEC-NAME
              MOVE SPACES TO WS-COLL-SPEC-DIR
              UNSTRING WS-CONFIG-VALUE DELIMITED BY ","
                     INTO WS-COLL-SPEC-NAME, WS-COLL-SPEC-DIR
              END-UNSTRING
              IF WS-COLL-SPEC-NAME NOT = SPACES THEN
                     ADD 1 TO WS-COLL-COUNT
                     MOVE WS-COLL-SPEC-NAME TO WS-COLL-NAME(WS-COLL-COUNT)
                     MOVE WS-COLL-SPEC-DIR TO WS-COLL-DIR(WS-COLL-COUNT)
                     MOVE WS-LINE-NO TO WS-COLL-LINE(WS-COLL-COUNT)
              END-IF
       END-IF.

CheckMainConfig.
       MOVE "bugs.conf" TO WS-CUR-FILE.
       MOVE WS-CONFIG-PATH TO WS-TEXT-PATH.
       PERFORM OpenTextFile.
       IF WS-TEXT-OPEN = 0 THEN
              STRING "cannot open " DELIMITED BY SIZE,
                     WS-CONFIG-PATH DELIMITED BY SPACE,
                     ", status " DELIMITED BY SIZE,
                     WS-TEXT-STATUS DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
              EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-COLL-ORDINAL.
       MOVE 0 TO WS-SEEN-COUNT.
       PERFORM UNTIL WS-TEXT-EOF = "Y"
              READ TEXT-FILE
                     AT END MOVE "Y" TO WS-TEXT-EOF
                     NOT AT END
                            ADD 1 TO WS-LINE-NO
                            ADD 1 TO WS-FILE-LINES
                            PERFORM CheckMainConfigLine
              END-READ
       END-PERFORM.
       CLOSE TEXT-FILE.
       PERFORM ReportFileChecked.

CheckMainConfigLine.
       IF TEXT-RECORD = SPACES OR TEXT-RECORD(1:1) = "#" THEN
              EXIT PARAGRAPH
       END-IF.
       PERFORM SplitKeyValue.
       IF WS-EQUALS = 0 THEN
              EXIT PARAGRAPH
       END-IF.
       IF WS-CONFIG-KEY = "PORT" THEN
              PERFORM NoteKeySeen
              MOVE WS-CONFIG-VALUE TO WS-NUM-TEXT
              PERFORM CheckNumberValue
              IF WS-NUM-OK = 1 AND
                      (WS-NUM-VALUE < 1 OR WS-NUM-VALUE > 65535) THEN
                     MOVE "PORT must be between 1 and 65535" TO WS-MSG
                     PERFORM ReportError
              END-IF
       ELSE IF WS-CONFIG-KEY = "BACKLOG" OR WS-CONFIG-KEY = "RATE_LIMIT" THEN
              PERFORM NoteKeySeen
              MOVE WS-CONFIG-VALUE TO WS-NUM-TEXT
              PERFORM CheckNumberValue
       ELSE IF WS-CONFIG-KEY = "RATE_WINDOW" THEN
              PERFORM NoteKeySeen
              MOVE WS-CONFIG-VALUE TO WS-NUM-TEXT
              PERFORM CheckNumberValue
              IF WS-NUM-OK = 1 AND WS-NUM-VALUE = 0 THEN
                     MOVE "RATE_WINDOW of 0 seconds can never expire a count"
                            TO WS-MSG
                     PERFORM ReportError
              END-IF
       ELSE IF WS-CONFIG-KEY = "GIF_DIR" THEN
              PERFORM NoteKeySeen
              MOVE SPACES TO WS-GIF-DIRECTORY
              UNSTRING WS-CONFIG-VALUE DELIMITED BY SPACE
                     INTO WS-GIF-DIRECTORY
              END-UNSTRING
              MOVE WS-GIF-DIRECTORY TO WS-CHECK-DIR
              PERFORM CheckDirValue
       ELSE IF WS-CONFIG-KEY = "DENY_FILE" THEN
              PERFORM NoteKeySeen
              PERFORM CheckParentDir
       ELSE IF WS-CONFIG-KEY = "WEIGHTS_FILE" THEN
              PERFORM NoteKeySeen
              PERFORM CheckParentDir
              MOVE SPACES TO WS-WEIGHTS-PATH
              UNSTRING WS-CONFIG-VALUE DELIMITED BY SPACE INTO WS-WEIGHTS-PATH
              END-UNSTRING
       ELSE IF WS-CONFIG-KEY = "RIGHTS_FILE" THEN
              PERFORM NoteKeySeen
              PERFORM CheckParentDir
              MOVE SPACES TO WS-RIGHTS-PATH
              UNSTRING WS-CONFIG-VALUE DELIMITED BY SPACE INTO WS-RIGHTS-PATH
              END-UNSTRING
       ELSE IF WS-CONFIG-KEY = "OVERRIDE_FILE" THEN
              PERFORM NoteKeySeen
              PERFORM CheckParentDir
              MOVE SPACES TO WS-OVERRIDE-PATH
              UNSTRING WS-CONFIG-VALUE DELIMITED BY SPACE INTO WS-OVERRIDE-PATH
              END-UNSTRING
       ELSE IF WS-CONFIG-KEY = "COLLECTION" THEN
              PERFORM CheckCollectionLine
       ELSE IF WS-CONFIG-KEY = "COLLECTION_ALLOW" THEN
              PERFORM CheckAllowLine
       ELSE IF WS-CONFIG-KEY = "COLLECTION_PLAYLIST" THEN
              PERFORM CheckPlaylistLine
       ELSE IF WS-CONFIG-KEY = "DEPT_BUDGET" THEN
              PERFORM CheckBudgetLine
       ELSE
              STRING "unknown key " DELIMITED BY SIZE,
                     WS-CONFIG-KEY DELIMITED BY SPACE,
                     "; the server ignores it" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
       END-IF.

CheckCollectionLine.
       MOVE SPACES TO WS-COLL-SPEC-NAME.
       MOVE SPACES TO WS-COLL-SPEC-DIR.
       MOVE SPACES TO WS-COLL-SPEC-EXTRA.
       UNSTRING WS-CONFIG-VALUE DELIMITED BY ","
              INTO WS-COLL-SPEC-NAME, WS-COLL-SPEC-DIR, WS-COLL-SPEC-EXTRA
       END-UNSTRING.
       IF WS-COLL-SPEC-NAME = SPACES OR WS-COLL-SPEC-DIR = SPACES THEN
              MOVE "expected COLLECTION=name,/directory/" TO WS-MSG
              PERFORM ReportError
              EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-COLL-ORDINAL.
       IF WS-COLL-SPEC-NAME = "default" THEN
              MOVE "collection name ""default"" is taken by GIF_DIR" TO WS-MSG
              PERFORM ReportError
       END-IF.
       PERFORM LookupCollection.
       IF WS-COLL-FOUND > 0 AND WS-COLL-LINE(WS-COLL-FOUND) < WS-LINE-NO THEN
              MOVE WS-COLL-LINE(WS-COLL-FOUND) TO WS-LINE-DISPLAY
              STRING "duplicate collection " DELIMITED BY SIZE,
                     WS-COLL-SPEC-NAME DELIMITED BY SPACE,
                     " (first on line " DELIMITED BY SIZE,
                     WS-LINE-DISPLAY DELIMITED BY SIZE,
                     ")" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
       END-IF.
       IF WS-COLL-ORDINAL > 10 THEN
              MOVE "more than 10 collections; the server ignores this one"
                     TO WS-MSG
              PERFORM ReportError
       END-IF.
       IF WS-COLL-SPEC-EXTRA NOT = SPACES THEN
              MOVE "text after the directory is ignored" TO WS-MSG
              PERFORM ReportWarning
       END-IF.
       MOVE SPACES TO WS-CHECK-DIR.
       UNSTRING WS-COLL-SPEC-DIR DELIMITED BY SPACE INTO WS-CHECK-DIR
       END-UNSTRING.
       PERFORM CheckDirValue.
       IF WS-CHECK-DIR = WS-GIF-DIRECTORY THEN
              MOVE "collection directory is the same as GIF_DIR" TO WS-MSG
              PERFORM ReportWarning
       END-IF.

CheckAllowLine.
       MOVE SPACES TO WS-COLL-SPEC-NAME.
       MOVE SPACES TO WS-ALLOW-P1.
       MOVE SPACES TO WS-ALLOW-P2.
       MOVE SPACES TO WS-ALLOW-P3.
       MOVE SPACES TO WS-ALLOW-P4.
       MOVE SPACES TO WS-ALLOW-P5.
       MOVE SPACES TO WS-ALLOW-P6.
       UNSTRING WS-CONFIG-VALUE DELIMITED BY ","
              INTO WS-COLL-SPEC-NAME, WS-ALLOW-P1, WS-ALLOW-P2,
                   WS-ALLOW-P3, WS-ALLOW-P4, WS-ALLOW-P5, WS-ALLOW-P6
       END-UNSTRING.
       PERFORM CheckRuleCollection.
       IF WS-ALLOW-P1 = SPACES THEN
              MOVE "no address prefixes listed; the rule allows nobody extra"
                     TO WS-MSG
              PERFORM ReportError
       END-IF.
       IF WS-ALLOW-P6 NOT = SPACES THEN
              MOVE "more than 5 prefixes; the server ignores the rest" TO WS-MSG
              PERFORM ReportError
       END-IF.

CheckRuleCollection.
      *> allow and playlist rules attach to a collection already
      *> declared above them; the server drops them otherwise.
       PERFORM LookupCollection.
       IF WS-COLL-FOUND = 0 THEN
              STRING WS-CONFIG-KEY DELIMITED BY SPACE,
                     " for unknown collection " DELIMITED BY SIZE,
                     WS-COLL-SPEC-NAME DELIMITED BY SPACE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
       ELSE IF WS-COLL-LINE(WS-COLL-FOUND) > WS-LINE-NO THEN
              MOVE WS-COLL-LINE(WS-COLL-FOUND) TO WS-LINE-DISPLAY
              STRING WS-CONFIG-KEY DELIMITED BY SPACE,
                     " comes before the COLLECTION " DELIMITED BY SIZE,
                     WS-COLL-SPEC-NAME DELIMITED BY SPACE,
                     " line (" DELIMITED BY SIZE,
                     WS-LINE-DISPLAY DELIMITED BY SIZE,
                     "); the server drops it" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
       END-IF.

CheckPlaylistLine.
       MOVE SPACES TO WS-COLL-SPEC-NAME.
       MOVE SPACES TO WS-PLAY-PATH.
       UNSTRING WS-CONFIG-VALUE DELIMITED BY ","
              INTO WS-COLL-SPEC-NAME, WS-PLAY-PATH
       END-UNSTRING.
       PERFORM CheckRuleCollection.
       IF WS-PLAY-PATH = SPACES THEN
              MOVE "expected COLLECTION_PLAYLIST=name,/path/to/playlist"
                     TO WS-MSG
              PERFORM ReportError
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-PLAY-PATH-Z.
       STRING WS-PLAY-PATH DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
              INTO WS-PLAY-PATH-Z
       END-STRING.
      *> 4 = R_OK
       CALL "access" USING WS-PLAY-PATH-Z, BY VALUE 4 RETURNING WS-RESULT.
       IF WS-RESULT NOT = 0 THEN
              STRING "playlist " DELIMITED BY SIZE,
                     WS-PLAY-PATH DELIMITED BY SPACE,
                     " cannot be read; the collection stays on the random draw"
                            DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
       END-IF.

CheckBudgetLine.
       MOVE SPACES TO WS-BUDGET-SPEC-DEPT.
       MOVE SPACES TO WS-BUDGET-SPEC-BYTES.
       UNSTRING WS-CONFIG-VALUE DELIMITED BY ","
              INTO WS-BUDGET-SPEC-DEPT, WS-BUDGET-SPEC-BYTES
       END-UNSTRING.
       IF WS-BUDGET-SPEC-DEPT = SPACES OR WS-BUDGET-SPEC-BYTES = SPACES THEN
              MOVE "expected DEPT_BUDGET=dept,bytes" TO WS-MSG
              PERFORM ReportError
              EXIT PARAGRAPH
       END-IF.
       MOVE WS-BUDGET-SPEC-BYTES TO WS-NUM-TEXT.
       PERFORM CheckNumberValue.
       PERFORM VARYING WS-BI FROM 1 BY 1 UNTIL WS-BI > WS-BUDGET-COUNT
              IF WS-BUDGET-DEPT(WS-BI) = WS-BUDGET-SPEC-DEPT THEN
                     MOVE WS-BUDGET-LINE(WS-BI) TO WS-LINE-DISPLAY
                     STRING "duplicate DEPT_BUDGET for " DELIMITED BY SIZE,
                            WS-BUDGET-SPEC-DEPT DELIMITED BY SPACE,
                            " (first on line " DELIMITED BY SIZE,
                            WS-LINE-DISPLAY DELIMITED BY SIZE,
                            ", which is the one the server uses)" DELIMITED BY SIZE
                            INTO WS-MSG
                     END-STRING
                     PERFORM ReportError
                     EXIT PARAGRAPH
              END-IF
       END-PERFORM.
       IF WS-BUDGET-COUNT >= 20 THEN
              MOVE "more than 20 budgets; the server ignores this one" TO WS-MSG
              PERFORM ReportError
              EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-BUDGET-COUNT.
       MOVE WS-BUDGET-SPEC-DEPT TO WS-BUDGET-DEPT(WS-BUDGET-COUNT).
       MOVE WS-LINE-NO TO WS-BUDGET-LINE(WS-BUDGET-COUNT).

CheckBudgets.
      *> a budget only bites if some client address maps to that
      *> department; OTHER is where every unmapped address lands.
       MOVE "bugs.conf" TO WS-CUR-FILE.
       PERFORM VARYING WS-BI FROM 1 BY 1 UNTIL WS-BI > WS-BUDGET-COUNT
              MOVE 0 TO WS-BUDGET-MAPPED
              IF WS-BUDGET-DEPT(WS-BI) = "OTHER" THEN
                     MOVE 1 TO WS-BUDGET-MAPPED
              END-IF
              PERFORM VARYING WS-MI FROM 1 BY 1 UNTIL WS-MI > WS-MAP-COUNT
                     IF WS-MAP-DEPT(WS-MI) = WS-BUDGET-DEPT(WS-BI) THEN
                            MOVE 1 TO WS-BUDGET-MAPPED
                            EXIT PERFORM
                     END-IF
              END-PERFORM
              IF WS-BUDGET-MAPPED = 0 THEN
                     MOVE WS-BUDGET-LINE(WS-BI) TO WS-LINE-NO
                     STRING "DEPT_BUDGET for " DELIMITED BY SIZE,
                            WS-BUDGET-DEPT(WS-BI) DELIMITED BY SPACE,
                            ", but no bugs_deptmap.dat prefix maps to it"
                                   DELIMITED BY SIZE
                            INTO WS-MSG
                     END-STRING
                     PERFORM ReportError
              END-IF
       END-PERFORM.

CheckRates.
       MOVE "bugs_rates.dat" TO WS-CUR-FILE.
       MOVE WS-RATES-PATH TO WS-TEXT-PATH.
       PERFORM OpenTextFile.
       IF WS-TEXT-OPEN = 0 THEN
              PERFORM ReportFileAbsent
              EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-TEXT-EOF = "Y"
              READ TEXT-FILE
                     AT END MOVE "Y" TO WS-TEXT-EOF
                     NOT AT END
                            ADD 1 TO WS-LINE-NO
                            ADD 1 TO WS-FILE-LINES
                            PERFORM CheckRateLine
              END-READ
       END-PERFORM.
       CLOSE TEXT-FILE.
       IF WS-RATE-COUNT = 0 THEN
              MOVE 0 TO WS-LINE-NO
              MOVE "no rates; every day of a statement would be unrated"
                     TO WS-MSG
              PERFORM ReportWarning
       END-IF.
       PERFORM ReportFileChecked.

CheckRateLine.
       IF TEXT-RECORD = SPACES OR TEXT-RECORD(1:1) = "#" THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-RATE-SPEC-FROM.
       MOVE SPACES TO WS-RATE-SPEC-REQ.
       MOVE SPACES TO WS-RATE-SPEC-GB.
       MOVE SPACES TO WS-RATE-SPEC-EXTRA.
       UNSTRING TEXT-RECORD DELIMITED BY ALL " "
              INTO WS-RATE-SPEC-FROM, WS-RATE-SPEC-REQ, WS-RATE-SPEC-GB,
                   WS-RATE-SPEC-EXTRA
       END-UNSTRING.
       IF WS-RATE-SPEC-GB = SPACES THEN
              MOVE "expected effective-date per-request per-gigabyte" TO WS-MSG
              PERFORM ReportError
              EXIT PARAGRAPH
       END-IF.
       IF WS-RATE-SPEC-EXTRA NOT = SPACES THEN
              MOVE "text after per-gigabyte is ignored" TO WS-MSG
              PERFORM ReportWarning
       END-IF.
       MOVE WS-RATE-SPEC-FROM TO WS-DATE-TEXT.
       PERFORM CheckDateValue.
       IF WS-DATE-OK = 0 THEN
              STRING "effective date " DELIMITED BY SIZE,
                     WS-RATE-SPEC-FROM DELIMITED BY SPACE,
                     " is not a valid yyyymmdd date" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
       END-IF.
       MOVE "per-request" TO WS-CONFIG-KEY.
       MOVE WS-RATE-SPEC-REQ TO WS-NUM-TEXT.
       MOVE 3 TO WS-RATE-INT-MAX.
       MOVE 6 TO WS-RATE-DEC-MAX.
       PERFORM CheckRateValue.
       MOVE "per-gigabyte" TO WS-CONFIG-KEY.
       MOVE WS-RATE-SPEC-GB TO WS-NUM-TEXT.
       MOVE 5 TO WS-RATE-INT-MAX.
       MOVE 4 TO WS-RATE-DEC-MAX.
       PERFORM CheckRateValue.
       IF WS-DATE-OK = 0 THEN
              EXIT PARAGRAPH
       END-IF.
      *> statement takes the first of two lines for the same date and
      *> never looks at the second; that is a pricing mistake.
       PERFORM VARYING WS-RI FROM 1 BY 1 UNTIL WS-RI > WS-RATE-COUNT
              IF WS-RATE-FROM(WS-RI) = WS-RATE-SPEC-FROM(1:8) THEN
                     MOVE WS-RATE-LINE(WS-RI) TO WS-LINE-DISPLAY
                     STRING "second rate effective " DELIMITED BY SIZE,
                            WS-RATE-SPEC-FROM DELIMITED BY SPACE,
                            "; line " DELIMITED BY SIZE,
                            WS-LINE-DISPLAY DELIMITED BY SIZE,
                            " already prices that date" DELIMITED BY SIZE
                            INTO WS-MSG
                     END-STRING
                     PERFORM ReportError
                     EXIT PARAGRAPH
              END-IF
       END-PERFORM.
       IF WS-RATE-COUNT >= 50 THEN
              MOVE "more than 50 rates; statement ignores this one" TO WS-MSG
              PERFORM ReportError
       ELSE
              ADD 1 TO WS-RATE-COUNT
              MOVE WS-RATE-SPEC-FROM(1:8) TO WS-RATE-FROM(WS-RATE-COUNT)
              MOVE WS-LINE-NO TO WS-RATE-LINE(WS-RATE-COUNT)
       END-IF.

CheckRateValue.
      *> a charge with at most WS-RATE-INT-MAX whole digits and
      *> WS-RATE-DEC-MAX decimals - what the statement's rate fields
      *> hold. anything longer would be cut short without a word.
       MOVE SPACES TO WS-RATE-INT-X.
       MOVE SPACES TO WS-RATE-DEC-X.
       MOVE 0 TO WS-RATE-INT-LEN.
       MOVE 0 TO WS-RATE-DEC-LEN.
       MOVE 0 TO WS-RATE-DOTS.
       INSPECT WS-NUM-TEXT TALLYING WS-RATE-DOTS FOR ALL ".".
       UNSTRING WS-NUM-TEXT DELIMITED BY "." OR SPACE
              INTO WS-RATE-INT-X COUNT IN WS-RATE-INT-LEN,
                   WS-RATE-DEC-X COUNT IN WS-RATE-DEC-LEN
       END-UNSTRING.
       MOVE 1 TO WS-NUM-OK.
       IF WS-RATE-DOTS > 1 OR WS-RATE-INT-LEN = 0
               OR WS-RATE-INT-LEN > WS-RATE-INT-MAX
               OR WS-RATE-DEC-LEN > WS-RATE-DEC-MAX THEN
              MOVE 0 TO WS-NUM-OK
       ELSE IF WS-RATE-INT-X(1:WS-RATE-INT-LEN) IS NOT NUMERIC THEN
              MOVE 0 TO WS-NUM-OK
       ELSE IF WS-RATE-DEC-LEN > 0 THEN
              IF WS-RATE-DEC-X(1:WS-RATE-DEC-LEN) IS NOT NUMERIC THEN
                     MOVE 0 TO WS-NUM-OK
              END-IF
       END-IF
       END-IF
       END-IF.
       IF WS-NUM-OK = 0 THEN
              STRING WS-CONFIG-KEY DELIMITED BY SPACE,
                     " value " DELIMITED BY SIZE,
                     WS-NUM-TEXT DELIMITED BY SPACE,
                     " is not a charge the statement can hold" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
       END-IF.

CheckOverrideState.
       MOVE "bugs_override.dat" TO WS-CUR-FILE.
       MOVE WS-OVERRIDE-PATH TO WS-TEXT-PATH.
       PERFORM OpenTextFile.
       IF WS-TEXT-OPEN = 0 THEN
              DISPLAY "  " WS-CUR-FILE " no override set"
              EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-TEXT-EOF = "Y"
              READ TEXT-FILE
                     AT END MOVE "Y" TO WS-TEXT-EOF
                     NOT AT END
                            ADD 1 TO WS-LINE-NO
                            ADD 1 TO WS-FILE-LINES
                            PERFORM CheckOverrideLine
              END-READ
       END-PERFORM.
       CLOSE TEXT-FILE.
       PERFORM ReportFileChecked.

CheckOverrideLine.
       MOVE SPACES TO WS-CONFIG-KEY.
       MOVE SPACES TO WS-CONFIG-VALUE.
       UNSTRING TEXT-RECORD DELIMITED BY "="
              INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
       END-UNSTRING.
       IF WS-CONFIG-KEY = "IMAGE" THEN
              MOVE SPACES TO WS-OVR-IMAGE-Z
              STRING WS-CONFIG-VALUE DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                     INTO WS-OVR-IMAGE-Z
              END-STRING
              CALL "access" USING WS-OVR-IMAGE-Z, BY VALUE 4 RETURNING WS-RESULT
              IF WS-RESULT NOT = 0 THEN
                     STRING "override image " DELIMITED BY SIZE,
                            WS-CONFIG-VALUE DELIMITED BY SPACE,
                            " cannot be read; screens fall back to the normal draw"
                                   DELIMITED BY SIZE
                            INTO WS-MSG
                     END-STRING
                     PERFORM ReportError
              END-IF
       ELSE IF WS-CONFIG-KEY = "SCOPE" AND WS-CONFIG-VALUE NOT = "all" THEN
              MOVE WS-CONFIG-VALUE TO WS-OVR-SCOPE
              MOVE 1 TO WS-OVR-PTR
              PERFORM UNTIL WS-OVR-PTR > LENGTH OF WS-OVR-SCOPE
                     MOVE SPACES TO WS-OVR-SCOPE-NAME
                     UNSTRING WS-OVR-SCOPE DELIMITED BY "," OR SPACE
                            INTO WS-OVR-SCOPE-NAME
                            WITH POINTER WS-OVR-PTR
                     END-UNSTRING
                     IF WS-OVR-SCOPE-NAME NOT = SPACES
                             AND WS-OVR-SCOPE-NAME NOT = "default" THEN
                            MOVE WS-OVR-SCOPE-NAME TO WS-COLL-SPEC-NAME
                            PERFORM LookupCollection
                            IF WS-COLL-FOUND = 0 THEN
                                   STRING "override scope names " DELIMITED BY SIZE,
                                          WS-OVR-SCOPE-NAME DELIMITED BY SPACE,
                                          ", which bugs.conf no longer declares"
                                                 DELIMITED BY SIZE
                                          INTO WS-MSG
                                   END-STRING
                                   PERFORM ReportWarning
                            END-IF
                     END-IF
              END-PERFORM
       END-IF.

CheckWeights.
       MOVE "bugs_weights.conf" TO WS-CUR-FILE.
       MOVE WS-WEIGHTS-PATH TO WS-TEXT-PATH.
       PERFORM OpenTextFile.
       IF WS-TEXT-OPEN = 0 THEN
              PERFORM ReportFileAbsent
              EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-CATALOG-OPEN.
       OPEN INPUT CATALOG-FILE.
       IF WS-CATALOG-STATUS = "00" THEN
              MOVE 1 TO WS-CATALOG-OPEN
       ELSE
              MOVE "catalog cannot be read; weight names not checked"
                     TO WS-MSG
              PERFORM ReportWarning
       END-IF.
       PERFORM UNTIL WS-TEXT-EOF = "Y"
              READ TEXT-FILE
                     AT END MOVE "Y" TO WS-TEXT-EOF
                     NOT AT END
                            ADD 1 TO WS-LINE-NO
                            ADD 1 TO WS-FILE-LINES
                            PERFORM CheckWeightLine
              END-READ
       END-PERFORM.
       CLOSE TEXT-FILE.
       IF WS-CATALOG-OPEN = 1 THEN
              CLOSE CATALOG-FILE
       END-IF.
       PERFORM ReportFileChecked.

CheckWeightLine.
       IF TEXT-RECORD = SPACES OR TEXT-RECORD(1:1) = "#" THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-EQUALS.
       INSPECT TEXT-RECORD TALLYING WS-EQUALS FOR ALL "=".
       MOVE SPACES TO WS-WEIGHT-KEY.
       MOVE SPACES TO WS-WEIGHT-SPEC.
       UNSTRING TEXT-RECORD DELIMITED BY "="
              INTO WS-WEIGHT-KEY, WS-WEIGHT-SPEC
       END-UNSTRING.
       IF WS-EQUALS = 0 OR WS-WEIGHT-KEY = SPACES OR WS-WEIGHT-SPEC = SPACES THEN
              MOVE "expected name=weight or name=weight,from,to" TO WS-MSG
              PERFORM ReportError
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-WEIGHT-W-X.
       MOVE SPACES TO WS-WEIGHT-FROM-X.
       MOVE SPACES TO WS-WEIGHT-TO-X.
       MOVE SPACES TO WS-WEIGHT-EXTRA.
       UNSTRING WS-WEIGHT-SPEC DELIMITED BY ","
              INTO WS-WEIGHT-W-X, WS-WEIGHT-FROM-X, WS-WEIGHT-TO-X,
                   WS-WEIGHT-EXTRA
       END-UNSTRING.
       MOVE "weight" TO WS-CONFIG-KEY.
       MOVE WS-WEIGHT-W-X TO WS-NUM-TEXT.
       PERFORM CheckNumberValue.
       IF WS-WEIGHT-EXTRA NOT = SPACES THEN
              MOVE "text after the to-date is ignored" TO WS-MSG
              PERFORM ReportWarning
       END-IF.
       IF WS-WEIGHT-FROM-X NOT = SPACES OR WS-WEIGHT-TO-X NOT = SPACES THEN
              PERFORM CheckFeatureWindow
       END-IF.
       PERFORM VARYING WS-WI FROM 1 BY 1 UNTIL WS-WI > WS-WEIGHT-COUNT
              IF WS-WEIGHT-NAME(WS-WI) = WS-WEIGHT-KEY THEN
                     MOVE WS-WEIGHT-LINE(WS-WI) TO WS-LINE-DISPLAY
                     STRING WS-WEIGHT-KEY DELIMITED BY SPACE,
                            " already weighted on line " DELIMITED BY SIZE,
                            WS-LINE-DISPLAY DELIMITED BY SIZE
                            INTO WS-MSG
                     END-STRING
                     PERFORM ReportWarning
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-WEIGHT-COUNT >= 100 THEN
              MOVE "more than 100 weight lines; the server ignores this one"
                     TO WS-MSG
              PERFORM ReportError
       ELSE
              ADD 1 TO WS-WEIGHT-COUNT
              MOVE WS-WEIGHT-KEY TO WS-WEIGHT-NAME(WS-WEIGHT-COUNT)
              MOVE WS-LINE-NO TO WS-WEIGHT-LINE(WS-WEIGHT-COUNT)
       END-IF.
       IF WS-CATALOG-OPEN = 1 THEN
              MOVE SPACES TO CAT-NAME
              MOVE WS-WEIGHT-KEY TO CAT-NAME
              READ CATALOG-FILE
                     INVALID KEY
                            STRING WS-WEIGHT-KEY DELIMITED BY SPACE,
                                   " is not in the catalog" DELIMITED BY SIZE
                                   INTO WS-MSG
                            END-STRING
                            PERFORM ReportError
              END-READ
       END-IF.

CheckRights.
       MOVE "bugs_rights.dat" TO WS-CUR-FILE.
       MOVE WS-RIGHTS-PATH TO WS-TEXT-PATH.
       PERFORM OpenTextFile.
       IF WS-TEXT-OPEN = 0 THEN
              PERFORM ReportFileAbsent
              EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-CATALOG-OPEN.
       OPEN INPUT CATALOG-FILE.
       IF WS-CATALOG-STATUS = "00" THEN
              MOVE 1 TO WS-CATALOG-OPEN
       ELSE
              MOVE "catalog cannot be read; image names not checked"
                     TO WS-MSG
              PERFORM ReportWarning
       END-IF.
       PERFORM UNTIL WS-TEXT-EOF = "Y"
              READ TEXT-FILE
                     AT END MOVE "Y" TO WS-TEXT-EOF
                     NOT AT END
                            ADD 1 TO WS-LINE-NO
                            ADD 1 TO WS-FILE-LINES
                            PERFORM CheckRightsLine
              END-READ
       END-PERFORM.
       CLOSE TEXT-FILE.
       IF WS-CATALOG-OPEN = 1 THEN
              CLOSE CATALOG-FILE
       END-IF.
       PERFORM ReportFileChecked.

CheckRightsLine.
       IF TEXT-RECORD = SPACES OR TEXT-RECORD(1:1) = "#" THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-RIGHTS-KEY.
       MOVE SPACES TO WS-RIGHTS-EXPIRY-X.
       MOVE SPACES TO WS-RIGHTS-REF.
       MOVE SPACES TO WS-RIGHTS-HOLDER.
       MOVE 1 TO WS-RIGHTS-PTR.
       UNSTRING TEXT-RECORD DELIMITED BY ALL " "
              INTO WS-RIGHTS-KEY, WS-RIGHTS-EXPIRY-X, WS-RIGHTS-REF
              WITH POINTER WS-RIGHTS-PTR
       END-UNSTRING.
       IF WS-RIGHTS-PTR <= LENGTH OF TEXT-RECORD THEN
              MOVE TEXT-RECORD(WS-RIGHTS-PTR:) TO WS-RIGHTS-HOLDER
       END-IF.
       IF WS-RIGHTS-HOLDER = SPACES THEN
              MOVE "expected name expiry reference holder" TO WS-MSG
              PERFORM ReportError
              EXIT PARAGRAPH
       END-IF.
      *> the server looks rights up by bare image name.
       MOVE 0 TO WS-RIGHTS-SLASHES.
       INSPECT WS-RIGHTS-KEY TALLYING WS-RIGHTS-SLASHES FOR ALL "/".
       IF WS-RIGHTS-SLASHES > 0 THEN
              STRING WS-RIGHTS-KEY DELIMITED BY SPACE,
                     " is a path; rights are keyed by image name alone"
                            DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
       END-IF.
       IF WS-RIGHTS-REF(25:) NOT = SPACES THEN
              MOVE "reference is longer than 24 characters; the server cuts it"
                     TO WS-MSG
              PERFORM ReportWarning
       END-IF.
       IF WS-RIGHTS-HOLDER(65:) NOT = SPACES THEN
              MOVE "holder is longer than 64 characters; the server cuts it"
                     TO WS-MSG
              PERFORM ReportWarning
       END-IF.
      *> an unreadable end date is enforced as already lapsed.
       MOVE WS-RIGHTS-EXPIRY-X TO WS-DATE-TEXT.
       PERFORM CheckDateValue.
       IF WS-DATE-OK = 0 THEN
              STRING "bad expiry date """ DELIMITED BY SIZE,
                     WS-RIGHTS-EXPIRY-X DELIMITED BY SPACE,
                     """; use YYYYMMDD (the server treats the image as expired)"
                            DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
       END-IF.
       PERFORM VARYING WS-WI FROM 1 BY 1 UNTIL WS-WI > WS-RIGHTS-COUNT
              IF WS-RIGHTS-NAME(WS-WI) = WS-RIGHTS-KEY THEN
                     MOVE WS-RIGHTS-LINE(WS-WI) TO WS-LINE-DISPLAY
                     STRING WS-RIGHTS-KEY DELIMITED BY SPACE,
                            " already has rights on line " DELIMITED BY SIZE,
                            WS-LINE-DISPLAY DELIMITED BY SIZE,
                            "; the server uses that one" DELIMITED BY SIZE
                            INTO WS-MSG
                     END-STRING
                     PERFORM ReportWarning
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-RIGHTS-COUNT >= 1000 THEN
              MOVE "more than 1000 rights lines; the server ignores this one"
                     TO WS-MSG
              PERFORM ReportError
       ELSE
              ADD 1 TO WS-RIGHTS-COUNT
              MOVE WS-RIGHTS-KEY TO WS-RIGHTS-NAME(WS-RIGHTS-COUNT)
              MOVE WS-LINE-NO TO WS-RIGHTS-LINE(WS-RIGHTS-COUNT)
       END-IF.
      *> a license can be recorded before the image arrives, so an
      *> uncatalogued name is only worth a warning.
       IF WS-CATALOG-OPEN = 1 THEN
              MOVE SPACES TO CAT-NAME
              MOVE WS-RIGHTS-KEY TO CAT-NAME
              READ CATALOG-FILE
                     INVALID KEY
                            STRING WS-RIGHTS-KEY DELIMITED BY SPACE,
                                   " is not in the catalog" DELIMITED BY SIZE
                                   INTO WS-MSG
                            END-STRING
                            PERFORM ReportWarning
              END-READ
       END-IF.

CheckFeatureWindow.
       MOVE 1 TO WS-WEIGHT-DATES-OK.
       MOVE WS-WEIGHT-FROM-X TO WS-DATE-TEXT.
       PERFORM CheckDateValue.
       IF WS-DATE-OK = 0 THEN
              STRING "bad feature from-date """ DELIMITED BY SIZE,
                     WS-WEIGHT-FROM-X DELIMITED BY SPACE,
                     """; use YYYYMMDD" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
              MOVE 0 TO WS-WEIGHT-DATES-OK
       ELSE
              MOVE WS-DATE-NUM TO WS-WEIGHT-FROM
       END-IF.
       MOVE WS-WEIGHT-TO-X TO WS-DATE-TEXT.
       PERFORM CheckDateValue.
       IF WS-DATE-OK = 0 THEN
              STRING "bad feature to-date """ DELIMITED BY SIZE,
                     WS-WEIGHT-TO-X DELIMITED BY SPACE,
                     """; use YYYYMMDD" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
              MOVE 0 TO WS-WEIGHT-DATES-OK
       ELSE
              MOVE WS-DATE-NUM TO WS-WEIGHT-TO
       END-IF.
       IF WS-WEIGHT-DATES-OK = 0 THEN
              EXIT PARAGRAPH
       END-IF.
       IF WS-WEIGHT-FROM > WS-WEIGHT-TO THEN
              STRING "feature window reversed: " DELIMITED BY SIZE,
                     WS-WEIGHT-FROM-X DELIMITED BY SPACE,
                     " is after " DELIMITED BY SIZE,
                     WS-WEIGHT-TO-X DELIMITED BY SPACE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
       ELSE IF WS-WEIGHT-TO < WS-TODAY THEN
              STRING "feature window ended " DELIMITED BY SIZE,
                     WS-WEIGHT-TO-X DELIMITED BY SPACE,
                     "; the line no longer does anything" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportWarning
       END-IF.

CheckKiosks.
       MOVE "bugs_kiosks.dat" TO WS-CUR-FILE.
       MOVE WS-KIOSK-PATH TO WS-TEXT-PATH.
       PERFORM OpenTextFile.
       IF WS-TEXT-OPEN = 0 THEN
              PERFORM ReportFileAbsent
              EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-TEXT-EOF = "Y"
              READ TEXT-FILE
                     AT END MOVE "Y" TO WS-TEXT-EOF
                     NOT AT END
                            ADD 1 TO WS-LINE-NO
                            ADD 1 TO WS-FILE-LINES
                            PERFORM CheckKioskLine
              END-READ
       END-PERFORM.
       CLOSE TEXT-FILE.
       PERFORM ReportFileChecked.

CheckKioskLine.
       IF TEXT-RECORD = SPACES OR TEXT-RECORD(1:1) = "#" THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-KIOSK-SPEC-ADDR.
       MOVE SPACES TO WS-KIOSK-SPEC-LOC.
       MOVE SPACES TO WS-KIOSK-SPEC-DEPT.
       MOVE SPACES TO WS-KIOSK-SPEC-COLL.
       MOVE SPACES TO WS-KIOSK-SPEC-REFRESH.
       MOVE SPACES TO WS-KIOSK-SPEC-EXTRA.
       UNSTRING TEXT-RECORD DELIMITED BY ALL " "
              INTO WS-KIOSK-SPEC-ADDR, WS-KIOSK-SPEC-LOC, WS-KIOSK-SPEC-DEPT,
                   WS-KIOSK-SPEC-COLL, WS-KIOSK-SPEC-REFRESH,
                   WS-KIOSK-SPEC-EXTRA
       END-UNSTRING.
       IF WS-KIOSK-SPEC-REFRESH = SPACES THEN
              MOVE "expected address location dept collection refresh-secs"
                     TO WS-MSG
              PERFORM ReportError
              EXIT PARAGRAPH
       END-IF.
       IF WS-KIOSK-SPEC-EXTRA NOT = SPACES THEN
              MOVE "text after refresh-secs is ignored; locations are one word"
                     TO WS-MSG
              PERFORM ReportWarning
       END-IF.
       MOVE "refresh-secs" TO WS-CONFIG-KEY.
       MOVE WS-KIOSK-SPEC-REFRESH TO WS-NUM-TEXT.
       PERFORM CheckNumberValue.
       IF WS-NUM-OK = 1 AND WS-NUM-VALUE = 0 THEN
              MOVE "refresh-secs of 0; the screen could never be on time"
                     TO WS-MSG
              PERFORM ReportError
       END-IF.
       IF WS-KIOSK-SPEC-COLL NOT = "default" THEN
              MOVE WS-KIOSK-SPEC-COLL TO WS-COLL-SPEC-NAME
              PERFORM LookupCollection
              IF WS-COLL-FOUND = 0 THEN
                     STRING "collection " DELIMITED BY SIZE,
                            WS-KIOSK-SPEC-COLL DELIMITED BY SPACE,
                            " is not declared in bugs.conf" DELIMITED BY SIZE
                            INTO WS-MSG
                     END-STRING
                     PERFORM ReportError
              END-IF
       END-IF.
       IF WS-MAP-COUNT > 0 THEN
              MOVE WS-KIOSK-SPEC-ADDR TO WS-SPEC-PREFIX
              PERFORM MapDept
              IF WS-DEPT NOT = WS-KIOSK-SPEC-DEPT THEN
                     STRING "kiosk is registered to " DELIMITED BY SIZE,
                            WS-KIOSK-SPEC-DEPT DELIMITED BY SPACE,
                            " but bugs_deptmap.dat bills its address to "
                                   DELIMITED BY SIZE,
                            WS-DEPT DELIMITED BY SPACE
                            INTO WS-MSG
                     END-STRING
                     PERFORM ReportWarning
              END-IF
       END-IF.
       PERFORM VARYING WS-KI FROM 1 BY 1 UNTIL WS-KI > WS-KIOSK-COUNT
              IF WS-KIOSK-ADDR(WS-KI) = WS-KIOSK-SPEC-ADDR THEN
                     MOVE WS-KIOSK-LINE(WS-KI) TO WS-LINE-DISPLAY
                     STRING "address " DELIMITED BY SIZE,
                            WS-KIOSK-SPEC-ADDR DELIMITED BY SPACE,
                            " already registered on line " DELIMITED BY SIZE,
                            WS-LINE-DISPLAY DELIMITED BY SIZE
                            INTO WS-MSG
                     END-STRING
                     PERFORM ReportError
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-KIOSK-COUNT >= 100 THEN
              MOVE "more than 100 kiosks; kioskcheck ignores this one" TO WS-MSG
              PERFORM ReportError
       ELSE
              ADD 1 TO WS-KIOSK-COUNT
              MOVE WS-KIOSK-SPEC-ADDR TO WS-KIOSK-ADDR(WS-KIOSK-COUNT)
              MOVE WS-LINE-NO TO WS-KIOSK-LINE(WS-KIOSK-COUNT)
       END-IF.

CheckJobPlan.
       MOVE "bugs_jobplan.dat" TO WS-CUR-FILE.
       MOVE WS-PLAN-PATH TO WS-TEXT-PATH.
       PERFORM OpenTextFile.
       IF WS-TEXT-OPEN = 0 THEN
              MOVE 0 TO WS-LINE-NO
              MOVE "no job plan; batchrun will refuse to run" TO WS-MSG
              PERFORM ReportWarning
              EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-TEXT-EOF = "Y"
              READ TEXT-FILE
                     AT END MOVE "Y" TO WS-TEXT-EOF
                     NOT AT END
                            ADD 1 TO WS-LINE-NO
                            ADD 1 TO WS-FILE-LINES
                            PERFORM CheckPlanLine
              END-READ
       END-PERFORM.
       CLOSE TEXT-FILE.
       PERFORM ReportFileChecked.

CheckPlanLine.
       IF TEXT-RECORD = SPACES OR TEXT-RECORD(1:1) = "#" THEN
              EXIT PARAGRAPH
       END-IF.
      *> first token names the step, the rest is the command, exactly
      *> as batchrun splits it.
       MOVE SPACES TO WS-STEP-SPEC-NAME.
       MOVE SPACES TO WS-CMD-TEXT.
       MOVE 0 TO WS-STEP-SPEC-NAME-LEN.
       MOVE 1 TO WS-SCAN-PTR.
       UNSTRING TEXT-RECORD DELIMITED BY ALL " "
              INTO WS-STEP-SPEC-NAME COUNT IN WS-STEP-SPEC-NAME-LEN
              WITH POINTER WS-SCAN-PTR
       END-UNSTRING.
       IF WS-SCAN-PTR <= 300 THEN
              MOVE TEXT-RECORD(WS-SCAN-PTR:301 - WS-SCAN-PTR) TO WS-CMD-TEXT
       END-IF.
       IF WS-STEP-SPEC-NAME = SPACES OR WS-CMD-TEXT = SPACES THEN
              MOVE "expected ""stepname command""; batchrun skips this line"
                     TO WS-MSG
              PERFORM ReportError
              EXIT PARAGRAPH
       END-IF.
       IF WS-STEP-SPEC-NAME-LEN > 16 THEN
              MOVE "step name longer than 16 characters is cut short in the run log"
                     TO WS-MSG
              PERFORM ReportWarning
       END-IF.
       PERFORM VARYING WS-SI FROM 1 BY 1 UNTIL WS-SI > WS-STEP-COUNT
              IF WS-STEP-NAME(WS-SI) = WS-STEP-SPEC-NAME THEN
                     MOVE WS-STEP-LINE(WS-SI) TO WS-LINE-DISPLAY
                     STRING "step " DELIMITED BY SIZE,
                            WS-STEP-SPEC-NAME DELIMITED BY SPACE,
                            " also on line " DELIMITED BY SIZE,
                            WS-LINE-DISPLAY DELIMITED BY SIZE,
                            "; the run log cannot tell them apart" DELIMITED BY SIZE
                            INTO WS-MSG
                     END-STRING
                     PERFORM ReportWarning
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-STEP-SPEC-NAME = "preflight" AND WS-STEP-COUNT > 0 THEN
              MOVE "preflight should be the first step, ahead of anything it guards"
                     TO WS-MSG
              PERFORM ReportWarning
       END-IF.
       IF WS-STEP-COUNT >= 50 THEN
              MOVE "more than 50 steps; batchrun ignores this one" TO WS-MSG
              PERFORM ReportError
       ELSE
              ADD 1 TO WS-STEP-COUNT
              MOVE WS-STEP-SPEC-NAME TO WS-STEP-NAME(WS-STEP-COUNT)
              MOVE WS-LINE-NO TO WS-STEP-LINE(WS-STEP-COUNT)
       END-IF.
       PERFORM CheckCommandWord.

CheckMonitorConfig.
       MOVE "bugs_monitor.conf" TO WS-CUR-FILE.
       MOVE WS-MONCONF-PATH TO WS-TEXT-PATH.
       PERFORM OpenTextFile.
       IF WS-TEXT-OPEN = 0 THEN
              PERFORM ReportFileAbsent
              EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-SEEN-COUNT.
       MOVE 8 TO WS-BUSINESS-START.
       MOVE 18 TO WS-BUSINESS-END.
       MOVE 0 TO WS-BUSINESS-END-LINE.
       PERFORM UNTIL WS-TEXT-EOF = "Y"
              READ TEXT-FILE
                     AT END MOVE "Y" TO WS-TEXT-EOF
                     NOT AT END
                            ADD 1 TO WS-LINE-NO
                            ADD 1 TO WS-FILE-LINES
                            PERFORM CheckMonitorLine
              END-READ
       END-PERFORM.
       CLOSE TEXT-FILE.
       IF WS-BUSINESS-START >= WS-BUSINESS-END THEN
              MOVE WS-BUSINESS-END-LINE TO WS-LINE-NO
              MOVE "BUSINESS_END is not after BUSINESS_START; the quiet check never runs"
                     TO WS-MSG
              PERFORM ReportError
       END-IF.
       PERFORM ReportFileChecked.

CheckMonitorLine.
       IF TEXT-RECORD = SPACES OR TEXT-RECORD(1:1) = "#" THEN
              EXIT PARAGRAPH
       END-IF.
       PERFORM SplitKeyValue.
       IF WS-EQUALS = 0 THEN
              EXIT PARAGRAPH
       END-IF.
       PERFORM NoteKeySeen.
       IF WS-CONFIG-KEY = "INTERVAL" OR WS-CONFIG-KEY = "THRESHOLD_404"
               OR WS-CONFIG-KEY = "WINDOW_404" OR WS-CONFIG-KEY = "MAGIC_REPEAT"
               OR WS-CONFIG-KEY = "QUIET_SECS" OR WS-CONFIG-KEY = "SUPPRESS_SECS"
               OR WS-CONFIG-KEY = "SLOW_MS" OR WS-CONFIG-KEY = "CAPACITY_WARN_DAYS" THEN
              MOVE WS-CONFIG-VALUE TO WS-NUM-TEXT
              PERFORM CheckNumberValue
       ELSE IF WS-CONFIG-KEY = "BUSINESS_START" OR WS-CONFIG-KEY = "BUSINESS_END" THEN
              MOVE WS-CONFIG-VALUE TO WS-NUM-TEXT
              PERFORM CheckNumberValue
              IF WS-NUM-OK = 1 THEN
                     IF WS-NUM-VALUE > 24 THEN
                            STRING WS-CONFIG-KEY DELIMITED BY SPACE,
                                   " is not an hour of the day" DELIMITED BY SIZE
                                   INTO WS-MSG
                            END-STRING
                            PERFORM ReportError
                     ELSE IF WS-CONFIG-KEY = "BUSINESS_START" THEN
                            MOVE WS-NUM-VALUE TO WS-BUSINESS-START
                     ELSE
                            MOVE WS-NUM-VALUE TO WS-BUSINESS-END
                            MOVE WS-LINE-NO TO WS-BUSINESS-END-LINE
                     END-IF
                     END-IF
              END-IF
       ELSE IF WS-CONFIG-KEY = "ALERTS_FILE" OR WS-CONFIG-KEY = "LOG_FILE"
               OR WS-CONFIG-KEY = "EXCEPTIONS_FILE" OR WS-CONFIG-KEY = "ACK_FILE" THEN
              PERFORM CheckParentDir
       ELSE IF WS-CONFIG-KEY = "NOTIFY_404" OR WS-CONFIG-KEY = "NOTIFY_MAGIC"
               OR WS-CONFIG-KEY = "NOTIFY_QUIET" OR WS-CONFIG-KEY = "NOTIFY_CAPACITY" THEN
              MOVE WS-CONFIG-VALUE TO WS-CMD-TEXT
              PERFORM CheckCommandWord
       ELSE
              STRING "unknown key " DELIMITED BY SIZE,
                     WS-CONFIG-KEY DELIMITED BY SPACE,
                     "; the monitor ignores it" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
       END-IF.

CheckSyncConfig.
       MOVE "bugs_sync.conf" TO WS-CUR-FILE.
       MOVE WS-SYNCCONF-PATH TO WS-TEXT-PATH.
       PERFORM OpenTextFile.
       IF WS-TEXT-OPEN = 0 THEN
              PERFORM ReportFileAbsent
              EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-SEEN-COUNT.
       PERFORM UNTIL WS-TEXT-EOF = "Y"
              READ TEXT-FILE
                     AT END MOVE "Y" TO WS-TEXT-EOF
                     NOT AT END
                            ADD 1 TO WS-LINE-NO
                            ADD 1 TO WS-FILE-LINES
                            PERFORM CheckSyncLine
              END-READ
       END-PERFORM.
       CLOSE TEXT-FILE.
       PERFORM ReportFileChecked.

CheckSyncLine.
       IF TEXT-RECORD = SPACES OR TEXT-RECORD(1:1) = "#" THEN
              EXIT PARAGRAPH
       END-IF.
       PERFORM SplitKeyValue.
       IF WS-EQUALS = 0 THEN
              EXIT PARAGRAPH
       END-IF.
       PERFORM NoteKeySeen.
       IF WS-CONFIG-KEY = "STANDBY_ROOT" THEN
             *> the mirror appends full production paths to the root,
             *> so no trailing slash is wanted here.
              MOVE SPACES TO WS-CHECK-DIR
              UNSTRING WS-CONFIG-VALUE DELIMITED BY SPACE INTO WS-CHECK-DIR
              END-UNSTRING
              PERFORM CheckDirExists
       ELSE IF WS-CONFIG-KEY = "REPORT_FILE" THEN
              PERFORM CheckParentDir
       ELSE
              STRING "unknown key " DELIMITED BY SIZE,
                     WS-CONFIG-KEY DELIMITED BY SPACE,
                     "; syncstandby ignores it" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
       END-IF.

CheckBackupConfig.
       MOVE "bugs_backup.conf" TO WS-CUR-FILE.
       MOVE WS-BACKUPCONF-PATH TO WS-TEXT-PATH.
       PERFORM OpenTextFile.
       IF WS-TEXT-OPEN = 0 THEN
              PERFORM ReportFileAbsent
              EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-SEEN-COUNT.
       PERFORM UNTIL WS-TEXT-EOF = "Y"
              READ TEXT-FILE
                     AT END MOVE "Y" TO WS-TEXT-EOF
                     NOT AT END
                            ADD 1 TO WS-LINE-NO
                            ADD 1 TO WS-FILE-LINES
                            PERFORM CheckBackupLine
              END-READ
       END-PERFORM.
       CLOSE TEXT-FILE.
       PERFORM ReportFileChecked.

CheckBackupLine.
       IF TEXT-RECORD = SPACES OR TEXT-RECORD(1:1) = "#" THEN
              EXIT PARAGRAPH
       END-IF.
       PERFORM SplitKeyValue.
       IF WS-EQUALS = 0 THEN
              EXIT PARAGRAPH
       END-IF.
       PERFORM NoteKeySeen.
       IF WS-CONFIG-KEY = "BACKUP_DIR" THEN
             *> backup creates the generation directory itself, so it is
             *> the directory holding it that has to exist; drop the
             *> trailing slash and check that one.
              PERFORM VARYING WS-SCAN-IDX FROM 224 BY -1
                      UNTIL WS-SCAN-IDX < 2 OR WS-CONFIG-VALUE(WS-SCAN-IDX:1) NOT = SPACE
                     CONTINUE
              END-PERFORM
              IF WS-CONFIG-VALUE(WS-SCAN-IDX:1) = "/" THEN
                     MOVE SPACE TO WS-CONFIG-VALUE(WS-SCAN-IDX:1)
              END-IF
              PERFORM CheckParentDir
       ELSE IF WS-CONFIG-KEY = "AUDIT_FILE" THEN
              PERFORM CheckParentDir
       ELSE IF WS-CONFIG-KEY = "GENERATIONS" THEN
              MOVE WS-CONFIG-VALUE TO WS-NUM-TEXT
              PERFORM CheckNumberValue
              IF WS-NUM-OK = 1 AND WS-NUM-VALUE = 0 THEN
                     MOVE "GENERATIONS=0 would keep no backups; backup keeps 1"
                            TO WS-MSG
                     PERFORM ReportError
              END-IF
       ELSE
              STRING "unknown key " DELIMITED BY SIZE,
                     WS-CONFIG-KEY DELIMITED BY SPACE,
                     "; backup ignores it" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
              PERFORM ReportError
       END-IF.

END PROGRAM preflight.
