        FILE STATUS IS WS-INTAKE-STATUS.
    SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-NAME
        FILE STATUS IS WS-CATALOG-STATUS.
    SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.
    SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CONFIG-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONFIG-STATUS.
    SELECT WEIGHTS-FILE ASSIGN TO DYNAMIC WS-WEIGHTS-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WEIGHTS-STATUS.
DATA DIVISION.
FILE SECTION.
FD INTAKE-FILE.
       05 CAT-HEIGHT PIC 9(5).
       05 CAT-CHECKSUM PIC 9(10).
       05 CAT-FIRST-SEEN PIC X(8).
FD MANIFEST-FILE.
01 MANIFEST-RECORD PIC X(512).
FD CONFIG-FILE.
01 CONFIG-RECORD PIC X(256).
FD WEIGHTS-FILE.
01 WEIGHTS-RECORD PIC X(256).

WORKING-STORAGE SECTION.
01 WS-ARGC USAGE IS BINARY-LONG.
01 WS-FILTER USAGE IS PROGRAM-POINTER.
01 WS-COMPAR USAGE IS PROGRAM-POINTER.
01 WS-NAME-LEN USAGE IS BINARY-LONG.
*> the staged file being validated, NUL-terminated; a scan takes it
*> from the directory entry, a batch from its manifest line.
01 WS-STAGED-NAME PIC X(256).
01 WS-FILE-PATH PIC X(256).
01 WS-DEST-PATH PIC X(256).
01 WS-REJECT-DIR PIC X(256).
01 WS-FAILED-COUNT USAGE IS BINARY-LONG VALUE 0.

01 WS-AUDIT-ACTION PIC X(12).
01 WS-AUDIT-DETAIL PIC X(200) VALUE SPACES.
01 WS-AUDIT-PTR USAGE IS BINARY-LONG.
01 WS-AUDIT-LINE PIC X(600).
01 WS-AUDIT-LEN USAGE IS BINARY-LONG.
01 WS-AUDIT-FD USAGE IS BINARY-LONG.

*> a campaign drop: one manifest line per file, "name collection dept
*> [weight [from to]]", # comments allowed. the whole batch is checked
*> against the directory before anything moves, and it goes live
*> together or not at all.
01 WS-MANIFEST-PATH PIC X(256).
01 WS-MANIFEST-STATUS PIC X(2).
01 WS-MANIFEST-EOF PIC X VALUE "N".
01 WS-MANIFEST-BASE PIC X(256).
01 WS-MANIFEST-LINE USAGE IS BINARY-LONG VALUE 0.
01 WS-LINE-DISPLAY PIC 9(5).
01 WS-MF-NAME PIC X(256).
01 WS-MF-COLL PIC X(32).
01 WS-MF-DEPT PIC X(16).
01 WS-MF-WEIGHT PIC X(16).
01 WS-MF-FROM PIC X(16).
01 WS-MF-TO PIC X(16).
01 WS-MF-EXTRA PIC X(16).
01 WS-MF-LEN USAGE IS BINARY-LONG.
01 WS-MF-DATE PIC 9(8).
01 WS-MF-FROM-NUM PIC 9(8).
01 WS-MANIFEST-LOCAL USAGE IS BINARY-CHAR VALUE 0.
01 WS-SLASH-POS USAGE IS BINARY-LONG.
01 WS-SCAN-IDX USAGE IS BINARY-LONG.
01 WS-PROBLEM-LEN USAGE IS BINARY-LONG.
01 WS-BATCH-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-BATCH-TABLE.
       05 WS-BATCH-ROW OCCURS 200 TIMES.
              10 WS-BATCH-NAME PIC X(256).
              10 WS-BATCH-COLL PIC X(32).
              10 WS-BATCH-DEPT PIC X(8).
              10 WS-BATCH-WEIGHT PIC X(16).
              10 WS-BATCH-FROM PIC X(8).
              10 WS-BATCH-TO PIC X(8).
              10 WS-BATCH-DIR-IDX USAGE IS BINARY-LONG.
              10 WS-BATCH-FORMAT PIC X(4).
              10 WS-BATCH-SIZE USAGE IS BINARY-DOUBLE.
              10 WS-BATCH-WIDTH USAGE IS BINARY-LONG.
              10 WS-BATCH-HEIGHT USAGE IS BINARY-LONG.
              10 WS-BATCH-SUM USAGE IS BINARY-LONG.
              10 WS-BATCH-MOVED USAGE IS BINARY-CHAR.
              10 WS-BATCH-CATALOGUED USAGE IS BINARY-CHAR.
01 WS-BI USAGE IS BINARY-LONG.
01 WS-BJ USAGE IS BINARY-LONG.
01 WS-BATCH-PROBLEMS USAGE IS BINARY-LONG VALUE 0.
01 WS-BATCH-FAILED USAGE IS BINARY-CHAR VALUE 0.
01 WS-BATCH-NEW-WEIGHTS USAGE IS BINARY-LONG VALUE 0.
01 WS-BATCH-BYTES USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-BATCH-HASH USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-PROBLEM PIC X(200) VALUE SPACES.
01 WS-COUNT-DISPLAY PIC Z(4)9.
01 WS-BYTES-DISPLAY PIC 9(12).
01 WS-HASH-DISPLAY PIC 9(10).
01 WS-FILES-DISPLAY PIC 9(5).

*> collection names resolve to directories through bugs.conf the way
*> kioskcheck reads it: GIF_DIR as "default" plus every COLLECTION.
01 WS-CONFIG-PATH PIC X(256) VALUE "/root/bugs.conf" & X"00".
01 WS-CONFIG-STATUS PIC X(2).
01 WS-CONFIG-EOF PIC X VALUE "N".
01 WS-CONFIG-KEY PIC X(32).
01 WS-CONFIG-VALUE PIC X(224).
01 WS-COLL-SPEC-NAME PIC X(32).
01 WS-COLL-SPEC-DIR PIC X(224).
01 WS-COLL-DIR-LEN USAGE IS BINARY-LONG.
01 WS-DIR-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-DIR-TABLE.
       05 WS-DIR-ROW OCCURS 11 TIMES.
              10 WS-DIR-NAME PIC X(32).
              10 WS-DIR-PATH PIC X(256).
01 WS-DI USAGE IS BINARY-LONG.

*> the weights schedule the server reads, so a batch never adds a
*> second line for a name or pushes the file past the 100 lines the
*> server holds.
01 WS-WEIGHTS-PATH PIC X(256) VALUE "/root/bugs_weights.conf" & X"00".
01 WS-WEIGHTS-STATUS PIC X(2).
01 WS-WEIGHTS-EOF PIC X VALUE "N".
01 WS-WEIGHT-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-WEIGHT-TABLE.
       05 WS-WEIGHT-NAME PIC X(256) OCCURS 100 TIMES.
01 WS-WI USAGE IS BINARY-LONG.
01 WS-WEIGHT-KEY PIC X(256).
01 WS-WEIGHTS-FD USAGE IS BINARY-LONG.
01 WS-WEIGHTS-SIZE USAGE IS BINARY-DOUBLE.
01 WS-WEIGHTS-SEEK USAGE IS BINARY-DOUBLE.
01 WS-WEIGHTS-LAST PIC X.
01 WS-WEIGHT-LINE PIC X(320).
01 WS-WEIGHT-LEN USAGE IS BINARY-LONG.

LINKAGE SECTION.
01 L-DIRENT-POINTERS USAGE IS POINTER OCCURS 0 TO 1000 TIMES DEPENDING ON WS-N.
>>IF BUGS32 IS DEFINED
              MOVE WS-TARGET TO WS-DIR-ARG
              MOVE SPACES TO WS-TARGET
       END-IF.
       IF WS-CMD = "scan" OR WS-CMD = "list" OR WS-CMD = "reject"
               OR WS-CMD = "check" OR WS-CMD = "batch" THEN
              IF WS-DIR-ARG NOT = SPACES THEN
                     STRING WS-DIR-ARG DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                            INTO WS-INCOMING-DIR
              PERFORM PromoteFile
       ELSE IF WS-CMD = "reject" AND WS-TARGET NOT = SPACES THEN
              PERFORM RejectFile
       ELSE IF WS-CMD = "check" AND WS-TARGET NOT = SPACES THEN
              PERFORM CheckBatch
       ELSE IF WS-CMD = "batch" AND WS-TARGET NOT = SPACES THEN
              PERFORM PromoteBatch
       ELSE
              PERFORM ShowUsage
       END-IF.
       DISPLAY "       intake list [incoming-directory]".
       DISPLAY "       intake promote <name> [gif-directory]".
       DISPLAY "       intake reject <name> [incoming-directory]".
       DISPLAY "       intake check <manifest> [incoming-directory]".
       DISPLAY "       intake batch <manifest> [incoming-directory]".

LoadRecords.
       MOVE 0 TO WS-REC-COUNT.
       PERFORM VARYING WS-RESULT FROM 1 BY 1 UNTIL WS-RESULT > WS-N
           MOVE L-DIRENT-POINTERS(WS-RESULT) TO WS-DIRENT-POINTER
           SET ADDRESS OF L-DIRENT TO WS-DIRENT-POINTER
           MOVE L-DIRENT-NAME TO WS-STAGED-NAME
           PERFORM ValidateOneFile
           CALL "free" USING BY VALUE WS-DIRENT-POINTER
       END-PERFORM.
       END-IF.

ValidateOneFile.
       CALL "strlen" USING BY REFERENCE WS-STAGED-NAME RETURNING WS-NAME-LEN.
       MOVE WS-INCOMING-DIR TO WS-FILE-PATH.
       CALL "strcat" USING WS-FILE-PATH, WS-STAGED-NAME.
       MOVE SPACES TO WS-VERDICT.
       MOVE SPACES TO WS-REASON.
       CALL "open" USING WS-FILE-PATH, BY VALUE 0 RETURNING WS-FD.
       PERFORM StoreVerdict.
       IF WS-VERDICT = "PASSED" THEN
              ADD 1 TO WS-PASSED-COUNT
              DISPLAY "  PASSED:  " WS-STAGED-NAME(1:WS-NAME-LEN)
       ELSE
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY "  FAILED:  " WS-STAGED-NAME(1:WS-NAME-LEN)
                      " (" WS-REASON(1:32) ")"
       END-IF.

      *> replace any earlier record for the same name so a fixed file
      *> rescans to PASSED instead of dragging its old failure around.
       MOVE SPACES TO WS-TARGET.
       MOVE WS-STAGED-NAME(1:WS-NAME-LEN) TO WS-TARGET.
       PERFORM FindRecord.
       IF WS-MATCH-IDX = 0 AND WS-REC-COUNT < 500 THEN
              ADD 1 TO WS-REC-COUNT
       END-IF.
       IF WS-MATCH-IDX > 0 THEN
              MOVE SPACES TO WS-REC-ENTRY(WS-MATCH-IDX)
              STRING WS-STAGED-NAME(1:WS-NAME-LEN) DELIMITED BY SIZE,
                     " " DELIMITED BY SIZE,
                     WS-TODAY-X DELIMITED BY SIZE,
                     " " DELIMITED BY SIZE,
              PERFORM SaveRecords
       END-IF.

CheckBatch.
       PERFORM ReconcileBatch.
       IF WS-BATCH-PROBLEMS > 0 THEN
              CALL "exit" USING BY VALUE 1
       END-IF.

PromoteBatch.
       PERFORM ReconcileBatch.
       IF WS-BATCH-PROBLEMS > 0 THEN
              DISPLAY "Batch NOT promoted; nothing was moved."
              CALL "exit" USING BY VALUE 1
       END-IF.
      *> each stage can be undone until the last one has succeeded:
      *> files renamed back, catalog records deleted, the weights file
      *> cut back to the length it had.
       MOVE 0 TO WS-BATCH-FAILED.
       PERFORM MoveBatchFiles.
       IF WS-BATCH-FAILED = 0 THEN
              PERFORM CatalogBatch
       END-IF.
       IF WS-BATCH-FAILED = 0 THEN
              PERFORM AppendBatchWeights
       END-IF.
       IF WS-BATCH-FAILED = 1 THEN
              PERFORM RollBackBatch
              DISPLAY "Batch NOT promoted; every file is back in incoming."
              CALL "exit" USING BY VALUE 1
       END-IF.
       PERFORM VARYING WS-BI FROM 1 BY 1 UNTIL WS-BI > WS-BATCH-COUNT
              MOVE WS-BATCH-NAME(WS-BI) TO WS-TARGET
              PERFORM FindRecord
              IF WS-MATCH-IDX > 0 THEN
                     MOVE SPACES TO WS-REC-ENTRY(WS-MATCH-IDX)
              END-IF
       END-PERFORM.
       PERFORM SaveRecords.
       PERFORM AuditBatch.
       PERFORM FileManifest.
       MOVE WS-BATCH-COUNT TO WS-COUNT-DISPLAY.
       MOVE 0 TO WS-MF-LEN.
       INSPECT WS-MANIFEST-BASE TALLYING WS-MF-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
       DISPLAY "Promoted " WS-COUNT-DISPLAY " files from " WS-MANIFEST-BASE(1:WS-MF-LEN).
       DISPLAY "Control total: files " WS-FILES-DISPLAY " bytes " WS-BYTES-DISPLAY
               " hash " WS-HASH-DISPLAY.

ReconcileBatch.
       ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
       ACCEPT WS-TIME-X FROM TIME.
       PERFORM LoadConfig.
       PERFORM LoadWeights.
       PERFORM LoadCatalogTable.
       PERFORM ResolveManifest.
       OPEN INPUT MANIFEST-FILE.
       IF WS-MANIFEST-STATUS NOT = "00" THEN
              DISPLAY "Cannot read manifest " WS-MANIFEST-PATH(1:60)
                      ", status " WS-MANIFEST-STATUS
              CALL "exit" USING BY VALUE 1
       END-IF.
       MOVE 0 TO WS-MF-LEN.
       INSPECT WS-MANIFEST-BASE TALLYING WS-MF-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
       DISPLAY "Checking batch " WS-MANIFEST-BASE(1:WS-MF-LEN).
       MOVE 0 TO WS-BATCH-COUNT.
       MOVE 0 TO WS-BATCH-PROBLEMS.
       MOVE 0 TO WS-BATCH-NEW-WEIGHTS.
       MOVE 0 TO WS-MANIFEST-LINE.
       MOVE "N" TO WS-MANIFEST-EOF.
       PERFORM UNTIL WS-MANIFEST-EOF = "Y"
              READ MANIFEST-FILE
                     AT END MOVE "Y" TO WS-MANIFEST-EOF
                     NOT AT END PERFORM CheckManifestLine
              END-READ
       END-PERFORM.
       CLOSE MANIFEST-FILE.
       IF WS-BATCH-COUNT = 0 THEN
              MOVE "the manifest lists no files" TO WS-PROBLEM
              PERFORM ReportProblem
       END-IF.
       PERFORM FindUnlisted.
       IF WS-WEIGHT-COUNT + WS-BATCH-NEW-WEIGHTS > 100 THEN
              MOVE WS-BATCH-NEW-WEIGHTS TO WS-COUNT-DISPLAY
              STRING WS-COUNT-DISPLAY DELIMITED BY SIZE,
                     " new weights lines would take the weights file past"
                            DELIMITED BY SIZE,
                     " the 100 the server holds" DELIMITED BY SIZE
                     INTO WS-PROBLEM
              END-STRING
              PERFORM ReportProblem
       END-IF.
       PERFORM SaveRecords.
       DISPLAY " ".
       MOVE WS-BATCH-COUNT TO WS-COUNT-DISPLAY.
       DISPLAY "Files listed: " WS-COUNT-DISPLAY.
       MOVE WS-BATCH-PROBLEMS TO WS-COUNT-DISPLAY.
       DISPLAY "Problems:     " WS-COUNT-DISPLAY.

ResolveManifest.
      *> a bare name is looked for in the incoming directory beside
      *> the files it lists; a full path is taken as given.
       MOVE SPACES TO WS-MANIFEST-PATH.
       IF WS-TARGET(1:1) = "/" THEN
              MOVE 0 TO WS-MANIFEST-LOCAL
              MOVE WS-TARGET TO WS-MANIFEST-PATH
       ELSE
              MOVE 1 TO WS-MANIFEST-LOCAL
              STRING WS-INCOMING-DIR DELIMITED BY X"00",
                     WS-TARGET DELIMITED BY SPACE
                     INTO WS-MANIFEST-PATH
              END-STRING
       END-IF.
       MOVE 0 TO WS-SLASH-POS.
       PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1 UNTIL WS-SCAN-IDX > 256
              IF WS-TARGET(WS-SCAN-IDX:1) = "/" THEN
                     MOVE WS-SCAN-IDX TO WS-SLASH-POS
              END-IF
       END-PERFORM.
       MOVE SPACES TO WS-MANIFEST-BASE.
       IF WS-SLASH-POS < 256 THEN
              MOVE WS-TARGET(WS-SLASH-POS + 1:) TO WS-MANIFEST-BASE
       END-IF.
       IF WS-MANIFEST-BASE = SPACES THEN
              PERFORM ShowUsage
              CALL "exit" USING BY VALUE 1
       END-IF.

CheckManifestLine.
       ADD 1 TO WS-MANIFEST-LINE.
       IF MANIFEST-RECORD = SPACES OR MANIFEST-RECORD(1:1) = "#" THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE WS-MANIFEST-LINE TO WS-LINE-DISPLAY.
       MOVE SPACES TO WS-MF-NAME.
       MOVE SPACES TO WS-MF-COLL.
       MOVE SPACES TO WS-MF-DEPT.
       MOVE SPACES TO WS-MF-WEIGHT.
       MOVE SPACES TO WS-MF-FROM.
       MOVE SPACES TO WS-MF-TO.
       MOVE SPACES TO WS-MF-EXTRA.
       UNSTRING MANIFEST-RECORD DELIMITED BY ALL SPACE
              INTO WS-MF-NAME, WS-MF-COLL, WS-MF-DEPT, WS-MF-WEIGHT,
                   WS-MF-FROM, WS-MF-TO, WS-MF-EXTRA
       END-UNSTRING.
       IF WS-MF-NAME = SPACES OR WS-MF-COLL = SPACES OR WS-MF-DEPT = SPACES
               OR WS-MF-EXTRA NOT = SPACES
               OR (WS-MF-FROM NOT = SPACES AND WS-MF-TO = SPACES) THEN
              STRING "line " DELIMITED BY SIZE,
                     WS-LINE-DISPLAY DELIMITED BY SIZE,
                     ": expected name collection dept [weight [from to]]"
                            DELIMITED BY SIZE
                     INTO WS-PROBLEM
              END-STRING
              PERFORM ReportProblem
              EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-BJ FROM 1 BY 1 UNTIL WS-BJ > WS-BATCH-COUNT
              IF WS-BATCH-NAME(WS-BJ) = WS-MF-NAME THEN
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-BJ <= WS-BATCH-COUNT THEN
              STRING "line " DELIMITED BY SIZE,
                     WS-LINE-DISPLAY DELIMITED BY SIZE,
                     ": " DELIMITED BY SIZE,
                     WS-MF-NAME DELIMITED BY SPACE,
                     " is listed more than once" DELIMITED BY SIZE
                     INTO WS-PROBLEM
              END-STRING
              PERFORM ReportProblem
              EXIT PARAGRAPH
       END-IF.
       IF WS-BATCH-COUNT >= 200 THEN
              STRING "line " DELIMITED BY SIZE,
                     WS-LINE-DISPLAY DELIMITED BY SIZE,
                     ": more than 200 files in one batch" DELIMITED BY SIZE
                     INTO WS-PROBLEM
              END-STRING
              PERFORM ReportProblem
              EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-BATCH-COUNT.
       MOVE WS-BATCH-COUNT TO WS-BI.
       MOVE WS-MF-NAME TO WS-BATCH-NAME(WS-BI).
       MOVE WS-MF-COLL TO WS-BATCH-COLL(WS-BI).
       MOVE WS-MF-DEPT TO WS-BATCH-DEPT(WS-BI).
       MOVE WS-MF-WEIGHT TO WS-BATCH-WEIGHT(WS-BI).
       MOVE WS-MF-FROM TO WS-BATCH-FROM(WS-BI).
       MOVE WS-MF-TO TO WS-BATCH-TO(WS-BI).
       MOVE 0 TO WS-BATCH-DIR-IDX(WS-BI).
       MOVE 0 TO WS-BATCH-MOVED(WS-BI).
       MOVE 0 TO WS-BATCH-CATALOGUED(WS-BI).
      *> the chargeback and the budgets carry departments in eight
      *> characters; a longer one could never match them.
       IF WS-MF-DEPT(9:) NOT = SPACES THEN
              STRING "line " DELIMITED BY SIZE,
                     WS-LINE-DISPLAY DELIMITED BY SIZE,
                     ": department " DELIMITED BY SIZE,
                     WS-MF-DEPT DELIMITED BY SPACE,
                     " is longer than 8 characters" DELIMITED BY SIZE
                     INTO WS-PROBLEM
              END-STRING
              PERFORM ReportProblem
       END-IF.
       PERFORM VARYING WS-DI FROM 1 BY 1 UNTIL WS-DI > WS-DIR-COUNT
              IF WS-DIR-NAME(WS-DI) = WS-MF-COLL THEN
                     MOVE WS-DI TO WS-BATCH-DIR-IDX(WS-BI)
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-BATCH-DIR-IDX(WS-BI) = 0 THEN
              STRING "line " DELIMITED BY SIZE,
                     WS-LINE-DISPLAY DELIMITED BY SIZE,
                     ": unknown collection " DELIMITED BY SIZE,
                     WS-MF-COLL DELIMITED BY SPACE,
                     " for " DELIMITED BY SIZE,
                     WS-MF-NAME DELIMITED BY SPACE
                     INTO WS-PROBLEM
              END-STRING
              PERFORM ReportProblem
       END-IF.
       IF WS-MF-WEIGHT NOT = SPACES THEN
              PERFORM CheckManifestWeight
       END-IF.
      *> everything is keyed by the bare name - catalog, weights,
      *> rights - so a name already in use elsewhere cannot be reused.
       PERFORM VARYING WS-KI FROM 1 BY 1 UNTIL WS-KI > WS-CAT-COUNT
              IF WS-CAT-ENT-NAME(WS-KI) = WS-MF-NAME THEN
                     STRING "line " DELIMITED BY SIZE,
                            WS-LINE-DISPLAY DELIMITED BY SIZE,
                            ": " DELIMITED BY SIZE,
                            WS-MF-NAME DELIMITED BY SPACE,
                            " is already in the catalog" DELIMITED BY SIZE
                            INTO WS-PROBLEM
                     END-STRING
                     PERFORM ReportProblem
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-BATCH-DIR-IDX(WS-BI) > 0 THEN
              PERFORM BuildBatchPaths
              CALL "access" USING WS-DEST-PATH, BY VALUE 0 RETURNING WS-RESULT
              IF WS-RESULT = 0 THEN
                     STRING "line " DELIMITED BY SIZE,
                            WS-LINE-DISPLAY DELIMITED BY SIZE,
                            ": " DELIMITED BY SIZE,
                            WS-MF-NAME DELIMITED BY SPACE,
                            " already exists in collection " DELIMITED BY SIZE,
                            WS-MF-COLL DELIMITED BY SPACE
                            INTO WS-PROBLEM
                     END-STRING
                     PERFORM ReportProblem
              END-IF
       END-IF.
       MOVE SPACES TO WS-FILE-PATH.
       STRING WS-INCOMING-DIR DELIMITED BY X"00",
              WS-MF-NAME DELIMITED BY SPACE,
              X"00" DELIMITED BY SIZE
              INTO WS-FILE-PATH
       END-STRING.
       CALL "access" USING WS-FILE-PATH, BY VALUE 0 RETURNING WS-RESULT.
       IF WS-RESULT NOT = 0 THEN
              STRING "line " DELIMITED BY SIZE,
                     WS-LINE-DISPLAY DELIMITED BY SIZE,
                     ": " DELIMITED BY SIZE,
                     WS-MF-NAME DELIMITED BY SPACE,
                     " is listed but not in incoming" DELIMITED BY SIZE
                     INTO WS-PROBLEM
              END-STRING
              PERFORM ReportProblem
              EXIT PARAGRAPH
       END-IF.
      *> the same gates a single-file scan applies, verdict recorded
      *> the same way, so "intake list" shows the batch too.
       MOVE SPACES TO WS-STAGED-NAME.
       STRING WS-MF-NAME DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
              INTO WS-STAGED-NAME
       END-STRING.
       PERFORM ValidateOneFile.
       IF WS-VERDICT NOT = "PASSED" THEN
              STRING "line " DELIMITED BY SIZE,
                     WS-LINE-DISPLAY DELIMITED BY SIZE,
                     ": " DELIMITED BY SIZE,
                     WS-MF-NAME DELIMITED BY SPACE,
                     " failed validation (" DELIMITED BY SIZE,
                     WS-REASON DELIMITED BY SPACE,
                     ")" DELIMITED BY SIZE
                     INTO WS-PROBLEM
              END-STRING
              PERFORM ReportProblem
              EXIT PARAGRAPH
       END-IF.
       MOVE WS-IMAGE-TYPE TO WS-BATCH-FORMAT(WS-BI).
       MOVE WS-TOTAL-SIZE TO WS-BATCH-SIZE(WS-BI).
       MOVE WS-WIDTH TO WS-BATCH-WIDTH(WS-BI).
       MOVE WS-HEIGHT TO WS-BATCH-HEIGHT(WS-BI).
       MOVE WS-NEW-CHECKSUM TO WS-BATCH-SUM(WS-BI).
      *> two copies of one picture in the same drop are duplicates of
      *> each other, though neither is in the catalog yet.
       IF WS-CAT-COUNT < 1000 THEN
              ADD 1 TO WS-CAT-COUNT
              MOVE WS-MF-NAME TO WS-CAT-ENT-NAME(WS-CAT-COUNT)
              MOVE WS-TOTAL-SIZE TO WS-CAT-ENT-SIZE(WS-CAT-COUNT)
              MOVE WS-NEW-CHECKSUM TO WS-CAT-ENT-SUM(WS-CAT-COUNT)
       END-IF.

CheckManifestWeight.
      *> the same rules preflight holds the weights file to: a whole
      *> number, and a feature window of two real dates in order.
       MOVE 0 TO WS-MF-LEN.
       INSPECT WS-MF-WEIGHT TALLYING WS-MF-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
       IF WS-MF-LEN > 9 OR WS-MF-WEIGHT(1:WS-MF-LEN) IS NOT NUMERIC THEN
              STRING "line " DELIMITED BY SIZE,
                     WS-LINE-DISPLAY DELIMITED BY SIZE,
                     ": weight " DELIMITED BY SIZE,
                     WS-MF-WEIGHT DELIMITED BY SPACE,
                     " is not a whole number" DELIMITED BY SIZE
                     INTO WS-PROBLEM
              END-STRING
              PERFORM ReportProblem
       END-IF.
       IF WS-MF-FROM NOT = SPACES THEN
              MOVE 0 TO WS-MF-FROM-NUM
              IF WS-MF-FROM(1:8) IS NUMERIC AND WS-MF-FROM(9:) = SPACES THEN
                     MOVE WS-MF-FROM(1:8) TO WS-MF-DATE
                     IF FUNCTION TEST-DATE-YYYYMMDD(WS-MF-DATE) = 0 THEN
                            MOVE WS-MF-DATE TO WS-MF-FROM-NUM
                     END-IF
              END-IF
              MOVE 0 TO WS-MF-DATE
              IF WS-MF-TO(1:8) IS NUMERIC AND WS-MF-TO(9:) = SPACES THEN
                     MOVE WS-MF-TO(1:8) TO WS-MF-DATE
                     IF FUNCTION TEST-DATE-YYYYMMDD(WS-MF-DATE) NOT = 0 THEN
                            MOVE 0 TO WS-MF-DATE
                     END-IF
              END-IF
              IF WS-MF-FROM-NUM = 0 OR WS-MF-DATE = 0 THEN
                     STRING "line " DELIMITED BY SIZE,
                            WS-LINE-DISPLAY DELIMITED BY SIZE,
                            ": feature window " DELIMITED BY SIZE,
                            WS-MF-FROM DELIMITED BY SPACE,
                            " " DELIMITED BY SIZE,
                            WS-MF-TO DELIMITED BY SPACE,
                            " is not two YYYYMMDD dates" DELIMITED BY SIZE
                            INTO WS-PROBLEM
                     END-STRING
                     PERFORM ReportProblem
              ELSE IF WS-MF-FROM-NUM > WS-MF-DATE THEN
                     STRING "line " DELIMITED BY SIZE,
                            WS-LINE-DISPLAY DELIMITED BY SIZE,
                            ": feature window reversed: " DELIMITED BY SIZE,
                            WS-MF-FROM DELIMITED BY SPACE,
                            " is after " DELIMITED BY SIZE,
                            WS-MF-TO DELIMITED BY SPACE
                            INTO WS-PROBLEM
                     END-STRING
                     PERFORM ReportProblem
              END-IF
              END-IF
       END-IF.
       PERFORM VARYING WS-WI FROM 1 BY 1 UNTIL WS-WI > WS-WEIGHT-COUNT OR WS-WI > 100
              IF WS-WEIGHT-NAME(WS-WI) = WS-MF-NAME THEN
                     STRING "line " DELIMITED BY SIZE,
                            WS-LINE-DISPLAY DELIMITED BY SIZE,
                            ": " DELIMITED BY SIZE,
                            WS-MF-NAME DELIMITED BY SPACE,
                            " already has a weights line" DELIMITED BY SIZE
                            INTO WS-PROBLEM
                     END-STRING
                     PERFORM ReportProblem
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       ADD 1 TO WS-BATCH-NEW-WEIGHTS.

FindUnlisted.
      *> anything staged that the manifest does not account for would
      *> otherwise sit in incoming unnoticed, or be the file marketing
      *> meant to list.
       SET WS-FILTER TO ENTRY "filter".
       SET WS-COMPAR TO ENTRY "alphasort".
       CALL "scandir" USING
           BY CONTENT WS-INCOMING-DIR,
           BY REFERENCE WS-DIRENT,
           BY VALUE WS-FILTER,
           BY VALUE WS-COMPAR
           RETURNING WS-N
       END-CALL.
       IF WS-N = -1 THEN
              CALL "perror" USING "scandir"
              CALL "exit" USING BY VALUE 1
       END-IF.
       SET ADDRESS OF L-DIRENT-POINTERS(1) TO WS-DIRENT.
       PERFORM VARYING WS-RESULT FROM 1 BY 1 UNTIL WS-RESULT > WS-N
           MOVE L-DIRENT-POINTERS(WS-RESULT) TO WS-DIRENT-POINTER
           SET ADDRESS OF L-DIRENT TO WS-DIRENT-POINTER
           CALL "strlen" USING BY REFERENCE L-DIRENT-NAME RETURNING WS-NAME-LEN
           MOVE SPACES TO WS-MF-NAME
           MOVE L-DIRENT-NAME(1:WS-NAME-LEN) TO WS-MF-NAME
           IF WS-MANIFEST-LOCAL = 0 OR WS-MF-NAME NOT = WS-MANIFEST-BASE THEN
               PERFORM VARYING WS-BJ FROM 1 BY 1 UNTIL WS-BJ > WS-BATCH-COUNT
                   IF WS-BATCH-NAME(WS-BJ) = WS-MF-NAME THEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-BJ > WS-BATCH-COUNT THEN
                   STRING WS-MF-NAME DELIMITED BY SPACE,
                          " is in incoming but not in the manifest"
                                 DELIMITED BY SIZE
                          INTO WS-PROBLEM
                   END-STRING
                   PERFORM ReportProblem
               END-IF
           END-IF
           CALL "free" USING BY VALUE WS-DIRENT-POINTER
       END-PERFORM.
       CALL "free" USING BY VALUE WS-DIRENT.

ReportProblem.
       ADD 1 TO WS-BATCH-PROBLEMS.
       PERFORM VARYING WS-PROBLEM-LEN FROM 200 BY -1
               UNTIL WS-PROBLEM-LEN < 2 OR WS-PROBLEM(WS-PROBLEM-LEN:1) NOT = SPACE
              CONTINUE
       END-PERFORM.
       DISPLAY "  PROBLEM: " WS-PROBLEM(1:WS-PROBLEM-LEN).
       MOVE SPACES TO WS-PROBLEM.

BuildBatchPaths.
      *> WS-FILE-PATH in incoming, WS-DEST-PATH in its collection.
       MOVE SPACES TO WS-FILE-PATH.
       STRING WS-INCOMING-DIR DELIMITED BY X"00",
              WS-BATCH-NAME(WS-BI) DELIMITED BY SPACE,
              X"00" DELIMITED BY SIZE
              INTO WS-FILE-PATH
       END-STRING.
       MOVE SPACES TO WS-DEST-PATH.
       STRING WS-DIR-PATH(WS-BATCH-DIR-IDX(WS-BI)) DELIMITED BY X"00",
              WS-BATCH-NAME(WS-BI) DELIMITED BY SPACE,
              X"00" DELIMITED BY SIZE
              INTO WS-DEST-PATH
       END-STRING.

MoveBatchFiles.
       PERFORM VARYING WS-BI FROM 1 BY 1
               UNTIL WS-BI > WS-BATCH-COUNT OR WS-BATCH-FAILED = 1
              PERFORM BuildBatchPaths
             *> checked once already, but a file can land in a serving
             *> directory between the check and the move.
              CALL "access" USING WS-DEST-PATH, BY VALUE 0 RETURNING WS-RESULT
              IF WS-RESULT = 0 THEN
                     DISPLAY "  FAILED:  " WS-BATCH-NAME(WS-BI)(1:40)
                             " now exists in collection " WS-BATCH-COLL(WS-BI)
                     MOVE 1 TO WS-BATCH-FAILED
              ELSE
                     CALL "rename" USING WS-FILE-PATH, WS-DEST-PATH RETURNING WS-RESULT
                     IF WS-RESULT = 0 THEN
                            MOVE 1 TO WS-BATCH-MOVED(WS-BI)
                     ELSE
                            CALL "perror" USING "rename"
                            DISPLAY "  FAILED:  " WS-BATCH-NAME(WS-BI)(1:40)
                                    " could not be moved"
                            MOVE 1 TO WS-BATCH-FAILED
                     END-IF
              END-IF
       END-PERFORM.

CatalogBatch.
      *> the nightly catalog walks only the default directory; the
      *> batch knows every measurement already, so each file is
      *> catalogued as it goes live, wherever it is served from.
       OPEN I-O CATALOG-FILE.
       IF WS-CATALOG-STATUS = "35" THEN
              OPEN OUTPUT CATALOG-FILE
              CLOSE CATALOG-FILE
              OPEN I-O CATALOG-FILE
       END-IF.
       IF WS-CATALOG-STATUS NOT = "00" THEN
              DISPLAY "Cannot open catalog, status " WS-CATALOG-STATUS
              MOVE 1 TO WS-BATCH-FAILED
              EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-BI FROM 1 BY 1
               UNTIL WS-BI > WS-BATCH-COUNT OR WS-BATCH-FAILED = 1
              MOVE SPACES TO CATALOG-RECORD
              MOVE WS-BATCH-NAME(WS-BI) TO CAT-NAME
              MOVE WS-BATCH-FORMAT(WS-BI) TO CAT-FORMAT
              MOVE WS-BATCH-SIZE(WS-BI) TO CAT-SIZE
              MOVE WS-BATCH-WIDTH(WS-BI) TO CAT-WIDTH
              MOVE WS-BATCH-HEIGHT(WS-BI) TO CAT-HEIGHT
              MOVE WS-BATCH-SUM(WS-BI) TO CAT-CHECKSUM
              MOVE WS-TODAY-X TO CAT-FIRST-SEEN
              WRITE CATALOG-RECORD
                     INVALID KEY
                            DISPLAY "  FAILED:  " WS-BATCH-NAME(WS-BI)(1:40)
                                    " could not be catalogued, status "
                                    WS-CATALOG-STATUS
                            MOVE 1 TO WS-BATCH-FAILED
                     NOT INVALID KEY
                            MOVE 1 TO WS-BATCH-CATALOGUED(WS-BI)
              END-WRITE
       END-PERFORM.
       CLOSE CATALOG-FILE.

AppendBatchWeights.
       IF WS-BATCH-NEW-WEIGHTS = 0 THEN
              EXIT PARAGRAPH
       END-IF.
      *> O_RDWR|O_CREAT: the length it has now is the length it goes
      *> back to if any line fails to land.
       CALL "open" USING WS-WEIGHTS-PATH, BY VALUE 66, BY VALUE 420
           RETURNING WS-WEIGHTS-FD
       END-CALL.
       IF WS-WEIGHTS-FD = -1 THEN
              CALL "perror" USING "open weights"
              MOVE 1 TO WS-BATCH-FAILED
              EXIT PARAGRAPH
       END-IF.
       CALL "lseek" USING BY VALUE WS-WEIGHTS-FD, BY VALUE 0, BY VALUE 2
           RETURNING WS-WEIGHTS-SIZE
       END-CALL.
       MOVE SPACES TO WS-WEIGHT-LINE.
       MOVE 0 TO WS-WEIGHT-LEN.
      *> a hand-edited file may lack its final newline.
       IF WS-WEIGHTS-SIZE > 0 THEN
              COMPUTE WS-WEIGHTS-SEEK = WS-WEIGHTS-SIZE - 1
              CALL "lseek" USING BY VALUE WS-WEIGHTS-FD, BY VALUE WS-WEIGHTS-SEEK,
                  BY VALUE 0
                  RETURNING WS-WEIGHTS-SEEK
              END-CALL
              CALL "read" USING
                  BY VALUE WS-WEIGHTS-FD,
                  BY REFERENCE WS-WEIGHTS-LAST,
                  BY VALUE 1
                  RETURNING WS-RESULT
              END-CALL
              IF WS-RESULT = 1 AND WS-WEIGHTS-LAST NOT = X"0A" THEN
                     MOVE X"0A" TO WS-WEIGHT-LINE(1:1)
                     MOVE 1 TO WS-WEIGHT-LEN
              END-IF
       END-IF.
       CALL "lseek" USING BY VALUE WS-WEIGHTS-FD, BY VALUE 0, BY VALUE 2
           RETURNING WS-WEIGHTS-SEEK
       END-CALL.
       IF WS-WEIGHT-LEN > 0 THEN
              PERFORM WriteWeightLine
       END-IF.
       PERFORM VARYING WS-BI FROM 1 BY 1
               UNTIL WS-BI > WS-BATCH-COUNT OR WS-BATCH-FAILED = 1
              IF WS-BATCH-WEIGHT(WS-BI) NOT = SPACES THEN
                     MOVE SPACES TO WS-WEIGHT-LINE
                     IF WS-BATCH-FROM(WS-BI) = SPACES THEN
                            STRING WS-BATCH-NAME(WS-BI) DELIMITED BY SPACE,
                                   "=" DELIMITED BY SIZE,
                                   WS-BATCH-WEIGHT(WS-BI) DELIMITED BY SPACE,
                                   X"0A" DELIMITED BY SIZE
                                   INTO WS-WEIGHT-LINE
                            END-STRING
                     ELSE
                            STRING WS-BATCH-NAME(WS-BI) DELIMITED BY SPACE,
                                   "=" DELIMITED BY SIZE,
                                   WS-BATCH-WEIGHT(WS-BI) DELIMITED BY SPACE,
                                   "," DELIMITED BY SIZE,
                                   WS-BATCH-FROM(WS-BI) DELIMITED BY SIZE,
                                   "," DELIMITED BY SIZE,
                                   WS-BATCH-TO(WS-BI) DELIMITED BY SIZE,
                                   X"0A" DELIMITED BY SIZE
                                   INTO WS-WEIGHT-LINE
                            END-STRING
                     END-IF
                     MOVE 0 TO WS-WEIGHT-LEN
                     INSPECT WS-WEIGHT-LINE TALLYING WS-WEIGHT-LEN
                            FOR CHARACTERS BEFORE INITIAL X"0A"
                     ADD 1 TO WS-WEIGHT-LEN
                     PERFORM WriteWeightLine
              END-IF
       END-PERFORM.
       IF WS-BATCH-FAILED = 1 THEN
              CALL "ftruncate" USING BY VALUE WS-WEIGHTS-FD, BY VALUE WS-WEIGHTS-SIZE
                  RETURNING WS-RESULT
              END-CALL
       END-IF.
       CALL "close" USING BY VALUE WS-WEIGHTS-FD.

WriteWeightLine.
       CALL "write" USING
           BY VALUE WS-WEIGHTS-FD,
           BY REFERENCE WS-WEIGHT-LINE,
           BY VALUE WS-WEIGHT-LEN
           RETURNING WS-RESULT
       END-CALL.
       IF WS-RESULT NOT = WS-WEIGHT-LEN THEN
              CALL "perror" USING "write weights"
              MOVE 1 TO WS-BATCH-FAILED
       END-IF.

RollBackBatch.
       OPEN I-O CATALOG-FILE.
       IF WS-CATALOG-STATUS = "00" THEN
              PERFORM VARYING WS-BI FROM 1 BY 1 UNTIL WS-BI > WS-BATCH-COUNT
                     IF WS-BATCH-CATALOGUED(WS-BI) = 1 THEN
                            MOVE SPACES TO CAT-NAME
                            MOVE WS-BATCH-NAME(WS-BI) TO CAT-NAME
                            DELETE CATALOG-FILE RECORD
                                   INVALID KEY CONTINUE
                            END-DELETE
                     END-IF
              END-PERFORM
              CLOSE CATALOG-FILE
       END-IF.
       PERFORM VARYING WS-BI FROM WS-BATCH-COUNT BY -1 UNTIL WS-BI < 1
              IF WS-BATCH-MOVED(WS-BI) = 1 THEN
                     PERFORM BuildBatchPaths
                     CALL "rename" USING WS-DEST-PATH, WS-FILE-PATH RETURNING WS-RESULT
                     IF WS-RESULT NOT = 0 THEN
                            CALL "perror" USING "rename"
                            DISPLAY "  STRANDED: " WS-BATCH-NAME(WS-BI)(1:40)
                                    " is still in collection " WS-BATCH-COLL(WS-BI)
                     END-IF
              END-IF
       END-PERFORM.

AuditBatch.
      *> one line per file, then the control total a reader can add
      *> the file lines up against: count, bytes, and the checksums
      *> summed the same way each checksum is.
       MOVE 0 TO WS-BATCH-BYTES.
       MOVE 0 TO WS-BATCH-HASH.
       MOVE "PROMOTED" TO WS-AUDIT-ACTION.
       PERFORM VARYING WS-BI FROM 1 BY 1 UNTIL WS-BI > WS-BATCH-COUNT
              ADD WS-BATCH-SIZE(WS-BI) TO WS-BATCH-BYTES
              ADD WS-BATCH-SUM(WS-BI) TO WS-BATCH-HASH
              MOVE WS-BATCH-NAME(WS-BI) TO WS-TARGET
              MOVE SPACES TO WS-AUDIT-DETAIL
              STRING "collection=" DELIMITED BY SIZE,
                     WS-BATCH-COLL(WS-BI) DELIMITED BY SPACE,
                     " dept=" DELIMITED BY SIZE,
                     WS-BATCH-DEPT(WS-BI) DELIMITED BY SPACE,
                     " batch=" DELIMITED BY SIZE,
                     WS-MANIFEST-BASE DELIMITED BY SPACE
                     INTO WS-AUDIT-DETAIL
              END-STRING
              PERFORM WriteAudit
       END-PERFORM.
       COMPUTE WS-HASH-DISPLAY = FUNCTION MOD(WS-BATCH-HASH, 1000000000).
       MOVE WS-BATCH-BYTES TO WS-BYTES-DISPLAY.
       MOVE WS-BATCH-COUNT TO WS-FILES-DISPLAY.
       MOVE "BATCH" TO WS-AUDIT-ACTION.
       MOVE WS-MANIFEST-BASE TO WS-TARGET.
       MOVE SPACES TO WS-AUDIT-DETAIL.
       STRING "files=" DELIMITED BY SIZE,
              WS-FILES-DISPLAY DELIMITED BY SIZE,
              " bytes=" DELIMITED BY SIZE,
              WS-BYTES-DISPLAY DELIMITED BY SIZE,
              " hash=" DELIMITED BY SIZE,
              WS-HASH-DISPLAY DELIMITED BY SIZE
              INTO WS-AUDIT-DETAIL
       END-STRING.
       PERFORM WriteAudit.
       MOVE SPACES TO WS-AUDIT-DETAIL.

FileManifest.
      *> a spent manifest moves aside, the way rejected files do, so
      *> the next drop is checked against its own manifest alone.
       IF WS-MANIFEST-LOCAL = 0 THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-REJECT-DIR.
       STRING WS-INCOMING-DIR DELIMITED BY X"00",
              "done/" DELIMITED BY SIZE,
              X"00" DELIMITED BY SIZE
              INTO WS-REJECT-DIR
       END-STRING.
      *> harmless when it already exists.
       CALL "mkdir" USING WS-REJECT-DIR, BY VALUE 493 RETURNING WS-RESULT.
       MOVE SPACES TO WS-FILE-PATH.
       STRING WS-MANIFEST-PATH DELIMITED BY SPACE,
              X"00" DELIMITED BY SIZE
              INTO WS-FILE-PATH
       END-STRING.
       MOVE SPACES TO WS-DEST-PATH.
       STRING WS-REJECT-DIR DELIMITED BY X"00",
              WS-MANIFEST-BASE DELIMITED BY SPACE,
              X"00" DELIMITED BY SIZE
              INTO WS-DEST-PATH
       END-STRING.
       CALL "rename" USING WS-FILE-PATH, WS-DEST-PATH RETURNING WS-RESULT.
       IF WS-RESULT NOT = 0 THEN
              CALL "perror" USING "rename manifest"
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
                     MOVE SPACES TO WS-GIF-DIRECTORY
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
              ELSE IF WS-CONFIG-KEY = "WEIGHTS_FILE" THEN
                     MOVE SPACES TO WS-WEIGHTS-PATH
                     STRING WS-CONFIG-VALUE DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                            INTO WS-WEIGHTS-PATH
                     END-STRING
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
                     MOVE SPACES TO WS-DIR-PATH(WS-DIR-COUNT)
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

LoadWeights.
       MOVE 0 TO WS-WEIGHT-COUNT.
       MOVE "N" TO WS-WEIGHTS-EOF.
       OPEN INPUT WEIGHTS-FILE.
       IF WS-WEIGHTS-STATUS = "00" THEN
              PERFORM UNTIL WS-WEIGHTS-EOF = "Y"
                     READ WEIGHTS-FILE
                            AT END MOVE "Y" TO WS-WEIGHTS-EOF
                            NOT AT END
                                   IF WEIGHTS-RECORD NOT = SPACES
                                           AND WEIGHTS-RECORD(1:1) NOT = "#" THEN
                                          ADD 1 TO WS-WEIGHT-COUNT
                                          IF WS-WEIGHT-COUNT <= 100 THEN
                                                 MOVE SPACES TO WS-WEIGHT-KEY
                                                 UNSTRING WEIGHTS-RECORD DELIMITED BY "="
                                                        INTO WS-WEIGHT-KEY
                                                 END-UNSTRING
                                                 MOVE WS-WEIGHT-KEY
                                                        TO WS-WEIGHT-NAME(WS-WEIGHT-COUNT)
                                          END-IF
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE WEIGHTS-FILE
       END-IF.

WriteAudit.
      *> one dated line per operator decision; the audit log is append
      *> only and never rewritten, so it is the permanent answer to
       ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
       ACCEPT WS-TIME-X FROM TIME.
       MOVE SPACES TO WS-AUDIT-LINE.
       MOVE 1 TO WS-AUDIT-PTR.
       STRING WS-TODAY-X DELIMITED BY SIZE,
              " " DELIMITED BY SIZE,
              WS-TIME-X DELIMITED BY SIZE,
              " " DELIMITED BY SIZE,
              WS-AUDIT-ACTION DELIMITED BY SPACE,
              " " DELIMITED BY SIZE,
              WS-TARGET DELIMITED BY SPACE
              INTO WS-AUDIT-LINE
              WITH POINTER WS-AUDIT-PTR
       END-STRING.
      *> a batch entry also says where the file went and for whom.
       IF WS-AUDIT-DETAIL NOT = SPACES THEN
              STRING " " DELIMITED BY SIZE,
                     WS-AUDIT-DETAIL DELIMITED BY "  "
                     INTO WS-AUDIT-LINE
                     WITH POINTER WS-AUDIT-PTR
              END-STRING
       END-IF.
       STRING X"0A" DELIMITED BY SIZE
              INTO WS-AUDIT-LINE
              WITH POINTER WS-AUDIT-PTR
       END-STRING.
       MOVE 0 TO WS-AUDIT-LEN.
       INSPECT WS-AUDIT-LINE TALLYING WS-AUDIT-LEN
