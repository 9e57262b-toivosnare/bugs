    SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHECKPOINT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHECKPOINT-STATUS.
    SELECT NEW-EXTRACT-FILE ASSIGN TO DYNAMIC WS-NEW-EXTRACT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEW-EXTRACT-STATUS.
DATA DIVISION.
FILE SECTION.
FD LOG-FILE.
FD MAP-FILE.
01 MAP-RECORD PIC X(64).
*> the accounting intake record: fixed columns, no separators.
*> EXT-OVERQUOTA, the day's requests answered with the over-quota
*> page, was added at the end so the older columns keep their places;
*> those requests are already inside EXT-COUNT.
FD EXTRACT-FILE.
01 EXTRACT-RECORD.
       05 EXT-DEPT PIC X(8).
       05 EXT-DATE PIC X(8).
       05 EXT-COUNT PIC 9(8).
       05 EXT-BYTES PIC 9(12).
       05 EXT-OVERQUOTA PIC 9(8).
FD CHECKPOINT-FILE.
01 CHECKPOINT-RECORD PIC X(64).
*> the merged extract is written beside the old one and renamed over
*> it, so accounting never picks up a half-written file.
FD NEW-EXTRACT-FILE.
01 NEW-EXTRACT-RECORD PIC X(44).

WORKING-STORAGE SECTION.
01 WS-ARGC USAGE IS BINARY-LONG.
01 WS-ARGV PIC X(256) VALUE SPACES.
01 WS-LOG-PATH PIC X(256) VALUE SPACES.
01 WS-MAP-PATH PIC X(256) VALUE "/root/bugs_deptmap.dat".
01 WS-EXTRACT-PATH PIC X(256) VALUE "/root/bugs_chargeback.dat".
01 WS-EXTRACT-PATH-TERM PIC X(256) VALUE "/root/bugs_chargeback.dat" & X"00".
01 WS-NEW-EXTRACT-PATH PIC X(256) VALUE "/root/bugs_chargeback.dat.new".
01 WS-NEW-EXTRACT-PATH-TERM PIC X(256)
       VALUE "/root/bugs_chargeback.dat.new" & X"00".
01 WS-CHECKPOINT-PATH PIC X(256) VALUE "/root/bugs_chargeback.chk".
01 WS-CHECKPOINT-PATH-TERM PIC X(256) VALUE "/root/bugs_chargeback.chk" & X"00".
01 WS-LOG-STATUS PIC X(2).
01 WS-MAP-STATUS PIC X(2).
01 WS-EXTRACT-STATUS PIC X(2).
01 WS-NEW-EXTRACT-STATUS PIC X(2).
01 WS-CHECKPOINT-STATUS PIC X(2).
01 WS-LOG-EOF PIC X VALUE "N".
01 WS-EXTRACT-EOF PIC X VALUE "N".
01 WS-MAP-EOF PIC X VALUE "N".
01 WS-CHK-EOF PIC X VALUE "N".
01 WS-RESULT USAGE IS BINARY-LONG.
              10 WS-ACC-DATE PIC X(8).
              10 WS-ACC-REQUESTS USAGE IS BINARY-LONG.
              10 WS-ACC-BYTES USAGE IS BINARY-DOUBLE.
              10 WS-ACC-OVERQUOTA USAGE IS BINARY-LONG.
01 WS-AI USAGE IS BINARY-LONG.
01 WS-ACC-FOUND USAGE IS BINARY-LONG.

01 WS-LINE-DISPLAY PIC 9(12).
01 WS-REQ-DISPLAY PIC 9(8).
01 WS-BYTES-DISPLAY PIC 9(12).
01 WS-OVERQUOTA-DISPLAY PIC 9(8).
01 WS-CHK-FIELD1 PIC X(16).
01 WS-CHK-FIELD2 PIC X(16).
01 WS-CHK-FIELD3 PIC X(16).
01 WS-CHK-FIELD4 PIC X(16).
01 WS-CHK-FIELD5 PIC X(16).
01 WS-CHK-FIRST PIC X VALUE "Y".
01 WS-LOG-PATH-TEXT PIC X(64).
01 WS-OVERFLOW-WARNED USAGE IS BINARY-CHAR VALUE 0.

*> the nightly run bills the archive rotatelog has just rolled,
*> bugs.log.yyyymmdd. a day's lines straddle two archives (the roll
*> runs after midnight), so the archive before it is read as well,
*> but only to complete department/date rows the day's archive
*> already opened: every row written is then whole, and the merge
*> below can replace rather than add, which makes a rerun harmless.
01 WS-TODAY-X PIC X(8).
01 WS-ARCHIVE-DATE PIC 9(8).
01 WS-PREV-DATE PIC 9(8).
01 WS-BACK-DAYS USAGE IS BINARY-LONG.
01 WS-PREV-LOG-PATH PIC X(256) VALUE SPACES.
01 WS-PREV-FOUND USAGE IS BINARY-CHAR VALUE 0.
01 WS-READING-PREV USAGE IS BINARY-CHAR VALUE 0.
01 WS-KEPT-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-REPLACED-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-COUNT-DISPLAY PIC Z(7)9.
01 WS-REPLACED-DISPLAY PIC Z(7)9.

PROCEDURE DIVISION.
Main.
       ACCEPT WS-ARGC FROM ARGUMENT-NUMBER.
       IF WS-ARGC > 1 THEN
           DISPLAY "usage: chargeback [yyyymmdd]"
           CALL "exit" USING BY VALUE 1
       END-IF.
      *> a date argument re-bills the archive rolled on that day.
       IF WS-ARGC = 1 THEN
           ACCEPT WS-ARGV FROM COMMAND-LINE
           IF WS-ARGV(1:8) IS NOT NUMERIC OR WS-ARGV(9:) NOT = SPACES THEN
                  DISPLAY "usage: chargeback [yyyymmdd]"
                  CALL "exit" USING BY VALUE 1
           END-IF
           MOVE WS-ARGV(1:8) TO WS-ARCHIVE-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ARCHIVE-DATE) NOT = 0 THEN
                  DISPLAY "usage: chargeback [yyyymmdd]"
                  CALL "exit" USING BY VALUE 1
           END-IF
       ELSE
           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD
           MOVE WS-TODAY-X TO WS-ARCHIVE-DATE
       END-IF.
       MOVE SPACES TO WS-LOG-PATH.
       STRING "/root/bugs.log." DELIMITED BY SIZE,
              WS-ARCHIVE-DATE DELIMITED BY SIZE,
              X"00" DELIMITED BY SIZE
              INTO WS-LOG-PATH
       END-STRING.
       PERFORM FindPreviousArchive.
       PERFORM LoadMap.
       PERFORM LoadCheckpoint.
       OPEN INPUT LOG-FILE.
              END-READ
       END-PERFORM.
       CLOSE LOG-FILE.
      *> the day's archive first, then its predecessor: the line count
      *> runs on across both, so a checkpoint resumes in either one.
       IF WS-PREV-FOUND = 1 THEN
              MOVE WS-PREV-LOG-PATH TO WS-LOG-PATH
              MOVE 1 TO WS-READING-PREV
              MOVE "N" TO WS-LOG-EOF
              OPEN INPUT LOG-FILE
              IF WS-LOG-STATUS = "00" THEN
                     PERFORM UNTIL WS-LOG-EOF = "Y"
                            READ LOG-FILE
                                   AT END MOVE "Y" TO WS-LOG-EOF
                                   NOT AT END PERFORM ConsumeLogLine
                            END-READ
                     END-PERFORM
                     CLOSE LOG-FILE
              END-IF
       END-IF.
       PERFORM WriteExtract.
      *> a finished run owes nothing to a restart.
       CALL "unlink" USING WS-CHECKPOINT-PATH-TERM RETURNING WS-RESULT.
               WS-ACC-COUNT " chargeback records.".
       GOBACK.

FindPreviousArchive.
      *> normally yesterday's; a night the batch did not run leaves a
      *> gap, so look back a little way before giving up.
       MOVE 0 TO WS-PREV-FOUND.
       PERFORM VARYING WS-BACK-DAYS FROM 1 BY 1
               UNTIL WS-BACK-DAYS > 31 OR WS-PREV-FOUND = 1
              COMPUTE WS-PREV-DATE = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-ARCHIVE-DATE) - WS-BACK-DAYS)
              MOVE SPACES TO WS-PREV-LOG-PATH
              STRING "/root/bugs.log." DELIMITED BY SIZE,
                     WS-PREV-DATE DELIMITED BY SIZE,
                     X"00" DELIMITED BY SIZE
                     INTO WS-PREV-LOG-PATH
              END-STRING
              CALL "access" USING WS-PREV-LOG-PATH, BY VALUE 4 RETURNING WS-RESULT
              IF WS-RESULT = 0 THEN
                     MOVE 1 TO WS-PREV-FOUND
              END-IF
       END-PERFORM.

LoadMap.
       MOVE 0 TO WS-MAP-COUNT.
       MOVE "N" TO WS-MAP-EOF.
                     MOVE SPACES TO WS-CHK-FIELD2
                     MOVE SPACES TO WS-CHK-FIELD3
                     MOVE SPACES TO WS-CHK-FIELD4
                     MOVE SPACES TO WS-CHK-FIELD5
                     UNSTRING CHECKPOINT-RECORD DELIMITED BY SPACE
                            INTO WS-CHK-FIELD1, WS-CHK-FIELD2,
                                 WS-CHK-FIELD3, WS-CHK-FIELD4,
                                 WS-CHK-FIELD5
                     END-UNSTRING
                     ADD 1 TO WS-ACC-COUNT
                     MOVE WS-CHK-FIELD1 TO WS-ACC-DEPT(WS-ACC-COUNT)
                            FUNCTION NUMVAL(WS-CHK-FIELD3)
                     COMPUTE WS-ACC-BYTES(WS-ACC-COUNT) =
                            FUNCTION NUMVAL(WS-CHK-FIELD4)
                    *> a checkpoint left by a run from before the
                    *> over-quota column has four fields; the fifth
                    *> then reads as none.
                     MOVE 0 TO WS-ACC-OVERQUOTA(WS-ACC-COUNT)
                     IF WS-CHK-FIELD5 NOT = SPACES THEN
                            COMPUTE WS-ACC-OVERQUOTA(WS-ACC-COUNT) =
                                   FUNCTION NUMVAL(WS-CHK-FIELD5)
                     END-IF
              END-IF
       END-IF.

       END-IF.

ProcessLogLine.
      *> billing needs no more than client, bytes and status; newer
      *> lines carry elapsed time, method and agent beyond those and
      *> older ones stop short of the status, and both split the same.
       MOVE SPACES TO WS-BYTES-FIELD.
       MOVE SPACES TO WS-STATUS-FIELD.
       UNSTRING LOG-RECORD DELIMITED BY SPACE
                     EXIT PERFORM
              END-IF
       END-PERFORM.
      *> a line in the earlier archive only completes a row the day's
      *> archive opened; any other row there was billed whole already.
       IF WS-ACC-FOUND = 0 AND WS-READING-PREV = 1 THEN
              EXIT PARAGRAPH
       END-IF.
       IF WS-ACC-FOUND = 0 AND WS-ACC-COUNT < 500 THEN
              ADD 1 TO WS-ACC-COUNT
              MOVE WS-ACC-COUNT TO WS-ACC-FOUND
              MOVE WS-DATE-FIELD TO WS-ACC-DATE(WS-ACC-FOUND)
              MOVE 0 TO WS-ACC-REQUESTS(WS-ACC-FOUND)
              MOVE 0 TO WS-ACC-BYTES(WS-ACC-FOUND)
              MOVE 0 TO WS-ACC-OVERQUOTA(WS-ACC-FOUND)
       END-IF.
      *> billing must never lose bytes quietly: if the table is full
      *> the run says so, loudly, once.
              ADD 1 TO WS-ACC-REQUESTS(WS-ACC-FOUND)
              COMPUTE WS-ACC-BYTES(WS-ACC-FOUND) = WS-ACC-BYTES(WS-ACC-FOUND)
                     + FUNCTION NUMVAL(WS-BYTES-FIELD)
              IF WS-STATUS-FIELD = "509" THEN
                     ADD 1 TO WS-ACC-OVERQUOTA(WS-ACC-FOUND)
              END-IF
       END-IF.

MapClientDept.
       PERFORM VARYING WS-AI FROM 1 BY 1 UNTIL WS-AI > WS-ACC-COUNT
              MOVE WS-ACC-REQUESTS(WS-AI) TO WS-REQ-DISPLAY
              MOVE WS-ACC-BYTES(WS-AI) TO WS-BYTES-DISPLAY
              MOVE WS-ACC-OVERQUOTA(WS-AI) TO WS-OVERQUOTA-DISPLAY
              MOVE SPACES TO CHECKPOINT-RECORD
              STRING WS-ACC-DEPT(WS-AI) DELIMITED BY SPACE,
                     " " DELIMITED BY SIZE,
                     " " DELIMITED BY SIZE,
                     WS-REQ-DISPLAY DELIMITED BY SIZE,
                     " " DELIMITED BY SIZE,
                     WS-BYTES-DISPLAY DELIMITED BY SIZE,
                     " " DELIMITED BY SIZE,
                     WS-OVERQUOTA-DISPLAY DELIMITED BY SIZE
                     INTO CHECKPOINT-RECORD
              END-STRING
              WRITE CHECKPOINT-RECORD
       CLOSE CHECKPOINT-FILE.

WriteExtract.
      *> the extract holds the month so far, one row per department
      *> and date: rows this run did not touch are carried over as
      *> they stand, a row it did is replaced, never added to.
       MOVE 0 TO WS-KEPT-COUNT.
       MOVE 0 TO WS-REPLACED-COUNT.
       OPEN OUTPUT NEW-EXTRACT-FILE.
       IF WS-NEW-EXTRACT-STATUS NOT = "00" THEN
              DISPLAY "Cannot write " WS-NEW-EXTRACT-PATH(1:29)
                      "; extract left as it was."
              CALL "exit" USING BY VALUE 1
       END-IF.
       MOVE "N" TO WS-EXTRACT-EOF.
       OPEN INPUT EXTRACT-FILE.
       IF WS-EXTRACT-STATUS = "00" THEN
              PERFORM UNTIL WS-EXTRACT-EOF = "Y"
                     READ EXTRACT-FILE
                            AT END MOVE "Y" TO WS-EXTRACT-EOF
                            NOT AT END PERFORM CarryExtractRow
                     END-READ
              END-PERFORM
              CLOSE EXTRACT-FILE
       END-IF.
       PERFORM VARYING WS-AI FROM 1 BY 1 UNTIL WS-AI > WS-ACC-COUNT
              MOVE SPACES TO EXTRACT-RECORD
              MOVE WS-ACC-DEPT(WS-AI) TO EXT-DEPT
              MOVE WS-ACC-DATE(WS-AI) TO EXT-DATE
              MOVE WS-ACC-REQUESTS(WS-AI) TO EXT-COUNT
              MOVE WS-ACC-BYTES(WS-AI) TO EXT-BYTES
              MOVE WS-ACC-OVERQUOTA(WS-AI) TO EXT-OVERQUOTA
              MOVE EXTRACT-RECORD TO NEW-EXTRACT-RECORD
              WRITE NEW-EXTRACT-RECORD
       END-PERFORM.
       CLOSE NEW-EXTRACT-FILE.
       CALL "rename" USING WS-NEW-EXTRACT-PATH-TERM, WS-EXTRACT-PATH-TERM
           RETURNING WS-RESULT
       END-CALL.
       IF WS-RESULT NOT = 0 THEN
              CALL "perror" USING "rename extract"
              CALL "exit" USING BY VALUE 1
       END-IF.
       MOVE WS-KEPT-COUNT TO WS-COUNT-DISPLAY.
       MOVE WS-REPLACED-COUNT TO WS-REPLACED-DISPLAY.
       DISPLAY "Extract: kept" WS-COUNT-DISPLAY " earlier records, replaced"
               WS-REPLACED-DISPLAY ".".

CarryExtractRow.
       IF EXTRACT-RECORD = SPACES THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-ACC-FOUND.
       PERFORM VARYING WS-AI FROM 1 BY 1 UNTIL WS-AI > WS-ACC-COUNT
              IF WS-ACC-DEPT(WS-AI) = EXT-DEPT
                      AND WS-ACC-DATE(WS-AI) = EXT-DATE THEN
                     MOVE WS-AI TO WS-ACC-FOUND
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-ACC-FOUND > 0 THEN
              ADD 1 TO WS-REPLACED-COUNT
       ELSE
              ADD 1 TO WS-KEPT-COUNT
              MOVE EXTRACT-RECORD TO NEW-EXTRACT-RECORD
              WRITE NEW-EXTRACT-RECORD
       END-IF.

END PROGRAM chargeback.
