IDENTIFICATION DIVISION.
PROGRAM-ID. backup.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BACKUPCONF-FILE ASSIGN TO DYNAMIC WS-BACKUPCONF-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKUPCONF-STATUS.
    SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CONFIG-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONFIG-STATUS.
    SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.
DATA DIVISION.
FILE SECTION.
FD BACKUPCONF-FILE.
01 BACKUPCONF-RECORD PIC X(256).
FD CONFIG-FILE.
01 CONFIG-RECORD PIC X(256).
FD MANIFEST-FILE.
01 MANIFEST-RECORD PIC X(400).

WORKING-STORAGE SECTION.
01 WS-ARGC USAGE IS BINARY-LONG.
01 WS-ARGV PIC X(256) VALUE SPACES.
01 WS-CMD PIC X(16).
01 WS-GEN-ARG PIC X(16).
01 WS-NAME-ARG PIC X(64).
01 WS-RESULT USAGE IS BINARY-LONG.

*> where the generations live and how many are kept; each generation
*> is a directory named for the day it was taken, holding one copy of
*> every control file plus the manifest that vouches for them.
01 WS-BACKUPCONF-PATH PIC X(256) VALUE "/root/bugs_backup.conf" & X"00".
01 WS-BACKUPCONF-STATUS PIC X(2).
01 WS-BACKUPCONF-EOF PIC X VALUE "N".
01 WS-BACKUP-DIR PIC X(256) VALUE "/root/bugs_backup/" & X"00".
01 WS-GENERATIONS USAGE IS BINARY-LONG VALUE 7.
01 WS-AUDIT-PATH PIC X(256) VALUE "/root/bugs_backup_audit.log" & X"00".
*> batchrun holds this for the whole nightly run; a restore takes it
*> too, so no batch step ever reads a control file mid-restore.
01 WS-BATCH-LOCK-PATH PIC X(256) VALUE "/root/bugs_batchrun.lock" & X"00".
01 WS-BATCH-LOCK-FD USAGE IS BINARY-LONG VALUE -1.

*> the same keys the server reads: the deny, weights and rights files
*> can be moved, and every collection keeps its own inventory.
01 WS-CONFIG-PATH PIC X(256) VALUE "/root/bugs.conf" & X"00".
01 WS-CONFIG-STATUS PIC X(2).
01 WS-CONFIG-EOF PIC X VALUE "N".
01 WS-CONFIG-KEY PIC X(32).
01 WS-CONFIG-VALUE PIC X(224).
01 WS-DENY-PATH PIC X(256) VALUE "/root/bugs_deny.dat" & X"00".
01 WS-WEIGHTS-PATH PIC X(256) VALUE "/root/bugs_weights.conf" & X"00".
01 WS-RIGHTS-PATH PIC X(256) VALUE "/root/bugs_rights.dat" & X"00".
01 WS-COLL-SPEC-NAME PIC X(32).
01 WS-COLL-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-COLL-TABLE.
       05 WS-COLL-NAME PIC X(32) OCCURS 10 TIMES.
01 WS-CI USAGE IS BINARY-LONG.

*> the files a generation holds, in the order they are taken.
01 WS-BK-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-BK-TABLE.
       05 WS-BK-ROW OCCURS 30 TIMES.
              10 WS-BK-NAME PIC X(64).
              10 WS-BK-PATH PIC X(256).
              10 WS-BK-SIZE USAGE IS BINARY-DOUBLE.
              10 WS-BK-SUM USAGE IS BINARY-LONG.
              10 WS-BK-PRESENT USAGE IS BINARY-CHAR.
01 WS-BI USAGE IS BINARY-LONG.
01 WS-BK-FAILED USAGE IS BINARY-LONG VALUE 0.
01 WS-BK-TAKEN USAGE IS BINARY-LONG VALUE 0.
01 WS-BK-ABSENT USAGE IS BINARY-LONG VALUE 0.
01 WS-BK-TOTAL USAGE IS BINARY-DOUBLE VALUE 0.

*> one manifest line per file: name, size (12 digits) or ABSENT,
*> checksum (10 digits, the catalog's byte sum), original path.
01 WS-MANIFEST-PATH PIC X(256).
01 WS-MANIFEST-PATH-TERM PIC X(256).
01 WS-MANIFEST-STATUS PIC X(2).
01 WS-MANIFEST-EOF PIC X VALUE "N".
01 WS-MF-F1 PIC X(64).
01 WS-MF-F2 PIC X(16).
01 WS-MF-F3 PIC X(16).
01 WS-MF-F4 PIC X(256).
01 WS-MF-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-MF-TABLE.
       05 WS-MF-ROW OCCURS 30 TIMES.
              10 WS-MF-NAME PIC X(64).
              10 WS-MF-SIZE PIC 9(12).
              10 WS-MF-SUM PIC 9(10).
              10 WS-MF-PATH PIC X(256).
              10 WS-MF-ABSENT USAGE IS BINARY-CHAR.
              10 WS-MF-SELECTED USAGE IS BINARY-CHAR.
01 WS-MI USAGE IS BINARY-LONG.
01 WS-MF-FOUND USAGE IS BINARY-LONG.
01 WS-MF-BAD USAGE IS BINARY-LONG VALUE 0.
01 WS-MF-TOTAL USAGE IS BINARY-DOUBLE.
01 WS-VERIFY-FAILED USAGE IS BINARY-LONG VALUE 0.
01 WS-RESTORED USAGE IS BINARY-LONG VALUE 0.
01 WS-RESTORE-FAILED USAGE IS BINARY-LONG VALUE 0.

01 WS-GEN PIC X(8).
01 WS-GEN-DIR PIC X(256).
01 WS-GEN-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-GEN-TABLE.
       05 WS-GEN-NAME PIC X(8) OCCURS 400 TIMES.
01 WS-GI USAGE IS BINARY-LONG.
01 WS-GEN-DROP USAGE IS BINARY-LONG.
01 WS-TODAY-X PIC 9(8).
01 WS-GEN-NUM PIC 9(8).

01 WS-SRC-PATH PIC X(300).
01 WS-DEST-PATH PIC X(300).
01 WS-TEMP-PATH PIC X(300).
01 WS-SAVED-PATH PIC X(300).
01 WS-SUM-PATH PIC X(300).
01 WS-LOCK-PATH PIC X(300).
01 WS-LOCK-FD USAGE IS BINARY-LONG VALUE -1.
01 WS-MKDIR-WORK PIC X(256).
01 WS-MK-IDX USAGE IS BINARY-LONG.
01 WS-MK-LEN USAGE IS BINARY-LONG.
01 WS-MK-SAVED PIC X(1).

01 WS-SRC-FD USAGE IS BINARY-LONG.
01 WS-DEST-FD USAGE IS BINARY-LONG.
01 WS-COPY-BUFFER PIC X(65536).
01 WS-COPY-BYTES REDEFINES WS-COPY-BUFFER USAGE IS BINARY-CHAR UNSIGNED OCCURS 65536 TIMES.
01 WS-COPY-LEN USAGE IS BINARY-LONG.
01 WS-COPY-OK USAGE IS BINARY-CHAR.
01 WS-COPIED-TOTAL USAGE IS BINARY-DOUBLE.
01 WS-COPY-SUM USAGE IS BINARY-LONG.
01 WS-SUM USAGE IS BINARY-DOUBLE UNSIGNED.
01 WS-CHUNK-IDX USAGE IS BINARY-LONG.
01 WS-FILE-SIZE USAGE IS BINARY-DOUBLE.
01 WS-FILE-SUM USAGE IS BINARY-LONG.
01 WS-SUM-OK USAGE IS BINARY-CHAR.

01 WS-SIZE-DISPLAY PIC 9(12).
01 WS-SUM-DISPLAY PIC 9(10).
01 WS-BYTES-DISPLAY PIC Z(11)9.
01 WS-COUNT-DISPLAY PIC Z(4)9.
01 WS-COUNT-DISPLAY-2 PIC Z(4)9.
01 WS-LOG-DATE PIC 9(8).
01 WS-LOG-TIME PIC 9(8).
01 WS-AUDIT-EVENT PIC X(16).
01 WS-AUDIT-NAME PIC X(64).
01 WS-AUDIT-LINE PIC X(600).
01 WS-AUDIT-LEN USAGE IS BINARY-LONG.
01 WS-AUDIT-FD USAGE IS BINARY-LONG.

01 WS-N USAGE IS BINARY-LONG.
01 WS-DIRENT USAGE IS POINTER.
01 WS-DIRENT-POINTER USAGE IS POINTER.
01 WS-FILTER USAGE IS PROGRAM-POINTER.
01 WS-COMPAR USAGE IS PROGRAM-POINTER.
01 WS-SCAN-IDX USAGE IS BINARY-LONG.
01 WS-NAME-LEN USAGE IS BINARY-LONG.

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
       IF WS-ARGC > 3 THEN
              PERFORM ShowUsage
              CALL "exit" USING BY VALUE 1
       END-IF.
       MOVE SPACES TO WS-CMD.
       MOVE SPACES TO WS-GEN-ARG.
       MOVE SPACES TO WS-NAME-ARG.
       IF WS-ARGC > 0 THEN
              ACCEPT WS-ARGV FROM COMMAND-LINE
              UNSTRING WS-ARGV DELIMITED BY ALL SPACE
                     INTO WS-CMD, WS-GEN-ARG, WS-NAME-ARG
              END-UNSTRING
       END-IF.
       PERFORM LoadBackupConfig.
       IF WS-ARGC = 0 THEN
              PERFORM TakeBackup
       ELSE IF WS-CMD = "list" AND WS-NAME-ARG = SPACES THEN
              PERFORM ListGenerations
       ELSE IF WS-CMD = "restore" AND WS-GEN-ARG NOT = SPACES THEN
              PERFORM RestoreGeneration
       ELSE
              PERFORM ShowUsage
              CALL "exit" USING BY VALUE 1
       END-IF.
       GOBACK.

ShowUsage.
       DISPLAY "usage: backup".
       DISPLAY "       backup list [yyyymmdd]".
       DISPLAY "       backup restore <yyyymmdd> [file-name]".

LoadBackupConfig.
       OPEN INPUT BACKUPCONF-FILE.
       IF WS-BACKUPCONF-STATUS = "00" THEN
              MOVE "N" TO WS-BACKUPCONF-EOF
              PERFORM UNTIL WS-BACKUPCONF-EOF = "Y"
                     READ BACKUPCONF-FILE
                            AT END MOVE "Y" TO WS-BACKUPCONF-EOF
                            NOT AT END PERFORM ApplyBackupConfigLine
                     END-READ
              END-PERFORM
              CLOSE BACKUPCONF-FILE
       END-IF.
      *> a generation count of zero would prune away the one just
      *> taken.
       IF WS-GENERATIONS < 1 THEN
              MOVE 1 TO WS-GENERATIONS
       END-IF.

ApplyBackupConfigLine.
       IF BACKUPCONF-RECORD = SPACES OR BACKUPCONF-RECORD(1:1) = "#" THEN
              CONTINUE
       ELSE
              MOVE SPACES TO WS-CONFIG-KEY
              MOVE SPACES TO WS-CONFIG-VALUE
              UNSTRING BACKUPCONF-RECORD DELIMITED BY "="
                     INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
              END-UNSTRING
              IF WS-CONFIG-KEY = "BACKUP_DIR" THEN
                     MOVE SPACES TO WS-BACKUP-DIR
                     STRING WS-CONFIG-VALUE DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                            INTO WS-BACKUP-DIR
                     END-STRING
                     CALL "strlen" USING BY REFERENCE WS-BACKUP-DIR
                          RETURNING WS-MK-LEN
                     IF WS-MK-LEN > 0
                             AND WS-BACKUP-DIR(WS-MK-LEN:1) NOT = "/" THEN
                            MOVE "/" TO WS-BACKUP-DIR(WS-MK-LEN + 1:1)
                            MOVE X"00" TO WS-BACKUP-DIR(WS-MK-LEN + 2:1)
                     END-IF
              ELSE IF WS-CONFIG-KEY = "GENERATIONS" THEN
                     COMPUTE WS-GENERATIONS = FUNCTION NUMVAL(WS-CONFIG-VALUE)
              ELSE IF WS-CONFIG-KEY = "AUDIT_FILE" THEN
                     MOVE SPACES TO WS-AUDIT-PATH
                     STRING WS-CONFIG-VALUE DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                            INTO WS-AUDIT-PATH
                     END-STRING
              END-IF
       END-IF.

LoadConfig.
       MOVE 0 TO WS-COLL-COUNT.
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
              IF WS-CONFIG-KEY = "DENY_FILE" THEN
                     STRING WS-CONFIG-VALUE DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                            INTO WS-DENY-PATH
                     END-STRING
              ELSE IF WS-CONFIG-KEY = "WEIGHTS_FILE" THEN
                     STRING WS-CONFIG-VALUE DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                            INTO WS-WEIGHTS-PATH
                     END-STRING
              ELSE IF WS-CONFIG-KEY = "RIGHTS_FILE" THEN
                     STRING WS-CONFIG-VALUE DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
                            INTO WS-RIGHTS-PATH
                     END-STRING
              ELSE IF WS-CONFIG-KEY = "COLLECTION" AND WS-COLL-COUNT < 10 THEN
                     MOVE SPACES TO WS-COLL-SPEC-NAME
                     UNSTRING WS-CONFIG-VALUE DELIMITED BY ","
                            INTO WS-COLL-SPEC-NAME
                     END-UNSTRING
                     IF WS-COLL-SPEC-NAME NOT = SPACES THEN
                            ADD 1 TO WS-COLL-COUNT
                            MOVE WS-COLL-SPEC-NAME TO WS-COLL-NAME(WS-COLL-COUNT)
                     END-IF
              END-IF
       END-IF.

BuildFileList.
      *> the system's real state: everything else on disk is either
      *> the pictures themselves, configuration the operators keep,
      *> or logs that only ever grow.
       MOVE 0 TO WS-BK-COUNT.
       MOVE "/root/bugs_catalog.dat" & X"00" TO WS-SRC-PATH.
       PERFORM AddBackupFile.
       MOVE WS-DENY-PATH TO WS-SRC-PATH.
       PERFORM AddBackupFile.
       MOVE WS-WEIGHTS-PATH TO WS-SRC-PATH.
       PERFORM AddBackupFile.
       MOVE WS-RIGHTS-PATH TO WS-SRC-PATH.
       PERFORM AddBackupFile.
       MOVE "/root/bugs_intake.dat" & X"00" TO WS-SRC-PATH.
       PERFORM AddBackupFile.
       MOVE "/root/bugs_quarantine.dat" & X"00" TO WS-SRC-PATH.
       PERFORM AddBackupFile.
       MOVE "/root/bugs_retired.dat" & X"00" TO WS-SRC-PATH.
       PERFORM AddBackupFile.
       MOVE "/root/bugs_inventory.dat" & X"00" TO WS-SRC-PATH.
       PERFORM AddBackupFile.
       PERFORM VARYING WS-CI FROM 1 BY 1 UNTIL WS-CI > WS-COLL-COUNT
              MOVE SPACES TO WS-SRC-PATH
              STRING "/root/bugs_inventory_" DELIMITED BY SIZE,
                     WS-COLL-NAME(WS-CI) DELIMITED BY SPACE,
                     ".dat" DELIMITED BY SIZE,
                     X"00" DELIMITED BY SIZE
                     INTO WS-SRC-PATH
              END-STRING
              PERFORM AddBackupFile
       END-PERFORM.
       MOVE "/root/bugs_deptbytes.dat" & X"00" TO WS-SRC-PATH.
       PERFORM AddBackupFile.
      *> the extract carries the month's billing built up night by
      *> night; the logs it came from age out long before a dispute.
       MOVE "/root/bugs_chargeback.dat" & X"00" TO WS-SRC-PATH.
       PERFORM AddBackupFile.
       MOVE "/root/bugs_chargeback.chk" & X"00" TO WS-SRC-PATH.
       PERFORM AddBackupFile.
       MOVE "/root/bugs_batchrun.chk" & X"00" TO WS-SRC-PATH.
       PERFORM AddBackupFile.

AddBackupFile.
      *> the copy inside a generation goes by the file's own name, so
      *> the name is what an operator hands to restore.
       ADD 1 TO WS-BK-COUNT.
       MOVE WS-BK-COUNT TO WS-BI.
       MOVE WS-SRC-PATH TO WS-BK-PATH(WS-BI).
       MOVE SPACES TO WS-BK-NAME(WS-BI).
       CALL "strlen" USING BY REFERENCE WS-SRC-PATH RETURNING WS-MK-LEN.
       PERFORM VARYING WS-MK-IDX FROM WS-MK-LEN BY -1 UNTIL WS-MK-IDX < 1
              IF WS-SRC-PATH(WS-MK-IDX:1) = "/" THEN
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       MOVE WS-SRC-PATH(WS-MK-IDX + 1:WS-MK-LEN - WS-MK-IDX) TO WS-BK-NAME(WS-BI).
       MOVE 0 TO WS-BK-SIZE(WS-BI).
       MOVE 0 TO WS-BK-SUM(WS-BI).
       MOVE 0 TO WS-BK-PRESENT(WS-BI).

TakeBackup.
       PERFORM LoadConfig.
       PERFORM BuildFileList.
       ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
       MOVE WS-TODAY-X TO WS-GEN.
       PERFORM BuildGenDir.
       MOVE WS-GEN-DIR TO WS-MKDIR-WORK.
       PERFORM MakePath.
      *> a rerun the same day replaces the day's generation; its old
      *> manifest goes first, so a run that dies half way leaves a
      *> generation restore refuses rather than one it trusts.
       CALL "unlink" USING WS-MANIFEST-PATH-TERM RETURNING WS-RESULT.
       CALL "strlen" USING BY REFERENCE WS-GEN-DIR RETURNING WS-MK-LEN.
       DISPLAY "Backing up to " WS-GEN-DIR(1:WS-MK-LEN).
       PERFORM VARYING WS-BI FROM 1 BY 1 UNTIL WS-BI > WS-BK-COUNT
              PERFORM BackupOneFile
       END-PERFORM.
       MOVE WS-BK-TAKEN TO WS-COUNT-DISPLAY.
       MOVE WS-BK-TOTAL TO WS-BYTES-DISPLAY.
       IF WS-BK-FAILED > 0 THEN
              MOVE "BACKUP-FAIL" TO WS-AUDIT-EVENT
              MOVE SPACES TO WS-AUDIT-NAME
              PERFORM WriteAuditLine
              MOVE WS-BK-FAILED TO WS-COUNT-DISPLAY
              DISPLAY "Backup FAILED for " WS-COUNT-DISPLAY
                      " files; generation " WS-GEN " has no manifest"
                      " and cannot be restored."
              CALL "exit" USING BY VALUE 1
       END-IF.
       PERFORM WriteManifest.
       MOVE "BACKUP" TO WS-AUDIT-EVENT.
       MOVE SPACES TO WS-AUDIT-NAME.
       PERFORM WriteAuditLine.
       MOVE WS-BK-ABSENT TO WS-COUNT-DISPLAY-2.
       DISPLAY "Generation " WS-GEN ": " WS-COUNT-DISPLAY " files, "
               WS-BYTES-DISPLAY " bytes; " WS-COUNT-DISPLAY-2
               " not present tonight.".
       PERFORM PruneGenerations.

BuildGenDir.
       MOVE SPACES TO WS-GEN-DIR.
       STRING WS-BACKUP-DIR DELIMITED BY X"00",
              WS-GEN DELIMITED BY SIZE,
              "/" DELIMITED BY SIZE,
              X"00" DELIMITED BY SIZE
              INTO WS-GEN-DIR
       END-STRING.
       MOVE SPACES TO WS-MANIFEST-PATH.
       STRING WS-GEN-DIR DELIMITED BY X"00",
              "manifest" DELIMITED BY SIZE
              INTO WS-MANIFEST-PATH
       END-STRING.
       MOVE SPACES TO WS-MANIFEST-PATH-TERM.
       STRING WS-GEN-DIR DELIMITED BY X"00",
              "manifest" DELIMITED BY SIZE,
              X"00" DELIMITED BY SIZE
              INTO WS-MANIFEST-PATH-TERM
       END-STRING.

MakePath.
      *> create every component of WS-MKDIR-WORK that is not there
      *> yet; mkdir on an existing component is harmless.
       CALL "strlen" USING BY REFERENCE WS-MKDIR-WORK RETURNING WS-MK-LEN.
       PERFORM VARYING WS-MK-IDX FROM 2 BY 1 UNTIL WS-MK-IDX > WS-MK-LEN
              IF WS-MKDIR-WORK(WS-MK-IDX:1) = "/" THEN
                     MOVE WS-MKDIR-WORK(WS-MK-IDX:1) TO WS-MK-SAVED
                     MOVE X"00" TO WS-MKDIR-WORK(WS-MK-IDX:1)
                     CALL "mkdir" USING WS-MKDIR-WORK, BY VALUE 493
                         RETURNING WS-RESULT
                     END-CALL
                     MOVE WS-MK-SAVED TO WS-MKDIR-WORK(WS-MK-IDX:1)
              END-IF
       END-PERFORM.

BackupOneFile.
      *> an absent file is a state too - no chargeback checkpoint means
      *> the last extract finished - so it is recorded, not an error.
       CALL "access" USING WS-BK-PATH(WS-BI), BY VALUE 0 RETURNING WS-RESULT.
       IF WS-RESULT NOT = 0 THEN
              ADD 1 TO WS-BK-ABSENT
              DISPLAY "  absent   " WS-BK-NAME(WS-BI)(1:40)
              EXIT PARAGRAPH
       END-IF.
       MOVE WS-BK-PATH(WS-BI) TO WS-SRC-PATH.
       MOVE SPACES TO WS-DEST-PATH.
       STRING WS-GEN-DIR DELIMITED BY X"00",
              WS-BK-NAME(WS-BI) DELIMITED BY SPACE,
              X"00" DELIMITED BY SIZE
              INTO WS-DEST-PATH
       END-STRING.
      *> the server rewrites its counters under the file's lock; hold
      *> it so the copy is one whole version, never half of two.
       MOVE WS-BK-PATH(WS-BI) TO WS-LOCK-PATH.
       PERFORM LockDataFile.
       PERFORM CopyFile.
       PERFORM UnlockDataFile.
       IF WS-COPY-OK = 0 THEN
              ADD 1 TO WS-BK-FAILED
              DISPLAY "  FAILED   " WS-BK-NAME(WS-BI)(1:40)
              EXIT PARAGRAPH
       END-IF.
      *> read the copy back: it must sum to what went in.
       MOVE WS-DEST-PATH TO WS-SUM-PATH.
       PERFORM SumFile.
       IF WS-SUM-OK = 0 OR WS-FILE-SIZE NOT = WS-COPIED-TOTAL
               OR WS-FILE-SUM NOT = WS-COPY-SUM THEN
              ADD 1 TO WS-BK-FAILED
              DISPLAY "  FAILED   " WS-BK-NAME(WS-BI)(1:40) " (copy does not verify)"
              EXIT PARAGRAPH
       END-IF.
       MOVE 1 TO WS-BK-PRESENT(WS-BI).
       MOVE WS-COPIED-TOTAL TO WS-BK-SIZE(WS-BI).
       MOVE WS-COPY-SUM TO WS-BK-SUM(WS-BI).
       ADD 1 TO WS-BK-TAKEN.
       ADD WS-COPIED-TOTAL TO WS-BK-TOTAL.
       MOVE WS-COPIED-TOTAL TO WS-BYTES-DISPLAY.
       DISPLAY "  copied   " WS-BK-NAME(WS-BI)(1:40) " " WS-BYTES-DISPLAY " bytes".

WriteManifest.
       OPEN OUTPUT MANIFEST-FILE.
       IF WS-MANIFEST-STATUS NOT = "00" THEN
              DISPLAY "Cannot write manifest, status " WS-MANIFEST-STATUS
              CALL "exit" USING BY VALUE 1
       END-IF.
       ACCEPT WS-LOG-TIME FROM TIME.
       MOVE SPACES TO MANIFEST-RECORD.
       STRING "# generation " DELIMITED BY SIZE,
              WS-GEN DELIMITED BY SIZE,
              " taken " DELIMITED BY SIZE,
              WS-TODAY-X DELIMITED BY SIZE,
              " " DELIMITED BY SIZE,
              WS-LOG-TIME DELIMITED BY SIZE
              INTO MANIFEST-RECORD
       END-STRING.
       WRITE MANIFEST-RECORD.
       PERFORM VARYING WS-BI FROM 1 BY 1 UNTIL WS-BI > WS-BK-COUNT
              MOVE SPACES TO MANIFEST-RECORD
              IF WS-BK-PRESENT(WS-BI) = 1 THEN
                     MOVE WS-BK-SIZE(WS-BI) TO WS-SIZE-DISPLAY
                     MOVE WS-BK-SUM(WS-BI) TO WS-SUM-DISPLAY
                     STRING WS-BK-NAME(WS-BI) DELIMITED BY SPACE,
                            " " DELIMITED BY SIZE,
                            WS-SIZE-DISPLAY DELIMITED BY SIZE,
                            " " DELIMITED BY SIZE,
                            WS-SUM-DISPLAY DELIMITED BY SIZE,
                            " " DELIMITED BY SIZE,
                            WS-BK-PATH(WS-BI) DELIMITED BY X"00"
                            INTO MANIFEST-RECORD
                     END-STRING
              ELSE
                     STRING WS-BK-NAME(WS-BI) DELIMITED BY SPACE,
                            " ABSENT - " DELIMITED BY SIZE,
                            WS-BK-PATH(WS-BI) DELIMITED BY X"00"
                            INTO MANIFEST-RECORD
                     END-STRING
              END-IF
              WRITE MANIFEST-RECORD
       END-PERFORM.
       CLOSE MANIFEST-FILE.

CopyFile.
      *> WS-SRC-PATH to WS-DEST-PATH, summing as it goes; WS-COPY-OK
      *> is 1 only when every byte read was written.
       MOVE 0 TO WS-COPY-OK.
       MOVE 0 TO WS-COPIED-TOTAL.
       MOVE 0 TO WS-SUM.
       CALL "open" USING WS-SRC-PATH, BY VALUE 0 RETURNING WS-SRC-FD.
       IF WS-SRC-FD = -1 THEN
              CALL "perror" USING "open copy source"
              EXIT PARAGRAPH
       END-IF.
      *> O_WRONLY|O_CREAT|O_TRUNC: a stale copy is replaced whole.
       CALL "open" USING WS-DEST-PATH, BY VALUE 577, BY VALUE 420
           RETURNING WS-DEST-FD
       END-CALL.
       IF WS-DEST-FD = -1 THEN
              CALL "perror" USING "open copy dest"
              CALL "close" USING BY VALUE WS-SRC-FD
              EXIT PARAGRAPH
       END-IF.
       MOVE 1 TO WS-COPY-OK.
       MOVE 1 TO WS-COPY-LEN.
       PERFORM UNTIL WS-COPY-LEN <= 0
              CALL "read" USING
                  BY VALUE WS-SRC-FD,
                  BY REFERENCE WS-COPY-BUFFER,
                  BY VALUE LENGTH OF WS-COPY-BUFFER
                  RETURNING WS-COPY-LEN
              END-CALL
              IF WS-COPY-LEN < 0 THEN
                     MOVE 0 TO WS-COPY-OK
              END-IF
              IF WS-COPY-LEN > 0 THEN
                     PERFORM VARYING WS-CHUNK-IDX FROM 1 BY 1
                             UNTIL WS-CHUNK-IDX > WS-COPY-LEN
                            ADD WS-COPY-BYTES(WS-CHUNK-IDX) TO WS-SUM
                     END-PERFORM
                     CALL "write" USING
                         BY VALUE WS-DEST-FD,
                         BY REFERENCE WS-COPY-BUFFER,
                         BY VALUE WS-COPY-LEN
                         RETURNING WS-RESULT
                     END-CALL
                     IF WS-RESULT NOT = WS-COPY-LEN THEN
                            MOVE 0 TO WS-COPY-OK
                            MOVE -1 TO WS-COPY-LEN
                     ELSE
                            ADD WS-RESULT TO WS-COPIED-TOTAL
                     END-IF
              END-IF
       END-PERFORM.
       CALL "close" USING BY VALUE WS-SRC-FD.
       CALL "fsync" USING BY VALUE WS-DEST-FD RETURNING WS-RESULT.
       CALL "close" USING BY VALUE WS-DEST-FD RETURNING WS-RESULT.
       IF WS-RESULT NOT = 0 THEN
              MOVE 0 TO WS-COPY-OK
       END-IF.
       COMPUTE WS-COPY-SUM = FUNCTION MOD(WS-SUM, 1000000000).

SumFile.
      *> size and byte-sum checksum of WS-SUM-PATH, the same sum the
      *> catalog keeps for every image.
       MOVE 0 TO WS-SUM-OK.
       MOVE 0 TO WS-FILE-SIZE.
       MOVE 0 TO WS-SUM.
       CALL "open" USING WS-SUM-PATH, BY VALUE 0 RETURNING WS-SRC-FD.
       IF WS-SRC-FD = -1 THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE 1 TO WS-SUM-OK.
       MOVE 1 TO WS-COPY-LEN.
       PERFORM UNTIL WS-COPY-LEN <= 0
              CALL "read" USING
                  BY VALUE WS-SRC-FD,
                  BY REFERENCE WS-COPY-BUFFER,
                  BY VALUE LENGTH OF WS-COPY-BUFFER
                  RETURNING WS-COPY-LEN
              END-CALL
              IF WS-COPY-LEN < 0 THEN
                     MOVE 0 TO WS-SUM-OK
              END-IF
              IF WS-COPY-LEN > 0 THEN
                     ADD WS-COPY-LEN TO WS-FILE-SIZE
                     PERFORM VARYING WS-CHUNK-IDX FROM 1 BY 1
                             UNTIL WS-CHUNK-IDX > WS-COPY-LEN
                            ADD WS-COPY-BYTES(WS-CHUNK-IDX) TO WS-SUM
                     END-PERFORM
              END-IF
       END-PERFORM.
       CALL "close" USING BY VALUE WS-SRC-FD.
       COMPUTE WS-FILE-SUM = FUNCTION MOD(WS-SUM, 1000000000).

LockDataFile.
      *> the server's convention: a shared data file is guarded by the
      *> same name plus ".lock". only files that have one are
      *> rewritten while the server runs; the rest need no lock.
       MOVE -1 TO WS-LOCK-FD.
       CALL "strcat" USING WS-LOCK-PATH, ".lock" & X"00".
       CALL "access" USING WS-LOCK-PATH, BY VALUE 0 RETURNING WS-RESULT.
       IF WS-RESULT NOT = 0 THEN
              EXIT PARAGRAPH
       END-IF.
       CALL "open" USING WS-LOCK-PATH, BY VALUE 65, BY VALUE 420
           RETURNING WS-LOCK-FD
       END-CALL.
       IF WS-LOCK-FD = -1 THEN
              CALL "perror" USING "open data file lock"
       ELSE
              CALL "flock" USING BY VALUE WS-LOCK-FD, BY VALUE 2
                  RETURNING WS-RESULT
              END-CALL
       END-IF.

UnlockDataFile.
       IF WS-LOCK-FD NOT = -1 THEN
              CALL "flock" USING BY VALUE WS-LOCK-FD, BY VALUE 8
                  RETURNING WS-RESULT
              END-CALL
              CALL "close" USING BY VALUE WS-LOCK-FD
              MOVE -1 TO WS-LOCK-FD
       END-IF.

LockBatch.
      *> LOCK_EX|LOCK_NB first, only to say why we are waiting.
       CALL "open" USING WS-BATCH-LOCK-PATH, BY VALUE 65, BY VALUE 420
           RETURNING WS-BATCH-LOCK-FD
       END-CALL.
       IF WS-BATCH-LOCK-FD = -1 THEN
              CALL "perror" USING "open batch lock"
              EXIT PARAGRAPH
       END-IF.
       CALL "flock" USING BY VALUE WS-BATCH-LOCK-FD, BY VALUE 6
           RETURNING WS-RESULT
       END-CALL.
       IF WS-RESULT NOT = 0 THEN
              DISPLAY "A batch run is in progress; waiting for it to finish."
              CALL "flock" USING BY VALUE WS-BATCH-LOCK-FD, BY VALUE 2
                  RETURNING WS-RESULT
              END-CALL
       END-IF.

UnlockBatch.
       IF WS-BATCH-LOCK-FD NOT = -1 THEN
              CALL "flock" USING BY VALUE WS-BATCH-LOCK-FD, BY VALUE 8
                  RETURNING WS-RESULT
              END-CALL
              CALL "close" USING BY VALUE WS-BATCH-LOCK-FD
       END-IF.

CollectGenerations.
      *> oldest first: alphasort orders YYYYMMDD names by date.
       MOVE 0 TO WS-GEN-COUNT.
       SET WS-FILTER TO ENTRY "genfilter".
       SET WS-COMPAR TO ENTRY "alphasort".
       CALL "scandir" USING
           BY CONTENT WS-BACKUP-DIR,
           BY REFERENCE WS-DIRENT,
           BY VALUE WS-FILTER,
           BY VALUE WS-COMPAR
           RETURNING WS-N
       END-CALL.
       IF WS-N = -1 THEN
              EXIT PARAGRAPH
       END-IF.
       SET ADDRESS OF L-DIRENT-POINTERS(1) TO WS-DIRENT.
       PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1 UNTIL WS-SCAN-IDX > WS-N
              MOVE L-DIRENT-POINTERS(WS-SCAN-IDX) TO WS-DIRENT-POINTER
              SET ADDRESS OF L-DIRENT TO WS-DIRENT-POINTER
              IF WS-GEN-COUNT < 400 THEN
                     ADD 1 TO WS-GEN-COUNT
                     MOVE L-DIRENT-NAME(1:8) TO WS-GEN-NAME(WS-GEN-COUNT)
              END-IF
              CALL "free" USING BY VALUE WS-DIRENT-POINTER
       END-PERFORM.
       CALL "free" USING BY VALUE WS-DIRENT.

PruneGenerations.
       PERFORM CollectGenerations.
       IF WS-GEN-COUNT <= WS-GENERATIONS THEN
              EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-GEN-DROP = WS-GEN-COUNT - WS-GENERATIONS.
       PERFORM VARYING WS-GI FROM 1 BY 1 UNTIL WS-GI > WS-GEN-DROP
              MOVE WS-GEN-NAME(WS-GI) TO WS-GEN
              PERFORM RemoveGeneration
       END-PERFORM.

RemoveGeneration.
      *> the manifest goes first, so a half-removed generation is
      *> never mistaken for a restorable one.
       PERFORM BuildGenDir.
       CALL "unlink" USING WS-MANIFEST-PATH-TERM RETURNING WS-RESULT.
       SET WS-FILTER TO ENTRY "filefilter".
       SET WS-COMPAR TO ENTRY "alphasort".
       CALL "scandir" USING
           BY CONTENT WS-GEN-DIR,
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
       PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1 UNTIL WS-SCAN-IDX > WS-N
              MOVE L-DIRENT-POINTERS(WS-SCAN-IDX) TO WS-DIRENT-POINTER
              SET ADDRESS OF L-DIRENT TO WS-DIRENT-POINTER
              MOVE WS-GEN-DIR TO WS-SUM-PATH
              CALL "strcat" USING WS-SUM-PATH, L-DIRENT-NAME
              CALL "unlink" USING WS-SUM-PATH RETURNING WS-RESULT
              CALL "free" USING BY VALUE WS-DIRENT-POINTER
       END-PERFORM.
       CALL "free" USING BY VALUE WS-DIRENT.
       CALL "rmdir" USING WS-GEN-DIR RETURNING WS-RESULT.
       IF WS-RESULT = 0 THEN
              DISPLAY "  PRUNED:  generation " WS-GEN
       ELSE
              CALL "perror" USING "rmdir"
       END-IF.

LoadManifest.
       MOVE 0 TO WS-MF-COUNT.
       MOVE 0 TO WS-MF-BAD.
       MOVE "N" TO WS-MANIFEST-EOF.
       OPEN INPUT MANIFEST-FILE.
       IF WS-MANIFEST-STATUS NOT = "00" THEN
              EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-MANIFEST-EOF = "Y"
              READ MANIFEST-FILE
                     AT END MOVE "Y" TO WS-MANIFEST-EOF
                     NOT AT END PERFORM LoadManifestLine
              END-READ
       END-PERFORM.
       CLOSE MANIFEST-FILE.

LoadManifestLine.
       IF MANIFEST-RECORD = SPACES OR MANIFEST-RECORD(1:1) = "#" THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-MF-F1.
       MOVE SPACES TO WS-MF-F2.
       MOVE SPACES TO WS-MF-F3.
       MOVE SPACES TO WS-MF-F4.
       UNSTRING MANIFEST-RECORD DELIMITED BY ALL " "
              INTO WS-MF-F1, WS-MF-F2, WS-MF-F3, WS-MF-F4
       END-UNSTRING.
       IF WS-MF-COUNT >= 30 OR WS-MF-F1 = SPACES OR WS-MF-F4 = SPACES THEN
              ADD 1 TO WS-MF-BAD
              EXIT PARAGRAPH
       END-IF.
       IF WS-MF-F2 NOT = "ABSENT" AND (WS-MF-F2(1:12) IS NOT NUMERIC
               OR WS-MF-F3(1:10) IS NOT NUMERIC) THEN
              ADD 1 TO WS-MF-BAD
              EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-MF-COUNT.
       MOVE WS-MF-F1 TO WS-MF-NAME(WS-MF-COUNT).
       MOVE SPACES TO WS-MF-PATH(WS-MF-COUNT).
       STRING WS-MF-F4 DELIMITED BY SPACE, X"00" DELIMITED BY SIZE
              INTO WS-MF-PATH(WS-MF-COUNT)
       END-STRING.
       MOVE 0 TO WS-MF-SELECTED(WS-MF-COUNT).
       IF WS-MF-F2 = "ABSENT" THEN
              MOVE 1 TO WS-MF-ABSENT(WS-MF-COUNT)
              MOVE 0 TO WS-MF-SIZE(WS-MF-COUNT)
              MOVE 0 TO WS-MF-SUM(WS-MF-COUNT)
       ELSE
              MOVE 0 TO WS-MF-ABSENT(WS-MF-COUNT)
              MOVE WS-MF-F2(1:12) TO WS-MF-SIZE(WS-MF-COUNT)
              MOVE WS-MF-F3(1:10) TO WS-MF-SUM(WS-MF-COUNT)
       END-IF.

ListGenerations.
       PERFORM CollectGenerations.
       IF WS-GEN-ARG NOT = SPACES THEN
              MOVE WS-GEN-ARG TO WS-GEN
              PERFORM ListOneGeneration
              EXIT PARAGRAPH
       END-IF.
       CALL "strlen" USING BY REFERENCE WS-BACKUP-DIR RETURNING WS-MK-LEN.
       DISPLAY "=== Backup generations in " WS-BACKUP-DIR(1:WS-MK-LEN) " ===".
       IF WS-GEN-COUNT = 0 THEN
              DISPLAY "  (none)"
       END-IF.
       PERFORM VARYING WS-GI FROM WS-GEN-COUNT BY -1 UNTIL WS-GI < 1
              MOVE WS-GEN-NAME(WS-GI) TO WS-GEN
              PERFORM BuildGenDir
              PERFORM LoadManifest
              IF WS-MANIFEST-STATUS NOT = "00" THEN
                     DISPLAY "  " WS-GEN "  incomplete - no manifest, not restorable"
              ELSE
                     MOVE 0 TO WS-MF-TOTAL
                     MOVE 0 TO WS-MF-FOUND
                     PERFORM VARYING WS-MI FROM 1 BY 1 UNTIL WS-MI > WS-MF-COUNT
                            IF WS-MF-ABSENT(WS-MI) = 0 THEN
                                   ADD 1 TO WS-MF-FOUND
                                   ADD WS-MF-SIZE(WS-MI) TO WS-MF-TOTAL
                            END-IF
                     END-PERFORM
                     MOVE WS-MF-FOUND TO WS-COUNT-DISPLAY
                     MOVE WS-MF-TOTAL TO WS-BYTES-DISPLAY
                     DISPLAY "  " WS-GEN "  " WS-COUNT-DISPLAY " files "
                             WS-BYTES-DISPLAY " bytes"
              END-IF
       END-PERFORM.

ListOneGeneration.
       PERFORM BuildGenDir.
       PERFORM LoadManifest.
       IF WS-MANIFEST-STATUS NOT = "00" THEN
              DISPLAY "Generation " WS-GEN(1:8) " has no manifest."
              CALL "exit" USING BY VALUE 1
       END-IF.
       DISPLAY "=== Generation " WS-GEN " ===".
       PERFORM VARYING WS-MI FROM 1 BY 1 UNTIL WS-MI > WS-MF-COUNT
              IF WS-MF-ABSENT(WS-MI) = 1 THEN
                     DISPLAY "  " WS-MF-NAME(WS-MI)(1:32) "       absent"
                             "            " WS-MF-PATH(WS-MI)(1:40)
              ELSE
                     MOVE WS-MF-SIZE(WS-MI) TO WS-BYTES-DISPLAY
                     DISPLAY "  " WS-MF-NAME(WS-MI)(1:32) " " WS-BYTES-DISPLAY
                             " " WS-MF-SUM(WS-MI) " " WS-MF-PATH(WS-MI)(1:40)
              END-IF
       END-PERFORM.

RestoreGeneration.
       IF WS-GEN-ARG(1:8) IS NOT NUMERIC OR WS-GEN-ARG(9:) NOT = SPACES THEN
              PERFORM ShowUsage
              CALL "exit" USING BY VALUE 1
       END-IF.
       MOVE WS-GEN-ARG(1:8) TO WS-GEN.
       PERFORM BuildGenDir.
       PERFORM LoadManifest.
       IF WS-MANIFEST-STATUS NOT = "00" THEN
              DISPLAY "Generation " WS-GEN " has no manifest (missing or"
                      " incomplete); nothing restored."
              CALL "exit" USING BY VALUE 1
       END-IF.
       IF WS-MF-BAD > 0 THEN
              MOVE WS-MF-BAD TO WS-COUNT-DISPLAY
              DISPLAY "Generation " WS-GEN " has " WS-COUNT-DISPLAY
                      " unreadable manifest lines; nothing restored."
              CALL "exit" USING BY VALUE 1
       END-IF.
       MOVE 0 TO WS-MF-FOUND.
       PERFORM VARYING WS-MI FROM 1 BY 1 UNTIL WS-MI > WS-MF-COUNT
              IF WS-NAME-ARG = SPACES OR WS-NAME-ARG = WS-MF-NAME(WS-MI) THEN
                     MOVE 1 TO WS-MF-SELECTED(WS-MI)
                     ADD 1 TO WS-MF-FOUND
              END-IF
       END-PERFORM.
       IF WS-MF-FOUND = 0 THEN
              MOVE 0 TO WS-NAME-LEN
              INSPECT WS-NAME-ARG TALLYING WS-NAME-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
              DISPLAY "Generation " WS-GEN " holds no file named "
                      WS-NAME-ARG(1:WS-NAME-LEN) "; see backup list " WS-GEN "."
              CALL "exit" USING BY VALUE 1
       END-IF.
      *> every copy is proved against its manifest line before any
      *> live file is touched: one bad copy stops the whole restore.
       PERFORM VARYING WS-MI FROM 1 BY 1 UNTIL WS-MI > WS-MF-COUNT
              IF WS-MF-SELECTED(WS-MI) = 1 AND WS-MF-ABSENT(WS-MI) = 0 THEN
                     PERFORM VerifyBackupCopy
              END-IF
       END-PERFORM.
       IF WS-VERIFY-FAILED > 0 THEN
              MOVE WS-VERIFY-FAILED TO WS-COUNT-DISPLAY
              DISPLAY "Restore REFUSED: " WS-COUNT-DISPLAY
                      " backup copies do not match the manifest; nothing restored."
              CALL "exit" USING BY VALUE 1
       END-IF.
       PERFORM LockBatch.
       PERFORM VARYING WS-MI FROM 1 BY 1 UNTIL WS-MI > WS-MF-COUNT
              IF WS-MF-SELECTED(WS-MI) = 1 THEN
                     PERFORM RestoreOneFile
              END-IF
       END-PERFORM.
       PERFORM UnlockBatch.
       MOVE WS-RESTORED TO WS-COUNT-DISPLAY.
       MOVE WS-RESTORE-FAILED TO WS-COUNT-DISPLAY-2.
       DISPLAY "Restored " WS-COUNT-DISPLAY " files from generation " WS-GEN
               "; failed " WS-COUNT-DISPLAY-2 ".".
       IF WS-RESTORE-FAILED > 0 THEN
              CALL "exit" USING BY VALUE 1
       END-IF.

VerifyBackupCopy.
       MOVE SPACES TO WS-SUM-PATH.
       STRING WS-GEN-DIR DELIMITED BY X"00",
              WS-MF-NAME(WS-MI) DELIMITED BY SPACE,
              X"00" DELIMITED BY SIZE
              INTO WS-SUM-PATH
       END-STRING.
       PERFORM SumFile.
       IF WS-SUM-OK = 0 THEN
              ADD 1 TO WS-VERIFY-FAILED
              DISPLAY "  MISSING  " WS-MF-NAME(WS-MI)(1:40)
              MOVE "VERIFY-FAIL" TO WS-AUDIT-EVENT
              MOVE WS-MF-NAME(WS-MI) TO WS-AUDIT-NAME
              PERFORM WriteAuditLine
       ELSE IF WS-FILE-SIZE NOT = WS-MF-SIZE(WS-MI)
               OR WS-FILE-SUM NOT = WS-MF-SUM(WS-MI) THEN
              ADD 1 TO WS-VERIFY-FAILED
              DISPLAY "  CORRUPT  " WS-MF-NAME(WS-MI)(1:40)
                      " (size or checksum differs from the manifest)"
              MOVE "VERIFY-FAIL" TO WS-AUDIT-EVENT
              MOVE WS-MF-NAME(WS-MI) TO WS-AUDIT-NAME
              PERFORM WriteAuditLine
       END-IF.

RestoreOneFile.
       IF WS-MF-ABSENT(WS-MI) = 1 THEN
              DISPLAY "  skipped  " WS-MF-NAME(WS-MI)(1:40)
                      " (absent when backed up; current file left in place)"
              EXIT PARAGRAPH
       END-IF.
      *> the copy lands beside the live file under a temporary name
      *> and is checked again there; only then does one rename swap
      *> it in, so a reader sees the old file or the new one, whole.
       MOVE SPACES TO WS-SRC-PATH.
       STRING WS-GEN-DIR DELIMITED BY X"00",
              WS-MF-NAME(WS-MI) DELIMITED BY SPACE,
              X"00" DELIMITED BY SIZE
              INTO WS-SRC-PATH
       END-STRING.
       MOVE SPACES TO WS-TEMP-PATH.
       STRING WS-MF-PATH(WS-MI) DELIMITED BY X"00",
              ".restoring" DELIMITED BY SIZE,
              X"00" DELIMITED BY SIZE
              INTO WS-TEMP-PATH
       END-STRING.
       MOVE WS-TEMP-PATH TO WS-DEST-PATH.
       PERFORM CopyFile.
       MOVE WS-TEMP-PATH TO WS-SUM-PATH.
       PERFORM SumFile.
       IF WS-COPY-OK = 0 OR WS-SUM-OK = 0
               OR WS-FILE-SIZE NOT = WS-MF-SIZE(WS-MI)
               OR WS-FILE-SUM NOT = WS-MF-SUM(WS-MI) THEN
              CALL "unlink" USING WS-TEMP-PATH RETURNING WS-RESULT
              ADD 1 TO WS-RESTORE-FAILED
              DISPLAY "  FAILED   " WS-MF-NAME(WS-MI)(1:40)
                      " (staged copy does not verify; live file untouched)"
              MOVE "RESTORE-FAIL" TO WS-AUDIT-EVENT
              MOVE WS-MF-NAME(WS-MI) TO WS-AUDIT-NAME
              PERFORM WriteAuditLine
              EXIT PARAGRAPH
       END-IF.
       MOVE WS-MF-PATH(WS-MI) TO WS-LOCK-PATH.
       PERFORM LockDataFile.
      *> what is being replaced is kept beside it, in case the
      *> restore itself was the mistake.
       CALL "access" USING WS-MF-PATH(WS-MI), BY VALUE 0 RETURNING WS-RESULT.
       IF WS-RESULT = 0 THEN
              MOVE WS-MF-PATH(WS-MI) TO WS-SRC-PATH
              MOVE SPACES TO WS-SAVED-PATH
              STRING WS-MF-PATH(WS-MI) DELIMITED BY X"00",
                     ".prerestore" DELIMITED BY SIZE,
                     X"00" DELIMITED BY SIZE
                     INTO WS-SAVED-PATH
              END-STRING
              MOVE WS-SAVED-PATH TO WS-DEST-PATH
              PERFORM CopyFile
       END-IF.
       CALL "rename" USING WS-TEMP-PATH, WS-MF-PATH(WS-MI) RETURNING WS-RESULT.
       PERFORM UnlockDataFile.
       IF WS-RESULT NOT = 0 THEN
              CALL "perror" USING "rename"
              CALL "unlink" USING WS-TEMP-PATH RETURNING WS-RESULT
              ADD 1 TO WS-RESTORE-FAILED
              DISPLAY "  FAILED   " WS-MF-NAME(WS-MI)(1:40) " (live file untouched)"
              MOVE "RESTORE-FAIL" TO WS-AUDIT-EVENT
              MOVE WS-MF-NAME(WS-MI) TO WS-AUDIT-NAME
              PERFORM WriteAuditLine
              EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-RESTORED.
       DISPLAY "  restored " WS-MF-NAME(WS-MI)(1:40) " to "
               WS-MF-PATH(WS-MI)(1:40).
       MOVE "RESTORED" TO WS-AUDIT-EVENT.
       MOVE WS-MF-NAME(WS-MI) TO WS-AUDIT-NAME.
       PERFORM WriteAuditLine.

WriteAuditLine.
      *> one line per backup run and per file restored, so "what was
      *> put back, and when" has an answer years later.
       ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-LOG-TIME FROM TIME.
       MOVE SPACES TO WS-AUDIT-LINE.
       IF WS-AUDIT-NAME = SPACES THEN
              MOVE WS-BK-TOTAL TO WS-SIZE-DISPLAY
              STRING WS-LOG-DATE DELIMITED BY SIZE,
                     " " DELIMITED BY SIZE,
                     WS-LOG-TIME DELIMITED BY SIZE,
                     " " DELIMITED BY SIZE,
                     WS-AUDIT-EVENT DELIMITED BY SPACE,
                     " " DELIMITED BY SIZE,
                     WS-GEN DELIMITED BY SIZE,
                     " " DELIMITED BY SIZE,
                     WS-SIZE-DISPLAY DELIMITED BY SIZE,
                     X"0A" DELIMITED BY SIZE
                     INTO WS-AUDIT-LINE
              END-STRING
       ELSE
              STRING WS-LOG-DATE DELIMITED BY SIZE,
                     " " DELIMITED BY SIZE,
                     WS-LOG-TIME DELIMITED BY SIZE,
                     " " DELIMITED BY SIZE,
                     WS-AUDIT-EVENT DELIMITED BY SPACE,
                     " " DELIMITED BY SIZE,
                     WS-GEN DELIMITED BY SIZE,
                     " " DELIMITED BY SIZE,
                     WS-AUDIT-NAME DELIMITED BY SPACE,
                     X"0A" DELIMITED BY SIZE
                     INTO WS-AUDIT-LINE
              END-STRING
       END-IF.
       MOVE 0 TO WS-AUDIT-LEN.
       INSPECT WS-AUDIT-LINE TALLYING WS-AUDIT-LEN
              FOR CHARACTERS BEFORE INITIAL X"0A".
       ADD 1 TO WS-AUDIT-LEN.
       CALL "open" USING WS-AUDIT-PATH, BY VALUE 1089, BY VALUE 420
           RETURNING WS-AUDIT-FD
       END-CALL.
       IF WS-AUDIT-FD = -1 THEN
              CALL "perror" USING "open backup audit"
       ELSE
              CALL "write" USING
                  BY VALUE WS-AUDIT-FD,
                  BY REFERENCE WS-AUDIT-LINE,
                  BY VALUE WS-AUDIT-LEN
                  RETURNING WS-RESULT
              END-CALL
              CALL "close" USING BY VALUE WS-AUDIT-FD
       END-IF.

END PROGRAM backup.

IDENTIFICATION DIVISION.
PROGRAM-ID. genfilter.
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
      *> a generation is a directory named for its day, YYYYMMDD;
      *> anything else an operator parks there is left alone.
       SET ADDRESS OF L-DIRENT TO L-DIRENT-POINTER.
       MOVE 0 TO RETURN-CODE.
       IF L-DIRENT-TYPE = 4 THEN
           CALL "strlen" USING BY REFERENCE L-DIRENT-NAME RETURNING WS-NAME-LEN
           IF WS-NAME-LEN = 8 AND L-DIRENT-NAME(1:8) IS NUMERIC THEN
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       GOBACK.
END PROGRAM genfilter.

IDENTIFICATION DIVISION.
PROGRAM-ID. filefilter.
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
       SET ADDRESS OF L-DIRENT TO L-DIRENT-POINTER.
       MOVE 0 TO RETURN-CODE.
       IF L-DIRENT-TYPE = 8 THEN
           MOVE 1 TO RETURN-CODE
       END-IF.
       GOBACK.
END PROGRAM filefilter.
