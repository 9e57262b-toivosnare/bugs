IDENTIFICATION DIVISION.
PROGRAM-ID. statement.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.
    SELECT RATE-FILE ASSIGN TO DYNAMIC WS-RATE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.
    SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CONFIG-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONFIG-STATUS.
    SELECT DEPTBYTES-FILE ASSIGN TO DYNAMIC WS-DEPTBYTES-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPTBYTES-STATUS.
DATA DIVISION.
FILE SECTION.
*> chargeback's accounting intake record, column for column. an
*> extract from before the over-quota column reads it as blank.
FD EXTRACT-FILE.
01 EXTRACT-RECORD.
       05 EXT-DEPT PIC X(8).
       05 EXT-DATE PIC X(8).
       05 EXT-COUNT PIC 9(8).
       05 EXT-BYTES PIC 9(12).
       05 EXT-OVERQUOTA PIC 9(8).
FD RATE-FILE.
01 RATE-RECORD PIC X(128).
FD CONFIG-FILE.
01 CONFIG-RECORD PIC X(256).
FD DEPTBYTES-FILE.
01 DEPTBYTES-RECORD PIC X(64).

WORKING-STORAGE SECTION.
01 WS-ARGC USAGE IS BINARY-LONG.
01 WS-ARGV PIC X(256) VALUE SPACES.
01 WS-EXTRACT-PATH PIC X(256) VALUE "/root/bugs_chargeback.dat".
01 WS-RATE-PATH PIC X(256) VALUE "/root/bugs_rates.dat".
01 WS-CONFIG-PATH PIC X(256) VALUE "/root/bugs.conf".
01 WS-DEPTBYTES-PATH PIC X(256) VALUE "/root/bugs_deptbytes.dat".
01 WS-EXTRACT-STATUS PIC X(2).
01 WS-RATE-STATUS PIC X(2).
01 WS-CONFIG-STATUS PIC X(2).
01 WS-DEPTBYTES-STATUS PIC X(2).
01 WS-EXTRACT-EOF PIC X VALUE "N".
01 WS-RATE-EOF PIC X VALUE "N".
01 WS-CONFIG-EOF PIC X VALUE "N".
01 WS-DEPTBYTES-EOF PIC X VALUE "N".
01 WS-CONFIG-KEY PIC X(32).
01 WS-CONFIG-VALUE PIC X(224).

*> the month being billed, yyyymm; extract rows from any other month
*> are counted for the tie-back but not billed.
01 WS-STMT-MONTH PIC X(6).
01 WS-TODAY-X PIC 9(8).
01 WS-DATE-NUM PIC 9(8).
01 WS-MONTH-NUM PIC 9(2).

*> the rate card: a charge per request and per gigabyte from each
*> effective date onward; a day is rated by the latest line dated
*> on or before it.
01 WS-RATE-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-RATE-TABLE.
       05 WS-RATE-ROW OCCURS 50 TIMES.
              10 WS-RATE-FROM PIC X(8).
              10 WS-RATE-PER-REQUEST PIC 9(3)V9(6).
              10 WS-RATE-PER-GB PIC 9(5)V9(4).
01 WS-RI USAGE IS BINARY-LONG.
01 WS-RATE-FOUND USAGE IS BINARY-LONG.
01 WS-RATE-LINE USAGE IS BINARY-LONG VALUE 0.
01 WS-RATE-FROM-X PIC X(16).
01 WS-RATE-REQ-X PIC X(16).
01 WS-RATE-GB-X PIC X(16).
01 WS-GIGABYTE USAGE IS BINARY-DOUBLE VALUE 1000000000.

*> DEPT_BUDGET=dept,bytes from bugs.conf; the server takes the first
*> line for a department, and so does the statement.
01 WS-BUDGET-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-BUDGET-TABLE.
       05 WS-BUDGET-ROW OCCURS 20 TIMES.
              10 WS-BUDGET-DEPT PIC X(8).
              10 WS-BUDGET-LIMIT USAGE IS BINARY-DOUBLE.
01 WS-BI USAGE IS BINARY-LONG.
01 WS-BUDGET-FOUND USAGE IS BINARY-LONG.
01 WS-BUDGET-SPEC-DEPT PIC X(8).
01 WS-BUDGET-SPEC-BYTES PIC X(16).

*> the server's month-to-date counters; only the current month is
*> ever kept there, so an earlier month's statement finds none.
01 WS-DB-MONTH-X PIC X(8).
01 WS-DB-DEPT-X PIC X(8).
01 WS-DB-BYTES-X PIC X(16).

*> one row per department, kept in name order, with a slot per day
*> of the month.
01 WS-DEPT-COUNT USAGE IS BINARY-LONG VALUE 0.
01 WS-DEPT-TABLE.
       05 WS-DEPT-ROW OCCURS 60 TIMES.
              10 WS-DEPT-NAME PIC X(8).
              10 WS-DEPT-REQUESTS USAGE IS BINARY-DOUBLE.
              10 WS-DEPT-BYTES USAGE IS BINARY-DOUBLE.
              10 WS-DEPT-CHARGE PIC S9(11)V99.
              10 WS-DEPT-MTD-BYTES USAGE IS BINARY-DOUBLE.
              10 WS-DEPT-MTD-FOUND USAGE IS BINARY-CHAR.
              10 WS-DEPT-DAY OCCURS 31 TIMES.
                     15 WS-DAY-SEEN USAGE IS BINARY-CHAR.
                     15 WS-DAY-REQUESTS USAGE IS BINARY-LONG.
                     15 WS-DAY-BYTES USAGE IS BINARY-DOUBLE.
                     15 WS-DAY-OVERQUOTA USAGE IS BINARY-LONG.
01 WS-DI USAGE IS BINARY-LONG.
01 WS-DJ USAGE IS BINARY-LONG.
01 WS-DEPT-FOUND USAGE IS BINARY-LONG.
01 WS-DEPT-WANTED PIC X(8).
01 WS-DAY USAGE IS BINARY-LONG.
01 WS-DAY-NUM PIC 9(2).
01 WS-DAY-DATE PIC X(8).

*> control totals: every extract record lands in exactly one of
*> billed, outside the month, rejected or not billed, and the
*> requests and bytes with it.
01 WS-READ-RECORDS USAGE IS BINARY-LONG VALUE 0.
01 WS-READ-REQUESTS USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-READ-BYTES USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-BILLED-RECORDS USAGE IS BINARY-LONG VALUE 0.
01 WS-BILLED-REQUESTS USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-BILLED-BYTES USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-OUTSIDE-RECORDS USAGE IS BINARY-LONG VALUE 0.
01 WS-OUTSIDE-REQUESTS USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-OUTSIDE-BYTES USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-REJECTED-RECORDS USAGE IS BINARY-LONG VALUE 0.
01 WS-UNBILLED-RECORDS USAGE IS BINARY-LONG VALUE 0.
01 WS-UNBILLED-REQUESTS USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-UNBILLED-BYTES USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-PAGE-REQUESTS USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-PAGE-BYTES USAGE IS BINARY-DOUBLE VALUE 0.
01 WS-UNRATED-DAYS USAGE IS BINARY-LONG VALUE 0.
01 WS-TIES USAGE IS BINARY-CHAR VALUE 1.
01 WS-RECORD-NUM USAGE IS BINARY-LONG VALUE 0.

01 WS-REQUEST-CHARGE PIC S9(11)V99.
01 WS-BYTE-CHARGE PIC S9(11)V99.
01 WS-DAY-CHARGE PIC S9(11)V99.
01 WS-GRAND-CHARGE PIC S9(11)V99 VALUE 0.
01 WS-VARIANCE USAGE IS BINARY-DOUBLE.
01 WS-ACTUAL-BYTES USAGE IS BINARY-DOUBLE.

01 WS-LINE-DISPLAY PIC 9(5).
01 WS-COUNT-DISPLAY PIC Z(9)9.
01 WS-RECORDS-DISPLAY PIC Z(7)9.
01 WS-BYTES-DISPLAY PIC Z(14)9.
01 WS-VARIANCE-DISPLAY PIC -(14)9.
01 WS-MONEY-DISPLAY PIC Z(10)9.99.
01 WS-REQ-MONEY-DISPLAY PIC Z(8)9.99.
01 WS-BYTE-MONEY-DISPLAY PIC Z(8)9.99.
01 WS-OVERQUOTA-DISPLAY PIC Z(7)9.
01 WS-OVERQUOTA-SHOWN USAGE IS BINARY-CHAR.
01 WS-FORM-FEED PIC X VALUE X"0C".
01 WS-TITLE PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
Main.
       ACCEPT WS-ARGC FROM ARGUMENT-NUMBER.
       IF WS-ARGC > 1 THEN
              DISPLAY "usage: statement [yyyymm]"
              CALL "exit" USING BY VALUE 1
       END-IF.
      *> run after month end, the month worth billing is the one that
      *> just closed: the month yesterday fell in.
       IF WS-ARGC = 1 THEN
              ACCEPT WS-ARGV FROM COMMAND-LINE
              MOVE WS-ARGV(1:6) TO WS-STMT-MONTH
              IF WS-STMT-MONTH IS NOT NUMERIC OR WS-ARGV(7:1) NOT = SPACE THEN
                     DISPLAY "usage: statement [yyyymm]"
                     CALL "exit" USING BY VALUE 1
              END-IF
              MOVE WS-STMT-MONTH(5:2) TO WS-MONTH-NUM
              IF WS-MONTH-NUM < 1 OR WS-MONTH-NUM > 12 THEN
                     DISPLAY "usage: statement [yyyymm]"
                     CALL "exit" USING BY VALUE 1
              END-IF
       ELSE
              ACCEPT WS-TODAY-X FROM DATE YYYYMMDD
              COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-TODAY-X) - 1)
              MOVE WS-DATE-NUM(1:6) TO WS-STMT-MONTH
       END-IF.
       PERFORM LoadRates.
       PERFORM LoadBudgets.
       OPEN INPUT EXTRACT-FILE.
       IF WS-EXTRACT-STATUS NOT = "00" THEN
              DISPLAY "No chargeback extract found at " WS-EXTRACT-PATH(1:25)
              CALL "exit" USING BY VALUE 1
       END-IF.
       PERFORM UNTIL WS-EXTRACT-EOF = "Y"
              READ EXTRACT-FILE
                     AT END MOVE "Y" TO WS-EXTRACT-EOF
                     NOT AT END PERFORM TakeExtractRecord
              END-READ
       END-PERFORM.
       CLOSE EXTRACT-FILE.
       PERFORM LoadDeptBytes.
       PERFORM RateDepartments.
       PERFORM VARYING WS-DI FROM 1 BY 1 UNTIL WS-DI > WS-DEPT-COUNT
              PERFORM PrintDepartmentPage
       END-PERFORM.
       PERFORM PrintSummaryPage.
       IF WS-TIES = 0 OR WS-UNRATED-DAYS > 0 THEN
              CALL "exit" USING BY VALUE 1
       END-IF.
       GOBACK.

LoadRates.
       MOVE 0 TO WS-RATE-COUNT.
       MOVE 0 TO WS-RATE-LINE.
       OPEN INPUT RATE-FILE.
       IF WS-RATE-STATUS NOT = "00" THEN
              DISPLAY "No rate card at " WS-RATE-PATH(1:20)
                      "; every day is unrated."
              EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-RATE-EOF = "Y"
              READ RATE-FILE
                     AT END MOVE "Y" TO WS-RATE-EOF
                     NOT AT END PERFORM LoadRateLine
              END-READ
       END-PERFORM.
       CLOSE RATE-FILE.

LoadRateLine.
       ADD 1 TO WS-RATE-LINE.
       IF RATE-RECORD = SPACES OR RATE-RECORD(1:1) = "#" THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-RATE-FROM-X.
       MOVE SPACES TO WS-RATE-REQ-X.
       MOVE SPACES TO WS-RATE-GB-X.
       UNSTRING RATE-RECORD DELIMITED BY ALL " "
              INTO WS-RATE-FROM-X, WS-RATE-REQ-X, WS-RATE-GB-X
       END-UNSTRING.
      *> a line that cannot be read must not quietly rate a month at
      *> the previous price; say which line and leave it out.
       IF WS-RATE-FROM-X(1:8) IS NOT NUMERIC OR WS-RATE-FROM-X(9:) NOT = SPACES
               OR WS-RATE-REQ-X = SPACES OR WS-RATE-GB-X = SPACES THEN
              MOVE WS-RATE-LINE TO WS-LINE-DISPLAY
              DISPLAY "WARNING: rate card line " WS-LINE-DISPLAY
                      " is not date per-request per-gigabyte; skipped."
              EXIT PARAGRAPH
       END-IF.
       IF WS-RATE-COUNT >= 50 THEN
              MOVE WS-RATE-LINE TO WS-LINE-DISPLAY
              DISPLAY "WARNING: more than 50 rates; line "
                      WS-LINE-DISPLAY " onward is NOT used."
              MOVE "Y" TO WS-RATE-EOF
              EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-RATE-COUNT.
       MOVE WS-RATE-FROM-X(1:8) TO WS-RATE-FROM(WS-RATE-COUNT).
       COMPUTE WS-RATE-PER-REQUEST(WS-RATE-COUNT) = FUNCTION NUMVAL(WS-RATE-REQ-X).
       COMPUTE WS-RATE-PER-GB(WS-RATE-COUNT) = FUNCTION NUMVAL(WS-RATE-GB-X).

LoadBudgets.
       MOVE 0 TO WS-BUDGET-COUNT.
       OPEN INPUT CONFIG-FILE.
       IF WS-CONFIG-STATUS = "00" THEN
              PERFORM UNTIL WS-CONFIG-EOF = "Y"
                     READ CONFIG-FILE
                            AT END MOVE "Y" TO WS-CONFIG-EOF
                            NOT AT END PERFORM LoadBudgetLine
                     END-READ
              END-PERFORM
              CLOSE CONFIG-FILE
       END-IF.

LoadBudgetLine.
       IF CONFIG-RECORD = SPACES OR CONFIG-RECORD(1:1) = "#" THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-CONFIG-KEY.
       MOVE SPACES TO WS-CONFIG-VALUE.
       UNSTRING CONFIG-RECORD DELIMITED BY "="
              INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
       END-UNSTRING.
       IF WS-CONFIG-KEY NOT = "DEPT_BUDGET" THEN
              EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-BUDGET-SPEC-DEPT.
       MOVE SPACES TO WS-BUDGET-SPEC-BYTES.
       UNSTRING WS-CONFIG-VALUE DELIMITED BY ","
              INTO WS-BUDGET-SPEC-DEPT, WS-BUDGET-SPEC-BYTES
       END-UNSTRING.
       IF WS-BUDGET-SPEC-DEPT = SPACES OR WS-BUDGET-SPEC-BYTES = SPACES THEN
              EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-BI FROM 1 BY 1 UNTIL WS-BI > WS-BUDGET-COUNT
              IF WS-BUDGET-DEPT(WS-BI) = WS-BUDGET-SPEC-DEPT THEN
                     EXIT PARAGRAPH
              END-IF
       END-PERFORM.
       IF WS-BUDGET-COUNT < 20 THEN
              ADD 1 TO WS-BUDGET-COUNT
              MOVE WS-BUDGET-SPEC-DEPT TO WS-BUDGET-DEPT(WS-BUDGET-COUNT)
              COMPUTE WS-BUDGET-LIMIT(WS-BUDGET-COUNT) =
                     FUNCTION NUMVAL(WS-BUDGET-SPEC-BYTES)
             *> a budgeted department gets its page even in a month it
             *> never used, so the budget is seen to be untouched.
              MOVE WS-BUDGET-SPEC-DEPT TO WS-DEPT-WANTED
              PERFORM FindOrAddDept
       END-IF.

TakeExtractRecord.
       ADD 1 TO WS-RECORD-NUM.
       IF EXTRACT-RECORD = SPACES THEN
              EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-READ-RECORDS.
       IF EXT-COUNT IS NOT NUMERIC OR EXT-BYTES IS NOT NUMERIC
               OR EXT-DATE IS NOT NUMERIC OR EXT-DEPT = SPACES THEN
              ADD 1 TO WS-REJECTED-RECORDS
              MOVE WS-RECORD-NUM TO WS-LINE-DISPLAY
              DISPLAY "WARNING: extract record " WS-LINE-DISPLAY
                      " is not dept date count bytes; NOT billed."
              EXIT PARAGRAPH
       END-IF.
       ADD EXT-COUNT TO WS-READ-REQUESTS.
       ADD EXT-BYTES TO WS-READ-BYTES.
       IF EXT-DATE(1:6) NOT = WS-STMT-MONTH THEN
              ADD 1 TO WS-OUTSIDE-RECORDS
              ADD EXT-COUNT TO WS-OUTSIDE-REQUESTS
              ADD EXT-BYTES TO WS-OUTSIDE-BYTES
              EXIT PARAGRAPH
       END-IF.
       MOVE EXT-DEPT TO WS-DEPT-WANTED.
       PERFORM FindOrAddDept.
       MOVE EXT-DATE(7:2) TO WS-DAY-NUM.
       MOVE WS-DAY-NUM TO WS-DAY.
      *> billing must never lose requests quietly: anything that has
      *> no place on a page is counted out loud in the tie-back.
       IF WS-DEPT-FOUND = 0 OR WS-DAY < 1 OR WS-DAY > 31 THEN
              ADD 1 TO WS-UNBILLED-RECORDS
              ADD EXT-COUNT TO WS-UNBILLED-REQUESTS
              ADD EXT-BYTES TO WS-UNBILLED-BYTES
              EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-BILLED-RECORDS.
       ADD EXT-COUNT TO WS-BILLED-REQUESTS.
       ADD EXT-BYTES TO WS-BILLED-BYTES.
       MOVE 1 TO WS-DAY-SEEN(WS-DEPT-FOUND, WS-DAY).
       ADD EXT-COUNT TO WS-DAY-REQUESTS(WS-DEPT-FOUND, WS-DAY).
       ADD EXT-BYTES TO WS-DAY-BYTES(WS-DEPT-FOUND, WS-DAY).
       ADD EXT-COUNT TO WS-DEPT-REQUESTS(WS-DEPT-FOUND).
       ADD EXT-BYTES TO WS-DEPT-BYTES(WS-DEPT-FOUND).
       IF EXT-OVERQUOTA IS NUMERIC THEN
              ADD EXT-OVERQUOTA TO WS-DAY-OVERQUOTA(WS-DEPT-FOUND, WS-DAY)
       END-IF.

FindOrAddDept.
      *> departments stay in name order so the pages come out sorted;
      *> a new one is slotted in ahead of the first name after it.
       MOVE 0 TO WS-DEPT-FOUND.
       PERFORM VARYING WS-DI FROM 1 BY 1 UNTIL WS-DI > WS-DEPT-COUNT
              IF WS-DEPT-NAME(WS-DI) = WS-DEPT-WANTED THEN
                     MOVE WS-DI TO WS-DEPT-FOUND
                     EXIT PARAGRAPH
              END-IF
              IF WS-DEPT-NAME(WS-DI) > WS-DEPT-WANTED THEN
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-DEPT-COUNT >= 60 THEN
              EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-DJ FROM WS-DEPT-COUNT BY -1 UNTIL WS-DJ < WS-DI
              MOVE WS-DEPT-ROW(WS-DJ) TO WS-DEPT-ROW(WS-DJ + 1)
       END-PERFORM.
       ADD 1 TO WS-DEPT-COUNT.
       MOVE WS-DI TO WS-DEPT-FOUND.
       INITIALIZE WS-DEPT-ROW(WS-DEPT-FOUND).
       MOVE WS-DEPT-WANTED TO WS-DEPT-NAME(WS-DEPT-FOUND).

LoadDeptBytes.
       OPEN INPUT DEPTBYTES-FILE.
       IF WS-DEPTBYTES-STATUS = "00" THEN
              PERFORM UNTIL WS-DEPTBYTES-EOF = "Y"
                     READ DEPTBYTES-FILE
                            AT END MOVE "Y" TO WS-DEPTBYTES-EOF
                            NOT AT END PERFORM LoadDeptBytesLine
                     END-READ
              END-PERFORM
              CLOSE DEPTBYTES-FILE
       END-IF.

LoadDeptBytesLine.
       MOVE SPACES TO WS-DB-MONTH-X.
       MOVE SPACES TO WS-DB-DEPT-X.
       MOVE SPACES TO WS-DB-BYTES-X.
       UNSTRING DEPTBYTES-RECORD DELIMITED BY SPACE
              INTO WS-DB-MONTH-X, WS-DB-DEPT-X, WS-DB-BYTES-X
       END-UNSTRING.
       IF WS-DB-MONTH-X NOT = WS-STMT-MONTH THEN
              EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-DI FROM 1 BY 1 UNTIL WS-DI > WS-DEPT-COUNT
              IF WS-DEPT-NAME(WS-DI) = WS-DB-DEPT-X THEN
                     COMPUTE WS-DEPT-MTD-BYTES(WS-DI) = FUNCTION NUMVAL(WS-DB-BYTES-X)
                     MOVE 1 TO WS-DEPT-MTD-FOUND(WS-DI)
                     EXIT PERFORM
              END-IF
       END-PERFORM.

RateDepartments.
       PERFORM VARYING WS-DI FROM 1 BY 1 UNTIL WS-DI > WS-DEPT-COUNT
              MOVE 0 TO WS-DEPT-CHARGE(WS-DI)
              PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
                     IF WS-DAY-SEEN(WS-DI, WS-DAY) = 1 THEN
                            PERFORM RateOneDay
                            ADD WS-DAY-CHARGE TO WS-DEPT-CHARGE(WS-DI)
                     END-IF
              END-PERFORM
              ADD WS-DEPT-CHARGE(WS-DI) TO WS-GRAND-CHARGE
       END-PERFORM.

RateOneDay.
      *> each part is rounded to the cent on its own line, so the page
      *> adds up exactly as printed.
       MOVE WS-DAY TO WS-DAY-NUM.
       MOVE SPACES TO WS-DAY-DATE.
       STRING WS-STMT-MONTH DELIMITED BY SIZE,
              WS-DAY-NUM DELIMITED BY SIZE
              INTO WS-DAY-DATE
       END-STRING.
       MOVE 0 TO WS-RATE-FOUND.
       PERFORM VARYING WS-RI FROM 1 BY 1 UNTIL WS-RI > WS-RATE-COUNT
              IF WS-RATE-FROM(WS-RI) <= WS-DAY-DATE THEN
                     IF WS-RATE-FOUND = 0 THEN
                            MOVE WS-RI TO WS-RATE-FOUND
                     ELSE IF WS-RATE-FROM(WS-RI) > WS-RATE-FROM(WS-RATE-FOUND) THEN
                            MOVE WS-RI TO WS-RATE-FOUND
                     END-IF
                     END-IF
              END-IF
       END-PERFORM.
       IF WS-RATE-FOUND = 0 THEN
              MOVE 0 TO WS-REQUEST-CHARGE
              MOVE 0 TO WS-BYTE-CHARGE
       ELSE
              COMPUTE WS-REQUEST-CHARGE ROUNDED =
                     WS-DAY-REQUESTS(WS-DI, WS-DAY)
                     * WS-RATE-PER-REQUEST(WS-RATE-FOUND)
              COMPUTE WS-BYTE-CHARGE ROUNDED =
                     WS-DAY-BYTES(WS-DI, WS-DAY)
                     * WS-RATE-PER-GB(WS-RATE-FOUND) / WS-GIGABYTE
       END-IF.
       COMPUTE WS-DAY-CHARGE = WS-REQUEST-CHARGE + WS-BYTE-CHARGE.

PrintDepartmentPage.
       IF WS-DI > 1 THEN
              DISPLAY WS-FORM-FEED WITH NO ADVANCING
       END-IF.
       MOVE SPACES TO WS-TITLE.
       STRING "=== Image service statement " DELIMITED BY SIZE,
              WS-STMT-MONTH DELIMITED BY SIZE,
              " - department " DELIMITED BY SIZE,
              WS-DEPT-NAME(WS-DI) DELIMITED BY SPACE,
              " ===" DELIMITED BY SIZE
              INTO WS-TITLE
       END-STRING.
       DISPLAY WS-TITLE.
       DISPLAY " ".
       DISPLAY "  date      requests           bytes  per-request"
               "       per-GB        charge  rate-from".
       PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
              IF WS-DAY-SEEN(WS-DI, WS-DAY) = 1 THEN
                     PERFORM PrintDayLine
              END-IF
       END-PERFORM.
       IF WS-DEPT-REQUESTS(WS-DI) = 0 THEN
              DISPLAY "  (no requests this month)"
       END-IF.
       MOVE WS-DEPT-REQUESTS(WS-DI) TO WS-COUNT-DISPLAY.
       MOVE WS-DEPT-BYTES(WS-DI) TO WS-BYTES-DISPLAY.
       MOVE WS-DEPT-CHARGE(WS-DI) TO WS-MONEY-DISPLAY.
       DISPLAY "  month   " WS-COUNT-DISPLAY " " WS-BYTES-DISPLAY
               "                           " WS-MONEY-DISPLAY.
       DISPLAY " ".
       PERFORM PrintBudgetLines.
       DISPLAY " ".
       DISPLAY "  Days served the over-quota page:".
       MOVE 0 TO WS-OVERQUOTA-SHOWN.
       PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
              IF WS-DAY-OVERQUOTA(WS-DI, WS-DAY) > 0 THEN
                     MOVE 1 TO WS-OVERQUOTA-SHOWN
                     MOVE WS-DAY TO WS-DAY-NUM
                     MOVE WS-DAY-OVERQUOTA(WS-DI, WS-DAY) TO WS-OVERQUOTA-DISPLAY
                     DISPLAY "    " WS-STMT-MONTH WS-DAY-NUM " "
                             WS-OVERQUOTA-DISPLAY " requests refused"
              END-IF
       END-PERFORM.
       IF WS-OVERQUOTA-SHOWN = 0 THEN
              DISPLAY "    (none)"
       END-IF.

PrintDayLine.
       PERFORM RateOneDay.
       MOVE WS-DAY-REQUESTS(WS-DI, WS-DAY) TO WS-COUNT-DISPLAY.
       MOVE WS-DAY-BYTES(WS-DI, WS-DAY) TO WS-BYTES-DISPLAY.
       MOVE WS-REQUEST-CHARGE TO WS-REQ-MONEY-DISPLAY.
       MOVE WS-BYTE-CHARGE TO WS-BYTE-MONEY-DISPLAY.
       MOVE WS-DAY-CHARGE TO WS-MONEY-DISPLAY.
       IF WS-RATE-FOUND = 0 THEN
              ADD 1 TO WS-UNRATED-DAYS
              DISPLAY "  " WS-DAY-DATE WS-COUNT-DISPLAY " " WS-BYTES-DISPLAY
                      " " WS-REQ-MONEY-DISPLAY " " WS-BYTE-MONEY-DISPLAY
                      " " WS-MONEY-DISPLAY "  NO RATE"
       ELSE
              DISPLAY "  " WS-DAY-DATE WS-COUNT-DISPLAY " " WS-BYTES-DISPLAY
                      " " WS-REQ-MONEY-DISPLAY " " WS-BYTE-MONEY-DISPLAY
                      " " WS-MONEY-DISPLAY "  " WS-RATE-FROM(WS-RATE-FOUND)
       END-IF.

PrintBudgetLines.
      *> the budget meters image bytes as the server counted them, so
      *> the variance is taken against the server's own month-to-date
      *> figure; once that month has rolled off the counters file the
      *> extract's bytes stand in for it.
       MOVE 0 TO WS-BUDGET-FOUND.
       PERFORM VARYING WS-BI FROM 1 BY 1 UNTIL WS-BI > WS-BUDGET-COUNT
              IF WS-BUDGET-DEPT(WS-BI) = WS-DEPT-NAME(WS-DI) THEN
                     MOVE WS-BI TO WS-BUDGET-FOUND
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-DEPT-MTD-FOUND(WS-DI) = 1 THEN
              MOVE WS-DEPT-MTD-BYTES(WS-DI) TO WS-ACTUAL-BYTES
              MOVE WS-ACTUAL-BYTES TO WS-BYTES-DISPLAY
              DISPLAY "  Month-to-date bytes (server)  " WS-BYTES-DISPLAY
       ELSE
              MOVE WS-DEPT-BYTES(WS-DI) TO WS-ACTUAL-BYTES
              MOVE WS-ACTUAL-BYTES TO WS-BYTES-DISPLAY
              DISPLAY "  Month-to-date bytes (extract) " WS-BYTES-DISPLAY
                      "  (server counters not on file for " WS-STMT-MONTH ")"
       END-IF.
       IF WS-BUDGET-FOUND = 0 THEN
              DISPLAY "  Budget                        none (never gated)"
              EXIT PARAGRAPH
       END-IF.
       MOVE WS-BUDGET-LIMIT(WS-BUDGET-FOUND) TO WS-BYTES-DISPLAY.
       DISPLAY "  Budget (DEPT_BUDGET)          " WS-BYTES-DISPLAY.
       COMPUTE WS-VARIANCE = WS-BUDGET-LIMIT(WS-BUDGET-FOUND) - WS-ACTUAL-BYTES.
       MOVE WS-VARIANCE TO WS-VARIANCE-DISPLAY.
       IF WS-VARIANCE < 0 THEN
              DISPLAY "  Variance                      " WS-VARIANCE-DISPLAY
                      "  OVER BUDGET"
       ELSE
              DISPLAY "  Variance                      " WS-VARIANCE-DISPLAY
                      "  under budget"
       END-IF.

PrintSummaryPage.
       IF WS-DEPT-COUNT > 0 THEN
              DISPLAY WS-FORM-FEED WITH NO ADVANCING
       END-IF.
       DISPLAY "=== Image service statement " WS-STMT-MONTH " - summary ===".
       DISPLAY " ".
       DISPLAY "  dept      requests           bytes         charge"
               "        variance".
       MOVE 0 TO WS-PAGE-REQUESTS.
       MOVE 0 TO WS-PAGE-BYTES.
       PERFORM VARYING WS-DI FROM 1 BY 1 UNTIL WS-DI > WS-DEPT-COUNT
              PERFORM PrintSummaryLine
       END-PERFORM.
       MOVE WS-PAGE-REQUESTS TO WS-COUNT-DISPLAY.
       MOVE WS-PAGE-BYTES TO WS-BYTES-DISPLAY.
       MOVE WS-GRAND-CHARGE TO WS-MONEY-DISPLAY.
       DISPLAY "  TOTAL   " WS-COUNT-DISPLAY " " WS-BYTES-DISPLAY " "
               WS-MONEY-DISPLAY.
       IF WS-UNRATED-DAYS > 0 THEN
              MOVE WS-UNRATED-DAYS TO WS-RECORDS-DISPLAY
              DISPLAY " "
              DISPLAY "WARNING:" WS-RECORDS-DISPLAY " department-days have no rate"
                      " in effect and are charged nothing; fix the rate card."
       END-IF.
       PERFORM PrintTieBack.

PrintSummaryLine.
       ADD WS-DEPT-REQUESTS(WS-DI) TO WS-PAGE-REQUESTS.
       ADD WS-DEPT-BYTES(WS-DI) TO WS-PAGE-BYTES.
       MOVE WS-DEPT-REQUESTS(WS-DI) TO WS-COUNT-DISPLAY.
       MOVE WS-DEPT-BYTES(WS-DI) TO WS-BYTES-DISPLAY.
       MOVE WS-DEPT-CHARGE(WS-DI) TO WS-MONEY-DISPLAY.
       MOVE 0 TO WS-BUDGET-FOUND.
       PERFORM VARYING WS-BI FROM 1 BY 1 UNTIL WS-BI > WS-BUDGET-COUNT
              IF WS-BUDGET-DEPT(WS-BI) = WS-DEPT-NAME(WS-DI) THEN
                     MOVE WS-BI TO WS-BUDGET-FOUND
                     EXIT PERFORM
              END-IF
       END-PERFORM.
       IF WS-BUDGET-FOUND = 0 THEN
              DISPLAY "  " WS-DEPT-NAME(WS-DI) WS-COUNT-DISPLAY " "
                      WS-BYTES-DISPLAY " " WS-MONEY-DISPLAY "       no budget"
              EXIT PARAGRAPH
       END-IF.
       IF WS-DEPT-MTD-FOUND(WS-DI) = 1 THEN
              COMPUTE WS-VARIANCE = WS-BUDGET-LIMIT(WS-BUDGET-FOUND)
                     - WS-DEPT-MTD-BYTES(WS-DI)
       ELSE
              COMPUTE WS-VARIANCE = WS-BUDGET-LIMIT(WS-BUDGET-FOUND)
                     - WS-DEPT-BYTES(WS-DI)
       END-IF.
       MOVE WS-VARIANCE TO WS-VARIANCE-DISPLAY.
       DISPLAY "  " WS-DEPT-NAME(WS-DI) WS-COUNT-DISPLAY " "
               WS-BYTES-DISPLAY " " WS-MONEY-DISPLAY " " WS-VARIANCE-DISPLAY.

PrintTieBack.
      *> the statement must account for every extract record: billed
      *> on a page, dated outside the month, or refused as unreadable
      *> or unplaceable - and the requests and bytes on the pages,
      *> added back up department by department, must agree too.
       DISPLAY " ".
       DISPLAY "  Tie-back to " WS-EXTRACT-PATH(1:25).
       DISPLAY "                    records        requests           bytes".
       MOVE WS-READ-RECORDS TO WS-RECORDS-DISPLAY.
       MOVE WS-READ-REQUESTS TO WS-COUNT-DISPLAY.
       MOVE WS-READ-BYTES TO WS-BYTES-DISPLAY.
       DISPLAY "  extract read     " WS-RECORDS-DISPLAY "      "
               WS-COUNT-DISPLAY " " WS-BYTES-DISPLAY.
       MOVE WS-BILLED-RECORDS TO WS-RECORDS-DISPLAY.
       MOVE WS-PAGE-REQUESTS TO WS-COUNT-DISPLAY.
       MOVE WS-PAGE-BYTES TO WS-BYTES-DISPLAY.
       DISPLAY "  billed above     " WS-RECORDS-DISPLAY "      "
               WS-COUNT-DISPLAY " " WS-BYTES-DISPLAY.
       MOVE WS-OUTSIDE-RECORDS TO WS-RECORDS-DISPLAY.
       MOVE WS-OUTSIDE-REQUESTS TO WS-COUNT-DISPLAY.
       MOVE WS-OUTSIDE-BYTES TO WS-BYTES-DISPLAY.
       DISPLAY "  other months     " WS-RECORDS-DISPLAY "      "
               WS-COUNT-DISPLAY " " WS-BYTES-DISPLAY.
       MOVE WS-UNBILLED-RECORDS TO WS-RECORDS-DISPLAY.
       MOVE WS-UNBILLED-REQUESTS TO WS-COUNT-DISPLAY.
       MOVE WS-UNBILLED-BYTES TO WS-BYTES-DISPLAY.
       DISPLAY "  not placed       " WS-RECORDS-DISPLAY "      "
               WS-COUNT-DISPLAY " " WS-BYTES-DISPLAY.
       MOVE WS-REJECTED-RECORDS TO WS-RECORDS-DISPLAY.
       DISPLAY "  unreadable       " WS-RECORDS-DISPLAY.
       IF WS-READ-RECORDS NOT = WS-BILLED-RECORDS + WS-OUTSIDE-RECORDS
                      + WS-UNBILLED-RECORDS + WS-REJECTED-RECORDS
               OR WS-READ-REQUESTS NOT = WS-PAGE-REQUESTS
                      + WS-OUTSIDE-REQUESTS + WS-UNBILLED-REQUESTS
               OR WS-READ-BYTES NOT = WS-PAGE-BYTES
                      + WS-OUTSIDE-BYTES + WS-UNBILLED-BYTES
               OR WS-PAGE-REQUESTS NOT = WS-BILLED-REQUESTS
               OR WS-PAGE-BYTES NOT = WS-BILLED-BYTES
               OR WS-UNBILLED-RECORDS > 0 OR WS-REJECTED-RECORDS > 0 THEN
              MOVE 0 TO WS-TIES
       END-IF.
       IF WS-TIES = 1 THEN
              DISPLAY "  Statement totals tie to the extract."
       ELSE
              DISPLAY "  Statement totals DO NOT tie to the extract;"
                      " do not send these statements."
       END-IF.

END PROGRAM statement.
