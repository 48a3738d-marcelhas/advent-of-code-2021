       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DAY5B-CHRONIC.
*> Weekly chronic-site report off the dated snapNNNNNNNN.dat datasets
*> DAY-5b's output pass leaves behind each morning: every cell whose
*> overlap count stood above the threshold on at least N of the last
*> M snapshots, with the date it first showed inside that window, the
*> number of snapshots it showed on and its peak count - the sites
*> that are "always bad" rather than bad this morning, worst first,
*> so the desk can put a standing fix on them instead of re-dispatching
*> the same crews week after week. Days with no run leave no snapshot
*> and are simply stepped over, so M counts runs, not calendar days.
*> The threshold, N and M default to the hot-spot rule (count above
*> 1) on 21 of the last 28 runs and can be set per scheduler
*> definition through CHRONIC_THRESHOLD, CHRONIC_MIN_RUNS and
*> CHRONIC_RUNS. Reports to DD_CHRONIC.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> One of DAY-5b's dated snapshots. "SNAPHIST" is repointed at each
    *> run date's snapNNNNNNNN.dat in turn before its OPEN.
    SELECT SnapHistFile ASSIGN TO "SNAPHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-SNAPHIST-STATUS.

    SELECT ChronicFile ASSIGN TO "CHRONIC"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-CHRONIC-STATUS.

    SELECT SORT-WORK ASSIGN TO "chronic_sortwork.tmp".

    SELECT RANK-WORK ASSIGN TO "chronic_rankwork.tmp".

DATA DIVISION.
FILE SECTION.
*> Snapshot record in the layout DAY-5b's GRID-OUTPUT-PASS writes: one
*> occupied cell per record, raw 0-based coordinates.
FD SnapHistFile.
01 SNAPHIST-REC.
   05 SH-X PIC 9(3).
   05 FILLER PIC X(1).
   05 SH-Y PIC 9(3).
   05 FILLER PIC X(1).
   05 SH-COUNT PIC 9(3).
   05 FILLER PIC X(1).
   05 SH-HV PIC 9(3).
FD ChronicFile.
01 CHRONIC-REC PIC X(132).
*> Work file SORT uses to bring each cell's above-threshold showings
*> together, oldest run first, for the per-cell control break.
SD SORT-WORK.
01 SD-REC.
   05 SD-X PIC 9(3).
   05 SD-Y PIC 9(3).
   05 SD-DATE PIC 9(8).
   05 SD-COUNT PIC 9(3).
*> Work file SORT uses to rank the chronic sites, most persistent
*> first and, among equals, the highest peak first.
SD RANK-WORK.
01 RK-REC.
   05 RK-DAYS PIC 9(2).
   05 RK-PEAK PIC 9(3).
   05 RK-X PIC 9(3).
   05 RK-Y PIC 9(3).
   05 RK-FIRST PIC 9(8).
   05 RK-LATEST PIC 9(3).

WORKING-STORAGE SECTION.
01 WS-SNAPHIST-STATUS PIC X(2).
01 WS-CHRONIC-STATUS PIC X(2).
01 WS-SNAP-EOF PIC X(1).
01 WS-DSN-OVERRIDE PIC X(40).
*> Survey-area identifier from environment AREA - spaces in the
*> single-area shop, which leaves the default names exactly as they
*> have always been; set per scheduler definition it prefixes them so
*> each area reports off its own snapshots.
01 WS-AREA-ID PIC X(8).
01 WS-DD-BASE PIC X(30).
01 WS-DD-DEFAULT PIC X(40).
01 WS-TODAY PIC 9(8).
*> Report parameters. Each override is staged through a text field so
*> a mis-keyed value stops the run with a named value instead of
*> silently reporting against the wrong rule.
01 WS-PARAM-OVERRIDE PIC X(8).
01 WS-PARAM-NAME PIC X(17).
01 WS-PARAM-LEN PIC 9(2).
01 WS-PARAM-VALUE PIC 9(3).
01 WS-THRESHOLD PIC 9(3) VALUE 1.
01 WS-MIN-RUNS PIC 9(2) VALUE 21.
01 WS-WINDOW-RUNS PIC 9(2) VALUE 28.
01 WS-MAX-WINDOW PIC 9(2) VALUE 60.
*> The window's run dates, newest first as the backward walk finds
*> them. The walk gives up after a year of calendar days so a young
*> archive cannot send it back forever.
01 WS-SNAP-FOUND PIC 9(2) VALUE ZERO.
01 SNAP-TABLE.
   05 SNAP-DATE OCCURS 60 TIMES PIC 9(8).
01 SNAP-IDX PIC 9(2).
01 WS-DAYS-BACK PIC 9(3) VALUE ZERO.
01 WS-MAX-DAYS-BACK PIC 9(3) VALUE 366.
01 WS-SNAP-DSN PIC X(40).
*> Calendar step backwards through run dates.
01 WS-WALK-DATE PIC 9(8).
01 WS-WALK-DATE-PARTS REDEFINES WS-WALK-DATE.
   05 WS-WD-YYYY PIC 9(4).
   05 WS-WD-MM PIC 9(2).
   05 WS-WD-DD PIC 9(2).
01 WS-MONTH-DAYS PIC 9(2).
01 WS-LEAP-QUOT PIC 9(4).
01 WS-LEAP-REM4 PIC 9(3).
01 WS-LEAP-REM100 PIC 9(3).
01 WS-LEAP-REM400 PIC 9(3).
*> Control-break state for the cell under accumulation.
01 WS-SORT-EOF PIC X(1) VALUE 'N'.
01 WS-CELL-OPEN PIC X(1) VALUE 'N'.
01 WS-CUR-X PIC 9(3).
01 WS-CUR-Y PIC 9(3).
01 WS-CUR-DAYS PIC 9(2).
01 WS-CUR-FIRST PIC 9(8).
01 WS-CUR-PEAK PIC 9(3).
01 WS-CUR-LATEST PIC 9(3).
01 WS-CUR-LATEST-DATE PIC 9(8).
*> Chronic sites held between the two sorts. Sites past the table's
*> size are counted so the report says it was cut rather than
*> quietly dropping them.
01 WS-SITE-COUNT PIC 9(4) VALUE ZERO.
01 WS-SITE-MAX PIC 9(4) VALUE 5000.
01 WS-SITE-OVERFLOW PIC 9(5) VALUE ZERO.
01 SITE-TABLE.
   05 SITE-ENTRY OCCURS 5000 TIMES.
      10 SITE-X PIC 9(3).
      10 SITE-Y PIC 9(3).
      10 SITE-DAYS PIC 9(2).
      10 SITE-FIRST PIC 9(8).
      10 SITE-PEAK PIC 9(3).
      10 SITE-LATEST PIC 9(3).
01 SITE-IDX PIC 9(4).
01 WS-CELLS-SEEN PIC 9(7) VALUE ZERO.
01 WS-SEC-SX PIC 9(2).
01 WS-SEC-SY PIC 9(2).
01 WS-HEADER-LINE.
   05 FILLER PIC X(24) VALUE "CHRONIC SITES AS OF RUN ".
   05 WS-HL-DATE PIC 9(8).
   05 FILLER PIC X(15) VALUE " - COUNT ABOVE ".
   05 WS-HL-THRESHOLD PIC ZZ9.
   05 FILLER PIC X(4) VALUE " ON ".
   05 WS-HL-MIN PIC Z9.
   05 FILLER PIC X(13) VALUE " OF THE LAST ".
   05 WS-HL-WINDOW PIC Z9.
   05 FILLER PIC X(5) VALUE " RUNS".
01 WS-WINDOW-LINE.
   05 FILLER PIC X(19) VALUE "SNAPSHOTS ON FILE: ".
   05 WS-WL-FOUND PIC Z9.
   05 FILLER PIC X(6) VALUE " FROM ".
   05 WS-WL-FROM PIC 9(8).
   05 FILLER PIC X(4) VALUE " TO ".
   05 WS-WL-TO PIC 9(8).
01 WS-SHORT-LINE.
   05 FILLER PIC X(24) VALUE "** FEWER SNAPSHOTS THAN ".
   05 FILLER PIC X(22) VALUE "THE WINDOW - ONLY THE ".
   05 WS-SH-FOUND PIC Z9.
   05 FILLER PIC X(16) VALUE " ON FILE COUNTED".
01 WS-SITE-LINE.
   05 FILLER PIC X(7) VALUE "POINT (".
   05 WS-SL-X PIC ZZ9.
   05 FILLER PIC X(1) VALUE ",".
   05 WS-SL-Y PIC ZZ9.
   05 FILLER PIC X(10) VALUE ") SECTOR (".
   05 WS-SL-SX PIC Z9.
   05 FILLER PIC X(1) VALUE ",".
   05 WS-SL-SY PIC Z9.
   05 FILLER PIC X(13) VALUE ") FIRST SEEN ".
   05 WS-SL-FIRST PIC 9(8).
   05 FILLER PIC X(14) VALUE " DAYS PRESENT ".
   05 WS-SL-DAYS PIC Z9.
   05 FILLER PIC X(4) VALUE " OF ".
   05 WS-SL-WINDOW PIC Z9.
   05 FILLER PIC X(7) VALUE " PEAK: ".
   05 WS-SL-PEAK PIC ZZ9.
   05 FILLER PIC X(9) VALUE " LATEST: ".
   05 WS-SL-LATEST PIC ZZ9.
01 WS-TOTAL-LINE.
   05 WS-TL-SITES PIC ZZZZ9.
   05 FILLER PIC X(21) VALUE " CHRONIC SITES AMONG ".
   05 WS-TL-CELLS PIC ZZZZZZ9.
   05 FILLER PIC X(38) VALUE " CELLS ABOVE THRESHOLD IN THE WINDOW".
01 WS-OVERFLOW-LINE.
   05 FILLER PIC X(3) VALUE "** ".
   05 WS-OV-COUNT PIC ZZZZ9.
   05 FILLER PIC X(35) VALUE " FURTHER CHRONIC SITES NOT LISTED -".
   05 FILLER PIC X(15) VALUE " TABLE IS FULL ".

PROCEDURE DIVISION.
PERFORM INITIALIZE-DSNS.
PERFORM RESOLVE-PARAMETERS.
PERFORM FIND-WINDOW-SNAPSHOTS.

*> No snapshot at all is a hard failure the same way a missing archive
*> is for DAY5B-TREND - reporting nothing must not read as no chronic
*> sites.
IF WS-SNAP-FOUND = ZERO THEN
    DISPLAY "DAY5B-CHRONIC: NO SNAPSHOTS FOUND IN THE LAST "
        WS-MAX-DAYS-BACK " DAYS - NOTHING TO REPORT"
    MOVE 16 TO RETURN-CODE
    STOP RUN
END-IF.

SORT SORT-WORK ON ASCENDING KEY SD-X SD-Y SD-DATE
    INPUT PROCEDURE IS BUILD-SORT-INPUT
    OUTPUT PROCEDURE IS COLLECT-CHRONIC-SITES.

SORT RANK-WORK ON DESCENDING KEY RK-DAYS RK-PEAK
    ON ASCENDING KEY RK-X RK-Y
    INPUT PROCEDURE IS RELEASE-CHRONIC-SITES
    OUTPUT PROCEDURE IS WRITE-CHRONIC-REPORT.

DISPLAY "DAY5B-CHRONIC: " WS-SITE-COUNT " CHRONIC SITES OVER "
    WS-SNAP-FOUND " SNAPSHOTS".
STOP RUN.

*> Defaults the DD names when the scheduler left them unset, the same
*> defaulting idiom DAY5B-REPAIR uses for its datasets.
INITIALIZE-DSNS.
   ACCEPT WS-AREA-ID FROM ENVIRONMENT "AREA".
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_CHRONIC".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "chronic.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_CHRONIC" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.

*> The default dataset name for WS-DD-BASE: the bare name when no
*> area is set, "<area>_<name>" when one is.
BUILD-AREA-DEFAULT.
   IF WS-AREA-ID = SPACES THEN
       MOVE WS-DD-BASE TO WS-DD-DEFAULT
   ELSE
       MOVE SPACES TO WS-DD-DEFAULT
       STRING WS-AREA-ID DELIMITED BY " "
           "_" DELIMITED BY SIZE
           WS-DD-BASE DELIMITED BY " "
           INTO WS-DD-DEFAULT
   END-IF.

RESOLVE-PARAMETERS.
   ACCEPT WS-TODAY FROM DATE YYYYMMDD.
   MOVE "CHRONIC_THRESHOLD" TO WS-PARAM-NAME.
   ACCEPT WS-PARAM-OVERRIDE FROM ENVIRONMENT "CHRONIC_THRESHOLD".
   IF WS-PARAM-OVERRIDE NOT = SPACES THEN
       PERFORM CHECK-PARAM
       MOVE WS-PARAM-VALUE TO WS-THRESHOLD
   END-IF.
   MOVE "CHRONIC_RUNS" TO WS-PARAM-NAME.
   ACCEPT WS-PARAM-OVERRIDE FROM ENVIRONMENT "CHRONIC_RUNS".
   IF WS-PARAM-OVERRIDE NOT = SPACES THEN
       PERFORM CHECK-PARAM
       IF WS-PARAM-VALUE = ZERO OR WS-PARAM-VALUE > WS-MAX-WINDOW THEN
           PERFORM FAIL-PARAM
       END-IF
       MOVE WS-PARAM-VALUE TO WS-WINDOW-RUNS
   END-IF.
   MOVE "CHRONIC_MIN_RUNS" TO WS-PARAM-NAME.
   ACCEPT WS-PARAM-OVERRIDE FROM ENVIRONMENT "CHRONIC_MIN_RUNS".
   IF WS-PARAM-OVERRIDE NOT = SPACES THEN
       PERFORM CHECK-PARAM
       IF WS-PARAM-VALUE = ZERO OR WS-PARAM-VALUE > WS-WINDOW-RUNS THEN
           PERFORM FAIL-PARAM
       END-IF
       MOVE WS-PARAM-VALUE TO WS-MIN-RUNS
   END-IF.
   *> A window narrowed below the default minimum with no minimum of
   *> its own asks for every run in it.
   IF WS-MIN-RUNS > WS-WINDOW-RUNS THEN
       MOVE WS-WINDOW-RUNS TO WS-MIN-RUNS
   END-IF.

*> One to three digits and nothing after them.
CHECK-PARAM.
   MOVE ZERO TO WS-PARAM-LEN.
   INSPECT WS-PARAM-OVERRIDE TALLYING WS-PARAM-LEN
       FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-PARAM-LEN = 0 OR WS-PARAM-LEN > 3 THEN
       PERFORM FAIL-PARAM
   END-IF.
   IF WS-PARAM-OVERRIDE(1:WS-PARAM-LEN) NOT NUMERIC THEN
       PERFORM FAIL-PARAM
   END-IF.
   MOVE WS-PARAM-OVERRIDE(1:WS-PARAM-LEN) TO WS-PARAM-VALUE.

FAIL-PARAM.
   DISPLAY "DAY5B-CHRONIC: BAD " WS-PARAM-NAME " - GOT "
       WS-PARAM-OVERRIDE.
   MOVE 16 TO RETURN-CODE.
   STOP RUN.

*> Steps back a calendar day at a time from today, keeping every date
*> that has a snapshot on file, until the window is full or a year
*> has been searched. An empty snapshot is one DAY5B-HOUSEKEEP has
*> retired to its archive, not a run.
FIND-WINDOW-SNAPSHOTS.
   MOVE WS-TODAY TO WS-WALK-DATE.
   PERFORM PROBE-SNAPSHOT
       UNTIL WS-SNAP-FOUND NOT < WS-WINDOW-RUNS
          OR WS-DAYS-BACK NOT < WS-MAX-DAYS-BACK.

PROBE-SNAPSHOT.
   PERFORM POINT-AT-SNAPSHOT.
   OPEN INPUT SnapHistFile.
   IF WS-SNAPHIST-STATUS = "00" THEN
       READ SnapHistFile
           AT END CONTINUE
           NOT AT END
               ADD 1 TO WS-SNAP-FOUND
               MOVE WS-WALK-DATE TO SNAP-DATE(WS-SNAP-FOUND)
       END-READ
       CLOSE SnapHistFile
   END-IF.
   ADD 1 TO WS-DAYS-BACK.
   PERFORM PREV-WALK-DATE.

*> Points DD_SNAPHIST at WS-WALK-DATE's snapshot under the same naming
*> DAY-5b's BUILD-SNAPSHOT-DSN uses.
POINT-AT-SNAPSHOT.
   MOVE SPACES TO WS-SNAP-DSN.
   IF WS-AREA-ID = SPACES THEN
       STRING "snap" DELIMITED BY SIZE
           WS-WALK-DATE DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO WS-SNAP-DSN
   ELSE
       STRING WS-AREA-ID DELIMITED BY " "
           "_snap" DELIMITED BY SIZE
           WS-WALK-DATE DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO WS-SNAP-DSN
   END-IF.
   DISPLAY "DD_SNAPHIST" UPON ENVIRONMENT-NAME.
   DISPLAY WS-SNAP-DSN UPON ENVIRONMENT-VALUE.

PREV-WALK-DATE.
   SUBTRACT 1 FROM WS-WD-DD.
   IF WS-WD-DD = ZERO THEN
       SUBTRACT 1 FROM WS-WD-MM
       IF WS-WD-MM = ZERO THEN
           MOVE 12 TO WS-WD-MM
           SUBTRACT 1 FROM WS-WD-YYYY
       END-IF
       PERFORM SET-MONTH-DAYS
       MOVE WS-MONTH-DAYS TO WS-WD-DD
   END-IF.

*> Days in the month under WS-WALK-DATE, leap Februaries included.
SET-MONTH-DAYS.
   EVALUATE WS-WD-MM
       WHEN 4
       WHEN 6
       WHEN 9
       WHEN 11
           MOVE 30 TO WS-MONTH-DAYS
       WHEN 2
           DIVIDE WS-WD-YYYY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM4
           DIVIDE WS-WD-YYYY BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM100
           DIVIDE WS-WD-YYYY BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM400
           IF WS-LEAP-REM400 = 0
              OR (WS-LEAP-REM4 = 0 AND WS-LEAP-REM100 NOT = 0) THEN
               MOVE 29 TO WS-MONTH-DAYS
           ELSE
               MOVE 28 TO WS-MONTH-DAYS
           END-IF
       WHEN OTHER
           MOVE 31 TO WS-MONTH-DAYS
   END-EVALUATE.

*> Releases one sort record per cell above the threshold in each of
*> the window's snapshots. Only occupied cells are on a snapshot, so
*> an absent cell simply did not show that run.
BUILD-SORT-INPUT.
   PERFORM RELEASE-SNAPSHOT
       VARYING SNAP-IDX FROM WS-SNAP-FOUND BY -1 UNTIL SNAP-IDX < 1.

RELEASE-SNAPSHOT.
   MOVE SNAP-DATE(SNAP-IDX) TO WS-WALK-DATE.
   PERFORM POINT-AT-SNAPSHOT.
   OPEN INPUT SnapHistFile.
   IF WS-SNAPHIST-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-CHRONIC: UNABLE TO OPEN SNAPSHOT " WS-SNAP-DSN
           " - STATUS " WS-SNAPHIST-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE 'N' TO WS-SNAP-EOF.
   PERFORM RELEASE-SNAPSHOT-REC UNTIL WS-SNAP-EOF = 'Y'.
   CLOSE SnapHistFile.

RELEASE-SNAPSHOT-REC.
   READ SnapHistFile
       AT END MOVE 'Y' TO WS-SNAP-EOF
       NOT AT END
           IF SH-COUNT > WS-THRESHOLD THEN
               MOVE SH-X TO SD-X
               MOVE SH-Y TO SD-Y
               MOVE SNAP-DATE(SNAP-IDX) TO SD-DATE
               MOVE SH-COUNT TO SD-COUNT
               RELEASE SD-REC
           END-IF
   END-READ.

*> Control break on the cell: each cell's showings arrive together,
*> oldest first, so the first record carries its first-seen date and
*> the last its latest count.
COLLECT-CHRONIC-SITES.
   MOVE 'N' TO WS-SORT-EOF.
   MOVE 'N' TO WS-CELL-OPEN.
   PERFORM RETURN-SORT-REC UNTIL WS-SORT-EOF = 'Y'.
   IF WS-CELL-OPEN = 'Y' THEN
       PERFORM CLOSE-CELL
   END-IF.

RETURN-SORT-REC.
   RETURN SORT-WORK
       AT END MOVE 'Y' TO WS-SORT-EOF
       NOT AT END PERFORM ACCUMULATE-CELL
   END-RETURN.

ACCUMULATE-CELL.
   IF WS-CELL-OPEN = 'Y' THEN
       IF SD-X NOT = WS-CUR-X OR SD-Y NOT = WS-CUR-Y THEN
           PERFORM CLOSE-CELL
       END-IF
   END-IF.
   IF WS-CELL-OPEN = 'N' THEN
       MOVE 'Y' TO WS-CELL-OPEN
       MOVE SD-X TO WS-CUR-X
       MOVE SD-Y TO WS-CUR-Y
       MOVE ZERO TO WS-CUR-DAYS
       MOVE ZERO TO WS-CUR-PEAK
       MOVE SD-DATE TO WS-CUR-FIRST
   END-IF.
   ADD 1 TO WS-CUR-DAYS.
   IF SD-COUNT > WS-CUR-PEAK THEN
       MOVE SD-COUNT TO WS-CUR-PEAK
   END-IF.
   MOVE SD-COUNT TO WS-CUR-LATEST.
   MOVE SD-DATE TO WS-CUR-LATEST-DATE.

*> A cell that showed on fewer than the minimum is a bad spell, not a
*> chronic site. The latest count is only reported when the cell
*> showed on the newest run; otherwise it is already back under the
*> threshold and shows as zero.
CLOSE-CELL.
   ADD 1 TO WS-CELLS-SEEN.
   MOVE 'N' TO WS-CELL-OPEN.
   IF WS-CUR-DAYS NOT < WS-MIN-RUNS THEN
       IF WS-SITE-COUNT < WS-SITE-MAX THEN
           ADD 1 TO WS-SITE-COUNT
           MOVE WS-CUR-X TO SITE-X(WS-SITE-COUNT)
           MOVE WS-CUR-Y TO SITE-Y(WS-SITE-COUNT)
           MOVE WS-CUR-DAYS TO SITE-DAYS(WS-SITE-COUNT)
           MOVE WS-CUR-FIRST TO SITE-FIRST(WS-SITE-COUNT)
           MOVE WS-CUR-PEAK TO SITE-PEAK(WS-SITE-COUNT)
           IF WS-CUR-LATEST-DATE = SNAP-DATE(1) THEN
               MOVE WS-CUR-LATEST TO SITE-LATEST(WS-SITE-COUNT)
           ELSE
               MOVE ZERO TO SITE-LATEST(WS-SITE-COUNT)
           END-IF
       ELSE
           ADD 1 TO WS-SITE-OVERFLOW
       END-IF
   END-IF.

RELEASE-CHRONIC-SITES.
   PERFORM RELEASE-CHRONIC-SITE
       VARYING SITE-IDX FROM 1 BY 1 UNTIL SITE-IDX > WS-SITE-COUNT.

RELEASE-CHRONIC-SITE.
   MOVE SITE-DAYS(SITE-IDX) TO RK-DAYS.
   MOVE SITE-PEAK(SITE-IDX) TO RK-PEAK.
   MOVE SITE-X(SITE-IDX) TO RK-X.
   MOVE SITE-Y(SITE-IDX) TO RK-Y.
   MOVE SITE-FIRST(SITE-IDX) TO RK-FIRST.
   MOVE SITE-LATEST(SITE-IDX) TO RK-LATEST.
   RELEASE RK-REC.

*> Header and window first, then the sites most persistent first,
*> then the totals.
WRITE-CHRONIC-REPORT.
   MOVE 'N' TO WS-SORT-EOF.
   OPEN OUTPUT ChronicFile.
   IF WS-CHRONIC-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-CHRONIC: UNABLE TO OPEN CHRONIC FILE - STATUS "
           WS-CHRONIC-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   PERFORM WRITE-HEADER-LINES.
   PERFORM RETURN-RANK-REC UNTIL WS-SORT-EOF = 'Y'.
   MOVE WS-SITE-COUNT TO WS-TL-SITES.
   MOVE WS-CELLS-SEEN TO WS-TL-CELLS.
   MOVE WS-TOTAL-LINE TO CHRONIC-REC.
   WRITE CHRONIC-REC.
   IF WS-SITE-OVERFLOW > 0 THEN
       MOVE WS-SITE-OVERFLOW TO WS-OV-COUNT
       MOVE WS-OVERFLOW-LINE TO CHRONIC-REC
       WRITE CHRONIC-REC
   END-IF.
   CLOSE ChronicFile.

WRITE-HEADER-LINES.
   MOVE SNAP-DATE(1) TO WS-HL-DATE.
   MOVE WS-THRESHOLD TO WS-HL-THRESHOLD.
   MOVE WS-MIN-RUNS TO WS-HL-MIN.
   MOVE WS-WINDOW-RUNS TO WS-HL-WINDOW.
   MOVE WS-HEADER-LINE TO CHRONIC-REC.
   WRITE CHRONIC-REC.
   MOVE WS-SNAP-FOUND TO WS-WL-FOUND.
   MOVE SNAP-DATE(WS-SNAP-FOUND) TO WS-WL-FROM.
   MOVE SNAP-DATE(1) TO WS-WL-TO.
   MOVE WS-WINDOW-LINE TO CHRONIC-REC.
   WRITE CHRONIC-REC.
   IF WS-SNAP-FOUND < WS-WINDOW-RUNS THEN
       MOVE WS-SNAP-FOUND TO WS-SH-FOUND
       MOVE WS-SHORT-LINE TO CHRONIC-REC
       WRITE CHRONIC-REC
   END-IF.

RETURN-RANK-REC.
   RETURN RANK-WORK
       AT END MOVE 'Y' TO WS-SORT-EOF
       NOT AT END PERFORM WRITE-SITE-LINE
   END-RETURN.

*> Sector as every other report shows it: 100x100 blocks, 1-based.
WRITE-SITE-LINE.
   DIVIDE RK-X BY 100 GIVING WS-SEC-SX.
   ADD 1 TO WS-SEC-SX.
   DIVIDE RK-Y BY 100 GIVING WS-SEC-SY.
   ADD 1 TO WS-SEC-SY.
   MOVE RK-X TO WS-SL-X.
   MOVE RK-Y TO WS-SL-Y.
   MOVE WS-SEC-SX TO WS-SL-SX.
   MOVE WS-SEC-SY TO WS-SL-SY.
   MOVE RK-FIRST TO WS-SL-FIRST.
   MOVE RK-DAYS TO WS-SL-DAYS.
   MOVE WS-SNAP-FOUND TO WS-SL-WINDOW.
   MOVE RK-PEAK TO WS-SL-PEAK.
   MOVE RK-LATEST TO WS-SL-LATEST.
   MOVE WS-SITE-LINE TO CHRONIC-REC.
   WRITE CHRONIC-REC.
