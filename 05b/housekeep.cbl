       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DAY5B-HOUSEKEEP.
*> Retention housekeeping for the datasets the suite only ever grows:
*> the dated snapNNNNNNNN.dat snapshots, the line journal, the run
*> ledger, the run-history archive and the vendor-statistics master.
*> A retention parameter dataset gives a keep-period in days per
*> dataset class; anything dated before today less that period is
*> rolled into a consolidated monthly archive dataset for its class
*> (<stem>_arch_yyyymm.dat, appended to across runs) and then removed
*> from the original - an expired snapshot is emptied (opened for
*> output and closed) once its records are on the archive, and every
*> reader steps over an empty snapshot as a retired date; the
*> sequential datasets are rewritten with only their kept records.
*> Nothing is removed until it is safely on its archive, and a dataset
*> with nothing expired is left untouched.
*>
*> Some data outlives its keep-period: snapshots and journal records
*> dated on or after the open date of the oldest OPEN or DISPATCHED
*> work order stay, since the desk and DAY5B-INQUIRY still explain
*> that order from them; the last 30 run-history records stay for
*> DAY5B-TREND's 30-run window; vendor statistics of the current
*> calendar quarter stay for DAY5B-SCORECARD. A class with no
*> keep-period on the parameter dataset is kept in full. The report
*> shows per class what was archived, kept (and of that, held back by
*> those rules) and how much was freed.
*>
*> Retention records: "<class> <days>", one per class, where <class>
*> is SNAPSHOT, JOURNAL, LEDGER, RUNHIST or VENDSTAT and <days> is
*> 0-9999. Run after the morning chain and before the batch volume's
*> weekly space check.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Logical DD-style names resolved the same way DAY5B-DRAW's
    *> "INPUT" is; INITIALIZE-DSNS below defaults them to the suite's
    *> own datasets when the scheduler hasn't said otherwise.
    SELECT RetentionFile ASSIGN TO "RETENTION"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-RETAIN-STATUS.

    SELECT OrderFile ASSIGN TO "WORKORDERS"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS WO-KEY
        FILE STATUS IS WS-ORDER-STATUS.

    *> One of DAY-5b's dated snapshots. "SNAPHIST" is repointed at each
    *> run date's snapNNNNNNNN.dat in turn before its OPEN.
    SELECT SnapHistFile ASSIGN TO "SNAPHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-SNAPHIST-STATUS.

    SELECT JournalFile ASSIGN TO "JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.

    SELECT LedgerFile ASSIGN TO "RUNLEDGER"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-LEDGER-STATUS.

    SELECT HistoryFile ASSIGN TO "RUNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-RUNHIST-STATUS.

    SELECT VendStatFile ASSIGN TO "VENDSTAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-VST-STATUS.

    *> Monthly archive for the class under trim. "ARCHIVE" is repointed
    *> at <stem>_arch_yyyymm.dat by OPEN-ARCHIVE-MONTH whenever the
    *> month of the record being archived changes.
    SELECT ArchiveFile ASSIGN TO "ARCHIVE"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-ARCH-STATUS.

    *> Kept records of the dataset under trim, copied back over the
    *> original once the pass is through.
    SELECT WorkFile ASSIGN TO "HKWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT HousekeepFile ASSIGN TO "HOUSEKEEP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-HK-STATUS.

DATA DIVISION.
FILE SECTION.
FD RetentionFile.
01 RETAIN-REC PIC X(40).
*> Work-order record as DAY5B-ORDERS writes it, keyed by the raw
*> 0-based coordinates every report shows.
FD OrderFile.
01 WO-REC.
   05 WO-KEY.
      10 WO-X PIC 9(3).
      10 WO-Y PIC 9(3).
   05 WO-ORDER-NO PIC 9(6).
   05 WO-STATUS PIC X(1).
   05 WO-OPEN-DATE PIC 9(8).
   05 WO-DISPATCH-DATE PIC 9(8).
   05 WO-CLEAR-DATE PIC 9(8).
   05 WO-LAST-SEEN PIC 9(8).
   05 WO-LAST-COUNT PIC 9(3).
   05 WO-CREW-ID PIC X(8).
   05 WO-ASSIGN-DATE PIC 9(8).
*> Snapshot record in the layout DAY-5b's GRID-OUTPUT-PASS writes.
FD SnapHistFile.
01 SNAPHIST-REC PIC X(15).
*> Journal record as DAY5B-DRAW's WRITE-JOURNAL-LINE writes it.
FD JournalFile.
01 JRN-REC.
   05 JRN-ID PIC 9(6).
   05 FILLER PIC X(1).
   05 JRN-SRC PIC X(8).
   05 FILLER PIC X(1).
   05 JRN-DATE PIC X(8).
   05 FILLER PIC X(1).
   05 JRN-DETAIL PIC X(21).
*> Ledger step record as DAY5B-LEDGER posts it.
FD LedgerFile.
01 LED-REC.
   05 LED-DATE PIC 9(8).
   05 FILLER PIC X(38).
*> Run-history record in the layout DAY-5b's WRITE-RUN-HISTORY writes.
FD HistoryFile.
01 HIST-REC.
   05 HIST-DATE PIC 9(8).
   05 FILLER PIC X(732).
*> Vendor-statistics record in the layout the runs write.
FD VendStatFile.
01 VST-REC.
   05 VST-DATE PIC 9(8).
   05 FILLER PIC X(45).
FD ArchiveFile.
01 ARCHIVE-REC PIC X(760).
FD WorkFile.
01 WORK-REC PIC X(760).
FD HousekeepFile.
01 HOUSEKEEP-REC PIC X(132).

WORKING-STORAGE SECTION.
01 WS-RETAIN-STATUS PIC X(2).
01 WS-ORDER-STATUS PIC X(2).
01 WS-SNAPHIST-STATUS PIC X(2).
01 WS-JRNL-STATUS PIC X(2).
01 WS-LEDGER-STATUS PIC X(2).
01 WS-RUNHIST-STATUS PIC X(2).
01 WS-VST-STATUS PIC X(2).
01 WS-ARCH-STATUS PIC X(2).
01 WS-WORK-STATUS PIC X(2).
01 WS-HK-STATUS PIC X(2).
01 WS-EOF PIC X(1).
01 WS-DSN-OVERRIDE PIC X(40).
*> Survey-area identifier from environment AREA - spaces in the
*> single-area shop, which leaves every default name exactly as it
*> has always been; set per scheduler definition it keeps each area
*> to its own datasets and archives.
01 WS-AREA-ID PIC X(8).
01 WS-DD-BASE PIC X(30).
01 WS-DD-DEFAULT PIC X(40).
01 WS-TODAY PIC 9(8).
*> The dataset classes, in report order. The stem names each class's
*> monthly archive; the record length (plus its line end) is what a
*> record archived off the original frees.
01 CLASS-INIT.
   05 FILLER PIC X(8) VALUE "SNAPSHOT".
   05 FILLER PIC X(12) VALUE "snap".
   05 FILLER PIC 9(4) VALUE 16.
   05 FILLER PIC X(8) VALUE "JOURNAL".
   05 FILLER PIC X(12) VALUE "linejournal".
   05 FILLER PIC 9(4) VALUE 47.
   05 FILLER PIC X(8) VALUE "LEDGER".
   05 FILLER PIC X(12) VALUE "runledger".
   05 FILLER PIC 9(4) VALUE 47.
   05 FILLER PIC X(8) VALUE "RUNHIST".
   05 FILLER PIC X(12) VALUE "runhistory".
   05 FILLER PIC 9(4) VALUE 741.
   05 FILLER PIC X(8) VALUE "VENDSTAT".
   05 FILLER PIC X(12) VALUE "vendorstats".
   05 FILLER PIC 9(4) VALUE 54.
01 CLASS-LIST REDEFINES CLASS-INIT.
   05 CLASS-DEF OCCURS 5 TIMES.
      10 CLS-NAME PIC X(8).
      10 CLS-STEM PIC X(12).
      10 CLS-REC-LEN PIC 9(4).
01 CLS-SNAPSHOT PIC 9(1) VALUE 1.
01 CLS-JOURNAL PIC 9(1) VALUE 2.
01 CLS-LEDGER PIC 9(1) VALUE 3.
01 CLS-RUNHIST PIC 9(1) VALUE 4.
01 CLS-VENDSTAT PIC 9(1) VALUE 5.
*> Per-class retention and results. The base cutoff is today less the
*> keep-period; the effective cutoff is the base pulled back by
*> whatever still needs older data, with the reason noted for the
*> report. A record dated before the effective cutoff is archived.
01 CLASS-STATE.
   05 CLS-ENTRY OCCURS 5 TIMES.
      10 CLS-KEEP-SET PIC X(1).
      10 CLS-KEEP-DAYS PIC 9(4).
      10 CLS-BASE-CUTOFF PIC 9(8).
      10 CLS-CUTOFF PIC 9(8).
      10 CLS-HELD-BY PIC X(24).
      10 CLS-ARCHIVED PIC 9(9).
      10 CLS-KEPT PIC 9(9).
      10 CLS-HELD PIC 9(9).
      10 CLS-FREED PIC 9(11).
01 CLS-IDX PIC 9(1).
*> Retention parameter parse.
01 WS-RET-CLASS PIC X(10).
01 WS-RET-DAYS-TXT PIC X(6).
01 WS-RET-LEN PIC 9(2).
*> Oldest open date among OPEN and DISPATCHED orders - zero when the
*> master holds none.
01 WS-ORDER-FLOOR PIC 9(8) VALUE ZERO.
01 WS-LIVE-ORDERS PIC 9(6) VALUE ZERO.
*> First day of the current calendar quarter.
01 WS-QUARTER-START PIC 9(8).
01 WS-QUARTER-START-PARTS REDEFINES WS-QUARTER-START.
   05 WS-QS-YYYY PIC 9(4).
   05 WS-QS-MM PIC 9(2).
   05 WS-QS-DD PIC 9(2).
01 WS-QUARTER-NO PIC 9(1).
*> DAY5B-TREND charts the last 30 run-history records.
01 WS-TREND-WINDOW PIC 9(2) VALUE 30.
01 WS-HIST-TOTAL PIC 9(7) VALUE ZERO.
01 WS-HIST-SEQ PIC 9(7) VALUE ZERO.
*> The record under decision: its date, whether a window rule keeps it
*> regardless of date, and the verdict.
01 WS-REC-DATE PIC 9(8).
01 WS-REC-PROTECTED PIC X(1).
01 WS-REC-EXPIRED PIC X(1).
01 WS-REC-LEN PIC 9(4).
*> Archive in use: the class and month it is open for.
01 WS-ARCH-OPEN PIC X(1) VALUE 'N'.
01 WS-ARCH-MONTH PIC 9(6) VALUE ZERO.
01 WS-REC-MONTH PIC 9(6).
01 WS-ARCH-DSN PIC X(40).
01 WS-ARCH-MONTH-TXT PIC X(6).
*> Snapshot walk: back a calendar day at a time from today. Once past
*> the cutoff it stops after a year without finding a snapshot -
*> there is no older run to find.
01 WS-SNAP-DSN PIC X(40).
01 WS-SNAP-RECS PIC 9(7).
01 WS-EMPTY-DAYS PIC 9(3) VALUE ZERO.
01 WS-MAX-EMPTY-DAYS PIC 9(3) VALUE 366.
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
01 WS-HEADER-LINE.
   05 FILLER PIC X(21) VALUE "HOUSEKEEPING RUN OF: ".
   05 WS-HL-DATE PIC 9(8).
01 WS-FLOOR-LINE.
   05 FILLER PIC X(32) VALUE "OPEN/DISPATCHED ORDERS ON FILE: ".
   05 WS-FL-LIVE PIC ZZZZZ9.
   05 FILLER PIC X(17) VALUE " OLDEST RAISED ON".
   05 FILLER PIC X(1) VALUE " ".
   05 WS-FL-DATE PIC 9(8).
01 WS-NO-FLOOR-LINE PIC X(50)
       VALUE "NO OPEN OR DISPATCHED WORK ORDERS ON FILE".
01 WS-QUARTER-LINE.
   05 FILLER PIC X(30) VALUE "SCORECARD QUARTER STARTED ON: ".
   05 WS-QL-DATE PIC 9(8).
01 WS-SNAP-LINE.
   05 FILLER PIC X(11) VALUE "  ARCHIVED ".
   05 WS-SN-DSN PIC X(30).
   05 WS-SN-RECS PIC ZZZZZZ9.
   05 FILLER PIC X(12) VALUE " RECORDS TO ".
   05 WS-SN-ARCH PIC X(40).
01 WS-CLASS-LINE.
   05 WS-CL-NAME PIC X(8).
   05 FILLER PIC X(6) VALUE " KEEP ".
   05 WS-CL-KEEP PIC ZZZ9.
   05 FILLER PIC X(13) VALUE " DAYS CUTOFF ".
   05 WS-CL-CUTOFF PIC 9(8).
   05 FILLER PIC X(11) VALUE " ARCHIVED: ".
   05 WS-CL-ARCHIVED PIC ZZZZZZZZ9.
   05 FILLER PIC X(8) VALUE " KEPT: ".
   05 WS-CL-KEPT PIC ZZZZZZZZ9.
   05 FILLER PIC X(8) VALUE " HELD: ".
   05 WS-CL-HELD PIC ZZZZZZZZ9.
   05 FILLER PIC X(9) VALUE " FREED: ".
   05 WS-CL-FREED PIC ZZZZZZZZZZ9.
   05 FILLER PIC X(6) VALUE " BYTES".
01 WS-UNSET-LINE.
   05 WS-UL-NAME PIC X(8).
   05 FILLER PIC X(40)
       VALUE " NO KEEP-PERIOD SET - KEPT IN FULL".
01 WS-HELD-LINE.
   05 FILLER PIC X(30) VALUE "         CUTOFF PULLED BACK TO".
   05 FILLER PIC X(1) VALUE " ".
   05 WS-HD-CUTOFF PIC 9(8).
   05 FILLER PIC X(5) VALUE " FOR ".
   05 WS-HD-REASON PIC X(24).
01 WS-UNIT-NOTE PIC X(60)
       VALUE "  (SNAPSHOT FIGURES COUNT WHOLE SNAPSHOT DATASETS)".
01 WS-TOTAL-LINE.
   05 FILLER PIC X(25) VALUE "TOTAL FREED THIS RUN:    ".
   05 WS-TL-FREED PIC ZZZZZZZZZZ9.
   05 FILLER PIC X(6) VALUE " BYTES".
01 WS-TOTAL-FREED PIC 9(11) VALUE ZERO.

PROCEDURE DIVISION.
PERFORM INITIALIZE-DSNS.
ACCEPT WS-TODAY FROM DATE YYYYMMDD.
PERFORM LOAD-RETENTION.
PERFORM FIND-ORDER-FLOOR.
PERFORM FIND-QUARTER-START.
PERFORM SET-CLASS-CUTOFF
    VARYING CLS-IDX FROM 1 BY 1 UNTIL CLS-IDX > 5.

OPEN OUTPUT HousekeepFile.
IF WS-HK-STATUS NOT = "00" THEN
    DISPLAY "DAY5B-HOUSEKEEP: UNABLE TO OPEN HOUSEKEEPING REPORT "
        "- STATUS " WS-HK-STATUS
    MOVE 16 TO RETURN-CODE
    STOP RUN
END-IF.
PERFORM WRITE-HEADER-LINES.

IF CLS-KEEP-SET(CLS-SNAPSHOT) = 'Y' THEN
    PERFORM TRIM-SNAPSHOTS
END-IF.
IF CLS-KEEP-SET(CLS-JOURNAL) = 'Y' THEN
    PERFORM TRIM-JOURNAL
END-IF.
IF CLS-KEEP-SET(CLS-LEDGER) = 'Y' THEN
    PERFORM TRIM-LEDGER
END-IF.
IF CLS-KEEP-SET(CLS-RUNHIST) = 'Y' THEN
    PERFORM TRIM-RUN-HISTORY
END-IF.
IF CLS-KEEP-SET(CLS-VENDSTAT) = 'Y' THEN
    PERFORM TRIM-VENDOR-STATS
END-IF.

PERFORM WRITE-CLASS-LINE
    VARYING CLS-IDX FROM 1 BY 1 UNTIL CLS-IDX > 5.
MOVE WS-UNIT-NOTE TO HOUSEKEEP-REC.
WRITE HOUSEKEEP-REC.
MOVE WS-TOTAL-FREED TO WS-TL-FREED.
MOVE WS-TOTAL-LINE TO HOUSEKEEP-REC.
WRITE HOUSEKEEP-REC.
CLOSE HousekeepFile.
DISPLAY "DAY5B-HOUSEKEEP: FREED " WS-TOTAL-FREED " BYTES".
STOP RUN.

*> Defaults the DD names to the suite's own datasets when the
*> scheduler left them unset, the same defaulting idiom the programs
*> that write them use - vendorstats.dat is shared across areas, as
*> it is for the runs that post to it.
INITIALIZE-DSNS.
   ACCEPT WS-AREA-ID FROM ENVIRONMENT "AREA".
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_RETENTION".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "retention.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_RETENTION" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_WORKORDERS".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "workorders.dat" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_WORKORDERS" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_JOURNAL".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "linejournal.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_JOURNAL" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_RUNLEDGER".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "runledger.dat" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_RUNLEDGER" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_RUNHIST".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "runhistory.dat" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_RUNHIST" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_VENDSTAT".
   IF WS-DSN-OVERRIDE = SPACES THEN
       DISPLAY "DD_VENDSTAT" UPON ENVIRONMENT-NAME
       DISPLAY "vendorstats.dat" UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_HKWORK".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "housekeep_work.tmp" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_HKWORK" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_HOUSEKEEP".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "housekeeping.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_HOUSEKEEP" UPON ENVIRONMENT-NAME
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

*> A missing or bad retention dataset is a hard failure: a run that
*> guessed its keep-periods could archive away what the shop meant to
*> keep on hand.
LOAD-RETENTION.
   PERFORM CLEAR-CLASS-STATE
       VARYING CLS-IDX FROM 1 BY 1 UNTIL CLS-IDX > 5.
   MOVE 'N' TO WS-EOF.
   OPEN INPUT RetentionFile.
   IF WS-RETAIN-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-HOUSEKEEP: UNABLE TO OPEN RETENTION PARAMETERS "
           "- STATUS " WS-RETAIN-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   PERFORM LOAD-RETENTION-REC UNTIL WS-EOF = 'Y'.
   CLOSE RetentionFile.

CLEAR-CLASS-STATE.
   MOVE 'N' TO CLS-KEEP-SET(CLS-IDX).
   MOVE ZERO TO CLS-KEEP-DAYS(CLS-IDX).
   MOVE ZERO TO CLS-BASE-CUTOFF(CLS-IDX).
   MOVE ZERO TO CLS-CUTOFF(CLS-IDX).
   MOVE SPACES TO CLS-HELD-BY(CLS-IDX).
   MOVE ZERO TO CLS-ARCHIVED(CLS-IDX).
   MOVE ZERO TO CLS-KEPT(CLS-IDX).
   MOVE ZERO TO CLS-HELD(CLS-IDX).
   MOVE ZERO TO CLS-FREED(CLS-IDX).

LOAD-RETENTION-REC.
   READ RetentionFile
       AT END MOVE 'Y' TO WS-EOF
       NOT AT END
           IF RETAIN-REC NOT = SPACES THEN
               PERFORM PARSE-RETENTION-REC
           END-IF
   END-READ.

PARSE-RETENTION-REC.
   MOVE SPACES TO WS-RET-CLASS WS-RET-DAYS-TXT.
   UNSTRING RETAIN-REC DELIMITED BY ALL " "
       INTO WS-RET-CLASS, WS-RET-DAYS-TXT.
   MOVE ZERO TO WS-RET-LEN.
   INSPECT WS-RET-DAYS-TXT TALLYING WS-RET-LEN
       FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-RET-LEN = 0 OR WS-RET-LEN > 4 THEN
       PERFORM FAIL-RETENTION
   END-IF.
   IF WS-RET-DAYS-TXT(1:WS-RET-LEN) NOT NUMERIC THEN
       PERFORM FAIL-RETENTION
   END-IF.
   EVALUATE WS-RET-CLASS
       WHEN "SNAPSHOT"
           MOVE CLS-SNAPSHOT TO CLS-IDX
       WHEN "JOURNAL"
           MOVE CLS-JOURNAL TO CLS-IDX
       WHEN "LEDGER"
           MOVE CLS-LEDGER TO CLS-IDX
       WHEN "RUNHIST"
           MOVE CLS-RUNHIST TO CLS-IDX
       WHEN "VENDSTAT"
           MOVE CLS-VENDSTAT TO CLS-IDX
       WHEN OTHER
           PERFORM FAIL-RETENTION
   END-EVALUATE.
   MOVE 'Y' TO CLS-KEEP-SET(CLS-IDX).
   MOVE WS-RET-DAYS-TXT(1:WS-RET-LEN) TO CLS-KEEP-DAYS(CLS-IDX).

FAIL-RETENTION.
   DISPLAY "DAY5B-HOUSEKEEP: BAD RETENTION RECORD: " RETAIN-REC.
   CLOSE RetentionFile.
   MOVE 16 TO RETURN-CODE.
   STOP RUN.

*> No master at all means DAY5B-ORDERS has never run, so no order has
*> a claim on any snapshot or journal record.
FIND-ORDER-FLOOR.
   OPEN INPUT OrderFile.
   IF WS-ORDER-STATUS NOT = "00" AND WS-ORDER-STATUS NOT = "35" THEN
       DISPLAY "DAY5B-HOUSEKEEP: UNABLE TO OPEN ORDER MASTER - STATUS "
           WS-ORDER-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-ORDER-STATUS = "00" THEN
       MOVE 'N' TO WS-EOF
       PERFORM READ-ORDER-FLOOR UNTIL WS-EOF = 'Y'
       CLOSE OrderFile
   END-IF.

READ-ORDER-FLOOR.
   READ OrderFile NEXT
       AT END MOVE 'Y' TO WS-EOF
       NOT AT END
           IF WO-STATUS = 'O' OR WO-STATUS = 'D' THEN
               ADD 1 TO WS-LIVE-ORDERS
               IF WS-ORDER-FLOOR = ZERO
                  OR WO-OPEN-DATE < WS-ORDER-FLOOR THEN
                   MOVE WO-OPEN-DATE TO WS-ORDER-FLOOR
               END-IF
           END-IF
   END-READ.

FIND-QUARTER-START.
   MOVE WS-TODAY TO WS-QUARTER-START.
   SUBTRACT 1 FROM WS-QS-MM.
   DIVIDE WS-QS-MM BY 3 GIVING WS-QUARTER-NO.
   COMPUTE WS-QS-MM = WS-QUARTER-NO * 3 + 1.
   MOVE 1 TO WS-QS-DD.

*> Today less the keep-period, then pulled back for the class's own
*> standing claims. The trend window is a record count rather than a
*> date, so it is applied record by record in TRIM-RUN-HISTORY.
SET-CLASS-CUTOFF.
   IF CLS-KEEP-SET(CLS-IDX) = 'Y' THEN
       MOVE WS-TODAY TO WS-WALK-DATE
       PERFORM PREV-WALK-DATE CLS-KEEP-DAYS(CLS-IDX) TIMES
       MOVE WS-WALK-DATE TO CLS-BASE-CUTOFF(CLS-IDX)
       MOVE WS-WALK-DATE TO CLS-CUTOFF(CLS-IDX)
       IF (CLS-IDX = CLS-SNAPSHOT OR CLS-IDX = CLS-JOURNAL)
          AND WS-ORDER-FLOOR NOT = ZERO
          AND WS-ORDER-FLOOR < CLS-CUTOFF(CLS-IDX) THEN
           MOVE WS-ORDER-FLOOR TO CLS-CUTOFF(CLS-IDX)
           MOVE "OPEN/DISPATCHED ORDERS" TO CLS-HELD-BY(CLS-IDX)
       END-IF
       IF CLS-IDX = CLS-VENDSTAT
          AND WS-QUARTER-START < CLS-CUTOFF(CLS-IDX) THEN
           MOVE WS-QUARTER-START TO CLS-CUTOFF(CLS-IDX)
           MOVE "SCORECARD QUARTER" TO CLS-HELD-BY(CLS-IDX)
       END-IF
       IF CLS-IDX = CLS-RUNHIST THEN
           MOVE "TREND 30-RUN WINDOW" TO CLS-HELD-BY(CLS-IDX)
       END-IF
   END-IF.

WRITE-HEADER-LINES.
   MOVE WS-TODAY TO WS-HL-DATE.
   MOVE WS-HEADER-LINE TO HOUSEKEEP-REC.
   WRITE HOUSEKEEP-REC.
   IF WS-ORDER-FLOOR = ZERO THEN
       MOVE WS-NO-FLOOR-LINE TO HOUSEKEEP-REC
   ELSE
       MOVE WS-LIVE-ORDERS TO WS-FL-LIVE
       MOVE WS-ORDER-FLOOR TO WS-FL-DATE
       MOVE WS-FLOOR-LINE TO HOUSEKEEP-REC
   END-IF.
   WRITE HOUSEKEEP-REC.
   MOVE WS-QUARTER-START TO WS-QL-DATE.
   MOVE WS-QUARTER-LINE TO HOUSEKEEP-REC.
   WRITE HOUSEKEEP-REC.

*> The common verdict on one record: archived if dated before the
*> class's effective cutoff and not kept by a window rule; counted as
*> held if only the standing claims kept it. An undated record is
*> never archived - nothing can say it has expired.
DECIDE-RECORD.
   MOVE 'N' TO WS-REC-EXPIRED.
   IF WS-REC-DATE < CLS-CUTOFF(CLS-IDX)
      AND WS-REC-PROTECTED = 'N' THEN
       MOVE 'Y' TO WS-REC-EXPIRED
       ADD 1 TO CLS-ARCHIVED(CLS-IDX)
       MOVE CLS-REC-LEN(CLS-IDX) TO WS-REC-LEN
       ADD WS-REC-LEN TO CLS-FREED(CLS-IDX)
       ADD WS-REC-LEN TO WS-TOTAL-FREED
   ELSE
       ADD 1 TO CLS-KEPT(CLS-IDX)
       IF WS-REC-DATE < CLS-BASE-CUTOFF(CLS-IDX) THEN
           ADD 1 TO CLS-HELD(CLS-IDX)
       END-IF
   END-IF.

*> Points ARCHIVE at the class's archive for the month of the record
*> about to be archived, unless it is already open on that month.
*> Appended to, so each month's archive consolidates every run's
*> roll-off for that month.
OPEN-ARCHIVE-MONTH.
   MOVE WS-REC-DATE(1:6) TO WS-REC-MONTH.
   IF WS-ARCH-OPEN = 'N' OR WS-REC-MONTH NOT = WS-ARCH-MONTH THEN
       PERFORM CLOSE-ARCHIVE
       PERFORM SWITCH-ARCHIVE-MONTH
   END-IF.

SWITCH-ARCHIVE-MONTH.
   MOVE WS-REC-MONTH TO WS-ARCH-MONTH-TXT.
   MOVE SPACES TO WS-DD-BASE.
   STRING CLS-STEM(CLS-IDX) DELIMITED BY " "
       "_arch_" DELIMITED BY SIZE
       WS-ARCH-MONTH-TXT DELIMITED BY SIZE
       ".dat" DELIMITED BY SIZE
       INTO WS-DD-BASE.
   IF CLS-IDX = CLS-VENDSTAT THEN
       MOVE WS-DD-BASE TO WS-ARCH-DSN
   ELSE
       PERFORM BUILD-AREA-DEFAULT
       MOVE WS-DD-DEFAULT TO WS-ARCH-DSN
   END-IF.
   DISPLAY "DD_ARCHIVE" UPON ENVIRONMENT-NAME.
   DISPLAY WS-ARCH-DSN UPON ENVIRONMENT-VALUE.
   OPEN EXTEND ArchiveFile.
   IF WS-ARCH-STATUS = "35" THEN
       OPEN OUTPUT ArchiveFile
   END-IF.
   IF WS-ARCH-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-HOUSEKEEP: UNABLE TO OPEN ARCHIVE " WS-ARCH-DSN
           " - STATUS " WS-ARCH-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE 'Y' TO WS-ARCH-OPEN.
   MOVE WS-REC-MONTH TO WS-ARCH-MONTH.

CLOSE-ARCHIVE.
   IF WS-ARCH-OPEN = 'Y' THEN
       CLOSE ArchiveFile
       MOVE 'N' TO WS-ARCH-OPEN
   END-IF.

WRITE-ARCHIVE-REC.
   PERFORM OPEN-ARCHIVE-MONTH.
   WRITE ARCHIVE-REC.
   IF WS-ARCH-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-HOUSEKEEP: UNABLE TO WRITE ARCHIVE " WS-ARCH-DSN
           " - STATUS " WS-ARCH-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

OPEN-WORK-FILE.
   OPEN OUTPUT WorkFile.
   IF WS-WORK-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-HOUSEKEEP: UNABLE TO OPEN WORK FILE - STATUS "
           WS-WORK-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

*> The work file is read back over the live dataset once its expired
*> records are on the archive.
REOPEN-WORK-FILE.
   OPEN INPUT WorkFile.
   IF WS-WORK-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-HOUSEKEEP: UNABLE TO REOPEN WORK FILE - STATUS "
           WS-WORK-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

*> The live dataset could not be rewritten. Its expired records are
*> already on the archive and its kept records are on the work file,
*> which is named so the dataset can be restored from it by hand.
FAIL-COPY-BACK.
   CLOSE WorkFile.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_HKWORK".
   DISPLAY "DAY5B-HOUSEKEEP: KEPT RECORDS ARE ON " WS-DSN-OVERRIDE.
   MOVE 16 TO RETURN-CODE.
   STOP RUN.

*> Snapshots, newest first. One dated on or after the cutoff is kept;
*> one before it has every record archived under its run date and is
*> then emptied. One already emptied by an earlier run is a retired
*> date and counts toward the search limit like a missing one.
TRIM-SNAPSHOTS.
   MOVE CLS-SNAPSHOT TO CLS-IDX.
   MOVE WS-TODAY TO WS-WALK-DATE.
   MOVE ZERO TO WS-EMPTY-DAYS.
   PERFORM PROBE-SNAPSHOT
       UNTIL WS-EMPTY-DAYS NOT < WS-MAX-EMPTY-DAYS.

PROBE-SNAPSHOT.
   PERFORM POINT-AT-SNAPSHOT.
   OPEN INPUT SnapHistFile.
   IF WS-SNAPHIST-STATUS = "00" THEN
       MOVE WS-WALK-DATE TO WS-REC-DATE
       MOVE 'N' TO WS-REC-PROTECTED
       IF WS-REC-DATE < CLS-CUTOFF(CLS-IDX) THEN
           PERFORM ARCHIVE-SNAPSHOT
       ELSE
           MOVE ZERO TO WS-EMPTY-DAYS
           CLOSE SnapHistFile
           ADD 1 TO CLS-KEPT(CLS-IDX)
           IF WS-REC-DATE < CLS-BASE-CUTOFF(CLS-IDX) THEN
               ADD 1 TO CLS-HELD(CLS-IDX)
           END-IF
       END-IF
   ELSE
       IF WS-WALK-DATE < CLS-CUTOFF(CLS-IDX) THEN
           ADD 1 TO WS-EMPTY-DAYS
       END-IF
   END-IF.
   PERFORM PREV-WALK-DATE.

ARCHIVE-SNAPSHOT.
   MOVE ZERO TO WS-SNAP-RECS.
   MOVE SPACES TO WS-ARCH-DSN.
   MOVE 'N' TO WS-EOF.
   PERFORM ARCHIVE-SNAPSHOT-REC UNTIL WS-EOF = 'Y'.
   CLOSE SnapHistFile.
   PERFORM CLOSE-ARCHIVE.
   IF WS-SNAP-RECS = 0 THEN
       ADD 1 TO WS-EMPTY-DAYS
   ELSE
       MOVE ZERO TO WS-EMPTY-DAYS
       PERFORM RETIRE-SNAPSHOT
       ADD 1 TO CLS-ARCHIVED(CLS-IDX)
       MOVE WS-SNAP-DSN TO WS-SN-DSN
       MOVE WS-SNAP-RECS TO WS-SN-RECS
       MOVE WS-ARCH-DSN TO WS-SN-ARCH
       MOVE WS-SNAP-LINE TO HOUSEKEEP-REC
       WRITE HOUSEKEEP-REC
   END-IF.

*> The archived snapshot is emptied in place. One that cannot be
*> emptied stops the run: its records are already on the archive, and
*> a rerun would archive them a second time.
RETIRE-SNAPSHOT.
   OPEN OUTPUT SnapHistFile.
   IF WS-SNAPHIST-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-HOUSEKEEP: UNABLE TO OPEN " WS-SNAP-DSN
           " TO EMPTY IT - STATUS " WS-SNAPHIST-STATUS
           " - ARCHIVED BUT LEFT IN PLACE"
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   CLOSE SnapHistFile.

*> Each snapshot record goes to the archive behind its run date, so
*> the month's archive can still be told apart run by run.
ARCHIVE-SNAPSHOT-REC.
   READ SnapHistFile
       AT END MOVE 'Y' TO WS-EOF
       NOT AT END
           ADD 1 TO WS-SNAP-RECS
           MOVE SPACES TO ARCHIVE-REC
           STRING WS-REC-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SNAPHIST-REC DELIMITED BY SIZE
               INTO ARCHIVE-REC
           PERFORM WRITE-ARCHIVE-REC
           MOVE CLS-REC-LEN(CLS-IDX) TO WS-REC-LEN
           ADD WS-REC-LEN TO CLS-FREED(CLS-IDX)
           ADD WS-REC-LEN TO WS-TOTAL-FREED
   END-READ.

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

*> The sequential datasets: one pass splits each into its archive and
*> the work file, and only when something was archived is the work
*> file copied back over the original. A dataset not yet on file has
*> nothing to trim.
TRIM-JOURNAL.
   MOVE CLS-JOURNAL TO CLS-IDX.
   OPEN INPUT JournalFile.
   IF WS-JRNL-STATUS = "00" THEN
       PERFORM OPEN-WORK-FILE
       MOVE 'N' TO WS-EOF
       PERFORM SPLIT-JOURNAL-REC UNTIL WS-EOF = 'Y'
       CLOSE JournalFile WorkFile
       PERFORM CLOSE-ARCHIVE
       IF CLS-ARCHIVED(CLS-IDX) > 0 THEN
           PERFORM REOPEN-WORK-FILE
           OPEN OUTPUT JournalFile
           IF WS-JRNL-STATUS NOT = "00" THEN
               DISPLAY "DAY5B-HOUSEKEEP: UNABLE TO OPEN JOURNAL FOR "
                   "REWRITE - STATUS " WS-JRNL-STATUS
               PERFORM FAIL-COPY-BACK
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM COPY-BACK-JOURNAL-REC UNTIL WS-EOF = 'Y'
           CLOSE WorkFile JournalFile
       END-IF
   END-IF.

SPLIT-JOURNAL-REC.
   READ JournalFile
       AT END MOVE 'Y' TO WS-EOF
       NOT AT END
           IF JRN-DATE NUMERIC THEN
               MOVE JRN-DATE TO WS-REC-DATE
               MOVE 'N' TO WS-REC-PROTECTED
           ELSE
               MOVE WS-TODAY TO WS-REC-DATE
               MOVE 'Y' TO WS-REC-PROTECTED
           END-IF
           PERFORM DECIDE-RECORD
           IF WS-REC-EXPIRED = 'Y' THEN
               MOVE JRN-REC TO ARCHIVE-REC
               PERFORM WRITE-ARCHIVE-REC
           ELSE
               MOVE JRN-REC TO WORK-REC
               WRITE WORK-REC
           END-IF
   END-READ.

COPY-BACK-JOURNAL-REC.
   READ WorkFile
       AT END MOVE 'Y' TO WS-EOF
       NOT AT END
           MOVE WORK-REC TO JRN-REC
           WRITE JRN-REC
   END-READ.

TRIM-LEDGER.
   MOVE CLS-LEDGER TO CLS-IDX.
   OPEN INPUT LedgerFile.
   IF WS-LEDGER-STATUS = "00" THEN
       PERFORM OPEN-WORK-FILE
       MOVE 'N' TO WS-EOF
       PERFORM SPLIT-LEDGER-REC UNTIL WS-EOF = 'Y'
       CLOSE LedgerFile WorkFile
       PERFORM CLOSE-ARCHIVE
       IF CLS-ARCHIVED(CLS-IDX) > 0 THEN
           PERFORM REOPEN-WORK-FILE
           OPEN OUTPUT LedgerFile
           IF WS-LEDGER-STATUS NOT = "00" THEN
               DISPLAY "DAY5B-HOUSEKEEP: UNABLE TO OPEN LEDGER FOR "
                   "REWRITE - STATUS " WS-LEDGER-STATUS
               PERFORM FAIL-COPY-BACK
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM COPY-BACK-LEDGER-REC UNTIL WS-EOF = 'Y'
           CLOSE WorkFile LedgerFile
       END-IF
   END-IF.

SPLIT-LEDGER-REC.
   READ LedgerFile
       AT END MOVE 'Y' TO WS-EOF
       NOT AT END
           MOVE LED-DATE TO WS-REC-DATE
           MOVE 'N' TO WS-REC-PROTECTED
           PERFORM DECIDE-RECORD
           IF WS-REC-EXPIRED = 'Y' THEN
               MOVE LED-REC TO ARCHIVE-REC
               PERFORM WRITE-ARCHIVE-REC
           ELSE
               MOVE LED-REC TO WORK-REC
               WRITE WORK-REC
           END-IF
   END-READ.

COPY-BACK-LEDGER-REC.
   READ WorkFile
       AT END MOVE 'Y' TO WS-EOF
       NOT AT END
           MOVE WORK-REC TO LED-REC
           WRITE LED-REC
   END-READ.

*> Run history is counted first so the last 30 records - DAY5B-TREND's
*> window - can be told apart in the splitting pass whatever their
*> dates.
TRIM-RUN-HISTORY.
   MOVE CLS-RUNHIST TO CLS-IDX.
   OPEN INPUT HistoryFile.
   IF WS-RUNHIST-STATUS = "00" THEN
       MOVE 'N' TO WS-EOF
       PERFORM COUNT-HISTORY-REC UNTIL WS-EOF = 'Y'
       CLOSE HistoryFile
       OPEN INPUT HistoryFile
       IF WS-RUNHIST-STATUS NOT = "00" THEN
           DISPLAY "DAY5B-HOUSEKEEP: UNABLE TO REOPEN RUN HISTORY "
               "- STATUS " WS-RUNHIST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM OPEN-WORK-FILE
       MOVE ZERO TO WS-HIST-SEQ
       MOVE 'N' TO WS-EOF
       PERFORM SPLIT-HISTORY-REC UNTIL WS-EOF = 'Y'
       CLOSE HistoryFile WorkFile
       PERFORM CLOSE-ARCHIVE
       IF CLS-ARCHIVED(CLS-IDX) > 0 THEN
           PERFORM REOPEN-WORK-FILE
           OPEN OUTPUT HistoryFile
           IF WS-RUNHIST-STATUS NOT = "00" THEN
               DISPLAY "DAY5B-HOUSEKEEP: UNABLE TO OPEN RUN HISTORY "
                   "FOR REWRITE - STATUS " WS-RUNHIST-STATUS
               PERFORM FAIL-COPY-BACK
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM COPY-BACK-HISTORY-REC UNTIL WS-EOF = 'Y'
           CLOSE WorkFile HistoryFile
       END-IF
   END-IF.

COUNT-HISTORY-REC.
   READ HistoryFile
       AT END MOVE 'Y' TO WS-EOF
       NOT AT END ADD 1 TO WS-HIST-TOTAL
   END-READ.

SPLIT-HISTORY-REC.
   READ HistoryFile
       AT END MOVE 'Y' TO WS-EOF
       NOT AT END
           ADD 1 TO WS-HIST-SEQ
           MOVE HIST-DATE TO WS-REC-DATE
           IF WS-HIST-SEQ + WS-TREND-WINDOW > WS-HIST-TOTAL THEN
               MOVE 'Y' TO WS-REC-PROTECTED
           ELSE
               MOVE 'N' TO WS-REC-PROTECTED
           END-IF
           PERFORM DECIDE-RECORD
           IF WS-REC-EXPIRED = 'Y' THEN
               MOVE HIST-REC TO ARCHIVE-REC
               PERFORM WRITE-ARCHIVE-REC
           ELSE
               MOVE HIST-REC TO WORK-REC
               WRITE WORK-REC
           END-IF
   END-READ.

COPY-BACK-HISTORY-REC.
   READ WorkFile
       AT END MOVE 'Y' TO WS-EOF
       NOT AT END
           MOVE WORK-REC TO HIST-REC
           WRITE HIST-REC
   END-READ.

TRIM-VENDOR-STATS.
   MOVE CLS-VENDSTAT TO CLS-IDX.
   OPEN INPUT VendStatFile.
   IF WS-VST-STATUS = "00" THEN
       PERFORM OPEN-WORK-FILE
       MOVE 'N' TO WS-EOF
       PERFORM SPLIT-VENDSTAT-REC UNTIL WS-EOF = 'Y'
       CLOSE VendStatFile WorkFile
       PERFORM CLOSE-ARCHIVE
       IF CLS-ARCHIVED(CLS-IDX) > 0 THEN
           PERFORM REOPEN-WORK-FILE
           OPEN OUTPUT VendStatFile
           IF WS-VST-STATUS NOT = "00" THEN
               DISPLAY "DAY5B-HOUSEKEEP: UNABLE TO OPEN VENDOR "
                   "STATISTICS FOR REWRITE - STATUS " WS-VST-STATUS
               PERFORM FAIL-COPY-BACK
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM COPY-BACK-VENDSTAT-REC UNTIL WS-EOF = 'Y'
           CLOSE WorkFile VendStatFile
       END-IF
   END-IF.

SPLIT-VENDSTAT-REC.
   READ VendStatFile
       AT END MOVE 'Y' TO WS-EOF
       NOT AT END
           MOVE VST-DATE TO WS-REC-DATE
           MOVE 'N' TO WS-REC-PROTECTED
           PERFORM DECIDE-RECORD
           IF WS-REC-EXPIRED = 'Y' THEN
               MOVE VST-REC TO ARCHIVE-REC
               PERFORM WRITE-ARCHIVE-REC
           ELSE
               MOVE VST-REC TO WORK-REC
               WRITE WORK-REC
           END-IF
   END-READ.

COPY-BACK-VENDSTAT-REC.
   READ WorkFile
       AT END MOVE 'Y' TO WS-EOF
       NOT AT END
           MOVE WORK-REC TO VST-REC
           WRITE VST-REC
   END-READ.

WRITE-CLASS-LINE.
   IF CLS-KEEP-SET(CLS-IDX) = 'N' THEN
       MOVE CLS-NAME(CLS-IDX) TO WS-UL-NAME
       MOVE WS-UNSET-LINE TO HOUSEKEEP-REC
       WRITE HOUSEKEEP-REC
   ELSE
       MOVE CLS-NAME(CLS-IDX) TO WS-CL-NAME
       MOVE CLS-KEEP-DAYS(CLS-IDX) TO WS-CL-KEEP
       MOVE CLS-BASE-CUTOFF(CLS-IDX) TO WS-CL-CUTOFF
       MOVE CLS-ARCHIVED(CLS-IDX) TO WS-CL-ARCHIVED
       MOVE CLS-KEPT(CLS-IDX) TO WS-CL-KEPT
       MOVE CLS-HELD(CLS-IDX) TO WS-CL-HELD
       MOVE CLS-FREED(CLS-IDX) TO WS-CL-FREED
       MOVE WS-CLASS-LINE TO HOUSEKEEP-REC
       WRITE HOUSEKEEP-REC
       IF CLS-HELD(CLS-IDX) > 0 THEN
           MOVE CLS-CUTOFF(CLS-IDX) TO WS-HD-CUTOFF
           MOVE CLS-HELD-BY(CLS-IDX) TO WS-HD-REASON
           MOVE WS-HELD-LINE TO HOUSEKEEP-REC
           WRITE HOUSEKEEP-REC
       END-IF
   END-IF.

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
