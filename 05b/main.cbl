FD RepairsFile.
01 REPAIRS-REC PIC X(40).
FD WriteoffFile.
01 WRITEOFF-REC PIC X(72).
*> Overlap hot-spots, worst first, for field crews inspecting them.
FD HotspotFile.
01 HOTSPOT-REC PIC X(130).
   05 VST-POINTS PIC 9(8).
   05 FILLER PIC X(1).
   05 VST-RECON-FAIL PIC X(1).
   05 FILLER PIC X(1).
   05 VST-DUPLICATES PIC 9(5).
*> Run-history record, all zoned at fixed positions so DAY5B-TREND
*> reads it back with this same layout: the day's headline figures
*> and the 10x10 per-sector intensities in row-major order.
   05 HIST-POINTS PIC 9(8).
   05 HIST-SECTORS.
      10 HIST-SEC-INT OCCURS 100 TIMES PIC 9(7).
   *> The staged-parameter version the run was made under.
   05 HIST-PARM-VERSION PIC 9(6).
*> Work file SORT uses to order hot-spots by overlap count.
SD SORT-WORK.
01 SD-REC.
*> the first - passed along so DAY5B-DRAW can tell a fresh extract from
*> a later call in a multi-day driver's run unit.
01 WS-FIRST-CALL PIC X(1) VALUE 'Y'.
*> This run draws each morning's delivery for the first time, so
*> DAY5B-DRAW checks it against, and records it on, the intake register.
01 WS-INTAKE-MODE PIC X(1) VALUE 'R'.
*> Name of the dataset InputFile actually resolved to, for the audit
*> report - mirrors the same DD_INPUT/INPUT override chain DAY5B-DRAW's
*> own ASSIGN clause resolves at OPEN time, so the report shows the
      10 SRC-REJECTS PIC 9(5) VALUE ZERO.
      10 SRC-RETRACTIONS PIC 9(5) VALUE ZERO.
      10 SRC-POINTS-MARKED PIC 9(8) VALUE ZERO.
      10 SRC-DUPLICATES PIC 9(5) VALUE ZERO.
      10 SRC-OFF-ANGLE PIC 9(5) VALUE ZERO.
01 SRC-IDX PIC 9(1).
01 WS-VST-STATUS PIC X(2).
*> Indexes to index WORLD.
*> zone-breach count DAY5B-ALERT's ZONE-BREACH metric evaluates.
01 WS-ZONE-MODE PIC X(1).
01 WS-ZONE-BREACH PIC 9(5) VALUE ZERO.
*> Staged parameter changes through DAY5B-PARMS: mode 'P' at startup,
*> ahead of the 'L' loads above, promotes any approved zone map or
*> limits whose effective date has come and hands back the parameter
*> version the run is made under - carried on every alert record and
*> the run-history record - and a warning code when a due version had
*> to be held back, folded into RETURN-CODE like the alert code.
01 WS-PARM-MODE PIC X(1).
01 WS-PARM-VERSION PIC 9(6) VALUE ZERO.
01 WS-PARM-RC PIC 9(2) VALUE ZERO.
*> Highest Y(X-IDX, Y-IDX) seen across the whole grid - how many lines
*> cross the single worst hot-spot, not just how many points exceed 1.
01 WS-MAX-OVERLAP PIC 9(3) VALUE ZERO.
   05 WS-SR-RETRACTED PIC ZZZZ9.
   05 FILLER PIC X(16) VALUE " POINTS MARKED: ".
   05 WS-SR-POINTS PIC ZZZZZZZ9.
   05 FILLER PIC X(13) VALUE " DUPLICATES: ".
   05 WS-SR-DUPLICATES PIC ZZZZ9.
   05 FILLER PIC X(12) VALUE " OFF-ANGLE: ".
   05 WS-SR-OFF-ANGLE PIC ZZZZ9.
*> GIS interface extract, written alongside the hot-spot report: one
*> detail record per overlapping cell, all zoned and fixed-position so
*> the mapping system's load job reads it directly, with header and
ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
PERFORM INITIALIZE-AREA-DSNS.

MOVE 'P' TO WS-PARM-MODE.
CALL "DAY5B-PARMS" USING WS-PARM-MODE, WS-RUN-DATE, WS-PARM-VERSION,
    WS-PARM-RC.

DISPLAY "DD_ALERTS" UPON ENVIRONMENT-NAME.
MOVE "alerts.txt" TO WS-DD-BASE.
PERFORM BUILD-AREA-DEFAULT.
DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE.
MOVE 'L' TO WS-ALERT-MODE.
CALL "DAY5B-ALERT" USING WS-ALERT-MODE, RESULT, RESULT-HV,
    WS-MAX-OVERLAP, WS-REJECT-COUNT, WS-ZONE-BREACH, WS-ALERT-RC,
    WS-PARM-VERSION.

MOVE 'L' TO WS-ZONE-MODE.
CALL "DAY5B-ZONES" USING WS-ZONE-MODE, WORLD, WS-ZONE-BREACH.
IF WS-ALERT-DONE = 'N' THEN
    MOVE 'E' TO WS-ALERT-MODE
    CALL "DAY5B-ALERT" USING WS-ALERT-MODE, RESULT, RESULT-HV,
        WS-MAX-OVERLAP, WS-REJECT-COUNT, WS-ZONE-BREACH, WS-ALERT-RC,
        WS-PARM-VERSION
    MOVE "ALERT" TO WS-STEP-NAME
    MOVE ZERO TO WS-STEP-ROWS
    PERFORM POST-LEDGER-STEP
    PERFORM POST-LEDGER-STEP
END-IF.

IF WS-PARM-RC > WS-ALERT-RC THEN
    MOVE WS-PARM-RC TO WS-ALERT-RC
END-IF.
IF WS-ALERT-RC > 0 THEN
    MOVE WS-ALERT-RC TO RETURN-CODE
END-IF.
RUN-INGEST.
   CALL "DAY5B-DRAW" USING WORLD, WS-LINE-NO, WS-REJECT-COUNT,
       WS-LINES-DRAWN, WS-POINTS-MARKED, WS-FIRST-CALL, WS-RUN-DATE,
       ATTRIB, SOURCE-TOTALS, WS-INTAKE-MODE.
   PERFORM PROCESS-REPAIRS.
   CALL "DAY5B-CLEARANCE" USING WORLD, WS-RUN-DATE,
       WS-CLEARED-COUNT, WS-REEMERGED-COUNT.
   MOVE 'N' TO WS-FIRST-CALL.
   CALL "DAY5B-DRAW" USING WORLD, WS-LINE-NO, WS-REJECT-COUNT,
       WS-LINES-DRAWN, WS-POINTS-MARKED, WS-FIRST-CALL, WS-RUN-DATE,
       ATTRIB, SOURCE-TOTALS, WS-INTAKE-MODE.
   ADD WS-LINE-NO TO WS-TOTAL-LINES-READ.
   SUBTRACT WS-PRE-REPAIR-DRAWN FROM WS-LINES-DRAWN
       GIVING WS-REPAIRED-DRAWN.
   MOVE WS-MAX-OVERLAP TO HIST-WORST.
   MOVE WS-POINTS-MARKED TO HIST-POINTS.
   MOVE SECTOR-SUMMARY TO HIST-SECTORS.
   MOVE WS-PARM-VERSION TO HIST-PARM-VERSION.
   WRITE HIST-REC.
   CLOSE HistoryFile.

   MOVE SRC-REJECTS(SRC-IDX) TO WS-SR-REJECTS.
   MOVE SRC-RETRACTIONS(SRC-IDX) TO WS-SR-RETRACTED.
   MOVE SRC-POINTS-MARKED(SRC-IDX) TO WS-SR-POINTS.
   MOVE SRC-DUPLICATES(SRC-IDX) TO WS-SR-DUPLICATES.
   MOVE SRC-OFF-ANGLE(SRC-IDX) TO WS-SR-OFF-ANGLE.
   MOVE WS-SRC-REPORT-LINE TO REPORT-REC.
   WRITE REPORT-REC.

   MOVE SRC-RETRACTIONS(SRC-IDX) TO VST-RETRACTIONS.
   MOVE SRC-POINTS-MARKED(SRC-IDX) TO VST-POINTS.
   MOVE 'N' TO VST-RECON-FAIL.
   MOVE SRC-DUPLICATES(SRC-IDX) TO VST-DUPLICATES.
   WRITE VST-REC.
