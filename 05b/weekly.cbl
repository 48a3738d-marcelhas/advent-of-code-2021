   05 VST-POINTS PIC 9(8).
   05 FILLER PIC X(1).
   05 VST-RECON-FAIL PIC X(1).
   05 FILLER PIC X(1).
   05 VST-DUPLICATES PIC 9(5).
*> Work file SORT uses to order hot-spots by overlap count.
SD SORT-WORK.
01 SD-REC.
*> way to know - SPACES waives the date check while the trailer's
*> record count and hash total are still enforced per day.
01 WS-EXPECTED-DATE PIC X(8) VALUE SPACES.
*> The daily files were already checked in and recorded on the intake
*> register by the mornings that first drew them - re-drawing them for
*> the week is not a second delivery, so the register is left alone.
01 WS-INTAKE-MODE PIC X(1) VALUE 'N'.
*> Day counter and the "dayN.txt" dataset name built from it.
01 WS-DAY-NO PIC 9(1).
01 WS-DAY-DSN.
      10 SRC-REJECTS PIC 9(5) VALUE ZERO.
      10 SRC-RETRACTIONS PIC 9(5) VALUE ZERO.
      10 SRC-POINTS-MARKED PIC 9(8) VALUE ZERO.
      10 SRC-DUPLICATES PIC 9(5) VALUE ZERO.
      10 SRC-OFF-ANGLE PIC 9(5) VALUE ZERO.
01 SRC-IDX PIC 9(1).
01 WS-VST-STATUS PIC X(2).
01 WS-DSN-OVERRIDE PIC X(40).
*> grid scanned and the zone-breach count handed to DAY5B-ALERT.
01 WS-ZONE-MODE PIC X(1).
01 WS-ZONE-BREACH PIC 9(5) VALUE ZERO.
*> Staged parameter changes through DAY5B-PARMS: mode 'P' at startup,
*> ahead of the 'L' loads above, promotes any approved zone map or
*> limits whose effective date has come and hands back the parameter
*> version the run is made under - carried on every alert record.
*> A due version held back raises a warning code, folded into
*> RETURN-CODE like the alert code.
01 WS-PARM-MODE PIC X(1).
01 WS-PARM-VERSION PIC 9(6) VALUE ZERO.
01 WS-PARM-RC PIC 9(2) VALUE ZERO.
*> Highest Y(X-IDX, Y-IDX) seen across the week-to-date grid.
01 WS-MAX-OVERLAP PIC 9(3) VALUE ZERO.
*> EOF flag for RETURN against SORT-WORK's sorted output.
   05 WS-SR-RETRACTED PIC ZZZZ9.
   05 FILLER PIC X(16) VALUE " POINTS MARKED: ".
   05 WS-SR-POINTS PIC ZZZZZZZ9.
   05 FILLER PIC X(13) VALUE " DUPLICATES: ".
   05 WS-SR-DUPLICATES PIC ZZZZ9.
   05 FILLER PIC X(12) VALUE " OFF-ANGLE: ".
   05 WS-SR-OFF-ANGLE PIC ZZZZ9.
*> GIS interface extract over the week-to-date grid, bracketed by the
*> same header and trailer records the daily extract carries so the
*> mapping system's load job validates it the same way. The source
ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
PERFORM INITIALIZE-AREA-DSNS.

MOVE 'P' TO WS-PARM-MODE.
CALL "DAY5B-PARMS" USING WS-PARM-MODE, WS-RUN-DATE, WS-PARM-VERSION,
    WS-PARM-RC.

DISPLAY "DD_ALERTS" UPON ENVIRONMENT-NAME.
MOVE "weekly_alerts.txt" TO WS-DD-BASE.
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
   END-IF.
   CALL "DAY5B-DRAW" USING WORLD, WS-LINE-NO, WS-REJECT-COUNT,
       WS-LINES-DRAWN, WS-POINTS-MARKED, WS-FIRST-CALL,
       WS-EXPECTED-DATE, ATTRIB, SOURCE-TOTALS, WS-INTAKE-MODE.
   ADD WS-LINE-NO TO WS-WEEK-LINES-READ.
   PERFORM WRITE-WEEK-SNAPSHOT.
   MOVE WS-LINE-NO TO WS-STEP-ROWS.
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
