       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DAY5B-PREFLIGHT.
*> Stand-alone pre-flight for staged zone-map and limit changes, run
*> the day a change is keyed rather than discovered the next morning:
*> every version in the staged dataset that is not yet in force is put
*> through the checks the morning run's 'L' loads apply, plus the
*> zone overlap check, by DAY5B-PARMS' mode 'C'; the report goes to
*> DD_PARMRPT, defaulted to preflight.txt. Ends 8 when any version has
*> problems and 4 when a clean one is still waiting on its approver
*> or held behind an earlier version that will not go in,
*> the same escalation codes DAY5B-ALERT hands the scheduler, so a
*> typo made in the afternoon pages someone that afternoon.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-PARM-MODE PIC X(1) VALUE 'C'.
01 WS-RUN-DATE PIC 9(8).
01 WS-PARM-VERSION PIC 9(6) VALUE ZERO.
01 WS-PARM-RC PIC 9(2) VALUE ZERO.

PROCEDURE DIVISION.
ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
CALL "DAY5B-PARMS" USING WS-PARM-MODE, WS-RUN-DATE, WS-PARM-VERSION,
    WS-PARM-RC.
DISPLAY "DAY5B-PREFLIGHT: VERSION IN FORCE " WS-PARM-VERSION
    " - CHECK ENDED " WS-PARM-RC.
IF WS-PARM-RC > 0 THEN
    MOVE WS-PARM-RC TO RETURN-CODE
END-IF.
STOP RUN.
