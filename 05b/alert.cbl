*> above, so "ZONE-BREACH 0 1" pages on-call for a single zoned
*> overlap cell even when the grid-wide totals are quiet. No dataset
*> at all just means alerting is not in use.
*>
*> Every alert record carries the parameter version DAY5B-PARMS says
*> was in force for the run, so a page can always be read against the
*> limits that raised it. Mode 'V' is DAY5B-PARMS checking a staged
*> set of limits before it may come into force: the same record checks
*> mode 'L' applies, but each problem is appended as a line to the
*> dataset the caller points DD_ALERTS at instead of stopping the run,
*> and WS-ALERT-RC comes back 8 if there were any.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FD ThresholdFile.
01 THRESH-REC PIC X(40).
FD AlertFile.
01 ALERT-REC PIC X(100).

WORKING-STORAGE SECTION.
01 WS-THRESH-STATUS PIC X(2).
   05 WS-AL-LIMIT PIC ZZZZZZZ9.
   05 FILLER PIC X(4) VALUE " BY ".
   05 WS-AL-EXCESS PIC ZZZZZZZ9.
   05 FILLER PIC X(15) VALUE " PARMS VERSION ".
   05 WS-AL-VERSION PIC 9(6).
01 WS-ALERT-OPEN PIC X(1).
*> 'Y' once a check has failed the parameter record under the parse.
01 WS-TH-BAD PIC X(1).
01 WS-PROBLEM-LINE.
   05 FILLER PIC X(30) VALUE "ALERT:  BAD THRESHOLD RECORD: ".
   05 WS-PB-REC PIC X(40).

LINKAGE SECTION.
*> 'L' to load the threshold dataset, 'E' to evaluate the run's
*> figures against it, 'V' to check a staged set of limits.
01 WS-ALERT-MODE PIC X(1).
*> The run's finished figures, in the caller's own field sizes.
01 RESULT PIC 9(5).
01 WS-ZONE-BREACH PIC 9(5).
*> Escalation return code handed back to the caller.
01 WS-ALERT-RC PIC 9(2).
*> The parameter version in force for the run, as DAY5B-PARMS handed
*> it back; written on every alert record.
01 WS-PARM-VERSION PIC 9(6).

PROCEDURE DIVISION USING WS-ALERT-MODE, RESULT, RESULT-HV,
        WS-MAX-OVERLAP, WS-REJECT-COUNT, WS-ZONE-BREACH,
        WS-ALERT-RC, WS-PARM-VERSION.
EVALUATE WS-ALERT-MODE
    WHEN 'L'
        PERFORM LOAD-THRESHOLDS
    WHEN 'V'
        PERFORM VERIFY-THRESHOLDS
    WHEN OTHER
        PERFORM EVALUATE-THRESHOLDS
END-EVALUATE.
GOBACK.

LOAD-THRESHOLDS.
       DISPLAY "DD_THRESHOLDS" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   PERFORM CLEAR-THRESHOLDS.
   MOVE 'N' TO WS-THRESH-EOF.
   OPEN INPUT ThresholdFile.
   IF WS-THRESH-STATUS = "35" THEN
       NOT AT END PERFORM PARSE-THRESHOLD
   END-READ.

*> Every level unenforced until a record sets it.
CLEAR-THRESHOLDS.
   MOVE ZERO TO TH-OVERLAP-WARN TH-OVERLAP-CRIT TH-HV-WARN TH-HV-CRIT
       TH-WORST-WARN TH-WORST-CRIT TH-REJECT-WARN TH-REJECT-CRIT
       TH-ZONE-WARN TH-ZONE-CRIT.

*> One parameter record. A record this run cannot make sense of stops
*> the run on the spot - a mistyped limit silently ignored is exactly
*> the unnoticed spike this dataset exists to prevent. The levels are
*> only taken once both have passed, so a mode 'V' check carries on
*> past a bad record with nothing half-loaded.
PARSE-THRESHOLD.
   MOVE 'N' TO WS-TH-BAD.
   MOVE SPACES TO WS-TH-NAME WS-TH-WARN-TXT WS-TH-CRIT-TXT.
   UNSTRING THRESH-REC DELIMITED BY ALL " "
   INTO WS-TH-NAME, WS-TH-WARN-TXT, WS-TH-CRIT-TXT.
   MOVE ZERO TO WS-TXT-LEN.
   INSPECT WS-TH-WARN-TXT
       TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-TXT-LEN = 0 OR WS-TXT-LEN > 8 THEN
       MOVE 'Y' TO WS-TH-BAD
   ELSE
       IF WS-TH-WARN-TXT(1:WS-TXT-LEN) NOT NUMERIC THEN
           MOVE 'Y' TO WS-TH-BAD
       END-IF
   END-IF.
   MOVE ZERO TO WS-TXT-LEN.
   INSPECT WS-TH-CRIT-TXT
       TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-TXT-LEN = 0 OR WS-TXT-LEN > 8 THEN
       MOVE 'Y' TO WS-TH-BAD
   ELSE
       IF WS-TH-CRIT-TXT(1:WS-TXT-LEN) NOT NUMERIC THEN
           MOVE 'Y' TO WS-TH-BAD
       END-IF
   END-IF.
   IF WS-TH-BAD = 'Y' THEN
       PERFORM FAIL-THRESHOLD
   ELSE
       PERFORM TAKE-THRESHOLD
   END-IF.

TAKE-THRESHOLD.
   EVALUATE WS-TH-NAME
       WHEN "OVERLAP"
           MOVE WS-TH-WARN-TXT TO TH-OVERLAP-WARN
           PERFORM FAIL-THRESHOLD
   END-EVALUATE.

*> Mode 'L' stops the run; mode 'V' writes the record up as a
*> problem and carries on with the next.
FAIL-THRESHOLD.
   IF WS-ALERT-MODE = 'V' THEN
       MOVE THRESH-REC TO WS-PB-REC
       IF WS-ALERT-OPEN = 'N' THEN
           PERFORM OPEN-ALERT-FILE
       END-IF
       MOVE WS-PROBLEM-LINE TO ALERT-REC
       WRITE ALERT-REC
       MOVE 8 TO WS-ALERT-RC
   ELSE
       DISPLAY "DAY5B-ALERT: BAD THRESHOLD RECORD: " THRESH-REC
       CLOSE ThresholdFile
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

*> Mode 'V': the staged limits DD_THRESHOLDS names, checked record by
*> record as mode 'L' would load them. The levels read are cleared
*> afterwards so a later mode 'L' in the same run unit starts clean.
VERIFY-THRESHOLDS.
   MOVE ZERO TO WS-ALERT-RC.
   MOVE 'N' TO WS-ALERT-OPEN.
   PERFORM CLEAR-THRESHOLDS.
   MOVE 'N' TO WS-THRESH-EOF.
   OPEN INPUT ThresholdFile.
   IF WS-THRESH-STATUS NOT = "00" THEN
       MOVE "UNABLE TO OPEN STAGED LIMITS" TO THRESH-REC
       PERFORM FAIL-THRESHOLD
   ELSE
       PERFORM LOAD-THRESHOLD-REC UNTIL WS-THRESH-EOF = 'Y'
       CLOSE ThresholdFile
   END-IF.
   IF WS-ALERT-OPEN = 'Y' THEN
       CLOSE AlertFile
   END-IF.
   PERFORM CLEAR-THRESHOLDS.

*> End-of-run evaluation: each metric against its two levels, worst
*> severity wins the return code. The alert dataset is only opened

WRITE-ALERT.
   IF WS-ALERT-OPEN = 'N' THEN
       PERFORM OPEN-ALERT-FILE
   END-IF.
   MOVE WS-PARM-VERSION TO WS-AL-VERSION.
   MOVE WS-EVAL-NAME TO WS-AL-NAME.
   MOVE WS-EVAL-VALUE TO WS-AL-VALUE.
   MOVE WS-EVAL-LIMIT TO WS-AL-LIMIT.
   COMPUTE WS-AL-EXCESS = WS-EVAL-VALUE - WS-EVAL-LIMIT.
   MOVE WS-ALERT-LINE TO ALERT-REC.
   WRITE ALERT-REC.
   DISPLAY "DAY5B-ALERT: " WS-ALERT-LINE.

OPEN-ALERT-FILE.
   OPEN EXTEND AlertFile.
   IF WS-ALERT-STATUS = "35" THEN
       OPEN OUTPUT AlertFile
   END-IF.
   IF WS-ALERT-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-ALERT: UNABLE TO OPEN ALERT FILE - STATUS "
           WS-ALERT-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE 'Y' TO WS-ALERT-OPEN.
