       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DAY5B-AUDITRPT.
*> Audit report off the shared audit dataset DAY5B-AUDIT posts for the
*> console programs: every sign-on, refusal, repair, write-off and
*> dispatch, with who did it, when, from which program, the coordinate
*> it concerned and the values before and after - so the question
*> "who wrote off last month's rejects?" has an answer on paper. The
*> selection is set per scheduler definition or at the submitting
*> terminal through AUDIT_OPERATOR, AUDIT_FROM and AUDIT_TO (run dates
*> as yyyymmdd), AUDIT_ACTION and AUDIT_COORD ("x,y"); each left unset
*> selects everything, and set together they must all match. Reads
*> DD_AUDIT, reports to DD_AUDITRPT; like the audit dataset itself the
*> report is not area-prefixed, each line carrying its own area.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AuditFile ASSIGN TO "AUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT AuditReportFile ASSIGN TO "AUDITRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-AUDITRPT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Audit record in the layout DAY5B-AUDIT writes.
FD AuditFile.
01 AUD-REC.
   05 AUD-DATE PIC 9(8).
   05 FILLER PIC X(1).
   05 AUD-TIME PIC 9(6).
   05 FILLER PIC X(1).
   05 AUD-OPERATOR PIC X(8).
   05 FILLER PIC X(1).
   05 AUD-PROGRAM PIC X(8).
   05 FILLER PIC X(1).
   05 AUD-ACTION PIC X(8).
   05 FILLER PIC X(1).
   05 AUD-AREA PIC X(8).
   05 FILLER PIC X(1).
   05 AUD-HAS-COORD PIC X(1).
   05 FILLER PIC X(1).
   05 AUD-X PIC 9(3).
   05 FILLER PIC X(1).
   05 AUD-Y PIC 9(3).
   05 FILLER PIC X(1).
   05 AUD-BEFORE PIC X(72).
   05 FILLER PIC X(1).
   05 AUD-AFTER PIC X(72).
FD AuditReportFile.
01 AUDITRPT-REC PIC X(132).

WORKING-STORAGE SECTION.
01 WS-AUDIT-STATUS PIC X(2).
01 WS-AUDITRPT-STATUS PIC X(2).
01 WS-AUDIT-EOF PIC X(1) VALUE 'N'.
01 WS-DSN-OVERRIDE PIC X(40).
*> Selection. Each override is staged through a text field so a
*> mis-keyed value stops the run with a named value instead of
*> silently reporting against the wrong selection.
01 WS-PARAM-OVERRIDE PIC X(16).
01 WS-PARAM-NAME PIC X(14).
01 WS-PARAM-LEN PIC 9(2).
01 WS-SEL-OPERATOR PIC X(8) VALUE SPACES.
01 WS-SEL-ACTION PIC X(8) VALUE SPACES.
01 WS-SEL-FROM PIC 9(8) VALUE ZERO.
01 WS-SEL-TO PIC 9(8) VALUE 99999999.
01 WS-SEL-HAS-COORD PIC X(1) VALUE 'N'.
01 WS-SEL-X PIC 9(3) VALUE ZERO.
01 WS-SEL-Y PIC 9(3) VALUE ZERO.
*> The two halves of AUDIT_COORD.
01 WS-COORD-X-TXT PIC X(8).
01 WS-COORD-Y-TXT PIC X(8).
01 WS-COORD-LEN PIC 9(2).
01 WS-SELECTED PIC X(1).
01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
01 WS-SELECT-COUNT PIC 9(7) VALUE ZERO.
*> Counts of the selected records by action.
01 WS-SIGNON-COUNT PIC 9(7) VALUE ZERO.
01 WS-SIGNOFF-COUNT PIC 9(7) VALUE ZERO.
01 WS-REFUSED-COUNT PIC 9(7) VALUE ZERO.
01 WS-REPAIR-COUNT PIC 9(7) VALUE ZERO.
01 WS-WRITEOFF-COUNT PIC 9(7) VALUE ZERO.
01 WS-DISPATCH-COUNT PIC 9(7) VALUE ZERO.
01 WS-OTHER-COUNT PIC 9(7) VALUE ZERO.
01 WS-HEADER-LINE PIC X(132) VALUE "AUDIT TRAIL REPORT".
01 WS-SELECT-LINE.
   05 FILLER PIC X(10) VALUE "OPERATOR: ".
   05 WS-SL-OPERATOR PIC X(8).
   05 FILLER PIC X(9) VALUE " ACTION: ".
   05 WS-SL-ACTION PIC X(8).
   05 FILLER PIC X(6) VALUE " FROM ".
   05 WS-SL-FROM PIC 9(8).
   05 FILLER PIC X(4) VALUE " TO ".
   05 WS-SL-TO PIC 9(8).
   05 FILLER PIC X(13) VALUE " COORDINATE: ".
   05 WS-SL-COORD PIC X(7).
01 WS-SEL-COORD-TXT.
   05 WS-SC-X PIC ZZ9.
   05 FILLER PIC X(1) VALUE ",".
   05 WS-SC-Y PIC ZZ9.
01 WS-DETAIL-LINE.
   05 WS-DL-DATE PIC 9(8).
   05 FILLER PIC X(1) VALUE SPACE.
   05 WS-DL-TIME PIC 9(6).
   05 FILLER PIC X(1) VALUE SPACE.
   05 WS-DL-OPERATOR PIC X(8).
   05 FILLER PIC X(1) VALUE SPACE.
   05 WS-DL-PROGRAM PIC X(8).
   05 FILLER PIC X(1) VALUE SPACE.
   05 WS-DL-ACTION PIC X(8).
   05 FILLER PIC X(6) VALUE " AREA ".
   05 WS-DL-AREA PIC X(8).
   05 FILLER PIC X(1) VALUE SPACE.
   05 WS-DL-COORD PIC X(18).
01 WS-DETAIL-COORD.
   05 FILLER PIC X(7) VALUE "POINT (".
   05 WS-DC-X PIC ZZ9.
   05 FILLER PIC X(1) VALUE ",".
   05 WS-DC-Y PIC ZZ9.
   05 FILLER PIC X(1) VALUE ")".
01 WS-VALUE-LINE.
   05 FILLER PIC X(5) VALUE SPACES.
   05 WS-VL-LABEL PIC X(8).
   05 WS-VL-VALUE PIC X(72).
01 WS-TOTAL-LINE.
   05 WS-TL-SELECTED PIC ZZZZZZ9.
   05 FILLER PIC X(4) VALUE " OF ".
   05 WS-TL-READ PIC ZZZZZZ9.
   05 FILLER PIC X(23) VALUE " AUDIT RECORDS SELECTED".
01 WS-ACTION-LINE.
   05 FILLER PIC X(5) VALUE SPACES.
   05 WS-AL-ACTION PIC X(8).
   05 FILLER PIC X(2) VALUE ": ".
   05 WS-AL-COUNT PIC ZZZZZZ9.

PROCEDURE DIVISION.
PERFORM INITIALIZE-DSNS.
PERFORM RESOLVE-PARAMETERS.

OPEN INPUT AuditFile.
*> No audit dataset at all is a hard failure - reporting nothing must
*> not read as nobody having done anything.
IF WS-AUDIT-STATUS = "35" THEN
    DISPLAY "DAY5B-AUDITRPT: NO AUDIT DATASET - NOTHING TO REPORT"
    MOVE 16 TO RETURN-CODE
    STOP RUN
END-IF.
IF WS-AUDIT-STATUS NOT = "00" THEN
    DISPLAY "DAY5B-AUDITRPT: UNABLE TO OPEN AUDIT DATASET - STATUS "
        WS-AUDIT-STATUS
    MOVE 16 TO RETURN-CODE
    STOP RUN
END-IF.
OPEN OUTPUT AuditReportFile.
IF WS-AUDITRPT-STATUS NOT = "00" THEN
    DISPLAY "DAY5B-AUDITRPT: UNABLE TO OPEN REPORT FILE - STATUS "
        WS-AUDITRPT-STATUS
    CLOSE AuditFile
    MOVE 16 TO RETURN-CODE
    STOP RUN
END-IF.

PERFORM WRITE-REPORT-HEADER.
PERFORM READ-AUDIT-REC UNTIL WS-AUDIT-EOF = 'Y'.
PERFORM WRITE-REPORT-TOTALS.

CLOSE AuditFile.
CLOSE AuditReportFile.
DISPLAY "DAY5B-AUDITRPT: " WS-SELECT-COUNT " OF " WS-READ-COUNT
    " AUDIT RECORDS SELECTED".
STOP RUN.

*> Defaults the DD names when the scheduler left them unset, the same
*> defaulting idiom DAY5B-REPAIR uses for its datasets.
INITIALIZE-DSNS.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_AUDIT".
   IF WS-DSN-OVERRIDE = SPACES THEN
       DISPLAY "DD_AUDIT" UPON ENVIRONMENT-NAME
       DISPLAY "audit.dat" UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_AUDITRPT".
   IF WS-DSN-OVERRIDE = SPACES THEN
       DISPLAY "DD_AUDITRPT" UPON ENVIRONMENT-NAME
       DISPLAY "auditreport.txt" UPON ENVIRONMENT-VALUE
   END-IF.

*> The selection. Operator ids are taken as keyed; an action must be
*> one the audit trail posts; dates must be eight digits and the range
*> the right way round; the coordinate must be two grid values of up
*> to three digits each.
RESOLVE-PARAMETERS.
   ACCEPT WS-SEL-OPERATOR FROM ENVIRONMENT "AUDIT_OPERATOR".
   MOVE "AUDIT_ACTION" TO WS-PARAM-NAME.
   MOVE SPACES TO WS-PARAM-OVERRIDE.
   ACCEPT WS-PARAM-OVERRIDE FROM ENVIRONMENT "AUDIT_ACTION".
   IF WS-PARAM-OVERRIDE NOT = SPACES THEN
       EVALUATE WS-PARAM-OVERRIDE
           WHEN "SIGNON"
           WHEN "SIGNOFF"
           WHEN "REFUSED"
           WHEN "REPAIR"
           WHEN "WRITEOFF"
           WHEN "DISPATCH"
               MOVE WS-PARAM-OVERRIDE TO WS-SEL-ACTION
           WHEN OTHER
               PERFORM FAIL-PARAM
       END-EVALUATE
   END-IF.
   MOVE "AUDIT_FROM" TO WS-PARAM-NAME.
   MOVE SPACES TO WS-PARAM-OVERRIDE.
   ACCEPT WS-PARAM-OVERRIDE FROM ENVIRONMENT "AUDIT_FROM".
   IF WS-PARAM-OVERRIDE NOT = SPACES THEN
       PERFORM CHECK-DATE-PARAM
       MOVE WS-PARAM-OVERRIDE(1:8) TO WS-SEL-FROM
   END-IF.
   MOVE "AUDIT_TO" TO WS-PARAM-NAME.
   MOVE SPACES TO WS-PARAM-OVERRIDE.
   ACCEPT WS-PARAM-OVERRIDE FROM ENVIRONMENT "AUDIT_TO".
   IF WS-PARAM-OVERRIDE NOT = SPACES THEN
       PERFORM CHECK-DATE-PARAM
       MOVE WS-PARAM-OVERRIDE(1:8) TO WS-SEL-TO
       IF WS-SEL-TO < WS-SEL-FROM THEN
           PERFORM FAIL-PARAM
       END-IF
   END-IF.
   MOVE "AUDIT_COORD" TO WS-PARAM-NAME.
   MOVE SPACES TO WS-PARAM-OVERRIDE.
   ACCEPT WS-PARAM-OVERRIDE FROM ENVIRONMENT "AUDIT_COORD".
   IF WS-PARAM-OVERRIDE NOT = SPACES THEN
       PERFORM CHECK-COORD-PARAM
   END-IF.

*> Eight digits and nothing after them.
CHECK-DATE-PARAM.
   MOVE ZERO TO WS-PARAM-LEN.
   INSPECT WS-PARAM-OVERRIDE TALLYING WS-PARAM-LEN
       FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-PARAM-LEN NOT = 8 THEN
       PERFORM FAIL-PARAM
   END-IF.
   IF WS-PARAM-OVERRIDE(1:8) NOT NUMERIC THEN
       PERFORM FAIL-PARAM
   END-IF.

*> "x,y" - one to three digits either side of the comma.
CHECK-COORD-PARAM.
   MOVE SPACES TO WS-COORD-X-TXT WS-COORD-Y-TXT.
   UNSTRING WS-PARAM-OVERRIDE DELIMITED BY "," OR ALL " "
   INTO WS-COORD-X-TXT, WS-COORD-Y-TXT.
   MOVE ZERO TO WS-COORD-LEN.
   INSPECT WS-COORD-X-TXT TALLYING WS-COORD-LEN
       FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-COORD-LEN = 0 OR WS-COORD-LEN > 3 THEN
       PERFORM FAIL-PARAM
   END-IF.
   IF WS-COORD-X-TXT(1:WS-COORD-LEN) NOT NUMERIC THEN
       PERFORM FAIL-PARAM
   END-IF.
   MOVE WS-COORD-X-TXT(1:WS-COORD-LEN) TO WS-SEL-X.
   MOVE ZERO TO WS-COORD-LEN.
   INSPECT WS-COORD-Y-TXT TALLYING WS-COORD-LEN
       FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-COORD-LEN = 0 OR WS-COORD-LEN > 3 THEN
       PERFORM FAIL-PARAM
   END-IF.
   IF WS-COORD-Y-TXT(1:WS-COORD-LEN) NOT NUMERIC THEN
       PERFORM FAIL-PARAM
   END-IF.
   MOVE WS-COORD-Y-TXT(1:WS-COORD-LEN) TO WS-SEL-Y.
   MOVE 'Y' TO WS-SEL-HAS-COORD.

FAIL-PARAM.
   DISPLAY "DAY5B-AUDITRPT: BAD " WS-PARAM-NAME " - GOT "
       WS-PARAM-OVERRIDE.
   MOVE 16 TO RETURN-CODE.
   STOP RUN.

*> The report opens with the selection it was run against, so a
*> printout that lists nothing says what was asked for.
WRITE-REPORT-HEADER.
   WRITE AUDITRPT-REC FROM WS-HEADER-LINE.
   IF WS-SEL-OPERATOR = SPACES THEN
       MOVE "ALL" TO WS-SL-OPERATOR
   ELSE
       MOVE WS-SEL-OPERATOR TO WS-SL-OPERATOR
   END-IF.
   IF WS-SEL-ACTION = SPACES THEN
       MOVE "ALL" TO WS-SL-ACTION
   ELSE
       MOVE WS-SEL-ACTION TO WS-SL-ACTION
   END-IF.
   MOVE WS-SEL-FROM TO WS-SL-FROM.
   MOVE WS-SEL-TO TO WS-SL-TO.
   IF WS-SEL-HAS-COORD = 'Y' THEN
       MOVE WS-SEL-X TO WS-SC-X
       MOVE WS-SEL-Y TO WS-SC-Y
       MOVE WS-SEL-COORD-TXT TO WS-SL-COORD
   ELSE
       MOVE "ALL" TO WS-SL-COORD
   END-IF.
   WRITE AUDITRPT-REC FROM WS-SELECT-LINE.
   MOVE SPACES TO AUDITRPT-REC.
   WRITE AUDITRPT-REC.

READ-AUDIT-REC.
   READ AuditFile
       AT END MOVE 'Y' TO WS-AUDIT-EOF
       NOT AT END
           ADD 1 TO WS-READ-COUNT
           PERFORM SELECT-AUDIT-REC
           IF WS-SELECTED = 'Y' THEN
               PERFORM REPORT-AUDIT-REC
           END-IF
   END-READ.

SELECT-AUDIT-REC.
   MOVE 'Y' TO WS-SELECTED.
   IF WS-SEL-OPERATOR NOT = SPACES
      AND AUD-OPERATOR NOT = WS-SEL-OPERATOR THEN
       MOVE 'N' TO WS-SELECTED
   END-IF.
   IF WS-SEL-ACTION NOT = SPACES
      AND AUD-ACTION NOT = WS-SEL-ACTION THEN
       MOVE 'N' TO WS-SELECTED
   END-IF.
   IF AUD-DATE < WS-SEL-FROM OR AUD-DATE > WS-SEL-TO THEN
       MOVE 'N' TO WS-SELECTED
   END-IF.
   IF WS-SEL-HAS-COORD = 'Y' THEN
       IF AUD-HAS-COORD NOT = 'Y' OR AUD-X NOT = WS-SEL-X
          OR AUD-Y NOT = WS-SEL-Y THEN
           MOVE 'N' TO WS-SELECTED
       END-IF
   END-IF.

*> One selected action: who, when and where on one line, the values
*> before and after on the lines under it.
REPORT-AUDIT-REC.
   ADD 1 TO WS-SELECT-COUNT.
   PERFORM COUNT-ACTION.
   MOVE AUD-DATE TO WS-DL-DATE.
   MOVE AUD-TIME TO WS-DL-TIME.
   MOVE AUD-OPERATOR TO WS-DL-OPERATOR.
   MOVE AUD-PROGRAM TO WS-DL-PROGRAM.
   MOVE AUD-ACTION TO WS-DL-ACTION.
   MOVE AUD-AREA TO WS-DL-AREA.
   IF AUD-HAS-COORD = 'Y' THEN
       MOVE AUD-X TO WS-DC-X
       MOVE AUD-Y TO WS-DC-Y
       MOVE WS-DETAIL-COORD TO WS-DL-COORD
   ELSE
       MOVE SPACES TO WS-DL-COORD
   END-IF.
   WRITE AUDITRPT-REC FROM WS-DETAIL-LINE.
   IF AUD-BEFORE NOT = SPACES THEN
       MOVE "BEFORE: " TO WS-VL-LABEL
       MOVE AUD-BEFORE TO WS-VL-VALUE
       WRITE AUDITRPT-REC FROM WS-VALUE-LINE
   END-IF.
   IF AUD-AFTER NOT = SPACES THEN
       MOVE "AFTER:  " TO WS-VL-LABEL
       MOVE AUD-AFTER TO WS-VL-VALUE
       WRITE AUDITRPT-REC FROM WS-VALUE-LINE
   END-IF.

COUNT-ACTION.
   EVALUATE AUD-ACTION
       WHEN "SIGNON"
           ADD 1 TO WS-SIGNON-COUNT
       WHEN "SIGNOFF"
           ADD 1 TO WS-SIGNOFF-COUNT
       WHEN "REFUSED"
           ADD 1 TO WS-REFUSED-COUNT
       WHEN "REPAIR"
           ADD 1 TO WS-REPAIR-COUNT
       WHEN "WRITEOFF"
           ADD 1 TO WS-WRITEOFF-COUNT
       WHEN "DISPATCH"
           ADD 1 TO WS-DISPATCH-COUNT
       WHEN OTHER
           ADD 1 TO WS-OTHER-COUNT
   END-EVALUATE.

WRITE-REPORT-TOTALS.
   MOVE SPACES TO AUDITRPT-REC.
   WRITE AUDITRPT-REC.
   MOVE WS-SELECT-COUNT TO WS-TL-SELECTED.
   MOVE WS-READ-COUNT TO WS-TL-READ.
   WRITE AUDITRPT-REC FROM WS-TOTAL-LINE.
   MOVE "SIGNON" TO WS-AL-ACTION.
   MOVE WS-SIGNON-COUNT TO WS-AL-COUNT.
   WRITE AUDITRPT-REC FROM WS-ACTION-LINE.
   MOVE "SIGNOFF" TO WS-AL-ACTION.
   MOVE WS-SIGNOFF-COUNT TO WS-AL-COUNT.
   WRITE AUDITRPT-REC FROM WS-ACTION-LINE.
   MOVE "REFUSED" TO WS-AL-ACTION.
   MOVE WS-REFUSED-COUNT TO WS-AL-COUNT.
   WRITE AUDITRPT-REC FROM WS-ACTION-LINE.
   MOVE "REPAIR" TO WS-AL-ACTION.
   MOVE WS-REPAIR-COUNT TO WS-AL-COUNT.
   WRITE AUDITRPT-REC FROM WS-ACTION-LINE.
   MOVE "WRITEOFF" TO WS-AL-ACTION.
   MOVE WS-WRITEOFF-COUNT TO WS-AL-COUNT.
   WRITE AUDITRPT-REC FROM WS-ACTION-LINE.
   MOVE "DISPATCH" TO WS-AL-ACTION.
   MOVE WS-DISPATCH-COUNT TO WS-AL-COUNT.
   WRITE AUDITRPT-REC FROM WS-ACTION-LINE.
   IF WS-OTHER-COUNT > 0 THEN
       MOVE "OTHER" TO WS-AL-ACTION
       MOVE WS-OTHER-COUNT TO WS-AL-COUNT
       WRITE AUDITRPT-REC FROM WS-ACTION-LINE
   END-IF.
