*> the accumulated week instead. Pointing DD_INQREQ at a request
*> dataset runs the same walk in batch: one record per radioed-in
*> coordinate or rectangle, tagged with its requester, answered into
*> a printable dataset overnight instead of keyed one by one. The
*> "H x,y <from> [<to>]" form answers "has this cell always been this
*> bad?" off the dated snapNNNNNNNN.dat datasets DAY-5b's output pass
*> leaves behind each morning: the cell's total and H/V-only counts
*> run by run across the date range, in either mode. Either way the
*> operator signs on through DAY5B-AUDIT and needs the inquiry right -
*> keyed at the console, or from OPERATOR for a batch run - and the
*> session's sign-on and sign-off go on the shared audit trail.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

    *> Batch mode's request dataset - the field office's radioed-in
    *> coordinate list, one "<requester> x,y" or "<requester> x1,y1
    *> x2,y2" or "<requester> H x,y <from> [<to>]" record per ask.
    *> Pointing DD_INQREQ at it is what selects batch mode; without it
    *> the console loop below runs as ever.
    SELECT RequestFile ASSIGN TO "INQREQ"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-ANS-STATUS.

    *> One of DAY-5b's dated snapshots, read back for the "H" form.
    *> "SNAPHIST" is a logical DD-style name repointed at each run
    *> date's snapNNNNNNNN.dat in turn by WALK-HISTORY before its OPEN.
    SELECT SnapHistFile ASSIGN TO "SNAPHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-SNAPHIST-STATUS.

DATA DIVISION.
FILE SECTION.
*> Grid master record as DAY5B-MASTER writes it: occupied cells only,
   05 JRN-Y2 PIC 9(3).
   05 FILLER PIC X(1).
   05 JRN-RET PIC X(1).
   05 FILLER PIC X(1).
   05 JRN-HELD PIC X(1).
   05 FILLER PIC X(1).
   05 JRN-ANGLE PIC X(1).
*> One batch request: requester tag, then the same answer text the
*> console prompt takes.
FD RequestFile.
01 REQUEST-REC PIC X(50).
FD AnswerFile.
01 ANSWER-REC PIC X(80).
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

WORKING-STORAGE SECTION.
01 WS-MASTER-STATUS PIC X(2).
01 WS-JRNL-STATUS PIC X(2).
01 WS-REQ-STATUS PIC X(2).
01 WS-ANS-STATUS PIC X(2).
01 WS-SNAPHIST-STATUS PIC X(2).
01 WS-DSN-OVERRIDE PIC X(40).
*> Survey-area identifier from environment AREA - spaces in the
*> single-area shop, which leaves every default name exactly as it
01 X2-TXT PIC X(4).
01 Y2-TXT PIC X(4).
01 WS-TXT-LEN PIC 9(2).
*> History-inquiry state: the date range as keyed (the end date may
*> be left off to mean today), the run date under the walk with its
*> parts for the calendar step, that month's length, and the figures
*> for the closing line. The range is capped so a mis-keyed year
*> cannot set off a decade of OPEN attempts.
01 WS-HIST-FORM-TXT PIC X(4).
01 WS-HIST-FROM-TXT PIC X(9).
01 WS-HIST-TO-TXT PIC X(9).
01 WS-HIST-FROM PIC 9(8).
01 WS-HIST-TO PIC 9(8).
01 WS-HIST-DATE PIC 9(8).
01 WS-HIST-DATE-PARTS REDEFINES WS-HIST-DATE.
   05 WS-HD-YYYY PIC 9(4).
   05 WS-HD-MM PIC 9(2).
   05 WS-HD-DD PIC 9(2).
01 WS-MONTH-DAYS PIC 9(2).
01 WS-LEAP-QUOT PIC 9(4).
01 WS-LEAP-REM4 PIC 9(3).
01 WS-LEAP-REM100 PIC 9(3).
01 WS-LEAP-REM400 PIC 9(3).
01 WS-HIST-DAYS PIC 9(4).
01 WS-MAX-HIST-DAYS PIC 9(4) VALUE 366.
01 WS-HIST-RUNS PIC 9(4).
01 WS-HIST-PEAK PIC 9(3).
01 WS-HIST-EOF PIC X(1).
01 WS-HIST-FOUND PIC X(1).
*> Records read off the day's snapshot - none means DAY5B-HOUSEKEEP
*> has retired that date to its archive, and the day is passed over.
01 WS-HIST-RECS PIC 9(6).
01 WS-HIST-DSN PIC X(40).
01 WS-HISTORY-LINE.
   05 FILLER PIC X(4) VALUE "RUN ".
   05 WS-HL-DATE PIC 9(8).
   05 FILLER PIC X(8) VALUE " POINT (".
   05 WS-HL-X PIC ZZZ9.
   05 FILLER PIC X(1) VALUE ",".
   05 WS-HL-Y PIC ZZZ9.
   05 FILLER PIC X(11) VALUE ") OVERLAP: ".
   05 WS-HL-COUNT PIC ZZ9.
   05 FILLER PIC X(6) VALUE " H/V: ".
   05 WS-HL-HV PIC ZZ9.
01 WS-HIST-SUMMARY.
   05 WS-HS-RUNS PIC ZZZ9.
   05 FILLER PIC X(18) VALUE " RUNS ON FILE FROM".
   05 FILLER PIC X(1) VALUE " ".
   05 WS-HS-FROM PIC 9(8).
   05 FILLER PIC X(4) VALUE " TO ".
   05 WS-HS-TO PIC 9(8).
   05 FILLER PIC X(15) VALUE " PEAK OVERLAP: ".
   05 WS-HS-PEAK PIC ZZ9.
01 WS-HIST-CUT-LINE.
   05 FILLER PIC X(19) VALUE "RANGE CUT OFF AFTER".
   05 FILLER PIC X(1) VALUE " ".
   05 WS-HC-DAYS PIC ZZZ9.
   05 FILLER PIC X(20) VALUE " DAYS - NARROW IT TO".
   05 FILLER PIC X(11) VALUE " SEE BEYOND".
*> The inquiry's rectangle, normalized so corner 1 is the low corner.
*> A single-coordinate inquiry is the one-cell rectangle.
01 L.
01 WS-JRN-TX PIC S9(4).
01 WS-JRN-TY PIC S9(4).
01 WS-JRN-CROSSES PIC X(1).
*> An off-angle line's true-path walk, replayed the way DAY5B-DRAW
*> walks it: the cell reached so far, the run and negated rise, and
*> the walk's error term.
01 WS-TP-X PIC S9(4).
01 WS-TP-Y PIC S9(4).
01 WS-TP-DX PIC S9(4).
01 WS-TP-DY PIC S9(4).
01 WS-TP-ERR PIC S9(5).
01 WS-TP-E2 PIC S9(6).
01 WS-TP-DONE PIC X(1).
01 WS-JOURNAL-LINE.
   05 FILLER PIC X(8) VALUE "JOURNAL ".
   05 WS-JL-ID PIC 9(6).
   05 WS-JL-Y2 PIC ZZZ9.
   05 FILLER PIC X(1) VALUE ")".
   05 WS-JL-RET PIC X(11).
   05 WS-JL-HELD PIC X(15).
   05 WS-JL-ANGLE PIC X(10).
01 WS-INQUIRY-LINE.
   05 FILLER PIC X(7) VALUE "POINT (".
   05 WS-IQ-X PIC ZZZ9.
   05 WS-IQ-COUNT PIC ZZ9.
   05 FILLER PIC X(6) VALUE " H/V: ".
   05 WS-IQ-HV PIC ZZ9.
*> Sign-on and audit trail through DAY5B-AUDIT: the operator running
*> the inquiry, the rights the authorized-operator dataset gives them,
*> and the action being posted. Inquiry changes nothing, so only the
*> session itself is posted.
01 WS-AUDIT-MODE PIC X(1).
01 WS-AUDIT-PROGRAM PIC X(8) VALUE "INQUIRY".
01 WS-OPERATOR-ID PIC X(8).
01 WS-OPER-FUNCS.
   05 WS-MAY-REPAIR PIC X(1).
   05 WS-MAY-WRITEOFF PIC X(1).
   05 WS-MAY-DISPATCH PIC X(1).
   05 WS-MAY-INQUIRE PIC X(1).
01 WS-AUDIT-ENTRY.
   05 WS-AE-ACTION PIC X(8).
   05 WS-AE-HAS-COORD PIC X(1).
   05 WS-AE-X PIC 9(3).
   05 WS-AE-Y PIC 9(3).
   05 WS-AE-BEFORE PIC X(72).
   05 WS-AE-AFTER PIC X(72).

PROCEDURE DIVISION.
PERFORM INITIALIZE-DSN.
    STOP RUN
END-IF.

PERFORM SIGN-ON.
IF WS-BATCH-MODE = 'Y' THEN
    PERFORM RUN-BATCH-REQUESTS
ELSE
END-IF.

CLOSE MasterFile.
MOVE "SIGNOFF" TO WS-AE-ACTION.
PERFORM POST-AUDIT.
STOP RUN.

*> Who is asking. Batch runs take the operator from OPERATOR rather
*> than the console. An operator without the inquiry right - or not
*> on the authorized-operator dataset at all - is refused, and the
*> refusal is itself on the audit trail.
SIGN-ON.
   IF WS-BATCH-MODE = 'Y' THEN
       MOVE 'B' TO WS-AUDIT-MODE
   ELSE
       MOVE 'S' TO WS-AUDIT-MODE
   END-IF.
   CALL "DAY5B-AUDIT" USING WS-AUDIT-MODE, WS-AUDIT-PROGRAM,
       WS-OPERATOR-ID, WS-OPER-FUNCS, WS-AUDIT-ENTRY.
   MOVE 'N' TO WS-AE-HAS-COORD.
   MOVE SPACES TO WS-AE-BEFORE.
   MOVE SPACES TO WS-AE-AFTER.
   IF WS-MAY-INQUIRE = 'N' THEN
       MOVE "REFUSED" TO WS-AE-ACTION
       MOVE "NOT AUTHORIZED TO INQUIRE" TO WS-AE-AFTER
       PERFORM POST-AUDIT
       DISPLAY "DAY5B-INQUIRY: OPERATOR " WS-OPERATOR-ID
           " NOT AUTHORIZED TO INQUIRE"
       CLOSE MasterFile
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE "SIGNON" TO WS-AE-ACTION.
   PERFORM POST-AUDIT.

POST-AUDIT.
   MOVE 'A' TO WS-AUDIT-MODE.
   CALL "DAY5B-AUDIT" USING WS-AUDIT-MODE, WS-AUDIT-PROGRAM,
       WS-OPERATOR-ID, WS-OPER-FUNCS, WS-AUDIT-ENTRY.

*> Defaults the grid master and line journal DD names when the
*> operator's session hasn't pointed them anywhere, the same
*> defaulting idiom DAY5B-REPAIR uses for its datasets.
   ADD 1 TO WS-REQ-COUNT.
   MOVE WS-REQ-COUNT TO WS-RH-NO.
   MOVE REQUEST-REC TO WS-RH-TEXT.
   MOVE SPACES TO WS-REQ-TAG LHS RHS WS-HIST-FROM-TXT WS-HIST-TO-TXT.
   UNSTRING REQUEST-REC DELIMITED BY ALL " "
   INTO WS-REQ-TAG, LHS, RHS, WS-HIST-FROM-TXT, WS-HIST-TO-TXT.
   MOVE WS-REQ-TAG TO WS-RH-TAG.
   MOVE WS-REQ-HEADING TO ANSWER-REC.
   WRITE ANSWER-REC.
   MOVE 'Y' TO WS-INQ-VALID.
   MOVE SPACES TO WS-HIST-FORM-TXT.
   IF LHS = "H" OR LHS = "h" THEN
       MOVE "H" TO WS-HIST-FORM-TXT
       MOVE RHS TO LHS
       MOVE SPACES TO RHS
   END-IF.
   IF LHS = SPACES THEN
       MOVE 'N' TO WS-INQ-VALID
   ELSE
       IF WS-HIST-FORM-TXT = "H" THEN
           PERFORM PARSE-HISTORY-ASK
       ELSE
           PERFORM PARSE-PAIRS
       END-IF
   END-IF.
   IF INQUIRY-IS-VALID THEN
       IF WS-HIST-FORM-TXT = "H" THEN
           PERFORM WALK-HISTORY
           ADD 1 TO WS-REQ-ANSWERED
       ELSE
           PERFORM ANSWER-INQUIRY
           *> ANSWER-INQUIRY drops the flag for a too-large rectangle -
           *> already explained on its own answer line, so just counted.
           IF INQUIRY-IS-VALID THEN
               ADD 1 TO WS-REQ-ANSWERED
           ELSE
               ADD 1 TO WS-REQ-REJECTED
           END-IF
       END-IF
   ELSE
       MOVE " ** GARBLED - REJECTED" TO WS-OUT-LINE
TAKE-INQUIRY.
   DISPLAY " ".
   DISPLAY "KEY x,y OR x1,y1 x2,y2, J x,y FOR LINE JOURNAL, "
       "H x,y from [to] FOR RUN HISTORY, OR Q TO QUIT:".
   MOVE SPACES TO WS-ANSWER.
   ACCEPT WS-ANSWER.
   IF WS-ANSWER = "Q" OR WS-ANSWER = "q" OR WS-ANSWER = SPACES THEN
       IF WS-ANSWER(1:2) = "J " OR WS-ANSWER(1:2) = "j " THEN
           PERFORM JOURNAL-INQUIRY
       ELSE
           IF WS-ANSWER(1:2) = "H " OR WS-ANSWER(1:2) = "h " THEN
               PERFORM HISTORY-INQUIRY
           ELSE
               PERFORM PARSE-INQUIRY
               IF INQUIRY-IS-VALID THEN
                   PERFORM ANSWER-INQUIRY
               ELSE
                   DISPLAY "NOT A COORDINATE - EXPECTED x,y OR "
                       "x1,y1 x2,y2 WITH COORDINATES 0-" WS-MAX-COORD
               END-IF
           END-IF
       END-IF
   END-IF.
           "COORDINATES 0-" WS-MAX-COORD
   END-IF.

*> The history inquiry off the console: a single coordinate and a
*> date range, answered through the same walk batch mode uses.
HISTORY-INQUIRY.
   MOVE 'Y' TO WS-INQ-VALID.
   MOVE SPACES TO WS-HIST-FORM-TXT LHS RHS WS-HIST-FROM-TXT
       WS-HIST-TO-TXT.
   UNSTRING WS-ANSWER DELIMITED BY ALL " "
   INTO WS-HIST-FORM-TXT, LHS, WS-HIST-FROM-TXT, WS-HIST-TO-TXT.
   PERFORM PARSE-HISTORY-ASK.
   IF INQUIRY-IS-VALID THEN
       PERFORM WALK-HISTORY
   ELSE
       DISPLAY "NOT A HISTORY ASK - EXPECTED H x,y yyyymmdd "
           "[yyyymmdd] WITH COORDINATES 0-" WS-MAX-COORD
   END-IF.

*> Validates the coordinate in LHS as a single cell and the range's
*> dates as real calendar dates, earliest first. No end date means
*> up to today.
PARSE-HISTORY-ASK.
   MOVE SPACES TO RHS.
   PERFORM PARSE-PAIRS.
   IF INQUIRY-IS-VALID THEN
       IF WS-HIST-FROM-TXT(1:8) NOT NUMERIC
          OR WS-HIST-FROM-TXT(9:1) NOT = SPACE THEN
           MOVE 'N' TO WS-INQ-VALID
       ELSE
           MOVE WS-HIST-FROM-TXT(1:8) TO WS-HIST-FROM
           MOVE WS-HIST-FROM TO WS-HIST-DATE
           PERFORM CHECK-HIST-DATE
       END-IF
   END-IF.
   IF INQUIRY-IS-VALID THEN
       IF WS-HIST-TO-TXT = SPACES THEN
           ACCEPT WS-HIST-TO FROM DATE YYYYMMDD
       ELSE
           IF WS-HIST-TO-TXT(1:8) NOT NUMERIC
              OR WS-HIST-TO-TXT(9:1) NOT = SPACE THEN
               MOVE 'N' TO WS-INQ-VALID
           ELSE
               MOVE WS-HIST-TO-TXT(1:8) TO WS-HIST-TO
               MOVE WS-HIST-TO TO WS-HIST-DATE
               PERFORM CHECK-HIST-DATE
           END-IF
       END-IF
   END-IF.
   IF INQUIRY-IS-VALID AND WS-HIST-FROM > WS-HIST-TO THEN
       MOVE 'N' TO WS-INQ-VALID
   END-IF.

CHECK-HIST-DATE.
   IF WS-HD-MM < 1 OR WS-HD-MM > 12 OR WS-HD-DD < 1 THEN
       MOVE 'N' TO WS-INQ-VALID
   ELSE
       PERFORM SET-MONTH-DAYS
       IF WS-HD-DD > WS-MONTH-DAYS THEN
           MOVE 'N' TO WS-INQ-VALID
       END-IF
   END-IF.

*> Days in the month under WS-HIST-DATE, leap Februaries included.
SET-MONTH-DAYS.
   EVALUATE WS-HD-MM
       WHEN 4
       WHEN 6
       WHEN 9
       WHEN 11
           MOVE 30 TO WS-MONTH-DAYS
       WHEN 2
           DIVIDE WS-HD-YYYY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM4
           DIVIDE WS-HD-YYYY BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM100
           DIVIDE WS-HD-YYYY BY 400 GIVING WS-LEAP-QUOT
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

*> One calendar day at a time through the range, one line per day a
*> run left a snapshot behind - days with no snapshot had no run and
*> are passed over, as are days whose snapshot has been retired -
*> closing with the run count and the peak.
WALK-HISTORY.
   MOVE ZERO TO WS-HIST-DAYS.
   MOVE ZERO TO WS-HIST-RUNS.
   MOVE ZERO TO WS-HIST-PEAK.
   MOVE WS-HIST-FROM TO WS-HIST-DATE.
   PERFORM HISTORY-DAY
       UNTIL WS-HIST-DATE > WS-HIST-TO
          OR WS-HIST-DAYS NOT < WS-MAX-HIST-DAYS.
   IF WS-HIST-DATE NOT > WS-HIST-TO THEN
       MOVE WS-HIST-DAYS TO WS-HC-DAYS
       MOVE WS-HIST-CUT-LINE TO WS-OUT-LINE
       PERFORM PUT-ANSWER-LINE
   END-IF.
   MOVE WS-HIST-RUNS TO WS-HS-RUNS.
   MOVE WS-HIST-FROM TO WS-HS-FROM.
   MOVE WS-HIST-TO TO WS-HS-TO.
   MOVE WS-HIST-PEAK TO WS-HS-PEAK.
   MOVE WS-HIST-SUMMARY TO WS-OUT-LINE.
   PERFORM PUT-ANSWER-LINE.

*> Points DD_SNAPHIST at the day's snapshot under the same naming
*> DAY-5b's BUILD-SNAPSHOT-DSN uses, and scans it for the cell. A cell
*> with no record in a run's snapshot was untouched that run.
HISTORY-DAY.
   MOVE SPACES TO WS-HIST-DSN.
   IF WS-AREA-ID = SPACES THEN
       STRING "snap" DELIMITED BY SIZE
           WS-HIST-DATE DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO WS-HIST-DSN
   ELSE
       STRING WS-AREA-ID DELIMITED BY " "
           "_snap" DELIMITED BY SIZE
           WS-HIST-DATE DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO WS-HIST-DSN
   END-IF.
   DISPLAY "DD_SNAPHIST" UPON ENVIRONMENT-NAME.
   DISPLAY WS-HIST-DSN UPON ENVIRONMENT-VALUE.
   OPEN INPUT SnapHistFile.
   IF WS-SNAPHIST-STATUS = "00" THEN
       MOVE 'N' TO WS-HIST-EOF
       MOVE 'N' TO WS-HIST-FOUND
       MOVE ZERO TO WS-HIST-RECS
       MOVE ZERO TO WS-HL-COUNT
       MOVE ZERO TO WS-HL-HV
       PERFORM SCAN-HISTORY-REC
           UNTIL WS-HIST-EOF = 'Y' OR WS-HIST-FOUND = 'Y'
       CLOSE SnapHistFile
       IF WS-HIST-RECS > 0 THEN
           ADD 1 TO WS-HIST-RUNS
           MOVE WS-HIST-DATE TO WS-HL-DATE
           MOVE X1 TO WS-HL-X
           MOVE Y1 TO WS-HL-Y
           MOVE WS-HISTORY-LINE TO WS-OUT-LINE
           PERFORM PUT-ANSWER-LINE
       END-IF
   END-IF.
   ADD 1 TO WS-HIST-DAYS.
   PERFORM NEXT-HIST-DATE.

SCAN-HISTORY-REC.
   READ SnapHistFile
       AT END MOVE 'Y' TO WS-HIST-EOF
       NOT AT END
           ADD 1 TO WS-HIST-RECS
           IF SH-X = X1 AND SH-Y = Y1 THEN
               MOVE 'Y' TO WS-HIST-FOUND
               MOVE SH-COUNT TO WS-HL-COUNT
               MOVE SH-HV TO WS-HL-HV
               IF SH-COUNT > WS-HIST-PEAK THEN
                   MOVE SH-COUNT TO WS-HIST-PEAK
               END-IF
           END-IF
   END-READ.

NEXT-HIST-DATE.
   ADD 1 TO WS-HD-DD.
   PERFORM SET-MONTH-DAYS.
   IF WS-HD-DD > WS-MONTH-DAYS THEN
       MOVE 1 TO WS-HD-DD
       ADD 1 TO WS-HD-MM
       IF WS-HD-MM > 12 THEN
           MOVE 1 TO WS-HD-MM
           ADD 1 TO WS-HD-YYYY
       END-IF
   END-IF.

*> One sequential pass over the journal per ask - the journal holds
*> one record per drawn line, so the walk is a line count, not a
*> grid scan. No journal on hand means the batch predates it.
*> journal line? The walk steps both axes toward the far endpoint and
*> clamps each axis once it arrives, so the test mirrors that: the
*> cell's step count along each moving axis must agree, except past
*> the point where the shorter axis clamped. An off-angle line is
*> walked along its true path instead, so a cell inside its span is
*> checked by replaying that walk.
CHECK-JOURNAL-CROSSING.
   MOVE 'Y' TO WS-JRN-CROSSES.
   COMPUTE WS-JRN-NX = JRN-X2 - JRN-X1.
       END-IF
   END-IF.

   IF JRN-ANGLE = 'O' THEN
       IF WS-JRN-CROSSES = 'Y' THEN
           PERFORM CHECK-TRUE-PATH-CROSSING
       END-IF
   ELSE
       IF WS-JRN-CROSSES = 'Y'
          AND WS-JRN-TX >= 0 AND WS-JRN-TY >= 0
          AND WS-JRN-TX NOT = WS-JRN-TY THEN
           IF WS-JRN-TX = WS-JRN-NX AND WS-JRN-TY > WS-JRN-NX THEN
               CONTINUE
           ELSE
               IF WS-JRN-TY = WS-JRN-NY AND WS-JRN-TX > WS-JRN-NY THEN
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-JRN-CROSSES
               END-IF
           END-IF
       END-IF
   END-IF.

CHECK-TRUE-PATH-CROSSING.
   MOVE 'N' TO WS-JRN-CROSSES.
   MOVE 'N' TO WS-TP-DONE.
   MOVE JRN-X1 TO WS-TP-X.
   MOVE JRN-Y1 TO WS-TP-Y.
   MOVE WS-JRN-NX TO WS-TP-DX.
   COMPUTE WS-TP-DY = 0 - WS-JRN-NY.
   COMPUTE WS-TP-ERR = WS-TP-DX + WS-TP-DY.
   PERFORM STEP-TRUE-PATH
       UNTIL WS-JRN-CROSSES = 'Y' OR WS-TP-DONE = 'Y'.

*> One cell of the walk: a hit, the far endpoint, or a step along X, Y
*> or both.
STEP-TRUE-PATH.
   IF WS-TP-X = X1 AND WS-TP-Y = Y1 THEN
       MOVE 'Y' TO WS-JRN-CROSSES
   ELSE
       IF WS-TP-X = JRN-X2 AND WS-TP-Y = JRN-Y2 THEN
           MOVE 'Y' TO WS-TP-DONE
       ELSE
           COMPUTE WS-TP-E2 = WS-TP-ERR * 2
           IF WS-TP-E2 >= WS-TP-DY THEN
               ADD WS-TP-DY TO WS-TP-ERR
               ADD WS-JRN-DX TO WS-TP-X
           END-IF
           IF WS-TP-E2 <= WS-TP-DX THEN
               ADD WS-TP-DX TO WS-TP-ERR
               ADD WS-JRN-DY TO WS-TP-Y
           END-IF
       END-IF
   END-IF.
   ELSE
       MOVE SPACES TO WS-JL-RET
   END-IF.
   *> A held line is listed - the vendor did send it - but never
   *> reached WORLD; a promoted one is the same copy drawn later, once
   *> the line it repeated was retracted.
   EVALUATE JRN-HELD
       WHEN 'Y'
           MOVE " HELD DUPLICATE" TO WS-JL-HELD
       WHEN 'P'
           MOVE " PROMOTED" TO WS-JL-HELD
       WHEN OTHER
           MOVE SPACES TO WS-JL-HELD
   END-EVALUATE.
   IF JRN-ANGLE = 'O' THEN
       MOVE " OFF-ANGLE" TO WS-JL-ANGLE
   ELSE
       MOVE SPACES TO WS-JL-ANGLE
   END-IF.
   DISPLAY WS-JOURNAL-LINE.

*> Splits the answer into its one or two coordinate pairs and checks
