*> DAY5B-DRAW into the same day's WORLD; write-offs go to their own
*> dataset so the day's report can count what was consciously dropped.
*> The exception dataset is truncated once the queue is worked, so the
*> same rejects are never presented twice. The operator signs on
*> through DAY5B-AUDIT first and needs the repair or write-off right
*> (or both) to work the queue; every repair and write-off is posted
*> to the shared audit dataset against the operator's id.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
DATA DIVISION.
FILE SECTION.
*> Exception records in the layout DAY5B-DRAW's REJECT-LINE writes:
*> "LINE nnnnnn: " followed by the raw rejected text and, for a line
*> turned away by policy rather than malformed, the reason.
FD ExceptionFile.
01 EXCP-REC PIC X(72).
FD RepairFile.
01 REPAIR-REC PIC X(40).
FD WriteoffFile.
01 WRITEOFF-REC PIC X(72).
FD ExcpWorkFile.
01 EXCPWORK-REC PIC X(72).

WORKING-STORAGE SECTION.
01 WS-EXCP-STATUS PIC X(2).
01 WS-AREA-ID PIC X(8).
01 WS-DD-BASE PIC X(30).
01 WS-DD-DEFAULT PIC X(40).
*> Sign-on and audit trail through DAY5B-AUDIT: the operator at the
*> console, the rights the authorized-operator dataset gives them, and
*> the action being posted.
01 WS-AUDIT-MODE PIC X(1).
01 WS-AUDIT-PROGRAM PIC X(8) VALUE "REPAIR".
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
*> A corrected line's first endpoint, peeled off for the audit record
*> so the trail can be searched by coordinate; staged through text so
*> a line DAY5B-DRAW will later reject just goes on file without one.
01 WS-AUD-LINE PIC X(40).
01 X1-TXT PIC X(4).
01 Y1-TXT PIC X(4).
01 WS-TXT-LEN PIC 9(2).
01 WS-SIGNOFF-TEXT.
   05 FILLER PIC X(9) VALUE "REPAIRED ".
   05 WS-SO-REPAIRED PIC ZZZZ9.
   05 FILLER PIC X(13) VALUE " WRITTEN OFF ".
   05 WS-SO-WRITEOFF PIC ZZZZ9.
   05 FILLER PIC X(14) VALUE " STILL QUEUED ".
   05 WS-SO-CARRIED PIC ZZZZ9.

PROCEDURE DIVISION.
PERFORM INITIALIZE-DSNS.
    STOP RUN
END-IF.

PERFORM SIGN-ON.

*> EXTEND, not OUTPUT: a second session before the next batch run has
*> consumed the repairs extract must add to it, not wipe it out - the
*> same way DAY5B-DRAW extends the exception dataset on later calls.
DISPLAY "DAY5B-REPAIR: REPAIRED " WS-REPAIRED-COUNT
    " WRITTEN OFF " WS-WRITEOFF-COUNT
    " STILL QUEUED " WS-CARRIED-COUNT.
MOVE WS-REPAIRED-COUNT TO WS-SO-REPAIRED.
MOVE WS-WRITEOFF-COUNT TO WS-SO-WRITEOFF.
MOVE WS-CARRIED-COUNT TO WS-SO-CARRIED.
MOVE "SIGNOFF" TO WS-AE-ACTION.
MOVE 'N' TO WS-AE-HAS-COORD.
MOVE SPACES TO WS-AE-BEFORE.
MOVE WS-SIGNOFF-TEXT TO WS-AE-AFTER.
PERFORM POST-AUDIT.
STOP RUN.

*> Who is at the console. An operator with neither the repair nor the
*> write-off right - or not on the authorized-operator dataset at all
*> - is refused, and the refusal is itself on the audit trail.
SIGN-ON.
   MOVE 'S' TO WS-AUDIT-MODE.
   CALL "DAY5B-AUDIT" USING WS-AUDIT-MODE, WS-AUDIT-PROGRAM,
       WS-OPERATOR-ID, WS-OPER-FUNCS, WS-AUDIT-ENTRY.
   MOVE 'N' TO WS-AE-HAS-COORD.
   MOVE SPACES TO WS-AE-BEFORE.
   MOVE SPACES TO WS-AE-AFTER.
   IF WS-MAY-REPAIR = 'N' AND WS-MAY-WRITEOFF = 'N' THEN
       MOVE "REFUSED" TO WS-AE-ACTION
       MOVE "NOT AUTHORIZED TO REPAIR OR WRITE OFF" TO WS-AE-AFTER
       PERFORM POST-AUDIT
       DISPLAY "DAY5B-REPAIR: OPERATOR " WS-OPERATOR-ID
           " NOT AUTHORIZED TO REPAIR OR WRITE OFF"
       CLOSE ExceptionFile
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE "SIGNON" TO WS-AE-ACTION.
   PERFORM POST-AUDIT.

POST-AUDIT.
   MOVE 'A' TO WS-AUDIT-MODE.
   CALL "DAY5B-AUDIT" USING WS-AUDIT-MODE, WS-AUDIT-PROGRAM,
       WS-OPERATOR-ID, WS-OPER-FUNCS, WS-AUDIT-ENTRY.

*> A write-off: the rejected record before, nothing after.
AUDIT-WRITEOFF.
   MOVE "WRITEOFF" TO WS-AE-ACTION.
   MOVE 'N' TO WS-AE-HAS-COORD.
   MOVE EXCP-REC TO WS-AE-BEFORE.
   MOVE SPACES TO WS-AE-AFTER.
   PERFORM POST-AUDIT.

*> A repair: the rejected record before, the corrected line after, at
*> the corrected line's first endpoint when it has a readable one.
AUDIT-REPAIR.
   MOVE "REPAIR" TO WS-AE-ACTION.
   MOVE 'N' TO WS-AE-HAS-COORD.
   MOVE WS-ANSWER TO WS-AUD-LINE.
   IF WS-AUD-LINE(1:4) = "RET " OR WS-AUD-LINE(1:4) = "ret " THEN
       MOVE WS-ANSWER(5:) TO WS-AUD-LINE
   END-IF.
   MOVE SPACES TO X1-TXT Y1-TXT.
   UNSTRING WS-AUD-LINE DELIMITED BY "," OR " "
   INTO X1-TXT, Y1-TXT.
   MOVE ZERO TO WS-TXT-LEN.
   INSPECT X1-TXT TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-TXT-LEN > 0 AND WS-TXT-LEN < 4 THEN
       IF X1-TXT(1:WS-TXT-LEN) NUMERIC THEN
           MOVE X1-TXT(1:WS-TXT-LEN) TO WS-AE-X
           MOVE ZERO TO WS-TXT-LEN
           INSPECT Y1-TXT TALLYING WS-TXT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-TXT-LEN > 0 AND WS-TXT-LEN < 4 THEN
               IF Y1-TXT(1:WS-TXT-LEN) NUMERIC THEN
                   MOVE Y1-TXT(1:WS-TXT-LEN) TO WS-AE-Y
                   MOVE 'Y' TO WS-AE-HAS-COORD
               END-IF
           END-IF
       END-IF
   END-IF.
   MOVE EXCP-REC TO WS-AE-BEFORE.
   MOVE WS-ANSWER TO WS-AE-AFTER.
   PERFORM POST-AUDIT.

*> Defaults the repairs and writeoff DD names when the scheduler left
*> them unset, so the bare program and DAY-5b agree on the datasets.
INITIALIZE-DSNS.
           ADD 1 TO WS-WRITEOFF-COUNT
           MOVE EXCP-REC TO WRITEOFF-REC
           WRITE WRITEOFF-REC
           PERFORM AUDIT-WRITEOFF
       ELSE
           ADD 1 TO WS-REPAIRED-COUNT
           MOVE WS-ANSWER TO REPAIR-REC
           WRITE REPAIR-REC
           PERFORM AUDIT-REPAIR
       END-IF
   END-IF.

*> A blank answer quits as well as Q: it is what ACCEPT hands back when
*> the console has gone away, and quitting (which keeps the record
*> queued) is the only safe reading of either. A repair or write-off
*> the operator has no right to just says so and re-prompts.
TAKE-ANSWER.
   DISPLAY "KEY CORRECTED LINE, U TO WRITE OFF, OR Q TO QUIT:".
   MOVE SPACES TO WS-ANSWER.
   ACCEPT WS-ANSWER.
   IF WS-ANSWER = "U" OR WS-ANSWER = "u" THEN
       IF WS-MAY-WRITEOFF = 'Y' THEN
           MOVE 'Y' TO WS-ANSWER-OK
       ELSE
           DISPLAY "OPERATOR " WS-OPERATOR-ID
               " IS NOT AUTHORIZED TO WRITE OFF"
       END-IF
   ELSE
       IF WS-ANSWER = "Q" OR WS-ANSWER = "q" OR WS-ANSWER = SPACES THEN
           MOVE 'Y' TO WS-QUIT
           MOVE ZERO TO WS-ARROW-COUNT
           INSPECT WS-ANSWER TALLYING WS-ARROW-COUNT FOR ALL " -> "
           IF WS-ARROW-COUNT = 1 THEN
               IF WS-MAY-REPAIR = 'Y' THEN
                   MOVE 'Y' TO WS-ANSWER-OK
               ELSE
                   DISPLAY "OPERATOR " WS-OPERATOR-ID
                       " IS NOT AUTHORIZED TO REPAIR"
               END-IF
           ELSE
               DISPLAY "NOT A SURVEY LINE - EXPECTED x1,y1 -> x2,y2"
           END-IF
