*> an order dispatched the moment a crew is assigned to it, so the
*> paper trail of who actually got a crew lives in the master instead
*> of on the desk. Reads and updates the same dataset via the same
*> DD_WORKORDERS name DAY5B-ORDERS resolves. The operator signs on
*> through DAY5B-AUDIT first and needs the dispatch right; every order
*> marked dispatched is posted to the shared audit dataset against the
*> operator's id, with its status and dispatch date before and after.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   05 WO-CLEAR-DATE PIC 9(8).
   05 WO-LAST-SEEN PIC 9(8).
   05 WO-LAST-COUNT PIC 9(3).
   *> Crew the nightly DAY5B-ASSIGN run routed the order to, and the
   *> run date it did so - spaces and zero until first assigned.
   05 WO-CREW-ID PIC X(8).
   05 WO-ASSIGN-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-ORDER-STATUS PIC X(2).
   05 WS-QL-SEEN PIC 9(8).
   05 FILLER PIC X(9) VALUE " OVERLAP ".
   05 WS-QL-COUNT PIC ZZ9.
   *> The crew the nightly assignment run routed the order to - blank
   *> while it is still unassigned.
   05 FILLER PIC X(6) VALUE " CREW ".
   05 WS-QL-CREW PIC X(8).
*> Sign-on and audit trail through DAY5B-AUDIT: the operator at the
*> console, the rights the authorized-operator dataset gives them, and
*> the action being posted.
01 WS-AUDIT-MODE PIC X(1).
01 WS-AUDIT-PROGRAM PIC X(8) VALUE "DISPATCH".
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
*> An order's audited values: its number, status and dispatch date.
01 WS-ORDER-IMAGE.
   05 FILLER PIC X(6) VALUE "ORDER ".
   05 WS-OI-NO PIC 9(6).
   05 FILLER PIC X(8) VALUE " STATUS ".
   05 WS-OI-STATUS PIC X(1).
   05 FILLER PIC X(15) VALUE " DISPATCH DATE ".
   05 WS-OI-DISPATCH PIC 9(8).
01 WS-DISPATCHED-COUNT PIC 9(5) VALUE ZERO.
01 WS-SIGNOFF-TEXT.
   05 FILLER PIC X(19) VALUE "ORDERS DISPATCHED: ".
   05 WS-SO-DISPATCHED PIC ZZZZ9.

PROCEDURE DIVISION.
ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    STOP RUN
END-IF.

PERFORM SIGN-ON.
PERFORM TAKE-COMMAND UNTIL WS-QUIT = 'Y'.

CLOSE OrderFile.
MOVE WS-DISPATCHED-COUNT TO WS-SO-DISPATCHED.
MOVE "SIGNOFF" TO WS-AE-ACTION.
MOVE 'N' TO WS-AE-HAS-COORD.
MOVE SPACES TO WS-AE-BEFORE.
MOVE WS-SIGNOFF-TEXT TO WS-AE-AFTER.
PERFORM POST-AUDIT.
STOP RUN.

*> Who is at the console. An operator without the dispatch right - or
*> not on the authorized-operator dataset at all - is refused, and the
*> refusal is itself on the audit trail.
SIGN-ON.
   MOVE 'S' TO WS-AUDIT-MODE.
   CALL "DAY5B-AUDIT" USING WS-AUDIT-MODE, WS-AUDIT-PROGRAM,
       WS-OPERATOR-ID, WS-OPER-FUNCS, WS-AUDIT-ENTRY.
   MOVE 'N' TO WS-AE-HAS-COORD.
   MOVE SPACES TO WS-AE-BEFORE.
   MOVE SPACES TO WS-AE-AFTER.
   IF WS-MAY-DISPATCH = 'N' THEN
       MOVE "REFUSED" TO WS-AE-ACTION
       MOVE "NOT AUTHORIZED TO DISPATCH" TO WS-AE-AFTER
       PERFORM POST-AUDIT
       DISPLAY "DAY5B-DISPATCH: OPERATOR " WS-OPERATOR-ID
           " NOT AUTHORIZED TO DISPATCH"
       CLOSE OrderFile
       MOVE 8 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE "SIGNON" TO WS-AE-ACTION.
   PERFORM POST-AUDIT.

POST-AUDIT.
   MOVE 'A' TO WS-AUDIT-MODE.
   CALL "DAY5B-AUDIT" USING WS-AUDIT-MODE, WS-AUDIT-PROGRAM,
       WS-OPERATOR-ID, WS-OPER-FUNCS, WS-AUDIT-ENTRY.

*> Defaults the work-order DD name when the desk's session hasn't
*> pointed DD_WORKORDERS anywhere, the same defaulting idiom
*> DAY5B-INQUIRY uses for the grid master.
   MOVE WO-OPEN-DATE TO WS-QL-OPENED.
   MOVE WO-LAST-SEEN TO WS-QL-SEEN.
   MOVE WO-LAST-COUNT TO WS-QL-COUNT.
   MOVE WO-CREW-ID TO WS-QL-CREW.
   DISPLAY WS-QUEUE-LINE.

*> Marks the order at the keyed coordinate dispatched with today's
STAMP-DISPATCH.
   EVALUATE WO-STATUS
       WHEN 'O'
           MOVE "DISPATCH" TO WS-AE-ACTION
           MOVE 'Y' TO WS-AE-HAS-COORD
           MOVE WO-X TO WS-AE-X
           MOVE WO-Y TO WS-AE-Y
           MOVE WO-ORDER-NO TO WS-OI-NO
           MOVE WO-STATUS TO WS-OI-STATUS
           MOVE WO-DISPATCH-DATE TO WS-OI-DISPATCH
           MOVE WS-ORDER-IMAGE TO WS-AE-BEFORE
           MOVE 'D' TO WO-STATUS
           MOVE WS-RUN-DATE TO WO-DISPATCH-DATE
           REWRITE WO-REC
           MOVE WO-STATUS TO WS-OI-STATUS
           MOVE WO-DISPATCH-DATE TO WS-OI-DISPATCH
           MOVE WS-ORDER-IMAGE TO WS-AE-AFTER
           PERFORM POST-AUDIT
           ADD 1 TO WS-DISPATCHED-COUNT
           IF WO-CREW-ID = SPACES THEN
               DISPLAY "ORDER " WO-ORDER-NO " MARKED DISPATCHED"
           ELSE
               DISPLAY "ORDER " WO-ORDER-NO " MARKED DISPATCHED - "
                   "ROUTED TO CREW " WO-CREW-ID
           END-IF
       WHEN 'D'
           DISPLAY "ORDER " WO-ORDER-NO " ALREADY DISPATCHED "
               WO-DISPATCH-DATE
