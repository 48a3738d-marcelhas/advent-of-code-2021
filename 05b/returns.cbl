       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DAY5B-RETURNS.
*> Posts the crews' completion returns against the work-order master
*> in one step, so a crew's sign-off is keyed once instead of twice -
*> once by hand into clearances.txt and again, in effect, by waiting
*> for DAY5B-COMPARE to show the point CLEARED the next morning. Each
*> return is checked against the standing order at its coordinate:
*> the order number must match, the order must still be OPEN or
*> DISPATCHED, the crew must be the one the order was routed to (any
*> crew, if it was never routed), and the completion date must fall
*> between the order's open date and today.
*>
*> A SEALED or NOT-FOUND return closes the order with the completion
*> date and appends the matching "<x>,<y> <yyyymmdd> <crew-id>" record
*> to the clearance dataset DAY5B-CLEARANCE applies - NOT-FOUND too,
*> since a site the crew walked and found nothing at must be
*> suppressed just the same, or tomorrow's hot-spot pass re-raises it
*> under a new number. A DEFERRED return puts the order back in the
*> OPEN queue with its dispatch and crew routing removed, for the
*> next nightly assignment run. The order and the clearance are
*> always written together, so the two can never disagree about
*> whether a site was fixed. Anything that fails a check is written
*> to the returns exception list with the reason and the record as
*> keyed, and the job ends with return code 4 so the scheduler flags
*> it - the rest of the file still posts. Run ahead of DAY-5b each
*> morning.
*>
*> Return records:
*> "<order-no> <x>,<y> <crew-id> <yyyymmdd> <outcome>", outcome one of
*> SEALED, NOT-FOUND or DEFERRED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Logical DD-style names resolved the same way DAY5B-DRAW's
    *> "INPUT" is; INITIALIZE-DSNS below defaults them to the daily
    *> suite's own datasets when the scheduler hasn't said otherwise.
    SELECT ReturnFile ASSIGN TO "RETURNS"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-RETURN-STATUS.

    SELECT OrderFile ASSIGN TO "WORKORDERS"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS WO-KEY
        FILE STATUS IS WS-ORDER-STATUS.

    *> Same DD_CLEARANCES name DAY5B-CLEARANCE reads under.
    SELECT ClearanceFile ASSIGN TO "CLEARANCES"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-CLR-STATUS.

    SELECT ReturnExcpFile ASSIGN TO "RETEXCP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-RETEXCP-STATUS.

DATA DIVISION.
FILE SECTION.
FD ReturnFile.
01 RETURN-REC PIC X(60).
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
*> Clearance record in the layout DAY5B-CLEARANCE reads.
FD ClearanceFile.
01 CLR-REC PIC X(40).
FD ReturnExcpFile.
01 RETEXCP-REC PIC X(110).

WORKING-STORAGE SECTION.
01 WS-RETURN-STATUS PIC X(2).
01 WS-ORDER-STATUS PIC X(2).
01 WS-CLR-STATUS PIC X(2).
01 WS-RETEXCP-STATUS PIC X(2).
01 WS-RETURN-EOF PIC X(1).
01 WS-DSN-OVERRIDE PIC X(40).
*> Survey-area identifier from environment AREA - spaces in the
*> single-area shop, which leaves every default name exactly as it
*> has always been; set per scheduler definition it prefixes them so
*> each area posts its own crews' returns to its own master.
01 WS-AREA-ID PIC X(8).
01 WS-DD-BASE PIC X(30).
01 WS-DD-DEFAULT PIC X(40).
01 WS-RUN-DATE PIC 9(8).
*> Tokens unstrung off a return record, staged through text fields so
*> a mis-keyed record is listed as an exception instead of either
*> abending the job or posting garbage.
01 WS-RT-ORDER-TXT PIC X(7).
01 WS-RT-COORD-TXT PIC X(9).
01 WS-RT-CREW-TXT PIC X(8).
01 WS-RT-DATE-TXT PIC X(9).
01 WS-RT-OUTCOME-TXT PIC X(10).
01 X1-TXT PIC X(4).
01 Y1-TXT PIC X(4).
01 WS-TXT-LEN PIC 9(2).
*> The return as validated.
01 WS-RT-ORDER-NO PIC 9(6).
01 WS-RT-X PIC 9(3).
01 WS-RT-Y PIC 9(3).
01 WS-RT-DATE PIC 9(8).
*> Highest coordinate the grid holds, matching DAY5B-DRAW's bound.
01 WS-MAX-COORD PIC 9(3) VALUE 998.
*> Switch the checks flip off the moment the return fails one, and
*> the reason listed against it.
01 WS-RT-VALID PIC X(1).
   88 RETURN-IS-VALID VALUE 'Y'.
01 WS-RT-REASON PIC X(30).
01 WS-RECORD-NO PIC 9(6) VALUE ZERO.
*> Counts for the closing summary.
01 WS-SEALED-COUNT PIC 9(5) VALUE ZERO.
01 WS-NOTFOUND-COUNT PIC 9(5) VALUE ZERO.
01 WS-DEFERRED-COUNT PIC 9(5) VALUE ZERO.
01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
*> Clearance record built for the append.
01 WS-CLR-LINE.
   05 WS-CL-X PIC 9(3).
   05 FILLER PIC X(1) VALUE ",".
   05 WS-CL-Y PIC 9(3).
   05 FILLER PIC X(1) VALUE " ".
   05 WS-CL-DATE PIC 9(8).
   05 FILLER PIC X(1) VALUE " ".
   05 WS-CL-CREW PIC X(8).
01 WS-RETEXCP-LINE.
   05 FILLER PIC X(7) VALUE "RETURN ".
   05 WS-EL-RECORD-NO PIC ZZZZZ9.
   05 FILLER PIC X(2) VALUE ": ".
   05 WS-EL-REASON PIC X(30).
   05 FILLER PIC X(3) VALUE " - ".
   05 WS-EL-RECORD PIC X(60).

PROCEDURE DIVISION.
ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
PERFORM INITIALIZE-DSNS.
PERFORM OPEN-DATASETS.
PERFORM POST-RETURN-REC UNTIL WS-RETURN-EOF = 'Y'.
CLOSE ReturnFile.
CLOSE OrderFile.
CLOSE ClearanceFile.
CLOSE ReturnExcpFile.

DISPLAY "DAY5B-RETURNS: SEALED " WS-SEALED-COUNT
    " NOT-FOUND " WS-NOTFOUND-COUNT
    " DEFERRED " WS-DEFERRED-COUNT
    " REJECTED " WS-REJECTED-COUNT.
IF WS-REJECTED-COUNT > 0 THEN
    MOVE 4 TO RETURN-CODE
END-IF.
STOP RUN.

*> Defaults the DD names to the daily suite's own datasets when the
*> scheduler left them unset, the same defaulting idiom DAY5B-ORDERS
*> uses for its datasets.
INITIALIZE-DSNS.
   ACCEPT WS-AREA-ID FROM ENVIRONMENT "AREA".
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_RETURNS".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "crewreturns.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_RETURNS" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_WORKORDERS".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "workorders.dat" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_WORKORDERS" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_CLEARANCES".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "clearances.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_CLEARANCES" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_RETEXCP".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "returnexceptions.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_RETEXCP" UPON ENVIRONMENT-NAME
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

*> No returns dataset just means no crew has handed one in - a quiet
*> morning, not an error. The clearance dataset is appended to, and
*> created the first time; the exception list is this run's alone.
OPEN-DATASETS.
   MOVE 'N' TO WS-RETURN-EOF.
   OPEN INPUT ReturnFile.
   IF WS-RETURN-STATUS = "35" THEN
       DISPLAY "DAY5B-RETURNS: NO COMPLETION RETURNS TO POST"
       STOP RUN
   END-IF.
   IF WS-RETURN-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-RETURNS: UNABLE TO OPEN RETURNS DATASET "
           "- STATUS " WS-RETURN-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   OPEN I-O OrderFile.
   IF WS-ORDER-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-RETURNS: UNABLE TO OPEN ORDER MASTER - STATUS "
           WS-ORDER-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   OPEN EXTEND ClearanceFile.
   IF WS-CLR-STATUS = "35" THEN
       OPEN OUTPUT ClearanceFile
   END-IF.
   IF WS-CLR-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-RETURNS: UNABLE TO OPEN CLEARANCE DATASET "
           "- STATUS " WS-CLR-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   OPEN OUTPUT ReturnExcpFile.
   IF WS-RETEXCP-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-RETURNS: UNABLE TO OPEN RETURNS EXCEPTION FILE "
           "- STATUS " WS-RETEXCP-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

POST-RETURN-REC.
   READ ReturnFile
       AT END MOVE 'Y' TO WS-RETURN-EOF
       NOT AT END
           IF RETURN-REC NOT = SPACES THEN
               ADD 1 TO WS-RECORD-NO
               PERFORM POST-RETURN
           END-IF
   END-READ.

*> One return: parse it, check it against the standing order, and
*> post it or list it.
POST-RETURN.
   MOVE 'Y' TO WS-RT-VALID.
   MOVE SPACES TO WS-RT-ORDER-TXT WS-RT-COORD-TXT WS-RT-CREW-TXT
       WS-RT-DATE-TXT WS-RT-OUTCOME-TXT.
   UNSTRING RETURN-REC DELIMITED BY ALL " "
   INTO WS-RT-ORDER-TXT, WS-RT-COORD-TXT, WS-RT-CREW-TXT,
       WS-RT-DATE-TXT, WS-RT-OUTCOME-TXT.
   PERFORM PARSE-RETURN.
   IF RETURN-IS-VALID THEN
       PERFORM MATCH-ORDER
   END-IF.
   IF RETURN-IS-VALID THEN
       PERFORM APPLY-OUTCOME
   ELSE
       PERFORM REJECT-RETURN
   END-IF.

*> Token checks in the order the record is keyed; the first one that
*> fails names the reason.
PARSE-RETURN.
   MOVE ZERO TO WS-TXT-LEN.
   INSPECT WS-RT-ORDER-TXT
       TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-TXT-LEN = 0 OR WS-TXT-LEN > 6
      OR WS-RT-ORDER-TXT(1:WS-TXT-LEN) NOT NUMERIC THEN
       MOVE 'N' TO WS-RT-VALID
       MOVE "BAD ORDER NUMBER" TO WS-RT-REASON
   ELSE
       MOVE WS-RT-ORDER-TXT(1:WS-TXT-LEN) TO WS-RT-ORDER-NO
   END-IF.
   IF RETURN-IS-VALID THEN
       PERFORM PARSE-RETURN-COORD
   END-IF.
   IF RETURN-IS-VALID AND WS-RT-CREW-TXT = SPACES THEN
       MOVE 'N' TO WS-RT-VALID
       MOVE "NO CREW ID" TO WS-RT-REASON
   END-IF.
   IF RETURN-IS-VALID THEN
       MOVE ZERO TO WS-TXT-LEN
       INSPECT WS-RT-DATE-TXT
           TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE
       IF WS-TXT-LEN NOT = 8
          OR WS-RT-DATE-TXT(1:8) NOT NUMERIC THEN
           MOVE 'N' TO WS-RT-VALID
           MOVE "BAD COMPLETION DATE" TO WS-RT-REASON
       ELSE
           MOVE WS-RT-DATE-TXT(1:8) TO WS-RT-DATE
       END-IF
   END-IF.
   IF RETURN-IS-VALID THEN
       IF WS-RT-OUTCOME-TXT NOT = "SEALED"
          AND WS-RT-OUTCOME-TXT NOT = "NOT-FOUND"
          AND WS-RT-OUTCOME-TXT NOT = "DEFERRED" THEN
           MOVE 'N' TO WS-RT-VALID
           MOVE "BAD OUTCOME" TO WS-RT-REASON
       END-IF
   END-IF.

*> Coordinate pair in the suite's own "x,y" form, both within the
*> grid - same token checks DAY5B-CLEARANCE runs on its records.
PARSE-RETURN-COORD.
   MOVE SPACES TO X1-TXT Y1-TXT.
   UNSTRING WS-RT-COORD-TXT DELIMITED BY ","
   INTO X1-TXT, Y1-TXT.
   MOVE ZERO TO WS-TXT-LEN.
   INSPECT X1-TXT TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-TXT-LEN = 0 OR WS-TXT-LEN > 3
      OR X1-TXT(1:WS-TXT-LEN) NOT NUMERIC THEN
       MOVE 'N' TO WS-RT-VALID
   END-IF.
   MOVE ZERO TO WS-TXT-LEN.
   INSPECT Y1-TXT TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-TXT-LEN = 0 OR WS-TXT-LEN > 3
      OR Y1-TXT(1:WS-TXT-LEN) NOT NUMERIC THEN
       MOVE 'N' TO WS-RT-VALID
   END-IF.
   IF RETURN-IS-VALID THEN
       MOVE X1-TXT TO WS-RT-X
       MOVE Y1-TXT TO WS-RT-Y
       IF WS-RT-X > WS-MAX-COORD OR WS-RT-Y > WS-MAX-COORD THEN
           MOVE 'N' TO WS-RT-VALID
       END-IF
   END-IF.
   IF NOT RETURN-IS-VALID THEN
       MOVE "BAD COORDINATE" TO WS-RT-REASON
   END-IF.

*> The standing order at the coordinate must be the one the crew was
*> sent on, still open, routed to this crew if routed at all, and
*> opened no later than the crew says it finished.
MATCH-ORDER.
   MOVE WS-RT-X TO WO-X.
   MOVE WS-RT-Y TO WO-Y.
   READ OrderFile
       INVALID KEY
           MOVE 'N' TO WS-RT-VALID
           MOVE "NO ORDER AT COORDINATE" TO WS-RT-REASON
   END-READ.
   IF RETURN-IS-VALID AND WO-ORDER-NO NOT = WS-RT-ORDER-NO THEN
       MOVE 'N' TO WS-RT-VALID
       MOVE "ORDER NUMBER MISMATCH" TO WS-RT-REASON
   END-IF.
   IF RETURN-IS-VALID AND WO-STATUS = 'C' THEN
       MOVE 'N' TO WS-RT-VALID
       MOVE "ORDER ALREADY CLOSED" TO WS-RT-REASON
   END-IF.
   IF RETURN-IS-VALID AND WO-CREW-ID NOT = SPACES
      AND WO-CREW-ID NOT = WS-RT-CREW-TXT THEN
       MOVE 'N' TO WS-RT-VALID
       MOVE "CREW NOT ROUTED TO ORDER" TO WS-RT-REASON
   END-IF.
   IF RETURN-IS-VALID THEN
       IF WS-RT-DATE < WO-OPEN-DATE OR WS-RT-DATE > WS-RUN-DATE THEN
           MOVE 'N' TO WS-RT-VALID
           MOVE "COMPLETION DATE OUT OF RANGE" TO WS-RT-REASON
       END-IF
   END-IF.

*> SEALED and NOT-FOUND both close the order and post its clearance
*> together; DEFERRED hands the order back to the OPEN queue with its
*> dispatch undone.
APPLY-OUTCOME.
   EVALUATE WS-RT-OUTCOME-TXT
       WHEN "DEFERRED"
           MOVE 'O' TO WO-STATUS
           MOVE ZERO TO WO-DISPATCH-DATE
           MOVE SPACES TO WO-CREW-ID
           MOVE ZERO TO WO-ASSIGN-DATE
           REWRITE WO-REC
           ADD 1 TO WS-DEFERRED-COUNT
       WHEN OTHER
           MOVE 'C' TO WO-STATUS
           MOVE WS-RT-DATE TO WO-CLEAR-DATE
           MOVE WS-RT-CREW-TXT TO WO-CREW-ID
           REWRITE WO-REC
           PERFORM WRITE-CLEARANCE
           IF WS-RT-OUTCOME-TXT = "SEALED" THEN
               ADD 1 TO WS-SEALED-COUNT
           ELSE
               ADD 1 TO WS-NOTFOUND-COUNT
           END-IF
   END-EVALUATE.

WRITE-CLEARANCE.
   MOVE WS-RT-X TO WS-CL-X.
   MOVE WS-RT-Y TO WS-CL-Y.
   MOVE WS-RT-DATE TO WS-CL-DATE.
   MOVE WS-RT-CREW-TXT TO WS-CL-CREW.
   MOVE WS-CLR-LINE TO CLR-REC.
   WRITE CLR-REC.

REJECT-RETURN.
   ADD 1 TO WS-REJECTED-COUNT.
   MOVE WS-RECORD-NO TO WS-EL-RECORD-NO.
   MOVE WS-RT-REASON TO WS-EL-REASON.
   MOVE RETURN-REC TO WS-EL-RECORD.
   MOVE WS-RETEXCP-LINE TO RETEXCP-REC.
   WRITE RETEXCP-REC.
