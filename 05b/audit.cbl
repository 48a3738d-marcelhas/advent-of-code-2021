       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DAY5B-AUDIT.
*> Operator sign-on and audit trail for the console programs, shared by
*> DAY5B-REPAIR, DAY5B-DISPATCH and DAY5B-INQUIRY the same multi-mode
*> way DAY5B-LEDGER serves the drivers. Mode 'S' asks at the console
*> who is there and answers which functions the authorized-operator
*> dataset lets that operator use - repair, write-off, dispatch,
*> inquiry; mode 'B' does the same for an unattended batch session,
*> taking the id from environment OPERATOR (the scheduler definition's
*> submitting id) instead of the console. Mode 'A' appends one record
*> to the shared audit dataset: who, when, from which program, what
*> action, at which coordinate, and the before and after values - so a
*> repaired line, a write-off or an order marked dispatched can always
*> be traced back to a person. DAY5B-AUDITRPT reads the dataset back.
*>
*> "OPERATORS" and "AUDIT" are logical DD-style names like DAY5B-DRAW's
*> "INPUT", defaulted below to operators.txt and audit.dat. Neither is
*> area-prefixed: operators sign on to every area's console with the
*> same rights, and the auditors want every area's trail on one file -
*> each record carries the area it was keyed in. The audit dataset is
*> opened and closed around every record, so a session that abends
*> has still left everything it did on file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OperatorFile ASSIGN TO "OPERATORS"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-OPER-STATUS.

    SELECT AuditFile ASSIGN TO "AUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Authorized operator: "<operator-id> <functions>", the functions one
*> letter each, in any order - R repair, W write-off, D dispatch,
*> I inquiry.
FD OperatorFile.
01 OPER-REC PIC X(40).
*> One audited action, all fields at fixed positions so DAY5B-AUDITRPT
*> reads it back with this same layout: when (date and hhmmss), who,
*> from which program, the action, the survey area (spaces in the
*> single-area shop), the coordinate it concerns when it concerns one
*> (flag 'Y'), and the values before and after.
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

WORKING-STORAGE SECTION.
01 WS-OPER-STATUS PIC X(2).
01 WS-AUDIT-STATUS PIC X(2).
01 WS-OPER-EOF PIC X(1).
01 WS-DSN-OVERRIDE PIC X(40).
01 WS-AREA-ID PIC X(8).
*> The operator record under the lookup, split into its id and its
*> function letters, and a tally per letter.
01 WS-OP-ID-TXT PIC X(9).
01 WS-OP-FUNCS-TXT PIC X(5).
01 WS-OP-FOUND PIC X(1).
01 WS-FUNC-COUNT PIC 9(2).
01 WS-FUNC-OTHER PIC 9(2).
*> Timestamp staging for a mode 'A' post.
01 WS-STAMP-DATE PIC 9(8).
01 WS-STAMP-TIME-RAW PIC 9(8).

LINKAGE SECTION.
*> 'S' console sign-on, 'B' batch sign-on, 'A' post an audit record.
01 WS-OPER-MODE PIC X(1).
*> The calling program's name as the audit trail shows it.
01 WS-OPER-PROGRAM PIC X(8).
*> Sign-on: returned as keyed (spaces when nothing was keyed). Post:
*> the operator the action is recorded against.
01 WS-OPER-ID PIC X(8).
*> Sign-on answer, one 'Y'/'N' per function. All 'N' for an id that
*> is not on the authorized-operator dataset.
01 WS-OPER-FUNCS.
   05 WS-MAY-REPAIR PIC X(1).
   05 WS-MAY-WRITEOFF PIC X(1).
   05 WS-MAY-DISPATCH PIC X(1).
   05 WS-MAY-INQUIRE PIC X(1).
*> The action a mode 'A' post records.
01 WS-AUDIT-ENTRY.
   05 WS-AE-ACTION PIC X(8).
   05 WS-AE-HAS-COORD PIC X(1).
   05 WS-AE-X PIC 9(3).
   05 WS-AE-Y PIC 9(3).
   05 WS-AE-BEFORE PIC X(72).
   05 WS-AE-AFTER PIC X(72).

PROCEDURE DIVISION USING WS-OPER-MODE, WS-OPER-PROGRAM, WS-OPER-ID,
        WS-OPER-FUNCS, WS-AUDIT-ENTRY.
PERFORM INITIALIZE-DSNS.
EVALUATE WS-OPER-MODE
    WHEN 'S'
        DISPLAY "KEY OPERATOR ID:"
        MOVE SPACES TO WS-OPER-ID
        ACCEPT WS-OPER-ID
        PERFORM LOOKUP-OPERATOR
    WHEN 'B'
        MOVE SPACES TO WS-OPER-ID
        ACCEPT WS-OPER-ID FROM ENVIRONMENT "OPERATOR"
        PERFORM LOOKUP-OPERATOR
    WHEN OTHER
        PERFORM POST-AUDIT-REC
END-EVALUATE.
GOBACK.

*> Defaults the DD names when the session left them unset.
INITIALIZE-DSNS.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_OPERATORS".
   IF WS-DSN-OVERRIDE = SPACES THEN
       DISPLAY "DD_OPERATORS" UPON ENVIRONMENT-NAME
       DISPLAY "operators.txt" UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_AUDIT".
   IF WS-DSN-OVERRIDE = SPACES THEN
       DISPLAY "DD_AUDIT" UPON ENVIRONMENT-NAME
       DISPLAY "audit.dat" UPON ENVIRONMENT-VALUE
   END-IF.

*> Reads the authorized-operator dataset for the id keyed. No dataset
*> at all authorizes nobody - the consoles stay shut until the shop
*> says who may use them.
LOOKUP-OPERATOR.
   MOVE "NNNN" TO WS-OPER-FUNCS.
   MOVE 'N' TO WS-OP-FOUND.
   IF WS-OPER-ID NOT = SPACES THEN
       MOVE 'N' TO WS-OPER-EOF
       OPEN INPUT OperatorFile
       IF WS-OPER-STATUS = "35" THEN
           DISPLAY "DAY5B-AUDIT: NO AUTHORIZED-OPERATOR DATASET"
       ELSE
           IF WS-OPER-STATUS NOT = "00" THEN
               DISPLAY "DAY5B-AUDIT: UNABLE TO OPEN AUTHORIZED-"
                   "OPERATOR DATASET - STATUS " WS-OPER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-OPERATOR-REC
               UNTIL WS-OPER-EOF = 'Y' OR WS-OP-FOUND = 'Y'
           CLOSE OperatorFile
       END-IF
   END-IF.

READ-OPERATOR-REC.
   READ OperatorFile
       AT END MOVE 'Y' TO WS-OPER-EOF
       NOT AT END
           IF OPER-REC NOT = SPACES THEN
               PERFORM PARSE-OPERATOR-REC
           END-IF
   END-READ.

*> One authorized operator. A record this program cannot make sense
*> of stops the session - a mistyped right silently granted or
*> silently withheld is exactly what the auditors asked us to prevent.
PARSE-OPERATOR-REC.
   MOVE SPACES TO WS-OP-ID-TXT WS-OP-FUNCS-TXT.
   UNSTRING OPER-REC DELIMITED BY ALL " "
   INTO WS-OP-ID-TXT, WS-OP-FUNCS-TXT.
   IF WS-OP-ID-TXT(9:1) NOT = SPACE OR WS-OP-FUNCS-TXT = SPACES
      OR WS-OP-FUNCS-TXT(5:1) NOT = SPACE THEN
       PERFORM FAIL-OPERATOR-REC
   END-IF.
   MOVE ZERO TO WS-FUNC-OTHER.
   INSPECT WS-OP-FUNCS-TXT TALLYING WS-FUNC-OTHER
       FOR CHARACTERS BEFORE INITIAL SPACE.
   MOVE ZERO TO WS-FUNC-COUNT.
   INSPECT WS-OP-FUNCS-TXT TALLYING WS-FUNC-COUNT
       FOR ALL "R" ALL "W" ALL "D" ALL "I".
   IF WS-FUNC-COUNT NOT = WS-FUNC-OTHER THEN
       PERFORM FAIL-OPERATOR-REC
   END-IF.
   IF WS-OP-ID-TXT = WS-OPER-ID THEN
       MOVE 'Y' TO WS-OP-FOUND
       PERFORM GRANT-FUNCTIONS
   END-IF.

GRANT-FUNCTIONS.
   MOVE ZERO TO WS-FUNC-COUNT.
   INSPECT WS-OP-FUNCS-TXT TALLYING WS-FUNC-COUNT FOR ALL "R".
   IF WS-FUNC-COUNT > 0 THEN
       MOVE 'Y' TO WS-MAY-REPAIR
   END-IF.
   MOVE ZERO TO WS-FUNC-COUNT.
   INSPECT WS-OP-FUNCS-TXT TALLYING WS-FUNC-COUNT FOR ALL "W".
   IF WS-FUNC-COUNT > 0 THEN
       MOVE 'Y' TO WS-MAY-WRITEOFF
   END-IF.
   MOVE ZERO TO WS-FUNC-COUNT.
   INSPECT WS-OP-FUNCS-TXT TALLYING WS-FUNC-COUNT FOR ALL "D".
   IF WS-FUNC-COUNT > 0 THEN
       MOVE 'Y' TO WS-MAY-DISPATCH
   END-IF.
   MOVE ZERO TO WS-FUNC-COUNT.
   INSPECT WS-OP-FUNCS-TXT TALLYING WS-FUNC-COUNT FOR ALL "I".
   IF WS-FUNC-COUNT > 0 THEN
       MOVE 'Y' TO WS-MAY-INQUIRE
   END-IF.

FAIL-OPERATOR-REC.
   DISPLAY "DAY5B-AUDIT: BAD OPERATOR RECORD: " OPER-REC.
   CLOSE OperatorFile.
   MOVE 16 TO RETURN-CODE.
   STOP RUN.

*> Appends one audit record. An action that cannot be audited must not
*> stand unrecorded, so a dataset that will not open stops the session.
POST-AUDIT-REC.
   ACCEPT WS-AREA-ID FROM ENVIRONMENT "AREA".
   ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
   ACCEPT WS-STAMP-TIME-RAW FROM TIME.
   OPEN EXTEND AuditFile.
   IF WS-AUDIT-STATUS = "35" THEN
       OPEN OUTPUT AuditFile
   END-IF.
   IF WS-AUDIT-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-AUDIT: UNABLE TO OPEN AUDIT DATASET - STATUS "
           WS-AUDIT-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE SPACES TO AUD-REC.
   MOVE WS-STAMP-DATE TO AUD-DATE.
   MOVE WS-STAMP-TIME-RAW(1:6) TO AUD-TIME.
   MOVE WS-OPER-ID TO AUD-OPERATOR.
   MOVE WS-OPER-PROGRAM TO AUD-PROGRAM.
   MOVE WS-AE-ACTION TO AUD-ACTION.
   MOVE WS-AREA-ID TO AUD-AREA.
   IF WS-AE-HAS-COORD = 'Y' THEN
       MOVE 'Y' TO AUD-HAS-COORD
       MOVE WS-AE-X TO AUD-X
       MOVE WS-AE-Y TO AUD-Y
   ELSE
       MOVE 'N' TO AUD-HAS-COORD
       MOVE ZERO TO AUD-X
       MOVE ZERO TO AUD-Y
   END-IF.
   MOVE WS-AE-BEFORE TO AUD-BEFORE.
   MOVE WS-AE-AFTER TO AUD-AFTER.
   WRITE AUD-REC.
   CLOSE AuditFile.
