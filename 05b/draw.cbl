        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.

    *> Cross-vendor duplicate lines: one record per detail record held
    *> out of WORLD because another source had already drawn the same
    *> line this run unit, naming both sources and both journal ids -
    *> the evidence a phantom hot-spot is pushed back to the vendors
    *> with. "DUPLICATES" is a logical DD-style name like "INPUT",
    *> defaulted to duplicates.txt and kept for the run unit the same
    *> way the exception dataset is.
    SELECT DuplicateFile ASSIGN TO "DUPLICATES"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-DUP-STATUS.

    *> Vendor-statistics master the drivers post each run's per-source
    *> figures to. Opened here only when an extract fails the HDR/TRL
    *> reconciliation, so the failure lands on the vendor's record
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-VST-STATUS.

    *> Extract intake register: one record per source per vendor
    *> dataset-id, keyed the same way, saying when the extract landed,
    *> when it was drawn and what its trailer claimed. Checked the
    *> moment a headered extract names its source, so a dataset-id
    *> already ingested fails the run before a line of it is drawn -
    *> a redelivery under a new file name would otherwise double every
    *> overlap the vendor reported. "INTAKE" is a logical DD-style name
    *> like "INPUT", defaulted to intake.dat; DAY5B-INTAKE reads the
    *> same register back for the morning intake report.
    SELECT IntakeFile ASSIGN TO "INTAKE"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS IR-KEY
        FILE STATUS IS WS-INTAKE-STATUS.

    *> Off-angle policy: one "<source-id> DRAW|REJECT" record per
    *> vendor saying whether its lines that are neither horizontal,
    *> vertical nor 45 degrees are drawn along their true path or
    *> rejected to the exception queue; "*" in place of a source id
    *> sets the policy for every source not named. Read once per run
    *> unit. "ANGLES" is a logical DD-style name like "INPUT",
    *> defaulted to angles.txt.
    SELECT AngleFile ASSIGN TO "ANGLES"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-ANGLE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Wide enough for a coordinate pair plus the flag prefixes PROCESS-LINE
01 REC.
   05 ITEM PIC X(40).
FD ExceptionFile.
01 EXCP-REC PIC X(72).
*> Journal record, all fields at fixed positions so DAY5B-INQUIRY
*> reads it back with this same layout: journal id, crediting source,
*> extract date (spaces for a legacy extract), the line's original
*> endpoints as keyed, the retraction flag, the held flag - 'Y'
*> for a cross-vendor duplicate journaled but held out of WORLD, 'P'
*> for a held copy drawn after the line it repeated was retracted - and
*> the angle class: H horizontal or vertical, D 45 degrees, O off-angle
*> (drawn along its true path).
FD JournalFile.
01 JRN-REC.
   05 JRN-ID PIC 9(6).
   05 JRN-Y2 PIC 9(3).
   05 FILLER PIC X(1).
   05 JRN-RET PIC X(1).
   05 FILLER PIC X(1).
   05 JRN-HELD PIC X(1).
   05 FILLER PIC X(1).
   05 JRN-ANGLE PIC X(1).
FD DuplicateFile.
01 DUP-REC PIC X(120).
*> Vendor-statistics record, all fields at fixed positions so the
*> monthly DAY5B-SCORECARD reads it back with this same layout: the
*> posting date, the source, its control totals for the run, the
*> reconciliation-failure flag, and the cross-vendor duplicates held.
*> The drivers write the same layout from their own copy at end of run.
FD VendStatFile.
01 VST-REC.
   05 VST-DATE PIC 9(8).
   05 VST-POINTS PIC 9(8).
   05 FILLER PIC X(1).
   05 VST-RECON-FAIL PIC X(1).
   05 FILLER PIC X(1).
   05 VST-DUPLICATES PIC 9(5).
*> Intake register record, in the layout DAY5B-INTAKE reads back.
FD IntakeFile.
01 IR-REC.
   05 IR-KEY.
      10 IR-SRC PIC X(8).
      10 IR-DSID PIC X(20).
   *> Header date the extract carried, and the dataset it arrived as.
   05 IR-EXTRACT-DATE PIC X(8).
   05 IR-DSN PIC X(40).
   *> R drawing started, not finished; I ingested; F failed
   *> reconciliation - only an I entry blocks a later delivery.
   05 IR-STATUS PIC X(1).
   *> When this run started drawing the extract, off the run's own
   *> clock - the suite keeps no record of when the vendor's file
   *> landed - and when it finished; zero until ingested.
   05 IR-START-DATE PIC 9(8).
   05 IR-START-TIME PIC 9(4).
   05 IR-INGEST-DATE PIC 9(8).
   05 IR-INGEST-TIME PIC 9(4).
   *> The trailer's claimed record count and hash, and the detail
   *> records the extract actually delivered.
   05 IR-TRL-COUNT PIC 9(6).
   05 IR-TRL-HASH PIC 9(10).
   05 IR-DETAIL-COUNT PIC 9(6).
FD AngleFile.
01 ANGLE-REC PIC X(40).
*> Periodic snapshot of how far InputFile got and of WORLD itself, so a
*> restart after an abend can resume instead of redrawing the whole
*> survey from scratch. Re-written whole each checkpoint, not appended.
   *> Reconciliation state, carried so a restart keeps checking the
   *> vendor's control totals across the seam: the header already seen
   *> (and its extract date), the detail records counted and their
   *> coordinate hash so far, and the extract's unparseable records
   *> so far (the hash check is waived for extracts with any).
   05 CKPT-HDR-SEEN PIC X(1).
   05 CKPT-EXTRACT-DATE PIC X(8).
   05 CKPT-DETAIL-COUNT PIC 9(6).
   05 CKPT-HASH-TOTAL PIC 9(10).
   05 CKPT-PARSE-REJECTS PIC 9(5).
   05 CKPT-WORLD.
      10 CKPT-X OCCURS 999 TIMES.
         15 CKPT-Y OCCURS 999 TIMES PIC 9(3).
         15 CKPT-SRC-REJECTS PIC 9(5).
         15 CKPT-SRC-RETRACTIONS PIC 9(5).
         15 CKPT-SRC-POINTS-MARKED PIC 9(8).
         15 CKPT-SRC-DUPLICATES PIC 9(5).
         15 CKPT-SRC-OFF-ANGLE PIC 9(5).
   05 CKPT-ATTRIB.
      10 CKPT-ATT-X OCCURS 999 TIMES.
         15 CKPT-ATT-Y OCCURS 999 TIMES.
   *> Last journal id handed out, carried so a restart keeps the line
   *> journal's numbering contiguous across the seam.
   05 CKPT-JOURNAL-ID PIC 9(6).
   *> Intake state, carried so a restart still knows the extract's
   *> dataset-id and which of its sources are already on the intake
   *> register - the skipped lines that named them are never re-read.
   05 CKPT-EXTRACT-DSID PIC X(20).
   05 CKPT-INTAKE-NOTED PIC X(5).
   *> The lines drawn so far this run unit, carried so a restart still
   *> holds a later source's copy of a line drawn before the seam.
   05 CKPT-DRAWN-LINES.
      10 CKPT-DL-COUNT PIC 9(5).
      10 CKPT-DL-ENTRY OCCURS 20000 TIMES PIC X(20).

WORKING-STORAGE SECTION.
*> EOF flag.
01 WS-EXCP-STATUS PIC X(2).
01 WS-CKPT-STATUS PIC X(2).
01 WS-JRNL-STATUS PIC X(2).
01 WS-DUP-STATUS PIC X(2).
01 WS-VST-STATUS PIC X(2).
01 WS-INTAKE-STATUS PIC X(2).
01 WS-ANGLE-STATUS PIC X(2).
*> Posting date stamped on a reconciliation-failure record.
01 WS-VST-POST-DATE PIC 9(8).
*> Survey-area identifier from environment AREA - spaces in the
01 WS-CHECKPOINT-INTERVAL PIC 9(6) VALUE 1000.
01 WS-CKPT-QUOT PIC 9(6).
01 WS-CKPT-REM PIC 9(6).
*> Exception record: line number and the raw, unparsed survey text,
*> and the reason when the line parsed but policy turned it away -
*> spaces for a malformed line.
01 WS-EXCP-LINE.
   05 FILLER PIC X(6) VALUE "LINE ".
   05 WS-EXCP-LINE-NO PIC ZZZZZ9.
   05 FILLER PIC X(3) VALUE ": ".
   05 WS-EXCP-TEXT PIC X(40).
   05 WS-EXCP-REASON PIC X(17).
*> Vendor control-record reconciliation. The vendor brackets each
*> extract with a "HDR yyyymmdd dataset-id" record and a
*> "TRL count hash" record, where count is the number of detail records
01 WS-TRL-COUNT PIC 9(6).
01 WS-TRL-HASH PIC 9(10).
01 WS-CTL-TAG PIC X(4).
*> One flag per registry slot: 'Y' once this extract's entry for that
*> source is on the intake register, so a source named twice in one
*> extract is checked once and only the slots this extract actually
*> registered are marked ingested (or failed) at the end.
01 WS-INTAKE-NOTED-FLAGS.
   05 WS-INTAKE-NOTED OCCURS 5 TIMES PIC X(1).
01 WS-INTAKE-IDX PIC 9(1).
*> I or F - the verdict POST-INTAKE-VERDICT stamps on those entries.
01 WS-INTAKE-VERDICT PIC X(1).
01 WS-INTAKE-DATE PIC 9(8).
01 WS-INTAKE-CLOCK PIC 9(8).
*> When this run started drawing the extract, off the run's clock.
01 WS-START-DATE PIC 9(8).
01 WS-START-TIME PIC 9(4).
*> Records of this extract rejected because they would not parse.
*> Their coordinates can't be folded into the hash, so when there are
*> any the hash comparison is waived (the record count is still
*> enforced, and the rejects are already visible on the report and in
*> the exception dataset). A line rejected on the off-angle policy
*> parsed cleanly and is hashed like any other, so it is not counted
*> here and never costs the rest of the extract its hash check.
01 WS-PARSE-REJECTS PIC 9(5) VALUE ZERO.
*> Which registry slot the extract's current "SRC <id>" source record
*> points at - every detail record is credited to it. Zero means the
*> extract hasn't named a source yet; the first detail record drawn or
*> ADD-TO-WORLD knows to leave YHV alone for that line.
01 WS-LINE-IS-DIAG PIC X(1) VALUE 'N'.
   88 LINE-IS-DIAGONAL VALUE 'Y'.
*> The current line's angle class, as journaled: H horizontal or
*> vertical, D exactly 45 degrees, O anything else. DX/DY stepping
*> only follows the first two; an off-angle line stepped that way runs
*> diagonal and then flat, through cells the vent never crosses, so it
*> is walked along its true path instead (a Bresenham walk - each step
*> moves along whichever axes keep it nearest the true line).
01 WS-LINE-ANGLE PIC X(1).
   88 LINE-IS-HV VALUE 'H'.
   88 LINE-IS-45 VALUE 'D'.
   88 LINE-IS-OFF-ANGLE VALUE 'O'.
01 WS-TP-DX PIC S9(4).
01 WS-TP-DY PIC S9(4).
01 WS-TP-ERR PIC S9(5).
01 WS-TP-E2 PIC S9(6).
*> Off-angle policy by source, off the ANGLES dataset: D draw, R reject.
*> WS-AP-DEFAULT covers sources not named - reject, unless a "*"
*> record says otherwise - so a vendor's new rig is trusted only once
*> the shop has said so.
01 WS-ANGLE-LOADED PIC X(1) VALUE 'N'.
01 WS-ANGLE-EOF PIC X(1).
01 WS-AP-DEFAULT PIC X(1) VALUE 'R'.
01 ANGLE-POLICY.
   05 AP-COUNT PIC 9(2) VALUE ZERO.
   05 AP-ENTRY OCCURS 20 TIMES.
      10 AP-SRC PIC X(8).
      10 AP-ACTION PIC X(1).
01 AP-IDX PIC 9(2).
01 WS-AP-SRC-TXT PIC X(9).
01 WS-AP-ACTION-TXT PIC X(7).
01 WS-AP-ACTION PIC X(1).
01 WS-AP-FOUND PIC X(1).
*> Every line drawn this run unit, by source and journal id, so a line
*> a second vendor reports again - the same endpoints either way round,
*> or lying wholly along one already drawn - is caught and held out of
*> WORLD instead of doubling the overlap of what is one vent. Held
*> duplicates are entered too, so a vendor's later retraction of its
*> own line finds the entry it cancels, drawn or held. WORKING-
*> STORAGE, so a multi-day driver's week is checked as one run; once
*> full, later lines are still checked against the entries held but
*> are no longer entered themselves.
01 WS-MAX-DRAWN-LINES PIC 9(5) VALUE 20000.
01 DRAWN-LINES.
   05 DL-COUNT PIC 9(5) VALUE ZERO.
   05 DL-ENTRY OCCURS 20000 TIMES.
      10 DL-X1 PIC 9(3).
      10 DL-Y1 PIC 9(3).
      10 DL-X2 PIC 9(3).
      10 DL-Y2 PIC 9(3).
      10 DL-SRC PIC 9(1).
      10 DL-JRN-ID PIC 9(6).
      *> D drawn, H held as a duplicate, R retracted since.
      10 DL-STATE PIC X(1).
01 DL-IDX PIC 9(5).
*> Table entry the current line duplicates (or, for a retraction, the
*> source's own entry it cancels); zero when there is none.
01 WS-DUP-SLOT PIC 9(5).
*> 'Y' when the current line is held out of WORLD, and for a held
*> duplicate whether it repeats the drawn line exactly or lies along
*> a longer one.
01 WS-LINE-HELD PIC X(1).
01 WS-DUP-KIND PIC X(9).
01 WS-DL-NEW-STATE PIC X(1).
01 WS-DL-FULL-WARNED PIC X(1) VALUE 'N'.
*> A retracted drawn line's table entry, the held entry being looked
*> at for promotion in its place, and the retracting line's own source
*> and angle class, put back once the promotions are done.
01 WS-RETRACTED-SLOT PIC 9(5).
01 WS-PROMO-IDX PIC 9(5).
01 WS-SAVE-SRC PIC 9(1).
01 WS-SAVE-ANGLE PIC X(1).
*> Point-on-line test: WS-PT-X/Y against table entry DL-IDX - on its
*> line (zero cross product) and inside its bounding box.
01 WS-PT-X PIC S9(4).
01 WS-PT-Y PIC S9(4).
01 WS-PT-ON PIC X(1).
01 WS-CROSS PIC S9(7).
01 WS-DUP-LINE.
   05 FILLER PIC X(10) VALUE "DUPLICATE ".
   05 WS-DU-DATE PIC X(8).
   05 FILLER PIC X(1) VALUE " ".
   05 WS-DU-SRC PIC X(8).
   05 FILLER PIC X(9) VALUE " JOURNAL ".
   05 WS-DU-JRN-ID PIC 9(6).
   05 FILLER PIC X(1) VALUE " ".
   05 WS-DU-X1 PIC 9(3).
   05 FILLER PIC X(1) VALUE ",".
   05 WS-DU-Y1 PIC 9(3).
   05 FILLER PIC X(4) VALUE " -> ".
   05 WS-DU-X2 PIC 9(3).
   05 FILLER PIC X(1) VALUE ",".
   05 WS-DU-Y2 PIC 9(3).
   05 FILLER PIC X(1) VALUE " ".
   05 WS-DU-KIND PIC X(9).
   05 FILLER PIC X(1) VALUE " ".
   05 WS-DU-BASE-SRC PIC X(8).
   05 FILLER PIC X(9) VALUE " JOURNAL ".
   05 WS-DU-BASE-JRN-ID PIC 9(6).
   05 FILLER PIC X(1) VALUE " ".
   05 WS-DU-BASE-X1 PIC 9(3).
   05 FILLER PIC X(1) VALUE ",".
   05 WS-DU-BASE-Y1 PIC 9(3).
   05 FILLER PIC X(4) VALUE " -> ".
   05 WS-DU-BASE-X2 PIC 9(3).
   05 FILLER PIC X(1) VALUE ",".
   05 WS-DU-BASE-Y2 PIC 9(3).
*> Highest coordinate WORLD can index (X-IDX/Y-IDX run one past the raw
*> coordinate, so this must stay one less than the OCCURS size below).
01 WS-MAX-COORD PIC 9(3) VALUE 998.
      10 SRC-REJECTS PIC 9(5).
      10 SRC-RETRACTIONS PIC 9(5).
      10 SRC-POINTS-MARKED PIC 9(8).
      *> Detail records held out of WORLD as another source's line.
      10 SRC-DUPLICATES PIC 9(5).
      *> Off-angle lines drawn along their true path.
      10 SRC-OFF-ANGLE PIC 9(5).
*> 'R' to check this extract against the intake register and record
*> its ingestion there - DAY-5b, drawing each morning's delivery for
*> the first time. 'N' leaves the register alone: DAY-5B-WEEKLY
*> re-draws daily extracts the mornings already ingested.
01 WS-INTAKE-MODE PIC X(1).

PROCEDURE DIVISION USING WORLD, WS-LINE-NO, WS-REJECT-COUNT,
        WS-LINES-DRAWN, WS-POINTS-MARKED, WS-FIRST-CALL,
        WS-EXPECTED-DATE, ATTRIB, SOURCE-TOTALS, WS-INTAKE-MODE.
*> WSEOF is WORKING-STORAGE, so it is still 'Y' from the previous
*> extract on a caller's second and later CALL this run unit - reset it
*> before this extract's own PROCESS-FILE loop tests it.
MOVE 'N' TO WS-TRL-SEEN.
MOVE 'N' TO WS-DETAIL-AFTER-TRL.
MOVE SPACES TO WS-EXTRACT-DATE.
MOVE SPACES TO WS-EXTRACT-DSID.
MOVE "NNNNN" TO WS-INTAKE-NOTED-FLAGS.
MOVE ZERO TO WS-TRL-COUNT.
MOVE ZERO TO WS-TRL-HASH.
MOVE ZERO TO WS-DETAIL-COUNT.
MOVE ZERO TO WS-HASH-TOTAL.
MOVE ZERO TO WS-PARSE-REJECTS.
*> Source naming is per-extract too: each extract starts unattributed
*> until its own SRC record (or the UNKNOWN fallback) says otherwise.
MOVE ZERO TO WS-CURRENT-SRC.
PERFORM INITIALIZE-AREA-DSNS.
PERFORM INITIALIZE-JOURNAL-DSN.
PERFORM INITIALIZE-CHECKPOINT.
IF WS-ANGLE-LOADED = 'N' THEN
    PERFORM LOAD-ANGLE-POLICY
END-IF.

OPEN INPUT InputFile.
IF WS-RESTORED-FROM-CKPT = 'Y' OR WS-FIRST-CALL = 'N' THEN
    IF WS-JRNL-STATUS = "35" THEN
        OPEN OUTPUT JournalFile
    END-IF
    OPEN EXTEND DuplicateFile
    IF WS-DUP-STATUS = "35" THEN
        OPEN OUTPUT DuplicateFile
    END-IF
ELSE
    OPEN OUTPUT ExceptionFile
    OPEN OUTPUT JournalFile
    OPEN OUTPUT DuplicateFile
END-IF.
PERFORM SKIP-RESTARTED-LINE WS-LINE-NO TIMES.

CLOSE InputFile.
CLOSE ExceptionFile.
CLOSE JournalFile.
CLOSE DuplicateFile.
PERFORM RECONCILE-EXTRACT.
IF WS-INTAKE-MODE = 'R' THEN
    MOVE 'I' TO WS-INTAKE-VERDICT
    PERFORM POST-INTAKE-VERDICT
END-IF.
PERFORM CLEAR-CHECKPOINT.

GOBACK.
   END-IF.
   MOVE 'Y' TO WS-LINE-VALID.
   MOVE SPACES TO LHS RHS.
   MOVE SPACES TO WS-EXCP-REASON.

   MOVE +1 TO WS-DRAW-SIGN.
   MOVE ITEM TO WS-COORD-TEXT.
          OR X2 > WS-MAX-COORD OR Y2 > WS-MAX-COORD THEN
           PERFORM ABORT-RUN
       END-IF
       PERFORM CLASSIFY-LINE
       IF LINE-IS-OFF-ANGLE THEN
           PERFORM FIND-ANGLE-POLICY
           *> Refused on policy, but the vendor's coordinates parsed
           *> and still belong in the trailer hash.
           IF WS-AP-ACTION = 'R' THEN
               ADD X1 Y1 X2 Y2 TO WS-HASH-TOTAL
               MOVE 'N' TO WS-LINE-VALID
               MOVE " REASON OFF-ANGLE" TO WS-EXCP-REASON
           END-IF
       END-IF
   END-IF.

   IF NOT LINE-IS-VALID THEN
       IF WS-EXCP-REASON = SPACES THEN
           ADD 1 TO WS-PARSE-REJECTS
       END-IF
       PERFORM REJECT-LINE
   ELSE
       *> Fold this record's coordinates into the hash total now - the
       *> draw loop below walks X1/Y1 toward X2/Y2 in place, and a
       *> held duplicate is still one of the vendor's detail records.
       ADD X1 Y1 X2 Y2 TO WS-HASH-TOTAL
       PERFORM CHECK-DUPLICATE-LINE
       IF WS-LINE-HELD = 'Y' THEN
           PERFORM HOLD-DETAIL-LINE
       ELSE
           PERFORM DRAW-DETAIL-LINE
       END-IF
   END-IF.

*> A valid detail record that stands: journaled, entered in the
*> drawn-lines table, and drawn into WORLD.
DRAW-DETAIL-LINE.
   *> Journal the line before the draw loop below walks X1/Y1 toward
   *> X2/Y2 in place - the journal carries the endpoints as the vendor
   *> keyed them.
   PERFORM WRITE-JOURNAL-LINE.
   ADD 1 TO WS-LINES-DRAWN.
   ADD 1 TO SRC-LINES-DRAWN(WS-CURRENT-SRC).
   IF LINE-IS-OFF-ANGLE THEN
       ADD 1 TO SRC-OFF-ANGLE(WS-CURRENT-SRC)
   END-IF.
   *> Retractions count against the source that sent them - the
   *> correction volume the vendor scorecard ranks on - and cancel the
   *> source's own table entry, which stops being a line a later
   *> vendor's copy could duplicate; a copy already held against it is
   *> drawn in its place once it is out of WORLD.
   IF WS-DRAW-SIGN < 0 THEN
       ADD 1 TO SRC-RETRACTIONS(WS-CURRENT-SRC)
       IF WS-DUP-SLOT > 0 THEN
           MOVE 'R' TO DL-STATE(WS-DUP-SLOT)
       END-IF
   ELSE
       MOVE 'D' TO WS-DL-NEW-STATE
       PERFORM ENTER-DRAWN-LINE
   END-IF.
   PERFORM DRAW-INTO-WORLD.
   IF WS-DRAW-SIGN < 0 AND WS-DUP-SLOT > 0 THEN
       PERFORM PROMOTE-HELD-COPIES
   END-IF.

*> Walks the current line from X1/Y1 to X2/Y2 applying its draw sign
*> to every cell it crosses.
DRAW-INTO-WORLD.
   *> Setup delta.
   IF X1 < X2 THEN
       MOVE 1 TO DX
   ELSE
       IF X1 = X2 THEN
           MOVE 0 TO DX
       ELSE
           MOVE -1 TO DX
       END-IF
   END-IF.

   IF Y1 < Y2 THEN
       MOVE 1 TO DY
   ELSE
       IF Y1 = Y2 THEN
           MOVE 0 TO DY
       ELSE
           MOVE -1 TO DY
       END-IF
   END-IF.

   MOVE 'N' TO WS-LINE-IS-DIAG.
   IF DX NOT = 0 AND DY NOT = 0 THEN
       MOVE 'Y' TO WS-LINE-IS-DIAG
   END-IF.

   *> Draw lines into world.
   IF LINE-IS-OFF-ANGLE THEN
       PERFORM START-TRUE-PATH
       PERFORM ADD-ALONG-TRUE-PATH UNTIL (X1 = X2 AND Y1 = Y2)
   ELSE
       PERFORM ADD-TO-WORLD UNTIL (X1 = X2 AND Y1 = Y2)
   END-IF.
   *> Draw last point in manually.
   PERFORM UPDATE-INDEXES.
   PERFORM MARK-CELL.

*> A drawn line has just been retracted. Any other source's copy held
*> against it - the same line, or one lying along it - was only held
*> so the vent would not be counted twice; with the drawn line gone it
*> is the one report of the vent left standing, so it is drawn now in
*> its place. A held copy that still lies along some other source's
*> standing line stays held behind that one instead.
PROMOTE-HELD-COPIES.
   MOVE WS-DUP-SLOT TO WS-RETRACTED-SLOT.
   MOVE WS-CURRENT-SRC TO WS-SAVE-SRC.
   MOVE WS-LINE-ANGLE TO WS-SAVE-ANGLE.
   PERFORM TRY-PROMOTE-HELD
       VARYING WS-PROMO-IDX FROM 1 BY 1
       UNTIL WS-PROMO-IDX > DL-COUNT.
   MOVE WS-SAVE-SRC TO WS-CURRENT-SRC.
   MOVE WS-SAVE-ANGLE TO WS-LINE-ANGLE.
   MOVE -1 TO WS-DRAW-SIGN.
   MOVE 'N' TO WS-LINE-HELD.

TRY-PROMOTE-HELD.
   IF DL-STATE(WS-PROMO-IDX) = 'H'
      AND DL-SRC(WS-PROMO-IDX) NOT = WS-SAVE-SRC THEN
       MOVE DL-X1(WS-PROMO-IDX) TO X1
       MOVE DL-Y1(WS-PROMO-IDX) TO Y1
       MOVE DL-X2(WS-PROMO-IDX) TO X2
       MOVE DL-Y2(WS-PROMO-IDX) TO Y2
       MOVE DL-SRC(WS-PROMO-IDX) TO WS-CURRENT-SRC
       *> Both endpoints on the retracted line: the same line either
       *> way round, or one lying along it.
       MOVE WS-RETRACTED-SLOT TO DL-IDX
       MOVE X1 TO WS-PT-X
       MOVE Y1 TO WS-PT-Y
       PERFORM TEST-POINT-ON-ENTRY
       IF WS-PT-ON = 'Y' THEN
           MOVE X2 TO WS-PT-X
           MOVE Y2 TO WS-PT-Y
           PERFORM TEST-POINT-ON-ENTRY
       END-IF
       IF WS-PT-ON = 'Y' THEN
           MOVE ZERO TO WS-DUP-SLOT
           PERFORM FIND-DUPLICATE-BASE
               VARYING DL-IDX FROM 1 BY 1
               UNTIL DL-IDX > DL-COUNT OR WS-DUP-SLOT > 0
           IF WS-DUP-SLOT = 0 THEN
               PERFORM PROMOTE-HELD-LINE
           END-IF
       END-IF
   END-IF.

*> The held copy is drawn the way it would have been had it stood when
*> its source sent it: credited to that source's drawn totals and no
*> longer one of its duplicates, journaled under a fresh journal id
*> flagged 'P' for promoted - dated with the extract whose retraction
*> brought it in - and standing in the table as the drawn line later
*> copies are held against.
PROMOTE-HELD-LINE.
   MOVE +1 TO WS-DRAW-SIGN.
   MOVE 'P' TO WS-LINE-HELD.
   PERFORM CLASSIFY-LINE.
   PERFORM WRITE-JOURNAL-LINE.
   MOVE 'D' TO DL-STATE(WS-PROMO-IDX).
   MOVE WS-JOURNAL-ID TO DL-JRN-ID(WS-PROMO-IDX).
   ADD 1 TO WS-LINES-DRAWN.
   ADD 1 TO SRC-LINES-DRAWN(WS-CURRENT-SRC).
   IF LINE-IS-OFF-ANGLE THEN
       ADD 1 TO SRC-OFF-ANGLE(WS-CURRENT-SRC)
   END-IF.
   IF SRC-DUPLICATES(WS-CURRENT-SRC) > 0 THEN
       SUBTRACT 1 FROM SRC-DUPLICATES(WS-CURRENT-SRC)
   END-IF.
   PERFORM DRAW-INTO-WORLD.

*> Decides whether the current detail record stands. A line is held
*> when a different source has already drawn it this run unit - the
*> same two endpoints either way round, or both its endpoints lying
*> along the other source's line. A retraction is held only when it
*> cancels one of the source's own lines that was itself held: that
*> line never reached WORLD, so there is nothing to take back out.
CHECK-DUPLICATE-LINE.
   MOVE 'N' TO WS-LINE-HELD.
   MOVE ZERO TO WS-DUP-SLOT.
   IF WS-DRAW-SIGN > 0 THEN
       PERFORM FIND-DUPLICATE-BASE
           VARYING DL-IDX FROM 1 BY 1
           UNTIL DL-IDX > DL-COUNT OR WS-DUP-SLOT > 0
       IF WS-DUP-SLOT > 0 THEN
           MOVE 'Y' TO WS-LINE-HELD
       END-IF
   ELSE
       PERFORM FIND-RETRACTED-ENTRY
           VARYING DL-IDX FROM DL-COUNT BY -1
           UNTIL DL-IDX < 1 OR WS-DUP-SLOT > 0
       IF WS-DUP-SLOT > 0 THEN
           IF DL-STATE(WS-DUP-SLOT) = 'H' THEN
               MOVE 'Y' TO WS-LINE-HELD
           END-IF
       END-IF
   END-IF.

FIND-DUPLICATE-BASE.
   IF DL-STATE(DL-IDX) = 'D'
       AND DL-SRC(DL-IDX) NOT = WS-CURRENT-SRC THEN
       IF (X1 = DL-X1(DL-IDX) AND Y1 = DL-Y1(DL-IDX)
           AND X2 = DL-X2(DL-IDX) AND Y2 = DL-Y2(DL-IDX))
          OR (X1 = DL-X2(DL-IDX) AND Y1 = DL-Y2(DL-IDX)
           AND X2 = DL-X1(DL-IDX) AND Y2 = DL-Y1(DL-IDX)) THEN
           MOVE DL-IDX TO WS-DUP-SLOT
           MOVE "SAME LINE" TO WS-DUP-KIND
       ELSE
           MOVE X1 TO WS-PT-X
           MOVE Y1 TO WS-PT-Y
           PERFORM TEST-POINT-ON-ENTRY
           IF WS-PT-ON = 'Y' THEN
               MOVE X2 TO WS-PT-X
               MOVE Y2 TO WS-PT-Y
               PERFORM TEST-POINT-ON-ENTRY
               IF WS-PT-ON = 'Y' THEN
                   MOVE DL-IDX TO WS-DUP-SLOT
                   MOVE "WITHIN" TO WS-DUP-KIND
               END-IF
           END-IF
       END-IF
   END-IF.

*> The most recent standing entry of the retracting source's own with
*> the same endpoints either way round.
FIND-RETRACTED-ENTRY.
   IF DL-SRC(DL-IDX) = WS-CURRENT-SRC
      AND (DL-STATE(DL-IDX) = 'D' OR DL-STATE(DL-IDX) = 'H') THEN
       IF (X1 = DL-X1(DL-IDX) AND Y1 = DL-Y1(DL-IDX)
           AND X2 = DL-X2(DL-IDX) AND Y2 = DL-Y2(DL-IDX))
          OR (X1 = DL-X2(DL-IDX) AND Y1 = DL-Y2(DL-IDX)
           AND X2 = DL-X1(DL-IDX) AND Y2 = DL-Y1(DL-IDX)) THEN
           MOVE DL-IDX TO WS-DUP-SLOT
       END-IF
   END-IF.

*> Is WS-PT-X/Y on table entry DL-IDX's line? On the infinite line
*> through its endpoints when the cross product is zero, and on the
*> segment itself when also inside the endpoints' bounding box.
TEST-POINT-ON-ENTRY.
   MOVE 'N' TO WS-PT-ON.
   COMPUTE WS-CROSS =
       (DL-X2(DL-IDX) - DL-X1(DL-IDX)) * (WS-PT-Y - DL-Y1(DL-IDX))
       - (DL-Y2(DL-IDX) - DL-Y1(DL-IDX)) * (WS-PT-X - DL-X1(DL-IDX)).
   IF WS-CROSS = 0 THEN
       IF ((WS-PT-X >= DL-X1(DL-IDX) AND WS-PT-X <= DL-X2(DL-IDX))
           OR (WS-PT-X >= DL-X2(DL-IDX) AND WS-PT-X <= DL-X1(DL-IDX)))
          AND ((WS-PT-Y >= DL-Y1(DL-IDX) AND WS-PT-Y <= DL-Y2(DL-IDX))
           OR (WS-PT-Y >= DL-Y2(DL-IDX) AND WS-PT-Y <= DL-Y1(DL-IDX)))
          THEN
           MOVE 'Y' TO WS-PT-ON
       END-IF
   END-IF.

*> A held line never touches WORLD, ATTRIB or the drawn totals. It is
*> still journaled, flagged, under its own journal id; a duplicate is
*> entered in the table as held and written to the duplicate-lines
*> dataset against the line it repeats, and a retraction cancelling a
*> held line marks that entry retracted.
HOLD-DETAIL-LINE.
   PERFORM WRITE-JOURNAL-LINE.
   IF WS-DRAW-SIGN < 0 THEN
       ADD 1 TO SRC-RETRACTIONS(WS-CURRENT-SRC)
       MOVE 'R' TO DL-STATE(WS-DUP-SLOT)
   ELSE
       ADD 1 TO SRC-DUPLICATES(WS-CURRENT-SRC)
       PERFORM WRITE-DUPLICATE-REC
       MOVE 'H' TO WS-DL-NEW-STATE
       PERFORM ENTER-DRAWN-LINE
   END-IF.

WRITE-DUPLICATE-REC.
   *> A headerless legacy extract carries no date of its own.
   IF WS-EXTRACT-DATE = SPACES THEN
       MOVE WS-EXPECTED-DATE TO WS-DU-DATE
   ELSE
       MOVE WS-EXTRACT-DATE TO WS-DU-DATE
   END-IF.
   MOVE SRC-ID(WS-CURRENT-SRC) TO WS-DU-SRC.
   MOVE WS-JOURNAL-ID TO WS-DU-JRN-ID.
   MOVE X1 TO WS-DU-X1.
   MOVE Y1 TO WS-DU-Y1.
   MOVE X2 TO WS-DU-X2.
   MOVE Y2 TO WS-DU-Y2.
   MOVE WS-DUP-KIND TO WS-DU-KIND.
   MOVE SRC-ID(DL-SRC(WS-DUP-SLOT)) TO WS-DU-BASE-SRC.
   MOVE DL-JRN-ID(WS-DUP-SLOT) TO WS-DU-BASE-JRN-ID.
   MOVE DL-X1(WS-DUP-SLOT) TO WS-DU-BASE-X1.
   MOVE DL-Y1(WS-DUP-SLOT) TO WS-DU-BASE-Y1.
   MOVE DL-X2(WS-DUP-SLOT) TO WS-DU-BASE-X2.
   MOVE DL-Y2(WS-DUP-SLOT) TO WS-DU-BASE-Y2.
   MOVE WS-DUP-LINE TO DUP-REC.
   WRITE DUP-REC.

*> Enters the current line, as keyed and under the journal id just
*> handed out, in the drawn-lines table with state WS-DL-NEW-STATE.
ENTER-DRAWN-LINE.
   IF DL-COUNT < WS-MAX-DRAWN-LINES THEN
       ADD 1 TO DL-COUNT
       MOVE X1 TO DL-X1(DL-COUNT)
       MOVE Y1 TO DL-Y1(DL-COUNT)
       MOVE X2 TO DL-X2(DL-COUNT)
       MOVE Y2 TO DL-Y2(DL-COUNT)
       MOVE WS-CURRENT-SRC TO DL-SRC(DL-COUNT)
       MOVE WS-JOURNAL-ID TO DL-JRN-ID(DL-COUNT)
       MOVE WS-DL-NEW-STATE TO DL-STATE(DL-COUNT)
   ELSE
       IF WS-DL-FULL-WARNED = 'N' THEN
           DISPLAY "DAY5B-DRAW: WARNING - DRAWN-LINES TABLE FULL AT "
               WS-MAX-DRAWN-LINES " LINES - LATER LINES ARE NOT "
               "ENTERED FOR THE DUPLICATE CHECK"
           MOVE 'Y' TO WS-DL-FULL-WARNED
       END-IF
   END-IF.

*> One line journal record for the detail record about to be drawn,
*> or held.
*> Retractions are journaled too, flagged, so the journal explains a
*> cell's count going down as well as up; the extract date comes off
*> the vendor's header record and is spaces for a legacy extract.
   ELSE
       MOVE 'N' TO JRN-RET
   END-IF.
   MOVE WS-LINE-HELD TO JRN-HELD.
   MOVE WS-LINE-ANGLE TO JRN-ANGLE.
   WRITE JRN-REC.

*> Survey-source record: "SRC source-id". Names the source every detail
       PERFORM FAIL-RECONCILE
   END-IF.
   PERFORM SET-CURRENT-SOURCE.
   PERFORM NOTE-INTAKE-SOURCE.

*> Points WS-CURRENT-SRC at the registry slot for WS-SRC-LOOKUP,
*> registering the id in the first free slot when it is new. The
   IF WS-CURRENT-SRC = 0 THEN
       MOVE "UNKNOWN" TO WS-SRC-LOOKUP
       PERFORM SET-CURRENT-SOURCE
       PERFORM NOTE-INTAKE-SOURCE
   END-IF.

*> Vendor header record: "HDR yyyymmdd dataset-id". Checked on sight so
           WS-EXPECTED-DATE
       PERFORM FAIL-RECONCILE
   END-IF.
   *> The dataset-id is what the intake register keys on - without
   *> one a redelivery could never be told from a new extract.
   IF WS-INTAKE-MODE = 'R' AND WS-EXTRACT-DSID = SPACES THEN
       DISPLAY "DAY5B-DRAW: EXTRACT FAILED RECONCILIATION - HEADER "
           "CARRIES NO DATASET ID: " ITEM
       PERFORM FAIL-RECONCILE
   END-IF.
   MOVE 'Y' TO WS-HDR-SEEN.
   *> A source record ahead of the header has already named the
   *> source - register it now the dataset-id is known.
   IF WS-CURRENT-SRC > 0 THEN
       PERFORM NOTE-INTAKE-SOURCE
   END-IF.

*> Puts the source this extract has just named on the intake register
*> under the header's dataset-id, once per source per extract. Only a
*> headered extract can be registered - a legacy extract carries no
*> dataset-id to key on.
NOTE-INTAKE-SOURCE.
   IF WS-INTAKE-MODE = 'R' AND WS-HDR-SEEN = 'Y'
      AND WS-INTAKE-NOTED(WS-CURRENT-SRC) = 'N' THEN
       PERFORM CHECK-INTAKE-REGISTER
   END-IF.

*> A dataset-id the register already shows ingested is a redelivery
*> and fails the run here, before any of it is drawn. The one
*> exception is a same-day rerun of the very same dataset - DAY-5b
*> restarting its own morning after a later step failed - which is
*> the extract being drawn again, not delivered again. A started or
*> failed entry never drew to completion, so its dataset-id is free
*> to be delivered again.
CHECK-INTAKE-REGISTER.
   ACCEPT WS-INTAKE-DATE FROM DATE YYYYMMDD.
   PERFORM STAMP-DRAW-START.
   PERFORM OPEN-INTAKE-REGISTER.
   IF WS-INTAKE-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-DRAW: UNABLE TO OPEN INTAKE REGISTER - STATUS "
           WS-INTAKE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE SRC-ID(WS-CURRENT-SRC) TO IR-SRC.
   MOVE WS-EXTRACT-DSID TO IR-DSID.
   READ IntakeFile
       INVALID KEY
           PERFORM BUILD-INTAKE-ENTRY
           WRITE IR-REC
       NOT INVALID KEY
           IF IR-STATUS = 'I'
              AND (IR-INGEST-DATE NOT = WS-INTAKE-DATE
                   OR IR-DSN NOT = WS-CURRENT-DSN) THEN
               PERFORM FAIL-DUPLICATE-EXTRACT
           END-IF
           PERFORM BUILD-INTAKE-ENTRY
           REWRITE IR-REC
   END-READ.
   IF WS-INTAKE-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-DRAW: UNABLE TO UPDATE INTAKE REGISTER FOR "
           IR-SRC " " IR-DSID " - STATUS " WS-INTAKE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   CLOSE IntakeFile.
   MOVE 'Y' TO WS-INTAKE-NOTED(WS-CURRENT-SRC).

FAIL-DUPLICATE-EXTRACT.
   DISPLAY "DAY5B-DRAW: EXTRACT FAILED INTAKE CHECK - SOURCE "
       IR-SRC " DATASET " IR-DSID " ALREADY INGESTED "
       IR-INGEST-DATE " FROM " IR-DSN.
   CLOSE IntakeFile.
   PERFORM FAIL-RECONCILE.

BUILD-INTAKE-ENTRY.
   MOVE WS-EXTRACT-DATE TO IR-EXTRACT-DATE.
   MOVE WS-CURRENT-DSN TO IR-DSN.
   MOVE 'R' TO IR-STATUS.
   MOVE WS-START-DATE TO IR-START-DATE.
   MOVE WS-START-TIME TO IR-START-TIME.
   MOVE ZERO TO IR-INGEST-DATE IR-INGEST-TIME.
   MOVE ZERO TO IR-TRL-COUNT IR-TRL-HASH IR-DETAIL-COUNT.

*> The date and time this run started drawing the extract. It says
*> when the extract was drawn, not when the vendor delivered it - the
*> morning intake report holds it against each vendor's cutoff as a
*> drawn-by time.
STAMP-DRAW-START.
   ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
   ACCEPT WS-INTAKE-CLOCK FROM TIME.
   MOVE WS-INTAKE-CLOCK(1:4) TO WS-START-TIME.

*> The register persists across runs, so it is opened for update; the
*> very first run has to create it before it can be updated.
OPEN-INTAKE-REGISTER.
   OPEN I-O IntakeFile.
   IF WS-INTAKE-STATUS = "35" THEN
       OPEN OUTPUT IntakeFile
       IF WS-INTAKE-STATUS = "00" THEN
           CLOSE IntakeFile
           OPEN I-O IntakeFile
       END-IF
   END-IF.

*> Stamps WS-INTAKE-VERDICT on every register entry this extract
*> made: I with the ingestion time and the control totals once the
*> extract has reconciled, F when it failed. Missing the I stamp would
*> leave the extract open to being drawn a second time, so that is
*> fatal; the F stamp is best-effort - the run is already failing and
*> a register problem must not mask why.
POST-INTAKE-VERDICT.
   ACCEPT WS-INTAKE-DATE FROM DATE YYYYMMDD.
   ACCEPT WS-INTAKE-CLOCK FROM TIME.
   PERFORM OPEN-INTAKE-REGISTER.
   IF WS-INTAKE-STATUS NOT = "00" THEN
       IF WS-INTAKE-VERDICT = 'I' THEN
           DISPLAY "DAY5B-DRAW: UNABLE TO OPEN INTAKE REGISTER - "
               "STATUS " WS-INTAKE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "DAY5B-DRAW: WARNING - UNABLE TO OPEN INTAKE REGISTER "
           "- STATUS " WS-INTAKE-STATUS
   ELSE
       PERFORM MARK-INTAKE-ENTRY
           VARYING WS-INTAKE-IDX FROM 1 BY 1
           UNTIL WS-INTAKE-IDX > SRC-COUNT
       CLOSE IntakeFile
   END-IF.

MARK-INTAKE-ENTRY.
   IF WS-INTAKE-NOTED(WS-INTAKE-IDX) = 'Y' THEN
       MOVE SRC-ID(WS-INTAKE-IDX) TO IR-SRC
       MOVE WS-EXTRACT-DSID TO IR-DSID
       READ IntakeFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE WS-INTAKE-VERDICT TO IR-STATUS
               IF WS-INTAKE-VERDICT = 'I' THEN
                   MOVE WS-INTAKE-DATE TO IR-INGEST-DATE
                   MOVE WS-INTAKE-CLOCK(1:4) TO IR-INGEST-TIME
               END-IF
               MOVE WS-TRL-COUNT TO IR-TRL-COUNT
               MOVE WS-TRL-HASH TO IR-TRL-HASH
               MOVE WS-DETAIL-COUNT TO IR-DETAIL-COUNT
               REWRITE IR-REC
       END-READ
       IF WS-INTAKE-STATUS NOT = "00" AND WS-INTAKE-VERDICT = 'I' THEN
           DISPLAY "DAY5B-DRAW: UNABLE TO POST INGESTION TO INTAKE "
               "REGISTER FOR " IR-SRC " " IR-DSID " - STATUS "
               WS-INTAKE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
   END-IF.

*> Vendor trailer record: "TRL count hash". Totals are only staged
*> here; RECONCILE-EXTRACT compares them once the whole extract is in.
           WS-DETAIL-COUNT
       PERFORM FAIL-RECONCILE
   END-IF.
   *> An unparseable record's coordinates can't reach WS-HASH-TOTAL -
   *> with any in this extract only the record count above is
   *> enforceable. The rejects themselves are already on the report
   *> and in the exception dataset.
   IF WS-PARSE-REJECTS = 0
      AND WS-TRL-HASH NOT = WS-HASH-TOTAL THEN
       DISPLAY "DAY5B-DRAW: EXTRACT FAILED RECONCILIATION - TRAILER "
           "HASH TOTAL " WS-TRL-HASH " DOES NOT MATCH COMPUTED "
*> does for an out-of-range coordinate: nonzero return code, no report.
*> The failure is posted to the vendor-statistics master first, so
*> the monthly scorecard counts it against the vendor even though no
*> end-of-run posting will happen, and the extract's intake register
*> entries are marked failed, leaving its dataset-id free for a
*> corrected redelivery. The header and trailer paragraphs
*> come here mid-file with both datasets still open;
*> RECONCILE-CONTROLS comes here after the main flow has already
*> closed them - WSEOF tells the two apart.
FAIL-RECONCILE.
   PERFORM POST-RECON-FAILURE.
   IF WS-INTAKE-MODE = 'R' THEN
       MOVE 'F' TO WS-INTAKE-VERDICT
       PERFORM POST-INTAKE-VERDICT
   END-IF.
   IF WSEOF = 'N' THEN
       CLOSE InputFile
       CLOSE ExceptionFile
       CLOSE JournalFile
       CLOSE DuplicateFile
   END-IF.
   MOVE 16 TO RETURN-CODE.
   STOP RUN.
       MOVE ZERO TO VST-LINES-DRAWN VST-REJECTS VST-RETRACTIONS
           VST-POINTS
       MOVE 'Y' TO VST-RECON-FAIL
       MOVE ZERO TO VST-DUPLICATES
       WRITE VST-REC
       CLOSE VendStatFile
   END-IF.
   CLOSE InputFile.
   CLOSE ExceptionFile.
   CLOSE JournalFile.
   CLOSE DuplicateFile.
   MOVE 16 TO RETURN-CODE.
   STOP RUN.

*> Reject a malformed survey line, or one refused on the off-angle
*> policy: log the line number and its raw text to the exception
*> dataset instead of letting it corrupt WORLD, and bump the run's
*> rejected-record count.
REJECT-LINE.
   ADD 1 TO WS-REJECT-COUNT.
   ADD 1 TO SRC-REJECTS(WS-CURRENT-SRC).
       MOVE Y2-TXT TO Y2
   END-IF.

*> H/V when either delta is zero, 45 degrees when the deltas match in
*> size, off-angle otherwise.
CLASSIFY-LINE.
   COMPUTE WS-TP-DX = X2 - X1.
   IF WS-TP-DX < 0 THEN
       COMPUTE WS-TP-DX = 0 - WS-TP-DX
   END-IF.
   COMPUTE WS-TP-DY = Y2 - Y1.
   IF WS-TP-DY < 0 THEN
       COMPUTE WS-TP-DY = 0 - WS-TP-DY
   END-IF.
   IF WS-TP-DX = 0 OR WS-TP-DY = 0 THEN
       MOVE 'H' TO WS-LINE-ANGLE
   ELSE
       IF WS-TP-DX = WS-TP-DY THEN
           MOVE 'D' TO WS-LINE-ANGLE
       ELSE
           MOVE 'O' TO WS-LINE-ANGLE
       END-IF
   END-IF.

*> The current source's off-angle policy into WS-AP-ACTION.
FIND-ANGLE-POLICY.
   MOVE WS-AP-DEFAULT TO WS-AP-ACTION.
   MOVE 'N' TO WS-AP-FOUND.
   PERFORM MATCH-ANGLE-POLICY
       VARYING AP-IDX FROM 1 BY 1
       UNTIL AP-IDX > AP-COUNT OR WS-AP-FOUND = 'Y'.

MATCH-ANGLE-POLICY.
   IF AP-SRC(AP-IDX) = SRC-ID(WS-CURRENT-SRC) THEN
       MOVE AP-ACTION(AP-IDX) TO WS-AP-ACTION
       MOVE 'Y' TO WS-AP-FOUND
   END-IF.

*> Error term for the true-path walk. WS-TP-DX is the run and WS-TP-DY
*> the negated rise, so the error starts at their sum; DX/DY, already
*> set above, give each axis its step direction.
START-TRUE-PATH.
   COMPUTE WS-TP-DX = X2 - X1.
   IF WS-TP-DX < 0 THEN
       COMPUTE WS-TP-DX = 0 - WS-TP-DX
   END-IF.
   COMPUTE WS-TP-DY = Y2 - Y1.
   IF WS-TP-DY > 0 THEN
       COMPUTE WS-TP-DY = 0 - WS-TP-DY
   END-IF.
   COMPUTE WS-TP-ERR = WS-TP-DX + WS-TP-DY.

*> One cell of an off-angle line, then a step along X, Y or both -
*> whichever keeps the walk nearest the true line.
ADD-ALONG-TRUE-PATH.
   PERFORM UPDATE-INDEXES.
   PERFORM MARK-CELL.
   COMPUTE WS-TP-E2 = WS-TP-ERR * 2.
   IF WS-TP-E2 >= WS-TP-DY THEN
       ADD WS-TP-DY TO WS-TP-ERR
       ADD DX TO X1
   END-IF.
   IF WS-TP-E2 <= WS-TP-DX THEN
       ADD WS-TP-DX TO WS-TP-ERR
       ADD DY TO Y1
   END-IF.

ADD-TO-WORLD.
   PERFORM UPDATE-INDEXES.
   PERFORM MARK-CELL.
       END-IF
   END-IF.

*> Defaults the exception, checkpoint and intake register DD names
*> when the scheduler left them unset, so DAY5B-REPAIR, DAY5B-INTAKE
*> and a restart of this same run always meet on the same datasets.
INITIALIZE-AREA-DSNS.
   ACCEPT WS-AREA-ID FROM ENVIRONMENT "AREA".
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_EXCEPTIONS".
       DISPLAY "DD_CHECKPOINT" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_INTAKE".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "intake.dat" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_INTAKE" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_ANGLES".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "angles.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_ANGLES" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.

*> Reads the off-angle policy. No dataset means no source has been
*> cleared to draw off-angle lines, and every one is rejected.
LOAD-ANGLE-POLICY.
   MOVE 'N' TO WS-ANGLE-EOF.
   OPEN INPUT AngleFile.
   IF WS-ANGLE-STATUS NOT = "35" THEN
       IF WS-ANGLE-STATUS NOT = "00" THEN
           DISPLAY "DAY5B-DRAW: UNABLE TO OPEN OFF-ANGLE POLICY "
               "DATASET - STATUS " WS-ANGLE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ANGLE-REC UNTIL WS-ANGLE-EOF = 'Y'
       CLOSE AngleFile
   END-IF.
   MOVE 'Y' TO WS-ANGLE-LOADED.

LOAD-ANGLE-REC.
   READ AngleFile
       AT END MOVE 'Y' TO WS-ANGLE-EOF
       NOT AT END
           IF ANGLE-REC NOT = SPACES THEN
               PERFORM PARSE-ANGLE-REC
           END-IF
   END-READ.

*> One policy record. A record this run cannot make sense of stops the
*> run - a vendor meant to be rejected must never be drawn by default.
PARSE-ANGLE-REC.
   MOVE SPACES TO WS-AP-SRC-TXT WS-AP-ACTION-TXT.
   UNSTRING ANGLE-REC DELIMITED BY ALL " "
   INTO WS-AP-SRC-TXT, WS-AP-ACTION-TXT.
   IF WS-AP-SRC-TXT(9:1) NOT = SPACE THEN
       PERFORM FAIL-ANGLE-POLICY
   END-IF.
   EVALUATE WS-AP-ACTION-TXT
       WHEN "DRAW"
           MOVE 'D' TO WS-AP-ACTION
       WHEN "REJECT"
           MOVE 'R' TO WS-AP-ACTION
       WHEN OTHER
           PERFORM FAIL-ANGLE-POLICY
   END-EVALUATE.
   IF WS-AP-SRC-TXT = "*" THEN
       MOVE WS-AP-ACTION TO WS-AP-DEFAULT
   ELSE
       IF AP-COUNT = 20 THEN
           DISPLAY "DAY5B-DRAW: OFF-ANGLE POLICY TABLE FULL - CANNOT "
               "HOLD " WS-AP-SRC-TXT
           PERFORM FAIL-ANGLE-POLICY
       END-IF
       ADD 1 TO AP-COUNT
       MOVE WS-AP-SRC-TXT TO AP-SRC(AP-COUNT)
       MOVE WS-AP-ACTION TO AP-ACTION(AP-COUNT)
   END-IF.

FAIL-ANGLE-POLICY.
   DISPLAY "DAY5B-DRAW: BAD OFF-ANGLE POLICY RECORD: " ANGLE-REC.
   CLOSE AngleFile.
   MOVE 16 TO RETURN-CODE.
   STOP RUN.

*> The default dataset name for WS-DD-BASE: the bare name when no
*> area is set, "<area>_<name>" when one is.

*> Defaults the line journal DD name when the scheduler left it unset,
*> so DAY5B-INQUIRY's journal inquiry and this program always meet on
*> the same dataset - the same defaulting idiom DAY5B-REPAIR uses -
*> and the duplicate-lines dataset's alongside it.
INITIALIZE-JOURNAL-DSN.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_JOURNAL".
   IF WS-DSN-OVERRIDE = SPACES THEN
       DISPLAY "DD_JOURNAL" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_DUPLICATES".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "duplicates.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_DUPLICATES" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.

*> Restore WS-LINE-NO, the reject count, and WORLD itself from the last
*> checkpoint, if one exists and it was left by this same dataset, so
   MOVE CKPT-EXTRACT-DATE TO WS-EXTRACT-DATE.
   MOVE CKPT-DETAIL-COUNT TO WS-DETAIL-COUNT.
   MOVE CKPT-HASH-TOTAL TO WS-HASH-TOTAL.
   MOVE CKPT-PARSE-REJECTS TO WS-PARSE-REJECTS.
   MOVE CKPT-WORLD TO WORLD.
   MOVE CKPT-CURRENT-SRC TO WS-CURRENT-SRC.
   MOVE CKPT-SOURCE-TOTALS TO SOURCE-TOTALS.
   MOVE CKPT-ATTRIB TO ATTRIB.
   MOVE CKPT-JOURNAL-ID TO WS-JOURNAL-ID.
   MOVE CKPT-EXTRACT-DSID TO WS-EXTRACT-DSID.
   MOVE CKPT-INTAKE-NOTED TO WS-INTAKE-NOTED-FLAGS.
   MOVE CKPT-DRAWN-LINES TO DRAWN-LINES.
   MOVE 'Y' TO WS-RESTORED-FROM-CKPT.
   DISPLAY "DAY5B-DRAW: RESUMING FROM CHECKPOINT AT LINE " WS-LINE-NO.

   MOVE WS-EXTRACT-DATE TO CKPT-EXTRACT-DATE.
   MOVE WS-DETAIL-COUNT TO CKPT-DETAIL-COUNT.
   MOVE WS-HASH-TOTAL TO CKPT-HASH-TOTAL.
   MOVE WS-PARSE-REJECTS TO CKPT-PARSE-REJECTS.
   MOVE WORLD TO CKPT-WORLD.
   MOVE WS-CURRENT-SRC TO CKPT-CURRENT-SRC.
   MOVE SOURCE-TOTALS TO CKPT-SOURCE-TOTALS.
   MOVE ATTRIB TO CKPT-ATTRIB.
   MOVE WS-JOURNAL-ID TO CKPT-JOURNAL-ID.
   MOVE WS-EXTRACT-DSID TO CKPT-EXTRACT-DSID.
   MOVE WS-INTAKE-NOTED-FLAGS TO CKPT-INTAKE-NOTED.
   MOVE DRAWN-LINES TO CKPT-DRAWN-LINES.
   OPEN OUTPUT CheckpointFile.
   IF WS-CKPT-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-DRAW: UNABLE TO OPEN CHECKPOINT FILE - STATUS "
