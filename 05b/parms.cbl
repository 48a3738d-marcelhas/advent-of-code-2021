       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DAY5B-PARMS.
*> Effective-dated staging for the zone map DAY5B-ZONES loads and the
*> limits DAY5B-ALERT loads, so neither zones.txt nor thresholds.txt
*> is edited in place any more. Changes are keyed into the staged
*> dataset as numbered versions, each with the date it is to come into
*> force, the id of whoever asked for it and - once someone else has
*> looked it over - the id of whoever approved it:
*>
*>   VERSION <number> <effective yyyymmdd> <requester> [<approver>]
*>   ZONE <zone record, as zones.txt>
*>   THRESHOLD <threshold record, as thresholds.txt>
*>
*> A version carrying any ZONE records replaces the whole zone map; one
*> carrying any THRESHOLD records replaces all the limits; whatever it
*> does not carry stays as it was. Versions are numbered upwards in
*> the order they are keyed.
*>
*> Mode 'C' is DAY5B-PREFLIGHT's check, run the day a change is keyed:
*> every version not yet in force goes through the same record checks
*> the 'L' modes apply at the start of the morning run - DAY5B-ZONES
*> and DAY5B-ALERT run them in their own mode 'V' against the version
*> written out to a candidate dataset - plus DAY5B-ZONES' overlap check
*> between rectangles, and everything found is reported that day
*> instead of costing the next morning's batch. Mode 'P' is DAY-5b and
*> DAY-5B-WEEKLY at startup, before their 'L' loads: every approved,
*> clean version whose effective date has come is promoted in number
*> order - written over the live zones.txt / thresholds.txt - and a
*> due version that is unapproved or fails its checks is left staged
*> with a warning, every version numbered after it held behind it, and
*> the run carrying on under the version already in force. Either
*> way the version in force comes back for the run-history record and
*> the alert records.
*>
*> Nothing is lost on promotion: every version's complete zone map and
*> limits are kept as zones_vNNNNNN.txt and thresholds_vNNNNNN.txt
*> (the hand-edited datasets in use before the first promotion are
*> kept as version 000000), and the version register says which
*> version came into force when - so the zone map and limits in force
*> for any past run date can always be produced.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Logical DD-style names, defaulted below with the area prefix
    *> like the datasets they stage: DD_PARMSTAGE to paramstage.txt,
    *> DD_PARMREG to paramversions.txt, DD_PARMRPT to preflight.txt
    *> (mode 'C') or parampromote.txt (mode 'P').
    SELECT StageFile ASSIGN TO "PARMSTAGE"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-STAGE-STATUS.

    SELECT RegisterFile ASSIGN TO "PARMREG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-REG-STATUS.

    *> One version's zone map and limits, written out for the mode 'V'
    *> checks and copied from on promotion.
    SELECT CandZoneFile ASSIGN TO "PARMZONE"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-CANDZONE-STATUS.

    SELECT CandThreshFile ASSIGN TO "PARMTHR"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-CANDTHR-STATUS.

    *> Source and target of one dataset copy, repointed at each pair
    *> in turn before the OPENs.
    SELECT CopyInFile ASSIGN TO "PARMIN"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-COPYIN-STATUS.

    SELECT CopyOutFile ASSIGN TO "PARMOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-COPYOUT-STATUS.

    SELECT ReportFile ASSIGN TO "PARMRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD StageFile.
01 STAGE-REC PIC X(80).
*> One promoted version: its number, the effective date it was staged
*> for, the run date it was actually promoted, who asked and who
*> approved, and whether it changed the zone map and the limits.
FD RegisterFile.
01 REG-REC.
   05 REG-VERSION PIC 9(6).
   05 FILLER PIC X(1).
   05 REG-EFFECTIVE PIC 9(8).
   05 FILLER PIC X(1).
   05 REG-PROMOTED PIC 9(8).
   05 FILLER PIC X(1).
   05 REG-REQUESTER PIC X(8).
   05 FILLER PIC X(1).
   05 REG-APPROVER PIC X(8).
   05 FILLER PIC X(1).
   05 REG-ZONES PIC X(1).
   05 FILLER PIC X(1).
   05 REG-THRESH PIC X(1).
FD CandZoneFile.
01 CAND-ZONE-REC PIC X(60).
FD CandThreshFile.
01 CAND-THRESH-REC PIC X(40).
FD CopyInFile.
01 COPYIN-REC PIC X(80).
FD CopyOutFile.
01 COPYOUT-REC PIC X(80).
FD ReportFile.
01 RPT-REC PIC X(132).

WORKING-STORAGE SECTION.
01 WS-STAGE-STATUS PIC X(2).
01 WS-REG-STATUS PIC X(2).
01 WS-CANDZONE-STATUS PIC X(2).
01 WS-CANDTHR-STATUS PIC X(2).
01 WS-COPYIN-STATUS PIC X(2).
01 WS-COPYOUT-STATUS PIC X(2).
01 WS-RPT-STATUS PIC X(2).
01 WS-STAGE-EOF PIC X(1).
01 WS-REG-EOF PIC X(1).
01 WS-COPY-EOF PIC X(1).
01 WS-DSN-OVERRIDE PIC X(40).
*> Survey-area identifier from environment AREA - spaces in the
*> single-area shop, which leaves the default names exactly as they
*> have always been; set per scheduler definition it prefixes them,
*> since each area has its own zone map and limits.
01 WS-AREA-ID PIC X(8).
01 WS-DD-BASE PIC X(30).
01 WS-DD-DEFAULT PIC X(40).
*> The datasets by name: the live zone map and limits the 'L' modes
*> load, the candidates, and the report the mode 'V' checks append to.
01 WS-LIVE-ZONES PIC X(40).
01 WS-LIVE-THRESH PIC X(40).
01 WS-CAND-ZONES PIC X(40).
01 WS-CAND-THRESH PIC X(40).
01 WS-REPORT-DSN PIC X(40).
01 WS-RPT-OPEN PIC X(1) VALUE 'N'.
01 WS-RPT-STARTED PIC X(1) VALUE 'N'.
*> One dataset copy: from, to, and whether the source was there.
01 WS-COPY-FROM PIC X(40).
01 WS-COPY-TO PIC X(40).
01 WS-COPY-FOUND PIC X(1).
*> Archive name for one version's zone map or limits.
01 WS-ARCH-VERSION-TXT PIC 9(6).
01 WS-ARCH-BASE.
   05 WS-AB-STEM PIC X(11).
   05 FILLER PIC X(2) VALUE "_v".
   05 WS-AB-VERSION PIC 9(6).
   05 FILLER PIC X(4) VALUE ".txt".
*> The version in force, off the last register record; zero when
*> nothing has been promoted yet.
01 WS-IN-FORCE PIC 9(6) VALUE ZERO.
01 WS-REG-FOUND PIC X(1) VALUE 'N'.
01 WS-REG-COUNT PIC 9(5) VALUE ZERO.
*> A register record being added, in the layout above.
01 WS-NEW-REG.
   05 WS-NR-VERSION PIC 9(6).
   05 FILLER PIC X(1) VALUE SPACE.
   05 WS-NR-EFFECTIVE PIC 9(8).
   05 FILLER PIC X(1) VALUE SPACE.
   05 WS-NR-PROMOTED PIC 9(8).
   05 FILLER PIC X(1) VALUE SPACE.
   05 WS-NR-REQUESTER PIC X(8).
   05 FILLER PIC X(1) VALUE SPACE.
   05 WS-NR-APPROVER PIC X(8).
   05 FILLER PIC X(1) VALUE SPACE.
   05 WS-NR-ZONES PIC X(1).
   05 FILLER PIC X(1) VALUE SPACE.
   05 WS-NR-THRESH PIC X(1).
*> Tokens off a staged record. A body record's parameter text starts
*> where the pointer is left after the record kind.
01 WS-ST-KIND PIC X(10).
01 WS-ST-PTR PIC 9(3).
01 WS-ST-VERSION-TXT PIC X(7).
01 WS-ST-EFFECTIVE-TXT PIC X(9).
01 WS-ST-REQUESTER-TXT PIC X(9).
01 WS-ST-APPROVER-TXT PIC X(9).
01 WS-ST-EXTRA-TXT PIC X(9).
01 WS-TXT-LEN PIC 9(2).
01 WS-ST-BODY PIC X(80).
*> The version under the walk. Only versions not yet in force are
*> looked at - in mode 'P' only those whose effective date has come.
01 WS-V-OPEN PIC X(1) VALUE 'N'.
01 WS-V-ACTIVE PIC X(1) VALUE 'N'.
01 WS-V-NUMBER PIC 9(6).
01 WS-V-EFFECTIVE PIC 9(8).
01 WS-V-EFFECTIVE-PARTS REDEFINES WS-V-EFFECTIVE.
   05 WS-VE-YYYY PIC 9(4).
   05 WS-VE-MM PIC 9(2).
   05 WS-VE-DD PIC 9(2).
01 WS-V-REQUESTER PIC X(8).
01 WS-V-APPROVER PIC X(8).
01 WS-V-ZONE-RECS PIC 9(4).
01 WS-V-THRESH-RECS PIC 9(4).
01 WS-V-PROBLEMS PIC 9(4).
01 WS-LAST-NUMBER PIC 9(6) VALUE ZERO.
*> Set by the first version that will not go in - held in mode 'P',
*> or one that would be in mode 'C' - with its number. Versions are
*> promoted in number order, so nothing numbered after it may go in
*> ahead of it: once the one behind it is in force it could never be
*> promoted at all.
01 WS-HOLD-SWITCH PIC X(1) VALUE 'N'.
01 WS-HOLD-VERSION PIC 9(6) VALUE ZERO.
*> Run totals for the closing line.
01 WS-CHECKED-COUNT PIC 9(4) VALUE ZERO.
01 WS-PROBLEM-COUNT PIC 9(4) VALUE ZERO.
01 WS-UNAPPROVED-COUNT PIC 9(4) VALUE ZERO.
01 WS-PROMOTED-COUNT PIC 9(4) VALUE ZERO.
01 WS-HELD-COUNT PIC 9(4) VALUE ZERO.
*> Items the mode 'V' CALLs pass and do not use.
01 WS-ZONE-MODE PIC X(1).
01 WS-ZONE-PROBLEMS PIC 9(5).
01 WS-ALERT-MODE PIC X(1).
01 WS-V-RESULT PIC 9(5) VALUE ZERO.
01 WS-V-RESULT-HV PIC 9(5) VALUE ZERO.
01 WS-V-MAX-OVERLAP PIC 9(3) VALUE ZERO.
01 WS-V-REJECTS PIC 9(5) VALUE ZERO.
01 WS-V-ZONE-BREACH PIC 9(5) VALUE ZERO.
01 WS-ALERT-RC PIC 9(2).
01 WS-HEADER-LINE.
   05 WS-HL-TITLE PIC X(20).
   05 FILLER PIC X(7) VALUE " AS OF ".
   05 WS-HL-DATE PIC 9(8).
   05 FILLER PIC X(21) VALUE " - VERSION IN FORCE: ".
   05 WS-HL-VERSION PIC 9(6).
01 WS-REGISTER-LINE.
   05 FILLER PIC X(10) VALUE "  VERSION ".
   05 WS-RL-VERSION PIC 9(6).
   05 FILLER PIC X(15) VALUE " IN FORCE FROM ".
   05 WS-RL-PROMOTED PIC 9(8).
   05 FILLER PIC X(11) VALUE " EFFECTIVE ".
   05 WS-RL-EFFECTIVE PIC 9(8).
   05 FILLER PIC X(11) VALUE " REQUESTER ".
   05 WS-RL-REQUESTER PIC X(8).
   05 FILLER PIC X(10) VALUE " APPROVER ".
   05 WS-RL-APPROVER PIC X(8).
   05 FILLER PIC X(8) VALUE " ZONES: ".
   05 WS-RL-ZONES PIC X(1).
   05 FILLER PIC X(9) VALUE " LIMITS: ".
   05 WS-RL-THRESH PIC X(1).
01 WS-VERSION-LINE.
   05 FILLER PIC X(8) VALUE "VERSION ".
   05 WS-VL-VERSION PIC 9(6).
   05 FILLER PIC X(11) VALUE " EFFECTIVE ".
   05 WS-VL-EFFECTIVE PIC 9(8).
   05 FILLER PIC X(11) VALUE " REQUESTER ".
   05 WS-VL-REQUESTER PIC X(8).
   05 FILLER PIC X(10) VALUE " APPROVER ".
   05 WS-VL-APPROVER PIC X(8).
01 WS-PROBLEM-LINE.
   05 FILLER PIC X(8) VALUE "PARMS:  ".
   05 WS-PB-TEXT PIC X(92).
01 WS-VERDICT-LINE.
   05 FILLER PIC X(8) VALUE "VERSION ".
   05 WS-VD-VERSION PIC 9(6).
   05 FILLER PIC X(2) VALUE ": ".
   05 WS-VD-TEXT PIC X(52).
   05 FILLER PIC X(12) VALUE " ZONE RECS: ".
   05 WS-VD-ZONE-RECS PIC ZZZ9.
   05 FILLER PIC X(13) VALUE " LIMIT RECS: ".
   05 WS-VD-THRESH-RECS PIC ZZZ9.
01 WS-TOTAL-LINE.
   05 WS-TL-CHECKED PIC ZZZ9.
   05 FILLER PIC X(18) VALUE " VERSIONS CHECKED,".
   05 WS-TL-PROBLEMS PIC ZZZ9.
   05 FILLER PIC X(15) VALUE " WITH PROBLEMS,".
   05 WS-TL-UNAPPROVED PIC ZZZ9.
   05 FILLER PIC X(19) VALUE " AWAITING APPROVAL,".
   05 WS-TL-PROMOTED PIC ZZZ9.
   05 FILLER PIC X(10) VALUE " PROMOTED,".
   05 WS-TL-HELD PIC ZZZ9.
   05 FILLER PIC X(21) VALUE " HELD BEHIND ANOTHER".

LINKAGE SECTION.
*> 'C' to check every staged version not yet in force, 'P' to promote
*> the versions that are due.
01 WS-PARM-MODE PIC X(1).
01 WS-RUN-DATE PIC 9(8).
*> Handed back: the version in force once any promotion is done.
01 WS-PARM-VERSION PIC 9(6).
*> Handed back: 8 when a version has problems, 4 when one is waiting
*> on approval (mode 'C') or due but held back (mode 'P'), else 0.
01 WS-PARM-RC PIC 9(2).

PROCEDURE DIVISION USING WS-PARM-MODE, WS-RUN-DATE, WS-PARM-VERSION,
        WS-PARM-RC.
MOVE ZERO TO WS-PARM-RC.
MOVE 'N' TO WS-RPT-STARTED.
MOVE ZERO TO WS-CHECKED-COUNT WS-PROBLEM-COUNT WS-UNAPPROVED-COUNT
    WS-PROMOTED-COUNT WS-HELD-COUNT.
MOVE 'N' TO WS-HOLD-SWITCH.
MOVE ZERO TO WS-HOLD-VERSION.
PERFORM INITIALIZE-DSNS.
PERFORM LOAD-REGISTER.
IF WS-PARM-MODE = 'C' THEN
    PERFORM OPEN-REPORT
    MOVE "PARAMETER PRE-FLIGHT" TO WS-HL-TITLE
    MOVE WS-RUN-DATE TO WS-HL-DATE
    MOVE WS-IN-FORCE TO WS-HL-VERSION
    WRITE RPT-REC FROM WS-HEADER-LINE
    PERFORM LIST-REGISTER
END-IF.
PERFORM WALK-STAGED-VERSIONS.
IF WS-PARM-MODE = 'C' THEN
    PERFORM WRITE-TOTALS
END-IF.
IF WS-RPT-OPEN = 'Y' THEN
    CLOSE ReportFile
    MOVE 'N' TO WS-RPT-OPEN
END-IF.
*> The 'L' modes load the live datasets whatever the checks pointed
*> DD_ZONES and DD_THRESHOLDS at.
DISPLAY "DD_ZONES" UPON ENVIRONMENT-NAME.
DISPLAY WS-LIVE-ZONES UPON ENVIRONMENT-VALUE.
DISPLAY "DD_THRESHOLDS" UPON ENVIRONMENT-NAME.
DISPLAY WS-LIVE-THRESH UPON ENVIRONMENT-VALUE.
MOVE WS-IN-FORCE TO WS-PARM-VERSION.
IF WS-PARM-MODE = 'P' AND WS-PROMOTED-COUNT > 0 THEN
    DISPLAY "DAY5B-PARMS: PARAMETER VERSION " WS-IN-FORCE
        " NOW IN FORCE"
END-IF.
GOBACK.

*> Defaults the DD names when the caller left them unset, the same
*> defaulting idiom DAY5B-REPAIR uses for its datasets. The live
*> zone map and limits resolve exactly as the 'L' modes resolve them.
INITIALIZE-DSNS.
   ACCEPT WS-AREA-ID FROM ENVIRONMENT "AREA".
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_PARMSTAGE".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "paramstage.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_PARMSTAGE" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_PARMREG".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "paramversions.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_PARMREG" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_PARMRPT".
   IF WS-DSN-OVERRIDE = SPACES THEN
       IF WS-PARM-MODE = 'C' THEN
           MOVE "preflight.txt" TO WS-DD-BASE
       ELSE
           MOVE "parampromote.txt" TO WS-DD-BASE
       END-IF
       PERFORM BUILD-AREA-DEFAULT
       MOVE WS-DD-DEFAULT TO WS-DSN-OVERRIDE
       DISPLAY "DD_PARMRPT" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   MOVE WS-DSN-OVERRIDE TO WS-REPORT-DSN.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_ZONES".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "zones.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       MOVE WS-DD-DEFAULT TO WS-DSN-OVERRIDE
   END-IF.
   MOVE WS-DSN-OVERRIDE TO WS-LIVE-ZONES.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_THRESHOLDS".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "thresholds.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       MOVE WS-DD-DEFAULT TO WS-DSN-OVERRIDE
   END-IF.
   MOVE WS-DSN-OVERRIDE TO WS-LIVE-THRESH.
   MOVE "parmzones.tmp" TO WS-DD-BASE.
   PERFORM BUILD-AREA-DEFAULT.
   MOVE WS-DD-DEFAULT TO WS-CAND-ZONES.
   DISPLAY "DD_PARMZONE" UPON ENVIRONMENT-NAME.
   DISPLAY WS-CAND-ZONES UPON ENVIRONMENT-VALUE.
   MOVE "parmthresholds.tmp" TO WS-DD-BASE.
   PERFORM BUILD-AREA-DEFAULT.
   MOVE WS-DD-DEFAULT TO WS-CAND-THRESH.
   DISPLAY "DD_PARMTHR" UPON ENVIRONMENT-NAME.
   DISPLAY WS-CAND-THRESH UPON ENVIRONMENT-VALUE.

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

*> The version in force is the last one the register shows. No
*> register at all means nothing has been promoted yet.
LOAD-REGISTER.
   MOVE ZERO TO WS-IN-FORCE.
   MOVE 'N' TO WS-REG-FOUND.
   MOVE ZERO TO WS-REG-COUNT.
   MOVE 'N' TO WS-REG-EOF.
   OPEN INPUT RegisterFile.
   IF WS-REG-STATUS NOT = "35" THEN
       IF WS-REG-STATUS NOT = "00" THEN
           DISPLAY "DAY5B-PARMS: UNABLE TO OPEN VERSION REGISTER "
               "- STATUS " WS-REG-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM READ-REGISTER-REC UNTIL WS-REG-EOF = 'Y'
       CLOSE RegisterFile
   END-IF.

READ-REGISTER-REC.
   READ RegisterFile
       AT END MOVE 'Y' TO WS-REG-EOF
       NOT AT END
           MOVE 'Y' TO WS-REG-FOUND
           ADD 1 TO WS-REG-COUNT
           MOVE REG-VERSION TO WS-IN-FORCE
   END-READ.

*> The pre-flight report opens with every version ever promoted, so
*> the zone map and limits in force on any past run date can be read
*> straight off it.
LIST-REGISTER.
   IF WS-REG-FOUND = 'Y' THEN
       MOVE "VERSIONS PROMOTED:" TO RPT-REC
       WRITE RPT-REC
       MOVE 'N' TO WS-REG-EOF
       OPEN INPUT RegisterFile
       PERFORM LIST-REGISTER-REC UNTIL WS-REG-EOF = 'Y'
       CLOSE RegisterFile
   ELSE
       MOVE "NO VERSION PROMOTED YET" TO RPT-REC
       WRITE RPT-REC
   END-IF.

LIST-REGISTER-REC.
   READ RegisterFile
       AT END MOVE 'Y' TO WS-REG-EOF
       NOT AT END
           MOVE REG-VERSION TO WS-RL-VERSION
           MOVE REG-PROMOTED TO WS-RL-PROMOTED
           MOVE REG-EFFECTIVE TO WS-RL-EFFECTIVE
           MOVE REG-REQUESTER TO WS-RL-REQUESTER
           MOVE REG-APPROVER TO WS-RL-APPROVER
           MOVE REG-ZONES TO WS-RL-ZONES
           MOVE REG-THRESH TO WS-RL-THRESH
           WRITE RPT-REC FROM WS-REGISTER-LINE
   END-READ.

*> One pass over the staged dataset, a version at a time: its body
*> records are written out to the candidates as they come, and the
*> version is checked - and in mode 'P' promoted - when the next
*> header or the end of the dataset closes it. No staged dataset at
*> all just means no change is waiting.
WALK-STAGED-VERSIONS.
   MOVE 'N' TO WS-V-OPEN.
   MOVE 'N' TO WS-V-ACTIVE.
   MOVE ZERO TO WS-LAST-NUMBER.
   MOVE 'N' TO WS-STAGE-EOF.
   OPEN INPUT StageFile.
   IF WS-STAGE-STATUS = "35" THEN
       IF WS-PARM-MODE = 'C' THEN
           MOVE "NO STAGED PARAMETER DATASET - NOTHING WAITING"
               TO RPT-REC
           WRITE RPT-REC
       END-IF
   ELSE
       IF WS-STAGE-STATUS NOT = "00" THEN
           DISPLAY "DAY5B-PARMS: UNABLE TO OPEN STAGED PARAMETERS "
               "- STATUS " WS-STAGE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM READ-STAGE-REC UNTIL WS-STAGE-EOF = 'Y'
       CLOSE StageFile
       IF WS-V-OPEN = 'Y' THEN
           PERFORM FINISH-VERSION
       END-IF
   END-IF.

READ-STAGE-REC.
   READ StageFile
       AT END MOVE 'Y' TO WS-STAGE-EOF
       NOT AT END
           IF STAGE-REC NOT = SPACES THEN
               PERFORM TAKE-STAGE-REC
           END-IF
   END-READ.

TAKE-STAGE-REC.
   MOVE SPACES TO WS-ST-KIND.
   MOVE 1 TO WS-ST-PTR.
   UNSTRING STAGE-REC DELIMITED BY ALL " "
   INTO WS-ST-KIND WITH POINTER WS-ST-PTR.
   MOVE SPACES TO WS-ST-BODY.
   IF WS-ST-PTR <= 80 THEN
       MOVE STAGE-REC(WS-ST-PTR:) TO WS-ST-BODY
   END-IF.
   EVALUATE WS-ST-KIND
       WHEN "VERSION"
           IF WS-V-OPEN = 'Y' THEN
               PERFORM FINISH-VERSION
           END-IF
           PERFORM START-VERSION
       WHEN "ZONE"
           PERFORM TAKE-ZONE-REC
       WHEN "THRESHOLD"
           PERFORM TAKE-THRESH-REC
       WHEN OTHER
           PERFORM TAKE-UNKNOWN-REC
   END-EVALUATE.

*> A version header. One that cannot be read is a problem for the
*> pre-flight; the morning run steps over it rather than guess at a
*> version it cannot date.
START-VERSION.
   MOVE 'Y' TO WS-V-OPEN.
   MOVE 'N' TO WS-V-ACTIVE.
   MOVE ZERO TO WS-V-NUMBER WS-V-EFFECTIVE WS-V-ZONE-RECS
       WS-V-THRESH-RECS WS-V-PROBLEMS.
   MOVE SPACES TO WS-ST-VERSION-TXT WS-ST-EFFECTIVE-TXT
       WS-ST-REQUESTER-TXT WS-ST-APPROVER-TXT WS-ST-EXTRA-TXT.
   UNSTRING WS-ST-BODY DELIMITED BY ALL " "
   INTO WS-ST-VERSION-TXT, WS-ST-EFFECTIVE-TXT, WS-ST-REQUESTER-TXT,
       WS-ST-APPROVER-TXT, WS-ST-EXTRA-TXT.
   MOVE ZERO TO WS-TXT-LEN.
   INSPECT WS-ST-VERSION-TXT
       TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-TXT-LEN = 0 OR WS-TXT-LEN > 6 THEN
       PERFORM BAD-VERSION-HEADER
   ELSE
       IF WS-ST-VERSION-TXT(1:WS-TXT-LEN) NOT NUMERIC THEN
           PERFORM BAD-VERSION-HEADER
       ELSE
           MOVE WS-ST-VERSION-TXT(1:WS-TXT-LEN) TO WS-V-NUMBER
           PERFORM CHECK-VERSION-HEADER
       END-IF
   END-IF.
   IF WS-V-ACTIVE = 'Y' THEN
       PERFORM OPEN-CANDIDATES
   END-IF.

*> The rest of a header whose number reads. Whether the version is
*> looked at at all rests on its number and effective date, so those
*> are settled first.
CHECK-VERSION-HEADER.
   MOVE ZERO TO WS-TXT-LEN.
   INSPECT WS-ST-EFFECTIVE-TXT
       TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-TXT-LEN NOT = 8 THEN
       PERFORM BAD-VERSION-HEADER
   ELSE
       IF WS-ST-EFFECTIVE-TXT(1:8) NOT NUMERIC THEN
           PERFORM BAD-VERSION-HEADER
       ELSE
           MOVE WS-ST-EFFECTIVE-TXT(1:8) TO WS-V-EFFECTIVE
           IF WS-VE-MM < 1 OR WS-VE-MM > 12 OR WS-VE-DD < 1
              OR WS-VE-DD > 31 THEN
               PERFORM BAD-VERSION-HEADER
           ELSE
               PERFORM CHECK-VERSION-DUE
           END-IF
       END-IF
   END-IF.

*> Versions already in force are history; in mode 'P' a version
*> whose date has not yet come waits.
CHECK-VERSION-DUE.
   IF WS-V-NUMBER > WS-IN-FORCE THEN
       IF WS-PARM-MODE = 'C' OR WS-V-EFFECTIVE <= WS-RUN-DATE THEN
           MOVE 'Y' TO WS-V-ACTIVE
       END-IF
   END-IF.
   IF WS-V-ACTIVE = 'Y' THEN
       PERFORM WRITE-VERSION-HEADER
       IF WS-V-NUMBER <= WS-LAST-NUMBER THEN
           MOVE "VERSION NUMBER NOT ABOVE THE ONE STAGED BEFORE IT"
               TO WS-PB-TEXT
           PERFORM WRITE-PROBLEM
       END-IF
       IF WS-ST-REQUESTER-TXT = SPACES
          OR WS-ST-REQUESTER-TXT(9:1) NOT = SPACE THEN
           MOVE "REQUESTER ID MISSING OR LONGER THAN 8" TO WS-PB-TEXT
           PERFORM WRITE-PROBLEM
       END-IF
       IF WS-ST-APPROVER-TXT(9:1) NOT = SPACE
          OR WS-ST-EXTRA-TXT NOT = SPACES THEN
           MOVE "APPROVER ID LONGER THAN 8 OR TEXT AFTER IT"
               TO WS-PB-TEXT
           PERFORM WRITE-PROBLEM
       END-IF
       IF WS-ST-APPROVER-TXT NOT = SPACES
          AND WS-ST-APPROVER-TXT = WS-ST-REQUESTER-TXT THEN
           MOVE "APPROVER MAY NOT BE THE REQUESTER" TO WS-PB-TEXT
           PERFORM WRITE-PROBLEM
       END-IF
   END-IF.
   MOVE WS-V-NUMBER TO WS-LAST-NUMBER.

BAD-VERSION-HEADER.
   IF WS-PARM-MODE = 'C' THEN
       MOVE 'Y' TO WS-V-ACTIVE
       MOVE SPACES TO WS-ST-REQUESTER-TXT WS-ST-APPROVER-TXT
       PERFORM WRITE-VERSION-HEADER
       MOVE SPACES TO WS-PB-TEXT
       STRING "BAD VERSION HEADER: " DELIMITED BY SIZE
           STAGE-REC DELIMITED BY SIZE
           INTO WS-PB-TEXT
       PERFORM WRITE-PROBLEM
   ELSE
       DISPLAY "DAY5B-PARMS: BAD VERSION HEADER STEPPED OVER: "
           STAGE-REC
       IF WS-PARM-RC < 4 THEN
           MOVE 4 TO WS-PARM-RC
       END-IF
   END-IF.

WRITE-VERSION-HEADER.
   MOVE WS-ST-REQUESTER-TXT TO WS-V-REQUESTER.
   MOVE WS-ST-APPROVER-TXT TO WS-V-APPROVER.
   IF WS-RPT-OPEN = 'N' THEN
       PERFORM OPEN-REPORT
   END-IF.
   MOVE SPACES TO RPT-REC.
   WRITE RPT-REC.
   MOVE WS-V-NUMBER TO WS-VL-VERSION.
   MOVE WS-V-EFFECTIVE TO WS-VL-EFFECTIVE.
   MOVE WS-V-REQUESTER TO WS-VL-REQUESTER.
   MOVE WS-V-APPROVER TO WS-VL-APPROVER.
   WRITE RPT-REC FROM WS-VERSION-LINE.

OPEN-CANDIDATES.
   OPEN OUTPUT CandZoneFile.
   IF WS-CANDZONE-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-PARMS: UNABLE TO OPEN CANDIDATE ZONE MAP "
           "- STATUS " WS-CANDZONE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   OPEN OUTPUT CandThreshFile.
   IF WS-CANDTHR-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-PARMS: UNABLE TO OPEN CANDIDATE LIMITS "
           "- STATUS " WS-CANDTHR-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

TAKE-ZONE-REC.
   IF WS-V-OPEN = 'N' THEN
       PERFORM TAKE-UNKNOWN-REC
   ELSE
       IF WS-V-ACTIVE = 'Y' THEN
           MOVE WS-ST-BODY TO CAND-ZONE-REC
           WRITE CAND-ZONE-REC
           ADD 1 TO WS-V-ZONE-RECS
       END-IF
   END-IF.

TAKE-THRESH-REC.
   IF WS-V-OPEN = 'N' THEN
       PERFORM TAKE-UNKNOWN-REC
   ELSE
       IF WS-V-ACTIVE = 'Y' THEN
           MOVE WS-ST-BODY TO CAND-THRESH-REC
           WRITE CAND-THRESH-REC
           ADD 1 TO WS-V-THRESH-RECS
       END-IF
   END-IF.

*> A record that is neither a header nor a parameter, or a parameter
*> ahead of the first header. It belongs to no version the run could
*> promote, so it only ever matters to the pre-flight.
TAKE-UNKNOWN-REC.
   IF WS-V-OPEN = 'N' THEN
       IF WS-PARM-MODE = 'C' THEN
           MOVE SPACES TO WS-PB-TEXT
           STRING "RECORD AHEAD OF ANY VERSION: " DELIMITED BY SIZE
               STAGE-REC DELIMITED BY SIZE
               INTO WS-PB-TEXT
           PERFORM WRITE-PROBLEM
           ADD 1 TO WS-PROBLEM-COUNT
           MOVE 8 TO WS-PARM-RC
       END-IF
   ELSE
       IF WS-V-ACTIVE = 'Y' THEN
           MOVE SPACES TO WS-PB-TEXT
           STRING "NOT A VERSION, ZONE OR THRESHOLD RECORD: "
               DELIMITED BY SIZE
               STAGE-REC DELIMITED BY SIZE
               INTO WS-PB-TEXT
           PERFORM WRITE-PROBLEM
       END-IF
   END-IF.

*> The version's records are all in: run the checks, then give the
*> verdict - and in mode 'P' promote it if it is clean and approved.
FINISH-VERSION.
   MOVE 'N' TO WS-V-OPEN.
   IF WS-V-ACTIVE = 'Y' THEN
       CLOSE CandZoneFile
       CLOSE CandThreshFile
       ADD 1 TO WS-CHECKED-COUNT
       PERFORM CHECK-VERSION-CONTENT
       IF WS-PARM-MODE = 'C' THEN
           PERFORM GIVE-CHECK-VERDICT
       ELSE
           PERFORM GIVE-PROMOTE-VERDICT
       END-IF
       MOVE 'N' TO WS-V-ACTIVE
   END-IF.

*> The same checks the morning run's 'L' loads would apply, run by
*> DAY5B-ZONES and DAY5B-ALERT themselves against the candidates.
*> Their findings are appended to this report, so it is closed around
*> each CALL.
CHECK-VERSION-CONTENT.
   IF WS-V-ZONE-RECS = 0 AND WS-V-THRESH-RECS = 0 THEN
       MOVE "VERSION CARRIES NO ZONE OR THRESHOLD RECORDS"
           TO WS-PB-TEXT
       PERFORM WRITE-PROBLEM
   END-IF.
   CLOSE ReportFile.
   MOVE 'N' TO WS-RPT-OPEN.
   IF WS-V-ZONE-RECS > 0 THEN
       DISPLAY "DD_ZONES" UPON ENVIRONMENT-NAME
       DISPLAY WS-CAND-ZONES UPON ENVIRONMENT-VALUE
       DISPLAY "DD_ZONEPRI" UPON ENVIRONMENT-NAME
       DISPLAY WS-REPORT-DSN UPON ENVIRONMENT-VALUE
       MOVE 'V' TO WS-ZONE-MODE
       CALL "DAY5B-ZONES" USING WS-ZONE-MODE, OMITTED,
           WS-ZONE-PROBLEMS
       ADD WS-ZONE-PROBLEMS TO WS-V-PROBLEMS
   END-IF.
   IF WS-V-THRESH-RECS > 0 THEN
       DISPLAY "DD_THRESHOLDS" UPON ENVIRONMENT-NAME
       DISPLAY WS-CAND-THRESH UPON ENVIRONMENT-VALUE
       DISPLAY "DD_ALERTS" UPON ENVIRONMENT-NAME
       DISPLAY WS-REPORT-DSN UPON ENVIRONMENT-VALUE
       MOVE 'V' TO WS-ALERT-MODE
       CALL "DAY5B-ALERT" USING WS-ALERT-MODE, WS-V-RESULT,
           WS-V-RESULT-HV, WS-V-MAX-OVERLAP, WS-V-REJECTS,
           WS-V-ZONE-BREACH, WS-ALERT-RC, WS-IN-FORCE
       IF WS-ALERT-RC > 0 THEN
           ADD 1 TO WS-V-PROBLEMS
       END-IF
   END-IF.
   PERFORM OPEN-REPORT.

*> A version that will be held sets the hold for every version after
*> it, the way mode 'P' will hold them; a clean, approved one behind
*> it is reported as blocked rather than as ready to go in.
GIVE-CHECK-VERDICT.
   PERFORM SET-VERDICT-COUNTS.
   IF WS-V-PROBLEMS > 0 THEN
       MOVE "PROBLEMS FOUND - WILL NOT BE PROMOTED AS STAGED"
           TO WS-VD-TEXT
       ADD 1 TO WS-PROBLEM-COUNT
       MOVE 8 TO WS-PARM-RC
       PERFORM SET-HOLD
   ELSE
       IF WS-V-APPROVER = SPACES THEN
           MOVE "CLEAN - AWAITING APPROVAL" TO WS-VD-TEXT
           ADD 1 TO WS-UNAPPROVED-COUNT
           IF WS-PARM-RC < 4 THEN
               MOVE 4 TO WS-PARM-RC
           END-IF
           PERFORM SET-HOLD
       ELSE
           PERFORM GIVE-APPROVED-VERDICT
       END-IF
   END-IF.
   WRITE RPT-REC FROM WS-VERDICT-LINE.

GIVE-APPROVED-VERDICT.
   IF WS-HOLD-SWITCH = 'Y' THEN
       MOVE SPACES TO WS-VD-TEXT
       STRING "CLEAN AND APPROVED - HELD BEHIND VERSION "
           DELIMITED BY SIZE
           WS-HOLD-VERSION DELIMITED BY SIZE
           INTO WS-VD-TEXT
       ADD 1 TO WS-HELD-COUNT
       IF WS-PARM-RC < 4 THEN
           MOVE 4 TO WS-PARM-RC
       END-IF
   ELSE
       IF WS-V-EFFECTIVE <= WS-RUN-DATE THEN
           MOVE "CLEAN AND APPROVED - PROMOTED AT THE NEXT RUN"
               TO WS-VD-TEXT
       ELSE
           MOVE "CLEAN AND APPROVED - PROMOTED WHEN EFFECTIVE"
               TO WS-VD-TEXT
       END-IF
   END-IF.

SET-VERDICT-COUNTS.
   MOVE WS-V-NUMBER TO WS-VD-VERSION.
   MOVE WS-V-ZONE-RECS TO WS-VD-ZONE-RECS.
   MOVE WS-V-THRESH-RECS TO WS-VD-THRESH-RECS.

*> A due version that cannot be promoted leaves the run on the
*> version already in force - the point of staging is that a bad
*> change never costs the morning batch - but the scheduler hears
*> about it through the warning code. Every due version after a held
*> one is held behind it, so the held one still goes in first once it
*> is put right.
GIVE-PROMOTE-VERDICT.
   PERFORM SET-VERDICT-COUNTS.
   IF WS-HOLD-SWITCH = 'Y' THEN
       MOVE SPACES TO WS-VD-TEXT
       STRING "HELD BEHIND VERSION " DELIMITED BY SIZE
           WS-HOLD-VERSION DELIMITED BY SIZE
           " - NOT PROMOTED" DELIMITED BY SIZE
           INTO WS-VD-TEXT
       ADD 1 TO WS-HELD-COUNT
   ELSE
       IF WS-V-PROBLEMS > 0 THEN
           MOVE "DUE BUT PROBLEMS FOUND - NOT PROMOTED" TO WS-VD-TEXT
           ADD 1 TO WS-PROBLEM-COUNT
           PERFORM SET-HOLD
       ELSE
           IF WS-V-APPROVER = SPACES THEN
               MOVE "DUE BUT NOT APPROVED - NOT PROMOTED"
                   TO WS-VD-TEXT
               ADD 1 TO WS-UNAPPROVED-COUNT
               PERFORM SET-HOLD
           ELSE
               PERFORM PROMOTE-VERSION
               MOVE "PROMOTED - NOW IN FORCE" TO WS-VD-TEXT
           END-IF
       END-IF
   END-IF.
   WRITE RPT-REC FROM WS-VERDICT-LINE.
   DISPLAY "DAY5B-PARMS: " WS-VERDICT-LINE.
   IF WS-HOLD-SWITCH = 'Y' THEN
       IF WS-PARM-RC < 4 THEN
           MOVE 4 TO WS-PARM-RC
       END-IF
   END-IF.

*> The first version that will not go in holds the rest.
SET-HOLD.
   IF WS-HOLD-SWITCH = 'N' THEN
       MOVE 'Y' TO WS-HOLD-SWITCH
       MOVE WS-V-NUMBER TO WS-HOLD-VERSION
   END-IF.

*> The first promotion ever keeps the hand-edited datasets it
*> replaces as version 000000. Then the version's zone map and limits
*> - its own where it carries them, the ones in force where it does
*> not - are kept under its number, the live datasets overwritten,
*> and the register told.
PROMOTE-VERSION.
   IF WS-REG-FOUND = 'N' THEN
       MOVE ZERO TO WS-ARCH-VERSION-TXT
       MOVE WS-LIVE-ZONES TO WS-COPY-FROM
       PERFORM ARCHIVE-ZONES
       MOVE WS-LIVE-THRESH TO WS-COPY-FROM
       PERFORM ARCHIVE-THRESH
       MOVE ZERO TO WS-NR-VERSION
       MOVE ZERO TO WS-NR-EFFECTIVE
       MOVE "BASELINE" TO WS-NR-REQUESTER
       MOVE SPACES TO WS-NR-APPROVER
       MOVE 'Y' TO WS-NR-ZONES
       MOVE 'Y' TO WS-NR-THRESH
       PERFORM WRITE-REGISTER-REC
   END-IF.
   MOVE WS-V-NUMBER TO WS-ARCH-VERSION-TXT.
   IF WS-V-ZONE-RECS > 0 THEN
       MOVE WS-CAND-ZONES TO WS-COPY-FROM
       MOVE WS-LIVE-ZONES TO WS-COPY-TO
       PERFORM COPY-DATASET
       MOVE WS-CAND-ZONES TO WS-COPY-FROM
   ELSE
       MOVE WS-LIVE-ZONES TO WS-COPY-FROM
   END-IF.
   PERFORM ARCHIVE-ZONES.
   IF WS-V-THRESH-RECS > 0 THEN
       MOVE WS-CAND-THRESH TO WS-COPY-FROM
       MOVE WS-LIVE-THRESH TO WS-COPY-TO
       PERFORM COPY-DATASET
       MOVE WS-CAND-THRESH TO WS-COPY-FROM
   ELSE
       MOVE WS-LIVE-THRESH TO WS-COPY-FROM
   END-IF.
   PERFORM ARCHIVE-THRESH.
   MOVE WS-V-NUMBER TO WS-NR-VERSION.
   MOVE WS-V-EFFECTIVE TO WS-NR-EFFECTIVE.
   MOVE WS-V-REQUESTER TO WS-NR-REQUESTER.
   MOVE WS-V-APPROVER TO WS-NR-APPROVER.
   IF WS-V-ZONE-RECS > 0 THEN
       MOVE 'Y' TO WS-NR-ZONES
   ELSE
       MOVE 'N' TO WS-NR-ZONES
   END-IF.
   IF WS-V-THRESH-RECS > 0 THEN
       MOVE 'Y' TO WS-NR-THRESH
   ELSE
       MOVE 'N' TO WS-NR-THRESH
   END-IF.
   PERFORM WRITE-REGISTER-REC.
   MOVE WS-V-NUMBER TO WS-IN-FORCE.
   ADD 1 TO WS-PROMOTED-COUNT.

ARCHIVE-ZONES.
   MOVE "zones" TO WS-AB-STEM.
   PERFORM BUILD-ARCHIVE-NAME.
   PERFORM COPY-DATASET.

ARCHIVE-THRESH.
   MOVE "thresholds" TO WS-AB-STEM.
   PERFORM BUILD-ARCHIVE-NAME.
   PERFORM COPY-DATASET.

*> "<stem>_vNNNNNN.txt", area-prefixed like the live dataset.
BUILD-ARCHIVE-NAME.
   MOVE WS-ARCH-VERSION-TXT TO WS-AB-VERSION.
   MOVE SPACES TO WS-DD-BASE.
   STRING WS-AB-STEM DELIMITED BY " "
       WS-ARCH-BASE(12:) DELIMITED BY SIZE
       INTO WS-DD-BASE.
   PERFORM BUILD-AREA-DEFAULT.
   MOVE WS-DD-DEFAULT TO WS-COPY-TO.

WRITE-REGISTER-REC.
   MOVE WS-RUN-DATE TO WS-NR-PROMOTED.
   OPEN EXTEND RegisterFile.
   IF WS-REG-STATUS = "35" THEN
       OPEN OUTPUT RegisterFile
   END-IF.
   IF WS-REG-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-PARMS: UNABLE TO OPEN VERSION REGISTER "
           "- STATUS " WS-REG-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   WRITE REG-REC FROM WS-NEW-REG.
   CLOSE RegisterFile.
   MOVE 'Y' TO WS-REG-FOUND.

*> WS-COPY-FROM to WS-COPY-TO, record for record. A source that is
*> not there - no zone map or no limits in use - copies nothing.
COPY-DATASET.
   DISPLAY "DD_PARMIN" UPON ENVIRONMENT-NAME.
   DISPLAY WS-COPY-FROM UPON ENVIRONMENT-VALUE.
   DISPLAY "DD_PARMOUT" UPON ENVIRONMENT-NAME.
   DISPLAY WS-COPY-TO UPON ENVIRONMENT-VALUE.
   MOVE 'N' TO WS-COPY-FOUND.
   OPEN INPUT CopyInFile.
   IF WS-COPYIN-STATUS NOT = "35" THEN
       IF WS-COPYIN-STATUS NOT = "00" THEN
           DISPLAY "DAY5B-PARMS: UNABLE TO OPEN " WS-COPY-FROM
               " - STATUS " WS-COPYIN-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE 'Y' TO WS-COPY-FOUND
       OPEN OUTPUT CopyOutFile
       IF WS-COPYOUT-STATUS NOT = "00" THEN
           DISPLAY "DAY5B-PARMS: UNABLE TO OPEN " WS-COPY-TO
               " - STATUS " WS-COPYOUT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE 'N' TO WS-COPY-EOF
       PERFORM COPY-ONE-REC UNTIL WS-COPY-EOF = 'Y'
       CLOSE CopyInFile
       CLOSE CopyOutFile
   END-IF.

COPY-ONE-REC.
   READ CopyInFile
       AT END MOVE 'Y' TO WS-COPY-EOF
       NOT AT END
           MOVE COPYIN-REC TO COPYOUT-REC
           WRITE COPYOUT-REC
   END-READ.

*> Mode 'C' starts the report afresh; mode 'P' keeps a running log of
*> promotions, so it only ever appends, under a dated heading for
*> each run that found something due.
OPEN-REPORT.
   IF WS-PARM-MODE = 'C' AND WS-RPT-STARTED = 'N' THEN
       OPEN OUTPUT ReportFile
   ELSE
       OPEN EXTEND ReportFile
       IF WS-RPT-STATUS = "35" THEN
           OPEN OUTPUT ReportFile
       END-IF
   END-IF.
   IF WS-RPT-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-PARMS: UNABLE TO OPEN REPORT FILE - STATUS "
           WS-RPT-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE 'Y' TO WS-RPT-OPEN.
   IF WS-PARM-MODE = 'P' AND WS-RPT-STARTED = 'N' THEN
       MOVE SPACES TO RPT-REC
       WRITE RPT-REC
       MOVE "PARAMETER PROMOTION" TO WS-HL-TITLE
       MOVE WS-RUN-DATE TO WS-HL-DATE
       MOVE WS-IN-FORCE TO WS-HL-VERSION
       WRITE RPT-REC FROM WS-HEADER-LINE
   END-IF.
   MOVE 'Y' TO WS-RPT-STARTED.

WRITE-PROBLEM.
   IF WS-RPT-OPEN = 'N' THEN
       PERFORM OPEN-REPORT
   END-IF.
   WRITE RPT-REC FROM WS-PROBLEM-LINE.
   ADD 1 TO WS-V-PROBLEMS.

WRITE-TOTALS.
   MOVE SPACES TO RPT-REC.
   WRITE RPT-REC.
   MOVE WS-CHECKED-COUNT TO WS-TL-CHECKED.
   MOVE WS-PROBLEM-COUNT TO WS-TL-PROBLEMS.
   MOVE WS-UNAPPROVED-COUNT TO WS-TL-UNAPPROVED.
   MOVE WS-PROMOTED-COUNT TO WS-TL-PROMOTED.
   MOVE WS-HELD-COUNT TO WS-TL-HELD.
   WRITE RPT-REC FROM WS-TOTAL-LINE.
