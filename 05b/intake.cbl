       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DAY5B-INTAKE.
*> Morning intake report: sets the delivery schedule - which vendors
*> are expected to deliver today, and by what cutoff time - against
*> the intake register DAY5B-DRAW keeps, and lists every expected
*> extract as BY CUTOFF, AFTER CUTOFF, MISSING or NOT YET DUE, with any
*> delivery nobody expected today listed as UNSCHEDULED. A day the
*> hot-spot report shows quiet because a vendor never delivered looks
*> exactly like a quiet field, so a missing expected extract ends the
*> job with return code 8 and one drawn after its cutoff (or one
*> started but never ingested) with 4, the same escalation codes
*> DAY5B-ALERT hands the scheduler. Run after DAY-5b each morning.
*>
*> Schedule records: "<source> <days> <cutoff>", days being seven
*> positions Monday to Sunday, each the day's letter when a delivery
*> is expected that day or "-" when not ("MTWTF--" for weekdays), and
*> cutoff, as hhmm, the time by which the vendor's extract must have
*> been drawn. An extract counts as today's when its header date is
*> today. The register records when the run drawing it started, not
*> when the vendor's file landed, so BY CUTOFF and AFTER CUTOFF judge
*> when the extract was drawn: AFTER CUTOFF is a run started after the
*> cutoff on the header date, or on any later date - a late delivery
*> that forced a rerun, or a late batch, alike.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Logical DD-style names resolved the same way DAY5B-DRAW's
    *> "INPUT" is; INITIALIZE-DSNS below defaults them to the daily
    *> suite's own datasets when the scheduler hasn't said otherwise.
    SELECT ScheduleFile ASSIGN TO "DELIVERIES"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-SCHED-STATUS.

    *> The intake register DAY5B-DRAW maintains, read front to back.
    SELECT IntakeFile ASSIGN TO "INTAKE"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS IR-KEY
        FILE STATUS IS WS-INTAKE-STATUS.

    SELECT ReportFile ASSIGN TO "INTAKERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD ScheduleFile.
01 SCHED-REC PIC X(40).
*> Intake register record, in the layout DAY5B-DRAW writes.
FD IntakeFile.
01 IR-REC.
   05 IR-KEY.
      10 IR-SRC PIC X(8).
      10 IR-DSID PIC X(20).
   05 IR-EXTRACT-DATE PIC X(8).
   05 IR-DSN PIC X(40).
   *> R drawing started, I ingested, F failed reconciliation.
   05 IR-STATUS PIC X(1).
   *> When the run drawing the extract started, off its own clock.
   05 IR-START-DATE PIC 9(8).
   05 IR-START-TIME PIC 9(4).
   05 IR-INGEST-DATE PIC 9(8).
   05 IR-INGEST-TIME PIC 9(4).
   05 IR-TRL-COUNT PIC 9(6).
   05 IR-TRL-HASH PIC 9(10).
   05 IR-DETAIL-COUNT PIC 9(6).
FD ReportFile.
01 REPORT-REC PIC X(132).

WORKING-STORAGE SECTION.
01 WS-SCHED-STATUS PIC X(2).
01 WS-INTAKE-STATUS PIC X(2).
01 WS-REPORT-STATUS PIC X(2).
01 WS-SCHED-EOF PIC X(1).
01 WS-INTAKE-EOF PIC X(1).
01 WS-DSN-OVERRIDE PIC X(40).
*> Survey-area identifier from environment AREA - spaces in the
*> single-area shop, which leaves every default name exactly as it
*> has always been; set per scheduler definition it prefixes them so
*> each area reports on its own deliveries.
01 WS-AREA-ID PIC X(8).
01 WS-DD-BASE PIC X(30).
01 WS-DD-DEFAULT PIC X(40).
01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-DATE-TXT PIC X(8).
*> Time the report was taken, as hhmmsshh off the clock and as the
*> hhmm every cutoff is compared against.
01 WS-CLOCK PIC 9(8).
01 WS-NOW-TIME PIC 9(4).
*> Today's day of the week, 1 Monday to 7 Sunday - the position in a
*> schedule record's day pattern that says whether a delivery is due.
01 WS-DOW PIC 9(1).
01 WS-DAY-INIT.
   05 FILLER PIC X(9) VALUE "MONDAY".
   05 FILLER PIC X(9) VALUE "TUESDAY".
   05 FILLER PIC X(9) VALUE "WEDNESDAY".
   05 FILLER PIC X(9) VALUE "THURSDAY".
   05 FILLER PIC X(9) VALUE "FRIDAY".
   05 FILLER PIC X(9) VALUE "SATURDAY".
   05 FILLER PIC X(9) VALUE "SUNDAY".
01 WS-DAY-NAMES REDEFINES WS-DAY-INIT.
   05 WS-DAY-NAME OCCURS 7 TIMES PIC X(9).
*> The letter each day-pattern position must carry when a delivery
*> is expected that day.
01 WS-DAY-LETTERS PIC X(7) VALUE "MTWTFSS".
*> The delivery schedule as loaded: one entry per vendor, with the
*> morning's findings against it.
01 WS-MAX-SCHED PIC 9(2) VALUE 20.
01 WS-SCHED-COUNT PIC 9(2) VALUE ZERO.
01 SCHED-TABLE.
   05 SCHED-ENTRY OCCURS 20 TIMES.
      10 SC-SRC PIC X(8).
      10 SC-DAYS PIC X(7).
      10 SC-CUTOFF PIC 9(4).
      *> 'Y' when today's position in SC-DAYS carries the day letter.
      10 SC-DUE-TODAY PIC X(1).
      *> Deliveries the register shows for the vendor today.
      10 SC-ARRIVALS PIC 9(3).
01 WS-SC-IDX PIC 9(2).
01 WS-SC-FOUND PIC 9(2).
01 WS-DAY-IDX PIC 9(1).
*> Tokens unstrung off a schedule record, staged through text fields
*> so a mis-keyed record stops the job with the record named.
01 WS-SC-SRC-TXT PIC X(9).
01 WS-SC-DAYS-TXT PIC X(8).
01 WS-SC-CUTOFF-TXT PIC X(5).
01 WS-SC-VALID PIC X(1).
   88 SCHED-IS-VALID VALUE 'Y'.
01 WS-TXT-LEN PIC 9(2).
01 WS-CUTOFF-PARTS.
   05 WS-CUTOFF-HH PIC 9(2).
   05 WS-CUTOFF-MI PIC 9(2).
*> Verdict on the register entry or vendor being listed.
01 WS-VERDICT PIC X(12).
*> Counts for the closing summary.
01 WS-EXPECTED-COUNT PIC 9(3) VALUE ZERO.
01 WS-BY-CUTOFF-COUNT PIC 9(3) VALUE ZERO.
01 WS-AFTER-CUTOFF-COUNT PIC 9(3) VALUE ZERO.
01 WS-MISSING-COUNT PIC 9(3) VALUE ZERO.
01 WS-NOTDUE-COUNT PIC 9(3) VALUE ZERO.
01 WS-UNSCHED-COUNT PIC 9(3) VALUE ZERO.
01 WS-UNINGESTED-COUNT PIC 9(3) VALUE ZERO.
*> Report lines.
01 WS-TITLE-LINE.
   05 FILLER PIC X(35) VALUE "DAY5B-INTAKE EXTRACT INTAKE REPORT ".
   05 FILLER PIC X(4) VALUE "FOR ".
   05 WS-TL-DATE PIC X(8).
   05 FILLER PIC X(1) VALUE " ".
   05 WS-TL-DAY PIC X(9).
   05 FILLER PIC X(7) VALUE " AS AT ".
   05 WS-TL-HH PIC X(2).
   05 FILLER PIC X(1) VALUE ":".
   05 WS-TL-MI PIC X(2).
01 WS-ARRIVAL-LINE.
   05 WS-AL-VERDICT PIC X(12).
   05 FILLER PIC X(7) VALUE "SOURCE ".
   05 WS-AL-SRC PIC X(8).
   05 FILLER PIC X(9) VALUE " DATASET ".
   05 WS-AL-DSID PIC X(20).
   05 FILLER PIC X(7) VALUE " DRAWN ".
   05 WS-AL-START-DATE PIC 9(8).
   05 FILLER PIC X(1) VALUE " ".
   05 WS-AL-START-HH PIC X(2).
   05 FILLER PIC X(1) VALUE ":".
   05 WS-AL-START-MI PIC X(2).
   05 FILLER PIC X(8) VALUE " CUTOFF ".
   05 WS-AL-CUT-HH PIC X(2).
   05 FILLER PIC X(1) VALUE ":".
   05 WS-AL-CUT-MI PIC X(2).
   05 FILLER PIC X(1) VALUE " ".
   05 WS-AL-STATE PIC X(12).
   05 FILLER PIC X(9) VALUE " RECORDS ".
   05 WS-AL-RECORDS PIC ZZZZZ9.
01 WS-ABSENT-LINE.
   05 WS-XL-VERDICT PIC X(12).
   05 FILLER PIC X(7) VALUE "SOURCE ".
   05 WS-XL-SRC PIC X(8).
   05 FILLER PIC X(13) VALUE " EXPECTED BY ".
   05 WS-XL-CUT-HH PIC X(2).
   05 FILLER PIC X(1) VALUE ":".
   05 WS-XL-CUT-MI PIC X(2).
   05 FILLER PIC X(36)
       VALUE " - NO EXTRACT ON THE INTAKE REGISTER".
01 WS-SUMMARY-LINE.
   05 FILLER PIC X(9) VALUE "EXPECTED ".
   05 WS-SL-EXPECTED PIC ZZ9.
   05 FILLER PIC X(11) VALUE " BY CUTOFF ".
   05 WS-SL-BY-CUTOFF PIC ZZ9.
   05 FILLER PIC X(14) VALUE " AFTER CUTOFF ".
   05 WS-SL-AFTER-CUTOFF PIC ZZ9.
   05 FILLER PIC X(9) VALUE " MISSING ".
   05 WS-SL-MISSING PIC ZZ9.
   05 FILLER PIC X(13) VALUE " NOT YET DUE ".
   05 WS-SL-NOTDUE PIC ZZ9.
   05 FILLER PIC X(13) VALUE " UNSCHEDULED ".
   05 WS-SL-UNSCHED PIC ZZ9.
   05 FILLER PIC X(14) VALUE " NOT INGESTED ".
   05 WS-SL-UNINGESTED PIC ZZ9.
01 WS-MISSING-BANNER.
   05 FILLER PIC X(4) VALUE "*** ".
   05 WS-MB-COUNT PIC ZZ9.
   05 FILLER PIC X(30) VALUE " EXPECTED EXTRACT(S) MISSING -".
   05 FILLER PIC X(41)
       VALUE " FIGURES DO NOT COVER THE WHOLE FIELD ***".

PROCEDURE DIVISION.
ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
MOVE WS-RUN-DATE TO WS-RUN-DATE-TXT.
ACCEPT WS-CLOCK FROM TIME.
MOVE WS-CLOCK(1:4) TO WS-NOW-TIME.
ACCEPT WS-DOW FROM DAY-OF-WEEK.
PERFORM INITIALIZE-DSNS.
PERFORM LOAD-SCHEDULE.
PERFORM OPEN-REPORT.
PERFORM LIST-ARRIVALS.
PERFORM LIST-ABSENT
    VARYING WS-SC-IDX FROM 1 BY 1 UNTIL WS-SC-IDX > WS-SCHED-COUNT.
PERFORM WRITE-SUMMARY.
CLOSE ReportFile.

DISPLAY "DAY5B-INTAKE: EXPECTED " WS-EXPECTED-COUNT
    " BY CUTOFF " WS-BY-CUTOFF-COUNT
    " AFTER CUTOFF " WS-AFTER-CUTOFF-COUNT
    " MISSING " WS-MISSING-COUNT
    " NOT YET DUE " WS-NOTDUE-COUNT
    " UNSCHEDULED " WS-UNSCHED-COUNT
    " NOT INGESTED " WS-UNINGESTED-COUNT.
IF WS-MISSING-COUNT > 0 THEN
    MOVE 8 TO RETURN-CODE
ELSE
    IF WS-AFTER-CUTOFF-COUNT > 0 OR WS-UNINGESTED-COUNT > 0 THEN
        MOVE 4 TO RETURN-CODE
    END-IF
END-IF.
STOP RUN.

*> Defaults the DD names to the daily suite's own datasets when the
*> scheduler left them unset, the same defaulting idiom DAY5B-ORDERS
*> uses for its datasets.
INITIALIZE-DSNS.
   ACCEPT WS-AREA-ID FROM ENVIRONMENT "AREA".
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_DELIVERIES".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "deliveries.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_DELIVERIES" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_INTAKE".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "intake.dat" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_INTAKE" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_INTAKERPT".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "intakereport.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_INTAKERPT" UPON ENVIRONMENT-NAME
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

*> No schedule at all means no vendor is expected on any day: every
*> delivery is then listed as unscheduled and nothing can be missing.
LOAD-SCHEDULE.
   MOVE 'N' TO WS-SCHED-EOF.
   OPEN INPUT ScheduleFile.
   IF WS-SCHED-STATUS = "35" THEN
       DISPLAY "DAY5B-INTAKE: NO DELIVERY SCHEDULE - NO EXTRACT IS "
           "EXPECTED"
   ELSE
       IF WS-SCHED-STATUS NOT = "00" THEN
           DISPLAY "DAY5B-INTAKE: UNABLE TO OPEN DELIVERY SCHEDULE "
               "- STATUS " WS-SCHED-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-SCHEDULE-REC UNTIL WS-SCHED-EOF = 'Y'
       CLOSE ScheduleFile
   END-IF.

LOAD-SCHEDULE-REC.
   READ ScheduleFile
       AT END MOVE 'Y' TO WS-SCHED-EOF
       NOT AT END
           IF SCHED-REC NOT = SPACES THEN
               PERFORM PARSE-SCHEDULE
           END-IF
   END-READ.

*> One schedule record. A record this job cannot make sense of stops
*> it on the spot - a vendor silently dropped from the schedule could
*> never be reported missing.
PARSE-SCHEDULE.
   MOVE 'Y' TO WS-SC-VALID.
   MOVE SPACES TO WS-SC-SRC-TXT WS-SC-DAYS-TXT WS-SC-CUTOFF-TXT.
   UNSTRING SCHED-REC DELIMITED BY ALL " "
   INTO WS-SC-SRC-TXT, WS-SC-DAYS-TXT, WS-SC-CUTOFF-TXT.
   IF WS-SC-SRC-TXT = SPACES OR WS-SC-SRC-TXT(9:1) NOT = SPACE THEN
       MOVE 'N' TO WS-SC-VALID
   END-IF.
   MOVE ZERO TO WS-TXT-LEN.
   INSPECT WS-SC-DAYS-TXT
       TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-TXT-LEN NOT = 7 THEN
       MOVE 'N' TO WS-SC-VALID
   ELSE
       PERFORM CHECK-DAY-POSITION
           VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
   END-IF.
   MOVE ZERO TO WS-TXT-LEN.
   INSPECT WS-SC-CUTOFF-TXT
       TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-TXT-LEN NOT = 4 OR WS-SC-CUTOFF-TXT(1:4) NOT NUMERIC THEN
       MOVE 'N' TO WS-SC-VALID
   ELSE
       MOVE WS-SC-CUTOFF-TXT(1:4) TO WS-CUTOFF-PARTS
       IF WS-CUTOFF-HH > 23 OR WS-CUTOFF-MI > 59 THEN
           MOVE 'N' TO WS-SC-VALID
       END-IF
   END-IF.
   IF NOT SCHED-IS-VALID THEN
       DISPLAY "DAY5B-INTAKE: BAD DELIVERY SCHEDULE RECORD: "
           SCHED-REC
       PERFORM FAIL-SCHEDULE
   END-IF.
   MOVE ZERO TO WS-SC-FOUND.
   PERFORM FIND-SCHEDULE-SLOT
       VARYING WS-SC-IDX FROM 1 BY 1
       UNTIL WS-SC-IDX > WS-SCHED-COUNT OR WS-SC-FOUND > 0.
   IF WS-SC-FOUND > 0 THEN
       DISPLAY "DAY5B-INTAKE: SOURCE " WS-SC-SRC-TXT
           " SCHEDULED TWICE IN THE DELIVERY SCHEDULE"
       PERFORM FAIL-SCHEDULE
   END-IF.
   IF WS-SCHED-COUNT = WS-MAX-SCHED THEN
       DISPLAY "DAY5B-INTAKE: DELIVERY SCHEDULE HOLDS MORE THAN "
           WS-MAX-SCHED " SOURCES"
       PERFORM FAIL-SCHEDULE
   END-IF.
   ADD 1 TO WS-SCHED-COUNT.
   MOVE WS-SC-SRC-TXT TO SC-SRC(WS-SCHED-COUNT).
   MOVE WS-SC-DAYS-TXT TO SC-DAYS(WS-SCHED-COUNT).
   MOVE WS-CUTOFF-PARTS TO SC-CUTOFF(WS-SCHED-COUNT).
   MOVE ZERO TO SC-ARRIVALS(WS-SCHED-COUNT).
   IF WS-SC-DAYS-TXT(WS-DOW:1) = "-" THEN
       MOVE 'N' TO SC-DUE-TODAY(WS-SCHED-COUNT)
   ELSE
       MOVE 'Y' TO SC-DUE-TODAY(WS-SCHED-COUNT)
       ADD 1 TO WS-EXPECTED-COUNT
   END-IF.

*> Each day position must be that day's own letter or "-", so a
*> pattern keyed a day out of step is caught rather than believed.
CHECK-DAY-POSITION.
   IF WS-SC-DAYS-TXT(WS-DAY-IDX:1) NOT = "-"
      AND WS-SC-DAYS-TXT(WS-DAY-IDX:1)
          NOT = WS-DAY-LETTERS(WS-DAY-IDX:1) THEN
       MOVE 'N' TO WS-SC-VALID
   END-IF.

FIND-SCHEDULE-SLOT.
   IF SC-SRC(WS-SC-IDX) = WS-SC-SRC-TXT THEN
       MOVE WS-SC-IDX TO WS-SC-FOUND
   END-IF.

FAIL-SCHEDULE.
   CLOSE ScheduleFile.
   MOVE 16 TO RETURN-CODE.
   STOP RUN.

OPEN-REPORT.
   OPEN OUTPUT ReportFile.
   IF WS-REPORT-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-INTAKE: UNABLE TO OPEN INTAKE REPORT - STATUS "
           WS-REPORT-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE WS-RUN-DATE-TXT TO WS-TL-DATE.
   MOVE WS-DAY-NAME(WS-DOW) TO WS-TL-DAY.
   MOVE WS-CLOCK(1:2) TO WS-TL-HH.
   MOVE WS-CLOCK(3:2) TO WS-TL-MI.
   MOVE WS-TITLE-LINE TO REPORT-REC.
   WRITE REPORT-REC.
   MOVE SPACES TO REPORT-REC.
   WRITE REPORT-REC.

*> Every register entry carrying today's header date is one of
*> today's deliveries. No register yet just means DAY5B-DRAW has never
*> drawn a headered extract - every expected vendor is then absent.
LIST-ARRIVALS.
   MOVE 'N' TO WS-INTAKE-EOF.
   OPEN INPUT IntakeFile.
   IF WS-INTAKE-STATUS = "35" THEN
       DISPLAY "DAY5B-INTAKE: NO INTAKE REGISTER - NO EXTRACT HAS "
           "BEEN REGISTERED"
   ELSE
       IF WS-INTAKE-STATUS NOT = "00" THEN
           DISPLAY "DAY5B-INTAKE: UNABLE TO OPEN INTAKE REGISTER "
               "- STATUS " WS-INTAKE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM READ-INTAKE-REC UNTIL WS-INTAKE-EOF = 'Y'
       CLOSE IntakeFile
   END-IF.

READ-INTAKE-REC.
   READ IntakeFile
       AT END MOVE 'Y' TO WS-INTAKE-EOF
       NOT AT END
           IF IR-EXTRACT-DATE = WS-RUN-DATE-TXT THEN
               PERFORM LIST-ARRIVAL
           END-IF
   END-READ.

*> One of today's deliveries: drawn by or after its vendor's cutoff
*> when the vendor was due today, unscheduled otherwise.
LIST-ARRIVAL.
   MOVE ZERO TO WS-SC-FOUND.
   PERFORM FIND-ARRIVAL-SLOT
       VARYING WS-SC-IDX FROM 1 BY 1
       UNTIL WS-SC-IDX > WS-SCHED-COUNT OR WS-SC-FOUND > 0.
   MOVE "--" TO WS-AL-CUT-HH WS-AL-CUT-MI.
   IF WS-SC-FOUND = 0 THEN
       MOVE "UNSCHEDULED" TO WS-VERDICT
       ADD 1 TO WS-UNSCHED-COUNT
   ELSE
       MOVE SC-CUTOFF(WS-SC-FOUND) TO WS-CUTOFF-PARTS
       MOVE WS-CUTOFF-HH TO WS-AL-CUT-HH
       MOVE WS-CUTOFF-MI TO WS-AL-CUT-MI
       IF SC-DUE-TODAY(WS-SC-FOUND) = 'N' THEN
           MOVE "UNSCHEDULED" TO WS-VERDICT
           ADD 1 TO WS-UNSCHED-COUNT
       ELSE
           ADD 1 TO SC-ARRIVALS(WS-SC-FOUND)
           IF IR-START-DATE > WS-RUN-DATE
              OR (IR-START-DATE = WS-RUN-DATE
                  AND IR-START-TIME > SC-CUTOFF(WS-SC-FOUND)) THEN
               MOVE "AFTER CUTOFF" TO WS-VERDICT
               ADD 1 TO WS-AFTER-CUTOFF-COUNT
           ELSE
               MOVE "BY CUTOFF" TO WS-VERDICT
               ADD 1 TO WS-BY-CUTOFF-COUNT
           END-IF
       END-IF
   END-IF.
   EVALUATE IR-STATUS
       WHEN 'I'
           MOVE "INGESTED" TO WS-AL-STATE
       WHEN 'F'
           MOVE "FAILED RECON" TO WS-AL-STATE
           ADD 1 TO WS-UNINGESTED-COUNT
       WHEN OTHER
           MOVE "NOT INGESTED" TO WS-AL-STATE
           ADD 1 TO WS-UNINGESTED-COUNT
   END-EVALUATE.
   MOVE WS-VERDICT TO WS-AL-VERDICT.
   MOVE IR-SRC TO WS-AL-SRC.
   MOVE IR-DSID TO WS-AL-DSID.
   MOVE IR-START-DATE TO WS-AL-START-DATE.
   MOVE IR-START-TIME(1:2) TO WS-AL-START-HH.
   MOVE IR-START-TIME(3:2) TO WS-AL-START-MI.
   MOVE IR-DETAIL-COUNT TO WS-AL-RECORDS.
   MOVE WS-ARRIVAL-LINE TO REPORT-REC.
   WRITE REPORT-REC.

FIND-ARRIVAL-SLOT.
   IF SC-SRC(WS-SC-IDX) = IR-SRC THEN
       MOVE WS-SC-IDX TO WS-SC-FOUND
   END-IF.

*> A vendor due today with nothing on the register is MISSING once
*> its cutoff has passed and NOT YET DUE before then.
LIST-ABSENT.
   IF SC-DUE-TODAY(WS-SC-IDX) = 'Y' AND SC-ARRIVALS(WS-SC-IDX) = 0 THEN
       IF WS-NOW-TIME > SC-CUTOFF(WS-SC-IDX) THEN
           MOVE "MISSING" TO WS-XL-VERDICT
           ADD 1 TO WS-MISSING-COUNT
       ELSE
           MOVE "NOT YET DUE" TO WS-XL-VERDICT
           ADD 1 TO WS-NOTDUE-COUNT
       END-IF
       MOVE SC-SRC(WS-SC-IDX) TO WS-XL-SRC
       MOVE SC-CUTOFF(WS-SC-IDX) TO WS-CUTOFF-PARTS
       MOVE WS-CUTOFF-HH TO WS-XL-CUT-HH
       MOVE WS-CUTOFF-MI TO WS-XL-CUT-MI
       MOVE WS-ABSENT-LINE TO REPORT-REC
       WRITE REPORT-REC
   END-IF.

WRITE-SUMMARY.
   MOVE SPACES TO REPORT-REC.
   WRITE REPORT-REC.
   MOVE WS-EXPECTED-COUNT TO WS-SL-EXPECTED.
   MOVE WS-BY-CUTOFF-COUNT TO WS-SL-BY-CUTOFF.
   MOVE WS-AFTER-CUTOFF-COUNT TO WS-SL-AFTER-CUTOFF.
   MOVE WS-MISSING-COUNT TO WS-SL-MISSING.
   MOVE WS-NOTDUE-COUNT TO WS-SL-NOTDUE.
   MOVE WS-UNSCHED-COUNT TO WS-SL-UNSCHED.
   MOVE WS-UNINGESTED-COUNT TO WS-SL-UNINGESTED.
   MOVE WS-SUMMARY-LINE TO REPORT-REC.
   WRITE REPORT-REC.
   IF WS-MISSING-COUNT > 0 THEN
       MOVE WS-MISSING-COUNT TO WS-MB-COUNT
       MOVE WS-MISSING-BANNER TO REPORT-REC
       WRITE REPORT-REC
       DISPLAY "DAY5B-INTAKE: " WS-MISSING-BANNER
   END-IF.
