       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DAY5B-AGING.
*> Work-order aging and month-end operations figures off the master
*> DAY5B-ORDERS maintains, replacing the hand count the desk used to
*> make every month of how long hazards sit before a crew arrives.
*>
*> The aging section lists every OPEN and DISPATCHED order by age band
*> - days since the order was raised - split by the zone class the
*> order's point falls in, as DAY5B-ZONES' mode 'C' classifies it,
*> open field counting as FIELD. An order older than the SLA set for
*> its class is listed by name underneath, and each such order writes
*> an alert record to DD_ALERTS in DAY5B-ALERT's layout and raises the
*> job's return code the same way: 8 for any critical breach, 4 for
*> warnings only.
*>
*> The month-end section covers the month in AGING_MONTH (yyyymm), the
*> current month when unset, up to its last day or today, whichever
*> comes first: orders raised, dispatched and closed in the month;
*> mean and worst days from open to dispatch over the orders
*> dispatched, and from dispatch to clear over the orders closed after
*> a dispatch; the points re-opened under a new order number; and the
*> backlog still outstanding at the end of the month against the
*> backlog at the end of the month before. Closed orders superseded by
*> a re-raise are read back off DAY5B-ORDERS' order history, so a
*> point's first fix still counts in the month it happened.
*>
*> SLA records: "<class> <sla-days> [<critical-days>]", one per class,
*> where class is FACILITY, PIPELINE, TRANSIT or FIELD. An order past
*> its SLA is a warning; past the critical level too, a critical. A
*> level of zero, or a class with no record, is not enforced, and no
*> dataset at all just means the SLA is not in use.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Logical DD-style names resolved the same way DAY5B-DRAW's
    *> "INPUT" is; INITIALIZE-DSNS below defaults them to the daily
    *> suite's own datasets when the scheduler hasn't said otherwise.
    SELECT SlaFile ASSIGN TO "SLA"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-SLA-STATUS.

    SELECT OrderFile ASSIGN TO "WORKORDERS"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS WO-KEY
        FILE STATUS IS WS-ORDER-STATUS.

    SELECT OrderHistFile ASSIGN TO "ORDHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-ORDHIST-STATUS.

    SELECT AgingFile ASSIGN TO "AGING"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-AGING-STATUS.

    SELECT AlertFile ASSIGN TO "ALERTS"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-ALERT-STATUS.

DATA DIVISION.
FILE SECTION.
FD SlaFile.
01 SLA-REC PIC X(40).
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
*> Order history record in the layout DAY5B-ORDERS writes.
FD OrderHistFile.
01 OH-REC.
   05 OH-ORDER PIC X(64).
   05 OH-REISSUE-DATE PIC 9(8).
   05 OH-NEW-ORDER-NO PIC 9(6).
FD AgingFile.
01 AGING-REC PIC X(132).
FD AlertFile.
01 ALERT-REC PIC X(100).

WORKING-STORAGE SECTION.
01 WS-SLA-STATUS PIC X(2).
01 WS-ORDER-STATUS PIC X(2).
01 WS-ORDHIST-STATUS PIC X(2).
01 WS-AGING-STATUS PIC X(2).
01 WS-ALERT-STATUS PIC X(2).
01 WS-SLA-EOF PIC X(1).
01 WS-ORDER-EOF PIC X(1).
01 WS-ORDHIST-EOF PIC X(1).
01 WS-ALERT-OPEN PIC X(1) VALUE 'N'.
01 WS-DSN-OVERRIDE PIC X(40).
*> Survey-area identifier from environment AREA - spaces in the
*> single-area shop, which leaves every default name exactly as it
*> has always been; set per scheduler definition it prefixes them so
*> each area ages its own order master against its own SLA.
01 WS-AREA-ID PIC X(8).
01 WS-DD-BASE PIC X(30).
01 WS-DD-DEFAULT PIC X(40).
01 WS-RUN-DATE PIC 9(8).
*> Report month from AGING_MONTH, staged through a text field so a
*> mis-keyed override stops the run with a named value instead of
*> silently reporting the wrong month - DAY5B-SCORECARD's idiom.
01 WS-MONTH-OVERRIDE PIC X(8).
01 WS-REPORT-MONTH PIC 9(6).
*> Last day counted for the report month - its month end, or the run
*> date while the month is still running - and the prior month's end.
01 WS-MONTH-END PIC 9(8).
01 WS-PRIOR-END PIC 9(8).
01 WS-WALK-DATE PIC 9(8).
01 WS-WALK-DATE-PARTS REDEFINES WS-WALK-DATE.
   05 WS-WD-YYYY PIC 9(4).
   05 WS-WD-MM PIC 9(2).
   05 WS-WD-DD PIC 9(2).
01 WS-MONTH-DAYS PIC 9(2).
01 WS-LEAP-YEAR PIC X(1).
01 WS-LEAP-REM4 PIC 9(3).
01 WS-LEAP-REM100 PIC 9(3).
01 WS-LEAP-REM400 PIC 9(3).
*> Day number of the date in WS-WALK-DATE, counted from 1 January of
*> year one, so the days between two dates are a plain subtraction.
01 WS-DAY-NUMBER PIC 9(7).
01 WS-DN-YEARS PIC 9(4).
01 WS-DN-QUOT PIC 9(4).
01 WS-DAYS-BEFORE-MONTH-TEXT PIC X(36)
    VALUE "000031059090120151181212243273304334".
01 WS-DAYS-BEFORE-MONTH-TABLE REDEFINES WS-DAYS-BEFORE-MONTH-TEXT.
   05 WS-DAYS-BEFORE-MONTH PIC 9(3) OCCURS 12 TIMES.
01 WS-RUN-DAY-NUMBER PIC 9(7).
01 WS-FROM-DAY-NUMBER PIC 9(7).
01 WS-DAYS-BETWEEN PIC 9(5).
*> Zone lookup through DAY5B-ZONES' mode 'C', one order at a time.
01 WS-ZONE-MODE PIC X(1).
01 WS-ZONE-BREACH PIC 9(5) VALUE ZERO.
01 ZONE-LOOKUP.
   05 ZL-X PIC 9(3).
   05 ZL-Y PIC 9(3).
   05 ZL-CLASS PIC X(8).
   05 ZL-WEIGHT PIC 9(2).
*> One row per zone class, in weight order with open field last: the
*> SLA levels in days (zero not enforced), then the outstanding orders
*> counted per status (1 OPEN, 2 DISPATCHED) per age band, and the
*> orders past the SLA.
01 AGING-TABLE.
   05 AC-ENTRY OCCURS 4 TIMES.
      10 AC-CLASS PIC X(8).
      10 AC-SLA-WARN PIC 9(4).
      10 AC-SLA-CRIT PIC 9(4).
      10 AC-STATUS OCCURS 2 TIMES.
         15 AC-BAND-COUNT PIC 9(5) OCCURS 5 TIMES.
         15 AC-TOTAL PIC 9(5).
         15 AC-BREACHED PIC 9(5).
01 AC-IDX PIC 9(1).
01 AC-STATUS-IDX PIC 9(1).
01 AC-BAND-IDX PIC 9(1).
*> Oldest age, in days, each of the first four bands holds; the fifth
*> takes everything older.
01 WS-BAND-LIMIT-TEXT PIC X(12) VALUE "002007014030".
01 WS-BAND-LIMIT-TABLE REDEFINES WS-BAND-LIMIT-TEXT.
   05 WS-BAND-LIMIT PIC 9(3) OCCURS 4 TIMES.
*> Tokens unstrung off an SLA record, staged through text fields so a
*> non-numeric level aborts the run with a named record instead of a
*> data exception, the way DAY5B-ALERT treats a threshold record.
01 WS-SLA-CLASS-TXT PIC X(12).
01 WS-SLA-WARN-TXT PIC X(6).
01 WS-SLA-CRIT-TXT PIC X(6).
01 WS-TXT-LEN PIC 9(2).
01 WS-SLA-LOADED PIC X(1) VALUE 'N'.
*> The order under the age or month tally, in the master layout, moved
*> in off the master or off an order history record alike.
01 KO-ORDER.
   05 KO-X PIC 9(3).
   05 KO-Y PIC 9(3).
   05 KO-ORDER-NO PIC 9(6).
   05 KO-STATUS PIC X(1).
   05 KO-OPEN-DATE PIC 9(8).
   05 KO-DISPATCH-DATE PIC 9(8).
   05 KO-CLEAR-DATE PIC 9(8).
   05 KO-LAST-SEEN PIC 9(8).
   05 KO-LAST-COUNT PIC 9(3).
   05 KO-CREW-ID PIC X(8).
   05 KO-ASSIGN-DATE PIC 9(8).
01 WS-AGE-DAYS PIC 9(5).
*> Orders past their SLA, in master key order, for the listing under
*> the bands. Breaches beyond the table's end are still counted in the
*> bands and still alerted; only their listing line is lost, and the
*> report says how many.
01 BREACH-TABLE.
   05 BR-COUNT PIC 9(4) VALUE ZERO.
   05 BR-ENTRY OCCURS 1000 TIMES.
      10 BR-SEV PIC X(9).
      10 BR-ORDER-NO PIC 9(6).
      10 BR-X PIC 9(3).
      10 BR-Y PIC 9(3).
      10 BR-CLASS PIC X(8).
      10 BR-STATUS PIC X(10).
      10 BR-AGE PIC 9(5).
      10 BR-LIMIT PIC 9(4).
      10 BR-CREW PIC X(8).
01 BR-IDX PIC 9(4).
01 WS-BR-MAX PIC 9(4) VALUE 1000.
01 WS-BR-OVERFLOW PIC 9(5) VALUE ZERO.
01 WS-BREACH-SEV PIC X(9).
01 WS-BREACH-LIMIT PIC 9(4).
01 WS-STATUS-NAME PIC X(10).
*> Highest severity seen: 0 quiet, 4 warning, 8 critical.
01 WS-AGING-RC PIC 9(2) VALUE ZERO.
01 WS-WARNING-COUNT PIC 9(5) VALUE ZERO.
01 WS-CRITICAL-COUNT PIC 9(5) VALUE ZERO.
01 WS-OUTSTANDING-COUNT PIC 9(5) VALUE ZERO.
*> Month-end tallies over the master and the order history together.
01 WS-RAISED-COUNT PIC 9(5) VALUE ZERO.
01 WS-DISPATCHED-COUNT PIC 9(5) VALUE ZERO.
01 WS-CLOSED-COUNT PIC 9(5) VALUE ZERO.
01 WS-REOPENED-COUNT PIC 9(5) VALUE ZERO.
01 WS-TO-DISPATCH-SUM PIC 9(9) VALUE ZERO.
01 WS-TO-DISPATCH-WORST PIC 9(5) VALUE ZERO.
01 WS-TO-CLEAR-COUNT PIC 9(5) VALUE ZERO.
01 WS-TO-CLEAR-SUM PIC 9(9) VALUE ZERO.
01 WS-TO-CLEAR-WORST PIC 9(5) VALUE ZERO.
01 WS-BACKLOG-NOW PIC 9(5) VALUE ZERO.
01 WS-BACKLOG-PRIOR PIC 9(5) VALUE ZERO.
01 WS-BACKLOG-CHANGE PIC S9(5).
01 WS-MEAN-DAYS PIC 9(5)V9(1).
01 WS-HISTORY-COUNT PIC 9(5) VALUE ZERO.
01 WS-HEADER-LINE.
   05 FILLER PIC X(23) VALUE "WORK-ORDER AGING AS OF ".
   05 WS-HL-DATE PIC 9(8).
   05 FILLER PIC X(6) VALUE " AREA ".
   05 WS-HL-AREA PIC X(8).
01 WS-BAND-HEADER.
   05 FILLER PIC X(20) VALUE "ZONE     STATUS     ".
   05 FILLER PIC X(40)
       VALUE "     0-2     3-7    8-14   15-30     31+".
   05 FILLER PIC X(30) VALUE "   TOTAL   SLA  CRIT  PAST SLA".
01 WS-BAND-LINE.
   05 WS-BL-CLASS PIC X(8).
   05 FILLER PIC X(1) VALUE " ".
   05 WS-BL-STATUS PIC X(10).
   05 FILLER PIC X(1) VALUE " ".
   05 WS-BL-BAND PIC ZZZZZZZ9 OCCURS 5 TIMES.
   05 WS-BL-TOTAL PIC ZZZZZZZ9.
   05 WS-BL-SLA PIC ZZZZZ9.
   05 WS-BL-CRIT PIC ZZZZZ9.
   05 WS-BL-BREACHED PIC ZZZZZZZZZ9.
01 WS-BAND-TOTAL-LINE.
   05 FILLER PIC X(28) VALUE "  OUTSTANDING ORDERS:       ".
   05 WS-BT-COUNT PIC ZZZZ9.
   05 FILLER PIC X(12) VALUE "  PAST SLA: ".
   05 WS-BT-BREACHED PIC ZZZZ9.
   05 FILLER PIC X(12) VALUE "  CRITICAL: ".
   05 WS-BT-CRITICAL PIC ZZZZ9.
01 WS-NO-SLA-LINE PIC X(40)
    VALUE "  NO SLA DATASET - SLA NOT ENFORCED".
01 WS-BREACH-HEADER PIC X(40) VALUE "ORDERS PAST SLA".
01 WS-BREACH-LINE.
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-BD-SEV PIC X(9).
   05 FILLER PIC X(6) VALUE "ORDER ".
   05 WS-BD-ORDER PIC 9(6).
   05 FILLER PIC X(8) VALUE " POINT (".
   05 WS-BD-X PIC ZZZ9.
   05 FILLER PIC X(1) VALUE ",".
   05 WS-BD-Y PIC ZZZ9.
   05 FILLER PIC X(7) VALUE ") ZONE ".
   05 WS-BD-CLASS PIC X(8).
   05 FILLER PIC X(1) VALUE " ".
   05 WS-BD-STATUS PIC X(10).
   05 FILLER PIC X(5) VALUE " AGE ".
   05 WS-BD-AGE PIC ZZZZ9.
   05 FILLER PIC X(11) VALUE " DAYS LIMIT".
   05 WS-BD-LIMIT PIC ZZZZ9.
   05 FILLER PIC X(6) VALUE " CREW ".
   05 WS-BD-CREW PIC X(8).
01 WS-BREACH-OVERFLOW-LINE.
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-BO-COUNT PIC ZZZZ9.
   05 FILLER PIC X(38) VALUE " MORE ORDERS PAST SLA NOT LISTED HERE".
01 WS-NO-BREACH-LINE PIC X(40) VALUE "  NONE".
01 WS-MONTH-HEADER.
   05 FILLER PIC X(22) VALUE "MONTH-END FIGURES FOR ".
   05 WS-MH-MONTH PIC 9(6).
   05 FILLER PIC X(17) VALUE " COUNTED THROUGH ".
   05 WS-MH-END PIC 9(8).
*> One counted figure under the month-end header.
01 WS-FIGURE-LINE.
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-FL-LABEL PIC X(40).
   05 WS-FL-COUNT PIC ZZZZ9.
01 WS-DURATION-LINE.
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-DL-LABEL PIC X(20).
   05 FILLER PIC X(8) VALUE "ORDERS: ".
   05 WS-DL-COUNT PIC ZZZZ9.
   05 FILLER PIC X(8) VALUE "  MEAN: ".
   05 WS-DL-MEAN PIC ZZZZ9.9.
   05 FILLER PIC X(14) VALUE " DAYS  WORST: ".
   05 WS-DL-WORST PIC ZZZZ9.
   05 FILLER PIC X(5) VALUE " DAYS".
01 WS-BACKLOG-LINE.
   05 FILLER PIC X(13) VALUE "  BACKLOG AT ".
   05 WS-BK-END PIC 9(8).
   05 FILLER PIC X(2) VALUE ": ".
   05 WS-BK-NOW PIC ZZZZ9.
   05 FILLER PIC X(15) VALUE "  PRIOR MONTH (".
   05 WS-BK-PRIOR-END PIC 9(8).
   05 FILLER PIC X(3) VALUE "): ".
   05 WS-BK-PRIOR PIC ZZZZ9.
   05 FILLER PIC X(10) VALUE "  CHANGE: ".
   05 WS-BK-CHANGE PIC ++++++9.
*> Alert record in the layout DAY5B-ALERT writes, with the order and
*> its point where a threshold alert carries the parameter version.
01 WS-ALERT-LINE.
   05 WS-AL-SEV PIC X(9).
   05 WS-AL-NAME PIC X(12).
   05 FILLER PIC X(7) VALUE " VALUE ".
   05 WS-AL-VALUE PIC ZZZZZZZ9.
   05 FILLER PIC X(15) VALUE " EXCEEDS LIMIT ".
   05 WS-AL-LIMIT PIC ZZZZZZZ9.
   05 FILLER PIC X(4) VALUE " BY ".
   05 WS-AL-EXCESS PIC ZZZZZZZ9.
   05 FILLER PIC X(7) VALUE " ORDER ".
   05 WS-AL-ORDER PIC 9(6).
   05 FILLER PIC X(8) VALUE " POINT (".
   05 WS-AL-X PIC ZZ9.
   05 FILLER PIC X(1) VALUE ",".
   05 WS-AL-Y PIC ZZ9.
   05 FILLER PIC X(1) VALUE ")".

PROCEDURE DIVISION.
ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
PERFORM INITIALIZE-DSNS.
PERFORM RESOLVE-MONTH.
PERFORM INITIALIZE-CLASSES.
PERFORM LOAD-SLA.

MOVE 'L' TO WS-ZONE-MODE.
CALL "DAY5B-ZONES" USING WS-ZONE-MODE, OMITTED, WS-ZONE-BREACH,
    ZONE-LOOKUP.

MOVE WS-RUN-DATE TO WS-WALK-DATE.
PERFORM SET-DAY-NUMBER.
MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.

PERFORM OPEN-ORDER-MASTER.
PERFORM SWEEP-ORDER-MASTER.
CLOSE OrderFile.
PERFORM SWEEP-ORDER-HISTORY.
IF WS-ALERT-OPEN = 'Y' THEN
    CLOSE AlertFile
END-IF.

PERFORM WRITE-AGING-REPORT.

DISPLAY "DAY5B-AGING: OUTSTANDING " WS-OUTSTANDING-COUNT
    " WARNING " WS-WARNING-COUNT
    " CRITICAL " WS-CRITICAL-COUNT
    " MONTH " WS-REPORT-MONTH
    " RAISED " WS-RAISED-COUNT
    " CLOSED " WS-CLOSED-COUNT.
MOVE WS-AGING-RC TO RETURN-CODE.
STOP RUN.

*> Defaults the DD names to the daily suite's own datasets when the
*> scheduler left them unset, the same defaulting idiom DAY5B-ORDERS
*> uses for its datasets.
INITIALIZE-DSNS.
   ACCEPT WS-AREA-ID FROM ENVIRONMENT "AREA".
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_SLA".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "sla.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_SLA" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_WORKORDERS".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "workorders.dat" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_WORKORDERS" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_ORDHIST".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "orderhistory.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_ORDHIST" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_AGING".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "aging.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_AGING" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_ALERTS".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "aging_alerts.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_ALERTS" UPON ENVIRONMENT-NAME
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

*> The current month unless AGING_MONTH names another. A month still
*> running is counted through today; a month after today has nothing
*> to count and is refused with the other bad values.
RESOLVE-MONTH.
   ACCEPT WS-MONTH-OVERRIDE FROM ENVIRONMENT "AGING_MONTH".
   IF WS-MONTH-OVERRIDE = SPACES THEN
       MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
   ELSE
       IF WS-MONTH-OVERRIDE(1:6) NOT NUMERIC
          OR WS-MONTH-OVERRIDE(7:2) NOT = SPACES THEN
           PERFORM FAIL-MONTH
       END-IF
       MOVE WS-MONTH-OVERRIDE(1:6) TO WS-REPORT-MONTH
       IF WS-REPORT-MONTH(5:2) < "01" OR WS-REPORT-MONTH(5:2) > "12"
          OR WS-REPORT-MONTH > WS-RUN-DATE(1:6) THEN
           PERFORM FAIL-MONTH
       END-IF
   END-IF.
   MOVE WS-REPORT-MONTH TO WS-WALK-DATE(1:6).
   PERFORM SET-MONTH-DAYS.
   MOVE WS-MONTH-DAYS TO WS-WD-DD.
   IF WS-WALK-DATE > WS-RUN-DATE THEN
       MOVE WS-RUN-DATE TO WS-MONTH-END
   ELSE
       MOVE WS-WALK-DATE TO WS-MONTH-END
   END-IF.
   MOVE WS-REPORT-MONTH TO WS-WALK-DATE(1:6).
   SUBTRACT 1 FROM WS-WD-MM.
   IF WS-WD-MM = ZERO THEN
       MOVE 12 TO WS-WD-MM
       SUBTRACT 1 FROM WS-WD-YYYY
   END-IF.
   PERFORM SET-MONTH-DAYS.
   MOVE WS-MONTH-DAYS TO WS-WD-DD.
   MOVE WS-WALK-DATE TO WS-PRIOR-END.

FAIL-MONTH.
   DISPLAY "DAY5B-AGING: BAD AGING_MONTH - EXPECTED yyyymm NO LATER "
       "THAN THIS MONTH, GOT " WS-MONTH-OVERRIDE.
   MOVE 16 TO RETURN-CODE.
   STOP RUN.

*> The four classes DAY5B-ZONES can put a point in, heaviest first,
*> every level unenforced and every count zero until loaded.
INITIALIZE-CLASSES.
   MOVE "FACILITY" TO AC-CLASS(1).
   MOVE "PIPELINE" TO AC-CLASS(2).
   MOVE "TRANSIT" TO AC-CLASS(3).
   MOVE "FIELD" TO AC-CLASS(4).
   PERFORM CLEAR-CLASS VARYING AC-IDX FROM 1 BY 1 UNTIL AC-IDX > 4.

CLEAR-CLASS.
   MOVE ZERO TO AC-SLA-WARN(AC-IDX) AC-SLA-CRIT(AC-IDX).
   PERFORM CLEAR-CLASS-STATUS VARYING AC-STATUS-IDX FROM 1 BY 1
       UNTIL AC-STATUS-IDX > 2.

CLEAR-CLASS-STATUS.
   MOVE ZERO TO AC-TOTAL(AC-IDX, AC-STATUS-IDX)
       AC-BREACHED(AC-IDX, AC-STATUS-IDX).
   PERFORM CLEAR-CLASS-BAND VARYING AC-BAND-IDX FROM 1 BY 1
       UNTIL AC-BAND-IDX > 5.

CLEAR-CLASS-BAND.
   MOVE ZERO TO AC-BAND-COUNT(AC-IDX, AC-STATUS-IDX, AC-BAND-IDX).

*> No SLA dataset is not an error - the aging and month-end figures
*> still stand without it - but a dataset that cannot be opened for
*> any other reason is.
LOAD-SLA.
   MOVE 'N' TO WS-SLA-EOF.
   OPEN INPUT SlaFile.
   IF WS-SLA-STATUS = "35" THEN
       DISPLAY "DAY5B-AGING: NO SLA DATASET - SLA NOT ENFORCED"
   ELSE
       IF WS-SLA-STATUS NOT = "00" THEN
           DISPLAY "DAY5B-AGING: UNABLE TO OPEN SLA DATASET - STATUS "
               WS-SLA-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-SLA-REC UNTIL WS-SLA-EOF = 'Y'
       CLOSE SlaFile
       MOVE 'Y' TO WS-SLA-LOADED
   END-IF.

LOAD-SLA-REC.
   READ SlaFile
       AT END MOVE 'Y' TO WS-SLA-EOF
       NOT AT END
           IF SLA-REC NOT = SPACES THEN
               PERFORM PARSE-SLA
           END-IF
   END-READ.

*> One SLA record. A record this run cannot make sense of stops the
*> run on the spot - an SLA silently dropped is a month of late crews
*> nobody is told about.
PARSE-SLA.
   MOVE SPACES TO WS-SLA-CLASS-TXT WS-SLA-WARN-TXT WS-SLA-CRIT-TXT.
   UNSTRING SLA-REC DELIMITED BY ALL " "
   INTO WS-SLA-CLASS-TXT, WS-SLA-WARN-TXT, WS-SLA-CRIT-TXT.
   EVALUATE WS-SLA-CLASS-TXT
       WHEN "FACILITY"
           MOVE 1 TO AC-IDX
       WHEN "PIPELINE"
           MOVE 2 TO AC-IDX
       WHEN "TRANSIT"
           MOVE 3 TO AC-IDX
       WHEN "FIELD"
           MOVE 4 TO AC-IDX
       WHEN OTHER
           PERFORM FAIL-SLA
   END-EVALUATE.
   MOVE ZERO TO WS-TXT-LEN.
   INSPECT WS-SLA-WARN-TXT
       TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-TXT-LEN = 0 OR WS-TXT-LEN > 4 THEN
       PERFORM FAIL-SLA
   END-IF.
   IF WS-SLA-WARN-TXT(1:WS-TXT-LEN) NOT NUMERIC THEN
       PERFORM FAIL-SLA
   END-IF.
   MOVE WS-SLA-WARN-TXT(1:WS-TXT-LEN) TO AC-SLA-WARN(AC-IDX).
   MOVE ZERO TO AC-SLA-CRIT(AC-IDX).
   IF WS-SLA-CRIT-TXT NOT = SPACES THEN
       MOVE ZERO TO WS-TXT-LEN
       INSPECT WS-SLA-CRIT-TXT
           TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE
       IF WS-TXT-LEN > 4 THEN
           PERFORM FAIL-SLA
       END-IF
       IF WS-SLA-CRIT-TXT(1:WS-TXT-LEN) NOT NUMERIC THEN
           PERFORM FAIL-SLA
       END-IF
       MOVE WS-SLA-CRIT-TXT(1:WS-TXT-LEN) TO AC-SLA-CRIT(AC-IDX)
   END-IF.

FAIL-SLA.
   DISPLAY "DAY5B-AGING: BAD SLA RECORD: " SLA-REC.
   CLOSE SlaFile.
   MOVE 16 TO RETURN-CODE.
   STOP RUN.

*> No master at all means DAY5B-ORDERS has never run - nothing to age,
*> and nothing to say beyond that.
OPEN-ORDER-MASTER.
   OPEN INPUT OrderFile.
   IF WS-ORDER-STATUS = "35" THEN
       DISPLAY "DAY5B-AGING: NO WORK-ORDER MASTER - RUN "
           "DAY5B-ORDERS FIRST"
       STOP RUN
   END-IF.
   IF WS-ORDER-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-AGING: UNABLE TO OPEN ORDER MASTER - STATUS "
           WS-ORDER-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

*> Every order on the master counts toward the month; the OPEN and
*> DISPATCHED ones are aged as well.
SWEEP-ORDER-MASTER.
   MOVE 'N' TO WS-ORDER-EOF.
   MOVE ZERO TO WO-X.
   MOVE ZERO TO WO-Y.
   START OrderFile KEY NOT < WO-KEY
       INVALID KEY MOVE 'Y' TO WS-ORDER-EOF
   END-START.
   PERFORM READ-ORDER-MASTER UNTIL WS-ORDER-EOF = 'Y'.

READ-ORDER-MASTER.
   READ OrderFile NEXT
       AT END MOVE 'Y' TO WS-ORDER-EOF
       NOT AT END
           MOVE WO-REC TO KO-ORDER
           PERFORM TALLY-MONTH
           IF KO-STATUS = 'O' OR KO-STATUS = 'D' THEN
               PERFORM AGE-ORDER
           END-IF
   END-READ.

*> No order history just means no point has been re-raised yet.
SWEEP-ORDER-HISTORY.
   MOVE 'N' TO WS-ORDHIST-EOF.
   OPEN INPUT OrderHistFile.
   IF WS-ORDHIST-STATUS NOT = "35" THEN
       IF WS-ORDHIST-STATUS NOT = "00" THEN
           DISPLAY "DAY5B-AGING: UNABLE TO OPEN ORDER HISTORY - STATUS "
               WS-ORDHIST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM READ-ORDER-HISTORY UNTIL WS-ORDHIST-EOF = 'Y'
       CLOSE OrderHistFile
   END-IF.

*> A superseded order is closed, so it only ever counts toward the
*> month, never toward the aging; the re-raise that superseded it is
*> the point re-opened under a new number.
READ-ORDER-HISTORY.
   READ OrderHistFile
       AT END MOVE 'Y' TO WS-ORDHIST-EOF
       NOT AT END
           ADD 1 TO WS-HISTORY-COUNT
           MOVE OH-ORDER TO KO-ORDER
           PERFORM TALLY-MONTH
           IF OH-REISSUE-DATE(1:6) = WS-REPORT-MONTH
              AND OH-REISSUE-DATE NOT > WS-MONTH-END THEN
               ADD 1 TO WS-REOPENED-COUNT
           END-IF
   END-READ.

*> The order under KO-ORDER against the report month. Open to dispatch
*> is measured on the orders dispatched in the month, dispatch to
*> clear on the orders closed in the month after a crew was sent - an
*> order auto-closed off the change report before anyone was
*> dispatched has no dispatch to measure from. The backlog at a month
*> end is every order raised by then and not yet closed by then.
TALLY-MONTH.
   IF KO-OPEN-DATE(1:6) = WS-REPORT-MONTH
      AND KO-OPEN-DATE NOT > WS-MONTH-END THEN
       ADD 1 TO WS-RAISED-COUNT
   END-IF.
   IF KO-DISPATCH-DATE > ZERO
      AND KO-DISPATCH-DATE(1:6) = WS-REPORT-MONTH
      AND KO-DISPATCH-DATE NOT > WS-MONTH-END THEN
       ADD 1 TO WS-DISPATCHED-COUNT
       MOVE KO-OPEN-DATE TO WS-WALK-DATE
       PERFORM SET-DAY-NUMBER
       MOVE WS-DAY-NUMBER TO WS-FROM-DAY-NUMBER
       MOVE KO-DISPATCH-DATE TO WS-WALK-DATE
       PERFORM MEASURE-DAYS
       ADD WS-DAYS-BETWEEN TO WS-TO-DISPATCH-SUM
       IF WS-DAYS-BETWEEN > WS-TO-DISPATCH-WORST THEN
           MOVE WS-DAYS-BETWEEN TO WS-TO-DISPATCH-WORST
       END-IF
   END-IF.
   IF KO-CLEAR-DATE > ZERO
      AND KO-CLEAR-DATE(1:6) = WS-REPORT-MONTH
      AND KO-CLEAR-DATE NOT > WS-MONTH-END THEN
       ADD 1 TO WS-CLOSED-COUNT
       IF KO-DISPATCH-DATE > ZERO THEN
           ADD 1 TO WS-TO-CLEAR-COUNT
           MOVE KO-DISPATCH-DATE TO WS-WALK-DATE
           PERFORM SET-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-FROM-DAY-NUMBER
           MOVE KO-CLEAR-DATE TO WS-WALK-DATE
           PERFORM MEASURE-DAYS
           ADD WS-DAYS-BETWEEN TO WS-TO-CLEAR-SUM
           IF WS-DAYS-BETWEEN > WS-TO-CLEAR-WORST THEN
               MOVE WS-DAYS-BETWEEN TO WS-TO-CLEAR-WORST
           END-IF
       END-IF
   END-IF.
   IF KO-OPEN-DATE NOT > WS-MONTH-END THEN
       IF KO-CLEAR-DATE = ZERO OR KO-CLEAR-DATE > WS-MONTH-END THEN
           ADD 1 TO WS-BACKLOG-NOW
       END-IF
   END-IF.
   IF KO-OPEN-DATE NOT > WS-PRIOR-END THEN
       IF KO-CLEAR-DATE = ZERO OR KO-CLEAR-DATE > WS-PRIOR-END THEN
           ADD 1 TO WS-BACKLOG-PRIOR
       END-IF
   END-IF.

*> One outstanding order: its zone class, its age in days since it
*> was raised, its band, and its standing against its class's SLA.
AGE-ORDER.
   ADD 1 TO WS-OUTSTANDING-COUNT.
   MOVE KO-X TO ZL-X.
   MOVE KO-Y TO ZL-Y.
   MOVE 'C' TO WS-ZONE-MODE.
   CALL "DAY5B-ZONES" USING WS-ZONE-MODE, OMITTED, WS-ZONE-BREACH,
       ZONE-LOOKUP.
   EVALUATE ZL-CLASS
       WHEN "FACILITY"
           MOVE 1 TO AC-IDX
       WHEN "PIPELINE"
           MOVE 2 TO AC-IDX
       WHEN "TRANSIT"
           MOVE 3 TO AC-IDX
       WHEN OTHER
           MOVE 4 TO AC-IDX
   END-EVALUATE.
   IF ZL-WEIGHT = 0 THEN
       MOVE 4 TO AC-IDX
   END-IF.
   IF KO-STATUS = 'O' THEN
       MOVE 1 TO AC-STATUS-IDX
       MOVE "OPEN" TO WS-STATUS-NAME
   ELSE
       MOVE 2 TO AC-STATUS-IDX
       MOVE "DISPATCHED" TO WS-STATUS-NAME
   END-IF.
   MOVE KO-OPEN-DATE TO WS-WALK-DATE.
   PERFORM SET-DAY-NUMBER.
   IF WS-RUN-DAY-NUMBER > WS-DAY-NUMBER THEN
       SUBTRACT WS-DAY-NUMBER FROM WS-RUN-DAY-NUMBER GIVING WS-AGE-DAYS
   ELSE
       MOVE ZERO TO WS-AGE-DAYS
   END-IF.
   MOVE 5 TO AC-BAND-IDX.
   IF WS-AGE-DAYS NOT > WS-BAND-LIMIT(4) THEN
       MOVE 4 TO AC-BAND-IDX
   END-IF.
   IF WS-AGE-DAYS NOT > WS-BAND-LIMIT(3) THEN
       MOVE 3 TO AC-BAND-IDX
   END-IF.
   IF WS-AGE-DAYS NOT > WS-BAND-LIMIT(2) THEN
       MOVE 2 TO AC-BAND-IDX
   END-IF.
   IF WS-AGE-DAYS NOT > WS-BAND-LIMIT(1) THEN
       MOVE 1 TO AC-BAND-IDX
   END-IF.
   ADD 1 TO AC-BAND-COUNT(AC-IDX, AC-STATUS-IDX, AC-BAND-IDX).
   ADD 1 TO AC-TOTAL(AC-IDX, AC-STATUS-IDX).
   PERFORM CHECK-SLA.

*> A level of zero is not enforced; a breach means strictly older than
*> the level, and critical outranks warning for both the record and
*> the code - DAY5B-ALERT's CHECK-METRIC rule.
CHECK-SLA.
   MOVE SPACES TO WS-BREACH-SEV.
   IF AC-SLA-CRIT(AC-IDX) > 0
      AND WS-AGE-DAYS > AC-SLA-CRIT(AC-IDX) THEN
       MOVE "CRITICAL " TO WS-BREACH-SEV
       MOVE AC-SLA-CRIT(AC-IDX) TO WS-BREACH-LIMIT
       ADD 1 TO WS-CRITICAL-COUNT
       IF WS-AGING-RC < 8 THEN
           MOVE 8 TO WS-AGING-RC
       END-IF
   ELSE
       IF AC-SLA-WARN(AC-IDX) > 0
          AND WS-AGE-DAYS > AC-SLA-WARN(AC-IDX) THEN
           MOVE "WARNING  " TO WS-BREACH-SEV
           MOVE AC-SLA-WARN(AC-IDX) TO WS-BREACH-LIMIT
           ADD 1 TO WS-WARNING-COUNT
           IF WS-AGING-RC < 4 THEN
               MOVE 4 TO WS-AGING-RC
           END-IF
       END-IF
   END-IF.
   IF WS-BREACH-SEV NOT = SPACES THEN
       ADD 1 TO AC-BREACHED(AC-IDX, AC-STATUS-IDX)
       PERFORM WRITE-ALERT
       IF BR-COUNT < WS-BR-MAX THEN
           PERFORM TABLE-BREACH
       ELSE
           ADD 1 TO WS-BR-OVERFLOW
       END-IF
   END-IF.

TABLE-BREACH.
   ADD 1 TO BR-COUNT.
   MOVE WS-BREACH-SEV TO BR-SEV(BR-COUNT).
   MOVE KO-ORDER-NO TO BR-ORDER-NO(BR-COUNT).
   MOVE KO-X TO BR-X(BR-COUNT).
   MOVE KO-Y TO BR-Y(BR-COUNT).
   MOVE AC-CLASS(AC-IDX) TO BR-CLASS(BR-COUNT).
   MOVE WS-STATUS-NAME TO BR-STATUS(BR-COUNT).
   MOVE WS-AGE-DAYS TO BR-AGE(BR-COUNT).
   MOVE WS-BREACH-LIMIT TO BR-LIMIT(BR-COUNT).
   MOVE KO-CREW-ID TO BR-CREW(BR-COUNT).

*> One alert record per order past its SLA, named for the class so
*> on-call can tell a FACILITY page from an open-field one at a glance.
WRITE-ALERT.
   IF WS-ALERT-OPEN = 'N' THEN
       PERFORM OPEN-ALERT-FILE
   END-IF.
   MOVE WS-BREACH-SEV TO WS-AL-SEV.
   MOVE SPACES TO WS-AL-NAME.
   STRING "SLA-" DELIMITED BY SIZE
       AC-CLASS(AC-IDX) DELIMITED BY " "
       INTO WS-AL-NAME.
   MOVE WS-AGE-DAYS TO WS-AL-VALUE.
   MOVE WS-BREACH-LIMIT TO WS-AL-LIMIT.
   COMPUTE WS-AL-EXCESS = WS-AGE-DAYS - WS-BREACH-LIMIT.
   MOVE KO-ORDER-NO TO WS-AL-ORDER.
   MOVE KO-X TO WS-AL-X.
   MOVE KO-Y TO WS-AL-Y.
   MOVE WS-ALERT-LINE TO ALERT-REC.
   WRITE ALERT-REC.
   DISPLAY "DAY5B-AGING: " WS-ALERT-LINE.

OPEN-ALERT-FILE.
   OPEN EXTEND AlertFile.
   IF WS-ALERT-STATUS = "35" THEN
       OPEN OUTPUT AlertFile
   END-IF.
   IF WS-ALERT-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-AGING: UNABLE TO OPEN ALERT FILE - STATUS "
           WS-ALERT-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE 'Y' TO WS-ALERT-OPEN.

*> Days from the day number in WS-FROM-DAY-NUMBER to the date in
*> WS-WALK-DATE; a date ahead of it - a master stamped on a later run
*> date than today's - counts as none.
MEASURE-DAYS.
   PERFORM SET-DAY-NUMBER.
   IF WS-DAY-NUMBER > WS-FROM-DAY-NUMBER THEN
       SUBTRACT WS-FROM-DAY-NUMBER FROM WS-DAY-NUMBER
           GIVING WS-DAYS-BETWEEN
   ELSE
       MOVE ZERO TO WS-DAYS-BETWEEN
   END-IF.

*> Day number of WS-WALK-DATE: the days in every whole year before
*> it, leap days included, then the days in its year so far.
SET-DAY-NUMBER.
   SUBTRACT 1 FROM WS-WD-YYYY GIVING WS-DN-YEARS.
   MULTIPLY WS-DN-YEARS BY 365 GIVING WS-DAY-NUMBER.
   DIVIDE WS-DN-YEARS BY 4 GIVING WS-DN-QUOT.
   ADD WS-DN-QUOT TO WS-DAY-NUMBER.
   DIVIDE WS-DN-YEARS BY 100 GIVING WS-DN-QUOT.
   SUBTRACT WS-DN-QUOT FROM WS-DAY-NUMBER.
   DIVIDE WS-DN-YEARS BY 400 GIVING WS-DN-QUOT.
   ADD WS-DN-QUOT TO WS-DAY-NUMBER.
   ADD WS-DAYS-BEFORE-MONTH(WS-WD-MM) TO WS-DAY-NUMBER.
   ADD WS-WD-DD TO WS-DAY-NUMBER.
   IF WS-WD-MM > 2 THEN
       PERFORM SET-LEAP-YEAR
       IF WS-LEAP-YEAR = 'Y' THEN
           ADD 1 TO WS-DAY-NUMBER
       END-IF
   END-IF.

*> Days in the month under WS-WALK-DATE, leap Februaries included.
SET-MONTH-DAYS.
   EVALUATE WS-WD-MM
       WHEN 4
       WHEN 6
       WHEN 9
       WHEN 11
           MOVE 30 TO WS-MONTH-DAYS
       WHEN 2
           PERFORM SET-LEAP-YEAR
           IF WS-LEAP-YEAR = 'Y' THEN
               MOVE 29 TO WS-MONTH-DAYS
           ELSE
               MOVE 28 TO WS-MONTH-DAYS
           END-IF
       WHEN OTHER
           MOVE 31 TO WS-MONTH-DAYS
   END-EVALUATE.

SET-LEAP-YEAR.
   DIVIDE WS-WD-YYYY BY 4 GIVING WS-DN-QUOT REMAINDER WS-LEAP-REM4.
   DIVIDE WS-WD-YYYY BY 100 GIVING WS-DN-QUOT REMAINDER WS-LEAP-REM100.
   DIVIDE WS-WD-YYYY BY 400 GIVING WS-DN-QUOT REMAINDER WS-LEAP-REM400.
   IF WS-LEAP-REM400 = 0
      OR (WS-LEAP-REM4 = 0 AND WS-LEAP-REM100 NOT = 0) THEN
       MOVE 'Y' TO WS-LEAP-YEAR
   ELSE
       MOVE 'N' TO WS-LEAP-YEAR
   END-IF.

*> Bands first, then the orders past SLA by name, then the month.
WRITE-AGING-REPORT.
   OPEN OUTPUT AgingFile.
   IF WS-AGING-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-AGING: UNABLE TO OPEN AGING REPORT - STATUS "
           WS-AGING-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE WS-RUN-DATE TO WS-HL-DATE.
   MOVE WS-AREA-ID TO WS-HL-AREA.
   MOVE WS-HEADER-LINE TO AGING-REC.
   WRITE AGING-REC.
   IF WS-SLA-LOADED = 'N' THEN
       MOVE WS-NO-SLA-LINE TO AGING-REC
       WRITE AGING-REC
   END-IF.
   MOVE SPACES TO AGING-REC.
   WRITE AGING-REC.
   MOVE WS-BAND-HEADER TO AGING-REC.
   WRITE AGING-REC.
   PERFORM WRITE-CLASS-LINES VARYING AC-IDX FROM 1 BY 1
       UNTIL AC-IDX > 4.
   MOVE WS-OUTSTANDING-COUNT TO WS-BT-COUNT.
   ADD WS-WARNING-COUNT WS-CRITICAL-COUNT GIVING WS-BT-BREACHED.
   MOVE WS-CRITICAL-COUNT TO WS-BT-CRITICAL.
   MOVE WS-BAND-TOTAL-LINE TO AGING-REC.
   WRITE AGING-REC.
   MOVE SPACES TO AGING-REC.
   WRITE AGING-REC.
   PERFORM WRITE-BREACHES.
   MOVE SPACES TO AGING-REC.
   WRITE AGING-REC.
   PERFORM WRITE-MONTH-FIGURES.
   CLOSE AgingFile.

WRITE-CLASS-LINES.
   PERFORM WRITE-BAND-LINE VARYING AC-STATUS-IDX FROM 1 BY 1
       UNTIL AC-STATUS-IDX > 2.

WRITE-BAND-LINE.
   MOVE AC-CLASS(AC-IDX) TO WS-BL-CLASS.
   IF AC-STATUS-IDX = 1 THEN
       MOVE "OPEN" TO WS-BL-STATUS
   ELSE
       MOVE "DISPATCHED" TO WS-BL-STATUS
   END-IF.
   PERFORM MOVE-BAND-COUNT VARYING AC-BAND-IDX FROM 1 BY 1
       UNTIL AC-BAND-IDX > 5.
   MOVE AC-TOTAL(AC-IDX, AC-STATUS-IDX) TO WS-BL-TOTAL.
   MOVE AC-SLA-WARN(AC-IDX) TO WS-BL-SLA.
   MOVE AC-SLA-CRIT(AC-IDX) TO WS-BL-CRIT.
   MOVE AC-BREACHED(AC-IDX, AC-STATUS-IDX) TO WS-BL-BREACHED.
   MOVE WS-BAND-LINE TO AGING-REC.
   WRITE AGING-REC.

MOVE-BAND-COUNT.
   MOVE AC-BAND-COUNT(AC-IDX, AC-STATUS-IDX, AC-BAND-IDX)
       TO WS-BL-BAND(AC-BAND-IDX).

WRITE-BREACHES.
   MOVE WS-BREACH-HEADER TO AGING-REC.
   WRITE AGING-REC.
   IF BR-COUNT = 0 THEN
       MOVE WS-NO-BREACH-LINE TO AGING-REC
       WRITE AGING-REC
   END-IF.
   PERFORM WRITE-BREACH-LINE VARYING BR-IDX FROM 1 BY 1
       UNTIL BR-IDX > BR-COUNT.
   IF WS-BR-OVERFLOW > 0 THEN
       MOVE WS-BR-OVERFLOW TO WS-BO-COUNT
       MOVE WS-BREACH-OVERFLOW-LINE TO AGING-REC
       WRITE AGING-REC
   END-IF.

WRITE-BREACH-LINE.
   MOVE BR-SEV(BR-IDX) TO WS-BD-SEV.
   MOVE BR-ORDER-NO(BR-IDX) TO WS-BD-ORDER.
   MOVE BR-X(BR-IDX) TO WS-BD-X.
   MOVE BR-Y(BR-IDX) TO WS-BD-Y.
   MOVE BR-CLASS(BR-IDX) TO WS-BD-CLASS.
   MOVE BR-STATUS(BR-IDX) TO WS-BD-STATUS.
   MOVE BR-AGE(BR-IDX) TO WS-BD-AGE.
   MOVE BR-LIMIT(BR-IDX) TO WS-BD-LIMIT.
   MOVE BR-CREW(BR-IDX) TO WS-BD-CREW.
   MOVE WS-BREACH-LINE TO AGING-REC.
   WRITE AGING-REC.

WRITE-MONTH-FIGURES.
   MOVE WS-REPORT-MONTH TO WS-MH-MONTH.
   MOVE WS-MONTH-END TO WS-MH-END.
   MOVE WS-MONTH-HEADER TO AGING-REC.
   WRITE AGING-REC.
   MOVE "ORDERS RAISED:" TO WS-FL-LABEL.
   MOVE WS-RAISED-COUNT TO WS-FL-COUNT.
   PERFORM WRITE-FIGURE-LINE.
   MOVE "ORDERS DISPATCHED:" TO WS-FL-LABEL.
   MOVE WS-DISPATCHED-COUNT TO WS-FL-COUNT.
   PERFORM WRITE-FIGURE-LINE.
   MOVE "ORDERS CLOSED:" TO WS-FL-LABEL.
   MOVE WS-CLOSED-COUNT TO WS-FL-COUNT.
   PERFORM WRITE-FIGURE-LINE.
   MOVE "OPEN TO DISPATCH" TO WS-DL-LABEL.
   MOVE WS-DISPATCHED-COUNT TO WS-DL-COUNT.
   IF WS-DISPATCHED-COUNT > 0 THEN
       COMPUTE WS-MEAN-DAYS ROUNDED =
           WS-TO-DISPATCH-SUM / WS-DISPATCHED-COUNT
   ELSE
       MOVE ZERO TO WS-MEAN-DAYS
   END-IF.
   MOVE WS-MEAN-DAYS TO WS-DL-MEAN.
   MOVE WS-TO-DISPATCH-WORST TO WS-DL-WORST.
   MOVE WS-DURATION-LINE TO AGING-REC.
   WRITE AGING-REC.
   MOVE "DISPATCH TO CLEAR" TO WS-DL-LABEL.
   MOVE WS-TO-CLEAR-COUNT TO WS-DL-COUNT.
   IF WS-TO-CLEAR-COUNT > 0 THEN
       COMPUTE WS-MEAN-DAYS ROUNDED =
           WS-TO-CLEAR-SUM / WS-TO-CLEAR-COUNT
   ELSE
       MOVE ZERO TO WS-MEAN-DAYS
   END-IF.
   MOVE WS-MEAN-DAYS TO WS-DL-MEAN.
   MOVE WS-TO-CLEAR-WORST TO WS-DL-WORST.
   MOVE WS-DURATION-LINE TO AGING-REC.
   WRITE AGING-REC.
   MOVE "POINTS RE-OPENED UNDER A NEW ORDER:" TO WS-FL-LABEL.
   MOVE WS-REOPENED-COUNT TO WS-FL-COUNT.
   PERFORM WRITE-FIGURE-LINE.
   MOVE WS-MONTH-END TO WS-BK-END.
   MOVE WS-BACKLOG-NOW TO WS-BK-NOW.
   MOVE WS-PRIOR-END TO WS-BK-PRIOR-END.
   MOVE WS-BACKLOG-PRIOR TO WS-BK-PRIOR.
   SUBTRACT WS-BACKLOG-PRIOR FROM WS-BACKLOG-NOW
       GIVING WS-BACKLOG-CHANGE.
   MOVE WS-BACKLOG-CHANGE TO WS-BK-CHANGE.
   MOVE WS-BACKLOG-LINE TO AGING-REC.
   WRITE AGING-REC.

WRITE-FIGURE-LINE.
   MOVE WS-FIGURE-LINE TO AGING-REC.
   WRITE AGING-REC.
