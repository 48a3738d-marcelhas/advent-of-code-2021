       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DAY5B-ASSIGN.
*> Nightly crew assignment over the work-order master DAY5B-ORDERS
*> maintains, replacing the desk's first hour of every shift spent
*> routing crews by hand off hotspots.txt and the sector report. Every
*> OPEN order is ranked by its zone-weighted priority - the overlap
*> count the order last showed, times the weight of the DAY5B-ZONES
*> zone its point falls in, open field counting once - then by that
*> overlap count, oldest order first on a tie. Each crew on the crew
*> master is filled to its daily capacity from the top of the ranking,
*> working outward from its home 100x100 sector one ring of sectors at
*> a time, so a crew only crosses the area once the work near home is
*> taken. Orders inside a FACILITY or PIPELINE zone only go to a crew
*> cleared for those zones.
*>
*> Every order routed is stamped with the crew and the run date, and
*> a route sheet per crew is printed, worst stop first, with the
*> orders nobody could take listed at the foot. An OPEN order routed
*> on an earlier night but never marked dispatched is simply ranked
*> again - capacity is daily, so yesterday's routing that the desk did
*> not act on carries no claim on tonight's. DISPATCHED orders are
*> left alone: a crew is already on them. Run after DAY5B-ORDERS.
*>
*> Crew records: "<crew-id> <sx>,<sy> <size> <capacity> <cleared>",
*> one per crew, where <sx>,<sy> is the home sector as the sector
*> report numbers it (1-10 each way), <capacity> the orders the crew
*> can work in a day, and <cleared> Y or N for FACILITY/PIPELINE work.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Logical DD-style names resolved the same way DAY5B-DRAW's
    *> "INPUT" is; INITIALIZE-DSNS below defaults them to the daily
    *> suite's own datasets when the scheduler hasn't said otherwise.
    SELECT CrewFile ASSIGN TO "CREWS"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-CREW-STATUS.

    SELECT OrderFile ASSIGN TO "WORKORDERS"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS WO-KEY
        FILE STATUS IS WS-ORDER-STATUS.

    SELECT RouteFile ASSIGN TO "ROUTES"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-ROUTE-STATUS.

    SELECT SORT-WORK ASSIGN TO "assign_sortwork.tmp".

DATA DIVISION.
FILE SECTION.
FD CrewFile.
01 CREW-REC PIC X(40).
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
FD RouteFile.
01 ROUTE-REC PIC X(100).
*> Work file SORT uses to rank the OPEN orders.
SD SORT-WORK.
01 SD-REC.
   05 SD-PRIORITY PIC 9(5).
   05 SD-COUNT PIC 9(3).
   05 SD-ORDER-NO PIC 9(6).
   05 SD-X PIC 9(3).
   05 SD-Y PIC 9(3).
   05 SD-CLASS PIC X(8).

WORKING-STORAGE SECTION.
01 WS-CREW-STATUS PIC X(2).
01 WS-ORDER-STATUS PIC X(2).
01 WS-ROUTE-STATUS PIC X(2).
01 WS-CREW-EOF PIC X(1).
01 WS-ORDER-EOF PIC X(1).
01 WS-SORT-EOF PIC X(1).
01 WS-DSN-OVERRIDE PIC X(40).
*> Survey-area identifier from environment AREA - spaces in the
*> single-area shop, which leaves every default name exactly as it
*> has always been; set per scheduler definition it prefixes them so
*> each area routes its own crews over its own order master.
01 WS-AREA-ID PIC X(8).
01 WS-DD-BASE PIC X(30).
01 WS-DD-DEFAULT PIC X(40).
01 WS-RUN-DATE PIC 9(8).
*> Zone lookup through DAY5B-ZONES' mode 'C', one order at a time.
01 WS-ZONE-MODE PIC X(1).
01 WS-ZONE-BREACH PIC 9(5) VALUE ZERO.
01 ZONE-LOOKUP.
   05 ZL-X PIC 9(3).
   05 ZL-Y PIC 9(3).
   05 ZL-CLASS PIC X(8).
   05 ZL-WEIGHT PIC 9(2).
*> The crew master as loaded, with the orders routed to each so far.
01 CREW-TABLE.
   05 CR-COUNT PIC 9(2) VALUE ZERO.
   05 CR-ENTRY OCCURS 20 TIMES.
      10 CR-ID PIC X(8).
      10 CR-SX PIC 9(2).
      10 CR-SY PIC 9(2).
      10 CR-SIZE PIC 9(2).
      10 CR-CAPACITY PIC 9(3).
      10 CR-CLEARED PIC X(1).
      10 CR-ASSIGNED PIC 9(3).
01 CR-IDX PIC 9(2).
*> Tokens unstrung off a crew record, staged through text fields so a
*> garbled record stops the run with the record named instead of a
*> data exception - same idiom as DAY5B-ZONES' zone parse.
01 WS-CR-ID-TXT PIC X(8).
01 WS-CR-SECTOR-TXT PIC X(9).
01 WS-CR-SIZE-TXT PIC X(4).
01 WS-CR-CAPACITY-TXT PIC X(4).
01 WS-CR-CLEARED-TXT PIC X(4).
01 WS-CR-SX-TXT PIC X(4).
01 WS-CR-SY-TXT PIC X(4).
*> One numeric token under CHECK-TOKEN, the widest it may be, and the
*> verdict.
01 WS-TOKEN-TXT PIC X(4).
01 WS-TOKEN-MAX PIC 9(1).
01 WS-TOKEN-OK PIC X(1).
01 WS-TXT-LEN PIC 9(2).
*> The OPEN orders in ranked order, with the sector each sits in and
*> the crew (by CREW-TABLE slot) it has been routed to - zero while
*> unrouted. Orders ranked below the table's end stay unrouted for
*> the night and are counted on the console.
01 ORDER-TABLE.
   05 OT-COUNT PIC 9(4) VALUE ZERO.
   05 OT-ENTRY OCCURS 2000 TIMES.
      10 OT-X PIC 9(3).
      10 OT-Y PIC 9(3).
      10 OT-ORDER-NO PIC 9(6).
      10 OT-SX PIC 9(2).
      10 OT-SY PIC 9(2).
      10 OT-CLASS PIC X(8).
      10 OT-OVERLAP PIC 9(3).
      10 OT-PRIORITY PIC 9(5).
      10 OT-CREW PIC 9(2).
01 OT-IDX PIC 9(4).
01 WS-OT-MAX PIC 9(4) VALUE 2000.
*> Ring of sectors around a crew's home sector under fill - 0 is the
*> home sector itself, 1 the eight around it, and so on out to 9,
*> which reaches every corner of the 10x10 sector grid.
01 WS-RING PIC 9(2).
01 WS-SECTOR-DIST PIC 9(2).
01 WS-DIST-X PIC 9(2).
01 WS-DIST-Y PIC 9(2).
01 WS-SEC-REM PIC 9(3).
01 WS-STOP-NO PIC 9(3).
*> Counts for the closing summary.
01 WS-RANKED-COUNT PIC 9(5) VALUE ZERO.
01 WS-ROUTED-COUNT PIC 9(5) VALUE ZERO.
01 WS-UNROUTED-COUNT PIC 9(5) VALUE ZERO.
01 WS-OVERFLOW-COUNT PIC 9(5) VALUE ZERO.
01 WS-ROUTE-HEADER.
   05 FILLER PIC X(17) VALUE "ROUTE SHEET CREW ".
   05 WS-RH-CREW PIC X(8).
   05 FILLER PIC X(6) VALUE " DATE ".
   05 WS-RH-DATE PIC 9(8).
   05 FILLER PIC X(14) VALUE " HOME SECTOR (".
   05 WS-RH-SX PIC Z9.
   05 FILLER PIC X(1) VALUE ",".
   05 WS-RH-SY PIC Z9.
   05 FILLER PIC X(7) VALUE ") SIZE ".
   05 WS-RH-SIZE PIC Z9.
   05 FILLER PIC X(10) VALUE " CAPACITY ".
   05 WS-RH-CAPACITY PIC ZZ9.
   05 FILLER PIC X(15) VALUE " ZONE CLEARED: ".
   05 WS-RH-CLEARED PIC X(1).
01 WS-ROUTE-STOP-LINE.
   05 FILLER PIC X(7) VALUE "  STOP ".
   05 WS-RS-STOP PIC ZZ9.
   05 FILLER PIC X(7) VALUE " ORDER ".
   05 WS-RS-ORDER PIC 9(6).
   05 FILLER PIC X(8) VALUE " POINT (".
   05 WS-RS-X PIC ZZZ9.
   05 FILLER PIC X(1) VALUE ",".
   05 WS-RS-Y PIC ZZZ9.
   05 FILLER PIC X(10) VALUE ") SECTOR (".
   05 WS-RS-SX PIC Z9.
   05 FILLER PIC X(1) VALUE ",".
   05 WS-RS-SY PIC Z9.
   05 FILLER PIC X(7) VALUE ") ZONE ".
   05 WS-RS-CLASS PIC X(8).
   05 FILLER PIC X(9) VALUE " OVERLAP ".
   05 WS-RS-COUNT PIC ZZ9.
   05 FILLER PIC X(10) VALUE " PRIORITY ".
   05 WS-RS-PRIORITY PIC ZZZZ9.
01 WS-ROUTE-TOTAL-LINE.
   05 FILLER PIC X(2) VALUE SPACES.
   05 WS-RT-COUNT PIC ZZ9.
   05 FILLER PIC X(27) VALUE " ORDERS ROUTED OF CAPACITY ".
   05 WS-RT-CAPACITY PIC ZZ9.
01 WS-UNROUTED-HEADER.
   05 FILLER PIC X(24) VALUE "UNROUTED OPEN ORDERS    ".
   05 FILLER PIC X(6) VALUE " DATE ".
   05 WS-UH-DATE PIC 9(8).

PROCEDURE DIVISION.
ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
PERFORM INITIALIZE-DSNS.
PERFORM LOAD-CREWS.

MOVE 'L' TO WS-ZONE-MODE.
CALL "DAY5B-ZONES" USING WS-ZONE-MODE, OMITTED, WS-ZONE-BREACH,
    ZONE-LOOKUP.

PERFORM OPEN-ORDER-MASTER.
SORT SORT-WORK ON DESCENDING KEY SD-PRIORITY SD-COUNT
    ON ASCENDING KEY SD-ORDER-NO
    INPUT PROCEDURE IS BUILD-SORT-INPUT
    OUTPUT PROCEDURE IS LOAD-RANKED-ORDERS.

PERFORM FILL-RING VARYING WS-RING FROM 0 BY 1 UNTIL WS-RING > 9.
PERFORM STAMP-ORDER VARYING OT-IDX FROM 1 BY 1 UNTIL OT-IDX > OT-COUNT.
CLOSE OrderFile.
PERFORM WRITE-ROUTE-SHEETS.

SUBTRACT WS-ROUTED-COUNT FROM WS-RANKED-COUNT GIVING WS-UNROUTED-COUNT.
DISPLAY "DAY5B-ASSIGN: RANKED " WS-RANKED-COUNT
    " ROUTED " WS-ROUTED-COUNT
    " UNROUTED " WS-UNROUTED-COUNT
    " CREWS " CR-COUNT.
IF WS-OVERFLOW-COUNT > 0 THEN
    DISPLAY "DAY5B-ASSIGN: " WS-OVERFLOW-COUNT " LOWEST-RANKED ORDERS "
        "BEYOND THE " WS-OT-MAX "-ORDER TABLE LEFT UNROUTED"
END-IF.
STOP RUN.

*> Defaults the DD names to the daily suite's own datasets when the
*> scheduler left them unset, the same defaulting idiom DAY5B-ORDERS
*> uses for its datasets.
INITIALIZE-DSNS.
   ACCEPT WS-AREA-ID FROM ENVIRONMENT "AREA".
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_CREWS".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "crews.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_CREWS" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_WORKORDERS".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "workorders.dat" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_WORKORDERS" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_ROUTES".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "routesheets.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_ROUTES" UPON ENVIRONMENT-NAME
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

*> A missing crew master is a hard failure: a night with nobody to
*> route to must not look like a night with nothing to route.
LOAD-CREWS.
   MOVE 'N' TO WS-CREW-EOF.
   OPEN INPUT CrewFile.
   IF WS-CREW-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-ASSIGN: UNABLE TO OPEN CREW MASTER - STATUS "
           WS-CREW-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   PERFORM LOAD-CREW-REC UNTIL WS-CREW-EOF = 'Y'.
   CLOSE CrewFile.
   IF CR-COUNT = 0 THEN
       DISPLAY "DAY5B-ASSIGN: CREW MASTER HOLDS NO CREWS"
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

LOAD-CREW-REC.
   READ CrewFile
       AT END MOVE 'Y' TO WS-CREW-EOF
       NOT AT END
           IF CREW-REC NOT = SPACES THEN
               PERFORM PARSE-CREW
           END-IF
   END-READ.

*> One crew record. A record this run cannot make sense of stops the
*> run on the spot, the way a bad zone record does - a crew silently
*> dropped is a night's work silently not routed.
PARSE-CREW.
   IF CR-COUNT = 20 THEN
       DISPLAY "DAY5B-ASSIGN: CREW TABLE FULL - CANNOT LOAD: " CREW-REC
       PERFORM FAIL-CREW
   END-IF.
   MOVE SPACES TO WS-CR-ID-TXT WS-CR-SECTOR-TXT WS-CR-SIZE-TXT
       WS-CR-CAPACITY-TXT WS-CR-CLEARED-TXT.
   UNSTRING CREW-REC DELIMITED BY ALL " "
   INTO WS-CR-ID-TXT, WS-CR-SECTOR-TXT, WS-CR-SIZE-TXT,
       WS-CR-CAPACITY-TXT, WS-CR-CLEARED-TXT.
   IF WS-CR-ID-TXT = SPACES THEN
       PERFORM FAIL-CREW
   END-IF.
   MOVE SPACES TO WS-CR-SX-TXT WS-CR-SY-TXT.
   UNSTRING WS-CR-SECTOR-TXT DELIMITED BY ","
   INTO WS-CR-SX-TXT, WS-CR-SY-TXT.
   ADD 1 TO CR-COUNT.
   MOVE WS-CR-ID-TXT TO CR-ID(CR-COUNT).
   MOVE WS-CR-SX-TXT TO WS-TOKEN-TXT.
   MOVE 2 TO WS-TOKEN-MAX.
   PERFORM CHECK-TOKEN.
   MOVE WS-CR-SX-TXT TO CR-SX(CR-COUNT).
   MOVE WS-CR-SY-TXT TO WS-TOKEN-TXT.
   PERFORM CHECK-TOKEN.
   MOVE WS-CR-SY-TXT TO CR-SY(CR-COUNT).
   MOVE WS-CR-SIZE-TXT TO WS-TOKEN-TXT.
   PERFORM CHECK-TOKEN.
   MOVE WS-CR-SIZE-TXT TO CR-SIZE(CR-COUNT).
   MOVE WS-CR-CAPACITY-TXT TO WS-TOKEN-TXT.
   MOVE 3 TO WS-TOKEN-MAX.
   PERFORM CHECK-TOKEN.
   MOVE WS-CR-CAPACITY-TXT TO CR-CAPACITY(CR-COUNT).
   IF CR-SX(CR-COUNT) < 1 OR CR-SX(CR-COUNT) > 10
      OR CR-SY(CR-COUNT) < 1 OR CR-SY(CR-COUNT) > 10
      OR CR-SIZE(CR-COUNT) = 0 THEN
       PERFORM FAIL-CREW
   END-IF.
   IF WS-CR-CLEARED-TXT = "Y" OR WS-CR-CLEARED-TXT = "N" THEN
       MOVE WS-CR-CLEARED-TXT TO CR-CLEARED(CR-COUNT)
   ELSE
       PERFORM FAIL-CREW
   END-IF.
   MOVE ZERO TO CR-ASSIGNED(CR-COUNT).

*> The token in WS-TOKEN-TXT must be all digits ahead of its pad
*> spaces and no wider than WS-TOKEN-MAX of them, so the numeric MOVE
*> after it lands clean.
CHECK-TOKEN.
   MOVE ZERO TO WS-TXT-LEN.
   INSPECT WS-TOKEN-TXT
       TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-TXT-LEN = 0 OR WS-TXT-LEN > WS-TOKEN-MAX
      OR WS-TOKEN-TXT(1:WS-TXT-LEN) NOT NUMERIC THEN
       PERFORM FAIL-CREW
   END-IF.

FAIL-CREW.
   DISPLAY "DAY5B-ASSIGN: BAD CREW RECORD: " CREW-REC.
   CLOSE CrewFile.
   MOVE 16 TO RETURN-CODE.
   STOP RUN.

*> No master at all means DAY5B-ORDERS has never run - nothing to
*> route, and nothing to say beyond that.
OPEN-ORDER-MASTER.
   OPEN I-O OrderFile.
   IF WS-ORDER-STATUS = "35" THEN
       DISPLAY "DAY5B-ASSIGN: NO WORK-ORDER MASTER - RUN "
           "DAY5B-ORDERS FIRST"
       STOP RUN
   END-IF.
   IF WS-ORDER-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-ASSIGN: UNABLE TO OPEN ORDER MASTER - STATUS "
           WS-ORDER-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

*> Feeds SORT-WORK one record per OPEN order, walking the master in
*> key order, with the zone-weighted priority worked out on the way.
BUILD-SORT-INPUT.
   MOVE 'N' TO WS-ORDER-EOF.
   MOVE ZERO TO WO-X.
   MOVE ZERO TO WO-Y.
   START OrderFile KEY NOT < WO-KEY
       INVALID KEY MOVE 'Y' TO WS-ORDER-EOF
   END-START.
   PERFORM RELEASE-OPEN-ORDER UNTIL WS-ORDER-EOF = 'Y'.

RELEASE-OPEN-ORDER.
   READ OrderFile NEXT
       AT END MOVE 'Y' TO WS-ORDER-EOF
       NOT AT END
           IF WO-STATUS = 'O' THEN
               PERFORM RANK-ORDER
           END-IF
   END-READ.

*> Open field carries weight one, so a 3-line overlap on a FACILITY
*> (30) still outranks a 9-line overlap in open water (9), the same
*> ordering the zone-weighted priority report gives the desk.
RANK-ORDER.
   MOVE WO-X TO ZL-X.
   MOVE WO-Y TO ZL-Y.
   MOVE 'C' TO WS-ZONE-MODE.
   CALL "DAY5B-ZONES" USING WS-ZONE-MODE, OMITTED, WS-ZONE-BREACH,
       ZONE-LOOKUP.
   IF ZL-WEIGHT = 0 THEN
       MOVE 1 TO ZL-WEIGHT
       MOVE "FIELD" TO ZL-CLASS
   END-IF.
   COMPUTE SD-PRIORITY = WO-LAST-COUNT * ZL-WEIGHT.
   MOVE WO-LAST-COUNT TO SD-COUNT.
   MOVE WO-ORDER-NO TO SD-ORDER-NO.
   MOVE WO-X TO SD-X.
   MOVE WO-Y TO SD-Y.
   MOVE ZL-CLASS TO SD-CLASS.
   ADD 1 TO WS-RANKED-COUNT.
   RELEASE SD-REC.

LOAD-RANKED-ORDERS.
   MOVE 'N' TO WS-SORT-EOF.
   PERFORM RETURN-SORT-REC UNTIL WS-SORT-EOF = 'Y'.

RETURN-SORT-REC.
   RETURN SORT-WORK
       AT END MOVE 'Y' TO WS-SORT-EOF
       NOT AT END
           IF OT-COUNT < WS-OT-MAX THEN
               PERFORM TABLE-RANKED-ORDER
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
               PERFORM CLEAR-OVERFLOW-ORDER
           END-IF
   END-RETURN.

*> An order ranked past the table is unrouted tonight like any other,
*> so it loses any earlier night's routing the same way STAMP-ORDER
*> clears it.
CLEAR-OVERFLOW-ORDER.
   MOVE SD-X TO WO-X.
   MOVE SD-Y TO WO-Y.
   READ OrderFile
       INVALID KEY
           DISPLAY "DAY5B-ASSIGN: ORDER " SD-ORDER-NO
               " NO LONGER ON FILE - NOT STAMPED"
       NOT INVALID KEY
           MOVE SPACES TO WO-CREW-ID
           MOVE ZERO TO WO-ASSIGN-DATE
           REWRITE WO-REC
   END-READ.

*> The sector is the one the sector report puts the point in: raw
*> 0-99 is sector 1, 100-199 sector 2, and so on.
TABLE-RANKED-ORDER.
   ADD 1 TO OT-COUNT.
   MOVE SD-X TO OT-X(OT-COUNT).
   MOVE SD-Y TO OT-Y(OT-COUNT).
   MOVE SD-ORDER-NO TO OT-ORDER-NO(OT-COUNT).
   DIVIDE SD-X BY 100 GIVING OT-SX(OT-COUNT) REMAINDER WS-SEC-REM.
   ADD 1 TO OT-SX(OT-COUNT).
   DIVIDE SD-Y BY 100 GIVING OT-SY(OT-COUNT) REMAINDER WS-SEC-REM.
   ADD 1 TO OT-SY(OT-COUNT).
   MOVE SD-CLASS TO OT-CLASS(OT-COUNT).
   MOVE SD-COUNT TO OT-OVERLAP(OT-COUNT).
   MOVE SD-PRIORITY TO OT-PRIORITY(OT-COUNT).
   MOVE ZERO TO OT-CREW(OT-COUNT).

*> One ring of sectors for every crew in crew-master order: each
*> crew takes what it can from its home sector before any crew
*> reaches one ring further out, so a crew is only sent across the
*> area once the work nearer every crew's home has been taken.
FILL-RING.
   PERFORM FILL-CREW-RING VARYING CR-IDX FROM 1 BY 1
       UNTIL CR-IDX > CR-COUNT.

FILL-CREW-RING.
   PERFORM TRY-ORDER VARYING OT-IDX FROM 1 BY 1
       UNTIL OT-IDX > OT-COUNT
          OR CR-ASSIGNED(CR-IDX) >= CR-CAPACITY(CR-IDX).

*> The order under OT-IDX goes to the crew under CR-IDX when nobody
*> has it yet, it sits on the ring being filled, and the crew is
*> cleared for its zone class.
TRY-ORDER.
   IF OT-CREW(OT-IDX) = 0 THEN
       PERFORM MEASURE-SECTOR-DIST
       IF WS-SECTOR-DIST = WS-RING THEN
           IF (OT-CLASS(OT-IDX) NOT = "FACILITY"
              AND OT-CLASS(OT-IDX) NOT = "PIPELINE")
              OR CR-CLEARED(CR-IDX) = 'Y' THEN
               MOVE CR-IDX TO OT-CREW(OT-IDX)
               ADD 1 TO CR-ASSIGNED(CR-IDX)
               ADD 1 TO WS-ROUTED-COUNT
           END-IF
       END-IF
   END-IF.

*> Sector rings are square: the distance is the larger of the
*> sector-column and sector-row differences.
MEASURE-SECTOR-DIST.
   IF OT-SX(OT-IDX) > CR-SX(CR-IDX) THEN
       SUBTRACT CR-SX(CR-IDX) FROM OT-SX(OT-IDX) GIVING WS-DIST-X
   ELSE
       SUBTRACT OT-SX(OT-IDX) FROM CR-SX(CR-IDX) GIVING WS-DIST-X
   END-IF.
   IF OT-SY(OT-IDX) > CR-SY(CR-IDX) THEN
       SUBTRACT CR-SY(CR-IDX) FROM OT-SY(OT-IDX) GIVING WS-DIST-Y
   ELSE
       SUBTRACT OT-SY(OT-IDX) FROM CR-SY(CR-IDX) GIVING WS-DIST-Y
   END-IF.
   IF WS-DIST-X > WS-DIST-Y THEN
       MOVE WS-DIST-X TO WS-SECTOR-DIST
   ELSE
       MOVE WS-DIST-Y TO WS-SECTOR-DIST
   END-IF.

*> Routed orders get the crew and tonight's date; an order left
*> unrouted tonight loses any earlier night's routing the desk never
*> dispatched, so the master never names a crew that is not coming.
STAMP-ORDER.
   MOVE OT-X(OT-IDX) TO WO-X.
   MOVE OT-Y(OT-IDX) TO WO-Y.
   READ OrderFile
       INVALID KEY
           DISPLAY "DAY5B-ASSIGN: ORDER " OT-ORDER-NO(OT-IDX)
               " NO LONGER ON FILE - NOT STAMPED"
       NOT INVALID KEY
           IF OT-CREW(OT-IDX) > 0 THEN
               MOVE CR-ID(OT-CREW(OT-IDX)) TO WO-CREW-ID
               MOVE WS-RUN-DATE TO WO-ASSIGN-DATE
           ELSE
               MOVE SPACES TO WO-CREW-ID
               MOVE ZERO TO WO-ASSIGN-DATE
           END-IF
           REWRITE WO-REC
   END-READ.

*> One sheet per crew, stops in ranked order, then the orders nobody
*> could take so the desk sees what is left over.
WRITE-ROUTE-SHEETS.
   OPEN OUTPUT RouteFile.
   IF WS-ROUTE-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-ASSIGN: UNABLE TO OPEN ROUTE SHEET FILE - STATUS "
           WS-ROUTE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   PERFORM WRITE-CREW-SHEET VARYING CR-IDX FROM 1 BY 1
       UNTIL CR-IDX > CR-COUNT.
   MOVE WS-RUN-DATE TO WS-UH-DATE.
   MOVE WS-UNROUTED-HEADER TO ROUTE-REC.
   WRITE ROUTE-REC.
   MOVE ZERO TO WS-STOP-NO.
   MOVE ZERO TO CR-IDX.
   PERFORM WRITE-CREW-STOP VARYING OT-IDX FROM 1 BY 1
       UNTIL OT-IDX > OT-COUNT.
   CLOSE RouteFile.

WRITE-CREW-SHEET.
   MOVE CR-ID(CR-IDX) TO WS-RH-CREW.
   MOVE WS-RUN-DATE TO WS-RH-DATE.
   MOVE CR-SX(CR-IDX) TO WS-RH-SX.
   MOVE CR-SY(CR-IDX) TO WS-RH-SY.
   MOVE CR-SIZE(CR-IDX) TO WS-RH-SIZE.
   MOVE CR-CAPACITY(CR-IDX) TO WS-RH-CAPACITY.
   MOVE CR-CLEARED(CR-IDX) TO WS-RH-CLEARED.
   MOVE WS-ROUTE-HEADER TO ROUTE-REC.
   WRITE ROUTE-REC.
   MOVE ZERO TO WS-STOP-NO.
   PERFORM WRITE-CREW-STOP VARYING OT-IDX FROM 1 BY 1
       UNTIL OT-IDX > OT-COUNT.
   MOVE CR-ASSIGNED(CR-IDX) TO WS-RT-COUNT.
   MOVE CR-CAPACITY(CR-IDX) TO WS-RT-CAPACITY.
   MOVE WS-ROUTE-TOTAL-LINE TO ROUTE-REC.
   WRITE ROUTE-REC.
   MOVE SPACES TO ROUTE-REC.
   WRITE ROUTE-REC.

*> A stop line for every order routed to the crew under CR-IDX - or,
*> with CR-IDX zero, for every order left unrouted.
WRITE-CREW-STOP.
   IF OT-CREW(OT-IDX) = CR-IDX THEN
       ADD 1 TO WS-STOP-NO
       MOVE WS-STOP-NO TO WS-RS-STOP
       MOVE OT-ORDER-NO(OT-IDX) TO WS-RS-ORDER
       MOVE OT-X(OT-IDX) TO WS-RS-X
       MOVE OT-Y(OT-IDX) TO WS-RS-Y
       MOVE OT-SX(OT-IDX) TO WS-RS-SX
       MOVE OT-SY(OT-IDX) TO WS-RS-SY
       MOVE OT-CLASS(OT-IDX) TO WS-RS-CLASS
       MOVE OT-OVERLAP(OT-IDX) TO WS-RS-COUNT
       MOVE OT-PRIORITY(OT-IDX) TO WS-RS-PRIORITY
       MOVE WS-ROUTE-STOP-LINE TO ROUTE-REC
       WRITE ROUTE-REC
   END-IF.
