*> TRANSIT (3). A cell inside several zones is credited to the
*> heaviest one. No dataset at all just means the overlay is not in
*> use - mode 'R' then reports nothing and hands back zero.
*>
*> Mode 'C' classifies one point for a caller working off the order
*> master rather than a grid - DAY5B-ASSIGN ranking the open orders -
*> handing back the class and weight of the heaviest zone holding the
*> point in ZONE-LOOKUP. Those callers pass OMITTED for WORLD; the
*> 'L' and 'R' callers stop at WS-ZONE-BREACH and never pass it.
*>
*> Mode 'V' is DAY5B-PARMS checking a staged zone map before it may
*> come into force: the same record checks mode 'L' applies, plus a
*> check of every pair of rectangles for overlap, but nothing stops
*> the run - each problem is appended as a line to the dataset the
*> caller points DD_ZONEPRI at, and the number of problems is handed
*> back in WS-ZONE-BREACH. Two zones of the same class overlapping is
*> a problem, since neither outranks the other for the shared cells;
*> a heavier zone laid over a lighter one is the intended layering
*> (see FIND-BEST-ZONE) and is only noted. WORLD is OMITTED, as for
*> mode 'C'.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   05 WS-ZN-X-HIGH-TXT PIC X(4).
   05 WS-ZN-Y-HIGH-TXT PIC X(4).
01 WS-TXT-LEN PIC 9(2).
*> The record under the parse, numerically, once its tokens pass; and
*> 'Y' once any check has failed it.
01 WS-ZN-WEIGHT PIC 9(2).
01 WS-ZN-X-LOW PIC 9(3).
01 WS-ZN-Y-LOW PIC 9(3).
01 WS-ZN-X-HIGH PIC 9(3).
01 WS-ZN-Y-HIGH PIC 9(3).
01 WS-ZN-BAD PIC X(1).
*> Mode 'V' bookkeeping: the problem dataset, whether it is open, and
*> the second zone of the pair under the overlap check.
01 WS-PROBLEM-OPEN PIC X(1).
01 ZN-IDX2 PIC 9(2).
01 WS-PROBLEM-LINE.
   05 FILLER PIC X(8) VALUE "ZONES:  ".
   05 WS-PB-TEXT PIC X(92).
01 WS-OVERLAP-TEXT.
   05 FILLER PIC X(5) VALUE "ZONE ".
   05 WS-OT-NAME1 PIC X(12).
   05 FILLER PIC X(15) VALUE " OVERLAPS ZONE ".
   05 WS-OT-NAME2 PIC X(12).
   05 WS-OT-VERDICT PIC X(40).
*> Highest coordinate the grid holds, matching DAY5B-DRAW's bound.
01 WS-MAX-COORD PIC 9(3) VALUE 998.
*> Indexes to index WORLD and the zone table, and the raw coordinates

LINKAGE SECTION.
*> 'L' to load the zone dataset, 'R' to scan the finished grid and
*> report, 'C' to classify one point, 'V' to check a staged zone map.
01 WS-ZONE-MODE PIC X(1).
*> The caller's finished grid, scanned read-only - same layout DAY-5b
*> and DAY-5B-WEEKLY own and DAY5B-DRAW draws into.
      10 Y OCCURS 999 TIMES PIC 9(3).
      10 YHV OCCURS 999 TIMES PIC 9(3).
*> Overlap cells found inside any zone this scan - handed back for
*> DAY5B-ALERT's ZONE-BREACH metric. Mode 'V': problems found.
01 WS-ZONE-BREACH PIC 9(5).
*> Mode 'C' only: the raw point to classify, and the class and weight
*> of the zone it falls in - spaces and zero for open field.
01 ZONE-LOOKUP.
   05 ZL-X PIC 9(3).
   05 ZL-Y PIC 9(3).
   05 ZL-CLASS PIC X(8).
   05 ZL-WEIGHT PIC 9(2).

PROCEDURE DIVISION USING WS-ZONE-MODE, WORLD, WS-ZONE-BREACH,
        ZONE-LOOKUP.
EVALUATE WS-ZONE-MODE
    WHEN 'L'
        PERFORM LOAD-ZONES
    WHEN 'C'
        PERFORM CLASSIFY-POINT
    WHEN 'V'
        PERFORM VERIFY-ZONES
    WHEN OTHER
        PERFORM REPORT-ZONES
END-EVALUATE.
GOBACK.

LOAD-ZONES.
*> One zone record. A record this run cannot make sense of stops the
*> run on the spot - a mis-bounded critical zone silently ignored is
*> exactly the unwatched pumping station this dataset exists to
*> prevent. The rectangle is taken as keyed; low corner first. Each
*> check runs only while the record is still good, so a mode 'V'
*> check carries on past a bad record with nothing half-loaded.
PARSE-ZONE.
   MOVE 'N' TO WS-ZN-BAD.
   IF ZN-COUNT = 20 THEN
       DISPLAY "DAY5B-ZONES: ZONE TABLE FULL - CANNOT LOAD: " ZONE-REC
       MOVE 'Y' TO WS-ZN-BAD
   END-IF.
   MOVE SPACES TO WS-ZN-NAME-TXT WS-ZN-CLASS-TXT WS-ZN-COORD-TXT.
   UNSTRING ZONE-REC DELIMITED BY ALL " "
   INTO WS-ZN-NAME-TXT, WS-ZN-CLASS-TXT, WS-ZN-X-LOW-TXT,
       WS-ZN-Y-LOW-TXT, WS-ZN-X-HIGH-TXT, WS-ZN-Y-HIGH-TXT.
   IF WS-ZN-NAME-TXT = SPACES THEN
       MOVE 'Y' TO WS-ZN-BAD
   END-IF.
   IF WS-ZN-BAD = 'N' THEN
       EVALUATE WS-ZN-CLASS-TXT
           WHEN "FACILITY"
               MOVE 10 TO WS-ZN-WEIGHT
           WHEN "PIPELINE"
               MOVE 5 TO WS-ZN-WEIGHT
           WHEN "TRANSIT"
               MOVE 3 TO WS-ZN-WEIGHT
           WHEN OTHER
               MOVE 'Y' TO WS-ZN-BAD
       END-EVALUATE
   END-IF.
   IF WS-ZN-BAD = 'N' THEN
       PERFORM CHECK-ZONE-COORD
   END-IF.
   IF WS-ZN-BAD = 'N' THEN
       MOVE WS-ZN-X-LOW-TXT TO WS-ZN-X-LOW
       MOVE WS-ZN-Y-LOW-TXT TO WS-ZN-Y-LOW
       MOVE WS-ZN-X-HIGH-TXT TO WS-ZN-X-HIGH
       MOVE WS-ZN-Y-HIGH-TXT TO WS-ZN-Y-HIGH
       IF WS-ZN-X-LOW > WS-ZN-X-HIGH OR WS-ZN-Y-LOW > WS-ZN-Y-HIGH
          OR WS-ZN-X-HIGH > WS-MAX-COORD
          OR WS-ZN-Y-HIGH > WS-MAX-COORD THEN
           MOVE 'Y' TO WS-ZN-BAD
       END-IF
   END-IF.
   IF WS-ZN-BAD = 'Y' THEN
       PERFORM FAIL-ZONE
   ELSE
       ADD 1 TO ZN-COUNT
       MOVE WS-ZN-NAME-TXT TO ZN-NAME(ZN-COUNT)
       MOVE WS-ZN-CLASS-TXT TO ZN-CLASS(ZN-COUNT)
       MOVE WS-ZN-WEIGHT TO ZN-WEIGHT(ZN-COUNT)
       MOVE WS-ZN-X-LOW TO ZN-X-LOW(ZN-COUNT)
       MOVE WS-ZN-Y-LOW TO ZN-Y-LOW(ZN-COUNT)
       MOVE WS-ZN-X-HIGH TO ZN-X-HIGH(ZN-COUNT)
       MOVE WS-ZN-Y-HIGH TO ZN-Y-HIGH(ZN-COUNT)
       MOVE ZERO TO ZN-CELLS(ZN-COUNT)
       MOVE ZERO TO ZN-PRIORITY(ZN-COUNT)
   END-IF.

*> All four rectangle bounds at once: each token must be all digits
*> ahead of its pad spaces and no wider than three of them, so the
   MOVE ZERO TO WS-TXT-LEN.
   INSPECT WS-ZN-X-LOW-TXT
       TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-TXT-LEN = 0 OR WS-TXT-LEN > 3 THEN
       MOVE 'Y' TO WS-ZN-BAD
   ELSE
       IF WS-ZN-X-LOW-TXT(1:WS-TXT-LEN) NOT NUMERIC THEN
           MOVE 'Y' TO WS-ZN-BAD
       END-IF
   END-IF.
   MOVE ZERO TO WS-TXT-LEN.
   INSPECT WS-ZN-Y-LOW-TXT
       TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-TXT-LEN = 0 OR WS-TXT-LEN > 3 THEN
       MOVE 'Y' TO WS-ZN-BAD
   ELSE
       IF WS-ZN-Y-LOW-TXT(1:WS-TXT-LEN) NOT NUMERIC THEN
           MOVE 'Y' TO WS-ZN-BAD
       END-IF
   END-IF.
   MOVE ZERO TO WS-TXT-LEN.
   INSPECT WS-ZN-X-HIGH-TXT
       TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-TXT-LEN = 0 OR WS-TXT-LEN > 3 THEN
       MOVE 'Y' TO WS-ZN-BAD
   ELSE
       IF WS-ZN-X-HIGH-TXT(1:WS-TXT-LEN) NOT NUMERIC THEN
           MOVE 'Y' TO WS-ZN-BAD
       END-IF
   END-IF.
   MOVE ZERO TO WS-TXT-LEN.
   INSPECT WS-ZN-Y-HIGH-TXT
       TALLYING WS-TXT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
   IF WS-TXT-LEN = 0 OR WS-TXT-LEN > 3 THEN
       MOVE 'Y' TO WS-ZN-BAD
   ELSE
       IF WS-ZN-Y-HIGH-TXT(1:WS-TXT-LEN) NOT NUMERIC THEN
           MOVE 'Y' TO WS-ZN-BAD
       END-IF
   END-IF.

*> Mode 'L' stops the run; mode 'V' writes the record up as a
*> problem and carries on with the next.
FAIL-ZONE.
   IF WS-ZONE-MODE = 'V' THEN
       MOVE SPACES TO WS-PB-TEXT
       STRING "BAD ZONE RECORD: " DELIMITED BY SIZE
           ZONE-REC DELIMITED BY SIZE
           INTO WS-PB-TEXT
       PERFORM WRITE-PROBLEM
       ADD 1 TO WS-ZONE-BREACH
   ELSE
       DISPLAY "DAY5B-ZONES: BAD ZONE RECORD: " ZONE-REC
       CLOSE ZoneFile
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

*> Mode 'V': the staged zone map DD_ZONES names, checked record by
*> record as mode 'L' would load it, then every pair of the good
*> rectangles for overlap. The table is left empty afterwards so a
*> later mode 'L' in the same run unit starts clean.
VERIFY-ZONES.
   MOVE ZERO TO WS-ZONE-BREACH.
   MOVE ZERO TO ZN-COUNT.
   MOVE 'N' TO WS-PROBLEM-OPEN.
   MOVE 'N' TO WS-ZONE-EOF.
   OPEN INPUT ZoneFile.
   IF WS-ZONE-STATUS NOT = "00" THEN
       MOVE SPACES TO WS-PB-TEXT
       STRING "UNABLE TO OPEN STAGED ZONE MAP - STATUS "
           DELIMITED BY SIZE
           WS-ZONE-STATUS DELIMITED BY SIZE
           INTO WS-PB-TEXT
       PERFORM WRITE-PROBLEM
       ADD 1 TO WS-ZONE-BREACH
   ELSE
       PERFORM LOAD-ZONE-REC UNTIL WS-ZONE-EOF = 'Y'
       CLOSE ZoneFile
       PERFORM CHECK-ZONE-OVERLAPS
           VARYING ZN-IDX FROM 1 BY 1 UNTIL ZN-IDX >= ZN-COUNT
   END-IF.
   IF WS-PROBLEM-OPEN = 'Y' THEN
       CLOSE PriorityFile
   END-IF.
   MOVE ZERO TO ZN-COUNT.
   MOVE 'N' TO WS-ZONES-LOADED.

CHECK-ZONE-OVERLAPS.
   ADD 1 TO ZN-IDX GIVING ZN-IDX2.
   PERFORM CHECK-ZONE-PAIR
       VARYING ZN-IDX2 FROM ZN-IDX2 BY 1 UNTIL ZN-IDX2 > ZN-COUNT.

*> Two rectangles overlap unless one lies wholly to one side of the
*> other.
CHECK-ZONE-PAIR.
   IF ZN-X-LOW(ZN-IDX) <= ZN-X-HIGH(ZN-IDX2)
      AND ZN-X-LOW(ZN-IDX2) <= ZN-X-HIGH(ZN-IDX)
      AND ZN-Y-LOW(ZN-IDX) <= ZN-Y-HIGH(ZN-IDX2)
      AND ZN-Y-LOW(ZN-IDX2) <= ZN-Y-HIGH(ZN-IDX) THEN
       MOVE ZN-NAME(ZN-IDX) TO WS-OT-NAME1
       MOVE ZN-NAME(ZN-IDX2) TO WS-OT-NAME2
       IF ZN-WEIGHT(ZN-IDX) = ZN-WEIGHT(ZN-IDX2) THEN
           MOVE " - SAME CLASS, NEITHER OUTRANKS" TO WS-OT-VERDICT
           ADD 1 TO WS-ZONE-BREACH
       ELSE
           MOVE " - NOTE ONLY, HEAVIER CLASS WINS" TO WS-OT-VERDICT
       END-IF
       MOVE WS-OVERLAP-TEXT TO WS-PB-TEXT
       PERFORM WRITE-PROBLEM
   END-IF.

*> Problem lines are appended, so the caller can collect several
*> checks' findings on the one dataset.
WRITE-PROBLEM.
   IF WS-PROBLEM-OPEN = 'N' THEN
       OPEN EXTEND PriorityFile
       IF WS-PRI-STATUS = "35" THEN
           OPEN OUTPUT PriorityFile
       END-IF
       IF WS-PRI-STATUS NOT = "00" THEN
           DISPLAY "DAY5B-ZONES: UNABLE TO OPEN PROBLEM FILE - STATUS "
               WS-PRI-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE 'Y' TO WS-PROBLEM-OPEN
   END-IF.
   MOVE WS-PROBLEM-LINE TO PRI-REC.
   WRITE PRI-REC.

*> End-of-run scan: one pass over the grid, releasing a sort record
*> for every overlap cell inside a zone and rolling the per-zone
       ADD 1 TO X-IDX
   END-IF.

*> One point off the caller's ZONE-LOOKUP through the same
*> heaviest-zone rule the grid scan applies.
CLASSIFY-POINT.
   MOVE SPACES TO ZL-CLASS.
   MOVE ZERO TO ZL-WEIGHT.
   IF WS-ZONES-LOADED = 'Y' AND ZN-COUNT > 0 THEN
       MOVE ZL-X TO WS-RAW-X
       MOVE ZL-Y TO WS-RAW-Y
       PERFORM FIND-BEST-ZONE
       IF WS-BEST-ZONE > 0 THEN
           MOVE ZN-CLASS(WS-BEST-ZONE) TO ZL-CLASS
           MOVE ZN-WEIGHT(WS-BEST-ZONE) TO ZL-WEIGHT
       END-IF
   END-IF.

*> The heaviest zone whose rectangle contains the cell - a facility
*> zone laid inside a wider pipeline corridor wins the cell.
FIND-BEST-ZONE.
