       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DAY5B-WOCONV.
*> One-time unload/reload of the work-order master from its original
*> 48-byte record to the 64-byte record that carries the crew and
*> assignment date DAY5B-ASSIGN stamps. The indexed master cannot be
*> opened under the wider record as it stands, so this runs once,
*> before DAY5B-ASSIGN, DAY5B-RETURNS, DAY5B-AGING and the current
*> DAY5B-ORDERS, DAY5B-DISPATCH and DAY5B-HOUSEKEEP first go live.
*> The operator renames the existing master to the DD_WOOLD dataset
*> (workorders_old.dat by default) and runs this job; every order is
*> copied across field for field under the same key, unrouted - crew
*> spaces, assignment date zero - so the first nightly assignment run
*> picks up the open queue exactly as it stood. The old dataset is
*> left in place as the fallback until the new master is proven.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Logical DD-style names, defaulted by INITIALIZE-DSNS below the
    *> same way DAY5B-ORDERS defaults its datasets.
    SELECT OldOrderFile ASSIGN TO "WOOLD"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS OW-KEY
        FILE STATUS IS WS-OLD-STATUS.

    SELECT OrderFile ASSIGN TO "WORKORDERS"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS WO-KEY
        FILE STATUS IS WS-ORDER-STATUS.

DATA DIVISION.
FILE SECTION.
*> The work-order record as DAY5B-ORDERS first wrote it.
FD OldOrderFile.
01 OW-REC.
   05 OW-KEY.
      10 OW-X PIC 9(3).
      10 OW-Y PIC 9(3).
   05 OW-ORDER-NO PIC 9(6).
   05 OW-STATUS PIC X(1).
   05 OW-OPEN-DATE PIC 9(8).
   05 OW-DISPATCH-DATE PIC 9(8).
   05 OW-CLEAR-DATE PIC 9(8).
   05 OW-LAST-SEEN PIC 9(8).
   05 OW-LAST-COUNT PIC 9(3).
*> The work-order record in the layout DAY5B-ORDERS now keeps.
FD OrderFile.
01 WO-REC.
   05 WO-KEY.
      10 WO-X PIC 9(3).
      10 WO-Y PIC 9(3).
   05 WO-ORDER-NO PIC 9(6).
   *> O open, D dispatched, C cleared.
   05 WO-STATUS PIC X(1).
   05 WO-OPEN-DATE PIC 9(8).
   05 WO-DISPATCH-DATE PIC 9(8).
   05 WO-CLEAR-DATE PIC 9(8).
   05 WO-LAST-SEEN PIC 9(8).
   05 WO-LAST-COUNT PIC 9(3).
   *> Crew the nightly DAY5B-ASSIGN run routed the order to, and the
   *> run date it did so - spaces and zero until first assigned.
   05 WO-CREW-ID PIC X(8).
   05 WO-ASSIGN-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-OLD-STATUS PIC X(2).
01 WS-ORDER-STATUS PIC X(2).
01 WS-OLD-EOF PIC X(1).
01 WS-DSN-OVERRIDE PIC X(40).
*> Survey-area identifier from environment AREA - spaces in the
*> single-area shop; set, it prefixes the default dataset names so
*> each area converts its own master.
01 WS-AREA-ID PIC X(8).
01 WS-DD-BASE PIC X(30).
01 WS-DD-DEFAULT PIC X(40).
*> Orders read off the old master and written to the new one; the
*> two must agree or the conversion is not trusted.
01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
01 WS-WRITTEN-COUNT PIC 9(6) VALUE ZERO.

PROCEDURE DIVISION.
PERFORM INITIALIZE-DSNS.

MOVE 'N' TO WS-OLD-EOF.
OPEN INPUT OldOrderFile.
IF WS-OLD-STATUS NOT = "00" THEN
    DISPLAY "DAY5B-WOCONV: UNABLE TO OPEN OLD ORDER MASTER - STATUS "
        WS-OLD-STATUS
    MOVE 16 TO RETURN-CODE
    STOP RUN
END-IF.
OPEN OUTPUT OrderFile.
IF WS-ORDER-STATUS NOT = "00" THEN
    DISPLAY "DAY5B-WOCONV: UNABLE TO OPEN NEW ORDER MASTER - STATUS "
        WS-ORDER-STATUS
    MOVE 16 TO RETURN-CODE
    STOP RUN
END-IF.

PERFORM CONVERT-ORDER UNTIL WS-OLD-EOF = 'Y'.
CLOSE OrderFile.
CLOSE OldOrderFile.

DISPLAY "DAY5B-WOCONV: " WS-READ-COUNT " ORDERS READ "
    WS-WRITTEN-COUNT " ORDERS WRITTEN".
IF WS-WRITTEN-COUNT NOT = WS-READ-COUNT THEN
    DISPLAY "DAY5B-WOCONV: ORDER COUNTS DISAGREE - NEW MASTER NOT "
        "TO BE USED"
    MOVE 16 TO RETURN-CODE
END-IF.
STOP RUN.

*> Defaults the DD names when the scheduler left them unset, the
*> same defaulting idiom DAY5B-ORDERS uses for its datasets.
INITIALIZE-DSNS.
   ACCEPT WS-AREA-ID FROM ENVIRONMENT "AREA".
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_WOOLD".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "workorders_old.dat" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_WOOLD" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_WORKORDERS".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "workorders.dat" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_WORKORDERS" UPON ENVIRONMENT-NAME
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

*> The old master is read in key order, so the new one is loaded in
*> ascending key order - what a sequential-access indexed load needs.
CONVERT-ORDER.
   READ OldOrderFile
       AT END MOVE 'Y' TO WS-OLD-EOF
       NOT AT END PERFORM WRITE-NEW-ORDER
   END-READ.
   IF WS-OLD-EOF NOT = 'Y' AND WS-OLD-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-WOCONV: READ FAILED ON OLD ORDER MASTER - "
           "STATUS " WS-OLD-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

WRITE-NEW-ORDER.
   ADD 1 TO WS-READ-COUNT.
   MOVE OW-X TO WO-X.
   MOVE OW-Y TO WO-Y.
   MOVE OW-ORDER-NO TO WO-ORDER-NO.
   MOVE OW-STATUS TO WO-STATUS.
   MOVE OW-OPEN-DATE TO WO-OPEN-DATE.
   MOVE OW-DISPATCH-DATE TO WO-DISPATCH-DATE.
   MOVE OW-CLEAR-DATE TO WO-CLEAR-DATE.
   MOVE OW-LAST-SEEN TO WO-LAST-SEEN.
   MOVE OW-LAST-COUNT TO WO-LAST-COUNT.
   MOVE SPACES TO WO-CREW-ID.
   MOVE ZERO TO WO-ASSIGN-DATE.
   WRITE WO-REC
       INVALID KEY
           DISPLAY "DAY5B-WOCONV: WRITE FAILED FOR ORDER "
               WO-ORDER-NO " (" WO-X "," WO-Y ") - STATUS "
               WS-ORDER-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
   END-WRITE.
   ADD 1 TO WS-WRITTEN-COUNT.
