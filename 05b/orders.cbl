*> day the point still shows; when DAY5B-COMPARE's change report shows
*> the point as CLEARED, the order is auto-closed with the date. A
*> point that comes back above threshold after its order was closed
*> gets a fresh order under a new number; the closed order is copied
*> to the order history dataset before its master slot is reused, so
*> the history of the first fix survives in the closed order's dates
*> for DAY5B-AGING's month-end figures. Run after DAY-5b and
*> DAY5B-COMPARE each morning; DAY5B-DISPATCH is the desk's console
*> view onto the same master.

        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-ORDSEQ-STATUS.

    *> Closed orders whose point was re-raised, appended one per
    *> reissue and never rewritten.
    SELECT OrderHistFile ASSIGN TO "ORDHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL
        FILE STATUS IS WS-ORDHIST-STATUS.

DATA DIVISION.
FILE SECTION.
*> Hot-spot report lines in the layout DAY-5b's WRITE-HOTSPOT-LINE
   *> overlap count it showed with - what the desk quotes to a crew.
   05 WO-LAST-SEEN PIC 9(8).
   05 WO-LAST-COUNT PIC 9(3).
   *> Crew the nightly DAY5B-ASSIGN run routed the order to, and the
   *> run date it did so - spaces and zero until first assigned.
   05 WO-CREW-ID PIC X(8).
   05 WO-ASSIGN-DATE PIC 9(8).
FD OrderSeqFile.
01 ORDSEQ-REC PIC 9(6).
*> The closed order exactly as it stood on the master, then the date
*> it was superseded and the number of the order that replaced it.
FD OrderHistFile.
01 OH-REC.
   05 OH-ORDER PIC X(64).
   05 OH-REISSUE-DATE PIC 9(8).
   05 OH-NEW-ORDER-NO PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-HOTSPOT-STATUS PIC X(2).
01 WS-CHANGE-STATUS PIC X(2).
01 WS-ORDER-STATUS PIC X(2).
01 WS-ORDSEQ-STATUS PIC X(2).
01 WS-ORDHIST-STATUS PIC X(2).
01 WS-HOTSPOT-EOF PIC X(1).
01 WS-CHANGE-EOF PIC X(1).
01 WS-DSN-OVERRIDE PIC X(40).
       DISPLAY "DD_ORDSEQ" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.
   ACCEPT WS-DSN-OVERRIDE FROM ENVIRONMENT "DD_ORDHIST".
   IF WS-DSN-OVERRIDE = SPACES THEN
       MOVE "orderhistory.txt" TO WS-DD-BASE
       PERFORM BUILD-AREA-DEFAULT
       DISPLAY "DD_ORDHIST" UPON ENVIRONMENT-NAME
       DISPLAY WS-DD-DEFAULT UPON ENVIRONMENT-VALUE
   END-IF.

*> The default dataset name for WS-DD-BASE: the bare name when no
*> area is set, "<area>_<name>" when one is.

*> No order on file raises one; a standing OPEN or DISPATCHED order is
*> carried forward with today's sighting; a CLEARED order whose point
*> is back above threshold is re-raised under a fresh number, the
*> closed order going to the order history first.
RAISE-OR-CARRY-ORDER.
   MOVE WS-POINT-X TO WO-X.
   MOVE WS-POINT-Y TO WO-Y.
                   ") BACK ABOVE THRESHOLD - ORDER " WO-ORDER-NO
                   " WAS CLEARED " WO-CLEAR-DATE " - RAISING NEW ORDER"
               ADD 1 TO WS-REOPENED-COUNT
               PERFORM SAVE-CLOSED-ORDER
               PERFORM REISSUE-ORDER
           ELSE
               ADD 1 TO WS-CARRIED-COUNT
   MOVE ZERO TO WO-CLEAR-DATE.
   MOVE WS-RUN-DATE TO WO-LAST-SEEN.
   MOVE WS-POINT-COUNT TO WO-LAST-COUNT.
   MOVE SPACES TO WO-CREW-ID.
   MOVE ZERO TO WO-ASSIGN-DATE.
   ADD 1 TO WS-RAISED-COUNT.
   WRITE WO-REC
       INVALID KEY
           STOP RUN
   END-WRITE.

*> Reissues are a handful a day at most, so the history is opened
*> and closed around each one. A history that cannot be written stops
*> the run before the closed order is overwritten, with the numbers
*> handed out so far saved as a failed write does.
SAVE-CLOSED-ORDER.
   OPEN EXTEND OrderHistFile.
   IF WS-ORDHIST-STATUS = "35" THEN
       OPEN OUTPUT OrderHistFile
   END-IF.
   IF WS-ORDHIST-STATUS NOT = "00" THEN
       DISPLAY "DAY5B-ORDERS: UNABLE TO OPEN ORDER HISTORY - STATUS "
           WS-ORDHIST-STATUS
       PERFORM SAVE-ORDER-SEQ
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE WO-REC TO OH-ORDER.
   MOVE WS-RUN-DATE TO OH-REISSUE-DATE.
   MOVE WS-NEXT-ORDER-NO TO OH-NEW-ORDER-NO.
   WRITE OH-REC.
   CLOSE OrderHistFile.

*> The point's one master slot is reused for the fresh order, so the
*> new number and dates simply overwrite the closed order's record.
REISSUE-ORDER.
   MOVE ZERO TO WO-CLEAR-DATE.
   MOVE WS-RUN-DATE TO WO-LAST-SEEN.
   MOVE WS-POINT-COUNT TO WO-LAST-COUNT.
   MOVE SPACES TO WO-CREW-ID.
   MOVE ZERO TO WO-ASSIGN-DATE.
   ADD 1 TO WS-RAISED-COUNT.
   REWRITE WO-REC.

