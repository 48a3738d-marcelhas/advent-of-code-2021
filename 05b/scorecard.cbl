   05 VST-POINTS PIC 9(8).
   05 FILLER PIC X(1).
   05 VST-RECON-FAIL PIC X(1).
   *> Cross-vendor duplicates held; absent (spaces) on records posted
   *> before the runs counted them.
   05 FILLER PIC X(1).
   05 VST-DUPLICATES PIC 9(5).
FD ScorecardFile.
01 SCORE-REC PIC X(200).
*> Work file SORT uses to rank vendors worst reject rate first.
SD SORT-WORK.
01 SD-REC.
   05 SD-RETRACTIONS PIC 9(7).
   05 SD-RET-RATE PIC 9(3)V9(2).
   05 SD-FAILURES PIC 9(3).
   05 SD-DUPLICATES PIC 9(7).

WORKING-STORAGE SECTION.
01 WS-VST-STATUS PIC X(2).
      10 VEN-REJECTS PIC 9(7).
      10 VEN-RETRACTIONS PIC 9(7).
      10 VEN-FAILURES PIC 9(3).
      10 VEN-DUPLICATES PIC 9(7).
01 VEN-IDX PIC 9(2).
01 WS-VEN-SLOT PIC 9(2).
*> Month's record count, for the header.
   05 WS-SL-RET-RATE PIC ZZ9.99.
   05 FILLER PIC X(20) VALUE "% CONTROL FAILURES: ".
   05 WS-SL-FAILURES PIC ZZ9.
   05 FILLER PIC X(13) VALUE " DUPLICATES: ".
   05 WS-SL-DUPLICATES PIC ZZZZZZ9.

PROCEDURE DIVISION.
PERFORM INITIALIZE-DSNS.
       MOVE ZERO TO VEN-REJECTS(VEN-COUNT)
       MOVE ZERO TO VEN-RETRACTIONS(VEN-COUNT)
       MOVE ZERO TO VEN-FAILURES(VEN-COUNT)
       MOVE ZERO TO VEN-DUPLICATES(VEN-COUNT)
       MOVE VEN-COUNT TO WS-VEN-SLOT
   END-IF.
   ADD 1 TO VEN-RUNS(WS-VEN-SLOT).
   ADD VST-LINES-DRAWN TO VEN-DRAWN(WS-VEN-SLOT).
   ADD VST-REJECTS TO VEN-REJECTS(WS-VEN-SLOT).
   ADD VST-RETRACTIONS TO VEN-RETRACTIONS(WS-VEN-SLOT).
   IF VST-DUPLICATES IS NUMERIC THEN
       ADD VST-DUPLICATES TO VEN-DUPLICATES(WS-VEN-SLOT)
   END-IF.
   IF VST-RECON-FAIL = 'Y' THEN
       ADD 1 TO VEN-FAILURES(WS-VEN-SLOT)
   END-IF.
   MOVE VEN-RETRACTIONS(VEN-IDX) TO SD-RETRACTIONS.
   MOVE WS-RET-RATE TO SD-RET-RATE.
   MOVE VEN-FAILURES(VEN-IDX) TO SD-FAILURES.
   MOVE VEN-DUPLICATES(VEN-IDX) TO SD-DUPLICATES.
   RELEASE SD-REC.

*> Header first, then the sources worst reject rate first.
   MOVE SD-RETRACTIONS TO WS-SL-RETRACTIONS.
   MOVE SD-RET-RATE TO WS-SL-RET-RATE.
   MOVE SD-FAILURES TO WS-SL-FAILURES.
   MOVE SD-DUPLICATES TO WS-SL-DUPLICATES.
   MOVE WS-SCORE-LINE TO SCORE-REC.
   WRITE SCORE-REC.
