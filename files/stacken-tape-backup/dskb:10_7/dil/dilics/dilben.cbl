*     exists to baseline separately.  Both tables raised to 60, the
*     same kind of raise edit 3 gave the original table.  FILES:
*     DILBEN.CBL, CD36T1.CBL )%
*
* Edit (%O'7', '27-Oct-86', 'Karin Lindqvist')
* %(  On a sweep night every node's timings landed under the same
*     operation names, so a fast loop-back and a slow satellite were
*     averaged together and judged against one approved figure -- one
*     slow node either hid in the mixture or tripped the whole report
*     without saying which link it was.  CD36T1 and CT36T1 now stamp
*     every benchmark record with the node it ran against (LOCAL for
*     the loop-back), and every reader's layout widens to match.
*     Operations are now kept, approved and judged per node: a
*     BASELIN.DAT record carries its node, the exception report names
*     the node beside every operation, and a baseline recorded before
*     the node field existed stands in for any node that has no
*     approved figure of its own until the next re-baseline.  Both
*     tables raised to 600 entries to hold every node's operations.
*     A new league table follows the exception report: one line per
*     node, slowest DAP link first, with its mean operation time, its
*     mean DIT throughput, its exception count and the first and last
*     dates it appears in the logs.  FILES: DILBEN.CBL, CD36T1.CBL,
*     CT36T1.CBL, DILVER.CBL, DILTRM.CBL, DITREC.CBL )%
*
* Edit (%O'8', '28-Oct-86', 'Karin Lindqvist')
* %(  The exception report only ever went to the console, so nothing
*     could later say when a node's DAP or DIT figures first slipped.
*     Every DEGRADED and NOT SEEN line a judging run prints is now
*     also appended to BENEXC.LOG with the run id of the cycle it was
*     found in -- the newest record's run id for a degraded
*     operation, the judging run's own date and time for a baseline
*     not seen -- so DILCHG's correlation report can line up a
*     regression against the changes installed before it.  FILES:
*     DILBEN.CBL, DILCHG.CBL (NEW), DILVER.CBL )%
*
* Edit (%O'9', '29-Oct-86', 'Karin Lindqvist')
* %(  A re-baseline overwrote BASELIN.DAT with no record of the
*     figures it replaced.  Every baseline a re-baseline run records
*     is now journaled to DILJNL.LOG, in the layout DILNOD's journal
*     uses, with the date, time, the approver's initials, the node
*     and operation, and the approved record before (spaces for a
*     node and operation with no figure of its own until now) and
*     after; an old baseline the new set no longer carries is
*     journaled with a blank after image.  A re-baseline whose
*     journal cannot be opened is not recorded.  FILES: DILBEN.CBL,
*     DILNOD.CBL, DIXLIB.CBL, DILINC.CBL, DILJNL.CBL (NEW) )%

INSTALLATION.

	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS BENPARM-FILE-STATUS.

* The approved baselines: one record per node and operation, carrying
* the figure, the date it was approved and the initials that approved
* it.  OPTIONAL -- until the first re-baseline is run, judging falls
* back to the old rolling average.
    SELECT OPTIONAL BASELINE-FILE ASSIGN TO "BASELIN.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS BASELINE-FILE-STATUS.

* The exception history: one record per exception a judging run has
* reported, kept for DILCHG's correlation report.
    SELECT BENEXC-FILE ASSIGN TO "BENEXC.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS BENEXC-FILE-STATUS.

* the maintenance journal, appended to on every re-baseline
    SELECT JOURNAL-FILE ASSIGN TO "DILJNL.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS JOURNAL-FILE-STATUS.

DATA DIVISION.

FILE SECTION.

* One record per timed DAP operation, as written by CD36T1's
* STOP-TIMER-AND-LOG.  The elapsed field was written through an edited
* picture, so it is read back as characters and de-edited.  The node is
* blank on a record written before the node stamp existed.
FD  CDBENCH-FILE
    LABEL RECORDS ARE STANDARD.

    05  CDBENCH-ELAPSED PIC X(8).
    05  FILLER PIC X(1).
    05  CDBENCH-RUN-ID PIC X(10).
    05  FILLER PIC X(1).
    05  CDBENCH-NODE PIC X(6).

* One record per DIT LOAD-mode run, as written by CT36T1's
* LOG-LOAD-TEST-RESULT.
    05  DITBENCH-CORRUPT PIC X(5).
    05  FILLER PIC X(1).
    05  DITBENCH-RUN-ID PIC X(10).
    05  FILLER PIC X(1).
    05  DITBENCH-NODE PIC X(6).

FD  BENPARM-FILE
    LABEL RECORDS ARE STANDARD.
    05  BASE-VALUE PIC 9(10).
    05  BASE-DATE PIC 9(6).
    05  BASE-INITIALS PIC X(3).
    05  BASE-NODE PIC X(6).

* one exception: the judging date, the run id of the cycle the
* exception was found in, and the exception report's line
FD  BENEXC-FILE
    LABEL RECORDS ARE STANDARD.

01  BENEXC-RECORD.
    05  BENEXC-DATE PIC 9(6).
    05  FILLER PIC X(1).
    05  BENEXC-RUN-ID PIC X(10).
    05  FILLER PIC X(1).
    05  BENEXC-NODE PIC X(6).
    05  FILLER PIC X(1).
    05  BENEXC-OPERATION PIC X(10).
    05  FILLER PIC X(1).
    05  BENEXC-BASELINE PIC X(10).
    05  FILLER PIC X(1).
    05  BENEXC-LATEST PIC X(10).
    05  FILLER PIC X(1).
    05  BENEXC-REMARK PIC X(9).

* one maintenance action, in the layout DILNOD's journal uses
FD  JOURNAL-FILE
    LABEL RECORDS ARE STANDARD.

01  JOURNAL-RECORD.
    05  JNL-DATE PIC 9(6).
    05  JNL-TIME PIC 9(4).
    05  JNL-INITIALS PIC X(3).
    05  JNL-PROGRAM PIC X(6).
    05  JNL-ACTION PIC X(11).
    05  JNL-KEY PIC X(20).
    05  JNL-BEFORE PIC X(160).
    05  JNL-AFTER PIC X(160).

WORKING-STORAGE SECTION.

01  DITBENCH-FILE-STATUS PIC X(2).
01  BENPARM-FILE-STATUS PIC X(2).
01  BASELINE-FILE-STATUS PIC X(2).
01  BENEXC-FILE-STATUS PIC X(2).
01  JOURNAL-FILE-STATUS PIC X(2).

01  BASELINE-EOF-FLAG PIC X(3) VALUE "NO ".
    88  BASELINE-EOF VALUE "YES".
    88  BASELINE-LOADED VALUE "YES".

* the approved baselines in storage, with a SEEN flag so a baseline
* whose operation never shows up in tonight's logs can be called out.
* A blank node is a baseline recorded before records carried one.
01  BASELINE-STATS.
    05  BL-ENTRY OCCURS 600 TIMES.
	10  BL-NODE PIC X(6).
	10  BL-NAME PIC X(10).
	10  BL-SENSE PIC X(1).
	10  BL-VALUE PIC S9(10) COMP.
77  BL-INDEX PIC S9(10) COMP.
77  BL-FOUND-INDEX PIC S9(10) COMP.

* a baseline record built in storage, so the same image can be both
* written to BASELIN.DAT and journaled; the journal key is its node
* and operation
01  BASELINE-IMAGE.
    05  BI-OP-NAME PIC X(10).
    05  BI-SENSE PIC X(1).
    05  BI-VALUE PIC 9(10).
    05  BI-DATE PIC 9(6).
    05  BI-INITIALS PIC X(3).
    05  BI-NODE PIC X(6).

01  BASELINE-KEY.
    05  BK-NODE PIC X(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  BK-NAME PIC X(10).

01  JOURNAL-TIME PIC 9(8).
01  JOURNAL-TIME-R REDEFINES JOURNAL-TIME.
    05  JOURNAL-HHMM PIC 9(4).
    05  FILLER PIC 9(4).

77  WS-TODAY PIC 9(6).

01  CDBENCH-EOF-FLAG PIC X(3) VALUE "NO ".
* exception report.
77  DEGRADE-PCT PIC S9(10) COMP VALUE 20.

* One accumulator entry per distinct node and operation seen in the
* benchmark logs.  The newest record per operation is held out of the running
* sum, so the baseline is the average of all the PRIOR records only.
* DITBENCH's throughput figure is folded in as the pseudo-operation
* "DIT-LOAD", marked higher-is-better so the comparison runs the
* right way around.
01  OPERATION-STATS.
    05  OP-ENTRY OCCURS 600 TIMES.
	10  OP-NODE PIC X(6).
	10  OP-NAME PIC X(10).
	10  OP-SENSE PIC X(1).
	10  OP-PRIOR-COUNT PIC S9(10) COMP.
	10  OP-PRIOR-TOTAL PIC S9(10) COMP.
	10  OP-LATEST-VALUE PIC S9(10) COMP.
	10  OP-LATEST-DATE PIC 9(6).
	10  OP-LATEST-RUN-ID PIC X(10).

77  MAX-OPERATIONS PIC S9(10) COMP VALUE 600.
77  OPERATION-COUNT PIC S9(10) COMP VALUE 0.
77  OP-INDEX PIC S9(10) COMP.
77  OP-FOUND-INDEX PIC S9(10) COMP.

* the record fields of the entry now being folded in
77  WORK-OP-NODE PIC X(6).
77  WORK-OP-NAME PIC X(10).
77  WORK-OP-SENSE PIC X(1).
77  WORK-OP-DATE PIC 9(6).
77  WORK-OP-RUN-ID PIC X(10).
77  WORK-OP-VALUE PIC S9(10) COMP.

* edited log field being turned back into a number.  An 8-character

77  EXCEPTION-COUNT PIC S9(10) COMP VALUE 0.

* the run id an exception is logged under in BENEXC.LOG; a baseline
* not seen has no record of its own, so it takes this run's date and
* time in the same YYMMDDHHMM shape
01  EXCEPTION-RUN-ID PIC X(10).
01  JUDGE-RUN-ID PIC 9(10).
01  JUDGE-TIME PIC 9(8).
01  JUDGE-TIME-R REDEFINES JUDGE-TIME.
    05  JUDGE-HHMM PIC 9(4).
    05  FILLER PIC 9(4).

* One entry per node for the league table: every DAP timing and every
* DIT throughput figure the node has in the logs, the first and last
* dates it appears, and how many exceptions tonight's report charged
* to it.  NS-RANKED marks a node already printed.
01  NODE-STATS.
    05  NS-ENTRY OCCURS 60 TIMES.
	10  NS-NODE PIC X(6).
	10  NS-DAP-COUNT PIC S9(10) COMP.
	10  NS-DAP-TOTAL PIC S9(10) COMP.
	10  NS-DIT-COUNT PIC S9(10) COMP.
	10  NS-DIT-TOTAL PIC S9(10) COMP.
	10  NS-FIRST-DATE PIC 9(6).
	10  NS-LAST-DATE PIC 9(6).
	10  NS-EXCEPTIONS PIC S9(10) COMP.
	10  NS-RANKED PIC X(1).

77  MAX-NODES PIC S9(10) COMP VALUE 60.
77  NODE-COUNT PIC S9(10) COMP VALUE 0.
77  NS-INDEX PIC S9(10) COMP.
77  NS-FOUND-INDEX PIC S9(10) COMP.

* the league-table ranking: the slowest node not yet printed
77  LEAGUE-RANK PIC S9(10) COMP.
77  SLOWEST-INDEX PIC S9(10) COMP.
77  SLOWEST-MEAN PIC S9(10) COMP.
77  NODE-DAP-MEAN PIC S9(10) COMP.

* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.

* the approved baseline was recorded ("  --  " when judging against
* the rolling fallback)
01  REPORT-LINE.
    05  RL-NODE PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  RL-OPERATION PIC X(10).
    05  FILLER PIC X(2) VALUE SPACES.
    05  RL-BASELINE PIC ZZZZZZZZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  RL-REMARK PIC X(9).

* one line of the per-node league table
01  LEAGUE-LINE.
    05  LL-RANK PIC ZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-NODE PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-DAP-COUNT PIC ZZZZZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-DAP-MEAN PIC ZZZZZZZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-DIT-COUNT PIC ZZZZZZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-DIT-MEAN PIC ZZZZZZZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-EXCEPTIONS PIC ZZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-FIRST-DATE PIC 9(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-LAST-DATE PIC 9(6).

PROCEDURE DIVISION.

MAIN-LINE.
    IF BEN-MODE-REBASE
	PERFORM RECORD-BASELINES THRU RECORD-BASELINES-EXIT
    ELSE
	PERFORM OPEN-EXCEPTION-LOG THRU OPEN-EXCEPTION-LOG-EXIT
	PERFORM PRINT-EXCEPTION-REPORT THRU PRINT-EXCEPTION-REPORT-EXIT
	CLOSE BENEXC-FILE
	PERFORM PRINT-LEAGUE-TABLE THRU PRINT-LEAGUE-TABLE-EXIT
	IF EXCEPTION-COUNT NOT = 0
	    MOVE 1 TO COMPLETION-CODE.

	NOT AT END
	    IF BASELINE-COUNT < MAX-OPERATIONS
		ADD 1 TO BASELINE-COUNT
		MOVE BASE-NODE TO BL-NODE (BASELINE-COUNT)
		MOVE BASE-OP-NAME TO BL-NAME (BASELINE-COUNT)
		MOVE BASE-SENSE TO BL-SENSE (BASELINE-COUNT)
		MOVE BASE-VALUE TO BL-VALUE (BASELINE-COUNT)
	MOVE 1 TO COMPLETION-CODE
	GO TO RECORD-BASELINES-EXIT.

* no re-baseline goes unjournaled: the journal is opened first
    OPEN EXTEND JOURNAL-FILE.
    IF JOURNAL-FILE-STATUS = "35"
	OPEN OUTPUT JOURNAL-FILE.
    IF JOURNAL-FILE-STATUS NOT = "00"
	DISPLAY "? RECORD-BASELINES: DILJNL.LOG could not be opened, status = "
	    JOURNAL-FILE-STATUS
	DISPLAY "? RECORD-BASELINES: the baselines were NOT recorded. "
	MOVE 1 TO COMPLETION-CODE
	GO TO RECORD-BASELINES-EXIT.
    ACCEPT JOURNAL-TIME FROM TIME.

    OPEN OUTPUT BASELINE-FILE.
    IF BASELINE-FILE-STATUS NOT = "00"
	DISPLAY "? RECORD-BASELINES: BASELIN.DAT could not be written, status = "
	    BASELINE-FILE-STATUS
	MOVE 1 TO COMPLETION-CODE
	CLOSE JOURNAL-FILE
	GO TO RECORD-BASELINES-EXIT.

    PERFORM RECORD-ONE-BASELINE THRU RECORD-ONE-BASELINE-EXIT
	UNTIL OP-INDEX > OPERATION-COUNT.
    CLOSE BASELINE-FILE.

* an old baseline the new set does not carry is gone -- journal that
* too, with nothing after it
    PERFORM JOURNAL-ONE-DROPPED THRU JOURNAL-ONE-DROPPED-EXIT
	VARYING BL-INDEX FROM 1 BY 1
	UNTIL BL-INDEX > BASELINE-COUNT.
    CLOSE JOURNAL-FILE.

    DISPLAY " ".
    DISPLAY " DILBEN: " OPERATION-COUNT
	" node/operation baseline(s) approved by " BEN-INITIALS
	" on " WS-TODAY ". ".
RECORD-BASELINES-EXIT.
    EXIT.

RECORD-ONE-BASELINE.
    MOVE SPACES TO JNL-BEFORE.
    PERFORM FIND-OWN-BASELINE THRU FIND-OWN-BASELINE-EXIT.
    IF BL-FOUND-INDEX NOT = 0
	MOVE "Y" TO BL-SEEN (BL-FOUND-INDEX)
	PERFORM BUILD-OLD-IMAGE THRU BUILD-OLD-IMAGE-EXIT
	MOVE BASELINE-IMAGE TO JNL-BEFORE.

    MOVE OP-NODE (OP-INDEX) TO BI-NODE.
    MOVE OP-NAME (OP-INDEX) TO BI-OP-NAME.
    MOVE OP-SENSE (OP-INDEX) TO BI-SENSE.
    MOVE OP-LATEST-VALUE (OP-INDEX) TO BI-VALUE.
    MOVE WS-TODAY TO BI-DATE.
    MOVE BEN-INITIALS TO BI-INITIALS.
    WRITE BASELINE-RECORD FROM BASELINE-IMAGE.

    MOVE BASELINE-IMAGE TO JNL-AFTER.
    MOVE OP-NODE (OP-INDEX) TO BK-NODE.
    MOVE OP-NAME (OP-INDEX) TO BK-NAME.
    PERFORM WRITE-JOURNAL-RECORD THRU WRITE-JOURNAL-RECORD-EXIT.
RECORD-ONE-BASELINE-EXIT.
    EXIT.

* the node's own approved figure for the operation -- unlike judging,
* a node-less baseline does not stand in here: it is replaced only
* by a node-less figure
FIND-OWN-BASELINE.
    MOVE 0 TO BL-FOUND-INDEX.
    MOVE OP-NODE (OP-INDEX) TO WORK-OP-NODE.
    PERFORM FIND-ONE-BASELINE THRU FIND-ONE-BASELINE-EXIT
	VARYING BL-INDEX FROM 1 BY 1
	UNTIL BL-INDEX > BASELINE-COUNT OR BL-FOUND-INDEX NOT = 0.
FIND-OWN-BASELINE-EXIT.
    EXIT.

* the approved record BL-FOUND-INDEX held, as BASELIN.DAT carried it
BUILD-OLD-IMAGE.
    MOVE BL-NODE (BL-FOUND-INDEX) TO BI-NODE.
    MOVE BL-NAME (BL-FOUND-INDEX) TO BI-OP-NAME.
    MOVE BL-SENSE (BL-FOUND-INDEX) TO BI-SENSE.
    MOVE BL-VALUE (BL-FOUND-INDEX) TO BI-VALUE.
    MOVE BL-DATE (BL-FOUND-INDEX) TO BI-DATE.
    MOVE BL-INITIALS (BL-FOUND-INDEX) TO BI-INITIALS.
BUILD-OLD-IMAGE-EXIT.
    EXIT.

JOURNAL-ONE-DROPPED.
    IF BL-SEEN (BL-INDEX) = "Y"
	GO TO JOURNAL-ONE-DROPPED-EXIT.

    MOVE BL-INDEX TO BL-FOUND-INDEX.
    PERFORM BUILD-OLD-IMAGE THRU BUILD-OLD-IMAGE-EXIT.
    MOVE BASELINE-IMAGE TO JNL-BEFORE.
    MOVE SPACES TO JNL-AFTER.
    MOVE BL-NODE (BL-INDEX) TO BK-NODE.
    MOVE BL-NAME (BL-INDEX) TO BK-NAME.
    PERFORM WRITE-JOURNAL-RECORD THRU WRITE-JOURNAL-RECORD-EXIT.
JOURNAL-ONE-DROPPED-EXIT.
    EXIT.

* the before and after images are already in the journal record;
* the rest of it is the same for every baseline of the run
WRITE-JOURNAL-RECORD.
    MOVE WS-TODAY TO JNL-DATE.
    MOVE JOURNAL-HHMM TO JNL-TIME.
    MOVE BEN-INITIALS TO JNL-INITIALS.
    MOVE "DILBEN" TO JNL-PROGRAM.
    MOVE "REBASELINE" TO JNL-ACTION.
    MOVE BASELINE-KEY TO JNL-KEY.
    WRITE JOURNAL-RECORD.
WRITE-JOURNAL-RECORD-EXIT.
    EXIT.

* Fold every CDBENCH.LOG record into the per-operation accumulators.
* A missing CDBENCH.LOG just means the DAP test has not run here yet;
* note it and move on to the DIT log.
    IF DIGITS-WORK IS NOT NUMERIC
	GO TO TALLY-CDBENCH-RECORD-EXIT.

    MOVE CDBENCH-NODE TO WORK-OP-NODE.
    MOVE CDBENCH-OPERATION TO WORK-OP-NAME.
    MOVE "L" TO WORK-OP-SENSE.
    MOVE CDBENCH-DATE TO WORK-OP-DATE.
    MOVE CDBENCH-RUN-ID TO WORK-OP-RUN-ID.
    MOVE DIGITS-VALUE TO WORK-OP-VALUE.
    PERFORM TALLY-OPERATION THRU TALLY-OPERATION-EXIT.

    PERFORM FIND-OR-ADD-NODE THRU FIND-OR-ADD-NODE-EXIT.
    IF NS-FOUND-INDEX NOT = 0
	ADD 1 TO NS-DAP-COUNT (NS-FOUND-INDEX)
	ADD WORK-OP-VALUE TO NS-DAP-TOTAL (NS-FOUND-INDEX).
TALLY-CDBENCH-RECORD-EXIT.
    EXIT.

    IF DIGITS-WORK IS NOT NUMERIC
	GO TO TALLY-DITBENCH-RECORD-EXIT.

    MOVE DITBENCH-NODE TO WORK-OP-NODE.
    MOVE "DIT-LOAD" TO WORK-OP-NAME.
    MOVE "H" TO WORK-OP-SENSE.
    MOVE DITBENCH-DATE TO WORK-OP-DATE.
    MOVE DITBENCH-RUN-ID TO WORK-OP-RUN-ID.
    MOVE DIGITS-VALUE TO WORK-OP-VALUE.
    PERFORM TALLY-OPERATION THRU TALLY-OPERATION-EXIT.

    PERFORM FIND-OR-ADD-NODE THRU FIND-OR-ADD-NODE-EXIT.
    IF NS-FOUND-INDEX NOT = 0
	ADD 1 TO NS-DIT-COUNT (NS-FOUND-INDEX)
	ADD WORK-OP-VALUE TO NS-DIT-TOTAL (NS-FOUND-INDEX).

* the four trouble counts ride the same record; their sum is the
* DIT-ERRS observation, lower is better and zero is normal
    MOVE 0 TO ERRS-TOTAL.

    IF OP-FOUND-INDEX = 0
	IF OPERATION-COUNT = MAX-OPERATIONS
	    DISPLAY "? DILBEN: operation table full -- " WORK-OP-NODE
		" " WORK-OP-NAME " not baselined. "
	    GO TO TALLY-OPERATION-EXIT
	ELSE
	    ADD 1 TO OPERATION-COUNT
	    MOVE OPERATION-COUNT TO OP-FOUND-INDEX
	    MOVE WORK-OP-NODE TO OP-NODE (OP-FOUND-INDEX)
	    MOVE WORK-OP-NAME TO OP-NAME (OP-FOUND-INDEX)
	    MOVE WORK-OP-SENSE TO OP-SENSE (OP-FOUND-INDEX)
	    MOVE 0 TO OP-PRIOR-COUNT (OP-FOUND-INDEX)
	    MOVE 0 TO OP-PRIOR-TOTAL (OP-FOUND-INDEX)
	    MOVE WORK-OP-VALUE TO OP-LATEST-VALUE (OP-FOUND-INDEX)
	    MOVE WORK-OP-DATE TO OP-LATEST-DATE (OP-FOUND-INDEX)
	    MOVE WORK-OP-RUN-ID TO OP-LATEST-RUN-ID (OP-FOUND-INDEX)
	    GO TO TALLY-OPERATION-EXIT.

    ADD 1 TO OP-PRIOR-COUNT (OP-FOUND-INDEX).
	TO OP-PRIOR-TOTAL (OP-FOUND-INDEX).
    MOVE WORK-OP-VALUE TO OP-LATEST-VALUE (OP-FOUND-INDEX).
    MOVE WORK-OP-DATE TO OP-LATEST-DATE (OP-FOUND-INDEX).
    MOVE WORK-OP-RUN-ID TO OP-LATEST-RUN-ID (OP-FOUND-INDEX).
TALLY-OPERATION-EXIT.
    EXIT.

FIND-OPERATION-ENTRY.
    IF OP-NAME (OP-INDEX) = WORK-OP-NAME
       AND OP-NODE (OP-INDEX) = WORK-OP-NODE
	MOVE OP-INDEX TO OP-FOUND-INDEX.
FIND-OPERATION-ENTRY-EXIT.
    EXIT.

* Find WORK-OP-NODE's league-table entry, making one the first time
* the node turns up, and widen its first/last dates to take in
* WORK-OP-DATE.  A full table leaves NS-FOUND-INDEX at zero and the
* node out of the league table; its operations are still judged.
FIND-OR-ADD-NODE.
    MOVE 0 TO NS-FOUND-INDEX.
    PERFORM FIND-ONE-NODE THRU FIND-ONE-NODE-EXIT
	VARYING NS-INDEX FROM 1 BY 1
	UNTIL NS-INDEX > NODE-COUNT OR NS-FOUND-INDEX NOT = 0.

    IF NS-FOUND-INDEX = 0
	IF NODE-COUNT = MAX-NODES
	    DISPLAY "? DILBEN: node table full -- " WORK-OP-NODE
		" left out of the league table. "
	    GO TO FIND-OR-ADD-NODE-EXIT
	ELSE
	    ADD 1 TO NODE-COUNT
	    MOVE NODE-COUNT TO NS-FOUND-INDEX
	    MOVE WORK-OP-NODE TO NS-NODE (NS-FOUND-INDEX)
	    MOVE 0 TO NS-DAP-COUNT (NS-FOUND-INDEX)
	    MOVE 0 TO NS-DAP-TOTAL (NS-FOUND-INDEX)
	    MOVE 0 TO NS-DIT-COUNT (NS-FOUND-INDEX)
	    MOVE 0 TO NS-DIT-TOTAL (NS-FOUND-INDEX)
	    MOVE 0 TO NS-EXCEPTIONS (NS-FOUND-INDEX)
	    MOVE WORK-OP-DATE TO NS-FIRST-DATE (NS-FOUND-INDEX)
	    MOVE WORK-OP-DATE TO NS-LAST-DATE (NS-FOUND-INDEX)
	    MOVE " " TO NS-RANKED (NS-FOUND-INDEX)
	    GO TO FIND-OR-ADD-NODE-EXIT.

    IF WORK-OP-DATE < NS-FIRST-DATE (NS-FOUND-INDEX)
	MOVE WORK-OP-DATE TO NS-FIRST-DATE (NS-FOUND-INDEX).
    IF WORK-OP-DATE > NS-LAST-DATE (NS-FOUND-INDEX)
	MOVE WORK-OP-DATE TO NS-LAST-DATE (NS-FOUND-INDEX).
FIND-OR-ADD-NODE-EXIT.
    EXIT.

FIND-ONE-NODE.
    IF NS-NODE (NS-INDEX) = WORK-OP-NODE
	MOVE NS-INDEX TO NS-FOUND-INDEX.
FIND-ONE-NODE-EXIT.
    EXIT.

PRINT-EXCEPTION-REPORT.
    DISPLAY " ".
    DISPLAY " ------------------------------------------------------ ".
	DISPLAY " No BASELIN.DAT here -- judged against the rolling "
	DISPLAY " average until a re-baseline run records one. ".
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " NODE    OPERATION     BASELINE      LATEST  APPRVD  REMARK ".
    PERFORM REPORT-ONE-OPERATION THRU REPORT-ONE-OPERATION-EXIT
	VARYING OP-INDEX FROM 1 BY 1
	UNTIL OP-INDEX > OPERATION-COUNT.
* all its prior records, the original rolling behavior.  An operation
* with no figure to judge against is reported but cannot be judged.
REPORT-ONE-OPERATION.
    MOVE OP-NODE (OP-INDEX) TO RL-NODE.
    MOVE OP-NAME (OP-INDEX) TO RL-OPERATION.
    MOVE OP-LATEST-VALUE (OP-INDEX) TO RL-LATEST.
    MOVE "  --  " TO RL-BASE-DATE.
	    - (BASELINE-VALUE * DEGRADE-PCT / 100)
	IF OP-LATEST-VALUE (OP-INDEX) < ALLOWED-VALUE
	    MOVE "DEGRADED" TO RL-REMARK
	    ADD 1 TO EXCEPTION-COUNT
	    PERFORM CHARGE-NODE-EXCEPTION THRU CHARGE-NODE-EXCEPTION-EXIT
	    MOVE OP-LATEST-RUN-ID (OP-INDEX) TO EXCEPTION-RUN-ID
	    PERFORM LOG-ONE-EXCEPTION THRU LOG-ONE-EXCEPTION-EXIT.

    IF OP-SENSE (OP-INDEX) = "L"
	COMPUTE ALLOWED-VALUE = BASELINE-VALUE
	    + (BASELINE-VALUE * DEGRADE-PCT / 100)
	IF OP-LATEST-VALUE (OP-INDEX) > ALLOWED-VALUE
	    MOVE "DEGRADED" TO RL-REMARK
	    ADD 1 TO EXCEPTION-COUNT
	    PERFORM CHARGE-NODE-EXCEPTION THRU CHARGE-NODE-EXCEPTION-EXIT
	    MOVE OP-LATEST-RUN-ID (OP-INDEX) TO EXCEPTION-RUN-ID
	    PERFORM LOG-ONE-EXCEPTION THRU LOG-ONE-EXCEPTION-EXIT.

    DISPLAY " " REPORT-LINE.
REPORT-ONE-OPERATION-EXIT.
    EXIT.

* The node's own approved figure for the operation if it has one;
* failing that, a figure approved before baselines carried a node,
* which stands for every node until the next re-baseline.
FIND-BASELINE-ENTRY.
    MOVE 0 TO BL-FOUND-INDEX.
    MOVE OP-NODE (OP-INDEX) TO WORK-OP-NODE.
    PERFORM FIND-ONE-BASELINE THRU FIND-ONE-BASELINE-EXIT
	VARYING BL-INDEX FROM 1 BY 1
	UNTIL BL-INDEX > BASELINE-COUNT OR BL-FOUND-INDEX NOT = 0.

    IF BL-FOUND-INDEX = 0 AND WORK-OP-NODE NOT = SPACES
	MOVE SPACES TO WORK-OP-NODE
	PERFORM FIND-ONE-BASELINE THRU FIND-ONE-BASELINE-EXIT
	    VARYING BL-INDEX FROM 1 BY 1
	    UNTIL BL-INDEX > BASELINE-COUNT OR BL-FOUND-INDEX NOT = 0.
FIND-BASELINE-ENTRY-EXIT.
    EXIT.

FIND-ONE-BASELINE.
    IF BL-NAME (BL-INDEX) = OP-NAME (OP-INDEX)
       AND BL-NODE (BL-INDEX) = WORK-OP-NODE
	MOVE BL-INDEX TO BL-FOUND-INDEX.
FIND-ONE-BASELINE-EXIT.
    EXIT.

* charge an exception to the node it was found on, for the league
* table's exception column
CHARGE-NODE-EXCEPTION.
    MOVE RL-NODE TO WORK-OP-NODE.
    MOVE 0 TO NS-FOUND-INDEX.
    PERFORM FIND-ONE-NODE THRU FIND-ONE-NODE-EXIT
	VARYING NS-INDEX FROM 1 BY 1
	UNTIL NS-INDEX > NODE-COUNT OR NS-FOUND-INDEX NOT = 0.
    IF NS-FOUND-INDEX NOT = 0
	ADD 1 TO NS-EXCEPTIONS (NS-FOUND-INDEX).
CHARGE-NODE-EXCEPTION-EXIT.
    EXIT.

REPORT-ONE-UNSEEN.
    IF BL-SEEN (BL-INDEX) = "Y"
	GO TO REPORT-ONE-UNSEEN-EXIT.

    MOVE BL-NODE (BL-INDEX) TO RL-NODE.
    MOVE BL-NAME (BL-INDEX) TO RL-OPERATION.
    MOVE BL-VALUE (BL-INDEX) TO RL-BASELINE.
    MOVE 0 TO RL-LATEST.
    MOVE BL-DATE (BL-INDEX) TO RL-BASE-DATE.
    MOVE "NOT SEEN" TO RL-REMARK.
    ADD 1 TO EXCEPTION-COUNT.
    PERFORM CHARGE-NODE-EXCEPTION THRU CHARGE-NODE-EXCEPTION-EXIT.
    MOVE JUDGE-RUN-ID TO EXCEPTION-RUN-ID.
    PERFORM LOG-ONE-EXCEPTION THRU LOG-ONE-EXCEPTION-EXIT.
    DISPLAY " " REPORT-LINE.
REPORT-ONE-UNSEEN-EXIT.
    EXIT.

* Open the exception history for appending, creating it the first
* time, the same fallback CD36T1 uses for CDBENCH.LOG.  The judging
* run's own date and time are stamped here for the NOT SEEN lines.
OPEN-EXCEPTION-LOG.
    ACCEPT JUDGE-TIME FROM TIME.
    COMPUTE JUDGE-RUN-ID = WS-TODAY * 10000 + JUDGE-HHMM.

    OPEN EXTEND BENEXC-FILE.
    IF BENEXC-FILE-STATUS = "35"
	OPEN OUTPUT BENEXC-FILE.

    IF BENEXC-FILE-STATUS NOT = "00"
	DISPLAY "? OPEN-EXCEPTION-LOG: BENEXC.LOG could not be opened, status = "
	    BENEXC-FILE-STATUS
	MOVE 1 TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.
OPEN-EXCEPTION-LOG-EXIT.
    EXIT.

* append the exception line now in REPORT-LINE to BENEXC.LOG
LOG-ONE-EXCEPTION.
    MOVE SPACES TO BENEXC-RECORD.
    MOVE WS-TODAY TO BENEXC-DATE.
    MOVE EXCEPTION-RUN-ID TO BENEXC-RUN-ID.
    MOVE RL-NODE TO BENEXC-NODE.
    MOVE RL-OPERATION TO BENEXC-OPERATION.
    MOVE RL-BASELINE TO BENEXC-BASELINE.
    MOVE RL-LATEST TO BENEXC-LATEST.
    MOVE RL-REMARK TO BENEXC-REMARK.
    WRITE BENEXC-RECORD.
LOG-ONE-EXCEPTION-EXIT.
    EXIT.

* The per-node league table, for the network group: one line per
* node, slowest first by mean DAP operation time over every record the
* logs still hold, with its mean DIT LOAD throughput, the exceptions
* tonight's report charged to it and the first and last dates it
* appears.  A node with no DAP records sorts to the bottom.  Records
* written before the node stamp existed show as a blank node.
PRINT-LEAGUE-TABLE.
    IF NODE-COUNT = 0
	GO TO PRINT-LEAGUE-TABLE-EXIT.

    DISPLAY " ".
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " DIL Per-Node Performance League -- slowest link first ".
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " RNK  NODE    DAP OPS  MEAN HSEC  DIT RUNS  BYTES/SEC"
	"  EXCP  FIRST   LAST ".
    PERFORM PRINT-ONE-LEAGUE-LINE THRU PRINT-ONE-LEAGUE-LINE-EXIT
	VARYING LEAGUE-RANK FROM 1 BY 1
	UNTIL LEAGUE-RANK > NODE-COUNT.
    DISPLAY " ------------------------------------------------------ ".
PRINT-LEAGUE-TABLE-EXIT.
    EXIT.

PRINT-ONE-LEAGUE-LINE.
    MOVE 0 TO SLOWEST-INDEX.
    MOVE -1 TO SLOWEST-MEAN.
    PERFORM FIND-SLOWEST-NODE THRU FIND-SLOWEST-NODE-EXIT
	VARYING NS-INDEX FROM 1 BY 1
	UNTIL NS-INDEX > NODE-COUNT.
    IF SLOWEST-INDEX = 0
	GO TO PRINT-ONE-LEAGUE-LINE-EXIT.

    MOVE "Y" TO NS-RANKED (SLOWEST-INDEX).
    MOVE LEAGUE-RANK TO LL-RANK.
    MOVE NS-NODE (SLOWEST-INDEX) TO LL-NODE.
    MOVE NS-DAP-COUNT (SLOWEST-INDEX) TO LL-DAP-COUNT.
    MOVE SLOWEST-MEAN TO LL-DAP-MEAN.
    MOVE NS-DIT-COUNT (SLOWEST-INDEX) TO LL-DIT-COUNT.
    IF NS-DIT-COUNT (SLOWEST-INDEX) > 0
	COMPUTE LL-DIT-MEAN = NS-DIT-TOTAL (SLOWEST-INDEX)
	    / NS-DIT-COUNT (SLOWEST-INDEX)
    ELSE
	MOVE 0 TO LL-DIT-MEAN.
    MOVE NS-EXCEPTIONS (SLOWEST-INDEX) TO LL-EXCEPTIONS.
    MOVE NS-FIRST-DATE (SLOWEST-INDEX) TO LL-FIRST-DATE.
    MOVE NS-LAST-DATE (SLOWEST-INDEX) TO LL-LAST-DATE.
    DISPLAY " " LEAGUE-LINE.
PRINT-ONE-LEAGUE-LINE-EXIT.
    EXIT.

FIND-SLOWEST-NODE.
    IF NS-RANKED (NS-INDEX) = "Y"
	GO TO FIND-SLOWEST-NODE-EXIT.

    IF NS-DAP-COUNT (NS-INDEX) > 0
	COMPUTE NODE-DAP-MEAN = NS-DAP-TOTAL (NS-INDEX)
	    / NS-DAP-COUNT (NS-INDEX)
    ELSE
	MOVE 0 TO NODE-DAP-MEAN.

    IF NODE-DAP-MEAN > SLOWEST-MEAN
	MOVE NS-INDEX TO SLOWEST-INDEX
	MOVE NODE-DAP-MEAN TO SLOWEST-MEAN.
FIND-SLOWEST-NODE-EXIT.
    EXIT.
