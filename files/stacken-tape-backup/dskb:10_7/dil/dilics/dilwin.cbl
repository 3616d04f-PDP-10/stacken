IDENTIFICATION DIVISION.

PROGRAM-ID.

	DILWIN.

AUTHOR.

	DIGITAL EQUIPMENT CORPORATION.

	This is the phase-duration and batch-window fit report over
	the DILPHS.LOG phase journal DILVER appends at every phase
	boundary.  For a range of dates it prints the median and worst
	time of every phase -- the DIX phase, the local DAP and DIT
	passes, each sweep node's DAP and DIT runs, the exchange test,
	the wrap-up, the report and the shipping -- and then projects
	every DILCAL.DAT plan against the DILPARM.DAT window end: the
	phases the plan would run, against tonight's DILNODE.DAT node
	table, added up from the history, so adding a node or turning
	on the matrix is no longer a guess.  A plan that would run
	past the window, or has run past it before, is flagged.

* THIS SOFTWARE IS FURNISHED UNDER A LICENSE AND MAY  BE  USED
* OR COPIED ONLY IN ACCORDANCE WITH THE TERMS OF SUCH LICENSE.
*
* COPYRIGHT  (C)  DIGITAL  EQUIPMENT  CORPORATION 1986.
* ALL RIGHTS RESERVED.

*
* Facility: DIL-TEST
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '3-Nov-86', 'Karin Lindqvist')
* %(  New program.  Reads DILPHS.LOG for a date range and prints the
*     median and worst duration per phase -- DIX by QUICK or FULL,
*     DAP by transfer type, matrix and concurrent settings, since
*     those change what the phase does -- and per sweep node.  Then
*     every DILCAL.DAT record, and the no-calendar default, is
*     projected: the median cycle start plus the medians (and the
*     worsts) of the phases that plan runs, one DAP and one DIT run
*     per node DILNODE.DAT has enabled today, a node with no history
*     of its own taking the all-node figure.  The projected end is
*     judged against the DILPARM.DAT window end, and the plan's own
*     past cycles are counted for the nights they overran it.
*     FILES: DILWIN.CBL (NEW), DILVER.CBL )%
*
* Edit (%O'2', '4-Nov-86', 'Karin Lindqvist')
* %(  A cycle operations asks for in the day (plan DEMAND, DILVER.CBL
*     edit 43) still gives its phases' durations, but its start time
*     is not the batch start and its plan is no calendar plan, so it
*     is kept out of the typical start and the overrun history.
*     FILES: DILWIN.CBL )%
*
* Edit (%O'3', '5-Nov-86', 'Karin Lindqvist')
* %(  On a sweep the exchange now runs once per node too, as phase
*     EXC SWEEP (DILVER.CBL edit 44), so a sweeping plan is projected
*     with one exchange per enabled node, the all-node figure standing
*     in for a node with none of its own; the single EXC TEST is
*     projected for the local plans only.  DILNODE.DAT's new system
*     type is carried in the record.  FILES: DILWIN.CBL )%
*
* Edit (%O'4', '11-Nov-86', 'Karin Lindqvist')
* %(  DILNODE.DAT's record ends with the date the node was disabled
*     (DILNOD.CBL edit 7); the record read here now carries it too.
*     FILES: DILWIN.CBL )%

INSTALLATION.

	DEC-MARLBOROUGH.

DATE-WRITTEN.

	NOVEMBER 3, 1986.

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.

	DECSYSTEM-20.

OBJECT-COMPUTER.

	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

* the phase journal; OPTIONAL because a system that has never run a
* cycle since the journal began has none
    SELECT OPTIONAL PHASE-FILE ASSIGN TO "DILPHS.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS PHASE-FILE-STATUS.

* the run calendar, the window end and the node table, each read the
* way DILVER reads it
    SELECT OPTIONAL DILCAL-FILE ASSIGN TO "DILCAL.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS DILCAL-FILE-STATUS.

    SELECT OPTIONAL DILPARM-FILE ASSIGN TO "DILPARM.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS DILPARM-FILE-STATUS.

    SELECT OPTIONAL NODE-FILE ASSIGN TO "DILNODE.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS NODE-FILE-STATUS.

DATA DIVISION.

FILE SECTION.

* one finished phase, as DILVER's APPEND-PHASE-RECORD lays it down
FD  PHASE-FILE
    LABEL RECORDS ARE STANDARD.

01  PHASE-RECORD.
    05  PHS-RUN-ID PIC 9(10).
    05  PHS-PHASE PIC X(12).
    05  PHS-NODE PIC X(6).
    05  PHS-START-DATE PIC 9(6).
    05  PHS-START-TIME PIC 9(6).
    05  PHS-END-DATE PIC 9(6).
    05  PHS-END-TIME PIC 9(6).
    05  PHS-PLAN-SOURCE PIC X(8).
    05  PHS-DIX-MODE PIC X(5).
    05  PHS-XFER-TYPE PIC X(1).
    05  PHS-SWEEP PIC X(1).
    05  PHS-MATRIX PIC X(1).
    05  PHS-BOUNDARY PIC X(1).
    05  PHS-CONCURRENT PIC X(1).

FD  DILCAL-FILE
    LABEL RECORDS ARE STANDARD.

01  DILCAL-RECORD.
    05  CAL-REC-TYPE PIC X(1).
    05  CAL-REC-DAY PIC 9(1).
    05  CAL-REC-DATE PIC 9(6).
    05  CAL-REC-RUN PIC X(1).
    05  CAL-REC-DIX-MODE PIC X(5).
    05  CAL-REC-XFER-TYPE PIC X(1).
    05  CAL-REC-SWEEP PIC X(1).
    05  CAL-REC-MATRIX PIC X(1).
    05  CAL-REC-BOUNDARY PIC X(1).
    05  CAL-REC-CONCURRENT PIC X(1).

FD  DILPARM-FILE
    LABEL RECORDS ARE STANDARD.

01  DILPARM-RECORD.
    05  DILPARM-COLLECTOR-NODE PIC X(6).
    05  DILPARM-COLLECTOR-TASK PIC X(16).
    05  DILPARM-SYSTEM-NAME PIC X(6).
    05  DILPARM-WINDOW-END PIC 9(4).

FD  NODE-FILE
    LABEL RECORDS ARE STANDARD.

01  NODE-RECORD.
    05  NODE-REC-NAME PIC X(6).
    05  NODE-REC-DIRECTORY PIC X(39).
    05  NODE-REC-PASSWD PIC X(39).
    05  NODE-REC-DISABLED PIC X(1).
    05  NODE-REC-COMMENT PIC X(30).
    05  NODE-REC-CTSERV PIC X(1).
    05  NODE-REC-PW-FLAG PIC X(1).
    05  NODE-REC-SESSIONS PIC 9(2).
    05  NODE-REC-SYSTEM-TYPE PIC X(4).
    05  NODE-REC-DISABLED-DATE PIC 9(6).

WORKING-STORAGE SECTION.

01  PHASE-FILE-STATUS PIC X(2).
01  DILCAL-FILE-STATUS PIC X(2).
01  DILPARM-FILE-STATUS PIC X(2).
01  NODE-FILE-STATUS PIC X(2).

01  PHASE-EOF-FLAG PIC X(3) VALUE "NO ".
    88  PHASE-EOF VALUE "YES".
01  DILCAL-EOF-FLAG PIC X(3) VALUE "NO ".
    88  DILCAL-EOF VALUE "YES".
01  NODE-EOF-FLAG PIC X(3) VALUE "NO ".
    88  NODE-EOF VALUE "YES".

* the date range, YYMMDD on the phase's start date
01  SELECT-FROM-DATE PIC 9(6).
01  SELECT-TO-DATE PIC 9(6).

* the window end from DILPARM.DAT, HHMM; zero means none is set
01  WINDOW-END-HHMM PIC 9(4) VALUE 0.
01  WINDOW-END-R REDEFINES WINDOW-END-HHMM.
    05  WINDOW-END-HH PIC 9(2).
    05  WINDOW-END-MM PIC 9(2).
77  WINDOW-END-SECONDS PIC S9(10) COMP VALUE 0.

* One group per phase, node and variant, with the durations of its
* phases in seconds.  The variant is the part of the plan that
* changes what the phase does: the DIX mode's initial for DIX TEST,
* the transfer type, matrix and concurrent flags for the DAP phases,
* blank for the rest.  A sweep node's phase also counts toward its
* phase's pooled *ALL* group, the figure a node with no history of
* its own is projected from.
01  GROUP-TABLE.
    05  GROUP-ENTRY OCCURS 200 TIMES.
	10  GR-PHASE PIC X(12).
	10  GR-NODE PIC X(6).
	10  GR-VARIANT PIC X(3).
	10  GR-COUNT PIC S9(10) COMP.
	10  GR-MEDIAN PIC S9(10) COMP.
	10  GR-WORST PIC S9(10) COMP.

77  MAX-GROUP-COUNT PIC S9(4) COMP VALUE 200.
77  GROUP-COUNT PIC S9(4) COMP VALUE 0.
77  GROUP-INDEX PIC S9(4) COMP.
77  FOUND-GROUP PIC S9(4) COMP.

* every duration read, tagged with its group
01  SAMPLE-TABLE.
    05  SAMPLE-ENTRY OCCURS 3000 TIMES.
	10  SM-GROUP PIC S9(4) COMP.
	10  SM-SECONDS PIC S9(10) COMP.

77  MAX-SAMPLE-COUNT PIC S9(10) COMP VALUE 3000.
77  SAMPLE-COUNT PIC S9(10) COMP VALUE 0.
77  SAMPLE-INDEX PIC S9(10) COMP.
77  SKIPPED-COUNT PIC S9(10) COMP VALUE 0.

* one group's durations, gathered and put in order for its median
01  SORT-TABLE.
    05  SORT-SECONDS PIC S9(10) COMP OCCURS 3000 TIMES.

77  SORT-COUNT PIC S9(10) COMP.
77  SORT-INDEX PIC S9(10) COMP.
77  SHIFT-INDEX PIC S9(10) COMP.
77  SHIFT-NEXT PIC S9(10) COMP.
77  SORT-HOLD PIC S9(10) COMP.
77  MEDIAN-INDEX PIC S9(10) COMP.
77  MEDIAN-REM PIC S9(10) COMP.

01  SHIFT-DONE-FLAG PIC X(3).
    88  SHIFT-DONE VALUE "YES".

* the group key being filed or looked up
01  LOOKUP-PHASE PIC X(12).
01  LOOKUP-NODE PIC X(6).
01  LOOKUP-VARIANT PIC X(3).
01  LOOKUP-VARIANT-R REDEFINES LOOKUP-VARIANT.
    05  LOOKUP-VARIANT-1 PIC X(1).
    05  LOOKUP-VARIANT-2 PIC X(1).
    05  LOOKUP-VARIANT-3 PIC X(1).
77  LOOKUP-SECONDS PIC S9(10) COMP.

* One entry per plan signature the cycles in range ran under -- DIX
* mode initial, transfer type, sweep, matrix, boundary, concurrent
* -- with how many cycles ran it and how many of them ended past the
* window.
01  HISTORY-TABLE.
    05  HISTORY-ENTRY OCCURS 50 TIMES.
	10  HS-SIGNATURE PIC X(6).
	10  HS-CYCLES PIC S9(10) COMP.
	10  HS-OVERRUNS PIC S9(10) COMP.

77  MAX-HISTORY-COUNT PIC S9(4) COMP VALUE 50.
77  HISTORY-COUNT PIC S9(4) COMP VALUE 0.
77  HISTORY-INDEX PIC S9(4) COMP.
77  FOUND-HISTORY PIC S9(4) COMP.

01  SIGNATURE.
    05  SG-DIX-MODE PIC X(1).
    05  SG-XFER-TYPE PIC X(1).
    05  SG-SWEEP PIC X(1).
    05  SG-MATRIX PIC X(1).
    05  SG-BOUNDARY PIC X(1).
    05  SG-CONCURRENT PIC X(1).

* the time of day every cycle in range started, for the projection's
* start: the median of them
01  START-TABLE.
    05  START-SECONDS PIC S9(10) COMP OCCURS 500 TIMES.

77  MAX-START-COUNT PIC S9(10) COMP VALUE 500.
77  START-COUNT PIC S9(10) COMP VALUE 0.
77  START-INDEX PIC S9(10) COMP.
77  TYPICAL-START PIC S9(10) COMP VALUE 0.

* tonight's sweep nodes: the DILNODE.DAT entries not DISABLED
01  NODE-TABLE.
    05  NT-NAME PIC X(6) OCCURS 20 TIMES.

77  MAX-NODE-COUNT PIC S9(4) COMP VALUE 20.
77  NODE-COUNT PIC S9(4) COMP VALUE 0.
77  NODE-INDEX PIC S9(4) COMP.

* a YYMMDD date and an HHMMSS time taken apart for the arithmetic
01  WORK-DATE PIC 9(6).
01  WORK-DATE-R REDEFINES WORK-DATE.
    05  WORK-YY PIC 9(2).
    05  WORK-MM PIC 9(2).
    05  WORK-DD PIC 9(2).
77  WORK-DAY-NUMBER PIC S9(10) COMP.
77  WORK-LEAP-REM PIC S9(10) COMP.
77  WORK-LEAP-QUOT PIC S9(10) COMP.

01  WORK-TIME PIC 9(6).
01  WORK-TIME-R REDEFINES WORK-TIME.
    05  WORK-HH PIC 9(2).
    05  WORK-MIN PIC 9(2).
    05  WORK-SS PIC 9(2).

77  START-DAY PIC S9(10) COMP.
77  START-OF-DAY PIC S9(10) COMP.
77  END-DAY PIC S9(10) COMP.
77  END-OF-DAY PIC S9(10) COMP.
77  PHASE-SECONDS PIC S9(10) COMP.
77  END-OFFSET PIC S9(10) COMP.
77  DEADLINE-OFFSET PIC S9(10) COMP.

* days in the year before the first of each month
01  MONTH-DAY-TABLE.
    05  FILLER PIC 9(3) VALUE 000.
    05  FILLER PIC 9(3) VALUE 031.
    05  FILLER PIC 9(3) VALUE 059.
    05  FILLER PIC 9(3) VALUE 090.
    05  FILLER PIC 9(3) VALUE 120.
    05  FILLER PIC 9(3) VALUE 151.
    05  FILLER PIC 9(3) VALUE 181.
    05  FILLER PIC 9(3) VALUE 212.
    05  FILLER PIC 9(3) VALUE 243.
    05  FILLER PIC 9(3) VALUE 273.
    05  FILLER PIC 9(3) VALUE 304.
    05  FILLER PIC 9(3) VALUE 334.
01  MONTH-DAY-VALUES REDEFINES MONTH-DAY-TABLE.
    05  MONTH-DAYS PIC 9(3) OCCURS 12 TIMES.

* the plan being projected, in DILVER's plan terms
01  PLAN-SOURCE PIC X(8).
01  PLAN-RUN-FLAG PIC X(1).
    88  PLAN-RUN-TONIGHT VALUE "Y".
01  PLAN-DIX-MODE PIC X(5).
01  PLAN-XFER-TYPE PIC X(1).
01  PLAN-SWEEP-FLAG PIC X(1).
    88  PLAN-SWEEP-WANTED VALUE "Y".
01  PLAN-MATRIX PIC X(1).
01  PLAN-BOUNDARY PIC X(1).
    88  PLAN-BOUNDARY-WANTED VALUE "Y".
01  PLAN-CONCURRENT PIC X(1).

* the projection's running totals, in seconds from the cycle's start
77  PROJECTED-MEDIAN PIC S9(10) COMP.
77  PROJECTED-WORST PIC S9(10) COMP.
77  MISSING-COUNT PIC S9(4) COMP.
77  PROJECTED-END PIC S9(10) COMP.
77  PLAN-COUNT PIC S9(10) COMP VALUE 0.
77  FLAGGED-COUNT PIC S9(10) COMP VALUE 0.

01  VERDICT PIC X(10).

77  RECORD-COUNT PIC S9(10) COMP VALUE 0.
77  CYCLE-COUNT PIC S9(10) COMP VALUE 0.

* a duration or a time of day in seconds, broken into hours,
* minutes and seconds for printing
77  DURATION-WORK PIC S9(10) COMP.
77  DURATION-REST PIC S9(10) COMP.
01  DURATION-TEXT.
    05  DT-HH PIC Z9.
    05  FILLER PIC X(1) VALUE ":".
    05  DT-MM PIC 9(2).
    05  FILLER PIC X(1) VALUE ":".
    05  DT-SS PIC 9(2).

* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.

* the report's formatted lines
01  GROUP-LINE.
    05  GL-PHASE PIC X(12).
    05  FILLER PIC X(2) VALUE SPACES.
    05  GL-NODE PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  GL-VARIANT PIC X(3).
    05  FILLER PIC X(2) VALUE SPACES.
    05  GL-COUNT PIC ZZZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  GL-MEDIAN PIC X(8).
    05  FILLER PIC X(3) VALUE SPACES.
    05  GL-WORST PIC X(8).

01  PLAN-LINE.
    05  PL-SOURCE PIC X(8).
    05  FILLER PIC X(1) VALUE SPACE.
    05  PL-WHEN PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  PL-DIX-MODE PIC X(5).
    05  FILLER PIC X(2) VALUE SPACES.
    05  PL-XFER PIC X(1).
    05  FILLER PIC X(2) VALUE SPACES.
    05  PL-SWEEP PIC X(1).
    05  FILLER PIC X(2) VALUE SPACES.
    05  PL-MATRIX PIC X(1).
    05  FILLER PIC X(2) VALUE SPACES.
    05  PL-BOUNDARY PIC X(1).
    05  FILLER PIC X(2) VALUE SPACES.
    05  PL-CONCURRENT PIC X(1).
    05  FILLER PIC X(3) VALUE SPACES.
    05  PL-MEDIAN-END PIC X(8).
    05  FILLER PIC X(2) VALUE SPACES.
    05  PL-WORST-END PIC X(8).
    05  FILLER PIC X(2) VALUE SPACES.
    05  PL-VERDICT PIC X(10).

01  PLAN-NOTE-LINE.
    05  FILLER PIC X(11) VALUE SPACES.
    05  PN-CYCLES PIC ZZZ9.
    05  FILLER PIC X(25) VALUE " cycle(s) on record,     ".
    05  PN-OVERRUNS PIC ZZZ9.
    05  FILLER PIC X(23) VALUE " past the window,      ".
    05  PN-MISSING PIC ZZ9.
    05  FILLER PIC X(26) VALUE " phase(s) with no history ".

01  WHEN-DAY-TEXT.
    05  FILLER PIC X(4) VALUE "DAY ".
    05  WD-DAY PIC 9(1).
    05  FILLER PIC X(1) VALUE SPACE.

PROCEDURE DIVISION.

MAIN-LINE.
    PERFORM GET-SELECTION THRU GET-SELECTION-EXIT.

* PHASE-FILE is OPTIONAL and an absent optional file's OPEN status
* varies by compiler, so anything but "00" just means no cycle has
* been journaled yet
    OPEN INPUT PHASE-FILE.
    IF PHASE-FILE-STATUS NOT = "00"
	DISPLAY " DILWIN: no DILPHS.LOG here -- no cycle has been journaled. "
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.

    PERFORM READ-ONE-PHASE THRU READ-ONE-PHASE-EXIT
	UNTIL PHASE-EOF.
    CLOSE PHASE-FILE.

    PERFORM GET-WINDOW-END THRU GET-WINDOW-END-EXIT.
    PERFORM LOAD-NODE-TABLE THRU LOAD-NODE-TABLE-EXIT.

    PERFORM FIGURE-ONE-GROUP THRU FIGURE-ONE-GROUP-EXIT
	VARYING GROUP-INDEX FROM 1 BY 1 UNTIL GROUP-INDEX > GROUP-COUNT.
    PERFORM FIGURE-TYPICAL-START THRU FIGURE-TYPICAL-START-EXIT.

    DISPLAY " ".
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " DIL Verification Phase Durations and Batch-Window Fit ".
    DISPLAY " Dates " SELECT-FROM-DATE " thru " SELECT-TO-DATE
	"   window end " WINDOW-END-HHMM.
    DISPLAY " ------------------------------------------------------ ".

    IF SKIPPED-COUNT > 0
	DISPLAY "? DILWIN: " SKIPPED-COUNT
	    " phase record(s) did not fit the tables and were left out. ".

    PERFORM PRINT-PHASE-SECTION THRU PRINT-PHASE-SECTION-EXIT.
    PERFORM PRINT-NODE-SECTION THRU PRINT-NODE-SECTION-EXIT.
    PERFORM PRINT-PLAN-SECTION THRU PRINT-PLAN-SECTION-EXIT.

    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " " RECORD-COUNT " phase record(s) digested, "
	CYCLE-COUNT " cycle(s), " PLAN-COUNT " plan(s) projected, "
	FLAGGED-COUNT " flagged. ".

    MOVE COMPLETION-CODE TO RETURN-CODE.
    STOP RUN.
MAIN-LINE-EXIT.
    EXIT.

* Ask for the date range.  A date left blank or not numeric opens that
* end of the range.
GET-SELECTION.
    DISPLAY " Enter the first date to report, YYMMDD (blank for the ".
    DISPLAY " start of the journal): ".
    ACCEPT SELECT-FROM-DATE.
    IF SELECT-FROM-DATE IS NOT NUMERIC
	MOVE 0 TO SELECT-FROM-DATE.

    DISPLAY " Enter the last date to report, YYMMDD (blank for today): ".
    ACCEPT SELECT-TO-DATE.
    IF SELECT-TO-DATE IS NOT NUMERIC OR SELECT-TO-DATE = 0
	MOVE 999999 TO SELECT-TO-DATE.
GET-SELECTION-EXIT.
    EXIT.

* File one journal record in range: its duration into the phase's
* group (and the pooled group for a sweep node), a CYCLE record into
* the start times and its plan's history.
READ-ONE-PHASE.
    READ PHASE-FILE
	AT END
	    MOVE "YES" TO PHASE-EOF-FLAG
	    GO TO READ-ONE-PHASE-EXIT.

    IF PHS-START-DATE IS NOT NUMERIC OR PHS-END-DATE IS NOT NUMERIC
       OR PHS-START-TIME IS NOT NUMERIC OR PHS-END-TIME IS NOT NUMERIC
	GO TO READ-ONE-PHASE-EXIT.
    IF PHS-START-DATE < SELECT-FROM-DATE
       OR PHS-START-DATE > SELECT-TO-DATE
	GO TO READ-ONE-PHASE-EXIT.

    ADD 1 TO RECORD-COUNT.
    PERFORM FIGURE-PHASE-SECONDS THRU FIGURE-PHASE-SECONDS-EXIT.

    IF PHS-PHASE = "CYCLE       "
	PERFORM FILE-CYCLE THRU FILE-CYCLE-EXIT
	GO TO READ-ONE-PHASE-EXIT.

    MOVE PHS-PHASE TO LOOKUP-PHASE.
    MOVE PHS-NODE TO LOOKUP-NODE.
    MOVE SPACES TO LOOKUP-VARIANT.
    IF PHS-PHASE = "DIX TEST    "
	MOVE PHS-DIX-MODE TO LOOKUP-VARIANT-1.
    IF PHS-PHASE = "DAP TEST    " OR PHS-PHASE = "DAP SWEEP   "
	MOVE PHS-XFER-TYPE TO LOOKUP-VARIANT-1
	MOVE PHS-MATRIX TO LOOKUP-VARIANT-2
	MOVE PHS-CONCURRENT TO LOOKUP-VARIANT-3.
    MOVE PHASE-SECONDS TO LOOKUP-SECONDS.
    PERFORM FILE-SAMPLE THRU FILE-SAMPLE-EXIT.

    IF PHS-NODE NOT = SPACES
	MOVE "*ALL* " TO LOOKUP-NODE
	PERFORM FILE-SAMPLE THRU FILE-SAMPLE-EXIT.
READ-ONE-PHASE-EXIT.
    EXIT.

* the phase's length in seconds, across midnight or a month end
FIGURE-PHASE-SECONDS.
    MOVE PHS-START-DATE TO WORK-DATE.
    PERFORM CONVERT-DATE-TO-DAY THRU CONVERT-DATE-TO-DAY-EXIT.
    MOVE WORK-DAY-NUMBER TO START-DAY.
    MOVE PHS-START-TIME TO WORK-TIME.
    COMPUTE START-OF-DAY = WORK-HH * 3600 + WORK-MIN * 60 + WORK-SS.

    MOVE PHS-END-DATE TO WORK-DATE.
    PERFORM CONVERT-DATE-TO-DAY THRU CONVERT-DATE-TO-DAY-EXIT.
    MOVE WORK-DAY-NUMBER TO END-DAY.
    MOVE PHS-END-TIME TO WORK-TIME.
    COMPUTE END-OF-DAY = WORK-HH * 3600 + WORK-MIN * 60 + WORK-SS.

    COMPUTE PHASE-SECONDS = (END-DAY - START-DAY) * 86400
	+ END-OF-DAY - START-OF-DAY.
    IF PHASE-SECONDS < 0
	MOVE 0 TO PHASE-SECONDS.
FIGURE-PHASE-SECONDS-EXIT.
    EXIT.

* A whole cycle: its start time for the typical start, and a tally
* under its plan signature of whether it ended past the window the
* way DILVER's CHECK-DEADLINE judges it -- a window end at or after
* the start time falls the same day, one before it the next day.  An
* on-demand cycle ran outside the batch, so it gives neither.
FILE-CYCLE.
    ADD 1 TO CYCLE-COUNT.
    IF PHS-PLAN-SOURCE = "DEMAND  "
	GO TO FILE-CYCLE-EXIT.

    IF START-COUNT < MAX-START-COUNT
	ADD 1 TO START-COUNT
	MOVE START-OF-DAY TO START-SECONDS (START-COUNT).

    MOVE PHS-DIX-MODE TO SG-DIX-MODE.
    MOVE PHS-XFER-TYPE TO SG-XFER-TYPE.
    MOVE PHS-SWEEP TO SG-SWEEP.
    MOVE PHS-MATRIX TO SG-MATRIX.
    MOVE PHS-BOUNDARY TO SG-BOUNDARY.
    MOVE PHS-CONCURRENT TO SG-CONCURRENT.
    PERFORM FIND-HISTORY THRU FIND-HISTORY-EXIT.
    IF FOUND-HISTORY = 0
	IF HISTORY-COUNT < MAX-HISTORY-COUNT
	    ADD 1 TO HISTORY-COUNT
	    MOVE SIGNATURE TO HS-SIGNATURE (HISTORY-COUNT)
	    MOVE 0 TO HS-CYCLES (HISTORY-COUNT)
	    MOVE 0 TO HS-OVERRUNS (HISTORY-COUNT)
	    MOVE HISTORY-COUNT TO FOUND-HISTORY
	ELSE
	    ADD 1 TO SKIPPED-COUNT
	    GO TO FILE-CYCLE-EXIT.

    ADD 1 TO HS-CYCLES (FOUND-HISTORY).

* the window end is read after the journal, so it is fetched here
* the first time a cycle needs it
    IF WINDOW-END-SECONDS = 0
	PERFORM GET-WINDOW-END THRU GET-WINDOW-END-EXIT.
    IF WINDOW-END-HHMM = 0
	GO TO FILE-CYCLE-EXIT.

    COMPUTE END-OFFSET = START-OF-DAY + PHASE-SECONDS.
    MOVE WINDOW-END-SECONDS TO DEADLINE-OFFSET.
    IF WINDOW-END-SECONDS < START-OF-DAY
	ADD 86400 TO DEADLINE-OFFSET.
    IF END-OFFSET > DEADLINE-OFFSET
	ADD 1 TO HS-OVERRUNS (FOUND-HISTORY).
FILE-CYCLE-EXIT.
    EXIT.

FIND-HISTORY.
    MOVE 0 TO FOUND-HISTORY.
    PERFORM FIND-ONE-HISTORY THRU FIND-ONE-HISTORY-EXIT
	VARYING HISTORY-INDEX FROM 1 BY 1
	UNTIL HISTORY-INDEX > HISTORY-COUNT OR FOUND-HISTORY NOT = 0.
FIND-HISTORY-EXIT.
    EXIT.

FIND-ONE-HISTORY.
    IF HS-SIGNATURE (HISTORY-INDEX) = SIGNATURE
	MOVE HISTORY-INDEX TO FOUND-HISTORY.
FIND-ONE-HISTORY-EXIT.
    EXIT.

* one duration into the group LOOKUP-PHASE/NODE/VARIANT names,
* opening the group the first time it is seen
FILE-SAMPLE.
    IF SAMPLE-COUNT NOT < MAX-SAMPLE-COUNT
	ADD 1 TO SKIPPED-COUNT
	GO TO FILE-SAMPLE-EXIT.

    PERFORM FIND-GROUP THRU FIND-GROUP-EXIT.
    IF FOUND-GROUP = 0
	IF GROUP-COUNT < MAX-GROUP-COUNT
	    ADD 1 TO GROUP-COUNT
	    MOVE LOOKUP-PHASE TO GR-PHASE (GROUP-COUNT)
	    MOVE LOOKUP-NODE TO GR-NODE (GROUP-COUNT)
	    MOVE LOOKUP-VARIANT TO GR-VARIANT (GROUP-COUNT)
	    MOVE 0 TO GR-COUNT (GROUP-COUNT)
	    MOVE 0 TO GR-MEDIAN (GROUP-COUNT)
	    MOVE 0 TO GR-WORST (GROUP-COUNT)
	    MOVE GROUP-COUNT TO FOUND-GROUP
	ELSE
	    ADD 1 TO SKIPPED-COUNT
	    GO TO FILE-SAMPLE-EXIT.

    ADD 1 TO SAMPLE-COUNT.
    MOVE FOUND-GROUP TO SM-GROUP (SAMPLE-COUNT).
    MOVE LOOKUP-SECONDS TO SM-SECONDS (SAMPLE-COUNT).
    ADD 1 TO GR-COUNT (FOUND-GROUP).
    IF LOOKUP-SECONDS > GR-WORST (FOUND-GROUP)
	MOVE LOOKUP-SECONDS TO GR-WORST (FOUND-GROUP).
FILE-SAMPLE-EXIT.
    EXIT.

FIND-GROUP.
    MOVE 0 TO FOUND-GROUP.
    PERFORM FIND-ONE-GROUP THRU FIND-ONE-GROUP-EXIT
	VARYING GROUP-INDEX FROM 1 BY 1
	UNTIL GROUP-INDEX > GROUP-COUNT OR FOUND-GROUP NOT = 0.
FIND-GROUP-EXIT.
    EXIT.

FIND-ONE-GROUP.
    IF GR-PHASE (GROUP-INDEX) = LOOKUP-PHASE
       AND GR-NODE (GROUP-INDEX) = LOOKUP-NODE
       AND GR-VARIANT (GROUP-INDEX) = LOOKUP-VARIANT
	MOVE GROUP-INDEX TO FOUND-GROUP.
FIND-ONE-GROUP-EXIT.
    EXIT.

* Gather one group's durations, put them in order and take the
* middle one -- the mean of the middle two for an even count.
FIGURE-ONE-GROUP.
    MOVE 0 TO SORT-COUNT.
    PERFORM GATHER-ONE-SAMPLE THRU GATHER-ONE-SAMPLE-EXIT
	VARYING SAMPLE-INDEX FROM 1 BY 1 UNTIL SAMPLE-INDEX > SAMPLE-COUNT.
    PERFORM SORT-GATHERED THRU SORT-GATHERED-EXIT.
    PERFORM FIGURE-MEDIAN THRU FIGURE-MEDIAN-EXIT.
    MOVE SORT-HOLD TO GR-MEDIAN (GROUP-INDEX).
FIGURE-ONE-GROUP-EXIT.
    EXIT.

GATHER-ONE-SAMPLE.
    IF SM-GROUP (SAMPLE-INDEX) = GROUP-INDEX
	ADD 1 TO SORT-COUNT
	MOVE SM-SECONDS (SAMPLE-INDEX) TO SORT-SECONDS (SORT-COUNT).
GATHER-ONE-SAMPLE-EXIT.
    EXIT.

* a straight insertion sort -- the groups are a few hundred entries
* at the very most
SORT-GATHERED.
    PERFORM INSERT-ONE-SAMPLE THRU INSERT-ONE-SAMPLE-EXIT
	VARYING SORT-INDEX FROM 2 BY 1 UNTIL SORT-INDEX > SORT-COUNT.
SORT-GATHERED-EXIT.
    EXIT.

INSERT-ONE-SAMPLE.
    MOVE SORT-SECONDS (SORT-INDEX) TO SORT-HOLD.
    COMPUTE SHIFT-INDEX = SORT-INDEX - 1.
    MOVE "NO " TO SHIFT-DONE-FLAG.
    PERFORM SHIFT-ONE-SAMPLE THRU SHIFT-ONE-SAMPLE-EXIT
	UNTIL SHIFT-DONE.
    COMPUTE SHIFT-NEXT = SHIFT-INDEX + 1.
    MOVE SORT-HOLD TO SORT-SECONDS (SHIFT-NEXT).
INSERT-ONE-SAMPLE-EXIT.
    EXIT.

* the subscript is tested before the table is touched, so the shift
* never looks at entry zero
SHIFT-ONE-SAMPLE.
    IF SHIFT-INDEX < 1
	MOVE "YES" TO SHIFT-DONE-FLAG
	GO TO SHIFT-ONE-SAMPLE-EXIT.
    IF SORT-SECONDS (SHIFT-INDEX) NOT > SORT-HOLD
	MOVE "YES" TO SHIFT-DONE-FLAG
	GO TO SHIFT-ONE-SAMPLE-EXIT.

    COMPUTE SHIFT-NEXT = SHIFT-INDEX + 1.
    MOVE SORT-SECONDS (SHIFT-INDEX) TO SORT-SECONDS (SHIFT-NEXT).
    SUBTRACT 1 FROM SHIFT-INDEX.
SHIFT-ONE-SAMPLE-EXIT.
    EXIT.

* the median of SORT-SECONDS (1 thru SORT-COUNT), left in SORT-HOLD
FIGURE-MEDIAN.
    MOVE 0 TO SORT-HOLD.
    IF SORT-COUNT < 1
	GO TO FIGURE-MEDIAN-EXIT.

    DIVIDE SORT-COUNT BY 2 GIVING MEDIAN-INDEX REMAINDER MEDIAN-REM.
    IF MEDIAN-REM = 1
	ADD 1 TO MEDIAN-INDEX
	MOVE SORT-SECONDS (MEDIAN-INDEX) TO SORT-HOLD
    ELSE
	COMPUTE SHIFT-NEXT = MEDIAN-INDEX + 1
	COMPUTE SORT-HOLD = (SORT-SECONDS (MEDIAN-INDEX)
	    + SORT-SECONDS (SHIFT-NEXT)) / 2.
FIGURE-MEDIAN-EXIT.
    EXIT.

* the median time of day the cycles in range started, the start every
* plan is projected from
FIGURE-TYPICAL-START.
    MOVE 0 TO SORT-COUNT.
    PERFORM GATHER-ONE-START THRU GATHER-ONE-START-EXIT
	VARYING START-INDEX FROM 1 BY 1 UNTIL START-INDEX > START-COUNT.
    PERFORM SORT-GATHERED THRU SORT-GATHERED-EXIT.
    PERFORM FIGURE-MEDIAN THRU FIGURE-MEDIAN-EXIT.
    MOVE SORT-HOLD TO TYPICAL-START.
FIGURE-TYPICAL-START-EXIT.
    EXIT.

GATHER-ONE-START.
    ADD 1 TO SORT-COUNT.
    MOVE START-SECONDS (START-INDEX) TO SORT-SECONDS (SORT-COUNT).
GATHER-ONE-START-EXIT.
    EXIT.

* The window end from DILPARM.DAT, read the way DILVER reads it: not
* numeric, or past 2359, means no window.  Read once.
GET-WINDOW-END.
    IF WINDOW-END-SECONDS NOT = 0
	GO TO GET-WINDOW-END-EXIT.

    OPEN INPUT DILPARM-FILE.
    IF DILPARM-FILE-STATUS NOT = "00"
	GO TO GET-WINDOW-END-EXIT.

    READ DILPARM-FILE
	AT END
	    CLOSE DILPARM-FILE
	    GO TO GET-WINDOW-END-EXIT.

    IF DILPARM-WINDOW-END IS NUMERIC
	MOVE DILPARM-WINDOW-END TO WINDOW-END-HHMM.
    IF WINDOW-END-HHMM > 2359
	MOVE 0 TO WINDOW-END-HHMM.
    CLOSE DILPARM-FILE.

    COMPUTE WINDOW-END-SECONDS = WINDOW-END-HH * 3600
	+ WINDOW-END-MM * 60.

* a window ending at midnight itself is still a window; one second
* keeps it from reading as "not fetched yet"
    IF WINDOW-END-HHMM NOT = 0 AND WINDOW-END-SECONDS = 0
	MOVE 1 TO WINDOW-END-SECONDS.
GET-WINDOW-END-EXIT.
    EXIT.

* Tonight's sweep nodes: every DILNODE.DAT entry not DISABLED.
LOAD-NODE-TABLE.
    OPEN INPUT NODE-FILE.
    IF NODE-FILE-STATUS NOT = "00"
	GO TO LOAD-NODE-TABLE-EXIT.

    PERFORM LOAD-ONE-NODE THRU LOAD-ONE-NODE-EXIT
	UNTIL NODE-EOF.
    CLOSE NODE-FILE.
LOAD-NODE-TABLE-EXIT.
    EXIT.

LOAD-ONE-NODE.
    READ NODE-FILE
	AT END
	    MOVE "YES" TO NODE-EOF-FLAG
	    GO TO LOAD-ONE-NODE-EXIT.

    IF NODE-REC-DISABLED NOT = "Y" AND NODE-COUNT < MAX-NODE-COUNT
	ADD 1 TO NODE-COUNT
	MOVE NODE-REC-NAME TO NT-NAME (NODE-COUNT).
LOAD-ONE-NODE-EXIT.
    EXIT.

* Every phase's figures: the groups without a node, then the pooled
* *ALL* figure of each sweep phase.
PRINT-PHASE-SECTION.
    DISPLAY " ".
    DISPLAY " DURATION BY PHASE (H:MM:SS) ".
    DISPLAY " PHASE         NODE    VAR   RUNS   MEDIAN     WORST".
    PERFORM PRINT-PHASE-GROUP THRU PRINT-PHASE-GROUP-EXIT
	VARYING GROUP-INDEX FROM 1 BY 1 UNTIL GROUP-INDEX > GROUP-COUNT.
PRINT-PHASE-SECTION-EXIT.
    EXIT.

PRINT-PHASE-GROUP.
    IF GR-NODE (GROUP-INDEX) = SPACES
       OR GR-NODE (GROUP-INDEX) = "*ALL* "
	PERFORM PRINT-GROUP-LINE THRU PRINT-GROUP-LINE-EXIT.
PRINT-PHASE-GROUP-EXIT.
    EXIT.

PRINT-NODE-SECTION.
    DISPLAY " ".
    DISPLAY " DURATION BY SWEEP NODE (H:MM:SS) ".
    DISPLAY " PHASE         NODE    VAR   RUNS   MEDIAN     WORST".
    PERFORM PRINT-NODE-GROUP THRU PRINT-NODE-GROUP-EXIT
	VARYING GROUP-INDEX FROM 1 BY 1 UNTIL GROUP-INDEX > GROUP-COUNT.
PRINT-NODE-SECTION-EXIT.
    EXIT.

PRINT-NODE-GROUP.
    IF GR-NODE (GROUP-INDEX) NOT = SPACES
       AND GR-NODE (GROUP-INDEX) NOT = "*ALL* "
	PERFORM PRINT-GROUP-LINE THRU PRINT-GROUP-LINE-EXIT.
PRINT-NODE-GROUP-EXIT.
    EXIT.

PRINT-GROUP-LINE.
    MOVE GR-PHASE (GROUP-INDEX) TO GL-PHASE.
    MOVE GR-NODE (GROUP-INDEX) TO GL-NODE.
    MOVE GR-VARIANT (GROUP-INDEX) TO GL-VARIANT.
    MOVE GR-COUNT (GROUP-INDEX) TO GL-COUNT.
    MOVE GR-MEDIAN (GROUP-INDEX) TO DURATION-WORK.
    PERFORM FORMAT-DURATION THRU FORMAT-DURATION-EXIT.
    MOVE DURATION-TEXT TO GL-MEDIAN.
    MOVE GR-WORST (GROUP-INDEX) TO DURATION-WORK.
    PERFORM FORMAT-DURATION THRU FORMAT-DURATION-EXIT.
    MOVE DURATION-TEXT TO GL-WORST.
    DISPLAY " " GROUP-LINE.
PRINT-GROUP-LINE-EXIT.
    EXIT.

* seconds into H:MM:SS; past 99 hours the hours just show 99
FORMAT-DURATION.
    DIVIDE DURATION-WORK BY 3600 GIVING DURATION-REST
	REMAINDER DURATION-WORK.
    IF DURATION-REST > 99
	MOVE 99 TO DURATION-REST.
    MOVE DURATION-REST TO DT-HH.
    DIVIDE DURATION-WORK BY 60 GIVING DURATION-REST
	REMAINDER DURATION-WORK.
    MOVE DURATION-REST TO DT-MM.
    MOVE DURATION-WORK TO DT-SS.
FORMAT-DURATION-EXIT.
    EXIT.

* The projection of every plan: the no-calendar default first, then
* each DILCAL.DAT record in the order the file holds them.
PRINT-PLAN-SECTION.
    DISPLAY " ".
    DISPLAY " PLAN PROJECTION AGAINST THE BATCH WINDOW ".
    IF START-COUNT = 0
	DISPLAY " (NO COMPLETE CYCLE IN RANGE -- NOTHING TO PROJECT FROM) "
	GO TO PRINT-PLAN-SECTION-EXIT.

    MOVE TYPICAL-START TO DURATION-WORK.
    PERFORM FORMAT-DURATION THRU FORMAT-DURATION-EXIT.
    DISPLAY " Median cycle start " DURATION-TEXT ", " NODE-COUNT
	" sweep node(s) enabled in DILNODE.DAT. ".
    DISPLAY " X transfer type, S sweep, M matrix, B boundary, C concurrent ".
    DISPLAY " PLAN     WHEN    DIX    X  S  M  B  C   MED END   WST END   VERDICT".

    MOVE "DEFAULT " TO PLAN-SOURCE.
    MOVE SPACES TO PL-WHEN.
    MOVE "Y" TO PLAN-RUN-FLAG.
    MOVE "FULL " TO PLAN-DIX-MODE.
    MOVE "B" TO PLAN-XFER-TYPE.
    MOVE "Y" TO PLAN-SWEEP-FLAG.
    MOVE "N" TO PLAN-MATRIX.
    MOVE "N" TO PLAN-BOUNDARY.
    MOVE "N" TO PLAN-CONCURRENT.
    PERFORM PROJECT-PLAN THRU PROJECT-PLAN-EXIT.

    OPEN INPUT DILCAL-FILE.
    IF DILCAL-FILE-STATUS NOT = "00"
	GO TO PRINT-PLAN-SECTION-EXIT.
    PERFORM PROJECT-ONE-CALENDAR-RECORD
	THRU PROJECT-ONE-CALENDAR-RECORD-EXIT
	UNTIL DILCAL-EOF.
    CLOSE DILCAL-FILE.
PRINT-PLAN-SECTION-EXIT.
    EXIT.

* Take the plan from the calendar record the way DILVER's
* ADOPT-CALENDAR-RECORD does, anything malformed falling back to the
* default, and project it.
PROJECT-ONE-CALENDAR-RECORD.
    READ DILCAL-FILE
	AT END
	    MOVE "YES" TO DILCAL-EOF-FLAG
	    GO TO PROJECT-ONE-CALENDAR-RECORD-EXIT.

    IF CAL-REC-TYPE = "D" AND CAL-REC-DAY IS NUMERIC
	MOVE "WEEKDAY " TO PLAN-SOURCE
	MOVE CAL-REC-DAY TO WD-DAY
	MOVE WHEN-DAY-TEXT TO PL-WHEN
    ELSE IF CAL-REC-TYPE = "X" AND CAL-REC-DATE IS NUMERIC
	MOVE "DATE    " TO PLAN-SOURCE
	MOVE CAL-REC-DATE TO PL-WHEN
    ELSE
	GO TO PROJECT-ONE-CALENDAR-RECORD-EXIT.

    IF CAL-REC-RUN = "N"
	MOVE "N" TO PLAN-RUN-FLAG
    ELSE
	MOVE "Y" TO PLAN-RUN-FLAG.

    IF CAL-REC-DIX-MODE = "QUICK"
	MOVE "QUICK" TO PLAN-DIX-MODE
    ELSE
	MOVE "FULL " TO PLAN-DIX-MODE.

    IF CAL-REC-XFER-TYPE = "A" OR CAL-REC-XFER-TYPE = "I"
       OR CAL-REC-XFER-TYPE = "B"
	MOVE CAL-REC-XFER-TYPE TO PLAN-XFER-TYPE
    ELSE
	MOVE "B" TO PLAN-XFER-TYPE.

    IF CAL-REC-SWEEP = "N"
	MOVE "N" TO PLAN-SWEEP-FLAG
    ELSE
	MOVE "Y" TO PLAN-SWEEP-FLAG.

    IF CAL-REC-MATRIX = "Y"
	MOVE "Y" TO PLAN-MATRIX
    ELSE
	MOVE "N" TO PLAN-MATRIX.

    IF CAL-REC-BOUNDARY = "Y"
	MOVE "Y" TO PLAN-BOUNDARY
    ELSE
	MOVE "N" TO PLAN-BOUNDARY.

    IF CAL-REC-CONCURRENT = "Y"
	MOVE "Y" TO PLAN-CONCURRENT
    ELSE
	MOVE "N" TO PLAN-CONCURRENT.

    PERFORM PROJECT-PLAN THRU PROJECT-PLAN-EXIT.
PROJECT-ONE-CALENDAR-RECORD-EXIT.
    EXIT.

* Add up the phases the plan runs, medians and worsts separately, in
* the order DILVER runs them: DIX (and the boundary test when
* planned), then DAP and DIT -- per enabled node when the plan sweeps
* and DILNODE.DAT has nodes, the exchange with them too, the local
* passes and the one local exchange otherwise -- then the wrap-up,
* the report and the shipping.  Adding
* medians gives a typical night, not a strict median of nights; the
* worst-case total is the night every phase has its worst.
PROJECT-PLAN.
    ADD 1 TO PLAN-COUNT.
    MOVE PLAN-SOURCE TO PL-SOURCE.
    MOVE PLAN-DIX-MODE TO PL-DIX-MODE.
    MOVE PLAN-XFER-TYPE TO PL-XFER.
    MOVE PLAN-SWEEP-FLAG TO PL-SWEEP.
    MOVE PLAN-MATRIX TO PL-MATRIX.
    MOVE PLAN-BOUNDARY TO PL-BOUNDARY.
    MOVE PLAN-CONCURRENT TO PL-CONCURRENT.
    MOVE SPACES TO PL-MEDIAN-END.
    MOVE SPACES TO PL-WORST-END.

    IF NOT PLAN-RUN-TONIGHT
	MOVE "NO CYCLE" TO PL-VERDICT
	DISPLAY " " PLAN-LINE
	GO TO PROJECT-PLAN-EXIT.

    MOVE 0 TO PROJECTED-MEDIAN.
    MOVE 0 TO PROJECTED-WORST.
    MOVE 0 TO MISSING-COUNT.

    MOVE "DIX TEST    " TO LOOKUP-PHASE.
    MOVE SPACES TO LOOKUP-NODE.
    MOVE SPACES TO LOOKUP-VARIANT.
    MOVE PLAN-DIX-MODE TO LOOKUP-VARIANT-1.
    PERFORM ADD-PROJECTED-PHASE THRU ADD-PROJECTED-PHASE-EXIT.

    IF PLAN-BOUNDARY-WANTED
	MOVE "DIX BOUNDARY" TO LOOKUP-PHASE
	MOVE SPACES TO LOOKUP-VARIANT
	PERFORM ADD-PROJECTED-PHASE THRU ADD-PROJECTED-PHASE-EXIT.

    IF PLAN-SWEEP-WANTED AND NODE-COUNT > 0
	PERFORM ADD-PROJECTED-NODE THRU ADD-PROJECTED-NODE-EXIT
	    VARYING NODE-INDEX FROM 1 BY 1 UNTIL NODE-INDEX > NODE-COUNT
    ELSE
	PERFORM ADD-PROJECTED-LOCAL THRU ADD-PROJECTED-LOCAL-EXIT.

    MOVE SPACES TO LOOKUP-NODE.
    MOVE SPACES TO LOOKUP-VARIANT.
    MOVE "WRAP UP     " TO LOOKUP-PHASE.
    PERFORM ADD-PROJECTED-PHASE THRU ADD-PROJECTED-PHASE-EXIT.
    MOVE "REPORT      " TO LOOKUP-PHASE.
    PERFORM ADD-PROJECTED-PHASE THRU ADD-PROJECTED-PHASE-EXIT.

* shipping only happens on a system with a collector, so no history
* of it is no gap in the projection
    MOVE "SHIPPING    " TO LOOKUP-PHASE.
    PERFORM FIND-GROUP THRU FIND-GROUP-EXIT.
    IF FOUND-GROUP NOT = 0
	ADD GR-MEDIAN (FOUND-GROUP) TO PROJECTED-MEDIAN
	ADD GR-WORST (FOUND-GROUP) TO PROJECTED-WORST.

    COMPUTE PROJECTED-END = TYPICAL-START + PROJECTED-MEDIAN.
    MOVE PROJECTED-END TO DURATION-WORK.
    PERFORM FORMAT-END-TIME THRU FORMAT-END-TIME-EXIT.
    MOVE DURATION-TEXT TO PL-MEDIAN-END.
    COMPUTE PROJECTED-END = TYPICAL-START + PROJECTED-WORST.
    MOVE PROJECTED-END TO DURATION-WORK.
    PERFORM FORMAT-END-TIME THRU FORMAT-END-TIME-EXIT.
    MOVE DURATION-TEXT TO PL-WORST-END.

    PERFORM JUDGE-PLAN THRU JUDGE-PLAN-EXIT.
    DISPLAY " " PLAN-LINE.

    MOVE PLAN-DIX-MODE TO SG-DIX-MODE.
    MOVE PLAN-XFER-TYPE TO SG-XFER-TYPE.
    MOVE PLAN-SWEEP-FLAG TO SG-SWEEP.
    MOVE PLAN-MATRIX TO SG-MATRIX.
    MOVE PLAN-BOUNDARY TO SG-BOUNDARY.
    MOVE PLAN-CONCURRENT TO SG-CONCURRENT.
    PERFORM FIND-HISTORY THRU FIND-HISTORY-EXIT.
    IF FOUND-HISTORY = 0
	MOVE 0 TO PN-CYCLES
	MOVE 0 TO PN-OVERRUNS
    ELSE
	MOVE HS-CYCLES (FOUND-HISTORY) TO PN-CYCLES
	MOVE HS-OVERRUNS (FOUND-HISTORY) TO PN-OVERRUNS.
    MOVE MISSING-COUNT TO PN-MISSING.
    DISPLAY PLAN-NOTE-LINE.
PROJECT-PLAN-EXIT.
    EXIT.

* one sweep node: its own DAP, DIT and exchange figures, or the
* all-node ones when it has none of its own yet
ADD-PROJECTED-NODE.
    MOVE "DAP SWEEP   " TO LOOKUP-PHASE.
    MOVE NT-NAME (NODE-INDEX) TO LOOKUP-NODE.
    MOVE PLAN-XFER-TYPE TO LOOKUP-VARIANT-1.
    MOVE PLAN-MATRIX TO LOOKUP-VARIANT-2.
    MOVE PLAN-CONCURRENT TO LOOKUP-VARIANT-3.
    PERFORM FIND-GROUP THRU FIND-GROUP-EXIT.
    IF FOUND-GROUP = 0
	MOVE "*ALL* " TO LOOKUP-NODE.
    PERFORM ADD-PROJECTED-PHASE THRU ADD-PROJECTED-PHASE-EXIT.

    MOVE "DIT SWEEP   " TO LOOKUP-PHASE.
    MOVE NT-NAME (NODE-INDEX) TO LOOKUP-NODE.
    MOVE SPACES TO LOOKUP-VARIANT.
    PERFORM FIND-GROUP THRU FIND-GROUP-EXIT.
    IF FOUND-GROUP = 0
	MOVE "*ALL* " TO LOOKUP-NODE.
    PERFORM ADD-PROJECTED-PHASE THRU ADD-PROJECTED-PHASE-EXIT.

    MOVE "EXC SWEEP   " TO LOOKUP-PHASE.
    MOVE NT-NAME (NODE-INDEX) TO LOOKUP-NODE.
    PERFORM FIND-GROUP THRU FIND-GROUP-EXIT.
    IF FOUND-GROUP = 0
	MOVE "*ALL* " TO LOOKUP-NODE.
    PERFORM ADD-PROJECTED-PHASE THRU ADD-PROJECTED-PHASE-EXIT.
ADD-PROJECTED-NODE-EXIT.
    EXIT.

ADD-PROJECTED-LOCAL.
    MOVE SPACES TO LOOKUP-NODE.
    MOVE "DAP TEST    " TO LOOKUP-PHASE.
    MOVE PLAN-XFER-TYPE TO LOOKUP-VARIANT-1.
    MOVE PLAN-MATRIX TO LOOKUP-VARIANT-2.
    MOVE PLAN-CONCURRENT TO LOOKUP-VARIANT-3.
    PERFORM ADD-PROJECTED-PHASE THRU ADD-PROJECTED-PHASE-EXIT.

    MOVE SPACES TO LOOKUP-VARIANT.
    MOVE "DIT MULT    " TO LOOKUP-PHASE.
    PERFORM ADD-PROJECTED-PHASE THRU ADD-PROJECTED-PHASE-EXIT.
    MOVE "DIT LOAD    " TO LOOKUP-PHASE.
    PERFORM ADD-PROJECTED-PHASE THRU ADD-PROJECTED-PHASE-EXIT.
    MOVE "EXC TEST    " TO LOOKUP-PHASE.
    PERFORM ADD-PROJECTED-PHASE THRU ADD-PROJECTED-PHASE-EXIT.
ADD-PROJECTED-LOCAL-EXIT.
    EXIT.

* one phase's median and worst onto the totals; a phase with no
* history adds nothing and is counted, so the gap shows
ADD-PROJECTED-PHASE.
    PERFORM FIND-GROUP THRU FIND-GROUP-EXIT.
    IF FOUND-GROUP = 0
	ADD 1 TO MISSING-COUNT
	GO TO ADD-PROJECTED-PHASE-EXIT.

    ADD GR-MEDIAN (FOUND-GROUP) TO PROJECTED-MEDIAN.
    ADD GR-WORST (FOUND-GROUP) TO PROJECTED-WORST.
ADD-PROJECTED-PHASE-EXIT.
    EXIT.

* a projected end, in seconds from the start day's midnight, as a
* time of day
FORMAT-END-TIME.
    IF DURATION-WORK NOT < 86400
	SUBTRACT 86400 FROM DURATION-WORK.
    IF DURATION-WORK NOT < 86400
	SUBTRACT 86400 FROM DURATION-WORK.
    PERFORM FORMAT-DURATION THRU FORMAT-DURATION-EXIT.
FORMAT-END-TIME-EXIT.
    EXIT.

* The verdict: NO HISTORY when none of the plan's phases has run in
* the range, OVERRUN when the typical night ends past the window or
* cycles run under this plan have already overrun it, AT RISK when
* only the worst case does, FITS otherwise.  The deadline falls on
* the start day when the window end is at or after the typical
* start, the next day when it is before it -- DILVER's own rule.
JUDGE-PLAN.
    IF WINDOW-END-HHMM = 0
	MOVE "NO WINDOW" TO PL-VERDICT
	GO TO JUDGE-PLAN-EXIT.
    IF PROJECTED-WORST = 0
	MOVE "NO HISTORY" TO PL-VERDICT
	GO TO JUDGE-PLAN-EXIT.

    MOVE WINDOW-END-SECONDS TO DEADLINE-OFFSET.
    IF WINDOW-END-SECONDS < TYPICAL-START
	ADD 86400 TO DEADLINE-OFFSET.

    MOVE PLAN-DIX-MODE TO SG-DIX-MODE.
    MOVE PLAN-XFER-TYPE TO SG-XFER-TYPE.
    MOVE PLAN-SWEEP-FLAG TO SG-SWEEP.
    MOVE PLAN-MATRIX TO SG-MATRIX.
    MOVE PLAN-BOUNDARY TO SG-BOUNDARY.
    MOVE PLAN-CONCURRENT TO SG-CONCURRENT.
    PERFORM FIND-HISTORY THRU FIND-HISTORY-EXIT.

    MOVE "FITS" TO PL-VERDICT.
    IF TYPICAL-START + PROJECTED-WORST > DEADLINE-OFFSET
	MOVE "AT RISK" TO PL-VERDICT.
    IF TYPICAL-START + PROJECTED-MEDIAN > DEADLINE-OFFSET
	MOVE "OVERRUN" TO PL-VERDICT.
    IF FOUND-HISTORY NOT = 0
	IF HS-OVERRUNS (FOUND-HISTORY) > 0
	    MOVE "OVERRUN" TO PL-VERDICT.

    IF PL-VERDICT NOT = "FITS"
	ADD 1 TO FLAGGED-COUNT.
JUDGE-PLAN-EXIT.
    EXIT.

* Turn a YYMMDD date into a serial day number, the same arithmetic
* DILTRM and DILVER use: 365 days a year, a leap day for every fourth
* prior year, and one more when the date itself is past February of
* a leap year.
CONVERT-DATE-TO-DAY.
    IF WORK-MM < 1 OR WORK-MM > 12
	MOVE 1 TO WORK-MM.
    COMPUTE WORK-DAY-NUMBER = WORK-YY * 365
	+ MONTH-DAYS (WORK-MM) + WORK-DD.
    DIVIDE WORK-YY BY 4 GIVING WORK-LEAP-QUOT
	REMAINDER WORK-LEAP-REM.

    IF WORK-LEAP-REM = 0
	SUBTRACT 1 FROM WORK-LEAP-QUOT.
    ADD WORK-LEAP-QUOT TO WORK-DAY-NUMBER.
    IF WORK-LEAP-REM = 0 AND WORK-MM > 2
	ADD 1 TO WORK-DAY-NUMBER.
CONVERT-DATE-TO-DAY-EXIT.
    EXIT.
