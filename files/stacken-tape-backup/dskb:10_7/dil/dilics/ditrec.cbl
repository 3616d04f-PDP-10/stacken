IDENTIFICATION DIVISION.

PROGRAM-ID.

	DITREC.

AUTHOR.

	DIGITAL EQUIPMENT CORPORATION.

	This is the DIT session reconciliation report.  It holds the
	client's half of every remote CT36T1 run -- the per-link
	counts in DITSESS.LOG and the LOAD trouble counts in
	DITBENCH.LOG -- up against the server's half in the
	CTSERV.LOG records copied back from the far nodes, matched by
	run identifier, node and link.  Messages sent, received by
	the server, echoed by the server and received back by the
	client print side by side, and every link where the counts
	part company is flagged with the direction the messages were
	lost in.

* THIS SOFTWARE IS FURNISHED UNDER A LICENSE AND MAY  BE  USED
* OR COPIED ONLY IN ACCORDANCE WITH THE TERMS OF SUCH LICENSE.
*
* COPYRIGHT  (C)  DIGITAL  EQUIPMENT  CORPORATION 1986.
* ALL RIGHTS RESERVED.

*
* Facility: DIT-TEST
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '22-Oct-86', 'Karin Lindqvist')
* %(  New program.  Load the client's per-link counts from
*     DITSESS.LOG, fold in the server's per-link counts from the
*     CTSERV.LOG records the operator has copied back from the far
*     nodes and the LOAD trouble counts from DITBENCH.LOG, all
*     matched on run identifier and node (and link, where the log
*     has one), and print sent / server received / server echoed /
*     client received for every link, with OUTBOUND LOSS, ECHO
*     FAILED, RETURN LOSS and the one-sided cases called out.  An
*     optional RECPARM.DAT card, or the operator, narrows the report
*     to one run identifier or a range of dates.  FILES: DITREC.CBL
*     (NEW), CTSERV.CBL, CT36T1.CBL )%
*
* Edit (%O'2', '27-Oct-86', 'Karin Lindqvist')
* %(  DITBENCH.LOG records now end with the node the LOAD run was
*     aimed at (CT36T1.CBL edit 32).  The layout widens to match, and
*     a record's trouble counts are laid only against that node's LOAD
*     entries of the run; a record from before the node stamp still
*     goes against every LOAD entry of its run.  FILES: DITREC.CBL,
*     CT36T1.CBL )%
*
* Edit (%O'3', '11-Nov-86', 'Karin Lindqvist')
* %(  The RECPARM.DAT card is read straight into its record, not
*     INTO itself.  FILES: DITREC.CBL )%

INSTALLATION.

	DEC-MARLBOROUGH.

DATE-WRITTEN.

	OCTOBER 22, 1986.

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.

	DECSYSTEM-20.

OBJECT-COMPUTER.

	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

    SELECT SESSION-FILE ASSIGN TO "DITSESS.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS SESSION-FILE-STATUS.

* the far nodes' CTSERV.LOG files, copied back here (appended one
* after another if there are several) before this report is run
    SELECT SRVLOG-FILE ASSIGN TO "CTSERV.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS SRVLOG-FILE-STATUS.

    SELECT DITBENCH-FILE ASSIGN TO "DITBENCH.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS DITBENCH-FILE-STATUS.

* Optional parameter card: if RECPARM.DAT exists, the run identifier
* or date range to report on is read from it instead of prompted for.
    SELECT OPTIONAL RECPARM-FILE ASSIGN TO "RECPARM.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS RECPARM-FILE-STATUS.

DATA DIVISION.

FILE SECTION.

* the client half, as CT36T1's LOG-SESSION-COUNTS lays it down
FD  SESSION-FILE
    LABEL RECORDS ARE STANDARD.

01  SESSION-RECORD.
    05  SESSION-LOG-DATE PIC 9(6).
    05  FILLER PIC X(1).
    05  SESSION-LOG-TIME PIC 9(4).
    05  FILLER PIC X(1).
    05  SESSION-LOG-RUN-ID PIC 9(10).
    05  FILLER PIC X(1).
    05  SESSION-LOG-NODE PIC X(6).
    05  FILLER PIC X(1).
    05  SESSION-LOG-MODE PIC X(4).
    05  FILLER PIC X(1).
    05  SESSION-LOG-LINK PIC 9(2).
    05  FILLER PIC X(1).
    05  SESSION-LOG-SENT PIC X(5).
    05  FILLER PIC X(1).
    05  SESSION-LOG-RECEIVED PIC X(5).
    05  FILLER PIC X(1).
    05  SESSION-LOG-BYTES PIC X(10).
    05  FILLER PIC X(1).
    05  SESSION-LOG-RESULT PIC X(4).

* the server half, as CTSERV's LOG-ONE-LINK lays it down; a record
* from before the run identifier was carried is shorter and reads
* with a blank or zero identifier, and is passed over
FD  SRVLOG-FILE
    LABEL RECORDS ARE STANDARD.

01  SRVLOG-RECORD.
    05  SRVLOG-DATE PIC 9(6).
    05  FILLER PIC X(1).
    05  SRVLOG-TIME PIC 9(4).
    05  FILLER PIC X(1).
    05  SRVLOG-SESSION PIC X(4).
    05  FILLER PIC X(1).
    05  SRVLOG-MSGS PIC X(8).
    05  FILLER PIC X(1).
    05  SRVLOG-RUN-ID PIC X(10).
    05  SRVLOG-RUN-ID-N REDEFINES SRVLOG-RUN-ID PIC 9(10).
    05  FILLER PIC X(1).
    05  SRVLOG-NODE PIC X(6).
    05  FILLER PIC X(1).
    05  SRVLOG-LINK PIC 9(2).
    05  FILLER PIC X(1).
    05  SRVLOG-RECEIVED PIC X(8).
    05  FILLER PIC X(1).
    05  SRVLOG-BYTES PIC X(10).

FD  DITBENCH-FILE
    LABEL RECORDS ARE STANDARD.

01  DITBENCH-RECORD.
    05  DITBENCH-DATE PIC 9(6).
    05  FILLER PIC X(1).
    05  DITBENCH-MSG-COUNT PIC X(5).
    05  FILLER PIC X(1).
    05  DITBENCH-ELAPSED PIC X(8).
    05  FILLER PIC X(1).
    05  DITBENCH-BYTES-PER-SEC PIC X(10).
    05  FILLER PIC X(1).
    05  DITBENCH-DROPPED PIC X(5).
    05  FILLER PIC X(1).
    05  DITBENCH-DUPLICATE PIC X(5).
    05  FILLER PIC X(1).
    05  DITBENCH-OUT-OF-ORDER PIC X(5).
    05  FILLER PIC X(1).
    05  DITBENCH-CORRUPT PIC X(5).
    05  FILLER PIC X(1).
    05  DITBENCH-RUN-ID PIC X(10).
    05  DITBENCH-RUN-ID-N REDEFINES DITBENCH-RUN-ID PIC 9(10).
    05  FILLER PIC X(1).
    05  DITBENCH-NODE PIC X(6).

FD  RECPARM-FILE
    LABEL RECORDS ARE STANDARD.

01  RECPARM-RECORD.
    05  RECPARM-RUN-ID PIC 9(10).
    05  RECPARM-FROM-DATE PIC 9(6).
    05  RECPARM-TO-DATE PIC 9(6).

WORKING-STORAGE SECTION.

01  SESSION-FILE-STATUS PIC X(2).
01  SRVLOG-FILE-STATUS PIC X(2).
01  DITBENCH-FILE-STATUS PIC X(2).

* status of the last I/O against RECPARM-FILE -- anything but "00"
* means no card, so the selection comes from the operator
01  RECPARM-FILE-STATUS PIC X(2).

01  SESSION-EOF-FLAG PIC X(3) VALUE "NO ".
    88  SESSION-EOF VALUE "YES".
01  SRVLOG-EOF-FLAG PIC X(3) VALUE "NO ".
    88  SRVLOG-EOF VALUE "YES".
01  DITBENCH-EOF-FLAG PIC X(3) VALUE "NO ".
    88  DITBENCH-EOF VALUE "YES".

* The selection: one run identifier, or every run whose identifier
* dates from FROM-DATE thru TO-DATE.  Zero run identifier and an
* empty range take everything.
77  SELECT-RUN-ID PIC 9(10) VALUE 0.
77  SELECT-FROM-DATE PIC 9(6) VALUE 0.
77  SELECT-TO-DATE PIC 9(6) VALUE 999999.

* the run identifier in hand, its YYMMDD date split off for the
* date-range test
01  WORK-RUN-ID PIC 9(10).
01  WORK-RUN-ID-R REDEFINES WORK-RUN-ID.
    05  WORK-RUN-DATE PIC 9(6).
    05  WORK-RUN-HHMM PIC 9(4).

01  SELECTED-FLAG PIC X(3).
    88  RUN-SELECTED VALUE "YES".

* One entry per run, node and link seen in either log: the client's
* counts, the server's counts, and which halves have turned up.
77  RECON-COUNT PIC S9(4) COMP VALUE 0.
77  MAX-RECON PIC S9(4) COMP VALUE 200.
77  RECON-INDEX PIC S9(4) COMP.
77  RECON-FOUND-INDEX PIC S9(4) COMP.

01  RECON-TABLE.
    05  RECON-ENTRY OCCURS 200 TIMES.
	10  RC-RUN-ID PIC 9(10).
	10  RC-NODE PIC X(6).
	10  RC-LINK PIC 9(2).
	10  RC-MODE PIC X(4).
	10  RC-CLIENT-RESULT PIC X(4).
	10  RC-CLIENT-FLAG PIC X(1).
	10  RC-SERVER-FLAG PIC X(1).
	10  RC-BENCH-FLAG PIC X(1).
	10  RC-SENT PIC S9(10) COMP.
	10  RC-CLIENT-RECEIVED PIC S9(10) COMP.
	10  RC-SERVER-RECEIVED PIC S9(10) COMP.
	10  RC-SERVER-ECHOED PIC S9(10) COMP.
	10  RC-BENCH-ERRORS PIC S9(10) COMP.

* the key of the log record in hand, for the table search
01  WORK-NODE PIC X(6).
01  WORK-LINK PIC 9(2).

* The logs write their counts through edited pictures, so leading
* spaces have to be turned back into zeros before a field can be
* taken as a number -- the same de-editing DILBEN does.
01  DIGITS-WORK PIC X(10).
01  DIGITS-WORK-R REDEFINES DIGITS-WORK.
    05  DIGITS-WORK-PAD PIC X(2).
    05  DIGITS-WORK-8 PIC X(8).
01  DIGITS-WORK-R5 REDEFINES DIGITS-WORK.
    05  DIGITS-WORK-PAD-5 PIC X(5).
    05  DIGITS-WORK-5 PIC X(5).
01  DIGITS-VALUE PIC 9(10).
77  BENCH-ERRORS-TOTAL PIC S9(10) COMP.

77  SESSION-RECORD-COUNT PIC S9(10) COMP VALUE 0.
77  SRVLOG-RECORD-COUNT PIC S9(10) COMP VALUE 0.
77  UNTAGGED-COUNT PIC S9(10) COMP VALUE 0.
77  MISMATCH-COUNT PIC S9(10) COMP VALUE 0.
77  TABLE-FULL-COUNT PIC S9(10) COMP VALUE 0.

* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.

* one report line per run, node and link
01  REPORT-LINE.
    05  RL-RUN-ID PIC 9(10).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RL-NODE PIC X(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RL-MODE PIC X(4).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RL-LINK PIC Z9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  RL-SENT PIC ZZZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  RL-SERVER-RECEIVED PIC ZZZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  RL-SERVER-ECHOED PIC ZZZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  RL-CLIENT-RECEIVED PIC ZZZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  RL-BENCH-ERRORS PIC ZZZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  RL-REMARK PIC X(14).

01  SUMMARY-LINE.
    05  SL-CAPTION PIC X(28).
    05  SL-COUNT PIC ZZZZ9.

PROCEDURE DIVISION.

MAIN-LINE.
    PERFORM GET-SELECTION THRU GET-SELECTION-EXIT.
    PERFORM LOAD-CLIENT-SESSIONS THRU LOAD-CLIENT-SESSIONS-EXIT.
    PERFORM MATCH-SERVER-SESSIONS THRU MATCH-SERVER-SESSIONS-EXIT.
    PERFORM MATCH-BENCH-RECORDS THRU MATCH-BENCH-RECORDS-EXIT.
    PERFORM PRINT-RECONCILIATION THRU PRINT-RECONCILIATION-EXIT.

    IF MISMATCH-COUNT NOT = 0
	MOVE 1 TO COMPLETION-CODE.

    MOVE COMPLETION-CODE TO RETURN-CODE.
    STOP RUN.
MAIN-LINE-EXIT.
    EXIT.

* Pick up the run identifier or date range from RECPARM.DAT if one
* has been left here, so the report can run from a batch job; with no
* card, ask the operator.  A run identifier wins over a date range.
GET-SELECTION.
    OPEN INPUT RECPARM-FILE.
    IF RECPARM-FILE-STATUS = "00"
	PERFORM GET-SELECTION-BATCH THRU GET-SELECTION-BATCH-EXIT
    ELSE
	DISPLAY " Enter the run identifier to reconcile (YYMMDDHHMM, "
	DISPLAY " 0 for a range of dates): "
	ACCEPT SELECT-RUN-ID
	IF SELECT-RUN-ID = 0
	    DISPLAY " Enter the first date to include (YYMMDD, 0 for all): "
	    ACCEPT SELECT-FROM-DATE
	    DISPLAY " Enter the last date to include (YYMMDD, 0 for all): "
	    ACCEPT SELECT-TO-DATE.

    IF SELECT-TO-DATE = 0
	MOVE 999999 TO SELECT-TO-DATE.
GET-SELECTION-EXIT.
    EXIT.

GET-SELECTION-BATCH.
    READ RECPARM-FILE
	AT END MOVE 0 TO RECPARM-RUN-ID
	    MOVE 0 TO RECPARM-FROM-DATE
	    MOVE 0 TO RECPARM-TO-DATE.
    IF RECPARM-RUN-ID IS NUMERIC
	MOVE RECPARM-RUN-ID TO SELECT-RUN-ID.
    IF RECPARM-FROM-DATE IS NUMERIC
	MOVE RECPARM-FROM-DATE TO SELECT-FROM-DATE.
    IF RECPARM-TO-DATE IS NUMERIC
	MOVE RECPARM-TO-DATE TO SELECT-TO-DATE.
    CLOSE RECPARM-FILE.
GET-SELECTION-BATCH-EXIT.
    EXIT.

* Decide whether the run identifier in WORK-RUN-ID falls inside the
* selection.
CHECK-SELECTION.
    MOVE "NO " TO SELECTED-FLAG.
    IF SELECT-RUN-ID NOT = 0
	IF WORK-RUN-ID = SELECT-RUN-ID
	    MOVE "YES" TO SELECTED-FLAG
	    GO TO CHECK-SELECTION-EXIT
	ELSE
	    GO TO CHECK-SELECTION-EXIT.

    IF WORK-RUN-DATE NOT < SELECT-FROM-DATE
       AND WORK-RUN-DATE NOT > SELECT-TO-DATE
	MOVE "YES" TO SELECTED-FLAG.
CHECK-SELECTION-EXIT.
    EXIT.

* Every client link record in the selection gets a table entry.  A
* missing DITSESS.LOG just means no remote run has been made from
* here yet; the server half can still be listed on its own.
LOAD-CLIENT-SESSIONS.
    OPEN INPUT SESSION-FILE.
    IF SESSION-FILE-STATUS = "35"
	DISPLAY " DITREC: no DITSESS.LOG here -- no client records. "
	GO TO LOAD-CLIENT-SESSIONS-EXIT.

    IF SESSION-FILE-STATUS NOT = "00"
	DISPLAY "? DITREC: DITSESS.LOG could not be opened, status = "
	    SESSION-FILE-STATUS
	MOVE 1 TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.

    PERFORM LOAD-ONE-CLIENT-RECORD THRU LOAD-ONE-CLIENT-RECORD-EXIT
	UNTIL SESSION-EOF.
    CLOSE SESSION-FILE.
LOAD-CLIENT-SESSIONS-EXIT.
    EXIT.

LOAD-ONE-CLIENT-RECORD.
    READ SESSION-FILE
	AT END
	    MOVE "YES" TO SESSION-EOF-FLAG
	    GO TO LOAD-ONE-CLIENT-RECORD-EXIT.

    IF SESSION-LOG-RUN-ID IS NOT NUMERIC
       OR SESSION-LOG-LINK IS NOT NUMERIC
	GO TO LOAD-ONE-CLIENT-RECORD-EXIT.

    MOVE SESSION-LOG-RUN-ID TO WORK-RUN-ID.
    PERFORM CHECK-SELECTION THRU CHECK-SELECTION-EXIT.
    IF NOT RUN-SELECTED
	GO TO LOAD-ONE-CLIENT-RECORD-EXIT.

    ADD 1 TO SESSION-RECORD-COUNT.
    MOVE SESSION-LOG-NODE TO WORK-NODE.
    MOVE SESSION-LOG-LINK TO WORK-LINK.
    PERFORM FIND-OR-ADD-ENTRY THRU FIND-OR-ADD-ENTRY-EXIT.
    IF RECON-FOUND-INDEX = 0
	GO TO LOAD-ONE-CLIENT-RECORD-EXIT.

    MOVE "Y" TO RC-CLIENT-FLAG (RECON-FOUND-INDEX).
    MOVE SESSION-LOG-MODE TO RC-MODE (RECON-FOUND-INDEX).
    MOVE SESSION-LOG-RESULT TO RC-CLIENT-RESULT (RECON-FOUND-INDEX).

    MOVE SPACES TO DIGITS-WORK-PAD-5.
    MOVE SESSION-LOG-SENT TO DIGITS-WORK-5.
    PERFORM DE-EDIT-DIGITS THRU DE-EDIT-DIGITS-EXIT.
    ADD DIGITS-VALUE TO RC-SENT (RECON-FOUND-INDEX).

    MOVE SPACES TO DIGITS-WORK-PAD-5.
    MOVE SESSION-LOG-RECEIVED TO DIGITS-WORK-5.
    PERFORM DE-EDIT-DIGITS THRU DE-EDIT-DIGITS-EXIT.
    ADD DIGITS-VALUE TO RC-CLIENT-RECEIVED (RECON-FOUND-INDEX).
LOAD-ONE-CLIENT-RECORD-EXIT.
    EXIT.

* Fold the server's per-link records in against the client's, adding
* an entry for any link only the server saw.  A CTSERV.LOG record with
* no run identifier came from a client that sent no identification
* and cannot be matched to anything; it is counted and passed over.
MATCH-SERVER-SESSIONS.
    OPEN INPUT SRVLOG-FILE.
    IF SRVLOG-FILE-STATUS = "35"
	DISPLAY " DITREC: no CTSERV.LOG here -- copy the far nodes' "
	DISPLAY " logs back first; only the client half is listed. "
	GO TO MATCH-SERVER-SESSIONS-EXIT.

    IF SRVLOG-FILE-STATUS NOT = "00"
	DISPLAY "? DITREC: CTSERV.LOG could not be opened, status = "
	    SRVLOG-FILE-STATUS
	MOVE 1 TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.

    PERFORM MATCH-ONE-SERVER-RECORD THRU MATCH-ONE-SERVER-RECORD-EXIT
	UNTIL SRVLOG-EOF.
    CLOSE SRVLOG-FILE.
MATCH-SERVER-SESSIONS-EXIT.
    EXIT.

MATCH-ONE-SERVER-RECORD.
    READ SRVLOG-FILE
	AT END
	    MOVE "YES" TO SRVLOG-EOF-FLAG
	    GO TO MATCH-ONE-SERVER-RECORD-EXIT.

    IF SRVLOG-RUN-ID IS NOT NUMERIC
       OR SRVLOG-LINK IS NOT NUMERIC
	ADD 1 TO UNTAGGED-COUNT
	GO TO MATCH-ONE-SERVER-RECORD-EXIT.
    IF SRVLOG-RUN-ID-N = 0
	ADD 1 TO UNTAGGED-COUNT
	GO TO MATCH-ONE-SERVER-RECORD-EXIT.

    MOVE SRVLOG-RUN-ID-N TO WORK-RUN-ID.
    PERFORM CHECK-SELECTION THRU CHECK-SELECTION-EXIT.
    IF NOT RUN-SELECTED
	GO TO MATCH-ONE-SERVER-RECORD-EXIT.

    ADD 1 TO SRVLOG-RECORD-COUNT.
    MOVE SRVLOG-NODE TO WORK-NODE.
    MOVE SRVLOG-LINK TO WORK-LINK.
    PERFORM FIND-OR-ADD-ENTRY THRU FIND-OR-ADD-ENTRY-EXIT.
    IF RECON-FOUND-INDEX = 0
	GO TO MATCH-ONE-SERVER-RECORD-EXIT.

    MOVE "Y" TO RC-SERVER-FLAG (RECON-FOUND-INDEX).

    MOVE SPACES TO DIGITS-WORK-PAD.
    MOVE SRVLOG-RECEIVED TO DIGITS-WORK-8.
    PERFORM DE-EDIT-DIGITS THRU DE-EDIT-DIGITS-EXIT.
    ADD DIGITS-VALUE TO RC-SERVER-RECEIVED (RECON-FOUND-INDEX).

    MOVE SPACES TO DIGITS-WORK-PAD.
    MOVE SRVLOG-MSGS TO DIGITS-WORK-8.
    PERFORM DE-EDIT-DIGITS THRU DE-EDIT-DIGITS-EXIT.
    ADD DIGITS-VALUE TO RC-SERVER-ECHOED (RECON-FOUND-INDEX).
MATCH-ONE-SERVER-RECORD-EXIT.
    EXIT.

* A LOAD run's own verdict on its echoes -- dropped, duplicated,
* out-of-order and corrupt messages -- rides its DITBENCH.LOG record,
* which carries the run identifier and the node but no link; it is
* laid against the LOAD entries of that run and node.  A record from
* before the node stamp has a blank node and goes against every LOAD
* entry of its run.  Missing DITBENCH.LOG is
* simply no LOAD history here.
MATCH-BENCH-RECORDS.
    OPEN INPUT DITBENCH-FILE.
    IF DITBENCH-FILE-STATUS NOT = "00"
	GO TO MATCH-BENCH-RECORDS-EXIT.

    PERFORM MATCH-ONE-BENCH-RECORD THRU MATCH-ONE-BENCH-RECORD-EXIT
	UNTIL DITBENCH-EOF.
    CLOSE DITBENCH-FILE.
MATCH-BENCH-RECORDS-EXIT.
    EXIT.

MATCH-ONE-BENCH-RECORD.
    READ DITBENCH-FILE
	AT END
	    MOVE "YES" TO DITBENCH-EOF-FLAG
	    GO TO MATCH-ONE-BENCH-RECORD-EXIT.

    IF DITBENCH-RUN-ID IS NOT NUMERIC
	GO TO MATCH-ONE-BENCH-RECORD-EXIT.

    MOVE 0 TO BENCH-ERRORS-TOTAL.
    MOVE DITBENCH-DROPPED TO DIGITS-WORK-5.
    PERFORM ADD-ONE-BENCH-COUNT THRU ADD-ONE-BENCH-COUNT-EXIT.
    MOVE DITBENCH-DUPLICATE TO DIGITS-WORK-5.
    PERFORM ADD-ONE-BENCH-COUNT THRU ADD-ONE-BENCH-COUNT-EXIT.
    MOVE DITBENCH-OUT-OF-ORDER TO DIGITS-WORK-5.
    PERFORM ADD-ONE-BENCH-COUNT THRU ADD-ONE-BENCH-COUNT-EXIT.
    MOVE DITBENCH-CORRUPT TO DIGITS-WORK-5.
    PERFORM ADD-ONE-BENCH-COUNT THRU ADD-ONE-BENCH-COUNT-EXIT.

    PERFORM MARK-ONE-BENCH-ENTRY THRU MARK-ONE-BENCH-ENTRY-EXIT
	VARYING RECON-INDEX FROM 1 BY 1
	UNTIL RECON-INDEX > RECON-COUNT.
MATCH-ONE-BENCH-RECORD-EXIT.
    EXIT.

ADD-ONE-BENCH-COUNT.
    MOVE SPACES TO DIGITS-WORK-PAD-5.
    PERFORM DE-EDIT-DIGITS THRU DE-EDIT-DIGITS-EXIT.
    ADD DIGITS-VALUE TO BENCH-ERRORS-TOTAL.
ADD-ONE-BENCH-COUNT-EXIT.
    EXIT.

MARK-ONE-BENCH-ENTRY.
    IF RC-RUN-ID (RECON-INDEX) = DITBENCH-RUN-ID-N
       AND RC-MODE (RECON-INDEX) = "LOAD"
       AND (RC-NODE (RECON-INDEX) = DITBENCH-NODE
	OR DITBENCH-NODE = SPACES)
	MOVE "Y" TO RC-BENCH-FLAG (RECON-INDEX)
	ADD BENCH-ERRORS-TOTAL TO RC-BENCH-ERRORS (RECON-INDEX).
MARK-ONE-BENCH-ENTRY-EXIT.
    EXIT.

* Find the entry for WORK-RUN-ID/WORK-NODE/WORK-LINK, making one the
* first time the key turns up.  A full table leaves RECON-FOUND-INDEX
* at zero and the record is counted as not reconciled.
FIND-OR-ADD-ENTRY.
    MOVE 0 TO RECON-FOUND-INDEX.
    PERFORM FIND-ONE-ENTRY THRU FIND-ONE-ENTRY-EXIT
	VARYING RECON-INDEX FROM 1 BY 1
	UNTIL RECON-INDEX > RECON-COUNT OR RECON-FOUND-INDEX NOT = 0.
    IF RECON-FOUND-INDEX NOT = 0
	GO TO FIND-OR-ADD-ENTRY-EXIT.

    IF RECON-COUNT = MAX-RECON
	ADD 1 TO TABLE-FULL-COUNT
	GO TO FIND-OR-ADD-ENTRY-EXIT.

    ADD 1 TO RECON-COUNT.
    MOVE RECON-COUNT TO RECON-FOUND-INDEX.
    MOVE WORK-RUN-ID TO RC-RUN-ID (RECON-FOUND-INDEX).
    MOVE WORK-NODE TO RC-NODE (RECON-FOUND-INDEX).
    MOVE WORK-LINK TO RC-LINK (RECON-FOUND-INDEX).
    MOVE SPACES TO RC-MODE (RECON-FOUND-INDEX).
    MOVE SPACES TO RC-CLIENT-RESULT (RECON-FOUND-INDEX).
    MOVE "N" TO RC-CLIENT-FLAG (RECON-FOUND-INDEX).
    MOVE "N" TO RC-SERVER-FLAG (RECON-FOUND-INDEX).
    MOVE "N" TO RC-BENCH-FLAG (RECON-FOUND-INDEX).
    MOVE 0 TO RC-SENT (RECON-FOUND-INDEX).
    MOVE 0 TO RC-CLIENT-RECEIVED (RECON-FOUND-INDEX).
    MOVE 0 TO RC-SERVER-RECEIVED (RECON-FOUND-INDEX).
    MOVE 0 TO RC-SERVER-ECHOED (RECON-FOUND-INDEX).
    MOVE 0 TO RC-BENCH-ERRORS (RECON-FOUND-INDEX).
FIND-OR-ADD-ENTRY-EXIT.
    EXIT.

FIND-ONE-ENTRY.
    IF RC-RUN-ID (RECON-INDEX) = WORK-RUN-ID
       AND RC-NODE (RECON-INDEX) = WORK-NODE
       AND RC-LINK (RECON-INDEX) = WORK-LINK
	MOVE RECON-INDEX TO RECON-FOUND-INDEX.
FIND-ONE-ENTRY-EXIT.
    EXIT.

* A field that is still not numeric after de-editing -- a damaged
* record, or one from before the field existed -- counts as zero.
DE-EDIT-DIGITS.
    MOVE 0 TO DIGITS-VALUE.
    INSPECT DIGITS-WORK REPLACING LEADING " " BY "0".
    IF DIGITS-WORK IS NUMERIC
	MOVE DIGITS-WORK TO DIGITS-VALUE.
DE-EDIT-DIGITS-EXIT.
    EXIT.

PRINT-RECONCILIATION.
    DISPLAY " ".
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " DIT Client/Server Session Reconciliation ".
    IF SELECT-RUN-ID NOT = 0
	DISPLAY " Run " SELECT-RUN-ID " only. "
    ELSE
	DISPLAY " Runs dated " SELECT-FROM-DATE " thru " SELECT-TO-DATE ". ".
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " RUN-ID     NODE   MODE LK  SENT  SRV-RCVD  SRV-ECHO"
	"  CLI-RCVD  BENCH  REMARK ".
    PERFORM PRINT-ONE-ENTRY THRU PRINT-ONE-ENTRY-EXIT
	VARYING RECON-INDEX FROM 1 BY 1
	UNTIL RECON-INDEX > RECON-COUNT.
    DISPLAY " ------------------------------------------------------ ".

    MOVE " CLIENT LINK RECORDS:       " TO SL-CAPTION.
    MOVE SESSION-RECORD-COUNT TO SL-COUNT.
    DISPLAY SUMMARY-LINE.

    MOVE " SERVER LINK RECORDS:       " TO SL-CAPTION.
    MOVE SRVLOG-RECORD-COUNT TO SL-COUNT.
    DISPLAY SUMMARY-LINE.

    MOVE " UNTAGGED SERVER RECORDS:   " TO SL-CAPTION.
    MOVE UNTAGGED-COUNT TO SL-COUNT.
    DISPLAY SUMMARY-LINE.

    MOVE " LINKS NOT RECONCILED:      " TO SL-CAPTION.
    MOVE MISMATCH-COUNT TO SL-COUNT.
    DISPLAY SUMMARY-LINE.

    IF TABLE-FULL-COUNT NOT = 0
	DISPLAY "? DITREC: " TABLE-FULL-COUNT
	    " record(s) beyond the table's 200 links not reconciled -- "
	DISPLAY "  narrow the selection. "
	ADD TABLE-FULL-COUNT TO MISMATCH-COUNT.
PRINT-RECONCILIATION-EXIT.
    EXIT.

* Judge one link.  The counts are checked in the order a message
* travels -- out to the server, echoed by it, back to the client --
* so the remark names the first leg that lost anything.  A link only
* one side logged is flagged as such; the other side's counts are
* what is missing.
PRINT-ONE-ENTRY.
    MOVE RC-RUN-ID (RECON-INDEX) TO RL-RUN-ID.
    MOVE RC-NODE (RECON-INDEX) TO RL-NODE.
    MOVE RC-MODE (RECON-INDEX) TO RL-MODE.
    MOVE RC-LINK (RECON-INDEX) TO RL-LINK.
    MOVE RC-SENT (RECON-INDEX) TO RL-SENT.
    MOVE RC-SERVER-RECEIVED (RECON-INDEX) TO RL-SERVER-RECEIVED.
    MOVE RC-SERVER-ECHOED (RECON-INDEX) TO RL-SERVER-ECHOED.
    MOVE RC-CLIENT-RECEIVED (RECON-INDEX) TO RL-CLIENT-RECEIVED.
    MOVE RC-BENCH-ERRORS (RECON-INDEX) TO RL-BENCH-ERRORS.
    MOVE "OK" TO RL-REMARK.

    IF RC-SERVER-FLAG (RECON-INDEX) = "N"
	MOVE "NO SERVER LOG" TO RL-REMARK
    ELSE IF RC-CLIENT-FLAG (RECON-INDEX) = "N"
	MOVE "NO CLIENT LOG" TO RL-REMARK
    ELSE IF RC-SENT (RECON-INDEX) > RC-SERVER-RECEIVED (RECON-INDEX)
	MOVE "OUTBOUND LOSS" TO RL-REMARK
    ELSE IF RC-SERVER-RECEIVED (RECON-INDEX) > RC-SENT (RECON-INDEX)
	MOVE "SERVER EXCESS" TO RL-REMARK
    ELSE IF RC-SERVER-RECEIVED (RECON-INDEX)
	    > RC-SERVER-ECHOED (RECON-INDEX)
	MOVE "ECHO FAILED" TO RL-REMARK
    ELSE IF RC-SERVER-ECHOED (RECON-INDEX)
	    > RC-CLIENT-RECEIVED (RECON-INDEX)
	MOVE "RETURN LOSS" TO RL-REMARK
    ELSE IF RC-BENCH-ERRORS (RECON-INDEX) NOT = 0
	MOVE "LOAD ERRORS" TO RL-REMARK
    ELSE IF RC-CLIENT-RESULT (RECON-INDEX) = "FAIL"
	MOVE "CLIENT FAILED" TO RL-REMARK.

    IF RL-REMARK NOT = "OK"
	ADD 1 TO MISMATCH-COUNT.

    DISPLAY " " REPORT-LINE.
PRINT-ONE-ENTRY-EXIT.
    EXIT.
