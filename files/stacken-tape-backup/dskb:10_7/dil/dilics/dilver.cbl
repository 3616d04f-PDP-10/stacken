*     hand.  A SCRUB-LIBPARM in the shape of the other scrubs now
*     runs right after the CALL; DIXLIB's empty-card path already
*     falls back to the interactive prompts.  FILES: DILVER.CBL )%
*
* Edit (%O'36', '23-Oct-86', 'Karin Lindqvist')
* %(  A collector that was down, or a circuit that dropped, at
*     shipping time lost that night's result for good -- the fleet
*     board showed the system silent and nothing ever made it up.
*     SHIP-RESULTS now appends tonight's RESULT-MESSAGE to a local
*     DILQUE.DAT outbound queue before anything is sent, then works
*     through the whole queue oldest first, one collector session per
*     message, and keeps every entry the collector has not
*     acknowledged.  DILCOL now answers each posted result with an
*     acknowledgment naming the system and run id (DILCOL.CBL edit 4)
*     and files a resent result it already holds only once, so a
*     delivery whose acknowledgment was lost does no harm.  The queue
*     is rewritten through a DILQUE.TMP hold file, and a rewrite that
*     fails leaves the old queue standing for the same reason.
*     Shipping now runs ahead of WRITE-REPORT, so DILVER.RPT can say
*     how many results are still waiting and since when.  The new
*     DILQUE program drains the same queue between cycles.
*     FILES: DILVER.CBL, DILCOL.CBL, DILQUE.CBL (NEW) )%
*
* Edit (%O'37', '24-Oct-86', 'Karin Lindqvist')
* %(  An incident used to stay open until an analyst acknowledged it,
*     even when the next night's cycle passed the very thing that had
*     failed, and nothing recorded when a problem went away.
*     WRITE-INCIDENT now runs after every cycle, clean or not, and
*     first marks RESOLVED every earlier unresolved incident whose
*     failed subsystems all passed tonight -- at the failed node when
*     the incident names one, and, for a DIX failure at a test only
*     the FULL run covers, in a FULL run -- stamping it with tonight's
*     run id and date.  Only then, on a failed cycle, is the new
*     incident written; a resolved incident no longer counts toward
*     a REPEAT.  The incident record grew the resolved flag, run id
*     and date; DILINC's new aging report reads them (DILINC.CBL edit
*     3).  FILES: DILVER.CBL, DILINC.CBL )%
*
* Edit (%O'38', '27-Oct-86', 'Karin Lindqvist')
* %(  CD36T1 and CT36T1 now end every CDBENCH.LOG and DITBENCH.LOG
*     record with the node it ran against (CD36T1.CBL edit 35,
*     CT36T1.CBL edit 32); both record layouts here widen to match,
*     and the report's DAP and DIT timing lines lead with the node, so
*     a sweep night's timings no longer read as one undivided list.
*     FILES: DILVER.CBL, CD36T1.CBL, CT36T1.CBL, DILBEN.CBL )%
*
* Edit (%O'39', '28-Oct-86', 'Karin Lindqvist')
* %(  The report now lists every change entered in the CHGREG.DAT
*     change register since the last clean cycle on record -- the
*     newest RUNMST.ISM cycle before this one with a zero completion
*     code -- just ahead of the certification line, so whoever signs
*     off a failed night sees at once what was installed since the
*     system last verified.  RUNMST.ISM is now opened for dynamic
*     access so it can be read in run id order for that search.  The
*     register is kept by the new DILCHG program.  FILES: DILVER.CBL,
*     DILCHG.CBL (NEW), DILBEN.CBL )%
*
* Edit (%O'40', '30-Oct-86', 'Karin Lindqvist')
* %(  A new DILCAL.DAT column, default N, lets the weekend plan ask
*     for the DIX boundary-value round trip as well: with it set, the
*     DIX phase CALLs the new C36T3 after C36T2 passes, and the phase
*     passes only if both do -- a boundary defect comes back as
*     DIX-FAILED-TEST 61 thru 68 like any other DIX failure.  An
*     incident for one of those tests resolves only on a cycle that
*     ran the boundary test again.  The plan line shows the column.
*     FILES: DILVER.CBL, C36T3.CBL (NEW) )%
*
* Edit (%O'41', '31-Oct-86', 'Karin Lindqvist')
* %(  Another DILCAL.DAT column, default N, asks for CD36T1's new
*     concurrent-session phase (CD36T1.CBL edit 36): the CDPARM.DAT
*     card then carries a session count -- the node's own, from a new
*     DILNODE.DAT field DILNOD maintains, or 4 where the node has none
*     and on the local run -- and CD36T1 fails the DAP test for the
*     node if fewer sessions than that could be held and verified.
*     The plan line shows the column.  FILES: DILVER.CBL, CD36T1.CBL,
*     DILNOD.CBL, DILJNL.CBL )%
*
* Edit (%O'42', '3-Nov-86', 'Karin Lindqvist')
* %(  DILSTA.DAT is rewritten at every phase boundary, so by morning
*     only the final DONE was left, and RUNMST.ISM keeps the cycle's
*     start and end alone -- nobody could say how long the DIX phase
*     or one node's DIT run really took.  Every phase boundary now
*     also appends the phase just finished to a new DILPHS.LOG phase
*     journal: run id, phase, node, start and end date and time to
*     the second, and tonight's plan, with one CYCLE record for the
*     whole run when it reaches DONE.  The incident, history and
*     summary steps after the last test get a phase of their own,
*     WRAP UP, instead of being charged to the exchange test.  The
*     new DILWIN program reports the journal.  FILES: DILVER.CBL,
*     DILWIN.CBL (NEW) )%
*
* Edit (%O'43', '4-Nov-86', 'Karin Lindqvist')
* %(  A cycle can now be asked for from the operations collector in
*     the middle of the day.  The new DILLSN listener takes a "verify
*     now" request from DILREQ, leaves the requested plan on a
*     DILDEM.DAT card and CALLs this program; the card, when present,
*     replaces the calendar's plan (no boundary or concurrent pass --
*     the request does not carry them) and is blanked as soon as it
*     is read.  An on-demand cycle neither resumes nor leaves a
*     checkpoint -- DILCKPT.DAT belongs to the scheduled cycle, and
*     DILLSN refuses a request while one is pending.  RUNMST.ISM gains
*     the on-demand flag and the requesting node, the summary and
*     DILVER.RPT say who asked, and the shipped result carries
*     "DMD Y" so the collector's board can show it.  FILES:
*     DILVER.CBL, DILLSN.CBL (NEW), DILREQ.CBL (NEW), DILCOL.CBL,
*     DILAVL.CBL, DILCHG.CBL, DILWIN.CBL )%
*
* Edit (%O'44', '5-Nov-86', 'Karin Lindqvist')
* %(  The exchange phase ran once, against the local test directory,
*     in VAX form, whatever the sweep nodes were.  DILNODE.DAT now
*     carries each node's DIX system type (DILNOD.CBL edit 6), and on
*     a sweep the exchange runs once per enabled node like DAP and
*     DIT, the type going to CX36T1 on the CXPARM.DAT card so it
*     converts in that node's own form.  A node whose type CX36T1 has
*     no conversion for comes back with completion code 99 and is
*     shown NOT SUPPORTED -- it does not fail the phase.  The per-node
*     result joins DAP and DIT in the matrix, on DILVER.RPT and in
*     NODMST.ISM, and an EXC incident at a named node is resolved by
*     that node's exchange passing.  FILES: DILVER.CBL, CX36T1.CBL,
*     DILNOD.CBL, DILJNL.CBL, DILNIQ.CBL, DILWIN.CBL )%
*
* Edit (%O'45', '7-Nov-86', 'Karin Lindqvist')
* %(  A FAIL said nothing of whose it was.  CD36T1, CT36T1 and CX36T1
*     now return the cause of a failure as their completion code
*     (CD36T1.CBL edit 37), and each phase -- and on a sweep each
*     node's cell -- keeps it as one letter: U unreachable, P password
*     refused, F remote file-system error, T connect timeout after
*     the retries, M data mismatch on read-back, L a failure on this
*     side.  The summary, the node matrix and DILVER.RPT show it after
*     FAIL; NODMST.ISM and the DILINC.ISM incident carry it per
*     subsystem, so DILINC can queue open incidents by cause for the
*     network group, the remote system manager and ourselves; and the
*     collector message carries it after "CAU ".  A sweep phase's
*     cause is that of its first failing node.  NODMST.ISM and
*     DILINC.ISM records grew, so existing masters need reorganising.
*     FILES: DILVER.CBL, CD36T1.CBL, CT36T1.CBL, CX36T1.CBL,
*     DILINC.CBL, DILCHG.CBL, DILJNL.CBL, DILNIQ.CBL, DIXRCN.CBL,
*     DILCOL.CBL )%
*
* Edit (%O'46', '8-Nov-86', 'Karin Lindqvist')
* %(  Planned outages booked through DILNOD land in DILOUT.DAT
*     (DILNOD.CBL edit 7).  READ-NODE-TABLE reads the calendar and
*     leaves a node out of the sweep only while one of its outages
*     covers the cycle's start -- from date and time up to, not
*     including, the to date and time -- so the node is back in the
*     next cycle after the outage without anyone enabling it.  A
*     node in an outage keeps its place in the node table with
*     POUT for every result: the matrix and the report show PLANNED
*     OUTAGE, NODMST.ISM gets a POUT record rather than no record,
*     and the skipped count is reported beside the DISABLED count.
*     A sweep phase with every node in an outage stays NRUN rather
*     than passing on nothing.  FILES: DILVER.CBL, DILNOD.CBL,
*     DILJNL.CBL, DILNIQ.CBL, DIXRCN.CBL )%

INSTALLATION.

	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS NODE-FILE-STATUS.

* Optional planned-outage calendar DILNOD maintains: a node with an
* outage covering the start of the cycle is left out of the sweep.
    SELECT OPTIONAL OUTAGE-FILE ASSIGN TO "DILOUT.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS OUTAGE-FILE-STATUS.

* Optional run calendar: one record per day of week, plus explicit
* date exceptions, selecting what kind of verification cycle -- if
* any -- tonight should run.
	FILE STATUS IS STATUS-FILE-STATUS.

* Run-history master: one record per completed verification cycle,
* keyed by run id, read back by the DILAVL availability report and
* searched here for the last clean cycle.
    SELECT RUNMST-FILE ASSIGN TO "RUNMST.ISM"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS RUNMST-RUN-ID
	FILE STATUS IS RUNMST-FILE-STATUS.

	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS DITBENCH-FILE-STATUS.

* Outbound collector queue: every result shipped is written here
* first and stays until the collector acknowledges it.  The hold file
* carries the unacknowledged entries while the queue is rewritten.
    SELECT QUEUE-FILE ASSIGN TO "DILQUE.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS QUEUE-FILE-STATUS.

    SELECT QUEUE-HOLD-FILE ASSIGN TO "DILQUE.TMP"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS QUEUE-HOLD-FILE-STATUS.

* The change register DILCHG maintains, read for the report's list of
* changes since the last clean cycle.
    SELECT OPTIONAL CHANGE-FILE ASSIGN TO "CHGREG.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS CHANGE-FILE-STATUS.

* The phase journal: one record appended for every phase finished,
* read back by the DILWIN batch-window report.
    SELECT PHASE-FILE ASSIGN TO "DILPHS.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS PHASE-FILE-STATUS.

* The on-demand plan card DILLSN leaves just ahead of its CALL when
* the operations collector asks for a cycle now.  Absent or blank on
* every scheduled run.
    SELECT OPTIONAL DEMAND-FILE ASSIGN TO "DILDEM.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS DEMAND-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
    05  CDPARM-XFER-TYPE PIC X(1).
    05  CDPARM-RUN-ID PIC 9(10).
    05  CDPARM-MATRIX PIC X(1).
    05  CDPARM-SESSIONS PIC 9(2).

FD  NODE-FILE
    LABEL RECORDS ARE STANDARD.
    05  NODE-REC-COMMENT PIC X(30).
    05  NODE-REC-CTSERV PIC X(1).
    05  NODE-REC-PW-FLAG PIC X(1).
    05  NODE-REC-SESSIONS PIC 9(2).
    05  NODE-REC-SYSTEM-TYPE PIC X(4).
    05  NODE-REC-DISABLED-DATE PIC 9(6).

FD  OUTAGE-FILE
    LABEL RECORDS ARE STANDARD.

01  OUTAGE-RECORD.
    05  OUT-NODE PIC X(6).
    05  OUT-FROM.
	10  OUT-FROM-DATE PIC 9(6).
	10  OUT-FROM-TIME PIC 9(4).
    05  OUT-TO.
	10  OUT-TO-DATE PIC 9(6).
	10  OUT-TO-TIME PIC 9(4).
    05  OUT-REASON PIC X(30).
    05  OUT-BOOKED-BY PIC X(3).
    05  OUT-BOOKED-DATE PIC 9(6).

FD  CXPARM-FILE
    LABEL RECORDS ARE STANDARD.
    05  CXPARM-DIRECTORY PIC X(39).
    05  CXPARM-PASSWD PIC X(39).
    05  CXPARM-RUN-ID PIC 9(10).
    05  CXPARM-SYSTEM-TYPE PIC X(4).

FD  DIXCAS-FILE
    LABEL RECORDS ARE STANDARD.
    05  CAL-REC-XFER-TYPE PIC X(1).
    05  CAL-REC-SWEEP PIC X(1).
    05  CAL-REC-MATRIX PIC X(1).
    05  CAL-REC-BOUNDARY PIC X(1).
    05  CAL-REC-CONCURRENT PIC X(1).

FD  DILPARM-FILE
    LABEL RECORDS ARE STANDARD.
    05  NODMST-RUN-ID PIC 9(10).
    05  NODMST-DAP PIC X(4).
    05  NODMST-DIT PIC X(4).
    05  NODMST-EXC PIC X(4).
    05  NODMST-DAP-CAUSE PIC X(1).
    05  NODMST-DIT-CAUSE PIC X(1).
    05  NODMST-EXC-CAUSE PIC X(1).

FD  STATUS-FILE
    LABEL RECORDS ARE STANDARD.
    05  RUNMST-NODE-COUNT PIC 9(3).
    05  RUNMST-START-HHMM PIC 9(4).
    05  RUNMST-END-HHMM PIC 9(4).
* D for a cycle the operations collector asked for, blank for a
* scheduled one, and the node that asked
    05  RUNMST-ON-DEMAND PIC X(1).
    05  RUNMST-REQUESTED-BY PIC X(6).

FD  INCIDENT-FILE
    LABEL RECORDS ARE STANDARD.
    05  INC-ACK-INITIALS PIC X(3).
    05  INC-DISPOSITION PIC X(40).
    05  INC-REPEAT-FLAG PIC X(1).
    05  INC-RESOLVED-FLAG PIC X(1).
    05  INC-RESOLVED-RUN-ID PIC 9(10).
    05  INC-RESOLVED-DATE PIC 9(6).
* the cause of each failed subsystem, a letter as the node matrix
* shows it, space where that subsystem did not fail
    05  INC-DAP-CAUSE PIC X(1).
    05  INC-DIT-CAUSE PIC X(1).
    05  INC-EXC-CAUSE PIC X(1).

FD  REPORT-FILE
    LABEL RECORDS ARE STANDARD.
    05  CDBENCH-ELAPSED PIC X(8).
    05  FILLER PIC X(1).
    05  CDBENCH-RUN-ID PIC X(10).
    05  FILLER PIC X(1).
    05  CDBENCH-NODE PIC X(6).

FD  DITBENCH-FILE
    LABEL RECORDS ARE STANDARD.
    05  DITBENCH-CORRUPT PIC X(5).
    05  FILLER PIC X(1).
    05  DITBENCH-RUN-ID PIC X(10).
    05  FILLER PIC X(1).
    05  DITBENCH-NODE PIC X(6).

FD  QUEUE-FILE
    LABEL RECORDS ARE STANDARD.

01  QUEUE-RECORD.
    05  QUE-DATE PIC 9(6).
    05  QUE-HHMM PIC 9(4).
    05  QUE-MESSAGE PIC X(100).

FD  QUEUE-HOLD-FILE
    LABEL RECORDS ARE STANDARD.

01  QUEUE-HOLD-RECORD PIC X(110).

* one installation event, as DILCHG writes the register
FD  CHANGE-FILE
    LABEL RECORDS ARE STANDARD.

01  CHANGE-RECORD.
    05  CHG-WHEN.
	10  CHG-DATE PIC 9(6).
	10  CHG-TIME PIC 9(4).
    05  CHG-WHEN-N REDEFINES CHG-WHEN PIC 9(10).
    05  CHG-COMPONENT PIC X(7).
    05  CHG-PATCH-ID PIC X(12).
    05  CHG-INSTALLER PIC X(3).
    05  CHG-NOTE PIC X(40).

* one finished phase: when it started and ended, to the second, the
* node it ran against (spaces outside a sweep) and the plan the
* cycle ran under, so DILWIN can tell a matrix night's DAP time from
* a plain one's.  Phase CYCLE is the whole run.
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

FD  DEMAND-FILE
    LABEL RECORDS ARE STANDARD.

01  DEMAND-RECORD.
    05  DEM-REQUESTED-BY PIC X(6).
    05  DEM-REQUEST-ID PIC 9(10).
    05  DEM-DIX-MODE PIC X(5).
    05  DEM-XFER-TYPE PIC X(1).
    05  DEM-SWEEP PIC X(1).
    05  DEM-MATRIX PIC X(1).

WORKING-STORAGE SECTION.

    88  EXC-FAIL VALUE "FAIL".
    88  EXC-NOT-RUN VALUE "NRUN".

* why a failed phase failed, from the sub-test's completion code: U
* the node could not be reached, P its password was refused, F its
* file system failed the operation, T the connection was not made
* inside the connect retries, M the data came back wrong, L a
* failure on this side.  Space while the phase has not failed.
01  DAP-CAUSE PIC X(1) VALUE SPACE.
01  DIT-CAUSE PIC X(1) VALUE SPACE.
01  EXC-CAUSE PIC X(1) VALUE SPACE.

* overall completion code for the combined run: zero only if all
* three confidence tests came back PASS
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.
01  NODE-EOF-FLAG PIC X(3) VALUE "NO ".
    88  NODE-EOF VALUE "YES".

01  OUTAGE-FILE-STATUS PIC X(2).
01  OUTAGE-EOF-FLAG PIC X(3) VALUE "NO ".
    88  OUTAGE-EOF VALUE "YES".

* the cycle's start, laid out like an outage's from and to, and the
* outages from DILOUT.DAT that cover it
01  CYCLE-START-STAMP.
    05  CYCLE-START-DATE PIC 9(6).
    05  CYCLE-START-TIME PIC 9(4).
01  CYCLE-CLOCK-TIME PIC 9(8).
01  CYCLE-CLOCK-TIME-R REDEFINES CYCLE-CLOCK-TIME.
    05  CYCLE-CLOCK-HHMM PIC 9(4).
    05  FILLER PIC 9(4).

01  CURRENT-OUTAGE-TABLE.
    05  CURRENT-OUTAGE OCCURS 100 TIMES.
	10  CO-NODE PIC X(6).
	10  CO-TO-DATE PIC 9(6).
	10  CO-TO-TIME PIC 9(4).
	10  CO-REASON PIC X(30).

77  MAX-CURRENT-OUTAGE-COUNT PIC S9(4) COMP VALUE 100.
77  CURRENT-OUTAGE-COUNT PIC S9(4) COMP VALUE 0.
77  OUTAGE-INDEX PIC S9(4) COMP.
77  OUTAGE-FOUND-INDEX PIC S9(4) COMP.

* YES once DILNODE.DAT has been read: the DAP and DIT tests then sweep
* every node in the table instead of running once locally
01  NODE-SWEEP-FLAG PIC X(3) VALUE "NO ".
    88  NODE-SWEEP VALUE "YES".

* the node table itself, with one DAP, one DIT and one exchange result
* cell per node for the summary matrix.  An exchange CX36T1 has no
* conversion for is NSUP, shown as NOT SUPPORTED; every cell of a node
* in a planned outage is POUT, shown as PLANNED OUTAGE.
01  NODE-TABLE.
    05  NODE-ENTRY OCCURS 20 TIMES.
	10  NT-NAME PIC X(6).
	10  NT-PASSWD PIC X(39).
	10  NT-PW-FLAG PIC X(1).
	10  NT-CTSERV PIC X(1).
	10  NT-SESSIONS PIC 9(2).
	10  NT-SYSTEM-TYPE PIC X(4).
	10  NT-DAP-RESULT PIC X(4).
	10  NT-DIT-RESULT PIC X(4).
	10  NT-EXC-RESULT PIC X(4).
	10  NT-DAP-CAUSE PIC X(1).
	10  NT-DIT-CAUSE PIC X(1).
	10  NT-EXC-CAUSE PIC X(1).
	10  NT-OUTAGE PIC X(1).

77  MAX-NODE-COUNT PIC S9(4) COMP VALUE 20.
77  NODE-COUNT PIC S9(4) COMP VALUE 0.
* stay in DILNODE.DAT but take no part in tonight's sweep
77  DISABLED-NODE-COUNT PIC S9(4) COMP VALUE 0.

* entries in the table but inside a planned outage tonight; they keep
* their matrix line but no test is run against them
77  OUTAGE-NODE-COUNT PIC S9(4) COMP VALUE 0.

* the node particulars the next WRITE-CDPARM/WRITE-DITPARM should put
* on the parameter card; spaces mean the plain local run.  The
* password stays in whatever form DILNODE.DAT held it -- "E" on the
01  CURRENT-NODE-DIRECTORY PIC X(39) VALUE SPACES.
01  CURRENT-NODE-PASSWD PIC X(39) VALUE SPACES.
01  CURRENT-NODE-PW-FLAG PIC X(1) VALUE SPACE.
01  CURRENT-NODE-SESSIONS PIC 9(2) VALUE 0.
01  CURRENT-NODE-SYSTEM-TYPE PIC X(4) VALUE SPACES.

* CX36T1's completion code for a node whose system type it has no
* conversion for
77  EXC-UNSUPPORTED-CODE PIC S9(4) COMP VALUE 99.

* the completion codes CD36T1, CT36T1 and CX36T1 name a failure's
* cause with; any other failing code is a failure on this side
77  CAUSE-UNREACHABLE-CODE PIC S9(4) COMP VALUE 11.
77  CAUSE-PASSWORD-CODE PIC S9(4) COMP VALUE 12.
77  CAUSE-REMOTE-FS-CODE PIC S9(4) COMP VALUE 13.
77  CAUSE-TIMEOUT-CODE PIC S9(4) COMP VALUE 14.
77  CAUSE-MISMATCH-CODE PIC S9(4) COMP VALUE 15.

* the cause letter CLASSIFY-RETURN-CODE made of the last failed CALL
01  RETURNED-CAUSE PIC X(1).

* the concurrent-session count for a node that names none, and for
* the local run
01  DEFAULT-SESSION-COUNT PIC 9(2) VALUE 4.

* the password being decoded for a card, held no longer than the
* card build itself
01  MATRIX-LINE.
    05  ML-NODE PIC X(6).
    05  FILLER PIC X(4) VALUE SPACES.
    05  ML-DAP PIC X(16).
    05  FILLER PIC X(3) VALUE SPACES.
    05  ML-DIT PIC X(16).
    05  FILLER PIC X(3) VALUE SPACES.
    05  ML-EXC PIC X(16).

* one result as the summary, the matrix and the report show it: the
* result and cause SET-RESULT-DISPLAY is given, the words it makes of
* them -- NOT SUPPORTED, or FAIL followed by the cause
01  CELL-RESULT PIC X(4).
01  CELL-CAUSE PIC X(1).
01  CELL-DISPLAY PIC X(16).
01  CAUSE-DISPLAY PIC X(11).
01  FAIL-CAUSE-DISPLAY.
    05  FILLER PIC X(5) VALUE "FAIL ".
    05  FCD-CAUSE PIC X(11).

01  DILCAL-FILE-STATUS PIC X(2).

01  PLAN-SWEEP-FLAG PIC X(1) VALUE "Y".
    88  PLAN-SWEEP-WANTED VALUE "Y".
01  PLAN-MATRIX PIC X(1) VALUE "N".
* Y when the DIX phase also runs C36T3's boundary-value round trip --
* a long run, meant for the weekend plan
01  PLAN-BOUNDARY PIC X(1) VALUE "N".
    88  PLAN-BOUNDARY-WANTED VALUE "Y".
* Y when the DAP test also holds several remote files open at once
* on each node -- CD36T1's concurrent-session phase
01  PLAN-CONCURRENT PIC X(1) VALUE "N".
    88  PLAN-CONCURRENT-WANTED VALUE "Y".

* where tonight's plan came from, for the summary and the report:
* the defaults, a day-of-week record, an explicit date exception, or
* an on-demand request from the operations collector
01  PLAN-SOURCE PIC X(8) VALUE "DEFAULT ".

* YES when this cycle runs on a DILDEM.DAT card rather than the
* calendar, with the node that asked and the request's identifier
01  DEMAND-FILE-STATUS PIC X(2).
01  ON-DEMAND-FLAG PIC X(3) VALUE "NO ".
    88  ON-DEMAND-RUN VALUE "YES".
01  DEMAND-REQUESTED-BY PIC X(6) VALUE SPACES.
01  DEMAND-REQUEST-ID PIC 9(10) VALUE 0.

* YES once an explicit date record has matched today -- a day-of-week
* record read after it must not override the exception
01  PLAN-DATE-MATCH-FLAG PIC X(3) VALUE "NO ".
    05  PL-SWEEP PIC X(1).
    05  FILLER PIC X(6) VALUE " MTX ".
    05  PL-MATRIX PIC X(1).
    05  FILLER PIC X(6) VALUE " BND ".
    05  PL-BOUNDARY PIC X(1).
    05  FILLER PIC X(7) VALUE " CONC ".
    05  PL-CONCURRENT PIC X(1).

01  DILPARM-FILE-STATUS PIC X(2).
01  NODMST-FILE-STATUS PIC X(2).
01  STATUS-FILE-STATUS PIC X(2).
01  RUNMST-FILE-STATUS PIC X(2).
01  CHANGE-FILE-STATUS PIC X(2).

* the newest cycle before this one that ended clean, and the count of
* changes registered since it
01  LAST-CLEAN-RUN-ID PIC 9(10).
01  RUNMST-EOF-FLAG PIC X(3).
    88  RUNMST-EOF VALUE "YES".

* what the next status record should say: the phase entered and the
* node in hand (spaces outside a sweep)
* per run is plenty for a convenience file
01  STATUS-ERR-FLAG PIC X(3) VALUE "NO ".
    88  STATUS-ERR-REPORTED VALUE "YES".

* the phase now running, as the phase journal will record it when the
* next boundary ends it; spaces before the first phase and after DONE
01  JOURNALED-PHASE PIC X(12) VALUE SPACES.
01  JOURNALED-NODE PIC X(6) VALUE SPACES.
01  JOURNALED-START-DATE PIC 9(6).
01  JOURNALED-START-TIME PIC 9(6).

* when the whole cycle began, for its CYCLE record
01  RUN-START-DATE PIC 9(6).
01  RUN-START-TIME PIC 9(6).

* the boundary's date and time; TIME's hundredths are dropped
01  PHASE-DATE PIC 9(6).
01  PHASE-CLOCK PIC 9(8).
01  PHASE-CLOCK-R REDEFINES PHASE-CLOCK.
    05  PHASE-CLOCK-HHMMSS PIC 9(6).
    05  FILLER PIC 9(2).

* one complaint per run about an unwritable journal, as for DILSTA
01  PHASE-FILE-STATUS PIC X(2).
01  PHASE-ERR-FLAG PIC X(3) VALUE "NO ".
    88  PHASE-ERR-REPORTED VALUE "YES".
01  INCIDENT-FILE-STATUS PIC X(2).

01  INCIDENT-EOF-FLAG PIC X(3).
01  NEW-INC-FAILED-NODE PIC X(6).
01  NEW-INC-FAILED-LIST PIC X(16).
77  NEW-INC-LIST-PTR PIC S9(4) COMP.

* the resolution pass: YES while everything an earlier incident
* failed has passed tonight; the tally counts a subsystem's name in
* the incident's failed list; the index finds its failed node in
* tonight's sweep
01  CLEARED-FLAG PIC X(3).
    88  INCIDENT-CLEARED VALUE "YES".
77  FAILED-TALLY PIC S9(4) COMP.
77  INC-NODE-INDEX PIC S9(4) COMP.
77  RESOLVED-COUNT PIC S9(4) COMP VALUE 0.
01  REPORT-FILE-STATUS PIC X(2).
01  DIXLOG-FILE-STATUS PIC X(2).
01  CDBENCH-FILE-STATUS PIC X(2).
01  COLLECTOR-NODE PIC X(6) DISPLAY-7 VALUE SPACES.
01  COLLECTOR-TASK PIC X(16) DISPLAY-7 VALUE SPACES.

01  QUEUE-FILE-STATUS PIC X(2).
01  QUEUE-HOLD-FILE-STATUS PIC X(2).

01  QUEUE-EOF-FLAG PIC X(3).
    88  QUEUE-EOF VALUE "YES".

* YES once tonight's result is safely on the queue; a queue that
* could not be written still gets tonight's result one direct try
01  QUEUED-FLAG PIC X(3).
    88  RESULT-QUEUED VALUE "YES".

* YES once a collector session could not be opened or connected --
* the rest of the queue is kept for a later try rather than each
* entry sitting through the full connect-retry wait in turn
01  SHIP-LINK-DOWN-FLAG PIC X(3).
    88  SHIP-LINK-DOWN VALUE "YES".

* YES when the collector's acknowledgment for the message in hand
* came back naming the right system and run id
01  ACK-FLAG PIC X(3).
    88  RESULT-ACKNOWLEDGED VALUE "YES".

77  RESULTS-SHIPPED PIC S9(10) COMP VALUE 0.
77  RESULTS-AWAITING PIC S9(10) COMP VALUE 0.
01  OLDEST-AWAITING-DATE PIC 9(6) VALUE 0.

* the system name the report's header page carries, from DILPARM.DAT
01  SYSTEM-NAME PIC X(6) VALUE "LOCAL ".

    05  FILLER PIC X(10) VALUE " RUN:     ".
    05  RR-RUN-ID PIC 9(10).

01  RPT-DEMAND-LINE.
    05  FILLER PIC X(33) VALUE " ON-DEMAND CYCLE, REQUESTED FROM ".
    05  RDM-NODE PIC X(6).
    05  FILLER PIC X(10) VALUE " (REQUEST ".
    05  RDM-REQUEST-ID PIC 9(10).
    05  FILLER PIC X(1) VALUE ")".

01  RPT-RESULT-LINE.
    05  FILLER PIC X(1) VALUE SPACE.
    05  RL-TEST-NAME PIC X(4).
    05  FILLER PIC X(22) VALUE " CONFIDENCE TEST:     ".
    05  RL-RESULT PIC X(4).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RL-CAUSE PIC X(11).

* one DIX per-test detail line, built from this run's DIXLOG records
01  RPT-DIX-DETAIL-LINE.
01  RPT-FAIL-LIST PIC X(116).
77  RPT-FAIL-PTR PIC S9(4) COMP.

* one DAP timing detail line, led by the node it ran against
01  RPT-DAP-DETAIL-LINE.
    05  FILLER PIC X(1) VALUE SPACE.
    05  RP-NODE PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  RP-OPERATION PIC X(10).
    05  FILLER PIC X(10) VALUE "  ELAPSED ".
    05  RP-ELAPSED PIC X(8).
* riding along after the throughput
01  RPT-DIT-DETAIL-LINE.
    05  FILLER PIC X(1) VALUE SPACE.
    05  RT-NODE PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  RT-MSG-COUNT PIC X(5).
    05  FILLER PIC X(11) VALUE " MSGS, IN  ".
    05  RT-ELAPSED PIC X(8).
    05  FILLER PIC X(25) VALUE " DISABLED NODES SKIPPED: ".
    05  RDS-COUNT PIC ZZZ9.

* the planned-outage-nodes-skipped line for the report
01  RPT-OUTAGE-LINE.
    05  FILLER PIC X(31) VALUE " PLANNED OUTAGE NODES SKIPPED: ".
    05  ROS-COUNT PIC ZZZ9.

* the heading and one line of the changes-since-last-clean-cycle list
01  RPT-CHANGE-HEAD-LINE.
    05  FILLER PIC X(37)
	VALUE " CHANGES SINCE LAST CLEAN CYCLE (RUN ".
    05  RCH-RUN-ID PIC 9(10).
    05  FILLER PIC X(1) VALUE ")".

01  RPT-CHANGE-LINE.
    05  FILLER PIC X(1) VALUE SPACE.
    05  RC-DATE PIC 9(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RC-TIME PIC 9(4).
    05  FILLER PIC X(2) VALUE SPACES.
    05  RC-COMPONENT PIC X(7).
    05  FILLER PIC X(2) VALUE SPACES.
    05  RC-PATCH-ID PIC X(12).
    05  FILLER PIC X(2) VALUE SPACES.
    05  RC-INSTALLER PIC X(3).
    05  FILLER PIC X(2) VALUE SPACES.
    05  RC-NOTE PIC X(40).

* the collector-queue line for the report
01  RPT-QUEUE-LINE.
    05  FILLER PIC X(28) VALUE " RESULTS AWAITING SHIPMENT: ".
    05  RQL-COUNT PIC ZZZ9.
    05  FILLER PIC X(17) VALUE "   OLDEST QUEUED ".
    05  RQL-OLDEST PIC X(6).

* one node-matrix line for the report
01  RPT-NODE-LINE.
    05  FILLER PIC X(1) VALUE SPACE.
    05  RN-NODE PIC X(6).
    05  FILLER PIC X(4) VALUE SPACES.
    05  RN-DAP PIC X(16).
    05  FILLER PIC X(3) VALUE SPACES.
    05  RN-DIT PIC X(16).
    05  FILLER PIC X(3) VALUE SPACES.
    05  RN-EXC PIC X(16).

01  REPORT-DATE PIC 9(6).
01  REPORT-TIME PIC 9(8).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RM-EXC-LABEL PIC X(4) VALUE "EXC ".
    05  RM-EXC PIC X(4).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RM-DMD-LABEL PIC X(4) VALUE "DMD ".
    05  RM-DEMAND PIC X(1).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RM-CAU-LABEL PIC X(4) VALUE "CAU ".
    05  RM-DAP-CAUSE PIC X(1).
    05  RM-DIT-CAUSE PIC X(1).
    05  RM-EXC-CAUSE PIC X(1).
    05  FILLER PIC X(10) VALUE SPACES.

* the collector's answer to one posted result, in the layout DILCOL's
* SEND-ACKNOWLEDGMENT builds it
01  ACK-MESSAGE USAGE DISPLAY-7.
    05  AK-HEADER PIC X(11).
    05  AK-SYS-LABEL PIC X(4).
    05  AK-SYSTEM PIC X(6).
    05  FILLER PIC X(1).
    05  AK-RUNID-LABEL PIC X(4).
    05  AK-RUN-ID PIC 9(10).
    05  FILLER PIC X(64).

PROCEDURE DIVISION.

MAIN-LINE.
    PERFORM READ-RUN-CALENDAR THRU READ-RUN-CALENDAR-EXIT.
    PERFORM READ-DEMAND-CARD THRU READ-DEMAND-CARD-EXIT.

* a calendar that says no run tonight -- the monthly maintenance
* holiday, say -- is a clean, deliberate no-op, not a failure

    PERFORM GET-DILVER-PARAMETERS THRU GET-DILVER-PARAMETERS-EXIT.
    PERFORM READ-NODE-TABLE THRU READ-NODE-TABLE-EXIT.

* an on-demand cycle is a fresh cycle of its own; DILCKPT.DAT belongs
* to the scheduled one
    IF NOT ON-DEMAND-RUN
	PERFORM READ-CHECKPOINT THRU READ-CHECKPOINT-EXIT.

    IF RUN-ID = 0
	PERFORM GENERATE-RUN-ID THRU GENERATE-RUN-ID-EXIT.

    ACCEPT CLOCK-NOW FROM TIME.
    MOVE CLOCK-NOW-HHMM TO RUN-START-HHMM.
    ACCEPT RUN-START-DATE FROM DATE.
    MOVE CLOCK-NOW TO PHASE-CLOCK.
    MOVE PHASE-CLOCK-HHMMSS TO RUN-START-TIME.

    PERFORM VALIDATE-CASE-FILE THRU VALIDATE-CASE-FILE-EXIT.

	DISPLAY " DILVER: DIXCAS.DAT failed validation -- no tests run. "
	MOVE 1 TO COMPLETION-CODE.

* the bookkeeping after the tests is a phase of its own in the
* journal, not part of the last test's time
    MOVE "WRAP UP     " TO CURRENT-PHASE.
    MOVE SPACES TO STATUS-NODE.
    PERFORM WRITE-STATUS-RECORD THRU WRITE-STATUS-RECORD-EXIT.

* every cycle goes through the incident step: a clean one may resolve
* earlier incidents, a failed one also records its own
    PERFORM WRITE-INCIDENT THRU WRITE-INCIDENT-EXIT.

    PERFORM POST-RUN-HISTORY THRU POST-RUN-HISTORY-EXIT.
    PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT.

* shipping goes ahead of the report so DILVER.RPT can say how many
* results are still queued for the collector
    PERFORM SHIP-RESULTS THRU SHIP-RESULTS-EXIT.
    PERFORM WRITE-REPORT THRU WRITE-REPORT-EXIT.

    IF COMPLETION-CODE = 0 AND NOT ON-DEMAND-RUN
	PERFORM CLEAR-CHECKPOINT THRU CLEAR-CHECKPOINT-EXIT.

    MOVE "DONE        " TO CURRENT-PHASE.
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
ADOPT-CALENDAR-RECORD-EXIT.
    EXIT.

* Read DILDEM.DAT, if DILLSN has left one: the plan the operations
* collector asked for, replacing whatever the calendar chose, and the
* node that asked.  The card is blanked the moment it is read, like
* every other parameter card, so it can never start a second cycle.
* A cycle asked for now runs whatever the calendar says of tonight.
READ-DEMAND-CARD.
    OPEN INPUT DEMAND-FILE.
    IF DEMAND-FILE-STATUS NOT = "00"
	GO TO READ-DEMAND-CARD-EXIT.

    READ DEMAND-FILE
	AT END
	    CLOSE DEMAND-FILE
	    GO TO READ-DEMAND-CARD-EXIT.
    CLOSE DEMAND-FILE.

    IF DEM-REQUESTED-BY = SPACES
	GO TO READ-DEMAND-CARD-EXIT.

    MOVE "YES" TO ON-DEMAND-FLAG.
    MOVE "DEMAND  " TO PLAN-SOURCE.
    MOVE DEM-REQUESTED-BY TO DEMAND-REQUESTED-BY.
    IF DEM-REQUEST-ID IS NUMERIC
	MOVE DEM-REQUEST-ID TO DEMAND-REQUEST-ID.
    MOVE "Y" TO PLAN-RUN-FLAG.

    IF DEM-DIX-MODE = "QUICK"
	MOVE "QUICK" TO PLAN-DIX-MODE
    ELSE
	MOVE "FULL " TO PLAN-DIX-MODE.

    IF DEM-XFER-TYPE = "A" OR DEM-XFER-TYPE = "I"
       OR DEM-XFER-TYPE = "B"
	MOVE DEM-XFER-TYPE TO PLAN-XFER-TYPE
    ELSE
	MOVE "B" TO PLAN-XFER-TYPE.

    IF DEM-SWEEP = "N"
	MOVE "N" TO PLAN-SWEEP-FLAG
    ELSE
	MOVE "Y" TO PLAN-SWEEP-FLAG.

    IF DEM-MATRIX = "Y"
	MOVE "Y" TO PLAN-MATRIX
    ELSE
	MOVE "N" TO PLAN-MATRIX.

    MOVE "N" TO PLAN-BOUNDARY.
    MOVE "N" TO PLAN-CONCURRENT.

    DISPLAY " DILVER: on-demand cycle requested from " DEMAND-REQUESTED-BY
	" (request " DEMAND-REQUEST-ID ") -- the calendar is set aside. ".

    OPEN OUTPUT DEMAND-FILE.
    IF DEMAND-FILE-STATUS NOT = "00"
	DISPLAY "? READ-DEMAND-CARD: DILDEM.DAT could not be blanked, status = "
	    DEMAND-FILE-STATUS
	GO TO READ-DEMAND-CARD-EXIT.
    CLOSE DEMAND-FILE.
READ-DEMAND-CARD-EXIT.
    EXIT.

* Turn a YYMMDD date into a serial day number, the same arithmetic
* DILTRM uses: 365 days a year, a leap day for every fourth prior
* year, and one more when the date itself is past February of a leap
    IF NODE-FILE-STATUS NOT = "00"
	GO TO READ-NODE-TABLE-EXIT.

    PERFORM READ-OUTAGE-CALENDAR THRU READ-OUTAGE-CALENDAR-EXIT.
    PERFORM READ-NODE-RECORD THRU READ-NODE-RECORD-EXIT
	UNTIL NODE-EOF.
    CLOSE NODE-FILE.
    IF DISABLED-NODE-COUNT > 0
	DISPLAY " DILVER: " DISABLED-NODE-COUNT
	    " disabled node(s) skipped. ".

    IF OUTAGE-NODE-COUNT > 0
	DISPLAY " DILVER: " OUTAGE-NODE-COUNT
	    " node(s) in a planned outage skipped. ".
READ-NODE-TABLE-EXIT.
    EXIT.

* Keep the DILOUT.DAT outages that cover the start of this cycle --
* the moment the node table is read.  An outage covers it from its
* from date and time up to, not including, its to date and time; one
* that is over or still to come is simply not kept, which is what puts
* a node back in the sweep when its outage ends.  Absent file, no
* outages.
READ-OUTAGE-CALENDAR.
    ACCEPT CYCLE-START-DATE FROM DATE.
    ACCEPT CYCLE-CLOCK-TIME FROM TIME.
    MOVE CYCLE-CLOCK-HHMM TO CYCLE-START-TIME.

    OPEN INPUT OUTAGE-FILE.
    IF OUTAGE-FILE-STATUS NOT = "00"
	GO TO READ-OUTAGE-CALENDAR-EXIT.

    PERFORM READ-OUTAGE-RECORD THRU READ-OUTAGE-RECORD-EXIT
	UNTIL OUTAGE-EOF.
    CLOSE OUTAGE-FILE.
READ-OUTAGE-CALENDAR-EXIT.
    EXIT.

READ-OUTAGE-RECORD.
    READ OUTAGE-FILE
	AT END
	    MOVE "YES" TO OUTAGE-EOF-FLAG
	    GO TO READ-OUTAGE-RECORD-EXIT.

    IF OUT-FROM > CYCLE-START-STAMP OR OUT-TO NOT > CYCLE-START-STAMP
	GO TO READ-OUTAGE-RECORD-EXIT.

    IF CURRENT-OUTAGE-COUNT NOT < MAX-CURRENT-OUTAGE-COUNT
	DISPLAY "? READ-NODE-TABLE: more than " MAX-CURRENT-OUTAGE-COUNT
	    " outages in force in DILOUT.DAT -- extras ignored. "
	GO TO READ-OUTAGE-RECORD-EXIT.

    ADD 1 TO CURRENT-OUTAGE-COUNT.
    MOVE OUT-NODE TO CO-NODE (CURRENT-OUTAGE-COUNT).
    MOVE OUT-TO-DATE TO CO-TO-DATE (CURRENT-OUTAGE-COUNT).
    MOVE OUT-TO-TIME TO CO-TO-TIME (CURRENT-OUTAGE-COUNT).
    MOVE OUT-REASON TO CO-REASON (CURRENT-OUTAGE-COUNT).
READ-OUTAGE-RECORD-EXIT.
    EXIT.

* An entry DILNOD has flagged DISABLED -- a node down for planned
* maintenance -- stays in the file but out of tonight's sweep.
READ-NODE-RECORD.
		MOVE NODE-REC-PASSWD TO NT-PASSWD (NODE-COUNT)
		MOVE NODE-REC-PW-FLAG TO NT-PW-FLAG (NODE-COUNT)
		MOVE NODE-REC-CTSERV TO NT-CTSERV (NODE-COUNT)
		MOVE NODE-REC-SESSIONS TO NT-SESSIONS (NODE-COUNT)
		MOVE NODE-REC-SYSTEM-TYPE TO NT-SYSTEM-TYPE (NODE-COUNT)
		MOVE "NRUN" TO NT-DAP-RESULT (NODE-COUNT)
		MOVE "NRUN" TO NT-DIT-RESULT (NODE-COUNT)
		MOVE "NRUN" TO NT-EXC-RESULT (NODE-COUNT)
		MOVE SPACE TO NT-DAP-CAUSE (NODE-COUNT)
		MOVE SPACE TO NT-DIT-CAUSE (NODE-COUNT)
		MOVE SPACE TO NT-EXC-CAUSE (NODE-COUNT)
		PERFORM CHECK-NODE-OUTAGE THRU CHECK-NODE-OUTAGE-EXIT
	    ELSE
		DISPLAY "? READ-NODE-TABLE: more than " MAX-NODE-COUNT
		    " nodes in DILNODE.DAT -- extras ignored. ".
READ-NODE-RECORD-EXIT.
    EXIT.

* A node just loaded with an outage in force tonight stays in the
* table, so it is accounted for on the matrix and in NODMST.ISM, but
* with POUT in every cell the sweeps skip it.
CHECK-NODE-OUTAGE.
    MOVE "N" TO NT-OUTAGE (NODE-COUNT).
    MOVE 0 TO OUTAGE-FOUND-INDEX.
    PERFORM MATCH-NODE-OUTAGE THRU MATCH-NODE-OUTAGE-EXIT
	VARYING OUTAGE-INDEX FROM 1 BY 1
	UNTIL OUTAGE-INDEX > CURRENT-OUTAGE-COUNT
	   OR OUTAGE-FOUND-INDEX NOT = 0.
    IF OUTAGE-FOUND-INDEX = 0
	GO TO CHECK-NODE-OUTAGE-EXIT.

    MOVE "Y" TO NT-OUTAGE (NODE-COUNT).
    MOVE "POUT" TO NT-DAP-RESULT (NODE-COUNT).
    MOVE "POUT" TO NT-DIT-RESULT (NODE-COUNT).
    MOVE "POUT" TO NT-EXC-RESULT (NODE-COUNT).
    ADD 1 TO OUTAGE-NODE-COUNT.
    DISPLAY " DILVER: node " NT-NAME (NODE-COUNT)
	" is in a PLANNED OUTAGE until "
	CO-TO-DATE (OUTAGE-FOUND-INDEX) " "
	CO-TO-TIME (OUTAGE-FOUND-INDEX) " -- skipped. ".
    DISPLAY "         (" CO-REASON (OUTAGE-FOUND-INDEX) ") ".
CHECK-NODE-OUTAGE-EXIT.
    EXIT.

MATCH-NODE-OUTAGE.
    IF CO-NODE (OUTAGE-INDEX) = NT-NAME (NODE-COUNT)
	MOVE OUTAGE-INDEX TO OUTAGE-FOUND-INDEX.
MATCH-NODE-OUTAGE-EXIT.
    EXIT.

* Read back whatever checkpoint a previous, interrupted run left behind.
* A record for a test means that test has already PASSed; a test with
* no record -- including every test, the first time this runs -- is
    EXIT.

* Append one checkpoint record marking CKPT-TEST-NAME (set by the
* caller) as PASSed, so a restart after this point skips it.  An
* on-demand cycle is never restarted, and must not hand its passes
* to tonight's scheduled run.
WRITE-CHECKPOINT-RECORD.
    IF ON-DEMAND-RUN
	GO TO WRITE-CHECKPOINT-RECORD-EXIT.

    OPEN EXTEND CKPT-FILE.
    IF CKPT-FILE-STATUS = "35"
	OPEN OUTPUT CKPT-FILE.
    MOVE PLAN-XFER-TYPE TO CDPARM-XFER-TYPE.
    MOVE RUN-ID TO CDPARM-RUN-ID.
    MOVE PLAN-MATRIX TO CDPARM-MATRIX.

* a node entry from before the session count existed holds spaces
* there, which means the default like a zero does
    MOVE 0 TO CDPARM-SESSIONS.
    IF PLAN-CONCURRENT-WANTED
	IF CURRENT-NODE-SESSIONS IS NUMERIC
	   AND CURRENT-NODE-SESSIONS > 0
	    MOVE CURRENT-NODE-SESSIONS TO CDPARM-SESSIONS
	ELSE
	    MOVE DEFAULT-SESSION-COUNT TO CDPARM-SESSIONS.
    WRITE CDPARM-RECORD.
    CLOSE CDPARM-FILE.
WRITE-CDPARM-EXIT.
    MOVE PASSWD-WORK TO CXPARM-PASSWD.
    MOVE SPACES TO PASSWD-WORK.
    MOVE RUN-ID TO CXPARM-RUN-ID.
    MOVE CURRENT-NODE-SYSTEM-TYPE TO CXPARM-SYSTEM-TYPE.
    WRITE CXPARM-RECORD.
    CLOSE CXPARM-FILE.
WRITE-CXPARM-EXIT.
* Rewrite the one-record DILSTA.DAT status file with the phase just
* entered, the node in hand and the results so far, for the DILSTA
* display.  A status file that cannot be written is a nuisance, not
* a failure -- complain once and carry on.  The boundary goes to the
* phase journal first, whatever becomes of the status file.
WRITE-STATUS-RECORD.
    PERFORM JOURNAL-PHASE-BOUNDARY THRU JOURNAL-PHASE-BOUNDARY-EXIT.

    OPEN OUTPUT STATUS-FILE.
    IF STATUS-FILE-STATUS NOT = "00"
	IF NOT STATUS-ERR-REPORTED
WRITE-STATUS-RECORD-EXIT.
    EXIT.

* A phase boundary ends the phase in hand -- journal it -- and starts
* CURRENT-PHASE.  DONE starts nothing; it ends the cycle, which gets
* its own CYCLE record from the run's start.
JOURNAL-PHASE-BOUNDARY.
    ACCEPT PHASE-DATE FROM DATE.
    ACCEPT PHASE-CLOCK FROM TIME.

    IF JOURNALED-PHASE NOT = SPACES
	MOVE JOURNALED-PHASE TO PHS-PHASE
	MOVE JOURNALED-NODE TO PHS-NODE
	MOVE JOURNALED-START-DATE TO PHS-START-DATE
	MOVE JOURNALED-START-TIME TO PHS-START-TIME
	PERFORM APPEND-PHASE-RECORD THRU APPEND-PHASE-RECORD-EXIT.

    IF CURRENT-PHASE = "DONE        "
	MOVE "CYCLE       " TO PHS-PHASE
	MOVE SPACES TO PHS-NODE
	MOVE RUN-START-DATE TO PHS-START-DATE
	MOVE RUN-START-TIME TO PHS-START-TIME
	PERFORM APPEND-PHASE-RECORD THRU APPEND-PHASE-RECORD-EXIT
	MOVE SPACES TO JOURNALED-PHASE
    ELSE
	MOVE CURRENT-PHASE TO JOURNALED-PHASE
	MOVE STATUS-NODE TO JOURNALED-NODE
	MOVE PHASE-DATE TO JOURNALED-START-DATE
	MOVE PHASE-CLOCK-HHMMSS TO JOURNALED-START-TIME.
JOURNAL-PHASE-BOUNDARY-EXIT.
    EXIT.

* Append one journal record, ending now, creating DILPHS.LOG the first
* time.  Like the status file, the journal is a record of the run,
* not a part of it: a failure is reported once and the run goes on.
APPEND-PHASE-RECORD.
    OPEN EXTEND PHASE-FILE.
    IF PHASE-FILE-STATUS = "35"
	OPEN OUTPUT PHASE-FILE.

    IF PHASE-FILE-STATUS NOT = "00"
	IF NOT PHASE-ERR-REPORTED
	    DISPLAY "? APPEND-PHASE-RECORD: DILPHS.LOG could not be opened, status = "
		PHASE-FILE-STATUS
	    MOVE "YES" TO PHASE-ERR-FLAG
	    GO TO APPEND-PHASE-RECORD-EXIT
	ELSE
	    GO TO APPEND-PHASE-RECORD-EXIT.

    MOVE RUN-ID TO PHS-RUN-ID.
    MOVE PHASE-DATE TO PHS-END-DATE.
    MOVE PHASE-CLOCK-HHMMSS TO PHS-END-TIME.
    MOVE PLAN-SOURCE TO PHS-PLAN-SOURCE.
    MOVE PLAN-DIX-MODE TO PHS-DIX-MODE.
    MOVE PLAN-XFER-TYPE TO PHS-XFER-TYPE.
    MOVE PLAN-SWEEP-FLAG TO PHS-SWEEP.
    MOVE PLAN-MATRIX TO PHS-MATRIX.
    MOVE PLAN-BOUNDARY TO PHS-BOUNDARY.
    MOVE PLAN-CONCURRENT TO PHS-CONCURRENT.
    WRITE PHASE-RECORD.
    CLOSE PHASE-FILE.
APPEND-PHASE-RECORD-EXIT.
    EXIT.

* Has the batch window closed?  With no window set this never trips.
* A window end at or after the run's start time means a deadline
* later the same clock day, so the deadline has passed once the
    CALL "C36T2".
    PERFORM SCRUB-DIXPARM THRU SCRUB-DIXPARM-EXIT.

* the weekend plan adds the boundary-value round trip; its completion
* code, the first of tests 61-68 with a wrong result, stands in for
* C36T2's
    IF RETURN-CODE = 0 AND PLAN-BOUNDARY-WANTED
	PERFORM RUN-BOUNDARY-TEST THRU RUN-BOUNDARY-TEST-EXIT.

    IF RETURN-CODE = 0
	MOVE "PASS" TO DIX-RESULT
	MOVE "DIX " TO CKPT-TEST-NAME
RUN-DIX-TEST-EXIT.
    EXIT.

RUN-BOUNDARY-TEST.
    DISPLAY " DILVER: running DIX boundary-value test (C36T3)... ".
    MOVE "DIX BOUNDARY" TO CURRENT-PHASE.
    PERFORM WRITE-STATUS-RECORD THRU WRITE-STATUS-RECORD-EXIT.
    PERFORM WRITE-DIXPARM THRU WRITE-DIXPARM-EXIT.
    CALL "C36T3".
    PERFORM SCRUB-DIXPARM THRU SCRUB-DIXPARM-EXIT.
RUN-BOUNDARY-TEST-EXIT.
    EXIT.

RUN-DAP-TEST.
    IF DAP-PASS
	DISPLAY " DILVER: DAP confidence test (CD36T1) already passed -- skipping. "
	PERFORM WRITE-CHECKPOINT-RECORD THRU WRITE-CHECKPOINT-RECORD-EXIT
    ELSE
	MOVE "FAIL" TO DAP-RESULT
	PERFORM CLASSIFY-RETURN-CODE THRU CLASSIFY-RETURN-CODE-EXIT
	MOVE RETURNED-CAUSE TO DAP-CAUSE
	MOVE 1 TO COMPLETION-CODE.
RUN-DAP-TEST-EXIT.
    EXIT.
* sub-test is CANCELed after every CALL so the next node starts it
* from fresh initial state.  The overall DAP result -- and the
* checkpoint record behind it -- is PASS only when every node passed.
* With every node in a planned outage nothing has been tested and the
* result stays NRUN.
RUN-DAP-SWEEP.
    IF OUTAGE-NODE-COUNT = NODE-COUNT
	DISPLAY " DILVER: every sweep node is in a planned outage -- "
	DISPLAY "         DAP confidence test NOT RUN. "
	GO TO RUN-DAP-SWEEP-EXIT.

    MOVE "PASS" TO DAP-RESULT.
    MOVE SPACE TO DAP-CAUSE.
    PERFORM RUN-DAP-ONE-NODE THRU RUN-DAP-ONE-NODE-EXIT
	VARYING NODE-INDEX FROM 1 BY 1 UNTIL NODE-INDEX > NODE-COUNT.

    EXIT.

RUN-DAP-ONE-NODE.
    IF NT-OUTAGE (NODE-INDEX) = "Y"
	GO TO RUN-DAP-ONE-NODE-EXIT.

    DISPLAY " ".
    DISPLAY " DILVER: running DAP confidence test (CD36T1) against node "
	NT-NAME (NODE-INDEX) "... ".
    MOVE NT-DIRECTORY (NODE-INDEX) TO CURRENT-NODE-DIRECTORY.
    MOVE NT-PASSWD (NODE-INDEX) TO CURRENT-NODE-PASSWD.
    MOVE NT-PW-FLAG (NODE-INDEX) TO CURRENT-NODE-PW-FLAG.
    MOVE NT-SESSIONS (NODE-INDEX) TO CURRENT-NODE-SESSIONS.
    MOVE "DAP SWEEP   " TO CURRENT-PHASE.
    MOVE NT-NAME (NODE-INDEX) TO STATUS-NODE.
    PERFORM WRITE-STATUS-RECORD THRU WRITE-STATUS-RECORD-EXIT.
    ELSE
	MOVE "FAIL" TO NT-DAP-RESULT (NODE-INDEX)
	MOVE "FAIL" TO DAP-RESULT
	PERFORM CLASSIFY-RETURN-CODE THRU CLASSIFY-RETURN-CODE-EXIT
	MOVE RETURNED-CAUSE TO NT-DAP-CAUSE (NODE-INDEX)
	IF FAILED-NODE-NAME = SPACES
	    MOVE NT-NAME (NODE-INDEX) TO FAILED-NODE-NAME.

* the phase's cause is its first failing node's
    IF DAP-FAIL AND DAP-CAUSE = SPACE
	MOVE NT-DAP-CAUSE (NODE-INDEX) TO DAP-CAUSE.

    CANCEL "CD36T1".
    MOVE SPACES TO CURRENT-NODE-NAME.
    MOVE SPACES TO CURRENT-NODE-DIRECTORY.
    MOVE SPACES TO CURRENT-NODE-PASSWD.
    MOVE SPACE TO CURRENT-NODE-PW-FLAG.
    MOVE 0 TO CURRENT-NODE-SESSIONS.
RUN-DAP-ONE-NODE-EXIT.
    EXIT.


    IF RETURN-CODE NOT = 0
	MOVE "FAIL" TO DIT-RESULT
	PERFORM CLASSIFY-RETURN-CODE THRU CLASSIFY-RETURN-CODE-EXIT
	MOVE RETURNED-CAUSE TO DIT-CAUSE
	MOVE 1 TO COMPLETION-CODE
	GO TO RUN-DIT-TEST-EXIT.

	PERFORM WRITE-CHECKPOINT-RECORD THRU WRITE-CHECKPOINT-RECORD-EXIT
    ELSE
	MOVE "FAIL" TO DIT-RESULT
	PERFORM CLASSIFY-RETURN-CODE THRU CLASSIFY-RETURN-CODE-EXIT
	MOVE RETURNED-CAUSE TO DIT-CAUSE
	MOVE 1 TO COMPLETION-CODE.
RUN-DIT-TEST-EXIT.
    EXIT.
* needs a SERVER task listening there, exactly as a hand-aimed remote
* CT36T1 run does.
RUN-DIT-SWEEP.
    IF OUTAGE-NODE-COUNT = NODE-COUNT
	DISPLAY " DILVER: every sweep node is in a planned outage -- "
	DISPLAY "         DIT confidence test NOT RUN. "
	GO TO RUN-DIT-SWEEP-EXIT.

    MOVE "PASS" TO DIT-RESULT.
    MOVE SPACE TO DIT-CAUSE.
    PERFORM RUN-DIT-ONE-NODE THRU RUN-DIT-ONE-NODE-EXIT
	VARYING NODE-INDEX FROM 1 BY 1 UNTIL NODE-INDEX > NODE-COUNT.

    EXIT.

RUN-DIT-ONE-NODE.
    IF NT-OUTAGE (NODE-INDEX) = "Y"
	GO TO RUN-DIT-ONE-NODE-EXIT.

    DISPLAY " ".
    DISPLAY " DILVER: running DIT confidence test (CT36T1) against node "
	NT-NAME (NODE-INDEX) "... ".
    ELSE
	MOVE "FAIL" TO NT-DIT-RESULT (NODE-INDEX)
	MOVE "FAIL" TO DIT-RESULT
	PERFORM CLASSIFY-RETURN-CODE THRU CLASSIFY-RETURN-CODE-EXIT
	MOVE RETURNED-CAUSE TO NT-DIT-CAUSE (NODE-INDEX)
	IF FAILED-NODE-NAME = SPACES
	    MOVE NT-NAME (NODE-INDEX) TO FAILED-NODE-NAME.

    IF DIT-FAIL AND DIT-CAUSE = SPACE
	MOVE NT-DIT-CAUSE (NODE-INDEX) TO DIT-CAUSE.

    CANCEL "CT36T1".
    MOVE SPACES TO CURRENT-NODE-NAME.
RUN-DIT-ONE-NODE-EXIT.
    MOVE RUN-ID TO NODMST-RUN-ID.
    MOVE NT-DAP-RESULT (NODE-INDEX) TO NODMST-DAP.
    MOVE NT-DIT-RESULT (NODE-INDEX) TO NODMST-DIT.
    MOVE NT-EXC-RESULT (NODE-INDEX) TO NODMST-EXC.
    MOVE NT-DAP-CAUSE (NODE-INDEX) TO NODMST-DAP-CAUSE.
    MOVE NT-DIT-CAUSE (NODE-INDEX) TO NODMST-DIT-CAUSE.
    MOVE NT-EXC-CAUSE (NODE-INDEX) TO NODMST-EXC-CAUSE.
    WRITE NODMST-RECORD
	INVALID KEY
	    REWRITE NODMST-RECORD.
* The fourth phase: the end-to-end converted-file exchange, a
* DIX-converted record shipped over DAP, fetched back and
* reverse-converted by CX36T1.  Run once against the local test
* directory, or once per node on a sweep, with the same checkpoint,
* window and parameter-card treatment as the other three phases.
RUN-EXC-TEST.
    IF EXC-PASS
	DISPLAY " DILVER: exchange test (CX36T1) already passed -- skipping. "
	DISPLAY " DILVER: batch window over -- exchange test NOT RUN. "
	GO TO RUN-EXC-TEST-EXIT.

    IF NODE-SWEEP
	PERFORM RUN-EXC-SWEEP THRU RUN-EXC-SWEEP-EXIT
	GO TO RUN-EXC-TEST-EXIT.

    DISPLAY " ".
    DISPLAY " DILVER: running converted-file exchange test (CX36T1)... ".
    MOVE "EXC TEST    " TO CURRENT-PHASE.
	PERFORM WRITE-CHECKPOINT-RECORD THRU WRITE-CHECKPOINT-RECORD-EXIT
    ELSE
	MOVE "FAIL" TO EXC-RESULT
	PERFORM CLASSIFY-RETURN-CODE THRU CLASSIFY-RETURN-CODE-EXIT
	MOVE RETURNED-CAUSE TO EXC-CAUSE
	MOVE 1 TO COMPLETION-CODE.
RUN-EXC-TEST-EXIT.
    EXIT.

* Run the exchange once per node-table entry, in the node's own DIX
* system type.  A node CX36T1 cannot convert for is NOT SUPPORTED and
* counts neither way; the overall result is PASS when every other
* node passed, and stays NRUN when no node could be exchanged with
* at all -- an exchange nobody ran has proven nothing.
RUN-EXC-SWEEP.
    IF OUTAGE-NODE-COUNT = NODE-COUNT
	DISPLAY " DILVER: every sweep node is in a planned outage -- "
	DISPLAY "         exchange test NOT RUN. "
	GO TO RUN-EXC-SWEEP-EXIT.

    MOVE "NRUN" TO EXC-RESULT.
    MOVE SPACE TO EXC-CAUSE.
    PERFORM RUN-EXC-ONE-NODE THRU RUN-EXC-ONE-NODE-EXIT
	VARYING NODE-INDEX FROM 1 BY 1 UNTIL NODE-INDEX > NODE-COUNT.

    IF EXC-PASS
	MOVE "EXC " TO CKPT-TEST-NAME
	PERFORM WRITE-CHECKPOINT-RECORD THRU WRITE-CHECKPOINT-RECORD-EXIT
    ELSE IF EXC-FAIL
	MOVE 1 TO COMPLETION-CODE
    ELSE
	DISPLAY " DILVER: no sweep node's system type is supported -- "
	DISPLAY "         exchange test NOT RUN. ".
RUN-EXC-SWEEP-EXIT.
    EXIT.

RUN-EXC-ONE-NODE.
    IF NT-OUTAGE (NODE-INDEX) = "Y"
	GO TO RUN-EXC-ONE-NODE-EXIT.

    DISPLAY " ".
    DISPLAY " DILVER: running converted-file exchange test (CX36T1) against node "
	NT-NAME (NODE-INDEX) "... ".
    MOVE NT-NAME (NODE-INDEX) TO CURRENT-NODE-NAME.
    MOVE NT-DIRECTORY (NODE-INDEX) TO CURRENT-NODE-DIRECTORY.
    MOVE NT-PASSWD (NODE-INDEX) TO CURRENT-NODE-PASSWD.
    MOVE NT-PW-FLAG (NODE-INDEX) TO CURRENT-NODE-PW-FLAG.
    MOVE NT-SYSTEM-TYPE (NODE-INDEX) TO CURRENT-NODE-SYSTEM-TYPE.
    MOVE "EXC SWEEP   " TO CURRENT-PHASE.
    MOVE NT-NAME (NODE-INDEX) TO STATUS-NODE.
    PERFORM WRITE-STATUS-RECORD THRU WRITE-STATUS-RECORD-EXIT.
    PERFORM WRITE-CXPARM THRU WRITE-CXPARM-EXIT.
    CALL "CX36T1".
    PERFORM SCRUB-CXPARM THRU SCRUB-CXPARM-EXIT.

    IF RETURN-CODE = 0
	MOVE "PASS" TO NT-EXC-RESULT (NODE-INDEX)
	IF NOT EXC-FAIL
	    MOVE "PASS" TO EXC-RESULT.
    IF RETURN-CODE = EXC-UNSUPPORTED-CODE
	MOVE "NSUP" TO NT-EXC-RESULT (NODE-INDEX).
    IF RETURN-CODE NOT = 0 AND RETURN-CODE NOT = EXC-UNSUPPORTED-CODE
	MOVE "FAIL" TO NT-EXC-RESULT (NODE-INDEX)
	MOVE "FAIL" TO EXC-RESULT
	PERFORM CLASSIFY-RETURN-CODE THRU CLASSIFY-RETURN-CODE-EXIT
	MOVE RETURNED-CAUSE TO NT-EXC-CAUSE (NODE-INDEX)
	IF FAILED-NODE-NAME = SPACES
	    MOVE NT-NAME (NODE-INDEX) TO FAILED-NODE-NAME.

    IF EXC-FAIL AND EXC-CAUSE = SPACE
	MOVE NT-EXC-CAUSE (NODE-INDEX) TO EXC-CAUSE.

    CANCEL "CX36T1".
    MOVE SPACES TO CURRENT-NODE-NAME.
    MOVE SPACES TO CURRENT-NODE-DIRECTORY.
    MOVE SPACES TO CURRENT-NODE-PASSWD.
    MOVE SPACE TO CURRENT-NODE-PW-FLAG.
    MOVE SPACES TO CURRENT-NODE-SYSTEM-TYPE.
RUN-EXC-ONE-NODE-EXIT.
    EXIT.

* Make a cause letter of the completion code the sub-test just
* returned.  A C36T2-style test number, or the bare 1 an older
* sub-test returns, is a failure on this side.
CLASSIFY-RETURN-CODE.
    IF RETURN-CODE = CAUSE-UNREACHABLE-CODE
	MOVE "U" TO RETURNED-CAUSE
    ELSE IF RETURN-CODE = CAUSE-PASSWORD-CODE
	MOVE "P" TO RETURNED-CAUSE
    ELSE IF RETURN-CODE = CAUSE-REMOTE-FS-CODE
	MOVE "F" TO RETURNED-CAUSE
    ELSE IF RETURN-CODE = CAUSE-TIMEOUT-CODE
	MOVE "T" TO RETURNED-CAUSE
    ELSE IF RETURN-CODE = CAUSE-MISMATCH-CODE
	MOVE "M" TO RETURNED-CAUSE
    ELSE
	MOVE "L" TO RETURNED-CAUSE.
CLASSIFY-RETURN-CODE-EXIT.
    EXIT.

* A failed cycle leaves one incident record behind it, keyed by run
* id, so "did anyone ever look at Tuesday's failure?" is answerable
* through DILINC instead of a console transcript.  Every cycle first
* resolves the earlier incidents tonight's passes have cleared.  The
* open, unacknowledged incidents are then scanned: a new failure
* whose failing test or node matches one of them is flagged REPEAT.
* An incident file that cannot be written is reported but does not
* disturb the verification result -- the failure itself is already
* on the summary, the report and the console.
WRITE-INCIDENT.
    MOVE FAILED-NODE-NAME TO NEW-INC-FAILED-NODE.

    OPEN I-O INCIDENT-FILE.

* no incident file yet: a clean cycle has nothing to resolve, and a
* failed one creates the file for its first incident
    IF INCIDENT-FILE-STATUS = "35" AND COMPLETION-CODE NOT = 1
	GO TO WRITE-INCIDENT-EXIT.
    IF INCIDENT-FILE-STATUS = "35"
	OPEN OUTPUT INCIDENT-FILE
	CLOSE INCIDENT-FILE
	    INCIDENT-FILE-STATUS
	GO TO WRITE-INCIDENT-EXIT.

    PERFORM RESOLVE-INCIDENTS THRU RESOLVE-INCIDENTS-EXIT.

    IF COMPLETION-CODE NOT = 1
	CLOSE INCIDENT-FILE
	GO TO WRITE-INCIDENT-EXIT.

    PERFORM SCAN-FOR-REPEAT THRU SCAN-FOR-REPEAT-EXIT.

    MOVE RUN-ID TO INC-RUN-ID.
    MOVE "N" TO INC-ACK-FLAG.
    MOVE SPACES TO INC-ACK-INITIALS.
    MOVE SPACES TO INC-DISPOSITION.
    MOVE " " TO INC-RESOLVED-FLAG.
    MOVE 0 TO INC-RESOLVED-RUN-ID.
    MOVE 0 TO INC-RESOLVED-DATE.
    MOVE DAP-CAUSE TO INC-DAP-CAUSE.
    MOVE DIT-CAUSE TO INC-DIT-CAUSE.
    MOVE EXC-CAUSE TO INC-EXC-CAUSE.
    IF REPEAT-MATCHED
	MOVE "R" TO INC-REPEAT-FLAG
	DISPLAY " DILVER: this failure REPEATS an open incident "
	MOVE "YES" TO INCIDENT-EOF-FLAG
	GO TO SCAN-ONE-INCIDENT-EXIT.

    IF INC-ACK-FLAG = "Y" OR INC-RESOLVED-FLAG = "R"
	GO TO SCAN-ONE-INCIDENT-EXIT.

    IF NEW-INC-FAILED-TEST NOT = 0
SCAN-ONE-INCIDENT-EXIT.
    EXIT.

* Walk the incident file and mark RESOLVED every earlier incident,
* acknowledged or not, that tonight's cycle has cleared.  Run-id order
* is chronological, and an incident later than tonight's run cannot
* be cleared by it.  A checkpoint-resumed cycle keeps its run id, so
* an incident from that same cycle's first night counts as earlier.
RESOLVE-INCIDENTS.
    MOVE 0 TO RESOLVED-COUNT.
    MOVE "NO " TO INCIDENT-EOF-FLAG.
    MOVE 0 TO INC-RUN-ID.
    START INCIDENT-FILE KEY IS NOT LESS THAN INC-RUN-ID
	INVALID KEY
	    MOVE "YES" TO INCIDENT-EOF-FLAG.

    PERFORM RESOLVE-ONE-INCIDENT THRU RESOLVE-ONE-INCIDENT-EXIT
	UNTIL INCIDENT-EOF.

    IF RESOLVED-COUNT > 0
	DISPLAY " DILVER: " RESOLVED-COUNT
	    " earlier incident(s) marked RESOLVED in DILINC.ISM. ".
RESOLVE-INCIDENTS-EXIT.
    EXIT.

* An incident is cleared when every subsystem on its failed list
* passed tonight: DIX with a FULL run when the failing test is one the
* QUICK selection (tests 1, 2, 6, 7, 11, 12) does not cover; DAP and
* DIT at the incident's failed node when it names one -- so that node
* must have been swept, and passed, tonight -- or outright when it
* does not; EXC the same way, since the exchange is swept too.
RESOLVE-ONE-INCIDENT.
    READ INCIDENT-FILE NEXT RECORD
	AT END
	    MOVE "YES" TO INCIDENT-EOF-FLAG
	    GO TO RESOLVE-ONE-INCIDENT-EXIT.

    IF INCIDENT-FILE-STATUS NOT = "00"
	MOVE "YES" TO INCIDENT-EOF-FLAG
	GO TO RESOLVE-ONE-INCIDENT-EXIT.

    IF INC-RESOLVED-FLAG = "R"
	GO TO RESOLVE-ONE-INCIDENT-EXIT.
    IF INC-RUN-ID > RUN-ID
	MOVE "YES" TO INCIDENT-EOF-FLAG
	GO TO RESOLVE-ONE-INCIDENT-EXIT.

    MOVE "YES" TO CLEARED-FLAG.

    MOVE 0 TO INC-NODE-INDEX.
    IF INC-FAILED-NODE NOT = SPACES
	PERFORM FIND-INCIDENT-NODE THRU FIND-INCIDENT-NODE-EXIT
	    VARYING NODE-INDEX FROM 1 BY 1
	    UNTIL NODE-INDEX > NODE-COUNT OR INC-NODE-INDEX NOT = 0.

    MOVE 0 TO FAILED-TALLY.
    INSPECT INC-FAILED-LIST TALLYING FAILED-TALLY FOR ALL "DIX".
    IF FAILED-TALLY > 0 AND NOT DIX-PASS
	MOVE "NO " TO CLEARED-FLAG.
    IF FAILED-TALLY > 0 AND PLAN-DIX-MODE NOT = "FULL "
       AND INC-DIX-FAILED-TEST NOT = 0
       AND INC-DIX-FAILED-TEST NOT = 1 AND INC-DIX-FAILED-TEST NOT = 2
       AND INC-DIX-FAILED-TEST NOT = 6 AND INC-DIX-FAILED-TEST NOT = 7
       AND INC-DIX-FAILED-TEST NOT = 11 AND INC-DIX-FAILED-TEST NOT = 12
	MOVE "NO " TO CLEARED-FLAG.
    IF FAILED-TALLY > 0 AND NOT PLAN-BOUNDARY-WANTED
       AND INC-DIX-FAILED-TEST > 60 AND INC-DIX-FAILED-TEST < 69
	MOVE "NO " TO CLEARED-FLAG.

    MOVE 0 TO FAILED-TALLY.
    INSPECT INC-FAILED-LIST TALLYING FAILED-TALLY FOR ALL "DAP".
    IF FAILED-TALLY > 0 AND INC-FAILED-NODE = SPACES AND NOT DAP-PASS
	MOVE "NO " TO CLEARED-FLAG.
    IF FAILED-TALLY > 0 AND INC-FAILED-NODE NOT = SPACES
	IF INC-NODE-INDEX = 0
	    MOVE "NO " TO CLEARED-FLAG
	ELSE IF NT-DAP-RESULT (INC-NODE-INDEX) NOT = "PASS"
	    MOVE "NO " TO CLEARED-FLAG.

    MOVE 0 TO FAILED-TALLY.
    INSPECT INC-FAILED-LIST TALLYING FAILED-TALLY FOR ALL "DIT".
    IF FAILED-TALLY > 0 AND INC-FAILED-NODE = SPACES AND NOT DIT-PASS
	MOVE "NO " TO CLEARED-FLAG.
    IF FAILED-TALLY > 0 AND INC-FAILED-NODE NOT = SPACES
	IF INC-NODE-INDEX = 0
	    MOVE "NO " TO CLEARED-FLAG
	ELSE IF NT-DIT-RESULT (INC-NODE-INDEX) NOT = "PASS"
	    MOVE "NO " TO CLEARED-FLAG.

    MOVE 0 TO FAILED-TALLY.
    INSPECT INC-FAILED-LIST TALLYING FAILED-TALLY FOR ALL "EXC".
    IF FAILED-TALLY > 0 AND INC-FAILED-NODE = SPACES AND NOT EXC-PASS
	MOVE "NO " TO CLEARED-FLAG.
    IF FAILED-TALLY > 0 AND INC-FAILED-NODE NOT = SPACES
	IF INC-NODE-INDEX = 0
	    MOVE "NO " TO CLEARED-FLAG
	ELSE IF NT-EXC-RESULT (INC-NODE-INDEX) NOT = "PASS"
	    MOVE "NO " TO CLEARED-FLAG.

    IF NOT INCIDENT-CLEARED
	GO TO RESOLVE-ONE-INCIDENT-EXIT.

    MOVE "R" TO INC-RESOLVED-FLAG.
    MOVE RUN-ID TO INC-RESOLVED-RUN-ID.
    MOVE CAL-TODAY TO INC-RESOLVED-DATE.
    REWRITE INCIDENT-RECORD
	INVALID KEY
	    DISPLAY "? RESOLVE-INCIDENTS: incident " INC-RUN-ID
		" could not be rewritten. "
	    GO TO RESOLVE-ONE-INCIDENT-EXIT.
    ADD 1 TO RESOLVED-COUNT.
    DISPLAY " DILVER: incident " INC-RUN-ID " RESOLVED by this run. ".
RESOLVE-ONE-INCIDENT-EXIT.
    EXIT.

FIND-INCIDENT-NODE.
    IF NT-NAME (NODE-INDEX) = INC-FAILED-NODE
	MOVE NODE-INDEX TO INC-NODE-INDEX.
FIND-INCIDENT-NODE-EXIT.
    EXIT.

* Post this cycle's outcome to the RUNMST.ISM run-history master,
* keyed by run id, creating the master the first time a cycle
* completes on this system.  A checkpoint-resumed run carries the
    MOVE NODE-COUNT TO RUNMST-NODE-COUNT.
    MOVE RUN-START-HHMM TO RUNMST-START-HHMM.
    MOVE CLOCK-NOW-HHMM TO RUNMST-END-HHMM.
    MOVE DEMAND-REQUESTED-BY TO RUNMST-REQUESTED-BY.
    IF ON-DEMAND-RUN
	MOVE "D" TO RUNMST-ON-DEMAND
    ELSE
	MOVE SPACE TO RUNMST-ON-DEMAND.

    WRITE RUNMST-RECORD
	INVALID KEY
    DISPLAY "     Run " RUN-ID ". ".
    PERFORM BUILD-PLAN-LINE THRU BUILD-PLAN-LINE-EXIT.
    DISPLAY PLAN-LINE.
    IF ON-DEMAND-RUN
	DISPLAY "     On demand, requested from " DEMAND-REQUESTED-BY
	    " (request " DEMAND-REQUEST-ID "). ".
    IF DIX-FAIL AND DIX-FAILED-TEST NOT = 0
	DISPLAY "     DIX: " DIX-RESULT " (first failure at test " DIX-FAILED-TEST ") "
    ELSE
	DISPLAY "     DIX: " DIX-RESULT.
    MOVE DAP-RESULT TO CELL-RESULT.
    MOVE DAP-CAUSE TO CELL-CAUSE.
    PERFORM SET-RESULT-DISPLAY THRU SET-RESULT-DISPLAY-EXIT.
    DISPLAY "     DAP: " CELL-DISPLAY.
    MOVE DIT-RESULT TO CELL-RESULT.
    MOVE DIT-CAUSE TO CELL-CAUSE.
    PERFORM SET-RESULT-DISPLAY THRU SET-RESULT-DISPLAY-EXIT.
    DISPLAY "     DIT: " CELL-DISPLAY.
    MOVE EXC-RESULT TO CELL-RESULT.
    MOVE EXC-CAUSE TO CELL-CAUSE.
    PERFORM SET-RESULT-DISPLAY THRU SET-RESULT-DISPLAY-EXIT.
    DISPLAY "     EXC: " CELL-DISPLAY.
    DISPLAY " ---------------------------------------------- ".

    IF NODE-SWEEP

    IF DISABLED-NODE-COUNT > 0
	DISPLAY "     DISABLED NODES SKIPPED: " DISABLED-NODE-COUNT ". ".
    IF OUTAGE-NODE-COUNT > 0
	DISPLAY "     PLANNED OUTAGE NODES SKIPPED: " OUTAGE-NODE-COUNT ". ".

    IF WINDOW-EXPIRED AND NOT ON-DEMAND-RUN
	DISPLAY " DILVER: batch window ended -- remaining tests NOT RUN; "
	DISPLAY "         checkpoint kept for the next run. ".
    IF WINDOW-EXPIRED AND ON-DEMAND-RUN
	DISPLAY " DILVER: batch window ended -- remaining tests NOT RUN. ".

    IF COMPLETION-CODE = 0
	DISPLAY " DILVER: all DIL confidence tests passed. "
* circuits and FALs are healthy.
PRINT-NODE-MATRIX.
    DISPLAY " Per-node results: ".
    DISPLAY " NODE      DAP                DIT                EXC ".
    PERFORM PRINT-ONE-NODE-LINE THRU PRINT-ONE-NODE-LINE-EXIT
	VARYING NODE-INDEX FROM 1 BY 1 UNTIL NODE-INDEX > NODE-COUNT.
    DISPLAY " ---------------------------------------------- ".

PRINT-ONE-NODE-LINE.
    MOVE NT-NAME (NODE-INDEX) TO ML-NODE.
    MOVE NT-DAP-RESULT (NODE-INDEX) TO CELL-RESULT.
    MOVE NT-DAP-CAUSE (NODE-INDEX) TO CELL-CAUSE.
    PERFORM SET-RESULT-DISPLAY THRU SET-RESULT-DISPLAY-EXIT.
    MOVE CELL-DISPLAY TO ML-DAP.
    MOVE NT-DIT-RESULT (NODE-INDEX) TO CELL-RESULT.
    MOVE NT-DIT-CAUSE (NODE-INDEX) TO CELL-CAUSE.
    PERFORM SET-RESULT-DISPLAY THRU SET-RESULT-DISPLAY-EXIT.
    MOVE CELL-DISPLAY TO ML-DIT.
    MOVE NT-EXC-RESULT (NODE-INDEX) TO CELL-RESULT.
    MOVE NT-EXC-CAUSE (NODE-INDEX) TO CELL-CAUSE.
    PERFORM SET-RESULT-DISPLAY THRU SET-RESULT-DISPLAY-EXIT.
    MOVE CELL-DISPLAY TO ML-EXC.
    DISPLAY " " MATRIX-LINE.
PRINT-ONE-NODE-LINE-EXIT.
    EXIT.

* A result in words: an exchange CX36T1 has no conversion for is NOT
* SUPPORTED, a node skipped for its outage is PLANNED OUTAGE, a failure
* with a cause is FAIL and the cause, anything else the result as it
* stands.
SET-RESULT-DISPLAY.
    IF CELL-RESULT = "NSUP"
	MOVE "NOT SUPPORTED" TO CELL-DISPLAY
    ELSE IF CELL-RESULT = "POUT"
	MOVE "PLANNED OUTAGE" TO CELL-DISPLAY
    ELSE IF CELL-RESULT = "FAIL" AND CELL-CAUSE NOT = SPACE
	PERFORM SET-CAUSE-DISPLAY THRU SET-CAUSE-DISPLAY-EXIT
	MOVE CAUSE-DISPLAY TO FCD-CAUSE
	MOVE FAIL-CAUSE-DISPLAY TO CELL-DISPLAY
    ELSE
	MOVE CELL-RESULT TO CELL-DISPLAY.
SET-RESULT-DISPLAY-EXIT.
    EXIT.

SET-CAUSE-DISPLAY.
    IF CELL-CAUSE = "U"
	MOVE "UNREACHABLE" TO CAUSE-DISPLAY
    ELSE IF CELL-CAUSE = "P"
	MOVE "PASSWORD" TO CAUSE-DISPLAY
    ELSE IF CELL-CAUSE = "F"
	MOVE "REMOTE FS" TO CAUSE-DISPLAY
    ELSE IF CELL-CAUSE = "T"
	MOVE "TIMEOUT" TO CAUSE-DISPLAY
    ELSE IF CELL-CAUSE = "M"
	MOVE "MISMATCH" TO CAUSE-DISPLAY
    ELSE IF CELL-CAUSE = "L"
	MOVE "LOCAL" TO CAUSE-DISPLAY
    ELSE
	MOVE SPACES TO CAUSE-DISPLAY.
SET-CAUSE-DISPLAY-EXIT.
    EXIT.

* Build the formatted line-printer report, DILVER.RPT: header page,
* a section per confidence test -- the DIX section with this run's
* per-test detail and failing test numbers from DIXLOG.LOG, the DAP
	MOVE RPT-DISABLED-LINE TO RPT-PRINT-LINE
	PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT
	PERFORM WRITE-BLANK-LINE THRU WRITE-BLANK-LINE-EXIT.
    IF OUTAGE-NODE-COUNT > 0
	MOVE OUTAGE-NODE-COUNT TO ROS-COUNT
	MOVE RPT-OUTAGE-LINE TO RPT-PRINT-LINE
	PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT
	PERFORM WRITE-BLANK-LINE THRU WRITE-BLANK-LINE-EXIT.

* a system that ships to a collector reports what is still waiting
* to go -- a non-zero count is a night operations has not seen yet
    IF COLLECTOR-NODE NOT = SPACES
	MOVE RESULTS-AWAITING TO RQL-COUNT
	MOVE SPACES TO RQL-OLDEST
	IF RESULTS-AWAITING > 0
	    MOVE OLDEST-AWAITING-DATE TO RQL-OLDEST.
    IF COLLECTOR-NODE NOT = SPACES
	MOVE RPT-QUEUE-LINE TO RPT-PRINT-LINE
	PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT
	PERFORM WRITE-BLANK-LINE THRU WRITE-BLANK-LINE-EXIT.

    PERFORM WRITE-CHANGE-SECTION THRU WRITE-CHANGE-SECTION-EXIT.
    PERFORM WRITE-CERTIFICATION THRU WRITE-CERTIFICATION-EXIT.

    CLOSE REPORT-FILE.
    PERFORM BUILD-PLAN-LINE THRU BUILD-PLAN-LINE-EXIT.
    MOVE PLAN-LINE TO RPT-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.

    IF ON-DEMAND-RUN
	MOVE DEMAND-REQUESTED-BY TO RDM-NODE
	MOVE DEMAND-REQUEST-ID TO RDM-REQUEST-ID
	MOVE RPT-DEMAND-LINE TO RPT-PRINT-LINE
	PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
    PERFORM WRITE-BLANK-LINE THRU WRITE-BLANK-LINE-EXIT.
WRITE-REPORT-HEADER-EXIT.
    EXIT.
    MOVE PLAN-XFER-TYPE TO PL-XFER.
    MOVE PLAN-SWEEP-FLAG TO PL-SWEEP.
    MOVE PLAN-MATRIX TO PL-MATRIX.
    MOVE PLAN-BOUNDARY TO PL-BOUNDARY.
    MOVE PLAN-CONCURRENT TO PL-CONCURRENT.
BUILD-PLAN-LINE-EXIT.
    EXIT.

WRITE-DIX-SECTION.
    MOVE "DIX " TO RL-TEST-NAME.
    MOVE DIX-RESULT TO RL-RESULT.
    MOVE SPACES TO RL-CAUSE.
    MOVE RPT-RESULT-LINE TO RPT-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.

WRITE-DAP-SECTION.
    MOVE "DAP " TO RL-TEST-NAME.
    MOVE DAP-RESULT TO RL-RESULT.
    MOVE SPACES TO CAUSE-DISPLAY.
    MOVE DAP-CAUSE TO CELL-CAUSE.
    IF DAP-FAIL
	PERFORM SET-CAUSE-DISPLAY THRU SET-CAUSE-DISPLAY-EXIT.
    MOVE CAUSE-DISPLAY TO RL-CAUSE.
    MOVE RPT-RESULT-LINE TO RPT-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.

	GO TO READ-ONE-CDBENCH-EXIT.

    ADD 1 TO RPT-DETAIL-COUNT.
    MOVE CDBENCH-NODE TO RP-NODE.
    MOVE CDBENCH-OPERATION TO RP-OPERATION.
    MOVE CDBENCH-ELAPSED TO RP-ELAPSED.
    MOVE RPT-DAP-DETAIL-LINE TO RPT-PRINT-LINE.
WRITE-DIT-SECTION.
    MOVE "DIT " TO RL-TEST-NAME.
    MOVE DIT-RESULT TO RL-RESULT.
    MOVE SPACES TO CAUSE-DISPLAY.
    MOVE DIT-CAUSE TO CELL-CAUSE.
    IF DIT-FAIL
	PERFORM SET-CAUSE-DISPLAY THRU SET-CAUSE-DISPLAY-EXIT.
    MOVE CAUSE-DISPLAY TO RL-CAUSE.
    MOVE RPT-RESULT-LINE TO RPT-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.

	GO TO READ-ONE-DITBENCH-EXIT.

    ADD 1 TO RPT-DETAIL-COUNT.
    MOVE DITBENCH-NODE TO RT-NODE.
    MOVE DITBENCH-MSG-COUNT TO RT-MSG-COUNT.
    MOVE DITBENCH-ELAPSED TO RT-ELAPSED.
    MOVE DITBENCH-BYTES-PER-SEC TO RT-BYTES-PER-SEC.
WRITE-EXC-SECTION.
    MOVE "EXC " TO RL-TEST-NAME.
    MOVE EXC-RESULT TO RL-RESULT.
    MOVE SPACES TO CAUSE-DISPLAY.
    MOVE EXC-CAUSE TO CELL-CAUSE.
    IF EXC-FAIL
	PERFORM SET-CAUSE-DISPLAY THRU SET-CAUSE-DISPLAY-EXIT.
    MOVE CAUSE-DISPLAY TO RL-CAUSE.
    MOVE RPT-RESULT-LINE TO RPT-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
    PERFORM WRITE-BLANK-LINE THRU WRITE-BLANK-LINE-EXIT.
    EXIT.

WRITE-NODE-SECTION.
    MOVE " PER-NODE RESULTS: " TO RPT-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
    MOVE " NODE      DAP                DIT                EXC"
	TO RPT-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
    PERFORM WRITE-ONE-NODE-REPORT-LINE
	THRU WRITE-ONE-NODE-REPORT-LINE-EXIT

WRITE-ONE-NODE-REPORT-LINE.
    MOVE NT-NAME (NODE-INDEX) TO RN-NODE.
    MOVE NT-DAP-RESULT (NODE-INDEX) TO CELL-RESULT.
    MOVE NT-DAP-CAUSE (NODE-INDEX) TO CELL-CAUSE.
    PERFORM SET-RESULT-DISPLAY THRU SET-RESULT-DISPLAY-EXIT.
    MOVE CELL-DISPLAY TO RN-DAP.
    MOVE NT-DIT-RESULT (NODE-INDEX) TO CELL-RESULT.
    MOVE NT-DIT-CAUSE (NODE-INDEX) TO CELL-CAUSE.
    PERFORM SET-RESULT-DISPLAY THRU SET-RESULT-DISPLAY-EXIT.
    MOVE CELL-DISPLAY TO RN-DIT.
    MOVE NT-EXC-RESULT (NODE-INDEX) TO CELL-RESULT.
    MOVE NT-EXC-CAUSE (NODE-INDEX) TO CELL-CAUSE.
    PERFORM SET-RESULT-DISPLAY THRU SET-RESULT-DISPLAY-EXIT.
    MOVE CELL-DISPLAY TO RN-EXC.
    MOVE RPT-NODE-LINE TO RPT-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
WRITE-ONE-NODE-REPORT-LINE-EXIT.
    EXIT.

* List the changes registered since the last clean cycle before this
* one, oldest first.  With no clean cycle on record every registered
* change is listed; a system with no register gets no section at all.
WRITE-CHANGE-SECTION.
    MOVE 0 TO LAST-CLEAN-RUN-ID.
    OPEN INPUT RUNMST-FILE.
    IF RUNMST-FILE-STATUS = "00"
	MOVE "NO " TO RUNMST-EOF-FLAG
	MOVE 0 TO RUNMST-RUN-ID
	START RUNMST-FILE KEY IS NOT LESS THAN RUNMST-RUN-ID
	    INVALID KEY
		MOVE "YES" TO RUNMST-EOF-FLAG.
    IF RUNMST-FILE-STATUS = "00"
	PERFORM FIND-LAST-CLEAN-CYCLE THRU FIND-LAST-CLEAN-CYCLE-EXIT
	    UNTIL RUNMST-EOF
	CLOSE RUNMST-FILE.

    OPEN INPUT CHANGE-FILE.
    IF CHANGE-FILE-STATUS NOT = "00"
	GO TO WRITE-CHANGE-SECTION-EXIT.

    IF LAST-CLEAN-RUN-ID = 0
	MOVE " CHANGES SINCE LAST CLEAN CYCLE (NO CLEAN CYCLE ON RECORD)"
	    TO RPT-PRINT-LINE
    ELSE
	MOVE LAST-CLEAN-RUN-ID TO RCH-RUN-ID
	MOVE RPT-CHANGE-HEAD-LINE TO RPT-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.

    MOVE 0 TO RPT-DETAIL-COUNT.
    MOVE "NO " TO RPT-LOG-EOF-FLAG.
    PERFORM READ-ONE-CHANGE THRU READ-ONE-CHANGE-EXIT
	UNTIL RPT-LOG-EOF.
    CLOSE CHANGE-FILE.

    IF RPT-DETAIL-COUNT = 0
	MOVE " (NO CHANGES REGISTERED SINCE THEN)" TO RPT-PRINT-LINE
	PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.

    PERFORM WRITE-BLANK-LINE THRU WRITE-BLANK-LINE-EXIT.
WRITE-CHANGE-SECTION-EXIT.
    EXIT.

FIND-LAST-CLEAN-CYCLE.
    READ RUNMST-FILE NEXT RECORD
	AT END
	    MOVE "YES" TO RUNMST-EOF-FLAG
	    GO TO FIND-LAST-CLEAN-CYCLE-EXIT.

    IF RUNMST-FILE-STATUS NOT = "00"
       OR RUNMST-RUN-ID NOT < RUN-ID
	MOVE "YES" TO RUNMST-EOF-FLAG
	GO TO FIND-LAST-CLEAN-CYCLE-EXIT.

    IF RUNMST-CC = 0
	MOVE RUNMST-RUN-ID TO LAST-CLEAN-RUN-ID.
FIND-LAST-CLEAN-CYCLE-EXIT.
    EXIT.

READ-ONE-CHANGE.
    READ CHANGE-FILE
	AT END
	    MOVE "YES" TO RPT-LOG-EOF-FLAG
	    GO TO READ-ONE-CHANGE-EXIT.

    IF CHG-WHEN-N NOT > LAST-CLEAN-RUN-ID
	GO TO READ-ONE-CHANGE-EXIT.

    ADD 1 TO RPT-DETAIL-COUNT.
    MOVE CHG-DATE TO RC-DATE.
    MOVE CHG-TIME TO RC-TIME.
    MOVE CHG-COMPONENT TO RC-COMPONENT.
    MOVE CHG-PATCH-ID TO RC-PATCH-ID.
    MOVE CHG-INSTALLER TO RC-INSTALLER.
    MOVE CHG-NOTE TO RC-NOTE.
    MOVE RPT-CHANGE-LINE TO RPT-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
READ-ONE-CHANGE-EXIT.
    EXIT.

WRITE-CERTIFICATION.
    IF COMPLETION-CODE = 0
	MOVE " CERTIFICATION: ALL DIL CONFIDENCE TESTS PASSED -- THIS INSTALLATION IS VERIFIED. "
WRITE-CERTIFICATION-EXIT.
    EXIT.

* Ship this run's consolidated result to the collector task on the
* operations node by way of the DILQUE.DAT outbound queue: tonight's
* RESULT-MESSAGE is appended to the queue first, then every queued
* result -- oldest first, so the collector files the nights in the
* order they ran -- goes over its own collector session, and only
* those the collector acknowledges leave the queue.  A failure
* anywhere along the way is reported on the console and the result
* simply waits for the next cycle or a DILQUE run; the verification
* result itself stands either way, so COMPLETION-CODE is left alone.
SHIP-RESULTS.
    IF COLLECTOR-NODE = SPACES
	GO TO SHIP-RESULTS-EXIT.
    MOVE SPACES TO STATUS-NODE.
    PERFORM WRITE-STATUS-RECORD THRU WRITE-STATUS-RECORD-EXIT.

    MOVE DIX-RESULT TO RM-DIX.
    MOVE DAP-RESULT TO RM-DAP.
    MOVE DIT-RESULT TO RM-DIT.
    MOVE COMPLETION-CODE TO RM-CC.
    MOVE RUN-ID TO RM-RUN-ID.
    MOVE SYSTEM-NAME TO RM-SYSTEM.
    MOVE EXC-RESULT TO RM-EXC.
    PERFORM SET-RESULT-DEMAND THRU SET-RESULT-DEMAND-EXIT.
    PERFORM SET-RESULT-CAUSES THRU SET-RESULT-CAUSES-EXIT.

    PERFORM QUEUE-RESULT THRU QUEUE-RESULT-EXIT.

    DISPLAY " ".
    DISPLAY " DILVER: shipping results to " COLLECTOR-TASK
	" on node " COLLECTOR-NODE "... ".

    ENTER MACRO DILINI USING DIL-INIT-STATUS, DIL-STATUS,
    IF DIL-INIT-STATUS NOT = 1
	DISPLAY "? Invalid return code from DILINI routine = " DIL-INIT-STATUS.

    MOVE 0 TO RESULTS-SHIPPED.
    MOVE 0 TO RESULTS-AWAITING.
    MOVE 0 TO OLDEST-AWAITING-DATE.
    MOVE "NO " TO SHIP-LINK-DOWN-FLAG.
    PERFORM DRAIN-RESULT-QUEUE THRU DRAIN-RESULT-QUEUE-EXIT.

* a queue that could not take tonight's result still gets it one
* direct try, after the older nights, the way every run shipped
* before there was a queue
    IF NOT RESULT-QUEUED AND NOT SHIP-LINK-DOWN
	MOVE DIX-RESULT TO RM-DIX
	MOVE DAP-RESULT TO RM-DAP
	MOVE DIT-RESULT TO RM-DIT
	MOVE COMPLETION-CODE TO RM-CC
	MOVE RUN-ID TO RM-RUN-ID
	MOVE SYSTEM-NAME TO RM-SYSTEM
	MOVE EXC-RESULT TO RM-EXC
	PERFORM SET-RESULT-DEMAND THRU SET-RESULT-DEMAND-EXIT
	PERFORM SET-RESULT-CAUSES THRU SET-RESULT-CAUSES-EXIT
	PERFORM SHIP-ONE-RESULT THRU SHIP-ONE-RESULT-EXIT
	IF RESULT-ACKNOWLEDGED
	    ADD 1 TO RESULTS-SHIPPED.

    DISPLAY " DILVER: " RESULTS-SHIPPED " result(s) acknowledged by the collector, "
	RESULTS-AWAITING " awaiting shipment. ".
SHIP-RESULTS-EXIT.
    EXIT.

* Mark the outgoing result with whether the collector asked for it,
* for the board's remark.  A queued result from before the mark
* existed reads as scheduled.
SET-RESULT-DEMAND.
    MOVE "DMD " TO RM-DMD-LABEL.
    IF ON-DEMAND-RUN
	MOVE "Y" TO RM-DEMAND
    ELSE
	MOVE "N" TO RM-DEMAND.
SET-RESULT-DEMAND-EXIT.
    EXIT.

* the DAP, DIT and exchange failure causes, one letter each, so the
* collector's board can say whose failure it is
SET-RESULT-CAUSES.
    MOVE "CAU " TO RM-CAU-LABEL.
    MOVE DAP-CAUSE TO RM-DAP-CAUSE.
    MOVE DIT-CAUSE TO RM-DIT-CAUSE.
    MOVE EXC-CAUSE TO RM-EXC-CAUSE.
SET-RESULT-CAUSES-EXIT.
    EXIT.

* Append tonight's result to the outbound queue, creating the queue
* the first time this system ships.
QUEUE-RESULT.
    MOVE "NO " TO QUEUED-FLAG.
    OPEN EXTEND QUEUE-FILE.
    IF QUEUE-FILE-STATUS = "35"
	OPEN OUTPUT QUEUE-FILE.

    IF QUEUE-FILE-STATUS NOT = "00"
	DISPLAY "? QUEUE-RESULT: DILQUE.DAT could not be opened, status = "
	    QUEUE-FILE-STATUS
	GO TO QUEUE-RESULT-EXIT.

    ACCEPT CLOCK-NOW FROM TIME.
    ACCEPT QUE-DATE FROM DATE.
    MOVE CLOCK-NOW-HHMM TO QUE-HHMM.
    MOVE RESULT-MESSAGE TO QUE-MESSAGE.
    WRITE QUEUE-RECORD.
    IF QUEUE-FILE-STATUS NOT = "00"
	DISPLAY "? QUEUE-RESULT: DILQUE.DAT could not be written, status = "
	    QUEUE-FILE-STATUS
    ELSE
	MOVE "YES" TO QUEUED-FLAG.
    CLOSE QUEUE-FILE.
QUEUE-RESULT-EXIT.
    EXIT.

* Work through the queue oldest first, copying every entry the
* collector does not acknowledge to the hold file, then make the hold
* file the new queue.  Until the copy back is complete the old queue
* is untouched, so a failure part-way only means some results go a
* second time -- which the collector's duplicate check absorbs.
DRAIN-RESULT-QUEUE.
    OPEN INPUT QUEUE-FILE.
    IF QUEUE-FILE-STATUS NOT = "00"
	GO TO DRAIN-RESULT-QUEUE-EXIT.

    OPEN OUTPUT QUEUE-HOLD-FILE.
    IF QUEUE-HOLD-FILE-STATUS NOT = "00"
	DISPLAY "? DRAIN-RESULT-QUEUE: DILQUE.TMP could not be opened, status = "
	    QUEUE-HOLD-FILE-STATUS
	CLOSE QUEUE-FILE
	GO TO DRAIN-RESULT-QUEUE-EXIT.

    MOVE "NO " TO QUEUE-EOF-FLAG.
    PERFORM DRAIN-ONE-QUEUED THRU DRAIN-ONE-QUEUED-EXIT
	UNTIL QUEUE-EOF.
    CLOSE QUEUE-FILE.
    CLOSE QUEUE-HOLD-FILE.

    OPEN INPUT QUEUE-HOLD-FILE.
    IF QUEUE-HOLD-FILE-STATUS NOT = "00"
	DISPLAY "? DRAIN-RESULT-QUEUE: DILQUE.TMP could not be reopened, status = "
	    QUEUE-HOLD-FILE-STATUS
	GO TO DRAIN-RESULT-QUEUE-EXIT.

    OPEN OUTPUT QUEUE-FILE.
    IF QUEUE-FILE-STATUS NOT = "00"
	DISPLAY "? DRAIN-RESULT-QUEUE: DILQUE.DAT could not be rewritten, status = "
	    QUEUE-FILE-STATUS
	CLOSE QUEUE-HOLD-FILE
	GO TO DRAIN-RESULT-QUEUE-EXIT.

    MOVE "NO " TO QUEUE-EOF-FLAG.
    PERFORM COPY-ONE-HELD THRU COPY-ONE-HELD-EXIT
	UNTIL QUEUE-EOF.
    CLOSE QUEUE-HOLD-FILE.
    CLOSE QUEUE-FILE.
DRAIN-RESULT-QUEUE-EXIT.
    EXIT.

DRAIN-ONE-QUEUED.
    READ QUEUE-FILE
	AT END
	    MOVE "YES" TO QUEUE-EOF-FLAG
	    GO TO DRAIN-ONE-QUEUED-EXIT.

    IF NOT SHIP-LINK-DOWN
	MOVE QUE-MESSAGE TO RESULT-MESSAGE
	PERFORM SHIP-ONE-RESULT THRU SHIP-ONE-RESULT-EXIT.

    IF NOT SHIP-LINK-DOWN AND RESULT-ACKNOWLEDGED
	ADD 1 TO RESULTS-SHIPPED
	GO TO DRAIN-ONE-QUEUED-EXIT.

    IF RESULTS-AWAITING = 0
	MOVE QUE-DATE TO OLDEST-AWAITING-DATE.
    ADD 1 TO RESULTS-AWAITING.
    WRITE QUEUE-HOLD-RECORD FROM QUEUE-RECORD.
DRAIN-ONE-QUEUED-EXIT.
    EXIT.

COPY-ONE-HELD.
    READ QUEUE-HOLD-FILE
	AT END
	    MOVE "YES" TO QUEUE-EOF-FLAG
	    GO TO COPY-ONE-HELD-EXIT.

    WRITE QUEUE-RECORD FROM QUEUE-HOLD-RECORD.
COPY-ONE-HELD-EXIT.
    EXIT.

* One collector session for the result now in RESULT-MESSAGE: connect
* -- the same NFOPA/NFSND machinery CT36T1 has just verified -- send
* it, and wait for DILCOL's acknowledgment naming this system and run
* id.  A collector that cannot be reached marks the link down for the
* rest of the queue; one that takes the message but does not answer
* for it leaves the message queued for the next try.
SHIP-ONE-RESULT.
    MOVE "NO " TO ACK-FLAG.
    MOVE "TASK" TO OBJID.
    MOVE COLLECTOR-TASK TO DESCR.
    MOVE SPACES TO TASKNAME.
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? SHIP-RESULTS: NFOPA to collector failed, status = "
	    DIL-STATUS
	MOVE "YES" TO SHIP-LINK-DOWN-FLAG
	GO TO SHIP-ONE-RESULT-EXIT.

    MOVE "NO " TO CONNECT-WAIT-FLAG.
    PERFORM SHIP-CONNECT-ONE-TRY THRU SHIP-CONNECT-ONE-TRY-EXIT

    IF NOT CONNECTED
	DISPLAY "? SHIP-RESULTS: collector did not answer after "
	    MAX-CONNECT-RETRIES " retries -- result kept queued. "
	MOVE "YES" TO SHIP-LINK-DOWN-FLAG
	GO TO SHIP-ONE-RESULT-EXIT.

    MOVE 100 TO MESSAGE-SIZE.
    ENTER MACRO NFSND USING ANETLN, MESSAGE-SIZE-UNITS, MESSAGE-SIZE,
			    RESULT-MESSAGE, DIT-MSG-MSG.

       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? SHIP-RESULTS: NFSND to collector failed, status = "
	    DIL-STATUS
	MOVE "YES" TO SHIP-LINK-DOWN-FLAG
	GO TO SHIP-ONE-RESULT-EXIT.

* the collector answers before it drops its side of the link; an
* older DILCOL that never answers simply disconnects, which ends the
* wait without an acknowledgment
    MOVE SPACES TO ACK-MESSAGE.
    MOVE 100 TO MESSAGE-SIZE.
    ENTER MACRO NFRCV USING ANETLN, MESSAGE-SIZE-UNITS, MESSAGE-SIZE,
			    ACK-MESSAGE, DIT-MSG-MSG, DIT-WAIT-YES.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? SHIP-RESULTS: no acknowledgment for run " RM-RUN-ID
	    " -- result kept queued. "
    ELSE IF AK-HEADER = "DILCOL ACK "
       AND AK-SYSTEM = RM-SYSTEM
       AND AK-RUN-ID = RM-RUN-ID
	MOVE "YES" TO ACK-FLAG
	DISPLAY " DILVER: run " RM-RUN-ID " acknowledged by the collector. "
    ELSE
	DISPLAY "? SHIP-RESULTS: acknowledgment for run " RM-RUN-ID
	    " does not match -- result kept queued. ".

    MOVE 100 TO MESSAGE-SIZE.
    ENTER MACRO NFCLS USING ANETLN, SYNCH-DISCONN, COUNT-OPT-DATA, OPT-DATA.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? SHIP-RESULTS: NFCLS after shipping failed, status = "
	    DIL-STATUS.
SHIP-ONE-RESULT-EXIT.
    EXIT.

* Poll once for the collector link's connect confirmation on the
