IDENTIFICATION DIVISION.

PROGRAM-ID.

	DIXRCN.

AUTHOR.

	DIGITAL EQUIPMENT CORPORATION.

	This is the reconciliation and rebuild utility for the
	indexed result masters.  DIXMST.ISM is meant to hold the
	latest result of every DIX test on every date, and DIXLOG.ARC
	plus DIXLOG.LOG the complete history it was posted from, but
	an abend between C36T2's journal write and its master
	REWRITE, or an indexed file restored from an older backup,
	leaves the two out of step with nothing to say so.  This
	program reads the archive and then the live log, works out
	from them what every master record should be -- the last run
	of the date wins, exactly as C36T2's rerun REWRITE has it --
	and lists every record missing from the master, every master
	record the journal does not support, and every status,
	severity, result or run id that disagrees.  Asked to rebuild,
	it recreates DIXMST.ISM from the journal, journaling each
	record it changes to DILJNL.LOG.  It then checks RUNMST.ISM
	and NODMST.ISM by run id against the cycles and swept nodes
	DILVER has recorded in the DILPHS.LOG phase journal.

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
* Edit (%O'1', '6-Nov-86', 'Karin Lindqvist')
* %(  New program.  Reads DIXLOG.ARC then DIXLOG.LOG into a DIXRCN.TMP
*     work master keyed as DIXMST.ISM is, the later journal record of
*     a date and test replacing the earlier, and match-merges it
*     against the master: MISSING, UNSUPPORTED and MISMATCH (status,
*     severity, result, run id) findings are listed.  C36T3's
*     boundary-value defects (tests 61-68) and CX36T1's exchange
*     tests (90-97) are journal-only and are left out; C36T2's
*     analyst cases (100-plus-case) are posted and are checked.
*     Journal records dated before the master's first record are
*     counted, not listed.  A rebuild (R, from the terminal or an
*     RCNPARM.DAT card with the operator's initials) recreates the
*     master from the work file and journals every listed finding to
*     DILJNL.LOG as RESTORE, CORRECT or REMOVE; no rebuild runs
*     without the journal.  RUNMST.ISM is checked against the CYCLE
*     records of DILPHS.LOG -- run id, date and on-demand flag -- and
*     NODMST.ISM against its per-node sweep records, run id by node
*     and date, each node record's run id also looked up in
*     RUNMST.ISM.  Both are check only: the phase journal says which
*     phases ran, not what they found.  FILES: DIXRCN.CBL (NEW),
*     DILJNL.CBL )%
*
* Edit (%O'2', '7-Nov-86', 'Karin Lindqvist')
* %(  NODMST.ISM records grew a failure-cause letter each for DAP, DIT
*     and EXC (DILVER.CBL edit 45); the record layout here follows.
*     FILES: DIXRCN.CBL )%
*
* Edit (%O'3', '8-Nov-86', 'Karin Lindqvist')
* %(  A node sitting out a sweep for a planned outage now gets a POUT
*     record on NODMST.ISM but, never having been swept, no DILPHS
*     record (DILVER.CBL edit 46); such records are counted apart as
*     planned outages rather than reported as having no sweep record.
*     FILES: DIXRCN.CBL )%
*
* Edit (%O'4', '11-Nov-86', 'Karin Lindqvist')
* %(  A rebuild's journal entries were written while the master was
*     still being checked, so a rebuild that could not create the
*     master, or stopped part-way, left DILJNL.LOG recording changes
*     never made.  The entries are now held in JNLRCN.TMP and
*     journaled only once the rebuild has run to its end, stamped
*     with the time it finished.  Journal records older than the
*     master's first date, which a rebuild adds without listing,
*     are now journaled as RESTORE too.  FILES: DIXRCN.CBL )%
*
* Edit (%O'5', '12-Nov-86', 'Karin Lindqvist')
* %(  The remark for a node record with no sweep record was one
*     character longer than its column and printed cut short; it
*     now reads NO DILPHS SWEEP RECORD.  FILES: DIXRCN.CBL )%

INSTALLATION.

	DEC-MARLBOROUGH.

DATE-WRITTEN.

	NOVEMBER 6, 1986.

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.

	DECSYSTEM-20.

OBJECT-COMPUTER.

	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

* Optional batch-parameter card: if RCNPARM.DAT exists, the check or
* the rebuild runs unattended as the card says.
    SELECT OPTIONAL RCNPARM-FILE ASSIGN TO "RCNPARM.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS RCNPARM-FILE-STATUS.

* The DIX journal: the archive DILTRM moves the older records to, and
* the live log C36T2 appends to.  Either may be absent.
    SELECT OPTIONAL DIXARC-FILE ASSIGN TO "DIXLOG.ARC"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS DIXARC-FILE-STATUS.

    SELECT OPTIONAL DIXLOG-FILE ASSIGN TO "DIXLOG.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS DIXLOG-FILE-STATUS.

* the results master being checked, and rebuilt on request
    SELECT DIXMST-FILE ASSIGN TO "DIXMST.ISM"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS DIXMST-KEY
	FILE STATUS IS DIXMST-FILE-STATUS.

* the master as the journal says it should be, built fresh every run
    SELECT DIXWRK-FILE ASSIGN TO "DIXRCN.TMP"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS DIXWRK-KEY
	FILE STATUS IS DIXWRK-FILE-STATUS.

* DILVER's phase journal, the evidence for the two cycle masters
    SELECT OPTIONAL PHASE-FILE ASSIGN TO "DILPHS.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS PHASE-FILE-STATUS.

    SELECT RUNMST-FILE ASSIGN TO "RUNMST.ISM"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS RUNMST-RUN-ID
	FILE STATUS IS RUNMST-FILE-STATUS.

    SELECT NODMST-FILE ASSIGN TO "NODMST.ISM"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS NODMST-KEY
	FILE STATUS IS NODMST-FILE-STATUS.

* the cycles and the swept nodes the phase journal supports
    SELECT RUNWRK-FILE ASSIGN TO "RUNRCN.TMP"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS RUNWRK-RUN-ID
	FILE STATUS IS RUNWRK-FILE-STATUS.

    SELECT NODWRK-FILE ASSIGN TO "NODRCN.TMP"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS NODWRK-KEY
	FILE STATUS IS NODWRK-FILE-STATUS.

* the maintenance journal, appended to for every record a rebuild
* changes
    SELECT JOURNAL-FILE ASSIGN TO "DILJNL.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS JOURNAL-FILE-STATUS.

* the check's journal entries, held until the rebuild has finished
    SELECT HELD-FILE ASSIGN TO "JNLRCN.TMP"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS HELD-FILE-STATUS.

DATA DIVISION.

FILE SECTION.

* C for a check, R for a check and a rebuild of DIXMST.ISM; a rebuild
* is journaled under the initials that follow
FD  RCNPARM-FILE
    LABEL RECORDS ARE STANDARD.

01  RCNPARM-RECORD.
    05  RCNPARM-MODE PIC X(1).
    05  RCNPARM-INITIALS PIC X(3).

* Both files carry the record layout C36T2's WRITE-DIXLOG-RECORD lays
* down -- the archive records are the same records, moved by DILTRM.
FD  DIXARC-FILE
    LABEL RECORDS ARE STANDARD.

01  DIXARC-RECORD PIC X(54).

FD  DIXLOG-FILE
    LABEL RECORDS ARE STANDARD.

01  DIXLOG-RECORD PIC X(54).

* the results master as C36T2's POST-DIXMST-RECORD lays it down
FD  DIXMST-FILE
    LABEL RECORDS ARE STANDARD.

01  DIXMST-RECORD.
    05  DIXMST-KEY.
	10  DIXMST-DATE PIC 9(6).
	10  DIXMST-TESTA PIC 9(3).
    05  DIXMST-STATUS PIC S9(10).
    05  DIXMST-SEVERITY PIC S9(10).
    05  DIXMST-FLAG PIC X(8).
    05  DIXMST-RUN-ID PIC 9(10).

* the work master, laid out exactly as DIXMST.ISM so a rebuild is a
* straight copy
FD  DIXWRK-FILE
    LABEL RECORDS ARE STANDARD.

01  DIXWRK-RECORD.
    05  DIXWRK-KEY.
	10  DIXWRK-DATE PIC 9(6).
	10  DIXWRK-TESTA PIC 9(3).
    05  DIXWRK-STATUS PIC S9(10).
    05  DIXWRK-SEVERITY PIC S9(10).
    05  DIXWRK-FLAG PIC X(8).
    05  DIXWRK-RUN-ID PIC 9(10).

* one finished phase, as DILVER's APPEND-PHASE-RECORD writes it
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

* the run-history master as DILVER's POST-RUN-HISTORY lays it down
FD  RUNMST-FILE
    LABEL RECORDS ARE STANDARD.

01  RUNMST-RECORD.
    05  RUNMST-RUN-ID PIC 9(10).
    05  RUNMST-DATE PIC 9(6).
    05  RUNMST-DIX PIC X(4).
    05  RUNMST-DAP PIC X(4).
    05  RUNMST-DIT PIC X(4).
    05  RUNMST-EXC PIC X(4).
    05  RUNMST-CC PIC 9(4).
    05  RUNMST-NODE-COUNT PIC 9(3).
    05  RUNMST-START-HHMM PIC 9(4).
    05  RUNMST-END-HHMM PIC 9(4).
    05  RUNMST-ON-DEMAND PIC X(1).
    05  RUNMST-REQUESTED-BY PIC X(6).

* the per-node master as DILVER's POST-ONE-NODE-RECORD lays it down
FD  NODMST-FILE
    LABEL RECORDS ARE STANDARD.

01  NODMST-RECORD.
    05  NODMST-KEY.
	10  NODMST-NODE PIC X(6).
	10  NODMST-DATE PIC 9(6).
    05  NODMST-RUN-ID PIC 9(10).
    05  NODMST-DAP PIC X(4).
    05  NODMST-DIT PIC X(4).
    05  NODMST-EXC PIC X(4).
    05  NODMST-DAP-CAUSE PIC X(1).
    05  NODMST-DIT-CAUSE PIC X(1).
    05  NODMST-EXC-CAUSE PIC X(1).

* one finished cycle: the date DILVER stamps its masters with, and D
* for an on-demand cycle
FD  RUNWRK-FILE
    LABEL RECORDS ARE STANDARD.

01  RUNWRK-RECORD.
    05  RUNWRK-RUN-ID PIC 9(10).
    05  RUNWRK-DATE PIC 9(6).
    05  RUNWRK-ON-DEMAND PIC X(1).

* one node a finished cycle swept, under that cycle's date
FD  NODWRK-FILE
    LABEL RECORDS ARE STANDARD.

01  NODWRK-RECORD.
    05  NODWRK-KEY.
	10  NODWRK-NODE PIC X(6).
	10  NODWRK-DATE PIC 9(6).
    05  NODWRK-RUN-ID PIC 9(10).

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

* one held journal entry, laid out as JOURNAL-RECORD
FD  HELD-FILE
    LABEL RECORDS ARE STANDARD.

01  HELD-RECORD PIC X(370).

WORKING-STORAGE SECTION.

01  RCNPARM-FILE-STATUS PIC X(2).
01  DIXARC-FILE-STATUS PIC X(2).
01  DIXLOG-FILE-STATUS PIC X(2).
01  DIXMST-FILE-STATUS PIC X(2).
01  DIXWRK-FILE-STATUS PIC X(2).
01  PHASE-FILE-STATUS PIC X(2).
01  RUNMST-FILE-STATUS PIC X(2).
01  NODMST-FILE-STATUS PIC X(2).
01  RUNWRK-FILE-STATUS PIC X(2).
01  NODWRK-FILE-STATUS PIC X(2).
01  JOURNAL-FILE-STATUS PIC X(2).
01  HELD-FILE-STATUS PIC X(2).

* C checks only; R checks and then rebuilds DIXMST.ISM
01  RECONCILE-MODE PIC X(1).
    88  REBUILD-REQUESTED VALUE "R".

01  OPERATOR-INITIALS PIC X(3) VALUE SPACES.

01  LOG-EOF-FLAG PIC X(3).
    88  LOG-EOF VALUE "YES".

01  JOURNAL-OPEN-FLAG PIC X(3) VALUE "NO ".
    88  JOURNAL-OPEN VALUE "YES".

* YES while the check's journal entries are being held for a rebuild;
* HELD-FAILED once one of them could not be held, and then nothing
* is rebuilt that the journal could not account for
01  HELD-OPEN-FLAG PIC X(3) VALUE "NO ".
    88  HELD-OPEN VALUE "YES".
01  HELD-FAILED-FLAG PIC X(3) VALUE "NO ".
    88  HELD-FAILED VALUE "YES".
01  HELD-EOF-FLAG PIC X(3).
    88  HELD-EOF VALUE "YES".

* YES once the work master cannot be built; nothing is checked or
* rebuilt against half a journal
01  WORK-FAILED-FLAG PIC X(3) VALUE "NO ".
    88  WORK-FAILED VALUE "YES".

01  MASTER-OPEN-FLAG PIC X(3).
    88  MASTER-OPEN VALUE "YES".

* YES when a master could not be read through to its end
01  MASTER-DAMAGED-FLAG PIC X(3) VALUE "NO ".
    88  MASTER-DAMAGED VALUE "YES".

* YES while RUNMST.ISM is open for the node records' run id lookups
01  RUNMST-OPEN-FLAG PIC X(3) VALUE "NO ".
    88  RUNMST-OPEN VALUE "YES".

01  DIXMST-REBUILT-FLAG PIC X(3) VALUE "NO ".
    88  DIXMST-REBUILT VALUE "YES".

* the two sides of the match-merge: the work file's key and the
* master's, HIGH-VALUES once that side has run out
01  EXPECTED-EOF-FLAG PIC X(3).
    88  EXPECTED-EOF VALUE "YES".
01  MASTER-EOF-FLAG PIC X(3).
    88  MASTER-EOF VALUE "YES".
01  EXPECTED-KEY PIC X(12).
01  MASTER-KEY PIC X(12).

* one journal record, whichever file it came from
01  LOG-IMAGE.
    05  LI-DATE PIC 9(6).
    05  FILLER PIC X(1).
    05  LI-TESTA PIC X(3).
    05  FILLER PIC X(1).
    05  LI-STATUS PIC X(11).
    05  FILLER PIC X(1).
    05  LI-SEVERITY PIC X(11).
    05  FILLER PIC X(1).
    05  LI-FLAG PIC X(8).
    05  FILLER PIC X(1).
    05  LI-RUN-ID PIC X(10).
    05  LI-RUN-ID-N REDEFINES LI-RUN-ID PIC 9(10).

* the test number after its leading spaces are turned back into
* zeros, ready to be de-edited
77  TESTA-DIGITS PIC X(3).
77  TEST-NUMBER PIC S9(10) COMP.

* A status or severity as C36T2's -(10)9 picture printed it, and the
* number it stands for.  The floating minus and the leading spaces
* become zeros, and the sign is put back afterwards.
01  EDITED-NUMBER PIC X(11).
01  NUMBER-DIGITS PIC X(11).
01  NUMBER-DIGITS-N REDEFINES NUMBER-DIGITS PIC 9(11).
77  MINUS-COUNT PIC S9(4) COMP.
77  DE-EDITED-NUMBER PIC S9(10).
01  NUMBER-OK-FLAG PIC X(3).
    88  NUMBER-OK VALUE "YES".

* the master's first date: journal records older than the master
* itself predate DIXMST.ISM and are counted, not listed
77  MASTER-FIRST-DATE PIC 9(6) VALUE 0.

* the phase journal's first date, and RUNMST.ISM's: master records
* older than the evidence are counted, not listed
77  PHASE-JOURNAL-START PIC 9(6) VALUE 0.
77  RUNMST-FIRST-DATE PIC 9(6) VALUE 0.

77  ARC-RECORD-COUNT PIC S9(10) COMP VALUE 0.
77  LOG-RECORD-COUNT PIC S9(10) COMP VALUE 0.
77  JOURNAL-ONLY-COUNT PIC S9(10) COMP VALUE 0.
77  DAMAGED-COUNT PIC S9(10) COMP VALUE 0.
77  AGREE-COUNT PIC S9(10) COMP VALUE 0.
77  MISSING-COUNT PIC S9(10) COMP VALUE 0.
77  UNSUPPORTED-COUNT PIC S9(10) COMP VALUE 0.
77  MISMATCH-COUNT PIC S9(10) COMP VALUE 0.
77  PREDATE-COUNT PIC S9(10) COMP VALUE 0.
77  REBUILT-COUNT PIC S9(10) COMP VALUE 0.
77  DIX-FINDING-COUNT PIC S9(10) COMP VALUE 0.
77  HELD-COUNT PIC S9(10) COMP VALUE 0.
77  POSTED-COUNT PIC S9(10) COMP VALUE 0.

77  CYCLE-RECORD-COUNT PIC S9(10) COMP VALUE 0.
77  UNFINISHED-NODE-COUNT PIC S9(10) COMP VALUE 0.
77  RUN-AGREE-COUNT PIC S9(10) COMP VALUE 0.
77  RUN-PREDATE-COUNT PIC S9(10) COMP VALUE 0.
77  RUN-FINDING-COUNT PIC S9(10) COMP VALUE 0.
77  NODE-AGREE-COUNT PIC S9(10) COMP VALUE 0.
77  NODE-NOT-RUN-COUNT PIC S9(10) COMP VALUE 0.
77  NODE-OUTAGE-COUNT PIC S9(10) COMP VALUE 0.
77  NODE-PREDATE-COUNT PIC S9(10) COMP VALUE 0.
77  NODE-FINDING-COUNT PIC S9(10) COMP VALUE 0.

* the time of day a journal entry is stamped with
01  JOURNAL-TIME PIC 9(8).
01  JOURNAL-TIME-R REDEFINES JOURNAL-TIME.
    05  JOURNAL-HHMM PIC 9(4).
    05  FILLER PIC 9(4).
01  JOURNAL-DATE PIC 9(6).

* a DIXMST.ISM record shown in the journal's own line layout, once
* as the journal says it should be and once as the master has it;
* the same images go to DILJNL.LOG
01  EXPECTED-IMAGE.
    05  EI-DATE PIC 9(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  EI-TESTA PIC ZZ9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  EI-STATUS PIC -(10)9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  EI-SEVERITY PIC -(10)9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  EI-FLAG PIC X(8).
    05  FILLER PIC X(1) VALUE SPACE.
    05  EI-RUN-ID PIC 9(10).

01  MASTER-IMAGE.
    05  MI-DATE PIC 9(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  MI-TESTA PIC ZZ9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  MI-STATUS PIC -(10)9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  MI-SEVERITY PIC -(10)9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  MI-FLAG PIC X(8).
    05  FILLER PIC X(1) VALUE SPACE.
    05  MI-RUN-ID PIC 9(10).

* the journal key of a DIXMST.ISM record: date and test number
01  RECORD-KEY-IMAGE.
    05  RK-DATE PIC 9(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RK-TESTA PIC 9(3).

01  JOURNAL-ACTION PIC X(11).
01  BEFORE-IMAGE PIC X(160).
01  AFTER-IMAGE PIC X(160).

* the fields a MISMATCH disagrees on
01  MISMATCH-FIELDS.
    05  MF-STATUS PIC X(7).
    05  MF-SEVERITY PIC X(9).
    05  MF-FLAG PIC X(7).
    05  MF-RUN-ID PIC X(6).

* one formatted line of the DIX findings
01  REPORT-LINE.
    05  RL-FINDING PIC X(11).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RL-SOURCE PIC X(7).
    05  FILLER PIC X(2) VALUE SPACES.
    05  RL-IMAGE PIC X(54).
    05  FILLER PIC X(2) VALUE SPACES.
    05  RL-FIELDS PIC X(29).

* one formatted line of the run-history findings
01  RUN-LINE.
    05  RN-FINDING PIC X(11).
    05  FILLER PIC X(2) VALUE SPACES.
    05  RN-RUN-ID PIC 9(10).
    05  FILLER PIC X(2) VALUE SPACES.
    05  RN-MASTER-DATE PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  RN-JOURNAL-DATE PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  RN-REMARK PIC X(30).

* one formatted line of the per-node findings
01  NODE-LINE.
    05  ND-FINDING PIC X(11).
    05  FILLER PIC X(2) VALUE SPACES.
    05  ND-NODE PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  ND-DATE PIC 9(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  ND-MASTER-RUN-ID PIC X(10).
    05  FILLER PIC X(2) VALUE SPACES.
    05  ND-JOURNAL-RUN-ID PIC X(10).
    05  FILLER PIC X(2) VALUE SPACES.
    05  ND-REMARK PIC X(24).

* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.

PROCEDURE DIVISION.

MAIN-LINE.
    PERFORM GET-RECONCILE-MODE THRU GET-RECONCILE-MODE-EXIT.

* no rebuild goes unjournaled: the journal is opened first
    IF REBUILD-REQUESTED
	PERFORM OPEN-JOURNAL THRU OPEN-JOURNAL-EXIT
	IF NOT JOURNAL-OPEN
	    DISPLAY "? DIXRCN: DIXMST.ISM was NOT rebuilt. "
	    MOVE 1 TO COMPLETION-CODE
	    MOVE COMPLETION-CODE TO RETURN-CODE
	    STOP RUN.

    IF REBUILD-REQUESTED
	OPEN OUTPUT HELD-FILE
	IF HELD-FILE-STATUS = "00"
	    MOVE "YES" TO HELD-OPEN-FLAG
	ELSE
	    DISPLAY "? DIXRCN: JNLRCN.TMP could not be opened, status = "
		HELD-FILE-STATUS
	    DISPLAY "? DIXRCN: DIXMST.ISM was NOT rebuilt. "
	    CLOSE JOURNAL-FILE
	    MOVE 1 TO COMPLETION-CODE
	    MOVE COMPLETION-CODE TO RETURN-CODE
	    STOP RUN.

    DISPLAY " ".
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " DIX Result Master Reconciliation ".
    DISPLAY " ------------------------------------------------------ ".

    PERFORM BUILD-DIX-EXPECTED THRU BUILD-DIX-EXPECTED-EXIT.
    IF WORK-FAILED
	DISPLAY "? DIXRCN: the journal could not be digested -- "
	DISPLAY "          DIXMST.ISM was NOT checked or rebuilt. "
	MOVE 1 TO COMPLETION-CODE
    ELSE
	PERFORM CHECK-DIXMST THRU CHECK-DIXMST-EXIT.

    IF HELD-OPEN
	CLOSE HELD-FILE
	MOVE "NO " TO HELD-OPEN-FLAG.

* the journal says what the rebuild changed only once it has changed
* it: the held entries go to DILJNL.LOG after a rebuild that ran to
* its end, and not at all otherwise
    IF REBUILD-REQUESTED AND HELD-FAILED
	DISPLAY "? DIXRCN: the findings could not all be held for the journal -- "
	DISPLAY "          DIXMST.ISM was NOT rebuilt. "
	MOVE 1 TO COMPLETION-CODE
    ELSE IF REBUILD-REQUESTED AND NOT WORK-FAILED
	PERFORM REBUILD-DIXMST THRU REBUILD-DIXMST-EXIT.

    IF DIXMST-REBUILT
	PERFORM POST-HELD-ENTRIES THRU POST-HELD-ENTRIES-EXIT
    ELSE IF REBUILD-REQUESTED
	DISPLAY " DIXRCN: nothing journaled to DILJNL.LOG. ".

    IF JOURNAL-OPEN
	CLOSE JOURNAL-FILE.

    PERFORM CHECK-CYCLE-MASTERS THRU CHECK-CYCLE-MASTERS-EXIT.

* a finding a rebuild has since put right no longer fails the run
    DISPLAY " ------------------------------------------------------ ".
    IF DIX-FINDING-COUNT > 0 AND NOT DIXMST-REBUILT
	MOVE 1 TO COMPLETION-CODE.
    IF RUN-FINDING-COUNT > 0 OR NODE-FINDING-COUNT > 0
       OR MASTER-DAMAGED
	MOVE 1 TO COMPLETION-CODE.
    IF COMPLETION-CODE = 0
	DISPLAY " DIXRCN: the masters agree with their journals. "
    ELSE
	DISPLAY " DIXRCN: the masters need attention -- see above. ".

    MOVE COMPLETION-CODE TO RETURN-CODE.
    STOP RUN.
MAIN-LINE-EXIT.
    EXIT.

* An RCNPARM.DAT card runs unattended; RCNPARM-FILE is OPTIONAL and
* an absent optional file's OPEN status varies by compiler, so
* anything but "00" means the terminal is asked instead.  Anything
* but R is a check.
GET-RECONCILE-MODE.
    OPEN INPUT RCNPARM-FILE.
    IF RCNPARM-FILE-STATUS = "00"
	PERFORM READ-PARAMETER-CARD THRU READ-PARAMETER-CARD-EXIT
    ELSE
	PERFORM ASK-RECONCILE-MODE THRU ASK-RECONCILE-MODE-EXIT.

    IF RECONCILE-MODE NOT = "R"
	MOVE "C" TO RECONCILE-MODE.

    IF REBUILD-REQUESTED AND OPERATOR-INITIALS = SPACES
	DISPLAY "? DIXRCN: a rebuild needs the operator's initials. "
	MOVE 1 TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.
GET-RECONCILE-MODE-EXIT.
    EXIT.

READ-PARAMETER-CARD.
    READ RCNPARM-FILE
	AT END MOVE SPACES TO RCNPARM-RECORD.
    CLOSE RCNPARM-FILE.
    MOVE RCNPARM-MODE TO RECONCILE-MODE.
    MOVE RCNPARM-INITIALS TO OPERATOR-INITIALS.
READ-PARAMETER-CARD-EXIT.
    EXIT.

ASK-RECONCILE-MODE.
    DISPLAY " Enter C to check the masters against their journals, ".
    DISPLAY " or R to check and then rebuild DIXMST.ISM (default C): ".
    ACCEPT RECONCILE-MODE.
    IF RECONCILE-MODE = "R"
	DISPLAY " Enter your initials: "
	ACCEPT OPERATOR-INITIALS.
ASK-RECONCILE-MODE-EXIT.
    EXIT.

OPEN-JOURNAL.
    OPEN EXTEND JOURNAL-FILE.
    IF JOURNAL-FILE-STATUS = "35"
	OPEN OUTPUT JOURNAL-FILE.
    IF JOURNAL-FILE-STATUS NOT = "00"
	DISPLAY "? OPEN-JOURNAL: DILJNL.LOG could not be opened, status = "
	    JOURNAL-FILE-STATUS
	GO TO OPEN-JOURNAL-EXIT.
    MOVE "YES" TO JOURNAL-OPEN-FLAG.
OPEN-JOURNAL-EXIT.
    EXIT.

* Digest the archive and then the live log into the work master.
* DILTRM only ever moves the strictly older records to the archive,
* so archive-then-live is the whole history in the order it was
* written; each record is WRITTEN under its date and test, or
* REWRITES the one already there -- the later run of the date wins,
* as it did when C36T2 posted it.
BUILD-DIX-EXPECTED.
    OPEN OUTPUT DIXWRK-FILE.
    IF DIXWRK-FILE-STATUS = "00"
	CLOSE DIXWRK-FILE
	OPEN I-O DIXWRK-FILE.
    IF DIXWRK-FILE-STATUS NOT = "00"
	DISPLAY "? BUILD-DIX-EXPECTED: DIXRCN.TMP could not be opened, status = "
	    DIXWRK-FILE-STATUS
	MOVE "YES" TO WORK-FAILED-FLAG
	GO TO BUILD-DIX-EXPECTED-EXIT.

    OPEN INPUT DIXARC-FILE.
    IF DIXARC-FILE-STATUS = "00"
	MOVE "NO " TO LOG-EOF-FLAG
	PERFORM READ-ARCHIVE-RECORD THRU READ-ARCHIVE-RECORD-EXIT
	    UNTIL LOG-EOF
	CLOSE DIXARC-FILE
    ELSE
	DISPLAY " DIXRCN: no DIXLOG.ARC here -- live log only. ".

    OPEN INPUT DIXLOG-FILE.
    IF DIXLOG-FILE-STATUS = "00"
	MOVE "NO " TO LOG-EOF-FLAG
	PERFORM READ-LIVE-RECORD THRU READ-LIVE-RECORD-EXIT
	    UNTIL LOG-EOF
	CLOSE DIXLOG-FILE
    ELSE
	DISPLAY " DIXRCN: no DIXLOG.LOG here -- archive only. ".

    CLOSE DIXWRK-FILE.
    DISPLAY " " ARC-RECORD-COUNT " record(s) from DIXLOG.ARC, "
	LOG-RECORD-COUNT " from DIXLOG.LOG. ".
    DISPLAY " " JOURNAL-ONLY-COUNT " C36T3/CX36T1 record(s) are journal-only, "
	DAMAGED-COUNT " damaged record(s) skipped. ".
BUILD-DIX-EXPECTED-EXIT.
    EXIT.

READ-ARCHIVE-RECORD.
    READ DIXARC-FILE
	AT END
	    MOVE "YES" TO LOG-EOF-FLAG
	    GO TO READ-ARCHIVE-RECORD-EXIT.

    ADD 1 TO ARC-RECORD-COUNT.
    MOVE DIXARC-RECORD TO LOG-IMAGE.
    PERFORM FOLD-JOURNAL-RECORD THRU FOLD-JOURNAL-RECORD-EXIT.
READ-ARCHIVE-RECORD-EXIT.
    EXIT.

READ-LIVE-RECORD.
    READ DIXLOG-FILE
	AT END
	    MOVE "YES" TO LOG-EOF-FLAG
	    GO TO READ-LIVE-RECORD-EXIT.

    ADD 1 TO LOG-RECORD-COUNT.
    MOVE DIXLOG-RECORD TO LOG-IMAGE.
    PERFORM FOLD-JOURNAL-RECORD THRU FOLD-JOURNAL-RECORD-EXIT.
READ-LIVE-RECORD-EXIT.
    EXIT.

* Fold one journal record into the work master.  C36T3 logs its
* boundary-value defects as tests 61-68 and CX36T1 its exchange tests
* as 90-97, to DIXLOG.LOG only -- neither has ever posted DIXMST.ISM,
* so neither is expected there.  C36T2's analyst cases (100-plus-
* case) are posted to both and are kept.
FOLD-JOURNAL-RECORD.
    IF LI-DATE IS NOT NUMERIC
	ADD 1 TO DAMAGED-COUNT
	GO TO FOLD-JOURNAL-RECORD-EXIT.

    MOVE LI-TESTA TO TESTA-DIGITS.
    INSPECT TESTA-DIGITS REPLACING LEADING " " BY "0".
    IF TESTA-DIGITS IS NOT NUMERIC
	ADD 1 TO DAMAGED-COUNT
	GO TO FOLD-JOURNAL-RECORD-EXIT.
    MOVE TESTA-DIGITS TO TEST-NUMBER.
    IF TEST-NUMBER < 1
	ADD 1 TO DAMAGED-COUNT
	GO TO FOLD-JOURNAL-RECORD-EXIT.

    IF (TEST-NUMBER NOT < 61 AND TEST-NUMBER NOT > 68)
       OR (TEST-NUMBER NOT < 90 AND TEST-NUMBER NOT > 97)
	ADD 1 TO JOURNAL-ONLY-COUNT
	GO TO FOLD-JOURNAL-RECORD-EXIT.

    MOVE LI-DATE TO DIXWRK-DATE.
    MOVE TEST-NUMBER TO DIXWRK-TESTA.

    MOVE LI-STATUS TO EDITED-NUMBER.
    PERFORM DE-EDIT-NUMBER THRU DE-EDIT-NUMBER-EXIT.
    IF NOT NUMBER-OK
	ADD 1 TO DAMAGED-COUNT
	GO TO FOLD-JOURNAL-RECORD-EXIT.
    MOVE DE-EDITED-NUMBER TO DIXWRK-STATUS.

    MOVE LI-SEVERITY TO EDITED-NUMBER.
    PERFORM DE-EDIT-NUMBER THRU DE-EDIT-NUMBER-EXIT.
    IF NOT NUMBER-OK
	ADD 1 TO DAMAGED-COUNT
	GO TO FOLD-JOURNAL-RECORD-EXIT.
    MOVE DE-EDITED-NUMBER TO DIXWRK-SEVERITY.

    MOVE LI-FLAG TO DIXWRK-FLAG.

* records from before C36T2 stamped a run id carry none
    IF LI-RUN-ID IS NUMERIC
	MOVE LI-RUN-ID-N TO DIXWRK-RUN-ID
    ELSE
	MOVE 0 TO DIXWRK-RUN-ID.

    WRITE DIXWRK-RECORD
	INVALID KEY
	    REWRITE DIXWRK-RECORD.
    IF DIXWRK-FILE-STATUS NOT = "00"
	DISPLAY "? FOLD-JOURNAL-RECORD: DIXRCN.TMP could not be posted, status = "
	    DIXWRK-FILE-STATUS
	MOVE "YES" TO WORK-FAILED-FLAG
	MOVE "YES" TO LOG-EOF-FLAG.
FOLD-JOURNAL-RECORD-EXIT.
    EXIT.

DE-EDIT-NUMBER.
    MOVE "NO " TO NUMBER-OK-FLAG.
    MOVE EDITED-NUMBER TO NUMBER-DIGITS.
    MOVE 0 TO MINUS-COUNT.
    INSPECT NUMBER-DIGITS TALLYING MINUS-COUNT FOR ALL "-".
    INSPECT NUMBER-DIGITS REPLACING ALL "-" BY "0".
    INSPECT NUMBER-DIGITS REPLACING ALL " " BY "0".
    IF NUMBER-DIGITS IS NOT NUMERIC OR MINUS-COUNT > 1
	GO TO DE-EDIT-NUMBER-EXIT.

    MOVE NUMBER-DIGITS-N TO DE-EDITED-NUMBER.
    IF MINUS-COUNT = 1
	SUBTRACT DE-EDITED-NUMBER FROM 0 GIVING DE-EDITED-NUMBER.
    MOVE "YES" TO NUMBER-OK-FLAG.
DE-EDIT-NUMBER-EXIT.
    EXIT.

* Match the work master against DIXMST.ISM, both in key order.  A
* master that is absent or cannot be opened is treated as empty, so
* every journal record is reported missing from it.
CHECK-DIXMST.
    OPEN INPUT DIXWRK-FILE.
    IF DIXWRK-FILE-STATUS NOT = "00"
	DISPLAY "? CHECK-DIXMST: DIXRCN.TMP could not be opened, status = "
	    DIXWRK-FILE-STATUS
	MOVE "YES" TO WORK-FAILED-FLAG
	MOVE 1 TO COMPLETION-CODE
	GO TO CHECK-DIXMST-EXIT.

    MOVE "NO " TO MASTER-OPEN-FLAG.
    OPEN INPUT DIXMST-FILE.
    IF DIXMST-FILE-STATUS = "00"
	MOVE "YES" TO MASTER-OPEN-FLAG
    ELSE IF DIXMST-FILE-STATUS = "35"
	DISPLAY " DIXRCN: no DIXMST.ISM here -- every record is missing. "
    ELSE
	DISPLAY "? CHECK-DIXMST: DIXMST.ISM could not be opened, status = "
	    DIXMST-FILE-STATUS
	MOVE "YES" TO MASTER-DAMAGED-FLAG.

    DISPLAY " ".
    DISPLAY " FINDING     SOURCE    DATE   TEST      STATUS    SEVERITY RESULT   RUN ".

    MOVE "NO " TO EXPECTED-EOF-FLAG.
    MOVE "NO " TO MASTER-EOF-FLAG.
    PERFORM READ-EXPECTED-DIX THRU READ-EXPECTED-DIX-EXIT.
    PERFORM READ-MASTER-DIX THRU READ-MASTER-DIX-EXIT.
    IF NOT MASTER-EOF
	MOVE DIXMST-DATE TO MASTER-FIRST-DATE.

    PERFORM COMPARE-ONE-DIX THRU COMPARE-ONE-DIX-EXIT
	UNTIL EXPECTED-EOF AND MASTER-EOF.

    CLOSE DIXWRK-FILE.
    IF MASTER-OPEN
	CLOSE DIXMST-FILE.

    ADD MISSING-COUNT UNSUPPORTED-COUNT MISMATCH-COUNT
	GIVING DIX-FINDING-COUNT.
    DISPLAY " ".
    DISPLAY " DIXMST.ISM: " AGREE-COUNT " agree, " MISSING-COUNT " missing, "
	UNSUPPORTED-COUNT " unsupported, " MISMATCH-COUNT " mismatched. ".
    IF PREDATE-COUNT > 0
	DISPLAY " " PREDATE-COUNT " journal record(s) predate the master's first date "
	    MASTER-FIRST-DATE " -- not listed; a rebuild adds and journals them. ".
CHECK-DIXMST-EXIT.
    EXIT.

READ-EXPECTED-DIX.
    READ DIXWRK-FILE NEXT RECORD
	AT END
	    MOVE "YES" TO EXPECTED-EOF-FLAG
	    MOVE HIGH-VALUES TO EXPECTED-KEY
	    GO TO READ-EXPECTED-DIX-EXIT.

    MOVE DIXWRK-KEY TO EXPECTED-KEY.
READ-EXPECTED-DIX-EXIT.
    EXIT.

* a master that fails part-way is read no further; what is left of
* the journal then shows as missing
READ-MASTER-DIX.
    IF NOT MASTER-OPEN
	MOVE "YES" TO MASTER-EOF-FLAG
	MOVE HIGH-VALUES TO MASTER-KEY
	GO TO READ-MASTER-DIX-EXIT.

    READ DIXMST-FILE NEXT RECORD
	AT END
	    MOVE "YES" TO MASTER-EOF-FLAG
	    MOVE HIGH-VALUES TO MASTER-KEY
	    GO TO READ-MASTER-DIX-EXIT.

    IF DIXMST-FILE-STATUS NOT = "00"
	DISPLAY "? READ-MASTER-DIX: DIXMST.ISM could not be read, status = "
	    DIXMST-FILE-STATUS
	MOVE "YES" TO MASTER-DAMAGED-FLAG
	MOVE "YES" TO MASTER-EOF-FLAG
	MOVE HIGH-VALUES TO MASTER-KEY
	GO TO READ-MASTER-DIX-EXIT.

    MOVE DIXMST-KEY TO MASTER-KEY.
READ-MASTER-DIX-EXIT.
    EXIT.

COMPARE-ONE-DIX.
    IF EXPECTED-KEY < MASTER-KEY
	PERFORM REPORT-MISSING-DIX THRU REPORT-MISSING-DIX-EXIT
	PERFORM READ-EXPECTED-DIX THRU READ-EXPECTED-DIX-EXIT
	GO TO COMPARE-ONE-DIX-EXIT.

    IF EXPECTED-KEY > MASTER-KEY
	PERFORM REPORT-UNSUPPORTED-DIX THRU REPORT-UNSUPPORTED-DIX-EXIT
	PERFORM READ-MASTER-DIX THRU READ-MASTER-DIX-EXIT
	GO TO COMPARE-ONE-DIX-EXIT.

    PERFORM COMPARE-DIX-FIELDS THRU COMPARE-DIX-FIELDS-EXIT.
    PERFORM READ-EXPECTED-DIX THRU READ-EXPECTED-DIX-EXIT.
    PERFORM READ-MASTER-DIX THRU READ-MASTER-DIX-EXIT.
COMPARE-ONE-DIX-EXIT.
    EXIT.

* a record older than the master is not listed, but a rebuild adds it
* all the same and it is journaled with the rest
REPORT-MISSING-DIX.
    PERFORM FORMAT-EXPECTED-IMAGE THRU FORMAT-EXPECTED-IMAGE-EXIT.
    MOVE DIXWRK-DATE TO RK-DATE.
    MOVE DIXWRK-TESTA TO RK-TESTA.
    MOVE "RESTORE" TO JOURNAL-ACTION.
    MOVE SPACES TO BEFORE-IMAGE.
    MOVE EXPECTED-IMAGE TO AFTER-IMAGE.
    PERFORM HOLD-JOURNAL-ENTRY THRU HOLD-JOURNAL-ENTRY-EXIT.

    IF MASTER-FIRST-DATE NOT = 0 AND DIXWRK-DATE < MASTER-FIRST-DATE
	ADD 1 TO PREDATE-COUNT
	GO TO REPORT-MISSING-DIX-EXIT.

    ADD 1 TO MISSING-COUNT.
    MOVE "MISSING" TO RL-FINDING.
    MOVE "JOURNAL" TO RL-SOURCE.
    MOVE EXPECTED-IMAGE TO RL-IMAGE.
    MOVE SPACES TO RL-FIELDS.
    DISPLAY " " REPORT-LINE.
REPORT-MISSING-DIX-EXIT.
    EXIT.

REPORT-UNSUPPORTED-DIX.
    ADD 1 TO UNSUPPORTED-COUNT.
    PERFORM FORMAT-MASTER-IMAGE THRU FORMAT-MASTER-IMAGE-EXIT.
    MOVE "UNSUPPORTED" TO RL-FINDING.
    MOVE "MASTER" TO RL-SOURCE.
    MOVE MASTER-IMAGE TO RL-IMAGE.
    MOVE SPACES TO RL-FIELDS.
    DISPLAY " " REPORT-LINE.

    MOVE DIXMST-DATE TO RK-DATE.
    MOVE DIXMST-TESTA TO RK-TESTA.
    MOVE "REMOVE" TO JOURNAL-ACTION.
    MOVE MASTER-IMAGE TO BEFORE-IMAGE.
    MOVE SPACES TO AFTER-IMAGE.
    PERFORM HOLD-JOURNAL-ENTRY THRU HOLD-JOURNAL-ENTRY-EXIT.
REPORT-UNSUPPORTED-DIX-EXIT.
    EXIT.

COMPARE-DIX-FIELDS.
    MOVE SPACES TO MISMATCH-FIELDS.
    IF DIXMST-STATUS NOT = DIXWRK-STATUS
	MOVE "STATUS" TO MF-STATUS.
    IF DIXMST-SEVERITY NOT = DIXWRK-SEVERITY
	MOVE "SEVERITY" TO MF-SEVERITY.
    IF DIXMST-FLAG NOT = DIXWRK-FLAG
	MOVE "RESULT" TO MF-FLAG.
    IF DIXMST-RUN-ID NOT = DIXWRK-RUN-ID
	MOVE "RUN ID" TO MF-RUN-ID.

    IF MISMATCH-FIELDS = SPACES
	ADD 1 TO AGREE-COUNT
	GO TO COMPARE-DIX-FIELDS-EXIT.

    ADD 1 TO MISMATCH-COUNT.
    PERFORM FORMAT-MASTER-IMAGE THRU FORMAT-MASTER-IMAGE-EXIT.
    PERFORM FORMAT-EXPECTED-IMAGE THRU FORMAT-EXPECTED-IMAGE-EXIT.
    MOVE "MISMATCH" TO RL-FINDING.
    MOVE "MASTER" TO RL-SOURCE.
    MOVE MASTER-IMAGE TO RL-IMAGE.
    MOVE MISMATCH-FIELDS TO RL-FIELDS.
    DISPLAY " " REPORT-LINE.
    MOVE SPACES TO RL-FINDING.
    MOVE "JOURNAL" TO RL-SOURCE.
    MOVE EXPECTED-IMAGE TO RL-IMAGE.
    MOVE SPACES TO RL-FIELDS.
    DISPLAY " " REPORT-LINE.

    MOVE DIXMST-DATE TO RK-DATE.
    MOVE DIXMST-TESTA TO RK-TESTA.
    MOVE "CORRECT" TO JOURNAL-ACTION.
    MOVE MASTER-IMAGE TO BEFORE-IMAGE.
    MOVE EXPECTED-IMAGE TO AFTER-IMAGE.
    PERFORM HOLD-JOURNAL-ENTRY THRU HOLD-JOURNAL-ENTRY-EXIT.
COMPARE-DIX-FIELDS-EXIT.
    EXIT.

FORMAT-EXPECTED-IMAGE.
    MOVE DIXWRK-DATE TO EI-DATE.
    MOVE DIXWRK-TESTA TO EI-TESTA.
    MOVE DIXWRK-STATUS TO EI-STATUS.
    MOVE DIXWRK-SEVERITY TO EI-SEVERITY.
    MOVE DIXWRK-FLAG TO EI-FLAG.
    MOVE DIXWRK-RUN-ID TO EI-RUN-ID.
FORMAT-EXPECTED-IMAGE-EXIT.
    EXIT.

FORMAT-MASTER-IMAGE.
    MOVE DIXMST-DATE TO MI-DATE.
    MOVE DIXMST-TESTA TO MI-TESTA.
    MOVE DIXMST-STATUS TO MI-STATUS.
    MOVE DIXMST-SEVERITY TO MI-SEVERITY.
    MOVE DIXMST-FLAG TO MI-FLAG.
    MOVE DIXMST-RUN-ID TO MI-RUN-ID.
FORMAT-MASTER-IMAGE-EXIT.
    EXIT.

* Hold the journal entry for one record a rebuild is about to put
* right; it is stamped and journaled once the rebuild is done.  A
* plain check holds nothing.
HOLD-JOURNAL-ENTRY.
    IF NOT HELD-OPEN
	GO TO HOLD-JOURNAL-ENTRY-EXIT.

    MOVE 0 TO JNL-DATE.
    MOVE 0 TO JNL-TIME.
    MOVE OPERATOR-INITIALS TO JNL-INITIALS.
    MOVE "DIXRCN" TO JNL-PROGRAM.
    MOVE JOURNAL-ACTION TO JNL-ACTION.
    MOVE RECORD-KEY-IMAGE TO JNL-KEY.
    MOVE BEFORE-IMAGE TO JNL-BEFORE.
    MOVE AFTER-IMAGE TO JNL-AFTER.
    WRITE HELD-RECORD FROM JOURNAL-RECORD.
    IF HELD-FILE-STATUS NOT = "00"
	DISPLAY "? HOLD-JOURNAL-ENTRY: JNLRCN.TMP could not be written, status = "
	    HELD-FILE-STATUS
	MOVE "YES" TO HELD-FAILED-FLAG
	CLOSE HELD-FILE
	MOVE "NO " TO HELD-OPEN-FLAG
	GO TO HOLD-JOURNAL-ENTRY-EXIT.
    ADD 1 TO HELD-COUNT.
HOLD-JOURNAL-ENTRY-EXIT.
    EXIT.

* Journal the held entries, each stamped with the time the rebuild
* finished.
POST-HELD-ENTRIES.
    OPEN INPUT HELD-FILE.
    IF HELD-FILE-STATUS NOT = "00"
	DISPLAY "? POST-HELD-ENTRIES: JNLRCN.TMP could not be opened, status = "
	    HELD-FILE-STATUS
	DISPLAY "? POST-HELD-ENTRIES: DIXMST.ISM was rebuilt but " HELD-COUNT
	    " change(s) were NOT journaled. "
	MOVE 1 TO COMPLETION-CODE
	GO TO POST-HELD-ENTRIES-EXIT.

    ACCEPT JOURNAL-DATE FROM DATE.
    ACCEPT JOURNAL-TIME FROM TIME.
    MOVE "NO " TO HELD-EOF-FLAG.
    PERFORM POST-ONE-HELD-ENTRY THRU POST-ONE-HELD-ENTRY-EXIT
	UNTIL HELD-EOF.
    CLOSE HELD-FILE.

    DISPLAY " DIXRCN: " POSTED-COUNT " change(s) journaled to DILJNL.LOG. ".
    IF POSTED-COUNT NOT = HELD-COUNT
	DISPLAY "? POST-HELD-ENTRIES: " HELD-COUNT " change(s) were held -- "
	    "the journal is short. "
	MOVE 1 TO COMPLETION-CODE.
POST-HELD-ENTRIES-EXIT.
    EXIT.

POST-ONE-HELD-ENTRY.
    READ HELD-FILE
	AT END
	    MOVE "YES" TO HELD-EOF-FLAG
	    GO TO POST-ONE-HELD-ENTRY-EXIT.

    MOVE HELD-RECORD TO JOURNAL-RECORD.
    MOVE JOURNAL-DATE TO JNL-DATE.
    MOVE JOURNAL-HHMM TO JNL-TIME.
    WRITE JOURNAL-RECORD.
    IF JOURNAL-FILE-STATUS NOT = "00"
	DISPLAY "? POST-HELD-ENTRIES: DILJNL.LOG could not be written, status = "
	    JOURNAL-FILE-STATUS
	MOVE "YES" TO HELD-EOF-FLAG
	GO TO POST-ONE-HELD-ENTRY-EXIT.
    ADD 1 TO POSTED-COUNT.
POST-ONE-HELD-ENTRY-EXIT.
    EXIT.

* Recreate DIXMST.ISM from the work master.  OPEN OUTPUT empties the
* master -- or makes a new one where the old could not even be
* opened -- and every work record is copied across in key order.
REBUILD-DIXMST.
    OPEN INPUT DIXWRK-FILE.
    IF DIXWRK-FILE-STATUS NOT = "00"
	DISPLAY "? REBUILD-DIXMST: DIXRCN.TMP could not be opened, status = "
	    DIXWRK-FILE-STATUS
	DISPLAY "? REBUILD-DIXMST: DIXMST.ISM was NOT rebuilt. "
	MOVE 1 TO COMPLETION-CODE
	GO TO REBUILD-DIXMST-EXIT.

    OPEN OUTPUT DIXMST-FILE.
    IF DIXMST-FILE-STATUS NOT = "00"
	DISPLAY "? REBUILD-DIXMST: DIXMST.ISM could not be created, status = "
	    DIXMST-FILE-STATUS
	DISPLAY "? REBUILD-DIXMST: DIXMST.ISM was NOT rebuilt. "
	CLOSE DIXWRK-FILE
	MOVE 1 TO COMPLETION-CODE
	GO TO REBUILD-DIXMST-EXIT.

    MOVE "YES" TO DIXMST-REBUILT-FLAG.
    MOVE "NO " TO EXPECTED-EOF-FLAG.
    PERFORM COPY-ONE-DIX THRU COPY-ONE-DIX-EXIT
	UNTIL EXPECTED-EOF.
    CLOSE DIXWRK-FILE.
    CLOSE DIXMST-FILE.

    IF DIXMST-REBUILT
	DISPLAY " DIXRCN: DIXMST.ISM rebuilt from the journal -- "
	    REBUILT-COUNT " record(s). "
    ELSE
	DISPLAY "? REBUILD-DIXMST: the rebuild stopped after "
	    REBUILT-COUNT " record(s) -- DIXMST.ISM is incomplete; "
	DISPLAY "  run the rebuild again. "
	MOVE 1 TO COMPLETION-CODE.
REBUILD-DIXMST-EXIT.
    EXIT.

COPY-ONE-DIX.
    READ DIXWRK-FILE NEXT RECORD
	AT END
	    MOVE "YES" TO EXPECTED-EOF-FLAG
	    GO TO COPY-ONE-DIX-EXIT.

    MOVE DIXWRK-RECORD TO DIXMST-RECORD.
    WRITE DIXMST-RECORD.
    IF DIXMST-FILE-STATUS NOT = "00"
	DISPLAY "? REBUILD-DIXMST: DIXMST.ISM could not be written, status = "
	    DIXMST-FILE-STATUS
	MOVE "NO " TO DIXMST-REBUILT-FLAG
	MOVE "YES" TO EXPECTED-EOF-FLAG
	GO TO COPY-ONE-DIX-EXIT.
    ADD 1 TO REBUILT-COUNT.
COPY-ONE-DIX-EXIT.
    EXIT.

* The two cycle masters, checked against DILPHS.LOG.  The first pass
* collects every finished cycle -- the CYCLE record DILVER writes at
* DONE, the last one of a run id winning as the checkpoint-resumed
* cycle's REWRITE does; the second puts each swept node under its
* cycle's date, the later run of a date winning as DILVER's rerun
* REWRITE does.  Node records of a run that never finished have no
* date to go under and are only counted.
CHECK-CYCLE-MASTERS.
    DISPLAY " ".
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " Run and Node History Reconciliation ".
    DISPLAY " ------------------------------------------------------ ".

    OPEN INPUT PHASE-FILE.
    IF PHASE-FILE-STATUS NOT = "00"
	DISPLAY " DIXRCN: no DILPHS.LOG here -- RUNMST.ISM and NODMST.ISM "
	DISPLAY "         have nothing to be checked against. "
	GO TO CHECK-CYCLE-MASTERS-EXIT.

    OPEN OUTPUT RUNWRK-FILE.
    IF RUNWRK-FILE-STATUS = "00"
	CLOSE RUNWRK-FILE
	OPEN I-O RUNWRK-FILE.
    OPEN OUTPUT NODWRK-FILE.
    IF NODWRK-FILE-STATUS = "00"
	CLOSE NODWRK-FILE
	OPEN I-O NODWRK-FILE.
    IF RUNWRK-FILE-STATUS NOT = "00" OR NODWRK-FILE-STATUS NOT = "00"
	DISPLAY "? CHECK-CYCLE-MASTERS: RUNRCN.TMP/NODRCN.TMP could not be opened, status = "
	    RUNWRK-FILE-STATUS " " NODWRK-FILE-STATUS
	CLOSE PHASE-FILE
	MOVE 1 TO COMPLETION-CODE
	GO TO CHECK-CYCLE-MASTERS-EXIT.

    MOVE "NO " TO LOG-EOF-FLAG.
    PERFORM READ-PHASE-FOR-RUN THRU READ-PHASE-FOR-RUN-EXIT
	UNTIL LOG-EOF.
    CLOSE PHASE-FILE.

    OPEN INPUT PHASE-FILE.
    MOVE "NO " TO LOG-EOF-FLAG.
    PERFORM READ-PHASE-FOR-NODE THRU READ-PHASE-FOR-NODE-EXIT
	UNTIL LOG-EOF.
    CLOSE PHASE-FILE.
    CLOSE RUNWRK-FILE.
    CLOSE NODWRK-FILE.

    DISPLAY " " CYCLE-RECORD-COUNT " finished cycle(s) in DILPHS.LOG from "
	PHASE-JOURNAL-START ", " UNFINISHED-NODE-COUNT
	" node record(s) of unfinished cycles. ".

    PERFORM CHECK-RUNMST THRU CHECK-RUNMST-EXIT.
    PERFORM CHECK-NODMST THRU CHECK-NODMST-EXIT.
CHECK-CYCLE-MASTERS-EXIT.
    EXIT.

READ-PHASE-FOR-RUN.
    READ PHASE-FILE
	AT END
	    MOVE "YES" TO LOG-EOF-FLAG
	    GO TO READ-PHASE-FOR-RUN-EXIT.

    IF PHS-RUN-ID IS NOT NUMERIC OR PHS-START-DATE IS NOT NUMERIC
	GO TO READ-PHASE-FOR-RUN-EXIT.
    IF PHASE-JOURNAL-START = 0
	MOVE PHS-START-DATE TO PHASE-JOURNAL-START.
    IF PHS-PHASE NOT = "CYCLE       "
	GO TO READ-PHASE-FOR-RUN-EXIT.

    ADD 1 TO CYCLE-RECORD-COUNT.
    MOVE PHS-RUN-ID TO RUNWRK-RUN-ID.
    MOVE PHS-START-DATE TO RUNWRK-DATE.
    IF PHS-PLAN-SOURCE = "DEMAND  "
	MOVE "D" TO RUNWRK-ON-DEMAND
    ELSE
	MOVE SPACE TO RUNWRK-ON-DEMAND.
    WRITE RUNWRK-RECORD
	INVALID KEY
	    REWRITE RUNWRK-RECORD.
READ-PHASE-FOR-RUN-EXIT.
    EXIT.

READ-PHASE-FOR-NODE.
    READ PHASE-FILE
	AT END
	    MOVE "YES" TO LOG-EOF-FLAG
	    GO TO READ-PHASE-FOR-NODE-EXIT.

    IF PHS-NODE = SPACES OR PHS-RUN-ID IS NOT NUMERIC
	GO TO READ-PHASE-FOR-NODE-EXIT.

    MOVE PHS-RUN-ID TO RUNWRK-RUN-ID.
    READ RUNWRK-FILE
	INVALID KEY
	    ADD 1 TO UNFINISHED-NODE-COUNT
	    GO TO READ-PHASE-FOR-NODE-EXIT.

    MOVE PHS-NODE TO NODWRK-NODE.
    MOVE RUNWRK-DATE TO NODWRK-DATE.
    MOVE PHS-RUN-ID TO NODWRK-RUN-ID.
    WRITE NODWRK-RECORD
	INVALID KEY
	    REWRITE NODWRK-RECORD.
READ-PHASE-FOR-NODE-EXIT.
    EXIT.

* RUNMST.ISM against the finished cycles, both in run id order.  A
* master record older than the phase journal has no evidence either
* way and is counted; one since then with no CYCLE record is a cycle
* that posted its history and then never reached DONE, or a record
* the journal knows nothing of.
CHECK-RUNMST.
    OPEN INPUT RUNWRK-FILE.
    MOVE "NO " TO MASTER-OPEN-FLAG.
    OPEN INPUT RUNMST-FILE.
    IF RUNMST-FILE-STATUS = "00"
	MOVE "YES" TO MASTER-OPEN-FLAG
    ELSE IF RUNMST-FILE-STATUS = "35"
	DISPLAY " DIXRCN: no RUNMST.ISM here -- every cycle is missing. "
    ELSE
	DISPLAY "? CHECK-RUNMST: RUNMST.ISM could not be opened, status = "
	    RUNMST-FILE-STATUS
	MOVE "YES" TO MASTER-DAMAGED-FLAG.

    DISPLAY " ".
    DISPLAY " RUNMST.ISM  RUN ID      MASTER  JOURNAL REMARK ".

    MOVE "NO " TO EXPECTED-EOF-FLAG.
    MOVE "NO " TO MASTER-EOF-FLAG.
    PERFORM READ-EXPECTED-RUN THRU READ-EXPECTED-RUN-EXIT.
    PERFORM READ-MASTER-RUN THRU READ-MASTER-RUN-EXIT.
    IF NOT MASTER-EOF
	MOVE RUNMST-DATE TO RUNMST-FIRST-DATE.

    PERFORM COMPARE-ONE-RUN THRU COMPARE-ONE-RUN-EXIT
	UNTIL EXPECTED-EOF AND MASTER-EOF.

    CLOSE RUNWRK-FILE.
    IF MASTER-OPEN
	CLOSE RUNMST-FILE.

    DISPLAY " RUNMST.ISM: " RUN-AGREE-COUNT " agree, " RUN-FINDING-COUNT
	" finding(s), " RUN-PREDATE-COUNT " older than DILPHS.LOG. ".
CHECK-RUNMST-EXIT.
    EXIT.

READ-EXPECTED-RUN.
    READ RUNWRK-FILE NEXT RECORD
	AT END
	    MOVE "YES" TO EXPECTED-EOF-FLAG
	    MOVE HIGH-VALUES TO EXPECTED-KEY
	    GO TO READ-EXPECTED-RUN-EXIT.

    MOVE RUNWRK-RUN-ID TO EXPECTED-KEY.
READ-EXPECTED-RUN-EXIT.
    EXIT.

READ-MASTER-RUN.
    IF NOT MASTER-OPEN
	MOVE "YES" TO MASTER-EOF-FLAG
	MOVE HIGH-VALUES TO MASTER-KEY
	GO TO READ-MASTER-RUN-EXIT.

    READ RUNMST-FILE NEXT RECORD
	AT END
	    MOVE "YES" TO MASTER-EOF-FLAG
	    MOVE HIGH-VALUES TO MASTER-KEY
	    GO TO READ-MASTER-RUN-EXIT.

    IF RUNMST-FILE-STATUS NOT = "00"
	DISPLAY "? READ-MASTER-RUN: RUNMST.ISM could not be read, status = "
	    RUNMST-FILE-STATUS
	MOVE "YES" TO MASTER-DAMAGED-FLAG
	MOVE "YES" TO MASTER-EOF-FLAG
	MOVE HIGH-VALUES TO MASTER-KEY
	GO TO READ-MASTER-RUN-EXIT.

    MOVE RUNMST-RUN-ID TO MASTER-KEY.
READ-MASTER-RUN-EXIT.
    EXIT.

COMPARE-ONE-RUN.
    MOVE SPACES TO RN-MASTER-DATE.
    MOVE SPACES TO RN-JOURNAL-DATE.
    MOVE SPACES TO RN-REMARK.

    IF EXPECTED-KEY < MASTER-KEY
	ADD 1 TO RUN-FINDING-COUNT
	MOVE "MISSING" TO RN-FINDING
	MOVE RUNWRK-RUN-ID TO RN-RUN-ID
	MOVE RUNWRK-DATE TO RN-JOURNAL-DATE
	MOVE "FINISHED CYCLE NOT IN MASTER" TO RN-REMARK
	DISPLAY " " RUN-LINE
	PERFORM READ-EXPECTED-RUN THRU READ-EXPECTED-RUN-EXIT
	GO TO COMPARE-ONE-RUN-EXIT.

    IF EXPECTED-KEY > MASTER-KEY
	PERFORM REPORT-UNSUPPORTED-RUN THRU REPORT-UNSUPPORTED-RUN-EXIT
	PERFORM READ-MASTER-RUN THRU READ-MASTER-RUN-EXIT
	GO TO COMPARE-ONE-RUN-EXIT.

    IF RUNMST-DATE NOT = RUNWRK-DATE
	MOVE "DATE DIFFERS" TO RN-REMARK
    ELSE IF RUNMST-ON-DEMAND NOT = RUNWRK-ON-DEMAND
	MOVE "ON-DEMAND FLAG DIFFERS" TO RN-REMARK.

    IF RN-REMARK = SPACES
	ADD 1 TO RUN-AGREE-COUNT
    ELSE
	ADD 1 TO RUN-FINDING-COUNT
	MOVE "MISMATCH" TO RN-FINDING
	MOVE RUNMST-RUN-ID TO RN-RUN-ID
	MOVE RUNMST-DATE TO RN-MASTER-DATE
	MOVE RUNWRK-DATE TO RN-JOURNAL-DATE
	DISPLAY " " RUN-LINE.

    PERFORM READ-EXPECTED-RUN THRU READ-EXPECTED-RUN-EXIT.
    PERFORM READ-MASTER-RUN THRU READ-MASTER-RUN-EXIT.
COMPARE-ONE-RUN-EXIT.
    EXIT.

REPORT-UNSUPPORTED-RUN.
    IF PHASE-JOURNAL-START NOT = 0 AND RUNMST-DATE < PHASE-JOURNAL-START
	ADD 1 TO RUN-PREDATE-COUNT
	GO TO REPORT-UNSUPPORTED-RUN-EXIT.

    ADD 1 TO RUN-FINDING-COUNT.
    MOVE "UNSUPPORTED" TO RN-FINDING.
    MOVE RUNMST-RUN-ID TO RN-RUN-ID.
    MOVE RUNMST-DATE TO RN-MASTER-DATE.
    MOVE "NO CYCLE RECORD IN DILPHS.LOG" TO RN-REMARK.
    DISPLAY " " RUN-LINE.
REPORT-UNSUPPORTED-RUN-EXIT.
    EXIT.

* NODMST.ISM against the swept nodes, both in node and date order.  A
* sweep posts every node in its table, so a node the window stopped
* before any phase reached it has a record of NRUNs and no phase
* record; that is accounted for when its run is a finished cycle of
* the same date.  Every node record's run id must also be a cycle in
* RUNMST.ISM, from the date RUNMST.ISM begins.
CHECK-NODMST.
    OPEN INPUT NODWRK-FILE.
    OPEN INPUT RUNWRK-FILE.
    MOVE "NO " TO MASTER-OPEN-FLAG.
    OPEN INPUT NODMST-FILE.
    IF NODMST-FILE-STATUS = "00"
	MOVE "YES" TO MASTER-OPEN-FLAG
    ELSE IF NODMST-FILE-STATUS = "35"
	DISPLAY " DIXRCN: no NODMST.ISM here -- every swept node is missing. "
    ELSE
	DISPLAY "? CHECK-NODMST: NODMST.ISM could not be opened, status = "
	    NODMST-FILE-STATUS
	MOVE "YES" TO MASTER-DAMAGED-FLAG.

    OPEN INPUT RUNMST-FILE.
    IF RUNMST-FILE-STATUS = "00"
	MOVE "YES" TO RUNMST-OPEN-FLAG.

    DISPLAY " ".
    DISPLAY " NODMST.ISM  NODE    DATE    MASTER RUN  JOURNAL RUN REMARK ".

    MOVE "NO " TO EXPECTED-EOF-FLAG.
    MOVE "NO " TO MASTER-EOF-FLAG.
    PERFORM READ-EXPECTED-NODE THRU READ-EXPECTED-NODE-EXIT.
    PERFORM READ-MASTER-NODE THRU READ-MASTER-NODE-EXIT.

    PERFORM COMPARE-ONE-NODE THRU COMPARE-ONE-NODE-EXIT
	UNTIL EXPECTED-EOF AND MASTER-EOF.

    CLOSE NODWRK-FILE.
    CLOSE RUNWRK-FILE.
    IF MASTER-OPEN
	CLOSE NODMST-FILE.
    IF RUNMST-OPEN
	CLOSE RUNMST-FILE.

    DISPLAY " NODMST.ISM: " NODE-AGREE-COUNT " agree, " NODE-FINDING-COUNT
	" finding(s), " NODE-NOT-RUN-COUNT " node(s) never reached, "
	NODE-OUTAGE-COUNT " in a planned outage, "
	NODE-PREDATE-COUNT " older than DILPHS.LOG. ".
CHECK-NODMST-EXIT.
    EXIT.

READ-EXPECTED-NODE.
    READ NODWRK-FILE NEXT RECORD
	AT END
	    MOVE "YES" TO EXPECTED-EOF-FLAG
	    MOVE HIGH-VALUES TO EXPECTED-KEY
	    GO TO READ-EXPECTED-NODE-EXIT.

    MOVE NODWRK-KEY TO EXPECTED-KEY.
READ-EXPECTED-NODE-EXIT.
    EXIT.

READ-MASTER-NODE.
    IF NOT MASTER-OPEN
	MOVE "YES" TO MASTER-EOF-FLAG
	MOVE HIGH-VALUES TO MASTER-KEY
	GO TO READ-MASTER-NODE-EXIT.

    READ NODMST-FILE NEXT RECORD
	AT END
	    MOVE "YES" TO MASTER-EOF-FLAG
	    MOVE HIGH-VALUES TO MASTER-KEY
	    GO TO READ-MASTER-NODE-EXIT.

    IF NODMST-FILE-STATUS NOT = "00"
	DISPLAY "? READ-MASTER-NODE: NODMST.ISM could not be read, status = "
	    NODMST-FILE-STATUS
	MOVE "YES" TO MASTER-DAMAGED-FLAG
	MOVE "YES" TO MASTER-EOF-FLAG
	MOVE HIGH-VALUES TO MASTER-KEY
	GO TO READ-MASTER-NODE-EXIT.

    MOVE NODMST-KEY TO MASTER-KEY.
READ-MASTER-NODE-EXIT.
    EXIT.

COMPARE-ONE-NODE.
    MOVE SPACES TO ND-MASTER-RUN-ID.
    MOVE SPACES TO ND-JOURNAL-RUN-ID.
    MOVE SPACES TO ND-REMARK.

    IF EXPECTED-KEY < MASTER-KEY
	ADD 1 TO NODE-FINDING-COUNT
	MOVE "MISSING" TO ND-FINDING
	MOVE NODWRK-NODE TO ND-NODE
	MOVE NODWRK-DATE TO ND-DATE
	MOVE NODWRK-RUN-ID TO ND-JOURNAL-RUN-ID
	MOVE "SWEPT NODE NOT IN MASTER" TO ND-REMARK
	DISPLAY " " NODE-LINE
	PERFORM READ-EXPECTED-NODE THRU READ-EXPECTED-NODE-EXIT
	GO TO COMPARE-ONE-NODE-EXIT.

    IF EXPECTED-KEY > MASTER-KEY
	PERFORM REPORT-UNSWEPT-NODE THRU REPORT-UNSWEPT-NODE-EXIT
	PERFORM CHECK-NODE-RUN THRU CHECK-NODE-RUN-EXIT
	PERFORM READ-MASTER-NODE THRU READ-MASTER-NODE-EXIT
	GO TO COMPARE-ONE-NODE-EXIT.

    IF NODMST-RUN-ID = NODWRK-RUN-ID
	ADD 1 TO NODE-AGREE-COUNT
    ELSE
	ADD 1 TO NODE-FINDING-COUNT
	MOVE "MISMATCH" TO ND-FINDING
	MOVE NODMST-NODE TO ND-NODE
	MOVE NODMST-DATE TO ND-DATE
	MOVE NODMST-RUN-ID TO ND-MASTER-RUN-ID
	MOVE NODWRK-RUN-ID TO ND-JOURNAL-RUN-ID
	MOVE "RUN ID DIFFERS" TO ND-REMARK
	DISPLAY " " NODE-LINE.

    PERFORM CHECK-NODE-RUN THRU CHECK-NODE-RUN-EXIT.
    PERFORM READ-EXPECTED-NODE THRU READ-EXPECTED-NODE-EXIT.
    PERFORM READ-MASTER-NODE THRU READ-MASTER-NODE-EXIT.
COMPARE-ONE-NODE-EXIT.
    EXIT.

* a node record with no phase record of its own behind it
REPORT-UNSWEPT-NODE.
    IF PHASE-JOURNAL-START NOT = 0 AND NODMST-DATE < PHASE-JOURNAL-START
	ADD 1 TO NODE-PREDATE-COUNT
	GO TO REPORT-UNSWEPT-NODE-EXIT.

    MOVE NODMST-RUN-ID TO RUNWRK-RUN-ID.
    READ RUNWRK-FILE
	INVALID KEY
	    MOVE 0 TO RUNWRK-DATE.
    IF RUNWRK-DATE = NODMST-DATE
       AND NODMST-DAP = "NRUN" AND NODMST-DIT = "NRUN"
       AND (NODMST-EXC = "NRUN" OR NODMST-EXC = SPACES)
	ADD 1 TO NODE-NOT-RUN-COUNT
	GO TO REPORT-UNSWEPT-NODE-EXIT.
    IF RUNWRK-DATE = NODMST-DATE
       AND NODMST-DAP = "POUT" AND NODMST-DIT = "POUT"
       AND NODMST-EXC = "POUT"
	ADD 1 TO NODE-OUTAGE-COUNT
	GO TO REPORT-UNSWEPT-NODE-EXIT.

    ADD 1 TO NODE-FINDING-COUNT.
    MOVE "UNSUPPORTED" TO ND-FINDING.
    MOVE NODMST-NODE TO ND-NODE.
    MOVE NODMST-DATE TO ND-DATE.
    MOVE NODMST-RUN-ID TO ND-MASTER-RUN-ID.
    MOVE "NO DILPHS SWEEP RECORD" TO ND-REMARK.
    DISPLAY " " NODE-LINE.
REPORT-UNSWEPT-NODE-EXIT.
    EXIT.

* the node record's run must be a cycle RUNMST.ISM knows
CHECK-NODE-RUN.
    IF NOT RUNMST-OPEN
	GO TO CHECK-NODE-RUN-EXIT.
    IF NODMST-DATE < RUNMST-FIRST-DATE
	GO TO CHECK-NODE-RUN-EXIT.

    MOVE NODMST-RUN-ID TO RUNMST-RUN-ID.
    READ RUNMST-FILE
	INVALID KEY
	    ADD 1 TO NODE-FINDING-COUNT
	    MOVE "NO RUN" TO ND-FINDING
	    MOVE NODMST-NODE TO ND-NODE
	    MOVE NODMST-DATE TO ND-DATE
	    MOVE NODMST-RUN-ID TO ND-MASTER-RUN-ID
	    MOVE SPACES TO ND-JOURNAL-RUN-ID
	    MOVE "RUN ID NOT IN RUNMST.ISM" TO ND-REMARK
	    DISPLAY " " NODE-LINE.
CHECK-NODE-RUN-EXIT.
    EXIT.
