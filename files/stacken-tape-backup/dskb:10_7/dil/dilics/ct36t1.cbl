*     widens to match, the same all-readers-at-once widening the
*     run-identifier stamp got in edit 28.  FILES: CT36T1.CBL,
*     DILVER.CBL, DILBEN.CBL, DILTRM.CBL )%
*
* Edit (%O'31', '22-Oct-86', 'Karin Lindqvist')
* %(  A failed remote run said only that an echo never came back, not
*     whether the message died on the way out, inside CTSERV or on the
*     way home.  Every remote link now opens with one identification
*     message -- run identifier, the node addressed and the link
*     number -- which CTSERV keeps for the link and echoes back
*     uncounted (CTSERV.CBL edit 4); an older CTSERV simply echoes it
*     like any other message.  The messages sent, echoes received and
*     bytes sent are counted per link, and every remote TEST, LOAD or
*     MULT run appends one record per link to a new DITSESS.LOG, on a
*     pass or on a failed exchange alike, for DITREC to hold up
*     against CTSERV.LOG.  Self-test runs have no server and are not
*     logged there.  FILES: CT36T1.CBL, CTSERV.CBL, DITREC.CBL (NEW) )%
*
* Edit (%O'32', '27-Oct-86', 'Karin Lindqvist')
* %(  DITBENCH.LOG records carried nothing to say which node the LOAD
*     run was aimed at, so DILBEN judged every node's throughput as
*     one mixture.  Every record now ends with HOSTN -- LOCAL for the
*     self-test -- and DILBEN keeps its baselines per node (DILBEN.CBL
*     edit 7); DITREC now lays a record's trouble counts against that
*     node's LOAD entries only.  FILES: CT36T1.CBL, DILBEN.CBL,
*     DITREC.CBL )%
*
* Edit (%O'33', '7-Nov-86', 'Karin Lindqvist')
* %(  A failed run now says why in its completion code rather than
*     returning 1 for everything: 11 the node could not be reached
*     (or the link broke under the test), 12 the far side refused the
*     connection's access control, 14 the connection was never
*     confirmed inside MAX-CONNECT-RETRIES polls, 15 data came back
*     different from what was sent -- including a LOAD pass that lost,
*     repeated, reordered or mangled messages.  A failure opening or
*     accepting this side's own passive link, or DITBENCH.LOG, is
*     still 1.  See CD36T1.CBL edit 37.  FILES: CD36T1.CBL,
*     CT36T1.CBL, CX36T1.CBL, DILVER.CBL, DILINC.CBL, DILCHG.CBL,
*     DILJNL.CBL, DILNIQ.CBL, DIXRCN.CBL, DILCOL.CBL )%

INSTALLATION.

	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS BENCH-FILE-STATUS.

* The client half of a remote run's traffic counts, one record per
* link, for DITREC to reconcile against CTSERV.LOG on the far node.
    SELECT SESSION-FILE ASSIGN TO "DITSESS.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS SESSION-FILE-STATUS.

* Optional batch-parameter card: if DITPARM.DAT exists, HOSTN,
* TARGET-TASKNAME, RUN-MODE, MSG-COUNT and MAX-CONNECT-RETRIES all
* come from it instead of the terminal, so DILVER can drive CT36T1
    05  BENCH-LOG-CORRUPT PIC ZZZZ9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  BENCH-LOG-RUN-ID PIC 9(10).
    05  FILLER PIC X(1) VALUE SPACE.
    05  BENCH-LOG-NODE PIC X(6).

FD  SESSION-FILE
    LABEL RECORDS ARE STANDARD.

01  SESSION-RECORD.
    05  SESSION-LOG-DATE PIC 9(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  SESSION-LOG-TIME PIC 9(4).
    05  FILLER PIC X(1) VALUE SPACE.
    05  SESSION-LOG-RUN-ID PIC 9(10).
    05  FILLER PIC X(1) VALUE SPACE.
    05  SESSION-LOG-NODE PIC X(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  SESSION-LOG-MODE PIC X(4).
    05  FILLER PIC X(1) VALUE SPACE.
    05  SESSION-LOG-LINK PIC 9(2).
    05  FILLER PIC X(1) VALUE SPACE.
    05  SESSION-LOG-SENT PIC ZZZZ9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  SESSION-LOG-RECEIVED PIC ZZZZ9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  SESSION-LOG-BYTES PIC -(9)9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  SESSION-LOG-RESULT PIC X(4).

FD  DITPARM-FILE
    LABEL RECORDS ARE STANDARD.
	10  LT-ANETLN PIC S9(10) COMP.
	10  LT-SEND-DATA PIC X(100) DISPLAY-7.
	10  LT-RECEIVE-DATA PIC X(100) DISPLAY-7.
	10  LT-SENT-COUNT PIC S9(10) COMP.
	10  LT-RECEIVED-COUNT PIC S9(10) COMP.
	10  LT-BYTES-SENT PIC S9(10) COMP.

* the link whose counts DITSESS.LOG is being written from; the single-
* link TEST and LOAD modes keep their counts in entry 1
77  SESSION-LINK-INDEX USAGE COMP PIC S9(10).

* The identification message that opens every remote link, ahead of
* any data: CTSERV keeps the run identifier, node and link number it
* carries against the link and echoes it back without counting it.
01  SESSION-IDENT USAGE DISPLAY-7.
    05  SI-HEADER PIC X(12) VALUE "DIT SESSION ".
    05  FILLER PIC X(4) VALUE "RUN ".
    05  SI-RUN-ID PIC 9(10).
    05  FILLER PIC X(6) VALUE " NODE ".
    05  SI-NODE PIC X(6).
    05  FILLER PIC X(6) VALUE " LINK ".
    05  SI-LINK PIC 9(2).
    05  FILLER PIC X(54) VALUE SPACES.

* the per-link task name, SERVER01 thru SERVER08 under the default
* root: the local pair's passive side listens under it, and a remote
* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.

* the failure causes a failed run hands back as its completion code,
* shared with CD36T1 and CX36T1 (13, the remote file system, is
* theirs alone); a failure on this side of the link stays 1
01  CAUSE-UNREACHABLE-CODE PIC S9(4) COMP VALUE 11.
01  CAUSE-PASSWORD-CODE PIC S9(4) COMP VALUE 12.
01  CAUSE-TIMEOUT-CODE PIC S9(4) COMP VALUE 14.
01  CAUSE-MISMATCH-CODE PIC S9(4) COMP VALUE 15.

* the cause made of the last failed network call
01  FAILURE-CAUSE-CODE PIC S9(4) COMP VALUE 0.

* status of the last I/O against BENCH-FILE, so a failed OPEN EXTEND
* reports a clean completion code instead of abending
01  BENCH-FILE-STATUS PIC X(2).

* status of the last I/O against SESSION-FILE
01  SESSION-FILE-STATUS PIC X(2).

* status of the last I/O against DITPARM-FILE -- "00" means DILVER (or
* an operator setting up an unattended run) left one; "35" means it is
* not present, so all parameters fall back to the interactive ACCEPTs

    PERFORM SET-LINK-IDS THRU SET-LINK-IDS-EXIT.

* the single link's counts live in entry 1 of the link table; a remote
* link opens with the identification message before any data moves
    MOVE 1 TO LINK-INDEX.
    MOVE ANETLN TO LT-ANETLN (LINK-INDEX).
    PERFORM CLEAR-LINK-COUNTS THRU CLEAR-LINK-COUNTS-EXIT.
    IF NOT LOCAL-TEST
	PERFORM SEND-SESSION-IDENT THRU SEND-SESSION-IDENT-EXIT
	PERFORM RECEIVE-SESSION-IDENT THRU RECEIVE-SESSION-IDENT-EXIT.

    IF RUN-MODE-LOAD
	PERFORM RUN-LOAD-TEST THRU RUN-LOAD-TEST-EXIT
    ELSE
	PERFORM SEND-SOME-DATA-BACK THRU SEND-SOME-DATA-BACK-EXIT
	PERFORM READ-THE-2ND-DATA THRU READ-THE-2ND-DATA-EXIT.

    PERFORM LOG-SESSION-COUNTS THRU LOG-SESSION-COUNTS-EXIT.
    PERFORM CLOSE-LINK THRU CLOSE-LINK-EXIT.

    DISPLAY " ".
	    SEQ-DUPLICATE-COUNT " duplicated, "
	    SEQ-OUT-OF-ORDER-COUNT " out of order, "
	    SEQ-CORRUPT-COUNT " corrupt. "
	MOVE CAUSE-MISMATCH-CODE TO COMPLETION-CODE.
RUN-LOAD-TEST-EXIT.
    EXIT.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFSND: unsuccessful status return "
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	PERFORM LOG-SESSION-COUNTS THRU LOG-SESSION-COUNTS-EXIT
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

    ADD 1 TO LT-SENT-COUNT (LINK-INDEX).
    ADD MESSAGE-SIZE TO LT-BYTES-SENT (LINK-INDEX).

    ENTER MACRO NFRCV USING RECV-LINK, MESSAGE-SIZE-UNITS, MESSAGE-SIZE,
			    RECEIVE-DATA, DIT-MSG-MSG, DIT-WAIT-YES.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFRCV: unsuccessful status return "
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	PERFORM LOG-SESSION-COUNTS THRU LOG-SESSION-COUNTS-EXIT
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

    ADD 1 TO LT-RECEIVED-COUNT (LINK-INDEX).

    PERFORM VERIFY-LOAD-ECHO THRU VERIFY-LOAD-ECHO-EXIT.

    ADD MESSAGE-SIZE TO LOAD-BYTE-COUNT.
    MOVE SEQ-OUT-OF-ORDER-COUNT TO BENCH-LOG-OUT-OF-ORDER.
    MOVE SEQ-CORRUPT-COUNT TO BENCH-LOG-CORRUPT.
    MOVE RUN-ID TO BENCH-LOG-RUN-ID.
    IF HOSTN = SPACES
	MOVE "LOCAL" TO BENCH-LOG-NODE
    ELSE
	MOVE HOSTN TO BENCH-LOG-NODE.
    WRITE BENCH-RECORD.
    CLOSE BENCH-FILE.
LOG-LOAD-TEST-RESULT-EXIT.
	DISPLAY " Opening " LINK-COUNT " links to the " MULT-TASK-ROOT
	    "nn family on " HOSTN "... ".

    PERFORM CLEAR-LINK-COUNTS THRU CLEAR-LINK-COUNTS-EXIT
	VARYING LINK-INDEX FROM 1 BY 1 UNTIL LINK-INDEX > LINK-COUNT.

    PERFORM OPEN-ONE-LINK-PAIR THRU OPEN-ONE-LINK-PAIR-EXIT
	VARYING LINK-INDEX FROM 1 BY 1 UNTIL LINK-INDEX > LINK-COUNT.

* every remote link identifies itself to its CTSERV family task first,
* all of them before any echo is read, the same send-all-then-read
* order the data exchange below keeps to
    IF NOT LOCAL-TEST
	PERFORM SEND-SESSION-IDENT THRU SEND-SESSION-IDENT-EXIT
	    VARYING LINK-INDEX FROM 1 BY 1 UNTIL LINK-INDEX > LINK-COUNT
	PERFORM RECEIVE-SESSION-IDENT THRU RECEIVE-SESSION-IDENT-EXIT
	    VARYING LINK-INDEX FROM 1 BY 1 UNTIL LINK-INDEX > LINK-COUNT.

* all pairs now stand open at once; only now does any data move

    PERFORM MULT-SEND-ONE THRU MULT-SEND-ONE-EXIT
    PERFORM MULT-RECEIVE-BACK-ONE THRU MULT-RECEIVE-BACK-ONE-EXIT
	VARYING LINK-INDEX FROM 1 BY 1 UNTIL LINK-INDEX > LINK-COUNT.

    PERFORM LOG-SESSION-COUNTS THRU LOG-SESSION-COUNTS-EXIT.

    PERFORM CLOSE-ONE-LINK-PAIR THRU CLOSE-ONE-LINK-PAIR-EXIT
	VARYING LINK-INDEX FROM 1 BY 1 UNTIL LINK-INDEX > LINK-COUNT.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFOPA: unsuccessful status return on link " LINK-INDEX
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

    IF NOT CONNECTED
	DISPLAY "? NFGND: timed out waiting for connection on link "
	    LINK-INDEX
	PERFORM CLASSIFY-CONNECT-FAILURE THRU CLASSIFY-CONNECT-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFSND: unsuccessful status return on link " LINK-INDEX
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	PERFORM LOG-SESSION-COUNTS THRU LOG-SESSION-COUNTS-EXIT
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

    ADD 1 TO LT-SENT-COUNT (LINK-INDEX).
    ADD MESSAGE-SIZE TO LT-BYTES-SENT (LINK-INDEX).
MULT-SEND-ONE-EXIT.
    EXIT.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFRCV: unsuccessful status return on link " LINK-INDEX
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	PERFORM LOG-SESSION-COUNTS THRU LOG-SESSION-COUNTS-EXIT
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

    ADD 1 TO LT-RECEIVED-COUNT (LINK-INDEX).

    IF LT-RECEIVE-DATA (LINK-INDEX) NOT = LT-SEND-DATA (LINK-INDEX)
	DISPLAY "? MULTI-LINK: data received on link " LINK-INDEX
	    " is not what was sent on it. "
	MOVE CAUSE-MISMATCH-CODE TO COMPLETION-CODE
	PERFORM LOG-SESSION-COUNTS THRU LOG-SESSION-COUNTS-EXIT
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
MULT-RECEIVE-ONE-EXIT.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFSND: unsuccessful status return on link " LINK-INDEX
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	PERFORM LOG-SESSION-COUNTS THRU LOG-SESSION-COUNTS-EXIT
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

    ADD 1 TO LT-SENT-COUNT (LINK-INDEX).
    ADD MESSAGE-SIZE TO LT-BYTES-SENT (LINK-INDEX).
MULT-SEND-BACK-ONE-EXIT.
    EXIT.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFRCV: unsuccessful status return on link " LINK-INDEX
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	PERFORM LOG-SESSION-COUNTS THRU LOG-SESSION-COUNTS-EXIT
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

    ADD 1 TO LT-RECEIVED-COUNT (LINK-INDEX).

    IF LT-RECEIVE-DATA (LINK-INDEX) NOT = LT-SEND-DATA (LINK-INDEX)
	DISPLAY "? MULTI-LINK: data received back on link " LINK-INDEX
	    " is not what was sent on it. "
	MOVE CAUSE-MISMATCH-CODE TO COMPLETION-CODE
	PERFORM LOG-SESSION-COUNTS THRU LOG-SESSION-COUNTS-EXIT
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
MULT-RECEIVE-BACK-ONE-EXIT.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFCLS: unsuccessful status return on link " LINK-INDEX
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

       DIL-MESSAGE NOT = DIT-C-DISCONNECTEVENT AND
       DIL-SEVERITY NOT = STS-K-SUCCESS
	DISPLAY "? NFGND: Invalid status returned on link " LINK-INDEX
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
CLOSE-ONE-LINK-PAIR-EXIT.
    EXIT.

CLEAR-LINK-COUNTS.
    MOVE 0 TO LT-SENT-COUNT (LINK-INDEX).
    MOVE 0 TO LT-RECEIVED-COUNT (LINK-INDEX).
    MOVE 0 TO LT-BYTES-SENT (LINK-INDEX).
CLEAR-LINK-COUNTS-EXIT.
    EXIT.

SEND-SESSION-IDENT.
* Open a remote link with the identification message: the run
* identifier, the node as addressed and the link number, so CTSERV can
* tag its half of the session's counts to match ours.  The message
* is the full 100 characters whatever size the run goes on to use.

    MOVE RUN-ID TO SI-RUN-ID.
    MOVE HOSTN TO SI-NODE.
    MOVE LINK-INDEX TO SI-LINK.
    MOVE SESSION-IDENT TO LT-SEND-DATA (LINK-INDEX).
    MOVE 100 TO MESSAGE-SIZE.

    ENTER MACRO NFSND USING LT-ANETLN (LINK-INDEX), MESSAGE-SIZE-UNITS,
			    MESSAGE-SIZE, LT-SEND-DATA (LINK-INDEX),
			    DIT-MSG-MSG.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFSND: identification not sent on link " LINK-INDEX
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	PERFORM LOG-SESSION-COUNTS THRU LOG-SESSION-COUNTS-EXIT
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
SEND-SESSION-IDENT-EXIT.
    EXIT.

RECEIVE-SESSION-IDENT.
* The identification comes back like any echo -- from an older CTSERV
* as well, which knows nothing of it -- and must come back intact.

    MOVE SPACES TO LT-RECEIVE-DATA (LINK-INDEX).
    MOVE 100 TO MESSAGE-SIZE.

    ENTER MACRO NFRCV USING LT-ANETLN (LINK-INDEX), MESSAGE-SIZE-UNITS,
			    MESSAGE-SIZE, LT-RECEIVE-DATA (LINK-INDEX),
			    DIT-MSG-MSG, DIT-WAIT-YES.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFRCV: identification not echoed on link " LINK-INDEX
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	PERFORM LOG-SESSION-COUNTS THRU LOG-SESSION-COUNTS-EXIT
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

    IF LT-RECEIVE-DATA (LINK-INDEX) NOT = LT-SEND-DATA (LINK-INDEX)
	DISPLAY "? NFRCV: identification echoed wrongly on link "
	    LINK-INDEX
	MOVE CAUSE-MISMATCH-CODE TO COMPLETION-CODE
	PERFORM LOG-SESSION-COUNTS THRU LOG-SESSION-COUNTS-EXIT
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

    MOVE 100 TO MESSAGE-SIZE.
RECEIVE-SESSION-IDENT-EXIT.
    EXIT.

LOG-SESSION-COUNTS.
* Append the client half of a remote run's traffic counts to
* DITSESS.LOG, one record per link, marked PASS or FAIL by the
* completion code so far.  A self-test has no server to reconcile
* against and logs nothing here.  A log that cannot be opened is
* reported but does not change the verdict of the test itself.

    IF LOCAL-TEST
	GO TO LOG-SESSION-COUNTS-EXIT.

    OPEN EXTEND SESSION-FILE.
    IF SESSION-FILE-STATUS = "35"
	OPEN OUTPUT SESSION-FILE.

    IF SESSION-FILE-STATUS NOT = "00"
	DISPLAY "? LOG-SESSION-COUNTS: DITSESS.LOG could not be opened, status = "
	    SESSION-FILE-STATUS
	GO TO LOG-SESSION-COUNTS-EXIT.

    ACCEPT RUN-ID-DATE FROM DATE.
    ACCEPT RUN-ID-TIME FROM TIME.
    PERFORM LOG-ONE-LINK-COUNTS THRU LOG-ONE-LINK-COUNTS-EXIT
	VARYING SESSION-LINK-INDEX FROM 1 BY 1
	UNTIL SESSION-LINK-INDEX > LINK-COUNT.
    CLOSE SESSION-FILE.
LOG-SESSION-COUNTS-EXIT.
    EXIT.

LOG-ONE-LINK-COUNTS.
    MOVE RUN-ID-DATE TO SESSION-LOG-DATE.
    MOVE RUN-ID-HHMM TO SESSION-LOG-TIME.
    MOVE RUN-ID TO SESSION-LOG-RUN-ID.
    MOVE HOSTN TO SESSION-LOG-NODE.
    MOVE RUN-MODE TO SESSION-LOG-MODE.
    MOVE SESSION-LINK-INDEX TO SESSION-LOG-LINK.
    MOVE LT-SENT-COUNT (SESSION-LINK-INDEX) TO SESSION-LOG-SENT.
    MOVE LT-RECEIVED-COUNT (SESSION-LINK-INDEX) TO SESSION-LOG-RECEIVED.
    MOVE LT-BYTES-SENT (SESSION-LINK-INDEX) TO SESSION-LOG-BYTES.
    IF COMPLETION-CODE = 0
	MOVE "PASS" TO SESSION-LOG-RESULT
    ELSE
	MOVE "FAIL" TO SESSION-LOG-RESULT.
    WRITE SESSION-RECORD.
LOG-ONE-LINK-COUNTS-EXIT.
    EXIT.

OPEN-PASSIVE.
* Open a passive link.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFOPA: Invalid status returned. "
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
CONNECT-TO-SELF-EXIT.
    IF NOT CONNECTED
	DISPLAY "? NFGND: timed out waiting for connection after "
	    MAX-CONNECT-RETRIES " retries"
	PERFORM CLASSIFY-CONNECT-FAILURE THRU CLASSIFY-CONNECT-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFSND: unsuccessful status return "
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	PERFORM LOG-SESSION-COUNTS THRU LOG-SESSION-COUNTS-EXIT
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

    ADD 1 TO LT-SENT-COUNT (LINK-INDEX).
    ADD MESSAGE-SIZE TO LT-BYTES-SENT (LINK-INDEX).
SEND-SOME-DATA-EXIT.
    EXIT.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFRCV: unsuccessful status return "
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	PERFORM LOG-SESSION-COUNTS THRU LOG-SESSION-COUNTS-EXIT
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

    ADD 1 TO LT-RECEIVED-COUNT (LINK-INDEX).

    DISPLAY " Data received: ".
    DISPLAY RECEIVE-DATA.
READ-THE-DATA-EXIT.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFSND: unsuccessful status return "
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	PERFORM LOG-SESSION-COUNTS THRU LOG-SESSION-COUNTS-EXIT
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

    ADD 1 TO LT-SENT-COUNT (LINK-INDEX).
    ADD MESSAGE-SIZE TO LT-BYTES-SENT (LINK-INDEX).
SEND-SOME-DATA-BACK-EXIT.
    EXIT.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFRCV: unsuccessful status return "
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	PERFORM LOG-SESSION-COUNTS THRU LOG-SESSION-COUNTS-EXIT
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

    ADD 1 TO LT-RECEIVED-COUNT (LINK-INDEX).

    DISPLAY " Data received: ".
    DISPLAY RECEIVE-DATA.
READ-THE-2ND-DATA-EXIT.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFCLS: unsuccessful status return "
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

       DIL-MESSAGE NOT = DIT-C-DISCONNECTEVENT AND
       DIL-SEVERITY NOT = STS-K-SUCCESS
	DISPLAY "? NFGND: Invalid status returned"
	PERFORM CLASSIFY-LINK-FAILURE THRU CLASSIFY-LINK-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
CLOSE-LINK-EXIT.
    EXIT.

* Classify a failed network call from the status DIL returned for it:
* the far node's access control turning the connection away is the
* remote system manager's; everything else that stops a link being
* made or kept -- no route, node down, link aborted -- is the network
* group's.
CLASSIFY-LINK-FAILURE.
    IF DIL-MESSAGE = DIT-C-ACCESSREJECT
	MOVE CAUSE-PASSWORD-CODE TO FAILURE-CAUSE-CODE
    ELSE
	MOVE CAUSE-UNREACHABLE-CODE TO FAILURE-CAUSE-CODE.
    DISPLAY "? CT36T1: failure cause code " FAILURE-CAUSE-CODE.
CLASSIFY-LINK-FAILURE-EXIT.
    EXIT.

* A connection not confirmed inside the retries is a timeout, unless
* the last poll had already been told why it never would be.
CLASSIFY-CONNECT-FAILURE.
    IF DIL-MESSAGE = DIT-C-ACCESSREJECT
	MOVE CAUSE-PASSWORD-CODE TO FAILURE-CAUSE-CODE
    ELSE IF DIL-MESSAGE = DIT-C-UNREACHABLE
	MOVE CAUSE-UNREACHABLE-CODE TO FAILURE-CAUSE-CODE
    ELSE
	MOVE CAUSE-TIMEOUT-CODE TO FAILURE-CAUSE-CODE.
    DISPLAY "? CT36T1: failure cause code " FAILURE-CAUSE-CODE.
CLASSIFY-CONNECT-FAILURE-EXIT.
    EXIT.
