*     values are saved before the combination loop and restored where
*     BENCH-SUFFIX is cleared, the same way REC-SIZE is put back per
*     combination.  FILES: CD36T1.CBL )%
*
* Edit (%O'35', '27-Oct-86', 'Karin Lindqvist')
* %(  A sweep night's CDBENCH.LOG records carried nothing to say which
*     node produced them, so DILBEN judged every node's timings as one
*     mixture.  Every record now ends with the target node -- LOCAL
*     when the card names none -- and DILBEN keeps its baselines per
*     node (DILBEN.CBL edit 7).  FILES: CD36T1.CBL, DILBEN.CBL )%
*
* Edit (%O'36', '31-Oct-86', 'Karin Lindqvist')
* %(  Add a concurrent-session phase.  Every test so far held one
*     remote file open at a time, yet the production jobs that feed
*     the VAX open several DAP links to the same FAL at once, and a
*     FAL that runs out of links at the third open passed every
*     night.  A new sessions field on the CDPARM.DAT card (or an
*     interactive prompt) asks for that many files -- DAPC01.TST,
*     DAPC02.TST, ... in the test directory -- held open together:
*     the records are written round-robin across all of them, every
*     file is closed, reopened and read back the same interleaved
*     way, each record checked against the session-tagged copy that
*     went to that file, and the files are deleted.  The opens stop
*     at the first refusal; the phase reports how many sessions were
*     requested, held and verified, and fails the run if fewer were
*     verified than requested.  Every open and close is timed into
*     CDBENCH.LOG under its own -C operation names, the interleaved
*     transfers as one RWRITE-C and one RREAD-C.  DILVER asks for the
*     phase through the run calendar, with the session count taken
*     per node from DILNODE.DAT.  FILES: CD36T1.CBL, DILVER.CBL,
*     DILNOD.CBL, DILJNL.CBL )%
*
* Edit (%O'37', '7-Nov-86', 'Karin Lindqvist')
* %(  A failed run returned completion code 1 whatever went wrong, so
*     the morning analyst had to read the console log to learn whether
*     the node could not be reached, the test directory's password was
*     refused, the far file system failed the operation, or the data
*     came back wrong -- and those belong to the network group, the
*     remote system manager and us respectively.  Every failed remote
*     operation now classifies its DIL status into a failure cause
*     and returns it as the completion code: 11 unreachable, 12
*     password refused, 13 remote file-system error, 15 read-back
*     mismatch (14, the connect timeout, is CT36T1's).  A failure on
*     this side -- CDBENCH.LOG or the parameter card -- still returns
*     1.  A concurrent-phase shortfall returns the cause of the first
*     refused or failed session, or a mismatch when every session
*     opened.  DILVER carries the cause into the incident, the node
*     matrix and the report (DILVER.CBL edit 45).  FILES: CD36T1.CBL,
*     CT36T1.CBL, CX36T1.CBL, DILVER.CBL, DILINC.CBL, DILCHG.CBL,
*     DILJNL.CBL, DILNIQ.CBL, DIXRCN.CBL, DILCOL.CBL )%

INSTALLATION.

    05  PARAM-XFER-TYPE PIC X(1).
    05  PARAM-RUN-ID PIC 9(10).
    05  PARAM-MATRIX PIC X(1).
    05  PARAM-SESSIONS PIC 9(2).

* DAP timing benchmark log: one record per timed operation, giving the
* date, the operation name and how long it took, in hundredths of a
* second, and the node it ran against.
FD  BENCH-FILE
    LABEL RECORDS ARE STANDARD.

    05  BENCH-LOG-ELAPSED PIC -(7)9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  BENCH-LOG-RUN-ID PIC 9(10).
    05  FILLER PIC X(1) VALUE SPACE.
    05  BENCH-LOG-NODE PIC X(6).

WORKING-STORAGE SECTION.

* the matrix runs, so every combination baselines separately
01  BENCH-SUFFIX PIC X(2) VALUE SPACES.

* Concurrent-session phase: how many remote files the card or the
* operator asked to hold open at once (0 skips the phase), how many
* the FAL actually let us open, and how many came back verified.
77  SESSIONS-REQUESTED USAGE COMP PIC S9(10) VALUE 0.
77  SESSIONS-HELD USAGE COMP PIC S9(10) VALUE 0.
77  SESSIONS-REOPENED USAGE COMP PIC S9(10) VALUE 0.
77  SESSIONS-VERIFIED USAGE COMP PIC S9(10) VALUE 0.
77  MAX-SESSION-COUNT USAGE COMP PIC S9(10) VALUE 16.
77  SESSION-INDEX USAGE COMP PIC S9(10).

* one entry per session: the DAP file number ROPEN handed back, the
* session's own file name, and whether every record of it verified
01  SESSION-TABLE.
    05  SESSION-ENTRY OCCURS 16 TIMES.
	10  SS-FILE-NUMBER USAGE COMP PIC S9(10).
	10  SS-FILE-NAME PIC X(39) USAGE DISPLAY-7.
	10  SS-RESULT PIC X(4).

* the session's file name while it is strung together, and the
* session number as it goes into the name
01  SESSION-NAME-WORK PIC X(39) DISPLAY-7 VALUE SPACES.
01  SESSION-NUMBER PIC 9(2) DISPLAY-7.

* one session-tagged record: the saved record with "Snn " laid over
* its front, so a record that lands in the wrong session's file
* fails the read-back even when every session writes the same data
01  SESSION-RECORD USAGE DISPLAY-7.
    05  SR-TAG.
	10  SR-TAG-LETTER PIC X(1).
	10  SR-SESSION PIC 9(2).
	10  FILLER PIC X(1).
    05  SR-BODY PIC X(91).
    05  FILLER PIC X(5).
01  SESSION-RECORD-R REDEFINES SESSION-RECORD USAGE DISPLAY-7.
    05  SESSION-RECORD-PORTION PIC X(95).
    05  FILLER PIC X(5).

* YES once an open is refused, which ends the opening; YES once a
* transfer or close inside the phase fails, which ends the phase
* early -- the open files are still closed and deleted either way
01  SESSION-REFUSED-FLAG PIC X(3) VALUE "NO ".
    88  SESSION-REFUSED VALUE "YES".
01  SESSION-IO-FLAG PIC X(3) VALUE "NO ".
    88  SESSION-IO-FAILED VALUE "YES".

01  CONCURRENT-FLAG PIC X(4) VALUE "PASS".
    88  CONCURRENT-PASS VALUE "PASS".
    88  CONCURRENT-FAIL VALUE "FAIL".

* one formatted line of the per-session table
01  SESSION-LINE.
    05  SL-SESSION PIC Z9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  SL-RESULT PIC X(4).
    05  FILLER PIC X(3) VALUE SPACES.
    05  SL-FILE-NAME PIC X(39).

* The image-mode test patterns: all bits set, alternating bits, and
* the sign bit alone -- the cases that have actually been corrupted
* by bad image transfers.  COBOL cannot write such values in a VALUE
* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.

* the failure causes a failed run hands back as its completion code,
* the same values CT36T1 and CX36T1 return, so DILVER can say whose
* queue the failure belongs in: the node could not be reached, the
* test directory's password was refused, the far file system failed
* the operation, the connection never completed inside the connect
* retries, or the data came back different from what was sent.  A
* failure on this side of the link stays completion code 1.
01  CAUSE-UNREACHABLE-CODE PIC S9(4) COMP VALUE 11.
01  CAUSE-PASSWORD-CODE PIC S9(4) COMP VALUE 12.
01  CAUSE-REMOTE-FS-CODE PIC S9(4) COMP VALUE 13.
01  CAUSE-TIMEOUT-CODE PIC S9(4) COMP VALUE 14.
01  CAUSE-MISMATCH-CODE PIC S9(4) COMP VALUE 15.

* the cause CLASSIFY-DAP-FAILURE made of the last failed operation,
* and the first one the concurrent phase met -- that phase carries on
* past a failure, so its cause is kept until the run's end
01  FAILURE-CAUSE-CODE PIC S9(4) COMP VALUE 0.
01  SESSION-CAUSE-CODE PIC S9(4) COMP VALUE 0.

* DAP timing instrumentation fields.
01  BENCH-DATE PIC 9(6).
01  BENCH-OPERATION PIC X(10).
	PERFORM WRITE-IMAGE-FILE THRU WRITE-IMAGE-FILE-EXIT
	PERFORM READ-IMAGE-FILE THRU READ-IMAGE-FILE-EXIT.

    IF SESSIONS-REQUESTED > 0
	PERFORM RUN-CONCURRENT-PHASE THRU RUN-CONCURRENT-PHASE-EXIT.

    PERFORM VERIFY-SUMMARIZE THRU VERIFY-SUMMARIZE-EXIT.
    PERFORM FINISH-UP THRU FINISH-UP-EXIT.

* a read-back that did not match is a mismatch wherever it happened;
* a concurrent shortfall with every record matching failed because a
* session was refused or broke, and carries that session's cause
    IF VERIFY-FAIL
	MOVE CAUSE-MISMATCH-CODE TO COMPLETION-CODE
    ELSE IF CONCURRENT-FAIL AND SESSION-CAUSE-CODE NOT = 0
	MOVE SESSION-CAUSE-CODE TO COMPLETION-CODE
    ELSE IF CONCURRENT-FAIL
	MOVE CAUSE-MISMATCH-CODE TO COMPLETION-CODE.

    MOVE COMPLETION-CODE TO RETURN-CODE
    GOBACK.
	INTO BENCH-LOG-OPERATION.
    MOVE WS-ELAPSED-HUNDREDTHS TO BENCH-LOG-ELAPSED.
    MOVE RUN-ID TO BENCH-LOG-RUN-ID.

* the node the operation ran against, so DILBEN can baseline every
* node of a sweep apart; a blank target is the loop-back
    IF TARGET-NODE = SPACES
	MOVE "LOCAL" TO BENCH-LOG-NODE
    ELSE
	MOVE TARGET-NODE TO BENCH-LOG-NODE.
    WRITE BENCH-RECORD.
STOP-TIMER-AND-LOG-EXIT.
    EXIT.
    IF NOT MATRIX-MODE
	MOVE "N" TO MATRIX-FLAG.

* Concurrent sessions?

    DISPLAY " Enter the number of remote files to hold open at once".
    DISPLAY " for the concurrent-session test (0 thru 16, 0 skips it): ".
    ACCEPT SESSIONS-REQUESTED.
    IF SESSIONS-REQUESTED < 0 OR SESSIONS-REQUESTED > MAX-SESSION-COUNT
	MOVE 0 TO SESSIONS-REQUESTED.

* Request the password

    DISPLAY " Enter the password: "
    MOVE PARAM-MATRIX TO MATRIX-FLAG.
    IF NOT MATRIX-MODE
	MOVE "N" TO MATRIX-FLAG.

* a card written before the sessions field existed has spaces there,
* which asks for no concurrent phase; more than the table holds is
* cut back to the table and said so
    IF PARAM-SESSIONS IS NUMERIC
	MOVE PARAM-SESSIONS TO SESSIONS-REQUESTED.
    IF SESSIONS-REQUESTED > MAX-SESSION-COUNT
	DISPLAY "? GET-PARAMETERS-BATCH: " SESSIONS-REQUESTED
	    " sessions asked for -- " MAX-SESSION-COUNT " will be tried. "
	MOVE MAX-SESSION-COUNT TO SESSIONS-REQUESTED.
    MOVE PARAM-REC-COUNT TO REC-COUNT.
    IF REC-COUNT < 1 OR REC-COUNT > MAX-REC-COUNT
	MOVE 1 TO REC-COUNT.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? ROPEN: unsuccessful status return "
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? RCLOSE: unsuccessful status return."
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? RWRITE: unsuccessful status return. "
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? ROPEN: unsuccessful status return."
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
     IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? RCLOSE: unsuccessful status return."
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? RREAD: unsuccesful status return."
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? RREN: unsuccessful status return "
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? ROPEN: unsuccessful status return "
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? RCLOSE: unsuccessful status return."
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? ROPEN: unsuccessful status return."
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? RCLOSE: unsuccessful status return."
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? RDEL: unsuccessful status return "
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
       OR DIL-SEVERITY = STS-K-INFO
	DISPLAY "? HOUSEKEEPING: deleted file still opens -- RDEL did not delete it. "
	ENTER MACRO RCLOSE USING FILE-NUMBER, DIT-OPT-NOTHING
	MOVE CAUSE-REMOTE-FS-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? RREAD: unsuccesful status return."
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? ROPEN: unsuccessful status return "
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? RCLOSE: unsuccessful status return."
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? RWRITE: unsuccessful status return. "
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? ROPEN: unsuccessful status return."
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? RCLOSE: unsuccessful status return."
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? RREAD: unsuccesful status return."
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE
	CLOSE BENCH-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.
CLEAR-IMAGE-READ-WORD-EXIT.
    EXIT.

* The concurrent-session phase.  Open SESSIONS-REQUESTED remote files
* for output, one ROPEN each, stopping at the first the FAL refuses;
* write REC-COUNT records round-robin across every file held; close
* them all; reopen them all for input and read them back the same
* interleaved way, each record checked against the tagged copy that
* went to that file; close them and delete them.  A refused open is
* what the phase is measuring, not an abend -- the run goes on with
* the sessions it got and fails at the end if they are too few.  A
* failed transfer or close ends the phase early, still closing and
* deleting what it opened, so tomorrow's run starts from a clean
* directory.

RUN-CONCURRENT-PHASE.
    DISPLAY " ".
    DISPLAY " Running the concurrent-session test, " SESSIONS-REQUESTED
	" session(s)... ".

    MOVE 0 TO SESSIONS-HELD.
    MOVE 0 TO SESSIONS-REOPENED.
    MOVE 0 TO SESSIONS-VERIFIED.
    MOVE "NO " TO SESSION-REFUSED-FLAG.
    MOVE "NO " TO SESSION-IO-FLAG.
    MOVE 95 TO REC-SIZE.

    PERFORM BUILD-SESSION-FILE-NAME THRU BUILD-SESSION-FILE-NAME-EXIT
	VARYING SESSION-INDEX FROM 1 BY 1
	UNTIL SESSION-INDEX > SESSIONS-REQUESTED.

    MOVE "ROPEN-WC" TO BENCH-OPERATION.
    PERFORM OPEN-ONE-SESSION-WRITE THRU OPEN-ONE-SESSION-WRITE-EXIT
	VARYING SESSION-INDEX FROM 1 BY 1
	UNTIL SESSION-INDEX > SESSIONS-REQUESTED OR SESSION-REFUSED.
    DISPLAY " Concurrent sessions held: " SESSIONS-HELD.
    IF SESSIONS-HELD = 0
	GO TO RUN-CONCURRENT-PHASE-REPORT.

    MOVE "RWRITE-C" TO BENCH-OPERATION.
    PERFORM START-TIMER THRU START-TIMER-EXIT.
    PERFORM WRITE-ONE-SESSION-RECORD THRU WRITE-ONE-SESSION-RECORD-EXIT
	VARYING REC-INDEX FROM 1 BY 1
	UNTIL REC-INDEX > REC-COUNT OR SESSION-IO-FAILED
	AFTER SESSION-INDEX FROM 1 BY 1
	UNTIL SESSION-INDEX > SESSIONS-HELD OR SESSION-IO-FAILED.
    PERFORM STOP-TIMER-AND-LOG THRU STOP-TIMER-AND-LOG-EXIT.

    MOVE "RCLOSE-WC" TO BENCH-OPERATION.
    PERFORM CLOSE-ONE-SESSION THRU CLOSE-ONE-SESSION-EXIT
	VARYING SESSION-INDEX FROM 1 BY 1
	UNTIL SESSION-INDEX > SESSIONS-HELD.
    IF SESSION-IO-FAILED
	GO TO RUN-CONCURRENT-PHASE-DELETE.

* every file written is reopened; a refusal now, with the earlier
* sessions closed, is a failure of that session, not a limit

    MOVE 100 TO REC-SIZE.
    MOVE "ROPEN-RC" TO BENCH-OPERATION.
    PERFORM OPEN-ONE-SESSION-READ THRU OPEN-ONE-SESSION-READ-EXIT
	VARYING SESSION-INDEX FROM 1 BY 1
	UNTIL SESSION-INDEX > SESSIONS-HELD OR SESSION-IO-FAILED.

    IF NOT SESSION-IO-FAILED
	MOVE "RREAD-C" TO BENCH-OPERATION
	PERFORM START-TIMER THRU START-TIMER-EXIT
	PERFORM READ-ONE-SESSION-RECORD THRU READ-ONE-SESSION-RECORD-EXIT
	    VARYING REC-INDEX FROM 1 BY 1
	    UNTIL REC-INDEX > REC-COUNT OR SESSION-IO-FAILED
	    AFTER SESSION-INDEX FROM 1 BY 1
	    UNTIL SESSION-INDEX > SESSIONS-REOPENED OR SESSION-IO-FAILED
	PERFORM STOP-TIMER-AND-LOG THRU STOP-TIMER-AND-LOG-EXIT.

    MOVE "RCLOSE-RC" TO BENCH-OPERATION.
    PERFORM CLOSE-ONE-SESSION THRU CLOSE-ONE-SESSION-EXIT
	VARYING SESSION-INDEX FROM 1 BY 1
	UNTIL SESSION-INDEX > SESSIONS-REOPENED.

RUN-CONCURRENT-PHASE-DELETE.
    MOVE "RDEL-C" TO BENCH-OPERATION.
    PERFORM DELETE-ONE-SESSION THRU DELETE-ONE-SESSION-EXIT
	VARYING SESSION-INDEX FROM 1 BY 1
	UNTIL SESSION-INDEX > SESSIONS-HELD.

* a session counts as verified only when it was held, reopened and
* read back with every record matching and no I/O failure in the
* phase
    IF NOT SESSION-IO-FAILED
	PERFORM COUNT-ONE-VERIFIED THRU COUNT-ONE-VERIFIED-EXIT
	    VARYING SESSION-INDEX FROM 1 BY 1
	    UNTIL SESSION-INDEX > SESSIONS-REOPENED.

RUN-CONCURRENT-PHASE-REPORT.
    MOVE 95 TO REC-SIZE.
    IF SESSIONS-VERIFIED < SESSIONS-REQUESTED
	MOVE "FAIL" TO CONCURRENT-FLAG
    ELSE
	MOVE "PASS" TO CONCURRENT-FLAG.
    PERFORM PRINT-SESSION-TABLE THRU PRINT-SESSION-TABLE-EXIT.
RUN-CONCURRENT-PHASE-EXIT.
    EXIT.

* DAPCnn.TST in the run's test directory -- USERID already holds the
* card's directory or the compiled-in [5,33] -- with the NODE::
* prefix when the card names a remote node, the way
* BUILD-TARGET-FILE-NAME forms DAP.TST

BUILD-SESSION-FILE-NAME.
    MOVE SESSION-INDEX TO SESSION-NUMBER.
    MOVE SPACES TO SESSION-NAME-WORK.
    STRING "DAPC" DELIMITED BY SIZE
	SESSION-NUMBER DELIMITED BY SIZE
	".TST" DELIMITED BY SIZE
	USERID DELIMITED BY " "
	INTO SESSION-NAME-WORK.

    IF TARGET-NODE = SPACES
	MOVE SESSION-NAME-WORK TO SS-FILE-NAME (SESSION-INDEX)
    ELSE
	MOVE SPACES TO SS-FILE-NAME (SESSION-INDEX)
	STRING TARGET-NODE DELIMITED BY " "
	    "::" DELIMITED BY SIZE
	    SESSION-NAME-WORK DELIMITED BY " "
	    INTO SS-FILE-NAME (SESSION-INDEX).
    MOVE "FAIL" TO SS-RESULT (SESSION-INDEX).
BUILD-SESSION-FILE-NAME-EXIT.
    EXIT.

* one timed ROPEN per session; the first refusal ends the opening and
* leaves SESSIONS-HELD at the number the FAL allowed

OPEN-ONE-SESSION-WRITE.
    MOVE SS-FILE-NAME (SESSION-INDEX) TO SESSION-NAME-WORK.
    PERFORM START-TIMER THRU START-TIMER-EXIT.
    ENTER MACRO ROPEN USING FILE-NUMBER, SESSION-NAME-WORK, USERID,
			    PASSWD, ACCT, DIT-MODE-WRITE, DIT-TYPE-ASCII,
			    REC-FORMAT, REC-ATTRIBUTES, REC-SIZE,
			    REC-UNIT-SIZE.
    PERFORM STOP-TIMER-AND-LOG THRU STOP-TIMER-AND-LOG-EXIT.

    DISPLAY " ROPEN (session " SESSION-INDEX ") Status return: " DIL-STATUS.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? ROPEN: session " SESSION-INDEX " refused -- "
	    SESSIONS-HELD " session(s) held. "
	PERFORM NOTE-SESSION-FAILURE THRU NOTE-SESSION-FAILURE-EXIT
	MOVE "YES" TO SESSION-REFUSED-FLAG
	GO TO OPEN-ONE-SESSION-WRITE-EXIT.

    MOVE FILE-NUMBER TO SS-FILE-NUMBER (SESSION-INDEX).
    ADD 1 TO SESSIONS-HELD.
OPEN-ONE-SESSION-WRITE-EXIT.
    EXIT.

OPEN-ONE-SESSION-READ.
    MOVE SS-FILE-NAME (SESSION-INDEX) TO SESSION-NAME-WORK.
    PERFORM START-TIMER THRU START-TIMER-EXIT.
    ENTER MACRO ROPEN USING FILE-NUMBER, SESSION-NAME-WORK, USERID,
			    PASSWD, ACCT, DIT-MODE-READ, DIT-TYPE-ASCII,
			    REC-FORMAT, REC-ATTRIBUTES, REC-SIZE,
			    REC-UNIT-SIZE.
    PERFORM STOP-TIMER-AND-LOG THRU STOP-TIMER-AND-LOG-EXIT.

    DISPLAY " ROPEN (session " SESSION-INDEX ") Status return: " DIL-STATUS.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? ROPEN: session " SESSION-INDEX
	    " could not be reopened for the read-back. "
	PERFORM NOTE-SESSION-FAILURE THRU NOTE-SESSION-FAILURE-EXIT
	MOVE "YES" TO SESSION-IO-FLAG
	GO TO OPEN-ONE-SESSION-READ-EXIT.

    MOVE FILE-NUMBER TO SS-FILE-NUMBER (SESSION-INDEX).
    MOVE "PASS" TO SS-RESULT (SESSION-INDEX).
    ADD 1 TO SESSIONS-REOPENED.
OPEN-ONE-SESSION-READ-EXIT.
    EXIT.

* the session's record is the saved record tagged with the session
* number, built the same way on both sides of the round trip

BUILD-SESSION-RECORD.
    MOVE SPACES TO SESSION-RECORD.
    MOVE "S" TO SR-TAG-LETTER.
    MOVE SAVED-RECORD-PORTION (REC-INDEX) TO SR-BODY.
    MOVE SESSION-INDEX TO SR-SESSION.
BUILD-SESSION-RECORD-EXIT.
    EXIT.

WRITE-ONE-SESSION-RECORD.
    PERFORM BUILD-SESSION-RECORD THRU BUILD-SESSION-RECORD-EXIT.
    MOVE SESSION-RECORD TO DATA-RECORD.
    MOVE SS-FILE-NUMBER (SESSION-INDEX) TO FILE-NUMBER.

    ENTER MACRO RWRITE USING FILE-NUMBER, REC-UNIT-SIZE,
			REC-SIZE, DATA-RECORD.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? RWRITE: session " SESSION-INDEX " record " REC-INDEX
	    " unsuccessful status return " DIL-STATUS
	PERFORM NOTE-SESSION-FAILURE THRU NOTE-SESSION-FAILURE-EXIT
	MOVE "YES" TO SESSION-IO-FLAG.
WRITE-ONE-SESSION-RECORD-EXIT.
    EXIT.

READ-ONE-SESSION-RECORD.
    MOVE SPACES TO DATA-RECORD.
    MOVE SS-FILE-NUMBER (SESSION-INDEX) TO FILE-NUMBER.

    ENTER MACRO RREAD USING FILE-NUMBER, REC-UNIT-SIZE,
			    REC-SIZE, DATA-RECORD.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? RREAD: session " SESSION-INDEX " record " REC-INDEX
	    " unsuccessful status return " DIL-STATUS
	PERFORM NOTE-SESSION-FAILURE THRU NOTE-SESSION-FAILURE-EXIT
	MOVE "FAIL" TO SS-RESULT (SESSION-INDEX)
	MOVE "YES" TO SESSION-IO-FLAG
	GO TO READ-ONE-SESSION-RECORD-EXIT.

    PERFORM BUILD-SESSION-RECORD THRU BUILD-SESSION-RECORD-EXIT.
    ADD 1 TO VERIFY-TOTAL-COUNT.
    IF DATA-RECORD-PORTION NOT = SESSION-RECORD-PORTION
	ADD 1 TO VERIFY-FAIL-COUNT
	MOVE "FAIL" TO SS-RESULT (SESSION-INDEX)
	DISPLAY " DAP CONCURRENT READ-BACK: session " SESSION-INDEX
	    " record " REC-INDEX " FAIL".
READ-ONE-SESSION-RECORD-EXIT.
    EXIT.

* every close is tried, even after a failure, so no session is left
* holding a link; BENCH-OPERATION says which pass is closing

CLOSE-ONE-SESSION.
    MOVE SS-FILE-NUMBER (SESSION-INDEX) TO FILE-NUMBER.
    PERFORM START-TIMER THRU START-TIMER-EXIT.
    ENTER MACRO RCLOSE USING FILE-NUMBER, DIT-OPT-NOTHING.
    PERFORM STOP-TIMER-AND-LOG THRU STOP-TIMER-AND-LOG-EXIT.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? RCLOSE: session " SESSION-INDEX
	    " unsuccessful status return " DIL-STATUS
	PERFORM NOTE-SESSION-FAILURE THRU NOTE-SESSION-FAILURE-EXIT
	MOVE "FAIL" TO SS-RESULT (SESSION-INDEX)
	MOVE "YES" TO SESSION-IO-FLAG.
CLOSE-ONE-SESSION-EXIT.
    EXIT.

DELETE-ONE-SESSION.
    MOVE SS-FILE-NAME (SESSION-INDEX) TO SESSION-NAME-WORK.
    PERFORM START-TIMER THRU START-TIMER-EXIT.
    ENTER MACRO RDEL USING SESSION-NAME-WORK, USERID, PASSWD, ACCT.
    PERFORM STOP-TIMER-AND-LOG THRU STOP-TIMER-AND-LOG-EXIT.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? RDEL: " SESSION-NAME-WORK
	    " could not be deleted, status " DIL-STATUS.
DELETE-ONE-SESSION-EXIT.
    EXIT.

COUNT-ONE-VERIFIED.
    IF SS-RESULT (SESSION-INDEX) = "PASS"
	ADD 1 TO SESSIONS-VERIFIED.
COUNT-ONE-VERIFIED-EXIT.
    EXIT.

PRINT-SESSION-TABLE.
    DISPLAY " ".
    DISPLAY " DAP CONCURRENT SESSIONS: requested " SESSIONS-REQUESTED
	", held " SESSIONS-HELD ", verified " SESSIONS-VERIFIED.
    IF SESSIONS-HELD > 0
	DISPLAY " SESSION  RESULT  FILE "
	PERFORM PRINT-ONE-SESSION-LINE THRU PRINT-ONE-SESSION-LINE-EXIT
	    VARYING SESSION-INDEX FROM 1 BY 1
	    UNTIL SESSION-INDEX > SESSIONS-HELD.
    DISPLAY " DAP CONCURRENT SESSIONS: " CONCURRENT-FLAG.
PRINT-SESSION-TABLE-EXIT.
    EXIT.

PRINT-ONE-SESSION-LINE.
    MOVE SESSION-INDEX TO SL-SESSION.
    IF SESSION-IO-FAILED
	MOVE "FAIL" TO SL-RESULT
    ELSE
	MOVE SS-RESULT (SESSION-INDEX) TO SL-RESULT.
    MOVE SS-FILE-NAME (SESSION-INDEX) TO SL-FILE-NAME.
    DISPLAY "   " SESSION-LINE.
PRINT-ONE-SESSION-LINE-EXIT.
    EXIT.

VERIFY-SUMMARIZE.
    IF VERIFY-FAIL-COUNT = 0
	MOVE "PASS" TO VERIFY-FLAG
	    " of " VERIFY-TOTAL-COUNT " records did not match.".
FINISH-UP-EXIT.
    EXIT.

* Classify the failed DAP operation just checked from the status DIL
* returned for it.  The library says so when the node could not be
* reached at all or when the remote access control refused the
* directory's password; anything else a remote operation is refused
* with -- no such file, no room, no privilege, no more links -- is
* the far file system's, and the remote system manager's to answer.
CLASSIFY-DAP-FAILURE.
    IF DIL-MESSAGE = DIT-C-UNREACHABLE
	MOVE CAUSE-UNREACHABLE-CODE TO FAILURE-CAUSE-CODE
    ELSE IF DIL-MESSAGE = DIT-C-ACCESSREJECT
	MOVE CAUSE-PASSWORD-CODE TO FAILURE-CAUSE-CODE
    ELSE
	MOVE CAUSE-REMOTE-FS-CODE TO FAILURE-CAUSE-CODE.
    DISPLAY "? CD36T1: failure cause code " FAILURE-CAUSE-CODE.
CLASSIFY-DAP-FAILURE-EXIT.
    EXIT.

* the concurrent phase's first failure is the one its shortfall is
* put down to; later ones are usually that one's consequences
NOTE-SESSION-FAILURE.
    IF SESSION-CAUSE-CODE = 0
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT
	MOVE FAILURE-CAUSE-CODE TO SESSION-CAUSE-CODE.
NOTE-SESSION-FAILURE-EXIT.
    EXIT.
