*     run-date overlay is unmoved), the fleet master records it, and
*     the board grew the EXC column.  FILES: DILCOL.CBL,
*     DILVER.CBL )%
*
* Edit (%O'4', '23-Oct-86', 'Karin Lindqvist')
* %(  DILVER now keeps every shipped result on a local outbound queue
*     until this end acknowledges it, and resends the queue oldest
*     first (DILVER.CBL edit 36).  Every result posted -- or already
*     on file -- is now answered with an acknowledgment message
*     naming the system and run id, sent before the link is dropped.
*     A resent result whose system, run date and run id are already
*     on FLTMST.ISM is acknowledged but not posted again, so a
*     delivery whose acknowledgment went astray does no harm.  The
*     session count on COLPARM.DAT now counts systems heard from, not
*     sessions: a system working off a backlog uses one session per
*     queued night, and those extra sessions must not keep later
*     systems off the board.  FILES: DILCOL.CBL, DILVER.CBL,
*     DILQUE.CBL (NEW) )%
*
* Edit (%O'5', '4-Nov-86', 'Karin Lindqvist')
* %(  Operations can now ask a system for a cycle in the middle of the
*     day (DILREQ.CBL to the new DILLSN listener, DILVER.CBL edit
*     43), and the result comes back here the normal way.  The
*     message now carries "DMD Y" for such a cycle, the fleet master
*     records it, and the board's remark reads ON DEMAND when the
*     system's newest result is one.  An on-demand result posted on
*     the same run date as a scheduled one replaces it on the board,
*     like a rerun always has.  FILES: DILCOL.CBL, DILVER.CBL )%
*
* Edit (%O'6', '7-Nov-86', 'Karin Lindqvist')
* %(  The message now ends with "CAU " and one letter each for the
*     cause of a DAP, DIT and exchange failure (DILVER.CBL edit 45),
*     and the session's posted line shows them, so the operator at
*     the board can hand a failure straight to whoever owns it.  A
*     message from a system not yet carrying them shows blanks.
*     FILES: DILCOL.CBL, DILVER.CBL )%
*
* Edit (%O'7', '12-Nov-86', 'Karin Lindqvist')
* %(  A result resent from a queue after a newer run of the same date
*     was posted -- a scheduled night behind the day's on-demand
*     cycle -- REWROTE the newer record with the stale one; such a
*     result is now acknowledged as superseded and not posted.  The
*     wait for the fleet also ends after a limit on sessions taken in
*     all, since failed, stray, duplicate and backlog sessions hear
*     from no new system and a silent system kept the collector
*     waiting forever.  The limit is a trailing field on COLPARM.DAT
*     (blank, or less than the systems, for twice the systems), and
*     reaching it short of the fleet ends with completion code 1.
*     FILES: DILCOL.CBL )%

INSTALLATION.

    05  FLT-CC PIC 9(4).
    05  FLT-RUN-ID PIC 9(10).
    05  FLT-RECEIVED-HHMM PIC 9(4).
* Y for a cycle operations asked for rather than a scheduled one
    05  FLT-ON-DEMAND PIC X(1).

FD  COLPARM-FILE
    LABEL RECORDS ARE STANDARD.
    05  COLPARM-TASKNAME PIC X(16).
    05  COLPARM-MAX-SESSIONS PIC 9(3).
    05  COLPARM-CUTOFF-HHMM PIC 9(4).
* the most sessions to take in all, blank for twice the systems
    05  COLPARM-SESSION-LIMIT PIC 9(4).

WORKING-STORAGE SECTION.

    05  FILLER PIC X(1).
    05  RM-EXC-LABEL PIC X(4).
    05  RM-EXC PIC X(4).
    05  FILLER PIC X(1).
    05  RM-DMD-LABEL PIC X(4).
    05  RM-DEMAND PIC X(1).
    05  FILLER PIC X(1).
    05  RM-CAU-LABEL PIC X(4).
    05  RM-DAP-CAUSE PIC X(1).
    05  RM-DIT-CAUSE PIC X(1).
    05  RM-EXC-CAUSE PIC X(1).
    05  FILLER PIC X(10).

* the run identifier leads with the date the cycle began, YYMMDD --
* that date is the master key's run date
    05  RM-RUN-DATE PIC 9(6).
    05  FILLER PIC X(48).

* the answer sent back for every result on file, so the reporting
* system can take it off its outbound queue
01  ACK-MESSAGE USAGE DISPLAY-7.
    05  AK-HEADER PIC X(11) VALUE "DILCOL ACK ".
    05  AK-SYS-LABEL PIC X(4) VALUE "SYS ".
    05  AK-SYSTEM PIC X(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  AK-RUNID-LABEL PIC X(4) VALUE "RUN ".
    05  AK-RUN-ID PIC 9(10).
    05  FILLER PIC X(64) VALUE SPACES.

01  COUNT-OPT-DATA PIC S9(10) COMP.
01  OPT-DATA PIC X(16) DISPLAY-7 VALUE SPACES.
01  PNETLN PIC S9(10) COMP.
77  MAX-SESSIONS PIC S9(10) COMP VALUE 1.
77  SESSION-NUMBER PIC S9(10) COMP.

* the most sessions taken in all, whatever has been heard: a session
* that brings no new system -- a failed receive, a stranger's message,
* a duplicate, a result that would not post, a second night of a
* backlog -- counts here, so a fleet with a silent system still ends
77  SESSION-LIMIT PIC S9(10) COMP VALUE 0.

* the systems heard from so far this run -- a system resending a
* queued backlog takes several sessions but is one system
01  HEARD-TABLE.
    05  HEARD-SYSTEM PIC X(6) OCCURS 999 TIMES.
77  HEARD-COUNT PIC S9(10) COMP VALUE 0.
77  HEARD-INDEX PIC S9(10) COMP.
01  HEARD-FLAG PIC X(3).
    88  SYSTEM-ALREADY-HEARD VALUE "YES".

* YES once the result in hand is on the master, posted now or found
* there from an earlier delivery -- only then is it acknowledged
01  ACK-DUE-FLAG PIC X(3).
    88  ACK-DUE VALUE "YES".

* the hour (HHMM) by which every system is expected to have reported;
* once the clock is past it, a system with no record for today gets
* the LATE flag on the board.  Zero means no late flagging.
77  CUTOFF-HHMM PIC 9(4) VALUE 0.

77  MESSAGES-POSTED PIC S9(10) COMP VALUE 0.
77  MESSAGES-DUPLICATE PIC S9(10) COMP VALUE 0.
77  MESSAGES-SUPERSEDED PIC S9(10) COMP VALUE 0.

01  BOARD-EOF-FLAG PIC X(3).
    88  BOARD-EOF VALUE "YES".
01  PREV-EXC PIC X(4).
01  PREV-CC PIC 9(4).
01  PREV-RUN-ID PIC 9(10).
01  PREV-ON-DEMAND PIC X(1).

77  BOARD-LINE-COUNT PIC S9(10) COMP VALUE 0.

    05  FILLER PIC X(2) VALUE SPACES.
    05  BL-RUN-ID PIC 9(10).
    05  FILLER PIC X(2) VALUE SPACES.
    05  BL-FLAG PIC X(9).

* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.

    PERFORM RUN-ONE-SESSION THRU RUN-ONE-SESSION-EXIT
	VARYING SESSION-NUMBER FROM 1 BY 1
	UNTIL HEARD-COUNT NOT < MAX-SESSIONS
	   OR SESSION-NUMBER > SESSION-LIMIT.

    DISPLAY " ".
    DISPLAY " DILCOL: " MESSAGES-POSTED
	" result(s) received and posted. ".
    IF MESSAGES-DUPLICATE > 0
	DISPLAY " DILCOL: " MESSAGES-DUPLICATE
	    " resent result(s) already on file -- acknowledged only. ".
    IF MESSAGES-SUPERSEDED > 0
	DISPLAY " DILCOL: " MESSAGES-SUPERSEDED
	    " resent result(s) older than the run on file -- acknowledged only. ".
    IF HEARD-COUNT < MAX-SESSIONS
	DISPLAY "? DILCOL: session limit " SESSION-LIMIT " reached with "
	    HEARD-COUNT " of " MAX-SESSIONS " system(s) heard from. "
	MOVE 1 TO COMPLETION-CODE.

    PERFORM PRINT-FLEET-BOARD THRU PRINT-FLEET-BOARD-EXIT.

	DISPLAY " Enter the number of systems to wait for (1 thru 999): "
	ACCEPT MAX-SESSIONS
	DISPLAY " Enter the late cutoff hour, HHMM (0 for none): "
	ACCEPT CUTOFF-HHMM
	DISPLAY " Enter the most sessions to take (0 for twice the systems): "
	ACCEPT SESSION-LIMIT.

    IF TASKNAME = SPACES
	MOVE "DILCOL" TO TASKNAME.
	MOVE 1 TO MAX-SESSIONS.
    IF CUTOFF-HHMM > 2359
	MOVE 0 TO CUTOFF-HHMM.
    IF SESSION-LIMIT < MAX-SESSIONS
	COMPUTE SESSION-LIMIT = MAX-SESSIONS * 2.
GET-PARAMETERS-EXIT.
    EXIT.

    MOVE COLPARM-MAX-SESSIONS TO MAX-SESSIONS.
    IF COLPARM-CUTOFF-HHMM IS NUMERIC
	MOVE COLPARM-CUTOFF-HHMM TO CUTOFF-HHMM.
    IF COLPARM-SESSION-LIMIT IS NUMERIC
	MOVE COLPARM-SESSION-LIMIT TO SESSION-LIMIT.
    CLOSE COLPARM-FILE.
GET-PARAMETERS-BATCH-EXIT.
    EXIT.

    MOVE SPACES TO RESULT-MESSAGE.
    MOVE 100 TO MESSAGE-SIZE.
    MOVE "NO " TO ACK-DUE-FLAG.

    ENTER MACRO NFRCV USING PNETLN, MESSAGE-SIZE-UNITS, MESSAGE-SIZE,
			    RESULT-MESSAGE, DIT-MSG-MSG, DIT-WAIT-YES.
    ELSE
	PERFORM POST-ONE-RESULT THRU POST-ONE-RESULT-EXIT.

    IF ACK-DUE
	PERFORM SEND-ACKNOWLEDGMENT THRU SEND-ACKNOWLEDGMENT-EXIT
	PERFORM NOTE-SYSTEM-HEARD THRU NOTE-SYSTEM-HEARD-EXIT.

* the far side closes its active link once it has the acknowledgment;
* drain the disconnect event before closing the passive side

    ENTER MACRO NFGND USING PNETLN, DIT-WAIT-YES.
* message on the same date already has a record under this key, so
* the WRITE's INVALID KEY path REWRITEs it -- the master carries each
* system's latest result for the day, like DIXMST.ISM does per test.
* A result resent from the system's outbound queue that is already on
* file under the same run id is not posted again, only acknowledged;
* nor is one older than the run on file for its date -- a scheduled
* night resent after the day's on-demand result was posted -- which
* would otherwise put the stale result back on the board.
POST-ONE-RESULT.
    IF RM-HEADER NOT = "DILVER "
	DISPLAY "? POST-ONE-RESULT: message is not a DILVER result -- dropped. "
    ELSE
	ACCEPT WS-TODAY FROM DATE
	MOVE WS-TODAY TO FLT-DATE.

    READ FLTMST-FILE
	INVALID KEY
	    MOVE 0 TO FLT-RUN-ID.
    IF FLTMST-FILE-STATUS = "00" AND FLT-RUN-ID = RM-RUN-ID
	ADD 1 TO MESSAGES-DUPLICATE
	MOVE "YES" TO ACK-DUE-FLAG
	DISPLAY " Session " SESSION-NUMBER " duplicate: system " RM-SYSTEM
	    " run " RM-RUN-ID " is already on file -- not posted again. "
	GO TO POST-ONE-RESULT-EXIT.

    IF FLTMST-FILE-STATUS = "00" AND FLT-RUN-ID > RM-RUN-ID
	ADD 1 TO MESSAGES-SUPERSEDED
	MOVE "YES" TO ACK-DUE-FLAG
	DISPLAY " Session " SESSION-NUMBER " superseded: system " RM-SYSTEM
	    " run " RM-RUN-ID " is older than run " FLT-RUN-ID
	    " on file -- not posted. "
	GO TO POST-ONE-RESULT-EXIT.

    MOVE RM-SYSTEM TO FLT-SYSTEM.
    IF RM-RUN-DATE IS NUMERIC
	MOVE RM-RUN-DATE TO FLT-DATE
    ELSE
	MOVE WS-TODAY TO FLT-DATE.
    MOVE RM-DIX TO FLT-DIX.
    MOVE RM-DAP TO FLT-DAP.
    MOVE RM-DIT TO FLT-DIT.
    MOVE RM-CC TO FLT-CC.
    MOVE RM-RUN-ID TO FLT-RUN-ID.
    MOVE WS-TIME-HHMM TO FLT-RECEIVED-HHMM.
    IF RM-DMD-LABEL = "DMD " AND RM-DEMAND = "Y"
	MOVE "Y" TO FLT-ON-DEMAND
    ELSE
	MOVE "N" TO FLT-ON-DEMAND.

    WRITE FLTMST-RECORD
	INVALID KEY
	MOVE 1 TO COMPLETION-CODE
    ELSE
	ADD 1 TO MESSAGES-POSTED
	MOVE "YES" TO ACK-DUE-FLAG
	DISPLAY " Session " SESSION-NUMBER " posted: system " RM-SYSTEM
	    " run " RM-RUN-ID " DIX " RM-DIX " DAP " RM-DAP
	    " DIT " RM-DIT " EXC " RM-EXC ". ".
    IF FLTMST-FILE-STATUS = "00" AND RM-CAU-LABEL = "CAU "
       AND (RM-DAP-CAUSE NOT = SPACE OR RM-DIT-CAUSE NOT = SPACE
	    OR RM-EXC-CAUSE NOT = SPACE)
	DISPLAY "         failure causes: DAP " RM-DAP-CAUSE
	    " DIT " RM-DIT-CAUSE " EXC " RM-EXC-CAUSE
	    " (U unreachable, P password, F remote fs, T timeout,"
	    " M mismatch, L local). ".
POST-ONE-RESULT-EXIT.
    EXIT.

* Answer the reporting system for the result now on file.  An answer
* that cannot be sent is reported only: the sender keeps the result
* queued and resends it, and the duplicate check above takes care of
* the second delivery.
SEND-ACKNOWLEDGMENT.
    MOVE RM-SYSTEM TO AK-SYSTEM.
    MOVE RM-RUN-ID TO AK-RUN-ID.
    MOVE 100 TO MESSAGE-SIZE.

    ENTER MACRO NFSND USING PNETLN, MESSAGE-SIZE-UNITS, MESSAGE-SIZE,
			    ACK-MESSAGE, DIT-MSG-MSG.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFSND: acknowledgment not sent for system " RM-SYSTEM
	    " run " RM-RUN-ID.
SEND-ACKNOWLEDGMENT-EXIT.
    EXIT.

* Count the system toward the number being waited for the first time
* it is heard from in this run.
NOTE-SYSTEM-HEARD.
    MOVE "NO " TO HEARD-FLAG.
    PERFORM CHECK-ONE-HEARD THRU CHECK-ONE-HEARD-EXIT
	VARYING HEARD-INDEX FROM 1 BY 1
	UNTIL HEARD-INDEX > HEARD-COUNT OR SYSTEM-ALREADY-HEARD.

    IF NOT SYSTEM-ALREADY-HEARD AND HEARD-COUNT < 999
	ADD 1 TO HEARD-COUNT
	MOVE RM-SYSTEM TO HEARD-SYSTEM (HEARD-COUNT).
NOTE-SYSTEM-HEARD-EXIT.
    EXIT.

CHECK-ONE-HEARD.
    IF HEARD-SYSTEM (HEARD-INDEX) = RM-SYSTEM
	MOVE "YES" TO HEARD-FLAG.
CHECK-ONE-HEARD-EXIT.
    EXIT.

* One board for the whole fleet: every system down the side with its
* newest posted result.  The master is keyed system name then date,
* so each system's records come by together with the newest last --
    MOVE FLT-EXC TO PREV-EXC.
    MOVE FLT-CC TO PREV-CC.
    MOVE FLT-RUN-ID TO PREV-RUN-ID.
    MOVE FLT-ON-DEMAND TO PREV-ON-DEMAND.
WALK-ONE-MASTER-RECORD-EXIT.
    EXIT.

* Print the held system's newest result.  A system whose newest record
* is not from today, once the cutoff hour has passed, has not reported
* tonight -- that is the flag the morning operator scans for.  A
* newest result operations asked for is remarked ON DEMAND instead.
PRINT-ONE-BOARD-LINE.
    MOVE PREV-SYSTEM TO BL-SYSTEM.
    MOVE PREV-DIX TO BL-DIX.
    IF CUTOFF-HHMM NOT = 0
       AND WS-TIME-HHMM NOT < CUTOFF-HHMM
       AND PREV-DATE NOT = WS-TODAY
	MOVE "LATE    " TO BL-FLAG
    ELSE IF PREV-ON-DEMAND = "Y"
	MOVE "ON DEMAND" TO BL-FLAG.

    DISPLAY " " BOARD-LINE.
    ADD 1 TO BOARD-LINE-COUNT.
