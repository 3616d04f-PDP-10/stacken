IDENTIFICATION DIVISION.

PROGRAM-ID.

	DILQUE.

AUTHOR.

	DIGITAL EQUIPMENT CORPORATION.

	This is the resend program for DILVER's outbound collector
	queue.  DILVER writes every result it ships to DILQUE.DAT
	first and keeps it there until the DILCOL collector has
	acknowledged it; a result the collector never answered for
	waits for the next night's cycle.  This program works the
	same queue at any time in between -- once the collector or
	the circuit is back, an operator runs it and every waiting
	result goes, oldest first, without waiting a day for the
	next verification cycle.

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
* Edit (%O'1', '23-Oct-86', 'Karin Lindqvist')
* %(  New program.  Drain the DILQUE.DAT outbound queue DILVER now
*     keeps (DILVER.CBL edit 36) to the collector named on the
*     DILPARM.DAT card -- or, with no card, the node and task the
*     operator types in -- one collector session per queued result,
*     oldest first, keeping every result DILCOL does not acknowledge
*     (DILCOL.CBL edit 4).  The queue is rewritten through the same
*     DILQUE.TMP hold file DILVER uses.  Completion code 1 while any
*     result is still waiting.  FILES: DILQUE.CBL (NEW), DILVER.CBL,
*     DILCOL.CBL )%
*
* Edit (%O'2', '11-Nov-86', 'Karin Lindqvist')
* %(  The queued result's layout ends as DILVER's and DILCOL's now
*     do, with the on-demand flag and the three failure causes
*     (DILVER.CBL edits 43 and 45).  FILES: DILQUE.CBL )%

INSTALLATION.

	DEC-MARLBOROUGH.

DATE-WRITTEN.

	OCTOBER 23, 1986.

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.

	DECSYSTEM-20.

OBJECT-COMPUTER.

	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

* DILVER's own parameter card, read here for the collector node and
* task only.
    SELECT OPTIONAL DILPARM-FILE ASSIGN TO "DILPARM.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS DILPARM-FILE-STATUS.

* The outbound collector queue and its hold file, as DILVER's
* SHIP-RESULTS keeps them.
    SELECT QUEUE-FILE ASSIGN TO "DILQUE.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS QUEUE-FILE-STATUS.

    SELECT QUEUE-HOLD-FILE ASSIGN TO "DILQUE.TMP"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS QUEUE-HOLD-FILE-STATUS.

DATA DIVISION.

FILE SECTION.

FD  DILPARM-FILE
    LABEL RECORDS ARE STANDARD.

01  DILPARM-RECORD.
    05  DILPARM-COLLECTOR-NODE PIC X(6).
    05  DILPARM-COLLECTOR-TASK PIC X(16).
    05  DILPARM-SYSTEM-NAME PIC X(6).
    05  DILPARM-WINDOW-END PIC 9(4).

FD  QUEUE-FILE
    LABEL RECORDS ARE STANDARD.

01  QUEUE-RECORD.
    05  QUE-DATE PIC 9(6).
    05  QUE-HHMM PIC 9(4).
    05  QUE-MESSAGE PIC X(100).

FD  QUEUE-HOLD-FILE
    LABEL RECORDS ARE STANDARD.

01  QUEUE-HOLD-RECORD PIC X(110).

WORKING-STORAGE SECTION.

01  INTERFACE-FILES.
    COPY DIT OF "SYS:DIL.LIB".
    COPY DIL OF "SYS:DIL.LIB".

* Dilini is necessary for DECsystem-10 and DECSYSTEM-20 Cobol only
01  DILINI-PARAMS.
    05  DIL-INIT-STATUS PIC S9(10) COMP.
    05  DIL-STATUS PIC S9(10) COMP.
    05  DIL-MESSAGE PIC S9(10) COMP.
    05  DIL-SEVERITY PIC S9(10) COMP.

01  DILPARM-FILE-STATUS PIC X(2).
01  QUEUE-FILE-STATUS PIC X(2).
01  QUEUE-HOLD-FILE-STATUS PIC X(2).

* where the queued results go
01  COLLECTOR-NODE PIC X(6) DISPLAY-7 VALUE SPACES.
01  COLLECTOR-TASK PIC X(16) DISPLAY-7 VALUE SPACES.

01  QUEUE-EOF-FLAG PIC X(3).
    88  QUEUE-EOF VALUE "YES".

* YES once a collector session could not be opened or connected --
* the rest of the queue is kept for a later try
01  SHIP-LINK-DOWN-FLAG PIC X(3) VALUE "NO ".
    88  SHIP-LINK-DOWN VALUE "YES".

* YES when the collector's acknowledgment for the message in hand
* came back naming the right system and run id
01  ACK-FLAG PIC X(3).
    88  RESULT-ACKNOWLEDGED VALUE "YES".

77  RESULTS-SHIPPED PIC S9(10) COMP VALUE 0.
77  RESULTS-AWAITING PIC S9(10) COMP VALUE 0.
01  OLDEST-AWAITING-DATE PIC 9(6) VALUE 0.

* DIT link plumbing for the collector connection, following DILVER's
* SHIP-RESULTS for the same calls
01  ANETLN PIC S9(10) COMP.
01  OBJID PIC X(16) DISPLAY-7.
01  DESCR PIC X(16) DISPLAY-7.
01  TASKNAME PIC X(16) DISPLAY-7.
01  USERID PIC X(39) DISPLAY-7 VALUE SPACES.
01  PASSWD PIC X(39) DISPLAY-7 VALUE SPACES.
01  ACCT PIC X(39) DISPLAY-7 VALUE SPACES.
01  OPT-DATA PIC X(16) DISPLAY-7 VALUE SPACES.
01  COUNT-OPT-DATA PIC S9(10) COMP.
01  MESSAGE-SIZE PIC S9(10) COMP VALUE 100.
01  MESSAGE-SIZE-UNITS PIC S9(10) COMP VALUE 7.
01  SYNCH-DISCONN PIC S9(10) COMP VALUE 0.

01  CONNECT-RETRY-COUNT USAGE COMP PIC S9(10).
01  MAX-CONNECT-RETRIES USAGE COMP PIC S9(10) VALUE 30.
01  CONNECT-WAIT-FLAG PIC X(3) VALUE "NO ".
    88  CONNECTED VALUE "YES".
01  CONNECT-DELAY-COUNT USAGE COMP PIC S9(10).
01  CONNECT-DELAY-MAX USAGE COMP PIC S9(10) VALUE 20000.

* one queued result, in the layout DILVER's SHIP-RESULTS builds it
01  RESULT-MESSAGE USAGE DISPLAY-7.
    05  RM-HEADER PIC X(7).
    05  RM-DIX-LABEL PIC X(4).
    05  RM-DIX PIC X(4).
    05  FILLER PIC X(1).
    05  RM-DAP-LABEL PIC X(4).
    05  RM-DAP PIC X(4).
    05  FILLER PIC X(1).
    05  RM-DIT-LABEL PIC X(4).
    05  RM-DIT PIC X(4).
    05  FILLER PIC X(1).
    05  RM-CC-LABEL PIC X(3).
    05  RM-CC PIC 9(4).
    05  FILLER PIC X(1).
    05  RM-RUNID-LABEL PIC X(4).
    05  RM-RUN-ID PIC 9(10).
    05  FILLER PIC X(1).
    05  RM-SYS-LABEL PIC X(4).
    05  RM-SYSTEM PIC X(6).
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

* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.

PROCEDURE DIVISION.

MAIN-LINE.
    PERFORM SETUP-RETURN-CODES THRU SETUP-RETURN-CODES-EXIT.
    PERFORM GET-PARAMETERS THRU GET-PARAMETERS-EXIT.

    IF COLLECTOR-NODE = SPACES
	DISPLAY " DILQUE: no collector node given -- nothing shipped. "
	MOVE 1 TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.

    OPEN INPUT QUEUE-FILE.
    IF QUEUE-FILE-STATUS = "35"
	DISPLAY " DILQUE: no DILQUE.DAT here -- nothing is queued. "
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.
    CLOSE QUEUE-FILE.

    DISPLAY " DILQUE: shipping queued results to " COLLECTOR-TASK
	" on node " COLLECTOR-NODE "... ".

    PERFORM DRAIN-RESULT-QUEUE THRU DRAIN-RESULT-QUEUE-EXIT.

    DISPLAY " ".
    DISPLAY " DILQUE: " RESULTS-SHIPPED " result(s) acknowledged by the collector, "
	RESULTS-AWAITING " awaiting shipment. ".
    IF RESULTS-AWAITING > 0
	DISPLAY " DILQUE: oldest result still waiting was queued "
	    OLDEST-AWAITING-DATE ". "
	MOVE 1 TO COMPLETION-CODE.

    MOVE COMPLETION-CODE TO RETURN-CODE.
    STOP RUN.
MAIN-LINE-EXIT.
    EXIT.

SETUP-RETURN-CODES.
* Set up for return code values, using DILINI routine

    ENTER MACRO DILINI USING DIL-INIT-STATUS, DIL-STATUS,
				 DIL-MESSAGE, DIL-SEVERITY.

    IF DIL-INIT-STATUS NOT = 1
	DISPLAY "? Invalid return code from DILINI routine = " DIL-INIT-STATUS.
SETUP-RETURN-CODES-EXIT.
    EXIT.

* The collector node and task come from DILPARM.DAT when the
* verification directory has one, exactly as DILVER reads them; with
* no card, ask the operator.  DILPARM-FILE is OPTIONAL, so anything
* but "00" means there is no card.
GET-PARAMETERS.
    OPEN INPUT DILPARM-FILE.
    IF DILPARM-FILE-STATUS = "00"
	PERFORM GET-PARAMETERS-BATCH THRU GET-PARAMETERS-BATCH-EXIT
    ELSE
	DISPLAY " Enter the collector node: "
	ACCEPT COLLECTOR-NODE
	DISPLAY " Enter the collector task name (default DILCOL): "
	ACCEPT COLLECTOR-TASK.

    IF COLLECTOR-NODE NOT = SPACES AND COLLECTOR-TASK = SPACES
	MOVE "DILCOL" TO COLLECTOR-TASK.
GET-PARAMETERS-EXIT.
    EXIT.

GET-PARAMETERS-BATCH.
    READ DILPARM-FILE
	AT END
	    MOVE SPACES TO DILPARM-RECORD.
    MOVE DILPARM-COLLECTOR-NODE TO COLLECTOR-NODE.
    MOVE DILPARM-COLLECTOR-TASK TO COLLECTOR-TASK.
    CLOSE DILPARM-FILE.
GET-PARAMETERS-BATCH-EXIT.
    EXIT.

* Work through the queue oldest first, copying every entry the
* collector does not acknowledge to the hold file, then make the hold
* file the new queue.  Until the copy back is complete the old queue
* is untouched, so a failure part-way only means some results go a
* second time -- which the collector's duplicate check absorbs.
DRAIN-RESULT-QUEUE.
    OPEN INPUT QUEUE-FILE.
    IF QUEUE-FILE-STATUS NOT = "00"
	DISPLAY "? DRAIN-RESULT-QUEUE: DILQUE.DAT could not be opened, status = "
	    QUEUE-FILE-STATUS
	MOVE 1 TO COMPLETION-CODE
	GO TO DRAIN-RESULT-QUEUE-EXIT.

    OPEN OUTPUT QUEUE-HOLD-FILE.
    IF QUEUE-HOLD-FILE-STATUS NOT = "00"
	DISPLAY "? DRAIN-RESULT-QUEUE: DILQUE.TMP could not be opened, status = "
	    QUEUE-HOLD-FILE-STATUS
	MOVE 1 TO COMPLETION-CODE
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
	MOVE 1 TO COMPLETION-CODE
	GO TO DRAIN-RESULT-QUEUE-EXIT.

    OPEN OUTPUT QUEUE-FILE.
    IF QUEUE-FILE-STATUS NOT = "00"
	DISPLAY "? DRAIN-RESULT-QUEUE: DILQUE.DAT could not be rewritten, status = "
	    QUEUE-FILE-STATUS
	MOVE 1 TO COMPLETION-CODE
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

* One collector session for the result now in RESULT-MESSAGE: connect,
* send it, and wait for DILCOL's acknowledgment naming its system and
* run id.  A collector that cannot be reached marks the link down for
* the rest of the queue; one that takes the message but does not
* answer for it leaves the message queued for the next try.
SHIP-ONE-RESULT.
    MOVE "NO " TO ACK-FLAG.
    MOVE "TASK" TO OBJID.
    MOVE COLLECTOR-TASK TO DESCR.
    MOVE SPACES TO TASKNAME.

    ENTER MACRO NFOPA USING ANETLN, COLLECTOR-NODE, OBJID, DESCR, TASKNAME,
		      USERID, PASSWD, ACCT, OPT-DATA, DIT-WAIT-NO.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? SHIP-ONE-RESULT: NFOPA to collector failed, status = "
	    DIL-STATUS
	MOVE "YES" TO SHIP-LINK-DOWN-FLAG
	GO TO SHIP-ONE-RESULT-EXIT.

    MOVE "NO " TO CONNECT-WAIT-FLAG.
    PERFORM SHIP-CONNECT-ONE-TRY THRU SHIP-CONNECT-ONE-TRY-EXIT
	VARYING CONNECT-RETRY-COUNT FROM 1 BY 1
	UNTIL CONNECT-RETRY-COUNT > MAX-CONNECT-RETRIES OR CONNECTED.

    IF NOT CONNECTED
	DISPLAY "? SHIP-ONE-RESULT: collector did not answer after "
	    MAX-CONNECT-RETRIES " retries -- result kept queued. "
	MOVE "YES" TO SHIP-LINK-DOWN-FLAG
	GO TO SHIP-ONE-RESULT-EXIT.

    MOVE 100 TO MESSAGE-SIZE.
    ENTER MACRO NFSND USING ANETLN, MESSAGE-SIZE-UNITS, MESSAGE-SIZE,
			    RESULT-MESSAGE, DIT-MSG-MSG.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? SHIP-ONE-RESULT: NFSND to collector failed, status = "
	    DIL-STATUS
	MOVE "YES" TO SHIP-LINK-DOWN-FLAG
	GO TO SHIP-ONE-RESULT-EXIT.

    MOVE SPACES TO ACK-MESSAGE.
    MOVE 100 TO MESSAGE-SIZE.
    ENTER MACRO NFRCV USING ANETLN, MESSAGE-SIZE-UNITS, MESSAGE-SIZE,
			    ACK-MESSAGE, DIT-MSG-MSG, DIT-WAIT-YES.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? SHIP-ONE-RESULT: no acknowledgment for system " RM-SYSTEM
	    " run " RM-RUN-ID " -- result kept queued. "
    ELSE IF AK-HEADER = "DILCOL ACK "
       AND AK-SYSTEM = RM-SYSTEM
       AND AK-RUN-ID = RM-RUN-ID
	MOVE "YES" TO ACK-FLAG
	DISPLAY " DILQUE: system " RM-SYSTEM " run " RM-RUN-ID
	    " acknowledged by the collector. "
    ELSE
	DISPLAY "? SHIP-ONE-RESULT: acknowledgment for system " RM-SYSTEM
	    " run " RM-RUN-ID " does not match -- result kept queued. ".

    ENTER MACRO NFCLS USING ANETLN, SYNCH-DISCONN, COUNT-OPT-DATA, OPT-DATA.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? SHIP-ONE-RESULT: NFCLS after shipping failed, status = "
	    DIL-STATUS.
SHIP-ONE-RESULT-EXIT.
    EXIT.

* Poll once for the collector link's connect confirmation; if it has
* not shown up yet, pause briefly before the next try, the same way
* DILVER's SHIP-CONNECT-ONE-TRY does.
SHIP-CONNECT-ONE-TRY.
    ENTER MACRO NFGND USING ANETLN, DIT-WAIT-NO.

    IF DIL-MESSAGE = DIT-C-CONNECTEVENT
	MOVE "YES" TO CONNECT-WAIT-FLAG
    ELSE
	PERFORM SHIP-CONNECT-DELAY THRU SHIP-CONNECT-DELAY-EXIT.
SHIP-CONNECT-ONE-TRY-EXIT.
    EXIT.

SHIP-CONNECT-DELAY.
* Busy-wait between polls, with a counted tick loop standing in for a
* timer, as in DILVER's SHIP-CONNECT-DELAY.

    PERFORM SHIP-CONNECT-DELAY-TICK THRU SHIP-CONNECT-DELAY-TICK-EXIT
	VARYING CONNECT-DELAY-COUNT FROM 1 BY 1
	UNTIL CONNECT-DELAY-COUNT > CONNECT-DELAY-MAX.
SHIP-CONNECT-DELAY-EXIT.
    EXIT.

SHIP-CONNECT-DELAY-TICK.
    CONTINUE.
SHIP-CONNECT-DELAY-TICK-EXIT.
    EXIT.
