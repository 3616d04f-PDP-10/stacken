IDENTIFICATION DIVISION.

PROGRAM-ID.

	DILREQ.

AUTHOR.

	DIGITAL EQUIPMENT CORPORATION.

	This is the operations side of on-demand verification.  Run
	on the collector, it sends a "verify now" request naming a
	plan -- QUICK or FULL DIX, the DAP transfer type, whether to
	sweep the node table and whether to run the matrix -- to the
	DILLSN listener on one named system, or on every system the
	FLTMST.ISM fleet master has heard from, and prints each
	system's answer: ACCEPTED, or REFUSED with the reason.  The
	cycles' results come back to DILCOL the normal way.

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
* Edit (%O'1', '4-Nov-86', 'Karin Lindqvist')
* %(  New program.  Send one REQUEST-MESSAGE per target system over
*     an active DIT link to its DILLSN task -- the NFOPA/NFSND/NFRCV
*     shape DILVER's SHIP-ONE-RESULT uses toward the collector -- and
*     wait for the answer.  The target is a system name, or *ALL for
*     every system on FLTMST.ISM; the fleet master's system name is
*     the node connected to.  The request carries this node's name,
*     which DILLSN checks against its DILALW.DAT list, and a request
*     id of the date and time it was sent.  The target, plan, this
*     node's name and the listener's task name come from an optional
*     REQPARM.DAT card or interactive prompts.  Completion code 1
*     when any system refused or could not be reached.  FILES:
*     DILREQ.CBL (NEW), DILLSN.CBL (NEW), DILVER.CBL )%
*
* Edit (%O'2', '11-Nov-86', 'Karin Lindqvist')
* %(  The REQPARM.DAT card is read straight into its record, not
*     INTO itself.  FILES: DILREQ.CBL )%

INSTALLATION.

	DEC-MARLBOROUGH.

DATE-WRITTEN.

	NOVEMBER 4, 1986.

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.

	DECSYSTEM-20.

OBJECT-COMPUTER.

	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

* the fleet-status master DILCOL keeps, walked for the system names
* when the request goes to the whole fleet
    SELECT FLTMST-FILE ASSIGN TO "FLTMST.ISM"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS FLT-KEY
	FILE STATUS IS FLTMST-FILE-STATUS.

* Optional batch-parameter card: if REQPARM.DAT exists, the target,
* plan, this node's name and the listener task are read from it
* instead of prompted for.
    SELECT OPTIONAL REQPARM-FILE ASSIGN TO "REQPARM.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS REQPARM-FILE-STATUS.

DATA DIVISION.

FILE SECTION.

* the fleet master as DILCOL's POST-ONE-RESULT lays it down
FD  FLTMST-FILE
    LABEL RECORDS ARE STANDARD.

01  FLTMST-RECORD.
    05  FLT-KEY.
	10  FLT-SYSTEM PIC X(6).
	10  FLT-DATE PIC 9(6).
    05  FLT-DIX PIC X(4).
    05  FLT-DAP PIC X(4).
    05  FLT-DIT PIC X(4).
    05  FLT-EXC PIC X(4).
    05  FLT-CC PIC 9(4).
    05  FLT-RUN-ID PIC 9(10).
    05  FLT-RECEIVED-HHMM PIC 9(4).
    05  FLT-ON-DEMAND PIC X(1).

FD  REQPARM-FILE
    LABEL RECORDS ARE STANDARD.

01  REQPARM-RECORD.
    05  REQPARM-TARGET PIC X(6).
    05  REQPARM-FROM-NODE PIC X(6).
    05  REQPARM-DIX-MODE PIC X(5).
    05  REQPARM-XFER-TYPE PIC X(1).
    05  REQPARM-SWEEP PIC X(1).
    05  REQPARM-MATRIX PIC X(1).
    05  REQPARM-TASKNAME PIC X(16).

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

* the one request sent to each system's DILLSN
01  REQUEST-MESSAGE USAGE DISPLAY-7.
    05  RQ-HEADER PIC X(7) VALUE "DILREQ ".
    05  RQ-FROM-LABEL PIC X(5) VALUE "FROM ".
    05  RQ-FROM-NODE PIC X(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RQ-SYS-LABEL PIC X(4) VALUE "SYS ".
    05  RQ-SYSTEM PIC X(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RQ-REQ-LABEL PIC X(4) VALUE "REQ ".
    05  RQ-REQUEST-ID PIC 9(10).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RQ-DIX-LABEL PIC X(4) VALUE "DIX ".
    05  RQ-DIX-MODE PIC X(5).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RQ-XFR-LABEL PIC X(4) VALUE "XFR ".
    05  RQ-XFER-TYPE PIC X(1).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RQ-SWP-LABEL PIC X(4) VALUE "SWP ".
    05  RQ-SWEEP PIC X(1).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RQ-MTX-LABEL PIC X(4) VALUE "MTX ".
    05  RQ-MATRIX PIC X(1).
    05  FILLER PIC X(28) VALUE SPACES.

* DILLSN's answer, in the layout its JUDGE-REQUEST builds it
01  REPLY-MESSAGE USAGE DISPLAY-7.
    05  RP-HEADER PIC X(7).
    05  RP-SYS-LABEL PIC X(4).
    05  RP-SYSTEM PIC X(6).
    05  FILLER PIC X(1).
    05  RP-REQ-LABEL PIC X(4).
    05  RP-REQUEST-ID PIC 9(10).
    05  FILLER PIC X(1).
    05  RP-VERDICT PIC X(8).
    05  FILLER PIC X(1).
    05  RP-REASON PIC X(40).
    05  FILLER PIC X(18).

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

01  FLTMST-FILE-STATUS PIC X(2).
01  REQPARM-FILE-STATUS PIC X(2).

* the request as entered: one system, or *ALL for the fleet
01  TARGET-SYSTEM PIC X(6) VALUE SPACES.
    88  TARGET-WHOLE-FLEET VALUE "*ALL  ".
01  THIS-NODE PIC X(6) VALUE SPACES.
01  LISTENER-TASK PIC X(16) VALUE "DILLSN".
01  PLAN-DIX-MODE PIC X(5) VALUE "FULL ".
01  PLAN-XFER-TYPE PIC X(1) VALUE "B".
01  PLAN-SWEEP-FLAG PIC X(1) VALUE "Y".
01  PLAN-MATRIX PIC X(1) VALUE "N".

* the system a request is going to now
01  SEND-SYSTEM PIC X(6).

01  FLEET-EOF-FLAG PIC X(3).
    88  FLEET-EOF VALUE "YES".
01  PREV-SYSTEM PIC X(6).

* the request id: the date and time the requests went out, YYMMDDHHMM
01  REQUEST-ID PIC 9(10).
01  REQUEST-ID-R REDEFINES REQUEST-ID.
    05  REQUEST-DATE PIC 9(6).
    05  REQUEST-HHMM PIC 9(4).
01  WS-TIME PIC 9(8).
01  WS-TIME-R REDEFINES WS-TIME.
    05  WS-TIME-HHMM PIC 9(4).
    05  FILLER PIC 9(4).

77  SYSTEMS-ASKED PIC S9(10) COMP VALUE 0.
77  SYSTEMS-ACCEPTED PIC S9(10) COMP VALUE 0.
77  SYSTEMS-REFUSED PIC S9(10) COMP VALUE 0.
77  SYSTEMS-UNREACHED PIC S9(10) COMP VALUE 0.

* one formatted line of the answers
01  ANSWER-LINE.
    05  AL-SYSTEM PIC X(6).
    05  FILLER PIC X(3) VALUE SPACES.
    05  AL-VERDICT PIC X(11).
    05  FILLER PIC X(1) VALUE SPACE.
    05  AL-REASON PIC X(40).

* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.

PROCEDURE DIVISION.

MAIN-LINE.
    PERFORM SETUP-RETURN-CODES THRU SETUP-RETURN-CODES-EXIT.
    PERFORM GET-PARAMETERS THRU GET-PARAMETERS-EXIT.

    IF THIS-NODE = SPACES OR TARGET-SYSTEM = SPACES
	DISPLAY "? DILREQ: a target system and this node's name are both needed. "
	MOVE 1 TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.

    ACCEPT REQUEST-DATE FROM DATE.
    ACCEPT WS-TIME FROM TIME.
    MOVE WS-TIME-HHMM TO REQUEST-HHMM.

    MOVE THIS-NODE TO RQ-FROM-NODE.
    MOVE REQUEST-ID TO RQ-REQUEST-ID.
    MOVE PLAN-DIX-MODE TO RQ-DIX-MODE.
    MOVE PLAN-XFER-TYPE TO RQ-XFER-TYPE.
    MOVE PLAN-SWEEP-FLAG TO RQ-SWEEP.
    MOVE PLAN-MATRIX TO RQ-MATRIX.

    DISPLAY " ".
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " DIL On-Demand Verification Request " REQUEST-ID.
    DISPLAY " DIX " PLAN-DIX-MODE " XFER " PLAN-XFER-TYPE
	" SWEEP " PLAN-SWEEP-FLAG " MTX " PLAN-MATRIX
	", from " THIS-NODE ". ".
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " SYSTEM   ANSWER      REASON ".

    IF TARGET-WHOLE-FLEET
	PERFORM ASK-WHOLE-FLEET THRU ASK-WHOLE-FLEET-EXIT
    ELSE
	MOVE TARGET-SYSTEM TO SEND-SYSTEM
	PERFORM SEND-ONE-REQUEST THRU SEND-ONE-REQUEST-EXIT.

    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " " SYSTEMS-ASKED " system(s) asked, " SYSTEMS-ACCEPTED
	" accepted, " SYSTEMS-REFUSED " refused, " SYSTEMS-UNREACHED
	" not reached. ".

    IF SYSTEMS-REFUSED > 0 OR SYSTEMS-UNREACHED > 0
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

* Pick up the target, the plan, this node's name and the listener
* task from REQPARM.DAT if one has been left here; with no
* REQPARM.DAT, ask the operator.  Anything in the plan not understood
* takes the default a night with no calendar runs: FULL, B, sweep,
* no matrix.
GET-PARAMETERS.
    OPEN INPUT REQPARM-FILE.
    IF REQPARM-FILE-STATUS = "00"
	PERFORM GET-PARAMETERS-BATCH THRU GET-PARAMETERS-BATCH-EXIT
    ELSE
	DISPLAY " Enter the system to verify, or *ALL for the whole fleet: "
	ACCEPT TARGET-SYSTEM
	DISPLAY " Enter this node's name, as the systems' DILALW.DAT know it: "
	ACCEPT THIS-NODE
	DISPLAY " Enter the DIX mode, QUICK or FULL (default FULL): "
	ACCEPT PLAN-DIX-MODE
	DISPLAY " Enter the DAP transfer type, A, I or B (default B): "
	ACCEPT PLAN-XFER-TYPE
	DISPLAY " Sweep the node table, Y or N (default Y): "
	ACCEPT PLAN-SWEEP-FLAG
	DISPLAY " Run the DAP matrix, Y or N (default N): "
	ACCEPT PLAN-MATRIX.

    IF TARGET-SYSTEM = "*     " OR TARGET-SYSTEM = "*ALL  "
	MOVE "*ALL  " TO TARGET-SYSTEM.
    IF PLAN-DIX-MODE NOT = "QUICK"
	MOVE "FULL " TO PLAN-DIX-MODE.
    IF PLAN-XFER-TYPE NOT = "A" AND PLAN-XFER-TYPE NOT = "I"
	MOVE "B" TO PLAN-XFER-TYPE.
    IF PLAN-SWEEP-FLAG NOT = "N"
	MOVE "Y" TO PLAN-SWEEP-FLAG.
    IF PLAN-MATRIX NOT = "Y"
	MOVE "N" TO PLAN-MATRIX.
    IF LISTENER-TASK = SPACES
	MOVE "DILLSN" TO LISTENER-TASK.
GET-PARAMETERS-EXIT.
    EXIT.

GET-PARAMETERS-BATCH.
    READ REQPARM-FILE
	AT END MOVE SPACES TO REQPARM-RECORD.
    MOVE REQPARM-TARGET TO TARGET-SYSTEM.
    MOVE REQPARM-FROM-NODE TO THIS-NODE.
    MOVE REQPARM-DIX-MODE TO PLAN-DIX-MODE.
    MOVE REQPARM-XFER-TYPE TO PLAN-XFER-TYPE.
    MOVE REQPARM-SWEEP TO PLAN-SWEEP-FLAG.
    MOVE REQPARM-MATRIX TO PLAN-MATRIX.
    MOVE REQPARM-TASKNAME TO LISTENER-TASK.
    CLOSE REQPARM-FILE.
GET-PARAMETERS-BATCH-EXIT.
    EXIT.

* Every system the fleet master has a record for, once each.  The
* master is keyed system name then date, so each system's records
* come by together; the first of each is enough.
ASK-WHOLE-FLEET.
    OPEN INPUT FLTMST-FILE.
    IF FLTMST-FILE-STATUS NOT = "00"
	DISPLAY "? ASK-WHOLE-FLEET: FLTMST.ISM could not be opened, status = "
	    FLTMST-FILE-STATUS
	MOVE 1 TO COMPLETION-CODE
	GO TO ASK-WHOLE-FLEET-EXIT.

    MOVE SPACES TO PREV-SYSTEM.
    MOVE "NO " TO FLEET-EOF-FLAG.
    MOVE SPACES TO FLT-SYSTEM.
    MOVE 0 TO FLT-DATE.
    START FLTMST-FILE KEY IS NOT LESS THAN FLT-KEY
	INVALID KEY
	    MOVE "YES" TO FLEET-EOF-FLAG.

    PERFORM ASK-ONE-FLEET-RECORD THRU ASK-ONE-FLEET-RECORD-EXIT
	UNTIL FLEET-EOF.
    CLOSE FLTMST-FILE.

    IF SYSTEMS-ASKED = 0
	DISPLAY " (NO SYSTEMS HAVE EVER REPORTED) ".
ASK-WHOLE-FLEET-EXIT.
    EXIT.

ASK-ONE-FLEET-RECORD.
    READ FLTMST-FILE NEXT RECORD
	AT END
	    MOVE "YES" TO FLEET-EOF-FLAG
	    GO TO ASK-ONE-FLEET-RECORD-EXIT.

    IF FLTMST-FILE-STATUS NOT = "00"
	MOVE "YES" TO FLEET-EOF-FLAG
	GO TO ASK-ONE-FLEET-RECORD-EXIT.

    IF FLT-SYSTEM = PREV-SYSTEM
	GO TO ASK-ONE-FLEET-RECORD-EXIT.

    MOVE FLT-SYSTEM TO PREV-SYSTEM.
    MOVE FLT-SYSTEM TO SEND-SYSTEM.
    PERFORM SEND-ONE-REQUEST THRU SEND-ONE-REQUEST-EXIT.
ASK-ONE-FLEET-RECORD-EXIT.
    EXIT.

* One listener session for SEND-SYSTEM: connect to its DILLSN task,
* send the request, wait for the answer, print it, and close.  A
* system that cannot be reached, or does not answer, is counted and
* the next one is tried.
SEND-ONE-REQUEST.
    ADD 1 TO SYSTEMS-ASKED.
    MOVE SEND-SYSTEM TO RQ-SYSTEM.
    MOVE SEND-SYSTEM TO AL-SYSTEM.
    MOVE SPACES TO AL-REASON.
    MOVE "TASK" TO OBJID.
    MOVE LISTENER-TASK TO DESCR.
    MOVE SPACES TO TASKNAME.

    ENTER MACRO NFOPA USING ANETLN, SEND-SYSTEM, OBJID, DESCR, TASKNAME,
		      USERID, PASSWD, ACCT, OPT-DATA, DIT-WAIT-NO.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	MOVE "NOT REACHED" TO AL-VERDICT
	MOVE "NFOPA FAILED" TO AL-REASON
	ADD 1 TO SYSTEMS-UNREACHED
	DISPLAY " " ANSWER-LINE
	GO TO SEND-ONE-REQUEST-EXIT.

    MOVE "NO " TO CONNECT-WAIT-FLAG.
    PERFORM CONNECT-ONE-TRY THRU CONNECT-ONE-TRY-EXIT
	VARYING CONNECT-RETRY-COUNT FROM 1 BY 1
	UNTIL CONNECT-RETRY-COUNT > MAX-CONNECT-RETRIES OR CONNECTED.

    IF NOT CONNECTED
	MOVE "NOT REACHED" TO AL-VERDICT
	MOVE "DILLSN DID NOT ANSWER THE CONNECT" TO AL-REASON
	ADD 1 TO SYSTEMS-UNREACHED
	DISPLAY " " ANSWER-LINE
	GO TO SEND-ONE-REQUEST-CLOSE.

    MOVE 100 TO MESSAGE-SIZE.
    ENTER MACRO NFSND USING ANETLN, MESSAGE-SIZE-UNITS, MESSAGE-SIZE,
			    REQUEST-MESSAGE, DIT-MSG-MSG.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	MOVE "NOT REACHED" TO AL-VERDICT
	MOVE "NFSND FAILED" TO AL-REASON
	ADD 1 TO SYSTEMS-UNREACHED
	DISPLAY " " ANSWER-LINE
	GO TO SEND-ONE-REQUEST-CLOSE.

    MOVE SPACES TO REPLY-MESSAGE.
    MOVE 100 TO MESSAGE-SIZE.
    ENTER MACRO NFRCV USING ANETLN, MESSAGE-SIZE-UNITS, MESSAGE-SIZE,
			    REPLY-MESSAGE, DIT-MSG-MSG, DIT-WAIT-YES.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
       OR RP-HEADER NOT = "DILLSN "
	MOVE "NO ANSWER" TO AL-VERDICT
	MOVE "NO ANSWER FROM DILLSN" TO AL-REASON
	ADD 1 TO SYSTEMS-UNREACHED
    ELSE IF RP-VERDICT = "ACCEPTED"
	MOVE "ACCEPTED" TO AL-VERDICT
	MOVE RP-REASON TO AL-REASON
	ADD 1 TO SYSTEMS-ACCEPTED
    ELSE
	MOVE "REFUSED" TO AL-VERDICT
	MOVE RP-REASON TO AL-REASON
	ADD 1 TO SYSTEMS-REFUSED.
    DISPLAY " " ANSWER-LINE.

SEND-ONE-REQUEST-CLOSE.
    ENTER MACRO NFCLS USING ANETLN, SYNCH-DISCONN, COUNT-OPT-DATA, OPT-DATA.
SEND-ONE-REQUEST-EXIT.
    EXIT.

* Poll once for the connect confirmation on the active link; if it
* has not shown up yet, pause briefly before the next try, as
* DILVER's SHIP-CONNECT-ONE-TRY does.
CONNECT-ONE-TRY.
    ENTER MACRO NFGND USING ANETLN, DIT-WAIT-NO.

    IF DIL-MESSAGE = DIT-C-CONNECTEVENT
	MOVE "YES" TO CONNECT-WAIT-FLAG
    ELSE
	PERFORM CONNECT-DELAY THRU CONNECT-DELAY-EXIT.
CONNECT-ONE-TRY-EXIT.
    EXIT.

CONNECT-DELAY.
    PERFORM CONNECT-DELAY-TICK THRU CONNECT-DELAY-TICK-EXIT
	VARYING CONNECT-DELAY-COUNT FROM 1 BY 1
	UNTIL CONNECT-DELAY-COUNT > CONNECT-DELAY-MAX.
CONNECT-DELAY-EXIT.
    EXIT.

CONNECT-DELAY-TICK.
    CONTINUE.
CONNECT-DELAY-TICK-EXIT.
    EXIT.
