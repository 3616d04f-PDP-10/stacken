IDENTIFICATION DIVISION.

PROGRAM-ID.

	DILLSN.

AUTHOR.

	DIGITAL EQUIPMENT CORPORATION.

	This is the on-demand verification listener.  It waits under
	the DILLSN task name for a "verify now" request sent from the
	operations collector by DILREQ, checks that the request is
	for this system and comes from a node on the DILALW.DAT list
	of nodes allowed to ask, refuses it while a scheduled cycle or
	a checkpointed restart is pending, and otherwise answers
	ACCEPTED, leaves the requested plan on a DILDEM.DAT card and
	hands the job over to DILVER.  The finished result reaches the
	collector through DILVER's normal shipment, so the fleet board
	updates itself.

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
* %(  New program.  After a network change operations had to phone
*     every site and have someone submit DILVER by hand.  Listen
*     under the DILLSN task name the way DILCOL listens under DILCOL,
*     receive one request per session, and answer it before the link
*     is dropped: REFUSED with the reason -- not for this system, a
*     requesting node not on DILALW.DAT, a plan not understood, a
*     checkpoint on DILCKPT.DAT, a cycle under way on DILSTA.DAT, or
*     the calendar's cycle due within the lead time of its scheduled
*     start and not yet begun -- or ACCEPTED, after which the plan is
*     written to DILDEM.DAT and DILVER is CALLed with it.  The task
*     name, session count, scheduled start and lead time come from
*     an optional LSNPARM.DAT card or interactive prompts, the same
*     way COLPARM.DAT drives DILCOL.  FILES: DILLSN.CBL (NEW),
*     DILREQ.CBL (NEW), DILVER.CBL )%
*
* Edit (%O'2', '12-Nov-86', 'Karin Lindqvist')
* %(  DILVER stamps DILSTA.DAT with the date its cycle started, so a
*     cycle begun before midnight and still running after it was not
*     seen as under way and a second DILVER could be started beside
*     it; a phase other than DONE under today's or yesterday's date
*     now refuses.  A DONE written since the lead-in was taken for
*     tonight's cycle even when it was an on-demand cycle finishing
*     late; the run is now looked up on RUNMST.ISM and only a
*     scheduled one counts.  FILES: DILLSN.CBL )%

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

* Optional batch-parameter card: if LSNPARM.DAT exists, the task
* name, session count, scheduled start and lead time are read from
* it instead of prompted for, so the listener can be left running
* from a batch job.
    SELECT OPTIONAL LSNPARM-FILE ASSIGN TO "LSNPARM.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS LSNPARM-FILE-STATUS.

* The nodes allowed to ask this system for a cycle, one per record.
* With no list nobody is allowed.
    SELECT OPTIONAL ALLOW-FILE ASSIGN TO "DILALW.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS ALLOW-FILE-STATUS.

* DILVER's own parameter card, read here for this system's name
    SELECT OPTIONAL DILPARM-FILE ASSIGN TO "DILPARM.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS DILPARM-FILE-STATUS.

* the run calendar, read the way DILVER reads it, to tell whether a
* scheduled cycle is due today
    SELECT OPTIONAL DILCAL-FILE ASSIGN TO "DILCAL.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS DILCAL-FILE-STATUS.

* DILVER's checkpoint and status files: a record on the first is a
* restart pending, the second says whether a cycle is under way
    SELECT OPTIONAL CKPT-FILE ASSIGN TO "DILCKPT.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS CKPT-FILE-STATUS.

    SELECT OPTIONAL STATUS-FILE ASSIGN TO "DILSTA.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS STATUS-FILE-STATUS.

* DILVER's run-history master, which says whether a finished cycle
* was asked for on demand
    SELECT RUNMST-FILE ASSIGN TO "RUNMST.ISM"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS RANDOM
	RECORD KEY IS RUNMST-RUN-ID
	FILE STATUS IS RUNMST-FILE-STATUS.

* the on-demand plan card DILVER reads, and blanks, when it starts
    SELECT DEMAND-FILE ASSIGN TO "DILDEM.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS DEMAND-FILE-STATUS.

DATA DIVISION.

FILE SECTION.

FD  LSNPARM-FILE
    LABEL RECORDS ARE STANDARD.

01  LSNPARM-RECORD.
    05  LSNPARM-TASKNAME PIC X(16).
    05  LSNPARM-MAX-SESSIONS PIC 9(3).
    05  LSNPARM-SCHEDULED-START PIC 9(4).
    05  LSNPARM-LEAD-MINUTES PIC 9(3).

FD  ALLOW-FILE
    LABEL RECORDS ARE STANDARD.

01  ALLOW-RECORD.
    05  ALW-NODE PIC X(6).
    05  ALW-COMMENT PIC X(30).

FD  DILPARM-FILE
    LABEL RECORDS ARE STANDARD.

01  DILPARM-RECORD.
    05  DILPARM-COLLECTOR-NODE PIC X(6).
    05  DILPARM-COLLECTOR-TASK PIC X(16).
    05  DILPARM-SYSTEM-NAME PIC X(6).
    05  DILPARM-WINDOW-END PIC 9(4).

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

FD  CKPT-FILE
    LABEL RECORDS ARE STANDARD.

01  CKPT-RECORD.
    05  CKPT-TEST-NAME PIC X(4).
    05  CKPT-TEST-RESULT PIC X(4).
    05  CKPT-RUN-ID PIC 9(10).

FD  STATUS-FILE
    LABEL RECORDS ARE STANDARD.

01  STATUS-RECORD.
    05  STA-RUN-ID PIC 9(10).
    05  STA-PHASE PIC X(12).
    05  STA-NODE PIC X(6).
    05  STA-DATE PIC 9(6).
    05  STA-HHMM PIC 9(4).
    05  STA-DIX PIC X(4).
    05  STA-DAP PIC X(4).
    05  STA-DIT PIC X(4).
    05  STA-EXC PIC X(4).

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

01  INTERFACE-FILES.
    COPY DIT OF "SYS:DIL.LIB".
    COPY DIL OF "SYS:DIL.LIB".

* Dilini is necessary for DECsystem-10 and DECSYSTEM-20 Cobol only
01  DILINI-PARAMS.
    05  DIL-INIT-STATUS PIC S9(10) COMP.
    05  DIL-STATUS PIC S9(10) COMP.
    05  DIL-MESSAGE PIC S9(10) COMP.
    05  DIL-SEVERITY PIC S9(10) COMP.

* the one request DILREQ sends, received here field for field in the
* layout DILREQ builds it
01  REQUEST-MESSAGE USAGE DISPLAY-7.
    05  RQ-HEADER PIC X(7).
    05  RQ-FROM-LABEL PIC X(5).
    05  RQ-FROM-NODE PIC X(6).
    05  FILLER PIC X(1).
    05  RQ-SYS-LABEL PIC X(4).
    05  RQ-SYSTEM PIC X(6).
    05  FILLER PIC X(1).
    05  RQ-REQ-LABEL PIC X(4).
    05  RQ-REQUEST-ID PIC 9(10).
    05  FILLER PIC X(1).
    05  RQ-DIX-LABEL PIC X(4).
    05  RQ-DIX-MODE PIC X(5).
    05  FILLER PIC X(1).
    05  RQ-XFR-LABEL PIC X(4).
    05  RQ-XFER-TYPE PIC X(1).
    05  FILLER PIC X(1).
    05  RQ-SWP-LABEL PIC X(4).
    05  RQ-SWEEP PIC X(1).
    05  FILLER PIC X(1).
    05  RQ-MTX-LABEL PIC X(4).
    05  RQ-MATRIX PIC X(1).
    05  FILLER PIC X(28).

* the answer sent back for every request, accepted or not
01  REPLY-MESSAGE USAGE DISPLAY-7.
    05  RP-HEADER PIC X(7) VALUE "DILLSN ".
    05  RP-SYS-LABEL PIC X(4) VALUE "SYS ".
    05  RP-SYSTEM PIC X(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RP-REQ-LABEL PIC X(4) VALUE "REQ ".
    05  RP-REQUEST-ID PIC 9(10).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RP-VERDICT PIC X(8).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RP-REASON PIC X(40).
    05  FILLER PIC X(18) VALUE SPACES.

01  COUNT-OPT-DATA PIC S9(10) COMP.
01  OPT-DATA PIC X(16) DISPLAY-7 VALUE SPACES.
01  PNETLN PIC S9(10) COMP.
01  OBJID PIC X(16) DISPLAY-7.
01  DESCR PIC X(16) DISPLAY-7.
01  TASKNAME PIC X(16) DISPLAY-7 VALUE "DILLSN".
01  MESSAGE-SIZE PIC S9(10) COMP VALUE 100.
01  MESSAGE-SIZE-UNITS PIC S9(10) COMP VALUE 7.
01  SYNCH-DISCONN PIC S9(10) COMP VALUE 0.

01  LSNPARM-FILE-STATUS PIC X(2).
01  ALLOW-FILE-STATUS PIC X(2).
01  DILPARM-FILE-STATUS PIC X(2).
01  DILCAL-FILE-STATUS PIC X(2).
01  CKPT-FILE-STATUS PIC X(2).
01  STATUS-FILE-STATUS PIC X(2).
01  RUNMST-FILE-STATUS PIC X(2).
01  DEMAND-FILE-STATUS PIC X(2).

* how many requests to answer before giving up the task name; the
* listener also stops at the first request it accepts, since DILVER
* takes over the job from there
77  MAX-SESSIONS PIC S9(10) COMP VALUE 1.
77  SESSION-NUMBER PIC S9(10) COMP.

* the scheduled cycle's usual start, HHMM, and how many minutes ahead
* of it a request is refused; a zero start means no such check
77  SCHEDULED-START PIC 9(4) VALUE 0.
77  LEAD-MINUTES PIC 9(3) VALUE 60.

* this system's name, as DILVER reports and ships it
01  SYSTEM-NAME PIC X(6) VALUE "LOCAL ".

* the nodes allowed to ask
01  ALLOW-TABLE.
    05  ALLOW-NODE PIC X(6) OCCURS 50 TIMES.
77  MAX-ALLOW-COUNT PIC S9(4) COMP VALUE 50.
77  ALLOW-COUNT PIC S9(4) COMP VALUE 0.
77  ALLOW-INDEX PIC S9(4) COMP.
01  ALLOW-EOF-FLAG PIC X(3) VALUE "NO ".
    88  ALLOW-EOF VALUE "YES".
01  ALLOWED-FLAG PIC X(3).
    88  NODE-ALLOWED VALUE "YES".

* YES once a request has been accepted and its card written
01  ACCEPTED-FLAG PIC X(3) VALUE "NO ".
    88  REQUEST-ACCEPTED VALUE "YES".

77  REQUESTS-REFUSED PIC S9(10) COMP VALUE 0.

* YES when a scheduled cycle is pending: the calendar runs one today
* and the clock is past the lead-in to its start with no cycle begun
* since
01  CAL-EOF-FLAG PIC X(3).
    88  CAL-EOF VALUE "YES".
01  CAL-RUN-FLAG PIC X(1).
    88  CAL-RUN-TODAY VALUE "Y".
01  CAL-DATE-MATCH-FLAG PIC X(3).
    88  CAL-DATE-MATCHED VALUE "YES".
01  CKPT-PENDING-FLAG PIC X(3).
    88  CKPT-PENDING VALUE "YES".

* today's date and day of week (1 = Monday thru 7 = Sunday), by the
* same serial-day arithmetic DILVER's READ-RUN-CALENDAR uses
77  CAL-TODAY PIC 9(6).
77  CAL-WEEKDAY PIC S9(4) COMP.
77  CAL-DAY-QUOT PIC S9(10) COMP.
77  CAL-DAY-REM PIC S9(10) COMP.

01  WORK-DATE PIC 9(6).
01  WORK-DATE-R REDEFINES WORK-DATE.
    05  WORK-YY PIC 9(2).
    05  WORK-MM PIC 9(2).
    05  WORK-DD PIC 9(2).
77  WORK-DAY-NUMBER PIC S9(10) COMP.
77  WORK-LEAP-REM PIC S9(10) COMP.
77  WORK-LEAP-QUOT PIC S9(10) COMP.

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

* clock arithmetic for the lead-in, in minutes since midnight
01  WS-TIME PIC 9(8).
01  WS-TIME-R REDEFINES WS-TIME.
    05  WS-TIME-HH PIC 9(2).
    05  WS-TIME-MM PIC 9(2).
    05  FILLER PIC 9(4).
01  START-HHMM-WORK PIC 9(4).
01  START-HHMM-R REDEFINES START-HHMM-WORK.
    05  START-HH PIC 9(2).
    05  START-MM PIC 9(2).
77  NOW-MINUTES PIC S9(10) COMP.
77  LEAD-IN-MINUTES PIC S9(10) COMP.
77  STATUS-MINUTES PIC S9(10) COMP.

* today and the status record's date as serial days: a cycle started
* before midnight is still stamped with yesterday's date
77  TODAY-DAY-NUMBER PIC S9(10) COMP.
77  STATUS-DAY-NUMBER PIC S9(10) COMP.

* YES when the status record's run is on RUNMST.ISM as a scheduled
* cycle, not one asked for on demand
01  STATUS-RUN-SCHEDULED-FLAG PIC X(3).
    88  STATUS-RUN-SCHEDULED VALUE "YES".

* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.

PROCEDURE DIVISION.

MAIN-LINE.
    PERFORM SETUP-RETURN-CODES THRU SETUP-RETURN-CODES-EXIT.
    PERFORM GET-PARAMETERS THRU GET-PARAMETERS-EXIT.
    PERFORM GET-SYSTEM-NAME THRU GET-SYSTEM-NAME-EXIT.
    PERFORM LOAD-ALLOW-LIST THRU LOAD-ALLOW-LIST-EXIT.

    PERFORM RUN-ONE-SESSION THRU RUN-ONE-SESSION-EXIT
	VARYING SESSION-NUMBER FROM 1 BY 1
	UNTIL SESSION-NUMBER > MAX-SESSIONS OR REQUEST-ACCEPTED.

    DISPLAY " ".
    IF REQUESTS-REFUSED > 0
	DISPLAY " DILLSN: " REQUESTS-REFUSED " request(s) refused. ".

    IF NOT REQUEST-ACCEPTED
	DISPLAY " DILLSN: no request accepted -- no cycle started. "
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.

* DILVER reads the card, runs the whole cycle, ships its result and
* ends the job itself; control only comes back here if it could not
* get started
    DISPLAY " DILLSN: starting the on-demand cycle (DILVER)... ".
    CALL "DILVER".
    MOVE RETURN-CODE TO COMPLETION-CODE.
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

* Pick up the task name to listen under, the number of requests to
* answer, and the scheduled cycle's start and lead time from
* LSNPARM.DAT if one has been left here; with no LSNPARM.DAT, ask the
* operator.
GET-PARAMETERS.
    OPEN INPUT LSNPARM-FILE.
    IF LSNPARM-FILE-STATUS = "00"
	PERFORM GET-PARAMETERS-BATCH THRU GET-PARAMETERS-BATCH-EXIT
    ELSE
	DISPLAY " Enter the task name to listen under (default DILLSN): "
	ACCEPT TASKNAME
	DISPLAY " Enter the number of requests to answer (1 thru 999): "
	ACCEPT MAX-SESSIONS
	DISPLAY " Enter the scheduled cycle's start, HHMM (0 for none): "
	ACCEPT SCHEDULED-START
	DISPLAY " Enter the minutes ahead of it to refuse requests: "
	ACCEPT LEAD-MINUTES.

    IF TASKNAME = SPACES
	MOVE "DILLSN" TO TASKNAME.
    IF MAX-SESSIONS < 1 OR MAX-SESSIONS > 999
	MOVE 1 TO MAX-SESSIONS.
    IF SCHEDULED-START > 2359
	MOVE 0 TO SCHEDULED-START.
GET-PARAMETERS-EXIT.
    EXIT.

GET-PARAMETERS-BATCH.
    READ LSNPARM-FILE INTO LSNPARM-RECORD
	AT END MOVE "DILLSN" TO LSNPARM-TASKNAME
	    MOVE 1 TO LSNPARM-MAX-SESSIONS
	    MOVE 0 TO LSNPARM-SCHEDULED-START
	    MOVE 60 TO LSNPARM-LEAD-MINUTES.
    MOVE LSNPARM-TASKNAME TO TASKNAME.
    MOVE LSNPARM-MAX-SESSIONS TO MAX-SESSIONS.
    IF LSNPARM-SCHEDULED-START IS NUMERIC
	MOVE LSNPARM-SCHEDULED-START TO SCHEDULED-START.
    IF LSNPARM-LEAD-MINUTES IS NUMERIC
	MOVE LSNPARM-LEAD-MINUTES TO LEAD-MINUTES.
    CLOSE LSNPARM-FILE.
GET-PARAMETERS-BATCH-EXIT.
    EXIT.

* This system's name from DILPARM.DAT, the name DILVER ships its
* results under and so the name the fleet board, and DILREQ, know it
* by.  No card leaves DILVER's own default.
GET-SYSTEM-NAME.
    OPEN INPUT DILPARM-FILE.
    IF DILPARM-FILE-STATUS NOT = "00"
	GO TO GET-SYSTEM-NAME-EXIT.

    READ DILPARM-FILE
	AT END
	    MOVE SPACES TO DILPARM-SYSTEM-NAME.
    IF DILPARM-SYSTEM-NAME NOT = SPACES
	MOVE DILPARM-SYSTEM-NAME TO SYSTEM-NAME.
    CLOSE DILPARM-FILE.
GET-SYSTEM-NAME-EXIT.
    EXIT.

* Load DILALW.DAT.  With no list every request is refused -- asking
* for a cycle is not something any node on the network may do.
LOAD-ALLOW-LIST.
    OPEN INPUT ALLOW-FILE.
    IF ALLOW-FILE-STATUS NOT = "00"
	DISPLAY " DILLSN: no DILALW.DAT here -- every request will be refused. "
	GO TO LOAD-ALLOW-LIST-EXIT.

    PERFORM LOAD-ONE-ALLOWED THRU LOAD-ONE-ALLOWED-EXIT
	UNTIL ALLOW-EOF.
    CLOSE ALLOW-FILE.
LOAD-ALLOW-LIST-EXIT.
    EXIT.

LOAD-ONE-ALLOWED.
    READ ALLOW-FILE
	AT END
	    MOVE "YES" TO ALLOW-EOF-FLAG
	    GO TO LOAD-ONE-ALLOWED-EXIT.

    IF ALW-NODE NOT = SPACES AND ALLOW-COUNT < MAX-ALLOW-COUNT
	ADD 1 TO ALLOW-COUNT
	MOVE ALW-NODE TO ALLOW-NODE (ALLOW-COUNT).
LOAD-ONE-ALLOWED-EXIT.
    EXIT.

* One complete session: open the passive link, wait for the
* collector to connect, accept, receive its one REQUEST-MESSAGE,
* judge it, answer, and close the link, the same session shape
* DILCOL gives its result sessions.
RUN-ONE-SESSION.
    MOVE SPACES TO OBJID.
    MOVE SPACES TO DESCR.

    ENTER MACRO NFOPP USING PNETLN, OBJID, DESCR, TASKNAME, DIT-WAIT-NO.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFOPP: unsuccessful status return "
	MOVE 1 TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.

    DISPLAY " Session " SESSION-NUMBER " waiting for a request... ".

    ENTER MACRO NFGND USING PNETLN, DIT-WAIT-YES.

    IF DIL-MESSAGE NOT = DIT-C-CONNECTEVENT
	DISPLAY "? NFGND: expected a connect event, Dil-status = "
	    DIL-STATUS
	MOVE 1 TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.

    ENTER MACRO NFACC USING PNETLN, DIT-LTYPE-ASCII, COUNT-OPT-DATA,
			    OPT-DATA.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFACC: unsuccessful status return "
	MOVE 1 TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.

    MOVE SPACES TO REQUEST-MESSAGE.
    MOVE 100 TO MESSAGE-SIZE.

    ENTER MACRO NFRCV USING PNETLN, MESSAGE-SIZE-UNITS, MESSAGE-SIZE,
			    REQUEST-MESSAGE, DIT-MSG-MSG, DIT-WAIT-YES.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFRCV: unsuccessful status return "
	MOVE 1 TO COMPLETION-CODE
    ELSE
	PERFORM JUDGE-REQUEST THRU JUDGE-REQUEST-EXIT
	PERFORM SEND-REPLY THRU SEND-REPLY-EXIT.

* the collector closes its active link once it has the answer; drain
* the disconnect event before closing the passive side

    ENTER MACRO NFGND USING PNETLN, DIT-WAIT-YES.

    ENTER MACRO NFCLS USING PNETLN, SYNCH-DISCONN, COUNT-OPT-DATA,
			    OPT-DATA.
RUN-ONE-SESSION-EXIT.
    EXIT.

* Decide the request in hand, leaving the verdict and reason in the
* reply.  Each check that fails refuses the request with its reason;
* one that passes them all gets its plan written to DILDEM.DAT.
JUDGE-REQUEST.
    MOVE SYSTEM-NAME TO RP-SYSTEM.
    MOVE 0 TO RP-REQUEST-ID.
    IF RQ-REQUEST-ID IS NUMERIC
	MOVE RQ-REQUEST-ID TO RP-REQUEST-ID.
    MOVE "REFUSED " TO RP-VERDICT.

    IF RQ-HEADER NOT = "DILREQ "
	MOVE "NOT A DILREQ REQUEST" TO RP-REASON
	GO TO JUDGE-REQUEST-REFUSED.

    IF RQ-SYSTEM NOT = SYSTEM-NAME
	MOVE "REQUEST IS FOR ANOTHER SYSTEM" TO RP-REASON
	GO TO JUDGE-REQUEST-REFUSED.

    MOVE "NO " TO ALLOWED-FLAG.
    PERFORM CHECK-ONE-ALLOWED THRU CHECK-ONE-ALLOWED-EXIT
	VARYING ALLOW-INDEX FROM 1 BY 1
	UNTIL ALLOW-INDEX > ALLOW-COUNT OR NODE-ALLOWED.
    IF NOT NODE-ALLOWED OR RQ-FROM-NODE = SPACES
	MOVE "REQUESTING NODE NOT ON DILALW.DAT" TO RP-REASON
	GO TO JUDGE-REQUEST-REFUSED.

    IF (RQ-DIX-MODE NOT = "QUICK" AND RQ-DIX-MODE NOT = "FULL ")
       OR (RQ-XFER-TYPE NOT = "A" AND RQ-XFER-TYPE NOT = "I"
	   AND RQ-XFER-TYPE NOT = "B")
       OR (RQ-SWEEP NOT = "Y" AND RQ-SWEEP NOT = "N")
       OR (RQ-MATRIX NOT = "Y" AND RQ-MATRIX NOT = "N")
	MOVE "PLAN NOT UNDERSTOOD" TO RP-REASON
	GO TO JUDGE-REQUEST-REFUSED.

    PERFORM CHECK-CHECKPOINT THRU CHECK-CHECKPOINT-EXIT.
    IF CKPT-PENDING
	MOVE "CHECKPOINTED RESTART PENDING" TO RP-REASON
	GO TO JUDGE-REQUEST-REFUSED.

    PERFORM CHECK-SCHEDULE THRU CHECK-SCHEDULE-EXIT.
    IF RP-REASON NOT = SPACES
	GO TO JUDGE-REQUEST-REFUSED.

    PERFORM WRITE-DEMAND-CARD THRU WRITE-DEMAND-CARD-EXIT.
    IF RP-REASON NOT = SPACES
	GO TO JUDGE-REQUEST-REFUSED.

    MOVE "ACCEPTED" TO RP-VERDICT.
    MOVE "CYCLE STARTING" TO RP-REASON.
    MOVE "YES" TO ACCEPTED-FLAG.
    DISPLAY " Session " SESSION-NUMBER " accepted: request " RQ-REQUEST-ID
	" from " RQ-FROM-NODE ", DIX " RQ-DIX-MODE " XFER " RQ-XFER-TYPE
	" SWEEP " RQ-SWEEP " MTX " RQ-MATRIX ". ".
    GO TO JUDGE-REQUEST-EXIT.

JUDGE-REQUEST-REFUSED.
    ADD 1 TO REQUESTS-REFUSED.
    DISPLAY " Session " SESSION-NUMBER " refused: request " RQ-REQUEST-ID
	" from " RQ-FROM-NODE " -- " RP-REASON.
JUDGE-REQUEST-EXIT.
    EXIT.

CHECK-ONE-ALLOWED.
    IF ALLOW-NODE (ALLOW-INDEX) = RQ-FROM-NODE
	MOVE "YES" TO ALLOWED-FLAG.
CHECK-ONE-ALLOWED-EXIT.
    EXIT.

* A checkpoint record on DILCKPT.DAT means the scheduled cycle stopped
* part-way and will resume tonight -- a cycle started now would
* neither resume it nor leave it alone for long.
CHECK-CHECKPOINT.
    MOVE "NO " TO CKPT-PENDING-FLAG.
    OPEN INPUT CKPT-FILE.
    IF CKPT-FILE-STATUS NOT = "00"
	GO TO CHECK-CHECKPOINT-EXIT.

    READ CKPT-FILE
	AT END
	    MOVE "NO " TO CKPT-PENDING-FLAG
	NOT AT END
	    MOVE "YES" TO CKPT-PENDING-FLAG.
    CLOSE CKPT-FILE.
CHECK-CHECKPOINT-EXIT.
    EXIT.

* Is a scheduled cycle pending?  One is under way when DILSTA.DAT
* shows a phase other than DONE under today's date or yesterday's --
* DILVER stamps the status with the date its cycle started, so a
* cycle begun late in the evening runs on past midnight under the
* day before.  One is due when the calendar runs a cycle today, a
* scheduled start is set, the clock is past the lead-in to it, and
* the scheduled cycle has not finished since that lead-in began.
* Either leaves a reason in the reply.
CHECK-SCHEDULE.
    MOVE SPACES TO RP-REASON.
    ACCEPT CAL-TODAY FROM DATE.
    ACCEPT WS-TIME FROM TIME.
    COMPUTE NOW-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM.

    PERFORM READ-STATUS-RECORD THRU READ-STATUS-RECORD-EXIT.
    IF STA-DATE IS NOT NUMERIC OR STA-HHMM IS NOT NUMERIC
	MOVE 0 TO STA-DATE
	MOVE 0 TO STA-HHMM.

    MOVE CAL-TODAY TO WORK-DATE.
    PERFORM CONVERT-DATE-TO-DAY THRU CONVERT-DATE-TO-DAY-EXIT.
    MOVE WORK-DAY-NUMBER TO TODAY-DAY-NUMBER.
    MOVE STA-DATE TO WORK-DATE.
    PERFORM CONVERT-DATE-TO-DAY THRU CONVERT-DATE-TO-DAY-EXIT.
    MOVE WORK-DAY-NUMBER TO STATUS-DAY-NUMBER.

    IF STA-PHASE NOT = "DONE        "
       AND STATUS-DAY-NUMBER NOT < TODAY-DAY-NUMBER - 1
       AND STATUS-DAY-NUMBER NOT > TODAY-DAY-NUMBER
	MOVE "A CYCLE IS UNDER WAY" TO RP-REASON
	GO TO CHECK-SCHEDULE-EXIT.

    IF SCHEDULED-START = 0
	GO TO CHECK-SCHEDULE-EXIT.

    MOVE SCHEDULED-START TO START-HHMM-WORK.
    COMPUTE LEAD-IN-MINUTES = START-HH * 60 + START-MM - LEAD-MINUTES.
    IF LEAD-IN-MINUTES < 0
	MOVE 0 TO LEAD-IN-MINUTES.
    IF NOW-MINUTES < LEAD-IN-MINUTES
	GO TO CHECK-SCHEDULE-EXIT.

* a DONE written today since the lead-in began is tonight's cycle,
* finished already -- but only when RUNMST.ISM has that run as a
* scheduled one; an on-demand cycle finishing after the lead-in
* leaves the scheduled cycle still due
    MOVE STA-HHMM TO START-HHMM-WORK.
    COMPUTE STATUS-MINUTES = START-HH * 60 + START-MM.
    IF STA-DATE = CAL-TODAY AND STATUS-MINUTES NOT < LEAD-IN-MINUTES
	PERFORM CHECK-STATUS-RUN THRU CHECK-STATUS-RUN-EXIT
	IF STATUS-RUN-SCHEDULED
	    GO TO CHECK-SCHEDULE-EXIT.

    PERFORM READ-RUN-CALENDAR THRU READ-RUN-CALENDAR-EXIT.
    IF CAL-RUN-TODAY
	MOVE "SCHEDULED CYCLE DUE" TO RP-REASON.
CHECK-SCHEDULE-EXIT.
    EXIT.

* Look the status record's run up on RUNMST.ISM.  A run that cannot be
* found there is not taken for the scheduled cycle: refusing a request
* costs a retry, running beside the scheduled cycle costs the night.
CHECK-STATUS-RUN.
    MOVE "NO " TO STATUS-RUN-SCHEDULED-FLAG.
    OPEN INPUT RUNMST-FILE.
    IF RUNMST-FILE-STATUS NOT = "00"
	GO TO CHECK-STATUS-RUN-EXIT.

    MOVE STA-RUN-ID TO RUNMST-RUN-ID.
    READ RUNMST-FILE
	INVALID KEY
	    MOVE "D" TO RUNMST-ON-DEMAND.
    IF RUNMST-FILE-STATUS = "00" AND RUNMST-ON-DEMAND NOT = "D"
	MOVE "YES" TO STATUS-RUN-SCHEDULED-FLAG.
    CLOSE RUNMST-FILE.
CHECK-STATUS-RUN-EXIT.
    EXIT.

* DILSTA.DAT's one record, or a DONE of long ago when there is none
READ-STATUS-RECORD.
    MOVE 0 TO STA-DATE.
    MOVE 0 TO STA-HHMM.
    MOVE "DONE        " TO STA-PHASE.
    OPEN INPUT STATUS-FILE.
    IF STATUS-FILE-STATUS NOT = "00"
	GO TO READ-STATUS-RECORD-EXIT.

    READ STATUS-FILE
	AT END
	    MOVE 0 TO STA-DATE
	    MOVE "DONE        " TO STA-PHASE.
    CLOSE STATUS-FILE.
READ-STATUS-RECORD-EXIT.
    EXIT.

* Does the calendar run a cycle today?  Explicit date records win
* over day-of-week records, and no calendar at all means every night
* runs -- DILVER's own reading of DILCAL.DAT.
READ-RUN-CALENDAR.
    MOVE "Y" TO CAL-RUN-FLAG.
    MOVE "NO " TO CAL-DATE-MATCH-FLAG.
    MOVE "NO " TO CAL-EOF-FLAG.
    MOVE CAL-TODAY TO WORK-DATE.
    PERFORM CONVERT-DATE-TO-DAY THRU CONVERT-DATE-TO-DAY-EXIT.
    DIVIDE WORK-DAY-NUMBER BY 7 GIVING CAL-DAY-QUOT
	REMAINDER CAL-DAY-REM.
    IF CAL-DAY-REM = 0
	MOVE 7 TO CAL-WEEKDAY
    ELSE
	MOVE CAL-DAY-REM TO CAL-WEEKDAY.

    OPEN INPUT DILCAL-FILE.
    IF DILCAL-FILE-STATUS NOT = "00"
	GO TO READ-RUN-CALENDAR-EXIT.

    PERFORM READ-CALENDAR-RECORD THRU READ-CALENDAR-RECORD-EXIT
	UNTIL CAL-EOF.
    CLOSE DILCAL-FILE.
READ-RUN-CALENDAR-EXIT.
    EXIT.

READ-CALENDAR-RECORD.
    READ DILCAL-FILE
	AT END
	    MOVE "YES" TO CAL-EOF-FLAG
	    GO TO READ-CALENDAR-RECORD-EXIT.

    IF CAL-REC-TYPE = "X"
       AND CAL-REC-DATE IS NUMERIC
       AND CAL-REC-DATE = CAL-TODAY
	MOVE "YES" TO CAL-DATE-MATCH-FLAG
	PERFORM ADOPT-CALENDAR-RUN THRU ADOPT-CALENDAR-RUN-EXIT
	GO TO READ-CALENDAR-RECORD-EXIT.

    IF CAL-REC-TYPE = "D"
       AND NOT CAL-DATE-MATCHED
       AND CAL-REC-DAY IS NUMERIC
       AND CAL-REC-DAY = CAL-WEEKDAY
	PERFORM ADOPT-CALENDAR-RUN THRU ADOPT-CALENDAR-RUN-EXIT.
READ-CALENDAR-RECORD-EXIT.
    EXIT.

ADOPT-CALENDAR-RUN.
    IF CAL-REC-RUN = "N"
	MOVE "N" TO CAL-RUN-FLAG
    ELSE
	MOVE "Y" TO CAL-RUN-FLAG.
ADOPT-CALENDAR-RUN-EXIT.
    EXIT.

* Turn a YYMMDD date into a serial day number, the same arithmetic
* DILVER and DILTRM use.
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

* Leave the accepted plan on DILDEM.DAT for DILVER.  A card that
* cannot be written turns the acceptance into a refusal -- DILVER
* would only run the calendar's plan.
WRITE-DEMAND-CARD.
    MOVE SPACES TO RP-REASON.
    OPEN OUTPUT DEMAND-FILE.
    IF DEMAND-FILE-STATUS NOT = "00"
	DISPLAY "? WRITE-DEMAND-CARD: DILDEM.DAT could not be opened, status = "
	    DEMAND-FILE-STATUS
	MOVE "DILDEM.DAT COULD NOT BE WRITTEN" TO RP-REASON
	GO TO WRITE-DEMAND-CARD-EXIT.

    MOVE RQ-FROM-NODE TO DEM-REQUESTED-BY.
    MOVE RP-REQUEST-ID TO DEM-REQUEST-ID.
    MOVE RQ-DIX-MODE TO DEM-DIX-MODE.
    MOVE RQ-XFER-TYPE TO DEM-XFER-TYPE.
    MOVE RQ-SWEEP TO DEM-SWEEP.
    MOVE RQ-MATRIX TO DEM-MATRIX.
    WRITE DEMAND-RECORD.
    IF DEMAND-FILE-STATUS NOT = "00"
	DISPLAY "? WRITE-DEMAND-CARD: DILDEM.DAT could not be written, status = "
	    DEMAND-FILE-STATUS
	MOVE "DILDEM.DAT COULD NOT BE WRITTEN" TO RP-REASON.
    CLOSE DEMAND-FILE.
WRITE-DEMAND-CARD-EXIT.
    EXIT.

* Answer the collector.  An answer that cannot be sent is reported
* only; an accepted request still starts its cycle, and the result
* reaches the board the normal way.
SEND-REPLY.
    MOVE 100 TO MESSAGE-SIZE.

    ENTER MACRO NFSND USING PNETLN, MESSAGE-SIZE-UNITS, MESSAGE-SIZE,
			    REPLY-MESSAGE, DIT-MSG-MSG.

    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	DISPLAY "? NFSND: answer not sent for request " RP-REQUEST-ID.
SEND-REPLY-EXIT.
    EXIT.
