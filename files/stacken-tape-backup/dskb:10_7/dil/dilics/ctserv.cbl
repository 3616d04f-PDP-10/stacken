*     links in the same numeric order.  A link count of 1 leaves the
*     original single-task behavior untouched.  FILES: CTSERV.CBL,
*     CT36T1.CBL, DILVER.CBL )%
*
* Edit (%O'4', '22-Oct-86', 'Karin Lindqvist')
* %(  CTSERV.LOG only ever said how many messages a session echoed in
*     all, with nothing to tie the session to the verification cycle
*     that drove it -- when a CT36T1 run failed there was no telling
*     whether its messages died on the way out, at the server, or on
*     the way back.  CT36T1 now opens every remote link with one
*     identification message carrying its run identifier, the node it
*     addressed and the link number; the server recognises it, keeps
*     the identity for the link and echoes it back uncounted, so an
*     older client or server on either end still interoperates.  The
*     server now counts messages received, messages echoed and bytes
*     received per link, and logs one CTSERV.LOG record per link with
*     the run identifier and node on it, the original leading fields
*     unchanged.  The new DITREC program matches these records
*     against the client's DITSESS.LOG and DITBENCH.LOG by run
*     identifier and node and flags one-way loss.  FILES: CTSERV.CBL,
*     CT36T1.CBL, DITREC.CBL (NEW) )%

INSTALLATION.


FILE SECTION.

* One record per link of every completed session: when it ended,
* which session of the run it was and how many messages were echoed,
* then the run identifier and node the client's identification
* message named (zero and blank from a client that sent none), the
* link number, and the messages and bytes received on that link.
FD  SRVLOG-FILE
    LABEL RECORDS ARE STANDARD.

    05  SRVLOG-SESSION PIC ZZZ9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  SRVLOG-MSGS PIC -(7)9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  SRVLOG-RUN-ID PIC 9(10).
    05  FILLER PIC X(1) VALUE SPACE.
    05  SRVLOG-NODE PIC X(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  SRVLOG-LINK PIC 9(2).
    05  FILLER PIC X(1) VALUE SPACE.
    05  SRVLOG-RECEIVED PIC -(7)9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  SRVLOG-BYTES PIC -(9)9.

FD  SRVPARM-FILE
    LABEL RECORDS ARE STANDARD.

01  RECEIVE-DATA PIC X(100) USAGE DISPLAY-7.

* CT36T1's identification message, the first message on every remote
* link: its run identifier, the node name it addressed this server
* by, and its link number.  It is echoed like any other message but
* not counted, so the counts match what the client counts as data.
01  SESSION-IDENT USAGE DISPLAY-7.
    05  SI-HEADER PIC X(12).
	88  SI-IDENT-MESSAGE VALUE "DIT SESSION ".
    05  FILLER PIC X(4).
    05  SI-RUN-ID PIC X(10).
    05  FILLER PIC X(6).
    05  SI-NODE PIC X(6).
    05  FILLER PIC X(6).
    05  SI-LINK PIC X(2).
    05  FILLER PIC X(54).

* YES while the message in hand is an identification message
01  IDENT-FLAG PIC X(3).
    88  IDENT-RECEIVED VALUE "YES".

01  COUNT-OPT-DATA PIC S9(10) COMP.
01  OPT-DATA PIC X(16) DISPLAY-7 VALUE SPACES.
01  PNETLN PIC S9(10) COMP.
77  LINK-INDEX PIC S9(10) COMP.
77  LINKS-REMAINING PIC S9(10) COMP.

* one entry per family link: its passive link number, whether it is
* still in play, the identity its client sent and its traffic counts.
* The single-task session keeps its identity and counts in entry 1.
01  FAMILY-LINK-TABLE.
    05  FAMILY-LINK-ENTRY OCCURS 8 TIMES.
	10  FL-PNETLN PIC S9(10) COMP.
	10  FL-DONE-FLAG PIC X(1).
	10  FL-RUN-ID PIC 9(10).
	10  FL-NODE PIC X(6).
	10  FL-RECEIVED PIC S9(10) COMP.
	10  FL-ECHOED PIC S9(10) COMP.
	10  FL-BYTES PIC S9(10) COMP.

* the per-link task name, the configured root truncated to six
* characters with the link number appended -- SERVER01 thru SERVER08
RUN-ONE-SESSION.
    MOVE "NO " TO SESSION-DONE-FLAG.
    MOVE 0 TO MESSAGES-ECHOED.
    MOVE 1 TO LINK-INDEX.
    PERFORM CLEAR-LINK-COUNTS THRU CLEAR-LINK-COUNTS-EXIT.

    MOVE SPACES TO OBJID.
    MOVE SPACES TO DESCR.
	PERFORM CHECK-FOR-DISCONNECT THRU CHECK-FOR-DISCONNECT-EXIT
	GO TO ECHO-ONE-MESSAGE-EXIT.

    PERFORM COUNT-ONE-RECEIVE THRU COUNT-ONE-RECEIVE-EXIT.

    ENTER MACRO NFSND USING PNETLN, MESSAGE-SIZE-UNITS, MESSAGE-SIZE,
			    RECEIVE-DATA, DIT-MSG-MSG.

	MOVE "YES" TO SESSION-DONE-FLAG
	GO TO ECHO-ONE-MESSAGE-EXIT.

    IF NOT IDENT-RECEIVED
	ADD 1 TO MESSAGES-ECHOED
	ADD 1 TO FL-ECHOED (LINK-INDEX).
ECHO-ONE-MESSAGE-EXIT.
    EXIT.

    MOVE TASKNAME TO FT-ROOT.
    MOVE LINK-INDEX TO FT-DIGITS.
    MOVE " " TO FL-DONE-FLAG (LINK-INDEX).
    PERFORM CLEAR-LINK-COUNTS THRU CLEAR-LINK-COUNTS-EXIT.

    MOVE SPACES TO OBJID.
    MOVE SPACES TO DESCR.
	PERFORM CHECK-FAMILY-DISCONNECT THRU CHECK-FAMILY-DISCONNECT-EXIT
	GO TO ECHO-ONE-FAMILY-LINK-EXIT.

    PERFORM COUNT-ONE-RECEIVE THRU COUNT-ONE-RECEIVE-EXIT.

    ENTER MACRO NFSND USING FL-PNETLN (LINK-INDEX), MESSAGE-SIZE-UNITS,
			    MESSAGE-SIZE, RECEIVE-DATA, DIT-MSG-MSG.

	PERFORM RETIRE-FAMILY-LINK THRU RETIRE-FAMILY-LINK-EXIT
	GO TO ECHO-ONE-FAMILY-LINK-EXIT.

    IF NOT IDENT-RECEIVED
	ADD 1 TO MESSAGES-ECHOED
	ADD 1 TO FL-ECHOED (LINK-INDEX).
ECHO-ONE-FAMILY-LINK-EXIT.
    EXIT.

RETIRE-FAMILY-LINK-EXIT.
    EXIT.

CLEAR-LINK-COUNTS.
    MOVE 0 TO FL-RUN-ID (LINK-INDEX).
    MOVE SPACES TO FL-NODE (LINK-INDEX).
    MOVE 0 TO FL-RECEIVED (LINK-INDEX).
    MOVE 0 TO FL-ECHOED (LINK-INDEX).
    MOVE 0 TO FL-BYTES (LINK-INDEX).
CLEAR-LINK-COUNTS-EXIT.
    EXIT.

* Look at one received message before it is echoed.  CT36T1's
* identification message -- the full 100 characters under the DIT
* SESSION header -- names the run and node the link belongs to and
* is kept out of the counts; anything else is client data, counted
* against the link with the length actually received.
COUNT-ONE-RECEIVE.
    MOVE "NO " TO IDENT-FLAG.
    MOVE RECEIVE-DATA TO SESSION-IDENT.

    IF NOT SI-IDENT-MESSAGE OR MESSAGE-SIZE NOT = 100
	ADD 1 TO FL-RECEIVED (LINK-INDEX)
	ADD MESSAGE-SIZE TO FL-BYTES (LINK-INDEX)
	GO TO COUNT-ONE-RECEIVE-EXIT.

    MOVE "YES" TO IDENT-FLAG.
    MOVE SI-NODE TO FL-NODE (LINK-INDEX).
    IF SI-RUN-ID IS NUMERIC
	MOVE SI-RUN-ID TO FL-RUN-ID (LINK-INDEX).
COUNT-ONE-RECEIVE-EXIT.
    EXIT.

* Log the session, one CTSERV.LOG record per link -- the single-task
* session is link 1 -- each with its client's run identifier and node
* and its own counts, so DITREC can hold every link up against what
* the client says it sent and got back.
LOG-ONE-SESSION.
    ACCEPT WS-TODAY FROM DATE.
    ACCEPT WS-TIME FROM TIME.

    PERFORM LOG-ONE-LINK THRU LOG-ONE-LINK-EXIT
	VARYING LINK-INDEX FROM 1 BY 1 UNTIL LINK-INDEX > LINK-COUNT.

    DISPLAY " Session " SESSION-NUMBER " closed -- "
	MESSAGES-ECHOED " message(s) echoed. ".
LOG-ONE-SESSION-EXIT.
    EXIT.

LOG-ONE-LINK.
    MOVE WS-TODAY TO SRVLOG-DATE.
    MOVE WS-TIME-HHMM TO SRVLOG-TIME.
    MOVE SESSION-NUMBER TO SRVLOG-SESSION.
    MOVE FL-ECHOED (LINK-INDEX) TO SRVLOG-MSGS.
    MOVE FL-RUN-ID (LINK-INDEX) TO SRVLOG-RUN-ID.
    MOVE FL-NODE (LINK-INDEX) TO SRVLOG-NODE.
    MOVE LINK-INDEX TO SRVLOG-LINK.
    MOVE FL-RECEIVED (LINK-INDEX) TO SRVLOG-RECEIVED.
    MOVE FL-BYTES (LINK-INDEX) TO SRVLOG-BYTES.
    WRITE SRVLOG-RECORD.

    DISPLAY " Link " LINK-INDEX " run " FL-RUN-ID (LINK-INDEX)
	" node " FL-NODE (LINK-INDEX) " -- " FL-RECEIVED (LINK-INDEX)
	" received, " FL-ECHOED (LINK-INDEX) " echoed. ".
LOG-ONE-LINK-EXIT.
    EXIT.
