IDENTIFICATION DIVISION.

PROGRAM-ID.

	DILCHG.

AUTHOR.

	DIGITAL EQUIPMENT CORPORATION.

	This is the change register for the systems the DIL
	confidence tests verify.  When a DIX test starts failing or a
	DAP open time jumps, the first question is always "what
	changed?", and the answer used to live on paper change-control
	forms.  This program records each installation event in
	CHGREG.DAT -- date and time, the component touched (DIX,
	DAP/FAL, DIT, DECnet or the monitor), the patch or version
	identifier, who installed it and a note -- and its correlation
	report lines every change up against what happened next: the
	first failing DIX test from DIXMST.ISM (or DIXLOG.LOG), the
	first DILBEN exception against DAP or DIT from BENEXC.LOG, and
	the first incident DILVER raised in DILINC.ISM, counted in
	verification cycles from RUNMST.ISM.  A change followed within
	a set number of cycles by a new failure or regression in its
	component is flagged SUSPECT.

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
* Edit (%O'1', '28-Oct-86', 'Karin Lindqvist')
* %(  New program.  Prompted list/add/change/delete maintenance over
*     a new CHGREG.DAT change register, kept in date and time order
*     and rewritten in one piece on END the way DILNOD rewrites
*     DILNODE.DAT, and an R command printing the change correlation
*     report: for each change the first failure or regression in its
*     component after it -- DIX from DIXMST.ISM, or DIXLOG.LOG where
*     there is no master; DAP/FAL and DIT from the exceptions DILBEN
*     now keeps in BENEXC.LOG (DILBEN.CBL edit 8); DECnet and the
*     monitor from DILINC.ISM -- plus the first incident of the
*     cycle, each with the number of verification cycles between.
*     A change whose component fails within the operator's window
*     of cycles, having passed the last cycle before the change, is
*     flagged SUSPECT; one whose component was already failing says
*     so instead.  An optional CHGPARM.DAT card runs the report
*     unattended with its window, returning a non-zero completion
*     code when anything is SUSPECT.  DILVER.RPT lists the changes
*     since the last clean cycle (DILVER.CBL edit 39).  FILES:
*     DILCHG.CBL (NEW), DILBEN.CBL, DILVER.CBL )%
*
* Edit (%O'2', '4-Nov-86', 'Karin Lindqvist')
* %(  RUNMST.ISM records grew the on-demand flag and requesting node
*     (DILVER.CBL edit 43).  An on-demand cycle counts here like any
*     other -- it tested the same components.  FILES: DILCHG.CBL )%
*
* Edit (%O'3', '7-Nov-86', 'Karin Lindqvist')
* %(  DILINC.ISM incident records grew a failure-cause letter each for
*     DAP, DIT and EXC (DILVER.CBL edit 45); the record layout here
*     follows.  FILES: DILCHG.CBL )%

INSTALLATION.

	DEC-MARLBOROUGH.

DATE-WRITTEN.

	OCTOBER 28, 1986.

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.

	DECSYSTEM-20.

OBJECT-COMPUTER.

	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

* the change register itself; OPTIONAL because the first ADD on a new
* system is what creates it
    SELECT OPTIONAL CHANGE-FILE ASSIGN TO "CHGREG.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS CHANGE-FILE-STATUS.

* Optional batch-parameter card: if CHGPARM.DAT exists, the
* correlation report runs unattended with the window it gives.
    SELECT OPTIONAL CHGPARM-FILE ASSIGN TO "CHGPARM.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS CHGPARM-FILE-STATUS.

* the run-history master DILVER posts once per cycle, read in run id
* order to count the cycles between a change and its first failure
    SELECT RUNMST-FILE ASSIGN TO "RUNMST.ISM"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS RUNMST-RUN-ID
	FILE STATUS IS RUNMST-FILE-STATUS.

* the DIX results master, and the log it is posted from
    SELECT DIXMST-FILE ASSIGN TO "DIXMST.ISM"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS DIXMST-KEY
	FILE STATUS IS DIXMST-FILE-STATUS.

    SELECT OPTIONAL DIXLOG-FILE ASSIGN TO "DIXLOG.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS DIXLOG-FILE-STATUS.

* DILBEN's exception history
    SELECT OPTIONAL BENEXC-FILE ASSIGN TO "BENEXC.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS BENEXC-FILE-STATUS.

* DILVER's incident file
    SELECT INCIDENT-FILE ASSIGN TO "DILINC.ISM"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS INC-RUN-ID
	FILE STATUS IS INCIDENT-FILE-STATUS.

DATA DIVISION.

FILE SECTION.

* One installation event.  The date and time together take the same
* YYMMDDHHMM form as a run id, so a change and a cycle compare
* directly.
FD  CHANGE-FILE
    LABEL RECORDS ARE STANDARD.

01  CHANGE-RECORD.
    05  CHG-WHEN.
	10  CHG-DATE PIC 9(6).
	10  CHG-TIME PIC 9(4).
    05  CHG-COMPONENT PIC X(7).
    05  CHG-PATCH-ID PIC X(12).
    05  CHG-INSTALLER PIC X(3).
    05  CHG-NOTE PIC X(40).

FD  CHGPARM-FILE
    LABEL RECORDS ARE STANDARD.

01  CHGPARM-RECORD.
    05  CHGPARM-WINDOW PIC 9(3).

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

* one record per DIX test result, as C36T2 writes DIXLOG.LOG
FD  DIXLOG-FILE
    LABEL RECORDS ARE STANDARD.

01  DIXLOG-RECORD.
    05  DIXLOG-DATE PIC 9(6).
    05  FILLER PIC X(1).
    05  DIXLOG-TESTA PIC X(3).
    05  FILLER PIC X(1).
    05  DIXLOG-STATUS PIC X(11).
    05  FILLER PIC X(1).
    05  DIXLOG-SEVERITY PIC X(11).
    05  FILLER PIC X(1).
    05  DIXLOG-FLAG PIC X(8).
    05  FILLER PIC X(1).
    05  DIXLOG-RUN-ID PIC X(10).
    05  DIXLOG-RUN-ID-N REDEFINES DIXLOG-RUN-ID PIC 9(10).

* one record per exception DILBEN has reported, as its
* LOG-ONE-EXCEPTION writes them
FD  BENEXC-FILE
    LABEL RECORDS ARE STANDARD.

01  BENEXC-RECORD.
    05  BENEXC-DATE PIC 9(6).
    05  FILLER PIC X(1).
    05  BENEXC-RUN-ID PIC X(10).
    05  BENEXC-RUN-ID-N REDEFINES BENEXC-RUN-ID PIC 9(10).
    05  FILLER PIC X(1).
    05  BENEXC-NODE PIC X(6).
    05  FILLER PIC X(1).
    05  BENEXC-OPERATION PIC X(10).
    05  BENEXC-OPERATION-R REDEFINES BENEXC-OPERATION.
	10  BENEXC-OP-PREFIX PIC X(4).
	10  FILLER PIC X(6).
    05  FILLER PIC X(1).
    05  BENEXC-BASELINE PIC X(10).
    05  FILLER PIC X(1).
    05  BENEXC-LATEST PIC X(10).
    05  FILLER PIC X(1).
    05  BENEXC-REMARK PIC X(9).

* the incident file as DILVER's WRITE-INCIDENT lays it down
FD  INCIDENT-FILE
    LABEL RECORDS ARE STANDARD.

01  INCIDENT-RECORD.
    05  INC-RUN-ID PIC 9(10).
    05  INC-DATE PIC 9(6).
    05  INC-SYSTEM PIC X(6).
    05  INC-FAILED-LIST PIC X(16).
    05  INC-DIX-FAILED-TEST PIC 9(4).
    05  INC-FAILED-NODE PIC X(6).
    05  INC-ACK-FLAG PIC X(1).
    05  INC-ACK-INITIALS PIC X(3).
    05  INC-DISPOSITION PIC X(40).
    05  INC-REPEAT-FLAG PIC X(1).
    05  INC-RESOLVED-FLAG PIC X(1).
    05  INC-RESOLVED-RUN-ID PIC 9(10).
    05  INC-RESOLVED-DATE PIC 9(6).
    05  INC-DAP-CAUSE PIC X(1).
    05  INC-DIT-CAUSE PIC X(1).
    05  INC-EXC-CAUSE PIC X(1).

WORKING-STORAGE SECTION.

01  CHANGE-FILE-STATUS PIC X(2).
01  CHGPARM-FILE-STATUS PIC X(2).
01  RUNMST-FILE-STATUS PIC X(2).
01  DIXMST-FILE-STATUS PIC X(2).
01  DIXLOG-FILE-STATUS PIC X(2).
01  BENEXC-FILE-STATUS PIC X(2).
01  INCIDENT-FILE-STATUS PIC X(2).

01  CHANGE-EOF-FLAG PIC X(3) VALUE "NO ".
    88  CHANGE-EOF VALUE "YES".

01  READ-DONE-FLAG PIC X(3).
    88  READ-DONE VALUE "YES".

* the whole register in storage, in date and time order; edits
* happen here and the file is rewritten in one piece on END
01  CHANGE-TABLE.
    05  CT-ENTRY OCCURS 200 TIMES.
	10  CT-WHEN PIC 9(10).
	10  CT-COMPONENT PIC X(7).
	10  CT-PATCH-ID PIC X(12).
	10  CT-INSTALLER PIC X(3).
	10  CT-NOTE PIC X(40).

77  MAX-CHANGE-COUNT PIC S9(4) COMP VALUE 200.
77  CHANGE-COUNT PIC S9(4) COMP VALUE 0.
77  CHANGE-INDEX PIC S9(4) COMP.
77  CHANGE-INDEX-NEXT PIC S9(4) COMP.
77  INSERT-INDEX PIC S9(4) COMP.

* the operator's command and the fields being entered
01  OPERATOR-COMMAND PIC X(1).

01  ENTRY-WHEN.
    05  ENTRY-DATE PIC 9(6).
    05  ENTRY-DATE-R REDEFINES ENTRY-DATE.
	10  ENTRY-YY PIC 9(2).
	10  ENTRY-MM PIC 9(2).
	10  ENTRY-DD PIC 9(2).
    05  ENTRY-TIME PIC 9(4).
    05  ENTRY-TIME-R REDEFINES ENTRY-TIME.
	10  ENTRY-HH PIC 9(2).
	10  ENTRY-MI PIC 9(2).
01  ENTRY-WHEN-N REDEFINES ENTRY-WHEN PIC 9(10).
01  ENTRY-COMPONENT PIC X(7).
01  ENTRY-PATCH-ID PIC X(12).
01  ENTRY-INSTALLER PIC X(3).
01  ENTRY-NOTE PIC X(40).
77  ENTRY-NUMBER PIC S9(4) COMP.

01  FIELD-OK-FLAG PIC X(3).
    88  FIELD-OK VALUE "YES".

01  QUIT-FLAG PIC X(3) VALUE "NO ".
    88  TIME-TO-QUIT VALUE "YES".

* YES once anything has been edited, so a plain QUIT can warn that
* the changes are being thrown away
01  CHANGED-FLAG PIC X(3) VALUE "NO ".
    88  TABLE-CHANGED VALUE "YES".

* the correlation window: a failure this many cycles or fewer after a
* change makes the change SUSPECT
77  CYCLE-WINDOW PIC S9(10) COMP VALUE 3.

* every verification cycle on record, in run id order, with what it
* made of each subsystem -- the most recent cycles are kept if the
* master holds more than the table
01  CYCLE-TABLE.
    05  CYCLE-ENTRY OCCURS 1000 TIMES.
	10  CY-RUN-ID PIC 9(10).
	10  CY-DIX PIC X(4).
	10  CY-DAP PIC X(4).
	10  CY-DIT PIC X(4).
	10  CY-CC PIC 9(4).

77  MAX-CYCLE-COUNT PIC S9(4) COMP VALUE 1000.
77  CYCLE-COUNT PIC S9(4) COMP VALUE 0.
77  CYCLE-INDEX PIC S9(4) COMP.
77  CYCLE-INDEX-NEXT PIC S9(4) COMP.

* YES when the master, the log or the file could be opened for the
* report; each source missing simply has nothing to say
01  DIXMST-OPEN-FLAG PIC X(3).
    88  DIXMST-OPEN VALUE "YES".
01  INCIDENT-OPEN-FLAG PIC X(3).
    88  INCIDENT-OPEN VALUE "YES".

* the change being correlated: the last cycle before it, and what the
* component made of that cycle
77  PRIOR-INDEX PIC S9(4) COMP.
77  PRIOR-RUN-ID PIC 9(10).
01  PRIOR-FAILING-FLAG PIC X(3).
    88  PRIOR-FAILING VALUE "YES".

* the first failure or regression found for the change's component,
* and the first incident of the cycle
77  FIRST-FAIL-RUN-ID PIC 9(10).
01  FIRST-FAIL-WHAT PIC X(24).
77  FIRST-INC-RUN-ID PIC 9(10).
01  FIRST-INC-WHAT PIC X(24).

* cycles counted between the change and a failure
77  EVIDENCE-RUN-ID PIC 9(10).
77  CYCLES-AFTER PIC S9(10) COMP.

77  SUSPECT-COUNT PIC S9(10) COMP.

* a DIX test number, edited for the evidence text
01  TEST-NUMBER-EDIT PIC ZZ9.

* one formatted line of the register listing
01  LIST-LINE.
    05  LL-INDEX PIC ZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-DATE PIC 9(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  LL-TIME PIC 9(4).
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-COMPONENT PIC X(7).
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-PATCH-ID PIC X(12).
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-INSTALLER PIC X(3).
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-NOTE PIC X(40).

* one evidence line under a change in the correlation report
01  EVIDENCE-LINE.
    05  FILLER PIC X(7) VALUE SPACES.
    05  EL-LABEL PIC X(15).
    05  EL-WHAT PIC X(24).
    05  FILLER PIC X(5) VALUE " RUN ".
    05  EL-RUN-ID PIC X(10).
    05  FILLER PIC X(2) VALUE SPACES.
    05  EL-CYCLES PIC ZZZ9.
    05  FILLER PIC X(11) VALUE " CYCLE(S)  ".
    05  EL-REMARK PIC X(15).

01  EL-RUN-ID-EDIT PIC 9(10).

* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.

PROCEDURE DIVISION.

MAIN-LINE.
    PERFORM LOAD-CHANGE-TABLE THRU LOAD-CHANGE-TABLE-EXIT.

* a CHGPARM.DAT card means an unattended report run: no prompts, and
* a SUSPECT change comes back in the completion code
    OPEN INPUT CHGPARM-FILE.
    IF CHGPARM-FILE-STATUS = "00"
	PERFORM RUN-REPORT-BATCH THRU RUN-REPORT-BATCH-EXIT
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.

    DISPLAY " DILCHG change register -- " CHANGE-COUNT
	" change(s) loaded from CHGREG.DAT. ".

    PERFORM ONE-COMMAND THRU ONE-COMMAND-EXIT
	UNTIL TIME-TO-QUIT.

    MOVE COMPLETION-CODE TO RETURN-CODE.
    STOP RUN.
MAIN-LINE-EXIT.
    EXIT.

RUN-REPORT-BATCH.
    READ CHGPARM-FILE
	AT END MOVE 3 TO CHGPARM-WINDOW.
    CLOSE CHGPARM-FILE.
    IF CHGPARM-WINDOW IS NOT NUMERIC
	MOVE 3 TO CHGPARM-WINDOW.
    MOVE CHGPARM-WINDOW TO CYCLE-WINDOW.
    IF CYCLE-WINDOW < 1
	MOVE 3 TO CYCLE-WINDOW.

    PERFORM REPORT-CORRELATION THRU REPORT-CORRELATION-EXIT.
    IF SUSPECT-COUNT > 0
	MOVE 1 TO COMPLETION-CODE.
RUN-REPORT-BATCH-EXIT.
    EXIT.

* Load CHGREG.DAT into the table.  CHANGE-FILE is OPTIONAL and an
* absent optional file's OPEN status varies by compiler, so anything
* but "00" just means an empty register -- the first ADD creates it.
LOAD-CHANGE-TABLE.
    OPEN INPUT CHANGE-FILE.
    IF CHANGE-FILE-STATUS NOT = "00"
	GO TO LOAD-CHANGE-TABLE-EXIT.

    PERFORM LOAD-ONE-CHANGE THRU LOAD-ONE-CHANGE-EXIT
	UNTIL CHANGE-EOF.
    CLOSE CHANGE-FILE.
LOAD-CHANGE-TABLE-EXIT.
    EXIT.

LOAD-ONE-CHANGE.
    READ CHANGE-FILE
	AT END
	    MOVE "YES" TO CHANGE-EOF-FLAG
	NOT AT END
	    IF CHANGE-COUNT < MAX-CHANGE-COUNT
		ADD 1 TO CHANGE-COUNT
		MOVE CHG-WHEN TO CT-WHEN (CHANGE-COUNT)
		MOVE CHG-COMPONENT TO CT-COMPONENT (CHANGE-COUNT)
		MOVE CHG-PATCH-ID TO CT-PATCH-ID (CHANGE-COUNT)
		MOVE CHG-INSTALLER TO CT-INSTALLER (CHANGE-COUNT)
		MOVE CHG-NOTE TO CT-NOTE (CHANGE-COUNT)
	    ELSE
		DISPLAY "? LOAD-CHANGE-TABLE: more than " MAX-CHANGE-COUNT
		    " changes in CHGREG.DAT -- extras ignored. ".
LOAD-ONE-CHANGE-EXIT.
    EXIT.

ONE-COMMAND.
    DISPLAY " ".
    DISPLAY " Enter a command -- L(ist), A(dd), C(hange), D(elete), ".
    DISPLAY " R(eport correlation), E(nd, saving the register) or ".
    DISPLAY " Q(uit without saving): ".
    ACCEPT OPERATOR-COMMAND.

    IF OPERATOR-COMMAND = "L"
	PERFORM LIST-TABLE THRU LIST-TABLE-EXIT
    ELSE IF OPERATOR-COMMAND = "A"
	PERFORM ADD-ENTRY THRU ADD-ENTRY-EXIT
    ELSE IF OPERATOR-COMMAND = "C"
	PERFORM CHANGE-ENTRY THRU CHANGE-ENTRY-EXIT
    ELSE IF OPERATOR-COMMAND = "D"
	PERFORM DELETE-ENTRY THRU DELETE-ENTRY-EXIT
    ELSE IF OPERATOR-COMMAND = "R"
	PERFORM GET-CYCLE-WINDOW THRU GET-CYCLE-WINDOW-EXIT
	PERFORM REPORT-CORRELATION THRU REPORT-CORRELATION-EXIT
    ELSE IF OPERATOR-COMMAND = "E"
	PERFORM SAVE-CHANGE-TABLE THRU SAVE-CHANGE-TABLE-EXIT
	MOVE "YES" TO QUIT-FLAG
    ELSE IF OPERATOR-COMMAND = "Q"
	IF TABLE-CHANGED
	    DISPLAY " DILCHG: quitting -- the edits are NOT saved. "
	    MOVE "YES" TO QUIT-FLAG
	ELSE
	    MOVE "YES" TO QUIT-FLAG
    ELSE
	DISPLAY " ? Unrecognized command. ".
ONE-COMMAND-EXIT.
    EXIT.

LIST-TABLE.
    IF CHANGE-COUNT = 0
	DISPLAY " (THE CHANGE REGISTER IS EMPTY) "
	GO TO LIST-TABLE-EXIT.

    DISPLAY "   #  DATE   TIME  COMPONENT  PATCH ID     BY   NOTE".
    PERFORM LIST-ONE-ENTRY THRU LIST-ONE-ENTRY-EXIT
	VARYING CHANGE-INDEX FROM 1 BY 1
	UNTIL CHANGE-INDEX > CHANGE-COUNT.
LIST-TABLE-EXIT.
    EXIT.

LIST-ONE-ENTRY.
    PERFORM FORMAT-LIST-LINE THRU FORMAT-LIST-LINE-EXIT.
    DISPLAY " " LIST-LINE.
LIST-ONE-ENTRY-EXIT.
    EXIT.

FORMAT-LIST-LINE.
    MOVE CHANGE-INDEX TO LL-INDEX.
    MOVE CT-WHEN (CHANGE-INDEX) TO ENTRY-WHEN-N.
    MOVE ENTRY-DATE TO LL-DATE.
    MOVE ENTRY-TIME TO LL-TIME.
    MOVE CT-COMPONENT (CHANGE-INDEX) TO LL-COMPONENT.
    MOVE CT-PATCH-ID (CHANGE-INDEX) TO LL-PATCH-ID.
    MOVE CT-INSTALLER (CHANGE-INDEX) TO LL-INSTALLER.
    MOVE CT-NOTE (CHANGE-INDEX) TO LL-NOTE.
FORMAT-LIST-LINE-EXIT.
    EXIT.

* Ask for every field of a new change, validating as it is entered.
* A field that fails validation is re-reported and the add abandoned
* -- nothing half-entered ever reaches the register.  The new entry
* goes in at its place in date and time order, so a change entered
* late from its paper form still lines up with the cycles around it.
ADD-ENTRY.
    IF CHANGE-COUNT = MAX-CHANGE-COUNT
	DISPLAY " ? The register already holds " MAX-CHANGE-COUNT
	    " changes. "
	GO TO ADD-ENTRY-EXIT.

    PERFORM GET-ENTRY-WHEN THRU GET-ENTRY-WHEN-EXIT.
    IF NOT FIELD-OK
	GO TO ADD-ENTRY-EXIT.

    PERFORM GET-ENTRY-COMPONENT THRU GET-ENTRY-COMPONENT-EXIT.
    IF NOT FIELD-OK
	GO TO ADD-ENTRY-EXIT.

    DISPLAY " Enter the patch or version identifier: ".
    ACCEPT ENTRY-PATCH-ID.
    IF ENTRY-PATCH-ID = SPACES
	DISPLAY " ? The patch or version identifier may not be blank. "
	GO TO ADD-ENTRY-EXIT.

    DISPLAY " Enter the installer's initials: ".
    ACCEPT ENTRY-INSTALLER.
    IF ENTRY-INSTALLER = SPACES
	DISPLAY " ? A change needs the initials of whoever installed it. "
	GO TO ADD-ENTRY-EXIT.

    DISPLAY " Enter a note for the change (may be blank): ".
    ACCEPT ENTRY-NOTE.

* the new entry goes after every change at or before its time
    MOVE 1 TO INSERT-INDEX.
    PERFORM FIND-INSERT-POINT THRU FIND-INSERT-POINT-EXIT
	VARYING CHANGE-INDEX FROM 1 BY 1
	UNTIL CHANGE-INDEX > CHANGE-COUNT.

    PERFORM OPEN-ONE-SLOT THRU OPEN-ONE-SLOT-EXIT
	VARYING CHANGE-INDEX FROM CHANGE-COUNT BY -1
	UNTIL CHANGE-INDEX < INSERT-INDEX.
    ADD 1 TO CHANGE-COUNT.

    MOVE ENTRY-WHEN-N TO CT-WHEN (INSERT-INDEX).
    MOVE ENTRY-COMPONENT TO CT-COMPONENT (INSERT-INDEX).
    MOVE ENTRY-PATCH-ID TO CT-PATCH-ID (INSERT-INDEX).
    MOVE ENTRY-INSTALLER TO CT-INSTALLER (INSERT-INDEX).
    MOVE ENTRY-NOTE TO CT-NOTE (INSERT-INDEX).
    MOVE "YES" TO CHANGED-FLAG.
    DISPLAY " Change " ENTRY-PATCH-ID " added as entry " INSERT-INDEX
	". ".
ADD-ENTRY-EXIT.
    EXIT.

FIND-INSERT-POINT.
    IF CT-WHEN (CHANGE-INDEX) NOT > ENTRY-WHEN-N
	COMPUTE INSERT-INDEX = CHANGE-INDEX + 1.
FIND-INSERT-POINT-EXIT.
    EXIT.

OPEN-ONE-SLOT.
    COMPUTE CHANGE-INDEX-NEXT = CHANGE-INDEX + 1.
    MOVE CT-ENTRY (CHANGE-INDEX) TO CT-ENTRY (CHANGE-INDEX-NEXT).
OPEN-ONE-SLOT-EXIT.
    EXIT.

* Correct an existing entry, picked by its number in the listing.  A
* blank answer keeps the old value; the date, time and component are
* not changed here -- a change recorded at the wrong time is deleted
* and added again, so the register stays in order.
CHANGE-ENTRY.
    PERFORM GET-ENTRY-NUMBER THRU GET-ENTRY-NUMBER-EXIT.
    IF NOT FIELD-OK
	GO TO CHANGE-ENTRY-EXIT.

    MOVE ENTRY-NUMBER TO CHANGE-INDEX.
    PERFORM FORMAT-LIST-LINE THRU FORMAT-LIST-LINE-EXIT.
    DISPLAY " " LIST-LINE.

    DISPLAY " Enter the new patch or version identifier (blank keeps the old): ".
    ACCEPT ENTRY-PATCH-ID.
    IF ENTRY-PATCH-ID NOT = SPACES
	MOVE ENTRY-PATCH-ID TO CT-PATCH-ID (ENTRY-NUMBER).

    DISPLAY " Enter the new installer's initials (blank keeps the old): ".
    ACCEPT ENTRY-INSTALLER.
    IF ENTRY-INSTALLER NOT = SPACES
	MOVE ENTRY-INSTALLER TO CT-INSTALLER (ENTRY-NUMBER).

    DISPLAY " Enter the new note (blank keeps the old): ".
    ACCEPT ENTRY-NOTE.
    IF ENTRY-NOTE NOT = SPACES
	MOVE ENTRY-NOTE TO CT-NOTE (ENTRY-NUMBER).

    MOVE "YES" TO CHANGED-FLAG.
    DISPLAY " Entry " ENTRY-NUMBER " changed. ".
CHANGE-ENTRY-EXIT.
    EXIT.

DELETE-ENTRY.
    PERFORM GET-ENTRY-NUMBER THRU GET-ENTRY-NUMBER-EXIT.
    IF NOT FIELD-OK
	GO TO DELETE-ENTRY-EXIT.

* close the gap the deleted entry leaves, one entry at a time
    PERFORM SHIFT-ONE-ENTRY THRU SHIFT-ONE-ENTRY-EXIT
	VARYING CHANGE-INDEX FROM ENTRY-NUMBER BY 1
	UNTIL CHANGE-INDEX NOT < CHANGE-COUNT.
    SUBTRACT 1 FROM CHANGE-COUNT.
    MOVE "YES" TO CHANGED-FLAG.
    DISPLAY " Entry " ENTRY-NUMBER " deleted. ".
DELETE-ENTRY-EXIT.
    EXIT.

SHIFT-ONE-ENTRY.
    COMPUTE CHANGE-INDEX-NEXT = CHANGE-INDEX + 1.
    MOVE CT-ENTRY (CHANGE-INDEX-NEXT) TO CT-ENTRY (CHANGE-INDEX).
SHIFT-ONE-ENTRY-EXIT.
    EXIT.

GET-ENTRY-NUMBER.
    MOVE "YES" TO FIELD-OK-FLAG.
    DISPLAY " Enter the entry number from the listing: ".
    ACCEPT ENTRY-NUMBER.
    IF ENTRY-NUMBER < 1 OR ENTRY-NUMBER > CHANGE-COUNT
	DISPLAY " ? There is no entry with that number. "
	MOVE "NO " TO FIELD-OK-FLAG.
GET-ENTRY-NUMBER-EXIT.
    EXIT.

* Ask for the installation date and time and check that they are a
* real calendar date and a real time of day.
GET-ENTRY-WHEN.
    MOVE "YES" TO FIELD-OK-FLAG.
    DISPLAY " Enter the installation date, YYMMDD: ".
    ACCEPT ENTRY-DATE.
    IF ENTRY-DATE IS NOT NUMERIC
       OR ENTRY-MM < 1 OR ENTRY-MM > 12
       OR ENTRY-DD < 1 OR ENTRY-DD > 31
	DISPLAY " ? That is not a date of the form YYMMDD. "
	MOVE "NO " TO FIELD-OK-FLAG
	GO TO GET-ENTRY-WHEN-EXIT.

    DISPLAY " Enter the installation time, HHMM (24-hour): ".
    ACCEPT ENTRY-TIME.
    IF ENTRY-TIME IS NOT NUMERIC
       OR ENTRY-HH > 23 OR ENTRY-MI > 59
	DISPLAY " ? That is not a time of the form HHMM. "
	MOVE "NO " TO FIELD-OK-FLAG.
GET-ENTRY-WHEN-EXIT.
    EXIT.

* The five components the tests can speak for.  DAP and FAL are one
* component -- a FAL patch shows up as a DAP failure.
GET-ENTRY-COMPONENT.
    MOVE "YES" TO FIELD-OK-FLAG.
    DISPLAY " Enter the component -- DIX, DAP/FAL, DIT, DECNET or MONITOR: ".
    ACCEPT ENTRY-COMPONENT.

    IF ENTRY-COMPONENT = "DAP" OR ENTRY-COMPONENT = "FAL"
	MOVE "DAP/FAL" TO ENTRY-COMPONENT.

    IF ENTRY-COMPONENT NOT = "DIX"
       AND ENTRY-COMPONENT NOT = "DAP/FAL"
       AND ENTRY-COMPONENT NOT = "DIT"
       AND ENTRY-COMPONENT NOT = "DECNET"
       AND ENTRY-COMPONENT NOT = "MONITOR"
	DISPLAY " ? The component must be DIX, DAP/FAL, DIT, DECNET or "
	DISPLAY "   MONITOR. "
	MOVE "NO " TO FIELD-OK-FLAG.
GET-ENTRY-COMPONENT-EXIT.
    EXIT.

GET-CYCLE-WINDOW.
    DISPLAY " Enter the window -- a failure within this many cycles of a ".
    DISPLAY " change makes it SUSPECT (1 thru 99, default 3): ".
    ACCEPT CYCLE-WINDOW.
    IF CYCLE-WINDOW < 1 OR CYCLE-WINDOW > 99
	MOVE 3 TO CYCLE-WINDOW.
GET-CYCLE-WINDOW-EXIT.
    EXIT.

* Rewrite CHGREG.DAT in one piece from the table.
SAVE-CHANGE-TABLE.
    OPEN OUTPUT CHANGE-FILE.
    IF CHANGE-FILE-STATUS NOT = "00"
	DISPLAY "? SAVE-CHANGE-TABLE: CHGREG.DAT could not be rewritten, status = "
	    CHANGE-FILE-STATUS
	MOVE 1 TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.

    PERFORM SAVE-ONE-ENTRY THRU SAVE-ONE-ENTRY-EXIT
	VARYING CHANGE-INDEX FROM 1 BY 1
	UNTIL CHANGE-INDEX > CHANGE-COUNT.
    CLOSE CHANGE-FILE.
    DISPLAY " DILCHG: " CHANGE-COUNT
	" change(s) written to CHGREG.DAT. ".
SAVE-CHANGE-TABLE-EXIT.
    EXIT.

SAVE-ONE-ENTRY.
    MOVE CT-WHEN (CHANGE-INDEX) TO ENTRY-WHEN-N.
    MOVE ENTRY-DATE TO CHG-DATE.
    MOVE ENTRY-TIME TO CHG-TIME.
    MOVE CT-COMPONENT (CHANGE-INDEX) TO CHG-COMPONENT.
    MOVE CT-PATCH-ID (CHANGE-INDEX) TO CHG-PATCH-ID.
    MOVE CT-INSTALLER (CHANGE-INDEX) TO CHG-INSTALLER.
    MOVE CT-NOTE (CHANGE-INDEX) TO CHG-NOTE.
    WRITE CHANGE-RECORD.
SAVE-ONE-ENTRY-EXIT.
    EXIT.

* The correlation report.  Every cycle on record is loaded first, so
* each change can find the last cycle before it and count the cycles
* up to its first failure.  The masters are opened once for the whole
* report; any that is missing simply has nothing to report.
REPORT-CORRELATION.
    MOVE 0 TO SUSPECT-COUNT.
    IF CHANGE-COUNT = 0
	DISPLAY " (THE CHANGE REGISTER IS EMPTY) "
	GO TO REPORT-CORRELATION-EXIT.

    PERFORM LOAD-CYCLE-TABLE THRU LOAD-CYCLE-TABLE-EXIT.

    MOVE "NO " TO DIXMST-OPEN-FLAG.
    OPEN INPUT DIXMST-FILE.
    IF DIXMST-FILE-STATUS = "00"
	MOVE "YES" TO DIXMST-OPEN-FLAG.

    MOVE "NO " TO INCIDENT-OPEN-FLAG.
    OPEN INPUT INCIDENT-FILE.
    IF INCIDENT-FILE-STATUS = "00"
	MOVE "YES" TO INCIDENT-OPEN-FLAG.

    DISPLAY " ".
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " DIL Change Correlation Report ".
    DISPLAY " A change is SUSPECT when its component fails within "
	CYCLE-WINDOW " cycle(s) ".
    DISPLAY " after passing the last cycle before it. ".
    DISPLAY " " CYCLE-COUNT " cycle(s) on record in RUNMST.ISM. ".
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY "   #  DATE   TIME  COMPONENT  PATCH ID     BY   NOTE".
    PERFORM CORRELATE-ONE-CHANGE THRU CORRELATE-ONE-CHANGE-EXIT
	VARYING CHANGE-INDEX FROM 1 BY 1
	UNTIL CHANGE-INDEX > CHANGE-COUNT.
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " DILCHG: " SUSPECT-COUNT " change(s) flagged SUSPECT. ".

    IF DIXMST-OPEN
	CLOSE DIXMST-FILE.
    IF INCIDENT-OPEN
	CLOSE INCIDENT-FILE.
REPORT-CORRELATION-EXIT.
    EXIT.

* Load RUNMST.ISM in run id order.  Once the table is full the oldest
* cycle is dropped to make room, so the most recent cycles -- the
* ones recent changes are judged by -- are always the ones kept.
LOAD-CYCLE-TABLE.
    MOVE 0 TO CYCLE-COUNT.
    OPEN INPUT RUNMST-FILE.
    IF RUNMST-FILE-STATUS NOT = "00"
	DISPLAY " DILCHG: no RUNMST.ISM here -- no cycles to count. "
	GO TO LOAD-CYCLE-TABLE-EXIT.

    MOVE "NO " TO READ-DONE-FLAG.
    MOVE 0 TO RUNMST-RUN-ID.
    START RUNMST-FILE KEY IS NOT LESS THAN RUNMST-RUN-ID
	INVALID KEY
	    MOVE "YES" TO READ-DONE-FLAG.
    PERFORM LOAD-ONE-CYCLE THRU LOAD-ONE-CYCLE-EXIT
	UNTIL READ-DONE.
    CLOSE RUNMST-FILE.
LOAD-CYCLE-TABLE-EXIT.
    EXIT.

LOAD-ONE-CYCLE.
    READ RUNMST-FILE NEXT RECORD
	AT END
	    MOVE "YES" TO READ-DONE-FLAG
	    GO TO LOAD-ONE-CYCLE-EXIT.

    IF RUNMST-FILE-STATUS NOT = "00"
	MOVE "YES" TO READ-DONE-FLAG
	GO TO LOAD-ONE-CYCLE-EXIT.

    IF CYCLE-COUNT = MAX-CYCLE-COUNT
	PERFORM DROP-ONE-CYCLE THRU DROP-ONE-CYCLE-EXIT
	    VARYING CYCLE-INDEX FROM 1 BY 1
	    UNTIL CYCLE-INDEX NOT < CYCLE-COUNT
	SUBTRACT 1 FROM CYCLE-COUNT.

    ADD 1 TO CYCLE-COUNT.
    MOVE RUNMST-RUN-ID TO CY-RUN-ID (CYCLE-COUNT).
    MOVE RUNMST-DIX TO CY-DIX (CYCLE-COUNT).
    MOVE RUNMST-DAP TO CY-DAP (CYCLE-COUNT).
    MOVE RUNMST-DIT TO CY-DIT (CYCLE-COUNT).
    MOVE RUNMST-CC TO CY-CC (CYCLE-COUNT).
LOAD-ONE-CYCLE-EXIT.
    EXIT.

DROP-ONE-CYCLE.
    COMPUTE CYCLE-INDEX-NEXT = CYCLE-INDEX + 1.
    MOVE CYCLE-ENTRY (CYCLE-INDEX-NEXT) TO CYCLE-ENTRY (CYCLE-INDEX).
DROP-ONE-CYCLE-EXIT.
    EXIT.

* One change: its register line, the first failure or regression in
* its component since, and -- unless the component is judged by the
* incidents themselves -- the first incident of the cycle.
CORRELATE-ONE-CHANGE.
    PERFORM FORMAT-LIST-LINE THRU FORMAT-LIST-LINE-EXIT.
    DISPLAY " ".
    DISPLAY " " LIST-LINE.

    PERFORM FIND-PRIOR-CYCLE THRU FIND-PRIOR-CYCLE-EXIT.
    PERFORM FIND-FIRST-INCIDENT THRU FIND-FIRST-INCIDENT-EXIT.

    MOVE 0 TO FIRST-FAIL-RUN-ID.
    MOVE SPACES TO FIRST-FAIL-WHAT.
    IF CT-COMPONENT (CHANGE-INDEX) = "DIX"
	PERFORM FIND-FIRST-DIX-FAILURE THRU FIND-FIRST-DIX-FAILURE-EXIT
    ELSE IF CT-COMPONENT (CHANGE-INDEX) = "DAP/FAL"
       OR CT-COMPONENT (CHANGE-INDEX) = "DIT"
	PERFORM FIND-FIRST-EXCEPTION THRU FIND-FIRST-EXCEPTION-EXIT
    ELSE
	MOVE FIRST-INC-RUN-ID TO FIRST-FAIL-RUN-ID
	MOVE FIRST-INC-WHAT TO FIRST-FAIL-WHAT.

    MOVE "FIRST FAILURE: " TO EL-LABEL.
    MOVE FIRST-FAIL-RUN-ID TO EVIDENCE-RUN-ID.
    MOVE FIRST-FAIL-WHAT TO EL-WHAT.
    PERFORM JUDGE-EVIDENCE THRU JUDGE-EVIDENCE-EXIT.
    IF EL-REMARK = "SUSPECT"
	ADD 1 TO SUSPECT-COUNT.
    DISPLAY " " EVIDENCE-LINE.

    IF CT-COMPONENT (CHANGE-INDEX) = "DECNET"
       OR CT-COMPONENT (CHANGE-INDEX) = "MONITOR"
	GO TO CORRELATE-ONE-CHANGE-EXIT.

* the cycle's first incident is shown for every change, but only the
* component's own evidence decides SUSPECT
    MOVE "FIRST INCIDENT:" TO EL-LABEL.
    MOVE FIRST-INC-RUN-ID TO EVIDENCE-RUN-ID.
    MOVE FIRST-INC-WHAT TO EL-WHAT.
    PERFORM JUDGE-EVIDENCE THRU JUDGE-EVIDENCE-EXIT.
    IF EL-REMARK = "SUSPECT"
	MOVE SPACES TO EL-REMARK.
    DISPLAY " " EVIDENCE-LINE.
CORRELATE-ONE-CHANGE-EXIT.
    EXIT.

* The last cycle before the change, and whether the change's
* component had already failed in it -- a failure that was there
* before the change was not brought in by it.
FIND-PRIOR-CYCLE.
    MOVE 0 TO PRIOR-INDEX.
    MOVE 0 TO PRIOR-RUN-ID.
    MOVE "NO " TO PRIOR-FAILING-FLAG.
    PERFORM FIND-ONE-PRIOR-CYCLE THRU FIND-ONE-PRIOR-CYCLE-EXIT
	VARYING CYCLE-INDEX FROM 1 BY 1
	UNTIL CYCLE-INDEX > CYCLE-COUNT.
    IF PRIOR-INDEX = 0
	GO TO FIND-PRIOR-CYCLE-EXIT.

    MOVE CY-RUN-ID (PRIOR-INDEX) TO PRIOR-RUN-ID.
    IF CT-COMPONENT (CHANGE-INDEX) = "DIX"
	IF CY-DIX (PRIOR-INDEX) = "FAIL"
	    MOVE "YES" TO PRIOR-FAILING-FLAG.
    IF CT-COMPONENT (CHANGE-INDEX) = "DAP/FAL"
	IF CY-DAP (PRIOR-INDEX) = "FAIL"
	    MOVE "YES" TO PRIOR-FAILING-FLAG.
    IF CT-COMPONENT (CHANGE-INDEX) = "DIT"
	IF CY-DIT (PRIOR-INDEX) = "FAIL"
	    MOVE "YES" TO PRIOR-FAILING-FLAG.
    IF CT-COMPONENT (CHANGE-INDEX) = "DECNET"
       OR CT-COMPONENT (CHANGE-INDEX) = "MONITOR"
	IF CY-CC (PRIOR-INDEX) NOT = 0
	    MOVE "YES" TO PRIOR-FAILING-FLAG.
FIND-PRIOR-CYCLE-EXIT.
    EXIT.

FIND-ONE-PRIOR-CYCLE.
    IF CY-RUN-ID (CYCLE-INDEX) < CT-WHEN (CHANGE-INDEX)
	MOVE CYCLE-INDEX TO PRIOR-INDEX.
FIND-ONE-PRIOR-CYCLE-EXIT.
    EXIT.

* The first incident DILVER raised after the change: the incident
* file is keyed by run id, so it is the first record past the
* change's date and time.
FIND-FIRST-INCIDENT.
    MOVE 0 TO FIRST-INC-RUN-ID.
    MOVE SPACES TO FIRST-INC-WHAT.
    IF NOT INCIDENT-OPEN
	GO TO FIND-FIRST-INCIDENT-EXIT.

    MOVE CT-WHEN (CHANGE-INDEX) TO INC-RUN-ID.
    START INCIDENT-FILE KEY IS GREATER THAN INC-RUN-ID
	INVALID KEY
	    GO TO FIND-FIRST-INCIDENT-EXIT.
    READ INCIDENT-FILE NEXT RECORD
	AT END
	    GO TO FIND-FIRST-INCIDENT-EXIT.
    IF INCIDENT-FILE-STATUS NOT = "00"
	GO TO FIND-FIRST-INCIDENT-EXIT.

    MOVE INC-RUN-ID TO FIRST-INC-RUN-ID.
    STRING "INCIDENT " DELIMITED BY SIZE
	INC-FAILED-LIST DELIMITED BY SIZE
	INTO FIRST-INC-WHAT.

* for DECnet and the monitor the incidents are the evidence, and an
* incident on the last cycle before the change means the cycle was
* already failing
    IF PRIOR-RUN-ID NOT = 0
	MOVE PRIOR-RUN-ID TO INC-RUN-ID
	READ INCIDENT-FILE
	    INVALID KEY
		GO TO FIND-FIRST-INCIDENT-EXIT.
    IF PRIOR-RUN-ID NOT = 0
       AND (CT-COMPONENT (CHANGE-INDEX) = "DECNET"
	OR CT-COMPONENT (CHANGE-INDEX) = "MONITOR")
	MOVE "YES" TO PRIOR-FAILING-FLAG.
FIND-FIRST-INCIDENT-EXIT.
    EXIT.

* The first failing DIX test after the change: from DIXMST.ISM, which
* is keyed date first, starting at the change's date; or, on a system
* with no master, from DIXLOG.LOG read front to back.
FIND-FIRST-DIX-FAILURE.
    IF DIXMST-OPEN
	PERFORM SCAN-DIXMST THRU SCAN-DIXMST-EXIT
    ELSE
	PERFORM SCAN-DIXLOG THRU SCAN-DIXLOG-EXIT.
FIND-FIRST-DIX-FAILURE-EXIT.
    EXIT.

SCAN-DIXMST.
    MOVE "NO " TO READ-DONE-FLAG.
    MOVE CT-WHEN (CHANGE-INDEX) TO ENTRY-WHEN-N.
    MOVE ENTRY-DATE TO DIXMST-DATE.
    MOVE 0 TO DIXMST-TESTA.
    START DIXMST-FILE KEY IS NOT LESS THAN DIXMST-KEY
	INVALID KEY
	    MOVE "YES" TO READ-DONE-FLAG.
    PERFORM SCAN-ONE-DIXMST THRU SCAN-ONE-DIXMST-EXIT
	UNTIL READ-DONE.
SCAN-DIXMST-EXIT.
    EXIT.

SCAN-ONE-DIXMST.
    READ DIXMST-FILE NEXT RECORD
	AT END
	    MOVE "YES" TO READ-DONE-FLAG
	    GO TO SCAN-ONE-DIXMST-EXIT.

    IF DIXMST-FILE-STATUS NOT = "00"
	MOVE "YES" TO READ-DONE-FLAG
	GO TO SCAN-ONE-DIXMST-EXIT.

    IF DIXMST-FLAG NOT = "FAILURE"
       OR DIXMST-RUN-ID NOT > CT-WHEN (CHANGE-INDEX)
	GO TO SCAN-ONE-DIXMST-EXIT.

    MOVE DIXMST-RUN-ID TO FIRST-FAIL-RUN-ID.
    MOVE DIXMST-TESTA TO TEST-NUMBER-EDIT.
    MOVE SPACES TO FIRST-FAIL-WHAT.
    STRING "DIX TEST " DELIMITED BY SIZE
	TEST-NUMBER-EDIT DELIMITED BY SIZE
	" FAILURE" DELIMITED BY SIZE
	INTO FIRST-FAIL-WHAT.
    MOVE "YES" TO READ-DONE-FLAG.
SCAN-ONE-DIXMST-EXIT.
    EXIT.

SCAN-DIXLOG.
    OPEN INPUT DIXLOG-FILE.
    IF DIXLOG-FILE-STATUS NOT = "00"
	GO TO SCAN-DIXLOG-EXIT.

    MOVE "NO " TO READ-DONE-FLAG.
    PERFORM SCAN-ONE-DIXLOG THRU SCAN-ONE-DIXLOG-EXIT
	UNTIL READ-DONE.
    CLOSE DIXLOG-FILE.
SCAN-DIXLOG-EXIT.
    EXIT.

SCAN-ONE-DIXLOG.
    READ DIXLOG-FILE
	AT END
	    MOVE "YES" TO READ-DONE-FLAG
	    GO TO SCAN-ONE-DIXLOG-EXIT.

    IF DIXLOG-RUN-ID IS NOT NUMERIC
	GO TO SCAN-ONE-DIXLOG-EXIT.
    IF DIXLOG-FLAG NOT = "FAILURE"
       OR DIXLOG-RUN-ID-N NOT > CT-WHEN (CHANGE-INDEX)
	GO TO SCAN-ONE-DIXLOG-EXIT.

    MOVE DIXLOG-RUN-ID-N TO FIRST-FAIL-RUN-ID.
    MOVE SPACES TO FIRST-FAIL-WHAT.
    STRING "DIX TEST " DELIMITED BY SIZE
	DIXLOG-TESTA DELIMITED BY SIZE
	" FAILURE" DELIMITED BY SIZE
	INTO FIRST-FAIL-WHAT.
    MOVE "YES" TO READ-DONE-FLAG.
SCAN-ONE-DIXLOG-EXIT.
    EXIT.

* The first DILBEN exception after the change against the change's
* component -- the DIT-LOAD and DIT-ERRS pseudo-operations for DIT,
* every other operation for DAP/FAL.  An exception on the last cycle
* before the change means the component was already degraded.
FIND-FIRST-EXCEPTION.
    OPEN INPUT BENEXC-FILE.
    IF BENEXC-FILE-STATUS NOT = "00"
	GO TO FIND-FIRST-EXCEPTION-EXIT.

    MOVE "NO " TO READ-DONE-FLAG.
    PERFORM SCAN-ONE-EXCEPTION THRU SCAN-ONE-EXCEPTION-EXIT
	UNTIL READ-DONE.
    CLOSE BENEXC-FILE.
FIND-FIRST-EXCEPTION-EXIT.
    EXIT.

SCAN-ONE-EXCEPTION.
    READ BENEXC-FILE
	AT END
	    MOVE "YES" TO READ-DONE-FLAG
	    GO TO SCAN-ONE-EXCEPTION-EXIT.

    IF BENEXC-RUN-ID IS NOT NUMERIC
	GO TO SCAN-ONE-EXCEPTION-EXIT.
    IF CT-COMPONENT (CHANGE-INDEX) = "DIT"
       AND BENEXC-OP-PREFIX NOT = "DIT-"
	GO TO SCAN-ONE-EXCEPTION-EXIT.
    IF CT-COMPONENT (CHANGE-INDEX) = "DAP/FAL"
       AND BENEXC-OP-PREFIX = "DIT-"
	GO TO SCAN-ONE-EXCEPTION-EXIT.

    IF PRIOR-RUN-ID NOT = 0
       AND BENEXC-RUN-ID-N = PRIOR-RUN-ID
	MOVE "YES" TO PRIOR-FAILING-FLAG.

    IF BENEXC-RUN-ID-N NOT > CT-WHEN (CHANGE-INDEX)
       OR FIRST-FAIL-RUN-ID NOT = 0
	GO TO SCAN-ONE-EXCEPTION-EXIT.

    MOVE BENEXC-RUN-ID-N TO FIRST-FAIL-RUN-ID.
    MOVE SPACES TO FIRST-FAIL-WHAT.
    STRING BENEXC-NODE DELIMITED BY " "
	" " DELIMITED BY SIZE
	BENEXC-OPERATION DELIMITED BY " "
	" " DELIMITED BY SIZE
	BENEXC-REMARK DELIMITED BY SIZE
	INTO FIRST-FAIL-WHAT.
SCAN-ONE-EXCEPTION-EXIT.
    EXIT.

* Fill in the run id, cycle count and remark of EVIDENCE-LINE for the
* failure at EVIDENCE-RUN-ID: the cycles counted are those after the
* change up to and including the failing one.
JUDGE-EVIDENCE.
    MOVE SPACES TO EL-REMARK.
    IF EVIDENCE-RUN-ID = 0
	MOVE "NONE SINCE" TO EL-WHAT
	MOVE SPACES TO EL-RUN-ID
	MOVE 0 TO EL-CYCLES
	GO TO JUDGE-EVIDENCE-EXIT.

    MOVE EVIDENCE-RUN-ID TO EL-RUN-ID-EDIT.
    MOVE EL-RUN-ID-EDIT TO EL-RUN-ID.
    MOVE 0 TO CYCLES-AFTER.
    PERFORM COUNT-ONE-CYCLE THRU COUNT-ONE-CYCLE-EXIT
	VARYING CYCLE-INDEX FROM 1 BY 1
	UNTIL CYCLE-INDEX > CYCLE-COUNT.
    MOVE CYCLES-AFTER TO EL-CYCLES.

    IF CYCLES-AFTER > CYCLE-WINDOW
	MOVE "OUTSIDE WINDOW" TO EL-REMARK
    ELSE IF PRIOR-FAILING
	MOVE "ALREADY FAILING" TO EL-REMARK
    ELSE
	MOVE "SUSPECT" TO EL-REMARK.
JUDGE-EVIDENCE-EXIT.
    EXIT.

COUNT-ONE-CYCLE.
    IF CY-RUN-ID (CYCLE-INDEX) > CT-WHEN (CHANGE-INDEX)
       AND CY-RUN-ID (CYCLE-INDEX) NOT > EVIDENCE-RUN-ID
	ADD 1 TO CYCLES-AFTER.
COUNT-ONE-CYCLE-EXIT.
    EXIT.
