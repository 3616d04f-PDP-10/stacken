IDENTIFICATION DIVISION.

PROGRAM-ID.

	DILJNL.

AUTHOR.

	DIGITAL EQUIPMENT CORPORATION.

	This is the listing program for DILJNL.LOG, the maintenance
	journal DILNOD, DIXLIB, DILINC, DILBEN and DIXRCN append to.
	Every add, change, delete, disable and enable of a node-table
	entry or an analyst case, every incident acknowledgment, every
	re-baselined operation and every result record a DIXMST.ISM
	rebuild puts right is journaled there with the date, time,
	initials, program, action, key and the record before and after.
	This program selects journal entries by date range, program,
	key or operator and, for each, prints only the fields that
	differ between the before and after images, so the auditor's
	question "who disabled that node, and what did the entry say
	before?" is answered in one listing.

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
* Edit (%O'1', '29-Oct-86', 'Karin Lindqvist')
* %(  New program.  Lists DILJNL.LOG, selected by a date range, a
*     program, a key and an operator initials, any of them left
*     blank for all.  A key of six characters or fewer also matches
*     the leading node name of a DILBEN key, so one node's baselines
*     can be listed with the rest of its history.  Each entry's
*     before and after images are split into their record's fields
*     -- DILNODE.DAT entries, DIXCAS.DAT cards, DILINC.ISM incidents
*     and BASELIN.DAT baselines -- and every field that differs is
*     printed, old value and new; a password is only ever reported as
*     changed.  FILES: DILJNL.CBL (NEW), DILNOD.CBL, DIXLIB.CBL,
*     DILINC.CBL, DILBEN.CBL )%
*
* Edit (%O'2', '31-Oct-86', 'Karin Lindqvist')
* %(  A DILNODE.DAT entry now ends with the node's concurrent-session
*     count (DILNOD.CBL edit 5); the node view splits it out, so a
*     changed count is listed like any other field.  FILES:
*     DILJNL.CBL )%
*
* Edit (%O'3', '5-Nov-86', 'Karin Lindqvist')
* %(  A DILNODE.DAT entry now also ends with the node's DIX system
*     type (DILNOD.CBL edit 6); the node view splits it out.  FILES:
*     DILJNL.CBL )%
*
* Edit (%O'4', '6-Nov-86', 'Karin Lindqvist')
* %(  DIXRCN's rebuild of DIXMST.ISM journals every record it
*     restores, corrects or removes, the images in DIXLOG.LOG's line
*     layout; add a view for them so a corrected status or run id is
*     listed field by field.  FILES: DILJNL.CBL )%
*
* Edit (%O'5', '7-Nov-86', 'Karin Lindqvist')
* %(  DILINC.ISM incident records grew a failure-cause letter each for
*     DAP, DIT and EXC (DILVER.CBL edit 45); the incident view splits
*     them out.  FILES: DILJNL.CBL )%
*
* Edit (%O'6', '8-Nov-86', 'Karin Lindqvist')
* %(  DILNOD now books planned outages in DILOUT.DAT and journals
*     them as BOOK OUTAGE and DROP OUTAGE (DILNOD.CBL edit 7); those
*     entries get their own view -- node, from, to, reason, booked by
*     and on.  DILNODE.DAT grew the date a node was disabled; the node
*     view splits it out.  FILES: DILJNL.CBL )%
*
* Edit (%O'7', '11-Nov-86', 'Karin Lindqvist')
* %(  The program prompt now names DIXRCN, whose entries have had
*     their own view since edit 4.  FILES: DILJNL.CBL )%

INSTALLATION.

	DEC-MARLBOROUGH.

DATE-WRITTEN.

	OCTOBER 29, 1986.

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.

	DECSYSTEM-20.

OBJECT-COMPUTER.

	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

    SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "DILJNL.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS JOURNAL-FILE-STATUS.

DATA DIVISION.

FILE SECTION.

* one maintenance action, as DILNOD, DIXLIB, DILINC, DILBEN and
* DIXRCN journal them
FD  JOURNAL-FILE
    LABEL RECORDS ARE STANDARD.

01  JOURNAL-RECORD.
    05  JNL-DATE PIC 9(6).
    05  JNL-TIME PIC 9(4).
    05  JNL-INITIALS PIC X(3).
    05  JNL-PROGRAM PIC X(6).
    05  JNL-ACTION PIC X(11).
    05  JNL-KEY PIC X(20).
    05  JNL-KEY-R REDEFINES JNL-KEY.
	10  JNL-KEY-FIRST PIC X(6).
	10  FILLER PIC X(14).
    05  JNL-BEFORE PIC X(160).
    05  JNL-AFTER PIC X(160).

WORKING-STORAGE SECTION.

01  JOURNAL-FILE-STATUS PIC X(2).

01  JOURNAL-EOF-FLAG PIC X(3) VALUE "NO ".
    88  JOURNAL-EOF VALUE "YES".

* the selection: a blank program, key or operator selects them all;
* a blank date leaves that end of the range open
01  SELECT-FROM-DATE PIC 9(6).
01  SELECT-TO-DATE PIC 9(6).
01  SELECT-PROGRAM PIC X(6).
01  SELECT-KEY PIC X(20).
01  SELECT-KEY-R REDEFINES SELECT-KEY.
    05  SELECT-KEY-FIRST PIC X(6).
    05  SELECT-KEY-REST PIC X(14).
01  SELECT-INITIALS PIC X(3).

01  ENTRY-SELECTED-FLAG PIC X(3).
    88  ENTRY-SELECTED VALUE "YES".

* the image being split into its fields, with a view for each record
* the journal carries.  Each view follows its program's own record
* description exactly.
01  WORK-IMAGE PIC X(160).

01  NODE-IMAGE REDEFINES WORK-IMAGE.
    05  NI-NAME PIC X(6).
    05  NI-DIRECTORY PIC X(39).
    05  NI-PASSWD PIC X(39).
    05  NI-DISABLED PIC X(1).
    05  NI-COMMENT PIC X(30).
    05  NI-CTSERV PIC X(1).
    05  NI-PW-FLAG PIC X(1).
    05  NI-SESSIONS PIC X(2).
    05  NI-SYSTEM-TYPE PIC X(4).
    05  NI-DISABLED-DATE PIC X(6).
    05  FILLER PIC X(31).

01  OUTAGE-IMAGE REDEFINES WORK-IMAGE.
    05  OI-NODE PIC X(6).
    05  OI-FROM-DATE PIC X(6).
    05  OI-FROM-TIME PIC X(4).
    05  OI-TO-DATE PIC X(6).
    05  OI-TO-TIME PIC X(4).
    05  OI-REASON PIC X(30).
    05  OI-BOOKED-BY PIC X(3).
    05  OI-BOOKED-DATE PIC X(6).
    05  FILLER PIC X(95).

01  CASE-IMAGE REDEFINES WORK-IMAGE.
    05  CI-NUMBER PIC X(3).
    05  CI-SOURCE-SIXBIT PIC X(36).
    05  CI-SRC-PARM1 PIC X(3).
    05  CI-SRC-PARM2 PIC X(3).
    05  CI-SRC-PARM3 PIC X(3).
    05  CI-SRC-DATA-TYPE PIC X(3).
    05  CI-SRC-PARM4 PIC X(3).
    05  CI-SRC-PARM5 PIC X(3).
    05  CI-DST-SYSTEM PIC X(3).
    05  CI-DST-PARM1 PIC X(3).
    05  CI-DST-PARM2 PIC X(3).
    05  CI-DST-PARM3 PIC X(3).
    05  CI-DST-DATA-TYPE PIC X(3).
    05  CI-DST-PARM4 PIC X(3).
    05  CI-DST-PARM5 PIC X(3).
    05  CI-EXPECTED PIC X(12).
    05  FILLER PIC X(70).

01  INCIDENT-IMAGE REDEFINES WORK-IMAGE.
    05  II-RUN-ID PIC X(10).
    05  II-DATE PIC X(6).
    05  II-SYSTEM PIC X(6).
    05  II-FAILED-LIST PIC X(16).
    05  II-DIX-FAILED-TEST PIC X(4).
    05  II-FAILED-NODE PIC X(6).
    05  II-ACK-FLAG PIC X(1).
    05  II-ACK-INITIALS PIC X(3).
    05  II-DISPOSITION PIC X(40).
    05  II-REPEAT-FLAG PIC X(1).
    05  II-RESOLVED-FLAG PIC X(1).
    05  II-RESOLVED-RUN-ID PIC X(10).
    05  II-RESOLVED-DATE PIC X(6).
    05  II-DAP-CAUSE PIC X(1).
    05  II-DIT-CAUSE PIC X(1).
    05  II-EXC-CAUSE PIC X(1).
    05  FILLER PIC X(47).

01  BASELINE-IMAGE REDEFINES WORK-IMAGE.
    05  BI-OP-NAME PIC X(10).
    05  BI-SENSE PIC X(1).
    05  BI-VALUE PIC X(10).
    05  BI-DATE PIC X(6).
    05  BI-INITIALS PIC X(3).
    05  BI-NODE PIC X(6).
    05  FILLER PIC X(124).

01  RESULT-IMAGE REDEFINES WORK-IMAGE.
    05  RI-DATE PIC X(6).
    05  FILLER PIC X(1).
    05  RI-TESTA PIC X(3).
    05  FILLER PIC X(1).
    05  RI-STATUS PIC X(11).
    05  FILLER PIC X(1).
    05  RI-SEVERITY PIC X(11).
    05  FILLER PIC X(1).
    05  RI-FLAG PIC X(8).
    05  FILLER PIC X(1).
    05  RI-RUN-ID PIC X(10).
    05  FILLER PIC X(106).

* the fields of one journal entry, before and after side by side;
* FT-SECRET marks a field whose value is never printed
01  FIELD-TABLE.
    05  FT-ENTRY OCCURS 20 TIMES.
	10  FT-NAME PIC X(20).
	10  FT-BEFORE PIC X(40).
	10  FT-AFTER PIC X(40).
	10  FT-SECRET PIC X(1).

77  FIELD-COUNT PIC S9(4) COMP.
77  FIELD-INDEX PIC S9(4) COMP.
77  DIFF-COUNT PIC S9(4) COMP.

* which side of the entry SPLIT-IMAGE is filling in
01  SPLIT-SIDE PIC X(1).
    88  SPLITTING-BEFORE VALUE "B".

* one field handed to ADD-FIELD
01  FIELD-NAME-WORK PIC X(20).
01  FIELD-VALUE-WORK PIC X(40).
01  FIELD-SECRET-WORK PIC X(1) VALUE SPACE.

* YES when the entry's program has a field layout here
01  LAYOUT-KNOWN-FLAG PIC X(3).
    88  LAYOUT-KNOWN VALUE "YES".

77  LISTED-COUNT PIC S9(10) COMP VALUE 0.

* one journal entry's heading line
01  ENTRY-LINE.
    05  EL-DATE PIC 9(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  EL-TIME PIC 9(4).
    05  FILLER PIC X(2) VALUE SPACES.
    05  EL-INITIALS PIC X(3).
    05  FILLER PIC X(2) VALUE SPACES.
    05  EL-PROGRAM PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  EL-ACTION PIC X(11).
    05  FILLER PIC X(2) VALUE SPACES.
    05  EL-KEY PIC X(20).

* one field-level difference under it
01  DIFF-LINE.
    05  FILLER PIC X(4) VALUE SPACES.
    05  DL-NAME PIC X(20).
    05  DL-BEFORE PIC X(40).
    05  FILLER PIC X(4) VALUE " -> ".
    05  DL-AFTER PIC X(40).

* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.

PROCEDURE DIVISION.

MAIN-LINE.
    PERFORM GET-SELECTION THRU GET-SELECTION-EXIT.

* JOURNAL-FILE is OPTIONAL and an absent optional file's OPEN status
* varies by compiler, so anything but "00" just means nothing has
* been journaled yet
    OPEN INPUT JOURNAL-FILE.
    IF JOURNAL-FILE-STATUS NOT = "00"
	DISPLAY " DILJNL: no DILJNL.LOG here -- nothing has been journaled. "
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.

    DISPLAY " ".
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " DIL Maintenance Journal ".
    DISPLAY " Dates " SELECT-FROM-DATE " thru " SELECT-TO-DATE
	"   program " SELECT-PROGRAM "   operator " SELECT-INITIALS.
    DISPLAY " Key " SELECT-KEY.
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " DATE   TIME  BY   PROGRM  ACTION       KEY ".

    PERFORM LIST-ONE-ENTRY THRU LIST-ONE-ENTRY-EXIT
	UNTIL JOURNAL-EOF.
    CLOSE JOURNAL-FILE.

    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " DILJNL: " LISTED-COUNT " journal entr(y/ies) listed. ".

    MOVE COMPLETION-CODE TO RETURN-CODE.
    STOP RUN.
MAIN-LINE-EXIT.
    EXIT.

* Ask for the selection.  A date left blank or not numeric opens that
* end of the range; the program, key and operator select all when
* left blank.
GET-SELECTION.
    DISPLAY " Enter the first date to list, YYMMDD (blank for the start ".
    DISPLAY " of the journal): ".
    ACCEPT SELECT-FROM-DATE.
    IF SELECT-FROM-DATE IS NOT NUMERIC
	MOVE 0 TO SELECT-FROM-DATE.

    DISPLAY " Enter the last date to list, YYMMDD (blank for today): ".
    ACCEPT SELECT-TO-DATE.
    IF SELECT-TO-DATE IS NOT NUMERIC OR SELECT-TO-DATE = 0
	MOVE 999999 TO SELECT-TO-DATE.

    DISPLAY " Enter the program -- DILNOD, DIXLIB, DILINC, DILBEN or DIXRCN ".
    DISPLAY " (blank for all): ".
    ACCEPT SELECT-PROGRAM.

    DISPLAY " Enter the key -- node, case number or incident run id ".
    DISPLAY " (blank for all): ".
    ACCEPT SELECT-KEY.

    DISPLAY " Enter the operator's initials (blank for all): ".
    ACCEPT SELECT-INITIALS.
GET-SELECTION-EXIT.
    EXIT.

LIST-ONE-ENTRY.
    READ JOURNAL-FILE
	AT END
	    MOVE "YES" TO JOURNAL-EOF-FLAG
	    GO TO LIST-ONE-ENTRY-EXIT.

    PERFORM CHECK-SELECTION THRU CHECK-SELECTION-EXIT.
    IF NOT ENTRY-SELECTED
	GO TO LIST-ONE-ENTRY-EXIT.

    ADD 1 TO LISTED-COUNT.
    MOVE JNL-DATE TO EL-DATE.
    MOVE JNL-TIME TO EL-TIME.
    MOVE JNL-INITIALS TO EL-INITIALS.
    MOVE JNL-PROGRAM TO EL-PROGRAM.
    MOVE JNL-ACTION TO EL-ACTION.
    MOVE JNL-KEY TO EL-KEY.
    DISPLAY " ".
    DISPLAY " " ENTRY-LINE.

* split both images into their fields, then print the ones that
* differ; an image from a program with no layout here is printed
* whole
    MOVE 0 TO FIELD-COUNT.
    MOVE "B" TO SPLIT-SIDE.
    MOVE JNL-BEFORE TO WORK-IMAGE.
    PERFORM SPLIT-IMAGE THRU SPLIT-IMAGE-EXIT.
    MOVE 0 TO FIELD-COUNT.
    MOVE "A" TO SPLIT-SIDE.
    MOVE JNL-AFTER TO WORK-IMAGE.
    PERFORM SPLIT-IMAGE THRU SPLIT-IMAGE-EXIT.

    IF NOT LAYOUT-KNOWN
	DISPLAY "     BEFORE: " JNL-BEFORE
	DISPLAY "     AFTER:  " JNL-AFTER
	GO TO LIST-ONE-ENTRY-EXIT.

    MOVE 0 TO DIFF-COUNT.
    PERFORM PRINT-ONE-DIFFERENCE THRU PRINT-ONE-DIFFERENCE-EXIT
	VARYING FIELD-INDEX FROM 1 BY 1
	UNTIL FIELD-INDEX > FIELD-COUNT.
    IF DIFF-COUNT = 0
	DISPLAY "     (NO FIELD CHANGED) ".
LIST-ONE-ENTRY-EXIT.
    EXIT.

* an entry is listed only when it passes every selection given
CHECK-SELECTION.
    MOVE "NO " TO ENTRY-SELECTED-FLAG.
    IF JNL-DATE < SELECT-FROM-DATE OR JNL-DATE > SELECT-TO-DATE
	GO TO CHECK-SELECTION-EXIT.
    IF SELECT-PROGRAM NOT = SPACES AND SELECT-PROGRAM NOT = JNL-PROGRAM
	GO TO CHECK-SELECTION-EXIT.
    IF SELECT-INITIALS NOT = SPACES AND SELECT-INITIALS NOT = JNL-INITIALS
	GO TO CHECK-SELECTION-EXIT.

* a short key matches a whole key or the node that leads a DILBEN key
    IF SELECT-KEY NOT = SPACES AND SELECT-KEY NOT = JNL-KEY
	IF SELECT-KEY-REST NOT = SPACES
	   OR SELECT-KEY-FIRST NOT = JNL-KEY-FIRST
	    GO TO CHECK-SELECTION-EXIT.

    MOVE "YES" TO ENTRY-SELECTED-FLAG.
CHECK-SELECTION-EXIT.
    EXIT.

SPLIT-IMAGE.
    MOVE "YES" TO LAYOUT-KNOWN-FLAG.
    IF JNL-PROGRAM = "DILNOD" AND (JNL-ACTION = "BOOK OUTAGE"
				   OR JNL-ACTION = "DROP OUTAGE")
	PERFORM SPLIT-OUTAGE-IMAGE THRU SPLIT-OUTAGE-IMAGE-EXIT
    ELSE IF JNL-PROGRAM = "DILNOD"
	PERFORM SPLIT-NODE-IMAGE THRU SPLIT-NODE-IMAGE-EXIT
    ELSE IF JNL-PROGRAM = "DIXLIB"
	PERFORM SPLIT-CASE-IMAGE THRU SPLIT-CASE-IMAGE-EXIT
    ELSE IF JNL-PROGRAM = "DILINC"
	PERFORM SPLIT-INCIDENT-IMAGE THRU SPLIT-INCIDENT-IMAGE-EXIT
    ELSE IF JNL-PROGRAM = "DILBEN"
	PERFORM SPLIT-BASELINE-IMAGE THRU SPLIT-BASELINE-IMAGE-EXIT
    ELSE IF JNL-PROGRAM = "DIXRCN"
	PERFORM SPLIT-RESULT-IMAGE THRU SPLIT-RESULT-IMAGE-EXIT
    ELSE
	MOVE "NO " TO LAYOUT-KNOWN-FLAG.
SPLIT-IMAGE-EXIT.
    EXIT.

* a DILNODE.DAT entry; the stored password is encoded, but it is
* still never printed
SPLIT-NODE-IMAGE.
    MOVE "NODE" TO FIELD-NAME-WORK.
    MOVE NI-NAME TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "DIRECTORY" TO FIELD-NAME-WORK.
    MOVE NI-DIRECTORY TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "PASSWORD" TO FIELD-NAME-WORK.
    MOVE NI-PASSWD TO FIELD-VALUE-WORK.
    MOVE "Y" TO FIELD-SECRET-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "DISABLED" TO FIELD-NAME-WORK.
    MOVE NI-DISABLED TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "COMMENT" TO FIELD-NAME-WORK.
    MOVE NI-COMMENT TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "CTSERV" TO FIELD-NAME-WORK.
    MOVE NI-CTSERV TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "PASSWORD FORM" TO FIELD-NAME-WORK.
    MOVE NI-PW-FLAG TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "SESSIONS" TO FIELD-NAME-WORK.
    MOVE NI-SESSIONS TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "SYSTEM TYPE" TO FIELD-NAME-WORK.
    MOVE NI-SYSTEM-TYPE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "DISABLED DATE" TO FIELD-NAME-WORK.
    MOVE NI-DISABLED-DATE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
SPLIT-NODE-IMAGE-EXIT.
    EXIT.

* a DILOUT.DAT planned-outage booking
SPLIT-OUTAGE-IMAGE.
    MOVE "NODE" TO FIELD-NAME-WORK.
    MOVE OI-NODE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "FROM DATE" TO FIELD-NAME-WORK.
    MOVE OI-FROM-DATE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "FROM TIME" TO FIELD-NAME-WORK.
    MOVE OI-FROM-TIME TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "TO DATE" TO FIELD-NAME-WORK.
    MOVE OI-TO-DATE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "TO TIME" TO FIELD-NAME-WORK.
    MOVE OI-TO-TIME TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "REASON" TO FIELD-NAME-WORK.
    MOVE OI-REASON TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "BOOKED BY" TO FIELD-NAME-WORK.
    MOVE OI-BOOKED-BY TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "BOOKED ON" TO FIELD-NAME-WORK.
    MOVE OI-BOOKED-DATE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
SPLIT-OUTAGE-IMAGE-EXIT.
    EXIT.

* a DIXCAS.DAT case card
SPLIT-CASE-IMAGE.
    MOVE "CASE NUMBER" TO FIELD-NAME-WORK.
    MOVE CI-NUMBER TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "SOURCE DATA" TO FIELD-NAME-WORK.
    MOVE CI-SOURCE-SIXBIT TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "SOURCE PARAMETER 1" TO FIELD-NAME-WORK.
    MOVE CI-SRC-PARM1 TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "SOURCE PARAMETER 2" TO FIELD-NAME-WORK.
    MOVE CI-SRC-PARM2 TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "SOURCE PARAMETER 3" TO FIELD-NAME-WORK.
    MOVE CI-SRC-PARM3 TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "SOURCE DATA TYPE" TO FIELD-NAME-WORK.
    MOVE CI-SRC-DATA-TYPE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "SOURCE PARAMETER 4" TO FIELD-NAME-WORK.
    MOVE CI-SRC-PARM4 TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "SOURCE PARAMETER 5" TO FIELD-NAME-WORK.
    MOVE CI-SRC-PARM5 TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "TARGET SYSTEM" TO FIELD-NAME-WORK.
    MOVE CI-DST-SYSTEM TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "TARGET PARAMETER 1" TO FIELD-NAME-WORK.
    MOVE CI-DST-PARM1 TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "TARGET PARAMETER 2" TO FIELD-NAME-WORK.
    MOVE CI-DST-PARM2 TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "TARGET PARAMETER 3" TO FIELD-NAME-WORK.
    MOVE CI-DST-PARM3 TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "TARGET DATA TYPE" TO FIELD-NAME-WORK.
    MOVE CI-DST-DATA-TYPE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "TARGET PARAMETER 4" TO FIELD-NAME-WORK.
    MOVE CI-DST-PARM4 TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "TARGET PARAMETER 5" TO FIELD-NAME-WORK.
    MOVE CI-DST-PARM5 TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "EXPECTED VALUE" TO FIELD-NAME-WORK.
    MOVE CI-EXPECTED TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
SPLIT-CASE-IMAGE-EXIT.
    EXIT.

* a DILINC.ISM incident record
SPLIT-INCIDENT-IMAGE.
    MOVE "RUN ID" TO FIELD-NAME-WORK.
    MOVE II-RUN-ID TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "DATE" TO FIELD-NAME-WORK.
    MOVE II-DATE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "SYSTEM" TO FIELD-NAME-WORK.
    MOVE II-SYSTEM TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "FAILED" TO FIELD-NAME-WORK.
    MOVE II-FAILED-LIST TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "DIX FAILED TEST" TO FIELD-NAME-WORK.
    MOVE II-DIX-FAILED-TEST TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "FAILED NODE" TO FIELD-NAME-WORK.
    MOVE II-FAILED-NODE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "ACKNOWLEDGED" TO FIELD-NAME-WORK.
    MOVE II-ACK-FLAG TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "ACK INITIALS" TO FIELD-NAME-WORK.
    MOVE II-ACK-INITIALS TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "DISPOSITION" TO FIELD-NAME-WORK.
    MOVE II-DISPOSITION TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "REPEAT" TO FIELD-NAME-WORK.
    MOVE II-REPEAT-FLAG TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "RESOLVED" TO FIELD-NAME-WORK.
    MOVE II-RESOLVED-FLAG TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "RESOLVED RUN ID" TO FIELD-NAME-WORK.
    MOVE II-RESOLVED-RUN-ID TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "RESOLVED DATE" TO FIELD-NAME-WORK.
    MOVE II-RESOLVED-DATE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "DAP CAUSE" TO FIELD-NAME-WORK.
    MOVE II-DAP-CAUSE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "DIT CAUSE" TO FIELD-NAME-WORK.
    MOVE II-DIT-CAUSE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "EXC CAUSE" TO FIELD-NAME-WORK.
    MOVE II-EXC-CAUSE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
SPLIT-INCIDENT-IMAGE-EXIT.
    EXIT.

* a BASELIN.DAT approved baseline
SPLIT-BASELINE-IMAGE.
    MOVE "NODE" TO FIELD-NAME-WORK.
    MOVE BI-NODE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "OPERATION" TO FIELD-NAME-WORK.
    MOVE BI-OP-NAME TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "SENSE" TO FIELD-NAME-WORK.
    MOVE BI-SENSE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "BASELINE" TO FIELD-NAME-WORK.
    MOVE BI-VALUE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "APPROVED DATE" TO FIELD-NAME-WORK.
    MOVE BI-DATE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "APPROVED BY" TO FIELD-NAME-WORK.
    MOVE BI-INITIALS TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
SPLIT-BASELINE-IMAGE-EXIT.
    EXIT.

* a DIXMST.ISM result record, as DIXRCN's rebuild journals it
SPLIT-RESULT-IMAGE.
    MOVE "DATE" TO FIELD-NAME-WORK.
    MOVE RI-DATE TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "TEST" TO FIELD-NAME-WORK.
    MOVE RI-TESTA TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "STATUS" TO FIELD-NAME-WORK.
    MOVE RI-STATUS TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "SEVERITY" TO FIELD-NAME-WORK.
    MOVE RI-SEVERITY TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "RESULT" TO FIELD-NAME-WORK.
    MOVE RI-FLAG TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
    MOVE "RUN ID" TO FIELD-NAME-WORK.
    MOVE RI-RUN-ID TO FIELD-VALUE-WORK.
    PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.
SPLIT-RESULT-IMAGE-EXIT.
    EXIT.

* Put the field in FIELD-NAME-WORK/FIELD-VALUE-WORK into the table's
* next slot on the side being split.  The fields arrive in the same
* order for both sides, so the before and after values line up.
ADD-FIELD.
    ADD 1 TO FIELD-COUNT.
    MOVE FIELD-NAME-WORK TO FT-NAME (FIELD-COUNT).
    IF SPLITTING-BEFORE
	MOVE FIELD-VALUE-WORK TO FT-BEFORE (FIELD-COUNT)
	MOVE FIELD-SECRET-WORK TO FT-SECRET (FIELD-COUNT)
    ELSE
	MOVE FIELD-VALUE-WORK TO FT-AFTER (FIELD-COUNT).
    MOVE SPACE TO FIELD-SECRET-WORK.
ADD-FIELD-EXIT.
    EXIT.

PRINT-ONE-DIFFERENCE.
    IF FT-BEFORE (FIELD-INDEX) = FT-AFTER (FIELD-INDEX)
	GO TO PRINT-ONE-DIFFERENCE-EXIT.

    ADD 1 TO DIFF-COUNT.
    MOVE FT-NAME (FIELD-INDEX) TO DL-NAME.
    IF FT-SECRET (FIELD-INDEX) = "Y"
	MOVE "(NOT SHOWN)" TO DL-BEFORE
	MOVE "(CHANGED)" TO DL-AFTER
    ELSE
	MOVE FT-BEFORE (FIELD-INDEX) TO DL-BEFORE
	MOVE FT-AFTER (FIELD-INDEX) TO DL-AFTER.
    DISPLAY " " DIFF-LINE.
PRINT-ONE-DIFFERENCE-EXIT.
    EXIT.
