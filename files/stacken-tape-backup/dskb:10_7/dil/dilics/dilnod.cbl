*     verification directory could harvest logins from; now it
*     cannot be read off the disk.  FILES: DILNOD.CBL, DILVER.CBL,
*     CD36T1.CBL )%
*
* Edit (%O'4', '29-Oct-86', 'Karin Lindqvist')
* %(  Nothing recorded who changed the node table or what an entry
*     looked like before -- a node could quietly go DISABLED and
*     nobody could say who did it or when.  The operator's initials
*     are now asked for at the start of a session, and every add,
*     change, delete, disable and enable is journaled to DILJNL.LOG
*     with the date, time, initials, node name and the entry's
*     before and after images.  The journal entries are held until
*     END has rewritten DILNODE.DAT, so edits thrown away by QUIT are
*     never journaled.  DILJNL lists the journal.  FILES: DILNOD.CBL,
*     DIXLIB.CBL, DILINC.CBL, DILBEN.CBL, DILJNL.CBL (NEW) )%
*
* Edit (%O'5', '31-Oct-86', 'Karin Lindqvist')
* %(  DILNODE.DAT grew a concurrent-session count (DILVER.CBL edit
*     41): how many remote files CD36T1's concurrent-session phase
*     holds open at once on the node, 1 thru 16, blank for the
*     default of 4.  ADD and CHANGE ask for it, LIST shows it, and an
*     entry written before the field existed loads as the default.
*     FILES: DILNOD.CBL, DILVER.CBL, DILJNL.CBL )%
*
* Edit (%O'6', '5-Nov-86', 'Karin Lindqvist')
* %(  DILNODE.DAT grew the node's DIX system type (DILVER.CBL edit
*     44), the form CX36T1's exchange converts to for that node: VAX,
*     RSX, 1020, or one of the other DECnet system types RT11, RSTS,
*     IAS and POS, which the exchange reports NOT SUPPORTED.  ADD and
*     CHANGE ask for it (blank on ADD is VAX), LIST shows it, and an
*     entry written before the field existed loads as VAX, the form
*     every exchange took until now.  FILES: DILNOD.CBL, DILVER.CBL,
*     DILJNL.CBL )%
*
* Edit (%O'7', '8-Nov-86', 'Karin Lindqvist')
* %(  Planned outages are booked here instead of by disabling the
*     node and remembering to enable it again.  New file DILOUT.DAT
*     holds one entry per outage -- node, from date and time, to
*     date and time, reason, and the initials of whoever booked it
*     -- and DILVER's READ-NODE-TABLE skips a node only while one of
*     its outages covers the cycle's start (DILVER.CBL edit 46).  New
*     commands B(ook), O(utage list) and X (cancel an outage); the
*     calendar is rewritten with the table on END and each booking
*     or cancellation is journaled as BOOK OUTAGE / DROP OUTAGE.  New
*     command R reports the outages in progress, upcoming and
*     expired, and every node DISABLED longer than a given number of
*     days; DILNODE.DAT grew the date the node was disabled, set when
*     CHANGE disables it and cleared when it is enabled again (an
*     entry disabled before the field existed reports DATE NOT
*     RECORDED).  Also: LOAD-ONE-RECORD never loaded the system type,
*     so every save since edit 6 turned the table back to VAX nodes.
*     FILES: DILNOD.CBL, DILVER.CBL, DILJNL.CBL, DILNIQ.CBL,
*     DIXRCN.CBL )%
*
* Edit (%O'10', '11-Nov-86', 'Karin Lindqvist')
* %(  CHANGE now takes and checks every answer before it touches the
*     table.  A bad session count or system type used to leave the
*     answers before it (DISABLED among them) in the table with no
*     journal entry and no disabled-since date, and END saved them.
*     FILES: DILNOD.CBL )%

INSTALLATION.

	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS NODE-FILE-STATUS.

* the maintenance journal, appended to on every save
    SELECT JOURNAL-FILE ASSIGN TO "DILJNL.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS JOURNAL-FILE-STATUS.

* the planned-outage calendar DILVER consults at the start of every
* cycle; OPTIONAL because the first booking is what creates it
    SELECT OPTIONAL OUTAGE-FILE ASSIGN TO "DILOUT.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS OUTAGE-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
    05  NODE-REC-COMMENT PIC X(30).
    05  NODE-REC-CTSERV PIC X(1).
    05  NODE-REC-PW-FLAG PIC X(1).
    05  NODE-REC-SESSIONS PIC 9(2).
    05  NODE-REC-SYSTEM-TYPE PIC X(4).
    05  NODE-REC-DISABLED-DATE PIC 9(6).

* one maintenance action, as DILJNL lists them: who, when, what was
* done to which entry, and the entry before and after
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

* one planned outage: the node is left out of every cycle that starts
* at or after the from date and time and before the to date and time
FD  OUTAGE-FILE
    LABEL RECORDS ARE STANDARD.

01  OUTAGE-RECORD.
    05  OUT-NODE PIC X(6).
    05  OUT-FROM.
	10  OUT-FROM-DATE PIC 9(6).
	10  OUT-FROM-TIME PIC 9(4).
    05  OUT-TO.
	10  OUT-TO-DATE PIC 9(6).
	10  OUT-TO-TIME PIC 9(4).
    05  OUT-REASON PIC X(30).
    05  OUT-BOOKED-BY PIC X(3).
    05  OUT-BOOKED-DATE PIC 9(6).

WORKING-STORAGE SECTION.

01  NODE-FILE-STATUS PIC X(2).
01  JOURNAL-FILE-STATUS PIC X(2).
01  OUTAGE-FILE-STATUS PIC X(2).

01  NODE-EOF-FLAG PIC X(3) VALUE "NO ".
    88  NODE-EOF VALUE "YES".

01  OUTAGE-EOF-FLAG PIC X(3) VALUE "NO ".
    88  OUTAGE-EOF VALUE "YES".

* the whole table in storage; edits happen here and the file is
* rewritten in one piece when the operator is done
01  NODE-TABLE.
	10  NT-COMMENT PIC X(30).
	10  NT-CTSERV PIC X(1).
	10  NT-PW-FLAG PIC X(1).
	10  NT-SESSIONS PIC 9(2).
	10  NT-SYSTEM-TYPE PIC X(4).
	10  NT-DISABLED-DATE PIC 9(6).

77  MAX-NODE-COUNT PIC S9(4) COMP VALUE 20.
77  NODE-COUNT PIC S9(4) COMP VALUE 0.
77  NODE-INDEX-NEXT PIC S9(4) COMP.
77  FOUND-INDEX PIC S9(4) COMP.

* the outage calendar in storage, kept and rewritten like the table
01  OUTAGE-TABLE.
    05  OUTAGE-ENTRY OCCURS 100 TIMES.
	10  OT-NODE PIC X(6).
	10  OT-FROM.
	    15  OT-FROM-DATE PIC 9(6).
	    15  OT-FROM-TIME PIC 9(4).
	10  OT-TO.
	    15  OT-TO-DATE PIC 9(6).
	    15  OT-TO-TIME PIC 9(4).
	10  OT-REASON PIC X(30).
	10  OT-BOOKED-BY PIC X(3).
	10  OT-BOOKED-DATE PIC 9(6).

77  MAX-OUTAGE-COUNT PIC S9(4) COMP VALUE 100.
77  OUTAGE-COUNT PIC S9(4) COMP VALUE 0.
77  OUTAGE-INDEX PIC S9(4) COMP.
77  OUTAGE-INDEX-NEXT PIC S9(4) COMP.
77  OUTAGE-NUMBER PIC S9(4) COMP.

* YES once a booking has been made or cancelled, so END knows to
* rewrite DILOUT.DAT as well
01  OUTAGES-CHANGED-FLAG PIC X(3) VALUE "NO ".
    88  OUTAGES-CHANGED VALUE "YES".

* the operator's command and the fields being entered
01  OPERATOR-COMMAND PIC X(1).

01  ENTRY-COMMENT PIC X(30).
01  ENTRY-CTSERV PIC X(1).

* the session count as typed -- one digit or two, left-justified --
* and the two-digit number it is turned into
01  ENTRY-SESSIONS PIC X(2).
01  ENTRY-SESSIONS-R REDEFINES ENTRY-SESSIONS.
    05  ENTRY-SESSIONS-CHAR1 PIC X(1).
    05  ENTRY-SESSIONS-CHAR2 PIC X(1).
01  SESSIONS-DIGITS.
    05  SESSIONS-DIGIT1 PIC X(1).
    05  SESSIONS-DIGIT2 PIC X(1).
01  SESSIONS-NUMBER REDEFINES SESSIONS-DIGITS PIC 9(2).
77  MAX-SESSION-COUNT PIC S9(4) COMP VALUE 16.

* the node's DIX system type as typed; the DECnet system types a node
* entry may carry, whether or not the exchange can convert for them
01  ENTRY-SYSTEM-TYPE PIC X(4).
    88  KNOWN-SYSTEM-TYPE VALUES ARE "VAX " "RSX " "1020" "RT11"
				     "RSTS" "IAS " "POS ".

* an outage's from or to date and time as typed, split out for the
* range checks
01  ENTRY-DATE PIC X(6).
01  ENTRY-DATE-R REDEFINES ENTRY-DATE.
    05  ENTRY-YY PIC 9(2).
    05  ENTRY-MM PIC 9(2).
    05  ENTRY-DD PIC 9(2).
01  ENTRY-TIME PIC X(4).
01  ENTRY-TIME-R REDEFINES ENTRY-TIME.
    05  ENTRY-HH PIC 9(2).
    05  ENTRY-MN PIC 9(2).
01  ENTRY-REASON PIC X(30).
01  ENTRY-CONFIRM PIC X(1).

* the outage being booked, laid out as a calendar entry so the from
* and to groups compare as one date-and-time each
01  NEW-OUTAGE.
    05  NEW-NODE PIC X(6).
    05  NEW-FROM.
	10  NEW-FROM-DATE PIC 9(6).
	10  NEW-FROM-TIME PIC 9(4).
    05  NEW-TO.
	10  NEW-TO-DATE PIC 9(6).
	10  NEW-TO-TIME PIC 9(4).
    05  NEW-REASON PIC X(30).
    05  NEW-BOOKED-BY PIC X(3).
    05  NEW-BOOKED-DATE PIC 9(6).

77  NAME-CHAR-INDEX PIC S9(4) COMP.

01  FIELD-OK-FLAG PIC X(3).
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-CTSERV PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-SESSIONS PIC Z9.
    05  FILLER PIC X(4) VALUE SPACES.
    05  LL-SYSTEM-TYPE PIC X(4).
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-COMMENT PIC X(30).

* one line of the outage listing and report
01  OUTAGE-LINE.
    05  OL-INDEX PIC ZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  OL-NODE PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  OL-FROM-DATE PIC 9(6).
    05  FILLER PIC X(1) VALUE SPACES.
    05  OL-FROM-TIME PIC 9(4).
    05  FILLER PIC X(2) VALUE SPACES.
    05  OL-TO-DATE PIC 9(6).
    05  FILLER PIC X(1) VALUE SPACES.
    05  OL-TO-TIME PIC 9(4).
    05  FILLER PIC X(2) VALUE SPACES.
    05  OL-STATE PIC X(11).
    05  FILLER PIC X(2) VALUE SPACES.
    05  OL-BOOKED-BY PIC X(3).
    05  FILLER PIC X(2) VALUE SPACES.
    05  OL-REASON PIC X(30).

* one line of the long-disabled list
01  DISABLED-LINE.
    05  DL-NAME PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  DL-SINCE PIC X(17).
    05  FILLER PIC X(2) VALUE SPACES.
    05  DL-DAYS PIC ZZZZZ.
    05  FILLER PIC X(2) VALUE SPACES.
    05  DL-COMMENT PIC X(30).

* the date and time now, laid out like an outage's from and to
01  NOW-STAMP.
    05  NOW-DATE PIC 9(6).
    05  NOW-TIME PIC 9(4).
01  CLOCK-TIME PIC 9(8).
01  CLOCK-TIME-R REDEFINES CLOCK-TIME.
    05  CLOCK-HHMM PIC 9(4).
    05  FILLER PIC 9(4).

* where an outage stands against NOW-STAMP, and the state one report
* section lists
01  OUTAGE-STATE PIC X(11).
01  WANTED-STATE PIC X(11).
77  SECTION-COUNT PIC S9(4) COMP.

* the report lists DISABLED nodes disabled longer than this many days
77  DISABLED-THRESHOLD PIC S9(10) COMP VALUE 14.
77  DISABLED-DAYS PIC S9(10) COMP.
77  TODAY-DAY-NUMBER PIC S9(10) COMP.

* a date and its serial day number -- the same arithmetic DILINC
* uses for its incident aging
01  WORK-DATE PIC 9(6).
01  WORK-DATE-R REDEFINES WORK-DATE.
    05  WORK-YY PIC 9(2).
    05  WORK-MM PIC 9(2).
    05  WORK-DD PIC 9(2).
77  WORK-DAY-NUMBER PIC S9(10) COMP.
77  WORK-LEAP-REM PIC S9(10) COMP.
77  WORK-LEAP-QUOT PIC S9(10) COMP.

* cumulative days before each month, non-leap
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

* who is making tonight's edits, for the journal
01  OPERATOR-INITIALS PIC X(3) VALUE SPACES.

* the journal entries for the session's edits, held until END has
* saved the table they describe
01  PENDING-JOURNAL.
    05  PJ-ENTRY OCCURS 100 TIMES.
	10  PJ-ACTION PIC X(11).
	10  PJ-KEY PIC X(20).
	10  PJ-BEFORE PIC X(160).
	10  PJ-AFTER PIC X(160).

77  MAX-PENDING-COUNT PIC S9(4) COMP VALUE 100.
77  PENDING-COUNT PIC S9(4) COMP VALUE 0.
77  PENDING-INDEX PIC S9(4) COMP.

* the entry being journaled, before and after the edit
01  JOURNAL-ACTION PIC X(11).
01  OLD-DISABLED PIC X(1).
01  BEFORE-IMAGE PIC X(160).
01  AFTER-IMAGE PIC X(160).

01  JOURNAL-DATE PIC 9(6).
01  TODAY-DATE PIC 9(6).
01  JOURNAL-TIME PIC 9(8).
01  JOURNAL-TIME-R REDEFINES JOURNAL-TIME.
    05  JOURNAL-HHMM PIC 9(4).
    05  FILLER PIC 9(4).

* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.


MAIN-LINE.
    PERFORM LOAD-NODE-TABLE THRU LOAD-NODE-TABLE-EXIT.
    PERFORM LOAD-OUTAGE-CALENDAR THRU LOAD-OUTAGE-CALENDAR-EXIT.
    ACCEPT TODAY-DATE FROM DATE.

    DISPLAY " DILNOD node-table maintenance -- " NODE-COUNT
	" entr(y/ies) loaded from DILNODE.DAT, " OUTAGE-COUNT
	" outage(s) from DILOUT.DAT. ".

* every edit is journaled under the initials of whoever made it
    DISPLAY " Enter your initials: ".
    ACCEPT OPERATOR-INITIALS.
    IF OPERATOR-INITIALS = SPACES
	DISPLAY "? DILNOD: node-table maintenance needs your initials. "
	MOVE 1 TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.

    PERFORM ONE-COMMAND THRU ONE-COMMAND-EXIT
	UNTIL TIME-TO-QUIT.
		MOVE NODE-REC-COMMENT TO NT-COMMENT (NODE-COUNT)
		MOVE NODE-REC-CTSERV TO NT-CTSERV (NODE-COUNT)
		MOVE NODE-REC-PW-FLAG TO NT-PW-FLAG (NODE-COUNT)
		MOVE NODE-REC-SESSIONS TO NT-SESSIONS (NODE-COUNT)
		MOVE NODE-REC-SYSTEM-TYPE TO NT-SYSTEM-TYPE (NODE-COUNT)
		MOVE NODE-REC-DISABLED-DATE TO NT-DISABLED-DATE (NODE-COUNT)
	    ELSE
		DISPLAY "? LOAD-NODE-TABLE: more than " MAX-NODE-COUNT
		    " nodes in DILNODE.DAT -- extras ignored. ".

* an entry saved before the session count existed has spaces there,
* which is the default; one saved before the system type existed is
* a VAX node, the only form the exchange knew; one saved before the
* disabled date existed has no date
    IF NODE-COUNT > 0
	IF NT-SESSIONS (NODE-COUNT) NOT NUMERIC
	    MOVE 0 TO NT-SESSIONS (NODE-COUNT).
    IF NODE-COUNT > 0
	IF NT-SYSTEM-TYPE (NODE-COUNT) = SPACES
	    MOVE "VAX " TO NT-SYSTEM-TYPE (NODE-COUNT).
    IF NODE-COUNT > 0
	IF NT-DISABLED-DATE (NODE-COUNT) NOT NUMERIC
	    MOVE 0 TO NT-DISABLED-DATE (NODE-COUNT).
LOAD-ONE-RECORD-EXIT.
    EXIT.

* Load DILOUT.DAT into the outage table, the same way as the node
* table: anything but "00" on the OPEN means no outages are booked.
LOAD-OUTAGE-CALENDAR.
    OPEN INPUT OUTAGE-FILE.
    IF OUTAGE-FILE-STATUS NOT = "00"
	GO TO LOAD-OUTAGE-CALENDAR-EXIT.

    PERFORM LOAD-ONE-OUTAGE THRU LOAD-ONE-OUTAGE-EXIT
	UNTIL OUTAGE-EOF.
    CLOSE OUTAGE-FILE.
LOAD-OUTAGE-CALENDAR-EXIT.
    EXIT.

LOAD-ONE-OUTAGE.
    READ OUTAGE-FILE
	AT END
	    MOVE "YES" TO OUTAGE-EOF-FLAG
	NOT AT END
	    IF OUTAGE-COUNT < MAX-OUTAGE-COUNT
		ADD 1 TO OUTAGE-COUNT
		MOVE OUTAGE-RECORD TO OUTAGE-ENTRY (OUTAGE-COUNT)
	    ELSE
		DISPLAY "? LOAD-OUTAGE-CALENDAR: more than "
		    MAX-OUTAGE-COUNT
		    " outages in DILOUT.DAT -- extras ignored. ".
LOAD-ONE-OUTAGE-EXIT.
    EXIT.

ONE-COMMAND.
    DISPLAY " ".
    DISPLAY " Enter a command -- L(ist), A(dd), C(hange), D(elete), ".
    DISPLAY " B(ook an outage), O(utage list), X (cancel an outage), ".
    DISPLAY " R(eport outages and long-disabled nodes), ".
    DISPLAY " E(nd, saving the table) or Q(uit without saving): ".
    ACCEPT OPERATOR-COMMAND.

	PERFORM CHANGE-ENTRY THRU CHANGE-ENTRY-EXIT
    ELSE IF OPERATOR-COMMAND = "D"
	PERFORM DELETE-ENTRY THRU DELETE-ENTRY-EXIT
    ELSE IF OPERATOR-COMMAND = "B"
	PERFORM BOOK-OUTAGE THRU BOOK-OUTAGE-EXIT
    ELSE IF OPERATOR-COMMAND = "O"
	PERFORM LIST-OUTAGES THRU LIST-OUTAGES-EXIT
    ELSE IF OPERATOR-COMMAND = "X"
	PERFORM CANCEL-OUTAGE THRU CANCEL-OUTAGE-EXIT
    ELSE IF OPERATOR-COMMAND = "R"
	PERFORM REPORT-OUTAGES THRU REPORT-OUTAGES-EXIT
    ELSE IF OPERATOR-COMMAND = "E"
	PERFORM SAVE-NODE-TABLE THRU SAVE-NODE-TABLE-EXIT
	MOVE "YES" TO QUIT-FLAG
	DISPLAY " (THE NODE TABLE IS EMPTY) "
	GO TO LIST-TABLE-EXIT.

    DISPLAY "   #  NODE    DIRECTORY                       STATUS            SESS  TYPE".
    PERFORM LIST-ONE-ENTRY THRU LIST-ONE-ENTRY-EXIT
	VARYING NODE-INDEX FROM 1 BY 1 UNTIL NODE-INDEX > NODE-COUNT.
LIST-TABLE-EXIT.
	MOVE "CTSERV" TO LL-CTSERV
    ELSE
	MOVE SPACES TO LL-CTSERV.
    IF NT-SESSIONS (NODE-INDEX) = 0
	MOVE 4 TO LL-SESSIONS
    ELSE
	MOVE NT-SESSIONS (NODE-INDEX) TO LL-SESSIONS.
    MOVE NT-SYSTEM-TYPE (NODE-INDEX) TO LL-SYSTEM-TYPE.
    MOVE NT-COMMENT (NODE-INDEX) TO LL-COMMENT.
    DISPLAY " " LIST-LINE.
LIST-ONE-ENTRY-EXIT.
	    " entries. "
	GO TO ADD-ENTRY-EXIT.

    PERFORM CHECK-JOURNAL-ROOM THRU CHECK-JOURNAL-ROOM-EXIT.
    IF NOT FIELD-OK
	GO TO ADD-ENTRY-EXIT.

    PERFORM GET-ENTRY-NAME THRU GET-ENTRY-NAME-EXIT.
    IF NOT FIELD-OK
	GO TO ADD-ENTRY-EXIT.
    DISPLAY " Y or N: ".
    ACCEPT ENTRY-CTSERV.

    DISPLAY " How many files should the concurrent-session test hold".
    DISPLAY " open at once on this node? 1 thru 16 (blank for 4): ".
    ACCEPT ENTRY-SESSIONS.
    PERFORM CHECK-SESSIONS-FORM THRU CHECK-SESSIONS-FORM-EXIT.
    IF NOT FIELD-OK
	GO TO ADD-ENTRY-EXIT.

    DISPLAY " Enter the node's system type -- VAX, RSX, 1020, RT11, RSTS,".
    DISPLAY " IAS or POS (blank for VAX): ".
    ACCEPT ENTRY-SYSTEM-TYPE.
    IF ENTRY-SYSTEM-TYPE = SPACES
	MOVE "VAX " TO ENTRY-SYSTEM-TYPE.
    PERFORM CHECK-SYSTEM-TYPE THRU CHECK-SYSTEM-TYPE-EXIT.
    IF NOT FIELD-OK
	GO TO ADD-ENTRY-EXIT.

    ADD 1 TO NODE-COUNT.
    MOVE ENTRY-NAME TO NT-NAME (NODE-COUNT).
    MOVE ENTRY-DIRECTORY TO NT-DIRECTORY (NODE-COUNT).
    ELSE
	MOVE " " TO NT-CTSERV (NODE-COUNT).
    MOVE "E" TO NT-PW-FLAG (NODE-COUNT).
    MOVE SESSIONS-NUMBER TO NT-SESSIONS (NODE-COUNT).
    MOVE ENTRY-SYSTEM-TYPE TO NT-SYSTEM-TYPE (NODE-COUNT).
    MOVE 0 TO NT-DISABLED-DATE (NODE-COUNT).
    MOVE "YES" TO CHANGED-FLAG.

    MOVE "ADD" TO JOURNAL-ACTION.
    MOVE SPACES TO BEFORE-IMAGE.
    MOVE NODE-ENTRY (NODE-COUNT) TO AFTER-IMAGE.
    PERFORM HOLD-JOURNAL-ENTRY THRU HOLD-JOURNAL-ENTRY-EXIT.
    DISPLAY " Node " ENTRY-NAME " added. ".
ADD-ENTRY-EXIT.
    EXIT.

* Change an existing entry.  A blank answer keeps the old value for
* the directory, password, comment, session count and system type;
* the DISABLED prompt always asks, since flipping that flag is the
* commonest change of all.  Every answer is taken and checked before
* any of it goes into the table, so a bad answer leaves the entry as
* it was, with nothing to journal.
CHANGE-ENTRY.
    PERFORM GET-ENTRY-NAME THRU GET-ENTRY-NAME-EXIT.
    IF NOT FIELD-OK
	DISPLAY " ? Node " ENTRY-NAME " is not in the table. "
	GO TO CHANGE-ENTRY-EXIT.

    PERFORM CHECK-JOURNAL-ROOM THRU CHECK-JOURNAL-ROOM-EXIT.
    IF NOT FIELD-OK
	GO TO CHANGE-ENTRY-EXIT.

    DISPLAY " Enter the new test directory (blank keeps the old): ".
    ACCEPT ENTRY-DIRECTORY.
    IF ENTRY-DIRECTORY NOT = SPACES
	PERFORM CHECK-DIRECTORY-FORM THRU CHECK-DIRECTORY-FORM-EXIT
	IF NOT FIELD-OK
	    GO TO CHANGE-ENTRY-EXIT.

    DISPLAY " Enter the new password (blank keeps the old): ".
    ACCEPT ENTRY-PASSWD.

    DISPLAY " Disable this node? Y or N (blank keeps the old): ".
    ACCEPT ENTRY-DISABLED.

    DISPLAY " Enter the new comment (blank keeps the old): ".
    ACCEPT ENTRY-COMMENT.

    DISPLAY " CTSERV family on this node? Y or N (blank keeps the old): ".
    ACCEPT ENTRY-CTSERV.

    DISPLAY " Concurrent sessions, 1 thru 16 (blank keeps the old): ".
    ACCEPT ENTRY-SESSIONS.
    IF ENTRY-SESSIONS NOT = SPACES
	PERFORM CHECK-SESSIONS-FORM THRU CHECK-SESSIONS-FORM-EXIT
	IF NOT FIELD-OK
	    GO TO CHANGE-ENTRY-EXIT.

    DISPLAY " System type, VAX, RSX, 1020, RT11, RSTS, IAS or POS".
    DISPLAY " (blank keeps the old): ".
    ACCEPT ENTRY-SYSTEM-TYPE.
    IF ENTRY-SYSTEM-TYPE NOT = SPACES
	PERFORM CHECK-SYSTEM-TYPE THRU CHECK-SYSTEM-TYPE-EXIT
	IF NOT FIELD-OK
	    GO TO CHANGE-ENTRY-EXIT.

* every answer is good; now the entry changes
    MOVE NODE-ENTRY (FOUND-INDEX) TO BEFORE-IMAGE.
    MOVE NT-DISABLED (FOUND-INDEX) TO OLD-DISABLED.
    IF ENTRY-DIRECTORY NOT = SPACES
	MOVE ENTRY-DIRECTORY TO NT-DIRECTORY (FOUND-INDEX).
    IF ENTRY-PASSWD NOT = SPACES
	PERFORM ENCODE-PASSWORD THRU ENCODE-PASSWORD-EXIT
	MOVE ENTRY-PASSWD TO NT-PASSWD (FOUND-INDEX)
	MOVE "E" TO NT-PW-FLAG (FOUND-INDEX).
    IF ENTRY-DISABLED = "Y"
	MOVE "Y" TO NT-DISABLED (FOUND-INDEX)
    ELSE IF ENTRY-DISABLED = "N"
	MOVE " " TO NT-DISABLED (FOUND-INDEX).
    IF ENTRY-COMMENT NOT = SPACES
	MOVE ENTRY-COMMENT TO NT-COMMENT (FOUND-INDEX).
    IF ENTRY-CTSERV = "Y"
	MOVE "Y" TO NT-CTSERV (FOUND-INDEX)
    ELSE IF ENTRY-CTSERV = "N"
	MOVE " " TO NT-CTSERV (FOUND-INDEX).
    IF ENTRY-SESSIONS NOT = SPACES
	MOVE SESSIONS-NUMBER TO NT-SESSIONS (FOUND-INDEX).
    IF ENTRY-SYSTEM-TYPE NOT = SPACES
	MOVE ENTRY-SYSTEM-TYPE TO NT-SYSTEM-TYPE (FOUND-INDEX).

    MOVE "YES" TO CHANGED-FLAG.

* a node disabled here carries the date it went out of the sweep,
* for the report's long-disabled list; enabling it clears the date
    IF NT-DISABLED (FOUND-INDEX) = "Y" AND OLD-DISABLED NOT = "Y"
	MOVE TODAY-DATE TO NT-DISABLED-DATE (FOUND-INDEX).
    IF NT-DISABLED (FOUND-INDEX) NOT = "Y" AND OLD-DISABLED = "Y"
	MOVE 0 TO NT-DISABLED-DATE (FOUND-INDEX).

* a change that flips the DISABLED flag is journaled as the disable
* or enable it is; answering every prompt blank journals nothing
    MOVE NODE-ENTRY (FOUND-INDEX) TO AFTER-IMAGE.
    MOVE "CHANGE" TO JOURNAL-ACTION.
    IF NT-DISABLED (FOUND-INDEX) = "Y" AND OLD-DISABLED NOT = "Y"
	MOVE "DISABLE" TO JOURNAL-ACTION.
    IF NT-DISABLED (FOUND-INDEX) NOT = "Y" AND OLD-DISABLED = "Y"
	MOVE "ENABLE" TO JOURNAL-ACTION.
    IF BEFORE-IMAGE NOT = AFTER-IMAGE
	PERFORM HOLD-JOURNAL-ENTRY THRU HOLD-JOURNAL-ENTRY-EXIT.
    DISPLAY " Node " ENTRY-NAME " changed. ".
CHANGE-ENTRY-EXIT.
    EXIT.
	DISPLAY " ? Node " ENTRY-NAME " is not in the table. "
	GO TO DELETE-ENTRY-EXIT.

    PERFORM CHECK-JOURNAL-ROOM THRU CHECK-JOURNAL-ROOM-EXIT.
    IF NOT FIELD-OK
	GO TO DELETE-ENTRY-EXIT.
    MOVE "DELETE" TO JOURNAL-ACTION.
    MOVE NODE-ENTRY (FOUND-INDEX) TO BEFORE-IMAGE.
    MOVE SPACES TO AFTER-IMAGE.
    PERFORM HOLD-JOURNAL-ENTRY THRU HOLD-JOURNAL-ENTRY-EXIT.

* close the gap the deleted entry leaves, one entry at a time
    PERFORM SHIFT-ONE-ENTRY THRU SHIFT-ONE-ENTRY-EXIT
	VARYING NODE-INDEX FROM FOUND-INDEX BY 1
SHIFT-ONE-ENTRY-EXIT.
    EXIT.

* Book a planned outage for a node in the table.  The from and to
* dates and times are checked for form, the outage must end after it
* starts and must not already be over, and a reason is required --
* the outage shows on the matrix and in DILNIQ for weeks afterward
* and somebody will ask why.
BOOK-OUTAGE.
    IF OUTAGE-COUNT = MAX-OUTAGE-COUNT
	DISPLAY " ? The calendar already holds " MAX-OUTAGE-COUNT
	    " outages -- X out expired ones first. "
	GO TO BOOK-OUTAGE-EXIT.

    PERFORM CHECK-JOURNAL-ROOM THRU CHECK-JOURNAL-ROOM-EXIT.
    IF NOT FIELD-OK
	GO TO BOOK-OUTAGE-EXIT.

    PERFORM GET-ENTRY-NAME THRU GET-ENTRY-NAME-EXIT.
    IF NOT FIELD-OK
	GO TO BOOK-OUTAGE-EXIT.

    PERFORM FIND-ENTRY THRU FIND-ENTRY-EXIT.
    IF FOUND-INDEX = 0
	DISPLAY " ? Node " ENTRY-NAME " is not in the table. "
	GO TO BOOK-OUTAGE-EXIT.
    MOVE ENTRY-NAME TO NEW-NODE.

    DISPLAY " Enter the date the outage starts, YYMMDD: ".
    ACCEPT ENTRY-DATE.
    PERFORM CHECK-OUTAGE-DATE THRU CHECK-OUTAGE-DATE-EXIT.
    IF NOT FIELD-OK
	GO TO BOOK-OUTAGE-EXIT.
    MOVE ENTRY-DATE TO NEW-FROM-DATE.

    DISPLAY " Enter the time it starts, HHMM (blank for 0000): ".
    ACCEPT ENTRY-TIME.
    PERFORM CHECK-OUTAGE-TIME THRU CHECK-OUTAGE-TIME-EXIT.
    IF NOT FIELD-OK
	GO TO BOOK-OUTAGE-EXIT.
    MOVE ENTRY-TIME TO NEW-FROM-TIME.

    DISPLAY " Enter the date the outage ends, YYMMDD: ".
    ACCEPT ENTRY-DATE.
    PERFORM CHECK-OUTAGE-DATE THRU CHECK-OUTAGE-DATE-EXIT.
    IF NOT FIELD-OK
	GO TO BOOK-OUTAGE-EXIT.
    MOVE ENTRY-DATE TO NEW-TO-DATE.

    DISPLAY " Enter the time it ends, HHMM (blank for 0000): ".
    ACCEPT ENTRY-TIME.
    PERFORM CHECK-OUTAGE-TIME THRU CHECK-OUTAGE-TIME-EXIT.
    IF NOT FIELD-OK
	GO TO BOOK-OUTAGE-EXIT.
    MOVE ENTRY-TIME TO NEW-TO-TIME.

    IF NEW-TO NOT > NEW-FROM
	DISPLAY " ? The outage must end after it starts. "
	GO TO BOOK-OUTAGE-EXIT.

    PERFORM GET-NOW-STAMP THRU GET-NOW-STAMP-EXIT.
    IF NEW-TO NOT > NOW-STAMP
	DISPLAY " ? That outage would already be over. "
	GO TO BOOK-OUTAGE-EXIT.

    DISPLAY " Enter the reason for the outage: ".
    ACCEPT ENTRY-REASON.
    IF ENTRY-REASON = SPACES
	DISPLAY " ? The reason may not be blank. "
	GO TO BOOK-OUTAGE-EXIT.
    MOVE ENTRY-REASON TO NEW-REASON.
    MOVE OPERATOR-INITIALS TO NEW-BOOKED-BY.
    MOVE TODAY-DATE TO NEW-BOOKED-DATE.

    ADD 1 TO OUTAGE-COUNT.
    MOVE NEW-OUTAGE TO OUTAGE-ENTRY (OUTAGE-COUNT).
    MOVE "YES" TO OUTAGES-CHANGED-FLAG.
    MOVE "YES" TO CHANGED-FLAG.

    MOVE "BOOK OUTAGE" TO JOURNAL-ACTION.
    MOVE SPACES TO BEFORE-IMAGE.
    MOVE NEW-OUTAGE TO AFTER-IMAGE.
    PERFORM HOLD-JOURNAL-ENTRY THRU HOLD-JOURNAL-ENTRY-EXIT.
    DISPLAY " Outage booked for node " ENTRY-NAME ". ".
BOOK-OUTAGE-EXIT.
    EXIT.

* a YYMMDD date: six digits, a month 1 thru 12 and a day 1 thru 31
CHECK-OUTAGE-DATE.
    MOVE "YES" TO FIELD-OK-FLAG.
    IF ENTRY-DATE NOT NUMERIC
	DISPLAY " ? The date must be six digits, YYMMDD. "
	MOVE "NO " TO FIELD-OK-FLAG
	GO TO CHECK-OUTAGE-DATE-EXIT.

    IF ENTRY-MM < 1 OR ENTRY-MM > 12 OR ENTRY-DD < 1 OR ENTRY-DD > 31
	DISPLAY " ? " ENTRY-DATE " is not a YYMMDD date. "
	MOVE "NO " TO FIELD-OK-FLAG.
CHECK-OUTAGE-DATE-EXIT.
    EXIT.

* an HHMM time of day, blank meaning midnight
CHECK-OUTAGE-TIME.
    MOVE "YES" TO FIELD-OK-FLAG.
    IF ENTRY-TIME = SPACES
	MOVE "0000" TO ENTRY-TIME.
    IF ENTRY-TIME NOT NUMERIC
	DISPLAY " ? The time must be four digits, HHMM. "
	MOVE "NO " TO FIELD-OK-FLAG
	GO TO CHECK-OUTAGE-TIME-EXIT.

    IF ENTRY-HH > 23 OR ENTRY-MN > 59
	DISPLAY " ? " ENTRY-TIME " is not an HHMM time. "
	MOVE "NO " TO FIELD-OK-FLAG.
CHECK-OUTAGE-TIME-EXIT.
    EXIT.

LIST-OUTAGES.
    IF OUTAGE-COUNT = 0
	DISPLAY " (NO OUTAGES ARE BOOKED) "
	GO TO LIST-OUTAGES-EXIT.

    PERFORM GET-NOW-STAMP THRU GET-NOW-STAMP-EXIT.
    DISPLAY "   #  NODE    FROM         TO           STATE        BY   REASON".
    PERFORM LIST-ONE-OUTAGE THRU LIST-ONE-OUTAGE-EXIT
	VARYING OUTAGE-INDEX FROM 1 BY 1
	UNTIL OUTAGE-INDEX > OUTAGE-COUNT.
LIST-OUTAGES-EXIT.
    EXIT.

LIST-ONE-OUTAGE.
    PERFORM SET-OUTAGE-STATE THRU SET-OUTAGE-STATE-EXIT.
    PERFORM FORMAT-OUTAGE-LINE THRU FORMAT-OUTAGE-LINE-EXIT.
    DISPLAY " " OUTAGE-LINE.
LIST-ONE-OUTAGE-EXIT.
    EXIT.

FORMAT-OUTAGE-LINE.
    MOVE OUTAGE-INDEX TO OL-INDEX.
    MOVE OT-NODE (OUTAGE-INDEX) TO OL-NODE.
    MOVE OT-FROM-DATE (OUTAGE-INDEX) TO OL-FROM-DATE.
    MOVE OT-FROM-TIME (OUTAGE-INDEX) TO OL-FROM-TIME.
    MOVE OT-TO-DATE (OUTAGE-INDEX) TO OL-TO-DATE.
    MOVE OT-TO-TIME (OUTAGE-INDEX) TO OL-TO-TIME.
    MOVE OUTAGE-STATE TO OL-STATE.
    MOVE OT-BOOKED-BY (OUTAGE-INDEX) TO OL-BOOKED-BY.
    MOVE OT-REASON (OUTAGE-INDEX) TO OL-REASON.
FORMAT-OUTAGE-LINE-EXIT.
    EXIT.

* where the outage at OUTAGE-INDEX stands now: a cycle starting now
* skips the node while it is IN PROGRESS -- from the from date and
* time up to, but not including, the to date and time
SET-OUTAGE-STATE.
    IF OT-TO (OUTAGE-INDEX) NOT > NOW-STAMP
	MOVE "EXPIRED" TO OUTAGE-STATE
    ELSE IF OT-FROM (OUTAGE-INDEX) > NOW-STAMP
	MOVE "UPCOMING" TO OUTAGE-STATE
    ELSE
	MOVE "IN PROGRESS" TO OUTAGE-STATE.
SET-OUTAGE-STATE-EXIT.
    EXIT.

GET-NOW-STAMP.
    ACCEPT NOW-DATE FROM DATE.
    ACCEPT CLOCK-TIME FROM TIME.
    MOVE CLOCK-HHMM TO NOW-TIME.
GET-NOW-STAMP-EXIT.
    EXIT.

* Cancel a booking by its number in the outage list.  Expired
* outages are cancelled the same way once nobody needs them on the
* report any more.
CANCEL-OUTAGE.
    IF OUTAGE-COUNT = 0
	DISPLAY " (NO OUTAGES ARE BOOKED) "
	GO TO CANCEL-OUTAGE-EXIT.

    PERFORM CHECK-JOURNAL-ROOM THRU CHECK-JOURNAL-ROOM-EXIT.
    IF NOT FIELD-OK
	GO TO CANCEL-OUTAGE-EXIT.

    PERFORM LIST-OUTAGES THRU LIST-OUTAGES-EXIT.
    DISPLAY " Enter the number of the outage to cancel (0 cancels none): ".
    ACCEPT OUTAGE-NUMBER.
    IF OUTAGE-NUMBER < 1 OR OUTAGE-NUMBER > OUTAGE-COUNT
	DISPLAY " No outage cancelled. "
	GO TO CANCEL-OUTAGE-EXIT.

    MOVE OT-NODE (OUTAGE-NUMBER) TO ENTRY-NAME.
    MOVE "DROP OUTAGE" TO JOURNAL-ACTION.
    MOVE OUTAGE-ENTRY (OUTAGE-NUMBER) TO BEFORE-IMAGE.
    MOVE SPACES TO AFTER-IMAGE.
    PERFORM HOLD-JOURNAL-ENTRY THRU HOLD-JOURNAL-ENTRY-EXIT.

    PERFORM SHIFT-ONE-OUTAGE THRU SHIFT-ONE-OUTAGE-EXIT
	VARYING OUTAGE-INDEX FROM OUTAGE-NUMBER BY 1
	UNTIL OUTAGE-INDEX NOT < OUTAGE-COUNT.
    SUBTRACT 1 FROM OUTAGE-COUNT.
    MOVE "YES" TO OUTAGES-CHANGED-FLAG.
    MOVE "YES" TO CHANGED-FLAG.
    DISPLAY " Outage for node " ENTRY-NAME " cancelled. ".
CANCEL-OUTAGE-EXIT.
    EXIT.

SHIFT-ONE-OUTAGE.
    COMPUTE OUTAGE-INDEX-NEXT = OUTAGE-INDEX + 1.
    MOVE OUTAGE-ENTRY (OUTAGE-INDEX-NEXT) TO OUTAGE-ENTRY (OUTAGE-INDEX).
SHIFT-ONE-OUTAGE-EXIT.
    EXIT.

* The outage report: the outages in progress now, those still to
* come and those already over, then every DISABLED node that has been
* out of the sweep longer than the threshold -- a node disabled "for
* the weekend" and forgotten is exactly what this list is for.  A
* disabled node with no date was disabled before the date was kept
* and is always listed.
REPORT-OUTAGES.
    DISPLAY " Enter the number of days past which a DISABLED node ".
    DISPLAY " is listed (1 thru 999, default 14): ".
    ACCEPT DISABLED-THRESHOLD.
    IF DISABLED-THRESHOLD < 1 OR DISABLED-THRESHOLD > 999
	MOVE 14 TO DISABLED-THRESHOLD.

    PERFORM GET-NOW-STAMP THRU GET-NOW-STAMP-EXIT.
    MOVE NOW-DATE TO WORK-DATE.
    PERFORM CONVERT-DATE-TO-DAY THRU CONVERT-DATE-TO-DAY-EXIT.
    MOVE WORK-DAY-NUMBER TO TODAY-DAY-NUMBER.

    DISPLAY " ".
    DISPLAY " PLANNED OUTAGES AS OF " NOW-DATE " " NOW-TIME.
    DISPLAY " ".
    DISPLAY "   #  NODE    FROM         TO           STATE        BY   REASON".

    DISPLAY " OUTAGES IN PROGRESS: ".
    MOVE "IN PROGRESS" TO WANTED-STATE.
    PERFORM REPORT-OUTAGE-SECTION THRU REPORT-OUTAGE-SECTION-EXIT.
    DISPLAY " UPCOMING OUTAGES: ".
    MOVE "UPCOMING" TO WANTED-STATE.
    PERFORM REPORT-OUTAGE-SECTION THRU REPORT-OUTAGE-SECTION-EXIT.
    DISPLAY " EXPIRED OUTAGES: ".
    MOVE "EXPIRED" TO WANTED-STATE.
    PERFORM REPORT-OUTAGE-SECTION THRU REPORT-OUTAGE-SECTION-EXIT.

    MOVE DISABLED-THRESHOLD TO DL-DAYS.
    DISPLAY " ".
    DISPLAY " NODES DISABLED LONGER THAN " DL-DAYS " DAYS: ".
    DISPLAY " NODE    DISABLED SINCE      DAYS  COMMENT".
    MOVE 0 TO SECTION-COUNT.
    PERFORM REPORT-ONE-DISABLED THRU REPORT-ONE-DISABLED-EXIT
	VARYING NODE-INDEX FROM 1 BY 1 UNTIL NODE-INDEX > NODE-COUNT.
    IF SECTION-COUNT = 0
	DISPLAY "   (NONE) ".
REPORT-OUTAGES-EXIT.
    EXIT.

REPORT-OUTAGE-SECTION.
    MOVE 0 TO SECTION-COUNT.
    PERFORM REPORT-ONE-OUTAGE THRU REPORT-ONE-OUTAGE-EXIT
	VARYING OUTAGE-INDEX FROM 1 BY 1
	UNTIL OUTAGE-INDEX > OUTAGE-COUNT.
    IF SECTION-COUNT = 0
	DISPLAY "   (NONE) ".
REPORT-OUTAGE-SECTION-EXIT.
    EXIT.

REPORT-ONE-OUTAGE.
    PERFORM SET-OUTAGE-STATE THRU SET-OUTAGE-STATE-EXIT.
    IF OUTAGE-STATE NOT = WANTED-STATE
	GO TO REPORT-ONE-OUTAGE-EXIT.

    ADD 1 TO SECTION-COUNT.
    PERFORM FORMAT-OUTAGE-LINE THRU FORMAT-OUTAGE-LINE-EXIT.
    DISPLAY " " OUTAGE-LINE.
REPORT-ONE-OUTAGE-EXIT.
    EXIT.

REPORT-ONE-DISABLED.
    IF NT-DISABLED (NODE-INDEX) NOT = "Y"
	GO TO REPORT-ONE-DISABLED-EXIT.

    MOVE NT-NAME (NODE-INDEX) TO DL-NAME.
    MOVE NT-COMMENT (NODE-INDEX) TO DL-COMMENT.
    IF NT-DISABLED-DATE (NODE-INDEX) = 0
	MOVE "DATE NOT RECORDED" TO DL-SINCE
	MOVE 0 TO DL-DAYS
	ADD 1 TO SECTION-COUNT
	DISPLAY " " DISABLED-LINE
	GO TO REPORT-ONE-DISABLED-EXIT.

    MOVE NT-DISABLED-DATE (NODE-INDEX) TO WORK-DATE.
    PERFORM CONVERT-DATE-TO-DAY THRU CONVERT-DATE-TO-DAY-EXIT.
    COMPUTE DISABLED-DAYS = TODAY-DAY-NUMBER - WORK-DAY-NUMBER.
    IF DISABLED-DAYS NOT > DISABLED-THRESHOLD
	GO TO REPORT-ONE-DISABLED-EXIT.

    MOVE NT-DISABLED-DATE (NODE-INDEX) TO DL-SINCE.
    MOVE DISABLED-DAYS TO DL-DAYS.
    ADD 1 TO SECTION-COUNT.
    DISPLAY " " DISABLED-LINE.
REPORT-ONE-DISABLED-EXIT.
    EXIT.

* Ask for a node name and validate its form: non-blank, starting in
* column one, letters and digits only -- the forms a DECnet node name
* can actually take, and the commonest hand-edit mistakes.
CHECK-DIRECTORY-FORM-EXIT.
    EXIT.

* the session count: blank is the default (stored as 0, which DILVER
* reads as 4), otherwise one or two digits from 1 thru 16 -- a single
* digit typed in column one is right-justified here
CHECK-SESSIONS-FORM.
    MOVE "YES" TO FIELD-OK-FLAG.
    MOVE "00" TO SESSIONS-DIGITS.
    IF ENTRY-SESSIONS = SPACES
	GO TO CHECK-SESSIONS-FORM-EXIT.

    IF ENTRY-SESSIONS-CHAR2 = SPACE
	MOVE ENTRY-SESSIONS-CHAR1 TO SESSIONS-DIGIT2
    ELSE
	MOVE ENTRY-SESSIONS TO SESSIONS-DIGITS.

    IF SESSIONS-NUMBER NOT NUMERIC
	DISPLAY " ? The session count must be a number. "
	MOVE "NO " TO FIELD-OK-FLAG
	GO TO CHECK-SESSIONS-FORM-EXIT.

    IF SESSIONS-NUMBER < 1 OR SESSIONS-NUMBER > MAX-SESSION-COUNT
	DISPLAY " ? The session count must be 1 thru 16. "
	MOVE "NO " TO FIELD-OK-FLAG.
CHECK-SESSIONS-FORM-EXIT.
    EXIT.

* the system type must be one DECnet knows a node by -- a typing slip
* would otherwise show up as NOT SUPPORTED on the next sweep
CHECK-SYSTEM-TYPE.
    MOVE "YES" TO FIELD-OK-FLAG.
    IF NOT KNOWN-SYSTEM-TYPE
	DISPLAY " ? The system type must be VAX, RSX, 1020, RT11, RSTS, IAS or POS. "
	MOVE "NO " TO FIELD-OK-FLAG.
CHECK-SYSTEM-TYPE-EXIT.
    EXIT.

* Encode the password in ENTRY-PASSWD: a reciprocal substitution over
* the letters and digits (A and Z trade places, B and Y, ... 0 and 9,
* 1 and 8, ...).  One INSPECT applies every pair at once -- each
    CLOSE NODE-FILE.
    DISPLAY " DILNOD: " NODE-COUNT
	" entr(y/ies) written to DILNODE.DAT. ".

    IF OUTAGES-CHANGED
	PERFORM SAVE-OUTAGE-CALENDAR THRU SAVE-OUTAGE-CALENDAR-EXIT.

    PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
SAVE-NODE-TABLE-EXIT.
    EXIT.

    MOVE NT-COMMENT (NODE-INDEX) TO NODE-REC-COMMENT.
    MOVE NT-CTSERV (NODE-INDEX) TO NODE-REC-CTSERV.
    MOVE NT-PW-FLAG (NODE-INDEX) TO NODE-REC-PW-FLAG.
    MOVE NT-SESSIONS (NODE-INDEX) TO NODE-REC-SESSIONS.
    MOVE NT-SYSTEM-TYPE (NODE-INDEX) TO NODE-REC-SYSTEM-TYPE.
    MOVE NT-DISABLED-DATE (NODE-INDEX) TO NODE-REC-DISABLED-DATE.
    WRITE NODE-RECORD.
SAVE-ONE-ENTRY-EXIT.
    EXIT.

* Rewrite DILOUT.DAT from the outage table, when a booking has been
* made or cancelled this session.
SAVE-OUTAGE-CALENDAR.
    OPEN OUTPUT OUTAGE-FILE.
    IF OUTAGE-FILE-STATUS NOT = "00"
	DISPLAY "? SAVE-OUTAGE-CALENDAR: DILOUT.DAT could not be rewritten, status = "
	    OUTAGE-FILE-STATUS
	MOVE 1 TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.

    PERFORM SAVE-ONE-OUTAGE THRU SAVE-ONE-OUTAGE-EXIT
	VARYING OUTAGE-INDEX FROM 1 BY 1
	UNTIL OUTAGE-INDEX > OUTAGE-COUNT.
    CLOSE OUTAGE-FILE.
    DISPLAY " DILNOD: " OUTAGE-COUNT
	" outage(s) written to DILOUT.DAT. ".
SAVE-OUTAGE-CALENDAR-EXIT.
    EXIT.

SAVE-ONE-OUTAGE.
    MOVE OUTAGE-ENTRY (OUTAGE-INDEX) TO OUTAGE-RECORD.
    WRITE OUTAGE-RECORD.
SAVE-ONE-OUTAGE-EXIT.
    EXIT.

* An edit is refused up front when the held journal is full, rather
* than made and left out of the journal.
CHECK-JOURNAL-ROOM.
    MOVE "YES" TO FIELD-OK-FLAG.
    IF PENDING-COUNT = MAX-PENDING-COUNT
	DISPLAY " ? " MAX-PENDING-COUNT " edits are waiting to be saved -- "
	DISPLAY "   E(nd) to save them, then run DILNOD again. "
	MOVE "NO " TO FIELD-OK-FLAG.
CHECK-JOURNAL-ROOM-EXIT.
    EXIT.

* hold the journal entry for the edit just made, keyed by node name
HOLD-JOURNAL-ENTRY.
    ADD 1 TO PENDING-COUNT.
    MOVE JOURNAL-ACTION TO PJ-ACTION (PENDING-COUNT).
    MOVE ENTRY-NAME TO PJ-KEY (PENDING-COUNT).
    MOVE BEFORE-IMAGE TO PJ-BEFORE (PENDING-COUNT).
    MOVE AFTER-IMAGE TO PJ-AFTER (PENDING-COUNT).
HOLD-JOURNAL-ENTRY-EXIT.
    EXIT.

* Append the held entries to DILJNL.LOG now that the table they
* describe is saved, creating the journal the first time, the same
* fallback CD36T1 uses for CDBENCH.LOG.  A journal that cannot be
* written does not undo the save, but the run ends non-zero.
WRITE-JOURNAL.
    IF PENDING-COUNT = 0
	GO TO WRITE-JOURNAL-EXIT.

    ACCEPT JOURNAL-DATE FROM DATE.
    ACCEPT JOURNAL-TIME FROM TIME.

    OPEN EXTEND JOURNAL-FILE.
    IF JOURNAL-FILE-STATUS = "35"
	OPEN OUTPUT JOURNAL-FILE.

    IF JOURNAL-FILE-STATUS NOT = "00"
	DISPLAY "? WRITE-JOURNAL: DILJNL.LOG could not be opened, status = "
	    JOURNAL-FILE-STATUS
	MOVE 1 TO COMPLETION-CODE
	GO TO WRITE-JOURNAL-EXIT.

    PERFORM WRITE-ONE-JOURNAL-ENTRY THRU WRITE-ONE-JOURNAL-ENTRY-EXIT
	VARYING PENDING-INDEX FROM 1 BY 1
	UNTIL PENDING-INDEX > PENDING-COUNT.
    CLOSE JOURNAL-FILE.
    DISPLAY " DILNOD: " PENDING-COUNT " edit(s) journaled to DILJNL.LOG. ".
WRITE-JOURNAL-EXIT.
    EXIT.

WRITE-ONE-JOURNAL-ENTRY.
    MOVE JOURNAL-DATE TO JNL-DATE.
    MOVE JOURNAL-HHMM TO JNL-TIME.
    MOVE OPERATOR-INITIALS TO JNL-INITIALS.
    MOVE "DILNOD" TO JNL-PROGRAM.
    MOVE PJ-ACTION (PENDING-INDEX) TO JNL-ACTION.
    MOVE PJ-KEY (PENDING-INDEX) TO JNL-KEY.
    MOVE PJ-BEFORE (PENDING-INDEX) TO JNL-BEFORE.
    MOVE PJ-AFTER (PENDING-INDEX) TO JNL-AFTER.
    WRITE JOURNAL-RECORD.
WRITE-ONE-JOURNAL-ENTRY-EXIT.
    EXIT.

* Turn a YYMMDD date into a serial day number, good enough to take
* differences across this era: 365 days a year, a leap day for every
* fourth year, and one more when the date itself is past February of
* a leap year.  The same conversion DILINC uses.
CONVERT-DATE-TO-DAY.
    IF WORK-MM < 1 OR WORK-MM > 12
	MOVE 1 TO WORK-MM.
    COMPUTE WORK-DAY-NUMBER = WORK-YY * 365
	+ MONTH-DAYS (WORK-MM) + WORK-DD.
    DIVIDE WORK-YY BY 4 GIVING WORK-LEAP-QUOT
	REMAINDER WORK-LEAP-REM.

* count whole leap days from the PRIOR years only; the current
* year's own 29-Feb is added back below once the date is past
* February
    IF WORK-LEAP-REM = 0
	SUBTRACT 1 FROM WORK-LEAP-QUOT.
    ADD WORK-LEAP-QUOT TO WORK-DAY-NUMBER.
    IF WORK-LEAP-REM = 0 AND WORK-MM > 2
	ADD 1 TO WORK-DAY-NUMBER.
CONVERT-DATE-TO-DAY-EXIT.
    EXIT.
