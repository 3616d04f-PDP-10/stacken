*     test CALLed from DILVER uses (DILVER.CBL edit 7); a standalone
*     run is unaffected, GOBACK from a main program behaving as STOP
*     RUN does.  FILES: DIXLIB.CBL )%
*
* Edit (%O'3', '29-Oct-86', 'Karin Lindqvist')
* %(  A case's expected value could change with no record of who
*     changed it or what it was before.  An interactive session now
*     starts by asking for the operator's initials, and every add,
*     change and delete is journaled to DILJNL.LOG with the date,
*     time, initials, case number and the card before and after.
*     The entries are held until END has rewritten DIXCAS.DAT, so
*     edits thrown away by QUIT are never journaled; the unattended
*     validate pass edits nothing and journals nothing.  FILES:
*     DIXLIB.CBL, DILNOD.CBL, DILINC.CBL, DILBEN.CBL, DILJNL.CBL
*     (NEW) )%

INSTALLATION.

	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS LIBPARM-FILE-STATUS.

* the maintenance journal, appended to on every save
    SELECT JOURNAL-FILE ASSIGN TO "DILJNL.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS JOURNAL-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
01  LIBPARM-RECORD.
    05  LIBPARM-MODE PIC X(1).

* one maintenance action, in the layout DILNOD's journal uses
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

WORKING-STORAGE SECTION.

01  INTERFACE-FILES.

01  DIXCAS-FILE-STATUS PIC X(2).
01  LIBPARM-FILE-STATUS PIC X(2).
01  JOURNAL-FILE-STATUS PIC X(2).

01  CASE-EOF-FLAG PIC X(3) VALUE "NO ".
    88  CASE-EOF VALUE "YES".
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-EXPECTED PIC X(12).

* who is making the session's edits, for the journal
01  OPERATOR-INITIALS PIC X(3) VALUE SPACES.

* the journal entries for the session's edits, held until END has
* saved the case file they describe, as DILNOD holds its own
01  PENDING-JOURNAL.
    05  PJ-ENTRY OCCURS 100 TIMES.
	10  PJ-ACTION PIC X(11).
	10  PJ-KEY PIC X(20).
	10  PJ-BEFORE PIC X(160).
	10  PJ-AFTER PIC X(160).

77  MAX-PENDING-COUNT PIC S9(4) COMP VALUE 100.
77  PENDING-COUNT PIC S9(4) COMP VALUE 0.
77  PENDING-INDEX PIC S9(4) COMP.

* the card being journaled, before and after the edit
01  JOURNAL-ACTION PIC X(11).
01  BEFORE-IMAGE PIC X(160).
01  AFTER-IMAGE PIC X(160).

01  JOURNAL-DATE PIC 9(6).
01  JOURNAL-TIME PIC 9(8).
01  JOURNAL-TIME-R REDEFINES JOURNAL-TIME.
    05  JOURNAL-HHMM PIC 9(4).
    05  FILLER PIC 9(4).

* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.

    ELSE
	DISPLAY " DIXLIB case librarian -- " CASE-COUNT
	    " case(s) loaded from DIXCAS.DAT. "
	PERFORM GET-OPERATOR-INITIALS THRU GET-OPERATOR-INITIALS-EXIT
	PERFORM ONE-COMMAND THRU ONE-COMMAND-EXIT
	    UNTIL TIME-TO-QUIT.

GET-RUN-MODE-EXIT.
    EXIT.

* every edit is journaled under the initials of whoever made it; a
* session without them goes no further than the command prompt
GET-OPERATOR-INITIALS.
    DISPLAY " Enter your initials: ".
    ACCEPT OPERATOR-INITIALS.
    IF OPERATOR-INITIALS = SPACES
	DISPLAY "? DIXLIB: case maintenance needs your initials. "
	MOVE 1 TO COMPLETION-CODE
	MOVE "YES" TO QUIT-FLAG.
GET-OPERATOR-INITIALS-EXIT.
    EXIT.

LOAD-CASE-FILE.
    OPEN INPUT DIXCAS-FILE.
    IF DIXCAS-FILE-STATUS NOT = "00"
	    " cases. "
	GO TO ADD-CASE-EXIT.

    PERFORM CHECK-JOURNAL-ROOM THRU CHECK-JOURNAL-ROOM-EXIT.
    IF NOT CARD-OK
	GO TO ADD-CASE-EXIT.

    PERFORM PROMPT-FOR-CARD THRU PROMPT-FOR-CARD-EXIT.
    MOVE 0 TO CASE-INDEX.
    PERFORM VALIDATE-WORK-CARD THRU VALIDATE-WORK-CARD-EXIT.
    ADD 1 TO CASE-COUNT.
    MOVE WORK-CARD TO CASE-CARD-ENTRY (CASE-COUNT).
    MOVE "YES" TO CHANGED-FLAG.

    MOVE "ADD" TO JOURNAL-ACTION.
    MOVE SPACES TO BEFORE-IMAGE.
    MOVE WORK-CARD TO AFTER-IMAGE.
    PERFORM HOLD-JOURNAL-ENTRY THRU HOLD-JOURNAL-ENTRY-EXIT.
    DISPLAY " Case " WC-NUMBER " added. ".
ADD-CASE-EXIT.
    EXIT.
* numeric fields, retyping the card beats guessing which old fields
* still make sense next to the new ones.
CHANGE-CASE.
    PERFORM CHECK-JOURNAL-ROOM THRU CHECK-JOURNAL-ROOM-EXIT.
    IF NOT CARD-OK
	GO TO CHANGE-CASE-EXIT.

    PERFORM PROMPT-FOR-CARD THRU PROMPT-FOR-CARD-EXIT.
    MOVE 0 TO CASE-INDEX.
    PERFORM VALIDATE-WORK-CARD THRU VALIDATE-WORK-CARD-EXIT.
	DISPLAY "   -- use A(dd) instead. "
	GO TO CHANGE-CASE-EXIT.

    MOVE CASE-CARD-ENTRY (FOUND-INDEX) TO BEFORE-IMAGE.
    MOVE WORK-CARD TO CASE-CARD-ENTRY (FOUND-INDEX).
    MOVE "YES" TO CHANGED-FLAG.

    MOVE "CHANGE" TO JOURNAL-ACTION.
    MOVE WORK-CARD TO AFTER-IMAGE.
    IF BEFORE-IMAGE NOT = AFTER-IMAGE
	PERFORM HOLD-JOURNAL-ENTRY THRU HOLD-JOURNAL-ENTRY-EXIT.
    DISPLAY " Case " WC-NUMBER " changed. ".
CHANGE-CASE-EXIT.
    EXIT.

DELETE-CASE.
    PERFORM CHECK-JOURNAL-ROOM THRU CHECK-JOURNAL-ROOM-EXIT.
    IF NOT CARD-OK
	GO TO DELETE-CASE-EXIT.

    DISPLAY " Enter the case number to delete: ".
    ACCEPT WC-NUMBER.

	DISPLAY " ? Case " WC-NUMBER " is not on file. "
	GO TO DELETE-CASE-EXIT.

    MOVE "DELETE" TO JOURNAL-ACTION.
    MOVE CASE-CARD-ENTRY (FOUND-INDEX) TO BEFORE-IMAGE.
    MOVE SPACES TO AFTER-IMAGE.
    PERFORM HOLD-JOURNAL-ENTRY THRU HOLD-JOURNAL-ENTRY-EXIT.

    PERFORM SHIFT-ONE-CASE THRU SHIFT-ONE-CASE-EXIT
	VARYING CASE-INDEX FROM FOUND-INDEX BY 1
	UNTIL CASE-INDEX NOT < CASE-COUNT.
	VARYING CASE-INDEX FROM 1 BY 1 UNTIL CASE-INDEX > CASE-COUNT.
    CLOSE DIXCAS-FILE.
    DISPLAY " DIXLIB: " CASE-COUNT " case(s) written to DIXCAS.DAT. ".
    PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
    MOVE "YES" TO QUIT-FLAG.
SAVE-CASE-FILE-EXIT.
    EXIT.
    WRITE DIXCAS-RECORD.
SAVE-ONE-CASE-EXIT.
    EXIT.

* An edit is refused up front when the held journal is full, rather
* than made and left out of the journal.
CHECK-JOURNAL-ROOM.
    MOVE "YES" TO CARD-OK-FLAG.
    IF PENDING-COUNT = MAX-PENDING-COUNT
	DISPLAY " ? " MAX-PENDING-COUNT " edits are waiting to be saved -- "
	DISPLAY "   E(nd) to save them, then run DIXLIB again. "
	MOVE "NO " TO CARD-OK-FLAG.
CHECK-JOURNAL-ROOM-EXIT.
    EXIT.

* hold the journal entry for the edit just made, keyed by case number
HOLD-JOURNAL-ENTRY.
    ADD 1 TO PENDING-COUNT.
    MOVE JOURNAL-ACTION TO PJ-ACTION (PENDING-COUNT).
    MOVE WC-NUMBER TO PJ-KEY (PENDING-COUNT).
    MOVE BEFORE-IMAGE TO PJ-BEFORE (PENDING-COUNT).
    MOVE AFTER-IMAGE TO PJ-AFTER (PENDING-COUNT).
HOLD-JOURNAL-ENTRY-EXIT.
    EXIT.

* Append the held entries to DILJNL.LOG now that the case file they
* describe is saved, creating the journal the first time.  A journal
* that cannot be written does not undo the save, but the run ends
* non-zero.
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
    DISPLAY " DIXLIB: " PENDING-COUNT " edit(s) journaled to DILJNL.LOG. ".
WRITE-JOURNAL-EXIT.
    EXIT.

WRITE-ONE-JOURNAL-ENTRY.
    MOVE JOURNAL-DATE TO JNL-DATE.
    MOVE JOURNAL-HHMM TO JNL-TIME.
    MOVE OPERATOR-INITIALS TO JNL-INITIALS.
    MOVE "DIXLIB" TO JNL-PROGRAM.
    MOVE PJ-ACTION (PENDING-INDEX) TO JNL-ACTION.
    MOVE PJ-KEY (PENDING-INDEX) TO JNL-KEY.
    MOVE PJ-BEFORE (PENDING-INDEX) TO JNL-BEFORE.
    MOVE PJ-AFTER (PENDING-INDEX) TO JNL-AFTER.
    WRITE JOURNAL-RECORD.
WRITE-ONE-JOURNAL-ENTRY-EXIT.
    EXIT.
