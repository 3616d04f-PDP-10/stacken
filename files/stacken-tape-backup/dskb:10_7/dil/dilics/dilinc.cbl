	flag when the same test or node had already failed with
	nobody looking -- and acknowledges one with initials and a
	disposition note.  "Did anyone ever look at Tuesday's
	failure?" becomes a lookup instead of an argument.  DILVER
	marks an incident RESOLVED once a later cycle passes what
	failed, and the aging report here answers "how long do DIL
	problems stay broken?" month by month.

* THIS SOFTWARE IS FURNISHED UNDER A LICENSE AND MAY  BE  USED
* OR COPIED ONLY IN ACCORDANCE WITH THE TERMS OF SUCH LICENSE.
*     the failed subsystems; the failed-subsystem list widened from
*     three names' worth to four here as in DILVER.  FILES:
*     DILINC.CBL, DILVER.CBL )%
*
* Edit (%O'3', '24-Oct-86', 'Karin Lindqvist')
* %(  DILVER now marks an incident RESOLVED, with the resolving run id
*     and date, once a later cycle passes what it failed (DILVER.CBL
*     edit 37); the record layout here grows the same three fields,
*     and a resolved incident leaves the L work-queue listing.  New R
*     command: the incident aging report -- unresolved incidents
*     older than an operator-given number of days, REPEAT incidents
*     nobody has acknowledged, and for each month and subsystem the
*     incidents raised, resolved and still open with the mean and
*     worst hours from the failing run to the first run that cleared
*     it.  Hours come from the two run ids, which lead with the date
*     and carry the hour and minute; the dates go through the same
*     serial-day arithmetic DILTRM uses.  FILES: DILINC.CBL,
*     DILVER.CBL )%
*
* Edit (%O'4', '29-Oct-86', 'Karin Lindqvist')
* %(  An acknowledgment overwrote the incident's acknowledgment fields
*     with no record of what they held before.  Every acknowledgment
*     is now journaled to DILJNL.LOG, in the layout DILNOD's journal
*     uses, with the date, time, the acknowledger's initials, the run
*     id and the incident record before and after.  FILES:
*     DILINC.CBL, DILNOD.CBL, DIXLIB.CBL, DILBEN.CBL, DILJNL.CBL
*     (NEW) )%
*
* Edit (%O'5', '7-Nov-86', 'Karin Lindqvist')
* %(  DILVER now records why each failed subsystem failed (DILVER.CBL
*     edit 45): the node unreachable, its password refused, a remote
*     file-system error, a connect timeout, a data mismatch on
*     read-back, or a failure on this side.  The record layout here
*     grows the same three cause letters, DAP, DIT and EXC.  New C
*     command: the open incidents queued by cause, one queue per cause
*     headed with the group that owns it -- unreachable and timeout
*     the network group's, password and remote file system the remote
*     system manager's, mismatch and local failures ours -- for one
*     cause letter or, left blank, every queue in turn and a last one
*     for open incidents with no cause recorded (a DIX failure, or an
*     incident raised before causes were kept).  An incident whose
*     subsystems failed for different causes is in each of those
*     queues.  FILES: DILINC.CBL, DILVER.CBL )%

INSTALLATION.

	RECORD KEY IS INC-RUN-ID
	FILE STATUS IS INCIDENT-FILE-STATUS.

* the maintenance journal, appended to on every acknowledgment
    SELECT JOURNAL-FILE ASSIGN TO "DILJNL.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS JOURNAL-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
    05  INC-ACK-INITIALS PIC X(3).
    05  INC-DISPOSITION PIC X(40).
    05  INC-REPEAT-FLAG PIC X(1).
    05  INC-RESOLVED-FLAG PIC X(1).
    05  INC-RESOLVED-RUN-ID PIC 9(10).
    05  INC-RESOLVED-DATE PIC 9(6).
    05  INC-DAP-CAUSE PIC X(1).
    05  INC-DIT-CAUSE PIC X(1).
    05  INC-EXC-CAUSE PIC X(1).

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

01  INCIDENT-FILE-STATUS PIC X(2).
01  JOURNAL-FILE-STATUS PIC X(2).

01  INCIDENT-EOF-FLAG PIC X(3).
    88  INCIDENT-EOF VALUE "YES".
01  ACK-INITIALS PIC X(3).
01  ACK-DISPOSITION PIC X(40).

* the incident record before the acknowledgment, for the journal
01  BEFORE-IMAGE PIC X(160).
01  JOURNAL-TIME PIC 9(8).
01  JOURNAL-TIME-R REDEFINES JOURNAL-TIME.
    05  JOURNAL-HHMM PIC 9(4).
    05  FILLER PIC 9(4).

* one formatted line of the open-incident listing
01  LIST-LINE.
    05  LL-RUN-ID PIC 9(10).
    05  FILLER PIC X(2) VALUE SPACES.
    05  LL-REPEAT PIC X(6).

* the cause queues: each cause letter DILVER records, the word the
* node matrix shows for it and the group whose queue it is.  The
* seventh queue is the open incidents with no cause recorded at all.
01  CAUSE-NAMES.
    05  FILLER PIC X(1) VALUE "U".
    05  FILLER PIC X(11) VALUE "UNREACHABLE".
    05  FILLER PIC X(21) VALUE "NETWORK GROUP".
    05  FILLER PIC X(1) VALUE "T".
    05  FILLER PIC X(11) VALUE "TIMEOUT".
    05  FILLER PIC X(21) VALUE "NETWORK GROUP".
    05  FILLER PIC X(1) VALUE "P".
    05  FILLER PIC X(11) VALUE "PASSWORD".
    05  FILLER PIC X(21) VALUE "REMOTE SYSTEM MANAGER".
    05  FILLER PIC X(1) VALUE "F".
    05  FILLER PIC X(11) VALUE "REMOTE FS".
    05  FILLER PIC X(21) VALUE "REMOTE SYSTEM MANAGER".
    05  FILLER PIC X(1) VALUE "M".
    05  FILLER PIC X(11) VALUE "MISMATCH".
    05  FILLER PIC X(21) VALUE "DIL SUPPORT".
    05  FILLER PIC X(1) VALUE "L".
    05  FILLER PIC X(11) VALUE "LOCAL".
    05  FILLER PIC X(21) VALUE "DIL SUPPORT".
    05  FILLER PIC X(1) VALUE SPACE.
    05  FILLER PIC X(11) VALUE "NO CAUSE".
    05  FILLER PIC X(21) VALUE "DIL SUPPORT".
01  CAUSE-NAME-VALUES REDEFINES CAUSE-NAMES.
    05  CAUSE-ENTRY OCCURS 7 TIMES.
	10  CAUSE-LETTER PIC X(1).
	10  CAUSE-WORD PIC X(11).
	10  CAUSE-OWNER PIC X(21).
77  CAUSE-COUNT PIC S9(4) COMP VALUE 6.
77  NO-CAUSE-INDEX PIC S9(4) COMP VALUE 7.
77  CAUSE-INDEX PIC S9(4) COMP.
77  QUEUE-INDEX PIC S9(4) COMP.
77  QUEUE-COUNT PIC S9(10) COMP.
01  QUEUE-CAUSE PIC X(1).
77  QUEUE-PTR PIC S9(4) COMP.

* one formatted line of a cause queue: the subsystems that failed
* for the queue's cause
01  QUEUE-LINE.
    05  QL-RUN-ID PIC 9(10).
    05  FILLER PIC X(2) VALUE SPACES.
    05  QL-SYSTEM PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  QL-FAILED PIC X(16).
    05  FILLER PIC X(1) VALUE SPACE.
    05  QL-TEST PIC ZZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  QL-NODE PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  QL-REPEAT PIC X(6).

* the aging report: incidents unresolved longer than this many days
* are listed
77  AGE-THRESHOLD PIC S9(10) COMP VALUE 7.
77  AGE-DAYS PIC S9(10) COMP.
77  AGED-COUNT PIC S9(10) COMP.
77  REPEAT-COUNT PIC S9(10) COMP.

01  WS-TODAY PIC 9(6).
77  TODAY-DAY-NUMBER PIC S9(10) COMP.

* a date and its serial day number, for age and elapsed-time
* differences -- the same arithmetic DILTRM uses for its cutoff
01  WORK-DATE PIC 9(6).
01  WORK-DATE-R REDEFINES WORK-DATE.
    05  WORK-YY PIC 9(2).
    05  WORK-MM PIC 9(2).
    05  WORK-DD PIC 9(2).
01  WORK-DATE-M REDEFINES WORK-DATE.
    05  WORK-YYMM PIC 9(4).
    05  FILLER PIC 9(2).
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

* a run id split into its date, hour and minute, and the minute
* count it stands for
01  WORK-RUN-ID PIC 9(10).
01  WORK-RUN-ID-R REDEFINES WORK-RUN-ID.
    05  WRI-DATE PIC 9(6).
    05  WRI-HH PIC 9(2).
    05  WRI-MM PIC 9(2).
77  WORK-RUN-MINUTES PIC S9(10) COMP.
77  FAILED-MINUTES PIC S9(10) COMP.
77  RESOLVE-MINUTES PIC S9(10) COMP.

* the month whose block is being accumulated; zero until the first
* incident arrives
77  CURRENT-YYMM PIC 9(4) VALUE 0.
77  MONTH-COUNT PIC S9(10) COMP VALUE 0.
77  FAILED-TALLY PIC S9(4) COMP.

* the month's accumulators, one row per subsystem
01  SUBSYSTEM-NAMES.
    05  FILLER PIC X(3) VALUE "DIX".
    05  FILLER PIC X(3) VALUE "DAP".
    05  FILLER PIC X(3) VALUE "DIT".
    05  FILLER PIC X(3) VALUE "EXC".
01  SUBSYSTEM-NAME-VALUES REDEFINES SUBSYSTEM-NAMES.
    05  SUB-NAME PIC X(3) OCCURS 4 TIMES.

01  SUBSYSTEM-TABLE.
    05  SUBSYSTEM-ENTRY OCCURS 4 TIMES.
	10  SUB-RAISED PIC S9(10) COMP.
	10  SUB-RESOLVED PIC S9(10) COMP.
	10  SUB-TOTAL-MINUTES PIC S9(10) COMP.
	10  SUB-WORST-MINUTES PIC S9(10) COMP.
77  SUB-INDEX PIC S9(4) COMP.

* one formatted line of the aged-incident list
01  AGED-LINE.
    05  AL-RUN-ID PIC 9(10).
    05  FILLER PIC X(2) VALUE SPACES.
    05  AL-SYSTEM PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  AL-FAILED PIC X(16).
    05  FILLER PIC X(1) VALUE SPACE.
    05  AL-NODE PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  AL-AGE PIC ZZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  AL-ACK PIC X(3).

* one formatted line of the month's time-to-resolve block
01  RESOLVE-LINE.
    05  FILLER PIC X(3) VALUE SPACES.
    05  RL-SUBSYSTEM PIC X(3).
    05  FILLER PIC X(3) VALUE SPACES.
    05  RL-RAISED PIC ZZZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  RL-RESOLVED PIC ZZZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  RL-OPEN PIC ZZZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  RL-MEAN PIC ZZZZ9.9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  RL-WORST PIC ZZZZ9.9.

* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.

ONE-COMMAND.
    DISPLAY " ".
    DISPLAY " Enter a command -- L(ist open incidents), ".
    DISPLAY " C(ause queues), A(cknowledge one), R(eport incident aging) ".
    DISPLAY " or Q(uit): ".
    ACCEPT OPERATOR-COMMAND.

    IF OPERATOR-COMMAND = "L"
	PERFORM LIST-OPEN-INCIDENTS THRU LIST-OPEN-INCIDENTS-EXIT
    ELSE IF OPERATOR-COMMAND = "C"
	PERFORM LIST-CAUSE-QUEUES THRU LIST-CAUSE-QUEUES-EXIT
    ELSE IF OPERATOR-COMMAND = "A"
	PERFORM ACKNOWLEDGE-INCIDENT THRU ACKNOWLEDGE-INCIDENT-EXIT
    ELSE IF OPERATOR-COMMAND = "R"
	PERFORM REPORT-INCIDENT-AGING THRU REPORT-INCIDENT-AGING-EXIT
    ELSE IF OPERATOR-COMMAND = "Q"
	MOVE "YES" TO QUIT-FLAG
    ELSE
	MOVE "YES" TO INCIDENT-EOF-FLAG
	GO TO LIST-ONE-INCIDENT-EXIT.

* a resolved incident has left the work queue whether or not anyone
* acknowledged it
    IF INC-ACK-FLAG = "Y" OR INC-RESOLVED-FLAG = "R"
	GO TO LIST-ONE-INCIDENT-EXIT.

    ADD 1 TO OPEN-COUNT.
LIST-ONE-INCIDENT-EXIT.
    EXIT.

* The open incidents queued by cause, so each group works its own
* list: one cause letter's queue, or with a blank answer every queue
* in turn, then the open incidents that carry no cause at all.
LIST-CAUSE-QUEUES.
    DISPLAY " Enter the cause -- U(nreachable), T(imeout), P(assword), ".
    DISPLAY " F (remote file system), M(ismatch), L(ocal) -- or blank ".
    DISPLAY " for every queue: ".
    MOVE SPACE TO QUEUE-CAUSE.
    ACCEPT QUEUE-CAUSE.

    IF QUEUE-CAUSE = SPACE
	PERFORM LIST-ONE-CAUSE-QUEUE THRU LIST-ONE-CAUSE-QUEUE-EXIT
	    VARYING CAUSE-INDEX FROM 1 BY 1
	    UNTIL CAUSE-INDEX > NO-CAUSE-INDEX
	GO TO LIST-CAUSE-QUEUES-EXIT.

    MOVE 0 TO QUEUE-INDEX.
    PERFORM MATCH-ONE-CAUSE THRU MATCH-ONE-CAUSE-EXIT
	VARYING CAUSE-INDEX FROM 1 BY 1 UNTIL CAUSE-INDEX > CAUSE-COUNT.
    IF QUEUE-INDEX = 0
	DISPLAY " ? Unrecognized cause " QUEUE-CAUSE ". "
	GO TO LIST-CAUSE-QUEUES-EXIT.

    MOVE QUEUE-INDEX TO CAUSE-INDEX.
    PERFORM LIST-ONE-CAUSE-QUEUE THRU LIST-ONE-CAUSE-QUEUE-EXIT.
LIST-CAUSE-QUEUES-EXIT.
    EXIT.

MATCH-ONE-CAUSE.
    IF CAUSE-LETTER (CAUSE-INDEX) = QUEUE-CAUSE
	MOVE CAUSE-INDEX TO QUEUE-INDEX.
MATCH-ONE-CAUSE-EXIT.
    EXIT.

LIST-ONE-CAUSE-QUEUE.
    DISPLAY " ".
    DISPLAY " " CAUSE-WORD (CAUSE-INDEX) " -- QUEUE OF THE "
	CAUSE-OWNER (CAUSE-INDEX).
    DISPLAY " RUN         SYSTEM  FAILED           TEST  NODE    REMARK ".
    MOVE 0 TO QUEUE-COUNT.
    PERFORM START-INCIDENT-WALK THRU START-INCIDENT-WALK-EXIT.
    PERFORM QUEUE-ONE-INCIDENT THRU QUEUE-ONE-INCIDENT-EXIT
	UNTIL INCIDENT-EOF.
    DISPLAY " " QUEUE-COUNT " open incident(s). ".
LIST-ONE-CAUSE-QUEUE-EXIT.
    EXIT.

* An open incident is in the queue when any of its subsystems failed
* for the queue's cause; the FAILED column names just those.  The
* no-cause queue takes the incidents none of whose causes is set.
QUEUE-ONE-INCIDENT.
    PERFORM READ-NEXT-INCIDENT THRU READ-NEXT-INCIDENT-EXIT.
    IF INCIDENT-EOF
	GO TO QUEUE-ONE-INCIDENT-EXIT.

    IF INC-ACK-FLAG = "Y" OR INC-RESOLVED-FLAG = "R"
	GO TO QUEUE-ONE-INCIDENT-EXIT.

    MOVE SPACES TO QL-FAILED.
    IF CAUSE-INDEX = NO-CAUSE-INDEX
	IF INC-DAP-CAUSE = SPACE AND INC-DIT-CAUSE = SPACE
	   AND INC-EXC-CAUSE = SPACE
	    MOVE INC-FAILED-LIST TO QL-FAILED
	    GO TO QUEUE-ONE-INCIDENT-SHOW
	ELSE
	    GO TO QUEUE-ONE-INCIDENT-EXIT.

    MOVE 1 TO QUEUE-PTR.
    IF INC-DAP-CAUSE = CAUSE-LETTER (CAUSE-INDEX)
	STRING "DAP " DELIMITED BY SIZE
	    INTO QL-FAILED WITH POINTER QUEUE-PTR.
    IF INC-DIT-CAUSE = CAUSE-LETTER (CAUSE-INDEX)
	STRING "DIT " DELIMITED BY SIZE
	    INTO QL-FAILED WITH POINTER QUEUE-PTR.
    IF INC-EXC-CAUSE = CAUSE-LETTER (CAUSE-INDEX)
	STRING "EXC " DELIMITED BY SIZE
	    INTO QL-FAILED WITH POINTER QUEUE-PTR.
    IF QUEUE-PTR = 1
	GO TO QUEUE-ONE-INCIDENT-EXIT.

QUEUE-ONE-INCIDENT-SHOW.
    ADD 1 TO QUEUE-COUNT.
    MOVE INC-RUN-ID TO QL-RUN-ID.
    MOVE INC-SYSTEM TO QL-SYSTEM.
    MOVE INC-DIX-FAILED-TEST TO QL-TEST.
    MOVE INC-FAILED-NODE TO QL-NODE.
    IF INC-REPEAT-FLAG = "R"
	MOVE "REPEAT" TO QL-REPEAT
    ELSE
	MOVE SPACES TO QL-REPEAT.
    DISPLAY " " QUEUE-LINE.
QUEUE-ONE-INCIDENT-EXIT.
    EXIT.

* Take one acknowledgment: the run id names the incident, and the
* initials and disposition note go on its record, which stays in the
* file as the permanent answer to "who looked at this, and what did
	DISPLAY " " INC-DISPOSITION
	GO TO ACKNOWLEDGE-INCIDENT-EXIT.

    IF INC-RESOLVED-FLAG = "R"
	DISPLAY " Incident " ACK-RUN-ID " was RESOLVED by run "
	    INC-RESOLVED-RUN-ID " -- the disposition goes on record. ".

    DISPLAY " Enter your initials: ".
    ACCEPT ACK-INITIALS.
    IF ACK-INITIALS = SPACES
    DISPLAY " Enter the disposition note: ".
    ACCEPT ACK-DISPOSITION.

    MOVE INCIDENT-RECORD TO BEFORE-IMAGE.
    MOVE "Y" TO INC-ACK-FLAG.
    MOVE ACK-INITIALS TO INC-ACK-INITIALS.
    MOVE ACK-DISPOSITION TO INC-DISPOSITION.
	    MOVE 1 TO COMPLETION-CODE
	    GO TO ACKNOWLEDGE-INCIDENT-EXIT.

    PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
    DISPLAY " Incident " ACK-RUN-ID " acknowledged. ".
ACKNOWLEDGE-INCIDENT-EXIT.
    EXIT.

* Append the acknowledgment just rewritten to DILJNL.LOG, creating
* the journal the first time.  A journal that cannot be written does
* not undo the acknowledgment, but the run ends non-zero.
WRITE-JOURNAL.
    OPEN EXTEND JOURNAL-FILE.
    IF JOURNAL-FILE-STATUS = "35"
	OPEN OUTPUT JOURNAL-FILE.

    IF JOURNAL-FILE-STATUS NOT = "00"
	DISPLAY "? WRITE-JOURNAL: DILJNL.LOG could not be opened, status = "
	    JOURNAL-FILE-STATUS
	MOVE 1 TO COMPLETION-CODE
	GO TO WRITE-JOURNAL-EXIT.

    ACCEPT JNL-DATE FROM DATE.
    ACCEPT JOURNAL-TIME FROM TIME.
    MOVE JOURNAL-HHMM TO JNL-TIME.
    MOVE ACK-INITIALS TO JNL-INITIALS.
    MOVE "DILINC" TO JNL-PROGRAM.
    MOVE "ACKNOWLEDGE" TO JNL-ACTION.
    MOVE ACK-RUN-ID TO JNL-KEY.
    MOVE BEFORE-IMAGE TO JNL-BEFORE.
    MOVE INCIDENT-RECORD TO JNL-AFTER.
    WRITE JOURNAL-RECORD.
    CLOSE JOURNAL-FILE.
WRITE-JOURNAL-EXIT.
    EXIT.

* The incident aging report: how long DIL problems stay broken.
* Three passes over the file in run-id order -- the unresolved
* incidents older than the threshold, the REPEAT incidents nobody
* has acknowledged, and month by month, per subsystem, the incidents
* raised, resolved and still open with the mean and worst hours from
* the failing run to the run that cleared it.  An incident failing
* two subsystems counts under both.
REPORT-INCIDENT-AGING.
    DISPLAY " Enter the age in days past which an unresolved incident ".
    DISPLAY " is listed (1 thru 999, default 7): ".
    ACCEPT AGE-THRESHOLD.
    IF AGE-THRESHOLD < 1 OR AGE-THRESHOLD > 999
	MOVE 7 TO AGE-THRESHOLD.

    ACCEPT WS-TODAY FROM DATE.
    MOVE WS-TODAY TO WORK-DATE.
    PERFORM CONVERT-DATE-TO-DAY THRU CONVERT-DATE-TO-DAY-EXIT.
    MOVE WORK-DAY-NUMBER TO TODAY-DAY-NUMBER.

    DISPLAY " ".
    DISPLAY " ------------------------------------------------------------ ".
    DISPLAY " DIL Incident Aging and Time-to-Resolve Report ".
    DISPLAY " As of " WS-TODAY ". ".
    DISPLAY " ------------------------------------------------------------ ".

    DISPLAY " ".
    DISPLAY " UNRESOLVED INCIDENTS OLDER THAN " AGE-THRESHOLD " DAY(S): ".
    DISPLAY " RUN         SYSTEM  FAILED           NODE     AGE   ACK ".
    MOVE 0 TO AGED-COUNT.
    PERFORM START-INCIDENT-WALK THRU START-INCIDENT-WALK-EXIT.
    PERFORM AGE-ONE-INCIDENT THRU AGE-ONE-INCIDENT-EXIT
	UNTIL INCIDENT-EOF.
    DISPLAY " " AGED-COUNT " incident(s) past the threshold. ".

    DISPLAY " ".
    DISPLAY " REPEAT INCIDENTS NOT ACKNOWLEDGED: ".
    DISPLAY " RUN         SYSTEM  FAILED           TEST  NODE    REMARK ".
    MOVE 0 TO REPEAT-COUNT.
    PERFORM START-INCIDENT-WALK THRU START-INCIDENT-WALK-EXIT.
    PERFORM REPEAT-ONE-INCIDENT THRU REPEAT-ONE-INCIDENT-EXIT
	UNTIL INCIDENT-EOF.
    DISPLAY " " REPEAT-COUNT " unacknowledged REPEAT incident(s). ".

    DISPLAY " ".
    DISPLAY " TIME TO RESOLVE, BY MONTH OF FAILURE (HOURS): ".
    MOVE 0 TO CURRENT-YYMM.
    MOVE 0 TO MONTH-COUNT.
    PERFORM RESET-MONTH THRU RESET-MONTH-EXIT.
    PERFORM START-INCIDENT-WALK THRU START-INCIDENT-WALK-EXIT.
    PERFORM RESOLVE-ONE-INCIDENT THRU RESOLVE-ONE-INCIDENT-EXIT
	UNTIL INCIDENT-EOF.
    IF CURRENT-YYMM NOT = 0
	PERFORM PRINT-MONTH-BLOCK THRU PRINT-MONTH-BLOCK-EXIT.
    IF MONTH-COUNT = 0
	DISPLAY " (NO INCIDENTS ON FILE) ".
    DISPLAY " ------------------------------------------------------------ ".
REPORT-INCIDENT-AGING-EXIT.
    EXIT.

START-INCIDENT-WALK.
    MOVE "NO " TO INCIDENT-EOF-FLAG.
    MOVE 0 TO INC-RUN-ID.
    START INCIDENT-FILE KEY IS NOT LESS THAN INC-RUN-ID
	INVALID KEY
	    MOVE "YES" TO INCIDENT-EOF-FLAG.
START-INCIDENT-WALK-EXIT.
    EXIT.

* Read the next incident for any of the report's walks; EOF or a bad
* status ends the walk.
READ-NEXT-INCIDENT.
    READ INCIDENT-FILE NEXT RECORD
	AT END
	    MOVE "YES" TO INCIDENT-EOF-FLAG
	    GO TO READ-NEXT-INCIDENT-EXIT.

    IF INCIDENT-FILE-STATUS NOT = "00"
	MOVE "YES" TO INCIDENT-EOF-FLAG.
READ-NEXT-INCIDENT-EXIT.
    EXIT.

AGE-ONE-INCIDENT.
    PERFORM READ-NEXT-INCIDENT THRU READ-NEXT-INCIDENT-EXIT.
    IF INCIDENT-EOF
	GO TO AGE-ONE-INCIDENT-EXIT.

    IF INC-RESOLVED-FLAG = "R"
	GO TO AGE-ONE-INCIDENT-EXIT.

    MOVE INC-DATE TO WORK-DATE.
    PERFORM CONVERT-DATE-TO-DAY THRU CONVERT-DATE-TO-DAY-EXIT.
    COMPUTE AGE-DAYS = TODAY-DAY-NUMBER - WORK-DAY-NUMBER.
    IF AGE-DAYS NOT > AGE-THRESHOLD
	GO TO AGE-ONE-INCIDENT-EXIT.

    ADD 1 TO AGED-COUNT.
    MOVE INC-RUN-ID TO AL-RUN-ID.
    MOVE INC-SYSTEM TO AL-SYSTEM.
    MOVE INC-FAILED-LIST TO AL-FAILED.
    MOVE INC-FAILED-NODE TO AL-NODE.
    MOVE AGE-DAYS TO AL-AGE.
    IF INC-ACK-FLAG = "Y"
	MOVE INC-ACK-INITIALS TO AL-ACK
    ELSE
	MOVE "---" TO AL-ACK.
    DISPLAY " " AGED-LINE.
AGE-ONE-INCIDENT-EXIT.
    EXIT.

REPEAT-ONE-INCIDENT.
    PERFORM READ-NEXT-INCIDENT THRU READ-NEXT-INCIDENT-EXIT.
    IF INCIDENT-EOF
	GO TO REPEAT-ONE-INCIDENT-EXIT.

    IF INC-REPEAT-FLAG NOT = "R" OR INC-ACK-FLAG = "Y"
	GO TO REPEAT-ONE-INCIDENT-EXIT.

    ADD 1 TO REPEAT-COUNT.
    MOVE INC-RUN-ID TO LL-RUN-ID.
    MOVE INC-SYSTEM TO LL-SYSTEM.
    MOVE INC-FAILED-LIST TO LL-FAILED.
    MOVE INC-DIX-FAILED-TEST TO LL-TEST.
    MOVE INC-FAILED-NODE TO LL-NODE.
    IF INC-RESOLVED-FLAG = "R"
	MOVE "RESOLV" TO LL-REPEAT
    ELSE
	MOVE "OPEN  " TO LL-REPEAT.
    DISPLAY " " LIST-LINE.
REPEAT-ONE-INCIDENT-EXIT.
    EXIT.

* Fold one incident into the month of its failure, closing the month's
* block out first when the incident opens a new calendar month --
* run-id order is chronological, as DILAVL relies on for RUNMST.ISM.
RESOLVE-ONE-INCIDENT.
    PERFORM READ-NEXT-INCIDENT THRU READ-NEXT-INCIDENT-EXIT.
    IF INCIDENT-EOF
	GO TO RESOLVE-ONE-INCIDENT-EXIT.

    MOVE INC-DATE TO WORK-DATE.
    IF CURRENT-YYMM NOT = 0 AND WORK-YYMM NOT = CURRENT-YYMM
	PERFORM PRINT-MONTH-BLOCK THRU PRINT-MONTH-BLOCK-EXIT
	PERFORM RESET-MONTH THRU RESET-MONTH-EXIT.
    MOVE WORK-YYMM TO CURRENT-YYMM.

* minutes from the failing run to the run that cleared it, both taken
* off their run ids
    MOVE 0 TO RESOLVE-MINUTES.
    IF INC-RESOLVED-FLAG = "R"
	MOVE INC-RUN-ID TO WORK-RUN-ID
	PERFORM CONVERT-RUN-TO-MINUTES THRU CONVERT-RUN-TO-MINUTES-EXIT
	MOVE WORK-RUN-MINUTES TO FAILED-MINUTES
	MOVE INC-RESOLVED-RUN-ID TO WORK-RUN-ID
	PERFORM CONVERT-RUN-TO-MINUTES THRU CONVERT-RUN-TO-MINUTES-EXIT
	COMPUTE RESOLVE-MINUTES = WORK-RUN-MINUTES - FAILED-MINUTES.
    IF RESOLVE-MINUTES < 0
	MOVE 0 TO RESOLVE-MINUTES.

    PERFORM FOLD-ONE-SUBSYSTEM THRU FOLD-ONE-SUBSYSTEM-EXIT
	VARYING SUB-INDEX FROM 1 BY 1 UNTIL SUB-INDEX > 4.
RESOLVE-ONE-INCIDENT-EXIT.
    EXIT.

FOLD-ONE-SUBSYSTEM.
    MOVE 0 TO FAILED-TALLY.
    INSPECT INC-FAILED-LIST TALLYING FAILED-TALLY
	FOR ALL SUB-NAME (SUB-INDEX).
    IF FAILED-TALLY = 0
	GO TO FOLD-ONE-SUBSYSTEM-EXIT.

    ADD 1 TO SUB-RAISED (SUB-INDEX).
    IF INC-RESOLVED-FLAG NOT = "R"
	GO TO FOLD-ONE-SUBSYSTEM-EXIT.

    ADD 1 TO SUB-RESOLVED (SUB-INDEX).
    ADD RESOLVE-MINUTES TO SUB-TOTAL-MINUTES (SUB-INDEX).
    IF RESOLVE-MINUTES > SUB-WORST-MINUTES (SUB-INDEX)
	MOVE RESOLVE-MINUTES TO SUB-WORST-MINUTES (SUB-INDEX).
FOLD-ONE-SUBSYSTEM-EXIT.
    EXIT.

RESET-MONTH.
    PERFORM RESET-ONE-SUBSYSTEM THRU RESET-ONE-SUBSYSTEM-EXIT
	VARYING SUB-INDEX FROM 1 BY 1 UNTIL SUB-INDEX > 4.
RESET-MONTH-EXIT.
    EXIT.

RESET-ONE-SUBSYSTEM.
    MOVE 0 TO SUB-RAISED (SUB-INDEX).
    MOVE 0 TO SUB-RESOLVED (SUB-INDEX).
    MOVE 0 TO SUB-TOTAL-MINUTES (SUB-INDEX).
    MOVE 0 TO SUB-WORST-MINUTES (SUB-INDEX).
RESET-ONE-SUBSYSTEM-EXIT.
    EXIT.

PRINT-MONTH-BLOCK.
    ADD 1 TO MONTH-COUNT.
    DISPLAY " ".
    DISPLAY " MONTH " CURRENT-YYMM ": ".
    DISPLAY "   SUB   RAISED   RESOLVED   OPEN    MEAN HRS   WORST HRS ".
    PERFORM PRINT-ONE-SUBSYSTEM THRU PRINT-ONE-SUBSYSTEM-EXIT
	VARYING SUB-INDEX FROM 1 BY 1 UNTIL SUB-INDEX > 4.
PRINT-MONTH-BLOCK-EXIT.
    EXIT.

PRINT-ONE-SUBSYSTEM.
    IF SUB-RAISED (SUB-INDEX) = 0
	GO TO PRINT-ONE-SUBSYSTEM-EXIT.

    MOVE SUB-NAME (SUB-INDEX) TO RL-SUBSYSTEM.
    MOVE SUB-RAISED (SUB-INDEX) TO RL-RAISED.
    MOVE SUB-RESOLVED (SUB-INDEX) TO RL-RESOLVED.
    COMPUTE RL-OPEN = SUB-RAISED (SUB-INDEX) - SUB-RESOLVED (SUB-INDEX).
    MOVE 0 TO RL-MEAN.
    MOVE 0 TO RL-WORST.
    IF SUB-RESOLVED (SUB-INDEX) > 0
	COMPUTE RL-MEAN ROUNDED = SUB-TOTAL-MINUTES (SUB-INDEX)
	    / (SUB-RESOLVED (SUB-INDEX) * 60)
	COMPUTE RL-WORST ROUNDED = SUB-WORST-MINUTES (SUB-INDEX) / 60.
    DISPLAY RESOLVE-LINE.
PRINT-ONE-SUBSYSTEM-EXIT.
    EXIT.

* A run id is YYMMDDHHMM: its date's serial day, in minutes, plus the
* hour and minute.
CONVERT-RUN-TO-MINUTES.
    MOVE WRI-DATE TO WORK-DATE.
    PERFORM CONVERT-DATE-TO-DAY THRU CONVERT-DATE-TO-DAY-EXIT.
    COMPUTE WORK-RUN-MINUTES = WORK-DAY-NUMBER * 1440
	+ WRI-HH * 60 + WRI-MM.
CONVERT-RUN-TO-MINUTES-EXIT.
    EXIT.

* Turn a YYMMDD date into a serial day number, good enough to take
* differences across this era: 365 days a year, a leap day for every
* fourth year, and one more when the date itself is past February of
* a leap year.  The same conversion DILTRM uses.
CONVERT-DATE-TO-DAY.
    IF WORK-MM < 1 OR WORK-MM > 12
	MOVE 1 TO WORK-MM.
    COMPUTE WORK-DAY-NUMBER = WORK-YY * 365
	+ MONTH-DAYS (WORK-MM) + WORK-DD.
    DIVIDE WORK-YY BY 4 GIVING WORK-LEAP-QUOT
	REMAINDER WORK-LEAP-REM.

* count whole leap days from the PRIOR years only; the current
* year's own 29-Feb is added back below once the date is past
* February, so a January date in a leap year is not a day ahead
    IF WORK-LEAP-REM = 0
	SUBTRACT 1 FROM WORK-LEAP-QUOT.
    ADD WORK-LEAP-QUOT TO WORK-DAY-NUMBER.
    IF WORK-LEAP-REM = 0 AND WORK-MM > 2
	ADD 1 TO WORK-DAY-NUMBER.
CONVERT-DATE-TO-DAY-EXIT.
    EXIT.
