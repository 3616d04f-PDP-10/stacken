IDENTIFICATION DIVISION.

PROGRAM-ID.

	DILFLT.

AUTHOR.

	DIGITAL EQUIPMENT CORPORATION.

	This is the fleet compliance report over the FLTMST.ISM
	fleet-status master DILCOL keeps on the operations collector.
	DILCOL's board shows each system's newest night and DILAVL
	sees only one system's own RUNMST.ISM; this report covers
	every system over a month or a date range.  Per system it
	prints the nights reported, the nights with no report at all,
	the clean nights, the nights each of DIX, DAP, DIT and the
	exchange failed, the window-expired nights and the longest
	clean streak, with fleet totals under them.  An escalation
	section then names every system that failed the same
	subsystem on N consecutive reported nights or was silent for
	N nights running, and can be written to DILESC.RPT for the
	weekly service review.

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
* Edit (%O'1', '10-Nov-86', 'Karin Lindqvist')
* %(  New program.  Walk FLTMST.ISM one system at a time through
*     the index, system name then date, for the month or date range
*     asked for, counting a night as its FLTMST.ISM record stands --
*     an on-demand cycle DILCOL posted over the night's scheduled
*     result is that night's result, and is counted on a column of
*     its own.  Clean is completion code 0 and window-expired code
*     2, as DILAVL counts them.  A system that never reports never
*     reaches FLTMST.ISM, so the expected systems come from the
*     FLTPARM.DAT cards with N and the DILESC.RPT switch; a system
*     reporting in the period but not on the cards is reported and
*     remarked NOT ON LIST.  The run ends with completion code 1
*     when anything is escalated.  FILES: DILFLT.CBL (NEW) )%
*
* Edit (%O'2', '12-Nov-86', 'Karin Lindqvist')
* %(  The fleet line's DIX, DAP, DIT and EXC totals were added up
*     from storage never cleared; they now start at zero.  FILES:
*     DILFLT.CBL )%

INSTALLATION.

	DEC-MARLBOROUGH.

DATE-WRITTEN.

	NOVEMBER 10, 1986.

ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.

	DECSYSTEM-20.

OBJECT-COMPUTER.

	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

    SELECT FLTMST-FILE ASSIGN TO "FLTMST.ISM"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS FLT-KEY
	FILE STATUS IS FLTMST-FILE-STATUS.

* Optional parameter cards: the escalation count, the DILESC.RPT
* switch and, if wanted, the period on the first card; one expected
* system per card after it.
    SELECT OPTIONAL FLTPARM-FILE ASSIGN TO "FLTPARM.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS FLTPARM-FILE-STATUS.

* the escalation section on its own, for filing
    SELECT ESCALATION-FILE ASSIGN TO "DILESC.RPT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS ESCALATION-FILE-STATUS.

DATA DIVISION.

FILE SECTION.

* the fleet-status master as DILCOL's POST-ONE-RESULT lays it down;
* the four subsystem results are also seen as a table
FD  FLTMST-FILE
    LABEL RECORDS ARE STANDARD.

01  FLTMST-RECORD.
    05  FLT-KEY.
	10  FLT-SYSTEM PIC X(6).
	10  FLT-DATE PIC 9(6).
    05  FLT-RESULTS.
	10  FLT-DIX PIC X(4).
	10  FLT-DAP PIC X(4).
	10  FLT-DIT PIC X(4).
	10  FLT-EXC PIC X(4).
    05  FLT-RESULT-TABLE REDEFINES FLT-RESULTS.
	10  FLT-RESULT PIC X(4) OCCURS 4 TIMES.
    05  FLT-CC PIC 9(4).
    05  FLT-RUN-ID PIC 9(10).
    05  FLT-RECEIVED-HHMM PIC 9(4).
    05  FLT-ON-DEMAND PIC X(1).

* The first card: the escalation count in columns 1-2, Y in column 4
* to write DILESC.RPT, and optionally the period's first and last
* dates in columns 6-11 and 13-18 (blank to be asked).  Every card
* after it names one expected system in columns 1-6.
FD  FLTPARM-FILE
    LABEL RECORDS ARE STANDARD.

01  FLTPARM-CONTROL-CARD.
    05  FPC-THRESHOLD PIC 9(2).
    05  FILLER PIC X(1).
    05  FPC-WRITE-ESCALATION PIC X(1).
    05  FILLER PIC X(1).
    05  FPC-FROM-DATE PIC 9(6).
    05  FILLER PIC X(1).
    05  FPC-TO-DATE PIC 9(6).
    05  FILLER PIC X(62).

01  FLTPARM-SYSTEM-CARD.
    05  FPS-SYSTEM PIC X(6).
    05  FILLER PIC X(74).

FD  ESCALATION-FILE
    LABEL RECORDS ARE STANDARD.

01  ESCALATION-RECORD PIC X(80).

WORKING-STORAGE SECTION.

01  FLTMST-FILE-STATUS PIC X(2).
01  FLTPARM-FILE-STATUS PIC X(2).
01  ESCALATION-FILE-STATUS PIC X(2).

01  FLTPARM-EOF-FLAG PIC X(3) VALUE "NO ".
    88  FLTPARM-EOF VALUE "YES".

01  MASTER-EOF-FLAG PIC X(3).
    88  MASTER-EOF VALUE "YES".

01  SYSTEM-DONE-FLAG PIC X(3).
    88  SYSTEM-DONE VALUE "YES".

* YES when FLTPARM.DAT named the expected systems; without the list
* only systems that have reported at least once can be found silent
01  LIST-GIVEN-FLAG PIC X(3) VALUE "NO ".
    88  LIST-GIVEN VALUE "YES".

01  WRITE-ESCALATION-FLAG PIC X(3) VALUE "NO ".
    88  WRITE-ESCALATION VALUE "YES".

01  ESCALATION-OPEN-FLAG PIC X(3) VALUE "NO ".
    88  ESCALATION-OPEN VALUE "YES".

* a system escalates at this many consecutive failed or silent nights
77  ESCALATE-NIGHTS PIC S9(4) COMP VALUE 3.

* the period: a month, YYMM, or a first and last date, YYMMDD
01  REPORT-MONTH PIC 9(4).
01  REPORT-MONTH-R REDEFINES REPORT-MONTH.
    05  REPORT-YY PIC 9(2).
    05  REPORT-MM PIC 9(2).

01  PERIOD-START PIC 9(6) VALUE 0.
01  PERIOD-START-R REDEFINES PERIOD-START.
    05  PERIOD-START-YYMM PIC 9(4).
    05  PERIOD-START-DD PIC 9(2).
01  PERIOD-END PIC 9(6) VALUE 0.
01  PERIOD-END-R REDEFINES PERIOD-END.
    05  PERIOD-END-YYMM PIC 9(4).
    05  PERIOD-END-DD PIC 9(2).

01  TODAY-DATE PIC 9(6).

77  START-DAY-NUMBER PIC S9(10) COMP.
77  END-DAY-NUMBER PIC S9(10) COMP.
77  PERIOD-NIGHTS PIC S9(10) COMP.
77  RECORD-DAY-NUMBER PIC S9(10) COMP.
77  PREV-DAY-NUMBER PIC S9(10) COMP.
77  GAP-NIGHTS PIC S9(10) COMP.

* YES while the silent run being noted runs to the end of the period
01  GAP-TRAILING-FLAG PIC X(3).
    88  GAP-TRAILING VALUE "YES".

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

* days in each month, non-leap, for a month's last date
01  MONTH-LENGTH-TABLE.
    05  FILLER PIC 9(2) VALUE 31.
    05  FILLER PIC 9(2) VALUE 28.
    05  FILLER PIC 9(2) VALUE 31.
    05  FILLER PIC 9(2) VALUE 30.
    05  FILLER PIC 9(2) VALUE 31.
    05  FILLER PIC 9(2) VALUE 30.
    05  FILLER PIC 9(2) VALUE 31.
    05  FILLER PIC 9(2) VALUE 31.
    05  FILLER PIC 9(2) VALUE 30.
    05  FILLER PIC 9(2) VALUE 31.
    05  FILLER PIC 9(2) VALUE 30.
    05  FILLER PIC 9(2) VALUE 31.
01  MONTH-LENGTH-VALUES REDEFINES MONTH-LENGTH-TABLE.
    05  MONTH-LENGTH PIC 9(2) OCCURS 12 TIMES.

77  LEAP-QUOT PIC S9(4) COMP.
77  LEAP-REM PIC S9(4) COMP.

* the systems reported on: the expected list first, in card order,
* then any other system with a night in the period
01  SYSTEM-TABLE.
    05  SYSTEM-ENTRY OCCURS 100 TIMES.
	10  ST-NAME PIC X(6).
	10  ST-ON-LIST PIC X(1).

77  MAX-SYSTEM-COUNT PIC S9(4) COMP VALUE 100.
77  SYSTEM-COUNT PIC S9(4) COMP VALUE 0.
77  SYSTEM-INDEX PIC S9(4) COMP.
77  FOUND-INDEX PIC S9(4) COMP.
77  LIST-COUNT PIC S9(4) COMP VALUE 0.
01  ENTRY-SYSTEM PIC X(6).

* one system's figures for the period
77  SYS-REPORTED PIC S9(10) COMP.
77  SYS-SILENT PIC S9(10) COMP.
77  SYS-CLEAN PIC S9(10) COMP.
77  SYS-EXPIRED PIC S9(10) COMP.
77  SYS-ON-DEMAND PIC S9(10) COMP.
77  SYS-STREAK PIC S9(10) COMP.
77  SYS-BEST-STREAK PIC S9(10) COMP.

* the system's longest silent run, the last night it reported before
* that run (0 if none in the period), and whether the run is still
* going at the end of the period
77  SYS-LONGEST-SILENCE PIC S9(10) COMP.
01  SYS-SILENT-AFTER-DATE PIC 9(6).
01  SYS-STILL-SILENT-FLAG PIC X(3).
    88  SYS-STILL-SILENT VALUE "YES".
01  PREV-REPORT-DATE PIC 9(6).

* per subsystem, in FLT-RESULT order: failed nights, the failing run
* in progress, the longest run and its last night
01  SUBSYSTEM-NAMES PIC X(12) VALUE "DIXDAPDITEXC".
01  SUBSYSTEM-NAMES-R REDEFINES SUBSYSTEM-NAMES.
    05  SUB-NAME PIC X(3) OCCURS 4 TIMES.

01  SUBSYSTEM-TABLE.
    05  SUBSYSTEM-ENTRY OCCURS 4 TIMES.
	10  SUB-FAILS PIC S9(10) COMP.
	10  SUB-RUN PIC S9(10) COMP.
	10  SUB-BEST-RUN PIC S9(10) COMP.
	10  SUB-BEST-DATE PIC 9(6).

77  SUB-INDEX PIC S9(4) COMP.

* the fleet totals
77  FLEET-REPORTED PIC S9(10) COMP VALUE 0.
77  FLEET-SILENT PIC S9(10) COMP VALUE 0.
77  FLEET-CLEAN PIC S9(10) COMP VALUE 0.
77  FLEET-EXPIRED PIC S9(10) COMP VALUE 0.
77  FLEET-ON-DEMAND PIC S9(10) COMP VALUE 0.
77  FLEET-BEST-STREAK PIC S9(10) COMP VALUE 0.
77  FLEET-ALL-SILENT PIC S9(10) COMP VALUE 0.
01  FLEET-FAIL-TABLE.
    05  FLEET-FAILS PIC S9(10) COMP OCCURS 4 TIMES.

* the escalation lines, held until every system has been walked
01  ESCALATION-TABLE.
    05  ESC-HELD-LINE PIC X(80) OCCURS 200 TIMES.

77  MAX-ESCALATION-COUNT PIC S9(4) COMP VALUE 200.
77  ESCALATION-COUNT PIC S9(4) COMP VALUE 0.
77  ESCALATION-INDEX PIC S9(4) COMP.

* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.

* one system's line of the report, and the fleet line in the same
* columns
01  SYSTEM-LINE.
    05  SL-SYSTEM PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  SL-REPORTED PIC ZZZZ9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  SL-SILENT PIC ZZZZ9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  SL-CLEAN PIC ZZZZ9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  SL-DIX PIC ZZZZ9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  SL-DAP PIC ZZZZ9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  SL-DIT PIC ZZZZ9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  SL-EXC PIC ZZZZ9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  SL-EXPIRED PIC ZZZZ9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  SL-STREAK PIC ZZZZ9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  SL-ON-DEMAND PIC ZZZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  SL-REMARK PIC X(14).

01  FLT-COUNT-LINE.
    05  FCL-CAPTION PIC X(28).
    05  FCL-COUNT PIC ZZZZ9.

* one line of the escalation section, as displayed and as filed
01  ESC-OUT-LINE PIC X(80).

01  ESCALATION-LINE.
    05  FILLER PIC X(1) VALUE SPACE.
    05  EL-SYSTEM PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  EL-CONDITION PIC X(12).
    05  FILLER PIC X(2) VALUE SPACES.
    05  EL-NIGHTS PIC ZZZZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  EL-LAST-NIGHT PIC X(10).
    05  FILLER PIC X(2) VALUE SPACES.
    05  EL-NOTE PIC X(16).
    05  FILLER PIC X(21) VALUE SPACES.

01  ESC-TITLE-LINE.
    05  FILLER PIC X(32) VALUE " DIL FLEET ESCALATIONS, PERIOD ".
    05  ETL-START PIC 9(6).
    05  FILLER PIC X(6) VALUE " THRU ".
    05  ETL-END PIC 9(6).
    05  FILLER PIC X(30) VALUE SPACES.

01  ESC-RULE-LINE.
    05  FILLER PIC X(13) VALUE " ESCALATED AT".
    05  ERL-NIGHTS PIC ZZZ9.
    05  FILLER PIC X(46)
	VALUE " OR MORE CONSECUTIVE FAILED OR SILENT NIGHTS. ".
    05  FILLER PIC X(17) VALUE SPACES.

PROCEDURE DIVISION.

MAIN-LINE.
    OPEN INPUT FLTMST-FILE.
    IF FLTMST-FILE-STATUS = "35"
	DISPLAY "? DILFLT: no FLTMST.ISM here -- no system has ever reported. "
	MOVE 1 TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.

    IF FLTMST-FILE-STATUS NOT = "00"
	DISPLAY "? DILFLT: FLTMST.ISM could not be opened, status = "
	    FLTMST-FILE-STATUS
	MOVE 1 TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.

    ACCEPT TODAY-DATE FROM DATE.
    PERFORM READ-PARAMETER-CARDS THRU READ-PARAMETER-CARDS-EXIT.
    IF PERIOD-START = 0
	PERFORM GET-REPORT-PERIOD THRU GET-REPORT-PERIOD-EXIT.
    PERFORM CHECK-REPORT-PERIOD THRU CHECK-REPORT-PERIOD-EXIT.
    IF COMPLETION-CODE NOT = 0
	CLOSE FLTMST-FILE
	MOVE COMPLETION-CODE TO RETURN-CODE
	STOP RUN.

    PERFORM ADD-REPORTING-SYSTEMS THRU ADD-REPORTING-SYSTEMS-EXIT.

    DISPLAY " ".
    DISPLAY " ------------------------------------------------------------------------- ".
    DISPLAY " DIL Fleet Compliance Report ".
    DISPLAY " Period " PERIOD-START " thru " PERIOD-END ", "
	PERIOD-NIGHTS " night(s). ".
    DISPLAY " ------------------------------------------------------------------------- ".
    DISPLAY " SYSTEM   RPTD  SLNT CLEAN   DIX   DAP   DIT   EXC  WEXP  STRK   DMD  REMARK".

    MOVE 0 TO FLEET-FAILS (1).
    MOVE 0 TO FLEET-FAILS (2).
    MOVE 0 TO FLEET-FAILS (3).
    MOVE 0 TO FLEET-FAILS (4).
    PERFORM REPORT-ONE-SYSTEM THRU REPORT-ONE-SYSTEM-EXIT
	VARYING SYSTEM-INDEX FROM 1 BY 1
	UNTIL SYSTEM-INDEX > SYSTEM-COUNT.
    IF SYSTEM-COUNT = 0
	DISPLAY " (NO SYSTEM EXPECTED OR REPORTING IN THE PERIOD) ".

    PERFORM PRINT-FLEET-TOTALS THRU PRINT-FLEET-TOTALS-EXIT.
    PERFORM PRINT-ESCALATIONS THRU PRINT-ESCALATIONS-EXIT.

    CLOSE FLTMST-FILE.
    IF ESCALATION-COUNT > 0
	MOVE 1 TO COMPLETION-CODE.
    MOVE COMPLETION-CODE TO RETURN-CODE.
    STOP RUN.
MAIN-LINE-EXIT.
    EXIT.

* Read FLTPARM.DAT: the control card, then the expected systems.
* No cards means an escalation count of 3, no DILESC.RPT, and only
* the systems FLTMST.ISM already knows.
READ-PARAMETER-CARDS.
    OPEN INPUT FLTPARM-FILE.
    IF FLTPARM-FILE-STATUS NOT = "00"
	DISPLAY " DILFLT: no FLTPARM.DAT -- escalating at 3 nights, and a "
	DISPLAY "         system that has never reported cannot be found. "
	GO TO READ-PARAMETER-CARDS-EXIT.

    READ FLTPARM-FILE
	AT END
	    CLOSE FLTPARM-FILE
	    GO TO READ-PARAMETER-CARDS-EXIT.

    IF FPC-THRESHOLD IS NUMERIC
	IF FPC-THRESHOLD > 0
	    MOVE FPC-THRESHOLD TO ESCALATE-NIGHTS.
    IF FPC-WRITE-ESCALATION = "Y"
	MOVE "YES" TO WRITE-ESCALATION-FLAG.
    IF FPC-FROM-DATE IS NUMERIC AND FPC-TO-DATE IS NUMERIC
	MOVE FPC-FROM-DATE TO PERIOD-START
	MOVE FPC-TO-DATE TO PERIOD-END.

    PERFORM READ-SYSTEM-CARD THRU READ-SYSTEM-CARD-EXIT
	UNTIL FLTPARM-EOF.
    CLOSE FLTPARM-FILE.

    IF LIST-COUNT > 0
	MOVE "YES" TO LIST-GIVEN-FLAG
    ELSE
	DISPLAY " DILFLT: FLTPARM.DAT names no systems -- a system that has "
	DISPLAY "         never reported cannot be found. ".
READ-PARAMETER-CARDS-EXIT.
    EXIT.

READ-SYSTEM-CARD.
    READ FLTPARM-FILE
	AT END
	    MOVE "YES" TO FLTPARM-EOF-FLAG
	    GO TO READ-SYSTEM-CARD-EXIT.

    IF FPS-SYSTEM = SPACES
	GO TO READ-SYSTEM-CARD-EXIT.

    MOVE FPS-SYSTEM TO ENTRY-SYSTEM.
    PERFORM FIND-SYSTEM THRU FIND-SYSTEM-EXIT.
    IF FOUND-INDEX NOT = 0
	GO TO READ-SYSTEM-CARD-EXIT.

    IF SYSTEM-COUNT = MAX-SYSTEM-COUNT
	DISPLAY "? READ-PARAMETER-CARDS: more than " MAX-SYSTEM-COUNT
	    " systems -- " ENTRY-SYSTEM " ignored. "
	GO TO READ-SYSTEM-CARD-EXIT.

    ADD 1 TO SYSTEM-COUNT.
    ADD 1 TO LIST-COUNT.
    MOVE ENTRY-SYSTEM TO ST-NAME (SYSTEM-COUNT).
    MOVE "Y" TO ST-ON-LIST (SYSTEM-COUNT).
READ-SYSTEM-CARD-EXIT.
    EXIT.

FIND-SYSTEM.
    MOVE 0 TO FOUND-INDEX.
    PERFORM FIND-ONE-SYSTEM THRU FIND-ONE-SYSTEM-EXIT
	VARYING SYSTEM-INDEX FROM 1 BY 1
	UNTIL SYSTEM-INDEX > SYSTEM-COUNT OR FOUND-INDEX NOT = 0.
FIND-SYSTEM-EXIT.
    EXIT.

FIND-ONE-SYSTEM.
    IF ST-NAME (SYSTEM-INDEX) = ENTRY-SYSTEM
	MOVE SYSTEM-INDEX TO FOUND-INDEX.
FIND-ONE-SYSTEM-EXIT.
    EXIT.

* Ask for the period: a calendar month, or a first and last date.
GET-REPORT-PERIOD.
    DISPLAY " Enter the month to report, YYMM (0 for a date range): ".
    ACCEPT REPORT-MONTH.
    IF REPORT-MONTH = 0
	DISPLAY " Enter the first date, YYMMDD: "
	ACCEPT PERIOD-START
	DISPLAY " Enter the last date, YYMMDD: "
	ACCEPT PERIOD-END
	GO TO GET-REPORT-PERIOD-EXIT.

    IF REPORT-MM < 1 OR REPORT-MM > 12
	GO TO GET-REPORT-PERIOD-EXIT.

* a month runs from its first to its last day, February's 29th in a
* leap year
    MOVE REPORT-MONTH TO PERIOD-START-YYMM.
    MOVE 1 TO PERIOD-START-DD.
    MOVE REPORT-MONTH TO PERIOD-END-YYMM.
    MOVE MONTH-LENGTH (REPORT-MM) TO PERIOD-END-DD.
    DIVIDE REPORT-YY BY 4 GIVING LEAP-QUOT REMAINDER LEAP-REM.
    IF REPORT-MM = 2 AND LEAP-REM = 0
	MOVE 29 TO PERIOD-END-DD.
GET-REPORT-PERIOD-EXIT.
    EXIT.

* The period must be a real range starting no later than today; a
* period running past today is counted through today, since nights
* still to come are not silent.
CHECK-REPORT-PERIOD.
    IF PERIOD-START = 0 OR PERIOD-END = 0
       OR PERIOD-START > PERIOD-END
	DISPLAY "? DILFLT: no valid period given -- nothing reported. "
	MOVE 1 TO COMPLETION-CODE
	GO TO CHECK-REPORT-PERIOD-EXIT.

    IF PERIOD-START > TODAY-DATE
	DISPLAY "? DILFLT: the period has not started yet. "
	MOVE 1 TO COMPLETION-CODE
	GO TO CHECK-REPORT-PERIOD-EXIT.

    IF PERIOD-END > TODAY-DATE
	MOVE TODAY-DATE TO PERIOD-END
	DISPLAY " DILFLT: period counted through today, " TODAY-DATE ". ".

    MOVE PERIOD-START TO WORK-DATE.
    PERFORM CONVERT-DATE-TO-DAY THRU CONVERT-DATE-TO-DAY-EXIT.
    MOVE WORK-DAY-NUMBER TO START-DAY-NUMBER.
    MOVE PERIOD-END TO WORK-DATE.
    PERFORM CONVERT-DATE-TO-DAY THRU CONVERT-DATE-TO-DAY-EXIT.
    MOVE WORK-DAY-NUMBER TO END-DAY-NUMBER.
    COMPUTE PERIOD-NIGHTS = END-DAY-NUMBER - START-DAY-NUMBER + 1.
CHECK-REPORT-PERIOD-EXIT.
    EXIT.

* Walk the whole master once for systems with a night in the period
* that the cards did not name -- every system, when there were no
* cards.
ADD-REPORTING-SYSTEMS.
    MOVE "NO " TO MASTER-EOF-FLAG.
    MOVE SPACES TO FLT-SYSTEM.
    MOVE 0 TO FLT-DATE.
    START FLTMST-FILE KEY IS NOT LESS THAN FLT-KEY
	INVALID KEY
	    MOVE "YES" TO MASTER-EOF-FLAG.

    PERFORM ADD-ONE-REPORTING-SYSTEM THRU ADD-ONE-REPORTING-SYSTEM-EXIT
	UNTIL MASTER-EOF.
ADD-REPORTING-SYSTEMS-EXIT.
    EXIT.

ADD-ONE-REPORTING-SYSTEM.
    READ FLTMST-FILE NEXT RECORD
	AT END
	    MOVE "YES" TO MASTER-EOF-FLAG
	    GO TO ADD-ONE-REPORTING-SYSTEM-EXIT.

    IF FLTMST-FILE-STATUS NOT = "00"
	MOVE "YES" TO MASTER-EOF-FLAG
	GO TO ADD-ONE-REPORTING-SYSTEM-EXIT.

    IF FLT-DATE < PERIOD-START OR FLT-DATE > PERIOD-END
	GO TO ADD-ONE-REPORTING-SYSTEM-EXIT.

    MOVE FLT-SYSTEM TO ENTRY-SYSTEM.
    PERFORM FIND-SYSTEM THRU FIND-SYSTEM-EXIT.
    IF FOUND-INDEX NOT = 0
	GO TO ADD-ONE-REPORTING-SYSTEM-EXIT.

    IF SYSTEM-COUNT = MAX-SYSTEM-COUNT
	DISPLAY "? ADD-REPORTING-SYSTEMS: more than " MAX-SYSTEM-COUNT
	    " systems -- " ENTRY-SYSTEM " not reported on. "
	GO TO ADD-ONE-REPORTING-SYSTEM-EXIT.

    ADD 1 TO SYSTEM-COUNT.
    MOVE ENTRY-SYSTEM TO ST-NAME (SYSTEM-COUNT).
    MOVE "N" TO ST-ON-LIST (SYSTEM-COUNT).
ADD-ONE-REPORTING-SYSTEM-EXIT.
    EXIT.

* One system's nights.  Its records come by through the index in date
* order; the nights between two records, before the first and after
* the last are the silent ones.  A silent night ends a clean streak
* but not a failing run -- a run counts consecutive REPORTED nights.
REPORT-ONE-SYSTEM.
    MOVE 0 TO SYS-REPORTED.
    MOVE 0 TO SYS-SILENT.
    MOVE 0 TO SYS-CLEAN.
    MOVE 0 TO SYS-EXPIRED.
    MOVE 0 TO SYS-ON-DEMAND.
    MOVE 0 TO SYS-STREAK.
    MOVE 0 TO SYS-BEST-STREAK.
    MOVE 0 TO SYS-LONGEST-SILENCE.
    MOVE 0 TO SYS-SILENT-AFTER-DATE.
    MOVE "NO " TO SYS-STILL-SILENT-FLAG.
    MOVE 0 TO PREV-REPORT-DATE.
    PERFORM RESET-ONE-SUBSYSTEM THRU RESET-ONE-SUBSYSTEM-EXIT
	VARYING SUB-INDEX FROM 1 BY 1 UNTIL SUB-INDEX > 4.
    COMPUTE PREV-DAY-NUMBER = START-DAY-NUMBER - 1.

    MOVE "NO " TO SYSTEM-DONE-FLAG.
    MOVE ST-NAME (SYSTEM-INDEX) TO FLT-SYSTEM.
    MOVE PERIOD-START TO FLT-DATE.
    START FLTMST-FILE KEY IS NOT LESS THAN FLT-KEY
	INVALID KEY
	    MOVE "YES" TO SYSTEM-DONE-FLAG.
    PERFORM WALK-SYSTEM-NIGHT THRU WALK-SYSTEM-NIGHT-EXIT
	UNTIL SYSTEM-DONE.

    COMPUTE GAP-NIGHTS = END-DAY-NUMBER - PREV-DAY-NUMBER.
    IF GAP-NIGHTS > 0
	MOVE "YES" TO GAP-TRAILING-FLAG
	PERFORM NOTE-SILENT-RUN THRU NOTE-SILENT-RUN-EXIT.

    PERFORM PRINT-SYSTEM-LINE THRU PRINT-SYSTEM-LINE-EXIT.
    PERFORM CHECK-ONE-ESCALATION THRU CHECK-ONE-ESCALATION-EXIT
	VARYING SUB-INDEX FROM 1 BY 1 UNTIL SUB-INDEX > 4.
    PERFORM CHECK-SILENT-ESCALATION THRU CHECK-SILENT-ESCALATION-EXIT.
REPORT-ONE-SYSTEM-EXIT.
    EXIT.

RESET-ONE-SUBSYSTEM.
    MOVE 0 TO SUB-FAILS (SUB-INDEX).
    MOVE 0 TO SUB-RUN (SUB-INDEX).
    MOVE 0 TO SUB-BEST-RUN (SUB-INDEX).
    MOVE 0 TO SUB-BEST-DATE (SUB-INDEX).
RESET-ONE-SUBSYSTEM-EXIT.
    EXIT.

* One reported night.  The record is the night's result as it stands
* on the master: when operations asked for an on-demand cycle on a
* date, DILCOL posted it over that date's scheduled result, and it is
* that night's result here too.
WALK-SYSTEM-NIGHT.
    READ FLTMST-FILE NEXT RECORD
	AT END
	    MOVE "YES" TO SYSTEM-DONE-FLAG
	    GO TO WALK-SYSTEM-NIGHT-EXIT.

    IF FLTMST-FILE-STATUS NOT = "00"
	MOVE "YES" TO SYSTEM-DONE-FLAG
	GO TO WALK-SYSTEM-NIGHT-EXIT.

    IF FLT-SYSTEM NOT = ST-NAME (SYSTEM-INDEX) OR FLT-DATE > PERIOD-END
	MOVE "YES" TO SYSTEM-DONE-FLAG
	GO TO WALK-SYSTEM-NIGHT-EXIT.

    MOVE FLT-DATE TO WORK-DATE.
    PERFORM CONVERT-DATE-TO-DAY THRU CONVERT-DATE-TO-DAY-EXIT.
    MOVE WORK-DAY-NUMBER TO RECORD-DAY-NUMBER.
    COMPUTE GAP-NIGHTS = RECORD-DAY-NUMBER - PREV-DAY-NUMBER - 1.
    IF GAP-NIGHTS > 0
	MOVE "NO " TO GAP-TRAILING-FLAG
	PERFORM NOTE-SILENT-RUN THRU NOTE-SILENT-RUN-EXIT.
    MOVE RECORD-DAY-NUMBER TO PREV-DAY-NUMBER.
    MOVE FLT-DATE TO PREV-REPORT-DATE.

    ADD 1 TO SYS-REPORTED.
    IF FLT-ON-DEMAND = "Y"
	ADD 1 TO SYS-ON-DEMAND.

    IF FLT-CC = 0
	ADD 1 TO SYS-CLEAN
	ADD 1 TO SYS-STREAK
	IF SYS-STREAK > SYS-BEST-STREAK
	    MOVE SYS-STREAK TO SYS-BEST-STREAK.

    IF FLT-CC NOT = 0
	MOVE 0 TO SYS-STREAK.

    IF FLT-CC = 2
	ADD 1 TO SYS-EXPIRED.

    PERFORM TALLY-ONE-SUBSYSTEM THRU TALLY-ONE-SUBSYSTEM-EXIT
	VARYING SUB-INDEX FROM 1 BY 1 UNTIL SUB-INDEX > 4.
WALK-SYSTEM-NIGHT-EXIT.
    EXIT.

* a failing run's last night is kept for the longest run; of two runs
* as long, the later
TALLY-ONE-SUBSYSTEM.
    IF FLT-RESULT (SUB-INDEX) NOT = "FAIL"
	MOVE 0 TO SUB-RUN (SUB-INDEX)
	GO TO TALLY-ONE-SUBSYSTEM-EXIT.

    ADD 1 TO SUB-FAILS (SUB-INDEX).
    ADD 1 TO SUB-RUN (SUB-INDEX).
    IF SUB-RUN (SUB-INDEX) NOT < SUB-BEST-RUN (SUB-INDEX)
	MOVE SUB-RUN (SUB-INDEX) TO SUB-BEST-RUN (SUB-INDEX)
	MOVE FLT-DATE TO SUB-BEST-DATE (SUB-INDEX).
TALLY-ONE-SUBSYSTEM-EXIT.
    EXIT.

* GAP-NIGHTS silent nights in a row, after PREV-REPORT-DATE; of two
* silent runs as long, the later is kept
NOTE-SILENT-RUN.
    ADD GAP-NIGHTS TO SYS-SILENT.
    MOVE 0 TO SYS-STREAK.
    IF GAP-NIGHTS NOT < SYS-LONGEST-SILENCE
	MOVE GAP-NIGHTS TO SYS-LONGEST-SILENCE
	MOVE PREV-REPORT-DATE TO SYS-SILENT-AFTER-DATE
	MOVE GAP-TRAILING-FLAG TO SYS-STILL-SILENT-FLAG.
NOTE-SILENT-RUN-EXIT.
    EXIT.

PRINT-SYSTEM-LINE.
    MOVE ST-NAME (SYSTEM-INDEX) TO SL-SYSTEM.
    MOVE SYS-REPORTED TO SL-REPORTED.
    MOVE SYS-SILENT TO SL-SILENT.
    MOVE SYS-CLEAN TO SL-CLEAN.
    MOVE SUB-FAILS (1) TO SL-DIX.
    MOVE SUB-FAILS (2) TO SL-DAP.
    MOVE SUB-FAILS (3) TO SL-DIT.
    MOVE SUB-FAILS (4) TO SL-EXC.
    MOVE SYS-EXPIRED TO SL-EXPIRED.
    MOVE SYS-BEST-STREAK TO SL-STREAK.
    MOVE SYS-ON-DEMAND TO SL-ON-DEMAND.
    MOVE SPACES TO SL-REMARK.
    IF SYS-REPORTED = 0
	MOVE "NEVER REPORTED" TO SL-REMARK
    ELSE IF LIST-GIVEN AND ST-ON-LIST (SYSTEM-INDEX) NOT = "Y"
	MOVE "NOT ON LIST" TO SL-REMARK.
    DISPLAY " " SYSTEM-LINE.

    ADD SYS-REPORTED TO FLEET-REPORTED.
    ADD SYS-SILENT TO FLEET-SILENT.
    ADD SYS-CLEAN TO FLEET-CLEAN.
    ADD SYS-EXPIRED TO FLEET-EXPIRED.
    ADD SYS-ON-DEMAND TO FLEET-ON-DEMAND.
    ADD SUB-FAILS (1) TO FLEET-FAILS (1).
    ADD SUB-FAILS (2) TO FLEET-FAILS (2).
    ADD SUB-FAILS (3) TO FLEET-FAILS (3).
    ADD SUB-FAILS (4) TO FLEET-FAILS (4).
    IF SYS-BEST-STREAK > FLEET-BEST-STREAK
	MOVE SYS-BEST-STREAK TO FLEET-BEST-STREAK.
    IF SYS-REPORTED = 0
	ADD 1 TO FLEET-ALL-SILENT.
PRINT-SYSTEM-LINE-EXIT.
    EXIT.

* the same subsystem failed on N or more consecutive reported nights;
* STILL FAILING when the longest run is the one the period ends in
CHECK-ONE-ESCALATION.
    IF SUB-BEST-RUN (SUB-INDEX) < ESCALATE-NIGHTS
	GO TO CHECK-ONE-ESCALATION-EXIT.

    MOVE ST-NAME (SYSTEM-INDEX) TO EL-SYSTEM.
    MOVE SPACES TO EL-CONDITION.
    STRING SUB-NAME (SUB-INDEX) " FAILED" DELIMITED BY SIZE
	INTO EL-CONDITION.
    MOVE SUB-BEST-RUN (SUB-INDEX) TO EL-NIGHTS.
    MOVE SUB-BEST-DATE (SUB-INDEX) TO EL-LAST-NIGHT.
    MOVE SPACES TO EL-NOTE.
    IF SUB-RUN (SUB-INDEX) = SUB-BEST-RUN (SUB-INDEX)
	MOVE "STILL FAILING" TO EL-NOTE.
    PERFORM HOLD-ESCALATION THRU HOLD-ESCALATION-EXIT.
CHECK-ONE-ESCALATION-EXIT.
    EXIT.

* silent N or more nights running; the last night shown is the last
* one reported before the silence
CHECK-SILENT-ESCALATION.
    IF SYS-LONGEST-SILENCE < ESCALATE-NIGHTS
	GO TO CHECK-SILENT-ESCALATION-EXIT.

    MOVE ST-NAME (SYSTEM-INDEX) TO EL-SYSTEM.
    MOVE "SILENT" TO EL-CONDITION.
    MOVE SYS-LONGEST-SILENCE TO EL-NIGHTS.
    IF SYS-SILENT-AFTER-DATE = 0
	MOVE "NONE" TO EL-LAST-NIGHT
    ELSE
	MOVE SYS-SILENT-AFTER-DATE TO EL-LAST-NIGHT.
    MOVE SPACES TO EL-NOTE.
    IF SYS-REPORTED = 0
	MOVE "NEVER REPORTED" TO EL-NOTE
    ELSE IF SYS-STILL-SILENT
	MOVE "STILL SILENT" TO EL-NOTE.
    PERFORM HOLD-ESCALATION THRU HOLD-ESCALATION-EXIT.
CHECK-SILENT-ESCALATION-EXIT.
    EXIT.

HOLD-ESCALATION.
    IF ESCALATION-COUNT = MAX-ESCALATION-COUNT
	DISPLAY "? HOLD-ESCALATION: more than " MAX-ESCALATION-COUNT
	    " escalations -- " EL-SYSTEM " " EL-CONDITION " not listed. "
	GO TO HOLD-ESCALATION-EXIT.

    ADD 1 TO ESCALATION-COUNT.
    MOVE ESCALATION-LINE TO ESC-HELD-LINE (ESCALATION-COUNT).
HOLD-ESCALATION-EXIT.
    EXIT.

PRINT-FLEET-TOTALS.
    DISPLAY " ------------------------------------------------------------------------- ".
    MOVE "FLEET" TO SL-SYSTEM.
    MOVE FLEET-REPORTED TO SL-REPORTED.
    MOVE FLEET-SILENT TO SL-SILENT.
    MOVE FLEET-CLEAN TO SL-CLEAN.
    MOVE FLEET-FAILS (1) TO SL-DIX.
    MOVE FLEET-FAILS (2) TO SL-DAP.
    MOVE FLEET-FAILS (3) TO SL-DIT.
    MOVE FLEET-FAILS (4) TO SL-EXC.
    MOVE FLEET-EXPIRED TO SL-EXPIRED.
    MOVE FLEET-BEST-STREAK TO SL-STREAK.
    MOVE FLEET-ON-DEMAND TO SL-ON-DEMAND.
    MOVE SPACES TO SL-REMARK.
    DISPLAY " " SYSTEM-LINE.
    DISPLAY " RPTD nights reported, SLNT nights with no report, CLEAN ".
    DISPLAY " completion code 0, DIX/DAP/DIT/EXC nights that subsystem ".
    DISPLAY " failed, WEXP window expired (code 2), STRK longest run of ".
    DISPLAY " clean nights (fleet: best system's), DMD nights whose result ".
    DISPLAY " is an on-demand cycle. ".
    DISPLAY " ".

    MOVE " SYSTEMS REPORTED ON:       " TO FCL-CAPTION.
    MOVE SYSTEM-COUNT TO FCL-COUNT.
    DISPLAY FLT-COUNT-LINE.
    MOVE " ON THE EXPECTED LIST:      " TO FCL-CAPTION.
    MOVE LIST-COUNT TO FCL-COUNT.
    DISPLAY FLT-COUNT-LINE.
    MOVE " SILENT THE WHOLE PERIOD:   " TO FCL-CAPTION.
    MOVE FLEET-ALL-SILENT TO FCL-COUNT.
    DISPLAY FLT-COUNT-LINE.
    MOVE " NIGHTS IN THE PERIOD:      " TO FCL-CAPTION.
    MOVE PERIOD-NIGHTS TO FCL-COUNT.
    DISPLAY FLT-COUNT-LINE.
PRINT-FLEET-TOTALS-EXIT.
    EXIT.

* The escalation section, displayed and -- when the first card asks
* for it -- written to DILESC.RPT line for line.  A DILESC.RPT that
* cannot be written leaves the section on the terminal only, and the
* run ends non-zero.
PRINT-ESCALATIONS.
    IF WRITE-ESCALATION
	OPEN OUTPUT ESCALATION-FILE
	IF ESCALATION-FILE-STATUS = "00"
	    MOVE "YES" TO ESCALATION-OPEN-FLAG
	ELSE
	    DISPLAY "? PRINT-ESCALATIONS: DILESC.RPT could not be opened, status = "
		ESCALATION-FILE-STATUS
	    MOVE 1 TO COMPLETION-CODE.

    MOVE SPACES TO ESC-OUT-LINE.
    PERFORM PUT-ESCALATION-LINE THRU PUT-ESCALATION-LINE-EXIT.
    MOVE PERIOD-START TO ETL-START.
    MOVE PERIOD-END TO ETL-END.
    MOVE ESC-TITLE-LINE TO ESC-OUT-LINE.
    PERFORM PUT-ESCALATION-LINE THRU PUT-ESCALATION-LINE-EXIT.
    MOVE ESCALATE-NIGHTS TO ERL-NIGHTS.
    MOVE ESC-RULE-LINE TO ESC-OUT-LINE.
    PERFORM PUT-ESCALATION-LINE THRU PUT-ESCALATION-LINE-EXIT.
    MOVE SPACES TO ESC-OUT-LINE.
    PERFORM PUT-ESCALATION-LINE THRU PUT-ESCALATION-LINE-EXIT.
    MOVE " SYSTEM  CONDITION     NIGHTS  LAST NIGHT  NOTE" TO ESC-OUT-LINE.
    PERFORM PUT-ESCALATION-LINE THRU PUT-ESCALATION-LINE-EXIT.

    PERFORM PUT-ONE-ESCALATION THRU PUT-ONE-ESCALATION-EXIT
	VARYING ESCALATION-INDEX FROM 1 BY 1
	UNTIL ESCALATION-INDEX > ESCALATION-COUNT.
    IF ESCALATION-COUNT = 0
	MOVE " (NONE) " TO ESC-OUT-LINE
	PERFORM PUT-ESCALATION-LINE THRU PUT-ESCALATION-LINE-EXIT.

    MOVE SPACES TO ESC-OUT-LINE.
    PERFORM PUT-ESCALATION-LINE THRU PUT-ESCALATION-LINE-EXIT.
    MOVE " LAST NIGHT: the last failing night of the run, or the last "
	TO ESC-OUT-LINE.
    PERFORM PUT-ESCALATION-LINE THRU PUT-ESCALATION-LINE-EXIT.
    MOVE " night reported before the silence (NONE if not in the period). "
	TO ESC-OUT-LINE.
    PERFORM PUT-ESCALATION-LINE THRU PUT-ESCALATION-LINE-EXIT.

    IF ESCALATION-OPEN
	CLOSE ESCALATION-FILE
	DISPLAY " DILFLT: escalation section written to DILESC.RPT. ".
PRINT-ESCALATIONS-EXIT.
    EXIT.

PUT-ONE-ESCALATION.
    MOVE ESC-HELD-LINE (ESCALATION-INDEX) TO ESC-OUT-LINE.
    PERFORM PUT-ESCALATION-LINE THRU PUT-ESCALATION-LINE-EXIT.
PUT-ONE-ESCALATION-EXIT.
    EXIT.

PUT-ESCALATION-LINE.
    DISPLAY ESC-OUT-LINE.
    IF ESCALATION-OPEN
	WRITE ESCALATION-RECORD FROM ESC-OUT-LINE.
PUT-ESCALATION-LINE-EXIT.
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
