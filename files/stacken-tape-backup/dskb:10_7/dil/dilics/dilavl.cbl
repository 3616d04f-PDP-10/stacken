*     nights (completion code 2), and the longest streak of
*     consecutive clean cycles, in the month-block shape DIXHST
*     gives the DIX history.  FILES: DILAVL.CBL (NEW), DILVER.CBL )%
*
* Edit (%O'2', '4-Nov-86', 'Karin Lindqvist')
* %(  RUNMST.ISM now also holds the cycles operations asks for in the
*     day (DILVER.CBL edit 43).  Availability is the scheduled
*     nights', so an on-demand cycle is left out of the month's
*     cycles, failures and streak and counted on a line of its own.
*     FILES: DILAVL.CBL )%

INSTALLATION.

    05  RUNMST-NODE-COUNT PIC 9(3).
    05  RUNMST-START-HHMM PIC 9(4).
    05  RUNMST-END-HHMM PIC 9(4).
    05  RUNMST-ON-DEMAND PIC X(1).
    05  RUNMST-REQUESTED-BY PIC X(6).

WORKING-STORAGE SECTION.

77  MONTH-EXPIRED PIC S9(10) COMP VALUE 0.
77  MONTH-STREAK PIC S9(10) COMP VALUE 0.
77  MONTH-BEST-STREAK PIC S9(10) COMP VALUE 0.
77  MONTH-ON-DEMAND PIC S9(10) COMP VALUE 0.

77  RECORD-COUNT PIC S9(10) COMP VALUE 0.
77  MONTH-COUNT PIC S9(10) COMP VALUE 0.
    MOVE WORK-YYMM TO CURRENT-YYMM.

    ADD 1 TO RECORD-COUNT.

* a cycle asked for in the day says nothing of the scheduled nights
    IF RUNMST-ON-DEMAND = "D"
	ADD 1 TO MONTH-ON-DEMAND
	GO TO WALK-ONE-CYCLE-EXIT.

    ADD 1 TO MONTH-CYCLES.

    IF RUNMST-CC = 0
    MOVE 0 TO MONTH-EXPIRED.
    MOVE 0 TO MONTH-STREAK.
    MOVE 0 TO MONTH-BEST-STREAK.
    MOVE 0 TO MONTH-ON-DEMAND.
RESET-MONTH-EXIT.
    EXIT.

    MOVE " LONGEST CLEAN STREAK:      " TO ACL-CAPTION.
    MOVE MONTH-BEST-STREAK TO ACL-COUNT.
    DISPLAY AVL-COUNT-LINE.

    MOVE " ON-DEMAND CYCLES (APART):  " TO ACL-CAPTION.
    MOVE MONTH-ON-DEMAND TO ACL-COUNT.
    DISPLAY AVL-COUNT-LINE.
PRINT-MONTH-BLOCK-EXIT.
    EXIT.
