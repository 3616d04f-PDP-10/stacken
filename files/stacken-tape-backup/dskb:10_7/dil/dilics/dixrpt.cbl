* %(  C36T2 now stamps every DIXLOG.LOG record with its verification
*     cycle's run identifier; carry the field in the record layout.
*     FILES: DIXRPT.CBL )%
*
* Edit (%O'4', '30-Oct-86', 'Karin Lindqvist')
* %(  C36T3's boundary-value defects are logged as tests 61-68 and
*     CX36T1's exchange tests as 90-97, and both were being skipped
*     as out of range.  Widen the table to 97, as DIXHST already is;
*     above C36T2's 46 a test prints only if it has records.
*     FILES: DIXRPT.CBL )%

INSTALLATION.

* result of that test's previous run, so a PASS/FAIL alternation
* between consecutive runs can be counted as it goes by.
01  TEST-STATS.
    05  TEST-STAT-ENTRY OCCURS 97 TIMES.
	10  STAT-RUN-COUNT PIC S9(10) COMP.
	10  STAT-FAIL-COUNT PIC S9(10) COMP.
	10  STAT-FIRST-FAIL-DATE PIC 9(6).
	10  STAT-PREV-FLAG PIC X(8).
	10  STAT-FLIP-COUNT PIC S9(10) COMP.

* highest test number written to DIXLOG.LOG: C36T2 stops at 46 (31-46
* are the reverse-direction round-trip tests), C36T3's boundary-value
* defects log as 61-68 and CX36T1's exchange tests as 90-97.  Analyst
* cases, 100-plus-case, stay outside the table.
77  MAX-TEST-NUMBER PIC S9(10) COMP VALUE 97.

* C36T2's own tests print every time; the entries above it print only
* when they have records
77  MAX-C36T2-TEST PIC S9(10) COMP VALUE 46.

77  TEST-NUMBER PIC S9(10) COMP.

    EXIT.

PRINT-ONE-TEST.
    IF TEST-NUMBER > MAX-C36T2-TEST
       AND STAT-RUN-COUNT (TEST-NUMBER) = 0
	GO TO PRINT-ONE-TEST-EXIT.

    MOVE TEST-NUMBER TO RL-TEST.
    MOVE STAT-RUN-COUNT (TEST-NUMBER) TO RL-RUNS.
    MOVE STAT-FAIL-COUNT (TEST-NUMBER) TO RL-FAILS.
