*     exists to catch.  Table and limit widened to 97; the unused
*     entries between 47 and 89 never see a run and never print.
*     FILES: DIXHST.CBL )%
*
* Edit (%O'3', '30-Oct-86', 'Karin Lindqvist')
* %(  C36T3, the weekend DIX boundary-value round trip, logs its wrong
*     results as tests 61-68, inside the existing table; note the
*     range where the table's limits are described.
*     FILES: DIXHST.CBL )%

INSTALLATION.

	10  STAT-FLIP-COUNT PIC S9(10) COMP.

* highest test number the nightly programs write records for: C36T2
* stops at 46, C36T3's boundary-value defects log as 61-68 and
* CX36T1's exchange tests run 90-97; analyst cases
* log under 100-plus-case and are outside this report's table, as
* in DIXRPT
77  MAX-TEST-NUMBER PIC S9(10) COMP VALUE 97.
