*     the archive, the same widening the run-identifier stamp got in
*     edit 2.  FILES: DILTRM.CBL, CT36T1.CBL, DILVER.CBL,
*     DILBEN.CBL )%
*
* Edit (%O'5', '27-Oct-86', 'Karin Lindqvist')
* %(  CD36T1 and CT36T1 now end every CDBENCH.LOG and DITBENCH.LOG
*     record with the node it ran against (CD36T1.CBL edit 35,
*     CT36T1.CBL edit 32); both record layouts here widen to match,
*     so the node survives the trip to the archive.  FILES:
*     DILTRM.CBL, CD36T1.CBL, CT36T1.CBL, DILBEN.CBL )%

INSTALLATION.


01  CDBENCH-RECORD.
    05  CDBENCH-DATE PIC 9(6).
    05  FILLER PIC X(38).

FD  CDBENCH-ARC-FILE
    LABEL RECORDS ARE STANDARD.

01  CDBENCH-ARC-RECORD PIC X(44).

FD  CDBENCH-TMP-FILE
    LABEL RECORDS ARE STANDARD.

01  CDBENCH-TMP-RECORD PIC X(44).

FD  DITBENCH-FILE
    LABEL RECORDS ARE STANDARD.

01  DITBENCH-RECORD.
    05  DITBENCH-DATE PIC 9(6).
    05  FILLER PIC X(68).

FD  DITBENCH-ARC-FILE
    LABEL RECORDS ARE STANDARD.

01  DITBENCH-ARC-RECORD PIC X(74).

FD  DITBENCH-TMP-FILE
    LABEL RECORDS ARE STANDARD.

01  DITBENCH-TMP-RECORD PIC X(74).

FD  TRMPARM-FILE
    LABEL RECORDS ARE STANDARD.
