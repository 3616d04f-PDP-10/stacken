IDENTIFICATION DIVISION.

PROGRAM-ID.

	C36T3.

AUTHOR.

	DIGITAL EQUIPMENT CORPORATION.

	Test program for DEC-10/20 Cobol.

	This program  drives DIX  through its  boundary values:  the
	largest and smallest DN6TS and PD9 magnitudes, minus zero,
	scale-factor rounding, FLOAT-36 values at the edges of the
	D-FLOAT range and SBF36 values too wide for SBF32.  Each value
	is converted out to the VAX or RSX-11 form C36T2 uses for its
	type and back again, and the result is classed as an exact round
	trip, an expected precision loss within tolerance, the correct
	DIX error status, or wrong.  A per-data-type coverage and defect
	report goes to the terminal; every wrong result is also written
	to DIXLOG.LOG under test numbers 61 thru 68, so DIXRPT and DIXHST
	carry it with the rest of the DIX history.

* THIS SOFTWARE IS FURNISHED UNDER A LICENSE AND MAY  BE  USED
* OR COPIED ONLY IN ACCORDANCE WITH THE TERMS OF SUCH LICENSE.
*
* COPYRIGHT  (C)  DIGITAL  EQUIPMENT  CORPORATION 1986.
* ALL RIGHTS RESERVED.

*
* Facility: DIX-TEST
*
* Edit History:
*
* new_version (1, 0)
*
* Edit (%O'1', '30-Oct-86', 'Karin Lindqvist')
* %(  New program.  C36T2 proves one well-behaved value per data type;
*     the faults production actually reports are at the edges --
*     values that overflow the target, minus zero, rounding on a
*     scale change, floating values near the end of the exponent
*     range.  Run a table of such values through XCGEN, XCVFB, XCVDN
*     and XCVPD and back, class each result, and log the wrong ones
*     to DIXLOG.LOG as tests 61-68.  Run by DILVER on the weekend
*     plan only.  FILES: C36T3.CBL (NEW), DILVER.CBL, DIXRPT.CBL,
*     DIXHST.CBL )%

INSTALLATION.

	DEC-MARLBOROUGH.

DATE-WRITTEN.

	OCTOBER 30, 1986.


ENVIRONMENT DIVISION.

CONFIGURATION SECTION.

SOURCE-COMPUTER.

	DECSYSTEM-20.

OBJECT-COMPUTER.

	DECSYSTEM-20.

INPUT-OUTPUT SECTION.

FILE-CONTROL.

    SELECT DIXLOG-FILE ASSIGN TO "DIXLOG.LOG"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS DIXLOG-FILE-STATUS.

* Optional batch-parameter card, the one DILVER writes for C36T2:
* only the run identifier is used here.
    SELECT OPTIONAL DIXPARM-FILE ASSIGN TO "DIXPARM.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS DIXPARM-FILE-STATUS.

DATA DIVISION.

FILE SECTION.

* C36T2's DIXLOG.LOG record, unchanged, so the history tools read the
* boundary results alongside everything else.
FD  DIXLOG-FILE
    LABEL RECORDS ARE STANDARD.

01  DIXLOG-RECORD.
    05  DIXLOG-DATE PIC 9(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  DIXLOG-TESTA PIC ZZ9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  DIXLOG-STATUS PIC -(10)9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  DIXLOG-SEVERITY PIC -(10)9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  DIXLOG-FLAG PIC X(8).
    05  FILLER PIC X(1) VALUE SPACE.
    05  DIXLOG-RUN-ID PIC 9(10).

FD  DIXPARM-FILE
    LABEL RECORDS ARE STANDARD.

01  DIXPARM-RECORD.
    05  DIXPARM-RUN-MODE PIC X(5).
    05  DIXPARM-RUN-ID PIC 9(10).

WORKING-STORAGE SECTION.

* status of the last I/O against each file, so a failed OPEN reports
* a clean completion code instead of abending
01  DIXLOG-FILE-STATUS PIC X(2).
01  DIXPARM-FILE-STATUS PIC X(2).

* The boundary values.  As in C36T2, values too large for a VALUE
* clause on an S9(10) COMP field are entered as sixbit and redefined
* as words -- two words per value, the second all zero except for the
* last two characters of an ASCII-7 string.  DN6TS values are their
* own digits and trailing sign; PD9 values are two digits to a 9-bit
* byte with a C (plus) or D (minus) sign nibble; FLOAT-36 values are
* the raw single-precision words.
*
*	entry	value			octal / text
*	 1- 4	ASCII-7 strings		"       " "!!!!!!!" "~~~~~~~"
*					"AZaz09@" (VAX)
*	 5-13	SBF36			0, +1, -1, 2**31-1, -2**31,
*					2**31, -2**31-1, 2**35-1, -2**35
*	14-23	FLOAT-36		0, 201400000000, 576400000000,
*					177525252525, 201777777777,
*					377777777777, 400000000001,
*					001400000000, 776400000000,
*					000400000000
*	24-31	DN6TS length 5 scale 3	00000+ thru 99999-
*	32-38	PD9 length 5 scale 2	00000C thru 99999D
*	39-42	ASCII-7 strings		as 1-4 (RSX-11)
*	43-48	DN6TS, rounded to scale 2 on the VAX side
*	49-52	PD9, rounded to scale 1 on the VAX side

01  VALUE-IMAGES USAGE DISPLAY-6.
    05  FILLER PIC X(12) VALUE "0($""! 0(    ".
    05  FILLER PIC X(12) VALUE "0H4*%""0H0   ".
    05  FILLER PIC X(12) VALUE "_?OW[\_?@   ".
    05  FILLER PIC X(12) VALUE "@VL/I@<P    ".
    05  FILLER PIC X(12) VALUE "            ".
    05  FILLER PIC X(12) VALUE "     !      ".
    05  FILLER PIC X(12) VALUE "______      ".
    05  FILLER PIC X(12) VALUE "!_____      ".
    05  FILLER PIC X(12) VALUE "^           ".
    05  FILLER PIC X(12) VALUE """           ".
    05  FILLER PIC X(12) VALUE "]_____      ".
    05  FILLER PIC X(12) VALUE "?_____      ".
    05  FILLER PIC X(12) VALUE "@           ".
    05  FILLER PIC X(12) VALUE "            ".
    05  FILLER PIC X(12) VALUE "0,          ".
    05  FILLER PIC X(12) VALUE "OT          ".
    05  FILLER PIC X(12) VALUE "/ZJJJJ      ".
    05  FILLER PIC X(12) VALUE "0/____      ".
    05  FILLER PIC X(12) VALUE "?_____      ".
    05  FILLER PIC X(12) VALUE "@    !      ".
    05  FILLER PIC X(12) VALUE " ,          ".
    05  FILLER PIC X(12) VALUE "_T          ".
    05  FILLER PIC X(12) VALUE " $          ".
    05  FILLER PIC X(12) VALUE "00000+      ".
    05  FILLER PIC X(12) VALUE "00000-      ".
    05  FILLER PIC X(12) VALUE "00001+      ".
    05  FILLER PIC X(12) VALUE "00001-      ".
    05  FILLER PIC X(12) VALUE "09999+      ".
    05  FILLER PIC X(12) VALUE "09999-      ".
    05  FILLER PIC X(12) VALUE "10000+      ".
    05  FILLER PIC X(12) VALUE "99999-      ".
    05  FILLER PIC X(12) VALUE "   !@       ".
    05  FILLER PIC X(12) VALUE "   !H       ".
    05  FILLER PIC X(12) VALUE "   #@       ".
    05  FILLER PIC X(12) VALUE "   #H       ".
    05  FILLER PIC X(12) VALUE "*  !@       ".
    05  FILLER PIC X(12) VALUE "3*93@       ".
    05  FILLER PIC X(12) VALUE "3*93H       ".
    05  FILLER PIC X(12) VALUE "0($""! 0(    ".
    05  FILLER PIC X(12) VALUE "0H4*%""0H0   ".
    05  FILLER PIC X(12) VALUE "_?OW[\_?@   ".
    05  FILLER PIC X(12) VALUE "@VL/I@<P    ".
    05  FILLER PIC X(12) VALUE "12345+      ".
    05  FILLER PIC X(12) VALUE "12344+      ".
    05  FILLER PIC X(12) VALUE "09995-      ".
    05  FILLER PIC X(12) VALUE "00004-      ".
    05  FILLER PIC X(12) VALUE "99994+      ".
    05  FILLER PIC X(12) VALUE "99995+      ".
    05  FILLER PIC X(12) VALUE """0T+@       ".
    05  FILLER PIC X(12) VALUE """0T+H       ".
    05  FILLER PIC X(12) VALUE "3*9)@       ".
    05  FILLER PIC X(12) VALUE "3*9+@       ".

01  VALUE-IMAGE-TABLE REDEFINES VALUE-IMAGES USAGE DISPLAY-6.
    05  VI-IMAGE PIC X(12) OCCURS 52 TIMES.

* What each value is, and what should become of it: the conversion it
* belongs to (see CONVERSION-TABLE), the expected class -- E exact
* round trip, T exact or within the conversion's tolerance, X a DIX
* error -- the error expected (O too big for the target, U below the
* target's range), and the label the report shows.
01  VALUE-ATTRIBUTES.
    05  FILLER PIC X(27) VALUE "1E ALL SPACES              ".
    05  FILLER PIC X(27) VALUE "1E LOWEST GRAPHIC          ".
    05  FILLER PIC X(27) VALUE "1E HIGHEST GRAPHIC         ".
    05  FILLER PIC X(27) VALUE "1E MIXED CASE/DIGITS       ".
    05  FILLER PIC X(27) VALUE "2E ZERO                    ".
    05  FILLER PIC X(27) VALUE "2E +1                      ".
    05  FILLER PIC X(27) VALUE "2E -1                      ".
    05  FILLER PIC X(27) VALUE "2E +2147483647 SBF32 MAX   ".
    05  FILLER PIC X(27) VALUE "2E -2147483648 SBF32 MIN   ".
    05  FILLER PIC X(27) VALUE "2XO+2147483648             ".
    05  FILLER PIC X(27) VALUE "2XO-2147483649             ".
    05  FILLER PIC X(27) VALUE "2XO+34359738367 SBF36 MAX  ".
    05  FILLER PIC X(27) VALUE "2XO-34359738368 SBF36 MIN  ".
    05  FILLER PIC X(27) VALUE "3E ZERO                    ".
    05  FILLER PIC X(27) VALUE "3T +1.0                    ".
    05  FILLER PIC X(27) VALUE "3T -1.0                    ".
    05  FILLER PIC X(27) VALUE "3T +1/3                    ".
    05  FILLER PIC X(27) VALUE "3T FULL FRACTION           ".
    05  FILLER PIC X(27) VALUE "3T LARGEST MAGNITUDE +     ".
    05  FILLER PIC X(27) VALUE "3T LARGEST MAGNITUDE -     ".
    05  FILLER PIC X(27) VALUE "3T SMALLEST VAX RANGE +    ".
    05  FILLER PIC X(27) VALUE "3T SMALLEST VAX RANGE -    ".
    05  FILLER PIC X(27) VALUE "3XUBELOW VAX RANGE         ".
    05  FILLER PIC X(27) VALUE "4E ZERO                    ".
    05  FILLER PIC X(27) VALUE "4T MINUS ZERO              ".
    05  FILLER PIC X(27) VALUE "4E +0.001                  ".
    05  FILLER PIC X(27) VALUE "4E -0.001                  ".
    05  FILLER PIC X(27) VALUE "4E +9.999 DN8LO MAX        ".
    05  FILLER PIC X(27) VALUE "4E -9.999 DN8LO MIN        ".
    05  FILLER PIC X(27) VALUE "4XO+10.000                 ".
    05  FILLER PIC X(27) VALUE "4XO-99.999 DN6TS MIN       ".
    05  FILLER PIC X(27) VALUE "5E ZERO                    ".
    05  FILLER PIC X(27) VALUE "5T MINUS ZERO              ".
    05  FILLER PIC X(27) VALUE "5E +0.01                   ".
    05  FILLER PIC X(27) VALUE "5E -0.01                   ".
    05  FILLER PIC X(27) VALUE "5E +500.00                 ".
    05  FILLER PIC X(27) VALUE "5E +999.99 PD9 MAX         ".
    05  FILLER PIC X(27) VALUE "5E -999.99 PD9 MIN         ".
    05  FILLER PIC X(27) VALUE "6E ALL SPACES              ".
    05  FILLER PIC X(27) VALUE "6E LOWEST GRAPHIC          ".
    05  FILLER PIC X(27) VALUE "6E HIGHEST GRAPHIC         ".
    05  FILLER PIC X(27) VALUE "6E MIXED CASE/DIGITS       ".
    05  FILLER PIC X(27) VALUE "7T +12.345 ROUNDS UP       ".
    05  FILLER PIC X(27) VALUE "7T +12.344 ROUNDS DOWN     ".
    05  FILLER PIC X(27) VALUE "7T -9.995 ROUNDS AWAY      ".
    05  FILLER PIC X(27) VALUE "7T -0.004 ROUNDS TO ZERO   ".
    05  FILLER PIC X(27) VALUE "7T +99.994 ROUNDS DOWN     ".
    05  FILLER PIC X(27) VALUE "7XO+99.995 ROUNDS OVER     ".
    05  FILLER PIC X(27) VALUE "8T +123.45 ROUNDS UP       ".
    05  FILLER PIC X(27) VALUE "8T -123.45 ROUNDS AWAY     ".
    05  FILLER PIC X(27) VALUE "8T +999.94 ROUNDS DOWN     ".
    05  FILLER PIC X(27) VALUE "8XO+999.95 ROUNDS OVER     ".

01  VALUE-ATTRIBUTE-TABLE REDEFINES VALUE-ATTRIBUTES.
    05  VA-ENTRY OCCURS 52 TIMES.
	10  VA-CONVERSION PIC 9(1).
	10  VA-CLASS PIC X(1).
	10  VA-ERROR PIC X(1).
	10  VA-LABEL PIC X(24).

77  VALUE-COUNT PIC S9(10) COMP VALUE 52.

* One entry per data type and system pair, logged as test 60 plus the
* entry number.  The tolerance is in units of the last place of the
* 10-20 value: one low-order fraction bit for FLOAT-36, half a unit
* of the VAX scale where a rounding conversion drops a digit, and
* none elsewhere -- there only minus zero coming back as plus zero
* is accepted short of an exact match.
01  CONVERSION-NAMES.
    05  FILLER PIC X(31) VALUE "ASCII-7  TO VAX   ASCII-8     0".
    05  FILLER PIC X(31) VALUE "SBF36    TO VAX   SBF32       0".
    05  FILLER PIC X(31) VALUE "FLOAT-36 TO VAX   D-FLOAT     1".
    05  FILLER PIC X(31) VALUE "DN6TS    TO VAX   DN8LO       0".
    05  FILLER PIC X(31) VALUE "PD9      TO VAX   PD8         0".
    05  FILLER PIC X(31) VALUE "ASCII-7  TO RSX11 ASCII-8     0".
    05  FILLER PIC X(31) VALUE "DN6TS    TO VAX   DN8LO ROUND 5".
    05  FILLER PIC X(31) VALUE "PD9      TO VAX   PD8   ROUND 5".

01  CONVERSION-TABLE REDEFINES CONVERSION-NAMES.
    05  CT-ENTRY OCCURS 8 TIMES.
	10  CT-NAME PIC X(30).
	10  CT-TOLERANCE PIC 9(1).

77  CONVERSION-COUNT PIC S9(10) COMP VALUE 8.

* coverage counts per conversion
01  CONVERSION-STATS.
    05  CS-ENTRY OCCURS 8 TIMES.
	10  CS-TESTED PIC S9(10) COMP.
	10  CS-EXACT PIC S9(10) COMP.
	10  CS-TOLERANCE PIC S9(10) COMP.
	10  CS-DIX-ERROR PIC S9(10) COMP.
	10  CS-WRONG PIC S9(10) COMP.

* every wrong result, held for the defect list at the end of the run
01  DEFECT-TABLE.
    05  DEFECT-ENTRY OCCURS 52 TIMES.
	10  DF-TEST PIC 9(3).
	10  DF-LABEL PIC X(24).
	10  DF-REASON PIC X(24).
	10  DF-STATUS PIC S9(10) COMP.

77  DEFECT-COUNT PIC S9(10) COMP VALUE 0.
77  DEFECT-INDEX PIC S9(10) COMP.

* the value under test, in the 10-20 layout, with numeric views of
* the DN6TS and PD9 forms for the tolerance check
01  SRC-IMAGE PIC X(12) USAGE DISPLAY-6.
01  SRC-WORDS REDEFINES SRC-IMAGE.
    05  SRC-WORD PIC S9(10) COMP OCCURS 2.
01  SRC-DN REDEFINES SRC-IMAGE.
    05  SRC-DN-VALUE PIC S9(5) USAGE DISPLAY-6
		SIGN IS TRAILING SEPARATE CHARACTER.
    05  FILLER PIC X(6) USAGE DISPLAY-6.
01  SRC-PD REDEFINES SRC-IMAGE.
    05  SRC-PD-VALUE PIC S9(5) COMP-3.
    05  FILLER PIC X(1).

* the VAX or RSX-11 form
01  DST-BUFFER.
    05  DST-WORD PIC S9(10) COMP OCCURS 4.

* the round trip back into the 10-20 layout, viewed as SRC-IMAGE is
01  BCK-IMAGE PIC X(12) USAGE DISPLAY-6.
01  BCK-WORDS REDEFINES BCK-IMAGE.
    05  BCK-WORD PIC S9(10) COMP OCCURS 2.
01  BCK-DN REDEFINES BCK-IMAGE.
    05  BCK-DN-VALUE PIC S9(5) USAGE DISPLAY-6
		SIGN IS TRAILING SEPARATE CHARACTER.
    05  FILLER PIC X(6) USAGE DISPLAY-6.
01  BCK-PD REDEFINES BCK-IMAGE.
    05  BCK-PD-VALUE PIC S9(5) COMP-3.
    05  FILLER PIC X(1).

* foreign field descriptors: the value, its VAX or RSX-11 form, and
* the round trip, which has the same layout as the value
01  FFDS.
    05  SRCDESCR PIC S9(10) COMP OCCURS 3.
    05  DSTDESCR PIC S9(10) COMP OCCURS 3.
    05  BCKDESCR PIC S9(10) COMP OCCURS 3.

* descriptor parameters for the current conversion, staged into full
* words ahead of the XDESCR calls as RUN-ONE-CASE does in C36T2.  The
* byte sizes, lengths and scales are C36T2's for the same data types;
* every value here starts at the front of its own buffer.
77  SRC-WORK-SYSTEM PIC S9(10) COMP.
77  SRC-WORK-SIZE PIC S9(10) COMP.
77  SRC-WORK-TYPE PIC S9(10) COMP.
77  SRC-WORK-LENGTH PIC S9(10) COMP.
77  SRC-WORK-SCALE PIC S9(10) COMP.
77  DST-WORK-SYSTEM PIC S9(10) COMP.
77  DST-WORK-SIZE PIC S9(10) COMP.
77  DST-WORK-TYPE PIC S9(10) COMP.
77  DST-WORK-LENGTH PIC S9(10) COMP.
77  DST-WORK-SCALE PIC S9(10) COMP.
77  ZERO-OFFSET PIC S9(10) COMP VALUE 0.
77  ZERO-BIT-OFFSET PIC S9(10) COMP VALUE 0.

* which DIX routine the current conversion goes through
01  CONVERT-ROUTINE PIC X(5).
    88  CONVERT-XCGEN VALUE "XCGEN".
    88  CONVERT-XCVFB VALUE "XCVFB".
    88  CONVERT-XCVDN VALUE "XCVDN".
    88  CONVERT-XCVPD VALUE "XCVPD".

01  INTERFACE-FILES.
    COPY DIL OF "SYS:DIL.LIB".
    COPY DIX OF "SYS:DIL.LIB".

01  DILINI-PARAMS.
    05  DIL-INIT-STATUS PIC S9(10) COMP.
    05  DIL-STATUS PIC S9(10) COMP.
    05  DIL-SEVERITY PIC S9(10) COMP.
    05  DIL-MESSAGE PIC S9(10) COMP.

* DIX's answer for the current value: the leg that was refused, if
* any (DESCRIBE, FORWARD or BACK), and the status that came back
01  FAILED-LEG PIC X(8).
77  VALUE-STATUS PIC S9(10) COMP.
77  VALUE-SEVERITY PIC S9(10) COMP.
77  VALUE-MESSAGE PIC S9(10) COMP.
77  EXPECTED-MESSAGE PIC S9(10) COMP.

* how the current value came out
01  RESULT-CLASS PIC X(18).
    88  RESULT-EXACT VALUE "EXACT ROUND TRIP".
    88  RESULT-TOLERANCE VALUE "WITHIN TOLERANCE".
    88  RESULT-DIX-ERROR VALUE "CORRECT DIX ERROR".
    88  RESULT-WRONG VALUE "WRONG".
01  RESULT-REASON PIC X(24).

01  WITHIN-TOLERANCE-FLAG PIC X(3).
    88  WITHIN-TOLERANCE VALUE "YES".

* distance between the value and its round trip, in last-place units
77  ROUND-TRIP-DIFFERENCE PIC S9(12) COMP.

77  VALUE-INDEX PIC S9(10) COMP.
77  CONVERSION-INDEX PIC S9(10) COMP.
77  TESTA PIC S9(10) COMP.

* number of the first test with a wrong result, 0 if none -- returned
* as the completion code, as C36T2 does
77  FIRST-FAILED-TEST PIC S9(10) COMP VALUE 0.

* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.

77  WS-TODAY PIC 9(6).

* the verification cycle's run identifier: from DIXPARM.DAT when
* DILVER is driving, otherwise made here, YYMMDDHHMM
01  RUN-ID PIC 9(10) VALUE 0.

01  RUN-ID-TIME PIC 9(8).
01  RUN-ID-TIME-R REDEFINES RUN-ID-TIME.
    05  RUN-ID-HHMM PIC 9(4).
    05  FILLER PIC 9(4).

* one line per value
01  VALUE-LINE.
    05  VL-TEST PIC ZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  VL-LABEL PIC X(24).
    05  FILLER PIC X(1) VALUE SPACE.
    05  VL-RESULT PIC X(18).
    05  FILLER PIC X(1) VALUE SPACE.
    05  VL-REASON PIC X(24).

* one line per conversion in the coverage section
01  COVERAGE-LINE.
    05  CL-TEST PIC ZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  CL-NAME PIC X(30).
    05  CL-TESTED PIC ZZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  CL-EXACT PIC ZZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  CL-TOLERANCE PIC ZZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  CL-DIX-ERROR PIC ZZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  CL-WRONG PIC ZZZ9.

* one line per defect
01  DEFECT-LINE.
    05  DL-TEST PIC ZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  DL-LABEL PIC X(24).
    05  FILLER PIC X(1) VALUE SPACE.
    05  DL-REASON PIC X(24).
    05  FILLER PIC X(9) VALUE " STATUS ".
    05  DL-STATUS PIC -(10)9.

PROCEDURE DIVISION.

MAIN-LINE.
    PERFORM INITIALIZE-STUFF THRU INITIALIZE-STUFF-EXIT.

    DISPLAY " ".
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " DIX Boundary-Value Round-Trip Test, run " RUN-ID.
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " TEST  VALUE                    RESULT ".
    PERFORM RUN-ONE-VALUE THRU RUN-ONE-VALUE-EXIT
	VARYING VALUE-INDEX FROM 1 BY 1
	UNTIL VALUE-INDEX > VALUE-COUNT.
    CLOSE DIXLOG-FILE.

    PERFORM PRINT-COVERAGE THRU PRINT-COVERAGE-EXIT.

    IF FIRST-FAILED-TEST NOT = 0
	MOVE FIRST-FAILED-TEST TO COMPLETION-CODE.
    MOVE COMPLETION-CODE TO RETURN-CODE.
    GOBACK.
MAIN-LINE-EXIT.
    EXIT.

INITIALIZE-STUFF.
    ENTER MACRO DILINI USING DIL-INIT-STATUS, DIL-STATUS,
			     DIL-MESSAGE, DIL-SEVERITY.

    IF DIL-INIT-STATUS NOT = 1
	DISPLAY "? Failure in DILINI. Dil-status = " DIL-STATUS.

    PERFORM INITIALIZE-ONE-STAT THRU INITIALIZE-ONE-STAT-EXIT
	VARYING CONVERSION-INDEX FROM 1 BY 1
	UNTIL CONVERSION-INDEX > CONVERSION-COUNT.

* wrong results go to the DIXLOG audit trail, created the first time
* as C36T2 does
    ACCEPT WS-TODAY FROM DATE.
    OPEN EXTEND DIXLOG-FILE.
    IF DIXLOG-FILE-STATUS = "35"
	OPEN OUTPUT DIXLOG-FILE.

    IF DIXLOG-FILE-STATUS NOT = "00"
	DISPLAY "? INITIALIZE-STUFF: DIXLOG.LOG could not be opened, status = "
	    DIXLOG-FILE-STATUS
	MOVE 1 TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

* any status but "00" means no card -- a standalone run
    OPEN INPUT DIXPARM-FILE.
    IF DIXPARM-FILE-STATUS = "00"
	PERFORM GET-RUN-ID-BATCH THRU GET-RUN-ID-BATCH-EXIT.

    IF RUN-ID = 0
	ACCEPT RUN-ID-TIME FROM TIME
	COMPUTE RUN-ID = WS-TODAY * 10000 + RUN-ID-HHMM.
INITIALIZE-STUFF-EXIT.
    EXIT.

INITIALIZE-ONE-STAT.
    MOVE 0 TO CS-TESTED (CONVERSION-INDEX).
    MOVE 0 TO CS-EXACT (CONVERSION-INDEX).
    MOVE 0 TO CS-TOLERANCE (CONVERSION-INDEX).
    MOVE 0 TO CS-DIX-ERROR (CONVERSION-INDEX).
    MOVE 0 TO CS-WRONG (CONVERSION-INDEX).
INITIALIZE-ONE-STAT-EXIT.
    EXIT.

GET-RUN-ID-BATCH.
    READ DIXPARM-FILE INTO DIXPARM-RECORD
	AT END MOVE 0 TO DIXPARM-RUN-ID.
    IF DIXPARM-RUN-ID IS NUMERIC
	MOVE DIXPARM-RUN-ID TO RUN-ID.
    CLOSE DIXPARM-FILE.
GET-RUN-ID-BATCH-EXIT.
    EXIT.

* Take one value out and back and class the result.
RUN-ONE-VALUE.
    MOVE VA-CONVERSION (VALUE-INDEX) TO CONVERSION-INDEX.
    COMPUTE TESTA = 60 + CONVERSION-INDEX.
    ADD 1 TO CS-TESTED (CONVERSION-INDEX).

    MOVE VI-IMAGE (VALUE-INDEX) TO SRC-IMAGE.
    MOVE 0 TO DST-WORD (1).
    MOVE 0 TO DST-WORD (2).
    MOVE 0 TO DST-WORD (3).
    MOVE 0 TO DST-WORD (4).
    MOVE 0 TO BCK-WORD (1).
    MOVE 0 TO BCK-WORD (2).

    MOVE SPACES TO FAILED-LEG.
    MOVE SPACES TO RESULT-REASON.
    MOVE 0 TO VALUE-STATUS.
    MOVE 0 TO VALUE-SEVERITY.
    MOVE 0 TO VALUE-MESSAGE.

    PERFORM SET-CONVERSION THRU SET-CONVERSION-EXIT.
    PERFORM BUILD-DESCRIPTORS THRU BUILD-DESCRIPTORS-EXIT.
    IF FAILED-LEG = SPACES
	PERFORM CONVERT-FORWARD THRU CONVERT-FORWARD-EXIT.
    IF FAILED-LEG = SPACES
	PERFORM CONVERT-BACK THRU CONVERT-BACK-EXIT.

    PERFORM JUDGE-RESULT THRU JUDGE-RESULT-EXIT.

    IF RESULT-EXACT
	ADD 1 TO CS-EXACT (CONVERSION-INDEX)
    ELSE IF RESULT-TOLERANCE
	ADD 1 TO CS-TOLERANCE (CONVERSION-INDEX)
    ELSE IF RESULT-DIX-ERROR
	ADD 1 TO CS-DIX-ERROR (CONVERSION-INDEX)
    ELSE
	ADD 1 TO CS-WRONG (CONVERSION-INDEX)
	PERFORM LOG-DEFECT THRU LOG-DEFECT-EXIT.

    MOVE TESTA TO VL-TEST.
    MOVE VA-LABEL (VALUE-INDEX) TO VL-LABEL.
    MOVE RESULT-CLASS TO VL-RESULT.
    MOVE RESULT-REASON TO VL-REASON.
    DISPLAY " " VALUE-LINE.
RUN-ONE-VALUE-EXIT.
    EXIT.

* Descriptor parameters and routine for the current conversion.  The
* 10-20 side is the same for every value of a type; the VAX side of
* the two rounding conversions carries one less place of scale.
SET-CONVERSION.
    MOVE DIX-SYS-10-20 TO SRC-WORK-SYSTEM.
    MOVE DIX-SYS-VAX TO DST-WORK-SYSTEM.
    MOVE 8 TO DST-WORK-SIZE.

    IF CONVERSION-INDEX = 1 OR CONVERSION-INDEX = 6
	MOVE 7 TO SRC-WORK-SIZE
	MOVE DIX-DT-ASCII-7 TO SRC-WORK-TYPE
	MOVE 7 TO SRC-WORK-LENGTH
	MOVE 0 TO SRC-WORK-SCALE
	MOVE DIX-DT-ASCII-8 TO DST-WORK-TYPE
	MOVE 7 TO DST-WORK-LENGTH
	MOVE 0 TO DST-WORK-SCALE
	MOVE "XCGEN" TO CONVERT-ROUTINE
	IF CONVERSION-INDEX = 6
	    MOVE DIX-SYS-RSX11 TO DST-WORK-SYSTEM.

    IF CONVERSION-INDEX = 2
	MOVE 36 TO SRC-WORK-SIZE
	MOVE DIX-DT-SBF36 TO SRC-WORK-TYPE
	MOVE 0 TO SRC-WORK-LENGTH
	MOVE 2 TO SRC-WORK-SCALE
	MOVE DIX-DT-SBF32 TO DST-WORK-TYPE
	MOVE 0 TO DST-WORK-LENGTH
	MOVE 2 TO DST-WORK-SCALE
	MOVE "XCVFB" TO CONVERT-ROUTINE.

    IF CONVERSION-INDEX = 3
	MOVE 36 TO SRC-WORK-SIZE
	MOVE DIX-DT-FLOAT-36 TO SRC-WORK-TYPE
	MOVE 0 TO SRC-WORK-LENGTH
	MOVE 0 TO SRC-WORK-SCALE
	MOVE DIX-DT-D-FLOAT TO DST-WORK-TYPE
	MOVE 0 TO DST-WORK-LENGTH
	MOVE 0 TO DST-WORK-SCALE
	MOVE "XCGEN" TO CONVERT-ROUTINE.

    IF CONVERSION-INDEX = 4 OR CONVERSION-INDEX = 7
	MOVE 6 TO SRC-WORK-SIZE
	MOVE DIX-DT-DN6TS TO SRC-WORK-TYPE
	MOVE 5 TO SRC-WORK-LENGTH
	MOVE 3 TO SRC-WORK-SCALE
	MOVE DIX-DT-DN8LO TO DST-WORK-TYPE
	MOVE 4 TO DST-WORK-LENGTH
	MOVE 3 TO DST-WORK-SCALE
	MOVE "XCVDN" TO CONVERT-ROUTINE
	IF CONVERSION-INDEX = 7
	    MOVE 2 TO DST-WORK-SCALE.

    IF CONVERSION-INDEX = 5 OR CONVERSION-INDEX = 8
	MOVE 9 TO SRC-WORK-SIZE
	MOVE DIX-DT-PD9 TO SRC-WORK-TYPE
	MOVE 5 TO SRC-WORK-LENGTH
	MOVE 2 TO SRC-WORK-SCALE
	MOVE DIX-DT-PD8 TO DST-WORK-TYPE
	MOVE 5 TO DST-WORK-LENGTH
	MOVE 2 TO DST-WORK-SCALE
	MOVE "XCVPD" TO CONVERT-ROUTINE
	IF CONVERSION-INDEX = 8
	    MOVE 1 TO DST-WORK-SCALE.
SET-CONVERSION-EXIT.
    EXIT.

* Describe the value, its VAX or RSX-11 form, and the round trip.
* A descriptor refused here is a defect whatever the value: these
* are C36T2's own proven layouts.
BUILD-DESCRIPTORS.
    ENTER MACRO XDESCR USING SRCDESCR(1), SRC-WORD(1),
    			     SRC-WORK-SYSTEM, SRC-WORK-SIZE, ZERO-OFFSET,
    			     ZERO-BIT-OFFSET, SRC-WORK-TYPE, SRC-WORK-LENGTH,
    			     SRC-WORK-SCALE.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	MOVE "DESCRIBE" TO FAILED-LEG
	PERFORM SAVE-DIX-STATUS THRU SAVE-DIX-STATUS-EXIT
	GO TO BUILD-DESCRIPTORS-EXIT.

    ENTER MACRO XDESCR USING DSTDESCR(1), DST-WORD(1),
    			     DST-WORK-SYSTEM, DST-WORK-SIZE, ZERO-OFFSET,
    			     ZERO-BIT-OFFSET, DST-WORK-TYPE, DST-WORK-LENGTH,
    			     DST-WORK-SCALE.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	MOVE "DESCRIBE" TO FAILED-LEG
	PERFORM SAVE-DIX-STATUS THRU SAVE-DIX-STATUS-EXIT
	GO TO BUILD-DESCRIPTORS-EXIT.

    ENTER MACRO XDESCR USING BCKDESCR(1), BCK-WORD(1),
    			     SRC-WORK-SYSTEM, SRC-WORK-SIZE, ZERO-OFFSET,
    			     ZERO-BIT-OFFSET, SRC-WORK-TYPE, SRC-WORK-LENGTH,
    			     SRC-WORK-SCALE.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	MOVE "DESCRIBE" TO FAILED-LEG
	PERFORM SAVE-DIX-STATUS THRU SAVE-DIX-STATUS-EXIT.
BUILD-DESCRIPTORS-EXIT.
    EXIT.

* 10-20 to VAX or RSX-11.  An informational status (DIX-C-ROUNDED on
* the rounding conversions) is a success.
CONVERT-FORWARD.
    IF CONVERT-XCGEN
	ENTER MACRO XCGEN USING SRCDESCR(1), DSTDESCR(1)
    ELSE IF CONVERT-XCVFB
	ENTER MACRO XCVFB USING SRCDESCR(1), DSTDESCR(1)
    ELSE IF CONVERT-XCVDN
	ENTER MACRO XCVDN USING SRCDESCR(1), DSTDESCR(1)
    ELSE
	ENTER MACRO XCVPD USING SRCDESCR(1), DSTDESCR(1).

    PERFORM SAVE-DIX-STATUS THRU SAVE-DIX-STATUS-EXIT.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	MOVE "FORWARD" TO FAILED-LEG.
CONVERT-FORWARD-EXIT.
    EXIT.

* and back again, through the same routine
CONVERT-BACK.
    IF CONVERT-XCGEN
	ENTER MACRO XCGEN USING DSTDESCR(1), BCKDESCR(1)
    ELSE IF CONVERT-XCVFB
	ENTER MACRO XCVFB USING DSTDESCR(1), BCKDESCR(1)
    ELSE IF CONVERT-XCVDN
	ENTER MACRO XCVDN USING DSTDESCR(1), BCKDESCR(1)
    ELSE
	ENTER MACRO XCVPD USING DSTDESCR(1), BCKDESCR(1).

    PERFORM SAVE-DIX-STATUS THRU SAVE-DIX-STATUS-EXIT.
    IF DIL-SEVERITY NOT = STS-K-SUCCESS
       AND DIL-SEVERITY NOT = STS-K-INFO
	MOVE "BACK" TO FAILED-LEG.
CONVERT-BACK-EXIT.
    EXIT.

SAVE-DIX-STATUS.
    MOVE DIL-STATUS TO VALUE-STATUS.
    MOVE DIL-SEVERITY TO VALUE-SEVERITY.
    MOVE DIL-MESSAGE TO VALUE-MESSAGE.
SAVE-DIX-STATUS-EXIT.
    EXIT.

* Class the result against what the value table expects of it.
JUDGE-RESULT.
    MOVE "WRONG" TO RESULT-CLASS.

    IF FAILED-LEG = "DESCRIBE"
	MOVE "DESCRIPTOR REFUSED" TO RESULT-REASON
	GO TO JUDGE-RESULT-EXIT.

    IF VA-CLASS (VALUE-INDEX) = "X"
	PERFORM JUDGE-EXPECTED-ERROR THRU JUDGE-EXPECTED-ERROR-EXIT
	GO TO JUDGE-RESULT-EXIT.

    IF FAILED-LEG = "FORWARD"
	MOVE "DIX ERROR GOING OUT" TO RESULT-REASON
	GO TO JUDGE-RESULT-EXIT.

    IF FAILED-LEG = "BACK"
	MOVE "DIX ERROR COMING BACK" TO RESULT-REASON
	GO TO JUDGE-RESULT-EXIT.

    IF BCK-IMAGE = SRC-IMAGE
	MOVE "EXACT ROUND TRIP" TO RESULT-CLASS
	GO TO JUDGE-RESULT-EXIT.

    IF VA-CLASS (VALUE-INDEX) = "T"
	PERFORM CHECK-TOLERANCE THRU CHECK-TOLERANCE-EXIT
	IF WITHIN-TOLERANCE
	    MOVE "WITHIN TOLERANCE" TO RESULT-CLASS
	    GO TO JUDGE-RESULT-EXIT
	ELSE
	    MOVE "OUTSIDE TOLERANCE" TO RESULT-REASON
	    GO TO JUDGE-RESULT-EXIT.

    MOVE "ROUND TRIP MISMATCH" TO RESULT-REASON.
JUDGE-RESULT-EXIT.
    EXIT.

* The value should have been refused, by the right DIX status.
JUDGE-EXPECTED-ERROR.
    IF FAILED-LEG = SPACES
	MOVE "NO DIX ERROR RETURNED" TO RESULT-REASON
	GO TO JUDGE-EXPECTED-ERROR-EXIT.

    IF VA-ERROR (VALUE-INDEX) = "U"
	MOVE DIX-C-TOOSMALL TO EXPECTED-MESSAGE
    ELSE
	MOVE DIX-C-TOOBIG TO EXPECTED-MESSAGE.

    IF VALUE-MESSAGE = EXPECTED-MESSAGE
	MOVE "CORRECT DIX ERROR" TO RESULT-CLASS
    ELSE
	MOVE "WRONG DIX ERROR" TO RESULT-REASON.
JUDGE-EXPECTED-ERROR-EXIT.
    EXIT.

* Distance between the value and its round trip: raw words for
* FLOAT-36 (the sign and exponent must survive, so only the low
* fraction bits can differ), numeric value for DN6TS and PD9.  The
* string and binary conversions allow none.
CHECK-TOLERANCE.
    MOVE "NO " TO WITHIN-TOLERANCE-FLAG.

    IF CONVERSION-INDEX = 3
	IF BCK-WORD (2) NOT = SRC-WORD (2)
	    GO TO CHECK-TOLERANCE-EXIT
	ELSE
	    COMPUTE ROUND-TRIP-DIFFERENCE = BCK-WORD (1) - SRC-WORD (1)
    ELSE IF CONVERSION-INDEX = 4 OR CONVERSION-INDEX = 7
	IF BCK-DN-VALUE IS NOT NUMERIC
	    GO TO CHECK-TOLERANCE-EXIT
	ELSE
	    COMPUTE ROUND-TRIP-DIFFERENCE = BCK-DN-VALUE - SRC-DN-VALUE
    ELSE IF CONVERSION-INDEX = 5 OR CONVERSION-INDEX = 8
	IF BCK-PD-VALUE IS NOT NUMERIC
	    GO TO CHECK-TOLERANCE-EXIT
	ELSE
	    COMPUTE ROUND-TRIP-DIFFERENCE = BCK-PD-VALUE - SRC-PD-VALUE
    ELSE
	GO TO CHECK-TOLERANCE-EXIT.

    IF ROUND-TRIP-DIFFERENCE < 0
	COMPUTE ROUND-TRIP-DIFFERENCE = 0 - ROUND-TRIP-DIFFERENCE.
    IF ROUND-TRIP-DIFFERENCE NOT > CT-TOLERANCE (CONVERSION-INDEX)
	MOVE "YES" TO WITHIN-TOLERANCE-FLAG.
CHECK-TOLERANCE-EXIT.
    EXIT.

* A wrong result: keep it for the defect list and log it to DIXLOG.LOG
* under its conversion's test number, with the status DIX returned.
LOG-DEFECT.
    ADD 1 TO DEFECT-COUNT.
    MOVE TESTA TO DF-TEST (DEFECT-COUNT).
    MOVE VA-LABEL (VALUE-INDEX) TO DF-LABEL (DEFECT-COUNT).
    MOVE RESULT-REASON TO DF-REASON (DEFECT-COUNT).
    MOVE VALUE-STATUS TO DF-STATUS (DEFECT-COUNT).

    MOVE WS-TODAY TO DIXLOG-DATE.
    MOVE TESTA TO DIXLOG-TESTA.
    MOVE VALUE-STATUS TO DIXLOG-STATUS.
    MOVE VALUE-SEVERITY TO DIXLOG-SEVERITY.
    MOVE "FAILURE" TO DIXLOG-FLAG.
    MOVE RUN-ID TO DIXLOG-RUN-ID.
    WRITE DIXLOG-RECORD.

    IF FIRST-FAILED-TEST = 0
	MOVE TESTA TO FIRST-FAILED-TEST.
LOG-DEFECT-EXIT.
    EXIT.

PRINT-COVERAGE.
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " Coverage by data type ".
    DISPLAY " ------------------------------------------------------ ".
    DISPLAY " TEST  CONVERSION                    VALUES  EXACT  TOLER"
	"  DIXERR  WRONG ".
    PERFORM PRINT-ONE-CONVERSION THRU PRINT-ONE-CONVERSION-EXIT
	VARYING CONVERSION-INDEX FROM 1 BY 1
	UNTIL CONVERSION-INDEX > CONVERSION-COUNT.

    DISPLAY " ------------------------------------------------------ ".
    IF DEFECT-COUNT = 0
	DISPLAY " No defects: every value came back exact, within"
	    " tolerance, or refused with the correct DIX status. "
	DISPLAY " ------------------------------------------------------ "
	GO TO PRINT-COVERAGE-EXIT.

    DISPLAY " Defects -- " DEFECT-COUNT " wrong result(s), logged to DIXLOG.LOG ".
    DISPLAY " ------------------------------------------------------ ".
    PERFORM PRINT-ONE-DEFECT THRU PRINT-ONE-DEFECT-EXIT
	VARYING DEFECT-INDEX FROM 1 BY 1
	UNTIL DEFECT-INDEX > DEFECT-COUNT.
    DISPLAY " ------------------------------------------------------ ".
PRINT-COVERAGE-EXIT.
    EXIT.

PRINT-ONE-CONVERSION.
    COMPUTE CL-TEST = 60 + CONVERSION-INDEX.
    MOVE CT-NAME (CONVERSION-INDEX) TO CL-NAME.
    MOVE CS-TESTED (CONVERSION-INDEX) TO CL-TESTED.
    MOVE CS-EXACT (CONVERSION-INDEX) TO CL-EXACT.
    MOVE CS-TOLERANCE (CONVERSION-INDEX) TO CL-TOLERANCE.
    MOVE CS-DIX-ERROR (CONVERSION-INDEX) TO CL-DIX-ERROR.
    MOVE CS-WRONG (CONVERSION-INDEX) TO CL-WRONG.
    DISPLAY " " COVERAGE-LINE.
PRINT-ONE-CONVERSION-EXIT.
    EXIT.

PRINT-ONE-DEFECT.
    MOVE DF-TEST (DEFECT-INDEX) TO DL-TEST.
    MOVE DF-LABEL (DEFECT-INDEX) TO DL-LABEL.
    MOVE DF-REASON (DEFECT-INDEX) TO DL-REASON.
    MOVE DF-STATUS (DEFECT-INDEX) TO DL-STATUS.
    DISPLAY " " DEFECT-LINE.
PRINT-ONE-DEFECT-EXIT.
    EXIT.
