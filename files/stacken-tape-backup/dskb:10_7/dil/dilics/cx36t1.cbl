	actual production pattern, where a DIX-converted record is
	written to a remote file and a foreign system's record is
	fetched and converted back.  This program takes C36T2's known
	SRCDAT values, converts them to the target node's own form --
	VAX, RSX-11 or 10-20 -- with the same XDESCR and conversion
	machinery, writes the converted
	record to the remote test directory over DAP the way CD36T1's
	image cycle does, fetches it back, reverse-converts, and
	verifies the result word for word against the original.  A
*     the local default.  The completion code is the number of the
*     first failing test, as C36T2 returns it.  FILES: CX36T1.CBL
*     (NEW), DILVER.CBL )%
*
* Edit (%O'2', '5-Nov-86', 'Karin Lindqvist')
* %(  The exchange always converted to VAX form, but the sweep nodes
*     are a mix of VAX, RSX-11 and other 10-20 systems, and the real
*     exchange with each uses that node's own formats.  CXPARM.DAT
*     gains a trailing system type, VAX, RSX or 1020, from the node's
*     DILNODE.DAT entry (blank is VAX, the form every exchange took
*     until now).  Tests 91, 92, 95, 96 and 97 now describe, convert
*     and verify in the node's form: the five VAX fields as before,
*     the five fields in 10-20 form for a 10-20 node, and the ASCII
*     string field alone for an RSX-11 node, in the DIX-SYS-RSX11
*     layout C36T2's tests 25-27 prove.  A type this program has no
*     conversion for runs no tests and returns completion code 99,
*     which DILVER reports as NOT SUPPORTED rather than a failure.
*     FILES: CX36T1.CBL, DILVER.CBL, DILNOD.CBL, DILJNL.CBL,
*     DILNIQ.CBL, DILWIN.CBL )%
*
* Edit (%O'3', '7-Nov-86', 'Karin Lindqvist')
* %(  When the first failure is in the part of the exchange that goes
*     over the wire, the completion code now names its cause instead
*     of the test number: 11 the node could not be reached, 12 the
*     test directory's password was refused, 13 the far file system
*     failed the ROPEN, RWRITE, RREAD or RCLOSE, 15 the record fetched
*     back or the round trip's result was not what was shipped -- the
*     codes CD36T1 returns.  A first failure in a conversion still
*     returns its test number, 90-97, and an unsupported type 99.
*     See CD36T1.CBL edit 37.  FILES: CD36T1.CBL, CT36T1.CBL,
*     CX36T1.CBL, DILVER.CBL, DILINC.CBL, DILCHG.CBL, DILJNL.CBL,
*     DILNIQ.CBL, DIXRCN.CBL, DILCOL.CBL )%

INSTALLATION.

    05  CXPARM-DIRECTORY PIC X(39).
    05  CXPARM-PASSWD PIC X(39).
    05  CXPARM-RUN-ID PIC 9(10).
    05  CXPARM-SYSTEM-TYPE PIC X(4).

WORKING-STORAGE SECTION.

    05  SRCDAT5 PIC S9(10) COMP.
    05  SRCDAT6 PIC S9(10) COMP.

* the same source viewed as its leading ASCII-7 string field, the one
* field an RSX-11 round trip brings back
01  SRC-STRING-VIEW REDEFINES SRC-SIXBIT.
    05  SRC-STRING PIC X(7) DISPLAY-7.
    05  FILLER PIC X(3) DISPLAY-7.

* the converted VAX-form record as built here, as fetched back from
* the remote file, and the round-trip result
01  XCHOUT PIC S9(10) COMP OCCURS 8.
01  XCHIN PIC S9(10) COMP OCCURS 8.
01  XCHBCK PIC S9(10) COMP OCCURS 6.

* the RSX-11 round trip's string field, back in 10-20 ASCII-7 form
01  RSXBCK.
    05  RSXBCK-STRING PIC X(7) DISPLAY-7.
    05  FILLER PIC X(3) DISPLAY-7.

* foreign field descriptors: the forward 10-20 set over SRCDAT, the
* forward VAX set over XCHOUT, the reverse VAX set over the fetched
* XCHIN, and the reverse 10-20 set over XCHBCK -- the same layout
* parameters C36T2's tests 1-10 and 31-35 use.  A 10-20 node's
* record takes the 10-20 layout on both sides of the wire (the TN
* sets); an RSX-11 node's takes the string field alone (the RX sets).
01  FFDS.
    05  XSTR20 PIC S9(10) COMP OCCURS 3.
    05  XSBF20 PIC S9(10) COMP OCCURS 3.
    05  RFLT20 PIC S9(10) COMP OCCURS 3.
    05  RDN20 PIC S9(10) COMP OCCURS 3.
    05  RPD20 PIC S9(10) COMP OCCURS 3.
    05  XSTRTN PIC S9(10) COMP OCCURS 3.
    05  XSBFTN PIC S9(10) COMP OCCURS 3.
    05  XFLTTN PIC S9(10) COMP OCCURS 3.
    05  XDNTN PIC S9(10) COMP OCCURS 3.
    05  XPDTN PIC S9(10) COMP OCCURS 3.
    05  RSTRTN PIC S9(10) COMP OCCURS 3.
    05  RSBFTN PIC S9(10) COMP OCCURS 3.
    05  RFLTTN PIC S9(10) COMP OCCURS 3.
    05  RDNTN PIC S9(10) COMP OCCURS 3.
    05  RPDTN PIC S9(10) COMP OCCURS 3.
    05  XSTRRX PIC S9(10) COMP OCCURS 3.
    05  RSTRRX PIC S9(10) COMP OCCURS 3.

01  INTERFACE-FILES.
    COPY DIT OF "SYS:DIL.LIB".
01  XCH-REC-SIZE USAGE COMP PIC S9(10) VALUE 8.
01  XCH-UNIT-SIZE USAGE COMP PIC S9(10) VALUE 36.

* the target node's DIX system type, as its DILNODE.DAT entry gives
* it: VAX (blank is taken as VAX), RSX for RSX-11, 1020 for another
* DECsystem-10 or DECSYSTEM-20
01  NODE-SYSTEM-TYPE PIC X(4) VALUE SPACES.
    88  NODE-TYPE-VAX VALUE "VAX ".
    88  NODE-TYPE-RSX VALUE "RSX ".
    88  NODE-TYPE-1020 VALUE "1020".
    88  NODE-TYPE-SUPPORTED VALUES ARE "VAX " "RSX " "1020".

* the completion code for a system type with no conversion here --
* outside the 90-97 test numbers, so a caller can tell it from a
* failure
77  UNSUPPORTED-TYPE-CODE PIC S9(4) COMP VALUE 99.

* the failure causes returned in place of the test number when the
* first failure has one, the same codes CD36T1 returns
77  CAUSE-UNREACHABLE-CODE PIC S9(4) COMP VALUE 11.
77  CAUSE-PASSWORD-CODE PIC S9(4) COMP VALUE 12.
77  CAUSE-REMOTE-FS-CODE PIC S9(4) COMP VALUE 13.
77  CAUSE-MISMATCH-CODE PIC S9(4) COMP VALUE 15.

* the cause of the run's first failure, zero while it has none
77  FAILURE-CAUSE-CODE PIC S9(4) COMP VALUE 0.

77  SUB PIC S9(5) COMP.

* success flag, sticky for the run, and the outcome of the one test
	ACCEPT RUN-ID-TIME FROM TIME
	COMPUTE RUN-ID = WS-TODAY * 10000 + RUN-ID-HHMM.

* a node of a type there is no conversion for is not a failure of the
* exchange -- nothing is run, nothing is logged, and the caller is
* told so by the completion code
    IF NOT NODE-TYPE-SUPPORTED
	DISPLAY " CX36T1: no exchange conversion for system type "
	    NODE-SYSTEM-TYPE " -- NOT SUPPORTED. "
	CLOSE DIXLOG-FILE
	MOVE UNSUPPORTED-TYPE-CODE TO COMPLETION-CODE
	MOVE COMPLETION-CODE TO RETURN-CODE
	GOBACK.

    DISPLAY " CX36T1: exchanging in " NODE-SYSTEM-TYPE " form. ".

    PERFORM BUILD-FORWARD-20-DESCRIPTORS
	THRU BUILD-FORWARD-20-DESCRIPTORS-EXIT.
    PERFORM BUILD-FORWARD-TARGET-DESCRIPTORS
	THRU BUILD-FORWARD-TARGET-DESCRIPTORS-EXIT.
    PERFORM CONVERT-FORWARD THRU CONVERT-FORWARD-EXIT.
    PERFORM SHIP-CONVERTED-RECORD THRU SHIP-CONVERTED-RECORD-EXIT.
    PERFORM FETCH-CONVERTED-RECORD THRU FETCH-CONVERTED-RECORD-EXIT.
	DISPLAY "? CX36T1 test failed -- first failure at test "
	    FIRST-FAILED-TEST ". ".

* return the number of the first failing test, as C36T2 does, or its
* cause when the first failure was the wire's or the far side's, with
* the same never-zero-on-failure guard
    IF NOT-OK
	MOVE FIRST-FAILED-TEST TO COMPLETION-CODE.
    IF NOT-OK AND FAILURE-CAUSE-CODE NOT = 0
	MOVE FAILURE-CAUSE-CODE TO COMPLETION-CODE.
    IF NOT-OK AND COMPLETION-CODE = 0
	MOVE 1 TO COMPLETION-CODE.

    MOVE COMPLETION-CODE TO RETURN-CODE
    GOBACK.
	DISPLAY " Enter the test directory (blank for [5,33]): "
	ACCEPT TARGET-DIRECTORY
	DISPLAY " Enter the password: "
	ACCEPT PASSWD
	DISPLAY " Enter the node's system type, VAX, RSX or 1020 (blank for VAX): "
	ACCEPT NODE-SYSTEM-TYPE.

    IF NODE-SYSTEM-TYPE = SPACES
	MOVE "VAX " TO NODE-SYSTEM-TYPE.

    PERFORM BUILD-TARGET-FILE-NAME THRU BUILD-TARGET-FILE-NAME-EXIT.
GET-PARAMETERS-EXIT.
	AT END MOVE SPACES TO CXPARM-NODE
	    MOVE SPACES TO CXPARM-DIRECTORY
	    MOVE SPACES TO CXPARM-PASSWD
	    MOVE 0 TO CXPARM-RUN-ID
	    MOVE SPACES TO CXPARM-SYSTEM-TYPE.
    MOVE CXPARM-NODE TO TARGET-NODE.
    MOVE CXPARM-DIRECTORY TO TARGET-DIRECTORY.
    MOVE CXPARM-PASSWD TO PASSWD.
    MOVE CXPARM-SYSTEM-TYPE TO NODE-SYSTEM-TYPE.
    IF CXPARM-RUN-ID IS NUMERIC
	MOVE CXPARM-RUN-ID TO RUN-ID.
    CLOSE CXPARM-FILE.
BUILD-FORWARD-20-DESCRIPTORS-EXIT.
    EXIT.

* Test 91: describe the converted record's fields over XCHOUT in the
* node's own form.
BUILD-FORWARD-TARGET-DESCRIPTORS.
    MOVE 91 TO TESTA.
    MOVE "SUCCESS" TO TEST-RESULT-FLAG.

    IF NODE-TYPE-RSX
	PERFORM FORWARD-RSX-DESCRIPTOR THRU FORWARD-RSX-DESCRIPTOR-EXIT
    ELSE IF NODE-TYPE-1020
	PERFORM FORWARD-1020-DESCRIPTORS THRU FORWARD-1020-DESCRIPTORS-EXIT
    ELSE
	PERFORM FORWARD-VAX-DESCRIPTORS THRU FORWARD-VAX-DESCRIPTORS-EXIT.

    PERFORM WRITE-DIXLOG-RECORD THRU WRITE-DIXLOG-EXIT.
BUILD-FORWARD-TARGET-DESCRIPTORS-EXIT.
    EXIT.

* the five fields in VAX form, the same parameters C36T2's tests 6
* thru 10 use
FORWARD-VAX-DESCRIPTORS.
    ENTER MACRO XDESCR USING XSTRVX(1), XCHOUT(1), DIX-SYS-VAX, 8, 0, 0,
			 DIX-DT-ASCII-8, 7, 0.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.
    ENTER MACRO XDESCR USING XPDVX(1), XCHOUT(1), DIX-SYS-VAX, 8, 24, 0,
			 DIX-DT-PD8, 5, 2.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.
FORWARD-VAX-DESCRIPTORS-EXIT.
    EXIT.

* the string field alone in RSX-11's byte-stream form, the descriptor
* C36T2's test 25 builds
FORWARD-RSX-DESCRIPTOR.
    ENTER MACRO XDESCR USING XSTRRX(1), XCHOUT(1), DIX-SYS-RSX11, 8, 0, 0,
			 DIX-DT-ASCII-8, 7, 0.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.
FORWARD-RSX-DESCRIPTOR-EXIT.
    EXIT.

* the five fields in 10-20 form, laid out exactly as in SRCDAT
FORWARD-1020-DESCRIPTORS.
    ENTER MACRO XDESCR USING XSTRTN(1), XCHOUT(1), DIX-SYS-10-20, 7, 0, 0,
			 DIX-DT-ASCII-7, 7, 0.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    ENTER MACRO XDESCR USING XSBFTN(1), XCHOUT(1), DIX-SYS-10-20, 36, 2, 0,
			 DIX-DT-SBF36, 0, 2.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    ENTER MACRO XDESCR USING XFLTTN(1), XCHOUT(1), DIX-SYS-10-20, 36, 3, 0,
			 DIX-DT-FLOAT-36, 0, 0.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    ENTER MACRO XDESCR USING XDNTN(1), XCHOUT(1), DIX-SYS-10-20, 6, 24, 0,
			 DIX-DT-DN6TS, 5, 3.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    ENTER MACRO XDESCR USING XPDTN(1), XCHOUT(1), DIX-SYS-10-20, 9, 20, 0,
			 DIX-DT-PD9, 5, 2.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.
FORWARD-1020-DESCRIPTORS-EXIT.
    EXIT.

* Test 92: run the forward conversions, the same routines C36T2's
* tests 11 thru 15 run, and check the converted record against the
* values they are proven to give -- if the in-memory conversion is
* already wrong there is no point shipping the record anywhere.
CONVERT-FORWARD.
    MOVE 92 TO TESTA.
    MOVE "SUCCESS" TO TEST-RESULT-FLAG.

    IF NODE-TYPE-RSX
	PERFORM CONVERT-FORWARD-RSX THRU CONVERT-FORWARD-RSX-EXIT
    ELSE IF NODE-TYPE-1020
	PERFORM CONVERT-FORWARD-1020 THRU CONVERT-FORWARD-1020-EXIT
    ELSE
	PERFORM CONVERT-FORWARD-VAX THRU CONVERT-FORWARD-VAX-EXIT.

    PERFORM WRITE-DIXLOG-RECORD THRU WRITE-DIXLOG-EXIT.
CONVERT-FORWARD-EXIT.
    EXIT.

* the five VAX conversions, checked against the values C36T2's tests
* 16 thru 22 prove
CONVERT-FORWARD-VAX.
    ENTER MACRO XCVST USING XSTR20(1), XSTRVX(1).
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

	MOVE "FAILURE" TO TEST-RESULT-FLAG
	DISPLAY "? Failure in test " TESTA
	    " -- converted record is not the proven VAX form. ".
CONVERT-FORWARD-VAX-EXIT.
    EXIT.

* the string conversion alone: RSX-11's ASCII-8 byte-stream layout
* matches the VAX string C36T2's test 16 proves, so its first word is
* the same known-good value (C36T2's test 27), and nothing beyond the
* string's two words may have been touched
CONVERT-FORWARD-RSX.
    ENTER MACRO XCVST USING XSTR20(1), XSTRRX(1).
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    IF XCHOUT(1) NOT = 4972569153
       OR XCHOUT(3) NOT = 0
       OR XCHOUT(4) NOT = 0
       OR XCHOUT(5) NOT = 0
       OR XCHOUT(6) NOT = 0
       OR XCHOUT(7) NOT = 0
	MOVE "FAILURE" TO SUCCESS-FLAG
	MOVE "FAILURE" TO TEST-RESULT-FLAG
	DISPLAY "? Failure in test " TESTA
	    " -- converted record is not the proven RSX-11 form. ".
CONVERT-FORWARD-RSX-EXIT.
    EXIT.

* the five conversions between identical 10-20 layouts: the record
* must come out exactly as SRCDAT went in, the same word-for-word
* identity C36T2's round-trip tests 41 thru 46 hold it to
CONVERT-FORWARD-1020.
    ENTER MACRO XCVST USING XSTR20(1), XSTRTN(1).
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    ENTER MACRO XCVFB USING XSBF20(1), XSBFTN(1).
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    ENTER MACRO XCGEN USING XFLT20(1), XFLTTN(1).
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    ENTER MACRO XCVDN USING XDN20(1), XDNTN(1).
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    ENTER MACRO XCVPD USING XPD20(1), XPDTN(1).
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    IF XCHOUT(1) NOT = SRCDAT1
       OR XCHOUT(2) NOT = SRCDAT2
       OR XCHOUT(3) NOT = SRCDAT3
       OR XCHOUT(4) NOT = SRCDAT4
       OR XCHOUT(5) NOT = SRCDAT5
       OR XCHOUT(6) NOT = SRCDAT6
       OR XCHOUT(7) NOT = 0
	MOVE "FAILURE" TO SUCCESS-FLAG
	MOVE "FAILURE" TO TEST-RESULT-FLAG
	DISPLAY "? Failure in test " TESTA
	    " -- converted record is not the 10-20 original. ".
CONVERT-FORWARD-1020-EXIT.
    EXIT.

* Test 93: write the converted record to DIXEXC.TST in the remote
	MOVE "FAILURE" TO SUCCESS-FLAG
	MOVE "FAILURE" TO TEST-RESULT-FLAG
	DISPLAY "? Failure in test " TESTA " -- fetched word " SUB
	    " is not what was shipped. "
	PERFORM NOTE-MISMATCH-CAUSE THRU NOTE-MISMATCH-CAUSE-EXIT.
COMPARE-FETCHED-WORDS-EXIT.
    EXIT.

* Test 95: describe the fetched record's fields with a reverse set in
* the node's form over XCHIN, and a reverse 10-20 set over the
* round-trip buffer -- the same second-descriptor-set pattern C36T2's
* tests 31 thru 35 use for its in-memory round trip.
BUILD-REVERSE-DESCRIPTORS.
    MOVE 95 TO TESTA.
    MOVE "SUCCESS" TO TEST-RESULT-FLAG.

    IF NODE-TYPE-RSX
	PERFORM REVERSE-RSX-DESCRIPTORS THRU REVERSE-RSX-DESCRIPTORS-EXIT
    ELSE IF NODE-TYPE-1020
	PERFORM REVERSE-1020-DESCRIPTORS THRU REVERSE-1020-DESCRIPTORS-EXIT
	PERFORM REVERSE-20-DESCRIPTORS THRU REVERSE-20-DESCRIPTORS-EXIT
    ELSE
	PERFORM REVERSE-VAX-DESCRIPTORS THRU REVERSE-VAX-DESCRIPTORS-EXIT
	PERFORM REVERSE-20-DESCRIPTORS THRU REVERSE-20-DESCRIPTORS-EXIT.

    PERFORM WRITE-DIXLOG-RECORD THRU WRITE-DIXLOG-EXIT.
BUILD-REVERSE-DESCRIPTORS-EXIT.
    EXIT.

REVERSE-VAX-DESCRIPTORS.
    ENTER MACRO XDESCR USING RSTRVX(1), XCHIN(1), DIX-SYS-VAX, 8, 0, 0,
			 DIX-DT-ASCII-8, 7, 0.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.
    ENTER MACRO XDESCR USING RPDVX(1), XCHIN(1), DIX-SYS-VAX, 8, 24, 0,
			 DIX-DT-PD8, 5, 2.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.
REVERSE-VAX-DESCRIPTORS-EXIT.
    EXIT.

REVERSE-1020-DESCRIPTORS.
    ENTER MACRO XDESCR USING RSTRTN(1), XCHIN(1), DIX-SYS-10-20, 7, 0, 0,
			 DIX-DT-ASCII-7, 7, 0.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    ENTER MACRO XDESCR USING RSBFTN(1), XCHIN(1), DIX-SYS-10-20, 36, 2, 0,
			 DIX-DT-SBF36, 0, 2.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    ENTER MACRO XDESCR USING RFLTTN(1), XCHIN(1), DIX-SYS-10-20, 36, 3, 0,
			 DIX-DT-FLOAT-36, 0, 0.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    ENTER MACRO XDESCR USING RDNTN(1), XCHIN(1), DIX-SYS-10-20, 6, 24, 0,
			 DIX-DT-DN6TS, 5, 3.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    ENTER MACRO XDESCR USING RPDTN(1), XCHIN(1), DIX-SYS-10-20, 9, 20, 0,
			 DIX-DT-PD9, 5, 2.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.
REVERSE-1020-DESCRIPTORS-EXIT.
    EXIT.

* the fetched string in RSX-11 form, and its 10-20 destination in a
* string buffer of its own
REVERSE-RSX-DESCRIPTORS.
    ENTER MACRO XDESCR USING RSTRRX(1), XCHIN(1), DIX-SYS-RSX11, 8, 0, 0,
			 DIX-DT-ASCII-8, 7, 0.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    MOVE SPACES TO RSXBCK.
    ENTER MACRO XDESCR USING RSTR20(1), RSXBCK, DIX-SYS-10-20, 7, 0, 0,
			 DIX-DT-ASCII-7, 7, 0.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.
REVERSE-RSX-DESCRIPTORS-EXIT.
    EXIT.

* the 10-20 destination set over XCHBCK, whatever the node's form
REVERSE-20-DESCRIPTORS.
    ENTER MACRO XDESCR USING RSTR20(1), XCHBCK(1), DIX-SYS-10-20, 7, 0, 0,
			 DIX-DT-ASCII-7, 7, 0.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.
    ENTER MACRO XDESCR USING RPD20(1), XCHBCK(1), DIX-SYS-10-20, 9, 20, 0,
			 DIX-DT-PD9, 5, 2.
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.
REVERSE-20-DESCRIPTORS-EXIT.
    EXIT.

* Test 96: convert the fetched record back to 10-20 form, the same
    MOVE 96 TO TESTA.
    MOVE "SUCCESS" TO TEST-RESULT-FLAG.

    IF NODE-TYPE-RSX
	ENTER MACRO XCVST USING RSTRRX(1), RSTR20(1)
	PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT
    ELSE IF NODE-TYPE-1020
	PERFORM CONVERT-REVERSE-1020 THRU CONVERT-REVERSE-1020-EXIT
    ELSE
	PERFORM CONVERT-REVERSE-VAX THRU CONVERT-REVERSE-VAX-EXIT.

    PERFORM WRITE-DIXLOG-RECORD THRU WRITE-DIXLOG-EXIT.
CONVERT-REVERSE-EXIT.
    EXIT.

CONVERT-REVERSE-VAX.
    ENTER MACRO XCVST USING RSTRVX(1), RSTR20(1).
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.


    ENTER MACRO XCVPD USING RPDVX(1), RPD20(1).
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.
CONVERT-REVERSE-VAX-EXIT.
    EXIT.

CONVERT-REVERSE-1020.
    ENTER MACRO XCVST USING RSTRTN(1), RSTR20(1).
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    ENTER MACRO XCVFB USING RSBFTN(1), RSBF20(1).
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    ENTER MACRO XCGEN USING RFLTTN(1), RFLT20(1).
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    ENTER MACRO XCVDN USING RDNTN(1), RDN20(1).
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.

    ENTER MACRO XCVPD USING RPDTN(1), RPD20(1).
    PERFORM CHECK-DIL-CALL THRU CHECK-DIL-CALL-EXIT.
CONVERT-REVERSE-1020-EXIT.
    EXIT.

* Test 97: the round trip is only proven when what came back IS the
* original -- compare XCHBCK against SRCDAT word for word, or, for an
* RSX-11 node, the string field that made the trip against SRCDAT's.
VERIFY-ROUND-TRIP.
    MOVE 97 TO TESTA.
    MOVE "SUCCESS" TO TEST-RESULT-FLAG.

    IF NODE-TYPE-RSX
	PERFORM VERIFY-RSX-STRING THRU VERIFY-RSX-STRING-EXIT
	GO TO VERIFY-ROUND-TRIP-LOG.

    IF XCHBCK(1) NOT = SRCDAT1
       OR XCHBCK(2) NOT = SRCDAT2
       OR XCHBCK(3) NOT = SRCDAT3
	MOVE "FAILURE" TO SUCCESS-FLAG
	MOVE "FAILURE" TO TEST-RESULT-FLAG
	DISPLAY "? Failure in test " TESTA
	    " -- round trip did not reproduce the original. "
	PERFORM NOTE-MISMATCH-CAUSE THRU NOTE-MISMATCH-CAUSE-EXIT.

VERIFY-ROUND-TRIP-LOG.
    PERFORM WRITE-DIXLOG-RECORD THRU WRITE-DIXLOG-EXIT.

    IF TEST-RESULT-FLAG = "SUCCESS "
VERIFY-ROUND-TRIP-EXIT.
    EXIT.

VERIFY-RSX-STRING.
    IF RSXBCK-STRING NOT = SRC-STRING
	MOVE "FAILURE" TO SUCCESS-FLAG
	MOVE "FAILURE" TO TEST-RESULT-FLAG
	DISPLAY "? Failure in test " TESTA
	    " -- round trip did not reproduce the original string. "
	PERFORM NOTE-MISMATCH-CAUSE THRU NOTE-MISMATCH-CAUSE-EXIT.
VERIFY-RSX-STRING-EXIT.
    EXIT.

* One status check after every DIL call of the test in hand, marking
* the test and the run failed on anything but success or info.
CHECK-DIL-CALL.
	MOVE "FAILURE" TO SUCCESS-FLAG
	MOVE "FAILURE" TO TEST-RESULT-FLAG
	DISPLAY "? Failure in test " TESTA " Dil-status = " DIL-STATUS.

* tests 93 and 94 are the DAP half of the exchange; a first failure
* there is classified from its status as CD36T1 classifies its own
    IF TEST-RESULT-FLAG = "FAILURE " AND (TESTA = 93 OR TESTA = 94)
       AND FIRST-FAILED-TEST = 0 AND FAILURE-CAUSE-CODE = 0
	PERFORM CLASSIFY-DAP-FAILURE THRU CLASSIFY-DAP-FAILURE-EXIT.
CHECK-DIL-CALL-EXIT.
    EXIT.

* the node could not be reached, the password was refused, or the far
* file system turned the operation down
CLASSIFY-DAP-FAILURE.
    IF DIL-MESSAGE = DIT-C-UNREACHABLE
	MOVE CAUSE-UNREACHABLE-CODE TO FAILURE-CAUSE-CODE
    ELSE IF DIL-MESSAGE = DIT-C-ACCESSREJECT
	MOVE CAUSE-PASSWORD-CODE TO FAILURE-CAUSE-CODE
    ELSE
	MOVE CAUSE-REMOTE-FS-CODE TO FAILURE-CAUSE-CODE.
CLASSIFY-DAP-FAILURE-EXIT.
    EXIT.

* data that came back different is a mismatch, when it is the run's
* first failure
NOTE-MISMATCH-CAUSE.
    IF FIRST-FAILED-TEST = 0 AND FAILURE-CAUSE-CODE = 0
	MOVE CAUSE-MISMATCH-CODE TO FAILURE-CAUSE-CODE.
NOTE-MISMATCH-CAUSE-EXIT.
    EXIT.

* Append one dated record to DIXLOG.LOG for the test just finished,
* the same record C36T2's WRITE-DIXLOG-RECORD writes, so the history
* tools see this program's tests 90-97 alongside everything else.
