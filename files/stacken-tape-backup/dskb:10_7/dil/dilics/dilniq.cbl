	This is the inquiry program for the NODMST.ISM per-node
	verification history master that DILVER posts after every
	node sweep.  The operator enters a node name, a date range,
	or both, and gets that node's sweep history -- run id, DAP,
	DIT and exchange results -- straight back through the index.
	Incident calls about a single node's link are the commonest
	call operations gets, and until now the answer lived in a
	drawer of printed DILVER.RPT matrices.
*     The quit sentinel is the word QUIT, since every six-character
*     string is a legal node name.  FILES: DILNIQ.CBL (NEW),
*     DILVER.CBL )%
*
* Edit (%O'2', '5-Nov-86', 'Karin Lindqvist')
* %(  NODMST.ISM now carries each node's exchange result beside DAP
*     and DIT (DILVER.CBL edit 44); the inquiry shows it, with an
*     exchange CX36T1 has no conversion for spelled NOT SUPPORTED.
*     FILES: DILNIQ.CBL, DILVER.CBL )%
*
* Edit (%O'3', '7-Nov-86', 'Karin Lindqvist')
* %(  NODMST.ISM records now carry why a failed DAP, DIT or exchange
*     test failed, one letter each (DILVER.CBL edit 45).  The inquiry
*     shows the letter after each result, with a key to the letters
*     under the listing.  FILES: DILNIQ.CBL, DILVER.CBL )%
*
* Edit (%O'4', '8-Nov-86', 'Karin Lindqvist')
* %(  A node left out of a sweep for a planned outage now has a POUT
*     record on NODMST.ISM (DILVER.CBL edit 46), shown here as PLANNED
*     OUTAGE; and the outages booked in DILOUT.DAT for the node and
*     period asked about are listed under the history -- from, to,
*     who booked it and why -- so a gap in a node's results explains
*     itself.  FILES: DILNIQ.CBL, DILVER.CBL, DILNOD.CBL )%

INSTALLATION.

	RECORD KEY IS NODMST-KEY
	FILE STATUS IS NODMST-FILE-STATUS.

* the planned-outage calendar DILNOD maintains; OPTIONAL, since a
* system with no outage ever booked has none
    SELECT OPTIONAL OUTAGE-FILE ASSIGN TO "DILOUT.DAT"
	ORGANIZATION IS SEQUENTIAL
	FILE STATUS IS OUTAGE-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
    05  NODMST-RUN-ID PIC 9(10).
    05  NODMST-DAP PIC X(4).
    05  NODMST-DIT PIC X(4).
    05  NODMST-EXC PIC X(4).
    05  NODMST-DAP-CAUSE PIC X(1).
    05  NODMST-DIT-CAUSE PIC X(1).
    05  NODMST-EXC-CAUSE PIC X(1).

* one booked outage, as DILNOD lays it down
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

01  NODMST-FILE-STATUS PIC X(2).
01  OUTAGE-FILE-STATUS PIC X(2).

01  OUTAGE-EOF-FLAG PIC X(3).
    88  OUTAGE-EOF VALUE "YES".

77  OUTAGE-MATCH-COUNT PIC S9(10) COMP.

* what the operator asked for: a node name (blank matches every node)
* and a date range (0 start means the beginning of the master, 0 end
    05  IL-RUN-ID PIC 9(10).
    05  FILLER PIC X(2) VALUE SPACES.
    05  IL-DAP PIC X(4).
    05  FILLER PIC X(1) VALUE SPACE.
    05  IL-DAP-CAUSE PIC X(1).
    05  FILLER PIC X(3) VALUE SPACES.
    05  IL-DIT PIC X(4).
    05  FILLER PIC X(1) VALUE SPACE.
    05  IL-DIT-CAUSE PIC X(1).
    05  FILLER PIC X(3) VALUE SPACES.
    05  IL-EXC PIC X(13).
    05  FILLER PIC X(1) VALUE SPACE.
    05  IL-EXC-CAUSE PIC X(1).

* a sweep the node sat out for a planned outage
01  OUTAGE-INQUIRY-LINE.
    05  OIL-NODE PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  OIL-DATE PIC 9(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  OIL-RUN-ID PIC 9(10).
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(14) VALUE "PLANNED OUTAGE".

* one booked outage overlapping the inquiry
01  BOOKED-OUTAGE-LINE.
    05  BL-NODE PIC X(6).
    05  FILLER PIC X(2) VALUE SPACES.
    05  BL-FROM-DATE PIC 9(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  BL-FROM-TIME PIC 9(4).
    05  FILLER PIC X(2) VALUE SPACES.
    05  BL-TO-DATE PIC 9(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  BL-TO-TIME PIC 9(4).
    05  FILLER PIC X(2) VALUE SPACES.
    05  BL-BOOKED-BY PIC X(3).
    05  FILLER PIC X(2) VALUE SPACES.
    05  BL-REASON PIC X(30).

* completion code returned to the job that invoked this program
01  COMPLETION-CODE PIC S9(4) COMP VALUE 0.
	    MOVE "YES" TO READ-DONE-FLAG.

    DISPLAY " ".
    DISPLAY " NODE    DATE    RUN         DAP      DIT      EXC ".
    PERFORM READ-NEXT-MATCH THRU READ-NEXT-MATCH-EXIT
	UNTIL READ-DONE.
    DISPLAY " Failure cause: U unreachable, P password, F remote file "
	"system, ".
    DISPLAY " T connect timeout, M data mismatch, L local. ".

    DISPLAY " " MATCH-COUNT " record(s) matched. ".

    PERFORM LIST-BOOKED-OUTAGES THRU LIST-BOOKED-OUTAGES-EXIT.
ONE-INQUIRY-EXIT.
    EXIT.

	GO TO READ-NEXT-MATCH-EXIT.

    ADD 1 TO MATCH-COUNT.
    IF NODMST-DAP = "POUT"
	MOVE NODMST-NODE TO OIL-NODE
	MOVE NODMST-DATE TO OIL-DATE
	MOVE NODMST-RUN-ID TO OIL-RUN-ID
	DISPLAY " " OUTAGE-INQUIRY-LINE
	GO TO READ-NEXT-MATCH-EXIT.

    MOVE NODMST-NODE TO IL-NODE.
    MOVE NODMST-DATE TO IL-DATE.
    MOVE NODMST-RUN-ID TO IL-RUN-ID.
    MOVE NODMST-DAP TO IL-DAP.
    MOVE NODMST-DIT TO IL-DIT.
    IF NODMST-EXC = "NSUP"
	MOVE "NOT SUPPORTED" TO IL-EXC
    ELSE
	MOVE NODMST-EXC TO IL-EXC.
    MOVE NODMST-DAP-CAUSE TO IL-DAP-CAUSE.
    MOVE NODMST-DIT-CAUSE TO IL-DIT-CAUSE.
    MOVE NODMST-EXC-CAUSE TO IL-EXC-CAUSE.
    DISPLAY " " INQUIRY-LINE.
READ-NEXT-MATCH-EXIT.
    EXIT.

* The outages booked in DILOUT.DAT for the node asked about (every
* node when it was left blank) that overlap the date range, expired
* or not.  No calendar, no section.
LIST-BOOKED-OUTAGES.
    OPEN INPUT OUTAGE-FILE.
    IF OUTAGE-FILE-STATUS NOT = "00"
	GO TO LIST-BOOKED-OUTAGES-EXIT.

    MOVE 0 TO OUTAGE-MATCH-COUNT.
    MOVE "NO " TO OUTAGE-EOF-FLAG.
    DISPLAY " ".
    DISPLAY " Planned outages booked in DILOUT.DAT for the period: ".
    DISPLAY " NODE    FROM         TO           BY   REASON".
    PERFORM READ-NEXT-OUTAGE THRU READ-NEXT-OUTAGE-EXIT
	UNTIL OUTAGE-EOF.
    CLOSE OUTAGE-FILE.
    IF OUTAGE-MATCH-COUNT = 0
	DISPLAY " (none) ".
LIST-BOOKED-OUTAGES-EXIT.
    EXIT.

READ-NEXT-OUTAGE.
    READ OUTAGE-FILE
	AT END
	    MOVE "YES" TO OUTAGE-EOF-FLAG
	    GO TO READ-NEXT-OUTAGE-EXIT.

    IF INQ-NODE NOT = SPACES AND OUT-NODE NOT = INQ-NODE
	GO TO READ-NEXT-OUTAGE-EXIT.
    IF OUT-FROM-DATE > INQ-END-DATE OR OUT-TO-DATE < INQ-START-DATE
	GO TO READ-NEXT-OUTAGE-EXIT.

    ADD 1 TO OUTAGE-MATCH-COUNT.
    MOVE OUT-NODE TO BL-NODE.
    MOVE OUT-FROM-DATE TO BL-FROM-DATE.
    MOVE OUT-FROM-TIME TO BL-FROM-TIME.
    MOVE OUT-TO-DATE TO BL-TO-DATE.
    MOVE OUT-TO-TIME TO BL-TO-TIME.
    MOVE OUT-BOOKED-BY TO BL-BOOKED-BY.
    MOVE OUT-REASON TO BL-REASON.
    DISPLAY " " BOOKED-OUTAGE-LINE.
READ-NEXT-OUTAGE-EXIT.
    EXIT.
