		ASSIGN TO 'phonlchk.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REPORT-FILE-STATUS.
	SELECT DQ-EXCEPTION-FILE
		ASSIGN TO 'phlocchk.exc'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DQ-EXCEPTION-STATUS.
DATA DIVISION.
FILE SECTION.
FD PHONE-FILE.
FD CHECK-REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD DQ-EXCEPTION-FILE.
01 DQ-EXCEPTION-RECORD.
	COPY DQEXCP.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS		PIC X(2).
01 LOCATION-FILE-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 DQ-EXCEPTION-STATUS		PIC X(2).
01 WS-FLAGS.
	05 PHONE-EOF-SWITCH	PIC X VALUE 'N'.
		88 PHONE-EOF		VALUE 'Y'.
	*> answers the compliance question in each direction: every
	*> active line has a location, and no location outlives its line
	OPEN OUTPUT CHECK-REPORT-FILE
	OPEN OUTPUT DQ-EXCEPTION-FILE
	OPEN INPUT PHONE-FILE
	IF PHONE-FILE-STATUS NOT = '00'
		SET PHONE-EOF TO TRUE
	CLOSE PHONE-FILE
	CLOSE LOCATION-FILE
	CLOSE CHECK-REPORT-FILE
	CLOSE DQ-EXCEPTION-FILE
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
		MOVE PHONE-NO TO EXC-NL-PHONE-NO
		MOVE PHONE-NAME TO EXC-NL-NAME
		WRITE REPORT-LINE FROM EXC-NO-LOCATION-LINE
		MOVE PHONE-DEPT-CODE TO DQX-DEPT-CODE
		MOVE PHONE-NO TO DQX-PHONE-NO
		MOVE 'ACTIVE LINE WITH NO LOCATION' TO DQX-REASON
		PERFORM WRITE-DQ-EXCEPTION
	END-IF.

REPORT-ORPHAN-LOCATION.
	MOVE LOC-BUILDING TO EXC-OR-BUILDING
	WRITE REPORT-LINE FROM EXC-ORPHAN-LINE.

WRITE-DQ-EXCEPTION.
	*> the scorecard's copy of the exception: the caller has set the
	*> department, line and reason
	MOVE 'PHLOCCHK' TO DQX-SOURCE
	WRITE DQ-EXCEPTION-RECORD.

PRINT-VERDICT.
	WRITE REPORT-LINE FROM SPACES
	IF CHECK-OK
