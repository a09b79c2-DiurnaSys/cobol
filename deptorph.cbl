		ASSIGN TO 'deptorph.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REPORT-FILE-STATUS.
	SELECT DQ-EXCEPTION-FILE
		ASSIGN TO 'deptorph.exc'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DQ-EXCEPTION-STATUS.
DATA DIVISION.
FILE SECTION.
FD PHONE-FILE.
FD ORPHAN-REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD DQ-EXCEPTION-FILE.
01 DQ-EXCEPTION-RECORD.
	COPY DQEXCP.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS		PIC X(2).
01 DEPT-FILE-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 DQ-EXCEPTION-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y'.
	OPEN INPUT PHONE-FILE
	OPEN INPUT DEPT-FILE
	OPEN OUTPUT ORPHAN-REPORT-FILE
	OPEN OUTPUT DQ-EXCEPTION-FILE
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM HDG-LINE-2
	WRITE REPORT-LINE FROM SPACES
	CLOSE PHONE-FILE
	CLOSE DEPT-FILE
	CLOSE ORPHAN-REPORT-FILE
	CLOSE DQ-EXCEPTION-FILE
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	MOVE PHONE-NO OF PHONE-RECORD TO DTL-PHONE-NO
	MOVE PHONE-NAME OF PHONE-RECORD TO DTL-PHONE-NAME
	MOVE PHONE-DEPT-CODE OF PHONE-RECORD TO DTL-DEPT-CODE
	WRITE REPORT-LINE FROM DETAIL-LINE
	MOVE PHONE-DEPT-CODE OF PHONE-RECORD TO DQX-DEPT-CODE
	MOVE PHONE-NO OF PHONE-RECORD TO DQX-PHONE-NO
	MOVE 'DEPT-CODE NOT ON DEPT.DAT' TO DQX-REASON
	PERFORM WRITE-DQ-EXCEPTION.

WRITE-DQ-EXCEPTION.
	*> the scorecard's copy of the exception: the caller has set the
	*> department, line and reason
	MOVE 'DEPTORPH' TO DQX-SOURCE
	WRITE DQ-EXCEPTION-RECORD.

PRINT-CONTROL-TOTALS.
	MOVE WS-RECORDS-READ TO TOT-RECORDS-READ
