		ASSIGN TO 'hrfix.trn'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PROPOSED-FILE-STATUS.
	SELECT DQ-EXCEPTION-FILE
		ASSIGN TO 'hrrecon.exc'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DQ-EXCEPTION-STATUS.
DATA DIVISION.
FILE SECTION.
FD PHONE-FILE.
01 PROPOSED-TRANS-RECORD.
	COPY PHTRANS.

FD DQ-EXCEPTION-FILE.
01 DQ-EXCEPTION-RECORD.
	COPY DQEXCP.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS			PIC X(2).
01 HR-FILE-STATUS			PIC X(2).
01 HR-SORTED-STATUS			PIC X(2).
01 EXCEPTION-FILE-STATUS		PIC X(2).
01 PROPOSED-FILE-STATUS			PIC X(2).
01 DQ-EXCEPTION-STATUS			PIC X(2).
01 WS-FLAGS.
	05 PHONE-EOF-SWITCH		PIC X VALUE 'N'.
		88 PHONE-EOF			VALUE 'Y'.
	OPEN INPUT PHONE-SORTED-FILE
	OPEN INPUT HR-SORTED-FILE
	OPEN OUTPUT EXCEPTION-FILE
	OPEN OUTPUT DQ-EXCEPTION-FILE
	IF REMEDIATE-WANTED
		OPEN OUTPUT PROPOSED-TRANS-FILE
	END-IF
	CLOSE PHONE-SORTED-FILE
	CLOSE HR-SORTED-FILE
	CLOSE EXCEPTION-FILE
	CLOSE DQ-EXCEPTION-FILE
	IF REMEDIATE-WANTED
		CLOSE PROPOSED-TRANS-FILE
	END-IF.
	ADD 1 TO WS-NO-EMPLOYEE-COUNT
	MOVE PHONE-NO OF PHONE-SORTED-RECORD TO EXC-PHONE-NO
	MOVE PHONE-NAME OF PHONE-SORTED-RECORD TO EXC-PHONE-NAME
	WRITE EXCEPTION-LINE FROM EXC-NO-EMPLOYEE-LINE
	MOVE 'PHONE ENTRY WITH NO EMPLOYEE' TO DQX-REASON
	PERFORM WRITE-DQ-EXCEPTION.

REPORT-EMPLOYEE-EXCEPTION.
	IF HR-EMP-ACTIVE OF HR-SORTED-RECORD
		MOVE HR-EMP-ID OF HR-SORTED-RECORD TO EXC-TERM-EMP-ID
		MOVE PHONE-NO OF PHONE-SORTED-RECORD TO EXC-TERM-PHONE-NO
		WRITE EXCEPTION-LINE FROM EXC-TERMINATED-LINE
		MOVE 'PHONE ENTRY FOR TERMINATED EMP' TO DQX-REASON
		PERFORM WRITE-DQ-EXCEPTION
		IF REMEDIATE-WANTED
			PERFORM WRITE-PROPOSED-DELETE
		END-IF
		MOVE PHONE-NAME OF PHONE-SORTED-RECORD TO EXC-MM-PHONE-NAME
		MOVE HR-EMP-NAME OF HR-SORTED-RECORD TO EXC-MM-HR-NAME
		WRITE EXCEPTION-LINE FROM EXC-NAME-MISMATCH-LINE
		MOVE 'NAME DIFFERS FROM HR' TO DQX-REASON
		PERFORM WRITE-DQ-EXCEPTION
	END-IF.

WRITE-DQ-EXCEPTION.
	*> only exceptions on a directory entry reach the scorecard: an
	*> HR employee with no phone entry has no department to charge
	MOVE 'HRRECON' TO DQX-SOURCE
	MOVE PHONE-DEPT-CODE OF PHONE-SORTED-RECORD TO DQX-DEPT-CODE
	MOVE PHONE-NO OF PHONE-SORTED-RECORD TO DQX-PHONE-NO
	WRITE DQ-EXCEPTION-RECORD.

DISPLAY-TOTALS.
	DISPLAY 'HRRECON EMPLOYEES WITH NO PHONE ENTRY : '
		WS-NO-PHONE-COUNT
