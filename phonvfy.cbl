		ASSIGN TO 'phonvfy.ctl'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS VERDICT-CTL-STATUS.
	SELECT DQ-EXCEPTION-FILE
		ASSIGN TO 'phonvfy.exc'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DQ-EXCEPTION-STATUS.
DATA DIVISION.
FILE SECTION.
FD PHONE-FILE.
	05 VCTL-VERDICT		PIC X(4).
	05 VCTL-RUN-STAMP	PIC X(21).

FD DQ-EXCEPTION-FILE.
01 DQ-EXCEPTION-RECORD.
	COPY DQEXCP.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS		PIC X(2).
01 BACKUP-CTL-STATUS		PIC X(2).
01 BACKUP-FILE-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 VERDICT-CTL-STATUS		PIC X(2).
01 DQ-EXCEPTION-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y' FALSE 'N'.

PROGRAM-BEGIN.
	OPEN OUTPUT VERIFY-REPORT-FILE
	OPEN OUTPUT DQ-EXCEPTION-FILE
	PERFORM VERIFY-PRIMARY-PATH
	PERFORM VERIFY-ALTERNATE-PATH
	PERFORM COMPARE-PASS-COUNTS
	PERFORM COMPARE-AGAINST-BACKUP
	PERFORM PRINT-VERDICT
	CLOSE VERIFY-REPORT-FILE
	CLOSE DQ-EXCEPTION-FILE.

PROGRAM-DONE.
	STOP RUN.
		MOVE PHONE-NO TO ERR-PHONE-NO
		MOVE 'PHONE-NO IS NOT NUMERIC' TO ERR-REASON
		WRITE REPORT-LINE FROM ERR-DETAIL-LINE
		PERFORM WRITE-DQ-EXCEPTION
	END-IF
	IF NOT PHONE-STATUS-VALID
		ADD 1 TO WS-VIOLATION-COUNT
		MOVE PHONE-NO TO ERR-PHONE-NO
		MOVE 'INVALID STATUS CODE' TO ERR-REASON
		WRITE REPORT-LINE FROM ERR-DETAIL-LINE
		PERFORM WRITE-DQ-EXCEPTION
	END-IF.

WRITE-DQ-EXCEPTION.
	*> the scorecard's copy of the field failure just printed
	MOVE 'PHONVFY' TO DQX-SOURCE
	MOVE PHONE-DEPT-CODE TO DQX-DEPT-CODE
	MOVE PHONE-NO TO DQX-PHONE-NO
	MOVE ERR-REASON TO DQX-REASON
	WRITE DQ-EXCEPTION-RECORD.

VERIFY-ALTERNATE-PATH.
	SET EOF TO FALSE
	OPEN INPUT PHONE-FILE
