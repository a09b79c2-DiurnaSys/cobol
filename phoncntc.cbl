		ASSIGN TO 'phoncntc.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS EXCEPTION-FILE-STATUS.
	SELECT DQ-EXCEPTION-FILE
		ASSIGN TO 'phoncntc.exc'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DQ-EXCEPTION-STATUS.
	SELECT UNLISTED-CONTROL-FILE
		ASSIGN TO 'phonunls.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS UNLISTED-CONTROL-STATUS.
DATA DIVISION.
FILE SECTION.
FD PHONE-FILE.
FD EXCEPTION-FILE.
01 EXCEPTION-LINE		PIC X(80).

FD DQ-EXCEPTION-FILE.
01 DQ-EXCEPTION-RECORD.
	COPY DQEXCP.

FD UNLISTED-CONTROL-FILE.
01 UNLISTED-CONTROL-RECORD.
	COPY UNLSCTL.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS		PIC X(2).
01 EMPLOYEE-FILE-STATUS		PIC X(2).
01 EMP-SORTED-STATUS		PIC X(2).
01 CONTACT-FILE-STATUS		PIC X(2).
01 EXCEPTION-FILE-STATUS	PIC X(2).
01 DQ-EXCEPTION-STATUS		PIC X(2).
01 UNLISTED-CONTROL-STATUS	PIC X(2).
01 WS-FLAGS.
	05 PHONE-EOF-SWITCH	PIC X VALUE 'N'.
		88 PHONE-EOF		VALUE 'Y'.
	05 WS-NO-EMPLOYEE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-NO-PHONE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-BAD-EMAIL-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-UNLISTED-SEEN	PIC 9(6) VALUE ZERO.
	05 WS-UNLISTED-SUPPRESSED	PIC 9(6) VALUE ZERO.

01 CSV-HEADING			PIC X(60) VALUE
	'EMP-ID,NAME,PHONE-NO,EXTENSION,DEPT-CODE,STATUS,EMAIL'.
		USING EMPLOYEE-FILE
		GIVING EMP-SORTED-FILE
	PERFORM MATCH-FILES
	PERFORM WRITE-UNLISTED-CONTROL
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	OPEN INPUT EMP-SORTED-FILE
	OPEN OUTPUT CONTACT-FILE
	OPEN OUTPUT EXCEPTION-FILE
	OPEN OUTPUT DQ-EXCEPTION-FILE
	WRITE CONTACT-LINE FROM CSV-HEADING
	PERFORM READ-NEXT-PHONE
	PERFORM READ-NEXT-EMPLOYEE
				*> an employee can own more than one phone entry
				*> (desk + mobile): advance only the phone side on a
				*> match so each entry gets its own contact record
				*> an unlisted entry still satisfies the employee
				*> side of the match; it is only kept off the feed
				IF PSRT-UNLISTED
					ADD 1 TO WS-UNLISTED-SUPPRESSED
				ELSE
					PERFORM WRITE-CONTACT-RECORD
				END-IF
				SET EMP-MATCHED TO TRUE
				PERFORM READ-NEXT-PHONE
		END-EVALUATE
	CLOSE PHONE-SORTED-FILE
	CLOSE EMP-SORTED-FILE
	CLOSE CONTACT-FILE
	CLOSE EXCEPTION-FILE
	CLOSE DQ-EXCEPTION-FILE.

ADVANCE-EMPLOYEE.
	IF EMP-MATCHED
			MOVE HIGH-VALUES TO WS-PHONE-KEY
		NOT AT END
			MOVE PSRT-EMP-ID TO WS-PHONE-KEY
			IF PSRT-UNLISTED
				ADD 1 TO WS-UNLISTED-SEEN
			END-IF
	END-READ.

READ-NEXT-EMPLOYEE.
	END-READ.

REPORT-UNMATCHED-PHONE.
	*> an unmatched entry never reaches the feed; the exception
	*> report is internal, so an unlisted one is still shown there
	IF PSRT-UNLISTED
		ADD 1 TO WS-UNLISTED-SUPPRESSED
	END-IF
	ADD 1 TO WS-NO-EMPLOYEE-COUNT
	MOVE PSRT-NO TO EXC-PHONE-NO
	MOVE PSRT-NAME TO EXC-PHONE-NAME
		MOVE ESRT-ID TO EXC-BE-EMP-ID
		MOVE ESRT-EMAIL TO EXC-BE-EMAIL
		WRITE EXCEPTION-LINE FROM EXC-BAD-EMAIL-LINE
		PERFORM WRITE-DQ-EXCEPTION
	END-IF.

WRITE-DQ-EXCEPTION.
	*> the scorecard's copy: the invalid address is charged to the
	*> department of the directory entry it was matched to
	MOVE 'PHONCNTC' TO DQX-SOURCE
	MOVE PSRT-DEPT-CODE TO DQX-DEPT-CODE
	MOVE PSRT-NO TO DQX-PHONE-NO
	MOVE EXC-BE-REASON TO DQX-REASON
	WRITE DQ-EXCEPTION-RECORD.

WRITE-UNLISTED-CONTROL.
	OPEN EXTEND UNLISTED-CONTROL-FILE
	IF UNLISTED-CONTROL-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT UNLISTED-CONTROL-FILE
	END-IF
	MOVE 'PHONCNTC' TO UNLS-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO UNLS-TIMESTAMP
	SET UNLS-FULL-PASS TO TRUE
	MOVE 1 TO UNLS-PASS-COUNT
	MOVE WS-UNLISTED-SEEN TO UNLS-UNLISTED-SEEN
	MOVE WS-UNLISTED-SUPPRESSED TO UNLS-SUPPRESSED
	WRITE UNLISTED-CONTROL-RECORD
	CLOSE UNLISTED-CONTROL-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONCNTC CONTACT RECORDS WRITTEN   : ' WS-CONTACT-COUNT
	DISPLAY 'PHONCNTC PHONES WITH NO EMPLOYEE   : '
		WS-NO-EMPLOYEE-COUNT
	DISPLAY 'PHONCNTC EMPLOYEES WITH NO PHONE   : ' WS-NO-PHONE-COUNT
	DISPLAY 'PHONCNTC INVALID EMAILS EXCLUDED   : ' WS-BAD-EMAIL-COUNT
	DISPLAY 'PHONCNTC UNLISTED ENTRIES WITHHELD : '
		WS-UNLISTED-SUPPRESSED.
