		ASSIGN TO 'phondayr.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REPORT-FILE-STATUS.
	SELECT BURST-FILE
		ASSIGN TO 'phondayr.bst'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BURST-FILE-STATUS.
	SELECT UNLISTED-CONTROL-FILE
		ASSIGN TO 'phonunls.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS UNLISTED-CONTROL-STATUS.
DATA DIVISION.
FILE SECTION.
FD PHONE-AUDIT-FILE.
	05 SRT-BEFORE-EXT	PIC X(4).
	05 SRT-AFTER-NAME	PIC X(10).
	05 SRT-AFTER-EXT	PIC X(4).
	*> the line's status as it now stands: after image, or the
	*> before image for a delete
	05 SRT-PHONE-STATUS	PIC X(1).
		88 SRT-UNLISTED		VALUE 'U'.

FD SUMMARY-REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD BURST-FILE.
01 BURST-RECORD.
	COPY BURSTREC.

FD UNLISTED-CONTROL-FILE.
01 UNLISTED-CONTROL-RECORD.
	COPY UNLSCTL.

WORKING-STORAGE SECTION.
01 AUDIT-FILE-STATUS		PIC X(2).
01 DEPT-FILE-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 BURST-FILE-STATUS		PIC X(2).
01 UNLISTED-CONTROL-STATUS	PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y' FALSE 'N'.
01 WS-DEPT-NAME			PIC X(20).
01 WS-PREV-DEPT-CODE		PIC X(4) VALUE HIGH-VALUES.
01 WS-DEPT-CHANGE-COUNT		PIC 9(6) VALUE ZERO.
01 WS-DEPT-BURST-COUNT		PIC 9(6) VALUE ZERO.
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-RECORDS-READ	PIC 9(6) VALUE ZERO.
	05 WS-ADD-COUNT		PIC 9(6) VALUE ZERO.
	05 WS-CHANGE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-DELETE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-BURST-SEQ		PIC 9(8) VALUE ZERO.
	05 WS-UNLISTED-SEEN	PIC 9(6) VALUE ZERO.
	05 WS-UNLISTED-SUPPRESSED PIC 9(6) VALUE ZERO.

01 HDG-LINE-1.
	05 FILLER		PIC X(34) VALUE
			ON ASCENDING KEY SRT-PHONE-NO
			INPUT PROCEDURE IS SELECT-DAYS-ACTIVITY
			OUTPUT PROCEDURE IS PRINT-SUMMARY-REPORT
		PERFORM WRITE-UNLISTED-CONTROL
		PERFORM DISPLAY-TOTALS
	END-IF.

	IF AUDIT-ACTION-CODE = 'D'
		MOVE PHONE-DEPT-CODE OF AUDIT-BEFORE-IMAGE TO SRT-DEPT-CODE
		MOVE PHONE-NO OF AUDIT-BEFORE-IMAGE TO SRT-PHONE-NO
		MOVE PHONE-STATUS OF AUDIT-BEFORE-IMAGE TO SRT-PHONE-STATUS
	ELSE
		MOVE PHONE-DEPT-CODE OF AUDIT-AFTER-IMAGE TO SRT-DEPT-CODE
		MOVE PHONE-NO OF AUDIT-AFTER-IMAGE TO SRT-PHONE-NO
		MOVE PHONE-STATUS OF AUDIT-AFTER-IMAGE TO SRT-PHONE-STATUS
	END-IF
	MOVE PHONE-NAME OF AUDIT-BEFORE-IMAGE TO SRT-BEFORE-NAME
	MOVE PHONE-EXTENSION OF AUDIT-BEFORE-IMAGE TO SRT-BEFORE-EXT
	MOVE WS-REPORT-DATE TO HDG-REPORT-DATE
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM HDG-LINE-2
	OPEN OUTPUT BURST-FILE
	*> every department's copy carries the dated headings once
	MOVE HDG-LINE-1 TO BST-LINE
	PERFORM WRITE-BURST-HEADING
	MOVE HDG-LINE-2 TO BST-LINE
	PERFORM WRITE-BURST-HEADING
	PERFORM UNTIL SORT-EOF
		RETURN SUMMARY-SORT-WORK
			AT END SET SORT-EOF TO TRUE
	END-IF
	PERFORM PRINT-ACTION-TOTALS
	CLOSE DEPT-FILE
	CLOSE SUMMARY-REPORT-FILE
	CLOSE BURST-FILE.

PRINT-SUMMARY-DETAIL.
	IF SRT-DEPT-CODE NOT = WS-PREV-DEPT-CODE
		PERFORM PRINT-DEPT-HEADING
		MOVE SRT-DEPT-CODE TO WS-PREV-DEPT-CODE
		MOVE ZERO TO WS-DEPT-CHANGE-COUNT
		MOVE ZERO TO WS-DEPT-BURST-COUNT
	END-IF
	MOVE SRT-ACTION-CODE TO DTL-ACTION-CODE
	MOVE SRT-PHONE-NO TO DTL-PHONE-NO
	MOVE SRT-AFTER-NAME TO DTL-AFTER-NAME
	MOVE SRT-AFTER-EXT TO DTL-AFTER-EXT
	WRITE REPORT-LINE FROM DETAIL-LINE
	*> telecom's own report keeps an unlisted line's change, but the
	*> department copies are published and must not carry it
	IF SRT-UNLISTED
		ADD 1 TO WS-UNLISTED-SEEN
		ADD 1 TO WS-UNLISTED-SUPPRESSED
	ELSE
		MOVE SRT-DEPT-CODE TO BST-DEPT-CODE
		MOVE DETAIL-LINE TO BST-LINE
		PERFORM WRITE-BURST-LINE
		ADD 1 TO WS-DEPT-BURST-COUNT
	END-IF
	ADD 1 TO WS-DEPT-CHANGE-COUNT
	EVALUATE SRT-ACTION-CODE
		WHEN 'A' ADD 1 TO WS-ADD-COUNT
	MOVE WS-DEPT-NAME TO DEPT-HDG-NAME
	MOVE SRT-DEPT-CODE TO DEPT-HDG-CODE
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM DEPT-HEADING-LINE
	MOVE SRT-DEPT-CODE TO BST-DEPT-CODE
	MOVE DEPT-HEADING-LINE TO BST-LINE
	PERFORM WRITE-BURST-LINE.

PRINT-DEPT-TOTAL.
	MOVE WS-DEPT-CHANGE-COUNT TO DPT-CHANGE-COUNT
	WRITE REPORT-LINE FROM DEPT-TOTAL-LINE
	*> the department's copy counts only the changes it was sent
	MOVE WS-DEPT-BURST-COUNT TO DPT-CHANGE-COUNT
	MOVE WS-PREV-DEPT-CODE TO BST-DEPT-CODE
	MOVE DEPT-TOTAL-LINE TO BST-LINE
	PERFORM WRITE-BURST-LINE.

WRITE-BURST-HEADING.
	SET BST-HEADING TO TRUE
	MOVE SPACES TO BST-DEPT-CODE
	ADD 1 TO WS-BURST-SEQ
	MOVE WS-BURST-SEQ TO BST-SEQ-NO
	WRITE BURST-RECORD.

WRITE-BURST-LINE.
	*> the department copy of a print line, for the distribution run
	SET BST-DEPT-LINE TO TRUE
	ADD 1 TO WS-BURST-SEQ
	MOVE WS-BURST-SEQ TO BST-SEQ-NO
	WRITE BURST-RECORD.

PRINT-ACTION-TOTALS.
	MOVE WS-ADD-COUNT TO TOT-ADD-COUNT
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM ACTION-TOTAL-LINE.

WRITE-UNLISTED-CONTROL.
	OPEN EXTEND UNLISTED-CONTROL-FILE
	IF UNLISTED-CONTROL-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT UNLISTED-CONTROL-FILE
	END-IF
	MOVE 'PHONDAYR' TO UNLS-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO UNLS-TIMESTAMP
	SET UNLS-DELTA-ONLY TO TRUE
	MOVE 1 TO UNLS-PASS-COUNT
	MOVE WS-UNLISTED-SEEN TO UNLS-UNLISTED-SEEN
	MOVE WS-UNLISTED-SUPPRESSED TO UNLS-SUPPRESSED
	WRITE UNLISTED-CONTROL-RECORD
	CLOSE UNLISTED-CONTROL-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONDAYR AUDIT RECORDS READ : ' WS-RECORDS-READ
	DISPLAY 'PHONDAYR CHANGES REPORTED   : ' WS-SELECTED-COUNT
