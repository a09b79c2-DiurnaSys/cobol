		ASSIGN TO 'phonext.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REPORT-FILE-STATUS.
	SELECT BURST-FILE
		ASSIGN TO 'phonext.bst'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BURST-FILE-STATUS.
	SELECT UNLISTED-CONTROL-FILE
		ASSIGN TO 'phonunls.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS UNLISTED-CONTROL-STATUS.
DATA DIVISION.
FILE SECTION.
FD PHONE-FILE.
	05 SRT-DEPT-CODE	PIC X(4).
	05 SRT-PHONE-NAME	PIC X(10).
	05 SRT-PHONE-NO		PIC X(6).
	05 SRT-PHONE-STATUS	PIC X(1).

FD EXT-SORTED-FILE.
01 EXT-SORTED-RECORD.
	05 EXTS-DEPT-CODE	PIC X(4).
	05 EXTS-PHONE-NAME	PIC X(10).
	05 EXTS-PHONE-NO	PIC X(6).
	05 EXTS-PHONE-STATUS	PIC X(1).
		88 EXTS-UNLISTED	VALUE 'U'.

FD XREF-REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD BURST-FILE.
01 BURST-RECORD.
	COPY BURSTREC.

FD UNLISTED-CONTROL-FILE.
01 UNLISTED-CONTROL-RECORD.
	COPY UNLSCTL.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS		PIC X(2).
01 DEPT-FILE-STATUS		PIC X(2).
01 EXT-SORTED-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 BURST-FILE-STATUS		PIC X(2).
01 UNLISTED-CONTROL-STATUS	PIC X(2).
01 WS-FLAGS.
	05 PHONE-EOF-SWITCH	PIC X VALUE 'N'.
		88 PHONE-EOF		VALUE 'Y'.
	05 WS-LISTED-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-BLANK-EXT-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-CONFLICT-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-BURST-SEQ		PIC 9(8) VALUE ZERO.
	05 WS-UNLISTED-SEEN	PIC 9(6) VALUE ZERO.
	05 WS-UNLISTED-SUPPRESSED PIC 9(6) VALUE ZERO.

01 HDG-LINE-1.
	05 FILLER		PIC X(40) VALUE
		GIVING EXT-SORTED-FILE
	PERFORM PRINT-XREF-LISTING
	PERFORM PRINT-CONFLICT-SECTION
	PERFORM WRITE-UNLISTED-CONTROL
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	*> the switchboard list covers active entries only; actives with
	*> no extension are totaled for telecom rather than listed
	IF PHONE-ACTIVE
		IF PHONE-UNLISTED
			ADD 1 TO WS-UNLISTED-SEEN
		END-IF
		IF PHONE-EXTENSION OF PHONE-RECORD = SPACES
			ADD 1 TO WS-BLANK-EXT-COUNT
			*> nothing of an extension-less line reaches a department
			IF PHONE-UNLISTED
				ADD 1 TO WS-UNLISTED-SUPPRESSED
			END-IF
		ELSE
			MOVE PHONE-EXTENSION OF PHONE-RECORD TO SRT-EXTENSION
			MOVE PHONE-DEPT-CODE OF PHONE-RECORD TO SRT-DEPT-CODE
			MOVE PHONE-NAME OF PHONE-RECORD TO SRT-PHONE-NAME
			MOVE PHONE-NO OF PHONE-RECORD TO SRT-PHONE-NO
			MOVE PHONE-STATUS OF PHONE-RECORD TO SRT-PHONE-STATUS
			RELEASE EXT-SORT-RECORD
		END-IF
	END-IF.
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM HDG-LINE-2
	WRITE REPORT-LINE FROM SPACES
	OPEN OUTPUT BURST-FILE
	*> every department's copy carries the column headings once
	MOVE HDG-LINE-2 TO BST-LINE
	PERFORM WRITE-BURST-HEADING
	SET SORTED-EOF TO FALSE
	OPEN INPUT EXT-SORTED-FILE
	PERFORM UNTIL SORTED-EOF
		END-READ
	END-PERFORM
	CLOSE EXT-SORTED-FILE
	CLOSE DEPT-FILE
	CLOSE BURST-FILE.

PRINT-XREF-DETAIL.
	ADD 1 TO WS-LISTED-COUNT
	MOVE EXTS-PHONE-NAME TO DTL-PHONE-NAME
	MOVE EXTS-PHONE-NO TO DTL-PHONE-NO
	MOVE WS-DEPT-NAME TO DTL-DEPT-NAME
	WRITE REPORT-LINE FROM DETAIL-LINE
	*> the switchboard's own list keeps an unlisted line, but the
	*> department copies are published and must not carry it
	IF EXTS-UNLISTED
		ADD 1 TO WS-UNLISTED-SUPPRESSED
	ELSE
		MOVE EXTS-DEPT-CODE TO BST-DEPT-CODE
		MOVE DETAIL-LINE TO BST-LINE
		PERFORM WRITE-BURST-LINE
	END-IF.

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

PRINT-CONFLICT-SECTION.
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM TOTAL-LINE-2
	WRITE REPORT-LINE FROM TOTAL-LINE-3.

WRITE-UNLISTED-CONTROL.
	OPEN EXTEND UNLISTED-CONTROL-FILE
	IF UNLISTED-CONTROL-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT UNLISTED-CONTROL-FILE
	END-IF
	MOVE 'PHONEXT' TO UNLS-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO UNLS-TIMESTAMP
	SET UNLS-FULL-PASS TO TRUE
	MOVE 1 TO UNLS-PASS-COUNT
	MOVE WS-UNLISTED-SEEN TO UNLS-UNLISTED-SEEN
	MOVE WS-UNLISTED-SUPPRESSED TO UNLS-SUPPRESSED
	WRITE UNLISTED-CONTROL-RECORD
	CLOSE UNLISTED-CONTROL-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONEXT EXTENSIONS LISTED       : ' WS-LISTED-COUNT
	DISPLAY 'PHONEXT EXTENSION CONFLICTS     : ' WS-CONFLICT-COUNT
