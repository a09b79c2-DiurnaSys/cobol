		ACCESS MODE IS RANDOM
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS DEPT-FILE-STATUS.
	SELECT HIER-FILE
		ASSIGN TO 'depthier.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS HIER-NODE-CODE
		FILE STATUS IS HIER-FILE-STATUS.
	SELECT PHONE-SORT-WORK
		ASSIGN TO 'phondept.wrk'.
	SELECT PHONE-SORTED-FILE
		ASSIGN TO 'phondrpt.prt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REPORT-FILE-STATUS.
	SELECT BURST-FILE
		ASSIGN TO 'phondrpt.bst'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BURST-FILE-STATUS.
	SELECT UNLISTED-CONTROL-FILE
		ASSIGN TO 'phonunls.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS UNLISTED-CONTROL-STATUS.
DATA DIVISION.
FILE SECTION.
FD PHONE-FILE.
01 DEPT-RECORD.
	COPY DEPTREC.

FD HIER-FILE.
01 HIER-NODE-RECORD.
	COPY DEPTHIER.

SD PHONE-SORT-WORK.
01 PHONE-SORT-RECORD.
	*> the line's place in the department hierarchy leads the sort,
	*> so departments fall in order under their business unit,
	*> division and company; blank when no hierarchy is kept
	05 SRT-ROLLUP-KEY.
		10 SRT-COMPANY-CODE	PIC X(4).
		10 SRT-DIVISION-CODE	PIC X(4).
		10 SRT-UNIT-CODE	PIC X(4).
	05 SRT-PHONE-DATA.
		COPY PHONEREC REPLACING ==05== BY ==10==
			LEADING ==PHONE-== BY ==SRT-==.

FD PHONE-SORTED-FILE.
01 PHONE-SORTED-RECORD.
	05 SRTD-ROLLUP-KEY.
		10 SRTD-COMPANY-CODE	PIC X(4).
		10 SRTD-DIVISION-CODE	PIC X(4).
		10 SRTD-UNIT-CODE	PIC X(4).
	05 SRTD-PHONE-DATA.
		COPY PHONEREC REPLACING ==05== BY ==10==
			LEADING ==PHONE-== BY ==SRTD-==.

FD REPORT-FILE.
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
01 HIER-FILE-STATUS		PIC X(2).
01 PHONE-SORTED-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 BURST-FILE-STATUS		PIC X(2).
01 UNLISTED-CONTROL-STATUS	PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y'.
	05 SCAN-EOF-SWITCH	PIC X VALUE 'N'.
		88 SCAN-EOF		VALUE 'Y' FALSE 'N'.
	05 HIER-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 HIERARCHY-AVAILABLE	VALUE 'Y' FALSE 'N'.
	05 PATH-SWITCH		PIC X VALUE 'N'.
		88 PATH-RESOLVED	VALUE 'Y' FALSE 'N'.
01 WS-DEPT-NAME			PIC X(20).
01 WS-PREV-DEPT-CODE		PIC X(4) VALUE HIGH-VALUES.
01 WS-MAX-LINES-PER-PAGE	PIC 9(2) VALUE 60.
	05 WS-ACTIVE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-INACTIVE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-RECORD-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-BURST-SEQ		PIC 9(8) VALUE ZERO.
	05 WS-UNLISTED-COUNT	PIC 9(6) VALUE ZERO.

*> the department hierarchy, held for the run to place each line
*> under its business unit, division and company
01 WS-HIER-MAX-ENTRIES		PIC 9(3) VALUE 500.
01 WS-HIER-COUNT		PIC 9(3) VALUE ZERO.
01 WS-SCAN-IX			PIC 9(3) VALUE ZERO.
01 WS-FIND-CODE			PIC X(4).
01 WS-FIND-IX			PIC 9(3) VALUE ZERO.
01 WS-HIER-TABLE.
	05 WS-HIER-ENTRY OCCURS 500 TIMES.
		10 WS-HT-CODE		PIC X(4).
		10 WS-HT-LEVEL		PIC X(1).
		10 WS-HT-NAME		PIC X(20).
		10 WS-HT-PARENT		PIC X(4).

01 WS-WALK-COUNT		PIC 9(3) VALUE ZERO.
01 WS-PATH-DEPT-CODE		PIC X(4).
01 WS-ROLLUP-PATH.
	05 WS-PATH-COMPANY	PIC X(4).
	05 WS-PATH-DIVISION	PIC X(4).
	05 WS-PATH-UNIT		PIC X(4).

*> roll-up levels, lowest first: 1 business unit, 2 division,
*> 3 company
01 WS-ROLLUP-LEVEL-NAMES.
	05 FILLER		PIC X(14) VALUE 'BUSINESS UNIT'.
	05 FILLER		PIC X(14) VALUE 'DIVISION'.
	05 FILLER		PIC X(14) VALUE 'COMPANY'.
01 WS-ROLLUP-LEVEL-TABLE REDEFINES WS-ROLLUP-LEVEL-NAMES.
	05 WS-ROLLUP-LEVEL-NAME	PIC X(14) OCCURS 3 TIMES.
01 WS-ROLLUP-IX			PIC 9(1) VALUE ZERO.
01 WS-BREAK-LEVEL		PIC 9(1) VALUE ZERO.
01 WS-ROLLUP-TOTALS.
	05 WS-ROLLUP-ENTRY OCCURS 3 TIMES.
		10 WS-RU-CODE		PIC X(4).
		10 WS-RU-ACTIVE		PIC 9(6).
		10 WS-RU-INACTIVE	PIC 9(6).

01 HDG-LINE-1.
	05 FILLER		PIC X(30) VALUE
	05 DEPT-HDG-CODE	PIC X(4).
	05 FILLER		PIC X(1) VALUE ')'.

01 ROLLUP-HEADING-LINE.
	05 RHL-LEVEL-NAME	PIC X(14).
	05 FILLER		PIC X(2) VALUE ': '.
	05 RHL-NODE-NAME	PIC X(20).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(1) VALUE '('.
	05 RHL-NODE-CODE	PIC X(4).
	05 FILLER		PIC X(1) VALUE ')'.

01 ROLLUP-TOTAL-LINE.
	05 FILLER		PIC X(6) VALUE 'TOTAL '.
	05 RTL-LEVEL-NAME	PIC X(14).
	05 RTL-NODE-CODE	PIC X(4).
	05 FILLER		PIC X(10) VALUE '  ACTIVE:'.
	05 RTL-ACTIVE-COUNT	PIC ZZZ,ZZ9.
	05 FILLER		PIC X(12) VALUE '  INACTIVE:'.
	05 RTL-INACT-COUNT	PIC ZZZ,ZZ9.

01 DETAIL-LINE.
	05 DTL-PHONE-NAME	PIC X(10).
	05 FILLER		PIC X(4) VALUE SPACES.
	*> active plus inactive; balances to PHONRPT's RECORDS LISTED
	05 FILLER		PIC X(20) VALUE 'RECORDS LISTED:'.
	05 TOT-RECORD-COUNT	PIC ZZZ,ZZ9.
01 GRAND-TOTAL-LINE-4.
	05 FILLER		PIC X(20) VALUE 'UNLISTED WITHHELD:'.
	05 TOT-UNLISTED-COUNT	PIC ZZZ,ZZ9.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	SORT PHONE-SORT-WORK
		ON ASCENDING KEY SRT-COMPANY-CODE OF PHONE-SORT-RECORD
		ON ASCENDING KEY SRT-DIVISION-CODE OF PHONE-SORT-RECORD
		ON ASCENDING KEY SRT-UNIT-CODE OF PHONE-SORT-RECORD
		ON ASCENDING KEY SRT-DEPT-CODE OF PHONE-SORT-RECORD
		ON ASCENDING KEY SRT-NAME OF PHONE-SORT-RECORD
		INPUT PROCEDURE IS RELEASE-PHONE-RECORDS
		GIVING PHONE-SORTED-FILE
	PERFORM PRINT-DIRECTORY-REPORT
	PERFORM WRITE-UNLISTED-CONTROL
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	STOP RUN.

RELEASE-PHONE-RECORDS.
	PERFORM LOAD-HIER-TABLE
	OPEN INPUT PHONE-FILE
	IF PHONE-FILE-STATUS NOT = '00'
		SET SCAN-EOF TO TRUE
		DISPLAY 'PHONDRPT: PHONE.DAT NOT FOUND'
	END-IF
	PERFORM UNTIL SCAN-EOF
		READ PHONE-FILE
			AT END SET SCAN-EOF TO TRUE
			NOT AT END PERFORM RELEASE-ONE-RECORD
		END-READ
	END-PERFORM
	CLOSE PHONE-FILE.

RELEASE-ONE-RECORD.
	MOVE PHONE-RECORD TO SRT-PHONE-DATA
	IF HIERARCHY-AVAILABLE
		MOVE PHONE-DEPT-CODE OF PHONE-RECORD TO WS-PATH-DEPT-CODE
		PERFORM RESOLVE-ROLLUP-PATH
	ELSE
		MOVE SPACES TO WS-ROLLUP-PATH
	END-IF
	MOVE WS-ROLLUP-PATH TO SRT-ROLLUP-KEY
	RELEASE PHONE-SORT-RECORD.

LOAD-HIER-TABLE.
	*> with no hierarchy the report prints by department alone, as
	*> it always has
	OPEN INPUT HIER-FILE
	IF HIER-FILE-STATUS = '00'
		SET HIERARCHY-AVAILABLE TO TRUE
	ELSE
		SET SCAN-EOF TO TRUE
		DISPLAY 'PHONDRPT: DEPTHIER.DAT NOT FOUND - '
			'NO ROLL-UP SUBTOTALS'
	END-IF
	PERFORM UNTIL SCAN-EOF
		READ HIER-FILE
			AT END SET SCAN-EOF TO TRUE
			NOT AT END PERFORM LOAD-ONE-HIER-ENTRY
		END-READ
	END-PERFORM
	CLOSE HIER-FILE
	SET SCAN-EOF TO FALSE.

LOAD-ONE-HIER-ENTRY.
	IF WS-HIER-COUNT >= WS-HIER-MAX-ENTRIES
		IF HIERARCHY-AVAILABLE
			DISPLAY 'PHONDRPT: *** HIERARCHY TABLE FULL - '
				'NO ROLL-UP SUBTOTALS ***'
		END-IF
		SET HIERARCHY-AVAILABLE TO FALSE
	ELSE
		ADD 1 TO WS-HIER-COUNT
		MOVE HIER-NODE-CODE TO WS-HT-CODE(WS-HIER-COUNT)
		MOVE HIER-NODE-LEVEL TO WS-HT-LEVEL(WS-HIER-COUNT)
		MOVE HIER-NODE-NAME TO WS-HT-NAME(WS-HIER-COUNT)
		MOVE HIER-PARENT-CODE TO WS-HT-PARENT(WS-HIER-COUNT)
	END-IF.

RESOLVE-ROLLUP-PATH.
	*> climb from the department to its company, noting the node met
	*> at each level; a department not in the tree, or whose chain
	*> breaks off before a company, is left unplaced
	MOVE SPACES TO WS-ROLLUP-PATH
	SET PATH-RESOLVED TO FALSE
	MOVE WS-PATH-DEPT-CODE TO WS-FIND-CODE
	PERFORM FIND-HIER-NODE
	IF WS-FIND-IX > 0
		IF WS-HT-LEVEL(WS-FIND-IX) NOT = 'D'
			MOVE ZERO TO WS-FIND-IX
		END-IF
	END-IF
	PERFORM VARYING WS-WALK-COUNT FROM 1 BY 1
			UNTIL WS-FIND-IX = 0
			OR PATH-RESOLVED
			OR WS-WALK-COUNT > WS-HIER-COUNT
		EVALUATE WS-HT-LEVEL(WS-FIND-IX)
			WHEN 'B'
				MOVE WS-HT-CODE(WS-FIND-IX) TO WS-PATH-UNIT
			WHEN 'V'
				MOVE WS-HT-CODE(WS-FIND-IX) TO WS-PATH-DIVISION
			WHEN 'C'
				MOVE WS-HT-CODE(WS-FIND-IX) TO WS-PATH-COMPANY
				SET PATH-RESOLVED TO TRUE
		END-EVALUATE
		IF NOT PATH-RESOLVED
			MOVE WS-HT-PARENT(WS-FIND-IX) TO WS-FIND-CODE
			PERFORM FIND-HIER-NODE
		END-IF
	END-PERFORM
	IF NOT PATH-RESOLVED
		*> unplaced departments sort after every company
		MOVE HIGH-VALUES TO WS-PATH-COMPANY
		MOVE SPACES TO WS-PATH-DIVISION
		MOVE SPACES TO WS-PATH-UNIT
	END-IF.

FIND-HIER-NODE.
	MOVE ZERO TO WS-FIND-IX
	PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
			UNTIL WS-SCAN-IX > WS-HIER-COUNT
			OR WS-FIND-IX > 0
		IF WS-HT-CODE(WS-SCAN-IX) = WS-FIND-CODE
			MOVE WS-SCAN-IX TO WS-FIND-IX
		END-IF
	END-PERFORM.

PRINT-DIRECTORY-REPORT.
	OPEN INPUT PHONE-SORTED-FILE
	OPEN INPUT DEPT-FILE
	OPEN OUTPUT REPORT-FILE
	OPEN OUTPUT BURST-FILE
	*> every department's copy carries the column headings once
	MOVE HDG-LINE-2 TO BST-LINE
	PERFORM WRITE-BURST-HEADING
	PERFORM UNTIL EOF
		READ PHONE-SORTED-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM LIST-ONE-RECORD
		END-READ
	END-PERFORM
	IF WS-PREV-DEPT-CODE NOT = HIGH-VALUES
		PERFORM PRINT-DEPT-TOTAL
		IF HIERARCHY-AVAILABLE
			MOVE 3 TO WS-BREAK-LEVEL
			PERFORM CLOSE-ROLLUP-LEVELS
		END-IF
	END-IF
	PERFORM PRINT-GRAND-TOTALS
	CLOSE PHONE-SORTED-FILE
	CLOSE DEPT-FILE
	CLOSE REPORT-FILE
	CLOSE BURST-FILE.

LIST-ONE-RECORD.
	*> an unlisted line is neither printed nor counted under its
	*> department, so no department copy can give it away
	IF SRTD-UNLISTED
		ADD 1 TO WS-UNLISTED-COUNT
	ELSE
		PERFORM PRINT-DETAIL-LINE
	END-IF.

PRINT-DETAIL-LINE.
	ADD 1 TO WS-RECORD-COUNT
		DISPLAY 'PHONDRPT: ' WS-RECORD-COUNT ' RECORDS PROCESSED'
	END-IF
	IF SRTD-DEPT-CODE NOT = WS-PREV-DEPT-CODE
		PERFORM SET-ROLLUP-BREAK-LEVEL
		IF WS-PREV-DEPT-CODE NOT = HIGH-VALUES
			PERFORM PRINT-DEPT-TOTAL
			PERFORM CLOSE-ROLLUP-LEVELS
		END-IF
		PERFORM OPEN-ROLLUP-LEVELS
		PERFORM PRINT-DEPT-HEADING
		MOVE SRTD-DEPT-CODE TO WS-PREV-DEPT-CODE
		MOVE ZERO TO WS-DEPT-ACTIVE-COUNT
	IF SRTD-ACTIVE
		ADD 1 TO WS-DEPT-ACTIVE-COUNT
		ADD 1 TO WS-ACTIVE-COUNT
		PERFORM VARYING WS-ROLLUP-IX FROM 1 BY 1
				UNTIL WS-ROLLUP-IX > 3
			ADD 1 TO WS-RU-ACTIVE(WS-ROLLUP-IX)
		END-PERFORM
		IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
			PERFORM PRINT-PAGE-HEADERS
			PERFORM PRINT-DEPT-HEADING
		MOVE SRTD-NO TO DTL-PHONE-NO
		MOVE SRTD-EXTENSION TO DTL-EXTENSION
		WRITE REPORT-LINE FROM DETAIL-LINE
		MOVE SRTD-DEPT-CODE TO BST-DEPT-CODE
		MOVE DETAIL-LINE TO BST-LINE
		PERFORM WRITE-BURST-LINE
		ADD 1 TO WS-LINE-COUNT
	ELSE
		ADD 1 TO WS-DEPT-INACT-COUNT
		ADD 1 TO WS-INACTIVE-COUNT
		PERFORM VARYING WS-ROLLUP-IX FROM 1 BY 1
				UNTIL WS-ROLLUP-IX > 3
			ADD 1 TO WS-RU-INACTIVE(WS-ROLLUP-IX)
		END-PERFORM
	END-IF.

PRINT-DEPT-HEADING.
	MOVE SRTD-DEPT-CODE TO DEPT-HDG-CODE
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM DEPT-HEADING-LINE
	*> a heading repeated at a page break is not a new department
	IF SRTD-DEPT-CODE NOT = WS-PREV-DEPT-CODE
		MOVE SRTD-DEPT-CODE TO BST-DEPT-CODE
		MOVE DEPT-HEADING-LINE TO BST-LINE
		PERFORM WRITE-BURST-LINE
	END-IF
	ADD 2 TO WS-LINE-COUNT.

PRINT-DEPT-TOTAL.
	MOVE WS-DEPT-ACTIVE-COUNT TO DPT-ACTIVE-COUNT
	MOVE WS-DEPT-INACT-COUNT TO DPT-INACT-COUNT
	WRITE REPORT-LINE FROM DEPT-TOTAL-LINE
	MOVE WS-PREV-DEPT-CODE TO BST-DEPT-CODE
	MOVE DEPT-TOTAL-LINE TO BST-LINE
	PERFORM WRITE-BURST-LINE
	ADD 1 TO WS-LINE-COUNT.

SET-ROLLUP-BREAK-LEVEL.
	*> the highest hierarchy level this department change crosses;
	*> zero when no hierarchy is kept
	MOVE ZERO TO WS-BREAK-LEVEL
	IF HIERARCHY-AVAILABLE
		EVALUATE TRUE
			WHEN WS-PREV-DEPT-CODE = HIGH-VALUES
				MOVE 3 TO WS-BREAK-LEVEL
			WHEN SRTD-COMPANY-CODE NOT = WS-RU-CODE(3)
				MOVE 3 TO WS-BREAK-LEVEL
			WHEN SRTD-DIVISION-CODE NOT = WS-RU-CODE(2)
				MOVE 2 TO WS-BREAK-LEVEL
			WHEN SRTD-UNIT-CODE NOT = WS-RU-CODE(1)
				MOVE 1 TO WS-BREAK-LEVEL
		END-EVALUATE
	END-IF.

CLOSE-ROLLUP-LEVELS.
	*> lowest level first, up to the level the break reached
	PERFORM VARYING WS-ROLLUP-IX FROM 1 BY 1
			UNTIL WS-ROLLUP-IX > WS-BREAK-LEVEL
		PERFORM PRINT-ROLLUP-TOTAL
	END-PERFORM.

OPEN-ROLLUP-LEVELS.
	*> highest level first, down from the level the break reached
	PERFORM VARYING WS-ROLLUP-IX FROM WS-BREAK-LEVEL BY -1
			UNTIL WS-ROLLUP-IX < 1
		EVALUATE WS-ROLLUP-IX
			WHEN 3
				MOVE SRTD-COMPANY-CODE TO WS-RU-CODE(3)
			WHEN 2
				MOVE SRTD-DIVISION-CODE TO WS-RU-CODE(2)
			WHEN 1
				MOVE SRTD-UNIT-CODE TO WS-RU-CODE(1)
		END-EVALUATE
		MOVE ZERO TO WS-RU-ACTIVE(WS-ROLLUP-IX)
		MOVE ZERO TO WS-RU-INACTIVE(WS-ROLLUP-IX)
		PERFORM PRINT-ROLLUP-HEADING
	END-PERFORM.

PRINT-ROLLUP-HEADING.
	*> a department hung straight from a division has no business
	*> unit: the blank level is carried but not printed
	IF WS-RU-CODE(WS-ROLLUP-IX) NOT = SPACES
		IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
			PERFORM PRINT-PAGE-HEADERS
		END-IF
		IF WS-RU-CODE(WS-ROLLUP-IX) = HIGH-VALUES
			MOVE 'UNPLACED' TO RHL-LEVEL-NAME
			MOVE 'NOT IN HIERARCHY' TO RHL-NODE-NAME
			MOVE SPACES TO RHL-NODE-CODE
		ELSE
			MOVE WS-ROLLUP-LEVEL-NAME(WS-ROLLUP-IX) TO RHL-LEVEL-NAME
			MOVE WS-RU-CODE(WS-ROLLUP-IX) TO WS-FIND-CODE
			PERFORM FIND-HIER-NODE
			MOVE WS-HT-NAME(WS-FIND-IX) TO RHL-NODE-NAME
			MOVE WS-RU-CODE(WS-ROLLUP-IX) TO RHL-NODE-CODE
		END-IF
		WRITE REPORT-LINE FROM SPACES
		WRITE REPORT-LINE FROM ROLLUP-HEADING-LINE
		ADD 2 TO WS-LINE-COUNT
	END-IF.

PRINT-ROLLUP-TOTAL.
	IF WS-RU-CODE(WS-ROLLUP-IX) NOT = SPACES
		IF WS-RU-CODE(WS-ROLLUP-IX) = HIGH-VALUES
			MOVE 'UNPLACED' TO RTL-LEVEL-NAME
			MOVE SPACES TO RTL-NODE-CODE
		ELSE
			MOVE WS-ROLLUP-LEVEL-NAME(WS-ROLLUP-IX) TO RTL-LEVEL-NAME
			MOVE WS-RU-CODE(WS-ROLLUP-IX) TO RTL-NODE-CODE
		END-IF
		MOVE WS-RU-ACTIVE(WS-ROLLUP-IX) TO RTL-ACTIVE-COUNT
		MOVE WS-RU-INACTIVE(WS-ROLLUP-IX) TO RTL-INACT-COUNT
		WRITE REPORT-LINE FROM ROLLUP-TOTAL-LINE
		ADD 1 TO WS-LINE-COUNT
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

PRINT-PAGE-HEADERS.
	ADD 1 TO WS-PAGE-COUNT
	MOVE WS-PAGE-COUNT TO HDG-PAGE-NO
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM GRAND-TOTAL-LINE-1
	WRITE REPORT-LINE FROM GRAND-TOTAL-LINE-2
	WRITE REPORT-LINE FROM GRAND-TOTAL-LINE-3
	MOVE WS-UNLISTED-COUNT TO TOT-UNLISTED-COUNT
	WRITE REPORT-LINE FROM GRAND-TOTAL-LINE-4.

WRITE-UNLISTED-CONTROL.
	OPEN EXTEND UNLISTED-CONTROL-FILE
	IF UNLISTED-CONTROL-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT UNLISTED-CONTROL-FILE
	END-IF
	MOVE 'PHONDRPT' TO UNLS-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO UNLS-TIMESTAMP
	SET UNLS-FULL-PASS TO TRUE
	MOVE 1 TO UNLS-PASS-COUNT
	MOVE WS-UNLISTED-COUNT TO UNLS-UNLISTED-SEEN
	MOVE WS-UNLISTED-COUNT TO UNLS-SUPPRESSED
	WRITE UNLISTED-CONTROL-RECORD
	CLOSE UNLISTED-CONTROL-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONDRPT ACTIVE ENTRIES LISTED : ' WS-ACTIVE-COUNT
	DISPLAY 'PHONDRPT INACTIVE ENTRIES      : ' WS-INACTIVE-COUNT
	DISPLAY 'PHONDRPT RECORDS LISTED        : ' WS-RECORD-COUNT
	DISPLAY 'PHONDRPT UNLISTED WITHHELD     : ' WS-UNLISTED-COUNT.
