		ACCESS MODE IS RANDOM
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS DEPT-FILE-STATUS.
	SELECT HIER-FILE
		ASSIGN TO 'depthier.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS HIER-NODE-CODE
		FILE STATUS IS HIER-FILE-STATUS.
	SELECT SNAP-SORT-WORK
		ASSIGN TO 'phontrnd.wrk'.
	SELECT SNAP-SORTED-FILE
01 DEPT-RECORD.
	COPY DEPTREC.

FD HIER-FILE.
01 HIER-NODE-RECORD.
	COPY DEPTHIER.

SD SNAP-SORT-WORK.
01 SNAP-SORT-RECORD.
	*> the department's place in the hierarchy leads the sort, so
	*> departments fall in order under their business unit, division
	*> and company; blank when no hierarchy is kept
	05 SSRT-ROLLUP-KEY.
		10 SSRT-COMPANY-CODE	PIC X(4).
		10 SSRT-DIVISION-CODE	PIC X(4).
		10 SSRT-UNIT-CODE	PIC X(4).
	05 SSRT-SNAP-DATA.
		COPY SNAPREC REPLACING ==05== BY ==10==
			LEADING ==SNAP-== BY ==SSRT-==.

FD SNAP-SORTED-FILE.
01 SNAP-SORTED-RECORD.
	05 SSTD-ROLLUP-KEY.
		10 SSTD-COMPANY-CODE	PIC X(4).
		10 SSTD-DIVISION-CODE	PIC X(4).
		10 SSTD-UNIT-CODE	PIC X(4).
	05 SSTD-SNAP-DATA.
		COPY SNAPREC REPLACING ==05== BY ==10==
			LEADING ==SNAP-== BY ==SSTD-==.

FD TREND-REPORT-FILE.
01 REPORT-LINE			PIC X(80).
WORKING-STORAGE SECTION.
01 SNAPSHOT-FILE-STATUS		PIC X(2).
01 DEPT-FILE-STATUS		PIC X(2).
01 HIER-FILE-STATUS		PIC X(2).
01 SNAP-SORTED-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 WS-FLAGS.
		88 SCAN-EOF		VALUE 'Y'.
	05 DEPT-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 DEPT-FILE-AVAILABLE	VALUE 'Y'.
	05 HIER-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 HIERARCHY-AVAILABLE	VALUE 'Y' FALSE 'N'.
	05 PATH-SWITCH		PIC X VALUE 'N'.
		88 PATH-RESOLVED	VALUE 'Y' FALSE 'N'.
	05 HIER-EOF-SWITCH	PIC X VALUE 'N'.
		88 HIER-EOF		VALUE 'Y'.
01 WS-CURRENT-MONTH		PIC X(6).
01 WS-LOW-MONTH			PIC X(6).
01 WS-MONTH-NUMBER		PIC 9(6) VALUE ZERO.
01 WS-LOW-YEAR			PIC 9(4) VALUE ZERO.
01 WS-LOW-MM			PIC 9(2) VALUE ZERO.
01 WS-LOW-MONTH-NUMBER		PIC 9(6) VALUE ZERO.
01 WS-SNAP-MONTH-NUMBER		PIC 9(6) VALUE ZERO.
01 WS-MONTH-IX			PIC 9(2) VALUE ZERO.
01 WS-PREV-DEPT-CODE		PIC X(4) VALUE HIGH-VALUES.
01 WS-DEPT-NAME			PIC X(20).
01 WS-FIRST-ACTIVE		PIC 9(6) VALUE ZERO.
	05 WS-RECORDS-READ	PIC 9(6) VALUE ZERO.
	05 WS-DEPTS-REPORTED	PIC 9(6) VALUE ZERO.

*> the department hierarchy, held for the run to place each
*> department under its business unit, division and company
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
*> 3 company; each carries its own twelve month-ends
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
		10 WS-RU-MONTH-ENTRY OCCURS 12 TIMES.
			15 WS-RU-MONTH		PIC X(6).
			15 WS-RU-ACTIVE		PIC 9(6).
			15 WS-RU-INACTIVE	PIC 9(6).
			15 WS-RU-EXTENSION	PIC 9(6).

01 HDG-LINE-1.
	05 FILLER		PIC X(42) VALUE
		'DEPARTMENT PHONE LINE TREND - LAST TWELVE '.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 TDL-EXTENSION	PIC ZZZ,ZZ9.

01 ROLLUP-HEADING-LINE.
	05 FILLER		PIC X(6) VALUE 'TOTAL '.
	05 RHL-LEVEL-NAME	PIC X(14).
	05 FILLER		PIC X(2) VALUE ': '.
	05 RHL-NODE-NAME	PIC X(20).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(1) VALUE '('.
	05 RHL-NODE-CODE	PIC X(4).
	05 FILLER		PIC X(1) VALUE ')'.

01 NET-CHANGE-LINE.
	05 FILLER		PIC X(22) VALUE '  NET CHANGE ACTIVE :'.
	05 NCL-NET-CHANGE	PIC +ZZZ,ZZ9.
	MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CURRENT-MONTH
	PERFORM COMPUTE-LOW-MONTH
	SORT SNAP-SORT-WORK
		ON ASCENDING KEY SSRT-COMPANY-CODE OF SNAP-SORT-RECORD
		ON ASCENDING KEY SSRT-DIVISION-CODE OF SNAP-SORT-RECORD
		ON ASCENDING KEY SSRT-UNIT-CODE OF SNAP-SORT-RECORD
		ON ASCENDING KEY SSRT-DEPT-CODE OF SNAP-SORT-RECORD
		ON ASCENDING KEY SSRT-MONTH OF SNAP-SORT-RECORD
		INPUT PROCEDURE IS SELECT-RECENT-SNAPSHOTS
	COMPUTE WS-MONTH-NUMBER =
		FUNCTION NUMVAL(WS-CURRENT-MONTH(1:4)) * 12
		+ FUNCTION NUMVAL(WS-CURRENT-MONTH(5:2)) - 1 - 11
	MOVE WS-MONTH-NUMBER TO WS-LOW-MONTH-NUMBER
	COMPUTE WS-LOW-YEAR = WS-MONTH-NUMBER / 12
	COMPUTE WS-LOW-MM = WS-MONTH-NUMBER - (WS-LOW-YEAR * 12) + 1
	MOVE WS-LOW-YEAR TO WS-LOW-MONTH(1:4)
	MOVE WS-LOW-MM TO WS-LOW-MONTH(5:2).

SELECT-RECENT-SNAPSHOTS.
	PERFORM LOAD-HIER-TABLE
	OPEN INPUT SNAPSHOT-FILE
	IF SNAPSHOT-FILE-STATUS NOT = '00'
		SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORDS-READ
				IF SNAP-MONTH >= WS-LOW-MONTH
					PERFORM RELEASE-ONE-SNAPSHOT
				END-IF
		END-READ
	END-PERFORM
	CLOSE SNAPSHOT-FILE.

RELEASE-ONE-SNAPSHOT.
	MOVE SNAP-RECORD TO SSRT-SNAP-DATA
	IF HIERARCHY-AVAILABLE
		MOVE SNAP-DEPT-CODE TO WS-PATH-DEPT-CODE
		PERFORM RESOLVE-ROLLUP-PATH
	ELSE
		MOVE SPACES TO WS-ROLLUP-PATH
	END-IF
	MOVE WS-ROLLUP-PATH TO SSRT-ROLLUP-KEY
	RELEASE SNAP-SORT-RECORD.

LOAD-HIER-TABLE.
	*> with no hierarchy the report prints by department alone, as
	*> it always has
	OPEN INPUT HIER-FILE
	IF HIER-FILE-STATUS = '00'
		SET HIERARCHY-AVAILABLE TO TRUE
	ELSE
		SET HIER-EOF TO TRUE
		DISPLAY 'PHONTRND: DEPTHIER.DAT NOT FOUND - '
			'NO ROLL-UP SUBTOTALS'
	END-IF
	PERFORM UNTIL HIER-EOF
		READ HIER-FILE
			AT END SET HIER-EOF TO TRUE
			NOT AT END PERFORM LOAD-ONE-HIER-ENTRY
		END-READ
	END-PERFORM
	CLOSE HIER-FILE.

LOAD-ONE-HIER-ENTRY.
	IF WS-HIER-COUNT >= WS-HIER-MAX-ENTRIES
		IF HIERARCHY-AVAILABLE
			DISPLAY 'PHONTRND: *** HIERARCHY TABLE FULL - '
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

PRINT-TREND-REPORT.
	OPEN INPUT SNAP-SORTED-FILE
	OPEN INPUT DEPT-FILE
	END-PERFORM
	IF WS-PREV-DEPT-CODE NOT = HIGH-VALUES
		PERFORM PRINT-NET-CHANGE
		IF HIERARCHY-AVAILABLE
			MOVE 3 TO WS-BREAK-LEVEL
			PERFORM CLOSE-ROLLUP-LEVELS
		END-IF
	END-IF
	CLOSE SNAP-SORTED-FILE
	CLOSE DEPT-FILE

PRINT-ONE-SNAPSHOT.
	IF SSTD-DEPT-CODE NOT = WS-PREV-DEPT-CODE
		PERFORM SET-ROLLUP-BREAK-LEVEL
		IF WS-PREV-DEPT-CODE NOT = HIGH-VALUES
			PERFORM PRINT-NET-CHANGE
			PERFORM CLOSE-ROLLUP-LEVELS
		END-IF
		PERFORM OPEN-ROLLUP-LEVELS
		PERFORM PRINT-DEPT-HEADING
		MOVE SSTD-DEPT-CODE TO WS-PREV-DEPT-CODE
		MOVE SSTD-ACTIVE-COUNT TO WS-FIRST-ACTIVE
	MOVE SSTD-ACTIVE-COUNT TO TDL-ACTIVE
	MOVE SSTD-INACTIVE-COUNT TO TDL-INACTIVE
	MOVE SSTD-EXTENSION-COUNT TO TDL-EXTENSION
	WRITE REPORT-LINE FROM TREND-DETAIL-LINE
	IF HIERARCHY-AVAILABLE
		PERFORM ADD-TO-ROLLUP-MONTHS
	END-IF.

ADD-TO-ROLLUP-MONTHS.
	*> the month's slot in the twelve, counted from the low month
	COMPUTE WS-SNAP-MONTH-NUMBER =
		FUNCTION NUMVAL(SSTD-MONTH(1:4)) * 12
		+ FUNCTION NUMVAL(SSTD-MONTH(5:2)) - 1
	IF WS-SNAP-MONTH-NUMBER >= WS-LOW-MONTH-NUMBER
	AND WS-SNAP-MONTH-NUMBER < WS-LOW-MONTH-NUMBER + 12
		COMPUTE WS-MONTH-IX =
			WS-SNAP-MONTH-NUMBER - WS-LOW-MONTH-NUMBER + 1
		PERFORM VARYING WS-ROLLUP-IX FROM 1 BY 1
				UNTIL WS-ROLLUP-IX > 3
			MOVE SSTD-MONTH TO WS-RU-MONTH(WS-ROLLUP-IX, WS-MONTH-IX)
			ADD SSTD-ACTIVE-COUNT
				TO WS-RU-ACTIVE(WS-ROLLUP-IX, WS-MONTH-IX)
			ADD SSTD-INACTIVE-COUNT
				TO WS-RU-INACTIVE(WS-ROLLUP-IX, WS-MONTH-IX)
			ADD SSTD-EXTENSION-COUNT
				TO WS-RU-EXTENSION(WS-ROLLUP-IX, WS-MONTH-IX)
		END-PERFORM
	END-IF.

SET-ROLLUP-BREAK-LEVEL.
	*> the highest hierarchy level this department change crosses;
	*> zero when no hierarchy is kept
	MOVE ZERO TO WS-BREAK-LEVEL
	IF HIERARCHY-AVAILABLE
		EVALUATE TRUE
			WHEN WS-PREV-DEPT-CODE = HIGH-VALUES
				MOVE 3 TO WS-BREAK-LEVEL
			WHEN SSTD-COMPANY-CODE NOT = WS-RU-CODE(3)
				MOVE 3 TO WS-BREAK-LEVEL
			WHEN SSTD-DIVISION-CODE NOT = WS-RU-CODE(2)
				MOVE 2 TO WS-BREAK-LEVEL
			WHEN SSTD-UNIT-CODE NOT = WS-RU-CODE(1)
				MOVE 1 TO WS-BREAK-LEVEL
		END-EVALUATE
	END-IF.

CLOSE-ROLLUP-LEVELS.
	*> lowest level first, up to the level the break reached
	PERFORM VARYING WS-ROLLUP-IX FROM 1 BY 1
			UNTIL WS-ROLLUP-IX > WS-BREAK-LEVEL
		PERFORM PRINT-ROLLUP-TREND
	END-PERFORM.

OPEN-ROLLUP-LEVELS.
	PERFORM VARYING WS-ROLLUP-IX FROM WS-BREAK-LEVEL BY -1
			UNTIL WS-ROLLUP-IX < 1
		INITIALIZE WS-ROLLUP-ENTRY(WS-ROLLUP-IX)
		EVALUATE WS-ROLLUP-IX
			WHEN 3
				MOVE SSTD-COMPANY-CODE TO WS-RU-CODE(3)
			WHEN 2
				MOVE SSTD-DIVISION-CODE TO WS-RU-CODE(2)
			WHEN 1
				MOVE SSTD-UNIT-CODE TO WS-RU-CODE(1)
		END-EVALUATE
	END-PERFORM.

PRINT-ROLLUP-TREND.
	*> the level's twelve month-ends summed over every department
	*> beneath it; a department hung straight from a division has no
	*> business unit, so the blank level prints nothing
	IF WS-RU-CODE(WS-ROLLUP-IX) NOT = SPACES
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
		WRITE REPORT-LINE FROM HDG-LINE-2
		MOVE ZERO TO WS-MONTHS-PRINTED
		PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
				UNTIL WS-MONTH-IX > 12
			IF WS-RU-MONTH(WS-ROLLUP-IX, WS-MONTH-IX) NOT = SPACES
				PERFORM PRINT-ROLLUP-MONTH
			END-IF
		END-PERFORM
		PERFORM PRINT-NET-CHANGE
	END-IF.

PRINT-ROLLUP-MONTH.
	ADD 1 TO WS-MONTHS-PRINTED
	IF WS-MONTHS-PRINTED = 1
		MOVE WS-RU-ACTIVE(WS-ROLLUP-IX, WS-MONTH-IX) TO WS-FIRST-ACTIVE
	END-IF
	MOVE WS-RU-ACTIVE(WS-ROLLUP-IX, WS-MONTH-IX) TO WS-LAST-ACTIVE
	MOVE WS-RU-MONTH(WS-ROLLUP-IX, WS-MONTH-IX) TO TDL-MONTH
	MOVE WS-RU-ACTIVE(WS-ROLLUP-IX, WS-MONTH-IX) TO TDL-ACTIVE
	MOVE WS-RU-INACTIVE(WS-ROLLUP-IX, WS-MONTH-IX) TO TDL-INACTIVE
	MOVE WS-RU-EXTENSION(WS-ROLLUP-IX, WS-MONTH-IX) TO TDL-EXTENSION
	WRITE REPORT-LINE FROM TREND-DETAIL-LINE.

PRINT-DEPT-HEADING.
