       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DEPTHEXC.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT DEPT-FILE
		ASSIGN TO 'dept.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS DEPT-FILE-STATUS.
	SELECT HIER-FILE
		ASSIGN TO 'depthier.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS HIER-NODE-CODE
		FILE STATUS IS HIER-FILE-STATUS.
	SELECT EXCEPTION-REPORT-FILE
		ASSIGN TO 'depthexc.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REPORT-FILE-STATUS.
	SELECT RUN-LOG-FILE
		ASSIGN TO 'runlog.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RUN-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD DEPT-FILE.
01 DEPT-RECORD.
	COPY DEPTREC.

FD HIER-FILE.
01 HIER-NODE-RECORD.
	COPY DEPTHIER.

FD EXCEPTION-REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

WORKING-STORAGE SECTION.
01 DEPT-FILE-STATUS		PIC X(2).
01 HIER-FILE-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y' FALSE 'N'.
	05 PATH-SWITCH		PIC X VALUE 'N'.
		88 PATH-RESOLVED	VALUE 'Y' FALSE 'N'.
	05 TREE-KNOWN-SWITCH	PIC X VALUE 'Y'.
		88 TREE-KNOWN		VALUE 'Y' FALSE 'N'.
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-DEPTS-READ	PIC 9(6) VALUE ZERO.
	05 WS-DEPTS-PLACED	PIC 9(6) VALUE ZERO.
	05 WS-DEPTS-UNPLACED	PIC 9(6) VALUE ZERO.
	05 WS-NODES-NOT-ON-FILE	PIC 9(6) VALUE ZERO.

01 WS-HIER-MAX-ENTRIES		PIC 9(3) VALUE 500.
01 WS-HIER-COUNT		PIC 9(3) VALUE ZERO.
01 WS-HIER-IX			PIC 9(3) VALUE ZERO.
01 WS-SCAN-IX			PIC 9(3) VALUE ZERO.
01 WS-FIND-CODE			PIC X(4).
01 WS-FIND-IX			PIC 9(3) VALUE ZERO.
01 WS-HIER-TABLE.
	05 WS-HIER-ENTRY OCCURS 500 TIMES.
		10 WS-HT-CODE		PIC X(4).
		10 WS-HT-LEVEL		PIC X(1).
		10 WS-HT-NAME		PIC X(20).
		10 WS-HT-PARENT		PIC X(4).
		10 WS-HT-ON-FILE	PIC X(1).

01 WS-WALK-COUNT		PIC 9(3) VALUE ZERO.
01 WS-PATH-DEPT-CODE		PIC X(4).
01 WS-ROLLUP-PATH.
	05 WS-PATH-COMPANY	PIC X(4).
	05 WS-PATH-DIVISION	PIC X(4).
	05 WS-PATH-UNIT		PIC X(4).

01 HDG-LINE-1.
	05 FILLER		PIC X(40) VALUE
		'DEPARTMENT HIERARCHY EXCEPTIONS'.
01 HDG-LINE-2.
	05 FILLER		PIC X(6) VALUE 'DEPT'.
	05 FILLER		PIC X(22) VALUE 'NAME'.
	05 FILLER		PIC X(40) VALUE 'EXCEPTION'.
01 SECTION-HDG-LINE.
	05 SEC-TITLE		PIC X(60).

01 DETAIL-LINE.
	05 DTL-DEPT-CODE	PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-DEPT-NAME	PIC X(20).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-REASON		PIC X(40).

01 TOTAL-LINE.
	05 TOT-LABEL		PIC X(30).
	05 TOT-COUNT		PIC ZZZ,ZZ9.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	PERFORM LOAD-HIER-TABLE
	OPEN OUTPUT EXCEPTION-REPORT-FILE
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM SPACES
	PERFORM CHECK-DEPARTMENTS-PLACED
	PERFORM CHECK-NODES-ON-FILE
	PERFORM PRINT-TOTALS
	CLOSE EXCEPTION-REPORT-FILE
	PERFORM WRITE-RUN-LOG-RECORD
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	STOP RUN.

LOAD-HIER-TABLE.
	OPEN INPUT HIER-FILE
	IF HIER-FILE-STATUS NOT = '00'
		*> no tree yet: every department is reported as unplaced
		SET EOF TO TRUE
		DISPLAY 'DEPTHEXC: DEPTHIER.DAT NOT FOUND - NO HIERARCHY YET'
	END-IF
	PERFORM UNTIL EOF
		READ HIER-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM LOAD-ONE-HIER-ENTRY
		END-READ
	END-PERFORM
	CLOSE HIER-FILE
	SET EOF TO FALSE.

LOAD-ONE-HIER-ENTRY.
	IF WS-HIER-COUNT >= WS-HIER-MAX-ENTRIES
		IF TREE-KNOWN
			DISPLAY 'DEPTHEXC: *** HIERARCHY TABLE FULL - '
				'EXCEPTIONS INCOMPLETE ***'
		END-IF
		SET TREE-KNOWN TO FALSE
	ELSE
		ADD 1 TO WS-HIER-COUNT
		MOVE HIER-NODE-CODE TO WS-HT-CODE(WS-HIER-COUNT)
		MOVE HIER-NODE-LEVEL TO WS-HT-LEVEL(WS-HIER-COUNT)
		MOVE HIER-NODE-NAME TO WS-HT-NAME(WS-HIER-COUNT)
		MOVE HIER-PARENT-CODE TO WS-HT-PARENT(WS-HIER-COUNT)
		MOVE 'N' TO WS-HT-ON-FILE(WS-HIER-COUNT)
	END-IF.

CHECK-DEPARTMENTS-PLACED.
	MOVE 'DEPARTMENTS ON DEPT.DAT NOT PLACED IN THE HIERARCHY'
		TO SEC-TITLE
	WRITE REPORT-LINE FROM SECTION-HDG-LINE
	WRITE REPORT-LINE FROM HDG-LINE-2
	OPEN INPUT DEPT-FILE
	IF DEPT-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'DEPTHEXC: DEPT.DAT NOT FOUND'
	END-IF
	PERFORM UNTIL EOF
		READ DEPT-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM CHECK-ONE-DEPARTMENT
		END-READ
	END-PERFORM
	CLOSE DEPT-FILE
	SET EOF TO FALSE
	WRITE REPORT-LINE FROM SPACES.

CHECK-ONE-DEPARTMENT.
	ADD 1 TO WS-DEPTS-READ
	IF FUNCTION MOD(WS-DEPTS-READ, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'DEPTHEXC: ' WS-DEPTS-READ ' DEPARTMENTS CHECKED'
	END-IF
	MOVE DEPT-CODE TO WS-FIND-CODE
	PERFORM FIND-HIER-NODE
	IF WS-FIND-IX > 0
		MOVE 'Y' TO WS-HT-ON-FILE(WS-FIND-IX)
	END-IF
	MOVE DEPT-CODE TO WS-PATH-DEPT-CODE
	PERFORM RESOLVE-ROLLUP-PATH
	IF PATH-RESOLVED
		ADD 1 TO WS-DEPTS-PLACED
	ELSE
		ADD 1 TO WS-DEPTS-UNPLACED
		MOVE DEPT-CODE TO DTL-DEPT-CODE
		MOVE DEPT-NAME TO DTL-DEPT-NAME
		EVALUATE TRUE
			WHEN WS-FIND-IX = 0
				MOVE 'NOT IN THE HIERARCHY' TO DTL-REASON
			WHEN WS-HT-LEVEL(WS-FIND-IX) NOT = 'D'
				MOVE 'CODE IS HELD BY A HIGHER-LEVEL NODE'
					TO DTL-REASON
			WHEN OTHER
				MOVE 'PARENT CHAIN DOES NOT REACH A COMPANY'
					TO DTL-REASON
		END-EVALUATE
		WRITE REPORT-LINE FROM DETAIL-LINE
	END-IF.

CHECK-NODES-ON-FILE.
	*> the other direction: a department node whose code has since
	*> left dept.dat rolls up lines no department owns
	MOVE 'DEPARTMENT NODES NO LONGER ON DEPT.DAT' TO SEC-TITLE
	WRITE REPORT-LINE FROM SECTION-HDG-LINE
	WRITE REPORT-LINE FROM HDG-LINE-2
	PERFORM VARYING WS-HIER-IX FROM 1 BY 1
			UNTIL WS-HIER-IX > WS-HIER-COUNT
		IF WS-HT-LEVEL(WS-HIER-IX) = 'D'
		AND WS-HT-ON-FILE(WS-HIER-IX) = 'N'
			ADD 1 TO WS-NODES-NOT-ON-FILE
			MOVE WS-HT-CODE(WS-HIER-IX) TO DTL-DEPT-CODE
			MOVE WS-HT-NAME(WS-HIER-IX) TO DTL-DEPT-NAME
			MOVE 'IN THE HIERARCHY, NOT ON DEPT.DAT' TO DTL-REASON
			WRITE REPORT-LINE FROM DETAIL-LINE
		END-IF
	END-PERFORM
	WRITE REPORT-LINE FROM SPACES.

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
		MOVE HIGH-VALUES TO WS-PATH-COMPANY
		MOVE SPACES TO WS-PATH-DIVISION
		MOVE SPACES TO WS-PATH-UNIT
	END-IF
	*> the department's own entry, for the caller
	MOVE WS-PATH-DEPT-CODE TO WS-FIND-CODE
	PERFORM FIND-HIER-NODE.

FIND-HIER-NODE.
	MOVE ZERO TO WS-FIND-IX
	PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
			UNTIL WS-SCAN-IX > WS-HIER-COUNT
			OR WS-FIND-IX > 0
		IF WS-HT-CODE(WS-SCAN-IX) = WS-FIND-CODE
			MOVE WS-SCAN-IX TO WS-FIND-IX
		END-IF
	END-PERFORM.

PRINT-TOTALS.
	MOVE 'DEPARTMENTS CHECKED         :' TO TOT-LABEL
	MOVE WS-DEPTS-READ TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'PLACED IN THE HIERARCHY     :' TO TOT-LABEL
	MOVE WS-DEPTS-PLACED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'NOT PLACED                  :' TO TOT-LABEL
	MOVE WS-DEPTS-UNPLACED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'NODES NOT ON DEPT.DAT       :' TO TOT-LABEL
	MOVE WS-NODES-NOT-ON-FILE TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	IF NOT TREE-KNOWN
		MOVE '*** HIERARCHY TABLE FULL - EXCEPTIONS INCOMPLETE ***'
			TO SEC-TITLE
		WRITE REPORT-LINE FROM SECTION-HDG-LINE
	END-IF.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'DEPTHEXC' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-DEPTS-READ TO RUN-RECORDS-IN
	MOVE WS-DEPTS-PLACED TO RUN-RECORDS-OUT
	MOVE WS-DEPTS-UNPLACED TO RUN-REJECT-COUNT
	MOVE ZERO TO RUN-ADD-COUNT
	MOVE ZERO TO RUN-DELETE-COUNT
	MOVE ZERO TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'DEPTHEXC DEPARTMENTS CHECKED  : ' WS-DEPTS-READ
	DISPLAY 'DEPTHEXC NOT PLACED           : ' WS-DEPTS-UNPLACED
	DISPLAY 'DEPTHEXC NODES NOT ON DEPT.DAT: ' WS-NODES-NOT-ON-FILE.
