       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DEPTHMNT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT HIER-FILE
		ASSIGN TO 'depthier.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS HIER-NODE-CODE OF HIER-NODE-RECORD
		FILE STATUS IS HIER-FILE-STATUS.
	SELECT HIER-TRANS-FILE
		ASSIGN TO 'depthier.trn'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HIER-TRANS-STATUS.
	SELECT DEPT-FILE
		ASSIGN TO 'dept.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS DEPT-FILE-STATUS.
	SELECT RUN-LOG-FILE
		ASSIGN TO 'runlog.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RUN-LOG-STATUS.
	SELECT HIER-ERROR-FILE
		ASSIGN TO 'hiererr.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ERROR-FILE-STATUS.
	SELECT HIER-AUDIT-FILE
		ASSIGN TO 'hieraud.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AUDIT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD HIER-FILE.
01 HIER-NODE-RECORD.
	COPY DEPTHIER.

FD HIER-TRANS-FILE.
01 HIER-TRANS-RECORD.
	COPY HIERTRN.

FD DEPT-FILE.
01 DEPT-RECORD.
	COPY DEPTREC.

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

FD HIER-ERROR-FILE.
01 ERROR-LINE			PIC X(80).

FD HIER-AUDIT-FILE.
01 HIER-AUDIT-RECORD.
	COPY HIERAUD.

WORKING-STORAGE SECTION.
01 HIER-FILE-STATUS	PIC X(2).
01 HIER-TRANS-STATUS	PIC X(2).
01 DEPT-FILE-STATUS	PIC X(2).
01 ERROR-FILE-STATUS	PIC X(2).
01 RUN-LOG-STATUS	PIC X(2).
01 AUDIT-FILE-STATUS	PIC X(2).
01 WS-BEFORE-IMAGE.
	COPY DEPTHIER REPLACING LEADING ==HIER-== BY ==BEF-==.
01 WS-NEW-IMAGE.
	COPY DEPTHIER REPLACING LEADING ==HIER-== BY ==NEW-==.
01 WS-AUDIT-ACTION	PIC X.
01 WS-FLAGS.
	05 EOF-SWITCH	PIC X VALUE 'N'.
		88 TRANS-EOF	VALUE 'Y'.
	05 HIER-EOF-SWITCH	PIC X VALUE 'N'.
		88 HIER-EOF	VALUE 'Y'.
	05 EDIT-SWITCH	PIC X VALUE 'Y'.
		88 EDIT-OK	VALUE 'Y' FALSE 'N'.
	05 TREE-KNOWN-SWITCH	PIC X VALUE 'Y'.
		88 TREE-KNOWN	VALUE 'Y' FALSE 'N'.
	05 DEPT-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 DEPT-FILE-AVAILABLE	VALUE 'Y'.
	05 CHAIN-BROKEN-SWITCH	PIC X VALUE 'N'.
		88 CHAIN-BROKEN	VALUE 'Y' FALSE 'N'.
01 WS-PROGRESS-INTERVAL	PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-TRANS-READ	PIC 9(6) VALUE ZERO.
	05 WS-ADD-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-CHANGE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-DELETE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-REJECT-COUNT	PIC 9(6) VALUE ZERO.

*> the whole tree, held for the run so every parent, loop and
*> child check is made against the file as the earlier
*> transactions in the same run have left it
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

01 WS-WALK-CODE			PIC X(4).
01 WS-WALK-COUNT		PIC 9(3) VALUE ZERO.
01 WS-RANK-LEVEL		PIC X(1).
01 WS-LEVEL-RANK		PIC 9(1) VALUE ZERO.
01 WS-NODE-RANK			PIC 9(1) VALUE ZERO.

01 ERR-DETAIL-LINE.
	05 FILLER		PIC X(10) VALUE 'NODE-CODE:'.
	05 ERR-NODE-CODE	PIC X(4).
	05 FILLER		PIC X(3) VALUE SPACES.
	05 ERR-REASON		PIC X(40).

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	PERFORM OPEN-FILES
	PERFORM LOAD-HIER-TABLE
	PERFORM UNTIL TRANS-EOF
		READ HIER-TRANS-FILE
			AT END SET TRANS-EOF TO TRUE
			NOT AT END PERFORM APPLY-TRANSACTION
		END-READ
	END-PERFORM
	PERFORM CLOSE-FILES
	PERFORM WRITE-RUN-LOG-RECORD
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	STOP RUN.

OPEN-FILES.
	OPEN I-O HIER-FILE
	IF HIER-FILE-STATUS = '35'
		*> first run ever: the hierarchy file does not exist yet
		OPEN OUTPUT HIER-FILE
		CLOSE HIER-FILE
		OPEN I-O HIER-FILE
	END-IF
	IF HIER-FILE-STATUS NOT = '00'
		SET TRANS-EOF TO TRUE
		SET HIER-EOF TO TRUE
		DISPLAY 'DEPTHMNT: *** DEPTHIER.DAT NOT AVAILABLE - '
			'NOTHING APPLIED ***'
		MOVE 8 TO RETURN-CODE
	END-IF
	OPEN INPUT DEPT-FILE
	IF DEPT-FILE-STATUS = '00'
		SET DEPT-FILE-AVAILABLE TO TRUE
	ELSE
		DISPLAY 'DEPTHMNT: *** DEPT.DAT NOT AVAILABLE - '
			'DEPARTMENT NODES WILL BE REFUSED ***'
	END-IF
	OPEN INPUT HIER-TRANS-FILE
	IF HIER-TRANS-STATUS NOT = '00'
		SET TRANS-EOF TO TRUE
		DISPLAY 'DEPTHMNT: DEPTHIER.TRN NOT FOUND - NOTHING TO APPLY'
	END-IF
	OPEN OUTPUT HIER-ERROR-FILE
	OPEN EXTEND HIER-AUDIT-FILE
	IF AUDIT-FILE-STATUS = '35'
		*> first update ever: the audit trail does not exist yet
		OPEN OUTPUT HIER-AUDIT-FILE
	END-IF.

LOAD-HIER-TABLE.
	PERFORM UNTIL HIER-EOF
		READ HIER-FILE NEXT RECORD
			AT END SET HIER-EOF TO TRUE
			NOT AT END PERFORM LOAD-ONE-HIER-ENTRY
		END-READ
	END-PERFORM.

LOAD-ONE-HIER-ENTRY.
	IF WS-HIER-COUNT >= WS-HIER-MAX-ENTRIES
		*> a tree we cannot hold whole cannot be proven loop-free
		IF TREE-KNOWN
			DISPLAY 'DEPTHMNT: *** HIERARCHY TABLE FULL - '
				'ALL TRANSACTIONS WILL BE REFUSED ***'
		END-IF
		SET TREE-KNOWN TO FALSE
	ELSE
		ADD 1 TO WS-HIER-COUNT
		MOVE HIER-NODE-CODE OF HIER-NODE-RECORD
			TO WS-HT-CODE(WS-HIER-COUNT)
		MOVE HIER-NODE-LEVEL OF HIER-NODE-RECORD
			TO WS-HT-LEVEL(WS-HIER-COUNT)
		MOVE HIER-NODE-NAME OF HIER-NODE-RECORD
			TO WS-HT-NAME(WS-HIER-COUNT)
		MOVE HIER-PARENT-CODE OF HIER-NODE-RECORD
			TO WS-HT-PARENT(WS-HIER-COUNT)
	END-IF.

APPLY-TRANSACTION.
	ADD 1 TO WS-TRANS-READ
	IF FUNCTION MOD(WS-TRANS-READ, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'DEPTHMNT: ' WS-TRANS-READ ' TRANSACTIONS PROCESSED'
	END-IF
	MOVE HTRN-NODE-RECORD TO HIER-NODE-RECORD
	PERFORM EDIT-NODE-RECORD
	IF NOT EDIT-OK
		ADD 1 TO WS-REJECT-COUNT
	ELSE
		EVALUATE TRUE
			WHEN NOT TREE-KNOWN
				MOVE 'HIERARCHY TOO LARGE - REFUSED' TO ERR-REASON
				PERFORM REPORT-REJECTED-TRANSACTION
			WHEN HTRN-ADD
				PERFORM ADD-NODE-RECORD
			WHEN HTRN-CHANGE
				PERFORM CHANGE-NODE-RECORD
			WHEN HTRN-DELETE
				PERFORM DELETE-NODE-RECORD
			WHEN OTHER
				MOVE 'INVALID ACTION CODE' TO ERR-REASON
				PERFORM REPORT-REJECTED-TRANSACTION
		END-EVALUATE
	END-IF.

EDIT-NODE-RECORD.
	SET EDIT-OK TO TRUE
	MOVE HIER-NODE-CODE OF HIER-NODE-RECORD TO ERR-NODE-CODE
	IF HIER-NODE-CODE OF HIER-NODE-RECORD = SPACES
		SET EDIT-OK TO FALSE
		MOVE 'NODE-CODE IS REQUIRED' TO ERR-REASON
		WRITE ERROR-LINE FROM ERR-DETAIL-LINE
	END-IF
	IF HIER-NODE-CODE OF HIER-NODE-RECORD = '****'
		*> reserved: phonauth.dat uses it to grant every department
		SET EDIT-OK TO FALSE
		MOVE 'NODE-CODE **** IS RESERVED' TO ERR-REASON
		WRITE ERROR-LINE FROM ERR-DETAIL-LINE
	END-IF
	IF NOT HTRN-DELETE
		IF NOT HIER-LEVEL-VALID OF HIER-NODE-RECORD
			SET EDIT-OK TO FALSE
			MOVE 'LEVEL MUST BE D, B, V OR C' TO ERR-REASON
			WRITE ERROR-LINE FROM ERR-DETAIL-LINE
		END-IF
		*> a department takes its name from dept.dat; the levels
		*> above it exist only here and must carry their own
		IF HIER-NODE-NAME OF HIER-NODE-RECORD = SPACES
		AND NOT HIER-DEPARTMENT OF HIER-NODE-RECORD
			SET EDIT-OK TO FALSE
			MOVE 'NODE-NAME IS REQUIRED' TO ERR-REASON
			WRITE ERROR-LINE FROM ERR-DETAIL-LINE
		END-IF
	END-IF.

ADD-NODE-RECORD.
	MOVE HIER-NODE-CODE OF HIER-NODE-RECORD TO WS-FIND-CODE
	PERFORM FIND-HIER-NODE
	EVALUATE TRUE
		WHEN WS-FIND-IX > 0
			MOVE 'DUPLICATE NODE-CODE ON ADD' TO ERR-REASON
			PERFORM REPORT-REJECTED-TRANSACTION
		WHEN WS-HIER-COUNT >= WS-HIER-MAX-ENTRIES
			MOVE 'HIERARCHY TABLE FULL - ADD REFUSED' TO ERR-REASON
			PERFORM REPORT-REJECTED-TRANSACTION
		WHEN OTHER
			PERFORM CHECK-NODE-PLACEMENT
			IF NOT EDIT-OK
				PERFORM REPORT-REJECTED-TRANSACTION
			ELSE
				PERFORM WRITE-NODE-RECORD
			END-IF
	END-EVALUATE.

WRITE-NODE-RECORD.
	MOVE SPACES TO WS-BEFORE-IMAGE
	WRITE HIER-NODE-RECORD
		INVALID KEY
			MOVE 'DUPLICATE NODE-CODE ON ADD' TO ERR-REASON
			PERFORM REPORT-REJECTED-TRANSACTION
		NOT INVALID KEY
			ADD 1 TO WS-ADD-COUNT
			ADD 1 TO WS-HIER-COUNT
			MOVE WS-HIER-COUNT TO WS-HIER-IX
			PERFORM STORE-TABLE-ENTRY
			MOVE HIER-NODE-RECORD TO WS-NEW-IMAGE
			MOVE 'A' TO WS-AUDIT-ACTION
			PERFORM WRITE-AUDIT-RECORD
	END-WRITE.

CHANGE-NODE-RECORD.
	MOVE HIER-NODE-CODE OF HIER-NODE-RECORD TO WS-FIND-CODE
	PERFORM FIND-HIER-NODE
	IF WS-FIND-IX = 0
		MOVE 'NODE-CODE NOT ON FILE FOR CHANGE' TO ERR-REASON
		PERFORM REPORT-REJECTED-TRANSACTION
	ELSE
		MOVE WS-FIND-IX TO WS-HIER-IX
		PERFORM CHECK-NODE-PLACEMENT
		IF EDIT-OK
			PERFORM CHECK-CHILD-LEVELS
		END-IF
		IF NOT EDIT-OK
			PERFORM REPORT-REJECTED-TRANSACTION
		ELSE
			PERFORM REWRITE-NODE-RECORD
		END-IF
	END-IF.

REWRITE-NODE-RECORD.
	MOVE HIER-NODE-RECORD TO WS-NEW-IMAGE
	READ HIER-FILE INTO WS-BEFORE-IMAGE
		INVALID KEY
			MOVE 'NODE-CODE NOT ON FILE FOR CHANGE' TO ERR-REASON
			PERFORM REPORT-REJECTED-TRANSACTION
		NOT INVALID KEY
			MOVE WS-NEW-IMAGE TO HIER-NODE-RECORD
			REWRITE HIER-NODE-RECORD
				INVALID KEY
					MOVE 'NODE-CODE NOT ON FILE FOR CHANGE'
						TO ERR-REASON
					PERFORM REPORT-REJECTED-TRANSACTION
				NOT INVALID KEY
					ADD 1 TO WS-CHANGE-COUNT
					PERFORM STORE-TABLE-ENTRY
					MOVE 'C' TO WS-AUDIT-ACTION
					PERFORM WRITE-AUDIT-RECORD
			END-REWRITE
	END-READ.

DELETE-NODE-RECORD.
	*> a node with children must stay: removing it would leave them
	*> pointing at a parent that no longer exists
	MOVE HIER-NODE-CODE OF HIER-NODE-RECORD TO WS-FIND-CODE
	PERFORM FIND-HIER-NODE
	MOVE WS-FIND-IX TO WS-HIER-IX
	SET EDIT-OK TO TRUE
	PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
			UNTIL WS-SCAN-IX > WS-HIER-COUNT
		IF WS-HT-PARENT(WS-SCAN-IX) = HIER-NODE-CODE OF HIER-NODE-RECORD
			SET EDIT-OK TO FALSE
		END-IF
	END-PERFORM
	EVALUATE TRUE
		WHEN WS-HIER-IX = 0
			MOVE 'NODE-CODE NOT ON FILE FOR DELETE' TO ERR-REASON
			PERFORM REPORT-REJECTED-TRANSACTION
		WHEN NOT EDIT-OK
			MOVE 'STILL THE PARENT OF OTHER NODES' TO ERR-REASON
			PERFORM REPORT-REJECTED-TRANSACTION
		WHEN OTHER
			PERFORM REMOVE-NODE-RECORD
	END-EVALUATE.

REMOVE-NODE-RECORD.
	READ HIER-FILE INTO WS-BEFORE-IMAGE
		INVALID KEY
			MOVE 'NODE-CODE NOT ON FILE FOR DELETE' TO ERR-REASON
			PERFORM REPORT-REJECTED-TRANSACTION
		NOT INVALID KEY
			DELETE HIER-FILE
				INVALID KEY
					MOVE 'NODE-CODE NOT ON FILE FOR DELETE'
						TO ERR-REASON
					PERFORM REPORT-REJECTED-TRANSACTION
				NOT INVALID KEY
					ADD 1 TO WS-DELETE-COUNT
					*> the last entry fills the gap
					MOVE WS-HIER-ENTRY(WS-HIER-COUNT)
						TO WS-HIER-ENTRY(WS-HIER-IX)
					SUBTRACT 1 FROM WS-HIER-COUNT
					MOVE SPACES TO WS-NEW-IMAGE
					MOVE 'D' TO WS-AUDIT-ACTION
					PERFORM WRITE-AUDIT-RECORD
			END-DELETE
	END-READ.

CHECK-NODE-PLACEMENT.
	*> only a company stands alone; every other node must name a
	*> parent already in the tree, at a higher level, whose own
	*> chain climbs to a company without coming back to this node
	SET EDIT-OK TO TRUE
	MOVE HIER-NODE-LEVEL OF HIER-NODE-RECORD TO WS-RANK-LEVEL
	PERFORM SET-LEVEL-RANK
	MOVE WS-LEVEL-RANK TO WS-NODE-RANK
	IF HIER-COMPANY OF HIER-NODE-RECORD
		IF HIER-PARENT-CODE OF HIER-NODE-RECORD NOT = SPACES
			SET EDIT-OK TO FALSE
			MOVE 'A COMPANY HAS NO PARENT' TO ERR-REASON
		END-IF
	ELSE
		EVALUATE TRUE
			WHEN HIER-PARENT-CODE OF HIER-NODE-RECORD = SPACES
				SET EDIT-OK TO FALSE
				MOVE 'PARENT-CODE IS REQUIRED' TO ERR-REASON
			WHEN HIER-PARENT-CODE OF HIER-NODE-RECORD
					= HIER-NODE-CODE OF HIER-NODE-RECORD
				SET EDIT-OK TO FALSE
				MOVE 'NODE CANNOT BE ITS OWN PARENT' TO ERR-REASON
			WHEN OTHER
				PERFORM CHECK-PARENT-NODE
		END-EVALUATE
	END-IF
	IF EDIT-OK
	AND HIER-DEPARTMENT OF HIER-NODE-RECORD
		PERFORM CHECK-DEPT-ON-FILE
	END-IF.

CHECK-PARENT-NODE.
	MOVE HIER-PARENT-CODE OF HIER-NODE-RECORD TO WS-FIND-CODE
	PERFORM FIND-HIER-NODE
	IF WS-FIND-IX = 0
		SET EDIT-OK TO FALSE
		MOVE 'PARENT NOT IN HIERARCHY' TO ERR-REASON
	ELSE
		MOVE WS-HT-LEVEL(WS-FIND-IX) TO WS-RANK-LEVEL
		PERFORM SET-LEVEL-RANK
		IF WS-LEVEL-RANK NOT > WS-NODE-RANK
			SET EDIT-OK TO FALSE
			MOVE 'PARENT MUST BE A HIGHER LEVEL' TO ERR-REASON
		ELSE
			PERFORM CHECK-PARENT-CHAIN
		END-IF
	END-IF.

CHECK-PARENT-CHAIN.
	*> climb from the parent; no chain can be longer than the tree
	*> itself, so one that is has come round on itself
	SET CHAIN-BROKEN TO FALSE
	MOVE HIER-PARENT-CODE OF HIER-NODE-RECORD TO WS-WALK-CODE
	PERFORM VARYING WS-WALK-COUNT FROM 1 BY 1
			UNTIL WS-WALK-CODE = SPACES
			OR WS-WALK-CODE = HIER-NODE-CODE OF HIER-NODE-RECORD
			OR WS-WALK-COUNT > WS-HIER-COUNT
		MOVE WS-WALK-CODE TO WS-FIND-CODE
		PERFORM FIND-HIER-NODE
		IF WS-FIND-IX = 0
			SET CHAIN-BROKEN TO TRUE
			MOVE SPACES TO WS-WALK-CODE
		ELSE
			MOVE WS-HT-PARENT(WS-FIND-IX) TO WS-WALK-CODE
		END-IF
	END-PERFORM
	EVALUATE TRUE
		WHEN WS-WALK-CODE = HIER-NODE-CODE OF HIER-NODE-RECORD
			SET EDIT-OK TO FALSE
			MOVE 'PARENT CHAIN WOULD FORM A LOOP' TO ERR-REASON
		WHEN WS-WALK-CODE NOT = SPACES
			SET EDIT-OK TO FALSE
			MOVE 'PARENT CHAIN ALREADY LOOPS' TO ERR-REASON
		WHEN CHAIN-BROKEN
			SET EDIT-OK TO FALSE
			MOVE 'PARENT CHAIN HAS A MISSING NODE' TO ERR-REASON
	END-EVALUATE.

CHECK-DEPT-ON-FILE.
	*> judged on the switch set at open, not the live file status: a
	*> not-found read flips the status and must not stop the lookups
	*> for every transaction behind it
	IF DEPT-FILE-AVAILABLE
		MOVE HIER-NODE-CODE OF HIER-NODE-RECORD TO DEPT-CODE
		READ DEPT-FILE
			INVALID KEY
				SET EDIT-OK TO FALSE
				MOVE 'DEPARTMENT NOT ON DEPT.DAT' TO ERR-REASON
		END-READ
	ELSE
		SET EDIT-OK TO FALSE
		MOVE 'DEPT.DAT UNAVAILABLE - REFUSED' TO ERR-REASON
	END-IF.

CHECK-CHILD-LEVELS.
	*> a level change must leave every child still below this node
	PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
			UNTIL WS-SCAN-IX > WS-HIER-COUNT
		IF WS-HT-PARENT(WS-SCAN-IX) = HIER-NODE-CODE OF HIER-NODE-RECORD
			MOVE WS-HT-LEVEL(WS-SCAN-IX) TO WS-RANK-LEVEL
			PERFORM SET-LEVEL-RANK
			IF WS-LEVEL-RANK NOT < WS-NODE-RANK
				SET EDIT-OK TO FALSE
				MOVE 'A CHILD NODE WOULD NOT RANK BELOW' TO ERR-REASON
			END-IF
		END-IF
	END-PERFORM.

SET-LEVEL-RANK.
	EVALUATE WS-RANK-LEVEL
		WHEN 'D'
			MOVE 1 TO WS-LEVEL-RANK
		WHEN 'B'
			MOVE 2 TO WS-LEVEL-RANK
		WHEN 'V'
			MOVE 3 TO WS-LEVEL-RANK
		WHEN 'C'
			MOVE 4 TO WS-LEVEL-RANK
		WHEN OTHER
			MOVE ZERO TO WS-LEVEL-RANK
	END-EVALUATE.

FIND-HIER-NODE.
	MOVE ZERO TO WS-FIND-IX
	PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
			UNTIL WS-SCAN-IX > WS-HIER-COUNT
			OR WS-FIND-IX > 0
		IF WS-HT-CODE(WS-SCAN-IX) = WS-FIND-CODE
			MOVE WS-SCAN-IX TO WS-FIND-IX
		END-IF
	END-PERFORM.

STORE-TABLE-ENTRY.
	MOVE HIER-NODE-CODE OF HIER-NODE-RECORD TO WS-HT-CODE(WS-HIER-IX)
	MOVE HIER-NODE-LEVEL OF HIER-NODE-RECORD TO WS-HT-LEVEL(WS-HIER-IX)
	MOVE HIER-NODE-NAME OF HIER-NODE-RECORD TO WS-HT-NAME(WS-HIER-IX)
	MOVE HIER-PARENT-CODE OF HIER-NODE-RECORD
		TO WS-HT-PARENT(WS-HIER-IX).

REPORT-REJECTED-TRANSACTION.
	ADD 1 TO WS-REJECT-COUNT
	MOVE HIER-NODE-CODE OF HTRN-NODE-RECORD TO ERR-NODE-CODE
	WRITE ERROR-LINE FROM ERR-DETAIL-LINE.

WRITE-AUDIT-RECORD.
	MOVE FUNCTION CURRENT-DATE TO HAUD-TIMESTAMP
	MOVE WS-AUDIT-ACTION TO HAUD-ACTION-CODE
	MOVE WS-BEFORE-IMAGE TO HAUD-BEFORE-IMAGE
	MOVE WS-NEW-IMAGE TO HAUD-AFTER-IMAGE
	WRITE HIER-AUDIT-RECORD.

CLOSE-FILES.
	CLOSE HIER-FILE
	CLOSE DEPT-FILE
	CLOSE HIER-TRANS-FILE
	CLOSE HIER-ERROR-FILE
	CLOSE HIER-AUDIT-FILE.

DISPLAY-TOTALS.
	DISPLAY 'DEPTHMNT TRANSACTIONS READ    : ' WS-TRANS-READ
	DISPLAY 'DEPTHMNT NODES ADDED          : ' WS-ADD-COUNT
	DISPLAY 'DEPTHMNT NODES CHANGED        : ' WS-CHANGE-COUNT
	DISPLAY 'DEPTHMNT NODES DELETED        : ' WS-DELETE-COUNT
	DISPLAY 'DEPTHMNT TRANSACTIONS REJECTED: ' WS-REJECT-COUNT.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'DEPTHMNT' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-TRANS-READ TO RUN-RECORDS-IN
	COMPUTE RUN-RECORDS-OUT =
		WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
	MOVE WS-REJECT-COUNT TO RUN-REJECT-COUNT
	MOVE WS-ADD-COUNT TO RUN-ADD-COUNT
	MOVE WS-DELETE-COUNT TO RUN-DELETE-COUNT
	MOVE ZERO TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.
