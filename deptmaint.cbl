       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DEPTMAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT DEPT-FILE
		ASSIGN TO 'dept.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS DEPT-CODE OF DEPT-RECORD
		FILE STATUS IS DEPT-FILE-STATUS.
	SELECT DEPT-TRANS-FILE
		ASSIGN TO 'dept.trn'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DEPT-TRANS-STATUS.
	SELECT PHONE-FILE
		ASSIGN TO 'phone.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS PHONE-NO
		ALTERNATE RECORD KEY IS PHONE-NAME WITH DUPLICATES
		FILE STATUS IS PHONE-FILE-STATUS.
	SELECT AUTH-FILE
		ASSIGN TO 'phonauth.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AUTH-FILE-STATUS.
	SELECT HIER-FILE
		ASSIGN TO 'depthier.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS HIER-NODE-CODE
		FILE STATUS IS HIER-FILE-STATUS.
	SELECT RUN-LOG-FILE
		ASSIGN TO 'runlog.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RUN-LOG-STATUS.
	SELECT DEPT-ERROR-FILE
		ASSIGN TO 'depterr.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ERROR-FILE-STATUS.
	SELECT DEPT-AUDIT-FILE
		ASSIGN TO 'deptaud.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AUDIT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD DEPT-FILE.
01 DEPT-RECORD.
	COPY DEPTREC.

FD DEPT-TRANS-FILE.
01 DEPT-TRANS-RECORD.
	COPY DEPTTRN.

FD PHONE-FILE.
01 PHONE-RECORD.
	COPY PHONEREC.

FD AUTH-FILE.
01 AUTH-RECORD.
	*> one line per grant: the submitting department and one
	*> department it may maintain; '****' grants every department
	05 AUTH-SUBMIT-DEPT	PIC X(4).
	05 AUTH-MAINT-DEPT	PIC X(4).

FD HIER-FILE.
01 HIER-NODE-RECORD.
	COPY DEPTHIER.

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

FD DEPT-ERROR-FILE.
01 ERROR-LINE			PIC X(80).

FD DEPT-AUDIT-FILE.
01 DEPT-AUDIT-RECORD.
	COPY DEPTAUD.

WORKING-STORAGE SECTION.
01 DEPT-FILE-STATUS	PIC X(2).
01 DEPT-TRANS-STATUS	PIC X(2).
01 PHONE-FILE-STATUS	PIC X(2).
01 AUTH-FILE-STATUS	PIC X(2).
01 HIER-FILE-STATUS	PIC X(2).
01 ERROR-FILE-STATUS	PIC X(2).
01 RUN-LOG-STATUS	PIC X(2).
01 AUDIT-FILE-STATUS	PIC X(2).
01 WS-BEFORE-IMAGE.
	COPY DEPTREC REPLACING LEADING ==DEPT-== BY ==BEF-==.
01 WS-NEW-IMAGE.
	COPY DEPTREC REPLACING LEADING ==DEPT-== BY ==NEW-==.
01 WS-AUDIT-ACTION	PIC X.
01 WS-FLAGS.
	05 EOF-SWITCH	PIC X VALUE 'N'.
		88 TRANS-EOF	VALUE 'Y'.
	05 PHONE-EOF-SWITCH	PIC X VALUE 'N'.
		88 PHONE-EOF	VALUE 'Y'.
	05 AUTH-EOF-SWITCH	PIC X VALUE 'N'.
		88 AUTH-EOF	VALUE 'Y'.
	05 EDIT-SWITCH	PIC X VALUE 'Y'.
		88 EDIT-OK	VALUE 'Y' FALSE 'N'.
	05 IN-USE-SWITCH	PIC X VALUE 'N'.
		88 DEPT-IN-USE	VALUE 'Y' FALSE 'N'.
	05 USAGE-KNOWN-SWITCH	PIC X VALUE 'Y'.
		88 USAGE-KNOWN	VALUE 'Y' FALSE 'N'.
	05 HIER-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 HIER-FILE-AVAILABLE	VALUE 'Y'.
01 WS-PROGRESS-INTERVAL	PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-TRANS-READ	PIC 9(6) VALUE ZERO.
	05 WS-ADD-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-CHANGE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-DELETE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-REJECT-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-PHONES-SCANNED	PIC 9(6) VALUE ZERO.

*> every department code carried by a phone.dat record, gathered
*> once at the start of the run so each delete is checked without
*> rereading the directory
01 WS-USED-MAX-ENTRIES		PIC 9(3) VALUE 500.
01 WS-USED-COUNT		PIC 9(3) VALUE ZERO.
01 WS-USED-IX			PIC 9(3) VALUE ZERO.
01 WS-SCAN-IX			PIC 9(3) VALUE ZERO.
01 WS-USED-TABLE.
	05 WS-USED-DEPT OCCURS 500 TIMES	PIC X(4).

01 WS-AUTH-MAX-ENTRIES		PIC 9(3) VALUE 200.
01 WS-AUTH-COUNT		PIC 9(3) VALUE ZERO.
01 WS-AUTH-IX			PIC 9(3) VALUE ZERO.
01 WS-AUTH-TABLE.
	05 WS-AUTH-ENTRY OCCURS 200 TIMES.
		10 WS-AUTH-SUBMIT	PIC X(4).
		10 WS-AUTH-MAINT	PIC X(4).

01 ERR-DETAIL-LINE.
	05 FILLER		PIC X(10) VALUE 'DEPT-CODE:'.
	05 ERR-DEPT-CODE	PIC X(4).
	05 FILLER		PIC X(3) VALUE SPACES.
	05 ERR-REASON		PIC X(40).

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	PERFORM LOAD-DEPT-USAGE
	PERFORM LOAD-AUTH-TABLE
	PERFORM OPEN-FILES
	PERFORM UNTIL TRANS-EOF
		READ DEPT-TRANS-FILE
			AT END SET TRANS-EOF TO TRUE
			NOT AT END PERFORM APPLY-TRANSACTION
		END-READ
	END-PERFORM
	PERFORM CLOSE-FILES
	PERFORM WRITE-RUN-LOG-RECORD
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	STOP RUN.

LOAD-DEPT-USAGE.
	OPEN INPUT PHONE-FILE
	IF PHONE-FILE-STATUS NOT = '00'
		*> with no directory to check against, no delete can be
		*> proven safe, so every delete is refused this run
		SET PHONE-EOF TO TRUE
		SET USAGE-KNOWN TO FALSE
		DISPLAY 'DEPTMAINT: *** PHONE.DAT NOT AVAILABLE - '
			'DELETES WILL BE REFUSED ***'
	END-IF
	PERFORM UNTIL PHONE-EOF
		READ PHONE-FILE
			AT END SET PHONE-EOF TO TRUE
			NOT AT END PERFORM NOTE-DEPT-USAGE
		END-READ
	END-PERFORM
	CLOSE PHONE-FILE.

NOTE-DEPT-USAGE.
	ADD 1 TO WS-PHONES-SCANNED
	IF FUNCTION MOD(WS-PHONES-SCANNED, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'DEPTMAINT: ' WS-PHONES-SCANNED ' PHONE RECORDS SCANNED'
	END-IF
	MOVE ZERO TO WS-USED-IX
	PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
			UNTIL WS-SCAN-IX > WS-USED-COUNT
		IF WS-USED-DEPT(WS-SCAN-IX) = PHONE-DEPT-CODE
			MOVE WS-SCAN-IX TO WS-USED-IX
		END-IF
	END-PERFORM
	IF WS-USED-IX = 0
		IF WS-USED-COUNT >= WS-USED-MAX-ENTRIES
			*> a code we cannot hold cannot be proven unused either
			IF USAGE-KNOWN
				DISPLAY 'DEPTMAINT: *** DEPARTMENT USAGE TABLE FULL - '
					'DELETES WILL BE REFUSED ***'
			END-IF
			SET USAGE-KNOWN TO FALSE
		ELSE
			ADD 1 TO WS-USED-COUNT
			MOVE PHONE-DEPT-CODE TO WS-USED-DEPT(WS-USED-COUNT)
		END-IF
	END-IF.

LOAD-AUTH-TABLE.
	OPEN INPUT AUTH-FILE
	IF AUTH-FILE-STATUS NOT = '00'
		*> no grant file means no grant can name the department
		SET AUTH-EOF TO TRUE
	END-IF
	PERFORM UNTIL AUTH-EOF
		READ AUTH-FILE
			AT END SET AUTH-EOF TO TRUE
			NOT AT END PERFORM LOAD-ONE-AUTH-ENTRY
		END-READ
	END-PERFORM
	CLOSE AUTH-FILE.

LOAD-ONE-AUTH-ENTRY.
	IF WS-AUTH-COUNT >= WS-AUTH-MAX-ENTRIES
		SET USAGE-KNOWN TO FALSE
		DISPLAY 'DEPTMAINT: *** AUTHORIZATION TABLE FULL - '
			'DELETES WILL BE REFUSED ***'
	ELSE
		ADD 1 TO WS-AUTH-COUNT
		MOVE AUTH-SUBMIT-DEPT TO WS-AUTH-SUBMIT(WS-AUTH-COUNT)
		MOVE AUTH-MAINT-DEPT TO WS-AUTH-MAINT(WS-AUTH-COUNT)
	END-IF.

OPEN-FILES.
	OPEN I-O DEPT-FILE
	IF DEPT-FILE-STATUS = '35'
		*> first run ever: the department file does not exist yet
		OPEN OUTPUT DEPT-FILE
		CLOSE DEPT-FILE
		OPEN I-O DEPT-FILE
	END-IF
	OPEN INPUT DEPT-TRANS-FILE
	IF DEPT-TRANS-STATUS NOT = '00'
		SET TRANS-EOF TO TRUE
		DISPLAY 'DEPTMAINT: DEPT.TRN NOT FOUND - NOTHING TO APPLY'
	END-IF
	*> no hierarchy file simply means no roll-up has been built yet
	OPEN INPUT HIER-FILE
	IF HIER-FILE-STATUS = '00'
		SET HIER-FILE-AVAILABLE TO TRUE
	END-IF
	OPEN OUTPUT DEPT-ERROR-FILE
	OPEN EXTEND DEPT-AUDIT-FILE
	IF AUDIT-FILE-STATUS = '35'
		*> first update ever: the audit trail does not exist yet
		OPEN OUTPUT DEPT-AUDIT-FILE
	END-IF.

APPLY-TRANSACTION.
	ADD 1 TO WS-TRANS-READ
	IF FUNCTION MOD(WS-TRANS-READ, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'DEPTMAINT: ' WS-TRANS-READ ' TRANSACTIONS PROCESSED'
	END-IF
	MOVE DTRN-DEPT-RECORD TO DEPT-RECORD
	PERFORM EDIT-DEPT-RECORD
	IF NOT EDIT-OK
		ADD 1 TO WS-REJECT-COUNT
	ELSE
		EVALUATE TRUE
			WHEN DTRN-ADD
				PERFORM ADD-DEPT-RECORD
			WHEN DTRN-CHANGE
				PERFORM CHANGE-DEPT-RECORD
			WHEN DTRN-DELETE
				PERFORM DELETE-DEPT-RECORD
			WHEN OTHER
				MOVE 'INVALID ACTION CODE' TO ERR-REASON
				PERFORM REPORT-REJECTED-TRANSACTION
		END-EVALUATE
	END-IF.

EDIT-DEPT-RECORD.
	SET EDIT-OK TO TRUE
	IF DEPT-CODE OF DEPT-RECORD = SPACES
		SET EDIT-OK TO FALSE
		MOVE DEPT-CODE OF DEPT-RECORD TO ERR-DEPT-CODE
		MOVE 'DEPT-CODE IS REQUIRED' TO ERR-REASON
		WRITE ERROR-LINE FROM ERR-DETAIL-LINE
	END-IF
	IF DEPT-CODE OF DEPT-RECORD = '****'
		*> reserved: phonauth.dat uses it to grant every department
		SET EDIT-OK TO FALSE
		MOVE DEPT-CODE OF DEPT-RECORD TO ERR-DEPT-CODE
		MOVE 'DEPT-CODE **** IS RESERVED' TO ERR-REASON
		WRITE ERROR-LINE FROM ERR-DETAIL-LINE
	END-IF
	IF NOT DTRN-DELETE
		IF DEPT-NAME OF DEPT-RECORD = SPACES
			SET EDIT-OK TO FALSE
			MOVE DEPT-CODE OF DEPT-RECORD TO ERR-DEPT-CODE
			MOVE 'DEPT-NAME IS REQUIRED' TO ERR-REASON
			WRITE ERROR-LINE FROM ERR-DETAIL-LINE
		END-IF
	END-IF.

ADD-DEPT-RECORD.
	MOVE SPACES TO WS-BEFORE-IMAGE
	WRITE DEPT-RECORD
		INVALID KEY
			MOVE 'DUPLICATE DEPT-CODE ON ADD' TO ERR-REASON
			PERFORM REPORT-REJECTED-TRANSACTION
		NOT INVALID KEY
			ADD 1 TO WS-ADD-COUNT
			MOVE DEPT-RECORD TO WS-NEW-IMAGE
			MOVE 'A' TO WS-AUDIT-ACTION
			PERFORM WRITE-AUDIT-RECORD
	END-WRITE.

CHANGE-DEPT-RECORD.
	MOVE DEPT-RECORD TO WS-NEW-IMAGE
	READ DEPT-FILE INTO WS-BEFORE-IMAGE
		INVALID KEY
			MOVE 'DEPT-CODE NOT ON FILE FOR CHANGE' TO ERR-REASON
			PERFORM REPORT-REJECTED-TRANSACTION
		NOT INVALID KEY
			MOVE WS-NEW-IMAGE TO DEPT-RECORD
			REWRITE DEPT-RECORD
				INVALID KEY
					MOVE 'DEPT-CODE NOT ON FILE FOR CHANGE'
						TO ERR-REASON
					PERFORM REPORT-REJECTED-TRANSACTION
				NOT INVALID KEY
					ADD 1 TO WS-CHANGE-COUNT
					MOVE 'C' TO WS-AUDIT-ACTION
					PERFORM WRITE-AUDIT-RECORD
			END-REWRITE
	END-READ.

DELETE-DEPT-RECORD.
	PERFORM CHECK-DEPT-IN-USE
	EVALUATE TRUE
		WHEN NOT USAGE-KNOWN
			MOVE 'USAGE UNKNOWN - DELETE REFUSED' TO ERR-REASON
			PERFORM REPORT-REJECTED-TRANSACTION
		WHEN DEPT-IN-USE
			*> ERR-REASON already names what still holds the code
			PERFORM REPORT-REJECTED-TRANSACTION
		WHEN OTHER
			PERFORM REMOVE-DEPT-RECORD
	END-EVALUATE.

CHECK-DEPT-IN-USE.
	*> a code still carried by a directory line, named in a
	*> maintenance grant or placed in the hierarchy must stay:
	*> dropping it would orphan the lines for DEPTORPH to find
	*> later, leave a grant pointing at a department that no longer
	*> exists, or leave a node for DEPTHEXC to report
	SET DEPT-IN-USE TO FALSE
	PERFORM VARYING WS-USED-IX FROM 1 BY 1
			UNTIL WS-USED-IX > WS-USED-COUNT
		IF WS-USED-DEPT(WS-USED-IX) = DEPT-CODE OF DEPT-RECORD
			SET DEPT-IN-USE TO TRUE
			MOVE 'STILL CARRIED BY PHONE.DAT LINES' TO ERR-REASON
		END-IF
	END-PERFORM
	IF NOT DEPT-IN-USE
		PERFORM VARYING WS-AUTH-IX FROM 1 BY 1
				UNTIL WS-AUTH-IX > WS-AUTH-COUNT
			IF WS-AUTH-SUBMIT(WS-AUTH-IX) = DEPT-CODE OF DEPT-RECORD
			OR WS-AUTH-MAINT(WS-AUTH-IX) = DEPT-CODE OF DEPT-RECORD
				SET DEPT-IN-USE TO TRUE
				MOVE 'STILL NAMED IN A PHONAUTH.DAT GRANT'
					TO ERR-REASON
			END-IF
		END-PERFORM
	END-IF
	IF NOT DEPT-IN-USE
	AND HIER-FILE-AVAILABLE
		MOVE DEPT-CODE OF DEPT-RECORD TO HIER-NODE-CODE
		READ HIER-FILE
			INVALID KEY CONTINUE
			NOT INVALID KEY
				IF HIER-DEPARTMENT
					SET DEPT-IN-USE TO TRUE
					MOVE 'STILL A DEPARTMENT NODE IN DEPTHIER.DAT'
						TO ERR-REASON
				END-IF
		END-READ
	END-IF.

REMOVE-DEPT-RECORD.
	READ DEPT-FILE INTO WS-BEFORE-IMAGE
		INVALID KEY
			MOVE 'DEPT-CODE NOT ON FILE FOR DELETE' TO ERR-REASON
			PERFORM REPORT-REJECTED-TRANSACTION
		NOT INVALID KEY
			DELETE DEPT-FILE
				INVALID KEY
					MOVE 'DEPT-CODE NOT ON FILE FOR DELETE'
						TO ERR-REASON
					PERFORM REPORT-REJECTED-TRANSACTION
				NOT INVALID KEY
					ADD 1 TO WS-DELETE-COUNT
					MOVE SPACES TO WS-NEW-IMAGE
					MOVE 'D' TO WS-AUDIT-ACTION
					PERFORM WRITE-AUDIT-RECORD
			END-DELETE
	END-READ.

REPORT-REJECTED-TRANSACTION.
	ADD 1 TO WS-REJECT-COUNT
	MOVE DEPT-CODE OF DTRN-DEPT-RECORD TO ERR-DEPT-CODE
	WRITE ERROR-LINE FROM ERR-DETAIL-LINE.

WRITE-AUDIT-RECORD.
	MOVE FUNCTION CURRENT-DATE TO DAUD-TIMESTAMP
	MOVE WS-AUDIT-ACTION TO DAUD-ACTION-CODE
	MOVE WS-BEFORE-IMAGE TO DAUD-BEFORE-IMAGE
	MOVE WS-NEW-IMAGE TO DAUD-AFTER-IMAGE
	WRITE DEPT-AUDIT-RECORD.

CLOSE-FILES.
	CLOSE DEPT-FILE
	CLOSE DEPT-TRANS-FILE
	IF HIER-FILE-AVAILABLE
		CLOSE HIER-FILE
	END-IF
	CLOSE DEPT-ERROR-FILE
	CLOSE DEPT-AUDIT-FILE.

DISPLAY-TOTALS.
	DISPLAY 'DEPTMAINT TRANSACTIONS READ    : ' WS-TRANS-READ
	DISPLAY 'DEPTMAINT RECORDS ADDED        : ' WS-ADD-COUNT
	DISPLAY 'DEPTMAINT RECORDS CHANGED      : ' WS-CHANGE-COUNT
	DISPLAY 'DEPTMAINT RECORDS DELETED      : ' WS-DELETE-COUNT
	DISPLAY 'DEPTMAINT TRANSACTIONS REJECTED: ' WS-REJECT-COUNT.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'DEPTMAINT' TO RUN-PROGRAM-ID
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
