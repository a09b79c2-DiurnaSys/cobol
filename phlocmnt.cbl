		ASSIGN TO 'phonlaud.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AUDIT-FILE-STATUS.
	SELECT LOC-REJECT-FILE
		ASSIGN TO 'phonlrej.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REJECT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD LOCATION-FILE.
01 LOC-AUDIT-RECORD.
	COPY LOCAUDIT.

FD LOC-REJECT-FILE.
01 LOCATION-REJECT-RECORD.
	COPY LOCREJ.

WORKING-STORAGE SECTION.
01 LOCATION-FILE-STATUS	PIC X(2).
01 LOC-TRANS-STATUS	PIC X(2).
01 ERROR-FILE-STATUS	PIC X(2).
01 RUN-LOG-STATUS	PIC X(2).
01 AUDIT-FILE-STATUS	PIC X(2).
01 REJECT-FILE-STATUS	PIC X(2).
01 WS-BEFORE-IMAGE.
	COPY PHONLOC REPLACING LEADING ==LOC-== BY ==BEF-==.
01 WS-NEW-IMAGE.
	COPY PHONLOC REPLACING LEADING ==LOC-== BY ==NEW-==.
01 WS-AUDIT-ACTION	PIC X.
*> the first reason a transaction failed on, for the reject file
01 WS-REJECT-CODE	PIC X(4) VALUE SPACES.
01 WS-REJECT-REASON	PIC X(40) VALUE SPACES.
01 WS-FLAGS.
	05 EOF-SWITCH	PIC X VALUE 'N'.
		88 TRANS-EOF	VALUE 'Y'.
	END-IF
	OPEN INPUT LOC-TRANS-FILE
	OPEN OUTPUT LOC-ERROR-FILE
	OPEN EXTEND LOC-AUDIT-FILE
	OPEN EXTEND LOC-REJECT-FILE
	IF REJECT-FILE-STATUS = '35'
		*> first run ever: the reject file does not exist yet
		OPEN OUTPUT LOC-REJECT-FILE
	END-IF.

APPLY-TRANSACTION.
	ADD 1 TO WS-TRANS-READ
		DISPLAY 'PHLOCMNT: ' WS-TRANS-READ ' TRANSACTIONS PROCESSED'
	END-IF
	MOVE LTRN-LOCATION-RECORD TO LOCATION-RECORD
	MOVE SPACES TO WS-REJECT-CODE
	MOVE SPACES TO WS-REJECT-REASON
	PERFORM EDIT-LOCATION-RECORD
	IF NOT EDIT-OK
		ADD 1 TO WS-REJECT-COUNT
		PERFORM WRITE-LOCATION-REJECT
	ELSE
		EVALUATE TRUE
			WHEN LTRN-ADD
					TO ERR-PHONE-NO
				MOVE 'INVALID ACTION CODE' TO ERR-REASON
				WRITE ERROR-LINE FROM ERR-DETAIL-LINE
				MOVE 'ACTN' TO WS-REJECT-CODE
				MOVE ERR-REASON TO WS-REJECT-REASON
				PERFORM WRITE-LOCATION-REJECT
		END-EVALUATE
	END-IF.

		MOVE LOC-PHONE-NO OF LOCATION-RECORD TO ERR-PHONE-NO
		MOVE 'PHONE-NO IS NOT NUMERIC' TO ERR-REASON
		WRITE ERROR-LINE FROM ERR-DETAIL-LINE
		MOVE 'NNUM' TO WS-REJECT-CODE
		MOVE ERR-REASON TO WS-REJECT-REASON
	END-IF
	IF NOT LTRN-DELETE
		IF LOC-BUILDING OF LOCATION-RECORD = SPACES
			MOVE LOC-PHONE-NO OF LOCATION-RECORD TO ERR-PHONE-NO
			MOVE 'BUILDING IS REQUIRED' TO ERR-REASON
			WRITE ERROR-LINE FROM ERR-DETAIL-LINE
			IF WS-REJECT-CODE = SPACES
				MOVE 'BLDG' TO WS-REJECT-CODE
				MOVE ERR-REASON TO WS-REJECT-REASON
			END-IF
		END-IF
		IF LOC-FLOOR OF LOCATION-RECORD = SPACES
			SET EDIT-OK TO FALSE
			MOVE LOC-PHONE-NO OF LOCATION-RECORD TO ERR-PHONE-NO
			MOVE 'FLOOR IS REQUIRED' TO ERR-REASON
			WRITE ERROR-LINE FROM ERR-DETAIL-LINE
			IF WS-REJECT-CODE = SPACES
				MOVE 'FLOR' TO WS-REJECT-CODE
				MOVE ERR-REASON TO WS-REJECT-REASON
			END-IF
		END-IF
	END-IF.

	WRITE LOCATION-RECORD
		INVALID KEY
			MOVE 'DUPLICATE PHONE-NO ON ADD' TO ERR-REASON
			MOVE 'DUPA' TO WS-REJECT-CODE
			PERFORM REPORT-REJECTED-TRANSACTION
		NOT INVALID KEY
			ADD 1 TO WS-ADD-COUNT
	READ LOCATION-FILE INTO WS-BEFORE-IMAGE
		INVALID KEY
			MOVE 'PHONE-NO NOT ON FILE FOR CHANGE' TO ERR-REASON
			MOVE 'NFCH' TO WS-REJECT-CODE
			PERFORM REPORT-REJECTED-TRANSACTION
		NOT INVALID KEY
			MOVE WS-NEW-IMAGE TO LOCATION-RECORD
				INVALID KEY
					MOVE 'PHONE-NO NOT ON FILE FOR CHANGE'
						TO ERR-REASON
					MOVE 'NFCH' TO WS-REJECT-CODE
					PERFORM REPORT-REJECTED-TRANSACTION
				NOT INVALID KEY
					ADD 1 TO WS-CHANGE-COUNT
	READ LOCATION-FILE INTO WS-BEFORE-IMAGE
		INVALID KEY
			MOVE 'PHONE-NO NOT ON FILE FOR DELETE' TO ERR-REASON
			MOVE 'NFDL' TO WS-REJECT-CODE
			PERFORM REPORT-REJECTED-TRANSACTION
		NOT INVALID KEY
			DELETE LOCATION-FILE
				INVALID KEY
					MOVE 'PHONE-NO NOT ON FILE FOR DELETE'
						TO ERR-REASON
					MOVE 'NFDL' TO WS-REJECT-CODE
					PERFORM REPORT-REJECTED-TRANSACTION
				NOT INVALID KEY
					ADD 1 TO WS-DELETE-COUNT
REPORT-REJECTED-TRANSACTION.
	ADD 1 TO WS-REJECT-COUNT
	MOVE LOC-PHONE-NO OF LTRN-LOCATION-RECORD TO ERR-PHONE-NO
	WRITE ERROR-LINE FROM ERR-DETAIL-LINE
	MOVE ERR-REASON TO WS-REJECT-REASON
	PERFORM WRITE-LOCATION-REJECT.

WRITE-LOCATION-REJECT.
	*> one record per refused transaction, carrying the move order
	*> number so the move-order follow-up can show the refusal
	MOVE FUNCTION CURRENT-DATE(1:8) TO LREJ-REJECT-DATE
	MOVE WS-REJECT-CODE TO LREJ-REJECT-CODE
	MOVE LTRN-ORDER-NO TO LREJ-ORDER-NO
	MOVE LOC-PHONE-NO OF LTRN-LOCATION-RECORD TO LREJ-PHONE-NO
	MOVE WS-REJECT-REASON TO LREJ-REASON
	MOVE LOC-TRANS-RECORD TO LREJ-TRANS-IMAGE
	WRITE LOCATION-REJECT-RECORD.

WRITE-AUDIT-RECORD.
	MOVE FUNCTION CURRENT-DATE TO LAUD-TIMESTAMP
	CLOSE LOCATION-FILE
	CLOSE LOC-TRANS-FILE
	CLOSE LOC-ERROR-FILE
	CLOSE LOC-AUDIT-FILE
	CLOSE LOC-REJECT-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHLOCMNT TRANSACTIONS READ    : ' WS-TRANS-READ
