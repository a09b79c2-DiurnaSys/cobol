       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GRPMAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT GROUP-FILE
		ASSIGN TO 'huntgrp.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GRP-NO OF GROUP-RECORD
		ALTERNATE RECORD KEY IS GRP-NAME OF GROUP-RECORD
			WITH DUPLICATES
		FILE STATUS IS GROUP-FILE-STATUS.
	SELECT GROUP-TRANS-FILE
		ASSIGN TO 'huntgrp.trn'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS GROUP-TRANS-STATUS.
	SELECT PHONE-FILE
		ASSIGN TO 'phone.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS PHONE-NO
		ALTERNATE RECORD KEY IS PHONE-NAME WITH DUPLICATES
		FILE STATUS IS PHONE-FILE-STATUS.
	SELECT DEPT-FILE
		ASSIGN TO 'dept.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS DEPT-FILE-STATUS.
	SELECT INVENTORY-FILE
		ASSIGN TO 'phoninv.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS INV-PHONE-NO
		FILE STATUS IS INVENTORY-FILE-STATUS.
	SELECT INVENTORY-CTL-FILE
		ASSIGN TO 'phoninv.ctl'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS INVENTORY-CTL-STATUS.
	SELECT RUN-LOG-FILE
		ASSIGN TO 'runlog.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RUN-LOG-STATUS.
	SELECT GROUP-ERROR-FILE
		ASSIGN TO 'grperr.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ERROR-FILE-STATUS.
	SELECT GROUP-AUDIT-FILE
		ASSIGN TO 'grpaud.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AUDIT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD GROUP-FILE.
01 GROUP-RECORD.
	COPY GRPREC.

FD GROUP-TRANS-FILE.
01 GROUP-TRANS-RECORD.
	COPY GRPTRN.

FD PHONE-FILE.
01 PHONE-RECORD.
	COPY PHONEREC.

FD DEPT-FILE.
01 DEPT-RECORD.
	COPY DEPTREC.

FD INVENTORY-FILE.
01 INVENTORY-RECORD.
	COPY NUMINV.

FD INVENTORY-CTL-FILE.
01 INVENTORY-CTL-RECORD.
	COPY INVCTL.

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

FD GROUP-ERROR-FILE.
01 ERROR-LINE			PIC X(80).

FD GROUP-AUDIT-FILE.
01 GROUP-AUDIT-RECORD.
	COPY GRPAUD.

WORKING-STORAGE SECTION.
01 GROUP-FILE-STATUS	PIC X(2).
01 GROUP-TRANS-STATUS	PIC X(2).
01 PHONE-FILE-STATUS	PIC X(2).
01 DEPT-FILE-STATUS	PIC X(2).
01 ERROR-FILE-STATUS	PIC X(2).
01 RUN-LOG-STATUS	PIC X(2).
01 AUDIT-FILE-STATUS	PIC X(2).
01 INVENTORY-FILE-STATUS	PIC X(2).
01 INVENTORY-CTL-STATUS	PIC X(2).
01 WS-BEFORE-IMAGE.
	COPY GRPREC REPLACING LEADING ==GRP-== BY ==BEF-==.
01 WS-NEW-IMAGE.
	COPY GRPREC REPLACING LEADING ==GRP-== BY ==NEW-==.
01 WS-AUDIT-ACTION	PIC X.
01 WS-TODAY-DATE	PIC X(8) VALUE SPACES.
01 WS-QUARANTINE-DAYS	PIC 9(3) VALUE 90.
01 WS-TODAY-INTEGER	PIC 9(8) VALUE ZERO.
01 WS-QUARANTINE-END	PIC 9(8) VALUE ZERO.
01 WS-FLAGS.
	05 EOF-SWITCH	PIC X VALUE 'N'.
		88 TRANS-EOF	VALUE 'Y'.
	05 SCAN-EOF-SWITCH	PIC X VALUE 'N'.
		88 SCAN-EOF	VALUE 'Y' FALSE 'N'.
	05 EDIT-SWITCH	PIC X VALUE 'Y'.
		88 EDIT-OK	VALUE 'Y' FALSE 'N'.
	05 DEPT-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 DEPT-FILE-AVAILABLE	VALUE 'Y'.
	05 INV-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 INVENTORY-FILE-AVAILABLE VALUE 'Y'.
	05 NUMBER-USED-SWITCH	PIC X VALUE 'N'.
		88 NUMBER-ON-DIRECTORY	VALUE 'Y' FALSE 'N'.
	05 PILOT-USED-SWITCH	PIC X VALUE 'N'.
		88 PILOT-ON-DIRECTORY	VALUE 'Y' FALSE 'N'.
	05 PILOT-SHARED-SWITCH	PIC X VALUE 'N'.
		88 PILOT-ON-OTHER-GROUP	VALUE 'Y' FALSE 'N'.
01 WS-PROGRESS-INTERVAL	PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-TRANS-READ	PIC 9(6) VALUE ZERO.
	05 WS-ADD-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-CHANGE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-DELETE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-REJECT-COUNT	PIC 9(6) VALUE ZERO.

01 WS-MEMBER-MAX		PIC 9(2) VALUE 20.
01 WS-MEMBER-IX			PIC 9(2) VALUE ZERO.
01 WS-OTHER-IX			PIC 9(2) VALUE ZERO.
*> one byte per member slot: set when the extension is found on an
*> active directory line
01 WS-MEMBER-FLAGS.
	05 WS-MEMBER-ACTIVE	PIC X(1) OCCURS 20 TIMES.

01 ERR-DETAIL-LINE.
	05 FILLER		PIC X(10) VALUE 'GROUP-NO: '.
	05 ERR-GROUP-NO		PIC X(6).
	05 FILLER		PIC X(3) VALUE SPACES.
	05 ERR-REASON		PIC X(40).

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
	PERFORM OPEN-FILES
	PERFORM UNTIL TRANS-EOF
		READ GROUP-TRANS-FILE
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
	OPEN I-O GROUP-FILE
	IF GROUP-FILE-STATUS = '35'
		*> first run ever: the group file does not exist yet
		OPEN OUTPUT GROUP-FILE
		CLOSE GROUP-FILE
		OPEN I-O GROUP-FILE
	END-IF
	IF GROUP-FILE-STATUS NOT = '00'
		SET TRANS-EOF TO TRUE
		DISPLAY 'GRPMAINT: *** HUNTGRP.DAT NOT AVAILABLE - '
			'NOTHING APPLIED ***'
		MOVE 8 TO RETURN-CODE
	END-IF
	OPEN INPUT DEPT-FILE
	IF DEPT-FILE-STATUS = '00'
		SET DEPT-FILE-AVAILABLE TO TRUE
	ELSE
		DISPLAY 'GRPMAINT: *** DEPT.DAT NOT AVAILABLE - '
			'ADDS AND CHANGES WILL BE REFUSED ***'
	END-IF
	PERFORM READ-INVENTORY-CONTROL
	OPEN I-O INVENTORY-FILE
	IF INVENTORY-FILE-STATUS = '00'
		SET INVENTORY-FILE-AVAILABLE TO TRUE
	ELSE
		DISPLAY 'GRPMAINT: *** PHONINV.DAT NOT AVAILABLE - '
			'ADDS WILL BE REFUSED ***'
	END-IF
	OPEN INPUT GROUP-TRANS-FILE
	IF GROUP-TRANS-STATUS NOT = '00'
		SET TRANS-EOF TO TRUE
		DISPLAY 'GRPMAINT: HUNTGRP.TRN NOT FOUND - NOTHING TO APPLY'
	END-IF
	OPEN OUTPUT GROUP-ERROR-FILE
	OPEN EXTEND GROUP-AUDIT-FILE
	IF AUDIT-FILE-STATUS = '35'
		*> first update ever: the audit trail does not exist yet
		OPEN OUTPUT GROUP-AUDIT-FILE
	END-IF.

READ-INVENTORY-CONTROL.
	OPEN INPUT INVENTORY-CTL-FILE
	IF INVENTORY-CTL-STATUS = '00'
		READ INVENTORY-CTL-FILE
			AT END CONTINUE
			NOT AT END
				IF ICTL-QUARANTINE-DAYS IS NUMERIC
					MOVE ICTL-QUARANTINE-DAYS TO WS-QUARANTINE-DAYS
				END-IF
		END-READ
		CLOSE INVENTORY-CTL-FILE
	END-IF
	COMPUTE WS-TODAY-INTEGER =
		FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))
	COMPUTE WS-QUARANTINE-END =
		FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER + WS-QUARANTINE-DAYS).

APPLY-TRANSACTION.
	ADD 1 TO WS-TRANS-READ
	IF FUNCTION MOD(WS-TRANS-READ, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'GRPMAINT: ' WS-TRANS-READ ' TRANSACTIONS PROCESSED'
	END-IF
	MOVE GTRN-GROUP-RECORD TO WS-NEW-IMAGE
	PERFORM EDIT-GROUP-RECORD
	IF EDIT-OK
	AND (GTRN-ADD OR GTRN-CHANGE)
		PERFORM CHECK-AGAINST-DIRECTORY
	END-IF
	IF EDIT-OK
	AND (GTRN-ADD OR GTRN-CHANGE)
		PERFORM CHECK-PILOT-UNIQUE
	END-IF
	IF EDIT-OK
	AND GTRN-ADD
		PERFORM CHECK-NUMBER-INVENTORY
	END-IF
	IF NOT EDIT-OK
		ADD 1 TO WS-REJECT-COUNT
	ELSE
		EVALUATE TRUE
			WHEN GTRN-ADD
				PERFORM ADD-GROUP-RECORD
			WHEN GTRN-CHANGE
				PERFORM CHANGE-GROUP-RECORD
			WHEN GTRN-DELETE
				PERFORM DELETE-GROUP-RECORD
			WHEN OTHER
				MOVE 'INVALID ACTION CODE' TO ERR-REASON
				PERFORM REPORT-REJECTED-TRANSACTION
		END-EVALUATE
	END-IF.

EDIT-GROUP-RECORD.
	SET EDIT-OK TO TRUE
	MOVE NEW-NO TO ERR-GROUP-NO
	IF NEW-NO IS NOT NUMERIC
		MOVE 'GROUP-NO IS NOT NUMERIC' TO ERR-REASON
		PERFORM WRITE-EDIT-ERROR
	END-IF
	IF GTRN-ADD OR GTRN-CHANGE
		PERFORM EDIT-GROUP-CONTENT
	END-IF.

EDIT-GROUP-CONTENT.
	IF NEW-NAME = SPACES
		MOVE 'GROUP-NAME IS REQUIRED' TO ERR-REASON
		PERFORM WRITE-EDIT-ERROR
	END-IF
	IF NOT NEW-TYPE-VALID
		MOVE 'GROUP TYPE MUST BE H OR S' TO ERR-REASON
		PERFORM WRITE-EDIT-ERROR
	END-IF
	IF NEW-PILOT-EXTENSION = SPACES
		MOVE 'PILOT EXTENSION IS REQUIRED' TO ERR-REASON
		PERFORM WRITE-EDIT-ERROR
	END-IF
	*> judged on the switch set at open, not the live file status: a
	*> not-found read flips the status and must not stop the lookups
	*> for every transaction behind it
	IF DEPT-FILE-AVAILABLE
		MOVE NEW-DEPT-CODE TO DEPT-CODE
		READ DEPT-FILE
			INVALID KEY
				MOVE 'UNKNOWN DEPARTMENT CODE' TO ERR-REASON
				PERFORM WRITE-EDIT-ERROR
		END-READ
	ELSE
		MOVE 'DEPT.DAT UNAVAILABLE - REFUSED' TO ERR-REASON
		PERFORM WRITE-EDIT-ERROR
	END-IF
	IF NEW-MEMBER-COUNT IS NOT NUMERIC
	OR NEW-MEMBER-COUNT = ZERO
	OR NEW-MEMBER-COUNT > WS-MEMBER-MAX
		MOVE 'MEMBER COUNT MUST BE 1 TO 20' TO ERR-REASON
		PERFORM WRITE-EDIT-ERROR
	ELSE
		PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
				UNTIL WS-MEMBER-IX > NEW-MEMBER-COUNT
			PERFORM EDIT-ONE-MEMBER
		END-PERFORM
	END-IF.

EDIT-ONE-MEMBER.
	IF NEW-MEMBER-EXTENSION(WS-MEMBER-IX) = SPACES
		MOVE 'MEMBER EXTENSION SLOT IS BLANK' TO ERR-REASON
		PERFORM WRITE-EDIT-ERROR
	END-IF
	IF NEW-MEMBER-EXTENSION(WS-MEMBER-IX) = NEW-PILOT-EXTENSION
		MOVE 'PILOT EXTENSION LISTED AS A MEMBER' TO ERR-REASON
		PERFORM WRITE-EDIT-ERROR
	END-IF
	PERFORM VARYING WS-OTHER-IX FROM 1 BY 1
			UNTIL WS-OTHER-IX >= WS-MEMBER-IX
		IF NEW-MEMBER-EXTENSION(WS-OTHER-IX)
				= NEW-MEMBER-EXTENSION(WS-MEMBER-IX)
			MOVE SPACES TO ERR-REASON
			STRING 'MEMBER EXT ' NEW-MEMBER-EXTENSION(WS-MEMBER-IX)
				' LISTED TWICE' DELIMITED BY SIZE INTO ERR-REASON
			PERFORM WRITE-EDIT-ERROR
		END-IF
	END-PERFORM.

CHECK-AGAINST-DIRECTORY.
	*> one pass of the directory per transaction: each member must
	*> be the extension of an active line, while the group number
	*> and pilot must belong to no line at all, or callers and the
	*> switch could not tell the group from a person
	SET NUMBER-ON-DIRECTORY TO FALSE
	SET PILOT-ON-DIRECTORY TO FALSE
	MOVE ALL 'N' TO WS-MEMBER-FLAGS
	SET SCAN-EOF TO FALSE
	OPEN INPUT PHONE-FILE
	IF PHONE-FILE-STATUS NOT = '00'
		SET SCAN-EOF TO TRUE
		MOVE 'PHONE.DAT UNAVAILABLE - REFUSED' TO ERR-REASON
		PERFORM WRITE-EDIT-ERROR
	END-IF
	PERFORM UNTIL SCAN-EOF
		READ PHONE-FILE
			AT END SET SCAN-EOF TO TRUE
			NOT AT END PERFORM CHECK-ONE-DIRECTORY-LINE
		END-READ
	END-PERFORM
	CLOSE PHONE-FILE
	IF EDIT-OK
		IF NUMBER-ON-DIRECTORY
			MOVE 'GROUP-NO IS A DIRECTORY LINE' TO ERR-REASON
			PERFORM WRITE-EDIT-ERROR
		END-IF
		IF PILOT-ON-DIRECTORY
			MOVE 'PILOT IS A DIRECTORY EXTENSION' TO ERR-REASON
			PERFORM WRITE-EDIT-ERROR
		END-IF
		PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
				UNTIL WS-MEMBER-IX > NEW-MEMBER-COUNT
			IF WS-MEMBER-ACTIVE(WS-MEMBER-IX) = 'N'
				MOVE SPACES TO ERR-REASON
				STRING 'MEMBER EXT '
					NEW-MEMBER-EXTENSION(WS-MEMBER-IX)
					' IS NOT AN ACTIVE LINE'
					DELIMITED BY SIZE INTO ERR-REASON
				PERFORM WRITE-EDIT-ERROR
			END-IF
		END-PERFORM
	END-IF.

CHECK-ONE-DIRECTORY-LINE.
	IF PHONE-NO = NEW-NO
		SET NUMBER-ON-DIRECTORY TO TRUE
	END-IF
	IF PHONE-EXTENSION NOT = SPACES
		IF PHONE-EXTENSION = NEW-PILOT-EXTENSION
			SET PILOT-ON-DIRECTORY TO TRUE
		END-IF
		IF PHONE-ACTIVE
			PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
					UNTIL WS-MEMBER-IX > NEW-MEMBER-COUNT
				IF NEW-MEMBER-EXTENSION(WS-MEMBER-IX) = PHONE-EXTENSION
					MOVE 'Y' TO WS-MEMBER-ACTIVE(WS-MEMBER-IX)
				END-IF
			END-PERFORM
		END-IF
	END-IF.

CHECK-PILOT-UNIQUE.
	*> the switch knows one station per pilot; a second group on the
	*> same pilot could never be told apart from the first
	SET PILOT-ON-OTHER-GROUP TO FALSE
	SET SCAN-EOF TO FALSE
	MOVE LOW-VALUES TO GRP-NO OF GROUP-RECORD
	START GROUP-FILE KEY IS NOT LESS THAN GRP-NO OF GROUP-RECORD
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ GROUP-FILE NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				IF GRP-NO OF GROUP-RECORD NOT = NEW-NO
				AND GRP-PILOT-EXTENSION OF GROUP-RECORD
					= NEW-PILOT-EXTENSION
					SET PILOT-ON-OTHER-GROUP TO TRUE
				END-IF
		END-READ
	END-PERFORM
	IF PILOT-ON-OTHER-GROUP
		MOVE 'PILOT ALREADY USED BY ANOTHER GROUP' TO ERR-REASON
		PERFORM WRITE-EDIT-ERROR
	END-IF.

CHECK-NUMBER-INVENTORY.
	*> a group number is dialled like any line, so it must be a
	*> number we own that is free, the same as PHONMAINT asks of a
	*> new line; a quarantine that has run its course counts as free
	IF INVENTORY-FILE-AVAILABLE
		MOVE NEW-NO TO INV-PHONE-NO
		READ INVENTORY-FILE
			INVALID KEY
				MOVE 'GROUP-NO NOT IN NUMBER INVENTORY' TO ERR-REASON
				PERFORM WRITE-EDIT-ERROR
			NOT INVALID KEY
				EVALUATE TRUE
					WHEN INV-ASSIGNED
						MOVE 'GROUP-NO ALREADY ASSIGNED IN INVENTORY'
							TO ERR-REASON
						PERFORM WRITE-EDIT-ERROR
					WHEN INV-QUARANTINED
					AND INV-QUARANTINE-END > WS-TODAY-DATE
						MOVE SPACES TO ERR-REASON
						STRING 'GROUP-NO IN QUARANTINE UNTIL '
								DELIMITED BY SIZE
							INV-QUARANTINE-END DELIMITED BY SIZE
							INTO ERR-REASON
						END-STRING
						PERFORM WRITE-EDIT-ERROR
				END-EVALUATE
		END-READ
	ELSE
		MOVE 'PHONINV.DAT UNAVAILABLE - REFUSED' TO ERR-REASON
		PERFORM WRITE-EDIT-ERROR
	END-IF.

ASSIGN-INVENTORY-NUMBER.
	MOVE NEW-NO TO INV-PHONE-NO
	READ INVENTORY-FILE
		INVALID KEY
			DISPLAY 'GRPMAINT: INVENTORY NOT MARKED ASSIGNED - '
				NEW-NO
		NOT INVALID KEY
			SET INV-ASSIGNED TO TRUE
			MOVE SPACES TO INV-QUARANTINE-END
			REWRITE INVENTORY-RECORD
				INVALID KEY
					DISPLAY 'GRPMAINT: INVENTORY NOT MARKED ASSIGNED - '
						NEW-NO
			END-REWRITE
	END-READ.

QUARANTINE-INVENTORY-NUMBER.
	*> a retired group number rests like a released line before it
	*> can be reissued, so callers who still dial it reach no one
	IF INVENTORY-FILE-AVAILABLE
		MOVE BEF-NO TO INV-PHONE-NO
		READ INVENTORY-FILE
			INVALID KEY
				PERFORM SET-QUARANTINE-FIELDS
				WRITE INVENTORY-RECORD
					INVALID KEY
						DISPLAY 'GRPMAINT: INVENTORY NOT QUARANTINED - '
							INV-PHONE-NO
				END-WRITE
			NOT INVALID KEY
				PERFORM SET-QUARANTINE-FIELDS
				REWRITE INVENTORY-RECORD
					INVALID KEY
						DISPLAY 'GRPMAINT: INVENTORY NOT QUARANTINED - '
							INV-PHONE-NO
				END-REWRITE
		END-READ
	ELSE
		DISPLAY 'GRPMAINT: INVENTORY NOT QUARANTINED - ' BEF-NO
	END-IF.

SET-QUARANTINE-FIELDS.
	MOVE BEF-NO TO INV-PHONE-NO
	SET INV-QUARANTINED TO TRUE
	MOVE WS-TODAY-DATE TO INV-RELEASE-DATE
	MOVE WS-QUARANTINE-END TO INV-QUARANTINE-END.

ADD-GROUP-RECORD.
	MOVE SPACES TO WS-BEFORE-IMAGE
	WRITE GROUP-RECORD FROM WS-NEW-IMAGE
		INVALID KEY
			MOVE 'DUPLICATE GROUP-NO ON ADD' TO ERR-REASON
			PERFORM REPORT-REJECTED-TRANSACTION
		NOT INVALID KEY
			ADD 1 TO WS-ADD-COUNT
			MOVE 'A' TO WS-AUDIT-ACTION
			PERFORM WRITE-AUDIT-RECORD
			PERFORM ASSIGN-INVENTORY-NUMBER
	END-WRITE.

CHANGE-GROUP-RECORD.
	MOVE NEW-NO TO GRP-NO OF GROUP-RECORD
	READ GROUP-FILE INTO WS-BEFORE-IMAGE
		INVALID KEY
			MOVE 'GROUP-NO NOT ON FILE FOR CHANGE' TO ERR-REASON
			PERFORM REPORT-REJECTED-TRANSACTION
		NOT INVALID KEY
			REWRITE GROUP-RECORD FROM WS-NEW-IMAGE
				INVALID KEY
					MOVE 'GROUP-NO NOT ON FILE FOR CHANGE'
						TO ERR-REASON
					PERFORM REPORT-REJECTED-TRANSACTION
				NOT INVALID KEY
					ADD 1 TO WS-CHANGE-COUNT
					MOVE 'C' TO WS-AUDIT-ACTION
					PERFORM WRITE-AUDIT-RECORD
			END-REWRITE
	END-READ.

DELETE-GROUP-RECORD.
	MOVE NEW-NO TO GRP-NO OF GROUP-RECORD
	READ GROUP-FILE INTO WS-BEFORE-IMAGE
		INVALID KEY
			MOVE 'GROUP-NO NOT ON FILE FOR DELETE' TO ERR-REASON
			PERFORM REPORT-REJECTED-TRANSACTION
		NOT INVALID KEY
			DELETE GROUP-FILE
				INVALID KEY
					MOVE 'GROUP-NO NOT ON FILE FOR DELETE'
						TO ERR-REASON
					PERFORM REPORT-REJECTED-TRANSACTION
				NOT INVALID KEY
					ADD 1 TO WS-DELETE-COUNT
					MOVE SPACES TO WS-NEW-IMAGE
					MOVE 'D' TO WS-AUDIT-ACTION
					PERFORM WRITE-AUDIT-RECORD
					PERFORM QUARANTINE-INVENTORY-NUMBER
			END-DELETE
	END-READ.

WRITE-EDIT-ERROR.
	SET EDIT-OK TO FALSE
	WRITE ERROR-LINE FROM ERR-DETAIL-LINE.

REPORT-REJECTED-TRANSACTION.
	ADD 1 TO WS-REJECT-COUNT
	MOVE GRP-NO OF GTRN-GROUP-RECORD TO ERR-GROUP-NO
	WRITE ERROR-LINE FROM ERR-DETAIL-LINE.

WRITE-AUDIT-RECORD.
	MOVE FUNCTION CURRENT-DATE TO GAUD-TIMESTAMP
	MOVE WS-AUDIT-ACTION TO GAUD-ACTION-CODE
	MOVE WS-BEFORE-IMAGE TO GAUD-BEFORE-IMAGE
	MOVE WS-NEW-IMAGE TO GAUD-AFTER-IMAGE
	WRITE GROUP-AUDIT-RECORD.

CLOSE-FILES.
	CLOSE GROUP-FILE
	CLOSE DEPT-FILE
	CLOSE INVENTORY-FILE
	CLOSE GROUP-TRANS-FILE
	CLOSE GROUP-ERROR-FILE
	CLOSE GROUP-AUDIT-FILE.

DISPLAY-TOTALS.
	DISPLAY 'GRPMAINT TRANSACTIONS READ    : ' WS-TRANS-READ
	DISPLAY 'GRPMAINT GROUPS ADDED         : ' WS-ADD-COUNT
	DISPLAY 'GRPMAINT GROUPS CHANGED       : ' WS-CHANGE-COUNT
	DISPLAY 'GRPMAINT GROUPS DELETED       : ' WS-DELETE-COUNT
	DISPLAY 'GRPMAINT TRANSACTIONS REJECTED: ' WS-REJECT-COUNT.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'GRPMAINT' TO RUN-PROGRAM-ID
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
