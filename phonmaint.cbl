		ASSIGN TO WS-BACKUP-FILENAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BACKUP-FILE-STATUS.
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
	SELECT GROUP-FILE
		ASSIGN TO 'huntgrp.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GRP-NO
		ALTERNATE RECORD KEY IS GRP-NAME WITH DUPLICATES
		FILE STATUS IS GROUP-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD PHONE-FILE.
01 BACKUP-RECORD.
	COPY PHONEREC.

FD INVENTORY-FILE.
01 INVENTORY-RECORD.
	COPY NUMINV.

FD INVENTORY-CTL-FILE.
01 INVENTORY-CTL-RECORD.
	COPY INVCTL.

FD GROUP-FILE.
01 GROUP-RECORD.
	COPY GRPREC.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS	PIC X(2).
	88 PHONE-FILE-OK	VALUE '00'.
01 GATE-REPORT-STATUS	PIC X(2).
01 BACKUP-CTL-STATUS	PIC X(2).
01 BACKUP-FILE-STATUS	PIC X(2).
01 INVENTORY-FILE-STATUS	PIC X(2).
01 INVENTORY-CTL-STATUS	PIC X(2).
01 GROUP-FILE-STATUS	PIC X(2).
01 WS-BEFORE-IMAGE.
	COPY PHONEREC.
01 WS-NEW-IMAGE.
01 WS-BACKUP-FILENAME	PIC X(20).
01 WS-BACKUP-GENERATION	PIC 9(1) VALUE ZERO.
01 WS-BACKUP-MAX-GENERATIONS PIC 9(1) VALUE 5.
01 WS-QUARANTINE-DAYS	PIC 9(3) VALUE 90.
01 WS-TODAY-INTEGER	PIC 9(8) VALUE ZERO.
01 WS-QUARANTINE-END	PIC 9(8) VALUE ZERO.
01 WS-FLAGS.
	05 EOF-SWITCH	PIC X VALUE 'N'.
		88 TRANS-EOF	VALUE 'Y'.
		88 GATE-HELD	VALUE 'Y' FALSE 'N'.
	05 GATE-TRIPPED-SWITCH	PIC X VALUE 'N'.
		88 GATE-TRIPPED	VALUE 'Y' FALSE 'N'.
	05 INV-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 INVENTORY-FILE-AVAILABLE VALUE 'Y'.
	05 GROUP-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 GROUP-FILE-AVAILABLE	VALUE 'Y'.
	05 GROUP-EOF-SWITCH	PIC X VALUE 'N'.
		88 GROUP-SCAN-EOF	VALUE 'Y' FALSE 'N'.
01 WS-PROGRESS-INTERVAL	PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-TRANS-READ	PIC 9(6) VALUE ZERO.
	IF REJECT-SUSPENSE-STATUS = '35'
		*> first reject ever: the suspense file does not exist yet
		OPEN OUTPUT REJECT-SUSPENSE-FILE
	END-IF
	PERFORM READ-INVENTORY-CONTROL
	OPEN I-O INVENTORY-FILE
	IF INVENTORY-FILE-STATUS = '00'
		SET INVENTORY-FILE-AVAILABLE TO TRUE
	ELSE
		DISPLAY 'PHONMAINT: *** PHONINV.DAT NOT AVAILABLE - '
			'NUMBER INVENTORY NOT CHECKED OR UPDATED ***'
	END-IF
	*> no hunt group file simply means no groups have been set up
	OPEN INPUT GROUP-FILE
	IF GROUP-FILE-STATUS = '00'
		SET GROUP-FILE-AVAILABLE TO TRUE
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

ADD-PHONE-RECORD.
	MOVE SPACES TO WS-BEFORE-IMAGE
	PERFORM CHECK-GROUP-NUMBER
	IF WS-REJECT-CODE = SPACES
		PERFORM CHECK-GROUP-PILOT
	END-IF
	IF WS-REJECT-CODE = SPACES
		PERFORM CHECK-NUMBER-INVENTORY
	END-IF
	IF WS-REJECT-CODE NOT = SPACES
		ADD 1 TO WS-REJECT-COUNT
		PERFORM WRITE-SUSPENSE-RECORD
	ELSE
		WRITE PHONE-RECORD
			INVALID KEY
				ADD 1 TO WS-REJECT-COUNT
				MOVE 'DUPA' TO WS-REJECT-CODE
				PERFORM WRITE-SUSPENSE-RECORD
				DISPLAY 'PHONMAINT: DUPLICATE PHONE-NO ON ADD - '
					PHONE-NO OF PHONE-RECORD
			NOT INVALID KEY
				ADD 1 TO WS-ADD-COUNT
				MOVE PHONE-RECORD TO WS-NEW-IMAGE
				MOVE 'A' TO WS-AUDIT-ACTION
				PERFORM WRITE-AUDIT-RECORD
				PERFORM ASSIGN-INVENTORY-NUMBER
		END-WRITE
	END-IF.

CHECK-GROUP-NUMBER.
	*> a hunt group or shared line number is already dialled for
	*> the group; a person's line on it could never be reached
	IF GROUP-FILE-AVAILABLE
		MOVE PHONE-NO OF PHONE-RECORD TO GRP-NO
		READ GROUP-FILE
			INVALID KEY CONTINUE
			NOT INVALID KEY
				MOVE 'GRPN' TO WS-REJECT-CODE
				MOVE PHONE-NO OF PHONE-RECORD TO ERR-PHONE-NO
				MOVE 'PHONE-NO IS A HUNT GROUP NUMBER' TO ERR-REASON
				WRITE ERROR-LINE FROM ERR-DETAIL-LINE
		END-READ
	END-IF.

CHECK-GROUP-PILOT.
	*> the switch knows one station per extension, so a person's
	*> line may not take a group's pilot; there is no key on the
	*> pilot, so the group file is browsed, as GRPMAINT does
	IF GROUP-FILE-AVAILABLE
	AND PHONE-EXTENSION OF PHONE-RECORD NOT = SPACES
		SET GROUP-SCAN-EOF TO FALSE
		MOVE LOW-VALUES TO GRP-NO
		START GROUP-FILE KEY IS NOT LESS THAN GRP-NO
			INVALID KEY SET GROUP-SCAN-EOF TO TRUE
		END-START
		PERFORM UNTIL GROUP-SCAN-EOF
			READ GROUP-FILE NEXT RECORD
				AT END SET GROUP-SCAN-EOF TO TRUE
				NOT AT END
					IF GRP-PILOT-EXTENSION
						= PHONE-EXTENSION OF PHONE-RECORD
						SET GROUP-SCAN-EOF TO TRUE
						MOVE 'GRPP' TO WS-REJECT-CODE
						MOVE PHONE-NO OF PHONE-RECORD TO ERR-PHONE-NO
						MOVE 'EXTENSION IS A GROUP PILOT' TO ERR-REASON
						WRITE ERROR-LINE FROM ERR-DETAIL-LINE
					END-IF
			END-READ
		END-PERFORM
	END-IF.

CHECK-NUMBER-INVENTORY.
	*> an add may only take a number we own that is free: one still
	*> in quarantine would ring for the person who gave it up, and
	*> one outside the inventory is not ours to hand out.  A
	*> quarantine that has run its course counts as free even before
	*> the nightly availability run has turned it back.
	IF INVENTORY-FILE-AVAILABLE
		MOVE PHONE-NO OF PHONE-RECORD TO INV-PHONE-NO
		READ INVENTORY-FILE
			INVALID KEY
				MOVE 'NINV' TO WS-REJECT-CODE
				MOVE 'PHONE-NO NOT IN NUMBER INVENTORY' TO ERR-REASON
			NOT INVALID KEY
				IF INV-QUARANTINED
				AND INV-QUARANTINE-END > WS-TODAY-DATE
					MOVE 'QUAR' TO WS-REJECT-CODE
					MOVE SPACES TO ERR-REASON
					STRING 'PHONE-NO IN QUARANTINE UNTIL '
							DELIMITED BY SIZE
						INV-QUARANTINE-END DELIMITED BY SIZE
						INTO ERR-REASON
					END-STRING
				END-IF
		END-READ
		IF WS-REJECT-CODE NOT = SPACES
			MOVE PHONE-NO OF PHONE-RECORD TO ERR-PHONE-NO
			WRITE ERROR-LINE FROM ERR-DETAIL-LINE
		END-IF
	END-IF.

ASSIGN-INVENTORY-NUMBER.
	*> the inventory record is still in the buffer from the check
	IF INVENTORY-FILE-AVAILABLE
		SET INV-ASSIGNED TO TRUE
		MOVE SPACES TO INV-QUARANTINE-END
		REWRITE INVENTORY-RECORD
			INVALID KEY
				DISPLAY 'PHONMAINT: INVENTORY NOT MARKED ASSIGNED - '
					INV-PHONE-NO
		END-REWRITE
	END-IF.

QUARANTINE-INVENTORY-NUMBER.
	*> a released number rests for the configured days before it can
	*> be reissued; a line we carried but never inventoried is still
	*> a number we own, so it joins the inventory in quarantine
	IF INVENTORY-FILE-AVAILABLE
		MOVE PHONE-NO OF WS-BEFORE-IMAGE TO INV-PHONE-NO
		READ INVENTORY-FILE
			INVALID KEY
				PERFORM SET-QUARANTINE-FIELDS
				WRITE INVENTORY-RECORD
					INVALID KEY
						DISPLAY 'PHONMAINT: INVENTORY NOT QUARANTINED - '
							INV-PHONE-NO
				END-WRITE
			NOT INVALID KEY
				PERFORM SET-QUARANTINE-FIELDS
				REWRITE INVENTORY-RECORD
					INVALID KEY
						DISPLAY 'PHONMAINT: INVENTORY NOT QUARANTINED - '
							INV-PHONE-NO
				END-REWRITE
		END-READ
	END-IF.

SET-QUARANTINE-FIELDS.
	MOVE PHONE-NO OF WS-BEFORE-IMAGE TO INV-PHONE-NO
	SET INV-QUARANTINED TO TRUE
	MOVE WS-TODAY-DATE TO INV-RELEASE-DATE
	MOVE WS-QUARANTINE-END TO INV-QUARANTINE-END.

CHANGE-PHONE-RECORD.
	PERFORM CHECK-GROUP-PILOT
	IF WS-REJECT-CODE NOT = SPACES
		ADD 1 TO WS-REJECT-COUNT
		PERFORM WRITE-SUSPENSE-RECORD
	ELSE
		PERFORM APPLY-PHONE-CHANGE
	END-IF.

APPLY-PHONE-CHANGE.
	MOVE PHONE-RECORD TO WS-NEW-IMAGE
	READ PHONE-FILE INTO WS-BEFORE-IMAGE
		INVALID KEY
					MOVE SPACES TO WS-NEW-IMAGE
					MOVE 'D' TO WS-AUDIT-ACTION
					PERFORM WRITE-AUDIT-RECORD
					PERFORM QUARANTINE-INVENTORY-NUMBER
			END-DELETE
	END-READ.

	CLOSE PHONE-TRANS-FILE
	CLOSE PHONE-ERROR-FILE
	CLOSE PHONE-AUDIT-FILE
	CLOSE REJECT-SUSPENSE-FILE
	IF INVENTORY-FILE-AVAILABLE
		CLOSE INVENTORY-FILE
	END-IF
	IF GROUP-FILE-AVAILABLE
		CLOSE GROUP-FILE
	END-IF.

DISPLAY-TOTALS.
	DISPLAY 'PHONMAINT TRANSACTIONS READ    : ' WS-TRANS-READ
