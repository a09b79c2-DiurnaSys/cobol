       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHONINVL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT BLOCK-LOAD-FILE
		ASSIGN TO 'phoninv.ld'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LOAD-FILE-STATUS.
	SELECT PHONE-FILE
		ASSIGN TO 'phone.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS PHONE-NO
		ALTERNATE RECORD KEY IS PHONE-NAME WITH DUPLICATES
		FILE STATUS IS PHONE-FILE-STATUS.
	SELECT INVENTORY-FILE
		ASSIGN TO 'phoninv.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS INV-PHONE-NO
		FILE STATUS IS INVENTORY-FILE-STATUS.
	SELECT RUN-LOG-FILE
		ASSIGN TO 'runlog.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RUN-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD BLOCK-LOAD-FILE.
01 BLOCK-LOAD-RECORD.
	*> one range of numbers the carrier has allocated to us, first
	*> and last number inclusive
	05 BLK-FIRST-NO		PIC X(6).
	05 BLK-LAST-NO		PIC X(6).

FD PHONE-FILE.
01 PHONE-RECORD.
	COPY PHONEREC.

FD INVENTORY-FILE.
01 INVENTORY-RECORD.
	COPY NUMINV.

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

WORKING-STORAGE SECTION.
01 LOAD-FILE-STATUS		PIC X(2).
01 PHONE-FILE-STATUS		PIC X(2).
01 INVENTORY-FILE-STATUS	PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y' FALSE 'N'.
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-FIRST-NO			PIC 9(6) VALUE ZERO.
01 WS-LAST-NO			PIC 9(6) VALUE ZERO.
*> one digit wider than a phone number, so a block ending 999999
*> can step past its last number and end the loop
01 WS-NUMBER			PIC 9(7) VALUE ZERO.
01 WS-BLOCK-PHONE-NO		PIC 9(6) VALUE ZERO.
01 WS-COUNTERS.
	05 WS-BLOCKS-READ	PIC 9(6) VALUE ZERO.
	05 WS-BLOCKS-REJECTED	PIC 9(6) VALUE ZERO.
	05 WS-NUMBERS-OFFERED	PIC 9(6) VALUE ZERO.
	05 WS-NUMBERS-ADDED	PIC 9(6) VALUE ZERO.
	05 WS-NUMBERS-KEPT	PIC 9(6) VALUE ZERO.
	05 WS-PHONE-READ	PIC 9(6) VALUE ZERO.
	05 WS-MARKED-ASSIGNED	PIC 9(6) VALUE ZERO.
	05 WS-OUTSIDE-BLOCKS	PIC 9(6) VALUE ZERO.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	*> builds and tops up the number inventory: every number in the
	*> carrier blocks joins as free unless it is already inventoried
	*> (a rerun for a newly acquired block leaves existing entries and
	*> their quarantines alone), then every number on phone.dat is
	*> marked assigned
	PERFORM OPEN-INVENTORY-FILE
	OPEN INPUT BLOCK-LOAD-FILE
	IF LOAD-FILE-STATUS NOT = '00'
		DISPLAY 'PHONINVL: PHONINV.LD NOT FOUND - NO NUMBER BLOCKS LOADED'
		SET EOF TO TRUE
	END-IF
	PERFORM UNTIL EOF
		READ BLOCK-LOAD-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM LOAD-ONE-BLOCK
		END-READ
	END-PERFORM
	CLOSE BLOCK-LOAD-FILE
	SET EOF TO FALSE
	OPEN INPUT PHONE-FILE
	IF PHONE-FILE-STATUS NOT = '00'
		DISPLAY 'PHONINVL: PHONE.DAT NOT FOUND - NO NUMBERS MARKED ASSIGNED'
		SET EOF TO TRUE
	END-IF
	PERFORM UNTIL EOF
		READ PHONE-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM MARK-NUMBER-ASSIGNED
		END-READ
	END-PERFORM
	CLOSE PHONE-FILE
	CLOSE INVENTORY-FILE
	PERFORM WRITE-RUN-LOG-RECORD
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	STOP RUN.

OPEN-INVENTORY-FILE.
	OPEN I-O INVENTORY-FILE
	IF INVENTORY-FILE-STATUS = '35'
		*> first load ever: the inventory does not exist yet
		OPEN OUTPUT INVENTORY-FILE
		CLOSE INVENTORY-FILE
		OPEN I-O INVENTORY-FILE
	END-IF.

LOAD-ONE-BLOCK.
	ADD 1 TO WS-BLOCKS-READ
	IF BLK-FIRST-NO IS NOT NUMERIC
	OR BLK-LAST-NO IS NOT NUMERIC
	OR BLK-LAST-NO < BLK-FIRST-NO
		ADD 1 TO WS-BLOCKS-REJECTED
		DISPLAY 'PHONINVL: INVALID NUMBER BLOCK SKIPPED - '
			BLK-FIRST-NO ' ' BLK-LAST-NO
	ELSE
		MOVE BLK-FIRST-NO TO WS-FIRST-NO
		MOVE BLK-LAST-NO TO WS-LAST-NO
		PERFORM VARYING WS-NUMBER FROM WS-FIRST-NO BY 1
				UNTIL WS-NUMBER > WS-LAST-NO
			PERFORM ADD-INVENTORY-NUMBER
		END-PERFORM
	END-IF.

ADD-INVENTORY-NUMBER.
	ADD 1 TO WS-NUMBERS-OFFERED
	IF FUNCTION MOD(WS-NUMBERS-OFFERED, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'PHONINVL: ' WS-NUMBERS-OFFERED ' BLOCK NUMBERS PROCESSED'
	END-IF
	MOVE WS-NUMBER TO WS-BLOCK-PHONE-NO
	MOVE WS-BLOCK-PHONE-NO TO INV-PHONE-NO
	SET INV-AVAILABLE TO TRUE
	MOVE SPACES TO INV-RELEASE-DATE
	MOVE SPACES TO INV-QUARANTINE-END
	WRITE INVENTORY-RECORD
		INVALID KEY
			ADD 1 TO WS-NUMBERS-KEPT
		NOT INVALID KEY
			ADD 1 TO WS-NUMBERS-ADDED
	END-WRITE.

MARK-NUMBER-ASSIGNED.
	ADD 1 TO WS-PHONE-READ
	MOVE PHONE-NO TO INV-PHONE-NO
	READ INVENTORY-FILE
		INVALID KEY
			*> a number in service is ours whether or not a block
			*> names it; inventory it so it is protected on release
			ADD 1 TO WS-OUTSIDE-BLOCKS
			DISPLAY 'PHONINVL: PHONE-NO OUTSIDE EVERY BLOCK - '
				PHONE-NO
			MOVE PHONE-NO TO INV-PHONE-NO
			SET INV-ASSIGNED TO TRUE
			MOVE SPACES TO INV-RELEASE-DATE
			MOVE SPACES TO INV-QUARANTINE-END
			WRITE INVENTORY-RECORD
				INVALID KEY CONTINUE
				NOT INVALID KEY ADD 1 TO WS-MARKED-ASSIGNED
			END-WRITE
		NOT INVALID KEY
			IF NOT INV-ASSIGNED
				SET INV-ASSIGNED TO TRUE
				MOVE SPACES TO INV-QUARANTINE-END
				REWRITE INVENTORY-RECORD
					INVALID KEY CONTINUE
					NOT INVALID KEY ADD 1 TO WS-MARKED-ASSIGNED
				END-REWRITE
			END-IF
	END-READ.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'PHONINVL' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-NUMBERS-OFFERED TO RUN-RECORDS-IN
	COMPUTE RUN-RECORDS-OUT = WS-NUMBERS-ADDED + WS-OUTSIDE-BLOCKS
	MOVE WS-BLOCKS-REJECTED TO RUN-REJECT-COUNT
	COMPUTE RUN-ADD-COUNT = WS-NUMBERS-ADDED + WS-OUTSIDE-BLOCKS
	MOVE ZERO TO RUN-DELETE-COUNT
	MOVE WS-NUMBERS-KEPT TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONINVL BLOCKS READ          : ' WS-BLOCKS-READ
	DISPLAY 'PHONINVL BLOCKS REJECTED      : ' WS-BLOCKS-REJECTED
	DISPLAY 'PHONINVL BLOCK NUMBERS        : ' WS-NUMBERS-OFFERED
	DISPLAY 'PHONINVL NUMBERS ADDED FREE   : ' WS-NUMBERS-ADDED
	DISPLAY 'PHONINVL ALREADY INVENTORIED  : ' WS-NUMBERS-KEPT
	DISPLAY 'PHONINVL PHONE.DAT LINES READ : ' WS-PHONE-READ
	DISPLAY 'PHONINVL MARKED ASSIGNED      : ' WS-MARKED-ASSIGNED
	DISPLAY 'PHONINVL OUTSIDE EVERY BLOCK  : ' WS-OUTSIDE-BLOCKS.
