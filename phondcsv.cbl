		ASSIGN TO 'phondelt.csv'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CSV-FILE-STATUS.
	SELECT UNLISTED-CONTROL-FILE
		ASSIGN TO 'phonunls.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS UNLISTED-CONTROL-STATUS.
DATA DIVISION.
FILE SECTION.
FD PHONE-AUDIT-FILE.
FD DELTA-CSV-FILE.
01 CSV-LINE			PIC X(80).

FD UNLISTED-CONTROL-FILE.
01 UNLISTED-CONTROL-RECORD.
	COPY UNLSCTL.

WORKING-STORAGE SECTION.
01 AUDIT-FILE-STATUS		PIC X(2).
01 EXTRACT-CTL-STATUS		PIC X(2).
01 CSV-FILE-STATUS		PIC X(2).
01 UNLISTED-CONTROL-STATUS	PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y'.
	05 BEFORE-UNLISTED-SWITCH	PIC X VALUE 'N'.
		88 BEFORE-UNLISTED	VALUE 'Y' FALSE 'N'.
	05 AFTER-UNLISTED-SWITCH	PIC X VALUE 'N'.
		88 AFTER-UNLISTED	VALUE 'Y' FALSE 'N'.
01 WS-LAST-TIMESTAMP		PIC X(21) VALUE LOW-VALUES.
01 WS-NEWEST-TIMESTAMP		PIC X(21) VALUE LOW-VALUES.
01 WS-DELTA-ACTION		PIC X.
01 WS-DELTA-IMAGE.
	COPY PHONEREC.
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-RECORDS-READ	PIC 9(6) VALUE ZERO.
	05 WS-DELTA-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-UNLISTED-SEEN	PIC 9(6) VALUE ZERO.
	05 WS-UNLISTED-SUPPRESSED	PIC 9(6) VALUE ZERO.

01 CSV-HEADING			PIC X(60) VALUE
	'ACTION,PHONE-NO,PHONE-NAME,DEPT-CODE,EXTENSION,STATUS'.
	CLOSE PHONE-AUDIT-FILE
	CLOSE DELTA-CSV-FILE
	PERFORM REWRITE-EXTRACT-CONTROL
	PERFORM WRITE-UNLISTED-CONTROL
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
		DISPLAY 'PHONDCSV: ' WS-RECORDS-READ ' RECORDS PROCESSED'
	END-IF
	IF AUDIT-TIMESTAMP > WS-LAST-TIMESTAMP
		PERFORM SELECT-DELTA-IMAGE
		IF AUDIT-TIMESTAMP > WS-NEWEST-TIMESTAMP
			MOVE AUDIT-TIMESTAMP TO WS-NEWEST-TIMESTAMP
		END-IF
	END-IF.

SELECT-DELTA-IMAGE.
	*> a delete carries only a before image; adds and changes feed
	*> the portal the after image
	MOVE AUDIT-ACTION-CODE TO WS-DELTA-ACTION
	IF AUDIT-ACTION-CODE = 'D'
		MOVE AUDIT-BEFORE-IMAGE TO WS-DELTA-IMAGE
	ELSE
		MOVE AUDIT-AFTER-IMAGE TO WS-DELTA-IMAGE
	END-IF
	SET BEFORE-UNLISTED TO FALSE
	SET AFTER-UNLISTED TO FALSE
	IF AUDIT-ACTION-CODE NOT = 'A'
	AND PHONE-UNLISTED OF AUDIT-BEFORE-IMAGE
		SET BEFORE-UNLISTED TO TRUE
	END-IF
	IF AUDIT-ACTION-CODE NOT = 'D'
	AND PHONE-UNLISTED OF AUDIT-AFTER-IMAGE
		SET AFTER-UNLISTED TO TRUE
	END-IF
	IF BEFORE-UNLISTED OR AFTER-UNLISTED
		*> the portal only ever holds listed lines: a line going
		*> unlisted is withdrawn from it as a delete, a line coming
		*> back to the listing is sent as an add, and any other
		*> movement of an unlisted line is withheld altogether
		ADD 1 TO WS-UNLISTED-SEEN
		ADD 1 TO WS-UNLISTED-SUPPRESSED
		EVALUATE TRUE
			WHEN AUDIT-ACTION-CODE = 'C'
			AND AFTER-UNLISTED
			AND NOT BEFORE-UNLISTED
				MOVE 'D' TO WS-DELTA-ACTION
				MOVE AUDIT-BEFORE-IMAGE TO WS-DELTA-IMAGE
				PERFORM WRITE-DELTA-RECORD
			WHEN AUDIT-ACTION-CODE = 'C'
			AND BEFORE-UNLISTED
			AND NOT AFTER-UNLISTED
				MOVE 'A' TO WS-DELTA-ACTION
				PERFORM WRITE-DELTA-RECORD
			WHEN OTHER
				CONTINUE
		END-EVALUATE
	ELSE
		PERFORM WRITE-DELTA-RECORD
	END-IF.

WRITE-DELTA-RECORD.
	ADD 1 TO WS-DELTA-COUNT
	MOVE SPACES TO CSV-LINE
	STRING
		WS-DELTA-ACTION                DELIMITED BY SIZE
		','                            DELIMITED BY SIZE
		FUNCTION TRIM(PHONE-NO OF WS-DELTA-IMAGE)
			DELIMITED BY SIZE
	WRITE EXTRACT-CTL-RECORD
	CLOSE EXTRACT-CTL-FILE.

WRITE-UNLISTED-CONTROL.
	OPEN EXTEND UNLISTED-CONTROL-FILE
	IF UNLISTED-CONTROL-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT UNLISTED-CONTROL-FILE
	END-IF
	MOVE 'PHONDCSV' TO UNLS-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO UNLS-TIMESTAMP
	SET UNLS-DELTA-ONLY TO TRUE
	MOVE 1 TO UNLS-PASS-COUNT
	MOVE WS-UNLISTED-SEEN TO UNLS-UNLISTED-SEEN
	MOVE WS-UNLISTED-SUPPRESSED TO UNLS-SUPPRESSED
	WRITE UNLISTED-CONTROL-RECORD
	CLOSE UNLISTED-CONTROL-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONDCSV AUDIT RECORDS READ : ' WS-RECORDS-READ
	DISPLAY 'PHONDCSV DELTA ROWS WRITTEN : ' WS-DELTA-COUNT
	DISPLAY 'PHONDCSV UNLISTED WITHHELD  : ' WS-UNLISTED-SUPPRESSED.
