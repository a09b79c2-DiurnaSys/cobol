	05 WS-ACTIVE-READ	PIC 9(6) VALUE ZERO.
	05 WS-EXTRACT-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-MISSING-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-UNLISTED-COUNT	PIC 9(6) VALUE ZERO.
01 WS-UNLISTED-FLAG		PIC X(1).

01 CSV-HEADING			PIC X(60) VALUE
	'PHONE-NO,NAME,EXTENSION,BUILDING,FLOOR,ROOM,UNLISTED'.

01 EXC-MISSING-LINE.
	05 FILLER		PIC X(42) VALUE
PROGRAM-BEGIN.
	*> the public-safety answering point upload: every active line
	*> joined to its physical location; a line with no location is
	*> a compliance exception, never a half-filled upload row.
	*> Unlisted lines must still be locatable in an emergency, so
	*> they go up with the rest, flagged for the answering point
	OPEN INPUT PHONE-FILE
	OPEN INPUT LOCATION-FILE
	IF LOCATION-FILE-STATUS = '00'

WRITE-E911-ROW.
	ADD 1 TO WS-EXTRACT-COUNT
	IF PHONE-UNLISTED
		ADD 1 TO WS-UNLISTED-COUNT
		MOVE 'Y' TO WS-UNLISTED-FLAG
	ELSE
		MOVE SPACE TO WS-UNLISTED-FLAG
	END-IF
	MOVE SPACES TO CSV-LINE
	STRING
		FUNCTION TRIM(PHONE-NO)        DELIMITED BY SIZE
		FUNCTION TRIM(LOC-FLOOR)       DELIMITED BY SIZE
		','                            DELIMITED BY SIZE
		FUNCTION TRIM(LOC-ROOM)        DELIMITED BY SIZE
		','                            DELIMITED BY SIZE
		WS-UNLISTED-FLAG               DELIMITED BY SIZE
		INTO CSV-LINE
	END-STRING
	WRITE CSV-LINE.
DISPLAY-TOTALS.
	DISPLAY 'PHONE911 ACTIVE LINES READ   : ' WS-ACTIVE-READ
	DISPLAY 'PHONE911 ROWS EXTRACTED      : ' WS-EXTRACT-COUNT
	DISPLAY 'PHONE911 MISSING LOCATIONS   : ' WS-MISSING-COUNT
	DISPLAY 'PHONE911 UNLISTED ROWS FLAGGED: ' WS-UNLISTED-COUNT.
