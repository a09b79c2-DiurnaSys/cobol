		ASSIGN TO 'phone.csv'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CSV-FILE-STATUS.
	SELECT UNLISTED-CONTROL-FILE
		ASSIGN TO 'phonunls.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS UNLISTED-CONTROL-STATUS.
DATA DIVISION.
FILE SECTION.
FD PHONE-FILE.
FD CSV-FILE.
01 CSV-LINE			PIC X(80).

FD UNLISTED-CONTROL-FILE.
01 UNLISTED-CONTROL-RECORD.
	COPY UNLSCTL.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS		PIC X(2).
01 CSV-FILE-STATUS		PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 UNLISTED-CONTROL-STATUS	PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y'.
01 WS-RECORD-COUNT		PIC 9(6) VALUE ZERO.
01 WS-RECORDS-READ		PIC 9(6) VALUE ZERO.
01 WS-UNLISTED-COUNT		PIC 9(6) VALUE ZERO.
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.

01 CSV-HEADING			PIC X(40) VALUE
	PERFORM UNTIL EOF
		READ PHONE-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM EXPORT-ONE-RECORD
		END-READ
	END-PERFORM
	CLOSE PHONE-FILE
	CLOSE CSV-FILE
	PERFORM WRITE-RUN-LOG-RECORD
	PERFORM WRITE-UNLISTED-CONTROL
	DISPLAY 'PHONXCSV RECORDS EXPORTED: ' WS-RECORD-COUNT
	DISPLAY 'PHONXCSV UNLISTED WITHHELD: ' WS-UNLISTED-COUNT.

PROGRAM-DONE.
	STOP RUN.

EXPORT-ONE-RECORD.
	ADD 1 TO WS-RECORDS-READ
	*> an unlisted line never leaves the building
	IF PHONE-UNLISTED
		ADD 1 TO WS-UNLISTED-COUNT
	ELSE
		PERFORM WRITE-CSV-RECORD
	END-IF.

WRITE-CSV-RECORD.
	MOVE SPACES TO CSV-LINE
	STRING
	END-IF
	MOVE 'PHONXCSV' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-RECORDS-READ TO RUN-RECORDS-IN
	MOVE WS-RECORD-COUNT TO RUN-RECORDS-OUT
	MOVE ZERO TO RUN-REJECT-COUNT
	MOVE ZERO TO RUN-ADD-COUNT
	MOVE ZERO TO RUN-DELETE-COUNT
	*> the unlisted lines withheld are read but deliberately not
	*> exported
	MOVE WS-UNLISTED-COUNT TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

WRITE-UNLISTED-CONTROL.
	OPEN EXTEND UNLISTED-CONTROL-FILE
	IF UNLISTED-CONTROL-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT UNLISTED-CONTROL-FILE
	END-IF
	MOVE 'PHONXCSV' TO UNLS-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO UNLS-TIMESTAMP
	SET UNLS-FULL-PASS TO TRUE
	MOVE 1 TO UNLS-PASS-COUNT
	MOVE WS-UNLISTED-COUNT TO UNLS-UNLISTED-SEEN
	MOVE WS-UNLISTED-COUNT TO UNLS-SUPPRESSED
	WRITE UNLISTED-CONTROL-RECORD
	CLOSE UNLISTED-CONTROL-FILE.
