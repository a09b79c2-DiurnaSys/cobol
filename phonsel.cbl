		ASSIGN TO 'phonsel.csv'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CSV-FILE-STATUS.
	SELECT UNLISTED-CONTROL-FILE
		ASSIGN TO 'phonunls.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS UNLISTED-CONTROL-STATUS.
DATA DIVISION.
FILE SECTION.
FD CRITERIA-FILE.
FD SELECT-CSV-FILE.
01 CSV-LINE			PIC X(80).

FD UNLISTED-CONTROL-FILE.
01 UNLISTED-CONTROL-RECORD.
	COPY UNLSCTL.

WORKING-STORAGE SECTION.
01 CRITERIA-FILE-STATUS		PIC X(2).
01 PHONE-FILE-STATUS		PIC X(2).
01 DEPT-FILE-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 CSV-FILE-STATUS		PIC X(2).
01 UNLISTED-CONTROL-STATUS	PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y' FALSE 'N'.
	05 WS-BAD-CARD-COUNT	PIC 9(4) VALUE ZERO.
	05 WS-SET-SELECTED	PIC 9(6) VALUE ZERO.
	05 WS-TOTAL-SELECTED	PIC 9(6) VALUE ZERO.
	05 WS-SETS-EXECUTED	PIC 9(4) VALUE ZERO.
	05 WS-UNLISTED-SEEN	PIC 9(6) VALUE ZERO.
	05 WS-UNLISTED-SUPPRESSED	PIC 9(6) VALUE ZERO.

01 SET-HDG-LINE.
	05 FILLER		PIC X(15) VALUE 'CRITERIA SET'.
		END-READ
	END-PERFORM
	PERFORM CLOSE-FILES
	PERFORM WRITE-UNLISTED-CONTROL
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.

RUN-CRITERIA-SET.
	MOVE ZERO TO WS-SET-SELECTED
	ADD 1 TO WS-SETS-EXECUTED
	SET PHONE-EOF TO FALSE
	OPEN INPUT PHONE-FILE
	IF PHONE-FILE-STATUS NOT = '00'
	ADD WS-SET-SELECTED TO WS-TOTAL-SELECTED.

TEST-ONE-RECORD.
	*> an unlisted line is withheld ahead of the criteria, so no
	*> combination of cards can ever select it
	IF PHONE-UNLISTED
		ADD 1 TO WS-UNLISTED-SEEN
		ADD 1 TO WS-UNLISTED-SUPPRESSED
		SET RECORD-MATCHES TO FALSE
	ELSE
		PERFORM APPLY-CRITERIA
	END-IF
	IF RECORD-MATCHES
		ADD 1 TO WS-SET-SELECTED
		IF FUNCTION MOD(WS-SET-SELECTED, WS-PROGRESS-INTERVAL) = 0
	END-STRING
	WRITE CSV-LINE.

WRITE-UNLISTED-CONTROL.
	OPEN EXTEND UNLISTED-CONTROL-FILE
	IF UNLISTED-CONTROL-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT UNLISTED-CONTROL-FILE
	END-IF
	MOVE 'PHONSEL' TO UNLS-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO UNLS-TIMESTAMP
	*> each criteria set is its own full pass of phone.dat
	SET UNLS-FULL-PASS TO TRUE
	MOVE WS-SETS-EXECUTED TO UNLS-PASS-COUNT
	MOVE WS-UNLISTED-SEEN TO UNLS-UNLISTED-SEEN
	MOVE WS-UNLISTED-SUPPRESSED TO UNLS-SUPPRESSED
	WRITE UNLISTED-CONTROL-RECORD
	CLOSE UNLISTED-CONTROL-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONSEL CRITERIA CARDS READ : ' WS-CARDS-READ
	DISPLAY 'PHONSEL CRITERIA SETS RUN   : ' WS-SET-COUNT
	DISPLAY 'PHONSEL BAD CRITERIA CARDS  : ' WS-BAD-CARD-COUNT
	DISPLAY 'PHONSEL RECORDS SELECTED    : ' WS-TOTAL-SELECTED
	DISPLAY 'PHONSEL UNLISTED WITHHELD   : ' WS-UNLISTED-SUPPRESSED.
