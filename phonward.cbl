       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHONWARD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PHONE-FILE
		ASSIGN TO 'phone.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS PHONE-NO
		ALTERNATE RECORD KEY IS PHONE-NAME WITH DUPLICATES
		FILE STATUS IS PHONE-FILE-STATUS.
	SELECT LOCATION-FILE
		ASSIGN TO 'phonloc.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS LOC-PHONE-NO
		FILE STATUS IS LOCATION-FILE-STATUS.
	SELECT DEPT-FILE
		ASSIGN TO 'dept.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS DEPT-FILE-STATUS.
	SELECT ROSTER-SORT-WORK
		ASSIGN TO 'phonward.wrk'.
	SELECT REPORT-FILE
		ASSIGN TO 'phonward.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REPORT-FILE-STATUS.
	SELECT RUN-LOG-FILE
		ASSIGN TO 'runlog.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RUN-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD PHONE-FILE.
01 PHONE-RECORD.
	COPY PHONEREC.

FD LOCATION-FILE.
01 LOCATION-RECORD.
	COPY PHONLOC.

FD DEPT-FILE.
01 DEPT-RECORD.
	COPY DEPTREC.

SD ROSTER-SORT-WORK.
01 ROSTER-SORT-RECORD.
	*> located lines sort ahead of the unknowns, which all share
	*> blank building and floor and so fall together at the end
	05 RST-LOCATION-FLAG	PIC X.
		88 RST-LOCATED		VALUE '1'.
		88 RST-LOCATION-UNKNOWN	VALUE '2'.
	05 RST-BUILDING		PIC X(10).
	05 RST-FLOOR		PIC X(3).
	05 RST-NAME		PIC X(10).
	05 RST-ROOM		PIC X(8).
	05 RST-DEPT-CODE	PIC X(4).
	05 RST-EXTENSION	PIC X(4).
	05 RST-PHONE-NO		PIC X(6).

FD REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS		PIC X(2).
01 LOCATION-FILE-STATUS		PIC X(2).
01 DEPT-FILE-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y' FALSE 'N'.
	05 LOC-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 LOCATION-FILE-AVAILABLE VALUE 'Y'.
	05 DEPT-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 DEPT-FILE-AVAILABLE	VALUE 'Y'.
	05 UNKNOWN-PAGE-SWITCH	PIC X VALUE 'N'.
		88 UNKNOWN-PAGE-STARTED	VALUE 'Y'.
01 WS-DEPT-NAME			PIC X(20).
01 WS-PREV-BUILDING		PIC X(10) VALUE HIGH-VALUES.
01 WS-PREV-FLOOR		PIC X(3) VALUE HIGH-VALUES.
01 WS-MAX-LINES-PER-PAGE	PIC 9(2) VALUE 60.
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-LINE-COUNT	PIC 9(2) VALUE 99.
	05 WS-PAGE-COUNT	PIC 9(4) VALUE ZERO.
	05 WS-RECORDS-READ	PIC 9(6) VALUE ZERO.
	05 WS-ACTIVE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-LOCATED-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-UNKNOWN-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-FLOOR-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-BUILDING-COUNT	PIC 9(6) VALUE ZERO.

01 HDG-LINE-1.
	05 FILLER		PIC X(30) VALUE
		'FLOOR-WARDEN ROSTER'.
	05 FILLER		PIC X(6) VALUE 'DATE: '.
	05 HDG-DATE		PIC X(8).
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(5) VALUE 'PAGE'.
	05 HDG-PAGE-NO		PIC ZZZ9.
01 HDG-LINE-2.
	05 FILLER		PIC X(10) VALUE 'NAME'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(8) VALUE 'ROOM'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(20) VALUE 'DEPARTMENT'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(4) VALUE 'EXT'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(6) VALUE 'PHONE#'.

01 FLOOR-HEADING-LINE.
	05 FILLER		PIC X(10) VALUE 'BUILDING: '.
	05 FLR-HDG-BUILDING	PIC X(10).
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(7) VALUE 'FLOOR: '.
	05 FLR-HDG-FLOOR	PIC X(3).
	05 FLR-HDG-CONTINUED	PIC X(12).

01 UNKNOWN-HEADING-LINE.
	05 FILLER		PIC X(50) VALUE
		'LOCATION UNKNOWN - ACTIVE LINES WITH NO LOCATION'.
	05 UNK-HDG-CONTINUED	PIC X(12).
01 UNKNOWN-NOTE-LINE.
	05 FILLER		PIC X(60) VALUE
		'THESE PEOPLE CANNOT BE ACCOUNTED FOR BY ANY FLOOR WARDEN'.

01 DETAIL-LINE.
	05 DTL-PHONE-NAME	PIC X(10).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-ROOM		PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-DEPT-NAME	PIC X(20).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-EXTENSION	PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-PHONE-NO		PIC X(6).

01 FLOOR-TOTAL-LINE.
	05 FILLER		PIC X(10) VALUE '  FLOOR '.
	05 FLT-FLOOR		PIC X(3).
	05 FILLER		PIC X(13) VALUE ' HEADCOUNT:'.
	05 FLT-COUNT		PIC ZZZ,ZZ9.
01 BUILDING-TOTAL-LINE.
	05 FILLER		PIC X(10) VALUE 'BUILDING '.
	05 BLT-BUILDING		PIC X(10).
	05 FILLER		PIC X(12) VALUE ' HEADCOUNT:'.
	05 BLT-COUNT		PIC ZZZ,ZZ9.
01 UNKNOWN-TOTAL-LINE.
	05 FILLER		PIC X(30) VALUE
		'  LOCATION UNKNOWN HEADCOUNT:'.
	05 UNT-COUNT		PIC ZZZ,ZZ9.

01 GRAND-TOTAL-LINE-1.
	05 FILLER		PIC X(26) VALUE 'ACTIVE LINES READ       :'.
	05 TOT-ACTIVE-COUNT	PIC ZZZ,ZZ9.
01 GRAND-TOTAL-LINE-2.
	05 FILLER		PIC X(26) VALUE 'ON A FLOOR ROSTER       :'.
	05 TOT-LOCATED-COUNT	PIC ZZZ,ZZ9.
01 GRAND-TOTAL-LINE-3.
	05 FILLER		PIC X(26) VALUE 'LOCATION UNKNOWN        :'.
	05 TOT-UNKNOWN-COUNT	PIC ZZZ,ZZ9.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	*> the evacuation roster: every active line placed on the floor
	*> its location record names, one section per building and floor
	*> so each warden has a page of their own; a line with no
	*> location is printed on a page of its own, never dropped
	SORT ROSTER-SORT-WORK
		ON ASCENDING KEY RST-LOCATION-FLAG
		ON ASCENDING KEY RST-BUILDING
		ON ASCENDING KEY RST-FLOOR
		ON ASCENDING KEY RST-NAME
		INPUT PROCEDURE IS COLLECT-ACTIVE-LINES
		OUTPUT PROCEDURE IS PRINT-WARDEN-ROSTER
	PERFORM WRITE-RUN-LOG-RECORD
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	STOP RUN.

COLLECT-ACTIVE-LINES.
	OPEN INPUT PHONE-FILE
	IF PHONE-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONWARD: PHONE.DAT NOT FOUND'
	END-IF
	OPEN INPUT LOCATION-FILE
	IF LOCATION-FILE-STATUS = '00'
		SET LOCATION-FILE-AVAILABLE TO TRUE
	ELSE
		DISPLAY 'PHONWARD: PHONLOC.DAT NOT FOUND - '
			'EVERY ACTIVE LINE WILL BE LOCATION UNKNOWN'
	END-IF
	PERFORM UNTIL EOF
		READ PHONE-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM RELEASE-ROSTER-LINE
		END-READ
	END-PERFORM
	CLOSE PHONE-FILE
	CLOSE LOCATION-FILE.

RELEASE-ROSTER-LINE.
	ADD 1 TO WS-RECORDS-READ
	IF FUNCTION MOD(WS-RECORDS-READ, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'PHONWARD: ' WS-RECORDS-READ ' RECORDS PROCESSED'
	END-IF
	IF PHONE-ACTIVE
		ADD 1 TO WS-ACTIVE-COUNT
		MOVE PHONE-NAME TO RST-NAME
		MOVE PHONE-DEPT-CODE TO RST-DEPT-CODE
		MOVE PHONE-EXTENSION TO RST-EXTENSION
		MOVE PHONE-NO TO RST-PHONE-NO
		SET RST-LOCATION-UNKNOWN TO TRUE
		MOVE SPACES TO RST-BUILDING
		MOVE SPACES TO RST-FLOOR
		MOVE SPACES TO RST-ROOM
		*> judged on the switch set at open, not the live file
		*> status: a not-found read flips the status
		IF LOCATION-FILE-AVAILABLE
			MOVE PHONE-NO TO LOC-PHONE-NO
			READ LOCATION-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					SET RST-LOCATED TO TRUE
					MOVE LOC-BUILDING TO RST-BUILDING
					MOVE LOC-FLOOR TO RST-FLOOR
					MOVE LOC-ROOM TO RST-ROOM
			END-READ
		END-IF
		RELEASE ROSTER-SORT-RECORD
	END-IF.

PRINT-WARDEN-ROSTER.
	MOVE FUNCTION CURRENT-DATE(1:8) TO HDG-DATE
	OPEN INPUT DEPT-FILE
	IF DEPT-FILE-STATUS = '00'
		SET DEPT-FILE-AVAILABLE TO TRUE
	END-IF
	OPEN OUTPUT REPORT-FILE
	SET EOF TO FALSE
	PERFORM UNTIL EOF
		RETURN ROSTER-SORT-WORK
			AT END SET EOF TO TRUE
			NOT AT END PERFORM PRINT-ROSTER-ENTRY
		END-RETURN
	END-PERFORM
	IF WS-PREV-BUILDING NOT = HIGH-VALUES
		PERFORM PRINT-FLOOR-TOTAL
		PERFORM PRINT-BUILDING-TOTAL
	END-IF
	IF UNKNOWN-PAGE-STARTED
		PERFORM PRINT-UNKNOWN-TOTAL
	END-IF
	PERFORM PRINT-GRAND-TOTALS
	CLOSE DEPT-FILE
	CLOSE REPORT-FILE.

PRINT-ROSTER-ENTRY.
	IF RST-LOCATED
		PERFORM CHECK-FLOOR-BREAK
		ADD 1 TO WS-LOCATED-COUNT
		ADD 1 TO WS-FLOOR-COUNT
		ADD 1 TO WS-BUILDING-COUNT
		IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
			MOVE ' (CONTINUED)' TO FLR-HDG-CONTINUED
			PERFORM PRINT-FLOOR-HEADING
		END-IF
	ELSE
		IF NOT UNKNOWN-PAGE-STARTED
			IF WS-PREV-BUILDING NOT = HIGH-VALUES
				PERFORM PRINT-FLOOR-TOTAL
				PERFORM PRINT-BUILDING-TOTAL
				MOVE HIGH-VALUES TO WS-PREV-BUILDING
			END-IF
			SET UNKNOWN-PAGE-STARTED TO TRUE
			MOVE SPACES TO UNK-HDG-CONTINUED
			PERFORM PRINT-UNKNOWN-HEADING
		END-IF
		ADD 1 TO WS-UNKNOWN-COUNT
		IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
			MOVE ' (CONTINUED)' TO UNK-HDG-CONTINUED
			PERFORM PRINT-UNKNOWN-HEADING
		END-IF
	END-IF
	PERFORM PRINT-DETAIL-LINE.

CHECK-FLOOR-BREAK.
	IF RST-BUILDING NOT = WS-PREV-BUILDING
		IF WS-PREV-BUILDING NOT = HIGH-VALUES
			PERFORM PRINT-FLOOR-TOTAL
			PERFORM PRINT-BUILDING-TOTAL
		END-IF
		MOVE RST-BUILDING TO WS-PREV-BUILDING
		MOVE RST-FLOOR TO WS-PREV-FLOOR
		MOVE ZERO TO WS-BUILDING-COUNT
		MOVE ZERO TO WS-FLOOR-COUNT
		MOVE SPACES TO FLR-HDG-CONTINUED
		PERFORM PRINT-FLOOR-HEADING
	ELSE
		IF RST-FLOOR NOT = WS-PREV-FLOOR
			PERFORM PRINT-FLOOR-TOTAL
			MOVE RST-FLOOR TO WS-PREV-FLOOR
			MOVE ZERO TO WS-FLOOR-COUNT
			MOVE SPACES TO FLR-HDG-CONTINUED
			PERFORM PRINT-FLOOR-HEADING
		END-IF
	END-IF.

PRINT-DETAIL-LINE.
	MOVE RST-NAME TO DTL-PHONE-NAME
	MOVE RST-ROOM TO DTL-ROOM
	PERFORM LOOK-UP-DEPT-NAME
	MOVE WS-DEPT-NAME TO DTL-DEPT-NAME
	MOVE RST-EXTENSION TO DTL-EXTENSION
	MOVE RST-PHONE-NO TO DTL-PHONE-NO
	WRITE REPORT-LINE FROM DETAIL-LINE
	ADD 1 TO WS-LINE-COUNT.

LOOK-UP-DEPT-NAME.
	MOVE 'UNKNOWN DEPARTMENT' TO WS-DEPT-NAME
	IF DEPT-FILE-AVAILABLE
		MOVE RST-DEPT-CODE TO DEPT-CODE
		READ DEPT-FILE
			INVALID KEY CONTINUE
			NOT INVALID KEY MOVE DEPT-NAME TO WS-DEPT-NAME
		END-READ
	END-IF.

PRINT-FLOOR-HEADING.
	*> every floor starts a fresh page: the page is what the warden
	*> carries
	PERFORM PRINT-PAGE-HEADERS
	MOVE RST-BUILDING TO FLR-HDG-BUILDING
	MOVE RST-FLOOR TO FLR-HDG-FLOOR
	WRITE REPORT-LINE FROM FLOOR-HEADING-LINE
	WRITE REPORT-LINE FROM SPACES
	ADD 2 TO WS-LINE-COUNT.

PRINT-UNKNOWN-HEADING.
	PERFORM PRINT-PAGE-HEADERS
	WRITE REPORT-LINE FROM UNKNOWN-HEADING-LINE
	WRITE REPORT-LINE FROM UNKNOWN-NOTE-LINE
	WRITE REPORT-LINE FROM SPACES
	ADD 3 TO WS-LINE-COUNT.

PRINT-FLOOR-TOTAL.
	MOVE WS-PREV-FLOOR TO FLT-FLOOR
	MOVE WS-FLOOR-COUNT TO FLT-COUNT
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM FLOOR-TOTAL-LINE
	ADD 2 TO WS-LINE-COUNT.

PRINT-BUILDING-TOTAL.
	MOVE WS-PREV-BUILDING TO BLT-BUILDING
	MOVE WS-BUILDING-COUNT TO BLT-COUNT
	WRITE REPORT-LINE FROM BUILDING-TOTAL-LINE
	ADD 1 TO WS-LINE-COUNT.

PRINT-UNKNOWN-TOTAL.
	MOVE WS-UNKNOWN-COUNT TO UNT-COUNT
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM UNKNOWN-TOTAL-LINE
	ADD 2 TO WS-LINE-COUNT.

PRINT-PAGE-HEADERS.
	ADD 1 TO WS-PAGE-COUNT
	MOVE WS-PAGE-COUNT TO HDG-PAGE-NO
	IF WS-PAGE-COUNT > 1
		WRITE REPORT-LINE FROM SPACES
			BEFORE ADVANCING PAGE
	END-IF
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM HDG-LINE-2
	WRITE REPORT-LINE FROM SPACES
	MOVE ZERO TO WS-LINE-COUNT.

PRINT-GRAND-TOTALS.
	PERFORM PRINT-PAGE-HEADERS
	MOVE WS-ACTIVE-COUNT TO TOT-ACTIVE-COUNT
	MOVE WS-LOCATED-COUNT TO TOT-LOCATED-COUNT
	MOVE WS-UNKNOWN-COUNT TO TOT-UNKNOWN-COUNT
	WRITE REPORT-LINE FROM GRAND-TOTAL-LINE-1
	WRITE REPORT-LINE FROM GRAND-TOTAL-LINE-2
	WRITE REPORT-LINE FROM GRAND-TOTAL-LINE-3.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'PHONWARD' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-ACTIVE-COUNT TO RUN-RECORDS-IN
	MOVE WS-LOCATED-COUNT TO RUN-RECORDS-OUT
	MOVE WS-UNKNOWN-COUNT TO RUN-REJECT-COUNT
	MOVE ZERO TO RUN-ADD-COUNT
	MOVE ZERO TO RUN-DELETE-COUNT
	MOVE ZERO TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONWARD RECORDS READ        : ' WS-RECORDS-READ
	DISPLAY 'PHONWARD ACTIVE LINES        : ' WS-ACTIVE-COUNT
	DISPLAY 'PHONWARD ON A FLOOR ROSTER   : ' WS-LOCATED-COUNT
	DISPLAY 'PHONWARD LOCATION UNKNOWN    : ' WS-UNKNOWN-COUNT.
