       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHONDIST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT DIST-CONTROL-FILE
		ASSIGN TO 'phondist.ctl'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CONTROL-FILE-STATUS.
	SELECT DEPT-FILE
		ASSIGN TO 'dept.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS DEPT-FILE-STATUS.
	SELECT BURST-FILE
		ASSIGN TO WS-BURST-FILENAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BURST-FILE-STATUS.
	SELECT DIST-SORT-WORK
		ASSIGN TO 'phondist.wrk'.
	SELECT DIST-OUTPUT-FILE
		ASSIGN TO WS-OUTPUT-FILENAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OUTPUT-FILE-STATUS.
	SELECT DIST-LOG-FILE
		ASSIGN TO 'phondist.log'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DIST-LOG-STATUS.
	SELECT DIST-REPORT-FILE
		ASSIGN TO 'phondist.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REPORT-FILE-STATUS.
	SELECT RUN-LOG-FILE
		ASSIGN TO 'runlog.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RUN-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD DIST-CONTROL-FILE.
01 DIST-CONTROL-RECORD.
	COPY DISTCTL.

FD DEPT-FILE.
01 DEPT-RECORD.
	COPY DEPTREC.

FD BURST-FILE.
01 BURST-RECORD.
	COPY BURSTREC.

SD DIST-SORT-WORK.
01 DIST-SORT-RECORD.
	05 SRT-DEPT-CODE	PIC X(4).
	05 SRT-REPORT-IX	PIC 9(1).
	05 SRT-COPY-NO		PIC 9(2).
	05 SRT-SEQ-NO		PIC 9(8).
	05 SRT-LINE		PIC X(80).

FD DIST-OUTPUT-FILE.
01 OUTPUT-LINE			PIC X(80).

FD DIST-LOG-FILE.
01 DIST-LOG-RECORD.
	COPY DISTLOG.

FD DIST-REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

WORKING-STORAGE SECTION.
01 CONTROL-FILE-STATUS		PIC X(2).
01 DEPT-FILE-STATUS		PIC X(2).
01 BURST-FILE-STATUS		PIC X(2).
01 OUTPUT-FILE-STATUS		PIC X(2).
01 DIST-LOG-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y' FALSE 'N'.
	05 SORT-EOF-SWITCH	PIC X VALUE 'N'.
		88 SORT-EOF		VALUE 'Y'.
	05 DEPT-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 DEPT-FILE-AVAILABLE	VALUE 'Y'.
	05 OUTPUT-OPEN-SWITCH	PIC X VALUE 'N'.
		88 OUTPUT-OPEN		VALUE 'Y' FALSE 'N'.
	05 DIST-FULL-SWITCH	PIC X VALUE 'N'.
		88 DIST-TABLE-FULL	VALUE 'Y'.
	05 UNROUTED-FULL-SWITCH	PIC X VALUE 'N'.
		88 UNROUTED-TABLE-FULL	VALUE 'Y'.
01 WS-BURST-FILENAME		PIC X(20).
01 WS-OUTPUT-FILENAME		PIC X(20).
01 WS-DEPT-NAME			PIC X(20).
01 WS-RUN-TIMESTAMP		PIC X(21).
01 WS-REJECT-REASON		PIC X(30).

01 WS-REPORT-LIST.
	*> the reports that leave a department-tagged copy beside their
	*> print file, in the order each department's output carries them
	05 FILLER		PIC X(8) VALUE 'PHONRPT'.
	05 FILLER		PIC X(12) VALUE 'phonrpt.bst'.
	05 FILLER		PIC X(32) VALUE 'PHONE DIRECTORY LISTING'.
	05 FILLER		PIC X(8) VALUE 'PHONDRPT'.
	05 FILLER		PIC X(12) VALUE 'phondrpt.bst'.
	05 FILLER		PIC X(32) VALUE 'PHONE DIRECTORY BY DEPARTMENT'.
	05 FILLER		PIC X(8) VALUE 'PHONEXT'.
	05 FILLER		PIC X(12) VALUE 'phonext.bst'.
	05 FILLER		PIC X(32) VALUE
		'EXTENSION CROSS-REFERENCE'.
	05 FILLER		PIC X(8) VALUE 'PHONDAYR'.
	05 FILLER		PIC X(12) VALUE 'phondayr.bst'.
	05 FILLER		PIC X(32) VALUE
		'DAILY DIRECTORY CHANGE ACTIVITY'.
01 WS-REPORT-TABLE REDEFINES WS-REPORT-LIST.
	05 WS-REPORT-ENTRY OCCURS 4 TIMES.
		10 WS-REPORT-ID		PIC X(8).
		10 WS-REPORT-FILE	PIC X(12).
		10 WS-REPORT-TITLE	PIC X(32).
01 WS-REPORT-COUNT		PIC 9(1) VALUE 4.
01 WS-REPORT-IX			PIC 9(1) VALUE ZERO.
01 WS-REPORT-TOTALS.
	05 WS-REPORT-FOUND-SW	PIC X OCCURS 4 TIMES.
	05 WS-REPORT-READ	PIC 9(6) OCCURS 4 TIMES.
	05 WS-REPORT-ROUTED	PIC 9(6) OCCURS 4 TIMES.
	05 WS-REPORT-UNROUTED	PIC 9(6) OCCURS 4 TIMES.
01 WS-HEADING-TABLE.
	*> the column headings each report writes once for every copy
	05 WS-HEADING-COUNT	PIC 9(1) OCCURS 4 TIMES.
	05 WS-HEADING-SET OCCURS 4 TIMES.
		10 WS-HEADING-TEXT	PIC X(80) OCCURS 5 TIMES.
01 WS-HEADING-MAX		PIC 9(1) VALUE 5.
01 WS-HEADING-IX		PIC 9(1) VALUE ZERO.

01 WS-DIST-MAX-ENTRIES		PIC 9(4) VALUE 2000.
01 WS-DIST-COUNT		PIC 9(4) VALUE ZERO.
01 WS-DIST-IX			PIC 9(4) VALUE ZERO.
01 WS-DIST-TABLE.
	05 WS-DIST-ENTRY OCCURS 2000 TIMES.
		10 WS-DIST-DEPT-CODE	PIC X(4).
		10 WS-DIST-REPORT-IX	PIC 9(1).
		10 WS-DIST-COPIES	PIC 9(2).

01 WS-UNROUTED-MAX-ENTRIES	PIC 9(3) VALUE 500.
01 WS-UNROUTED-COUNT		PIC 9(3) VALUE ZERO.
01 WS-UNROUTED-IX		PIC 9(3) VALUE ZERO.
01 WS-UNROUTED-TABLE.
	*> department and report pairs that printed lines nobody is down
	*> to receive
	05 WS-UNROUTED-ENTRY OCCURS 500 TIMES.
		10 WS-UNROUTED-DEPT	PIC X(4).
		10 WS-UNROUTED-REPORT	PIC 9(1).
		10 WS-UNROUTED-LINES	PIC 9(6).

01 WS-COPY-NO			PIC 9(2) VALUE ZERO.
01 WS-CUR-DEPT-CODE		PIC X(4) VALUE HIGH-VALUES.
01 WS-CUR-REPORT-IX		PIC 9(1) VALUE ZERO.
01 WS-CUR-COPY-NO		PIC 9(2) VALUE ZERO.
01 WS-GROUP-COPIES		PIC 9(2) VALUE ZERO.
01 WS-GROUP-LINES		PIC 9(6) VALUE ZERO.
01 WS-FILE-LINES		PIC 9(6) VALUE ZERO.
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-CONTROL-READ	PIC 9(6) VALUE ZERO.
	05 WS-CONTROL-REJECTED	PIC 9(6) VALUE ZERO.
	05 WS-LINES-READ	PIC 9(6) VALUE ZERO.
	05 WS-LINES-WRITTEN	PIC 9(6) VALUE ZERO.
	05 WS-LINES-UNROUTED	PIC 9(6) VALUE ZERO.
	05 WS-OUTPUTS-PRODUCED	PIC 9(6) VALUE ZERO.
	05 WS-DELIVERIES	PIC 9(6) VALUE ZERO.
	05 WS-DEPTS-READ	PIC 9(6) VALUE ZERO.
	05 WS-DEPTS-UNLISTED	PIC 9(6) VALUE ZERO.

01 BANNER-LINE-1.
	05 FILLER		PIC X(26) VALUE
		'DEPARTMENT DISTRIBUTION - '.
	05 BNR-DEPT-NAME	PIC X(20).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(1) VALUE '('.
	05 BNR-DEPT-CODE	PIC X(4).
	05 FILLER		PIC X(1) VALUE ')'.
01 BANNER-LINE-2.
	05 BNR-REPORT-TITLE	PIC X(32).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(5) VALUE 'COPY '.
	05 BNR-COPY-NO		PIC Z9.
	05 FILLER		PIC X(4) VALUE ' OF '.
	05 BNR-COPIES		PIC Z9.

01 HDG-LINE-1.
	05 FILLER		PIC X(40) VALUE
		'REPORT DISTRIBUTION CONTROL'.
01 SECTION-HDG-LINE.
	05 SEC-TITLE		PIC X(60).

01 REJECT-LINE.
	05 REJ-DEPT-CODE	PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 REJ-REPORT-ID	PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 REJ-COPIES		PIC X(2).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 REJ-REASON		PIC X(30).

01 OUTPUT-DETAIL-LINE.
	05 ODL-DEPT-CODE	PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 ODL-REPORT-ID	PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 ODL-COPIES		PIC Z9.
	05 FILLER		PIC X(8) VALUE ' COPIES '.
	05 ODL-LINES		PIC ZZZ,ZZ9.
	05 FILLER		PIC X(8) VALUE ' LINES  '.
	05 ODL-OUTPUT-FILE	PIC X(20).

01 UNROUTED-LINE.
	05 UNR-DEPT-CODE	PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 UNR-REPORT-ID	PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 UNR-LINES		PIC ZZZ,ZZ9.
	05 FILLER		PIC X(30) VALUE
		' LINES NOT DELIVERED'.

01 UNLISTED-DEPT-LINE.
	05 UDL-DEPT-CODE	PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 UDL-DEPT-NAME	PIC X(20).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(30) VALUE
		'*** NO DISTRIBUTION ENTRY ***'.

01 NOT-PRODUCED-LINE.
	05 NPL-REPORT-ID	PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 NPL-REPORT-FILE	PIC X(12).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(30) VALUE
		'NOT FOUND - NOT DISTRIBUTED'.

01 TOTAL-LINE.
	05 TOT-LABEL		PIC X(30).
	05 TOT-COUNT		PIC ZZZ,ZZ9.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	*> the department-tagged copies the report programs leave are
	*> split into one output per department, each report repeated
	*> for as many copies as the distribution list asks
	MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
	PERFORM OPEN-FILES
	PERFORM LOAD-DISTRIBUTION-LIST
	SORT DIST-SORT-WORK
		ON ASCENDING KEY SRT-DEPT-CODE
		ON ASCENDING KEY SRT-REPORT-IX
		ON ASCENDING KEY SRT-COPY-NO
		ON ASCENDING KEY SRT-SEQ-NO
		INPUT PROCEDURE IS RELEASE-REPORT-LINES
		OUTPUT PROCEDURE IS PRODUCE-DEPT-OUTPUTS
	PERFORM PRINT-MISSING-REPORTS
	PERFORM PRINT-UNROUTED-LINES
	PERFORM PRINT-UNLISTED-DEPARTMENTS
	PERFORM PRINT-TOTALS
	PERFORM CLOSE-FILES
	PERFORM WRITE-RUN-LOG-RECORD
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	STOP RUN.

OPEN-FILES.
	OPEN INPUT DEPT-FILE
	IF DEPT-FILE-STATUS = '00'
		SET DEPT-FILE-AVAILABLE TO TRUE
	ELSE
		DISPLAY 'PHONDIST: DEPT.DAT NOT AVAILABLE - '
			'UNLISTED DEPARTMENTS NOT CHECKED'
	END-IF
	OPEN EXTEND DIST-LOG-FILE
	IF DIST-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT DIST-LOG-FILE
	END-IF
	OPEN OUTPUT DIST-REPORT-FILE
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM SPACES.

LOAD-DISTRIBUTION-LIST.
	MOVE 'DISTRIBUTION ENTRIES REJECTED' TO SEC-TITLE
	WRITE REPORT-LINE FROM SECTION-HDG-LINE
	OPEN INPUT DIST-CONTROL-FILE
	IF CONTROL-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONDIST: PHONDIST.CTL NOT FOUND - '
			'NOTHING WILL BE DISTRIBUTED'
		MOVE 8 TO RETURN-CODE
	END-IF
	PERFORM UNTIL EOF
		READ DIST-CONTROL-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM VALIDATE-ONE-ENTRY
		END-READ
	END-PERFORM
	CLOSE DIST-CONTROL-FILE
	SET EOF TO FALSE
	WRITE REPORT-LINE FROM SPACES.

VALIDATE-ONE-ENTRY.
	ADD 1 TO WS-CONTROL-READ
	MOVE SPACES TO WS-REJECT-REASON
	PERFORM VARYING WS-REPORT-IX FROM 1 BY 1
			UNTIL WS-REPORT-IX > WS-REPORT-COUNT
			OR WS-REPORT-ID(WS-REPORT-IX) = DCTL-REPORT-ID
		CONTINUE
	END-PERFORM
	EVALUATE TRUE
		WHEN DCTL-DEPT-CODE = SPACES
			MOVE 'DEPARTMENT CODE IS REQUIRED' TO WS-REJECT-REASON
		WHEN WS-REPORT-IX > WS-REPORT-COUNT
			MOVE 'NOT A DISTRIBUTED REPORT' TO WS-REJECT-REASON
		WHEN DCTL-COPIES IS NOT NUMERIC
		OR DCTL-COPIES = ZERO
			MOVE 'COPIES MUST BE 01-99' TO WS-REJECT-REASON
		WHEN WS-DIST-COUNT >= WS-DIST-MAX-ENTRIES
			MOVE 'DISTRIBUTION TABLE FULL' TO WS-REJECT-REASON
			SET DIST-TABLE-FULL TO TRUE
	END-EVALUATE
	IF WS-REJECT-REASON = SPACES
		PERFORM VARYING WS-DIST-IX FROM 1 BY 1
				UNTIL WS-DIST-IX > WS-DIST-COUNT
				OR (WS-DIST-DEPT-CODE(WS-DIST-IX) = DCTL-DEPT-CODE
				AND WS-DIST-REPORT-IX(WS-DIST-IX) = WS-REPORT-IX)
			CONTINUE
		END-PERFORM
		IF WS-DIST-IX <= WS-DIST-COUNT
			MOVE 'DUPLICATE OF AN EARLIER ENTRY' TO WS-REJECT-REASON
		END-IF
	END-IF
	IF WS-REJECT-REASON = SPACES
		ADD 1 TO WS-DIST-COUNT
		MOVE DCTL-DEPT-CODE TO WS-DIST-DEPT-CODE(WS-DIST-COUNT)
		MOVE WS-REPORT-IX TO WS-DIST-REPORT-IX(WS-DIST-COUNT)
		MOVE DCTL-COPIES TO WS-DIST-COPIES(WS-DIST-COUNT)
	ELSE
		ADD 1 TO WS-CONTROL-REJECTED
		MOVE DCTL-DEPT-CODE TO REJ-DEPT-CODE
		MOVE DCTL-REPORT-ID TO REJ-REPORT-ID
		MOVE DCTL-COPIES TO REJ-COPIES
		MOVE WS-REJECT-REASON TO REJ-REASON
		WRITE REPORT-LINE FROM REJECT-LINE
	END-IF.

RELEASE-REPORT-LINES.
	PERFORM VARYING WS-REPORT-IX FROM 1 BY 1
			UNTIL WS-REPORT-IX > WS-REPORT-COUNT
		MOVE 'N' TO WS-REPORT-FOUND-SW(WS-REPORT-IX)
		MOVE ZERO TO WS-REPORT-READ(WS-REPORT-IX)
		MOVE ZERO TO WS-REPORT-ROUTED(WS-REPORT-IX)
		MOVE ZERO TO WS-REPORT-UNROUTED(WS-REPORT-IX)
		MOVE ZERO TO WS-HEADING-COUNT(WS-REPORT-IX)
		PERFORM READ-ONE-BURST-FILE
	END-PERFORM.

READ-ONE-BURST-FILE.
	MOVE WS-REPORT-FILE(WS-REPORT-IX) TO WS-BURST-FILENAME
	OPEN INPUT BURST-FILE
	IF BURST-FILE-STATUS NOT = '00'
		DISPLAY 'PHONDIST: ' WS-REPORT-FILE(WS-REPORT-IX)
			' NOT FOUND - ' WS-REPORT-ID(WS-REPORT-IX)
			' NOT DISTRIBUTED'
	ELSE
		MOVE 'Y' TO WS-REPORT-FOUND-SW(WS-REPORT-IX)
		SET EOF TO FALSE
		PERFORM UNTIL EOF
			READ BURST-FILE
				AT END SET EOF TO TRUE
				NOT AT END PERFORM ROUTE-BURST-RECORD
			END-READ
		END-PERFORM
		CLOSE BURST-FILE
	END-IF.

ROUTE-BURST-RECORD.
	ADD 1 TO WS-LINES-READ
	ADD 1 TO WS-REPORT-READ(WS-REPORT-IX)
	IF FUNCTION MOD(WS-LINES-READ, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'PHONDIST: ' WS-LINES-READ ' LINES PROCESSED'
	END-IF
	IF BST-HEADING
		IF WS-HEADING-COUNT(WS-REPORT-IX) < WS-HEADING-MAX
			ADD 1 TO WS-HEADING-COUNT(WS-REPORT-IX)
			MOVE BST-LINE TO WS-HEADING-TEXT(WS-REPORT-IX,
				WS-HEADING-COUNT(WS-REPORT-IX))
		END-IF
	ELSE
		PERFORM VARYING WS-DIST-IX FROM 1 BY 1
				UNTIL WS-DIST-IX > WS-DIST-COUNT
				OR (WS-DIST-DEPT-CODE(WS-DIST-IX) = BST-DEPT-CODE
				AND WS-DIST-REPORT-IX(WS-DIST-IX) = WS-REPORT-IX)
			CONTINUE
		END-PERFORM
		IF WS-DIST-IX <= WS-DIST-COUNT
			ADD 1 TO WS-REPORT-ROUTED(WS-REPORT-IX)
			*> one sort record per copy, so each copy comes back
			*> whole and in print order
			PERFORM VARYING WS-COPY-NO FROM 1 BY 1
					UNTIL WS-COPY-NO > WS-DIST-COPIES(WS-DIST-IX)
				MOVE BST-DEPT-CODE TO SRT-DEPT-CODE
				MOVE WS-REPORT-IX TO SRT-REPORT-IX
				MOVE WS-COPY-NO TO SRT-COPY-NO
				MOVE BST-SEQ-NO TO SRT-SEQ-NO
				MOVE BST-LINE TO SRT-LINE
				RELEASE DIST-SORT-RECORD
			END-PERFORM
		ELSE
			PERFORM COUNT-UNROUTED-LINE
		END-IF
	END-IF.

COUNT-UNROUTED-LINE.
	ADD 1 TO WS-LINES-UNROUTED
	ADD 1 TO WS-REPORT-UNROUTED(WS-REPORT-IX)
	PERFORM VARYING WS-UNROUTED-IX FROM 1 BY 1
			UNTIL WS-UNROUTED-IX > WS-UNROUTED-COUNT
			OR (WS-UNROUTED-DEPT(WS-UNROUTED-IX) = BST-DEPT-CODE
			AND WS-UNROUTED-REPORT(WS-UNROUTED-IX) = WS-REPORT-IX)
		CONTINUE
	END-PERFORM
	IF WS-UNROUTED-IX <= WS-UNROUTED-COUNT
		ADD 1 TO WS-UNROUTED-LINES(WS-UNROUTED-IX)
	ELSE
		IF WS-UNROUTED-COUNT >= WS-UNROUTED-MAX-ENTRIES
			IF NOT UNROUTED-TABLE-FULL
				SET UNROUTED-TABLE-FULL TO TRUE
				DISPLAY 'PHONDIST: *** UNDELIVERED TABLE FULL - '
					'SEE TOTALS FOR THE FULL COUNT ***'
			END-IF
		ELSE
			ADD 1 TO WS-UNROUTED-COUNT
			MOVE BST-DEPT-CODE TO WS-UNROUTED-DEPT(WS-UNROUTED-COUNT)
			MOVE WS-REPORT-IX TO WS-UNROUTED-REPORT(WS-UNROUTED-COUNT)
			MOVE 1 TO WS-UNROUTED-LINES(WS-UNROUTED-COUNT)
		END-IF
	END-IF.

PRODUCE-DEPT-OUTPUTS.
	MOVE 'OUTPUTS PRODUCED' TO SEC-TITLE
	WRITE REPORT-LINE FROM SECTION-HDG-LINE
	PERFORM UNTIL SORT-EOF
		RETURN DIST-SORT-WORK
			AT END SET SORT-EOF TO TRUE
			NOT AT END PERFORM WRITE-DEPT-OUTPUT-LINE
		END-RETURN
	END-PERFORM
	IF WS-CUR-DEPT-CODE NOT = HIGH-VALUES
		PERFORM LOG-REPORT-DELIVERY
		PERFORM CLOSE-DEPT-OUTPUT
	END-IF
	WRITE REPORT-LINE FROM SPACES.

WRITE-DEPT-OUTPUT-LINE.
	IF SRT-DEPT-CODE NOT = WS-CUR-DEPT-CODE
		IF WS-CUR-DEPT-CODE NOT = HIGH-VALUES
			PERFORM LOG-REPORT-DELIVERY
			PERFORM CLOSE-DEPT-OUTPUT
		END-IF
		PERFORM OPEN-DEPT-OUTPUT
		PERFORM START-REPORT-GROUP
	ELSE
		IF SRT-REPORT-IX NOT = WS-CUR-REPORT-IX
			PERFORM LOG-REPORT-DELIVERY
			PERFORM START-REPORT-GROUP
		END-IF
	END-IF
	IF SRT-COPY-NO NOT = WS-CUR-COPY-NO
		PERFORM START-COPY
	END-IF
	WRITE OUTPUT-LINE FROM SRT-LINE
	ADD 1 TO WS-FILE-LINES
	ADD 1 TO WS-LINES-WRITTEN
	IF SRT-COPY-NO = 1
		ADD 1 TO WS-GROUP-LINES
	END-IF.

OPEN-DEPT-OUTPUT.
	MOVE SRT-DEPT-CODE TO WS-CUR-DEPT-CODE
	MOVE SPACES TO WS-OUTPUT-FILENAME
	STRING 'dist' DELIMITED BY SIZE
		SRT-DEPT-CODE DELIMITED BY SPACE
		'.prt' DELIMITED BY SIZE
		INTO WS-OUTPUT-FILENAME
	OPEN OUTPUT DIST-OUTPUT-FILE
	SET OUTPUT-OPEN TO TRUE
	ADD 1 TO WS-OUTPUTS-PRODUCED
	MOVE ZERO TO WS-FILE-LINES
	PERFORM LOOK-UP-DEPT-NAME.

CLOSE-DEPT-OUTPUT.
	IF OUTPUT-OPEN
		CLOSE DIST-OUTPUT-FILE
		SET OUTPUT-OPEN TO FALSE
	END-IF.

START-REPORT-GROUP.
	MOVE SRT-REPORT-IX TO WS-CUR-REPORT-IX
	MOVE ZERO TO WS-CUR-COPY-NO
	MOVE ZERO TO WS-GROUP-LINES
	MOVE 1 TO WS-GROUP-COPIES
	PERFORM VARYING WS-DIST-IX FROM 1 BY 1
			UNTIL WS-DIST-IX > WS-DIST-COUNT
			OR (WS-DIST-DEPT-CODE(WS-DIST-IX) = SRT-DEPT-CODE
			AND WS-DIST-REPORT-IX(WS-DIST-IX) = SRT-REPORT-IX)
		CONTINUE
	END-PERFORM
	IF WS-DIST-IX <= WS-DIST-COUNT
		MOVE WS-DIST-COPIES(WS-DIST-IX) TO WS-GROUP-COPIES
	END-IF.

START-COPY.
	*> every copy starts on a fresh page under its own banner and the
	*> report's column headings
	MOVE SRT-COPY-NO TO WS-CUR-COPY-NO
	IF WS-FILE-LINES > ZERO
		WRITE OUTPUT-LINE FROM SPACES
			BEFORE ADVANCING PAGE
	END-IF
	MOVE WS-DEPT-NAME TO BNR-DEPT-NAME
	MOVE SRT-DEPT-CODE TO BNR-DEPT-CODE
	MOVE WS-REPORT-TITLE(SRT-REPORT-IX) TO BNR-REPORT-TITLE
	MOVE SRT-COPY-NO TO BNR-COPY-NO
	MOVE WS-GROUP-COPIES TO BNR-COPIES
	WRITE OUTPUT-LINE FROM BANNER-LINE-1
	WRITE OUTPUT-LINE FROM BANNER-LINE-2
	WRITE OUTPUT-LINE FROM SPACES
	PERFORM VARYING WS-HEADING-IX FROM 1 BY 1
			UNTIL WS-HEADING-IX > WS-HEADING-COUNT(SRT-REPORT-IX)
		WRITE OUTPUT-LINE
			FROM WS-HEADING-TEXT(SRT-REPORT-IX, WS-HEADING-IX)
	END-PERFORM
	WRITE OUTPUT-LINE FROM SPACES
	ADD 1 TO WS-FILE-LINES.

LOG-REPORT-DELIVERY.
	ADD 1 TO WS-DELIVERIES
	MOVE WS-RUN-TIMESTAMP TO DLOG-TIMESTAMP
	MOVE WS-CUR-DEPT-CODE TO DLOG-DEPT-CODE
	MOVE WS-REPORT-ID(WS-CUR-REPORT-IX) TO DLOG-REPORT-ID
	MOVE WS-GROUP-COPIES TO DLOG-COPIES
	MOVE WS-GROUP-LINES TO DLOG-LINE-COUNT
	MOVE WS-OUTPUT-FILENAME TO DLOG-OUTPUT-FILE
	WRITE DIST-LOG-RECORD
	MOVE WS-CUR-DEPT-CODE TO ODL-DEPT-CODE
	MOVE WS-REPORT-ID(WS-CUR-REPORT-IX) TO ODL-REPORT-ID
	MOVE WS-GROUP-COPIES TO ODL-COPIES
	MOVE WS-GROUP-LINES TO ODL-LINES
	MOVE WS-OUTPUT-FILENAME TO ODL-OUTPUT-FILE
	WRITE REPORT-LINE FROM OUTPUT-DETAIL-LINE.

LOOK-UP-DEPT-NAME.
	*> judged on the switch set at open, not the live file status
	MOVE 'UNKNOWN DEPARTMENT' TO WS-DEPT-NAME
	IF DEPT-FILE-AVAILABLE
		MOVE SRT-DEPT-CODE TO DEPT-CODE
		READ DEPT-FILE
			INVALID KEY CONTINUE
			NOT INVALID KEY MOVE DEPT-NAME TO WS-DEPT-NAME
		END-READ
	END-IF.

PRINT-MISSING-REPORTS.
	MOVE 'REPORTS NOT PRODUCED THIS RUN' TO SEC-TITLE
	WRITE REPORT-LINE FROM SECTION-HDG-LINE
	PERFORM VARYING WS-REPORT-IX FROM 1 BY 1
			UNTIL WS-REPORT-IX > WS-REPORT-COUNT
		IF WS-REPORT-FOUND-SW(WS-REPORT-IX) = 'N'
			MOVE WS-REPORT-ID(WS-REPORT-IX) TO NPL-REPORT-ID
			MOVE WS-REPORT-FILE(WS-REPORT-IX) TO NPL-REPORT-FILE
			WRITE REPORT-LINE FROM NOT-PRODUCED-LINE
		END-IF
	END-PERFORM
	WRITE REPORT-LINE FROM SPACES.

PRINT-UNROUTED-LINES.
	MOVE 'REPORT LINES WITH NO DISTRIBUTION ENTRY' TO SEC-TITLE
	WRITE REPORT-LINE FROM SECTION-HDG-LINE
	PERFORM VARYING WS-UNROUTED-IX FROM 1 BY 1
			UNTIL WS-UNROUTED-IX > WS-UNROUTED-COUNT
		MOVE WS-UNROUTED-DEPT(WS-UNROUTED-IX) TO UNR-DEPT-CODE
		MOVE WS-REPORT-ID(WS-UNROUTED-REPORT(WS-UNROUTED-IX))
			TO UNR-REPORT-ID
		MOVE WS-UNROUTED-LINES(WS-UNROUTED-IX) TO UNR-LINES
		WRITE REPORT-LINE FROM UNROUTED-LINE
	END-PERFORM
	WRITE REPORT-LINE FROM SPACES.

PRINT-UNLISTED-DEPARTMENTS.
	*> every department on dept.dat must be down for at least one
	*> report, or its pages would go undelivered
	MOVE 'DEPARTMENTS WITH NO DISTRIBUTION ENTRY' TO SEC-TITLE
	WRITE REPORT-LINE FROM SECTION-HDG-LINE
	IF DEPT-FILE-AVAILABLE
		SET EOF TO FALSE
		MOVE LOW-VALUES TO DEPT-CODE
		START DEPT-FILE KEY IS NOT LESS THAN DEPT-CODE
			INVALID KEY SET EOF TO TRUE
		END-START
		PERFORM UNTIL EOF
			READ DEPT-FILE NEXT RECORD
				AT END SET EOF TO TRUE
				NOT AT END PERFORM CHECK-DEPT-LISTED
			END-READ
		END-PERFORM
	END-IF
	WRITE REPORT-LINE FROM SPACES.

CHECK-DEPT-LISTED.
	ADD 1 TO WS-DEPTS-READ
	PERFORM VARYING WS-DIST-IX FROM 1 BY 1
			UNTIL WS-DIST-IX > WS-DIST-COUNT
			OR WS-DIST-DEPT-CODE(WS-DIST-IX) = DEPT-CODE
		CONTINUE
	END-PERFORM
	IF WS-DIST-IX > WS-DIST-COUNT
		ADD 1 TO WS-DEPTS-UNLISTED
		MOVE DEPT-CODE TO UDL-DEPT-CODE
		MOVE DEPT-NAME TO UDL-DEPT-NAME
		WRITE REPORT-LINE FROM UNLISTED-DEPT-LINE
	END-IF.

PRINT-TOTALS.
	MOVE 'DISTRIBUTION ENTRIES READ   :' TO TOT-LABEL
	MOVE WS-CONTROL-READ TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'DISTRIBUTION ENTRIES REJECTED:' TO TOT-LABEL
	MOVE WS-CONTROL-REJECTED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'REPORT LINES READ           :' TO TOT-LABEL
	MOVE WS-LINES-READ TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'LINES WRITTEN (ALL COPIES)  :' TO TOT-LABEL
	MOVE WS-LINES-WRITTEN TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'LINES NOT DELIVERED         :' TO TOT-LABEL
	MOVE WS-LINES-UNROUTED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'DEPARTMENT OUTPUTS PRODUCED :' TO TOT-LABEL
	MOVE WS-OUTPUTS-PRODUCED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'DEPARTMENTS NOT ON THE LIST :' TO TOT-LABEL
	MOVE WS-DEPTS-UNLISTED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE.

CLOSE-FILES.
	IF DEPT-FILE-AVAILABLE
		CLOSE DEPT-FILE
	END-IF
	CLOSE DIST-LOG-FILE
	CLOSE DIST-REPORT-FILE.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'PHONDIST' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-LINES-READ TO RUN-RECORDS-IN
	MOVE WS-LINES-WRITTEN TO RUN-RECORDS-OUT
	MOVE WS-CONTROL-REJECTED TO RUN-REJECT-COUNT
	MOVE WS-OUTPUTS-PRODUCED TO RUN-ADD-COUNT
	MOVE ZERO TO RUN-DELETE-COUNT
	MOVE WS-LINES-UNROUTED TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONDIST REPORT LINES READ      : ' WS-LINES-READ
	DISPLAY 'PHONDIST LINES WRITTEN          : ' WS-LINES-WRITTEN
	DISPLAY 'PHONDIST LINES NOT DELIVERED    : ' WS-LINES-UNROUTED
	DISPLAY 'PHONDIST DEPARTMENT OUTPUTS     : ' WS-OUTPUTS-PRODUCED
	DISPLAY 'PHONDIST DELIVERIES LOGGED      : ' WS-DELIVERIES
	DISPLAY 'PHONDIST DEPARTMENTS NOT LISTED : ' WS-DEPTS-UNLISTED.
