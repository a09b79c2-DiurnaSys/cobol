       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHONSCOR.
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
	SELECT DEPT-FILE
		ASSIGN TO 'dept.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS DEPT-FILE-STATUS.
	SELECT DQ-EXCEPTION-FILE
		ASSIGN TO WS-EXCEPTION-FILENAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DQ-EXCEPTION-STATUS.
	SELECT REJECT-SUSPENSE-FILE
		ASSIGN TO 'phonrej.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REJECT-SUSPENSE-STATUS.
	SELECT SCORE-HISTORY-FILE
		ASSIGN TO 'phonscor.hst'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HISTORY-FILE-STATUS.
	SELECT SCORE-SORT-WORK
		ASSIGN TO 'phonscor.wrk'.
	SELECT REPORT-FILE
		ASSIGN TO 'phonscor.rpt'
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

FD DEPT-FILE.
01 DEPT-RECORD.
	COPY DEPTREC.

FD DQ-EXCEPTION-FILE.
01 DQ-EXCEPTION-RECORD.
	COPY DQEXCP.

FD REJECT-SUSPENSE-FILE.
01 REJECT-SUSPENSE-RECORD.
	COPY PHSUSP.

FD SCORE-HISTORY-FILE.
01 SCORE-HISTORY-RECORD.
	COPY SCORHIST.

SD SCORE-SORT-WORK.
01 SCORE-SORT-RECORD.
	COPY SCORHIST REPLACING LEADING ==SCH-== BY ==SSR-==.

FD REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS		PIC X(2).
01 DEPT-FILE-STATUS		PIC X(2).
01 DQ-EXCEPTION-STATUS		PIC X(2).
01 REJECT-SUSPENSE-STATUS	PIC X(2).
01 HISTORY-FILE-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y' FALSE 'N'.
	05 DEPT-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 DEPT-FILE-AVAILABLE	VALUE 'Y'.
	05 MONTH-DONE-SWITCH	PIC X VALUE 'N'.
		88 MONTH-ALREADY-DONE	VALUE 'Y'.
	05 TABLE-FULL-SWITCH	PIC X VALUE 'N'.
		88 DEPT-TABLE-FULL	VALUE 'Y'.
01 WS-SCORE-PERIOD		PIC X(6).
01 WS-EXCEPTION-FILENAME	PIC X(20).
01 WS-LOOKUP-DEPT-CODE		PIC X(4).
01 WS-DEPT-NAME			PIC X(20).
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-PHONE-READ	PIC 9(6) VALUE ZERO.
	05 WS-ACTIVE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-EXCEPTIONS-READ	PIC 9(6) VALUE ZERO.
	05 WS-UNPLACED-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-RANK		PIC 9(4) VALUE ZERO.
	05 WS-HISTORY-WRITTEN	PIC 9(6) VALUE ZERO.

01 WS-SOURCE-LIST.
	*> the data-quality checks in scorecard column order; the first
	*> six leave an extract beside their report, the seventh is the
	*> reject suspense file PHONRAGE ages
	05 FILLER		PIC X(8) VALUE 'DEPTORPH'.
	05 FILLER		PIC X(12) VALUE 'deptorph.exc'.
	05 FILLER		PIC X(8) VALUE 'PHONVFY'.
	05 FILLER		PIC X(12) VALUE 'phonvfy.exc'.
	05 FILLER		PIC X(8) VALUE 'HRRECON'.
	05 FILLER		PIC X(12) VALUE 'hrrecon.exc'.
	05 FILLER		PIC X(8) VALUE 'PHONPBX'.
	05 FILLER		PIC X(12) VALUE 'phonpbx.exc'.
	05 FILLER		PIC X(8) VALUE 'PHLOCCHK'.
	05 FILLER		PIC X(12) VALUE 'phlocchk.exc'.
	05 FILLER		PIC X(8) VALUE 'PHONCNTC'.
	05 FILLER		PIC X(12) VALUE 'phoncntc.exc'.
	05 FILLER		PIC X(8) VALUE 'PHONRAGE'.
	05 FILLER		PIC X(12) VALUE 'phonrej.dat'.
01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-LIST.
	05 WS-SOURCE-ENTRY OCCURS 7 TIMES.
		10 WS-SOURCE-NAME	PIC X(8).
		10 WS-SOURCE-FILE	PIC X(12).
01 WS-SOURCE-COUNT		PIC 9(1) VALUE 7.
01 WS-SUSPENSE-SOURCE		PIC 9(1) VALUE 7.
01 WS-SOURCE-IX			PIC 9(1) VALUE ZERO.
01 WS-SOURCE-TOTALS.
	05 WS-SOURCE-READ	PIC 9(6) OCCURS 7 TIMES.
	05 WS-SOURCE-FOUND-SW	PIC X OCCURS 7 TIMES.

01 WS-DEPT-MAX-ENTRIES		PIC 9(3) VALUE 500.
01 WS-DEPT-COUNT		PIC 9(3) VALUE ZERO.
01 WS-DEPT-IX			PIC 9(3) VALUE ZERO.
01 WS-DEPT-TABLE.
	*> one entry per department seen on phone.dat or in any
	*> extract: its active lines, its exceptions by source, and the
	*> last score on the history before this month
	05 WS-DEPT-ENTRY OCCURS 500 TIMES.
		10 WS-DEPT-CODE		PIC X(4).
		10 WS-DEPT-ACTIVE	PIC 9(6).
		10 WS-DEPT-EXC		PIC 9(5) OCCURS 7 TIMES.
		10 WS-DEPT-TOTAL	PIC 9(6).
		10 WS-DEPT-SCORE	PIC 9(5)V99.
		10 WS-DEPT-PRIOR-PERIOD	PIC X(6).
		10 WS-DEPT-PRIOR-SCORE	PIC 9(5)V99.

01 HDG-LINE-1.
	05 FILLER		PIC X(40) VALUE
		'DEPARTMENT DATA-QUALITY SCORECARD'.
	05 FILLER		PIC X(8) VALUE 'PERIOD: '.
	05 HDG-PERIOD		PIC X(6).
01 HDG-LINE-2.
	05 FILLER		PIC X(60) VALUE
		'SCORE = EXCEPTIONS PER 100 ACTIVE LINES, WORST FIRST'.
01 HDG-LINE-3.
	05 FILLER		PIC X(5) VALUE 'RANK'.
	05 FILLER		PIC X(18) VALUE 'DEPT'.
	05 FILLER		PIC X(6) VALUE 'LINES'.
	05 FILLER		PIC X(5) VALUE ' ORPH'.
	05 FILLER		PIC X(5) VALUE '  VFY'.
	05 FILLER		PIC X(5) VALUE '   HR'.
	05 FILLER		PIC X(5) VALUE '  PBX'.
	05 FILLER		PIC X(5) VALUE '  LOC'.
	05 FILLER		PIC X(5) VALUE ' MAIL'.
	05 FILLER		PIC X(5) VALUE '  REJ'.
	05 FILLER		PIC X(8) VALUE '   SCORE'.
	05 FILLER		PIC X(8) VALUE '   PRIOR'.

01 DETAIL-LINE.
	05 DTL-RANK		PIC ZZZ9.
	05 FILLER		PIC X(1) VALUE SPACE.
	05 DTL-DEPT-CODE	PIC X(4).
	05 FILLER		PIC X(1) VALUE SPACE.
	05 DTL-DEPT-NAME	PIC X(12).
	05 FILLER		PIC X(1) VALUE SPACE.
	05 DTL-ACTIVE		PIC ZZZZ9.
	05 DTL-EXC-GROUP OCCURS 7 TIMES.
		10 FILLER	PIC X(1).
		10 DTL-EXC	PIC ZZZ9.
	05 FILLER		PIC X(1) VALUE SPACE.
	05 DTL-SCORE		PIC ZZZZ9.99.
	05 FILLER		PIC X(1) VALUE SPACE.
	05 DTL-PRIOR		PIC X(7).
01 WS-PRIOR-EDIT		PIC ZZZ9.99.

01 SOURCE-HDG-LINE.
	05 FILLER		PIC X(40) VALUE
		'EXCEPTION SOURCES READ'.
01 SOURCE-LINE.
	05 SRC-NAME		PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 SRC-FILE		PIC X(12).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 SRC-COUNT		PIC ZZZ,ZZ9.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 SRC-NOTE		PIC X(35).

01 SUMMARY-LINE.
	05 SUM-LABEL		PIC X(34).
	05 SUM-COUNT		PIC ZZZ,ZZ9.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	*> one view across every data-quality check: each department's
	*> exceptions from each source, scored against its active lines
	*> so a large department is not ranked worst merely for its size
	MOVE FUNCTION CURRENT-DATE(1:6) TO WS-SCORE-PERIOD
	PERFORM LOAD-ACTIVE-COUNTS
	PERFORM VARYING WS-SOURCE-IX FROM 1 BY 1
			UNTIL WS-SOURCE-IX > WS-SOURCE-COUNT
		MOVE ZERO TO WS-SOURCE-READ(WS-SOURCE-IX)
		MOVE 'N' TO WS-SOURCE-FOUND-SW(WS-SOURCE-IX)
		IF WS-SOURCE-IX = WS-SUSPENSE-SOURCE
			PERFORM LOAD-SUSPENSE-EXCEPTIONS
		ELSE
			PERFORM LOAD-EXTRACT-EXCEPTIONS
		END-IF
	END-PERFORM
	PERFORM LOAD-PRIOR-SCORES
	PERFORM COMPUTE-DEPT-SCORES
	SORT SCORE-SORT-WORK
		ON DESCENDING KEY SSR-SCORE
		ON DESCENDING KEY SSR-TOTAL-EXCEPTIONS
		ON ASCENDING KEY SSR-DEPT-CODE
		INPUT PROCEDURE IS RELEASE-DEPT-SCORES
		OUTPUT PROCEDURE IS PRINT-RANKED-SCORECARD
	PERFORM WRITE-RUN-LOG-RECORD
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	STOP RUN.

LOAD-ACTIVE-COUNTS.
	OPEN INPUT PHONE-FILE
	IF PHONE-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONSCOR: PHONE.DAT NOT FOUND - NO ACTIVE LINE COUNTS'
	END-IF
	PERFORM UNTIL EOF
		READ PHONE-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM COUNT-ONE-LINE
		END-READ
	END-PERFORM
	CLOSE PHONE-FILE
	SET EOF TO FALSE.

COUNT-ONE-LINE.
	ADD 1 TO WS-PHONE-READ
	IF FUNCTION MOD(WS-PHONE-READ, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'PHONSCOR: ' WS-PHONE-READ ' RECORDS PROCESSED'
	END-IF
	MOVE PHONE-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
	PERFORM FIND-OR-ADD-DEPT
	IF PHONE-ACTIVE
		ADD 1 TO WS-ACTIVE-COUNT
		IF WS-DEPT-IX <= WS-DEPT-COUNT
			ADD 1 TO WS-DEPT-ACTIVE(WS-DEPT-IX)
		END-IF
	END-IF.

FIND-OR-ADD-DEPT.
	PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
			UNTIL WS-DEPT-IX > WS-DEPT-COUNT
			OR WS-DEPT-CODE(WS-DEPT-IX) = WS-LOOKUP-DEPT-CODE
		CONTINUE
	END-PERFORM
	IF WS-DEPT-IX > WS-DEPT-COUNT
		IF WS-DEPT-COUNT >= WS-DEPT-MAX-ENTRIES
			ADD 1 TO WS-UNPLACED-COUNT
			IF NOT DEPT-TABLE-FULL
				SET DEPT-TABLE-FULL TO TRUE
				DISPLAY 'PHONSCOR: *** DEPARTMENT TABLE FULL - '
					'EXCESS DEPARTMENTS NOT SCORED ***'
			END-IF
		ELSE
			ADD 1 TO WS-DEPT-COUNT
			MOVE WS-DEPT-COUNT TO WS-DEPT-IX
			INITIALIZE WS-DEPT-ENTRY(WS-DEPT-IX)
			MOVE WS-LOOKUP-DEPT-CODE TO WS-DEPT-CODE(WS-DEPT-IX)
		END-IF
	END-IF.

LOAD-EXTRACT-EXCEPTIONS.
	MOVE WS-SOURCE-FILE(WS-SOURCE-IX) TO WS-EXCEPTION-FILENAME
	OPEN INPUT DQ-EXCEPTION-FILE
	IF DQ-EXCEPTION-STATUS = '00'
		MOVE 'Y' TO WS-SOURCE-FOUND-SW(WS-SOURCE-IX)
		PERFORM UNTIL EOF
			READ DQ-EXCEPTION-FILE
				AT END SET EOF TO TRUE
				NOT AT END
					MOVE DQX-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
					PERFORM TALLY-ONE-EXCEPTION
			END-READ
		END-PERFORM
		CLOSE DQ-EXCEPTION-FILE
		SET EOF TO FALSE
	ELSE
		DISPLAY 'PHONSCOR: ' WS-SOURCE-FILE(WS-SOURCE-IX)
			' NOT FOUND - ' WS-SOURCE-NAME(WS-SOURCE-IX)
			' COLUMN SCORED AS ZERO'
	END-IF.

LOAD-SUSPENSE-EXCEPTIONS.
	*> the same population PHONRAGE ages: rejects not yet released
	*> for recycling are still owed by the submitting department
	OPEN INPUT REJECT-SUSPENSE-FILE
	IF REJECT-SUSPENSE-STATUS = '00'
		MOVE 'Y' TO WS-SOURCE-FOUND-SW(WS-SOURCE-IX)
		PERFORM UNTIL EOF
			READ REJECT-SUSPENSE-FILE
				AT END SET EOF TO TRUE
				NOT AT END
					IF NOT SUSP-RELEASED
						MOVE SUSP-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
						PERFORM TALLY-ONE-EXCEPTION
					END-IF
			END-READ
		END-PERFORM
		CLOSE REJECT-SUSPENSE-FILE
		SET EOF TO FALSE
	ELSE
		DISPLAY 'PHONSCOR: PHONREJ.DAT NOT FOUND - '
			'AGED REJECT COLUMN SCORED AS ZERO'
	END-IF.

TALLY-ONE-EXCEPTION.
	ADD 1 TO WS-EXCEPTIONS-READ
	ADD 1 TO WS-SOURCE-READ(WS-SOURCE-IX)
	PERFORM FIND-OR-ADD-DEPT
	IF WS-DEPT-IX <= WS-DEPT-COUNT
		ADD 1 TO WS-DEPT-EXC(WS-DEPT-IX, WS-SOURCE-IX)
	END-IF.

LOAD-PRIOR-SCORES.
	*> the most recent earlier month on the history is the one a
	*> department head compares against; a rerun this month is noted
	*> so the history is not doubled
	OPEN INPUT SCORE-HISTORY-FILE
	IF HISTORY-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
	END-IF
	PERFORM UNTIL EOF
		READ SCORE-HISTORY-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM NOTE-PRIOR-SCORE
		END-READ
	END-PERFORM
	CLOSE SCORE-HISTORY-FILE
	SET EOF TO FALSE.

NOTE-PRIOR-SCORE.
	IF SCH-PERIOD = WS-SCORE-PERIOD
		SET MONTH-ALREADY-DONE TO TRUE
	END-IF
	IF SCH-PERIOD < WS-SCORE-PERIOD
		PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
				UNTIL WS-DEPT-IX > WS-DEPT-COUNT
				OR WS-DEPT-CODE(WS-DEPT-IX) = SCH-DEPT-CODE
			CONTINUE
		END-PERFORM
		IF WS-DEPT-IX <= WS-DEPT-COUNT
			IF SCH-PERIOD > WS-DEPT-PRIOR-PERIOD(WS-DEPT-IX)
				MOVE SCH-PERIOD TO WS-DEPT-PRIOR-PERIOD(WS-DEPT-IX)
				MOVE SCH-SCORE TO WS-DEPT-PRIOR-SCORE(WS-DEPT-IX)
			END-IF
		END-IF
	END-IF.

COMPUTE-DEPT-SCORES.
	PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
			UNTIL WS-DEPT-IX > WS-DEPT-COUNT
		MOVE ZERO TO WS-DEPT-TOTAL(WS-DEPT-IX)
		PERFORM VARYING WS-SOURCE-IX FROM 1 BY 1
				UNTIL WS-SOURCE-IX > WS-SOURCE-COUNT
			ADD WS-DEPT-EXC(WS-DEPT-IX, WS-SOURCE-IX)
				TO WS-DEPT-TOTAL(WS-DEPT-IX)
		END-PERFORM
		*> a department with exceptions but no active line is scored
		*> as if it had one: it cannot hide behind an empty count
		IF WS-DEPT-ACTIVE(WS-DEPT-IX) > ZERO
			COMPUTE WS-DEPT-SCORE(WS-DEPT-IX) ROUNDED =
				(WS-DEPT-TOTAL(WS-DEPT-IX) * 100)
				/ WS-DEPT-ACTIVE(WS-DEPT-IX)
		ELSE
			COMPUTE WS-DEPT-SCORE(WS-DEPT-IX) =
				WS-DEPT-TOTAL(WS-DEPT-IX) * 100
		END-IF
	END-PERFORM.

RELEASE-DEPT-SCORES.
	PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
			UNTIL WS-DEPT-IX > WS-DEPT-COUNT
		MOVE WS-SCORE-PERIOD TO SSR-PERIOD
		MOVE WS-DEPT-CODE(WS-DEPT-IX) TO SSR-DEPT-CODE
		MOVE WS-DEPT-ACTIVE(WS-DEPT-IX) TO SSR-ACTIVE-COUNT
		PERFORM VARYING WS-SOURCE-IX FROM 1 BY 1
				UNTIL WS-SOURCE-IX > WS-SOURCE-COUNT
			MOVE WS-DEPT-EXC(WS-DEPT-IX, WS-SOURCE-IX)
				TO SSR-EXCEPTION-COUNT(WS-SOURCE-IX)
		END-PERFORM
		MOVE WS-DEPT-TOTAL(WS-DEPT-IX) TO SSR-TOTAL-EXCEPTIONS
		MOVE WS-DEPT-SCORE(WS-DEPT-IX) TO SSR-SCORE
		MOVE ZERO TO SSR-RANK
		RELEASE SCORE-SORT-RECORD
	END-PERFORM.

PRINT-RANKED-SCORECARD.
	OPEN INPUT DEPT-FILE
	IF DEPT-FILE-STATUS = '00'
		SET DEPT-FILE-AVAILABLE TO TRUE
	END-IF
	OPEN OUTPUT REPORT-FILE
	IF MONTH-ALREADY-DONE
		DISPLAY 'PHONSCOR: SCORES FOR ' WS-SCORE-PERIOD
			' ALREADY ON HISTORY - NOTHING APPENDED'
	ELSE
		OPEN EXTEND SCORE-HISTORY-FILE
		IF HISTORY-FILE-STATUS = '35'
			*> first month ever: the history does not exist yet
			OPEN OUTPUT SCORE-HISTORY-FILE
		END-IF
	END-IF
	PERFORM PRINT-PAGE-HEADERS
	PERFORM UNTIL EOF
		RETURN SCORE-SORT-WORK
			AT END SET EOF TO TRUE
			NOT AT END PERFORM PRINT-DEPT-SCORE
		END-RETURN
	END-PERFORM
	PERFORM PRINT-SOURCE-SUMMARY
	IF NOT MONTH-ALREADY-DONE
		CLOSE SCORE-HISTORY-FILE
	END-IF
	CLOSE DEPT-FILE
	CLOSE REPORT-FILE.

PRINT-DEPT-SCORE.
	ADD 1 TO WS-RANK
	MOVE WS-RANK TO SSR-RANK
	MOVE WS-RANK TO DTL-RANK
	MOVE SSR-DEPT-CODE TO DTL-DEPT-CODE
	PERFORM LOOK-UP-DEPT-NAME
	MOVE WS-DEPT-NAME TO DTL-DEPT-NAME
	MOVE SSR-ACTIVE-COUNT TO DTL-ACTIVE
	PERFORM VARYING WS-SOURCE-IX FROM 1 BY 1
			UNTIL WS-SOURCE-IX > WS-SOURCE-COUNT
		MOVE SPACES TO DTL-EXC-GROUP(WS-SOURCE-IX)
		MOVE SSR-EXCEPTION-COUNT(WS-SOURCE-IX) TO DTL-EXC(WS-SOURCE-IX)
	END-PERFORM
	MOVE SSR-SCORE TO DTL-SCORE
	*> the prior month's score, blank for a department new to the
	*> scorecard
	MOVE SPACES TO DTL-PRIOR
	MOVE SSR-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
	PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
			UNTIL WS-DEPT-IX > WS-DEPT-COUNT
			OR WS-DEPT-CODE(WS-DEPT-IX) = WS-LOOKUP-DEPT-CODE
		CONTINUE
	END-PERFORM
	IF WS-DEPT-IX <= WS-DEPT-COUNT
		IF WS-DEPT-PRIOR-PERIOD(WS-DEPT-IX) NOT = SPACES
			MOVE WS-DEPT-PRIOR-SCORE(WS-DEPT-IX) TO WS-PRIOR-EDIT
			MOVE WS-PRIOR-EDIT TO DTL-PRIOR
		END-IF
	END-IF
	WRITE REPORT-LINE FROM DETAIL-LINE
	IF NOT MONTH-ALREADY-DONE
		MOVE SCORE-SORT-RECORD TO SCORE-HISTORY-RECORD
		WRITE SCORE-HISTORY-RECORD
		ADD 1 TO WS-HISTORY-WRITTEN
	END-IF.

LOOK-UP-DEPT-NAME.
	*> judged on the switch set at open, not the live file status
	MOVE 'UNKNOWN DEPARTMENT' TO WS-DEPT-NAME
	IF DEPT-FILE-AVAILABLE
		MOVE SSR-DEPT-CODE TO DEPT-CODE
		READ DEPT-FILE
			INVALID KEY CONTINUE
			NOT INVALID KEY MOVE DEPT-NAME TO WS-DEPT-NAME
		END-READ
	END-IF.

PRINT-PAGE-HEADERS.
	MOVE WS-SCORE-PERIOD TO HDG-PERIOD
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM HDG-LINE-2
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM HDG-LINE-3
	WRITE REPORT-LINE FROM SPACES.

PRINT-SOURCE-SUMMARY.
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM SOURCE-HDG-LINE
	PERFORM VARYING WS-SOURCE-IX FROM 1 BY 1
			UNTIL WS-SOURCE-IX > WS-SOURCE-COUNT
		MOVE WS-SOURCE-NAME(WS-SOURCE-IX) TO SRC-NAME
		MOVE WS-SOURCE-FILE(WS-SOURCE-IX) TO SRC-FILE
		MOVE WS-SOURCE-READ(WS-SOURCE-IX) TO SRC-COUNT
		IF WS-SOURCE-FOUND-SW(WS-SOURCE-IX) = 'Y'
			MOVE SPACES TO SRC-NOTE
		ELSE
			MOVE '*** NOT FOUND - COLUMN IS ZERO' TO SRC-NOTE
		END-IF
		WRITE REPORT-LINE FROM SOURCE-LINE
	END-PERFORM
	WRITE REPORT-LINE FROM SPACES
	MOVE 'ACTIVE LINES SCORED AGAINST      :' TO SUM-LABEL
	MOVE WS-ACTIVE-COUNT TO SUM-COUNT
	WRITE REPORT-LINE FROM SUMMARY-LINE
	MOVE 'DEPARTMENTS RANKED               :' TO SUM-LABEL
	MOVE WS-RANK TO SUM-COUNT
	WRITE REPORT-LINE FROM SUMMARY-LINE
	IF WS-UNPLACED-COUNT > ZERO
		MOVE 'ENTRIES NOT SCORED - TABLE FULL  :' TO SUM-LABEL
		MOVE WS-UNPLACED-COUNT TO SUM-COUNT
		WRITE REPORT-LINE FROM SUMMARY-LINE
	END-IF.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'PHONSCOR' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-EXCEPTIONS-READ TO RUN-RECORDS-IN
	MOVE WS-RANK TO RUN-RECORDS-OUT
	MOVE WS-UNPLACED-COUNT TO RUN-REJECT-COUNT
	MOVE ZERO TO RUN-ADD-COUNT
	MOVE ZERO TO RUN-DELETE-COUNT
	MOVE ZERO TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONSCOR SCORE PERIOD        : ' WS-SCORE-PERIOD
	DISPLAY 'PHONSCOR PHONE RECORDS READ  : ' WS-PHONE-READ
	DISPLAY 'PHONSCOR EXCEPTIONS READ     : ' WS-EXCEPTIONS-READ
	DISPLAY 'PHONSCOR DEPARTMENTS RANKED  : ' WS-RANK
	DISPLAY 'PHONSCOR HISTORY RECORDS     : ' WS-HISTORY-WRITTEN.
