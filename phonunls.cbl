       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHONUNLS.
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
	SELECT UNLISTED-CONTROL-FILE
		ASSIGN TO 'phonunls.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS UNLISTED-CONTROL-STATUS.
	SELECT UNLISTED-REPORT-FILE
		ASSIGN TO 'phonunls.rpt'
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

FD UNLISTED-CONTROL-FILE.
01 UNLISTED-CONTROL-RECORD.
	COPY UNLSCTL.

FD UNLISTED-REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS		PIC X(2).
01 UNLISTED-CONTROL-STATUS	PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 WS-FLAGS.
	05 PHONE-EOF-SWITCH	PIC X VALUE 'N'.
		88 PHONE-EOF		VALUE 'Y'.
	05 CONTROL-EOF-SWITCH	PIC X VALUE 'N'.
		88 CONTROL-EOF		VALUE 'Y'.
	05 IN-BALANCE-SWITCH	PIC X VALUE 'Y'.
		88 OUTPUTS-IN-BALANCE	VALUE 'Y' FALSE 'N'.
	05 OUTPUT-FOUND-SWITCH	PIC X VALUE 'N'.
		88 OUTPUT-FOUND		VALUE 'Y' FALSE 'N'.
01 WS-TODAY-DATE		PIC X(8).
01 WS-EXPECTED-COUNT		PIC 9(8) VALUE ZERO.
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-PHONE-READ	PIC 9(6) VALUE ZERO.
	05 WS-FILE-UNLISTED	PIC 9(6) VALUE ZERO.
	05 WS-CONTROL-READ	PIC 9(6) VALUE ZERO.
	05 WS-UNKNOWN-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-BALANCED-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-EXCEPTION-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-NOT-RUN-COUNT	PIC 9(6) VALUE ZERO.

01 WS-OUTPUT-LIST.
	*> every output an unlisted line must be kept out of, in the
	*> order the control report lists them
	05 FILLER		PIC X(9) VALUE 'PHONXCSV'.
	05 FILLER		PIC X(9) VALUE 'PHONDCSV'.
	05 FILLER		PIC X(9) VALUE 'PHONCNTC'.
	05 FILLER		PIC X(9) VALUE 'PHONSEL'.
	05 FILLER		PIC X(9) VALUE 'PHONRPT'.
	05 FILLER		PIC X(9) VALUE 'PHONDRPT'.
	05 FILLER		PIC X(9) VALUE 'PHONEXT'.
	05 FILLER		PIC X(9) VALUE 'PHONDAYR'.
01 WS-OUTPUT-TABLE REDEFINES WS-OUTPUT-LIST.
	05 WS-OUTPUT-NAME	PIC X(9) OCCURS 8 TIMES.
01 WS-OUTPUT-COUNT		PIC 9(1) VALUE 8.
01 WS-OUTPUT-IX			PIC 9(1) VALUE ZERO.
01 WS-LATEST-RUNS.
	*> the last control record logged by each output; the log is
	*> appended in run order, so a later record replaces an earlier
	05 WS-LATEST-RUN OCCURS 8 TIMES.
		10 WS-LATEST-SW		PIC X.
			88 WS-LATEST-LOGGED	VALUE 'Y'.
		10 WS-LATEST-TIMESTAMP	PIC X(21).
		10 WS-LATEST-SCOPE	PIC X(1).
			88 WS-LATEST-FULL-PASS	VALUE 'F'.
		10 WS-LATEST-PASSES	PIC 9(4).
		10 WS-LATEST-SEEN	PIC 9(6).
		10 WS-LATEST-SUPPRESSED	PIC 9(6).

01 HDG-LINE-1.
	05 FILLER		PIC X(32) VALUE
		'UNLISTED LINE CONTROL REPORT - '.
	05 HDG-RUN-DATE		PIC X(8).
01 HDG-LINE-2.
	05 FILLER		PIC X(9) VALUE 'OUTPUT'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(8) VALUE 'RUN DATE'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(5) VALUE 'SCOPE'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(4) VALUE 'PASS'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(7) VALUE 'EXPECTD'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(7) VALUE '   SEEN'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(7) VALUE 'WITHHLD'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(15) VALUE 'RESULT'.

01 DETAIL-LINE.
	05 DTL-PROGRAM-ID	PIC X(9).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-RUN-DATE		PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-SCOPE		PIC X(5).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-PASSES		PIC ZZZ9.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-EXPECTED		PIC ZZZ,ZZ9.
	05 DTL-EXPECTED-X REDEFINES DTL-EXPECTED
				PIC X(7).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-SEEN		PIC ZZZ,ZZ9.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-SUPPRESSED	PIC ZZZ,ZZ9.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-RESULT		PIC X(15).

01 FILE-COUNT-LINE.
	05 FILLER		PIC X(30) VALUE
		'UNLISTED LINES ON PHONE.DAT  :'.
	05 FCL-UNLISTED-COUNT	PIC ZZZ,ZZ9.
	05 FILLER		PIC X(12) VALUE '  OF TOTAL:'.
	05 FCL-PHONE-COUNT	PIC ZZZ,ZZ9.

01 TOTAL-LINE.
	05 TOT-LABEL		PIC X(30).
	05 TOT-COUNT		PIC ZZZ,ZZ9.

01 VERDICT-LINE.
	05 VDL-TEXT		PIC X(60).

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
	PERFORM COUNT-UNLISTED-LINES
	PERFORM LOAD-LATEST-RUNS
	OPEN OUTPUT UNLISTED-REPORT-FILE
	MOVE WS-TODAY-DATE TO HDG-RUN-DATE
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM SPACES
	MOVE WS-FILE-UNLISTED TO FCL-UNLISTED-COUNT
	MOVE WS-PHONE-READ TO FCL-PHONE-COUNT
	WRITE REPORT-LINE FROM FILE-COUNT-LINE
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM HDG-LINE-2
	PERFORM VARYING WS-OUTPUT-IX FROM 1 BY 1
			UNTIL WS-OUTPUT-IX > WS-OUTPUT-COUNT
		PERFORM CHECK-ONE-OUTPUT
	END-PERFORM
	PERFORM PRINT-TOTALS
	CLOSE UNLISTED-REPORT-FILE
	PERFORM WRITE-RUN-LOG-RECORD
	PERFORM DISPLAY-TOTALS
	IF NOT OUTPUTS-IN-BALANCE
		MOVE 8 TO RETURN-CODE
	END-IF.

PROGRAM-DONE.
	STOP RUN.

COUNT-UNLISTED-LINES.
	OPEN INPUT PHONE-FILE
	IF PHONE-FILE-STATUS NOT = '00'
		SET PHONE-EOF TO TRUE
		DISPLAY 'PHONUNLS: PHONE.DAT NOT FOUND'
	END-IF
	PERFORM UNTIL PHONE-EOF
		READ PHONE-FILE
			AT END SET PHONE-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-PHONE-READ
				IF FUNCTION MOD(WS-PHONE-READ,
						WS-PROGRESS-INTERVAL) = 0
					DISPLAY 'PHONUNLS: ' WS-PHONE-READ
						' RECORDS COUNTED'
				END-IF
				IF PHONE-UNLISTED
					ADD 1 TO WS-FILE-UNLISTED
				END-IF
		END-READ
	END-PERFORM
	CLOSE PHONE-FILE.

LOAD-LATEST-RUNS.
	PERFORM VARYING WS-OUTPUT-IX FROM 1 BY 1
			UNTIL WS-OUTPUT-IX > WS-OUTPUT-COUNT
		MOVE 'N' TO WS-LATEST-SW(WS-OUTPUT-IX)
	END-PERFORM
	OPEN INPUT UNLISTED-CONTROL-FILE
	IF UNLISTED-CONTROL-STATUS NOT = '00'
		SET CONTROL-EOF TO TRUE
		DISPLAY 'PHONUNLS: PHONUNLS.DAT NOT FOUND - NO OUTPUT '
			'HAS LOGGED A RUN'
	END-IF
	PERFORM UNTIL CONTROL-EOF
		READ UNLISTED-CONTROL-FILE
			AT END SET CONTROL-EOF TO TRUE
			NOT AT END PERFORM KEEP-LATEST-RUN
		END-READ
	END-PERFORM
	CLOSE UNLISTED-CONTROL-FILE.

KEEP-LATEST-RUN.
	ADD 1 TO WS-CONTROL-READ
	SET OUTPUT-FOUND TO FALSE
	PERFORM VARYING WS-OUTPUT-IX FROM 1 BY 1
			UNTIL WS-OUTPUT-IX > WS-OUTPUT-COUNT
			OR OUTPUT-FOUND
		IF UNLS-PROGRAM-ID = WS-OUTPUT-NAME(WS-OUTPUT-IX)
			SET OUTPUT-FOUND TO TRUE
			MOVE 'Y' TO WS-LATEST-SW(WS-OUTPUT-IX)
			MOVE UNLS-TIMESTAMP
				TO WS-LATEST-TIMESTAMP(WS-OUTPUT-IX)
			MOVE UNLS-SCOPE TO WS-LATEST-SCOPE(WS-OUTPUT-IX)
			MOVE UNLS-PASS-COUNT TO WS-LATEST-PASSES(WS-OUTPUT-IX)
			MOVE UNLS-UNLISTED-SEEN TO WS-LATEST-SEEN(WS-OUTPUT-IX)
			MOVE UNLS-SUPPRESSED
				TO WS-LATEST-SUPPRESSED(WS-OUTPUT-IX)
		END-IF
	END-PERFORM
	IF NOT OUTPUT-FOUND
		ADD 1 TO WS-UNKNOWN-COUNT
		DISPLAY 'PHONUNLS: CONTROL RECORD FROM UNKNOWN OUTPUT - '
			UNLS-PROGRAM-ID
	END-IF.

CHECK-ONE-OUTPUT.
	*> every unlisted line an output came across must have been
	*> withheld; a full pass run tonight must also have come across
	*> every unlisted line on file, once per pass.  Nothing updates
	*> phone.dat between the nightly outputs and this job.
	MOVE SPACES TO DETAIL-LINE
	MOVE WS-OUTPUT-NAME(WS-OUTPUT-IX) TO DTL-PROGRAM-ID
	IF NOT WS-LATEST-LOGGED(WS-OUTPUT-IX)
		ADD 1 TO WS-NOT-RUN-COUNT
		MOVE 'NOT RUN' TO DTL-RESULT
		WRITE REPORT-LINE FROM DETAIL-LINE
	ELSE
		MOVE WS-LATEST-TIMESTAMP(WS-OUTPUT-IX)(1:8) TO DTL-RUN-DATE
		MOVE WS-LATEST-PASSES(WS-OUTPUT-IX) TO DTL-PASSES
		MOVE WS-LATEST-SEEN(WS-OUTPUT-IX) TO DTL-SEEN
		MOVE WS-LATEST-SUPPRESSED(WS-OUTPUT-IX) TO DTL-SUPPRESSED
		IF WS-LATEST-FULL-PASS(WS-OUTPUT-IX)
			MOVE 'FULL' TO DTL-SCOPE
		ELSE
			MOVE 'DELTA' TO DTL-SCOPE
		END-IF
		MOVE 'BALANCED' TO DTL-RESULT
		IF WS-LATEST-FULL-PASS(WS-OUTPUT-IX)
		AND WS-LATEST-TIMESTAMP(WS-OUTPUT-IX)(1:8) = WS-TODAY-DATE
			COMPUTE WS-EXPECTED-COUNT =
				WS-FILE-UNLISTED * WS-LATEST-PASSES(WS-OUTPUT-IX)
			MOVE WS-EXPECTED-COUNT TO DTL-EXPECTED
			IF WS-LATEST-SEEN(WS-OUTPUT-IX) NOT = WS-EXPECTED-COUNT
				MOVE 'OUT OF BALANCE' TO DTL-RESULT
			END-IF
		ELSE
			*> a delta run, or a run from an earlier day, is judged
			*> only on its own counts
			MOVE SPACES TO DTL-EXPECTED-X
			IF WS-LATEST-TIMESTAMP(WS-OUTPUT-IX)(1:8)
					NOT = WS-TODAY-DATE
				MOVE 'NOT RUN TODAY' TO DTL-RESULT
			END-IF
		END-IF
		IF WS-LATEST-SUPPRESSED(WS-OUTPUT-IX)
				NOT = WS-LATEST-SEEN(WS-OUTPUT-IX)
			MOVE 'OUT OF BALANCE' TO DTL-RESULT
		END-IF
		IF DTL-RESULT = 'OUT OF BALANCE'
			SET OUTPUTS-IN-BALANCE TO FALSE
			ADD 1 TO WS-EXCEPTION-COUNT
		ELSE
			ADD 1 TO WS-BALANCED-COUNT
		END-IF
		WRITE REPORT-LINE FROM DETAIL-LINE
	END-IF.

PRINT-TOTALS.
	WRITE REPORT-LINE FROM SPACES
	MOVE 'OUTPUTS IN BALANCE          :' TO TOT-LABEL
	MOVE WS-BALANCED-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'OUTPUTS OUT OF BALANCE      :' TO TOT-LABEL
	MOVE WS-EXCEPTION-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'OUTPUTS WITH NO RUN LOGGED  :' TO TOT-LABEL
	MOVE WS-NOT-RUN-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'UNKNOWN CONTROL RECORDS     :' TO TOT-LABEL
	MOVE WS-UNKNOWN-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	WRITE REPORT-LINE FROM SPACES
	IF OUTPUTS-IN-BALANCE
		MOVE 'NO UNLISTED LINE PUBLISHED - ALL OUTPUTS IN BALANCE'
			TO VDL-TEXT
	ELSE
		MOVE '*** UNLISTED SUPPRESSION OUT OF BALANCE - INVESTIGATE ***'
			TO VDL-TEXT
	END-IF
	WRITE REPORT-LINE FROM VERDICT-LINE.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'PHONUNLS' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-CONTROL-READ TO RUN-RECORDS-IN
	MOVE WS-BALANCED-COUNT TO RUN-RECORDS-OUT
	MOVE WS-EXCEPTION-COUNT TO RUN-REJECT-COUNT
	MOVE ZERO TO RUN-ADD-COUNT
	MOVE ZERO TO RUN-DELETE-COUNT
	MOVE ZERO TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONUNLS UNLISTED ON FILE     : ' WS-FILE-UNLISTED
	DISPLAY 'PHONUNLS CONTROL RECORDS READ : ' WS-CONTROL-READ
	DISPLAY 'PHONUNLS OUTPUTS IN BALANCE   : ' WS-BALANCED-COUNT
	DISPLAY 'PHONUNLS OUTPUTS OUT OF BAL.  : ' WS-EXCEPTION-COUNT
	IF NOT OUTPUTS-IN-BALANCE
		DISPLAY 'PHONUNLS *** UNLISTED SUPPRESSION OUT OF BALANCE ***'
	END-IF.
