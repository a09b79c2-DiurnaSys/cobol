       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHONATRT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT RETURN-FILE
		ASSIGN TO 'phonatst.ret'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RETURN-FILE-STATUS.
	SELECT ATTEST-FILE
		ASSIGN TO 'phonatst.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS ATST-DEPT-CODE
		FILE STATUS IS ATTEST-FILE-STATUS.
	SELECT RETURN-REPORT-FILE
		ASSIGN TO 'phonatrt.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REPORT-FILE-STATUS.
	SELECT RUN-LOG-FILE
		ASSIGN TO 'runlog.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RUN-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD RETURN-FILE.
01 ATTEST-RETURN-RECORD.
	COPY ATSTRET.

FD ATTEST-FILE.
01 ATTEST-RECORD.
	COPY ATSTREC.

FD RETURN-REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

WORKING-STORAGE SECTION.
01 RETURN-FILE-STATUS		PIC X(2).
01 ATTEST-FILE-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y'.
01 WS-TODAY-DATE		PIC X(8).
01 WS-REJECT-REASON		PIC X(30).
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-RETURNS-READ	PIC 9(6) VALUE ZERO.
	05 WS-CERTIFIED-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-CORRECTED-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-REJECTED-COUNT	PIC 9(6) VALUE ZERO.

01 HDG-LINE-1.
	05 FILLER		PIC X(32) VALUE
		'ATTESTATION RETURNS - '.
	05 HDG-RUN-DATE		PIC X(8).
01 HDG-LINE-2.
	05 FILLER		PIC X(6) VALUE 'DEPT'.
	05 FILLER		PIC X(6) VALUE 'YEAR'.
	05 FILLER		PIC X(22) VALUE 'SIGNED BY'.
	05 FILLER		PIC X(10) VALUE 'RESULT'.
	05 FILLER		PIC X(30) VALUE 'RESPONSE / REASON'.

01 DETAIL-LINE.
	05 DTL-DEPT-CODE	PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-CYCLE-YEAR	PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-CERTIFIED-BY	PIC X(20).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-RESULT		PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-REASON		PIC X(30).

01 TOTAL-LINE.
	05 TOT-LABEL		PIC X(30).
	05 TOT-COUNT		PIC ZZZ,ZZ9.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
	PERFORM OPEN-FILES
	PERFORM UNTIL EOF
		READ RETURN-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM PROCESS-RETURN
		END-READ
	END-PERFORM
	PERFORM PRINT-TOTALS
	PERFORM CLOSE-FILES
	PERFORM WRITE-RUN-LOG-RECORD
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	STOP RUN.

OPEN-FILES.
	OPEN INPUT RETURN-FILE
	IF RETURN-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONATRT: PHONATST.RET NOT FOUND - NO RETURNS'
	END-IF
	OPEN I-O ATTEST-FILE
	IF ATTEST-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONATRT: *** PHONATST.DAT NOT AVAILABLE - '
			'NO RETURNS RECORDED ***'
		MOVE 8 TO RETURN-CODE
	END-IF
	OPEN OUTPUT RETURN-REPORT-FILE
	MOVE WS-TODAY-DATE TO HDG-RUN-DATE
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM HDG-LINE-2
	WRITE REPORT-LINE FROM SPACES.

PROCESS-RETURN.
	ADD 1 TO WS-RETURNS-READ
	IF FUNCTION MOD(WS-RETURNS-READ, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'PHONATRT: ' WS-RETURNS-READ ' RETURNS PROCESSED'
	END-IF
	PERFORM EDIT-RETURN
	MOVE ARET-DEPT-CODE TO DTL-DEPT-CODE
	MOVE ARET-CYCLE-YEAR TO DTL-CYCLE-YEAR
	MOVE ARET-CERTIFIED-BY TO DTL-CERTIFIED-BY
	IF WS-REJECT-REASON = SPACES
		PERFORM RECORD-RETURN
		MOVE 'RECORDED' TO DTL-RESULT
		IF ARET-CERTIFIED
			MOVE 'CERTIFIED AS LISTED' TO DTL-REASON
		ELSE
			MOVE SPACES TO DTL-REASON
			STRING 'CORRECTIONS IN BATCH ' ARET-BATCH-DATE
				DELIMITED BY SIZE INTO DTL-REASON
		END-IF
	ELSE
		ADD 1 TO WS-REJECTED-COUNT
		MOVE 'REJECTED' TO DTL-RESULT
		MOVE WS-REJECT-REASON TO DTL-REASON
	END-IF
	WRITE REPORT-LINE FROM DETAIL-LINE.

EDIT-RETURN.
	*> a return is recorded only against the cycle it answers, and
	*> only once; corrections must name the batch they were sent in
	MOVE SPACES TO WS-REJECT-REASON
	MOVE ARET-DEPT-CODE TO ATST-DEPT-CODE
	READ ATTEST-FILE
		INVALID KEY
			MOVE 'NO LISTING ISSUED TO DEPT' TO WS-REJECT-REASON
	END-READ
	IF WS-REJECT-REASON = SPACES
		IF ARET-CYCLE-YEAR = SPACES
			MOVE ATST-CYCLE-YEAR TO ARET-CYCLE-YEAR
		END-IF
		IF ARET-RETURNED-DATE = SPACES
			MOVE WS-TODAY-DATE TO ARET-RETURNED-DATE
		END-IF
		EVALUATE TRUE
			WHEN ARET-CYCLE-YEAR NOT = ATST-CYCLE-YEAR
				MOVE 'NOT THE CURRENT CYCLE' TO WS-REJECT-REASON
			WHEN ATST-RESPONDED
				MOVE 'ALREADY RETURNED THIS CYCLE' TO WS-REJECT-REASON
			WHEN NOT ARET-CERTIFIED
			AND NOT ARET-WITH-CORRECTIONS
				MOVE 'RESPONSE MUST BE C OR R' TO WS-REJECT-REASON
			WHEN ARET-CERTIFIED-BY = SPACES
				MOVE 'SIGNATORY IS REQUIRED' TO WS-REJECT-REASON
			WHEN ARET-RETURNED-DATE IS NOT NUMERIC
				MOVE 'RETURNED DATE IS NOT A DATE' TO WS-REJECT-REASON
			WHEN ARET-WITH-CORRECTIONS
			AND ARET-BATCH-DATE IS NOT NUMERIC
				MOVE 'CORRECTION BATCH DATE REQUIRED'
					TO WS-REJECT-REASON
		END-EVALUATE
	END-IF.

RECORD-RETURN.
	MOVE ARET-RETURNED-DATE TO ATST-RETURNED-DATE
	MOVE ARET-CERTIFIED-BY TO ATST-CERTIFIED-BY
	IF ARET-CERTIFIED
		SET ATST-CERTIFIED TO TRUE
		MOVE SPACES TO ATST-CORRECTION-BATCH
		ADD 1 TO WS-CERTIFIED-COUNT
	ELSE
		SET ATST-CORRECTED TO TRUE
		MOVE ARET-BATCH-DATE TO ATST-CORRECTION-BATCH
		ADD 1 TO WS-CORRECTED-COUNT
	END-IF
	REWRITE ATTEST-RECORD.

PRINT-TOTALS.
	WRITE REPORT-LINE FROM SPACES
	MOVE 'RETURNS READ                :' TO TOT-LABEL
	MOVE WS-RETURNS-READ TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'CERTIFIED AS LISTED         :' TO TOT-LABEL
	MOVE WS-CERTIFIED-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'CERTIFIED WITH CORRECTIONS  :' TO TOT-LABEL
	MOVE WS-CORRECTED-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'RETURNS REJECTED            :' TO TOT-LABEL
	MOVE WS-REJECTED-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE.

CLOSE-FILES.
	CLOSE RETURN-FILE
	CLOSE ATTEST-FILE
	CLOSE RETURN-REPORT-FILE.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'PHONATRT' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-RETURNS-READ TO RUN-RECORDS-IN
	COMPUTE RUN-RECORDS-OUT = WS-CERTIFIED-COUNT + WS-CORRECTED-COUNT
	MOVE WS-REJECTED-COUNT TO RUN-REJECT-COUNT
	MOVE ZERO TO RUN-ADD-COUNT
	MOVE ZERO TO RUN-DELETE-COUNT
	MOVE ZERO TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONATRT RETURNS READ         : ' WS-RETURNS-READ
	DISPLAY 'PHONATRT CERTIFIED AS LISTED  : ' WS-CERTIFIED-COUNT
	DISPLAY 'PHONATRT WITH CORRECTIONS     : ' WS-CORRECTED-COUNT
	DISPLAY 'PHONATRT RETURNS REJECTED     : ' WS-REJECTED-COUNT.
