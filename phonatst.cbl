       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHONATST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ATTEST-FILE
		ASSIGN TO 'phonatst.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ATST-DEPT-CODE
		FILE STATUS IS ATTEST-FILE-STATUS.
	SELECT DEPT-FILE
		ASSIGN TO 'dept.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS DEPT-FILE-STATUS.
	SELECT STATUS-REPORT-FILE
		ASSIGN TO 'phonatst.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REPORT-FILE-STATUS.
	SELECT RUN-LOG-FILE
		ASSIGN TO 'runlog.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RUN-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD ATTEST-FILE.
01 ATTEST-RECORD.
	COPY ATSTREC.

FD DEPT-FILE.
01 DEPT-RECORD.
	COPY DEPTREC.

FD STATUS-REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

WORKING-STORAGE SECTION.
01 ATTEST-FILE-STATUS		PIC X(2).
01 DEPT-FILE-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y' FALSE 'N'.
	05 ATTEST-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 ATTEST-FILE-AVAILABLE VALUE 'Y'.
	05 DEPT-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 DEPT-FILE-AVAILABLE	VALUE 'Y'.
	05 PASS-SWITCH		PIC X VALUE SPACE.
		88 PASS-PAST-DUE	VALUE 'P'.
		88 PASS-AWAITING	VALUE 'A'.
01 WS-TODAY-DATE		PIC X(8).
01 WS-TODAY-INTEGER		PIC 9(8) VALUE ZERO.
01 WS-DUE-DATE-NUM		PIC 9(8) VALUE ZERO.
01 WS-DAYS-OVERDUE		PIC S9(5) VALUE ZERO.
01 WS-DEPT-NAME			PIC X(20).
01 WS-COUNTERS.
	05 WS-REGISTER-READ	PIC 9(6) VALUE ZERO.
	05 WS-CERTIFIED-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-CORRECTED-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-AWAITING-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-PAST-DUE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-NEW-ESCALATIONS	PIC 9(6) VALUE ZERO.

01 HDG-LINE-1.
	05 FILLER		PIC X(32) VALUE
		'ATTESTATION STATUS - WEEK OF '.
	05 HDG-RUN-DATE		PIC X(8).
01 SECTION-HDG-LINE.
	05 SEC-TITLE		PIC X(60).
01 HDG-LINE-2.
	05 FILLER		PIC X(6) VALUE 'DEPT'.
	05 FILLER		PIC X(22) VALUE 'DEPARTMENT NAME'.
	05 FILLER		PIC X(6) VALUE 'YEAR'.
	05 FILLER		PIC X(10) VALUE 'ISSUED'.
	05 FILLER		PIC X(10) VALUE 'DUE'.
	05 FILLER		PIC X(8) VALUE 'OVERDUE'.
	05 FILLER		PIC X(18) VALUE 'ESCALATED'.

01 DETAIL-LINE.
	05 DTL-DEPT-CODE	PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-DEPT-NAME	PIC X(20).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-CYCLE-YEAR	PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-ISSUED-DATE	PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-DUE-DATE		PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-DAYS-OVERDUE	PIC ZZZZ9.
	05 FILLER		PIC X(3) VALUE SPACES.
	05 DTL-ESCALATED	PIC X(18).

01 TOTAL-LINE.
	05 TOT-LABEL		PIC X(30).
	05 TOT-COUNT		PIC ZZZ,ZZ9.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	*> departments that have not answered are listed every week;
	*> once past the due date they move to the escalation list, and
	*> the date they were first escalated is kept on the register
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
	COMPUTE WS-TODAY-INTEGER =
		FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))
	PERFORM OPEN-FILES
	IF ATTEST-FILE-AVAILABLE
		SET PASS-PAST-DUE TO TRUE
		MOVE 'PAST DUE - ESCALATE TO DIVISION HEAD' TO SEC-TITLE
		PERFORM SCAN-REGISTER
		SET PASS-AWAITING TO TRUE
		MOVE 'AWAITING RETURN - NOT YET DUE' TO SEC-TITLE
		PERFORM SCAN-REGISTER
	END-IF
	PERFORM PRINT-TOTALS
	PERFORM CLOSE-FILES
	PERFORM WRITE-RUN-LOG-RECORD
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	STOP RUN.

OPEN-FILES.
	OPEN I-O ATTEST-FILE
	IF ATTEST-FILE-STATUS = '00'
		SET ATTEST-FILE-AVAILABLE TO TRUE
	ELSE
		DISPLAY 'PHONATST: PHONATST.DAT NOT FOUND - '
			'NO ATTESTATIONS ISSUED'
	END-IF
	OPEN INPUT DEPT-FILE
	IF DEPT-FILE-STATUS = '00'
		SET DEPT-FILE-AVAILABLE TO TRUE
	END-IF
	OPEN OUTPUT STATUS-REPORT-FILE
	MOVE WS-TODAY-DATE TO HDG-RUN-DATE
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM SPACES.

SCAN-REGISTER.
	WRITE REPORT-LINE FROM SECTION-HDG-LINE
	WRITE REPORT-LINE FROM HDG-LINE-2
	SET EOF TO FALSE
	MOVE LOW-VALUES TO ATST-DEPT-CODE
	START ATTEST-FILE KEY IS NOT LESS THAN ATST-DEPT-CODE
		INVALID KEY SET EOF TO TRUE
	END-START
	PERFORM UNTIL EOF
		READ ATTEST-FILE NEXT RECORD
			AT END SET EOF TO TRUE
			NOT AT END PERFORM CHECK-ONE-DEPARTMENT
		END-READ
	END-PERFORM
	WRITE REPORT-LINE FROM SPACES.

CHECK-ONE-DEPARTMENT.
	*> the register totals are taken on the first pass only
	IF PASS-PAST-DUE
		ADD 1 TO WS-REGISTER-READ
		EVALUATE TRUE
			WHEN ATST-CERTIFIED ADD 1 TO WS-CERTIFIED-COUNT
			WHEN ATST-CORRECTED ADD 1 TO WS-CORRECTED-COUNT
		END-EVALUATE
	END-IF
	IF ATST-OUTSTANDING
		MOVE ZERO TO WS-DAYS-OVERDUE
		IF ATST-DUE-DATE IS NUMERIC
			MOVE ATST-DUE-DATE TO WS-DUE-DATE-NUM
			COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INTEGER
				- FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
		END-IF
		EVALUATE TRUE
			WHEN PASS-PAST-DUE AND WS-DAYS-OVERDUE > ZERO
				ADD 1 TO WS-PAST-DUE-COUNT
				PERFORM ESCALATE-DEPARTMENT
				PERFORM PRINT-STATUS-LINE
			WHEN PASS-AWAITING AND WS-DAYS-OVERDUE NOT > ZERO
				ADD 1 TO WS-AWAITING-COUNT
				MOVE ZERO TO WS-DAYS-OVERDUE
				MOVE SPACES TO DTL-ESCALATED
				PERFORM PRINT-STATUS-LINE
		END-EVALUATE
	END-IF.

ESCALATE-DEPARTMENT.
	IF ATST-ESCALATED-DATE = SPACES
		MOVE WS-TODAY-DATE TO ATST-ESCALATED-DATE
		REWRITE ATTEST-RECORD
		ADD 1 TO WS-NEW-ESCALATIONS
		MOVE 'NEW THIS WEEK' TO DTL-ESCALATED
	ELSE
		MOVE SPACES TO DTL-ESCALATED
		STRING 'SINCE ' ATST-ESCALATED-DATE
			DELIMITED BY SIZE INTO DTL-ESCALATED
	END-IF.

PRINT-STATUS-LINE.
	PERFORM LOOK-UP-DEPT-NAME
	MOVE ATST-DEPT-CODE TO DTL-DEPT-CODE
	MOVE WS-DEPT-NAME TO DTL-DEPT-NAME
	MOVE ATST-CYCLE-YEAR TO DTL-CYCLE-YEAR
	MOVE ATST-ISSUED-DATE TO DTL-ISSUED-DATE
	MOVE ATST-DUE-DATE TO DTL-DUE-DATE
	MOVE WS-DAYS-OVERDUE TO DTL-DAYS-OVERDUE
	WRITE REPORT-LINE FROM DETAIL-LINE.

LOOK-UP-DEPT-NAME.
	*> judged on the switch set at open, not the live file status
	MOVE 'UNKNOWN DEPARTMENT' TO WS-DEPT-NAME
	IF DEPT-FILE-AVAILABLE
		MOVE ATST-DEPT-CODE TO DEPT-CODE
		READ DEPT-FILE
			INVALID KEY CONTINUE
			NOT INVALID KEY MOVE DEPT-NAME TO WS-DEPT-NAME
		END-READ
	END-IF.

PRINT-TOTALS.
	MOVE 'DEPARTMENTS ON REGISTER     :' TO TOT-LABEL
	MOVE WS-REGISTER-READ TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'CERTIFIED AS LISTED         :' TO TOT-LABEL
	MOVE WS-CERTIFIED-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'CERTIFIED WITH CORRECTIONS  :' TO TOT-LABEL
	MOVE WS-CORRECTED-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'AWAITING RETURN, NOT DUE    :' TO TOT-LABEL
	MOVE WS-AWAITING-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'PAST DUE                    :' TO TOT-LABEL
	MOVE WS-PAST-DUE-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE '  ESCALATED THIS WEEK       :' TO TOT-LABEL
	MOVE WS-NEW-ESCALATIONS TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE.

CLOSE-FILES.
	IF ATTEST-FILE-AVAILABLE
		CLOSE ATTEST-FILE
	END-IF
	IF DEPT-FILE-AVAILABLE
		CLOSE DEPT-FILE
	END-IF
	CLOSE STATUS-REPORT-FILE.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'PHONATST' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-REGISTER-READ TO RUN-RECORDS-IN
	COMPUTE RUN-RECORDS-OUT = WS-AWAITING-COUNT + WS-PAST-DUE-COUNT
	MOVE ZERO TO RUN-REJECT-COUNT
	MOVE ZERO TO RUN-ADD-COUNT
	MOVE ZERO TO RUN-DELETE-COUNT
	MOVE ZERO TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONATST DEPARTMENTS ON REGISTER : ' WS-REGISTER-READ
	DISPLAY 'PHONATST CERTIFIED AS LISTED     : ' WS-CERTIFIED-COUNT
	DISPLAY 'PHONATST WITH CORRECTIONS        : ' WS-CORRECTED-COUNT
	DISPLAY 'PHONATST AWAITING, NOT DUE       : ' WS-AWAITING-COUNT
	DISPLAY 'PHONATST PAST DUE                : ' WS-PAST-DUE-COUNT
	DISPLAY 'PHONATST ESCALATED THIS WEEK     : ' WS-NEW-ESCALATIONS.
