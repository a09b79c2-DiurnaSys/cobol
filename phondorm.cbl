       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHONDORM.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PHONE-FILE
		ASSIGN TO 'phone.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS PHONE-NO OF PHONE-RECORD
		ALTERNATE RECORD KEY IS PHONE-NAME OF PHONE-RECORD
			WITH DUPLICATES
		FILE STATUS IS PHONE-FILE-STATUS.
	SELECT CDR-FILE
		ASSIGN TO 'phoncdr.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CDR-FILE-STATUS.
	SELECT DEPT-FILE
		ASSIGN TO 'dept.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS DEPT-FILE-STATUS.
	SELECT USAGE-FILE
		ASSIGN TO 'phonuse.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS USE-PHONE-NO
		FILE STATUS IS USAGE-FILE-STATUS.
	SELECT PHONE-SORT-WORK
		ASSIGN TO 'phondorm.wrk'.
	SELECT CDR-SORT-WORK
		ASSIGN TO 'phoncdr.wrk'.
	SELECT DORMANT-SORT-WORK
		ASSIGN TO 'phondrms.wrk'.
	SELECT PHONE-SORTED-FILE
		ASSIGN TO 'phondorm.srt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PHONE-SORTED-STATUS.
	SELECT CDR-SORTED-FILE
		ASSIGN TO 'phoncdr.srt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CDR-SORTED-STATUS.
	SELECT DORMANT-WORK-FILE
		ASSIGN TO 'phondorm.dwk'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DORMANT-WORK-STATUS.
	SELECT PROPOSED-TRANS-FILE
		ASSIGN TO 'dormfix.trn'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PROPOSED-FILE-STATUS.
	SELECT DORMANT-REPORT-FILE
		ASSIGN TO 'phondorm.rpt'
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

FD CDR-FILE.
01 CDR-RECORD.
	COPY CDRREC.

FD DEPT-FILE.
01 DEPT-RECORD.
	COPY DEPTREC.

FD USAGE-FILE.
01 LINE-USAGE-RECORD.
	COPY LINEUSE.

SD PHONE-SORT-WORK.
01 PHONE-SORT-RECORD.
	COPY PHONEREC REPLACING LEADING ==PHONE-== BY ==PSRT-==.

SD CDR-SORT-WORK.
01 CDR-SORT-RECORD.
	COPY CDRREC REPLACING LEADING ==CDR-== BY ==CSRT-==.

SD DORMANT-SORT-WORK.
01 DORMANT-SORT-RECORD.
	05 DSRT-DEPT-CODE	PIC X(4).
	05 DSRT-IDLE-DAYS	PIC 9(5).
	05 DSRT-PHONE-NO	PIC X(6).
	05 DSRT-NAME		PIC X(10).
	05 DSRT-EXTENSION	PIC X(4).
	05 DSRT-LAST-USED	PIC X(8).
	05 DSRT-TRACKED-FROM	PIC X(8).
	05 DSRT-PROPOSED-FLAG	PIC X.
		88 DSRT-PROPOSED	VALUE 'Y'.

FD PHONE-SORTED-FILE.
01 PHONE-SORTED-RECORD.
	COPY PHONEREC REPLACING LEADING ==PHONE-== BY ==PSTD-==.

FD CDR-SORTED-FILE.
01 CDR-SORTED-RECORD.
	COPY CDRREC REPLACING LEADING ==CDR-== BY ==CSTD-==.

FD DORMANT-WORK-FILE.
01 DORMANT-WORK-RECORD.
	*> one line idle past the report threshold, in the layout the
	*> report sort orders by department and days idle
	05 DWK-DEPT-CODE	PIC X(4).
	05 DWK-IDLE-DAYS	PIC 9(5).
	05 DWK-PHONE-NO		PIC X(6).
	05 DWK-NAME		PIC X(10).
	05 DWK-EXTENSION	PIC X(4).
	05 DWK-LAST-USED	PIC X(8).
	05 DWK-TRACKED-FROM	PIC X(8).
	05 DWK-PROPOSED-FLAG	PIC X.

FD PROPOSED-TRANS-FILE.
01 PROPOSED-TRANS-RECORD.
	COPY PHTRANS.

FD DORMANT-REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS		PIC X(2).
01 CDR-FILE-STATUS		PIC X(2).
01 DEPT-FILE-STATUS		PIC X(2).
01 USAGE-FILE-STATUS		PIC X(2).
01 PHONE-SORTED-STATUS		PIC X(2).
01 CDR-SORTED-STATUS		PIC X(2).
01 DORMANT-WORK-STATUS		PIC X(2).
01 PROPOSED-FILE-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 WS-FLAGS.
	05 SCAN-EOF-SWITCH	PIC X VALUE 'N'.
		88 SCAN-EOF		VALUE 'Y' FALSE 'N'.
	05 PHONE-EOF-SWITCH	PIC X VALUE 'N'.
		88 PHONE-EOF		VALUE 'Y'.
	05 CDR-EOF-SWITCH	PIC X VALUE 'N'.
		88 CDR-EOF		VALUE 'Y'.
	05 CDR-AHEAD-EOF-SWITCH	PIC X VALUE 'N'.
		88 CDR-AHEAD-EOF	VALUE 'Y'.
	05 CDR-MATCHED-SWITCH	PIC X VALUE 'N'.
		88 CDR-MATCHED		VALUE 'Y' FALSE 'N'.
	05 REPORT-EOF-SWITCH	PIC X VALUE 'N'.
		88 REPORT-EOF		VALUE 'Y'.
	05 DEPT-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 DEPT-FILE-AVAILABLE	VALUE 'Y'.
	05 USAGE-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 USAGE-FILE-AVAILABLE	VALUE 'Y'.
	05 USAGE-FOUND-SWITCH	PIC X VALUE 'N'.
		88 USAGE-FOUND		VALUE 'Y' FALSE 'N'.
01 WS-COMPARE-KEYS.
	05 WS-PHONE-KEY		PIC X(4) VALUE HIGH-VALUES.
	05 WS-CDR-KEY		PIC X(4) VALUE HIGH-VALUES.
01 WS-CDR-CALLS			PIC 9(7) VALUE ZERO.
01 WS-CDR-MINUTES		PIC 9(8) VALUE ZERO.
01 WS-LINE-CALLS		PIC 9(7) VALUE ZERO.
01 WS-LINE-MINUTES		PIC 9(8) VALUE ZERO.

01 WS-PERIOD			PIC X(6).
01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
	05 WS-PERIOD-YEAR	PIC 9(4).
	05 WS-PERIOD-MONTH	PIC 9(2).
01 WS-NEXT-MONTH-DATE.
	05 WS-NEXT-YEAR		PIC 9(4).
	05 WS-NEXT-MONTH	PIC 9(2).
	05 WS-NEXT-DAY		PIC 9(2) VALUE 1.
01 WS-NEXT-MONTH-NUM REDEFINES WS-NEXT-MONTH-DATE
				PIC 9(8).
01 WS-TODAY-DATE		PIC X(8).
01 WS-AS-OF-DATE		PIC 9(8) VALUE ZERO.
01 WS-AS-OF-INTEGER		PIC 9(7) VALUE ZERO.
01 WS-BASE-DATE-NUM		PIC 9(8) VALUE ZERO.
01 WS-IDLE-DAYS			PIC S9(5) VALUE ZERO.
01 WS-GAP-DAYS			PIC S9(5) VALUE ZERO.
*> a line must go unused this long to be reported, and this long
*> to be proposed for deactivation
01 WS-REPORT-IDLE-DAYS		PIC 9(3) VALUE 60.
01 WS-DEACTIVATE-IDLE-DAYS	PIC 9(3) VALUE 90.
*> a line missing from more than two monthly runs was inactive or
*> off the switch in between; its idle clock starts again
01 WS-MONITOR-GAP-DAYS		PIC 9(3) VALUE 62.
01 WS-DEPT-NAME			PIC X(20).
01 WS-PREV-DEPT-CODE		PIC X(4) VALUE HIGH-VALUES.
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-CDR-READ		PIC 9(6) VALUE ZERO.
	05 WS-CDR-REJECTED	PIC 9(6) VALUE ZERO.
	05 WS-CDR-UNKNOWN	PIC 9(6) VALUE ZERO.
	05 WS-LINES-CHECKED	PIC 9(6) VALUE ZERO.
	05 WS-LINES-USED	PIC 9(6) VALUE ZERO.
	05 WS-LINES-NEW		PIC 9(6) VALUE ZERO.
	05 WS-LINES-RESTARTED	PIC 9(6) VALUE ZERO.
	05 WS-IDLE-60-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-IDLE-90-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-DEPT-60-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-DEPT-90-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-PROPOSED-COUNT	PIC 9(6) VALUE ZERO.

01 HDG-LINE-1.
	05 FILLER		PIC X(30) VALUE
		'DORMANT LINE REPORT - PERIOD '.
	05 HDG-PERIOD		PIC X(6).
	05 FILLER		PIC X(8) VALUE '  AS OF '.
	05 HDG-AS-OF-DATE	PIC 9(8).
01 HDG-LINE-2.
	05 FILLER		PIC X(6) VALUE 'PHONE#'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(10) VALUE 'NAME'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(4) VALUE 'EXT'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(8) VALUE 'LAST USE'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(8) VALUE 'TRACKED'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(5) VALUE ' IDLE'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(25) VALUE 'ACTION'.

01 DEPT-HEADING-LINE.
	05 FILLER		PIC X(12) VALUE 'DEPARTMENT: '.
	05 DEPT-HDG-NAME	PIC X(20).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(1) VALUE '('.
	05 DEPT-HDG-CODE	PIC X(4).
	05 FILLER		PIC X(1) VALUE ')'.

01 DETAIL-LINE.
	05 DTL-PHONE-NO		PIC X(6).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-NAME		PIC X(10).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-EXTENSION	PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-LAST-USED	PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-TRACKED-FROM	PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-IDLE-DAYS	PIC ZZZZ9.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-ACTION		PIC X(25).

01 DEPT-TOTAL-LINE.
	05 FILLER		PIC X(18) VALUE '  IDLE 60-89 DAYS:'.
	05 DPT-60-COUNT		PIC ZZZ,ZZ9.
	05 FILLER		PIC X(16) VALUE '   90 DAYS PLUS:'.
	05 DPT-90-COUNT		PIC ZZZ,ZZ9.

01 TOTAL-LINE.
	05 TOT-LABEL		PIC X(30).
	05 TOT-COUNT		PIC ZZZ,ZZ9.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	*> the monthly usage pass: the switch's call-detail extract for
	*> the period is matched to the active lines by extension, each
	*> line's last-used date is carried forward on phonuse.dat, and
	*> lines idle past the thresholds are reported by department
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
	DISPLAY 'PHONDORM: ENTER CALL-DETAIL PERIOD (YYYYMM, BLANK = '
		'LAST MONTH)'
	MOVE SPACES TO WS-PERIOD
	ACCEPT WS-PERIOD FROM SYSIN
	IF WS-PERIOD = SPACES
		PERFORM DEFAULT-TO-LAST-MONTH
	END-IF
	IF WS-PERIOD IS NOT NUMERIC
	OR WS-PERIOD-MONTH < 1
	OR WS-PERIOD-MONTH > 12
		DISPLAY 'PHONDORM: INVALID PERIOD - ' WS-PERIOD
		MOVE 8 TO RETURN-CODE
	ELSE
		PERFORM SET-AS-OF-DATE
		SORT PHONE-SORT-WORK
			ON ASCENDING KEY PSRT-EXTENSION OF PHONE-SORT-RECORD
			INPUT PROCEDURE IS SELECT-ACTIVE-EXTENSIONS
			GIVING PHONE-SORTED-FILE
		SORT CDR-SORT-WORK
			ON ASCENDING KEY CSRT-EXTENSION OF CDR-SORT-RECORD
			INPUT PROCEDURE IS SELECT-PERIOD-CALL-DETAIL
			GIVING CDR-SORTED-FILE
		PERFORM MATCH-USAGE-TO-LINES
		SORT DORMANT-SORT-WORK
			ON ASCENDING KEY DSRT-DEPT-CODE
			ON DESCENDING KEY DSRT-IDLE-DAYS
			ON ASCENDING KEY DSRT-PHONE-NO
			USING DORMANT-WORK-FILE
			OUTPUT PROCEDURE IS PRINT-DORMANT-REPORT
		PERFORM WRITE-RUN-LOG-RECORD
		PERFORM DISPLAY-TOTALS
	END-IF.

PROGRAM-DONE.
	STOP RUN.

DEFAULT-TO-LAST-MONTH.
	*> the extract arrives after month end: default to the month
	*> before the one we are in
	MOVE WS-TODAY-DATE(1:6) TO WS-PERIOD
	IF WS-PERIOD-MONTH = 1
		SUBTRACT 1 FROM WS-PERIOD-YEAR
		MOVE 12 TO WS-PERIOD-MONTH
	ELSE
		SUBTRACT 1 FROM WS-PERIOD-MONTH
	END-IF.

SET-AS-OF-DATE.
	*> a month with calls counts as used up to its last day, so the
	*> period's month end is the date idle days are measured to
	MOVE WS-PERIOD-YEAR TO WS-NEXT-YEAR
	MOVE WS-PERIOD-MONTH TO WS-NEXT-MONTH
	IF WS-NEXT-MONTH = 12
		ADD 1 TO WS-NEXT-YEAR
		MOVE 1 TO WS-NEXT-MONTH
	ELSE
		ADD 1 TO WS-NEXT-MONTH
	END-IF
	MOVE 1 TO WS-NEXT-DAY
	COMPUTE WS-AS-OF-INTEGER =
		FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM) - 1
	COMPUTE WS-AS-OF-DATE =
		FUNCTION DATE-OF-INTEGER(WS-AS-OF-INTEGER).

SELECT-ACTIVE-EXTENSIONS.
	*> only active lines that claim an extension can show up on the
	*> switch's call detail; anything else has no usage to measure
	OPEN INPUT PHONE-FILE
	IF PHONE-FILE-STATUS NOT = '00'
		SET SCAN-EOF TO TRUE
		DISPLAY 'PHONDORM: PHONE.DAT NOT FOUND'
	END-IF
	PERFORM UNTIL SCAN-EOF
		READ PHONE-FILE
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				IF PHONE-ACTIVE OF PHONE-RECORD
				AND PHONE-EXTENSION OF PHONE-RECORD NOT = SPACES
					MOVE PHONE-RECORD TO PHONE-SORT-RECORD
					RELEASE PHONE-SORT-RECORD
				END-IF
		END-READ
	END-PERFORM
	CLOSE PHONE-FILE.

SELECT-PERIOD-CALL-DETAIL.
	*> a record for any other month, or with counts that are not
	*> numbers, is left out rather than credited to the wrong period
	SET SCAN-EOF TO FALSE
	OPEN INPUT CDR-FILE
	IF CDR-FILE-STATUS NOT = '00'
		SET SCAN-EOF TO TRUE
		DISPLAY 'PHONDORM: PHONCDR.DAT NOT FOUND - NO CALLS '
			'RECORDED THIS PERIOD'
	END-IF
	PERFORM UNTIL SCAN-EOF
		READ CDR-FILE
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-CDR-READ
				IF CDR-PERIOD = WS-PERIOD
				AND CDR-EXTENSION NOT = SPACES
				AND CDR-CALL-COUNT IS NUMERIC
				AND CDR-MINUTES IS NUMERIC
					MOVE CDR-RECORD TO CDR-SORT-RECORD
					RELEASE CDR-SORT-RECORD
				ELSE
					ADD 1 TO WS-CDR-REJECTED
					DISPLAY 'PHONDORM: CALL DETAIL SKIPPED - EXT '
						CDR-EXTENSION ' PERIOD ' CDR-PERIOD
				END-IF
		END-READ
	END-PERFORM
	CLOSE CDR-FILE.

MATCH-USAGE-TO-LINES.
	OPEN INPUT PHONE-SORTED-FILE
	OPEN INPUT CDR-SORTED-FILE
	OPEN INPUT DEPT-FILE
	IF DEPT-FILE-STATUS = '00'
		SET DEPT-FILE-AVAILABLE TO TRUE
	ELSE
		DISPLAY 'PHONDORM: *** DEPT.DAT NOT AVAILABLE - '
			'DEPARTMENT NAMES NOT PRINTED ***'
	END-IF
	OPEN I-O USAGE-FILE
	IF USAGE-FILE-STATUS = '35'
		*> first run ever: the usage history does not exist yet
		OPEN OUTPUT USAGE-FILE
		CLOSE USAGE-FILE
		OPEN I-O USAGE-FILE
	END-IF
	IF USAGE-FILE-STATUS = '00'
		SET USAGE-FILE-AVAILABLE TO TRUE
	ELSE
		DISPLAY 'PHONDORM: *** PHONUSE.DAT NOT AVAILABLE - '
			'USAGE HISTORY NOT UPDATED ***'
		MOVE 8 TO RETURN-CODE
	END-IF
	OPEN OUTPUT DORMANT-WORK-FILE
	OPEN OUTPUT PROPOSED-TRANS-FILE
	PERFORM READ-CDR-AHEAD
	PERFORM READ-NEXT-PHONE
	PERFORM READ-NEXT-CDR
	PERFORM UNTIL PHONE-EOF AND CDR-EOF
		EVALUATE TRUE
			WHEN PHONE-EOF
				PERFORM ADVANCE-CDR-RECORD
			WHEN CDR-EOF
			OR WS-PHONE-KEY < WS-CDR-KEY
				MOVE ZERO TO WS-LINE-CALLS
				MOVE ZERO TO WS-LINE-MINUTES
				PERFORM CHECK-LINE-USAGE
				PERFORM READ-NEXT-PHONE
			WHEN WS-CDR-KEY < WS-PHONE-KEY
				PERFORM ADVANCE-CDR-RECORD
			WHEN OTHER
				*> an extension shared by more than one entry
				*> credits the calls to every sharer: advance
				*> only the directory side on a match
				MOVE WS-CDR-CALLS TO WS-LINE-CALLS
				MOVE WS-CDR-MINUTES TO WS-LINE-MINUTES
				PERFORM CHECK-LINE-USAGE
				SET CDR-MATCHED TO TRUE
				PERFORM READ-NEXT-PHONE
		END-EVALUATE
	END-PERFORM
	CLOSE PHONE-SORTED-FILE
	CLOSE CDR-SORTED-FILE
	IF USAGE-FILE-AVAILABLE
		CLOSE USAGE-FILE
	END-IF
	CLOSE DORMANT-WORK-FILE
	CLOSE PROPOSED-TRANS-FILE.

ADVANCE-CDR-RECORD.
	*> calls on an extension no active line claims are counted only;
	*> PHONPBX is where the switch and directory are reconciled
	IF CDR-MATCHED
		SET CDR-MATCHED TO FALSE
	ELSE
		ADD 1 TO WS-CDR-UNKNOWN
	END-IF
	PERFORM READ-NEXT-CDR.

READ-NEXT-PHONE.
	READ PHONE-SORTED-FILE
		AT END
			SET PHONE-EOF TO TRUE
			MOVE HIGH-VALUES TO WS-PHONE-KEY
		NOT AT END
			MOVE PSTD-EXTENSION OF PHONE-SORTED-RECORD
				TO WS-PHONE-KEY
	END-READ.

READ-NEXT-CDR.
	*> the extract should carry one record per extension, but a
	*> switch that splits one across records is summed here so the
	*> extension is matched once with its full month
	IF CDR-AHEAD-EOF
		SET CDR-EOF TO TRUE
		MOVE HIGH-VALUES TO WS-CDR-KEY
	ELSE
		MOVE CSTD-EXTENSION OF CDR-SORTED-RECORD TO WS-CDR-KEY
		MOVE ZERO TO WS-CDR-CALLS
		MOVE ZERO TO WS-CDR-MINUTES
		PERFORM UNTIL CDR-AHEAD-EOF
				OR CSTD-EXTENSION OF CDR-SORTED-RECORD
					NOT = WS-CDR-KEY
			ADD CSTD-CALL-COUNT OF CDR-SORTED-RECORD TO WS-CDR-CALLS
			ADD CSTD-MINUTES OF CDR-SORTED-RECORD TO WS-CDR-MINUTES
			PERFORM READ-CDR-AHEAD
		END-PERFORM
	END-IF.

READ-CDR-AHEAD.
	READ CDR-SORTED-FILE
		AT END SET CDR-AHEAD-EOF TO TRUE
	END-READ.

CHECK-LINE-USAGE.
	ADD 1 TO WS-LINES-CHECKED
	IF FUNCTION MOD(WS-LINES-CHECKED, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'PHONDORM: ' WS-LINES-CHECKED ' LINES CHECKED'
	END-IF
	IF WS-LINE-CALLS > ZERO
		ADD 1 TO WS-LINES-USED
	END-IF
	PERFORM READ-USAGE-HISTORY
	IF WS-LINE-CALLS > ZERO
		IF USE-LAST-USED-DATE = SPACES
		OR USE-LAST-USED-DATE < WS-AS-OF-DATE
			MOVE WS-AS-OF-DATE TO USE-LAST-USED-DATE
		END-IF
	END-IF
	MOVE PSTD-EXTENSION OF PHONE-SORTED-RECORD TO USE-EXTENSION
	MOVE WS-AS-OF-DATE TO USE-LAST-SEEN-DATE
	MOVE WS-PERIOD TO USE-LAST-PERIOD
	MOVE WS-LINE-CALLS TO USE-LAST-CALLS
	MOVE WS-LINE-MINUTES TO USE-LAST-MINUTES
	PERFORM SAVE-USAGE-HISTORY
	*> idle days run from the last month with calls, or from when
	*> monitoring began for a line that has never shown one
	IF USE-LAST-USED-DATE = SPACES
		MOVE USE-TRACKED-FROM TO WS-BASE-DATE-NUM
	ELSE
		MOVE USE-LAST-USED-DATE TO WS-BASE-DATE-NUM
	END-IF
	COMPUTE WS-IDLE-DAYS = WS-AS-OF-INTEGER
		- FUNCTION INTEGER-OF-DATE(WS-BASE-DATE-NUM)
	IF WS-IDLE-DAYS >= WS-REPORT-IDLE-DAYS
		PERFORM WRITE-DORMANT-WORK
	END-IF.

READ-USAGE-HISTORY.
	SET USAGE-FOUND TO FALSE
	IF USAGE-FILE-AVAILABLE
		MOVE PSTD-NO OF PHONE-SORTED-RECORD TO USE-PHONE-NO
		READ USAGE-FILE
			INVALID KEY CONTINUE
			NOT INVALID KEY SET USAGE-FOUND TO TRUE
		END-READ
	END-IF
	IF USAGE-FOUND
		IF USE-LAST-SEEN-DATE IS NUMERIC
			MOVE USE-LAST-SEEN-DATE TO WS-BASE-DATE-NUM
			COMPUTE WS-GAP-DAYS = WS-AS-OF-INTEGER
				- FUNCTION INTEGER-OF-DATE(WS-BASE-DATE-NUM)
			IF WS-GAP-DAYS > WS-MONITOR-GAP-DAYS
				ADD 1 TO WS-LINES-RESTARTED
				MOVE WS-AS-OF-DATE TO USE-TRACKED-FROM
				MOVE SPACES TO USE-LAST-USED-DATE
			END-IF
		END-IF
	ELSE
		ADD 1 TO WS-LINES-NEW
		MOVE SPACES TO LINE-USAGE-RECORD
		MOVE PSTD-NO OF PHONE-SORTED-RECORD TO USE-PHONE-NO
		MOVE WS-AS-OF-DATE TO USE-TRACKED-FROM
	END-IF.

SAVE-USAGE-HISTORY.
	IF USAGE-FILE-AVAILABLE
		IF USAGE-FOUND
			REWRITE LINE-USAGE-RECORD
		ELSE
			WRITE LINE-USAGE-RECORD
		END-IF
	END-IF.

WRITE-DORMANT-WORK.
	MOVE PSTD-DEPT-CODE OF PHONE-SORTED-RECORD TO DWK-DEPT-CODE
	MOVE WS-IDLE-DAYS TO DWK-IDLE-DAYS
	MOVE PSTD-NO OF PHONE-SORTED-RECORD TO DWK-PHONE-NO
	MOVE PSTD-NAME OF PHONE-SORTED-RECORD TO DWK-NAME
	MOVE PSTD-EXTENSION OF PHONE-SORTED-RECORD TO DWK-EXTENSION
	MOVE USE-LAST-USED-DATE TO DWK-LAST-USED
	MOVE USE-TRACKED-FROM TO DWK-TRACKED-FROM
	IF WS-IDLE-DAYS >= WS-DEACTIVATE-IDLE-DAYS
		MOVE 'Y' TO DWK-PROPOSED-FLAG
		ADD 1 TO WS-IDLE-90-COUNT
		PERFORM WRITE-PROPOSED-DEACTIVATE
	ELSE
		MOVE 'N' TO DWK-PROPOSED-FLAG
		ADD 1 TO WS-IDLE-60-COUNT
	END-IF
	WRITE DORMANT-WORK-RECORD.

WRITE-PROPOSED-DEACTIVATE.
	*> a proposed transaction in PHTRANS format: reviewed first, then
	*> fed to PHONMAINT as-is so the audit trail captures the change;
	*> the correction takes the idle line out of service
	MOVE SPACES TO PROPOSED-TRANS-RECORD
	MOVE 'C' TO TRANS-ACTION-CODE
	MOVE PHONE-SORTED-RECORD TO TRANS-PHONE-RECORD
	MOVE 'I' TO PHONE-STATUS OF TRANS-PHONE-RECORD
	WRITE PROPOSED-TRANS-RECORD
	ADD 1 TO WS-PROPOSED-COUNT.

PRINT-DORMANT-REPORT.
	OPEN OUTPUT DORMANT-REPORT-FILE
	MOVE WS-PERIOD TO HDG-PERIOD
	MOVE WS-AS-OF-DATE TO HDG-AS-OF-DATE
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM HDG-LINE-2
	PERFORM UNTIL REPORT-EOF
		RETURN DORMANT-SORT-WORK
			AT END SET REPORT-EOF TO TRUE
			NOT AT END PERFORM PRINT-DORMANT-LINE
		END-RETURN
	END-PERFORM
	IF WS-PREV-DEPT-CODE NOT = HIGH-VALUES
		PERFORM PRINT-DEPT-TOTAL
	END-IF
	PERFORM PRINT-TOTALS
	CLOSE DORMANT-REPORT-FILE
	IF DEPT-FILE-AVAILABLE
		CLOSE DEPT-FILE
	END-IF.

PRINT-DORMANT-LINE.
	IF DSRT-DEPT-CODE NOT = WS-PREV-DEPT-CODE
		IF WS-PREV-DEPT-CODE NOT = HIGH-VALUES
			PERFORM PRINT-DEPT-TOTAL
		END-IF
		PERFORM PRINT-DEPT-HEADING
		MOVE DSRT-DEPT-CODE TO WS-PREV-DEPT-CODE
		MOVE ZERO TO WS-DEPT-60-COUNT
		MOVE ZERO TO WS-DEPT-90-COUNT
	END-IF
	MOVE DSRT-PHONE-NO TO DTL-PHONE-NO
	MOVE DSRT-NAME TO DTL-NAME
	MOVE DSRT-EXTENSION TO DTL-EXTENSION
	IF DSRT-LAST-USED = SPACES
		MOVE 'NO CALLS' TO DTL-LAST-USED
	ELSE
		MOVE DSRT-LAST-USED TO DTL-LAST-USED
	END-IF
	MOVE DSRT-TRACKED-FROM TO DTL-TRACKED-FROM
	MOVE DSRT-IDLE-DAYS TO DTL-IDLE-DAYS
	IF DSRT-PROPOSED
		ADD 1 TO WS-DEPT-90-COUNT
		MOVE 'PROPOSED FOR DEACTIVATION' TO DTL-ACTION
	ELSE
		ADD 1 TO WS-DEPT-60-COUNT
		MOVE 'WATCH' TO DTL-ACTION
	END-IF
	WRITE REPORT-LINE FROM DETAIL-LINE.

PRINT-DEPT-HEADING.
	PERFORM LOOK-UP-DEPT-NAME
	MOVE WS-DEPT-NAME TO DEPT-HDG-NAME
	MOVE DSRT-DEPT-CODE TO DEPT-HDG-CODE
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM DEPT-HEADING-LINE.

LOOK-UP-DEPT-NAME.
	*> judged on the switch set at open, not the live file status: a
	*> not-found read flips the status and must not stop the lookups
	*> for every department behind it
	IF DEPT-FILE-AVAILABLE
		MOVE DSRT-DEPT-CODE TO DEPT-CODE
		READ DEPT-FILE
			INVALID KEY MOVE 'UNKNOWN DEPARTMENT' TO WS-DEPT-NAME
			NOT INVALID KEY MOVE DEPT-NAME TO WS-DEPT-NAME
		END-READ
	ELSE
		MOVE DSRT-DEPT-CODE TO WS-DEPT-NAME
	END-IF.

PRINT-DEPT-TOTAL.
	MOVE WS-DEPT-60-COUNT TO DPT-60-COUNT
	MOVE WS-DEPT-90-COUNT TO DPT-90-COUNT
	WRITE REPORT-LINE FROM DEPT-TOTAL-LINE.

PRINT-TOTALS.
	WRITE REPORT-LINE FROM SPACES
	MOVE 'CALL DETAIL RECORDS READ    :' TO TOT-LABEL
	MOVE WS-CDR-READ TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'CALL DETAIL SKIPPED         :' TO TOT-LABEL
	MOVE WS-CDR-REJECTED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'EXTENSIONS WITH NO LINE     :' TO TOT-LABEL
	MOVE WS-CDR-UNKNOWN TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'ACTIVE LINES CHECKED        :' TO TOT-LABEL
	MOVE WS-LINES-CHECKED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'LINES WITH CALLS THIS PERIOD:' TO TOT-LABEL
	MOVE WS-LINES-USED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'LINES NEWLY TRACKED         :' TO TOT-LABEL
	MOVE WS-LINES-NEW TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'LINES TRACKED AFRESH        :' TO TOT-LABEL
	MOVE WS-LINES-RESTARTED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'IDLE 60-89 DAYS             :' TO TOT-LABEL
	MOVE WS-IDLE-60-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'IDLE 90 DAYS OR MORE        :' TO TOT-LABEL
	MOVE WS-IDLE-90-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'DEACTIVATIONS PROPOSED      :' TO TOT-LABEL
	MOVE WS-PROPOSED-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'PHONDORM' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-CDR-READ TO RUN-RECORDS-IN
	MOVE WS-PROPOSED-COUNT TO RUN-RECORDS-OUT
	MOVE WS-CDR-REJECTED TO RUN-REJECT-COUNT
	MOVE ZERO TO RUN-ADD-COUNT
	MOVE ZERO TO RUN-DELETE-COUNT
	MOVE ZERO TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONDORM CALL DETAIL READ      : ' WS-CDR-READ
	DISPLAY 'PHONDORM ACTIVE LINES CHECKED  : ' WS-LINES-CHECKED
	DISPLAY 'PHONDORM IDLE 60-89 DAYS       : ' WS-IDLE-60-COUNT
	DISPLAY 'PHONDORM IDLE 90 DAYS OR MORE  : ' WS-IDLE-90-COUNT
	DISPLAY 'PHONDORM DEACTIVATIONS PROPOSED: ' WS-PROPOSED-COUNT.
