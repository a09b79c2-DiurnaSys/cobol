       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHONAVL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT INVENTORY-FILE
		ASSIGN TO 'phoninv.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS INV-PHONE-NO
		FILE STATUS IS INVENTORY-FILE-STATUS.
	SELECT INVENTORY-CTL-FILE
		ASSIGN TO 'phoninv.ctl'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS INVENTORY-CTL-STATUS.
	SELECT RUN-LOG-FILE
		ASSIGN TO 'runlog.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RUN-LOG-STATUS.
	SELECT REPORT-FILE
		ASSIGN TO 'phonavl.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REPORT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD INVENTORY-FILE.
01 INVENTORY-RECORD.
	COPY NUMINV.

FD INVENTORY-CTL-FILE.
01 INVENTORY-CTL-RECORD.
	COPY INVCTL.

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

FD REPORT-FILE.
01 REPORT-LINE			PIC X(80).

WORKING-STORAGE SECTION.
01 INVENTORY-FILE-STATUS	PIC X(2).
01 INVENTORY-CTL-STATUS		PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y'.
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-TODAY-DATE		PIC X(8) VALUE SPACES.
01 WS-LOW-WATER-MARK		PIC 9(4) VALUE 10.
01 WS-CURRENT-PREFIX		PIC X(3) VALUE SPACES.
01 WS-PREFIX-COUNTS.
	05 WS-PFX-FREE		PIC 9(6) VALUE ZERO.
	05 WS-PFX-ASSIGNED	PIC 9(6) VALUE ZERO.
	05 WS-PFX-QUARANTINED	PIC 9(6) VALUE ZERO.
01 WS-COUNTERS.
	05 WS-INV-READ		PIC 9(6) VALUE ZERO.
	05 WS-RELEASED-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-TOTAL-FREE	PIC 9(6) VALUE ZERO.
	05 WS-TOTAL-ASSIGNED	PIC 9(6) VALUE ZERO.
	05 WS-TOTAL-QUARANTINED	PIC 9(6) VALUE ZERO.
	05 WS-LOW-PREFIX-COUNT	PIC 9(6) VALUE ZERO.

01 HDG-LINE-1.
	05 FILLER		PIC X(40) VALUE
		'NUMBER AVAILABILITY BY EXCHANGE PREFIX'.
	05 FILLER		PIC X(6) VALUE 'DATE: '.
	05 HDG-DATE		PIC X(8).
01 HDG-LINE-2.
	05 FILLER		PIC X(30) VALUE
		'LOW-WATER MARK (FREE NUMBERS):'.
	05 HDG-LOW-WATER	PIC ZZZ9.
01 HDG-LINE-3.
	05 FILLER		PIC X(6) VALUE 'PREFIX'.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(7) VALUE '   FREE'.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(8) VALUE 'ASSIGNED'.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(11) VALUE 'QUARANTINED'.

01 DETAIL-LINE.
	05 DTL-PREFIX		PIC X(3).
	05 FILLER		PIC X(7) VALUE SPACES.
	05 DTL-FREE		PIC ZZZ,ZZ9.
	05 FILLER		PIC X(5) VALUE SPACES.
	05 DTL-ASSIGNED		PIC ZZZ,ZZ9.
	05 FILLER		PIC X(8) VALUE SPACES.
	05 DTL-QUARANTINED	PIC ZZZ,ZZ9.
	05 FILLER		PIC X(3) VALUE SPACES.
	05 DTL-LOW-FLAG		PIC X(17).

01 TOTAL-LINE.
	05 FILLER		PIC X(10) VALUE 'TOTAL'.
	05 TOT-FREE		PIC ZZZ,ZZ9.
	05 FILLER		PIC X(5) VALUE SPACES.
	05 TOT-ASSIGNED		PIC ZZZ,ZZ9.
	05 FILLER		PIC X(8) VALUE SPACES.
	05 TOT-QUARANTINED	PIC ZZZ,ZZ9.

01 SUMMARY-LINE.
	05 SUM-LABEL		PIC X(34).
	05 SUM-COUNT		PIC ZZZ,ZZ9.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	*> the nightly pass over the number inventory: quarantines that
	*> have run their course go back to free, and provisioning sees
	*> how many free numbers each exchange prefix has left
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
	PERFORM READ-INVENTORY-CONTROL
	OPEN OUTPUT REPORT-FILE
	PERFORM PRINT-PAGE-HEADERS
	OPEN I-O INVENTORY-FILE
	IF INVENTORY-FILE-STATUS NOT = '00'
		DISPLAY 'PHONAVL: PHONINV.DAT NOT FOUND - RUN PHONINVL FIRST'
		MOVE 8 TO RETURN-CODE
		SET EOF TO TRUE
	END-IF
	PERFORM UNTIL EOF
		READ INVENTORY-FILE NEXT RECORD
			AT END SET EOF TO TRUE
			NOT AT END PERFORM PROCESS-INVENTORY-RECORD
		END-READ
	END-PERFORM
	IF WS-CURRENT-PREFIX NOT = SPACES
		PERFORM PRINT-PREFIX-LINE
	END-IF
	PERFORM PRINT-TOTAL-LINES
	CLOSE INVENTORY-FILE
	CLOSE REPORT-FILE
	PERFORM WRITE-RUN-LOG-RECORD
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	STOP RUN.

READ-INVENTORY-CONTROL.
	OPEN INPUT INVENTORY-CTL-FILE
	IF INVENTORY-CTL-STATUS = '00'
		READ INVENTORY-CTL-FILE
			AT END CONTINUE
			NOT AT END
				IF ICTL-LOW-WATER-MARK IS NUMERIC
					MOVE ICTL-LOW-WATER-MARK TO WS-LOW-WATER-MARK
				END-IF
		END-READ
		CLOSE INVENTORY-CTL-FILE
	END-IF.

PROCESS-INVENTORY-RECORD.
	ADD 1 TO WS-INV-READ
	IF FUNCTION MOD(WS-INV-READ, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'PHONAVL: ' WS-INV-READ ' NUMBERS PROCESSED'
	END-IF
	IF INV-PHONE-NO(1:3) NOT = WS-CURRENT-PREFIX
		IF WS-CURRENT-PREFIX NOT = SPACES
			PERFORM PRINT-PREFIX-LINE
		END-IF
		MOVE INV-PHONE-NO(1:3) TO WS-CURRENT-PREFIX
		INITIALIZE WS-PREFIX-COUNTS
	END-IF
	IF INV-QUARANTINED
	AND INV-QUARANTINE-END <= WS-TODAY-DATE
		PERFORM RELEASE-QUARANTINE
	END-IF
	EVALUATE TRUE
		WHEN INV-AVAILABLE
			ADD 1 TO WS-PFX-FREE
		WHEN INV-ASSIGNED
			ADD 1 TO WS-PFX-ASSIGNED
		WHEN INV-QUARANTINED
			ADD 1 TO WS-PFX-QUARANTINED
	END-EVALUATE.

RELEASE-QUARANTINE.
	*> the release date stays on the record as history; only the
	*> quarantine end is cleared
	SET INV-AVAILABLE TO TRUE
	MOVE SPACES TO INV-QUARANTINE-END
	REWRITE INVENTORY-RECORD
		INVALID KEY
			DISPLAY 'PHONAVL: QUARANTINE NOT RELEASED - ' INV-PHONE-NO
			SET INV-QUARANTINED TO TRUE
		NOT INVALID KEY
			ADD 1 TO WS-RELEASED-COUNT
	END-REWRITE.

PRINT-PREFIX-LINE.
	MOVE WS-CURRENT-PREFIX TO DTL-PREFIX
	MOVE WS-PFX-FREE TO DTL-FREE
	MOVE WS-PFX-ASSIGNED TO DTL-ASSIGNED
	MOVE WS-PFX-QUARANTINED TO DTL-QUARANTINED
	IF WS-PFX-FREE < WS-LOW-WATER-MARK
		MOVE '*** RUNNING LOW' TO DTL-LOW-FLAG
		ADD 1 TO WS-LOW-PREFIX-COUNT
	ELSE
		MOVE SPACES TO DTL-LOW-FLAG
	END-IF
	WRITE REPORT-LINE FROM DETAIL-LINE
	ADD WS-PFX-FREE TO WS-TOTAL-FREE
	ADD WS-PFX-ASSIGNED TO WS-TOTAL-ASSIGNED
	ADD WS-PFX-QUARANTINED TO WS-TOTAL-QUARANTINED.

PRINT-PAGE-HEADERS.
	MOVE WS-TODAY-DATE TO HDG-DATE
	MOVE WS-LOW-WATER-MARK TO HDG-LOW-WATER
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM HDG-LINE-2
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM HDG-LINE-3
	WRITE REPORT-LINE FROM SPACES.

PRINT-TOTAL-LINES.
	MOVE WS-TOTAL-FREE TO TOT-FREE
	MOVE WS-TOTAL-ASSIGNED TO TOT-ASSIGNED
	MOVE WS-TOTAL-QUARANTINED TO TOT-QUARANTINED
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM TOTAL-LINE
	WRITE REPORT-LINE FROM SPACES
	MOVE 'QUARANTINES RELEASED TONIGHT     :' TO SUM-LABEL
	MOVE WS-RELEASED-COUNT TO SUM-COUNT
	WRITE REPORT-LINE FROM SUMMARY-LINE
	MOVE 'PREFIXES BELOW LOW-WATER MARK    :' TO SUM-LABEL
	MOVE WS-LOW-PREFIX-COUNT TO SUM-COUNT
	WRITE REPORT-LINE FROM SUMMARY-LINE.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'PHONAVL' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-INV-READ TO RUN-RECORDS-IN
	MOVE WS-TOTAL-FREE TO RUN-RECORDS-OUT
	MOVE ZERO TO RUN-REJECT-COUNT
	MOVE ZERO TO RUN-ADD-COUNT
	MOVE ZERO TO RUN-DELETE-COUNT
	MOVE ZERO TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONAVL NUMBERS READ         : ' WS-INV-READ
	DISPLAY 'PHONAVL QUARANTINES RELEASED : ' WS-RELEASED-COUNT
	DISPLAY 'PHONAVL NUMBERS FREE         : ' WS-TOTAL-FREE
	DISPLAY 'PHONAVL NUMBERS ASSIGNED     : ' WS-TOTAL-ASSIGNED
	DISPLAY 'PHONAVL NUMBERS QUARANTINED  : ' WS-TOTAL-QUARANTINED
	DISPLAY 'PHONAVL PREFIXES RUNNING LOW : ' WS-LOW-PREFIX-COUNT.
