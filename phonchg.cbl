       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHONCHG.
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
	SELECT RATE-FILE
		ASSIGN TO 'chgrate.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RATE-FILE-STATUS.
	SELECT CHARGE-SORT-WORK
		ASSIGN TO 'phonchg.wrk'.
	SELECT STATEMENT-FILE
		ASSIGN TO 'phonchg.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STATEMENT-FILE-STATUS.
	SELECT GL-JOURNAL-FILE
		ASSIGN TO 'phonchg.gl'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS GL-FILE-STATUS.
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

FD RATE-FILE.
01 RATE-RECORD.
	COPY CHGRATE.

SD CHARGE-SORT-WORK.
01 CHARGE-SORT-RECORD.
	05 CHG-DEPT-CODE	PIC X(4).
	05 CHG-BUILDING		PIC X(10).
	05 CHG-PHONE-NO		PIC X(6).
	05 CHG-EXTENSION	PIC X(4).

FD STATEMENT-FILE.
01 REPORT-LINE			PIC X(80).

FD GL-JOURNAL-FILE.
01 GL-JOURNAL-RECORD.
	COPY GLJRNL.

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS		PIC X(2).
01 LOCATION-FILE-STATUS		PIC X(2).
01 DEPT-FILE-STATUS		PIC X(2).
01 RATE-FILE-STATUS		PIC X(2).
01 STATEMENT-FILE-STATUS	PIC X(2).
01 GL-FILE-STATUS		PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y'.
	05 SORT-EOF-SWITCH	PIC X VALUE 'N'.
		88 SORT-EOF		VALUE 'Y'.
	05 RATE-EOF-SWITCH	PIC X VALUE 'N'.
		88 RATE-EOF		VALUE 'Y'.
	05 LOC-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 LOCATION-FILE-AVAILABLE VALUE 'Y'.
	05 RATES-OK-SWITCH	PIC X VALUE 'N'.
		88 RATES-OK		VALUE 'Y' FALSE 'N'.
01 WS-CHARGE-PERIOD		PIC X(6).
01 WS-CHARGE-PERIOD-PARTS REDEFINES WS-CHARGE-PERIOD.
	05 WS-CHARGE-YEAR	PIC 9(4).
	05 WS-CHARGE-MONTH	PIC 9(2).
01 WS-DEPT-NAME			PIC X(20).
01 WS-PREV-DEPT-CODE		PIC X(4) VALUE HIGH-VALUES.
01 WS-PREV-BUILDING		PIC X(10) VALUE HIGH-VALUES.
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
*> the ledger coding every chargeback posts against: each
*> department's phone expense is debited under its own cost center,
*> and the telecom group's recovery account takes the one credit
01 WS-GL-SOURCE			PIC X(4) VALUE 'TELC'.
01 WS-EXPENSE-ACCOUNT		PIC X(10) VALUE '6410-PHONE'.
01 WS-RECOVERY-ACCOUNT		PIC X(10) VALUE '6490-RECOV'.
01 WS-RECOVERY-CENTER		PIC X(4) VALUE 'TELE'.

01 WS-LINE-RATE			PIC 9(5)V99 VALUE ZERO.
01 WS-EXTENSION-RATE		PIC 9(5)V99 VALUE ZERO.
01 WS-BLDG-RATE			PIC 9(5)V99 VALUE ZERO.
01 WS-BLDG-MAX-ENTRIES		PIC 9(3) VALUE 100.
01 WS-BLDG-COUNT		PIC 9(3) VALUE ZERO.
01 WS-BLDG-IX			PIC 9(3) VALUE ZERO.
01 WS-BLDG-RATE-TABLE.
	05 WS-BLDG-ENTRY OCCURS 100 TIMES.
		10 WS-BLDG-NAME		PIC X(10).
		10 WS-BLDG-CHARGE	PIC 9(5)V99.

01 WS-COUNTERS.
	05 WS-RECORDS-READ	PIC 9(6) VALUE ZERO.
	05 WS-ACTIVE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-INACTIVE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-EXTENSION-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-UNLOCATED-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-UNRATED-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-DEPT-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-GL-RECORD-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-DEPT-LINES	PIC 9(6) VALUE ZERO.
	05 WS-DEPT-EXTENSIONS	PIC 9(6) VALUE ZERO.
	05 WS-DEPT-UNLOCATED	PIC 9(6) VALUE ZERO.
	05 WS-BLDG-LINES	PIC 9(6) VALUE ZERO.
01 WS-AMOUNTS.
	05 WS-ITEM-AMOUNT	PIC 9(7)V99 VALUE ZERO.
	05 WS-DEPT-BLDG-AMOUNT	PIC 9(7)V99 VALUE ZERO.
	05 WS-DEPT-AMOUNT	PIC 9(7)V99 VALUE ZERO.
	05 WS-GRAND-AMOUNT	PIC 9(9)V99 VALUE ZERO.
	05 WS-GL-DEBIT-TOTAL	PIC 9(9)V99 VALUE ZERO.
	05 WS-GL-CREDIT-TOTAL	PIC 9(9)V99 VALUE ZERO.

01 HDG-LINE-1.
	05 FILLER		PIC X(36) VALUE
		'TELECOM CHARGEBACK STATEMENT - '.
	05 HDG-PERIOD		PIC X(6).
01 HDG-LINE-2.
	05 FILLER		PIC X(12) VALUE 'DEPARTMENT: '.
	05 HDG-DEPT-NAME	PIC X(20).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(1) VALUE '('.
	05 HDG-DEPT-CODE	PIC X(4).
	05 FILLER		PIC X(1) VALUE ')'.
01 HDG-LINE-3.
	05 FILLER		PIC X(30) VALUE 'CHARGE'.
	05 FILLER		PIC X(8) VALUE '   COUNT'.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(9) VALUE '     RATE'.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(13) VALUE '       AMOUNT'.

01 CHARGE-LINE.
	05 CHL-DESCRIPTION	PIC X(30).
	05 CHL-COUNT		PIC ZZZ,ZZ9.
	05 FILLER		PIC X(5) VALUE SPACES.
	05 CHL-RATE		PIC ZZ,ZZ9.99.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 CHL-AMOUNT		PIC Z,ZZZ,ZZ9.99.

01 NOTE-LINE.
	05 NTL-DESCRIPTION	PIC X(30).
	05 NTL-COUNT		PIC ZZZ,ZZ9.
	05 FILLER		PIC X(5) VALUE SPACES.
	05 NTL-TEXT		PIC X(30).

01 DEPT-TOTAL-LINE.
	05 FILLER		PIC X(30) VALUE 'TOTAL DUE THIS PERIOD'.
	05 FILLER		PIC X(29) VALUE SPACES.
	05 DTL-DEPT-AMOUNT	PIC Z,ZZZ,ZZ9.99.

01 SUMMARY-HDG-LINE.
	05 FILLER		PIC X(36) VALUE
		'TELECOM CHARGEBACK CONTROL TOTALS - '.
	05 SHL-PERIOD		PIC X(6).
01 SUMMARY-COUNT-LINE.
	05 SCL-NAME		PIC X(30).
	05 SCL-COUNT		PIC ZZZ,ZZ9.
01 SUMMARY-AMOUNT-LINE.
	05 SAL-NAME		PIC X(30).
	05 SAL-AMOUNT		PIC ZZZ,ZZZ,ZZ9.99.
01 VERDICT-LINE.
	05 VDL-TEXT		PIC X(50).

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	*> the period billed is named by the operator, so a month-end run
	*> that slips past midnight, or a rerun, bills the month intended
	DISPLAY 'PHONCHG: ENTER CHARGE PERIOD (YYYYMM, BLANK = '
		'LAST MONTH)'
	MOVE SPACES TO WS-CHARGE-PERIOD
	ACCEPT WS-CHARGE-PERIOD FROM SYSIN
	IF WS-CHARGE-PERIOD = SPACES
		PERFORM DEFAULT-TO-LAST-MONTH
	END-IF
	IF WS-CHARGE-PERIOD IS NOT NUMERIC
	OR WS-CHARGE-MONTH < 1
	OR WS-CHARGE-MONTH > 12
		DISPLAY 'PHONCHG: INVALID CHARGE PERIOD - ' WS-CHARGE-PERIOD
		DISPLAY 'PHONCHG: NO CHARGEBACK PRODUCED'
		MOVE 8 TO RETURN-CODE
	ELSE
		PERFORM LOAD-RATE-TABLE
		IF NOT RATES-OK
			DISPLAY 'PHONCHG: NO CHARGEBACK PRODUCED'
			MOVE 8 TO RETURN-CODE
		ELSE
			SORT CHARGE-SORT-WORK
				ON ASCENDING KEY CHG-DEPT-CODE
				ON ASCENDING KEY CHG-BUILDING
				ON ASCENDING KEY CHG-PHONE-NO
				INPUT PROCEDURE IS COLLECT-ACTIVE-LINES
				OUTPUT PROCEDURE IS PRINT-CHARGEBACK-STATEMENTS
			PERFORM WRITE-RUN-LOG-RECORD
			PERFORM DISPLAY-TOTALS
		END-IF
	END-IF.

PROGRAM-DONE.
	STOP RUN.

DEFAULT-TO-LAST-MONTH.
	*> the chargeback runs after month end: default to the month
	*> before the one we are in
	MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CHARGE-PERIOD
	IF WS-CHARGE-MONTH = 1
		SUBTRACT 1 FROM WS-CHARGE-YEAR
		MOVE 12 TO WS-CHARGE-MONTH
	ELSE
		SUBTRACT 1 FROM WS-CHARGE-MONTH
	END-IF.

LOAD-RATE-TABLE.
	*> a chargeback priced from a missing or partial rate table would
	*> bill every department short, so the line and extension rates
	*> must both be present before anything is produced
	OPEN INPUT RATE-FILE
	IF RATE-FILE-STATUS NOT = '00'
		SET RATE-EOF TO TRUE
		DISPLAY 'PHONCHG: CHGRATE.DAT NOT FOUND'
	END-IF
	PERFORM UNTIL RATE-EOF
		READ RATE-FILE
			AT END SET RATE-EOF TO TRUE
			NOT AT END PERFORM LOAD-ONE-RATE
		END-READ
	END-PERFORM
	CLOSE RATE-FILE
	IF WS-LINE-RATE > ZERO AND WS-EXTENSION-RATE > ZERO
		SET RATES-OK TO TRUE
	ELSE
		DISPLAY 'PHONCHG: LINE OR EXTENSION RATE MISSING FROM '
			'CHGRATE.DAT'
	END-IF.

LOAD-ONE-RATE.
	EVALUATE TRUE
		WHEN RATE-PER-LINE
			MOVE RATE-MONTHLY-CHARGE TO WS-LINE-RATE
		WHEN RATE-PER-EXTENSION
			MOVE RATE-MONTHLY-CHARGE TO WS-EXTENSION-RATE
		WHEN RATE-PER-BUILDING
			IF WS-BLDG-COUNT >= WS-BLDG-MAX-ENTRIES
				DISPLAY 'PHONCHG: *** BUILDING RATE TABLE FULL - '
					'RATE SKIPPED FOR ' RATE-BUILDING ' ***'
			ELSE
				ADD 1 TO WS-BLDG-COUNT
				MOVE RATE-BUILDING TO WS-BLDG-NAME(WS-BLDG-COUNT)
				MOVE RATE-MONTHLY-CHARGE
					TO WS-BLDG-CHARGE(WS-BLDG-COUNT)
			END-IF
		WHEN OTHER
			DISPLAY 'PHONCHG: UNKNOWN RATE TYPE IGNORED - ' RATE-TYPE
	END-EVALUATE.

COLLECT-ACTIVE-LINES.
	OPEN INPUT PHONE-FILE
	IF PHONE-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONCHG: PHONE.DAT NOT FOUND'
	END-IF
	OPEN INPUT LOCATION-FILE
	IF LOCATION-FILE-STATUS = '00'
		SET LOCATION-FILE-AVAILABLE TO TRUE
	ELSE
		DISPLAY 'PHONCHG: PHONLOC.DAT NOT FOUND - '
			'NO BUILDING CHARGES THIS RUN'
	END-IF
	PERFORM UNTIL EOF
		READ PHONE-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM RELEASE-CHARGE-LINE
		END-READ
	END-PERFORM
	CLOSE PHONE-FILE
	CLOSE LOCATION-FILE.

RELEASE-CHARGE-LINE.
	ADD 1 TO WS-RECORDS-READ
	IF FUNCTION MOD(WS-RECORDS-READ, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'PHONCHG: ' WS-RECORDS-READ ' RECORDS PROCESSED'
	END-IF
	*> only a working line costs the department anything; inactive
	*> records are counted so the run still balances to phone.dat
	IF NOT PHONE-ACTIVE
		ADD 1 TO WS-INACTIVE-COUNT
	ELSE
		ADD 1 TO WS-ACTIVE-COUNT
		MOVE PHONE-DEPT-CODE TO CHG-DEPT-CODE
		MOVE PHONE-NO TO CHG-PHONE-NO
		MOVE PHONE-EXTENSION TO CHG-EXTENSION
		MOVE SPACES TO CHG-BUILDING
		*> judged on the switch set at open, not the live file
		*> status: a not-found read flips the status
		IF LOCATION-FILE-AVAILABLE
			MOVE PHONE-NO TO LOC-PHONE-NO
			READ LOCATION-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE LOC-BUILDING TO CHG-BUILDING
			END-READ
		END-IF
		RELEASE CHARGE-SORT-RECORD
	END-IF.

PRINT-CHARGEBACK-STATEMENTS.
	OPEN INPUT DEPT-FILE
	OPEN OUTPUT STATEMENT-FILE
	OPEN OUTPUT GL-JOURNAL-FILE
	PERFORM UNTIL SORT-EOF
		RETURN CHARGE-SORT-WORK
			AT END SET SORT-EOF TO TRUE
			NOT AT END PERFORM CHARGE-ONE-LINE
		END-RETURN
	END-PERFORM
	IF WS-PREV-DEPT-CODE NOT = HIGH-VALUES
		PERFORM PRINT-BUILDING-CHARGE
		PERFORM PRINT-DEPT-STATEMENT-TOTAL
	END-IF
	PERFORM WRITE-RECOVERY-CREDIT
	PERFORM PRINT-CONTROL-TOTALS
	CLOSE DEPT-FILE
	CLOSE STATEMENT-FILE
	CLOSE GL-JOURNAL-FILE.

CHARGE-ONE-LINE.
	IF CHG-DEPT-CODE NOT = WS-PREV-DEPT-CODE
		IF WS-PREV-DEPT-CODE NOT = HIGH-VALUES
			PERFORM PRINT-BUILDING-CHARGE
			PERFORM PRINT-DEPT-STATEMENT-TOTAL
		END-IF
		MOVE CHG-DEPT-CODE TO WS-PREV-DEPT-CODE
		MOVE HIGH-VALUES TO WS-PREV-BUILDING
		MOVE ZERO TO WS-DEPT-LINES
		MOVE ZERO TO WS-DEPT-EXTENSIONS
		MOVE ZERO TO WS-DEPT-UNLOCATED
		MOVE ZERO TO WS-DEPT-BLDG-AMOUNT
		PERFORM PRINT-DEPT-STATEMENT-HEADING
	END-IF
	IF CHG-BUILDING NOT = WS-PREV-BUILDING
		IF WS-PREV-BUILDING NOT = HIGH-VALUES
			PERFORM PRINT-BUILDING-CHARGE
		END-IF
		MOVE CHG-BUILDING TO WS-PREV-BUILDING
		MOVE ZERO TO WS-BLDG-LINES
	END-IF
	ADD 1 TO WS-DEPT-LINES
	ADD 1 TO WS-BLDG-LINES
	IF CHG-EXTENSION NOT = SPACES
		ADD 1 TO WS-DEPT-EXTENSIONS
		ADD 1 TO WS-EXTENSION-COUNT
	END-IF.

PRINT-DEPT-STATEMENT-HEADING.
	*> one statement per department, each on its own page so it can
	*> be sent to the department as it stands
	ADD 1 TO WS-DEPT-COUNT
	MOVE CHG-DEPT-CODE TO DEPT-CODE
	READ DEPT-FILE
		INVALID KEY MOVE 'UNKNOWN DEPARTMENT' TO WS-DEPT-NAME
		NOT INVALID KEY MOVE DEPT-NAME TO WS-DEPT-NAME
	END-READ
	MOVE WS-CHARGE-PERIOD TO HDG-PERIOD
	MOVE WS-DEPT-NAME TO HDG-DEPT-NAME
	MOVE CHG-DEPT-CODE TO HDG-DEPT-CODE
	IF WS-DEPT-COUNT > 1
		WRITE REPORT-LINE FROM SPACES
			BEFORE ADVANCING PAGE
	END-IF
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM HDG-LINE-2
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM HDG-LINE-3
	WRITE REPORT-LINE FROM SPACES.

PRINT-BUILDING-CHARGE.
	*> lines sort with no building first; they carry no building
	*> charge and are shown as a count so the department can chase
	*> the missing location
	IF WS-PREV-BUILDING = SPACES
		ADD WS-BLDG-LINES TO WS-DEPT-UNLOCATED
		ADD WS-BLDG-LINES TO WS-UNLOCATED-COUNT
	ELSE
		PERFORM LOOK-UP-BUILDING-RATE
		COMPUTE WS-ITEM-AMOUNT = WS-BLDG-LINES * WS-BLDG-RATE
		ADD WS-ITEM-AMOUNT TO WS-DEPT-BLDG-AMOUNT
		MOVE SPACES TO CHL-DESCRIPTION
		STRING 'BUILDING ' DELIMITED BY SIZE
			WS-PREV-BUILDING DELIMITED BY SIZE
			INTO CHL-DESCRIPTION
		MOVE WS-BLDG-LINES TO CHL-COUNT
		MOVE WS-BLDG-RATE TO CHL-RATE
		MOVE WS-ITEM-AMOUNT TO CHL-AMOUNT
		WRITE REPORT-LINE FROM CHARGE-LINE
	END-IF.

LOOK-UP-BUILDING-RATE.
	MOVE ZERO TO WS-BLDG-RATE
	PERFORM VARYING WS-BLDG-IX FROM 1 BY 1
			UNTIL WS-BLDG-IX > WS-BLDG-COUNT
		IF WS-BLDG-NAME(WS-BLDG-IX) = WS-PREV-BUILDING
			MOVE WS-BLDG-CHARGE(WS-BLDG-IX) TO WS-BLDG-RATE
		END-IF
	END-PERFORM
	IF WS-BLDG-RATE = ZERO
		ADD WS-BLDG-LINES TO WS-UNRATED-COUNT
		DISPLAY 'PHONCHG: NO RATE FOR BUILDING ' WS-PREV-BUILDING
	END-IF.

PRINT-DEPT-STATEMENT-TOTAL.
	WRITE REPORT-LINE FROM SPACES
	MOVE 'ACTIVE LINES' TO CHL-DESCRIPTION
	MOVE WS-DEPT-LINES TO CHL-COUNT
	MOVE WS-LINE-RATE TO CHL-RATE
	COMPUTE WS-ITEM-AMOUNT = WS-DEPT-LINES * WS-LINE-RATE
	MOVE WS-ITEM-AMOUNT TO CHL-AMOUNT
	WRITE REPORT-LINE FROM CHARGE-LINE
	MOVE WS-ITEM-AMOUNT TO WS-DEPT-AMOUNT
	MOVE 'ASSIGNED EXTENSIONS' TO CHL-DESCRIPTION
	MOVE WS-DEPT-EXTENSIONS TO CHL-COUNT
	MOVE WS-EXTENSION-RATE TO CHL-RATE
	COMPUTE WS-ITEM-AMOUNT = WS-DEPT-EXTENSIONS * WS-EXTENSION-RATE
	MOVE WS-ITEM-AMOUNT TO CHL-AMOUNT
	WRITE REPORT-LINE FROM CHARGE-LINE
	ADD WS-ITEM-AMOUNT TO WS-DEPT-AMOUNT
	ADD WS-DEPT-BLDG-AMOUNT TO WS-DEPT-AMOUNT
	IF WS-DEPT-UNLOCATED > 0
		MOVE 'LINES WITH NO LOCATION' TO NTL-DESCRIPTION
		MOVE WS-DEPT-UNLOCATED TO NTL-COUNT
		MOVE 'NO BUILDING CHARGE' TO NTL-TEXT
		WRITE REPORT-LINE FROM NOTE-LINE
	END-IF
	WRITE REPORT-LINE FROM SPACES
	MOVE WS-DEPT-AMOUNT TO DTL-DEPT-AMOUNT
	WRITE REPORT-LINE FROM DEPT-TOTAL-LINE
	ADD WS-DEPT-AMOUNT TO WS-GRAND-AMOUNT
	PERFORM WRITE-DEPT-DEBIT.

WRITE-DEPT-DEBIT.
	MOVE SPACES TO GL-JOURNAL-RECORD
	MOVE WS-GL-SOURCE TO GL-SOURCE
	MOVE WS-CHARGE-PERIOD TO GL-PERIOD
	MOVE WS-EXPENSE-ACCOUNT TO GL-ACCOUNT
	MOVE WS-PREV-DEPT-CODE TO GL-COST-CENTER
	SET GL-DEBIT TO TRUE
	MOVE WS-DEPT-AMOUNT TO GL-AMOUNT
	MOVE 'TELECOM CHARGEBACK' TO GL-DESCRIPTION
	WRITE GL-JOURNAL-RECORD
	ADD 1 TO WS-GL-RECORD-COUNT
	ADD WS-DEPT-AMOUNT TO WS-GL-DEBIT-TOTAL.

WRITE-RECOVERY-CREDIT.
	*> one offsetting credit, so the journal the ledger posts always
	*> nets to zero
	MOVE SPACES TO GL-JOURNAL-RECORD
	MOVE WS-GL-SOURCE TO GL-SOURCE
	MOVE WS-CHARGE-PERIOD TO GL-PERIOD
	MOVE WS-RECOVERY-ACCOUNT TO GL-ACCOUNT
	MOVE WS-RECOVERY-CENTER TO GL-COST-CENTER
	SET GL-CREDIT TO TRUE
	MOVE WS-GRAND-AMOUNT TO GL-AMOUNT
	MOVE 'TELECOM CHARGEBACK RECOVERY' TO GL-DESCRIPTION
	WRITE GL-JOURNAL-RECORD
	ADD 1 TO WS-GL-RECORD-COUNT
	ADD WS-GRAND-AMOUNT TO WS-GL-CREDIT-TOTAL.

PRINT-CONTROL-TOTALS.
	IF WS-DEPT-COUNT > 0
		WRITE REPORT-LINE FROM SPACES
			BEFORE ADVANCING PAGE
	END-IF
	MOVE WS-CHARGE-PERIOD TO SHL-PERIOD
	WRITE REPORT-LINE FROM SUMMARY-HDG-LINE
	WRITE REPORT-LINE FROM SPACES
	MOVE 'PHONE.DAT RECORDS READ      :' TO SCL-NAME
	MOVE WS-RECORDS-READ TO SCL-COUNT
	WRITE REPORT-LINE FROM SUMMARY-COUNT-LINE
	MOVE 'ACTIVE LINES CHARGED        :' TO SCL-NAME
	MOVE WS-ACTIVE-COUNT TO SCL-COUNT
	WRITE REPORT-LINE FROM SUMMARY-COUNT-LINE
	MOVE 'INACTIVE LINES NOT CHARGED  :' TO SCL-NAME
	MOVE WS-INACTIVE-COUNT TO SCL-COUNT
	WRITE REPORT-LINE FROM SUMMARY-COUNT-LINE
	MOVE 'EXTENSIONS CHARGED          :' TO SCL-NAME
	MOVE WS-EXTENSION-COUNT TO SCL-COUNT
	WRITE REPORT-LINE FROM SUMMARY-COUNT-LINE
	MOVE 'LINES WITH NO LOCATION      :' TO SCL-NAME
	MOVE WS-UNLOCATED-COUNT TO SCL-COUNT
	WRITE REPORT-LINE FROM SUMMARY-COUNT-LINE
	MOVE 'LINES IN UNRATED BUILDINGS  :' TO SCL-NAME
	MOVE WS-UNRATED-COUNT TO SCL-COUNT
	WRITE REPORT-LINE FROM SUMMARY-COUNT-LINE
	MOVE 'DEPARTMENTS BILLED          :' TO SCL-NAME
	MOVE WS-DEPT-COUNT TO SCL-COUNT
	WRITE REPORT-LINE FROM SUMMARY-COUNT-LINE
	MOVE 'JOURNAL RECORDS WRITTEN     :' TO SCL-NAME
	MOVE WS-GL-RECORD-COUNT TO SCL-COUNT
	WRITE REPORT-LINE FROM SUMMARY-COUNT-LINE
	WRITE REPORT-LINE FROM SPACES
	MOVE 'JOURNAL DEBITS              :' TO SAL-NAME
	MOVE WS-GL-DEBIT-TOTAL TO SAL-AMOUNT
	WRITE REPORT-LINE FROM SUMMARY-AMOUNT-LINE
	MOVE 'JOURNAL CREDITS             :' TO SAL-NAME
	MOVE WS-GL-CREDIT-TOTAL TO SAL-AMOUNT
	WRITE REPORT-LINE FROM SUMMARY-AMOUNT-LINE
	WRITE REPORT-LINE FROM SPACES
	IF WS-RECORDS-READ = WS-ACTIVE-COUNT + WS-INACTIVE-COUNT
	AND WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
		MOVE 'CHARGEBACK IN BALANCE' TO VDL-TEXT
	ELSE
		MOVE '*** CHARGEBACK OUT OF BALANCE - INVESTIGATE ***'
			TO VDL-TEXT
		MOVE 8 TO RETURN-CODE
	END-IF
	WRITE REPORT-LINE FROM VERDICT-LINE.

WRITE-RUN-LOG-RECORD.
	*> IN is every phone.dat record read, OUT the active lines
	*> charged and SKIP the inactive lines passed over, so PHONBAL
	*> can prove IN = OUT + SKIP and IN = the night's directory count
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'PHONCHG' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-RECORDS-READ TO RUN-RECORDS-IN
	MOVE WS-ACTIVE-COUNT TO RUN-RECORDS-OUT
	MOVE ZERO TO RUN-REJECT-COUNT
	MOVE ZERO TO RUN-ADD-COUNT
	MOVE ZERO TO RUN-DELETE-COUNT
	MOVE WS-INACTIVE-COUNT TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONCHG CHARGE PERIOD        : ' WS-CHARGE-PERIOD
	DISPLAY 'PHONCHG PHONE RECORDS READ   : ' WS-RECORDS-READ
	DISPLAY 'PHONCHG ACTIVE LINES CHARGED : ' WS-ACTIVE-COUNT
	DISPLAY 'PHONCHG INACTIVE LINES       : ' WS-INACTIVE-COUNT
	DISPLAY 'PHONCHG DEPARTMENTS BILLED   : ' WS-DEPT-COUNT
	DISPLAY 'PHONCHG JOURNAL RECORDS      : ' WS-GL-RECORD-COUNT
	DISPLAY 'PHONCHG TOTAL CHARGED        : ' WS-GRAND-AMOUNT.
