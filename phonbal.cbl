		88 STREAM-IN-BALANCE	VALUE 'Y' FALSE 'N'.
	05 CSV-SEEN-SWITCH	PIC X VALUE 'N'.
		88 CSV-EXPORT-SEEN	VALUE 'Y'.
	05 CHG-SEEN-SWITCH	PIC X VALUE 'N'.
		88 CHARGEBACK-SEEN	VALUE 'Y'.
01 WS-EXPECTED-PHONE-COUNT	PIC S9(8) VALUE ZERO.
01 WS-ACTUAL-PHONE-COUNT	PIC 9(6) VALUE ZERO.
01 WS-LOG-RECORDS-READ		PIC 9(6) VALUE ZERO.
01 WS-SNAPSHOT-POSITION		PIC 9(6) VALUE ZERO.
01 WS-CSV-EXPORT-COUNT		PIC 9(6) VALUE ZERO.
01 WS-CHARGEBACK-COUNT		PIC 9(6) VALUE ZERO.
01 WS-RUN-SKIP-COUNT		PIC 9(6) VALUE ZERO.
01 WS-EXCEPTION-COUNT		PIC 9(6) VALUE ZERO.
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
	PERFORM COUNT-PHONE-FILE
	PERFORM CHECK-PHONE-FILE-COUNT
	PERFORM CHECK-CSV-EXPORT
	PERFORM CHECK-CHARGEBACK
	PERFORM PRINT-VERDICT
	CLOSE BALANCE-REPORT-FILE
	PERFORM WRITE-RUN-LOG-RECORD
				+ RUN-ADD-COUNT - RUN-DELETE-COUNT
		WHEN 'PHONEDIT'
		WHEN 'DEPTLOAD'
		WHEN 'DEPTMAINT'
			IF RUN-RECORDS-IN NOT =
					RUN-RECORDS-OUT + RUN-REJECT-COUNT
				PERFORM REPORT-BALANCE-EXCEPTION
			END-IF
		WHEN 'PHONXCSV'
			*> every record read is either exported or withheld as
			*> unlisted; the records read are held for the end,
			*> checked against tonight's actual phone.dat count
			IF RUN-RECORDS-IN NOT =
					RUN-RECORDS-OUT + RUN-SKIP-COUNT
				PERFORM REPORT-BALANCE-EXCEPTION
			END-IF
			MOVE RUN-RECORDS-IN TO WS-CSV-EXPORT-COUNT
			SET CSV-EXPORT-SEEN TO TRUE
		WHEN 'PHONCHG'
			*> every record read is either charged as an active line
			*> or passed over as inactive; the records read are held
			*> for the end, checked against tonight's phone.dat count
			IF RUN-RECORDS-IN NOT =
					RUN-RECORDS-OUT + RUN-SKIP-COUNT
				PERFORM REPORT-BALANCE-EXCEPTION
			END-IF
			MOVE RUN-RECORDS-IN TO WS-CHARGEBACK-COUNT
			SET CHARGEBACK-SEEN TO TRUE
	END-EVALUATE.

REPORT-BALANCE-EXCEPTION.
		WRITE REPORT-LINE FROM EXCEPTION-DETAIL-LINE
	END-IF.

CHECK-CHARGEBACK.
	*> the chargeback runs after the nightly maintenance, so the
	*> lines it priced must be the directory PHONBAL counts tonight
	IF CHARGEBACK-SEEN
	AND WS-CHARGEBACK-COUNT NOT = WS-ACTUAL-PHONE-COUNT
		SET STREAM-IN-BALANCE TO FALSE
		ADD 1 TO WS-EXCEPTION-COUNT
		MOVE 'PHONCHG' TO EXC-PROGRAM-ID
		MOVE 'CHARGEBACK DOES NOT MATCH PHONE.DAT' TO EXC-REASON
		WRITE REPORT-LINE FROM EXCEPTION-DETAIL-LINE
	END-IF.

PRINT-VERDICT.
	WRITE REPORT-LINE FROM SPACES
	IF STREAM-IN-BALANCE
