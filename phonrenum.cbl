       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHONRENUM.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT RENUMBER-CTL-FILE
		ASSIGN TO 'phonrenum.ctl'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RENUMBER-CTL-STATUS.
	SELECT PHONE-FILE
		ASSIGN TO 'phone.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PHONE-NO OF PHONE-RECORD
		ALTERNATE RECORD KEY IS PHONE-NAME OF PHONE-RECORD
			WITH DUPLICATES
		FILE STATUS IS PHONE-FILE-STATUS.
	SELECT LOCATION-FILE
		ASSIGN TO 'phonloc.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS LOC-PHONE-NO OF LOCATION-RECORD
		FILE STATUS IS LOCATION-FILE-STATUS.
	SELECT FORWARD-FILE
		ASSIGN TO 'phonfwd.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS FWD-OLD-PHONE-NO
		FILE STATUS IS FORWARD-FILE-STATUS.
	SELECT INVENTORY-FILE
		ASSIGN TO 'phoninv.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS INV-PHONE-NO
		FILE STATUS IS INVENTORY-FILE-STATUS.
	SELECT INVENTORY-CTL-FILE
		ASSIGN TO 'phoninv.ctl'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS INVENTORY-CTL-STATUS.
	SELECT GROUP-FILE
		ASSIGN TO 'huntgrp.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GRP-NO OF GROUP-RECORD
		ALTERNATE RECORD KEY IS GRP-NAME OF GROUP-RECORD
			WITH DUPLICATES
		FILE STATUS IS GROUP-FILE-STATUS.
	SELECT GROUP-AUDIT-FILE
		ASSIGN TO 'grpaud.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS GROUP-AUDIT-STATUS.
	SELECT PHONE-AUDIT-FILE
		ASSIGN TO 'phonaud.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AUDIT-FILE-STATUS.
	SELECT LOC-AUDIT-FILE
		ASSIGN TO 'phonlaud.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LOC-AUDIT-STATUS.
	SELECT RENUMBER-SORT-WORK
		ASSIGN TO 'phonrenum.wrk'.
	SELECT RENUMBER-REPORT-FILE
		ASSIGN TO 'phonrenum.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REPORT-FILE-STATUS.
	SELECT RUN-LOG-FILE
		ASSIGN TO 'runlog.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RUN-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD RENUMBER-CTL-FILE.
01 RENUMBER-CTL-RECORD.
	*> one exchange change per line: the prefix being retired, the
	*> prefix replacing it, the date the carrier cuts over, and how
	*> many days callers of a retired number are told the new one
	*> (blank or zero takes the default)
	05 RNC-OLD-PREFIX	PIC X(3).
	05 RNC-NEW-PREFIX	PIC X(3).
	05 RNC-EFFECTIVE-DATE	PIC X(8).
	05 RNC-RETENTION-DAYS	PIC X(3).

FD PHONE-FILE.
01 PHONE-RECORD.
	COPY PHONEREC.

FD LOCATION-FILE.
01 LOCATION-RECORD.
	COPY PHONLOC.

FD FORWARD-FILE.
01 FORWARD-RECORD.
	COPY FWDREC.

FD INVENTORY-FILE.
01 INVENTORY-RECORD.
	COPY NUMINV.

FD INVENTORY-CTL-FILE.
01 INVENTORY-CTL-RECORD.
	COPY INVCTL.

FD GROUP-FILE.
01 GROUP-RECORD.
	COPY GRPREC.

FD GROUP-AUDIT-FILE.
01 GROUP-AUDIT-RECORD.
	COPY GRPAUD.

FD PHONE-AUDIT-FILE.
01 AUDIT-RECORD.
	COPY AUDITREC.

FD LOC-AUDIT-FILE.
01 LOC-AUDIT-RECORD.
	COPY LOCAUDIT.

SD RENUMBER-SORT-WORK.
01 RENUMBER-SORT-RECORD.
	05 RSRT-OLD-PHONE-NO	PIC X(6).
	05 RSRT-ENTRY-IX	PIC 9(2).
	05 RSRT-PHONE-IMAGE	PIC X(31).

FD RENUMBER-REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

WORKING-STORAGE SECTION.
01 RENUMBER-CTL-STATUS		PIC X(2).
01 PHONE-FILE-STATUS		PIC X(2).
01 LOCATION-FILE-STATUS		PIC X(2).
01 FORWARD-FILE-STATUS		PIC X(2).
01 INVENTORY-FILE-STATUS	PIC X(2).
01 INVENTORY-CTL-STATUS		PIC X(2).
01 GROUP-FILE-STATUS		PIC X(2).
01 GROUP-AUDIT-STATUS		PIC X(2).
01 AUDIT-FILE-STATUS		PIC X(2).
01 LOC-AUDIT-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y' FALSE 'N'.
	05 LOC-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 LOCATION-FILE-AVAILABLE VALUE 'Y'.
	05 INV-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 INVENTORY-FILE-AVAILABLE VALUE 'Y'.
	05 FWD-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 FORWARD-FILE-AVAILABLE VALUE 'Y'.
	05 GRP-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 GROUP-FILE-AVAILABLE	VALUE 'Y'.
	05 GRP-FULL-SWITCH	PIC X VALUE 'N'.
		88 GROUP-TABLE-FULL	VALUE 'Y'.
	05 REKEY-SWITCH		PIC X VALUE 'Y'.
		88 REKEY-OK		VALUE 'Y' FALSE 'N'.
01 WS-TODAY-DATE		PIC X(8).
01 WS-TODAY-INTEGER		PIC 9(8) VALUE ZERO.
01 WS-QUARANTINE-DAYS		PIC 9(3) VALUE 90.
01 WS-QUARANTINE-END		PIC 9(8) VALUE ZERO.
01 WS-DEFAULT-RETENTION		PIC 9(3) VALUE 365.
01 WS-EFFECTIVE-INTEGER		PIC 9(8) VALUE ZERO.
01 WS-AUDIT-STAMP		PIC X(21).
01 WS-OLD-IMAGE.
	COPY PHONEREC REPLACING LEADING ==PHONE-== BY ==OLD-==.
01 WS-NEW-IMAGE.
	COPY PHONEREC REPLACING LEADING ==PHONE-== BY ==NEW-==.
01 WS-LOC-BEFORE-IMAGE.
	COPY PHONLOC REPLACING LEADING ==LOC-== BY ==LBEF-==.
01 WS-LOC-NEW-IMAGE.
	COPY PHONLOC REPLACING LEADING ==LOC-== BY ==LNEW-==.
01 WS-GROUP-BEFORE-IMAGE.
	COPY GRPREC REPLACING LEADING ==GRP-== BY ==GBEF-==.
01 WS-GROUP-NEW-IMAGE.
	COPY GRPREC REPLACING LEADING ==GRP-== BY ==GNEW-==.
*> the number being retired and the one replacing it, line or group,
*> for the forwarding and inventory updates
01 WS-FROM-NO			PIC X(6).
01 WS-TO-NO			PIC X(6).
01 WS-LOCATION-NOTE		PIC X(12).
01 WS-RENUMBER-MAX-ENTRIES	PIC 9(2) VALUE 20.
01 WS-RENUMBER-COUNT		PIC 9(2) VALUE ZERO.
01 WS-RENUMBER-IX		PIC 9(2) VALUE ZERO.
01 WS-CHECK-IX			PIC 9(2) VALUE ZERO.
01 WS-RENUMBER-TABLE.
	05 WS-RENUMBER-ENTRY OCCURS 20 TIMES.
		10 WS-RN-OLD		PIC X(3).
		10 WS-RN-NEW		PIC X(3).
		10 WS-RN-EFFECTIVE	PIC X(8).
		10 WS-RN-RETENTION	PIC 9(3).
		10 WS-RN-EXPIRY		PIC 9(8).
		10 WS-RN-STATUS		PIC X.
			88 WS-RN-ACTIVE		VALUE 'R'.
			88 WS-RN-PENDING	VALUE 'P'.
			88 WS-RN-INVALID	VALUE 'I'.
		10 WS-RN-MOVED-COUNT	PIC 9(6).
		10 WS-RN-HELD-COUNT	PIC 9(6).
*> group numbers on a retired prefix, gathered before any is rekeyed
*> so a new key is never met again by the browse
01 WS-GROUP-MAX-ENTRIES		PIC 9(3) VALUE 500.
01 WS-GROUP-COUNT		PIC 9(3) VALUE ZERO.
01 WS-GROUP-IX			PIC 9(3) VALUE ZERO.
01 WS-GROUP-TABLE.
	05 WS-GROUP-ENTRY OCCURS 500 TIMES.
		10 WS-GRN-OLD-NO	PIC X(6).
		10 WS-GRN-ENTRY-IX	PIC 9(2).
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-PHONE-READ	PIC 9(6) VALUE ZERO.
	05 WS-SELECTED-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-RENUMBERED-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-HELD-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-LOCATIONS-MOVED	PIC 9(6) VALUE ZERO.
	05 WS-FORWARDS-WRITTEN	PIC 9(6) VALUE ZERO.
	05 WS-FORWARDS-PURGED	PIC 9(6) VALUE ZERO.
	05 WS-GROUPS-RENUMBERED	PIC 9(6) VALUE ZERO.
	05 WS-GROUPS-HELD	PIC 9(6) VALUE ZERO.

01 RPT-HDG-LINE-1.
	05 FILLER		PIC X(32) VALUE
		'EXCHANGE RENUMBERING REPORT - '.
	05 HDG-RUN-DATE		PIC X(8).
01 RPT-HDG-LINE-2.
	05 FILLER		PIC X(8) VALUE 'OLD-NO'.
	05 FILLER		PIC X(8) VALUE 'NEW-NO'.
	05 FILLER		PIC X(12) VALUE 'NAME'.
	05 FILLER		PIC X(14) VALUE 'LOCATION'.
	05 FILLER		PIC X(30) VALUE 'DISPOSITION'.

01 RPT-DETAIL-LINE.
	05 DTL-OLD-PHONE-NO	PIC X(6).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-NEW-PHONE-NO	PIC X(6).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-PHONE-NAME	PIC X(10).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-LOCATION-NOTE	PIC X(12).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-DISPOSITION	PIC X(30).

01 RPT-ENTRY-HDG-LINE.
	05 FILLER		PIC X(4) VALUE 'OLD'.
	05 FILLER		PIC X(4) VALUE 'NEW'.
	05 FILLER		PIC X(10) VALUE 'EFFECTIVE'.
	05 FILLER		PIC X(10) VALUE 'FWD UNTIL'.
	05 FILLER		PIC X(9) VALUE '  MOVED'.
	05 FILLER		PIC X(9) VALUE '   HELD'.
	05 FILLER		PIC X(11) VALUE 'DISPOSITION'.
01 RPT-ENTRY-LINE.
	05 RPT-OLD-PREFIX	PIC X(3).
	05 FILLER		PIC X(1) VALUE SPACE.
	05 RPT-NEW-PREFIX	PIC X(3).
	05 FILLER		PIC X(1) VALUE SPACE.
	05 RPT-EFFECTIVE	PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 RPT-EXPIRY		PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 RPT-MOVED-COUNT	PIC ZZZ,ZZ9.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 RPT-HELD-COUNT	PIC ZZZ,ZZ9.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 RPT-DISPOSITION	PIC X(11).

01 RPT-TOTAL-LINE.
	05 RPT-TOTAL-LABEL	PIC X(30).
	05 RPT-TOTAL-COUNT	PIC ZZZ,ZZ9.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	*> PHONMAINT cannot change a primary key, so an exchange change
	*> is made here: each line on the old prefix is written under its
	*> new number and the old key deleted, the location record goes
	*> with it, and the old number is kept on the forwarding file
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
	COMPUTE WS-TODAY-INTEGER =
		FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))
	PERFORM LOAD-RENUMBER-TABLE
	OPEN OUTPUT RENUMBER-REPORT-FILE
	MOVE WS-TODAY-DATE TO HDG-RUN-DATE
	WRITE REPORT-LINE FROM RPT-HDG-LINE-1
	WRITE REPORT-LINE FROM SPACES
	PERFORM OPEN-FORWARD-FILE
	PERFORM PURGE-EXPIRED-FORWARDS
	IF WS-RENUMBER-COUNT = ZERO
		DISPLAY 'PHONRENUM: NO RENUMBER CONTROL RECORDS - NOTHING TO DO'
	ELSE
		PERFORM VALIDATE-RENUMBER-ENTRIES
		PERFORM READ-INVENTORY-CONTROL
		PERFORM OPEN-SUPPORTING-FILES
		WRITE REPORT-LINE FROM RPT-HDG-LINE-2
		SORT RENUMBER-SORT-WORK
			ON ASCENDING KEY RSRT-OLD-PHONE-NO
			INPUT PROCEDURE IS SELECT-LINES-TO-RENUMBER
			OUTPUT PROCEDURE IS REKEY-SELECTED-LINES
		PERFORM RENUMBER-GROUPS
		PERFORM CLOSE-SUPPORTING-FILES
	END-IF
	PERFORM PRINT-RENUMBER-SUMMARY
	IF FORWARD-FILE-AVAILABLE
		CLOSE FORWARD-FILE
	END-IF
	CLOSE RENUMBER-REPORT-FILE
	PERFORM WRITE-RUN-LOG-RECORD
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	STOP RUN.

LOAD-RENUMBER-TABLE.
	OPEN INPUT RENUMBER-CTL-FILE
	IF RENUMBER-CTL-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONRENUM: PHONRENUM.CTL NOT FOUND'
	END-IF
	PERFORM UNTIL EOF
		READ RENUMBER-CTL-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM LOAD-ONE-RENUMBER-ENTRY
		END-READ
	END-PERFORM
	CLOSE RENUMBER-CTL-FILE
	SET EOF TO FALSE.

LOAD-ONE-RENUMBER-ENTRY.
	IF WS-RENUMBER-COUNT >= WS-RENUMBER-MAX-ENTRIES
		DISPLAY 'PHONRENUM: *** RENUMBER TABLE FULL - ENTRY SKIPPED FOR '
			RNC-OLD-PREFIX ' ***'
	ELSE
		ADD 1 TO WS-RENUMBER-COUNT
		MOVE RNC-OLD-PREFIX TO WS-RN-OLD(WS-RENUMBER-COUNT)
		MOVE RNC-NEW-PREFIX TO WS-RN-NEW(WS-RENUMBER-COUNT)
		MOVE RNC-EFFECTIVE-DATE TO WS-RN-EFFECTIVE(WS-RENUMBER-COUNT)
		IF RNC-RETENTION-DAYS IS NUMERIC
		AND RNC-RETENTION-DAYS NOT = '000'
			MOVE RNC-RETENTION-DAYS TO WS-RN-RETENTION(WS-RENUMBER-COUNT)
		ELSE
			MOVE WS-DEFAULT-RETENTION
				TO WS-RN-RETENTION(WS-RENUMBER-COUNT)
		END-IF
		MOVE ZERO TO WS-RN-EXPIRY(WS-RENUMBER-COUNT)
		MOVE 'R' TO WS-RN-STATUS(WS-RENUMBER-COUNT)
		MOVE ZERO TO WS-RN-MOVED-COUNT(WS-RENUMBER-COUNT)
		MOVE ZERO TO WS-RN-HELD-COUNT(WS-RENUMBER-COUNT)
	END-IF.

VALIDATE-RENUMBER-ENTRIES.
	PERFORM VARYING WS-RENUMBER-IX FROM 1 BY 1
			UNTIL WS-RENUMBER-IX > WS-RENUMBER-COUNT
		PERFORM VALIDATE-ONE-RENUMBER-ENTRY
	END-PERFORM.

VALIDATE-ONE-RENUMBER-ENTRY.
	EVALUATE TRUE
		WHEN WS-RN-OLD(WS-RENUMBER-IX) IS NOT NUMERIC
		OR WS-RN-NEW(WS-RENUMBER-IX) IS NOT NUMERIC
			MOVE 'I' TO WS-RN-STATUS(WS-RENUMBER-IX)
			DISPLAY 'PHONRENUM: PREFIX NOT NUMERIC FOR '
				WS-RN-OLD(WS-RENUMBER-IX) ' - ENTRY HELD'
		WHEN WS-RN-OLD(WS-RENUMBER-IX) = WS-RN-NEW(WS-RENUMBER-IX)
			MOVE 'I' TO WS-RN-STATUS(WS-RENUMBER-IX)
			DISPLAY 'PHONRENUM: OLD EQUALS NEW FOR '
				WS-RN-OLD(WS-RENUMBER-IX) ' - ENTRY HELD'
		WHEN WS-RN-EFFECTIVE(WS-RENUMBER-IX) IS NOT NUMERIC
			MOVE 'I' TO WS-RN-STATUS(WS-RENUMBER-IX)
			DISPLAY 'PHONRENUM: BAD EFFECTIVE DATE FOR '
				WS-RN-OLD(WS-RENUMBER-IX) ' - ENTRY HELD'
		WHEN WS-RN-EFFECTIVE(WS-RENUMBER-IX) > WS-TODAY-DATE
			*> not yet effective: report it, touch nothing
			MOVE 'P' TO WS-RN-STATUS(WS-RENUMBER-IX)
		WHEN OTHER
			PERFORM CHECK-DUPLICATE-PREFIX
	END-EVALUATE
	IF WS-RN-ACTIVE(WS-RENUMBER-IX)
		COMPUTE WS-EFFECTIVE-INTEGER = FUNCTION INTEGER-OF-DATE(
			FUNCTION NUMVAL(WS-RN-EFFECTIVE(WS-RENUMBER-IX)))
		COMPUTE WS-RN-EXPIRY(WS-RENUMBER-IX) = FUNCTION DATE-OF-INTEGER(
			WS-EFFECTIVE-INTEGER + WS-RN-RETENTION(WS-RENUMBER-IX))
	END-IF.

CHECK-DUPLICATE-PREFIX.
	*> an old prefix may only be renumbered one way
	PERFORM VARYING WS-CHECK-IX FROM 1 BY 1
			UNTIL WS-CHECK-IX >= WS-RENUMBER-IX
		IF WS-RN-OLD(WS-CHECK-IX) = WS-RN-OLD(WS-RENUMBER-IX)
		AND WS-RN-ACTIVE(WS-CHECK-IX)
			MOVE 'I' TO WS-RN-STATUS(WS-RENUMBER-IX)
			DISPLAY 'PHONRENUM: OLD PREFIX ALREADY CONTROLLED - '
				WS-RN-OLD(WS-RENUMBER-IX) ' - ENTRY HELD'
		END-IF
	END-PERFORM.

READ-INVENTORY-CONTROL.
	OPEN INPUT INVENTORY-CTL-FILE
	IF INVENTORY-CTL-STATUS = '00'
		READ INVENTORY-CTL-FILE
			AT END CONTINUE
			NOT AT END
				IF ICTL-QUARANTINE-DAYS IS NUMERIC
					MOVE ICTL-QUARANTINE-DAYS TO WS-QUARANTINE-DAYS
				END-IF
		END-READ
		CLOSE INVENTORY-CTL-FILE
	END-IF
	COMPUTE WS-QUARANTINE-END =
		FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER + WS-QUARANTINE-DAYS).

OPEN-FORWARD-FILE.
	OPEN I-O FORWARD-FILE
	IF FORWARD-FILE-STATUS = '35'
		*> first renumbering ever: the forwarding file does not exist yet
		OPEN OUTPUT FORWARD-FILE
		CLOSE FORWARD-FILE
		OPEN I-O FORWARD-FILE
	END-IF
	IF FORWARD-FILE-STATUS = '00'
		SET FORWARD-FILE-AVAILABLE TO TRUE
	ELSE
		DISPLAY 'PHONRENUM: *** PHONFWD.DAT NOT AVAILABLE - '
			'NO FORWARDING KEPT ***'
	END-IF.

PURGE-EXPIRED-FORWARDS.
	*> a retired number is answered only for its retention period;
	*> every run drops the entries whose period has run out
	IF FORWARD-FILE-AVAILABLE
		MOVE LOW-VALUES TO FWD-OLD-PHONE-NO
		START FORWARD-FILE KEY IS NOT LESS THAN FWD-OLD-PHONE-NO
			INVALID KEY SET EOF TO TRUE
		END-START
		PERFORM UNTIL EOF
			READ FORWARD-FILE NEXT RECORD
				AT END SET EOF TO TRUE
				NOT AT END
					IF FWD-EXPIRY-DATE < WS-TODAY-DATE
						DELETE FORWARD-FILE
							NOT INVALID KEY ADD 1 TO WS-FORWARDS-PURGED
						END-DELETE
					END-IF
			END-READ
		END-PERFORM
		SET EOF TO FALSE
	END-IF.

OPEN-SUPPORTING-FILES.
	OPEN I-O LOCATION-FILE
	IF LOCATION-FILE-STATUS = '00'
		SET LOCATION-FILE-AVAILABLE TO TRUE
	ELSE
		DISPLAY 'PHONRENUM: PHONLOC.DAT NOT AVAILABLE - '
			'LOCATIONS NOT CARRIED ACROSS'
	END-IF
	OPEN I-O INVENTORY-FILE
	IF INVENTORY-FILE-STATUS = '00'
		SET INVENTORY-FILE-AVAILABLE TO TRUE
	ELSE
		DISPLAY 'PHONRENUM: PHONINV.DAT NOT AVAILABLE - '
			'INVENTORY NOT UPDATED'
	END-IF
	OPEN I-O GROUP-FILE
	IF GROUP-FILE-STATUS = '00'
		SET GROUP-FILE-AVAILABLE TO TRUE
		OPEN EXTEND GROUP-AUDIT-FILE
		IF GROUP-AUDIT-STATUS = '35'
			*> first audited update ever: the trail does not exist yet
			OPEN OUTPUT GROUP-AUDIT-FILE
		END-IF
	ELSE
		*> no hunt group file simply means no groups have been set up
		IF GROUP-FILE-STATUS NOT = '35'
			DISPLAY 'PHONRENUM: *** HUNTGRP.DAT NOT AVAILABLE - '
				'GROUPS NOT CHECKED OR RENUMBERED ***'
		END-IF
	END-IF
	OPEN EXTEND PHONE-AUDIT-FILE
	IF AUDIT-FILE-STATUS = '35'
		*> first audited update ever: the trail does not exist yet
		OPEN OUTPUT PHONE-AUDIT-FILE
	END-IF
	OPEN EXTEND LOC-AUDIT-FILE
	IF LOC-AUDIT-STATUS = '35'
		*> first audited update ever: the trail does not exist yet
		OPEN OUTPUT LOC-AUDIT-FILE
	END-IF.

CLOSE-SUPPORTING-FILES.
	IF LOCATION-FILE-AVAILABLE
		CLOSE LOCATION-FILE
	END-IF
	IF INVENTORY-FILE-AVAILABLE
		CLOSE INVENTORY-FILE
	END-IF
	IF GROUP-FILE-AVAILABLE
		CLOSE GROUP-FILE
		CLOSE GROUP-AUDIT-FILE
	END-IF
	CLOSE PHONE-AUDIT-FILE
	CLOSE LOC-AUDIT-FILE.

SELECT-LINES-TO-RENUMBER.
	OPEN INPUT PHONE-FILE
	IF PHONE-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONRENUM: PHONE.DAT NOT FOUND'
	END-IF
	PERFORM UNTIL EOF
		READ PHONE-FILE NEXT RECORD
			AT END SET EOF TO TRUE
			NOT AT END PERFORM EXAMINE-PHONE-RECORD
		END-READ
	END-PERFORM
	CLOSE PHONE-FILE
	SET EOF TO FALSE.

EXAMINE-PHONE-RECORD.
	ADD 1 TO WS-PHONE-READ
	IF FUNCTION MOD(WS-PHONE-READ, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'PHONRENUM: ' WS-PHONE-READ ' RECORDS EXAMINED'
	END-IF
	PERFORM VARYING WS-RENUMBER-IX FROM 1 BY 1
			UNTIL WS-RENUMBER-IX > WS-RENUMBER-COUNT
		IF WS-RN-ACTIVE(WS-RENUMBER-IX)
		AND PHONE-NO OF PHONE-RECORD(1:3) = WS-RN-OLD(WS-RENUMBER-IX)
			ADD 1 TO WS-SELECTED-COUNT
			MOVE PHONE-NO OF PHONE-RECORD TO RSRT-OLD-PHONE-NO
			MOVE WS-RENUMBER-IX TO RSRT-ENTRY-IX
			MOVE PHONE-RECORD TO RSRT-PHONE-IMAGE
			RELEASE RENUMBER-SORT-RECORD
		END-IF
	END-PERFORM.

REKEY-SELECTED-LINES.
	*> the lines are collected on a sequential pass and rekeyed on a
	*> second, so a new key is never met again by the browse
	OPEN I-O PHONE-FILE
	IF PHONE-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONRENUM: *** PHONE.DAT NOT AVAILABLE FOR UPDATE ***'
		MOVE 8 TO RETURN-CODE
	END-IF
	PERFORM UNTIL EOF
		RETURN RENUMBER-SORT-WORK
			AT END SET EOF TO TRUE
			NOT AT END PERFORM RENUMBER-ONE-LINE
		END-RETURN
	END-PERFORM
	CLOSE PHONE-FILE
	SET EOF TO FALSE.

RENUMBER-ONE-LINE.
	MOVE RSRT-ENTRY-IX TO WS-RENUMBER-IX
	MOVE RSRT-PHONE-IMAGE TO WS-OLD-IMAGE
	MOVE WS-OLD-IMAGE TO WS-NEW-IMAGE
	MOVE WS-RN-NEW(WS-RENUMBER-IX) TO NEW-NO(1:3)
	MOVE SPACES TO WS-LOCATION-NOTE
	SET REKEY-OK TO TRUE
	*> a line may not land on a number already dialled for a group
	IF GROUP-FILE-AVAILABLE
		MOVE NEW-NO TO GRP-NO OF GROUP-RECORD
		READ GROUP-FILE
			INVALID KEY CONTINUE
			NOT INVALID KEY
				SET REKEY-OK TO FALSE
				MOVE 'HELD - NEW NUMBER IS A GROUP' TO DTL-DISPOSITION
		END-READ
	END-IF
	IF REKEY-OK
		MOVE WS-NEW-IMAGE TO PHONE-RECORD
		WRITE PHONE-RECORD
			INVALID KEY
				SET REKEY-OK TO FALSE
				MOVE 'HELD - NEW NUMBER ON FILE' TO DTL-DISPOSITION
		END-WRITE
	END-IF
	IF REKEY-OK
		MOVE OLD-NO TO PHONE-NO OF PHONE-RECORD
		DELETE PHONE-FILE
			INVALID KEY
				DISPLAY 'PHONRENUM: OLD NUMBER NOT DELETED - ' OLD-NO
		END-DELETE
		MOVE OLD-NO TO WS-FROM-NO
		MOVE NEW-NO TO WS-TO-NO
		PERFORM WRITE-RENUMBER-AUDIT
		PERFORM CARRY-LOCATION-ACROSS
		PERFORM WRITE-FORWARD-ENTRY
		PERFORM UPDATE-NUMBER-INVENTORY
		ADD 1 TO WS-RENUMBERED-COUNT
		ADD 1 TO WS-RN-MOVED-COUNT(WS-RENUMBER-IX)
		MOVE 'RENUMBERED' TO DTL-DISPOSITION
	ELSE
		ADD 1 TO WS-HELD-COUNT
		ADD 1 TO WS-RN-HELD-COUNT(WS-RENUMBER-IX)
	END-IF
	MOVE OLD-NO TO DTL-OLD-PHONE-NO
	MOVE NEW-NO TO DTL-NEW-PHONE-NO
	MOVE OLD-NAME TO DTL-PHONE-NAME
	MOVE WS-LOCATION-NOTE TO DTL-LOCATION-NOTE
	WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

RENUMBER-GROUPS.
	*> a group number is a key as well, which GRPMAINT cannot change
	*> either, so groups on a retired prefix move here too.  They go
	*> after the lines, so a group's new number is checked against
	*> the directory as it now stands
	IF GROUP-FILE-AVAILABLE
		PERFORM COLLECT-GROUPS-TO-RENUMBER
		IF WS-GROUP-COUNT > ZERO
			OPEN INPUT PHONE-FILE
			IF PHONE-FILE-STATUS NOT = '00'
				DISPLAY 'PHONRENUM: *** PHONE.DAT NOT AVAILABLE - '
					'GROUPS NOT RENUMBERED ***'
				MOVE 8 TO RETURN-CODE
			ELSE
				PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
						UNTIL WS-GROUP-IX > WS-GROUP-COUNT
					PERFORM RENUMBER-ONE-GROUP
				END-PERFORM
				CLOSE PHONE-FILE
			END-IF
		END-IF
	END-IF.

COLLECT-GROUPS-TO-RENUMBER.
	MOVE LOW-VALUES TO GRP-NO OF GROUP-RECORD
	START GROUP-FILE KEY IS NOT LESS THAN GRP-NO OF GROUP-RECORD
		INVALID KEY SET EOF TO TRUE
	END-START
	PERFORM UNTIL EOF
		READ GROUP-FILE NEXT RECORD
			AT END SET EOF TO TRUE
			NOT AT END PERFORM NOTE-GROUP-TO-RENUMBER
		END-READ
	END-PERFORM
	SET EOF TO FALSE.

NOTE-GROUP-TO-RENUMBER.
	PERFORM VARYING WS-RENUMBER-IX FROM 1 BY 1
			UNTIL WS-RENUMBER-IX > WS-RENUMBER-COUNT
		IF WS-RN-ACTIVE(WS-RENUMBER-IX)
		AND GRP-NO OF GROUP-RECORD(1:3) = WS-RN-OLD(WS-RENUMBER-IX)
			IF WS-GROUP-COUNT >= WS-GROUP-MAX-ENTRIES
				IF NOT GROUP-TABLE-FULL
					SET GROUP-TABLE-FULL TO TRUE
					DISPLAY 'PHONRENUM: *** GROUP TABLE FULL - '
						'LATER GROUPS NOT RENUMBERED ***'
					MOVE 8 TO RETURN-CODE
				END-IF
			ELSE
				ADD 1 TO WS-GROUP-COUNT
				MOVE GRP-NO OF GROUP-RECORD
					TO WS-GRN-OLD-NO(WS-GROUP-COUNT)
				MOVE WS-RENUMBER-IX TO WS-GRN-ENTRY-IX(WS-GROUP-COUNT)
			END-IF
		END-IF
	END-PERFORM.

RENUMBER-ONE-GROUP.
	MOVE WS-GRN-ENTRY-IX(WS-GROUP-IX) TO WS-RENUMBER-IX
	MOVE WS-GRN-OLD-NO(WS-GROUP-IX) TO GRP-NO OF GROUP-RECORD
	READ GROUP-FILE INTO WS-GROUP-BEFORE-IMAGE
		INVALID KEY
			DISPLAY 'PHONRENUM: GROUP NOT ON FILE FOR RENUMBER - '
				WS-GRN-OLD-NO(WS-GROUP-IX)
		NOT INVALID KEY
			PERFORM REKEY-GROUP-RECORD
	END-READ.

REKEY-GROUP-RECORD.
	MOVE WS-GROUP-BEFORE-IMAGE TO WS-GROUP-NEW-IMAGE
	MOVE WS-RN-NEW(WS-RENUMBER-IX) TO GNEW-NO(1:3)
	SET REKEY-OK TO TRUE
	*> a group may not land on a directory line's number
	MOVE GNEW-NO TO PHONE-NO OF PHONE-RECORD
	READ PHONE-FILE
		INVALID KEY CONTINUE
		NOT INVALID KEY
			SET REKEY-OK TO FALSE
			MOVE 'HELD - NEW NUMBER ON FILE' TO DTL-DISPOSITION
	END-READ
	IF REKEY-OK
		MOVE WS-GROUP-NEW-IMAGE TO GROUP-RECORD
		WRITE GROUP-RECORD
			INVALID KEY
				SET REKEY-OK TO FALSE
				MOVE 'HELD - NEW NUMBER IS A GROUP' TO DTL-DISPOSITION
		END-WRITE
	END-IF
	IF REKEY-OK
		MOVE GBEF-NO TO GRP-NO OF GROUP-RECORD
		DELETE GROUP-FILE
			INVALID KEY
				DISPLAY 'PHONRENUM: OLD GROUP NOT DELETED - ' GBEF-NO
		END-DELETE
		MOVE GBEF-NO TO WS-FROM-NO
		MOVE GNEW-NO TO WS-TO-NO
		PERFORM WRITE-GROUP-RENUMBER-AUDIT
		PERFORM WRITE-FORWARD-ENTRY
		PERFORM UPDATE-NUMBER-INVENTORY
		ADD 1 TO WS-GROUPS-RENUMBERED
		MOVE 'RENUMBERED' TO DTL-DISPOSITION
	ELSE
		ADD 1 TO WS-GROUPS-HELD
	END-IF
	MOVE GBEF-NO TO DTL-OLD-PHONE-NO
	MOVE GNEW-NO TO DTL-NEW-PHONE-NO
	MOVE GBEF-NAME TO DTL-PHONE-NAME
	MOVE 'GROUP' TO DTL-LOCATION-NOTE
	WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

WRITE-GROUP-RENUMBER-AUDIT.
	*> the same delete/add pair under one timestamp as a line gets
	MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-STAMP
	MOVE WS-AUDIT-STAMP TO GAUD-TIMESTAMP
	MOVE 'D' TO GAUD-ACTION-CODE
	MOVE WS-GROUP-BEFORE-IMAGE TO GAUD-BEFORE-IMAGE
	MOVE WS-GROUP-NEW-IMAGE TO GAUD-AFTER-IMAGE
	WRITE GROUP-AUDIT-RECORD
	MOVE WS-AUDIT-STAMP TO GAUD-TIMESTAMP
	MOVE 'A' TO GAUD-ACTION-CODE
	MOVE WS-GROUP-BEFORE-IMAGE TO GAUD-BEFORE-IMAGE
	MOVE WS-GROUP-NEW-IMAGE TO GAUD-AFTER-IMAGE
	WRITE GROUP-AUDIT-RECORD.

WRITE-RENUMBER-AUDIT.
	*> the old number's delete and the new number's add are written
	*> with the same timestamp and each carries both images: that pair
	*> is what ties the two numbers together on the trail.  Every
	*> reader that takes a delete from its before image and an add
	*> from its after image still sees an ordinary delete and add
	MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-STAMP
	MOVE WS-AUDIT-STAMP TO AUDIT-TIMESTAMP
	MOVE 'D' TO AUDIT-ACTION-CODE
	MOVE WS-OLD-IMAGE TO AUDIT-BEFORE-IMAGE
	MOVE WS-NEW-IMAGE TO AUDIT-AFTER-IMAGE
	WRITE AUDIT-RECORD
	MOVE WS-AUDIT-STAMP TO AUDIT-TIMESTAMP
	MOVE 'A' TO AUDIT-ACTION-CODE
	MOVE WS-OLD-IMAGE TO AUDIT-BEFORE-IMAGE
	MOVE WS-NEW-IMAGE TO AUDIT-AFTER-IMAGE
	WRITE AUDIT-RECORD.

CARRY-LOCATION-ACROSS.
	*> judged on the switch set at open, not the live file status
	IF NOT LOCATION-FILE-AVAILABLE
		MOVE 'NOT CHECKED' TO WS-LOCATION-NOTE
	ELSE
		MOVE OLD-NO TO LOC-PHONE-NO OF LOCATION-RECORD
		READ LOCATION-FILE INTO WS-LOC-BEFORE-IMAGE
			INVALID KEY
				MOVE 'NONE ON FILE' TO WS-LOCATION-NOTE
			NOT INVALID KEY
				PERFORM REKEY-LOCATION-RECORD
		END-READ
	END-IF.

REKEY-LOCATION-RECORD.
	MOVE WS-LOC-BEFORE-IMAGE TO WS-LOC-NEW-IMAGE
	MOVE NEW-NO TO LNEW-PHONE-NO
	MOVE WS-LOC-NEW-IMAGE TO LOCATION-RECORD
	WRITE LOCATION-RECORD
		INVALID KEY
			*> the new number already has a location: leave both
			*> for PHLOCCHK to bring to someone's attention
			MOVE 'KEPT AT OLD' TO WS-LOCATION-NOTE
		NOT INVALID KEY
			MOVE OLD-NO TO LOC-PHONE-NO OF LOCATION-RECORD
			DELETE LOCATION-FILE
				INVALID KEY CONTINUE
			END-DELETE
			ADD 1 TO WS-LOCATIONS-MOVED
			MOVE 'MOVED' TO WS-LOCATION-NOTE
			MOVE WS-AUDIT-STAMP TO LAUD-TIMESTAMP
			MOVE 'D' TO LAUD-ACTION-CODE
			MOVE WS-LOC-BEFORE-IMAGE TO LAUD-BEFORE-IMAGE
			MOVE WS-LOC-NEW-IMAGE TO LAUD-AFTER-IMAGE
			WRITE LOC-AUDIT-RECORD
			MOVE WS-AUDIT-STAMP TO LAUD-TIMESTAMP
			MOVE 'A' TO LAUD-ACTION-CODE
			MOVE WS-LOC-BEFORE-IMAGE TO LAUD-BEFORE-IMAGE
			MOVE WS-LOC-NEW-IMAGE TO LAUD-AFTER-IMAGE
			WRITE LOC-AUDIT-RECORD
	END-WRITE.

WRITE-FORWARD-ENTRY.
	IF FORWARD-FILE-AVAILABLE
		MOVE WS-FROM-NO TO FWD-OLD-PHONE-NO
		MOVE WS-TO-NO TO FWD-NEW-PHONE-NO
		MOVE WS-RN-EFFECTIVE(WS-RENUMBER-IX) TO FWD-EFFECTIVE-DATE
		MOVE WS-RN-EXPIRY(WS-RENUMBER-IX) TO FWD-EXPIRY-DATE
		WRITE FORWARD-RECORD
			INVALID KEY
				REWRITE FORWARD-RECORD
					INVALID KEY
						DISPLAY 'PHONRENUM: FORWARDING NOT KEPT FOR '
							WS-FROM-NO
					NOT INVALID KEY
						ADD 1 TO WS-FORWARDS-WRITTEN
				END-REWRITE
			NOT INVALID KEY
				ADD 1 TO WS-FORWARDS-WRITTEN
		END-WRITE
	END-IF.

UPDATE-NUMBER-INVENTORY.
	*> the new number is in service; the old one is released the
	*> same way a delete releases it, into quarantine
	IF INVENTORY-FILE-AVAILABLE
		MOVE WS-TO-NO TO INV-PHONE-NO
		READ INVENTORY-FILE
			INVALID KEY
				MOVE WS-TO-NO TO INV-PHONE-NO
				SET INV-ASSIGNED TO TRUE
				MOVE SPACES TO INV-RELEASE-DATE
				MOVE SPACES TO INV-QUARANTINE-END
				WRITE INVENTORY-RECORD
					INVALID KEY CONTINUE
				END-WRITE
			NOT INVALID KEY
				SET INV-ASSIGNED TO TRUE
				MOVE SPACES TO INV-QUARANTINE-END
				REWRITE INVENTORY-RECORD
					INVALID KEY CONTINUE
				END-REWRITE
		END-READ
		MOVE WS-FROM-NO TO INV-PHONE-NO
		READ INVENTORY-FILE
			INVALID KEY
				PERFORM SET-QUARANTINE-FIELDS
				WRITE INVENTORY-RECORD
					INVALID KEY CONTINUE
				END-WRITE
			NOT INVALID KEY
				PERFORM SET-QUARANTINE-FIELDS
				REWRITE INVENTORY-RECORD
					INVALID KEY CONTINUE
				END-REWRITE
		END-READ
	END-IF.

SET-QUARANTINE-FIELDS.
	MOVE WS-FROM-NO TO INV-PHONE-NO
	SET INV-QUARANTINED TO TRUE
	MOVE WS-TODAY-DATE TO INV-RELEASE-DATE
	MOVE WS-QUARANTINE-END TO INV-QUARANTINE-END.

PRINT-RENUMBER-SUMMARY.
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM RPT-ENTRY-HDG-LINE
	PERFORM VARYING WS-RENUMBER-IX FROM 1 BY 1
			UNTIL WS-RENUMBER-IX > WS-RENUMBER-COUNT
		PERFORM PRINT-ONE-ENTRY-LINE
	END-PERFORM
	WRITE REPORT-LINE FROM SPACES
	MOVE 'LINES RENUMBERED            :' TO RPT-TOTAL-LABEL
	MOVE WS-RENUMBERED-COUNT TO RPT-TOTAL-COUNT
	WRITE REPORT-LINE FROM RPT-TOTAL-LINE
	MOVE 'LINES HELD                  :' TO RPT-TOTAL-LABEL
	MOVE WS-HELD-COUNT TO RPT-TOTAL-COUNT
	WRITE REPORT-LINE FROM RPT-TOTAL-LINE
	MOVE 'LOCATIONS CARRIED ACROSS    :' TO RPT-TOTAL-LABEL
	MOVE WS-LOCATIONS-MOVED TO RPT-TOTAL-COUNT
	WRITE REPORT-LINE FROM RPT-TOTAL-LINE
	MOVE 'FORWARDING ENTRIES WRITTEN  :' TO RPT-TOTAL-LABEL
	MOVE WS-FORWARDS-WRITTEN TO RPT-TOTAL-COUNT
	WRITE REPORT-LINE FROM RPT-TOTAL-LINE
	MOVE 'EXPIRED FORWARDING DROPPED  :' TO RPT-TOTAL-LABEL
	MOVE WS-FORWARDS-PURGED TO RPT-TOTAL-COUNT
	WRITE REPORT-LINE FROM RPT-TOTAL-LINE
	MOVE 'GROUPS RENUMBERED           :' TO RPT-TOTAL-LABEL
	MOVE WS-GROUPS-RENUMBERED TO RPT-TOTAL-COUNT
	WRITE REPORT-LINE FROM RPT-TOTAL-LINE
	MOVE 'GROUPS HELD                 :' TO RPT-TOTAL-LABEL
	MOVE WS-GROUPS-HELD TO RPT-TOTAL-COUNT
	WRITE REPORT-LINE FROM RPT-TOTAL-LINE.

PRINT-ONE-ENTRY-LINE.
	MOVE WS-RN-OLD(WS-RENUMBER-IX) TO RPT-OLD-PREFIX
	MOVE WS-RN-NEW(WS-RENUMBER-IX) TO RPT-NEW-PREFIX
	MOVE WS-RN-EFFECTIVE(WS-RENUMBER-IX) TO RPT-EFFECTIVE
	IF WS-RN-EXPIRY(WS-RENUMBER-IX) = ZERO
		MOVE SPACES TO RPT-EXPIRY
	ELSE
		MOVE WS-RN-EXPIRY(WS-RENUMBER-IX) TO RPT-EXPIRY
	END-IF
	MOVE WS-RN-MOVED-COUNT(WS-RENUMBER-IX) TO RPT-MOVED-COUNT
	MOVE WS-RN-HELD-COUNT(WS-RENUMBER-IX) TO RPT-HELD-COUNT
	EVALUATE TRUE
		WHEN WS-RN-ACTIVE(WS-RENUMBER-IX)
			MOVE 'RENUMBERED' TO RPT-DISPOSITION
		WHEN WS-RN-PENDING(WS-RENUMBER-IX)
			MOVE 'PENDING' TO RPT-DISPOSITION
		WHEN OTHER
			MOVE 'HELD' TO RPT-DISPOSITION
	END-EVALUATE
	WRITE REPORT-LINE FROM RPT-ENTRY-LINE.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'PHONRENUM' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-PHONE-READ TO RUN-RECORDS-IN
	MOVE WS-RENUMBERED-COUNT TO RUN-RECORDS-OUT
	MOVE WS-HELD-COUNT TO RUN-REJECT-COUNT
	MOVE WS-RENUMBERED-COUNT TO RUN-ADD-COUNT
	MOVE WS-RENUMBERED-COUNT TO RUN-DELETE-COUNT
	MOVE ZERO TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONRENUM PHONE RECORDS READ   : ' WS-PHONE-READ
	DISPLAY 'PHONRENUM LINES SELECTED       : ' WS-SELECTED-COUNT
	DISPLAY 'PHONRENUM LINES RENUMBERED     : ' WS-RENUMBERED-COUNT
	DISPLAY 'PHONRENUM LINES HELD           : ' WS-HELD-COUNT
	DISPLAY 'PHONRENUM LOCATIONS CARRIED    : ' WS-LOCATIONS-MOVED
	DISPLAY 'PHONRENUM FORWARDS WRITTEN     : ' WS-FORWARDS-WRITTEN
	DISPLAY 'PHONRENUM EXPIRED FORWARDS     : ' WS-FORWARDS-PURGED
	DISPLAY 'PHONRENUM GROUPS RENUMBERED    : ' WS-GROUPS-RENUMBERED
	DISPLAY 'PHONRENUM GROUPS HELD          : ' WS-GROUPS-HELD.
