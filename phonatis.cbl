       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHONATIS.
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
	SELECT ATTEST-FILE
		ASSIGN TO 'phonatst.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS ATST-DEPT-CODE
		FILE STATUS IS ATTEST-FILE-STATUS.
	SELECT PHONE-SORT-WORK
		ASSIGN TO 'phonatis.wrk'.
	SELECT PHONE-SORTED-FILE
		ASSIGN TO 'phonatis.srt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PHONE-SORTED-STATUS.
	SELECT LISTING-FILE
		ASSIGN TO 'phonatis.prt'
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

FD LOCATION-FILE.
01 LOCATION-RECORD.
	COPY PHONLOC.

FD DEPT-FILE.
01 DEPT-RECORD.
	COPY DEPTREC.

FD ATTEST-FILE.
01 ATTEST-RECORD.
	COPY ATSTREC.

SD PHONE-SORT-WORK.
01 PHONE-SORT-RECORD.
	COPY PHONEREC REPLACING LEADING ==PHONE-== BY ==SRT-==.

FD PHONE-SORTED-FILE.
01 PHONE-SORTED-RECORD.
	COPY PHONEREC REPLACING LEADING ==PHONE-== BY ==SRTD-==.

FD LISTING-FILE.
01 REPORT-LINE			PIC X(80).

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS		PIC X(2).
01 LOCATION-FILE-STATUS		PIC X(2).
01 DEPT-FILE-STATUS		PIC X(2).
01 ATTEST-FILE-STATUS		PIC X(2).
01 PHONE-SORTED-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y'.
	05 LOC-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 LOCATION-FILE-AVAILABLE VALUE 'Y'.
	05 DEPT-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 DEPT-FILE-AVAILABLE	VALUE 'Y'.
	05 ATTEST-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 ATTEST-FILE-AVAILABLE VALUE 'Y'.
	05 DUE-DATE-OK-SWITCH	PIC X VALUE 'Y'.
		88 DUE-DATE-OK		VALUE 'Y' FALSE 'N'.
	05 DEPT-ACTION-SWITCH	PIC X VALUE SPACE.
		88 DEPT-NEW-ISSUE	VALUE 'N'.
		88 DEPT-REISSUE		VALUE 'R'.
		88 DEPT-ALREADY-DONE	VALUE 'D'.
01 WS-TODAY-DATE		PIC X(8).
01 WS-CYCLE-YEAR		PIC X(4).
01 WS-DUE-DATE			PIC X(8).
01 WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE PIC 9(8).
01 WS-DEFAULT-DUE-DAYS		PIC 9(3) VALUE 30.
01 WS-TODAY-INTEGER		PIC 9(8) VALUE ZERO.
01 WS-DEPT-NAME			PIC X(20).
01 WS-PREV-DEPT-CODE		PIC X(4) VALUE HIGH-VALUES.
01 WS-DEPT-LINE-COUNT		PIC 9(6) VALUE ZERO.
01 WS-MAX-LINES-PER-PAGE	PIC 9(2) VALUE 50.
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-LINE-COUNT	PIC 9(2) VALUE 99.
	05 WS-PAGE-COUNT	PIC 9(4) VALUE ZERO.
	05 WS-RECORDS-READ	PIC 9(6) VALUE ZERO.
	05 WS-LINES-LISTED	PIC 9(6) VALUE ZERO.
	05 WS-DEPTS-ISSUED	PIC 9(6) VALUE ZERO.
	05 WS-DEPTS-REISSUED	PIC 9(6) VALUE ZERO.
	05 WS-DEPTS-SKIPPED	PIC 9(6) VALUE ZERO.

01 HDG-LINE-1.
	05 FILLER		PIC X(28) VALUE
		'DIRECTORY ATTESTATION - '.
	05 HDG-CYCLE-YEAR	PIC X(4).
	05 FILLER		PIC X(12) VALUE '    ISSUED '.
	05 HDG-ISSUED-DATE	PIC X(8).
	05 FILLER		PIC X(10) VALUE '   DUE '.
	05 HDG-DUE-DATE		PIC X(8).
01 HDG-LINE-2.
	05 FILLER		PIC X(12) VALUE 'DEPARTMENT: '.
	05 HDG-DEPT-NAME	PIC X(20).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(1) VALUE '('.
	05 HDG-DEPT-CODE	PIC X(4).
	05 FILLER		PIC X(1) VALUE ')'.
01 HDG-LINE-3.
	05 FILLER		PIC X(12) VALUE 'NAME'.
	05 FILLER		PIC X(8) VALUE 'PHONE#'.
	05 FILLER		PIC X(6) VALUE 'EXT'.
	05 FILLER		PIC X(8) VALUE 'EMP-ID'.
	05 FILLER		PIC X(16) VALUE 'STATUS'.
	05 FILLER		PIC X(12) VALUE 'BUILDING'.
	05 FILLER		PIC X(5) VALUE 'FLR'.
	05 FILLER		PIC X(8) VALUE 'ROOM'.

01 DETAIL-LINE.
	05 DTL-PHONE-NAME	PIC X(10).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-PHONE-NO		PIC X(6).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-EXTENSION	PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-EMP-ID		PIC X(6).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-STATUS		PIC X(14).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-BUILDING		PIC X(10).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-FLOOR		PIC X(3).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-ROOM		PIC X(8).

01 DEPT-TOTAL-LINE.
	05 FILLER		PIC X(20) VALUE '  ENTRIES LISTED:'.
	05 DPT-LINE-COUNT	PIC ZZZ,ZZ9.

01 CERTIFY-LINE-1.
	05 FILLER		PIC X(60) VALUE
		'I CERTIFY THAT THE ENTRIES ABOVE ARE CORRECT:'.
01 CERTIFY-LINE-2.
	05 FILLER		PIC X(60) VALUE
		'  [ ] AS LISTED'.
01 CERTIFY-LINE-3.
	05 FILLER		PIC X(60) VALUE
		'  [ ] WITH THE CORRECTIONS SENT IN BATCH DATED ________'.
01 CERTIFY-LINE-4.
	05 FILLER		PIC X(60) VALUE
		'SIGNED ____________________   DATE ________'.
01 CERTIFY-LINE-5.
	05 FILLER		PIC X(22) VALUE 'RETURN NO LATER THAN '.
	05 CRT-DUE-DATE		PIC X(8).

01 TOTAL-LINE.
	05 TOT-LABEL		PIC X(30).
	05 TOT-COUNT		PIC ZZZ,ZZ9.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	*> one listing per department for its head to certify, and a
	*> register entry so the returns can be tracked against a due date
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
	MOVE WS-TODAY-DATE(1:4) TO WS-CYCLE-YEAR
	PERFORM GET-DUE-DATE
	IF DUE-DATE-OK
		SORT PHONE-SORT-WORK
			ON ASCENDING KEY SRT-DEPT-CODE OF PHONE-SORT-RECORD
			ON ASCENDING KEY SRT-NAME OF PHONE-SORT-RECORD
			USING PHONE-FILE
			GIVING PHONE-SORTED-FILE
		PERFORM PRINT-ATTESTATION-LISTINGS
		PERFORM WRITE-RUN-LOG-RECORD
		PERFORM DISPLAY-TOTALS
	END-IF.

PROGRAM-DONE.
	STOP RUN.

GET-DUE-DATE.
	DISPLAY 'PHONATIS: ENTER DUE DATE (YYYYMMDD, BLANK = '
		WS-DEFAULT-DUE-DAYS ' DAYS)'
	ACCEPT WS-DUE-DATE FROM SYSIN
	COMPUTE WS-TODAY-INTEGER =
		FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))
	IF WS-DUE-DATE = SPACES
		COMPUTE WS-DUE-DATE-NUM =
			FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER + WS-DEFAULT-DUE-DAYS)
	END-IF
	IF WS-DUE-DATE IS NOT NUMERIC
	OR WS-DUE-DATE NOT > WS-TODAY-DATE
		SET DUE-DATE-OK TO FALSE
		DISPLAY 'PHONATIS: INVALID DUE DATE - ' WS-DUE-DATE
		MOVE 8 TO RETURN-CODE
	END-IF.

PRINT-ATTESTATION-LISTINGS.
	OPEN INPUT PHONE-SORTED-FILE
	OPEN INPUT LOCATION-FILE
	IF LOCATION-FILE-STATUS = '00'
		SET LOCATION-FILE-AVAILABLE TO TRUE
	END-IF
	OPEN INPUT DEPT-FILE
	IF DEPT-FILE-STATUS = '00'
		SET DEPT-FILE-AVAILABLE TO TRUE
	END-IF
	PERFORM OPEN-ATTEST-FILE
	OPEN OUTPUT LISTING-FILE
	PERFORM UNTIL EOF
		READ PHONE-SORTED-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM LIST-ONE-ENTRY
		END-READ
	END-PERFORM
	IF WS-PREV-DEPT-CODE NOT = HIGH-VALUES
		PERFORM FINISH-DEPARTMENT
	END-IF
	PERFORM PRINT-RUN-TOTALS
	CLOSE PHONE-SORTED-FILE
	IF LOCATION-FILE-AVAILABLE
		CLOSE LOCATION-FILE
	END-IF
	IF DEPT-FILE-AVAILABLE
		CLOSE DEPT-FILE
	END-IF
	IF ATTEST-FILE-AVAILABLE
		CLOSE ATTEST-FILE
	END-IF
	CLOSE LISTING-FILE.

OPEN-ATTEST-FILE.
	OPEN I-O ATTEST-FILE
	IF ATTEST-FILE-STATUS = '35'
		*> first cycle ever: the register does not exist yet
		OPEN OUTPUT ATTEST-FILE
		CLOSE ATTEST-FILE
		OPEN I-O ATTEST-FILE
	END-IF
	IF ATTEST-FILE-STATUS = '00'
		SET ATTEST-FILE-AVAILABLE TO TRUE
	ELSE
		DISPLAY 'PHONATIS: *** PHONATST.DAT NOT AVAILABLE - '
			'LISTINGS PRINTED BUT NOT REGISTERED ***'
		MOVE 8 TO RETURN-CODE
	END-IF.

LIST-ONE-ENTRY.
	ADD 1 TO WS-RECORDS-READ
	IF FUNCTION MOD(WS-RECORDS-READ, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'PHONATIS: ' WS-RECORDS-READ ' RECORDS PROCESSED'
	END-IF
	IF SRTD-DEPT-CODE NOT = WS-PREV-DEPT-CODE
		IF WS-PREV-DEPT-CODE NOT = HIGH-VALUES
			PERFORM FINISH-DEPARTMENT
		END-IF
		PERFORM START-DEPARTMENT
	END-IF
	IF NOT DEPT-ALREADY-DONE
		IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
			PERFORM PRINT-LISTING-HEADERS
		END-IF
		PERFORM PRINT-ENTRY-LINE
	END-IF.

START-DEPARTMENT.
	*> a department that has already returned this year's
	*> attestation is not asked again; one still outstanding gets a
	*> fresh copy of its listing against the date it was first given
	MOVE SRTD-DEPT-CODE TO WS-PREV-DEPT-CODE
	MOVE ZERO TO WS-DEPT-LINE-COUNT
	SET DEPT-NEW-ISSUE TO TRUE
	MOVE WS-TODAY-DATE TO HDG-ISSUED-DATE
	MOVE WS-DUE-DATE TO HDG-DUE-DATE
	IF ATTEST-FILE-AVAILABLE
		MOVE SRTD-DEPT-CODE TO ATST-DEPT-CODE
		READ ATTEST-FILE
			INVALID KEY CONTINUE
			NOT INVALID KEY
				IF ATST-CYCLE-YEAR = WS-CYCLE-YEAR
					IF ATST-RESPONDED
						SET DEPT-ALREADY-DONE TO TRUE
					ELSE
						SET DEPT-REISSUE TO TRUE
						MOVE ATST-ISSUED-DATE TO HDG-ISSUED-DATE
						MOVE ATST-DUE-DATE TO HDG-DUE-DATE
					END-IF
				END-IF
		END-READ
	END-IF
	IF NOT DEPT-ALREADY-DONE
		PERFORM LOOK-UP-DEPT-NAME
		PERFORM PRINT-LISTING-HEADERS
	END-IF.

PRINT-ENTRY-LINE.
	MOVE SRTD-NAME TO DTL-PHONE-NAME
	MOVE SRTD-NO TO DTL-PHONE-NO
	MOVE SRTD-EXTENSION TO DTL-EXTENSION
	MOVE SRTD-EMP-ID TO DTL-EMP-ID
	IF SRTD-ACTIVE
		MOVE 'IN SERVICE' TO DTL-STATUS
	ELSE
		MOVE 'OUT OF SERVICE' TO DTL-STATUS
	END-IF
	MOVE SPACES TO DTL-BUILDING
	MOVE SPACES TO DTL-FLOOR
	MOVE SPACES TO DTL-ROOM
	*> judged on the switch set at open, not the live file status
	IF LOCATION-FILE-AVAILABLE
		MOVE SRTD-NO TO LOC-PHONE-NO
		READ LOCATION-FILE
			INVALID KEY MOVE 'NO LOCATION' TO DTL-BUILDING
			NOT INVALID KEY
				MOVE LOC-BUILDING TO DTL-BUILDING
				MOVE LOC-FLOOR TO DTL-FLOOR
				MOVE LOC-ROOM TO DTL-ROOM
		END-READ
	END-IF
	WRITE REPORT-LINE FROM DETAIL-LINE
	ADD 1 TO WS-LINE-COUNT
	ADD 1 TO WS-DEPT-LINE-COUNT
	ADD 1 TO WS-LINES-LISTED.

FINISH-DEPARTMENT.
	EVALUATE TRUE
		WHEN DEPT-ALREADY-DONE
			ADD 1 TO WS-DEPTS-SKIPPED
		WHEN OTHER
			PERFORM PRINT-CERTIFICATION-BLOCK
			PERFORM REGISTER-DEPARTMENT
	END-EVALUATE.

PRINT-CERTIFICATION-BLOCK.
	MOVE WS-DEPT-LINE-COUNT TO DPT-LINE-COUNT
	WRITE REPORT-LINE FROM DEPT-TOTAL-LINE
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM CERTIFY-LINE-1
	WRITE REPORT-LINE FROM CERTIFY-LINE-2
	WRITE REPORT-LINE FROM CERTIFY-LINE-3
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM CERTIFY-LINE-4
	MOVE HDG-DUE-DATE TO CRT-DUE-DATE
	WRITE REPORT-LINE FROM CERTIFY-LINE-5
	ADD 8 TO WS-LINE-COUNT.

REGISTER-DEPARTMENT.
	IF ATTEST-FILE-AVAILABLE
		IF DEPT-REISSUE
			MOVE WS-DEPT-LINE-COUNT TO ATST-LINE-COUNT
			REWRITE ATTEST-RECORD
			ADD 1 TO WS-DEPTS-REISSUED
		ELSE
			*> a new cycle replaces whatever last year's entry held
			MOVE SPACES TO ATTEST-RECORD
			MOVE WS-PREV-DEPT-CODE TO ATST-DEPT-CODE
			MOVE WS-CYCLE-YEAR TO ATST-CYCLE-YEAR
			MOVE WS-TODAY-DATE TO ATST-ISSUED-DATE
			MOVE WS-DUE-DATE TO ATST-DUE-DATE
			MOVE WS-DEPT-LINE-COUNT TO ATST-LINE-COUNT
			SET ATST-OUTSTANDING TO TRUE
			WRITE ATTEST-RECORD
				INVALID KEY REWRITE ATTEST-RECORD
			END-WRITE
			ADD 1 TO WS-DEPTS-ISSUED
		END-IF
	END-IF.

LOOK-UP-DEPT-NAME.
	*> judged on the switch set at open, not the live file status
	MOVE 'UNKNOWN DEPARTMENT' TO WS-DEPT-NAME
	IF DEPT-FILE-AVAILABLE
		MOVE SRTD-DEPT-CODE TO DEPT-CODE
		READ DEPT-FILE
			INVALID KEY CONTINUE
			NOT INVALID KEY MOVE DEPT-NAME TO WS-DEPT-NAME
		END-READ
	END-IF.

PRINT-LISTING-HEADERS.
	*> every department starts on its own page so each listing can be
	*> sent to its head on its own
	ADD 1 TO WS-PAGE-COUNT
	IF WS-PAGE-COUNT > 1
		WRITE REPORT-LINE FROM SPACES
			BEFORE ADVANCING PAGE
	END-IF
	MOVE WS-CYCLE-YEAR TO HDG-CYCLE-YEAR
	MOVE WS-DEPT-NAME TO HDG-DEPT-NAME
	MOVE WS-PREV-DEPT-CODE TO HDG-DEPT-CODE
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM HDG-LINE-2
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM HDG-LINE-3
	MOVE ZERO TO WS-LINE-COUNT.

PRINT-RUN-TOTALS.
	WRITE REPORT-LINE FROM SPACES
		BEFORE ADVANCING PAGE
	MOVE 'ENTRIES READ                :' TO TOT-LABEL
	MOVE WS-RECORDS-READ TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'ENTRIES LISTED              :' TO TOT-LABEL
	MOVE WS-LINES-LISTED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'DEPARTMENTS ISSUED          :' TO TOT-LABEL
	MOVE WS-DEPTS-ISSUED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'DEPARTMENTS REISSUED        :' TO TOT-LABEL
	MOVE WS-DEPTS-REISSUED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'ALREADY CERTIFIED THIS YEAR :' TO TOT-LABEL
	MOVE WS-DEPTS-SKIPPED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'PHONATIS' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-RECORDS-READ TO RUN-RECORDS-IN
	MOVE WS-LINES-LISTED TO RUN-RECORDS-OUT
	MOVE ZERO TO RUN-REJECT-COUNT
	MOVE WS-DEPTS-ISSUED TO RUN-ADD-COUNT
	MOVE ZERO TO RUN-DELETE-COUNT
	MOVE WS-DEPTS-SKIPPED TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONATIS ENTRIES READ          : ' WS-RECORDS-READ
	DISPLAY 'PHONATIS ENTRIES LISTED        : ' WS-LINES-LISTED
	DISPLAY 'PHONATIS DEPARTMENTS ISSUED    : ' WS-DEPTS-ISSUED
	DISPLAY 'PHONATIS DEPARTMENTS REISSUED  : ' WS-DEPTS-REISSUED
	DISPLAY 'PHONATIS ALREADY CERTIFIED     : ' WS-DEPTS-SKIPPED.
