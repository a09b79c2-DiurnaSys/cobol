       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHONMASK.
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
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS DEPT-FILE-STATUS.
	SELECT LOCATION-FILE
		ASSIGN TO 'phonloc.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS LOC-PHONE-NO
		FILE STATUS IS LOCATION-FILE-STATUS.
	SELECT EMPLOYEE-FILE
		ASSIGN TO 'employee.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS EMPLOYEE-FILE-STATUS.
	SELECT HR-FILE
		ASSIGN TO 'hrempl.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HR-FILE-STATUS.
	SELECT TEST-PHONE-FILE
		ASSIGN TO 'phone.tst'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS TST-NO
		ALTERNATE RECORD KEY IS TST-NAME WITH DUPLICATES
		FILE STATUS IS TEST-PHONE-STATUS.
	SELECT TEST-DEPT-FILE
		ASSIGN TO 'dept.tst'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS TDEPT-CODE
		FILE STATUS IS TEST-DEPT-STATUS.
	SELECT TEST-LOCATION-FILE
		ASSIGN TO 'phonloc.tst'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS TLOC-PHONE-NO
		FILE STATUS IS TEST-LOCATION-STATUS.
	SELECT TEST-EMPLOYEE-FILE
		ASSIGN TO 'employee.tst'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TEST-EMPLOYEE-STATUS.
	SELECT TEST-HR-FILE
		ASSIGN TO 'hrempl.tst'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TEST-HR-STATUS.
	SELECT XWALK-FILE
		ASSIGN TO 'phonmask.xwk'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS MXW-KEY
		FILE STATUS IS XWALK-FILE-STATUS.
	SELECT MASK-REPORT-FILE
		ASSIGN TO 'phonmask.rpt'
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

FD LOCATION-FILE.
01 LOCATION-RECORD.
	COPY PHONLOC.

FD EMPLOYEE-FILE.
01 EMPLOYEE-RECORD.
	COPY EMAILREC.

FD HR-FILE.
01 HR-EMP-RECORD.
	COPY HREMPREC.

FD TEST-PHONE-FILE.
01 TEST-PHONE-RECORD.
	COPY PHONEREC REPLACING LEADING ==PHONE-== BY ==TST-==.

FD TEST-DEPT-FILE.
01 TEST-DEPT-RECORD.
	COPY DEPTREC REPLACING LEADING ==DEPT-== BY ==TDEPT-==.

FD TEST-LOCATION-FILE.
01 TEST-LOCATION-RECORD.
	COPY PHONLOC REPLACING LEADING ==LOC-== BY ==TLOC-==.

FD TEST-EMPLOYEE-FILE.
01 TEST-EMPLOYEE-RECORD.
	COPY EMAILREC REPLACING LEADING ==EMP-== BY ==TEMP-==.

FD TEST-HR-FILE.
01 TEST-HR-EMP-RECORD.
	COPY HREMPREC REPLACING LEADING ==HR-== BY ==THR-==.

FD XWALK-FILE.
01 MASK-XWALK-RECORD.
	COPY MASKXWK.

FD MASK-REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS		PIC X(2).
01 DEPT-FILE-STATUS		PIC X(2).
01 LOCATION-FILE-STATUS		PIC X(2).
01 EMPLOYEE-FILE-STATUS		PIC X(2).
01 HR-FILE-STATUS		PIC X(2).
01 TEST-PHONE-STATUS		PIC X(2).
01 TEST-DEPT-STATUS		PIC X(2).
01 TEST-LOCATION-STATUS		PIC X(2).
01 TEST-EMPLOYEE-STATUS		PIC X(2).
01 TEST-HR-STATUS		PIC X(2).
01 XWALK-FILE-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y' FALSE 'N'.
	05 XWALK-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 XWALK-AVAILABLE	VALUE 'Y'.
	05 IN-BALANCE-SWITCH	PIC X VALUE 'Y'.
		88 COPIES-IN-BALANCE	VALUE 'Y' FALSE 'N'.
	05 DEPT-TABLE-SWITCH	PIC X VALUE 'N'.
		88 DEPT-TABLE-FULL	VALUE 'Y'.

01 WS-MASK-TYPE			PIC X(1).
01 WS-MASK-INPUT		PIC X(10).
01 WS-MASK-OUTPUT		PIC X(10).
01 WS-MASKED-EMP-ID		PIC X(6).
01 WS-MASKED-ID-NUM		PIC 9(6).
01 WS-ID-SEQ			PIC 9(6) VALUE ZERO.
01 WS-NAME-SEQ			PIC 9(6) VALUE ZERO.
01 WS-NEW-SEQ			PIC 9(6) VALUE ZERO.
01 WS-SURNAME-IX		PIC 9(2) VALUE ZERO.
01 WS-NAME-NUMBER		PIC 9(4) VALUE ZERO.
01 WS-AT-OFFSET			PIC 9(2) VALUE ZERO.
01 WS-MASKED-EMAIL		PIC X(40).

01 WS-SURNAME-LIST.
	*> the made-up surnames masked names are built from; the number
	*> after the surname keeps every masked name distinct
	05 FILLER		PIC X(5) VALUE 'ADAMS'.
	05 FILLER		PIC X(5) VALUE 'BAKER'.
	05 FILLER		PIC X(5) VALUE 'CLARK'.
	05 FILLER		PIC X(5) VALUE 'DAVIS'.
	05 FILLER		PIC X(5) VALUE 'EVANS'.
	05 FILLER		PIC X(5) VALUE 'FROST'.
	05 FILLER		PIC X(5) VALUE 'GRANT'.
	05 FILLER		PIC X(5) VALUE 'HAYES'.
	05 FILLER		PIC X(5) VALUE 'IRWIN'.
	05 FILLER		PIC X(5) VALUE 'JONES'.
	05 FILLER		PIC X(5) VALUE 'KELLY'.
	05 FILLER		PIC X(5) VALUE 'LEWIS'.
	05 FILLER		PIC X(5) VALUE 'MOORE'.
	05 FILLER		PIC X(5) VALUE 'NOLAN'.
	05 FILLER		PIC X(5) VALUE 'OWENS'.
	05 FILLER		PIC X(5) VALUE 'PRICE'.
	05 FILLER		PIC X(5) VALUE 'QUINN'.
	05 FILLER		PIC X(5) VALUE 'REEVE'.
	05 FILLER		PIC X(5) VALUE 'SCOTT'.
	05 FILLER		PIC X(5) VALUE 'TODD'.
01 WS-SURNAME-TABLE REDEFINES WS-SURNAME-LIST.
	05 WS-SURNAME		PIC X(5) OCCURS 20 TIMES.
01 WS-SURNAME-COUNT		PIC 9(2) VALUE 20.

01 WS-DEPT-MAX-ENTRIES		PIC 9(3) VALUE 500.
01 WS-DEPT-COUNT		PIC 9(3) VALUE ZERO.
01 WS-DEPT-IX			PIC 9(3) VALUE ZERO.
01 WS-SCAN-IX			PIC 9(3) VALUE ZERO.
01 WS-COUNT-DEPT-CODE		PIC X(4).
01 WS-DEPT-TABLE.
	05 WS-DEPT-ENTRY OCCURS 500 TIMES.
		10 WS-DT-CODE		PIC X(4).
		10 WS-DT-PROD-COUNT	PIC 9(6).
		10 WS-DT-TEST-COUNT	PIC 9(6).

01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-PHONE-READ	PIC 9(6) VALUE ZERO.
	05 WS-PHONE-WRITTEN	PIC 9(6) VALUE ZERO.
	05 WS-PHONE-REREAD	PIC 9(6) VALUE ZERO.
	05 WS-DEPT-READ		PIC 9(6) VALUE ZERO.
	05 WS-DEPT-WRITTEN	PIC 9(6) VALUE ZERO.
	05 WS-DEPT-REREAD	PIC 9(6) VALUE ZERO.
	05 WS-LOC-READ		PIC 9(6) VALUE ZERO.
	05 WS-LOC-WRITTEN	PIC 9(6) VALUE ZERO.
	05 WS-LOC-REREAD	PIC 9(6) VALUE ZERO.
	05 WS-EMP-READ		PIC 9(6) VALUE ZERO.
	05 WS-EMP-WRITTEN	PIC 9(6) VALUE ZERO.
	05 WS-EMP-REREAD	PIC 9(6) VALUE ZERO.
	05 WS-HR-READ		PIC 9(6) VALUE ZERO.
	05 WS-HR-WRITTEN	PIC 9(6) VALUE ZERO.
	05 WS-HR-REREAD		PIC 9(6) VALUE ZERO.
	05 WS-IDS-ADDED		PIC 9(6) VALUE ZERO.
	05 WS-NAMES-ADDED	PIC 9(6) VALUE ZERO.
	05 WS-EXCEPTION-COUNT	PIC 9(6) VALUE ZERO.
01 WS-CHECK-READ		PIC 9(6).
01 WS-CHECK-WRITTEN		PIC 9(6).
01 WS-CHECK-REREAD		PIC 9(6).

01 HDG-LINE-1.
	05 FILLER		PIC X(32) VALUE
		'TEST COPY MASKING CONTROL - '.
	05 HDG-RUN-DATE		PIC X(8).
01 HDG-FILE-LINE.
	05 FILLER		PIC X(14) VALUE 'FILE'.
	05 FILLER		PIC X(9) VALUE '     READ'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(9) VALUE '  WRITTEN'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(9) VALUE '  REREAD'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(14) VALUE 'RESULT'.
01 FILE-DETAIL-LINE.
	05 FDL-FILE-NAME	PIC X(14).
	05 FDL-READ		PIC ZZZ,ZZ9.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FDL-WRITTEN		PIC ZZZ,ZZ9.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FDL-REREAD		PIC ZZZ,ZZ9.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FDL-RESULT		PIC X(14).
01 HDG-DEPT-LINE.
	05 FILLER		PIC X(14) VALUE 'DEPARTMENT'.
	05 FILLER		PIC X(9) VALUE 'PHONE.DAT'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(9) VALUE 'PHONE.TST'.
	05 FILLER		PIC X(13) VALUE SPACES.
	05 FILLER		PIC X(14) VALUE 'RESULT'.
01 DEPT-DETAIL-LINE.
	05 DDL-DEPT-CODE	PIC X(4).
	05 FILLER		PIC X(10) VALUE SPACES.
	05 DDL-PROD-COUNT	PIC ZZZ,ZZ9.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 DDL-TEST-COUNT	PIC ZZZ,ZZ9.
	05 FILLER		PIC X(15) VALUE SPACES.
	05 DDL-RESULT		PIC X(14).
01 TOTAL-LINE.
	05 TOT-LABEL		PIC X(30).
	05 TOT-COUNT		PIC ZZZ,ZZ9.
01 VERDICT-LINE.
	05 VDL-TEXT		PIC X(60).

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	*> the test region's copy of the directory files: names, emails
	*> and employee ids are replaced through the crosswalk, so one
	*> person carries the same made-up values in every file, while
	*> departments, statuses, extensions and locations are copied as
	*> they stand; each copy is read back and balanced to production
	PERFORM OPEN-CROSSWALK
	IF XWALK-AVAILABLE
		PERFORM COPY-PHONE-FILE
		PERFORM COPY-DEPT-FILE
		PERFORM COPY-LOCATION-FILE
		PERFORM COPY-EMPLOYEE-FILE
		PERFORM COPY-HR-FILE
		PERFORM SAVE-SEQUENCES
		CLOSE XWALK-FILE
		PERFORM REREAD-TEST-COPIES
		PERFORM PRINT-CONTROL-REPORT
		PERFORM WRITE-RUN-LOG-RECORD
	ELSE
		DISPLAY 'PHONMASK: *** PHONMASK.XWK NOT AVAILABLE - '
			'NO TEST COPY MADE ***'
		SET COPIES-IN-BALANCE TO FALSE
	END-IF
	PERFORM DISPLAY-TOTALS
	IF NOT COPIES-IN-BALANCE
		MOVE 8 TO RETURN-CODE
	END-IF.

PROGRAM-DONE.
	STOP RUN.

OPEN-CROSSWALK.
	OPEN I-O XWALK-FILE
	IF XWALK-FILE-STATUS = '35'
		*> first run ever: the crosswalk does not exist yet
		OPEN OUTPUT XWALK-FILE
		CLOSE XWALK-FILE
		OPEN I-O XWALK-FILE
	END-IF
	IF XWALK-FILE-STATUS = '00'
		SET XWALK-AVAILABLE TO TRUE
		MOVE 'S' TO MXW-TYPE
		MOVE 'ID' TO MXW-ORIGINAL
		READ XWALK-FILE
			INVALID KEY MOVE ZERO TO WS-ID-SEQ
			NOT INVALID KEY MOVE MXW-SEQ-NO TO WS-ID-SEQ
		END-READ
		MOVE 'S' TO MXW-TYPE
		MOVE 'NAME' TO MXW-ORIGINAL
		READ XWALK-FILE
			INVALID KEY MOVE ZERO TO WS-NAME-SEQ
			NOT INVALID KEY MOVE MXW-SEQ-NO TO WS-NAME-SEQ
		END-READ
	END-IF.

SAVE-SEQUENCES.
	MOVE 'S' TO MXW-TYPE
	MOVE 'ID' TO MXW-ORIGINAL
	MOVE SPACES TO MXW-MASKED
	MOVE WS-ID-SEQ TO MXW-SEQ-NO
	WRITE MASK-XWALK-RECORD
		INVALID KEY REWRITE MASK-XWALK-RECORD
	END-WRITE
	MOVE 'S' TO MXW-TYPE
	MOVE 'NAME' TO MXW-ORIGINAL
	MOVE SPACES TO MXW-MASKED
	MOVE WS-NAME-SEQ TO MXW-SEQ-NO
	WRITE MASK-XWALK-RECORD
		INVALID KEY REWRITE MASK-XWALK-RECORD
	END-WRITE.

COPY-PHONE-FILE.
	OPEN INPUT PHONE-FILE
	IF PHONE-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONMASK: PHONE.DAT NOT FOUND'
	END-IF
	OPEN OUTPUT TEST-PHONE-FILE
	PERFORM UNTIL EOF
		READ PHONE-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM MASK-PHONE-RECORD
		END-READ
	END-PERFORM
	CLOSE PHONE-FILE
	CLOSE TEST-PHONE-FILE
	SET EOF TO FALSE.

MASK-PHONE-RECORD.
	ADD 1 TO WS-PHONE-READ
	IF FUNCTION MOD(WS-PHONE-READ, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'PHONMASK: ' WS-PHONE-READ ' DIRECTORY RECORDS MASKED'
	END-IF
	MOVE PHONE-RECORD TO TEST-PHONE-RECORD
	MOVE PHONE-EMP-ID TO WS-MASK-INPUT
	PERFORM MASK-EMPLOYEE-ID
	MOVE WS-MASKED-EMP-ID TO TST-EMP-ID
	MOVE PHONE-NAME TO WS-MASK-INPUT
	PERFORM MASK-NAME
	MOVE WS-MASK-OUTPUT TO TST-NAME
	WRITE TEST-PHONE-RECORD
		INVALID KEY
			DISPLAY 'PHONMASK: PHONE.TST WRITE FAILED - ' TST-NO
		NOT INVALID KEY
			ADD 1 TO WS-PHONE-WRITTEN
	END-WRITE
	MOVE PHONE-DEPT-CODE TO WS-COUNT-DEPT-CODE
	PERFORM FIND-DEPT-ENTRY
	IF WS-DEPT-IX > 0
		ADD 1 TO WS-DT-PROD-COUNT(WS-DEPT-IX)
	END-IF.

COPY-DEPT-FILE.
	*> department names are the organisation's, not a person's:
	*> the department file goes across unchanged
	OPEN INPUT DEPT-FILE
	IF DEPT-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONMASK: DEPT.DAT NOT FOUND'
	END-IF
	OPEN OUTPUT TEST-DEPT-FILE
	PERFORM UNTIL EOF
		READ DEPT-FILE
			AT END SET EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-DEPT-READ
				MOVE DEPT-RECORD TO TEST-DEPT-RECORD
				WRITE TEST-DEPT-RECORD
					INVALID KEY
						DISPLAY 'PHONMASK: DEPT.TST WRITE FAILED - '
							TDEPT-CODE
					NOT INVALID KEY
						ADD 1 TO WS-DEPT-WRITTEN
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE DEPT-FILE
	CLOSE TEST-DEPT-FILE
	SET EOF TO FALSE.

COPY-LOCATION-FILE.
	*> buildings, floors and rooms stay as they are so the E911 and
	*> location checks see real places in test
	OPEN INPUT LOCATION-FILE
	IF LOCATION-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONMASK: PHONLOC.DAT NOT FOUND'
	END-IF
	OPEN OUTPUT TEST-LOCATION-FILE
	PERFORM UNTIL EOF
		READ LOCATION-FILE
			AT END SET EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-LOC-READ
				MOVE LOCATION-RECORD TO TEST-LOCATION-RECORD
				WRITE TEST-LOCATION-RECORD
					INVALID KEY
						DISPLAY 'PHONMASK: PHONLOC.TST WRITE FAILED - '
							TLOC-PHONE-NO
					NOT INVALID KEY
						ADD 1 TO WS-LOC-WRITTEN
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE LOCATION-FILE
	CLOSE TEST-LOCATION-FILE
	SET EOF TO FALSE.

COPY-EMPLOYEE-FILE.
	OPEN INPUT EMPLOYEE-FILE
	IF EMPLOYEE-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONMASK: EMPLOYEE.DAT NOT FOUND'
	END-IF
	OPEN OUTPUT TEST-EMPLOYEE-FILE
	PERFORM UNTIL EOF
		READ EMPLOYEE-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM MASK-EMPLOYEE-RECORD
		END-READ
	END-PERFORM
	CLOSE EMPLOYEE-FILE
	CLOSE TEST-EMPLOYEE-FILE
	SET EOF TO FALSE.

MASK-EMPLOYEE-RECORD.
	ADD 1 TO WS-EMP-READ
	MOVE EMPLOYEE-RECORD TO TEST-EMPLOYEE-RECORD
	MOVE EMP-ID TO WS-MASK-INPUT
	PERFORM MASK-EMPLOYEE-ID
	MOVE WS-MASKED-EMP-ID TO TEMP-ID
	*> a name is masked on its first ten characters, the width the
	*> directory holds, so a name that matches the directory in
	*> production still matches it in test
	MOVE EMP-NAME(1:10) TO WS-MASK-INPUT
	PERFORM MASK-NAME
	MOVE WS-MASK-OUTPUT TO TEMP-NAME
	PERFORM MASK-EMAIL-ADDRESS
	MOVE WS-MASKED-EMAIL TO TEMP-EMAIL
	WRITE TEST-EMPLOYEE-RECORD
	ADD 1 TO WS-EMP-WRITTEN.

MASK-EMAIL-ADDRESS.
	*> the local part becomes the masked employee id; everything from
	*> the first @ on is kept, so a missing or extra @ and a wrong
	*> domain still turn up as exceptions in test
	IF EMP-EMAIL = SPACES
		MOVE SPACES TO WS-MASKED-EMAIL
	ELSE
		MOVE ZERO TO WS-AT-OFFSET
		INSPECT EMP-EMAIL TALLYING WS-AT-OFFSET
			FOR CHARACTERS BEFORE INITIAL '@'
		MOVE SPACES TO WS-MASKED-EMAIL
		IF WS-AT-OFFSET >= 40
			STRING 'U' WS-MASKED-EMP-ID
				DELIMITED BY SIZE INTO WS-MASKED-EMAIL
		ELSE
			STRING 'U' WS-MASKED-EMP-ID
				EMP-EMAIL(WS-AT-OFFSET + 1:40 - WS-AT-OFFSET)
				DELIMITED BY SIZE INTO WS-MASKED-EMAIL
		END-IF
	END-IF.

COPY-HR-FILE.
	OPEN INPUT HR-FILE
	IF HR-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONMASK: HREMPL.DAT NOT FOUND'
	END-IF
	OPEN OUTPUT TEST-HR-FILE
	PERFORM UNTIL EOF
		READ HR-FILE
			AT END SET EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-HR-READ
				MOVE HR-EMP-RECORD TO TEST-HR-EMP-RECORD
				MOVE HR-EMP-ID TO WS-MASK-INPUT
				PERFORM MASK-EMPLOYEE-ID
				MOVE WS-MASKED-EMP-ID TO THR-EMP-ID
				MOVE HR-EMP-NAME(1:10) TO WS-MASK-INPUT
				PERFORM MASK-NAME
				MOVE WS-MASK-OUTPUT TO THR-EMP-NAME
				WRITE TEST-HR-EMP-RECORD
				ADD 1 TO WS-HR-WRITTEN
		END-READ
	END-PERFORM
	CLOSE HR-FILE
	CLOSE TEST-HR-FILE
	SET EOF TO FALSE.

MASK-EMPLOYEE-ID.
	MOVE 'I' TO WS-MASK-TYPE
	PERFORM LOOK-UP-CROSSWALK
	MOVE WS-MASK-OUTPUT(1:6) TO WS-MASKED-EMP-ID.

MASK-NAME.
	MOVE 'N' TO WS-MASK-TYPE
	PERFORM LOOK-UP-CROSSWALK.

LOOK-UP-CROSSWALK.
	*> a blank stays blank: a missing id or name is itself a case
	*> the test region has to see
	IF WS-MASK-INPUT = SPACES
		MOVE SPACES TO WS-MASK-OUTPUT
	ELSE
		MOVE WS-MASK-TYPE TO MXW-TYPE
		MOVE WS-MASK-INPUT TO MXW-ORIGINAL
		READ XWALK-FILE
			INVALID KEY PERFORM ADD-CROSSWALK-ENTRY
			NOT INVALID KEY MOVE MXW-MASKED TO WS-MASK-OUTPUT
		END-READ
	END-IF.

ADD-CROSSWALK-ENTRY.
	MOVE SPACES TO WS-MASK-OUTPUT
	IF WS-MASK-TYPE = 'I'
		ADD 1 TO WS-ID-SEQ
		ADD 1 TO WS-IDS-ADDED
		MOVE WS-ID-SEQ TO WS-NEW-SEQ
		*> masked ids are a 9-series no production id uses
		COMPUTE WS-MASKED-ID-NUM = 900000 + WS-ID-SEQ
		MOVE WS-MASKED-ID-NUM TO WS-MASK-OUTPUT(1:6)
	ELSE
		ADD 1 TO WS-NAME-SEQ
		ADD 1 TO WS-NAMES-ADDED
		MOVE WS-NAME-SEQ TO WS-NEW-SEQ
		COMPUTE WS-SURNAME-IX =
			FUNCTION MOD(WS-NAME-SEQ - 1, WS-SURNAME-COUNT) + 1
		COMPUTE WS-NAME-NUMBER =
			(WS-NAME-SEQ - 1) / WS-SURNAME-COUNT + 1
		STRING WS-SURNAME(WS-SURNAME-IX) DELIMITED BY SPACE
			' '                         DELIMITED BY SIZE
			WS-NAME-NUMBER              DELIMITED BY SIZE
			INTO WS-MASK-OUTPUT
		END-STRING
	END-IF
	MOVE WS-MASK-TYPE TO MXW-TYPE
	MOVE WS-MASK-INPUT TO MXW-ORIGINAL
	MOVE WS-MASK-OUTPUT TO MXW-MASKED
	MOVE WS-NEW-SEQ TO MXW-SEQ-NO
	WRITE MASK-XWALK-RECORD
		INVALID KEY
			DISPLAY 'PHONMASK: CROSSWALK WRITE FAILED - ' MXW-KEY
	END-WRITE.

FIND-DEPT-ENTRY.
	MOVE ZERO TO WS-DEPT-IX
	PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
			UNTIL WS-SCAN-IX > WS-DEPT-COUNT
			OR WS-DEPT-IX > 0
		IF WS-DT-CODE(WS-SCAN-IX) = WS-COUNT-DEPT-CODE
			MOVE WS-SCAN-IX TO WS-DEPT-IX
		END-IF
	END-PERFORM
	IF WS-DEPT-IX = 0
		IF WS-DEPT-COUNT >= WS-DEPT-MAX-ENTRIES
			IF NOT DEPT-TABLE-FULL
				DISPLAY 'PHONMASK: *** DEPARTMENT TABLE FULL - '
					'DEPARTMENT TOTALS INCOMPLETE ***'
			END-IF
			SET DEPT-TABLE-FULL TO TRUE
		ELSE
			ADD 1 TO WS-DEPT-COUNT
			MOVE WS-DEPT-COUNT TO WS-DEPT-IX
			MOVE WS-COUNT-DEPT-CODE TO WS-DT-CODE(WS-DEPT-IX)
			MOVE ZERO TO WS-DT-PROD-COUNT(WS-DEPT-IX)
			MOVE ZERO TO WS-DT-TEST-COUNT(WS-DEPT-IX)
		END-IF
	END-IF.

REREAD-TEST-COPIES.
	*> the proof is taken from the copies as they landed on disk,
	*> not from what this run believes it wrote
	OPEN INPUT TEST-PHONE-FILE
	IF TEST-PHONE-STATUS NOT = '00'
		SET EOF TO TRUE
	END-IF
	PERFORM UNTIL EOF
		READ TEST-PHONE-FILE
			AT END SET EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-PHONE-REREAD
				MOVE TST-DEPT-CODE TO WS-COUNT-DEPT-CODE
				PERFORM FIND-DEPT-ENTRY
				IF WS-DEPT-IX > 0
					ADD 1 TO WS-DT-TEST-COUNT(WS-DEPT-IX)
				END-IF
		END-READ
	END-PERFORM
	CLOSE TEST-PHONE-FILE
	SET EOF TO FALSE
	OPEN INPUT TEST-DEPT-FILE
	IF TEST-DEPT-STATUS NOT = '00'
		SET EOF TO TRUE
	END-IF
	PERFORM UNTIL EOF
		READ TEST-DEPT-FILE
			AT END SET EOF TO TRUE
			NOT AT END ADD 1 TO WS-DEPT-REREAD
		END-READ
	END-PERFORM
	CLOSE TEST-DEPT-FILE
	SET EOF TO FALSE
	OPEN INPUT TEST-LOCATION-FILE
	IF TEST-LOCATION-STATUS NOT = '00'
		SET EOF TO TRUE
	END-IF
	PERFORM UNTIL EOF
		READ TEST-LOCATION-FILE
			AT END SET EOF TO TRUE
			NOT AT END ADD 1 TO WS-LOC-REREAD
		END-READ
	END-PERFORM
	CLOSE TEST-LOCATION-FILE
	SET EOF TO FALSE
	OPEN INPUT TEST-EMPLOYEE-FILE
	IF TEST-EMPLOYEE-STATUS NOT = '00'
		SET EOF TO TRUE
	END-IF
	PERFORM UNTIL EOF
		READ TEST-EMPLOYEE-FILE
			AT END SET EOF TO TRUE
			NOT AT END ADD 1 TO WS-EMP-REREAD
		END-READ
	END-PERFORM
	CLOSE TEST-EMPLOYEE-FILE
	SET EOF TO FALSE
	OPEN INPUT TEST-HR-FILE
	IF TEST-HR-STATUS NOT = '00'
		SET EOF TO TRUE
	END-IF
	PERFORM UNTIL EOF
		READ TEST-HR-FILE
			AT END SET EOF TO TRUE
			NOT AT END ADD 1 TO WS-HR-REREAD
		END-READ
	END-PERFORM
	CLOSE TEST-HR-FILE
	SET EOF TO FALSE.

PRINT-CONTROL-REPORT.
	OPEN OUTPUT MASK-REPORT-FILE
	MOVE FUNCTION CURRENT-DATE(1:8) TO HDG-RUN-DATE
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM HDG-FILE-LINE
	MOVE 'PHONE.DAT' TO FDL-FILE-NAME
	MOVE WS-PHONE-READ TO WS-CHECK-READ
	MOVE WS-PHONE-WRITTEN TO WS-CHECK-WRITTEN
	MOVE WS-PHONE-REREAD TO WS-CHECK-REREAD
	PERFORM PRINT-FILE-LINE
	MOVE 'DEPT.DAT' TO FDL-FILE-NAME
	MOVE WS-DEPT-READ TO WS-CHECK-READ
	MOVE WS-DEPT-WRITTEN TO WS-CHECK-WRITTEN
	MOVE WS-DEPT-REREAD TO WS-CHECK-REREAD
	PERFORM PRINT-FILE-LINE
	MOVE 'PHONLOC.DAT' TO FDL-FILE-NAME
	MOVE WS-LOC-READ TO WS-CHECK-READ
	MOVE WS-LOC-WRITTEN TO WS-CHECK-WRITTEN
	MOVE WS-LOC-REREAD TO WS-CHECK-REREAD
	PERFORM PRINT-FILE-LINE
	MOVE 'EMPLOYEE.DAT' TO FDL-FILE-NAME
	MOVE WS-EMP-READ TO WS-CHECK-READ
	MOVE WS-EMP-WRITTEN TO WS-CHECK-WRITTEN
	MOVE WS-EMP-REREAD TO WS-CHECK-REREAD
	PERFORM PRINT-FILE-LINE
	MOVE 'HREMPL.DAT' TO FDL-FILE-NAME
	MOVE WS-HR-READ TO WS-CHECK-READ
	MOVE WS-HR-WRITTEN TO WS-CHECK-WRITTEN
	MOVE WS-HR-REREAD TO WS-CHECK-REREAD
	PERFORM PRINT-FILE-LINE
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM HDG-DEPT-LINE
	PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
			UNTIL WS-DEPT-IX > WS-DEPT-COUNT
		PERFORM PRINT-DEPT-LINE
	END-PERFORM
	WRITE REPORT-LINE FROM SPACES
	MOVE 'EMPLOYEE IDS NEWLY MASKED   :' TO TOT-LABEL
	MOVE WS-IDS-ADDED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'NAMES NEWLY MASKED          :' TO TOT-LABEL
	MOVE WS-NAMES-ADDED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'CONTROL EXCEPTIONS          :' TO TOT-LABEL
	MOVE WS-EXCEPTION-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	WRITE REPORT-LINE FROM SPACES
	IF DEPT-TABLE-FULL
		MOVE '*** DEPARTMENT TABLE FULL - TOTALS INCOMPLETE ***'
			TO VDL-TEXT
		WRITE REPORT-LINE FROM VERDICT-LINE
		SET COPIES-IN-BALANCE TO FALSE
	END-IF
	IF COPIES-IN-BALANCE
		MOVE 'TEST COPIES BALANCE TO PRODUCTION' TO VDL-TEXT
	ELSE
		MOVE '*** TEST COPIES OUT OF BALANCE - DO NOT RELEASE ***'
			TO VDL-TEXT
	END-IF
	WRITE REPORT-LINE FROM VERDICT-LINE
	CLOSE MASK-REPORT-FILE.

PRINT-FILE-LINE.
	MOVE WS-CHECK-READ TO FDL-READ
	MOVE WS-CHECK-WRITTEN TO FDL-WRITTEN
	MOVE WS-CHECK-REREAD TO FDL-REREAD
	IF WS-CHECK-READ = WS-CHECK-WRITTEN
	AND WS-CHECK-READ = WS-CHECK-REREAD
		MOVE 'BALANCED' TO FDL-RESULT
	ELSE
		MOVE 'OUT OF BALANCE' TO FDL-RESULT
		SET COPIES-IN-BALANCE TO FALSE
		ADD 1 TO WS-EXCEPTION-COUNT
	END-IF
	WRITE REPORT-LINE FROM FILE-DETAIL-LINE.

PRINT-DEPT-LINE.
	MOVE WS-DT-CODE(WS-DEPT-IX) TO DDL-DEPT-CODE
	MOVE WS-DT-PROD-COUNT(WS-DEPT-IX) TO DDL-PROD-COUNT
	MOVE WS-DT-TEST-COUNT(WS-DEPT-IX) TO DDL-TEST-COUNT
	IF WS-DT-PROD-COUNT(WS-DEPT-IX) = WS-DT-TEST-COUNT(WS-DEPT-IX)
		MOVE 'BALANCED' TO DDL-RESULT
	ELSE
		MOVE 'OUT OF BALANCE' TO DDL-RESULT
		SET COPIES-IN-BALANCE TO FALSE
		ADD 1 TO WS-EXCEPTION-COUNT
	END-IF
	WRITE REPORT-LINE FROM DEPT-DETAIL-LINE.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'PHONMASK' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	COMPUTE RUN-RECORDS-IN = WS-PHONE-READ + WS-DEPT-READ
		+ WS-LOC-READ + WS-EMP-READ + WS-HR-READ
	COMPUTE RUN-RECORDS-OUT = WS-PHONE-WRITTEN + WS-DEPT-WRITTEN
		+ WS-LOC-WRITTEN + WS-EMP-WRITTEN + WS-HR-WRITTEN
	MOVE WS-EXCEPTION-COUNT TO RUN-REJECT-COUNT
	MOVE ZERO TO RUN-ADD-COUNT
	MOVE ZERO TO RUN-DELETE-COUNT
	MOVE ZERO TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONMASK DIRECTORY RECORDS    : ' WS-PHONE-WRITTEN
	DISPLAY 'PHONMASK DEPARTMENT RECORDS   : ' WS-DEPT-WRITTEN
	DISPLAY 'PHONMASK LOCATION RECORDS     : ' WS-LOC-WRITTEN
	DISPLAY 'PHONMASK EMPLOYEE RECORDS     : ' WS-EMP-WRITTEN
	DISPLAY 'PHONMASK HR RECORDS           : ' WS-HR-WRITTEN
	DISPLAY 'PHONMASK CONTROL EXCEPTIONS   : ' WS-EXCEPTION-COUNT
	IF NOT COPIES-IN-BALANCE
		DISPLAY 'PHONMASK *** TEST COPIES OUT OF BALANCE ***'
	END-IF.
