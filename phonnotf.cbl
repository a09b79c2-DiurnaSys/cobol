       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHONNOTF.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PHONE-AUDIT-FILE
		ASSIGN TO 'phonaud.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AUDIT-FILE-STATUS.
	SELECT NOTICE-CTL-FILE
		ASSIGN TO 'phonnotf.ctl'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS NOTICE-CTL-STATUS.
	SELECT EMPLOYEE-FILE
		ASSIGN TO 'employee.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS EMPLOYEE-FILE-STATUS.
	SELECT DEPT-FILE
		ASSIGN TO 'dept.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS DEPT-FILE-STATUS.
	SELECT NOTICE-SORT-WORK
		ASSIGN TO 'phonnotf.wrk'.
	SELECT EMP-SORT-WORK
		ASSIGN TO 'empnotf.wrk'.
	SELECT NOTICE-SORTED-FILE
		ASSIGN TO 'phonnotf.srt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS NOTICE-SORTED-STATUS.
	SELECT EMP-SORTED-FILE
		ASSIGN TO 'empnotf.srt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS EMP-SORTED-STATUS.
	SELECT NOTIFICATION-FILE
		ASSIGN TO 'phonnotf.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS NOTIFICATION-FILE-STATUS.
	SELECT EXCEPTION-FILE
		ASSIGN TO 'phonnotf.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS EXCEPTION-FILE-STATUS.
	SELECT RUN-LOG-FILE
		ASSIGN TO 'runlog.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RUN-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD PHONE-AUDIT-FILE.
01 AUDIT-RECORD.
	COPY AUDITREC.

FD NOTICE-CTL-FILE.
01 NOTICE-CTL-RECORD.
	05 CTL-LAST-TIMESTAMP	PIC X(21).

FD EMPLOYEE-FILE.
01 EMPLOYEE-RECORD.
	COPY EMAILREC.

FD DEPT-FILE.
01 DEPT-RECORD.
	COPY DEPTREC.

SD NOTICE-SORT-WORK.
01 NOTICE-SORT-RECORD.
	*> one audit entry as it concerns one employee's line
	05 NSRT-EMP-ID		PIC X(6).
	05 NSRT-PHONE-NO	PIC X(6).
	05 NSRT-TIMESTAMP	PIC X(21).
	05 NSRT-ACTION		PIC X.
	05 NSRT-BEFORE-IMAGE	PIC X(31).
	05 NSRT-AFTER-IMAGE	PIC X(31).

SD EMP-SORT-WORK.
01 EMP-SORT-RECORD.
	COPY EMAILREC.

FD NOTICE-SORTED-FILE.
01 NOTICE-SORTED-RECORD.
	05 NSD-EMP-ID		PIC X(6).
	05 NSD-PHONE-NO		PIC X(6).
	05 NSD-TIMESTAMP	PIC X(21).
	05 NSD-ACTION		PIC X.
	05 NSD-BEFORE-IMAGE	PIC X(31).
	05 NSD-AFTER-IMAGE	PIC X(31).

FD EMP-SORTED-FILE.
01 EMP-SORTED-RECORD.
	COPY EMAILREC REPLACING LEADING ==EMP-== BY ==ESRT-==.

FD NOTIFICATION-FILE.
01 NOTIFICATION-RECORD.
	COPY NOTIFREC.

FD EXCEPTION-FILE.
01 EXCEPTION-LINE		PIC X(80).

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

WORKING-STORAGE SECTION.
01 AUDIT-FILE-STATUS		PIC X(2).
01 NOTICE-CTL-STATUS		PIC X(2).
01 EMPLOYEE-FILE-STATUS		PIC X(2).
01 DEPT-FILE-STATUS		PIC X(2).
01 NOTICE-SORTED-STATUS		PIC X(2).
01 EMP-SORTED-STATUS		PIC X(2).
01 NOTIFICATION-FILE-STATUS	PIC X(2).
01 EXCEPTION-FILE-STATUS	PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y' FALSE 'N'.
	05 NOTICE-EOF-SWITCH	PIC X VALUE 'N'.
		88 NOTICE-EOF		VALUE 'Y'.
	05 EMP-EOF-SWITCH	PIC X VALUE 'N'.
		88 EMP-EOF		VALUE 'Y'.
	05 EMAIL-VALID-SWITCH	PIC X VALUE 'Y'.
		88 EMAIL-VALID		VALUE 'Y' FALSE 'N'.
	05 DEPT-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 DEPT-FILE-AVAILABLE	VALUE 'Y'.
01 WS-LAST-TIMESTAMP		PIC X(21) VALUE LOW-VALUES.
01 WS-NEWEST-TIMESTAMP		PIC X(21) VALUE LOW-VALUES.
01 WS-COMPARE-KEYS.
	05 WS-NOTICE-KEY.
		10 WS-NOTICE-EMP-KEY	PIC X(6) VALUE HIGH-VALUES.
		10 WS-NOTICE-LINE-KEY	PIC X(6) VALUE HIGH-VALUES.
	05 WS-EMP-KEY		PIC X(6) VALUE HIGH-VALUES.
01 WS-GROUP-KEY.
	05 WS-GROUP-EMP-ID	PIC X(6).
	05 WS-GROUP-PHONE-NO	PIC X(6).
01 WS-GROUP-TIMESTAMP		PIC X(21).
01 WS-OLD-IMAGE.
	COPY PHONEREC.
01 WS-NEW-IMAGE.
	COPY PHONEREC.
01 WS-DESCRIBE-IMAGE.
	COPY PHONEREC.
01 WS-LOOKUP-DEPT-CODE		PIC X(4).
01 WS-DEPT-NAME			PIC X(20).
01 WS-NOTICE-NAME		PIC X(20).
01 WS-EXCEPTION-REASON		PIC X(25).
01 WS-AT-COUNT			PIC 9(2) VALUE ZERO.
01 WS-LOCAL-PART		PIC X(40).
01 WS-DOMAIN-PART		PIC X(40).
01 WS-EXPECTED-DOMAIN		PIC X(40) VALUE 'COMPANY.COM'.
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-AUDIT-READ	PIC 9(6) VALUE ZERO.
	05 WS-AUDIT-SELECTED	PIC 9(6) VALUE ZERO.
	05 WS-LINES-CHANGED	PIC 9(6) VALUE ZERO.
	05 WS-NOTICE-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-HELP-DESK-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-UNOWNED-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-NO-NET-CHANGE	PIC 9(6) VALUE ZERO.

01 WS-FIELD-LABEL-LIST.
	*> the fields of a line an employee is told about, in the order
	*> DESCRIBE-IMAGE lays out their plain-language values
	05 FILLER		PIC X(14) VALUE 'PHONE NUMBER'.
	05 FILLER		PIC X(14) VALUE 'LISTED NAME'.
	05 FILLER		PIC X(14) VALUE 'DEPARTMENT'.
	05 FILLER		PIC X(14) VALUE 'EXTENSION'.
	05 FILLER		PIC X(14) VALUE 'LINE STATUS'.
01 WS-FIELD-LABEL-TABLE REDEFINES WS-FIELD-LABEL-LIST.
	05 WS-FIELD-LABEL	PIC X(14) OCCURS 5 TIMES.
01 WS-FIELD-COUNT		PIC 9 VALUE 5.
01 WS-FIELD-IX			PIC 9 VALUE ZERO.
01 WS-DESCRIPTION.
	05 WS-DESC-VALUE	PIC X(25) OCCURS 5 TIMES.
01 WS-OLD-DESCRIPTION.
	05 WS-OLD-DESC-VALUE	PIC X(25) OCCURS 5 TIMES.
01 WS-NEW-DESCRIPTION.
	05 WS-NEW-DESC-VALUE	PIC X(25) OCCURS 5 TIMES.

01 EXC-HEADING-1.
	05 FILLER		PIC X(60) VALUE
		'DIRECTORY CHANGES THE HELP DESK MUST PHONE THROUGH'.
01 EXC-HEADING-2.
	05 FILLER		PIC X(60) VALUE
		'(NO USABLE EMAIL ADDRESS FOR THE EMPLOYEE)'.

01 EXC-EMPLOYEE-LINE.
	05 FILLER		PIC X(7) VALUE 'EMP-ID:'.
	05 EXC-EMP-ID		PIC X(6).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 EXC-EMP-NAME		PIC X(20).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(5) VALUE 'LINE:'.
	05 EXC-PHONE-NO		PIC X(6).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 EXC-REASON		PIC X(25).

01 EXC-CHANGE-LINE.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 EXC-FIELD-NAME	PIC X(14).
	05 EXC-OLD-VALUE	PIC X(25).
	05 FILLER		PIC X(4) VALUE ' -> '.
	05 EXC-NEW-VALUE	PIC X(25).

01 TOTAL-LINE.
	05 FILLER		PIC X(34) VALUE
		'EMPLOYEES FOR HELP DESK CALL-OUT: '.
	05 TOT-HELP-DESK-COUNT	PIC ZZZ,ZZ9.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	*> tells each employee what changed on their own lines since the
	*> last run; every audit entry for the same employee and line is
	*> folded into one notice of the net old and new values
	SORT NOTICE-SORT-WORK
		ON ASCENDING KEY NSRT-EMP-ID
		ON ASCENDING KEY NSRT-PHONE-NO
		ON ASCENDING KEY NSRT-TIMESTAMP
		WITH DUPLICATES IN ORDER
		INPUT PROCEDURE IS SELECT-NEW-AUDIT-ENTRIES
		GIVING NOTICE-SORTED-FILE
	SORT EMP-SORT-WORK
		ON ASCENDING KEY EMP-ID OF EMP-SORT-RECORD
		USING EMPLOYEE-FILE
		GIVING EMP-SORTED-FILE
	PERFORM BUILD-NOTIFICATIONS
	PERFORM REWRITE-NOTICE-CONTROL
	PERFORM WRITE-RUN-LOG-RECORD
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	STOP RUN.

SELECT-NEW-AUDIT-ENTRIES.
	PERFORM READ-NOTICE-CONTROL
	MOVE WS-LAST-TIMESTAMP TO WS-NEWEST-TIMESTAMP
	OPEN INPUT PHONE-AUDIT-FILE
	IF AUDIT-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONNOTF: PHONAUD.DAT NOT FOUND'
	END-IF
	PERFORM UNTIL EOF
		READ PHONE-AUDIT-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM CHECK-AUDIT-RECORD
		END-READ
	END-PERFORM
	CLOSE PHONE-AUDIT-FILE
	SET EOF TO FALSE.

READ-NOTICE-CONTROL.
	OPEN INPUT NOTICE-CTL-FILE
	IF NOTICE-CTL-STATUS = '00'
		READ NOTICE-CTL-FILE
			AT END MOVE LOW-VALUES TO WS-LAST-TIMESTAMP
			NOT AT END MOVE CTL-LAST-TIMESTAMP TO WS-LAST-TIMESTAMP
		END-READ
		CLOSE NOTICE-CTL-FILE
	ELSE
		*> first run ever: everything on the audit trail is new
		MOVE LOW-VALUES TO WS-LAST-TIMESTAMP
	END-IF.

CHECK-AUDIT-RECORD.
	ADD 1 TO WS-AUDIT-READ
	IF FUNCTION MOD(WS-AUDIT-READ, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'PHONNOTF: ' WS-AUDIT-READ ' RECORDS PROCESSED'
	END-IF
	IF AUDIT-TIMESTAMP > WS-LAST-TIMESTAMP
		ADD 1 TO WS-AUDIT-SELECTED
		PERFORM RELEASE-AUDIT-ENTRY
		IF AUDIT-TIMESTAMP > WS-NEWEST-TIMESTAMP
			MOVE AUDIT-TIMESTAMP TO WS-NEWEST-TIMESTAMP
		END-IF
	END-IF.

RELEASE-AUDIT-ENTRY.
	MOVE AUDIT-BEFORE-IMAGE TO WS-OLD-IMAGE
	MOVE AUDIT-AFTER-IMAGE TO WS-NEW-IMAGE
	MOVE AUDIT-TIMESTAMP TO NSRT-TIMESTAMP
	EVALUATE TRUE
		WHEN AUDIT-ACTION-CODE = 'D'
		AND WS-NEW-IMAGE NOT = SPACES
			*> the retiring half of an exchange renumbering: its paired
			*> add carries both numbers and tells the employee alone
			CONTINUE
		WHEN AUDIT-ACTION-CODE = 'D'
			MOVE PHONE-EMP-ID OF WS-OLD-IMAGE TO NSRT-EMP-ID
			MOVE PHONE-NO OF WS-OLD-IMAGE TO NSRT-PHONE-NO
			MOVE 'D' TO NSRT-ACTION
			MOVE WS-OLD-IMAGE TO NSRT-BEFORE-IMAGE
			MOVE SPACES TO NSRT-AFTER-IMAGE
			RELEASE NOTICE-SORT-RECORD
		WHEN AUDIT-ACTION-CODE = 'C'
		AND PHONE-EMP-ID OF WS-OLD-IMAGE NOT = PHONE-EMP-ID OF WS-NEW-IMAGE
			*> a line handed to someone else: the previous holder is
			*> told it is no longer theirs, the new holder that it is
			MOVE PHONE-EMP-ID OF WS-OLD-IMAGE TO NSRT-EMP-ID
			MOVE PHONE-NO OF WS-OLD-IMAGE TO NSRT-PHONE-NO
			MOVE 'D' TO NSRT-ACTION
			MOVE WS-OLD-IMAGE TO NSRT-BEFORE-IMAGE
			MOVE SPACES TO NSRT-AFTER-IMAGE
			RELEASE NOTICE-SORT-RECORD
			MOVE PHONE-EMP-ID OF WS-NEW-IMAGE TO NSRT-EMP-ID
			MOVE PHONE-NO OF WS-NEW-IMAGE TO NSRT-PHONE-NO
			MOVE 'A' TO NSRT-ACTION
			MOVE SPACES TO NSRT-BEFORE-IMAGE
			MOVE WS-NEW-IMAGE TO NSRT-AFTER-IMAGE
			RELEASE NOTICE-SORT-RECORD
		WHEN OTHER
			MOVE PHONE-EMP-ID OF WS-NEW-IMAGE TO NSRT-EMP-ID
			MOVE PHONE-NO OF WS-NEW-IMAGE TO NSRT-PHONE-NO
			MOVE AUDIT-ACTION-CODE TO NSRT-ACTION
			MOVE WS-OLD-IMAGE TO NSRT-BEFORE-IMAGE
			MOVE WS-NEW-IMAGE TO NSRT-AFTER-IMAGE
			RELEASE NOTICE-SORT-RECORD
	END-EVALUATE.

BUILD-NOTIFICATIONS.
	OPEN INPUT NOTICE-SORTED-FILE
	OPEN INPUT EMP-SORTED-FILE
	OPEN INPUT DEPT-FILE
	IF DEPT-FILE-STATUS = '00'
		SET DEPT-FILE-AVAILABLE TO TRUE
	END-IF
	OPEN OUTPUT NOTIFICATION-FILE
	OPEN OUTPUT EXCEPTION-FILE
	WRITE EXCEPTION-LINE FROM EXC-HEADING-1
	WRITE EXCEPTION-LINE FROM EXC-HEADING-2
	WRITE EXCEPTION-LINE FROM SPACES
	PERFORM READ-NEXT-NOTICE
	PERFORM READ-NEXT-EMPLOYEE
	PERFORM UNTIL NOTICE-EOF
		PERFORM UNTIL WS-EMP-KEY >= WS-NOTICE-EMP-KEY
			PERFORM READ-NEXT-EMPLOYEE
		END-PERFORM
		PERFORM COLLECT-LINE-CHANGES
		PERFORM ISSUE-LINE-NOTICE
	END-PERFORM
	MOVE WS-HELP-DESK-COUNT TO TOT-HELP-DESK-COUNT
	WRITE EXCEPTION-LINE FROM TOTAL-LINE
	CLOSE NOTICE-SORTED-FILE
	CLOSE EMP-SORTED-FILE
	IF DEPT-FILE-AVAILABLE
		CLOSE DEPT-FILE
	END-IF
	CLOSE NOTIFICATION-FILE
	CLOSE EXCEPTION-FILE.

READ-NEXT-NOTICE.
	READ NOTICE-SORTED-FILE
		AT END
			SET NOTICE-EOF TO TRUE
			MOVE HIGH-VALUES TO WS-NOTICE-KEY
		NOT AT END
			MOVE NSD-EMP-ID TO WS-NOTICE-EMP-KEY
			MOVE NSD-PHONE-NO TO WS-NOTICE-LINE-KEY
	END-READ.

READ-NEXT-EMPLOYEE.
	READ EMP-SORTED-FILE
		AT END
			SET EMP-EOF TO TRUE
			MOVE HIGH-VALUES TO WS-EMP-KEY
		NOT AT END
			MOVE ESRT-ID TO WS-EMP-KEY
	END-READ.

COLLECT-LINE-CHANGES.
	*> the net change is the line as it stood before the first entry
	*> against the line as it stood after the last
	MOVE WS-NOTICE-KEY TO WS-GROUP-KEY
	MOVE NSD-BEFORE-IMAGE TO WS-OLD-IMAGE
	PERFORM UNTIL WS-NOTICE-KEY NOT = WS-GROUP-KEY
		MOVE NSD-AFTER-IMAGE TO WS-NEW-IMAGE
		MOVE NSD-TIMESTAMP TO WS-GROUP-TIMESTAMP
		PERFORM READ-NEXT-NOTICE
	END-PERFORM
	ADD 1 TO WS-LINES-CHANGED.

ISSUE-LINE-NOTICE.
	PERFORM BUILD-CHANGE-LIST
	EVALUATE TRUE
		WHEN WS-GROUP-EMP-ID = SPACES
			*> a shared or unassigned line has no one to tell
			ADD 1 TO WS-UNOWNED-COUNT
		WHEN NOTF-CHANGE-COUNT = ZERO
			*> changed and changed back, or added and removed again
			*> within the same run
			ADD 1 TO WS-NO-NET-CHANGE
		WHEN WS-EMP-KEY NOT = WS-GROUP-EMP-ID
			MOVE 'NO EMPLOYEE RECORD' TO WS-EXCEPTION-REASON
			PERFORM WRITE-HELP-DESK-ENTRY
		WHEN OTHER
			PERFORM VALIDATE-EMPLOYEE-EMAIL
			IF EMAIL-VALID
				PERFORM WRITE-NOTIFICATION
			ELSE
				PERFORM WRITE-HELP-DESK-ENTRY
			END-IF
	END-EVALUATE.

BUILD-CHANGE-LIST.
	MOVE SPACES TO NOTIFICATION-RECORD
	MOVE ZERO TO NOTF-CHANGE-COUNT
	MOVE WS-GROUP-TIMESTAMP TO NOTF-CHANGED-AT
	MOVE WS-GROUP-EMP-ID TO NOTF-EMP-ID
	MOVE WS-GROUP-PHONE-NO TO NOTF-PHONE-NO
	EVALUATE TRUE
		WHEN WS-OLD-IMAGE = SPACES
			SET NOTF-LINE-ADDED TO TRUE
		WHEN WS-NEW-IMAGE = SPACES
			SET NOTF-LINE-REMOVED TO TRUE
		WHEN OTHER
			SET NOTF-LINE-CHANGED TO TRUE
	END-EVALUATE
	MOVE WS-OLD-IMAGE TO WS-DESCRIBE-IMAGE
	PERFORM DESCRIBE-IMAGE
	MOVE WS-DESCRIPTION TO WS-OLD-DESCRIPTION
	MOVE WS-NEW-IMAGE TO WS-DESCRIBE-IMAGE
	PERFORM DESCRIBE-IMAGE
	MOVE WS-DESCRIPTION TO WS-NEW-DESCRIPTION
	PERFORM VARYING WS-FIELD-IX FROM 1 BY 1
			UNTIL WS-FIELD-IX > WS-FIELD-COUNT
		IF WS-OLD-DESC-VALUE(WS-FIELD-IX)
				NOT = WS-NEW-DESC-VALUE(WS-FIELD-IX)
			ADD 1 TO NOTF-CHANGE-COUNT
			MOVE WS-FIELD-LABEL(WS-FIELD-IX)
				TO NOTF-FIELD-NAME(NOTF-CHANGE-COUNT)
			MOVE WS-OLD-DESC-VALUE(WS-FIELD-IX)
				TO NOTF-OLD-VALUE(NOTF-CHANGE-COUNT)
			MOVE WS-NEW-DESC-VALUE(WS-FIELD-IX)
				TO NOTF-NEW-VALUE(NOTF-CHANGE-COUNT)
		END-IF
	END-PERFORM.

DESCRIBE-IMAGE.
	*> turns the codes on one image into what an employee would
	*> recognise; a line that did not exist (before an add, after a
	*> delete) reads NONE throughout
	IF WS-DESCRIBE-IMAGE = SPACES
		PERFORM VARYING WS-FIELD-IX FROM 1 BY 1
				UNTIL WS-FIELD-IX > WS-FIELD-COUNT
			MOVE 'NONE' TO WS-DESC-VALUE(WS-FIELD-IX)
		END-PERFORM
	ELSE
		MOVE PHONE-NO OF WS-DESCRIBE-IMAGE TO WS-DESC-VALUE(1)
		MOVE PHONE-NAME OF WS-DESCRIBE-IMAGE TO WS-DESC-VALUE(2)
		MOVE PHONE-DEPT-CODE OF WS-DESCRIBE-IMAGE TO WS-LOOKUP-DEPT-CODE
		PERFORM LOOK-UP-DEPT-NAME
		MOVE SPACES TO WS-DESC-VALUE(3)
		STRING
			WS-LOOKUP-DEPT-CODE	DELIMITED BY SIZE
			' '			DELIMITED BY SIZE
			WS-DEPT-NAME		DELIMITED BY SIZE
			INTO WS-DESC-VALUE(3)
		END-STRING
		IF PHONE-EXTENSION OF WS-DESCRIBE-IMAGE = SPACES
			MOVE 'NO EXTENSION' TO WS-DESC-VALUE(4)
		ELSE
			MOVE PHONE-EXTENSION OF WS-DESCRIBE-IMAGE
				TO WS-DESC-VALUE(4)
		END-IF
		EVALUATE TRUE
			WHEN PHONE-UNLISTED OF WS-DESCRIBE-IMAGE
				MOVE 'IN SERVICE, UNLISTED' TO WS-DESC-VALUE(5)
			WHEN PHONE-ACTIVE OF WS-DESCRIBE-IMAGE
				MOVE 'IN SERVICE' TO WS-DESC-VALUE(5)
			WHEN PHONE-INACTIVE OF WS-DESCRIBE-IMAGE
				MOVE 'OUT OF SERVICE' TO WS-DESC-VALUE(5)
			WHEN OTHER
				MOVE SPACES TO WS-DESC-VALUE(5)
				STRING
					'STATUS '		DELIMITED BY SIZE
					PHONE-STATUS OF WS-DESCRIBE-IMAGE
						DELIMITED BY SIZE
					INTO WS-DESC-VALUE(5)
				END-STRING
		END-EVALUATE
	END-IF.

LOOK-UP-DEPT-NAME.
	*> judged on the switch set at open, not the live file status
	MOVE 'UNKNOWN DEPARTMENT' TO WS-DEPT-NAME
	IF DEPT-FILE-AVAILABLE
		MOVE WS-LOOKUP-DEPT-CODE TO DEPT-CODE
		READ DEPT-FILE
			INVALID KEY CONTINUE
			NOT INVALID KEY MOVE DEPT-NAME TO WS-DEPT-NAME
		END-READ
	END-IF.

VALIDATE-EMPLOYEE-EMAIL.
	*> the same rules EMAILVAL applies to the HR extract
	SET EMAIL-VALID TO TRUE
	MOVE ZERO TO WS-AT-COUNT
	INSPECT ESRT-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'
	IF WS-AT-COUNT NOT = 1
		SET EMAIL-VALID TO FALSE
		MOVE 'MISSING OR EXTRA @ SYMBOL' TO WS-EXCEPTION-REASON
	ELSE
		UNSTRING ESRT-EMAIL DELIMITED BY '@'
			INTO WS-LOCAL-PART WS-DOMAIN-PART
		END-UNSTRING
		IF WS-DOMAIN-PART NOT = WS-EXPECTED-DOMAIN
			SET EMAIL-VALID TO FALSE
			MOVE 'INVALID DOMAIN' TO WS-EXCEPTION-REASON
		END-IF
	END-IF.

WRITE-NOTIFICATION.
	MOVE ESRT-NAME TO NOTF-EMP-NAME
	MOVE ESRT-EMAIL TO NOTF-EMAIL
	WRITE NOTIFICATION-RECORD
	ADD 1 TO WS-NOTICE-COUNT.

WRITE-HELP-DESK-ENTRY.
	*> the help desk phones the employee instead, so the entry
	*> carries the same old and new values the notice would have
	IF WS-EMP-KEY = WS-GROUP-EMP-ID
		MOVE ESRT-NAME TO WS-NOTICE-NAME
	ELSE
		IF WS-NEW-IMAGE = SPACES
			MOVE PHONE-NAME OF WS-OLD-IMAGE TO WS-NOTICE-NAME
		ELSE
			MOVE PHONE-NAME OF WS-NEW-IMAGE TO WS-NOTICE-NAME
		END-IF
	END-IF
	MOVE WS-GROUP-EMP-ID TO EXC-EMP-ID
	MOVE WS-NOTICE-NAME TO EXC-EMP-NAME
	MOVE WS-GROUP-PHONE-NO TO EXC-PHONE-NO
	MOVE WS-EXCEPTION-REASON TO EXC-REASON
	WRITE EXCEPTION-LINE FROM EXC-EMPLOYEE-LINE
	PERFORM VARYING WS-FIELD-IX FROM 1 BY 1
			UNTIL WS-FIELD-IX > NOTF-CHANGE-COUNT
		MOVE NOTF-FIELD-NAME(WS-FIELD-IX) TO EXC-FIELD-NAME
		MOVE NOTF-OLD-VALUE(WS-FIELD-IX) TO EXC-OLD-VALUE
		MOVE NOTF-NEW-VALUE(WS-FIELD-IX) TO EXC-NEW-VALUE
		WRITE EXCEPTION-LINE FROM EXC-CHANGE-LINE
	END-PERFORM
	WRITE EXCEPTION-LINE FROM SPACES
	ADD 1 TO WS-HELP-DESK-COUNT.

REWRITE-NOTICE-CONTROL.
	OPEN OUTPUT NOTICE-CTL-FILE
	IF WS-NEWEST-TIMESTAMP = LOW-VALUES
		*> nothing selected yet: store spaces, which compare below
		*> every real timestamp, so the next run still selects all
		MOVE SPACES TO CTL-LAST-TIMESTAMP
	ELSE
		MOVE WS-NEWEST-TIMESTAMP TO CTL-LAST-TIMESTAMP
	END-IF
	WRITE NOTICE-CTL-RECORD
	CLOSE NOTICE-CTL-FILE.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'PHONNOTF' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-AUDIT-SELECTED TO RUN-RECORDS-IN
	MOVE WS-NOTICE-COUNT TO RUN-RECORDS-OUT
	MOVE WS-HELP-DESK-COUNT TO RUN-REJECT-COUNT
	MOVE ZERO TO RUN-ADD-COUNT
	MOVE ZERO TO RUN-DELETE-COUNT
	COMPUTE RUN-SKIP-COUNT = WS-UNOWNED-COUNT + WS-NO-NET-CHANGE
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONNOTF AUDIT RECORDS READ     : ' WS-AUDIT-READ
	DISPLAY 'PHONNOTF NEW SINCE LAST RUN     : ' WS-AUDIT-SELECTED
	DISPLAY 'PHONNOTF EMPLOYEE LINES CHANGED : ' WS-LINES-CHANGED
	DISPLAY 'PHONNOTF NOTIFICATIONS QUEUED   : ' WS-NOTICE-COUNT
	DISPLAY 'PHONNOTF HELP DESK CALL-OUTS    : ' WS-HELP-DESK-COUNT
	DISPLAY 'PHONNOTF LINES WITH NO EMPLOYEE : ' WS-UNOWNED-COUNT
	DISPLAY 'PHONNOTF NO NET CHANGE          : ' WS-NO-NET-CHANGE.
