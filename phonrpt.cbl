		ACCESS MODE IS RANDOM
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS DEPT-FILE-STATUS.
	SELECT GROUP-FILE
		ASSIGN TO 'huntgrp.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GRP-NO
		ALTERNATE RECORD KEY IS GRP-NAME WITH DUPLICATES
		FILE STATUS IS GROUP-FILE-STATUS.
	SELECT REPORT-FILE
		ASSIGN TO 'phonrpt.prt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REPORT-FILE-STATUS.
	SELECT BURST-FILE
		ASSIGN TO 'phonrpt.bst'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BURST-FILE-STATUS.
	SELECT UNLISTED-CONTROL-FILE
		ASSIGN TO 'phonunls.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS UNLISTED-CONTROL-STATUS.
DATA DIVISION.
FILE SECTION.
FD PHONE-FILE.
01 DEPT-RECORD.
	COPY DEPTREC.

FD GROUP-FILE.
01 GROUP-RECORD.
	COPY GRPREC.

FD REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD BURST-FILE.
01 BURST-RECORD.
	COPY BURSTREC.

FD UNLISTED-CONTROL-FILE.
01 UNLISTED-CONTROL-RECORD.
	COPY UNLSCTL.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS		PIC X(2).
01 DEPT-FILE-STATUS		PIC X(2).
01 GROUP-FILE-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 BURST-FILE-STATUS		PIC X(2).
01 UNLISTED-CONTROL-STATUS	PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y'.
	05 GROUP-FILE-SWITCH	PIC X VALUE 'N'.
		88 GROUP-FILE-AVAILABLE	VALUE 'Y'.
*> people and groups are both read in name order and merged, so a
*> group prints among the people under its own letter
01 WS-PERSON-KEY		PIC X(10).
01 WS-GROUP-KEY			PIC X(10).
01 WS-LIST-NAME			PIC X(10).
01 WS-LIST-DEPT-CODE		PIC X(4).
01 WS-DEPT-NAME			PIC X(20).
01 WS-PREV-LETTER		PIC X(1) VALUE SPACES.
01 WS-COUNTERS.
	05 WS-LINE-COUNT	PIC 9(2) VALUE 99.
	05 WS-PAGE-COUNT	PIC 9(4) VALUE ZERO.
	05 WS-RECORD-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-BURST-SEQ		PIC 9(8) VALUE ZERO.
	05 WS-UNLISTED-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-GROUP-COUNT	PIC 9(6) VALUE ZERO.
01 WS-MAX-LINES-PER-PAGE	PIC 9(2) VALUE 60.
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.

	05 FILLER		PIC X(10) VALUE 'NAME'.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 FILLER		PIC X(20) VALUE 'DEPARTMENT'.
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(11) VALUE 'TYPE'.

01 SUBHEADING-LINE.
	05 FILLER		PIC X(4) VALUE SPACES.
	05 DTL-PHONE-NAME	PIC X(10).
	05 FILLER		PIC X(4) VALUE SPACES.
	05 DTL-DEPT-NAME	PIC X(20).
	05 FILLER		PIC X(2) VALUE SPACES.
	*> blank for a person; names the kind of shared number otherwise
	05 DTL-ENTRY-TYPE	PIC X(11).

*> people only, so it still balances to PHONDRPT's RECORDS LISTED
01 TOTAL-LINE.
	05 FILLER		PIC X(20) VALUE 'RECORDS LISTED:'.
	05 TOT-RECORD-COUNT	PIC ZZZ,ZZ9.
01 GROUP-TOTAL-LINE.
	05 FILLER		PIC X(20) VALUE 'GROUPS LISTED:'.
	05 TOT-GROUP-COUNT	PIC ZZZ,ZZ9.

PROCEDURE DIVISION.

	OPEN INPUT PHONE-FILE
	OPEN INPUT DEPT-FILE
	OPEN OUTPUT REPORT-FILE
	OPEN OUTPUT BURST-FILE
	*> every department's copy carries the column headings once
	MOVE HDG-LINE-2 TO BST-LINE
	PERFORM WRITE-BURST-HEADING
	MOVE HIGH-VALUES TO WS-GROUP-KEY
	OPEN INPUT GROUP-FILE
	*> no group file yet simply means a directory of people only
	IF GROUP-FILE-STATUS = '00'
		SET GROUP-FILE-AVAILABLE TO TRUE
		MOVE LOW-VALUES TO GRP-NAME
		START GROUP-FILE KEY IS NOT LESS THAN GRP-NAME
			INVALID KEY CONTINUE
			NOT INVALID KEY PERFORM READ-NEXT-GROUP
		END-START
	END-IF
	MOVE HIGH-VALUES TO WS-PERSON-KEY
	MOVE LOW-VALUES TO PHONE-NAME
	START PHONE-FILE KEY IS NOT LESS THAN PHONE-NAME
		INVALID KEY CONTINUE
		NOT INVALID KEY PERFORM READ-NEXT-PERSON
	END-START
	PERFORM UNTIL WS-PERSON-KEY = HIGH-VALUES
			AND WS-GROUP-KEY = HIGH-VALUES
		*> on equal names the person prints ahead of the group
		IF WS-PERSON-KEY NOT > WS-GROUP-KEY
			PERFORM LIST-ONE-RECORD
			PERFORM READ-NEXT-PERSON
		ELSE
			PERFORM LIST-ONE-GROUP
			PERFORM READ-NEXT-GROUP
		END-IF
	END-PERFORM
	PERFORM PRINT-CONTROL-TOTAL
	CLOSE PHONE-FILE
	IF GROUP-FILE-AVAILABLE
		CLOSE GROUP-FILE
	END-IF
	CLOSE DEPT-FILE
	CLOSE REPORT-FILE
	CLOSE BURST-FILE
	PERFORM WRITE-UNLISTED-CONTROL.

PROGRAM-DONE.
	STOP RUN.

READ-NEXT-PERSON.
	READ PHONE-FILE NEXT RECORD
		AT END MOVE HIGH-VALUES TO WS-PERSON-KEY
		NOT AT END MOVE PHONE-NAME TO WS-PERSON-KEY
	END-READ.

READ-NEXT-GROUP.
	READ GROUP-FILE NEXT RECORD
		AT END MOVE HIGH-VALUES TO WS-GROUP-KEY
		NOT AT END MOVE GRP-NAME TO WS-GROUP-KEY
	END-READ.

LIST-ONE-RECORD.
	*> an unlisted line is never printed, nor sent to a department
	IF PHONE-UNLISTED
		ADD 1 TO WS-UNLISTED-COUNT
	ELSE
		MOVE PHONE-NAME TO WS-LIST-NAME
		MOVE PHONE-DEPT-CODE OF PHONE-RECORD TO WS-LIST-DEPT-CODE
		PERFORM LOOKUP-DEPT-NAME
		MOVE PHONE-NO TO DTL-PHONE-NO
		MOVE PHONE-NAME TO DTL-PHONE-NAME
		MOVE WS-DEPT-NAME TO DTL-DEPT-NAME
		MOVE SPACES TO DTL-ENTRY-TYPE
		PERFORM PRINT-DETAIL-LINE
		ADD 1 TO WS-RECORD-COUNT
		IF FUNCTION MOD(WS-RECORD-COUNT, WS-PROGRESS-INTERVAL) = 0
			DISPLAY 'PHONRPT: ' WS-RECORD-COUNT ' RECORDS PROCESSED'
		END-IF
	END-IF.

LIST-ONE-GROUP.
	*> a reception, help desk or shared department number is listed
	*> under its own name, since no one person owns it
	MOVE GRP-NAME TO WS-LIST-NAME
	MOVE GRP-DEPT-CODE TO WS-LIST-DEPT-CODE
	PERFORM LOOKUP-DEPT-NAME
	MOVE GRP-NO TO DTL-PHONE-NO
	MOVE GRP-NAME TO DTL-PHONE-NAME
	MOVE WS-DEPT-NAME TO DTL-DEPT-NAME
	IF GRP-HUNT-GROUP
		MOVE 'HUNT GROUP' TO DTL-ENTRY-TYPE
	ELSE
		MOVE 'SHARED LINE' TO DTL-ENTRY-TYPE
	END-IF
	PERFORM PRINT-DETAIL-LINE
	ADD 1 TO WS-GROUP-COUNT.

PRINT-DETAIL-LINE.
	IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
		PERFORM PRINT-PAGE-HEADERS
		*> new page's leading records print under no heading at all
		PERFORM PRINT-LETTER-SUBHEADING
	ELSE
		IF WS-LIST-NAME(1:1) NOT = WS-PREV-LETTER
			PERFORM PRINT-LETTER-SUBHEADING
		END-IF
	END-IF
	MOVE WS-LIST-NAME(1:1) TO WS-PREV-LETTER
	WRITE REPORT-LINE FROM DETAIL-LINE
	MOVE WS-LIST-DEPT-CODE TO BST-DEPT-CODE
	MOVE DETAIL-LINE TO BST-LINE
	PERFORM WRITE-BURST-LINE
	ADD 1 TO WS-LINE-COUNT.

PRINT-LETTER-SUBHEADING.
	MOVE WS-LIST-NAME(1:1) TO SUB-LETTER
	WRITE REPORT-LINE FROM SUBHEADING-LINE
	ADD 1 TO WS-LINE-COUNT.

LOOKUP-DEPT-NAME.
	MOVE WS-LIST-DEPT-CODE TO DEPT-CODE
	READ DEPT-FILE
		INVALID KEY MOVE 'UNKNOWN DEPARTMENT' TO WS-DEPT-NAME
		NOT INVALID KEY MOVE DEPT-NAME TO WS-DEPT-NAME
	WRITE REPORT-LINE FROM SPACES
	MOVE ZERO TO WS-LINE-COUNT.

WRITE-BURST-HEADING.
	SET BST-HEADING TO TRUE
	MOVE SPACES TO BST-DEPT-CODE
	ADD 1 TO WS-BURST-SEQ
	MOVE WS-BURST-SEQ TO BST-SEQ-NO
	WRITE BURST-RECORD.

WRITE-BURST-LINE.
	*> the department copy of a print line, for the distribution run
	SET BST-DEPT-LINE TO TRUE
	ADD 1 TO WS-BURST-SEQ
	MOVE WS-BURST-SEQ TO BST-SEQ-NO
	WRITE BURST-RECORD.

PRINT-CONTROL-TOTAL.
	MOVE WS-RECORD-COUNT TO TOT-RECORD-COUNT
	WRITE REPORT-LINE FROM SPACES
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE WS-GROUP-COUNT TO TOT-GROUP-COUNT
	WRITE REPORT-LINE FROM GROUP-TOTAL-LINE.

WRITE-UNLISTED-CONTROL.
	OPEN EXTEND UNLISTED-CONTROL-FILE
	IF UNLISTED-CONTROL-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT UNLISTED-CONTROL-FILE
	END-IF
	MOVE 'PHONRPT' TO UNLS-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO UNLS-TIMESTAMP
	SET UNLS-FULL-PASS TO TRUE
	MOVE 1 TO UNLS-PASS-COUNT
	MOVE WS-UNLISTED-COUNT TO UNLS-UNLISTED-SEEN
	MOVE WS-UNLISTED-COUNT TO UNLS-SUPPRESSED
	WRITE UNLISTED-CONTROL-RECORD
	CLOSE UNLISTED-CONTROL-FILE.
