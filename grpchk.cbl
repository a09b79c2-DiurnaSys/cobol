       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GRPCHK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT GROUP-FILE
		ASSIGN TO 'huntgrp.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS GRP-NO
		ALTERNATE RECORD KEY IS GRP-NAME WITH DUPLICATES
		FILE STATUS IS GROUP-FILE-STATUS.
	SELECT PHONE-FILE
		ASSIGN TO 'phone.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS PHONE-NO
		ALTERNATE RECORD KEY IS PHONE-NAME WITH DUPLICATES
		FILE STATUS IS PHONE-FILE-STATUS.
	SELECT CHECK-REPORT-FILE
		ASSIGN TO 'grpchk.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REPORT-FILE-STATUS.
	SELECT RUN-LOG-FILE
		ASSIGN TO 'runlog.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RUN-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD GROUP-FILE.
01 GROUP-RECORD.
	COPY GRPREC.

FD PHONE-FILE.
01 PHONE-RECORD.
	COPY PHONEREC.

FD CHECK-REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

WORKING-STORAGE SECTION.
01 GROUP-FILE-STATUS		PIC X(2).
01 PHONE-FILE-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y' FALSE 'N'.
	05 TABLE-FULL-SWITCH	PIC X VALUE 'N'.
		88 GROUP-TABLE-FULL	VALUE 'Y'.
	05 PHONE-MISSING-SWITCH	PIC X VALUE 'N'.
		88 PHONE-FILE-MISSING	VALUE 'Y'.
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-GROUPS-READ	PIC 9(6) VALUE ZERO.
	05 WS-PHONES-READ	PIC 9(6) VALUE ZERO.
	05 WS-DEAD-GROUP-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-DEAD-MEMBER-COUNT	PIC 9(6) VALUE ZERO.
01 WS-ACTIVE-MEMBERS		PIC 9(2) VALUE ZERO.

*> every group and its members, held while one pass of the
*> directory marks the members still answered by an active line
01 WS-GROUP-MAX-ENTRIES		PIC 9(3) VALUE 500.
01 WS-GROUP-COUNT		PIC 9(3) VALUE ZERO.
01 WS-GROUP-IX			PIC 9(3) VALUE ZERO.
01 WS-MEMBER-IX			PIC 9(2) VALUE ZERO.
01 WS-GROUP-TABLE.
	05 WS-GROUP-ENTRY OCCURS 500 TIMES.
		10 WS-GT-NO		PIC X(6).
		10 WS-GT-NAME		PIC X(10).
		10 WS-GT-DEPT-CODE	PIC X(4).
		10 WS-GT-PILOT		PIC X(4).
		10 WS-GT-MEMBER-COUNT	PIC 9(2).
		10 WS-GT-MEMBER OCCURS 20 TIMES.
			15 WS-GT-MEMBER-EXT	PIC X(4).
			15 WS-GT-MEMBER-ACTIVE	PIC X(1).

01 HDG-LINE-1.
	05 FILLER		PIC X(32) VALUE
		'HUNT GROUP MEMBER CHECK - '.
	05 HDG-RUN-DATE		PIC X(8).
01 HDG-LINE-2.
	05 FILLER		PIC X(8) VALUE 'GROUP#'.
	05 FILLER		PIC X(12) VALUE 'NAME'.
	05 FILLER		PIC X(6) VALUE 'DEPT'.
	05 FILLER		PIC X(6) VALUE 'EXT'.
	05 FILLER		PIC X(30) VALUE 'EXCEPTION'.
01 SECTION-HDG-LINE.
	05 SEC-TITLE		PIC X(60).

01 DETAIL-LINE.
	05 DTL-GROUP-NO		PIC X(6).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-GROUP-NAME	PIC X(10).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-DEPT-CODE	PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-EXTENSION	PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-REASON		PIC X(30).

01 TOTAL-LINE.
	05 TOT-LABEL		PIC X(30).
	05 TOT-COUNT		PIC ZZZ,ZZ9.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	PERFORM LOAD-GROUP-TABLE
	PERFORM MARK-ACTIVE-MEMBERS
	OPEN OUTPUT CHECK-REPORT-FILE
	MOVE FUNCTION CURRENT-DATE(1:8) TO HDG-RUN-DATE
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM SPACES
	*> without the directory no member can be judged: reporting
	*> every group dead would be a false alarm across the file
	IF PHONE-FILE-MISSING
		MOVE 'PHONE.DAT NOT AVAILABLE - GROUPS NOT CHECKED' TO SEC-TITLE
		WRITE REPORT-LINE FROM SECTION-HDG-LINE
		WRITE REPORT-LINE FROM SPACES
	ELSE
		PERFORM PRINT-DEAD-GROUPS
		PERFORM PRINT-DEAD-MEMBERS
	END-IF
	PERFORM PRINT-TOTALS
	CLOSE CHECK-REPORT-FILE
	PERFORM WRITE-RUN-LOG-RECORD
	PERFORM DISPLAY-TOTALS
	IF PHONE-FILE-MISSING
		DISPLAY 'GRPCHK *** PHONE.DAT NOT AVAILABLE - GROUPS NOT CHECKED ***'
		MOVE 8 TO RETURN-CODE
	END-IF.

PROGRAM-DONE.
	STOP RUN.

LOAD-GROUP-TABLE.
	OPEN INPUT GROUP-FILE
	IF GROUP-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'GRPCHK: HUNTGRP.DAT NOT FOUND - NO GROUPS TO CHECK'
	END-IF
	PERFORM UNTIL EOF
		READ GROUP-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM LOAD-ONE-GROUP
		END-READ
	END-PERFORM
	CLOSE GROUP-FILE
	SET EOF TO FALSE.

LOAD-ONE-GROUP.
	ADD 1 TO WS-GROUPS-READ
	IF WS-GROUP-COUNT >= WS-GROUP-MAX-ENTRIES
		IF NOT GROUP-TABLE-FULL
			DISPLAY 'GRPCHK: *** GROUP TABLE FULL - '
				'LATER GROUPS NOT CHECKED ***'
		END-IF
		SET GROUP-TABLE-FULL TO TRUE
	ELSE
		ADD 1 TO WS-GROUP-COUNT
		MOVE GRP-NO TO WS-GT-NO(WS-GROUP-COUNT)
		MOVE GRP-NAME TO WS-GT-NAME(WS-GROUP-COUNT)
		MOVE GRP-DEPT-CODE TO WS-GT-DEPT-CODE(WS-GROUP-COUNT)
		MOVE GRP-PILOT-EXTENSION TO WS-GT-PILOT(WS-GROUP-COUNT)
		MOVE GRP-MEMBER-COUNT TO WS-GT-MEMBER-COUNT(WS-GROUP-COUNT)
		PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
				UNTIL WS-MEMBER-IX > 20
			MOVE GRP-MEMBER-EXTENSION(WS-MEMBER-IX)
				TO WS-GT-MEMBER-EXT(WS-GROUP-COUNT, WS-MEMBER-IX)
			MOVE 'N'
				TO WS-GT-MEMBER-ACTIVE(WS-GROUP-COUNT, WS-MEMBER-IX)
		END-PERFORM
	END-IF.

MARK-ACTIVE-MEMBERS.
	*> a member stays live while any active line still carries its
	*> extension; an inactive line or a number since removed from
	*> the directory leaves the slot dead
	IF WS-GROUP-COUNT = 0
		SET EOF TO TRUE
	ELSE
		OPEN INPUT PHONE-FILE
		IF PHONE-FILE-STATUS NOT = '00'
			SET EOF TO TRUE
			SET PHONE-FILE-MISSING TO TRUE
			DISPLAY 'GRPCHK: PHONE.DAT NOT FOUND'
		END-IF
	END-IF
	PERFORM UNTIL EOF
		READ PHONE-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM MARK-ONE-LINE
		END-READ
	END-PERFORM
	IF WS-GROUP-COUNT > 0
	AND NOT PHONE-FILE-MISSING
		CLOSE PHONE-FILE
	END-IF
	SET EOF TO FALSE.

MARK-ONE-LINE.
	ADD 1 TO WS-PHONES-READ
	IF FUNCTION MOD(WS-PHONES-READ, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'GRPCHK: ' WS-PHONES-READ ' DIRECTORY RECORDS CHECKED'
	END-IF
	IF PHONE-ACTIVE
	AND PHONE-EXTENSION NOT = SPACES
		PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
				UNTIL WS-GROUP-IX > WS-GROUP-COUNT
			PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
					UNTIL WS-MEMBER-IX > WS-GT-MEMBER-COUNT(WS-GROUP-IX)
				IF WS-GT-MEMBER-EXT(WS-GROUP-IX, WS-MEMBER-IX)
						= PHONE-EXTENSION
					MOVE 'Y' TO
						WS-GT-MEMBER-ACTIVE(WS-GROUP-IX, WS-MEMBER-IX)
				END-IF
			END-PERFORM
		END-PERFORM
	END-IF.

PRINT-DEAD-GROUPS.
	*> a group with no live member rings nowhere: callers to its
	*> number are not answered at all
	MOVE 'GROUPS WHOSE MEMBERS HAVE ALL GONE INACTIVE' TO SEC-TITLE
	WRITE REPORT-LINE FROM SECTION-HDG-LINE
	WRITE REPORT-LINE FROM HDG-LINE-2
	PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
			UNTIL WS-GROUP-IX > WS-GROUP-COUNT
		MOVE ZERO TO WS-ACTIVE-MEMBERS
		PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
				UNTIL WS-MEMBER-IX > WS-GT-MEMBER-COUNT(WS-GROUP-IX)
			IF WS-GT-MEMBER-ACTIVE(WS-GROUP-IX, WS-MEMBER-IX) = 'Y'
				ADD 1 TO WS-ACTIVE-MEMBERS
			END-IF
		END-PERFORM
		IF WS-ACTIVE-MEMBERS = 0
			ADD 1 TO WS-DEAD-GROUP-COUNT
			PERFORM MOVE-GROUP-TO-DETAIL
			MOVE WS-GT-PILOT(WS-GROUP-IX) TO DTL-EXTENSION
			MOVE 'NO ACTIVE MEMBER - PILOT SHOWN' TO DTL-REASON
			WRITE REPORT-LINE FROM DETAIL-LINE
		END-IF
	END-PERFORM
	WRITE REPORT-LINE FROM SPACES.

PRINT-DEAD-MEMBERS.
	*> every dead slot, so the owning department can replace or drop
	*> it before the group empties
	MOVE 'MEMBER EXTENSIONS NO LONGER ON AN ACTIVE LINE' TO SEC-TITLE
	WRITE REPORT-LINE FROM SECTION-HDG-LINE
	WRITE REPORT-LINE FROM HDG-LINE-2
	PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
			UNTIL WS-GROUP-IX > WS-GROUP-COUNT
		PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
				UNTIL WS-MEMBER-IX > WS-GT-MEMBER-COUNT(WS-GROUP-IX)
			IF WS-GT-MEMBER-ACTIVE(WS-GROUP-IX, WS-MEMBER-IX) = 'N'
				ADD 1 TO WS-DEAD-MEMBER-COUNT
				PERFORM MOVE-GROUP-TO-DETAIL
				MOVE WS-GT-MEMBER-EXT(WS-GROUP-IX, WS-MEMBER-IX)
					TO DTL-EXTENSION
				MOVE 'MEMBER NOT AN ACTIVE LINE' TO DTL-REASON
				WRITE REPORT-LINE FROM DETAIL-LINE
			END-IF
		END-PERFORM
	END-PERFORM
	WRITE REPORT-LINE FROM SPACES.

MOVE-GROUP-TO-DETAIL.
	MOVE WS-GT-NO(WS-GROUP-IX) TO DTL-GROUP-NO
	MOVE WS-GT-NAME(WS-GROUP-IX) TO DTL-GROUP-NAME
	MOVE WS-GT-DEPT-CODE(WS-GROUP-IX) TO DTL-DEPT-CODE.

PRINT-TOTALS.
	MOVE 'GROUPS CHECKED              :' TO TOT-LABEL
	MOVE WS-GROUP-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'GROUPS WITH NO ACTIVE MEMBER:' TO TOT-LABEL
	MOVE WS-DEAD-GROUP-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'INACTIVE MEMBER EXTENSIONS  :' TO TOT-LABEL
	MOVE WS-DEAD-MEMBER-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	IF GROUP-TABLE-FULL
		MOVE '*** GROUP TABLE FULL - LATER GROUPS NOT CHECKED ***'
			TO SEC-TITLE
		WRITE REPORT-LINE FROM SECTION-HDG-LINE
	END-IF.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'GRPCHK' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-GROUPS-READ TO RUN-RECORDS-IN
	MOVE WS-GROUP-COUNT TO RUN-RECORDS-OUT
	MOVE WS-DEAD-GROUP-COUNT TO RUN-REJECT-COUNT
	MOVE ZERO TO RUN-ADD-COUNT
	MOVE ZERO TO RUN-DELETE-COUNT
	COMPUTE RUN-SKIP-COUNT = WS-GROUPS-READ - WS-GROUP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'GRPCHK GROUPS CHECKED         : ' WS-GROUP-COUNT
	DISPLAY 'GRPCHK NO ACTIVE MEMBER       : ' WS-DEAD-GROUP-COUNT
	DISPLAY 'GRPCHK INACTIVE MEMBERS       : ' WS-DEAD-MEMBER-COUNT.
