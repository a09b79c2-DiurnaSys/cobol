		RECORD KEY IS PHONE-NO
		ALTERNATE RECORD KEY IS PHONE-NAME WITH DUPLICATES
		FILE STATUS IS PHONE-FILE-STATUS.
	SELECT GROUP-FILE
		ASSIGN TO 'huntgrp.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS GRP-NO
		ALTERNATE RECORD KEY IS GRP-NAME WITH DUPLICATES
		FILE STATUS IS GROUP-FILE-STATUS.
	SELECT PBX-FILE
		ASSIGN TO 'pbxext.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		ASSIGN TO 'pbxfix.trn'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PROPOSED-FILE-STATUS.
	SELECT DQ-EXCEPTION-FILE
		ASSIGN TO 'phonpbx.exc'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DQ-EXCEPTION-STATUS.
DATA DIVISION.
FILE SECTION.
FD PHONE-FILE.
01 PHONE-RECORD.
	COPY PHONEREC.

FD GROUP-FILE.
01 GROUP-RECORD.
	COPY GRPREC.

FD PBX-FILE.
01 PBX-RECORD.
	COPY PBXREC.

SD PHONE-SORT-WORK.
01 PHONE-SORT-RECORD.
	05 PSRT-PHONE-DATA.
		COPY PHONEREC REPLACING ==05== BY ==10==
			LEADING ==PHONE-== BY ==PSRT-==.
	*> a hunt group or shared line takes part through its pilot
	*> extension, carried here as a directory line of its own
	05 PSRT-ENTRY-TYPE		PIC X(1).
		88 PSRT-PERSON-LINE		VALUE SPACE.
		88 PSRT-GROUP-PILOT		VALUE 'G'.

SD PBX-SORT-WORK.
01 PBX-SORT-RECORD.

FD PHONE-SORTED-FILE.
01 PHONE-SORTED-RECORD.
	05 PSTD-PHONE-DATA.
		COPY PHONEREC REPLACING ==05== BY ==10==
			LEADING ==PHONE-== BY ==PSTD-==.
	05 PSTD-ENTRY-TYPE		PIC X(1).
		88 PSTD-PERSON-LINE		VALUE SPACE.
		88 PSTD-GROUP-PILOT		VALUE 'G'.

FD PBX-SORTED-FILE.
01 PBX-SORTED-RECORD.
01 PROPOSED-TRANS-RECORD.
	COPY PHTRANS.

FD DQ-EXCEPTION-FILE.
01 DQ-EXCEPTION-RECORD.
	COPY DQEXCP.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS			PIC X(2).
01 GROUP-FILE-STATUS			PIC X(2).
01 PBX-FILE-STATUS			PIC X(2).
01 PHONE-SORTED-STATUS			PIC X(2).
01 PBX-SORTED-STATUS			PIC X(2).
01 EXCEPTION-FILE-STATUS		PIC X(2).
01 PROPOSED-FILE-STATUS			PIC X(2).
01 DQ-EXCEPTION-STATUS			PIC X(2).
01 WS-FLAGS.
	05 PHONE-EOF-SWITCH		PIC X VALUE 'N'.
		88 PHONE-EOF			VALUE 'Y'.
		88 PBX-MATCHED			VALUE 'Y' FALSE 'N'.
	05 REMEDIATE-SWITCH		PIC X VALUE 'N'.
		88 REMEDIATE-WANTED		VALUE 'Y'.
	05 GROUP-OPEN-SWITCH		PIC X VALUE 'N'.
		88 GROUP-FILE-OPEN		VALUE 'Y'.
01 WS-COMPARE-KEYS.
	05 WS-PHONE-KEY			PIC X(4) VALUE HIGH-VALUES.
	05 WS-PBX-KEY			PIC X(4) VALUE HIGH-VALUES.
01 WS-COUNTERS.
	05 WS-SWITCH-ONLY-COUNT		PIC 9(6) VALUE ZERO.
	05 WS-DIRECTORY-ONLY-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-PILOT-ONLY-COUNT		PIC 9(6) VALUE ZERO.
	05 WS-NAME-MISMATCH-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-PROPOSED-COUNT		PIC 9(6) VALUE ZERO.
	05 WS-RECONCILED-COUNT		PIC 9(6) VALUE ZERO.
	05 FILLER		PIC X(3) VALUE SPACES.
	05 EXC-DO-NAME		PIC X(10).

01 EXC-PILOT-ONLY-LINE.
	05 FILLER		PIC X(42) VALUE
		'GROUP PILOT UNKNOWN TO SWITCH -'.
	05 EXC-PO-EXTENSION	PIC X(4).
	05 FILLER		PIC X(3) VALUE SPACES.
	05 EXC-PO-GROUP-NO	PIC X(6).
	05 FILLER		PIC X(3) VALUE SPACES.
	05 EXC-PO-NAME		PIC X(10).

01 EXC-NAME-MISMATCH-LINE.
	05 FILLER		PIC X(26) VALUE
		'NAME MISMATCH FOR EXT:  '.
			NOT AT END
				IF PHONE-ACTIVE OF PHONE-RECORD
				AND PHONE-EXTENSION OF PHONE-RECORD NOT = SPACES
					MOVE PHONE-RECORD TO PSRT-PHONE-DATA
					SET PSRT-PERSON-LINE TO TRUE
					RELEASE PHONE-SORT-RECORD
				END-IF
		END-READ
	END-PERFORM
	CLOSE PHONE-FILE
	PERFORM SELECT-GROUP-PILOTS.

SELECT-GROUP-PILOTS.
	*> each group's pilot is matched like any directory extension,
	*> under the group's number, name and owning department
	MOVE 'N' TO SCAN-EOF-SWITCH
	OPEN INPUT GROUP-FILE
	*> no group file yet simply means no pilots to match
	IF GROUP-FILE-STATUS = '00'
		SET GROUP-FILE-OPEN TO TRUE
	ELSE
		SET SCAN-EOF TO TRUE
	END-IF
	PERFORM UNTIL SCAN-EOF
		READ GROUP-FILE
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				IF GRP-PILOT-EXTENSION NOT = SPACES
					MOVE SPACES TO PHONE-SORT-RECORD
					MOVE GRP-NO TO PSRT-NO OF PHONE-SORT-RECORD
					MOVE GRP-NAME TO PSRT-NAME OF PHONE-SORT-RECORD
					MOVE GRP-DEPT-CODE
						TO PSRT-DEPT-CODE OF PHONE-SORT-RECORD
					MOVE GRP-PILOT-EXTENSION
						TO PSRT-EXTENSION OF PHONE-SORT-RECORD
					MOVE 'A' TO PSRT-STATUS OF PHONE-SORT-RECORD
					SET PSRT-GROUP-PILOT TO TRUE
					RELEASE PHONE-SORT-RECORD
				END-IF
		END-READ
	END-PERFORM
	IF GROUP-FILE-OPEN
		CLOSE GROUP-FILE
	END-IF.

RECONCILE-FILES.
	OPEN INPUT PHONE-SORTED-FILE
	OPEN INPUT PBX-SORTED-FILE
	OPEN OUTPUT EXCEPTION-FILE
	OPEN OUTPUT DQ-EXCEPTION-FILE
	IF REMEDIATE-WANTED
		OPEN OUTPUT PROPOSED-TRANS-FILE
	END-IF
	CLOSE PHONE-SORTED-FILE
	CLOSE PBX-SORTED-FILE
	CLOSE EXCEPTION-FILE
	CLOSE DQ-EXCEPTION-FILE
	IF REMEDIATE-WANTED
		CLOSE PROPOSED-TRANS-FILE
	END-IF.
	WRITE EXCEPTION-LINE FROM EXC-SWITCH-ONLY-LINE.

REPORT-DIRECTORY-EXCEPTION.
	IF PSTD-GROUP-PILOT
		PERFORM REPORT-PILOT-EXCEPTION
	ELSE
		PERFORM REPORT-LINE-EXCEPTION
	END-IF.

REPORT-PILOT-EXCEPTION.
	*> no correction is proposed: PHONMAINT does not keep groups, and
	*> the pilot is more likely missing from the switch than wrong
	ADD 1 TO WS-PILOT-ONLY-COUNT
	MOVE PSTD-EXTENSION OF PHONE-SORTED-RECORD TO EXC-PO-EXTENSION
	MOVE PSTD-NO OF PHONE-SORTED-RECORD TO EXC-PO-GROUP-NO
	MOVE PSTD-NAME OF PHONE-SORTED-RECORD TO EXC-PO-NAME
	WRITE EXCEPTION-LINE FROM EXC-PILOT-ONLY-LINE
	MOVE 'GROUP PILOT UNKNOWN TO SWITCH' TO DQX-REASON
	PERFORM WRITE-DQ-EXCEPTION.

REPORT-LINE-EXCEPTION.
	ADD 1 TO WS-DIRECTORY-ONLY-COUNT
	MOVE PSTD-EXTENSION OF PHONE-SORTED-RECORD TO EXC-DO-EXTENSION
	MOVE PSTD-NO OF PHONE-SORTED-RECORD TO EXC-DO-PHONE-NO
	MOVE PSTD-NAME OF PHONE-SORTED-RECORD TO EXC-DO-NAME
	WRITE EXCEPTION-LINE FROM EXC-DIRECTORY-ONLY-LINE
	MOVE 'EXTENSION UNKNOWN TO SWITCH' TO DQX-REASON
	PERFORM WRITE-DQ-EXCEPTION
	IF REMEDIATE-WANTED
		PERFORM WRITE-PROPOSED-CLEAR
	END-IF.
		MOVE XSTD-STATION-NAME OF PBX-SORTED-RECORD
			TO EXC-MM-PBX-NAME
		WRITE EXCEPTION-LINE FROM EXC-NAME-MISMATCH-LINE
		MOVE 'NAME DIFFERS FROM SWITCH' TO DQX-REASON
		PERFORM WRITE-DQ-EXCEPTION
	END-IF.

WRITE-DQ-EXCEPTION.
	*> only exceptions on a directory entry reach the scorecard: a
	*> station live on the switch alone has no department to charge
	MOVE 'PHONPBX' TO DQX-SOURCE
	MOVE PSTD-DEPT-CODE OF PHONE-SORTED-RECORD TO DQX-DEPT-CODE
	MOVE PSTD-NO OF PHONE-SORTED-RECORD TO DQX-PHONE-NO
	WRITE DQ-EXCEPTION-RECORD.

WRITE-PROPOSED-CLEAR.
	*> a proposed transaction in PHTRANS format: reviewed first, then
	*> fed to PHONMAINT as-is so the audit trail captures the change;
	*> the correction clears the extension the switch does not know
	MOVE SPACES TO PROPOSED-TRANS-RECORD
	MOVE 'C' TO TRANS-ACTION-CODE
	MOVE PSTD-PHONE-DATA TO TRANS-PHONE-RECORD
	MOVE SPACES TO PHONE-EXTENSION OF TRANS-PHONE-RECORD
	WRITE PROPOSED-TRANS-RECORD
	ADD 1 TO WS-PROPOSED-COUNT.
		WS-SWITCH-ONLY-COUNT
	DISPLAY 'PHONPBX DIRECTORY-ONLY EXTENSIONS : '
		WS-DIRECTORY-ONLY-COUNT
	DISPLAY 'PHONPBX GROUP PILOTS NOT ON SWITCH: '
		WS-PILOT-ONLY-COUNT
	DISPLAY 'PHONPBX NAME MISMATCHES           : '
		WS-NAME-MISMATCH-COUNT
	IF REMEDIATE-WANTED
