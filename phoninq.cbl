		ACCESS MODE IS RANDOM
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS DEPT-FILE-STATUS.
	SELECT FORWARD-FILE
		ASSIGN TO 'phonfwd.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS FWD-OLD-PHONE-NO
		FILE STATUS IS FORWARD-FILE-STATUS.
	SELECT GROUP-FILE
		ASSIGN TO 'huntgrp.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GRP-NO
		ALTERNATE RECORD KEY IS GRP-NAME WITH DUPLICATES
		FILE STATUS IS GROUP-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD PHONE-FILE.
01 DEPT-RECORD.
	COPY DEPTREC.

FD FORWARD-FILE.
01 FORWARD-RECORD.
	COPY FWDREC.

FD GROUP-FILE.
01 GROUP-RECORD.
	COPY GRPREC.

WORKING-STORAGE SECTION.
01 PHONE-FILE-STATUS		PIC X(2).
01 DEPT-FILE-STATUS		PIC X(2).
01 FORWARD-FILE-STATUS		PIC X(2).
01 GROUP-FILE-STATUS		PIC X(2).
01 WS-FLAGS.
	05 QUIT-SWITCH		PIC X VALUE 'N'.
		88 OPERATOR-QUIT	VALUE 'Y'.
	05 BROWSE-EOF-SWITCH	PIC X VALUE 'N'.
		88 BROWSE-EOF		VALUE 'Y' FALSE 'N'.
	05 FWD-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 FORWARD-FILE-AVAILABLE VALUE 'Y'.
	05 FWD-END-SWITCH	PIC X VALUE 'N'.
		88 FORWARD-CHAIN-END	VALUE 'Y' FALSE 'N'.
	05 GRP-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 GROUP-FILE-AVAILABLE	VALUE 'Y'.
01 WS-INQUIRY-INPUT		PIC X(10).
01 WS-PREFIX-LENGTH		PIC 9(2) VALUE ZERO.
01 WS-TRAILING-SPACES		PIC 9(2) VALUE ZERO.
01 WS-DEPT-NAME			PIC X(20).
01 WS-MATCH-COUNT		PIC 9(6) VALUE ZERO.
01 WS-TODAY-DATE		PIC X(8).
01 WS-FORWARD-TO		PIC X(6).
01 WS-FORWARD-HOPS		PIC 9(2) VALUE ZERO.
01 WS-FORWARD-MAX-HOPS		PIC 9(2) VALUE 10.
01 WS-MEMBER-IX			PIC 9(2) VALUE ZERO.
01 WS-MEMBER-POS		PIC 9(3) VALUE ZERO.

01 HIT-LINE.
	05 HIT-PHONE-NO		PIC X(6).
	05 HIT-EXTENSION	PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 HIT-STATUS		PIC X(1).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 HIT-UNLISTED-FLAG	PIC X(16).

*> a hunt group or shared line: its number, name and owner, the
*> pilot extension, then the extensions that answer it
01 GROUP-HIT-LINE.
	05 GHIT-GROUP-NO	PIC X(6).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 GHIT-GROUP-NAME	PIC X(10).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 GHIT-DEPT-NAME	PIC X(20).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 FILLER		PIC X(4) VALUE 'EXT '.
	05 GHIT-PILOT		PIC X(4).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 GHIT-TYPE		PIC X(11).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 GHIT-MEMBER-COUNT	PIC Z9.
	05 FILLER		PIC X(8) VALUE ' MEMBERS'.
01 MEMBER-LINE.
	05 FILLER		PIC X(10) VALUE SPACES.
	05 FILLER		PIC X(9) VALUE 'MEMBERS: '.
	05 MBR-EXTENSION-LIST	PIC X(100).

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	OPEN INPUT PHONE-FILE
	OPEN INPUT DEPT-FILE
	OPEN INPUT FORWARD-FILE
	IF FORWARD-FILE-STATUS = '00'
		SET FORWARD-FILE-AVAILABLE TO TRUE
	END-IF
	OPEN INPUT GROUP-FILE
	IF GROUP-FILE-STATUS = '00'
		SET GROUP-FILE-AVAILABLE TO TRUE
	END-IF
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
	DISPLAY 'PHONINQ: PHONE DIRECTORY INQUIRY'
	DISPLAY 'PHONINQ: ENTER PHONE-NO, NAME PREFIX, OR Q TO QUIT'
	PERFORM UNTIL OPERATOR-QUIT
	END-PERFORM
	CLOSE PHONE-FILE
	CLOSE DEPT-FILE
	IF FORWARD-FILE-AVAILABLE
		CLOSE FORWARD-FILE
	END-IF
	IF GROUP-FILE-AVAILABLE
		CLOSE GROUP-FILE
	END-IF
	DISPLAY 'PHONINQ: END OF INQUIRY'.

PROGRAM-DONE.
	MOVE WS-INQUIRY-INPUT(1:6) TO PHONE-NO
	READ PHONE-FILE
		INVALID KEY
			PERFORM LOOK-UP-GROUP-NUMBER
		NOT INVALID KEY
			PERFORM DISPLAY-ONE-HIT
	END-READ.

LOOK-UP-GROUP-NUMBER.
	*> a reception or help desk number is not a person's line: it is
	*> answered from the group file before any forwarding is tried
	IF GROUP-FILE-AVAILABLE
		MOVE WS-INQUIRY-INPUT(1:6) TO GRP-NO
		READ GROUP-FILE
			INVALID KEY
				PERFORM LOOK-UP-FORWARDED-NUMBER
			NOT INVALID KEY
				PERFORM DISPLAY-ONE-GROUP-HIT
		END-READ
	ELSE
		PERFORM LOOK-UP-FORWARDED-NUMBER
	END-IF.

LOOK-UP-FORWARDED-NUMBER.
	*> a number retired by an exchange renumbering is answered with
	*> the number it became while its forwarding entry is in date;
	*> a number renumbered twice is followed to where it is now
	MOVE ZERO TO WS-FORWARD-HOPS
	MOVE WS-INQUIRY-INPUT(1:6) TO WS-FORWARD-TO
	SET FORWARD-CHAIN-END TO FALSE
	IF NOT FORWARD-FILE-AVAILABLE
		SET FORWARD-CHAIN-END TO TRUE
	END-IF
	PERFORM UNTIL FORWARD-CHAIN-END
		MOVE WS-FORWARD-TO TO FWD-OLD-PHONE-NO
		READ FORWARD-FILE
			INVALID KEY
				SET FORWARD-CHAIN-END TO TRUE
			NOT INVALID KEY
				IF FWD-EXPIRY-DATE < WS-TODAY-DATE
					SET FORWARD-CHAIN-END TO TRUE
				ELSE
					ADD 1 TO WS-FORWARD-HOPS
					MOVE FWD-NEW-PHONE-NO TO WS-FORWARD-TO
					IF WS-FORWARD-HOPS >= WS-FORWARD-MAX-HOPS
						SET FORWARD-CHAIN-END TO TRUE
					END-IF
				END-IF
		END-READ
	END-PERFORM
	IF WS-FORWARD-HOPS = ZERO
		DISPLAY 'PHONINQ: NOT ON FILE - ' WS-INQUIRY-INPUT(1:6)
	ELSE
		DISPLAY 'PHONINQ: ' WS-INQUIRY-INPUT(1:6)
			' - NUMBER CHANGED TO ' WS-FORWARD-TO
		MOVE WS-FORWARD-TO TO PHONE-NO
		READ PHONE-FILE
			INVALID KEY
				DISPLAY 'PHONINQ: NOT ON FILE - ' WS-FORWARD-TO
			NOT INVALID KEY
				PERFORM DISPLAY-ONE-HIT
		END-READ
	END-IF.

BROWSE-BY-NAME-PREFIX.
	MOVE ZERO TO WS-TRAILING-SPACES
	INSPECT FUNCTION REVERSE(WS-INQUIRY-INPUT)
				END-IF
		END-READ
	END-PERFORM
	IF GROUP-FILE-AVAILABLE
		PERFORM BROWSE-GROUPS-BY-PREFIX
	END-IF
	IF WS-MATCH-COUNT = 0
		DISPLAY 'PHONINQ: NO NAMES MATCH - ' WS-INQUIRY-INPUT
	END-IF.

BROWSE-GROUPS-BY-PREFIX.
	*> groups answering to the same prefix follow the people
	SET BROWSE-EOF TO FALSE
	MOVE WS-INQUIRY-INPUT TO GRP-NAME
	START GROUP-FILE KEY IS NOT LESS THAN GRP-NAME
		INVALID KEY SET BROWSE-EOF TO TRUE
	END-START
	PERFORM UNTIL BROWSE-EOF
		READ GROUP-FILE NEXT RECORD
			AT END SET BROWSE-EOF TO TRUE
			NOT AT END
				IF GRP-NAME(1:WS-PREFIX-LENGTH)
						= WS-INQUIRY-INPUT(1:WS-PREFIX-LENGTH)
					PERFORM DISPLAY-ONE-GROUP-HIT
					ADD 1 TO WS-MATCH-COUNT
				ELSE
					SET BROWSE-EOF TO TRUE
				END-IF
		END-READ
	END-PERFORM.

DISPLAY-ONE-HIT.
	MOVE PHONE-DEPT-CODE OF PHONE-RECORD TO DEPT-CODE
	READ DEPT-FILE
	MOVE WS-DEPT-NAME TO HIT-DEPT-NAME
	MOVE PHONE-EXTENSION OF PHONE-RECORD TO HIT-EXTENSION
	MOVE PHONE-STATUS OF PHONE-RECORD TO HIT-STATUS
	*> the operator may see an unlisted line but must not give it out
	IF PHONE-UNLISTED OF PHONE-RECORD
		MOVE '*** UNLISTED ***' TO HIT-UNLISTED-FLAG
	ELSE
		MOVE SPACES TO HIT-UNLISTED-FLAG
	END-IF
	DISPLAY HIT-LINE.

DISPLAY-ONE-GROUP-HIT.
	MOVE GRP-DEPT-CODE TO DEPT-CODE
	READ DEPT-FILE
		INVALID KEY MOVE 'UNKNOWN DEPARTMENT' TO WS-DEPT-NAME
		NOT INVALID KEY MOVE DEPT-NAME TO WS-DEPT-NAME
	END-READ
	MOVE GRP-NO TO GHIT-GROUP-NO
	MOVE GRP-NAME TO GHIT-GROUP-NAME
	MOVE WS-DEPT-NAME TO GHIT-DEPT-NAME
	MOVE GRP-PILOT-EXTENSION TO GHIT-PILOT
	IF GRP-HUNT-GROUP
		MOVE 'HUNT GROUP' TO GHIT-TYPE
	ELSE
		MOVE 'SHARED LINE' TO GHIT-TYPE
	END-IF
	MOVE GRP-MEMBER-COUNT TO GHIT-MEMBER-COUNT
	DISPLAY GROUP-HIT-LINE
	MOVE SPACES TO MBR-EXTENSION-LIST
	MOVE 1 TO WS-MEMBER-POS
	PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
			UNTIL WS-MEMBER-IX > GRP-MEMBER-COUNT
			OR WS-MEMBER-IX > 20
		MOVE GRP-MEMBER-EXTENSION(WS-MEMBER-IX)
			TO MBR-EXTENSION-LIST(WS-MEMBER-POS:4)
		ADD 5 TO WS-MEMBER-POS
	END-PERFORM
	DISPLAY MEMBER-LINE.
