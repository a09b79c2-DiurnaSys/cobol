       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHONMVCK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT MOVE-REGISTER-FILE
		ASSIGN TO 'phonmove.reg'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REGISTER-FILE-STATUS.
	SELECT PHONE-FILE
		ASSIGN TO 'phone.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS PHONE-NO
		ALTERNATE RECORD KEY IS PHONE-NAME WITH DUPLICATES
		FILE STATUS IS PHONE-FILE-STATUS.
	SELECT LOCATION-FILE
		ASSIGN TO 'phonloc.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS LOC-PHONE-NO
		FILE STATUS IS LOCATION-FILE-STATUS.
	SELECT PBX-FILE
		ASSIGN TO 'pbxext.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PBX-FILE-STATUS.
	SELECT REJECT-SUSPENSE-FILE
		ASSIGN TO 'phonrej.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REJECT-SUSPENSE-STATUS.
	SELECT LOC-REJECT-FILE
		ASSIGN TO 'phonlrej.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LOC-REJECT-STATUS.
	SELECT RETAINED-REGISTER-FILE
		ASSIGN TO 'phonmove.new'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RETAINED-FILE-STATUS.
	SELECT MOVE-HISTORY-FILE
		ASSIGN TO 'phonmove.hst'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HISTORY-FILE-STATUS.
	SELECT FOLLOW-UP-REPORT-FILE
		ASSIGN TO 'phonmvck.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REPORT-FILE-STATUS.
	SELECT RUN-LOG-FILE
		ASSIGN TO 'runlog.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RUN-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD MOVE-REGISTER-FILE.
01 MOVE-REGISTER-RECORD.
	COPY MOVEREG.

FD PHONE-FILE.
01 PHONE-RECORD.
	COPY PHONEREC.

FD LOCATION-FILE.
01 LOCATION-RECORD.
	COPY PHONLOC.

FD PBX-FILE.
01 PBX-RECORD.
	COPY PBXREC.

FD REJECT-SUSPENSE-FILE.
01 REJECT-SUSPENSE-RECORD.
	COPY PHSUSP.

FD LOC-REJECT-FILE.
01 LOCATION-REJECT-RECORD.
	COPY LOCREJ.

FD RETAINED-REGISTER-FILE.
01 RETAINED-RECORD.
	COPY MOVEREG REPLACING LEADING ==MREG-== BY ==RETD-==.

*> an order retired from the register: closed complete, or
*> superseded by a later order for the same line
FD MOVE-HISTORY-FILE.
01 MOVE-HISTORY-RECORD.
	05 MHST-CLOSED-DATE	PIC X(8).
	05 MHST-DISPOSITION	PIC X(1).
		88 MHST-COMPLETED	VALUE 'C'.
		88 MHST-SUPERSEDED	VALUE 'S'.
	05 MHST-ORDER.
		COPY MOVEREG REPLACING ==05== BY ==10==
			LEADING ==MREG-== BY ==MHST-==.

FD FOLLOW-UP-REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

WORKING-STORAGE SECTION.
01 REGISTER-FILE-STATUS		PIC X(2).
01 PHONE-FILE-STATUS		PIC X(2).
01 LOCATION-FILE-STATUS		PIC X(2).
01 PBX-FILE-STATUS		PIC X(2).
01 REJECT-SUSPENSE-STATUS	PIC X(2).
01 LOC-REJECT-STATUS		PIC X(2).
01 RETAINED-FILE-STATUS		PIC X(2).
01 HISTORY-FILE-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y' FALSE 'N'.
	05 PHONE-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 PHONE-FILE-AVAILABLE	VALUE 'Y'.
	05 LOC-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 LOCATION-FILE-AVAILABLE VALUE 'Y'.
	05 PBX-FULL-SWITCH	PIC X VALUE 'N'.
		88 PBX-TABLE-FULL	VALUE 'Y'.
	05 REJ-FULL-SWITCH	PIC X VALUE 'N'.
		88 REJECT-TABLE-FULL	VALUE 'Y'.
	05 LREJ-FULL-SWITCH	PIC X VALUE 'N'.
		88 LOC-REJECT-TABLE-FULL VALUE 'Y'.
	05 LATEST-FULL-SWITCH	PIC X VALUE 'N'.
		88 LATEST-TABLE-FULL	VALUE 'Y'.
	05 REGISTER-SWITCH	PIC X VALUE 'N'.
		88 REGISTER-AVAILABLE	VALUE 'Y'.
	05 BALANCE-SWITCH	PIC X VALUE 'N'.
		88 COUNTS-BALANCED	VALUE 'Y'.
01 WS-TODAY-DATE		PIC X(8).
01 WS-DIR-STATUS		PIC X(8).
01 WS-LOC-STATUS		PIC X(8).
01 WS-SWITCH-STATUS		PIC X(10).
01 WS-PBX-MAX-ENTRIES		PIC 9(5) VALUE 9999.
01 WS-PBX-COUNT			PIC 9(5) VALUE ZERO.
01 WS-PBX-IX			PIC 9(5) VALUE ZERO.
01 WS-PBX-TABLE.
	05 WS-PBX-ENTRY OCCURS 9999 TIMES.
		10 WS-PBX-EXTENSION	PIC X(4).
		10 WS-PBX-PORT		PIC X(6).
01 WS-REJ-MAX-ENTRIES		PIC 9(5) VALUE 2000.
01 WS-REJ-COUNT			PIC 9(5) VALUE ZERO.
01 WS-REJ-IX			PIC 9(5) VALUE ZERO.
01 WS-REJ-TABLE.
	*> unreleased ad hoc rejects that carry an order number; the
	*> move order's directory change travels with a blank batch
	*> identity and the order number in the sequence field
	05 WS-REJ-ENTRY OCCURS 2000 TIMES.
		10 WS-REJ-ORDER-NO	PIC X(6).
		10 WS-REJ-PHONE-NO	PIC X(6).
		10 WS-REJ-CODE		PIC X(4).
01 WS-LREJ-MAX-ENTRIES		PIC 9(5) VALUE 2000.
01 WS-LREJ-COUNT		PIC 9(5) VALUE ZERO.
01 WS-LREJ-IX			PIC 9(5) VALUE ZERO.
01 WS-LREJ-TABLE.
	*> location transactions refused for a move order
	05 WS-LREJ-ENTRY OCCURS 2000 TIMES.
		10 WS-LREJ-ORDER-NO	PIC X(6).
		10 WS-LREJ-PHONE-NO	PIC X(6).
		10 WS-LREJ-CODE		PIC X(4).
01 WS-LATEST-MAX-ENTRIES	PIC 9(5) VALUE 9999.
01 WS-LATEST-COUNT		PIC 9(5) VALUE ZERO.
01 WS-LATEST-IX			PIC 9(5) VALUE ZERO.
01 WS-LATEST-TABLE.
	*> the newest order on the register for each line; the register
	*> is appended in issue order, so a later record replaces an
	*> earlier one
	05 WS-LATEST-ENTRY OCCURS 9999 TIMES.
		10 WS-LATEST-PHONE-NO	PIC X(6).
		10 WS-LATEST-ORDER-NO	PIC X(6).
01 WS-REJECTED-TRANS.
	COPY PHTRANS.
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-ORDERS-READ	PIC 9(6) VALUE ZERO.
	05 WS-ORDERS-COMPLETE	PIC 9(6) VALUE ZERO.
	05 WS-ORDERS-SCHEDULED	PIC 9(6) VALUE ZERO.
	05 WS-ORDERS-INCOMPLETE	PIC 9(6) VALUE ZERO.
	05 WS-ORDERS-REJECTED	PIC 9(6) VALUE ZERO.
	05 WS-ORDERS-LOC-REJECTED PIC 9(6) VALUE ZERO.
	05 WS-ORDERS-SUPERSEDED	PIC 9(6) VALUE ZERO.
	05 WS-ORDERS-RETAINED	PIC 9(6) VALUE ZERO.
	05 WS-ORDERS-RETIRED	PIC 9(6) VALUE ZERO.
	05 WS-ORDERS-REWRITTEN	PIC 9(6) VALUE ZERO.

01 HDG-LINE-1.
	05 FILLER		PIC X(32) VALUE
		'INCOMPLETE MOVE ORDERS - '.
	05 HDG-RUN-DATE		PIC X(8).
01 HDG-LINE-2.
	05 FILLER		PIC X(8) VALUE 'ORDER'.
	05 FILLER		PIC X(8) VALUE 'LINE'.
	05 FILLER		PIC X(10) VALUE 'MOVE DATE'.
	05 FILLER		PIC X(10) VALUE 'DIRECTORY'.
	05 FILLER		PIC X(10) VALUE 'LOCATION'.
	05 FILLER		PIC X(12) VALUE 'SWITCH'.
	05 FILLER		PIC X(8) VALUE 'ISSUED'.

01 DETAIL-LINE.
	05 DTL-ORDER-NO		PIC X(6).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-PHONE-NO		PIC X(6).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-MOVE-DATE	PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-DIR-STATUS	PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-LOC-STATUS	PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-SWITCH-STATUS	PIC X(10).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-ISSUED-DATE	PIC X(8).

01 TOTAL-LINE.
	05 TOT-LABEL		PIC X(30).
	05 TOT-COUNT		PIC ZZZ,ZZ9.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	*> an order is complete only when all three sides have landed;
	*> anything past its move date with a side missing is listed so
	*> the line is not left half moved
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
	PERFORM LOAD-PBX-TABLE
	PERFORM LOAD-REJECT-TABLE
	PERFORM LOAD-LOC-REJECT-TABLE
	PERFORM LOAD-LATEST-ORDERS
	PERFORM OPEN-FILES
	PERFORM UNTIL EOF
		READ MOVE-REGISTER-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM CHECK-ONE-ORDER
		END-READ
	END-PERFORM
	PERFORM PRINT-TOTALS
	PERFORM CLOSE-FILES
	*> the register is only replaced when every order read is
	*> accounted for as retained or retired, and only after a run
	*> that could judge the orders at all
	IF REGISTER-AVAILABLE
	AND PHONE-FILE-AVAILABLE
		PERFORM BALANCE-COUNTS
		IF COUNTS-BALANCED
			PERFORM REWRITE-REGISTER-FILE
		END-IF
	END-IF
	PERFORM WRITE-RUN-LOG-RECORD
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	STOP RUN.

LOAD-PBX-TABLE.
	OPEN INPUT PBX-FILE
	IF PBX-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONMVCK: PBXEXT.DAT NOT FOUND - '
			'NO SWITCH SIDE WILL SHOW DONE'
	END-IF
	PERFORM UNTIL EOF
		READ PBX-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM LOAD-ONE-PBX-ENTRY
		END-READ
	END-PERFORM
	CLOSE PBX-FILE
	SET EOF TO FALSE.

LOAD-ONE-PBX-ENTRY.
	IF WS-PBX-COUNT >= WS-PBX-MAX-ENTRIES
		IF NOT PBX-TABLE-FULL
			SET PBX-TABLE-FULL TO TRUE
			DISPLAY 'PHONMVCK: *** SWITCH TABLE FULL - '
				'EXCESS STATIONS NOT CHECKED ***'
		END-IF
	ELSE
		ADD 1 TO WS-PBX-COUNT
		MOVE PBX-EXTENSION TO WS-PBX-EXTENSION(WS-PBX-COUNT)
		MOVE PBX-PORT TO WS-PBX-PORT(WS-PBX-COUNT)
	END-IF.

LOAD-REJECT-TABLE.
	OPEN INPUT REJECT-SUSPENSE-FILE
	IF REJECT-SUSPENSE-STATUS NOT = '00'
		SET EOF TO TRUE
	END-IF
	PERFORM UNTIL EOF
		READ REJECT-SUSPENSE-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM LOAD-ONE-REJECT
		END-READ
	END-PERFORM
	CLOSE REJECT-SUSPENSE-FILE
	SET EOF TO FALSE.

LOAD-ONE-REJECT.
	*> a released reject is a correction in flight, not a refusal
	IF NOT SUSP-RELEASED
		MOVE SUSP-TRANS-IMAGE TO WS-REJECTED-TRANS
		IF TRANS-BATCH-ID = SPACES
		AND TRANS-SEQ-NO NOT = SPACES
			IF WS-REJ-COUNT >= WS-REJ-MAX-ENTRIES
				IF NOT REJECT-TABLE-FULL
					SET REJECT-TABLE-FULL TO TRUE
					DISPLAY 'PHONMVCK: *** REJECT TABLE FULL - '
						'EXCESS REJECTS NOT MATCHED ***'
				END-IF
			ELSE
				ADD 1 TO WS-REJ-COUNT
				MOVE TRANS-SEQ-NO TO WS-REJ-ORDER-NO(WS-REJ-COUNT)
				MOVE PHONE-NO OF TRANS-PHONE-RECORD
					TO WS-REJ-PHONE-NO(WS-REJ-COUNT)
				MOVE SUSP-REJECT-CODE TO WS-REJ-CODE(WS-REJ-COUNT)
			END-IF
		END-IF
	END-IF.

LOAD-LOC-REJECT-TABLE.
	OPEN INPUT LOC-REJECT-FILE
	IF LOC-REJECT-STATUS NOT = '00'
		SET EOF TO TRUE
	END-IF
	PERFORM UNTIL EOF
		READ LOC-REJECT-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM LOAD-ONE-LOC-REJECT
		END-READ
	END-PERFORM
	IF LOC-REJECT-STATUS NOT = '35'
		CLOSE LOC-REJECT-FILE
	END-IF
	SET EOF TO FALSE.

LOAD-ONE-LOC-REJECT.
	*> only a refusal on a move order's own transaction counts
	IF LREJ-ORDER-NO NOT = SPACES
		IF WS-LREJ-COUNT >= WS-LREJ-MAX-ENTRIES
			IF NOT LOC-REJECT-TABLE-FULL
				SET LOC-REJECT-TABLE-FULL TO TRUE
				DISPLAY 'PHONMVCK: *** LOCATION REJECT TABLE FULL - '
					'EXCESS REJECTS NOT MATCHED ***'
			END-IF
		ELSE
			ADD 1 TO WS-LREJ-COUNT
			MOVE LREJ-ORDER-NO TO WS-LREJ-ORDER-NO(WS-LREJ-COUNT)
			MOVE LREJ-PHONE-NO TO WS-LREJ-PHONE-NO(WS-LREJ-COUNT)
			MOVE LREJ-REJECT-CODE TO WS-LREJ-CODE(WS-LREJ-COUNT)
		END-IF
	END-IF.

LOAD-LATEST-ORDERS.
	*> a line moved again is judged on its newest order only: the
	*> older order's targets no longer describe where it should be
	OPEN INPUT MOVE-REGISTER-FILE
	IF REGISTER-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
	END-IF
	PERFORM UNTIL EOF
		READ MOVE-REGISTER-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM NOTE-LATEST-ORDER
		END-READ
	END-PERFORM
	IF REGISTER-FILE-STATUS NOT = '35'
		CLOSE MOVE-REGISTER-FILE
	END-IF
	SET EOF TO FALSE.

NOTE-LATEST-ORDER.
	PERFORM VARYING WS-LATEST-IX FROM 1 BY 1
			UNTIL WS-LATEST-IX > WS-LATEST-COUNT
			OR WS-LATEST-PHONE-NO(WS-LATEST-IX) = MREG-PHONE-NO
		CONTINUE
	END-PERFORM
	IF WS-LATEST-IX <= WS-LATEST-COUNT
		MOVE MREG-ORDER-NO TO WS-LATEST-ORDER-NO(WS-LATEST-IX)
	ELSE
		IF WS-LATEST-COUNT >= WS-LATEST-MAX-ENTRIES
			IF NOT LATEST-TABLE-FULL
				SET LATEST-TABLE-FULL TO TRUE
				DISPLAY 'PHONMVCK: *** LINE TABLE FULL - '
					'LATER LINES NOT CHECKED FOR NEWER ORDERS ***'
			END-IF
		ELSE
			ADD 1 TO WS-LATEST-COUNT
			MOVE MREG-PHONE-NO TO WS-LATEST-PHONE-NO(WS-LATEST-COUNT)
			MOVE MREG-ORDER-NO TO WS-LATEST-ORDER-NO(WS-LATEST-COUNT)
		END-IF
	END-IF.

OPEN-FILES.
	OPEN INPUT MOVE-REGISTER-FILE
	IF REGISTER-FILE-STATUS = '00'
		SET REGISTER-AVAILABLE TO TRUE
	ELSE
		SET EOF TO TRUE
		DISPLAY 'PHONMVCK: PHONMOVE.REG NOT FOUND - NO ORDERS'
	END-IF
	OPEN INPUT PHONE-FILE
	IF PHONE-FILE-STATUS = '00'
		SET PHONE-FILE-AVAILABLE TO TRUE
	ELSE
		SET EOF TO TRUE
		DISPLAY 'PHONMVCK: *** PHONE.DAT NOT AVAILABLE - '
			'NO ORDERS CHECKED ***'
		MOVE 8 TO RETURN-CODE
	END-IF
	OPEN INPUT LOCATION-FILE
	IF LOCATION-FILE-STATUS = '00'
		SET LOCATION-FILE-AVAILABLE TO TRUE
	END-IF
	OPEN OUTPUT RETAINED-REGISTER-FILE
	OPEN EXTEND MOVE-HISTORY-FILE
	IF HISTORY-FILE-STATUS = '35'
		*> first run ever: the history does not exist yet
		OPEN OUTPUT MOVE-HISTORY-FILE
	END-IF
	OPEN OUTPUT FOLLOW-UP-REPORT-FILE
	MOVE WS-TODAY-DATE TO HDG-RUN-DATE
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM HDG-LINE-2
	WRITE REPORT-LINE FROM SPACES.

CHECK-ONE-ORDER.
	ADD 1 TO WS-ORDERS-READ
	IF FUNCTION MOD(WS-ORDERS-READ, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'PHONMVCK: ' WS-ORDERS-READ ' ORDERS CHECKED'
	END-IF
	PERFORM FIND-LATEST-ORDER
	IF WS-LATEST-IX <= WS-LATEST-COUNT
	AND WS-LATEST-ORDER-NO(WS-LATEST-IX) NOT = MREG-ORDER-NO
		ADD 1 TO WS-ORDERS-SUPERSEDED
		SET MHST-SUPERSEDED TO TRUE
		PERFORM RETIRE-ORDER
	ELSE
		PERFORM JUDGE-ORDER
	END-IF.

FIND-LATEST-ORDER.
	PERFORM VARYING WS-LATEST-IX FROM 1 BY 1
			UNTIL WS-LATEST-IX > WS-LATEST-COUNT
			OR WS-LATEST-PHONE-NO(WS-LATEST-IX) = MREG-PHONE-NO
		CONTINUE
	END-PERFORM.

JUDGE-ORDER.
	PERFORM CHECK-DIRECTORY-SIDE
	PERFORM CHECK-LOCATION-SIDE
	PERFORM CHECK-SWITCH-SIDE
	EVALUATE TRUE
		WHEN WS-DIR-STATUS = 'DONE'
		AND WS-LOC-STATUS = 'DONE'
		AND WS-SWITCH-STATUS = 'DONE'
			*> a finished order leaves the register, so a later move
			*> or change of the line cannot reopen it
			ADD 1 TO WS-ORDERS-COMPLETE
			SET MHST-COMPLETED TO TRUE
			PERFORM RETIRE-ORDER
		WHEN MREG-MOVE-DATE NOT = SPACES
		AND MREG-MOVE-DATE > WS-TODAY-DATE
			*> not yet due: the sides are allowed to be open
			ADD 1 TO WS-ORDERS-SCHEDULED
			PERFORM RETAIN-ORDER
		WHEN OTHER
			ADD 1 TO WS-ORDERS-INCOMPLETE
			IF WS-DIR-STATUS(1:4) = 'REJ '
				ADD 1 TO WS-ORDERS-REJECTED
			END-IF
			IF WS-LOC-STATUS(1:4) = 'REJ '
				ADD 1 TO WS-ORDERS-LOC-REJECTED
			END-IF
			PERFORM PRINT-INCOMPLETE-ORDER
			PERFORM RETAIN-ORDER
	END-EVALUATE.

RETAIN-ORDER.
	MOVE MOVE-REGISTER-RECORD TO RETAINED-RECORD
	WRITE RETAINED-RECORD
	ADD 1 TO WS-ORDERS-RETAINED.

RETIRE-ORDER.
	MOVE WS-TODAY-DATE TO MHST-CLOSED-DATE
	MOVE MOVE-REGISTER-RECORD TO MHST-ORDER
	WRITE MOVE-HISTORY-RECORD
	ADD 1 TO WS-ORDERS-RETIRED.

CHECK-DIRECTORY-SIDE.
	*> done when phone.dat shows the target extension and department;
	*> an order that needed no directory change is done by definition
	MOVE 'OPEN' TO WS-DIR-STATUS
	IF NOT MREG-DIR-CHANGE
		MOVE 'DONE' TO WS-DIR-STATUS
	ELSE
		MOVE MREG-PHONE-NO TO PHONE-NO OF PHONE-RECORD
		READ PHONE-FILE
			INVALID KEY MOVE 'NO LINE' TO WS-DIR-STATUS
			NOT INVALID KEY
				IF PHONE-EXTENSION OF PHONE-RECORD = MREG-NEW-EXTENSION
				AND PHONE-DEPT-CODE OF PHONE-RECORD = MREG-NEW-DEPT-CODE
					MOVE 'DONE' TO WS-DIR-STATUS
				END-IF
		END-READ
		IF WS-DIR-STATUS NOT = 'DONE'
			PERFORM FIND-DIRECTORY-REJECT
		END-IF
	END-IF.

FIND-DIRECTORY-REJECT.
	PERFORM VARYING WS-REJ-IX FROM 1 BY 1
			UNTIL WS-REJ-IX > WS-REJ-COUNT
			OR (WS-REJ-ORDER-NO(WS-REJ-IX) = MREG-ORDER-NO
			AND WS-REJ-PHONE-NO(WS-REJ-IX) = MREG-PHONE-NO)
		CONTINUE
	END-PERFORM
	IF WS-REJ-IX <= WS-REJ-COUNT
		MOVE SPACES TO WS-DIR-STATUS
		STRING 'REJ ' WS-REJ-CODE(WS-REJ-IX)
			DELIMITED BY SIZE INTO WS-DIR-STATUS
	END-IF.

CHECK-LOCATION-SIDE.
	*> judged on the switch set at open, not the live file status
	MOVE 'OPEN' TO WS-LOC-STATUS
	IF LOCATION-FILE-AVAILABLE
		MOVE MREG-PHONE-NO TO LOC-PHONE-NO
		READ LOCATION-FILE
			INVALID KEY CONTINUE
			NOT INVALID KEY
				IF LOC-BUILDING = MREG-BUILDING
				AND LOC-FLOOR = MREG-FLOOR
				AND LOC-ROOM = MREG-ROOM
					MOVE 'DONE' TO WS-LOC-STATUS
				END-IF
		END-READ
	END-IF
	IF WS-LOC-STATUS NOT = 'DONE'
		PERFORM FIND-LOCATION-REJECT
	END-IF.

FIND-LOCATION-REJECT.
	PERFORM VARYING WS-LREJ-IX FROM 1 BY 1
			UNTIL WS-LREJ-IX > WS-LREJ-COUNT
			OR (WS-LREJ-ORDER-NO(WS-LREJ-IX) = MREG-ORDER-NO
			AND WS-LREJ-PHONE-NO(WS-LREJ-IX) = MREG-PHONE-NO)
		CONTINUE
	END-PERFORM
	IF WS-LREJ-IX <= WS-LREJ-COUNT
		MOVE SPACES TO WS-LOC-STATUS
		STRING 'REJ ' WS-LREJ-CODE(WS-LREJ-IX)
			DELIMITED BY SIZE INTO WS-LOC-STATUS
	END-IF.

CHECK-SWITCH-SIDE.
	*> done once the switch export shows the target extension on a
	*> new port, or shows a changed extension at all -- the new one
	*> was checked to be free when the order was issued.  With no
	*> port on record for the line, an unchanged extension found on
	*> the switch proves nothing moved, so it is left unverified
	MOVE 'OPEN' TO WS-SWITCH-STATUS
	PERFORM VARYING WS-PBX-IX FROM 1 BY 1
			UNTIL WS-PBX-IX > WS-PBX-COUNT
			OR WS-PBX-EXTENSION(WS-PBX-IX) = MREG-NEW-EXTENSION
		CONTINUE
	END-PERFORM
	IF WS-PBX-IX <= WS-PBX-COUNT
		EVALUATE TRUE
			WHEN MREG-NEW-EXTENSION NOT = MREG-OLD-EXTENSION
				MOVE 'DONE' TO WS-SWITCH-STATUS
			WHEN MREG-OLD-PORT = 'UNKNOWN'
				MOVE 'UNVERIFIED' TO WS-SWITCH-STATUS
			WHEN WS-PBX-PORT(WS-PBX-IX) NOT = MREG-OLD-PORT
				MOVE 'DONE' TO WS-SWITCH-STATUS
		END-EVALUATE
	END-IF.

PRINT-INCOMPLETE-ORDER.
	MOVE MREG-ORDER-NO TO DTL-ORDER-NO
	MOVE MREG-PHONE-NO TO DTL-PHONE-NO
	MOVE MREG-MOVE-DATE TO DTL-MOVE-DATE
	MOVE WS-DIR-STATUS TO DTL-DIR-STATUS
	MOVE WS-LOC-STATUS TO DTL-LOC-STATUS
	MOVE WS-SWITCH-STATUS TO DTL-SWITCH-STATUS
	MOVE MREG-ISSUED-DATE TO DTL-ISSUED-DATE
	WRITE REPORT-LINE FROM DETAIL-LINE.

PRINT-TOTALS.
	WRITE REPORT-LINE FROM SPACES
	MOVE 'ORDERS ON REGISTER          :' TO TOT-LABEL
	MOVE WS-ORDERS-READ TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'ORDERS COMPLETE             :' TO TOT-LABEL
	MOVE WS-ORDERS-COMPLETE TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'ORDERS NOT YET DUE          :' TO TOT-LABEL
	MOVE WS-ORDERS-SCHEDULED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'ORDERS INCOMPLETE           :' TO TOT-LABEL
	MOVE WS-ORDERS-INCOMPLETE TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE '  WITH DIRECTORY REJECTED   :' TO TOT-LABEL
	MOVE WS-ORDERS-REJECTED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE '  WITH LOCATION REJECTED    :' TO TOT-LABEL
	MOVE WS-ORDERS-LOC-REJECTED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'ORDERS SUPERSEDED           :' TO TOT-LABEL
	MOVE WS-ORDERS-SUPERSEDED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'ORDERS RETIRED FROM REGISTER:' TO TOT-LABEL
	MOVE WS-ORDERS-RETIRED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE.

BALANCE-COUNTS.
	IF WS-ORDERS-READ = WS-ORDERS-RETAINED + WS-ORDERS-RETIRED
		SET COUNTS-BALANCED TO TRUE
	ELSE
		DISPLAY 'PHONMVCK: *** IN/OUT COUNTS DO NOT BALANCE ***'
		DISPLAY 'PHONMVCK: MOVE REGISTER LEFT UNCHANGED'
		MOVE 8 TO RETURN-CODE
	END-IF.

REWRITE-REGISTER-FILE.
	*> the register carries forward only the orders still open or
	*> not yet due; PHONMOVE must not append while this job runs
	SET EOF TO FALSE
	OPEN INPUT RETAINED-REGISTER-FILE
	OPEN OUTPUT MOVE-REGISTER-FILE
	PERFORM UNTIL EOF
		READ RETAINED-REGISTER-FILE
			AT END SET EOF TO TRUE
			NOT AT END
				MOVE RETAINED-RECORD TO MOVE-REGISTER-RECORD
				WRITE MOVE-REGISTER-RECORD
				ADD 1 TO WS-ORDERS-REWRITTEN
		END-READ
	END-PERFORM
	CLOSE RETAINED-REGISTER-FILE
	CLOSE MOVE-REGISTER-FILE.

CLOSE-FILES.
	CLOSE MOVE-REGISTER-FILE
	CLOSE RETAINED-REGISTER-FILE
	CLOSE MOVE-HISTORY-FILE
	IF PHONE-FILE-AVAILABLE
		CLOSE PHONE-FILE
	END-IF
	IF LOCATION-FILE-AVAILABLE
		CLOSE LOCATION-FILE
	END-IF
	CLOSE FOLLOW-UP-REPORT-FILE.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'PHONMVCK' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-ORDERS-READ TO RUN-RECORDS-IN
	MOVE WS-ORDERS-INCOMPLETE TO RUN-RECORDS-OUT
	MOVE WS-ORDERS-REJECTED TO RUN-REJECT-COUNT
	MOVE ZERO TO RUN-ADD-COUNT
	MOVE WS-ORDERS-RETIRED TO RUN-DELETE-COUNT
	MOVE WS-ORDERS-SCHEDULED TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONMVCK ORDERS ON REGISTER   : ' WS-ORDERS-READ
	DISPLAY 'PHONMVCK ORDERS COMPLETE      : ' WS-ORDERS-COMPLETE
	DISPLAY 'PHONMVCK ORDERS NOT YET DUE   : ' WS-ORDERS-SCHEDULED
	DISPLAY 'PHONMVCK ORDERS INCOMPLETE    : ' WS-ORDERS-INCOMPLETE
	DISPLAY 'PHONMVCK DIRECTORY REJECTED   : ' WS-ORDERS-REJECTED
	DISPLAY 'PHONMVCK LOCATION REJECTED    : ' WS-ORDERS-LOC-REJECTED
	DISPLAY 'PHONMVCK ORDERS SUPERSEDED    : ' WS-ORDERS-SUPERSEDED
	DISPLAY 'PHONMVCK ORDERS RETIRED       : ' WS-ORDERS-RETIRED.
