       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHONMOVE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT MOVE-ORDER-FILE
		ASSIGN TO 'phonmove.ord'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ORDER-FILE-STATUS.
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
		RECORD KEY IS LOC-PHONE-NO OF LOCATION-RECORD
		FILE STATUS IS LOCATION-FILE-STATUS.
	SELECT DEPT-FILE
		ASSIGN TO 'dept.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS DEPT-CODE
		FILE STATUS IS DEPT-FILE-STATUS.
	SELECT PBX-FILE
		ASSIGN TO 'pbxext.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PBX-FILE-STATUS.
	SELECT PROPOSED-TRANS-FILE
		ASSIGN TO 'phonmove.trn'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PROPOSED-TRANS-STATUS.
	SELECT LOC-TRANS-FILE
		ASSIGN TO 'phonmovl.trn'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LOC-TRANS-STATUS.
	SELECT SWITCH-ORDER-FILE
		ASSIGN TO 'phonmove.swo'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SWITCH-ORDER-STATUS.
	SELECT MOVE-REGISTER-FILE
		ASSIGN TO 'phonmove.reg'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REGISTER-FILE-STATUS.
	SELECT MOVE-REPORT-FILE
		ASSIGN TO 'phonmove.rpt'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REPORT-FILE-STATUS.
	SELECT RUN-LOG-FILE
		ASSIGN TO 'runlog.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RUN-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD MOVE-ORDER-FILE.
01 MOVE-ORDER-RECORD.
	COPY MOVEORD.

FD PHONE-FILE.
01 PHONE-RECORD.
	COPY PHONEREC.

FD LOCATION-FILE.
01 LOCATION-RECORD.
	COPY PHONLOC.

FD DEPT-FILE.
01 DEPT-RECORD.
	COPY DEPTREC.

FD PBX-FILE.
01 PBX-RECORD.
	COPY PBXREC.

FD PROPOSED-TRANS-FILE.
01 PROPOSED-TRANS-RECORD.
	COPY PHTRANS.

FD LOC-TRANS-FILE.
01 LOC-TRANS-RECORD.
	COPY PHLOCTRN.

FD SWITCH-ORDER-FILE.
01 SWITCH-ORDER-RECORD.
	COPY SWORDER.

FD MOVE-REGISTER-FILE.
01 MOVE-REGISTER-RECORD.
	COPY MOVEREG.

FD MOVE-REPORT-FILE.
01 REPORT-LINE			PIC X(80).

FD RUN-LOG-FILE.
01 RUN-CONTROL-RECORD.
	COPY RUNLOG.

WORKING-STORAGE SECTION.
01 ORDER-FILE-STATUS		PIC X(2).
01 PHONE-FILE-STATUS		PIC X(2).
01 LOCATION-FILE-STATUS		PIC X(2).
01 DEPT-FILE-STATUS		PIC X(2).
01 PBX-FILE-STATUS		PIC X(2).
01 PROPOSED-TRANS-STATUS	PIC X(2).
01 LOC-TRANS-STATUS		PIC X(2).
01 SWITCH-ORDER-STATUS		PIC X(2).
01 REGISTER-FILE-STATUS		PIC X(2).
01 REPORT-FILE-STATUS		PIC X(2).
01 RUN-LOG-STATUS		PIC X(2).
01 WS-FLAGS.
	05 EOF-SWITCH		PIC X VALUE 'N'.
		88 EOF			VALUE 'Y' FALSE 'N'.
	05 ORDER-OK-SWITCH	PIC X VALUE 'Y'.
		88 ORDER-OK		VALUE 'Y' FALSE 'N'.
	05 LOC-AVAIL-SWITCH	PIC X VALUE 'N'.
		88 LOCATION-FILE-AVAILABLE VALUE 'Y'.
	05 LOC-FOUND-SWITCH	PIC X VALUE 'N'.
		88 LOCATION-ON-FILE	VALUE 'Y' FALSE 'N'.
	05 PBX-FULL-SWITCH	PIC X VALUE 'N'.
		88 PBX-TABLE-FULL	VALUE 'Y'.
	05 DIR-CHANGE-SWITCH	PIC X VALUE 'N'.
		88 DIRECTORY-CHANGE	VALUE 'Y' FALSE 'N'.
01 WS-TODAY-DATE		PIC X(8).
01 WS-TARGET-EXTENSION		PIC X(4).
01 WS-TARGET-DEPT-CODE		PIC X(4).
01 WS-OLD-PORT			PIC X(6).
01 WS-REJECT-REASON		PIC X(40).
01 WS-PBX-MAX-ENTRIES		PIC 9(5) VALUE 9999.
01 WS-PBX-COUNT			PIC 9(5) VALUE ZERO.
01 WS-PBX-IX			PIC 9(5) VALUE ZERO.
01 WS-PBX-TABLE.
	*> the switch's programmed stations, held for the extension
	*> checks; pbxext.dat is a flat export with no key to read by
	05 WS-PBX-ENTRY OCCURS 9999 TIMES.
		10 WS-PBX-EXTENSION	PIC X(4).
		10 WS-PBX-PORT		PIC X(6).
		10 WS-PBX-STATION	PIC X(10).
01 WS-PROGRESS-INTERVAL		PIC 9(6) VALUE 1000.
01 WS-COUNTERS.
	05 WS-ORDERS-READ	PIC 9(6) VALUE ZERO.
	05 WS-ORDERS-ACCEPTED	PIC 9(6) VALUE ZERO.
	05 WS-ORDERS-REJECTED	PIC 9(6) VALUE ZERO.
	05 WS-DIR-TRANS-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-LOC-TRANS-COUNT	PIC 9(6) VALUE ZERO.
	05 WS-SWITCH-COUNT	PIC 9(6) VALUE ZERO.

01 HDG-LINE-1.
	05 FILLER		PIC X(32) VALUE
		'MOVE ORDER EDIT - '.
	05 HDG-RUN-DATE		PIC X(8).
01 HDG-LINE-2.
	05 FILLER		PIC X(8) VALUE 'ORDER'.
	05 FILLER		PIC X(8) VALUE 'LINE'.
	05 FILLER		PIC X(10) VALUE 'RESULT'.
	05 FILLER		PIC X(40) VALUE 'REASON / SIDES CUT'.

01 DETAIL-LINE.
	05 DTL-ORDER-NO		PIC X(6).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-PHONE-NO		PIC X(6).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-RESULT		PIC X(8).
	05 FILLER		PIC X(2) VALUE SPACES.
	05 DTL-REASON		PIC X(40).

01 TOTAL-LINE.
	05 TOT-LABEL		PIC X(30).
	05 TOT-COUNT		PIC ZZZ,ZZ9.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
	*> one move order becomes the directory change, the location
	*> change and the switch work order together, all carrying the
	*> order number, or none of them if the order does not check out
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
	PERFORM LOAD-PBX-TABLE
	PERFORM OPEN-FILES
	PERFORM UNTIL EOF
		READ MOVE-ORDER-FILE
			AT END SET EOF TO TRUE
			NOT AT END PERFORM PROCESS-MOVE-ORDER
		END-READ
	END-PERFORM
	PERFORM PRINT-TOTALS
	PERFORM CLOSE-FILES
	PERFORM WRITE-RUN-LOG-RECORD
	PERFORM DISPLAY-TOTALS.

PROGRAM-DONE.
	STOP RUN.

LOAD-PBX-TABLE.
	OPEN INPUT PBX-FILE
	IF PBX-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONMOVE: PBXEXT.DAT NOT FOUND - '
			'SWITCH PORTS WILL SHOW AS UNKNOWN'
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
			DISPLAY 'PHONMOVE: *** SWITCH TABLE FULL - '
				'EXCESS STATIONS NOT CHECKED ***'
		END-IF
	ELSE
		ADD 1 TO WS-PBX-COUNT
		MOVE PBX-EXTENSION TO WS-PBX-EXTENSION(WS-PBX-COUNT)
		MOVE PBX-PORT TO WS-PBX-PORT(WS-PBX-COUNT)
		MOVE PBX-STATION-NAME TO WS-PBX-STATION(WS-PBX-COUNT)
	END-IF.

OPEN-FILES.
	OPEN INPUT MOVE-ORDER-FILE
	IF ORDER-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONMOVE: PHONMOVE.ORD NOT FOUND - NO ORDERS'
	END-IF
	OPEN INPUT PHONE-FILE
	IF PHONE-FILE-STATUS NOT = '00'
		SET EOF TO TRUE
		DISPLAY 'PHONMOVE: *** PHONE.DAT NOT AVAILABLE - '
			'NO ORDERS PROCESSED ***'
		MOVE 8 TO RETURN-CODE
	END-IF
	OPEN INPUT LOCATION-FILE
	IF LOCATION-FILE-STATUS = '00'
		SET LOCATION-FILE-AVAILABLE TO TRUE
	END-IF
	OPEN INPUT DEPT-FILE
	OPEN OUTPUT PROPOSED-TRANS-FILE
	OPEN OUTPUT LOC-TRANS-FILE
	OPEN OUTPUT SWITCH-ORDER-FILE
	OPEN EXTEND MOVE-REGISTER-FILE
	IF REGISTER-FILE-STATUS = '35'
		*> first move order ever: the register does not exist yet
		OPEN OUTPUT MOVE-REGISTER-FILE
	END-IF
	OPEN OUTPUT MOVE-REPORT-FILE
	MOVE WS-TODAY-DATE TO HDG-RUN-DATE
	WRITE REPORT-LINE FROM HDG-LINE-1
	WRITE REPORT-LINE FROM HDG-LINE-2
	WRITE REPORT-LINE FROM SPACES.

PROCESS-MOVE-ORDER.
	ADD 1 TO WS-ORDERS-READ
	IF FUNCTION MOD(WS-ORDERS-READ, WS-PROGRESS-INTERVAL) = 0
		DISPLAY 'PHONMOVE: ' WS-ORDERS-READ ' ORDERS PROCESSED'
	END-IF
	PERFORM CHECK-MOVE-ORDER
	MOVE MOV-ORDER-NO TO DTL-ORDER-NO
	MOVE MOV-PHONE-NO TO DTL-PHONE-NO
	IF ORDER-OK
		PERFORM ISSUE-MOVE-ORDER
		ADD 1 TO WS-ORDERS-ACCEPTED
		MOVE 'ISSUED' TO DTL-RESULT
		IF DIRECTORY-CHANGE
			MOVE 'DIRECTORY, LOCATION, SWITCH' TO DTL-REASON
		ELSE
			MOVE 'LOCATION, SWITCH (NO DIRECTORY CHANGE)'
				TO DTL-REASON
		END-IF
	ELSE
		ADD 1 TO WS-ORDERS-REJECTED
		MOVE 'REJECTED' TO DTL-RESULT
		MOVE WS-REJECT-REASON TO DTL-REASON
	END-IF
	WRITE REPORT-LINE FROM DETAIL-LINE.

CHECK-MOVE-ORDER.
	*> checked against all three files before anything is cut, so a
	*> side is never issued for an order another side would refuse
	SET ORDER-OK TO TRUE
	MOVE SPACES TO WS-REJECT-REASON
	EVALUATE TRUE
		WHEN MOV-ORDER-NO = SPACES
			MOVE 'ORDER NUMBER IS REQUIRED' TO WS-REJECT-REASON
		WHEN MOV-PHONE-NO IS NOT NUMERIC
			MOVE 'PHONE-NO IS NOT NUMERIC' TO WS-REJECT-REASON
		WHEN MOV-BUILDING = SPACES
			MOVE 'BUILDING IS REQUIRED' TO WS-REJECT-REASON
		WHEN MOV-FLOOR = SPACES
			MOVE 'FLOOR IS REQUIRED' TO WS-REJECT-REASON
		WHEN MOV-MOVE-DATE NOT = SPACES
		AND MOV-MOVE-DATE IS NOT NUMERIC
			MOVE 'MOVE DATE IS NOT A DATE' TO WS-REJECT-REASON
		WHEN MOV-NEW-EXTENSION NOT = SPACES
		AND MOV-NEW-EXTENSION IS NOT NUMERIC
			MOVE 'NEW EXTENSION IS NOT NUMERIC' TO WS-REJECT-REASON
	END-EVALUATE
	IF WS-REJECT-REASON = SPACES
		PERFORM CHECK-AGAINST-DIRECTORY
	END-IF
	IF WS-REJECT-REASON = SPACES
		PERFORM CHECK-AGAINST-LOCATION
	END-IF
	IF WS-REJECT-REASON = SPACES
		PERFORM CHECK-AGAINST-SWITCH
	END-IF
	IF WS-REJECT-REASON NOT = SPACES
		SET ORDER-OK TO FALSE
	END-IF.

CHECK-AGAINST-DIRECTORY.
	MOVE MOV-PHONE-NO TO PHONE-NO OF PHONE-RECORD
	READ PHONE-FILE
		INVALID KEY
			MOVE 'LINE NOT ON PHONE.DAT' TO WS-REJECT-REASON
	END-READ
	EVALUATE TRUE
		WHEN WS-REJECT-REASON NOT = SPACES
			CONTINUE
		WHEN NOT PHONE-ACTIVE OF PHONE-RECORD
			MOVE 'LINE IS NOT ACTIVE' TO WS-REJECT-REASON
		WHEN MOV-EMP-ID NOT = SPACES
		AND MOV-EMP-ID NOT = PHONE-EMP-ID OF PHONE-RECORD
			MOVE 'LINE BELONGS TO ANOTHER EMPLOYEE'
				TO WS-REJECT-REASON
		WHEN MOV-NEW-DEPT-CODE NOT = SPACES
			MOVE MOV-NEW-DEPT-CODE TO DEPT-CODE
			READ DEPT-FILE
				INVALID KEY
					MOVE 'NEW DEPARTMENT NOT ON DEPT.DAT'
						TO WS-REJECT-REASON
			END-READ
	END-EVALUATE
	IF WS-REJECT-REASON = SPACES
		MOVE PHONE-EXTENSION OF PHONE-RECORD TO WS-TARGET-EXTENSION
		IF MOV-NEW-EXTENSION NOT = SPACES
			MOVE MOV-NEW-EXTENSION TO WS-TARGET-EXTENSION
		END-IF
		MOVE PHONE-DEPT-CODE OF PHONE-RECORD TO WS-TARGET-DEPT-CODE
		IF MOV-NEW-DEPT-CODE NOT = SPACES
			MOVE MOV-NEW-DEPT-CODE TO WS-TARGET-DEPT-CODE
		END-IF
	END-IF.

CHECK-AGAINST-LOCATION.
	*> judged on the switch set at open, not the live file status
	SET LOCATION-ON-FILE TO FALSE
	IF NOT LOCATION-FILE-AVAILABLE
		MOVE 'PHONLOC.DAT NOT AVAILABLE' TO WS-REJECT-REASON
	ELSE
		MOVE MOV-PHONE-NO TO LOC-PHONE-NO OF LOCATION-RECORD
		READ LOCATION-FILE
			INVALID KEY CONTINUE
			NOT INVALID KEY SET LOCATION-ON-FILE TO TRUE
		END-READ
		IF LOCATION-ON-FILE
		AND LOC-BUILDING OF LOCATION-RECORD = MOV-BUILDING
		AND LOC-FLOOR OF LOCATION-RECORD = MOV-FLOOR
		AND LOC-ROOM OF LOCATION-RECORD = MOV-ROOM
			MOVE 'LINE IS ALREADY AT THAT LOCATION'
				TO WS-REJECT-REASON
		END-IF
	END-IF.

CHECK-AGAINST-SWITCH.
	*> the station's port today is what telecom moves; a new
	*> extension must not already answer somewhere else on the switch
	MOVE 'UNKNOWN' TO WS-OLD-PORT
	PERFORM VARYING WS-PBX-IX FROM 1 BY 1
			UNTIL WS-PBX-IX > WS-PBX-COUNT
			OR WS-PBX-EXTENSION(WS-PBX-IX) = PHONE-EXTENSION OF PHONE-RECORD
		CONTINUE
	END-PERFORM
	IF WS-PBX-IX <= WS-PBX-COUNT
		MOVE WS-PBX-PORT(WS-PBX-IX) TO WS-OLD-PORT
	END-IF
	IF WS-TARGET-EXTENSION NOT = PHONE-EXTENSION OF PHONE-RECORD
		PERFORM VARYING WS-PBX-IX FROM 1 BY 1
				UNTIL WS-PBX-IX > WS-PBX-COUNT
				OR WS-PBX-EXTENSION(WS-PBX-IX) = WS-TARGET-EXTENSION
			CONTINUE
		END-PERFORM
		IF WS-PBX-IX <= WS-PBX-COUNT
			MOVE 'NEW EXTENSION ALREADY ON THE SWITCH'
				TO WS-REJECT-REASON
		END-IF
	END-IF.

ISSUE-MOVE-ORDER.
	SET DIRECTORY-CHANGE TO FALSE
	IF WS-TARGET-EXTENSION NOT = PHONE-EXTENSION OF PHONE-RECORD
	OR WS-TARGET-DEPT-CODE NOT = PHONE-DEPT-CODE OF PHONE-RECORD
		SET DIRECTORY-CHANGE TO TRUE
		PERFORM WRITE-DIRECTORY-TRANS
	END-IF
	PERFORM WRITE-LOCATION-TRANS
	PERFORM WRITE-SWITCH-ORDER
	MOVE SPACES TO MOVE-REGISTER-RECORD
	MOVE 'N' TO MREG-DIR-REQUIRED
	IF DIRECTORY-CHANGE
		SET MREG-DIR-CHANGE TO TRUE
	END-IF
	MOVE MOV-ORDER-NO TO MREG-ORDER-NO
	MOVE WS-TODAY-DATE TO MREG-ISSUED-DATE
	MOVE MOV-MOVE-DATE TO MREG-MOVE-DATE
	MOVE MOV-PHONE-NO TO MREG-PHONE-NO
	MOVE PHONE-EXTENSION OF PHONE-RECORD TO MREG-OLD-EXTENSION
	MOVE WS-OLD-PORT TO MREG-OLD-PORT
	MOVE WS-TARGET-EXTENSION TO MREG-NEW-EXTENSION
	MOVE WS-TARGET-DEPT-CODE TO MREG-NEW-DEPT-CODE
	MOVE MOV-BUILDING TO MREG-BUILDING
	MOVE MOV-FLOOR TO MREG-FLOOR
	MOVE MOV-ROOM TO MREG-ROOM
	WRITE MOVE-REGISTER-RECORD.

WRITE-DIRECTORY-TRANS.
	*> ad hoc work with no batch identity, so the replay guard always
	*> applies it; the sequence number carries the order number
	MOVE SPACES TO PROPOSED-TRANS-RECORD
	MOVE 'C' TO TRANS-ACTION-CODE
	MOVE PHONE-RECORD TO TRANS-PHONE-RECORD
	MOVE WS-TARGET-EXTENSION TO PHONE-EXTENSION OF TRANS-PHONE-RECORD
	MOVE WS-TARGET-DEPT-CODE TO PHONE-DEPT-CODE OF TRANS-PHONE-RECORD
	MOVE MOV-MOVE-DATE TO TRANS-EFFECTIVE-DATE
	MOVE MOV-ORDER-NO TO TRANS-SEQ-NO
	WRITE PROPOSED-TRANS-RECORD
	ADD 1 TO WS-DIR-TRANS-COUNT.

WRITE-LOCATION-TRANS.
	MOVE SPACES TO LOC-TRANS-RECORD
	IF LOCATION-ON-FILE
		SET LTRN-CHANGE TO TRUE
	ELSE
		SET LTRN-ADD TO TRUE
	END-IF
	MOVE MOV-PHONE-NO TO LOC-PHONE-NO OF LTRN-LOCATION-RECORD
	MOVE MOV-BUILDING TO LOC-BUILDING OF LTRN-LOCATION-RECORD
	MOVE MOV-FLOOR TO LOC-FLOOR OF LTRN-LOCATION-RECORD
	MOVE MOV-ROOM TO LOC-ROOM OF LTRN-LOCATION-RECORD
	MOVE MOV-ORDER-NO TO LTRN-ORDER-NO
	WRITE LOC-TRANS-RECORD
	ADD 1 TO WS-LOC-TRANS-COUNT.

WRITE-SWITCH-ORDER.
	MOVE SPACES TO SWITCH-ORDER-RECORD
	MOVE MOV-ORDER-NO TO SWO-ORDER-NO
	MOVE MOV-MOVE-DATE TO SWO-MOVE-DATE
	MOVE MOV-PHONE-NO TO SWO-PHONE-NO
	MOVE PHONE-NAME OF PHONE-RECORD TO SWO-STATION-NAME
	MOVE PHONE-EXTENSION OF PHONE-RECORD TO SWO-OLD-EXTENSION
	MOVE WS-OLD-PORT TO SWO-OLD-PORT
	MOVE WS-TARGET-EXTENSION TO SWO-NEW-EXTENSION
	MOVE MOV-BUILDING TO SWO-BUILDING
	MOVE MOV-FLOOR TO SWO-FLOOR
	MOVE MOV-ROOM TO SWO-ROOM
	WRITE SWITCH-ORDER-RECORD
	ADD 1 TO WS-SWITCH-COUNT.

PRINT-TOTALS.
	WRITE REPORT-LINE FROM SPACES
	MOVE 'MOVE ORDERS READ            :' TO TOT-LABEL
	MOVE WS-ORDERS-READ TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'MOVE ORDERS ISSUED          :' TO TOT-LABEL
	MOVE WS-ORDERS-ACCEPTED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'MOVE ORDERS REJECTED        :' TO TOT-LABEL
	MOVE WS-ORDERS-REJECTED TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'DIRECTORY TRANSACTIONS      :' TO TOT-LABEL
	MOVE WS-DIR-TRANS-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'LOCATION TRANSACTIONS       :' TO TOT-LABEL
	MOVE WS-LOC-TRANS-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE
	MOVE 'SWITCH WORK ORDERS          :' TO TOT-LABEL
	MOVE WS-SWITCH-COUNT TO TOT-COUNT
	WRITE REPORT-LINE FROM TOTAL-LINE.

CLOSE-FILES.
	CLOSE MOVE-ORDER-FILE
	CLOSE PHONE-FILE
	IF LOCATION-FILE-AVAILABLE
		CLOSE LOCATION-FILE
	END-IF
	CLOSE DEPT-FILE
	CLOSE PROPOSED-TRANS-FILE
	CLOSE LOC-TRANS-FILE
	CLOSE SWITCH-ORDER-FILE
	CLOSE MOVE-REGISTER-FILE
	CLOSE MOVE-REPORT-FILE.

WRITE-RUN-LOG-RECORD.
	OPEN EXTEND RUN-LOG-FILE
	IF RUN-LOG-STATUS = '35'
		*> first run ever: the log does not exist yet
		OPEN OUTPUT RUN-LOG-FILE
	END-IF
	MOVE 'PHONMOVE' TO RUN-PROGRAM-ID
	MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
	MOVE WS-ORDERS-READ TO RUN-RECORDS-IN
	MOVE WS-ORDERS-ACCEPTED TO RUN-RECORDS-OUT
	MOVE WS-ORDERS-REJECTED TO RUN-REJECT-COUNT
	MOVE ZERO TO RUN-ADD-COUNT
	MOVE ZERO TO RUN-DELETE-COUNT
	MOVE ZERO TO RUN-SKIP-COUNT
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-LOG-FILE.

DISPLAY-TOTALS.
	DISPLAY 'PHONMOVE ORDERS READ          : ' WS-ORDERS-READ
	DISPLAY 'PHONMOVE ORDERS ISSUED        : ' WS-ORDERS-ACCEPTED
	DISPLAY 'PHONMOVE ORDERS REJECTED      : ' WS-ORDERS-REJECTED
	DISPLAY 'PHONMOVE DIRECTORY TRANS      : ' WS-DIR-TRANS-COUNT
	DISPLAY 'PHONMOVE LOCATION TRANS       : ' WS-LOC-TRANS-COUNT
	DISPLAY 'PHONMOVE SWITCH WORK ORDERS   : ' WS-SWITCH-COUNT.
