	*> MOVE-REGISTER-RECORD layout for the move-order register: one
	*> record for every order accepted, holding what each of the three
	*> sides should look like once the order is complete -- the line's
	*> extension and department on phone.dat, its building, floor and
	*> room on the location file, and its extension on the switch
	*> (which must have left the port it was on when the order was
	*> issued).  MREG-DIR-REQUIRED is 'N' when the move changes neither
	*> extension nor department, so no directory transaction was cut.
	*> The including program supplies the level-01 group name, e.g.
	*>     01 MOVE-REGISTER-RECORD.
	*>         COPY MOVEREG.
	05 MREG-ORDER-NO        PIC X(6).
	05 MREG-ISSUED-DATE     PIC X(8).
	05 MREG-MOVE-DATE       PIC X(8).
	05 MREG-PHONE-NO        PIC X(6).
	05 MREG-OLD-EXTENSION   PIC X(4).
	05 MREG-OLD-PORT        PIC X(6).
	05 MREG-NEW-EXTENSION   PIC X(4).
	05 MREG-NEW-DEPT-CODE   PIC X(4).
	05 MREG-BUILDING        PIC X(10).
	05 MREG-FLOOR           PIC X(3).
	05 MREG-ROOM            PIC X(8).
	05 MREG-DIR-REQUIRED    PIC X.
		88 MREG-DIR-CHANGE      VALUE 'Y'.
