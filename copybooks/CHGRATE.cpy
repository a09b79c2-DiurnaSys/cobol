	*> RATE-RECORD layout for the chargeback rate table: one monthly
	*> charge per record.  An L record prices each active line, an E
	*> record each line with an assigned PHONE-EXTENSION, and a B
	*> record each active line located in the named LOC-BUILDING.
	*> RATE-BUILDING is blank on L and E records.  The including
	*> program supplies the level-01 group name, e.g.
	*>     01 RATE-RECORD.
	*>         COPY CHGRATE.
	05 RATE-TYPE            PIC X.
		88 RATE-PER-LINE        VALUE 'L'.
		88 RATE-PER-EXTENSION   VALUE 'E'.
		88 RATE-PER-BUILDING    VALUE 'B'.
	05 RATE-BUILDING        PIC X(10).
	05 RATE-MONTHLY-CHARGE  PIC 9(5)V99.
