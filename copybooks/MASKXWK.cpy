	*> MASK-XWALK-RECORD layout for phonmask.xwk, the masking run's
	*> crosswalk from a production value to the made-up value that
	*> stands for it in every test copy.  MXW-TYPE 'I' is an employee
	*> id, 'N' the first ten characters of a name; 'S' records hold
	*> the last sequence number handed out for each (MXW-ORIGINAL
	*> 'ID' or 'NAME').  The crosswalk stays with production: it is
	*> the one file that can turn a masked value back into a real one.
	*> The including program supplies the level-01 group name, e.g.
	*>     01 MASK-XWALK-RECORD.
	*>         COPY MASKXWK.
	05 MXW-KEY.
		10 MXW-TYPE             PIC X(1).
			88 MXW-EMPLOYEE-ID      VALUE 'I'.
			88 MXW-NAME             VALUE 'N'.
			88 MXW-SEQUENCE         VALUE 'S'.
		10 MXW-ORIGINAL         PIC X(10).
	05 MXW-MASKED           PIC X(10).
	05 MXW-SEQ-NO           PIC 9(6).
