	*> CDR-RECORD layout for the switch's monthly call-detail
	*> extract: one record per extension for the month, carrying the
	*> calls it made or took and the minutes on them.  CDR-PERIOD is
	*> the month the counts cover (YYYYMM).  The including program
	*> supplies the level-01 group name, e.g.
	*>     01 CDR-RECORD.
	*>         COPY CDRREC.
	05 CDR-EXTENSION        PIC X(4).
	05 CDR-PERIOD           PIC X(6).
	05 CDR-CALL-COUNT       PIC 9(6).
	05 CDR-MINUTES          PIC 9(7).
