	*> GROUP-AUDIT-RECORD layout for the hunt group audit trail: a
	*> before/after image of every huntgrp.dat update, with the
	*> timestamp and action code of the transaction that caused it,
	*> mirroring the department audit trail.  The including program
	*> supplies the level-01 group name, e.g.
	*>     01 GROUP-AUDIT-RECORD.
	*>         COPY GRPAUD.
	05 GAUD-TIMESTAMP       PIC X(21).
	05 GAUD-ACTION-CODE     PIC X.
	05 GAUD-BEFORE-IMAGE.
		COPY GRPREC REPLACING ==05== BY ==10==.
	05 GAUD-AFTER-IMAGE.
		COPY GRPREC REPLACING ==05== BY ==10==.
