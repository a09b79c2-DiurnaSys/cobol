	*> HIER-AUDIT-RECORD layout for the hierarchy audit trail: a
	*> before/after image of every depthier.dat update, with the
	*> timestamp and action code of the transaction that caused it,
	*> mirroring the department audit trail.  The including program
	*> supplies the level-01 group name, e.g.
	*>     01 HIER-AUDIT-RECORD.
	*>         COPY HIERAUD.
	05 HAUD-TIMESTAMP       PIC X(21).
	05 HAUD-ACTION-CODE     PIC X.
	05 HAUD-BEFORE-IMAGE.
		COPY DEPTHIER REPLACING ==05== BY ==10==.
	05 HAUD-AFTER-IMAGE.
		COPY DEPTHIER REPLACING ==05== BY ==10==.
