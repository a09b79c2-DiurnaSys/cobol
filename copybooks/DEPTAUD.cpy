	*> DEPT-AUDIT-RECORD layout for the department audit trail: a
	*> before/after image of every dept.dat update, with the
	*> timestamp and action code of the transaction that caused it,
	*> mirroring the directory's AUDITREC pattern.  The including
	*> program supplies the level-01 group name, e.g.
	*>     01 DEPT-AUDIT-RECORD.
	*>         COPY DEPTAUD.
	05 DAUD-TIMESTAMP       PIC X(21).
	05 DAUD-ACTION-CODE     PIC X.
	05 DAUD-BEFORE-IMAGE.
		COPY DEPTREC REPLACING ==05== BY ==10==.
	05 DAUD-AFTER-IMAGE.
		COPY DEPTREC REPLACING ==05== BY ==10==.
