	*> DEPT-TRANS-RECORD layout for the department transaction
	*> stream: one maintenance transaction against dept.dat -- an
	*> action code plus the DEPT-RECORD image to apply -- edited and
	*> applied by the department maintenance run on the same pattern
	*> as the directory's PHTRANS stream.  The including program
	*> supplies the level-01 group name, e.g.
	*>     01 DEPT-TRANS-RECORD.
	*>         COPY DEPTTRN.
	05 DTRN-ACTION-CODE      PIC X.
		88 DTRN-ADD              VALUE 'A'.
		88 DTRN-CHANGE           VALUE 'C'.
		88 DTRN-DELETE           VALUE 'D'.
	05 DTRN-DEPT-RECORD.
		COPY DEPTREC REPLACING ==05== BY ==10==.
