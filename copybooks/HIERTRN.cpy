	*> HIER-TRANS-RECORD layout for the hierarchy transaction stream:
	*> one maintenance transaction against depthier.dat -- an action
	*> code plus the HIER-NODE-RECORD image to apply -- edited and
	*> applied by the hierarchy maintenance run on the same pattern as
	*> the department transaction stream.  The including program
	*> supplies the level-01 group name, e.g.
	*>     01 HIER-TRANS-RECORD.
	*>         COPY HIERTRN.
	05 HTRN-ACTION-CODE      PIC X.
		88 HTRN-ADD              VALUE 'A'.
		88 HTRN-CHANGE           VALUE 'C'.
		88 HTRN-DELETE           VALUE 'D'.
	05 HTRN-NODE-RECORD.
		COPY DEPTHIER REPLACING ==05== BY ==10==.
