	*> GROUP-TRANS-RECORD layout for the hunt group transaction
	*> stream: one maintenance transaction against huntgrp.dat -- an
	*> action code plus the GROUP-RECORD image to apply -- edited and
	*> applied by the group maintenance run on the same pattern as
	*> the department transaction stream.  The including program
	*> supplies the level-01 group name, e.g.
	*>     01 GROUP-TRANS-RECORD.
	*>         COPY GRPTRN.
	05 GTRN-ACTION-CODE      PIC X.
		88 GTRN-ADD              VALUE 'A'.
		88 GTRN-CHANGE           VALUE 'C'.
		88 GTRN-DELETE           VALUE 'D'.
	05 GTRN-GROUP-RECORD.
		COPY GRPREC REPLACING ==05== BY ==10==.
