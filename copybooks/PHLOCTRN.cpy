	*> one maintenance transaction against the location file -- an
	*> action code plus the LOCATION-RECORD image to apply -- edited
	*> and applied by the location maintenance run on the same
	*> pattern as the directory's PHTRANS stream.  The trailing order
	*> number ties a transaction cut by the move-order run to its
	*> directory transaction and switch work order; it is spaces for
	*> ordinary location maintenance.  The including program supplies
	*> the level-01 group name, e.g.
	*>     01 LOC-TRANS-RECORD.
	*>         COPY PHLOCTRN.
	05 LTRN-ACTION-CODE      PIC X.
		88 LTRN-DELETE           VALUE 'D'.
	05 LTRN-LOCATION-RECORD.
		COPY PHONLOC REPLACING ==05== BY ==10==.
	05 LTRN-ORDER-NO         PIC X(6).
