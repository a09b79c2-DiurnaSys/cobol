	*> INVENTORY-RECORD layout for the number inventory file: one
	*> record for every PHONE-NO the company owns, whether or not a
	*> line is on phone.dat for it.  A number released by a delete is
	*> held in quarantine until INV-QUARANTINE-END so it is not handed
	*> to a new hire while callers still dial it for the person who
	*> left; INV-RELEASE-DATE keeps the date it last came off a line.
	*> The including program supplies the level-01 group name, e.g.
	*>     01 INVENTORY-RECORD.
	*>         COPY NUMINV.
	05 INV-PHONE-NO         PIC X(6).
	05 INV-STATUS           PIC X(1).
		88 INV-AVAILABLE        VALUE 'F'.
		88 INV-ASSIGNED         VALUE 'S'.
		88 INV-QUARANTINED      VALUE 'Q'.
	05 INV-RELEASE-DATE     PIC X(8).
	05 INV-QUARANTINE-END   PIC X(8).
