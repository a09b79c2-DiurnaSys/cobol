	*> BURST-RECORD layout for the department-tagged copy of a
	*> printed report that the distribution run splits up: one record
	*> per print line that belongs to a department, carrying the
	*> PHONE-DEPT-CODE it belongs to and a running sequence number
	*> that keeps the lines in print order.  Heading lines common to
	*> every department's copy are written once at the top with a
	*> line type of 'H' and a blank department.  The including
	*> program supplies the level-01 group name, e.g.
	*>     01 BURST-RECORD.
	*>         COPY BURSTREC.
	05 BST-LINE-TYPE        PIC X.
		88 BST-HEADING          VALUE 'H'.
		88 BST-DEPT-LINE        VALUE 'D'.
	05 BST-DEPT-CODE        PIC X(4).
	05 BST-SEQ-NO           PIC 9(8).
	05 BST-LINE             PIC X(80).
