	*> GROUP-RECORD layout for the hunt group file: one shared number
	*> -- a hunt group or a shared department line -- with the
	*> number callers dial, the name it is listed under, the owning
	*> department, the pilot extension programmed on the switch, and
	*> the extensions of the directory lines that answer it.  Only
	*> the first GRP-MEMBER-COUNT member slots are in use.  The
	*> including program supplies the level-01 group name, e.g.
	*>     01 GROUP-RECORD.
	*>         COPY GRPREC.
	05 GRP-NO               PIC X(6).
	05 GRP-NAME             PIC X(10).
	05 GRP-DEPT-CODE        PIC X(4).
	05 GRP-PILOT-EXTENSION  PIC X(4).
	05 GRP-TYPE             PIC X(1).
		88 GRP-HUNT-GROUP       VALUE 'H'.
		88 GRP-SHARED-LINE      VALUE 'S'.
		88 GRP-TYPE-VALID       VALUES 'H' 'S'.
	05 GRP-MEMBER-COUNT     PIC 9(2).
	05 GRP-MEMBER-EXTENSION PIC X(4) OCCURS 20 TIMES.
