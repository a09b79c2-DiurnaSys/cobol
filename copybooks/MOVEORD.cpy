	*> MOVE-ORDER-RECORD layout for the move-order input: one office
	*> move per record -- the order number, the employee's current
	*> line (and, optionally, their EMP-ID as a cross-check), the new
	*> building, floor and room, and optionally a new extension and a
	*> new department.  The move date is when the line should change
	*> over (spaces = on sight).  The including program supplies the
	*> level-01 group name, e.g.
	*>     01 MOVE-ORDER-RECORD.
	*>         COPY MOVEORD.
	05 MOV-ORDER-NO         PIC X(6).
	05 MOV-PHONE-NO         PIC X(6).
	05 MOV-EMP-ID           PIC X(6).
	05 MOV-BUILDING         PIC X(10).
	05 MOV-FLOOR            PIC X(3).
	05 MOV-ROOM             PIC X(8).
	05 MOV-NEW-EXTENSION    PIC X(4).
	05 MOV-NEW-DEPT-CODE    PIC X(4).
	05 MOV-MOVE-DATE        PIC X(8).
