	*> HIER-NODE-RECORD layout for the department hierarchy file: one
	*> node per record -- a department, business unit, division or
	*> company -- and the code of the node it rolls up to.  Department
	*> nodes carry a DEPT-CODE from dept.dat; the higher levels have
	*> codes of their own in the same four-byte form.  A parent always
	*> sits at a higher level than its child, and only a company has
	*> no parent.  The including program supplies the level-01 group
	*> name, e.g.
	*>     01 HIER-NODE-RECORD.
	*>         COPY DEPTHIER.
	05 HIER-NODE-CODE       PIC X(4).
	05 HIER-NODE-LEVEL      PIC X(1).
		88 HIER-DEPARTMENT      VALUE 'D'.
		88 HIER-BUSINESS-UNIT   VALUE 'B'.
		88 HIER-DIVISION        VALUE 'V'.
		88 HIER-COMPANY         VALUE 'C'.
		88 HIER-LEVEL-VALID     VALUES 'D' 'B' 'V' 'C'.
	05 HIER-NODE-NAME       PIC X(20).
	05 HIER-PARENT-CODE     PIC X(4).
