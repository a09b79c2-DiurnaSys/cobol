	*> NOTIFICATION-RECORD layout for the outbound change-notice
	*> queue: one record per employee per directory line changed
	*> since the previous run, addressed to the employee's email,
	*> with a plain-language old and new value for every field of the
	*> line that changed (up to the five listed fields).  The change
	*> type says whether the line is new to the employee, changed, or
	*> no longer theirs.  The including program supplies the level-01
	*> group name, e.g.
	*>     01 NOTIFICATION-RECORD.
	*>         COPY NOTIFREC.
	05 NOTF-CHANGED-AT      PIC X(21).
	05 NOTF-EMP-ID          PIC X(6).
	05 NOTF-EMP-NAME        PIC X(20).
	05 NOTF-EMAIL           PIC X(40).
	05 NOTF-PHONE-NO        PIC X(6).
	05 NOTF-CHANGE-TYPE     PIC X.
		88 NOTF-LINE-ADDED      VALUE 'A'.
		88 NOTF-LINE-CHANGED    VALUE 'C'.
		88 NOTF-LINE-REMOVED    VALUE 'D'.
	05 NOTF-CHANGE-COUNT    PIC 9.
	05 NOTF-CHANGE OCCURS 5 TIMES.
		10 NOTF-FIELD-NAME      PIC X(14).
		10 NOTF-OLD-VALUE       PIC X(25).
		10 NOTF-NEW-VALUE       PIC X(25).
