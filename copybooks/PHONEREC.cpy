	*> e.g.
	*>     01 PHONE-RECORD.
	*>         COPY PHONEREC.
	*> A status of 'U' is an active line the owner has asked to keep
	*> out of every published output (unlisted); it counts as active
	*> everywhere else.
	05 PHONE-NO             PIC X(6).
	05 PHONE-NAME           PIC X(10).
	05 PHONE-EMP-ID         PIC X(6).
	05 PHONE-DEPT-CODE      PIC X(4).
	05 PHONE-EXTENSION      PIC X(4).
	05 PHONE-STATUS         PIC X(1).
		88 PHONE-ACTIVE         VALUES 'A' 'U'.
		88 PHONE-UNLISTED       VALUE 'U'.
		88 PHONE-INACTIVE       VALUE 'I'.
		88 PHONE-STATUS-VALID   VALUES 'A' 'I' 'U'.
