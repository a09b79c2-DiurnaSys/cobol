	*> LINE-USAGE-RECORD layout for phonuse.dat, the running usage
	*> history of every active line with an extension, keyed by phone
	*> number.  USE-TRACKED-FROM is the date monitoring began, so a
	*> line that has never shown a call is judged idle from then;
	*> USE-LAST-USED-DATE is the month-end of the latest period with
	*> calls (spaces = none seen).  USE-LAST-SEEN-DATE is the as-of
	*> date of the last run that found the line active.  The
	*> including program supplies the level-01 group name, e.g.
	*>     01 LINE-USAGE-RECORD.
	*>         COPY LINEUSE.
	05 USE-PHONE-NO         PIC X(6).
	05 USE-EXTENSION        PIC X(4).
	05 USE-TRACKED-FROM     PIC X(8).
	05 USE-LAST-USED-DATE   PIC X(8).
	05 USE-LAST-SEEN-DATE   PIC X(8).
	05 USE-LAST-PERIOD      PIC X(6).
	05 USE-LAST-CALLS       PIC 9(6).
	05 USE-LAST-MINUTES     PIC 9(7).
