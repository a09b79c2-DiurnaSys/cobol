	*> UNLISTED-CONTROL-RECORD layout for phonunls.dat: one record
	*> appended by every published output at end of run, counting the
	*> unlisted lines it came across and the ones it withheld, for the
	*> control report that proves no unlisted line was published.
	*> UNLS-SCOPE says what the output looked at: 'F' a full pass of
	*> phone.dat (UNLS-PASS-COUNT passes, one per criteria set for the
	*> selection run), 'D' only the day's changes off the audit trail.
	*> The including program supplies the level-01 group name, e.g.
	*>     01 UNLISTED-CONTROL-RECORD.
	*>         COPY UNLSCTL.
	05 UNLS-PROGRAM-ID      PIC X(9).
	05 UNLS-TIMESTAMP       PIC X(21).
	05 UNLS-SCOPE           PIC X(1).
		88 UNLS-FULL-PASS       VALUE 'F'.
		88 UNLS-DELTA-ONLY      VALUE 'D'.
	05 UNLS-PASS-COUNT      PIC 9(4).
	05 UNLS-UNLISTED-SEEN   PIC 9(6).
	05 UNLS-SUPPRESSED      PIC 9(6).
