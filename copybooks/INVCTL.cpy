	*> INVENTORY-CTL-RECORD layout for phoninv.ctl: the number of days
	*> a released number stays in quarantine, and the free-number
	*> count below which the availability report flags an exchange
	*> prefix as running low.  Either field left blank takes the
	*> program's default.  The including program supplies the
	*> level-01 group name, e.g.
	*>     01 INVENTORY-CTL-RECORD.
	*>         COPY INVCTL.
	05 ICTL-QUARANTINE-DAYS PIC 9(3).
	05 ICTL-LOW-WATER-MARK  PIC 9(4).
