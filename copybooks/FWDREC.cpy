	*> FORWARD-RECORD layout for the number-forwarding cross
	*> reference: one record for every PHONE-NO retired by an exchange
	*> renumbering, giving the number it became, the date the change
	*> took effect and the date after which the entry is dropped.
	*> The including program supplies the level-01 group name, e.g.
	*>     01 FORWARD-RECORD.
	*>         COPY FWDREC.
	05 FWD-OLD-PHONE-NO     PIC X(6).
	05 FWD-NEW-PHONE-NO     PIC X(6).
	05 FWD-EFFECTIVE-DATE   PIC X(8).
	05 FWD-EXPIRY-DATE      PIC X(8).
