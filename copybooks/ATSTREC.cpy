	*> ATTEST-RECORD layout for phonatst.dat, the attestation
	*> register: one record per department for the current annual
	*> cycle, giving when its directory listing was issued and is due
	*> back, how it came back (certified as listed, or certified with
	*> corrections sent in as an ordinary PHTRANS batch, whose batch
	*> date is kept), who signed, and when the department was first
	*> escalated as past due.  Keyed on ATST-DEPT-CODE.  The
	*> including program supplies the level-01 group name, e.g.
	*>     01 ATTEST-RECORD.
	*>         COPY ATSTREC.
	05 ATST-DEPT-CODE       PIC X(4).
	05 ATST-CYCLE-YEAR      PIC X(4).
	05 ATST-ISSUED-DATE     PIC X(8).
	05 ATST-DUE-DATE        PIC X(8).
	05 ATST-LINE-COUNT      PIC 9(6).
	05 ATST-STATUS          PIC X.
		88 ATST-OUTSTANDING     VALUE 'I'.
		88 ATST-CERTIFIED       VALUE 'C'.
		88 ATST-CORRECTED       VALUE 'R'.
		88 ATST-RESPONDED       VALUES 'C' 'R'.
	05 ATST-RETURNED-DATE   PIC X(8).
	05 ATST-CERTIFIED-BY    PIC X(20).
	05 ATST-CORRECTION-BATCH PIC X(8).
	05 ATST-ESCALATED-DATE  PIC X(8).
