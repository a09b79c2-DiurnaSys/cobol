	*> ATTEST-RETURN-RECORD layout for phonatst.ret, the returned
	*> attestations keyed in from the signed listings: the department,
	*> the cycle year, the response ('C' certified as listed, 'R'
	*> certified with corrections), who signed and when, and -- for a
	*> response with corrections -- the batch date of the PHTRANS
	*> batch the department submitted them in.  The including program
	*> supplies the level-01 group name, e.g.
	*>     01 ATTEST-RETURN-RECORD.
	*>         COPY ATSTRET.
	05 ARET-DEPT-CODE       PIC X(4).
	05 ARET-CYCLE-YEAR      PIC X(4).
	05 ARET-RESPONSE        PIC X.
		88 ARET-CERTIFIED       VALUE 'C'.
		88 ARET-WITH-CORRECTIONS VALUE 'R'.
	05 ARET-CERTIFIED-BY    PIC X(20).
	05 ARET-RETURNED-DATE   PIC X(8).
	05 ARET-BATCH-DATE      PIC X(8).
