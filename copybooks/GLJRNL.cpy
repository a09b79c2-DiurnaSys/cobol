	*> GL-JOURNAL-RECORD layout for the general ledger journal
	*> extract: one fixed-format posting line per record, debits to
	*> each department's telephone expense and one credit to the
	*> telecom recovery account, so every period's extract nets to
	*> zero.  GL-AMOUNT carries two implied decimals.  The including
	*> program supplies the level-01 group name, e.g.
	*>     01 GL-JOURNAL-RECORD.
	*>         COPY GLJRNL.
	05 GL-SOURCE            PIC X(4).
	05 GL-PERIOD            PIC X(6).
	05 GL-ACCOUNT           PIC X(10).
	05 GL-COST-CENTER       PIC X(4).
	05 GL-DEBIT-CREDIT      PIC X.
		88 GL-DEBIT             VALUE 'D'.
		88 GL-CREDIT            VALUE 'C'.
	05 GL-AMOUNT            PIC 9(9)V99.
	05 GL-DESCRIPTION       PIC X(30).
