	*> DQ-EXCEPTION-RECORD layout for the machine-readable exception
	*> extracts the data-quality checks write beside their printed
	*> reports: one record per exception that can be charged to a
	*> department -- the program that found it, the PHONE-DEPT-CODE
	*> of the line it concerns, the line, and a short reason.  The
	*> department scorecard reads these back instead of the print
	*> files.  The including program supplies the level-01 group
	*> name, e.g.
	*>     01 DQ-EXCEPTION-RECORD.
	*>         COPY DQEXCP.
	05 DQX-SOURCE           PIC X(8).
	05 DQX-DEPT-CODE        PIC X(4).
	05 DQX-PHONE-NO         PIC X(6).
	05 DQX-REASON           PIC X(30).
