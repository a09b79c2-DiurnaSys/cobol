	*> SCORE-HISTORY-RECORD layout for the cumulative scorecard
	*> history: one record per department per month -- the active
	*> lines it was scored against, its exception count from each
	*> data-quality check (in the scorecard's column order: orphan
	*> codes, field failures, HR mismatches, switch mismatches,
	*> missing locations, invalid emails, aged rejects), the score
	*> (exceptions per hundred active lines) and its rank that month.
	*> The including program supplies the level-01 group name, e.g.
	*>     01 SCORE-HISTORY-RECORD.
	*>         COPY SCORHIST.
	05 SCH-PERIOD           PIC X(6).
	05 SCH-DEPT-CODE        PIC X(4).
	05 SCH-ACTIVE-COUNT     PIC 9(6).
	05 SCH-EXCEPTION-COUNT  PIC 9(5) OCCURS 7 TIMES.
	05 SCH-TOTAL-EXCEPTIONS PIC 9(6).
	05 SCH-SCORE            PIC 9(5)V99.
	05 SCH-RANK             PIC 9(4).
