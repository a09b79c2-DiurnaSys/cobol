	*> DIST-LOG-RECORD layout for phondist.log, the running record of
	*> what the distribution run produced for whom: one record per
	*> department and report delivered, naming the output file, the
	*> copies made and the lines in each copy.  The including program
	*> supplies the level-01 group name, e.g.
	*>     01 DIST-LOG-RECORD.
	*>         COPY DISTLOG.
	05 DLOG-TIMESTAMP       PIC X(21).
	05 DLOG-DEPT-CODE       PIC X(4).
	05 DLOG-REPORT-ID       PIC X(8).
	05 DLOG-COPIES          PIC 9(2).
	05 DLOG-LINE-COUNT      PIC 9(6).
	05 DLOG-OUTPUT-FILE     PIC X(20).
