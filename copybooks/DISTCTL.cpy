	*> DIST-CONTROL-RECORD layout for phondist.ctl, the report
	*> distribution list: one record per department and report it
	*> receives, with the number of copies to produce.  The report
	*> is named by its PROGRAM-ID (PHONRPT, PHONDRPT, PHONEXT,
	*> PHONDAYR).  The including program supplies the level-01 group
	*> name, e.g.
	*>     01 DIST-CONTROL-RECORD.
	*>         COPY DISTCTL.
	05 DCTL-DEPT-CODE       PIC X(4).
	05 DCTL-REPORT-ID       PIC X(8).
	05 DCTL-COPIES          PIC 9(2).
