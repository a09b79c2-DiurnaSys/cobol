	*> SWITCH-ORDER-RECORD layout for the switch work orders handed
	*> to telecom: one record per move order, naming the station to
	*> reprogram -- its extension and port today, the extension it is
	*> to answer on, and the building, floor and room it moves to.
	*> The including program supplies the level-01 group name, e.g.
	*>     01 SWITCH-ORDER-RECORD.
	*>         COPY SWORDER.
	05 SWO-ORDER-NO         PIC X(6).
	05 SWO-MOVE-DATE        PIC X(8).
	05 SWO-PHONE-NO         PIC X(6).
	05 SWO-STATION-NAME     PIC X(10).
	05 SWO-OLD-EXTENSION    PIC X(4).
	05 SWO-OLD-PORT         PIC X(6).
	05 SWO-NEW-EXTENSION    PIC X(4).
	05 SWO-BUILDING         PIC X(10).
	05 SWO-FLOOR            PIC X(3).
	05 SWO-ROOM             PIC X(8).
