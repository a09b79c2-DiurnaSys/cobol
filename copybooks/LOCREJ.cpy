	*> LOCATION-REJECT-RECORD layout for the location reject file:
	*> one record for every location transaction the location
	*> maintenance run refuses, with the reject date, a four-byte
	*> reason code and its text, the move order number the
	*> transaction carried (spaces for ordinary maintenance), and the
	*> transaction in its original PHLOCTRN image.  The move-order
	*> follow-up reads it to show an order whose location side was
	*> refused.  The including program supplies the level-01 group
	*> name, e.g.
	*>     01 LOCATION-REJECT-RECORD.
	*>         COPY LOCREJ.
	05 LREJ-REJECT-DATE     PIC X(8).
	05 LREJ-REJECT-CODE     PIC X(4).
	05 LREJ-ORDER-NO        PIC X(6).
	05 LREJ-PHONE-NO        PIC X(6).
	05 LREJ-REASON          PIC X(40).
	05 LREJ-TRANS-IMAGE     PIC X(34).
