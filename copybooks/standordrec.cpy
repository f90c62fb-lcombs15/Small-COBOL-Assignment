01 STANDING-ORDER-RECORD.
	02 SO-KEY.
		03 SO-CUST-NO		PICTURE IS X(5).
		03 SO-SHIP-TO-CODE	PICTURE IS X(3).
		03 SO-LINE-NO		PICTURE IS X(3).
	02 FILLER			PICTURE IS X(5).
	02 SO-ITEM-NO			PICTURE IS 9(6).
	02 FILLER			PICTURE IS X(5).
	02 SO-QTY			PICTURE IS 9(5).
	02 FILLER			PICTURE IS X(5).
	02 SO-LOC-CODE			PICTURE IS X(3).
	02 FILLER			PICTURE IS X(5).
	02 SO-TRANS-CODE		PICTURE IS X(1).
	02 FILLER			PICTURE IS X(5).
	02 SO-FREQUENCY			PICTURE IS X(1).
	02 FILLER			PICTURE IS X(5).
	02 SO-NEXT-DUE-DATE		PICTURE IS 9(8).
	02 FILLER			PICTURE IS X(5).
	02 SO-END-DATE			PICTURE IS 9(8).
