01 KIT-RECORD.
	02 KIT-ITEM-NO		PICTURE IS X(6).
	02 FILLER		PICTURE IS X(5).
	02 KIT-COMP-ITEM-NO	PICTURE IS X(6).
	02 FILLER		PICTURE IS X(5).
	02 KIT-COMP-QTY		PICTURE IS 9(3).
