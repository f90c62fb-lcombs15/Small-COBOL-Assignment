	02 FILLER		PICTURE IS X(5).
	02 BO-ITEM-NO		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 BO-QTY		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 BO-ORDER-DATE	PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
