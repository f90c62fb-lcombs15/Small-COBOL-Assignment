01 GOODS-RECEIVED-RECORD.
	02 GR-ITEM-NO		PICTURE IS X(6).
	02 FILLER		PICTURE IS X(5).
	02 GR-QTY		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 GR-POST-DATE		PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5).
	02 GR-ORDER-DATE	PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
	02 GR-ORDER-QTY		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 GR-LOT-NO		PICTURE IS X(10).
	02 FILLER		PICTURE IS X(5).
	02 GR-EXPIRY-DATE	PICTURE IS 9(8).
