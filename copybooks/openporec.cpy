	02 FILLER		PICTURE IS X(5).
	02 OPO-ITEM-NO		PICTURE IS X(6).
	02 FILLER		PICTURE IS X(5).
	02 OPO-ORDER-QTY	PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 OPO-ORDER-DATE	PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
