01 LOT-RECORD.
	02 LOT-KEY.
		03 LOT-ITEM-NO		PICTURE IS X(6).
		03 LOT-LOC-CODE		PICTURE IS X(3).
		03 LOT-EXPIRY-DATE	PICTURE IS 9(8).
		03 LOT-NO		PICTURE IS X(10).
	02 FILLER			PICTURE IS X(5).
	02 LOT-QTY			PICTURE IS 9(5).
	02 FILLER			PICTURE IS X(5).
	02 LOT-RECEIVED-DATE		PICTURE IS 9(8).
	02 FILLER			PICTURE IS X(5).
	02 LOT-PO-NUMBER		PICTURE IS 9(6).
	02 FILLER			PICTURE IS X(5).
	02 LOT-VENDOR-NO		PICTURE IS X(5).
