01 LOT-SHIPMENT-RECORD.
	02 LS-SHIP-DATE		PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
	02 LS-LOT-NO		PICTURE IS X(10).
	02 FILLER		PICTURE IS X(5).
	02 LS-ITEM-NO		PICTURE IS X(6).
	02 FILLER		PICTURE IS X(5).
	02 LS-LOC-CODE		PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5).
	02 LS-CUST-NO		PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5).
	02 LS-SHIP-TO-CODE	PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5).
	02 LS-QTY		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 LS-EXPIRY-DATE	PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
	02 LS-TRANS-CODE	PICTURE IS X(1).
	02 FILLER		PICTURE IS X(5).
	02 LS-KIT-ITEM-NO	PICTURE IS X(6).
