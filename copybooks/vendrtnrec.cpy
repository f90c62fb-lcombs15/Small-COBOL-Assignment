01 VENDOR-RETURN-RECORD.
	02 VR-MEMO-NO		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 VR-POST-DATE		PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
	02 VR-VENDOR-NO		PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5).
	02 VR-PO-NUMBER		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 VR-ITEM-NO		PICTURE IS X(6).
	02 FILLER		PICTURE IS X(5).
	02 VR-LOC-CODE		PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5).
	02 VR-QTY		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 VR-REASON-CODE	PICTURE IS X(2).
	02 FILLER		PICTURE IS X(5).
	02 VR-PO-ACTION		PICTURE IS X(1).
	02 FILLER		PICTURE IS X(5).
	02 VR-UNIT-COST		PICTURE IS 9(4)V99.
	02 FILLER		PICTURE IS X(5).
	02 VR-AMOUNT		PICTURE IS 9(7)V99.
	02 FILLER		PICTURE IS X(5).
	02 VR-LOT-NO		PICTURE IS X(10).
