	02 SNAP-ITEM-NO		PICTURE IS X(6).
	02 SNAP-LOC-CODE	PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5).
	02 SNAP-BEGIN-QTY	PICTURE IS 9(5).
