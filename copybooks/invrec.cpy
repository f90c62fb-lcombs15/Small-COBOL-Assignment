		03 INV-LOC-CODE		PICTURE IS X(3).
	02 FILLER			PICTURE IS X(5).
	02 INV-ITEM-NAME		PICTURE IS X(25).
	02 INV-QTY			PICTURE IS 9(5).
	02 FILLER			PICTURE IS X(5).
	02 INV-REORDER-PT		PICTURE IS 9(5).
	02 FILLER			PICTURE IS X(5).
	02 INV-PRICE			PICTURE IS 99.99.
	02 INV-VENDOR-NO		PICTURE IS X(5).
	02 FILLER			PICTURE IS X(5).
	02 INV-UNIT-COST		PICTURE IS 99.99.
	02 FILLER			PICTURE IS X(5).
	02 INV-ORDER-UP-TO		PICTURE IS 9(5).
	02 FILLER			PICTURE IS X(5).
	02 INV-BIN-LOC			PICTURE IS X(6).
