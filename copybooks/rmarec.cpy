	02 FILLER		PICTURE IS X(5).
	02 RMA-ITEM-NO		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 RMA-AUTH-QTY		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 RMA-USED-QTY		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 RMA-UNIT-PRICE	PICTURE IS 9(4)V99.
	02 FILLER		PICTURE IS X(5).
