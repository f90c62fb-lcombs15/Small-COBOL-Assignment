	02 FILLER		PICTURE IS X(5).
	02 XFER-TO-LOC		PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5).
	02 XFER-QTY		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 XFER-DATE		PICTURE IS 9(8).
