	02 FILLER		PICTURE IS X(5).
	02 SH-ITEM-NAME		PICTURE IS X(25).
	02 FILLER		PICTURE IS X(5).
	02 SH-QTY		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 SH-GROSS-COST	PICTURE IS 9999V99.
	02 FILLER		PICTURE IS X(5).
	02 SH-NETCOST		PICTURE IS 9999V99.
	02 FILLER		PICTURE IS X(5).
	02 SH-TRANS-CODE	PICTURE IS X(1).
	02 FILLER		PICTURE IS X(5).
	02 SH-LOT-NO		PICTURE IS X(10).
