	02 WS-REGION-SUB	PICTURE IS S9(3) VALUE 0.
	02 WS-RECORDS-READ	PICTURE IS 9(6) VALUE 0.
	02 WS-UNCOSTED-COUNT	PICTURE IS 9(6) VALUE 0.
	02 WS-SIGNED-QTY	PICTURE IS S9(5).
	02 WS-SIGNED-NET	PICTURE IS S9(4)V9(2).
	02 WS-SIGNED-COST	PICTURE IS S9(7)V9(2).
	02 WS-MARGIN		PICTURE IS S9(7)V9(2).
	02 WS-GRAND-NET		PICTURE IS S9(8)V9(2) VALUE 0.
	02 WS-GRAND-COST	PICTURE IS S9(8)V9(2) VALUE 0.
