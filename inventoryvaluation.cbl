	02 SNAP-DETAIL OCCURS 200 TIMES INDEXED BY SNAP-INDEX.
		03 WS-SNAP-ITEM-NO	PICTURE IS X(6).
		03 WS-SNAP-LOC-CODE	PICTURE IS X(3).
		03 WS-SNAP-BEGIN-QTY	PICTURE IS 9(5).

01 LOCATION-TABLE.
	02 WS-LOC-DETAIL OCCURS 20 TIMES INDEXED BY LOC-INDEX.
		03 WS-LOC-CODE		PICTURE IS X(3).
		03 WS-LOC-TOTAL-VALUE	PICTURE IS S9(9)V9(2).
		03 WS-LOC-SLOW-MOVERS	PICTURE IS 9(3).

01 WORK-FIELDS.
	02 WS-LOC-SUB			PICTURE IS S9(2) VALUE 0.
	02 LOC-FOUND-FLAG		PICTURE IS X(1) VALUE 'N'.
	02 WS-ITEM-PRICE		PICTURE IS S9(2)V9(2).
	02 WS-EXTENDED-VALUE		PICTURE IS S9(7)V9(2).
	02 WS-GRAND-TOTAL-VALUE		PICTURE IS S9(9)V9(2) VALUE 0.
	02 WS-SLOW-MOVER-COUNT		PICTURE IS 9(3) VALUE 0.
	02 WS-ITEMS-READ		PICTURE IS 9(6) VALUE 0.

