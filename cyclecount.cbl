	02 FILLER		PICTURE IS X(5).
	02 CE-LOC-CODE		PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5).
	02 CE-COUNTED-QTY	PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 CE-COUNT-DATE	PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
	02 WS-ENTRIES-READ	PICTURE IS 9(6) VALUE 0.
	02 WS-POSTED-COUNT	PICTURE IS 9(5) VALUE 0.
	02 WS-REJECTED-COUNT	PICTURE IS 9(5) VALUE 0.
	02 WS-BOOK-QTY		PICTURE IS 9(5).
	02 WS-VARIANCE-QTY	PICTURE IS S9(6).
	02 WS-ITEM-PRICE	PICTURE IS S9(2)V9(2).
	02 WS-VARIANCE-VALUE	PICTURE IS S9(7)V9(2).
	02 WS-NET-VARIANCE-VALUE	PICTURE IS S9(7)V9(2) VALUE 0.

01 EDITED-FIELDS.
	02 WS-VARIANCE-QTY-ED	PICTURE IS -(5)9.
	02 WS-VARIANCE-VALUE-ED	PICTURE IS -(6)9.99.
	02 WS-NET-VALUE-ED	PICTURE IS -(6)9.99.


