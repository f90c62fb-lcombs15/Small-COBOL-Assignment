	02 SORT-LOC-CODE		PICTURE IS X(3).
	02 SORT-ITEM-NO			PICTURE IS X(6).
	02 SORT-ITEM-NAME		PICTURE IS X(25).
	02 SORT-ORDER-QTY		PICTURE IS 9(5).

FD PO-REPORT-FILE
	LABEL RECORDS ARE STANDARD.
	02 WS-CURRENT-VENDOR-NO		PICTURE IS X(5).
	02 WS-CURRENT-LOC-CODE		PICTURE IS X(3).
	02 WS-VENDOR-LINE-COUNT		PICTURE IS 9(3).
	02 WS-VENDOR-QTY-TOTAL		PICTURE IS 9(7).
	02 WS-RUN-DATE			PICTURE IS 9(8).
	02 WS-ORDER-LINES-READ		PICTURE IS 9(6) VALUE 0.
	02 WS-PO-LINES-WRITTEN		PICTURE IS 9(6) VALUE 0.
