	02 FILLER			PICTURE IS X(5).
	02 RESOLVE-NEW-ITEM-NO		PICTURE IS 9(6).
	02 FILLER			PICTURE IS X(5).
	02 RESOLVE-NEW-QTY		PICTURE IS 9(5).

FD ERROR-FILE-OUT
	LABEL RECORDS ARE STANDARD.
	02 FILLER			PICTURE IS X(5).
	02 OUT-ERROR-ITEM-NO		PICTURE IS 9(6).
	02 FILLER			PICTURE IS X(5).
	02 OUT-ERROR-QTY-ORD		PICTURE IS 9(5).
	02 FILLER			PICTURE IS X(5).
	02 OUT-ERROR-CODE		PICTURE IS X(25).
	02 FILLER			PICTURE IS X(5).
		03 WS-RESOLVE-RUN-DATE	PICTURE IS 9(8).
		03 WS-RESOLVE-NEW-CUST-NO	PICTURE IS X(5).
		03 WS-RESOLVE-NEW-ITEM-NO	PICTURE IS 9(6).
		03 WS-RESOLVE-NEW-QTY	PICTURE IS 9(5).

01 WORK-FIELDS.
	02 WS-RESOLUTION-NUM-IN		PICTURE IS S9(3) VALUE 0.
	02 WS-ERRORS-READ		PICTURE IS 9(6) VALUE 0.
	02 WS-REWORK-BATCH-NO		PICTURE IS 9(6).
	02 WS-CORRECTED-COUNT		PICTURE IS 9(6) VALUE 0.
	02 WS-CORRECTED-QTY-HASH	PICTURE IS 9(11) VALUE 0.
	02 WS-CORRECTED-ITEM-HASH	PICTURE IS 9(12) VALUE 0.

01 CORRECTED-DETAIL-LINE.
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 COR-ITEM-NO		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(6) VALUE SPACE.
	02 COR-QTY-ORD		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 COR-TRANS-CODE	PICTURE IS X.
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 FILLER		PICTURE IS X(4) VALUE SPACE.
	02 CBT-RECORD-COUNT	PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 CBT-QTY-HASH		PICTURE IS 9(11).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 CBT-ITEM-HASH	PICTURE IS 9(12).

