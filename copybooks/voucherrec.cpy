01 VOUCHER-RECORD.
	02 VCH-VOUCHER-NO	PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 VCH-RUN-DATE		PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
	02 VCH-VENDOR-NO	PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5).
	02 VCH-INVOICE-NO	PICTURE IS X(10).
	02 FILLER		PICTURE IS X(5).
	02 VCH-PO-NUMBER	PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 VCH-ITEM-NO		PICTURE IS X(6).
	02 FILLER		PICTURE IS X(5).
	02 VCH-QTY		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 VCH-UNIT-PRICE	PICTURE IS 9(4)V99.
	02 FILLER		PICTURE IS X(5).
	02 VCH-AMOUNT		PICTURE IS 9(7)V99.
	02 FILLER		PICTURE IS X(5).
	02 VCH-INVOICE-DATE	PICTURE IS 9(8).
