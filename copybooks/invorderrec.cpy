01 INV-ORDER-RECORD.
	02 ORDER-ITEM-NO                PICTURE IS X(6).
	02 FILLER                       PICTURE IS X(6).
	02 ORDER-QTY                    PICTURE IS 9(5).
	02 FILLER                       PICTURE IS X(5).
	02 ORDER-LOC-CODE               PICTURE IS X(3).
