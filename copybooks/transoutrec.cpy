	02 TP-CUST-CITY                 PICTURE IS X(13).
	02 TP-CUST-REGION               PICTURE IS X(12).
	02 TP-INV-ITEM-NAME             PICTURE IS X(25).
	02 TP-INV-QTY                   PICTURE IS 9(5).
	02 FILLER                       PICTURE IS X(5).
	02 TP-GROSS-COST                PICTURE IS 9999V99.
	02 FILLER                       PICTURE IS X(5).
	02 FILLER                       PICTURE IS X(5).
	02 TP-ITEM-NO                   PICTURE IS 9(6).
	02 FILLER                       PICTURE IS X(5).
	02 TP-QTY-POSTED                PICTURE IS 9(5).
	02 FILLER                       PICTURE IS X(5).
	02 TP-LOC-CODE                  PICTURE IS X(3).
	02 FILLER                       PICTURE IS X(5).
	02 TP-SHIP-TO-NAME              PICTURE IS X(23).
	02 TP-SHIP-TO-STREET            PICTURE IS X(23).
	02 TP-SHIP-TO-CITY              PICTURE IS X(13).
	02 FILLER                       PICTURE IS X(5).
	02 TP-LOT-NO                    PICTURE IS X(10).
	02 FILLER                       PICTURE IS X(5).
	02 TP-SHIP-STATUS               PICTURE IS X(1).
	02 FILLER                       PICTURE IS X(5).
	02 TP-QTY-SHORT                 PICTURE IS 9(5).
	02 TP-SHORT-ACTION              PICTURE IS X(1).
	02 FILLER                       PICTURE IS X(5).
	02 TP-CARRIER                   PICTURE IS X(10).
	02 FILLER                       PICTURE IS X(5).
	02 TP-TRACKING-NO               PICTURE IS X(20).
