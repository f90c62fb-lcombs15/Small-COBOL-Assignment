	SELECT GOODS-RECEIVED-FILE ASSIGN TO "data_files/goods_received.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-GOODS-RECEIVED-FILE-STATUS.
	SELECT LOT-FILE ASSIGN TO "data_files/lots.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LOT-KEY
		FILE STATUS IS WS-LOT-FILE-STATUS.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.
	02 FILLER		PICTURE IS X(5).
	02 RCPT-ITEM-NO		PICTURE IS X(6).
	02 FILLER		PICTURE IS X(5).
	02 RCPT-QTY		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 RCPT-DATE		PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
	02 RCPT-LOT-NO		PICTURE IS X(10).
	02 FILLER		PICTURE IS X(5).
	02 RCPT-EXPIRY-DATE	PICTURE IS 9(8).

FD OPEN-PO-FILE
	LABEL RECORDS ARE STANDARD.

COPY "goodsrcvrec.cpy".

FD LOT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "lotrec.cpy".

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

	02 WS-OPEN-PO-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-GOODS-RECEIVED-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-LOT-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.

01 OPEN-PO-TABLE.
		03 WS-OPO-PO-NUMBER	PICTURE IS 9(6).
		03 WS-OPO-VENDOR-NO	PICTURE IS X(5).
		03 WS-OPO-ITEM-NO	PICTURE IS X(6).
		03 WS-OPO-ORDER-QTY	PICTURE IS 9(5).
		03 WS-OPO-ORDER-DATE	PICTURE IS 9(8).
		03 WS-OPO-STATUS	PICTURE IS X(1).
		03 WS-OPO-LOC-CODE	PICTURE IS X(3).
	02 WS-RECEIVED-COUNT	PICTURE IS 9(5) VALUE 0.
	02 WS-RECEIPTS-READ	PICTURE IS 9(6) VALUE 0.
	02 WS-REJECTED-COUNT	PICTURE IS 9(5) VALUE 0.
	02 WS-QTY-STILL-OPEN	PICTURE IS 9(5).
	02 WS-QTY-ON-ORDER	PICTURE IS 9(5).
	02 WS-RECEIPT-NOTE	PICTURE IS X(16).
	02 WS-RECEIPT-LOT-NOTE	PICTURE IS X(12).
	02 WS-RUN-DATE		PICTURE IS 9(8).
	02 WS-LOT-EXPIRY-DATE	PICTURE IS 9(8).
	02 WS-LOT-COUNT		PICTURE IS 9(5) VALUE 0.
	02 WS-RESTOCK-TOTAL	PICTURE IS 9(6).
	02 WS-QTY-CAPPED	PICTURE IS 9(5).
	02 WS-QTY-POSTED	PICTURE IS 9(5).


PROCEDURE DIVISION.
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN I-O LOT-FILE.
	IF WS-LOT-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT LOT-FILE
		CLOSE LOT-FILE
		OPEN I-O LOT-FILE
	END-IF.
	IF WS-LOT-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN LOT-FILE - STATUS ' WS-LOT-FILE-STATUS
		CLOSE INV-FILE
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN OUTPUT RECEIVING-REGISTER-FILE.
	OPEN EXTEND GOODS-RECEIVED-FILE.
	IF WS-GOODS-RECEIVED-FILE-STATUS IS EQUAL TO '35' THEN
		CLOSE RECEIPT-FILE
	END-IF.
	CLOSE INV-FILE.
	CLOSE LOT-FILE.
	PERFORM 070-REWRITE-OPEN-POS.
	PERFORM 080-WRITE-REGISTER-TOTALS.
	CLOSE RECEIVING-REGISTER-FILE.
	CLOSE GOODS-RECEIVED-FILE.
	DISPLAY 'RECEIPTS POSTED: ' WS-RECEIVED-COUNT.
	DISPLAY 'RECEIPTS REJECTED: ' WS-REJECTED-COUNT.
	DISPLAY 'LOTS RECORDED: ' WS-LOT-COUNT.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.

			PERFORM 060-WRITE-REJECT-LINE
		ELSE
			PERFORM 042-RELIEVE-OPEN-PO
			PERFORM 044-RECORD-LOT
			ADD 1 TO WS-RECEIVED-COUNT
			PERFORM 045-LOG-GOODS-RECEIVED
			PERFORM 050-WRITE-POSTED-LINE
		MOVE 'R' TO WS-OPO-STATUS(WS-PO-SUB)
	END-IF.

044-RECORD-LOT.
	MOVE SPACE TO WS-RECEIPT-LOT-NOTE.
	IF RCPT-EXPIRY-DATE IS NUMERIC
			AND RCPT-EXPIRY-DATE IS GREATER THAN 0 THEN
		MOVE RCPT-EXPIRY-DATE TO WS-LOT-EXPIRY-DATE
	ELSE
		MOVE 99999999 TO WS-LOT-EXPIRY-DATE
	END-IF.
	IF RCPT-LOT-NO IS NOT EQUAL TO SPACE THEN
		MOVE RCPT-ITEM-NO TO LOT-ITEM-NO
		MOVE WS-OPO-LOC-CODE(WS-PO-SUB) TO LOT-LOC-CODE
		MOVE WS-LOT-EXPIRY-DATE TO LOT-EXPIRY-DATE
		MOVE RCPT-LOT-NO TO LOT-NO
		READ LOT-FILE
			INVALID KEY
				MOVE SPACE TO LOT-RECORD
				MOVE RCPT-ITEM-NO TO LOT-ITEM-NO
				MOVE WS-OPO-LOC-CODE(WS-PO-SUB) TO LOT-LOC-CODE
				MOVE WS-LOT-EXPIRY-DATE TO LOT-EXPIRY-DATE
				MOVE RCPT-LOT-NO TO LOT-NO
				MOVE WS-QTY-POSTED TO LOT-QTY
				MOVE WS-RUN-DATE TO LOT-RECEIVED-DATE
				MOVE RCPT-PO-NUMBER TO LOT-PO-NUMBER
				MOVE WS-OPO-VENDOR-NO(WS-PO-SUB) TO LOT-VENDOR-NO
				WRITE LOT-RECORD
				ADD 1 TO WS-LOT-COUNT
			NOT INVALID KEY
				ADD WS-QTY-POSTED TO LOT-QTY
				REWRITE LOT-RECORD
				MOVE 'ADDED TO LOT' TO WS-RECEIPT-LOT-NOTE
		END-READ
	END-IF.

030-FIND-OPEN-PO.
	MOVE 'N' TO OPEN-PO-FOUND-FLAG.
	MOVE 0 TO WS-PO-SUB.
		NOT INVALID KEY
			MOVE 'Y' TO INV-FOUND-FLAG
			COMPUTE WS-RESTOCK-TOTAL = INV-QTY + RCPT-QTY
			IF WS-RESTOCK-TOTAL IS GREATER THAN 99999 THEN
				SUBTRACT 99999 FROM WS-RESTOCK-TOTAL GIVING WS-QTY-CAPPED
				MOVE 99999 TO INV-QTY
			ELSE
				MOVE WS-RESTOCK-TOTAL TO INV-QTY
			END-IF
			REWRITE INV-RECORD
	END-READ.
	SUBTRACT WS-QTY-CAPPED FROM RCPT-QTY GIVING WS-QTY-POSTED.

045-LOG-GOODS-RECEIVED.
	MOVE SPACE TO GOODS-RECEIVED-RECORD.
	MOVE RCPT-ITEM-NO TO GR-ITEM-NO.
	MOVE WS-QTY-POSTED TO GR-QTY.
	MOVE WS-OPO-VENDOR-NO(WS-PO-SUB) TO GR-VENDOR-NO.
	MOVE WS-OPO-ORDER-DATE(WS-PO-SUB) TO GR-ORDER-DATE.
	MOVE WS-QTY-ON-ORDER TO GR-ORDER-QTY.
	MOVE RCPT-LOT-NO TO GR-LOT-NO.
	IF RCPT-LOT-NO IS EQUAL TO SPACE THEN
		MOVE 0 TO GR-EXPIRY-DATE
	ELSE
		MOVE WS-LOT-EXPIRY-DATE TO GR-EXPIRY-DATE
	END-IF.
	WRITE GOODS-RECEIVED-RECORD.

050-WRITE-POSTED-LINE.
	IF WS-QTY-CAPPED IS GREATER THAN 0 THEN
		STRING 'PO ' RCPT-PO-NUMBER '  ITEM ' RCPT-ITEM-NO
			'  QTY ' RCPT-QTY '  POSTED ON ' RCPT-DATE
			'  *** ' WS-QTY-CAPPED ' UNITS OVER 99999 CAP LOST ***'
			DELIMITED BY SIZE INTO RECEIVING-REGISTER-RECORD
	ELSE
		STRING 'PO ' RCPT-PO-NUMBER '  ITEM ' RCPT-ITEM-NO
			DELIMITED BY SIZE INTO RECEIVING-REGISTER-RECORD
	END-IF.
	WRITE RECEIVING-REGISTER-RECORD.
	IF RCPT-LOT-NO IS NOT EQUAL TO SPACE THEN
		MOVE SPACE TO RECEIVING-REGISTER-RECORD
		IF WS-LOT-EXPIRY-DATE IS EQUAL TO 99999999 THEN
			STRING '          LOT ' RCPT-LOT-NO '  NO EXPIRY DATE  '
				WS-RECEIPT-LOT-NOTE
				DELIMITED BY SIZE INTO RECEIVING-REGISTER-RECORD
		ELSE
			STRING '          LOT ' RCPT-LOT-NO '  EXPIRES ' WS-LOT-EXPIRY-DATE
				'  ' WS-RECEIPT-LOT-NOTE
				DELIMITED BY SIZE INTO RECEIVING-REGISTER-RECORD
		END-IF
		WRITE RECEIVING-REGISTER-RECORD
	END-IF.
	IF WS-RECEIPT-NOTE IS EQUAL TO 'PARTIAL RECEIPT' THEN
		MOVE SPACE TO RECEIVING-REGISTER-RECORD
		STRING '          *** PARTIAL RECEIPT - ' WS-QTY-STILL-OPEN
	MOVE SPACE TO RECEIVING-REGISTER-RECORD.
	STRING 'RECEIPTS POSTED: ' WS-RECEIVED-COUNT
		'   RECEIPTS REJECTED: ' WS-REJECTED-COUNT
		'   NEW LOTS: ' WS-LOT-COUNT
		DELIMITED BY SIZE INTO RECEIVING-REGISTER-RECORD.
	WRITE RECEIVING-REGISTER-RECORD.
