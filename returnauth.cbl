	02 FILLER		PICTURE IS X(5).
	02 REQ-ITEM-NO		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 REQ-QTY		PICTURE IS 9(5).

FD SALES-HISTORY-FILE
	LABEL RECORDS ARE STANDARD.
	02 WS-REQUEST-DETAIL OCCURS 200 TIMES INDEXED BY REQUEST-INDEX.
		03 WS-REQ-CUST-NO	PICTURE IS X(5).
		03 WS-REQ-ITEM-NO	PICTURE IS 9(6).
		03 WS-REQ-QTY		PICTURE IS 9(5).
		03 WS-REQ-SOLD-QTY	PICTURE IS S9(7).
		03 WS-REQ-AUTH-QTY	PICTURE IS S9(7).
		03 WS-REQ-UNIT-PRICE	PICTURE IS 9(4)V9(2).
		03 WS-REQ-SALE-DATE	PICTURE IS 9(8).

	02 WS-REQUESTS-READ	PICTURE IS 9(6) VALUE 0.
	02 WS-ISSUED-COUNT	PICTURE IS 9(5) VALUE 0.
	02 WS-REJECTED-COUNT	PICTURE IS 9(5) VALUE 0.
	02 WS-AVAILABLE-QTY	PICTURE IS S9(7).
	02 WS-UNIT-PRICE	PICTURE IS 9(4)V9(2).

01 EDITED-FIELDS.
	02 WS-UNIT-PRICE-ED	PICTURE IS ZZZ9.99.
	02 WS-AVAILABLE-ED	PICTURE IS -(6)9.


PROCEDURE DIVISION.
				AT END
					MOVE 'Y' TO HISTORY-EOF-SWITCH
				NOT AT END
					IF SH-TRANS-CODE IS NOT EQUAL TO 'R'
							OR SH-LOT-NO IS EQUAL TO 'SHORT SHIP' THEN
						PERFORM 025-TALLY-ONE-SALE
					END-IF
			END-READ
		END-SEARCH
	END-IF.
	IF REQUEST-FOUND-FLAG IS EQUAL TO 'Y' THEN
		IF SH-TRANS-CODE IS EQUAL TO 'R' THEN
			SUBTRACT SH-QTY FROM WS-REQ-SOLD-QTY(WS-REQUEST-SUB)
		ELSE
			ADD SH-QTY TO WS-REQ-SOLD-QTY(WS-REQUEST-SUB)
			IF SH-RUN-DATE IS NOT LESS THAN WS-REQ-SALE-DATE(WS-REQUEST-SUB)
					AND SH-QTY IS GREATER THAN 0 THEN
				MOVE SH-RUN-DATE TO WS-REQ-SALE-DATE(WS-REQUEST-SUB)
				DIVIDE SH-NETCOST BY SH-QTY
					GIVING WS-REQ-UNIT-PRICE(WS-REQUEST-SUB) ROUNDED
			END-IF
		END-IF
	END-IF.

