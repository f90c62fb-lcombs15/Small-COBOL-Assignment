	02 SORT-CUST-CITY		PICTURE IS X(13).
	02 SORT-ITEM-NO			PICTURE IS 9(6).
	02 SORT-ITEM-NAME		PICTURE IS X(25).
	02 SORT-QTY			PICTURE IS 9(5).
	02 SORT-GROSS-COST		PICTURE IS 9999V99.
	02 SORT-DISCOUNT		PICTURE IS 9999V99.
	02 SORT-NETCOST			PICTURE IS 9999V99.
	02 SORT-SHIP-TO-NAME		PICTURE IS X(23).
	02 SORT-SHIP-TO-STREET		PICTURE IS X(23).
	02 SORT-SHIP-TO-CITY		PICTURE IS X(13).
	02 SORT-CARRIER			PICTURE IS X(10).
	02 SORT-TRACKING-NO		PICTURE IS X(20).

FD INVOICE-SEQUENCE-FILE
	LABEL RECORDS ARE STANDARD.
	02 WS-INVOICE-NET		PICTURE IS S9(5)V9(2).
	02 WS-NEW-BALANCE		PICTURE IS S9(4)V9(2).
	02 WS-PICK-LINE-COUNT		PICTURE IS 9(3).
	02 WS-PICK-QTY-TOTAL		PICTURE IS 9(7).
	02 WS-INVOICE-COUNT		PICTURE IS 9(5) VALUE 0.
	02 WS-LINES-READ		PICTURE IS 9(6) VALUE 0.
	02 WS-LINES-NOT-BILLED		PICTURE IS 9(6) VALUE 0.
	02 WS-RUN-NET-TOTAL		PICTURE IS S9(7)V9(2) VALUE 0.
	02 WS-TAX-RATE-NUM-IN		PICTURE IS S9(3) VALUE 0.
	02 WS-CURRENT-REGION		PICTURE IS X(12).
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	PERFORM 010-GET-NEXT-INVOICE-NUMBER.
	PERFORM 015-LOAD-TAX-RATES.
	PERFORM 020-CHECK-SHIP-CONFIRMED.
	OPEN OUTPUT INVOICE-FILE.
	OPEN OUTPUT PACKING-SLIP-FILE.
	OPEN EXTEND TAX-REGISTER-FILE.
	CLOSE TAX-REGISTER-FILE.
	PERFORM 090-SAVE-INVOICE-NUMBER.
	DISPLAY 'INVOICES PRINTED: ' WS-INVOICE-COUNT.
	DISPLAY 'LINES NOT SHIP CONFIRMED: ' WS-LINES-NOT-BILLED.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.

	MOVE 'E' TO RL-PHASE.
	MOVE WS-LINES-READ TO RL-RECORDS-READ.
	MOVE WS-INVOICE-COUNT TO RL-RECORDS-POSTED.
	MOVE WS-LINES-NOT-BILLED TO RL-RECORDS-REJECTED.
	MOVE WS-RUN-NET-TOTAL TO RL-MONEY-TOTAL.
	MOVE 0 TO RL-XFER-COUNT.

		END-SEARCH
	END-IF.

020-CHECK-SHIP-CONFIRMED.
	OPEN INPUT TRANS-OUTPUT-FILE.
	PERFORM UNTIL TRANS-EOF-SWITCH IS EQUAL TO 'Y'
		READ TRANS-OUTPUT-FILE INTO TRANS-OUTPUT-RECORD
			AT END
				MOVE 'Y' TO TRANS-EOF-SWITCH
			NOT AT END
				IF TP-TRANS-CODE IS NOT EQUAL TO 'R'
						AND TP-SHIP-STATUS IS EQUAL TO SPACE THEN
					ADD 1 TO WS-LINES-NOT-BILLED
				END-IF
		END-READ
	END-PERFORM.
	CLOSE TRANS-OUTPUT-FILE.
	MOVE 'N' TO TRANS-EOF-SWITCH.
	IF WS-LINES-NOT-BILLED IS GREATER THAN 0 THEN
		DISPLAY 'SALE LINES NOT SHIP CONFIRMED: ' WS-LINES-NOT-BILLED
		DISPLAY 'RUN SHIP CONFIRMATION FIRST - RUN ABORTED, NO INVOICES PRINTED'
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.

090-SAVE-INVOICE-NUMBER.
	MOVE WS-INVOICE-NUMBER TO INVOICE-LAST-NUMBER.
	OPEN OUTPUT INVOICE-SEQUENCE-FILE.
				MOVE 'Y' TO TRANS-EOF-SWITCH
			NOT AT END
				ADD 1 TO WS-LINES-READ
				IF TP-TRANS-CODE IS EQUAL TO 'R' THEN
					PERFORM 110-RELEASE-SORT-RECORD
				ELSE
					IF TP-SHIP-STATUS IS EQUAL TO 'C' THEN
						IF TP-QTY-POSTED IS GREATER THAN 0 THEN
							PERFORM 110-RELEASE-SORT-RECORD
						END-IF
					ELSE
						ADD 1 TO WS-LINES-NOT-BILLED
					END-IF
				END-IF
		END-READ
	END-PERFORM.
	CLOSE TRANS-OUTPUT-FILE.
	MOVE TP-SHIP-TO-NAME TO SORT-SHIP-TO-NAME.
	MOVE TP-SHIP-TO-STREET TO SORT-SHIP-TO-STREET.
	MOVE TP-SHIP-TO-CITY TO SORT-SHIP-TO-CITY.
	MOVE TP-CARRIER TO SORT-CARRIER.
	MOVE TP-TRACKING-NO TO SORT-TRACKING-NO.
	RELEASE INVOICE-SORT-RECORD.

200-PRODUCE-INVOICES.
			'  QTY ' SORT-QTY
			DELIMITED BY SIZE INTO PACKING-SLIP-RECORD
		WRITE PACKING-SLIP-RECORD
		IF SORT-CARRIER IS NOT EQUAL TO SPACE
				OR SORT-TRACKING-NO IS NOT EQUAL TO SPACE THEN
			MOVE SPACE TO PACKING-SLIP-RECORD
			STRING '         SHIPPED VIA ' SORT-CARRIER
				'  TRACKING ' SORT-TRACKING-NO
				DELIMITED BY SIZE INTO PACKING-SLIP-RECORD
			WRITE PACKING-SLIP-RECORD
		END-IF
	END-IF.

240-WRITE-INVOICE-TRAILER.
