	SELECT SALES-HISTORY-FILE ASSIGN TO "data_files/sales_history.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SALES-HISTORY-FILE-STATUS.
	SELECT KIT-FILE ASSIGN TO "data_files/kits.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-KIT-FILE-STATUS.
	SELECT LOT-FILE ASSIGN TO "data_files/lots.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LOT-KEY
		FILE STATUS IS WS-LOT-FILE-STATUS.
	SELECT LOT-SHIPMENT-FILE ASSIGN TO "data_files/lot_shipments.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-LOT-SHIPMENT-FILE-STATUS.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.
	02 FILLER		PICTURE IS X(5).
	02 RATE-ITEM-NO		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 RATE-MIN-QTY		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 RATE-PERCENT		PICTURE IS 9V999.


COPY "saleshistrec.cpy".

FD KIT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "kitrec.cpy".

FD LOT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "lotrec.cpy".

FD LOT-SHIPMENT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "lotshiprec.cpy".

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

	02 INV-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 CREDIT-HOLD-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 BO-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-ITEM-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-COMP-MISSING-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 AMOUNT-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 LOT-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-BACKORDER-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-TRANS-OUTPUT-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-AR-DETAIL-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-SALES-HISTORY-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-KIT-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-LOT-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-LOT-SHIPMENT-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.

01 BACKORDER-TABLE.
	02 WS-BO-DETAIL OCCURS 200 TIMES INDEXED BY BO-INDEX.
		03 WS-BO-CUST-NO	PICTURE IS X(5).
		03 WS-BO-ITEM-NO	PICTURE IS 9(6).
		03 WS-BO-QTY		PICTURE IS 9(5).
		03 WS-BO-ORDER-DATE	PICTURE IS 9(8).
		03 WS-BO-TRANS-CODE	PICTURE IS X(1).
		03 WS-BO-STATUS		PICTURE IS X(1).
		03 WS-RATE-TRANS-CODE	PICTURE IS X(1).
		03 WS-RATE-CUST-NO	PICTURE IS X(5).
		03 WS-RATE-ITEM-NO	PICTURE IS 9(6).
		03 WS-RATE-MIN-QTY	PICTURE IS 9(5).
		03 WS-RATE-PERCENT	PICTURE IS 9V999.

01 KIT-TABLE.
	02 WS-KIT-DETAIL OCCURS 200 TIMES INDEXED BY KIT-INDEX.
		03 WS-KIT-ITEM-NO	PICTURE IS X(6).
		03 WS-KIT-COMP-ITEM-NO	PICTURE IS X(6).
		03 WS-KIT-COMP-QTY	PICTURE IS 9(3).

01 KIT-WORK-FIELDS.
	02 WS-KIT-NUM-IN		PICTURE IS S9(3) VALUE 0.
	02 WS-KIT-SUB			PICTURE IS S9(3) VALUE 0.
	02 WS-AVAILABLE-QTY		PICTURE IS 9(5).
	02 WS-KIT-COMP-BUILDABLE	PICTURE IS 9(5).
	02 WS-KIT-COMP-MOVE-QTY		PICTURE IS 9(8).

01 LOT-DRAW-TABLE.
	02 WS-LOT-DRAW-DETAIL OCCURS 20 TIMES INDEXED BY LOT-DRAW-INDEX.
		03 WS-DRAW-LOT-NO		PICTURE IS X(10).
		03 WS-DRAW-EXPIRY-DATE		PICTURE IS 9(8).
		03 WS-DRAW-QTY			PICTURE IS 9(5).

01 LOT-WORK-FIELDS.
	02 WS-LOT-DRAW-NUM		PICTURE IS S9(3) VALUE 0.
	02 WS-LOT-DRAW-SUB		PICTURE IS S9(3) VALUE 0.
	02 WS-LOT-DRAW-ITEM-NO		PICTURE IS X(6).
	02 WS-LOT-DRAW-LOC-CODE		PICTURE IS X(3).
	02 WS-LOT-QTY-NEEDED		PICTURE IS 9(8).
	02 WS-LOT-TAKE-QTY		PICTURE IS 9(5).
	02 WS-LOT-KIT-ITEM-NO		PICTURE IS X(6).
	02 WS-FIRST-LOT-NO		PICTURE IS X(10).
	02 WS-SALE-LOT-NO		PICTURE IS X(10).

01 WORK-FIELDS.
	02 WS-BO-NUM-IN			PICTURE IS S9(3) VALUE 0.
	02 WS-BO-SUB			PICTURE IS S9(3) VALUE 0.
	02 WS-RATE-NUM-IN		PICTURE IS S9(3) VALUE 0.
	02 WS-DISCOUNT-PERCENT		PICTURE IS 9V999.
	02 WS-ITEM-PRICE		PICTURE IS S9(2)V9(2).
	02 WS-PROSPECTIVE-BALANCE	PICTURE IS S9(7)V9(2).
	02 WS-QTY-TO-POST		PICTURE IS 9(5).
	02 WS-QTY-STILL-SHORT		PICTURE IS 9(5).
	02 WS-RELEASED-COUNT		PICTURE IS 9(5) VALUE 0.
	02 WS-RELEASED-QTY		PICTURE IS 9(7) VALUE 0.
	02 WS-WAITING-COUNT		PICTURE IS 9(5) VALUE 0.
	02 WS-WAIT-REASON		PICTURE IS X(25).
	02 WS-RELEASED-NET-TOTAL	PICTURE IS S9(7)V9(2) VALUE 0.
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	PERFORM 012-IMPORT-KITS.
	PERFORM 015-IMPORT-RATE-SCHEDULE.
	PERFORM 020-OPEN-MASTER-FILES.
	OPEN OUTPUT RELEASE-REPORT-FILE.
	CLOSE TRANS-OUTPUT-FILE.
	CLOSE AR-DETAIL-FILE.
	CLOSE SALES-HISTORY-FILE.
	CLOSE LOT-FILE.
	CLOSE LOT-SHIPMENT-FILE.
	PERFORM 090-REWRITE-BACKORDERS.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.
		CLOSE BACKORDER-FILE
	END-IF.

012-IMPORT-KITS.
	OPEN INPUT KIT-FILE.
	IF WS-KIT-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'Y' TO KIT-EOF-SWITCH
	ELSE
		PERFORM UNTIL KIT-EOF-SWITCH IS EQUAL TO 'Y'
			READ KIT-FILE INTO KIT-RECORD
				AT END
					MOVE 'Y' TO KIT-EOF-SWITCH
				NOT AT END
					IF WS-KIT-NUM-IN IS EQUAL TO 200 THEN
						MOVE 'Y' TO KIT-OVERFLOW-FLAG
					ELSE
						ADD 1 TO WS-KIT-NUM-IN
						MOVE KIT-ITEM-NO TO WS-KIT-ITEM-NO(WS-KIT-NUM-IN)
						MOVE KIT-COMP-ITEM-NO TO WS-KIT-COMP-ITEM-NO(WS-KIT-NUM-IN)
						IF KIT-COMP-QTY IS NUMERIC
								AND KIT-COMP-QTY IS GREATER THAN 0 THEN
							MOVE KIT-COMP-QTY TO WS-KIT-COMP-QTY(WS-KIT-NUM-IN)
						ELSE
							MOVE 1 TO WS-KIT-COMP-QTY(WS-KIT-NUM-IN)
						END-IF
					END-IF
			END-READ
		END-PERFORM
		CLOSE KIT-FILE
	END-IF.
	IF KIT-OVERFLOW-FLAG IS EQUAL TO 'Y' THEN
		DISPLAY 'KIT FILE EXCEEDS 200 ROWS - RUN ABORTED, NOTHING POSTED'
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.

015-IMPORT-RATE-SCHEDULE.
	OPEN INPUT RATE-SCHEDULE-FILE.
	IF WS-RATE-FILE-STATUS IS EQUAL TO '35' THEN
	IF WS-SALES-HISTORY-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT SALES-HISTORY-FILE
	END-IF.
	OPEN I-O LOT-FILE.
	IF WS-LOT-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT LOT-FILE
		CLOSE LOT-FILE
		OPEN I-O LOT-FILE
	END-IF.
	IF WS-LOT-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN LOT-FILE - STATUS ' WS-LOT-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN EXTEND LOT-SHIPMENT-FILE.
	IF WS-LOT-SHIPMENT-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT LOT-SHIPMENT-FILE
	END-IF.

030-PROCESS-BACKORDER.
	ADD 1 TO WS-BO-SUB.
			MOVE 'ITEM NOT ON FILE' TO WS-WAIT-REASON
			PERFORM 070-WRITE-WAITING-LINE
		ELSE
			PERFORM 045-CHECK-KIT
			IF KIT-COMP-MISSING-FLAG IS EQUAL TO 'Y' THEN
				MOVE 'KIT COMPONENT NOT STOCKED' TO WS-WAIT-REASON
				PERFORM 070-WRITE-WAITING-LINE
			ELSE
				IF WS-AVAILABLE-QTY IS EQUAL TO 0 THEN
					MOVE 'NO STOCK' TO WS-WAIT-REASON
					PERFORM 070-WRITE-WAITING-LINE
				ELSE
					PERFORM 050-POST-RELEASE
				END-IF
			END-IF
		END-IF
	END-IF.

045-CHECK-KIT.
	MOVE 'N' TO KIT-ITEM-FLAG.
	MOVE 'N' TO KIT-COMP-MISSING-FLAG.
	MOVE INV-QTY TO WS-AVAILABLE-QTY.
	IF WS-KIT-NUM-IN IS GREATER THAN 0 THEN
		SET KIT-INDEX TO 1
		SEARCH WS-KIT-DETAIL
			WHEN WS-KIT-ITEM-NO(KIT-INDEX) = WS-BO-ITEM-NO(WS-BO-SUB)
				MOVE 'Y' TO KIT-ITEM-FLAG
		END-SEARCH
	END-IF.
	IF KIT-ITEM-FLAG IS EQUAL TO 'Y' THEN
		MOVE 99999 TO WS-AVAILABLE-QTY
		MOVE 0 TO WS-KIT-SUB
		PERFORM 046-COUNT-ONE-COMPONENT WS-KIT-NUM-IN TIMES
		PERFORM 048-REREAD-KIT-RECORD
	END-IF.

046-COUNT-ONE-COMPONENT.
	ADD 1 TO WS-KIT-SUB.
	IF WS-KIT-ITEM-NO(WS-KIT-SUB) IS EQUAL TO WS-BO-ITEM-NO(WS-BO-SUB) THEN
		MOVE WS-KIT-COMP-ITEM-NO(WS-KIT-SUB) TO INV-ITEM-NO
		MOVE WS-BO-LOC-CODE(WS-BO-SUB) TO INV-LOC-CODE
		READ INV-FILE
			INVALID KEY
				MOVE 'Y' TO KIT-COMP-MISSING-FLAG
				MOVE 0 TO WS-AVAILABLE-QTY
			NOT INVALID KEY
				DIVIDE INV-QTY BY WS-KIT-COMP-QTY(WS-KIT-SUB)
					GIVING WS-KIT-COMP-BUILDABLE
				IF WS-KIT-COMP-BUILDABLE IS LESS THAN WS-AVAILABLE-QTY THEN
					MOVE WS-KIT-COMP-BUILDABLE TO WS-AVAILABLE-QTY
				END-IF
		END-READ
	END-IF.

047-DRAW-ONE-COMPONENT.
	ADD 1 TO WS-KIT-SUB.
	IF WS-KIT-ITEM-NO(WS-KIT-SUB) IS EQUAL TO WS-BO-ITEM-NO(WS-BO-SUB) THEN
		MULTIPLY WS-QTY-TO-POST BY WS-KIT-COMP-QTY(WS-KIT-SUB)
			GIVING WS-KIT-COMP-MOVE-QTY
		MOVE WS-KIT-COMP-ITEM-NO(WS-KIT-SUB) TO INV-ITEM-NO
		MOVE WS-BO-LOC-CODE(WS-BO-SUB) TO INV-LOC-CODE
		READ INV-FILE
			INVALID KEY
				MOVE 'N' TO INV-FOUND-FLAG
			NOT INVALID KEY
				SUBTRACT WS-KIT-COMP-MOVE-QTY FROM INV-QTY
				REWRITE INV-RECORD
				MOVE INV-ITEM-NO TO WS-LOT-DRAW-ITEM-NO
				MOVE WS-BO-LOC-CODE(WS-BO-SUB) TO WS-LOT-DRAW-LOC-CODE
				MOVE WS-KIT-COMP-MOVE-QTY TO WS-LOT-QTY-NEEDED
				MOVE WS-BO-ITEM-NO(WS-BO-SUB) TO WS-LOT-KIT-ITEM-NO
				PERFORM 053-DRAW-LOTS
				PERFORM 058-LOG-LOT-SHIPMENTS
		END-READ
	END-IF.

048-REREAD-KIT-RECORD.
	MOVE WS-BO-ITEM-NO(WS-BO-SUB) TO INV-ITEM-NO.
	MOVE WS-BO-LOC-CODE(WS-BO-SUB) TO INV-LOC-CODE.
	READ INV-FILE
		INVALID KEY
			MOVE 'N' TO INV-FOUND-FLAG
	END-READ.

050-POST-RELEASE.
	IF WS-BO-QTY(WS-BO-SUB) IS GREATER THAN WS-AVAILABLE-QTY THEN
		MOVE WS-AVAILABLE-QTY TO WS-QTY-TO-POST
		SUBTRACT WS-QTY-TO-POST FROM WS-BO-QTY(WS-BO-SUB)
			GIVING WS-QTY-STILL-SHORT
	ELSE
		MOVE WS-BO-QTY(WS-BO-SUB) TO WS-QTY-TO-POST
		MOVE 0 TO WS-QTY-STILL-SHORT
	END-IF.
	MOVE 'N' TO AMOUNT-OVERFLOW-FLAG.
	MULTIPLY WS-QTY-TO-POST BY WS-ITEM-PRICE GIVING TP-GROSS-COST
		ON SIZE ERROR
			MOVE 'Y' TO AMOUNT-OVERFLOW-FLAG
	END-MULTIPLY.
	IF AMOUNT-OVERFLOW-FLAG IS EQUAL TO 'Y' THEN
		MOVE 'LINE AMOUNT OVERFLOW' TO WS-WAIT-REASON
		PERFORM 070-WRITE-WAITING-LINE
	ELSE
		PERFORM 0505-POST-PRICED-RELEASE
	END-IF.

0505-POST-PRICED-RELEASE.
	PERFORM 051-CALCULATE-DISCOUNT.
	SUBTRACT TP-DISCOUNT FROM TP-GROSS-COST GIVING TP-NETCOST.
	MOVE TP-GROSS-COST TO WS-REL-GROSS.
	ELSE
		ADD TP-NETCOST TO CUST-PAST-DUE GIVING CUST-PAST-DUE
		REWRITE CUST-RECORD
		MOVE SPACE TO WS-SALE-LOT-NO
		IF KIT-ITEM-FLAG IS EQUAL TO 'Y' THEN
			MOVE 0 TO WS-KIT-SUB
			PERFORM 047-DRAW-ONE-COMPONENT WS-KIT-NUM-IN TIMES
			PERFORM 048-REREAD-KIT-RECORD
		ELSE
			SUBTRACT WS-QTY-TO-POST FROM INV-QTY GIVING INV-QTY
			REWRITE INV-RECORD
			MOVE WS-BO-ITEM-NO(WS-BO-SUB) TO WS-LOT-DRAW-ITEM-NO
			MOVE WS-BO-LOC-CODE(WS-BO-SUB) TO WS-LOT-DRAW-LOC-CODE
			MOVE WS-QTY-TO-POST TO WS-LOT-QTY-NEEDED
			MOVE SPACE TO WS-LOT-KIT-ITEM-NO
			PERFORM 053-DRAW-LOTS
			PERFORM 058-LOG-LOT-SHIPMENTS
			MOVE WS-FIRST-LOT-NO TO WS-SALE-LOT-NO
		END-IF
		PERFORM 055-LOG-TRANS
		PERFORM 056-WRITE-AR-DETAIL
		PERFORM 057-LOG-SALES-HISTORY
		MOVE 'Y' TO CREDIT-HOLD-FLAG
	END-IF.

053-DRAW-LOTS.
	MOVE 0 TO WS-LOT-DRAW-NUM.
	MOVE SPACE TO WS-FIRST-LOT-NO.
	MOVE 'N' TO LOT-EOF-SWITCH.
	MOVE WS-LOT-DRAW-ITEM-NO TO LOT-ITEM-NO.
	MOVE WS-LOT-DRAW-LOC-CODE TO LOT-LOC-CODE.
	MOVE 0 TO LOT-EXPIRY-DATE.
	MOVE LOW-VALUE TO LOT-NO.
	START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
		INVALID KEY
			MOVE 'Y' TO LOT-EOF-SWITCH
	END-START.
	PERFORM UNTIL LOT-EOF-SWITCH IS EQUAL TO 'Y'
			OR WS-LOT-QTY-NEEDED IS EQUAL TO 0
		READ LOT-FILE NEXT RECORD
			AT END
				MOVE 'Y' TO LOT-EOF-SWITCH
			NOT AT END
				PERFORM 054-DRAW-ONE-LOT
		END-READ
	END-PERFORM.

054-DRAW-ONE-LOT.
	IF LOT-ITEM-NO IS NOT EQUAL TO WS-LOT-DRAW-ITEM-NO
			OR LOT-LOC-CODE IS NOT EQUAL TO WS-LOT-DRAW-LOC-CODE
			OR WS-LOT-DRAW-NUM IS EQUAL TO 20 THEN
		MOVE 'Y' TO LOT-EOF-SWITCH
	ELSE
		IF LOT-QTY IS GREATER THAN 0 THEN
			IF LOT-QTY IS LESS THAN WS-LOT-QTY-NEEDED THEN
				MOVE LOT-QTY TO WS-LOT-TAKE-QTY
			ELSE
				MOVE WS-LOT-QTY-NEEDED TO WS-LOT-TAKE-QTY
			END-IF
			SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QTY
			REWRITE LOT-RECORD
			SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-QTY-NEEDED
			ADD 1 TO WS-LOT-DRAW-NUM
			MOVE LOT-NO TO WS-DRAW-LOT-NO(WS-LOT-DRAW-NUM)
			MOVE LOT-EXPIRY-DATE TO WS-DRAW-EXPIRY-DATE(WS-LOT-DRAW-NUM)
			MOVE WS-LOT-TAKE-QTY TO WS-DRAW-QTY(WS-LOT-DRAW-NUM)
			IF WS-FIRST-LOT-NO IS EQUAL TO SPACE THEN
				MOVE LOT-NO TO WS-FIRST-LOT-NO
			END-IF
		END-IF
	END-IF.

055-LOG-TRANS.
	MOVE SPACE TO TRANS-OUTPUT-RECORD.
	MOVE WS-REL-GROSS TO TP-GROSS-COST.
	MOVE WS-BO-ITEM-NO(WS-BO-SUB) TO TP-ITEM-NO.
	MOVE WS-QTY-TO-POST TO TP-QTY-POSTED.
	MOVE WS-BO-LOC-CODE(WS-BO-SUB) TO TP-LOC-CODE.
	MOVE WS-SALE-LOT-NO TO TP-LOT-NO.
	WRITE TRANS-OUTPUT-RECORD.

056-WRITE-AR-DETAIL.
	MOVE WS-REL-DISCOUNT TO SH-DISCOUNT.
	MOVE WS-REL-NET TO SH-NETCOST.
	MOVE WS-BO-TRANS-CODE(WS-BO-SUB) TO SH-TRANS-CODE.
	MOVE WS-SALE-LOT-NO TO SH-LOT-NO.
	WRITE SALES-HISTORY-RECORD.

058-LOG-LOT-SHIPMENTS.
	MOVE 0 TO WS-LOT-DRAW-SUB.
	PERFORM 059-LOG-ONE-LOT-SHIPMENT WS-LOT-DRAW-NUM TIMES.

059-LOG-ONE-LOT-SHIPMENT.
	ADD 1 TO WS-LOT-DRAW-SUB.
	MOVE SPACE TO LOT-SHIPMENT-RECORD.
	ACCEPT LS-SHIP-DATE FROM DATE YYYYMMDD.
	MOVE WS-DRAW-LOT-NO(WS-LOT-DRAW-SUB) TO LS-LOT-NO.
	MOVE WS-LOT-DRAW-ITEM-NO TO LS-ITEM-NO.
	MOVE WS-LOT-DRAW-LOC-CODE TO LS-LOC-CODE.
	MOVE WS-BO-CUST-NO(WS-BO-SUB) TO LS-CUST-NO.
	MOVE WS-DRAW-QTY(WS-LOT-DRAW-SUB) TO LS-QTY.
	MOVE WS-DRAW-EXPIRY-DATE(WS-LOT-DRAW-SUB) TO LS-EXPIRY-DATE.
	MOVE WS-BO-TRANS-CODE(WS-BO-SUB) TO LS-TRANS-CODE.
	MOVE WS-LOT-KIT-ITEM-NO TO LS-KIT-ITEM-NO.
	WRITE LOT-SHIPMENT-RECORD.

060-WRITE-RELEASED-LINE.
	MOVE SPACE TO RELEASE-REPORT-RECORD.
	STRING 'RELEASED  CUST ' WS-BO-CUST-NO(WS-BO-SUB)
