		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SHIPTO-KEY
		FILE STATUS IS WS-SHIPTO-FILE-STATUS.
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

DATA DIVISION.
FILE SECTION.
	02 FILLER		PICTURE IS X(5).
	02 TRANS-ITEM-NO	PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(6).
	02 TRANS-QTY-ORD	PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 TRANS-CODE		PICTURE IS X.
	02 FILLER		PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5).
	02 RATE-ITEM-NO		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 RATE-MIN-QTY		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 RATE-PERCENT		PICTURE IS 9V999.


COPY "shiptorec.cpy".

FD KIT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "kitrec.cpy".

FD LOT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "lotrec.cpy".

FD LOT-SHIPMENT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "lotshiprec.cpy".



WORKING-STORAGE SECTION.
	02 RETURN-REJECT-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 SHIPTO-AVAILABLE-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 SHIPTO-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-ITEM-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-COMP-MISSING-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 AMOUNT-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 LOT-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-INV-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-RMA-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-SHIPTO-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-KIT-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-LOT-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-LOT-SHIPMENT-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.

01 RMA-TABLE.
	02 WS-RMA-DETAIL OCCURS 200 TIMES INDEXED BY RMA-INDEX.
		03 WS-RMA-NO		PICTURE IS 9(6).
		03 WS-RMA-CUST-NO	PICTURE IS X(5).
		03 WS-RMA-ITEM-NO	PICTURE IS 9(6).
		03 WS-RMA-AUTH-QTY	PICTURE IS 9(5).
		03 WS-RMA-USED-QTY	PICTURE IS 9(5).
		03 WS-RMA-UNIT-PRICE	PICTURE IS 9(4)V9(2).
		03 WS-RMA-SALE-DATE	PICTURE IS 9(8).
		03 WS-RMA-ISSUE-DATE	PICTURE IS 9(8).
01 RMA-WORK-FIELDS.
	02 WS-RMA-NUM-IN	PICTURE IS S9(3) VALUE 0.
	02 WS-RMA-SUB		PICTURE IS S9(3) VALUE 0.
	02 WS-RMA-QTY-REMAINING	PICTURE IS S9(5).

01 WORK-FIELDS.
	02 WS-ITEM-PRICE		PICTURE IS S9(2)V9(2).
	02 WS-PROSPECTIVE-BALANCE	PICTURE IS S9(7)V9(2).
	02 WS-RESTOCK-TOTAL		PICTURE IS 9(9).
	02 WS-QTY-TO-POST		PICTURE IS 9(5).
	02 WS-SHORTFALL-QTY		PICTURE IS 9(5).
	02 WS-ERROR-QTY		PICTURE IS 9(5).
	02 WS-LAST-POSTED-CUST-NO	PICTURE IS X(5) VALUE SPACE.
	02 WS-LAST-POSTED-ITEM-NO	PICTURE IS 9(6) VALUE 0.
	02 WS-POSTED-COUNT		PICTURE IS 9(6) VALUE 0.
		03 WS-RATE-TRANS-CODE	PICTURE IS X(1).
		03 WS-RATE-CUST-NO	PICTURE IS X(5).
		03 WS-RATE-ITEM-NO	PICTURE IS 9(6).
		03 WS-RATE-MIN-QTY	PICTURE IS 9(5).
		03 WS-RATE-PERCENT	PICTURE IS 9V999.

01 RATE-WORK-FIELDS.
01 REORDER-WORK-FIELDS.
	02 WS-REORDER-NUM-IN		PICTURE IS S9(3) VALUE 0.

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
		03 WS-DRAW-RECEIVED-DATE	PICTURE IS 9(8).
		03 WS-DRAW-PO-NUMBER		PICTURE IS 9(6).
		03 WS-DRAW-VENDOR-NO		PICTURE IS X(5).

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

01 BATCH-CONTROL-FIELDS.
	02 WS-TRANS-BUFFER		PICTURE IS X(60).
	02 WS-BATCH-DETAIL-COUNT	PICTURE IS 9(6).
	02 WS-BATCH-QTY-HASH		PICTURE IS 9(11).
	02 WS-BATCH-ITEM-HASH		PICTURE IS 9(12).

01 BATCH-HEADER-RECORD.
	02 FILLER		PICTURE IS X(4).
	02 BT-RECORD-COUNT	PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 BT-QTY-HASH		PICTURE IS 9(11).
	02 FILLER		PICTURE IS X(5).
	02 BT-ITEM-HASH		PICTURE IS 9(12).

	PERFORM 001-LOG-RUN-START.
	PERFORM 035-LOAD-CHECKPOINT.
	PERFORM 025-VERIFY-BATCH.
	PERFORM 014-IMPORT-KITS.
	PERFORM 010-IMPORT-INVENTORY.
	PERFORM 015-IMPORT-RATE-SCHEDULE.
	PERFORM 017-IMPORT-OPEN-POS.
	PERFORM 021-OPEN-SHIPTO.
	PERFORM 030-READ-TRANSACTIONS.
	CLOSE INV-FILE.
	CLOSE LOT-FILE.
	CLOSE CUST-FILE.
	IF SHIPTO-AVAILABLE-FLAG IS EQUAL TO 'Y' THEN
		CLOSE SHIPTO-FILE
	IF WS-CHECKPOINT-COUNT IS EQUAL TO 0 THEN
		PERFORM 012-SNAPSHOT-INVENTORY
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

012-SNAPSHOT-INVENTORY.
	OPEN OUTPUT INV-SNAPSHOT-FILE.
	CLOSE INV-SNAPSHOT-FILE.
	MOVE 'N' TO INV-EOF-SWITCH.

014-IMPORT-KITS.
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
		DISPLAY 'KIT FILE EXCEEDS 200 ROWS - RUN ABORTED'
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.

015-IMPORT-RATE-SCHEDULE.
	OPEN INPUT RATE-SCHEDULE-FILE.
	IF WS-RATE-FILE-STATUS IS EQUAL TO '35' THEN
           CLOSE TRANSFER-LOG-FILE.
           CLOSE AR-DETAIL-FILE.
           CLOSE SALES-HISTORY-FILE.
	CLOSE LOT-SHIPMENT-FILE.
	PERFORM 029-REWRITE-RMAS.
	PERFORM 039-CLEAR-CHECKPOINT.
	PERFORM 027-RECORD-POSTED-BATCH.
	IF WS-SALES-HISTORY-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT SALES-HISTORY-FILE
	END-IF.
	OPEN EXTEND LOT-SHIPMENT-FILE.
	IF WS-LOT-SHIPMENT-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT LOT-SHIPMENT-FILE
	END-IF.

037-SKIP-POSTED-TRANSACTIONS.
	MOVE WS-CHECKPOINT-COUNT TO WS-SKIP-COUNT.
			ADD 1 TO WS-REJECT-COUNT
			PERFORM 040-LOG-ERROR
		ELSE
			PERFORM 0314-CHECK-KIT
			IF KIT-COMP-MISSING-FLAG IS EQUAL TO 'Y' THEN
				MOVE 'KIT COMPONENT NOT STOCKED' TO ERROR-CODE
				ADD 1 TO WS-REJECT-COUNT
				PERFORM 040-LOG-ERROR
			ELSE
				IF TRANS-CODE IS EQUAL TO 'R' THEN
					PERFORM 0312-VALIDATE-RETURN
				END-IF
				IF RETURN-REJECT-FLAG IS EQUAL TO 'N' THEN
					PERFORM 034-CHECK-STOCK-AVAILABLE
					IF WS-QTY-TO-POST IS GREATER THAN 0 THEN
						PERFORM 050-COMPUTE-TRANSACTION
					END-IF
				END-IF
			END-IF
		END-IF
			GIVING WS-RMA-QTY-REMAINING
	END-IF.

0314-CHECK-KIT.
	MOVE 'N' TO KIT-COMP-MISSING-FLAG.
	MOVE INV-QTY TO WS-AVAILABLE-QTY.
	PERFORM 0316-FIND-KIT.
	IF KIT-ITEM-FLAG IS EQUAL TO 'Y' THEN
		MOVE 99999 TO WS-AVAILABLE-QTY
		MOVE 0 TO WS-KIT-SUB
		PERFORM 0317-COUNT-ONE-COMPONENT WS-KIT-NUM-IN TIMES
		PERFORM 0318-REREAD-KIT-RECORD
	END-IF.

0316-FIND-KIT.
	MOVE 'N' TO KIT-ITEM-FLAG.
	IF WS-KIT-NUM-IN IS GREATER THAN 0 THEN
		SET KIT-INDEX TO 1
		SEARCH WS-KIT-DETAIL
			WHEN WS-KIT-ITEM-NO(KIT-INDEX) = TRANS-ITEM-NO
				MOVE 'Y' TO KIT-ITEM-FLAG
		END-SEARCH
	END-IF.

0317-COUNT-ONE-COMPONENT.
	ADD 1 TO WS-KIT-SUB.
	IF WS-KIT-ITEM-NO(WS-KIT-SUB) IS EQUAL TO TRANS-ITEM-NO THEN
		MOVE WS-KIT-COMP-ITEM-NO(WS-KIT-SUB) TO INV-ITEM-NO
		MOVE TRANS-LOC-CODE TO INV-LOC-CODE
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

0318-REREAD-KIT-RECORD.
	MOVE TRANS-ITEM-NO TO INV-ITEM-NO.
	MOVE TRANS-LOC-CODE TO INV-LOC-CODE.
	READ INV-FILE
		INVALID KEY
			MOVE 'N' TO INV-FOUND-FLAG
	END-READ.

032-CUST-NO-SEARCH.
	MOVE TRANS-CUST-NO TO CUST-NO.
	READ CUST-FILE
	MOVE 0 TO WS-SHORTFALL-QTY.
	MOVE 'N' TO STOCK-SHORT-FLAG.
	IF TRANS-CODE IS NOT EQUAL TO 'R' THEN
		IF TRANS-QTY-ORD IS GREATER THAN WS-AVAILABLE-QTY THEN
			SUBTRACT WS-AVAILABLE-QTY FROM TRANS-QTY-ORD GIVING WS-SHORTFALL-QTY
			MOVE WS-AVAILABLE-QTY TO WS-QTY-TO-POST
			IF WS-QTY-TO-POST IS EQUAL TO 0 THEN
				PERFORM 045-WRITE-BACKORDER
			ELSE
	MOVE 'U' TO ERROR-STATUS.
	WRITE ERROR-RECORD.

041-LOG-COMPONENT-ERROR.
	MOVE TRANS-CUST-NO TO ERROR-CUST-NO.
	MOVE INV-ITEM-NO TO ERROR-ITEM-NO.
	MOVE TRANS-LOC-CODE TO ERROR-LOC-CODE.
	MOVE TRANS-CODE TO ERROR-TRANS-CODE.
	MOVE TRANS-TO-LOC-CODE TO ERROR-TO-LOC-CODE.
	MOVE TRANS-SHIP-TO-CODE TO ERROR-SHIP-TO-CODE.
	MOVE WS-ERROR-QTY TO ERROR-QTY-ORD.
	ACCEPT ERROR-RUN-DATE FROM DATE YYYYMMDD.
	MOVE 'U' TO ERROR-STATUS.
	WRITE ERROR-RECORD.

050-COMPUTE-TRANSACTION.
	MOVE 'N' TO AMOUNT-OVERFLOW-FLAG.
	MULTIPLY WS-QTY-TO-POST BY WS-ITEM-PRICE GIVING TP-GROSS-COST
		ON SIZE ERROR
			MOVE 'Y' TO AMOUNT-OVERFLOW-FLAG
	END-MULTIPLY.
	IF AMOUNT-OVERFLOW-FLAG IS EQUAL TO 'Y' THEN
		PERFORM 0504-REJECT-AMOUNT-OVERFLOW
	ELSE
		PERFORM 0502-POST-TRANSACTION
	END-IF.

0502-POST-TRANSACTION.
           PERFORM 051-CALCULATE-DISCOUNT.
           SUBTRACT TP-DISCOUNT FROM TP-GROSS-COST GIVING TP-NETCOST.
           MOVE TP-GROSS-COST TO WS-TRANS-GROSS.
                   END-IF
                   PERFORM 052-UPDATE-CUST-TABLE
                   PERFORM 053-UPDATE-INV-TABLE
                   IF KIT-ITEM-FLAG IS EQUAL TO 'N' THEN
                           PERFORM 070-CHECK-REORDER
                   END-IF
                   REWRITE INV-RECORD
                   PERFORM 080-LOG-TRANS
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE TRANS-ITEM-NO TO WS-LAST-POSTED-ITEM-NO
           END-IF.

0504-REJECT-AMOUNT-OVERFLOW.
	IF TRANS-CODE IS EQUAL TO 'R' THEN
		SUBTRACT TRANS-QTY-ORD FROM WS-RMA-USED-QTY(WS-RMA-SUB)
		MOVE 'O' TO WS-RMA-STATUS(WS-RMA-SUB)
	END-IF.
	MOVE TRANS-QTY-ORD TO WS-ERROR-QTY.
	MOVE 'LINE AMOUNT OVERFLOW' TO ERROR-CODE.
	ADD 1 TO WS-REJECT-COUNT.
	PERFORM 040-LOG-ERROR.

0505-CREDIT-CHECK.
	MOVE 'N' TO CREDIT-HOLD-FLAG.
	IF TRANS-CODE IS EQUAL TO 'R' THEN
	WRITE AR-DETAIL-RECORD.

053-UPDATE-INV-TABLE.
           MOVE SPACE TO WS-SALE-LOT-NO.
           IF KIT-ITEM-FLAG IS EQUAL TO 'Y' THEN
                   PERFORM 0535-UPDATE-KIT-COMPONENTS
           ELSE
                   IF TRANS-CODE IS EQUAL TO 'R' THEN
                           COMPUTE WS-RESTOCK-TOTAL = INV-QTY + TRANS-QTY-ORD
                           IF WS-RESTOCK-TOTAL IS GREATER THAN 99999 THEN
                                   SUBTRACT 99999 FROM WS-RESTOCK-TOTAL GIVING WS-ERROR-QTY
                                   MOVE 99999 TO INV-QTY
                                   MOVE 'RETURN QTY OVERFLOW' TO ERROR-CODE
                                   PERFORM 040-LOG-ERROR
                           ELSE
                                   MOVE WS-RESTOCK-TOTAL TO INV-QTY
                           END-IF
                   ELSE
                           SUBTRACT WS-QTY-TO-POST FROM INV-QTY GIVING INV-QTY
                           MOVE TRANS-ITEM-NO TO WS-LOT-DRAW-ITEM-NO
                           MOVE TRANS-LOC-CODE TO WS-LOT-DRAW-LOC-CODE
                           MOVE WS-QTY-TO-POST TO WS-LOT-QTY-NEEDED
                           MOVE SPACE TO WS-LOT-KIT-ITEM-NO
                           PERFORM 090-DRAW-LOTS
                           PERFORM 092-LOG-LOT-SHIPMENTS
                           MOVE WS-FIRST-LOT-NO TO WS-SALE-LOT-NO
                   END-IF
           END-IF.

0535-UPDATE-KIT-COMPONENTS.
	MOVE 0 TO WS-KIT-SUB.
	PERFORM 0536-MOVE-ONE-COMPONENT WS-KIT-NUM-IN TIMES.
	PERFORM 0318-REREAD-KIT-RECORD.

0536-MOVE-ONE-COMPONENT.
	ADD 1 TO WS-KIT-SUB.
	IF WS-KIT-ITEM-NO(WS-KIT-SUB) IS EQUAL TO TRANS-ITEM-NO THEN
		MULTIPLY WS-QTY-TO-POST BY WS-KIT-COMP-QTY(WS-KIT-SUB)
			GIVING WS-KIT-COMP-MOVE-QTY
		MOVE WS-KIT-COMP-ITEM-NO(WS-KIT-SUB) TO INV-ITEM-NO
		MOVE TRANS-LOC-CODE TO INV-LOC-CODE
		READ INV-FILE
			INVALID KEY
				MOVE 'N' TO INV-FOUND-FLAG
			NOT INVALID KEY
				IF TRANS-CODE IS EQUAL TO 'R' THEN
					COMPUTE WS-RESTOCK-TOTAL = INV-QTY + WS-KIT-COMP-MOVE-QTY
					IF WS-RESTOCK-TOTAL IS GREATER THAN 99999 THEN
						SUBTRACT 99999 FROM WS-RESTOCK-TOTAL GIVING WS-ERROR-QTY
						MOVE 99999 TO INV-QTY
						MOVE 'RETURN QTY OVERFLOW' TO ERROR-CODE
						PERFORM 041-LOG-COMPONENT-ERROR
					ELSE
						MOVE WS-RESTOCK-TOTAL TO INV-QTY
					END-IF
				ELSE
					SUBTRACT WS-KIT-COMP-MOVE-QTY FROM INV-QTY
					MOVE INV-ITEM-NO TO WS-LOT-DRAW-ITEM-NO
					MOVE TRANS-LOC-CODE TO WS-LOT-DRAW-LOC-CODE
					MOVE WS-KIT-COMP-MOVE-QTY TO WS-LOT-QTY-NEEDED
					MOVE TRANS-ITEM-NO TO WS-LOT-KIT-ITEM-NO
					PERFORM 090-DRAW-LOTS
					PERFORM 092-LOG-LOT-SHIPMENTS
				END-IF
				PERFORM 070-CHECK-REORDER
				REWRITE INV-RECORD
		END-READ
	END-IF.




           MOVE TRANS-ITEM-NO TO TP-ITEM-NO.
           MOVE WS-QTY-TO-POST TO TP-QTY-POSTED.
           MOVE TRANS-LOC-CODE TO TP-LOC-CODE.
           MOVE WS-SALE-LOT-NO TO TP-LOT-NO.
           PERFORM 082-FILL-SHIP-TO-ADDRESS.
           WRITE TRANS-OUTPUT-RECORD.
           PERFORM 085-LOG-SALES-HISTORY.
		NOT INVALID KEY
			MOVE 'Y' TO INV-FOUND-FLAG
	END-READ.
	PERFORM 0316-FIND-KIT.
	IF KIT-ITEM-FLAG IS EQUAL TO 'Y' THEN
		MOVE 'KIT CANNOT BE TRANSFERRED' TO ERROR-CODE
		ADD 1 TO WS-REJECT-COUNT
		PERFORM 040-LOG-ERROR
	ELSE
		IF INV-FOUND-FLAG IS EQUAL TO 'N' THEN
			MOVE 'INVALID XFER DESTINATION' TO ERROR-CODE
			ADD 1 TO WS-REJECT-COUNT
			PERFORM 040-LOG-ERROR
		ELSE
			COMPUTE WS-RESTOCK-TOTAL = INV-QTY + TRANS-QTY-ORD
			IF WS-RESTOCK-TOTAL IS GREATER THAN 99999 THEN
				MOVE 'XFER WOULD OVERFLOW DEST' TO ERROR-CODE
				ADD 1 TO WS-REJECT-COUNT
				PERFORM 040-LOG-ERROR
			ELSE
				PERFORM 062-DRAW-FROM-SOURCE
			END-IF
		END-IF
	END-IF.

		MOVE 'INVALID PRODUCT NO' TO ERROR-CODE
		ADD 1 TO WS-REJECT-COUNT
		PERFORM 040-LOG-ERROR
		PERFORM 063-REORDER-DESTINATION
	ELSE
		IF TRANS-QTY-ORD IS GREATER THAN INV-QTY THEN
			MOVE 'INSUFFICIENT STOCK' TO ERROR-CODE
			ADD 1 TO WS-REJECT-COUNT
			PERFORM 040-LOG-ERROR
			PERFORM 063-REORDER-DESTINATION
		ELSE
			SUBTRACT TRANS-QTY-ORD FROM INV-QTY GIVING INV-QTY
			REWRITE INV-RECORD
			MOVE TRANS-ITEM-NO TO WS-LOT-DRAW-ITEM-NO
			MOVE TRANS-LOC-CODE TO WS-LOT-DRAW-LOC-CODE
			MOVE TRANS-QTY-ORD TO WS-LOT-QTY-NEEDED
			PERFORM 090-DRAW-LOTS
			PERFORM 094-MOVE-LOTS-TO-DESTINATION
			PERFORM 064-ADD-TO-DESTINATION
		END-IF
	END-IF.

063-REORDER-DESTINATION.
	MOVE TRANS-ITEM-NO TO INV-ITEM-NO.
	MOVE TRANS-TO-LOC-CODE TO INV-LOC-CODE.
	READ INV-FILE
		INVALID KEY
			MOVE 'N' TO INV-FOUND-FLAG
		NOT INVALID KEY
			PERFORM 070-CHECK-REORDER
	END-READ.

064-ADD-TO-DESTINATION.
	MOVE TRANS-ITEM-NO TO INV-ITEM-NO.
	MOVE TRANS-TO-LOC-CODE TO INV-LOC-CODE.
	MOVE WS-TRANS-DISCOUNT TO SH-DISCOUNT.
	MOVE WS-TRANS-NET TO SH-NETCOST.
	MOVE TRANS-CODE TO SH-TRANS-CODE.
	MOVE WS-SALE-LOT-NO TO SH-LOT-NO.
	WRITE SALES-HISTORY-RECORD.

090-DRAW-LOTS.
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
				PERFORM 091-DRAW-ONE-LOT
		END-READ
	END-PERFORM.

091-DRAW-ONE-LOT.
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
			MOVE LOT-RECEIVED-DATE TO WS-DRAW-RECEIVED-DATE(WS-LOT-DRAW-NUM)
			MOVE LOT-PO-NUMBER TO WS-DRAW-PO-NUMBER(WS-LOT-DRAW-NUM)
			MOVE LOT-VENDOR-NO TO WS-DRAW-VENDOR-NO(WS-LOT-DRAW-NUM)
			IF WS-FIRST-LOT-NO IS EQUAL TO SPACE THEN
				MOVE LOT-NO TO WS-FIRST-LOT-NO
			END-IF
		END-IF
	END-IF.

092-LOG-LOT-SHIPMENTS.
	MOVE 0 TO WS-LOT-DRAW-SUB.
	PERFORM 093-LOG-ONE-LOT-SHIPMENT WS-LOT-DRAW-NUM TIMES.

093-LOG-ONE-LOT-SHIPMENT.
	ADD 1 TO WS-LOT-DRAW-SUB.
	MOVE SPACE TO LOT-SHIPMENT-RECORD.
	ACCEPT LS-SHIP-DATE FROM DATE YYYYMMDD.
	MOVE WS-DRAW-LOT-NO(WS-LOT-DRAW-SUB) TO LS-LOT-NO.
	MOVE WS-LOT-DRAW-ITEM-NO TO LS-ITEM-NO.
	MOVE WS-LOT-DRAW-LOC-CODE TO LS-LOC-CODE.
	MOVE TRANS-CUST-NO TO LS-CUST-NO.
	MOVE TRANS-SHIP-TO-CODE TO LS-SHIP-TO-CODE.
	MOVE WS-DRAW-QTY(WS-LOT-DRAW-SUB) TO LS-QTY.
	MOVE WS-DRAW-EXPIRY-DATE(WS-LOT-DRAW-SUB) TO LS-EXPIRY-DATE.
	MOVE TRANS-CODE TO LS-TRANS-CODE.
	MOVE WS-LOT-KIT-ITEM-NO TO LS-KIT-ITEM-NO.
	WRITE LOT-SHIPMENT-RECORD.

094-MOVE-LOTS-TO-DESTINATION.
	MOVE 0 TO WS-LOT-DRAW-SUB.
	PERFORM 095-ADD-ONE-LOT-AT-DESTINATION WS-LOT-DRAW-NUM TIMES.

095-ADD-ONE-LOT-AT-DESTINATION.
	ADD 1 TO WS-LOT-DRAW-SUB.
	MOVE WS-LOT-DRAW-ITEM-NO TO LOT-ITEM-NO.
	MOVE TRANS-TO-LOC-CODE TO LOT-LOC-CODE.
	MOVE WS-DRAW-EXPIRY-DATE(WS-LOT-DRAW-SUB) TO LOT-EXPIRY-DATE.
	MOVE WS-DRAW-LOT-NO(WS-LOT-DRAW-SUB) TO LOT-NO.
	READ LOT-FILE
		INVALID KEY
			MOVE SPACE TO LOT-RECORD
			MOVE WS-LOT-DRAW-ITEM-NO TO LOT-ITEM-NO
			MOVE TRANS-TO-LOC-CODE TO LOT-LOC-CODE
			MOVE WS-DRAW-EXPIRY-DATE(WS-LOT-DRAW-SUB) TO LOT-EXPIRY-DATE
			MOVE WS-DRAW-LOT-NO(WS-LOT-DRAW-SUB) TO LOT-NO
			MOVE WS-DRAW-QTY(WS-LOT-DRAW-SUB) TO LOT-QTY
			MOVE WS-DRAW-RECEIVED-DATE(WS-LOT-DRAW-SUB) TO LOT-RECEIVED-DATE
			MOVE WS-DRAW-PO-NUMBER(WS-LOT-DRAW-SUB) TO LOT-PO-NUMBER
			MOVE WS-DRAW-VENDOR-NO(WS-LOT-DRAW-SUB) TO LOT-VENDOR-NO
			WRITE LOT-RECORD
		NOT INVALID KEY
			ADD WS-DRAW-QTY(WS-LOT-DRAW-SUB) TO LOT-QTY
			REWRITE LOT-RECORD
	END-READ.

