IDENTIFICATION DIVISION.
PROGRAM-ID.  "NKU CSC407 RECALL TRACE".

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LUCAS-UBUNTU.
OBJECT-COMPUTER. LUCAS-UBUNTU.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PARAM-FILE ASSIGN TO "data_files/recall_params.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PARAM-FILE-STATUS.
	SELECT GOODS-RECEIVED-FILE ASSIGN TO "data_files/goods_received.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-GOODS-RECEIVED-FILE-STATUS.
	SELECT LOT-FILE ASSIGN TO "data_files/lots.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS LOT-KEY
		FILE STATUS IS WS-LOT-FILE-STATUS.
	SELECT LOT-SHIPMENT-FILE ASSIGN TO "data_files/lot_shipments.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-LOT-SHIPMENT-FILE-STATUS.
	SELECT CUST-FILE ASSIGN TO "data_files/customers.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS CUST-NO
		FILE STATUS IS WS-CUST-FILE-STATUS.
	SELECT SHIPTO-FILE ASSIGN TO "data_files/shipto.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS SHIPTO-KEY
		FILE STATUS IS WS-SHIPTO-FILE-STATUS.
	SELECT RECALL-SORT-FILE ASSIGN TO "data_files/recall_trace_sort.tmp"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RECALL-REPORT-FILE ASSIGN TO "data_files/recall_trace_report.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD PARAM-FILE
	LABEL RECORDS ARE STANDARD.

01 PARAM-RECORD.
	02 PARAM-LOT-NO		PICTURE IS X(10).
	02 FILLER		PICTURE IS X(5).
	02 PARAM-ITEM-NO	PICTURE IS X(6).

FD GOODS-RECEIVED-FILE
	LABEL RECORDS ARE STANDARD.

COPY "goodsrcvrec.cpy".

FD LOT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "lotrec.cpy".

FD LOT-SHIPMENT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "lotshiprec.cpy".

FD CUST-FILE
	LABEL RECORDS ARE STANDARD.

COPY "custrec.cpy".

FD SHIPTO-FILE
	LABEL RECORDS ARE STANDARD.

COPY "shiptorec.cpy".

SD RECALL-SORT-FILE.

01 RECALL-SORT-RECORD.
	02 SORT-CUST-NO			PICTURE IS X(5).
	02 SORT-SHIP-TO-CODE		PICTURE IS X(3).
	02 SORT-SHIP-DATE		PICTURE IS 9(8).
	02 SORT-ITEM-NO			PICTURE IS X(6).
	02 SORT-LOC-CODE		PICTURE IS X(3).
	02 SORT-QTY			PICTURE IS 9(5).
	02 SORT-TRANS-CODE		PICTURE IS X(1).
	02 SORT-KIT-ITEM-NO		PICTURE IS X(6).

FD RECALL-REPORT-FILE
	LABEL RECORDS ARE STANDARD.

01 RECALL-REPORT-RECORD			PICTURE IS X(132).

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

COPY "runlogrec.cpy".



WORKING-STORAGE SECTION.
01 SWITCHES.
	02 GOODS-RECEIVED-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 LOT-EOF-SWITCH		PICTURE IS X(1) VALUE IS 'N'.
	02 LOT-SHIPMENT-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 SORT-EOF-SWITCH		PICTURE IS X(1) VALUE IS 'N'.
	02 FIRST-CUST-SWITCH		PICTURE IS X(1) VALUE IS 'Y'.
	02 CUST-AVAILABLE-FLAG		PICTURE IS X(1) VALUE IS 'N'.
	02 SHIPTO-AVAILABLE-FLAG	PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-PARAM-FILE-STATUS			PICTURE IS X(2) VALUE IS '00'.
	02 WS-GOODS-RECEIVED-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-LOT-FILE-STATUS			PICTURE IS X(2) VALUE IS '00'.
	02 WS-LOT-SHIPMENT-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-CUST-FILE-STATUS			PICTURE IS X(2) VALUE IS '00'.
	02 WS-SHIPTO-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.

01 RECALL-PARAMETERS.
	02 WS-RECALL-LOT-NO	PICTURE IS X(10) VALUE SPACE.
	02 WS-RECALL-ITEM-NO	PICTURE IS X(6) VALUE SPACE.

01 WORK-FIELDS.
	02 WS-RUN-DATE			PICTURE IS 9(8).
	02 WS-RECORDS-READ		PICTURE IS 9(6) VALUE 0.
	02 WS-RECEIPTS-FOUND		PICTURE IS 9(6) VALUE 0.
	02 WS-RECEIVED-QTY-TOTAL	PICTURE IS 9(7) VALUE 0.
	02 WS-LOTS-ON-HAND		PICTURE IS 9(6) VALUE 0.
	02 WS-ON-HAND-QTY-TOTAL		PICTURE IS 9(7) VALUE 0.
	02 WS-SHIPMENTS-FOUND		PICTURE IS 9(6) VALUE 0.
	02 WS-SHIPPED-QTY-TOTAL		PICTURE IS 9(7) VALUE 0.
	02 WS-CUSTOMERS-FOUND		PICTURE IS 9(6) VALUE 0.
	02 WS-CURRENT-CUST-NO		PICTURE IS X(5).
	02 WS-CUST-QTY-TOTAL		PICTURE IS 9(7).
	02 WS-CUST-NAME			PICTURE IS X(23).
	02 WS-SHIPTO-NAME		PICTURE IS X(23).

01 REVERSAL-TABLE.
	02 WS-REV-DETAIL OCCURS 100 TIMES.
		03 WS-REV-CUST-NO	PICTURE IS X(5).
		03 WS-REV-SHIP-TO-CODE	PICTURE IS X(3).
		03 WS-REV-SHIP-DATE	PICTURE IS 9(8).
		03 WS-REV-ITEM-NO	PICTURE IS X(6).
		03 WS-REV-LOC-CODE	PICTURE IS X(3).
		03 WS-REV-KIT-ITEM-NO	PICTURE IS X(6).
		03 WS-REV-QTY-LEFT	PICTURE IS 9(5).

01 REVERSAL-FIELDS.
	02 WS-REV-NUM-IN	PICTURE IS S9(3) VALUE 0.
	02 WS-REV-SUB		PICTURE IS S9(3) VALUE 0.
	02 WS-REV-TAKE-QTY	PICTURE IS 9(5).

01 EDITED-FIELDS.
	02 WS-QTY-ED		PICTURE IS Z(4)9.
	02 WS-TOTAL-QTY-ED	PICTURE IS Z(6)9.


PROCEDURE DIVISION.
000-TRACE-RECALLED-LOT.
	PERFORM 001-LOG-RUN-START.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	PERFORM 005-LOAD-PARAMETERS.
	OPEN OUTPUT RECALL-REPORT-FILE.
	PERFORM 010-WRITE-HEADINGS.
	PERFORM 020-LIST-RECEIPTS.
	PERFORM 030-LIST-STOCK-ON-HAND.
	OPEN INPUT CUST-FILE.
	IF WS-CUST-FILE-STATUS IS EQUAL TO '00' THEN
		MOVE 'Y' TO CUST-AVAILABLE-FLAG
	END-IF.
	OPEN INPUT SHIPTO-FILE.
	IF WS-SHIPTO-FILE-STATUS IS EQUAL TO '00' THEN
		MOVE 'Y' TO SHIPTO-AVAILABLE-FLAG
	END-IF.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	STRING 'SHIPMENTS OF LOT BY CUSTOMER'
		DELIMITED BY SIZE INTO RECALL-REPORT-RECORD.
	WRITE RECALL-REPORT-RECORD.
	SORT RECALL-SORT-FILE ON ASCENDING KEY SORT-CUST-NO SORT-SHIP-TO-CODE
			SORT-SHIP-DATE SORT-ITEM-NO
		INPUT PROCEDURE IS 100-BUILD-SORT-RECORDS
		OUTPUT PROCEDURE IS 200-PRODUCE-REPORT.
	IF CUST-AVAILABLE-FLAG IS EQUAL TO 'Y' THEN
		CLOSE CUST-FILE
	END-IF.
	IF SHIPTO-AVAILABLE-FLAG IS EQUAL TO 'Y' THEN
		CLOSE SHIPTO-FILE
	END-IF.
	PERFORM 080-WRITE-TOTALS.
	CLOSE RECALL-REPORT-FILE.
	DISPLAY 'RECALL TRACE FOR LOT ' WS-RECALL-LOT-NO.
	DISPLAY 'CUSTOMERS SHIPPED: ' WS-CUSTOMERS-FOUND
		'  SHIPMENTS: ' WS-SHIPMENTS-FOUND.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.

001-LOG-RUN-START.
	OPEN EXTEND RUN-LOG-FILE.
	IF WS-RUN-LOG-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT RUN-LOG-FILE
	END-IF.
	MOVE SPACE TO RUN-LOG-RECORD.
	MOVE 'RECALLTRACE' TO RL-PROGRAM-NAME.
	ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
	ACCEPT RL-RUN-TIME FROM TIME.
	MOVE 'S' TO RL-PHASE.
	MOVE 0 TO RL-RECORDS-READ.
	MOVE 0 TO RL-RECORDS-POSTED.
	MOVE 0 TO RL-RECORDS-REJECTED.
	MOVE 0 TO RL-MONEY-TOTAL.
	MOVE 0 TO RL-XFER-COUNT.
	MOVE SPACE TO RL-COMPLETION-CODE.
	WRITE RUN-LOG-RECORD.

097-FILL-RUN-TOTALS.
	MOVE SPACE TO RUN-LOG-RECORD.
	MOVE 'RECALLTRACE' TO RL-PROGRAM-NAME.
	ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
	ACCEPT RL-RUN-TIME FROM TIME.
	MOVE 'E' TO RL-PHASE.
	MOVE WS-RECORDS-READ TO RL-RECORDS-READ.
	MOVE WS-SHIPMENTS-FOUND TO RL-RECORDS-POSTED.
	MOVE 0 TO RL-RECORDS-REJECTED.
	MOVE 0 TO RL-MONEY-TOTAL.
	MOVE 0 TO RL-XFER-COUNT.

098-LOG-RUN-ABEND.
	PERFORM 097-FILL-RUN-TOTALS.
	MOVE 'A' TO RL-COMPLETION-CODE.
	WRITE RUN-LOG-RECORD.
	CLOSE RUN-LOG-FILE.

099-LOG-RUN-END.
	PERFORM 097-FILL-RUN-TOTALS.
	MOVE 'N' TO RL-COMPLETION-CODE.
	WRITE RUN-LOG-RECORD.
	CLOSE RUN-LOG-FILE.


005-LOAD-PARAMETERS.
	OPEN INPUT PARAM-FILE.
	IF WS-PARAM-FILE-STATUS IS NOT EQUAL TO '35' THEN
		READ PARAM-FILE INTO PARAM-RECORD
			AT END
				CONTINUE
			NOT AT END
				MOVE PARAM-LOT-NO TO WS-RECALL-LOT-NO
				MOVE PARAM-ITEM-NO TO WS-RECALL-ITEM-NO
		END-READ
		CLOSE PARAM-FILE
	END-IF.
	IF WS-RECALL-LOT-NO IS EQUAL TO SPACE THEN
		DISPLAY 'NO LOT NUMBER GIVEN IN RECALL PARAMETERS - RUN ABORTED'
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.

010-WRITE-HEADINGS.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	IF WS-RECALL-ITEM-NO IS EQUAL TO SPACE THEN
		STRING 'RECALL TRACE - LOT ' WS-RECALL-LOT-NO
			' - ALL ITEMS - RUN DATE ' WS-RUN-DATE
			DELIMITED BY SIZE INTO RECALL-REPORT-RECORD
	ELSE
		STRING 'RECALL TRACE - LOT ' WS-RECALL-LOT-NO
			' - ITEM ' WS-RECALL-ITEM-NO ' - RUN DATE ' WS-RUN-DATE
			DELIMITED BY SIZE INTO RECALL-REPORT-RECORD
	END-IF.
	WRITE RECALL-REPORT-RECORD.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	WRITE RECALL-REPORT-RECORD.

020-LIST-RECEIPTS.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	STRING 'RECEIPTS OF LOT'
		DELIMITED BY SIZE INTO RECALL-REPORT-RECORD.
	WRITE RECALL-REPORT-RECORD.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	STRING '  RECEIVED  ITEM    LOC  PO NO   VENDOR  EXPIRES     QTY'
		DELIMITED BY SIZE INTO RECALL-REPORT-RECORD.
	WRITE RECALL-REPORT-RECORD.
	OPEN INPUT GOODS-RECEIVED-FILE.
	IF WS-GOODS-RECEIVED-FILE-STATUS IS NOT EQUAL TO '00' THEN
		MOVE 'Y' TO GOODS-RECEIVED-EOF-SWITCH
	END-IF.
	PERFORM UNTIL GOODS-RECEIVED-EOF-SWITCH IS EQUAL TO 'Y'
		READ GOODS-RECEIVED-FILE
			AT END
				MOVE 'Y' TO GOODS-RECEIVED-EOF-SWITCH
			NOT AT END
				ADD 1 TO WS-RECORDS-READ
				PERFORM 025-CHECK-ONE-RECEIPT
		END-READ
	END-PERFORM.
	IF WS-GOODS-RECEIVED-FILE-STATUS IS NOT EQUAL TO '35' THEN
		CLOSE GOODS-RECEIVED-FILE
	END-IF.
	MOVE WS-RECEIVED-QTY-TOTAL TO WS-TOTAL-QTY-ED.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	STRING '  RECEIPTS: ' WS-RECEIPTS-FOUND '   UNITS RECEIVED: ' WS-TOTAL-QTY-ED
		DELIMITED BY SIZE INTO RECALL-REPORT-RECORD.
	WRITE RECALL-REPORT-RECORD.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	WRITE RECALL-REPORT-RECORD.

025-CHECK-ONE-RECEIPT.
	IF GR-LOT-NO IS EQUAL TO WS-RECALL-LOT-NO
			AND (WS-RECALL-ITEM-NO IS EQUAL TO SPACE
				OR GR-ITEM-NO IS EQUAL TO WS-RECALL-ITEM-NO) THEN
		ADD 1 TO WS-RECEIPTS-FOUND
		ADD GR-QTY TO WS-RECEIVED-QTY-TOTAL
		MOVE GR-QTY TO WS-QTY-ED
		MOVE SPACE TO RECALL-REPORT-RECORD
		STRING '  ' GR-POST-DATE '  ' GR-ITEM-NO '  ' GR-LOC-CODE
			'  ' GR-PO-NUMBER '  ' GR-VENDOR-NO '   ' GR-EXPIRY-DATE
			'  ' WS-QTY-ED
			DELIMITED BY SIZE INTO RECALL-REPORT-RECORD
		WRITE RECALL-REPORT-RECORD
	END-IF.

030-LIST-STOCK-ON-HAND.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	STRING 'LOT STOCK STILL ON HAND'
		DELIMITED BY SIZE INTO RECALL-REPORT-RECORD.
	WRITE RECALL-REPORT-RECORD.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	STRING '  ITEM    LOC  EXPIRES   PO NO   VENDOR    QTY'
		DELIMITED BY SIZE INTO RECALL-REPORT-RECORD.
	WRITE RECALL-REPORT-RECORD.
	OPEN INPUT LOT-FILE.
	IF WS-LOT-FILE-STATUS IS NOT EQUAL TO '00' THEN
		MOVE 'Y' TO LOT-EOF-SWITCH
	END-IF.
	PERFORM UNTIL LOT-EOF-SWITCH IS EQUAL TO 'Y'
		READ LOT-FILE NEXT RECORD
			AT END
				MOVE 'Y' TO LOT-EOF-SWITCH
			NOT AT END
				ADD 1 TO WS-RECORDS-READ
				PERFORM 035-CHECK-ONE-LOT
		END-READ
	END-PERFORM.
	IF WS-LOT-FILE-STATUS IS NOT EQUAL TO '35' THEN
		CLOSE LOT-FILE
	END-IF.
	MOVE WS-ON-HAND-QTY-TOTAL TO WS-TOTAL-QTY-ED.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	STRING '  LOCATIONS HOLDING LOT: ' WS-LOTS-ON-HAND
		'   UNITS ON HAND: ' WS-TOTAL-QTY-ED
		DELIMITED BY SIZE INTO RECALL-REPORT-RECORD.
	WRITE RECALL-REPORT-RECORD.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	WRITE RECALL-REPORT-RECORD.

035-CHECK-ONE-LOT.
	IF LOT-NO IS EQUAL TO WS-RECALL-LOT-NO
			AND LOT-QTY IS GREATER THAN 0
			AND (WS-RECALL-ITEM-NO IS EQUAL TO SPACE
				OR LOT-ITEM-NO IS EQUAL TO WS-RECALL-ITEM-NO) THEN
		ADD 1 TO WS-LOTS-ON-HAND
		ADD LOT-QTY TO WS-ON-HAND-QTY-TOTAL
		MOVE LOT-QTY TO WS-QTY-ED
		MOVE SPACE TO RECALL-REPORT-RECORD
		STRING '  ' LOT-ITEM-NO '  ' LOT-LOC-CODE '  ' LOT-EXPIRY-DATE
			'  ' LOT-PO-NUMBER '  ' LOT-VENDOR-NO '  ' WS-QTY-ED
			DELIMITED BY SIZE INTO RECALL-REPORT-RECORD
		WRITE RECALL-REPORT-RECORD
	END-IF.

100-BUILD-SORT-RECORDS.
	PERFORM 090-LOAD-REVERSALS.
	MOVE 'N' TO LOT-SHIPMENT-EOF-SWITCH.
	OPEN INPUT LOT-SHIPMENT-FILE.
	IF WS-LOT-SHIPMENT-FILE-STATUS IS NOT EQUAL TO '00' THEN
		MOVE 'Y' TO LOT-SHIPMENT-EOF-SWITCH
	END-IF.
	PERFORM UNTIL LOT-SHIPMENT-EOF-SWITCH IS EQUAL TO 'Y'
		READ LOT-SHIPMENT-FILE
			AT END
				MOVE 'Y' TO LOT-SHIPMENT-EOF-SWITCH
			NOT AT END
				ADD 1 TO WS-RECORDS-READ
				IF LS-LOT-NO IS EQUAL TO WS-RECALL-LOT-NO
						AND LS-TRANS-CODE IS NOT EQUAL TO 'X'
						AND (WS-RECALL-ITEM-NO IS EQUAL TO SPACE
							OR LS-ITEM-NO IS EQUAL TO WS-RECALL-ITEM-NO) THEN
					MOVE 0 TO WS-REV-SUB
					PERFORM 105-NET-ONE-REVERSAL WS-REV-NUM-IN TIMES
					IF LS-QTY IS GREATER THAN 0 THEN
						PERFORM 110-RELEASE-SORT-RECORD
					END-IF
				END-IF
		END-READ
	END-PERFORM.
	IF WS-LOT-SHIPMENT-FILE-STATUS IS NOT EQUAL TO '35' THEN
		CLOSE LOT-SHIPMENT-FILE
	END-IF.

090-LOAD-REVERSALS.
	OPEN INPUT LOT-SHIPMENT-FILE.
	IF WS-LOT-SHIPMENT-FILE-STATUS IS NOT EQUAL TO '00' THEN
		MOVE 'Y' TO LOT-SHIPMENT-EOF-SWITCH
	END-IF.
	PERFORM UNTIL LOT-SHIPMENT-EOF-SWITCH IS EQUAL TO 'Y'
		READ LOT-SHIPMENT-FILE
			AT END
				MOVE 'Y' TO LOT-SHIPMENT-EOF-SWITCH
			NOT AT END
				IF LS-LOT-NO IS EQUAL TO WS-RECALL-LOT-NO
						AND LS-TRANS-CODE IS EQUAL TO 'X'
						AND (WS-RECALL-ITEM-NO IS EQUAL TO SPACE
							OR LS-ITEM-NO IS EQUAL TO WS-RECALL-ITEM-NO) THEN
					PERFORM 095-RECORD-ONE-REVERSAL
				END-IF
		END-READ
	END-PERFORM.
	IF WS-LOT-SHIPMENT-FILE-STATUS IS NOT EQUAL TO '35' THEN
		CLOSE LOT-SHIPMENT-FILE
	END-IF.

095-RECORD-ONE-REVERSAL.
	IF WS-REV-NUM-IN IS EQUAL TO 100 THEN
		DISPLAY 'LOT REVERSALS EXCEED 100 ROWS - REMAINDER IGNORED'
	ELSE
		ADD 1 TO WS-REV-NUM-IN
		MOVE LS-CUST-NO TO WS-REV-CUST-NO(WS-REV-NUM-IN)
		MOVE LS-SHIP-TO-CODE TO WS-REV-SHIP-TO-CODE(WS-REV-NUM-IN)
		MOVE LS-SHIP-DATE TO WS-REV-SHIP-DATE(WS-REV-NUM-IN)
		MOVE LS-ITEM-NO TO WS-REV-ITEM-NO(WS-REV-NUM-IN)
		MOVE LS-LOC-CODE TO WS-REV-LOC-CODE(WS-REV-NUM-IN)
		MOVE LS-KIT-ITEM-NO TO WS-REV-KIT-ITEM-NO(WS-REV-NUM-IN)
		MOVE LS-QTY TO WS-REV-QTY-LEFT(WS-REV-NUM-IN)
	END-IF.

105-NET-ONE-REVERSAL.
	ADD 1 TO WS-REV-SUB.
	IF WS-REV-CUST-NO(WS-REV-SUB) IS EQUAL TO LS-CUST-NO
			AND WS-REV-SHIP-TO-CODE(WS-REV-SUB) IS EQUAL TO LS-SHIP-TO-CODE
			AND WS-REV-SHIP-DATE(WS-REV-SUB) IS EQUAL TO LS-SHIP-DATE
			AND WS-REV-ITEM-NO(WS-REV-SUB) IS EQUAL TO LS-ITEM-NO
			AND WS-REV-LOC-CODE(WS-REV-SUB) IS EQUAL TO LS-LOC-CODE
			AND WS-REV-KIT-ITEM-NO(WS-REV-SUB) IS EQUAL TO LS-KIT-ITEM-NO
			AND WS-REV-QTY-LEFT(WS-REV-SUB) IS GREATER THAN 0
			AND LS-QTY IS GREATER THAN 0 THEN
		IF WS-REV-QTY-LEFT(WS-REV-SUB) IS LESS THAN LS-QTY THEN
			MOVE WS-REV-QTY-LEFT(WS-REV-SUB) TO WS-REV-TAKE-QTY
		ELSE
			MOVE LS-QTY TO WS-REV-TAKE-QTY
		END-IF
		SUBTRACT WS-REV-TAKE-QTY FROM LS-QTY
		SUBTRACT WS-REV-TAKE-QTY FROM WS-REV-QTY-LEFT(WS-REV-SUB)
	END-IF.

110-RELEASE-SORT-RECORD.
	MOVE LS-CUST-NO TO SORT-CUST-NO.
	MOVE LS-SHIP-TO-CODE TO SORT-SHIP-TO-CODE.
	MOVE LS-SHIP-DATE TO SORT-SHIP-DATE.
	MOVE LS-ITEM-NO TO SORT-ITEM-NO.
	MOVE LS-LOC-CODE TO SORT-LOC-CODE.
	MOVE LS-QTY TO SORT-QTY.
	MOVE LS-TRANS-CODE TO SORT-TRANS-CODE.
	MOVE LS-KIT-ITEM-NO TO SORT-KIT-ITEM-NO.
	RELEASE RECALL-SORT-RECORD.

200-PRODUCE-REPORT.
	MOVE 'Y' TO FIRST-CUST-SWITCH.
	PERFORM UNTIL SORT-EOF-SWITCH IS EQUAL TO 'Y'
		RETURN RECALL-SORT-FILE INTO RECALL-SORT-RECORD
			AT END
				MOVE 'Y' TO SORT-EOF-SWITCH
			NOT AT END
				PERFORM 210-PROCESS-SORT-RECORD
		END-RETURN
	END-PERFORM.
	IF FIRST-CUST-SWITCH IS EQUAL TO 'N' THEN
		PERFORM 240-WRITE-CUSTOMER-TOTAL
	END-IF.

210-PROCESS-SORT-RECORD.
	IF FIRST-CUST-SWITCH IS EQUAL TO 'Y' THEN
		PERFORM 220-START-NEW-CUSTOMER
	ELSE
		IF SORT-CUST-NO IS NOT EQUAL TO WS-CURRENT-CUST-NO THEN
			PERFORM 240-WRITE-CUSTOMER-TOTAL
			PERFORM 220-START-NEW-CUSTOMER
		END-IF
	END-IF.
	PERFORM 230-WRITE-SHIPMENT-DETAIL.

220-START-NEW-CUSTOMER.
	MOVE 'N' TO FIRST-CUST-SWITCH.
	MOVE SORT-CUST-NO TO WS-CURRENT-CUST-NO.
	MOVE 0 TO WS-CUST-QTY-TOTAL.
	ADD 1 TO WS-CUSTOMERS-FOUND.
	MOVE SPACE TO WS-CUST-NAME.
	IF CUST-AVAILABLE-FLAG IS EQUAL TO 'Y' THEN
		MOVE SORT-CUST-NO TO CUST-NO
		READ CUST-FILE
			INVALID KEY
				MOVE 'CUSTOMER NOT ON FILE' TO WS-CUST-NAME
			NOT INVALID KEY
				MOVE CUST-NAME TO WS-CUST-NAME
		END-READ
	END-IF.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	WRITE RECALL-REPORT-RECORD.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	STRING 'CUSTOMER ' SORT-CUST-NO '  ' WS-CUST-NAME
		DELIMITED BY SIZE INTO RECALL-REPORT-RECORD.
	WRITE RECALL-REPORT-RECORD.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	STRING '  SHIPPED   SHIP-TO                      ITEM    LOC    QTY  CODE  KIT'
		DELIMITED BY SIZE INTO RECALL-REPORT-RECORD.
	WRITE RECALL-REPORT-RECORD.

230-WRITE-SHIPMENT-DETAIL.
	ADD 1 TO WS-SHIPMENTS-FOUND.
	ADD SORT-QTY TO WS-CUST-QTY-TOTAL.
	ADD SORT-QTY TO WS-SHIPPED-QTY-TOTAL.
	MOVE SPACE TO WS-SHIPTO-NAME.
	IF SORT-SHIP-TO-CODE IS EQUAL TO SPACE THEN
		MOVE 'BILL-TO ADDRESS' TO WS-SHIPTO-NAME
	ELSE
		IF SHIPTO-AVAILABLE-FLAG IS EQUAL TO 'Y' THEN
			MOVE SORT-CUST-NO TO SHIPTO-CUST-NO
			MOVE SORT-SHIP-TO-CODE TO SHIPTO-CODE
			READ SHIPTO-FILE
				INVALID KEY
					MOVE 'SHIP-TO NOT ON FILE' TO WS-SHIPTO-NAME
				NOT INVALID KEY
					MOVE SHIPTO-NAME TO WS-SHIPTO-NAME
			END-READ
		END-IF
	END-IF.
	MOVE SORT-QTY TO WS-QTY-ED.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	STRING '  ' SORT-SHIP-DATE '  ' SORT-SHIP-TO-CODE '  ' WS-SHIPTO-NAME
		'  ' SORT-ITEM-NO '  ' SORT-LOC-CODE '  ' WS-QTY-ED
		'   ' SORT-TRANS-CODE '    ' SORT-KIT-ITEM-NO
		DELIMITED BY SIZE INTO RECALL-REPORT-RECORD.
	WRITE RECALL-REPORT-RECORD.

240-WRITE-CUSTOMER-TOTAL.
	MOVE WS-CUST-QTY-TOTAL TO WS-TOTAL-QTY-ED.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	STRING '  UNITS SHIPPED TO ' WS-CURRENT-CUST-NO ': ' WS-TOTAL-QTY-ED
		DELIMITED BY SIZE INTO RECALL-REPORT-RECORD.
	WRITE RECALL-REPORT-RECORD.

080-WRITE-TOTALS.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	WRITE RECALL-REPORT-RECORD.
	MOVE WS-SHIPPED-QTY-TOTAL TO WS-TOTAL-QTY-ED.
	MOVE SPACE TO RECALL-REPORT-RECORD.
	STRING 'CUSTOMERS: ' WS-CUSTOMERS-FOUND
		'   SHIPMENTS: ' WS-SHIPMENTS-FOUND
		'   UNITS SHIPPED: ' WS-TOTAL-QTY-ED
		DELIMITED BY SIZE INTO RECALL-REPORT-RECORD.
	WRITE RECALL-REPORT-RECORD.
