IDENTIFICATION DIVISION.
PROGRAM-ID.  "NKU CSC407 QTY CONVERSION".

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LUCAS-UBUNTU.
OBJECT-COMPUTER. LUCAS-UBUNTU.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CONVERSION-CONTROL-FILE ASSIGN TO "data_files/qty_conversion.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CONTROL-FILE-STATUS.
	SELECT OLD-INV-FILE ASSIGN TO "data_files/inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS OLD-INV-KEY
		FILE STATUS IS WS-OLD-INV-FILE-STATUS.
	SELECT INV-FILE ASSIGN TO "data_files/inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS INV-KEY
		FILE STATUS IS WS-INV-FILE-STATUS.
	SELECT OPEN-PO-FILE ASSIGN TO "data_files/open_pos.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-OPEN-PO-FILE-STATUS.
	SELECT BACKORDER-FILE ASSIGN TO "data_files/backorders.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-BACKORDER-FILE-STATUS.
	SELECT RMA-FILE ASSIGN TO "data_files/rma.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RMA-FILE-STATUS.
	SELECT SALES-HISTORY-FILE ASSIGN TO "data_files/sales_history.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SALES-HISTORY-FILE-STATUS.
	SELECT GOODS-RECEIVED-FILE ASSIGN TO "data_files/goods_received.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-GOODS-RECEIVED-FILE-STATUS.
	SELECT TRANSFER-LOG-FILE ASSIGN TO "data_files/transfers.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-TRANSFER-LOG-FILE-STATUS.
	SELECT SALES-HISTORY-ARCHIVE-FILE ASSIGN TO "data_files/sales_history_archive.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SH-ARCHIVE-FILE-STATUS.
	SELECT GOODS-ARCHIVE-FILE ASSIGN TO "data_files/goods_received_archive.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-GOODS-ARCHIVE-FILE-STATUS.
	SELECT TRANSFER-ARCHIVE-FILE ASSIGN TO "data_files/transfers_archive.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-XFER-ARCHIVE-FILE-STATUS.
	SELECT INV-SNAPSHOT-FILE ASSIGN TO "data_files/inventory_snapshot.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-INV-SNAPSHOT-FILE-STATUS.
	SELECT INV-ORDER-FILE ASSIGN TO "data_files/inventory_order.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-INV-ORDER-FILE-STATUS.
	SELECT ERROR-FILE ASSIGN TO "data_files/errors.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ERROR-FILE-STATUS.
	SELECT TRANS-OUTPUT-FILE ASSIGN TO "data_files/transactions_processed.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-TRANS-OUTPUT-FILE-STATUS.
	SELECT RATE-SCHEDULE-FILE ASSIGN TO "data_files/discount_rates.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RATE-FILE-STATUS.
	SELECT CONVERT-TEMP-FILE ASSIGN TO "data_files/qty_convert.tmp"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONVERSION-CONTROL-FILE
	LABEL RECORDS ARE STANDARD.

01 CONVERSION-CONTROL-RECORD.
	02 CC-RUN-DATE		PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
	02 CC-RECORDS-CONVERTED	PICTURE IS 9(6).

FD OLD-INV-FILE
	LABEL RECORDS ARE STANDARD.

01 OLD-INV-RECORD.
	02 OLD-INV-KEY.
		03 OLD-INV-ITEM-NO	PICTURE IS X(6).
		03 OLD-INV-LOC-CODE	PICTURE IS X(3).
	02 FILLER			PICTURE IS X(5).
	02 OLD-INV-ITEM-NAME		PICTURE IS X(25).
	02 OLD-INV-QTY			PICTURE IS 9(2).
	02 FILLER			PICTURE IS X(5).
	02 OLD-INV-REORDER-PT		PICTURE IS 9(2).
	02 FILLER			PICTURE IS X(5).
	02 OLD-INV-PRICE		PICTURE IS 99.99.
	02 OLD-INV-VENDOR-NO		PICTURE IS X(5).
	02 FILLER			PICTURE IS X(5).
	02 OLD-INV-UNIT-COST		PICTURE IS 99.99.
	02 FILLER			PICTURE IS X(5).
	02 OLD-INV-ORDER-UP-TO		PICTURE IS 9(2).

FD INV-FILE
	LABEL RECORDS ARE STANDARD.

COPY "invrec.cpy".

FD OPEN-PO-FILE
	LABEL RECORDS ARE STANDARD.

COPY "openporec.cpy".

FD BACKORDER-FILE
	LABEL RECORDS ARE STANDARD.

COPY "backorderrec.cpy".

FD RMA-FILE
	LABEL RECORDS ARE STANDARD.

COPY "rmarec.cpy".

FD SALES-HISTORY-FILE
	LABEL RECORDS ARE STANDARD.

COPY "saleshistrec.cpy".

FD GOODS-RECEIVED-FILE
	LABEL RECORDS ARE STANDARD.

COPY "goodsrcvrec.cpy".

FD TRANSFER-LOG-FILE
	LABEL RECORDS ARE STANDARD.

COPY "transferrec.cpy".

FD SALES-HISTORY-ARCHIVE-FILE
	LABEL RECORDS ARE STANDARD.

01 SH-ARCHIVE-RECORD			PICTURE IS X(250).

FD GOODS-ARCHIVE-FILE
	LABEL RECORDS ARE STANDARD.

01 GOODS-ARCHIVE-RECORD			PICTURE IS X(250).

FD TRANSFER-ARCHIVE-FILE
	LABEL RECORDS ARE STANDARD.

01 TRANSFER-ARCHIVE-RECORD		PICTURE IS X(250).

FD INV-SNAPSHOT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "invsnaprec.cpy".

FD INV-ORDER-FILE
	LABEL RECORDS ARE STANDARD.

COPY "invorderrec.cpy".

FD ERROR-FILE
	LABEL RECORDS ARE STANDARD.

COPY "errorrec.cpy".

FD TRANS-OUTPUT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "transoutrec.cpy".

FD RATE-SCHEDULE-FILE
	LABEL RECORDS ARE STANDARD.

01 RATE-SCHEDULE-RECORD.
	02 RATE-TRANS-CODE	PICTURE IS X(1).
	02 FILLER		PICTURE IS X(5).
	02 RATE-CUST-NO		PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5).
	02 RATE-ITEM-NO		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 RATE-MIN-QTY		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 RATE-PERCENT		PICTURE IS 9V999.

FD CONVERT-TEMP-FILE
	LABEL RECORDS ARE STANDARD.

01 CONVERT-TEMP-RECORD		PICTURE IS X(300).

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

COPY "runlogrec.cpy".



WORKING-STORAGE SECTION.
01 SWITCHES.
	02 OLD-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 TEMP-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 FILE-PRESENT-FLAG	PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-CONTROL-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-OLD-INV-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-FILE-STATUS			PICTURE IS X(2) VALUE IS '00'.
	02 WS-OPEN-PO-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-BACKORDER-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-RMA-FILE-STATUS			PICTURE IS X(2) VALUE IS '00'.
	02 WS-SALES-HISTORY-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-GOODS-RECEIVED-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-TRANSFER-LOG-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-SH-ARCHIVE-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-GOODS-ARCHIVE-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-XFER-ARCHIVE-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-SNAPSHOT-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-ORDER-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-ERROR-FILE-STATUS			PICTURE IS X(2) VALUE IS '00'.
	02 WS-TRANS-OUTPUT-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-RATE-FILE-STATUS			PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.

01 OLD-OPEN-PO-RECORD.
	02 OLD-OPO-PO-NUMBER	PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 OLD-OPO-VENDOR-NO	PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5).
	02 OLD-OPO-ITEM-NO	PICTURE IS X(6).
	02 FILLER		PICTURE IS X(5).
	02 OLD-OPO-ORDER-QTY	PICTURE IS 9(2).
	02 FILLER		PICTURE IS X(5).
	02 OLD-OPO-ORDER-DATE	PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
	02 OLD-OPO-STATUS	PICTURE IS X(1).
	02 FILLER		PICTURE IS X(5).
	02 OLD-OPO-LOC-CODE	PICTURE IS X(3).

01 OLD-BACKORDER-RECORD.
	02 OLD-BO-CUST-NO	PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5).
	02 OLD-BO-ITEM-NO	PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 OLD-BO-QTY		PICTURE IS 9(1).
	02 FILLER		PICTURE IS X(5).
	02 OLD-BO-ORDER-DATE	PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
	02 OLD-BO-TRANS-CODE	PICTURE IS X(1).
	02 FILLER		PICTURE IS X(5).
	02 OLD-BO-STATUS	PICTURE IS X(1).
	02 FILLER		PICTURE IS X(5).
	02 OLD-BO-LOC-CODE	PICTURE IS X(3).

01 OLD-RMA-RECORD.
	02 OLD-RMA-NO		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 OLD-RMA-CUST-NO	PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5).
	02 OLD-RMA-ITEM-NO	PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 OLD-RMA-AUTH-QTY	PICTURE IS 9(1).
	02 FILLER		PICTURE IS X(5).
	02 OLD-RMA-USED-QTY	PICTURE IS 9(1).
	02 FILLER		PICTURE IS X(5).
	02 OLD-RMA-UNIT-PRICE	PICTURE IS 9(4)V99.
	02 FILLER		PICTURE IS X(5).
	02 OLD-RMA-SALE-DATE	PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
	02 OLD-RMA-ISSUE-DATE	PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
	02 OLD-RMA-STATUS	PICTURE IS X(1).

01 OLD-SALES-HISTORY-RECORD.
	02 OLD-SH-RUN-DATE	PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
	02 OLD-SH-CUST-NO	PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5).
	02 OLD-SH-CUST-REGION	PICTURE IS X(12).
	02 FILLER		PICTURE IS X(5).
	02 OLD-SH-ITEM-NO	PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 OLD-SH-ITEM-NAME	PICTURE IS X(25).
	02 FILLER		PICTURE IS X(5).
	02 OLD-SH-QTY		PICTURE IS 9(1).
	02 FILLER		PICTURE IS X(5).
	02 OLD-SH-GROSS-COST	PICTURE IS 9999V99.
	02 FILLER		PICTURE IS X(5).
	02 OLD-SH-DISCOUNT	PICTURE IS 9999V99.
	02 FILLER		PICTURE IS X(5).
	02 OLD-SH-NETCOST	PICTURE IS 9999V99.
	02 FILLER		PICTURE IS X(5).
	02 OLD-SH-TRANS-CODE	PICTURE IS X(1).

01 OLD-GOODS-RECEIVED-RECORD.
	02 OLD-GR-ITEM-NO	PICTURE IS X(6).
	02 FILLER		PICTURE IS X(5).
	02 OLD-GR-QTY		PICTURE IS 9(2).
	02 FILLER		PICTURE IS X(5).
	02 OLD-GR-POST-DATE	PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
	02 OLD-GR-LOC-CODE	PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5).
	02 OLD-GR-PO-NUMBER	PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 OLD-GR-VENDOR-NO	PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5).
	02 OLD-GR-ORDER-DATE	PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
	02 OLD-GR-ORDER-QTY	PICTURE IS 9(2).

01 OLD-TRANSFER-LOG-RECORD.
	02 OLD-XFER-ITEM-NO	PICTURE IS X(6).
	02 FILLER		PICTURE IS X(5).
	02 OLD-XFER-FROM-LOC	PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5).
	02 OLD-XFER-TO-LOC	PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5).
	02 OLD-XFER-QTY		PICTURE IS 9(1).
	02 FILLER		PICTURE IS X(5).
	02 OLD-XFER-DATE	PICTURE IS 9(8).

01 OLD-INV-SNAPSHOT-RECORD.
	02 OLD-SNAP-ITEM-NO	PICTURE IS X(6).
	02 OLD-SNAP-LOC-CODE	PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5).
	02 OLD-SNAP-BEGIN-QTY	PICTURE IS 9(2).

01 OLD-INV-ORDER-RECORD.
	02 OLD-ORDER-ITEM-NO	PICTURE IS X(6).
	02 FILLER		PICTURE IS X(6).
	02 OLD-ORDER-QTY	PICTURE IS 9(2).
	02 FILLER		PICTURE IS X(5).
	02 OLD-ORDER-LOC-CODE	PICTURE IS X(3).

01 OLD-ERROR-RECORD.
	02 OLD-ERROR-CUST-NO		PICTURE IS X(5).
	02 FILLER			PICTURE IS X(5).
	02 OLD-ERROR-ITEM-NO		PICTURE IS 9(6).
	02 FILLER			PICTURE IS X(5).
	02 OLD-ERROR-QTY-ORD		PICTURE IS 9(1).
	02 FILLER			PICTURE IS X(5).
	02 OLD-ERROR-CODE		PICTURE IS X(25).
	02 FILLER			PICTURE IS X(5).
	02 OLD-ERROR-RUN-DATE		PICTURE IS 9(8).
	02 FILLER			PICTURE IS X(5).
	02 OLD-ERROR-STATUS		PICTURE IS X(1).
	02 FILLER			PICTURE IS X(5).
	02 OLD-ERROR-LOC-CODE		PICTURE IS X(3).
	02 FILLER			PICTURE IS X(5).
	02 OLD-ERROR-TRANS-CODE		PICTURE IS X(1).
	02 FILLER			PICTURE IS X(5).
	02 OLD-ERROR-TO-LOC-CODE	PICTURE IS X(3).
	02 FILLER			PICTURE IS X(5).
	02 OLD-ERROR-SHIP-TO-CODE	PICTURE IS X(3).

01 OLD-TRANS-OUTPUT-RECORD.
	02 OLD-TP-CUST-NAME		PICTURE IS X(23).
	02 OLD-TP-CUST-STREET		PICTURE IS X(23).
	02 OLD-TP-CUST-CITY		PICTURE IS X(13).
	02 OLD-TP-CUST-REGION		PICTURE IS X(12).
	02 OLD-TP-INV-ITEM-NAME		PICTURE IS X(25).
	02 OLD-TP-INV-QTY		PICTURE IS 9(2).
	02 FILLER			PICTURE IS X(5).
	02 OLD-TP-GROSS-COST		PICTURE IS 9999V99.
	02 FILLER			PICTURE IS X(5).
	02 OLD-TP-DISCOUNT		PICTURE IS 9999V99.
	02 FILLER			PICTURE IS X(5).
	02 OLD-TP-NETCOST		PICTURE IS 9999V99.
	02 FILLER			PICTURE IS X(5).
	02 OLD-TP-CUST-BALANCE		PICTURE IS S9999V99.
	02 OLD-TP-TRANS-CODE		PICTURE IS X(1).
	02 FILLER			PICTURE IS X(5).
	02 OLD-TP-CUST-NO		PICTURE IS X(5).
	02 FILLER			PICTURE IS X(5).
	02 OLD-TP-ITEM-NO		PICTURE IS 9(6).
	02 FILLER			PICTURE IS X(5).
	02 OLD-TP-QTY-POSTED		PICTURE IS 9(1).
	02 FILLER			PICTURE IS X(5).
	02 OLD-TP-LOC-CODE		PICTURE IS X(3).
	02 FILLER			PICTURE IS X(5).
	02 OLD-TP-SHIP-TO-CODE		PICTURE IS X(3).
	02 OLD-TP-SHIP-TO-NAME		PICTURE IS X(23).
	02 OLD-TP-SHIP-TO-STREET	PICTURE IS X(23).
	02 OLD-TP-SHIP-TO-CITY		PICTURE IS X(13).

01 OLD-RATE-SCHEDULE-RECORD.
	02 OLD-RATE-TRANS-CODE	PICTURE IS X(1).
	02 FILLER		PICTURE IS X(5).
	02 OLD-RATE-CUST-NO	PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5).
	02 OLD-RATE-ITEM-NO	PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 OLD-RATE-MIN-QTY	PICTURE IS 9(2).
	02 FILLER		PICTURE IS X(5).
	02 OLD-RATE-PERCENT	PICTURE IS 9V999.

01 WORK-FIELDS.
	02 WS-FILE-READ-COUNT		PICTURE IS 9(6) VALUE 0.
	02 WS-FILE-WRITE-COUNT		PICTURE IS 9(6) VALUE 0.
	02 WS-TOTAL-READ-COUNT		PICTURE IS 9(6) VALUE 0.
	02 WS-TOTAL-WRITE-COUNT		PICTURE IS 9(6) VALUE 0.
	02 WS-FILES-CONVERTED		PICTURE IS 9(2) VALUE 0.
	02 WS-FILE-LABEL		PICTURE IS X(30).


PROCEDURE DIVISION.
000-CONVERT-FILES.
	PERFORM 001-LOG-RUN-START.
	PERFORM 010-CHECK-CONVERSION-CONTROL.
	PERFORM 020-CONVERT-INVENTORY.
	PERFORM 030-CONVERT-OPEN-POS.
	PERFORM 032-CONVERT-BACKORDERS.
	PERFORM 034-CONVERT-RMAS.
	PERFORM 036-CONVERT-SALES-HISTORY.
	PERFORM 038-CONVERT-GOODS-RECEIVED.
	PERFORM 040-CONVERT-TRANSFERS.
	PERFORM 042-CONVERT-SNAPSHOT.
	PERFORM 044-CONVERT-INV-ORDERS.
	PERFORM 046-CONVERT-ERRORS.
	PERFORM 048-CONVERT-TRANS-OUTPUT.
	PERFORM 050-CONVERT-RATES.
	PERFORM 052-CONVERT-SH-ARCHIVE.
	PERFORM 054-CONVERT-GOODS-ARCHIVE.
	PERFORM 056-CONVERT-XFER-ARCHIVE.
	PERFORM 080-WRITE-CONVERSION-CONTROL.
	DISPLAY 'FILES CONVERTED: ' WS-FILES-CONVERTED.
	DISPLAY 'RECORDS READ: ' WS-TOTAL-READ-COUNT.
	DISPLAY 'RECORDS WRITTEN: ' WS-TOTAL-WRITE-COUNT.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.

001-LOG-RUN-START.
	OPEN EXTEND RUN-LOG-FILE.
	IF WS-RUN-LOG-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT RUN-LOG-FILE
	END-IF.
	MOVE SPACE TO RUN-LOG-RECORD.
	MOVE 'QTYCONVERSION' TO RL-PROGRAM-NAME.
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
	MOVE 'QTYCONVERSION' TO RL-PROGRAM-NAME.
	ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
	ACCEPT RL-RUN-TIME FROM TIME.
	MOVE 'E' TO RL-PHASE.
	MOVE WS-TOTAL-READ-COUNT TO RL-RECORDS-READ.
	MOVE WS-TOTAL-WRITE-COUNT TO RL-RECORDS-POSTED.
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


010-CHECK-CONVERSION-CONTROL.
	OPEN INPUT CONVERSION-CONTROL-FILE.
	IF WS-CONTROL-FILE-STATUS IS NOT EQUAL TO '35' THEN
		MOVE SPACE TO CONVERSION-CONTROL-RECORD
		READ CONVERSION-CONTROL-FILE
			AT END
				MOVE 0 TO CC-RUN-DATE
		END-READ
		CLOSE CONVERSION-CONTROL-FILE
		DISPLAY 'QUANTITY CONVERSION ALREADY RUN ON ' CC-RUN-DATE
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.

080-WRITE-CONVERSION-CONTROL.
	OPEN OUTPUT CONVERSION-CONTROL-FILE.
	MOVE SPACE TO CONVERSION-CONTROL-RECORD.
	ACCEPT CC-RUN-DATE FROM DATE YYYYMMDD.
	MOVE WS-TOTAL-WRITE-COUNT TO CC-RECORDS-CONVERTED.
	WRITE CONVERSION-CONTROL-RECORD.
	CLOSE CONVERSION-CONTROL-FILE.

085-START-FILE.
	MOVE 0 TO WS-FILE-READ-COUNT.
	MOVE 0 TO WS-FILE-WRITE-COUNT.
	MOVE 'N' TO OLD-EOF-SWITCH.
	MOVE 'N' TO TEMP-EOF-SWITCH.
	MOVE 'Y' TO FILE-PRESENT-FLAG.

086-FINISH-FILE.
	IF FILE-PRESENT-FLAG IS EQUAL TO 'Y' THEN
		ADD 1 TO WS-FILES-CONVERTED
		ADD WS-FILE-READ-COUNT TO WS-TOTAL-READ-COUNT
		ADD WS-FILE-WRITE-COUNT TO WS-TOTAL-WRITE-COUNT
		DISPLAY WS-FILE-LABEL ' READ: ' WS-FILE-READ-COUNT
			' WRITTEN: ' WS-FILE-WRITE-COUNT
	ELSE
		DISPLAY WS-FILE-LABEL ' NOT PRESENT - SKIPPED'
	END-IF.

087-WRITE-TEMP-RECORD.
	WRITE CONVERT-TEMP-RECORD.
	ADD 1 TO WS-FILE-READ-COUNT.

088-READ-TEMP-RECORD.
	READ CONVERT-TEMP-FILE
		AT END
			MOVE 'Y' TO TEMP-EOF-SWITCH
	END-READ.

020-CONVERT-INVENTORY.
	MOVE 'INVENTORY.DAT' TO WS-FILE-LABEL.
	PERFORM 085-START-FILE.
	OPEN INPUT OLD-INV-FILE.
	IF WS-OLD-INV-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN INV-FILE - STATUS ' WS-OLD-INV-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN OUTPUT CONVERT-TEMP-FILE.
	PERFORM UNTIL OLD-EOF-SWITCH IS EQUAL TO 'Y'
		READ OLD-INV-FILE
			AT END
				MOVE 'Y' TO OLD-EOF-SWITCH
			NOT AT END
				MOVE SPACE TO INV-RECORD
				MOVE OLD-INV-ITEM-NO TO INV-ITEM-NO
				MOVE OLD-INV-LOC-CODE TO INV-LOC-CODE
				MOVE OLD-INV-ITEM-NAME TO INV-ITEM-NAME
				MOVE OLD-INV-QTY TO INV-QTY
				MOVE OLD-INV-REORDER-PT TO INV-REORDER-PT
				MOVE OLD-INV-PRICE TO INV-PRICE
				MOVE OLD-INV-VENDOR-NO TO INV-VENDOR-NO
				MOVE OLD-INV-UNIT-COST TO INV-UNIT-COST
				MOVE OLD-INV-ORDER-UP-TO TO INV-ORDER-UP-TO
				MOVE SPACE TO CONVERT-TEMP-RECORD
				MOVE INV-RECORD TO CONVERT-TEMP-RECORD
				PERFORM 087-WRITE-TEMP-RECORD
		END-READ
	END-PERFORM.
	CLOSE OLD-INV-FILE.
	CLOSE CONVERT-TEMP-FILE.
	OPEN INPUT CONVERT-TEMP-FILE.
	OPEN OUTPUT INV-FILE.
	IF WS-INV-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO REBUILD INV-FILE - STATUS ' WS-INV-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	PERFORM 088-READ-TEMP-RECORD.
	PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
		MOVE CONVERT-TEMP-RECORD TO INV-RECORD
		WRITE INV-RECORD
			INVALID KEY
				DISPLAY 'DUPLICATE INVENTORY KEY ' INV-KEY
			NOT INVALID KEY
				ADD 1 TO WS-FILE-WRITE-COUNT
		END-WRITE
		PERFORM 088-READ-TEMP-RECORD
	END-PERFORM.
	CLOSE CONVERT-TEMP-FILE.
	CLOSE INV-FILE.
	PERFORM 086-FINISH-FILE.

030-CONVERT-OPEN-POS.
	MOVE 'OPEN_POS.DAT' TO WS-FILE-LABEL.
	PERFORM 085-START-FILE.
	OPEN INPUT OPEN-PO-FILE.
	IF WS-OPEN-PO-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'N' TO FILE-PRESENT-FLAG
	ELSE
		OPEN OUTPUT CONVERT-TEMP-FILE
		PERFORM UNTIL OLD-EOF-SWITCH IS EQUAL TO 'Y'
			READ OPEN-PO-FILE INTO OLD-OPEN-PO-RECORD
				AT END
					MOVE 'Y' TO OLD-EOF-SWITCH
				NOT AT END
					MOVE SPACE TO OPEN-PO-RECORD
					MOVE OLD-OPO-PO-NUMBER TO OPO-PO-NUMBER
					MOVE OLD-OPO-VENDOR-NO TO OPO-VENDOR-NO
					MOVE OLD-OPO-ITEM-NO TO OPO-ITEM-NO
					MOVE OLD-OPO-ORDER-QTY TO OPO-ORDER-QTY
					MOVE OLD-OPO-ORDER-DATE TO OPO-ORDER-DATE
					MOVE OLD-OPO-STATUS TO OPO-STATUS
					MOVE OLD-OPO-LOC-CODE TO OPO-LOC-CODE
					MOVE SPACE TO CONVERT-TEMP-RECORD
					MOVE OPEN-PO-RECORD TO CONVERT-TEMP-RECORD
					PERFORM 087-WRITE-TEMP-RECORD
			END-READ
		END-PERFORM
		CLOSE OPEN-PO-FILE
		CLOSE CONVERT-TEMP-FILE
		OPEN INPUT CONVERT-TEMP-FILE
		OPEN OUTPUT OPEN-PO-FILE
		PERFORM 088-READ-TEMP-RECORD
		PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
			MOVE CONVERT-TEMP-RECORD TO OPEN-PO-RECORD
			WRITE OPEN-PO-RECORD
			ADD 1 TO WS-FILE-WRITE-COUNT
			PERFORM 088-READ-TEMP-RECORD
		END-PERFORM
		CLOSE CONVERT-TEMP-FILE
		CLOSE OPEN-PO-FILE
	END-IF.
	PERFORM 086-FINISH-FILE.

032-CONVERT-BACKORDERS.
	MOVE 'BACKORDERS.DAT' TO WS-FILE-LABEL.
	PERFORM 085-START-FILE.
	OPEN INPUT BACKORDER-FILE.
	IF WS-BACKORDER-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'N' TO FILE-PRESENT-FLAG
	ELSE
		OPEN OUTPUT CONVERT-TEMP-FILE
		PERFORM UNTIL OLD-EOF-SWITCH IS EQUAL TO 'Y'
			READ BACKORDER-FILE INTO OLD-BACKORDER-RECORD
				AT END
					MOVE 'Y' TO OLD-EOF-SWITCH
				NOT AT END
					MOVE SPACE TO BACKORDER-RECORD
					MOVE OLD-BO-CUST-NO TO BO-CUST-NO
					MOVE OLD-BO-ITEM-NO TO BO-ITEM-NO
					MOVE OLD-BO-QTY TO BO-QTY
					MOVE OLD-BO-ORDER-DATE TO BO-ORDER-DATE
					MOVE OLD-BO-TRANS-CODE TO BO-TRANS-CODE
					MOVE OLD-BO-STATUS TO BO-STATUS
					MOVE OLD-BO-LOC-CODE TO BO-LOC-CODE
					MOVE SPACE TO CONVERT-TEMP-RECORD
					MOVE BACKORDER-RECORD TO CONVERT-TEMP-RECORD
					PERFORM 087-WRITE-TEMP-RECORD
			END-READ
		END-PERFORM
		CLOSE BACKORDER-FILE
		CLOSE CONVERT-TEMP-FILE
		OPEN INPUT CONVERT-TEMP-FILE
		OPEN OUTPUT BACKORDER-FILE
		PERFORM 088-READ-TEMP-RECORD
		PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
			MOVE CONVERT-TEMP-RECORD TO BACKORDER-RECORD
			WRITE BACKORDER-RECORD
			ADD 1 TO WS-FILE-WRITE-COUNT
			PERFORM 088-READ-TEMP-RECORD
		END-PERFORM
		CLOSE CONVERT-TEMP-FILE
		CLOSE BACKORDER-FILE
	END-IF.
	PERFORM 086-FINISH-FILE.

034-CONVERT-RMAS.
	MOVE 'RMA.DAT' TO WS-FILE-LABEL.
	PERFORM 085-START-FILE.
	OPEN INPUT RMA-FILE.
	IF WS-RMA-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'N' TO FILE-PRESENT-FLAG
	ELSE
		OPEN OUTPUT CONVERT-TEMP-FILE
		PERFORM UNTIL OLD-EOF-SWITCH IS EQUAL TO 'Y'
			READ RMA-FILE INTO OLD-RMA-RECORD
				AT END
					MOVE 'Y' TO OLD-EOF-SWITCH
				NOT AT END
					MOVE SPACE TO RMA-RECORD
					MOVE OLD-RMA-NO TO RMA-NO
					MOVE OLD-RMA-CUST-NO TO RMA-CUST-NO
					MOVE OLD-RMA-ITEM-NO TO RMA-ITEM-NO
					MOVE OLD-RMA-AUTH-QTY TO RMA-AUTH-QTY
					MOVE OLD-RMA-USED-QTY TO RMA-USED-QTY
					MOVE OLD-RMA-UNIT-PRICE TO RMA-UNIT-PRICE
					MOVE OLD-RMA-SALE-DATE TO RMA-SALE-DATE
					MOVE OLD-RMA-ISSUE-DATE TO RMA-ISSUE-DATE
					MOVE OLD-RMA-STATUS TO RMA-STATUS
					MOVE SPACE TO CONVERT-TEMP-RECORD
					MOVE RMA-RECORD TO CONVERT-TEMP-RECORD
					PERFORM 087-WRITE-TEMP-RECORD
			END-READ
		END-PERFORM
		CLOSE RMA-FILE
		CLOSE CONVERT-TEMP-FILE
		OPEN INPUT CONVERT-TEMP-FILE
		OPEN OUTPUT RMA-FILE
		PERFORM 088-READ-TEMP-RECORD
		PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
			MOVE CONVERT-TEMP-RECORD TO RMA-RECORD
			WRITE RMA-RECORD
			ADD 1 TO WS-FILE-WRITE-COUNT
			PERFORM 088-READ-TEMP-RECORD
		END-PERFORM
		CLOSE CONVERT-TEMP-FILE
		CLOSE RMA-FILE
	END-IF.
	PERFORM 086-FINISH-FILE.

036-CONVERT-SALES-HISTORY.
	MOVE 'SALES_HISTORY.DAT' TO WS-FILE-LABEL.
	PERFORM 085-START-FILE.
	OPEN INPUT SALES-HISTORY-FILE.
	IF WS-SALES-HISTORY-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'N' TO FILE-PRESENT-FLAG
	ELSE
		OPEN OUTPUT CONVERT-TEMP-FILE
		PERFORM UNTIL OLD-EOF-SWITCH IS EQUAL TO 'Y'
			READ SALES-HISTORY-FILE INTO OLD-SALES-HISTORY-RECORD
				AT END
					MOVE 'Y' TO OLD-EOF-SWITCH
				NOT AT END
					MOVE SPACE TO SALES-HISTORY-RECORD
					MOVE OLD-SH-RUN-DATE TO SH-RUN-DATE
					MOVE OLD-SH-CUST-NO TO SH-CUST-NO
					MOVE OLD-SH-CUST-REGION TO SH-CUST-REGION
					MOVE OLD-SH-ITEM-NO TO SH-ITEM-NO
					MOVE OLD-SH-ITEM-NAME TO SH-ITEM-NAME
					MOVE OLD-SH-QTY TO SH-QTY
					MOVE OLD-SH-GROSS-COST TO SH-GROSS-COST
					MOVE OLD-SH-DISCOUNT TO SH-DISCOUNT
					MOVE OLD-SH-NETCOST TO SH-NETCOST
					MOVE OLD-SH-TRANS-CODE TO SH-TRANS-CODE
					MOVE SPACE TO CONVERT-TEMP-RECORD
					MOVE SALES-HISTORY-RECORD TO CONVERT-TEMP-RECORD
					PERFORM 087-WRITE-TEMP-RECORD
			END-READ
		END-PERFORM
		CLOSE SALES-HISTORY-FILE
		CLOSE CONVERT-TEMP-FILE
		OPEN INPUT CONVERT-TEMP-FILE
		OPEN OUTPUT SALES-HISTORY-FILE
		PERFORM 088-READ-TEMP-RECORD
		PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
			MOVE CONVERT-TEMP-RECORD TO SALES-HISTORY-RECORD
			WRITE SALES-HISTORY-RECORD
			ADD 1 TO WS-FILE-WRITE-COUNT
			PERFORM 088-READ-TEMP-RECORD
		END-PERFORM
		CLOSE CONVERT-TEMP-FILE
		CLOSE SALES-HISTORY-FILE
	END-IF.
	PERFORM 086-FINISH-FILE.

038-CONVERT-GOODS-RECEIVED.
	MOVE 'GOODS_RECEIVED.DAT' TO WS-FILE-LABEL.
	PERFORM 085-START-FILE.
	OPEN INPUT GOODS-RECEIVED-FILE.
	IF WS-GOODS-RECEIVED-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'N' TO FILE-PRESENT-FLAG
	ELSE
		OPEN OUTPUT CONVERT-TEMP-FILE
		PERFORM UNTIL OLD-EOF-SWITCH IS EQUAL TO 'Y'
			READ GOODS-RECEIVED-FILE INTO OLD-GOODS-RECEIVED-RECORD
				AT END
					MOVE 'Y' TO OLD-EOF-SWITCH
				NOT AT END
					MOVE SPACE TO GOODS-RECEIVED-RECORD
					MOVE OLD-GR-ITEM-NO TO GR-ITEM-NO
					MOVE OLD-GR-QTY TO GR-QTY
					MOVE OLD-GR-POST-DATE TO GR-POST-DATE
					MOVE OLD-GR-LOC-CODE TO GR-LOC-CODE
					MOVE OLD-GR-PO-NUMBER TO GR-PO-NUMBER
					MOVE OLD-GR-VENDOR-NO TO GR-VENDOR-NO
					MOVE OLD-GR-ORDER-DATE TO GR-ORDER-DATE
					MOVE OLD-GR-ORDER-QTY TO GR-ORDER-QTY
					MOVE 0 TO GR-EXPIRY-DATE
					MOVE SPACE TO CONVERT-TEMP-RECORD
					MOVE GOODS-RECEIVED-RECORD TO CONVERT-TEMP-RECORD
					PERFORM 087-WRITE-TEMP-RECORD
			END-READ
		END-PERFORM
		CLOSE GOODS-RECEIVED-FILE
		CLOSE CONVERT-TEMP-FILE
		OPEN INPUT CONVERT-TEMP-FILE
		OPEN OUTPUT GOODS-RECEIVED-FILE
		PERFORM 088-READ-TEMP-RECORD
		PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
			MOVE CONVERT-TEMP-RECORD TO GOODS-RECEIVED-RECORD
			WRITE GOODS-RECEIVED-RECORD
			ADD 1 TO WS-FILE-WRITE-COUNT
			PERFORM 088-READ-TEMP-RECORD
		END-PERFORM
		CLOSE CONVERT-TEMP-FILE
		CLOSE GOODS-RECEIVED-FILE
	END-IF.
	PERFORM 086-FINISH-FILE.

040-CONVERT-TRANSFERS.
	MOVE 'TRANSFERS.DAT' TO WS-FILE-LABEL.
	PERFORM 085-START-FILE.
	OPEN INPUT TRANSFER-LOG-FILE.
	IF WS-TRANSFER-LOG-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'N' TO FILE-PRESENT-FLAG
	ELSE
		OPEN OUTPUT CONVERT-TEMP-FILE
		PERFORM UNTIL OLD-EOF-SWITCH IS EQUAL TO 'Y'
			READ TRANSFER-LOG-FILE INTO OLD-TRANSFER-LOG-RECORD
				AT END
					MOVE 'Y' TO OLD-EOF-SWITCH
				NOT AT END
					MOVE SPACE TO TRANSFER-LOG-RECORD
					MOVE OLD-XFER-ITEM-NO TO XFER-ITEM-NO
					MOVE OLD-XFER-FROM-LOC TO XFER-FROM-LOC
					MOVE OLD-XFER-TO-LOC TO XFER-TO-LOC
					MOVE OLD-XFER-QTY TO XFER-QTY
					MOVE OLD-XFER-DATE TO XFER-DATE
					MOVE SPACE TO CONVERT-TEMP-RECORD
					MOVE TRANSFER-LOG-RECORD TO CONVERT-TEMP-RECORD
					PERFORM 087-WRITE-TEMP-RECORD
			END-READ
		END-PERFORM
		CLOSE TRANSFER-LOG-FILE
		CLOSE CONVERT-TEMP-FILE
		OPEN INPUT CONVERT-TEMP-FILE
		OPEN OUTPUT TRANSFER-LOG-FILE
		PERFORM 088-READ-TEMP-RECORD
		PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
			MOVE CONVERT-TEMP-RECORD TO TRANSFER-LOG-RECORD
			WRITE TRANSFER-LOG-RECORD
			ADD 1 TO WS-FILE-WRITE-COUNT
			PERFORM 088-READ-TEMP-RECORD
		END-PERFORM
		CLOSE CONVERT-TEMP-FILE
		CLOSE TRANSFER-LOG-FILE
	END-IF.
	PERFORM 086-FINISH-FILE.

042-CONVERT-SNAPSHOT.
	MOVE 'INVENTORY_SNAPSHOT.DAT' TO WS-FILE-LABEL.
	PERFORM 085-START-FILE.
	OPEN INPUT INV-SNAPSHOT-FILE.
	IF WS-INV-SNAPSHOT-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'N' TO FILE-PRESENT-FLAG
	ELSE
		OPEN OUTPUT CONVERT-TEMP-FILE
		PERFORM UNTIL OLD-EOF-SWITCH IS EQUAL TO 'Y'
			READ INV-SNAPSHOT-FILE INTO OLD-INV-SNAPSHOT-RECORD
				AT END
					MOVE 'Y' TO OLD-EOF-SWITCH
				NOT AT END
					MOVE SPACE TO INV-SNAPSHOT-RECORD
					MOVE OLD-SNAP-ITEM-NO TO SNAP-ITEM-NO
					MOVE OLD-SNAP-LOC-CODE TO SNAP-LOC-CODE
					MOVE OLD-SNAP-BEGIN-QTY TO SNAP-BEGIN-QTY
					MOVE SPACE TO CONVERT-TEMP-RECORD
					MOVE INV-SNAPSHOT-RECORD TO CONVERT-TEMP-RECORD
					PERFORM 087-WRITE-TEMP-RECORD
			END-READ
		END-PERFORM
		CLOSE INV-SNAPSHOT-FILE
		CLOSE CONVERT-TEMP-FILE
		OPEN INPUT CONVERT-TEMP-FILE
		OPEN OUTPUT INV-SNAPSHOT-FILE
		PERFORM 088-READ-TEMP-RECORD
		PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
			MOVE CONVERT-TEMP-RECORD TO INV-SNAPSHOT-RECORD
			WRITE INV-SNAPSHOT-RECORD
			ADD 1 TO WS-FILE-WRITE-COUNT
			PERFORM 088-READ-TEMP-RECORD
		END-PERFORM
		CLOSE CONVERT-TEMP-FILE
		CLOSE INV-SNAPSHOT-FILE
	END-IF.
	PERFORM 086-FINISH-FILE.

044-CONVERT-INV-ORDERS.
	MOVE 'INVENTORY_ORDER.DAT' TO WS-FILE-LABEL.
	PERFORM 085-START-FILE.
	OPEN INPUT INV-ORDER-FILE.
	IF WS-INV-ORDER-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'N' TO FILE-PRESENT-FLAG
	ELSE
		OPEN OUTPUT CONVERT-TEMP-FILE
		PERFORM UNTIL OLD-EOF-SWITCH IS EQUAL TO 'Y'
			READ INV-ORDER-FILE INTO OLD-INV-ORDER-RECORD
				AT END
					MOVE 'Y' TO OLD-EOF-SWITCH
				NOT AT END
					MOVE SPACE TO INV-ORDER-RECORD
					MOVE OLD-ORDER-ITEM-NO TO ORDER-ITEM-NO
					MOVE OLD-ORDER-QTY TO ORDER-QTY
					MOVE OLD-ORDER-LOC-CODE TO ORDER-LOC-CODE
					MOVE SPACE TO CONVERT-TEMP-RECORD
					MOVE INV-ORDER-RECORD TO CONVERT-TEMP-RECORD
					PERFORM 087-WRITE-TEMP-RECORD
			END-READ
		END-PERFORM
		CLOSE INV-ORDER-FILE
		CLOSE CONVERT-TEMP-FILE
		OPEN INPUT CONVERT-TEMP-FILE
		OPEN OUTPUT INV-ORDER-FILE
		PERFORM 088-READ-TEMP-RECORD
		PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
			MOVE CONVERT-TEMP-RECORD TO INV-ORDER-RECORD
			WRITE INV-ORDER-RECORD
			ADD 1 TO WS-FILE-WRITE-COUNT
			PERFORM 088-READ-TEMP-RECORD
		END-PERFORM
		CLOSE CONVERT-TEMP-FILE
		CLOSE INV-ORDER-FILE
	END-IF.
	PERFORM 086-FINISH-FILE.

046-CONVERT-ERRORS.
	MOVE 'ERRORS.DAT' TO WS-FILE-LABEL.
	PERFORM 085-START-FILE.
	OPEN INPUT ERROR-FILE.
	IF WS-ERROR-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'N' TO FILE-PRESENT-FLAG
	ELSE
		OPEN OUTPUT CONVERT-TEMP-FILE
		PERFORM UNTIL OLD-EOF-SWITCH IS EQUAL TO 'Y'
			READ ERROR-FILE INTO OLD-ERROR-RECORD
				AT END
					MOVE 'Y' TO OLD-EOF-SWITCH
				NOT AT END
					MOVE SPACE TO ERROR-RECORD
					MOVE OLD-ERROR-CUST-NO TO ERROR-CUST-NO
					MOVE OLD-ERROR-ITEM-NO TO ERROR-ITEM-NO
					MOVE OLD-ERROR-QTY-ORD TO ERROR-QTY-ORD
					MOVE OLD-ERROR-CODE TO ERROR-CODE
					MOVE OLD-ERROR-RUN-DATE TO ERROR-RUN-DATE
					MOVE OLD-ERROR-STATUS TO ERROR-STATUS
					MOVE OLD-ERROR-LOC-CODE TO ERROR-LOC-CODE
					MOVE OLD-ERROR-TRANS-CODE TO ERROR-TRANS-CODE
					MOVE OLD-ERROR-TO-LOC-CODE TO ERROR-TO-LOC-CODE
					MOVE OLD-ERROR-SHIP-TO-CODE TO ERROR-SHIP-TO-CODE
					MOVE SPACE TO CONVERT-TEMP-RECORD
					MOVE ERROR-RECORD TO CONVERT-TEMP-RECORD
					PERFORM 087-WRITE-TEMP-RECORD
			END-READ
		END-PERFORM
		CLOSE ERROR-FILE
		CLOSE CONVERT-TEMP-FILE
		OPEN INPUT CONVERT-TEMP-FILE
		OPEN OUTPUT ERROR-FILE
		PERFORM 088-READ-TEMP-RECORD
		PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
			MOVE CONVERT-TEMP-RECORD TO ERROR-RECORD
			WRITE ERROR-RECORD
			ADD 1 TO WS-FILE-WRITE-COUNT
			PERFORM 088-READ-TEMP-RECORD
		END-PERFORM
		CLOSE CONVERT-TEMP-FILE
		CLOSE ERROR-FILE
	END-IF.
	PERFORM 086-FINISH-FILE.

048-CONVERT-TRANS-OUTPUT.
	MOVE 'TRANSACTIONS_PROCESSED.DAT' TO WS-FILE-LABEL.
	PERFORM 085-START-FILE.
	OPEN INPUT TRANS-OUTPUT-FILE.
	IF WS-TRANS-OUTPUT-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'N' TO FILE-PRESENT-FLAG
	ELSE
		OPEN OUTPUT CONVERT-TEMP-FILE
		PERFORM UNTIL OLD-EOF-SWITCH IS EQUAL TO 'Y'
			READ TRANS-OUTPUT-FILE INTO OLD-TRANS-OUTPUT-RECORD
				AT END
					MOVE 'Y' TO OLD-EOF-SWITCH
				NOT AT END
					MOVE SPACE TO TRANS-OUTPUT-RECORD
					MOVE OLD-TP-CUST-NAME TO TP-CUST-NAME
					MOVE OLD-TP-CUST-STREET TO TP-CUST-STREET
					MOVE OLD-TP-CUST-CITY TO TP-CUST-CITY
					MOVE OLD-TP-CUST-REGION TO TP-CUST-REGION
					MOVE OLD-TP-INV-ITEM-NAME TO TP-INV-ITEM-NAME
					MOVE OLD-TP-INV-QTY TO TP-INV-QTY
					MOVE OLD-TP-GROSS-COST TO TP-GROSS-COST
					MOVE OLD-TP-DISCOUNT TO TP-DISCOUNT
					MOVE OLD-TP-NETCOST TO TP-NETCOST
					MOVE OLD-TP-CUST-BALANCE TO TP-CUST-BALANCE
					MOVE OLD-TP-TRANS-CODE TO TP-TRANS-CODE
					MOVE OLD-TP-CUST-NO TO TP-CUST-NO
					MOVE OLD-TP-ITEM-NO TO TP-ITEM-NO
					MOVE OLD-TP-QTY-POSTED TO TP-QTY-POSTED
					MOVE OLD-TP-LOC-CODE TO TP-LOC-CODE
					MOVE OLD-TP-SHIP-TO-CODE TO TP-SHIP-TO-CODE
					MOVE OLD-TP-SHIP-TO-NAME TO TP-SHIP-TO-NAME
					MOVE OLD-TP-SHIP-TO-STREET TO TP-SHIP-TO-STREET
					MOVE OLD-TP-SHIP-TO-CITY TO TP-SHIP-TO-CITY
					MOVE SPACE TO CONVERT-TEMP-RECORD
					MOVE TRANS-OUTPUT-RECORD TO CONVERT-TEMP-RECORD
					PERFORM 087-WRITE-TEMP-RECORD
			END-READ
		END-PERFORM
		CLOSE TRANS-OUTPUT-FILE
		CLOSE CONVERT-TEMP-FILE
		OPEN INPUT CONVERT-TEMP-FILE
		OPEN OUTPUT TRANS-OUTPUT-FILE
		PERFORM 088-READ-TEMP-RECORD
		PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
			MOVE CONVERT-TEMP-RECORD TO TRANS-OUTPUT-RECORD
			WRITE TRANS-OUTPUT-RECORD
			ADD 1 TO WS-FILE-WRITE-COUNT
			PERFORM 088-READ-TEMP-RECORD
		END-PERFORM
		CLOSE CONVERT-TEMP-FILE
		CLOSE TRANS-OUTPUT-FILE
	END-IF.
	PERFORM 086-FINISH-FILE.

050-CONVERT-RATES.
	MOVE 'DISCOUNT_RATES.DAT' TO WS-FILE-LABEL.
	PERFORM 085-START-FILE.
	OPEN INPUT RATE-SCHEDULE-FILE.
	IF WS-RATE-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'N' TO FILE-PRESENT-FLAG
	ELSE
		OPEN OUTPUT CONVERT-TEMP-FILE
		PERFORM UNTIL OLD-EOF-SWITCH IS EQUAL TO 'Y'
			READ RATE-SCHEDULE-FILE INTO OLD-RATE-SCHEDULE-RECORD
				AT END
					MOVE 'Y' TO OLD-EOF-SWITCH
				NOT AT END
					MOVE SPACE TO RATE-SCHEDULE-RECORD
					MOVE OLD-RATE-TRANS-CODE TO RATE-TRANS-CODE
					MOVE OLD-RATE-CUST-NO TO RATE-CUST-NO
					MOVE OLD-RATE-ITEM-NO TO RATE-ITEM-NO
					MOVE OLD-RATE-MIN-QTY TO RATE-MIN-QTY
					MOVE OLD-RATE-PERCENT TO RATE-PERCENT
					MOVE SPACE TO CONVERT-TEMP-RECORD
					MOVE RATE-SCHEDULE-RECORD TO CONVERT-TEMP-RECORD
					PERFORM 087-WRITE-TEMP-RECORD
			END-READ
		END-PERFORM
		CLOSE RATE-SCHEDULE-FILE
		CLOSE CONVERT-TEMP-FILE
		OPEN INPUT CONVERT-TEMP-FILE
		OPEN OUTPUT RATE-SCHEDULE-FILE
		PERFORM 088-READ-TEMP-RECORD
		PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
			MOVE CONVERT-TEMP-RECORD TO RATE-SCHEDULE-RECORD
			WRITE RATE-SCHEDULE-RECORD
			ADD 1 TO WS-FILE-WRITE-COUNT
			PERFORM 088-READ-TEMP-RECORD
		END-PERFORM
		CLOSE CONVERT-TEMP-FILE
		CLOSE RATE-SCHEDULE-FILE
	END-IF.
	PERFORM 086-FINISH-FILE.

052-CONVERT-SH-ARCHIVE.
	MOVE 'SALES_HISTORY_ARCHIVE.DAT' TO WS-FILE-LABEL.
	PERFORM 085-START-FILE.
	OPEN INPUT SALES-HISTORY-ARCHIVE-FILE.
	IF WS-SH-ARCHIVE-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'N' TO FILE-PRESENT-FLAG
	ELSE
		OPEN OUTPUT CONVERT-TEMP-FILE
		PERFORM UNTIL OLD-EOF-SWITCH IS EQUAL TO 'Y'
			READ SALES-HISTORY-ARCHIVE-FILE INTO OLD-SALES-HISTORY-RECORD
				AT END
					MOVE 'Y' TO OLD-EOF-SWITCH
				NOT AT END
					MOVE SPACE TO SALES-HISTORY-RECORD
					MOVE OLD-SH-RUN-DATE TO SH-RUN-DATE
					MOVE OLD-SH-CUST-NO TO SH-CUST-NO
					MOVE OLD-SH-CUST-REGION TO SH-CUST-REGION
					MOVE OLD-SH-ITEM-NO TO SH-ITEM-NO
					MOVE OLD-SH-ITEM-NAME TO SH-ITEM-NAME
					MOVE OLD-SH-QTY TO SH-QTY
					MOVE OLD-SH-GROSS-COST TO SH-GROSS-COST
					MOVE OLD-SH-DISCOUNT TO SH-DISCOUNT
					MOVE OLD-SH-NETCOST TO SH-NETCOST
					MOVE OLD-SH-TRANS-CODE TO SH-TRANS-CODE
					MOVE SPACE TO CONVERT-TEMP-RECORD
					MOVE SALES-HISTORY-RECORD TO CONVERT-TEMP-RECORD
					PERFORM 087-WRITE-TEMP-RECORD
			END-READ
		END-PERFORM
		CLOSE SALES-HISTORY-ARCHIVE-FILE
		CLOSE CONVERT-TEMP-FILE
		OPEN INPUT CONVERT-TEMP-FILE
		OPEN OUTPUT SALES-HISTORY-ARCHIVE-FILE
		PERFORM 088-READ-TEMP-RECORD
		PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
			MOVE CONVERT-TEMP-RECORD TO SH-ARCHIVE-RECORD
			WRITE SH-ARCHIVE-RECORD
			ADD 1 TO WS-FILE-WRITE-COUNT
			PERFORM 088-READ-TEMP-RECORD
		END-PERFORM
		CLOSE CONVERT-TEMP-FILE
		CLOSE SALES-HISTORY-ARCHIVE-FILE
	END-IF.
	PERFORM 086-FINISH-FILE.

054-CONVERT-GOODS-ARCHIVE.
	MOVE 'GOODS_RECEIVED_ARCHIVE.DAT' TO WS-FILE-LABEL.
	PERFORM 085-START-FILE.
	OPEN INPUT GOODS-ARCHIVE-FILE.
	IF WS-GOODS-ARCHIVE-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'N' TO FILE-PRESENT-FLAG
	ELSE
		OPEN OUTPUT CONVERT-TEMP-FILE
		PERFORM UNTIL OLD-EOF-SWITCH IS EQUAL TO 'Y'
			READ GOODS-ARCHIVE-FILE INTO OLD-GOODS-RECEIVED-RECORD
				AT END
					MOVE 'Y' TO OLD-EOF-SWITCH
				NOT AT END
					MOVE SPACE TO GOODS-RECEIVED-RECORD
					MOVE OLD-GR-ITEM-NO TO GR-ITEM-NO
					MOVE OLD-GR-QTY TO GR-QTY
					MOVE OLD-GR-POST-DATE TO GR-POST-DATE
					MOVE OLD-GR-LOC-CODE TO GR-LOC-CODE
					MOVE OLD-GR-PO-NUMBER TO GR-PO-NUMBER
					MOVE OLD-GR-VENDOR-NO TO GR-VENDOR-NO
					MOVE OLD-GR-ORDER-DATE TO GR-ORDER-DATE
					MOVE OLD-GR-ORDER-QTY TO GR-ORDER-QTY
					MOVE 0 TO GR-EXPIRY-DATE
					MOVE SPACE TO CONVERT-TEMP-RECORD
					MOVE GOODS-RECEIVED-RECORD TO CONVERT-TEMP-RECORD
					PERFORM 087-WRITE-TEMP-RECORD
			END-READ
		END-PERFORM
		CLOSE GOODS-ARCHIVE-FILE
		CLOSE CONVERT-TEMP-FILE
		OPEN INPUT CONVERT-TEMP-FILE
		OPEN OUTPUT GOODS-ARCHIVE-FILE
		PERFORM 088-READ-TEMP-RECORD
		PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
			MOVE CONVERT-TEMP-RECORD TO GOODS-ARCHIVE-RECORD
			WRITE GOODS-ARCHIVE-RECORD
			ADD 1 TO WS-FILE-WRITE-COUNT
			PERFORM 088-READ-TEMP-RECORD
		END-PERFORM
		CLOSE CONVERT-TEMP-FILE
		CLOSE GOODS-ARCHIVE-FILE
	END-IF.
	PERFORM 086-FINISH-FILE.

056-CONVERT-XFER-ARCHIVE.
	MOVE 'TRANSFERS_ARCHIVE.DAT' TO WS-FILE-LABEL.
	PERFORM 085-START-FILE.
	OPEN INPUT TRANSFER-ARCHIVE-FILE.
	IF WS-XFER-ARCHIVE-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'N' TO FILE-PRESENT-FLAG
	ELSE
		OPEN OUTPUT CONVERT-TEMP-FILE
		PERFORM UNTIL OLD-EOF-SWITCH IS EQUAL TO 'Y'
			READ TRANSFER-ARCHIVE-FILE INTO OLD-TRANSFER-LOG-RECORD
				AT END
					MOVE 'Y' TO OLD-EOF-SWITCH
				NOT AT END
					MOVE SPACE TO TRANSFER-LOG-RECORD
					MOVE OLD-XFER-ITEM-NO TO XFER-ITEM-NO
					MOVE OLD-XFER-FROM-LOC TO XFER-FROM-LOC
					MOVE OLD-XFER-TO-LOC TO XFER-TO-LOC
					MOVE OLD-XFER-QTY TO XFER-QTY
					MOVE OLD-XFER-DATE TO XFER-DATE
					MOVE SPACE TO CONVERT-TEMP-RECORD
					MOVE TRANSFER-LOG-RECORD TO CONVERT-TEMP-RECORD
					PERFORM 087-WRITE-TEMP-RECORD
			END-READ
		END-PERFORM
		CLOSE TRANSFER-ARCHIVE-FILE
		CLOSE CONVERT-TEMP-FILE
		OPEN INPUT CONVERT-TEMP-FILE
		OPEN OUTPUT TRANSFER-ARCHIVE-FILE
		PERFORM 088-READ-TEMP-RECORD
		PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
			MOVE CONVERT-TEMP-RECORD TO TRANSFER-ARCHIVE-RECORD
			WRITE TRANSFER-ARCHIVE-RECORD
			ADD 1 TO WS-FILE-WRITE-COUNT
			PERFORM 088-READ-TEMP-RECORD
		END-PERFORM
		CLOSE CONVERT-TEMP-FILE
		CLOSE TRANSFER-ARCHIVE-FILE
	END-IF.
	PERFORM 086-FINISH-FILE.
