IDENTIFICATION DIVISION.
PROGRAM-ID.  "NKU CSC407 STOCK REBALANCE".

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LUCAS-UBUNTU.
OBJECT-COMPUTER. LUCAS-UBUNTU.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT INV-ORDER-FILE ASSIGN TO "data_files/inventory_order.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-INV-ORDER-FILE-STATUS.
	SELECT INV-FILE ASSIGN TO "data_files/inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS INV-KEY
		FILE STATUS IS WS-INV-FILE-STATUS.
	SELECT REBALANCE-TRANS-FILE ASSIGN TO "data_files/rebalance_transactions.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT REBALANCE-SEQUENCE-FILE ASSIGN TO "data_files/rebalance_batch_sequence.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-REBALANCE-SEQUENCE-FILE-STATUS.
	SELECT REBALANCE-REPORT-FILE ASSIGN TO "data_files/rebalance_report.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD INV-ORDER-FILE
	LABEL RECORDS ARE STANDARD.

COPY "invorderrec.cpy".

FD INV-FILE
	LABEL RECORDS ARE STANDARD.

COPY "invrec.cpy".

FD REBALANCE-TRANS-FILE
	LABEL RECORDS ARE STANDARD.

01 REBALANCE-TRANS-RECORD		PICTURE IS X(60).

FD REBALANCE-SEQUENCE-FILE
	LABEL RECORDS ARE STANDARD.

01 REBALANCE-SEQUENCE-RECORD.
	02 REBALANCE-LAST-NUMBER	PICTURE IS 9(6).

FD REBALANCE-REPORT-FILE
	LABEL RECORDS ARE STANDARD.

01 REBALANCE-REPORT-RECORD		PICTURE IS X(132).

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

COPY "runlogrec.cpy".



WORKING-STORAGE SECTION.
01 SWITCHES.
	02 ORDER-EOF-SWITCH		PICTURE IS X(1) VALUE IS 'N'.
	02 INV-EOF-SWITCH		PICTURE IS X(1) VALUE IS 'N'.
	02 INV-FOUND-FLAG		PICTURE IS X(1) VALUE IS 'N'.
	02 ORDER-OVERFLOW-FLAG		PICTURE IS X(1) VALUE IS 'N'.
	02 DONOR-SHORT-FLAG		PICTURE IS X(1) VALUE IS 'N'.
	02 COMMIT-FOUND-FLAG		PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-INV-ORDER-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-FILE-STATUS			PICTURE IS X(2) VALUE IS '00'.
	02 WS-REBALANCE-SEQUENCE-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.

01 ORDER-TABLE.
	02 WS-ORDER-DETAIL OCCURS 200 TIMES INDEXED BY ORDER-INDEX.
		03 WS-ORD-ITEM-NO	PICTURE IS X(6).
		03 WS-ORD-LOC-CODE	PICTURE IS X(3).
		03 WS-ORD-QTY		PICTURE IS 9(5).
		03 WS-ORD-REMAINING	PICTURE IS 9(5).

01 COMMITMENT-TABLE.
	02 WS-COMMIT-DETAIL OCCURS 200 TIMES INDEXED BY COMMIT-INDEX.
		03 WS-COMMIT-ITEM-NO	PICTURE IS X(6).
		03 WS-COMMIT-LOC-CODE	PICTURE IS X(3).
		03 WS-COMMIT-QTY	PICTURE IS 9(5).

01 WORK-FIELDS.
	02 WS-RUN-DATE			PICTURE IS 9(8).
	02 WS-ORDER-NUM-IN		PICTURE IS S9(3) VALUE 0.
	02 WS-ORDER-SUB			PICTURE IS S9(3) VALUE 0.
	02 WS-COMMIT-NUM-IN		PICTURE IS S9(3) VALUE 0.
	02 WS-COMMIT-SUB		PICTURE IS S9(3) VALUE 0.
	02 WS-REBALANCE-BATCH-NO	PICTURE IS 9(6).
	02 WS-ORDER-LINES-READ		PICTURE IS 9(6) VALUE 0.
	02 WS-ORDER-LINES-LEFT		PICTURE IS 9(6) VALUE 0.
	02 WS-TRANSFER-COUNT		PICTURE IS 9(6) VALUE 0.
	02 WS-TRANSFER-QTY-HASH		PICTURE IS 9(11) VALUE 0.
	02 WS-TRANSFER-ITEM-HASH	PICTURE IS 9(12) VALUE 0.
	02 WS-QTY-NEEDED		PICTURE IS 9(5).
	02 WS-DONOR-LEVEL		PICTURE IS 9(5).
	02 WS-DONOR-SURPLUS		PICTURE IS S9(6).
	02 WS-TRANSFER-QTY		PICTURE IS 9(5).
	02 WS-SHORT-ITEM-NAME		PICTURE IS X(25).
	02 WS-SHORT-UNIT-COST		PICTURE IS 9(2)V9(2).
	02 WS-AVOIDED-AMOUNT		PICTURE IS 9(7)V9(2).
	02 WS-AVOIDED-TOTAL		PICTURE IS 9(7)V9(2) VALUE 0.
	02 WS-QTY-MOVED-TOTAL		PICTURE IS 9(7) VALUE 0.
	02 WS-QTY-TO-BUY-TOTAL		PICTURE IS 9(7) VALUE 0.

01 EDITED-FIELDS.
	02 WS-QTY-ED			PICTURE IS Z(4)9.
	02 WS-COST-ED			PICTURE IS Z9.99.
	02 WS-AMOUNT-ED			PICTURE IS Z(6)9.99.
	02 WS-TOTAL-QTY-ED		PICTURE IS Z(6)9.

01 REBALANCE-DETAIL-LINE.
	02 RBL-CUST-NO		PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 RBL-ITEM-NO		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(6) VALUE SPACE.
	02 RBL-QTY-ORD		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 RBL-TRANS-CODE	PICTURE IS X.
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 RBL-LOC-CODE		PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 RBL-TO-LOC-CODE	PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 RBL-SHIP-TO-CODE	PICTURE IS X(3).
01 REBALANCE-HEADER-LINE.
	02 RBH-RECORD-TYPE	PICTURE IS X(2) VALUE 'BH'.
	02 FILLER		PICTURE IS X(4) VALUE SPACE.
	02 RBH-BATCH-NO		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 RBH-CREATE-DATE	PICTURE IS 9(8).
01 REBALANCE-TRAILER-LINE.
	02 RBT-RECORD-TYPE	PICTURE IS X(2) VALUE 'BT'.
	02 FILLER		PICTURE IS X(4) VALUE SPACE.
	02 RBT-RECORD-COUNT	PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 RBT-QTY-HASH		PICTURE IS 9(11).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 RBT-ITEM-HASH	PICTURE IS 9(12).


PROCEDURE DIVISION.
000-REBALANCE-STOCK.
	PERFORM 001-LOG-RUN-START.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	PERFORM 010-LOAD-ORDER-LINES.
	IF ORDER-OVERFLOW-FLAG IS EQUAL TO 'Y' THEN
		DISPLAY 'INVENTORY ORDER FILE EXCEEDS 200 LINES - RUN ABORTED, NOTHING REBALANCED'
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN INPUT INV-FILE.
	IF WS-INV-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN INV-FILE - STATUS ' WS-INV-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	PERFORM 020-START-REBALANCE-BATCH.
	OPEN OUTPUT REBALANCE-REPORT-FILE.
	PERFORM 025-WRITE-HEADINGS.
	MOVE 0 TO WS-ORDER-SUB.
	PERFORM 030-REBALANCE-ONE-LINE WS-ORDER-NUM-IN TIMES.
	CLOSE INV-FILE.
	PERFORM 060-REWRITE-ORDER-FILE.
	PERFORM 070-FINISH-REBALANCE-BATCH.
	PERFORM 080-WRITE-TOTALS.
	CLOSE REBALANCE-REPORT-FILE.
	DISPLAY 'ORDER LINES READ: ' WS-ORDER-LINES-READ.
	DISPLAY 'TRANSFERS PROPOSED IN BATCH ' WS-REBALANCE-BATCH-NO ': ' WS-TRANSFER-COUNT.
	DISPLAY 'ORDER LINES LEFT FOR PURCHASE: ' WS-ORDER-LINES-LEFT.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.

001-LOG-RUN-START.
	OPEN EXTEND RUN-LOG-FILE.
	IF WS-RUN-LOG-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT RUN-LOG-FILE
	END-IF.
	MOVE SPACE TO RUN-LOG-RECORD.
	MOVE 'REBALANCE' TO RL-PROGRAM-NAME.
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
	MOVE 'REBALANCE' TO RL-PROGRAM-NAME.
	ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
	ACCEPT RL-RUN-TIME FROM TIME.
	MOVE 'E' TO RL-PHASE.
	MOVE WS-ORDER-LINES-READ TO RL-RECORDS-READ.
	MOVE WS-ORDER-LINES-LEFT TO RL-RECORDS-POSTED.
	MOVE 0 TO RL-RECORDS-REJECTED.
	MOVE WS-AVOIDED-TOTAL TO RL-MONEY-TOTAL.
	MOVE WS-TRANSFER-COUNT TO RL-XFER-COUNT.

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


010-LOAD-ORDER-LINES.
	OPEN INPUT INV-ORDER-FILE.
	IF WS-INV-ORDER-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'Y' TO ORDER-EOF-SWITCH
	ELSE
		PERFORM UNTIL ORDER-EOF-SWITCH IS EQUAL TO 'Y'
			READ INV-ORDER-FILE INTO INV-ORDER-RECORD
				AT END
					MOVE 'Y' TO ORDER-EOF-SWITCH
				NOT AT END
					ADD 1 TO WS-ORDER-LINES-READ
					PERFORM 015-RECORD-ONE-ORDER
			END-READ
		END-PERFORM
		CLOSE INV-ORDER-FILE
	END-IF.

015-RECORD-ONE-ORDER.
	IF WS-ORDER-NUM-IN IS EQUAL TO 200 THEN
		MOVE 'Y' TO ORDER-OVERFLOW-FLAG
	ELSE
		ADD 1 TO WS-ORDER-NUM-IN
		MOVE ORDER-ITEM-NO TO WS-ORD-ITEM-NO(WS-ORDER-NUM-IN)
		MOVE ORDER-LOC-CODE TO WS-ORD-LOC-CODE(WS-ORDER-NUM-IN)
		MOVE ORDER-QTY TO WS-ORD-QTY(WS-ORDER-NUM-IN)
		MOVE ORDER-QTY TO WS-ORD-REMAINING(WS-ORDER-NUM-IN)
	END-IF.

020-START-REBALANCE-BATCH.
	MOVE 800000 TO REBALANCE-LAST-NUMBER.
	OPEN INPUT REBALANCE-SEQUENCE-FILE.
	IF WS-REBALANCE-SEQUENCE-FILE-STATUS IS NOT EQUAL TO '35' THEN
		READ REBALANCE-SEQUENCE-FILE INTO REBALANCE-SEQUENCE-RECORD
			AT END
				MOVE 800000 TO REBALANCE-LAST-NUMBER
		END-READ
		CLOSE REBALANCE-SEQUENCE-FILE
	END-IF.
	ADD 1 TO REBALANCE-LAST-NUMBER GIVING WS-REBALANCE-BATCH-NO.
	OPEN OUTPUT REBALANCE-TRANS-FILE.
	MOVE WS-REBALANCE-BATCH-NO TO RBH-BATCH-NO.
	MOVE WS-RUN-DATE TO RBH-CREATE-DATE.
	MOVE SPACE TO REBALANCE-TRANS-RECORD.
	MOVE REBALANCE-HEADER-LINE TO REBALANCE-TRANS-RECORD.
	WRITE REBALANCE-TRANS-RECORD.

025-WRITE-HEADINGS.
	MOVE SPACE TO REBALANCE-REPORT-RECORD.
	STRING 'STOCK REBALANCING - TRANSFERS PROPOSED IN PLACE OF PURCHASE - RUN DATE '
		WS-RUN-DATE '  BATCH ' WS-REBALANCE-BATCH-NO
		DELIMITED BY SIZE INTO REBALANCE-REPORT-RECORD.
	WRITE REBALANCE-REPORT-RECORD.
	MOVE SPACE TO REBALANCE-REPORT-RECORD.
	WRITE REBALANCE-REPORT-RECORD.

030-REBALANCE-ONE-LINE.
	ADD 1 TO WS-ORDER-SUB.
	MOVE WS-ORD-REMAINING(WS-ORDER-SUB) TO WS-QTY-NEEDED.
	MOVE WS-ORD-ITEM-NO(WS-ORDER-SUB) TO INV-ITEM-NO.
	MOVE WS-ORD-LOC-CODE(WS-ORDER-SUB) TO INV-LOC-CODE.
	READ INV-FILE
		INVALID KEY
			MOVE 'N' TO INV-FOUND-FLAG
			MOVE SPACE TO WS-SHORT-ITEM-NAME
			MOVE 0 TO WS-SHORT-UNIT-COST
		NOT INVALID KEY
			MOVE 'Y' TO INV-FOUND-FLAG
			MOVE INV-ITEM-NAME TO WS-SHORT-ITEM-NAME
			MOVE INV-UNIT-COST TO WS-SHORT-UNIT-COST
	END-READ.
	MOVE 'N' TO INV-EOF-SWITCH.
	MOVE WS-ORD-ITEM-NO(WS-ORDER-SUB) TO INV-ITEM-NO.
	MOVE LOW-VALUE TO INV-LOC-CODE.
	START INV-FILE KEY IS NOT LESS THAN INV-KEY
		INVALID KEY
			MOVE 'Y' TO INV-EOF-SWITCH
	END-START.
	PERFORM UNTIL INV-EOF-SWITCH IS EQUAL TO 'Y'
			OR WS-QTY-NEEDED IS EQUAL TO 0
		READ INV-FILE NEXT RECORD
			AT END
				MOVE 'Y' TO INV-EOF-SWITCH
			NOT AT END
				IF INV-ITEM-NO IS NOT EQUAL TO WS-ORD-ITEM-NO(WS-ORDER-SUB) THEN
					MOVE 'Y' TO INV-EOF-SWITCH
				ELSE
					IF INV-LOC-CODE IS NOT EQUAL TO
							WS-ORD-LOC-CODE(WS-ORDER-SUB) THEN
						PERFORM 040-DRAW-SURPLUS
					END-IF
				END-IF
		END-READ
	END-PERFORM.
	MOVE WS-QTY-NEEDED TO WS-ORD-REMAINING(WS-ORDER-SUB).
	IF WS-QTY-NEEDED IS GREATER THAN 0 THEN
		ADD WS-QTY-NEEDED TO WS-QTY-TO-BUY-TOTAL
		MOVE WS-QTY-NEEDED TO WS-QTY-ED
		MOVE SPACE TO REBALANCE-REPORT-RECORD
		STRING 'ITEM ' WS-ORD-ITEM-NO(WS-ORDER-SUB)
			'  ' WS-SHORT-ITEM-NAME
			'  AT ' WS-ORD-LOC-CODE(WS-ORDER-SUB)
			'  NO SURPLUS ELSEWHERE - LEFT TO PURCHASE ' WS-QTY-ED
			DELIMITED BY SIZE INTO REBALANCE-REPORT-RECORD
		WRITE REBALANCE-REPORT-RECORD
	END-IF.

040-DRAW-SURPLUS.
	IF INV-ORDER-UP-TO IS NUMERIC
			AND INV-ORDER-UP-TO IS GREATER THAN 0 THEN
		MOVE INV-ORDER-UP-TO TO WS-DONOR-LEVEL
	ELSE
		MOVE INV-REORDER-PT TO WS-DONOR-LEVEL
	END-IF.
	PERFORM 042-CHECK-DONOR-SHORT.
	IF INV-QTY IS GREATER THAN WS-DONOR-LEVEL
			AND DONOR-SHORT-FLAG IS EQUAL TO 'N' THEN
		SUBTRACT WS-DONOR-LEVEL FROM INV-QTY GIVING WS-DONOR-SURPLUS
		PERFORM 045-FIND-COMMITMENT
		IF COMMIT-FOUND-FLAG IS EQUAL TO 'Y' THEN
			SUBTRACT WS-COMMIT-QTY(WS-COMMIT-SUB) FROM WS-DONOR-SURPLUS
			IF WS-DONOR-SURPLUS IS GREATER THAN 0 THEN
				IF WS-DONOR-SURPLUS IS LESS THAN WS-QTY-NEEDED THEN
					MOVE WS-DONOR-SURPLUS TO WS-TRANSFER-QTY
				ELSE
					MOVE WS-QTY-NEEDED TO WS-TRANSFER-QTY
				END-IF
				ADD WS-TRANSFER-QTY TO WS-COMMIT-QTY(WS-COMMIT-SUB)
				SUBTRACT WS-TRANSFER-QTY FROM WS-QTY-NEEDED
				PERFORM 050-WRITE-TRANSFER
			END-IF
		END-IF
	END-IF.

042-CHECK-DONOR-SHORT.
	MOVE 'N' TO DONOR-SHORT-FLAG.
	SET ORDER-INDEX TO 1.
	SEARCH WS-ORDER-DETAIL
		WHEN WS-ORD-ITEM-NO(ORDER-INDEX) = INV-ITEM-NO
			AND WS-ORD-LOC-CODE(ORDER-INDEX) = INV-LOC-CODE
			MOVE 'Y' TO DONOR-SHORT-FLAG
	END-SEARCH.

045-FIND-COMMITMENT.
	MOVE 'N' TO COMMIT-FOUND-FLAG.
	IF WS-COMMIT-NUM-IN IS GREATER THAN 0 THEN
		SET COMMIT-INDEX TO 1
		SEARCH WS-COMMIT-DETAIL
			WHEN WS-COMMIT-ITEM-NO(COMMIT-INDEX) = INV-ITEM-NO
				AND WS-COMMIT-LOC-CODE(COMMIT-INDEX) = INV-LOC-CODE
				MOVE 'Y' TO COMMIT-FOUND-FLAG
				SET WS-COMMIT-SUB TO COMMIT-INDEX
		END-SEARCH
	END-IF.
	IF COMMIT-FOUND-FLAG IS EQUAL TO 'N' THEN
		IF WS-COMMIT-NUM-IN IS LESS THAN 200 THEN
			ADD 1 TO WS-COMMIT-NUM-IN
			MOVE INV-ITEM-NO TO WS-COMMIT-ITEM-NO(WS-COMMIT-NUM-IN)
			MOVE INV-LOC-CODE TO WS-COMMIT-LOC-CODE(WS-COMMIT-NUM-IN)
			MOVE 0 TO WS-COMMIT-QTY(WS-COMMIT-NUM-IN)
			MOVE WS-COMMIT-NUM-IN TO WS-COMMIT-SUB
			MOVE 'Y' TO COMMIT-FOUND-FLAG
		END-IF
	END-IF.

050-WRITE-TRANSFER.
	MOVE SPACE TO RBL-CUST-NO.
	MOVE WS-ORD-ITEM-NO(WS-ORDER-SUB) TO RBL-ITEM-NO.
	MOVE WS-TRANSFER-QTY TO RBL-QTY-ORD.
	MOVE 'T' TO RBL-TRANS-CODE.
	MOVE INV-LOC-CODE TO RBL-LOC-CODE.
	MOVE WS-ORD-LOC-CODE(WS-ORDER-SUB) TO RBL-TO-LOC-CODE.
	MOVE SPACE TO RBL-SHIP-TO-CODE.
	ADD 1 TO WS-TRANSFER-COUNT.
	ADD RBL-QTY-ORD TO WS-TRANSFER-QTY-HASH.
	ADD RBL-ITEM-NO TO WS-TRANSFER-ITEM-HASH.
	MOVE SPACE TO REBALANCE-TRANS-RECORD.
	MOVE REBALANCE-DETAIL-LINE TO REBALANCE-TRANS-RECORD.
	WRITE REBALANCE-TRANS-RECORD.
	MULTIPLY WS-TRANSFER-QTY BY WS-SHORT-UNIT-COST GIVING WS-AVOIDED-AMOUNT.
	ADD WS-AVOIDED-AMOUNT TO WS-AVOIDED-TOTAL.
	ADD WS-TRANSFER-QTY TO WS-QTY-MOVED-TOTAL.
	MOVE WS-TRANSFER-QTY TO WS-QTY-ED.
	MOVE WS-SHORT-UNIT-COST TO WS-COST-ED.
	MOVE WS-AVOIDED-AMOUNT TO WS-AMOUNT-ED.
	MOVE SPACE TO REBALANCE-REPORT-RECORD.
	STRING 'ITEM ' WS-ORD-ITEM-NO(WS-ORDER-SUB)
		'  ' WS-SHORT-ITEM-NAME
		'  FROM ' INV-LOC-CODE
		'  TO ' WS-ORD-LOC-CODE(WS-ORDER-SUB)
		'  QTY ' WS-QTY-ED
		'  UNIT COST ' WS-COST-ED
		'  PURCHASE AVOIDED ' WS-AMOUNT-ED
		DELIMITED BY SIZE INTO REBALANCE-REPORT-RECORD.
	WRITE REBALANCE-REPORT-RECORD.

060-REWRITE-ORDER-FILE.
	OPEN OUTPUT INV-ORDER-FILE.
	MOVE 0 TO WS-ORDER-SUB.
	PERFORM 065-WRITE-ORDER-REMAINDER WS-ORDER-NUM-IN TIMES.
	CLOSE INV-ORDER-FILE.

065-WRITE-ORDER-REMAINDER.
	ADD 1 TO WS-ORDER-SUB.
	IF WS-ORD-REMAINING(WS-ORDER-SUB) IS GREATER THAN 0 THEN
		MOVE SPACE TO INV-ORDER-RECORD
		MOVE WS-ORD-ITEM-NO(WS-ORDER-SUB) TO ORDER-ITEM-NO
		MOVE WS-ORD-REMAINING(WS-ORDER-SUB) TO ORDER-QTY
		MOVE WS-ORD-LOC-CODE(WS-ORDER-SUB) TO ORDER-LOC-CODE
		WRITE INV-ORDER-RECORD
		ADD 1 TO WS-ORDER-LINES-LEFT
	END-IF.

070-FINISH-REBALANCE-BATCH.
	MOVE WS-TRANSFER-COUNT TO RBT-RECORD-COUNT.
	MOVE WS-TRANSFER-QTY-HASH TO RBT-QTY-HASH.
	MOVE WS-TRANSFER-ITEM-HASH TO RBT-ITEM-HASH.
	MOVE SPACE TO REBALANCE-TRANS-RECORD.
	MOVE REBALANCE-TRAILER-LINE TO REBALANCE-TRANS-RECORD.
	WRITE REBALANCE-TRANS-RECORD.
	CLOSE REBALANCE-TRANS-FILE.
	MOVE WS-REBALANCE-BATCH-NO TO REBALANCE-LAST-NUMBER.
	OPEN OUTPUT REBALANCE-SEQUENCE-FILE.
	WRITE REBALANCE-SEQUENCE-RECORD.
	CLOSE REBALANCE-SEQUENCE-FILE.

080-WRITE-TOTALS.
	MOVE SPACE TO REBALANCE-REPORT-RECORD.
	WRITE REBALANCE-REPORT-RECORD.
	MOVE WS-QTY-MOVED-TOTAL TO WS-TOTAL-QTY-ED.
	MOVE WS-AVOIDED-TOTAL TO WS-AMOUNT-ED.
	MOVE SPACE TO REBALANCE-REPORT-RECORD.
	STRING 'TRANSFERS PROPOSED: ' WS-TRANSFER-COUNT
		'   UNITS MOVED: ' WS-TOTAL-QTY-ED
		'   PURCHASES AVOIDED AT COST: ' WS-AMOUNT-ED
		DELIMITED BY SIZE INTO REBALANCE-REPORT-RECORD.
	WRITE REBALANCE-REPORT-RECORD.
	MOVE WS-QTY-TO-BUY-TOTAL TO WS-TOTAL-QTY-ED.
	MOVE SPACE TO REBALANCE-REPORT-RECORD.
	STRING 'ORDER LINES READ: ' WS-ORDER-LINES-READ
		'   LEFT FOR PURCHASE: ' WS-ORDER-LINES-LEFT
		'   UNITS STILL TO BUY: ' WS-TOTAL-QTY-ED
		DELIMITED BY SIZE INTO REBALANCE-REPORT-RECORD.
	WRITE REBALANCE-REPORT-RECORD.
