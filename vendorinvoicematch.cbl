IDENTIFICATION DIVISION.
PROGRAM-ID.  "NKU CSC407 VENDOR INVOICE MATCH".

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LUCAS-UBUNTU.
OBJECT-COMPUTER. LUCAS-UBUNTU.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT VENDOR-INVOICE-FILE ASSIGN TO "data_files/vendor_invoices.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VENDOR-INVOICE-FILE-STATUS.
	SELECT MATCH-PARAM-FILE ASSIGN TO "data_files/invoice_match_params.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-MATCH-PARAM-FILE-STATUS.
	SELECT OPEN-PO-FILE ASSIGN TO "data_files/open_pos.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-OPEN-PO-FILE-STATUS.
	SELECT GOODS-RECEIVED-FILE ASSIGN TO "data_files/goods_received.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-GOODS-RECEIVED-FILE-STATUS.
	SELECT INV-FILE ASSIGN TO "data_files/inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS INV-KEY
		FILE STATUS IS WS-INV-FILE-STATUS.
	SELECT VOUCHER-FILE ASSIGN TO "data_files/vouchers.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VOUCHER-FILE-STATUS.
	SELECT VOUCHER-SEQUENCE-FILE ASSIGN TO "data_files/voucher_sequence.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VOUCHER-SEQUENCE-FILE-STATUS.
	SELECT VOUCHER-REGISTER-FILE ASSIGN TO "data_files/voucher_register.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT MATCH-EXCEPTION-FILE ASSIGN TO "data_files/match_exceptions.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD VENDOR-INVOICE-FILE
	LABEL RECORDS ARE STANDARD.

01 VENDOR-INVOICE-RECORD.
	02 VI-VENDOR-NO		PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5).
	02 VI-INVOICE-NO	PICTURE IS X(10).
	02 FILLER		PICTURE IS X(5).
	02 VI-PO-NUMBER		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 VI-ITEM-NO		PICTURE IS X(6).
	02 FILLER		PICTURE IS X(5).
	02 VI-QTY-BILLED	PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 VI-UNIT-PRICE	PICTURE IS 9(4)V99.
	02 FILLER		PICTURE IS X(5).
	02 VI-INVOICE-DATE	PICTURE IS 9(8).

FD MATCH-PARAM-FILE
	LABEL RECORDS ARE STANDARD.

01 MATCH-PARAM-RECORD.
	02 PARAM-PRICE-TOLERANCE	PICTURE IS 9V999.

FD OPEN-PO-FILE
	LABEL RECORDS ARE STANDARD.

COPY "openporec.cpy".

FD GOODS-RECEIVED-FILE
	LABEL RECORDS ARE STANDARD.

COPY "goodsrcvrec.cpy".

FD INV-FILE
	LABEL RECORDS ARE STANDARD.

COPY "invrec.cpy".

FD VOUCHER-FILE
	LABEL RECORDS ARE STANDARD.

COPY "voucherrec.cpy".

FD VOUCHER-SEQUENCE-FILE
	LABEL RECORDS ARE STANDARD.

01 VOUCHER-SEQUENCE-RECORD.
	02 VOUCHER-LAST-NUMBER		PICTURE IS 9(6).

FD VOUCHER-REGISTER-FILE
	LABEL RECORDS ARE STANDARD.

01 VOUCHER-REGISTER-RECORD		PICTURE IS X(132).

FD MATCH-EXCEPTION-FILE
	LABEL RECORDS ARE STANDARD.

01 MATCH-EXCEPTION-RECORD		PICTURE IS X(132).

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

COPY "runlogrec.cpy".



WORKING-STORAGE SECTION.
01 SWITCHES.
	02 INVOICE-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 OPEN-PO-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 GOODS-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 VOUCHER-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 INV-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 INVOICE-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 AMOUNT-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-VENDOR-INVOICE-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-MATCH-PARAM-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-OPEN-PO-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-GOODS-RECEIVED-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-FILE-STATUS			PICTURE IS X(2) VALUE IS '00'.
	02 WS-VOUCHER-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-VOUCHER-SEQUENCE-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.

01 MATCH-PARAMETERS.
	02 WS-PRICE-TOLERANCE	PICTURE IS 9V999 VALUE 0.050.

01 INVOICE-TABLE.
	02 WS-INVOICE-DETAIL OCCURS 200 TIMES INDEXED BY INVOICE-INDEX.
		03 WS-VI-VENDOR-NO	PICTURE IS X(5).
		03 WS-VI-INVOICE-NO	PICTURE IS X(10).
		03 WS-VI-PO-NUMBER	PICTURE IS 9(6).
		03 WS-VI-ITEM-NO	PICTURE IS X(6).
		03 WS-VI-QTY-BILLED	PICTURE IS 9(5).
		03 WS-VI-UNIT-PRICE	PICTURE IS 9(4)V99.
		03 WS-VI-INVOICE-DATE	PICTURE IS 9(8).
		03 WS-VI-PO-FOUND	PICTURE IS X(1).
		03 WS-VI-PO-VENDOR-NO	PICTURE IS X(5).
		03 WS-VI-LOC-CODE	PICTURE IS X(3).
		03 WS-VI-RECEIVED-QTY	PICTURE IS S9(7).
		03 WS-VI-OPEN-QTY	PICTURE IS S9(7).
		03 WS-VI-BILLED-QTY	PICTURE IS S9(7).

01 WORK-FIELDS.
	02 WS-RUN-DATE			PICTURE IS 9(8).
	02 WS-INVOICE-NUM-IN		PICTURE IS S9(3) VALUE 0.
	02 WS-INVOICE-SUB		PICTURE IS S9(3) VALUE 0.
	02 WS-MATCH-SUB			PICTURE IS S9(3) VALUE 0.
	02 WS-INVOICES-READ		PICTURE IS 9(6) VALUE 0.
	02 WS-APPROVED-COUNT		PICTURE IS 9(5) VALUE 0.
	02 WS-EXCEPTION-COUNT		PICTURE IS 9(5) VALUE 0.
	02 WS-VOUCHER-NUMBER		PICTURE IS 9(6) VALUE 0.
	02 WS-EXCEPTION-REASON		PICTURE IS X(25).
	02 WS-QTY-AVAILABLE		PICTURE IS S9(7).
	02 WS-UNIT-COST			PICTURE IS S9(4)V9(2).
	02 WS-PRICE-VARIANCE		PICTURE IS S9(4)V9(2).
	02 WS-ALLOWED-VARIANCE		PICTURE IS S9(4)V9(2).
	02 WS-LINE-AMOUNT		PICTURE IS 9(7)V9(2).
	02 WS-APPROVED-TOTAL		PICTURE IS S9(7)V9(2) VALUE 0.
	02 WS-EXCEPTION-TOTAL		PICTURE IS S9(7)V9(2) VALUE 0.

01 EDITED-FIELDS.
	02 WS-QTY-ED			PICTURE IS Z(4)9.
	02 WS-RECEIVED-ED		PICTURE IS -(6)9.
	02 WS-BILLED-ED			PICTURE IS -(6)9.
	02 WS-PRICE-ED			PICTURE IS Z(3)9.99.
	02 WS-COST-ED			PICTURE IS Z(3)9.99.
	02 WS-AMOUNT-ED			PICTURE IS Z(6)9.99.
	02 WS-TOTAL-ED			PICTURE IS -(7)9.99.
	02 WS-TOLERANCE-ED		PICTURE IS 9.999.


PROCEDURE DIVISION.
000-MATCH-VENDOR-INVOICES.
	PERFORM 001-LOG-RUN-START.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	PERFORM 005-LOAD-PARAMETERS.
	PERFORM 010-LOAD-INVOICES.
	IF INVOICE-OVERFLOW-FLAG IS EQUAL TO 'Y' THEN
		DISPLAY 'VENDOR INVOICE FILE EXCEEDS 200 LINES - RUN ABORTED, NOTHING VOUCHERED'
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	PERFORM 020-TALLY-OPEN-POS.
	PERFORM 030-TALLY-GOODS-RECEIVED.
	PERFORM 040-TALLY-PRIOR-VOUCHERS.
	PERFORM 050-GET-NEXT-VOUCHER-NUMBER.
	OPEN INPUT INV-FILE.
	IF WS-INV-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN INV-FILE - STATUS ' WS-INV-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN EXTEND VOUCHER-FILE.
	IF WS-VOUCHER-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT VOUCHER-FILE
	END-IF.
	OPEN OUTPUT VOUCHER-REGISTER-FILE.
	OPEN OUTPUT MATCH-EXCEPTION-FILE.
	PERFORM 055-WRITE-HEADINGS.
	MOVE 0 TO WS-INVOICE-SUB.
	PERFORM 060-MATCH-ONE-LINE WS-INVOICE-NUM-IN TIMES.
	PERFORM 080-WRITE-TOTALS.
	CLOSE INV-FILE.
	CLOSE VOUCHER-FILE.
	CLOSE VOUCHER-REGISTER-FILE.
	CLOSE MATCH-EXCEPTION-FILE.
	PERFORM 090-SAVE-VOUCHER-NUMBER.
	DISPLAY 'INVOICE LINES READ: ' WS-INVOICES-READ.
	DISPLAY 'VOUCHERS APPROVED: ' WS-APPROVED-COUNT.
	DISPLAY 'MATCH EXCEPTIONS: ' WS-EXCEPTION-COUNT.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.

001-LOG-RUN-START.
	OPEN EXTEND RUN-LOG-FILE.
	IF WS-RUN-LOG-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT RUN-LOG-FILE
	END-IF.
	MOVE SPACE TO RUN-LOG-RECORD.
	MOVE 'VENDORINVOICEMATCH' TO RL-PROGRAM-NAME.
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
	MOVE 'VENDORINVOICEMATCH' TO RL-PROGRAM-NAME.
	ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
	ACCEPT RL-RUN-TIME FROM TIME.
	MOVE 'E' TO RL-PHASE.
	MOVE WS-INVOICES-READ TO RL-RECORDS-READ.
	MOVE WS-APPROVED-COUNT TO RL-RECORDS-POSTED.
	MOVE WS-EXCEPTION-COUNT TO RL-RECORDS-REJECTED.
	MOVE WS-APPROVED-TOTAL TO RL-MONEY-TOTAL.
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
	OPEN INPUT MATCH-PARAM-FILE.
	IF WS-MATCH-PARAM-FILE-STATUS IS NOT EQUAL TO '35' THEN
		READ MATCH-PARAM-FILE INTO MATCH-PARAM-RECORD
			AT END
				CONTINUE
			NOT AT END
				MOVE PARAM-PRICE-TOLERANCE TO WS-PRICE-TOLERANCE
		END-READ
		CLOSE MATCH-PARAM-FILE
	END-IF.

010-LOAD-INVOICES.
	OPEN INPUT VENDOR-INVOICE-FILE.
	IF WS-VENDOR-INVOICE-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'Y' TO INVOICE-EOF-SWITCH
	ELSE
		PERFORM UNTIL INVOICE-EOF-SWITCH IS EQUAL TO 'Y'
			READ VENDOR-INVOICE-FILE INTO VENDOR-INVOICE-RECORD
				AT END
					MOVE 'Y' TO INVOICE-EOF-SWITCH
				NOT AT END
					ADD 1 TO WS-INVOICES-READ
					PERFORM 015-RECORD-ONE-INVOICE
			END-READ
		END-PERFORM
		CLOSE VENDOR-INVOICE-FILE
	END-IF.

015-RECORD-ONE-INVOICE.
	IF WS-INVOICE-NUM-IN IS EQUAL TO 200 THEN
		MOVE 'Y' TO INVOICE-OVERFLOW-FLAG
	ELSE
		ADD 1 TO WS-INVOICE-NUM-IN
		MOVE VI-VENDOR-NO TO WS-VI-VENDOR-NO(WS-INVOICE-NUM-IN)
		MOVE VI-INVOICE-NO TO WS-VI-INVOICE-NO(WS-INVOICE-NUM-IN)
		MOVE VI-PO-NUMBER TO WS-VI-PO-NUMBER(WS-INVOICE-NUM-IN)
		MOVE VI-ITEM-NO TO WS-VI-ITEM-NO(WS-INVOICE-NUM-IN)
		MOVE VI-QTY-BILLED TO WS-VI-QTY-BILLED(WS-INVOICE-NUM-IN)
		MOVE VI-UNIT-PRICE TO WS-VI-UNIT-PRICE(WS-INVOICE-NUM-IN)
		MOVE VI-INVOICE-DATE TO WS-VI-INVOICE-DATE(WS-INVOICE-NUM-IN)
		MOVE 'N' TO WS-VI-PO-FOUND(WS-INVOICE-NUM-IN)
		MOVE SPACE TO WS-VI-PO-VENDOR-NO(WS-INVOICE-NUM-IN)
		MOVE SPACE TO WS-VI-LOC-CODE(WS-INVOICE-NUM-IN)
		MOVE 0 TO WS-VI-RECEIVED-QTY(WS-INVOICE-NUM-IN)
		MOVE 0 TO WS-VI-OPEN-QTY(WS-INVOICE-NUM-IN)
		MOVE 0 TO WS-VI-BILLED-QTY(WS-INVOICE-NUM-IN)
	END-IF.

020-TALLY-OPEN-POS.
	OPEN INPUT OPEN-PO-FILE.
	IF WS-OPEN-PO-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'Y' TO OPEN-PO-EOF-SWITCH
	ELSE
		PERFORM UNTIL OPEN-PO-EOF-SWITCH IS EQUAL TO 'Y'
			READ OPEN-PO-FILE INTO OPEN-PO-RECORD
				AT END
					MOVE 'Y' TO OPEN-PO-EOF-SWITCH
				NOT AT END
					MOVE 0 TO WS-MATCH-SUB
					PERFORM 025-APPLY-OPEN-PO WS-INVOICE-NUM-IN TIMES
			END-READ
		END-PERFORM
		CLOSE OPEN-PO-FILE
	END-IF.

025-APPLY-OPEN-PO.
	ADD 1 TO WS-MATCH-SUB.
	IF OPO-PO-NUMBER IS EQUAL TO WS-VI-PO-NUMBER(WS-MATCH-SUB)
			AND OPO-ITEM-NO IS EQUAL TO WS-VI-ITEM-NO(WS-MATCH-SUB)
			AND OPO-STATUS IS EQUAL TO 'O' THEN
		MOVE 'Y' TO WS-VI-PO-FOUND(WS-MATCH-SUB)
		MOVE OPO-VENDOR-NO TO WS-VI-PO-VENDOR-NO(WS-MATCH-SUB)
		IF WS-VI-LOC-CODE(WS-MATCH-SUB) IS EQUAL TO SPACE THEN
			MOVE OPO-LOC-CODE TO WS-VI-LOC-CODE(WS-MATCH-SUB)
		END-IF
		ADD OPO-ORDER-QTY TO WS-VI-OPEN-QTY(WS-MATCH-SUB)
	END-IF.

030-TALLY-GOODS-RECEIVED.
	OPEN INPUT GOODS-RECEIVED-FILE.
	IF WS-GOODS-RECEIVED-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'Y' TO GOODS-EOF-SWITCH
	ELSE
		PERFORM UNTIL GOODS-EOF-SWITCH IS EQUAL TO 'Y'
			READ GOODS-RECEIVED-FILE INTO GOODS-RECEIVED-RECORD
				AT END
					MOVE 'Y' TO GOODS-EOF-SWITCH
				NOT AT END
					MOVE 0 TO WS-MATCH-SUB
					PERFORM 035-APPLY-RECEIPT WS-INVOICE-NUM-IN TIMES
			END-READ
		END-PERFORM
		CLOSE GOODS-RECEIVED-FILE
	END-IF.

035-APPLY-RECEIPT.
	ADD 1 TO WS-MATCH-SUB.
	IF GR-PO-NUMBER IS EQUAL TO WS-VI-PO-NUMBER(WS-MATCH-SUB)
			AND GR-ITEM-NO IS EQUAL TO WS-VI-ITEM-NO(WS-MATCH-SUB) THEN
		MOVE 'Y' TO WS-VI-PO-FOUND(WS-MATCH-SUB)
		MOVE GR-VENDOR-NO TO WS-VI-PO-VENDOR-NO(WS-MATCH-SUB)
		MOVE GR-LOC-CODE TO WS-VI-LOC-CODE(WS-MATCH-SUB)
		ADD GR-QTY TO WS-VI-RECEIVED-QTY(WS-MATCH-SUB)
	END-IF.

040-TALLY-PRIOR-VOUCHERS.
	OPEN INPUT VOUCHER-FILE.
	IF WS-VOUCHER-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'Y' TO VOUCHER-EOF-SWITCH
	ELSE
		PERFORM UNTIL VOUCHER-EOF-SWITCH IS EQUAL TO 'Y'
			READ VOUCHER-FILE INTO VOUCHER-RECORD
				AT END
					MOVE 'Y' TO VOUCHER-EOF-SWITCH
				NOT AT END
					MOVE 0 TO WS-MATCH-SUB
					PERFORM 045-APPLY-PRIOR-VOUCHER WS-INVOICE-NUM-IN TIMES
			END-READ
		END-PERFORM
		CLOSE VOUCHER-FILE
	END-IF.

045-APPLY-PRIOR-VOUCHER.
	ADD 1 TO WS-MATCH-SUB.
	IF VCH-PO-NUMBER IS EQUAL TO WS-VI-PO-NUMBER(WS-MATCH-SUB)
			AND VCH-ITEM-NO IS EQUAL TO WS-VI-ITEM-NO(WS-MATCH-SUB) THEN
		ADD VCH-QTY TO WS-VI-BILLED-QTY(WS-MATCH-SUB)
	END-IF.

050-GET-NEXT-VOUCHER-NUMBER.
	MOVE 0 TO WS-VOUCHER-NUMBER.
	MOVE 0 TO VOUCHER-LAST-NUMBER.
	OPEN INPUT VOUCHER-SEQUENCE-FILE.
	IF WS-VOUCHER-SEQUENCE-FILE-STATUS IS NOT EQUAL TO '35' THEN
		READ VOUCHER-SEQUENCE-FILE INTO VOUCHER-SEQUENCE-RECORD
			AT END
				MOVE 0 TO VOUCHER-LAST-NUMBER
		END-READ
		CLOSE VOUCHER-SEQUENCE-FILE
	END-IF.
	MOVE VOUCHER-LAST-NUMBER TO WS-VOUCHER-NUMBER.

090-SAVE-VOUCHER-NUMBER.
	MOVE WS-VOUCHER-NUMBER TO VOUCHER-LAST-NUMBER.
	OPEN OUTPUT VOUCHER-SEQUENCE-FILE.
	WRITE VOUCHER-SEQUENCE-RECORD.
	CLOSE VOUCHER-SEQUENCE-FILE.

055-WRITE-HEADINGS.
	MOVE SPACE TO VOUCHER-REGISTER-RECORD.
	STRING 'ACCOUNTS PAYABLE VOUCHER REGISTER - APPROVED TO PAY - RUN DATE '
		WS-RUN-DATE
		DELIMITED BY SIZE INTO VOUCHER-REGISTER-RECORD.
	WRITE VOUCHER-REGISTER-RECORD.
	MOVE SPACE TO VOUCHER-REGISTER-RECORD.
	WRITE VOUCHER-REGISTER-RECORD.
	MOVE WS-PRICE-TOLERANCE TO WS-TOLERANCE-ED.
	MOVE SPACE TO MATCH-EXCEPTION-RECORD.
	STRING 'VENDOR INVOICE MATCH EXCEPTIONS - RUN DATE ' WS-RUN-DATE
		'  PRICE TOLERANCE ' WS-TOLERANCE-ED
		DELIMITED BY SIZE INTO MATCH-EXCEPTION-RECORD.
	WRITE MATCH-EXCEPTION-RECORD.
	MOVE SPACE TO MATCH-EXCEPTION-RECORD.
	WRITE MATCH-EXCEPTION-RECORD.

060-MATCH-ONE-LINE.
	ADD 1 TO WS-INVOICE-SUB.
	MOVE SPACE TO WS-EXCEPTION-REASON.
	MOVE 'N' TO AMOUNT-OVERFLOW-FLAG.
	MULTIPLY WS-VI-QTY-BILLED(WS-INVOICE-SUB) BY WS-VI-UNIT-PRICE(WS-INVOICE-SUB)
		GIVING WS-LINE-AMOUNT
		ON SIZE ERROR
			MOVE 'Y' TO AMOUNT-OVERFLOW-FLAG
			MOVE 0 TO WS-LINE-AMOUNT
	END-MULTIPLY.
	COMPUTE WS-QTY-AVAILABLE =
		WS-VI-RECEIVED-QTY(WS-INVOICE-SUB) - WS-VI-BILLED-QTY(WS-INVOICE-SUB).
	IF WS-VI-PO-FOUND(WS-INVOICE-SUB) IS EQUAL TO 'N' THEN
		MOVE 'NO MATCHING PO' TO WS-EXCEPTION-REASON
	ELSE
		IF WS-VI-VENDOR-NO(WS-INVOICE-SUB) IS NOT EQUAL TO
				WS-VI-PO-VENDOR-NO(WS-INVOICE-SUB) THEN
			MOVE 'VENDOR DOES NOT MATCH PO' TO WS-EXCEPTION-REASON
		ELSE
			IF WS-VI-RECEIVED-QTY(WS-INVOICE-SUB) IS EQUAL TO 0 THEN
				MOVE 'GOODS NEVER RECEIVED' TO WS-EXCEPTION-REASON
			ELSE
				IF WS-VI-QTY-BILLED(WS-INVOICE-SUB) IS GREATER THAN
						WS-QTY-AVAILABLE THEN
					MOVE 'QTY OVER-BILLED' TO WS-EXCEPTION-REASON
				ELSE
					PERFORM 065-CHECK-PRICE
				END-IF
			END-IF
		END-IF
	END-IF.
	IF WS-EXCEPTION-REASON IS EQUAL TO SPACE
			AND AMOUNT-OVERFLOW-FLAG IS EQUAL TO 'Y' THEN
		MOVE 'LINE AMOUNT OVERFLOW' TO WS-EXCEPTION-REASON
	END-IF.
	IF WS-EXCEPTION-REASON IS EQUAL TO SPACE THEN
		PERFORM 070-APPROVE-VOUCHER
	ELSE
		PERFORM 075-WRITE-EXCEPTION
	END-IF.

065-CHECK-PRICE.
	MOVE WS-VI-ITEM-NO(WS-INVOICE-SUB) TO INV-ITEM-NO.
	MOVE WS-VI-LOC-CODE(WS-INVOICE-SUB) TO INV-LOC-CODE.
	READ INV-FILE
		INVALID KEY
			MOVE 'N' TO INV-FOUND-FLAG
		NOT INVALID KEY
			MOVE 'Y' TO INV-FOUND-FLAG
	END-READ.
	IF INV-FOUND-FLAG IS EQUAL TO 'N' THEN
		MOVE 'ITEM NOT ON INV-FILE' TO WS-EXCEPTION-REASON
	ELSE
		MOVE INV-UNIT-COST TO WS-UNIT-COST
		COMPUTE WS-PRICE-VARIANCE =
			WS-VI-UNIT-PRICE(WS-INVOICE-SUB) - WS-UNIT-COST
		IF WS-PRICE-VARIANCE IS LESS THAN 0 THEN
			MULTIPLY -1 BY WS-PRICE-VARIANCE
		END-IF
		COMPUTE WS-ALLOWED-VARIANCE ROUNDED =
			WS-UNIT-COST * WS-PRICE-TOLERANCE
		IF WS-PRICE-VARIANCE IS GREATER THAN WS-ALLOWED-VARIANCE THEN
			MOVE 'PRICE VARIANCE' TO WS-EXCEPTION-REASON
		END-IF
	END-IF.

070-APPROVE-VOUCHER.
	ADD 1 TO WS-VOUCHER-NUMBER.
	ADD 1 TO WS-APPROVED-COUNT.
	ADD WS-LINE-AMOUNT TO WS-APPROVED-TOTAL.
	MOVE SPACE TO VOUCHER-RECORD.
	MOVE WS-VOUCHER-NUMBER TO VCH-VOUCHER-NO.
	MOVE WS-RUN-DATE TO VCH-RUN-DATE.
	MOVE WS-VI-VENDOR-NO(WS-INVOICE-SUB) TO VCH-VENDOR-NO.
	MOVE WS-VI-INVOICE-NO(WS-INVOICE-SUB) TO VCH-INVOICE-NO.
	MOVE WS-VI-PO-NUMBER(WS-INVOICE-SUB) TO VCH-PO-NUMBER.
	MOVE WS-VI-ITEM-NO(WS-INVOICE-SUB) TO VCH-ITEM-NO.
	MOVE WS-VI-QTY-BILLED(WS-INVOICE-SUB) TO VCH-QTY.
	MOVE WS-VI-UNIT-PRICE(WS-INVOICE-SUB) TO VCH-UNIT-PRICE.
	MOVE WS-LINE-AMOUNT TO VCH-AMOUNT.
	MOVE WS-VI-INVOICE-DATE(WS-INVOICE-SUB) TO VCH-INVOICE-DATE.
	WRITE VOUCHER-RECORD.
	MOVE WS-VI-QTY-BILLED(WS-INVOICE-SUB) TO WS-QTY-ED.
	MOVE WS-VI-UNIT-PRICE(WS-INVOICE-SUB) TO WS-PRICE-ED.
	MOVE WS-LINE-AMOUNT TO WS-AMOUNT-ED.
	MOVE SPACE TO VOUCHER-REGISTER-RECORD.
	STRING 'VOUCHER ' WS-VOUCHER-NUMBER
		'  VENDOR ' WS-VI-VENDOR-NO(WS-INVOICE-SUB)
		'  INV ' WS-VI-INVOICE-NO(WS-INVOICE-SUB)
		'  DATED ' WS-VI-INVOICE-DATE(WS-INVOICE-SUB)
		'  PO ' WS-VI-PO-NUMBER(WS-INVOICE-SUB)
		'  ITEM ' WS-VI-ITEM-NO(WS-INVOICE-SUB)
		'  QTY ' WS-QTY-ED
		'  PRICE ' WS-PRICE-ED
		'  AMOUNT ' WS-AMOUNT-ED
		DELIMITED BY SIZE INTO VOUCHER-REGISTER-RECORD.
	WRITE VOUCHER-REGISTER-RECORD.
	MOVE 0 TO WS-MATCH-SUB.
	PERFORM 072-CARRY-BILLED-QTY WS-INVOICE-NUM-IN TIMES.

072-CARRY-BILLED-QTY.
	ADD 1 TO WS-MATCH-SUB.
	IF WS-VI-PO-NUMBER(WS-MATCH-SUB) IS EQUAL TO WS-VI-PO-NUMBER(WS-INVOICE-SUB)
			AND WS-VI-ITEM-NO(WS-MATCH-SUB) IS EQUAL TO
				WS-VI-ITEM-NO(WS-INVOICE-SUB) THEN
		ADD WS-VI-QTY-BILLED(WS-INVOICE-SUB) TO WS-VI-BILLED-QTY(WS-MATCH-SUB)
	END-IF.

075-WRITE-EXCEPTION.
	ADD 1 TO WS-EXCEPTION-COUNT.
	ADD WS-LINE-AMOUNT TO WS-EXCEPTION-TOTAL.
	MOVE WS-VI-QTY-BILLED(WS-INVOICE-SUB) TO WS-QTY-ED.
	MOVE WS-VI-UNIT-PRICE(WS-INVOICE-SUB) TO WS-PRICE-ED.
	MOVE WS-LINE-AMOUNT TO WS-AMOUNT-ED.
	MOVE SPACE TO MATCH-EXCEPTION-RECORD.
	STRING 'VENDOR ' WS-VI-VENDOR-NO(WS-INVOICE-SUB)
		'  INV ' WS-VI-INVOICE-NO(WS-INVOICE-SUB)
		'  PO ' WS-VI-PO-NUMBER(WS-INVOICE-SUB)
		'  ITEM ' WS-VI-ITEM-NO(WS-INVOICE-SUB)
		'  QTY ' WS-QTY-ED
		'  PRICE ' WS-PRICE-ED
		'  AMOUNT ' WS-AMOUNT-ED
		'  HELD - ' WS-EXCEPTION-REASON
		DELIMITED BY SIZE INTO MATCH-EXCEPTION-RECORD.
	WRITE MATCH-EXCEPTION-RECORD.
	IF WS-EXCEPTION-REASON IS EQUAL TO 'VENDOR DOES NOT MATCH PO' THEN
		MOVE SPACE TO MATCH-EXCEPTION-RECORD
		STRING '          PO WAS ISSUED TO VENDOR '
			WS-VI-PO-VENDOR-NO(WS-INVOICE-SUB)
			DELIMITED BY SIZE INTO MATCH-EXCEPTION-RECORD
		WRITE MATCH-EXCEPTION-RECORD
	END-IF.
	IF WS-EXCEPTION-REASON IS EQUAL TO 'QTY OVER-BILLED' THEN
		MOVE WS-VI-RECEIVED-QTY(WS-INVOICE-SUB) TO WS-RECEIVED-ED
		MOVE WS-VI-BILLED-QTY(WS-INVOICE-SUB) TO WS-BILLED-ED
		MOVE SPACE TO MATCH-EXCEPTION-RECORD
		STRING '          RECEIVED ' WS-RECEIVED-ED
			'  ALREADY VOUCHERED ' WS-BILLED-ED
			DELIMITED BY SIZE INTO MATCH-EXCEPTION-RECORD
		WRITE MATCH-EXCEPTION-RECORD
	END-IF.
	IF WS-EXCEPTION-REASON IS EQUAL TO 'GOODS NEVER RECEIVED' THEN
		MOVE WS-VI-OPEN-QTY(WS-INVOICE-SUB) TO WS-RECEIVED-ED
		MOVE SPACE TO MATCH-EXCEPTION-RECORD
		STRING '          NO RECEIPTS AGAINST PO LINE - STILL ON ORDER '
			WS-RECEIVED-ED
			DELIMITED BY SIZE INTO MATCH-EXCEPTION-RECORD
		WRITE MATCH-EXCEPTION-RECORD
	END-IF.
	IF WS-EXCEPTION-REASON IS EQUAL TO 'PRICE VARIANCE' THEN
		MOVE WS-UNIT-COST TO WS-COST-ED
		MOVE SPACE TO MATCH-EXCEPTION-RECORD
		STRING '          INV-UNIT-COST ' WS-COST-ED
			' AT LOCATION ' WS-VI-LOC-CODE(WS-INVOICE-SUB)
			DELIMITED BY SIZE INTO MATCH-EXCEPTION-RECORD
		WRITE MATCH-EXCEPTION-RECORD
	END-IF.
	IF AMOUNT-OVERFLOW-FLAG IS EQUAL TO 'Y' THEN
		MOVE SPACE TO MATCH-EXCEPTION-RECORD
		STRING '          QTY TIMES PRICE EXCEEDS 9999999.99'
			' - AMOUNT NOT INCLUDED IN TOTAL HELD'
			DELIMITED BY SIZE INTO MATCH-EXCEPTION-RECORD
		WRITE MATCH-EXCEPTION-RECORD
	END-IF.

080-WRITE-TOTALS.
	MOVE WS-APPROVED-TOTAL TO WS-TOTAL-ED.
	MOVE SPACE TO VOUCHER-REGISTER-RECORD.
	WRITE VOUCHER-REGISTER-RECORD.
	MOVE SPACE TO VOUCHER-REGISTER-RECORD.
	STRING 'VOUCHERS APPROVED: ' WS-APPROVED-COUNT
		'   TOTAL APPROVED TO PAY: ' WS-TOTAL-ED
		DELIMITED BY SIZE INTO VOUCHER-REGISTER-RECORD.
	WRITE VOUCHER-REGISTER-RECORD.
	MOVE WS-EXCEPTION-TOTAL TO WS-TOTAL-ED.
	MOVE SPACE TO MATCH-EXCEPTION-RECORD.
	WRITE MATCH-EXCEPTION-RECORD.
	MOVE SPACE TO MATCH-EXCEPTION-RECORD.
	STRING 'LINES HELD: ' WS-EXCEPTION-COUNT
		'   TOTAL HELD: ' WS-TOTAL-ED
		DELIMITED BY SIZE INTO MATCH-EXCEPTION-RECORD.
	WRITE MATCH-EXCEPTION-RECORD.
