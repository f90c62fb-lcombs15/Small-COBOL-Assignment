IDENTIFICATION DIVISION.
PROGRAM-ID.  "NKU CSC407 VENDOR RETURNS".

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LUCAS-UBUNTU.
OBJECT-COMPUTER. LUCAS-UBUNTU.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT RETURN-REQUEST-FILE ASSIGN TO "data_files/return_to_vendor.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RETURN-REQUEST-FILE-STATUS.
	SELECT GOODS-RECEIVED-FILE ASSIGN TO "data_files/goods_received.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-GOODS-RECEIVED-FILE-STATUS.
	SELECT VENDOR-RETURN-FILE ASSIGN TO "data_files/vendor_returns.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VENDOR-RETURN-FILE-STATUS.
	SELECT OPEN-PO-FILE ASSIGN TO "data_files/open_pos.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-OPEN-PO-FILE-STATUS.
	SELECT INV-FILE ASSIGN TO "data_files/inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS INV-KEY
		FILE STATUS IS WS-INV-FILE-STATUS.
	SELECT LOT-FILE ASSIGN TO "data_files/lots.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LOT-KEY
		FILE STATUS IS WS-LOT-FILE-STATUS.
	SELECT VENDOR-FILE ASSIGN TO "data_files/vendors.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS VENDOR-NO
		FILE STATUS IS WS-VENDOR-FILE-STATUS.
	SELECT MEMO-SEQUENCE-FILE ASSIGN TO "data_files/debit_memo_sequence.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-MEMO-SEQUENCE-FILE-STATUS.
	SELECT DEBIT-MEMO-FILE ASSIGN TO "data_files/debit_memos.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RETURN-REGISTER-FILE ASSIGN TO "data_files/vendor_return_register.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD RETURN-REQUEST-FILE
	LABEL RECORDS ARE STANDARD.

01 RETURN-REQUEST-RECORD.
	02 RR-VENDOR-NO		PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5).
	02 RR-PO-NUMBER		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 RR-ITEM-NO		PICTURE IS X(6).
	02 FILLER		PICTURE IS X(5).
	02 RR-LOC-CODE		PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5).
	02 RR-QTY		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 RR-REASON-CODE	PICTURE IS X(2).
	02 FILLER		PICTURE IS X(5).
	02 RR-PO-ACTION		PICTURE IS X(1).
	02 FILLER		PICTURE IS X(5).
	02 RR-LOT-NO		PICTURE IS X(10).

FD GOODS-RECEIVED-FILE
	LABEL RECORDS ARE STANDARD.

COPY "goodsrcvrec.cpy".

FD VENDOR-RETURN-FILE
	LABEL RECORDS ARE STANDARD.

COPY "vendrtnrec.cpy".

FD OPEN-PO-FILE
	LABEL RECORDS ARE STANDARD.

COPY "openporec.cpy".

FD INV-FILE
	LABEL RECORDS ARE STANDARD.

COPY "invrec.cpy".

FD LOT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "lotrec.cpy".

FD VENDOR-FILE
	LABEL RECORDS ARE STANDARD.

COPY "vendrec.cpy".

FD MEMO-SEQUENCE-FILE
	LABEL RECORDS ARE STANDARD.

01 MEMO-SEQUENCE-RECORD.
	02 MEMO-LAST-NUMBER		PICTURE IS 9(6).

FD DEBIT-MEMO-FILE
	LABEL RECORDS ARE STANDARD.

01 DEBIT-MEMO-RECORD			PICTURE IS X(132).

FD RETURN-REGISTER-FILE
	LABEL RECORDS ARE STANDARD.

01 RETURN-REGISTER-RECORD		PICTURE IS X(132).

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

COPY "runlogrec.cpy".



WORKING-STORAGE SECTION.
01 SWITCHES.
	02 REQUEST-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 GOODS-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 RETURN-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 OPEN-PO-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 LOT-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 REQUEST-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 PO-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 OPEN-PO-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 INV-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 LOT-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 VENDOR-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 REASON-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-RETURN-REQUEST-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-GOODS-RECEIVED-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-VENDOR-RETURN-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-OPEN-PO-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-FILE-STATUS			PICTURE IS X(2) VALUE IS '00'.
	02 WS-LOT-FILE-STATUS			PICTURE IS X(2) VALUE IS '00'.
	02 WS-VENDOR-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-MEMO-SEQUENCE-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.

01 REASON-CODE-VALUES.
	02 FILLER	PICTURE IS X(22) VALUE 'DMDAMAGED IN TRANSIT  '.
	02 FILLER	PICTURE IS X(22) VALUE 'WGWRONG GOODS SHIPPED '.
	02 FILLER	PICTURE IS X(22) VALUE 'DFDEFECTIVE / FAILED  '.
	02 FILLER	PICTURE IS X(22) VALUE 'EXEXPIRED / SHORT DATE'.
	02 FILLER	PICTURE IS X(22) VALUE 'OSOVER SHIPPED        '.
01 REASON-CODE-TABLE REDEFINES REASON-CODE-VALUES.
	02 WS-REASON-DETAIL OCCURS 5 TIMES INDEXED BY REASON-INDEX.
		03 WS-REASON-CODE	PICTURE IS X(2).
		03 WS-REASON-DESC	PICTURE IS X(20).

01 REQUEST-TABLE.
	02 WS-REQUEST-DETAIL OCCURS 200 TIMES INDEXED BY REQUEST-INDEX.
		03 WS-RR-VENDOR-NO	PICTURE IS X(5).
		03 WS-RR-PO-NUMBER	PICTURE IS 9(6).
		03 WS-RR-ITEM-NO	PICTURE IS X(6).
		03 WS-RR-LOC-CODE	PICTURE IS X(3).
		03 WS-RR-QTY		PICTURE IS 9(5).
		03 WS-RR-REASON-CODE	PICTURE IS X(2).
		03 WS-RR-PO-ACTION	PICTURE IS X(1).
		03 WS-RR-LOT-NO		PICTURE IS X(10).
		03 WS-RR-GR-FOUND	PICTURE IS X(1).
		03 WS-RR-GR-VENDOR-NO	PICTURE IS X(5).
		03 WS-RR-GR-ORDER-DATE	PICTURE IS 9(8).
		03 WS-RR-GR-POST-DATE	PICTURE IS 9(8).
		03 WS-RR-GR-LOT-NO	PICTURE IS X(10).
		03 WS-RR-GR-EXPIRY-DATE	PICTURE IS 9(8).
		03 WS-RR-RECEIVED-QTY	PICTURE IS S9(7).
		03 WS-RR-RETURNED-QTY	PICTURE IS S9(7).

01 OPEN-PO-TABLE.
	02 WS-OPEN-PO-DETAIL OCCURS 200 TIMES INDEXED BY OPEN-PO-INDEX.
		03 WS-OPO-PO-NUMBER	PICTURE IS 9(6).
		03 WS-OPO-VENDOR-NO	PICTURE IS X(5).
		03 WS-OPO-ITEM-NO	PICTURE IS X(6).
		03 WS-OPO-ORDER-QTY	PICTURE IS 9(5).
		03 WS-OPO-ORDER-DATE	PICTURE IS 9(8).
		03 WS-OPO-STATUS	PICTURE IS X(1).
		03 WS-OPO-LOC-CODE	PICTURE IS X(3).

01 RELIEVED-LOT-TABLE.
	02 WS-RLOT-DETAIL OCCURS 20 TIMES.
		03 WS-RLOT-NO		PICTURE IS X(10).
		03 WS-RLOT-QTY		PICTURE IS 9(5).

01 WORK-FIELDS.
	02 WS-RUN-DATE			PICTURE IS 9(8).
	02 WS-REQUEST-NUM-IN		PICTURE IS S9(3) VALUE 0.
	02 WS-REQUEST-SUB		PICTURE IS S9(3) VALUE 0.
	02 WS-MATCH-SUB			PICTURE IS S9(3) VALUE 0.
	02 WS-OPEN-PO-NUM-IN		PICTURE IS S9(3) VALUE 0.
	02 WS-PO-SUB			PICTURE IS S9(3) VALUE 0.
	02 WS-REQUESTS-READ		PICTURE IS 9(6) VALUE 0.
	02 WS-RETURNED-COUNT		PICTURE IS 9(5) VALUE 0.
	02 WS-REJECTED-COUNT		PICTURE IS 9(5) VALUE 0.
	02 WS-REOPENED-COUNT		PICTURE IS 9(5) VALUE 0.
	02 WS-CLOSED-SHORT-COUNT	PICTURE IS 9(5) VALUE 0.
	02 WS-MEMO-NUMBER		PICTURE IS 9(6) VALUE 0.
	02 WS-REJECT-REASON		PICTURE IS X(28).
	02 WS-REASON-TEXT		PICTURE IS X(20).
	02 WS-PO-NOTE			PICTURE IS X(50).
	02 WS-QTY-AVAILABLE		PICTURE IS S9(7).
	02 WS-QTY-CANCELLED		PICTURE IS 9(5).
	02 WS-REORDER-TOTAL		PICTURE IS 9(6).
	02 WS-LOT-QTY-TAKEN		PICTURE IS 9(5).
	02 WS-LOT-QTY-NEEDED		PICTURE IS 9(5).
	02 WS-REQ-LOT-EXPIRY-DATE	PICTURE IS 9(8).
	02 WS-REQ-LOT-QTY		PICTURE IS 9(5).
	02 WS-RLOT-NUM			PICTURE IS S9(3) VALUE 0.
	02 WS-RLOT-SUB			PICTURE IS S9(3) VALUE 0.
	02 WS-VR-ROW-QTY		PICTURE IS 9(5).
	02 WS-VR-ROW-LOT-NO		PICTURE IS X(10).
	02 WS-UNIT-COST			PICTURE IS S9(4)V9(2).
	02 WS-LINE-AMOUNT		PICTURE IS 9(7)V9(2).
	02 WS-MEMO-TOTAL		PICTURE IS S9(7)V9(2) VALUE 0.

01 EDITED-FIELDS.
	02 WS-QTY-ED			PICTURE IS Z(4)9.
	02 WS-RECEIVED-ED		PICTURE IS -(6)9.
	02 WS-RETURNED-ED		PICTURE IS -(6)9.
	02 WS-COST-ED			PICTURE IS Z(3)9.99.
	02 WS-AMOUNT-ED			PICTURE IS Z(6)9.99.
	02 WS-TOTAL-ED			PICTURE IS -(7)9.99.


PROCEDURE DIVISION.
000-RETURN-TO-VENDOR.
	PERFORM 001-LOG-RUN-START.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	PERFORM 010-LOAD-REQUESTS.
	IF REQUEST-OVERFLOW-FLAG IS EQUAL TO 'Y' THEN
		DISPLAY 'RETURN TO VENDOR FILE EXCEEDS 200 LINES - RUN ABORTED, NOTHING POSTED'
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	PERFORM 015-LOAD-OPEN-POS.
	IF PO-OVERFLOW-FLAG IS EQUAL TO 'Y' THEN
		DISPLAY 'OPEN PO FILE EXCEEDS 200 ROWS - RUN ABORTED, NOTHING POSTED'
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	PERFORM 020-TALLY-GOODS-RECEIVED.
	PERFORM 030-TALLY-PRIOR-RETURNS.
	PERFORM 040-GET-NEXT-MEMO-NUMBER.
	PERFORM 045-OPEN-MASTERS.
	OPEN EXTEND VENDOR-RETURN-FILE.
	IF WS-VENDOR-RETURN-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT VENDOR-RETURN-FILE
	END-IF.
	OPEN OUTPUT DEBIT-MEMO-FILE.
	OPEN OUTPUT RETURN-REGISTER-FILE.
	PERFORM 050-WRITE-HEADINGS.
	MOVE 0 TO WS-REQUEST-SUB.
	PERFORM 060-POST-ONE-RETURN WS-REQUEST-NUM-IN TIMES.
	PERFORM 090-WRITE-TOTALS.
	CLOSE INV-FILE.
	CLOSE LOT-FILE.
	CLOSE VENDOR-FILE.
	CLOSE VENDOR-RETURN-FILE.
	CLOSE DEBIT-MEMO-FILE.
	CLOSE RETURN-REGISTER-FILE.
	PERFORM 092-REWRITE-OPEN-POS.
	PERFORM 095-SAVE-MEMO-NUMBER.
	DISPLAY 'RETURN LINES READ: ' WS-REQUESTS-READ.
	DISPLAY 'RETURNED TO VENDOR: ' WS-RETURNED-COUNT.
	DISPLAY 'RETURNS REJECTED: ' WS-REJECTED-COUNT.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.

001-LOG-RUN-START.
	OPEN EXTEND RUN-LOG-FILE.
	IF WS-RUN-LOG-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT RUN-LOG-FILE
	END-IF.
	MOVE SPACE TO RUN-LOG-RECORD.
	MOVE 'VENDORRETURNS' TO RL-PROGRAM-NAME.
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
	MOVE 'VENDORRETURNS' TO RL-PROGRAM-NAME.
	ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
	ACCEPT RL-RUN-TIME FROM TIME.
	MOVE 'E' TO RL-PHASE.
	MOVE WS-REQUESTS-READ TO RL-RECORDS-READ.
	MOVE WS-RETURNED-COUNT TO RL-RECORDS-POSTED.
	MOVE WS-REJECTED-COUNT TO RL-RECORDS-REJECTED.
	MOVE WS-MEMO-TOTAL TO RL-MONEY-TOTAL.
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


010-LOAD-REQUESTS.
	OPEN INPUT RETURN-REQUEST-FILE.
	IF WS-RETURN-REQUEST-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'Y' TO REQUEST-EOF-SWITCH
	ELSE
		PERFORM UNTIL REQUEST-EOF-SWITCH IS EQUAL TO 'Y'
			READ RETURN-REQUEST-FILE INTO RETURN-REQUEST-RECORD
				AT END
					MOVE 'Y' TO REQUEST-EOF-SWITCH
				NOT AT END
					ADD 1 TO WS-REQUESTS-READ
					PERFORM 012-RECORD-ONE-REQUEST
			END-READ
		END-PERFORM
		CLOSE RETURN-REQUEST-FILE
	END-IF.

012-RECORD-ONE-REQUEST.
	IF WS-REQUEST-NUM-IN IS EQUAL TO 200 THEN
		MOVE 'Y' TO REQUEST-OVERFLOW-FLAG
	ELSE
		ADD 1 TO WS-REQUEST-NUM-IN
		MOVE RR-VENDOR-NO TO WS-RR-VENDOR-NO(WS-REQUEST-NUM-IN)
		MOVE RR-PO-NUMBER TO WS-RR-PO-NUMBER(WS-REQUEST-NUM-IN)
		MOVE RR-ITEM-NO TO WS-RR-ITEM-NO(WS-REQUEST-NUM-IN)
		MOVE RR-LOC-CODE TO WS-RR-LOC-CODE(WS-REQUEST-NUM-IN)
		IF RR-QTY IS NUMERIC THEN
			MOVE RR-QTY TO WS-RR-QTY(WS-REQUEST-NUM-IN)
		ELSE
			MOVE 0 TO WS-RR-QTY(WS-REQUEST-NUM-IN)
		END-IF
		MOVE RR-REASON-CODE TO WS-RR-REASON-CODE(WS-REQUEST-NUM-IN)
		IF RR-PO-ACTION IS EQUAL TO SPACE THEN
			MOVE 'R' TO WS-RR-PO-ACTION(WS-REQUEST-NUM-IN)
		ELSE
			MOVE RR-PO-ACTION TO WS-RR-PO-ACTION(WS-REQUEST-NUM-IN)
		END-IF
		MOVE RR-LOT-NO TO WS-RR-LOT-NO(WS-REQUEST-NUM-IN)
		MOVE 'N' TO WS-RR-GR-FOUND(WS-REQUEST-NUM-IN)
		MOVE SPACE TO WS-RR-GR-VENDOR-NO(WS-REQUEST-NUM-IN)
		MOVE 0 TO WS-RR-GR-ORDER-DATE(WS-REQUEST-NUM-IN)
		MOVE 0 TO WS-RR-GR-POST-DATE(WS-REQUEST-NUM-IN)
		MOVE SPACE TO WS-RR-GR-LOT-NO(WS-REQUEST-NUM-IN)
		MOVE 0 TO WS-RR-GR-EXPIRY-DATE(WS-REQUEST-NUM-IN)
		MOVE 0 TO WS-RR-RECEIVED-QTY(WS-REQUEST-NUM-IN)
		MOVE 0 TO WS-RR-RETURNED-QTY(WS-REQUEST-NUM-IN)
	END-IF.

015-LOAD-OPEN-POS.
	OPEN INPUT OPEN-PO-FILE.
	IF WS-OPEN-PO-FILE-STATUS IS NOT EQUAL TO '35' THEN
		PERFORM UNTIL OPEN-PO-EOF-SWITCH IS EQUAL TO 'Y'
			READ OPEN-PO-FILE INTO OPEN-PO-RECORD
				AT END
					MOVE 'Y' TO OPEN-PO-EOF-SWITCH
				NOT AT END
					IF WS-OPEN-PO-NUM-IN IS EQUAL TO 200 THEN
						MOVE 'Y' TO PO-OVERFLOW-FLAG
					ELSE
						ADD 1 TO WS-OPEN-PO-NUM-IN
						MOVE OPO-PO-NUMBER TO WS-OPO-PO-NUMBER(WS-OPEN-PO-NUM-IN)
						MOVE OPO-VENDOR-NO TO WS-OPO-VENDOR-NO(WS-OPEN-PO-NUM-IN)
						MOVE OPO-ITEM-NO TO WS-OPO-ITEM-NO(WS-OPEN-PO-NUM-IN)
						MOVE OPO-ORDER-QTY TO WS-OPO-ORDER-QTY(WS-OPEN-PO-NUM-IN)
						MOVE OPO-ORDER-DATE TO WS-OPO-ORDER-DATE(WS-OPEN-PO-NUM-IN)
						MOVE OPO-STATUS TO WS-OPO-STATUS(WS-OPEN-PO-NUM-IN)
						MOVE OPO-LOC-CODE TO WS-OPO-LOC-CODE(WS-OPEN-PO-NUM-IN)
					END-IF
			END-READ
		END-PERFORM
		CLOSE OPEN-PO-FILE
	END-IF.

020-TALLY-GOODS-RECEIVED.
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
					PERFORM 025-APPLY-RECEIPT WS-REQUEST-NUM-IN TIMES
			END-READ
		END-PERFORM
		CLOSE GOODS-RECEIVED-FILE
	END-IF.

025-APPLY-RECEIPT.
	ADD 1 TO WS-MATCH-SUB.
	IF GR-PO-NUMBER IS EQUAL TO WS-RR-PO-NUMBER(WS-MATCH-SUB)
			AND GR-ITEM-NO IS EQUAL TO WS-RR-ITEM-NO(WS-MATCH-SUB)
			AND GR-LOC-CODE IS EQUAL TO WS-RR-LOC-CODE(WS-MATCH-SUB) THEN
		MOVE 'Y' TO WS-RR-GR-FOUND(WS-MATCH-SUB)
		MOVE GR-VENDOR-NO TO WS-RR-GR-VENDOR-NO(WS-MATCH-SUB)
		MOVE GR-ORDER-DATE TO WS-RR-GR-ORDER-DATE(WS-MATCH-SUB)
		MOVE GR-POST-DATE TO WS-RR-GR-POST-DATE(WS-MATCH-SUB)
		MOVE GR-LOT-NO TO WS-RR-GR-LOT-NO(WS-MATCH-SUB)
		MOVE GR-EXPIRY-DATE TO WS-RR-GR-EXPIRY-DATE(WS-MATCH-SUB)
		ADD GR-QTY TO WS-RR-RECEIVED-QTY(WS-MATCH-SUB)
	END-IF.

030-TALLY-PRIOR-RETURNS.
	OPEN INPUT VENDOR-RETURN-FILE.
	IF WS-VENDOR-RETURN-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'Y' TO RETURN-EOF-SWITCH
	ELSE
		PERFORM UNTIL RETURN-EOF-SWITCH IS EQUAL TO 'Y'
			READ VENDOR-RETURN-FILE INTO VENDOR-RETURN-RECORD
				AT END
					MOVE 'Y' TO RETURN-EOF-SWITCH
				NOT AT END
					MOVE 0 TO WS-MATCH-SUB
					PERFORM 035-APPLY-PRIOR-RETURN WS-REQUEST-NUM-IN TIMES
			END-READ
		END-PERFORM
		CLOSE VENDOR-RETURN-FILE
	END-IF.

035-APPLY-PRIOR-RETURN.
	ADD 1 TO WS-MATCH-SUB.
	IF VR-PO-NUMBER IS EQUAL TO WS-RR-PO-NUMBER(WS-MATCH-SUB)
			AND VR-ITEM-NO IS EQUAL TO WS-RR-ITEM-NO(WS-MATCH-SUB)
			AND VR-LOC-CODE IS EQUAL TO WS-RR-LOC-CODE(WS-MATCH-SUB) THEN
		ADD VR-QTY TO WS-RR-RETURNED-QTY(WS-MATCH-SUB)
	END-IF.

040-GET-NEXT-MEMO-NUMBER.
	MOVE 0 TO WS-MEMO-NUMBER.
	MOVE 0 TO MEMO-LAST-NUMBER.
	OPEN INPUT MEMO-SEQUENCE-FILE.
	IF WS-MEMO-SEQUENCE-FILE-STATUS IS NOT EQUAL TO '35' THEN
		READ MEMO-SEQUENCE-FILE INTO MEMO-SEQUENCE-RECORD
			AT END
				MOVE 0 TO MEMO-LAST-NUMBER
		END-READ
		CLOSE MEMO-SEQUENCE-FILE
	END-IF.
	MOVE MEMO-LAST-NUMBER TO WS-MEMO-NUMBER.

045-OPEN-MASTERS.
	OPEN I-O INV-FILE.
	IF WS-INV-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN INV-FILE - STATUS ' WS-INV-FILE-STATUS
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
	OPEN INPUT VENDOR-FILE.
	IF WS-VENDOR-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN VENDOR-FILE - STATUS ' WS-VENDOR-FILE-STATUS
		CLOSE INV-FILE
		CLOSE LOT-FILE
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.

050-WRITE-HEADINGS.
	MOVE SPACE TO RETURN-REGISTER-RECORD.
	STRING 'RETURN TO VENDOR REGISTER - RUN DATE ' WS-RUN-DATE
		DELIMITED BY SIZE INTO RETURN-REGISTER-RECORD.
	WRITE RETURN-REGISTER-RECORD.
	MOVE SPACE TO RETURN-REGISTER-RECORD.
	WRITE RETURN-REGISTER-RECORD.

060-POST-ONE-RETURN.
	ADD 1 TO WS-REQUEST-SUB.
	PERFORM 062-CHECK-RETURN.
	IF WS-REJECT-REASON IS EQUAL TO SPACE THEN
		PERFORM 064-CHECK-INVENTORY
	END-IF.
	IF WS-REJECT-REASON IS EQUAL TO SPACE THEN
		ADD 1 TO WS-MEMO-NUMBER
		ADD 1 TO WS-RETURNED-COUNT
		SUBTRACT WS-RR-QTY(WS-REQUEST-SUB) FROM INV-QTY
		REWRITE INV-RECORD
		MOVE INV-UNIT-COST TO WS-UNIT-COST
		MULTIPLY WS-RR-QTY(WS-REQUEST-SUB) BY WS-UNIT-COST
			GIVING WS-LINE-AMOUNT
		ADD WS-LINE-AMOUNT TO WS-MEMO-TOTAL
		PERFORM 066-RELIEVE-LOT
		PERFORM 070-ADJUST-OPEN-PO
		PERFORM 075-LOG-VENDOR-RETURN
		PERFORM 080-PRINT-DEBIT-MEMO
		PERFORM 085-WRITE-POSTED-LINE
		MOVE 0 TO WS-MATCH-SUB
		PERFORM 068-CARRY-RETURNED-QTY WS-REQUEST-NUM-IN TIMES
	ELSE
		ADD 1 TO WS-REJECTED-COUNT
		PERFORM 087-WRITE-REJECT-LINE
	END-IF.

062-CHECK-RETURN.
	MOVE SPACE TO WS-REJECT-REASON.
	MOVE 'N' TO REASON-FOUND-FLAG.
	MOVE SPACE TO WS-REASON-TEXT.
	SET REASON-INDEX TO 1.
	SEARCH WS-REASON-DETAIL
		WHEN WS-REASON-CODE(REASON-INDEX) = WS-RR-REASON-CODE(WS-REQUEST-SUB)
			MOVE 'Y' TO REASON-FOUND-FLAG
			MOVE WS-REASON-DESC(REASON-INDEX) TO WS-REASON-TEXT
	END-SEARCH.
	COMPUTE WS-QTY-AVAILABLE =
		WS-RR-RECEIVED-QTY(WS-REQUEST-SUB) - WS-RR-RETURNED-QTY(WS-REQUEST-SUB).
	IF WS-RR-QTY(WS-REQUEST-SUB) IS EQUAL TO 0 THEN
		MOVE 'INVALID QTY' TO WS-REJECT-REASON
	ELSE
		IF REASON-FOUND-FLAG IS EQUAL TO 'N' THEN
			MOVE 'INVALID REASON CODE' TO WS-REJECT-REASON
		ELSE
			IF WS-RR-PO-ACTION(WS-REQUEST-SUB) IS NOT EQUAL TO 'R'
					AND WS-RR-PO-ACTION(WS-REQUEST-SUB) IS NOT EQUAL TO 'C' THEN
				MOVE 'INVALID PO ACTION' TO WS-REJECT-REASON
			ELSE
				IF WS-RR-GR-FOUND(WS-REQUEST-SUB) IS EQUAL TO 'N' THEN
					MOVE 'NOT RECEIVED ON PO AT LOC' TO WS-REJECT-REASON
				ELSE
					IF WS-RR-VENDOR-NO(WS-REQUEST-SUB) IS NOT EQUAL TO
							WS-RR-GR-VENDOR-NO(WS-REQUEST-SUB) THEN
						MOVE 'VENDOR DOES NOT MATCH PO' TO WS-REJECT-REASON
					ELSE
						IF WS-RR-QTY(WS-REQUEST-SUB) IS GREATER THAN
								WS-QTY-AVAILABLE THEN
							MOVE 'EXCEEDS QTY RECEIVED' TO WS-REJECT-REASON
						END-IF
					END-IF
				END-IF
			END-IF
		END-IF
	END-IF.

064-CHECK-INVENTORY.
	MOVE WS-RR-ITEM-NO(WS-REQUEST-SUB) TO INV-ITEM-NO.
	MOVE WS-RR-LOC-CODE(WS-REQUEST-SUB) TO INV-LOC-CODE.
	READ INV-FILE
		INVALID KEY
			MOVE 'N' TO INV-FOUND-FLAG
		NOT INVALID KEY
			MOVE 'Y' TO INV-FOUND-FLAG
	END-READ.
	IF INV-FOUND-FLAG IS EQUAL TO 'N' THEN
		MOVE 'ITEM NOT ON INV-FILE' TO WS-REJECT-REASON
	ELSE
		IF WS-RR-QTY(WS-REQUEST-SUB) IS GREATER THAN INV-QTY THEN
			MOVE 'EXCEEDS QTY ON HAND' TO WS-REJECT-REASON
		ELSE
			IF WS-RR-PO-ACTION(WS-REQUEST-SUB) IS EQUAL TO 'R' THEN
				PERFORM 072-FIND-OPEN-PO
				IF OPEN-PO-FOUND-FLAG IS EQUAL TO 'N'
						AND WS-OPEN-PO-NUM-IN IS EQUAL TO 200 THEN
					MOVE 'OPEN PO FILE FULL' TO WS-REJECT-REASON
				END-IF
				IF OPEN-PO-FOUND-FLAG IS EQUAL TO 'Y' THEN
					COMPUTE WS-REORDER-TOTAL = WS-OPO-ORDER-QTY(WS-PO-SUB)
						+ WS-RR-QTY(WS-REQUEST-SUB)
					IF WS-REORDER-TOTAL IS GREATER THAN 99999 THEN
						MOVE 'OPEN PO QTY OVER 99999' TO WS-REJECT-REASON
					END-IF
				END-IF
			END-IF
		END-IF
	END-IF.
	IF WS-REJECT-REASON IS EQUAL TO SPACE
			AND WS-RR-LOT-NO(WS-REQUEST-SUB) IS NOT EQUAL TO SPACE THEN
		PERFORM 0641-CHECK-REQUESTED-LOT
	END-IF.

0641-CHECK-REQUESTED-LOT.
	MOVE 'N' TO LOT-FOUND-FLAG.
	MOVE 'N' TO LOT-EOF-SWITCH.
	MOVE 0 TO WS-REQ-LOT-EXPIRY-DATE.
	MOVE 0 TO WS-REQ-LOT-QTY.
	MOVE WS-RR-ITEM-NO(WS-REQUEST-SUB) TO LOT-ITEM-NO.
	MOVE WS-RR-LOC-CODE(WS-REQUEST-SUB) TO LOT-LOC-CODE.
	MOVE 0 TO LOT-EXPIRY-DATE.
	MOVE LOW-VALUE TO LOT-NO.
	START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
		INVALID KEY
			MOVE 'Y' TO LOT-EOF-SWITCH
	END-START.
	PERFORM UNTIL LOT-EOF-SWITCH IS EQUAL TO 'Y'
		READ LOT-FILE NEXT RECORD
			AT END
				MOVE 'Y' TO LOT-EOF-SWITCH
			NOT AT END
				PERFORM 0642-MATCH-ONE-LOT
		END-READ
	END-PERFORM.
	IF LOT-FOUND-FLAG IS EQUAL TO 'N' THEN
		MOVE 'LOT NOT ON FILE' TO WS-REJECT-REASON
	ELSE
		IF WS-RR-QTY(WS-REQUEST-SUB) IS GREATER THAN WS-REQ-LOT-QTY THEN
			MOVE 'EXCEEDS LOT QTY' TO WS-REJECT-REASON
		END-IF
	END-IF.

0642-MATCH-ONE-LOT.
	IF LOT-ITEM-NO IS NOT EQUAL TO WS-RR-ITEM-NO(WS-REQUEST-SUB)
			OR LOT-LOC-CODE IS NOT EQUAL TO WS-RR-LOC-CODE(WS-REQUEST-SUB) THEN
		MOVE 'Y' TO LOT-EOF-SWITCH
	ELSE
		IF LOT-NO IS EQUAL TO WS-RR-LOT-NO(WS-REQUEST-SUB) THEN
			MOVE 'Y' TO LOT-FOUND-FLAG
			MOVE 'Y' TO LOT-EOF-SWITCH
			MOVE LOT-EXPIRY-DATE TO WS-REQ-LOT-EXPIRY-DATE
			MOVE LOT-QTY TO WS-REQ-LOT-QTY
		END-IF
	END-IF.

066-RELIEVE-LOT.
	MOVE 0 TO WS-RLOT-NUM.
	MOVE WS-RR-QTY(WS-REQUEST-SUB) TO WS-LOT-QTY-NEEDED.
	MOVE WS-RR-ITEM-NO(WS-REQUEST-SUB) TO LOT-ITEM-NO.
	MOVE WS-RR-LOC-CODE(WS-REQUEST-SUB) TO LOT-LOC-CODE.
	IF WS-RR-LOT-NO(WS-REQUEST-SUB) IS NOT EQUAL TO SPACE THEN
		MOVE WS-REQ-LOT-EXPIRY-DATE TO LOT-EXPIRY-DATE
		MOVE WS-RR-LOT-NO(WS-REQUEST-SUB) TO LOT-NO
		READ LOT-FILE
			INVALID KEY
				MOVE 'N' TO LOT-FOUND-FLAG
			NOT INVALID KEY
				MOVE 'Y' TO LOT-FOUND-FLAG
				PERFORM 0661-TAKE-FROM-LOT
		END-READ
	ELSE
		IF WS-RR-GR-LOT-NO(WS-REQUEST-SUB) IS NOT EQUAL TO SPACE THEN
			MOVE WS-RR-GR-EXPIRY-DATE(WS-REQUEST-SUB) TO LOT-EXPIRY-DATE
			MOVE WS-RR-GR-LOT-NO(WS-REQUEST-SUB) TO LOT-NO
			READ LOT-FILE
				INVALID KEY
					MOVE 'N' TO LOT-FOUND-FLAG
				NOT INVALID KEY
					MOVE 'Y' TO LOT-FOUND-FLAG
					PERFORM 0661-TAKE-FROM-LOT
			END-READ
		END-IF
		IF WS-LOT-QTY-NEEDED IS GREATER THAN 0 THEN
			PERFORM 0662-RELIEVE-LOTS-FEFO
		END-IF
	END-IF.

0661-TAKE-FROM-LOT.
	IF LOT-QTY IS GREATER THAN 0 THEN
		IF LOT-QTY IS LESS THAN WS-LOT-QTY-NEEDED THEN
			MOVE LOT-QTY TO WS-LOT-QTY-TAKEN
		ELSE
			MOVE WS-LOT-QTY-NEEDED TO WS-LOT-QTY-TAKEN
		END-IF
		SUBTRACT WS-LOT-QTY-TAKEN FROM LOT-QTY
		REWRITE LOT-RECORD
		SUBTRACT WS-LOT-QTY-TAKEN FROM WS-LOT-QTY-NEEDED
		ADD 1 TO WS-RLOT-NUM
		MOVE LOT-NO TO WS-RLOT-NO(WS-RLOT-NUM)
		MOVE WS-LOT-QTY-TAKEN TO WS-RLOT-QTY(WS-RLOT-NUM)
	END-IF.

0662-RELIEVE-LOTS-FEFO.
	MOVE 'N' TO LOT-EOF-SWITCH.
	MOVE WS-RR-ITEM-NO(WS-REQUEST-SUB) TO LOT-ITEM-NO.
	MOVE WS-RR-LOC-CODE(WS-REQUEST-SUB) TO LOT-LOC-CODE.
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
				PERFORM 0663-RELIEVE-ONE-FEFO-LOT
		END-READ
	END-PERFORM.

0663-RELIEVE-ONE-FEFO-LOT.
	IF LOT-ITEM-NO IS NOT EQUAL TO WS-RR-ITEM-NO(WS-REQUEST-SUB)
			OR LOT-LOC-CODE IS NOT EQUAL TO WS-RR-LOC-CODE(WS-REQUEST-SUB)
			OR WS-RLOT-NUM IS EQUAL TO 20 THEN
		MOVE 'Y' TO LOT-EOF-SWITCH
	ELSE
		PERFORM 0661-TAKE-FROM-LOT
	END-IF.

068-CARRY-RETURNED-QTY.
	ADD 1 TO WS-MATCH-SUB.
	IF WS-RR-PO-NUMBER(WS-MATCH-SUB) IS EQUAL TO WS-RR-PO-NUMBER(WS-REQUEST-SUB)
			AND WS-RR-ITEM-NO(WS-MATCH-SUB) IS EQUAL TO
				WS-RR-ITEM-NO(WS-REQUEST-SUB)
			AND WS-RR-LOC-CODE(WS-MATCH-SUB) IS EQUAL TO
				WS-RR-LOC-CODE(WS-REQUEST-SUB) THEN
		ADD WS-RR-QTY(WS-REQUEST-SUB) TO WS-RR-RETURNED-QTY(WS-MATCH-SUB)
	END-IF.

070-ADJUST-OPEN-PO.
	MOVE SPACE TO WS-PO-NOTE.
	MOVE 0 TO WS-QTY-CANCELLED.
	PERFORM 072-FIND-OPEN-PO.
	IF WS-RR-PO-ACTION(WS-REQUEST-SUB) IS EQUAL TO 'R' THEN
		ADD 1 TO WS-REOPENED-COUNT
		IF OPEN-PO-FOUND-FLAG IS EQUAL TO 'Y' THEN
			ADD WS-RR-QTY(WS-REQUEST-SUB) TO WS-OPO-ORDER-QTY(WS-PO-SUB)
			MOVE 'REPLACEMENT ADDED TO OPEN PO LINE' TO WS-PO-NOTE
		ELSE
			ADD 1 TO WS-OPEN-PO-NUM-IN
			MOVE WS-OPEN-PO-NUM-IN TO WS-PO-SUB
			MOVE WS-RR-PO-NUMBER(WS-REQUEST-SUB) TO WS-OPO-PO-NUMBER(WS-PO-SUB)
			MOVE WS-RR-GR-VENDOR-NO(WS-REQUEST-SUB) TO WS-OPO-VENDOR-NO(WS-PO-SUB)
			MOVE WS-RR-ITEM-NO(WS-REQUEST-SUB) TO WS-OPO-ITEM-NO(WS-PO-SUB)
			MOVE WS-RR-QTY(WS-REQUEST-SUB) TO WS-OPO-ORDER-QTY(WS-PO-SUB)
			MOVE WS-RR-GR-ORDER-DATE(WS-REQUEST-SUB) TO WS-OPO-ORDER-DATE(WS-PO-SUB)
			MOVE 'O' TO WS-OPO-STATUS(WS-PO-SUB)
			MOVE WS-RR-LOC-CODE(WS-REQUEST-SUB) TO WS-OPO-LOC-CODE(WS-PO-SUB)
			MOVE 'PO LINE REOPENED FOR REPLACEMENT' TO WS-PO-NOTE
		END-IF
	ELSE
		ADD 1 TO WS-CLOSED-SHORT-COUNT
		IF OPEN-PO-FOUND-FLAG IS EQUAL TO 'Y' THEN
			MOVE WS-OPO-ORDER-QTY(WS-PO-SUB) TO WS-QTY-CANCELLED
			MOVE 'C' TO WS-OPO-STATUS(WS-PO-SUB)
			MOVE 'PO LINE CLOSED SHORT - OPEN BALANCE CANCELLED' TO WS-PO-NOTE
		ELSE
			MOVE 'PO LINE CLOSED SHORT - NO REPLACEMENT' TO WS-PO-NOTE
		END-IF
	END-IF.

072-FIND-OPEN-PO.
	MOVE 'N' TO OPEN-PO-FOUND-FLAG.
	MOVE 0 TO WS-PO-SUB.
	IF WS-OPEN-PO-NUM-IN IS GREATER THAN 0 THEN
		SET OPEN-PO-INDEX TO 1
		SEARCH WS-OPEN-PO-DETAIL
			WHEN WS-OPO-PO-NUMBER(OPEN-PO-INDEX) = WS-RR-PO-NUMBER(WS-REQUEST-SUB)
				AND WS-OPO-ITEM-NO(OPEN-PO-INDEX) = WS-RR-ITEM-NO(WS-REQUEST-SUB)
				AND WS-OPO-LOC-CODE(OPEN-PO-INDEX) = WS-RR-LOC-CODE(WS-REQUEST-SUB)
				AND WS-OPO-STATUS(OPEN-PO-INDEX) = 'O'
				MOVE 'Y' TO OPEN-PO-FOUND-FLAG
				SET WS-PO-SUB TO OPEN-PO-INDEX
		END-SEARCH
	END-IF.

075-LOG-VENDOR-RETURN.
	MOVE 0 TO WS-RLOT-SUB.
	PERFORM 076-LOG-ONE-LOT-RETURN WS-RLOT-NUM TIMES.
	IF WS-LOT-QTY-NEEDED IS GREATER THAN 0 THEN
		MOVE WS-LOT-QTY-NEEDED TO WS-VR-ROW-QTY
		MOVE SPACE TO WS-VR-ROW-LOT-NO
		PERFORM 077-WRITE-VENDOR-RETURN
	END-IF.

076-LOG-ONE-LOT-RETURN.
	ADD 1 TO WS-RLOT-SUB.
	MOVE WS-RLOT-QTY(WS-RLOT-SUB) TO WS-VR-ROW-QTY.
	MOVE WS-RLOT-NO(WS-RLOT-SUB) TO WS-VR-ROW-LOT-NO.
	PERFORM 077-WRITE-VENDOR-RETURN.

077-WRITE-VENDOR-RETURN.
	MOVE SPACE TO VENDOR-RETURN-RECORD.
	MOVE WS-MEMO-NUMBER TO VR-MEMO-NO.
	MOVE WS-RUN-DATE TO VR-POST-DATE.
	MOVE WS-RR-VENDOR-NO(WS-REQUEST-SUB) TO VR-VENDOR-NO.
	MOVE WS-RR-PO-NUMBER(WS-REQUEST-SUB) TO VR-PO-NUMBER.
	MOVE WS-RR-ITEM-NO(WS-REQUEST-SUB) TO VR-ITEM-NO.
	MOVE WS-RR-LOC-CODE(WS-REQUEST-SUB) TO VR-LOC-CODE.
	MOVE WS-VR-ROW-QTY TO VR-QTY.
	MOVE WS-RR-REASON-CODE(WS-REQUEST-SUB) TO VR-REASON-CODE.
	MOVE WS-RR-PO-ACTION(WS-REQUEST-SUB) TO VR-PO-ACTION.
	MOVE WS-UNIT-COST TO VR-UNIT-COST.
	MULTIPLY WS-VR-ROW-QTY BY WS-UNIT-COST GIVING VR-AMOUNT.
	MOVE WS-VR-ROW-LOT-NO TO VR-LOT-NO.
	WRITE VENDOR-RETURN-RECORD.

080-PRINT-DEBIT-MEMO.
	MOVE WS-RR-VENDOR-NO(WS-REQUEST-SUB) TO VENDOR-NO.
	READ VENDOR-FILE
		INVALID KEY
			MOVE 'N' TO VENDOR-FOUND-FLAG
			MOVE SPACE TO VENDOR-NAME
			MOVE SPACE TO VENDOR-ADDRESS
		NOT INVALID KEY
			MOVE 'Y' TO VENDOR-FOUND-FLAG
	END-READ.
	MOVE WS-RR-QTY(WS-REQUEST-SUB) TO WS-QTY-ED.
	MOVE WS-UNIT-COST TO WS-COST-ED.
	MOVE WS-LINE-AMOUNT TO WS-AMOUNT-ED.
	MOVE SPACE TO DEBIT-MEMO-RECORD.
	STRING 'DEBIT MEMO ' WS-MEMO-NUMBER '          DATE ' WS-RUN-DATE
		DELIMITED BY SIZE INTO DEBIT-MEMO-RECORD.
	WRITE DEBIT-MEMO-RECORD.
	MOVE SPACE TO DEBIT-MEMO-RECORD.
	WRITE DEBIT-MEMO-RECORD.
	MOVE SPACE TO DEBIT-MEMO-RECORD.
	STRING 'TO VENDOR ' WS-RR-VENDOR-NO(WS-REQUEST-SUB) '  ' VENDOR-NAME
		DELIMITED BY SIZE INTO DEBIT-MEMO-RECORD.
	WRITE DEBIT-MEMO-RECORD.
	MOVE SPACE TO DEBIT-MEMO-RECORD.
	STRING '                 ' VENDOR-ADDRESS
		DELIMITED BY SIZE INTO DEBIT-MEMO-RECORD.
	WRITE DEBIT-MEMO-RECORD.
	MOVE SPACE TO DEBIT-MEMO-RECORD.
	WRITE DEBIT-MEMO-RECORD.
	MOVE SPACE TO DEBIT-MEMO-RECORD.
	STRING 'YOUR PO ' WS-RR-PO-NUMBER(WS-REQUEST-SUB)
		'  ORDERED ' WS-RR-GR-ORDER-DATE(WS-REQUEST-SUB)
		'  RECEIVED ' WS-RR-GR-POST-DATE(WS-REQUEST-SUB)
		'  AT LOCATION ' WS-RR-LOC-CODE(WS-REQUEST-SUB)
		DELIMITED BY SIZE INTO DEBIT-MEMO-RECORD.
	WRITE DEBIT-MEMO-RECORD.
	MOVE SPACE TO DEBIT-MEMO-RECORD.
	STRING 'ITEM ' WS-RR-ITEM-NO(WS-REQUEST-SUB) '  ' INV-ITEM-NAME
		'  QTY RETURNED ' WS-QTY-ED
		'  UNIT COST ' WS-COST-ED
		'  DEBIT ' WS-AMOUNT-ED
		DELIMITED BY SIZE INTO DEBIT-MEMO-RECORD.
	WRITE DEBIT-MEMO-RECORD.
	MOVE 0 TO WS-RLOT-SUB.
	PERFORM 082-PRINT-ONE-LOT WS-RLOT-NUM TIMES.
	MOVE SPACE TO DEBIT-MEMO-RECORD.
	STRING 'REASON ' WS-RR-REASON-CODE(WS-REQUEST-SUB) '  ' WS-REASON-TEXT
		DELIMITED BY SIZE INTO DEBIT-MEMO-RECORD.
	WRITE DEBIT-MEMO-RECORD.
	MOVE SPACE TO DEBIT-MEMO-RECORD.
	IF WS-RR-PO-ACTION(WS-REQUEST-SUB) IS EQUAL TO 'R' THEN
		STRING 'PLEASE SHIP REPLACEMENT AGAINST THE PO ABOVE AND ISSUE CREDIT FOR THE AMOUNT SHOWN'
			DELIMITED BY SIZE INTO DEBIT-MEMO-RECORD
	ELSE
		STRING 'DO NOT REPLACE - PO CLOSED SHORT - PLEASE ISSUE CREDIT FOR THE AMOUNT SHOWN'
			DELIMITED BY SIZE INTO DEBIT-MEMO-RECORD
	END-IF.
	WRITE DEBIT-MEMO-RECORD.
	IF WS-QTY-CANCELLED IS GREATER THAN 0 THEN
		MOVE WS-QTY-CANCELLED TO WS-QTY-ED
		MOVE SPACE TO DEBIT-MEMO-RECORD
		STRING 'OPEN BALANCE OF ' WS-QTY-ED ' UNITS ON THIS PO LINE IS CANCELLED'
			DELIMITED BY SIZE INTO DEBIT-MEMO-RECORD
		WRITE DEBIT-MEMO-RECORD
	END-IF.
	MOVE SPACE TO DEBIT-MEMO-RECORD.
	WRITE DEBIT-MEMO-RECORD.
	MOVE ALL '-' TO DEBIT-MEMO-RECORD.
	WRITE DEBIT-MEMO-RECORD.
	MOVE SPACE TO DEBIT-MEMO-RECORD.
	WRITE DEBIT-MEMO-RECORD.

082-PRINT-ONE-LOT.
	ADD 1 TO WS-RLOT-SUB.
	MOVE WS-RLOT-QTY(WS-RLOT-SUB) TO WS-QTY-ED.
	MOVE SPACE TO DEBIT-MEMO-RECORD.
	STRING '     LOT ' WS-RLOT-NO(WS-RLOT-SUB) '  QTY ' WS-QTY-ED
		DELIMITED BY SIZE INTO DEBIT-MEMO-RECORD.
	WRITE DEBIT-MEMO-RECORD.

085-WRITE-POSTED-LINE.
	MOVE WS-RR-QTY(WS-REQUEST-SUB) TO WS-QTY-ED.
	MOVE WS-LINE-AMOUNT TO WS-AMOUNT-ED.
	MOVE SPACE TO RETURN-REGISTER-RECORD.
	STRING 'MEMO ' WS-MEMO-NUMBER
		'  VENDOR ' WS-RR-VENDOR-NO(WS-REQUEST-SUB)
		'  PO ' WS-RR-PO-NUMBER(WS-REQUEST-SUB)
		'  ITEM ' WS-RR-ITEM-NO(WS-REQUEST-SUB)
		'  LOC ' WS-RR-LOC-CODE(WS-REQUEST-SUB)
		'  QTY ' WS-QTY-ED
		'  REASON ' WS-RR-REASON-CODE(WS-REQUEST-SUB)
		'  DEBIT ' WS-AMOUNT-ED
		DELIMITED BY SIZE INTO RETURN-REGISTER-RECORD.
	WRITE RETURN-REGISTER-RECORD.
	MOVE SPACE TO RETURN-REGISTER-RECORD.
	STRING '          ' WS-PO-NOTE
		DELIMITED BY SIZE INTO RETURN-REGISTER-RECORD.
	WRITE RETURN-REGISTER-RECORD.
	IF VENDOR-FOUND-FLAG IS EQUAL TO 'N' THEN
		MOVE SPACE TO RETURN-REGISTER-RECORD
		STRING '          *** VENDOR NOT ON VENDOR-FILE - MEMO HAS NO ADDRESS ***'
			DELIMITED BY SIZE INTO RETURN-REGISTER-RECORD
		WRITE RETURN-REGISTER-RECORD
	END-IF.

087-WRITE-REJECT-LINE.
	MOVE WS-RR-QTY(WS-REQUEST-SUB) TO WS-QTY-ED.
	MOVE SPACE TO RETURN-REGISTER-RECORD.
	STRING 'VENDOR ' WS-RR-VENDOR-NO(WS-REQUEST-SUB)
		'  PO ' WS-RR-PO-NUMBER(WS-REQUEST-SUB)
		'  ITEM ' WS-RR-ITEM-NO(WS-REQUEST-SUB)
		'  LOC ' WS-RR-LOC-CODE(WS-REQUEST-SUB)
		'  QTY ' WS-QTY-ED
		'  REASON ' WS-RR-REASON-CODE(WS-REQUEST-SUB)
		'  REJECTED - ' WS-REJECT-REASON
		DELIMITED BY SIZE INTO RETURN-REGISTER-RECORD.
	WRITE RETURN-REGISTER-RECORD.
	IF WS-REJECT-REASON IS EQUAL TO 'EXCEEDS QTY RECEIVED' THEN
		MOVE WS-RR-RECEIVED-QTY(WS-REQUEST-SUB) TO WS-RECEIVED-ED
		MOVE WS-RR-RETURNED-QTY(WS-REQUEST-SUB) TO WS-RETURNED-ED
		MOVE SPACE TO RETURN-REGISTER-RECORD
		STRING '          RECEIVED ' WS-RECEIVED-ED
			'  ALREADY RETURNED ' WS-RETURNED-ED
			DELIMITED BY SIZE INTO RETURN-REGISTER-RECORD
		WRITE RETURN-REGISTER-RECORD
	END-IF.
	IF WS-REJECT-REASON IS EQUAL TO 'EXCEEDS LOT QTY' THEN
		MOVE WS-REQ-LOT-QTY TO WS-RECEIVED-ED
		MOVE SPACE TO RETURN-REGISTER-RECORD
		STRING '          LOT ' WS-RR-LOT-NO(WS-REQUEST-SUB)
			' ON HAND ' WS-RECEIVED-ED
			DELIMITED BY SIZE INTO RETURN-REGISTER-RECORD
		WRITE RETURN-REGISTER-RECORD
	END-IF.
	IF WS-REJECT-REASON IS EQUAL TO 'OPEN PO QTY OVER 99999' THEN
		MOVE WS-OPO-ORDER-QTY(WS-PO-SUB) TO WS-RECEIVED-ED
		MOVE SPACE TO RETURN-REGISTER-RECORD
		STRING '          STILL ON ORDER ' WS-RECEIVED-ED
			DELIMITED BY SIZE INTO RETURN-REGISTER-RECORD
		WRITE RETURN-REGISTER-RECORD
	END-IF.
	IF WS-REJECT-REASON IS EQUAL TO 'VENDOR DOES NOT MATCH PO' THEN
		MOVE SPACE TO RETURN-REGISTER-RECORD
		STRING '          PO WAS ISSUED TO VENDOR '
			WS-RR-GR-VENDOR-NO(WS-REQUEST-SUB)
			DELIMITED BY SIZE INTO RETURN-REGISTER-RECORD
		WRITE RETURN-REGISTER-RECORD
	END-IF.

090-WRITE-TOTALS.
	MOVE WS-MEMO-TOTAL TO WS-TOTAL-ED.
	MOVE SPACE TO RETURN-REGISTER-RECORD.
	WRITE RETURN-REGISTER-RECORD.
	MOVE SPACE TO RETURN-REGISTER-RECORD.
	STRING 'RETURNS POSTED: ' WS-RETURNED-COUNT
		'   REJECTED: ' WS-REJECTED-COUNT
		'   PO LINES REOPENED: ' WS-REOPENED-COUNT
		'   CLOSED SHORT: ' WS-CLOSED-SHORT-COUNT
		'   TOTAL DEBITED: ' WS-TOTAL-ED
		DELIMITED BY SIZE INTO RETURN-REGISTER-RECORD.
	WRITE RETURN-REGISTER-RECORD.

092-REWRITE-OPEN-POS.
	OPEN OUTPUT OPEN-PO-FILE.
	MOVE 0 TO WS-PO-SUB.
	PERFORM 093-WRITE-ONE-OPEN-PO WS-OPEN-PO-NUM-IN TIMES.
	CLOSE OPEN-PO-FILE.

093-WRITE-ONE-OPEN-PO.
	ADD 1 TO WS-PO-SUB.
	IF WS-OPO-STATUS(WS-PO-SUB) IS EQUAL TO 'O' THEN
		MOVE SPACE TO OPEN-PO-RECORD
		MOVE WS-OPO-PO-NUMBER(WS-PO-SUB) TO OPO-PO-NUMBER
		MOVE WS-OPO-VENDOR-NO(WS-PO-SUB) TO OPO-VENDOR-NO
		MOVE WS-OPO-ITEM-NO(WS-PO-SUB) TO OPO-ITEM-NO
		MOVE WS-OPO-ORDER-QTY(WS-PO-SUB) TO OPO-ORDER-QTY
		MOVE WS-OPO-ORDER-DATE(WS-PO-SUB) TO OPO-ORDER-DATE
		MOVE WS-OPO-STATUS(WS-PO-SUB) TO OPO-STATUS
		MOVE WS-OPO-LOC-CODE(WS-PO-SUB) TO OPO-LOC-CODE
		WRITE OPEN-PO-RECORD
	END-IF.

095-SAVE-MEMO-NUMBER.
	MOVE WS-MEMO-NUMBER TO MEMO-LAST-NUMBER.
	OPEN OUTPUT MEMO-SEQUENCE-FILE.
	WRITE MEMO-SEQUENCE-RECORD.
	CLOSE MEMO-SEQUENCE-FILE.
