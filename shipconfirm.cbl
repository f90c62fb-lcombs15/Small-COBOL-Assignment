IDENTIFICATION DIVISION.
PROGRAM-ID.  "NKU CSC407 SHIP CONFIRMATION".

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LUCAS-UBUNTU.
OBJECT-COMPUTER. LUCAS-UBUNTU.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT SHIP-CONFIRM-FILE ASSIGN TO "data_files/ship_confirmations.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SHIP-CONFIRM-FILE-STATUS.
	SELECT TRANS-OUTPUT-FILE ASSIGN TO "data_files/transactions_processed.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-TRANS-OUTPUT-FILE-STATUS.
	SELECT SHIP-TEMP-FILE ASSIGN TO "data_files/ship_confirm.tmp"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT CUST-FILE ASSIGN TO "data_files/customers.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS CUST-NO
		FILE STATUS IS WS-CUST-FILE-STATUS.
	SELECT INV-FILE ASSIGN TO "data_files/inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS INV-KEY
		FILE STATUS IS WS-INV-FILE-STATUS.
	SELECT KIT-FILE ASSIGN TO "data_files/kits.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-KIT-FILE-STATUS.
	SELECT BACKORDER-FILE ASSIGN TO "data_files/backorders.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-BACKORDER-FILE-STATUS.
	SELECT AR-DETAIL-FILE ASSIGN TO "data_files/ardetail.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AR-DETAIL-FILE-STATUS.
	SELECT SALES-HISTORY-FILE ASSIGN TO "data_files/sales_history.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SALES-HISTORY-FILE-STATUS.
	SELECT LOT-FILE ASSIGN TO "data_files/lots.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS LOT-KEY
		FILE STATUS IS WS-LOT-FILE-STATUS.
	SELECT LOT-SHIPMENT-FILE ASSIGN TO "data_files/lot_shipments.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-LOT-SHIPMENT-FILE-STATUS.
	SELECT ERROR-FILE ASSIGN TO "data_files/errors.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ERROR-FILE-STATUS.
	SELECT CONFIRM-REGISTER-FILE ASSIGN TO "data_files/ship_confirm_register.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SHIP-CONFIRM-FILE
	LABEL RECORDS ARE STANDARD.

01 SHIP-CONFIRM-RECORD.
	02 SC-CUST-NO		PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5).
	02 SC-SHIP-TO-CODE	PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5).
	02 SC-ITEM-NO		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 SC-LOC-CODE		PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5).
	02 SC-QTY-SHIPPED	PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5).
	02 SC-CARRIER		PICTURE IS X(10).
	02 FILLER		PICTURE IS X(5).
	02 SC-TRACKING-NO	PICTURE IS X(20).
	02 FILLER		PICTURE IS X(5).
	02 SC-SHORT-ACTION	PICTURE IS X(1).

FD TRANS-OUTPUT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "transoutrec.cpy".

FD SHIP-TEMP-FILE
	LABEL RECORDS ARE STANDARD.

01 SHIP-TEMP-RECORD			PICTURE IS X(400).

FD CUST-FILE
	LABEL RECORDS ARE STANDARD.

COPY "custrec.cpy".

FD INV-FILE
	LABEL RECORDS ARE STANDARD.

COPY "invrec.cpy".

FD KIT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "kitrec.cpy".

FD BACKORDER-FILE
	LABEL RECORDS ARE STANDARD.

COPY "backorderrec.cpy".

FD AR-DETAIL-FILE
	LABEL RECORDS ARE STANDARD.

COPY "ardetailrec.cpy".

FD SALES-HISTORY-FILE
	LABEL RECORDS ARE STANDARD.

COPY "saleshistrec.cpy".

FD LOT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "lotrec.cpy".

FD LOT-SHIPMENT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "lotshiprec.cpy".

FD ERROR-FILE
	LABEL RECORDS ARE STANDARD.

COPY "errorrec.cpy".

FD CONFIRM-REGISTER-FILE
	LABEL RECORDS ARE STANDARD.

01 CONFIRM-REGISTER-RECORD		PICTURE IS X(132).

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

COPY "runlogrec.cpy".



WORKING-STORAGE SECTION.
01 SWITCHES.
	02 CONFIRM-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 TRANS-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 TEMP-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 CONFIRM-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-ITEM-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 CONFIRM-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 CUST-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 LOT-SHIPMENT-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 LOT-AVAILABLE-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 RESTOCK-LOT-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-SHIP-CONFIRM-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-TRANS-OUTPUT-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-CUST-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-KIT-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-BACKORDER-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-AR-DETAIL-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-SALES-HISTORY-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-LOT-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-LOT-SHIPMENT-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-ERROR-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.

01 CONFIRM-TABLE.
	02 WS-CONFIRM-DETAIL OCCURS 200 TIMES INDEXED BY CONFIRM-INDEX.
		03 WS-SC-CUST-NO	PICTURE IS X(5).
		03 WS-SC-SHIP-TO-CODE	PICTURE IS X(3).
		03 WS-SC-ITEM-NO	PICTURE IS 9(6).
		03 WS-SC-LOC-CODE	PICTURE IS X(3).
		03 WS-SC-QTY-SHIPPED	PICTURE IS 9(5).
		03 WS-SC-CARRIER	PICTURE IS X(10).
		03 WS-SC-TRACKING-NO	PICTURE IS X(20).
		03 WS-SC-SHORT-ACTION	PICTURE IS X(1).
		03 WS-SC-MATCHED	PICTURE IS X(1).

01 KIT-TABLE.
	02 WS-KIT-DETAIL OCCURS 200 TIMES INDEXED BY KIT-INDEX.
		03 WS-KIT-ITEM-NO	PICTURE IS X(6).
		03 WS-KIT-COMP-ITEM-NO	PICTURE IS X(6).
		03 WS-KIT-COMP-QTY	PICTURE IS 9(3).

01 RESTOCK-LOT-TABLE.
	02 WS-RLOT-DETAIL OCCURS 50 TIMES INDEXED BY RLOT-INDEX.
		03 WS-RLOT-NO		PICTURE IS X(10).
		03 WS-RLOT-EXPIRY-DATE	PICTURE IS 9(8).
		03 WS-RLOT-NET-QTY	PICTURE IS S9(7).
		03 WS-RLOT-RESTORED-QTY	PICTURE IS 9(5).

01 RESTOCK-LOT-FIELDS.
	02 WS-RLOT-NUM-IN		PICTURE IS S9(3) VALUE 0.
	02 WS-RLOT-SUB			PICTURE IS S9(3) VALUE 0.
	02 WS-RLOT-ITEM-NO		PICTURE IS X(6).
	02 WS-RLOT-KIT-ITEM-NO		PICTURE IS X(6).
	02 WS-RLOT-QTY-LEFT		PICTURE IS 9(8).
	02 WS-RLOT-TAKE-QTY		PICTURE IS 9(5).

01 WORK-FIELDS.
	02 WS-CONFIRM-NUM-IN	PICTURE IS S9(3) VALUE 0.
	02 WS-CONFIRM-SUB	PICTURE IS S9(3) VALUE 0.
	02 WS-KIT-NUM-IN	PICTURE IS S9(3) VALUE 0.
	02 WS-KIT-SUB		PICTURE IS S9(3) VALUE 0.
	02 WS-KIT-COMP-MOVE-QTY	PICTURE IS 9(8).
	02 WS-ITEM-NO-X		PICTURE IS X(6).
	02 WS-CONFIRMS-READ	PICTURE IS 9(6) VALUE 0.
	02 WS-CONFIRMS-REJECTED	PICTURE IS 9(6) VALUE 0.
	02 WS-CONFIRMS-UNMATCHED	PICTURE IS 9(6) VALUE 0.
	02 WS-LINES-CONFIRMED	PICTURE IS 9(6) VALUE 0.
	02 WS-LINES-SHORT	PICTURE IS 9(6) VALUE 0.
	02 WS-LINES-NOT-CONFIRMED	PICTURE IS 9(6) VALUE 0.
	02 WS-BACKORDERS-WRITTEN	PICTURE IS 9(6) VALUE 0.
	02 WS-UNITS-RESTOCKED	PICTURE IS 9(7) VALUE 0.
	02 WS-POSTED-QTY	PICTURE IS 9(5).
	02 WS-SHIPPED-QTY	PICTURE IS 9(5).
	02 WS-SHORT-QTY		PICTURE IS 9(5).
	02 WS-SHORT-ACTION	PICTURE IS X(1).
	02 WS-SHIP-NOTE		PICTURE IS X(16).
	02 WS-NEW-GROSS		PICTURE IS 9(4)V9(2).
	02 WS-NEW-NET		PICTURE IS 9(4)V9(2).
	02 WS-SHORT-GROSS	PICTURE IS 9(4)V9(2).
	02 WS-SHORT-DISCOUNT	PICTURE IS 9(4)V9(2).
	02 WS-SHORT-NET		PICTURE IS 9(4)V9(2).
	02 WS-CREDIT-TOTAL	PICTURE IS S9(7)V9(2) VALUE 0.
	02 WS-RUN-DATE		PICTURE IS 9(8).
	02 WS-LINES-ELIGIBLE	PICTURE IS 9(6) VALUE 0.
	02 WS-LINES-MATCHABLE	PICTURE IS 9(6) VALUE 0.
	02 WS-RESTOCK-TOTAL	PICTURE IS 9(9).
	02 WS-QTY-CAPPED	PICTURE IS 9(8).
	02 WS-LOT-RESTOCK-QTY	PICTURE IS 9(8).

01 EDITED-FIELDS.
	02 WS-SHORT-NET-ED	PICTURE IS -(4)9.99.
	02 WS-CREDIT-TOTAL-ED	PICTURE IS -(6)9.99.


PROCEDURE DIVISION.
000-CONFIRM-SHIPMENTS.
	PERFORM 001-LOG-RUN-START.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	PERFORM 010-LOAD-CONFIRMATIONS.
	IF CONFIRM-OVERFLOW-FLAG IS EQUAL TO 'Y' THEN
		DISPLAY 'SHIP CONFIRMATIONS EXCEED 200 ROWS - RUN ABORTED, NOTHING POSTED'
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	PERFORM 012-IMPORT-KITS.
	PERFORM 025-CHECK-CONFIRMATIONS-MATCH.
	PERFORM 020-OPEN-MASTER-FILES.
	PERFORM 030-CONFIRM-TRANSACTIONS.
	MOVE 0 TO WS-CONFIRM-SUB.
	PERFORM 060-CHECK-UNMATCHED WS-CONFIRM-NUM-IN TIMES.
	PERFORM 070-REPLACE-TRANSACTIONS.
	PERFORM 080-WRITE-REGISTER-TOTALS.
	CLOSE CONFIRM-REGISTER-FILE.
	CLOSE CUST-FILE.
	CLOSE INV-FILE.
	CLOSE BACKORDER-FILE.
	CLOSE AR-DETAIL-FILE.
	CLOSE SALES-HISTORY-FILE.
	CLOSE ERROR-FILE.
	IF LOT-AVAILABLE-FLAG IS EQUAL TO 'Y' THEN
		CLOSE LOT-FILE
	END-IF.
	DISPLAY 'LINES CONFIRMED: ' WS-LINES-CONFIRMED.
	DISPLAY 'LINES SHORT SHIPPED: ' WS-LINES-SHORT.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.

001-LOG-RUN-START.
	OPEN EXTEND RUN-LOG-FILE.
	IF WS-RUN-LOG-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT RUN-LOG-FILE
	END-IF.
	MOVE SPACE TO RUN-LOG-RECORD.
	MOVE 'SHIPCONFIRM' TO RL-PROGRAM-NAME.
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
	MOVE 'SHIPCONFIRM' TO RL-PROGRAM-NAME.
	ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
	ACCEPT RL-RUN-TIME FROM TIME.
	MOVE 'E' TO RL-PHASE.
	MOVE WS-CONFIRMS-READ TO RL-RECORDS-READ.
	MOVE WS-LINES-CONFIRMED TO RL-RECORDS-POSTED.
	ADD WS-CONFIRMS-REJECTED WS-CONFIRMS-UNMATCHED GIVING RL-RECORDS-REJECTED.
	MOVE WS-CREDIT-TOTAL TO RL-MONEY-TOTAL.
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


010-LOAD-CONFIRMATIONS.
	OPEN OUTPUT CONFIRM-REGISTER-FILE.
	MOVE SPACE TO CONFIRM-REGISTER-RECORD.
	STRING 'SHIP CONFIRMATION REGISTER'
		DELIMITED BY SIZE INTO CONFIRM-REGISTER-RECORD.
	WRITE CONFIRM-REGISTER-RECORD.
	MOVE SPACE TO CONFIRM-REGISTER-RECORD.
	WRITE CONFIRM-REGISTER-RECORD.
	OPEN INPUT SHIP-CONFIRM-FILE.
	IF WS-SHIP-CONFIRM-FILE-STATUS IS EQUAL TO '35' THEN
		DISPLAY 'SHIP CONFIRMATION FILE NOT FOUND - RUN ABORTED, NOTHING POSTED'
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	ELSE
		PERFORM UNTIL CONFIRM-EOF-SWITCH IS EQUAL TO 'Y'
			READ SHIP-CONFIRM-FILE INTO SHIP-CONFIRM-RECORD
				AT END
					MOVE 'Y' TO CONFIRM-EOF-SWITCH
				NOT AT END
					ADD 1 TO WS-CONFIRMS-READ
					PERFORM 015-STORE-CONFIRMATION
			END-READ
		END-PERFORM
		CLOSE SHIP-CONFIRM-FILE
	END-IF.

015-STORE-CONFIRMATION.
	IF SC-QTY-SHIPPED IS NOT NUMERIC OR SC-ITEM-NO IS NOT NUMERIC THEN
		ADD 1 TO WS-CONFIRMS-REJECTED
		MOVE SPACE TO CONFIRM-REGISTER-RECORD
		STRING 'REJECTED  CUST ' SC-CUST-NO ' ' SC-SHIP-TO-CODE
			'  ITEM ' SC-ITEM-NO '  LOC ' SC-LOC-CODE
			'  - QTY OR ITEM NOT NUMERIC'
			DELIMITED BY SIZE INTO CONFIRM-REGISTER-RECORD
		WRITE CONFIRM-REGISTER-RECORD
	ELSE
		IF WS-CONFIRM-NUM-IN IS EQUAL TO 200 THEN
			MOVE 'Y' TO CONFIRM-OVERFLOW-FLAG
		ELSE
			ADD 1 TO WS-CONFIRM-NUM-IN
			MOVE SC-CUST-NO TO WS-SC-CUST-NO(WS-CONFIRM-NUM-IN)
			MOVE SC-SHIP-TO-CODE TO WS-SC-SHIP-TO-CODE(WS-CONFIRM-NUM-IN)
			MOVE SC-ITEM-NO TO WS-SC-ITEM-NO(WS-CONFIRM-NUM-IN)
			MOVE SC-LOC-CODE TO WS-SC-LOC-CODE(WS-CONFIRM-NUM-IN)
			MOVE SC-QTY-SHIPPED TO WS-SC-QTY-SHIPPED(WS-CONFIRM-NUM-IN)
			MOVE SC-CARRIER TO WS-SC-CARRIER(WS-CONFIRM-NUM-IN)
			MOVE SC-TRACKING-NO TO WS-SC-TRACKING-NO(WS-CONFIRM-NUM-IN)
			IF SC-SHORT-ACTION IS EQUAL TO 'S' THEN
				MOVE 'S' TO WS-SC-SHORT-ACTION(WS-CONFIRM-NUM-IN)
			ELSE
				MOVE 'B' TO WS-SC-SHORT-ACTION(WS-CONFIRM-NUM-IN)
			END-IF
			MOVE 'N' TO WS-SC-MATCHED(WS-CONFIRM-NUM-IN)
		END-IF
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

020-OPEN-MASTER-FILES.
	OPEN I-O CUST-FILE.
	IF WS-CUST-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN CUST-FILE - STATUS ' WS-CUST-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN I-O INV-FILE.
	IF WS-INV-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN INV-FILE - STATUS ' WS-INV-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN EXTEND BACKORDER-FILE.
	IF WS-BACKORDER-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT BACKORDER-FILE
	END-IF.
	OPEN EXTEND AR-DETAIL-FILE.
	IF WS-AR-DETAIL-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT AR-DETAIL-FILE
	END-IF.
	OPEN EXTEND SALES-HISTORY-FILE.
	IF WS-SALES-HISTORY-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT SALES-HISTORY-FILE
	END-IF.
	OPEN EXTEND ERROR-FILE.
	IF WS-ERROR-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT ERROR-FILE
	END-IF.
	OPEN I-O LOT-FILE.
	IF WS-LOT-FILE-STATUS IS EQUAL TO '00' THEN
		MOVE 'Y' TO LOT-AVAILABLE-FLAG
	ELSE
		MOVE 'N' TO LOT-AVAILABLE-FLAG
	END-IF.

025-CHECK-CONFIRMATIONS-MATCH.
	OPEN INPUT TRANS-OUTPUT-FILE.
	IF WS-TRANS-OUTPUT-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN TRANS-OUTPUT-FILE - STATUS ' WS-TRANS-OUTPUT-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	PERFORM UNTIL TRANS-EOF-SWITCH IS EQUAL TO 'Y'
		READ TRANS-OUTPUT-FILE INTO TRANS-OUTPUT-RECORD
			AT END
				MOVE 'Y' TO TRANS-EOF-SWITCH
			NOT AT END
				IF TP-TRANS-CODE IS NOT EQUAL TO 'R'
						AND TP-SHIP-STATUS IS EQUAL TO SPACE THEN
					PERFORM 026-CHECK-ONE-LINE
				END-IF
		END-READ
	END-PERFORM.
	CLOSE TRANS-OUTPUT-FILE.
	MOVE 'N' TO TRANS-EOF-SWITCH.
	IF WS-LINES-MATCHABLE IS EQUAL TO 0
			AND (WS-LINES-ELIGIBLE IS GREATER THAN 0
				OR WS-CONFIRMS-READ IS GREATER THAN 0) THEN
		DISPLAY 'NO SHIP CONFIRMATION MATCHES A POSTED LINE - RUN ABORTED, NOTHING POSTED'
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.

026-CHECK-ONE-LINE.
	ADD 1 TO WS-LINES-ELIGIBLE.
	IF WS-CONFIRM-NUM-IN IS GREATER THAN 0 THEN
		SET CONFIRM-INDEX TO 1
		SEARCH WS-CONFIRM-DETAIL
			WHEN WS-SC-CUST-NO(CONFIRM-INDEX) = TP-CUST-NO
				AND WS-SC-SHIP-TO-CODE(CONFIRM-INDEX) = TP-SHIP-TO-CODE
				AND WS-SC-ITEM-NO(CONFIRM-INDEX) = TP-ITEM-NO
				AND WS-SC-LOC-CODE(CONFIRM-INDEX) = TP-LOC-CODE
				ADD 1 TO WS-LINES-MATCHABLE
		END-SEARCH
	END-IF.

030-CONFIRM-TRANSACTIONS.
	OPEN INPUT TRANS-OUTPUT-FILE.
	IF WS-TRANS-OUTPUT-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN TRANS-OUTPUT-FILE - STATUS ' WS-TRANS-OUTPUT-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN OUTPUT SHIP-TEMP-FILE.
	PERFORM UNTIL TRANS-EOF-SWITCH IS EQUAL TO 'Y'
		READ TRANS-OUTPUT-FILE INTO TRANS-OUTPUT-RECORD
			AT END
				MOVE 'Y' TO TRANS-EOF-SWITCH
			NOT AT END
				IF TP-TRANS-CODE IS NOT EQUAL TO 'R'
						AND TP-SHIP-STATUS IS EQUAL TO SPACE THEN
					PERFORM 035-CONFIRM-ONE-LINE
				END-IF
				MOVE SPACE TO SHIP-TEMP-RECORD
				MOVE TRANS-OUTPUT-RECORD TO SHIP-TEMP-RECORD
				WRITE SHIP-TEMP-RECORD
		END-READ
	END-PERFORM.
	CLOSE TRANS-OUTPUT-FILE.
	CLOSE SHIP-TEMP-FILE.

035-CONFIRM-ONE-LINE.
	ADD 1 TO WS-LINES-CONFIRMED.
	MOVE TP-QTY-POSTED TO WS-POSTED-QTY.
	MOVE SPACE TO WS-SHIP-NOTE.
	MOVE 'N' TO CONFIRM-FOUND-FLAG.
	IF WS-CONFIRM-NUM-IN IS GREATER THAN 0 THEN
		SET CONFIRM-INDEX TO 1
		SEARCH WS-CONFIRM-DETAIL
			WHEN WS-SC-CUST-NO(CONFIRM-INDEX) = TP-CUST-NO
				AND WS-SC-SHIP-TO-CODE(CONFIRM-INDEX) = TP-SHIP-TO-CODE
				AND WS-SC-ITEM-NO(CONFIRM-INDEX) = TP-ITEM-NO
				AND WS-SC-LOC-CODE(CONFIRM-INDEX) = TP-LOC-CODE
				AND WS-SC-MATCHED(CONFIRM-INDEX) = 'N'
				MOVE 'Y' TO CONFIRM-FOUND-FLAG
				SET WS-CONFIRM-SUB TO CONFIRM-INDEX
		END-SEARCH
	END-IF.
	IF CONFIRM-FOUND-FLAG IS EQUAL TO 'Y' THEN
		MOVE 'Y' TO WS-SC-MATCHED(WS-CONFIRM-SUB)
		MOVE WS-SC-QTY-SHIPPED(WS-CONFIRM-SUB) TO WS-SHIPPED-QTY
		MOVE WS-SC-SHORT-ACTION(WS-CONFIRM-SUB) TO WS-SHORT-ACTION
		MOVE WS-SC-CARRIER(WS-CONFIRM-SUB) TO TP-CARRIER
		MOVE WS-SC-TRACKING-NO(WS-CONFIRM-SUB) TO TP-TRACKING-NO
		IF WS-SHIPPED-QTY IS GREATER THAN WS-POSTED-QTY THEN
			MOVE WS-POSTED-QTY TO WS-SHIPPED-QTY
			MOVE 'OVER SHIP CAPPED' TO WS-SHIP-NOTE
		END-IF
	ELSE
		ADD 1 TO WS-LINES-NOT-CONFIRMED
		MOVE 0 TO WS-SHIPPED-QTY
		MOVE 'B' TO WS-SHORT-ACTION
		MOVE SPACE TO TP-CARRIER
		MOVE SPACE TO TP-TRACKING-NO
		MOVE 'NOT CONFIRMED' TO WS-SHIP-NOTE
	END-IF.
	SUBTRACT WS-SHIPPED-QTY FROM WS-POSTED-QTY GIVING WS-SHORT-QTY.
	MOVE 'C' TO TP-SHIP-STATUS.
	MOVE WS-SHORT-QTY TO TP-QTY-SHORT.
	IF WS-SHORT-QTY IS GREATER THAN 0 THEN
		MOVE WS-SHORT-ACTION TO TP-SHORT-ACTION
		PERFORM 040-REVERSE-SHORT-QTY
	ELSE
		MOVE SPACE TO TP-SHORT-ACTION
		MOVE 0 TO WS-SHORT-NET
	END-IF.
	PERFORM 050-WRITE-CONFIRMED-LINE.

040-REVERSE-SHORT-QTY.
	ADD 1 TO WS-LINES-SHORT.
	IF WS-SHIPPED-QTY IS EQUAL TO 0 THEN
		MOVE 0 TO WS-NEW-GROSS
		MOVE 0 TO WS-NEW-NET
	ELSE
		COMPUTE WS-NEW-GROSS ROUNDED =
			TP-GROSS-COST * WS-SHIPPED-QTY / WS-POSTED-QTY
		COMPUTE WS-NEW-NET ROUNDED =
			TP-NETCOST * WS-SHIPPED-QTY / WS-POSTED-QTY
	END-IF.
	SUBTRACT WS-NEW-GROSS FROM TP-GROSS-COST GIVING WS-SHORT-GROSS.
	SUBTRACT WS-NEW-NET FROM TP-NETCOST GIVING WS-SHORT-NET.
	SUBTRACT WS-SHORT-NET FROM WS-SHORT-GROSS GIVING WS-SHORT-DISCOUNT.
	MOVE WS-SHIPPED-QTY TO TP-QTY-POSTED.
	MOVE WS-NEW-GROSS TO TP-GROSS-COST.
	MOVE WS-NEW-NET TO TP-NETCOST.
	SUBTRACT WS-NEW-NET FROM WS-NEW-GROSS GIVING TP-DISCOUNT.
	ADD WS-SHORT-NET TO WS-CREDIT-TOTAL.
	PERFORM 042-CREDIT-CUSTOMER.
	PERFORM 044-RESTOCK-SHORT-QTY.
	PERFORM 046-LOG-SALES-HISTORY.
	IF WS-SHORT-ACTION IS EQUAL TO 'B' THEN
		PERFORM 048-WRITE-BACKORDER
	END-IF.

042-CREDIT-CUSTOMER.
	MOVE TP-CUST-NO TO CUST-NO.
	READ CUST-FILE
		INVALID KEY
			MOVE 'N' TO CUST-FOUND-FLAG
		NOT INVALID KEY
			MOVE 'Y' TO CUST-FOUND-FLAG
			SUBTRACT WS-SHORT-NET FROM CUST-PAST-DUE GIVING CUST-PAST-DUE
			REWRITE CUST-RECORD
	END-READ.
	IF CUST-FOUND-FLAG IS EQUAL TO 'Y' THEN
		MOVE SPACE TO AR-DETAIL-RECORD
		MOVE TP-CUST-NO TO AR-CUST-NO
		ACCEPT AR-TRANS-DATE FROM DATE YYYYMMDD
		MOVE 'R' TO AR-TRANS-CODE
		MOVE WS-SHORT-NET TO AR-AMOUNT
		WRITE AR-DETAIL-RECORD
	END-IF.

044-RESTOCK-SHORT-QTY.
	ADD WS-SHORT-QTY TO WS-UNITS-RESTOCKED.
	MOVE TP-ITEM-NO TO WS-ITEM-NO-X.
	MOVE 'N' TO KIT-ITEM-FLAG.
	IF WS-KIT-NUM-IN IS GREATER THAN 0 THEN
		SET KIT-INDEX TO 1
		SEARCH WS-KIT-DETAIL
			WHEN WS-KIT-ITEM-NO(KIT-INDEX) = WS-ITEM-NO-X
				MOVE 'Y' TO KIT-ITEM-FLAG
		END-SEARCH
	END-IF.
	IF KIT-ITEM-FLAG IS EQUAL TO 'Y' THEN
		MOVE 0 TO WS-KIT-SUB
		PERFORM 045-RESTOCK-ONE-COMPONENT WS-KIT-NUM-IN TIMES
	ELSE
		MOVE WS-ITEM-NO-X TO INV-ITEM-NO
		MOVE TP-LOC-CODE TO INV-LOC-CODE
		READ INV-FILE
			INVALID KEY
				MOVE 'ITEM NOT ON FILE' TO WS-SHIP-NOTE
			NOT INVALID KEY
				COMPUTE WS-RESTOCK-TOTAL = INV-QTY + WS-SHORT-QTY
				PERFORM 043-APPLY-RESTOCK
				SUBTRACT WS-QTY-CAPPED FROM WS-SHORT-QTY
					GIVING WS-LOT-RESTOCK-QTY
				MOVE SPACE TO WS-RLOT-KIT-ITEM-NO
				PERFORM 047-RESTOCK-LOTS
		END-READ
	END-IF.

043-APPLY-RESTOCK.
	MOVE 0 TO WS-QTY-CAPPED.
	IF WS-RESTOCK-TOTAL IS GREATER THAN 99999 THEN
		SUBTRACT 99999 FROM WS-RESTOCK-TOTAL GIVING WS-QTY-CAPPED
		MOVE 99999 TO INV-QTY
		MOVE 'RESTOCK CAPPED' TO WS-SHIP-NOTE
		PERFORM 049-LOG-RESTOCK-OVERFLOW
	ELSE
		MOVE WS-RESTOCK-TOTAL TO INV-QTY
	END-IF.
	REWRITE INV-RECORD.
	MOVE INV-ITEM-NO TO WS-RLOT-ITEM-NO.

045-RESTOCK-ONE-COMPONENT.
	ADD 1 TO WS-KIT-SUB.
	IF WS-KIT-ITEM-NO(WS-KIT-SUB) IS EQUAL TO WS-ITEM-NO-X THEN
		MULTIPLY WS-SHORT-QTY BY WS-KIT-COMP-QTY(WS-KIT-SUB)
			GIVING WS-KIT-COMP-MOVE-QTY
		MOVE WS-KIT-COMP-ITEM-NO(WS-KIT-SUB) TO INV-ITEM-NO
		MOVE TP-LOC-CODE TO INV-LOC-CODE
		READ INV-FILE
			INVALID KEY
				MOVE 'KIT COMP MISSING' TO WS-SHIP-NOTE
			NOT INVALID KEY
				COMPUTE WS-RESTOCK-TOTAL = INV-QTY + WS-KIT-COMP-MOVE-QTY
				PERFORM 043-APPLY-RESTOCK
				SUBTRACT WS-QTY-CAPPED FROM WS-KIT-COMP-MOVE-QTY
					GIVING WS-LOT-RESTOCK-QTY
				MOVE WS-ITEM-NO-X TO WS-RLOT-KIT-ITEM-NO
				PERFORM 047-RESTOCK-LOTS
		END-READ
	END-IF.

047-RESTOCK-LOTS.
	MOVE 0 TO WS-RLOT-NUM-IN.
	IF LOT-AVAILABLE-FLAG IS EQUAL TO 'Y'
			AND WS-LOT-RESTOCK-QTY IS GREATER THAN 0 THEN
		MOVE 'N' TO LOT-SHIPMENT-EOF-SWITCH
		OPEN INPUT LOT-SHIPMENT-FILE
		IF WS-LOT-SHIPMENT-FILE-STATUS IS NOT EQUAL TO '00' THEN
			MOVE 'Y' TO LOT-SHIPMENT-EOF-SWITCH
		END-IF
		PERFORM UNTIL LOT-SHIPMENT-EOF-SWITCH IS EQUAL TO 'Y'
			READ LOT-SHIPMENT-FILE
				AT END
					MOVE 'Y' TO LOT-SHIPMENT-EOF-SWITCH
				NOT AT END
					IF LS-SHIP-DATE IS EQUAL TO WS-RUN-DATE
							AND LS-CUST-NO IS EQUAL TO TP-CUST-NO
							AND LS-SHIP-TO-CODE IS EQUAL TO TP-SHIP-TO-CODE
							AND LS-ITEM-NO IS EQUAL TO WS-RLOT-ITEM-NO
							AND LS-LOC-CODE IS EQUAL TO TP-LOC-CODE
							AND LS-KIT-ITEM-NO IS EQUAL TO WS-RLOT-KIT-ITEM-NO THEN
						PERFORM 0471-NET-ONE-LOT-SHIPMENT
					END-IF
			END-READ
		END-PERFORM
		IF WS-LOT-SHIPMENT-FILE-STATUS IS NOT EQUAL TO '35' THEN
			CLOSE LOT-SHIPMENT-FILE
		END-IF
		MOVE WS-LOT-RESTOCK-QTY TO WS-RLOT-QTY-LEFT
		MOVE WS-RLOT-NUM-IN TO WS-RLOT-SUB
		ADD 1 TO WS-RLOT-SUB
		PERFORM 0473-RESTORE-ONE-LOT WS-RLOT-NUM-IN TIMES
		IF WS-RLOT-QTY-LEFT IS LESS THAN WS-LOT-RESTOCK-QTY THEN
			OPEN EXTEND LOT-SHIPMENT-FILE
			MOVE 0 TO WS-RLOT-SUB
			PERFORM 0475-LOG-ONE-REVERSAL WS-RLOT-NUM-IN TIMES
			CLOSE LOT-SHIPMENT-FILE
		END-IF
	END-IF.

0471-NET-ONE-LOT-SHIPMENT.
	MOVE 'N' TO RESTOCK-LOT-FOUND-FLAG.
	IF WS-RLOT-NUM-IN IS GREATER THAN 0 THEN
		SET RLOT-INDEX TO 1
		SEARCH WS-RLOT-DETAIL
			WHEN RLOT-INDEX IS GREATER THAN WS-RLOT-NUM-IN
				MOVE 'N' TO RESTOCK-LOT-FOUND-FLAG
			WHEN WS-RLOT-NO(RLOT-INDEX) = LS-LOT-NO
				AND WS-RLOT-EXPIRY-DATE(RLOT-INDEX) = LS-EXPIRY-DATE
				MOVE 'Y' TO RESTOCK-LOT-FOUND-FLAG
				SET WS-RLOT-SUB TO RLOT-INDEX
		END-SEARCH
	END-IF.
	IF RESTOCK-LOT-FOUND-FLAG IS EQUAL TO 'N'
			AND WS-RLOT-NUM-IN IS LESS THAN 50 THEN
		ADD 1 TO WS-RLOT-NUM-IN
		MOVE WS-RLOT-NUM-IN TO WS-RLOT-SUB
		MOVE LS-LOT-NO TO WS-RLOT-NO(WS-RLOT-SUB)
		MOVE LS-EXPIRY-DATE TO WS-RLOT-EXPIRY-DATE(WS-RLOT-SUB)
		MOVE 0 TO WS-RLOT-NET-QTY(WS-RLOT-SUB)
		MOVE 0 TO WS-RLOT-RESTORED-QTY(WS-RLOT-SUB)
		MOVE 'Y' TO RESTOCK-LOT-FOUND-FLAG
	END-IF.
	IF RESTOCK-LOT-FOUND-FLAG IS EQUAL TO 'Y' THEN
		IF LS-TRANS-CODE IS EQUAL TO 'X' THEN
			SUBTRACT LS-QTY FROM WS-RLOT-NET-QTY(WS-RLOT-SUB)
		ELSE
			ADD LS-QTY TO WS-RLOT-NET-QTY(WS-RLOT-SUB)
		END-IF
	END-IF.

0473-RESTORE-ONE-LOT.
	SUBTRACT 1 FROM WS-RLOT-SUB.
	IF WS-RLOT-QTY-LEFT IS GREATER THAN 0
			AND WS-RLOT-NET-QTY(WS-RLOT-SUB) IS GREATER THAN 0 THEN
		IF WS-RLOT-NET-QTY(WS-RLOT-SUB) IS LESS THAN WS-RLOT-QTY-LEFT THEN
			MOVE WS-RLOT-NET-QTY(WS-RLOT-SUB) TO WS-RLOT-TAKE-QTY
		ELSE
			MOVE WS-RLOT-QTY-LEFT TO WS-RLOT-TAKE-QTY
		END-IF
		MOVE WS-RLOT-ITEM-NO TO LOT-ITEM-NO
		MOVE TP-LOC-CODE TO LOT-LOC-CODE
		MOVE WS-RLOT-EXPIRY-DATE(WS-RLOT-SUB) TO LOT-EXPIRY-DATE
		MOVE WS-RLOT-NO(WS-RLOT-SUB) TO LOT-NO
		READ LOT-FILE
			INVALID KEY
				MOVE 0 TO WS-RLOT-TAKE-QTY
			NOT INVALID KEY
				ADD WS-RLOT-TAKE-QTY TO LOT-QTY
				REWRITE LOT-RECORD
		END-READ
		MOVE WS-RLOT-TAKE-QTY TO WS-RLOT-RESTORED-QTY(WS-RLOT-SUB)
		SUBTRACT WS-RLOT-TAKE-QTY FROM WS-RLOT-QTY-LEFT
	END-IF.

0475-LOG-ONE-REVERSAL.
	ADD 1 TO WS-RLOT-SUB.
	IF WS-RLOT-RESTORED-QTY(WS-RLOT-SUB) IS GREATER THAN 0 THEN
		MOVE SPACE TO LOT-SHIPMENT-RECORD
		MOVE WS-RUN-DATE TO LS-SHIP-DATE
		MOVE WS-RLOT-NO(WS-RLOT-SUB) TO LS-LOT-NO
		MOVE WS-RLOT-ITEM-NO TO LS-ITEM-NO
		MOVE TP-LOC-CODE TO LS-LOC-CODE
		MOVE TP-CUST-NO TO LS-CUST-NO
		MOVE TP-SHIP-TO-CODE TO LS-SHIP-TO-CODE
		MOVE WS-RLOT-RESTORED-QTY(WS-RLOT-SUB) TO LS-QTY
		MOVE WS-RLOT-EXPIRY-DATE(WS-RLOT-SUB) TO LS-EXPIRY-DATE
		MOVE 'X' TO LS-TRANS-CODE
		MOVE WS-RLOT-KIT-ITEM-NO TO LS-KIT-ITEM-NO
		WRITE LOT-SHIPMENT-RECORD
	END-IF.

046-LOG-SALES-HISTORY.
	MOVE SPACE TO SALES-HISTORY-RECORD.
	ACCEPT SH-RUN-DATE FROM DATE YYYYMMDD.
	MOVE TP-CUST-NO TO SH-CUST-NO.
	MOVE TP-CUST-REGION TO SH-CUST-REGION.
	MOVE TP-ITEM-NO TO SH-ITEM-NO.
	MOVE TP-INV-ITEM-NAME TO SH-ITEM-NAME.
	MOVE WS-SHORT-QTY TO SH-QTY.
	MOVE WS-SHORT-GROSS TO SH-GROSS-COST.
	MOVE WS-SHORT-DISCOUNT TO SH-DISCOUNT.
	MOVE WS-SHORT-NET TO SH-NETCOST.
	MOVE 'R' TO SH-TRANS-CODE.
	MOVE 'SHORT SHIP' TO SH-LOT-NO.
	WRITE SALES-HISTORY-RECORD.

049-LOG-RESTOCK-OVERFLOW.
	MOVE SPACE TO ERROR-RECORD.
	MOVE TP-CUST-NO TO ERROR-CUST-NO.
	MOVE INV-ITEM-NO TO ERROR-ITEM-NO.
	MOVE WS-QTY-CAPPED TO ERROR-QTY-ORD.
	MOVE 'RETURN QTY OVERFLOW' TO ERROR-CODE.
	MOVE WS-RUN-DATE TO ERROR-RUN-DATE.
	MOVE 'U' TO ERROR-STATUS.
	MOVE TP-LOC-CODE TO ERROR-LOC-CODE.
	MOVE TP-TRANS-CODE TO ERROR-TRANS-CODE.
	MOVE SPACE TO ERROR-TO-LOC-CODE.
	MOVE TP-SHIP-TO-CODE TO ERROR-SHIP-TO-CODE.
	WRITE ERROR-RECORD.

048-WRITE-BACKORDER.
	ADD 1 TO WS-BACKORDERS-WRITTEN.
	MOVE SPACE TO BACKORDER-RECORD.
	MOVE TP-CUST-NO TO BO-CUST-NO.
	MOVE TP-ITEM-NO TO BO-ITEM-NO.
	MOVE TP-LOC-CODE TO BO-LOC-CODE.
	MOVE WS-SHORT-QTY TO BO-QTY.
	ACCEPT BO-ORDER-DATE FROM DATE YYYYMMDD.
	MOVE TP-TRANS-CODE TO BO-TRANS-CODE.
	MOVE 'O' TO BO-STATUS.
	WRITE BACKORDER-RECORD.

050-WRITE-CONFIRMED-LINE.
	MOVE WS-SHORT-NET TO WS-SHORT-NET-ED.
	MOVE SPACE TO CONFIRM-REGISTER-RECORD.
	STRING 'CUST ' TP-CUST-NO ' ' TP-SHIP-TO-CODE
		' ITEM ' TP-ITEM-NO ' LOC ' TP-LOC-CODE
		' POST ' WS-POSTED-QTY ' SHIP ' WS-SHIPPED-QTY
		' SHORT ' WS-SHORT-QTY ' ' TP-SHORT-ACTION
		' CR ' WS-SHORT-NET-ED
		' ' TP-CARRIER ' ' TP-TRACKING-NO
		' ' WS-SHIP-NOTE
		DELIMITED BY SIZE INTO CONFIRM-REGISTER-RECORD.
	WRITE CONFIRM-REGISTER-RECORD.

060-CHECK-UNMATCHED.
	ADD 1 TO WS-CONFIRM-SUB.
	IF WS-SC-MATCHED(WS-CONFIRM-SUB) IS EQUAL TO 'N' THEN
		ADD 1 TO WS-CONFIRMS-UNMATCHED
		MOVE SPACE TO CONFIRM-REGISTER-RECORD
		STRING 'UNMATCHED CUST ' WS-SC-CUST-NO(WS-CONFIRM-SUB)
			' ' WS-SC-SHIP-TO-CODE(WS-CONFIRM-SUB)
			'  ITEM ' WS-SC-ITEM-NO(WS-CONFIRM-SUB)
			'  LOC ' WS-SC-LOC-CODE(WS-CONFIRM-SUB)
			'  SHIPPED ' WS-SC-QTY-SHIPPED(WS-CONFIRM-SUB)
			'  - NO UNCONFIRMED POSTED LINE'
			DELIMITED BY SIZE INTO CONFIRM-REGISTER-RECORD
		WRITE CONFIRM-REGISTER-RECORD
	END-IF.

070-REPLACE-TRANSACTIONS.
	OPEN INPUT SHIP-TEMP-FILE.
	OPEN OUTPUT TRANS-OUTPUT-FILE.
	PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
		READ SHIP-TEMP-FILE
			AT END
				MOVE 'Y' TO TEMP-EOF-SWITCH
			NOT AT END
				MOVE SHIP-TEMP-RECORD TO TRANS-OUTPUT-RECORD
				MOVE TP-CUST-NO TO CUST-NO
				READ CUST-FILE
					NOT INVALID KEY
						MOVE CUST-PAST-DUE TO TP-CUST-BALANCE
				END-READ
				WRITE TRANS-OUTPUT-RECORD
		END-READ
	END-PERFORM.
	CLOSE SHIP-TEMP-FILE.
	CLOSE TRANS-OUTPUT-FILE.

080-WRITE-REGISTER-TOTALS.
	MOVE WS-CREDIT-TOTAL TO WS-CREDIT-TOTAL-ED.
	MOVE SPACE TO CONFIRM-REGISTER-RECORD.
	WRITE CONFIRM-REGISTER-RECORD.
	MOVE SPACE TO CONFIRM-REGISTER-RECORD.
	STRING 'LINES CONFIRMED: ' WS-LINES-CONFIRMED
		'   SHORT: ' WS-LINES-SHORT
		'   NOT CONFIRMED: ' WS-LINES-NOT-CONFIRMED
		'   UNITS RESTOCKED: ' WS-UNITS-RESTOCKED
		'   BACKORDERS: ' WS-BACKORDERS-WRITTEN
		DELIMITED BY SIZE INTO CONFIRM-REGISTER-RECORD.
	WRITE CONFIRM-REGISTER-RECORD.
	MOVE SPACE TO CONFIRM-REGISTER-RECORD.
	STRING 'CONFIRMATIONS READ: ' WS-CONFIRMS-READ
		'   REJECTED: ' WS-CONFIRMS-REJECTED
		'   UNMATCHED: ' WS-CONFIRMS-UNMATCHED
		'   CREDITED NOT BILLED: ' WS-CREDIT-TOTAL-ED
		DELIMITED BY SIZE INTO CONFIRM-REGISTER-RECORD.
	WRITE CONFIRM-REGISTER-RECORD.
