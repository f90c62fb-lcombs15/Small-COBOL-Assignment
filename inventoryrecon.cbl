	SELECT TRANSFER-LOG-FILE ASSIGN TO "data_files/transfers.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-TRANSFER-LOG-FILE-STATUS.
	SELECT VENDOR-RETURN-FILE ASSIGN TO "data_files/vendor_returns.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VENDOR-RETURN-FILE-STATUS.
	SELECT RECON-REPORT-FILE ASSIGN TO "data_files/inventory_recon_report.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT KIT-FILE ASSIGN TO "data_files/kits.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-KIT-FILE-STATUS.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

COPY "transferrec.cpy".

FD VENDOR-RETURN-FILE
	LABEL RECORDS ARE STANDARD.

COPY "vendrtnrec.cpy".

FD RECON-REPORT-FILE
	LABEL RECORDS ARE STANDARD.

01 RECON-REPORT-RECORD			PICTURE IS X(132).

FD KIT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "kitrec.cpy".

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

	02 ERROR-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 GOODS-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 XFER-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 VENDOR-RETURN-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 INV-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 RECON-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 RECON-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-ITEM-FLAG	PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-SNAPSHOT-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-GOODS-RECEIVED-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-TRANSFER-LOG-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-VENDOR-RETURN-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-KIT-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.

01 RECON-TABLE.
	02 WS-RECON-DETAIL OCCURS 200 TIMES INDEXED BY RECON-INDEX.
		03 WS-RECON-ITEM-NO	PICTURE IS X(6).
		03 WS-RECON-LOC-CODE	PICTURE IS X(3).
		03 WS-RECON-BEGIN-QTY	PICTURE IS S9(5).
		03 WS-RECON-SALES-QTY	PICTURE IS S9(6).
		03 WS-RECON-RETURN-QTY	PICTURE IS S9(6).
		03 WS-RECON-RECEIVED-QTY	PICTURE IS S9(6).
		03 WS-RECON-LOST-QTY	PICTURE IS S9(6).
		03 WS-RECON-XFER-IN-QTY	PICTURE IS S9(6).
		03 WS-RECON-XFER-OUT-QTY	PICTURE IS S9(6).
		03 WS-RECON-VENDOR-RTN-QTY	PICTURE IS S9(6).
		03 WS-RECON-MATCHED	PICTURE IS X(1).

01 KIT-TABLE.
	02 WS-KIT-DETAIL OCCURS 200 TIMES INDEXED BY KIT-INDEX.
		03 WS-KIT-ITEM-NO	PICTURE IS X(6).
		03 WS-KIT-COMP-ITEM-NO	PICTURE IS X(6).
		03 WS-KIT-COMP-QTY	PICTURE IS 9(3).

01 WORK-FIELDS.
	02 WS-KIT-NUM-IN	PICTURE IS S9(3) VALUE 0.
	02 WS-KIT-SUB		PICTURE IS S9(3) VALUE 0.
	02 WS-KIT-COMP-MOVE-QTY	PICTURE IS 9(8).
	02 WS-RECON-NUM-IN	PICTURE IS S9(3) VALUE 0.
	02 WS-RECON-SUB		PICTURE IS S9(3) VALUE 0.
	02 WS-RUN-DATE		PICTURE IS 9(8).
	02 WS-ITEM-NO-X		PICTURE IS X(6).
	02 WS-LOC-CODE-X	PICTURE IS X(3).
	02 WS-EXPECTED-QTY	PICTURE IS S9(7).
	02 WS-EXCEPTION-COUNT	PICTURE IS 9(4) VALUE 0.
	02 WS-ITEM-COUNT	PICTURE IS 9(4) VALUE 0.

01 EDITED-FIELDS.
	02 WS-EXPECTED-QTY-ED	PICTURE IS -(6)9.
	02 WS-ACTUAL-QTY-ED	PICTURE IS -(6)9.


PROCEDURE DIVISION.
			TO RECON-REPORT-RECORD
		WRITE RECON-REPORT-RECORD
	END-IF.
	PERFORM 012-LOAD-KITS.
	IF KIT-OVERFLOW-FLAG IS EQUAL TO 'Y' THEN
		MOVE 'KIT FILE EXCEEDS 200 ROWS - KIT SALES NOT EXPLODED PAST ROW 200'
			TO RECON-REPORT-RECORD
		WRITE RECON-REPORT-RECORD
	END-IF.
	PERFORM 020-TALLY-TRANSACTIONS.
	PERFORM 030-TALLY-OVERFLOW-ERRORS.
	PERFORM 040-TALLY-GOODS-RECEIVED.
	PERFORM 045-TALLY-TRANSFERS.
	PERFORM 048-TALLY-VENDOR-RETURNS.
	PERFORM 050-COMPARE-ENDING-INVENTORY.
	PERFORM 060-REPORT-UNMATCHED-SNAPSHOT.
	PERFORM 070-WRITE-VERDICT.
						MOVE 0 TO WS-RECON-LOST-QTY(WS-RECON-NUM-IN)
						MOVE 0 TO WS-RECON-XFER-IN-QTY(WS-RECON-NUM-IN)
						MOVE 0 TO WS-RECON-XFER-OUT-QTY(WS-RECON-NUM-IN)
						MOVE 0 TO WS-RECON-VENDOR-RTN-QTY(WS-RECON-NUM-IN)
						MOVE 'N' TO WS-RECON-MATCHED(WS-RECON-NUM-IN)
					END-IF
			END-READ
		CLOSE INV-SNAPSHOT-FILE
	END-IF.

012-LOAD-KITS.
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

015-FIND-RECON-ITEM.
	MOVE 'N' TO RECON-FOUND-FLAG.
	MOVE 0 TO WS-RECON-SUB.
025-TALLY-ONE-TRANSACTION.
	MOVE TP-ITEM-NO TO WS-ITEM-NO-X.
	MOVE TP-LOC-CODE TO WS-LOC-CODE-X.
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
		PERFORM 027-TALLY-KIT-COMPONENT WS-KIT-NUM-IN TIMES
	ELSE
		PERFORM 026-TALLY-ITEM-MOVEMENT
	END-IF.

026-TALLY-ITEM-MOVEMENT.
	PERFORM 015-FIND-RECON-ITEM.
	IF RECON-FOUND-FLAG IS EQUAL TO 'N' THEN
		ADD 1 TO WS-EXCEPTION-COUNT
		END-IF
	END-IF.

027-TALLY-KIT-COMPONENT.
	ADD 1 TO WS-KIT-SUB.
	IF WS-KIT-ITEM-NO(WS-KIT-SUB) IS EQUAL TO TP-ITEM-NO THEN
		MOVE WS-KIT-COMP-ITEM-NO(WS-KIT-SUB) TO WS-ITEM-NO-X
		MOVE TP-LOC-CODE TO WS-LOC-CODE-X
		PERFORM 015-FIND-RECON-ITEM
		IF RECON-FOUND-FLAG IS EQUAL TO 'N' THEN
			ADD 1 TO WS-EXCEPTION-COUNT
			MOVE SPACE TO RECON-REPORT-RECORD
			STRING 'ITEM ' WS-ITEM-NO-X '  LOC ' WS-LOC-CODE-X
				'  KIT COMPONENT POSTED TODAY BUT NOT IN SNAPSHOT'
				DELIMITED BY SIZE INTO RECON-REPORT-RECORD
			WRITE RECON-REPORT-RECORD
		ELSE
			MULTIPLY TP-QTY-POSTED BY WS-KIT-COMP-QTY(WS-KIT-SUB)
				GIVING WS-KIT-COMP-MOVE-QTY
			IF TP-TRANS-CODE IS EQUAL TO 'R' THEN
				ADD WS-KIT-COMP-MOVE-QTY TO WS-RECON-RETURN-QTY(WS-RECON-SUB)
			ELSE
				ADD WS-KIT-COMP-MOVE-QTY TO WS-RECON-SALES-QTY(WS-RECON-SUB)
			END-IF
		END-IF
	END-IF.

030-TALLY-OVERFLOW-ERRORS.
	OPEN INPUT ERROR-FILE.
	IF WS-ERROR-FILE-STATUS IS EQUAL TO '35' THEN
		ADD XFER-QTY TO WS-RECON-XFER-IN-QTY(WS-RECON-SUB)
	END-IF.

048-TALLY-VENDOR-RETURNS.
	OPEN INPUT VENDOR-RETURN-FILE.
	IF WS-VENDOR-RETURN-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'Y' TO VENDOR-RETURN-EOF-SWITCH
	ELSE
		PERFORM UNTIL VENDOR-RETURN-EOF-SWITCH IS EQUAL TO 'Y'
			READ VENDOR-RETURN-FILE INTO VENDOR-RETURN-RECORD
				AT END
					MOVE 'Y' TO VENDOR-RETURN-EOF-SWITCH
				NOT AT END
					IF VR-POST-DATE IS EQUAL TO WS-RUN-DATE THEN
						MOVE VR-ITEM-NO TO WS-ITEM-NO-X
						MOVE VR-LOC-CODE TO WS-LOC-CODE-X
						PERFORM 015-FIND-RECON-ITEM
						IF RECON-FOUND-FLAG IS EQUAL TO 'Y' THEN
							ADD VR-QTY TO WS-RECON-VENDOR-RTN-QTY(WS-RECON-SUB)
						END-IF
					END-IF
			END-READ
		END-PERFORM
		CLOSE VENDOR-RETURN-FILE
	END-IF.

050-COMPARE-ENDING-INVENTORY.
	OPEN INPUT INV-FILE.
	IF WS-INV-FILE-STATUS IS NOT EQUAL TO '00' THEN
			- WS-RECON-LOST-QTY(WS-RECON-SUB)
			+ WS-RECON-XFER-IN-QTY(WS-RECON-SUB)
			- WS-RECON-XFER-OUT-QTY(WS-RECON-SUB)
			- WS-RECON-VENDOR-RTN-QTY(WS-RECON-SUB)
		IF WS-EXPECTED-QTY IS NOT EQUAL TO INV-QTY THEN
			ADD 1 TO WS-EXCEPTION-COUNT
			MOVE WS-EXPECTED-QTY TO WS-EXPECTED-QTY-ED
