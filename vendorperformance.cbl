	SELECT GOODS-RECEIVED-FILE ASSIGN TO "data_files/goods_received.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-GOODS-RECEIVED-FILE-STATUS.
	SELECT VENDOR-RETURN-FILE ASSIGN TO "data_files/vendor_returns.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VENDOR-RETURN-FILE-STATUS.
	SELECT VENDOR-PERF-REPORT-FILE ASSIGN TO "data_files/vendor_performance_report.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"

COPY "goodsrcvrec.cpy".

FD VENDOR-RETURN-FILE
	LABEL RECORDS ARE STANDARD.

COPY "vendrtnrec.cpy".

FD VENDOR-PERF-REPORT-FILE
	LABEL RECORDS ARE STANDARD.

01 SWITCHES.
	02 VENDOR-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 GOODS-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 RETURN-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 VENDOR-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 VENDOR-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-VENDOR-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-GOODS-RECEIVED-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-VENDOR-RETURN-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.

01 ORDER-DATE-FIELDS.
		03 WS-VEN-LATE-COUNT	PICTURE IS S9(5).
		03 WS-VEN-RECEIVED-QTY	PICTURE IS S9(7).
		03 WS-VEN-ORDERED-QTY	PICTURE IS S9(7).
		03 WS-VEN-RETURNED-QTY	PICTURE IS S9(7).

01 WORK-FIELDS.
	02 WS-VENDOR-NUM-IN	PICTURE IS S9(3) VALUE 0.
	02 WS-RECEIPTS-READ	PICTURE IS 9(6) VALUE 0.
	02 WS-UNTAGGED-COUNT	PICTURE IS 9(6) VALUE 0.
	02 WS-UNKNOWN-COUNT	PICTURE IS 9(6) VALUE 0.
	02 WS-RETURNS-READ	PICTURE IS 9(6) VALUE 0.
	02 WS-ELAPSED-DAYS	PICTURE IS S9(5).
	02 WS-AVERAGE-DAYS	PICTURE IS S9(5).
	02 WS-FILL-PERCENT	PICTURE IS S9(3).
	02 WS-RETURN-PERCENT	PICTURE IS S9(3).

01 EDITED-FIELDS.
	02 WS-AVERAGE-DAYS-ED	PICTURE IS -(4)9.
	02 WS-ON-TIME-ED	PICTURE IS -(4)9.
	02 WS-LATE-ED		PICTURE IS -(4)9.
	02 WS-FILL-PERCENT-ED	PICTURE IS -(2)9.
	02 WS-RETURN-PERCENT-ED	PICTURE IS -(2)9.


PROCEDURE DIVISION.
	OPEN OUTPUT VENDOR-PERF-REPORT-FILE.
	PERFORM 010-LOAD-VENDORS.
	PERFORM 020-TALLY-RECEIPTS.
	PERFORM 040-TALLY-VENDOR-RETURNS.
	PERFORM 030-WRITE-REPORT.
	CLOSE VENDOR-PERF-REPORT-FILE.
	DISPLAY 'RECEIPT RECORDS READ: ' WS-RECEIPTS-READ.
	DISPLAY 'VENDOR RETURN RECORDS READ: ' WS-RETURNS-READ.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.

		MOVE 0 TO WS-VEN-LATE-COUNT(WS-VENDOR-NUM-IN)
		MOVE 0 TO WS-VEN-RECEIVED-QTY(WS-VENDOR-NUM-IN)
		MOVE 0 TO WS-VEN-ORDERED-QTY(WS-VENDOR-NUM-IN)
		MOVE 0 TO WS-VEN-RETURNED-QTY(WS-VENDOR-NUM-IN)
	END-IF.

020-TALLY-RECEIPTS.

030-WRITE-REPORT.
	MOVE SPACE TO VENDOR-PERF-REPORT-RECORD.
	STRING 'VENDOR PERFORMANCE - PROMISED LEAD TIME VS ACTUAL RECEIPTS, RETURNS AS PCT OF QTY RECEIVED'
		DELIMITED BY SIZE INTO VENDOR-PERF-REPORT-RECORD.
	WRITE VENDOR-PERF-REPORT-RECORD.
	IF WS-UNTAGGED-COUNT IS GREATER THAN 0 THEN
		ELSE
			MOVE 0 TO WS-FILL-PERCENT
		END-IF
		IF WS-VEN-RECEIVED-QTY(WS-VENDOR-SUB) IS GREATER THAN 0 THEN
			COMPUTE WS-RETURN-PERCENT =
				WS-VEN-RETURNED-QTY(WS-VENDOR-SUB) * 100
				/ WS-VEN-RECEIVED-QTY(WS-VENDOR-SUB)
		ELSE
			MOVE 0 TO WS-RETURN-PERCENT
		END-IF
		MOVE WS-AVERAGE-DAYS TO WS-AVERAGE-DAYS-ED
		MOVE WS-VEN-ON-TIME-COUNT(WS-VENDOR-SUB) TO WS-ON-TIME-ED
		MOVE WS-VEN-LATE-COUNT(WS-VENDOR-SUB) TO WS-LATE-ED
		MOVE WS-FILL-PERCENT TO WS-FILL-PERCENT-ED
		MOVE WS-RETURN-PERCENT TO WS-RETURN-PERCENT-ED
		STRING 'VENDOR ' WS-VEN-NO(WS-VENDOR-SUB)
			'  ' WS-VEN-NAME(WS-VENDOR-SUB)
			'  LEAD ' WS-VEN-LEAD-TIME(WS-VENDOR-SUB)
			'  ON TIME ' WS-ON-TIME-ED
			'  LATE ' WS-LATE-ED
			'  FILL ' WS-FILL-PERCENT-ED ' PCT'
			'  RETURNED ' WS-RETURN-PERCENT-ED ' PCT'
			DELIMITED BY SIZE INTO VENDOR-PERF-REPORT-RECORD
	END-IF.
	WRITE VENDOR-PERF-REPORT-RECORD.

040-TALLY-VENDOR-RETURNS.
	OPEN INPUT VENDOR-RETURN-FILE.
	IF WS-VENDOR-RETURN-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'Y' TO RETURN-EOF-SWITCH
	ELSE
		PERFORM UNTIL RETURN-EOF-SWITCH IS EQUAL TO 'Y'
			READ VENDOR-RETURN-FILE INTO VENDOR-RETURN-RECORD
				AT END
					MOVE 'Y' TO RETURN-EOF-SWITCH
				NOT AT END
					ADD 1 TO WS-RETURNS-READ
					PERFORM 045-TALLY-ONE-RETURN
			END-READ
		END-PERFORM
		CLOSE VENDOR-RETURN-FILE
	END-IF.

045-TALLY-ONE-RETURN.
	MOVE 'N' TO VENDOR-FOUND-FLAG.
	MOVE 0 TO WS-VENDOR-SUB.
	IF WS-VENDOR-NUM-IN IS GREATER THAN 0 THEN
		SET VENDOR-INDEX TO 1
		SEARCH WS-VENDOR-DETAIL
			WHEN WS-VEN-NO(VENDOR-INDEX) = VR-VENDOR-NO
				MOVE 'Y' TO VENDOR-FOUND-FLAG
				SET WS-VENDOR-SUB TO VENDOR-INDEX
		END-SEARCH
	END-IF.
	IF VENDOR-FOUND-FLAG IS EQUAL TO 'N' THEN
		ADD 1 TO WS-UNKNOWN-COUNT
		MOVE SPACE TO VENDOR-PERF-REPORT-RECORD
		STRING 'VENDOR ' VR-VENDOR-NO '  PO ' VR-PO-NUMBER
			'  DEBIT MEMO ' VR-MEMO-NO
			'  RETURN NOT ON VENDOR-FILE - EXCLUDED'
			DELIMITED BY SIZE INTO VENDOR-PERF-REPORT-RECORD
		WRITE VENDOR-PERF-REPORT-RECORD
	ELSE
		ADD VR-QTY TO WS-VEN-RETURNED-QTY(WS-VENDOR-SUB)
	END-IF.
