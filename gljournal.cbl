		ACCESS MODE IS DYNAMIC
		RECORD KEY IS INV-KEY
		FILE STATUS IS WS-INV-FILE-STATUS.
	SELECT VOUCHER-FILE ASSIGN TO "data_files/vouchers.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VOUCHER-FILE-STATUS.
	SELECT GL-JOURNAL-FILE ASSIGN TO "data_files/gl_journal.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"

COPY "invrec.cpy".

FD VOUCHER-FILE
	LABEL RECORDS ARE STANDARD.

COPY "voucherrec.cpy".

FD GL-JOURNAL-FILE
	LABEL RECORDS ARE STANDARD.

	02 AR-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 DEPOSIT-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 GOODS-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 VOUCHER-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 INV-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-DEPOSIT-TOTAL-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-GOODS-RECEIVED-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-VOUCHER-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.

01 WORK-FIELDS.
	02 WS-LINES-WRITTEN	PICTURE IS 9(5) VALUE 0.
	02 WS-UNPRICED-COUNT	PICTURE IS 9(5) VALUE 0.
	02 WS-ITEM-PRICE	PICTURE IS S9(2)V9(2).
	02 WS-EXTENDED-VALUE	PICTURE IS S9(7)V9(2).

01 ACTIVITY-TOTALS.
	02 WS-SALES-TOTAL	PICTURE IS S9(7)V9(2) VALUE 0.
	02 WS-CASH-TOTAL	PICTURE IS S9(7)V9(2) VALUE 0.
	02 WS-CHARGES-TOTAL	PICTURE IS S9(7)V9(2) VALUE 0.
	02 WS-RECEIPTS-TOTAL	PICTURE IS S9(7)V9(2) VALUE 0.
	02 WS-VOUCHERS-TOTAL	PICTURE IS S9(7)V9(2) VALUE 0.
	02 WS-AR-DEBIT-TOTAL	PICTURE IS S9(7)V9(2) VALUE 0.
	02 WS-AR-CREDIT-TOTAL	PICTURE IS S9(7)V9(2) VALUE 0.
	02 WS-TOTAL-DEBITS	PICTURE IS S9(8)V9(2) VALUE 0.
	PERFORM 020-TALLY-FINANCE-CHARGES.
	PERFORM 025-TALLY-DEPOSITS.
	PERFORM 030-TALLY-GOODS-RECEIVED.
	PERFORM 037-TALLY-VOUCHERS.
	PERFORM 040-BUILD-JOURNAL-LINES.
	PERFORM 050-PROVE-JOURNAL.
	PERFORM 060-WRITE-JOURNAL.
		ADD WS-EXTENDED-VALUE TO WS-RECEIPTS-TOTAL
	END-IF.

037-TALLY-VOUCHERS.
	OPEN INPUT VOUCHER-FILE.
	IF WS-VOUCHER-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'Y' TO VOUCHER-EOF-SWITCH
	ELSE
		PERFORM UNTIL VOUCHER-EOF-SWITCH IS EQUAL TO 'Y'
			READ VOUCHER-FILE INTO VOUCHER-RECORD
				AT END
					MOVE 'Y' TO VOUCHER-EOF-SWITCH
				NOT AT END
					ADD 1 TO WS-RECORDS-READ
					IF VCH-RUN-DATE IS EQUAL TO WS-RUN-DATE THEN
						ADD VCH-AMOUNT TO WS-VOUCHERS-TOTAL
					END-IF
			END-READ
		END-PERFORM
		CLOSE VOUCHER-FILE
	END-IF.

040-BUILD-JOURNAL-LINES.
	ADD WS-SALES-TOTAL TO WS-CHARGES-TOTAL GIVING WS-AR-DEBIT-TOTAL.
	ADD WS-RETURNS-TOTAL TO WS-CASH-TOTAL GIVING WS-AR-CREDIT-TOTAL.
		MOVE WS-RECEIPTS-TOTAL TO WS-LINE-CREDIT
		PERFORM 045-ADD-JOURNAL-LINE
	END-IF.
	IF WS-VOUCHERS-TOTAL IS NOT EQUAL TO 0 THEN
		MOVE '2100' TO WS-LINE-ACCOUNT-NO
		MOVE 'ACCRUED PAYABLES' TO WS-LINE-ACCOUNT-NAME
		MOVE WS-VOUCHERS-TOTAL TO WS-LINE-DEBIT
		MOVE 0 TO WS-LINE-CREDIT
		PERFORM 045-ADD-JOURNAL-LINE
		MOVE '2000' TO WS-LINE-ACCOUNT-NO
		MOVE 'ACCOUNTS PAYABLE' TO WS-LINE-ACCOUNT-NAME
		MOVE 0 TO WS-LINE-DEBIT
		MOVE WS-VOUCHERS-TOTAL TO WS-LINE-CREDIT
		PERFORM 045-ADD-JOURNAL-LINE
	END-IF.
	IF WS-SALES-TOTAL IS NOT EQUAL TO 0 THEN
		MOVE '4100' TO WS-LINE-ACCOUNT-NO
		MOVE 'SALES' TO WS-LINE-ACCOUNT-NAME
