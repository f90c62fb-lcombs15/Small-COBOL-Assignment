IDENTIFICATION DIVISION.
PROGRAM-ID.  "NKU CSC407 STANDING ORDERS".

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LUCAS-UBUNTU.
OBJECT-COMPUTER. LUCAS-UBUNTU.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT STANDING-ORDER-FILE ASSIGN TO "data_files/standing_orders.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SO-KEY
		FILE STATUS IS WS-STANDING-ORDER-FILE-STATUS.
	SELECT CUST-FILE ASSIGN TO "data_files/customers.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CUST-NO
		FILE STATUS IS WS-CUST-FILE-STATUS.
	SELECT INV-FILE ASSIGN TO "data_files/inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS INV-KEY
		FILE STATUS IS WS-INV-FILE-STATUS.
	SELECT TRANS-FILE ASSIGN TO "data_files/transactions.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-TRANS-FILE-STATUS.
	SELECT POSTED-BATCH-FILE ASSIGN TO "data_files/posted_batches.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-POSTED-BATCH-FILE-STATUS.
	SELECT STANDING-SEQUENCE-FILE ASSIGN TO "data_files/standing_batch_sequence.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STANDING-SEQUENCE-FILE-STATUS.
	SELECT PENDING-TEMP-FILE ASSIGN TO "data_files/standing_pending.tmp"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT FIRED-TEMP-FILE ASSIGN TO "data_files/standing_fired.tmp"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT STANDING-REPORT-FILE ASSIGN TO "data_files/standing_orders_report.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD STANDING-ORDER-FILE
	LABEL RECORDS ARE STANDARD.

COPY "standordrec.cpy".

FD CUST-FILE
	LABEL RECORDS ARE STANDARD.

COPY "custrec.cpy".

FD INV-FILE
	LABEL RECORDS ARE STANDARD.

COPY "invrec.cpy".

FD TRANS-FILE
	LABEL RECORDS ARE STANDARD.

01 TRANS-FILE-RECORD			PICTURE IS X(60).

FD POSTED-BATCH-FILE
	LABEL RECORDS ARE STANDARD.

01 POSTED-BATCH-RECORD.
	02 PB-BATCH-NO			PICTURE IS 9(6).

FD STANDING-SEQUENCE-FILE
	LABEL RECORDS ARE STANDARD.

01 STANDING-SEQUENCE-RECORD.
	02 STANDING-LAST-NUMBER		PICTURE IS 9(6).

FD PENDING-TEMP-FILE
	LABEL RECORDS ARE STANDARD.

01 PENDING-TEMP-RECORD			PICTURE IS X(60).

FD FIRED-TEMP-FILE
	LABEL RECORDS ARE STANDARD.

01 FIRED-TEMP-RECORD			PICTURE IS X(60).

FD STANDING-REPORT-FILE
	LABEL RECORDS ARE STANDARD.

01 STANDING-REPORT-RECORD		PICTURE IS X(132).

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

COPY "runlogrec.cpy".



WORKING-STORAGE SECTION.
01 SWITCHES.
	02 ORDER-EOF-SWITCH		PICTURE IS X(1) VALUE IS 'N'.
	02 TRANS-EOF-SWITCH		PICTURE IS X(1) VALUE IS 'N'.
	02 TEMP-EOF-SWITCH		PICTURE IS X(1) VALUE IS 'N'.
	02 POSTED-BATCH-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 PENDING-POSTED-FLAG		PICTURE IS X(1) VALUE IS 'N'.
	02 MERGE-BATCH-FLAG		PICTURE IS X(1) VALUE IS 'N'.
	02 TRAILER-SEEN-FLAG		PICTURE IS X(1) VALUE IS 'N'.
	02 CUST-FOUND-FLAG		PICTURE IS X(1) VALUE IS 'N'.
	02 INV-FOUND-FLAG		PICTURE IS X(1) VALUE IS 'N'.
	02 CREDIT-HOLD-FLAG		PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-STANDING-ORDER-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-CUST-FILE-STATUS			PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-FILE-STATUS			PICTURE IS X(2) VALUE IS '00'.
	02 WS-TRANS-FILE-STATUS			PICTURE IS X(2) VALUE IS '00'.
	02 WS-POSTED-BATCH-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-STANDING-SEQUENCE-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.

01 MONTH-LENGTH-VALUES			PICTURE IS X(24)
		VALUE IS '312831303130313130313031'.
01 MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
	02 WS-MONTH-LENGTH OCCURS 12 TIMES	PICTURE IS 9(2).

01 WORK-FIELDS.
	02 WS-RUN-DATE			PICTURE IS 9(8).
	02 WS-PENDING-BATCH-NO		PICTURE IS 9(6).
	02 WS-BATCH-NO			PICTURE IS 9(6).
	02 WS-ORDERS-READ		PICTURE IS 9(6) VALUE 0.
	02 WS-FIRED-COUNT		PICTURE IS 9(6) VALUE 0.
	02 WS-HOLD-COUNT		PICTURE IS 9(6) VALUE 0.
	02 WS-EXPIRED-COUNT		PICTURE IS 9(6) VALUE 0.
	02 WS-REJECTED-COUNT		PICTURE IS 9(6) VALUE 0.
	02 WS-BATCH-COUNT		PICTURE IS 9(6) VALUE 0.
	02 WS-BATCH-QTY-HASH		PICTURE IS 9(11) VALUE 0.
	02 WS-BATCH-ITEM-HASH		PICTURE IS 9(12) VALUE 0.
	02 WS-ITEM-PRICE		PICTURE IS S9(2)V9(2).
	02 WS-LINE-AMOUNT		PICTURE IS S9(7)V9(2).
	02 WS-PROSPECTIVE-BALANCE	PICTURE IS S9(7)V9(2).
	02 WS-FIRED-VALUE		PICTURE IS S9(7)V9(2) VALUE 0.
	02 WS-OLD-DUE-DATE		PICTURE IS 9(8).
	02 WS-ORDER-STATUS		PICTURE IS X(10).
	02 WS-ORDER-NOTE		PICTURE IS X(30).
	02 WS-LEAP-QUOTIENT		PICTURE IS 9(4).
	02 WS-LEAP-REMAINDER		PICTURE IS 9(3).
	02 WS-CURRENT-MONTH-LENGTH	PICTURE IS 9(2).
	02 WS-ADVANCE-DATE		PICTURE IS 9(8).
	02 WS-ADVANCE-DATE-PARTS REDEFINES WS-ADVANCE-DATE.
		03 WS-ADVANCE-YYYY	PICTURE IS 9(4).
		03 WS-ADVANCE-MM	PICTURE IS 9(2).
		03 WS-ADVANCE-DD	PICTURE IS 9(2).

01 EDITED-FIELDS.
	02 WS-LINE-AMOUNT-ED		PICTURE IS -(6)9.99.
	02 WS-FIRED-VALUE-ED		PICTURE IS -(6)9.99.

01 STANDING-DETAIL-LINE.
	02 SOL-CUST-NO		PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 SOL-ITEM-NO		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(6) VALUE SPACE.
	02 SOL-QTY-ORD		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 SOL-TRANS-CODE	PICTURE IS X.
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 SOL-LOC-CODE		PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 SOL-TO-LOC-CODE	PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 SOL-SHIP-TO-CODE	PICTURE IS X(3).
01 STANDING-HEADER-LINE.
	02 SBH-RECORD-TYPE	PICTURE IS X(2) VALUE 'BH'.
	02 FILLER		PICTURE IS X(4) VALUE SPACE.
	02 SBH-BATCH-NO		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 SBH-CREATE-DATE	PICTURE IS 9(8).
01 STANDING-TRAILER-LINE.
	02 SBT-RECORD-TYPE	PICTURE IS X(2) VALUE 'BT'.
	02 FILLER		PICTURE IS X(4) VALUE SPACE.
	02 SBT-RECORD-COUNT	PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 SBT-QTY-HASH		PICTURE IS 9(11).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 SBT-ITEM-HASH	PICTURE IS 9(12).


PROCEDURE DIVISION.
000-GENERATE-STANDING-ORDERS.
	PERFORM 001-LOG-RUN-START.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	PERFORM 005-CHECK-PENDING-BATCH.
	PERFORM 010-OPEN-MASTERS.
	OPEN OUTPUT STANDING-REPORT-FILE.
	PERFORM 015-WRITE-REPORT-HEADINGS.
	OPEN OUTPUT FIRED-TEMP-FILE.
	PERFORM UNTIL ORDER-EOF-SWITCH IS EQUAL TO 'Y'
		READ STANDING-ORDER-FILE NEXT RECORD
			AT END
				MOVE 'Y' TO ORDER-EOF-SWITCH
			NOT AT END
				ADD 1 TO WS-ORDERS-READ
				IF SO-NEXT-DUE-DATE IS NUMERIC
						AND SO-NEXT-DUE-DATE IS NOT GREATER THAN WS-RUN-DATE THEN
					PERFORM 020-PROCESS-DUE-ORDER
				END-IF
		END-READ
	END-PERFORM.
	CLOSE FIRED-TEMP-FILE.
	CLOSE STANDING-ORDER-FILE.
	CLOSE CUST-FILE.
	CLOSE INV-FILE.
	IF WS-FIRED-COUNT IS GREATER THAN 0 THEN
		PERFORM 070-WRITE-BATCH
	END-IF.
	PERFORM 080-WRITE-REPORT-TOTALS.
	CLOSE STANDING-REPORT-FILE.
	DISPLAY 'STANDING ORDERS READ: ' WS-ORDERS-READ.
	DISPLAY 'STANDING ORDERS FIRED: ' WS-FIRED-COUNT.
	DISPLAY 'SKIPPED FOR CREDIT HOLD: ' WS-HOLD-COUNT.
	DISPLAY 'EXPIRED: ' WS-EXPIRED-COUNT.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.

001-LOG-RUN-START.
	OPEN EXTEND RUN-LOG-FILE.
	IF WS-RUN-LOG-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT RUN-LOG-FILE
	END-IF.
	MOVE SPACE TO RUN-LOG-RECORD.
	MOVE 'STANDINGORDERS' TO RL-PROGRAM-NAME.
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
	MOVE 'STANDINGORDERS' TO RL-PROGRAM-NAME.
	ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
	ACCEPT RL-RUN-TIME FROM TIME.
	MOVE 'E' TO RL-PHASE.
	MOVE WS-ORDERS-READ TO RL-RECORDS-READ.
	MOVE WS-FIRED-COUNT TO RL-RECORDS-POSTED.
	ADD WS-HOLD-COUNT WS-REJECTED-COUNT GIVING RL-RECORDS-REJECTED.
	MOVE WS-FIRED-VALUE TO RL-MONEY-TOTAL.
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


005-CHECK-PENDING-BATCH.
	OPEN INPUT TRANS-FILE.
	IF WS-TRANS-FILE-STATUS IS NOT EQUAL TO '35' THEN
		MOVE SPACE TO TRANS-FILE-RECORD
		READ TRANS-FILE
			AT END
				MOVE 'Y' TO PENDING-POSTED-FLAG
		END-READ
		CLOSE TRANS-FILE
		IF PENDING-POSTED-FLAG IS EQUAL TO 'N' THEN
			IF TRANS-FILE-RECORD(1:2) IS NOT EQUAL TO 'BH' THEN
				DISPLAY 'TRANSACTIONS.DAT HOLDS UNBATCHED LINES - RUN ABORTED'
				PERFORM 098-LOG-RUN-ABEND
				STOP RUN
			END-IF
			MOVE TRANS-FILE-RECORD(7:6) TO WS-PENDING-BATCH-NO
			PERFORM 007-FIND-POSTED-BATCH
			IF PENDING-POSTED-FLAG IS EQUAL TO 'N' THEN
				MOVE 'Y' TO MERGE-BATCH-FLAG
				MOVE WS-PENDING-BATCH-NO TO WS-BATCH-NO
				PERFORM 008-UNLOAD-PENDING-BATCH
			END-IF
		END-IF
	END-IF.

007-FIND-POSTED-BATCH.
	OPEN INPUT POSTED-BATCH-FILE.
	IF WS-POSTED-BATCH-FILE-STATUS IS NOT EQUAL TO '35' THEN
		PERFORM UNTIL POSTED-BATCH-EOF-SWITCH IS EQUAL TO 'Y'
			READ POSTED-BATCH-FILE INTO POSTED-BATCH-RECORD
				AT END
					MOVE 'Y' TO POSTED-BATCH-EOF-SWITCH
				NOT AT END
					IF PB-BATCH-NO IS EQUAL TO WS-PENDING-BATCH-NO THEN
						MOVE 'Y' TO PENDING-POSTED-FLAG
					END-IF
			END-READ
		END-PERFORM
		CLOSE POSTED-BATCH-FILE
	END-IF.

008-UNLOAD-PENDING-BATCH.
	OPEN INPUT TRANS-FILE.
	OPEN OUTPUT PENDING-TEMP-FILE.
	PERFORM UNTIL TRANS-EOF-SWITCH IS EQUAL TO 'Y'
		READ TRANS-FILE
			AT END
				MOVE 'Y' TO TRANS-EOF-SWITCH
			NOT AT END
				IF TRANS-FILE-RECORD(1:2) IS EQUAL TO 'BT' THEN
					MOVE 'Y' TO TRANS-EOF-SWITCH
					MOVE 'Y' TO TRAILER-SEEN-FLAG
					MOVE TRANS-FILE-RECORD TO STANDING-TRAILER-LINE
				ELSE
					IF TRANS-FILE-RECORD(1:2) IS NOT EQUAL TO 'BH' THEN
						MOVE TRANS-FILE-RECORD TO STANDING-DETAIL-LINE
						ADD 1 TO WS-BATCH-COUNT
						ADD SOL-QTY-ORD TO WS-BATCH-QTY-HASH
						ADD SOL-ITEM-NO TO WS-BATCH-ITEM-HASH
					END-IF
					MOVE SPACE TO PENDING-TEMP-RECORD
					MOVE TRANS-FILE-RECORD TO PENDING-TEMP-RECORD
					WRITE PENDING-TEMP-RECORD
				END-IF
		END-READ
	END-PERFORM.
	CLOSE TRANS-FILE.
	CLOSE PENDING-TEMP-FILE.
	IF TRAILER-SEEN-FLAG IS EQUAL TO 'N' THEN
		DISPLAY 'BATCH ' WS-BATCH-NO ' IN TRANSACTIONS.DAT HAS NO TRAILER - RUN ABORTED'
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	IF SBT-RECORD-COUNT IS NOT EQUAL TO WS-BATCH-COUNT
			OR SBT-QTY-HASH IS NOT EQUAL TO WS-BATCH-QTY-HASH
			OR SBT-ITEM-HASH IS NOT EQUAL TO WS-BATCH-ITEM-HASH THEN
		DISPLAY 'BATCH ' WS-BATCH-NO ' IN TRANSACTIONS.DAT DOES NOT PROVE - RUN ABORTED'
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.

010-OPEN-MASTERS.
	OPEN I-O STANDING-ORDER-FILE.
	IF WS-STANDING-ORDER-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT STANDING-ORDER-FILE
		CLOSE STANDING-ORDER-FILE
		OPEN I-O STANDING-ORDER-FILE
	END-IF.
	IF WS-STANDING-ORDER-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN STANDING-ORDER-FILE - STATUS ' WS-STANDING-ORDER-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN INPUT CUST-FILE.
	IF WS-CUST-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN CUST-FILE - STATUS ' WS-CUST-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN INPUT INV-FILE.
	IF WS-INV-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN INV-FILE - STATUS ' WS-INV-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.

015-WRITE-REPORT-HEADINGS.
	MOVE SPACE TO STANDING-REPORT-RECORD.
	STRING 'STANDING ORDERS GENERATED - RUN DATE ' WS-RUN-DATE
		DELIMITED BY SIZE INTO STANDING-REPORT-RECORD.
	WRITE STANDING-REPORT-RECORD.
	MOVE SPACE TO STANDING-REPORT-RECORD.
	IF MERGE-BATCH-FLAG IS EQUAL TO 'Y' THEN
		STRING 'DUE LINES ADDED TO UNPOSTED BATCH ' WS-BATCH-NO
			' ALREADY IN TRANSACTIONS.DAT'
			DELIMITED BY SIZE INTO STANDING-REPORT-RECORD
	ELSE
		STRING 'DUE LINES WRITTEN TO A NEW BATCH IN TRANSACTIONS.DAT'
			DELIMITED BY SIZE INTO STANDING-REPORT-RECORD
	END-IF.
	WRITE STANDING-REPORT-RECORD.
	MOVE SPACE TO STANDING-REPORT-RECORD.
	WRITE STANDING-REPORT-RECORD.

020-PROCESS-DUE-ORDER.
	MOVE SO-NEXT-DUE-DATE TO WS-OLD-DUE-DATE.
	MOVE SPACE TO WS-ORDER-NOTE.
	MOVE 0 TO WS-LINE-AMOUNT.
	IF SO-END-DATE IS NUMERIC AND SO-END-DATE IS GREATER THAN 0
			AND SO-NEXT-DUE-DATE IS GREATER THAN SO-END-DATE THEN
		MOVE 'EXPIRED' TO WS-ORDER-STATUS
		ADD 1 TO WS-EXPIRED-COUNT
		MOVE 'ENDED ' TO WS-ORDER-NOTE
		MOVE SO-END-DATE TO WS-ORDER-NOTE(7:8)
		MOVE 99999999 TO SO-NEXT-DUE-DATE
		REWRITE STANDING-ORDER-RECORD
	ELSE
		PERFORM 030-CHECK-ORDER
		IF WS-ORDER-NOTE IS NOT EQUAL TO SPACE THEN
			MOVE 'REJECTED' TO WS-ORDER-STATUS
			ADD 1 TO WS-REJECTED-COUNT
		ELSE
			IF CREDIT-HOLD-FLAG IS EQUAL TO 'Y' THEN
				MOVE 'CREDIT HOLD' TO WS-ORDER-STATUS
				ADD 1 TO WS-HOLD-COUNT
				MOVE 'LEFT DUE UNTIL HOLD CLEARS' TO WS-ORDER-NOTE
			ELSE
				MOVE 'FIRED' TO WS-ORDER-STATUS
				PERFORM 040-WRITE-DUE-LINE
				PERFORM 050-ADVANCE-DUE-DATE
				REWRITE STANDING-ORDER-RECORD
				MOVE 'NEXT DUE ' TO WS-ORDER-NOTE
				MOVE SO-NEXT-DUE-DATE TO WS-ORDER-NOTE(10:8)
			END-IF
		END-IF
	END-IF.
	PERFORM 060-WRITE-ORDER-LINE.

030-CHECK-ORDER.
	MOVE 'N' TO CREDIT-HOLD-FLAG.
	MOVE SO-CUST-NO TO CUST-NO.
	READ CUST-FILE
		INVALID KEY
			MOVE 'N' TO CUST-FOUND-FLAG
		NOT INVALID KEY
			MOVE 'Y' TO CUST-FOUND-FLAG
	END-READ.
	IF CUST-FOUND-FLAG IS EQUAL TO 'N' THEN
		MOVE 'CUSTOMER NOT ON FILE' TO WS-ORDER-NOTE
	ELSE
		IF SO-ITEM-NO IS NOT NUMERIC OR SO-QTY IS NOT NUMERIC THEN
			MOVE 'ITEM OR QTY NOT NUMERIC' TO WS-ORDER-NOTE
		ELSE
			MOVE SO-ITEM-NO TO INV-ITEM-NO
			MOVE SO-LOC-CODE TO INV-LOC-CODE
			READ INV-FILE
				INVALID KEY
					MOVE 'N' TO INV-FOUND-FLAG
				NOT INVALID KEY
					MOVE 'Y' TO INV-FOUND-FLAG
			END-READ
			IF INV-FOUND-FLAG IS EQUAL TO 'N' THEN
				MOVE 'ITEM NOT STOCKED AT LOCATION' TO WS-ORDER-NOTE
			ELSE
				MOVE INV-PRICE TO WS-ITEM-PRICE
				MULTIPLY WS-ITEM-PRICE BY SO-QTY GIVING WS-LINE-AMOUNT
				COMPUTE WS-PROSPECTIVE-BALANCE = CUST-PAST-DUE + WS-LINE-AMOUNT
				IF WS-PROSPECTIVE-BALANCE > CUST-CREDIT-LIMIT THEN
					MOVE 'Y' TO CREDIT-HOLD-FLAG
				END-IF
			END-IF
		END-IF
	END-IF.

040-WRITE-DUE-LINE.
	ADD 1 TO WS-FIRED-COUNT.
	ADD WS-LINE-AMOUNT TO WS-FIRED-VALUE.
	MOVE SO-CUST-NO TO SOL-CUST-NO.
	MOVE SO-ITEM-NO TO SOL-ITEM-NO.
	MOVE SO-QTY TO SOL-QTY-ORD.
	IF SO-TRANS-CODE IS EQUAL TO SPACE THEN
		MOVE 'S' TO SOL-TRANS-CODE
	ELSE
		MOVE SO-TRANS-CODE TO SOL-TRANS-CODE
	END-IF.
	MOVE SO-LOC-CODE TO SOL-LOC-CODE.
	MOVE SPACE TO SOL-TO-LOC-CODE.
	MOVE SO-SHIP-TO-CODE TO SOL-SHIP-TO-CODE.
	MOVE SPACE TO FIRED-TEMP-RECORD.
	MOVE STANDING-DETAIL-LINE TO FIRED-TEMP-RECORD.
	WRITE FIRED-TEMP-RECORD.

050-ADVANCE-DUE-DATE.
	MOVE SO-NEXT-DUE-DATE TO WS-ADVANCE-DATE.
	IF SO-FREQUENCY IS EQUAL TO 'W' THEN
		ADD 7 TO WS-ADVANCE-DD
		PERFORM 055-SET-MONTH-LENGTH
		PERFORM 056-ROLL-DAYS-FORWARD
			UNTIL WS-ADVANCE-DD IS NOT GREATER THAN WS-CURRENT-MONTH-LENGTH
	ELSE
		IF SO-FREQUENCY IS EQUAL TO 'B' THEN
			ADD 14 TO WS-ADVANCE-DD
			PERFORM 055-SET-MONTH-LENGTH
			PERFORM 056-ROLL-DAYS-FORWARD
				UNTIL WS-ADVANCE-DD IS NOT GREATER THAN WS-CURRENT-MONTH-LENGTH
		ELSE
			IF SO-FREQUENCY IS EQUAL TO 'Q' THEN
				ADD 3 TO WS-ADVANCE-MM
			ELSE
				ADD 1 TO WS-ADVANCE-MM
			END-IF
			IF WS-ADVANCE-MM IS GREATER THAN 12 THEN
				SUBTRACT 12 FROM WS-ADVANCE-MM
				ADD 1 TO WS-ADVANCE-YYYY
			END-IF
			PERFORM 055-SET-MONTH-LENGTH
			IF WS-ADVANCE-DD IS GREATER THAN WS-CURRENT-MONTH-LENGTH THEN
				MOVE WS-CURRENT-MONTH-LENGTH TO WS-ADVANCE-DD
			END-IF
		END-IF
	END-IF.
	MOVE WS-ADVANCE-DATE TO SO-NEXT-DUE-DATE.

055-SET-MONTH-LENGTH.
	MOVE WS-MONTH-LENGTH(WS-ADVANCE-MM) TO WS-CURRENT-MONTH-LENGTH.
	IF WS-ADVANCE-MM IS EQUAL TO 2 THEN
		DIVIDE WS-ADVANCE-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
			REMAINDER WS-LEAP-REMAINDER
		IF WS-LEAP-REMAINDER IS EQUAL TO 0 THEN
			MOVE 29 TO WS-CURRENT-MONTH-LENGTH
			DIVIDE WS-ADVANCE-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
				REMAINDER WS-LEAP-REMAINDER
			IF WS-LEAP-REMAINDER IS EQUAL TO 0 THEN
				MOVE 28 TO WS-CURRENT-MONTH-LENGTH
				DIVIDE WS-ADVANCE-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
					REMAINDER WS-LEAP-REMAINDER
				IF WS-LEAP-REMAINDER IS EQUAL TO 0 THEN
					MOVE 29 TO WS-CURRENT-MONTH-LENGTH
				END-IF
			END-IF
		END-IF
	END-IF.

056-ROLL-DAYS-FORWARD.
	SUBTRACT WS-CURRENT-MONTH-LENGTH FROM WS-ADVANCE-DD.
	ADD 1 TO WS-ADVANCE-MM.
	IF WS-ADVANCE-MM IS GREATER THAN 12 THEN
		MOVE 1 TO WS-ADVANCE-MM
		ADD 1 TO WS-ADVANCE-YYYY
	END-IF.
	PERFORM 055-SET-MONTH-LENGTH.

060-WRITE-ORDER-LINE.
	MOVE WS-LINE-AMOUNT TO WS-LINE-AMOUNT-ED.
	MOVE SPACE TO STANDING-REPORT-RECORD.
	STRING WS-ORDER-STATUS '  CUST ' SO-CUST-NO ' ' SO-SHIP-TO-CODE
		' LINE ' SO-LINE-NO '  ITEM ' SO-ITEM-NO '  LOC ' SO-LOC-CODE
		'  QTY ' SO-QTY '  DUE ' WS-OLD-DUE-DATE
		'  VALUE ' WS-LINE-AMOUNT-ED '  ' WS-ORDER-NOTE
		DELIMITED BY SIZE INTO STANDING-REPORT-RECORD.
	WRITE STANDING-REPORT-RECORD.

070-WRITE-BATCH.
	IF MERGE-BATCH-FLAG IS EQUAL TO 'N' THEN
		MOVE 700000 TO STANDING-LAST-NUMBER
		OPEN INPUT STANDING-SEQUENCE-FILE
		IF WS-STANDING-SEQUENCE-FILE-STATUS IS NOT EQUAL TO '35' THEN
			READ STANDING-SEQUENCE-FILE INTO STANDING-SEQUENCE-RECORD
				AT END
					MOVE 700000 TO STANDING-LAST-NUMBER
			END-READ
			CLOSE STANDING-SEQUENCE-FILE
		END-IF
		ADD 1 TO STANDING-LAST-NUMBER GIVING WS-BATCH-NO
	END-IF.
	OPEN OUTPUT TRANS-FILE.
	IF MERGE-BATCH-FLAG IS EQUAL TO 'Y' THEN
		MOVE 'N' TO TEMP-EOF-SWITCH
		OPEN INPUT PENDING-TEMP-FILE
		PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
			READ PENDING-TEMP-FILE
				AT END
					MOVE 'Y' TO TEMP-EOF-SWITCH
				NOT AT END
					MOVE PENDING-TEMP-RECORD TO TRANS-FILE-RECORD
					WRITE TRANS-FILE-RECORD
			END-READ
		END-PERFORM
		CLOSE PENDING-TEMP-FILE
	ELSE
		MOVE WS-BATCH-NO TO SBH-BATCH-NO
		MOVE WS-RUN-DATE TO SBH-CREATE-DATE
		MOVE SPACE TO TRANS-FILE-RECORD
		MOVE STANDING-HEADER-LINE TO TRANS-FILE-RECORD
		WRITE TRANS-FILE-RECORD
	END-IF.
	MOVE 'N' TO TEMP-EOF-SWITCH.
	OPEN INPUT FIRED-TEMP-FILE.
	PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
		READ FIRED-TEMP-FILE
			AT END
				MOVE 'Y' TO TEMP-EOF-SWITCH
			NOT AT END
				MOVE FIRED-TEMP-RECORD TO STANDING-DETAIL-LINE
				ADD 1 TO WS-BATCH-COUNT
				ADD SOL-QTY-ORD TO WS-BATCH-QTY-HASH
				ADD SOL-ITEM-NO TO WS-BATCH-ITEM-HASH
				MOVE FIRED-TEMP-RECORD TO TRANS-FILE-RECORD
				WRITE TRANS-FILE-RECORD
		END-READ
	END-PERFORM.
	CLOSE FIRED-TEMP-FILE.
	MOVE 'BT' TO SBT-RECORD-TYPE.
	MOVE WS-BATCH-COUNT TO SBT-RECORD-COUNT.
	MOVE WS-BATCH-QTY-HASH TO SBT-QTY-HASH.
	MOVE WS-BATCH-ITEM-HASH TO SBT-ITEM-HASH.
	MOVE SPACE TO TRANS-FILE-RECORD.
	MOVE STANDING-TRAILER-LINE TO TRANS-FILE-RECORD.
	WRITE TRANS-FILE-RECORD.
	CLOSE TRANS-FILE.
	IF MERGE-BATCH-FLAG IS EQUAL TO 'N' THEN
		MOVE WS-BATCH-NO TO STANDING-LAST-NUMBER
		OPEN OUTPUT STANDING-SEQUENCE-FILE
		WRITE STANDING-SEQUENCE-RECORD
		CLOSE STANDING-SEQUENCE-FILE
	END-IF.

080-WRITE-REPORT-TOTALS.
	MOVE WS-FIRED-VALUE TO WS-FIRED-VALUE-ED.
	MOVE SPACE TO STANDING-REPORT-RECORD.
	WRITE STANDING-REPORT-RECORD.
	MOVE SPACE TO STANDING-REPORT-RECORD.
	STRING 'STANDING ORDERS READ: ' WS-ORDERS-READ
		'   FIRED: ' WS-FIRED-COUNT
		'   CREDIT HOLD: ' WS-HOLD-COUNT
		'   EXPIRED: ' WS-EXPIRED-COUNT
		'   REJECTED: ' WS-REJECTED-COUNT
		DELIMITED BY SIZE INTO STANDING-REPORT-RECORD.
	WRITE STANDING-REPORT-RECORD.
	MOVE SPACE TO STANDING-REPORT-RECORD.
	IF WS-FIRED-COUNT IS GREATER THAN 0 THEN
		STRING 'BATCH ' WS-BATCH-NO '  LINES IN BATCH ' WS-BATCH-COUNT
			'  VALUE FIRED AT LIST PRICE ' WS-FIRED-VALUE-ED
			DELIMITED BY SIZE INTO STANDING-REPORT-RECORD
	ELSE
		STRING 'NOTHING DUE - TRANSACTIONS.DAT NOT CHANGED'
			DELIMITED BY SIZE INTO STANDING-REPORT-RECORD
	END-IF.
	WRITE STANDING-REPORT-RECORD.
