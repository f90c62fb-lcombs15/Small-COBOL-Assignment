IDENTIFICATION DIVISION.
PROGRAM-ID.  "NKU CSC407 ORDER INTAKE".

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LUCAS-UBUNTU.
OBJECT-COMPUTER. LUCAS-UBUNTU.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CUSTOMER-ORDER-FILE ASSIGN TO "data_files/customer_orders.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CUSTOMER-ORDER-FILE-STATUS.
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
	SELECT SHIPTO-FILE ASSIGN TO "data_files/shipto.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SHIPTO-KEY
		FILE STATUS IS WS-SHIPTO-FILE-STATUS.
	SELECT TRANS-FILE ASSIGN TO "data_files/transactions.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-TRANS-FILE-STATUS.
	SELECT POSTED-BATCH-FILE ASSIGN TO "data_files/posted_batches.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-POSTED-BATCH-FILE-STATUS.
	SELECT INTAKE-SEQUENCE-FILE ASSIGN TO "data_files/intake_batch_sequence.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-INTAKE-SEQUENCE-FILE-STATUS.
	SELECT INTAKE-REJECT-FILE ASSIGN TO "data_files/intake_rejects.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CUSTOMER-ORDER-FILE
	LABEL RECORDS ARE STANDARD.

01 CUSTOMER-ORDER-RECORD		PICTURE IS X(200).

FD CUST-FILE
	LABEL RECORDS ARE STANDARD.

COPY "custrec.cpy".

FD INV-FILE
	LABEL RECORDS ARE STANDARD.

COPY "invrec.cpy".

FD SHIPTO-FILE
	LABEL RECORDS ARE STANDARD.

COPY "shiptorec.cpy".

FD TRANS-FILE
	LABEL RECORDS ARE STANDARD.

01 TRANS-FILE-RECORD			PICTURE IS X(60).

FD POSTED-BATCH-FILE
	LABEL RECORDS ARE STANDARD.

01 POSTED-BATCH-RECORD.
	02 PB-BATCH-NO			PICTURE IS 9(6).

FD INTAKE-SEQUENCE-FILE
	LABEL RECORDS ARE STANDARD.

01 INTAKE-SEQUENCE-RECORD.
	02 INTAKE-LAST-NUMBER		PICTURE IS 9(6).

FD INTAKE-REJECT-FILE
	LABEL RECORDS ARE STANDARD.

01 INTAKE-REJECT-RECORD			PICTURE IS X(132).

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

COPY "runlogrec.cpy".



WORKING-STORAGE SECTION.
01 SWITCHES.
	02 ORDER-EOF-SWITCH		PICTURE IS X(1) VALUE IS 'N'.
	02 POSTED-BATCH-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 PENDING-POSTED-FLAG		PICTURE IS X(1) VALUE IS 'N'.
	02 CUST-FOUND-FLAG		PICTURE IS X(1) VALUE IS 'N'.
	02 INV-FOUND-FLAG		PICTURE IS X(1) VALUE IS 'N'.
	02 SHIPTO-FOUND-FLAG		PICTURE IS X(1) VALUE IS 'N'.
	02 SHIPTO-AVAILABLE-FLAG	PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-CUSTOMER-ORDER-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-CUST-FILE-STATUS			PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-FILE-STATUS			PICTURE IS X(2) VALUE IS '00'.
	02 WS-SHIPTO-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-TRANS-FILE-STATUS			PICTURE IS X(2) VALUE IS '00'.
	02 WS-POSTED-BATCH-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-INTAKE-SEQUENCE-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.

01 ORDER-FIELDS.
	02 WS-ORD-FIELD OCCURS 6 TIMES.
		03 WS-ORD-RAW		PICTURE IS X(20).
		03 WS-ORD-TEXT		PICTURE IS X(20).
		03 WS-ORD-LEN		PICTURE IS 9(2).

01 WORK-FIELDS.
	02 WS-RUN-DATE			PICTURE IS 9(8).
	02 WS-PENDING-BATCH-NO		PICTURE IS 9(6).
	02 WS-INTAKE-BATCH-NO		PICTURE IS 9(6).
	02 WS-LINE-NO			PICTURE IS 9(5) VALUE 0.
	02 WS-LINES-READ		PICTURE IS 9(6) VALUE 0.
	02 WS-ACCEPTED-COUNT		PICTURE IS 9(6) VALUE 0.
	02 WS-REJECTED-COUNT		PICTURE IS 9(6) VALUE 0.
	02 WS-INTAKE-QTY-HASH		PICTURE IS 9(11) VALUE 0.
	02 WS-INTAKE-ITEM-HASH		PICTURE IS 9(12) VALUE 0.
	02 WS-FIELD-COUNT		PICTURE IS 9(2) VALUE 0.
	02 WS-FIELD-SUB			PICTURE IS 9(2) VALUE 0.
	02 WS-LEADING-SPACES		PICTURE IS 9(2) VALUE 0.
	02 WS-ORDER-ITEM-NO		PICTURE IS 9(6).
	02 WS-ORDER-QTY			PICTURE IS 9(5).
	02 WS-ORDER-TRANS-CODE		PICTURE IS X(1).
	02 WS-REJECT-REASON		PICTURE IS X(30).

01 INTAKE-DETAIL-LINE.
	02 ITK-CUST-NO		PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 ITK-ITEM-NO		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(6) VALUE SPACE.
	02 ITK-QTY-ORD		PICTURE IS 9(5).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 ITK-TRANS-CODE	PICTURE IS X.
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 ITK-LOC-CODE		PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 ITK-TO-LOC-CODE	PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 ITK-SHIP-TO-CODE	PICTURE IS X(3).
01 INTAKE-HEADER-LINE.
	02 IBH-RECORD-TYPE	PICTURE IS X(2) VALUE 'BH'.
	02 FILLER		PICTURE IS X(4) VALUE SPACE.
	02 IBH-BATCH-NO		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 IBH-CREATE-DATE	PICTURE IS 9(8).
01 INTAKE-TRAILER-LINE.
	02 IBT-RECORD-TYPE	PICTURE IS X(2) VALUE 'BT'.
	02 FILLER		PICTURE IS X(4) VALUE SPACE.
	02 IBT-RECORD-COUNT	PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 IBT-QTY-HASH		PICTURE IS 9(11).
	02 FILLER		PICTURE IS X(5) VALUE SPACE.
	02 IBT-ITEM-HASH	PICTURE IS 9(12).


PROCEDURE DIVISION.
000-BUILD-INTAKE-BATCH.
	PERFORM 001-LOG-RUN-START.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	OPEN INPUT CUSTOMER-ORDER-FILE.
	IF WS-CUSTOMER-ORDER-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'NO CUSTOMER ORDER FILE TO LOAD - RUN ABORTED'
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	PERFORM 005-CHECK-PENDING-BATCH.
	PERFORM 010-OPEN-MASTERS.
	PERFORM 012-START-INTAKE-BATCH.
	OPEN OUTPUT INTAKE-REJECT-FILE.
	PERFORM 015-WRITE-REJECT-HEADINGS.
	PERFORM UNTIL ORDER-EOF-SWITCH IS EQUAL TO 'Y'
		READ CUSTOMER-ORDER-FILE INTO CUSTOMER-ORDER-RECORD
			AT END
				MOVE 'Y' TO ORDER-EOF-SWITCH
			NOT AT END
				ADD 1 TO WS-LINE-NO
				IF CUSTOMER-ORDER-RECORD IS NOT EQUAL TO SPACE THEN
					ADD 1 TO WS-LINES-READ
					PERFORM 020-PROCESS-ORDER-LINE
				END-IF
		END-READ
	END-PERFORM.
	CLOSE CUSTOMER-ORDER-FILE.
	CLOSE CUST-FILE.
	CLOSE INV-FILE.
	IF SHIPTO-AVAILABLE-FLAG IS EQUAL TO 'Y' THEN
		CLOSE SHIPTO-FILE
	END-IF.
	PERFORM 080-WRITE-REJECT-TOTALS.
	CLOSE INTAKE-REJECT-FILE.
	PERFORM 070-FINISH-INTAKE-BATCH.
	DISPLAY 'ORDER LINES READ: ' WS-LINES-READ.
	DISPLAY 'LINES WRITTEN TO BATCH ' WS-INTAKE-BATCH-NO ': ' WS-ACCEPTED-COUNT.
	DISPLAY 'LINES REJECTED: ' WS-REJECTED-COUNT.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.

001-LOG-RUN-START.
	OPEN EXTEND RUN-LOG-FILE.
	IF WS-RUN-LOG-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT RUN-LOG-FILE
	END-IF.
	MOVE SPACE TO RUN-LOG-RECORD.
	MOVE 'ORDERINTAKE' TO RL-PROGRAM-NAME.
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
	MOVE 'ORDERINTAKE' TO RL-PROGRAM-NAME.
	ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
	ACCEPT RL-RUN-TIME FROM TIME.
	MOVE 'E' TO RL-PHASE.
	MOVE WS-LINES-READ TO RL-RECORDS-READ.
	MOVE WS-ACCEPTED-COUNT TO RL-RECORDS-POSTED.
	MOVE WS-REJECTED-COUNT TO RL-RECORDS-REJECTED.
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
				DISPLAY 'BATCH ' WS-PENDING-BATCH-NO
					' IN TRANSACTIONS.DAT NOT YET POSTED - RUN ABORTED'
				PERFORM 098-LOG-RUN-ABEND
				STOP RUN
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

010-OPEN-MASTERS.
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
	OPEN INPUT SHIPTO-FILE.
	IF WS-SHIPTO-FILE-STATUS IS EQUAL TO '00' THEN
		MOVE 'Y' TO SHIPTO-AVAILABLE-FLAG
	ELSE
		MOVE 'N' TO SHIPTO-AVAILABLE-FLAG
	END-IF.

012-START-INTAKE-BATCH.
	MOVE 100000 TO INTAKE-LAST-NUMBER.
	OPEN INPUT INTAKE-SEQUENCE-FILE.
	IF WS-INTAKE-SEQUENCE-FILE-STATUS IS NOT EQUAL TO '35' THEN
		READ INTAKE-SEQUENCE-FILE INTO INTAKE-SEQUENCE-RECORD
			AT END
				MOVE 100000 TO INTAKE-LAST-NUMBER
		END-READ
		CLOSE INTAKE-SEQUENCE-FILE
	END-IF.
	ADD 1 TO INTAKE-LAST-NUMBER GIVING WS-INTAKE-BATCH-NO.
	OPEN OUTPUT TRANS-FILE.
	MOVE WS-INTAKE-BATCH-NO TO IBH-BATCH-NO.
	MOVE WS-RUN-DATE TO IBH-CREATE-DATE.
	MOVE SPACE TO TRANS-FILE-RECORD.
	MOVE INTAKE-HEADER-LINE TO TRANS-FILE-RECORD.
	WRITE TRANS-FILE-RECORD.

015-WRITE-REJECT-HEADINGS.
	MOVE SPACE TO INTAKE-REJECT-RECORD.
	STRING 'CUSTOMER ORDER INTAKE - REJECTED LINES - RUN DATE ' WS-RUN-DATE
		'  BATCH ' WS-INTAKE-BATCH-NO
		DELIMITED BY SIZE INTO INTAKE-REJECT-RECORD.
	WRITE INTAKE-REJECT-RECORD.
	MOVE SPACE TO INTAKE-REJECT-RECORD.
	STRING 'THE LINES BELOW WERE NOT ACCEPTED. PLEASE CORRECT AND RESEND.'
		DELIMITED BY SIZE INTO INTAKE-REJECT-RECORD.
	WRITE INTAKE-REJECT-RECORD.
	MOVE SPACE TO INTAKE-REJECT-RECORD.
	WRITE INTAKE-REJECT-RECORD.

020-PROCESS-ORDER-LINE.
	MOVE SPACE TO ORDER-FIELDS.
	MOVE 0 TO WS-FIELD-COUNT.
	MOVE SPACE TO WS-REJECT-REASON.
	UNSTRING CUSTOMER-ORDER-RECORD DELIMITED BY ','
		INTO WS-ORD-RAW(1) WS-ORD-RAW(2) WS-ORD-RAW(3)
			WS-ORD-RAW(4) WS-ORD-RAW(5) WS-ORD-RAW(6)
		TALLYING IN WS-FIELD-COUNT
	END-UNSTRING.
	MOVE 0 TO WS-FIELD-SUB.
	PERFORM 025-TRIM-FIELD 6 TIMES.
	IF WS-FIELD-COUNT IS LESS THAN 4 THEN
		MOVE 'MISSING FIELDS' TO WS-REJECT-REASON
	ELSE
		PERFORM 030-VALIDATE-CUSTOMER
	END-IF.
	IF WS-REJECT-REASON IS EQUAL TO SPACE THEN
		PERFORM 032-VALIDATE-ITEM-AND-QTY
	END-IF.
	IF WS-REJECT-REASON IS EQUAL TO SPACE THEN
		PERFORM 034-VALIDATE-TRANS-CODE
	END-IF.
	IF WS-REJECT-REASON IS EQUAL TO SPACE THEN
		PERFORM 036-VALIDATE-LOCATION
	END-IF.
	IF WS-REJECT-REASON IS EQUAL TO SPACE THEN
		PERFORM 038-VALIDATE-SHIP-TO
	END-IF.
	IF WS-REJECT-REASON IS EQUAL TO SPACE THEN
		PERFORM 050-WRITE-TRANSACTION
	ELSE
		PERFORM 060-WRITE-REJECT
	END-IF.

025-TRIM-FIELD.
	ADD 1 TO WS-FIELD-SUB.
	MOVE 0 TO WS-LEADING-SPACES.
	INSPECT WS-ORD-RAW(WS-FIELD-SUB) TALLYING WS-LEADING-SPACES FOR LEADING SPACE.
	IF WS-LEADING-SPACES IS LESS THAN 20 THEN
		MOVE WS-ORD-RAW(WS-FIELD-SUB)(WS-LEADING-SPACES + 1:)
			TO WS-ORD-TEXT(WS-FIELD-SUB)
		MOVE 20 TO WS-ORD-LEN(WS-FIELD-SUB)
		PERFORM UNTIL WS-ORD-TEXT(WS-FIELD-SUB)(WS-ORD-LEN(WS-FIELD-SUB):1)
				IS NOT EQUAL TO SPACE
			SUBTRACT 1 FROM WS-ORD-LEN(WS-FIELD-SUB)
		END-PERFORM
	END-IF.

030-VALIDATE-CUSTOMER.
	IF WS-ORD-LEN(1) IS EQUAL TO 0 OR WS-ORD-LEN(1) IS GREATER THAN 5 THEN
		MOVE 'INVALID CUSTOMER NO' TO WS-REJECT-REASON
	ELSE
		MOVE WS-ORD-TEXT(1) TO CUST-NO
		READ CUST-FILE
			INVALID KEY
				MOVE 'N' TO CUST-FOUND-FLAG
			NOT INVALID KEY
				MOVE 'Y' TO CUST-FOUND-FLAG
		END-READ
		IF CUST-FOUND-FLAG IS EQUAL TO 'N' THEN
			MOVE 'UNKNOWN CUSTOMER NO' TO WS-REJECT-REASON
		END-IF
	END-IF.

032-VALIDATE-ITEM-AND-QTY.
	IF WS-ORD-LEN(2) IS EQUAL TO 0 OR WS-ORD-LEN(2) IS GREATER THAN 6 THEN
		MOVE 'INVALID ITEM NO' TO WS-REJECT-REASON
	ELSE
		IF WS-ORD-TEXT(2)(1:WS-ORD-LEN(2)) IS NOT NUMERIC THEN
			MOVE 'INVALID ITEM NO' TO WS-REJECT-REASON
		ELSE
			MOVE WS-ORD-TEXT(2)(1:WS-ORD-LEN(2)) TO WS-ORDER-ITEM-NO
		END-IF
	END-IF.
	IF WS-REJECT-REASON IS EQUAL TO SPACE THEN
		IF WS-ORD-LEN(3) IS EQUAL TO 0 OR WS-ORD-LEN(3) IS GREATER THAN 5 THEN
			MOVE 'INVALID QUANTITY' TO WS-REJECT-REASON
		ELSE
			IF WS-ORD-TEXT(3)(1:WS-ORD-LEN(3)) IS NOT NUMERIC THEN
				MOVE 'INVALID QUANTITY' TO WS-REJECT-REASON
			ELSE
				MOVE WS-ORD-TEXT(3)(1:WS-ORD-LEN(3)) TO WS-ORDER-QTY
				IF WS-ORDER-QTY IS EQUAL TO 0 THEN
					MOVE 'QUANTITY MUST BE ABOVE ZERO' TO WS-REJECT-REASON
				END-IF
			END-IF
		END-IF
	END-IF.

034-VALIDATE-TRANS-CODE.
	IF WS-ORD-LEN(6) IS GREATER THAN 1 THEN
		MOVE 'INVALID TRANS CODE' TO WS-REJECT-REASON
	ELSE
		IF WS-ORD-LEN(6) IS EQUAL TO 0 THEN
			MOVE 'S' TO WS-ORDER-TRANS-CODE
		ELSE
			MOVE WS-ORD-TEXT(6) TO WS-ORDER-TRANS-CODE
		END-IF
		IF WS-ORDER-TRANS-CODE IS NOT ALPHABETIC-UPPER THEN
			MOVE 'INVALID TRANS CODE' TO WS-REJECT-REASON
		END-IF
		IF WS-ORDER-TRANS-CODE IS EQUAL TO 'T' THEN
			MOVE 'TRANSFERS NOT ACCEPTED' TO WS-REJECT-REASON
		END-IF
		IF WS-ORDER-TRANS-CODE IS EQUAL TO 'R' THEN
			MOVE 'RETURNS NEED AN RMA' TO WS-REJECT-REASON
		END-IF
	END-IF.

036-VALIDATE-LOCATION.
	IF WS-ORD-LEN(4) IS EQUAL TO 0 OR WS-ORD-LEN(4) IS GREATER THAN 3 THEN
		MOVE 'INVALID LOCATION' TO WS-REJECT-REASON
	ELSE
		MOVE WS-ORDER-ITEM-NO TO INV-ITEM-NO
		MOVE WS-ORD-TEXT(4) TO INV-LOC-CODE
		READ INV-FILE
			INVALID KEY
				MOVE 'N' TO INV-FOUND-FLAG
			NOT INVALID KEY
				MOVE 'Y' TO INV-FOUND-FLAG
		END-READ
		IF INV-FOUND-FLAG IS EQUAL TO 'N' THEN
			MOVE 'ITEM NOT STOCKED AT LOCATION' TO WS-REJECT-REASON
		END-IF
	END-IF.

038-VALIDATE-SHIP-TO.
	IF WS-ORD-LEN(5) IS GREATER THAN 3 THEN
		MOVE 'UNKNOWN SHIP-TO CODE' TO WS-REJECT-REASON
	ELSE
		IF WS-ORD-LEN(5) IS GREATER THAN 0 THEN
			MOVE 'N' TO SHIPTO-FOUND-FLAG
			IF SHIPTO-AVAILABLE-FLAG IS EQUAL TO 'Y' THEN
				MOVE WS-ORD-TEXT(1) TO SHIPTO-CUST-NO
				MOVE WS-ORD-TEXT(5) TO SHIPTO-CODE
				READ SHIPTO-FILE
					INVALID KEY
						MOVE 'N' TO SHIPTO-FOUND-FLAG
					NOT INVALID KEY
						MOVE 'Y' TO SHIPTO-FOUND-FLAG
				END-READ
			END-IF
			IF SHIPTO-FOUND-FLAG IS EQUAL TO 'N' THEN
				MOVE 'UNKNOWN SHIP-TO CODE' TO WS-REJECT-REASON
			END-IF
		END-IF
	END-IF.

050-WRITE-TRANSACTION.
	MOVE WS-ORD-TEXT(1) TO ITK-CUST-NO.
	MOVE WS-ORDER-ITEM-NO TO ITK-ITEM-NO.
	MOVE WS-ORDER-QTY TO ITK-QTY-ORD.
	MOVE WS-ORDER-TRANS-CODE TO ITK-TRANS-CODE.
	MOVE WS-ORD-TEXT(4) TO ITK-LOC-CODE.
	MOVE SPACE TO ITK-TO-LOC-CODE.
	MOVE WS-ORD-TEXT(5) TO ITK-SHIP-TO-CODE.
	ADD 1 TO WS-ACCEPTED-COUNT.
	ADD ITK-QTY-ORD TO WS-INTAKE-QTY-HASH.
	ADD ITK-ITEM-NO TO WS-INTAKE-ITEM-HASH.
	MOVE SPACE TO TRANS-FILE-RECORD.
	MOVE INTAKE-DETAIL-LINE TO TRANS-FILE-RECORD.
	WRITE TRANS-FILE-RECORD.

060-WRITE-REJECT.
	ADD 1 TO WS-REJECTED-COUNT.
	MOVE SPACE TO INTAKE-REJECT-RECORD.
	STRING 'LINE ' WS-LINE-NO
		'  CUSTOMER ' WS-ORD-TEXT(1)(1:5)
		'  REJECTED - ' WS-REJECT-REASON
		DELIMITED BY SIZE INTO INTAKE-REJECT-RECORD.
	WRITE INTAKE-REJECT-RECORD.
	MOVE SPACE TO INTAKE-REJECT-RECORD.
	STRING '          ' CUSTOMER-ORDER-RECORD(1:110)
		DELIMITED BY SIZE INTO INTAKE-REJECT-RECORD.
	WRITE INTAKE-REJECT-RECORD.

070-FINISH-INTAKE-BATCH.
	MOVE WS-ACCEPTED-COUNT TO IBT-RECORD-COUNT.
	MOVE WS-INTAKE-QTY-HASH TO IBT-QTY-HASH.
	MOVE WS-INTAKE-ITEM-HASH TO IBT-ITEM-HASH.
	MOVE SPACE TO TRANS-FILE-RECORD.
	MOVE INTAKE-TRAILER-LINE TO TRANS-FILE-RECORD.
	WRITE TRANS-FILE-RECORD.
	CLOSE TRANS-FILE.
	MOVE WS-INTAKE-BATCH-NO TO INTAKE-LAST-NUMBER.
	OPEN OUTPUT INTAKE-SEQUENCE-FILE.
	WRITE INTAKE-SEQUENCE-RECORD.
	CLOSE INTAKE-SEQUENCE-FILE.

080-WRITE-REJECT-TOTALS.
	MOVE SPACE TO INTAKE-REJECT-RECORD.
	WRITE INTAKE-REJECT-RECORD.
	MOVE SPACE TO INTAKE-REJECT-RECORD.
	STRING 'ORDER LINES READ: ' WS-LINES-READ
		'   ACCEPTED: ' WS-ACCEPTED-COUNT
		'   REJECTED: ' WS-REJECTED-COUNT
		DELIMITED BY SIZE INTO INTAKE-REJECT-RECORD.
	WRITE INTAKE-REJECT-RECORD.
