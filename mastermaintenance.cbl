		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SHIPTO-KEY
		FILE STATUS IS WS-SHIPTO-FILE-STATUS.
	SELECT SALESREP-FILE ASSIGN TO "data_files/salesreps.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REP-NO
		FILE STATUS IS WS-SALESREP-FILE-STATUS.
	SELECT STANDING-ORDER-FILE ASSIGN TO "data_files/standing_orders.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SO-KEY
		FILE STATUS IS WS-STANDING-ORDER-FILE-STATUS.
	SELECT MAINT-AUDIT-FILE ASSIGN TO "data_files/maintenance_audit.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"

COPY "shiptorec.cpy".

FD SALESREP-FILE
	LABEL RECORDS ARE STANDARD.

COPY "salesreprec.cpy".

FD STANDING-ORDER-FILE
	LABEL RECORDS ARE STANDARD.

COPY "standordrec.cpy".

FD MAINT-AUDIT-FILE
	LABEL RECORDS ARE STANDARD.

01 SWITCHES.
	02 MAINT-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 RECORD-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 REP-VALID-FLAG	PICTURE IS X(1) VALUE IS 'Y'.
	02 ORDER-VALID-FLAG	PICTURE IS X(1) VALUE IS 'Y'.

01 FILE-STATUSES.
	02 WS-MAINT-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-VENDOR-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-SHIPTO-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-SALESREP-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-STANDING-ORDER-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.

01 WORK-FIELDS.
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN I-O SALESREP-FILE.
	IF WS-SALESREP-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT SALESREP-FILE
		CLOSE SALESREP-FILE
		OPEN I-O SALESREP-FILE
	END-IF.
	IF WS-SALESREP-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN SALESREP-FILE - STATUS ' WS-SALESREP-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
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
	OPEN OUTPUT MAINT-AUDIT-FILE.

090-CLOSE-FILES.
	CLOSE INV-FILE.
	CLOSE VENDOR-FILE.
	CLOSE SHIPTO-FILE.
	CLOSE SALESREP-FILE.
	CLOSE STANDING-ORDER-FILE.
	CLOSE MAINT-AUDIT-FILE.

020-APPLY-MAINTENANCE.
	MOVE SPACE TO WS-REJECT-REASON.
	IF MAINT-FILE-CODE IS EQUAL TO 'C' THEN
		PERFORM 028-CHECK-CUSTOMER-REP
		IF REP-VALID-FLAG IS EQUAL TO 'Y' THEN
			PERFORM 030-MAINTAIN-CUSTOMER
		ELSE
			MOVE 'REP NOT ON FILE' TO WS-REJECT-REASON
			PERFORM 080-WRITE-REJECT-LINE
		END-IF
	ELSE
		IF MAINT-FILE-CODE IS EQUAL TO 'I' THEN
			PERFORM 040-MAINTAIN-INVENTORY
				IF MAINT-FILE-CODE IS EQUAL TO 'S' THEN
					PERFORM 055-MAINTAIN-SHIPTO
				ELSE
					IF MAINT-FILE-CODE IS EQUAL TO 'R' THEN
						PERFORM 057-MAINTAIN-SALESREP
					ELSE
						IF MAINT-FILE-CODE IS EQUAL TO 'O' THEN
							PERFORM 029-CHECK-STANDING-ORDER
							IF ORDER-VALID-FLAG IS EQUAL TO 'Y' THEN
								PERFORM 058-MAINTAIN-STANDING-ORDER
							ELSE
								PERFORM 080-WRITE-REJECT-LINE
							END-IF
						ELSE
							MOVE 'INVALID FILE CODE' TO WS-REJECT-REASON
							PERFORM 080-WRITE-REJECT-LINE
						END-IF
					END-IF
				END-IF
			END-IF
		END-IF
	END-IF.

028-CHECK-CUSTOMER-REP.
	MOVE 'Y' TO REP-VALID-FLAG.
	MOVE MAINT-DATA TO CUST-RECORD.
	IF MAINT-ACTION-CODE IS NOT EQUAL TO 'D'
			AND CUST-REP-NO IS NOT EQUAL TO SPACE THEN
		MOVE CUST-REP-NO TO REP-NO
		READ SALESREP-FILE
			INVALID KEY
				MOVE 'N' TO REP-VALID-FLAG
		END-READ
	END-IF.

029-CHECK-STANDING-ORDER.
	MOVE 'Y' TO ORDER-VALID-FLAG.
	MOVE MAINT-DATA TO STANDING-ORDER-RECORD.
	IF MAINT-ACTION-CODE IS NOT EQUAL TO 'D' THEN
		IF SO-ITEM-NO IS NOT NUMERIC OR SO-QTY IS NOT NUMERIC THEN
			MOVE 'ITEM OR QTY NOT NUMERIC' TO WS-REJECT-REASON
		ELSE
			IF SO-QTY IS EQUAL TO 0 THEN
				MOVE 'QUANTITY MUST BE ABOVE ZERO' TO WS-REJECT-REASON
			END-IF
		END-IF
		IF SO-FREQUENCY IS NOT EQUAL TO 'W'
				AND SO-FREQUENCY IS NOT EQUAL TO 'B'
				AND SO-FREQUENCY IS NOT EQUAL TO 'M'
				AND SO-FREQUENCY IS NOT EQUAL TO 'Q' THEN
			MOVE 'INVALID FREQUENCY' TO WS-REJECT-REASON
		END-IF
		IF SO-NEXT-DUE-DATE IS NOT NUMERIC OR SO-END-DATE IS NOT NUMERIC THEN
			MOVE 'DUE OR END DATE NOT NUMERIC' TO WS-REJECT-REASON
		END-IF
		IF SO-TRANS-CODE IS EQUAL TO 'T' OR SO-TRANS-CODE IS EQUAL TO 'R' THEN
			MOVE 'TRANS CODE NOT ALLOWED' TO WS-REJECT-REASON
		END-IF
		IF WS-REJECT-REASON IS NOT EQUAL TO SPACE THEN
			MOVE 'N' TO ORDER-VALID-FLAG
		END-IF
	END-IF.

030-MAINTAIN-CUSTOMER.
	MOVE MAINT-DATA TO CUST-RECORD.
	READ CUST-FILE
		END-IF
	END-IF.

057-MAINTAIN-SALESREP.
	MOVE MAINT-DATA TO SALESREP-RECORD.
	READ SALESREP-FILE
		INVALID KEY
			MOVE 'N' TO RECORD-FOUND-FLAG
		NOT INVALID KEY
			MOVE 'Y' TO RECORD-FOUND-FLAG
	END-READ.
	IF MAINT-ACTION-CODE IS EQUAL TO 'A' THEN
		IF RECORD-FOUND-FLAG IS EQUAL TO 'Y' THEN
			MOVE 'DUPLICATE ADD' TO WS-REJECT-REASON
			PERFORM 080-WRITE-REJECT-LINE
		ELSE
			MOVE MAINT-DATA TO SALESREP-RECORD
			WRITE SALESREP-RECORD
			MOVE SALESREP-RECORD TO WS-RECORD-IMAGE
			PERFORM 070-WRITE-AFTER-LINE
			ADD 1 TO WS-APPLIED-COUNT
		END-IF
	ELSE
		IF MAINT-ACTION-CODE IS EQUAL TO 'C' THEN
			IF RECORD-FOUND-FLAG IS EQUAL TO 'N' THEN
				MOVE 'KEY NOT ON FILE' TO WS-REJECT-REASON
				PERFORM 080-WRITE-REJECT-LINE
			ELSE
				MOVE SALESREP-RECORD TO WS-RECORD-IMAGE
				PERFORM 060-WRITE-BEFORE-LINE
				MOVE MAINT-DATA TO SALESREP-RECORD
				REWRITE SALESREP-RECORD
				MOVE SALESREP-RECORD TO WS-RECORD-IMAGE
				PERFORM 070-WRITE-AFTER-LINE
				ADD 1 TO WS-APPLIED-COUNT
			END-IF
		ELSE
			IF MAINT-ACTION-CODE IS EQUAL TO 'D' THEN
				IF RECORD-FOUND-FLAG IS EQUAL TO 'N' THEN
					MOVE 'KEY NOT ON FILE' TO WS-REJECT-REASON
					PERFORM 080-WRITE-REJECT-LINE
				ELSE
					MOVE SALESREP-RECORD TO WS-RECORD-IMAGE
					PERFORM 060-WRITE-BEFORE-LINE
					DELETE SALESREP-FILE
					PERFORM 075-WRITE-DELETED-LINE
					ADD 1 TO WS-APPLIED-COUNT
				END-IF
			ELSE
				MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
				PERFORM 080-WRITE-REJECT-LINE
			END-IF
		END-IF
	END-IF.

058-MAINTAIN-STANDING-ORDER.
	MOVE MAINT-DATA TO STANDING-ORDER-RECORD.
	READ STANDING-ORDER-FILE
		INVALID KEY
			MOVE 'N' TO RECORD-FOUND-FLAG
		NOT INVALID KEY
			MOVE 'Y' TO RECORD-FOUND-FLAG
	END-READ.
	IF MAINT-ACTION-CODE IS EQUAL TO 'A' THEN
		IF RECORD-FOUND-FLAG IS EQUAL TO 'Y' THEN
			MOVE 'DUPLICATE ADD' TO WS-REJECT-REASON
			PERFORM 080-WRITE-REJECT-LINE
		ELSE
			MOVE MAINT-DATA TO STANDING-ORDER-RECORD
			WRITE STANDING-ORDER-RECORD
			MOVE STANDING-ORDER-RECORD TO WS-RECORD-IMAGE
			PERFORM 070-WRITE-AFTER-LINE
			ADD 1 TO WS-APPLIED-COUNT
		END-IF
	ELSE
		IF MAINT-ACTION-CODE IS EQUAL TO 'C' THEN
			IF RECORD-FOUND-FLAG IS EQUAL TO 'N' THEN
				MOVE 'KEY NOT ON FILE' TO WS-REJECT-REASON
				PERFORM 080-WRITE-REJECT-LINE
			ELSE
				MOVE STANDING-ORDER-RECORD TO WS-RECORD-IMAGE
				PERFORM 060-WRITE-BEFORE-LINE
				MOVE MAINT-DATA TO STANDING-ORDER-RECORD
				REWRITE STANDING-ORDER-RECORD
				MOVE STANDING-ORDER-RECORD TO WS-RECORD-IMAGE
				PERFORM 070-WRITE-AFTER-LINE
				ADD 1 TO WS-APPLIED-COUNT
			END-IF
		ELSE
			IF MAINT-ACTION-CODE IS EQUAL TO 'D' THEN
				IF RECORD-FOUND-FLAG IS EQUAL TO 'N' THEN
					MOVE 'KEY NOT ON FILE' TO WS-REJECT-REASON
					PERFORM 080-WRITE-REJECT-LINE
				ELSE
					MOVE STANDING-ORDER-RECORD TO WS-RECORD-IMAGE
					PERFORM 060-WRITE-BEFORE-LINE
					DELETE STANDING-ORDER-FILE
					PERFORM 075-WRITE-DELETED-LINE
					ADD 1 TO WS-APPLIED-COUNT
				END-IF
			ELSE
				MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
				PERFORM 080-WRITE-REJECT-LINE
			END-IF
		END-IF
	END-IF.

060-WRITE-BEFORE-LINE.
	MOVE SPACE TO MAINT-AUDIT-RECORD.
	STRING MAINT-ACTION-CODE ' ' MAINT-FILE-CODE
