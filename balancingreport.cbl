	PERFORM 030-CHECK-INCOMPLETE-STEPS.
	PERFORM 040-CHECK-TRANS-CHAIN.
	PERFORM 050-CHECK-STEP-ORDER.
	PERFORM 060-CHECK-REFERENTIAL-AUDIT.
	PERFORM 090-WRITE-VERDICT.
	CLOSE OPERATIONS-REPORT-FILE.
	STOP RUN.
		END-IF
	END-IF.

060-CHECK-REFERENTIAL-AUDIT.
	MOVE 'REFERENTIALAUDIT' TO WS-LOOKUP-NAME.
	PERFORM 017-FIND-STEP.
	IF STEP-FOUND-FLAG IS EQUAL TO 'N' THEN
		ADD 1 TO WS-FLAG-COUNT
		MOVE SPACE TO OPERATIONS-REPORT-RECORD
		STRING '  *** REFERENTIALAUDIT DID NOT RUN TODAY ***'
			DELIMITED BY SIZE INTO OPERATIONS-REPORT-RECORD
		WRITE OPERATIONS-REPORT-RECORD
	ELSE
		MOVE WS-STEP-SUB TO WS-PRED-SUB
		IF WS-STEP-END-SEEN(WS-PRED-SUB) IS EQUAL TO 'Y'
				AND WS-STEP-REJECTED(WS-PRED-SUB) IS GREATER THAN 0 THEN
			ADD 1 TO WS-FLAG-COUNT
			MOVE SPACE TO OPERATIONS-REPORT-RECORD
			STRING '  *** REFERENTIALAUDIT FOUND '
				WS-STEP-REJECTED(WS-PRED-SUB)
				' DANGLING REFERENCES - SEE REFERENTIAL_AUDIT_REPORT.DAT ***'
				DELIMITED BY SIZE INTO OPERATIONS-REPORT-RECORD
			WRITE OPERATIONS-REPORT-RECORD
		END-IF
		MOVE 'INVENTORY' TO WS-LOOKUP-NAME
		PERFORM 017-FIND-STEP
		IF STEP-FOUND-FLAG IS EQUAL TO 'Y' THEN
			IF WS-STEP-START-TIME(WS-STEP-SUB) IS LESS THAN
					WS-STEP-END-TIME(WS-PRED-SUB)
					OR WS-STEP-END-SEEN(WS-PRED-SUB) IS EQUAL TO 'N' THEN
				ADD 1 TO WS-FLAG-COUNT
				MOVE SPACE TO OPERATIONS-REPORT-RECORD
				STRING '  *** INVENTORY STARTED BEFORE REFERENTIALAUDIT FINISHED ***'
					DELIMITED BY SIZE INTO OPERATIONS-REPORT-RECORD
				WRITE OPERATIONS-REPORT-RECORD
			END-IF
		END-IF
	END-IF.

090-WRITE-VERDICT.
	MOVE SPACE TO OPERATIONS-REPORT-RECORD.
	WRITE OPERATIONS-REPORT-RECORD.
