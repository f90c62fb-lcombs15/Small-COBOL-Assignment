IDENTIFICATION DIVISION.
PROGRAM-ID.  "NKU CSC407 SALES COMMISSION".

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LUCAS-UBUNTU.
OBJECT-COMPUTER. LUCAS-UBUNTU.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PARAM-FILE ASSIGN TO "data_files/commission_params.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PARAM-FILE-STATUS.
	SELECT SALESREP-FILE ASSIGN TO "data_files/salesreps.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS REP-NO
		FILE STATUS IS WS-SALESREP-FILE-STATUS.
	SELECT CUST-FILE ASSIGN TO "data_files/customers.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS CUST-NO
		FILE STATUS IS WS-CUST-FILE-STATUS.
	SELECT INV-FILE ASSIGN TO "data_files/inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS INV-KEY
		FILE STATUS IS WS-INV-FILE-STATUS.
	SELECT SALES-HISTORY-FILE ASSIGN TO "data_files/sales_history.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SALES-HISTORY-FILE-STATUS.
	SELECT COMMISSION-SORT-FILE ASSIGN TO "data_files/commission_sort.tmp"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT STATEMENT-FILE ASSIGN TO "data_files/commission_statements.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT PAYROLL-FILE ASSIGN TO "data_files/commission_payroll.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD PARAM-FILE
	LABEL RECORDS ARE STANDARD.

01 PARAM-RECORD.
	02 PARAM-PERIOD		PICTURE IS 9(6).
	02 FILLER		PICTURE IS X(5).
	02 PARAM-BASIS		PICTURE IS X(1).

FD SALESREP-FILE
	LABEL RECORDS ARE STANDARD.

COPY "salesreprec.cpy".

FD CUST-FILE
	LABEL RECORDS ARE STANDARD.

COPY "custrec.cpy".

FD INV-FILE
	LABEL RECORDS ARE STANDARD.

COPY "invrec.cpy".

FD SALES-HISTORY-FILE
	LABEL RECORDS ARE STANDARD.

COPY "saleshistrec.cpy".

SD COMMISSION-SORT-FILE.

01 COMMISSION-SORT-RECORD.
	02 SORT-REP-NO			PICTURE IS X(3).
	02 SORT-CUST-NO			PICTURE IS X(5).
	02 SORT-SALE-DATE		PICTURE IS 9(8).
	02 SORT-ITEM-NO			PICTURE IS 9(6).
	02 SORT-TRANS-CODE		PICTURE IS X(1).
	02 SORT-QTY			PICTURE IS 9(5).
	02 SORT-NET			PICTURE IS S9(5)V9(2).
	02 SORT-COST			PICTURE IS S9(7)V9(2).
	02 SORT-REP-SUB			PICTURE IS 9(3).

FD STATEMENT-FILE
	LABEL RECORDS ARE STANDARD.

01 STATEMENT-RECORD			PICTURE IS X(132).

FD PAYROLL-FILE
	LABEL RECORDS ARE STANDARD.

01 PAYROLL-RECORD			PICTURE IS X(132).

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

COPY "runlogrec.cpy".



WORKING-STORAGE SECTION.
01 SWITCHES.
	02 REP-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 INV-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 HISTORY-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 SORT-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 FIRST-REP-SWITCH	PICTURE IS X(1) VALUE IS 'Y'.
	02 REP-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 ITEM-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 TABLE-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-PARAM-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-SALESREP-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-CUST-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-SALES-HISTORY-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.

01 RUN-DATE-FIELDS.
	02 WS-RUN-DATE		PICTURE IS 9(8).
	02 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
		03 WS-RUN-YYYYMM	PICTURE IS 9(6).
		03 WS-RUN-DD		PICTURE IS 9(2).

01 COMMISSION-PARAMETERS.
	02 WS-PERIOD		PICTURE IS 9(6).
	02 WS-BASIS		PICTURE IS X(1) VALUE IS 'S'.

01 REP-TABLE.
	02 WS-REP-DETAIL OCCURS 200 TIMES INDEXED BY REP-INDEX.
		03 WS-REP-NO		PICTURE IS X(3).
		03 WS-REP-NAME		PICTURE IS X(23).
		03 WS-REP-RATE		PICTURE IS 9V999.
		03 WS-REP-ROWS		PICTURE IS 9(6).
		03 WS-REP-NET		PICTURE IS S9(7)V9(2).
		03 WS-REP-COST		PICTURE IS S9(7)V9(2).
		03 WS-REP-BASIS		PICTURE IS S9(7)V9(2).
		03 WS-REP-COMMISSION	PICTURE IS S9(7)V9(2).

01 ITEM-COST-TABLE.
	02 WS-ITEM-DETAIL OCCURS 200 TIMES INDEXED BY ITEM-INDEX.
		03 WS-ITM-NO		PICTURE IS 9(6).
		03 WS-ITM-UNIT-COST	PICTURE IS 9(2)V9(2).

01 WORK-FIELDS.
	02 WS-REP-NUM-IN		PICTURE IS S9(3) VALUE 0.
	02 WS-REP-SUB			PICTURE IS S9(3) VALUE 0.
	02 WS-ITEM-NUM-IN		PICTURE IS S9(3) VALUE 0.
	02 WS-ITEM-SUB			PICTURE IS S9(3) VALUE 0.
	02 WS-RECORDS-READ		PICTURE IS 9(6) VALUE 0.
	02 WS-PERIOD-ROWS		PICTURE IS 9(6) VALUE 0.
	02 WS-CREDITED-ROWS		PICTURE IS 9(6) VALUE 0.
	02 WS-UNASSIGNED-ROWS		PICTURE IS 9(6) VALUE 0.
	02 WS-UNASSIGNED-NET		PICTURE IS S9(7)V9(2) VALUE 0.
	02 WS-UNCOSTED-COUNT		PICTURE IS 9(6) VALUE 0.
	02 WS-REPS-PAID			PICTURE IS 9(6) VALUE 0.
	02 WS-SIGNED-QTY		PICTURE IS S9(5).
	02 WS-SIGNED-NET		PICTURE IS S9(5)V9(2).
	02 WS-SIGNED-COST		PICTURE IS S9(7)V9(2).
	02 WS-MARGIN			PICTURE IS S9(7)V9(2).
	02 WS-CURRENT-REP-NO		PICTURE IS X(3).
	02 WS-CURRENT-REP-SUB		PICTURE IS 9(3).
	02 WS-TOTAL-NET			PICTURE IS S9(8)V9(2) VALUE 0.
	02 WS-TOTAL-COMMISSION		PICTURE IS S9(8)V9(2) VALUE 0.
	02 WS-BASIS-NAME		PICTURE IS X(9).

01 EDITED-FIELDS.
	02 WS-QTY-ED		PICTURE IS Z(4)9.
	02 WS-NET-ED		PICTURE IS -(8)9.99.
	02 WS-COST-ED		PICTURE IS -(8)9.99.
	02 WS-MARGIN-ED		PICTURE IS -(8)9.99.
	02 WS-BASIS-ED		PICTURE IS -(8)9.99.
	02 WS-COMMISSION-ED	PICTURE IS -(8)9.99.
	02 WS-RATE-ED		PICTURE IS 9.999.


PROCEDURE DIVISION.
000-CALCULATE-COMMISSIONS.
	PERFORM 001-LOG-RUN-START.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	PERFORM 005-LOAD-PARAMETERS.
	PERFORM 010-LOAD-REPS.
	PERFORM 015-LOAD-ITEM-COSTS.
	OPEN INPUT CUST-FILE.
	IF WS-CUST-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN CUST-FILE - STATUS ' WS-CUST-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN OUTPUT STATEMENT-FILE.
	SORT COMMISSION-SORT-FILE ON ASCENDING KEY SORT-REP-NO SORT-CUST-NO
			SORT-SALE-DATE SORT-ITEM-NO
		INPUT PROCEDURE IS 100-BUILD-SORT-RECORDS
		OUTPUT PROCEDURE IS 200-PRODUCE-STATEMENTS.
	CLOSE STATEMENT-FILE.
	CLOSE CUST-FILE.
	OPEN OUTPUT PAYROLL-FILE.
	PERFORM 300-WRITE-PAYROLL-SUMMARY.
	CLOSE PAYROLL-FILE.
	DISPLAY 'COMMISSION PERIOD ' WS-PERIOD ' BASIS ' WS-BASIS-NAME.
	DISPLAY 'SALES ROWS CREDITED: ' WS-CREDITED-ROWS
		'  WITH NO REP: ' WS-UNASSIGNED-ROWS.
	MOVE WS-TOTAL-COMMISSION TO WS-COMMISSION-ED.
	DISPLAY 'TOTAL COMMISSION: ' WS-COMMISSION-ED.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.

001-LOG-RUN-START.
	OPEN EXTEND RUN-LOG-FILE.
	IF WS-RUN-LOG-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT RUN-LOG-FILE
	END-IF.
	MOVE SPACE TO RUN-LOG-RECORD.
	MOVE 'COMMISSION' TO RL-PROGRAM-NAME.
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
	MOVE 'COMMISSION' TO RL-PROGRAM-NAME.
	ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
	ACCEPT RL-RUN-TIME FROM TIME.
	MOVE 'E' TO RL-PHASE.
	MOVE WS-RECORDS-READ TO RL-RECORDS-READ.
	MOVE WS-CREDITED-ROWS TO RL-RECORDS-POSTED.
	MOVE WS-UNASSIGNED-ROWS TO RL-RECORDS-REJECTED.
	MOVE WS-TOTAL-COMMISSION TO RL-MONEY-TOTAL.
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
	MOVE WS-RUN-YYYYMM TO WS-PERIOD.
	OPEN INPUT PARAM-FILE.
	IF WS-PARAM-FILE-STATUS IS NOT EQUAL TO '35' THEN
		READ PARAM-FILE INTO PARAM-RECORD
			AT END
				CONTINUE
			NOT AT END
				IF PARAM-PERIOD IS NUMERIC
						AND PARAM-PERIOD IS GREATER THAN 0 THEN
					MOVE PARAM-PERIOD TO WS-PERIOD
				END-IF
				IF PARAM-BASIS IS NOT EQUAL TO SPACE THEN
					MOVE PARAM-BASIS TO WS-BASIS
				END-IF
		END-READ
		CLOSE PARAM-FILE
	END-IF.
	IF WS-BASIS IS EQUAL TO 'S' THEN
		MOVE 'NET SALES' TO WS-BASIS-NAME
	ELSE
		IF WS-BASIS IS EQUAL TO 'M' THEN
			MOVE 'MARGIN' TO WS-BASIS-NAME
		ELSE
			DISPLAY 'INVALID COMMISSION BASIS ' WS-BASIS ' - RUN ABORTED'
			PERFORM 098-LOG-RUN-ABEND
			STOP RUN
		END-IF
	END-IF.

010-LOAD-REPS.
	OPEN INPUT SALESREP-FILE.
	IF WS-SALESREP-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN SALESREP-FILE - STATUS ' WS-SALESREP-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	PERFORM UNTIL REP-EOF-SWITCH IS EQUAL TO 'Y'
		READ SALESREP-FILE NEXT RECORD
			AT END
				MOVE 'Y' TO REP-EOF-SWITCH
			NOT AT END
				IF WS-REP-NUM-IN IS EQUAL TO 200 THEN
					DISPLAY 'MORE THAN 200 SALES REPS - RUN ABORTED'
					CLOSE SALESREP-FILE
					PERFORM 098-LOG-RUN-ABEND
					STOP RUN
				END-IF
				ADD 1 TO WS-REP-NUM-IN
				MOVE REP-NO TO WS-REP-NO(WS-REP-NUM-IN)
				MOVE REP-NAME TO WS-REP-NAME(WS-REP-NUM-IN)
				IF REP-COMMISSION-RATE IS NUMERIC THEN
					MOVE REP-COMMISSION-RATE TO WS-REP-RATE(WS-REP-NUM-IN)
				ELSE
					MOVE 0 TO WS-REP-RATE(WS-REP-NUM-IN)
				END-IF
				MOVE 0 TO WS-REP-ROWS(WS-REP-NUM-IN)
				MOVE 0 TO WS-REP-NET(WS-REP-NUM-IN)
				MOVE 0 TO WS-REP-COST(WS-REP-NUM-IN)
				MOVE 0 TO WS-REP-BASIS(WS-REP-NUM-IN)
				MOVE 0 TO WS-REP-COMMISSION(WS-REP-NUM-IN)
		END-READ
	END-PERFORM.
	CLOSE SALESREP-FILE.

015-LOAD-ITEM-COSTS.
	OPEN INPUT INV-FILE.
	IF WS-INV-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN INV-FILE - STATUS ' WS-INV-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	PERFORM UNTIL INV-EOF-SWITCH IS EQUAL TO 'Y'
		READ INV-FILE NEXT RECORD
			AT END
				MOVE 'Y' TO INV-EOF-SWITCH
			NOT AT END
				PERFORM 016-RECORD-ITEM-COST
		END-READ
	END-PERFORM.
	CLOSE INV-FILE.

016-RECORD-ITEM-COST.
	MOVE 'N' TO ITEM-FOUND-FLAG.
	IF WS-ITEM-NUM-IN IS GREATER THAN 0 THEN
		SET ITEM-INDEX TO 1
		SEARCH WS-ITEM-DETAIL
			WHEN WS-ITM-NO(ITEM-INDEX) = INV-ITEM-NO
				MOVE 'Y' TO ITEM-FOUND-FLAG
		END-SEARCH
	END-IF.
	IF ITEM-FOUND-FLAG IS EQUAL TO 'N' THEN
		IF WS-ITEM-NUM-IN IS EQUAL TO 200 THEN
			MOVE 'Y' TO TABLE-OVERFLOW-FLAG
		ELSE
			ADD 1 TO WS-ITEM-NUM-IN
			MOVE INV-ITEM-NO TO WS-ITM-NO(WS-ITEM-NUM-IN)
			IF INV-UNIT-COST IS EQUAL TO SPACE THEN
				MOVE 0 TO WS-ITM-UNIT-COST(WS-ITEM-NUM-IN)
			ELSE
				MOVE INV-UNIT-COST TO WS-ITM-UNIT-COST(WS-ITEM-NUM-IN)
			END-IF
		END-IF
	END-IF.

100-BUILD-SORT-RECORDS.
	OPEN INPUT SALES-HISTORY-FILE.
	IF WS-SALES-HISTORY-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'Y' TO HISTORY-EOF-SWITCH
	END-IF.
	PERFORM UNTIL HISTORY-EOF-SWITCH IS EQUAL TO 'Y'
		READ SALES-HISTORY-FILE INTO SALES-HISTORY-RECORD
			AT END
				MOVE 'Y' TO HISTORY-EOF-SWITCH
			NOT AT END
				ADD 1 TO WS-RECORDS-READ
				IF SH-RUN-DATE(1:6) IS EQUAL TO WS-PERIOD THEN
					ADD 1 TO WS-PERIOD-ROWS
					PERFORM 105-PRICE-ONE-SALE
				END-IF
		END-READ
	END-PERFORM.
	IF WS-SALES-HISTORY-FILE-STATUS IS NOT EQUAL TO '35' THEN
		CLOSE SALES-HISTORY-FILE
	END-IF.

105-PRICE-ONE-SALE.
	IF SH-TRANS-CODE IS EQUAL TO 'R' THEN
		SUBTRACT SH-QTY FROM 0 GIVING WS-SIGNED-QTY
		SUBTRACT SH-NETCOST FROM 0 GIVING WS-SIGNED-NET
	ELSE
		MOVE SH-QTY TO WS-SIGNED-QTY
		MOVE SH-NETCOST TO WS-SIGNED-NET
	END-IF.
	PERFORM 106-FIND-CUSTOMER-REP.
	IF REP-FOUND-FLAG IS EQUAL TO 'N' THEN
		ADD 1 TO WS-UNASSIGNED-ROWS
		ADD WS-SIGNED-NET TO WS-UNASSIGNED-NET
	ELSE
		PERFORM 107-FIND-ITEM-COST
		PERFORM 110-RELEASE-SORT-RECORD
	END-IF.

106-FIND-CUSTOMER-REP.
	MOVE 'N' TO REP-FOUND-FLAG.
	MOVE 0 TO WS-REP-SUB.
	MOVE SH-CUST-NO TO CUST-NO.
	READ CUST-FILE
		INVALID KEY
			MOVE SPACE TO CUST-REP-NO
	END-READ.
	IF CUST-REP-NO IS NOT EQUAL TO SPACE
			AND WS-REP-NUM-IN IS GREATER THAN 0 THEN
		SET REP-INDEX TO 1
		SEARCH WS-REP-DETAIL
			WHEN WS-REP-NO(REP-INDEX) = CUST-REP-NO
				MOVE 'Y' TO REP-FOUND-FLAG
				SET WS-REP-SUB TO REP-INDEX
		END-SEARCH
	END-IF.

107-FIND-ITEM-COST.
	MOVE 'N' TO ITEM-FOUND-FLAG.
	MOVE 0 TO WS-SIGNED-COST.
	IF WS-ITEM-NUM-IN IS GREATER THAN 0 THEN
		SET ITEM-INDEX TO 1
		SEARCH WS-ITEM-DETAIL
			WHEN WS-ITM-NO(ITEM-INDEX) = SH-ITEM-NO
				MOVE 'Y' TO ITEM-FOUND-FLAG
				SET WS-ITEM-SUB TO ITEM-INDEX
		END-SEARCH
	END-IF.
	IF ITEM-FOUND-FLAG IS EQUAL TO 'Y' THEN
		IF WS-ITM-UNIT-COST(WS-ITEM-SUB) IS EQUAL TO 0 THEN
			ADD 1 TO WS-UNCOSTED-COUNT
		END-IF
		MULTIPLY WS-SIGNED-QTY BY WS-ITM-UNIT-COST(WS-ITEM-SUB)
			GIVING WS-SIGNED-COST
	ELSE
		ADD 1 TO WS-UNCOSTED-COUNT
	END-IF.

110-RELEASE-SORT-RECORD.
	MOVE WS-REP-NO(WS-REP-SUB) TO SORT-REP-NO.
	MOVE SH-CUST-NO TO SORT-CUST-NO.
	MOVE SH-RUN-DATE TO SORT-SALE-DATE.
	MOVE SH-ITEM-NO TO SORT-ITEM-NO.
	MOVE SH-TRANS-CODE TO SORT-TRANS-CODE.
	MOVE SH-QTY TO SORT-QTY.
	MOVE WS-SIGNED-NET TO SORT-NET.
	MOVE WS-SIGNED-COST TO SORT-COST.
	MOVE WS-REP-SUB TO SORT-REP-SUB.
	RELEASE COMMISSION-SORT-RECORD.

200-PRODUCE-STATEMENTS.
	MOVE 'Y' TO FIRST-REP-SWITCH.
	PERFORM UNTIL SORT-EOF-SWITCH IS EQUAL TO 'Y'
		RETURN COMMISSION-SORT-FILE INTO COMMISSION-SORT-RECORD
			AT END
				MOVE 'Y' TO SORT-EOF-SWITCH
			NOT AT END
				PERFORM 210-PROCESS-SORT-RECORD
		END-RETURN
	END-PERFORM.
	IF FIRST-REP-SWITCH IS EQUAL TO 'N' THEN
		PERFORM 240-WRITE-STATEMENT-TOTAL
	END-IF.

210-PROCESS-SORT-RECORD.
	IF FIRST-REP-SWITCH IS EQUAL TO 'Y' THEN
		PERFORM 220-START-NEW-STATEMENT
	ELSE
		IF SORT-REP-NO IS NOT EQUAL TO WS-CURRENT-REP-NO THEN
			PERFORM 240-WRITE-STATEMENT-TOTAL
			PERFORM 220-START-NEW-STATEMENT
		END-IF
	END-IF.
	PERFORM 230-WRITE-STATEMENT-DETAIL.

220-START-NEW-STATEMENT.
	MOVE 'N' TO FIRST-REP-SWITCH.
	MOVE SORT-REP-NO TO WS-CURRENT-REP-NO.
	MOVE SORT-REP-SUB TO WS-CURRENT-REP-SUB.
	MOVE SPACE TO STATEMENT-RECORD.
	STRING 'COMMISSION STATEMENT - PERIOD ' WS-PERIOD
		' - BASIS ' WS-BASIS-NAME ' - RUN DATE ' WS-RUN-DATE
		DELIMITED BY SIZE INTO STATEMENT-RECORD.
	WRITE STATEMENT-RECORD.
	MOVE SPACE TO STATEMENT-RECORD.
	STRING 'REP ' WS-CURRENT-REP-NO '  ' WS-REP-NAME(WS-CURRENT-REP-SUB)
		DELIMITED BY SIZE INTO STATEMENT-RECORD.
	WRITE STATEMENT-RECORD.
	MOVE SPACE TO STATEMENT-RECORD.
	STRING '  DATE      CUST   ITEM    CODE    QTY      NET SALES'
		'           COST         MARGIN'
		DELIMITED BY SIZE INTO STATEMENT-RECORD.
	WRITE STATEMENT-RECORD.

230-WRITE-STATEMENT-DETAIL.
	ADD 1 TO WS-CREDITED-ROWS.
	ADD 1 TO WS-REP-ROWS(WS-CURRENT-REP-SUB).
	ADD SORT-NET TO WS-REP-NET(WS-CURRENT-REP-SUB).
	ADD SORT-COST TO WS-REP-COST(WS-CURRENT-REP-SUB).
	SUBTRACT SORT-COST FROM SORT-NET GIVING WS-MARGIN.
	MOVE SORT-QTY TO WS-QTY-ED.
	MOVE SORT-NET TO WS-NET-ED.
	MOVE SORT-COST TO WS-COST-ED.
	MOVE WS-MARGIN TO WS-MARGIN-ED.
	MOVE SPACE TO STATEMENT-RECORD.
	STRING '  ' SORT-SALE-DATE '  ' SORT-CUST-NO '  ' SORT-ITEM-NO
		'   ' SORT-TRANS-CODE '   ' WS-QTY-ED '  ' WS-NET-ED
		'  ' WS-COST-ED '  ' WS-MARGIN-ED
		DELIMITED BY SIZE INTO STATEMENT-RECORD.
	WRITE STATEMENT-RECORD.

240-WRITE-STATEMENT-TOTAL.
	MOVE WS-CURRENT-REP-SUB TO WS-REP-SUB.
	PERFORM 250-COMPUTE-REP-COMMISSION.
	MOVE WS-REP-NET(WS-REP-SUB) TO WS-NET-ED.
	MOVE WS-REP-COST(WS-REP-SUB) TO WS-COST-ED.
	SUBTRACT WS-REP-COST(WS-REP-SUB) FROM WS-REP-NET(WS-REP-SUB)
		GIVING WS-MARGIN.
	MOVE WS-MARGIN TO WS-MARGIN-ED.
	MOVE SPACE TO STATEMENT-RECORD.
	STRING '  TOTALS                              ' WS-NET-ED
		'  ' WS-COST-ED '  ' WS-MARGIN-ED
		DELIMITED BY SIZE INTO STATEMENT-RECORD.
	WRITE STATEMENT-RECORD.
	MOVE WS-REP-BASIS(WS-REP-SUB) TO WS-BASIS-ED.
	MOVE WS-REP-RATE(WS-REP-SUB) TO WS-RATE-ED.
	MOVE WS-REP-COMMISSION(WS-REP-SUB) TO WS-COMMISSION-ED.
	MOVE SPACE TO STATEMENT-RECORD.
	STRING '  COMMISSIONABLE ' WS-BASIS-NAME ' ' WS-BASIS-ED
		'  AT RATE ' WS-RATE-ED
		'  COMMISSION EARNED ' WS-COMMISSION-ED
		DELIMITED BY SIZE INTO STATEMENT-RECORD.
	WRITE STATEMENT-RECORD.
	IF WS-REP-BASIS(WS-REP-SUB) IS LESS THAN 0 THEN
		MOVE SPACE TO STATEMENT-RECORD
		STRING '  RETURNS EXCEED SALES FOR THE PERIOD - NO COMMISSION PAYABLE'
			DELIMITED BY SIZE INTO STATEMENT-RECORD
		WRITE STATEMENT-RECORD
	END-IF.
	MOVE SPACE TO STATEMENT-RECORD.
	WRITE STATEMENT-RECORD.

250-COMPUTE-REP-COMMISSION.
	IF WS-BASIS IS EQUAL TO 'M' THEN
		SUBTRACT WS-REP-COST(WS-REP-SUB) FROM WS-REP-NET(WS-REP-SUB)
			GIVING WS-REP-BASIS(WS-REP-SUB)
	ELSE
		MOVE WS-REP-NET(WS-REP-SUB) TO WS-REP-BASIS(WS-REP-SUB)
	END-IF.
	IF WS-REP-BASIS(WS-REP-SUB) IS GREATER THAN 0 THEN
		MULTIPLY WS-REP-BASIS(WS-REP-SUB) BY WS-REP-RATE(WS-REP-SUB)
			GIVING WS-REP-COMMISSION(WS-REP-SUB) ROUNDED
	ELSE
		MOVE 0 TO WS-REP-COMMISSION(WS-REP-SUB)
	END-IF.

300-WRITE-PAYROLL-SUMMARY.
	MOVE SPACE TO PAYROLL-RECORD.
	STRING 'COMMISSION PAYROLL SUMMARY - PERIOD ' WS-PERIOD
		' - BASIS ' WS-BASIS-NAME ' - RUN DATE ' WS-RUN-DATE
		DELIMITED BY SIZE INTO PAYROLL-RECORD.
	WRITE PAYROLL-RECORD.
	MOVE SPACE TO PAYROLL-RECORD.
	STRING '  REP  NAME                      ROWS      NET SALES'
		'     COMMISSIONABLE  RATE     COMMISSION'
		DELIMITED BY SIZE INTO PAYROLL-RECORD.
	WRITE PAYROLL-RECORD.
	MOVE 0 TO WS-REP-SUB.
	PERFORM 310-WRITE-ONE-REP WS-REP-NUM-IN TIMES.
	MOVE SPACE TO PAYROLL-RECORD.
	WRITE PAYROLL-RECORD.
	MOVE WS-TOTAL-NET TO WS-NET-ED.
	MOVE WS-TOTAL-COMMISSION TO WS-COMMISSION-ED.
	MOVE SPACE TO PAYROLL-RECORD.
	STRING 'REPS PAID: ' WS-REPS-PAID '   NET SALES CREDITED ' WS-NET-ED
		'   TOTAL COMMISSION ' WS-COMMISSION-ED
		DELIMITED BY SIZE INTO PAYROLL-RECORD.
	WRITE PAYROLL-RECORD.
	MOVE WS-UNASSIGNED-NET TO WS-NET-ED.
	MOVE SPACE TO PAYROLL-RECORD.
	STRING 'SALES ROWS WITH NO REP ON FILE: ' WS-UNASSIGNED-ROWS
		'   NET SALES NOT CREDITED ' WS-NET-ED
		DELIMITED BY SIZE INTO PAYROLL-RECORD.
	WRITE PAYROLL-RECORD.
	IF WS-BASIS IS EQUAL TO 'M' AND WS-UNCOSTED-COUNT IS GREATER THAN 0 THEN
		MOVE SPACE TO PAYROLL-RECORD
		STRING 'SALES ROWS WITHOUT A COSTED ITEM: ' WS-UNCOSTED-COUNT
			'  (COST TAKEN AS ZERO)'
			DELIMITED BY SIZE INTO PAYROLL-RECORD
		WRITE PAYROLL-RECORD
	END-IF.
	IF TABLE-OVERFLOW-FLAG IS EQUAL TO 'Y' THEN
		MOVE '*** MORE THAN 200 ITEMS - EXCESS ITEMS COSTED AS ZERO ***'
			TO PAYROLL-RECORD
		WRITE PAYROLL-RECORD
	END-IF.

310-WRITE-ONE-REP.
	ADD 1 TO WS-REP-SUB.
	IF WS-REP-ROWS(WS-REP-SUB) IS EQUAL TO 0 THEN
		MOVE 0 TO WS-REP-BASIS(WS-REP-SUB)
		MOVE 0 TO WS-REP-COMMISSION(WS-REP-SUB)
	END-IF.
	ADD WS-REP-NET(WS-REP-SUB) TO WS-TOTAL-NET.
	ADD WS-REP-COMMISSION(WS-REP-SUB) TO WS-TOTAL-COMMISSION.
	IF WS-REP-COMMISSION(WS-REP-SUB) IS GREATER THAN 0 THEN
		ADD 1 TO WS-REPS-PAID
	END-IF.
	MOVE WS-REP-NET(WS-REP-SUB) TO WS-NET-ED.
	MOVE WS-REP-BASIS(WS-REP-SUB) TO WS-BASIS-ED.
	MOVE WS-REP-RATE(WS-REP-SUB) TO WS-RATE-ED.
	MOVE WS-REP-COMMISSION(WS-REP-SUB) TO WS-COMMISSION-ED.
	MOVE SPACE TO PAYROLL-RECORD.
	STRING '  ' WS-REP-NO(WS-REP-SUB) '  ' WS-REP-NAME(WS-REP-SUB)
		'  ' WS-REP-ROWS(WS-REP-SUB) '  ' WS-NET-ED
		'  ' WS-BASIS-ED '  ' WS-RATE-ED '  ' WS-COMMISSION-ED
		DELIMITED BY SIZE INTO PAYROLL-RECORD.
	WRITE PAYROLL-RECORD.
