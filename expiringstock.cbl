IDENTIFICATION DIVISION.
PROGRAM-ID.  "NKU CSC407 EXPIRING STOCK".

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LUCAS-UBUNTU.
OBJECT-COMPUTER. LUCAS-UBUNTU.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PARAM-FILE ASSIGN TO "data_files/expiring_stock_params.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PARAM-FILE-STATUS.
	SELECT LOT-FILE ASSIGN TO "data_files/lots.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS LOT-KEY
		FILE STATUS IS WS-LOT-FILE-STATUS.
	SELECT INV-FILE ASSIGN TO "data_files/inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS INV-KEY
		FILE STATUS IS WS-INV-FILE-STATUS.
	SELECT EXPIRY-SORT-FILE ASSIGN TO "data_files/expiring_stock_sort.tmp"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT EXPIRY-REPORT-FILE ASSIGN TO "data_files/expiring_stock_report.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD PARAM-FILE
	LABEL RECORDS ARE STANDARD.

01 PARAM-RECORD.
	02 PARAM-DAYS-AHEAD	PICTURE IS 9(3).

FD LOT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "lotrec.cpy".

FD INV-FILE
	LABEL RECORDS ARE STANDARD.

COPY "invrec.cpy".

SD EXPIRY-SORT-FILE.

01 EXPIRY-SORT-RECORD.
	02 SORT-LOC-CODE		PICTURE IS X(3).
	02 SORT-EXPIRY-DATE		PICTURE IS 9(8).
	02 SORT-ITEM-NO			PICTURE IS X(6).
	02 SORT-LOT-NO			PICTURE IS X(10).
	02 SORT-ITEM-NAME		PICTURE IS X(25).
	02 SORT-QTY			PICTURE IS 9(5).
	02 SORT-DAYS-LEFT		PICTURE IS S9(7).

FD EXPIRY-REPORT-FILE
	LABEL RECORDS ARE STANDARD.

01 EXPIRY-REPORT-RECORD			PICTURE IS X(132).

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

COPY "runlogrec.cpy".



WORKING-STORAGE SECTION.
01 SWITCHES.
	02 LOT-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 SORT-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 FIRST-LOC-SWITCH	PICTURE IS X(1) VALUE IS 'Y'.
	02 INV-AVAILABLE-FLAG	PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-PARAM-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-LOT-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.

01 RUN-DATE-FIELDS.
	02 WS-RUN-DATE		PICTURE IS 9(8).
	02 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
		03 WS-RUN-YYYY	PICTURE IS 9(4).
		03 WS-RUN-MM	PICTURE IS 9(2).
		03 WS-RUN-DD	PICTURE IS 9(2).
	02 WS-EXPIRY-DATE	PICTURE IS 9(8).
	02 WS-EXPIRY-DATE-X REDEFINES WS-EXPIRY-DATE.
		03 WS-EXPIRY-YYYY	PICTURE IS 9(4).
		03 WS-EXPIRY-MM		PICTURE IS 9(2).
		03 WS-EXPIRY-DD		PICTURE IS 9(2).

01 EXPIRY-PARAMETERS.
	02 WS-DAYS-AHEAD	PICTURE IS 9(3) VALUE 30.

01 WORK-FIELDS.
	02 WS-LOTS-READ		PICTURE IS 9(6) VALUE 0.
	02 WS-LOTS-LISTED	PICTURE IS 9(6) VALUE 0.
	02 WS-LOTS-EXPIRED	PICTURE IS 9(6) VALUE 0.
	02 WS-DAYS-LEFT		PICTURE IS S9(7).
	02 WS-CURRENT-LOC-CODE	PICTURE IS X(3).
	02 WS-LOC-LOT-COUNT	PICTURE IS 9(4).
	02 WS-LOC-QTY-TOTAL	PICTURE IS 9(7).
	02 WS-QTY-TOTAL		PICTURE IS 9(7) VALUE 0.
	02 WS-LOT-STATUS	PICTURE IS X(8).

01 EDITED-FIELDS.
	02 WS-QTY-ED		PICTURE IS Z(4)9.
	02 WS-DAYS-LEFT-ED	PICTURE IS -(6)9.
	02 WS-TOTAL-QTY-ED	PICTURE IS Z(6)9.


PROCEDURE DIVISION.
000-REPORT-EXPIRING-STOCK.
	PERFORM 001-LOG-RUN-START.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	PERFORM 005-LOAD-PARAMETERS.
	OPEN OUTPUT EXPIRY-REPORT-FILE.
	PERFORM 010-WRITE-HEADINGS.
	SORT EXPIRY-SORT-FILE ON ASCENDING KEY SORT-LOC-CODE SORT-EXPIRY-DATE
			SORT-ITEM-NO SORT-LOT-NO
		INPUT PROCEDURE IS 100-BUILD-SORT-RECORDS
		OUTPUT PROCEDURE IS 200-PRODUCE-REPORT.
	PERFORM 080-WRITE-TOTALS.
	CLOSE EXPIRY-REPORT-FILE.
	DISPLAY 'LOTS EXPIRING WITHIN ' WS-DAYS-AHEAD ' DAYS: ' WS-LOTS-LISTED.
	DISPLAY 'LOTS ALREADY EXPIRED: ' WS-LOTS-EXPIRED.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.

001-LOG-RUN-START.
	OPEN EXTEND RUN-LOG-FILE.
	IF WS-RUN-LOG-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT RUN-LOG-FILE
	END-IF.
	MOVE SPACE TO RUN-LOG-RECORD.
	MOVE 'EXPIRINGSTOCK' TO RL-PROGRAM-NAME.
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
	MOVE 'EXPIRINGSTOCK' TO RL-PROGRAM-NAME.
	ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
	ACCEPT RL-RUN-TIME FROM TIME.
	MOVE 'E' TO RL-PHASE.
	MOVE WS-LOTS-READ TO RL-RECORDS-READ.
	MOVE WS-LOTS-LISTED TO RL-RECORDS-POSTED.
	MOVE 0 TO RL-RECORDS-REJECTED.
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


005-LOAD-PARAMETERS.
	OPEN INPUT PARAM-FILE.
	IF WS-PARAM-FILE-STATUS IS NOT EQUAL TO '35' THEN
		READ PARAM-FILE INTO PARAM-RECORD
			AT END
				CONTINUE
			NOT AT END
				IF PARAM-DAYS-AHEAD IS NUMERIC THEN
					MOVE PARAM-DAYS-AHEAD TO WS-DAYS-AHEAD
				END-IF
		END-READ
		CLOSE PARAM-FILE
	END-IF.

010-WRITE-HEADINGS.
	MOVE SPACE TO EXPIRY-REPORT-RECORD.
	STRING 'EXPIRING STOCK BY LOCATION - LOTS EXPIRING WITHIN ' WS-DAYS-AHEAD
		' DAYS - RUN DATE ' WS-RUN-DATE
		DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD.
	WRITE EXPIRY-REPORT-RECORD.
	MOVE SPACE TO EXPIRY-REPORT-RECORD.
	WRITE EXPIRY-REPORT-RECORD.

100-BUILD-SORT-RECORDS.
	OPEN INPUT INV-FILE.
	IF WS-INV-FILE-STATUS IS EQUAL TO '00' THEN
		MOVE 'Y' TO INV-AVAILABLE-FLAG
	END-IF.
	OPEN INPUT LOT-FILE.
	IF WS-LOT-FILE-STATUS IS NOT EQUAL TO '00' THEN
		MOVE 'Y' TO LOT-EOF-SWITCH
	END-IF.
	PERFORM UNTIL LOT-EOF-SWITCH IS EQUAL TO 'Y'
		READ LOT-FILE NEXT RECORD
			AT END
				MOVE 'Y' TO LOT-EOF-SWITCH
			NOT AT END
				ADD 1 TO WS-LOTS-READ
				PERFORM 105-CHECK-ONE-LOT
		END-READ
	END-PERFORM.
	IF WS-LOT-FILE-STATUS IS NOT EQUAL TO '35' THEN
		CLOSE LOT-FILE
	END-IF.
	IF INV-AVAILABLE-FLAG IS EQUAL TO 'Y' THEN
		CLOSE INV-FILE
	END-IF.

105-CHECK-ONE-LOT.
	IF LOT-QTY IS GREATER THAN 0
			AND LOT-EXPIRY-DATE IS NOT EQUAL TO 99999999 THEN
		MOVE LOT-EXPIRY-DATE TO WS-EXPIRY-DATE
		COMPUTE WS-DAYS-LEFT =
			(WS-EXPIRY-YYYY - WS-RUN-YYYY) * 360
			+ (WS-EXPIRY-MM - WS-RUN-MM) * 30
			+ (WS-EXPIRY-DD - WS-RUN-DD)
		IF WS-DAYS-LEFT IS NOT GREATER THAN WS-DAYS-AHEAD THEN
			PERFORM 110-RELEASE-SORT-RECORD
		END-IF
	END-IF.

110-RELEASE-SORT-RECORD.
	MOVE LOT-LOC-CODE TO SORT-LOC-CODE.
	MOVE LOT-EXPIRY-DATE TO SORT-EXPIRY-DATE.
	MOVE LOT-ITEM-NO TO SORT-ITEM-NO.
	MOVE LOT-NO TO SORT-LOT-NO.
	MOVE LOT-QTY TO SORT-QTY.
	MOVE WS-DAYS-LEFT TO SORT-DAYS-LEFT.
	MOVE SPACE TO SORT-ITEM-NAME.
	IF INV-AVAILABLE-FLAG IS EQUAL TO 'Y' THEN
		MOVE LOT-ITEM-NO TO INV-ITEM-NO
		MOVE LOT-LOC-CODE TO INV-LOC-CODE
		READ INV-FILE
			INVALID KEY
				MOVE 'ITEM NOT ON FILE' TO SORT-ITEM-NAME
			NOT INVALID KEY
				MOVE INV-ITEM-NAME TO SORT-ITEM-NAME
		END-READ
	END-IF.
	RELEASE EXPIRY-SORT-RECORD.

200-PRODUCE-REPORT.
	MOVE 'Y' TO FIRST-LOC-SWITCH.
	PERFORM UNTIL SORT-EOF-SWITCH IS EQUAL TO 'Y'
		RETURN EXPIRY-SORT-FILE INTO EXPIRY-SORT-RECORD
			AT END
				MOVE 'Y' TO SORT-EOF-SWITCH
			NOT AT END
				PERFORM 210-PROCESS-SORT-RECORD
		END-RETURN
	END-PERFORM.
	IF FIRST-LOC-SWITCH IS EQUAL TO 'N' THEN
		PERFORM 240-WRITE-LOCATION-TOTAL
	END-IF.

210-PROCESS-SORT-RECORD.
	IF FIRST-LOC-SWITCH IS EQUAL TO 'Y' THEN
		PERFORM 220-START-NEW-LOCATION
	ELSE
		IF SORT-LOC-CODE IS NOT EQUAL TO WS-CURRENT-LOC-CODE THEN
			PERFORM 240-WRITE-LOCATION-TOTAL
			PERFORM 220-START-NEW-LOCATION
		END-IF
	END-IF.
	PERFORM 230-WRITE-LOT-DETAIL.

220-START-NEW-LOCATION.
	MOVE 'N' TO FIRST-LOC-SWITCH.
	MOVE SORT-LOC-CODE TO WS-CURRENT-LOC-CODE.
	MOVE 0 TO WS-LOC-LOT-COUNT.
	MOVE 0 TO WS-LOC-QTY-TOTAL.
	MOVE SPACE TO EXPIRY-REPORT-RECORD.
	STRING 'LOCATION ' SORT-LOC-CODE
		DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD.
	WRITE EXPIRY-REPORT-RECORD.
	MOVE SPACE TO EXPIRY-REPORT-RECORD.
	STRING '  EXPIRES   ITEM    LOT         ITEM NAME                   '
		'ON HAND  DAYS LEFT'
		DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD.
	WRITE EXPIRY-REPORT-RECORD.

230-WRITE-LOT-DETAIL.
	ADD 1 TO WS-LOC-LOT-COUNT.
	ADD 1 TO WS-LOTS-LISTED.
	ADD SORT-QTY TO WS-LOC-QTY-TOTAL.
	ADD SORT-QTY TO WS-QTY-TOTAL.
	IF SORT-DAYS-LEFT IS LESS THAN 0 THEN
		MOVE 'EXPIRED' TO WS-LOT-STATUS
		ADD 1 TO WS-LOTS-EXPIRED
	ELSE
		MOVE SPACE TO WS-LOT-STATUS
	END-IF.
	MOVE SORT-QTY TO WS-QTY-ED.
	MOVE SORT-DAYS-LEFT TO WS-DAYS-LEFT-ED.
	MOVE SPACE TO EXPIRY-REPORT-RECORD.
	STRING '  ' SORT-EXPIRY-DATE '  ' SORT-ITEM-NO '  ' SORT-LOT-NO
		'  ' SORT-ITEM-NAME '  ' WS-QTY-ED '  ' WS-DAYS-LEFT-ED
		'  ' WS-LOT-STATUS
		DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD.
	WRITE EXPIRY-REPORT-RECORD.

240-WRITE-LOCATION-TOTAL.
	MOVE WS-LOC-QTY-TOTAL TO WS-TOTAL-QTY-ED.
	MOVE SPACE TO EXPIRY-REPORT-RECORD.
	STRING '  LOTS AT ' WS-CURRENT-LOC-CODE ': ' WS-LOC-LOT-COUNT
		'   UNITS: ' WS-TOTAL-QTY-ED
		DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD.
	WRITE EXPIRY-REPORT-RECORD.
	MOVE SPACE TO EXPIRY-REPORT-RECORD.
	WRITE EXPIRY-REPORT-RECORD.

080-WRITE-TOTALS.
	MOVE WS-QTY-TOTAL TO WS-TOTAL-QTY-ED.
	MOVE SPACE TO EXPIRY-REPORT-RECORD.
	STRING 'LOTS LISTED: ' WS-LOTS-LISTED
		'   ALREADY EXPIRED: ' WS-LOTS-EXPIRED
		'   UNITS: ' WS-TOTAL-QTY-ED
		DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD.
	WRITE EXPIRY-REPORT-RECORD.
