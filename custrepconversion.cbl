IDENTIFICATION DIVISION.
PROGRAM-ID.  "NKU CSC407 CUST REP CONVERSION".

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LUCAS-UBUNTU.
OBJECT-COMPUTER. LUCAS-UBUNTU.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CONVERSION-CONTROL-FILE ASSIGN TO "data_files/cust_rep_conversion.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CONTROL-FILE-STATUS.
	SELECT OLD-CUST-FILE ASSIGN TO "data_files/customers.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS OLD-CUST-NO
		FILE STATUS IS WS-OLD-CUST-FILE-STATUS.
	SELECT CUST-FILE ASSIGN TO "data_files/customers.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS CUST-NO
		FILE STATUS IS WS-CUST-FILE-STATUS.
	SELECT CONVERT-TEMP-FILE ASSIGN TO "data_files/cust_convert.tmp"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONVERSION-CONTROL-FILE
	LABEL RECORDS ARE STANDARD.

01 CONVERSION-CONTROL-RECORD.
	02 CC-RUN-DATE		PICTURE IS 9(8).
	02 FILLER		PICTURE IS X(5).
	02 CC-RECORDS-CONVERTED	PICTURE IS 9(6).

FD OLD-CUST-FILE
	LABEL RECORDS ARE STANDARD.

01 OLD-CUST-RECORD.
	02 OLD-CUST-NO		PICTURE IS X(5).
	02 FILLER		PICTURE IS X(5).
	02 OLD-CUST-NAME	PICTURE IS X(23).
	02 OLD-CUST-STREET	PICTURE IS X(23).
	02 OLD-CUST-CITY	PICTURE IS X(13).
	02 OLD-CUST-REGION	PICTURE IS X(12).
	02 OLD-CUST-PAST-DUE	PICTURE IS S9999V99.
	02 OLD-CUST-CREDIT-LIMIT	PICTURE IS 9999V99.

FD CUST-FILE
	LABEL RECORDS ARE STANDARD.

COPY "custrec.cpy".

FD CONVERT-TEMP-FILE
	LABEL RECORDS ARE STANDARD.

01 CONVERT-TEMP-RECORD		PICTURE IS X(100).

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

COPY "runlogrec.cpy".



WORKING-STORAGE SECTION.
01 SWITCHES.
	02 OLD-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 TEMP-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-CONTROL-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-OLD-CUST-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-CUST-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.

01 WORK-FIELDS.
	02 WS-READ-COUNT	PICTURE IS 9(6) VALUE 0.
	02 WS-WRITE-COUNT	PICTURE IS 9(6) VALUE 0.


PROCEDURE DIVISION.
000-CONVERT-CUSTOMERS.
	PERFORM 001-LOG-RUN-START.
	PERFORM 010-CHECK-CONVERSION-CONTROL.
	PERFORM 020-UNLOAD-CUSTOMERS.
	PERFORM 030-RELOAD-CUSTOMERS.
	PERFORM 080-WRITE-CONVERSION-CONTROL.
	DISPLAY 'CUSTOMERS READ: ' WS-READ-COUNT.
	DISPLAY 'CUSTOMERS WRITTEN: ' WS-WRITE-COUNT.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.

001-LOG-RUN-START.
	OPEN EXTEND RUN-LOG-FILE.
	IF WS-RUN-LOG-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT RUN-LOG-FILE
	END-IF.
	MOVE SPACE TO RUN-LOG-RECORD.
	MOVE 'CUSTREPCONVERSION' TO RL-PROGRAM-NAME.
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
	MOVE 'CUSTREPCONVERSION' TO RL-PROGRAM-NAME.
	ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
	ACCEPT RL-RUN-TIME FROM TIME.
	MOVE 'E' TO RL-PHASE.
	MOVE WS-READ-COUNT TO RL-RECORDS-READ.
	MOVE WS-WRITE-COUNT TO RL-RECORDS-POSTED.
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


010-CHECK-CONVERSION-CONTROL.
	OPEN INPUT CONVERSION-CONTROL-FILE.
	IF WS-CONTROL-FILE-STATUS IS NOT EQUAL TO '35' THEN
		MOVE SPACE TO CONVERSION-CONTROL-RECORD
		READ CONVERSION-CONTROL-FILE
			AT END
				MOVE 0 TO CC-RUN-DATE
		END-READ
		CLOSE CONVERSION-CONTROL-FILE
		DISPLAY 'CUSTOMER REP CONVERSION ALREADY RUN ON ' CC-RUN-DATE
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.

080-WRITE-CONVERSION-CONTROL.
	OPEN OUTPUT CONVERSION-CONTROL-FILE.
	MOVE SPACE TO CONVERSION-CONTROL-RECORD.
	ACCEPT CC-RUN-DATE FROM DATE YYYYMMDD.
	MOVE WS-WRITE-COUNT TO CC-RECORDS-CONVERTED.
	WRITE CONVERSION-CONTROL-RECORD.
	CLOSE CONVERSION-CONTROL-FILE.

020-UNLOAD-CUSTOMERS.
	OPEN INPUT OLD-CUST-FILE.
	IF WS-OLD-CUST-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN CUST-FILE - STATUS ' WS-OLD-CUST-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN OUTPUT CONVERT-TEMP-FILE.
	PERFORM UNTIL OLD-EOF-SWITCH IS EQUAL TO 'Y'
		READ OLD-CUST-FILE
			AT END
				MOVE 'Y' TO OLD-EOF-SWITCH
			NOT AT END
				ADD 1 TO WS-READ-COUNT
				MOVE SPACE TO CUST-RECORD
				MOVE OLD-CUST-NO TO CUST-NO
				MOVE OLD-CUST-NAME TO CUST-NAME
				MOVE OLD-CUST-STREET TO CUST-STREET
				MOVE OLD-CUST-CITY TO CUST-CITY
				MOVE OLD-CUST-REGION TO CUST-REGION
				MOVE OLD-CUST-PAST-DUE TO CUST-PAST-DUE
				MOVE OLD-CUST-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
				MOVE SPACE TO CUST-REP-NO
				MOVE SPACE TO CONVERT-TEMP-RECORD
				MOVE CUST-RECORD TO CONVERT-TEMP-RECORD
				WRITE CONVERT-TEMP-RECORD
		END-READ
	END-PERFORM.
	CLOSE OLD-CUST-FILE.
	CLOSE CONVERT-TEMP-FILE.

030-RELOAD-CUSTOMERS.
	OPEN INPUT CONVERT-TEMP-FILE.
	OPEN OUTPUT CUST-FILE.
	IF WS-CUST-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO REBUILD CUST-FILE - STATUS ' WS-CUST-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	PERFORM UNTIL TEMP-EOF-SWITCH IS EQUAL TO 'Y'
		READ CONVERT-TEMP-FILE
			AT END
				MOVE 'Y' TO TEMP-EOF-SWITCH
			NOT AT END
				MOVE CONVERT-TEMP-RECORD TO CUST-RECORD
				WRITE CUST-RECORD
					INVALID KEY
						DISPLAY 'DUPLICATE CUSTOMER KEY ' CUST-NO
					NOT INVALID KEY
						ADD 1 TO WS-WRITE-COUNT
				END-WRITE
		END-READ
	END-PERFORM.
	CLOSE CONVERT-TEMP-FILE.
	CLOSE CUST-FILE.
