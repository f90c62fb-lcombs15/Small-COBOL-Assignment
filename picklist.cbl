IDENTIFICATION DIVISION.
PROGRAM-ID.  "NKU CSC407 PICK LIST".

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LUCAS-UBUNTU.
OBJECT-COMPUTER. LUCAS-UBUNTU.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT TRANS-OUTPUT-FILE ASSIGN TO "data_files/transactions_processed.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-TRANS-OUTPUT-FILE-STATUS.
	SELECT INV-FILE ASSIGN TO "data_files/inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS INV-KEY
		FILE STATUS IS WS-INV-FILE-STATUS.
	SELECT KIT-FILE ASSIGN TO "data_files/kits.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-KIT-FILE-STATUS.
	SELECT PICK-SORT-FILE ASSIGN TO "data_files/pick_list_sort.tmp"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT PICK-LIST-FILE ASSIGN TO "data_files/pick_lists.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD TRANS-OUTPUT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "transoutrec.cpy".

FD INV-FILE
	LABEL RECORDS ARE STANDARD.

COPY "invrec.cpy".

FD KIT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "kitrec.cpy".

SD PICK-SORT-FILE.

01 PICK-SORT-RECORD.
	02 SORT-LOC-CODE		PICTURE IS X(3).
	02 SORT-BIN-LOC			PICTURE IS X(6).
	02 SORT-ITEM-NO			PICTURE IS 9(6).
	02 SORT-CUST-NO			PICTURE IS X(5).
	02 SORT-SHIP-TO-CODE		PICTURE IS X(3).
	02 SORT-ITEM-NAME		PICTURE IS X(25).
	02 SORT-QTY			PICTURE IS 9(8).
	02 SORT-KIT-ITEM-NO		PICTURE IS X(6).

FD PICK-LIST-FILE
	LABEL RECORDS ARE STANDARD.

01 PICK-LIST-RECORD			PICTURE IS X(132).

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

COPY "runlogrec.cpy".



WORKING-STORAGE SECTION.
01 SWITCHES.
	02 TRANS-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 SORT-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 FIRST-LOC-SWITCH	PICTURE IS X(1) VALUE IS 'Y'.
	02 KIT-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-ITEM-FLAG	PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-TRANS-OUTPUT-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-KIT-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.

01 WORK-FIELDS.
	02 WS-RUN-DATE		PICTURE IS 9(8).
	02 WS-LINES-READ	PICTURE IS 9(6) VALUE 0.
	02 WS-LINES-PICKED	PICTURE IS 9(6) VALUE 0.
	02 WS-CURRENT-LOC-CODE	PICTURE IS X(3).
	02 WS-LOC-LINE-COUNT	PICTURE IS 9(4).
	02 WS-LOC-QTY-TOTAL	PICTURE IS 9(9).

01 KIT-TABLE.
	02 WS-KIT-DETAIL OCCURS 200 TIMES INDEXED BY KIT-INDEX.
		03 WS-KIT-ITEM-NO	PICTURE IS X(6).
		03 WS-KIT-COMP-ITEM-NO	PICTURE IS X(6).
		03 WS-KIT-COMP-QTY	PICTURE IS 9(3).

01 KIT-WORK-FIELDS.
	02 WS-KIT-NUM-IN	PICTURE IS S9(3) VALUE 0.
	02 WS-KIT-SUB		PICTURE IS S9(3) VALUE 0.
	02 WS-PICK-ITEM-NO	PICTURE IS X(6).


PROCEDURE DIVISION.
000-BUILD-PICK-LISTS.
	PERFORM 001-LOG-RUN-START.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	PERFORM 010-IMPORT-KITS.
	OPEN INPUT INV-FILE.
	IF WS-INV-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN INV-FILE - STATUS ' WS-INV-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN OUTPUT PICK-LIST-FILE.
	SORT PICK-SORT-FILE ON ASCENDING KEY SORT-LOC-CODE SORT-BIN-LOC
		SORT-ITEM-NO SORT-CUST-NO SORT-SHIP-TO-CODE
		INPUT PROCEDURE IS 100-BUILD-SORT-RECORDS
		OUTPUT PROCEDURE IS 200-PRODUCE-PICK-LISTS.
	CLOSE PICK-LIST-FILE.
	CLOSE INV-FILE.
	DISPLAY 'LINES ON TODAYS PICK LISTS: ' WS-LINES-PICKED.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.

001-LOG-RUN-START.
	OPEN EXTEND RUN-LOG-FILE.
	IF WS-RUN-LOG-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT RUN-LOG-FILE
	END-IF.
	MOVE SPACE TO RUN-LOG-RECORD.
	MOVE 'PICKLIST' TO RL-PROGRAM-NAME.
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
	MOVE 'PICKLIST' TO RL-PROGRAM-NAME.
	ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
	ACCEPT RL-RUN-TIME FROM TIME.
	MOVE 'E' TO RL-PHASE.
	MOVE WS-LINES-READ TO RL-RECORDS-READ.
	MOVE WS-LINES-PICKED TO RL-RECORDS-POSTED.
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


010-IMPORT-KITS.
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
	IF KIT-OVERFLOW-FLAG IS EQUAL TO 'Y' THEN
		DISPLAY 'KIT FILE EXCEEDS 200 ROWS - RUN ABORTED'
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.

100-BUILD-SORT-RECORDS.
	OPEN INPUT TRANS-OUTPUT-FILE.
	IF WS-TRANS-OUTPUT-FILE-STATUS IS EQUAL TO '35' THEN
		MOVE 'Y' TO TRANS-EOF-SWITCH
	ELSE
		PERFORM UNTIL TRANS-EOF-SWITCH IS EQUAL TO 'Y'
			READ TRANS-OUTPUT-FILE INTO TRANS-OUTPUT-RECORD
				AT END
					MOVE 'Y' TO TRANS-EOF-SWITCH
				NOT AT END
					ADD 1 TO WS-LINES-READ
					IF TP-TRANS-CODE IS NOT EQUAL TO 'R'
							AND TP-SHIP-STATUS IS EQUAL TO SPACE
							AND TP-QTY-POSTED IS GREATER THAN 0 THEN
						PERFORM 110-RELEASE-SORT-RECORD
					END-IF
			END-READ
		END-PERFORM
		CLOSE TRANS-OUTPUT-FILE
	END-IF.

110-RELEASE-SORT-RECORD.
	MOVE TP-ITEM-NO TO WS-PICK-ITEM-NO.
	PERFORM 116-FIND-KIT.
	IF KIT-ITEM-FLAG IS EQUAL TO 'Y' THEN
		MOVE 0 TO WS-KIT-SUB
		PERFORM 114-RELEASE-ONE-COMPONENT WS-KIT-NUM-IN TIMES
	ELSE
		ADD 1 TO WS-LINES-PICKED
		MOVE TP-ITEM-NO TO INV-ITEM-NO
		MOVE TP-LOC-CODE TO INV-LOC-CODE
		READ INV-FILE
			INVALID KEY
				MOVE SPACE TO INV-BIN-LOC
		END-READ
		MOVE TP-LOC-CODE TO SORT-LOC-CODE
		MOVE INV-BIN-LOC TO SORT-BIN-LOC
		MOVE TP-ITEM-NO TO SORT-ITEM-NO
		MOVE TP-CUST-NO TO SORT-CUST-NO
		MOVE TP-SHIP-TO-CODE TO SORT-SHIP-TO-CODE
		MOVE TP-INV-ITEM-NAME TO SORT-ITEM-NAME
		MOVE TP-QTY-POSTED TO SORT-QTY
		MOVE SPACE TO SORT-KIT-ITEM-NO
		RELEASE PICK-SORT-RECORD
	END-IF.

114-RELEASE-ONE-COMPONENT.
	ADD 1 TO WS-KIT-SUB.
	IF WS-KIT-ITEM-NO(WS-KIT-SUB) IS EQUAL TO WS-PICK-ITEM-NO THEN
		ADD 1 TO WS-LINES-PICKED
		MOVE WS-KIT-COMP-ITEM-NO(WS-KIT-SUB) TO INV-ITEM-NO
		MOVE TP-LOC-CODE TO INV-LOC-CODE
		READ INV-FILE
			INVALID KEY
				MOVE SPACE TO INV-BIN-LOC
				MOVE SPACE TO INV-ITEM-NAME
		END-READ
		MOVE TP-LOC-CODE TO SORT-LOC-CODE
		MOVE INV-BIN-LOC TO SORT-BIN-LOC
		MOVE WS-KIT-COMP-ITEM-NO(WS-KIT-SUB) TO SORT-ITEM-NO
		MOVE TP-CUST-NO TO SORT-CUST-NO
		MOVE TP-SHIP-TO-CODE TO SORT-SHIP-TO-CODE
		MOVE INV-ITEM-NAME TO SORT-ITEM-NAME
		MULTIPLY TP-QTY-POSTED BY WS-KIT-COMP-QTY(WS-KIT-SUB)
			GIVING SORT-QTY
		MOVE WS-PICK-ITEM-NO TO SORT-KIT-ITEM-NO
		RELEASE PICK-SORT-RECORD
	END-IF.

116-FIND-KIT.
	MOVE 'N' TO KIT-ITEM-FLAG.
	IF WS-KIT-NUM-IN IS GREATER THAN 0 THEN
		SET KIT-INDEX TO 1
		SEARCH WS-KIT-DETAIL
			WHEN WS-KIT-ITEM-NO(KIT-INDEX) = WS-PICK-ITEM-NO
				MOVE 'Y' TO KIT-ITEM-FLAG
		END-SEARCH
	END-IF.

200-PRODUCE-PICK-LISTS.
	MOVE 'Y' TO FIRST-LOC-SWITCH.
	PERFORM UNTIL SORT-EOF-SWITCH IS EQUAL TO 'Y'
		RETURN PICK-SORT-FILE INTO PICK-SORT-RECORD
			AT END
				MOVE 'Y' TO SORT-EOF-SWITCH
			NOT AT END
				PERFORM 210-PROCESS-SORT-RECORD
		END-RETURN
	END-PERFORM.
	IF FIRST-LOC-SWITCH IS EQUAL TO 'N' THEN
		PERFORM 240-WRITE-PICK-TRAILER
	END-IF.

210-PROCESS-SORT-RECORD.
	IF FIRST-LOC-SWITCH IS EQUAL TO 'Y' THEN
		PERFORM 220-START-NEW-PICK-LIST
	ELSE
		IF SORT-LOC-CODE IS NOT EQUAL TO WS-CURRENT-LOC-CODE THEN
			PERFORM 240-WRITE-PICK-TRAILER
			PERFORM 220-START-NEW-PICK-LIST
		END-IF
	END-IF.
	PERFORM 230-WRITE-PICK-DETAIL.

220-START-NEW-PICK-LIST.
	MOVE 'N' TO FIRST-LOC-SWITCH.
	MOVE SORT-LOC-CODE TO WS-CURRENT-LOC-CODE.
	MOVE 0 TO WS-LOC-LINE-COUNT.
	MOVE 0 TO WS-LOC-QTY-TOTAL.
	MOVE SPACE TO PICK-LIST-RECORD.
	STRING 'PICK LIST - LOCATION ' SORT-LOC-CODE
		'   DATE ' WS-RUN-DATE
		DELIMITED BY SIZE INTO PICK-LIST-RECORD.
	WRITE PICK-LIST-RECORD.
	MOVE SPACE TO PICK-LIST-RECORD.
	STRING '  RECORD THE QTY ACTUALLY PICKED ON THE SHIP CONFIRMATION'
		DELIMITED BY SIZE INTO PICK-LIST-RECORD.
	WRITE PICK-LIST-RECORD.

230-WRITE-PICK-DETAIL.
	ADD 1 TO WS-LOC-LINE-COUNT.
	ADD SORT-QTY TO WS-LOC-QTY-TOTAL.
	MOVE SPACE TO PICK-LIST-RECORD.
	IF SORT-KIT-ITEM-NO IS EQUAL TO SPACE THEN
		STRING '  BIN ' SORT-BIN-LOC '  ITEM ' SORT-ITEM-NO '  ' SORT-ITEM-NAME
			'  QTY ' SORT-QTY '  CUST ' SORT-CUST-NO ' ' SORT-SHIP-TO-CODE
			'  PICKED ____'
			DELIMITED BY SIZE INTO PICK-LIST-RECORD
	ELSE
		STRING '  BIN ' SORT-BIN-LOC '  ITEM ' SORT-ITEM-NO '  ' SORT-ITEM-NAME
			'  QTY ' SORT-QTY '  CUST ' SORT-CUST-NO ' ' SORT-SHIP-TO-CODE
			'  PICKED ____  FOR KIT ' SORT-KIT-ITEM-NO
			DELIMITED BY SIZE INTO PICK-LIST-RECORD
	END-IF.
	WRITE PICK-LIST-RECORD.

240-WRITE-PICK-TRAILER.
	MOVE SPACE TO PICK-LIST-RECORD.
	STRING '  LINES TO PICK: ' WS-LOC-LINE-COUNT
		'   TOTAL QTY: ' WS-LOC-QTY-TOTAL
		'   PICKED BY __________'
		DELIMITED BY SIZE INTO PICK-LIST-RECORD.
	WRITE PICK-LIST-RECORD.
	MOVE SPACE TO PICK-LIST-RECORD.
	WRITE PICK-LIST-RECORD.
