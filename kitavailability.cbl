IDENTIFICATION DIVISION.
PROGRAM-ID.  "NKU CSC407 KIT AVAILABILITY".

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LUCAS-UBUNTU.
OBJECT-COMPUTER. LUCAS-UBUNTU.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT KIT-FILE ASSIGN TO "data_files/kits.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-KIT-FILE-STATUS.
	SELECT INV-FILE ASSIGN TO "data_files/inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS INV-KEY
		FILE STATUS IS WS-INV-FILE-STATUS.
	SELECT KIT-REPORT-FILE ASSIGN TO "data_files/kit_availability_report.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD KIT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "kitrec.cpy".

FD INV-FILE
	LABEL RECORDS ARE STANDARD.

COPY "invrec.cpy".

FD KIT-REPORT-FILE
	LABEL RECORDS ARE STANDARD.

01 KIT-REPORT-RECORD			PICTURE IS X(132).

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

COPY "runlogrec.cpy".



WORKING-STORAGE SECTION.
01 SWITCHES.
	02 KIT-EOF-SWITCH		PICTURE IS X(1) VALUE IS 'N'.
	02 INV-EOF-SWITCH		PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-OVERFLOW-FLAG		PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-LOC-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-ITEM-FLAG		PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-COMP-MISSING-FLAG	PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-KIT-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.

01 KIT-TABLE.
	02 WS-KIT-DETAIL OCCURS 200 TIMES INDEXED BY KIT-INDEX.
		03 WS-KIT-ITEM-NO	PICTURE IS X(6).
		03 WS-KIT-COMP-ITEM-NO	PICTURE IS X(6).
		03 WS-KIT-COMP-QTY	PICTURE IS 9(3).

01 KIT-LOC-TABLE.
	02 WS-KIT-LOC-DETAIL OCCURS 200 TIMES INDEXED BY KIT-LOC-INDEX.
		03 WS-KL-ITEM-NO	PICTURE IS X(6).
		03 WS-KL-LOC-CODE	PICTURE IS X(3).
		03 WS-KL-ITEM-NAME	PICTURE IS X(25).

01 WORK-FIELDS.
	02 WS-RUN-DATE			PICTURE IS 9(8).
	02 WS-KIT-NUM-IN		PICTURE IS S9(3) VALUE 0.
	02 WS-KIT-SUB			PICTURE IS S9(3) VALUE 0.
	02 WS-KIT-LOC-NUM-IN		PICTURE IS S9(3) VALUE 0.
	02 WS-KIT-LOC-SUB		PICTURE IS S9(3) VALUE 0.
	02 WS-INV-READ			PICTURE IS 9(6) VALUE 0.
	02 WS-KIT-LOC-REPORTED		PICTURE IS 9(6) VALUE 0.
	02 WS-COMPONENT-COUNT		PICTURE IS 9(3).
	02 WS-BUILDABLE-QTY		PICTURE IS 9(5).
	02 WS-KIT-COMP-BUILDABLE	PICTURE IS 9(5).
	02 WS-LIMITING-ITEM-NO		PICTURE IS X(6).
	02 WS-LIMITING-ON-HAND		PICTURE IS 9(5).
	02 WS-MISSING-ITEM-NO		PICTURE IS X(6).
	02 WS-BUILDABLE-TOTAL		PICTURE IS 9(7) VALUE 0.
	02 WS-ZERO-BUILD-COUNT		PICTURE IS 9(6) VALUE 0.
	02 WS-MISSING-COUNT		PICTURE IS 9(6) VALUE 0.

01 EDITED-FIELDS.
	02 WS-QTY-ED			PICTURE IS Z(4)9.
	02 WS-ON-HAND-ED		PICTURE IS Z(4)9.
	02 WS-TOTAL-QTY-ED		PICTURE IS Z(6)9.


PROCEDURE DIVISION.
000-REPORT-KIT-AVAILABILITY.
	PERFORM 001-LOG-RUN-START.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	PERFORM 010-LOAD-KITS.
	IF KIT-OVERFLOW-FLAG IS EQUAL TO 'Y' THEN
		DISPLAY 'KIT FILE EXCEEDS 200 ROWS - RUN ABORTED'
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN INPUT INV-FILE.
	IF WS-INV-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN INV-FILE - STATUS ' WS-INV-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	PERFORM 020-LOAD-KIT-LOCATIONS.
	IF KIT-LOC-OVERFLOW-FLAG IS EQUAL TO 'Y' THEN
		DISPLAY 'MORE THAN 200 KIT LOCATIONS ON INV-FILE - RUN ABORTED'
		CLOSE INV-FILE
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN OUTPUT KIT-REPORT-FILE.
	PERFORM 030-WRITE-HEADINGS.
	MOVE 0 TO WS-KIT-LOC-SUB.
	PERFORM 040-REPORT-ONE-KIT-LOCATION WS-KIT-LOC-NUM-IN TIMES.
	CLOSE INV-FILE.
	PERFORM 080-WRITE-TOTALS.
	CLOSE KIT-REPORT-FILE.
	DISPLAY 'KIT LOCATIONS REPORTED: ' WS-KIT-LOC-REPORTED.
	DISPLAY 'COMPLETE KITS BUILDABLE: ' WS-BUILDABLE-TOTAL.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.

001-LOG-RUN-START.
	OPEN EXTEND RUN-LOG-FILE.
	IF WS-RUN-LOG-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT RUN-LOG-FILE
	END-IF.
	MOVE SPACE TO RUN-LOG-RECORD.
	MOVE 'KITAVAILABILITY' TO RL-PROGRAM-NAME.
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
	MOVE 'KITAVAILABILITY' TO RL-PROGRAM-NAME.
	ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
	ACCEPT RL-RUN-TIME FROM TIME.
	MOVE 'E' TO RL-PHASE.
	MOVE WS-INV-READ TO RL-RECORDS-READ.
	MOVE WS-KIT-LOC-REPORTED TO RL-RECORDS-POSTED.
	MOVE WS-MISSING-COUNT TO RL-RECORDS-REJECTED.
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


010-LOAD-KITS.
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

020-LOAD-KIT-LOCATIONS.
	PERFORM UNTIL INV-EOF-SWITCH IS EQUAL TO 'Y'
		READ INV-FILE NEXT RECORD
			AT END
				MOVE 'Y' TO INV-EOF-SWITCH
			NOT AT END
				ADD 1 TO WS-INV-READ
				PERFORM 025-RECORD-IF-KIT
		END-READ
	END-PERFORM.

025-RECORD-IF-KIT.
	MOVE 'N' TO KIT-ITEM-FLAG.
	IF WS-KIT-NUM-IN IS GREATER THAN 0 THEN
		SET KIT-INDEX TO 1
		SEARCH WS-KIT-DETAIL
			WHEN WS-KIT-ITEM-NO(KIT-INDEX) = INV-ITEM-NO
				MOVE 'Y' TO KIT-ITEM-FLAG
		END-SEARCH
	END-IF.
	IF KIT-ITEM-FLAG IS EQUAL TO 'Y' THEN
		IF WS-KIT-LOC-NUM-IN IS EQUAL TO 200 THEN
			MOVE 'Y' TO KIT-LOC-OVERFLOW-FLAG
		ELSE
			ADD 1 TO WS-KIT-LOC-NUM-IN
			MOVE INV-ITEM-NO TO WS-KL-ITEM-NO(WS-KIT-LOC-NUM-IN)
			MOVE INV-LOC-CODE TO WS-KL-LOC-CODE(WS-KIT-LOC-NUM-IN)
			MOVE INV-ITEM-NAME TO WS-KL-ITEM-NAME(WS-KIT-LOC-NUM-IN)
		END-IF
	END-IF.

030-WRITE-HEADINGS.
	MOVE SPACE TO KIT-REPORT-RECORD.
	STRING 'KIT AVAILABILITY - COMPLETE KITS BUILDABLE FROM ON-HAND STOCK - RUN DATE '
		WS-RUN-DATE
		DELIMITED BY SIZE INTO KIT-REPORT-RECORD.
	WRITE KIT-REPORT-RECORD.
	MOVE SPACE TO KIT-REPORT-RECORD.
	WRITE KIT-REPORT-RECORD.
	MOVE SPACE TO KIT-REPORT-RECORD.
	STRING 'KIT     LOC  KIT NAME                   COMPONENTS  BUILDABLE'
		'  LIMITING ITEM  ON HAND'
		DELIMITED BY SIZE INTO KIT-REPORT-RECORD.
	WRITE KIT-REPORT-RECORD.

040-REPORT-ONE-KIT-LOCATION.
	ADD 1 TO WS-KIT-LOC-SUB.
	ADD 1 TO WS-KIT-LOC-REPORTED.
	MOVE 'N' TO KIT-COMP-MISSING-FLAG.
	MOVE 0 TO WS-COMPONENT-COUNT.
	MOVE 99999 TO WS-BUILDABLE-QTY.
	MOVE SPACE TO WS-LIMITING-ITEM-NO.
	MOVE 0 TO WS-LIMITING-ON-HAND.
	MOVE SPACE TO WS-MISSING-ITEM-NO.
	MOVE 0 TO WS-KIT-SUB.
	PERFORM 045-COUNT-ONE-COMPONENT WS-KIT-NUM-IN TIMES.
	IF KIT-COMP-MISSING-FLAG IS EQUAL TO 'Y' THEN
		MOVE 0 TO WS-BUILDABLE-QTY
		ADD 1 TO WS-MISSING-COUNT
	END-IF.
	IF WS-BUILDABLE-QTY IS EQUAL TO 0 THEN
		ADD 1 TO WS-ZERO-BUILD-COUNT
	END-IF.
	ADD WS-BUILDABLE-QTY TO WS-BUILDABLE-TOTAL.
	PERFORM 050-WRITE-KIT-LINE.

045-COUNT-ONE-COMPONENT.
	ADD 1 TO WS-KIT-SUB.
	IF WS-KIT-ITEM-NO(WS-KIT-SUB) IS EQUAL TO WS-KL-ITEM-NO(WS-KIT-LOC-SUB) THEN
		ADD 1 TO WS-COMPONENT-COUNT
		MOVE WS-KIT-COMP-ITEM-NO(WS-KIT-SUB) TO INV-ITEM-NO
		MOVE WS-KL-LOC-CODE(WS-KIT-LOC-SUB) TO INV-LOC-CODE
		READ INV-FILE
			INVALID KEY
				MOVE 'Y' TO KIT-COMP-MISSING-FLAG
				IF WS-MISSING-ITEM-NO IS EQUAL TO SPACE THEN
					MOVE WS-KIT-COMP-ITEM-NO(WS-KIT-SUB) TO WS-MISSING-ITEM-NO
				END-IF
			NOT INVALID KEY
				DIVIDE INV-QTY BY WS-KIT-COMP-QTY(WS-KIT-SUB)
					GIVING WS-KIT-COMP-BUILDABLE
				IF WS-KIT-COMP-BUILDABLE IS LESS THAN WS-BUILDABLE-QTY THEN
					MOVE WS-KIT-COMP-BUILDABLE TO WS-BUILDABLE-QTY
					MOVE INV-ITEM-NO TO WS-LIMITING-ITEM-NO
					MOVE INV-QTY TO WS-LIMITING-ON-HAND
				END-IF
		END-READ
	END-IF.

050-WRITE-KIT-LINE.
	MOVE WS-BUILDABLE-QTY TO WS-QTY-ED.
	MOVE WS-LIMITING-ON-HAND TO WS-ON-HAND-ED.
	MOVE SPACE TO KIT-REPORT-RECORD.
	IF KIT-COMP-MISSING-FLAG IS EQUAL TO 'Y' THEN
		STRING WS-KL-ITEM-NO(WS-KIT-LOC-SUB) '  '
			WS-KL-LOC-CODE(WS-KIT-LOC-SUB) '  '
			WS-KL-ITEM-NAME(WS-KIT-LOC-SUB) '  '
			WS-COMPONENT-COUNT '         '
			WS-QTY-ED '  COMPONENT ' WS-MISSING-ITEM-NO
			' NOT STOCKED AT THIS LOCATION'
			DELIMITED BY SIZE INTO KIT-REPORT-RECORD
	ELSE
		STRING WS-KL-ITEM-NO(WS-KIT-LOC-SUB) '  '
			WS-KL-LOC-CODE(WS-KIT-LOC-SUB) '  '
			WS-KL-ITEM-NAME(WS-KIT-LOC-SUB) '  '
			WS-COMPONENT-COUNT '         '
			WS-QTY-ED '  ' WS-LIMITING-ITEM-NO '         '
			WS-ON-HAND-ED
			DELIMITED BY SIZE INTO KIT-REPORT-RECORD
	END-IF.
	WRITE KIT-REPORT-RECORD.

080-WRITE-TOTALS.
	MOVE SPACE TO KIT-REPORT-RECORD.
	WRITE KIT-REPORT-RECORD.
	MOVE WS-BUILDABLE-TOTAL TO WS-TOTAL-QTY-ED.
	MOVE SPACE TO KIT-REPORT-RECORD.
	STRING 'KIT LOCATIONS: ' WS-KIT-LOC-REPORTED
		'   COMPLETE KITS BUILDABLE: ' WS-TOTAL-QTY-ED
		DELIMITED BY SIZE INTO KIT-REPORT-RECORD.
	WRITE KIT-REPORT-RECORD.
	MOVE SPACE TO KIT-REPORT-RECORD.
	STRING 'KIT LOCATIONS THAT CANNOT BUILD: ' WS-ZERO-BUILD-COUNT
		'   WITH A COMPONENT NOT STOCKED: ' WS-MISSING-COUNT
		DELIMITED BY SIZE INTO KIT-REPORT-RECORD.
	WRITE KIT-REPORT-RECORD.
