		FILE STATUS IS WS-APPROVAL-FILE-STATUS.
	SELECT REORDER-REPORT-FILE ASSIGN TO "data_files/reorder_analysis_report.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT KIT-FILE ASSIGN TO "data_files/kits.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-KIT-FILE-STATUS.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

01 REORDER-REPORT-RECORD		PICTURE IS X(132).

FD KIT-FILE
	LABEL RECORDS ARE STANDARD.

COPY "kitrec.cpy".

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

	02 VENDOR-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 APPROVAL-FOUND-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 TABLE-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-EOF-SWITCH	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-OVERFLOW-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 KIT-ITEM-FLAG	PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-SALES-HISTORY-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-VENDOR-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-APPROVAL-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-KIT-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.

01 RUN-DATE-FIELDS.
01 DEMAND-TABLE.
	02 WS-DEMAND-DETAIL OCCURS 200 TIMES INDEXED BY DEMAND-INDEX.
		03 WS-DEM-ITEM-NO	PICTURE IS 9(6).
		03 WS-DEM-YTD-QTY	PICTURE IS S9(7).

01 VENDOR-LEAD-TABLE.
	02 WS-VENDOR-DETAIL OCCURS 200 TIMES INDEXED BY VENDOR-INDEX.
		03 WS-APPR-ITEM-NO	PICTURE IS X(6).
		03 WS-APPR-LOC-CODE	PICTURE IS X(3).

01 KIT-TABLE.
	02 WS-KIT-DETAIL OCCURS 200 TIMES INDEXED BY KIT-INDEX.
		03 WS-KIT-ITEM-NO	PICTURE IS X(6).
		03 WS-KIT-COMP-ITEM-NO	PICTURE IS X(6).
		03 WS-KIT-COMP-QTY	PICTURE IS 9(3).

01 WORK-FIELDS.
	02 WS-KIT-NUM-IN	PICTURE IS S9(3) VALUE 0.
	02 WS-KIT-SUB		PICTURE IS S9(3) VALUE 0.
	02 WS-KIT-ITEM-NO-X	PICTURE IS X(6).
	02 WS-DEM-POST-ITEM	PICTURE IS 9(6).
	02 WS-DEM-POST-QTY	PICTURE IS S9(8).
	02 WS-DEMAND-NUM-IN	PICTURE IS S9(3) VALUE 0.
	02 WS-DEMAND-SUB	PICTURE IS S9(3) VALUE 0.
	02 WS-VENDOR-NUM-IN	PICTURE IS S9(3) VALUE 0.
	02 WS-ITEMS-READ	PICTURE IS 9(6) VALUE 0.
	02 WS-APPLIED-COUNT	PICTURE IS 9(5) VALUE 0.
	02 WS-DAYS-ELAPSED	PICTURE IS 9(3).
	02 WS-SIGNED-QTY	PICTURE IS S9(5).
	02 WS-YTD-QTY		PICTURE IS S9(7).
	02 WS-DAILY-RATE	PICTURE IS 9(5)V9(3).
	02 WS-LEAD-TIME		PICTURE IS 9(3).
	02 WS-COVER-DAYS	PICTURE IS 9(3).
	02 WS-REC-REORDER-PT	PICTURE IS 9(6).
	02 WS-REC-ORDER-UP-TO	PICTURE IS 9(6).
	02 WS-SAFETY-DAYS	PICTURE IS 9(2) VALUE 5.
	02 WS-REVIEW-DAYS	PICTURE IS 9(2) VALUE 30.

01 EDITED-FIELDS.
	02 WS-YTD-QTY-ED	PICTURE IS -(6)9.
	02 WS-DAILY-RATE-ED	PICTURE IS ZZZZ9.999.


PROCEDURE DIVISION.
	PERFORM 001-LOG-RUN-START.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	COMPUTE WS-DAYS-ELAPSED = (WS-RUN-MM - 1) * 30 + WS-RUN-DD.
	PERFORM 008-LOAD-KITS.
	IF KIT-OVERFLOW-FLAG IS EQUAL TO 'Y' THEN
		DISPLAY 'KIT FILE EXCEEDS 200 ROWS - RUN ABORTED, NOTHING APPLIED'
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	PERFORM 010-LOAD-DEMAND.
	PERFORM 020-LOAD-VENDOR-LEAD-TIMES.
	PERFORM 030-LOAD-APPROVALS.
	CLOSE RUN-LOG-FILE.


008-LOAD-KITS.
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

009-CHECK-KIT.
	MOVE 'N' TO KIT-ITEM-FLAG.
	IF WS-KIT-NUM-IN IS GREATER THAN 0 THEN
		SET KIT-INDEX TO 1
		SEARCH WS-KIT-DETAIL
			WHEN WS-KIT-ITEM-NO(KIT-INDEX) = WS-KIT-ITEM-NO-X
				MOVE 'Y' TO KIT-ITEM-FLAG
		END-SEARCH
	END-IF.

010-LOAD-DEMAND.
	OPEN INPUT SALES-HISTORY-FILE.
	IF WS-SALES-HISTORY-FILE-STATUS IS EQUAL TO '35' THEN
	ELSE
		MOVE SH-QTY TO WS-SIGNED-QTY
	END-IF.
	MOVE SH-ITEM-NO TO WS-KIT-ITEM-NO-X.
	PERFORM 009-CHECK-KIT.
	IF KIT-ITEM-FLAG IS EQUAL TO 'Y' THEN
		MOVE 0 TO WS-KIT-SUB
		PERFORM 017-EXPLODE-KIT-DEMAND WS-KIT-NUM-IN TIMES
	ELSE
		MOVE SH-ITEM-NO TO WS-DEM-POST-ITEM
		MOVE WS-SIGNED-QTY TO WS-DEM-POST-QTY
		PERFORM 016-POST-DEMAND
	END-IF.

016-POST-DEMAND.
	MOVE 'N' TO DEMAND-FOUND-FLAG.
	MOVE 0 TO WS-DEMAND-SUB.
	IF WS-DEMAND-NUM-IN IS GREATER THAN 0 THEN
		SET DEMAND-INDEX TO 1
		SEARCH WS-DEMAND-DETAIL
			WHEN WS-DEM-ITEM-NO(DEMAND-INDEX) = WS-DEM-POST-ITEM
				MOVE 'Y' TO DEMAND-FOUND-FLAG
				SET WS-DEMAND-SUB TO DEMAND-INDEX
		END-SEARCH
		ELSE
			ADD 1 TO WS-DEMAND-NUM-IN
			MOVE WS-DEMAND-NUM-IN TO WS-DEMAND-SUB
			MOVE WS-DEM-POST-ITEM TO WS-DEM-ITEM-NO(WS-DEMAND-SUB)
			MOVE 0 TO WS-DEM-YTD-QTY(WS-DEMAND-SUB)
			MOVE 'Y' TO DEMAND-FOUND-FLAG
		END-IF
	END-IF.
	IF DEMAND-FOUND-FLAG IS EQUAL TO 'Y' THEN
		ADD WS-DEM-POST-QTY TO WS-DEM-YTD-QTY(WS-DEMAND-SUB)
	END-IF.

017-EXPLODE-KIT-DEMAND.
	ADD 1 TO WS-KIT-SUB.
	IF WS-KIT-ITEM-NO(WS-KIT-SUB) IS EQUAL TO WS-KIT-ITEM-NO-X THEN
		MOVE WS-KIT-COMP-ITEM-NO(WS-KIT-SUB) TO WS-DEM-POST-ITEM
		MULTIPLY WS-SIGNED-QTY BY WS-KIT-COMP-QTY(WS-KIT-SUB)
			GIVING WS-DEM-POST-QTY
		PERFORM 016-POST-DEMAND
	END-IF.

020-LOAD-VENDOR-LEAD-TIMES.
			AT END
				MOVE 'Y' TO INV-EOF-SWITCH
			NOT AT END
				MOVE INV-ITEM-NO TO WS-KIT-ITEM-NO-X
				PERFORM 009-CHECK-KIT
				IF KIT-ITEM-FLAG IS EQUAL TO 'N' THEN
					ADD 1 TO WS-ITEMS-READ
					PERFORM 050-ANALYZE-ONE-ITEM
				END-IF
		END-READ
	END-PERFORM.
	CLOSE INV-FILE.
			COMPUTE WS-REC-ORDER-UP-TO = WS-REC-REORDER-PT + 1
		END-IF
	END-IF.
	IF WS-REC-REORDER-PT IS GREATER THAN 99999 THEN
		MOVE 99999 TO WS-REC-REORDER-PT
	END-IF.
	IF WS-REC-ORDER-UP-TO IS GREATER THAN 99999 THEN
		MOVE 99999 TO WS-REC-ORDER-UP-TO
	END-IF.
	PERFORM 060-WRITE-RECOMMENDATION.
	PERFORM 065-APPLY-IF-APPROVED.
