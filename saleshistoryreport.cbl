	02 WS-ITEM-DETAIL OCCURS 200 TIMES INDEXED BY ITEM-INDEX.
		03 WS-ITM-NO		PICTURE IS 9(6).
		03 WS-ITM-NAME		PICTURE IS X(25).
		03 WS-ITM-MTD-QTY	PICTURE IS S9(7).
		03 WS-ITM-MTD-NET	PICTURE IS S9(7)V9(2).
		03 WS-ITM-YTD-QTY	PICTURE IS S9(7).
		03 WS-ITM-YTD-NET	PICTURE IS S9(7)V9(2).
		03 WS-ITM-MONTH-QTY	PICTURE IS S9(6) OCCURS 12 TIMES.

01 WORK-FIELDS.
	02 WS-REGION-NUM-IN	PICTURE IS S9(3) VALUE 0.
	02 WS-ITEM-NUM-IN	PICTURE IS S9(3) VALUE 0.
	02 WS-ITEM-SUB		PICTURE IS S9(3) VALUE 0.
	02 WS-MONTH-SUB		PICTURE IS S9(2) VALUE 0.
	02 WS-SIGNED-QTY	PICTURE IS S9(5).
	02 WS-SIGNED-NET	PICTURE IS S9(4)V9(2).
	02 WS-RECORDS-READ	PICTURE IS 9(6) VALUE 0.

01 EDITED-AMOUNTS.
	02 WS-MTD-NET-ED	PICTURE IS -(8)9.99.
	02 WS-YTD-NET-ED	PICTURE IS -(8)9.99.
	02 WS-MTD-QTY-ED	PICTURE IS -(6)9.
	02 WS-YTD-QTY-ED	PICTURE IS -(6)9.
	02 WS-MONTH-QTY-ED	PICTURE IS -(6)9.

01 TREND-LINE-FIELDS.
	02 WS-TREND-LINE	PICTURE IS X(132).
	WRITE PERIOD-REPORT-RECORD.
	MOVE SPACE TO PERIOD-REPORT-RECORD.
	STRING '  ITEM            '
		'     JAN     FEB     MAR     APR     MAY     JUN'
		'     JUL     AUG     SEP     OCT     NOV     DEC'
		DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD.
	WRITE PERIOD-REPORT-RECORD.
	MOVE 0 TO WS-ITEM-SUB.
	ADD 1 TO WS-MONTH-SUB.
	MOVE WS-ITM-MONTH-QTY(WS-ITEM-SUB WS-MONTH-SUB) TO WS-MONTH-QTY-ED.
	ADD 1 TO WS-TREND-POS.
	MOVE WS-MONTH-QTY-ED TO WS-TREND-LINE(WS-TREND-POS:7).
	ADD 7 TO WS-TREND-POS.
