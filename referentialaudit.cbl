IDENTIFICATION DIVISION.
PROGRAM-ID.  "NKU CSC407 REFERENTIAL AUDIT".

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LUCAS-UBUNTU.
OBJECT-COMPUTER. LUCAS-UBUNTU.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
	SELECT VENDOR-FILE ASSIGN TO "data_files/vendors.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS VENDOR-NO
		FILE STATUS IS WS-VENDOR-FILE-STATUS.
	SELECT SHIPTO-FILE ASSIGN TO "data_files/shipto.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS SHIPTO-KEY
		FILE STATUS IS WS-SHIPTO-FILE-STATUS.
	SELECT SALESREP-FILE ASSIGN TO "data_files/salesreps.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS REP-NO
		FILE STATUS IS WS-SALESREP-FILE-STATUS.
	SELECT OPEN-PO-FILE ASSIGN TO "data_files/open_pos.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-OPEN-PO-FILE-STATUS.
	SELECT BACKORDER-FILE ASSIGN TO "data_files/backorders.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-BACKORDER-FILE-STATUS.
	SELECT RMA-FILE ASSIGN TO "data_files/rma.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RMA-FILE-STATUS.
	SELECT AR-DETAIL-FILE ASSIGN TO "data_files/ardetail.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AR-DETAIL-FILE-STATUS.
	SELECT AUDIT-REPORT-FILE ASSIGN TO "data_files/referential_audit_report.dat"
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RUN-LOG-FILE ASSIGN TO "data_files/run_log.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CUST-FILE
	LABEL RECORDS ARE STANDARD.

COPY "custrec.cpy".

FD INV-FILE
	LABEL RECORDS ARE STANDARD.

COPY "invrec.cpy".

FD VENDOR-FILE
	LABEL RECORDS ARE STANDARD.

COPY "vendrec.cpy".

FD SHIPTO-FILE
	LABEL RECORDS ARE STANDARD.

COPY "shiptorec.cpy".

FD SALESREP-FILE
	LABEL RECORDS ARE STANDARD.

COPY "salesreprec.cpy".

FD OPEN-PO-FILE
	LABEL RECORDS ARE STANDARD.

COPY "openporec.cpy".

FD BACKORDER-FILE
	LABEL RECORDS ARE STANDARD.

COPY "backorderrec.cpy".

FD RMA-FILE
	LABEL RECORDS ARE STANDARD.

COPY "rmarec.cpy".

FD AR-DETAIL-FILE
	LABEL RECORDS ARE STANDARD.

COPY "ardetailrec.cpy".

FD AUDIT-REPORT-FILE
	LABEL RECORDS ARE STANDARD.

01 AUDIT-REPORT-RECORD			PICTURE IS X(132).

FD RUN-LOG-FILE
	LABEL RECORDS ARE STANDARD.

COPY "runlogrec.cpy".



WORKING-STORAGE SECTION.
01 SWITCHES.
	02 CUST-EOF-SWITCH		PICTURE IS X(1) VALUE IS 'N'.
	02 INV-EOF-SWITCH		PICTURE IS X(1) VALUE IS 'N'.
	02 SHIPTO-EOF-SWITCH		PICTURE IS X(1) VALUE IS 'N'.
	02 OPEN-PO-EOF-SWITCH		PICTURE IS X(1) VALUE IS 'N'.
	02 BACKORDER-EOF-SWITCH		PICTURE IS X(1) VALUE IS 'N'.
	02 RMA-EOF-SWITCH		PICTURE IS X(1) VALUE IS 'N'.
	02 AR-DETAIL-EOF-SWITCH		PICTURE IS X(1) VALUE IS 'N'.
	02 SALESREP-AVAILABLE-FLAG	PICTURE IS X(1) VALUE IS 'N'.
	02 REFERENCE-FOUND-FLAG		PICTURE IS X(1) VALUE IS 'N'.

01 FILE-STATUSES.
	02 WS-CUST-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-INV-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-VENDOR-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-SHIPTO-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-SALESREP-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-OPEN-PO-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-BACKORDER-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-RMA-FILE-STATUS		PICTURE IS X(2) VALUE IS '00'.
	02 WS-AR-DETAIL-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.
	02 WS-RUN-LOG-FILE-STATUS	PICTURE IS X(2) VALUE IS '00'.

01 WORK-FIELDS.
	02 WS-RUN-DATE			PICTURE IS 9(8).
	02 WS-RECORDS-READ		PICTURE IS 9(6) VALUE 0.
	02 WS-ORPHAN-COUNT		PICTURE IS 9(6) VALUE 0.
	02 WS-SECTION-READ		PICTURE IS 9(6).
	02 WS-SECTION-ORPHANS		PICTURE IS 9(6).
	02 WS-AUDIT-FILE-NAME		PICTURE IS X(14).
	02 WS-AUDIT-KEY			PICTURE IS X(30).
	02 WS-AUDIT-PROBLEM		PICTURE IS X(45).
	02 WS-CHECK-CUST-NO		PICTURE IS X(5).
	02 WS-CHECK-ITEM-NO		PICTURE IS X(6).
	02 WS-CHECK-LOC-CODE		PICTURE IS X(3).
	02 WS-CHECK-VENDOR-NO		PICTURE IS X(5).
	02 WS-ITEM-NO-X			PICTURE IS X(6).


PROCEDURE DIVISION.
000-AUDIT-REFERENCES.
	PERFORM 001-LOG-RUN-START.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	PERFORM 010-OPEN-MASTERS.
	OPEN OUTPUT AUDIT-REPORT-FILE.
	MOVE SPACE TO AUDIT-REPORT-RECORD.
	STRING 'REFERENTIAL INTEGRITY AUDIT - RUN DATE ' WS-RUN-DATE
		DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
	WRITE AUDIT-REPORT-RECORD.
	MOVE SPACE TO AUDIT-REPORT-RECORD.
	WRITE AUDIT-REPORT-RECORD.
	PERFORM 020-AUDIT-CUSTOMERS.
	PERFORM 030-AUDIT-INVENTORY.
	PERFORM 040-AUDIT-SHIPTO.
	PERFORM 050-AUDIT-OPEN-POS.
	PERFORM 060-AUDIT-BACKORDERS.
	PERFORM 070-AUDIT-RMAS.
	PERFORM 075-AUDIT-AR-DETAIL.
	PERFORM 090-WRITE-TOTALS.
	CLOSE AUDIT-REPORT-FILE.
	PERFORM 095-CLOSE-MASTERS.
	DISPLAY 'RECORDS AUDITED: ' WS-RECORDS-READ.
	DISPLAY 'DANGLING REFERENCES: ' WS-ORPHAN-COUNT.
	PERFORM 099-LOG-RUN-END.
	STOP RUN.

001-LOG-RUN-START.
	OPEN EXTEND RUN-LOG-FILE.
	IF WS-RUN-LOG-FILE-STATUS IS EQUAL TO '35' THEN
		OPEN OUTPUT RUN-LOG-FILE
	END-IF.
	MOVE SPACE TO RUN-LOG-RECORD.
	MOVE 'REFERENTIALAUDIT' TO RL-PROGRAM-NAME.
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
	MOVE 'REFERENTIALAUDIT' TO RL-PROGRAM-NAME.
	ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
	ACCEPT RL-RUN-TIME FROM TIME.
	MOVE 'E' TO RL-PHASE.
	MOVE WS-RECORDS-READ TO RL-RECORDS-READ.
	MOVE 0 TO RL-RECORDS-POSTED.
	MOVE WS-ORPHAN-COUNT TO RL-RECORDS-REJECTED.
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
	OPEN INPUT VENDOR-FILE.
	IF WS-VENDOR-FILE-STATUS IS NOT EQUAL TO '00' THEN
		DISPLAY 'UNABLE TO OPEN VENDOR-FILE - STATUS ' WS-VENDOR-FILE-STATUS
		PERFORM 098-LOG-RUN-ABEND
		STOP RUN
	END-IF.
	OPEN INPUT SALESREP-FILE.
	IF WS-SALESREP-FILE-STATUS IS EQUAL TO '00' THEN
		MOVE 'Y' TO SALESREP-AVAILABLE-FLAG
	END-IF.

095-CLOSE-MASTERS.
	CLOSE CUST-FILE.
	CLOSE INV-FILE.
	CLOSE VENDOR-FILE.
	IF SALESREP-AVAILABLE-FLAG IS EQUAL TO 'Y' THEN
		CLOSE SALESREP-FILE
	END-IF.

020-AUDIT-CUSTOMERS.
	MOVE 'CUSTOMERS.DAT' TO WS-AUDIT-FILE-NAME.
	PERFORM 080-START-SECTION.
	PERFORM UNTIL CUST-EOF-SWITCH IS EQUAL TO 'Y'
		READ CUST-FILE NEXT RECORD
			AT END
				MOVE 'Y' TO CUST-EOF-SWITCH
			NOT AT END
				ADD 1 TO WS-SECTION-READ
				IF CUST-REP-NO IS NOT EQUAL TO SPACE THEN
					PERFORM 025-CHECK-CUSTOMER-REP
				END-IF
		END-READ
	END-PERFORM.
	PERFORM 089-FINISH-SECTION.

025-CHECK-CUSTOMER-REP.
	MOVE 'N' TO REFERENCE-FOUND-FLAG.
	IF SALESREP-AVAILABLE-FLAG IS EQUAL TO 'Y' THEN
		MOVE CUST-REP-NO TO REP-NO
		READ SALESREP-FILE
			INVALID KEY
				MOVE 'N' TO REFERENCE-FOUND-FLAG
			NOT INVALID KEY
				MOVE 'Y' TO REFERENCE-FOUND-FLAG
		END-READ
	END-IF.
	IF REFERENCE-FOUND-FLAG IS EQUAL TO 'N' THEN
		MOVE SPACE TO WS-AUDIT-KEY
		STRING 'CUST ' CUST-NO
			DELIMITED BY SIZE INTO WS-AUDIT-KEY
		MOVE SPACE TO WS-AUDIT-PROBLEM
		STRING 'REP ' CUST-REP-NO ' NOT ON SALESREPS.DAT'
			DELIMITED BY SIZE INTO WS-AUDIT-PROBLEM
		PERFORM 088-WRITE-ORPHAN-LINE
	END-IF.

030-AUDIT-INVENTORY.
	MOVE 'INVENTORY.DAT' TO WS-AUDIT-FILE-NAME.
	PERFORM 080-START-SECTION.
	PERFORM UNTIL INV-EOF-SWITCH IS EQUAL TO 'Y'
		READ INV-FILE NEXT RECORD
			AT END
				MOVE 'Y' TO INV-EOF-SWITCH
			NOT AT END
				ADD 1 TO WS-SECTION-READ
				IF INV-VENDOR-NO IS NOT EQUAL TO SPACE THEN
					MOVE INV-VENDOR-NO TO WS-CHECK-VENDOR-NO
					PERFORM 086-CHECK-VENDOR
					IF REFERENCE-FOUND-FLAG IS EQUAL TO 'N' THEN
						MOVE SPACE TO WS-AUDIT-KEY
						STRING 'ITEM ' INV-ITEM-NO ' LOC ' INV-LOC-CODE
							DELIMITED BY SIZE INTO WS-AUDIT-KEY
						MOVE SPACE TO WS-AUDIT-PROBLEM
						STRING 'VENDOR ' INV-VENDOR-NO ' NOT ON VENDORS.DAT'
							DELIMITED BY SIZE INTO WS-AUDIT-PROBLEM
						PERFORM 088-WRITE-ORPHAN-LINE
					END-IF
				END-IF
		END-READ
	END-PERFORM.
	PERFORM 089-FINISH-SECTION.

040-AUDIT-SHIPTO.
	MOVE 'SHIPTO.DAT' TO WS-AUDIT-FILE-NAME.
	PERFORM 080-START-SECTION.
	OPEN INPUT SHIPTO-FILE.
	IF WS-SHIPTO-FILE-STATUS IS NOT EQUAL TO '00' THEN
		MOVE 'Y' TO SHIPTO-EOF-SWITCH
		PERFORM 087-WRITE-NOT-PRESENT-LINE
	END-IF.
	PERFORM UNTIL SHIPTO-EOF-SWITCH IS EQUAL TO 'Y'
		READ SHIPTO-FILE NEXT RECORD
			AT END
				MOVE 'Y' TO SHIPTO-EOF-SWITCH
			NOT AT END
				ADD 1 TO WS-SECTION-READ
				MOVE SHIPTO-CUST-NO TO WS-CHECK-CUST-NO
				PERFORM 082-CHECK-CUSTOMER
				IF REFERENCE-FOUND-FLAG IS EQUAL TO 'N' THEN
					MOVE SPACE TO WS-AUDIT-KEY
					STRING 'CUST ' SHIPTO-CUST-NO ' SHIP-TO ' SHIPTO-CODE
						DELIMITED BY SIZE INTO WS-AUDIT-KEY
					MOVE SPACE TO WS-AUDIT-PROBLEM
					STRING 'CUSTOMER ' SHIPTO-CUST-NO ' NOT ON CUSTOMERS.DAT'
						DELIMITED BY SIZE INTO WS-AUDIT-PROBLEM
					PERFORM 088-WRITE-ORPHAN-LINE
				END-IF
		END-READ
	END-PERFORM.
	IF WS-SHIPTO-FILE-STATUS IS NOT EQUAL TO '35' THEN
		CLOSE SHIPTO-FILE
	END-IF.
	PERFORM 089-FINISH-SECTION.

050-AUDIT-OPEN-POS.
	MOVE 'OPEN_POS.DAT' TO WS-AUDIT-FILE-NAME.
	PERFORM 080-START-SECTION.
	OPEN INPUT OPEN-PO-FILE.
	IF WS-OPEN-PO-FILE-STATUS IS NOT EQUAL TO '00' THEN
		MOVE 'Y' TO OPEN-PO-EOF-SWITCH
		PERFORM 087-WRITE-NOT-PRESENT-LINE
	END-IF.
	PERFORM UNTIL OPEN-PO-EOF-SWITCH IS EQUAL TO 'Y'
		READ OPEN-PO-FILE
			AT END
				MOVE 'Y' TO OPEN-PO-EOF-SWITCH
			NOT AT END
				ADD 1 TO WS-SECTION-READ
				IF OPO-STATUS IS EQUAL TO 'O' THEN
					PERFORM 055-CHECK-ONE-OPEN-PO
				END-IF
		END-READ
	END-PERFORM.
	IF WS-OPEN-PO-FILE-STATUS IS NOT EQUAL TO '35' THEN
		CLOSE OPEN-PO-FILE
	END-IF.
	PERFORM 089-FINISH-SECTION.

055-CHECK-ONE-OPEN-PO.
	MOVE SPACE TO WS-AUDIT-KEY.
	STRING 'PO ' OPO-PO-NUMBER ' ITEM ' OPO-ITEM-NO ' LOC ' OPO-LOC-CODE
		DELIMITED BY SIZE INTO WS-AUDIT-KEY.
	MOVE OPO-ITEM-NO TO WS-CHECK-ITEM-NO.
	MOVE OPO-LOC-CODE TO WS-CHECK-LOC-CODE.
	PERFORM 084-CHECK-ITEM-LOCATION.
	IF REFERENCE-FOUND-FLAG IS EQUAL TO 'N' THEN
		MOVE SPACE TO WS-AUDIT-PROBLEM
		STRING 'ITEM/LOCATION NOT ON INVENTORY.DAT'
			DELIMITED BY SIZE INTO WS-AUDIT-PROBLEM
		PERFORM 088-WRITE-ORPHAN-LINE
	END-IF.
	MOVE OPO-VENDOR-NO TO WS-CHECK-VENDOR-NO.
	PERFORM 086-CHECK-VENDOR.
	IF REFERENCE-FOUND-FLAG IS EQUAL TO 'N' THEN
		MOVE SPACE TO WS-AUDIT-PROBLEM
		STRING 'VENDOR ' OPO-VENDOR-NO ' NOT ON VENDORS.DAT'
			DELIMITED BY SIZE INTO WS-AUDIT-PROBLEM
		PERFORM 088-WRITE-ORPHAN-LINE
	END-IF.

060-AUDIT-BACKORDERS.
	MOVE 'BACKORDERS.DAT' TO WS-AUDIT-FILE-NAME.
	PERFORM 080-START-SECTION.
	OPEN INPUT BACKORDER-FILE.
	IF WS-BACKORDER-FILE-STATUS IS NOT EQUAL TO '00' THEN
		MOVE 'Y' TO BACKORDER-EOF-SWITCH
		PERFORM 087-WRITE-NOT-PRESENT-LINE
	END-IF.
	PERFORM UNTIL BACKORDER-EOF-SWITCH IS EQUAL TO 'Y'
		READ BACKORDER-FILE
			AT END
				MOVE 'Y' TO BACKORDER-EOF-SWITCH
			NOT AT END
				ADD 1 TO WS-SECTION-READ
				IF BO-STATUS IS EQUAL TO 'O' THEN
					PERFORM 065-CHECK-ONE-BACKORDER
				END-IF
		END-READ
	END-PERFORM.
	IF WS-BACKORDER-FILE-STATUS IS NOT EQUAL TO '35' THEN
		CLOSE BACKORDER-FILE
	END-IF.
	PERFORM 089-FINISH-SECTION.

065-CHECK-ONE-BACKORDER.
	MOVE BO-ITEM-NO TO WS-ITEM-NO-X.
	MOVE SPACE TO WS-AUDIT-KEY.
	STRING 'CUST ' BO-CUST-NO ' ITEM ' WS-ITEM-NO-X ' LOC ' BO-LOC-CODE
		DELIMITED BY SIZE INTO WS-AUDIT-KEY.
	MOVE BO-CUST-NO TO WS-CHECK-CUST-NO.
	PERFORM 082-CHECK-CUSTOMER.
	IF REFERENCE-FOUND-FLAG IS EQUAL TO 'N' THEN
		MOVE SPACE TO WS-AUDIT-PROBLEM
		STRING 'CUSTOMER ' BO-CUST-NO ' NOT ON CUSTOMERS.DAT'
			DELIMITED BY SIZE INTO WS-AUDIT-PROBLEM
		PERFORM 088-WRITE-ORPHAN-LINE
	END-IF.
	MOVE WS-ITEM-NO-X TO WS-CHECK-ITEM-NO.
	MOVE BO-LOC-CODE TO WS-CHECK-LOC-CODE.
	PERFORM 084-CHECK-ITEM-LOCATION.
	IF REFERENCE-FOUND-FLAG IS EQUAL TO 'N' THEN
		MOVE SPACE TO WS-AUDIT-PROBLEM
		STRING 'ITEM/LOCATION NOT ON INVENTORY.DAT'
			DELIMITED BY SIZE INTO WS-AUDIT-PROBLEM
		PERFORM 088-WRITE-ORPHAN-LINE
	END-IF.

070-AUDIT-RMAS.
	MOVE 'RMA.DAT' TO WS-AUDIT-FILE-NAME.
	PERFORM 080-START-SECTION.
	OPEN INPUT RMA-FILE.
	IF WS-RMA-FILE-STATUS IS NOT EQUAL TO '00' THEN
		MOVE 'Y' TO RMA-EOF-SWITCH
		PERFORM 087-WRITE-NOT-PRESENT-LINE
	END-IF.
	PERFORM UNTIL RMA-EOF-SWITCH IS EQUAL TO 'Y'
		READ RMA-FILE
			AT END
				MOVE 'Y' TO RMA-EOF-SWITCH
			NOT AT END
				ADD 1 TO WS-SECTION-READ
				IF RMA-STATUS IS EQUAL TO 'O' THEN
					PERFORM 072-CHECK-ONE-RMA
				END-IF
		END-READ
	END-PERFORM.
	IF WS-RMA-FILE-STATUS IS NOT EQUAL TO '35' THEN
		CLOSE RMA-FILE
	END-IF.
	PERFORM 089-FINISH-SECTION.

072-CHECK-ONE-RMA.
	MOVE RMA-ITEM-NO TO WS-ITEM-NO-X.
	MOVE SPACE TO WS-AUDIT-KEY.
	STRING 'RMA ' RMA-NO ' CUST ' RMA-CUST-NO ' ITEM ' WS-ITEM-NO-X
		DELIMITED BY SIZE INTO WS-AUDIT-KEY.
	MOVE RMA-CUST-NO TO WS-CHECK-CUST-NO.
	PERFORM 082-CHECK-CUSTOMER.
	IF REFERENCE-FOUND-FLAG IS EQUAL TO 'N' THEN
		MOVE SPACE TO WS-AUDIT-PROBLEM
		STRING 'CUSTOMER ' RMA-CUST-NO ' NOT ON CUSTOMERS.DAT'
			DELIMITED BY SIZE INTO WS-AUDIT-PROBLEM
		PERFORM 088-WRITE-ORPHAN-LINE
	END-IF.
	MOVE WS-ITEM-NO-X TO WS-CHECK-ITEM-NO.
	PERFORM 085-CHECK-ITEM-ANY-LOCATION.
	IF REFERENCE-FOUND-FLAG IS EQUAL TO 'N' THEN
		MOVE SPACE TO WS-AUDIT-PROBLEM
		STRING 'ITEM ' WS-ITEM-NO-X ' NOT ON INVENTORY.DAT AT ANY LOCATION'
			DELIMITED BY SIZE INTO WS-AUDIT-PROBLEM
		PERFORM 088-WRITE-ORPHAN-LINE
	END-IF.

075-AUDIT-AR-DETAIL.
	MOVE 'ARDETAIL.DAT' TO WS-AUDIT-FILE-NAME.
	PERFORM 080-START-SECTION.
	OPEN INPUT AR-DETAIL-FILE.
	IF WS-AR-DETAIL-FILE-STATUS IS NOT EQUAL TO '00' THEN
		MOVE 'Y' TO AR-DETAIL-EOF-SWITCH
		PERFORM 087-WRITE-NOT-PRESENT-LINE
	END-IF.
	PERFORM UNTIL AR-DETAIL-EOF-SWITCH IS EQUAL TO 'Y'
		READ AR-DETAIL-FILE
			AT END
				MOVE 'Y' TO AR-DETAIL-EOF-SWITCH
			NOT AT END
				ADD 1 TO WS-SECTION-READ
				MOVE AR-CUST-NO TO WS-CHECK-CUST-NO
				PERFORM 082-CHECK-CUSTOMER
				IF REFERENCE-FOUND-FLAG IS EQUAL TO 'N' THEN
					MOVE SPACE TO WS-AUDIT-KEY
					STRING 'CUST ' AR-CUST-NO ' DATE ' AR-TRANS-DATE
						' CODE ' AR-TRANS-CODE
						DELIMITED BY SIZE INTO WS-AUDIT-KEY
					MOVE SPACE TO WS-AUDIT-PROBLEM
					STRING 'CUSTOMER ' AR-CUST-NO ' NOT ON CUSTOMERS.DAT'
						DELIMITED BY SIZE INTO WS-AUDIT-PROBLEM
					PERFORM 088-WRITE-ORPHAN-LINE
				END-IF
		END-READ
	END-PERFORM.
	IF WS-AR-DETAIL-FILE-STATUS IS NOT EQUAL TO '35' THEN
		CLOSE AR-DETAIL-FILE
	END-IF.
	PERFORM 089-FINISH-SECTION.

080-START-SECTION.
	MOVE 0 TO WS-SECTION-READ.
	MOVE 0 TO WS-SECTION-ORPHANS.
	MOVE SPACE TO AUDIT-REPORT-RECORD.
	STRING WS-AUDIT-FILE-NAME
		DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
	WRITE AUDIT-REPORT-RECORD.

082-CHECK-CUSTOMER.
	MOVE WS-CHECK-CUST-NO TO CUST-NO.
	READ CUST-FILE
		INVALID KEY
			MOVE 'N' TO REFERENCE-FOUND-FLAG
		NOT INVALID KEY
			MOVE 'Y' TO REFERENCE-FOUND-FLAG
	END-READ.

084-CHECK-ITEM-LOCATION.
	MOVE WS-CHECK-ITEM-NO TO INV-ITEM-NO.
	MOVE WS-CHECK-LOC-CODE TO INV-LOC-CODE.
	READ INV-FILE
		INVALID KEY
			MOVE 'N' TO REFERENCE-FOUND-FLAG
		NOT INVALID KEY
			MOVE 'Y' TO REFERENCE-FOUND-FLAG
	END-READ.

085-CHECK-ITEM-ANY-LOCATION.
	MOVE 'N' TO REFERENCE-FOUND-FLAG.
	MOVE WS-CHECK-ITEM-NO TO INV-ITEM-NO.
	MOVE LOW-VALUE TO INV-LOC-CODE.
	START INV-FILE KEY IS NOT LESS THAN INV-KEY
		INVALID KEY
			MOVE 'N' TO REFERENCE-FOUND-FLAG
		NOT INVALID KEY
			READ INV-FILE NEXT RECORD
				AT END
					MOVE 'N' TO REFERENCE-FOUND-FLAG
				NOT AT END
					IF INV-ITEM-NO IS EQUAL TO WS-CHECK-ITEM-NO THEN
						MOVE 'Y' TO REFERENCE-FOUND-FLAG
					END-IF
			END-READ
	END-START.

086-CHECK-VENDOR.
	MOVE WS-CHECK-VENDOR-NO TO VENDOR-NO.
	READ VENDOR-FILE
		INVALID KEY
			MOVE 'N' TO REFERENCE-FOUND-FLAG
		NOT INVALID KEY
			MOVE 'Y' TO REFERENCE-FOUND-FLAG
	END-READ.

087-WRITE-NOT-PRESENT-LINE.
	MOVE SPACE TO AUDIT-REPORT-RECORD.
	STRING '  FILE NOT PRESENT - NOTHING TO AUDIT'
		DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
	WRITE AUDIT-REPORT-RECORD.

088-WRITE-ORPHAN-LINE.
	ADD 1 TO WS-SECTION-ORPHANS.
	ADD 1 TO WS-ORPHAN-COUNT.
	MOVE SPACE TO AUDIT-REPORT-RECORD.
	STRING '  ' WS-AUDIT-FILE-NAME '  ' WS-AUDIT-KEY '  ' WS-AUDIT-PROBLEM
		DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
	WRITE AUDIT-REPORT-RECORD.

089-FINISH-SECTION.
	ADD WS-SECTION-READ TO WS-RECORDS-READ.
	MOVE SPACE TO AUDIT-REPORT-RECORD.
	STRING '  RECORDS READ: ' WS-SECTION-READ
		'   DANGLING REFERENCES: ' WS-SECTION-ORPHANS
		DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
	WRITE AUDIT-REPORT-RECORD.
	MOVE SPACE TO AUDIT-REPORT-RECORD.
	WRITE AUDIT-REPORT-RECORD.

090-WRITE-TOTALS.
	MOVE SPACE TO AUDIT-REPORT-RECORD.
	IF WS-ORPHAN-COUNT IS EQUAL TO 0 THEN
		STRING 'RECORDS AUDITED: ' WS-RECORDS-READ
			'   NO DANGLING REFERENCES FOUND'
			DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
	ELSE
		STRING 'RECORDS AUDITED: ' WS-RECORDS-READ
			'   DANGLING REFERENCES: ' WS-ORPHAN-COUNT
			'  *** CORRECT BEFORE POSTING ***'
			DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
	END-IF.
	WRITE AUDIT-REPORT-RECORD.
