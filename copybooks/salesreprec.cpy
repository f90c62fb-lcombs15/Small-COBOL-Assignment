01 SALESREP-RECORD.
	02 REP-NO		PICTURE IS X(3).
	02 FILLER		PICTURE IS X(5).
	02 REP-NAME		PICTURE IS X(23).
	02 FILLER		PICTURE IS X(5).
	02 REP-COMMISSION-RATE	PICTURE IS 9V999.
