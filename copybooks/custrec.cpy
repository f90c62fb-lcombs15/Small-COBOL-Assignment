	02 CUST-REGION		PICTURE IS X(12).
	02 CUST-PAST-DUE	PICTURE IS S9999V99.
	02 CUST-CREDIT-LIMIT	PICTURE IS 9999V99.
	02 CUST-REP-NO		PICTURE IS X(3).
