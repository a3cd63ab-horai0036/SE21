	01 ALLOC-CONTROL-RECORD.
		05 LQ-FUNCTION PIC X(8).
		05 LQ-OWNER-ID PIC X(8).
		05 LQ-QUANTITY PIC 9(7).
		05 LQ-LOW-BOUND PIC 9(7).
		05 LQ-HIGH-BOUND PIC 9(7).
		05 LQ-EXPIRY-DATE PIC 9(8).
