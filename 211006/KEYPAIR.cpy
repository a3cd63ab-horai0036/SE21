	01 KEY-PAIR-RECORD.
		05 KR-REC-TYPE PIC X(1).
		05 KR-PAIR-ID.
			10 KR-PAIR-DATE PIC 9(8).
			10 KR-PAIR-TIME PIC 9(6).
			10 KR-PAIR-SEQ PIC 9(6).
		05 KR-PRIME-P PIC 9(7).
		05 KR-PRIME-Q PIC 9(7).
		05 KR-PRODUCT PIC 9(14).
		05 FILLER PIC X(31).
