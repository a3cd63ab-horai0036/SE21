	01 ALLOCATION-RECORD.
		05 AL-PRIME-VALUE PIC 9(7).
		05 AL-OWNER-ID PIC X(8).
		05 AL-ALLOC-DATE PIC 9(8).
		05 AL-EXPIRY-DATE PIC 9(8).
		05 AL-STATUS PIC X(1).
		05 AL-STATUS-DATE PIC 9(8).
		05 FILLER PIC X(40).
