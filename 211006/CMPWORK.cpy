	01 COMPARE-WORK-RECORD.
		05 CW-NUMBER PIC 9(7).
		05 CW-OLD-STATUS PIC X(1).
		05 CW-OLD-FACTOR PIC 9(7).
		05 CW-OLD-KEYX PIC X(1).
		05 CW-OLD-TWIN PIC X(1).
		05 CW-OLD-GAP PIC 9(7).
		05 CW-NEW-STATUS PIC X(1).
		05 CW-NEW-FACTOR PIC 9(7).
		05 CW-NEW-KEYX PIC X(1).
		05 CW-NEW-TWIN PIC X(1).
		05 CW-NEW-GAP PIC 9(7).
		05 FILLER PIC X(39).
