	01 PENDING-CHANGE-RECORD.
		05 PC-CHANGE-ID PIC 9(8).
		05 PC-NUMBER PIC 9(7).
		05 PC-OLD-STATUS PIC X(1).
		05 PC-OLD-FACTOR PIC 9(7).
		05 PC-NEW-STATUS PIC X(1).
		05 PC-NEW-FACTOR PIC 9(7).
		05 PC-REASON PIC X(40).
		05 PC-PROPOSER-ID PIC X(8).
		05 PC-PROPOSE-DATE PIC 9(8).
		05 PC-PROPOSE-TIME PIC 9(8).
		05 PC-STATE PIC X(1).
		05 PC-APPROVER-ID PIC X(8).
		05 PC-DECIDE-DATE PIC 9(8).
		05 PC-DECIDE-TIME PIC 9(8).
		05 FILLER PIC X(20).
