		05 CL-OLD-FACTOR PIC 9(7).
		05 CL-NEW-STATUS PIC X(1).
		05 CL-NEW-FACTOR PIC 9(7).
		05 CL-PROPOSER-ID PIC X(8).
		05 CL-APPROVER-ID PIC X(8).
		05 FILLER PIC X(32).
