		05 JR-NEW-NUMBER PIC 9(7).
		05 JR-NEW-STATUS PIC X(1).
		05 JR-NEW-FACTOR PIC 9(7).
		05 JR-PROPOSER-ID PIC X(8).
		05 JR-APPROVER-ID PIC X(8).
		05 FILLER PIC X(9).
