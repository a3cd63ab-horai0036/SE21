	01 KEY-EXTRACT-HEADER.
		05 EH-PRIME-VALUE PIC 9(7).
		05 EH-REC-TYPE PIC X(1).
		05 EH-FILE-TYPE PIC X(8).
		05 EH-GENERATION PIC 9(4).
		05 EH-RUN-DATE PIC 9(8).
		05 FILLER PIC X(52).
