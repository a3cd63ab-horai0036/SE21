	01 EXCEPTION-LOG-AREA.
		05 XA-PROGRAM PIC X(8).
		05 XA-MSG-ID PIC X(13).
		05 XA-OBJECT PIC X(16).
		05 XA-COUNT PIC 9(9).
		05 XA-RETURN-CODE PIC 9(2).
