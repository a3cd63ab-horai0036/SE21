	*> 2210104071 Teruya Horai

	IDENTIFICATION DIVISION.
	PROGRAM-ID. EXCPWRT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCPLOG"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-XLOG.

	DATA DIVISION.
	FILE SECTION.
	FD EXCEPTION-LOG-FILE.
	COPY EXCPREC.

	WORKING-STORAGE SECTION.
		01 WS-FS-XLOG PIC X(2).
		01 WS-XLOG-DATE PIC 9(8).
		01 WS-XLOG-TIME PIC 9(8).
		01 WS-ID-IX PIC 9(2) COMP.
		01 WS-SEVERITY PIC X(1).

	LINKAGE SECTION.
	COPY EXCPLKA.

	PROCEDURE DIVISION USING EXCEPTION-LOG-AREA.
	0000-MAIN-PROCESS.
		MOVE 0 TO XA-RETURN-CODE.
		PERFORM 1000-DERIVE-SEVERITY.
		OPEN EXTEND EXCEPTION-LOG-FILE.
		IF WS-FS-XLOG = "35"
			OPEN OUTPUT EXCEPTION-LOG-FILE
		END-IF.
		IF WS-FS-XLOG NOT = "00"
			DISPLAY "EXCPWRT0001E EXCPLOG OPEN ERR "
				WS-FS-XLOG
			MOVE 16 TO XA-RETURN-CODE
			GOBACK
		END-IF.
		PERFORM 2000-WRITE-EXCEPTION.
		CLOSE EXCEPTION-LOG-FILE.
		GOBACK.

	1000-DERIVE-SEVERITY.
		MOVE SPACE TO WS-SEVERITY.
		PERFORM 1100-SCAN-MSG-ID
			VARYING WS-ID-IX FROM 13 BY -1
			UNTIL WS-ID-IX < 1
				OR WS-SEVERITY NOT = SPACE.

	1100-SCAN-MSG-ID.
		IF XA-MSG-ID(WS-ID-IX:1) NOT = SPACE
			MOVE XA-MSG-ID(WS-ID-IX:1) TO WS-SEVERITY
		END-IF.

	2000-WRITE-EXCEPTION.
		ACCEPT WS-XLOG-DATE FROM DATE YYYYMMDD.
		ACCEPT WS-XLOG-TIME FROM TIME.
		MOVE SPACES TO EXCEPTION-RECORD.
		MOVE WS-XLOG-DATE TO XL-RUN-DATE.
		MOVE WS-XLOG-TIME TO XL-RUN-TIME.
		MOVE XA-PROGRAM TO XL-PROGRAM.
		MOVE XA-MSG-ID TO XL-MSG-ID.
		MOVE WS-SEVERITY TO XL-SEVERITY.
		MOVE XA-OBJECT TO XL-OBJECT.
		MOVE XA-COUNT TO XL-COUNT.
		WRITE EXCEPTION-RECORD.
		IF WS-FS-XLOG NOT = "00"
			DISPLAY "EXCPWRT0002E EXCPLOG WRITE ERR "
				WS-FS-XLOG
			MOVE 16 TO XA-RETURN-CODE
		END-IF.
