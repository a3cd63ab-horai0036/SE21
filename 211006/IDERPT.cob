			05 FILLER PIC X(9) VALUE " FLAGGED=".
			05 WS-TL-FLAGGED PIC ZZZZZ9.
			05 FILLER PIC X(57) VALUE SPACES.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		IF WS-FS-AUDIT NOT = "00"
			DISPLAY "IDERPT0001E AUDITLOG OPEN ERR "
				WS-FS-AUDIT
			MOVE "IDERPT0001E" TO XA-MSG-ID
			MOVE "AUDITLOG" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
					TO WS-BT-COMPS(WS-BT-COUNT)
			ELSE
				DISPLAY "IDERPT0002W BOUNDS TABLE FULL"
				MOVE "IDERPT0002W" TO XA-MSG-ID
				MOVE "AUDITLOG" TO XA-OBJECT
				MOVE WS-BT-COUNT TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
			END-IF
		END-IF.

	9000-CLOSE-FILES.
		CLOSE AUDIT-FILE.
		CLOSE REPORT-FILE.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDERPT" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
