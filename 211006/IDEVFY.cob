		01 WS-VF-J PIC 9(7).
		01 WS-VF-REM PIC 9(7).
		01 WS-VF-STATUS PIC X(1).
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		OPEN INPUT PRIME-MASTER.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "IDEVFY0001E PMST OPEN ERR"
			MOVE "IDEVFY0001E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
		MOVE WS-SAMPLED-CNT TO VT-SAMPLED-COUNT.
		MOVE WS-MISMATCH-CNT TO VT-MISMATCH-COUNT.
		WRITE VERIFY-TRAILER-RECORD.
		IF WS-MISMATCH-CNT > 0
			DISPLAY "IDEVFY0002W MISMATCHES FOUND "
				WS-MISMATCH-CNT
			MOVE "IDEVFY0002W" TO XA-MSG-ID
			MOVE "PMVERFY" TO XA-OBJECT
			MOVE WS-MISMATCH-CNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		END-IF.

	4000-CLOSE-FILES.
		CLOSE PRIME-MASTER.
		CLOSE VERIFY-FILE.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEVFY" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
