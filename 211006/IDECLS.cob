		01 WS-MERSENNE-COUNT PIC 9(9) VALUE 0.
		01 WS-PALIN-COUNT PIC 9(9) VALUE 0.
		01 WS-UNKNOWN-COUNT PIC 9(9) VALUE 0.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "IDECLS0001E PMST OPEN ERR "
				WS-FS-PMST
			MOVE "IDECLS0001E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	9000-CLOSE-FILES.
		CLOSE PRIME-MASTER.
		CLOSE CLASS-OUT-FILE.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDECLS" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
