			05 FILLER PIC X(10) VALUE " NOPAIRS= ".
			05 WS-TR-NOPAIRS PIC 9(9).
			05 FILLER PIC X(28) VALUE SPACES.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		OPEN INPUT CONTROL-FILE.
		IF WS-FS-CTL NOT = "00"
			DISPLAY "IDEGLD0001E GLDPARM OPEN ERR"
			MOVE "IDEGLD0001E" TO XA-MSG-ID
			MOVE "GLDPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		READ CONTROL-FILE
			AT END
				DISPLAY "IDEGLD0002E GLDPARM EMPTY"
				MOVE "IDEGLD0002E" TO XA-MSG-ID
				MOVE "GLDPARM" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-READ.
		IF CTL-HIGH-BOUND > WS-MAX-FIELD-VALUE
			OR CTL-LOW-BOUND > CTL-HIGH-BOUND
			DISPLAY "IDEGLD0003E INVALID BOUND RANGE"
			MOVE "IDEGLD0003E" TO XA-MSG-ID
			MOVE "GLDPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "IDEGLD0004E PMST OPEN ERR "
				WS-FS-PMST
			MOVE "IDEGLD0004E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	9000-CLOSE-FILES.
		CLOSE PRIME-MASTER.
		CLOSE GOLDBACH-REPORT-FILE.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEGLD" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
