			05 FILLER PIC X(11) VALUE " CORR HITS=".
			05 WS-TR-COR PIC ZZZZZZZZ9.
			05 FILLER PIC X(70) VALUE SPACES.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		OPEN INPUT QUERY-CONTROL-FILE.
		IF WS-FS-CTL NOT = "00"
			DISPLAY "IDEAQY0001E AQYPARM OPEN ERR"
			MOVE "IDEAQY0001E" TO XA-MSG-ID
			MOVE "AQYPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		READ QUERY-CONTROL-FILE
			AT END
				DISPLAY "IDEAQY0002E AQYPARM EMPTY"
				MOVE "IDEAQY0002E" TO XA-MSG-ID
				MOVE "AQYPARM" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-READ.
		CLOSE QUERY-CONTROL-FILE.
		IF AQ-FROM-DATE > AQ-TO-DATE
			DISPLAY "IDEAQY0003E BAD DATE RANGE"
			MOVE "IDEAQY0003E" TO XA-MSG-ID
			MOVE "AQYPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		IF WS-FS-AARC NOT = "00"
			DISPLAY "IDEAQY0007W ARCHIVE MISSING "
				WS-AUD-ARCH-NAME
			MOVE "IDEAQY0007W" TO XA-MSG-ID
			MOVE WS-AUD-ARCH-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		ELSE
			MOVE "N" TO WS-AT-END
			PERFORM 4450-SCAN-ONE-ARCH-AUD-ROW
		IF WS-FS-CARC NOT = "00"
			DISPLAY "IDEAQY0008W ARCHIVE MISSING "
				WS-COR-ARCH-NAME
			MOVE "IDEAQY0008W" TO XA-MSG-ID
			MOVE WS-COR-ARCH-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		ELSE
			MOVE "N" TO WS-AT-END
			PERFORM 4550-SCAN-ONE-ARCH-COR-ROW
			WS-AUD-HIT-COUNT.
		DISPLAY "IDEAQY0010I CORR HITS "
			WS-COR-HIT-COUNT.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEAQY" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
