
	FD CORRECTION-EXTRACT-FILE.
	COPY EXTRACT.
	COPY EXTRHDR.
	COPY EXTRTRL.

	FD PROPAGATE-STATE-FILE.
	COPY CPRSTAT.
		01 WS-ADD-COUNT PIC 9(9) VALUE 0.
		01 WS-DEL-COUNT PIC 9(9) VALUE 0.
		01 WS-SKIPPED-COUNT PIC 9(9) VALUE 0.
		01 WS-RUN-DATE PIC 9(8).
		01 WS-EXTRACT-COUNT PIC 9(9) VALUE 0.
		01 WS-EXTRACT-HASH PIC 9(15) VALUE 0.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		PERFORM 3000-PROPAGATE-CORRECTION
			UNTIL WS-AT-END = "Y".
		PERFORM 4000-SAVE-WATERMARK.
		PERFORM 7000-WRITE-EXTRACT-TRAILER.
		PERFORM 8000-DISPLAY-TOTALS.
		PERFORM 9000-CLOSE-FILES.
		STOP RUN.

	1000-OPEN-FILES.
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
		OPEN INPUT CORRECTION-LOG-FILE.
		IF WS-FS-CORR NOT = "00"
			DISPLAY "IDECPR0001E CORRLOG OPEN ERR "
				WS-FS-CORR
			MOVE "IDECPR0001E" TO XA-MSG-ID
			MOVE "CORRLOG" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		OPEN OUTPUT CORRECTION-EXTRACT-FILE.
		PERFORM 1100-WRITE-EXTRACT-HEADER.
		OPEN I-O PROPAGATE-STATE-FILE.
		IF WS-FS-STAT NOT = "00"
			OPEN OUTPUT PROPAGATE-STATE-FILE
		IF WS-FS-STAT NOT = "00"
			DISPLAY "IDECPR0006E CPRSTAT OPEN ERR "
				WS-FS-STAT
			MOVE "IDECPR0006E" TO XA-MSG-ID
			MOVE "CPRSTAT" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.

	1100-WRITE-EXTRACT-HEADER.
		MOVE SPACES TO KEY-EXTRACT-HEADER.
		MOVE 0 TO EH-PRIME-VALUE.
		MOVE "H" TO EH-REC-TYPE.
		MOVE "KEYXTRC " TO EH-FILE-TYPE.
		MOVE 0 TO EH-GENERATION.
		MOVE WS-RUN-DATE TO EH-RUN-DATE.
		WRITE KEY-EXTRACT-HEADER.

	2000-READ-WATERMARK.
		MOVE "WMRK" TO PS-KEY.
		READ PROPAGATE-STATE-FILE
		MOVE CL-RUN-DATE TO EX-EFF-DATE.
		WRITE KEY-EXTRACT-RECORD.
		ADD 1 TO WS-DEL-COUNT.
		ADD 1 TO WS-EXTRACT-COUNT.
		ADD CL-NUMBER TO WS-EXTRACT-HASH.

	3300-EMIT-ADDITION.
		MOVE SPACES TO KEY-EXTRACT-RECORD.
		MOVE CL-RUN-DATE TO EX-EFF-DATE.
		WRITE KEY-EXTRACT-RECORD.
		ADD 1 TO WS-ADD-COUNT.
		ADD 1 TO WS-EXTRACT-COUNT.
		ADD CL-NUMBER TO WS-EXTRACT-HASH.

	4000-SAVE-WATERMARK.
		IF WS-MAX-DATE = 0
			IF WS-FS-STAT NOT = "00"
				DISPLAY "IDECPR0007E CPRSTAT WRITE ERR "
					WS-FS-STAT
				MOVE "IDECPR0007E" TO XA-MSG-ID
				MOVE "CPRSTAT" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
			END-IF
		END-IF.

	7000-WRITE-EXTRACT-TRAILER.
		MOVE SPACES TO KEY-EXTRACT-TRAILER.
		MOVE 0 TO ET-PRIME-VALUE.
		MOVE "T" TO ET-REC-TYPE.
		MOVE WS-EXTRACT-COUNT TO ET-RECORD-COUNT.
		MOVE WS-EXTRACT-HASH TO ET-HASH-TOTAL.
		WRITE KEY-EXTRACT-TRAILER.

	8000-DISPLAY-TOTALS.
		DISPLAY "IDECPR0002I CORRECTIONS READ " WS-READ-COUNT.
		DISPLAY "IDECPR0003I ADDITIONS " WS-ADD-COUNT.
		CLOSE CORRECTION-LOG-FILE.
		CLOSE CORRECTION-EXTRACT-FILE.
		CLOSE PROPAGATE-STATE-FILE.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDECPR" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
