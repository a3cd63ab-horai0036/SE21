
	FD DELTA-EXTRACT-FILE.
	COPY EXTRACT.
	COPY EXTRHDR.
	COPY EXTRTRL.

	WORKING-STORAGE SECTION.
		01 WS-FS-PMST PIC X(2).
		01 WS-ADD-COUNT PIC 9(9) VALUE 0.
		01 WS-DEL-COUNT PIC 9(9) VALUE 0.
		01 WS-MATCH-COUNT PIC 9(9) VALUE 0.
		01 WS-EXTRACT-COUNT PIC 9(9) VALUE 0.
		01 WS-EXTRACT-HASH PIC 9(15) VALUE 0.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		PERFORM 3000-MATCH-KEYS
			UNTIL WS-MST-PRIME-READY = "N"
			AND WS-SNP-AT-END = "Y".
		PERFORM 7000-WRITE-EXTRACT-TRAILER.
		PERFORM 8000-DISPLAY-TOTALS.
		PERFORM 9000-CLOSE-FILES.
		GOBACK.
		OPEN INPUT PRIME-MASTER.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "IDEDLT0001E PMST OPEN ERR"
			MOVE "IDEDLT0001E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
			IF WS-FS-SNPI NOT = "00"
				DISPLAY "IDEDLT0002E PMSNAPI OPEN ERR "
					WS-FS-SNPI
				MOVE "IDEDLT0002E" TO XA-MSG-ID
				MOVE "PMSNAPI" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				GOBACK
			END-IF
		END-IF.
		OPEN OUTPUT SNAPSHOT-OUT-FILE.
		OPEN OUTPUT DELTA-EXTRACT-FILE.
		PERFORM 1100-WRITE-EXTRACT-HEADER.
		MOVE 0 TO PM-NUMBER.
		START PRIME-MASTER KEY IS NOT LESS THAN PM-NUMBER
			INVALID KEY MOVE "Y" TO WS-MST-AT-END
		END-START.

	1100-WRITE-EXTRACT-HEADER.
		MOVE SPACES TO KEY-EXTRACT-HEADER.
		MOVE 0 TO EH-PRIME-VALUE.
		MOVE "H" TO EH-REC-TYPE.
		MOVE "KEYXTRD " TO EH-FILE-TYPE.
		MOVE 0 TO EH-GENERATION.
		MOVE WS-RUN-DATE TO EH-RUN-DATE.
		WRITE KEY-EXTRACT-HEADER.

	2000-READ-MASTER-PRIME.
		MOVE "N" TO WS-MST-PRIME-READY.
		PERFORM 2010-READ-MASTER-NEXT
		MOVE WS-RUN-DATE TO EX-EFF-DATE.
		WRITE KEY-EXTRACT-RECORD.
		ADD 1 TO WS-ADD-COUNT.
		ADD 1 TO WS-EXTRACT-COUNT.
		ADD WS-MST-PRIME TO WS-EXTRACT-HASH.

	3200-EMIT-DELETION.
		MOVE SPACES TO KEY-EXTRACT-RECORD.
		MOVE WS-RUN-DATE TO EX-EFF-DATE.
		WRITE KEY-EXTRACT-RECORD.
		ADD 1 TO WS-DEL-COUNT.
		ADD 1 TO WS-EXTRACT-COUNT.
		ADD SN-NUMBER TO WS-EXTRACT-HASH.

	4000-WRITE-SNAPSHOT-OUT.
		MOVE WS-MST-PRIME TO SO-NUMBER.
		MOVE 0 TO SO-FACTOR.
		WRITE SNAPSHOT-OUT-RECORD.

	7000-WRITE-EXTRACT-TRAILER.
		MOVE SPACES TO KEY-EXTRACT-TRAILER.
		MOVE 0 TO ET-PRIME-VALUE.
		MOVE "T" TO ET-REC-TYPE.
		MOVE WS-EXTRACT-COUNT TO ET-RECORD-COUNT.
		MOVE WS-EXTRACT-HASH TO ET-HASH-TOTAL.
		WRITE KEY-EXTRACT-TRAILER.

	8000-DISPLAY-TOTALS.
		DISPLAY "IDEDLT0003I ADDITIONS " WS-ADD-COUNT.
		DISPLAY "IDEDLT0004I DELETIONS " WS-DEL-COUNT.
		END-IF.
		CLOSE SNAPSHOT-OUT-FILE.
		CLOSE DELTA-EXTRACT-FILE.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEDLT" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
