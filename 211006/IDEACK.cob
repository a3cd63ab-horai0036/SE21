
	FD ACK-IN-FILE.
	COPY ACKREC.
	COPY ACKTRL.

	FD KEY-EXTRACT-FILE.
	COPY EXTRACT.
		01 WS-MATCHED-COUNT PIC 9(9) VALUE 0.
		01 WS-UNACKED-COUNT PIC 9(9) VALUE 0.
		01 WS-STALE-COUNT PIC 9(9) VALUE 0.
		01 WS-ACK-DETAIL-COUNT PIC 9(9) VALUE 0.
		01 WS-ACK-HASH PIC 9(15) VALUE 0.
		01 WS-ACK-TRL-COUNT PIC 9(9) VALUE 0.
		01 WS-ACK-TRL-HASH PIC 9(15) VALUE 0.
		01 WS-ACK-TRL-FOUND PIC X(1) VALUE "N".
		01 WS-ACK-AFTER-TRL PIC 9(9) VALUE 0.
		01 WS-HEAD-LINE.
			05 FILLER PIC X(28)
				VALUE "IDEACK  UNACKNOWLEDGED EXTR".
			05 FILLER PIC X(8) VALUE " STALE= ".
			05 WS-TR-STALE PIC 9(9).
			05 FILLER PIC X(6) VALUE SPACES.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		IF WS-STALE-COUNT > 0
			DISPLAY "IDEACK0008E STALE UNACKED EXTRACTS "
				WS-STALE-COUNT
			MOVE "IDEACK0008E" TO XA-MSG-ID
			MOVE "KEYOUTS" TO XA-OBJECT
			MOVE WS-STALE-COUNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 8 TO RETURN-CODE
		END-IF.
		STOP RUN.
		OPEN INPUT ACK-CONTROL-FILE.
		IF WS-FS-CTL NOT = "00"
			DISPLAY "IDEACK0001E ACKPARM OPEN ERR"
			MOVE "IDEACK0001E" TO XA-MSG-ID
			MOVE "ACKPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		READ ACK-CONTROL-FILE
			AT END
				DISPLAY "IDEACK0002E ACKPARM EMPTY"
				MOVE "IDEACK0002E" TO XA-MSG-ID
				MOVE "ACKPARM" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-READ.
		CLOSE ACK-CONTROL-FILE.
		IF AP-AGE-LIMIT = 0
			DISPLAY "IDEACK0003E BAD AGE LIMIT"
			MOVE "IDEACK0003E" TO XA-MSG-ID
			MOVE "ACKPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
			IF WS-FS-ACK NOT = "00"
				DISPLAY "IDEACK0004E ACKIN OPEN ERR "
					WS-FS-ACK
				MOVE "IDEACK0004E" TO XA-MSG-ID
				MOVE "ACKIN" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			PERFORM 1700-BALANCE-ACK-IN
		END-IF.
		PERFORM 1500-RESOLVE-GENERATION.
		OPEN INPUT KEY-EXTRACT-FILE.
		IF WS-FS-KEYX NOT = "00"
			DISPLAY "IDEACK0005E KEYXTR OPEN ERR "
				WS-FS-KEYX
			MOVE "IDEACK0005E" TO XA-MSG-ID
			MOVE WS-KEYX-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
			IF WS-FS-KEYD NOT = "00"
				DISPLAY "IDEACK0006E KEYXTRD OPEN ERR "
					WS-FS-KEYD
				MOVE "IDEACK0006E" TO XA-MSG-ID
				MOVE "KEYXTRD" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
		IF WS-FS-ASGN NOT = "00"
			DISPLAY "IDEACK0007E KEYASGN OPEN ERR "
				WS-FS-ASGN
			MOVE "IDEACK0007E" TO XA-MSG-ID
			MOVE "KEYASGN" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		IF WS-FS-OUTS NOT = "00"
			DISPLAY "IDEACK0015E KEYOUTS OPEN ERR "
				WS-FS-OUTS
			MOVE "IDEACK0015E" TO XA-MSG-ID
			MOVE "KEYOUTS" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
			END-IF
		END-IF.

	1700-BALANCE-ACK-IN.
		PERFORM 1750-TALLY-ONE-ACK
			UNTIL WS-ACK-AT-END = "Y".
		CLOSE ACK-IN-FILE.
		IF WS-ACK-TRL-FOUND NOT = "Y"
			OR WS-ACK-AFTER-TRL > 0
			DISPLAY "IDEACK0017E ACKIN TRAILER MISSING "
				"OR MISPLACED - FILE REJECTED"
			MOVE "IDEACK0017E" TO XA-MSG-ID
			MOVE "ACKIN" TO XA-OBJECT
			MOVE WS-ACK-DETAIL-COUNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		IF WS-ACK-TRL-COUNT NOT = WS-ACK-DETAIL-COUNT
			OR WS-ACK-TRL-HASH NOT = WS-ACK-HASH
			DISPLAY "IDEACK0018E ACKIN OUT OF BALANCE "
				"COUNT " WS-ACK-DETAIL-COUNT
				" TRAILER " WS-ACK-TRL-COUNT
			DISPLAY "IDEACK0018E ACKIN HASH "
				WS-ACK-HASH " TRAILER " WS-ACK-TRL-HASH
			MOVE "IDEACK0018E" TO XA-MSG-ID
			MOVE "ACKIN" TO XA-OBJECT
			MOVE WS-ACK-DETAIL-COUNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		DISPLAY "IDEACK0019I ACKIN BALANCED "
			WS-ACK-DETAIL-COUNT.
		MOVE "N" TO WS-ACK-AT-END.
		OPEN INPUT ACK-IN-FILE.
		IF WS-FS-ACK NOT = "00"
			DISPLAY "IDEACK0004E ACKIN OPEN ERR "
				WS-FS-ACK
			MOVE "IDEACK0004E" TO XA-MSG-ID
			MOVE "ACKIN" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.

	1750-TALLY-ONE-ACK.
		READ ACK-IN-FILE
			AT END MOVE "Y" TO WS-ACK-AT-END
		END-READ.
		IF WS-ACK-AT-END NOT = "Y"
			IF AT-REC-TYPE = "T"
				IF WS-ACK-TRL-FOUND = "Y"
					ADD 1 TO WS-ACK-AFTER-TRL
				END-IF
				MOVE "Y" TO WS-ACK-TRL-FOUND
				MOVE AT-RECORD-COUNT TO WS-ACK-TRL-COUNT
				MOVE AT-HASH-TOTAL TO WS-ACK-TRL-HASH
			ELSE
				IF WS-ACK-TRL-FOUND = "Y"
					ADD 1 TO WS-ACK-AFTER-TRL
				END-IF
				ADD 1 TO WS-ACK-DETAIL-COUNT
				ADD AK-PRIME-VALUE TO WS-ACK-HASH
			END-IF
		END-IF.

	2000-LOAD-ACKNOWLEDGEMENTS.
		READ ACK-IN-FILE
			AT END MOVE "Y" TO WS-ACK-AT-END
		END-READ.
		IF WS-ACK-AT-END NOT = "Y"
			AND AT-REC-TYPE NOT = "T"
			ADD 1 TO WS-ACK-COUNT
			PERFORM 2100-STORE-ASSIGNMENT
		END-IF.
				INVALID KEY
				DISPLAY "IDEACK0009E KEYASGN WRITE ERR "
					KA-PRIME-VALUE
				MOVE "IDEACK0009E" TO XA-MSG-ID
				MOVE KA-PRIME-VALUE TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
			END-REWRITE
		END-WRITE.
			AT END MOVE "Y" TO WS-KEYX-AT-END
		END-READ.
		IF WS-KEYX-AT-END NOT = "Y"
			AND EX-REC-TYPE = "P"
			MOVE EX-PRIME-VALUE TO WS-CHK-PRIME
			MOVE EX-ACTION-CODE TO WS-CHK-ACTION
			MOVE EX-EFF-DATE TO WS-CHK-EFF-DATE
			AT END MOVE "Y" TO WS-KEYD-AT-END
		END-READ.
		IF WS-KEYD-AT-END NOT = "Y"
			AND XD-REC-TYPE = "P"
			MOVE XD-PRIME-VALUE TO WS-CHK-PRIME
			MOVE XD-ACTION-CODE TO WS-CHK-ACTION
			MOVE XD-EFF-DATE TO WS-CHK-EFF-DATE
				INVALID KEY
				DISPLAY "IDEACK0016E KEYOUTS WRITE ERR "
					OU-PRIME-VALUE
				MOVE "IDEACK0016E" TO XA-MSG-ID
				MOVE OU-PRIME-VALUE TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
			END-WRITE
		END-IF.
		CLOSE KEY-ASSIGN-FILE.
		CLOSE OUTSTANDING-FILE.
		CLOSE AGE-REPORT-FILE.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEACK" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
