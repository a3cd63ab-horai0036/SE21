
	FD KEY-EXTRACT-FILE.
	COPY EXTRACT.
	COPY EXTRHDR.
	COPY EXTRTRL.

	FD AUDIT-FILE.
	COPY AUDITREC.
		01 WS-TRL-PRIME-CNT PIC 9(9) VALUE 0.
		01 WS-TRL-COMP-CNT PIC 9(9) VALUE 0.
		01 WS-KEYX-CNT PIC 9(9) VALUE 0.
		01 WS-KEYX-HASH PIC 9(15) VALUE 0.
		01 WS-KEYX-TRL-CNT PIC 9(9) VALUE 0.
		01 WS-KEYX-TRL-HASH PIC 9(15) VALUE 0.
		01 WS-KEYX-TRL-FOUND PIC X(1) VALUE "N".
		01 WS-CFCT-CNT PIC 9(9) VALUE 0.
		01 WS-AUD-PRIME-CNT PIC 9(9) VALUE 0.
		01 WS-AUD-COMP-CNT PIC 9(9) VALUE 0.
			05 FILLER PIC X(1) VALUE SPACE.
			05 WS-RPT-VERDICT PIC X(8).
			05 FILLER PIC X(18) VALUE SPACES.
		01 WS-HASH-LINE.
			05 WS-HSH-TEXT PIC X(34).
			05 WS-HSH-VAL1 PIC 9(15).
			05 FILLER PIC X(1) VALUE SPACE.
			05 WS-HSH-VAL2 PIC 9(15).
			05 FILLER PIC X(1) VALUE SPACE.
			05 WS-HSH-VERDICT PIC X(8).
			05 FILLER PIC X(6) VALUE SPACES.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		IF WS-MISMATCH-CNT > 0
			DISPLAY "IDERCN0008E OUT OF BALANCE "
				WS-MISMATCH-CNT
			MOVE "IDERCN0008E" TO XA-MSG-ID
			MOVE "RECONRPT" TO XA-OBJECT
			MOVE WS-MISMATCH-CNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 8 TO RETURN-CODE
		END-IF.
		GOBACK.
		OPEN INPUT PRIME-OUT-FILE.
		IF WS-FS-POUT NOT = "00"
			DISPLAY "IDERCN0001E PRIMEOUT OPEN ERR"
			MOVE "IDERCN0001E" TO XA-MSG-ID
			MOVE WS-POUT-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
		OPEN INPUT PRIME-MASTER.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "IDERCN0002E PMST OPEN ERR"
			MOVE "IDERCN0002E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
		OPEN INPUT COMPOSITE-FACTORS-FILE.
		IF WS-FS-CFCT NOT = "00"
			DISPLAY "IDERCN0003E COMPFACT OPEN ERR"
			MOVE "IDERCN0003E" TO XA-MSG-ID
			MOVE WS-CFCT-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
		OPEN INPUT KEY-EXTRACT-FILE.
		IF WS-FS-KEYX NOT = "00"
			DISPLAY "IDERCN0004E KEYXTR OPEN ERR"
			MOVE "IDERCN0004E" TO XA-MSG-ID
			MOVE WS-KEYX-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
		OPEN INPUT AUDIT-FILE.
		IF WS-FS-AUD NOT = "00"
			DISPLAY "IDERCN0005E AUDITLOG OPEN ERR"
			MOVE "IDERCN0005E" TO XA-MSG-ID
			MOVE "AUDITLOG" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
			IF WS-GEN-FOUND = "N"
				DISPLAY "IDERCN0010E GENERATION "
					"NOT CATALOGED " WS-GEN-WANTED
				MOVE "IDERCN0010E" TO XA-MSG-ID
				MOVE WS-GEN-WANTED TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				GOBACK
			END-IF
				TO WS-RT-HIGH(WS-RANGE-CNT)
		ELSE
			DISPLAY "IDERCN0006W RANGE TABLE FULL"
			MOVE "IDERCN0006W" TO XA-MSG-ID
			MOVE "AUDITLOG" TO XA-OBJECT
			MOVE WS-RANGE-CNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		END-IF.

	3000-SCAN-PRIME-OUT.
			AT END MOVE "Y" TO WS-AT-END
		END-READ.
		IF WS-AT-END NOT = "Y"
			EVALUATE EX-REC-TYPE
				WHEN "P"
					ADD 1 TO WS-KEYX-CNT
					ADD EX-PRIME-VALUE
						TO WS-KEYX-HASH
				WHEN "T"
					MOVE ET-RECORD-COUNT
						TO WS-KEYX-TRL-CNT
					MOVE ET-HASH-TOTAL
						TO WS-KEYX-TRL-HASH
					MOVE "Y" TO WS-KEYX-TRL-FOUND
			END-EVALUATE
		END-IF.

	5000-SCAN-COMP-FACTORS.
	7000-CROSS-FOOT.
		IF WS-TRAILER-FOUND NOT = "Y"
			DISPLAY "IDERCN0007E NO GRAND TRAILER"
			MOVE "IDERCN0007E" TO XA-MSG-ID
			MOVE WS-POUT-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			ADD 1 TO WS-MISMATCH-CNT
		END-IF.
		MOVE "POUT DETAILS VS TRAILER PRIMES    "
		MOVE WS-KEYX-CNT TO WS-RPT-VAL1.
		MOVE WS-TRL-PRIME-CNT TO WS-RPT-VAL2.
		PERFORM 7100-JUDGE-AND-WRITE.
		PERFORM 7200-CHECK-EXTRACT-TRAILER.
		MOVE "COMPFACT VS TRAILER COMPOSITES    "
			TO WS-RPT-TEXT.
		MOVE WS-CFCT-CNT TO WS-RPT-VAL1.
		END-IF.
		WRITE RECON-REPORT-LINE FROM WS-RPT-LINE.

	7200-CHECK-EXTRACT-TRAILER.
		IF WS-KEYX-TRL-FOUND NOT = "Y"
			DISPLAY "IDERCN0012E NO KEYXTR TRAILER"
			MOVE "IDERCN0012E" TO XA-MSG-ID
			MOVE WS-KEYX-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			ADD 1 TO WS-MISMATCH-CNT
		END-IF.
		MOVE "KEYXTR DETAILS VS KEYXTR TRAILER  "
			TO WS-RPT-TEXT.
		MOVE WS-KEYX-CNT TO WS-RPT-VAL1.
		MOVE WS-KEYX-TRL-CNT TO WS-RPT-VAL2.
		PERFORM 7100-JUDGE-AND-WRITE.
		MOVE "KEYXTR HASH VS KEYXTR TRAILER     "
			TO WS-HSH-TEXT.
		MOVE WS-KEYX-HASH TO WS-HSH-VAL1.
		MOVE WS-KEYX-TRL-HASH TO WS-HSH-VAL2.
		IF WS-HSH-VAL1 = WS-HSH-VAL2
			MOVE "OK      " TO WS-HSH-VERDICT
		ELSE
			MOVE "MISMATCH" TO WS-HSH-VERDICT
			ADD 1 TO WS-MISMATCH-CNT
		END-IF.
		WRITE RECON-REPORT-LINE FROM WS-HASH-LINE.

	9000-CLOSE-FILES.
		CLOSE PRIME-OUT-FILE.
		CLOSE PRIME-MASTER.
		IF WS-GCAT-OPEN = "Y"
			CLOSE GEN-CATALOG-FILE
		END-IF.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDERCN" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
