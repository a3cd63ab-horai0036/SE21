	*> 2210104071 Teruya Horai

	IDENTIFICATION DIVISION.
	PROGRAM-ID. IDEALC.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT ALLOC-CONTROL-FILE ASSIGN TO "ALCPARM"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-CTL.
		SELECT PRIME-MASTER ASSIGN TO "PRIMEMST"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PM-NUMBER
			FILE STATUS IS WS-FS-PMST.
		SELECT ALLOCATION-FILE ASSIGN TO "PRIMEALC"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS AL-PRIME-VALUE
			FILE STATUS IS WS-FS-ALC.
		SELECT ALLOC-REPORT-FILE ASSIGN TO "ALCRPT"
			ORGANIZATION LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD ALLOC-CONTROL-FILE.
	COPY ALCPARM.

	FD PRIME-MASTER.
	COPY PRIMEMST.

	FD ALLOCATION-FILE.
	COPY ALCREC.

	FD ALLOC-REPORT-FILE.
	01 ALLOC-REPORT-LINE PIC X(80).

	WORKING-STORAGE SECTION.
		01 WS-FS-CTL PIC X(2).
		01 WS-FS-PMST PIC X(2).
		01 WS-FS-ALC PIC X(2).
		01 WS-CTL-AT-END PIC X(1) VALUE "N".
		01 WS-MST-AT-END PIC X(1) VALUE "N".
		01 WS-ALC-AT-END PIC X(1) VALUE "N".
		01 WS-ALC-FOUND PIC X(1).
		01 WS-CARD-VALID PIC X(1).
		01 WS-RUN-DATE PIC 9(8).
		01 WS-LOW-BOUND PIC 9(7).
		01 WS-HIGH-BOUND PIC 9(7).
		01 WS-MAX-FIELD-VALUE PIC 9(7) VALUE 9999999.
		01 WS-OLD-STATUS PIC X(1).
		01 WS-ALLOC-COUNT PIC 9(9) VALUE 0.
		01 WS-CHANGE-COUNT PIC 9(9) VALUE 0.
		01 WS-SHORT-COUNT PIC 9(9) VALUE 0.
		01 WS-RESERVED-COUNT PIC 9(9) VALUE 0.
		01 WS-ISSUED-COUNT PIC 9(9) VALUE 0.
		01 WS-RELEASED-COUNT PIC 9(9) VALUE 0.
		01 WS-REVOKED-COUNT PIC 9(9) VALUE 0.
		01 WS-CARD-COUNT PIC 9(9) VALUE 0.
		01 WS-RPT-LINE.
			05 WS-RPT-TEXT PIC X(30).
			05 WS-RPT-COUNT PIC 9(9).
			05 FILLER PIC X(41) VALUE SPACES.
		01 WS-CARD-LINE.
			05 FILLER PIC X(9) VALUE "FUNCTION ".
			05 WS-CARD-FUNCTION PIC X(8).
			05 FILLER PIC X(7) VALUE " OWNER ".
			05 WS-CARD-OWNER PIC X(8).
			05 FILLER PIC X(7) VALUE " RANGE ".
			05 WS-CARD-LOW PIC 9(7).
			05 FILLER PIC X(1) VALUE "-".
			05 WS-CARD-HIGH PIC 9(7).
			05 FILLER PIC X(26) VALUE SPACES.
		01 WS-DTL-LINE.
			05 WS-DTL-FUNCTION PIC X(8).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DTL-PRIME PIC 9(7).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DTL-OWNER PIC X(8).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DTL-OLD-STATUS PIC X(1).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DTL-NEW-STATUS PIC X(1).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DTL-ALLOC-DATE PIC 9(8).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DTL-EXPIRY-DATE PIC 9(8).
			05 FILLER PIC X(27) VALUE SPACES.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		PERFORM 1000-OPEN-FILES.
		PERFORM 2000-PROCESS-CONTROL-DECK
			UNTIL WS-CTL-AT-END = "Y".
		PERFORM 8000-CLOSE-FILES.
		STOP RUN.

	1000-OPEN-FILES.
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
		OPEN INPUT ALLOC-CONTROL-FILE.
		IF WS-FS-CTL NOT = "00"
			DISPLAY "IDEALC0001E ALCPARM OPEN ERR"
			MOVE "IDEALC0001E" TO XA-MSG-ID
			MOVE "ALCPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		OPEN I-O ALLOCATION-FILE.
		IF WS-FS-ALC NOT = "00"
			OPEN OUTPUT ALLOCATION-FILE
			CLOSE ALLOCATION-FILE
			OPEN I-O ALLOCATION-FILE
		END-IF.
		IF WS-FS-ALC NOT = "00"
			DISPLAY "IDEALC0002E PRIMEALC OPEN ERR "
				WS-FS-ALC
			MOVE "IDEALC0002E" TO XA-MSG-ID
			MOVE "PRIMEALC" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		OPEN OUTPUT ALLOC-REPORT-FILE.

	2000-PROCESS-CONTROL-DECK.
		READ ALLOC-CONTROL-FILE
			AT END MOVE "Y" TO WS-CTL-AT-END
		END-READ.
		IF WS-CTL-AT-END NOT = "Y"
			ADD 1 TO WS-CARD-COUNT
			PERFORM 2050-VALIDATE-CARD
			IF WS-CARD-VALID = "Y"
				PERFORM 2100-DISPATCH-FUNCTION
			END-IF
		END-IF.

	2050-VALIDATE-CARD.
		MOVE "Y" TO WS-CARD-VALID.
		IF LQ-LOW-BOUND NOT NUMERIC
			OR LQ-HIGH-BOUND NOT NUMERIC
			MOVE "N" TO WS-CARD-VALID
		ELSE
			MOVE LQ-LOW-BOUND TO WS-LOW-BOUND
			MOVE LQ-HIGH-BOUND TO WS-HIGH-BOUND
			IF WS-HIGH-BOUND = 0
				MOVE WS-MAX-FIELD-VALUE TO WS-HIGH-BOUND
			END-IF
			IF WS-LOW-BOUND > WS-HIGH-BOUND
				MOVE "N" TO WS-CARD-VALID
			END-IF
		END-IF.
		IF LQ-FUNCTION = "ALLOCATE"
			IF LQ-QUANTITY NOT NUMERIC
				OR LQ-OWNER-ID = SPACES
				MOVE "N" TO WS-CARD-VALID
			ELSE
				IF LQ-QUANTITY = 0
					MOVE "N" TO WS-CARD-VALID
				END-IF
			END-IF
			IF LQ-EXPIRY-DATE NOT NUMERIC
				MOVE "N" TO WS-CARD-VALID
			END-IF
		END-IF.
		IF LQ-FUNCTION = "ISSUE   "
			OR LQ-FUNCTION = "RELEASE "
			IF LQ-OWNER-ID = SPACES
				MOVE "N" TO WS-CARD-VALID
			END-IF
		END-IF.
		IF WS-CARD-VALID = "N"
			DISPLAY "IDEALC0003E INVALID CARD "
				WS-CARD-COUNT
			MOVE "IDEALC0003E" TO XA-MSG-ID
			MOVE "ALCPARM" TO XA-OBJECT
			MOVE WS-CARD-COUNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
		END-IF.

	2100-DISPATCH-FUNCTION.
		MOVE LQ-FUNCTION TO WS-CARD-FUNCTION.
		MOVE LQ-OWNER-ID TO WS-CARD-OWNER.
		MOVE WS-LOW-BOUND TO WS-CARD-LOW.
		MOVE WS-HIGH-BOUND TO WS-CARD-HIGH.
		WRITE ALLOC-REPORT-LINE FROM WS-CARD-LINE.
		MOVE 0 TO WS-CHANGE-COUNT.
		EVALUATE LQ-FUNCTION
			WHEN "ALLOCATE"
				PERFORM 3000-ALLOCATE-PRIMES
			WHEN "ISSUE   "
				PERFORM 4000-ISSUE-RESERVED
			WHEN "RELEASE "
				PERFORM 5000-RELEASE-PRIMES
			WHEN "EXPIRE  "
				PERFORM 6000-EXPIRE-PRIMES
			WHEN "REPORT  "
				PERFORM 7000-REPORT-LEDGER
			WHEN OTHER
				DISPLAY "IDEALC0004E BAD FUNCTION "
					LQ-FUNCTION
				MOVE "IDEALC0004E" TO XA-MSG-ID
				MOVE "ALCPARM" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
		END-EVALUATE.

	2200-OPEN-MASTER-INPUT.
		OPEN INPUT PRIME-MASTER.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "IDEALC0005E PMST OPEN ERR " WS-FS-PMST
			MOVE "IDEALC0005E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.

	2300-START-MASTER-AT-LOW.
		MOVE "N" TO WS-MST-AT-END.
		MOVE WS-LOW-BOUND TO PM-NUMBER.
		START PRIME-MASTER KEY IS NOT LESS THAN PM-NUMBER
			INVALID KEY MOVE "Y" TO WS-MST-AT-END
		END-START.

	2400-READ-MASTER-NEXT.
		READ PRIME-MASTER NEXT RECORD
			AT END MOVE "Y" TO WS-MST-AT-END
		END-READ.
		IF WS-MST-AT-END NOT = "Y"
			IF PM-NUMBER > WS-HIGH-BOUND
				MOVE "Y" TO WS-MST-AT-END
			END-IF
		END-IF.

	2500-START-LEDGER-AT-LOW.
		MOVE "N" TO WS-ALC-AT-END.
		MOVE WS-LOW-BOUND TO AL-PRIME-VALUE.
		START ALLOCATION-FILE
			KEY IS NOT LESS THAN AL-PRIME-VALUE
			INVALID KEY MOVE "Y" TO WS-ALC-AT-END
		END-START.

	2600-READ-LEDGER-NEXT.
		READ ALLOCATION-FILE NEXT RECORD
			AT END MOVE "Y" TO WS-ALC-AT-END
		END-READ.
		IF WS-ALC-AT-END NOT = "Y"
			IF AL-PRIME-VALUE > WS-HIGH-BOUND
				MOVE "Y" TO WS-ALC-AT-END
			END-IF
		END-IF.

	2700-REWRITE-LEDGER.
		MOVE WS-RUN-DATE TO AL-STATUS-DATE.
		REWRITE ALLOCATION-RECORD
			INVALID KEY
			DISPLAY "IDEALC0006E PRIMEALC REWRITE ERR "
				AL-PRIME-VALUE
			MOVE "IDEALC0006E" TO XA-MSG-ID
			MOVE AL-PRIME-VALUE TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
		END-REWRITE.
		IF WS-FS-ALC = "00"
			ADD 1 TO WS-CHANGE-COUNT
			PERFORM 7500-WRITE-DETAIL-LINE
		END-IF.

	3000-ALLOCATE-PRIMES.
		PERFORM 2200-OPEN-MASTER-INPUT.
		MOVE 0 TO WS-ALLOC-COUNT.
		PERFORM 2300-START-MASTER-AT-LOW.
		PERFORM 3100-ALLOCATE-NEXT-PRIME
			UNTIL WS-MST-AT-END = "Y"
			OR WS-ALLOC-COUNT >= LQ-QUANTITY.
		CLOSE PRIME-MASTER.
		MOVE "PRIMES ALLOCATED" TO WS-RPT-TEXT.
		MOVE WS-ALLOC-COUNT TO WS-RPT-COUNT.
		WRITE ALLOC-REPORT-LINE FROM WS-RPT-LINE.
		IF WS-ALLOC-COUNT < LQ-QUANTITY
			COMPUTE WS-SHORT-COUNT =
				LQ-QUANTITY - WS-ALLOC-COUNT
			MOVE "PRIMES SHORT" TO WS-RPT-TEXT
			MOVE WS-SHORT-COUNT TO WS-RPT-COUNT
			WRITE ALLOC-REPORT-LINE FROM WS-RPT-LINE
			DISPLAY "IDEALC0007W ALLOCATION SHORT "
				LQ-OWNER-ID " " WS-SHORT-COUNT
			MOVE "IDEALC0007W" TO XA-MSG-ID
			MOVE LQ-OWNER-ID TO XA-OBJECT
			MOVE WS-SHORT-COUNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			PERFORM 9100-RAISE-WARNING
		END-IF.

	3100-ALLOCATE-NEXT-PRIME.
		PERFORM 2400-READ-MASTER-NEXT.
		IF WS-MST-AT-END NOT = "Y"
			AND PM-STATUS = "P"
			MOVE PM-NUMBER TO AL-PRIME-VALUE
			READ ALLOCATION-FILE
				INVALID KEY MOVE "N" TO WS-ALC-FOUND
				NOT INVALID KEY MOVE "Y" TO WS-ALC-FOUND
			END-READ
			IF WS-ALC-FOUND = "N"
				PERFORM 3200-WRITE-NEW-ALLOCATION
			ELSE
				IF AL-STATUS = "L"
					PERFORM 3300-REUSE-ALLOCATION
				END-IF
			END-IF
		END-IF.

	3200-WRITE-NEW-ALLOCATION.
		MOVE SPACES TO ALLOCATION-RECORD.
		MOVE PM-NUMBER TO AL-PRIME-VALUE.
		MOVE SPACE TO WS-OLD-STATUS.
		PERFORM 3400-FILL-RESERVATION.
		WRITE ALLOCATION-RECORD
			INVALID KEY
			DISPLAY "IDEALC0008E PRIMEALC WRITE ERR "
				AL-PRIME-VALUE
			MOVE "IDEALC0008E" TO XA-MSG-ID
			MOVE AL-PRIME-VALUE TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
		END-WRITE.
		IF WS-FS-ALC = "00"
			ADD 1 TO WS-ALLOC-COUNT
			PERFORM 7500-WRITE-DETAIL-LINE
		END-IF.

	3300-REUSE-ALLOCATION.
		MOVE AL-STATUS TO WS-OLD-STATUS.
		PERFORM 3400-FILL-RESERVATION.
		PERFORM 2700-REWRITE-LEDGER.
		IF WS-FS-ALC = "00"
			ADD 1 TO WS-ALLOC-COUNT
		END-IF.

	3400-FILL-RESERVATION.
		MOVE LQ-OWNER-ID TO AL-OWNER-ID.
		MOVE WS-RUN-DATE TO AL-ALLOC-DATE.
		MOVE LQ-EXPIRY-DATE TO AL-EXPIRY-DATE.
		MOVE "R" TO AL-STATUS.
		MOVE WS-RUN-DATE TO AL-STATUS-DATE.

	4000-ISSUE-RESERVED.
		PERFORM 2500-START-LEDGER-AT-LOW.
		PERFORM 4100-ISSUE-NEXT-ENTRY
			UNTIL WS-ALC-AT-END = "Y".
		MOVE "PRIMES ISSUED" TO WS-RPT-TEXT.
		MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT.
		WRITE ALLOC-REPORT-LINE FROM WS-RPT-LINE.

	4100-ISSUE-NEXT-ENTRY.
		PERFORM 2600-READ-LEDGER-NEXT.
		IF WS-ALC-AT-END NOT = "Y"
			AND AL-OWNER-ID = LQ-OWNER-ID
			AND AL-STATUS = "R"
			MOVE AL-STATUS TO WS-OLD-STATUS
			MOVE "I" TO AL-STATUS
			PERFORM 2700-REWRITE-LEDGER
		END-IF.

	5000-RELEASE-PRIMES.
		PERFORM 2500-START-LEDGER-AT-LOW.
		PERFORM 5100-RELEASE-NEXT-ENTRY
			UNTIL WS-ALC-AT-END = "Y".
		MOVE "PRIMES RELEASED" TO WS-RPT-TEXT.
		MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT.
		WRITE ALLOC-REPORT-LINE FROM WS-RPT-LINE.

	5100-RELEASE-NEXT-ENTRY.
		PERFORM 2600-READ-LEDGER-NEXT.
		IF WS-ALC-AT-END NOT = "Y"
			AND AL-OWNER-ID = LQ-OWNER-ID
			AND (AL-STATUS = "R" OR AL-STATUS = "I")
			MOVE AL-STATUS TO WS-OLD-STATUS
			MOVE "L" TO AL-STATUS
			PERFORM 2700-REWRITE-LEDGER
		END-IF.

	6000-EXPIRE-PRIMES.
		PERFORM 2500-START-LEDGER-AT-LOW.
		PERFORM 6100-EXPIRE-NEXT-ENTRY
			UNTIL WS-ALC-AT-END = "Y".
		MOVE "PRIMES EXPIRED" TO WS-RPT-TEXT.
		MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT.
		WRITE ALLOC-REPORT-LINE FROM WS-RPT-LINE.

	6100-EXPIRE-NEXT-ENTRY.
		PERFORM 2600-READ-LEDGER-NEXT.
		IF WS-ALC-AT-END NOT = "Y"
			AND (AL-STATUS = "R" OR AL-STATUS = "I")
			AND AL-EXPIRY-DATE > 0
			AND AL-EXPIRY-DATE < WS-RUN-DATE
			IF LQ-OWNER-ID = SPACES
				OR AL-OWNER-ID = LQ-OWNER-ID
				MOVE AL-STATUS TO WS-OLD-STATUS
				MOVE "L" TO AL-STATUS
				PERFORM 2700-REWRITE-LEDGER
			END-IF
		END-IF.

	7000-REPORT-LEDGER.
		MOVE 0 TO WS-RESERVED-COUNT.
		MOVE 0 TO WS-ISSUED-COUNT.
		MOVE 0 TO WS-RELEASED-COUNT.
		MOVE 0 TO WS-REVOKED-COUNT.
		PERFORM 2500-START-LEDGER-AT-LOW.
		PERFORM 7100-REPORT-NEXT-ENTRY
			UNTIL WS-ALC-AT-END = "Y".
		MOVE "STATUS R RESERVED" TO WS-RPT-TEXT.
		MOVE WS-RESERVED-COUNT TO WS-RPT-COUNT.
		WRITE ALLOC-REPORT-LINE FROM WS-RPT-LINE.
		MOVE "STATUS I ISSUED" TO WS-RPT-TEXT.
		MOVE WS-ISSUED-COUNT TO WS-RPT-COUNT.
		WRITE ALLOC-REPORT-LINE FROM WS-RPT-LINE.
		MOVE "STATUS L RELEASED" TO WS-RPT-TEXT.
		MOVE WS-RELEASED-COUNT TO WS-RPT-COUNT.
		WRITE ALLOC-REPORT-LINE FROM WS-RPT-LINE.
		MOVE "STATUS V REVOKED" TO WS-RPT-TEXT.
		MOVE WS-REVOKED-COUNT TO WS-RPT-COUNT.
		WRITE ALLOC-REPORT-LINE FROM WS-RPT-LINE.

	7100-REPORT-NEXT-ENTRY.
		PERFORM 2600-READ-LEDGER-NEXT.
		IF WS-ALC-AT-END NOT = "Y"
			IF LQ-OWNER-ID = SPACES
				OR AL-OWNER-ID = LQ-OWNER-ID
				PERFORM 7200-REPORT-ONE-ENTRY
			END-IF
		END-IF.

	7200-REPORT-ONE-ENTRY.
		MOVE AL-STATUS TO WS-OLD-STATUS.
		PERFORM 7500-WRITE-DETAIL-LINE.
		EVALUATE AL-STATUS
			WHEN "R" ADD 1 TO WS-RESERVED-COUNT
			WHEN "I" ADD 1 TO WS-ISSUED-COUNT
			WHEN "L" ADD 1 TO WS-RELEASED-COUNT
			WHEN "V" ADD 1 TO WS-REVOKED-COUNT
		END-EVALUATE.

	7500-WRITE-DETAIL-LINE.
		MOVE LQ-FUNCTION TO WS-DTL-FUNCTION.
		MOVE AL-PRIME-VALUE TO WS-DTL-PRIME.
		MOVE AL-OWNER-ID TO WS-DTL-OWNER.
		MOVE WS-OLD-STATUS TO WS-DTL-OLD-STATUS.
		MOVE AL-STATUS TO WS-DTL-NEW-STATUS.
		MOVE AL-ALLOC-DATE TO WS-DTL-ALLOC-DATE.
		MOVE AL-EXPIRY-DATE TO WS-DTL-EXPIRY-DATE.
		WRITE ALLOC-REPORT-LINE FROM WS-DTL-LINE.

	8000-CLOSE-FILES.
		CLOSE ALLOC-CONTROL-FILE.
		CLOSE ALLOCATION-FILE.
		CLOSE ALLOC-REPORT-FILE.

	9100-RAISE-WARNING.
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEALC" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
