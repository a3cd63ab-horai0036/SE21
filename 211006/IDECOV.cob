	*> 2210104071 Teruya Horai

	IDENTIFICATION DIVISION.
	PROGRAM-ID. IDECOV.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT COVERAGE-CONTROL-FILE ASSIGN TO "COVPARM"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-PARM.
		SELECT PRIME-MASTER ASSIGN TO "PRIMEMST"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PM-NUMBER
			FILE STATUS IS WS-FS-PMST.
		SELECT NEXT-CONTROL-FILE ASSIGN TO "CTLNEXT"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-NEXT.
		SELECT REPORT-FILE ASSIGN TO "COVRPT"
			ORGANIZATION LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD COVERAGE-CONTROL-FILE.
	COPY COVPARM.

	FD PRIME-MASTER.
	COPY PRIMEMST.

	FD NEXT-CONTROL-FILE.
	COPY CTLPARM.

	FD REPORT-FILE.
	01 REPORT-LINE PIC X(132).

	WORKING-STORAGE SECTION.
		01 WS-FS-PARM PIC X(2).
		01 WS-FS-PMST PIC X(2).
		01 WS-FS-NEXT PIC X(2).
		01 WS-MST-AT-END PIC X(1) VALUE "N".
		01 WS-RUN-DATE PIC 9(8).
		01 WS-PAGE-NO PIC 9(4) VALUE 0.
		01 WS-LINE-NO PIC 9(2) VALUE 99.
		01 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
		01 WS-MAX-FIELD-VALUE PIC 9(7) VALUE 9999999.
		01 WS-DEFAULT-RANGES PIC 9(3) VALUE 100.
		01 WS-CEILING PIC 9(7).
		01 WS-MAX-PER-NIGHT PIC 9(7).
		01 WS-MAX-RANGES PIC 9(3).
		01 WS-NEXT-EXPECTED PIC 9(8).
		01 WS-STRETCH-START PIC 9(8).
		01 WS-STRETCH-LOW PIC 9(8).
		01 WS-STRETCH-HIGH PIC 9(8).
		01 WS-STRETCH-SIZE PIC 9(8).
		01 WS-STRETCH-KIND PIC X(9).
		01 WS-TARGET-SIZE PIC 9(8).
		01 WS-COVERED-COUNT PIC 9(8) VALUE 0.
		01 WS-UNCOVERED-COUNT PIC 9(8) VALUE 0.
		01 WS-GAP-COUNT PIC 9(8) VALUE 0.
		01 WS-GAP-NUMBERS PIC 9(8) VALUE 0.
		01 WS-COVER-PCT PIC 9(3)V99.
		01 WS-REMAINING PIC 9(8).
		01 WS-DECK-RANGES PIC 9(3) VALUE 0.
		01 WS-DECK-NUMBERS PIC 9(8) VALUE 0.
		01 WS-DECK-LOW PIC 9(8).
		01 WS-DECK-HIGH PIC 9(8).
		01 WS-DECK-SIZE PIC 9(8).
		01 WS-LEFT-AFTER PIC 9(8).
		01 WS-HEAD1.
			05 FILLER PIC X(24)
				VALUE "IDECOV  PRIMEMST COVERAG".
			05 FILLER PIC X(16) VALUE "E MAP           ".
			05 FILLER PIC X(16) VALUE "TARGET CEILING  ".
			05 WS-H1-CEILING PIC ZZZZZZ9.
			05 FILLER PIC X(12) VALUE "   RUN DATE ".
			05 WS-H1-DATE PIC 9(8).
			05 FILLER PIC X(8) VALUE "   PAGE ".
			05 WS-H1-PAGE PIC ZZZ9.
			05 FILLER PIC X(37) VALUE SPACES.
		01 WS-HEAD2.
			05 FILLER PIC X(24)
				VALUE "STRETCH      LOW NUMBER ".
			05 FILLER PIC X(24)
				VALUE "HIGH NUMBER      NUMBERS".
			05 FILLER PIC X(24)
				VALUE "  NEXT NIGHT DECK       ".
			05 FILLER PIC X(60) VALUE SPACES.
		01 WS-DETAIL-LINE.
			05 WS-DL-KIND PIC X(9).
			05 FILLER PIC X(4) VALUE SPACES.
			05 WS-DL-LOW PIC ZZZZZZZ9.
			05 FILLER PIC X(4) VALUE SPACES.
			05 WS-DL-HIGH PIC ZZZZZZZ9.
			05 FILLER PIC X(4) VALUE SPACES.
			05 WS-DL-COUNT PIC ZZZZZZZ9.
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DL-DECK PIC X(24).
			05 FILLER PIC X(61) VALUE SPACES.
		01 WS-DECK-NOTE.
			05 FILLER PIC X(7) VALUE "PARTIAL".
			05 FILLER PIC X(1) VALUE SPACES.
			05 WS-DN-LOW PIC ZZZZZZ9.
			05 FILLER PIC X(1) VALUE "-".
			05 WS-DN-HIGH PIC ZZZZZZ9.
		01 WS-SUMMARY-LINE.
			05 WS-SL-TEXT PIC X(36).
			05 WS-SL-COUNT PIC ZZZZZZZ9.
			05 FILLER PIC X(88) VALUE SPACES.
		01 WS-PCT-LINE.
			05 FILLER PIC X(18) VALUE "PERCENT OF TARGET ".
			05 FILLER PIC X(18) VALUE "CEILING ON MASTER ".
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-PL-PCT PIC ZZ9.99.
			05 FILLER PIC X(88) VALUE SPACES.
		01 WS-PRINT-LINE PIC X(132).
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		PERFORM 1000-INITIALIZE.
		PERFORM 2000-WALK-MASTER
			UNTIL WS-MST-AT-END = "Y".
		PERFORM 3000-FINISH-WALK.
		PERFORM 4000-PRINT-SUMMARY.
		PERFORM 9000-CLOSE-FILES.
		IF WS-DECK-RANGES = 0
			DISPLAY "IDECOV0004W TARGET CEILING COVERED "
				WS-CEILING
			MOVE "IDECOV0004W" TO XA-MSG-ID
			MOVE "CTLNEXT" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 4 TO RETURN-CODE
		ELSE
			DISPLAY "IDECOV0005I CTLNEXT RANGES "
				WS-DECK-RANGES
				" NUMBERS " WS-DECK-NUMBERS
		END-IF.
		DISPLAY "IDECOV0006I COVERAGE PCT " WS-PL-PCT
			" GAPS " WS-GAP-COUNT.
		STOP RUN.

	1000-INITIALIZE.
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
		MOVE 0 TO RETURN-CODE.
		OPEN INPUT COVERAGE-CONTROL-FILE.
		IF WS-FS-PARM NOT = "00"
			DISPLAY "IDECOV0001E COVPARM OPEN ERR "
				WS-FS-PARM
			MOVE "IDECOV0001E" TO XA-MSG-ID
			MOVE "COVPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		READ COVERAGE-CONTROL-FILE
			AT END MOVE SPACES TO COVERAGE-CONTROL-RECORD
		END-READ.
		CLOSE COVERAGE-CONTROL-FILE.
		IF CV-TARGET-CEILING NOT NUMERIC
			OR CV-MAX-PER-NIGHT NOT NUMERIC
			OR CV-TARGET-CEILING < 2
			OR CV-MAX-PER-NIGHT = 0
			DISPLAY "IDECOV0002E INVALID COVPARM"
			MOVE "IDECOV0002E" TO XA-MSG-ID
			MOVE "COVPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		MOVE CV-TARGET-CEILING TO WS-CEILING.
		MOVE CV-MAX-PER-NIGHT TO WS-MAX-PER-NIGHT.
		IF CV-MAX-RANGES NUMERIC AND CV-MAX-RANGES > 0
			MOVE CV-MAX-RANGES TO WS-MAX-RANGES
		ELSE
			MOVE WS-DEFAULT-RANGES TO WS-MAX-RANGES
		END-IF.
		MOVE WS-MAX-PER-NIGHT TO WS-REMAINING.
		COMPUTE WS-TARGET-SIZE = WS-CEILING - 1.
		OPEN INPUT PRIME-MASTER.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "IDECOV0003E PMST OPEN ERR " WS-FS-PMST
			MOVE "IDECOV0003E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		OPEN OUTPUT NEXT-CONTROL-FILE.
		OPEN OUTPUT REPORT-FILE.
		MOVE 2 TO WS-NEXT-EXPECTED.
		MOVE 2 TO WS-STRETCH-START.
		MOVE 2 TO PM-NUMBER.
		START PRIME-MASTER KEY IS NOT LESS THAN PM-NUMBER
			INVALID KEY MOVE "Y" TO WS-MST-AT-END
		END-START.

	2000-WALK-MASTER.
		READ PRIME-MASTER NEXT RECORD
			AT END MOVE "Y" TO WS-MST-AT-END
		END-READ.
		IF WS-MST-AT-END NOT = "Y"
			IF PM-NUMBER > WS-CEILING
				MOVE "Y" TO WS-MST-AT-END
			ELSE
				PERFORM 2100-CHECK-CONTINUITY
			END-IF
		END-IF.

	2100-CHECK-CONTINUITY.
		IF PM-NUMBER > WS-NEXT-EXPECTED
			PERFORM 2200-CLOSE-COVERED-STRETCH
			MOVE WS-NEXT-EXPECTED TO WS-STRETCH-LOW
			COMPUTE WS-STRETCH-HIGH = PM-NUMBER - 1
			ADD 1 TO WS-GAP-COUNT
			COMPUTE WS-GAP-NUMBERS = WS-GAP-NUMBERS
				+ WS-STRETCH-HIGH - WS-STRETCH-LOW + 1
			MOVE "GAP" TO WS-STRETCH-KIND
			PERFORM 2500-REPORT-UNCOVERED
			MOVE PM-NUMBER TO WS-STRETCH-START
		END-IF.
		COMPUTE WS-NEXT-EXPECTED = PM-NUMBER + 1.

	2200-CLOSE-COVERED-STRETCH.
		IF WS-NEXT-EXPECTED > WS-STRETCH-START
			MOVE WS-STRETCH-START TO WS-STRETCH-LOW
			COMPUTE WS-STRETCH-HIGH = WS-NEXT-EXPECTED - 1
			COMPUTE WS-STRETCH-SIZE =
				WS-STRETCH-HIGH - WS-STRETCH-LOW + 1
			ADD WS-STRETCH-SIZE TO WS-COVERED-COUNT
			MOVE SPACES TO WS-DETAIL-LINE
			MOVE "COVERED" TO WS-DL-KIND
			MOVE WS-STRETCH-LOW TO WS-DL-LOW
			MOVE WS-STRETCH-HIGH TO WS-DL-HIGH
			MOVE WS-STRETCH-SIZE TO WS-DL-COUNT
			MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
			PERFORM 8000-PRINT-LINE
		END-IF.

	2500-REPORT-UNCOVERED.
		COMPUTE WS-STRETCH-SIZE =
			WS-STRETCH-HIGH - WS-STRETCH-LOW + 1.
		ADD WS-STRETCH-SIZE TO WS-UNCOVERED-COUNT.
		MOVE SPACES TO WS-DETAIL-LINE.
		MOVE WS-STRETCH-KIND TO WS-DL-KIND.
		MOVE WS-STRETCH-LOW TO WS-DL-LOW.
		MOVE WS-STRETCH-HIGH TO WS-DL-HIGH.
		MOVE WS-STRETCH-SIZE TO WS-DL-COUNT.
		IF WS-REMAINING > 0 AND WS-DECK-RANGES < WS-MAX-RANGES
			PERFORM 2600-WRITE-DECK-RANGE
			IF WS-DECK-HIGH = WS-STRETCH-HIGH
				MOVE "SCHEDULED" TO WS-DL-DECK
			ELSE
				MOVE WS-DECK-LOW TO WS-DN-LOW
				MOVE WS-DECK-HIGH TO WS-DN-HIGH
				MOVE WS-DECK-NOTE TO WS-DL-DECK
			END-IF
		ELSE
			MOVE "DEFERRED" TO WS-DL-DECK
		END-IF.
		MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.

	2600-WRITE-DECK-RANGE.
		MOVE WS-STRETCH-LOW TO WS-DECK-LOW.
		IF WS-STRETCH-SIZE > WS-REMAINING
			MOVE WS-REMAINING TO WS-DECK-SIZE
		ELSE
			MOVE WS-STRETCH-SIZE TO WS-DECK-SIZE
		END-IF.
		COMPUTE WS-DECK-HIGH = WS-DECK-LOW + WS-DECK-SIZE - 1.
		MOVE WS-DECK-LOW TO CTL-LOW-BOUND.
		MOVE WS-DECK-HIGH TO CTL-HIGH-BOUND.
		WRITE CONTROL-RECORD.
		IF WS-FS-NEXT NOT = "00"
			DISPLAY "IDECOV0007E CTLNEXT WRITE ERR "
				WS-FS-NEXT
			MOVE "IDECOV0007E" TO XA-MSG-ID
			MOVE "CTLNEXT" TO XA-OBJECT
			MOVE WS-DECK-RANGES TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			PERFORM 9000-CLOSE-FILES
			STOP RUN
		END-IF.
		ADD 1 TO WS-DECK-RANGES.
		ADD WS-DECK-SIZE TO WS-DECK-NUMBERS.
		SUBTRACT WS-DECK-SIZE FROM WS-REMAINING.

	3000-FINISH-WALK.
		PERFORM 2200-CLOSE-COVERED-STRETCH.
		IF WS-NEXT-EXPECTED <= WS-CEILING
			MOVE WS-NEXT-EXPECTED TO WS-STRETCH-LOW
			MOVE WS-CEILING TO WS-STRETCH-HIGH
			MOVE "ABOVE TOP" TO WS-STRETCH-KIND
			PERFORM 2500-REPORT-UNCOVERED
		END-IF.

	4000-PRINT-SUMMARY.
		COMPUTE WS-COVER-PCT ROUNDED =
			WS-COVERED-COUNT * 100 / WS-TARGET-SIZE.
		MOVE WS-COVER-PCT TO WS-PL-PCT.
		COMPUTE WS-LEFT-AFTER =
			WS-UNCOVERED-COUNT - WS-DECK-NUMBERS.
		MOVE SPACES TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.
		MOVE "TARGET NUMBERS (2 TO CEILING)" TO WS-SL-TEXT.
		MOVE WS-TARGET-SIZE TO WS-SL-COUNT.
		PERFORM 4100-PRINT-SUMMARY-LINE.
		MOVE "NUMBERS ON MASTER" TO WS-SL-TEXT.
		MOVE WS-COVERED-COUNT TO WS-SL-COUNT.
		PERFORM 4100-PRINT-SUMMARY-LINE.
		MOVE "NUMBERS NOT ON MASTER" TO WS-SL-TEXT.
		MOVE WS-UNCOVERED-COUNT TO WS-SL-COUNT.
		PERFORM 4100-PRINT-SUMMARY-LINE.
		MOVE "GAPS BELOW TOP OF MASTER" TO WS-SL-TEXT.
		MOVE WS-GAP-COUNT TO WS-SL-COUNT.
		PERFORM 4100-PRINT-SUMMARY-LINE.
		MOVE "NUMBERS IN GAPS" TO WS-SL-TEXT.
		MOVE WS-GAP-NUMBERS TO WS-SL-COUNT.
		PERFORM 4100-PRINT-SUMMARY-LINE.
		MOVE WS-PCT-LINE TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.
		MOVE "CTLNEXT RANGES WRITTEN" TO WS-SL-TEXT.
		MOVE WS-DECK-RANGES TO WS-SL-COUNT.
		PERFORM 4100-PRINT-SUMMARY-LINE.
		MOVE "CTLNEXT NUMBERS SCHEDULED" TO WS-SL-TEXT.
		MOVE WS-DECK-NUMBERS TO WS-SL-COUNT.
		PERFORM 4100-PRINT-SUMMARY-LINE.
		MOVE "NUMBERS LEFT AFTER NEXT NIGHT" TO WS-SL-TEXT.
		MOVE WS-LEFT-AFTER TO WS-SL-COUNT.
		PERFORM 4100-PRINT-SUMMARY-LINE.

	4100-PRINT-SUMMARY-LINE.
		MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.

	8000-PRINT-LINE.
		IF WS-LINE-NO >= WS-LINES-PER-PAGE
			PERFORM 8100-PRINT-HEADINGS
		END-IF.
		WRITE REPORT-LINE FROM WS-PRINT-LINE.
		ADD 1 TO WS-LINE-NO.

	8100-PRINT-HEADINGS.
		ADD 1 TO WS-PAGE-NO.
		MOVE WS-CEILING TO WS-H1-CEILING.
		MOVE WS-RUN-DATE TO WS-H1-DATE.
		MOVE WS-PAGE-NO TO WS-H1-PAGE.
		WRITE REPORT-LINE FROM WS-HEAD1.
		WRITE REPORT-LINE FROM WS-HEAD2.
		MOVE SPACES TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE 3 TO WS-LINE-NO.

	9000-CLOSE-FILES.
		CLOSE PRIME-MASTER.
		CLOSE NEXT-CONTROL-FILE.
		CLOSE REPORT-FILE.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDECOV" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
