	*> 2210104071 Teruya Horai

	IDENTIFICATION DIVISION.
	PROGRAM-ID. IDECMP.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT COMPARE-CONTROL-FILE ASSIGN TO "CMPPARM"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-PARM.
		SELECT GEN-CATALOG-FILE ASSIGN TO "GENCAT"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS GC-GEN-NO
			FILE STATUS IS WS-FS-GCAT.
		SELECT PRIME-OUT-FILE ASSIGN TO WS-POUT-NAME
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-POUT.
		SELECT COMPOSITE-FACTORS-FILE
			ASSIGN TO WS-CFCT-NAME
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-CFCT.
		SELECT TWIN-PRIME-FILE ASSIGN TO WS-TWIN-NAME
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-TWIN.
		SELECT KEY-EXTRACT-FILE ASSIGN TO WS-KEYX-NAME
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-KEYX.
		SELECT COMPARE-WORK-FILE ASSIGN TO "CMPWORK"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CW-NUMBER
			FILE STATUS IS WS-FS-WORK.
		SELECT REPORT-FILE ASSIGN TO "CMPRPT"
			ORGANIZATION LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD COMPARE-CONTROL-FILE.
	COPY CMPPARM.

	FD GEN-CATALOG-FILE.
	COPY GENCAT.

	FD PRIME-OUT-FILE.
	COPY PRIMEOUT.
	COPY PRIMETRL.

	FD COMPOSITE-FACTORS-FILE.
	COPY COMPFACT.

	FD TWIN-PRIME-FILE.
	COPY TWINPRM.

	FD KEY-EXTRACT-FILE.
	COPY EXTRACT.

	FD COMPARE-WORK-FILE.
	COPY CMPWORK.

	FD REPORT-FILE.
	01 REPORT-LINE PIC X(132).

	WORKING-STORAGE SECTION.
		01 WS-FS-PARM PIC X(2).
		01 WS-FS-GCAT PIC X(2).
		01 WS-FS-POUT PIC X(2).
		01 WS-FS-CFCT PIC X(2).
		01 WS-FS-TWIN PIC X(2).
		01 WS-FS-KEYX PIC X(2).
		01 WS-FS-WORK PIC X(2).
		01 WS-AT-END PIC X(1).
		01 WS-GCAT-AT-END PIC X(1).
		01 WS-RUN-DATE PIC 9(8).
		01 WS-PAGE-NO PIC 9(4) VALUE 0.
		01 WS-LINE-NO PIC 9(2) VALUE 99.
		01 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
		01 WS-SIDE PIC X(1).
		01 WS-OLD-GEN PIC 9(4) VALUE 0.
		01 WS-NEW-GEN PIC 9(4) VALUE 0.
		01 WS-GEN-FOUND PIC X(1).
		01 WS-WORK-FOUND PIC X(1).
		01 WS-POUT-NAME.
			05 FILLER PIC X(10) VALUE "PRIMEOUT.G".
			05 WS-POUT-GEN PIC 9(4).
		01 WS-CFCT-NAME.
			05 FILLER PIC X(10) VALUE "COMPFACT.G".
			05 WS-CFCT-GEN PIC 9(4).
		01 WS-TWIN-NAME.
			05 FILLER PIC X(9) VALUE "TWINPRM.G".
			05 WS-TWIN-GEN PIC 9(4).
		01 WS-KEYX-NAME.
			05 FILLER PIC X(8) VALUE "KEYXTR.G".
			05 WS-KEYX-GEN PIC 9(4).
		01 WS-OLD-CATALOG.
			05 WS-OC-RUN-DATE PIC 9(8).
			05 WS-OC-PRIME-COUNT PIC 9(9).
			05 WS-OC-COMPOSITE-COUNT PIC 9(9).
			05 WS-OC-TWIN-COUNT PIC 9(9).
			05 WS-OC-EXTRACT-COUNT PIC 9(9).
		01 WS-NEW-CATALOG.
			05 WS-NC-RUN-DATE PIC 9(8).
			05 WS-NC-PRIME-COUNT PIC 9(9).
			05 WS-NC-COMPOSITE-COUNT PIC 9(9).
			05 WS-NC-TWIN-COUNT PIC 9(9).
			05 WS-NC-EXTRACT-COUNT PIC 9(9).
		01 WS-RANGE-MAX PIC 9(3) VALUE 100.
		01 WS-OR-IX PIC 9(3).
		01 WS-NR-IX PIC 9(3).
		01 WS-OR-COUNT PIC 9(3) VALUE 0.
		01 WS-NR-COUNT PIC 9(3) VALUE 0.
		01 WS-OLD-RANGE-TABLE.
			05 WS-OR-ENTRY OCCURS 100 TIMES.
				10 WS-OR-LOW PIC 9(7).
				10 WS-OR-HIGH PIC 9(7).
				10 WS-OR-PRIMES PIC 9(9).
				10 WS-OR-COMPOSITES PIC 9(9).
				10 WS-OR-MAX-PRIME PIC 9(7).
				10 WS-OR-MATCHED PIC X(1).
		01 WS-NEW-RANGE-TABLE.
			05 WS-NR-ENTRY OCCURS 100 TIMES.
				10 WS-NR-LOW PIC 9(7).
				10 WS-NR-HIGH PIC 9(7).
				10 WS-NR-PRIMES PIC 9(9).
				10 WS-NR-COMPOSITES PIC 9(9).
				10 WS-NR-MAX-PRIME PIC 9(7).
				10 WS-NR-MATCHED PIC X(1).
		01 WS-OLD-TRAILER.
			05 WS-OT-FOUND PIC X(1) VALUE "N".
			05 WS-OT-PRIMES PIC 9(9).
			05 WS-OT-COMPOSITES PIC 9(9).
			05 WS-OT-MAX-PRIME PIC 9(7).
			05 WS-OT-LOW PIC 9(7).
			05 WS-OT-HIGH PIC 9(7).
		01 WS-NEW-TRAILER.
			05 WS-NT-FOUND PIC X(1) VALUE "N".
			05 WS-NT-PRIMES PIC 9(9).
			05 WS-NT-COMPOSITES PIC 9(9).
			05 WS-NT-MAX-PRIME PIC 9(7).
			05 WS-NT-LOW PIC 9(7).
			05 WS-NT-HIGH PIC 9(7).
		01 WS-RANGES-DROPPED PIC 9(9) VALUE 0.
		01 WS-IN-OLD-RANGE PIC X(1).
		01 WS-IN-NEW-RANGE PIC X(1).
		01 WS-CHECK-NUMBER PIC 9(7).
		01 WS-DIFF-COUNT PIC 9(9) VALUE 0.
		01 WS-UNEXPECTED-COUNT PIC 9(9) VALUE 0.
		01 WS-TRAILER-DIFF-COUNT PIC 9(9) VALUE 0.
		01 WS-NUMBERS-COMPARED PIC 9(9) VALUE 0.
		01 WS-VARIANCE PIC S9(10).
		01 WS-HEAD1.
			05 FILLER PIC X(24)
				VALUE "IDECMP  GENERATION COMPA".
			05 FILLER PIC X(16) VALUE "RISON REPORT    ".
			05 FILLER PIC X(8) VALUE "OLD GEN ".
			05 WS-H1-OLD-GEN PIC 9(4).
			05 FILLER PIC X(10) VALUE "  NEW GEN ".
			05 WS-H1-NEW-GEN PIC 9(4).
			05 FILLER PIC X(12) VALUE "   RUN DATE ".
			05 WS-H1-DATE PIC 9(8).
			05 FILLER PIC X(8) VALUE "   PAGE ".
			05 WS-H1-PAGE PIC ZZZ9.
			05 FILLER PIC X(34) VALUE SPACES.
		01 WS-SECTION-LINE.
			05 WS-SC-TEXT PIC X(48).
			05 FILLER PIC X(84) VALUE SPACES.
		01 WS-VAR-HEAD.
			05 FILLER PIC X(24)
				VALUE "GENCAT COUNT            ".
			05 FILLER PIC X(24)
				VALUE "     OLD GEN      NEW GE".
			05 FILLER PIC X(24)
				VALUE "N     VARIANCE          ".
			05 FILLER PIC X(60) VALUE SPACES.
		01 WS-VAR-LINE.
			05 WS-VL-TEXT PIC X(20).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-VL-OLD PIC ZZZZZZZZZZ9.
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-VL-NEW PIC ZZZZZZZZZZ9.
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-VL-VARIANCE PIC -ZZZZZZZZZ9.
			05 FILLER PIC X(73) VALUE SPACES.
		01 WS-TRL-HEAD.
			05 FILLER PIC X(24)
				VALUE "T LOW     HIGH     FIELD".
			05 FILLER PIC X(24)
				VALUE "               OLD VALUE".
			05 FILLER PIC X(24)
				VALUE "   NEW VALUE NOTE       ".
			05 FILLER PIC X(60) VALUE SPACES.
		01 WS-TRL-LINE.
			05 WS-TL-TYPE PIC X(1).
			05 FILLER PIC X(1) VALUE SPACES.
			05 WS-TL-LOW PIC 9(7).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-TL-HIGH PIC 9(7).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-TL-FIELD PIC X(16).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-TL-OLD PIC X(11).
			05 FILLER PIC X(1) VALUE SPACES.
			05 WS-TL-NEW PIC X(11).
			05 FILLER PIC X(1) VALUE SPACES.
			05 WS-TL-NOTE PIC X(30).
			05 FILLER PIC X(40) VALUE SPACES.
		01 WS-TL-VALUE PIC ZZZZZZZZZZ9.
		01 WS-NUM-HEAD.
			05 FILLER PIC X(24)
				VALUE "NUMBER   FILE     DIFFER".
			05 FILLER PIC X(24)
				VALUE "ENCE                OLD ".
			05 FILLER PIC X(24)
				VALUE "        NEW      NOTE   ".
			05 FILLER PIC X(60) VALUE SPACES.
		01 WS-NUM-LINE.
			05 WS-NL-NUMBER PIC 9(7).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-NL-FILE PIC X(8).
			05 FILLER PIC X(1) VALUE SPACES.
			05 WS-NL-TEXT PIC X(24).
			05 FILLER PIC X(1) VALUE SPACES.
			05 WS-NL-OLD PIC X(7).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-NL-NEW PIC X(7).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-NL-NOTE PIC X(30).
			05 FILLER PIC X(41) VALUE SPACES.
		01 WS-TOTAL-LINE.
			05 FILLER PIC X(19) VALUE "NUMBERS COMPARED = ".
			05 WS-TT-COMPARED PIC ZZZZZZZZ9.
			05 FILLER PIC X(16) VALUE "  DIFFERENCES = ".
			05 WS-TT-DIFFS PIC ZZZZZZZZ9.
			05 FILLER PIC X(15) VALUE "  UNEXPECTED = ".
			05 WS-TT-UNEXPECTED PIC ZZZZZZZZ9.
			05 FILLER PIC X(21)
				VALUE "  TRAILER CHANGES =  ".
			05 WS-TT-TRAILERS PIC ZZZZZZZZ9.
			05 FILLER PIC X(25) VALUE SPACES.
		01 WS-PRINT-LINE PIC X(132).
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		PERFORM 1000-INITIALIZE.
		MOVE "O" TO WS-SIDE.
		MOVE WS-OLD-GEN TO WS-POUT-GEN.
		PERFORM 2000-LOAD-GENERATION.
		MOVE "N" TO WS-SIDE.
		MOVE WS-NEW-GEN TO WS-POUT-GEN.
		PERFORM 2000-LOAD-GENERATION.
		PERFORM 3000-PRINT-GENCAT-VARIANCE.
		PERFORM 3500-COMPARE-TRAILERS.
		PERFORM 4000-COMPARE-NUMBERS.
		PERFORM 5000-PRINT-TOTALS.
		PERFORM 9000-CLOSE-FILES.
		DISPLAY "IDECMP0010I GENERATIONS " WS-OLD-GEN
			" AND " WS-NEW-GEN " DIFFERENCES "
			WS-DIFF-COUNT.
		IF WS-UNEXPECTED-COUNT > 0
			DISPLAY "IDECMP0008W UNEXPECTED DIFFERENCES "
				WS-UNEXPECTED-COUNT
			MOVE "IDECMP0008W" TO XA-MSG-ID
			MOVE WS-NEW-GEN TO XA-OBJECT
			MOVE WS-UNEXPECTED-COUNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			PERFORM 9100-RAISE-WARNING
		END-IF.
		STOP RUN.

	1000-INITIALIZE.
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
		MOVE 0 TO RETURN-CODE.
		OPEN INPUT COMPARE-CONTROL-FILE.
		IF WS-FS-PARM = "00"
			READ COMPARE-CONTROL-FILE
				AT END CONTINUE
			END-READ
			IF WS-FS-PARM = "00"
				AND CQ-OLD-GEN NUMERIC
				AND CQ-NEW-GEN NUMERIC
				MOVE CQ-OLD-GEN TO WS-OLD-GEN
				MOVE CQ-NEW-GEN TO WS-NEW-GEN
			END-IF
			CLOSE COMPARE-CONTROL-FILE
		END-IF.
		OPEN INPUT GEN-CATALOG-FILE.
		IF WS-FS-GCAT NOT = "00"
			DISPLAY "IDECMP0001E GENCAT OPEN ERR "
				WS-FS-GCAT
			MOVE "IDECMP0001E" TO XA-MSG-ID
			MOVE "GENCAT" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		IF WS-OLD-GEN = 0 OR WS-NEW-GEN = 0
			MOVE 0 TO WS-OLD-GEN
			MOVE 0 TO WS-NEW-GEN
			PERFORM 1100-FIND-LATEST-TWO
		END-IF.
		IF WS-OLD-GEN = 0 OR WS-NEW-GEN = 0
			DISPLAY "IDECMP0002W FEWER THAN TWO GENERATIONS"
			MOVE "IDECMP0002W" TO XA-MSG-ID
			MOVE "GENCAT" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			CLOSE GEN-CATALOG-FILE
			MOVE 4 TO RETURN-CODE
			STOP RUN
		END-IF.
		MOVE WS-OLD-GEN TO GC-GEN-NO.
		PERFORM 1200-READ-CATALOG.
		MOVE GC-RUN-DATE TO WS-OC-RUN-DATE.
		MOVE GC-PRIME-COUNT TO WS-OC-PRIME-COUNT.
		MOVE GC-COMPOSITE-COUNT TO WS-OC-COMPOSITE-COUNT.
		MOVE GC-TWIN-COUNT TO WS-OC-TWIN-COUNT.
		MOVE GC-EXTRACT-COUNT TO WS-OC-EXTRACT-COUNT.
		MOVE WS-NEW-GEN TO GC-GEN-NO.
		PERFORM 1200-READ-CATALOG.
		MOVE GC-RUN-DATE TO WS-NC-RUN-DATE.
		MOVE GC-PRIME-COUNT TO WS-NC-PRIME-COUNT.
		MOVE GC-COMPOSITE-COUNT TO WS-NC-COMPOSITE-COUNT.
		MOVE GC-TWIN-COUNT TO WS-NC-TWIN-COUNT.
		MOVE GC-EXTRACT-COUNT TO WS-NC-EXTRACT-COUNT.
		CLOSE GEN-CATALOG-FILE.
		OPEN OUTPUT COMPARE-WORK-FILE.
		CLOSE COMPARE-WORK-FILE.
		OPEN I-O COMPARE-WORK-FILE.
		IF WS-FS-WORK NOT = "00"
			DISPLAY "IDECMP0004E CMPWORK OPEN ERR "
				WS-FS-WORK
			MOVE "IDECMP0004E" TO XA-MSG-ID
			MOVE "CMPWORK" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		OPEN OUTPUT REPORT-FILE.
		DISPLAY "IDECMP0009I COMPARING GENERATION " WS-OLD-GEN
			" WITH " WS-NEW-GEN.

	1100-FIND-LATEST-TWO.
		MOVE "N" TO WS-GCAT-AT-END.
		MOVE 0 TO GC-GEN-NO.
		START GEN-CATALOG-FILE
			KEY IS NOT LESS THAN GC-GEN-NO
			INVALID KEY MOVE "Y" TO WS-GCAT-AT-END
		END-START.
		PERFORM 1150-CHECK-ONE-GENERATION
			UNTIL WS-GCAT-AT-END = "Y".

	1150-CHECK-ONE-GENERATION.
		READ GEN-CATALOG-FILE NEXT RECORD
			AT END MOVE "Y" TO WS-GCAT-AT-END
		END-READ.
		IF WS-GCAT-AT-END NOT = "Y"
			IF GC-GEN-NO > WS-NEW-GEN
				MOVE WS-NEW-GEN TO WS-OLD-GEN
				MOVE GC-GEN-NO TO WS-NEW-GEN
			ELSE
				IF GC-GEN-NO > WS-OLD-GEN
					MOVE GC-GEN-NO TO WS-OLD-GEN
				END-IF
			END-IF
		END-IF.

	1200-READ-CATALOG.
		READ GEN-CATALOG-FILE
			INVALID KEY MOVE "N" TO WS-GEN-FOUND
			NOT INVALID KEY MOVE "Y" TO WS-GEN-FOUND
		END-READ.
		IF WS-GEN-FOUND = "N"
			DISPLAY "IDECMP0003E GENERATION NOT CATALOGED "
				GC-GEN-NO
			MOVE "IDECMP0003E" TO XA-MSG-ID
			MOVE GC-GEN-NO TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			CLOSE GEN-CATALOG-FILE
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.

	2000-LOAD-GENERATION.
		MOVE WS-POUT-GEN TO WS-CFCT-GEN.
		MOVE WS-POUT-GEN TO WS-TWIN-GEN.
		MOVE WS-POUT-GEN TO WS-KEYX-GEN.
		PERFORM 2100-LOAD-PRIME-OUT.
		PERFORM 2200-LOAD-COMP-FACTORS.
		PERFORM 2300-LOAD-TWIN-PRIMES.
		PERFORM 2400-LOAD-KEY-EXTRACT.

	2100-LOAD-PRIME-OUT.
		OPEN INPUT PRIME-OUT-FILE.
		IF WS-FS-POUT NOT = "00"
			DISPLAY "IDECMP0005E GENERATION FILE MISSING "
				WS-POUT-NAME
			MOVE "IDECMP0005E" TO XA-MSG-ID
			MOVE WS-POUT-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			PERFORM 9000-CLOSE-FILES
			STOP RUN
		END-IF.
		MOVE "N" TO WS-AT-END.
		PERFORM 2150-LOAD-PRIME-RECORD
			UNTIL WS-AT-END = "Y".
		CLOSE PRIME-OUT-FILE.

	2150-LOAD-PRIME-RECORD.
		READ PRIME-OUT-FILE
			AT END MOVE "Y" TO WS-AT-END
		END-READ.
		IF WS-AT-END NOT = "Y"
			EVALUATE PR-REC-TYPE
				WHEN "D"
					MOVE PR-VALUE TO CW-NUMBER
					PERFORM 2500-READ-WORK-RECORD
					PERFORM 2170-SET-PRIME-STATUS
					PERFORM 2600-WRITE-WORK-RECORD
				WHEN "S"
					PERFORM 2180-STORE-RANGE-TRAILER
				WHEN "T"
					PERFORM 2190-STORE-GRAND-TRAILER
			END-EVALUATE
		END-IF.

	2170-SET-PRIME-STATUS.
		IF WS-SIDE = "O"
			MOVE "P" TO CW-OLD-STATUS
			MOVE 0 TO CW-OLD-FACTOR
		ELSE
			MOVE "P" TO CW-NEW-STATUS
			MOVE 0 TO CW-NEW-FACTOR
		END-IF.

	2180-STORE-RANGE-TRAILER.
		IF WS-SIDE = "O"
			IF WS-OR-COUNT < WS-RANGE-MAX
				ADD 1 TO WS-OR-COUNT
				MOVE PT-LOW-BOUND
					TO WS-OR-LOW(WS-OR-COUNT)
				MOVE PT-HIGH-BOUND
					TO WS-OR-HIGH(WS-OR-COUNT)
				MOVE PT-PRIME-COUNT
					TO WS-OR-PRIMES(WS-OR-COUNT)
				MOVE PT-COMPOSITE-COUNT
					TO WS-OR-COMPOSITES(WS-OR-COUNT)
				MOVE PT-MAX-PRIME
					TO WS-OR-MAX-PRIME(WS-OR-COUNT)
				MOVE "N" TO WS-OR-MATCHED(WS-OR-COUNT)
			ELSE
				ADD 1 TO WS-RANGES-DROPPED
			END-IF
		ELSE
			IF WS-NR-COUNT < WS-RANGE-MAX
				ADD 1 TO WS-NR-COUNT
				MOVE PT-LOW-BOUND
					TO WS-NR-LOW(WS-NR-COUNT)
				MOVE PT-HIGH-BOUND
					TO WS-NR-HIGH(WS-NR-COUNT)
				MOVE PT-PRIME-COUNT
					TO WS-NR-PRIMES(WS-NR-COUNT)
				MOVE PT-COMPOSITE-COUNT
					TO WS-NR-COMPOSITES(WS-NR-COUNT)
				MOVE PT-MAX-PRIME
					TO WS-NR-MAX-PRIME(WS-NR-COUNT)
				MOVE "N" TO WS-NR-MATCHED(WS-NR-COUNT)
			ELSE
				ADD 1 TO WS-RANGES-DROPPED
			END-IF
		END-IF.

	2190-STORE-GRAND-TRAILER.
		IF WS-SIDE = "O"
			MOVE "Y" TO WS-OT-FOUND
			MOVE PT-PRIME-COUNT TO WS-OT-PRIMES
			MOVE PT-COMPOSITE-COUNT TO WS-OT-COMPOSITES
			MOVE PT-MAX-PRIME TO WS-OT-MAX-PRIME
			MOVE PT-LOW-BOUND TO WS-OT-LOW
			MOVE PT-HIGH-BOUND TO WS-OT-HIGH
		ELSE
			MOVE "Y" TO WS-NT-FOUND
			MOVE PT-PRIME-COUNT TO WS-NT-PRIMES
			MOVE PT-COMPOSITE-COUNT TO WS-NT-COMPOSITES
			MOVE PT-MAX-PRIME TO WS-NT-MAX-PRIME
			MOVE PT-LOW-BOUND TO WS-NT-LOW
			MOVE PT-HIGH-BOUND TO WS-NT-HIGH
		END-IF.

	2200-LOAD-COMP-FACTORS.
		OPEN INPUT COMPOSITE-FACTORS-FILE.
		IF WS-FS-CFCT NOT = "00"
			DISPLAY "IDECMP0005E GENERATION FILE MISSING "
				WS-CFCT-NAME
			MOVE "IDECMP0005E" TO XA-MSG-ID
			MOVE WS-CFCT-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			PERFORM 9000-CLOSE-FILES
			STOP RUN
		END-IF.
		MOVE "N" TO WS-AT-END.
		PERFORM 2250-LOAD-FACTOR-RECORD
			UNTIL WS-AT-END = "Y".
		CLOSE COMPOSITE-FACTORS-FILE.

	2250-LOAD-FACTOR-RECORD.
		READ COMPOSITE-FACTORS-FILE
			AT END MOVE "Y" TO WS-AT-END
		END-READ.
		IF WS-AT-END NOT = "Y"
			MOVE CF-NUMBER TO CW-NUMBER
			PERFORM 2500-READ-WORK-RECORD
			IF WS-SIDE = "O"
				MOVE "C" TO CW-OLD-STATUS
				MOVE CF-FACTOR TO CW-OLD-FACTOR
			ELSE
				MOVE "C" TO CW-NEW-STATUS
				MOVE CF-FACTOR TO CW-NEW-FACTOR
			END-IF
			PERFORM 2600-WRITE-WORK-RECORD
		END-IF.

	2300-LOAD-TWIN-PRIMES.
		OPEN INPUT TWIN-PRIME-FILE.
		IF WS-FS-TWIN NOT = "00"
			DISPLAY "IDECMP0005E GENERATION FILE MISSING "
				WS-TWIN-NAME
			MOVE "IDECMP0005E" TO XA-MSG-ID
			MOVE WS-TWIN-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			PERFORM 9000-CLOSE-FILES
			STOP RUN
		END-IF.
		MOVE "N" TO WS-AT-END.
		PERFORM 2350-LOAD-TWIN-RECORD
			UNTIL WS-AT-END = "Y".
		CLOSE TWIN-PRIME-FILE.

	2350-LOAD-TWIN-RECORD.
		READ TWIN-PRIME-FILE
			AT END MOVE "Y" TO WS-AT-END
		END-READ.
		IF WS-AT-END NOT = "Y"
			MOVE TP-PRIME1 TO CW-NUMBER
			PERFORM 2500-READ-WORK-RECORD
			IF WS-SIDE = "O"
				MOVE "Y" TO CW-OLD-TWIN
				MOVE TP-GAP TO CW-OLD-GAP
			ELSE
				MOVE "Y" TO CW-NEW-TWIN
				MOVE TP-GAP TO CW-NEW-GAP
			END-IF
			PERFORM 2600-WRITE-WORK-RECORD
		END-IF.

	2400-LOAD-KEY-EXTRACT.
		OPEN INPUT KEY-EXTRACT-FILE.
		IF WS-FS-KEYX NOT = "00"
			DISPLAY "IDECMP0005E GENERATION FILE MISSING "
				WS-KEYX-NAME
			MOVE "IDECMP0005E" TO XA-MSG-ID
			MOVE WS-KEYX-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			PERFORM 9000-CLOSE-FILES
			STOP RUN
		END-IF.
		MOVE "N" TO WS-AT-END.
		PERFORM 2450-LOAD-EXTRACT-RECORD
			UNTIL WS-AT-END = "Y".
		CLOSE KEY-EXTRACT-FILE.

	2450-LOAD-EXTRACT-RECORD.
		READ KEY-EXTRACT-FILE
			AT END MOVE "Y" TO WS-AT-END
		END-READ.
		IF WS-AT-END NOT = "Y"
			AND EX-REC-TYPE = "P"
			MOVE EX-PRIME-VALUE TO CW-NUMBER
			PERFORM 2500-READ-WORK-RECORD
			IF WS-SIDE = "O"
				MOVE "Y" TO CW-OLD-KEYX
			ELSE
				MOVE "Y" TO CW-NEW-KEYX
			END-IF
			PERFORM 2600-WRITE-WORK-RECORD
		END-IF.

	2500-READ-WORK-RECORD.
		READ COMPARE-WORK-FILE
			INVALID KEY MOVE "N" TO WS-WORK-FOUND
			NOT INVALID KEY MOVE "Y" TO WS-WORK-FOUND
		END-READ.
		IF WS-WORK-FOUND = "N"
			MOVE CW-NUMBER TO WS-CHECK-NUMBER
			MOVE SPACES TO COMPARE-WORK-RECORD
			MOVE WS-CHECK-NUMBER TO CW-NUMBER
			MOVE 0 TO CW-OLD-FACTOR
			MOVE 0 TO CW-OLD-GAP
			MOVE 0 TO CW-NEW-FACTOR
			MOVE 0 TO CW-NEW-GAP
		END-IF.

	2600-WRITE-WORK-RECORD.
		IF WS-WORK-FOUND = "Y"
			REWRITE COMPARE-WORK-RECORD
		ELSE
			WRITE COMPARE-WORK-RECORD
		END-IF.
		IF WS-FS-WORK NOT = "00"
			DISPLAY "IDECMP0004E CMPWORK WRITE ERR "
				WS-FS-WORK
			MOVE "IDECMP0004E" TO XA-MSG-ID
			MOVE "CMPWORK" TO XA-OBJECT
			MOVE CW-NUMBER TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			PERFORM 9000-CLOSE-FILES
			STOP RUN
		END-IF.

	3000-PRINT-GENCAT-VARIANCE.
		MOVE "GENCAT COUNTS" TO WS-SC-TEXT.
		MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.
		MOVE WS-VAR-HEAD TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.
		MOVE "RUN DATE" TO WS-VL-TEXT.
		MOVE WS-OC-RUN-DATE TO WS-VL-OLD.
		MOVE WS-NC-RUN-DATE TO WS-VL-NEW.
		MOVE 0 TO WS-VL-VARIANCE.
		MOVE WS-VAR-LINE TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.
		MOVE "PRIMES" TO WS-VL-TEXT.
		MOVE WS-OC-PRIME-COUNT TO WS-VL-OLD.
		MOVE WS-NC-PRIME-COUNT TO WS-VL-NEW.
		COMPUTE WS-VARIANCE =
			WS-NC-PRIME-COUNT - WS-OC-PRIME-COUNT.
		PERFORM 3100-PRINT-VARIANCE.
		MOVE "COMPOSITES" TO WS-VL-TEXT.
		MOVE WS-OC-COMPOSITE-COUNT TO WS-VL-OLD.
		MOVE WS-NC-COMPOSITE-COUNT TO WS-VL-NEW.
		COMPUTE WS-VARIANCE =
			WS-NC-COMPOSITE-COUNT - WS-OC-COMPOSITE-COUNT.
		PERFORM 3100-PRINT-VARIANCE.
		MOVE "TWIN/GAP RECORDS" TO WS-VL-TEXT.
		MOVE WS-OC-TWIN-COUNT TO WS-VL-OLD.
		MOVE WS-NC-TWIN-COUNT TO WS-VL-NEW.
		COMPUTE WS-VARIANCE =
			WS-NC-TWIN-COUNT - WS-OC-TWIN-COUNT.
		PERFORM 3100-PRINT-VARIANCE.
		MOVE "KEY EXTRACT RECORDS" TO WS-VL-TEXT.
		MOVE WS-OC-EXTRACT-COUNT TO WS-VL-OLD.
		MOVE WS-NC-EXTRACT-COUNT TO WS-VL-NEW.
		COMPUTE WS-VARIANCE =
			WS-NC-EXTRACT-COUNT - WS-OC-EXTRACT-COUNT.
		PERFORM 3100-PRINT-VARIANCE.
		MOVE SPACES TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.

	3100-PRINT-VARIANCE.
		MOVE WS-VARIANCE TO WS-VL-VARIANCE.
		MOVE WS-VAR-LINE TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.

	3500-COMPARE-TRAILERS.
		MOVE "PRIMEOUT TRAILER DIFFERENCES" TO WS-SC-TEXT.
		MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.
		MOVE WS-TRL-HEAD TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.
		PERFORM 3600-MATCH-OLD-RANGE
			VARYING WS-OR-IX FROM 1 BY 1
			UNTIL WS-OR-IX > WS-OR-COUNT.
		PERFORM 3700-REPORT-NEW-RANGE
			VARYING WS-NR-IX FROM 1 BY 1
			UNTIL WS-NR-IX > WS-NR-COUNT.
		PERFORM 3800-COMPARE-GRAND-TRAILER.
		IF WS-RANGES-DROPPED > 0
			DISPLAY "IDECMP0006W RANGE TABLE FULL "
				WS-RANGES-DROPPED
			MOVE "IDECMP0006W" TO XA-MSG-ID
			MOVE "PRIMEOUT" TO XA-OBJECT
			MOVE WS-RANGES-DROPPED TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			PERFORM 9100-RAISE-WARNING
		END-IF.
		MOVE SPACES TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.

	3600-MATCH-OLD-RANGE.
		PERFORM 3650-CHECK-NEW-RANGE
			VARYING WS-NR-IX FROM 1 BY 1
			UNTIL WS-NR-IX > WS-NR-COUNT
			OR WS-OR-MATCHED(WS-OR-IX) = "Y".
		IF WS-OR-MATCHED(WS-OR-IX) NOT = "Y"
			MOVE "S" TO WS-TL-TYPE
			MOVE WS-OR-LOW(WS-OR-IX) TO WS-TL-LOW
			MOVE WS-OR-HIGH(WS-OR-IX) TO WS-TL-HIGH
			MOVE "PRIMES" TO WS-TL-FIELD
			MOVE WS-OR-PRIMES(WS-OR-IX) TO WS-TL-VALUE
			MOVE WS-TL-VALUE TO WS-TL-OLD
			MOVE SPACES TO WS-TL-NEW
			MOVE "RANGE IN OLD GENERATION ONLY"
				TO WS-TL-NOTE
			PERFORM 3900-PRINT-TRAILER-LINE
		END-IF.

	3650-CHECK-NEW-RANGE.
		IF WS-NR-MATCHED(WS-NR-IX) NOT = "Y"
			AND WS-NR-LOW(WS-NR-IX) = WS-OR-LOW(WS-OR-IX)
			AND WS-NR-HIGH(WS-NR-IX) = WS-OR-HIGH(WS-OR-IX)
			MOVE "Y" TO WS-OR-MATCHED(WS-OR-IX)
			MOVE "Y" TO WS-NR-MATCHED(WS-NR-IX)
			PERFORM 3660-COMPARE-RANGE-COUNTS
		END-IF.

	3660-COMPARE-RANGE-COUNTS.
		MOVE "S" TO WS-TL-TYPE.
		MOVE WS-OR-LOW(WS-OR-IX) TO WS-TL-LOW.
		MOVE WS-OR-HIGH(WS-OR-IX) TO WS-TL-HIGH.
		MOVE "SAME RANGE, COUNT CHANGED" TO WS-TL-NOTE.
		IF WS-OR-PRIMES(WS-OR-IX) NOT = WS-NR-PRIMES(WS-NR-IX)
			MOVE "PRIMES" TO WS-TL-FIELD
			MOVE WS-OR-PRIMES(WS-OR-IX) TO WS-TL-VALUE
			MOVE WS-TL-VALUE TO WS-TL-OLD
			MOVE WS-NR-PRIMES(WS-NR-IX) TO WS-TL-VALUE
			MOVE WS-TL-VALUE TO WS-TL-NEW
			PERFORM 3900-PRINT-TRAILER-LINE
		END-IF.
		IF WS-OR-COMPOSITES(WS-OR-IX)
			NOT = WS-NR-COMPOSITES(WS-NR-IX)
			MOVE "COMPOSITES" TO WS-TL-FIELD
			MOVE WS-OR-COMPOSITES(WS-OR-IX) TO WS-TL-VALUE
			MOVE WS-TL-VALUE TO WS-TL-OLD
			MOVE WS-NR-COMPOSITES(WS-NR-IX) TO WS-TL-VALUE
			MOVE WS-TL-VALUE TO WS-TL-NEW
			PERFORM 3900-PRINT-TRAILER-LINE
		END-IF.
		IF WS-OR-MAX-PRIME(WS-OR-IX)
			NOT = WS-NR-MAX-PRIME(WS-NR-IX)
			MOVE "MAX PRIME" TO WS-TL-FIELD
			MOVE WS-OR-MAX-PRIME(WS-OR-IX) TO WS-TL-VALUE
			MOVE WS-TL-VALUE TO WS-TL-OLD
			MOVE WS-NR-MAX-PRIME(WS-NR-IX) TO WS-TL-VALUE
			MOVE WS-TL-VALUE TO WS-TL-NEW
			PERFORM 3900-PRINT-TRAILER-LINE
		END-IF.

	3700-REPORT-NEW-RANGE.
		IF WS-NR-MATCHED(WS-NR-IX) NOT = "Y"
			MOVE "S" TO WS-TL-TYPE
			MOVE WS-NR-LOW(WS-NR-IX) TO WS-TL-LOW
			MOVE WS-NR-HIGH(WS-NR-IX) TO WS-TL-HIGH
			MOVE "PRIMES" TO WS-TL-FIELD
			MOVE SPACES TO WS-TL-OLD
			MOVE WS-NR-PRIMES(WS-NR-IX) TO WS-TL-VALUE
			MOVE WS-TL-VALUE TO WS-TL-NEW
			MOVE "RANGE IN NEW GENERATION ONLY"
				TO WS-TL-NOTE
			PERFORM 3900-PRINT-TRAILER-LINE
		END-IF.

	3800-COMPARE-GRAND-TRAILER.
		MOVE "T" TO WS-TL-TYPE.
		MOVE WS-NT-LOW TO WS-TL-LOW.
		MOVE WS-NT-HIGH TO WS-TL-HIGH.
		IF WS-OT-FOUND NOT = "Y" OR WS-NT-FOUND NOT = "Y"
			MOVE "GRAND TRAILER" TO WS-TL-FIELD
			MOVE WS-OT-FOUND TO WS-TL-OLD
			MOVE WS-NT-FOUND TO WS-TL-NEW
			MOVE "GRAND TRAILER MISSING" TO WS-TL-NOTE
			PERFORM 3900-PRINT-TRAILER-LINE
			ADD 1 TO WS-UNEXPECTED-COUNT
		ELSE
			MOVE "GRAND TOTAL CHANGED" TO WS-TL-NOTE
			IF WS-OT-PRIMES NOT = WS-NT-PRIMES
				MOVE "PRIMES" TO WS-TL-FIELD
				MOVE WS-OT-PRIMES TO WS-TL-VALUE
				MOVE WS-TL-VALUE TO WS-TL-OLD
				MOVE WS-NT-PRIMES TO WS-TL-VALUE
				MOVE WS-TL-VALUE TO WS-TL-NEW
				PERFORM 3900-PRINT-TRAILER-LINE
			END-IF
			IF WS-OT-COMPOSITES NOT = WS-NT-COMPOSITES
				MOVE "COMPOSITES" TO WS-TL-FIELD
				MOVE WS-OT-COMPOSITES TO WS-TL-VALUE
				MOVE WS-TL-VALUE TO WS-TL-OLD
				MOVE WS-NT-COMPOSITES TO WS-TL-VALUE
				MOVE WS-TL-VALUE TO WS-TL-NEW
				PERFORM 3900-PRINT-TRAILER-LINE
			END-IF
			IF WS-OT-MAX-PRIME NOT = WS-NT-MAX-PRIME
				MOVE "MAX PRIME" TO WS-TL-FIELD
				MOVE WS-OT-MAX-PRIME TO WS-TL-VALUE
				MOVE WS-TL-VALUE TO WS-TL-OLD
				MOVE WS-NT-MAX-PRIME TO WS-TL-VALUE
				MOVE WS-TL-VALUE TO WS-TL-NEW
				PERFORM 3900-PRINT-TRAILER-LINE
			END-IF
			IF WS-OT-LOW NOT = WS-NT-LOW
				OR WS-OT-HIGH NOT = WS-NT-HIGH
				MOVE "BOUNDS" TO WS-TL-FIELD
				MOVE WS-OT-LOW TO WS-TL-VALUE
				MOVE WS-TL-VALUE TO WS-TL-OLD
				MOVE WS-OT-HIGH TO WS-TL-VALUE
				MOVE WS-TL-VALUE TO WS-TL-NEW
				MOVE "OLD GRAND LOW/HIGH BOUND"
					TO WS-TL-NOTE
				PERFORM 3900-PRINT-TRAILER-LINE
			END-IF
		END-IF.

	3900-PRINT-TRAILER-LINE.
		ADD 1 TO WS-TRAILER-DIFF-COUNT.
		MOVE WS-TRL-LINE TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.

	4000-COMPARE-NUMBERS.
		MOVE "NUMBER DIFFERENCES" TO WS-SC-TEXT.
		MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.
		MOVE WS-NUM-HEAD TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.
		MOVE "N" TO WS-AT-END.
		MOVE 0 TO CW-NUMBER.
		START COMPARE-WORK-FILE
			KEY IS NOT LESS THAN CW-NUMBER
			INVALID KEY MOVE "Y" TO WS-AT-END
		END-START.
		PERFORM 4100-COMPARE-ONE-NUMBER
			UNTIL WS-AT-END = "Y".

	4100-COMPARE-ONE-NUMBER.
		READ COMPARE-WORK-FILE NEXT RECORD
			AT END MOVE "Y" TO WS-AT-END
		END-READ.
		IF WS-AT-END NOT = "Y"
			ADD 1 TO WS-NUMBERS-COMPARED
			MOVE CW-NUMBER TO WS-CHECK-NUMBER
			PERFORM 4800-CHECK-COVERAGE
			PERFORM 4200-COMPARE-STATUS
			PERFORM 4300-COMPARE-FACTOR
			PERFORM 4400-COMPARE-EXTRACT
			PERFORM 4500-COMPARE-TWIN
		END-IF.

	4200-COMPARE-STATUS.
		IF CW-OLD-STATUS NOT = CW-NEW-STATUS
			MOVE SPACES TO WS-NUM-LINE
			MOVE CW-NUMBER TO WS-NL-NUMBER
			MOVE CW-OLD-STATUS TO WS-NL-OLD
			MOVE CW-NEW-STATUS TO WS-NL-NEW
			EVALUATE TRUE
				WHEN CW-NEW-STATUS = SPACE
					PERFORM 4210-SET-STATUS-FILE-OLD
					MOVE "IN OLD GENERATION ONLY"
						TO WS-NL-TEXT
					PERFORM 4700-NOTE-IF-COVERED
				WHEN CW-OLD-STATUS = SPACE
					PERFORM 4220-SET-STATUS-FILE-NEW
					MOVE "IN NEW GENERATION ONLY"
						TO WS-NL-TEXT
					PERFORM 4700-NOTE-IF-COVERED
				WHEN OTHER
					MOVE "PRIMEOUT" TO WS-NL-FILE
					MOVE "STATUS CHANGED"
						TO WS-NL-TEXT
					PERFORM 4750-NOTE-UNEXPECTED
			END-EVALUATE
			PERFORM 4900-PRINT-NUMBER-LINE
		END-IF.

	4210-SET-STATUS-FILE-OLD.
		IF CW-OLD-STATUS = "P"
			MOVE "PRIMEOUT" TO WS-NL-FILE
		ELSE
			MOVE "COMPFACT" TO WS-NL-FILE
		END-IF.

	4220-SET-STATUS-FILE-NEW.
		IF CW-NEW-STATUS = "P"
			MOVE "PRIMEOUT" TO WS-NL-FILE
		ELSE
			MOVE "COMPFACT" TO WS-NL-FILE
		END-IF.

	4300-COMPARE-FACTOR.
		IF CW-OLD-STATUS = "C" AND CW-NEW-STATUS = "C"
			AND CW-OLD-FACTOR NOT = CW-NEW-FACTOR
			MOVE SPACES TO WS-NUM-LINE
			MOVE CW-NUMBER TO WS-NL-NUMBER
			MOVE "COMPFACT" TO WS-NL-FILE
			MOVE "CF-FACTOR CHANGED" TO WS-NL-TEXT
			MOVE CW-OLD-FACTOR TO WS-NL-OLD
			MOVE CW-NEW-FACTOR TO WS-NL-NEW
			PERFORM 4900-PRINT-NUMBER-LINE
		END-IF.

	4400-COMPARE-EXTRACT.
		IF CW-OLD-KEYX NOT = CW-NEW-KEYX
			AND CW-OLD-STATUS = CW-NEW-STATUS
			MOVE SPACES TO WS-NUM-LINE
			MOVE CW-NUMBER TO WS-NL-NUMBER
			MOVE "KEYXTR" TO WS-NL-FILE
			MOVE CW-OLD-KEYX TO WS-NL-OLD
			MOVE CW-NEW-KEYX TO WS-NL-NEW
			IF CW-NEW-KEYX = SPACE
				MOVE "IN OLD GENERATION ONLY"
					TO WS-NL-TEXT
			ELSE
				MOVE "IN NEW GENERATION ONLY"
					TO WS-NL-TEXT
			END-IF
			PERFORM 4700-NOTE-IF-COVERED
			PERFORM 4900-PRINT-NUMBER-LINE
		END-IF.

	4500-COMPARE-TWIN.
		IF CW-OLD-TWIN NOT = CW-NEW-TWIN
			OR CW-OLD-GAP NOT = CW-NEW-GAP
			MOVE SPACES TO WS-NUM-LINE
			MOVE CW-NUMBER TO WS-NL-NUMBER
			MOVE "TWINPRM" TO WS-NL-FILE
			MOVE CW-OLD-GAP TO WS-NL-OLD
			MOVE CW-NEW-GAP TO WS-NL-NEW
			EVALUATE TRUE
				WHEN CW-NEW-TWIN = SPACE
					MOVE "GAP IN OLD GEN ONLY"
						TO WS-NL-TEXT
				WHEN CW-OLD-TWIN = SPACE
					MOVE "GAP IN NEW GEN ONLY"
						TO WS-NL-TEXT
				WHEN OTHER
					MOVE "GAP CHANGED" TO WS-NL-TEXT
			END-EVALUATE
			PERFORM 4900-PRINT-NUMBER-LINE
		END-IF.

	4700-NOTE-IF-COVERED.
		IF WS-IN-OLD-RANGE = "Y" AND WS-IN-NEW-RANGE = "Y"
			PERFORM 4750-NOTE-UNEXPECTED
		ELSE
			MOVE "RANGE NOT IN BOTH RUNS" TO WS-NL-NOTE
		END-IF.

	4750-NOTE-UNEXPECTED.
		MOVE "*** UNEXPECTED ***" TO WS-NL-NOTE.
		ADD 1 TO WS-UNEXPECTED-COUNT.

	4800-CHECK-COVERAGE.
		MOVE "N" TO WS-IN-OLD-RANGE.
		MOVE "N" TO WS-IN-NEW-RANGE.
		PERFORM 4810-CHECK-OLD-RANGE
			VARYING WS-OR-IX FROM 1 BY 1
			UNTIL WS-OR-IX > WS-OR-COUNT
			OR WS-IN-OLD-RANGE = "Y".
		PERFORM 4820-CHECK-NEW-RANGE
			VARYING WS-NR-IX FROM 1 BY 1
			UNTIL WS-NR-IX > WS-NR-COUNT
			OR WS-IN-NEW-RANGE = "Y".

	4810-CHECK-OLD-RANGE.
		IF WS-CHECK-NUMBER >= WS-OR-LOW(WS-OR-IX)
			AND WS-CHECK-NUMBER <= WS-OR-HIGH(WS-OR-IX)
			MOVE "Y" TO WS-IN-OLD-RANGE
		END-IF.

	4820-CHECK-NEW-RANGE.
		IF WS-CHECK-NUMBER >= WS-NR-LOW(WS-NR-IX)
			AND WS-CHECK-NUMBER <= WS-NR-HIGH(WS-NR-IX)
			MOVE "Y" TO WS-IN-NEW-RANGE
		END-IF.

	4900-PRINT-NUMBER-LINE.
		ADD 1 TO WS-DIFF-COUNT.
		MOVE WS-NUM-LINE TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.

	5000-PRINT-TOTALS.
		MOVE SPACES TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.
		MOVE WS-NUMBERS-COMPARED TO WS-TT-COMPARED.
		MOVE WS-DIFF-COUNT TO WS-TT-DIFFS.
		MOVE WS-UNEXPECTED-COUNT TO WS-TT-UNEXPECTED.
		MOVE WS-TRAILER-DIFF-COUNT TO WS-TT-TRAILERS.
		MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
		PERFORM 8000-PRINT-LINE.

	8000-PRINT-LINE.
		IF WS-LINE-NO >= WS-LINES-PER-PAGE
			PERFORM 8100-PRINT-HEADINGS
		END-IF.
		WRITE REPORT-LINE FROM WS-PRINT-LINE.
		ADD 1 TO WS-LINE-NO.

	8100-PRINT-HEADINGS.
		ADD 1 TO WS-PAGE-NO.
		MOVE WS-OLD-GEN TO WS-H1-OLD-GEN.
		MOVE WS-NEW-GEN TO WS-H1-NEW-GEN.
		MOVE WS-RUN-DATE TO WS-H1-DATE.
		MOVE WS-PAGE-NO TO WS-H1-PAGE.
		WRITE REPORT-LINE FROM WS-HEAD1.
		MOVE SPACES TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE 2 TO WS-LINE-NO.

	9000-CLOSE-FILES.
		CLOSE COMPARE-WORK-FILE.
		CLOSE REPORT-FILE.

	9100-RAISE-WARNING.
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDECMP" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
