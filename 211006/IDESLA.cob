	*> 2210104071 Teruya Horai

	IDENTIFICATION DIVISION.
	PROGRAM-ID. IDESLA.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SLA-PARAMETER-FILE ASSIGN TO "SLAPARM"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-PARM.
		SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS JS-RUN-KEY
			FILE STATUS IS WS-FS-STAT.
		SELECT REPORT-FILE ASSIGN TO "SLARPT"
			ORGANIZATION LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD SLA-PARAMETER-FILE.
	COPY SLAPARM.

	FD JOB-STATUS-FILE.
	COPY JOBSTAT.

	FD REPORT-FILE.
	01 REPORT-LINE PIC X(132).

	WORKING-STORAGE SECTION.
		01 WS-FS-PARM PIC X(2).
		01 WS-FS-STAT PIC X(2).
		01 WS-PARM-AT-END PIC X(1) VALUE "N".
		01 WS-STAT-AT-END PIC X(1) VALUE "N".
		01 WS-RUN-DATE PIC 9(8).
		01 WS-PAGE-NO PIC 9(4) VALUE 0.
		01 WS-LINE-NO PIC 9(2) VALUE 99.
		01 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
		01 WS-READ-COUNT PIC 9(9) VALUE 0.
		01 WS-DROPPED-COUNT PIC 9(9) VALUE 0.
		01 WS-SLA-COUNT PIC 9(9) VALUE 0.
		01 WS-TREND-COUNT PIC 9(9) VALUE 0.
		01 WS-LATEST-SLA-COUNT PIC 9(9) VALUE 0.
		01 WS-LATEST-TREND-COUNT PIC 9(9) VALUE 0.
		01 WS-LATEST-RUN PIC X(8) VALUE SPACES.
		01 WS-DEFAULT-MAX-SECONDS PIC 9(7) VALUE 0.
		01 WS-DEFAULT-TREND-PCT PIC 9(3) VALUE 0.
		01 WS-ROLL-WINDOW PIC 9(2) VALUE 5.
		01 WS-TIME-WORK PIC 9(8).
		01 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
			05 WS-TW-HH PIC 9(2).
			05 WS-TW-MM PIC 9(2).
			05 WS-TW-SS PIC 9(2).
			05 WS-TW-CC PIC 9(2).
		01 WS-ABS-SECONDS PIC 9(11).
		01 WS-DAY-NUMBER PIC 9(7).
		01 WS-ELAPSED PIC 9(9).
		01 WS-HMS-SECONDS PIC 9(9).
		01 WS-HMS-HOURS PIC 9(5).
		01 WS-HMS-REM PIC 9(5).
		01 WS-HMS-MINUTES PIC 9(2).
		01 WS-HMS-SECS PIC 9(2).
		01 WS-HMS-TEXT.
			05 WS-HT-HOURS PIC ZZ9.
			05 FILLER PIC X(1) VALUE ":".
			05 WS-HT-MINUTES PIC 9(2).
			05 FILLER PIC X(1) VALUE ":".
			05 WS-HT-SECS PIC 9(2).
		01 WS-TREND-LIMIT PIC 9(11).
		01 WS-TREND-VALUE PIC 9(11).
		01 WS-SP-IX PIC 9(3) COMP.
		01 WS-SP-COUNT PIC 9(3) COMP VALUE 0.
		01 WS-SP-MAX PIC 9(3) COMP VALUE 50.
		01 WS-SP-FOUND PIC X(1).
		01 WS-SLA-PARM-TABLE.
			05 WS-SP-ENTRY OCCURS 50 TIMES.
				10 WS-SP-PROGRAM PIC X(8).
				10 WS-SP-MAX-SECONDS PIC 9(7).
				10 WS-SP-TREND-PCT PIC 9(3).
		01 WS-ST-IX PIC 9(4) COMP.
		01 WS-ST-COUNT PIC 9(4) COMP VALUE 0.
		01 WS-ST-MAX PIC 9(4) COMP VALUE 1000.
		01 WS-STEP-TABLE.
			05 WS-ST-ENTRY OCCURS 1000 TIMES.
				10 WS-ST-RUN-NAME PIC X(8).
				10 WS-ST-STEP-NO PIC 9(2).
				10 WS-ST-PROGRAM PIC X(8).
				10 WS-ST-START-DATE PIC 9(8).
				10 WS-ST-START-TIME PIC 9(8).
				10 WS-ST-END-DATE PIC 9(8).
				10 WS-ST-END-TIME PIC 9(8).
				10 WS-ST-RETURN-CODE PIC 9(4).
				10 WS-ST-STATUS PIC X(1).
				10 WS-ST-START-ABS PIC 9(11).
				10 WS-ST-END-ABS PIC 9(11).
				10 WS-ST-ELAPSED PIC 9(9).
				10 WS-ST-PRIOR-AVG PIC 9(9).
				10 WS-ST-PG-IX PIC 9(3) COMP.
				10 WS-ST-SLA-FLAG PIC X(1).
				10 WS-ST-TREND-FLAG PIC X(1).
		01 WS-SORT-COUNT PIC 9(4) COMP VALUE 0.
		01 WS-SORT-TABLE.
			05 WS-SORT-IX PIC 9(4) COMP OCCURS 1000 TIMES.
		01 WS-SORT-POS PIC 9(4) COMP.
		01 WS-SORT-PREV PIC 9(4) COMP.
		01 WS-SORT-PREV-IX PIC 9(4) COMP.
		01 WS-SORT-DONE PIC X(1).
		01 WS-OLDEST-IX PIC 9(4) COMP.
		01 WS-SHIFT-IX PIC 9(4) COMP.
		01 WS-CHRONO-POS PIC 9(4) COMP.
		01 WS-PG-IX PIC 9(3) COMP.
		01 WS-PG-COUNT PIC 9(3) COMP VALUE 0.
		01 WS-PG-MAX PIC 9(3) COMP VALUE 50.
		01 WS-PG-FOUND PIC X(1).
		01 WS-RB-IX PIC 9(2) COMP.
		01 WS-RB-SLOT PIC 9(2) COMP.
		01 WS-RB-TOTAL PIC 9(11).
		01 WS-PROGRAM-TABLE.
			05 WS-PG-ENTRY OCCURS 50 TIMES.
				10 WS-PG-PROGRAM PIC X(8).
				10 WS-PG-MAX-SECONDS PIC 9(7).
				10 WS-PG-TREND-PCT PIC 9(3).
				10 WS-PG-RUN-COUNT PIC 9(7).
				10 WS-PG-WORST PIC 9(9).
				10 WS-PG-WORST-RUN PIC X(8).
				10 WS-PG-RB-COUNT PIC 9(2).
				10 WS-PG-RB-NEXT PIC 9(2).
				10 WS-PG-RB-ELAPSED PIC 9(9)
					OCCURS 10 TIMES.
		01 WS-PREV-RUN PIC X(8).
		01 WS-CHAIN-START PIC 9(11).
		01 WS-CHAIN-END PIC 9(11).
		01 WS-HEAD1.
			05 FILLER PIC X(24)
				VALUE "IDESLA  BATCH WINDOW ELA".
			05 FILLER PIC X(24)
				VALUE "PSED TIME AND SLA REPORT".
			05 FILLER PIC X(12) VALUE "   RUN DATE ".
			05 WS-H1-DATE PIC 9(8).
			05 FILLER PIC X(8) VALUE "   PAGE ".
			05 WS-H1-PAGE PIC ZZZ9.
			05 FILLER PIC X(52) VALUE SPACES.
		01 WS-HEAD2.
			05 FILLER PIC X(24)
				VALUE "RUN NAME STEP PROGRAM   ".
			05 FILLER PIC X(24)
				VALUE "START DATE TIME      END".
			05 FILLER PIC X(24)
				VALUE " DATE TIME        ELAPSE".
			05 FILLER PIC X(24)
				VALUE "D    RC ST   ROLL AVG  L".
			05 FILLER PIC X(24)
				VALUE "IMIT SECS FLAGS         ".
			05 FILLER PIC X(12) VALUE SPACES.
		01 WS-DETAIL.
			05 WS-DT-RUN-NAME PIC X(8).
			05 FILLER PIC X(1) VALUE SPACES.
			05 WS-DT-STEP-NO PIC Z9.
			05 FILLER PIC X(3) VALUE SPACES.
			05 WS-DT-PROGRAM PIC X(8).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DT-START-DATE PIC 9(8).
			05 FILLER PIC X(1) VALUE SPACES.
			05 WS-DT-START-TIME PIC 9(8).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DT-END-DATE PIC 9(8).
			05 FILLER PIC X(1) VALUE SPACES.
			05 WS-DT-END-TIME PIC 9(8).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DT-ELAPSED PIC X(9).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DT-RC PIC ZZZ9.
			05 FILLER PIC X(1) VALUE SPACES.
			05 WS-DT-STATUS PIC X(1).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DT-PRIOR-AVG PIC X(9).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DT-LIMIT PIC ZZZZZZ9.
			05 FILLER PIC X(3) VALUE SPACES.
			05 WS-DT-SLA-TEXT PIC X(12).
			05 FILLER PIC X(1) VALUE SPACES.
			05 WS-DT-TREND-TEXT PIC X(12).
			05 FILLER PIC X(5) VALUE SPACES.
		01 WS-CHAIN-LINE.
			05 FILLER PIC X(9) VALUE SPACES.
			05 FILLER PIC X(24)
				VALUE "TOTAL CHAIN ELAPSED     ".
			05 WS-CL-ELAPSED PIC X(9).
			05 FILLER PIC X(90) VALUE SPACES.
		01 WS-SUMMARY-HEAD.
			05 FILLER PIC X(24)
				VALUE "PROGRAM SUMMARY         ".
			05 FILLER PIC X(108) VALUE SPACES.
		01 WS-SUMMARY-HEAD2.
			05 FILLER PIC X(24)
				VALUE "PROGRAM      RUNS  ROLL ".
			05 FILLER PIC X(24)
				VALUE "AVG      WORST  WORST RU".
			05 FILLER PIC X(24)
				VALUE "N  LIMIT SECS  TREND PCT".
			05 FILLER PIC X(60) VALUE SPACES.
		01 WS-SUMMARY-LINE.
			05 WS-SM-PROGRAM PIC X(8).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-SM-RUNS PIC ZZZZZZ9.
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-SM-ROLL-AVG PIC X(9).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-SM-WORST PIC X(9).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-SM-WORST-RUN PIC X(8).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-SM-LIMIT PIC ZZZZZZ9.
			05 FILLER PIC X(8) VALUE SPACES.
			05 WS-SM-TREND-PCT PIC ZZ9.
			05 FILLER PIC X(63) VALUE SPACES.
		01 WS-TOTAL-LINE.
			05 FILLER PIC X(12) VALUE "LATEST RUN =".
			05 WS-TL-LATEST-RUN PIC X(8).
			05 FILLER PIC X(14) VALUE " SLA OVERRUNS=".
			05 WS-TL-LATEST-SLA PIC ZZZZZZZZ9.
			05 FILLER PIC X(8) VALUE " TRENDS=".
			05 WS-TL-LATEST-TREND PIC ZZZZZZZZ9.
			05 FILLER PIC X(15) VALUE " STEPS LISTED =".
			05 WS-TL-STEPS PIC ZZZZZZZZ9.
			05 FILLER PIC X(9) VALUE " DROPPED=".
			05 WS-TL-DROPPED PIC ZZZZZZZZ9.
			05 FILLER PIC X(30) VALUE SPACES.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		PERFORM 1000-INITIALIZE.
		PERFORM 1500-LOAD-SLA-PARAMETERS.
		PERFORM 2000-LOAD-JOB-STATUS.
		PERFORM 3000-EVALUATE-STEP
			VARYING WS-CHRONO-POS FROM 1 BY 1
			UNTIL WS-CHRONO-POS > WS-SORT-COUNT.
		PERFORM 4000-PRINT-REPORT.
		PERFORM 5000-PRINT-SUMMARY.
		PERFORM 6000-WRITE-TOTALS.
		CLOSE REPORT-FILE.
		PERFORM 7000-SET-RETURN-CODE.
		STOP RUN.

	1000-INITIALIZE.
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
		OPEN INPUT JOB-STATUS-FILE.
		IF WS-FS-STAT NOT = "00"
			DISPLAY "IDESLA0001E JOBSTAT OPEN ERR "
				WS-FS-STAT
			MOVE "IDESLA0001E" TO XA-MSG-ID
			MOVE "JOBSTAT" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		OPEN OUTPUT REPORT-FILE.

	1500-LOAD-SLA-PARAMETERS.
		OPEN INPUT SLA-PARAMETER-FILE.
		IF WS-FS-PARM NOT = "00"
			DISPLAY "IDESLA0002W NO SLAPARM " WS-FS-PARM
			MOVE "IDESLA0002W" TO XA-MSG-ID
			MOVE "SLAPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		ELSE
			PERFORM 1600-READ-SLA-PARAMETER
				UNTIL WS-PARM-AT-END = "Y"
			CLOSE SLA-PARAMETER-FILE
		END-IF.

	1600-READ-SLA-PARAMETER.
		READ SLA-PARAMETER-FILE
			AT END MOVE "Y" TO WS-PARM-AT-END
		END-READ.
		IF WS-PARM-AT-END NOT = "Y"
			IF SL-MAX-SECONDS NOT NUMERIC
				OR SL-TREND-PCT NOT NUMERIC
				DISPLAY "IDESLA0003W BAD SLAPARM ROW "
					SL-PROGRAM
				MOVE "IDESLA0003W" TO XA-MSG-ID
				MOVE SL-PROGRAM TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
			ELSE
				PERFORM 1700-STORE-SLA-PARAMETER
			END-IF
		END-IF.

	1700-STORE-SLA-PARAMETER.
		IF SL-PROGRAM = "DEFAULT "
			MOVE SL-MAX-SECONDS TO WS-DEFAULT-MAX-SECONDS
			MOVE SL-TREND-PCT TO WS-DEFAULT-TREND-PCT
		ELSE
			IF WS-SP-COUNT < WS-SP-MAX
				ADD 1 TO WS-SP-COUNT
				MOVE SL-PROGRAM
					TO WS-SP-PROGRAM(WS-SP-COUNT)
				MOVE SL-MAX-SECONDS
					TO WS-SP-MAX-SECONDS
					(WS-SP-COUNT)
				MOVE SL-TREND-PCT
					TO WS-SP-TREND-PCT(WS-SP-COUNT)
			END-IF
		END-IF.

	2000-LOAD-JOB-STATUS.
		MOVE LOW-VALUES TO JS-RUN-KEY.
		START JOB-STATUS-FILE KEY IS NOT LESS THAN JS-RUN-KEY
			INVALID KEY MOVE "Y" TO WS-STAT-AT-END
		END-START.
		PERFORM 2100-READ-JOB-STATUS
			UNTIL WS-STAT-AT-END = "Y".
		CLOSE JOB-STATUS-FILE.

	2100-READ-JOB-STATUS.
		READ JOB-STATUS-FILE NEXT RECORD
			AT END MOVE "Y" TO WS-STAT-AT-END
		END-READ.
		IF WS-STAT-AT-END NOT = "Y"
			ADD 1 TO WS-READ-COUNT
			IF (JS-STATUS = "C" OR JS-STATUS = "F")
				AND JS-START-DATE > 0
				AND JS-END-DATE > 0
				IF WS-ST-COUNT < WS-ST-MAX
					PERFORM 2200-STORE-STEP
				ELSE
					PERFORM 2150-REPLACE-OLDEST-STEP
				END-IF
			END-IF
		END-IF.

	2150-REPLACE-OLDEST-STEP.
		ADD 1 TO WS-DROPPED-COUNT.
		MOVE JS-START-TIME TO WS-TIME-WORK.
		COMPUTE WS-DAY-NUMBER =
			FUNCTION INTEGER-OF-DATE(JS-START-DATE).
		PERFORM 2300-COMPUTE-ABS-SECONDS.
		MOVE WS-SORT-IX(1) TO WS-OLDEST-IX.
		IF WS-ABS-SECONDS > WS-ST-START-ABS(WS-OLDEST-IX)
			PERFORM 2160-REMOVE-OLDEST-STEP
			PERFORM 2200-STORE-STEP
		END-IF.

	2160-REMOVE-OLDEST-STEP.
		PERFORM 2170-SHIFT-STEP-DOWN
			VARYING WS-SHIFT-IX FROM WS-OLDEST-IX BY 1
			UNTIL WS-SHIFT-IX >= WS-ST-COUNT.
		SUBTRACT 1 FROM WS-ST-COUNT.
		PERFORM 2180-SHIFT-SORT-DOWN
			VARYING WS-SHIFT-IX FROM 2 BY 1
			UNTIL WS-SHIFT-IX > WS-SORT-COUNT.
		SUBTRACT 1 FROM WS-SORT-COUNT.

	2170-SHIFT-STEP-DOWN.
		MOVE WS-ST-ENTRY(WS-SHIFT-IX + 1)
			TO WS-ST-ENTRY(WS-SHIFT-IX).

	2180-SHIFT-SORT-DOWN.
		MOVE WS-SORT-IX(WS-SHIFT-IX) TO WS-SORT-PREV-IX.
		IF WS-SORT-PREV-IX > WS-OLDEST-IX
			SUBTRACT 1 FROM WS-SORT-PREV-IX
		END-IF.
		COMPUTE WS-SORT-PREV = WS-SHIFT-IX - 1.
		MOVE WS-SORT-PREV-IX TO WS-SORT-IX(WS-SORT-PREV).

	2200-STORE-STEP.
		ADD 1 TO WS-ST-COUNT.
		MOVE WS-ST-COUNT TO WS-ST-IX.
		MOVE JS-RUN-NAME TO WS-ST-RUN-NAME(WS-ST-IX).
		MOVE JS-STEP-NO TO WS-ST-STEP-NO(WS-ST-IX).
		MOVE JS-PROGRAM TO WS-ST-PROGRAM(WS-ST-IX).
		MOVE JS-START-DATE TO WS-ST-START-DATE(WS-ST-IX).
		MOVE JS-START-TIME TO WS-ST-START-TIME(WS-ST-IX).
		MOVE JS-END-DATE TO WS-ST-END-DATE(WS-ST-IX).
		MOVE JS-END-TIME TO WS-ST-END-TIME(WS-ST-IX).
		MOVE JS-RETURN-CODE TO WS-ST-RETURN-CODE(WS-ST-IX).
		MOVE JS-STATUS TO WS-ST-STATUS(WS-ST-IX).
		MOVE SPACE TO WS-ST-SLA-FLAG(WS-ST-IX).
		MOVE SPACE TO WS-ST-TREND-FLAG(WS-ST-IX).
		MOVE 0 TO WS-ST-PRIOR-AVG(WS-ST-IX).
		MOVE JS-START-TIME TO WS-TIME-WORK.
		COMPUTE WS-DAY-NUMBER =
			FUNCTION INTEGER-OF-DATE(JS-START-DATE).
		PERFORM 2300-COMPUTE-ABS-SECONDS.
		MOVE WS-ABS-SECONDS TO WS-ST-START-ABS(WS-ST-IX).
		MOVE JS-END-TIME TO WS-TIME-WORK.
		COMPUTE WS-DAY-NUMBER =
			FUNCTION INTEGER-OF-DATE(JS-END-DATE).
		PERFORM 2300-COMPUTE-ABS-SECONDS.
		MOVE WS-ABS-SECONDS TO WS-ST-END-ABS(WS-ST-IX).
		IF WS-ST-END-ABS(WS-ST-IX) > WS-ST-START-ABS(WS-ST-IX)
			COMPUTE WS-ST-ELAPSED(WS-ST-IX) =
				WS-ST-END-ABS(WS-ST-IX)
				- WS-ST-START-ABS(WS-ST-IX)
		ELSE
			MOVE 0 TO WS-ST-ELAPSED(WS-ST-IX)
		END-IF.
		PERFORM 2400-INSERT-CHRONOLOGICAL.

	2300-COMPUTE-ABS-SECONDS.
		COMPUTE WS-ABS-SECONDS =
			(WS-DAY-NUMBER * 86400)
			+ (WS-TW-HH * 3600)
			+ (WS-TW-MM * 60)
			+ WS-TW-SS.

	2400-INSERT-CHRONOLOGICAL.
		COMPUTE WS-SORT-POS = WS-SORT-COUNT + 1.
		MOVE "N" TO WS-SORT-DONE.
		PERFORM 2410-SHIFT-ONE-ENTRY
			UNTIL WS-SORT-DONE = "Y".
		MOVE WS-ST-IX TO WS-SORT-IX(WS-SORT-POS).
		ADD 1 TO WS-SORT-COUNT.

	2410-SHIFT-ONE-ENTRY.
		IF WS-SORT-POS = 1
			MOVE "Y" TO WS-SORT-DONE
		ELSE
			COMPUTE WS-SORT-PREV = WS-SORT-POS - 1
			MOVE WS-SORT-IX(WS-SORT-PREV) TO WS-SORT-PREV-IX
			IF WS-ST-START-ABS(WS-SORT-PREV-IX)
				> WS-ST-START-ABS(WS-ST-IX)
				MOVE WS-SORT-PREV-IX
					TO WS-SORT-IX(WS-SORT-POS)
				MOVE WS-SORT-PREV TO WS-SORT-POS
			ELSE
				MOVE "Y" TO WS-SORT-DONE
			END-IF
		END-IF.

	3000-EVALUATE-STEP.
		MOVE WS-SORT-IX(WS-CHRONO-POS) TO WS-ST-IX.
		MOVE WS-ST-RUN-NAME(WS-ST-IX) TO WS-LATEST-RUN.
		PERFORM 3100-FIND-PROGRAM.
		MOVE WS-PG-IX TO WS-ST-PG-IX(WS-ST-IX).
		IF WS-PG-RB-COUNT(WS-PG-IX) > 0
			PERFORM 3300-COMPUTE-ROLLING-AVERAGE
			MOVE WS-RB-TOTAL TO WS-ST-PRIOR-AVG(WS-ST-IX)
		END-IF.
		IF WS-PG-MAX-SECONDS(WS-PG-IX) > 0
			AND WS-ST-ELAPSED(WS-ST-IX)
			> WS-PG-MAX-SECONDS(WS-PG-IX)
			MOVE "S" TO WS-ST-SLA-FLAG(WS-ST-IX)
			ADD 1 TO WS-SLA-COUNT
		END-IF.
		IF WS-PG-TREND-PCT(WS-PG-IX) > 0
			AND WS-PG-RB-COUNT(WS-PG-IX) > 0
			COMPUTE WS-TREND-LIMIT =
				WS-ST-PRIOR-AVG(WS-ST-IX)
				* (100 + WS-PG-TREND-PCT(WS-PG-IX))
			COMPUTE WS-TREND-VALUE =
				WS-ST-ELAPSED(WS-ST-IX) * 100
			IF WS-TREND-VALUE > WS-TREND-LIMIT
				MOVE "T" TO WS-ST-TREND-FLAG(WS-ST-IX)
				ADD 1 TO WS-TREND-COUNT
			END-IF
		END-IF.
		PERFORM 3400-PUSH-ROLLING-ENTRY.
		ADD 1 TO WS-PG-RUN-COUNT(WS-PG-IX).
		IF WS-ST-ELAPSED(WS-ST-IX) >= WS-PG-WORST(WS-PG-IX)
			MOVE WS-ST-ELAPSED(WS-ST-IX)
				TO WS-PG-WORST(WS-PG-IX)
			MOVE WS-ST-RUN-NAME(WS-ST-IX)
				TO WS-PG-WORST-RUN(WS-PG-IX)
		END-IF.

	3100-FIND-PROGRAM.
		MOVE "N" TO WS-PG-FOUND.
		PERFORM 3110-CHECK-ONE-PROGRAM
			VARYING WS-PG-IX FROM 1 BY 1
			UNTIL WS-PG-IX > WS-PG-COUNT
			OR WS-PG-FOUND = "Y".
		IF WS-PG-FOUND = "Y"
			SUBTRACT 1 FROM WS-PG-IX
		ELSE
			PERFORM 3200-ADD-PROGRAM
		END-IF.

	3110-CHECK-ONE-PROGRAM.
		IF WS-PG-PROGRAM(WS-PG-IX) = WS-ST-PROGRAM(WS-ST-IX)
			MOVE "Y" TO WS-PG-FOUND
		END-IF.

	3200-ADD-PROGRAM.
		IF WS-PG-COUNT >= WS-PG-MAX
			DISPLAY "IDESLA0004E PROGRAM TABLE FULL "
				WS-PG-MAX
			MOVE "IDESLA0004E" TO XA-MSG-ID
			MOVE WS-ST-PROGRAM(WS-ST-IX) TO XA-OBJECT
			MOVE WS-PG-MAX TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		ADD 1 TO WS-PG-COUNT.
		MOVE WS-PG-COUNT TO WS-PG-IX.
		MOVE WS-ST-PROGRAM(WS-ST-IX) TO WS-PG-PROGRAM(WS-PG-IX).
		MOVE WS-DEFAULT-MAX-SECONDS
			TO WS-PG-MAX-SECONDS(WS-PG-IX).
		MOVE WS-DEFAULT-TREND-PCT TO WS-PG-TREND-PCT(WS-PG-IX).
		MOVE 0 TO WS-PG-RUN-COUNT(WS-PG-IX).
		MOVE 0 TO WS-PG-WORST(WS-PG-IX).
		MOVE SPACES TO WS-PG-WORST-RUN(WS-PG-IX).
		MOVE 0 TO WS-PG-RB-COUNT(WS-PG-IX).
		MOVE 1 TO WS-PG-RB-NEXT(WS-PG-IX).
		MOVE "N" TO WS-SP-FOUND.
		PERFORM 3210-APPLY-SLA-PARAMETER
			VARYING WS-SP-IX FROM 1 BY 1
			UNTIL WS-SP-IX > WS-SP-COUNT
			OR WS-SP-FOUND = "Y".

	3210-APPLY-SLA-PARAMETER.
		IF WS-SP-PROGRAM(WS-SP-IX) = WS-PG-PROGRAM(WS-PG-IX)
			MOVE "Y" TO WS-SP-FOUND
			MOVE WS-SP-MAX-SECONDS(WS-SP-IX)
				TO WS-PG-MAX-SECONDS(WS-PG-IX)
			MOVE WS-SP-TREND-PCT(WS-SP-IX)
				TO WS-PG-TREND-PCT(WS-PG-IX)
		END-IF.

	3300-COMPUTE-ROLLING-AVERAGE.
		MOVE 0 TO WS-RB-TOTAL.
		PERFORM 3310-ADD-ROLLING-ENTRY
			VARYING WS-RB-IX FROM 1 BY 1
			UNTIL WS-RB-IX > WS-PG-RB-COUNT(WS-PG-IX).
		COMPUTE WS-RB-TOTAL ROUNDED =
			WS-RB-TOTAL / WS-PG-RB-COUNT(WS-PG-IX).

	3310-ADD-ROLLING-ENTRY.
		ADD WS-PG-RB-ELAPSED(WS-PG-IX WS-RB-IX) TO WS-RB-TOTAL.

	3400-PUSH-ROLLING-ENTRY.
		MOVE WS-PG-RB-NEXT(WS-PG-IX) TO WS-RB-SLOT.
		MOVE WS-ST-ELAPSED(WS-ST-IX)
			TO WS-PG-RB-ELAPSED(WS-PG-IX WS-RB-SLOT).
		IF WS-PG-RB-COUNT(WS-PG-IX) < WS-ROLL-WINDOW
			ADD 1 TO WS-PG-RB-COUNT(WS-PG-IX)
		END-IF.
		IF WS-RB-SLOT >= WS-ROLL-WINDOW
			MOVE 1 TO WS-PG-RB-NEXT(WS-PG-IX)
		ELSE
			ADD 1 TO WS-PG-RB-NEXT(WS-PG-IX)
		END-IF.

	4000-PRINT-REPORT.
		PERFORM 4100-PRINT-HEADINGS.
		MOVE SPACES TO WS-PREV-RUN.
		PERFORM 4200-PRINT-STEP
			VARYING WS-ST-IX FROM 1 BY 1
			UNTIL WS-ST-IX > WS-ST-COUNT.
		IF WS-ST-COUNT > 0
			PERFORM 4400-PRINT-CHAIN-TOTAL
		END-IF.

	4100-PRINT-HEADINGS.
		ADD 1 TO WS-PAGE-NO.
		MOVE WS-RUN-DATE TO WS-H1-DATE.
		MOVE WS-PAGE-NO TO WS-H1-PAGE.
		WRITE REPORT-LINE FROM WS-HEAD1.
		WRITE REPORT-LINE FROM WS-HEAD2.
		MOVE SPACES TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE 3 TO WS-LINE-NO.

	4200-PRINT-STEP.
		IF WS-ST-RUN-NAME(WS-ST-IX) NOT = WS-PREV-RUN
			IF WS-PREV-RUN NOT = SPACES
				PERFORM 4400-PRINT-CHAIN-TOTAL
			END-IF
			MOVE WS-ST-RUN-NAME(WS-ST-IX) TO WS-PREV-RUN
			MOVE WS-ST-START-ABS(WS-ST-IX) TO WS-CHAIN-START
			MOVE WS-ST-END-ABS(WS-ST-IX) TO WS-CHAIN-END
			MOVE WS-ST-RUN-NAME(WS-ST-IX) TO WS-DT-RUN-NAME
		ELSE
			MOVE SPACES TO WS-DT-RUN-NAME
		END-IF.
		IF WS-ST-START-ABS(WS-ST-IX) < WS-CHAIN-START
			MOVE WS-ST-START-ABS(WS-ST-IX) TO WS-CHAIN-START
		END-IF.
		IF WS-ST-END-ABS(WS-ST-IX) > WS-CHAIN-END
			MOVE WS-ST-END-ABS(WS-ST-IX) TO WS-CHAIN-END
		END-IF.
		IF WS-LINE-NO >= WS-LINES-PER-PAGE
			PERFORM 4100-PRINT-HEADINGS
		END-IF.
		MOVE WS-ST-STEP-NO(WS-ST-IX) TO WS-DT-STEP-NO.
		MOVE WS-ST-PROGRAM(WS-ST-IX) TO WS-DT-PROGRAM.
		MOVE WS-ST-START-DATE(WS-ST-IX) TO WS-DT-START-DATE.
		MOVE WS-ST-START-TIME(WS-ST-IX) TO WS-DT-START-TIME.
		MOVE WS-ST-END-DATE(WS-ST-IX) TO WS-DT-END-DATE.
		MOVE WS-ST-END-TIME(WS-ST-IX) TO WS-DT-END-TIME.
		MOVE WS-ST-ELAPSED(WS-ST-IX) TO WS-HMS-SECONDS.
		PERFORM 4900-FORMAT-ELAPSED.
		MOVE WS-HMS-TEXT TO WS-DT-ELAPSED.
		MOVE WS-ST-RETURN-CODE(WS-ST-IX) TO WS-DT-RC.
		MOVE WS-ST-STATUS(WS-ST-IX) TO WS-DT-STATUS.
		MOVE WS-ST-PRIOR-AVG(WS-ST-IX) TO WS-HMS-SECONDS.
		PERFORM 4900-FORMAT-ELAPSED.
		MOVE WS-HMS-TEXT TO WS-DT-PRIOR-AVG.
		MOVE WS-ST-PG-IX(WS-ST-IX) TO WS-PG-IX.
		MOVE WS-PG-MAX-SECONDS(WS-PG-IX) TO WS-DT-LIMIT.
		PERFORM 4300-SET-FLAG-TEXT.
		WRITE REPORT-LINE FROM WS-DETAIL.
		ADD 1 TO WS-LINE-NO.

	4300-SET-FLAG-TEXT.
		MOVE SPACES TO WS-DT-SLA-TEXT.
		MOVE SPACES TO WS-DT-TREND-TEXT.
		IF WS-ST-SLA-FLAG(WS-ST-IX) = "S"
			MOVE "SLA OVERRUN" TO WS-DT-SLA-TEXT
			IF WS-ST-RUN-NAME(WS-ST-IX) = WS-LATEST-RUN
				ADD 1 TO WS-LATEST-SLA-COUNT
				DISPLAY "IDESLA0005E SLA OVERRUN "
					WS-ST-PROGRAM(WS-ST-IX)
					" RUN " WS-LATEST-RUN
				MOVE "IDESLA0005E" TO XA-MSG-ID
				MOVE WS-ST-PROGRAM(WS-ST-IX)
					TO XA-OBJECT
				MOVE WS-ST-ELAPSED(WS-ST-IX)
					TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
			END-IF
		END-IF.
		IF WS-ST-TREND-FLAG(WS-ST-IX) = "T"
			MOVE "ABOVE TREND" TO WS-DT-TREND-TEXT
			IF WS-ST-RUN-NAME(WS-ST-IX) = WS-LATEST-RUN
				ADD 1 TO WS-LATEST-TREND-COUNT
				DISPLAY "IDESLA0006W ABOVE TREND "
					WS-ST-PROGRAM(WS-ST-IX)
					" RUN " WS-LATEST-RUN
				MOVE "IDESLA0006W" TO XA-MSG-ID
				MOVE WS-ST-PROGRAM(WS-ST-IX)
					TO XA-OBJECT
				MOVE WS-ST-ELAPSED(WS-ST-IX)
					TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
			END-IF
		END-IF.

	4400-PRINT-CHAIN-TOTAL.
		COMPUTE WS-HMS-SECONDS = WS-CHAIN-END - WS-CHAIN-START.
		PERFORM 4900-FORMAT-ELAPSED.
		MOVE WS-HMS-TEXT TO WS-CL-ELAPSED.
		WRITE REPORT-LINE FROM WS-CHAIN-LINE.
		MOVE SPACES TO REPORT-LINE.
		WRITE REPORT-LINE.
		ADD 2 TO WS-LINE-NO.

	4900-FORMAT-ELAPSED.
		DIVIDE WS-HMS-SECONDS BY 3600
			GIVING WS-HMS-HOURS REMAINDER WS-HMS-REM.
		DIVIDE WS-HMS-REM BY 60
			GIVING WS-HMS-MINUTES REMAINDER WS-HMS-SECS.
		MOVE WS-HMS-HOURS TO WS-HT-HOURS.
		MOVE WS-HMS-MINUTES TO WS-HT-MINUTES.
		MOVE WS-HMS-SECS TO WS-HT-SECS.

	5000-PRINT-SUMMARY.
		IF WS-LINE-NO + 4 >= WS-LINES-PER-PAGE
			PERFORM 4100-PRINT-HEADINGS
		END-IF.
		WRITE REPORT-LINE FROM WS-SUMMARY-HEAD.
		WRITE REPORT-LINE FROM WS-SUMMARY-HEAD2.
		ADD 2 TO WS-LINE-NO.
		PERFORM 5100-PRINT-PROGRAM
			VARYING WS-PG-IX FROM 1 BY 1
			UNTIL WS-PG-IX > WS-PG-COUNT.

	5100-PRINT-PROGRAM.
		IF WS-LINE-NO >= WS-LINES-PER-PAGE
			PERFORM 4100-PRINT-HEADINGS
		END-IF.
		MOVE WS-PG-PROGRAM(WS-PG-IX) TO WS-SM-PROGRAM.
		MOVE WS-PG-RUN-COUNT(WS-PG-IX) TO WS-SM-RUNS.
		PERFORM 3300-COMPUTE-ROLLING-AVERAGE.
		MOVE WS-RB-TOTAL TO WS-HMS-SECONDS.
		PERFORM 4900-FORMAT-ELAPSED.
		MOVE WS-HMS-TEXT TO WS-SM-ROLL-AVG.
		MOVE WS-PG-WORST(WS-PG-IX) TO WS-HMS-SECONDS.
		PERFORM 4900-FORMAT-ELAPSED.
		MOVE WS-HMS-TEXT TO WS-SM-WORST.
		MOVE WS-PG-WORST-RUN(WS-PG-IX) TO WS-SM-WORST-RUN.
		MOVE WS-PG-MAX-SECONDS(WS-PG-IX) TO WS-SM-LIMIT.
		MOVE WS-PG-TREND-PCT(WS-PG-IX) TO WS-SM-TREND-PCT.
		WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
		ADD 1 TO WS-LINE-NO.

	6000-WRITE-TOTALS.
		MOVE SPACES TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE WS-LATEST-RUN TO WS-TL-LATEST-RUN.
		MOVE WS-LATEST-SLA-COUNT TO WS-TL-LATEST-SLA.
		MOVE WS-LATEST-TREND-COUNT TO WS-TL-LATEST-TREND.
		MOVE WS-ST-COUNT TO WS-TL-STEPS.
		MOVE WS-DROPPED-COUNT TO WS-TL-DROPPED.
		WRITE REPORT-LINE FROM WS-TOTAL-LINE.

	7000-SET-RETURN-CODE.
		IF WS-DROPPED-COUNT > 0
			DISPLAY "IDESLA0007W OLDEST STEPS DROPPED "
				WS-DROPPED-COUNT
			MOVE "IDESLA0007W" TO XA-MSG-ID
			MOVE "JOBSTAT" TO XA-OBJECT
			MOVE WS-DROPPED-COUNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		END-IF.
		DISPLAY "IDESLA0008I STEPS " WS-ST-COUNT
			" SLA OVERRUNS " WS-SLA-COUNT
			" ABOVE TREND " WS-TREND-COUNT.
		EVALUATE TRUE
			WHEN WS-LATEST-SLA-COUNT > 0
				MOVE 8 TO RETURN-CODE
			WHEN WS-LATEST-TREND-COUNT > 0
				OR WS-DROPPED-COUNT > 0
				MOVE 4 TO RETURN-CODE
			WHEN OTHER
				MOVE 0 TO RETURN-CODE
		END-EVALUATE.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDESLA" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
