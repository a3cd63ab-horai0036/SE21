	*> 2210104071 Teruya Horai

	IDENTIFICATION DIVISION.
	PROGRAM-ID. IDEXCP.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT EXCEPTION-CONTROL-FILE ASSIGN TO "XCPPARM"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-CTL.
		SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCPLOG"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-XLOG.
		SELECT REPORT-FILE ASSIGN TO "XCPRPT"
			ORGANIZATION LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD EXCEPTION-CONTROL-FILE.
	COPY XCPPARM.

	FD EXCEPTION-LOG-FILE.
	COPY EXCPREC.

	FD REPORT-FILE.
	01 REPORT-LINE PIC X(132).

	WORKING-STORAGE SECTION.
		01 WS-FS-CTL PIC X(2).
		01 WS-FS-XLOG PIC X(2).
		01 WS-AT-END PIC X(1) VALUE "N".
		01 WS-RUN-DATE PIC 9(8).
		01 WS-PAGE-NO PIC 9(4) VALUE 0.
		01 WS-LINE-NO PIC 9(2) VALUE 99.
		01 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
		01 WS-READ-COUNT PIC 9(9) VALUE 0.
		01 WS-SELECTED-COUNT PIC 9(9) VALUE 0.
		01 WS-ERROR-COUNT PIC 9(9) VALUE 0.
		01 WS-WARNING-COUNT PIC 9(9) VALUE 0.
		01 WS-OTHER-COUNT PIC 9(9) VALUE 0.
		01 WS-DROPPED-COUNT PIC 9(9) VALUE 0.
		01 WS-SEV-OCCURS PIC 9(9) VALUE 0.
		01 WS-NEW-KEY.
			05 WS-NK-RANK PIC X(1).
			05 WS-NK-PROGRAM PIC X(8).
			05 WS-NK-MSG-ID PIC X(13).
		01 WS-PREV-RANK PIC X(1).
		01 WS-PREV-PROGRAM PIC X(8).
		01 WS-XT-IX PIC 9(3) COMP.
		01 WS-XT-POS PIC 9(3) COMP.
		01 WS-XT-COUNT PIC 9(3) COMP VALUE 0.
		01 WS-XT-MAX PIC 9(3) COMP VALUE 200.
		01 WS-EXCP-TABLE.
			05 WS-XT-ENTRY OCCURS 200 TIMES.
				10 WS-XT-KEY.
					15 WS-XT-RANK PIC X(1).
					15 WS-XT-PROGRAM PIC X(8).
					15 WS-XT-MSG-ID PIC X(13).
				10 WS-XT-SEVERITY PIC X(1).
				10 WS-XT-OCCURS PIC 9(7).
				10 WS-XT-TOTAL PIC 9(11).
				10 WS-XT-FIRST-TIME PIC 9(8).
				10 WS-XT-LAST-TIME PIC 9(8).
				10 WS-XT-LAST-OBJECT PIC X(16).
		01 WS-HEAD1.
			05 FILLER PIC X(24)
				VALUE "IDEXCP  MORNING EXCEPTIO".
			05 FILLER PIC X(24)
				VALUE "N REPORT     RUN DATE = ".
			05 WS-H1-DATE PIC 9(8).
			05 FILLER PIC X(8) VALUE "   PAGE ".
			05 WS-H1-PAGE PIC ZZZ9.
			05 FILLER PIC X(64) VALUE SPACES.
		01 WS-HEAD2.
			05 FILLER PIC X(24)
				VALUE "SEV PROGRAM  MSG-ID     ".
			05 FILLER PIC X(24)
				VALUE "      OCCURS  TOTAL-COUN".
			05 FILLER PIC X(24)
				VALUE "T  FIRST-TIME  LAST-TIME".
			05 FILLER PIC X(24)
				VALUE "  LAST-OBJECT           ".
			05 FILLER PIC X(36) VALUE SPACES.
		01 WS-SEV-LINE.
			05 FILLER PIC X(9) VALUE "SEVERITY ".
			05 WS-SL-SEVERITY PIC X(1).
			05 FILLER PIC X(3) VALUE " - ".
			05 WS-SL-TEXT PIC X(12).
			05 FILLER PIC X(107) VALUE SPACES.
		01 WS-DETAIL.
			05 WS-DT-SEVERITY PIC X(1).
			05 FILLER PIC X(3) VALUE SPACES.
			05 WS-DT-PROGRAM PIC X(8).
			05 FILLER PIC X(1) VALUE SPACES.
			05 WS-DT-MSG-ID PIC X(13).
			05 FILLER PIC X(1) VALUE SPACES.
			05 WS-DT-OCCURS PIC ZZZZZZ9.
			05 FILLER PIC X(1) VALUE SPACES.
			05 WS-DT-TOTAL PIC ZZZZZZZZZZ9.
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DT-FIRST-TIME PIC 9(8).
			05 FILLER PIC X(3) VALUE SPACES.
			05 WS-DT-LAST-TIME PIC 9(8).
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DT-LAST-OBJECT PIC X(16).
			05 FILLER PIC X(47) VALUE SPACES.
		01 WS-SEV-TOTAL-LINE.
			05 FILLER PIC X(4) VALUE SPACES.
			05 FILLER PIC X(22)
				VALUE "SEVERITY TOTAL        ".
			05 WS-ST-OCCURS PIC ZZZZZZZZ9.
			05 FILLER PIC X(97) VALUE SPACES.
		01 WS-CLEAN-LINE.
			05 FILLER PIC X(24)
				VALUE "NO EXCEPTIONS RECORDED F".
			05 FILLER PIC X(24)
				VALUE "OR THIS RUN DATE        ".
			05 FILLER PIC X(84) VALUE SPACES.
		01 WS-TOTAL-LINE.
			05 FILLER PIC X(7) VALUE "ERRORS=".
			05 WS-TL-ERRORS PIC ZZZZZZZZ9.
			05 FILLER PIC X(10) VALUE " WARNINGS=".
			05 WS-TL-WARNINGS PIC ZZZZZZZZ9.
			05 FILLER PIC X(7) VALUE " OTHER=".
			05 WS-TL-OTHER PIC ZZZZZZZZ9.
			05 FILLER PIC X(13) VALUE " LOG RECORDS=".
			05 WS-TL-READ PIC ZZZZZZZZ9.
			05 FILLER PIC X(9) VALUE " DROPPED=".
			05 WS-TL-DROPPED PIC ZZZZZZZZ9.
			05 FILLER PIC X(41) VALUE SPACES.
		01 WS-SIGNOFF-LINE.
			05 FILLER PIC X(24)
				VALUE "REVIEWED BY ____________".
			05 FILLER PIC X(24)
				VALUE "____  DATE __________  T".
			05 FILLER PIC X(24)
				VALUE "IME ________            ".
			05 FILLER PIC X(60) VALUE SPACES.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		PERFORM 1000-INITIALIZE.
		PERFORM 2000-LOAD-EXCEPTIONS.
		PERFORM 4000-PRINT-REPORT.
		PERFORM 5000-WRITE-TOTALS.
		CLOSE REPORT-FILE.
		IF WS-DROPPED-COUNT > 0
			DISPLAY "IDEXCP0004W SUMMARY TABLE FULL "
				WS-DROPPED-COUNT
			MOVE "IDEXCP0004W" TO XA-MSG-ID
			MOVE "EXCPLOG" TO XA-OBJECT
			MOVE WS-DROPPED-COUNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		END-IF.
		DISPLAY "IDEXCP0005I ERRORS " WS-ERROR-COUNT
			" WARNINGS " WS-WARNING-COUNT.
		EVALUATE TRUE
			WHEN WS-ERROR-COUNT > 0
				MOVE 8 TO RETURN-CODE
			WHEN WS-WARNING-COUNT > 0
				OR WS-DROPPED-COUNT > 0
				MOVE 4 TO RETURN-CODE
			WHEN OTHER
				MOVE 0 TO RETURN-CODE
		END-EVALUATE.
		STOP RUN.

	1000-INITIALIZE.
		OPEN INPUT EXCEPTION-CONTROL-FILE.
		IF WS-FS-CTL NOT = "00"
			DISPLAY "IDEXCP0001E XCPPARM OPEN ERR"
			MOVE "IDEXCP0001E" TO XA-MSG-ID
			MOVE "XCPPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		READ EXCEPTION-CONTROL-FILE
			AT END
				DISPLAY "IDEXCP0002E XCPPARM EMPTY"
				MOVE "IDEXCP0002E" TO XA-MSG-ID
				MOVE "XCPPARM" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-READ.
		CLOSE EXCEPTION-CONTROL-FILE.
		IF XP-RUN-DATE NOT NUMERIC
			OR XP-RUN-DATE = 0
			ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
		ELSE
			MOVE XP-RUN-DATE TO WS-RUN-DATE
		END-IF.
		OPEN OUTPUT REPORT-FILE.

	2000-LOAD-EXCEPTIONS.
		OPEN INPUT EXCEPTION-LOG-FILE.
		IF WS-FS-XLOG = "35"
			DISPLAY "IDEXCP0003I NO EXCPLOG " WS-FS-XLOG
		END-IF.
		IF WS-FS-XLOG NOT = "00"
			AND WS-FS-XLOG NOT = "35"
			DISPLAY "IDEXCP0006E EXCPLOG OPEN ERR "
				WS-FS-XLOG
			MOVE "IDEXCP0006E" TO XA-MSG-ID
			MOVE "EXCPLOG" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			CLOSE REPORT-FILE
			STOP RUN
		END-IF.
		IF WS-FS-XLOG = "00"
			PERFORM 2100-READ-EXCEPTION
				UNTIL WS-AT-END = "Y"
			CLOSE EXCEPTION-LOG-FILE
		END-IF.

	2100-READ-EXCEPTION.
		READ EXCEPTION-LOG-FILE
			AT END MOVE "Y" TO WS-AT-END
		END-READ.
		IF WS-AT-END NOT = "Y"
			ADD 1 TO WS-READ-COUNT
			IF XL-RUN-DATE = WS-RUN-DATE
				ADD 1 TO WS-SELECTED-COUNT
				PERFORM 2200-COUNT-SEVERITY
				PERFORM 3000-ACCUMULATE-EXCEPTION
			END-IF
		END-IF.

	2200-COUNT-SEVERITY.
		EVALUATE XL-SEVERITY
			WHEN "E"
				ADD 1 TO WS-ERROR-COUNT
				MOVE "1" TO WS-NK-RANK
			WHEN "W"
				ADD 1 TO WS-WARNING-COUNT
				MOVE "2" TO WS-NK-RANK
			WHEN OTHER
				ADD 1 TO WS-OTHER-COUNT
				MOVE "3" TO WS-NK-RANK
		END-EVALUATE.
		MOVE XL-PROGRAM TO WS-NK-PROGRAM.
		MOVE XL-MSG-ID TO WS-NK-MSG-ID.

	3000-ACCUMULATE-EXCEPTION.
		MOVE 0 TO WS-XT-POS.
		PERFORM 3100-FIND-POSITION
			VARYING WS-XT-IX FROM 1 BY 1
			UNTIL WS-XT-IX > WS-XT-COUNT
				OR WS-XT-POS > 0.
		IF WS-XT-POS > 0
			AND WS-XT-KEY(WS-XT-POS) = WS-NEW-KEY
			PERFORM 3300-UPDATE-ENTRY
		ELSE
			IF WS-XT-COUNT < WS-XT-MAX
				PERFORM 3500-INSERT-ENTRY
			ELSE
				ADD 1 TO WS-DROPPED-COUNT
			END-IF
		END-IF.

	3100-FIND-POSITION.
		IF WS-XT-KEY(WS-XT-IX) >= WS-NEW-KEY
			MOVE WS-XT-IX TO WS-XT-POS
		END-IF.

	3200-SHIFT-ENTRY.
		MOVE WS-XT-ENTRY(WS-XT-IX)
			TO WS-XT-ENTRY(WS-XT-IX + 1).

	3300-UPDATE-ENTRY.
		ADD 1 TO WS-XT-OCCURS(WS-XT-POS).
		ADD XL-COUNT TO WS-XT-TOTAL(WS-XT-POS).
		IF XL-RUN-TIME < WS-XT-FIRST-TIME(WS-XT-POS)
			MOVE XL-RUN-TIME TO WS-XT-FIRST-TIME(WS-XT-POS)
		END-IF.
		IF XL-RUN-TIME >= WS-XT-LAST-TIME(WS-XT-POS)
			MOVE XL-RUN-TIME TO WS-XT-LAST-TIME(WS-XT-POS)
			MOVE XL-OBJECT TO WS-XT-LAST-OBJECT(WS-XT-POS)
		END-IF.

	3400-CREATE-ENTRY.
		MOVE WS-NEW-KEY TO WS-XT-KEY(WS-XT-POS).
		MOVE XL-SEVERITY TO WS-XT-SEVERITY(WS-XT-POS).
		MOVE 1 TO WS-XT-OCCURS(WS-XT-POS).
		MOVE XL-COUNT TO WS-XT-TOTAL(WS-XT-POS).
		MOVE XL-RUN-TIME TO WS-XT-FIRST-TIME(WS-XT-POS).
		MOVE XL-RUN-TIME TO WS-XT-LAST-TIME(WS-XT-POS).
		MOVE XL-OBJECT TO WS-XT-LAST-OBJECT(WS-XT-POS).

	3500-INSERT-ENTRY.
		IF WS-XT-POS = 0
			COMPUTE WS-XT-POS = WS-XT-COUNT + 1
		ELSE
			PERFORM 3200-SHIFT-ENTRY
				VARYING WS-XT-IX FROM WS-XT-COUNT BY -1
				UNTIL WS-XT-IX < WS-XT-POS
		END-IF.
		ADD 1 TO WS-XT-COUNT.
		PERFORM 3400-CREATE-ENTRY.

	4000-PRINT-REPORT.
		PERFORM 4100-PRINT-HEADINGS.
		IF WS-XT-COUNT = 0
			WRITE REPORT-LINE FROM WS-CLEAN-LINE
			ADD 1 TO WS-LINE-NO
		ELSE
			MOVE SPACE TO WS-PREV-RANK
			MOVE SPACES TO WS-PREV-PROGRAM
			MOVE 0 TO WS-SEV-OCCURS
			PERFORM 4200-PRINT-ENTRY
				VARYING WS-XT-IX FROM 1 BY 1
				UNTIL WS-XT-IX > WS-XT-COUNT
			PERFORM 4400-PRINT-SEVERITY-TOTAL
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

	4200-PRINT-ENTRY.
		IF WS-XT-RANK(WS-XT-IX) NOT = WS-PREV-RANK
			IF WS-PREV-RANK NOT = SPACE
				PERFORM 4400-PRINT-SEVERITY-TOTAL
			END-IF
			PERFORM 4300-PRINT-SEVERITY-HEAD
		END-IF.
		IF WS-LINE-NO >= WS-LINES-PER-PAGE
			PERFORM 4100-PRINT-HEADINGS
		END-IF.
		MOVE WS-XT-SEVERITY(WS-XT-IX) TO WS-DT-SEVERITY.
		IF WS-XT-PROGRAM(WS-XT-IX) = WS-PREV-PROGRAM
			MOVE SPACES TO WS-DT-PROGRAM
		ELSE
			MOVE WS-XT-PROGRAM(WS-XT-IX) TO WS-DT-PROGRAM
			MOVE WS-XT-PROGRAM(WS-XT-IX) TO WS-PREV-PROGRAM
		END-IF.
		MOVE WS-XT-MSG-ID(WS-XT-IX) TO WS-DT-MSG-ID.
		MOVE WS-XT-OCCURS(WS-XT-IX) TO WS-DT-OCCURS.
		MOVE WS-XT-TOTAL(WS-XT-IX) TO WS-DT-TOTAL.
		MOVE WS-XT-FIRST-TIME(WS-XT-IX) TO WS-DT-FIRST-TIME.
		MOVE WS-XT-LAST-TIME(WS-XT-IX) TO WS-DT-LAST-TIME.
		MOVE WS-XT-LAST-OBJECT(WS-XT-IX) TO WS-DT-LAST-OBJECT.
		WRITE REPORT-LINE FROM WS-DETAIL.
		ADD 1 TO WS-LINE-NO.
		ADD WS-XT-OCCURS(WS-XT-IX) TO WS-SEV-OCCURS.

	4300-PRINT-SEVERITY-HEAD.
		IF WS-LINE-NO + 2 >= WS-LINES-PER-PAGE
			PERFORM 4100-PRINT-HEADINGS
		END-IF.
		MOVE WS-XT-RANK(WS-XT-IX) TO WS-PREV-RANK.
		MOVE SPACES TO WS-PREV-PROGRAM.
		MOVE 0 TO WS-SEV-OCCURS.
		MOVE WS-XT-SEVERITY(WS-XT-IX) TO WS-SL-SEVERITY.
		EVALUATE WS-XT-RANK(WS-XT-IX)
			WHEN "1"
				MOVE "ERRORS" TO WS-SL-TEXT
			WHEN "2"
				MOVE "WARNINGS" TO WS-SL-TEXT
			WHEN OTHER
				MOVE "OTHER" TO WS-SL-TEXT
		END-EVALUATE.
		WRITE REPORT-LINE FROM WS-SEV-LINE.
		ADD 1 TO WS-LINE-NO.

	4400-PRINT-SEVERITY-TOTAL.
		MOVE WS-SEV-OCCURS TO WS-ST-OCCURS.
		WRITE REPORT-LINE FROM WS-SEV-TOTAL-LINE.
		MOVE SPACES TO REPORT-LINE.
		WRITE REPORT-LINE.
		ADD 2 TO WS-LINE-NO.

	5000-WRITE-TOTALS.
		MOVE SPACES TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE WS-ERROR-COUNT TO WS-TL-ERRORS.
		MOVE WS-WARNING-COUNT TO WS-TL-WARNINGS.
		MOVE WS-OTHER-COUNT TO WS-TL-OTHER.
		MOVE WS-SELECTED-COUNT TO WS-TL-READ.
		MOVE WS-DROPPED-COUNT TO WS-TL-DROPPED.
		WRITE REPORT-LINE FROM WS-TOTAL-LINE.
		MOVE SPACES TO REPORT-LINE.
		WRITE REPORT-LINE.
		WRITE REPORT-LINE FROM WS-SIGNOFF-LINE.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEXCP" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
