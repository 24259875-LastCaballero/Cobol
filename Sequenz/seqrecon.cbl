	ORGANIZATION IS LINE SEQUENTIAL
	FILE STATUS IS WS-VOID-STATUS.

	SELECT OPTIONAL DELEG-FILE ASSIGN TO WS-DLG-FILE
	ORGANIZATION IS LINE SEQUENTIAL
	FILE STATUS IS WS-DLG-STATUS.

	SELECT OPTIONAL DLGUSE-FILE ASSIGN TO WS-DLU-FILE
	ORGANIZATION IS LINE SEQUENTIAL
	FILE STATUS IS WS-DLU-STATUS.

DATA DIVISION.
FILE SECTION.
FD	CHECKPOINT-FILE.
	05 CKP-VALUE		PIC 9(10).
	05 CKP-YEAR		PIC 9(4).
	05 CKP-MAX		PIC 9(10).
	05 CKP-CHECK		PIC X(5).

FD	USED-FILE.
01	USED-RECORD		PIC X(40).
	05 VOD-END		PIC 9(10).
	05 VOD-REASON		PIC X(40).

FD	DELEG-FILE.
01	DELEG-RECORD.
	05 DLG-NAME		PIC X(12).
	05 DLG-BRANCH		PIC X(12).
	05 DLG-START		PIC 9(10).
	05 DLG-END		PIC 9(10).
	05 DLG-DATE		PIC 9(8).
	05 DLG-STATE		PIC X.

FD	DLGUSE-FILE.
01	DLGUSE-RECORD.
	05 DLU-NAME		PIC X(12).
	05 DLU-BRANCH		PIC X(12).
	05 DLU-NUMBER		PIC 9(10).
	05 DLU-DATE		PIC 9(8).

WORKING-STORAGE SECTION.
01	WS-ARGS			PIC X(200).
01	WS-TOK-NAME		PIC X(12)  VALUE SPACES.
01	WS-GAP-COUNT		PIC 9(6)   VALUE 0.
01	WS-DUP-COUNT		PIC 9(6)   VALUE 0.
01	WS-ROGUE-COUNT		PIC 9(6)   VALUE 0.
01	WS-BAD-CHECK-COUNT	PIC 9(6)   VALUE 0.

01	WS-CHECK-SCHEME		PIC X(5)   VALUE SPACES.
01	WS-CHECK-WORK		PIC 9(18)  VALUE 0.
01	WS-CHECK-LEN		PIC 9(2)   VALUE 0.
01	WS-CHECK-POS		PIC 9(2)   VALUE 0.
01	WS-CHECK-ONE		PIC 9      VALUE 0.
01	WS-CHECK-WEIGHT		PIC 9(2)   VALUE 0.
01	WS-CHECK-PROD		PIC 9(2)   VALUE 0.
01	WS-CHECK-SUM		PIC 9(4)   VALUE 0.
01	WS-CHECK-REST		PIC 9(2)   VALUE 0.
01	WS-CHECK-DIGIT		PIC 9      VALUE 0.
01	WS-CHECK-GIVEN		PIC X      VALUE SPACE.

01	WS-VOID-FILE		PIC X(200) VALUE "SEQVOID.LOG".
01	WS-VOID-STATUS		PIC XX     VALUE SPACES.
01	WS-VOID-COUNT		PIC 9(6)   VALUE 0.
01	WS-VOID-NUM		PIC 9(10).

01	WS-DLG-FILE		PIC X(200) VALUE "SEQDELEG.DAT".
01	WS-DLG-STATUS		PIC XX     VALUE SPACES.
01	WS-DLG-END		PIC X      VALUE 'N'.
01	WS-DLU-FILE		PIC X(200) VALUE "SEQDLGUSE.DAT".
01	WS-DLU-STATUS		PIC XX     VALUE SPACES.
01	WS-DLU-END		PIC X      VALUE 'N'.
01	WS-DLU-TOTAL		PIC 9(6)   VALUE 0.
01	WS-DELEG-TABLE.
	05 WS-DELEG-MARK OCCURS 100000 TIMES PIC 9(3) COMP.
01	WS-RANGES.
	05 WS-RG-ENTRY OCCURS 500 TIMES.
		10 WS-RG-BRANCH		PIC X(12).
		10 WS-RG-START		PIC 9(10).
		10 WS-RG-END		PIC 9(10).
		10 WS-RG-STATE		PIC X.
01	WS-RG-COUNT		PIC 9(3)   VALUE 0.
01	WS-RG-IDX		PIC 9(3).
01	WS-RG-USED		PIC 9(6).
01	WS-RG-TWICE		PIC 9(6).
01	WS-RG-OPEN		PIC 9(6).
01	WS-RG-RETURNED		PIC 9(6).
01	WS-RG-VOIDED		PIC 9(6).
01	WS-RG-NUM		PIC 9(10).
01	WS-RUN-OPEN		PIC X      VALUE 'N'.
01	WS-RUN-START		PIC 9(10).
01	WS-RUN-END		PIC 9(10).


PROCEDURE DIVISION.

		MOVE WS-TOK-CKP TO WS-CKP-FILE
	END-IF

	PERFORM SET-UMGEBUNG
	PERFORM FIND-ISSUED-RANGE
	IF WS-COUNTER-FOUND = 'N'
		DISPLAY "SEQRECON: ERROR - counter " FUNCTION TRIM( WS-TOK-NAME )
	END-IF

	PERFORM READ-VOID-REGISTER
	PERFORM READ-DELEG-REGISTER
	PERFORM READ-USED-NUMBERS
	PERFORM READ-DELEG-USAGE
	PERFORM REPORT-FINDINGS
	STOP RUN.

					IF CKP-NAME = WS-TOK-NAME
						MOVE 'Y' TO WS-COUNTER-FOUND
						MOVE CKP-VALUE TO WS-LAST-ISSUED
						MOVE CKP-CHECK TO WS-CHECK-SCHEME
					END-IF
			END-READ
		END-PERFORM
			FUNCTION TRIM( USED-RECORD )
		EXIT PARAGRAPH
	END-IF
	IF WS-CHECK-SCHEME NOT = SPACES
		MOVE FUNCTION LENGTH( FUNCTION TRIM( WS-DIGITS ) ) TO WS-CHECK-LEN
		IF WS-CHECK-LEN < 2 OR WS-CHECK-LEN > 19
			ADD 1 TO WS-BAD-CHECK-COUNT
			DISPLAY "CHECK DIGIT WRONG: " FUNCTION TRIM( USED-RECORD )
			EXIT PARAGRAPH
		END-IF
		MOVE WS-DIGITS( WS-CHECK-LEN : 1 ) TO WS-CHECK-GIVEN
		MOVE FUNCTION NUMVAL( WS-DIGITS( 1 : WS-CHECK-LEN - 1 ) )
			TO WS-CHECK-WORK
		PERFORM COMPUTE-CHECK-DIGIT
		IF WS-CHECK-GIVEN NOT = WS-CHECK-DIGIT
			ADD 1 TO WS-BAD-CHECK-COUNT
			DISPLAY "CHECK DIGIT WRONG: " FUNCTION TRIM( USED-RECORD )
			EXIT PARAGRAPH
		END-IF
		MOVE WS-DIGITS( 1 : WS-CHECK-LEN - 1 ) TO WS-REST
		MOVE WS-REST TO WS-DIGITS
	END-IF
	MOVE FUNCTION NUMVAL( WS-DIGITS ) TO WS-NUM
	ADD 1 TO WS-USED-TOTAL
	IF WS-NUM = 0 OR WS-NUM > WS-LAST-ISSUED
REPORT-FINDINGS.
	PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-LAST-ISSUED
		IF WS-USED-COUNT-N( WS-IDX ) = 0
			AND WS-DELEG-MARK( WS-IDX ) = 0
			IF WS-VOID-MARK( WS-IDX ) = 1
				ADD 1 TO WS-VOID-COUNT
			ELSE
			DISPLAY "WARNING - USED DESPITE VOID: " WS-IDX
		END-IF
		IF WS-USED-COUNT-N( WS-IDX ) > 1
			AND WS-DELEG-MARK( WS-IDX ) = 0
			ADD 1 TO WS-DUP-COUNT
			DISPLAY "USED " WS-USED-COUNT-N( WS-IDX ) " TIMES: " WS-IDX
		END-IF
	END-PERFORM
	PERFORM VARYING WS-RG-IDX FROM 1 BY 1 UNTIL WS-RG-IDX > WS-RG-COUNT
		PERFORM REPORT-ONE-RANGE
	END-PERFORM
	DISPLAY " "
	DISPLAY "SEQRECON: counter " FUNCTION TRIM( WS-TOK-NAME )
		" issued 1-" WS-LAST-ISSUED
		", " WS-USED-TOTAL " used entries"
	IF WS-RG-COUNT > 0
		DISPLAY "SEQRECON: " WS-RG-COUNT " delegated range(s), "
			WS-DLU-TOTAL " imported branch entries"
	END-IF
	DISPLAY "SEQRECON: " WS-GAP-COUNT " gap(s), " WS-DUP-COUNT
		" duplicate(s), " WS-ROGUE-COUNT " never-issued, "
		WS-VOID-COUNT " voided"
	IF WS-CHECK-SCHEME NOT = SPACES
		DISPLAY "SEQRECON: " WS-BAD-CHECK-COUNT " entry(ies) rejected by "
			FUNCTION TRIM( WS-CHECK-SCHEME ) " check digit"
	END-IF
	IF WS-GAP-COUNT = 0 AND WS-DUP-COUNT = 0 AND WS-ROGUE-COUNT = 0
		AND WS-BAD-CHECK-COUNT = 0
		DISPLAY "SEQRECON: RECONCILIATION OK"
	ELSE
		MOVE 8 TO RETURN-CODE
	END-IF
EXIT.

COMPUTE-CHECK-DIGIT.
	MOVE 0 TO WS-CHECK-SUM
	MOVE 2 TO WS-CHECK-WEIGHT
	PERFORM VARYING WS-CHECK-POS FROM 18 BY -1 UNTIL WS-CHECK-POS < 1
		MOVE WS-CHECK-WORK( WS-CHECK-POS : 1 ) TO WS-CHECK-ONE
		COMPUTE WS-CHECK-PROD = WS-CHECK-ONE * WS-CHECK-WEIGHT
		IF WS-CHECK-SCHEME = "MOD10"
			IF WS-CHECK-PROD > 9
				SUBTRACT 9 FROM WS-CHECK-PROD
			END-IF
			COMPUTE WS-CHECK-WEIGHT = 3 - WS-CHECK-WEIGHT
		ELSE
			ADD 1 TO WS-CHECK-WEIGHT
			IF WS-CHECK-WEIGHT > 7
				MOVE 2 TO WS-CHECK-WEIGHT
			END-IF
		END-IF
		ADD WS-CHECK-PROD TO WS-CHECK-SUM
	END-PERFORM
	IF WS-CHECK-SCHEME = "MOD10"
		COMPUTE WS-CHECK-REST = FUNCTION MOD( WS-CHECK-SUM, 10 )
		IF WS-CHECK-REST = 0
			MOVE 0 TO WS-CHECK-DIGIT
		ELSE
			COMPUTE WS-CHECK-DIGIT = 10 - WS-CHECK-REST
		END-IF
	ELSE
		COMPUTE WS-CHECK-REST = 11 - FUNCTION MOD( WS-CHECK-SUM, 11 )
		IF WS-CHECK-REST > 9
			MOVE 0 TO WS-CHECK-DIGIT
		ELSE
			MOVE WS-CHECK-REST TO WS-CHECK-DIGIT
		END-IF
	END-IF
EXIT.

READ-DELEG-REGISTER.
	OPEN INPUT DELEG-FILE
	IF WS-DLG-STATUS = "00"
		PERFORM UNTIL WS-DLG-END = 'Y'
			READ DELEG-FILE
				AT END
					MOVE 'Y' TO WS-DLG-END
				NOT AT END
					IF DLG-NAME = WS-TOK-NAME
						PERFORM MARK-DELEG-RANGE
					END-IF
			END-READ
		END-PERFORM
	END-IF
	CLOSE DELEG-FILE
EXIT.

MARK-DELEG-RANGE.
	IF DLG-STATE = 'R'
		PERFORM VARYING WS-RG-NUM FROM DLG-START BY 1
			UNTIL WS-RG-NUM > DLG-END
			IF WS-RG-NUM >= 1 AND WS-RG-NUM <= 100000
				MOVE 999 TO WS-DELEG-MARK( WS-RG-NUM )
			END-IF
		END-PERFORM
		EXIT PARAGRAPH
	END-IF
	IF WS-RG-COUNT >= 500
		DISPLAY "SEQRECON: WARNING - more than 500 delegated ranges, "
			"range " DLG-START " - " DLG-END " not reconciled"
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-RG-COUNT
	MOVE DLG-BRANCH TO WS-RG-BRANCH( WS-RG-COUNT )
	MOVE DLG-START TO WS-RG-START( WS-RG-COUNT )
	MOVE DLG-END TO WS-RG-END( WS-RG-COUNT )
	MOVE DLG-STATE TO WS-RG-STATE( WS-RG-COUNT )
	PERFORM VARYING WS-RG-NUM FROM DLG-START BY 1
		UNTIL WS-RG-NUM > DLG-END
		IF WS-RG-NUM >= 1 AND WS-RG-NUM <= 100000
			MOVE WS-RG-COUNT TO WS-DELEG-MARK( WS-RG-NUM )
		END-IF
	END-PERFORM
EXIT.

READ-DELEG-USAGE.
	OPEN INPUT DLGUSE-FILE
	IF WS-DLU-STATUS = "00"
		PERFORM UNTIL WS-DLU-END = 'Y'
			READ DLGUSE-FILE
				AT END
					MOVE 'Y' TO WS-DLU-END
				NOT AT END
					IF DLU-NAME = WS-TOK-NAME
						ADD 1 TO WS-DLU-TOTAL
						IF DLU-NUMBER = 0 OR DLU-NUMBER > WS-LAST-ISSUED
							ADD 1 TO WS-ROGUE-COUNT
							DISPLAY "USED BUT NEVER ISSUED: " DLU-NUMBER
								" (FILIALE " FUNCTION TRIM( DLU-BRANCH ) ")"
						ELSE
							IF WS-USED-COUNT-N( DLU-NUMBER ) < 99
								ADD 1 TO WS-USED-COUNT-N( DLU-NUMBER )
							END-IF
						END-IF
					END-IF
			END-READ
		END-PERFORM
	END-IF
	CLOSE DLGUSE-FILE
EXIT.

REPORT-ONE-RANGE.
	MOVE 0 TO WS-RG-USED
	MOVE 0 TO WS-RG-TWICE
	MOVE 0 TO WS-RG-OPEN
	MOVE 0 TO WS-RG-RETURNED
	MOVE 0 TO WS-RG-VOIDED
	MOVE 'N' TO WS-RUN-OPEN
	PERFORM VARYING WS-RG-NUM FROM WS-RG-START( WS-RG-IDX ) BY 1
		UNTIL WS-RG-NUM > WS-RG-END( WS-RG-IDX ) OR WS-RG-NUM > 100000
		IF WS-DELEG-MARK( WS-RG-NUM ) NOT = WS-RG-IDX
			ADD 1 TO WS-RG-RETURNED
			IF WS-DELEG-MARK( WS-RG-NUM ) = 999
				AND WS-USED-COUNT-N( WS-RG-NUM ) > 0
				ADD 1 TO WS-DUP-COUNT
				DISPLAY "WARNING - USED DESPITE RETURN: " WS-RG-NUM
			END-IF
		ELSE
			IF WS-USED-COUNT-N( WS-RG-NUM ) = 0
				IF WS-VOID-MARK( WS-RG-NUM ) = 1
					ADD 1 TO WS-RG-VOIDED
				ELSE
					ADD 1 TO WS-RG-OPEN
					IF WS-RUN-OPEN = 'N'
						MOVE 'Y' TO WS-RUN-OPEN
						MOVE WS-RG-NUM TO WS-RUN-START
					END-IF
					MOVE WS-RG-NUM TO WS-RUN-END
				END-IF
			ELSE
				ADD 1 TO WS-RG-USED
				IF WS-USED-COUNT-N( WS-RG-NUM ) > 1
					ADD 1 TO WS-RG-TWICE
					ADD 1 TO WS-DUP-COUNT
					DISPLAY "DELEGATED (FILIALE "
						FUNCTION TRIM( WS-RG-BRANCH( WS-RG-IDX ) )
						") USED " WS-USED-COUNT-N( WS-RG-NUM )
						" TIMES: " WS-RG-NUM
				END-IF
			END-IF
		END-IF
		IF WS-RUN-OPEN = 'Y' AND WS-RUN-END < WS-RG-NUM
			PERFORM SHOW-RETURNABLE
		END-IF
	END-PERFORM
	IF WS-RUN-OPEN = 'Y'
		PERFORM SHOW-RETURNABLE
	END-IF
	DISPLAY "SEQRECON: FILIALE " FUNCTION TRIM( WS-RG-BRANCH( WS-RG-IDX ) )
		" " WS-RG-START( WS-RG-IDX ) "-" WS-RG-END( WS-RG-IDX )
		" (" WS-RG-STATE( WS-RG-IDX ) "): " WS-RG-USED " used, "
		WS-RG-TWICE " used twice, " WS-RG-OPEN " unused/returnable, "
		WS-RG-RETURNED " returned, " WS-RG-VOIDED " voided"
EXIT.

SHOW-RETURNABLE.
	MOVE 'N' TO WS-RUN-OPEN
	DISPLAY "DELEGATED (FILIALE " FUNCTION TRIM( WS-RG-BRANCH( WS-RG-IDX ) )
		") UNUSED, RETURNABLE: " WS-RUN-START " - " WS-RUN-END
EXIT.

SET-UMGEBUNG.
	CALL "UMGEBUNG-DATEI" USING WS-CKP-FILE
		ON EXCEPTION CONTINUE
	END-CALL
	CALL "UMGEBUNG-DATEI" USING WS-USED-FILE
		ON EXCEPTION CONTINUE
	END-CALL
	CALL "UMGEBUNG-DATEI" USING WS-VOID-FILE
		ON EXCEPTION CONTINUE
	END-CALL
	CALL "UMGEBUNG-DATEI" USING WS-DLG-FILE
		ON EXCEPTION CONTINUE
	END-CALL
	CALL "UMGEBUNG-DATEI" USING WS-DLU-FILE
		ON EXCEPTION CONTINUE
	END-CALL
EXIT.
