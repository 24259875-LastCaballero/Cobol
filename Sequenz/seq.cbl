	SELECT OPTIONAL VOID-FILE ASSIGN TO WS-VOID-FILE
	ORGANIZATION IS LINE SEQUENTIAL.

	SELECT OPTIONAL DELEG-FILE ASSIGN TO WS-DLG-FILE
	ORGANIZATION IS LINE SEQUENTIAL
	FILE STATUS IS WS-DLG-STATUS.

	SELECT OPTIONAL DLGUSE-FILE ASSIGN TO WS-DLU-FILE
	ORGANIZATION IS LINE SEQUENTIAL
	FILE STATUS IS WS-DLU-STATUS.

	SELECT EXPORT-FILE ASSIGN TO WS-EXP-FILE
	ORGANIZATION IS LINE SEQUENTIAL
	FILE STATUS IS WS-EXP-STATUS.

	SELECT OPTIONAL IMPORT-FILE ASSIGN TO WS-IMP-FILE
	ORGANIZATION IS LINE SEQUENTIAL
	FILE STATUS IS WS-IMP-STATUS.

DATA DIVISION.
FILE SECTION.
FD	CHECKPOINT-FILE.
	05 CKP-VALUE		PIC 9(10).
	05 CKP-YEAR		PIC 9(4).
	05 CKP-MAX		PIC 9(10).
	05 CKP-CHECK		PIC X(5).
01	CHECKPOINT-RECORD-RAW	PIC X(41).

FD	AUDIT-FILE.
01	AUDIT-RECORD.
	05 AUD-NAME		PIC X(12).
	05 AUD-START		PIC 9(10).
	05 AUD-END		PIC 9(10).
	05 AUD-KIND		PIC X(6).
	05 AUD-BRANCH		PIC X(12).

FD	LOCK-FILE.
01	LOCK-RECORD		PIC X(40).
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

FD	EXPORT-FILE.
01	EXPORT-RECORD		PIC X(80).

FD	IMPORT-FILE.
01	IMPORT-RECORD		PIC X(80).

WORKING-STORAGE SECTION.
01 	ST	PIC 	9(10) value 1.
01	EN	PIC	9(10) value 10.
01	WS-CKP-VALUE		PIC 9(10)  VALUE 0.
01	WS-CKP-YEAR		PIC 9(4)   VALUE 0.
01	WS-CKP-MAX		PIC 9(10)  VALUE 0.
01	WS-CKP-CHECK		PIC X(5)   VALUE SPACES.
01	WS-CUR-YEAR		PIC 9(4)   VALUE 0.
01	WS-TODAY		PIC 9(8).
01	WS-WARN-MARK		PIC 9(12).
01	WS-LOG-WRITTEN		PIC 9(9)   VALUE 0.
01	WS-LOG-OUTCOME		PIC X(8)   VALUE "OK".
01	WS-LOG-RC		PIC S9(9)  USAGE COMP.
01	WS-DAT-LESEN		PIC X(8)   VALUE "LESEN".
01	WS-DAT-SCHREIB		PIC X(8)   VALUE "SCHREIB".
01	WS-ALERT-SEV		PIC X(8).
01	WS-ALERT-CODE		PIC X(8).
01	WS-ALERT-TEXT		PIC X(120).
01	WS-ENV-DONE		PIC X      VALUE 'N'.
01	WS-ENV-OK		PIC X      VALUE 'J'.
01	WS-ENV-ALL-OK		PIC X      VALUE 'J'.
01	WS-ENV-DENIED		PIC X(200) VALUE SPACES.
01	WS-COUNTER-NAME		PIC X(12)  VALUE "STANDARD".

01	WS-LOCK-FILE		PIC X(200) VALUE "SEQUENZ.LCK".
01	WS-AUD-DATE		PIC 9(8).
01	WS-AUD-TIME		PIC 9(8).
01	WS-AUD-START		PIC 9(10).
01	WS-AUD-KIND		PIC X(6)   VALUE SPACES.
01	WS-AUD-BRANCH		PIC X(12)  VALUE SPACES.

01	WS-DLG-FILE		PIC X(200) VALUE "SEQDELEG.DAT".
01	WS-DLG-STATUS		PIC XX     VALUE SPACES.
01	WS-DLG-END		PIC X      VALUE 'N'.
01	WS-DLU-FILE		PIC X(200) VALUE "SEQDLGUSE.DAT".
01	WS-DLU-STATUS		PIC XX     VALUE SPACES.
01	WS-DLU-END		PIC X      VALUE 'N'.
01	WS-EXP-FILE		PIC X(200) VALUE SPACES.
01	WS-EXP-STATUS		PIC XX     VALUE SPACES.
01	WS-IMP-FILE		PIC X(200) VALUE SPACES.
01	WS-IMP-STATUS		PIC XX     VALUE SPACES.
01	WS-IMP-END		PIC X      VALUE 'N'.
01	WS-IMP-LINE		PIC X(80)  VALUE SPACES.
01	WS-IMP-OK		PIC 9(6)   VALUE 0.
01	WS-IMP-BAD		PIC 9(6)   VALUE 0.
01	WS-IMP-SKIP		PIC 9(6)   VALUE 0.
01	WS-IMP-DUP		PIC 9(6)   VALUE 0.
01	WS-IMP-BASE		PIC 9(9)   VALUE 0.
01	WS-IMP-REC-N		PIC 9(9)   VALUE 0.
01	WS-IMP-MAP-IDX		PIC 9(3)   VALUE 0.
01	WS-BRANCH		PIC X(12)  VALUE SPACES.
01	WS-DLG-WANTED		PIC 9(10)  VALUE 0.
01	WS-DLG-NUM		PIC 9(10)  VALUE 0.
01	WS-DLG-SIZE		PIC 9(5)   VALUE 0.
01	WS-DLG-OFF		PIC 9(5)   VALUE 0.
01	WS-DLG-CLOSED		PIC 9(3)   VALUE 0.
01	WS-DLG-USED-N		PIC 9(5)   VALUE 0.
01	WS-CLOSE-MODE		PIC X(6)   VALUE SPACES.
01	WS-RUN-OPEN		PIC X      VALUE 'N'.
01	WS-RUN-START		PIC 9(10)  VALUE 0.
01	WS-RUN-END		PIC 9(10)  VALUE 0.

01	WS-DLG-REGISTER.
	05 WS-DE-ENTRY OCCURS 500 TIMES.
		10 WS-DE-NAME		PIC X(12).
		10 WS-DE-BRANCH		PIC X(12).
		10 WS-DE-START		PIC 9(10).
		10 WS-DE-END		PIC 9(10).
		10 WS-DE-DATE		PIC 9(8).
		10 WS-DE-STATE		PIC X.
01	WS-DE-COUNT		PIC 9(3)   VALUE 0.
01	WS-DE-LAST		PIC 9(3)   VALUE 0.
01	WS-DE-IDX		PIC 9(3).
01	WS-DE-FOUND		PIC 9(3)   VALUE 0.

01	WS-DLG-USED-TABLE.
	05 WS-DLG-USED OCCURS 10000 TIMES PIC 9(2) COMP.

01	WS-COUNTER-STORE.
	05 WS-CTR-ENTRY OCCURS 50 TIMES.
		10 WS-CTR-VALUE		PIC 9(10).
		10 WS-CTR-YEAR		PIC 9(4).
		10 WS-CTR-MAX		PIC 9(10).
		10 WS-CTR-CHECK		PIC X(5).
01	WS-CTR-COUNT		PIC 9(2)   VALUE 0.
01	WS-CTR-IDX		PIC 9(2).
01	WS-CTR-FOUND		PIC 9(2)   VALUE 0.

01	WS-CHECK-ARG		PIC X(30)  VALUE SPACES.
01	WS-CHECK-TEXT		PIC X(30)  VALUE SPACES.
01	WS-CHECK-SCHEME		PIC X(5)   VALUE SPACES.
01	WS-CHECK-WORK		PIC 9(18)  VALUE 0.
01	WS-CHECK-LEN		PIC 9(2)   VALUE 0.
01	WS-CHECK-POS		PIC 9(2)   VALUE 0.
01	WS-CHECK-MORE		PIC X      VALUE 'N'.
01	WS-CHECK-ONE		PIC 9      VALUE 0.
01	WS-CHECK-WEIGHT		PIC 9(2)   VALUE 0.
01	WS-CHECK-PROD		PIC 9(2)   VALUE 0.
01	WS-CHECK-SUM		PIC 9(4)   VALUE 0.
01	WS-CHECK-REST		PIC 9(2)   VALUE 0.
01	WS-CHECK-DIGIT		PIC 9      VALUE 0.
01	WS-CHECK-GIVEN		PIC X      VALUE SPACE.
01	WS-CHECK-RESULT		PIC X      VALUE SPACE.
01	WS-CHECK-PTR		PIC 9(2)   VALUE 0.

LINKAGE SECTION.
01	LK-RESERVE-NAME		PIC X(12).
01	LK-RESERVE-COUNT	PIC 9(10).
01	LK-RESERVE-START	PIC 9(10).
01	LK-RESERVE-END		PIC 9(10).
01	LK-CHECK-NAME		PIC X(12).
01	LK-CHECK-NUMBER		PIC X(20).
01	LK-CHECK-VALUE		PIC 9(10).
01	LK-CHECK-RESULT		PIC X.


PROCEDURE DIVISION.
CALL "RUNLOG-START" USING WS-LOG-PROG WS-LOG-ARGS
	ON EXCEPTION CONTINUE
END-CALL.
PERFORM SET-UMGEBUNG.
move function length( function trim( args ) ) to argc.

if argc = 0
		MOVE WS-LOG-RC TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-TOK-1 = "DELEGATE"
		PERFORM DELEGATE-RANGE
		MOVE RETURN-CODE TO WS-LOG-RC
		CALL "RUNLOG-END" USING WS-LOG-PROG WS-LOG-READ WS-LOG-WRITTEN
			WS-LOG-OUTCOME
			ON EXCEPTION CONTINUE
		END-CALL
		MOVE WS-LOG-RC TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-TOK-1 = "IMPORT"
		PERFORM IMPORT-USED
		MOVE RETURN-CODE TO WS-LOG-RC
		CALL "RUNLOG-END" USING WS-LOG-PROG WS-LOG-READ WS-LOG-WRITTEN
			WS-LOG-OUTCOME
			ON EXCEPTION CONTINUE
		END-CALL
		MOVE WS-LOG-RC TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-TOK-1 = "CLOSE"
		PERFORM CLOSE-DELEGATION
		MOVE RETURN-CODE TO WS-LOG-RC
		CALL "RUNLOG-END" USING WS-LOG-PROG WS-LOG-READ WS-LOG-WRITTEN
			WS-LOG-OUTCOME
			ON EXCEPTION CONTINUE
		END-CALL
		MOVE WS-LOG-RC TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-TOK-1 = "CHECK"
		PERFORM CHECK-COMMAND
		MOVE RETURN-CODE TO WS-LOG-RC
		CALL "RUNLOG-END" USING WS-LOG-PROG WS-LOG-READ WS-LOG-WRITTEN
			WS-LOG-OUTCOME
			ON EXCEPTION CONTINUE
		END-CALL
		MOVE WS-LOG-RC TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-TOK-1 = "VOID"
		PERFORM VOID-RANGE
		MOVE RETURN-CODE TO WS-LOG-RC
		DISPLAY "SEQUENZ: ERROR - counter " FUNCTION TRIM( WS-COUNTER-NAME )
			" would exceed its ceiling of " WS-CKP-MAX " - nothing issued"
		MOVE 'N' TO WS-VALID
		MOVE "SEQMAX" TO WS-ALERT-CODE
		PERFORM RAISE-LIMIT-ALERT
	ELSE
		COMPUTE WS-WARN-MARK = WS-CKP-MAX * 9 / 10
		IF EN >= WS-WARN-MARK
				FUNCTION TRIM( WS-COUNTER-NAME )
				" is near its ceiling (" EN " of " WS-CKP-MAX ")"
			MOVE 4 TO RETURN-CODE
			MOVE "SEQNEAR" TO WS-ALERT-CODE
			PERFORM RAISE-LIMIT-ALERT
		END-IF
	END-IF
END-IF.
EXIT.

DISPLAY-COUNTER.
	PERFORM FORMAT-COUNTER
	DISPLAY FUNCTION TRIM( WS-FORMATTED )
EXIT.

FORMAT-COUNTER.
	IF WS-PREFIX NOT = SPACES OR WS-WIDTH NOT = 0 OR WS-CKP-YEAR NOT = 0
		IF WS-WIDTH = 0
			MOVE 6 TO WS-WIDTH
				WS-PADDED( 11 - WS-WIDTH : WS-WIDTH ) DELIMITED BY SIZE
				INTO WS-FORMATTED
		END-IF
	ELSE
		MOVE COUNTER TO WS-FORMATTED
	END-IF
	PERFORM APPEND-CHECK-DIGIT
EXIT.

APPEND-CHECK-DIGIT.
	IF WS-CKP-CHECK = SPACES
		EXIT PARAGRAPH
	END-IF
	MOVE WS-CKP-CHECK TO WS-CHECK-SCHEME
	MOVE WS-FORMATTED TO WS-CHECK-TEXT
	PERFORM DIGITS-OF-TEXT
	PERFORM COMPUTE-CHECK-DIGIT
	COMPUTE WS-CHECK-PTR = FUNCTION LENGTH( FUNCTION TRIM( WS-FORMATTED ) ) + 1
	IF WS-CHECK-PTR <= 20
		STRING WS-CHECK-DIGIT DELIMITED BY SIZE
			INTO WS-FORMATTED WITH POINTER WS-CHECK-PTR
	END-IF
EXIT.

DIGITS-OF-TEXT.
	MOVE 0 TO WS-CHECK-WORK
	MOVE 0 TO WS-CHECK-LEN
	MOVE 'Y' TO WS-CHECK-MORE
	IF WS-CHECK-TEXT = SPACES
		EXIT PARAGRAPH
	END-IF
	MOVE FUNCTION LENGTH( FUNCTION TRIM( WS-CHECK-TEXT TRAILING ) )
		TO WS-CHECK-POS
	PERFORM UNTIL WS-CHECK-MORE = 'N'
		IF WS-CHECK-POS < 1 OR WS-CHECK-LEN >= 18
			MOVE 'N' TO WS-CHECK-MORE
		ELSE
			IF WS-CHECK-TEXT( WS-CHECK-POS : 1 ) IS NUMERIC
				MOVE WS-CHECK-TEXT( WS-CHECK-POS : 1 ) TO WS-CHECK-ONE
				COMPUTE WS-CHECK-WORK = WS-CHECK-WORK
					+ WS-CHECK-ONE * 10 ** WS-CHECK-LEN
				ADD 1 TO WS-CHECK-LEN
				SUBTRACT 1 FROM WS-CHECK-POS
			ELSE
				MOVE 'N' TO WS-CHECK-MORE
			END-IF
		END-IF
	END-PERFORM
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

VERIFY-NUMBER.
	PERFORM LOOKUP-SCHEME
	PERFORM VERIFY-TEXT
EXIT.

LOOKUP-SCHEME.
	MOVE SPACES TO WS-CHECK-SCHEME
	PERFORM LOAD-STORE
	PERFORM VARYING WS-CTR-IDX FROM 1 BY 1 UNTIL WS-CTR-IDX > WS-CTR-COUNT
		IF WS-CTR-NAME( WS-CTR-IDX ) = WS-COUNTER-NAME
			MOVE WS-CTR-CHECK( WS-CTR-IDX ) TO WS-CHECK-SCHEME
		END-IF
	END-PERFORM
EXIT.

VERIFY-TEXT.
	IF WS-CHECK-SCHEME = SPACES
		MOVE WS-CHECK-ARG TO WS-CHECK-TEXT
		PERFORM DIGITS-OF-TEXT
		MOVE 'K' TO WS-CHECK-RESULT
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-CHECK-RESULT
	MOVE SPACES TO WS-CHECK-TEXT
	MOVE 0 TO WS-CHECK-WORK
	IF WS-CHECK-ARG = SPACES
		EXIT PARAGRAPH
	END-IF
	MOVE FUNCTION LENGTH( FUNCTION TRIM( WS-CHECK-ARG TRAILING ) )
		TO WS-CHECK-PTR
	IF WS-CHECK-PTR < 2
		EXIT PARAGRAPH
	END-IF
	MOVE WS-CHECK-ARG( WS-CHECK-PTR : 1 ) TO WS-CHECK-GIVEN
	IF WS-CHECK-GIVEN NOT NUMERIC
		EXIT PARAGRAPH
	END-IF
	MOVE WS-CHECK-ARG( 1 : WS-CHECK-PTR - 1 ) TO WS-CHECK-TEXT
	PERFORM DIGITS-OF-TEXT
	IF WS-CHECK-LEN = 0
		EXIT PARAGRAPH
	END-IF
	PERFORM COMPUTE-CHECK-DIGIT
	IF WS-CHECK-GIVEN = WS-CHECK-DIGIT
		MOVE 'Y' TO WS-CHECK-RESULT
	END-IF
EXIT.

CHECK-COMMAND.
	MOVE SPACES TO WS-CHECK-ARG
	UNSTRING args DELIMITED BY ALL SPACE INTO WS-TOK-1 WS-TOK-2 WS-CHECK-ARG
	IF WS-TOK-2 = SPACES OR WS-CHECK-ARG = SPACES
		DISPLAY "SEQUENZ: usage - CHECK name number"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-TOK-2 TO WS-COUNTER-NAME
	PERFORM VERIFY-NUMBER
	EVALUATE WS-CHECK-RESULT
		WHEN 'Y'
			DISPLAY "SEQUENZ: " FUNCTION TRIM( WS-CHECK-ARG )
				" gueltig (" FUNCTION TRIM( WS-CHECK-SCHEME ) ")"
		WHEN 'K'
			DISPLAY "SEQUENZ: WARNING - counter "
				FUNCTION TRIM( WS-COUNTER-NAME )
				" has no check-digit scheme - "
				FUNCTION TRIM( WS-CHECK-ARG ) " not verified"
			MOVE 4 TO RETURN-CODE
		WHEN OTHER
			DISPLAY "SEQUENZ: ERROR - check digit of "
				FUNCTION TRIM( WS-CHECK-ARG ) " does not match ("
				FUNCTION TRIM( WS-CHECK-SCHEME ) ")"
			MOVE "FAILED" TO WS-LOG-OUTCOME
			MOVE 8 TO RETURN-CODE
	END-EVALUATE
EXIT.

LOAD-STORE.
	MOVE 0 TO WS-CTR-COUNT
	MOVE 'N' TO WS-CKP-END
							MOVE CKP-NAME( 1 : 10 ) TO WS-CTR-VALUE( WS-CTR-COUNT )
							MOVE 0 TO WS-CTR-YEAR( WS-CTR-COUNT )
							MOVE 0 TO WS-CTR-MAX( WS-CTR-COUNT )
							MOVE SPACES TO WS-CTR-CHECK( WS-CTR-COUNT )
						ELSE
							MOVE CKP-NAME TO WS-CTR-NAME( WS-CTR-COUNT )
							MOVE CKP-VALUE TO WS-CTR-VALUE( WS-CTR-COUNT )
							MOVE CKP-YEAR TO WS-CTR-YEAR( WS-CTR-COUNT )
							MOVE CKP-MAX TO WS-CTR-MAX( WS-CTR-COUNT )
							MOVE CKP-CHECK TO WS-CTR-CHECK( WS-CTR-COUNT )
						END-IF
					END-IF
			END-READ
		MOVE 0 TO WS-CTR-VALUE( WS-CTR-FOUND )
		MOVE 0 TO WS-CTR-YEAR( WS-CTR-FOUND )
		MOVE 0 TO WS-CTR-MAX( WS-CTR-FOUND )
		MOVE SPACES TO WS-CTR-CHECK( WS-CTR-FOUND )
	END-IF
EXIT.

	MOVE WS-CTR-VALUE( WS-CTR-FOUND ) TO WS-CKP-VALUE
	MOVE WS-CTR-YEAR( WS-CTR-FOUND ) TO WS-CKP-YEAR
	MOVE WS-CTR-MAX( WS-CTR-FOUND ) TO WS-CKP-MAX
	MOVE WS-CTR-CHECK( WS-CTR-FOUND ) TO WS-CKP-CHECK
EXIT.

CHECK-ROLLOVER.
SET-COUNTER-ATTRIBUTE.
	IF WS-TOK-2 = SPACES OR WS-TOK-3 = SPACES OR WS-TOK-4 = SPACES
		DISPLAY "SEQUENZ: usage - SET name JAHR jjjj  |  SET name MAX n"
			"  |  SET name PRUEF MOD10|MOD11|KEINE"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-TOK-3 NOT = "PRUEF" AND FUNCTION TRIM( WS-TOK-4 ) NOT NUMERIC
		DISPLAY "SEQUENZ: ERROR - SET value must be numeric"
		MOVE 8 TO RETURN-CODE
		STOP RUN
			MOVE FUNCTION NUMVAL( WS-TOK-4 ) TO WS-CTR-MAX( WS-CTR-FOUND )
			DISPLAY "SEQUENZ: " FUNCTION TRIM( WS-COUNTER-NAME )
				" Maximum = " WS-CTR-MAX( WS-CTR-FOUND )
		WHEN "PRUEF"
			EVALUATE WS-TOK-4
				WHEN "MOD10"
				WHEN "MOD11"
					MOVE WS-TOK-4 TO WS-CTR-CHECK( WS-CTR-FOUND )
				WHEN "KEINE"
					MOVE SPACES TO WS-CTR-CHECK( WS-CTR-FOUND )
				WHEN OTHER
					DISPLAY "SEQUENZ: ERROR - unknown check-digit scheme: "
						FUNCTION TRIM( WS-TOK-4 )
					PERFORM RELEASE-LOCK
					MOVE 8 TO RETURN-CODE
					STOP RUN
			END-EVALUATE
			DISPLAY "SEQUENZ: " FUNCTION TRIM( WS-COUNTER-NAME )
				" Pruefziffer = " FUNCTION TRIM( WS-TOK-4 )
		WHEN OTHER
			DISPLAY "SEQUENZ: ERROR - unknown attribute: "
				FUNCTION TRIM( WS-TOK-3 )
	MOVE WS-COUNTER-NAME TO AUD-NAME
	MOVE WS-AUD-START TO AUD-START
	MOVE WS-LAST-ISSUED TO AUD-END
	MOVE WS-AUD-KIND TO AUD-KIND
	MOVE WS-AUD-BRANCH TO AUD-BRANCH
	WRITE AUDIT-RECORD
	CLOSE AUDIT-FILE
EXIT.
	END-IF
EXIT.

SET-UMGEBUNG.
	PERFORM CHECK-UMGEBUNG
	IF WS-ENV-ALL-OK = 'N'
		DISPLAY "SEQUENZ: ERROR - test environment would write production "
			"counter state " FUNCTION TRIM( WS-ENV-DENIED )
		MOVE "FAILED" TO WS-LOG-OUTCOME
		CALL "RUNLOG-END" USING WS-LOG-PROG WS-LOG-READ WS-LOG-WRITTEN
			WS-LOG-OUTCOME
			ON EXCEPTION CONTINUE
		END-CALL
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
EXIT.

CHECK-UMGEBUNG.
	IF WS-ENV-DONE = 'Y'
		EXIT PARAGRAPH
	END-IF
	MOVE 'Y' TO WS-ENV-DONE
	CALL "UMGEBUNG-SCHUTZ" USING WS-CKP-FILE WS-ENV-OK
		ON EXCEPTION CONTINUE
	END-CALL
	IF WS-ENV-OK = 'N' AND WS-ENV-ALL-OK = 'J'
		MOVE 'N' TO WS-ENV-ALL-OK
		MOVE WS-CKP-FILE TO WS-ENV-DENIED
	END-IF
	CALL "UMGEBUNG-SCHUTZ" USING WS-LOCK-FILE WS-ENV-OK
		ON EXCEPTION CONTINUE
	END-CALL
	IF WS-ENV-OK = 'N' AND WS-ENV-ALL-OK = 'J'
		MOVE 'N' TO WS-ENV-ALL-OK
		MOVE WS-LOCK-FILE TO WS-ENV-DENIED
	END-IF
	CALL "UMGEBUNG-SCHUTZ" USING WS-VOID-FILE WS-ENV-OK
		ON EXCEPTION CONTINUE
	END-CALL
	IF WS-ENV-OK = 'N' AND WS-ENV-ALL-OK = 'J'
		MOVE 'N' TO WS-ENV-ALL-OK
		MOVE WS-VOID-FILE TO WS-ENV-DENIED
	END-IF
	CALL "UMGEBUNG-SCHUTZ" USING WS-AUDIT-FILE WS-ENV-OK
		ON EXCEPTION CONTINUE
	END-CALL
	IF WS-ENV-OK = 'N' AND WS-ENV-ALL-OK = 'J'
		MOVE 'N' TO WS-ENV-ALL-OK
		MOVE WS-AUDIT-FILE TO WS-ENV-DENIED
	END-IF
	CALL "UMGEBUNG-SCHUTZ" USING WS-DLG-FILE WS-ENV-OK
		ON EXCEPTION CONTINUE
	END-CALL
	IF WS-ENV-OK = 'N' AND WS-ENV-ALL-OK = 'J'
		MOVE 'N' TO WS-ENV-ALL-OK
		MOVE WS-DLG-FILE TO WS-ENV-DENIED
	END-IF
	CALL "UMGEBUNG-SCHUTZ" USING WS-DLU-FILE WS-ENV-OK
		ON EXCEPTION CONTINUE
	END-CALL
	IF WS-ENV-OK = 'N' AND WS-ENV-ALL-OK = 'J'
		MOVE 'N' TO WS-ENV-ALL-OK
		MOVE WS-DLU-FILE TO WS-ENV-DENIED
	END-IF
EXIT.

RAISE-LIMIT-ALERT.
	MOVE SPACES TO WS-ALERT-TEXT
	IF WS-ALERT-CODE = "SEQNEAR"
		MOVE "WARNING" TO WS-ALERT-SEV
		STRING "counter " DELIMITED BY SIZE
			FUNCTION TRIM( WS-COUNTER-NAME ) DELIMITED BY SIZE
			" has used 90% of its ceiling of " DELIMITED BY SIZE
			WS-CKP-MAX DELIMITED BY SIZE
			INTO WS-ALERT-TEXT
	ELSE
		MOVE "ERROR" TO WS-ALERT-SEV
		STRING "counter " DELIMITED BY SIZE
			FUNCTION TRIM( WS-COUNTER-NAME ) DELIMITED BY SIZE
			" has reached its ceiling of " DELIMITED BY SIZE
			WS-CKP-MAX DELIMITED BY SIZE
			INTO WS-ALERT-TEXT
	END-IF
	MOVE RETURN-CODE TO WS-LOG-RC
	CALL "ALERT-RAISE" USING WS-ALERT-SEV WS-LOG-PROG WS-ALERT-CODE
		WS-ALERT-TEXT
		ON EXCEPTION CONTINUE
	END-CALL
	MOVE WS-LOG-RC TO RETURN-CODE
EXIT.

RELEASE-LOCK.
	IF WS-LOCK-HELD = 'Y'
		CALL "CBL_DELETE_FILE" USING WS-LOCK-FILE
	END-IF
EXIT.

DELEGATE-RANGE.
	IF WS-TOK-2 = SPACES OR WS-TOK-3 = SPACES OR WS-TOK-4 = SPACES
		DISPLAY "SEQUENZ: usage - DELEGATE name branch count [prefix [width]]"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	IF FUNCTION TRIM( WS-TOK-4 ) NOT NUMERIC
		DISPLAY "SEQUENZ: ERROR - DELEGATE count must be numeric"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE FUNCTION NUMVAL( WS-TOK-4 ) TO WS-DLG-WANTED
	IF WS-DLG-WANTED = 0 OR WS-DLG-WANTED > 10000
		DISPLAY "SEQUENZ: ERROR - DELEGATE count must be between 1 and 10000"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-TOK-6 NOT = SPACES
		IF FUNCTION TRIM( WS-TOK-6 ) NOT NUMERIC
			DISPLAY "SEQUENZ: ERROR - width value must be numeric"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE WS-TOK-6 TO WS-WIDTH
	END-IF
	MOVE WS-TOK-2 TO WS-COUNTER-NAME
	MOVE WS-TOK-3 TO WS-BRANCH
	MOVE WS-TOK-5 TO WS-PREFIX
	PERFORM ACQUIRE-LOCK
	PERFORM LOAD-CHECKPOINT
	PERFORM LOAD-DELEG
	IF WS-DE-COUNT >= 500
		DISPLAY "SEQUENZ: ERROR - delegation register is full ("
			FUNCTION TRIM( WS-DLG-FILE ) ") - nothing delegated"
		PERFORM RELEASE-LOCK
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF

	MOVE 0 TO WS-DE-FOUND
	PERFORM VARYING WS-DE-IDX FROM 1 BY 1 UNTIL WS-DE-IDX > WS-DE-COUNT
		IF WS-DE-FOUND = 0
			AND WS-DE-NAME( WS-DE-IDX ) = WS-COUNTER-NAME
			AND WS-DE-STATE( WS-DE-IDX ) = 'R'
			AND WS-DE-END( WS-DE-IDX ) - WS-DE-START( WS-DE-IDX ) + 1
				>= WS-DLG-WANTED
			MOVE WS-DE-IDX TO WS-DE-FOUND
		END-IF
	END-PERFORM
	IF WS-DE-FOUND > 0
		MOVE WS-DE-START( WS-DE-FOUND ) TO ST
		COMPUTE EN = ST + WS-DLG-WANTED - 1
		COMPUTE WS-DE-START( WS-DE-FOUND ) = EN + 1
		IF WS-DE-START( WS-DE-FOUND ) > WS-DE-END( WS-DE-FOUND )
			MOVE 'X' TO WS-DE-STATE( WS-DE-FOUND )
		END-IF
		MOVE "REDELG" TO WS-AUD-KIND
	ELSE
		COMPUTE ST = WS-CKP-VALUE + 1
		COMPUTE EN = ST + WS-DLG-WANTED - 1
		IF WS-CKP-MAX > 0 AND EN > WS-CKP-MAX
			DISPLAY "SEQUENZ: ERROR - counter " FUNCTION TRIM( WS-COUNTER-NAME )
				" would exceed its ceiling of " WS-CKP-MAX " - nothing delegated"
			MOVE "SEQMAX" TO WS-ALERT-CODE
			PERFORM RAISE-LIMIT-ALERT
			PERFORM RELEASE-LOCK
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE EN TO WS-LAST-ISSUED
		PERFORM SAVE-CHECKPOINT
		MOVE "DELEG" TO WS-AUD-KIND
	END-IF

	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	ADD 1 TO WS-DE-COUNT
	MOVE WS-COUNTER-NAME TO WS-DE-NAME( WS-DE-COUNT )
	MOVE WS-BRANCH TO WS-DE-BRANCH( WS-DE-COUNT )
	MOVE ST TO WS-DE-START( WS-DE-COUNT )
	MOVE EN TO WS-DE-END( WS-DE-COUNT )
	MOVE WS-TODAY TO WS-DE-DATE( WS-DE-COUNT )
	MOVE 'O' TO WS-DE-STATE( WS-DE-COUNT )
	PERFORM SAVE-DELEG

	MOVE SPACES TO WS-EXP-FILE
	STRING "SEQDLG-" DELIMITED BY SIZE
		FUNCTION TRIM( WS-BRANCH ) DELIMITED BY SIZE
		".TXT" DELIMITED BY SIZE
		INTO WS-EXP-FILE
	CALL "UMGEBUNG-DATEI" USING WS-EXP-FILE
		ON EXCEPTION CONTINUE
	END-CALL
	OPEN OUTPUT EXPORT-FILE
	CALL "RUNLOG-DATEI" USING WS-LOG-PROG WS-EXP-FILE WS-DAT-SCHREIB
		ON EXCEPTION CONTINUE
	END-CALL
	IF WS-EXP-STATUS NOT = "00"
		DISPLAY "SEQUENZ: WARNING - cannot write " FUNCTION TRIM( WS-EXP-FILE )
			" - range is delegated, export must be repeated by hand"
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE SPACES TO EXPORT-RECORD
		STRING "# SEQUENZ " DELIMITED BY SIZE
			FUNCTION TRIM( WS-COUNTER-NAME ) DELIMITED BY SIZE
			" FILIALE " DELIMITED BY SIZE
			FUNCTION TRIM( WS-BRANCH ) DELIMITED BY SIZE
			" " ST " - " EN " VOM " WS-TODAY DELIMITED BY SIZE
			INTO EXPORT-RECORD
		WRITE EXPORT-RECORD
		PERFORM VARYING COUNTER FROM ST BY 1 UNTIL COUNTER > EN
			PERFORM FORMAT-COUNTER
			MOVE WS-FORMATTED TO EXPORT-RECORD
			WRITE EXPORT-RECORD
		END-PERFORM
		CLOSE EXPORT-FILE
	END-IF

	MOVE ST TO WS-AUD-START
	MOVE EN TO WS-LAST-ISSUED
	MOVE WS-BRANCH TO WS-AUD-BRANCH
	PERFORM WRITE-AUDIT
	PERFORM RELEASE-LOCK
	MOVE WS-DLG-WANTED TO WS-LOG-WRITTEN
	DISPLAY "SEQUENZ: " FUNCTION TRIM( WS-COUNTER-NAME ) " " ST " - " EN
		" an Filiale " FUNCTION TRIM( WS-BRANCH ) " delegiert ("
		FUNCTION TRIM( WS-EXP-FILE ) ")"
EXIT.

IMPORT-USED.
	MOVE SPACES TO WS-IMP-FILE
	UNSTRING args DELIMITED BY ALL SPACE
		INTO WS-TOK-1 WS-TOK-2 WS-TOK-3 WS-IMP-FILE
	CALL "UMGEBUNG-DATEI" USING WS-IMP-FILE
		ON EXCEPTION CONTINUE
	END-CALL
	IF WS-TOK-2 = SPACES OR WS-TOK-3 = SPACES OR WS-IMP-FILE = SPACES
		DISPLAY "SEQUENZ: usage - IMPORT name branch used-numbers-file"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-TOK-2 TO WS-COUNTER-NAME
	MOVE WS-TOK-3 TO WS-BRANCH
	PERFORM ACQUIRE-LOCK
	PERFORM LOOKUP-SCHEME
	PERFORM LOAD-DELEG
	MOVE 0 TO WS-DE-FOUND
	PERFORM VARYING WS-DE-IDX FROM 1 BY 1 UNTIL WS-DE-IDX > WS-DE-COUNT
		IF WS-DE-NAME( WS-DE-IDX ) = WS-COUNTER-NAME
			AND WS-DE-BRANCH( WS-DE-IDX ) = WS-BRANCH
			AND WS-DE-STATE( WS-DE-IDX ) = 'O'
			MOVE WS-DE-IDX TO WS-DE-FOUND
		END-IF
	END-PERFORM
	IF WS-DE-FOUND = 0
		DISPLAY "SEQUENZ: ERROR - no open delegation of "
			FUNCTION TRIM( WS-COUNTER-NAME ) " to branch "
			FUNCTION TRIM( WS-BRANCH )
		PERFORM RELEASE-LOCK
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN INPUT IMPORT-FILE
	CALL "RUNLOG-DATEI" USING WS-LOG-PROG WS-IMP-FILE WS-DAT-LESEN
		ON EXCEPTION CONTINUE
	END-CALL
	IF WS-IMP-STATUS NOT = "00"
		DISPLAY "SEQUENZ: ERROR - cannot open " FUNCTION TRIM( WS-IMP-FILE )
		CLOSE IMPORT-FILE
		PERFORM RELEASE-LOCK
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	MOVE 0 TO WS-IMP-OK
	MOVE 0 TO WS-IMP-BAD
	MOVE 0 TO WS-IMP-SKIP
	MOVE 0 TO WS-IMP-DUP
	MOVE 0 TO WS-IMP-BASE
	MOVE 0 TO WS-IMP-MAP-IDX
	MOVE 'N' TO WS-IMP-END
	OPEN EXTEND DLGUSE-FILE
	PERFORM UNTIL WS-IMP-END = 'Y'
		READ IMPORT-FILE
			AT END
				MOVE 'Y' TO WS-IMP-END
			NOT AT END
				ADD 1 TO WS-LOG-READ
				PERFORM IMPORT-ONE-NUMBER
		END-READ
	END-PERFORM
	CLOSE DLGUSE-FILE
	CLOSE IMPORT-FILE
	PERFORM RELEASE-LOCK
	MOVE WS-IMP-OK TO WS-LOG-WRITTEN
	DISPLAY "SEQUENZ: " WS-IMP-OK " number(s) of branch "
		FUNCTION TRIM( WS-BRANCH ) " imported, " WS-IMP-SKIP
		" already recorded, " WS-IMP-DUP " reported twice, "
		WS-IMP-BAD " rejected"
	IF WS-IMP-BAD > 0 OR WS-IMP-DUP > 0
		MOVE 4 TO RETURN-CODE
	END-IF
EXIT.

IMPORT-ONE-NUMBER.
	MOVE FUNCTION TRIM( IMPORT-RECORD ) TO WS-IMP-LINE
	IF WS-IMP-LINE = SPACES OR WS-IMP-LINE( 1 : 1 ) = "#"
		EXIT PARAGRAPH
	END-IF
	MOVE WS-IMP-LINE TO WS-CHECK-ARG
	PERFORM VERIFY-TEXT
	IF WS-CHECK-RESULT = 'N' OR WS-CHECK-LEN = 0
		ADD 1 TO WS-IMP-BAD
		DISPLAY "SEQUENZ: WARNING - rejected, check digit or format wrong: "
			FUNCTION TRIM( WS-IMP-LINE )
		EXIT PARAGRAPH
	END-IF
	MOVE WS-CHECK-WORK TO WS-DLG-NUM
	MOVE 0 TO WS-DE-FOUND
	PERFORM VARYING WS-DE-IDX FROM 1 BY 1 UNTIL WS-DE-IDX > WS-DE-COUNT
		IF WS-DE-NAME( WS-DE-IDX ) = WS-COUNTER-NAME
			AND WS-DE-BRANCH( WS-DE-IDX ) = WS-BRANCH
			AND WS-DE-STATE( WS-DE-IDX ) = 'O'
			AND WS-DLG-NUM >= WS-DE-START( WS-DE-IDX )
			AND WS-DLG-NUM <= WS-DE-END( WS-DE-IDX )
			MOVE WS-DE-IDX TO WS-DE-FOUND
		END-IF
	END-PERFORM
	IF WS-DE-FOUND = 0
		ADD 1 TO WS-IMP-BAD
		DISPLAY "SEQUENZ: WARNING - rejected, not in an open range of branch "
			FUNCTION TRIM( WS-BRANCH ) ": " FUNCTION TRIM( WS-IMP-LINE )
		EXIT PARAGRAPH
	END-IF
	IF WS-DE-FOUND NOT = WS-IMP-MAP-IDX
		PERFORM LOAD-RANGE-USAGE
	END-IF
	COMPUTE WS-DLG-OFF = WS-DLG-NUM - WS-DE-START( WS-DE-FOUND ) + 1
	IF WS-DLG-USED( WS-DLG-OFF ) = 1
		ADD 1 TO WS-IMP-SKIP
		EXIT PARAGRAPH
	END-IF
	IF WS-DLG-USED( WS-DLG-OFF ) = 2
		ADD 1 TO WS-IMP-DUP
		DISPLAY "SEQUENZ: WARNING - number reported twice: "
			FUNCTION TRIM( WS-IMP-LINE )
	END-IF
	MOVE WS-COUNTER-NAME TO DLU-NAME
	MOVE WS-BRANCH TO DLU-BRANCH
	MOVE WS-DLG-NUM TO DLU-NUMBER
	MOVE WS-TODAY TO DLU-DATE
	WRITE DLGUSE-RECORD
	MOVE 2 TO WS-DLG-USED( WS-DLG-OFF )
	ADD 1 TO WS-IMP-OK
EXIT.

LOAD-RANGE-USAGE.
	CLOSE DLGUSE-FILE
	INITIALIZE WS-DLG-USED-TABLE
	MOVE 'N' TO WS-DLU-END
	MOVE 0 TO WS-IMP-REC-N
	OPEN INPUT DLGUSE-FILE
	IF WS-DLU-STATUS = "00"
		PERFORM UNTIL WS-DLU-END = 'Y'
			READ DLGUSE-FILE
				AT END
					MOVE 'Y' TO WS-DLU-END
				NOT AT END
					ADD 1 TO WS-IMP-REC-N
					IF DLU-NAME = WS-COUNTER-NAME
						AND DLU-BRANCH = WS-BRANCH
						AND DLU-NUMBER >= WS-DE-START( WS-DE-FOUND )
						AND DLU-NUMBER <= WS-DE-END( WS-DE-FOUND )
						COMPUTE WS-DLG-OFF = DLU-NUMBER
							- WS-DE-START( WS-DE-FOUND ) + 1
						IF WS-IMP-MAP-IDX > 0
							AND WS-IMP-REC-N > WS-IMP-BASE
							MOVE 2 TO WS-DLG-USED( WS-DLG-OFF )
						ELSE
							MOVE 1 TO WS-DLG-USED( WS-DLG-OFF )
						END-IF
					END-IF
			END-READ
		END-PERFORM
	END-IF
	CLOSE DLGUSE-FILE
	IF WS-IMP-MAP-IDX = 0
		MOVE WS-IMP-REC-N TO WS-IMP-BASE
	END-IF
	OPEN EXTEND DLGUSE-FILE
	MOVE WS-DE-FOUND TO WS-IMP-MAP-IDX
EXIT.

CLOSE-DELEGATION.
	IF WS-TOK-2 = SPACES OR WS-TOK-3 = SPACES
		OR ( WS-TOK-4 NOT = "RETURN" AND WS-TOK-4 NOT = "VOID" )
		DISPLAY "SEQUENZ: usage - CLOSE name branch RETURN|VOID"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-TOK-2 TO WS-COUNTER-NAME
	MOVE WS-TOK-3 TO WS-BRANCH
	MOVE WS-TOK-4 TO WS-CLOSE-MODE
	PERFORM ACQUIRE-LOCK
	PERFORM LOAD-DELEG
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	MOVE 0 TO WS-DLG-CLOSED
	MOVE WS-DE-COUNT TO WS-DE-LAST
	PERFORM VARYING WS-DE-IDX FROM 1 BY 1 UNTIL WS-DE-IDX > WS-DE-LAST
		IF WS-DE-NAME( WS-DE-IDX ) = WS-COUNTER-NAME
			AND WS-DE-BRANCH( WS-DE-IDX ) = WS-BRANCH
			AND WS-DE-STATE( WS-DE-IDX ) = 'O'
			PERFORM CLOSE-ONE-RANGE
			ADD 1 TO WS-DLG-CLOSED
		END-IF
	END-PERFORM
	IF WS-DLG-CLOSED = 0
		DISPLAY "SEQUENZ: ERROR - no open delegation of "
			FUNCTION TRIM( WS-COUNTER-NAME ) " to branch "
			FUNCTION TRIM( WS-BRANCH )
		PERFORM RELEASE-LOCK
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM SAVE-DELEG
	PERFORM RELEASE-LOCK
	DISPLAY "SEQUENZ: " WS-DLG-CLOSED " range(s) of branch "
		FUNCTION TRIM( WS-BRANCH ) " closed"
EXIT.

CLOSE-ONE-RANGE.
	COMPUTE WS-DLG-SIZE = WS-DE-END( WS-DE-IDX ) - WS-DE-START( WS-DE-IDX ) + 1
	INITIALIZE WS-DLG-USED-TABLE
	MOVE 0 TO WS-DLG-USED-N
	MOVE 'N' TO WS-DLU-END
	OPEN INPUT DLGUSE-FILE
	IF WS-DLU-STATUS = "00"
		PERFORM UNTIL WS-DLU-END = 'Y'
			READ DLGUSE-FILE
				AT END
					MOVE 'Y' TO WS-DLU-END
				NOT AT END
					IF DLU-NAME = WS-COUNTER-NAME
						AND DLU-BRANCH = WS-BRANCH
						AND DLU-NUMBER >= WS-DE-START( WS-DE-IDX )
						AND DLU-NUMBER <= WS-DE-END( WS-DE-IDX )
						COMPUTE WS-DLG-OFF = DLU-NUMBER
							- WS-DE-START( WS-DE-IDX ) + 1
						IF WS-DLG-USED( WS-DLG-OFF ) = 0
							ADD 1 TO WS-DLG-USED-N
						END-IF
						IF WS-DLG-USED( WS-DLG-OFF ) < 99
							ADD 1 TO WS-DLG-USED( WS-DLG-OFF )
						END-IF
					END-IF
			END-READ
		END-PERFORM
	END-IF
	CLOSE DLGUSE-FILE
	DISPLAY "SEQUENZ: " FUNCTION TRIM( WS-COUNTER-NAME ) " "
		WS-DE-START( WS-DE-IDX ) " - " WS-DE-END( WS-DE-IDX ) ": "
		WS-DLG-USED-N " of " WS-DLG-SIZE " used"
	MOVE 'N' TO WS-RUN-OPEN
	PERFORM VARYING WS-DLG-OFF FROM 1 BY 1 UNTIL WS-DLG-OFF > WS-DLG-SIZE
		COMPUTE WS-DLG-NUM = WS-DE-START( WS-DE-IDX ) + WS-DLG-OFF - 1
		IF WS-DLG-USED( WS-DLG-OFF ) = 0
			IF WS-RUN-OPEN = 'N'
				MOVE 'Y' TO WS-RUN-OPEN
				MOVE WS-DLG-NUM TO WS-RUN-START
			END-IF
			MOVE WS-DLG-NUM TO WS-RUN-END
		ELSE
			IF WS-RUN-OPEN = 'Y'
				PERFORM RETURN-REMAINDER
			END-IF
		END-IF
	END-PERFORM
	IF WS-RUN-OPEN = 'Y'
		PERFORM RETURN-REMAINDER
	END-IF
	MOVE 'A' TO WS-DE-STATE( WS-DE-IDX )
EXIT.

RETURN-REMAINDER.
	MOVE 'N' TO WS-RUN-OPEN
	IF WS-CLOSE-MODE = "VOID"
		MOVE WS-RUN-START TO WS-VOID-START
		MOVE WS-RUN-END TO WS-VOID-END
		MOVE SPACES TO WS-VOID-REASON
		STRING "DELEGIERT AN " DELIMITED BY SIZE
			FUNCTION TRIM( WS-BRANCH ) DELIMITED BY SIZE
			" UNBENUTZT" DELIMITED BY SIZE
			INTO WS-VOID-REASON
		PERFORM WRITE-VOID
		DISPLAY "SEQUENZ: " WS-RUN-START " - " WS-RUN-END " voided"
		EXIT PARAGRAPH
	END-IF
	IF WS-DE-COUNT >= 500
		DISPLAY "SEQUENZ: ERROR - delegation register is full, "
			WS-RUN-START " - " WS-RUN-END " cannot be returned"
		MOVE 8 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-DE-COUNT
	MOVE WS-COUNTER-NAME TO WS-DE-NAME( WS-DE-COUNT )
	MOVE WS-BRANCH TO WS-DE-BRANCH( WS-DE-COUNT )
	MOVE WS-RUN-START TO WS-DE-START( WS-DE-COUNT )
	MOVE WS-RUN-END TO WS-DE-END( WS-DE-COUNT )
	MOVE WS-TODAY TO WS-DE-DATE( WS-DE-COUNT )
	MOVE 'R' TO WS-DE-STATE( WS-DE-COUNT )
	MOVE WS-RUN-START TO WS-AUD-START
	MOVE WS-RUN-END TO WS-LAST-ISSUED
	MOVE "RETURN" TO WS-AUD-KIND
	MOVE WS-BRANCH TO WS-AUD-BRANCH
	PERFORM WRITE-AUDIT
	DISPLAY "SEQUENZ: " WS-RUN-START " - " WS-RUN-END
		" returned to the pool"
EXIT.

LOAD-DELEG.
	MOVE 0 TO WS-DE-COUNT
	MOVE 'N' TO WS-DLG-END
	OPEN INPUT DELEG-FILE
	IF WS-DLG-STATUS = "00"
		PERFORM UNTIL WS-DLG-END = 'Y'
			READ DELEG-FILE
				AT END
					MOVE 'Y' TO WS-DLG-END
				NOT AT END
					IF WS-DE-COUNT < 500
						ADD 1 TO WS-DE-COUNT
						MOVE DLG-NAME TO WS-DE-NAME( WS-DE-COUNT )
						MOVE DLG-BRANCH TO WS-DE-BRANCH( WS-DE-COUNT )
						MOVE DLG-START TO WS-DE-START( WS-DE-COUNT )
						MOVE DLG-END TO WS-DE-END( WS-DE-COUNT )
						MOVE DLG-DATE TO WS-DE-DATE( WS-DE-COUNT )
						MOVE DLG-STATE TO WS-DE-STATE( WS-DE-COUNT )
					END-IF
			END-READ
		END-PERFORM
	END-IF
	CLOSE DELEG-FILE
EXIT.

SAVE-DELEG.
	OPEN OUTPUT DELEG-FILE
	PERFORM VARYING WS-DE-IDX FROM 1 BY 1 UNTIL WS-DE-IDX > WS-DE-COUNT
		IF WS-DE-STATE( WS-DE-IDX ) NOT = 'X'
			MOVE WS-DE-NAME( WS-DE-IDX ) TO DLG-NAME
			MOVE WS-DE-BRANCH( WS-DE-IDX ) TO DLG-BRANCH
			MOVE WS-DE-START( WS-DE-IDX ) TO DLG-START
			MOVE WS-DE-END( WS-DE-IDX ) TO DLG-END
			MOVE WS-DE-DATE( WS-DE-IDX ) TO DLG-DATE
			MOVE WS-DE-STATE( WS-DE-IDX ) TO DLG-STATE
			WRITE DELEG-RECORD
		END-IF
	END-PERFORM
	CLOSE DELEG-FILE
EXIT.

SAVE-STORE.
	OPEN OUTPUT CHECKPOINT-FILE
	PERFORM VARYING WS-CTR-IDX FROM 1 BY 1 UNTIL WS-CTR-IDX > WS-CTR-COUNT
		MOVE WS-CTR-VALUE( WS-CTR-IDX ) TO CKP-VALUE
		MOVE WS-CTR-YEAR( WS-CTR-IDX ) TO CKP-YEAR
		MOVE WS-CTR-MAX( WS-CTR-IDX ) TO CKP-MAX
		MOVE WS-CTR-CHECK( WS-CTR-IDX ) TO CKP-CHECK
		WRITE CHECKPOINT-RECORD
	END-PERFORM
	CLOSE CHECKPOINT-FILE
	ELSE
		MOVE LK-RESERVE-NAME TO WS-COUNTER-NAME
	END-IF
	PERFORM CHECK-UMGEBUNG
	IF WS-ENV-ALL-OK = 'N'
		DISPLAY "SEQUENZ: ERROR - test environment would write production "
			"counter state " FUNCTION TRIM( WS-ENV-DENIED )
			" - nothing reserved"
		MOVE 0 TO LK-RESERVE-START
		MOVE 0 TO LK-RESERVE-END
		GOBACK
	END-IF
	MOVE 'Y' TO WS-LOCK-SOFT
	MOVE 'N' TO WS-LOCK-FAILED
	PERFORM ACQUIRE-LOCK
				FUNCTION TRIM( WS-COUNTER-NAME )
				" would exceed its ceiling of " WS-CKP-MAX
				" - nothing reserved"
			MOVE "SEQMAX" TO WS-ALERT-CODE
			PERFORM RAISE-LIMIT-ALERT
			MOVE 0 TO LK-RESERVE-START
			MOVE 0 TO LK-RESERVE-END
		ELSE
	END-IF
	PERFORM RELEASE-LOCK
	GOBACK.

CHECK-NUMBER.
	ENTRY "SEQUENZ-CHECK" USING LK-CHECK-NAME LK-CHECK-NUMBER
		LK-CHECK-VALUE LK-CHECK-RESULT.
	IF LK-CHECK-NAME = SPACES
		MOVE "STANDARD" TO WS-COUNTER-NAME
	ELSE
		MOVE LK-CHECK-NAME TO WS-COUNTER-NAME
	END-IF
	PERFORM CHECK-UMGEBUNG
	MOVE SPACES TO WS-CHECK-ARG
	MOVE LK-CHECK-NUMBER TO WS-CHECK-ARG
	PERFORM VERIFY-NUMBER
	MOVE WS-CHECK-WORK TO LK-CHECK-VALUE
	MOVE WS-CHECK-RESULT TO LK-CHECK-RESULT
	GOBACK.
