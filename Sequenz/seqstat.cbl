	05 AUD-NAME		PIC X(12).
	05 AUD-START		PIC 9(10).
	05 AUD-END		PIC 9(10).
	05 AUD-KIND		PIC X(6).
	05 AUD-BRANCH		PIC X(12).

FD	CHECKPOINT-FILE.
01	CHECKPOINT-RECORD.
	05 CKP-VALUE		PIC 9(10).
	05 CKP-YEAR		PIC 9(4).
	05 CKP-MAX		PIC 9(10).
	05 CKP-CHECK		PIC X(5).

WORKING-STORAGE SECTION.
01	WS-ARGS			PIC X(200).
		MOVE WS-TOK-CKP TO WS-CKP-FILE
	END-IF

	PERFORM SET-UMGEBUNG
	PERFORM READ-AUDIT-LOG
	IF WS-LINE-COUNT = 0
		DISPLAY "SEQSTAT: no audit entries in "

TALLY-AUDIT-LINE.
	ADD 1 TO WS-LINE-COUNT
	IF AUD-KIND = "REDELG" OR AUD-KIND = "RETURN"
		EXIT PARAGRAPH
	END-IF
	DIVIDE AUD-DATE BY 100 GIVING WS-CUR-MONTH
	IF AUD-END >= AUD-START
		COMPUTE WS-CUR-ISSUED = AUD-END - AUD-START + 1
		MOVE 4 TO RETURN-CODE
	END-IF
EXIT.

SET-UMGEBUNG.
	CALL "UMGEBUNG-DATEI" USING WS-AUDIT-FILE
		ON EXCEPTION CONTINUE
	END-CALL
	CALL "UMGEBUNG-DATEI" USING WS-CKP-FILE
		ON EXCEPTION CONTINUE
	END-CALL
EXIT.
