	05 AUD-NAME		PIC X(12).
	05 AUD-START		PIC 9(10).
	05 AUD-END		PIC 9(10).
	05 AUD-KIND		PIC X(6).
	05 AUD-BRANCH		PIC X(12).

WORKING-STORAGE SECTION.
01	WS-ARGS			PIC X(100).
		END-IF
	END-IF

	PERFORM SET-UMGEBUNG
	DISPLAY "DATUM       ZEIT      AUFRUFER      ZAEHLER       VON         BIS         ART     FILIALE"
	OPEN INPUT AUDIT-FILE
	IF WS-AUDIT-STATUS NOT = "00"
		MOVE 8 TO RETURN-CODE
	STRING WS-TP-HH ":" WS-TP-MI ":" WS-TP-SS
		DELIMITED BY SIZE INTO WS-TIME-DISP
	DISPLAY WS-DATE-DISP "  " WS-TIME-DISP "  " AUD-CALLER "  "
		AUD-NAME "  " AUD-START "  " AUD-END "  " AUD-KIND "  " AUD-BRANCH
EXIT.

SET-UMGEBUNG.
	CALL "UMGEBUNG-DATEI" USING WS-AUDIT-FILE
		ON EXCEPTION CONTINUE
	END-CALL
EXIT.
