			15 MSTR-FRAC-STATE PIC X.
			15 MSTR-NUM        PIC S9(18) COMP.
			15 MSTR-DEN        PIC S9(18) COMP.
	05 MSTR-USAGE.
		10 MSTR-HITS      PIC 9(07).
		10 MSTR-LAST-USED PIC 9(08).
		10 MSTR-CREATED   PIC 9(08).
	05 MSTR-QUARANTINE    PIC X.
	05 MSTR-RESERVE       PIC X(09).

FD  ZETA-REPORT.
01 ZETA-REPORT-RECORD PIC X(132).
				PERFORM WRITE-AUDIT-FAILURE
				MOVE 8 TO RETURN-CODE
			NOT INVALID KEY
				*> En post i karantän är underkänd av BERNVRFY -
				*> konstanterna får inte härledas ur den förrän
				*> den omcertifierats.
				IF MSTR-QUARANTINE = "Q"
					DISPLAY "Bernoulliposten för N=" n " är i"
						" karantän (underkänd av BERNVRFY) - kör"
						" omcertifieringen först. Körningen"
						" avbryts."
					PERFORM WRITE-AUDIT-QUARANTINE
					MOVE 8 TO RETURN-CODE
				ELSE
					PERFORM DERIVE-ZETA-TABLES
					PERFORM WRITE-OUTPUTS
				END-IF
		END-READ
		CLOSE BERNOULLI-MASTER
	END-IF
			DELIMITED BY SIZE INTO WS-AUDIT-LINE
		MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
		WRITE AUDIT-LOG-RECORD.

	WRITE-AUDIT-QUARANTINE.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE "ZETA  " TO WS-AUDIT-MODE
		MOVE n TO WS-DISP-INDEX
		MOVE SPACES TO WS-AUDIT-LINE
		STRING WS-SYS-DATE "-" WS-SYS-TIME
			" OP=" WS-OPERATOR-ID
			" LÄGE=" WS-AUDIT-MODE
			" N=" WS-DISP-INDEX
			" STATUS=AVVISAD (MASTERPOST I KARANTÄN)"
			DELIMITED BY SIZE INTO WS-AUDIT-LINE
		MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
		WRITE AUDIT-LOG-RECORD.
