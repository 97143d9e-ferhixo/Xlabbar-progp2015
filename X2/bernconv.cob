		FILE STATUS IS WS-OMST-STATUS.

	*> Den nydefinierade mastern i 60-termerslayouten med exakta
	*> bråk, talföljdstyp i nyckeln och cacheuppföljning (RECORDSIZE
	*> 1536) - samma FD som i Bernoulli.cob.
	SELECT BERNOULLI-MASTER ASSIGN TO "BERNMSTR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
			15 MSTR-FRAC-STATE PIC X.
			15 MSTR-NUM        PIC S9(18) COMP.
			15 MSTR-DEN        PIC S9(18) COMP.
	05 MSTR-USAGE.
		10 MSTR-HITS      PIC 9(07).
		10 MSTR-LAST-USED PIC 9(08).
		10 MSTR-CREATED   PIC 9(08).
	05 MSTR-QUARANTINE    PIC X.
	05 MSTR-RESERVE       PIC X(09).

WORKING-STORAGE SECTION.
01 i 		PIC 99.
			MOVE 0 TO MSTR-NUM(i)
			MOVE 1 TO MSTR-DEN(i)
		END-PERFORM
		*> Uppföljningen börjar om från konverteringsdagen - den
		*> gamla layouten bar ingen statistik.
		MOVE 0 TO MSTR-HITS
		MOVE 0 TO MSTR-LAST-USED
		ACCEPT MSTR-CREATED FROM DATE YYYYMMDD
		MOVE SPACE TO MSTR-QUARANTINE
		MOVE SPACES TO MSTR-RESERVE
		WRITE BERNOULLI-MASTER-RECORD
			INVALID KEY
				REWRITE BERNOULLI-MASTER-RECORD
