IDENTIFICATION DIVISION.
PROGRAM-ID. BERNCNV2.
AUTHOR. Johan Callvik. Mauritz Zachrisson.

*> Engångskonvertering när cacheuppföljningen lades till masterposten
*> - träffräknare, senaste leveransdag, skapad-dag och en blank
*> reserv sist i posten (RECORDSIZE 1503 -> 1536). Tabellerna och
*> de exakta bråken kopieras orörda; uppföljningen börjar om från
*> konverteringsdagen. Se X2/jcl/BERNCNV2.jcl.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	*> Mastern i 1503-byteslayouten - efter omdöpning till
	*> PROD.BERNOULLI.MASTEROLD. Läses bara.
	SELECT OLD-MASTER ASSIGN TO "BERNMSTO"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS OMST-KEY
		FILE STATUS IS WS-OMST-STATUS.

	*> Den nydefinierade mastern - samma FD som i Bernoulli.cob.
	SELECT BERNOULLI-MASTER ASSIGN TO "BERNMSTR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS MSTR-KEY
		FILE STATUS IS WS-MSTR-STATUS.

DATA DIVISION.

FILE SECTION.
FD  OLD-MASTER.
01 OLD-MASTER-RECORD.
	05 OMST-KEY.
		10 OMST-SEQ PIC X.
		10 OMST-N   PIC 9(02).
	05 OMST-DATA    PIC X(1500).

FD  BERNOULLI-MASTER.
01 BERNOULLI-MASTER-RECORD.
	05 MSTR-KEY.
		10 MSTR-SEQ PIC X.
		10 MSTR-N   PIC 9(02).
	05 MSTR-TABLE.
		10 MSTR-BER FLOAT-LONG OCCURS 60 TIMES.
	05 MSTR-FRAC-TABLE.
		10 MSTR-FRAC OCCURS 60 TIMES.
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
01 WS-OMST-STATUS PIC XX.
01 WS-MSTR-STATUS PIC XX.

01 WS-EOF-FLAG   PIC X VALUE "N".
01 WS-CONV-DATE  PIC 9(08).
01 WS-CONV-COUNT PIC 9(04) VALUE 0.
01 WS-DISP-COUNT PIC ZZZ9.

PROCEDURE DIVISION.

	OPEN INPUT OLD-MASTER
	IF WS-OMST-STATUS NOT = "00"
		DISPLAY "BERNMSTO (gamla mastern) kan inte öppnas (status "
			WS-OMST-STATUS "), konvertering avbruten."
		MOVE 12 TO RETURN-CODE
	ELSE
		OPEN I-O BERNOULLI-MASTER
		*> Målklustret är nydefinierat och oladdat - samma
		*> grundning vid status 35 som i BERNCONV.
		IF WS-MSTR-STATUS = "35"
			OPEN OUTPUT BERNOULLI-MASTER
			CLOSE BERNOULLI-MASTER
			OPEN I-O BERNOULLI-MASTER
		END-IF
		IF WS-MSTR-STATUS NOT = "00"
			DISPLAY "BERNMSTR (nya mastern) kan inte öppnas (status "
				WS-MSTR-STATUS "), konvertering avbruten."
			CLOSE OLD-MASTER
			MOVE 12 TO RETURN-CODE
		ELSE
			ACCEPT WS-CONV-DATE FROM DATE YYYYMMDD
			PERFORM CONVERT-ALL-RECORDS
			CLOSE BERNOULLI-MASTER
			CLOSE OLD-MASTER
			MOVE WS-CONV-COUNT TO WS-DISP-COUNT
			DISPLAY "Konvertering klar - " WS-DISP-COUNT
				" masterposter överförda till nya layouten."
		END-IF
	END-IF
	STOP RUN.

	CONVERT-ALL-RECORDS.
		MOVE LOW-VALUES TO OMST-KEY
		START OLD-MASTER KEY NOT < OMST-KEY
			INVALID KEY
				MOVE "Y" TO WS-EOF-FLAG
		END-START
		PERFORM UNTIL WS-EOF-FLAG = "Y"
			READ OLD-MASTER NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-FLAG
				NOT AT END
					PERFORM CONVERT-ONE-RECORD
			END-READ
		END-PERFORM.

	CONVERT-ONE-RECORD.
		*> Nyckel, tabell och bråk ligger på samma platser i båda
		*> layouterna - bara uppföljningen och reserven är nya.
		MOVE OLD-MASTER-RECORD TO BERNOULLI-MASTER-RECORD(1:1503)
		MOVE 0 TO MSTR-HITS
		MOVE 0 TO MSTR-LAST-USED
		MOVE WS-CONV-DATE TO MSTR-CREATED
		MOVE SPACE TO MSTR-QUARANTINE
		MOVE SPACES TO MSTR-RESERVE
		WRITE BERNOULLI-MASTER-RECORD
			INVALID KEY
				REWRITE BERNOULLI-MASTER-RECORD
		END-WRITE
		ADD 1 TO WS-CONV-COUNT
		DISPLAY "Konverterade masterpost FÖLJD=" MSTR-SEQ
			" N=" MSTR-N ".".
