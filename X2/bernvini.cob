IDENTIFICATION DIVISION.
PROGRAM-ID. BERNVINI.
AUTHOR. Johan Callvik. Mauritz Zachrisson.

*> Engångsgrundning av versionshistoriken BERNMVER. Varje masterpost
*> som ännu saknar version förs in som insatt version med orsak
*> STARTLÄGE, så att tabellen per datum går att ta fram även för de
*> poster som fanns innan historiken började föras. Poster som redan
*> har en version rörs inte - jobbet kan köras om utan att ge
*> dubbletter. Se X2/jcl/BERNVINI.jcl.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	*> Mastern läses bara, i nyckelordning.
	SELECT BERNOULLI-MASTER ASSIGN TO "BERNMSTR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MSTR-KEY
		FILE STATUS IS WS-MSTR-STATUS.

	*> Versionshistoriken - samma FD som i Bernoulli.cob.
	SELECT MASTER-VERSION ASSIGN TO "BERNMVER"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MVER-KEY
		FILE STATUS IS WS-MVER-STATUS.

DATA DIVISION.

FILE SECTION.
*> Samma layout som BERNOULLI-MASTER-RECORD i Bernoulli.cob.
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

*> Samma layout som MASTER-VERSION-RECORD i Bernoulli.cob.
FD  MASTER-VERSION.
01 MASTER-VERSION-RECORD.
	05 MVER-KEY.
		10 MVER-SEQ    PIC X.
		10 MVER-N      PIC 9(02).
		10 MVER-DATE   PIC 9(08).
		10 MVER-TIME   PIC 9(08).
		10 MVER-SERIAL PIC 9(02).
	05 MVER-CHANGE     PIC X.
	05 MVER-REASON     PIC X(10).
	05 MVER-PROGRAM    PIC X(10).
	05 MVER-USER       PIC X(08).
	05 MVER-IMAGE      PIC X(1536).

WORKING-STORAGE SECTION.
01 WS-MSTR-STATUS PIC XX.
01 WS-MVER-STATUS PIC XX.

01 WS-EOF-FLAG    PIC X VALUE "N".
01 WS-HAS-VERSION PIC X.
01 WS-OPERATOR-ID PIC X(08) VALUE "VERSINIT".
01 WS-INIT-COUNT  PIC 9(04) VALUE 0.
01 WS-SKIP-COUNT  PIC 9(04) VALUE 0.
01 WS-DISP-COUNT  PIC ZZZ9.
01 WS-DISP-COUNT2 PIC ZZZ9.

PROCEDURE DIVISION.

	OPEN INPUT BERNOULLI-MASTER
	IF WS-MSTR-STATUS NOT = "00"
		DISPLAY "BERNMSTR kan inte öppnas (status " WS-MSTR-STATUS
			"), grundning avbruten."
		MOVE 12 TO RETURN-CODE
	ELSE
		OPEN I-O MASTER-VERSION
		*> Klustret är nydefinierat och oladdat - samma grundning
		*> vid status 35 som i BERNCNV2.
		IF WS-MVER-STATUS = "35"
			OPEN OUTPUT MASTER-VERSION
			CLOSE MASTER-VERSION
			OPEN I-O MASTER-VERSION
		END-IF
		IF WS-MVER-STATUS NOT = "00"
			DISPLAY "BERNMVER kan inte öppnas (status "
				WS-MVER-STATUS "), grundning avbruten."
			CLOSE BERNOULLI-MASTER
			MOVE 12 TO RETURN-CODE
		ELSE
			PERFORM INIT-ALL-RECORDS
			CLOSE MASTER-VERSION
			CLOSE BERNOULLI-MASTER
			MOVE WS-INIT-COUNT TO WS-DISP-COUNT
			MOVE WS-SKIP-COUNT TO WS-DISP-COUNT2
			DISPLAY "Grundning klar - " WS-DISP-COUNT
				" masterposter införda i BERNMVER, " WS-DISP-COUNT2
				" hade redan versioner."
		END-IF
	END-IF
	STOP RUN.

	INIT-ALL-RECORDS.
		MOVE LOW-VALUES TO MSTR-KEY
		START BERNOULLI-MASTER KEY NOT < MSTR-KEY
			INVALID KEY
				MOVE "Y" TO WS-EOF-FLAG
		END-START
		PERFORM UNTIL WS-EOF-FLAG = "Y"
			READ BERNOULLI-MASTER NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-FLAG
				NOT AT END
					PERFORM INIT-ONE-RECORD
			END-READ
		END-PERFORM.

	INIT-ONE-RECORD.
		*> Finns redan en version av (följd, N) är posten ändrad
		*> efter att historiken började föras och har sin bild där.
		MOVE "N" TO WS-HAS-VERSION
		MOVE MSTR-SEQ TO MVER-SEQ
		MOVE MSTR-N TO MVER-N
		MOVE 0 TO MVER-DATE
		MOVE 0 TO MVER-TIME
		MOVE 0 TO MVER-SERIAL
		START MASTER-VERSION KEY NOT < MVER-KEY
			INVALID KEY
				CONTINUE
		END-START
		IF WS-MVER-STATUS = "00"
			READ MASTER-VERSION NEXT RECORD
				AT END
					CONTINUE
			END-READ
			IF WS-MVER-STATUS = "00"
				AND MVER-SEQ = MSTR-SEQ AND MVER-N = MSTR-N
				MOVE "Y" TO WS-HAS-VERSION
			END-IF
		END-IF
		IF WS-HAS-VERSION = "Y"
			ADD 1 TO WS-SKIP-COUNT
		ELSE
			*> Versionen dateras med postens skapad-dag, så att ett
			*> uppslag per ett datum efter att tabellen räknades
			*> fram hittar den. Poster från före cacheuppföljningen
			*> bär konverteringsdagen.
			MOVE MSTR-SEQ TO MVER-SEQ
			MOVE MSTR-N TO MVER-N
			IF MSTR-CREATED IS NUMERIC AND MSTR-CREATED > 0
				MOVE MSTR-CREATED TO MVER-DATE
			ELSE
				ACCEPT MVER-DATE FROM DATE YYYYMMDD
			END-IF
			MOVE 0 TO MVER-TIME
			MOVE 0 TO MVER-SERIAL
			MOVE "I" TO MVER-CHANGE
			MOVE "STARTLÄGE" TO MVER-REASON
			MOVE "BERNVINI" TO MVER-PROGRAM
			MOVE WS-OPERATOR-ID TO MVER-USER
			MOVE BERNOULLI-MASTER-RECORD TO MVER-IMAGE
			WRITE MASTER-VERSION-RECORD
				INVALID KEY
					DISPLAY "Masterposten FÖLJD=" MSTR-SEQ
						" N=" MSTR-N " kunde inte föras in (status "
						WS-MVER-STATUS ")."
					MOVE 4 TO RETURN-CODE
				NOT INVALID KEY
					ADD 1 TO WS-INIT-COUNT
					DISPLAY "Införde masterpost FÖLJD=" MSTR-SEQ
						" N=" MSTR-N " som startläge."
			END-WRITE
		END-IF.
