IDENTIFICATION DIVISION.
PROGRAM-ID. BERNCEFF.
AUTHOR. Johan Callvik. Mauritz Zachrisson.

*> Cacheeffektivitetsrapport för BERNOULLI-MASTER. Varje masterpost
*> bär sedan cacheuppföljningen infördes en träffräknare (MSTR-HITS),
*> dagen för senaste leverans ur cachen (MSTR-LAST-USED) och dagen
*> posten skrevs (MSTR-CREATED) - räknade av LOOKUP-OR-COMPUTE i
*> Bernoulli.cob och BERNCALC. Rapporten listar varje post med de
*> fälten och pekar ut
*>   - redundanta poster: en större tabell av samma följd finns och
*>     täcker posten, så den behövs inte längre för att leverera
*>     något - konsolidera med BERNMNT (val 7),
*>   - aldrig använda poster: posten har inte levererats ur cachen
*>     en enda gång sedan den skrevs (eller sedan konverteringen).
*> Summeringen visar antal poster och byte per kategori, så att
*> driften ser vad en konsolidering skulle frigöra.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	*> Mastern läses två gånger i nyckelordning - först för största
	*> N per talföljd, sedan för rapportraderna.
	SELECT BERNOULLI-MASTER ASSIGN TO "BERNMSTR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MSTR-KEY
		FILE STATUS IS WS-MSTR-STATUS.

	*> Rapporten till driften.
	SELECT CACHE-REPORT ASSIGN TO "BERNCRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CRPT-STATUS.

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

FD  CACHE-REPORT.
01 CACHE-REPORT-RECORD PIC X(132).

WORKING-STORAGE SECTION.
01 WS-MSTR-STATUS PIC XX.
01 WS-CRPT-STATUS PIC XX.
01 WS-EOF-FLAG    PIC X VALUE "N".

*> Måste spegla OCCURS-gränsen i MSTR-TABLE - en post med N utanför
*> 1..WS-MAX-N är trasig och hör till integritetsrapporten i BERNMNT.
01 WS-MAX-N PIC 99 VALUE 60.

*> Postlängden i klustret - se RECORDSIZE i X2/jcl/BERNDEFN.jcl.
01 WS-RECORD-BYTES PIC 9(04) VALUE 1536.

*> Per talföljd (index 1..3 = "B", "E", "T"): största giltiga N ur
*> första svepet samt antal poster och träffar.
01 WS-SEQ-TABLE.
	05 WS-SEQ-ENTRY OCCURS 3 TIMES.
		10 WS-SEQ-TOP-N    PIC 99.
		10 WS-SEQ-RECORDS  PIC 9(05).
		10 WS-SEQ-HITS     PIC 9(09).
		10 WS-SEQ-REDUND   PIC 9(05).
		10 WS-SEQ-UNUSED   PIC 9(05).
01 WS-SEQ-IX   PIC 9.
01 WS-SEQ-CODE PIC X(03) VALUE "BET".

*> Summeringens räkneverk.
01 WS-TOT-RECORDS PIC 9(05) VALUE 0.
01 WS-TOT-HITS    PIC 9(09) VALUE 0.
01 WS-TOT-REDUND  PIC 9(05) VALUE 0.
01 WS-TOT-UNUSED  PIC 9(05) VALUE 0.
01 WS-TOT-BROKEN  PIC 9(05) VALUE 0.
01 WS-BYTES       PIC 9(09).

01 WS-SYS-DATE    PIC 9(08).
01 WS-REMARK      PIC X(50).

01 WS-DISP-INDEX  PIC Z9.
01 WS-DISP-HITS   PIC Z(06)9.
01 WS-DISP-TOTAL  PIC Z(08)9.
01 WS-DISP-COUNT  PIC ZZZZ9.
01 WS-DISP-C1     PIC ZZZZ9.
01 WS-DISP-C2     PIC ZZZZ9.
01 WS-DISP-BYTES  PIC Z(08)9.
01 WS-DISP-DATE   PIC X(08).
01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.

	OPEN INPUT BERNOULLI-MASTER
	IF WS-MSTR-STATUS NOT = "00"
		DISPLAY "BERNMSTR kan inte öppnas (status " WS-MSTR-STATUS
			"), rapport avbruten."
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT CACHE-REPORT
	IF WS-CRPT-STATUS NOT = "00"
		DISPLAY "Kan inte öppna BERNCRPT, rapport avbruten."
		CLOSE BERNOULLI-MASTER
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF

	MOVE ZEROS TO WS-SEQ-TABLE
	PERFORM FIND-LARGEST-TABLES
	PERFORM WRITE-REPORT-HEADING
	PERFORM LIST-MASTER-RECORDS
	PERFORM WRITE-REPORT-SUMMARY

	CLOSE CACHE-REPORT
	CLOSE BERNOULLI-MASTER
	MOVE WS-TOT-RECORDS TO WS-DISP-COUNT
	DISPLAY "Cacheeffektivitetsrapport skriven till BERNCRPT - "
		WS-DISP-COUNT " masterposter."
	STOP RUN.

	START-MASTER-AT-LOW.
		MOVE LOW-VALUES TO MSTR-KEY
		START BERNOULLI-MASTER KEY NOT < MSTR-KEY
			INVALID KEY
				MOVE "Y" TO WS-EOF-FLAG
		END-START.

	SET-SEQ-INDEX.
		*> Noll för okänd följd eller N utanför tabellgränsen.
		MOVE 0 TO WS-SEQ-IX
		IF MSTR-N > 0 AND MSTR-N <= WS-MAX-N
			EVALUATE MSTR-SEQ
				WHEN "B"
					MOVE 1 TO WS-SEQ-IX
				WHEN "E"
					MOVE 2 TO WS-SEQ-IX
				WHEN "T"
					MOVE 3 TO WS-SEQ-IX
			END-EVALUATE
		END-IF.

	FIND-LARGEST-TABLES.
		*> Nyckelordningen är följd + N, så sista giltiga posten
		*> per följd är dess största tabell. En post i karantän
		*> levereras inte och täcker därför ingenting.
		MOVE "N" TO WS-EOF-FLAG
		PERFORM START-MASTER-AT-LOW
		PERFORM UNTIL WS-EOF-FLAG = "Y"
			READ BERNOULLI-MASTER NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-FLAG
				NOT AT END
					PERFORM SET-SEQ-INDEX
					IF WS-SEQ-IX > 0
						AND MSTR-QUARANTINE NOT = "Q"
						MOVE MSTR-N TO WS-SEQ-TOP-N(WS-SEQ-IX)
					END-IF
			END-READ
		END-PERFORM.

	LIST-MASTER-RECORDS.
		MOVE "N" TO WS-EOF-FLAG
		PERFORM START-MASTER-AT-LOW
		PERFORM UNTIL WS-EOF-FLAG = "Y"
			READ BERNOULLI-MASTER NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-FLAG
				NOT AT END
					PERFORM LIST-ONE-RECORD
			END-READ
		END-PERFORM.

	LIST-ONE-RECORD.
		ADD 1 TO WS-TOT-RECORDS
		MOVE SPACES TO WS-REMARK
		PERFORM SET-SEQ-INDEX
		IF WS-SEQ-IX = 0
			ADD 1 TO WS-TOT-BROKEN
			MOVE "TRASIG NYCKEL - SE INTEGRITETSRAPPORTEN (BERNMNT)"
				TO WS-REMARK
		ELSE
			ADD 1 TO WS-SEQ-RECORDS(WS-SEQ-IX)
			ADD MSTR-HITS TO WS-SEQ-HITS(WS-SEQ-IX)
			ADD MSTR-HITS TO WS-TOT-HITS
			IF MSTR-HITS = 0
				ADD 1 TO WS-SEQ-UNUSED(WS-SEQ-IX)
				ADD 1 TO WS-TOT-UNUSED
				MOVE "ALDRIG ANVÄND" TO WS-REMARK
			END-IF
			IF MSTR-N < WS-SEQ-TOP-N(WS-SEQ-IX)
				ADD 1 TO WS-SEQ-REDUND(WS-SEQ-IX)
				ADD 1 TO WS-TOT-REDUND
				MOVE WS-SEQ-TOP-N(WS-SEQ-IX) TO WS-DISP-INDEX
				IF MSTR-HITS = 0
					STRING "REDUNDANT - TÄCKS AV N=" WS-DISP-INDEX
						", ALDRIG ANVÄND"
						DELIMITED BY SIZE INTO WS-REMARK
				ELSE
					STRING "REDUNDANT - TÄCKS AV N=" WS-DISP-INDEX
						DELIMITED BY SIZE INTO WS-REMARK
				END-IF
			END-IF
			IF MSTR-QUARANTINE = "Q"
				MOVE "I KARANTÄN - LEVERERAS INTE (SE BERNVRFY)"
					TO WS-REMARK
			END-IF
		END-IF
		MOVE MSTR-N TO WS-DISP-INDEX
		MOVE MSTR-HITS TO WS-DISP-HITS
		IF MSTR-LAST-USED = 0
			MOVE "--------" TO WS-DISP-DATE
		ELSE
			MOVE MSTR-LAST-USED TO WS-DISP-DATE
		END-IF
		MOVE SPACES TO WS-REPORT-LINE
		STRING "  " MSTR-SEQ "     " WS-DISP-INDEX "  " WS-DISP-HITS
			"  " WS-DISP-DATE "  " MSTR-CREATED "  " WS-REMARK
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO CACHE-REPORT-RECORD
		WRITE CACHE-REPORT-RECORD.

	WRITE-REPORT-HEADING.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		MOVE SPACES TO WS-REPORT-LINE
		STRING "CACHEEFFEKTIVITET BERNOULLI-MASTER (BERNCEFF)  KÖRDAG "
			WS-SYS-DATE
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO CACHE-REPORT-RECORD
		WRITE CACHE-REPORT-RECORD
		MOVE ALL "=" TO CACHE-REPORT-RECORD(1:60)
		MOVE SPACES TO CACHE-REPORT-RECORD(61:72)
		WRITE CACHE-REPORT-RECORD
		MOVE "  FÖLJD  N  TRÄFFAR  SENAST    SKAPAD    ANMÄRKNING"
			TO CACHE-REPORT-RECORD
		WRITE CACHE-REPORT-RECORD.

	WRITE-REPORT-SUMMARY.
		MOVE ALL "=" TO CACHE-REPORT-RECORD(1:60)
		MOVE SPACES TO CACHE-REPORT-RECORD(61:72)
		WRITE CACHE-REPORT-RECORD
		PERFORM VARYING WS-SEQ-IX FROM 1 BY 1 UNTIL WS-SEQ-IX > 3
			PERFORM WRITE-SEQ-SUMMARY
		END-PERFORM
		MOVE ALL "=" TO CACHE-REPORT-RECORD(1:60)
		MOVE SPACES TO CACHE-REPORT-RECORD(61:72)
		WRITE CACHE-REPORT-RECORD
		MOVE WS-TOT-RECORDS TO WS-DISP-COUNT
		COMPUTE WS-BYTES = WS-TOT-RECORDS * WS-RECORD-BYTES
		END-COMPUTE
		MOVE WS-BYTES TO WS-DISP-BYTES
		MOVE SPACES TO WS-REPORT-LINE
		STRING "MASTERPOSTER:                 " WS-DISP-COUNT
			"  BYTE: " WS-DISP-BYTES
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO CACHE-REPORT-RECORD
		WRITE CACHE-REPORT-RECORD
		MOVE WS-TOT-HITS TO WS-DISP-TOTAL
		MOVE SPACES TO WS-REPORT-LINE
		STRING "TRÄFFAR TOTALT:           " WS-DISP-TOTAL
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO CACHE-REPORT-RECORD
		WRITE CACHE-REPORT-RECORD
		MOVE WS-TOT-REDUND TO WS-DISP-COUNT
		COMPUTE WS-BYTES = WS-TOT-REDUND * WS-RECORD-BYTES
		END-COMPUTE
		MOVE WS-BYTES TO WS-DISP-BYTES
		MOVE SPACES TO WS-REPORT-LINE
		STRING "REDUNDANTA (TÄCKS AV STÖRRE): " WS-DISP-COUNT
			"  BYTE ATT FRIGÖRA: " WS-DISP-BYTES
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO CACHE-REPORT-RECORD
		WRITE CACHE-REPORT-RECORD
		MOVE WS-TOT-UNUSED TO WS-DISP-COUNT
		MOVE SPACES TO WS-REPORT-LINE
		STRING "ALDRIG ANVÄNDA:               " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO CACHE-REPORT-RECORD
		WRITE CACHE-REPORT-RECORD
		IF WS-TOT-BROKEN > 0
			MOVE WS-TOT-BROKEN TO WS-DISP-COUNT
			MOVE SPACES TO WS-REPORT-LINE
			STRING "TRASIGA NYCKLAR:              " WS-DISP-COUNT
				DELIMITED BY SIZE INTO WS-REPORT-LINE
			MOVE WS-REPORT-LINE TO CACHE-REPORT-RECORD
			WRITE CACHE-REPORT-RECORD
		END-IF
		IF WS-TOT-REDUND > 0
			MOVE "REDUNDANTA POSTER TAS BORT MED BERNMNT, VAL 7"
				TO CACHE-REPORT-RECORD
			WRITE CACHE-REPORT-RECORD
		END-IF.

	WRITE-SEQ-SUMMARY.
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-SEQ-RECORDS(WS-SEQ-IX) TO WS-DISP-COUNT
		MOVE WS-SEQ-TOP-N(WS-SEQ-IX) TO WS-DISP-INDEX
		MOVE WS-SEQ-HITS(WS-SEQ-IX) TO WS-DISP-TOTAL
		MOVE WS-SEQ-REDUND(WS-SEQ-IX) TO WS-DISP-C1
		MOVE WS-SEQ-UNUSED(WS-SEQ-IX) TO WS-DISP-C2
		STRING "FÖLJD " WS-SEQ-CODE(WS-SEQ-IX:1)
			":  POSTER " WS-DISP-COUNT
			"  STÖRSTA N " WS-DISP-INDEX
			"  TRÄFFAR " WS-DISP-TOTAL
			"  REDUNDANTA " WS-DISP-C1
			"  ALDRIG ANVÄNDA " WS-DISP-C2
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO CACHE-REPORT-RECORD
		WRITE CACHE-REPORT-RECORD.
