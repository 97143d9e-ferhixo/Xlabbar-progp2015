*> utan att förköra EXPORT-MODE och tolka BERNEXP mellan jobbsteg.
*> Samma uppslag i BERNOULLI-MASTER och samma kontrollpunkter som
*> menyprogrammet, så att varje konsument delar en beräkning och en
*> cache - även här levereras N ur den minsta cachade tabellen av
*> samma följd som täcker N, och träffen räknas i postens
*> cacheuppföljning (MSTR-HITS/MSTR-LAST-USED). Flyttalstabellen härleds ur tangenttalsrelationen
*>   ABS(B(2k)) = T(k) * 2k / (4**k * (4**k - 1))
*> med T(k) ur Seidelalgoritmen - den binomiala rekursionen tappar
*> siffror i FLOAT-LONG långt före tabellgränsen N=60.
*> behöver inte (och kan inte) öppna dem själv. Nyberäknade poster
*> sparas med bråktillstånd "N"; menyprogrammet kompletterar de
*> exakta bråken vid nästa uppslag av samma N.
*>
*> Varje levererad tabell loggas i förbrukningsloggen BERNUSE med
*> anroparens CALC-APPL-ID och om den hämtades ur cachen eller
*> räknades fram - månadsdebiteringen BERNDEB prissätter posterna.
*>
*> Varje insättning och omskrivning av en masterpost härifrån
*> sparas som version i BERNMVER. Med CALC-ASOF-DATE ifyllt hämtas
*> tabellen i stället ur versionshistoriken, exakt som den stod i
*> cachen den dagen - ingenting räknas fram eller skrivs då, och
*> cachens träffräknare berörs inte.

ENVIRONMENT DIVISION.

		RECORD KEY IS CKPT-KEY
		FILE STATUS IS WS-CKPT-STATUS.

	*> DYNAMIC för uppslaget på minsta täckande tabell (START +
	*> READ NEXT), samma som i Bernoulli.cob.
	SELECT BERNOULLI-MASTER ASSIGN TO "BERNMSTR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MSTR-KEY
		FILE STATUS IS WS-MSTR-STATUS.

	*> Versionshistoriken för BERNOULLI-MASTER - samma fil och
	*> samma FD som i Bernoulli.cob.
	SELECT MASTER-VERSION ASSIGN TO "BERNMVER"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MVER-KEY
		FILE STATUS IS WS-MVER-STATUS.

	*> Förbrukningsloggen - samma fil som Bernoulli.cob skriver,
	*> öppnad EXTEND.
	SELECT USAGE-LOG ASSIGN TO "BERNUSE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-USE-STATUS.

DATA DIVISION.

FILE SECTION.
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

*> Samma layout som USAGE-LOG-RECORD i Bernoulli.cob - USE-ORIGIN
*> är alltid "C" härifrån och USE-DEPT blankt (kostnadsstället
*> avgörs av applikationens koppling i BERNKST).
FD  USAGE-LOG.
01 USAGE-LOG-RECORD.
	05 USE-DATE   PIC 9(08).
	05 USE-TIME   PIC 9(08).
	05 USE-ORIGIN PIC X.
	05 USE-USER   PIC X(08).
	05 USE-DEPT   PIC X(06).
	05 USE-SEQ    PIC X.
	05 USE-N      PIC 9(02).
	05 USE-SOURCE PIC X.

WORKING-STORAGE SECTION.
01 i 		PIC 99.

01 WS-CKPT-STATUS PIC XX.
01 WS-MSTR-STATUS PIC XX.
01 WS-USE-STATUS  PIC XX.
01 WS-MVER-STATUS PIC XX.

*> "Y" när BERNMVER gick att öppna. Saknas den levereras tabellerna
*> ändå och varningen visas en gång - men ett anrop med
*> CALC-ASOF-DATE får returkod 12.
01 WS-MVER-OPEN   PIC X VALUE "N".
01 WS-MVER-CHANGE PIC X.
01 WS-MVER-REASON PIC X(10).
01 WS-MVER-DONE   PIC X.

*> Uppslag per datum (LOOKUP-AS-OF) - WS-ASOF-N går från n uppåt
*> till den minsta tabellen som då täckte n, WS-ASOF-CHANGE är
*> ändringstypen i den senaste versionen t.o.m. datumet.
01 WS-ASOF-N      PIC 99.
01 WS-ASOF-CHANGE PIC X.
01 WS-VER-FOUND   PIC X.
01 WS-VER-EOF     PIC X.

*> "Y" när BERNUSE gick att öppna. Saknas DD:n levereras tabellen
*> ändå - debiteringen får inte stoppa anroparen - men varningen
*> visas en gång och BERNDEB saknar förbrukningen.
01 WS-USE-OPEN    PIC X VALUE "N".
01 WS-SYS-DATE    PIC 9(08).
01 WS-SYS-TIME    PIC 9(08).

*> "Y" efter första lyckade anropet - filerna öppnas en gång och
*> hålls öppna över alla anrop i samma körning.
01 WS-LOCK-TRY   PIC 99.
01 WS-IO-DONE    PIC X.

*> "Y" när FIND-COVERING-MASTER hittat en tabell av samma följd
*> med minst n termer.
01 WS-COVER-FOUND PIC X VALUE "N".

*> "Y" när FIND-COVERING-MASTER hoppat över en post i karantän
*> (MSTR-QUARANTINE = "Q") - anroparen får då returkod 2 även om
*> tabellen levererats, så att den vet att cachen inte användes.
01 WS-QUAR-BYPASSED PIC X VALUE "N".

LINKAGE SECTION.
COPY BERNCALC.

	END-IF

	MOVE CALC-N TO n
	*> Ett giltigt datum i CALC-ASOF-DATE ger tabellen som den stod
	*> då - blankt eller noll är dagens cache som förut.
	IF CALC-ASOF-DATE IS NUMERIC AND CALC-ASOF-DATE > 0
		IF WS-MVER-OPEN = "Y"
			PERFORM LOOKUP-AS-OF
		ELSE
			MOVE 12 TO CALC-RETURN-CODE
			MOVE SPACE TO CALC-SOURCE
		END-IF
	ELSE
		PERFORM LOOKUP-OR-COMPUTE
	END-IF

	IF CALC-RETURN-CODE = 0 OR CALC-RETURN-CODE = 2
		PERFORM VARYING i FROM 1 BY 1 UNTIL i > n
			MOVE Ber(i) TO CALC-BER(i)
		END-PERFORM
		PERFORM WRITE-USAGE-RECORD
	END-IF
	GOBACK.

			ELSE
				CLOSE BERN-CHECKPOINT
			END-IF
		END-IF
		IF WS-FILES-OPEN = "Y"
			OPEN EXTEND USAGE-LOG
			IF WS-USE-STATUS NOT = "00"
				OPEN OUTPUT USAGE-LOG
			END-IF
			IF WS-USE-STATUS = "00"
				MOVE "Y" TO WS-USE-OPEN
			ELSE
				DISPLAY "BERNCALC: BERNUSE kan inte öppnas (status "
					WS-USE-STATUS ") - förbrukningen loggas inte."
			END-IF
			OPEN I-O MASTER-VERSION
			IF WS-MVER-STATUS = "35"
				OPEN OUTPUT MASTER-VERSION
				CLOSE MASTER-VERSION
				OPEN I-O MASTER-VERSION
			END-IF
			IF WS-MVER-STATUS = "00"
				MOVE "Y" TO WS-MVER-OPEN
			ELSE
				DISPLAY "BERNCALC: BERNMVER kan inte öppnas (status "
					WS-MVER-STATUS ") - masterändringarna"
					" versioneras inte."
			END-IF
		END-IF.

	WRITE-USAGE-RECORD.
		IF WS-USE-OPEN = "Y"
			ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
			ACCEPT WS-SYS-TIME FROM TIME
			MOVE WS-SYS-DATE TO USE-DATE
			MOVE WS-SYS-TIME TO USE-TIME
			MOVE "C" TO USE-ORIGIN
			MOVE CALC-APPL-ID TO USE-USER
			MOVE SPACES TO USE-DEPT
			MOVE WS-SEQ-TYPE TO USE-SEQ
			MOVE n TO USE-N
			*> En tabell ur versionshistoriken debiteras som en
			*> cacheträff - den räknades inte fram.
			IF CALC-SOURCE = "H"
				MOVE "M" TO USE-SOURCE
			ELSE
				MOVE CALC-SOURCE TO USE-SOURCE
			END-IF
			WRITE USAGE-LOG-RECORD
		END-IF.

	LOOKUP-OR-COMPUTE.
		PERFORM FIND-COVERING-MASTER
		IF WS-COVER-FOUND = "Y"
			PERFORM VARYING i FROM 1 BY 1 UNTIL i > n
				MOVE MSTR-BER(i) TO Ber(i)
			END-PERFORM
			PERFORM RECORD-MASTER-HIT
			MOVE "M" TO CALC-SOURCE
			*> Täckte en större post sedan en post i karantän gåtts
			*> förbi ska anroparen få veta det även här.
			IF WS-QUAR-BYPASSED = "Y"
				MOVE 2 TO CALC-RETURN-CODE
			ELSE
				MOVE 0 TO CALC-RETURN-CODE
			END-IF
		ELSE
			*> Status 23 (posten finns inte) är normalfallet - och
			*> gav ett lås aldrig vika räknas tabellen hellre om än
			*> räknas fram här - rekurrenserna för Euler- och
			*> tangenttal bor i menyprogrammet, och deras tabeller
			*> hämtas enbart ur cachen. Returkod 8 talar om för
			*> anroparen att en tabell som täcker N behöver
			*> beräknas en gång där först.
			IF WS-SEQ-TYPE = "B"
				PERFORM COMPUTE-TABLE
				PERFORM SAVE-TO-MASTER
				MOVE "C" TO CALC-SOURCE
				IF WS-QUAR-BYPASSED = "Y"
					MOVE 2 TO CALC-RETURN-CODE
				ELSE
					MOVE 0 TO CALC-RETURN-CODE
				END-IF
			ELSE
				MOVE 8 TO CALC-RETURN-CODE
				MOVE SPACE TO CALC-SOURCE
			END-IF
		END-IF.

	LOOKUP-AS-OF.
		*> Samma regel som FIND-COVERING-MASTER, men mot cachen som
		*> den stod vid dagens slut CALC-ASOF-DATE: den minsta
		*> tabellen av samma följd med N >= n vars senaste version
		*> t.o.m. datumet varken är en radering eller låg i
		*> karantän. Versionens postbild läggs i masterpostens
		*> postarea, som här bara används som arbetsyta - mastern
		*> läses eller skrivs inte.
		MOVE "N" TO WS-COVER-FOUND
		MOVE n TO WS-ASOF-N
		PERFORM UNTIL WS-COVER-FOUND = "Y" OR WS-ASOF-N > WS-MAX-N
			PERFORM FIND-VERSION-AS-OF
			IF WS-VER-FOUND = "Y" AND WS-ASOF-CHANGE NOT = "D"
				AND MSTR-QUARANTINE NOT = "Q"
				MOVE "Y" TO WS-COVER-FOUND
			ELSE
				ADD 1 TO WS-ASOF-N
			END-IF
		END-PERFORM
		IF WS-COVER-FOUND = "Y"
			PERFORM VARYING i FROM 1 BY 1 UNTIL i > n
				MOVE MSTR-BER(i) TO Ber(i)
			END-PERFORM
			MOVE "H" TO CALC-SOURCE
			MOVE 0 TO CALC-RETURN-CODE
		ELSE
			MOVE 6 TO CALC-RETURN-CODE
			MOVE SPACE TO CALC-SOURCE
		END-IF.

	FIND-VERSION-AS-OF.
		*> Versionerna av (följd, WS-ASOF-N) ligger i tidsordning
		*> efter nyckeln - läs från den första och behåll den sista
		*> som är daterad senast CALC-ASOF-DATE.
		MOVE "N" TO WS-VER-FOUND
		MOVE "N" TO WS-VER-EOF
		MOVE WS-SEQ-TYPE TO MVER-SEQ
		MOVE WS-ASOF-N TO MVER-N
		MOVE 0 TO MVER-DATE
		MOVE 0 TO MVER-TIME
		MOVE 0 TO MVER-SERIAL
		START MASTER-VERSION KEY NOT < MVER-KEY
			INVALID KEY
				MOVE "Y" TO WS-VER-EOF
		END-START
		PERFORM UNTIL WS-VER-EOF = "Y"
			READ MASTER-VERSION NEXT RECORD
				AT END
					MOVE "Y" TO WS-VER-EOF
			END-READ
			IF WS-MVER-STATUS = "00"
				IF MVER-SEQ = WS-SEQ-TYPE AND MVER-N = WS-ASOF-N
					AND MVER-DATE <= CALC-ASOF-DATE
					MOVE "Y" TO WS-VER-FOUND
					MOVE MVER-CHANGE TO WS-ASOF-CHANGE
					MOVE MVER-IMAGE TO BERNOULLI-MASTER-RECORD
				ELSE
					MOVE "Y" TO WS-VER-EOF
				END-IF
			ELSE
				MOVE "Y" TO WS-VER-EOF
			END-IF
		END-PERFORM.

	FIND-COVERING-MASTER.
		*> START på (följd, n) och första posten därefter - är den
		*> av samma följd är den den minsta tabell som täcker n.
		*> Läsning med omförsök vid lås - en annan körning kan
		*> hålla posten eller klustret under sin uppdatering. En
		*> post med N över tabellgränsen är trasig och räknas inte.
		*> En post i karantän hoppas över - nästa större post av
		*> samma följd får täcka, annars blir det en miss.
		MOVE "N" TO WS-COVER-FOUND
		MOVE "N" TO WS-QUAR-BYPASSED
		MOVE 0 TO WS-LOCK-TRY
		MOVE "N" TO WS-IO-DONE
		PERFORM UNTIL WS-IO-DONE = "Y"
			MOVE WS-SEQ-TYPE TO MSTR-SEQ
			MOVE n TO MSTR-N
			START BERNOULLI-MASTER KEY NOT < MSTR-KEY
				INVALID KEY
					CONTINUE
			END-START
			IF WS-MSTR-STATUS = "00"
				READ BERNOULLI-MASTER NEXT RECORD
					AT END
						CONTINUE
				END-READ
			END-IF
			IF WS-MSTR-STATUS = "51" OR WS-MSTR-STATUS = "52"
				OR WS-MSTR-STATUS = "99"
				ADD 1 TO WS-LOCK-TRY
				IF WS-LOCK-TRY >= WS-LOCK-LIMIT
					MOVE "Y" TO WS-IO-DONE
				END-IF
			ELSE
				MOVE "Y" TO WS-IO-DONE
			END-IF
		END-PERFORM
		PERFORM UNTIL WS-MSTR-STATUS NOT = "00"
			OR MSTR-SEQ NOT = WS-SEQ-TYPE
			OR MSTR-QUARANTINE NOT = "Q"
			MOVE "Y" TO WS-QUAR-BYPASSED
			READ BERNOULLI-MASTER NEXT RECORD
				AT END
					CONTINUE
			END-READ
		END-PERFORM
		IF WS-MSTR-STATUS = "00"
			IF MSTR-SEQ = WS-SEQ-TYPE AND MSTR-N <= WS-MAX-N
				MOVE "Y" TO WS-COVER-FOUND
			END-IF
		END-IF.

	RECORD-MASTER-HIT.
		*> Träffräknare och senaste leveransdag skrivs tillbaka i
		*> den täckande posten. Ger låset inte vika levereras
		*> tabellen ändå - bara statistiken blir en träff kort.
		*> Tabellen ändras inte, så ingen version skrivs.
		IF MSTR-HITS < 9999999
			ADD 1 TO MSTR-HITS
		END-IF
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		MOVE WS-SYS-DATE TO MSTR-LAST-USED
		MOVE 0 TO WS-LOCK-TRY
		MOVE "N" TO WS-IO-DONE
		PERFORM UNTIL WS-IO-DONE = "Y"
			REWRITE BERNOULLI-MASTER-RECORD
				INVALID KEY
					CONTINUE
			END-REWRITE
			IF WS-MSTR-STATUS = "51" OR WS-MSTR-STATUS = "52"
				OR WS-MSTR-STATUS = "99"
				ADD 1 TO WS-LOCK-TRY
			MOVE 0 TO MSTR-NUM(i)
			MOVE 1 TO MSTR-DEN(i)
		END-PERFORM
		MOVE 0 TO MSTR-HITS
		MOVE 0 TO MSTR-LAST-USED
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		MOVE WS-SYS-DATE TO MSTR-CREATED
		MOVE SPACE TO MSTR-QUARANTINE
		MOVE SPACES TO MSTR-RESERVE
		MOVE 0 TO WS-LOCK-TRY
		MOVE "N" TO WS-IO-DONE
		PERFORM UNTIL WS-IO-DONE = "Y"
			END-WRITE
			EVALUATE WS-MSTR-STATUS
				WHEN "00"
					MOVE "I" TO WS-MVER-CHANGE
					MOVE "NYBERÄKN" TO WS-MVER-REASON
					PERFORM WRITE-MASTER-VERSION
					MOVE "Y" TO WS-IO-DONE
				WHEN "22"
					*> En annan skrivare hann före - dess post
					*> gäller, två beräkningar av samma nyckel ger
					*> samma tal. Är den lagrade posten den i
					*> karantän som uppslaget gick förbi skrivs den
					*> över med vår beräkning (se
					*> REPLACE-QUARANTINED-RECORD).
					PERFORM REPLACE-QUARANTINED-RECORD
					MOVE "Y" TO WS-IO-DONE
				WHEN "51"
				WHEN "52"
			END-EVALUATE
		END-PERFORM.

	REPLACE-QUARANTINED-RECORD.
		*> Posten i karantän får den nya tabellen men behåller
		*> flaggan och sin uppföljning - bara BERNVRFY:s
		*> omcertifiering tar bort flaggan. Bråken sätts till "N"
		*> så att menyprogrammet räknar om dem vid nästa uppslag.
		*> Ger låset inte vika levereras tabellen ändå.
		READ BERNOULLI-MASTER
			INVALID KEY
				CONTINUE
		END-READ
		IF WS-MSTR-STATUS = "00"
			IF MSTR-QUARANTINE = "Q"
				PERFORM VARYING i FROM 1 BY 1 UNTIL i > n
					MOVE Ber(i) TO MSTR-BER(i)
					MOVE "N" TO MSTR-FRAC-STATE(i)
					MOVE 0 TO MSTR-NUM(i)
					MOVE 1 TO MSTR-DEN(i)
				END-PERFORM
				REWRITE BERNOULLI-MASTER-RECORD
					INVALID KEY
						CONTINUE
				END-REWRITE
				IF WS-MSTR-STATUS = "00"
					MOVE "U" TO WS-MVER-CHANGE
					MOVE "OMRÄKNAD" TO WS-MVER-REASON
					PERFORM WRITE-MASTER-VERSION
				END-IF
			END-IF
		END-IF.

	WRITE-MASTER-VERSION.
		*> Postbilden efter ändringen sparas som ny version - samma
		*> regler som i Bernoulli.cob: dubblettnyckel ger nästa
		*> löpnummer, lås möts med omförsök, och går versionen inte
		*> att skriva står ändringen kvar i mastern med en varning.
		IF WS-MVER-OPEN = "Y"
			MOVE MSTR-SEQ TO MVER-SEQ
			MOVE MSTR-N TO MVER-N
			ACCEPT MVER-DATE FROM DATE YYYYMMDD
			ACCEPT MVER-TIME FROM TIME
			MOVE 0 TO MVER-SERIAL
			MOVE WS-MVER-CHANGE TO MVER-CHANGE
			MOVE WS-MVER-REASON TO MVER-REASON
			MOVE "BERNCALC" TO MVER-PROGRAM
			MOVE CALC-APPL-ID TO MVER-USER
			MOVE BERNOULLI-MASTER-RECORD TO MVER-IMAGE
			MOVE 0 TO WS-LOCK-TRY
			MOVE "N" TO WS-MVER-DONE
			PERFORM UNTIL WS-MVER-DONE = "Y"
				WRITE MASTER-VERSION-RECORD
					INVALID KEY
						CONTINUE
				END-WRITE
				EVALUATE WS-MVER-STATUS
					WHEN "22"
						IF MVER-SERIAL < 99
							ADD 1 TO MVER-SERIAL
						ELSE
							MOVE "Y" TO WS-MVER-DONE
						END-IF
					WHEN "51"
					WHEN "52"
					WHEN "99"
						ADD 1 TO WS-LOCK-TRY
						IF WS-LOCK-TRY >= WS-LOCK-LIMIT
							MOVE "Y" TO WS-MVER-DONE
						END-IF
					WHEN OTHER
						MOVE "Y" TO WS-MVER-DONE
				END-EVALUATE
			END-PERFORM
			IF WS-MVER-STATUS NOT = "00"
				DISPLAY "BERNCALC: versionen av masterposten FÖLJD="
					MSTR-SEQ " N=" MSTR-N " kunde inte skrivas till"
					" BERNMVER (status " WS-MVER-STATUS ")."
			END-IF
		END-IF.

	COMPUTE-TABLE.
		*> Flyttalstabellen härleds ur tangenttalsrelationen för
		*> varje jämnt index - den binomiala rekursionen är
