	*> Färdigberäknade Bermoullitabeller, en post per N. Slår upp
	*> BERNOULLI-MASTER innan huvudslingan körs så att ett N som
	*> redan beräknats en gång inte behöver köras genom den
	*> binomiala rekursionen igen. DYNAMIC sedan uppslaget tar den
	*> minsta cachade tabellen som täcker N (START + READ NEXT) -
	*> tal 1..N är desamma i varje större tabell av samma följd.
	SELECT BERNOULLI-MASTER ASSIGN TO "BERNMSTR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MSTR-KEY
		FILE STATUS IS WS-MSTR-STATUS.

	*> Versionshistoriken för BERNOULLI-MASTER - varje insättning,
	*> omskrivning och radering av en masterpost sparas som en
	*> daterad version med hela postbilden och vem eller vad som
	*> gjorde ändringen, så att en tabell kan tas fram exakt som den
	*> stod en given dag (BERNCALC och BERNEM, se CALC-ASOF-DATE) och
	*> varje ändring listas av BERNVERS. Skrivs av Bernoulli,
	*> BERNCALC, BERNMNT, BERNBKUP och BERNVRFY - aldrig omskriven
	*> eller raderad. Träffräknarens REWRITE (RECORD-MASTER-HIT)
	*> versioneras inte: den ändrar bara uppföljningen, aldrig
	*> tabellen. Nyckel följd + N + datum + tid + löpnummer.
	SELECT MASTER-VERSION ASSIGN TO "BERNMVER"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MVER-KEY
		FILE STATUS IS WS-MVER-STATUS.

	*> Förbrukningslogg för interndebiteringen - en post per
	*> levererad tabell (nyberäknad eller träff i BERNOULLI-MASTER)
	*> med vem som bad om den. Öppnas EXTEND precis som
	*> revisionsloggen; månadsdebiteringen BERNDEB prissätter den.
	SELECT USAGE-LOG ASSIGN TO "BERNUSE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-USE-STATUS.

	*> Kopplingen operatör/anropande applikation -> kostnadsställe.
	*> Underhålls från operatörsunderhållet (nivå 3) och läses av
	*> BERNDEB när förbrukningen fördelas på avdelningar.
	SELECT COST-CENTER ASSIGN TO "BERNKST"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS KST-KEY
		FILE STATUS IS WS-KST-STATUS.

DATA DIVISION.

FILE SECTION.
*>   BI-OUT: "R" tabellrapport (BERNRPT), "E" exportfil (BERNEXP),
*>           "B" båda - blankt tolkas som "R", samma utdata som
*>           batchkörningen alltid har producerat.
*>   BI-DEPT: beställande avdelnings kostnadsställe (kol 5-10),
*>           satt av BERNBEST ur beställningsregistret - blankt på
*>           handskrivna kort, då debiteras körningens operatör.
FD  BERN-INPUT.
01 BERN-INPUT-RECORD.
	05 BI-N    PIC 9(02).
	05 BI-SEQ  PIC X.
	05 BI-OUT  PIC X.
	05 BI-DEPT PIC X(06).

FD  BERN-REPORT.
01 BERN-REPORT-RECORD PIC X(132).
*>   "O" = bråket ryms inte i 18 siffror (gäller jämna index >= 36)
*>   "N" = ej beräknat (post konverterad från gammal layout - bråken
*>         kompletteras vid nästa uppslag, se LOOKUP-OR-COMPUTE)
*> Sist i posten ligger cacheuppföljningen: MSTR-HITS räknar hur många
*> gånger tabellen levererats ur cachen (LOOKUP-OR-COMPUTE här och i
*> BERNCALC), MSTR-LAST-USED är dagen för senaste leveransen (noll =
*> aldrig) och MSTR-CREATED dagen posten skrevs. Cacheeffektivitets-
*> rapporten BERNCEFF läser fälten. MSTR-QUARANTINE är "Q" när
*> BERNVRFY funnit att posten avviker från referensberäkningen -
*> posten räknas då som cachemiss här och i BERNCALC, BERNZET och
*> BERNFAUL vägrar använda den, och flaggan tas bort först när
*> BERNVRFY (PARM 'RECERT') fått en ny beräkning att stämma med
*> referensen. Blank = posten är i drift. MSTR-RESERVE är blankt och
*> hålls ledigt så att nästa tillägg inte kräver en ny konvertering av
*> klustret (1536 byte per post, se X2/jcl/BERNCNV2.jcl).
FD  BERNOULLI-MASTER.
01 BERNOULLI-MASTER-RECORD.
	05 MSTR-KEY.
			15 MSTR-FRAC-STATE PIC X.
			15 MSTR-NUM        PIC S9(18) COMP.
			15 MSTR-DEN        PIC S9(18) COMP.
	05 MSTR-USAGE.
		10 MSTR-HITS      PIC 9(07).
		10 MSTR-LAST-USED PIC 9(08).
		10 MSTR-CREATED   PIC 9(08).
	05 MSTR-QUARANTINE    PIC X.
	05 MSTR-RESERVE       PIC X(09).

*> En version av en masterpost. MVER-CHANGE: "I" insatt, "U"
*> omskriven, "D" raderad - MVER-IMAGE är posten efter ändringen,
*> vid radering posten som den stod när den raderades. MVER-REASON
*> anger vilket flöde som ändrade posten (NYBERÄKN, BRÅKKOMPL,
*> KOLLISION, OMRÄKNAD, KARANTÄN, OMCERT, RADERING, KONSOLID,
*> ÅTERLÄSN, STARTLÄGE), MVER-PROGRAM programmet och MVER-USER
*> operatören, arbetsledaren eller det anropande applikations-ID:t.
*> MVER-SERIAL skiljer två versioner av samma nyckel inom samma
*> hundradelssekund.
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

*> Bernoullitalen växer snabbt i beloppet för stora N (Ber(60) har
*> 34 heltalssiffror) - exportposten bär därför värdet i normaliserad
FD  AUDIT-LOG.
01 AUDIT-LOG-RECORD PIC X(132).

*> Fast bredd utan skiljetecken - en post per levererad tabell.
*>   USE-ORIGIN: "B" obevakad batchkörning (PARM='BATCH' - samma
*>               körningar som räknas i BERNHIST), "I" interaktivt
*>               från menyn, "C" anrop av BERNCALC.
*>   USE-USER:   operatörs-ID, eller anroparens CALC-APPL-ID.
*>   USE-DEPT:   kostnadsställe från beställningskortet (BI-DEPT),
*>               blankt när kopplingen i BERNKST ska avgöra.
*>   USE-SOURCE: "M" träff i BERNOULLI-MASTER, "C" nyberäknad.
*> Samma layout i BERNCALC och BERNDEB.
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

*> KST-TYPE "O" operatör (ID ur BERNOPER), "A" anropande
*> applikation (CALC-APPL-ID i BERNCALC-anropet). Samma layout i
*> BERNDEB.
FD  COST-CENTER.
01 COST-CENTER-RECORD.
	05 KST-KEY.
		10 KST-TYPE PIC X.
		10 KST-ID   PIC X(08).
	05 KST-DEPT       PIC X(06).
	05 KST-CHANGED    PIC 9(08).
	05 KST-CHANGED-BY PIC X(08).

*> Fast bredd utan skiljetecken - posten är till för schemaläggarens
*> och efterföljande stegs program, inte för ögat. CTL-RESULT bär
*> samma kod som steget sätter som returkod. Sedan beställnings-
01 WS-OPR-STATUS  PIC XX.
01 WS-CTL-STATUS  PIC XX.
01 WS-HIST-STATUS PIC XX.
01 WS-USE-STATUS  PIC XX.
01 WS-KST-STATUS  PIC XX.
01 WS-MVER-STATUS PIC XX.

*> "Y" när BERNMVER gick att öppna - går den inte levereras och
*> cachas tabellerna ändå, men varningen visas och ändringarna i
*> körningen saknas i versionshistoriken. WS-MVER-CHANGE och
*> WS-MVER-REASON sätts av flödet som ändrar masterposten innan
*> WRITE-MASTER-VERSION anropas.
01 WS-MVER-OPEN   PIC X VALUE "N".
01 WS-MVER-CHANGE PIC X.
01 WS-MVER-REASON PIC X(10).
01 WS-MVER-DONE   PIC X.

*> "Y" när förbrukningsloggen gick att öppna - går den inte,
*> levereras tabellerna ändå (debiteringen får inte stoppa
*> driften), men BERNDEB:s avstämning mot BERNHIST visar glappet.
01 WS-USE-OPEN    PIC X VALUE "N".
*> Kostnadsställe från aktuell beställningsrad - blankt utanför
*> batchkörningen.
01 WS-USE-DEPT    PIC X(06) VALUE SPACES.

*> Batchkörningens utfall. Returkoden sätts i slutet av steget:
*>   0 = alla N i BERN-INPUT behandlade
01 WS-CTL-REJECTS  PIC 9(05) VALUE 0.
01 WS-MSTR-HIT     PIC X VALUE "N".

*> Täckande masterpost ur FIND-COVERING-MASTER - WS-COVER-N är
*> postens N (lika med eller större än begärt N). WS-ASKED-N håller
*> begärt N medan en täckande post kompletteras med bråken.
01 WS-COVER-FOUND  PIC X VALUE "N".
01 WS-COVER-N      PIC 99.
01 WS-ASKED-N      PIC 99.

*> Nedbrytning av batchräknarna per talföljd - index 1..3 motsvarar
*> "B", "E" och "T", samma ordning som CTL-SEQ-CTR i kontrollposten.
*> WS-SEQ-IX sätts av SET-SEQ-INDEX ur den normaliserade BI-SEQ.
01 WS-NEW-OPER-NAME  PIC X(30).
01 WS-NEW-OPER-LEVEL PIC 9.
01 WS-AUDIT-TEXT     PIC X(30).
01 WS-KST-TYPE       PIC X.
01 WS-NEW-KST-DEPT   PIC X(06).
01 WS-KST-ID-OK      PIC X.
01 WS-KST-OPEN       PIC X VALUE "N".

*> Revisionsloggens fält - vem, när, vilket N och vad det blev.
01 WS-OPERATOR-ID PIC X(08).
		OPEN OUTPUT AUDIT-LOG
	END-IF

	OPEN EXTEND USAGE-LOG
	IF WS-USE-STATUS NOT = "00"
		OPEN OUTPUT USAGE-LOG
	END-IF
	IF WS-USE-STATUS = "00"
		MOVE "Y" TO WS-USE-OPEN
	ELSE
		DISPLAY "BERNUSE kan inte öppnas (status " WS-USE-STATUS
			") - förbrukningen loggas inte i den här körningen."
	END-IF

	IF WS-BATCH-MODE = "Y"
		*> Obevakade steg auktoriseras av schemaläggaren via PARM -
		*> ingen operatör sitter vid konsolen och kan logga in.
		PERFORM OPERATOR-SIGN-ON
		IF WS-SIGNON-OK NOT = "Y"
			CLOSE AUDIT-LOG
			IF WS-USE-OPEN = "Y"
				CLOSE USAGE-LOG
			END-IF
			IF WS-OPER-OPEN = "Y"
				CLOSE OPERATOR-MASTER
			END-IF

	PERFORM OPEN-CHECKPOINT
	PERFORM OPEN-MASTER
	PERFORM OPEN-MASTER-VERSION

	IF WS-BATCH-MODE = "Y"
		PERFORM BATCH-FILE-MODE
	END-IF

	CLOSE AUDIT-LOG
	IF WS-USE-OPEN = "Y"
		CLOSE USAGE-LOG
	END-IF
	CLOSE BERN-CHECKPOINT
	CLOSE BERNOULLI-MASTER
	IF WS-MVER-OPEN = "Y"
		CLOSE MASTER-VERSION
	END-IF
	IF WS-OPER-OPEN = "Y"
		CLOSE OPERATOR-MASTER
	END-IF
			OPEN I-O BERNOULLI-MASTER
		END-IF.

	OPEN-MASTER-VERSION.
		*> Versionshistoriken öppnas efter mastern och grundas vid
		*> status 35 samma väg som BERNCKPT.
		OPEN I-O MASTER-VERSION
		IF WS-MVER-STATUS = "35"
			OPEN OUTPUT MASTER-VERSION
			CLOSE MASTER-VERSION
			OPEN I-O MASTER-VERSION
		END-IF
		IF WS-MVER-STATUS = "00"
			MOVE "Y" TO WS-MVER-OPEN
		ELSE
			DISPLAY "BERNMVER kan inte öppnas (status " WS-MVER-STATUS
				") - masterändringarna versioneras inte i den här"
				" körningen."
		END-IF.

	MAIN-MENU.
		PERFORM UNTIL WS-EXIT-FLAG = "Y"
			DISPLAY "----------------------------------------"
		MOVE WS-BATCH-SAVE-SEQ TO WS-REQ-SEQ
		IF WS-REQ-SEQ = "B" OR WS-REQ-SEQ = "E" OR WS-REQ-SEQ = "T"
			PERFORM SET-SEQUENCE-FROM-CODE
		END-IF
		MOVE SPACES TO WS-USE-DEPT.

	PROCESS-BATCH-REQUEST.
		*> En beställningsrad: N, talföljd och utdataval. Blank
		END-IF
		IF WS-REQ-SEQ NOT = "B" AND WS-REQ-SEQ NOT = "E"
			AND WS-REQ-SEQ NOT = "T"
			MOVE BERN-INPUT-RECORD(1:4) TO WS-REJECT-VALUE
			ADD 1 TO WS-CTL-REJECTS
			DISPLAY "Hoppar över rad med okänd talföljd '" BI-SEQ
				"' i BERN-INPUT."
		ELSE
		IF WS-REQ-OUT NOT = "R" AND WS-REQ-OUT NOT = "E"
			AND WS-REQ-OUT NOT = "B"
			MOVE BERN-INPUT-RECORD(1:4) TO WS-REJECT-VALUE
			PERFORM SET-SEQ-INDEX
			ADD 1 TO WS-CTL-REJECTS
			ADD 1 TO WS-SC-REJECTS(WS-SEQ-IX)
				PERFORM SET-SEQUENCE-FROM-CODE
				PERFORM SET-SEQ-INDEX
				ADD 1 TO WS-SC-READ(WS-SEQ-IX)
				MOVE BI-DEPT TO WS-USE-DEPT
				PERFORM LOOKUP-OR-COMPUTE
				IF WS-MSTR-HIT = "Y"
					ADD 1 TO WS-CTL-FROM-MSTR
	OPERATOR-MAINT-MODE.
		*> Underhåll av operatörsmastern - bara arbetsledare (nivå
		*> 3) når hit, kontrollen görs i MAIN-MENU. Upplägg och
		*> avaktiveringar loggas till BERNAUD. Kostnadsställe-
		*> kopplingarna i BERNKST underhålls härifrån också - filen
		*> grundas tom första gången, samma mönster som BERNCKPT.
		OPEN I-O COST-CENTER
		IF WS-KST-STATUS = "35"
			OPEN OUTPUT COST-CENTER
			CLOSE COST-CENTER
			OPEN I-O COST-CENTER
		END-IF
		IF WS-KST-STATUS = "00"
			MOVE "Y" TO WS-KST-OPEN
		ELSE
			MOVE "N" TO WS-KST-OPEN
			DISPLAY "BERNKST kan inte öppnas (status " WS-KST-STATUS
				") - kostnadsställen kan inte visas eller ändras."
		END-IF
		MOVE "N" TO WS-MAINT-EXIT
		PERFORM UNTIL WS-MAINT-EXIT = "Y"
			DISPLAY "--- Operatörsunderhåll ---"
			DISPLAY "  2. Avaktivera operatör"
			DISPLAY "  3. Lista operatörer"
			DISPLAY "  4. Återställ lösenord / häv spärr"
			DISPLAY "  5. Koppla kostnadsställe (operatör/applikation)"
			DISPLAY "  0. Tillbaka"
			DISPLAY "Val: "
			ACCEPT WS-MAINT-CHOICE
					PERFORM LIST-OPERATORS
				WHEN 4
					PERFORM RESET-OPERATOR-PASSWORD
				WHEN 5
					IF WS-KST-OPEN = "Y"
						PERFORM MAINTAIN-COST-CENTER
					ELSE
						DISPLAY "BERNKST är inte öppen."
					END-IF
				WHEN 0
					MOVE "Y" TO WS-MAINT-EXIT
				WHEN OTHER
					DISPLAY "Ogiltigt val. Försök igen."
			END-EVALUATE
		END-PERFORM
		IF WS-KST-OPEN = "Y"
			CLOSE COST-CENTER
			MOVE "N" TO WS-KST-OPEN
		END-IF.

	ADD-OPERATOR.
		DISPLAY "Nytt operatörs-ID (8 tecken): "
				AT END
					MOVE "Y" TO WS-EOF-FLAG
				NOT AT END
					MOVE SPACES TO WS-NEW-KST-DEPT
					IF WS-KST-OPEN = "Y"
						MOVE "O" TO KST-TYPE
						MOVE OPER-ID TO KST-ID
						READ COST-CENTER
							INVALID KEY
								CONTINUE
							NOT INVALID KEY
								MOVE KST-DEPT TO WS-NEW-KST-DEPT
						END-READ
					END-IF
					DISPLAY "  " OPER-ID " " OPER-NAME
						" STATUS=" OPER-STATUS
						" NIVÅ=" OPER-LEVEL
						" KST=" WS-NEW-KST-DEPT
			END-READ
		END-PERFORM.

	MAINTAIN-COST-CENTER.
		*> Kopplar en operatör eller en anropande applikation till
		*> ett kostnadsställe - BERNDEB debiterar förbrukningen dit.
		*> Operatörer måste finnas i BERNOPER; applikations-ID är
		*> det CALC-APPL-ID applikationen skickar till BERNCALC och
		*> kan inte kontrolleras härifrån. Blankt kostnadsställe tar
		*> bort kopplingen.
		DISPLAY "Typ (O=operatör, A=anropande applikation): "
		ACCEPT WS-KST-TYPE
		IF WS-KST-TYPE NOT = "O" AND WS-KST-TYPE NOT = "A"
			DISPLAY "Typen måste vara O eller A."
		ELSE
			DISPLAY "Operatörs- eller applikations-ID (8 tecken): "
			ACCEPT WS-NEW-OPER-ID
			MOVE "Y" TO WS-KST-ID-OK
			IF WS-NEW-OPER-ID = SPACES
				DISPLAY "ID får inte vara blankt."
				MOVE "N" TO WS-KST-ID-OK
			ELSE
				IF WS-KST-TYPE = "O"
					MOVE WS-NEW-OPER-ID TO OPER-ID
					READ OPERATOR-MASTER
						INVALID KEY
							DISPLAY "Okänt operatörs-ID."
							MOVE "N" TO WS-KST-ID-OK
					END-READ
				END-IF
			END-IF
			IF WS-KST-ID-OK = "Y"
				DISPLAY "Kostnadsställe (6 tecken, blankt tar bort"
					" kopplingen): "
				ACCEPT WS-NEW-KST-DEPT
				MOVE WS-KST-TYPE TO KST-TYPE
				MOVE WS-NEW-OPER-ID TO KST-ID
				READ COST-CENTER
					INVALID KEY
						CONTINUE
				END-READ
				IF WS-NEW-KST-DEPT = SPACES
					IF WS-KST-STATUS = "00"
						DELETE COST-CENTER
							INVALID KEY
								CONTINUE
						END-DELETE
						DISPLAY "Kopplingen för " WS-NEW-OPER-ID
							" är borttagen."
						MOVE "BORTTAGET KOSTNADSSTÄLLE" TO WS-AUDIT-TEXT
						PERFORM WRITE-AUDIT-OPER
					ELSE
						DISPLAY "Ingen koppling finns för "
							WS-NEW-OPER-ID "."
					END-IF
				ELSE
					ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
					MOVE WS-NEW-KST-DEPT TO KST-DEPT
					MOVE WS-SYS-DATE TO KST-CHANGED
					MOVE WS-OPERATOR-ID TO KST-CHANGED-BY
					IF WS-KST-STATUS = "00"
						REWRITE COST-CENTER-RECORD
							INVALID KEY
								CONTINUE
						END-REWRITE
					ELSE
						WRITE COST-CENTER-RECORD
							INVALID KEY
								CONTINUE
						END-WRITE
					END-IF
					IF WS-KST-STATUS = "00"
						DISPLAY WS-NEW-OPER-ID " kopplad till"
							" kostnadsställe " WS-NEW-KST-DEPT "."
						MOVE SPACES TO WS-AUDIT-TEXT
						STRING "KOSTNADSSTÄLLE " WS-NEW-KST-DEPT " FÖR"
							DELIMITED BY SIZE INTO WS-AUDIT-TEXT
						PERFORM WRITE-AUDIT-OPER
					ELSE
						DISPLAY "BERNKST kunde inte uppdateras (status "
							WS-KST-STATUS ")."
					END-IF
				END-IF
			END-IF
		END-IF.

	GET-N.
		MOVE "N" TO WS-N-VALID
		PERFORM UNTIL WS-N-VALID = "Y"
		END-PERFORM.

	LOOKUP-OR-COMPUTE.
		*> Varje cachad tabell av samma följd med minst N termer
		*> duger - den minsta sådana används, så att ett litet N
		*> inte räknas om och sparas som egen post bara för att en
		*> större tabell redan finns.
		PERFORM FIND-COVERING-MASTER
		IF WS-COVER-FOUND = "Y"
			MOVE "Y" TO WS-MSTR-HIT
			PERFORM VARYING i FROM 1 BY 1 UNTIL i > n
				MOVE MSTR-BER(i) TO Ber(i)
				MOVE MSTR-NUM(i) TO WS-FRAC-NUM(i)
				MOVE MSTR-DEN(i) TO WS-FRAC-DEN(i)
			END-PERFORM
			IF WS-COVER-N = n
				DISPLAY WS-SEQ-NAME "-tabellen för N=" n
					" hämtad från BERNOULLI-MASTER."
			ELSE
				DISPLAY WS-SEQ-NAME "-tabellen för N=" n
					" hämtad ur posten för N=" WS-COVER-N
					" i BERNOULLI-MASTER."
			END-IF
			PERFORM RECORD-MASTER-HIT
			*> En post som konverterats från den gamla layouten
			*> eller skrevs av BERNCALC saknar bråken (tillstånd
			*> "N") - komplettera en gång och skriv tillbaka. Det
			*> är den täckande posten som kompletteras, i hela sin
			*> längd, så räkningen görs för dess N och begärt N
			*> återställs efteråt.
			IF WS-FRAC-STATE(1) NOT = "E"
				AND WS-FRAC-STATE(1) NOT = "O"
				MOVE n TO WS-ASKED-N
				MOVE WS-COVER-N TO n
				PERFORM COMPUTE-CURRENT-SEQUENCE
				MOVE "BRÅKKOMPL" TO WS-MVER-REASON
				PERFORM SAVE-TO-MASTER
				MOVE WS-ASKED-N TO n
				DISPLAY "Exakta bråk kompletterade för N="
					WS-COVER-N "."
			END-IF
		ELSE
			*> Status 23 (posten finns inte) är normalfallet -
			*> tabellen också hellre om än att körningen stannar.
			MOVE "N" TO WS-MSTR-HIT
			PERFORM COMPUTE-CURRENT-SEQUENCE
			MOVE "NYBERÄKN" TO WS-MVER-REASON
			PERFORM SAVE-TO-MASTER
		END-IF
		PERFORM WRITE-USAGE-RECORD.

	WRITE-USAGE-RECORD.
		*> En förbrukningspost per levererad tabell. Källan följer
		*> WS-MSTR-HIT - en träff vars bråk kompletterades räknas
		*> som träff, precis som i CTL-FROM-MSTR/HIST-FROM-MSTR, så
		*> att debiteringen stämmer mot körhistoriken.
		IF WS-USE-OPEN = "Y"
			ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
			ACCEPT WS-SYS-TIME FROM TIME
			MOVE WS-SYS-DATE TO USE-DATE
			MOVE WS-SYS-TIME TO USE-TIME
			IF WS-BATCH-MODE = "Y"
				MOVE "B" TO USE-ORIGIN
			ELSE
				MOVE "I" TO USE-ORIGIN
			END-IF
			MOVE WS-OPERATOR-ID TO USE-USER
			MOVE WS-USE-DEPT TO USE-DEPT
			MOVE WS-SEQ-TYPE TO USE-SEQ
			MOVE n TO USE-N
			IF WS-MSTR-HIT = "Y"
				MOVE "M" TO USE-SOURCE
			ELSE
				MOVE "C" TO USE-SOURCE
			END-IF
			WRITE USAGE-LOG-RECORD
		END-IF.

	FIND-COVERING-MASTER.
		*> START på (följd, n) ställer läspekaren på första posten
		*> med samma eller högre nyckel - är den av samma följd är
		*> den den minsta tabell som täcker n. Lås möts med omförsök
		*> precis som i READ-MASTER-WITH-RETRY. En post med N över
		*> tabellgränsen är trasig (se integritetsrapporten i
		*> BERNMNT) och räknas inte som täckning. En post i
		*> karantän (MSTR-QUARANTINE = "Q", satt av BERNVRFY) hoppas
		*> över - nästa större post av samma följd får täcka, och
		*> finns ingen räknas tabellen om som vid en miss.
		MOVE "N" TO WS-COVER-FOUND
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
					DISPLAY "BERNMSTR-posten hålls av en annan"
						" körning (status " WS-MSTR-STATUS
						") - ger upp efter " WS-LOCK-LIMIT
						" försök."
					MOVE "Y" TO WS-IO-DONE
				END-IF
			ELSE
				MOVE "Y" TO WS-IO-DONE
			END-IF
		END-PERFORM
		PERFORM UNTIL WS-MSTR-STATUS NOT = "00"
			OR MSTR-SEQ NOT = WS-SEQ-TYPE
			OR MSTR-QUARANTINE NOT = "Q"
			DISPLAY "Masterposten FÖLJD=" MSTR-SEQ " N=" MSTR-N
				" är i karantän - används inte."
			READ BERNOULLI-MASTER NEXT RECORD
				AT END
					CONTINUE
			END-READ
		END-PERFORM
		IF WS-MSTR-STATUS = "00"
			IF MSTR-SEQ = WS-SEQ-TYPE AND MSTR-N <= WS-MAX-N
				MOVE "Y" TO WS-COVER-FOUND
				MOVE MSTR-N TO WS-COVER-N
			END-IF
		END-IF.

	RECORD-MASTER-HIT.
		*> Cacheuppföljningen - träffräknare och senaste
		*> leveransdag skrivs tillbaka i den täckande posten. Ger
		*> låset inte vika levereras tabellen ändå; bara
		*> statistiken blir en träff kort.
		IF MSTR-HITS < 9999999
			ADD 1 TO MSTR-HITS
		END-IF
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		MOVE WS-SYS-DATE TO MSTR-LAST-USED
		PERFORM REWRITE-MASTER-WITH-RETRY.

	READ-MASTER-WITH-RETRY.
		*> Läsning med omförsök vid lås - en annan körning kan
		*> hålla posten eller klustret under sin uppdatering.
		*> RESOLVE-MASTER-COLLISION vems post som gäller. Lås möts
		*> med omförsök.
		PERFORM BUILD-MASTER-RECORD
		*> En ny post har ännu inte levererats ur cachen. Vid
		*> dubblett läser RESOLVE-MASTER-COLLISION in den lagrade
		*> posten, och dess uppföljning följer med vid REWRITE.
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
					PERFORM WRITE-MASTER-VERSION
					MOVE "Y" TO WS-IO-DONE
				WHEN "22"
					PERFORM RESOLVE-MASTER-COLLISION
		*> så innehållet avgör: bär den lagrade posten redan exakta
		*> bråk (eller spillmärkning) behålls den; saknar den bråken
		*> (skriven av BERNCALC, tillstånd "N") och vi bär dem,
		*> skrivs vår mer kompletta post över med REWRITE. En
		*> lagrad post i karantän skrivs alltid över med den nya
		*> beräkningen men behåller flaggan - bara BERNVRFY:s
		*> omcertifiering tar bort den.
		PERFORM READ-MASTER-WITH-RETRY
		IF WS-MSTR-STATUS = "00"
			IF MSTR-QUARANTINE = "Q"
				PERFORM BUILD-MASTER-RECORD
				PERFORM REWRITE-MASTER-WITH-RETRY
				DISPLAY "Masterposten för N=" n " är i karantän -"
					" omräknad, väntar på omcertifiering."
				IF WS-MSTR-STATUS = "00"
					MOVE "U" TO WS-MVER-CHANGE
					MOVE "OMRÄKNAD" TO WS-MVER-REASON
					PERFORM WRITE-MASTER-VERSION
				END-IF
			ELSE
			IF MSTR-FRAC-STATE(1) = "N"
				AND WS-FRAC-STATE(1) NOT = "N"
				PERFORM BUILD-MASTER-RECORD
				PERFORM REWRITE-MASTER-WITH-RETRY
				*> Bråkkompletteringen i LOOKUP-OR-COMPUTE landar
				*> här och behåller sin orsak; annars är det en
				*> annan körnings post som fått våra bråk.
				IF WS-MSTR-STATUS = "00"
					MOVE "U" TO WS-MVER-CHANGE
					IF WS-MVER-REASON NOT = "BRÅKKOMPL"
						MOVE "KOLLISION" TO WS-MVER-REASON
					END-IF
					PERFORM WRITE-MASTER-VERSION
				END-IF
			ELSE
				DISPLAY "Masterposten för N=" n " skrevs nyss av en"
					" annan körning - den lagrade posten behålls."
			END-IF
			END-IF
		END-IF.

	WRITE-MASTER-VERSION.
		*> Postbilden i BERNOULLI-MASTER-RECORD efter ändringen
		*> sparas som ny version. Dubblettnyckel (två versioner av
		*> samma post inom samma hundradelssekund) ger nästa
		*> löpnummer; lås möts med omförsök. Går versionen inte att
		*> skriva står ändringen kvar i mastern - varningen visas.
		IF WS-MVER-OPEN = "Y"
			MOVE MSTR-SEQ TO MVER-SEQ
			MOVE MSTR-N TO MVER-N
			ACCEPT MVER-DATE FROM DATE YYYYMMDD
			ACCEPT MVER-TIME FROM TIME
			MOVE 0 TO MVER-SERIAL
			MOVE WS-MVER-CHANGE TO MVER-CHANGE
			MOVE WS-MVER-REASON TO MVER-REASON
			MOVE "BERNOULLI" TO MVER-PROGRAM
			MOVE WS-OPERATOR-ID TO MVER-USER
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
				DISPLAY "Versionen av masterposten FÖLJD=" MSTR-SEQ
					" N=" MSTR-N " kunde inte skrivas till BERNMVER"
					" (status " WS-MVER-STATUS ")."
			END-IF
		END-IF.

	REWRITE-MASTER-WITH-RETRY.
