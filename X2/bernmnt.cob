		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-MRPT-STATUS.

	*> Ändringsbegärningarna för dubbelattesten - radering av
	*> masterpost eller kontrollpunkt, rensning, konsolidering och
	*> återläsning med BERNBKUP utförs aldrig direkt. Åtgärden
	*> registreras som väntande begäran (beställare, åtgärd, nyckel
	*> och orsak) och utförs först när en annan arbetsledare loggat
	*> in och godkänt den. Nyckel datum + löpnummer inom dagen.
	*> Klustret grundas vid status 35 samma väg som BERNREQ i
	*> BERNBEST.
	SELECT APPROVAL-FILE ASSIGN TO "BERNAPPR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS APR-KEY
		FILE STATUS IS WS-APR-STATUS.

	*> Versionshistoriken för BERNOULLI-MASTER - samma FD som i
	*> Bernoulli.cob. Varje masterpost som raderas här (enskilt
	*> eller av konsolideringen) sparas först som raderad version,
	*> så att tabellen fortfarande kan tas fram per ett tidigare
	*> datum. Går historiken inte att öppna utförs inga raderingar
	*> av masterposter.
	SELECT MASTER-VERSION ASSIGN TO "BERNMVER"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MVER-KEY
		FILE STATUS IS WS-MVER-STATUS.

	*> Samma revisionslogg som huvudprogrammet - raderingar och
	*> rensningar av produktionsmasterfiler ska synas i BERNAUD
	*> precis som beräkningskörningarna gör.
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

*> Samma layout som i Bernoulli.cob - posten bär sedan lösenords-
*> införandet även lösenord, sista giltighetsdag (0 tvingar byte)
	05 OPER-PW-EXPIRES PIC 9(08).
	05 OPER-FAILS      PIC 9.

*> Ändringsbegäran. APR-STATUS:
*>   "V" = väntar på attest
*>   "G" = godkänd - en återläsning väntar på BERNBKUP
*>   "U" = utförd (APR-DONE-DATE/TIME, utfall i APR-RESULT)
*>   "F" = godkänd men gick inte att utföra (orsak i APR-RESULT)
*>   "A" = avslagen av attestanten
*>   "E" = utgången - inte avgjord (eller återläsningen inte körd)
*>         senast dagen efter att den registrerades/godkändes
*> APR-ACTION: "DMST" radera masterpost, "DCKP" radera kontroll-
*> punkt, "PCKP" rensa kontrollpunkter, "CONS" konsolidera
*> mastern, "RMST"/"RCKP"/"ROPR" återläsning av BERNMSTR/BERNCKPT/
*> BERNOPER med BERNBKUP. APR-SEQ/APR-N är blanka/noll för
*> åtgärder som inte gäller en enskild nyckel. Samma layout i
*> BERNBKUP och BERNATST.
FD  APPROVAL-FILE.
01 APPROVAL-RECORD.
	05 APR-KEY.
		10 APR-DATE   PIC 9(08).
		10 APR-NUMBER PIC 9(04).
	05 APR-STATUS     PIC X.
	05 APR-ACTION     PIC X(04).
	05 APR-SEQ        PIC X.
	05 APR-N          PIC 9(02).
	05 APR-REASON     PIC X(40).
	05 APR-REQ-OPER   PIC X(08).
	05 APR-REQ-TIME   PIC 9(08).
	05 APR-DEC-OPER   PIC X(08).
	05 APR-DEC-DATE   PIC 9(08).
	05 APR-DEC-TIME   PIC 9(08).
	05 APR-DONE-DATE  PIC 9(08).
	05 APR-DONE-TIME  PIC 9(08).
	05 APR-RESULT     PIC X(30).

FD  MAINT-REPORT.
01 MAINT-REPORT-RECORD PIC X(80).

01 WS-MRPT-STATUS PIC XX.
01 WS-AUD-STATUS  PIC XX.
01 WS-OPR-STATUS  PIC XX.
01 WS-APR-STATUS  PIC XX.
01 WS-MVER-STATUS PIC XX.

*> Inloggningens tillstånd - tre försök, bara aktiva arbetsledare
*> (nivå 3) släpps in i ett program som kan radera masterposter.
*> rapport hoppar över en fil som saknas istället för att avbryta.
01 WS-MSTR-OPEN  PIC X VALUE "N".
01 WS-CKPT-OPEN  PIC X VALUE "N".
01 WS-APR-OPEN   PIC X VALUE "N".
01 WS-MVER-OPEN  PIC X VALUE "N".

*> Ändringstyp och orsak för WRITE-MASTER-VERSION. WS-MVER-FAILS
*> räknar versioner som inte gick att skriva under en utförd
*> åtgärd - ändringen i mastern står kvar och utfallet säger det.
01 WS-MVER-CHANGE PIC X.
01 WS-MVER-REASON PIC X(10).
01 WS-MVER-DONE   PIC X.
01 WS-MVER-FAILS  PIC 9(04).

*> Omförsök när BERNMVER hålls av en samtidig körning - samma
*> gräns som i Bernoulli.cob.
01 WS-LOCK-LIMIT PIC 99 VALUE 10.
01 WS-LOCK-TRY   PIC 99.

*> Dubbelattesten - begäran under uppbyggnad eller granskning,
*> attestantens beslut och utfallet när en godkänd åtgärd utförs.
*> WS-APR-EOF är attestgenomgångens egen slutflagga - de utförda
*> åtgärderna läser själva igenom klustren med WS-EOF-FLAG.
01 WS-APR-ACTION   PIC X(04).
01 WS-APR-REASON   PIC X(40).
01 WS-APR-NEXT     PIC 9(04).
01 WS-APR-SEARCH-DONE PIC X.
01 WS-APR-EOF      PIC X.
01 WS-APR-ID-TEXT  PIC X(13).
01 WS-APR-DESC     PIC X(22).
01 WS-APR-DECISION PIC X.
01 WS-APR-SEEN     PIC 9(04).
01 WS-RELOAD-TARGET PIC X(04).
01 WS-EXEC-OK      PIC X.
01 WS-EXEC-RESULT  PIC X(30).
01 WS-ATT-STATUS   PIC X(07).
01 WS-ATT-TEXT     PIC X(68).

*> En begäran gäller dagen den registrerades och dagen därpå -
*> WS-EXPIRY-DATE är gårdagens datum, och en väntande begäran med
*> äldre datum (eller en godkänd återläsning med äldre beslutsdag)
*> är utgången. Gårdagen räknas fram med månadstabellen nedan,
*> skottår enligt den gregorianska regeln.
01 WS-EXPIRY-DATE  PIC 9(08).
01 WS-PD-YEAR      PIC 9(04).
01 WS-PD-MONTH     PIC 9(02).
01 WS-PD-DAY       PIC 9(02).
01 WS-PD-QUOT      PIC 9(04).
01 WS-PD-REM       PIC 9(03).
01 WS-MONTH-DAYS-X PIC X(24) VALUE "312831303130313130313031".
01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
	05 WS-MONTH-LEN PIC 99 OCCURS 12 TIMES.

01 WS-OPERATOR-ID PIC X(08).
01 WS-SYS-DATE     PIC 9(08).
01 WS-DISP-INDEX PIC ZZ9.
01 WS-DISP-VALUE PIC -(34)9.9(15).
01 WS-DISP-COUNT PIC ZZZ9.
01 WS-DISP-FAILS PIC ZZZ9.
01 WS-REPORT-LINE PIC X(80).

*> Räkneverk för integritetsrapporten och rensningen.
01 WS-ERROR-COUNT  PIC 9(04) VALUE 0.
01 WS-PURGE-COUNT  PIC 9(04) VALUE 0.

*> Konsolideringen - största giltiga N per talföljd (index 1..3 =
*> "B", "E", "T") och dess bråktillstånd på index 1, ur ett första
*> svep genom mastern. En mindre post av samma följd täcks av den
*> största och kan raderas - LOOKUP-OR-COMPUTE hämtar ändå ur den
*> minsta täckande tabellen.
01 WS-CONS-TABLE.
	05 WS-CONS-ENTRY OCCURS 3 TIMES.
		10 WS-CONS-TOP-N    PIC 99.
		10 WS-CONS-TOP-FRAC PIC X.
01 WS-CONS-IX     PIC 9.
01 WS-CONS-COUNT  PIC 9(04) VALUE 0.
01 WS-CONS-KEPT   PIC 9(04) VALUE 0.
01 WS-DISP-HITS   PIC Z(06)9.

*> Hjälpfält för udda/jämn-test i integritetskontrollen - Ber(m)
*> ska vara noll för alla udda m > 1, annars är tabellen misstänkt.
01 WS-PARITY-QUOT PIC 99.
		DISPLAY "BERNMSTR kan inte öppnas (status " WS-MSTR-STATUS
			") - masterfunktioner är avstängda."
	END-IF
	OPEN I-O APPROVAL-FILE
	IF WS-APR-STATUS = "35"
		OPEN OUTPUT APPROVAL-FILE
		CLOSE APPROVAL-FILE
		OPEN I-O APPROVAL-FILE
	END-IF
	IF WS-APR-STATUS = "00"
		MOVE "Y" TO WS-APR-OPEN
	ELSE
		DISPLAY "BERNAPPR kan inte öppnas (status " WS-APR-STATUS
			") - raderingar, rensning, konsolidering och"
			" återläsning är avstängda."
	END-IF
	OPEN I-O MASTER-VERSION
	IF WS-MVER-STATUS = "00"
		MOVE "Y" TO WS-MVER-OPEN
	ELSE
		DISPLAY "BERNMVER kan inte öppnas (status " WS-MVER-STATUS
			") - radering och konsolidering av masterposter är"
			" avstängda."
	END-IF

	PERFORM MAINT-MENU

	IF WS-CKPT-OPEN = "Y"
		CLOSE BERN-CHECKPOINT
	END-IF
	IF WS-APR-OPEN = "Y"
		CLOSE APPROVAL-FILE
	END-IF
	IF WS-MVER-OPEN = "Y"
		CLOSE MASTER-VERSION
	END-IF
	CLOSE OPERATOR-MASTER
	CLOSE AUDIT-LOG
	STOP RUN.
			DISPLAY "BERNMNT - underhåll av BERNMSTR/BERNCKPT"
			DISPLAY "  1. Lista alla poster"
			DISPLAY "  2. Visa tabell för valt N"
			DISPLAY "  3. Begär radering av masterpost för valt N"
			DISPLAY "  4. Begär radering av kontrollpunkt för valt N"
			DISPLAY "  5. Begär rensning av kontrollpunkter med färdig"
				" masterpost"
			DISPLAY "  6. Integritetsrapport (BERNMRPT)"
			DISPLAY "  7. Begär konsolidering av masterposter som täcks"
				" av större tabell"
			DISPLAY "  8. Attestera väntande ändringsbegäran"
			DISPLAY "  9. Begär återläsning av kluster (BERNBKUP)"
			DISPLAY "  0. Avsluta"
			DISPLAY "Val: "
			ACCEPT WS-MENU-CHOICE
					PERFORM PURGE-COMPLETED-CHECKPOINTS
				WHEN 6
					PERFORM INTEGRITY-REPORT
				WHEN 7
					PERFORM CONSOLIDATE-MASTER-RECORDS
				WHEN 8
					PERFORM APPROVE-CHANGE-REQUESTS
				WHEN 9
					PERFORM REQUEST-CLUSTER-RELOAD
				WHEN 0
					MOVE "Y" TO WS-EXIT-FLAG
				WHEN OTHER
					NOT AT END
						ADD 1 TO WS-MSTR-COUNT
						MOVE MSTR-N TO WS-DISP-INDEX
						MOVE MSTR-HITS TO WS-DISP-HITS
						DISPLAY "  FÖLJD=" MSTR-SEQ
							" MSTR-N=" WS-DISP-INDEX
							" TRÄFFAR=" WS-DISP-HITS
							" SENAST=" MSTR-LAST-USED
				END-READ
			END-PERFORM
			MOVE WS-MSTR-COUNT TO WS-DISP-COUNT
		END-IF.

	DELETE-MASTER-RECORD.
		*> Raderingen registreras som ändringsbegäran och utförs
		*> först när en annan arbetsledare godkänt den (val 8) - se
		*> EXECUTE-DELETE-MASTER. Kontrollerna görs redan här så att
		*> ingen begäran registreras för en post som inte finns
		*> eller inte får röras, och görs om när den utförs.
		IF WS-MSTR-OPEN NOT = "Y"
			DISPLAY "BERNMSTR är inte öppen."
		ELSE
		IF WS-APR-OPEN NOT = "Y"
			DISPLAY "BERNAPPR är inte öppen - raderingen kräver"
				" dubbelattest."
		ELSE
			PERFORM GET-SEQ
			PERFORM GET-N
				ELSE
					MOVE WS-SEQ-TYPE TO MSTR-SEQ
					MOVE n TO MSTR-N
					READ BERNOULLI-MASTER
						INVALID KEY
							DISPLAY "Ingen masterpost för N=" n "."
						NOT INVALID KEY
							MOVE "DMST" TO WS-APR-ACTION
							PERFORM RAISE-CHANGE-REQUEST
					END-READ
				END-IF
			END-IF
		END-IF
		END-IF.

	EXECUTE-DELETE-MASTER.
		*> Den godkända raderingen - WS-SEQ-TYPE och n kommer ur
		*> begäran. Pågående beräkning och postlås kontrolleras på
		*> nytt, läget kan ha ändrats sedan begäran registrerades.
		MOVE "N" TO WS-EXEC-OK
		MOVE SPACES TO WS-EXEC-RESULT
		IF WS-MSTR-OPEN NOT = "Y"
			MOVE "BERNMSTR EJ ÖPPEN" TO WS-EXEC-RESULT
		ELSE
		IF WS-MVER-OPEN NOT = "Y"
			DISPLAY "BERNMVER är inte öppen - raderingen vägras."
			MOVE "BERNMVER EJ ÖPPEN" TO WS-EXEC-RESULT
		ELSE
			PERFORM CHECK-ACTIVE-COMPUTATION
			IF WS-COMP-ACTIVE = "Y"
				DISPLAY "En ofärdig kontrollpunkt finns för"
					" FÖLJD=" WS-SEQ-TYPE " N=" n " - en"
					" beräkning kan pågå. Raderingen vägras."
				MOVE "OFÄRDIG KONTROLLPUNKT FINNS" TO WS-EXEC-RESULT
			ELSE
				*> Posten läses först - bilden sparas som raderad
				*> version när raderingen gått igenom.
				MOVE WS-SEQ-TYPE TO MSTR-SEQ
				MOVE n TO MSTR-N
				READ BERNOULLI-MASTER
					INVALID KEY
						DISPLAY "Ingen masterpost för N=" n "."
						MOVE "MASTERPOSTEN FINNS INTE"
							TO WS-EXEC-RESULT
				END-READ
				IF WS-MSTR-STATUS = "00"
					DELETE BERNOULLI-MASTER
						INVALID KEY
							DISPLAY "Ingen masterpost för N=" n "."
							MOVE "MASTERPOSTEN FINNS INTE"
								TO WS-EXEC-RESULT
						NOT INVALID KEY
							DISPLAY "Masterpost för N=" n " raderad."
							MOVE "RADERAD MASTERPOST"
								TO WS-AUDIT-TEXT
							PERFORM WRITE-AUDIT-RECORD
							MOVE "D" TO WS-MVER-CHANGE
							MOVE "RADERING" TO WS-MVER-REASON
							MOVE 0 TO WS-MVER-FAILS
							PERFORM WRITE-MASTER-VERSION
							MOVE "Y" TO WS-EXEC-OK
							IF WS-MVER-FAILS = 0
								MOVE "MASTERPOSTEN RADERAD"
									TO WS-EXEC-RESULT
							ELSE
								MOVE "RADERAD, VERSION EJ SPARAD"
									TO WS-EXEC-RESULT
							END-IF
					END-DELETE
				END-IF
				IF WS-MSTR-STATUS = "51"
					OR WS-MSTR-STATUS = "52"
					OR WS-MSTR-STATUS = "99"
					DISPLAY "Masterposten hålls av en annan"
						" körning (status " WS-MSTR-STATUS
						") - ingenting raderades."
					MOVE "POSTEN LÅST AV ANNAN KÖRNING"
						TO WS-EXEC-RESULT
				END-IF
			END-IF
		END-IF
		END-IF.

	WRITE-MASTER-VERSION.
		*> Den raderade postens bild ligger kvar i postarean efter
		*> DELETE och sparas som version "D" med attestanten som
		*> användare. Samma skrivregler som i Bernoulli.cob:
		*> dubblettnyckel (två raderingar inom samma hundradelssekund)
		*> ger nästa löpnummer och lås från en samtidig körning möts
		*> med omförsök. Går versionen ändå inte att skriva räknas
		*> det upp i WS-MVER-FAILS så att utfallet i begäran visar det.
		MOVE MSTR-SEQ TO MVER-SEQ
		MOVE MSTR-N TO MVER-N
		ACCEPT MVER-DATE FROM DATE YYYYMMDD
		ACCEPT MVER-TIME FROM TIME
		MOVE 0 TO MVER-SERIAL
		MOVE WS-MVER-CHANGE TO MVER-CHANGE
		MOVE WS-MVER-REASON TO MVER-REASON
		MOVE "BERNMNT" TO MVER-PROGRAM
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
			ADD 1 TO WS-MVER-FAILS
			DISPLAY "Versionen av masterposten FÖLJD=" MSTR-SEQ
				" N=" MSTR-N " kunde inte skrivas till BERNMVER"
				" (status " WS-MVER-STATUS ")."
		END-IF.

	CHECK-ACTIVE-COMPUTATION.
		END-IF.

	DELETE-CHECKPOINT-RECORD.
		*> Registreras som ändringsbegäran, samma flöde som
		*> DELETE-MASTER-RECORD - se EXECUTE-DELETE-CHECKPOINT.
		IF WS-CKPT-OPEN NOT = "Y"
			DISPLAY "BERNCKPT är inte öppen."
		ELSE
		IF WS-APR-OPEN NOT = "Y"
			DISPLAY "BERNAPPR är inte öppen - raderingen kräver"
				" dubbelattest."
		ELSE
			PERFORM GET-SEQ
			PERFORM GET-N
				ELSE
					MOVE WS-SEQ-TYPE TO CKPT-SEQ
					MOVE n TO CKPT-N
					READ BERN-CHECKPOINT
						INVALID KEY
							DISPLAY "Ingen kontrollpunkt för N=" n "."
						NOT INVALID KEY
							MOVE "DCKP" TO WS-APR-ACTION
							PERFORM RAISE-CHANGE-REQUEST
					END-READ
				END-IF
			END-IF
		END-IF
		END-IF.

	EXECUTE-DELETE-CHECKPOINT.
		MOVE "N" TO WS-EXEC-OK
		MOVE SPACES TO WS-EXEC-RESULT
		IF WS-CKPT-OPEN NOT = "Y"
			MOVE "BERNCKPT EJ ÖPPEN" TO WS-EXEC-RESULT
		ELSE
			PERFORM CHECK-ACTIVE-COMPUTATION
			IF WS-COMP-ACTIVE = "Y"
				DISPLAY "Kontrollpunkten för FÖLJD=" WS-SEQ-TYPE
					" N=" n " är ofärdig - en beräkning kan"
					" pågå. Raderingen vägras."
				MOVE "OFÄRDIG KONTROLLPUNKT" TO WS-EXEC-RESULT
			ELSE
				MOVE WS-SEQ-TYPE TO CKPT-SEQ
				MOVE n TO CKPT-N
				DELETE BERN-CHECKPOINT
					INVALID KEY
						DISPLAY "Ingen kontrollpunkt för N=" n "."
						MOVE "KONTROLLPUNKTEN FINNS INTE"
							TO WS-EXEC-RESULT
					NOT INVALID KEY
						DISPLAY "Kontrollpunkt för N=" n " raderad."
						MOVE "RADERAD KONTROLLPUNKT" TO WS-AUDIT-TEXT
						PERFORM WRITE-AUDIT-RECORD
						MOVE "Y" TO WS-EXEC-OK
						MOVE "KONTROLLPUNKTEN RADERAD"
							TO WS-EXEC-RESULT
				END-DELETE
				IF WS-CKPT-STATUS = "51"
					OR WS-CKPT-STATUS = "52"
					OR WS-CKPT-STATUS = "99"
					DISPLAY "Kontrollpunkten hålls av en annan"
						" körning (status " WS-CKPT-STATUS
						") - ingenting raderades."
					MOVE "POSTEN LÅST AV ANNAN KÖRNING"
						TO WS-EXEC-RESULT
				END-IF
			END-IF
		END-IF.

	PURGE-COMPLETED-CHECKPOINTS.
		*> Registreras som ändringsbegäran - rensningen görs av
		*> EXECUTE-PURGE-CHECKPOINTS när begäran godkänts, mot de
		*> kontrollpunkter som då har färdig masterpost.
		IF WS-MSTR-OPEN NOT = "Y" OR WS-CKPT-OPEN NOT = "Y"
			DISPLAY "Rensning kräver att båda klustren är öppna."
		ELSE
		IF WS-APR-OPEN NOT = "Y"
			DISPLAY "BERNAPPR är inte öppen - rensningen kräver"
				" dubbelattest."
		ELSE
			MOVE SPACE TO WS-SEQ-TYPE
			MOVE 0 TO n
			MOVE "PCKP" TO WS-APR-ACTION
			PERFORM RAISE-CHANGE-REQUEST
		END-IF
		END-IF.

	EXECUTE-PURGE-CHECKPOINTS.
		*> En kontrollpunkt vars N redan har en färdig masterpost
		*> fyller ingen funktion - LOOKUP-OR-COMPUTE i Bernoulli.cob
		*> når aldrig LOAD-CHECKPOINT för ett N som träffar i
		*> BERNOULLI-MASTER. Sådana poster är bara kvarglömd
		*> omstartsinformation och kan rensas.
		MOVE "N" TO WS-EXEC-OK
		MOVE SPACES TO WS-EXEC-RESULT
		IF WS-MSTR-OPEN NOT = "Y" OR WS-CKPT-OPEN NOT = "Y"
			DISPLAY "Rensning kräver att båda klustren är öppna."
			MOVE "BERNMSTR/BERNCKPT EJ ÖPPNA" TO WS-EXEC-RESULT
		ELSE
			MOVE 0 TO WS-PURGE-COUNT
			PERFORM START-CHECKPOINT-AT-LOW
				MOVE 0 TO n
				PERFORM WRITE-AUDIT-RECORD
			END-IF
			MOVE "Y" TO WS-EXEC-OK
			MOVE WS-PURGE-COUNT TO WS-DISP-COUNT
			STRING WS-DISP-COUNT " KONTROLLPUNKTER RENSADE"
				DELIMITED BY SIZE INTO WS-EXEC-RESULT
		END-IF.

	CONSOLIDATE-MASTER-RECORDS.
		*> Konsolideringen raderar masterposter i mängd och går
		*> därför genom dubbelattesten precis som en enskild
		*> radering - se EXECUTE-CONSOLIDATION.
		IF WS-MSTR-OPEN NOT = "Y"
			DISPLAY "BERNMSTR är inte öppen."
		ELSE
		IF WS-APR-OPEN NOT = "Y"
			DISPLAY "BERNAPPR är inte öppen - konsolideringen kräver"
				" dubbelattest."
		ELSE
			MOVE SPACE TO WS-SEQ-TYPE
			MOVE 0 TO n
			MOVE "CONS" TO WS-APR-ACTION
			PERFORM RAISE-CHANGE-REQUEST
		END-IF
		END-IF.

	EXECUTE-CONSOLIDATION.
		*> Radera varje masterpost som täcks av en större tabell av
		*> samma följd. Första svepet tar fram största N per följd,
		*> andra svepet raderar de mindre. En mindre post som bär
		*> exakta bråk behålls om den största posten saknar dem
		*> (tillstånd "N") - annars skulle nästa uppslag behöva
		*> räkna om hela den stora tabellen för bråkens skull.
		*> Nycklar med ofärdig kontrollpunkt rörs inte, samma regel
		*> som DELETE-MASTER-RECORD. En post i karantän täcker
		*> ingenting (uppslagen går förbi den) och räknas därför
		*> inte som största post.
		MOVE "N" TO WS-EXEC-OK
		MOVE SPACES TO WS-EXEC-RESULT
		IF WS-MSTR-OPEN NOT = "Y"
			DISPLAY "BERNMSTR är inte öppen."
			MOVE "BERNMSTR EJ ÖPPEN" TO WS-EXEC-RESULT
		ELSE
		IF WS-MVER-OPEN NOT = "Y"
			DISPLAY "BERNMVER är inte öppen - konsolideringen vägras."
			MOVE "BERNMVER EJ ÖPPEN" TO WS-EXEC-RESULT
		ELSE
			MOVE 0 TO WS-CONS-COUNT
			MOVE 0 TO WS-CONS-KEPT
			MOVE 0 TO WS-MVER-FAILS
			PERFORM VARYING WS-CONS-IX FROM 1 BY 1
				UNTIL WS-CONS-IX > 3
				MOVE 0 TO WS-CONS-TOP-N(WS-CONS-IX)
				MOVE SPACE TO WS-CONS-TOP-FRAC(WS-CONS-IX)
			END-PERFORM
			PERFORM START-MASTER-AT-LOW
			MOVE "N" TO WS-EOF-FLAG
			PERFORM UNTIL WS-EOF-FLAG = "Y"
				READ BERNOULLI-MASTER NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-FLAG
					NOT AT END
						PERFORM SET-CONS-INDEX
						IF WS-CONS-IX > 0
							AND MSTR-QUARANTINE NOT = "Q"
							MOVE MSTR-N TO WS-CONS-TOP-N(WS-CONS-IX)
							MOVE MSTR-FRAC-STATE(1)
								TO WS-CONS-TOP-FRAC(WS-CONS-IX)
						END-IF
				END-READ
			END-PERFORM
			PERFORM START-MASTER-AT-LOW
			MOVE "N" TO WS-EOF-FLAG
			PERFORM UNTIL WS-EOF-FLAG = "Y"
				READ BERNOULLI-MASTER NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-FLAG
					NOT AT END
						PERFORM SET-CONS-INDEX
						IF WS-CONS-IX > 0
							IF MSTR-N < WS-CONS-TOP-N(WS-CONS-IX)
								PERFORM CONSOLIDATE-ONE-RECORD
							END-IF
						END-IF
				END-READ
			END-PERFORM
			MOVE WS-CONS-COUNT TO WS-DISP-COUNT
			DISPLAY "Konsolidering klar - " WS-DISP-COUNT
				" masterposter borttagna."
			IF WS-CONS-KEPT > 0
				MOVE WS-CONS-KEPT TO WS-DISP-COUNT
				DISPLAY "  " WS-DISP-COUNT " täckta poster behölls"
					" (exakta bråk eller ofärdig kontrollpunkt)."
			END-IF
			MOVE "Y" TO WS-EXEC-OK
			MOVE WS-CONS-COUNT TO WS-DISP-COUNT
			IF WS-MVER-FAILS = 0
				STRING WS-DISP-COUNT " MASTERPOSTER KONSOLIDERADE"
					DELIMITED BY SIZE INTO WS-EXEC-RESULT
			ELSE
				MOVE WS-MVER-FAILS TO WS-DISP-FAILS
				DISPLAY "  " WS-DISP-FAILS " av dem saknar version"
					" i BERNMVER."
				STRING WS-DISP-COUNT " KONS., " WS-DISP-FAILS
					" UTAN VERSION"
					DELIMITED BY SIZE INTO WS-EXEC-RESULT
			END-IF
		END-IF
		END-IF.

	SET-CONS-INDEX.
		*> Följdens plats i WS-CONS-TABLE - noll för okänd följd
		*> eller N utanför tabellgränsen, sådana poster hör till
		*> integritetsrapporten och rörs inte här.
		MOVE 0 TO WS-CONS-IX
		IF MSTR-N > 0 AND MSTR-N <= WS-MAX-N
			EVALUATE MSTR-SEQ
				WHEN "B"
					MOVE 1 TO WS-CONS-IX
				WHEN "E"
					MOVE 2 TO WS-CONS-IX
				WHEN "T"
					MOVE 3 TO WS-CONS-IX
			END-EVALUATE
		END-IF.

	CONSOLIDATE-ONE-RECORD.
		MOVE MSTR-SEQ TO WS-SEQ-TYPE
		MOVE MSTR-N TO n
		IF MSTR-FRAC-STATE(1) NOT = "N"
			AND WS-CONS-TOP-FRAC(WS-CONS-IX) = "N"
			ADD 1 TO WS-CONS-KEPT
			DISPLAY "Behåller FÖLJD=" WS-SEQ-TYPE " N=" n
				" - täckande post saknar exakta bråk."
		ELSE
			PERFORM CHECK-ACTIVE-COMPUTATION
			IF WS-COMP-ACTIVE = "Y"
				ADD 1 TO WS-CONS-KEPT
				DISPLAY "Behåller FÖLJD=" WS-SEQ-TYPE " N=" n
					" - ofärdig kontrollpunkt."
			ELSE
				DELETE BERNOULLI-MASTER
					INVALID KEY
						CONTINUE
					NOT INVALID KEY
						ADD 1 TO WS-CONS-COUNT
						MOVE WS-CONS-TOP-N(WS-CONS-IX)
							TO WS-DISP-INDEX
						DISPLAY "Konsoliderade FÖLJD=" WS-SEQ-TYPE
							" N=" n " (täcks av N="
							WS-DISP-INDEX ")."
						MOVE SPACES TO WS-AUDIT-TEXT
						STRING "KONSOLIDERAD, TÄCKS AV N="
							WS-CONS-TOP-N(WS-CONS-IX)
							DELIMITED BY SIZE INTO WS-AUDIT-TEXT
						PERFORM WRITE-AUDIT-RECORD
						MOVE "D" TO WS-MVER-CHANGE
						MOVE "KONSOLID" TO WS-MVER-REASON
						PERFORM WRITE-MASTER-VERSION
				END-DELETE
				IF WS-MSTR-STATUS = "51"
					OR WS-MSTR-STATUS = "52"
					OR WS-MSTR-STATUS = "99"
					ADD 1 TO WS-CONS-KEPT
					DISPLAY "Masterposten för FÖLJD=" WS-SEQ-TYPE
						" N=" n " hålls av en annan körning"
						" (status " WS-MSTR-STATUS ") - behålls."
				END-IF
			END-IF
		END-IF
		*> Positionera om efter den behandlade nyckeln, samma
		*> mönster som rensningen av kontrollpunkter.
		MOVE WS-SEQ-TYPE TO MSTR-SEQ
		MOVE n TO MSTR-N
		START BERNOULLI-MASTER
			KEY > MSTR-KEY
			INVALID KEY
				MOVE "Y" TO WS-EOF-FLAG
		END-START.

	REQUEST-CLUSTER-RELOAD.
		*> Återläsningen körs av BERNBKUP (X2/jcl/BERNREST.jcl), som
		*> vägrar ladda ett kluster utan en godkänd begäran för just
		*> det klustret - här registreras begäran.
		IF WS-APR-OPEN NOT = "Y"
			DISPLAY "BERNAPPR är inte öppen - återläsningen kräver"
				" dubbelattest."
		ELSE
			DISPLAY "Kluster att återläsa (MSTR, CKPT eller OPER): "
			ACCEPT WS-RELOAD-TARGET
			EVALUATE WS-RELOAD-TARGET
				WHEN "MSTR"
					MOVE "RMST" TO WS-APR-ACTION
				WHEN "CKPT"
					MOVE "RCKP" TO WS-APR-ACTION
				WHEN "OPER"
					MOVE "ROPR" TO WS-APR-ACTION
				WHEN OTHER
					MOVE SPACES TO WS-APR-ACTION
					DISPLAY "Okänt kluster - ange MSTR, CKPT eller"
						" OPER."
			END-EVALUATE
			IF WS-APR-ACTION NOT = SPACES
				MOVE SPACE TO WS-SEQ-TYPE
				MOVE 0 TO n
				PERFORM RAISE-CHANGE-REQUEST
			END-IF
		END-IF.

	RAISE-CHANGE-REQUEST.
		*> Registrerar WS-APR-ACTION mot WS-SEQ-TYPE/n som väntande
		*> begäran med den inloggade arbetsledaren som beställare.
		*> Orsaken är obligatorisk - attestanten ska kunna bedöma
		*> begäran utan att fråga.
		DISPLAY "Orsak till åtgärden (högst 40 tecken): "
		ACCEPT WS-APR-REASON
		IF WS-APR-REASON = SPACES
			DISPLAY "Ingen orsak angiven - ingen begäran registrerad."
		ELSE
			ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
			ACCEPT WS-SYS-TIME FROM TIME
			PERFORM FIND-NEXT-APPROVAL-NUMBER
			MOVE SPACES TO APPROVAL-RECORD
			MOVE WS-SYS-DATE TO APR-DATE
			MOVE WS-APR-NEXT TO APR-NUMBER
			MOVE "V" TO APR-STATUS
			MOVE WS-APR-ACTION TO APR-ACTION
			MOVE WS-SEQ-TYPE TO APR-SEQ
			MOVE n TO APR-N
			MOVE WS-APR-REASON TO APR-REASON
			MOVE WS-OPERATOR-ID TO APR-REQ-OPER
			MOVE WS-SYS-TIME TO APR-REQ-TIME
			MOVE 0 TO APR-DEC-DATE
			MOVE 0 TO APR-DEC-TIME
			MOVE 0 TO APR-DONE-DATE
			MOVE 0 TO APR-DONE-TIME
			WRITE APPROVAL-RECORD
				INVALID KEY
					DISPLAY "Begäran kunde inte registreras (status "
						WS-APR-STATUS ") - försök igen."
				NOT INVALID KEY
					PERFORM BUILD-APPROVAL-ID
					PERFORM SET-ACTION-DESC
					DISPLAY "Ändringsbegäran " WS-APR-ID-TEXT " ("
						WS-APR-DESC ") registrerad - utförs när"
						" en annan arbetsledare godkänt den (val 8)."
					MOVE "OK" TO WS-ATT-STATUS
					MOVE SPACES TO WS-ATT-TEXT
					STRING "BEGÄRAN " WS-APR-ID-TEXT " " APR-ACTION
						" VÄNTAR PÅ ATTEST"
						DELIMITED BY SIZE INTO WS-ATT-TEXT
					PERFORM WRITE-APPROVAL-AUDIT
			END-WRITE
		END-IF.

	FIND-NEXT-APPROVAL-NUMBER.
		*> Löpnumret är ett högre än dagens senaste - START på dagen
		*> med löpnummer noll och läs framåt så länge dagen är
		*> densamma, samma mönster som FIND-NEXT-NUMBER i BERNBEST.
		MOVE 1 TO WS-APR-NEXT
		MOVE WS-SYS-DATE TO APR-DATE
		MOVE 0 TO APR-NUMBER
		MOVE "N" TO WS-APR-SEARCH-DONE
		START APPROVAL-FILE KEY NOT < APR-KEY
			INVALID KEY
				MOVE "Y" TO WS-APR-SEARCH-DONE
		END-START
		PERFORM UNTIL WS-APR-SEARCH-DONE = "Y"
			READ APPROVAL-FILE NEXT RECORD
				AT END
					MOVE "Y" TO WS-APR-SEARCH-DONE
				NOT AT END
					IF APR-DATE NOT = WS-SYS-DATE
						MOVE "Y" TO WS-APR-SEARCH-DONE
					ELSE
						ADD 1 TO APR-NUMBER GIVING WS-APR-NEXT
					END-IF
			END-READ
		END-PERFORM.

	APPROVE-CHANGE-REQUESTS.
		*> Attestgenomgången - varje väntande begäran visas för den
		*> inloggade arbetsledaren, som godkänner, avslår eller
		*> hoppar över den. Den egna begäran kan inte attesteras av
		*> samma ID. En godkänd radering, rensning eller
		*> konsolidering utförs direkt; en godkänd återläsning
		*> väntar på BERNBKUP. Utgångna begäran märks på vägen.
		IF WS-APR-OPEN NOT = "Y"
			DISPLAY "BERNAPPR är inte öppen."
		ELSE
			ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
			PERFORM SET-EXPIRY-DATE
			MOVE 0 TO WS-APR-SEEN
			MOVE LOW-VALUES TO APR-KEY
			MOVE "N" TO WS-APR-EOF
			START APPROVAL-FILE KEY NOT < APR-KEY
				INVALID KEY
					MOVE "Y" TO WS-APR-EOF
			END-START
			PERFORM UNTIL WS-APR-EOF = "Y"
				READ APPROVAL-FILE NEXT RECORD
					AT END
						MOVE "Y" TO WS-APR-EOF
					NOT AT END
						PERFORM REVIEW-ONE-REQUEST
				END-READ
			END-PERFORM
			MOVE WS-APR-SEEN TO WS-DISP-COUNT
			DISPLAY "Attestgenomgång klar - " WS-DISP-COUNT
				" väntande begäran visade."
		END-IF.

	REVIEW-ONE-REQUEST.
		PERFORM BUILD-APPROVAL-ID
		PERFORM SET-ACTION-DESC
		IF APR-STATUS = "V" AND APR-DATE < WS-EXPIRY-DATE
			PERFORM EXPIRE-ONE-REQUEST
		ELSE
		IF APR-STATUS = "G" AND APR-DEC-DATE < WS-EXPIRY-DATE
			PERFORM EXPIRE-ONE-REQUEST
		ELSE
		IF APR-STATUS = "V"
			ADD 1 TO WS-APR-SEEN
			DISPLAY "Begäran " WS-APR-ID-TEXT ": " WS-APR-DESC
				" FÖLJD=" APR-SEQ " N=" APR-N
			DISPLAY "  Begärd av " APR-REQ-OPER " " APR-DATE "-"
				APR-REQ-TIME " - orsak: " APR-REASON
			IF APR-REQ-OPER = WS-OPERATOR-ID
				DISPLAY "  Egen begäran - måste attesteras av en"
					" annan arbetsledare."
			ELSE
				DISPLAY "  G = godkänn, A = avslå, blankt = hoppa"
					" över: "
				ACCEPT WS-APR-DECISION
				EVALUATE WS-APR-DECISION
					WHEN "G"
					WHEN "g"
						PERFORM GRANT-ONE-REQUEST
					WHEN "A"
					WHEN "a"
						PERFORM REJECT-ONE-REQUEST
					WHEN OTHER
						DISPLAY "  Överhoppad - väntar kvar."
				END-EVALUATE
			END-IF
		END-IF
		END-IF
		END-IF.

	GRANT-ONE-REQUEST.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE "G" TO APR-STATUS
		MOVE WS-OPERATOR-ID TO APR-DEC-OPER
		MOVE WS-SYS-DATE TO APR-DEC-DATE
		MOVE WS-SYS-TIME TO APR-DEC-TIME
		REWRITE APPROVAL-RECORD
			INVALID KEY
				DISPLAY "  Begäran kunde inte uppdateras (status "
					WS-APR-STATUS ") - ingenting utfört."
			NOT INVALID KEY
				MOVE "OK" TO WS-ATT-STATUS
				MOVE SPACES TO WS-ATT-TEXT
				STRING "BEGÄRAN " WS-APR-ID-TEXT " " APR-ACTION
					" GODKÄND, BEGÄRD AV " APR-REQ-OPER
					DELIMITED BY SIZE INTO WS-ATT-TEXT
				PERFORM WRITE-APPROVAL-AUDIT
				IF APR-ACTION = "RMST" OR APR-ACTION = "RCKP"
					OR APR-ACTION = "ROPR"
					DISPLAY "  Godkänd - kör återläsningen med"
						" BERNREST senast i morgon."
				ELSE
					PERFORM EXECUTE-APPROVED-REQUEST
				END-IF
		END-REWRITE.

	EXECUTE-APPROVED-REQUEST.
		*> Åtgärden utförs med attestanten som operatör i BERNAUD
		*> och utfallet sparas i begäran.
		MOVE APR-SEQ TO WS-SEQ-TYPE
		MOVE APR-N TO n
		EVALUATE APR-ACTION
			WHEN "DMST"
				PERFORM EXECUTE-DELETE-MASTER
			WHEN "DCKP"
				PERFORM EXECUTE-DELETE-CHECKPOINT
			WHEN "PCKP"
				PERFORM EXECUTE-PURGE-CHECKPOINTS
			WHEN "CONS"
				PERFORM EXECUTE-CONSOLIDATION
			WHEN OTHER
				MOVE "N" TO WS-EXEC-OK
				MOVE "OKÄND ÅTGÄRD" TO WS-EXEC-RESULT
		END-EVALUATE
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE WS-SYS-DATE TO APR-DONE-DATE
		MOVE WS-SYS-TIME TO APR-DONE-TIME
		MOVE WS-EXEC-RESULT TO APR-RESULT
		MOVE SPACES TO WS-ATT-TEXT
		IF WS-EXEC-OK = "Y"
			MOVE "U" TO APR-STATUS
			MOVE "OK" TO WS-ATT-STATUS
			STRING "BEGÄRAN " WS-APR-ID-TEXT " " APR-ACTION
				" UTFÖRD: " WS-EXEC-RESULT
				DELIMITED BY SIZE INTO WS-ATT-TEXT
		ELSE
			MOVE "F" TO APR-STATUS
			MOVE "FEL" TO WS-ATT-STATUS
			STRING "BEGÄRAN " WS-APR-ID-TEXT " " APR-ACTION
				" EJ UTFÖRD: " WS-EXEC-RESULT
				DELIMITED BY SIZE INTO WS-ATT-TEXT
			DISPLAY "  Begäran kunde inte utföras: " WS-EXEC-RESULT
		END-IF
		REWRITE APPROVAL-RECORD
			INVALID KEY
				DISPLAY "  Utfallet kunde inte sparas i begäran"
					" (status " WS-APR-STATUS ")."
		END-REWRITE
		PERFORM WRITE-APPROVAL-AUDIT.

	REJECT-ONE-REQUEST.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE "A" TO APR-STATUS
		MOVE WS-OPERATOR-ID TO APR-DEC-OPER
		MOVE WS-SYS-DATE TO APR-DEC-DATE
		MOVE WS-SYS-TIME TO APR-DEC-TIME
		MOVE "AVSLAGEN VID ATTEST" TO APR-RESULT
		REWRITE APPROVAL-RECORD
			INVALID KEY
				DISPLAY "  Begäran kunde inte uppdateras (status "
					WS-APR-STATUS ")."
			NOT INVALID KEY
				DISPLAY "  Begäran avslagen."
				MOVE "AVVISAD" TO WS-ATT-STATUS
				MOVE SPACES TO WS-ATT-TEXT
				STRING "BEGÄRAN " WS-APR-ID-TEXT " " APR-ACTION
					" AVSLAGEN, BEGÄRD AV " APR-REQ-OPER
					DELIMITED BY SIZE INTO WS-ATT-TEXT
				PERFORM WRITE-APPROVAL-AUDIT
		END-REWRITE.

	EXPIRE-ONE-REQUEST.
		*> Samma utgångsregel som den dagliga attestrapporten
		*> BERNATST - märks av den som först ser begäran.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE "E" TO APR-STATUS
		IF APR-DEC-DATE = 0
			MOVE WS-OPERATOR-ID TO APR-DEC-OPER
			MOVE WS-SYS-DATE TO APR-DEC-DATE
			MOVE WS-SYS-TIME TO APR-DEC-TIME
		END-IF
		MOVE WS-SYS-DATE TO APR-DONE-DATE
		MOVE WS-SYS-TIME TO APR-DONE-TIME
		MOVE "UTGÅNGEN" TO APR-RESULT
		REWRITE APPROVAL-RECORD
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				DISPLAY "Begäran " WS-APR-ID-TEXT " (" WS-APR-DESC
					") har gått ut - registrera en ny vid behov."
				MOVE "AVVISAD" TO WS-ATT-STATUS
				MOVE SPACES TO WS-ATT-TEXT
				STRING "BEGÄRAN " WS-APR-ID-TEXT " " APR-ACTION
					" UTGÅNGEN, BEGÄRD AV " APR-REQ-OPER
					DELIMITED BY SIZE INTO WS-ATT-TEXT
				PERFORM WRITE-APPROVAL-AUDIT
		END-REWRITE.

	BUILD-APPROVAL-ID.
		MOVE SPACES TO WS-APR-ID-TEXT
		STRING APR-DATE "-" APR-NUMBER
			DELIMITED BY SIZE INTO WS-APR-ID-TEXT.

	SET-ACTION-DESC.
		EVALUATE APR-ACTION
			WHEN "DMST"
				MOVE "RADERA MASTERPOST" TO WS-APR-DESC
			WHEN "DCKP"
				MOVE "RADERA KONTROLLPUNKT" TO WS-APR-DESC
			WHEN "PCKP"
				MOVE "RENSA KONTROLLPUNKTER" TO WS-APR-DESC
			WHEN "CONS"
				MOVE "KONSOLIDERA MASTERN" TO WS-APR-DESC
			WHEN "RMST"
				MOVE "ÅTERLÄS BERNMSTR" TO WS-APR-DESC
			WHEN "RCKP"
				MOVE "ÅTERLÄS BERNCKPT" TO WS-APR-DESC
			WHEN "ROPR"
				MOVE "ÅTERLÄS BERNOPER" TO WS-APR-DESC
			WHEN OTHER
				MOVE "OKÄND ÅTGÄRD" TO WS-APR-DESC
		END-EVALUATE.

	SET-EXPIRY-DATE.
		*> WS-EXPIRY-DATE = dagen före WS-SYS-DATE.
		MOVE WS-SYS-DATE(1:4) TO WS-PD-YEAR
		MOVE WS-SYS-DATE(5:2) TO WS-PD-MONTH
		MOVE WS-SYS-DATE(7:2) TO WS-PD-DAY
		IF WS-PD-DAY > 1
			SUBTRACT 1 FROM WS-PD-DAY
		ELSE
			IF WS-PD-MONTH = 1
				MOVE 12 TO WS-PD-MONTH
				SUBTRACT 1 FROM WS-PD-YEAR
			ELSE
				SUBTRACT 1 FROM WS-PD-MONTH
			END-IF
			MOVE WS-MONTH-LEN(WS-PD-MONTH) TO WS-PD-DAY
			IF WS-PD-MONTH = 2
				DIVIDE WS-PD-YEAR BY 4 GIVING WS-PD-QUOT
					REMAINDER WS-PD-REM
				IF WS-PD-REM = 0
					MOVE 29 TO WS-PD-DAY
					DIVIDE WS-PD-YEAR BY 100 GIVING WS-PD-QUOT
						REMAINDER WS-PD-REM
					IF WS-PD-REM = 0
						DIVIDE WS-PD-YEAR BY 400 GIVING WS-PD-QUOT
							REMAINDER WS-PD-REM
						IF WS-PD-REM NOT = 0
							MOVE 28 TO WS-PD-DAY
						END-IF
					END-IF
				END-IF
			END-IF
		END-IF
		COMPUTE WS-EXPIRY-DATE = WS-PD-YEAR * 10000
			+ WS-PD-MONTH * 100 + WS-PD-DAY
		END-COMPUTE.

	INTEGRITY-REPORT.
		OPEN OUTPUT MAINT-REPORT
		IF WS-MRPT-STATUS NOT = "00"
			DELIMITED BY SIZE INTO WS-AUDIT-LINE
		MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
		WRITE AUDIT-LOG-RECORD.

	WRITE-APPROVAL-AUDIT.
		*> Varje steg i en begärans liv - registrerad, godkänd,
		*> avslagen, utgången, utförd - blir en rad i BERNAUD med
		*> läget ATTEST och begärans nummer och åtgärd i texten.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE SPACES TO WS-AUDIT-LINE
		IF APR-N = 0
			STRING WS-SYS-DATE "-" WS-SYS-TIME
				" OP=" WS-OPERATOR-ID
				" LÄGE=ATTEST"
				" N=---"
				" STATUS=" DELIMITED BY SIZE
				WS-ATT-STATUS DELIMITED BY SPACE
				" (" WS-ATT-TEXT ")" DELIMITED BY SIZE
				INTO WS-AUDIT-LINE
		ELSE
			MOVE APR-N TO WS-DISP-INDEX
			STRING WS-SYS-DATE "-" WS-SYS-TIME
				" OP=" WS-OPERATOR-ID
				" LÄGE=ATTEST"
				" N=" WS-DISP-INDEX
				" STATUS=" DELIMITED BY SIZE
				WS-ATT-STATUS DELIMITED BY SPACE
				" (" WS-ATT-TEXT ")" DELIMITED BY SIZE
				INTO WS-AUDIT-LINE
		END-IF
		MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
		WRITE AUDIT-LOG-RECORD.
