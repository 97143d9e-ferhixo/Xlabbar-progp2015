*> Anroparen fyller i CALC-SEQ ("B" Bernoulli, "E" Euler, "T"
*> tangent - blankt tolkas som "B") och CALC-N, och får tillbaka
*> CALC-TABLE med tal 1..CALC-N ur den följden samt en returkod.
*> Talen levereras ur den minsta cachade tabellen av samma följd
*> som rymmer CALC-N - en större tabell duger lika bra.
*> Jobbsteget som anropar
*> måste allokera BERNMSTR och BERNCKPT (samma kluster som BERNRUN
*> använder, båda med DISP=SHR - klustren är definierade med
*>
*> CALC-RETURN-CODE:
*>   00 = tabell levererad
*>   02 = tabell levererad, men en cachad tabell som täckte CALC-N
*>        låg i karantän (underkänd av BERNVRFY) och gicks förbi -
*>        tabellen är nyberäknad (eller hämtad ur en större post)
*>        och lika giltig som vid 00
*>   04 = CALC-N utanför 1..60 eller okänd CALC-SEQ
*>   06 = CALC-ASOF-DATE ifyllt, men ingen tabell av följden som
*>        täckte CALC-N fanns i cachen den dagen
*>   08 = ingen Euler-/tangenttabell i cachen täcker CALC-N -
*>        beräkna den en gång via menyprogrammet (BERNCALC räknar
*>        själv bara fram Bernoullitabeller); en tabell i karantän
*>        räknas inte som täckning
*>   12 = BERNMSTR eller BERNCKPT kunde inte öppnas - eller
*>        BERNMVER, när CALC-ASOF-DATE är ifyllt
*> CALC-SOURCE:
*>   "M" = hämtad ur BERNOULLI-MASTER
*>   "C" = nyberäknad (och sparad i BERNOULLI-MASTER)
*>   "H" = hämtad ur versionshistoriken BERNMVER (CALC-ASOF-DATE)
*>
*> CALC-APPL-ID fylls i av anroparen med applikationens ID (t.ex.
*> "RANTA01" för ränteberäkningssviten) - varje levererad tabell
*> loggas i förbrukningsloggen BERNUSE under det ID:t och debiteras
*> det kostnadsställe ID:t är kopplat till i BERNKST. Fältet ligger
*> sist så att övriga fält behåller sina positioner, men anroparen
*> måste kompileras om med den här kopieboken och jobbsteget måste
*> allokera BERNUSE (DISP=MOD, samma dataset som BERNRUN skriver).
*>
*> CALC-ASOF-DATE (ÅÅÅÅMMDD) begär tabellen exakt som den stod i
*> BERNOULLI-MASTER vid den dagens slut, hämtad ur
*> versionshistoriken - för att återskapa ett tidigare resultat.
*> Noll eller blankt ger dagens cache. Inget räknas fram eller
*> sparas vid ett sådant anrop. Fältet ligger sist av samma skäl
*> som CALC-APPL-ID; jobbsteget måste allokera BERNMVER (DISP=SHR,
*> samma kluster som BERNRUN) - varje ändring av en masterpost som
*> BERNCALC gör sparas där som version.
01 BERNCALC-PARM.
	05 CALC-SEQ         PIC X.
	05 CALC-N           PIC 9(02).
	05 CALC-SOURCE      PIC X.
	05 CALC-TABLE.
		10 CALC-BER FLOAT-LONG OCCURS 60 TIMES.
	05 CALC-APPL-ID     PIC X(08).
	05 CALC-ASOF-DATE   PIC 9(08).
