*>reconeguda, R006 interes de taula fora de rang, R007 desbordament
*>projectat, R008 deduccions que deixarien el saldo negatiu, R009
*>retirada que el deixaria negatiu, R010 camp numèric corromput en un
*>rebuig corregit a mà; més endavant R011 divisa sense tipus de canvi
*>i R012 producte inexistent). El nou mode "R" (reintents)
*>processa només un fitxer de rebuigs corregit (REBUTIN, mateix traçat
*>que REBUTJOS; els codis s'hi ignoren) i n'incorpora els resultats
*>sense recalcular els milers de comptes que ja estaven bé: el total
*>sota de zero i, en un camp sense signe, convertir la caiguda en
*>creixement sense avisar.

*>2028-10: catàleg de productes. Cada compte de MESTRECTA porta ara el
*>codi del seu producte (rcIdProducte) i un indicador de condicions
*>pròpies (rcCondicionsPropies), tots dos al final del registre; el
*>traçat del mestre canvia i cal convertir-lo en el moment del canvi
*>de versió. En els modes "P" i "T", si el compte té producte i no té
*>condicions pròpies, l'interes, la taula d'interesos, la freqüència,
*>la retenció, la comissió i la divisa es prenen del mestre de
*>productes PRODUCTES (mantingut pel nou programa
*>MANTENIMENT-PRODUCTES) en lloc del registre del compte, de manera que
*>un canvi de tipus d'un producte arriba a tots els seus comptes sense
*>tocar-ne cap. Un compte que apunta a un producte inexistent es
*>rebutja amb el codi nou R012. Els comptes sense producte (els
*>convertits que encara no s'han assignat a cap) i els de condicions
*>pròpies es continuen calculant amb les condicions del registre.

*>2028-11: traçat de MESTRECTA (219 posicions) alineat amb la data
*>d'obertura del compte afegida al final del registre.

*>2029-01: interfície de comptabilitat. Les execucions "P" i "R"
*>escriuen ara al diari comptable DIARICOMPT (s'hi afegeix, no es
*>trepitja) els assentaments de cada compte calculat, en la divisa del
*>compte: interessos bruts (deure despesa per interessos, haver saldos
*>de clients), retenció practicada (deure saldos de clients, haver
*>Hisenda creditora per retencions) i comissions cobrades (deure saldos
*>de clients, haver ingressos per comissions), amb l'identificador
*>d'execució i la data de procés a cada línia. Els comptes comptables
*>surten del fitxer de regles REGLESCOMPT (concepte, divisa, compte de
*>deure i compte d'haver; una regla amb la divisa en blanc fa de regla
*>per defecte del concepte i és obligatòria). Cada compte comptabilitzat
*>queda marcat al fitxer indexat COMPTCTL (clau data de procés +
*>compte), de manera que una "R" després de la "P" del mateix dia, o
*>una execució rellançada, no el torna a comptabilitzar. Una pàgina de
*>control de comptabilització a INFORME demostra, per divisa, que el
*>diari quadra (deure = haver) i que lliga amb els imports calculats
*>per l'execució; un desquadrament acaba amb codi de retorn 8. Els
*>imports són els dels anys calculats en l'execució (amb represa, els
*>anys ja calculats en una execució anterior no hi són). Fins ara
*>aquests imports es passaven a mà al llibre major des del resum de
*>cartera.

*>2029-03: control de capçalera i peu de TIPUSCANVI. El fitxer ha de
*>començar amb un registre de capçalera ("*HDR", tipus "TIPUSCANVI",
*>dia dels tipus i número de seqüència) i acabar amb un de peu ("*TRL",
*>nombre de registres i suma dels tipus). Si el dia no és la data de
*>procés, la seqüència és anterior a la darrera acceptada al fitxer de
*>control CTLSEQ (o és la mateixa però d'un altre dia) o el peu no
*>quadra, no es carrega cap tipus i el job s'atura amb RETURN-CODE 8.
*>El primer programa que llegeix una seqüència nova la registra a
*>CTLSEQ; la mateixa seqüència del mateix dia es torna a admetre perquè
*>el fitxer del dia el llegeixen la "P", la "R", els extractes i les
*>represes.

*>2029-05: rpMode "C" (cancel.lació anticipada) respon la pregunta
*>"què cobraria si tanco el pla ara": a partir del compte de PARMIN
*>(com el mode "S") i de l'any de cancel.lació (rpAnyCancelacio, que
*>ha de ser anterior al termini rpAnys), es calcula i s'imprimeix el
*>quadre fins a aquell any i, sobre el saldo que en resulta, la
*>penalització del tram del fitxer PENALCAN que correspon als anys
*>transcorreguts (un percentatge del saldo o dels interessos bruts
*>generats), la retenció exigible a la cancel.lació i l'import net a
*>percebre. La retenció exigible és la del tram (per als plans que
*>perden l'avantatge fiscal si es tanquen abans d'hora) sobre els
*>interessos bruts menys la penalització, descomptada la retenció ja
*>practicada any a any; si no en resta cap, és zero. Un any de
*>cancel.lació posterior a tots els trams no porta penalització. La
*>cotització queda a AUDITLOG com qualsevol altra, amb regAudAnys a
*>l'any de cancel.lació i la liquidació al final del registre (traçat
*>de 890 posicions; els registres d'abans del canvi es llegeixen com a
*>cotitzacions a termini), perquè REPLAY-AUDITORIA la pugui recalcular.
*>Fins ara l'assessor llançava un "S" escurçat i restava la
*>penalització a mà.

*>2029-07: MESTRECTA té una clau alternativa amb duplicats sobre el
*>client propietari (rcIdClient); es declara aquí perquè la definició
*>del fitxer ha de coincidir a tots els programes que l'obren.

*>2029-08: a més d'actualitzar la posició vigent a POSICIONS, cada
*>compte calculat en una execució "P" o "R" deixa una foto datada de la
*>seva posició al fitxer indexat HISTPOS (clau compte + data de
*>procés): quantitat final en la divisa del compte i en EUR, tipus de
*>canvi aplicat, condicions amb què s'ha calculat i total
*>d'aportacions i retirades de MOVIMENTS. Un "R" del mateix dia
*>substitueix la foto del compte. EVOLUCIO-POSICIONS compara dues
*>dates d'aquest fitxer i NETEJA-FITXERS hi aplica la retenció.

*>2029-09: la comptabilització segueix ara el calendari del pla. Fins
*>ara cada "P" passava al diari l'interes, la retenció i la comissió de
*>tots els anys del compte, i com que rcQ no avança, la nit següent
*>tornava a passar la mateixa projecció sencera. Ara s'hi passa només
*>l'any de pla que s'abona: l'any n es liquida a l'aniversari n de
*>rcDataObertura (el calendari de CONCILIACIO-SALDOS). Una execució
*>comptabilitza els anys amb aniversari posterior a la data de procés
*>de la comptabilització anterior i fins a la seva, de manera que un
*>aniversari en dia sense execució es passa l'endemà; la primera
*>execució, només els del mateix dia. COMPTCTL canvia de clau: compte +
*>data d'obertura del termini + any de pla, perquè cap any de cap
*>termini no es comptabilitzi mai dues vegades (cal començar amb un
*>COMPTCTL nou), i hi guarda a més les dues darreres dates de procés
*>comptabilitzades (un "R" o una represa del mateix dia fa servir la
*>mateixa finestra que la "P"). Una execució avortada s'ha de rellançar
*>amb la mateixa data de procés. DIARICOMPT porta al final l'any de pla
*>de cada assentament. Un compte sense data d'obertura no es pot
*>comptabilitzar: es compta al control i dóna codi de retorn 4. En mode
*>"R" la data d'obertura es llegeix de MESTRECTA (accés dinàmic), i una
*>represa que saltaria un any pendent de comptabilitzar es recalcula des
*>de l'any 1. A més, RUNCTL registra el mode de l'execució en el nom del
*>programa ("HELLO-WORLD-P", "HELLO-WORLD-R", "HELLO-WORLD-S", ...),
*>perquè CONTROL-PAS no prengui una cotització del mateix dia per
*>l'execució de producció.

*>2029-09: en mode "R" el compte reintentat es llegeix de MESTRECTA
*>abans de validar-lo i, si té producte i no té condicions pròpies, en
*>pren les condicions vigents de PRODUCTES, com en mode "P": un compte
*>rebutjat amb R012 i reintentat un cop donat d'alta el producte ja es
*>calcula amb les condicions del producte, i si el producte encara no
*>hi és torna a sortir amb R012.

IDENTIFICATION DIVISION.
PROGRAM-ID. HELLO-WORLD.
ENVIRONMENT DIVISION.
        FILE STATUS IS estatParametres.
    SELECT fitxerMestre ASSIGN TO "MESTRECTA"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rcIdCompte
        ALTERNATE RECORD KEY IS rcIdClient WITH DUPLICATES
        FILE STATUS IS estatMestre.
    SELECT OPTIONAL fitxerTipusCanvi ASSIGN TO "TIPUSCANVI"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatTipusCanvi.
    SELECT fitxerControlSequencies ASSIGN TO "CTLSEQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS sqTipusFitxer
        FILE STATUS IS estatControlSequencies.
    SELECT fitxerPosicions ASSIGN TO "POSICIONS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS posIdCompte
        FILE STATUS IS estatPosicions.
    SELECT fitxerHistoricPosicions ASSIGN TO "HISTPOS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS hisClau
        FILE STATUS IS estatHistoric.
    SELECT fitxerSubtotalsClient ASSIGN TO "SUBTCLI"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
    SELECT fitxerEstres ASSIGN TO "ESTRES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatEstres.
    SELECT fitxerPenalitzacions ASSIGN TO "PENALCAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatPenalitzacions.
    SELECT OPTIONAL fitxerMoviments ASSIGN TO "MOVIMENTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatMoviments.
    SELECT fitxerControlExecucions ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatControlExecucions.
    SELECT OPTIONAL fitxerProductes ASSIGN TO "PRODUCTES"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS prdIdProducte
        FILE STATUS IS estatProductes.
    SELECT fitxerReglesComptables ASSIGN TO "REGLESCOMPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatReglesComptables.
    SELECT fitxerDiariComptable ASSIGN TO "DIARICOMPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatDiariComptable.
    SELECT fitxerComptabilitzats ASSIGN TO "COMPTCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ctClau
        FILE STATUS IS estatComptabilitzats.
    SELECT fitxerInforme ASSIGN TO "INFORME"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatInforme.
    05  rpInflacio  PIC 9V99.       *>inflació anual en tant per 1 (1.02 = 2%); 0 vol dir "sense inflació"
    05  rpTaulaInflacioGrp.
        10  rpTaulaInflacio OCCURS 50 TIMES PIC 9V99.  *>inflació pròpia de cada any; 0 vol dir "fes servir rpInflacio"
    05  rpAnyCancelacio PIC 99.     *>mode "C": any al final del qual es cancel.la el pla (1 a rpAnys - 1)
FD  fitxerMestre.
01  registreCompte.
    05  rcIdCompte  PIC X(10).
    05  rcDivisa    PIC X(03).      *>divisa del compte; en blanc vol dir EUR
    05  rcTaulaInteresGrp.
        10  rcTaulaInteres OCCURS 50 TIMES PIC 9V99.
    05  rcIdProducte PIC X(06).     *>producte del compte, de PRODUCTES; en blanc, el compte porta les seves condicions
    05  rcCondicionsPropies PIC X(01).  *>"S" si el compte té condicions pròpies i no s'han de prendre del producte
        88  rcAmbCondicionsPropies VALUE "S".
    05  rcDataObertura PIC 9(08).   *>data d'obertura del pla (AAAAMMDD); la fa servir VENCIMENTS-CARTERA
FD  fitxerProductes.
01  registreProducte.               *>mateix traçat que PRODUCTES al programa MANTENIMENT-PRODUCTES; aquí només es llegeix per clau
    05  prdIdProducte  PIC X(06).
    05  prdDescripcio  PIC X(30).
    05  prdInteres     PIC 9V99.
    05  prdFreq        PIC X(01).
    05  prdRetencio    PIC V99.
    05  prdComissio    PIC 9(4)V99.
    05  prdDivisa      PIC X(03).
    05  prdAnysMin     PIC 99.
    05  prdAnysMax     PIC 99.
    05  prdImportMin   PIC 9(9)V99.
    05  prdImportMax   PIC 9(9)V99.
    05  prdTaulaInteresGrp.
        10  prdTaulaInteres OCCURS 50 TIMES PIC 9V99.
FD  fitxerTipusCanvi.
01  registreTipusCanvi.
    05  tcvDivisa   PIC X(03).
    05  tcvTipus    PIC 9(3)V9(6).  *>euros per unitat de la divisa, del dia de l'execució
01  registreCapcaleraCanvi.         *>primer registre de TIPUSCANVI
    05  ccvMarca       PIC X(04).   *>"*HDR"
    05  ccvTipusFitxer PIC X(12).   *>"TIPUSCANVI"
    05  ccvDataNegoci  PIC 9(08).   *>dia dels tipus
    05  ccvSequencia   PIC 9(06).   *>número d'enviament del fitxer
01  registrePeuCanvi.               *>darrer registre de TIPUSCANVI
    05  pcvMarca       PIC X(04).   *>"*TRL"
    05  pcvRegistres   PIC 9(07).   *>registres de tipus (sense capçalera ni peu)
    05  pcvTotalControl PIC 9(11)V9(6).  *>suma de tcvTipus
FD  fitxerControlSequencies.
01  registreControlSequencia.       *>darrer enviament acceptat de cada tipus de fitxer d'entrada; mateix traçat a tots els programes que el fan servir
    05  sqTipusFitxer PIC X(12).
    05  sqSequencia   PIC 9(06).
    05  sqDataNegoci  PIC 9(08).
    05  sqPrograma    PIC X(20).    *>programa que el va acceptar
    05  sqDataProces  PIC 9(08).    *>data de procés en què es va acceptar
FD  fitxerPosicions.
01  registrePosicio.                *>posició vigent de cada compte; l'actualitza el darrer càlcul amb èxit ("P" o "R")
    05  posIdCompte PIC X(10).
    05  posAnys     PIC 99.
    05  posDivisa   PIC X(03).      *>divisa del compte; per als subtotals per divisa de POSICIO-CARTERA
    05  posQFinalEur PIC 9(12)V99.  *>quantitat final convertida a EUR amb el tipus del dia del càlcul
FD  fitxerHistoricPosicions.
01  registreHistoric.               *>foto datada de la posició de cada compte; mateix traçat a EVOLUCIO-POSICIONS i NETEJA-FITXERS
    05  hisClau.
        10  hisIdCompte PIC X(10).
        10  hisData     PIC 9(08).  *>data de procés (AAAAMMDD) de l'execució "P" o "R"
    05  hisRunId    PIC X(14).      *>execució que va deixar la foto
    05  hisQFinal   PIC 9(9)V99.    *>quantitat final en la divisa del compte
    05  hisDivisa   PIC X(03).
    05  hisTipusCanvi PIC 9(3)V9(6).  *>euros per unitat de la divisa aplicats el dia del càlcul
    05  hisQFinalEur PIC 9(12)V99.
    05  hisAnys     PIC 99.         *>condicions amb què s'ha calculat el compte (ja resoltes amb el producte)
    05  hisInteres  PIC 9V99.
    05  hisCapital  PIC 9(9)V99.
    05  hisDiposit  PIC 9(6)V99.
    05  hisFreq     PIC X(01).
    05  hisRetencio PIC V99.
    05  hisComissio PIC 9(4)V99.
    05  hisTaulaInteresGrp.
        10  hisTaulaInteres OCCURS 50 TIMES PIC 9V99.
    05  hisAportacions PIC 9(11)V99.  *>suma de les aportacions de MOVIMENTS del compte, tots els anys
    05  hisRetirades   PIC 9(11)V99.  *>suma de les retirades de MOVIMENTS del compte, tots els anys
FD  fitxerSubtotalsClient.
01  registreSubtotalClient.         *>fitxer de treball d'una execució "P": acumulat per client per als subtotals del resum
    05  sclIdClient PIC X(08).
    05  regAudDivisa    PIC X(03).   *>divisa del compte; al final del registre perquè la conversió dels fitxers vells sigui un simple farciment
    05  regAudCanvi     PIC 9(3)V9(6). *>euros per unitat de la divisa aplicats el dia del càlcul, per poder reproduir la conversió
    05  regAudRunId     PIC X(14).  *>execució (data de procés + hora d'inici) que va deixar el registre
    05  regAudTipusCotitzacio PIC X(01).  *>"C" cancel.lació anticipada (regAudAnys és l'any de cancel.lació); en blanc, cotització a termini
    05  regAudAnysTermini PIC 99.    *>"C": termini contractat del pla
    05  regAudPenBase   PIC X(01).   *>"C": base de la penalització, "S" saldo o "I" interessos bruts
    05  regAudPenPercentatge PIC V9(4).  *>"C": penalització del tram, en tant per 1
    05  regAudPenalitzacio PIC 9(9)V99.
    05  regAudRetCancPercentatge PIC V99.  *>"C": retenció exigible a la cancel.lació segons el tram, en tant per 1
    05  regAudRetCancelacio PIC 9(9)V99.
    05  regAudNetCancelacio PIC 9(9)V99. *>"C": import net a percebre
FD  fitxerRebutjos.
01  registreRebuig.
    05  rbIdCompte  PIC X(10).
    05  veNom          PIC X(20).   *>nom descriptiu de la variant ("BASE", "TIPUS -0,50", ...)
    05  veSigne        PIC X(01).   *>"-" desplaçament a la baixa; qualsevol altre valor, a l'alça
    05  veDesplacament PIC 9V9(4).  *>desplaçament de tipus en tant per 1 (00050 = mig punt)
FD  fitxerPenalitzacions.
01  registrePenalitzacio.           *>un tram per línia, en ordre creixent d'anys transcorreguts
    05  pnAnysFins     PIC 99.      *>el tram s'aplica a les cancel.lacions fins a aquest any (inclòs)
    05  pnBase         PIC X(01).   *>"S" percentatge sobre el saldo, "I" sobre els interessos bruts generats
    05  pnPercentatge  PIC V9(4).   *>penalització en tant per 1 (0150 = 1,5%)
    05  pnRetencio     PIC V99.     *>retenció exigible a la cancel.lació sobre els interessos, en tant per 1; 0 si no n'hi ha
    05  pnDescripcio   PIC X(30).
FD  fitxerMoviments.
01  registreMoviment.
    05  mvIdCompte  PIC X(10).
    05  rceLlegits    PIC 9(07).
    05  rceEscrits    PIC 9(07).
    05  rceRetorn     PIC 99.
FD  fitxerReglesComptables.
01  registreReglaComptable.         *>una regla per concepte i divisa; la divisa en blanc fa de regla per defecte del concepte
    05  rgConcepte     PIC X(03).   *>"INT" interessos bruts, "RET" retenció practicada, "COM" comissió cobrada
    05  rgDivisa       PIC X(03).
    05  rgCompteDeure  PIC X(10).   *>compte del llibre major que es carrega
    05  rgCompteHaver  PIC X(10).   *>compte del llibre major que s'abona
    05  rgDescripcio   PIC X(30).
FD  fitxerDiariComptable.
01  registreDiariComptable.         *>una línia d'assentament; cada assentament són dues línies (deure i haver) del mateix import
    05  djRunId        PIC X(14).   *>execució que va generar l'assentament
    05  djDataProces   PIC 9(08).
    05  djAssentament  PIC 9(07).   *>número d'assentament dins de l'execució
    05  djLinia        PIC 9(01).   *>1 deure, 2 haver
    05  djCompteComptable PIC X(10).
    05  djDeureHaver   PIC X(01).   *>"D" deure, "H" haver
    05  djImport       PIC 9(11)V99.
    05  djDivisa       PIC X(03).
    05  djConcepte     PIC X(03).
    05  djIdCompte     PIC X(10).   *>compte de client que origina l'assentament
    05  djAnyPla       PIC 99.      *>any de pla que s'abona (aniversari de la data d'obertura)
FD  fitxerComptabilitzats.
01  registreComptabilitzat.         *>anys de pla ja comptabilitzats; evita comptabilitzar-ne cap dues vegades
    05  ctClau.
        10  ctIdCompte     PIC X(10).
        10  ctDataObertura PIC 9(08). *>data d'obertura del termini (una renovació en comença un altre)
        10  ctAnyPla       PIC 99.
    05  ctDataProces   PIC 9(08).   *>data de procés en què es va comptabilitzar
    05  ctRunId        PIC X(14).   *>execució que el va comptabilitzar
    05  ctDivisa       PIC X(03).
    05  ctInteres      PIC 9(12)V99.
    05  ctRetencio     PIC 9(12)V99.
    05  ctComissio     PIC 9(12)V99.
01  registreFinestraComptable.      *>registre de control (compte en blanc, data i any a zero): dates de procés comptabilitzades
    05  fcClau         PIC X(20).
    05  fcDataDarrera  PIC 9(08).   *>darrera data de procés que ha comptabilitzat
    05  fcDataAnterior PIC 9(08).   *>la data de procés comptabilitzada abans d'aquesta
    05  FILLER         PIC X(51).
FD  fitxerInforme.
01  liniaInforme PIC X(132).
FD  fitxerExport.
    01 indicadorTreballErroni PIC X(01) VALUE "N".  *>"S" si un fitxer de treball no s'ha pogut obrir: el job falla, no es continua sense checkpoints o moviments
        88 treballErroni VALUE "S".
    01 estatPosicions PIC X(02).   *>file status de POSICIONS; "35" a l'OPEN I-O vol dir que encara no existeix
    01 estatHistoric PIC X(02).    *>file status de HISTPOS; "35" a l'OPEN I-O vol dir que encara no existeix
    01 ixAnyHistoric PIC 99.       *>índex de treball per sumar els moviments del compte a la foto de HISTPOS
    01 estatProductes PIC X(02).   *>file status de PRODUCTES; fitxer opcional ("05" si encara no n'hi ha cap)
    01 indicadorProducteInexistent PIC X(01) VALUE "N".  *>"S" si el compte en curs apunta a un producte que no és a PRODUCTES
        88 producteInexistent VALUE "S".
    01 estatSubtotals PIC X(02).   *>file status de SUBTCLI; diferent de "00" a l'OPEN vol dir que no es pot acumular per client
    01 idClientCompte PIC X(08).   *>client propietari del compte que s'està processant (mode cartera)
    01 indicadorFiSubtotals PIC X(01) VALUE "N".
    01 diferenciaEscenari PIC S9(12)V99. *>quantitat final de l'escenari menys la del primer (base)
    01 totalAportatCompte PIC S9(12)V99. *>aportacions totals (periòdiques i moviments nets) del compte o escenari en curs
    01 totalInteresCompte PIC 9(12)V99.  *>interes brut total generat pel compte o escenari en curs
    01 totalRetencioCompte PIC 9(12)V99. *>retenció total practicada al compte en curs
    01 totalComissioCompte PIC 9(12)V99. *>comissió total cobrada al compte en curs
    01 comissioEfectiva PIC 9(9)V99.     *>comissió realment cobrada l'any en curs (el saldo sencer si no hi arriba)
    01 estatTipusCanvi PIC X(02).  *>file status de TIPUSCANVI; fitxer opcional, "05" a l'OPEN vol dir que no n'hi ha (només es poden processar comptes EUR)
    01 indicadorFiTipusCanvi PIC X(01) VALUE "N".
        88 fiTipusCanvi VALUE "S".
    01 indicadorCanvisErronis PIC X(01) VALUE "N".  *>"S" si TIPUSCANVI té un registre mal construït o més divises que posicions: el job falla
        88 canvisErronis VALUE "S".
    01 indicadorCapcaleraCanvi PIC X(01) VALUE "N".  *>"S" quan ja s'ha llegit el primer registre de TIPUSCANVI
        88 capcaleraCanviLlegida VALUE "S".
    01 indicadorPeuCanvi PIC X(01) VALUE "N".
        88 peuCanviLlegit VALUE "S".
    01 registresCanvi PIC 9(07) VALUE 0.      *>registres de tipus llegits, per quadrar amb el peu
    01 totalControlCanvi PIC 9(11)V9(6) VALUE 0.  *>suma de tcvTipus, per quadrar amb el peu
    01 registresPeuCanvi PIC 9(07) VALUE 0.
    01 totalPeuCanvi PIC 9(11)V9(6) VALUE 0.
    01 estatControlSequencies PIC X(02).  *>file status de CTLSEQ; "35" a l'OPEN vol dir que encara no existeix
    01 sequenciaCanvi PIC 9(06) VALUE 0.      *>seqüència de la capçalera de TIPUSCANVI
    01 dataNegociCanvi PIC 9(08) VALUE 0.     *>dia dels tipus segons la capçalera
    01 sequenciaAnteriorCanvi PIC 9(06) VALUE 0.   *>darrera seqüència de TIPUSCANVI acceptada segons CTLSEQ
    01 dataNegociAnteriorCanvi PIC 9(08) VALUE 0.  *>dia de la darrera seqüència acceptada
    01 nombreTipusCanvi PIC 99 VALUE 0.  *>divises carregades de TIPUSCANVI
    01 taulaTipusCanvi.
        05 entradaTipusCanvi OCCURS 20 TIMES.
            10 etdDivisa PIC X(03).
            10 etdTotal PIC 9(12)V99.
            10 etdComptes PIC 9(05).
            10 etdConcepte OCCURS 3 TIMES.  *>1 interessos, 2 retenció, 3 comissió (vegeu taulaConceptes)
                15 etdExecucio PIC 9(12)V99.        *>import calculat per l'execució
                15 etdJaComptabilitzat PIC 9(12)V99. *>part de comptes que ja eren a COMPTCTL
                15 etdDiari PIC 9(12)V99.           *>part escrita ara a DIARICOMPT
            10 etdDeure PIC 9(13)V99.      *>total de línies de deure escrites al diari
            10 etdHaver PIC 9(13)V99.      *>total de línies d'haver escrites al diari
    01 ixTotalDivisa PIC 99.       *>índex de treball sobre taulaTotalsDivisa
    01 qConvertitEur PIC 9(12)V99. *>quantitat final del compte en curs convertida a EUR
    01 estatEstres PIC X(02).      *>file status de ESTRES; diferent de "00" a l'OPEN en mode "T" vol dir que no es pot obrir
        05 tmpMinim PIC 9(12)V99.
        05 tmpMaxim PIC 9(12)V99.
        05 tmpOscilacio PIC 9(12)V99.
    01 estatPenalitzacions PIC X(02).  *>file status de PENALCAN; diferent de "00" a l'OPEN en mode "C" vol dir que no es pot cotitzar
    01 indicadorFiPenalitzacions PIC X(01) VALUE "N".
        88 fiPenalitzacions VALUE "S".
    01 indicadorPenalitzacionsErronies PIC X(01) VALUE "N".  *>"S" si PENALCAN té un tram mal construït, fora d'ordre o massa trams
        88 penalitzacionsErronies VALUE "S".
    01 indicadorModeCancelacio PIC X(01) VALUE "N".  *>"S" en mode "C": calcularCompte liquida la cancel.lació abans de l'auditoria
        88 modeCancelacio VALUE "S".
    01 nombreTramsPenalitzacio PIC 99 VALUE 0.  *>trams carregats de PENALCAN
    01 taulaPenalitzacions.
        05 entradaTramPenalitzacio OCCURS 20 TIMES.
            10 etpAnysFins PIC 99.
            10 etpBase PIC X(01).
            10 etpPercentatge PIC V9(4).
            10 etpRetencio PIC V99.
    01 ixTramPenalitzacio PIC 99.  *>índex de treball sobre taulaPenalitzacions
    01 ixTramAplicat PIC 99.       *>tram que correspon a l'any de cancel.lació; 0 si no n'hi ha cap
    01 anyCancelacio PIC 99.       *>any al final del qual es cancel.la el pla
    01 anysTermini PIC 99.         *>termini contractat del pla que es cancel.la
    01 basePenalitzacio PIC X(01). *>base de la penalització del tram aplicat
        88 penalitzacioSobreSaldo VALUE "S".
        88 penalitzacioSobreInteressos VALUE "I".
    01 percentatgePenalitzacio PIC V9(4).    *>penalització del tram aplicat, en tant per 1
    01 percentatgeRetCancelacio PIC V99.     *>retenció exigible del tram aplicat, en tant per 1
    01 importPenalitzacio PIC 9(9)V99.
    01 retencioCancelacioSigne PIC S9(12)V99. *>retenció exigible abans de descomptar-ne la ja practicada; amb signe per no perdre el negatiu
    01 importRetCancelacio PIC 9(9)V99.
    01 importNetCancelacio PIC 9(9)V99.
    01 estatMoviments PIC X(02).   *>file status de MOVIMENTS; fitxer opcional, "05" a l'OPEN vol dir que no n'hi ha
    01 indicadorFiMoviments PIC X(01) VALUE "N".
        88 fiMoviments VALUE "S".
    01 movNet PIC S9(10)V99.        *>moviment net (aportacions - retirades) de l'any en curs
    01 indicadorRetiradaExcessiva PIC X(01) VALUE "N".  *>"S" si una retirada deixaria el saldo simulat en negatiu
        88 retiradaExcessivaProjectada VALUE "S".
    01 estatReglesComptables PIC X(02).  *>file status de REGLESCOMPT; diferent de "00" a l'OPEN en mode "P"/"R" vol dir que no es pot comptabilitzar
    01 estatDiariComptable PIC X(02).    *>file status de DIARICOMPT; "35" a l'OPEN EXTEND vol dir que encara no existeix
    01 estatComptabilitzats PIC X(02).   *>file status de COMPTCTL; "35" a l'OPEN I-O vol dir que encara no existeix
    01 indicadorFiRegles PIC X(01) VALUE "N".
        88 fiRegles VALUE "S".
    01 indicadorReglesErronies PIC X(01) VALUE "N".  *>"S" si REGLESCOMPT té una regla mal construïda, massa regles o li falta una regla per defecte
        88 reglesErronies VALUE "S".
    01 indicadorComptabilitatOberta PIC X(01) VALUE "N".  *>"S" mentre DIARICOMPT i COMPTCTL són oberts
        88 comptabilitatOberta VALUE "S".
    01 indicadorDesquadrament PIC X(01) VALUE "N".  *>"S" si el control de comptabilització no quadra
        88 comptabilitatDesquadrada VALUE "S".
    01 nombreRegles PIC 99 VALUE 0.      *>regles carregades de REGLESCOMPT
    01 taulaReglesComptables.
        05 entradaRegla OCCURS 30 TIMES.
            10 ergConcepte PIC X(03).
            10 ergDivisa PIC X(03).
            10 ergCompteDeure PIC X(10).
            10 ergCompteHaver PIC X(10).
    01 ixRegla PIC 99.             *>índex de treball sobre taulaReglesComptables
    01 ixReglaDivisa PIC 99.       *>regla trobada per a la divisa del compte; 0 si no n'hi ha
    01 ixReglaDefecte PIC 99.      *>regla per defecte (divisa en blanc) del concepte; 0 si no n'hi ha
    01 taulaConceptesValors PIC X(09) VALUE "INTRETCOM".
    01 taulaConceptes REDEFINES taulaConceptesValors.
        05 nomConcepte OCCURS 3 TIMES PIC X(03).
    01 ixConcepte PIC 9.           *>índex de treball sobre els conceptes comptables
    01 importsConcepteCompte.      *>imports del compte en curs per concepte, en l'ordre de taulaConceptes
        05 importConcepte OCCURS 3 TIMES PIC 9(12)V99.
    01 numAssentament PIC 9(07) VALUE 0.   *>assentaments escrits a DIARICOMPT per l'execució
    01 comptesComptabilitzats PIC 9(05) VALUE 0.  *>anys de pla comptabilitzats per l'execució
    01 comptesJaComptabilitzats PIC 9(05) VALUE 0. *>anys de pla de l'execució que ja eren a COMPTCTL
    01 programaExecucio PIC X(20) VALUE SPACES.  *>nom amb què es registra l'execució a RUNCTL: "HELLO-WORLD-" + mode
    01 comptesSenseObertura PIC 9(05) VALUE 0.   *>comptes calculats sense data d'obertura: no tenen calendari per comptabilitzar
    01 dataDesdeComptable PIC 9(08) VALUE 0.     *>es comptabilitzen els aniversaris posteriors a aquesta data i fins a la de procés
    01 dataDesdeDesglossada REDEFINES dataDesdeComptable.
        05 dataDesdeAny PIC 9(04).
        05 dataDesdeMesDia PIC 9(04).
    01 dataProcesComptable PIC 9(08) VALUE 0.    *>data de procés, per desglossar-la en any i mes-dia
    01 dataProcesDesglossada REDEFINES dataProcesComptable.
        05 dataProcesAny PIC 9(04).
        05 dataProcesMesDia PIC 9(04).
    01 dataObertCompte PIC 9(08) VALUE 0.        *>data d'obertura del compte en curs; 0 si no en té
    01 dataObertDesglossada REDEFINES dataObertCompte.
        05 dataObertAny PIC 9(04).
        05 dataObertMesDia PIC 9(04).
    01 anysLiquidatsDesde PIC S9(04).  *>anys de pla liquidats a dataDesdeComptable
    01 anysLiquidatsFins PIC S9(04).   *>anys de pla liquidats a la data de procés
    01 anyComptInici PIC 99 VALUE 0.   *>primer any de pla que toca comptabilitzar al compte en curs; 0 si cap
    01 anyComptFi PIC 99 VALUE 0.      *>darrer any de pla que toca comptabilitzar al compte en curs
    01 anyComptable PIC 99.            *>índex de treball sobre els anys que es comptabilitzen
    01 importsAnysCompte.              *>interes, retenció i comissió de cada any calculat del compte en curs
        05 importsAny OCCURS 50 TIMES.
            10 iaInteres PIC 9(12)V99.
            10 iaRetencio PIC 9(12)V99.
            10 iaComissio PIC 9(12)V99.
    01 diferenciaControl PIC S9(13)V99.    *>import de l'execució - ja comptabilitzat - diari, per concepte i divisa
    01 estatInforme PIC X(02).     *>file status de INFORME; diferent de "00" a l'OPEN vol dir que no es pot crear
    01 estatExport PIC X(02).      *>file status de EXPORT; diferent de "00" a l'OPEN vol dir que no es pot crear
    01 numPagina PIC 9(04) VALUE 0.       *>pàgina en curs de l'informe
        05 FILLER PIC X(06) VALUE " EUR (".
        05 subComptesClient PIC ZZZZ9.
        05 FILLER PIC X(09) VALUE " COMPTES)".
    01 liniaTitolControl PIC X(40) VALUE "CONTROL DE COMPTABILITZACIO".
    01 capcaleraControl.
        05 FILLER PIC X(13) VALUE "DIV    CONC. ".
        05 FILLER PIC X(16) VALUE " IMPORT EXECUCIO".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(16) VALUE "JA COMPTABILITZ.".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(16) VALUE "        AL DIARI".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(17) VALUE "       DIFERENCIA".
    01 liniaControlConcepte.
        05 ctlDivisa PIC X(03).
        05 FILLER PIC X(04) VALUE SPACES.
        05 ctlConcepte PIC X(03).
        05 FILLER PIC X(03) VALUE SPACES.
        05 ctlExecucio PIC Z(12)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 ctlJaComptabilitzat PIC Z(12)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 ctlDiari PIC Z(12)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 ctlDiferencia PIC -Z(12)9.99.
    01 liniaControlQuadre.
        05 FILLER PIC X(07) VALUE "DIVISA ".
        05 ctqDivisa PIC X(03).
        05 FILLER PIC X(10) VALUE "  DEURE : ".
        05 ctqDeure PIC Z(12)9.99.
        05 FILLER PIC X(10) VALUE "  HAVER : ".
        05 ctqHaver PIC Z(12)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 ctqEstat PIC X(10).
    01 liniaComptesComptabilitzats.
        05 FILLER PIC X(26) VALUE "ANYS COMPTABILITZATS  . : ".
        05 infComptesComptabilitzats PIC ZZZZ9.
    01 liniaComptesJaComptabilitzats.
        05 FILLER PIC X(26) VALUE "JA COMPTABILITZATS  . . : ".
        05 infComptesJaComptabilitzats PIC ZZZZ9.
    01 liniaComptesSenseObertura.
        05 FILLER PIC X(26) VALUE "COMPTES SENSE OBERTURA  : ".
        05 infComptesSenseObertura PIC ZZZZ9.
    01 liniaFinestraComptable.
        05 FILLER PIC X(26) VALUE "ANIVERSARIS POSTERIORS A ".
        05 infDataDesdeComptable PIC 9(08).
        05 FILLER PIC X(10) VALUE " I FINS A ".
        05 infDataFinsComptable PIC 9(08).
    01 liniaAssentamentsDiari.
        05 FILLER PIC X(26) VALUE "ASSENTAMENTS AL DIARI . : ".
        05 infAssentamentsDiari PIC ZZZZZZ9.
    01 liniaControlDesquadrat PIC X(60) VALUE
        "  ** EL DIARI NO QUADRA: NO S'HA DE TRASPASSAR AL MAJOR **".
    01 liniaTitolRetirada PIC X(40) VALUE "PLA DE RETIRADES (DESACUMULACIO)".
    01 liniaRetiradaAnual.
        05 FILLER PIC X(30) VALUE "RETIRADA ANUAL  . . . . . . : ".
        05 FILLER PIC X(30) VALUE "OBJECTIU: CAPITAL PER A . . : ".
        05 objAnysDurada PIC Z9.
        05 FILLER PIC X(05) VALUE " ANYS".
    01 liniaTitolCancelacio PIC X(40) VALUE "COTITZACIO DE CANCEL.LACIO ANTICIPADA".
    01 liniaTerminiCancelacio.
        05 FILLER PIC X(30) VALUE "TERMINI CONTRACTAT  . . . . : ".
        05 canAnysTermini PIC Z9.
        05 FILLER PIC X(05) VALUE " ANYS".
    01 liniaAnyCancelacio.
        05 FILLER PIC X(30) VALUE "ANY DE CANCEL.LACIO . . . . : ".
        05 canAnyCancelacio PIC Z9.
    01 liniaTramPenalitzacio.
        05 FILLER PIC X(30) VALUE "PENALITZACIO DEL TRAM . . . : ".
        05 canPercentatge PIC ZZ9.99.
        05 FILLER PIC X(09) VALUE " % SOBRE ".
        05 canBase PIC X(20).
        05 FILLER PIC X(13) VALUE "  RETENCIO : ".
        05 canRetencio PIC Z9.
        05 FILLER PIC X(02) VALUE " %".
    01 liniaSensePenalitzacio PIC X(62) VALUE
        "  (CAP TRAM DE PENALCAN PER A AQUEST ANY: SENSE PENALITZACIO)".
    01 liniaLiquidacioCancelacio.
        05 canConcepte PIC X(30).
        05 canImport PIC Z(11)9.99.
        05 FILLER PIC X(01) VALUE SPACE.
        05 canDivisa PIC X(03).
    01 liniaTitolObjectiu PIC X(40) VALUE "CALCUL PER OBJECTIU (CERCA INVERSA)".
    01 liniaObjectiu.
        05 FILLER PIC X(30) VALUE "OBJECTIU DE QUANTITAT FINAL : ".
            PERFORM processarReintents THRU processarReintents-Fi
        WHEN "J"
            PERFORM processarRetirada THRU processarRetirada-Fi
        WHEN "C"
            PERFORM processarCancelacio THRU processarCancelacio-Fi
        WHEN OTHER
            PERFORM carregarCompteUnic THRU carregarCompteUnic-Fi
            PERFORM validarParametres THRU validarParametres-Fi
*>i codi de retorn final. S'executa sempre, també quan el programa
*>acaba en error, perquè el quadern d'explotació del matí sigui complet.
registrarExecucio.
    MOVE "HELLO-WORLD" TO programaExecucio.
    IF idExecucio = SPACES
        *>el programa ha caigut abans de llegir PARMIN: es registra amb la data i l'hora del sistema
        ACCEPT dataActual FROM DATE YYYYMMDD
        STRING dataActual DELIMITED BY SIZE
            horaActualHHMMSS DELIMITED BY SIZE
            INTO idExecucio
    ELSE
        EVALUATE rpMode
            WHEN "P"
            WHEN "E"
            WHEN "T"
            WHEN "O"
            WHEN "R"
            WHEN "J"
            WHEN "C"
                STRING "HELLO-WORLD-" DELIMITED BY SIZE
                    rpMode DELIMITED BY SIZE
                    INTO programaExecucio
            WHEN OTHER
                MOVE "HELLO-WORLD-S" TO programaExecucio
        END-EVALUATE
    END-IF.
    OPEN EXTEND fitxerControlExecucions.
    IF estatControlExecucions = "35"
        GO TO registrarExecucio-Fi
    END-IF.
    MOVE idExecucio TO rceRunId.
    MOVE programaExecucio TO rcePrograma.
    MOVE dataActual TO rceDataProces.
    COMPUTE rceLlegits = comptesProcessats + comptesOmesos.
    MOVE comptesProcessats TO rceEscrits.
        MOVE 8 TO RETURN-CODE
        GO TO processarCartera-Fi
    END-IF.
    PERFORM obrirHistoric THRU obrirHistoric-Fi.
    IF estatHistoric <> "00"
        CLOSE fitxerSubtotalsClient
        CLOSE fitxerPosicions
        MOVE 8 TO RETURN-CODE
        GO TO processarCartera-Fi
    END-IF.
    PERFORM obrirProductes THRU obrirProductes-Fi.
    IF estatProductes <> "00" AND estatProductes <> "05"
        CLOSE fitxerSubtotalsClient
        CLOSE fitxerPosicions
        CLOSE fitxerHistoricPosicions
        MOVE 8 TO RETURN-CODE
        GO TO processarCartera-Fi
    END-IF.
    PERFORM obrirComptabilitat THRU obrirComptabilitat-Fi.
    IF NOT comptabilitatOberta
        CLOSE fitxerSubtotalsClient
        CLOSE fitxerPosicions
        CLOSE fitxerHistoricPosicions
        CLOSE fitxerProductes
        MOVE 8 TO RETURN-CODE
        GO TO processarCartera-Fi
    END-IF.
    OPEN INPUT fitxerMestre.
    IF estatMestre <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir MESTRECTA (file status "
            PERFORM imprimirResumCartera THRU imprimirResumCartera-Fi
            PERFORM imprimirSubtotalsClients
                THRU imprimirSubtotalsClients-Fi
            PERFORM imprimirControlComptable
                THRU imprimirControlComptable-Fi
            IF carteraAmbRebutjos
                DISPLAY " ATENCIO: un o mes comptes s'han omes per parametres no vàlids (vegeu REBUTJOS)"
                MOVE 4 TO RETURN-CODE
            END-IF
            IF comptesSenseObertura > 0
                DISPLAY " ATENCIO: un o mes comptes sense data d'obertura no s'han comptabilitzat"
                MOVE 4 TO RETURN-CODE
            END-IF
            IF comptabilitatDesquadrada
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.
    CLOSE fitxerSubtotalsClient.
    CLOSE fitxerPosicions.
    CLOSE fitxerHistoricPosicions.
    CLOSE fitxerProductes.
    PERFORM tancarComptabilitat THRU tancarComptabilitat-Fi.
processarCartera-Fi.
    EXIT.

obrirPosicions-Fi.
    EXIT.

*>Obre el fitxer d'històric de posicions en I-O, creant-lo si encara no
*>existeix, igual que obrirPosicions.
obrirHistoric.
    OPEN I-O fitxerHistoricPosicions.
    IF estatHistoric = "35"
        OPEN OUTPUT fitxerHistoricPosicions
        CLOSE fitxerHistoricPosicions
        OPEN I-O fitxerHistoricPosicions
    END-IF.
    IF estatHistoric <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir HISTPOS (file status "
            estatHistoric ")"
    END-IF.
obrirHistoric-Fi.
    EXIT.

*>Obre el mestre de productes per llegir-lo per clau. És opcional: un
*>mestre de comptes sense cap compte assignat a producte s'ha de poder
*>calcular encara que PRODUCTES no existeixi ("05"); si hi ha comptes
*>amb producte, cada un es rebutjarà amb R012.
obrirProductes.
    OPEN INPUT fitxerProductes.
    IF estatProductes <> "00" AND estatProductes <> "05"
        DISPLAY "ERROR: no s'ha pogut obrir PRODUCTES (file status "
            estatProductes ")"
    END-IF.
obrirProductes-Fi.
    EXIT.

*>Si el compte que s'acaba de llegir de MESTRECTA té producte i no té
*>condicions pròpies, substitueix les condicions de treball (interes,
*>taula, freqüència, retenció, comissió i divisa) per les vigents del
*>producte. Un producte que no és a PRODUCTES deixa
*>producteInexistent a "S" perquè la validació rebutgi el compte (R012).
aplicarCondicionsProducte.
    MOVE "N" TO indicadorProducteInexistent.
    IF rcIdProducte = SPACES OR rcAmbCondicionsPropies
        GO TO aplicarCondicionsProducte-Fi
    END-IF.
    MOVE rcIdProducte TO prdIdProducte.
    READ fitxerProductes
        INVALID KEY
            SET producteInexistent TO TRUE
        NOT INVALID KEY
            MOVE prdInteres TO interes
            MOVE prdFreq TO freqComp
            MOVE prdRetencio TO retencioFiscal
            MOVE prdComissio TO comissioAnual
            MOVE prdDivisa TO divisaCompte
            MOVE prdTaulaInteresGrp TO taulaInteres
    END-READ.
aplicarCondicionsProducte-Fi.
    EXIT.

*>Escriu o actualitza a POSICIONS la posició del compte que s'acaba de
*>calcular: data de procés, quantitat final (en la divisa del compte i
*>convertida a EUR, amb el tipus del dia que acumularTotalDivisa acaba
actualitzarPosicio-Fi.
    EXIT.

*>Deixa a HISTPOS la foto datada del compte que s'acaba de calcular:
*>la mateixa posició que actualitzarPosicio, el tipus de canvi del dia,
*>les condicions de treball amb què s'ha calculat i el total
*>d'aportacions i retirades de MOVIMENTS, perquè EVOLUCIO-POSICIONS
*>pugui atribuir la variació entre dues dates a un motiu. Si el compte
*>ja té foto d'aquesta data (un "R" després del "P" del dia), se
*>substitueix.
escriureHistoricPosicio.
    MOVE idCompte TO hisIdCompte.
    MOVE dataActual TO hisData.
    MOVE idExecucio TO hisRunId.
    MOVE Q TO hisQFinal.
    MOVE divisaCompte TO hisDivisa.
    MOVE tipusCanviCompte TO hisTipusCanvi.
    MOVE qConvertitEur TO hisQFinalEur.
    MOVE nreAnys TO hisAnys.
    MOVE interes TO hisInteres.
    MOVE qPrincipalOriginal TO hisCapital.
    MOVE dipositAnual TO hisDiposit.
    MOVE freqComp TO hisFreq.
    MOVE retencioFiscal TO hisRetencio.
    MOVE comissioAnual TO hisComissio.
    MOVE taulaInteres TO hisTaulaInteresGrp.
    MOVE 0 TO hisAportacions.
    MOVE 0 TO hisRetirades.
    PERFORM sumarMovimentHistoric THRU sumarMovimentHistoric-Fi
        VARYING ixAnyHistoric FROM 1 BY 1 UNTIL ixAnyHistoric > 50.
    WRITE registreHistoric
        INVALID KEY
            REWRITE registreHistoric
    END-WRITE.
escriureHistoricPosicio-Fi.
    EXIT.

sumarMovimentHistoric.
    ADD movAportacioAny (ixAnyHistoric) TO hisAportacions.
    ADD movRetiradaAny (ixAnyHistoric) TO hisRetirades.
sumarMovimentHistoric-Fi.
    EXIT.

*>Llegeix un registre del mestre i, si els paràmetres són vàlids, el
*>calcula i l'afegeix al total; si no, l'omet i ho avisa per pantalla.
llegirIProcessarCompte.
    READ fitxerMestre NEXT RECORD INTO registreCompte
        AT END
            SET fiCartera TO TRUE
        NOT AT END
            MOVE rcComissio TO comissioAnual
            MOVE rcDivisa TO divisaCompte
            MOVE rcTaulaInteresGrp TO taulaInteres
            PERFORM aplicarCondicionsProducte
                THRU aplicarCondicionsProducte-Fi
            PERFORM determinarPeriodes THRU determinarPeriodes-Fi
            PERFORM carregarMovimentsCompte THRU carregarMovimentsCompte-Fi
            PERFORM validarParametres THRU validarParametres-Fi
                ADD 1 TO comptesOmesos
                PERFORM escriureRebuig THRU escriureRebuig-Fi
            ELSE
                MOVE rcDataObertura TO dataObertCompte
                PERFORM determinarAnysComptables
                    THRU determinarAnysComptables-Fi
                PERFORM calcularCompte THRU calcularCompte-Fi
                ADD Q TO totalCartera
                ADD 1 TO comptesProcessats
                PERFORM acumularTotalDivisa THRU acumularTotalDivisa-Fi
                PERFORM comptabilitzarCompte THRU comptabilitzarCompte-Fi
                PERFORM actualitzarPosicio THRU actualitzarPosicio-Fi
                PERFORM escriureHistoricPosicio
                    THRU escriureHistoricPosicio-Fi
                PERFORM acumularSubtotalClient
                    THRU acumularSubtotalClient-Fi
            END-IF
        MOVE divisaCompte TO etdDivisa (ixTotalDivisa)
        MOVE 0 TO etdTotal (ixTotalDivisa)
        MOVE 0 TO etdComptes (ixTotalDivisa)
        MOVE 0 TO etdDeure (ixTotalDivisa)
        MOVE 0 TO etdHaver (ixTotalDivisa)
        PERFORM inicialitzarConcepteDivisa
            THRU inicialitzarConcepteDivisa-Fi
            VARYING ixConcepte FROM 1 BY 1 UNTIL ixConcepte > 3
    END-IF.
    ADD Q TO etdTotal (ixTotalDivisa).
    ADD 1 TO etdComptes (ixTotalDivisa).
verificarTotalDivisa-Fi.
    EXIT.

inicialitzarConcepteDivisa.
    MOVE 0 TO etdExecucio (ixTotalDivisa, ixConcepte).
    MOVE 0 TO etdJaComptabilitzat (ixTotalDivisa, ixConcepte).
    MOVE 0 TO etdDiari (ixTotalDivisa, ixConcepte).
inicialitzarConcepteDivisa-Fi.
    EXIT.

*>Acumula la quantitat final del compte que s'acaba de calcular,
*>convertida a EUR (un client pot tenir comptes en divises diferents),
*>al subtotal del seu client, al fitxer de treball SUBTCLI (clau
llegirIImprimirSubtotal-Fi.
    EXIT.

*>Prepara la comptabilització d'una execució "P" o "R": carrega les
*>regles de REGLESCOMPT, obre el diari DIARICOMPT per afegir-hi els
*>assentaments de l'execució i el fitxer de comptes comptabilitzats
*>COMPTCTL (creant-los si encara no existeixen). Sense regles vàlides
*>no es calcula res: un diari amb comptes sense comptabilitzar
*>obligaria a passar a mà una part de la cartera al major.
obrirComptabilitat.
    MOVE "N" TO indicadorComptabilitatOberta.
    MOVE "N" TO indicadorDesquadrament.
    MOVE 0 TO numAssentament.
    MOVE 0 TO comptesComptabilitzats.
    MOVE 0 TO comptesJaComptabilitzats.
    MOVE 0 TO comptesSenseObertura.
    PERFORM carregarReglesComptables THRU carregarReglesComptables-Fi.
    IF reglesErronies
        GO TO obrirComptabilitat-Fi
    END-IF.
    OPEN EXTEND fitxerDiariComptable.
    IF estatDiariComptable = "35"
        OPEN OUTPUT fitxerDiariComptable
    END-IF.
    IF estatDiariComptable <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir DIARICOMPT (file status "
            estatDiariComptable ")"
        GO TO obrirComptabilitat-Fi
    END-IF.
    OPEN I-O fitxerComptabilitzats.
    IF estatComptabilitzats = "35"
        OPEN OUTPUT fitxerComptabilitzats
        CLOSE fitxerComptabilitzats
        OPEN I-O fitxerComptabilitzats
    END-IF.
    IF estatComptabilitzats <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir COMPTCTL (file status "
            estatComptabilitzats ")"
        CLOSE fitxerDiariComptable
        GO TO obrirComptabilitat-Fi
    END-IF.
    PERFORM determinarFinestraComptable
        THRU determinarFinestraComptable-Fi.
    IF estatComptabilitzats <> "00"
        DISPLAY "ERROR: no s'ha pogut registrar la data de procés a "
            "COMPTCTL (file status " estatComptabilitzats ")"
        CLOSE fitxerDiariComptable
        CLOSE fitxerComptabilitzats
        GO TO obrirComptabilitat-Fi
    END-IF.
    SET comptabilitatOberta TO TRUE.
obrirComptabilitat-Fi.
    EXIT.

*>Determina quins aniversaris comptabilitza l'execució: els posteriors
*>a dataDesdeComptable i fins a la data de procés. El registre de
*>control de COMPTCTL guarda les dues darreres dates de procés que han
*>comptabilitzat: una data nova comença on va acabar l'anterior (un
*>aniversari en un dia sense execució es passa l'endemà) i la mateixa
*>data ("R" després de la "P", o una represa) torna a fer servir la
*>finestra que ja tenia, de manera que COMPTCTL decideix què falta.
*>Sense registre de control (primera execució), o amb una data anterior
*>a la darrera, només es comptabilitzen els aniversaris del mateix dia.
determinarFinestraComptable.
    MOVE dataActual TO dataProcesComptable.
    MOVE SPACES TO ctIdCompte.
    MOVE 0 TO ctDataObertura.
    MOVE 0 TO ctAnyPla.
    READ fitxerComptabilitzats
        INVALID KEY
            COMPUTE dataDesdeComptable = dataActual - 1
            MOVE SPACES TO registreFinestraComptable
            MOVE SPACES TO ctIdCompte
            MOVE 0 TO ctDataObertura
            MOVE 0 TO ctAnyPla
            MOVE dataActual TO fcDataDarrera
            MOVE dataDesdeComptable TO fcDataAnterior
            WRITE registreFinestraComptable
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN dataActual > fcDataDarrera
                    MOVE fcDataDarrera TO dataDesdeComptable
                    MOVE fcDataDarrera TO fcDataAnterior
                    MOVE dataActual TO fcDataDarrera
                    REWRITE registreFinestraComptable
                WHEN dataActual = fcDataDarrera
                    MOVE fcDataAnterior TO dataDesdeComptable
                WHEN OTHER
                    DISPLAY "ATENCIO: data de proces anterior a la "
                        "darrera comptabilitzada (" fcDataDarrera
                        "): nomes es comptabilitzen els aniversaris "
                        "del mateix dia"
                    COMPUTE dataDesdeComptable = dataActual - 1
            END-EVALUATE
    END-READ.
determinarFinestraComptable-Fi.
    EXIT.

*>Anys de pla del compte en curs que s'abonen dins de la finestra de
*>l'execució (anyComptInici a anyComptFi; anyComptInici a 0 si cap).
*>L'any n es liquida a l'aniversari n de la data d'obertura, com a
*>CONCILIACIO-SALDOS, i mai més enllà del termini del compte. Un compte
*>sense data d'obertura no té calendari i no es pot comptabilitzar.
determinarAnysComptables.
    MOVE 0 TO anyComptInici.
    MOVE 0 TO anyComptFi.
    IF dataObertCompte NOT NUMERIC OR dataObertCompte = 0
        DISPLAY "  -> compte " idCompte " sense data d'obertura: no "
            "es pot comptabilitzar"
        ADD 1 TO comptesSenseObertura
        GO TO determinarAnysComptables-Fi
    END-IF.
    COMPUTE anysLiquidatsFins = dataProcesAny - dataObertAny.
    IF dataProcesMesDia < dataObertMesDia
        SUBTRACT 1 FROM anysLiquidatsFins
    END-IF.
    COMPUTE anysLiquidatsDesde = dataDesdeAny - dataObertAny.
    IF dataDesdeMesDia < dataObertMesDia
        SUBTRACT 1 FROM anysLiquidatsDesde
    END-IF.
    IF anysLiquidatsFins > nreAnys
        MOVE nreAnys TO anysLiquidatsFins
    END-IF.
    IF anysLiquidatsDesde > nreAnys
        MOVE nreAnys TO anysLiquidatsDesde
    END-IF.
    IF anysLiquidatsDesde < 0
        MOVE 0 TO anysLiquidatsDesde
    END-IF.
    IF anysLiquidatsFins <= anysLiquidatsDesde
        GO TO determinarAnysComptables-Fi
    END-IF.
    COMPUTE anyComptInici = anysLiquidatsDesde + 1.
    MOVE anysLiquidatsFins TO anyComptFi.
determinarAnysComptables-Fi.
    EXIT.

tancarComptabilitat.
    IF comptabilitatOberta
        CLOSE fitxerDiariComptable
        CLOSE fitxerComptabilitzats
        MOVE "N" TO indicadorComptabilitatOberta
    END-IF.
tancarComptabilitat-Fi.
    EXIT.

*>Carrega REGLESCOMPT a taulaReglesComptables. Una regla mal construïda
*>(concepte desconegut o algun compte en blanc), més regles que
*>posicions de taula o un concepte sense regla per defecte (divisa en
*>blanc) aturen el job: cap compte no pot quedar sense compte comptable.
carregarReglesComptables.
    MOVE 0 TO nombreRegles.
    MOVE "N" TO indicadorReglesErronies.
    OPEN INPUT fitxerReglesComptables.
    IF estatReglesComptables <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir REGLESCOMPT (file status "
            estatReglesComptables "): no es pot comptabilitzar"
        SET reglesErronies TO TRUE
        GO TO carregarReglesComptables-Fi
    END-IF.
    MOVE "N" TO indicadorFiRegles.
    PERFORM llegirReglaComptable THRU llegirReglaComptable-Fi
        UNTIL fiRegles OR reglesErronies.
    CLOSE fitxerReglesComptables.
    IF NOT reglesErronies
        PERFORM verificarReglaDefecte THRU verificarReglaDefecte-Fi
            VARYING ixConcepte FROM 1 BY 1 UNTIL ixConcepte > 3
    END-IF.
carregarReglesComptables-Fi.
    EXIT.

llegirReglaComptable.
    READ fitxerReglesComptables INTO registreReglaComptable
        AT END
            SET fiRegles TO TRUE
        NOT AT END
            IF (rgConcepte <> "INT" AND rgConcepte <> "RET"
                AND rgConcepte <> "COM")
                OR rgCompteDeure = SPACES OR rgCompteHaver = SPACES
                DISPLAY "ERROR: regla de REGLESCOMPT mal construida "
                    "(concepte " rgConcepte ", divisa " rgDivisa ")"
                SET reglesErronies TO TRUE
            ELSE
                IF nombreRegles >= 30
                    DISPLAY "ERROR: REGLESCOMPT porta mes de 30 regles"
                    SET reglesErronies TO TRUE
                ELSE
                    ADD 1 TO nombreRegles
                    MOVE rgConcepte TO ergConcepte (nombreRegles)
                    MOVE rgDivisa TO ergDivisa (nombreRegles)
                    MOVE rgCompteDeure TO ergCompteDeure (nombreRegles)
                    MOVE rgCompteHaver TO ergCompteHaver (nombreRegles)
                END-IF
            END-IF
    END-READ.
llegirReglaComptable-Fi.
    EXIT.

verificarReglaDefecte.
    PERFORM cercarReglaComptable THRU cercarReglaComptable-Fi.
    IF ixReglaDefecte = 0
        DISPLAY "ERROR: REGLESCOMPT no porta regla per defecte (divisa "
            "en blanc) per al concepte " nomConcepte (ixConcepte)
        SET reglesErronies TO TRUE
    END-IF.
verificarReglaDefecte-Fi.
    EXIT.

*>Busca la regla del concepte ixConcepte per a la divisa del compte en
*>curs; si no n'hi ha cap de pròpia, fa servir la regla per defecte del
*>concepte. Deixa a ixReglaDivisa la regla que s'ha d'aplicar.
cercarReglaComptable.
    MOVE 0 TO ixReglaDivisa.
    MOVE 0 TO ixReglaDefecte.
    PERFORM compararReglaComptable THRU compararReglaComptable-Fi
        VARYING ixRegla FROM 1 BY 1 UNTIL ixRegla > nombreRegles.
    IF ixReglaDivisa = 0
        MOVE ixReglaDefecte TO ixReglaDivisa
    END-IF.
cercarReglaComptable-Fi.
    EXIT.

compararReglaComptable.
    IF ergConcepte (ixRegla) = nomConcepte (ixConcepte)
        IF ergDivisa (ixRegla) = SPACES
            MOVE ixRegla TO ixReglaDefecte
        ELSE
            IF ergDivisa (ixRegla) = divisaCompte
                MOVE ixRegla TO ixReglaDivisa
            END-IF
        END-IF
    END-IF.
compararReglaComptable-Fi.
    EXIT.

*>Comptabilitza el compte que s'acaba de calcular: només els anys de
*>pla que s'abonen dins de la finestra de l'execució (anyComptInici a
*>anyComptFi), no la projecció sencera. Els imports de cada any
*>(interessos bruts, retenció i comissió) s'acumulen sempre al control
*>de la seva divisa (ixTotalDivisa, que acumularTotalDivisa acaba de
*>deixar a la divisa del compte).
comptabilitzarCompte.
    IF anyComptInici = 0
        GO TO comptabilitzarCompte-Fi
    END-IF.
    PERFORM comptabilitzarAnyPla THRU comptabilitzarAnyPla-Fi
        VARYING anyComptable FROM anyComptInici BY 1
        UNTIL anyComptable > anyComptFi.
comptabilitzarCompte-Fi.
    EXIT.

*>Si l'any de pla encara no és a COMPTCTL (compte, data d'obertura del
*>termini i any), se n'escriuen els assentaments a DIARICOMPT i es marca
*>com a comptabilitzat; si ja hi és (una "R" després de la "P" del
*>mateix dia, o una execució rellançada), els imports consten al
*>control com a ja comptabilitzats i no es tornen a escriure.
comptabilitzarAnyPla.
    MOVE iaInteres (anyComptable) TO importConcepte (1).
    MOVE iaRetencio (anyComptable) TO importConcepte (2).
    MOVE iaComissio (anyComptable) TO importConcepte (3).
    PERFORM acumularConcepteExecucio THRU acumularConcepteExecucio-Fi
        VARYING ixConcepte FROM 1 BY 1 UNTIL ixConcepte > 3.
    MOVE idCompte TO ctIdCompte.
    MOVE dataObertCompte TO ctDataObertura.
    MOVE anyComptable TO ctAnyPla.
    READ fitxerComptabilitzats
        INVALID KEY
            PERFORM escriureAssentamentsCompte
                THRU escriureAssentamentsCompte-Fi
        NOT INVALID KEY
            DISPLAY "  -> any " anyComptable " del compte " idCompte
                " ja comptabilitzat per l'execucio " ctRunId
                ": no es torna a comptabilitzar"
            ADD 1 TO comptesJaComptabilitzats
            PERFORM acumularJaComptabilitzat
                THRU acumularJaComptabilitzat-Fi
                VARYING ixConcepte FROM 1 BY 1 UNTIL ixConcepte > 3
    END-READ.
comptabilitzarAnyPla-Fi.
    EXIT.

acumularConcepteExecucio.
    ADD importConcepte (ixConcepte)
        TO etdExecucio (ixTotalDivisa, ixConcepte).
acumularConcepteExecucio-Fi.
    EXIT.

acumularJaComptabilitzat.
    ADD importConcepte (ixConcepte)
        TO etdJaComptabilitzat (ixTotalDivisa, ixConcepte).
acumularJaComptabilitzat-Fi.
    EXIT.

*>Escriu a DIARICOMPT un assentament per concepte amb import i marca
*>l'any de pla a COMPTCTL amb la data de procés i l'execució.
escriureAssentamentsCompte.
    PERFORM escriureAssentament THRU escriureAssentament-Fi
        VARYING ixConcepte FROM 1 BY 1 UNTIL ixConcepte > 3.
    MOVE idCompte TO ctIdCompte.
    MOVE dataObertCompte TO ctDataObertura.
    MOVE anyComptable TO ctAnyPla.
    MOVE dataActual TO ctDataProces.
    MOVE idExecucio TO ctRunId.
    MOVE divisaCompte TO ctDivisa.
    MOVE importConcepte (1) TO ctInteres.
    MOVE importConcepte (2) TO ctRetencio.
    MOVE importConcepte (3) TO ctComissio.
    WRITE registreComptabilitzat.
    ADD 1 TO comptesComptabilitzats.
escriureAssentamentsCompte-Fi.
    EXIT.

*>Un assentament de dues línies (deure i haver, mateix import) per al
*>concepte ixConcepte del compte en curs, amb els comptes del major de
*>la regla que li toca. Un concepte sense import no genera assentament.
escriureAssentament.
    IF importConcepte (ixConcepte) = 0
        GO TO escriureAssentament-Fi
    END-IF.
    PERFORM cercarReglaComptable THRU cercarReglaComptable-Fi.
    ADD 1 TO numAssentament.
    MOVE idExecucio TO djRunId.
    MOVE dataActual TO djDataProces.
    MOVE numAssentament TO djAssentament.
    MOVE importConcepte (ixConcepte) TO djImport.
    MOVE divisaCompte TO djDivisa.
    MOVE nomConcepte (ixConcepte) TO djConcepte.
    MOVE idCompte TO djIdCompte.
    MOVE anyComptable TO djAnyPla.
    MOVE 1 TO djLinia.
    MOVE ergCompteDeure (ixReglaDivisa) TO djCompteComptable.
    MOVE "D" TO djDeureHaver.
    WRITE registreDiariComptable.
    ADD djImport TO etdDeure (ixTotalDivisa).
    MOVE 2 TO djLinia.
    MOVE ergCompteHaver (ixReglaDivisa) TO djCompteComptable.
    MOVE "H" TO djDeureHaver.
    WRITE registreDiariComptable.
    ADD djImport TO etdHaver (ixTotalDivisa).
    ADD djImport TO etdDiari (ixTotalDivisa, ixConcepte).
escriureAssentament-Fi.
    EXIT.

*>Pàgina de control de comptabilització: per divisa i concepte, l'import
*>calculat per l'execució, la part de comptes que ja estaven
*>comptabilitzats i la part escrita ara al diari (la diferència ha de
*>ser zero), i els totals de deure i d'haver del diari (han de ser
*>iguals). Qualsevol desquadrament deixa comptabilitatDesquadrada a "S".
imprimirControlComptable.
    MOVE maxLiniesPagina TO liniesPagina.
    MOVE liniaTitolControl TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE SPACES TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE capcaleraControl TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    PERFORM imprimirControlDivisa THRU imprimirControlDivisa-Fi
        VARYING ixTotalDivisa FROM 1 BY 1
        UNTIL ixTotalDivisa > nombreTotalsDivisa.
    MOVE SPACES TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE comptesComptabilitzats TO infComptesComptabilitzats.
    MOVE liniaComptesComptabilitzats TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE comptesJaComptabilitzats TO infComptesJaComptabilitzats.
    MOVE liniaComptesJaComptabilitzats TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE comptesSenseObertura TO infComptesSenseObertura.
    MOVE liniaComptesSenseObertura TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE dataDesdeComptable TO infDataDesdeComptable.
    MOVE dataActual TO infDataFinsComptable.
    MOVE liniaFinestraComptable TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE numAssentament TO infAssentamentsDiari.
    MOVE liniaAssentamentsDiari TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    IF comptabilitatDesquadrada
        MOVE liniaControlDesquadrat TO liniaTreball
        PERFORM escriureInforme THRU escriureInforme-Fi
        DISPLAY "ERROR: el diari comptable de l'execucio no quadra "
            "(vegeu el control de comptabilitzacio a INFORME)"
    END-IF.
imprimirControlComptable-Fi.
    EXIT.

imprimirControlDivisa.
    PERFORM imprimirControlConcepte THRU imprimirControlConcepte-Fi
        VARYING ixConcepte FROM 1 BY 1 UNTIL ixConcepte > 3.
    MOVE etdDivisa (ixTotalDivisa) TO ctqDivisa.
    MOVE etdDeure (ixTotalDivisa) TO ctqDeure.
    MOVE etdHaver (ixTotalDivisa) TO ctqHaver.
    IF etdDeure (ixTotalDivisa) = etdHaver (ixTotalDivisa)
        MOVE "QUADRA" TO ctqEstat
    ELSE
        MOVE "NO QUADRA" TO ctqEstat
        SET comptabilitatDesquadrada TO TRUE
    END-IF.
    MOVE liniaControlQuadre TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE SPACES TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirControlDivisa-Fi.
    EXIT.

imprimirControlConcepte.
    COMPUTE diferenciaControl =
        etdExecucio (ixTotalDivisa, ixConcepte)
        - etdJaComptabilitzat (ixTotalDivisa, ixConcepte)
        - etdDiari (ixTotalDivisa, ixConcepte).
    IF diferenciaControl <> 0
        SET comptabilitatDesquadrada TO TRUE
    END-IF.
    MOVE etdDivisa (ixTotalDivisa) TO ctlDivisa.
    MOVE nomConcepte (ixConcepte) TO ctlConcepte.
    MOVE etdExecucio (ixTotalDivisa, ixConcepte) TO ctlExecucio.
    MOVE etdJaComptabilitzat (ixTotalDivisa, ixConcepte)
        TO ctlJaComptabilitzat.
    MOVE etdDiari (ixTotalDivisa, ixConcepte) TO ctlDiari.
    MOVE diferenciaControl TO ctlDiferencia.
    MOVE liniaControlConcepte TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirControlConcepte-Fi.
    EXIT.

*>Escriu a REBUTJOS el compte en curs tal com s'ha llegit (des de les
*>variables de treball, que en el moment del rebuig encara tenen els
*>valors originals) amb els codis de motiu recollits per la validació,
        MOVE 8 TO RETURN-CODE
        GO TO processarReintents-Fi
    END-IF.
    PERFORM obrirHistoric THRU obrirHistoric-Fi.
    IF estatHistoric <> "00"
        CLOSE fitxerPosicions
        MOVE 8 TO RETURN-CODE
        GO TO processarReintents-Fi
    END-IF.
    PERFORM obrirComptabilitat THRU obrirComptabilitat-Fi.
    IF NOT comptabilitatOberta
        CLOSE fitxerPosicions
        CLOSE fitxerHistoricPosicions
        MOVE 8 TO RETURN-CODE
        GO TO processarReintents-Fi
    END-IF.
    PERFORM obrirProductes THRU obrirProductes-Fi.
    IF estatProductes <> "00" AND estatProductes <> "05"
        CLOSE fitxerPosicions
        CLOSE fitxerHistoricPosicions
        PERFORM tancarComptabilitat THRU tancarComptabilitat-Fi
        MOVE 8 TO RETURN-CODE
        GO TO processarReintents-Fi
    END-IF.
    OPEN INPUT fitxerMestre.
    IF estatMestre <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir MESTRECTA (file status "
            estatMestre "): cal per al producte i la data d'obertura"
        CLOSE fitxerPosicions
        CLOSE fitxerHistoricPosicions
        CLOSE fitxerProductes
        PERFORM tancarComptabilitat THRU tancarComptabilitat-Fi
        MOVE 8 TO RETURN-CODE
        GO TO processarReintents-Fi
    END-IF.
    OPEN INPUT fitxerReintents.
    IF estatReintents <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir REBUTIN (file status "
            CLOSE fitxerReintents
            CLOSE fitxerRebutjos
            PERFORM imprimirResumCartera THRU imprimirResumCartera-Fi
            PERFORM imprimirControlComptable
                THRU imprimirControlComptable-Fi
            IF carteraAmbRebutjos
                DISPLAY " ATENCIO: un o mes comptes reintentats han tornat a fallar (vegeu REBUTJOS)"
                MOVE 4 TO RETURN-CODE
            END-IF
            IF comptesSenseObertura > 0
                DISPLAY " ATENCIO: un o mes comptes sense data d'obertura no s'han comptabilitzat"
                MOVE 4 TO RETURN-CODE
            END-IF
            IF comptabilitatDesquadrada
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.
    CLOSE fitxerMestre.
    CLOSE fitxerProductes.
    CLOSE fitxerPosicions.
    CLOSE fitxerHistoricPosicions.
    PERFORM tancarComptabilitat THRU tancarComptabilitat-Fi.
processarReintents-Fi.
    EXIT.

    MOVE rrComissio TO comissioAnual.
    MOVE rrDivisa TO divisaCompte.
    MOVE rrTaulaInteresGrp TO taulaInteres.
    PERFORM cercarCompteMestre THRU cercarCompteMestre-Fi.
    PERFORM aplicarCondicionsProducte THRU aplicarCondicionsProducte-Fi.
    PERFORM determinarPeriodes THRU determinarPeriodes-Fi.
    PERFORM carregarMovimentsCompte THRU carregarMovimentsCompte-Fi.
    PERFORM validarParametres THRU validarParametres-Fi.
        ADD 1 TO comptesOmesos
        PERFORM escriureRebuig THRU escriureRebuig-Fi
    ELSE
        PERFORM determinarAnysComptables
            THRU determinarAnysComptables-Fi
        PERFORM calcularCompte THRU calcularCompte-Fi
        ADD Q TO totalCartera
        ADD 1 TO comptesProcessats
        PERFORM acumularTotalDivisa THRU acumularTotalDivisa-Fi
        PERFORM comptabilitzarCompte THRU comptabilitzarCompte-Fi
        PERFORM actualitzarPosicio THRU actualitzarPosicio-Fi
        PERFORM escriureHistoricPosicio
            THRU escriureHistoricPosicio-Fi
    END-IF.
reintentarCompteLlegit-Fi.
    EXIT.

*>REBUTIN no porta ni el producte ni la data d'obertura del compte: es
*>llegeixen per clau de MESTRECTA, i el registre queda carregat perquè
*>aplicarCondicionsProducte en prengui rcIdProducte i
*>rcCondicionsPropies. Un compte que ja no hi és es calcula amb les
*>condicions de REBUTIN i queda sense calendari.
cercarCompteMestre.
    MOVE 0 TO dataObertCompte.
    MOVE idCompte TO rcIdCompte.
    READ fitxerMestre
        INVALID KEY
            MOVE SPACES TO rcIdProducte
            MOVE "N" TO rcCondicionsPropies
        NOT INVALID KEY
            MOVE rcDataObertura TO dataObertCompte
    END-READ.
cercarCompteMestre-Fi.
    EXIT.

*>Mode "J": pla de retirades d'un sol compte, tot a PARMIN. La retirada
*>anual fixa s'incorpora als moviments per any del compte (a més dels
*>de MOVIMENTS, si n'hi ha) i el càlcul de sempre imprimeix el quadre,
afegirRetiradaAnual-Fi.
    EXIT.

*>Mode "C": cotització de cancel.lació anticipada d'un sol compte, tot
*>a PARMIN. El compte es valida amb el termini sencer contractat (ha de
*>ser un pla vàlid), es carreguen els trams de PENALCAN i el càlcul de
*>sempre imprimeix el quadre fins a l'any de cancel.lació; la
*>liquidació (penalització, retenció exigible i net) la fa
*>liquidarCancelacio abans d'escriure l'auditoria.
processarCancelacio.
    PERFORM carregarCompteUnic THRU carregarCompteUnic-Fi.
    MOVE "N" TO indicadorRepresa.  *>la liquidació necessita els totals de tots els anys: es calcula sempre des de l'any 1
    MOVE nreAnys TO anysTermini.
    MOVE rpAnyCancelacio TO anyCancelacio.
    IF rpAnyCancelacio NOT NUMERIC OR anyCancelacio < 1
            OR anyCancelacio >= anysTermini
        DISPLAY "ERROR: rpAnyCancelacio ha d'estar entre 1 i rpAnys - 1 "
            "en mode C: " rpAnyCancelacio
        MOVE 8 TO RETURN-CODE
        GO TO processarCancelacio-Fi
    END-IF.
    PERFORM validarParametres THRU validarParametres-Fi.
    IF parametresErronis
        MOVE 8 TO RETURN-CODE
        GO TO processarCancelacio-Fi
    END-IF.
    PERFORM carregarPenalitzacions THRU carregarPenalitzacions-Fi.
    IF penalitzacionsErronies
        MOVE 8 TO RETURN-CODE
        GO TO processarCancelacio-Fi
    END-IF.
    MOVE 0 TO ixTramAplicat.
    PERFORM cercarTramPenalitzacio THRU cercarTramPenalitzacio-Fi
        VARYING ixTramPenalitzacio FROM 1 BY 1
        UNTIL ixTramPenalitzacio > nombreTramsPenalitzacio
            OR ixTramAplicat > 0.
    IF ixTramAplicat > 0
        MOVE etpBase (ixTramAplicat) TO basePenalitzacio
        MOVE etpPercentatge (ixTramAplicat) TO percentatgePenalitzacio
        MOVE etpRetencio (ixTramAplicat) TO percentatgeRetCancelacio
    ELSE
        MOVE "S" TO basePenalitzacio
        MOVE 0 TO percentatgePenalitzacio
        MOVE 0 TO percentatgeRetCancelacio
    END-IF.
    MOVE liniaTitolCancelacio TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE anysTermini TO canAnysTermini.
    MOVE liniaTerminiCancelacio TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE anyCancelacio TO canAnyCancelacio.
    MOVE liniaAnyCancelacio TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE anyCancelacio TO nreAnys.
    SET modeCancelacio TO TRUE.
    PERFORM calcularCompte THRU calcularCompte-Fi.
    MOVE "N" TO indicadorModeCancelacio.
    ADD 1 TO comptesProcessats.
    DISPLAY "Cancel.lacio del compte " idCompte " a l'any "
        anyCancelacio ": saldo " Q ", penalitzacio " importPenalitzacio
        ", retencio " importRetCancelacio ", net " importNetCancelacio.
processarCancelacio-Fi.
    EXIT.

*>Carrega PENALCAN a taulaPenalitzacions. Un tram mal construït (anys
*>fora de 1-50, base desconeguda, percentatges no numèrics), fora
*>d'ordre creixent d'anys o més trams que posicions de taula aturen la
*>cotització: una penalització mal llegida es donaria al client.
carregarPenalitzacions.
    MOVE 0 TO nombreTramsPenalitzacio.
    MOVE "N" TO indicadorPenalitzacionsErronies.
    OPEN INPUT fitxerPenalitzacions.
    IF estatPenalitzacions <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir PENALCAN (file status "
            estatPenalitzacions "): no es pot cotitzar la cancel.lacio"
        SET penalitzacionsErronies TO TRUE
        GO TO carregarPenalitzacions-Fi
    END-IF.
    MOVE "N" TO indicadorFiPenalitzacions.
    PERFORM llegirTramPenalitzacio THRU llegirTramPenalitzacio-Fi
        UNTIL fiPenalitzacions OR penalitzacionsErronies.
    CLOSE fitxerPenalitzacions.
carregarPenalitzacions-Fi.
    EXIT.

llegirTramPenalitzacio.
    READ fitxerPenalitzacions INTO registrePenalitzacio
        AT END
            SET fiPenalitzacions TO TRUE
            GO TO llegirTramPenalitzacio-Fi
    END-READ.
    IF pnAnysFins NOT NUMERIC OR pnAnysFins < 1 OR pnAnysFins > 50
            OR (pnBase <> "S" AND pnBase <> "I")
            OR pnPercentatge NOT NUMERIC OR pnRetencio NOT NUMERIC
        DISPLAY "ERROR: tram de PENALCAN mal construit (fins a l'any "
            pnAnysFins ", base " pnBase ")"
        SET penalitzacionsErronies TO TRUE
        GO TO llegirTramPenalitzacio-Fi
    END-IF.
    IF nombreTramsPenalitzacio >= 20
        DISPLAY "ERROR: PENALCAN porta mes de 20 trams"
        SET penalitzacionsErronies TO TRUE
        GO TO llegirTramPenalitzacio-Fi
    END-IF.
    IF nombreTramsPenalitzacio > 0
        IF pnAnysFins <= etpAnysFins (nombreTramsPenalitzacio)
            DISPLAY "ERROR: els trams de PENALCAN han d'anar en ordre "
                "creixent d'anys (tram fins a l'any " pnAnysFins ")"
            SET penalitzacionsErronies TO TRUE
            GO TO llegirTramPenalitzacio-Fi
        END-IF
    END-IF.
    ADD 1 TO nombreTramsPenalitzacio.
    MOVE pnAnysFins TO etpAnysFins (nombreTramsPenalitzacio).
    MOVE pnBase TO etpBase (nombreTramsPenalitzacio).
    MOVE pnPercentatge TO etpPercentatge (nombreTramsPenalitzacio).
    MOVE pnRetencio TO etpRetencio (nombreTramsPenalitzacio).
llegirTramPenalitzacio-Fi.
    EXIT.

*>El tram aplicable és el primer (els trams van en ordre creixent)
*>que arriba a l'any de cancel.lació.
cercarTramPenalitzacio.
    IF anyCancelacio <= etpAnysFins (ixTramPenalitzacio)
        MOVE ixTramPenalitzacio TO ixTramAplicat
    END-IF.
cercarTramPenalitzacio-Fi.
    EXIT.

*>Liquida la cancel.lació sobre el saldo de l'any de cancel.lació (Q) i
*>els totals del compte acumulats pel quadre: penalització del tram
*>(sobre el saldo o sobre els interessos bruts, mai més que el saldo),
*>retenció exigible (la del tram sobre els interessos bruts menys la
*>penalització, menys la retenció ja practicada; mai negativa ni més
*>que el que queda) i import net. Ho imprimeix sota el quadre.
liquidarCancelacio.
    IF penalitzacioSobreInteressos
        COMPUTE importPenalitzacio ROUNDED =
            totalInteresCompte * percentatgePenalitzacio
    ELSE
        COMPUTE importPenalitzacio ROUNDED = Q * percentatgePenalitzacio
    END-IF.
    IF importPenalitzacio > Q
        MOVE Q TO importPenalitzacio
    END-IF.
    COMPUTE retencioCancelacioSigne ROUNDED =
        (totalInteresCompte - importPenalitzacio)
            * percentatgeRetCancelacio
        - totalRetencioCompte.
    IF retencioCancelacioSigne < 0
        MOVE 0 TO retencioCancelacioSigne
    END-IF.
    IF retencioCancelacioSigne > Q - importPenalitzacio
        COMPUTE retencioCancelacioSigne = Q - importPenalitzacio
    END-IF.
    MOVE retencioCancelacioSigne TO importRetCancelacio.
    COMPUTE importNetCancelacio =
        Q - importPenalitzacio - importRetCancelacio.

    MOVE SPACES TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    IF ixTramAplicat = 0
        MOVE liniaSensePenalitzacio TO liniaTreball
    ELSE
        COMPUTE canPercentatge = percentatgePenalitzacio * 100
        IF penalitzacioSobreInteressos
            MOVE "ELS INTERESSOS BRUTS" TO canBase
        ELSE
            MOVE "EL SALDO" TO canBase
        END-IF
        COMPUTE canRetencio = percentatgeRetCancelacio * 100
        MOVE liniaTramPenalitzacio TO liniaTreball
    END-IF.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE divisaCompte TO canDivisa.
    MOVE "SALDO A LA CANCEL.LACIO . . : " TO canConcepte.
    MOVE Q TO canImport.
    MOVE liniaLiquidacioCancelacio TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE "PENALITZACIO  . . . . . . . : " TO canConcepte.
    MOVE importPenalitzacio TO canImport.
    MOVE liniaLiquidacioCancelacio TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE "RETENCIO A LA CANCEL.LACIO  : " TO canConcepte.
    MOVE importRetCancelacio TO canImport.
    MOVE liniaLiquidacioCancelacio TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE "IMPORT NET A PERCEBRE . . . : " TO canConcepte.
    MOVE importNetCancelacio TO canImport.
    MOVE liniaLiquidacioCancelacio TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
liquidarCancelacio-Fi.
    EXIT.

*>Mode "E": llegeix el fitxer ESCENARIS, calcula cada variant en
*>silenci amb el capital inicial de PARMIN i imprimeix la comparativa
*>final, amb el primer escenari vàlid com a base.
    MOVE Q TO qPrincipalOriginal.
    MOVE 0 TO totalAportatCompte.
    MOVE 0 TO totalInteresCompte.
    MOVE 0 TO totalRetencioCompte.
    MOVE 0 TO totalComissioCompte.
    MOVE 0 TO anyEsgotament.
    MOVE 1 TO factorInflacio.
    MOVE 1 TO anyActual.
        MOVE 8 TO RETURN-CODE
        GO TO processarEstres-Fi
    END-IF.
    PERFORM obrirProductes THRU obrirProductes-Fi.
    IF estatProductes <> "00" AND estatProductes <> "05"
        MOVE 8 TO RETURN-CODE
        GO TO processarEstres-Fi
    END-IF.
    OPEN INPUT fitxerMestre.
    IF estatMestre <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir MESTRECTA (file status "
            estatMestre "): comprovar que el mestre existeix"
        CLOSE fitxerProductes
        MOVE 8 TO RETURN-CODE
        GO TO processarEstres-Fi
    END-IF.
    PERFORM llegirIEstressarCompte THRU llegirIEstressarCompte-Fi
        UNTIL fiCartera.
    CLOSE fitxerMestre.
    CLOSE fitxerProductes.
    MOVE "N" TO indicadorCalculSilencios.
    MOVE 0 TO desplacamentInteres.
    PERFORM imprimirComparativaEstres THRU imprimirComparativaEstres-Fi.
*>candidata la seva oscil.lació a la llista dels comptes amb més
*>oscil.lació.
llegirIEstressarCompte.
    READ fitxerMestre NEXT RECORD INTO registreCompte
        AT END
            SET fiCartera TO TRUE
        NOT AT END
            MOVE rcComissio TO comissioAnual
            MOVE rcDivisa TO divisaCompte
            MOVE rcTaulaInteresGrp TO taulaInteres
            PERFORM aplicarCondicionsProducte
                THRU aplicarCondicionsProducte-Fi
            PERFORM determinarPeriodes THRU determinarPeriodes-Fi
            PERFORM carregarMovimentsCompte THRU carregarMovimentsCompte-Fi
            MOVE 0 TO variantsValides
        MOVE Q TO qPrincipalOriginal
        MOVE 0 TO totalAportatCompte
        MOVE 0 TO totalInteresCompte
        MOVE 0 TO totalRetencioCompte
        MOVE 0 TO totalComissioCompte
        MOVE 0 TO anyEsgotament
        MOVE 1 TO factorInflacio
        MOVE 1 TO anyActual
    MOVE Q TO qPrincipalOriginal.
    MOVE 0 TO totalAportatCompte.
    MOVE 0 TO totalInteresCompte.
    MOVE 0 TO totalRetencioCompte.
    MOVE 0 TO totalComissioCompte.
    MOVE ZEROS TO importsAnysCompte.
    MOVE 0 TO anyEsgotament.
    PERFORM imprimirCapcaleraCompte THRU imprimirCapcaleraCompte-Fi.

    MOVE divisaCompte TO infDivisaFin.
    MOVE liniaFinal TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    IF modeCancelacio
        PERFORM liquidarCancelacio THRU liquidarCancelacio-Fi
    END-IF.
    PERFORM escriureAuditoria THRU escriureAuditoria-Fi.
calcularCompte-Fi.
    EXIT.
    MOVE divisaCompte TO regAudDivisa.
    MOVE tipusCanviCompte TO regAudCanvi.
    MOVE idExecucio TO regAudRunId.
    IF modeCancelacio
        MOVE "C" TO regAudTipusCotitzacio
        MOVE anysTermini TO regAudAnysTermini
        MOVE basePenalitzacio TO regAudPenBase
        MOVE percentatgePenalitzacio TO regAudPenPercentatge
        MOVE importPenalitzacio TO regAudPenalitzacio
        MOVE percentatgeRetCancelacio TO regAudRetCancPercentatge
        MOVE importRetCancelacio TO regAudRetCancelacio
        MOVE importNetCancelacio TO regAudNetCancelacio
    ELSE
        MOVE SPACE TO regAudTipusCotitzacio
        MOVE 0 TO regAudAnysTermini
        MOVE SPACE TO regAudPenBase
        MOVE 0 TO regAudPenPercentatge
        MOVE 0 TO regAudPenalitzacio
        MOVE 0 TO regAudRetCancPercentatge
        MOVE 0 TO regAudRetCancelacio
        MOVE 0 TO regAudNetCancelacio
    END-IF.
    PERFORM omplirMovimentAuditoria THRU omplirMovimentAuditoria-Fi
        VARYING anyActual FROM 1 BY 1 UNTIL anyActual > 50.
    MOVE "N" TO indicadorTaulaActiva.
*>a taulaTipusCanvi. Un registre mal construït o més divises que
*>posicions de taula aturen el job amb error: una conversió amb un
*>tipus caigut en silenci donaria un consolidat en EUR incorrecte.
*>El fitxer, si hi és i porta registres, ha de començar amb la
*>capçalera i acabar amb el peu, i el peu ha de quadrar en nombre de
*>registres i en la suma de tipus; si no, també s'atura el job.
carregarTipusCanvi.
    MOVE 0 TO nombreTipusCanvi.
    OPEN INPUT fitxerTipusCanvi.
        MOVE "N" TO indicadorFiTipusCanvi
        PERFORM llegirTipusCanvi THRU llegirTipusCanvi-Fi
            UNTIL fiTipusCanvi OR canvisErronis
        IF capcaleraCanviLlegida AND NOT canvisErronis
            PERFORM validarPeuCanvi THRU validarPeuCanvi-Fi
        END-IF
    END-IF.
    CLOSE fitxerTipusCanvi.
    IF capcaleraCanviLlegida AND NOT canvisErronis
        AND sequenciaCanvi > sequenciaAnteriorCanvi
        PERFORM registrarSequenciaCanvi THRU registrarSequenciaCanvi-Fi
    END-IF.
carregarTipusCanvi-Fi.
    EXIT.

        AT END
            SET fiTipusCanvi TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN NOT capcaleraCanviLlegida
                    PERFORM validarCapcaleraCanvi
                        THRU validarCapcaleraCanvi-Fi
                WHEN peuCanviLlegit
                    DISPLAY "ERROR: TIPUSCANVI porta registres darrere "
                        "del peu"
                    SET canvisErronis TO TRUE
                WHEN ccvMarca = "*HDR"
                    DISPLAY "ERROR: TIPUSCANVI porta la capcalera repetida"
                    SET canvisErronis TO TRUE
                WHEN pcvMarca = "*TRL"
                    SET peuCanviLlegit TO TRUE
                    IF pcvRegistres NUMERIC AND pcvTotalControl NUMERIC
                        MOVE pcvRegistres TO registresPeuCanvi
                        MOVE pcvTotalControl TO totalPeuCanvi
                    ELSE
                        DISPLAY "ERROR: peu de TIPUSCANVI amb camps no "
                            "numerics"
                        SET canvisErronis TO TRUE
                    END-IF
                WHEN OTHER
                    PERFORM carregarEntradaTipusCanvi
                        THRU carregarEntradaTipusCanvi-Fi
            END-EVALUATE
    END-READ.
llegirTipusCanvi-Fi.
    EXIT.

carregarEntradaTipusCanvi.
    ADD 1 TO registresCanvi.
    IF tcvTipus NUMERIC
        ADD tcvTipus TO totalControlCanvi
    END-IF.
    IF tcvDivisa = SPACES OR tcvTipus NOT NUMERIC
        OR tcvTipus = 0
        DISPLAY "ERROR: registre de TIPUSCANVI mal construit "
            "(divisa " tcvDivisa ")"
        SET canvisErronis TO TRUE
        GO TO carregarEntradaTipusCanvi-Fi
    END-IF.
    IF nombreTipusCanvi >= 20
        DISPLAY "ERROR: TIPUSCANVI porta mes de 20 divises"
        SET canvisErronis TO TRUE
        GO TO carregarEntradaTipusCanvi-Fi
    END-IF.
    ADD 1 TO nombreTipusCanvi.
    MOVE tcvDivisa TO etcDivisa (nombreTipusCanvi).
    MOVE tcvTipus TO etcTipus (nombreTipusCanvi).
carregarEntradaTipusCanvi-Fi.
    EXIT.

*>La capçalera ha de ser de tipus TIPUSCANVI, amb el dia de procés i
*>una seqüència no anterior a la darrera acceptada a CTLSEQ. La mateixa
*>seqüència es torna a admetre si és del mateix dia: el fitxer del dia
*>el llegeixen diversos programes i les represes.
validarCapcaleraCanvi.
    SET capcaleraCanviLlegida TO TRUE.
    IF ccvMarca <> "*HDR" OR ccvTipusFitxer <> "TIPUSCANVI"
        DISPLAY "ERROR: TIPUSCANVI no comenca amb una capcalera de "
            "tipus TIPUSCANVI"
        SET canvisErronis TO TRUE
        GO TO validarCapcaleraCanvi-Fi
    END-IF.
    IF ccvDataNegoci NOT NUMERIC OR ccvDataNegoci <> dataActual
        DISPLAY "ERROR: TIPUSCANVI del dia " ccvDataNegoci
            " i la data de proces es " dataActual
        SET canvisErronis TO TRUE
        GO TO validarCapcaleraCanvi-Fi
    END-IF.
    MOVE ccvDataNegoci TO dataNegociCanvi.
    PERFORM llegirSequenciaCanvi THRU llegirSequenciaCanvi-Fi.
    IF canvisErronis
        GO TO validarCapcaleraCanvi-Fi
    END-IF.
    IF ccvSequencia NOT NUMERIC
        OR ccvSequencia < sequenciaAnteriorCanvi
        OR (ccvSequencia = sequenciaAnteriorCanvi
            AND ccvDataNegoci <> dataNegociAnteriorCanvi)
        DISPLAY "ERROR: TIPUSCANVI amb sequencia " ccvSequencia
            " repetida o anterior a la darrera acceptada ("
            sequenciaAnteriorCanvi ")"
        SET canvisErronis TO TRUE
        GO TO validarCapcaleraCanvi-Fi
    END-IF.
    MOVE ccvSequencia TO sequenciaCanvi.
validarCapcaleraCanvi-Fi.
    EXIT.

llegirSequenciaCanvi.
    MOVE 0 TO sequenciaAnteriorCanvi.
    MOVE 0 TO dataNegociAnteriorCanvi.
    OPEN INPUT fitxerControlSequencies.
    IF estatControlSequencies = "35"
        GO TO llegirSequenciaCanvi-Fi
    END-IF.
    IF estatControlSequencies <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir CTLSEQ (file status "
            estatControlSequencies ")"
        SET canvisErronis TO TRUE
        GO TO llegirSequenciaCanvi-Fi
    END-IF.
    MOVE "TIPUSCANVI" TO sqTipusFitxer.
    READ fitxerControlSequencies
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE sqSequencia TO sequenciaAnteriorCanvi
            MOVE sqDataNegoci TO dataNegociAnteriorCanvi
    END-READ.
    CLOSE fitxerControlSequencies.
llegirSequenciaCanvi-Fi.
    EXIT.

*>El primer programa que llegeix un enviament nou de TIPUSCANVI en
*>deixa la seqüència a CTLSEQ.
registrarSequenciaCanvi.
    OPEN I-O fitxerControlSequencies.
    IF estatControlSequencies = "35"
        OPEN OUTPUT fitxerControlSequencies
        CLOSE fitxerControlSequencies
        OPEN I-O fitxerControlSequencies
    END-IF.
    IF estatControlSequencies <> "00"
        DISPLAY "ATENCIO: no s'ha pogut registrar la sequencia de "
            "TIPUSCANVI a CTLSEQ (file status " estatControlSequencies ")"
        GO TO registrarSequenciaCanvi-Fi
    END-IF.
    MOVE "TIPUSCANVI" TO sqTipusFitxer.
    READ fitxerControlSequencies
        INVALID KEY
            PERFORM omplirSequenciaCanvi THRU omplirSequenciaCanvi-Fi
            WRITE registreControlSequencia
        NOT INVALID KEY
            PERFORM omplirSequenciaCanvi THRU omplirSequenciaCanvi-Fi
            REWRITE registreControlSequencia
    END-READ.
    CLOSE fitxerControlSequencies.
registrarSequenciaCanvi-Fi.
    EXIT.

omplirSequenciaCanvi.
    MOVE "TIPUSCANVI" TO sqTipusFitxer.
    MOVE sequenciaCanvi TO sqSequencia.
    MOVE dataNegociCanvi TO sqDataNegoci.
    MOVE "HELLO-WORLD" TO sqPrograma.
    MOVE dataActual TO sqDataProces.
omplirSequenciaCanvi-Fi.
    EXIT.

validarPeuCanvi.
    IF NOT peuCanviLlegit
        DISPLAY "ERROR: TIPUSCANVI sense peu: possible truncament"
        SET canvisErronis TO TRUE
        GO TO validarPeuCanvi-Fi
    END-IF.
    IF registresPeuCanvi <> registresCanvi
        OR totalPeuCanvi <> totalControlCanvi
        DISPLAY "ERROR: TIPUSCANVI no quadra amb el peu (registres "
            registresCanvi "/" registresPeuCanvi ")"
        SET canvisErronis TO TRUE
        GO TO validarPeuCanvi-Fi
    END-IF.
validarPeuCanvi-Fi.
    EXIT.

*>Resol la divisa del compte en curs (en blanc passa a ser EUR) i en
*>busca el tipus de canvi a taulaTipusCanvi; l'EUR val 1 per definició
*>si el fitxer no en porta cap tipus explícit. Deixa canviTrobat a "N"
        MOVE idCompte TO cwkIdCompte
        READ fitxerCkptTreball
            NOT INVALID KEY
                IF anyComptInici > 0 AND cwkAny >= anyComptInici
                    *>el checkpoint saltaria un any que toca comptabilitzar
                    *>avui: el compte es torna a calcular des de l'any 1
                    CONTINUE
                ELSE
                    COMPUTE anyInici = cwkAny + 1
                    MOVE cwkQ TO qTreball
                END-IF
        END-READ
    END-IF.
prepararRepresa-Fi.
        MOVE "R011" TO motiuNou
        PERFORM afegirMotiuRebuig THRU afegirMotiuRebuig-Fi
    END-IF.
    IF producteInexistent
        DISPLAY "ERROR: producte inexistent a PRODUCTES: " rcIdProducte
        SET parametresErronis TO TRUE
        MOVE "R012" TO motiuNou
        PERFORM afegirMotiuRebuig THRU afegirMotiuRebuig-Fi
    END-IF.
    IF parametresOk
        PERFORM validarInteresAny THRU validarInteresAny-Fi
            VARYING anyActual FROM 1 BY 1 UNTIL anyActual > nreAnys
    COMPUTE qInteres = qBrut - qObertura - dipositAnual - movNet.
    COMPUTE qRetencio ROUNDED = qInteres * retencioFiscal.
    SUBTRACT qRetencio FROM qTreball.
    MOVE comissioAnual TO comissioEfectiva.
    IF comissioAnual > qTreball
        *>la comissió supera el saldo: el compte queda a zero (només pot
        *>passar en mode retirada, amb el capital ja esgotat o a punt)
        COMPUTE comissioEfectiva ROUNDED = qTreball
        MOVE 0 TO qTreball
        IF anyEsgotament = 0
            MOVE anyActual TO anyEsgotament
    PERFORM acumularFactorInflacio THRU acumularFactorInflacio-Fi.
    COMPUTE qTancamentReal ROUNDED = Q / factorInflacio.
    ADD qInteres TO totalInteresCompte.
    ADD qRetencio TO totalRetencioCompte.
    ADD comissioEfectiva TO totalComissioCompte.
    MOVE qInteres TO iaInteres (anyActual).
    MOVE qRetencio TO iaRetencio (anyActual).
    MOVE comissioEfectiva TO iaComissio (anyActual).
    COMPUTE totalAportatCompte = totalAportatCompte
        + dipositAnual + movNet.
    IF NOT calculSilencios
