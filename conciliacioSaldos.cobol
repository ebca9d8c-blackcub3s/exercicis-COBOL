*> PROGRAMA DE CONCILIACIO DE SALDOS AMB EL CORE. Tot el que surt
*> d'aquest sistema és una projecció feta a partir de les condicions de
*> MESTRECTA i dels moviments de MOVIMENTS; aquest programa la contrasta
*> amb els diners que el core bancari té realment a cada compte. Llegeix
*> l'extracte diari de saldos del core (SALDOSCORE: compte, divisa,
*> saldo comptable i data del saldo, ordenat per compte) i l'aparella
*> amb el mestre de comptes. Per a cada compte calcula el saldo
*> projectat a la data del saldo amb la mateixa seqüència de càlcul que
*> el programa de càlcul (condicions del producte si el compte no en té
*> de pròpies, moviments de MOVIMENTS, retenció i comissió al tancament
*> de cada any) i escriu a SALDINF els comptes que no quadren dins de la
*> tolerància, els que només són al core o només al mestre i els totals
*> per divisa. Si es canvia la lògica de càlcul al programa de càlcul,
*> cal canviar-la aquí igual, com ja passa amb RETENCIONS-ANUALS.

*>2029-06: primera versió. Fins ara res no comprovava la projecció
*>contra el saldo real: una aportació no cobrada al core o un moviment
*>que no s'havia gravat a MOVIMENTS només sortien quan el client
*>reclamava. El saldo projectat a una data és el del tancament del
*>darrer any de pla complet (l'any n es liquida a l'aniversari n de
*>rcDataObertura, com a RETENCIONS-ANUALS) més l'aportació periòdica i
*>els moviments de l'any en curs, que s'apliquen a l'inici de l'any;
*>l'interes de l'any en curs encara no està abonat i no hi entra. Un
*>compte amb el termini acabat es projecta amb el saldo del darrer any.
*>La tolerància (en la divisa del compte) i la data de procés es prenen
*>del fitxer opcional PARMSAL; sense tolerància informada es fa servir
*>1,00. SALDOSCORE porta capçalera i peu com els altres fitxers
*>d'entrada (tipus "SALDOSCORE", data de negoci = data de procés,
*>seqüència a CTLSEQ, peu amb el nombre de registres i la suma dels
*>saldos); la mateixa seqüència es torna a admetre si és del mateix dia,
*>perquè la conciliació es repeteix després de corregir MOVIMENTS. Si
*>el fitxer no passa el control, o els comptes no venen en ordre
*>creixent i sense repetir, o un registre està mal construït, no es
*>concilia res i el programa acaba amb RETURN-CODE 8. Els comptes del
*>mestre que no són a l'extracte es projecten a la data de saldo més
*>recent de l'extracte; els que encara no s'han obert a aquella data no
*>hi compten. Qualsevol desquadrament deixa RETURN-CODE 4 perquè el
*>planificador avisi. Cada execució es registra a RUNCTL.

*>2029-07: MESTRECTA té una clau alternativa amb duplicats sobre el
*>client propietari (rcIdClient); es declara aquí perquè la definició
*>del fitxer ha de coincidir a tots els programes que l'obren.

IDENTIFICATION DIVISION.
PROGRAM-ID. CONCILIACIO-SALDOS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL fitxerParmSal ASSIGN TO "PARMSAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatParmSal.
    SELECT fitxerSaldosCore ASSIGN TO "SALDOSCORE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatSaldosCore.
    SELECT fitxerControlSequencies ASSIGN TO "CTLSEQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS sqTipusFitxer
        FILE STATUS IS estatControlSequencies.
    SELECT fitxerMestre ASSIGN TO "MESTRECTA"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rcIdCompte
        ALTERNATE RECORD KEY IS rcIdClient WITH DUPLICATES
        FILE STATUS IS estatMestre.
    SELECT OPTIONAL fitxerProductes ASSIGN TO "PRODUCTES"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS prdIdProducte
        FILE STATUS IS estatProductes.
    SELECT OPTIONAL fitxerMoviments ASSIGN TO "MOVIMENTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatMoviments.
    SELECT fitxerInformeSaldos ASSIGN TO "SALDINF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatInformeSaldos.
    SELECT fitxerControlExecucions ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatControlExecucions.
DATA DIVISION.
FILE SECTION.
FD  fitxerParmSal.
01  registreParmSal.
    05  psDataProces   PIC 9(08).   *>data de negoci de l'execució (AAAAMMDD); 0 o fitxer absent vol dir "agafa la data del sistema"
    05  psTolerancia   PIC 9(7)V99. *>diferència admesa per compte, en la divisa del compte; 0 o no numèric vol dir 1,00
FD  fitxerSaldosCore.
01  registreSaldoCore.
    05  scIdCompte  PIC X(10).
    05  scDivisa    PIC X(03).      *>divisa del saldo; en blanc vol dir EUR
    05  scSaldo     PIC 9(9)V99.    *>saldo comptable al core
    05  scDataSaldo PIC 9(08).      *>data a què correspon el saldo (AAAAMMDD)
01  registreCapcaleraFitxer.        *>primer registre de SALDOSCORE
    05  cfMarca       PIC X(04).    *>"*HDR"
    05  cfTipusFitxer PIC X(12).    *>"SALDOSCORE"
    05  cfDataNegoci  PIC 9(08).    *>data de negoci del fitxer; ha de ser la de procés
    05  cfSequencia   PIC 9(06).    *>número d'enviament; no pot ser anterior al darrer acceptat
01  registrePeuFitxer.              *>darrer registre de SALDOSCORE
    05  pfMarca       PIC X(04).    *>"*TRL"
    05  pfRegistres   PIC 9(07).    *>registres de detall (sense capçalera ni peu)
    05  pfTotalControl PIC 9(15)V99. *>suma de scSaldo dels registres de detall
FD  fitxerControlSequencies.
01  registreControlSequencia.       *>darrer enviament acceptat de cada tipus de fitxer d'entrada; mateix traçat a tots els programes que el fan servir
    05  sqTipusFitxer PIC X(12).
    05  sqSequencia   PIC 9(06).
    05  sqDataNegoci  PIC 9(08).
    05  sqPrograma    PIC X(20).    *>programa que el va acceptar
    05  sqDataProces  PIC 9(08).    *>data de procés en què es va acceptar
FD  fitxerMestre.
01  registreCompte.                 *>mateix traçat que MESTRECTA al programa de càlcul
    05  rcIdCompte  PIC X(10).
    05  rcIdClient  PIC X(08).
    05  rcAnys      PIC 99.
    05  rcInteres   PIC 9V99.
    05  rcQ         PIC 9(9)V99.
    05  rcDiposit   PIC 9(6)V99.
    05  rcFreq      PIC X(01).
    05  rcRetencio  PIC V99.
    05  rcComissio  PIC 9(4)V99.
    05  rcDivisa    PIC X(03).      *>divisa del compte; en blanc vol dir EUR
    05  rcTaulaInteresGrp.
        10  rcTaulaInteres OCCURS 50 TIMES PIC 9V99.
    05  rcIdProducte PIC X(06).
    05  rcCondicionsPropies PIC X(01).
        88  rcAmbCondicionsPropies VALUE "S".
    05  rcDataObertura PIC 9(08).   *>data d'obertura del pla (AAAAMMDD); 0 si encara no s'ha informat
    05  rcDataOberturaDesglossada REDEFINES rcDataObertura.
        10  rcAnyObertura PIC 9(04).
        10  rcMesDiaObertura PIC 9(04).
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
FD  fitxerMoviments.
01  registreMoviment.
    05  mvIdCompte  PIC X(10).
    05  mvAny       PIC 99.
    05  mvTipus     PIC X(01).      *>"A" aportació extraordinària, "R" retirada parcial
    05  mvImport    PIC 9(9)V99.
FD  fitxerInformeSaldos.
01  liniaInformeSaldos PIC X(132).
FD  fitxerControlExecucions.
01  registreControlExecucio.        *>mateix traçat que RUNCTL al programa de càlcul
    05  rceRunId      PIC X(14).
    05  rcePrograma   PIC X(20).
    05  rceDataProces PIC 9(08).
    05  rceLlegits    PIC 9(07).
    05  rceEscrits    PIC 9(07).
    05  rceRetorn     PIC 99.
WORKING-STORAGE SECTION.
    01 estatParmSal PIC X(02).     *>file status de PARMSAL; fitxer opcional
    01 estatSaldosCore PIC X(02).  *>file status de SALDOSCORE
    01 estatControlSequencies PIC X(02).  *>file status de CTLSEQ; "35" a l'OPEN vol dir que encara no existeix
    01 estatMestre PIC X(02).      *>file status de MESTRECTA
    01 estatProductes PIC X(02).   *>file status de PRODUCTES; fitxer opcional ("05" si encara no n'hi ha cap)
    01 estatMoviments PIC X(02).   *>file status de MOVIMENTS; fitxer opcional, "05" a l'OPEN vol dir que no n'hi ha
    01 estatInformeSaldos PIC X(02).  *>file status de SALDINF
    01 estatControlExecucions PIC X(02).  *>file status de RUNCTL; "35" a l'OPEN EXTEND vol dir que encara no existeix
    01 tipusFitxerEsperat PIC X(12) VALUE "SALDOSCORE".  *>tipus que ha de portar la capçalera de SALDOSCORE
    01 indicadorFitxerRebutjat PIC X(01) VALUE "N".  *>"S" si la passada de control rebutja SALDOSCORE sencer
        88 fitxerRebutjat VALUE "S".
    01 indicadorCapcaleraLlegida PIC X(01) VALUE "N".
        88 capcaleraLlegida VALUE "S".
    01 indicadorPeuLlegit PIC X(01) VALUE "N".
        88 peuLlegit VALUE "S".
    01 motiuRebuigFitxer PIC X(50) VALUE SPACES.  *>motiu del rebuig del fitxer sencer
    01 sequenciaAnterior PIC 9(06) VALUE 0.   *>darrera seqüència acceptada segons CTLSEQ
    01 dataNegociAnterior PIC 9(08) VALUE 0.  *>data de negoci de la darrera seqüència acceptada
    01 sequenciaFitxer PIC 9(06) VALUE 0.     *>seqüència de la capçalera
    01 dataNegociFitxer PIC 9(08) VALUE 0.    *>data de negoci de la capçalera
    01 registresControlats PIC 9(07) VALUE 0. *>registres de detall comptats a la passada de control
    01 totalControlCalculat PIC 9(15)V99 VALUE 0.  *>suma dels saldos dels registres de detall
    01 registresPeu PIC 9(07) VALUE 0.        *>registres de detall segons el peu
    01 totalControlPeu PIC 9(15)V99 VALUE 0.  *>total de control segons el peu
    01 compteAnteriorControl PIC X(10) VALUE LOW-VALUES.  *>compte del registre de detall anterior, per comprovar l'ordre
    01 dataSaldoMaxima PIC 9(08) VALUE 0.     *>data de saldo més recent de l'extracte; s'hi projecten els comptes que només són al mestre
    01 indicadorFiSaldos PIC X(01) VALUE "N".
        88 fiSaldos VALUE "S".
    01 indicadorFiMestre PIC X(01) VALUE "N".
        88 fiMestre VALUE "S".
    01 indicadorFiMoviments PIC X(01) VALUE "N".
        88 fiMoviments VALUE "S".
    01 clauSaldo PIC X(10).        *>compte del registre de l'extracte en curs; HIGH-VALUES en acabar
    01 clauMestre PIC X(10).       *>compte del registre del mestre en curs; HIGH-VALUES en acabar
    01 tolerancia PIC 9(7)V99 VALUE 1.00.
    01 dataSaldoCompte PIC 9(08).  *>data a què es projecta el compte en curs
    01 dataSaldoCompteDesglossada REDEFINES dataSaldoCompte.
        05 dataSaldoAny PIC 9(04).
        05 dataSaldoMesDia PIC 9(04).
    01 anysTancats PIC S9(04).     *>anys de pla ja liquidats a la data del saldo (aniversaris de l'obertura)
    01 saldoProjectat PIC 9(9)V99.
    01 saldoCore PIC 9(9)V99.
    01 diferencia PIC S9(10)V99.   *>saldo del core menys saldo projectat
    01 diferenciaAbsoluta PIC 9(10)V99.
    01 divisaCompte PIC X(03).     *>divisa del compte al mestre, ja resolta (en blanc passa a ser EUR)
    01 divisaSaldo PIC X(03).      *>divisa del saldo a l'extracte, ja resolta
    01 divisaTotal PIC X(03).      *>divisa a què s'acumula l'import en curs
    01 importTotal PIC 9(9)V99.    *>import que s'acumula als totals per divisa
    01 indicadorDesquadre PIC X(01) VALUE "N".  *>"S" si el compte en curs compta com a desquadrat
        88 compteDesquadrat VALUE "S".
    01 situacioCompte PIC X(20).   *>situació del compte en curs a l'informe
    01 nombreTotalsDivisa PIC 99 VALUE 0.  *>divises amb total acumulat
    01 taulaTotalsDivisa.
        05 entradaTotalDivisa OCCURS 21 TIMES.  *>mateixa capacitat que POSICIO-CARTERA
            10 etdDivisa PIC X(03).
            10 etdComptes PIC 9(05).
            10 etdSaldoCore PIC 9(12)V99.
            10 etdSaldoProjectat PIC 9(12)V99.
            10 etdDesquadres PIC 9(05).
    01 ixTotalDivisa PIC 99.       *>índex de treball sobre taulaTotalsDivisa
    01 indicadorDivisaTrobada PIC X(01) VALUE "N".
        88 divisaTrobada VALUE "S".
    01 indicadorDivisesDesbordades PIC X(01) VALUE "N".  *>"S" si hi ha més divises que posicions de taula: el job falla, cap total no es deixa caure en silenci
        88 divisesDesbordades VALUE "S".
    01 diferenciaDivisa PIC S9(12)V99.
    01 qTreball PIC 9(9)V9(6).     *>capital amb decimals de guarda, com al programa de càlcul
    01 Q PIC 9(9)V99.
    01 qObertura PIC 9(9)V99.
    01 qBrut PIC 9(9)V99.
    01 qInteres PIC 9(9)V99.
    01 qRetencio PIC 9(9)V99.
    01 interesEfectiu PIC 9V99.
    01 interesPeriode PIC 9V9(6).
    01 nrePeriodes PIC 99.
    01 anyActual PIC 99.
    01 movNet PIC S9(10)V99.       *>moviment net (aportacions - retirades efectives) de l'any en curs
    01 retiradaEfectiva PIC 9(9)V9(6). *>retirada realment aplicada, amb el mateix topall que el programa de càlcul
    01 movimentsCompte.            *>moviments del compte en curs, acumulats per any
        05 movAportacioAny OCCURS 50 TIMES PIC 9(9)V99.
        05 movRetiradaAny  OCCURS 50 TIMES PIC 9(9)V99.
    01 comptesExtracte PIC 9(07) VALUE 0.   *>registres de detall de l'extracte conciliats
    01 comptesMestre PIC 9(07) VALUE 0.     *>comptes llegits del mestre
    01 comptesAparellats PIC 9(07) VALUE 0. *>comptes presents als dos costats
    01 comptesQuadrats PIC 9(07) VALUE 0.
    01 comptesForaTolerancia PIC 9(07) VALUE 0.
    01 comptesDivisaDiferent PIC 9(07) VALUE 0.
    01 comptesNomesCore PIC 9(07) VALUE 0.
    01 comptesNomesMestre PIC 9(07) VALUE 0.
    01 comptesSenseData PIC 9(07) VALUE 0.  *>comptes sense data d'obertura: no es poden projectar
    01 comptesNoOberts PIC 9(07) VALUE 0.   *>comptes del mestre que encara no s'havien obert a la data de l'extracte
    01 comptesDesquadrats PIC 9(07) VALUE 0.  *>total de comptes llistats com a desquadrats
    01 idExecucio PIC X(14) VALUE SPACES. *>identificador d'execució: data de procés + hora d'inici (HHMMSS)
    01 horaActual PIC 9(08).
    01 horaActualDesglossada REDEFINES horaActual.
        05 horaActualHHMMSS PIC X(06).
        05 FILLER PIC X(02).
    01 dataActual PIC 9(08).       *>data de negoci de l'execució: psDataProces si ve informada, si no la del sistema
    01 dataActualDesglossada REDEFINES dataActual.
        05 dataActualAny PIC X(04).
        05 dataActualMes PIC X(02).
        05 dataActualDia PIC X(02).
    01 numPagina PIC 9(04) VALUE 0.
    01 liniesPagina PIC 99 VALUE 99.     *>es comença alt per forçar la primera capçalera
    01 maxLiniesPagina PIC 99 VALUE 55.
    01 liniaTreball PIC X(132).
    01 capcaleraPagina1.
        05 FILLER PIC X(40) VALUE "CONCILIACIO DE SALDOS AMB EL CORE".
        05 FILLER PIC X(67) VALUE SPACES.
        05 FILLER PIC X(07) VALUE "PAGINA ".
        05 capNumPagina PIC ZZZ9.
    01 capcaleraPagina2.
        05 FILLER PIC X(06) VALUE "DATA: ".
        05 capDataEdicio PIC X(10).
        05 FILLER PIC X(16) VALUE "   TOLERANCIA: ".
        05 capTolerancia PIC Z(6)9.99.
    01 liniaTitolSeccio.
        05 FILLER PIC X(05) VALUE "==== ".
        05 titolSeccio PIC X(45).
        05 FILLER PIC X(05) VALUE " ====".
    01 liniaControlFitxer1.
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(09) VALUE "FITXER : ".
        05 lcfTipus PIC X(12).
        05 FILLER PIC X(13) VALUE "  SEQUENCIA: ".
        05 lcfSequencia PIC ZZZZZ9.
        05 FILLER PIC X(16) VALUE "  DATA NEGOCI : ".
        05 lcfDataNegoci PIC 9(08).
        05 FILLER PIC X(20) VALUE "  DARRERA ACCEPTADA:".
        05 lcfSequenciaAnterior PIC ZZZZZ9.
    01 liniaControlFitxer2.
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(16) VALUE "REGISTRES PEU : ".
        05 lcfRegistresPeu PIC ZZZZZZ9.
        05 FILLER PIC X(12) VALUE "  COMPTATS: ".
        05 lcfRegistresComptats PIC ZZZZZZ9.
        05 FILLER PIC X(17) VALUE "  TOTAL CONTROL: ".
        05 lcfTotalPeu PIC Z(14)9.99.
        05 FILLER PIC X(03) VALUE " / ".
        05 lcfTotalCalculat PIC Z(14)9.99.
    01 liniaControlFitxer3.
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(11) VALUE "RESULTAT : ".
        05 lcfResultat PIC X(10).
        05 FILLER PIC X(02) VALUE SPACES.
        05 lcfMotiu PIC X(50).
    01 capcaleraColumnes.
        05 FILLER PIC X(10) VALUE "COMPTE".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(03) VALUE "DIV".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(08) VALUE "DATA".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(15) VALUE "     SALDO CORE".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(15) VALUE "SALDO PROJECTAT".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(16) VALUE "      DIFERENCIA".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(20) VALUE "SITUACIO".
    01 liniaDetallCompte.
        05 detIdCompte PIC X(10).
        05 FILLER PIC X(02) VALUE SPACES.
        05 detDivisa PIC X(03).
        05 FILLER PIC X(02) VALUE SPACES.
        05 detDataSaldo PIC 9(08).
        05 FILLER PIC X(02) VALUE SPACES.
        05 detSaldoCore PIC Z(11)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 detSaldoProjectat PIC Z(11)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 detDiferencia PIC -Z(11)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 detSituacio PIC X(20).
        05 FILLER PIC X(01) VALUE SPACE.
        05 detDivisaMestre PIC X(03).
    01 liniaSenseDesquadres PIC X(40) VALUE
        "  (CAP COMPTE DESQUADRAT)".
    01 capcaleraColumnesDivisa.
        05 FILLER PIC X(03) VALUE "DIV".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(07) VALUE "COMPTES".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(16) VALUE "      SALDO CORE".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(16) VALUE " SALDO PROJECTAT".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(17) VALUE "       DIFERENCIA".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(10) VALUE "DESQUADRES".
    01 liniaTotalDivisa.
        05 totDivisa PIC X(03).
        05 FILLER PIC X(04) VALUE SPACES.
        05 totComptes PIC ZZZZ9.
        05 FILLER PIC X(02) VALUE SPACES.
        05 totSaldoCore PIC Z(12)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 totSaldoProjectat PIC Z(12)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 totDiferencia PIC -Z(12)9.99.
        05 FILLER PIC X(07) VALUE SPACES.
        05 totDesquadres PIC ZZZZ9.
    01 liniaResumExtracte.
        05 FILLER PIC X(30) VALUE "COMPTES A L'EXTRACTE DEL CORE:".
        05 resExtracte PIC ZZZZZZ9.
    01 liniaResumMestre.
        05 FILLER PIC X(30) VALUE "COMPTES AL MESTRE . . . . . : ".
        05 resMestre PIC ZZZZZZ9.
    01 liniaResumAparellats.
        05 FILLER PIC X(30) VALUE "COMPTES ALS DOS COSTATS . . : ".
        05 resAparellats PIC ZZZZZZ9.
    01 liniaResumQuadrats.
        05 FILLER PIC X(30) VALUE "COMPTES QUADRATS  . . . . . : ".
        05 resQuadrats PIC ZZZZZZ9.
    01 liniaResumForaTolerancia.
        05 FILLER PIC X(30) VALUE "FORA DE TOLERANCIA  . . . . : ".
        05 resForaTolerancia PIC ZZZZZZ9.
    01 liniaResumDivisaDiferent.
        05 FILLER PIC X(30) VALUE "DIVISA DIFERENT . . . . . . : ".
        05 resDivisaDiferent PIC ZZZZZZ9.
    01 liniaResumSenseData.
        05 FILLER PIC X(30) VALUE "SENSE DATA D'OBERTURA . . . : ".
        05 resSenseData PIC ZZZZZZ9.
    01 liniaResumNomesCore.
        05 FILLER PIC X(30) VALUE "NOMES AL CORE . . . . . . . : ".
        05 resNomesCore PIC ZZZZZZ9.
    01 liniaResumNomesMestre.
        05 FILLER PIC X(30) VALUE "NOMES AL MESTRE . . . . . . : ".
        05 resNomesMestre PIC ZZZZZZ9.
    01 liniaResumNoOberts.
        05 FILLER PIC X(30) VALUE "NO OBERTS A LA DATA DE SALDO: ".
        05 resNoOberts PIC ZZZZZZ9.
PROCEDURE DIVISION.
    PERFORM determinarDataProces THRU determinarDataProces-Fi.
    OPEN INPUT fitxerSaldosCore.
    IF estatSaldosCore <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir SALDOSCORE (file status "
            estatSaldosCore "): comprovar que l'extracte del core existeix"
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN INPUT fitxerMestre.
    IF estatMestre <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir MESTRECTA (file status "
            estatMestre "): comprovar que el mestre de comptes existeix"
        CLOSE fitxerSaldosCore
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN INPUT fitxerProductes.
    IF estatProductes <> "00" AND estatProductes <> "05"
        DISPLAY "ERROR: no s'ha pogut obrir PRODUCTES (file status "
            estatProductes ")"
        CLOSE fitxerSaldosCore
        CLOSE fitxerMestre
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN OUTPUT fitxerInformeSaldos.
    IF estatInformeSaldos <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir SALDINF (file status "
            estatInformeSaldos ")"
        CLOSE fitxerSaldosCore
        CLOSE fitxerMestre
        CLOSE fitxerProductes
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    STRING dataActualDia DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        dataActualMes DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        dataActualAny DELIMITED BY SIZE
        INTO capDataEdicio.
    MOVE tolerancia TO capTolerancia.

    PERFORM validarControlFitxer THRU validarControlFitxer-Fi.
    MOVE "CONTROL DEL FITXER SALDOSCORE" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    PERFORM imprimirControlFitxer THRU imprimirControlFitxer-Fi.
    IF fitxerRebutjat
        DISPLAY "ERROR: SALDOSCORE rebutjat sencer, no es concilia cap "
            "compte: " motiuRebuigFitxer
        CLOSE fitxerSaldosCore
        CLOSE fitxerMestre
        CLOSE fitxerProductes
        CLOSE fitxerInformeSaldos
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    IF dataSaldoMaxima = 0
        MOVE dataActual TO dataSaldoMaxima
    END-IF.

    MOVE "COMPTES DESQUADRATS" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    MOVE capcaleraColumnes TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    PERFORM llegirSaldoCore THRU llegirSaldoCore-Fi.
    MOVE LOW-VALUES TO rcIdCompte.
    START fitxerMestre KEY IS GREATER THAN OR EQUAL TO rcIdCompte
        INVALID KEY
            SET fiMestre TO TRUE
            MOVE HIGH-VALUES TO clauMestre
    END-START.
    IF NOT fiMestre
        PERFORM llegirMestre THRU llegirMestre-Fi
    END-IF.
    PERFORM aparellarComptes THRU aparellarComptes-Fi
        UNTIL (fiSaldos AND fiMestre) OR divisesDesbordades.
    IF comptesDesquadrats = 0
        MOVE liniaSenseDesquadres TO liniaTreball
        PERFORM escriureInforme THRU escriureInforme-Fi
    END-IF.

    IF divisesDesbordades
        DISPLAY "ERROR: mes divises que posicions de total; la "
            "conciliacio no es pot completar"
        CLOSE fitxerSaldosCore
        CLOSE fitxerMestre
        CLOSE fitxerProductes
        CLOSE fitxerInformeSaldos
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    PERFORM imprimirResumConciliacio THRU imprimirResumConciliacio-Fi.
    IF sequenciaFitxer > sequenciaAnterior
        PERFORM registrarSequencia THRU registrarSequencia-Fi
    END-IF.

    CLOSE fitxerSaldosCore.
    CLOSE fitxerMestre.
    CLOSE fitxerProductes.
    CLOSE fitxerInformeSaldos.
    DISPLAY "Conciliacio de saldos acabada: " comptesExtracte
        " comptes a l'extracte, " comptesMestre " al mestre, "
        comptesDesquadrats " desquadrats".
    IF comptesDesquadrats > 0
        DISPLAY " ATENCIO: " comptesForaTolerancia " fora de tolerancia, "
            comptesNomesCore " nomes al core, " comptesNomesMestre
            " nomes al mestre; revisar SALDINF"
        MOVE 4 TO RETURN-CODE
    END-IF.

finalPrograma.
    PERFORM registrarExecucio THRU registrarExecucio-Fi.
    STOP RUN.

*>Determina la data de negoci i la tolerància de l'execució: les de
*>PARMSAL si el fitxer existeix i les porta informades; si no, la data
*>del sistema i 1,00.
determinarDataProces.
    ACCEPT dataActual FROM DATE YYYYMMDD.
    OPEN INPUT fitxerParmSal.
    IF estatParmSal = "00"
        READ fitxerParmSal INTO registreParmSal
            AT END
                CONTINUE
            NOT AT END
                IF psDataProces NUMERIC AND psDataProces > 0
                    MOVE psDataProces TO dataActual
                END-IF
                IF psTolerancia NUMERIC AND psTolerancia > 0
                    MOVE psTolerancia TO tolerancia
                END-IF
        END-READ
    END-IF.
    CLOSE fitxerParmSal.
    ACCEPT horaActual FROM TIME.
    STRING dataActual DELIMITED BY SIZE
        horaActualHHMMSS DELIMITED BY SIZE
        INTO idExecucio.
determinarDataProces-Fi.
    EXIT.

*>Deixa constància de l'execució al fitxer de control RUNCTL; s'executa
*>sempre, també quan el programa acaba en error.
registrarExecucio.
    IF idExecucio = SPACES
        ACCEPT dataActual FROM DATE YYYYMMDD
        ACCEPT horaActual FROM TIME
        STRING dataActual DELIMITED BY SIZE
            horaActualHHMMSS DELIMITED BY SIZE
            INTO idExecucio
    END-IF.
    OPEN EXTEND fitxerControlExecucions.
    IF estatControlExecucions = "35"
        OPEN OUTPUT fitxerControlExecucions
    END-IF.
    IF estatControlExecucions <> "00"
        DISPLAY "ATENCIO: no s'ha pogut registrar l'execucio a RUNCTL "
            "(file status " estatControlExecucions ")"
        GO TO registrarExecucio-Fi
    END-IF.
    MOVE idExecucio TO rceRunId.
    MOVE "CONCILIACIO-SALDOS" TO rcePrograma.
    MOVE dataActual TO rceDataProces.
    MOVE comptesExtracte TO rceLlegits.
    MOVE comptesDesquadrats TO rceEscrits.
    MOVE RETURN-CODE TO rceRetorn.
    WRITE registreControlExecucio.
    CLOSE fitxerControlExecucions.
registrarExecucio-Fi.
    EXIT.

*>Passada de control sobre SALDOSCORE abans de conciliar res: el primer
*>registre ha de ser la capçalera, amb el tipus de fitxer, la data de
*>procés com a data de negoci i una seqüència no anterior a la darrera
*>acceptada a CTLSEQ (la mateixa només si és del mateix dia, per poder
*>repetir la conciliació); el darrer ha de ser el peu, amb el nombre de
*>registres de detall i la suma dels saldos. Els registres de detall
*>han de venir ben construïts i en ordre creixent de compte, sense
*>repetir, perquè l'aparellament amb el mestre es fa en una sola
*>passada. Qualsevol discrepància deixa fitxerRebutjat a "S" amb el
*>motiu. En acabar, el fitxer es torna a obrir perquè la conciliació
*>el llegeixi des del principi.
validarControlFitxer.
    PERFORM llegirSequenciaAnterior THRU llegirSequenciaAnterior-Fi.
    IF fitxerRebutjat
        GO TO validarControlFitxer-Fi
    END-IF.
    MOVE "N" TO indicadorFiSaldos.
    PERFORM llegirRegistreControl THRU llegirRegistreControl-Fi
        UNTIL fiSaldos OR fitxerRebutjat.
    IF NOT fitxerRebutjat
        PERFORM validarFinalFitxer THRU validarFinalFitxer-Fi
    END-IF.
    CLOSE fitxerSaldosCore.
    OPEN INPUT fitxerSaldosCore.
    MOVE "N" TO indicadorFiSaldos.
validarControlFitxer-Fi.
    EXIT.

llegirRegistreControl.
    READ fitxerSaldosCore
        AT END
            SET fiSaldos TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN NOT capcaleraLlegida
                    PERFORM validarCapcaleraFitxer
                        THRU validarCapcaleraFitxer-Fi
                WHEN peuLlegit
                    MOVE "REGISTRES DARRERE DEL PEU" TO motiuRebuigFitxer
                    SET fitxerRebutjat TO TRUE
                WHEN cfMarca = "*HDR"
                    MOVE "CAPCALERA REPETIDA DINS DEL FITXER"
                        TO motiuRebuigFitxer
                    SET fitxerRebutjat TO TRUE
                WHEN pfMarca = "*TRL"
                    SET peuLlegit TO TRUE
                    IF pfRegistres NUMERIC AND pfTotalControl NUMERIC
                        MOVE pfRegistres TO registresPeu
                        MOVE pfTotalControl TO totalControlPeu
                    ELSE
                        MOVE "PEU AMB CAMPS NO NUMERICS"
                            TO motiuRebuigFitxer
                        SET fitxerRebutjat TO TRUE
                    END-IF
                WHEN OTHER
                    PERFORM validarDetallFitxer
                        THRU validarDetallFitxer-Fi
            END-EVALUATE
    END-READ.
llegirRegistreControl-Fi.
    EXIT.

validarCapcaleraFitxer.
    SET capcaleraLlegida TO TRUE.
    IF cfMarca <> "*HDR"
        MOVE "FITXER SENSE CAPCALERA" TO motiuRebuigFitxer
        SET fitxerRebutjat TO TRUE
        GO TO validarCapcaleraFitxer-Fi
    END-IF.
    IF cfDataNegoci NUMERIC
        MOVE cfDataNegoci TO dataNegociFitxer
    END-IF.
    IF cfSequencia NUMERIC
        MOVE cfSequencia TO sequenciaFitxer
    END-IF.
    IF cfTipusFitxer <> tipusFitxerEsperat
        MOVE "TIPUS DE FITXER DE LA CAPCALERA ERRONI"
            TO motiuRebuigFitxer
        SET fitxerRebutjat TO TRUE
        GO TO validarCapcaleraFitxer-Fi
    END-IF.
    IF cfDataNegoci NOT NUMERIC OR cfDataNegoci <> dataActual
        MOVE "DATA DE NEGOCI DIFERENT DE LA DATA DE PROCES"
            TO motiuRebuigFitxer
        SET fitxerRebutjat TO TRUE
        GO TO validarCapcaleraFitxer-Fi
    END-IF.
    IF cfSequencia NOT NUMERIC
        OR cfSequencia < sequenciaAnterior
        OR (cfSequencia = sequenciaAnterior
            AND cfDataNegoci <> dataNegociAnterior)
        MOVE "SEQUENCIA REPETIDA O ANTERIOR A LA DARRERA ACCEPTADA"
            TO motiuRebuigFitxer
        SET fitxerRebutjat TO TRUE
        GO TO validarCapcaleraFitxer-Fi
    END-IF.
validarCapcaleraFitxer-Fi.
    EXIT.

*>Un registre de detall compta per al peu encara que estigui mal
*>construït; si ho està, o no ve en ordre, el fitxer es rebutja.
validarDetallFitxer.
    ADD 1 TO registresControlats.
    IF scSaldo NUMERIC
        ADD scSaldo TO totalControlCalculat
    END-IF.
    IF scIdCompte = SPACES OR scSaldo NOT NUMERIC
        OR scDataSaldo NOT NUMERIC OR scDataSaldo = 0
        OR scDataSaldo > dataActual
        MOVE "REGISTRE DE DETALL MAL CONSTRUIT" TO motiuRebuigFitxer
        SET fitxerRebutjat TO TRUE
        GO TO validarDetallFitxer-Fi
    END-IF.
    IF scIdCompte <= compteAnteriorControl
        MOVE "COMPTES FORA D'ORDRE O REPETITS" TO motiuRebuigFitxer
        SET fitxerRebutjat TO TRUE
        GO TO validarDetallFitxer-Fi
    END-IF.
    MOVE scIdCompte TO compteAnteriorControl.
    IF scDataSaldo > dataSaldoMaxima
        MOVE scDataSaldo TO dataSaldoMaxima
    END-IF.
validarDetallFitxer-Fi.
    EXIT.

validarFinalFitxer.
    IF NOT capcaleraLlegida
        MOVE "FITXER BUIT, SENSE CAPCALERA" TO motiuRebuigFitxer
        SET fitxerRebutjat TO TRUE
        GO TO validarFinalFitxer-Fi
    END-IF.
    IF NOT peuLlegit
        MOVE "FITXER SENSE PEU: POSSIBLE TRUNCAMENT" TO motiuRebuigFitxer
        SET fitxerRebutjat TO TRUE
        GO TO validarFinalFitxer-Fi
    END-IF.
    IF registresPeu <> registresControlats
        MOVE "NOMBRE DE REGISTRES DIFERENT DEL DEL PEU"
            TO motiuRebuigFitxer
        SET fitxerRebutjat TO TRUE
        GO TO validarFinalFitxer-Fi
    END-IF.
    IF totalControlPeu <> totalControlCalculat
        MOVE "TOTAL DE CONTROL DIFERENT DEL DEL PEU"
            TO motiuRebuigFitxer
        SET fitxerRebutjat TO TRUE
        GO TO validarFinalFitxer-Fi
    END-IF.
validarFinalFitxer-Fi.
    EXIT.

*>Llegeix a CTLSEQ la darrera seqüència acceptada de SALDOSCORE i el
*>seu dia (0 si encara no se n'ha acceptat cap). Sense fitxer de
*>control no es pot saber si l'enviament és repetit i es rebutja.
llegirSequenciaAnterior.
    MOVE 0 TO sequenciaAnterior.
    MOVE 0 TO dataNegociAnterior.
    OPEN INPUT fitxerControlSequencies.
    IF estatControlSequencies = "35"
        GO TO llegirSequenciaAnterior-Fi
    END-IF.
    IF estatControlSequencies <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir CTLSEQ (file status "
            estatControlSequencies ")"
        MOVE "FITXER DE CONTROL CTLSEQ NO DISPONIBLE"
            TO motiuRebuigFitxer
        SET fitxerRebutjat TO TRUE
        GO TO llegirSequenciaAnterior-Fi
    END-IF.
    MOVE tipusFitxerEsperat TO sqTipusFitxer.
    READ fitxerControlSequencies
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE sqSequencia TO sequenciaAnterior
            MOVE sqDataNegoci TO dataNegociAnterior
    END-READ.
    CLOSE fitxerControlSequencies.
llegirSequenciaAnterior-Fi.
    EXIT.

*>Deixa a CTLSEQ la seqüència d'un enviament nou un cop conciliat, perquè
*>un enviament anterior o el mateix d'un altre dia es rebutgin.
registrarSequencia.
    OPEN I-O fitxerControlSequencies.
    IF estatControlSequencies = "35"
        OPEN OUTPUT fitxerControlSequencies
        CLOSE fitxerControlSequencies
        OPEN I-O fitxerControlSequencies
    END-IF.
    IF estatControlSequencies <> "00"
        DISPLAY "ATENCIO: no s'ha pogut registrar la sequencia de "
            tipusFitxerEsperat " a CTLSEQ (file status "
            estatControlSequencies ")"
        GO TO registrarSequencia-Fi
    END-IF.
    MOVE tipusFitxerEsperat TO sqTipusFitxer.
    READ fitxerControlSequencies
        INVALID KEY
            PERFORM omplirControlSequencia
                THRU omplirControlSequencia-Fi
            WRITE registreControlSequencia
        NOT INVALID KEY
            PERFORM omplirControlSequencia
                THRU omplirControlSequencia-Fi
            REWRITE registreControlSequencia
    END-READ.
    CLOSE fitxerControlSequencies.
registrarSequencia-Fi.
    EXIT.

omplirControlSequencia.
    MOVE tipusFitxerEsperat TO sqTipusFitxer.
    MOVE sequenciaFitxer TO sqSequencia.
    MOVE dataNegociFitxer TO sqDataNegoci.
    MOVE "CONCILIACIO-SALDOS" TO sqPrograma.
    MOVE dataActual TO sqDataProces.
omplirControlSequencia-Fi.
    EXIT.

*>Secció de l'informe amb el resultat de la passada de control del
*>fitxer: capçalera, peu, xifres comptades i acceptació o motiu.
imprimirControlFitxer.
    MOVE tipusFitxerEsperat TO lcfTipus.
    MOVE sequenciaFitxer TO lcfSequencia.
    MOVE dataNegociFitxer TO lcfDataNegoci.
    MOVE sequenciaAnterior TO lcfSequenciaAnterior.
    MOVE liniaControlFitxer1 TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE registresPeu TO lcfRegistresPeu.
    MOVE registresControlats TO lcfRegistresComptats.
    MOVE totalControlPeu TO lcfTotalPeu.
    MOVE totalControlCalculat TO lcfTotalCalculat.
    MOVE liniaControlFitxer2 TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    IF fitxerRebutjat
        MOVE "REBUTJAT" TO lcfResultat
        MOVE motiuRebuigFitxer TO lcfMotiu
    ELSE
        MOVE "ACCEPTAT" TO lcfResultat
        MOVE SPACES TO lcfMotiu
    END-IF.
    MOVE liniaControlFitxer3 TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirControlFitxer-Fi.
    EXIT.

*>Llegeix el registre de detall següent de SALDOSCORE, saltant la
*>capçalera; el peu o el final del fitxer deixen clauSaldo a
*>HIGH-VALUES perquè l'aparellament acabi el mestre.
llegirSaldoCore.
    READ fitxerSaldosCore
        AT END
            SET fiSaldos TO TRUE
    END-READ.
    IF NOT fiSaldos AND cfMarca = "*HDR"
        READ fitxerSaldosCore
            AT END
                SET fiSaldos TO TRUE
        END-READ
    END-IF.
    IF NOT fiSaldos AND pfMarca = "*TRL"
        SET fiSaldos TO TRUE
    END-IF.
    IF fiSaldos
        MOVE HIGH-VALUES TO clauSaldo
    ELSE
        MOVE scIdCompte TO clauSaldo
    END-IF.
llegirSaldoCore-Fi.
    EXIT.

llegirMestre.
    READ fitxerMestre NEXT RECORD
        AT END
            SET fiMestre TO TRUE
            MOVE HIGH-VALUES TO clauMestre
        NOT AT END
            ADD 1 TO comptesMestre
            MOVE rcIdCompte TO clauMestre
    END-READ.
llegirMestre-Fi.
    EXIT.

*>Aparellament per clau de l'extracte i del mestre, tots dos en ordre
*>de compte: cada volta tracta la clau més baixa de les dues.
aparellarComptes.
    EVALUATE TRUE
        WHEN clauSaldo = clauMestre
            PERFORM conciliarCompte THRU conciliarCompte-Fi
            PERFORM llegirSaldoCore THRU llegirSaldoCore-Fi
            PERFORM llegirMestre THRU llegirMestre-Fi
        WHEN clauSaldo < clauMestre
            PERFORM tractarNomesCore THRU tractarNomesCore-Fi
            PERFORM llegirSaldoCore THRU llegirSaldoCore-Fi
        WHEN OTHER
            PERFORM tractarNomesMestre THRU tractarNomesMestre-Fi
            PERFORM llegirMestre THRU llegirMestre-Fi
    END-EVALUATE.
aparellarComptes-Fi.
    EXIT.

*>Compte present als dos costats: es projecta a la data del saldo del
*>core i es compara. Desquadra si la divisa no coincideix, si no es pot
*>projectar per falta de data d'obertura o si la diferència passa de la
*>tolerància.
conciliarCompte.
    ADD 1 TO comptesExtracte.
    ADD 1 TO comptesAparellats.
    MOVE "N" TO indicadorDesquadre.
    MOVE SPACES TO situacioCompte.
    MOVE scSaldo TO saldoCore.
    MOVE scDivisa TO divisaSaldo.
    IF divisaSaldo = SPACES OR divisaSaldo = LOW-VALUES
        MOVE "EUR" TO divisaSaldo
    END-IF.
    MOVE scDataSaldo TO dataSaldoCompte.
    PERFORM aplicarCondicionsProducte THRU aplicarCondicionsProducte-Fi.
    MOVE rcDivisa TO divisaCompte.
    IF divisaCompte = SPACES OR divisaCompte = LOW-VALUES
        MOVE "EUR" TO divisaCompte
    END-IF.
    MOVE 0 TO saldoProjectat.
    IF rcDataObertura NOT NUMERIC OR rcDataObertura = 0
        ADD 1 TO comptesSenseData
        SET compteDesquadrat TO TRUE
        MOVE "SENSE DATA OBERTURA" TO situacioCompte
        MOVE saldoCore TO diferencia
    ELSE
        PERFORM projectarSaldo THRU projectarSaldo-Fi
        COMPUTE diferencia = saldoCore - saldoProjectat
        PERFORM calcularDiferenciaAbsoluta
            THRU calcularDiferenciaAbsoluta-Fi
        EVALUATE TRUE
            WHEN divisaSaldo <> divisaCompte
                ADD 1 TO comptesDivisaDiferent
                SET compteDesquadrat TO TRUE
                MOVE "DIVISA DIFERENT" TO situacioCompte
            WHEN diferenciaAbsoluta > tolerancia
                ADD 1 TO comptesForaTolerancia
                SET compteDesquadrat TO TRUE
                MOVE "FORA DE TOLERANCIA" TO situacioCompte
            WHEN OTHER
                ADD 1 TO comptesQuadrats
        END-EVALUATE
    END-IF.
    MOVE divisaSaldo TO divisaTotal.
    MOVE saldoCore TO importTotal.
    PERFORM acumularSaldoCore THRU acumularSaldoCore-Fi.
    MOVE divisaCompte TO divisaTotal.
    MOVE saldoProjectat TO importTotal.
    PERFORM acumularSaldoProjectat THRU acumularSaldoProjectat-Fi.
    IF compteDesquadrat
        MOVE divisaSaldo TO divisaTotal
        PERFORM acumularDesquadre THRU acumularDesquadre-Fi
        PERFORM imprimirDesquadre THRU imprimirDesquadre-Fi
    END-IF.
conciliarCompte-Fi.
    EXIT.

*>Compte que el core té i el mestre no: sempre és un desquadre.
tractarNomesCore.
    ADD 1 TO comptesExtracte.
    ADD 1 TO comptesNomesCore.
    MOVE scSaldo TO saldoCore.
    MOVE 0 TO saldoProjectat.
    MOVE scDivisa TO divisaSaldo.
    IF divisaSaldo = SPACES OR divisaSaldo = LOW-VALUES
        MOVE "EUR" TO divisaSaldo
    END-IF.
    MOVE scDataSaldo TO dataSaldoCompte.
    MOVE SPACES TO divisaCompte.
    MOVE divisaSaldo TO divisaTotal.
    MOVE saldoCore TO importTotal.
    PERFORM acumularSaldoCore THRU acumularSaldoCore-Fi.
    PERFORM acumularDesquadre THRU acumularDesquadre-Fi.
    MOVE "NOMES AL CORE" TO situacioCompte.
    COMPUTE diferencia = saldoCore - saldoProjectat.
    PERFORM imprimirDesquadre THRU imprimirDesquadre-Fi.
tractarNomesCore-Fi.
    EXIT.

*>Compte que el mestre té i el core no: es projecta a la data de saldo
*>més recent de l'extracte. Si encara no s'havia obert no compta; si el
*>saldo projectat cap dins de la tolerància (un pla buidat per
*>retirades) tampoc no desquadra.
tractarNomesMestre.
    MOVE dataSaldoMaxima TO dataSaldoCompte.
    IF rcDataObertura NUMERIC AND rcDataObertura > dataSaldoCompte
        ADD 1 TO comptesNoOberts
        GO TO tractarNomesMestre-Fi
    END-IF.
    PERFORM aplicarCondicionsProducte THRU aplicarCondicionsProducte-Fi.
    MOVE rcDivisa TO divisaCompte.
    IF divisaCompte = SPACES OR divisaCompte = LOW-VALUES
        MOVE "EUR" TO divisaCompte
    END-IF.
    MOVE 0 TO saldoCore.
    MOVE 0 TO saldoProjectat.
    MOVE "N" TO indicadorDesquadre.
    IF rcDataObertura NOT NUMERIC OR rcDataObertura = 0
        ADD 1 TO comptesSenseData
        SET compteDesquadrat TO TRUE
        MOVE "SENSE DATA OBERTURA" TO situacioCompte
    ELSE
        PERFORM projectarSaldo THRU projectarSaldo-Fi
        IF saldoProjectat > tolerancia
            SET compteDesquadrat TO TRUE
            MOVE "NOMES AL MESTRE" TO situacioCompte
        END-IF
    END-IF.
    MOVE divisaCompte TO divisaTotal.
    MOVE saldoProjectat TO importTotal.
    PERFORM acumularSaldoProjectat THRU acumularSaldoProjectat-Fi.
    IF NOT compteDesquadrat
        GO TO tractarNomesMestre-Fi
    END-IF.
    ADD 1 TO comptesNomesMestre.
    PERFORM acumularDesquadre THRU acumularDesquadre-Fi.
    MOVE divisaCompte TO divisaSaldo.
    MOVE SPACES TO divisaCompte.
    COMPUTE diferencia = saldoCore - saldoProjectat.
    PERFORM imprimirDesquadre THRU imprimirDesquadre-Fi.
tractarNomesMestre-Fi.
    EXIT.

calcularDiferenciaAbsoluta.
    IF diferencia < 0
        COMPUTE diferenciaAbsoluta = 0 - diferencia
    ELSE
        MOVE diferencia TO diferenciaAbsoluta
    END-IF.
calcularDiferenciaAbsoluta-Fi.
    EXIT.

*>Línia de desquadre: el compte és clauSaldo o clauMestre, la més
*>baixa de les dues; la divisa del mestre només surt al final de la
*>línia quan no coincideix amb la del saldo.
imprimirDesquadre.
    ADD 1 TO comptesDesquadrats.
    IF clauSaldo < clauMestre
        MOVE clauSaldo TO detIdCompte
    ELSE
        MOVE clauMestre TO detIdCompte
    END-IF.
    MOVE divisaSaldo TO detDivisa.
    MOVE dataSaldoCompte TO detDataSaldo.
    MOVE saldoCore TO detSaldoCore.
    MOVE saldoProjectat TO detSaldoProjectat.
    MOVE diferencia TO detDiferencia.
    MOVE situacioCompte TO detSituacio.
    MOVE SPACES TO detDivisaMestre.
    IF divisaCompte <> SPACES AND divisaCompte <> divisaSaldo
        MOVE divisaCompte TO detDivisaMestre
    END-IF.
    MOVE liniaDetallCompte TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirDesquadre-Fi.
    EXIT.

*>Si el compte en curs té producte i no té condicions pròpies, posa
*>les condicions vigents del producte sobre les del registre llegit,
*>com fa EXTRACTES-CLIENTS.
aplicarCondicionsProducte.
    IF rcIdProducte = SPACES OR rcAmbCondicionsPropies
        GO TO aplicarCondicionsProducte-Fi
    END-IF.
    MOVE rcIdProducte TO prdIdProducte.
    READ fitxerProductes
        INVALID KEY
            DISPLAY "ATENCIO: producte inexistent a PRODUCTES: "
                rcIdProducte " (compte " rcIdCompte
                "); es calcula amb les condicions del compte"
        NOT INVALID KEY
            MOVE prdInteres TO rcInteres
            MOVE prdFreq TO rcFreq
            MOVE prdRetencio TO rcRetencio
            MOVE prdComissio TO rcComissio
            MOVE prdDivisa TO rcDivisa
            MOVE prdTaulaInteresGrp TO rcTaulaInteresGrp
    END-READ.
aplicarCondicionsProducte-Fi.
    EXIT.

*>Saldo projectat del compte en curs a dataSaldoCompte: tancament del
*>darrer any de pla liquidat (un per aniversari de l'obertura, fins a
*>rcAnys) i, si el pla encara corre, l'aportació periòdica i els
*>moviments de l'any en curs, que el programa de càlcul aplica a
*>l'inici de l'any. Abans de l'obertura el saldo és zero.
projectarSaldo.
    MOVE 0 TO saldoProjectat.
    IF dataSaldoCompte < rcDataObertura
        GO TO projectarSaldo-Fi
    END-IF.
    COMPUTE anysTancats = dataSaldoAny - rcAnyObertura.
    IF dataSaldoMesDia < rcMesDiaObertura
        SUBTRACT 1 FROM anysTancats
    END-IF.
    IF anysTancats > rcAnys
        MOVE rcAnys TO anysTancats
    END-IF.
    PERFORM carregarMovimentsCompte THRU carregarMovimentsCompte-Fi.
    EVALUATE rcFreq
        WHEN "M"
            MOVE 12 TO nrePeriodes
        WHEN "Q"
            MOVE 4 TO nrePeriodes
        WHEN OTHER
            MOVE 1 TO nrePeriodes
    END-EVALUATE.
    MOVE rcQ TO qTreball.
    MOVE 1 TO anyActual.
    PERFORM calcularAny THRU calcularAny-Fi
        anysTancats TIMES.
    IF anysTancats < rcAnys
        ADD rcDiposit TO qTreball
        ADD movAportacioAny (anyActual) TO qTreball
        MOVE movRetiradaAny (anyActual) TO retiradaEfectiva
        IF retiradaEfectiva > qTreball
            MOVE qTreball TO retiradaEfectiva
        END-IF
        SUBTRACT retiradaEfectiva FROM qTreball
    END-IF.
    COMPUTE saldoProjectat ROUNDED = qTreball.
projectarSaldo-Fi.
    EXIT.

*>Acumula per any els moviments del compte en curs (rcIdCompte) a
*>movimentsCompte, rellegint el fitxer MOVIMENTS sencer, com fa
*>EXTRACTES-CLIENTS. Els registres no vàlids s'ignoren.
carregarMovimentsCompte.
    MOVE ZEROS TO movimentsCompte.
    MOVE "N" TO indicadorFiMoviments.
    OPEN INPUT fitxerMoviments.
    IF estatMoviments = "00" OR estatMoviments = "05"
        PERFORM llegirMovimentCompte THRU llegirMovimentCompte-Fi
            UNTIL fiMoviments
    END-IF.
    CLOSE fitxerMoviments.
carregarMovimentsCompte-Fi.
    EXIT.

llegirMovimentCompte.
    READ fitxerMoviments INTO registreMoviment
        AT END
            SET fiMoviments TO TRUE
        NOT AT END
            IF mvIdCompte = rcIdCompte
                AND (mvTipus = "A" OR mvTipus = "R")
                AND mvAny NUMERIC AND mvAny >= 1 AND mvAny <= 50
                AND mvImport NUMERIC
                IF mvTipus = "A"
                    ADD mvImport TO movAportacioAny (mvAny)
                ELSE
                    ADD mvImport TO movRetiradaAny (mvAny)
                END-IF
            END-IF
    END-READ.
llegirMovimentCompte-Fi.
    EXIT.

*>Calcula un any del quadre amb la mateixa seqüència que el programa
*>de càlcul: aportació i moviments abans de l'interes, composició per
*>períodes, retenció sobre l'interes brut arrodonit i comissió al
*>tancament.
calcularAny.
    MOVE rcInteres TO interesEfectiu.
    IF rcTaulaInteres (anyActual) > 0
        MOVE rcTaulaInteres (anyActual) TO interesEfectiu
    END-IF.
    COMPUTE qObertura ROUNDED = qTreball.
    ADD rcDiposit TO qTreball.
    ADD movAportacioAny (anyActual) TO qTreball.
    MOVE movRetiradaAny (anyActual) TO retiradaEfectiva.
    IF retiradaEfectiva > qTreball
        MOVE qTreball TO retiradaEfectiva
    END-IF.
    SUBTRACT retiradaEfectiva FROM qTreball.
    COMPUTE movNet = movAportacioAny (anyActual) - retiradaEfectiva.
    COMPUTE interesPeriode = 1 + ((interesEfectiu - 1) / nrePeriodes).
    PERFORM compondrePeriode THRU compondrePeriode-Fi
        nrePeriodes TIMES.
    COMPUTE qBrut ROUNDED = qTreball.
    COMPUTE qInteres = qBrut - qObertura - rcDiposit - movNet.
    COMPUTE qRetencio ROUNDED = qInteres * rcRetencio.
    SUBTRACT qRetencio FROM qTreball.
    IF rcComissio > qTreball
        MOVE 0 TO qTreball
    ELSE
        SUBTRACT rcComissio FROM qTreball
    END-IF.
    COMPUTE Q ROUNDED = qTreball.
    ADD 1 TO anyActual.
calcularAny-Fi.
    EXIT.

compondrePeriode.
    MULTIPLY interesPeriode BY qTreball.
compondrePeriode-Fi.
    EXIT.

*>Totals per divisa: el saldo del core s'acumula a la divisa de
*>l'extracte i el projectat a la del mestre; el compte es compta a la
*>divisa on s'acumula el saldo del core, o a la del mestre si només hi
*>és al mestre. Més divises que posicions de taula aturen el job.
acumularSaldoCore.
    PERFORM cercarTotalDivisa THRU cercarTotalDivisa-Fi.
    IF divisesDesbordades
        GO TO acumularSaldoCore-Fi
    END-IF.
    ADD importTotal TO etdSaldoCore (ixTotalDivisa).
    ADD 1 TO etdComptes (ixTotalDivisa).
acumularSaldoCore-Fi.
    EXIT.

acumularSaldoProjectat.
    PERFORM cercarTotalDivisa THRU cercarTotalDivisa-Fi.
    IF divisesDesbordades
        GO TO acumularSaldoProjectat-Fi
    END-IF.
    ADD importTotal TO etdSaldoProjectat (ixTotalDivisa).
    IF clauMestre < clauSaldo
        ADD 1 TO etdComptes (ixTotalDivisa)
    END-IF.
acumularSaldoProjectat-Fi.
    EXIT.

acumularDesquadre.
    PERFORM cercarTotalDivisa THRU cercarTotalDivisa-Fi.
    IF divisesDesbordades
        GO TO acumularDesquadre-Fi
    END-IF.
    ADD 1 TO etdDesquadres (ixTotalDivisa).
acumularDesquadre-Fi.
    EXIT.

*>Deixa a ixTotalDivisa l'entrada de divisaTotal, creant-la si cal.
cercarTotalDivisa.
    MOVE "N" TO indicadorDivisaTrobada.
    MOVE 1 TO ixTotalDivisa.
    PERFORM verificarTotalDivisa THRU verificarTotalDivisa-Fi
        UNTIL ixTotalDivisa > nombreTotalsDivisa OR divisaTrobada.
    IF NOT divisaTrobada
        IF nombreTotalsDivisa >= 21
            SET divisesDesbordades TO TRUE
            GO TO cercarTotalDivisa-Fi
        END-IF
        ADD 1 TO nombreTotalsDivisa
        MOVE nombreTotalsDivisa TO ixTotalDivisa
        MOVE divisaTotal TO etdDivisa (ixTotalDivisa)
        MOVE 0 TO etdComptes (ixTotalDivisa)
        MOVE 0 TO etdSaldoCore (ixTotalDivisa)
        MOVE 0 TO etdSaldoProjectat (ixTotalDivisa)
        MOVE 0 TO etdDesquadres (ixTotalDivisa)
    END-IF.
cercarTotalDivisa-Fi.
    EXIT.

verificarTotalDivisa.
    IF etdDivisa (ixTotalDivisa) = divisaTotal
        SET divisaTrobada TO TRUE
    ELSE
        ADD 1 TO ixTotalDivisa
    END-IF.
verificarTotalDivisa-Fi.
    EXIT.

imprimirResumConciliacio.
    MOVE "TOTALS PER DIVISA" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    MOVE capcaleraColumnesDivisa TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    PERFORM imprimirTotalDivisa THRU imprimirTotalDivisa-Fi
        VARYING ixTotalDivisa FROM 1 BY 1
        UNTIL ixTotalDivisa > nombreTotalsDivisa.
    MOVE "RESUM DE LA CONCILIACIO" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    MOVE comptesExtracte TO resExtracte.
    MOVE liniaResumExtracte TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE comptesMestre TO resMestre.
    MOVE liniaResumMestre TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE comptesAparellats TO resAparellats.
    MOVE liniaResumAparellats TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE comptesQuadrats TO resQuadrats.
    MOVE liniaResumQuadrats TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE comptesForaTolerancia TO resForaTolerancia.
    MOVE liniaResumForaTolerancia TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE comptesDivisaDiferent TO resDivisaDiferent.
    MOVE liniaResumDivisaDiferent TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE comptesSenseData TO resSenseData.
    MOVE liniaResumSenseData TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE comptesNomesCore TO resNomesCore.
    MOVE liniaResumNomesCore TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE comptesNomesMestre TO resNomesMestre.
    MOVE liniaResumNomesMestre TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE comptesNoOberts TO resNoOberts.
    MOVE liniaResumNoOberts TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirResumConciliacio-Fi.
    EXIT.

*>Una línia per divisa: comptes, saldo del core, saldo projectat,
*>diferència i comptes desquadrats, tot en la divisa original.
imprimirTotalDivisa.
    MOVE etdDivisa (ixTotalDivisa) TO totDivisa.
    MOVE etdComptes (ixTotalDivisa) TO totComptes.
    MOVE etdSaldoCore (ixTotalDivisa) TO totSaldoCore.
    MOVE etdSaldoProjectat (ixTotalDivisa) TO totSaldoProjectat.
    COMPUTE diferenciaDivisa = etdSaldoCore (ixTotalDivisa)
        - etdSaldoProjectat (ixTotalDivisa).
    MOVE diferenciaDivisa TO totDiferencia.
    MOVE etdDesquadres (ixTotalDivisa) TO totDesquadres.
    MOVE liniaTotalDivisa TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirTotalDivisa-Fi.
    EXIT.

imprimirTitolSeccio.
    MOVE SPACES TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE liniaTitolSeccio TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirTitolSeccio-Fi.
    EXIT.

*>Escriu liniaTreball a l'informe, saltant de pàgina (amb capçalera i
*>numeració noves) quan la pàgina en curs és plena.
escriureInforme.
    IF liniesPagina >= maxLiniesPagina
        PERFORM imprimirCapcaleraPagina THRU imprimirCapcaleraPagina-Fi
    END-IF.
    WRITE liniaInformeSaldos FROM liniaTreball.
    ADD 1 TO liniesPagina.
escriureInforme-Fi.
    EXIT.

imprimirCapcaleraPagina.
    ADD 1 TO numPagina.
    MOVE numPagina TO capNumPagina.
    WRITE liniaInformeSaldos FROM capcaleraPagina1.
    WRITE liniaInformeSaldos FROM capcaleraPagina2.
    MOVE SPACES TO liniaInformeSaldos.
    WRITE liniaInformeSaldos.
    MOVE 3 TO liniesPagina.
imprimirCapcaleraPagina-Fi.
    EXIT.
