*> PROGRAMA DE VENCIMENTS DE LA CARTERA. Llegeix el mestre de comptes
*> MESTRECTA en ordre de clau i, per a cada compte, en calcula la data
*> de venciment (data d'obertura, rcDataObertura, més rcAnys anys). Els
*> comptes que vencen dins de la finestra demanada (de la data de procés
*> als dies de finestra de PARMVEN) es llisten a VENCINF amb l'import
*> final previst, calculat amb la mateixa seqüència de càlcul que el
*> programa de càlcul (condicions del producte si el compte no en té de
*> pròpies, moviments de MOVIMENTS, retenció i comissió deduïdes al
*> tancament). Per a cada client amb algun compte que venç s'escriu a
*> AVISOS una carta en el seu idioma (clIdioma de MESTRECLI) amb el nom,
*> l'adreça i els comptes que li vencen, i a TRANSPROP una transacció
*> de manteniment proposada per compte, amb el traçat de TRANSMANT, que
*> l'operador revisa abans de passar-la a MANTENIMENT-CARTERA: una
*> renovació ("M", mateix termini, capital igual a l'import final
*> previst i data d'obertura igual a la de venciment) o, si el compte
*> no es pot renovar dins dels límits del seu producte, una baixa
*> ("B"). Si es canvia la lògica de càlcul al programa de càlcul, cal
*> canviar-la aquí igual, com ja passa amb EXTRACTES-CLIENTS.

*>2028-11: primera versió. Fins ara ningú no sabia quins plans vencien
*>el mes següent i l'oficina se n'assabentava quan el client trucava.
*>La finestra es compta en dies aproximats (any*372 + mes*31 + dia),
*>com la caducitat de la cua de pendents de MANTENIMENT-CARTERA: no és
*>un calendari exacte, però és monòton i n'hi ha prou per a una
*>finestra que es mesura en dies. Els comptes sense data d'obertura
*>(els convertits que encara no la tenen) es llisten a part i el
*>programa acaba amb RETURN-CODE 4, igual que quan un client dels
*>comptes que vencen no és a MESTRECLI i no se li pot escriure l'avís.
*>Els comptes es casen per client al fitxer de treball indexat VENCWRK
*>(clau client + compte), acotat pel disc i no per cap taula en
*>memòria. Cada execució es registra a RUNCTL. Una renovació proposada
*>porta com a data d'obertura la de venciment i MANTENIMENT-CARTERA no
*>accepta dates d'obertura futures: s'ha de passar el dia del venciment
*>o després, no abans.

*>2029-03: TRANSPROP porta ara capçalera i peu, com tots els fitxers de
*>transaccions que entren a MANTENIMENT-CARTERA: capçalera ("*HDR",
*>tipus "TRANSPROP", data de procés i la seqüència següent a la darrera
*>TRANSPROP acceptada segons el fitxer de control CTLSEQ) i peu ("*TRL",
*>nombre de propostes i suma de tmQ). MANTENIMENT-CARTERA controla les
*>propostes amb la seva pròpia seqüència, separada de la de TRANSMANT, i
*>admet una data de capçalera anterior a la de procés, perquè les
*>propostes es revisen i es passen dies després. Si es torna a llançar
*>el programa abans de passar les propostes, el fitxer nou porta la
*>mateixa seqüència i només se n'accepta un. Si l'operador en revisar
*>les propostes n'esborra o en canvia el capital, ha de refer el peu.

*>2029-07: MESTRECTA té una clau alternativa amb duplicats sobre el
*>client propietari (rcIdClient); es declara aquí perquè la definició
*>del fitxer ha de coincidir a tots els programes que l'obren.

*>2029-09: un compte sense producte assignat no es pot renovar, perquè
*>MANTENIMENT-CARTERA rebutja tota modificació amb el producte en blanc;
*>ara se'n proposa la baixa amb el motiu "COMPTE SENSE PRODUCTE
*>ASSIGNAT" en lloc d'una renovació que fallaria al pas següent.

IDENTIFICATION DIVISION.
PROGRAM-ID. VENCIMENTS-CARTERA.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL fitxerParmVenc ASSIGN TO "PARMVEN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatParmVenc.
    SELECT fitxerMestre ASSIGN TO "MESTRECTA"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS rcIdCompte
        ALTERNATE RECORD KEY IS rcIdClient WITH DUPLICATES
        FILE STATUS IS estatMestre.
    SELECT fitxerClients ASSIGN TO "MESTRECLI"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS clIdClient
        FILE STATUS IS estatClients.
    SELECT OPTIONAL fitxerProductes ASSIGN TO "PRODUCTES"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS prdIdProducte
        FILE STATUS IS estatProductes.
    SELECT OPTIONAL fitxerMoviments ASSIGN TO "MOVIMENTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatMoviments.
    SELECT fitxerVencTreball ASSIGN TO "VENCWRK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS vwClau
        FILE STATUS IS estatVencTreball.
    SELECT fitxerInformeVenc ASSIGN TO "VENCINF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatInformeVenc.
    SELECT fitxerAvisos ASSIGN TO "AVISOS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatAvisos.
    SELECT fitxerPropostes ASSIGN TO "TRANSPROP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatPropostes.
    SELECT fitxerControlSequencies ASSIGN TO "CTLSEQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS sqTipusFitxer
        FILE STATUS IS estatControlSequencies.
    SELECT fitxerControlExecucions ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatControlExecucions.
DATA DIVISION.
FILE SECTION.
FD  fitxerParmVenc.
01  registreParmVenc.
    05  pvDataProces   PIC 9(08).   *>data de negoci de l'execució (AAAAMMDD); 0 o fitxer absent vol dir "agafa la data del sistema"
    05  pvDiesFinestra PIC 9(03).   *>dies de finestra a partir de la data de procés; 0 o no numèric vol dir 30
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
FD  fitxerClients.
01  registreClient.                 *>mateix traçat que MESTRECLI al programa MANTENIMENT-CLIENTS; aquí només es llegeix per clau
    05  clIdClient  PIC X(08).
    05  clNom       PIC X(30).
    05  clAdreca    PIC X(40).
    05  clIdioma    PIC X(02).
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
FD  fitxerVencTreball.
01  registreVencTreball.            *>un compte que venç dins de la finestra, en ordre de client per muntar els avisos
    05  vwClau.
        10  vwIdClient PIC X(08).
        10  vwIdCompte PIC X(10).
    05  vwDataVenciment PIC 9(08).
    05  vwQFinal    PIC 9(9)V99.
    05  vwDivisa    PIC X(03).
    05  vwProposta  PIC X(01).      *>"M" renovació proposada, "B" baixa proposada
FD  fitxerInformeVenc.
01  liniaInformeVenc PIC X(132).
FD  fitxerAvisos.
01  liniaAvis PIC X(132).
FD  fitxerPropostes.
01  registrePropostaTrans.          *>mateix traçat que TRANSMANT al programa MANTENIMENT-CARTERA
    05  tmAccio     PIC X(01).
    05  tmIdCompte  PIC X(10).
    05  tmIdClient  PIC X(08).
    05  tmAnys      PIC 99.
    05  tmInteres   PIC 9V99.
    05  tmQ         PIC 9(9)V99.
    05  tmDiposit   PIC 9(6)V99.
    05  tmFreq      PIC X(01).
    05  tmRetencio  PIC V99.
    05  tmComissio  PIC 9(4)V99.
    05  tmDivisa    PIC X(03).
    05  tmTaulaInteresGrp.
        10  tmTaulaInteres OCCURS 50 TIMES PIC 9V99.
    05  tmOperador  PIC X(08).      *>en blanc: l'informa l'operador que revisa la proposta
    05  tmIdProducte PIC X(06).
    05  tmCondicionsPropies PIC X(01).
    05  tmDataObertura PIC 9(08).
01  registreCapcaleraPropostes.     *>primer registre de TRANSPROP
    05  cfMarca       PIC X(04).    *>"*HDR"
    05  cfTipusFitxer PIC X(12).    *>"TRANSPROP"
    05  cfDataNegoci  PIC 9(08).    *>data de procés de l'execució
    05  cfSequencia   PIC 9(06).    *>darrera TRANSPROP acceptada a CTLSEQ més 1
01  registrePeuPropostes.           *>darrer registre de TRANSPROP
    05  pfMarca       PIC X(04).    *>"*TRL"
    05  pfRegistres   PIC 9(07).    *>propostes escrites
    05  pfTotalControl PIC 9(15)V99. *>suma de tmQ de les propostes
FD  fitxerControlSequencies.
01  registreControlSequencia.       *>darrer enviament acceptat de cada tipus de fitxer d'entrada; mateix traçat a tots els programes que el fan servir
    05  sqTipusFitxer PIC X(12).
    05  sqSequencia   PIC 9(06).
    05  sqDataNegoci  PIC 9(08).
    05  sqPrograma    PIC X(20).    *>programa que el va acceptar
    05  sqDataProces  PIC 9(08).    *>data de procés en què es va acceptar
FD  fitxerControlExecucions.
01  registreControlExecucio.        *>mateix traçat que RUNCTL al programa de càlcul
    05  rceRunId      PIC X(14).
    05  rcePrograma   PIC X(20).
    05  rceDataProces PIC 9(08).
    05  rceLlegits    PIC 9(07).
    05  rceEscrits    PIC 9(07).
    05  rceRetorn     PIC 99.
WORKING-STORAGE SECTION.
    01 estatParmVenc PIC X(02).      *>file status de PARMVEN; fitxer opcional
    01 estatMestre PIC X(02).        *>file status de MESTRECTA
    01 estatClients PIC X(02).       *>file status de MESTRECLI
    01 estatProductes PIC X(02).     *>file status de PRODUCTES; fitxer opcional ("05" si encara no n'hi ha cap)
    01 estatMoviments PIC X(02).     *>file status de MOVIMENTS; fitxer opcional, "05" a l'OPEN vol dir que no n'hi ha
    01 estatVencTreball PIC X(02).   *>file status de VENCWRK
    01 estatInformeVenc PIC X(02).   *>file status de VENCINF
    01 estatAvisos PIC X(02).        *>file status de AVISOS
    01 estatPropostes PIC X(02).     *>file status de TRANSPROP
    01 estatControlSequencies PIC X(02).  *>file status de CTLSEQ; "35" vol dir que encara no s'ha acceptat cap fitxer
    01 sequenciaPropostes PIC 9(06) VALUE 0.  *>seqüència de la capçalera de TRANSPROP
    01 propostesEscrites PIC 9(07) VALUE 0.   *>registres de detall de TRANSPROP, per al peu
    01 totalControlPropostes PIC 9(15)V99 VALUE 0.  *>suma de tmQ de les propostes, per al peu
    01 estatControlExecucions PIC X(02).  *>file status de RUNCTL; "35" a l'OPEN EXTEND vol dir que encara no existeix
    01 indicadorFiMestre PIC X(01) VALUE "N".
        88 fiMestre VALUE "S".
    01 indicadorFiMoviments PIC X(01) VALUE "N".
        88 fiMoviments VALUE "S".
    01 indicadorFiVencTreball PIC X(01) VALUE "N".
        88 fiVencTreball VALUE "S".
    01 indicadorProducteTrobat PIC X(01) VALUE "N".  *>"S" si el producte del compte en curs és a PRODUCTES
        88 producteTrobat VALUE "S".
    01 indicadorClientTrobat PIC X(01) VALUE "N".  *>"S" si el client de l'avis en curs és a MESTRECLI
        88 clientTrobat VALUE "S".
    01 diesFinestra PIC 9(03) VALUE 30.  *>dies de finestra de l'execució
    01 comptesLlegits PIC 9(07) VALUE 0.
    01 comptesVencen PIC 9(05) VALUE 0.   *>comptes que vencen dins de la finestra
    01 comptesSenseData PIC 9(05) VALUE 0. *>comptes sense data d'obertura: no se'n pot saber el venciment
    01 propostesRenovacio PIC 9(05) VALUE 0.
    01 propostesBaixa PIC 9(05) VALUE 0.
    01 avisosEscrits PIC 9(05) VALUE 0.
    01 clientsSenseAvis PIC 9(05) VALUE 0. *>clients amb comptes que vencen però absents de MESTRECLI
    01 idExecucio PIC X(14) VALUE SPACES. *>identificador d'execució: data de procés + hora d'inici (HHMMSS)
    01 horaActual PIC 9(08).
    01 horaActualDesglossada REDEFINES horaActual.
        05 horaActualHHMMSS PIC X(06).
        05 FILLER PIC X(02).
    01 dataActual PIC 9(08).         *>data de negoci de l'execució: pvDataProces si ve informada, si no la del sistema
    01 dataActualDesglossada REDEFINES dataActual.
        05 dataActualAny PIC X(04).
        05 dataActualMes PIC X(02).
        05 dataActualDia PIC X(02).
    01 dataCalculDia PIC 9(08).      *>data que es converteix a dia aproximat
    01 dataCalculDiaDesglossada REDEFINES dataCalculDia.
        05 dcdAny PIC 9(04).
        05 dcdMes PIC 9(02).
        05 dcdDia PIC 9(02).
    01 diaAproximat PIC 9(07).       *>dia aproximat (any*372 + mes*31 + dia)
    01 diaAproximatAvui PIC 9(07).   *>dia aproximat de la data de procés
    01 diaAproximatLimit PIC 9(07).  *>dia aproximat de l'últim dia de la finestra
    01 dataVenciment PIC 9(08).      *>data de venciment del compte en curs
    01 dataVencimentDesglossada REDEFINES dataVenciment.
        05 dvAny PIC 9(04).
        05 dvMes PIC 9(02).
        05 dvDia PIC 9(02).
    01 quocientTraspas PIC 9(04).
    01 residuTraspas PIC 9(04).
    01 indicadorAnyTraspas PIC X(01) VALUE "N".
        88 anyTraspas VALUE "S".
    01 dataFormatar PIC 9(08).       *>data AAAAMMDD que es passa a DD/MM/AAAA
    01 dataFormatarDesglossada REDEFINES dataFormatar.
        05 dfAny PIC X(04).
        05 dfMes PIC X(02).
        05 dfDia PIC X(02).
    01 dataFormatada PIC X(10).
    01 motiuProposta PIC X(30).      *>per què es proposa una baixa en lloc d'una renovació
    01 qTreball PIC 9(9)V9(6).       *>capital amb decimals de guarda, com al programa de càlcul
    01 Q PIC 9(9)V99.                *>saldo de tancament net de l'any en curs, arrodonit a cèntims
    01 qObertura PIC 9(9)V99.
    01 qBrut PIC 9(9)V99.
    01 qInteres PIC 9(9)V99.
    01 qRetencio PIC 9(9)V99.
    01 interesEfectiu PIC 9V99.
    01 interesPeriode PIC 9V9(6).
    01 nrePeriodes PIC 99.
    01 anyActual PIC 99.
    01 movNet PIC S9(10)V99.         *>moviment net (aportacions - retirades efectives) de l'any en curs
    01 retiradaEfectiva PIC 9(9)V9(6). *>retirada realment aplicada, amb el mateix topall que el programa de càlcul
    01 movimentsCompte.              *>moviments del compte en curs, acumulats per any
        05 movAportacioAny OCCURS 50 TIMES PIC 9(9)V99.
        05 movRetiradaAny  OCCURS 50 TIMES PIC 9(9)V99.
    01 clientAvisAnterior PIC X(08) VALUE SPACES.  *>client de l'avis en curs, per detectar el canvi de client a VENCWRK
    01 numPagina PIC 9(04) VALUE 0.
    01 liniesPagina PIC 99 VALUE 99.     *>es comença alt per forçar la primera capçalera
    01 maxLiniesPagina PIC 99 VALUE 55.
    01 liniaTreball PIC X(132).
    01 capcaleraPagina1.
        05 FILLER PIC X(40) VALUE "VENCIMENTS DE LA CARTERA".
        05 FILLER PIC X(67) VALUE SPACES.
        05 FILLER PIC X(07) VALUE "PAGINA ".
        05 capNumPagina PIC ZZZ9.
    01 capcaleraPagina2.
        05 FILLER PIC X(06) VALUE "DATA: ".
        05 capDataEdicio PIC X(10).
        05 FILLER PIC X(14) VALUE "   FINESTRA: ".
        05 capDiesFinestra PIC ZZ9.
        05 FILLER PIC X(05) VALUE " DIES".
    01 liniaTitolSeccio.
        05 FILLER PIC X(05) VALUE "==== ".
        05 titolSeccio PIC X(40).
        05 FILLER PIC X(05) VALUE " ====".
    01 capcaleraVenciments.
        05 FILLER PIC X(10) VALUE "COMPTE".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(08) VALUE "CLIENT".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(10) VALUE "OBERTURA".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(10) VALUE "VENCIMENT".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(04) VALUE "ANYS".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(15) VALUE "CAPITAL INICIAL".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(16) VALUE "  IMPORT PREVIST".
        05 FILLER PIC X(04) VALUE SPACES.
        05 FILLER PIC X(08) VALUE "PROPOSTA".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(30) VALUE "MOTIU".
    01 liniaVenciment.
        05 lvIdCompte PIC X(10).
        05 FILLER PIC X(02) VALUE SPACES.
        05 lvIdClient PIC X(08).
        05 FILLER PIC X(02) VALUE SPACES.
        05 lvDataObertura PIC X(10).
        05 FILLER PIC X(02) VALUE SPACES.
        05 lvDataVenciment PIC X(10).
        05 FILLER PIC X(04) VALUE SPACES.
        05 lvAnys PIC Z9.
        05 FILLER PIC X(02) VALUE SPACES.
        05 lvQInicial PIC Z(11)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 lvQFinal PIC Z(11)9.99.
        05 FILLER PIC X(01) VALUE SPACE.
        05 lvDivisa PIC X(03).
        05 FILLER PIC X(01) VALUE SPACE.
        05 lvProposta PIC X(08).
        05 FILLER PIC X(02) VALUE SPACES.
        05 lvMotiu PIC X(30).
    01 liniaSenseData.
        05 FILLER PIC X(02) VALUE SPACES.
        05 lsdIdCompte PIC X(10).
        05 FILLER PIC X(02) VALUE SPACES.
        05 lsdIdClient PIC X(08).
        05 FILLER PIC X(40) VALUE "  SENSE DATA D'OBERTURA: CAL INFORMAR-LA".
    01 liniaCapVenciment PIC X(40) VALUE "  (CAP COMPTE VENÇ DINS DE LA FINESTRA)".
    01 liniaCapSenseData PIC X(40) VALUE "  (TOTS ELS COMPTES TENEN DATA)".
    01 liniaClientSenseAvis.
        05 FILLER PIC X(10) VALUE "  CLIENT ".
        05 lcsIdClient PIC X(08).
        05 FILLER PIC X(45) VALUE
            " INEXISTENT A MESTRECLI: AVIS NO ESCRIT".
    01 liniaResumLlegits.
        05 FILLER PIC X(30) VALUE "COMPTES LLEGITS . . . . . . : ".
        05 resLlegits PIC ZZZZZZ9.
    01 liniaResumVencen.
        05 FILLER PIC X(30) VALUE "COMPTES QUE VENCEN  . . . . : ".
        05 resVencen PIC ZZZZZZ9.
    01 liniaResumRenovacions.
        05 FILLER PIC X(30) VALUE "RENOVACIONS PROPOSADES  . . : ".
        05 resRenovacions PIC ZZZZZZ9.
    01 liniaResumBaixes.
        05 FILLER PIC X(30) VALUE "BAIXES PROPOSADES . . . . . : ".
        05 resBaixes PIC ZZZZZZ9.
    01 liniaResumAvisos.
        05 FILLER PIC X(30) VALUE "AVISOS ESCRITS  . . . . . . : ".
        05 resAvisos PIC ZZZZZZ9.
    01 liniaResumSenseAvis.
        05 FILLER PIC X(30) VALUE "CLIENTS SENSE AVIS  . . . . : ".
        05 resSenseAvis PIC ZZZZZZ9.
    01 liniaResumSenseData.
        05 FILLER PIC X(30) VALUE "COMPTES SENSE DATA  . . . . : ".
        05 resSenseData PIC ZZZZZZ9.
    *>textos de l'avis segons l'idioma del client; per defecte, català
    01 avisSalutacio PIC X(80).
    01 avisIntroduccio PIC X(80).
    01 avisComiat PIC X(80).
    01 avisEtiqCompte PIC X(10).
    01 avisEtiqVenciment PIC X(14).
    01 avisEtiqImport PIC X(18).
    01 liniaAvisCapcalera.
        05 FILLER PIC X(22) VALUE "AVIS DE VENCIMENT - ".
        05 lacIdClient PIC X(08).
        05 FILLER PIC X(03) VALUE " - ".
        05 lacData PIC X(10).
    01 liniaAvisCompte.
        05 FILLER PIC X(04) VALUE SPACES.
        05 lacEtiqCompte PIC X(10).
        05 lacIdCompte PIC X(10).
        05 FILLER PIC X(02) VALUE SPACES.
        05 lacEtiqVenciment PIC X(14).
        05 lacDataVenciment PIC X(10).
        05 FILLER PIC X(02) VALUE SPACES.
        05 lacEtiqImport PIC X(18).
        05 lacQFinal PIC Z(11)9.99.
        05 FILLER PIC X(01) VALUE SPACE.
        05 lacDivisa PIC X(03).
    01 liniaSeparadorAvis PIC X(80) VALUE ALL "-".
PROCEDURE DIVISION.
    PERFORM determinarDataProces THRU determinarDataProces-Fi.
    OPEN INPUT fitxerMestre.
    IF estatMestre <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir MESTRECTA (file status "
            estatMestre "): comprovar que el mestre existeix"
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN INPUT fitxerClients.
    IF estatClients <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir MESTRECLI (file status "
            estatClients "): cal el mestre de clients per als avisos"
        CLOSE fitxerMestre
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN INPUT fitxerProductes.
    IF estatProductes <> "00" AND estatProductes <> "05"
        DISPLAY "ERROR: no s'ha pogut obrir PRODUCTES (file status "
            estatProductes ")"
        CLOSE fitxerMestre
        CLOSE fitxerClients
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN OUTPUT fitxerVencTreball.
    CLOSE fitxerVencTreball.
    OPEN I-O fitxerVencTreball.
    IF estatVencTreball <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir VENCWRK (file status "
            estatVencTreball ")"
        CLOSE fitxerMestre
        CLOSE fitxerClients
        CLOSE fitxerProductes
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN OUTPUT fitxerInformeVenc.
    OPEN OUTPUT fitxerAvisos.
    OPEN OUTPUT fitxerPropostes.
    IF estatInformeVenc <> "00" OR estatAvisos <> "00"
        OR estatPropostes <> "00"
        DISPLAY "ERROR: no s'han pogut obrir les sortides (VENCINF "
            estatInformeVenc ", AVISOS " estatAvisos ", TRANSPROP "
            estatPropostes ")"
        CLOSE fitxerMestre
        CLOSE fitxerClients
        CLOSE fitxerProductes
        CLOSE fitxerVencTreball
        CLOSE fitxerInformeVenc
        CLOSE fitxerAvisos
        CLOSE fitxerPropostes
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    PERFORM escriureCapcaleraPropostes
        THRU escriureCapcaleraPropostes-Fi.
    STRING dataActualDia DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        dataActualMes DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        dataActualAny DELIMITED BY SIZE
        INTO capDataEdicio.
    MOVE diesFinestra TO capDiesFinestra.
    MOVE dataActual TO dataCalculDia.
    PERFORM calcularDiaAproximat THRU calcularDiaAproximat-Fi.
    MOVE diaAproximat TO diaAproximatAvui.
    COMPUTE diaAproximatLimit = diaAproximatAvui + diesFinestra.

    MOVE "COMPTES QUE VENCEN DINS DE LA FINESTRA" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    MOVE capcaleraVenciments TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    PERFORM llegirIExaminarCompte THRU llegirIExaminarCompte-Fi
        UNTIL fiMestre.
    IF comptesVencen = 0
        MOVE liniaCapVenciment TO liniaTreball
        PERFORM escriureInforme THRU escriureInforme-Fi
    END-IF.

    MOVE "COMPTES SENSE DATA D'OBERTURA" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    PERFORM llistarComptesSenseData THRU llistarComptesSenseData-Fi.

    MOVE "AVISOS ALS CLIENTS" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    PERFORM escriureAvisos THRU escriureAvisos-Fi.

    PERFORM imprimirResumVenciments THRU imprimirResumVenciments-Fi.
    PERFORM escriurePeuPropostes THRU escriurePeuPropostes-Fi.

    CLOSE fitxerMestre.
    CLOSE fitxerClients.
    CLOSE fitxerProductes.
    CLOSE fitxerVencTreball.
    CLOSE fitxerInformeVenc.
    CLOSE fitxerAvisos.
    CLOSE fitxerPropostes.
    DISPLAY "Venciments acabats: " comptesVencen " comptes vencen, "
        avisosEscrits " avisos, " propostesRenovacio " renovacions i "
        propostesBaixa " baixes proposades".
    IF comptesSenseData > 0 OR clientsSenseAvis > 0
        DISPLAY " ATENCIO: " comptesSenseData " comptes sense data "
            "d'obertura i " clientsSenseAvis " clients sense avis "
            "(vegeu VENCINF)"
        MOVE 4 TO RETURN-CODE
    END-IF.

finalPrograma.
    PERFORM registrarExecucio THRU registrarExecucio-Fi.
    STOP RUN.

*>Capçalera de TRANSPROP amb la data de procés i la seqüència següent a
*>la darrera TRANSPROP acceptada per MANTENIMENT-CARTERA segons CTLSEQ
*>(1 si encara no n'hi ha cap). Aquest programa no toca CTLSEQ: la
*>seqüència només queda consumida quan les propostes s'apliquen.
escriureCapcaleraPropostes.
    MOVE 0 TO sequenciaPropostes.
    OPEN INPUT fitxerControlSequencies.
    IF estatControlSequencies = "00"
        MOVE "TRANSPROP" TO sqTipusFitxer
        READ fitxerControlSequencies
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE sqSequencia TO sequenciaPropostes
        END-READ
        CLOSE fitxerControlSequencies
    END-IF.
    ADD 1 TO sequenciaPropostes.
    MOVE "*HDR" TO cfMarca.
    MOVE "TRANSPROP" TO cfTipusFitxer.
    MOVE dataActual TO cfDataNegoci.
    MOVE sequenciaPropostes TO cfSequencia.
    WRITE registreCapcaleraPropostes.
escriureCapcaleraPropostes-Fi.
    EXIT.

escriurePeuPropostes.
    MOVE "*TRL" TO pfMarca.
    MOVE propostesEscrites TO pfRegistres.
    MOVE totalControlPropostes TO pfTotalControl.
    WRITE registrePeuPropostes.
escriurePeuPropostes-Fi.
    EXIT.

*>Determina la data de negoci i els dies de finestra de l'execució: els
*>de PARMVEN si el fitxer existeix i els porta informats, si no la data
*>del sistema i 30 dies; i munta l'identificador d'execució.
determinarDataProces.
    ACCEPT dataActual FROM DATE YYYYMMDD.
    OPEN INPUT fitxerParmVenc.
    IF estatParmVenc = "00"
        READ fitxerParmVenc INTO registreParmVenc
            AT END
                CONTINUE
            NOT AT END
                IF pvDataProces NUMERIC AND pvDataProces > 0
                    MOVE pvDataProces TO dataActual
                END-IF
                IF pvDiesFinestra NUMERIC AND pvDiesFinestra > 0
                    MOVE pvDiesFinestra TO diesFinestra
                END-IF
        END-READ
    END-IF.
    CLOSE fitxerParmVenc.
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
    MOVE "VENCIMENTS-CARTERA" TO rcePrograma.
    MOVE dataActual TO rceDataProces.
    MOVE comptesLlegits TO rceLlegits.
    COMPUTE rceEscrits = propostesRenovacio + propostesBaixa.
    MOVE RETURN-CODE TO rceRetorn.
    WRITE registreControlExecucio.
    CLOSE fitxerControlExecucions.
registrarExecucio-Fi.
    EXIT.

*>Llegeix el compte següent del mestre i, si té data d'obertura i venç
*>dins de la finestra, el tracta (import previst, proposta, línia
*>d'informe i registre de treball per a l'avis).
llegirIExaminarCompte.
    READ fitxerMestre NEXT RECORD
        AT END
            SET fiMestre TO TRUE
            GO TO llegirIExaminarCompte-Fi
    END-READ.
    ADD 1 TO comptesLlegits.
    IF rcDataObertura NOT NUMERIC OR rcDataObertura = 0
        ADD 1 TO comptesSenseData
        GO TO llegirIExaminarCompte-Fi
    END-IF.
    PERFORM calcularDataVenciment THRU calcularDataVenciment-Fi.
    MOVE dataVenciment TO dataCalculDia.
    PERFORM calcularDiaAproximat THRU calcularDiaAproximat-Fi.
    IF diaAproximat < diaAproximatAvui
        OR diaAproximat > diaAproximatLimit
        GO TO llegirIExaminarCompte-Fi
    END-IF.
    ADD 1 TO comptesVencen.
    PERFORM muntarProposta THRU muntarProposta-Fi.
    PERFORM aplicarCondicionsProducte THRU aplicarCondicionsProducte-Fi.
    PERFORM calcularImportPrevist THRU calcularImportPrevist-Fi.
    PERFORM decidirProposta THRU decidirProposta-Fi.
    WRITE registrePropostaTrans.
    ADD 1 TO propostesEscrites.
    ADD tmQ TO totalControlPropostes.
    PERFORM imprimirLiniaVenciment THRU imprimirLiniaVenciment-Fi.
    MOVE rcIdClient TO vwIdClient.
    MOVE rcIdCompte TO vwIdCompte.
    MOVE dataVenciment TO vwDataVenciment.
    MOVE Q TO vwQFinal.
    MOVE rcDivisa TO vwDivisa.
    IF vwDivisa = SPACES
        MOVE "EUR" TO vwDivisa
    END-IF.
    MOVE tmAccio TO vwProposta.
    WRITE registreVencTreball
        INVALID KEY
            DISPLAY "ATENCIO: compte " rcIdCompte
                " repetit a VENCWRK; s'ignora"
    END-WRITE.
llegirIExaminarCompte-Fi.
    EXIT.

*>Data de venciment: la d'obertura amb l'any avançat rcAnys anys. Un
*>29 de febrer que cau en un any que no és de traspàs passa a 28.
calcularDataVenciment.
    MOVE rcDataObertura TO dataVenciment.
    ADD rcAnys TO dvAny.
    IF dvMes = 2 AND dvDia = 29
        PERFORM comprovarAnyTraspas THRU comprovarAnyTraspas-Fi
        IF NOT anyTraspas
            MOVE 28 TO dvDia
        END-IF
    END-IF.
calcularDataVenciment-Fi.
    EXIT.

comprovarAnyTraspas.
    MOVE "N" TO indicadorAnyTraspas.
    DIVIDE dvAny BY 4 GIVING quocientTraspas REMAINDER residuTraspas.
    IF residuTraspas = 0
        SET anyTraspas TO TRUE
        DIVIDE dvAny BY 100 GIVING quocientTraspas
            REMAINDER residuTraspas
        IF residuTraspas = 0
            MOVE "N" TO indicadorAnyTraspas
            DIVIDE dvAny BY 400 GIVING quocientTraspas
                REMAINDER residuTraspas
            IF residuTraspas = 0
                SET anyTraspas TO TRUE
            END-IF
        END-IF
    END-IF.
comprovarAnyTraspas-Fi.
    EXIT.

*>Converteix una data AAAAMMDD en un nombre de dia aproximat
*>(any*372 + mes*31 + dia), com a MANTENIMENT-CARTERA.
calcularDiaAproximat.
    COMPUTE diaAproximat = dcdAny * 372 + dcdMes * 31 + dcdDia.
calcularDiaAproximat-Fi.
    EXIT.

*>Prepara la transacció proposada a partir del registre tal com és al
*>mestre (abans de posar-hi les condicions del producte): una
*>renovació conserva el producte, l'indicador de condicions pròpies i
*>les condicions del compte, i decidirProposta hi posa el capital i la
*>data d'obertura nous o la converteix en baixa.
muntarProposta.
    MOVE "M" TO tmAccio.
    MOVE rcIdCompte TO tmIdCompte.
    MOVE rcIdClient TO tmIdClient.
    MOVE rcAnys TO tmAnys.
    MOVE rcInteres TO tmInteres.
    MOVE rcDiposit TO tmDiposit.
    MOVE rcFreq TO tmFreq.
    MOVE rcRetencio TO tmRetencio.
    MOVE rcComissio TO tmComissio.
    MOVE rcDivisa TO tmDivisa.
    MOVE rcTaulaInteresGrp TO tmTaulaInteresGrp.
    MOVE SPACES TO tmOperador.
    MOVE rcIdProducte TO tmIdProducte.
    MOVE rcCondicionsPropies TO tmCondicionsPropies.
    MOVE dataVenciment TO tmDataObertura.
muntarProposta-Fi.
    EXIT.

*>Si el compte té producte i no té condicions pròpies, posa les
*>condicions vigents del producte sobre les del registre llegit, com
*>fa el programa de càlcul amb les seves variables de treball.
aplicarCondicionsProducte.
    MOVE "N" TO indicadorProducteTrobat.
    IF rcIdProducte = SPACES
        GO TO aplicarCondicionsProducte-Fi
    END-IF.
    MOVE rcIdProducte TO prdIdProducte.
    READ fitxerProductes
        INVALID KEY
            GO TO aplicarCondicionsProducte-Fi
    END-READ.
    SET producteTrobat TO TRUE.
    IF rcAmbCondicionsPropies
        GO TO aplicarCondicionsProducte-Fi
    END-IF.
    MOVE prdInteres TO rcInteres.
    MOVE prdFreq TO rcFreq.
    MOVE prdRetencio TO rcRetencio.
    MOVE prdComissio TO rcComissio.
    MOVE prdDivisa TO rcDivisa.
    MOVE prdTaulaInteresGrp TO rcTaulaInteresGrp.
aplicarCondicionsProducte-Fi.
    EXIT.

*>Import final previst del compte al venciment: el quadre sencer de
*>rcAnys anys amb la mateixa seqüència de càlcul que el programa de
*>càlcul, sense imprimir-lo.
calcularImportPrevist.
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
    MOVE rcQ TO Q.
    MOVE 1 TO anyActual.
    PERFORM calcularAny THRU calcularAny-Fi
        rcAnys TIMES.
calcularImportPrevist-Fi.
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

*>Decideix la proposta: renovació pel mateix termini amb l'import
*>previst com a capital nou, tret que el compte hagi quedat a zero, que
*>no tingui producte assignat (MANTENIMENT-CARTERA no accepta cap
*>modificació amb el producte en blanc), que el seu producte ja no
*>existeixi o que el capital nou o el termini quedin fora dels límits
*>del producte; llavors es proposa la baixa.
decidirProposta.
    MOVE SPACES TO motiuProposta.
    EVALUATE TRUE
        WHEN Q = 0
            MOVE "SALDO ESGOTAT AL VENCIMENT" TO motiuProposta
        WHEN rcIdProducte = SPACES
            MOVE "COMPTE SENSE PRODUCTE ASSIGNAT" TO motiuProposta
        WHEN rcIdProducte <> SPACES AND NOT producteTrobat
            MOVE "PRODUCTE INEXISTENT A PRODUCTES" TO motiuProposta
        WHEN producteTrobat
                AND (Q < prdImportMin OR Q > prdImportMax)
            MOVE "IMPORT FORA DELS LIMITS DEL PRODUCTE" TO motiuProposta
        WHEN producteTrobat
                AND (rcAnys < prdAnysMin OR rcAnys > prdAnysMax)
            MOVE "ANYS FORA DELS LIMITS DEL PRODUCTE" TO motiuProposta
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF motiuProposta = SPACES
        MOVE Q TO tmQ
        ADD 1 TO propostesRenovacio
    ELSE
        MOVE "B" TO tmAccio
        MOVE 0 TO tmQ
        ADD 1 TO propostesBaixa
    END-IF.
decidirProposta-Fi.
    EXIT.

imprimirLiniaVenciment.
    MOVE rcIdCompte TO lvIdCompte.
    MOVE rcIdClient TO lvIdClient.
    MOVE rcDataObertura TO dataFormatar.
    PERFORM formatarData THRU formatarData-Fi.
    MOVE dataFormatada TO lvDataObertura.
    MOVE dataVenciment TO dataFormatar.
    PERFORM formatarData THRU formatarData-Fi.
    MOVE dataFormatada TO lvDataVenciment.
    MOVE rcAnys TO lvAnys.
    MOVE rcQ TO lvQInicial.
    MOVE Q TO lvQFinal.
    IF rcDivisa = SPACES
        MOVE "EUR" TO lvDivisa
    ELSE
        MOVE rcDivisa TO lvDivisa
    END-IF.
    IF tmAccio = "M"
        MOVE "RENOVAR" TO lvProposta
    ELSE
        MOVE "BAIXA" TO lvProposta
    END-IF.
    MOVE motiuProposta TO lvMotiu.
    MOVE liniaVenciment TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirLiniaVenciment-Fi.
    EXIT.

formatarData.
    MOVE SPACES TO dataFormatada.
    STRING dfDia DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        dfMes DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        dfAny DELIMITED BY SIZE
        INTO dataFormatada.
formatarData-Fi.
    EXIT.

*>Segona passada pel mestre per llistar els comptes sense data
*>d'obertura, que no poden entrar mai a la finestra fins que se'ls
*>informi la data a TRANSMANT.
llistarComptesSenseData.
    IF comptesSenseData = 0
        MOVE liniaCapSenseData TO liniaTreball
        PERFORM escriureInforme THRU escriureInforme-Fi
        GO TO llistarComptesSenseData-Fi
    END-IF.
    CLOSE fitxerMestre.
    OPEN INPUT fitxerMestre.
    MOVE "N" TO indicadorFiMestre.
    PERFORM llegirCompteSenseData THRU llegirCompteSenseData-Fi
        UNTIL fiMestre.
llistarComptesSenseData-Fi.
    EXIT.

llegirCompteSenseData.
    READ fitxerMestre NEXT RECORD
        AT END
            SET fiMestre TO TRUE
        NOT AT END
            IF rcDataObertura NOT NUMERIC OR rcDataObertura = 0
                MOVE rcIdCompte TO lsdIdCompte
                MOVE rcIdClient TO lsdIdClient
                MOVE liniaSenseData TO liniaTreball
                PERFORM escriureInforme THRU escriureInforme-Fi
            END-IF
    END-READ.
llegirCompteSenseData-Fi.
    EXIT.

*>Recorre VENCWRK en ordre de client i escriu a AVISOS una carta per
*>client, en el seu idioma, amb tots els seus comptes que vencen.
escriureAvisos.
    MOVE "N" TO indicadorFiVencTreball.
    MOVE SPACES TO clientAvisAnterior.
    MOVE LOW-VALUES TO vwClau.
    START fitxerVencTreball KEY IS GREATER THAN OR EQUAL TO vwClau
        INVALID KEY
            SET fiVencTreball TO TRUE
    END-START.
    PERFORM llegirIAvisarCompte THRU llegirIAvisarCompte-Fi
        UNTIL fiVencTreball.
    IF clientAvisAnterior <> SPACES AND clientTrobat
        PERFORM tancarAvis THRU tancarAvis-Fi
    END-IF.
escriureAvisos-Fi.
    EXIT.

llegirIAvisarCompte.
    READ fitxerVencTreball NEXT RECORD
        AT END
            SET fiVencTreball TO TRUE
            GO TO llegirIAvisarCompte-Fi
    END-READ.
    IF vwIdClient <> clientAvisAnterior
        IF clientAvisAnterior <> SPACES AND clientTrobat
            PERFORM tancarAvis THRU tancarAvis-Fi
        END-IF
        MOVE vwIdClient TO clientAvisAnterior
        PERFORM obrirAvis THRU obrirAvis-Fi
    END-IF.
    IF clientTrobat
        MOVE avisEtiqCompte TO lacEtiqCompte
        MOVE vwIdCompte TO lacIdCompte
        MOVE avisEtiqVenciment TO lacEtiqVenciment
        MOVE vwDataVenciment TO dataFormatar
        PERFORM formatarData THRU formatarData-Fi
        MOVE dataFormatada TO lacDataVenciment
        MOVE avisEtiqImport TO lacEtiqImport
        MOVE vwQFinal TO lacQFinal
        MOVE vwDivisa TO lacDivisa
        WRITE liniaAvis FROM liniaAvisCompte
    END-IF.
llegirIAvisarCompte-Fi.
    EXIT.

*>Comença la carta del client vwIdClient: capçalera, nom i adreça de
*>MESTRECLI i els textos en el seu idioma. Un client que no és a
*>MESTRECLI no rep carta i queda llistat a l'informe.
obrirAvis.
    MOVE "N" TO indicadorClientTrobat.
    MOVE vwIdClient TO clIdClient.
    READ fitxerClients
        INVALID KEY
            ADD 1 TO clientsSenseAvis
            MOVE vwIdClient TO lcsIdClient
            MOVE liniaClientSenseAvis TO liniaTreball
            PERFORM escriureInforme THRU escriureInforme-Fi
            GO TO obrirAvis-Fi
    END-READ.
    SET clientTrobat TO TRUE.
    PERFORM triarTextosAvis THRU triarTextosAvis-Fi.
    MOVE vwIdClient TO lacIdClient.
    MOVE capDataEdicio TO lacData.
    WRITE liniaAvis FROM liniaAvisCapcalera.
    MOVE SPACES TO liniaAvis.
    WRITE liniaAvis.
    WRITE liniaAvis FROM clNom.
    WRITE liniaAvis FROM clAdreca.
    MOVE SPACES TO liniaAvis.
    WRITE liniaAvis.
    WRITE liniaAvis FROM avisSalutacio.
    MOVE SPACES TO liniaAvis.
    WRITE liniaAvis.
    WRITE liniaAvis FROM avisIntroduccio.
    MOVE SPACES TO liniaAvis.
    WRITE liniaAvis.
obrirAvis-Fi.
    EXIT.

tancarAvis.
    MOVE SPACES TO liniaAvis.
    WRITE liniaAvis.
    WRITE liniaAvis FROM avisComiat.
    MOVE SPACES TO liniaAvis.
    WRITE liniaAvis.
    WRITE liniaAvis FROM liniaSeparadorAvis.
    ADD 1 TO avisosEscrits.
tancarAvis-Fi.
    EXIT.

*>Textos de la carta segons clIdioma: "ES" castellà, "EN" anglès i
*>qualsevol altre valor (també "CA" o en blanc) català.
triarTextosAvis.
    EVALUATE clIdioma
        WHEN "ES"
            MOVE "Estimado/a cliente:" TO avisSalutacio
            MOVE "Le comunicamos que las siguientes cuentas llegan a su vencimiento:"
                TO avisIntroduccio
            MOVE "Para renovarlas o cancelarlas, dirijase a su oficina."
                TO avisComiat
            MOVE "Cuenta " TO avisEtiqCompte
            MOVE "vencimiento " TO avisEtiqVenciment
            MOVE "importe previsto " TO avisEtiqImport
        WHEN "EN"
            MOVE "Dear customer," TO avisSalutacio
            MOVE "We would like to inform you that the following accounts are about to mature:"
                TO avisIntroduccio
            MOVE "To renew or close them, please contact your branch."
                TO avisComiat
            MOVE "Account " TO avisEtiqCompte
            MOVE "maturity " TO avisEtiqVenciment
            MOVE "projected amount " TO avisEtiqImport
        WHEN OTHER
            MOVE "Benvolgut/da client:" TO avisSalutacio
            MOVE "Li comuniquem que els comptes seguents arriben al seu venciment:"
                TO avisIntroduccio
            MOVE "Per renovar-los o cancel.lar-los, adreci's a la seva oficina."
                TO avisComiat
            MOVE "Compte " TO avisEtiqCompte
            MOVE "venciment " TO avisEtiqVenciment
            MOVE "import previst " TO avisEtiqImport
    END-EVALUATE.
triarTextosAvis-Fi.
    EXIT.

imprimirResumVenciments.
    MOVE "RESUM DE VENCIMENTS" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    MOVE comptesLlegits TO resLlegits.
    MOVE liniaResumLlegits TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE comptesVencen TO resVencen.
    MOVE liniaResumVencen TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE propostesRenovacio TO resRenovacions.
    MOVE liniaResumRenovacions TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE propostesBaixa TO resBaixes.
    MOVE liniaResumBaixes TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE avisosEscrits TO resAvisos.
    MOVE liniaResumAvisos TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE clientsSenseAvis TO resSenseAvis.
    MOVE liniaResumSenseAvis TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE comptesSenseData TO resSenseData.
    MOVE liniaResumSenseData TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirResumVenciments-Fi.
    EXIT.

imprimirTitolSeccio.
    MOVE SPACES TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE liniaTitolSeccio TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE SPACES TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirTitolSeccio-Fi.
    EXIT.

*>Escriu liniaTreball a l'informe, saltant de pàgina (amb capçalera i
*>numeració noves) quan la pàgina en curs és plena.
escriureInforme.
    IF liniesPagina >= maxLiniesPagina
        PERFORM imprimirCapcaleraPagina THRU imprimirCapcaleraPagina-Fi
    END-IF.
    WRITE liniaInformeVenc FROM liniaTreball.
    ADD 1 TO liniesPagina.
escriureInforme-Fi.
    EXIT.

imprimirCapcaleraPagina.
    ADD 1 TO numPagina.
    MOVE numPagina TO capNumPagina.
    WRITE liniaInformeVenc FROM capcaleraPagina1.
    WRITE liniaInformeVenc FROM capcaleraPagina2.
    MOVE SPACES TO liniaInformeVenc.
    WRITE liniaInformeVenc.
    MOVE 3 TO liniesPagina.
imprimirCapcaleraPagina-Fi.
    EXIT.
