*> PROGRAMA DE RETENCIONS ANUALS. Per a l'exercici fiscal demanat
*> (PARMRET), llegeix el mestre de clients MESTRECLI en ordre de clau i,
*> per a cada client, busca a MESTRECTA tots els seus comptes i en
*> calcula l'interes brut i la retenció de l'any de pla que es liquida
*> dins de l'exercici, amb la mateixa seqüència de càlcul que el quadre
*> del programa de càlcul (condicions del producte si el compte no en té
*> de pròpies, moviments de MOVIMENTS, retenció sobre l'interes brut
*> arrodonit). Escriu a CERTRET un certificat per client, amb el detall
*> per compte i el total en EUR convertit amb TIPUSCANVI, i a DECLRET el
*> fitxer de declaració per a l'administració tributària: un registre
*> de capçalera, un de detall per compte i client i un de totals de
*> control. Si es canvia la lògica de càlcul al programa de càlcul, cal
*> canviar-la aquí igual, com ja passa amb EXTRACTES-CLIENTS.

*>2028-12: primera versió. Fins ara cada gener es refeien a mà les
*>retencions de cada client a partir de les pàgines d'INFORME. L'any
*>n del pla es liquida a l'aniversari n de la data d'obertura
*>(rcDataObertura), de manera que l'exercici E inclou l'any de pla
*>E - any d'obertura quan és entre 1 i rcAnys. Un compte sense data
*>d'obertura no es pot imputar a cap exercici: s'avisa per pantalla,
*>no entra al certificat ni a la declaració i el programa acaba amb
*>RETURN-CODE 4; igual quan una divisa no té tipus a TIPUSCANVI (el
*>compte es declara pel valor nominal i el certificat queda marcat). El
*>TIPUSCANVI que es dona a l'execució ha de ser el del tancament de
*>l'exercici. Cada execució es registra a RUNCTL.

*>2029-03: control de capçalera i peu de TIPUSCANVI. El fitxer ha de
*>començar amb un registre de capçalera ("*HDR", tipus "TIPUSCANVI",
*>dia dels tipus i seqüència) i acabar amb un de peu ("*TRL", nombre de
*>registres i suma dels tipus). Aquí el dia ha de ser de l'exercici que
*>es declara (els tipus del tancament) i la seqüència no es comprova,
*>perquè és un fitxer ja acceptat al seu dia que es reutilitza mesos
*>després; si la capçalera no és correcta o el peu no quadra, el job
*>s'atura amb RETURN-CODE 8.

*>2029-07: lectura dels comptes per client. MESTRECTA té una clau
*>alternativa amb duplicats sobre el client propietari (rcIdClient) i,
*>com a EXTRACTES-CLIENTS, els comptes de cada client es llegeixen
*>directament per aquesta clau en lloc de recórrer el mestre sencer per
*>a cada client.

*>2029-08: terminis tancats. Un compte renovat (una modificació que
*>n'avança la data d'obertura) o donat de baixa ja no porta al mestre
*>el termini que s'ha tancat, i el darrer any liquidat d'aquell termini
*>quedava sense declarar. Per a cada client es llegeix ara també el
*>diari de canvis DIARICTA: cada renovació o baixa del client amb data
*>de procés de l'exercici o posterior es declara amb la imatge del
*>compte d'abans del canvi (any de pla = exercici - any d'obertura del
*>termini tancat, entre 1 i rcAnys), si l'aniversari de l'exercici és
*>anterior o igual a la data del canvi; els moviments d'aquell termini
*>es prenen de MOVRETIR, on MANTENIMENT-MOVIMENTS els deixa en
*>retirar-los. El termini nou d'una renovació de l'exercici encara no
*>té cap any liquidat, i no es declara dues vegades.

*>2029-09: DIARICTA es llegeix un sol cop, abans de recórrer els
*>clients, i les renovacions i baixes de l'exercici o posteriors es
*>deixen al fitxer de treball indexat TERMWRK (clau client + compte +
*>data de procés i ordre del canvi), com fa VENCIMENTS-CARTERA amb
*>VENCWRK; per a cada client es llegeixen només les seves entrades, amb
*>un START per client, en lloc de rellegir el diari sencer per a cada
*>client.

IDENTIFICATION DIVISION.
PROGRAM-ID. RETENCIONS-ANUALS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL fitxerParmRet ASSIGN TO "PARMRET"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatParmRet.
    SELECT fitxerClients ASSIGN TO "MESTRECLI"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS clIdClient
        FILE STATUS IS estatClients.
    SELECT fitxerMestre ASSIGN TO "MESTRECTA"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rcIdCompte
        ALTERNATE RECORD KEY IS rcIdClient WITH DUPLICATES
        FILE STATUS IS estatMestre.
    SELECT OPTIONAL fitxerMoviments ASSIGN TO "MOVIMENTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatMoviments.
    SELECT OPTIONAL fitxerDiariComptes ASSIGN TO "DIARICTA"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatDiariComptes.
    SELECT fitxerTermesTreball ASSIGN TO "TERMWRK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ttClau
        FILE STATUS IS estatTermesTreball.
    SELECT OPTIONAL fitxerMovRetirats ASSIGN TO "MOVRETIR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatMovRetirats.
    SELECT OPTIONAL fitxerTipusCanvi ASSIGN TO "TIPUSCANVI"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatTipusCanvi.
    SELECT OPTIONAL fitxerProductes ASSIGN TO "PRODUCTES"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS prdIdProducte
        FILE STATUS IS estatProductes.
    SELECT fitxerCertificats ASSIGN TO "CERTRET"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatCertificats.
    SELECT fitxerDeclaracio ASSIGN TO "DECLRET"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatDeclaracio.
    SELECT fitxerControlExecucions ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatControlExecucions.
DATA DIVISION.
FILE SECTION.
FD  fitxerParmRet.
01  registreParmRet.
    05  prDataProces   PIC 9(08).   *>data de negoci de l'execució (AAAAMMDD); 0 o fitxer absent vol dir "agafa la data del sistema"
    05  prAnyFiscal    PIC 9(04).   *>exercici que es declara; 0 o no numèric vol dir l'any anterior al de la data de procés
FD  fitxerClients.
01  registreClient.
    05  clIdClient  PIC X(08).
    05  clNom       PIC X(30).
    05  clAdreca    PIC X(40).
    05  clIdioma    PIC X(02).
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
FD  fitxerDiariComptes.
01  registreDiariComptes.           *>mateix traçat que DIARICTA al programa MANTENIMENT-CARTERA
    05  dccRunId      PIC X(14).
    05  dccDataProces PIC 9(08).
    05  dccOrdre      PIC 9(07).
    05  dccAccio      PIC X(01).    *>"A" alta, "B" baixa, "M" modificació, "I" imatge inicial
    05  dccOrigen     PIC X(01).
    05  dccIdCompte   PIC X(10).
    05  dccOperador   PIC X(08).
    05  dccAprovador  PIC X(08).
    05  dccImatgeAbans.             *>registre de MESTRECTA abans del canvi
        10  FILLER          PIC X(10).
        10  dcaIdClient     PIC X(08).
        10  FILLER          PIC X(193).
        10  dcaDataObertura PIC 9(08).
    05  dccImatgeDespres.           *>registre de MESTRECTA després del canvi
        10  FILLER          PIC X(211).
        10  dcdDataObertura PIC 9(08).
FD  fitxerTermesTreball.
01  registreTermeTreball.           *>renovació o baixa d'un compte amb data de l'exercici o posterior, en ordre de client
    05  ttClau.
        10  ttIdClient    PIC X(08).
        10  ttIdCompte    PIC X(10).
        10  ttDataProces  PIC 9(08).  *>data de procés del canvi a DIARICTA
        10  ttRunId       PIC X(14).
        10  ttOrdre       PIC 9(07).
    05  ttImatgeAbans     PIC X(219). *>registre de MESTRECTA abans del canvi
FD  fitxerMovRetirats.
01  registreMovRetirat.             *>mateix traçat que MOVRETIR al programa MANTENIMENT-MOVIMENTS
    05  mrIdCompte     PIC X(10).
    05  mrDataObertura PIC 9(08).
    05  mrAny          PIC 99.
    05  mrTipus        PIC X(01).
    05  mrImport       PIC 9(9)V99.
    05  mrDataRetirada PIC 9(08).
FD  fitxerTipusCanvi.
01  registreTipusCanvi.
    05  tcvDivisa   PIC X(03).
    05  tcvTipus    PIC 9(3)V9(6).  *>euros per unitat de la divisa, del tancament de l'exercici
01  registreCapcaleraCanvi.         *>primer registre de TIPUSCANVI
    05  ccvMarca       PIC X(04).   *>"*HDR"
    05  ccvTipusFitxer PIC X(12).   *>"TIPUSCANVI"
    05  ccvDataNegoci  PIC 9(08).   *>dia dels tipus
    05  ccvDataNegociDesglossada REDEFINES ccvDataNegoci.
        10  ccvAnyNegoci PIC 9(04).
        10  FILLER      PIC X(04).
    05  ccvSequencia   PIC 9(06).   *>número d'enviament del fitxer
01  registrePeuCanvi.               *>darrer registre de TIPUSCANVI
    05  pcvMarca       PIC X(04).   *>"*TRL"
    05  pcvRegistres   PIC 9(07).   *>registres de tipus (sense capçalera ni peu)
    05  pcvTotalControl PIC 9(11)V9(6).  *>suma de tcvTipus
FD  fitxerCertificats.
01  liniaCertificat PIC X(132).
FD  fitxerDeclaracio.
*>tres tipus de registre de 80 posicions, distingits per la primera
*>posició (dcTipusRegistre: "1", "2", "9").
01  registreDeclCapcalera.
    05  dcTipusRegistre PIC X(01).  *>"1" capçalera
    05  dcAnyFiscal     PIC 9(04).
    05  dcDataProces    PIC 9(08).
    05  dcIdExecucio    PIC X(14).
    05  FILLER          PIC X(53).
01  registreDeclDetall.
    05  ddTipusRegistre PIC X(01).  *>"2" detall: un compte d'un client
    05  ddIdClient      PIC X(08).
    05  ddIdCompte      PIC X(10).
    05  ddDivisa        PIC X(03).
    05  ddInteresBrut   PIC 9(11)V99.   *>en la divisa del compte
    05  ddRetencio      PIC 9(11)V99.   *>en la divisa del compte
    05  ddInteresBrutEur PIC 9(11)V99.
    05  ddRetencioEur   PIC 9(11)V99.
    05  ddSenseCanvi    PIC X(01).  *>"S" si la divisa no té tipus i els imports EUR són els nominals
    05  FILLER          PIC X(05).
01  registreDeclTotals.
    05  dtTipusRegistre PIC X(01).  *>"9" totals de control
    05  dtRegistresDetall PIC 9(07).
    05  dtClients       PIC 9(07).
    05  dtInteresBrutEur PIC 9(13)V99.
    05  dtRetencioEur   PIC 9(13)V99.
    05  FILLER          PIC X(35).
FD  fitxerControlExecucions.
01  registreControlExecucio.        *>mateix traçat que RUNCTL al programa de càlcul
    05  rceRunId      PIC X(14).
    05  rcePrograma   PIC X(20).
    05  rceDataProces PIC 9(08).
    05  rceLlegits    PIC 9(07).
    05  rceEscrits    PIC 9(07).
    05  rceRetorn     PIC 99.
WORKING-STORAGE SECTION.
    01 estatParmRet PIC X(02).     *>file status de PARMRET; fitxer opcional
    01 estatClients PIC X(02).     *>file status de MESTRECLI
    01 estatMestre PIC X(02).      *>file status de MESTRECTA
    01 estatMoviments PIC X(02).   *>file status de MOVIMENTS; fitxer opcional, "05" a l'OPEN vol dir que no n'hi ha
    01 estatTipusCanvi PIC X(02).  *>file status de TIPUSCANVI; fitxer opcional
    01 estatDiariComptes PIC X(02).  *>file status de DIARICTA; fitxer opcional ("05" si encara no hi ha cap canvi)
    01 estatMovRetirats PIC X(02). *>file status de MOVRETIR; fitxer opcional ("05" si encara no s'ha retirat cap moviment)
    01 estatTermesTreball PIC X(02).  *>file status de TERMWRK
    01 estatProductes PIC X(02).   *>file status de PRODUCTES; fitxer opcional ("05" si encara no n'hi ha cap)
    01 estatCertificats PIC X(02). *>file status de CERTRET
    01 estatDeclaracio PIC X(02).  *>file status de DECLRET
    01 estatControlExecucions PIC X(02).  *>file status de RUNCTL; "35" a l'OPEN EXTEND vol dir que encara no existeix
    01 indicadorFiTipusCanvi PIC X(01) VALUE "N".
        88 fiTipusCanvi VALUE "S".
    01 nombreTipusCanvi PIC 99 VALUE 0.
    01 taulaTipusCanvi.
        05 entradaTipusCanvi OCCURS 20 TIMES.
            10 etcDivisa PIC X(03).
            10 etcTipus PIC 9(3)V9(6).
    01 ixTipusCanvi PIC 99.
    01 divisaCompte PIC X(03).     *>divisa del compte en curs, ja resolta (en blanc passa a ser EUR)
    01 tipusCanviCompte PIC 9(3)V9(6).
    01 indicadorCanviTrobat PIC X(01) VALUE "N".
        88 canviTrobat VALUE "S".
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
    01 indicadorCompteSenseCanvi PIC X(01) VALUE "N".  *>"S" si la divisa del compte en curs no té tipus
        88 compteSenseCanvi VALUE "S".
    01 indicadorClientSenseCanvi PIC X(01) VALUE "N".  *>"S" si algun compte del client en curs ha quedat sense convertir
        88 clientSenseCanvi VALUE "S".
    01 indicadorFiClients PIC X(01) VALUE "N".
        88 fiClients VALUE "S".
    01 indicadorFiMestre PIC X(01) VALUE "N".
        88 fiMestre VALUE "S".
    01 indicadorFiMoviments PIC X(01) VALUE "N".
        88 fiMoviments VALUE "S".
    01 indicadorFiDiari PIC X(01) VALUE "N".
        88 fiDiari VALUE "S".
    01 indicadorDiariDisponible PIC X(01) VALUE "N".  *>"S" si DIARICTA s'ha pogut carregar a TERMWRK i es poden buscar terminis tancats
        88 diariDisponible VALUE "S".
    01 indicadorFiTermes PIC X(01) VALUE "N".
        88 fiTermes VALUE "S".
    01 indicadorTermeTancat PIC X(01) VALUE "N".  *>"S" mentre es declara un termini tancat (imatge d'abans de DIARICTA)
        88 termeTancat VALUE "S".
    01 dataIniciExercici PIC 9(08).  *>1 de gener de l'exercici: els canvis d'abans no tanquen cap termini amb anys de l'exercici
    01 dataCanviTerme PIC 9(08).     *>data de procés de la renovació o baixa en curs
    01 dataAniversari PIC 9(08).     *>aniversari dins de l'exercici del termini tancat en curs
    01 anyFiscal PIC 9(04).        *>exercici que es declara
    01 anyPla PIC S9(04).          *>any del pla que es liquida dins de l'exercici per al compte en curs
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
    01 interesAnyPla PIC 9(9)V99.  *>interes brut de l'any de pla declarat, en la divisa del compte
    01 retencioAnyPla PIC 9(9)V99. *>retenció de l'any de pla declarat, en la divisa del compte
    01 interesEur PIC 9(11)V99.
    01 retencioEur PIC 9(11)V99.
    01 totalInteresClient PIC 9(13)V99.  *>interes brut del client en curs, en EUR
    01 totalRetencioClient PIC 9(13)V99. *>retenció del client en curs, en EUR
    01 comptesClient PIC 9(05).    *>comptes declarats del client en curs
    01 totalInteresDecl PIC 9(13)V99.
    01 totalRetencioDecl PIC 9(13)V99.
    01 registresDetall PIC 9(07) VALUE 0.
    01 clientsCertificats PIC 9(07) VALUE 0.
    01 clientsLlegits PIC 9(07) VALUE 0.
    01 comptesSenseData PIC 9(05) VALUE 0.  *>comptes sense data d'obertura: no es poden imputar a cap exercici
    01 comptesSenseCanvi PIC 9(05) VALUE 0. *>comptes declarats pel valor nominal per falta de tipus de canvi
    01 idExecucio PIC X(14) VALUE SPACES. *>identificador d'execució: data de procés + hora d'inici (HHMMSS)
    01 horaActual PIC 9(08).
    01 horaActualDesglossada REDEFINES horaActual.
        05 horaActualHHMMSS PIC X(06).
        05 FILLER PIC X(02).
    01 dataActual PIC 9(08).       *>data de negoci de l'execució: prDataProces si ve informada, si no la del sistema
    01 dataActualDesglossada REDEFINES dataActual.
        05 dataActualAny PIC X(04).
        05 dataActualMes PIC X(02).
        05 dataActualDia PIC X(02).
    01 dataActualNumerica REDEFINES dataActual.
        05 dataActualAnyNum PIC 9(04).
        05 FILLER PIC 9(04).
    01 numPagina PIC 9(04) VALUE 0.
    01 liniesPagina PIC 99 VALUE 99.     *>es comença alt per forçar la primera capçalera
    01 maxLiniesPagina PIC 99 VALUE 55.
    01 liniaTreball PIC X(132).
    01 capcaleraPagina1.
        05 FILLER PIC X(40) VALUE "CERTIFICAT DE RETENCIONS - INTERESSOS".
        05 FILLER PIC X(67) VALUE SPACES.
        05 FILLER PIC X(07) VALUE "PAGINA ".
        05 capNumPagina PIC ZZZ9.
    01 capcaleraPagina2.
        05 FILLER PIC X(06) VALUE "DATA: ".
        05 capDataEdicio PIC X(10).
        05 FILLER PIC X(14) VALUE "   EXERCICI: ".
        05 capAnyFiscal PIC 9(04).
    01 liniaClient1.
        05 FILLER PIC X(08) VALUE "CLIENT: ".
        05 crtIdClient PIC X(08).
        05 FILLER PIC X(03) VALUE " - ".
        05 crtNomClient PIC X(30).
    01 liniaClient2.
        05 FILLER PIC X(08) VALUE "ADRECA: ".
        05 crtAdrecaClient PIC X(40).
    01 liniaIntroduccio.
        05 FILLER PIC X(61) VALUE
            "Interessos abonats i retencions practicades durant l'exercici".
        05 FILLER PIC X(01) VALUE SPACE.
        05 crtAnyFiscal PIC 9(04).
        05 FILLER PIC X(01) VALUE ":".
    01 capcaleraColumnes.
        05 FILLER PIC X(10) VALUE "COMPTE".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(07) VALUE "ANY PLA".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(06) VALUE "DIVISA".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(15) VALUE "     INT. BRUT ".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(15) VALUE "       RETENCIO".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(16) VALUE " INT. BRUT EUR  ".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(16) VALUE "   RETENCIO EUR ".
    01 liniaDetallCompte.
        05 crtIdCompte PIC X(10).
        05 FILLER PIC X(04) VALUE SPACES.
        05 crtAnyPla PIC Z9.
        05 FILLER PIC X(05) VALUE SPACES.
        05 crtDivisa PIC X(03).
        05 FILLER PIC X(05) VALUE SPACES.
        05 crtInteres PIC Z(11)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 crtRetencio PIC Z(11)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 crtInteresEur PIC Z(12)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 crtRetencioEur PIC Z(12)9.99.
        05 FILLER PIC X(01) VALUE SPACE.
        05 crtMarcaCanvi PIC X(03).
    01 liniaSenseCanviCompte PIC X(70) VALUE
        "  (*) DIVISA SENSE TIPUS DE CANVI: IMPORT EN EUR PEL VALOR NOMINAL".
    01 liniaTotalClient.
        05 FILLER PIC X(46) VALUE
            "TOTAL DEL CLIENT EN EUR  . . . . . . . . . : ".
        05 FILLER PIC X(06) VALUE SPACES.
        05 crtTotalInteres PIC Z(12)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 crtTotalRetencio PIC Z(12)9.99.
    01 liniaTotalNoConsolidat PIC X(60) VALUE
        "  ** TOTAL NO CONSOLIDAT: CONTE IMPORTS SENSE CONVERTIR **".
PROCEDURE DIVISION.
    PERFORM determinarDataProces THRU determinarDataProces-Fi.
    COMPUTE dataIniciExercici = anyFiscal * 10000 + 101.
    OPEN INPUT fitxerDiariComptes.
    IF estatDiariComptes <> "00" AND estatDiariComptes <> "05"
        DISPLAY "ERROR: no s'ha pogut obrir DIARICTA (file status "
            estatDiariComptes "): no es poden declarar els terminis "
            "tancats"
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN OUTPUT fitxerTermesTreball.
    CLOSE fitxerTermesTreball.
    OPEN I-O fitxerTermesTreball.
    IF estatTermesTreball <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir TERMWRK (file status "
            estatTermesTreball ")"
        CLOSE fitxerDiariComptes
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    MOVE "N" TO indicadorFiDiari.
    PERFORM carregarTermeTancat THRU carregarTermeTancat-Fi
        UNTIL fiDiari.
    CLOSE fitxerDiariComptes.
    SET diariDisponible TO TRUE.
    OPEN INPUT fitxerClients.
    IF estatClients <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir MESTRECLI (file status "
            estatClients "): comprovar que el mestre de clients existeix"
        CLOSE fitxerTermesTreball
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN INPUT fitxerMestre.
    IF estatMestre <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir MESTRECTA (file status "
            estatMestre "): comprovar que el mestre de comptes existeix"
        CLOSE fitxerClients
        CLOSE fitxerTermesTreball
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN INPUT fitxerProductes.
    IF estatProductes <> "00" AND estatProductes <> "05"
        DISPLAY "ERROR: no s'ha pogut obrir PRODUCTES (file status "
            estatProductes ")"
        CLOSE fitxerClients
        CLOSE fitxerMestre
        CLOSE fitxerTermesTreball
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN OUTPUT fitxerCertificats.
    OPEN OUTPUT fitxerDeclaracio.
    IF estatCertificats <> "00" OR estatDeclaracio <> "00"
        DISPLAY "ERROR: no s'han pogut obrir les sortides (CERTRET "
            estatCertificats ", DECLRET " estatDeclaracio ")"
        CLOSE fitxerClients
        CLOSE fitxerMestre
        CLOSE fitxerProductes
        CLOSE fitxerCertificats
        CLOSE fitxerDeclaracio
        CLOSE fitxerTermesTreball
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    STRING dataActualDia DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        dataActualMes DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        dataActualAny DELIMITED BY SIZE
        INTO capDataEdicio.
    MOVE anyFiscal TO capAnyFiscal.
    PERFORM carregarTipusCanvi THRU carregarTipusCanvi-Fi.
    IF canvisErronis
        CLOSE fitxerClients
        CLOSE fitxerMestre
        CLOSE fitxerProductes
        CLOSE fitxerCertificats
        CLOSE fitxerDeclaracio
        CLOSE fitxerTermesTreball
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.

    MOVE SPACES TO registreDeclCapcalera.
    MOVE "1" TO dcTipusRegistre.
    MOVE anyFiscal TO dcAnyFiscal.
    MOVE dataActual TO dcDataProces.
    MOVE idExecucio TO dcIdExecucio.
    WRITE registreDeclCapcalera.
    MOVE 0 TO totalInteresDecl.
    MOVE 0 TO totalRetencioDecl.

    MOVE LOW-VALUES TO clIdClient.
    START fitxerClients KEY IS GREATER THAN OR EQUAL TO clIdClient
        INVALID KEY
            SET fiClients TO TRUE
    END-START.
    PERFORM llegirICertificarClient THRU llegirICertificarClient-Fi
        UNTIL fiClients.

    MOVE SPACES TO registreDeclTotals.
    MOVE "9" TO dtTipusRegistre.
    MOVE registresDetall TO dtRegistresDetall.
    MOVE clientsCertificats TO dtClients.
    MOVE totalInteresDecl TO dtInteresBrutEur.
    MOVE totalRetencioDecl TO dtRetencioEur.
    WRITE registreDeclTotals.

    CLOSE fitxerClients.
    CLOSE fitxerMestre.
    CLOSE fitxerProductes.
    CLOSE fitxerCertificats.
    CLOSE fitxerDeclaracio.
    CLOSE fitxerTermesTreball.
    DISPLAY "Retencions de l'exercici " anyFiscal " acabades: "
        clientsCertificats " certificats, " registresDetall
        " comptes declarats".
    DISPLAY "  Total interes brut EUR: " totalInteresDecl
        "  Total retencio EUR: " totalRetencioDecl.
    IF comptesSenseData > 0 OR comptesSenseCanvi > 0
        DISPLAY " ATENCIO: " comptesSenseData " comptes sense data "
            "d'obertura (no declarats) i " comptesSenseCanvi
            " comptes sense tipus de canvi; revisar abans de presentar"
        MOVE 4 TO RETURN-CODE
    END-IF.

finalPrograma.
    PERFORM registrarExecucio THRU registrarExecucio-Fi.
    STOP RUN.

*>Determina la data de negoci i l'exercici de l'execució: els de
*>PARMRET si el fitxer existeix i els porta informats; si no, la data
*>del sistema i l'any anterior (la declaració es fa al gener).
determinarDataProces.
    ACCEPT dataActual FROM DATE YYYYMMDD.
    MOVE 0 TO anyFiscal.
    OPEN INPUT fitxerParmRet.
    IF estatParmRet = "00"
        READ fitxerParmRet INTO registreParmRet
            AT END
                CONTINUE
            NOT AT END
                IF prDataProces NUMERIC AND prDataProces > 0
                    MOVE prDataProces TO dataActual
                END-IF
                IF prAnyFiscal NUMERIC AND prAnyFiscal > 0
                    MOVE prAnyFiscal TO anyFiscal
                END-IF
        END-READ
    END-IF.
    CLOSE fitxerParmRet.
    IF anyFiscal = 0
        COMPUTE anyFiscal = dataActualAnyNum - 1
    END-IF.
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
    MOVE "RETENCIONS-ANUALS" TO rcePrograma.
    MOVE dataActual TO rceDataProces.
    MOVE clientsLlegits TO rceLlegits.
    MOVE registresDetall TO rceEscrits.
    MOVE RETURN-CODE TO rceRetorn.
    WRITE registreControlExecucio.
    CLOSE fitxerControlExecucions.
registrarExecucio-Fi.
    EXIT.

*>Llegeix el client següent de MESTRECLI i, si té algun compte amb
*>interessos liquidats dins de l'exercici, n'escriu el certificat.
llegirICertificarClient.
    READ fitxerClients NEXT RECORD
        AT END
            SET fiClients TO TRUE
        NOT AT END
            ADD 1 TO clientsLlegits
            PERFORM certificarClient THRU certificarClient-Fi
    END-READ.
llegirICertificarClient-Fi.
    EXIT.

certificarClient.
    MOVE 0 TO totalInteresClient.
    MOVE 0 TO totalRetencioClient.
    MOVE 0 TO comptesClient.
    MOVE "N" TO indicadorClientSenseCanvi.
    MOVE "N" TO indicadorFiMestre.
    MOVE clIdClient TO rcIdClient.
    START fitxerMestre KEY IS EQUAL TO rcIdClient
        INVALID KEY
            SET fiMestre TO TRUE
    END-START.
    PERFORM llegirICalcularCompte THRU llegirICalcularCompte-Fi
        UNTIL fiMestre.
    PERFORM declararTermesTancats THRU declararTermesTancats-Fi.
    IF comptesClient = 0
        GO TO certificarClient-Fi
    END-IF.
    MOVE SPACES TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE totalInteresClient TO crtTotalInteres.
    MOVE totalRetencioClient TO crtTotalRetencio.
    MOVE liniaTotalClient TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    IF clientSenseCanvi
        MOVE liniaSenseCanviCompte TO liniaTreball
        PERFORM escriureInforme THRU escriureInforme-Fi
        MOVE liniaTotalNoConsolidat TO liniaTreball
        PERFORM escriureInforme THRU escriureInforme-Fi
    END-IF.
    ADD 1 TO clientsCertificats.
certificarClient-Fi.
    EXIT.

*>Escriu la capçalera del certificat del client en curs, en pàgina
*>nova: el certificat és el document que se li envia. Es crida amb el
*>primer compte declarat del client.
obrirCertificat.
    MOVE maxLiniesPagina TO liniesPagina.
    MOVE clIdClient TO crtIdClient.
    MOVE clNom TO crtNomClient.
    MOVE liniaClient1 TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE clAdreca TO crtAdrecaClient.
    MOVE liniaClient2 TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE SPACES TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE anyFiscal TO crtAnyFiscal.
    MOVE liniaIntroduccio TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE SPACES TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE capcaleraColumnes TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
obrirCertificat-Fi.
    EXIT.

*>Llegeix el compte següent del client en curs per la clau alternativa
*>(rcIdClient) i, si té un any de pla liquidat dins de l'exercici, el
*>declara. El primer compte d'un altre client acaba la lectura.
llegirICalcularCompte.
    READ fitxerMestre NEXT RECORD
        AT END
            SET fiMestre TO TRUE
        NOT AT END
            IF rcIdClient = clIdClient
                PERFORM declararCompte THRU declararCompte-Fi
            ELSE
                SET fiMestre TO TRUE
            END-IF
    END-READ.
llegirICalcularCompte-Fi.
    EXIT.

declararCompte.
    IF rcDataObertura NOT NUMERIC OR rcDataObertura = 0
        ADD 1 TO comptesSenseData
        DISPLAY "ATENCIO: compte " rcIdCompte " del client " rcIdClient
            " sense data d'obertura; no es pot declarar"
        GO TO declararCompte-Fi
    END-IF.
    COMPUTE anyPla = anyFiscal - rcAnyObertura.
    IF anyPla < 1 OR anyPla > rcAnys
        GO TO declararCompte-Fi
    END-IF.
    IF termeTancat
        COMPUTE dataAniversari = anyFiscal * 10000 + rcMesDiaObertura
        IF dataAniversari > dataCanviTerme
            GO TO declararCompte-Fi
        END-IF
    END-IF.
    PERFORM aplicarCondicionsProducte THRU aplicarCondicionsProducte-Fi.
    PERFORM calcularAnyPla THRU calcularAnyPla-Fi.
    IF interesAnyPla = 0 AND retencioAnyPla = 0
        GO TO declararCompte-Fi
    END-IF.
    MOVE rcDivisa TO divisaCompte.
    PERFORM cercarTipusCanvi THRU cercarTipusCanvi-Fi.
    MOVE "N" TO indicadorCompteSenseCanvi.
    IF NOT canviTrobat
        SET compteSenseCanvi TO TRUE
        SET clientSenseCanvi TO TRUE
        ADD 1 TO comptesSenseCanvi
        DISPLAY "ATENCIO: divisa sense tipus de canvi a TIPUSCANVI: "
            divisaCompte " (compte " rcIdCompte
            "); es declara pel valor nominal"
        MOVE 1 TO tipusCanviCompte
    END-IF.
    COMPUTE interesEur ROUNDED = interesAnyPla * tipusCanviCompte.
    COMPUTE retencioEur ROUNDED = retencioAnyPla * tipusCanviCompte.
    IF comptesClient = 0
        PERFORM obrirCertificat THRU obrirCertificat-Fi
    END-IF.
    ADD 1 TO comptesClient.
    ADD interesEur TO totalInteresClient.
    ADD retencioEur TO totalRetencioClient.
    ADD interesEur TO totalInteresDecl.
    ADD retencioEur TO totalRetencioDecl.

    MOVE rcIdCompte TO crtIdCompte.
    MOVE anyPla TO crtAnyPla.
    MOVE divisaCompte TO crtDivisa.
    MOVE interesAnyPla TO crtInteres.
    MOVE retencioAnyPla TO crtRetencio.
    MOVE interesEur TO crtInteresEur.
    MOVE retencioEur TO crtRetencioEur.
    MOVE SPACES TO crtMarcaCanvi.
    IF compteSenseCanvi
        MOVE "(*)" TO crtMarcaCanvi
    END-IF.
    MOVE liniaDetallCompte TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.

    MOVE SPACES TO registreDeclDetall.
    MOVE "2" TO ddTipusRegistre.
    MOVE rcIdClient TO ddIdClient.
    MOVE rcIdCompte TO ddIdCompte.
    MOVE divisaCompte TO ddDivisa.
    MOVE interesAnyPla TO ddInteresBrut.
    MOVE retencioAnyPla TO ddRetencio.
    MOVE interesEur TO ddInteresBrutEur.
    MOVE retencioEur TO ddRetencioEur.
    MOVE "N" TO ddSenseCanvi.
    IF compteSenseCanvi
        MOVE "S" TO ddSenseCanvi
    END-IF.
    WRITE registreDeclDetall.
    ADD 1 TO registresDetall.
declararCompte-Fi.
    EXIT.

*>Llegeix un registre de DIARICTA i, si és una renovació (una
*>modificació que avança la data d'obertura) o una baixa amb data de
*>l'exercici o posterior, en deixa la imatge d'abans del canvi a
*>TERMWRK sota el client propietari.
carregarTermeTancat.
    READ fitxerDiariComptes
        AT END
            SET fiDiari TO TRUE
            GO TO carregarTermeTancat-Fi
    END-READ.
    IF dccDataProces < dataIniciExercici
        GO TO carregarTermeTancat-Fi
    END-IF.
    IF dccAccio = "M"
        IF dcaDataObertura NOT NUMERIC OR dcdDataObertura NOT NUMERIC
            GO TO carregarTermeTancat-Fi
        END-IF
        IF dcaDataObertura = 0 OR dcdDataObertura <= dcaDataObertura
            GO TO carregarTermeTancat-Fi
        END-IF
    ELSE
        IF dccAccio <> "B"
            GO TO carregarTermeTancat-Fi
        END-IF
    END-IF.
    MOVE dcaIdClient TO ttIdClient.
    MOVE dccIdCompte TO ttIdCompte.
    MOVE dccDataProces TO ttDataProces.
    MOVE dccRunId TO ttRunId.
    MOVE dccOrdre TO ttOrdre.
    MOVE dccImatgeAbans TO ttImatgeAbans.
    WRITE registreTermeTreball
        INVALID KEY
            DISPLAY "ATENCIO: canvi " dccRunId " " dccOrdre
                " repetit a DIARICTA; s'ignora"
    END-WRITE.
carregarTermeTancat-Fi.
    EXIT.

*>Terminis tancats del client en curs: les seves entrades de TERMWRK,
*>llegides amb un START per client, es declaren amb la imatge d'abans
*>del canvi. Es fa quan ja s'han llegit els comptes del client al
*>mestre, perquè la imatge es carrega sobre el registre de MESTRECTA.
declararTermesTancats.
    IF NOT diariDisponible
        GO TO declararTermesTancats-Fi
    END-IF.
    MOVE "N" TO indicadorFiTermes.
    MOVE LOW-VALUES TO ttClau.
    MOVE clIdClient TO ttIdClient.
    START fitxerTermesTreball KEY IS GREATER THAN OR EQUAL TO ttClau
        INVALID KEY
            SET fiTermes TO TRUE
    END-START.
    PERFORM llegirTermeTancat THRU llegirTermeTancat-Fi
        UNTIL fiTermes.
    MOVE "N" TO indicadorTermeTancat.
declararTermesTancats-Fi.
    EXIT.

llegirTermeTancat.
    READ fitxerTermesTreball NEXT RECORD
        AT END
            SET fiTermes TO TRUE
            GO TO llegirTermeTancat-Fi
    END-READ.
    IF ttIdClient <> clIdClient
        SET fiTermes TO TRUE
        GO TO llegirTermeTancat-Fi
    END-IF.
    MOVE ttDataProces TO dataCanviTerme.
    MOVE ttImatgeAbans TO registreCompte.
    SET termeTancat TO TRUE.
    PERFORM declararCompte THRU declararCompte-Fi.
llegirTermeTancat-Fi.
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

*>Reprodueix el quadre del compte en curs fins a l'any de pla anyPla,
*>sense imprimir-lo, i en guarda l'interes brut i la retenció d'aquell
*>any.
calcularAnyPla.
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
        anyPla TIMES.
    MOVE qInteres TO interesAnyPla.
    MOVE qRetencio TO retencioAnyPla.
calcularAnyPla-Fi.
    EXIT.

*>Acumula per any els moviments del compte en curs (rcIdCompte) a
*>movimentsCompte, rellegint el fitxer MOVIMENTS sencer, com fa
*>EXTRACTES-CLIENTS. Els registres no vàlids s'ignoren. Per a un
*>termini tancat els moviments són els que se'n van retirar a MOVRETIR.
carregarMovimentsCompte.
    MOVE ZEROS TO movimentsCompte.
    MOVE "N" TO indicadorFiMoviments.
    IF termeTancat
        OPEN INPUT fitxerMovRetirats
        IF estatMovRetirats = "00" OR estatMovRetirats = "05"
            PERFORM llegirMovimentRetirat THRU llegirMovimentRetirat-Fi
                UNTIL fiMoviments
        END-IF
        CLOSE fitxerMovRetirats
        GO TO carregarMovimentsCompte-Fi
    END-IF.
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

llegirMovimentRetirat.
    READ fitxerMovRetirats
        AT END
            SET fiMoviments TO TRUE
        NOT AT END
            IF mrIdCompte = rcIdCompte
                AND mrDataObertura = rcDataObertura
                AND (mrTipus = "A" OR mrTipus = "R")
                AND mrAny NUMERIC AND mrAny >= 1 AND mrAny <= 50
                AND mrImport NUMERIC
                IF mrTipus = "A"
                    ADD mrImport TO movAportacioAny (mrAny)
                ELSE
                    ADD mrImport TO movRetiradaAny (mrAny)
                END-IF
            END-IF
    END-READ.
llegirMovimentRetirat-Fi.
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

*>Llegeix el fitxer opcional TIPUSCANVI sencer un sol cop i el carrega
*>a taulaTipusCanvi. Un registre mal construït o més divises que
*>posicions de taula aturen el job amb error, com al programa de
*>càlcul.
*>El fitxer, si hi és i porta registres, ha de començar amb la
*>capçalera i acabar amb el peu, i el peu ha de quadrar en nombre de
*>registres i en la suma de tipus; si no, també s'atura el job.
carregarTipusCanvi.
    MOVE 0 TO nombreTipusCanvi.
    OPEN INPUT fitxerTipusCanvi.
    IF estatTipusCanvi = "00" OR estatTipusCanvi = "05"
        MOVE "N" TO indicadorFiTipusCanvi
        PERFORM llegirTipusCanvi THRU llegirTipusCanvi-Fi
            UNTIL fiTipusCanvi OR canvisErronis
        IF capcaleraCanviLlegida AND NOT canvisErronis
            PERFORM validarPeuCanvi THRU validarPeuCanvi-Fi
        END-IF
    END-IF.
    CLOSE fitxerTipusCanvi.
carregarTipusCanvi-Fi.
    EXIT.

llegirTipusCanvi.
    READ fitxerTipusCanvi INTO registreTipusCanvi
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

*>La capçalera ha de ser de tipus TIPUSCANVI i d'un dia de l'exercici
*>que es declara (els tipus del tancament). La seqüència no es
*>comprova: és un fitxer de referència que ja s'ha acceptat al seu dia
*>i que aquí es torna a fer servir mesos després.
validarCapcaleraCanvi.
    SET capcaleraCanviLlegida TO TRUE.
    IF ccvMarca <> "*HDR" OR ccvTipusFitxer <> "TIPUSCANVI"
        DISPLAY "ERROR: TIPUSCANVI no comenca amb una capcalera de "
            "tipus TIPUSCANVI"
        SET canvisErronis TO TRUE
        GO TO validarCapcaleraCanvi-Fi
    END-IF.
    IF ccvDataNegoci NOT NUMERIC OR ccvAnyNegoci <> anyFiscal
        DISPLAY "ERROR: TIPUSCANVI del dia " ccvDataNegoci
            ", no de l'exercici " anyFiscal
        SET canvisErronis TO TRUE
        GO TO validarCapcaleraCanvi-Fi
    END-IF.
validarCapcaleraCanvi-Fi.
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
*>busca el tipus de canvi; l'EUR val 1 per definició si el fitxer no
*>en porta cap tipus explícit.
cercarTipusCanvi.
    IF divisaCompte = SPACES OR divisaCompte = LOW-VALUES
        MOVE "EUR" TO divisaCompte
    END-IF.
    MOVE "N" TO indicadorCanviTrobat.
    MOVE 1 TO ixTipusCanvi.
    PERFORM verificarTipusCanvi THRU verificarTipusCanvi-Fi
        UNTIL ixTipusCanvi > nombreTipusCanvi OR canviTrobat.
    IF canviTrobat
        MOVE etcTipus (ixTipusCanvi) TO tipusCanviCompte
    ELSE
        IF divisaCompte = "EUR"
            MOVE 1 TO tipusCanviCompte
            SET canviTrobat TO TRUE
        ELSE
            MOVE 0 TO tipusCanviCompte
        END-IF
    END-IF.
cercarTipusCanvi-Fi.
    EXIT.

verificarTipusCanvi.
    IF etcDivisa (ixTipusCanvi) = divisaCompte
        SET canviTrobat TO TRUE
    ELSE
        ADD 1 TO ixTipusCanvi
    END-IF.
verificarTipusCanvi-Fi.
    EXIT.

*>Escriu liniaTreball als certificats, saltant de pàgina (amb capçalera
*>i numeració noves) quan la pàgina en curs és plena.
escriureInforme.
    IF liniesPagina >= maxLiniesPagina
        PERFORM imprimirCapcaleraPagina THRU imprimirCapcaleraPagina-Fi
    END-IF.
    WRITE liniaCertificat FROM liniaTreball.
    ADD 1 TO liniesPagina.
escriureInforme-Fi.
    EXIT.

imprimirCapcaleraPagina.
    ADD 1 TO numPagina.
    MOVE numPagina TO capNumPagina.
    WRITE liniaCertificat FROM capcaleraPagina1.
    WRITE liniaCertificat FROM capcaleraPagina2.
    MOVE SPACES TO liniaCertificat.
    WRITE liniaCertificat.
    MOVE 3 TO liniesPagina.
imprimirCapcaleraPagina-Fi.
    EXIT.
