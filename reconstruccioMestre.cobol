*> PROGRAMA DE RECONSTRUCCIO DEL MESTRE A UNA DATA. Refà una còpia del
*> mestre de comptes MESTRECTA o del mestre de clients MESTRECLI tal com
*> era al tancament d'un dia qualsevol, a partir del diari de canvis que
*> n'escriuen MANTENIMENT-CARTERA (DIARICTA) i MANTENIMENT-CLIENTS
*> (DIARICLI): imatges inicials, altes, baixes i modificacions, aplicades
*> en l'ordre del diari fins a la data demanada. El resultat va a RECCTA
*> o a RECCLI, un fitxer indexat amb el mateix traçat i la mateixa clau
*> que el mestre, que es pot assignar com a MESTRECTA (o MESTRECLI) a una
*> execució "P" o de replay per tornar a fer una cotització amb el mestre
*> d'aquell dia. A RECINF queda un informe amb les incoherències del
*> diari, el mestre reconstruït i el resum de l'execució.

*>2029-04: primera versió, a petició de compliment. Fins ara, per saber
*>quin interes tenia un compte en una data de l'any passat calia trobar
*>l'MANTINF de l'època. PARMREC indica quin mestre es reconstrueix
*>("MESTRECTA" o "MESTRECLI") i a quina data (AAAAMMDD); la data de
*>procés opcional només serveix per al registre a RUNCTL. Els canvis
*>d'una data posterior a la demanada s'ignoren. Una data anterior al
*>primer registre del diari (el bolcat inicial del mestre) no es pot
*>reconstruir sencera: el programa avisa i acaba amb RETURN-CODE 4, i
*>també quan el diari té incoherències (alta d'un compte que ja hi és,
*>baixa o modificació d'un que no hi és, acció desconeguda), que
*>s'apliquen igualment de la manera més raonable i es llisten. Cada
*>execució es registra a RUNCTL.

*>2029-07: RECCTA es crea amb la mateixa clau alternativa sobre el
*>client (rcIdClient) que MESTRECTA, perquè es pugui continuar assignant
*>com a mestre de comptes d'una execució "P" o de replay.

*>2029-08: PARMREC admet també "PRODUCTES": el mestre de productes es
*>refà a la data a partir del diari DIARIPRD que n'escriu
*>MANTENIMENT-PRODUCTES, cap a RECPRD (mateix traçat i clau que
*>PRODUCTES). Un compte sense condicions pròpies (rcCondicionsPropies
*>diferent de "S") pren les condicions del seu producte de PRODUCTES en
*>el moment del càlcul, no les que porta a MESTRECTA; per repetir una
*>cotització d'un dia passat cal reconstruir els dos mestres a la
*>mateixa data i assignar RECCTA com a MESTRECTA i RECPRD com a
*>PRODUCTES, perquè els tipus, la divisa i la taula d'interesos siguin
*>els vigents aquell dia i no els d'avui.

IDENTIFICATION DIVISION.
PROGRAM-ID. RECONSTRUCCIO-MESTRE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL fitxerParmRec ASSIGN TO "PARMREC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatParmRec.
    SELECT fitxerDiariComptes ASSIGN TO "DIARICTA"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatDiariComptes.
    SELECT fitxerDiariClients ASSIGN TO "DIARICLI"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatDiariClients.
    SELECT fitxerDiariProductes ASSIGN TO "DIARIPRD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatDiariProductes.
    SELECT fitxerRecComptes ASSIGN TO "RECCTA"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rcIdCompte
        ALTERNATE RECORD KEY IS rcIdClient WITH DUPLICATES
        FILE STATUS IS estatRecComptes.
    SELECT fitxerRecClients ASSIGN TO "RECCLI"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS clIdClient
        FILE STATUS IS estatRecClients.
    SELECT fitxerRecProductes ASSIGN TO "RECPRD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS prdIdProducte
        FILE STATUS IS estatRecProductes.
    SELECT fitxerInformeRec ASSIGN TO "RECINF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatInformeRec.
    SELECT fitxerControlExecucions ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatControlExecucions.
DATA DIVISION.
FILE SECTION.
FD  fitxerParmRec.
01  registreParmRec.
    05  prMestre PIC X(09).         *>"MESTRECTA", "MESTRECLI" o "PRODUCTES"
    05  prDataReferencia PIC 9(08). *>data (AAAAMMDD) a la qual es vol el mestre; obligatòria
    05  prDataProces PIC 9(08).     *>data de negoci de l'execució; 0 vol dir "agafa la data del sistema"
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
    05  dccImatgeAbans   PIC X(219).
    05  dccImatgeDespres PIC X(219).
FD  fitxerDiariClients.
01  registreDiariClients.           *>mateix traçat que DIARICLI al programa MANTENIMENT-CLIENTS
    05  dclRunId      PIC X(14).
    05  dclDataProces PIC 9(08).
    05  dclOrdre      PIC 9(07).
    05  dclAccio      PIC X(01).    *>"A" alta, "B" baixa, "M" modificació, "I" imatge inicial
    05  dclOrigen     PIC X(01).
    05  dclIdClient   PIC X(08).
    05  dclOperador   PIC X(08).
    05  dclAprovador  PIC X(08).
    05  dclImatgeAbans   PIC X(80).
    05  dclImatgeDespres PIC X(80).
FD  fitxerDiariProductes.
01  registreDiariProductes.         *>mateix traçat que DIARIPRD al programa MANTENIMENT-PRODUCTES
    05  dcpRunId      PIC X(14).
    05  dcpDataProces PIC 9(08).
    05  dcpOrdre      PIC 9(07).
    05  dcpAccio      PIC X(01).    *>"A" alta, "B" baixa, "M" modificació, "I" imatge inicial
    05  dcpOrigen     PIC X(01).
    05  dcpIdProducte PIC X(06).
    05  dcpOperador   PIC X(08).
    05  dcpAprovador  PIC X(08).
    05  dcpImatgeAbans   PIC X(227).
    05  dcpImatgeDespres PIC X(227).
FD  fitxerRecComptes.
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
    05  rcDataObertura PIC 9(08).
FD  fitxerRecClients.
01  registreClient.                 *>mateix traçat que MESTRECLI al programa MANTENIMENT-CLIENTS
    05  clIdClient  PIC X(08).
    05  clNom       PIC X(30).
    05  clAdreca    PIC X(40).
    05  clIdioma    PIC X(02).
FD  fitxerRecProductes.
01  registreProducte.               *>mateix traçat que PRODUCTES al programa MANTENIMENT-PRODUCTES
    05  prdIdProducte  PIC X(06).
    05  prdDescripcio  PIC X(30).
    05  prdInteres     PIC 9V99.
    05  prdFreq        PIC X(01).
    05  prdRetencio    PIC V99.
    05  prdComissio    PIC 9(4)V99.
    05  prdDivisa      PIC X(03).   *>divisa del producte; en blanc vol dir EUR
    05  prdAnysMin     PIC 99.
    05  prdAnysMax     PIC 99.
    05  prdImportMin   PIC 9(9)V99.
    05  prdImportMax   PIC 9(9)V99.
    05  prdTaulaInteresGrp.
        10  prdTaulaInteres OCCURS 50 TIMES PIC 9V99.
FD  fitxerInformeRec.
01  liniaInformeRec PIC X(132).
FD  fitxerControlExecucions.
01  registreControlExecucio.        *>mateix traçat que RUNCTL al programa de càlcul
    05  rceRunId      PIC X(14).
    05  rcePrograma   PIC X(20).
    05  rceDataProces PIC 9(08).
    05  rceLlegits    PIC 9(07).
    05  rceEscrits    PIC 9(07).
    05  rceRetorn     PIC 99.
WORKING-STORAGE SECTION.
    01 estatParmRec PIC X(02).       *>file status de PARMREC
    01 estatDiariComptes PIC X(02).  *>file status de DIARICTA
    01 estatDiariClients PIC X(02).  *>file status de DIARICLI
    01 estatRecComptes PIC X(02).    *>file status de RECCTA
    01 estatRecClients PIC X(02).    *>file status de RECCLI
    01 estatDiariProductes PIC X(02).  *>file status de DIARIPRD
    01 estatRecProductes PIC X(02).  *>file status de RECPRD
    01 estatInformeRec PIC X(02).    *>file status de RECINF
    01 estatObertura PIC X(02).      *>file status de l'OPEN del diari o del mestre reconstruït, segons el mestre
    01 estatControlExecucions PIC X(02).  *>file status de RUNCTL; "35" a l'OPEN EXTEND vol dir que encara no existeix
    01 mestreReconstruit PIC X(09) VALUE SPACES.  *>mestre que es reconstrueix, segons PARMREC
        88 reconstruirComptes VALUE "MESTRECTA".
        88 reconstruirClients VALUE "MESTRECLI".
        88 reconstruirProductes VALUE "PRODUCTES".
    01 dataReferencia PIC 9(08) VALUE 0.  *>data a la qual es reconstrueix el mestre
    01 indicadorFiDiari PIC X(01) VALUE "N".
        88 fiDiari VALUE "S".
    01 indicadorFiReconstruit PIC X(01) VALUE "N".
        88 fiReconstruit VALUE "S".
    01 dataInicialDiari PIC 9(08) VALUE 0.  *>data més antiga trobada al diari
    01 registresDiari PIC 9(07) VALUE 0.    *>registres del diari llegits
    01 canvisPosteriors PIC 9(07) VALUE 0.  *>registres posteriors a la data demanada, ignorats
    01 imatgesInicials PIC 9(07) VALUE 0.
    01 altesAplicades PIC 9(07) VALUE 0.
    01 baixesAplicades PIC 9(07) VALUE 0.
    01 modificacionsAplicades PIC 9(07) VALUE 0.
    01 incoherencies PIC 9(07) VALUE 0.     *>canvis que no casen amb l'estat reconstruït
    01 registresReconstruits PIC 9(07) VALUE 0.  *>registres del mestre reconstruït
    01 accioCanvi PIC X(01).         *>acció del registre del diari en curs
    01 clauCanvi PIC X(10).          *>compte, client o producte del registre del diari en curs
    01 dataCanvi PIC 9(08).          *>data de procés del registre del diari en curs
    01 motiuIncoherencia PIC X(45).
    01 idExecucio PIC X(14) VALUE SPACES. *>identificador d'execució: data de procés + hora d'inici (HHMMSS)
    01 horaActual PIC 9(08).
    01 horaActualDesglossada REDEFINES horaActual.
        05 horaActualHHMMSS PIC X(06).
        05 FILLER PIC X(02).
    01 dataActual PIC 9(08).         *>data de negoci de l'execució: prDataProces si ve informada, si no la del sistema
    01 dataFormatar PIC 9(08).       *>data AAAAMMDD que es passa a DD/MM/AAAA
    01 dataFormatarDesglossada REDEFINES dataFormatar.
        05 dfAny PIC X(04).
        05 dfMes PIC X(02).
        05 dfDia PIC X(02).
    01 dataFormatada PIC X(10).
    01 numPagina PIC 9(04) VALUE 0.
    01 liniesPagina PIC 99 VALUE 99.     *>es comença alt per forçar la primera capçalera
    01 maxLiniesPagina PIC 99 VALUE 55.
    01 liniaTreball PIC X(132).
    01 capcaleraPagina1.
        05 FILLER PIC X(40) VALUE "RECONSTRUCCIO DEL MESTRE A UNA DATA".
        05 FILLER PIC X(67) VALUE SPACES.
        05 FILLER PIC X(07) VALUE "PAGINA ".
        05 capNumPagina PIC ZZZ9.
    01 capcaleraPagina2.
        05 FILLER PIC X(06) VALUE "DATA: ".
        05 capDataEdicio PIC X(10).
        05 FILLER PIC X(11) VALUE "   MESTRE: ".
        05 capMestre PIC X(09).
        05 FILLER PIC X(15) VALUE "   A LA DATA: ".
        05 capDataReferencia PIC X(10).
    01 liniaTitolSeccio.
        05 FILLER PIC X(05) VALUE "==== ".
        05 titolSeccio PIC X(40).
        05 FILLER PIC X(05) VALUE " ====".
    01 liniaIncoherencia.
        05 FILLER PIC X(02) VALUE SPACES.
        05 linData PIC X(10).
        05 FILLER PIC X(02) VALUE SPACES.
        05 linAccio PIC X(01).
        05 FILLER PIC X(02) VALUE SPACES.
        05 linClau PIC X(10).
        05 FILLER PIC X(02) VALUE SPACES.
        05 linMotiu PIC X(45).
    01 liniaCapIncoherencia PIC X(40) VALUE "  (CAP INCOHERENCIA AL DIARI)".
    01 capcaleraComptes.
        05 FILLER PIC X(10) VALUE "COMPTE".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(08) VALUE "CLIENT".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(08) VALUE "PRODUCTE".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(04) VALUE "ANYS".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(07) VALUE "INTERES".
        05 FILLER PIC X(01) VALUE SPACES.
        05 FILLER PIC X(15) VALUE "        CAPITAL".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(06) VALUE "DIVISA".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(10) VALUE "OBERTURA".
    01 liniaCompte.
        05 lcIdCompte PIC X(10).
        05 FILLER PIC X(02) VALUE SPACES.
        05 lcIdClient PIC X(08).
        05 FILLER PIC X(02) VALUE SPACES.
        05 lcIdProducte PIC X(06).
        05 FILLER PIC X(06) VALUE SPACES.
        05 lcAnys PIC Z9.
        05 FILLER PIC X(03) VALUE SPACES.
        05 lcInteres PIC 9.99.
        05 FILLER PIC X(03) VALUE SPACES.
        05 lcQ PIC Z(8)9.99.
        05 FILLER PIC X(03) VALUE SPACES.
        05 lcDivisa PIC X(03).
        05 FILLER PIC X(05) VALUE SPACES.
        05 lcDataObertura PIC X(10).
    01 capcaleraClients.
        05 FILLER PIC X(08) VALUE "CLIENT".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(30) VALUE "NOM".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(40) VALUE "ADRECA".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(06) VALUE "IDIOMA".
    01 liniaClient.
        05 llsIdClient PIC X(08).
        05 FILLER PIC X(02) VALUE SPACES.
        05 llsNom PIC X(30).
        05 FILLER PIC X(02) VALUE SPACES.
        05 llsAdreca PIC X(40).
        05 FILLER PIC X(04) VALUE SPACES.
        05 llsIdioma PIC X(02).
    01 capcaleraProductes.
        05 FILLER PIC X(08) VALUE "PRODUCTE".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(30) VALUE "DESCRIPCIO".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(07) VALUE "INTERES".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(04) VALUE "FREQ".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(05) VALUE "RETEN".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(08) VALUE "COMISSIO".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(06) VALUE "DIVISA".
    01 liniaProducte.
        05 lpIdProducte PIC X(06).
        05 FILLER PIC X(04) VALUE SPACES.
        05 lpDescripcio PIC X(30).
        05 FILLER PIC X(05) VALUE SPACES.
        05 lpInteres PIC 9.99.
        05 FILLER PIC X(05) VALUE SPACES.
        05 lpFreq PIC X(01).
        05 FILLER PIC X(03) VALUE SPACES.
        05 lpRetencio PIC 9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 lpComissio PIC Z(3)9.99.
        05 FILLER PIC X(03) VALUE SPACES.
        05 lpDivisa PIC X(03).
    01 liniaMestreBuit PIC X(30) VALUE "  (MESTRE RECONSTRUIT BUIT)".
    01 liniaDataAnterior.
        05 FILLER PIC X(50) VALUE
            "  ATENCIO: DATA ANTERIOR A L'INICI DEL DIARI (".
        05 ldaDataInicial PIC X(10).
        05 FILLER PIC X(30) VALUE "): MESTRE NO RECONSTRUIBLE".
    01 liniaResumLlegits.
        05 FILLER PIC X(30) VALUE "REGISTRES DEL DIARI LLEGITS : ".
        05 resLlegits PIC ZZZZZZ9.
    01 liniaResumInicials.
        05 FILLER PIC X(30) VALUE "IMATGES INICIALS  . . . . . : ".
        05 resInicials PIC ZZZZZZ9.
    01 liniaResumAltes.
        05 FILLER PIC X(30) VALUE "ALTES APLICADES . . . . . . : ".
        05 resAltes PIC ZZZZZZ9.
    01 liniaResumBaixes.
        05 FILLER PIC X(30) VALUE "BAIXES APLICADES  . . . . . : ".
        05 resBaixes PIC ZZZZZZ9.
    01 liniaResumModificacions.
        05 FILLER PIC X(30) VALUE "MODIFICACIONS APLICADES . . : ".
        05 resModificacions PIC ZZZZZZ9.
    01 liniaResumPosteriors.
        05 FILLER PIC X(30) VALUE "CANVIS POSTERIORS IGNORATS  : ".
        05 resPosteriors PIC ZZZZZZ9.
    01 liniaResumIncoherencies.
        05 FILLER PIC X(30) VALUE "INCOHERENCIES DEL DIARI . . : ".
        05 resIncoherencies PIC ZZZZZZ9.
    01 liniaResumReconstruits.
        05 FILLER PIC X(30) VALUE "REGISTRES RECONSTRUITS  . . : ".
        05 resReconstruits PIC ZZZZZZ9.
PROCEDURE DIVISION.
    PERFORM determinarParametres THRU determinarParametres-Fi.
    IF NOT reconstruirComptes AND NOT reconstruirClients
        AND NOT reconstruirProductes
        DISPLAY "ERROR: PARMREC ha d'indicar MESTRECTA, MESTRECLI o "
            "PRODUCTES (hi ha '" mestreReconstruit "')"
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    IF dataReferencia = 0
        DISPLAY "ERROR: PARMREC no porta una data de reconstruccio "
            "valida (AAAAMMDD)"
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    EVALUATE TRUE
        WHEN reconstruirComptes
            OPEN INPUT fitxerDiariComptes
            MOVE estatDiariComptes TO estatObertura
        WHEN reconstruirClients
            OPEN INPUT fitxerDiariClients
            MOVE estatDiariClients TO estatObertura
        WHEN OTHER
            OPEN INPUT fitxerDiariProductes
            MOVE estatDiariProductes TO estatObertura
    END-EVALUATE.
    IF estatObertura <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir el diari de " mestreReconstruit
            " (file status " estatObertura ")"
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    EVALUATE TRUE
        WHEN reconstruirComptes
            OPEN OUTPUT fitxerRecComptes
            CLOSE fitxerRecComptes
            OPEN I-O fitxerRecComptes
            MOVE estatRecComptes TO estatObertura
        WHEN reconstruirClients
            OPEN OUTPUT fitxerRecClients
            CLOSE fitxerRecClients
            OPEN I-O fitxerRecClients
            MOVE estatRecClients TO estatObertura
        WHEN OTHER
            OPEN OUTPUT fitxerRecProductes
            CLOSE fitxerRecProductes
            OPEN I-O fitxerRecProductes
            MOVE estatRecProductes TO estatObertura
    END-EVALUATE.
    IF estatObertura <> "00"
        DISPLAY "ERROR: no s'ha pogut crear el mestre reconstruit "
            "(file status " estatObertura ")"
        PERFORM tancarDiari THRU tancarDiari-Fi
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN OUTPUT fitxerInformeRec.
    IF estatInformeRec <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir RECINF (file status "
            estatInformeRec ")"
        PERFORM tancarDiari THRU tancarDiari-Fi
        PERFORM tancarReconstruit THRU tancarReconstruit-Fi
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    MOVE dataActual TO dataFormatar.
    PERFORM formatarData THRU formatarData-Fi.
    MOVE dataFormatada TO capDataEdicio.
    MOVE mestreReconstruit TO capMestre.
    MOVE dataReferencia TO dataFormatar.
    PERFORM formatarData THRU formatarData-Fi.
    MOVE dataFormatada TO capDataReferencia.

    MOVE "INCOHERENCIES DEL DIARI" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    EVALUATE TRUE
        WHEN reconstruirComptes
            PERFORM llegirIAplicarCanviCompte
                THRU llegirIAplicarCanviCompte-Fi
                UNTIL fiDiari
        WHEN reconstruirClients
            PERFORM llegirIAplicarCanviClient
                THRU llegirIAplicarCanviClient-Fi
                UNTIL fiDiari
        WHEN OTHER
            PERFORM llegirIAplicarCanviProducte
                THRU llegirIAplicarCanviProducte-Fi
                UNTIL fiDiari
    END-EVALUATE.
    IF incoherencies = 0
        MOVE liniaCapIncoherencia TO liniaTreball
        PERFORM escriureInforme THRU escriureInforme-Fi
    END-IF.
    PERFORM tancarDiari THRU tancarDiari-Fi.

    STRING "MESTRE " DELIMITED BY SIZE
        mestreReconstruit DELIMITED BY SIZE
        " A LA DATA" DELIMITED BY SIZE
        INTO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    IF dataInicialDiari = 0 OR dataReferencia < dataInicialDiari
        MOVE dataInicialDiari TO dataFormatar
        PERFORM formatarData THRU formatarData-Fi
        MOVE dataFormatada TO ldaDataInicial
        MOVE liniaDataAnterior TO liniaTreball
        PERFORM escriureInforme THRU escriureInforme-Fi
    END-IF.
    EVALUATE TRUE
        WHEN reconstruirComptes
            PERFORM llistarComptes THRU llistarComptes-Fi
        WHEN reconstruirClients
            PERFORM llistarClients THRU llistarClients-Fi
        WHEN OTHER
            PERFORM llistarProductes THRU llistarProductes-Fi
    END-EVALUATE.
    PERFORM imprimirResumReconstruccio
        THRU imprimirResumReconstruccio-Fi.

    PERFORM tancarReconstruit THRU tancarReconstruit-Fi.
    CLOSE fitxerInformeRec.
    DISPLAY "Reconstruccio de " mestreReconstruit " a " dataReferencia
        " acabada: " registresReconstruits " registres, "
        incoherencies " incoherencies".
    IF dataInicialDiari = 0 OR dataReferencia < dataInicialDiari
        DISPLAY " ATENCIO: la data demanada es anterior a l'inici del "
            "diari (" dataInicialDiari "): mestre no reconstruible"
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF incoherencies > 0
        DISPLAY " ATENCIO: el diari te incoherencies (vegeu RECINF)"
        MOVE 4 TO RETURN-CODE
    END-IF.

finalPrograma.
    PERFORM registrarExecucio THRU registrarExecucio-Fi.
    STOP RUN.

*>Llegeix PARMREC: mestre que es reconstrueix, data de reconstrucció i,
*>opcionalment, data de procés (la del sistema si no ve informada); i
*>munta l'identificador d'execució.
determinarParametres.
    ACCEPT dataActual FROM DATE YYYYMMDD.
    OPEN INPUT fitxerParmRec.
    IF estatParmRec = "00"
        READ fitxerParmRec INTO registreParmRec
            AT END
                CONTINUE
            NOT AT END
                MOVE prMestre TO mestreReconstruit
                IF prDataReferencia NUMERIC AND prDataReferencia > 0
                    MOVE prDataReferencia TO dataReferencia
                END-IF
                IF prDataProces NUMERIC AND prDataProces > 0
                    MOVE prDataProces TO dataActual
                END-IF
        END-READ
    END-IF.
    CLOSE fitxerParmRec.
    ACCEPT horaActual FROM TIME.
    STRING dataActual DELIMITED BY SIZE
        horaActualHHMMSS DELIMITED BY SIZE
        INTO idExecucio.
determinarParametres-Fi.
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
    MOVE "RECONSTRUCCIO-MESTRE" TO rcePrograma.
    MOVE dataActual TO rceDataProces.
    MOVE registresDiari TO rceLlegits.
    MOVE registresReconstruits TO rceEscrits.
    MOVE RETURN-CODE TO rceRetorn.
    WRITE registreControlExecucio.
    CLOSE fitxerControlExecucions.
registrarExecucio-Fi.
    EXIT.

tancarDiari.
    EVALUATE TRUE
        WHEN reconstruirComptes
            CLOSE fitxerDiariComptes
        WHEN reconstruirClients
            CLOSE fitxerDiariClients
        WHEN OTHER
            CLOSE fitxerDiariProductes
    END-EVALUATE.
tancarDiari-Fi.
    EXIT.

tancarReconstruit.
    EVALUATE TRUE
        WHEN reconstruirComptes
            CLOSE fitxerRecComptes
        WHEN reconstruirClients
            CLOSE fitxerRecClients
        WHEN OTHER
            CLOSE fitxerRecProductes
    END-EVALUATE.
tancarReconstruit-Fi.
    EXIT.

*>Llegeix el registre següent de DIARICTA i, si és de la data demanada
*>o anterior, l'aplica al mestre reconstruït: una imatge inicial o una
*>alta s'hi escriu, una modificació hi substitueix el registre i una
*>baixa l'esborra. El que no casa amb l'estat reconstruït s'aplica
*>igualment com millor es pot i es llista com a incoherència.
llegirIAplicarCanviCompte.
    READ fitxerDiariComptes
        AT END
            SET fiDiari TO TRUE
            GO TO llegirIAplicarCanviCompte-Fi
    END-READ.
    ADD 1 TO registresDiari.
    MOVE dccAccio TO accioCanvi.
    MOVE dccIdCompte TO clauCanvi.
    MOVE dccDataProces TO dataCanvi.
    PERFORM registrarDataDiari THRU registrarDataDiari-Fi.
    IF dataCanvi > dataReferencia
        ADD 1 TO canvisPosteriors
        GO TO llegirIAplicarCanviCompte-Fi
    END-IF.
    EVALUATE accioCanvi
        WHEN "I"
        WHEN "A"
            MOVE dccImatgeDespres TO registreCompte
            WRITE registreCompte
                INVALID KEY
                    REWRITE registreCompte
                    MOVE "ALTA D'UN COMPTE QUE JA HI ERA: ES SUBSTITUEIX"
                        TO motiuIncoherencia
                    PERFORM imprimirIncoherencia
                        THRU imprimirIncoherencia-Fi
            END-WRITE
        WHEN "M"
            MOVE dccImatgeDespres TO registreCompte
            REWRITE registreCompte
                INVALID KEY
                    WRITE registreCompte
                    MOVE "MODIFICACIO D'UN COMPTE QUE NO HI ERA: S'AFEGEIX"
                        TO motiuIncoherencia
                    PERFORM imprimirIncoherencia
                        THRU imprimirIncoherencia-Fi
            END-REWRITE
        WHEN "B"
            MOVE dccIdCompte TO rcIdCompte
            DELETE fitxerRecComptes
                INVALID KEY
                    MOVE "BAIXA D'UN COMPTE QUE NO HI ERA"
                        TO motiuIncoherencia
                    PERFORM imprimirIncoherencia
                        THRU imprimirIncoherencia-Fi
            END-DELETE
        WHEN OTHER
            MOVE "ACCIO DESCONEGUDA: ES DESCARTA" TO motiuIncoherencia
            PERFORM imprimirIncoherencia THRU imprimirIncoherencia-Fi
            GO TO llegirIAplicarCanviCompte-Fi
    END-EVALUATE.
    PERFORM comptarCanviAplicat THRU comptarCanviAplicat-Fi.
llegirIAplicarCanviCompte-Fi.
    EXIT.

*>El mateix per a DIARICLI sobre el mestre de clients reconstruït.
llegirIAplicarCanviClient.
    READ fitxerDiariClients
        AT END
            SET fiDiari TO TRUE
            GO TO llegirIAplicarCanviClient-Fi
    END-READ.
    ADD 1 TO registresDiari.
    MOVE dclAccio TO accioCanvi.
    MOVE dclIdClient TO clauCanvi.
    MOVE dclDataProces TO dataCanvi.
    PERFORM registrarDataDiari THRU registrarDataDiari-Fi.
    IF dataCanvi > dataReferencia
        ADD 1 TO canvisPosteriors
        GO TO llegirIAplicarCanviClient-Fi
    END-IF.
    EVALUATE accioCanvi
        WHEN "I"
        WHEN "A"
            MOVE dclImatgeDespres TO registreClient
            WRITE registreClient
                INVALID KEY
                    REWRITE registreClient
                    MOVE "ALTA D'UN CLIENT QUE JA HI ERA: ES SUBSTITUEIX"
                        TO motiuIncoherencia
                    PERFORM imprimirIncoherencia
                        THRU imprimirIncoherencia-Fi
            END-WRITE
        WHEN "M"
            MOVE dclImatgeDespres TO registreClient
            REWRITE registreClient
                INVALID KEY
                    WRITE registreClient
                    MOVE "MODIFICACIO D'UN CLIENT QUE NO HI ERA: S'AFEGEIX"
                        TO motiuIncoherencia
                    PERFORM imprimirIncoherencia
                        THRU imprimirIncoherencia-Fi
            END-REWRITE
        WHEN "B"
            MOVE dclIdClient TO clIdClient
            DELETE fitxerRecClients
                INVALID KEY
                    MOVE "BAIXA D'UN CLIENT QUE NO HI ERA"
                        TO motiuIncoherencia
                    PERFORM imprimirIncoherencia
                        THRU imprimirIncoherencia-Fi
            END-DELETE
        WHEN OTHER
            MOVE "ACCIO DESCONEGUDA: ES DESCARTA" TO motiuIncoherencia
            PERFORM imprimirIncoherencia THRU imprimirIncoherencia-Fi
            GO TO llegirIAplicarCanviClient-Fi
    END-EVALUATE.
    PERFORM comptarCanviAplicat THRU comptarCanviAplicat-Fi.
llegirIAplicarCanviClient-Fi.
    EXIT.

*>El mateix per a DIARIPRD sobre el mestre de productes reconstruït.
llegirIAplicarCanviProducte.
    READ fitxerDiariProductes
        AT END
            SET fiDiari TO TRUE
            GO TO llegirIAplicarCanviProducte-Fi
    END-READ.
    ADD 1 TO registresDiari.
    MOVE dcpAccio TO accioCanvi.
    MOVE dcpIdProducte TO clauCanvi.
    MOVE dcpDataProces TO dataCanvi.
    PERFORM registrarDataDiari THRU registrarDataDiari-Fi.
    IF dataCanvi > dataReferencia
        ADD 1 TO canvisPosteriors
        GO TO llegirIAplicarCanviProducte-Fi
    END-IF.
    EVALUATE accioCanvi
        WHEN "I"
        WHEN "A"
            MOVE dcpImatgeDespres TO registreProducte
            WRITE registreProducte
                INVALID KEY
                    REWRITE registreProducte
                    MOVE "ALTA D'UN PRODUCTE JA EXISTENT: SUBSTITUIT"
                        TO motiuIncoherencia
                    PERFORM imprimirIncoherencia
                        THRU imprimirIncoherencia-Fi
            END-WRITE
        WHEN "M"
            MOVE dcpImatgeDespres TO registreProducte
            REWRITE registreProducte
                INVALID KEY
                    WRITE registreProducte
                    MOVE "PRODUCTE MODIFICAT QUE NO HI ERA: S'AFEGEIX"
                        TO motiuIncoherencia
                    PERFORM imprimirIncoherencia
                        THRU imprimirIncoherencia-Fi
            END-REWRITE
        WHEN "B"
            MOVE dcpIdProducte TO prdIdProducte
            DELETE fitxerRecProductes
                INVALID KEY
                    MOVE "BAIXA D'UN PRODUCTE QUE NO HI ERA"
                        TO motiuIncoherencia
                    PERFORM imprimirIncoherencia
                        THRU imprimirIncoherencia-Fi
            END-DELETE
        WHEN OTHER
            MOVE "ACCIO DESCONEGUDA: ES DESCARTA" TO motiuIncoherencia
            PERFORM imprimirIncoherencia THRU imprimirIncoherencia-Fi
            GO TO llegirIAplicarCanviProducte-Fi
    END-EVALUATE.
    PERFORM comptarCanviAplicat THRU comptarCanviAplicat-Fi.
llegirIAplicarCanviProducte-Fi.
    EXIT.

*>Guarda la data més antiga del diari: abans d'aquella data el mestre
*>no es pot reconstruir.
registrarDataDiari.
    IF dataInicialDiari = 0 OR dataCanvi < dataInicialDiari
        MOVE dataCanvi TO dataInicialDiari
    END-IF.
registrarDataDiari-Fi.
    EXIT.

comptarCanviAplicat.
    EVALUATE accioCanvi
        WHEN "I"
            ADD 1 TO imatgesInicials
        WHEN "A"
            ADD 1 TO altesAplicades
        WHEN "M"
            ADD 1 TO modificacionsAplicades
        WHEN "B"
            ADD 1 TO baixesAplicades
    END-EVALUATE.
comptarCanviAplicat-Fi.
    EXIT.

imprimirIncoherencia.
    ADD 1 TO incoherencies.
    MOVE dataCanvi TO dataFormatar.
    PERFORM formatarData THRU formatarData-Fi.
    MOVE dataFormatada TO linData.
    MOVE accioCanvi TO linAccio.
    MOVE clauCanvi TO linClau.
    MOVE motiuIncoherencia TO linMotiu.
    MOVE liniaIncoherencia TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirIncoherencia-Fi.
    EXIT.

*>Llista el mestre de comptes reconstruït en ordre de clau.
llistarComptes.
    MOVE capcaleraComptes TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE "N" TO indicadorFiReconstruit.
    MOVE LOW-VALUES TO rcIdCompte.
    START fitxerRecComptes KEY IS GREATER THAN OR EQUAL TO rcIdCompte
        INVALID KEY
            SET fiReconstruit TO TRUE
    END-START.
    PERFORM llegirILlistarCompte THRU llegirILlistarCompte-Fi
        UNTIL fiReconstruit.
    IF registresReconstruits = 0
        MOVE liniaMestreBuit TO liniaTreball
        PERFORM escriureInforme THRU escriureInforme-Fi
    END-IF.
llistarComptes-Fi.
    EXIT.

llegirILlistarCompte.
    READ fitxerRecComptes NEXT RECORD
        AT END
            SET fiReconstruit TO TRUE
            GO TO llegirILlistarCompte-Fi
    END-READ.
    ADD 1 TO registresReconstruits.
    MOVE rcIdCompte TO lcIdCompte.
    MOVE rcIdClient TO lcIdClient.
    MOVE rcIdProducte TO lcIdProducte.
    MOVE rcAnys TO lcAnys.
    MOVE rcInteres TO lcInteres.
    MOVE rcQ TO lcQ.
    MOVE rcDivisa TO lcDivisa.
    IF lcDivisa = SPACES
        MOVE "EUR" TO lcDivisa
    END-IF.
    IF rcDataObertura NUMERIC AND rcDataObertura > 0
        MOVE rcDataObertura TO dataFormatar
        PERFORM formatarData THRU formatarData-Fi
        MOVE dataFormatada TO lcDataObertura
    ELSE
        MOVE SPACES TO lcDataObertura
    END-IF.
    MOVE liniaCompte TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
llegirILlistarCompte-Fi.
    EXIT.

*>Llista el mestre de clients reconstruït en ordre de clau.
llistarClients.
    MOVE capcaleraClients TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE "N" TO indicadorFiReconstruit.
    MOVE LOW-VALUES TO clIdClient.
    START fitxerRecClients KEY IS GREATER THAN OR EQUAL TO clIdClient
        INVALID KEY
            SET fiReconstruit TO TRUE
    END-START.
    PERFORM llegirILlistarClient THRU llegirILlistarClient-Fi
        UNTIL fiReconstruit.
    IF registresReconstruits = 0
        MOVE liniaMestreBuit TO liniaTreball
        PERFORM escriureInforme THRU escriureInforme-Fi
    END-IF.
llistarClients-Fi.
    EXIT.

llegirILlistarClient.
    READ fitxerRecClients NEXT RECORD
        AT END
            SET fiReconstruit TO TRUE
            GO TO llegirILlistarClient-Fi
    END-READ.
    ADD 1 TO registresReconstruits.
    MOVE clIdClient TO llsIdClient.
    MOVE clNom TO llsNom.
    MOVE clAdreca TO llsAdreca.
    MOVE clIdioma TO llsIdioma.
    MOVE liniaClient TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
llegirILlistarClient-Fi.
    EXIT.

*>Llista el mestre de productes reconstruït en ordre de clau.
llistarProductes.
    MOVE capcaleraProductes TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE "N" TO indicadorFiReconstruit.
    MOVE LOW-VALUES TO prdIdProducte.
    START fitxerRecProductes KEY IS GREATER THAN OR EQUAL TO prdIdProducte
        INVALID KEY
            SET fiReconstruit TO TRUE
    END-START.
    PERFORM llegirILlistarProducte THRU llegirILlistarProducte-Fi
        UNTIL fiReconstruit.
    IF registresReconstruits = 0
        MOVE liniaMestreBuit TO liniaTreball
        PERFORM escriureInforme THRU escriureInforme-Fi
    END-IF.
llistarProductes-Fi.
    EXIT.

llegirILlistarProducte.
    READ fitxerRecProductes NEXT RECORD
        AT END
            SET fiReconstruit TO TRUE
            GO TO llegirILlistarProducte-Fi
    END-READ.
    ADD 1 TO registresReconstruits.
    MOVE prdIdProducte TO lpIdProducte.
    MOVE prdDescripcio TO lpDescripcio.
    MOVE prdInteres TO lpInteres.
    MOVE prdFreq TO lpFreq.
    MOVE prdRetencio TO lpRetencio.
    MOVE prdComissio TO lpComissio.
    MOVE prdDivisa TO lpDivisa.
    IF lpDivisa = SPACES
        MOVE "EUR" TO lpDivisa
    END-IF.
    MOVE liniaProducte TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
llegirILlistarProducte-Fi.
    EXIT.

imprimirResumReconstruccio.
    MOVE "RESUM DE LA RECONSTRUCCIO" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    MOVE registresDiari TO resLlegits.
    MOVE liniaResumLlegits TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE imatgesInicials TO resInicials.
    MOVE liniaResumInicials TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE altesAplicades TO resAltes.
    MOVE liniaResumAltes TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE baixesAplicades TO resBaixes.
    MOVE liniaResumBaixes TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE modificacionsAplicades TO resModificacions.
    MOVE liniaResumModificacions TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE canvisPosteriors TO resPosteriors.
    MOVE liniaResumPosteriors TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE incoherencies TO resIncoherencies.
    MOVE liniaResumIncoherencies TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE registresReconstruits TO resReconstruits.
    MOVE liniaResumReconstruits TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirResumReconstruccio-Fi.
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
    WRITE liniaInformeRec FROM liniaTreball.
    ADD 1 TO liniesPagina.
escriureInforme-Fi.
    EXIT.

imprimirCapcaleraPagina.
    ADD 1 TO numPagina.
    MOVE numPagina TO capNumPagina.
    WRITE liniaInformeRec FROM capcaleraPagina1.
    WRITE liniaInformeRec FROM capcaleraPagina2.
    MOVE SPACES TO liniaInformeRec.
    WRITE liniaInformeRec.
    MOVE 3 TO liniesPagina.
imprimirCapcaleraPagina-Fi.
    EXIT.
