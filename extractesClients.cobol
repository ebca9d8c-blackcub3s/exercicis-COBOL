*>consolidats, i el programa acaba amb RETURN-CODE 4 perquè ningú no
*>enviï aquell extracte sense revisar-lo.

*>2028-10: catàleg de productes. MESTRECTA porta ara al final del
*>registre el producte del compte (rcIdProducte) i l'indicador de
*>condicions pròpies (rcCondicionsPropies). Igual que al programa de
*>càlcul, si el compte té producte i no té condicions pròpies,
*>l'interes, la taula, la freqüència, la retenció, la comissió i la
*>divisa del quadre es prenen del mestre de productes PRODUCTES, perquè
*>l'extracte quadri amb l'execució "P". Un producte que no és a
*>PRODUCTES s'avisa per pantalla i el compte es calcula amb les
*>condicions del registre.

*>2028-11: traçat de MESTRECTA (219 posicions) alineat amb la data
*>d'obertura del compte afegida al final del registre.

*>2029-03: control de capçalera i peu de TIPUSCANVI, amb les mateixes
*>regles que el programa de càlcul: capçalera de tipus "TIPUSCANVI" del
*>dia de procés, seqüència no anterior a la darrera acceptada a CTLSEQ
*>(la mateixa, si és del mateix dia) i peu que quadri en registres i en
*>la suma dels tipus; si no, RETURN-CODE 8 i cap extracte. La data de
*>procés es pren ara del fitxer opcional PARMEXT (la del sistema si no
*>hi és o ve a zero), perquè uns extractes llançats després de mitjanit
*>no rebutgin els tipus del dia de negoci.

*>2029-07: lectura dels comptes per client. MESTRECTA té una clau
*>alternativa amb duplicats sobre el client propietari (rcIdClient) i
*>els comptes de cada client es llegeixen directament per aquesta clau
*>(START per igual i lectura seqüencial fins al primer compte d'un
*>altre client), en lloc de recórrer el mestre sencer per a cada client:
*>l'extracte triga en proporció al nombre de comptes i no al de clients
*>per comptes. Dins d'un client els comptes surten en l'ordre de la clau
*>alternativa, que pot no ser el del número de compte.

*>2029-09: cada execució es registra al fitxer RUNCTL (identificador,
*>programa, data de negoci, clients llegits i extractes escrits i codi de
*>retorn final), com fan els programes de manteniment, perquè
*>CONTROL-PAS pugui fer dependre un pas dels extractes i
*>l'INFORME-EXPLOTACIO els llisti.

IDENTIFICATION DIVISION.
PROGRAM-ID. EXTRACTES-CLIENTS.
ENVIRONMENT DIVISION.
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rcIdCompte
        ALTERNATE RECORD KEY IS rcIdClient WITH DUPLICATES
        FILE STATUS IS estatMestre.
    SELECT OPTIONAL fitxerMoviments ASSIGN TO "MOVIMENTS"
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT OPTIONAL fitxerTipusCanvi ASSIGN TO "TIPUSCANVI"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatTipusCanvi.
    SELECT OPTIONAL fitxerParmExt ASSIGN TO "PARMEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatParmExt.
    SELECT fitxerControlSequencies ASSIGN TO "CTLSEQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS sqTipusFitxer
        FILE STATUS IS estatControlSequencies.
    SELECT OPTIONAL fitxerProductes ASSIGN TO "PRODUCTES"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS prdIdProducte
        FILE STATUS IS estatProductes.
    SELECT fitxerExtractes ASSIGN TO "EXTRACTES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatExtractes.
    SELECT fitxerControlExecucions ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatControlExecucions.
DATA DIVISION.
FILE SECTION.
FD  fitxerClients.
    05  rcDivisa    PIC X(03).      *>divisa del compte; en blanc vol dir EUR
    05  rcTaulaInteresGrp.
        10  rcTaulaInteres OCCURS 50 TIMES PIC 9V99.
    05  rcIdProducte PIC X(06).     *>producte del compte, de PRODUCTES; en blanc, el compte porta les seves condicions
    05  rcCondicionsPropies PIC X(01).  *>"S" si el compte té condicions pròpies i no s'han de prendre del producte
        88  rcAmbCondicionsPropies VALUE "S".
    05  rcDataObertura PIC 9(08).
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
FD  fitxerParmExt.
01  registreParmExt.
    05  pexDataProces PIC 9(08).    *>data de negoci de l'execució (AAAAMMDD); 0 o fitxer absent vol dir "agafa la data del sistema"
FD  fitxerExtractes.
01  liniaExtracte PIC X(132).
FD  fitxerControlExecucions.
01  registreControlExecucio.        *>mateix traçat que RUNCTL al programa de càlcul
    05  rceRunId      PIC X(14).
    05  rcePrograma   PIC X(20).
    05  rceDataProces PIC 9(08).
    05  rceLlegits    PIC 9(07).
    05  rceEscrits    PIC 9(07).
    05  rceRetorn     PIC 99.
WORKING-STORAGE SECTION.
    01 estatClients PIC X(02).     *>file status de MESTRECLI; diferent de "00" a l'OPEN vol dir que no es pot obrir
    01 estatMestre PIC X(02).      *>file status de MESTRECTA
    01 estatMoviments PIC X(02).   *>file status de MOVIMENTS; fitxer opcional, "05" a l'OPEN vol dir que no n'hi ha
    01 estatTipusCanvi PIC X(02).  *>file status de TIPUSCANVI; fitxer opcional
    01 estatParmExt PIC X(02).     *>file status de PARMEXT; fitxer opcional
    01 estatProductes PIC X(02).   *>file status de PRODUCTES; fitxer opcional ("05" si encara no n'hi ha cap)
    01 indicadorFiTipusCanvi PIC X(01) VALUE "N".
        88 fiTipusCanvi VALUE "S".
    01 nombreTipusCanvi PIC 99 VALUE 0.
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
    01 estatControlSequencies PIC X(02).  *>file status de CTLSEQ; "35" a l'OPEN vol dir que encara no existeix
    01 sequenciaCanvi PIC 9(06) VALUE 0.      *>seqüència de la capçalera de TIPUSCANVI
    01 dataNegociCanvi PIC 9(08) VALUE 0.     *>dia dels tipus segons la capçalera
    01 sequenciaAnteriorCanvi PIC 9(06) VALUE 0.   *>darrera seqüència de TIPUSCANVI acceptada segons CTLSEQ
    01 dataNegociAnteriorCanvi PIC 9(08) VALUE 0.  *>dia de la darrera seqüència acceptada
    01 indicadorCompteSenseCanvi PIC X(01) VALUE "N".  *>"S" si la divisa del compte en curs no té tipus: l'import queda sense convertir i es marca a l'extracte
        88 compteSenseCanvi VALUE "S".
    01 indicadorClientSenseCanvi PIC X(01) VALUE "N".  *>"S" si algun compte del client en curs ha quedat sense convertir: el total es marca com a no consolidat
    01 totalClient PIC 9(12)V99.   *>suma de les quantitats finals dels comptes del client en curs
    01 comptesClient PIC 9(05).    *>comptes trobats per al client en curs
    01 clientsProcessats PIC 9(05) VALUE 0.
    01 estatControlExecucions PIC X(02).  *>file status de RUNCTL; "35" a l'OPEN EXTEND vol dir que encara no existeix
    01 idExecucio PIC X(14) VALUE SPACES. *>identificador d'execució: data de procés + hora d'inici (HHMMSS)
    01 horaActual PIC 9(08).
    01 horaActualDesglossada REDEFINES horaActual.
        05 horaActualHHMMSS PIC X(06).
        05 FILLER PIC X(02).
    01 dataActual PIC 9(08).
    01 dataActualDesglossada REDEFINES dataActual.
        05 dataActualAny PIC X(04).
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN INPUT fitxerProductes.
    IF estatProductes <> "00" AND estatProductes <> "05"
        DISPLAY "ERROR: no s'ha pogut obrir PRODUCTES (file status "
            estatProductes ")"
        CLOSE fitxerClients
        CLOSE fitxerMestre
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN OUTPUT fitxerExtractes.
    IF estatExtractes <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir EXTRACTES (file status "
            estatExtractes ")"
        CLOSE fitxerClients
        CLOSE fitxerMestre
        CLOSE fitxerProductes
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    PERFORM determinarDataProces THRU determinarDataProces-Fi.
    ACCEPT horaActual FROM TIME.
    STRING dataActual DELIMITED BY SIZE
        horaActualHHMMSS DELIMITED BY SIZE
        INTO idExecucio.
    STRING dataActualDia DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        dataActualMes DELIMITED BY SIZE
    IF canvisErronis
        CLOSE fitxerClients
        CLOSE fitxerMestre
        CLOSE fitxerProductes
        CLOSE fitxerExtractes
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma

    CLOSE fitxerClients.
    CLOSE fitxerMestre.
    CLOSE fitxerProductes.
    CLOSE fitxerExtractes.
    DISPLAY "Extractes acabats: " clientsProcessats " clients".
    IF comptesSenseCanvi > 0
    END-IF.

finalPrograma.
    PERFORM registrarExecucio THRU registrarExecucio-Fi.
    STOP RUN.

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
    MOVE "EXTRACTES-CLIENTS" TO rcePrograma.
    MOVE dataActual TO rceDataProces.
    MOVE clientsProcessats TO rceLlegits.
    MOVE clientsProcessats TO rceEscrits.
    MOVE RETURN-CODE TO rceRetorn.
    WRITE registreControlExecucio.
    CLOSE fitxerControlExecucions.
registrarExecucio-Fi.
    EXIT.

*>Llegeix el client següent de MESTRECLI i en munta l'extracte: pàgina
*>nova, capçalera amb les dades del client, un quadre per compte i el
*>total del client.
    PERFORM escriureInforme THRU escriureInforme-Fi.

    MOVE "N" TO indicadorFiMestre.
    MOVE clIdClient TO rcIdClient.
    START fitxerMestre KEY IS EQUAL TO rcIdClient
        INVALID KEY
            SET fiMestre TO TRUE
    END-START.
extreureClient-Fi.
    EXIT.

*>Llegeix el compte següent del client en curs per la clau alternativa
*>(rcIdClient), n'imprimeix el quadre d'amortització i n'acumula la
*>quantitat final al total del client. El primer compte d'un altre
*>client acaba la lectura.
llegirICalcularCompte.
    READ fitxerMestre NEXT RECORD
        AT END
            IF rcIdClient = clIdClient
                PERFORM calcularCompteClient
                    THRU calcularCompteClient-Fi
            ELSE
                SET fiMestre TO TRUE
            END-IF
    END-READ.
llegirICalcularCompte-Fi.
*>Reprodueix el quadre d'amortització del compte en curs (registreCompte)
*>amb la mateixa seqüència de càlcul que el programa de càlcul.
calcularCompteClient.
    PERFORM aplicarCondicionsProducte THRU aplicarCondicionsProducte-Fi.
    MOVE rcDivisa TO divisaCompte.
    PERFORM cercarTipusCanvi THRU cercarTipusCanvi-Fi.
    MOVE "N" TO indicadorCompteSenseCanvi.
calcularCompteClient-Fi.
    EXIT.

*>Si el compte en curs té producte i no té condicions pròpies, posa
*>les condicions vigents del producte sobre les del registre llegit
*>(el mestre de comptes aquí només es llegeix), com fa el programa de
*>càlcul amb les seves variables de treball.
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

*>Acumula per any els moviments del compte en curs (rcIdCompte) a
*>movimentsCompte, rellegint el fitxer MOVIMENTS sencer: el volum queda
*>acotat pel disc, no per cap taula en memòria. Els registres no vàlids
compondrePeriode-Fi.
    EXIT.

*>Determina la data de negoci de l'execució: la de PARMEXT si el fitxer
*>existeix i porta una data informada, si no la del sistema.
determinarDataProces.
    ACCEPT dataActual FROM DATE YYYYMMDD.
    OPEN INPUT fitxerParmExt.
    IF estatParmExt = "00"
        READ fitxerParmExt INTO registreParmExt
            AT END
                CONTINUE
            NOT AT END
                IF pexDataProces NUMERIC AND pexDataProces > 0
                    MOVE pexDataProces TO dataActual
                END-IF
        END-READ
    END-IF.
    CLOSE fitxerParmExt.
determinarDataProces-Fi.
    EXIT.

*>Llegeix el fitxer opcional TIPUSCANVI sencer un sol cop i el carrega
*>a taulaTipusCanvi. Un registre mal construït o més divises que
*>posicions de taula aturen el job amb error, com al programa de
*>càlcul: un tipus caigut en silenci faria imprimir totals de client
*>amb imports sense convertir sota l'etiqueta EUR.
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
    MOVE "EXTRACTES-CLIENTS" TO sqPrograma.
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
*>busca el tipus de canvi; l'EUR val 1 per definició si el fitxer no
*>en porta cap tipus explícit.
