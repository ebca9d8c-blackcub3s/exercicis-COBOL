*>tingui comptes al mestre de comptes, perquè cap compte no pugui
*>quedar orfe.

*>2028-10: el traçat de MESTRECTA s'allarga amb el producte del compte
*>i l'indicador de condicions pròpies (al final del registre).

*>2028-11: traçat de MESTRECTA (219 posicions) alineat amb la data
*>d'obertura del compte afegida al final del registre.

*>2029-03: control de capçalera i peu. TRANSCLI ha de començar amb un
*>registre de capçalera ("*HDR", tipus de fitxer "TRANSCLI", data de
*>negoci i número de seqüència) i acabar amb un registre de peu
*>("*TRL", nombre de registres de detall i total de control, que per a
*>TRANSCLI, sense imports, ha de ser zero). Abans d'aplicar res es fa
*>una passada de control: si falta la capçalera o el peu, el tipus no
*>és TRANSCLI, la data de negoci no és la de procés, la seqüència no és
*>posterior a la darrera acceptada (fitxer de control CTLSEQ) o el peu
*>no quadra, el fitxer es rebutja sencer, no s'aplica cap transacció i
*>el programa torna RETURN-CODE 8. La data de procés es pren ara del
*>fitxer opcional PARMCLI (la del sistema si no hi és o ve a zero).

*>2029-04: diari de canvis del mestre. Cada alta, baixa i modificació
*>aplicada a MESTRECLI afegeix un registre al diari DIARICLI amb la
*>imatge del client abans i després del canvi (en blanc la d'abans en
*>una alta i la de després en una baixa), l'operador, la data de procés
*>i l'identificador d'execució (data de procés + hora d'inici). TRANSCLI
*>porta ara al final del registre l'operador que grava la transacció
*>(tcOperador). La primera vegada, quan el diari encara no existeix,
*>s'hi bolca tot el mestre com a imatges inicials ("I") abans d'aplicar
*>res, perquè el programa RECONSTRUCCIO-MESTRE pugui refer el mestre de
*>clients a qualsevol data des d'aquell dia.

*>2029-07: MESTRECTA té una clau alternativa amb duplicats sobre el
*>client propietari (rcIdClient). La comprovació que un client de baixa
*>no té comptes es fa ara amb un START per aquesta clau, en lloc de
*>recórrer el mestre de comptes sencer a cada baixa.

*>2029-09: cada execució es registra al fitxer RUNCTL (identificador,
*>programa, data de procés, transaccions llegides i aplicades i codi de
*>retorn final), com fa MANTENIMENT-CARTERA, perquè CONTROL-PAS pugui
*>fer dependre un pas del manteniment de clients i l'INFORME-EXPLOTACIO
*>el llisti.

IDENTIFICATION DIVISION.
PROGRAM-ID. MANTENIMENT-CLIENTS.
ENVIRONMENT DIVISION.
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rcIdCompte
        ALTERNATE RECORD KEY IS rcIdClient WITH DUPLICATES
        FILE STATUS IS estatMestre.
    SELECT fitxerTransaccions ASSIGN TO "TRANSCLI"
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT fitxerInformeClients ASSIGN TO "CLIINF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatInformeClients.
    SELECT OPTIONAL fitxerParmCli ASSIGN TO "PARMCLI"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatParmCli.
    SELECT fitxerDiariCanvis ASSIGN TO "DIARICLI"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatDiariCanvis.
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
FD  fitxerClients.
    05  rcDivisa    PIC X(03).
    05  rcTaulaInteresGrp.
        10  rcTaulaInteres OCCURS 50 TIMES PIC 9V99.
    05  rcIdProducte PIC X(06).
    05  rcCondicionsPropies PIC X(01).
    05  rcDataObertura PIC 9(08).
FD  fitxerTransaccions.
01  registreTransaccio.
    05  tcAccio     PIC X(01).      *>"A" alta, "B" baixa, "M" modificació
    05  tcNom       PIC X(30).
    05  tcAdreca    PIC X(40).
    05  tcIdioma    PIC X(02).
    05  tcOperador  PIC X(08).      *>operador que grava la transacció; passa al diari de canvis
01  registreCapcaleraFitxer.        *>primer registre de TRANSCLI
    05  cfMarca       PIC X(04).    *>"*HDR"
    05  cfTipusFitxer PIC X(12).    *>"TRANSCLI"
    05  cfDataNegoci  PIC 9(08).    *>data de negoci del fitxer; ha de ser la de procés
    05  cfSequencia   PIC 9(06).    *>número d'enviament; ha de ser posterior al darrer acceptat
01  registrePeuFitxer.              *>darrer registre de TRANSCLI
    05  pfMarca       PIC X(04).    *>"*TRL"
    05  pfRegistres   PIC 9(07).    *>registres de detall (sense capçalera ni peu)
    05  pfTotalControl PIC 9(15)V99. *>TRANSCLI no porta imports: sempre zero
FD  fitxerParmCli.
01  registreParmCli.
    05  pmcDataProces PIC 9(08).    *>data de negoci de l'execució (AAAAMMDD); 0 o fitxer absent vol dir "agafa la data del sistema"
FD  fitxerDiariCanvis.
01  registreDiariCanvis.            *>un canvi aplicat a MESTRECLI; mateix traçat al programa RECONSTRUCCIO-MESTRE
    05  dclRunId      PIC X(14).    *>identificador de l'execució que el va aplicar
    05  dclDataProces PIC 9(08).
    05  dclOrdre      PIC 9(07).    *>ordre del canvi dins de l'execució
    05  dclAccio      PIC X(01).    *>"A" alta, "B" baixa, "M" modificació, "I" imatge inicial
    05  dclOrigen     PIC X(01).    *>"T" transacció, "I" bolcat inicial del mestre
    05  dclIdClient   PIC X(08).
    05  dclOperador   PIC X(08).    *>operador que va gravar la transacció
    05  dclAprovador  PIC X(08).    *>en blanc: el manteniment de clients no té doble aprovació
    05  dclImatgeAbans   PIC X(80).   *>registre de MESTRECLI abans del canvi; en blanc en una alta
    05  dclImatgeDespres PIC X(80).   *>registre de MESTRECLI després del canvi; en blanc en una baixa
FD  fitxerControlSequencies.
01  registreControlSequencia.       *>darrer enviament acceptat de cada tipus de fitxer d'entrada; mateix traçat a tots els programes que el fan servir
    05  sqTipusFitxer PIC X(12).
    05  sqSequencia   PIC 9(06).
    05  sqDataNegoci  PIC 9(08).
    05  sqPrograma    PIC X(20).    *>programa que el va acceptar
    05  sqDataProces  PIC 9(08).    *>data de procés en què es va acceptar
FD  fitxerInformeClients.
01  liniaInformeClients PIC X(132).
FD  fitxerControlExecucions.
01  registreControlExecucio.        *>mateix traçat que RUNCTL al programa de càlcul
    05  rceRunId      PIC X(14).
    05  rcePrograma   PIC X(20).
    05  rceDataProces PIC 9(08).
    05  rceLlegits    PIC 9(07).
    05  rceEscrits    PIC 9(07).
    05  rceRetorn     PIC 99.
WORKING-STORAGE SECTION.
    01 estatClients PIC X(02).       *>file status de MESTRECLI; "35" a l'OPEN I-O vol dir que encara no existeix
    01 estatMestre PIC X(02).        *>file status de MESTRECTA; fitxer opcional (un mestre de comptes encara buit no impedeix donar d'alta clients)
    01 estatTransaccions PIC X(02).  *>file status de TRANSCLI
    01 estatInformeClients PIC X(02). *>file status de CLIINF
    01 estatParmCli PIC X(02).       *>file status de PARMCLI; fitxer opcional
    01 estatControlSequencies PIC X(02).  *>file status de CTLSEQ; "35" a l'OPEN I-O vol dir que encara no existeix
    01 estatControlExecucions PIC X(02).  *>file status de RUNCTL; "35" a l'OPEN EXTEND vol dir que encara no existeix
    01 tipusFitxerEsperat PIC X(12) VALUE "TRANSCLI".  *>tipus que ha de portar la capçalera de TRANSCLI
    01 indicadorFitxerRebutjat PIC X(01) VALUE "N".  *>"S" si la passada de control rebutja TRANSCLI sencer
        88 fitxerRebutjat VALUE "S".
    01 indicadorCapcaleraLlegida PIC X(01) VALUE "N".
        88 capcaleraLlegida VALUE "S".
    01 indicadorPeuLlegit PIC X(01) VALUE "N".
        88 peuLlegit VALUE "S".
    01 motiuRebuigFitxer PIC X(50) VALUE SPACES.  *>motiu del rebuig del fitxer sencer
    01 sequenciaAnterior PIC 9(06) VALUE 0.   *>darrera seqüència acceptada segons CTLSEQ
    01 sequenciaFitxer PIC 9(06) VALUE 0.     *>seqüència de la capçalera
    01 dataNegociFitxer PIC 9(08) VALUE 0.    *>data de negoci de la capçalera
    01 registresControlats PIC 9(07) VALUE 0. *>registres de detall comptats a la passada de control
    01 totalControlCalculat PIC 9(15)V99 VALUE 0.  *>sempre zero: TRANSCLI no porta imports
    01 registresPeu PIC 9(07) VALUE 0.        *>registres de detall segons el peu
    01 totalControlPeu PIC 9(15)V99 VALUE 0.  *>total de control segons el peu
    01 indicadorFiTransaccions PIC X(01) VALUE "N".
        88 fiTransaccions VALUE "S".
    01 indicadorFiClients PIC X(01) VALUE "N".
        88 fiClients VALUE "S".
    01 indicadorMestreObert PIC X(01) VALUE "N".  *>"S" si MESTRECTA s'ha pogut obrir i es pot comprovar si un client té comptes
        88 mestreObert VALUE "S".
    01 indicadorClientAmbComptes PIC X(01) VALUE "N".  *>"S" si el mestre de comptes té algun compte del client de la baixa
        88 clientAmbComptes VALUE "S".
    01 indicadorTransValida PIC X(01) VALUE "S".
        88 transValida  VALUE "S".
    01 transAplicades PIC 9(05) VALUE 0.
    01 transRebutjades PIC 9(05) VALUE 0.
    01 clientsLlistats PIC 9(05) VALUE 0.  *>clients llistats a la passada del mestre en curs
    01 estatDiariCanvis PIC X(02).   *>file status de DIARICLI; "35" a l'OPEN EXTEND vol dir que encara no existeix
    01 imatgeAbans PIC X(80).        *>registre del client abans del canvi en curs
    01 canvisDiari PIC 9(07) VALUE 0.  *>registres escrits al diari en aquesta execució
    01 idExecucio PIC X(14) VALUE SPACES. *>identificador d'execució: data de procés + hora d'inici (HHMMSS)
    01 horaActual PIC 9(08).
    01 horaActualDesglossada REDEFINES horaActual.
        05 horaActualHHMMSS PIC X(06).
        05 FILLER PIC X(02).
    01 dataActual PIC 9(08).
    01 dataActualDesglossada REDEFINES dataActual.
        05 dataActualAny PIC X(04).
        05 trnResultat PIC X(11).
        05 FILLER PIC X(02) VALUE SPACES.
        05 trnMotiu PIC X(45).
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
    01 liniaResumLlegides.
        05 FILLER PIC X(30) VALUE "TRANSACCIONS LLEGIDES . . . : ".
        05 resLlegides PIC ZZZZ9.
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    PERFORM determinarDataProces THRU determinarDataProces-Fi.
    STRING dataActualDia DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        dataActualMes DELIMITED BY SIZE
        dataActualAny DELIMITED BY SIZE
        INTO capDataEdicio.

    PERFORM validarControlFitxer THRU validarControlFitxer-Fi.
    MOVE "CONTROL DEL FITXER TRANSCLI" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    PERFORM imprimirControlFitxer THRU imprimirControlFitxer-Fi.
    IF fitxerRebutjat
        DISPLAY "ERROR: TRANSCLI rebutjat sencer, no s'aplica cap "
            "transaccio: " motiuRebuigFitxer
        CLOSE fitxerClients
        CLOSE fitxerTransaccions
        CLOSE fitxerInformeClients
        IF mestreObert
            CLOSE fitxerMestre
        END-IF
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN EXTEND fitxerDiariCanvis.
    IF estatDiariCanvis = "35"
        OPEN OUTPUT fitxerDiariCanvis
        IF estatDiariCanvis = "00"
            PERFORM bolcarMestreDiari THRU bolcarMestreDiari-Fi
        END-IF
    END-IF.
    IF estatDiariCanvis <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir DIARICLI (file status "
            estatDiariCanvis ")"
        CLOSE fitxerClients
        CLOSE fitxerTransaccions
        CLOSE fitxerInformeClients
        IF mestreObert
            CLOSE fitxerMestre
        END-IF
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.

    MOVE "SITUACIO DEL MESTRE ABANS DEL MANTENIMENT" TO titolSeccio.
    PERFORM llistarClients THRU llistarClients-Fi.

    MOVE "SITUACIO DEL MESTRE DESPRES DEL MANTENIMENT" TO titolSeccio.
    PERFORM llistarClients THRU llistarClients-Fi.
    PERFORM imprimirResumManteniment THRU imprimirResumManteniment-Fi.
    PERFORM registrarSequencia THRU registrarSequencia-Fi.

    CLOSE fitxerClients.
    CLOSE fitxerTransaccions.
    CLOSE fitxerInformeClients.
    CLOSE fitxerDiariCanvis.
    IF mestreObert
        CLOSE fitxerMestre
    END-IF.
    END-IF.

finalPrograma.
    PERFORM registrarExecucio THRU registrarExecucio-Fi.
    STOP RUN.

*>Determina la data de negoci de l'execució: la de PARMCLI si el fitxer
*>existeix i porta una data informada, si no la del sistema; i munta
*>l'identificador d'execució (data de procés + hora d'inici).
determinarDataProces.
    ACCEPT dataActual FROM DATE YYYYMMDD.
    OPEN INPUT fitxerParmCli.
    IF estatParmCli = "00"
        READ fitxerParmCli INTO registreParmCli
            AT END
                CONTINUE
            NOT AT END
                IF pmcDataProces NUMERIC AND pmcDataProces > 0
                    MOVE pmcDataProces TO dataActual
                END-IF
        END-READ
    END-IF.
    CLOSE fitxerParmCli.
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
    MOVE "MANTENIMENT-CLIENTS" TO rcePrograma.
    MOVE dataActual TO rceDataProces.
    MOVE transLlegides TO rceLlegits.
    MOVE transAplicades TO rceEscrits.
    MOVE RETURN-CODE TO rceRetorn.
    WRITE registreControlExecucio.
    CLOSE fitxerControlExecucions.
registrarExecucio-Fi.
    EXIT.

*>Passada de control sobre TRANSCLI abans d'aplicar-ne res: el primer
*>registre ha de ser la capçalera, amb el tipus de fitxer, la data de
*>procés com a data de negoci i una seqüència posterior a la darrera
*>acceptada a CTLSEQ; el darrer ha de ser el peu, amb el nombre de
*>registres de detall i total de control zero (TRANSCLI no porta
*>imports, el que protegeix el fitxer és el recompte). Qualsevol
*>discrepància deixa fitxerRebutjat a "S" amb el motiu. En acabar, el
*>fitxer es torna a obrir perquè l'aplicació el llegeixi des del
*>principi.
validarControlFitxer.
    PERFORM llegirSequenciaAnterior THRU llegirSequenciaAnterior-Fi.
    IF fitxerRebutjat
        GO TO validarControlFitxer-Fi
    END-IF.
    MOVE "N" TO indicadorFiTransaccions.
    PERFORM llegirRegistreControl THRU llegirRegistreControl-Fi
        UNTIL fiTransaccions OR fitxerRebutjat.
    IF NOT fitxerRebutjat
        PERFORM validarFinalFitxer THRU validarFinalFitxer-Fi
    END-IF.
    CLOSE fitxerTransaccions.
    OPEN INPUT fitxerTransaccions.
    MOVE "N" TO indicadorFiTransaccions.
validarControlFitxer-Fi.
    EXIT.

llegirRegistreControl.
    READ fitxerTransaccions
        AT END
            SET fiTransaccions TO TRUE
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
                    ADD 1 TO registresControlats
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
    IF cfSequencia NOT NUMERIC OR cfSequencia <= sequenciaAnterior
        MOVE "SEQUENCIA REPETIDA O ANTERIOR A LA DARRERA ACCEPTADA"
            TO motiuRebuigFitxer
        SET fitxerRebutjat TO TRUE
        GO TO validarCapcaleraFitxer-Fi
    END-IF.
validarCapcaleraFitxer-Fi.
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

*>Llegeix a CTLSEQ la darrera seqüència acceptada del tipus de fitxer
*>(0 si encara no se n'ha acceptat cap). Sense fitxer de control no es
*>pot saber si l'enviament és repetit i el fitxer es rebutja.
llegirSequenciaAnterior.
    MOVE 0 TO sequenciaAnterior.
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
    END-READ.
    CLOSE fitxerControlSequencies.
llegirSequenciaAnterior-Fi.
    EXIT.

*>Deixa a CTLSEQ la seqüència del fitxer que s'acaba d'aplicar, perquè
*>un segon enviament amb el mateix número es rebutgi.
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
    MOVE "MANTENIMENT-CLIENTS" TO sqPrograma.
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

*>Llista el mestre de clients sencer en ordre de clau sota el títol de
*>secció que hi hagi a titolSeccio (foto d'abans i foto de després).
llistarClients.
        AT END
            SET fiTransaccions TO TRUE
        NOT AT END
            IF cfMarca = "*HDR" OR pfMarca = "*TRL"
                *>la capçalera i el peu ja s'han comprovat a la passada de control
                GO TO llegirIAplicarTransaccio-Fi
            END-IF
            ADD 1 TO transLlegides
            SET transValida TO TRUE
            MOVE SPACES TO motiuRebuig
validarTransaccio-Fi.
    EXIT.

*>Busca al mestre de comptes, per la clau alternativa rcIdClient, si el
*>client de la baixa en curs (tcIdClient) té algun compte; deixa
*>clientAmbComptes a "S" si en troba algun. Si MESTRECTA no s'ha pogut
*>obrir la comprovació es deixa passar (ja s'ha avisat per pantalla a
*>l'inici).
comprovarComptesClient.
    MOVE "N" TO indicadorClientAmbComptes.
    IF NOT mestreObert
        GO TO comprovarComptesClient-Fi
    END-IF.
    MOVE tcIdClient TO rcIdClient.
    START fitxerMestre KEY IS EQUAL TO rcIdClient
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET clientAmbComptes TO TRUE
    END-START.
comprovarComptesClient-Fi.
    EXIT.

*>Aplica la transacció ja validada contra el mestre. Les condicions de
*>clau (alta duplicada, baixa o modificació d'un client inexistent) es
*>detecten aquí amb INVALID KEY i es converteixen en rebuigs.
aplicarTransaccio.
    MOVE SPACES TO imatgeAbans.
    EVALUATE tcAccio
        WHEN "A"
            PERFORM muntarRegistreClient THRU muntarRegistreClient-Fi
            END-WRITE
        WHEN "B"
            MOVE tcIdClient TO clIdClient
            READ fitxerClients
                INVALID KEY
                    MOVE "NO EXISTEIX AL MESTRE" TO motiuRebuig
                    SET transErronia TO TRUE
                NOT INVALID KEY
                    MOVE registreClient TO imatgeAbans
                    DELETE fitxerClients
            END-READ
        WHEN "M"
            MOVE tcIdClient TO clIdClient
            READ fitxerClients
                    MOVE "NO EXISTEIX AL MESTRE" TO motiuRebuig
                    SET transErronia TO TRUE
                NOT INVALID KEY
                    MOVE registreClient TO imatgeAbans
                    PERFORM muntarRegistreClient THRU muntarRegistreClient-Fi
                    REWRITE registreClient
            END-READ
    END-EVALUATE.
    IF transValida
        PERFORM escriureDiariCanvis THRU escriureDiariCanvis-Fi
    END-IF.
aplicarTransaccio-Fi.
    EXIT.

*>Deixa al diari DIARICLI el canvi que s'acaba d'aplicar, amb la imatge
*>del client abans i després.
escriureDiariCanvis.
    ADD 1 TO canvisDiari.
    MOVE idExecucio TO dclRunId.
    MOVE dataActual TO dclDataProces.
    MOVE canvisDiari TO dclOrdre.
    MOVE tcAccio TO dclAccio.
    MOVE "T" TO dclOrigen.
    MOVE tcIdClient TO dclIdClient.
    MOVE tcOperador TO dclOperador.
    MOVE SPACES TO dclAprovador.
    MOVE imatgeAbans TO dclImatgeAbans.
    IF tcAccio = "B"
        MOVE SPACES TO dclImatgeDespres
    ELSE
        MOVE registreClient TO dclImatgeDespres
    END-IF.
    WRITE registreDiariCanvis.
escriureDiariCanvis-Fi.
    EXIT.

*>Primera obertura del diari: hi bolca tot el mestre tal com és abans
*>del manteniment, com a imatges inicials, perquè la reconstrucció no
*>depengui de cap còpia anterior.
bolcarMestreDiari.
    MOVE "N" TO indicadorFiClients.
    MOVE LOW-VALUES TO clIdClient.
    START fitxerClients KEY IS GREATER THAN OR EQUAL TO clIdClient
        INVALID KEY
            SET fiClients TO TRUE
    END-START.
    PERFORM bolcarClientDiari THRU bolcarClientDiari-Fi
        UNTIL fiClients.
bolcarMestreDiari-Fi.
    EXIT.

bolcarClientDiari.
    READ fitxerClients NEXT RECORD
        AT END
            SET fiClients TO TRUE
            GO TO bolcarClientDiari-Fi
    END-READ.
    ADD 1 TO canvisDiari.
    MOVE idExecucio TO dclRunId.
    MOVE dataActual TO dclDataProces.
    MOVE canvisDiari TO dclOrdre.
    MOVE "I" TO dclAccio.
    MOVE "I" TO dclOrigen.
    MOVE clIdClient TO dclIdClient.
    MOVE SPACES TO dclOperador.
    MOVE SPACES TO dclAprovador.
    MOVE SPACES TO dclImatgeAbans.
    MOVE registreClient TO dclImatgeDespres.
    WRITE registreDiariCanvis.
bolcarClientDiari-Fi.
    EXIT.

muntarRegistreClient.
    MOVE tcIdClient TO clIdClient.
    MOVE tcNom TO clNom.
