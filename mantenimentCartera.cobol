*>aprovar, les acabades de parcar i la cua que queda viva, perquè res
*>no dormi a la cua sense que es vegi.

*>2028-10: catàleg de productes. Cada compte porta ara el codi del seu
*>producte (mcIdProducte/tmIdProducte) i un indicador de condicions
*>pròpies (mcCondicionsPropies/tmCondicionsPropies, "S" si el compte té
*>condicions pactades diferents de les del producte), tots dos al final
*>del registre; el traçat de MESTRECTA, TRANSMANT i PENDENTS canvia i
*>cal convertir els fitxers existents en el moment del canvi de versió.
*>Les altes i modificacions es rebutgen si el producte no existeix al
*>nou mestre PRODUCTES (mantingut pel programa MANTENIMENT-PRODUCTES) o
*>si els anys o el capital queden fora dels límits del producte, i la
*>divisa del compte ha de ser la del producte. Si el compte no té
*>condicions pròpies, l'interes, la taula, la freqüència, la retenció,
*>la comissió i la divisa es prenen del producte en el moment
*>d'aplicar la transacció (el que porti la transacció s'ignora), de
*>manera que el mestre queda sempre amb una còpia coherent de les
*>condicions vigents; el programa de càlcul, de tota manera, les
*>torna a prendre del producte a cada execució.

*>2028-11: data d'obertura. Cada compte porta ara la data en què es va
*>obrir el pla (mcDataObertura/tmDataObertura, AAAAMMDD, al final del
*>registre), perquè el nou programa VENCIMENTS-CARTERA pugui saber quan
*>venç cada compte (obertura més mcAnys anys); el traçat de MESTRECTA,
*>TRANSMANT i PENDENTS canvia i cal convertir els fitxers existents en
*>el moment del canvi de versió (els comptes convertits queden amb la
*>data a zero fins que una modificació la informa). Una alta amb la
*>data a zero pren la data de procés; una modificació amb la data a
*>zero conserva la que ja hi havia. La transacció es rebutja si la
*>data no és numèrica, no és una data possible o és posterior a la
*>data de procés. El llistat del mestre mostra la data d'obertura.

*>2029-03: control de capçalera i peu de TRANSMANT i APROVACIONS. Cada
*>fitxer ha de començar amb un registre de capçalera ("*HDR", tipus de
*>fitxer, data de negoci i número de seqüència) i acabar amb un de peu
*>("*TRL", nombre de registres de detall i total de control: la suma de
*>tmQ a TRANSMANT, zero a APROVACIONS, que no porta imports). Abans de
*>tocar el mestre o la cua de pendents es fa una passada de control de
*>tots dos fitxers: si falta la capçalera o el peu, el tipus no és el
*>del fitxer, la data de negoci no és la de procés, la seqüència no és
*>posterior a la darrera acceptada (fitxer de control CTLSEQ, una
*>entrada per tipus) o el peu no quadra, no s'aplica res, ni
*>transaccions ni pendents, i el programa torna RETURN-CODE 8. TRANSMANT
*>admet també el tipus "TRANSPROP" (propostes de VENCIMENTS-CARTERA),
*>amb la seva pròpia seqüència i amb una data de capçalera que pot ser
*>anterior a la de procés (les propostes es revisen i es passen dies
*>després de generar-les, però mai d'un dia futur). Un APROVACIONS
*>absent o buit continua volent dir "cap aprovació". La seqüència de
*>cada fitxer es registra a CTLSEQ en acabar el manteniment.

*>2029-04: diari de canvis del mestre. Cada alta, baixa i modificació
*>aplicada a MESTRECTA, també les pendents que surten de la cua amb el
*>vist-i-plau, afegeix un registre al diari DIARICTA amb la imatge del
*>compte abans i després del canvi (en blanc la d'abans en una alta i
*>la de després en una baixa), l'operador que la va gravar, l'aprovador
*>si n'hi ha, la data de procés i l'identificador d'execució. La
*>primera vegada, quan el diari encara no existeix, s'hi bolca tot el
*>mestre com a imatges inicials ("I") abans d'aplicar res, perquè el
*>programa RECONSTRUCCIO-MESTRE pugui refer el mestre a qualsevol data
*>des d'aquell dia.

*>2029-07: MESTRECTA té una clau alternativa amb duplicats sobre el
*>client propietari (mcIdClient), perquè els extractes i les baixes de
*>clients llegeixin els comptes d'un client directament. El fitxer la
*>manté sol a cada alta, baixa i modificació, també quan una modificació
*>canvia el client del compte. Un mestre creat abans d'aquesta versió
*>s'ha de refer una sola vegada amb CONVERSIO-MESTRECTA.

*>2029-08: terminis tancats i moviments. Una modificació que avança la
*>data d'obertura d'un compte que ja en tenia (la renovació que proposa
*>VENCIMENTS-CARTERA, amb un capital que ja porta els moviments del
*>termini vençut) i una baixa tanquen el termini del compte: el compte
*>queda al fitxer indexat RENOVACIONS (clau el compte) com a termini
*>tancat pendent, amb la data d'obertura del termini tancat i la del
*>nou (0 en una baixa). La primera execució de MANTENIMENT-MOVIMENTS
*>que ve després en retira els moviments del termini tancat, perquè no
*>es tornin a aplicar al termini nou, i els guarda a MOVRETIR per als
*>certificats de RETENCIONS-ANUALS. Informar per primera vegada la data
*>d'obertura d'un compte convertit (abans 0) no és cap renovació.

*>2029-09: a la passada d'aplicació només es salten com a capçalera o
*>peu els registres que porten exactament "*HDR" o "*TRL", igual que a
*>la passada de control. Abans se saltava qualsevol registre que
*>comencés per "*": es comptava i sumava al control però no s'aplicava,
*>i el fitxer quadrava amb menys transaccions de les comptades. Ara un
*>registre així es tracta com a transacció i es rebutja per acció
*>errònia.

IDENTIFICATION DIVISION.
PROGRAM-ID. MANTENIMENT-CARTERA.
ENVIRONMENT DIVISION.
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS mcIdCompte
        ALTERNATE RECORD KEY IS mcIdClient WITH DUPLICATES
        FILE STATUS IS estatMestre.
    SELECT fitxerClients ASSIGN TO "MESTRECLI"
        ORGANIZATION IS INDEXED
    SELECT OPTIONAL fitxerAprovacions ASSIGN TO "APROVACIONS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatAprovacions.
    SELECT fitxerDiariCanvis ASSIGN TO "DIARICTA"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatDiariCanvis.
    SELECT fitxerControlSequencies ASSIGN TO "CTLSEQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS sqTipusFitxer
        FILE STATUS IS estatControlSequencies.
    SELECT fitxerRenovacions ASSIGN TO "RENOVACIONS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS rnIdCompte
        FILE STATUS IS estatRenovacions.
    SELECT fitxerProductes ASSIGN TO "PRODUCTES"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS prdIdProducte
        FILE STATUS IS estatProductes.
DATA DIVISION.
FILE SECTION.
FD  fitxerMestre.
    05  mcDivisa    PIC X(03).      *>divisa del compte; en blanc vol dir EUR
    05  mcTaulaInteresGrp.
        10  mcTaulaInteres OCCURS 50 TIMES PIC 9V99.
    05  mcIdProducte PIC X(06).     *>producte del compte; ha d'existir a PRODUCTES
    05  mcCondicionsPropies PIC X(01).  *>"S" si el compte té condicions pròpies; si no, mana el producte
    05  mcDataObertura PIC 9(08).   *>data d'obertura del pla (AAAAMMDD); 0 en els comptes convertits que encara no la tenen
FD  fitxerTransaccions.
01  registreTransaccio.
    05  tmAccio     PIC X(01).      *>"A" alta, "B" baixa, "M" modificació
    05  tmTaulaInteresGrp.
        10  tmTaulaInteres OCCURS 50 TIMES PIC 9V99.
    05  tmOperador  PIC X(08).      *>operador que grava la transacció; obligatori en les sensibles
    05  tmIdProducte PIC X(06).
    05  tmCondicionsPropies PIC X(01).  *>"S" condicions pròpies; "N" o en blanc, les del producte
    05  tmDataObertura PIC 9(08).   *>AAAAMMDD; 0 vol dir "data de procés" en una alta i "no la toquis" en una modificació
01  registreMarcaTransaccio.        *>vista de la capçalera i el peu sobre el mateix registre
    05  tmMarca     PIC X(04).      *>"*HDR" o "*TRL"; qualsevol altre valor és un registre de detall
    05  FILLER      PIC X(224).
FD  fitxerClients.
01  registreClient.                 *>mateix traçat que MESTRECLI al programa MANTENIMENT-CLIENTS; aquí només es llegeix per clau
    05  clIdClient  PIC X(08).
    05  pendOperador PIC X(08).     *>operador que la va gravar; l'aprovador ha de ser un altre
    05  pendData PIC 9(08).         *>data de procés en què es va parcar
    05  pendDiaLimit PIC 9(07).     *>dia aproximat (any*372 + mes*31 + dia) a partir del qual caduca
    05  pendIdProducte PIC X(06).
    05  pendCondicionsPropies PIC X(01).
    05  pendDataObertura PIC 9(08).
FD  fitxerAprovacions.
01  registreAprovacio.
    05  apAccio PIC X(01).
    05  apIdCompte PIC X(10).
    05  apOperador PIC X(08).       *>segon operador que dóna el vist-i-plau
FD  fitxerDiariCanvis.
01  registreDiariCanvis.            *>un canvi aplicat a MESTRECTA; mateix traçat al programa RECONSTRUCCIO-MESTRE
    05  dccRunId      PIC X(14).    *>identificador de l'execució que el va aplicar
    05  dccDataProces PIC 9(08).
    05  dccOrdre      PIC 9(07).    *>ordre del canvi dins de l'execució
    05  dccAccio      PIC X(01).    *>"A" alta, "B" baixa, "M" modificació, "I" imatge inicial
    05  dccOrigen     PIC X(01).    *>"T" transacció, "P" pendent aprovada, "I" bolcat inicial del mestre
    05  dccIdCompte   PIC X(10).
    05  dccOperador   PIC X(08).    *>operador que va gravar la transacció
    05  dccAprovador  PIC X(08).    *>segon operador del vist-i-plau; en blanc si no n'hi ha
    05  dccImatgeAbans   PIC X(219).  *>registre de MESTRECTA abans del canvi; en blanc en una alta
    05  dccImatgeDespres PIC X(219).  *>registre de MESTRECTA després del canvi; en blanc en una baixa
FD  fitxerControlSequencies.
01  registreControlSequencia.       *>darrer enviament acceptat de cada tipus de fitxer d'entrada; mateix traçat a tots els programes que el fan servir
    05  sqTipusFitxer PIC X(12).
    05  sqSequencia   PIC 9(06).
    05  sqDataNegoci  PIC 9(08).
    05  sqPrograma    PIC X(20).    *>programa que el va acceptar
    05  sqDataProces  PIC 9(08).    *>data de procés en què es va acceptar
FD  fitxerRenovacions.
01  registreRenovacio.              *>compte amb el termini tancat; mateix traçat al programa MANTENIMENT-MOVIMENTS
    05  rnIdCompte         PIC X(10).
    05  rnDataObertAnterior PIC 9(08).  *>data d'obertura del termini tancat
    05  rnDataObertNova    PIC 9(08).   *>data d'obertura del termini nou; 0 en una baixa
    05  rnDataProces       PIC 9(08).   *>data de procés de la renovació o de la baixa
    05  rnEstat            PIC X(01).   *>"P" moviments del termini anterior pendents de retirar, "R" ja retirats
    05  rnDataRetirada     PIC 9(08).   *>data de procés de MANTENIMENT-MOVIMENTS que els va retirar
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
WORKING-STORAGE SECTION.
    01 estatMestre PIC X(02).        *>file status de MESTRECTA; "35" a l'OPEN I-O vol dir que encara no existeix
    01 estatClients PIC X(02).       *>file status de MESTRECLI; diferent de "00" a l'OPEN vol dir que no es pot validar cap client
    01 estatParmMant PIC X(02).      *>file status de PARMMANT; fitxer opcional
    01 estatPendents PIC X(02).      *>file status de PENDENTS; "35" a l'OPEN I-O vol dir que encara no existeix
    01 estatAprovacions PIC X(02).   *>file status de APROVACIONS; fitxer opcional (una execució sense aprovacions és normal)
    01 estatProductes PIC X(02).     *>file status de PRODUCTES; diferent de "00" a l'OPEN vol dir que no es pot validar cap producte
    01 estatControlSequencies PIC X(02).  *>file status de CTLSEQ; "35" a l'OPEN I-O vol dir que encara no existeix
    01 registreControlFitxer.        *>capçalera d'un fitxer d'entrada, llegida amb READ ... INTO
        05 cfMarca PIC X(04).        *>"*HDR"
        05 cfTipusFitxer PIC X(12).  *>"TRANSMANT", "TRANSPROP" o "APROVACIONS"
        05 cfDataNegoci PIC 9(08).   *>data de negoci del fitxer; ha de ser la de procés
        05 cfSequencia PIC 9(06).    *>número d'enviament; ha de ser posterior al darrer acceptat
    01 registrePeuFitxer REDEFINES registreControlFitxer.
        05 pfMarca PIC X(04).        *>"*TRL"
        05 pfRegistres PIC 9(07).    *>registres de detall (sense capçalera ni peu)
        05 pfTotalControl PIC 9(15)V99.  *>suma de tmQ a TRANSMANT; zero a APROVACIONS
    01 tipusFitxerEsperat PIC X(12).     *>tipus que ha de portar la capçalera del fitxer que es controla
    01 tipusFitxerAlternatiu PIC X(12).  *>segon tipus admès (TRANSPROP per a TRANSMANT); espais si no n'hi ha
    01 tipusFitxerControlat PIC X(12).   *>tipus de la capçalera llegida, clau de CTLSEQ
    01 indicadorFitxerRebutjat PIC X(01) VALUE "N".  *>"S" si la passada de control rebutja el fitxer sencer
        88 fitxerRebutjat VALUE "S".
    01 indicadorCapcaleraLlegida PIC X(01) VALUE "N".
        88 capcaleraLlegida VALUE "S".
    01 indicadorPeuLlegit PIC X(01) VALUE "N".
        88 peuLlegit VALUE "S".
    01 indicadorRegistreDetall PIC X(01) VALUE "N".  *>"S" si el registre de la passada de control no és ni capçalera ni peu
        88 registreDetall VALUE "S".
    01 motiuRebuigFitxer PIC X(50) VALUE SPACES.  *>motiu del rebuig del fitxer sencer
    01 sequenciaAnterior PIC 9(06) VALUE 0.   *>darrera seqüència acceptada segons CTLSEQ
    01 sequenciaFitxer PIC 9(06) VALUE 0.     *>seqüència de la capçalera
    01 dataNegociFitxer PIC 9(08) VALUE 0.    *>data de negoci de la capçalera
    01 registresControlats PIC 9(07) VALUE 0. *>registres de detall comptats a la passada de control
    01 totalControlCalculat PIC 9(15)V99 VALUE 0.  *>suma dels imports dels registres de detall
    01 registresPeu PIC 9(07) VALUE 0.        *>registres de detall segons el peu
    01 totalControlPeu PIC 9(15)V99 VALUE 0.  *>total de control segons el peu
    01 taulaFitxersControlats.       *>fitxers acceptats a la passada de control, per registrar-ne la seqüència en acabar
        05 fitxerControlat OCCURS 2 TIMES.
            10 fcTipus PIC X(12).
            10 fcSequencia PIC 9(06).
            10 fcDataNegoci PIC 9(08).
    01 fitxersControlats PIC 9 VALUE 0.
    01 ixFitxerControlat PIC 9.      *>índex de treball sobre taulaFitxersControlats
    01 divisaTransaccio PIC X(03).   *>divisa de la transacció, amb el blanc convertit a EUR, per comparar-la amb la del producte
    01 divisaProducte PIC X(03).     *>divisa del producte, amb el blanc convertit a EUR
    01 llindarSensible PIC 9(9)V99 VALUE 999999999.99.  *>llindar de tmQ per a altes i modificacions sensibles; el màxim vol dir "només les baixes"
    01 diesValidesa PIC 9(03) VALUE 7.   *>dies de validesa d'una transacció parcada
    01 indicadorFiPendents PIC X(01) VALUE "N".
    01 indicadorTransSensible PIC X(01) VALUE "N".
        88 transSensible VALUE "S".
    01 operadorAprovador PIC X(08).  *>operador del vist-i-plau trobat per a la pendent en curs
    01 estatDiariCanvis PIC X(02).   *>file status de DIARICTA; "35" a l'OPEN EXTEND vol dir que encara no existeix
    01 imatgeAbans PIC X(219).       *>registre del compte abans del canvi en curs
    01 imatgeAbansDesglossada REDEFINES imatgeAbans.
        05 FILLER PIC X(211).
        05 iaDataObertura PIC 9(08).  *>data d'obertura del compte abans del canvi
    01 estatRenovacions PIC X(02).   *>file status de RENOVACIONS; "35" a l'OPEN I-O vol dir que encara no existeix
    01 renovacionsRegistrades PIC 9(05) VALUE 0.  *>terminis tancats (renovacions i baixes) deixats a RENOVACIONS en aquesta execució
    01 origenCanvi PIC X(01) VALUE "T".  *>"T" transacció del fitxer, "P" pendent aprovada
    01 aprovadorCanvi PIC X(08) VALUE SPACES.  *>aprovador del canvi en curs (només les pendents)
    01 canvisDiari PIC 9(07) VALUE 0.  *>registres escrits al diari en aquesta execució
    01 dataCalculDia PIC 9(08).      *>data que es converteix a dia aproximat
    01 dataCalculDiaDesglossada REDEFINES dataCalculDia.
        05 dcdAny PIC 9(04).
        05 FILLER PIC X(08) VALUE "COMISSIO".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(06) VALUE "DIVISA".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(08) VALUE "PRODUCTE".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(07) VALUE "PROPIES".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(08) VALUE "OBERTURA".
    01 liniaLlista.
        05 llsIdCompte PIC X(10).
        05 FILLER PIC X(02) VALUE SPACES.
        05 llsComissio PIC Z(3)9.99.
        05 FILLER PIC X(03) VALUE SPACES.
        05 llsDivisa PIC X(03).
        05 FILLER PIC X(05) VALUE SPACES.
        05 llsIdProducte PIC X(06).
        05 FILLER PIC X(07) VALUE SPACES.
        05 llsCondicionsPropies PIC X(01).
        05 FILLER PIC X(05) VALUE SPACES.
        05 llsDataObertura PIC 9(08).
    01 liniaTitolSeccio.
        05 FILLER PIC X(05) VALUE "==== ".
        05 titolSeccio PIC X(40).
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
    01 liniaAprovacionsAbsents PIC X(50) VALUE
        "  APROVACIONS: FITXER ABSENT O BUIT, CAP APROVACIO".
    01 liniaResumLlegides.
        05 FILLER PIC X(30) VALUE "TRANSACCIONS LLEGIDES . . . : ".
        05 resLlegides PIC ZZZZ9.
    01 liniaResumEnCua.
        05 FILLER PIC X(30) VALUE "PENDENTS EN CUA . . . . . . : ".
        05 resEnCua PIC ZZZZ9.
    01 liniaResumRenovacions.
        05 FILLER PIC X(30) VALUE "TERMINIS TANCATS REGISTRATS : ".
        05 resRenovacions PIC ZZZZ9.
    01 liniaCuaBuida PIC X(30) VALUE "  (CAP TRANSACCIO PENDENT)".
    01 liniaCapResolucio PIC X(32) VALUE "  (CAP APROVACIO NI CADUCITAT)".
PROCEDURE DIVISION.
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN INPUT fitxerProductes.
    IF estatProductes <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir PRODUCTES (file status "
            estatProductes "): cal el mestre de productes per validar les transaccions"
        CLOSE fitxerMestre
        CLOSE fitxerClients
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN INPUT fitxerTransaccions.
    IF estatTransaccions <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir TRANSMANT (file status "
            estatTransaccions "): comprovar que el fitxer existeix"
        CLOSE fitxerMestre
        CLOSE fitxerClients
        CLOSE fitxerProductes
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
            estatInformeMant ")"
        CLOSE fitxerMestre
        CLOSE fitxerClients
        CLOSE fitxerProductes
        CLOSE fitxerTransaccions
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
            estatPendents ")"
        CLOSE fitxerMestre
        CLOSE fitxerClients
        CLOSE fitxerProductes
        CLOSE fitxerTransaccions
        CLOSE fitxerInformeMant
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.

    MOVE "CONTROL DELS FITXERS D'ENTRADA" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    PERFORM controlarTransaccions THRU controlarTransaccions-Fi.
    IF NOT fitxerRebutjat
        PERFORM controlarAprovacions THRU controlarAprovacions-Fi
    END-IF.
    IF fitxerRebutjat
        DISPLAY "ERROR: " tipusFitxerEsperat " rebutjat sencer, no "
            "s'aplica res: " motiuRebuigFitxer
        CLOSE fitxerMestre
        CLOSE fitxerClients
        CLOSE fitxerProductes
        CLOSE fitxerTransaccions
        CLOSE fitxerInformeMant
        CLOSE fitxerPendents
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
        DISPLAY "ERROR: no s'ha pogut obrir DIARICTA (file status "
            estatDiariCanvis ")"
        CLOSE fitxerMestre
        CLOSE fitxerClients
        CLOSE fitxerProductes
        CLOSE fitxerTransaccions
        CLOSE fitxerInformeMant
        CLOSE fitxerPendents
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN I-O fitxerRenovacions.
    IF estatRenovacions = "35"
        OPEN OUTPUT fitxerRenovacions
        CLOSE fitxerRenovacions
        OPEN I-O fitxerRenovacions
    END-IF.
    IF estatRenovacions <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir RENOVACIONS (file status "
            estatRenovacions ")"
        CLOSE fitxerMestre
        CLOSE fitxerClients
        CLOSE fitxerProductes
        CLOSE fitxerTransaccions
        CLOSE fitxerInformeMant
        CLOSE fitxerPendents
        CLOSE fitxerDiariCanvis
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.

    MOVE "SITUACIO DEL MESTRE ABANS DEL MANTENIMENT" TO titolSeccio.
    PERFORM llistarMestre THRU llistarMestre-Fi.

    MOVE "SITUACIO DEL MESTRE DESPRES DEL MANTENIMENT" TO titolSeccio.
    PERFORM llistarMestre THRU llistarMestre-Fi.
    PERFORM imprimirResumManteniment THRU imprimirResumManteniment-Fi.
    PERFORM registrarSequencia THRU registrarSequencia-Fi
        VARYING ixFitxerControlat FROM 1 BY 1
        UNTIL ixFitxerControlat > fitxersControlats.

    CLOSE fitxerMestre.
    CLOSE fitxerClients.
    CLOSE fitxerProductes.
    CLOSE fitxerTransaccions.
    CLOSE fitxerInformeMant.
    CLOSE fitxerPendents.
    CLOSE fitxerDiariCanvis.
    CLOSE fitxerRenovacions.
    DISPLAY "Manteniment acabat: " transAplicades " aplicades, "
        transRebutjades " rebutjades, " transParcades " parcades, "
        pendEnCua " pendents en cua".
registrarExecucio-Fi.
    EXIT.

*>Passada de control sobre TRANSMANT abans d'aplicar-ne res: capçalera
*>de tipus TRANSMANT (o TRANSPROP, les propostes de VENCIMENTS-CARTERA)
*>amb la data de procés (una TRANSPROP, qualsevol data no posterior) i
*>una seqüència posterior a la darrera acceptada del seu tipus, i peu amb el nombre de registres de detall i la suma de
*>tmQ. En acabar el fitxer es torna a obrir des del principi.
controlarTransaccions.
    MOVE "TRANSMANT" TO tipusFitxerEsperat.
    MOVE "TRANSPROP" TO tipusFitxerAlternatiu.
    PERFORM iniciarControlFitxer THRU iniciarControlFitxer-Fi.
    MOVE "N" TO indicadorFiTransaccions.
    PERFORM llegirControlTransaccio THRU llegirControlTransaccio-Fi
        UNTIL fiTransaccions OR fitxerRebutjat.
    IF NOT fitxerRebutjat
        PERFORM validarFinalFitxer THRU validarFinalFitxer-Fi
    END-IF.
    CLOSE fitxerTransaccions.
    OPEN INPUT fitxerTransaccions.
    MOVE "N" TO indicadorFiTransaccions.
    PERFORM imprimirControlFitxer THRU imprimirControlFitxer-Fi.
    PERFORM guardarFitxerControlat THRU guardarFitxerControlat-Fi.
controlarTransaccions-Fi.
    EXIT.

llegirControlTransaccio.
    READ fitxerTransaccions INTO registreControlFitxer
        AT END
            SET fiTransaccions TO TRUE
        NOT AT END
            PERFORM classificarRegistreControl
                THRU classificarRegistreControl-Fi
            IF registreDetall AND tmQ NUMERIC
                ADD tmQ TO totalControlCalculat
            END-IF
    END-READ.
llegirControlTransaccio-Fi.
    EXIT.

*>Passada de control sobre APROVACIONS, mateixes regles que TRANSMANT
*>amb total de control zero. El fitxer és opcional: si no hi és o no
*>porta cap registre no hi ha res a controlar ni seqüència a registrar.
controlarAprovacions.
    OPEN INPUT fitxerAprovacions.
    IF estatAprovacions <> "00" AND estatAprovacions <> "05"
        DISPLAY "ERROR: no s'ha pogut obrir APROVACIONS (file status "
            estatAprovacions ")"
        MOVE "APROVACIONS" TO tipusFitxerEsperat
        MOVE "FITXER APROVACIONS ILLEGIBLE" TO motiuRebuigFitxer
        SET fitxerRebutjat TO TRUE
        GO TO controlarAprovacions-Fi
    END-IF.
    MOVE "APROVACIONS" TO tipusFitxerEsperat.
    MOVE SPACES TO tipusFitxerAlternatiu.
    PERFORM iniciarControlFitxer THRU iniciarControlFitxer-Fi.
    MOVE "N" TO indicadorFiAprovacions.
    PERFORM llegirControlAprovacio THRU llegirControlAprovacio-Fi
        UNTIL fiAprovacions OR fitxerRebutjat.
    CLOSE fitxerAprovacions.
    IF NOT capcaleraLlegida AND NOT fitxerRebutjat
        MOVE liniaAprovacionsAbsents TO liniaTreball
        PERFORM escriureInforme THRU escriureInforme-Fi
        GO TO controlarAprovacions-Fi
    END-IF.
    IF NOT fitxerRebutjat
        PERFORM validarFinalFitxer THRU validarFinalFitxer-Fi
    END-IF.
    PERFORM imprimirControlFitxer THRU imprimirControlFitxer-Fi.
    PERFORM guardarFitxerControlat THRU guardarFitxerControlat-Fi.
controlarAprovacions-Fi.
    EXIT.

llegirControlAprovacio.
    READ fitxerAprovacions INTO registreControlFitxer
        AT END
            SET fiAprovacions TO TRUE
        NOT AT END
            PERFORM classificarRegistreControl
                THRU classificarRegistreControl-Fi
    END-READ.
llegirControlAprovacio-Fi.
    EXIT.

iniciarControlFitxer.
    MOVE "N" TO indicadorCapcaleraLlegida.
    MOVE "N" TO indicadorPeuLlegit.
    MOVE SPACES TO motiuRebuigFitxer.
    MOVE tipusFitxerEsperat TO tipusFitxerControlat.
    MOVE 0 TO sequenciaAnterior.
    MOVE 0 TO sequenciaFitxer.
    MOVE 0 TO dataNegociFitxer.
    MOVE 0 TO registresControlats.
    MOVE 0 TO totalControlCalculat.
    MOVE 0 TO registresPeu.
    MOVE 0 TO totalControlPeu.
iniciarControlFitxer-Fi.
    EXIT.

*>Classifica el registre llegit a la passada de control: el primer ha
*>de ser la capçalera; després només hi pot haver registres de detall
*>(registreDetall a "S", es compten) i un únic peu al final.
classificarRegistreControl.
    MOVE "N" TO indicadorRegistreDetall.
    EVALUATE TRUE
        WHEN NOT capcaleraLlegida
            PERFORM validarCapcaleraFitxer
                THRU validarCapcaleraFitxer-Fi
        WHEN peuLlegit
            MOVE "REGISTRES DARRERE DEL PEU" TO motiuRebuigFitxer
            SET fitxerRebutjat TO TRUE
        WHEN cfMarca = "*HDR"
            MOVE "CAPCALERA REPETIDA DINS DEL FITXER" TO motiuRebuigFitxer
            SET fitxerRebutjat TO TRUE
        WHEN pfMarca = "*TRL"
            SET peuLlegit TO TRUE
            IF pfRegistres NUMERIC AND pfTotalControl NUMERIC
                MOVE pfRegistres TO registresPeu
                MOVE pfTotalControl TO totalControlPeu
            ELSE
                MOVE "PEU AMB CAMPS NO NUMERICS" TO motiuRebuigFitxer
                SET fitxerRebutjat TO TRUE
            END-IF
        WHEN OTHER
            ADD 1 TO registresControlats
            SET registreDetall TO TRUE
    END-EVALUATE.
classificarRegistreControl-Fi.
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
    IF cfTipusFitxer = SPACES
        OR (cfTipusFitxer <> tipusFitxerEsperat
            AND cfTipusFitxer <> tipusFitxerAlternatiu)
        MOVE "TIPUS DE FITXER DE LA CAPCALERA ERRONI"
            TO motiuRebuigFitxer
        SET fitxerRebutjat TO TRUE
        GO TO validarCapcaleraFitxer-Fi
    END-IF.
    MOVE cfTipusFitxer TO tipusFitxerControlat.
    PERFORM llegirSequenciaAnterior THRU llegirSequenciaAnterior-Fi.
    IF fitxerRebutjat
        GO TO validarCapcaleraFitxer-Fi
    END-IF.
    IF cfDataNegoci NOT NUMERIC
        OR (cfTipusFitxer <> "TRANSPROP" AND cfDataNegoci <> dataActual)
        OR (cfTipusFitxer = "TRANSPROP" AND cfDataNegoci > dataActual)
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
    MOVE tipusFitxerControlat TO sqTipusFitxer.
    READ fitxerControlSequencies
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE sqSequencia TO sequenciaAnterior
    END-READ.
    CLOSE fitxerControlSequencies.
llegirSequenciaAnterior-Fi.
    EXIT.

guardarFitxerControlat.
    IF fitxerRebutjat
        GO TO guardarFitxerControlat-Fi
    END-IF.
    ADD 1 TO fitxersControlats.
    MOVE tipusFitxerControlat TO fcTipus (fitxersControlats).
    MOVE sequenciaFitxer TO fcSequencia (fitxersControlats).
    MOVE dataNegociFitxer TO fcDataNegoci (fitxersControlats).
guardarFitxerControlat-Fi.
    EXIT.

*>Deixa a CTLSEQ la seqüència d'un dels fitxers que s'acaben d'aplicar,
*>perquè un segon enviament amb el mateix número es rebutgi.
registrarSequencia.
    OPEN I-O fitxerControlSequencies.
    IF estatControlSequencies = "35"
        OPEN OUTPUT fitxerControlSequencies
        CLOSE fitxerControlSequencies
        OPEN I-O fitxerControlSequencies
    END-IF.
    IF estatControlSequencies <> "00"
        DISPLAY "ATENCIO: no s'ha pogut registrar la sequencia de "
            fcTipus (ixFitxerControlat) " a CTLSEQ (file status "
            estatControlSequencies ")"
        GO TO registrarSequencia-Fi
    END-IF.
    MOVE fcTipus (ixFitxerControlat) TO sqTipusFitxer.
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
    MOVE fcTipus (ixFitxerControlat) TO sqTipusFitxer.
    MOVE fcSequencia (ixFitxerControlat) TO sqSequencia.
    MOVE fcDataNegoci (ixFitxerControlat) TO sqDataNegoci.
    MOVE "MANTENIMENT-CARTERA" TO sqPrograma.
    MOVE dataActual TO sqDataProces.
omplirControlSequencia-Fi.
    EXIT.

*>Línies de l'informe amb el resultat de la passada de control d'un
*>fitxer: capçalera, peu, xifres comptades i acceptació o motiu.
imprimirControlFitxer.
    MOVE tipusFitxerControlat TO lcfTipus.
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

*>Llista el mestre sencer en ordre de clau sota el títol de secció que
*>hi hagi a titolSeccio (s'usa per a la foto d'abans i la de després).
llistarMestre.
            ELSE
                MOVE mcDivisa TO llsDivisa
            END-IF
            MOVE mcIdProducte TO llsIdProducte
            MOVE mcCondicionsPropies TO llsCondicionsPropies
            MOVE mcDataObertura TO llsDataObertura
            MOVE liniaLlista TO liniaTreball
            PERFORM escriureInforme THRU escriureInforme-Fi
            ADD 1 TO comptesMestre
        AT END
            SET fiTransaccions TO TRUE
        NOT AT END
            IF tmMarca = "*HDR" OR tmMarca = "*TRL"
                *>capçalera o peu, ja comprovats a la passada de control
                GO TO llegirIAplicarTransaccio-Fi
            END-IF
            ADD 1 TO transLlegides
            SET transValida TO TRUE
            MOVE SPACES TO motiuRebuig
    MOVE tmDivisa TO pendDivisa.
    MOVE tmTaulaInteresGrp TO pendTaulaInteresGrp.
    MOVE tmOperador TO pendOperador.
    MOVE tmIdProducte TO pendIdProducte.
    MOVE tmCondicionsPropies TO pendCondicionsPropies.
    MOVE tmDataObertura TO pendDataObertura.
    MOVE dataActual TO pendData.
    COMPUTE pendDiaLimit = diaAproximatAvui + diesValidesa.
    WRITE registrePendent
*>Busca a APROVACIONS un vist-i-plau per a la pendent en curs: mateixa
*>acció i compte, operador informat i diferent del que la va gravar.
*>El fitxer es rellegeix sencer per a cada pendent: el volum queda
*>acotat pel disc, no per cap taula en memòria. La capçalera i el peu
*>("*HDR"/"*TRL") no coincideixen mai amb cap acció i es passen de llarg.
cercarAprovacio.
    MOVE "N" TO indicadorAprovacioTrobada.
    MOVE SPACES TO operadorAprovador.
    MOVE pendDivisa TO tmDivisa.
    MOVE pendTaulaInteresGrp TO tmTaulaInteresGrp.
    MOVE pendOperador TO tmOperador.
    MOVE pendIdProducte TO tmIdProducte.
    MOVE pendCondicionsPropies TO tmCondicionsPropies.
    MOVE pendDataObertura TO tmDataObertura.
    SET transValida TO TRUE.
    MOVE SPACES TO motiuRebuig.
    PERFORM validarTransaccio THRU validarTransaccio-Fi.
    IF transValida
        MOVE "P" TO origenCanvi
        MOVE operadorAprovador TO aprovadorCanvi
        PERFORM aplicarTransaccio THRU aplicarTransaccio-Fi
        MOVE "T" TO origenCanvi
        MOVE SPACES TO aprovadorCanvi
    END-IF.
    MOVE tmAccio TO trnAccio.
    MOVE tmIdCompte TO trnIdCompte.
*>baixes només necessiten un identificador; altes i modificacions es
*>validen amb els mateixos rangs que fa servir el programa de càlcul,
*>i a més es comprova que els camps numèrics continguin només dígits,
*>que és justament el que una edició manual desplaçada espatllava. El
*>producte ha d'existir a PRODUCTES; si el compte no té condicions
*>pròpies, les del producte substitueixen les de la transacció abans
*>de validar-les, i els anys i el capital han de quedar dins dels
*>límits del producte.
validarTransaccio.
    IF tmAccio <> "A" AND tmAccio <> "B" AND tmAccio <> "M"
        MOVE "ACCIO NO RECONEGUDA (A, B o M)" TO motiuRebuig
    IF transErronia
        GO TO validarTransaccio-Fi
    END-IF.
    IF tmIdProducte = SPACES
        MOVE "PRODUCTE EN BLANC" TO motiuRebuig
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    MOVE tmIdProducte TO prdIdProducte.
    READ fitxerProductes
        INVALID KEY
            MOVE "PRODUCTE INEXISTENT A PRODUCTES" TO motiuRebuig
            SET transErronia TO TRUE
    END-READ.
    IF transErronia
        GO TO validarTransaccio-Fi
    END-IF.
    IF tmCondicionsPropies <> "S" AND tmCondicionsPropies <> "N"
            AND tmCondicionsPropies <> SPACE
        MOVE "INDICADOR DE CONDICIONS PROPIES NO RECONEGUT" TO motiuRebuig
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    IF tmCondicionsPropies <> "S"
        PERFORM prendreCondicionsProducte
            THRU prendreCondicionsProducte-Fi
    END-IF.
    IF tmAnys NOT NUMERIC OR tmInteres NOT NUMERIC
        OR tmQ NOT NUMERIC OR tmDiposit NOT NUMERIC
        OR tmRetencio NOT NUMERIC OR tmComissio NOT NUMERIC
        OR tmDataObertura NOT NUMERIC
        MOVE "CAMP NUMERIC AMB CARACTERS NO NUMERICS" TO motiuRebuig
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    IF tmAnys < prdAnysMin OR tmAnys > prdAnysMax
        MOVE "ANYS FORA DELS LIMITS DEL PRODUCTE" TO motiuRebuig
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    IF tmInteres < 1.00 OR tmInteres > 2.00
        MOVE "INTERES FORA DE RANG (1.00-2.00)" TO motiuRebuig
        SET transErronia TO TRUE
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    IF tmQ < prdImportMin OR tmQ > prdImportMax
        MOVE "CAPITAL FORA DELS LIMITS DEL PRODUCTE" TO motiuRebuig
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    IF tmFreq <> "A" AND tmFreq <> "M" AND tmFreq <> "Q"
            AND tmFreq <> SPACE
        MOVE "FREQUENCIA NO RECONEGUDA (A, M o Q)" TO motiuRebuig
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    IF tmDataObertura > 0
        MOVE tmDataObertura TO dataCalculDia
        IF dcdAny < 1900 OR dcdMes < 1 OR dcdMes > 12
            OR dcdDia < 1 OR dcdDia > 31
            OR tmDataObertura > dataActual
            MOVE "DATA D'OBERTURA NO VALIDA O FUTURA"
                TO motiuRebuig
            SET transErronia TO TRUE
            GO TO validarTransaccio-Fi
        END-IF
    END-IF.
    IF tmDivisa NOT ALPHABETIC
        MOVE "DIVISA AMB CARACTERS NO ALFABETICS" TO motiuRebuig
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    MOVE tmDivisa TO divisaTransaccio.
    IF divisaTransaccio = SPACES
        MOVE "EUR" TO divisaTransaccio
    END-IF.
    MOVE prdDivisa TO divisaProducte.
    IF divisaProducte = SPACES
        MOVE "EUR" TO divisaProducte
    END-IF.
    IF divisaTransaccio <> divisaProducte
        MOVE "DIVISA DIFERENT DE LA DEL PRODUCTE" TO motiuRebuig
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    PERFORM validarTaulaTransaccio THRU validarTaulaTransaccio-Fi
        VARYING anyTaula FROM 1 BY 1
        UNTIL anyTaula > 50 OR transErronia.
validarTransaccio-Fi.
    EXIT.

*>Substitueix les condicions de la transacció per les del producte que
*>s'acaba de llegir (compte sense condicions pròpies).
prendreCondicionsProducte.
    MOVE prdInteres TO tmInteres.
    MOVE prdFreq TO tmFreq.
    MOVE prdRetencio TO tmRetencio.
    MOVE prdComissio TO tmComissio.
    MOVE prdDivisa TO tmDivisa.
    MOVE prdTaulaInteresGrp TO tmTaulaInteresGrp.
prendreCondicionsProducte-Fi.
    EXIT.

*>Una posició de la taula d'interesos per any: 0 vol dir "fes servir
*>l'interes fix" i és vàlid; qualsevol altre valor ha de ser un interes
*>dins de rang i numèric.
*>clau (alta duplicada, baixa o modificació d'un compte inexistent) es
*>detecten aquí amb INVALID KEY i es converteixen en rebuigs.
aplicarTransaccio.
    MOVE SPACES TO imatgeAbans.
    EVALUATE tmAccio
        WHEN "A"
            PERFORM muntarRegistreMestre THRU muntarRegistreMestre-Fi
            END-WRITE
        WHEN "B"
            MOVE tmIdCompte TO mcIdCompte
            READ fitxerMestre
                INVALID KEY
                    MOVE "NO EXISTEIX AL MESTRE" TO motiuRebuig
                    SET transErronia TO TRUE
                NOT INVALID KEY
                    MOVE registreMestre TO imatgeAbans
                    DELETE fitxerMestre
            END-READ
        WHEN "M"
            MOVE tmIdCompte TO mcIdCompte
            READ fitxerMestre
                    MOVE "NO EXISTEIX AL MESTRE" TO motiuRebuig
                    SET transErronia TO TRUE
                NOT INVALID KEY
                    MOVE registreMestre TO imatgeAbans
                    PERFORM muntarRegistreMestre THRU muntarRegistreMestre-Fi
                    REWRITE registreMestre
            END-READ
    END-EVALUATE.
    IF transValida
        PERFORM escriureDiariCanvis THRU escriureDiariCanvis-Fi
    END-IF.
    IF transValida AND (tmAccio = "M" OR tmAccio = "B")
        PERFORM registrarRenovacio THRU registrarRenovacio-Fi
    END-IF.
aplicarTransaccio-Fi.
    EXIT.

*>Deixa al diari DIARICTA el canvi que s'acaba d'aplicar, amb la imatge
*>del compte abans i després.
escriureDiariCanvis.
    ADD 1 TO canvisDiari.
    MOVE idExecucio TO dccRunId.
    MOVE dataActual TO dccDataProces.
    MOVE canvisDiari TO dccOrdre.
    MOVE tmAccio TO dccAccio.
    MOVE origenCanvi TO dccOrigen.
    MOVE tmIdCompte TO dccIdCompte.
    MOVE tmOperador TO dccOperador.
    MOVE aprovadorCanvi TO dccAprovador.
    MOVE imatgeAbans TO dccImatgeAbans.
    IF tmAccio = "B"
        MOVE SPACES TO dccImatgeDespres
    ELSE
        MOVE registreMestre TO dccImatgeDespres
    END-IF.
    WRITE registreDiariCanvis.
escriureDiariCanvis-Fi.
    EXIT.

*>Una baixa, o una modificació que avança la data d'obertura d'un
*>compte que ja en tenia (una renovació), tanquen el termini del
*>compte: queda a RENOVACIONS pendent que MANTENIMENT-MOVIMENTS en
*>retiri els moviments. Si ja hi era, el registre se substitueix.
registrarRenovacio.
    IF tmAccio = "M"
        IF iaDataObertura NOT NUMERIC OR iaDataObertura = 0
            OR mcDataObertura <= iaDataObertura
            GO TO registrarRenovacio-Fi
        END-IF
        MOVE mcDataObertura TO rnDataObertNova
    ELSE
        MOVE 0 TO rnDataObertNova
    END-IF.
    MOVE tmIdCompte TO rnIdCompte.
    MOVE iaDataObertura TO rnDataObertAnterior.
    MOVE dataActual TO rnDataProces.
    MOVE "P" TO rnEstat.
    MOVE 0 TO rnDataRetirada.
    WRITE registreRenovacio
        INVALID KEY
            REWRITE registreRenovacio
    END-WRITE.
    ADD 1 TO renovacionsRegistrades.
registrarRenovacio-Fi.
    EXIT.

*>Primera obertura del diari: hi bolca tot el mestre tal com és abans
*>del manteniment, com a imatges inicials, perquè la reconstrucció no
*>depengui de cap còpia anterior.
bolcarMestreDiari.
    MOVE "N" TO indicadorFiMestre.
    MOVE LOW-VALUES TO mcIdCompte.
    START fitxerMestre KEY IS GREATER THAN OR EQUAL TO mcIdCompte
        INVALID KEY
            SET fiMestre TO TRUE
    END-START.
    PERFORM bolcarCompteDiari THRU bolcarCompteDiari-Fi
        UNTIL fiMestre.
bolcarMestreDiari-Fi.
    EXIT.

bolcarCompteDiari.
    READ fitxerMestre NEXT RECORD
        AT END
            SET fiMestre TO TRUE
            GO TO bolcarCompteDiari-Fi
    END-READ.
    ADD 1 TO canvisDiari.
    MOVE idExecucio TO dccRunId.
    MOVE dataActual TO dccDataProces.
    MOVE canvisDiari TO dccOrdre.
    MOVE "I" TO dccAccio.
    MOVE "I" TO dccOrigen.
    MOVE mcIdCompte TO dccIdCompte.
    MOVE SPACES TO dccOperador.
    MOVE SPACES TO dccAprovador.
    MOVE SPACES TO dccImatgeAbans.
    MOVE registreMestre TO dccImatgeDespres.
    WRITE registreDiariCanvis.
bolcarCompteDiari-Fi.
    EXIT.

muntarRegistreMestre.
    MOVE tmIdCompte TO mcIdCompte.
    MOVE tmIdClient TO mcIdClient.
    MOVE tmComissio TO mcComissio.
    MOVE tmDivisa TO mcDivisa.
    MOVE tmTaulaInteresGrp TO mcTaulaInteresGrp.
    MOVE tmIdProducte TO mcIdProducte.
    MOVE tmCondicionsPropies TO mcCondicionsPropies.
    IF tmDataObertura > 0
        MOVE tmDataObertura TO mcDataObertura
    ELSE
        IF tmAccio = "A"
            MOVE dataActual TO mcDataObertura
        END-IF
    END-IF.
muntarRegistreMestre-Fi.
    EXIT.

    MOVE pendEnCua TO resEnCua.
    MOVE liniaResumEnCua TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE renovacionsRegistrades TO resRenovacions.
    MOVE liniaResumRenovacions TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirResumManteniment-Fi.
    EXIT.

