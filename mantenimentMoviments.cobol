*>MOVNET sempre surt net de cap a cap; el job decideix quan substitueix
*>MOVIMENTS. RETURN-CODE 4 si s'ha rebutjat cap moviment.

*>2028-10: traçat de MESTRECTA (211 posicions) alineat amb el producte
*>i l'indicador de condicions pròpies afegits al final del registre.

*>2028-11: traçat de MESTRECTA (219 posicions) alineat amb la data
*>d'obertura del compte afegida al final del registre.

*>2029-03: control de capçalera i peu. TRANSMOV ha de començar amb un
*>registre de capçalera ("*HDR", tipus de fitxer "TRANSMOV", data de
*>negoci i número de seqüència) i acabar amb un registre de peu
*>("*TRL", nombre de registres de detall i total de control, la suma
*>dels imports). Abans d'aplicar res es fa una passada de control: si
*>falta la capçalera o el peu, el tipus no és TRANSMOV, la data de
*>negoci no és la de procés, la seqüència no és posterior a la darrera
*>acceptada (fitxer de control CTLSEQ, una entrada per tipus de
*>fitxer) o el nombre de registres o el total no quadren amb el peu,
*>el fitxer es rebutja sencer, no s'aplica cap moviment i el programa
*>torna RETURN-CODE 8. La data de procés es pren ara del fitxer opcional
*>PARMMOV (la del sistema si no hi és o ve a zero), i l'informe porta
*>una secció amb el resultat del control del fitxer.

*>2029-07: MESTRECTA té una clau alternativa amb duplicats sobre el
*>client propietari (rcIdClient); es declara aquí perquè la definició
*>del fitxer ha de coincidir a tots els programes que l'obren.

*>2029-08: moviments de terminis tancats. Els anys d'un moviment es
*>compten des de la data d'obertura del compte, i la renovació que
*>proposa VENCIMENTS-CARTERA ja porta com a capital nou l'import final
*>del termini vençut, moviments inclosos. MANTENIMENT-CARTERA deixa a
*>RENOVACIONS cada compte renovat (una modificació que n'avança la data
*>d'obertura) o donat de baixa; aquí, en revalidar MOVIMENTS, els
*>moviments d'un compte amb un termini tancat pendent es retiren (línia
*>"RETIRAT" a l'informe, no compten com a caiguts ni donen RETURN-CODE
*>4) i s'afegeixen a MOVRETIR amb la data d'obertura del termini al
*>qual pertanyien, perquè RETENCIONS-ANUALS pugui certificar el darrer
*>any d'aquell termini; després el termini es marca com a tractat amb
*>la data de procés. Els moviments nous de TRANSMOV de la mateixa
*>execució ja són del termini nou i es mantenen. Cal passar aquest
*>programa després del manteniment de comptes que aplica les
*>renovacions i abans de cap càlcul.

*>2029-09: promoció de MOVNET. Els moviments retirats i les renovacions
*>tractades d'una execució de manteniment ja no s'apliquen en el moment:
*>queden al fitxer de treball RETIRWRK (un registre "M" per moviment
*>retirat, amb el traçat de MOVRETIR, un "R" per termini tancat tractat
*>i un registre final "F" amb les xifres de l'execució, que només
*>s'escriu si l'execució acaba bé). RENOVACIONS s'obre només de lectura
*>i la seqüència de TRANSMOV tampoc no es deixa a CTLSEQ, de manera que
*>un MOVNET que el job descarta es pot tornar a generar amb el mateix
*>TRANSMOV. PARMMOV porta un indicador de mode darrere de la data: en
*>blanc, manteniment; "P", promoció. La promoció comprova el registre
*>final i que MOVNET té els moviments que diu, copia MOVNET a MOVIMENTS,
*>marca com a tractats els terminis "R" que encara són pendents amb la
*>mateixa data d'obertura anterior, afegeix els "M" a MOVRETIR, deixa
*>la seqüència a CTLSEQ i buida RETIRWRK, perquè no es pugui promoure
*>dues vegades; sense registre final o amb xifres que no quadren torna
*>RETURN-CODE 8 i no fa res. MOVIMENTS ja no se substitueix fora
*>d'aquest programa. Si la promoció s'interromp després de començar a
*>escriure MOVRETIR, cal restaurar MOVRETIR abans de tornar-la a
*>llançar. Les dues execucions es registren a RUNCTL
*>("MANTENIMENT-MOVIMENTS" i "PROMOCIO-MOVIMENTS").

IDENTIFICATION DIVISION.
PROGRAM-ID. MANTENIMENT-MOVIMENTS.
ENVIRONMENT DIVISION.
    SELECT fitxerTransaccions ASSIGN TO "TRANSMOV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatTransaccions.
    SELECT OPTIONAL fitxerParmMov ASSIGN TO "PARMMOV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatParmMov.
    SELECT fitxerControlSequencies ASSIGN TO "CTLSEQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS sqTipusFitxer
        FILE STATUS IS estatControlSequencies.
    SELECT fitxerMestre ASSIGN TO "MESTRECTA"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS rcIdCompte
        ALTERNATE RECORD KEY IS rcIdClient WITH DUPLICATES
        FILE STATUS IS estatMestre.
    SELECT fitxerRenovacions ASSIGN TO "RENOVACIONS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rnIdCompte
        FILE STATUS IS estatRenovacions.
    SELECT fitxerMovRetirats ASSIGN TO "MOVRETIR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatMovRetirats.
    SELECT fitxerMovimentsNet ASSIGN TO "MOVNET"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatMovimentsNet.
    SELECT fitxerInformeMov ASSIGN TO "MOVINF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatInformeMov.
    SELECT fitxerTreballRetirs ASSIGN TO "RETIRWRK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatTreballRetirs.
    SELECT fitxerControlExecucions ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatControlExecucions.
DATA DIVISION.
FILE SECTION.
FD  fitxerMoviments.
    05  tvAny       PIC 99.
    05  tvTipus     PIC X(01).
    05  tvImport    PIC 9(9)V99.
01  registreCapcaleraFitxer.        *>primer registre de TRANSMOV
    05  cfMarca       PIC X(04).    *>"*HDR"
    05  cfTipusFitxer PIC X(12).    *>"TRANSMOV"
    05  cfDataNegoci  PIC 9(08).    *>data de negoci del fitxer; ha de ser la de procés
    05  cfSequencia   PIC 9(06).    *>número d'enviament; ha de ser posterior al darrer acceptat
01  registrePeuFitxer.              *>darrer registre de TRANSMOV
    05  pfMarca       PIC X(04).    *>"*TRL"
    05  pfRegistres   PIC 9(07).    *>registres de detall (sense capçalera ni peu)
    05  pfTotalControl PIC 9(15)V99. *>suma de tvImport dels registres de detall
FD  fitxerParmMov.
01  registreParmMov.
    05  pmvDataProces PIC 9(08).    *>data de negoci de l'execució (AAAAMMDD); 0 o fitxer absent vol dir "agafa la data del sistema"
    05  pmvMode       PIC X(01).    *>en blanc (o fitxer absent) manteniment; "P" promoció de MOVNET
FD  fitxerControlSequencies.
01  registreControlSequencia.       *>darrer enviament acceptat de cada tipus de fitxer d'entrada; mateix traçat a tots els programes que el fan servir
    05  sqTipusFitxer PIC X(12).
    05  sqSequencia   PIC 9(06).
    05  sqDataNegoci  PIC 9(08).
    05  sqPrograma    PIC X(20).    *>programa que el va acceptar
    05  sqDataProces  PIC 9(08).    *>data de procés en què es va acceptar
FD  fitxerMestre.
01  registreCompte.                 *>mateix traçat que MESTRECTA al programa de càlcul; aquí només calen la clau i els anys
    05  rcIdCompte  PIC X(10).
    05  rcIdClient  PIC X(08).
    05  rcAnys      PIC 99.
    05  FILLER      PIC X(199).
FD  fitxerRenovacions.
01  registreRenovacio.              *>compte amb el termini tancat; mateix traçat al programa MANTENIMENT-CARTERA
    05  rnIdCompte         PIC X(10).
    05  rnDataObertAnterior PIC 9(08).  *>data d'obertura del termini tancat
    05  rnDataObertNova    PIC 9(08).   *>data d'obertura del termini nou; 0 en una baixa
    05  rnDataProces       PIC 9(08).   *>data de procés de la renovació o de la baixa
    05  rnEstat            PIC X(01).   *>"P" moviments del termini anterior pendents de retirar, "R" ja retirats
        88  rnPendent VALUE "P".
    05  rnDataRetirada     PIC 9(08).   *>data de procés d'aquest programa quan els va retirar
FD  fitxerMovRetirats.
01  registreMovRetirat.             *>moviment d'un termini tancat; mateix traçat al programa RETENCIONS-ANUALS
    05  mrIdCompte     PIC X(10).
    05  mrDataObertura PIC 9(08).   *>data d'obertura del termini al qual pertanyia
    05  mrAny          PIC 99.
    05  mrTipus        PIC X(01).
    05  mrImport       PIC 9(9)V99.
    05  mrDataRetirada PIC 9(08).   *>data de procés en què es va retirar
FD  fitxerMovimentsNet.
01  registreMovimentNet.
    05  mnIdCompte  PIC X(10).
    05  mnImport    PIC 9(9)V99.
FD  fitxerInformeMov.
01  liniaInformeMov PIC X(132).
FD  fitxerTreballRetirs.
01  registreTreballRetir.           *>moviment retirat ("M") o termini tancat tractat ("R") pendents de la promoció
    05  twTipus        PIC X(01).
    05  twIdCompte     PIC X(10).
    05  twDataObertura PIC 9(08).   *>"M": data d'obertura del termini del moviment; "R": rnDataObertAnterior
    05  twAny          PIC 99.
    05  twTipusMov     PIC X(01).
    05  twImport       PIC 9(9)V99.
    05  twDataRetirada PIC 9(08).
01  registreTreballFinal.           *>registre final "F": xifres de l'execució de manteniment que ha acabat bé
    05  tfTipus        PIC X(01).
    05  tfDataProces   PIC 9(08).
    05  tfMovimentsNet PIC 9(07).   *>registres escrits a MOVNET
    05  tfMovRetirats  PIC 9(05).   *>registres "M"
    05  tfRenovacions  PIC 9(05).   *>registres "R"
    05  tfSequencia    PIC 9(06).   *>seqüència de TRANSMOV que es deixa a CTLSEQ en promoure
    05  tfDataNegoci   PIC 9(08).
    05  FILLER         PIC X(01).
FD  fitxerControlExecucions.
01  registreControlExecucio.        *>mateix traçat que RUNCTL al programa de càlcul
    05  rceRunId      PIC X(14).
    05  rcePrograma   PIC X(20).
    05  rceDataProces PIC 9(08).
    05  rceLlegits    PIC 9(07).
    05  rceEscrits    PIC 9(07).
    05  rceRetorn     PIC 99.
WORKING-STORAGE SECTION.
    01 estatMoviments PIC X(02).     *>file status de MOVIMENTS; fitxer opcional, "05" a l'OPEN vol dir que encara no n'hi ha
    01 estatTransaccions PIC X(02).  *>file status de TRANSMOV
    01 estatMestre PIC X(02).        *>file status de MESTRECTA
    01 estatMovimentsNet PIC X(02).  *>file status de MOVNET
    01 estatInformeMov PIC X(02).    *>file status de MOVINF
    01 estatParmMov PIC X(02).       *>file status de PARMMOV; fitxer opcional
    01 estatControlSequencies PIC X(02).  *>file status de CTLSEQ; "35" a l'OPEN I-O vol dir que encara no existeix
    01 estatRenovacions PIC X(02).   *>file status de RENOVACIONS; "35" a l'OPEN vol dir que encara no s'ha tancat cap termini
    01 estatMovRetirats PIC X(02).   *>file status de MOVRETIR; "35" a l'OPEN EXTEND vol dir que encara no existeix
    01 estatTreballRetirs PIC X(02). *>file status de RETIRWRK
    01 estatControlExecucions PIC X(02).  *>file status de RUNCTL; "35" a l'OPEN EXTEND vol dir que encara no existeix
    01 modeExecucio PIC X(01) VALUE SPACE.  *>mode de PARMMOV
        88 modeManteniment VALUE SPACE.
        88 modePromocio VALUE "P".
    01 indicadorFiTreball PIC X(01) VALUE "N".
        88 fiTreball VALUE "S".
    01 indicadorFinalTrobat PIC X(01) VALUE "N".  *>"S" si RETIRWRK porta el registre final de l'execució de manteniment
        88 finalTrobat VALUE "S".
    01 indicadorPromocioErronia PIC X(01) VALUE "N".  *>"S" si la comprovació de RETIRWRK i MOVNET no deixa promoure
        88 promocioErronia VALUE "S".
    01 motiuPromocio PIC X(50) VALUE SPACES.  *>motiu pel qual no es promou
    01 retiratsTreball PIC 9(05) VALUE 0.     *>registres "M" comptats a RETIRWRK
    01 renovacionsTreball PIC 9(05) VALUE 0.  *>registres "R" comptats a RETIRWRK
    01 movimentsNetComptats PIC 9(07) VALUE 0.  *>registres de MOVNET comptats abans de promoure
    01 movimentsNetEscrits PIC 9(07) VALUE 0.   *>registres escrits a MOVNET en el manteniment
    01 movimentsPromoguts PIC 9(07) VALUE 0.    *>registres copiats de MOVNET a MOVIMENTS
    01 retiratsPromoguts PIC 9(05) VALUE 0.     *>moviments afegits a MOVRETIR en la promoció
    01 renovacionsNoMarcades PIC 9(05) VALUE 0. *>terminis "R" que ja no eren pendents o han canviat
    01 dataProcesManteniment PIC 9(08) VALUE 0. *>data de procés del registre final
    01 renovacionsAnotades PIC 9(05) VALUE 0.   *>terminis "R" segons el registre final
    01 idExecucio PIC X(14) VALUE SPACES. *>identificador d'execució: data de procés + hora d'inici (HHMMSS)
    01 horaActual PIC 9(08).
    01 horaActualDesglossada REDEFINES horaActual.
        05 horaActualHHMMSS PIC X(06).
        05 FILLER PIC X(02).
    01 indicadorRenovacionsObert PIC X(01) VALUE "N".  *>"S" si RENOVACIONS existeix i s'ha obert
        88 renovacionsObert VALUE "S".
    01 indicadorFiRenovacions PIC X(01) VALUE "N".
        88 fiRenovacions VALUE "S".
    01 indicadorMovRetirat PIC X(01) VALUE "N".  *>"S" si el moviment en curs és d'un termini tancat pendent de retirar
        88 movRetirat VALUE "S".
    01 tipusFitxerEsperat PIC X(12) VALUE "TRANSMOV".  *>tipus que ha de portar la capçalera de TRANSMOV
    01 indicadorFitxerRebutjat PIC X(01) VALUE "N".  *>"S" si la passada de control rebutja TRANSMOV sencer
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
    01 totalControlCalculat PIC 9(15)V99 VALUE 0.  *>suma dels imports dels registres de detall
    01 registresPeu PIC 9(07) VALUE 0.        *>registres de detall segons el peu
    01 totalControlPeu PIC 9(15)V99 VALUE 0.  *>total de control segons el peu
    01 indicadorFiMoviments PIC X(01) VALUE "N".
        88 fiMoviments VALUE "S".
    01 indicadorFiTransaccions PIC X(01) VALUE "N".
    01 valImport PIC 9(9)V99.
    01 movMantinguts PIC 9(05) VALUE 0.   *>moviments de MOVIMENTS que continuen vàlids i passen a MOVNET
    01 movCaducats PIC 9(05) VALUE 0.     *>moviments de MOVIMENTS que ja no són vàlids i cauen
    01 movRetirats PIC 9(05) VALUE 0.     *>moviments de MOVIMENTS retirats a MOVRETIR per la renovació o la baixa del compte
    01 renovacionsTractades PIC 9(05) VALUE 0.  *>terminis tancats pendents tractats (a RETIRWRK en el manteniment, marcats en la promoció)
    01 transLlegides PIC 9(05) VALUE 0.
    01 transAplicades PIC 9(05) VALUE 0.
    01 transRebutjades PIC 9(05) VALUE 0.
        05 movLinResultat PIC X(11).
        05 FILLER PIC X(02) VALUE SPACES.
        05 movLinMotiu PIC X(45).
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
    01 liniaResumMantinguts.
        05 FILLER PIC X(30) VALUE "MOVIMENTS MANTINGUTS  . . . : ".
        05 resMantinguts PIC ZZZZ9.
    01 liniaResumCaducats.
        05 FILLER PIC X(30) VALUE "MOVIMENTS CAIGUTS . . . . . : ".
        05 resCaducats PIC ZZZZ9.
    01 liniaResumRetirats.
        05 FILLER PIC X(30) VALUE "MOVIMENTS RETIRATS  . . . . : ".
        05 resRetirats PIC ZZZZ9.
    01 liniaResumRenovacions.
        05 FILLER PIC X(30) VALUE "TERMINIS TANCATS TRACTATS . : ".
        05 resRenovacions PIC ZZZZ9.
    01 liniaResumLlegides.
        05 FILLER PIC X(30) VALUE "TRANSACCIONS LLEGIDES . . . : ".
        05 resLlegides PIC ZZZZ9.
        05 FILLER PIC X(30) VALUE "TRANSACCIONS REBUTJADES . . : ".
        05 resRebutjades PIC ZZZZ9.
PROCEDURE DIVISION.
    PERFORM determinarDataProces THRU determinarDataProces-Fi.
    ACCEPT horaActual FROM TIME.
    STRING dataActual DELIMITED BY SIZE
        horaActualHHMMSS DELIMITED BY SIZE
        INTO idExecucio.
    IF NOT modeManteniment AND NOT modePromocio
        DISPLAY "ERROR: mode de PARMMOV no reconegut (" modeExecucio
            "): en blanc manteniment, P promocio de MOVNET"
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    IF modePromocio
        PERFORM promoureMoviments THRU promoureMoviments-Fi
        GO TO finalPrograma
    END-IF.

    OPEN INPUT fitxerMestre.
    IF estatMestre <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir MESTRECTA (file status "
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN OUTPUT fitxerTreballRetirs.
    IF estatTreballRetirs <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir RETIRWRK (file status "
            estatTreballRetirs ")"
        CLOSE fitxerMestre
        CLOSE fitxerTransaccions
        CLOSE fitxerMovimentsNet
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN OUTPUT fitxerInformeMov.
    IF estatInformeMov <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir MOVINF (file status "
        CLOSE fitxerMestre
        CLOSE fitxerTransaccions
        CLOSE fitxerMovimentsNet
        CLOSE fitxerTreballRetirs
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    STRING dataActualDia DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        dataActualMes DELIMITED BY SIZE
        dataActualAny DELIMITED BY SIZE
        INTO capDataEdicio.

    PERFORM validarControlFitxer THRU validarControlFitxer-Fi.
    MOVE "CONTROL DEL FITXER TRANSMOV" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    PERFORM imprimirControlFitxer THRU imprimirControlFitxer-Fi.
    IF fitxerRebutjat
        DISPLAY "ERROR: TRANSMOV rebutjat sencer, no s'aplica cap "
            "moviment: " motiuRebuigFitxer
        CLOSE fitxerMestre
        CLOSE fitxerTransaccions
        CLOSE fitxerMovimentsNet
        CLOSE fitxerTreballRetirs
        CLOSE fitxerInformeMov
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.

    OPEN INPUT fitxerRenovacions.
    IF estatRenovacions = "00"
        SET renovacionsObert TO TRUE
    ELSE
        IF estatRenovacions <> "35"
            DISPLAY "ERROR: no s'ha pogut obrir RENOVACIONS (file status "
                estatRenovacions "): no es poden retirar els moviments "
                "dels terminis tancats"
            CLOSE fitxerMestre
            CLOSE fitxerTransaccions
            CLOSE fitxerMovimentsNet
            CLOSE fitxerTreballRetirs
            CLOSE fitxerInformeMov
            MOVE 8 TO RETURN-CODE
            GO TO finalPrograma
        END-IF
    END-IF.

    MOVE "MOVIMENTS EXISTENTS (REVALIDATS)" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    PERFORM revalidarMoviments THRU revalidarMoviments-Fi.
        UNTIL fiTransaccions.

    PERFORM imprimirResumManteniment THRU imprimirResumManteniment-Fi.
    PERFORM escriureFinalTreball THRU escriureFinalTreball-Fi.

    CLOSE fitxerMestre.
    CLOSE fitxerTransaccions.
    CLOSE fitxerMovimentsNet.
    CLOSE fitxerTreballRetirs.
    CLOSE fitxerInformeMov.
    IF renovacionsObert
        CLOSE fitxerRenovacions
    END-IF.
    DISPLAY "Manteniment de moviments acabat: " movMantinguts
        " mantinguts, " transAplicades " aplicats, "
        movCaducats " caiguts, " movRetirats " retirats, "
        transRebutjades " rebutjats; MOVNET pendent de promoure".
    IF movCaducats > 0 OR transRebutjades > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

finalPrograma.
    PERFORM registrarExecucio THRU registrarExecucio-Fi.
    STOP RUN.

*>Deixa constància de l'execució al fitxer de control RUNCTL; s'executa
*>sempre, també quan el programa acaba en error. La promoció es
*>registra amb nom propi perquè els passos de càlcul en puguin dependre.
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
    MOVE dataActual TO rceDataProces.
    IF modePromocio
        MOVE "PROMOCIO-MOVIMENTS" TO rcePrograma
        MOVE movimentsPromoguts TO rceLlegits
        MOVE retiratsPromoguts TO rceEscrits
    ELSE
        MOVE "MANTENIMENT-MOVIMENTS" TO rcePrograma
        MOVE transLlegides TO rceLlegits
        MOVE transAplicades TO rceEscrits
    END-IF.
    MOVE RETURN-CODE TO rceRetorn.
    WRITE registreControlExecucio.
    CLOSE fitxerControlExecucions.
registrarExecucio-Fi.
    EXIT.

*>Tanca RETIRWRK amb el registre final de l'execució: només el porta un
*>manteniment que ha arribat al final, i és el que la promoció exigeix.
escriureFinalTreball.
    COMPUTE movimentsNetEscrits = movMantinguts + transAplicades.
    MOVE SPACES TO registreTreballFinal.
    MOVE "F" TO tfTipus.
    MOVE dataActual TO tfDataProces.
    MOVE movimentsNetEscrits TO tfMovimentsNet.
    MOVE movRetirats TO tfMovRetirats.
    MOVE renovacionsTractades TO tfRenovacions.
    MOVE sequenciaFitxer TO tfSequencia.
    MOVE dataNegociFitxer TO tfDataNegoci.
    WRITE registreTreballFinal.
escriureFinalTreball-Fi.
    EXIT.

*>Determina la data de negoci de l'execució: la de PARMMOV si el fitxer
*>existeix i porta una data informada, si no la del sistema. També en
*>pren el mode (en blanc si no n'hi ha).
determinarDataProces.
    ACCEPT dataActual FROM DATE YYYYMMDD.
    MOVE SPACE TO modeExecucio.
    OPEN INPUT fitxerParmMov.
    IF estatParmMov = "00"
        MOVE SPACES TO registreParmMov
        READ fitxerParmMov INTO registreParmMov
            AT END
                CONTINUE
            NOT AT END
                IF pmvDataProces NUMERIC AND pmvDataProces > 0
                    MOVE pmvDataProces TO dataActual
                END-IF
                MOVE pmvMode TO modeExecucio
        END-READ
    END-IF.
    CLOSE fitxerParmMov.
determinarDataProces-Fi.
    EXIT.

*>Passada de control sobre TRANSMOV abans d'aplicar-ne res: el primer
*>registre ha de ser la capçalera, amb el tipus de fitxer, la data de
*>procés com a data de negoci i una seqüència posterior a la darrera
*>acceptada a CTLSEQ; el darrer ha de ser el peu, amb el nombre de
*>registres de detall i la suma dels seus imports. Qualsevol
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
                    IF tvImport NUMERIC
                        ADD tvImport TO totalControlCalculat
                    END-IF
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
    MOVE "MANTENIMENT-MOVIMENTS" TO sqPrograma.
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

*>Rellegeix el fitxer de moviments vigent i passa cada registre per la
*>mateixa validació que els moviments nous: els que continuen vàlids
*>es copien a MOVNET, els altres cauen amb línia pròpia a l'informe.
*>Els d'un compte amb un termini tancat pendent (renovació o baixa) es
*>retiren (a RETIRWRK, fins a la promoció) abans de cap altra
*>validació, també si el compte ja no és al mestre; acabada la passada,
*>els terminis pendents s'anoten a RETIRWRK com a tractats.
revalidarMoviments.
    OPEN INPUT fitxerMoviments.
    IF estatMoviments <> "00" AND estatMoviments <> "05"
    PERFORM llegirIRevalidarMoviment THRU llegirIRevalidarMoviment-Fi
        UNTIL fiMoviments.
    CLOSE fitxerMoviments.
    PERFORM anotarRenovacionsTractades
        THRU anotarRenovacionsTractades-Fi.
revalidarMoviments-Fi.
    EXIT.

            MOVE mvAny TO valAny
            MOVE mvTipus TO valTipus
            MOVE mvImport TO valImport
            PERFORM comprovarRenovacio THRU comprovarRenovacio-Fi
            IF movRetirat
                PERFORM retirarMoviment THRU retirarMoviment-Fi
                PERFORM imprimirLiniaMoviment
                    THRU imprimirLiniaMoviment-Fi
                GO TO llegirIRevalidarMoviment-Fi
            END-IF
            PERFORM validarMoviment THRU validarMoviment-Fi
            IF movValid
                PERFORM escriureMovimentNet THRU escriureMovimentNet-Fi
llegirIRevalidarMoviment-Fi.
    EXIT.

*>Un moviment d'un compte que té un termini tancat pendent a
*>RENOVACIONS és d'aquell termini: el capital del termini nou ja el
*>porta (o el compte ja no hi és), i es retira.
comprovarRenovacio.
    MOVE "N" TO indicadorMovRetirat.
    IF NOT renovacionsObert
        GO TO comprovarRenovacio-Fi
    END-IF.
    MOVE valIdCompte TO rnIdCompte.
    READ fitxerRenovacions
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF rnPendent
                SET movRetirat TO TRUE
                MOVE "TERMINI TANCAT PER RENOVACIO O BAIXA"
                    TO motiuRebuig
            END-IF
    END-READ.
comprovarRenovacio-Fi.
    EXIT.

*>Deixa a RETIRWRK el moviment retirat amb la data d'obertura del
*>termini tancat, que és la que dóna sentit al seu any de pla; la
*>promoció l'afegirà a MOVRETIR.
retirarMoviment.
    MOVE SPACES TO registreTreballRetir.
    MOVE "M" TO twTipus.
    MOVE valIdCompte TO twIdCompte.
    MOVE rnDataObertAnterior TO twDataObertura.
    MOVE valAny TO twAny.
    MOVE valTipus TO twTipusMov.
    MOVE valImport TO twImport.
    MOVE dataActual TO twDataRetirada.
    WRITE registreTreballRetir.
    ADD 1 TO movRetirats.
retirarMoviment-Fi.
    EXIT.

*>Anota a RETIRWRK totes les renovacions pendents, tinguessin o no
*>moviments, perquè la promoció les marqui com a tractades i els
*>moviments que es gravin a partir d'aleshores per al termini nou es
*>mantinguin.
anotarRenovacionsTractades.
    IF NOT renovacionsObert
        GO TO anotarRenovacionsTractades-Fi
    END-IF.
    MOVE "N" TO indicadorFiRenovacions.
    MOVE LOW-VALUES TO rnIdCompte.
    START fitxerRenovacions KEY IS GREATER THAN OR EQUAL TO rnIdCompte
        INVALID KEY
            SET fiRenovacions TO TRUE
    END-START.
    PERFORM anotarRenovacio THRU anotarRenovacio-Fi
        UNTIL fiRenovacions.
anotarRenovacionsTractades-Fi.
    EXIT.

anotarRenovacio.
    READ fitxerRenovacions NEXT RECORD
        AT END
            SET fiRenovacions TO TRUE
            GO TO anotarRenovacio-Fi
    END-READ.
    IF rnPendent
        MOVE SPACES TO registreTreballRetir
        MOVE "R" TO twTipus
        MOVE rnIdCompte TO twIdCompte
        MOVE rnDataObertAnterior TO twDataObertura
        MOVE 0 TO twAny
        MOVE 0 TO twImport
        MOVE dataActual TO twDataRetirada
        WRITE registreTreballRetir
        ADD 1 TO renovacionsTractades
    END-IF.
anotarRenovacio-Fi.
    EXIT.

*>Promoció del MOVNET de la darrera execució de manteniment. Primer es
*>comprova, sense tocar res, que RETIRWRK acaba amb el registre final,
*>que els registres "M" i "R" i els de MOVNET són els que diu, i que el
*>manteniment és de la mateixa data de procés; si no, RETURN-CODE 8.
*>Després: MOVNET passa a ser MOVIMENTS, es marquen els terminis
*>tractats, s'afegeixen els moviments retirats a MOVRETIR, la seqüència
*>de TRANSMOV es deixa a CTLSEQ i RETIRWRK queda buit.
promoureMoviments.
    PERFORM comprovarPromocio THRU comprovarPromocio-Fi.
    IF promocioErronia
        DISPLAY "ERROR: MOVNET no es pot promoure: " motiuPromocio
        MOVE 8 TO RETURN-CODE
        GO TO promoureMoviments-Fi
    END-IF.
    OPEN INPUT fitxerMovimentsNet.
    IF estatMovimentsNet <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir MOVNET (file status "
            estatMovimentsNet ")"
        MOVE 8 TO RETURN-CODE
        GO TO promoureMoviments-Fi
    END-IF.
    OPEN OUTPUT fitxerMoviments.
    IF estatMoviments <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir MOVIMENTS (file status "
            estatMoviments ")"
        CLOSE fitxerMovimentsNet
        MOVE 8 TO RETURN-CODE
        GO TO promoureMoviments-Fi
    END-IF.
    MOVE "N" TO indicadorFiMoviments.
    PERFORM copiarMovimentNet THRU copiarMovimentNet-Fi
        UNTIL fiMoviments.
    CLOSE fitxerMovimentsNet.
    CLOSE fitxerMoviments.

    IF renovacionsTreball > 0
        OPEN I-O fitxerRenovacions
        IF estatRenovacions <> "00"
            DISPLAY "ERROR: no s'ha pogut obrir RENOVACIONS (file "
                "status " estatRenovacions "): MOVIMENTS ja promogut, "
                "cal tornar a llançar la promocio"
            MOVE 8 TO RETURN-CODE
            GO TO promoureMoviments-Fi
        END-IF
        SET renovacionsObert TO TRUE
    END-IF.
    IF retiratsTreball > 0
        OPEN EXTEND fitxerMovRetirats
        IF estatMovRetirats = "35"
            OPEN OUTPUT fitxerMovRetirats
        END-IF
        IF estatMovRetirats <> "00"
            DISPLAY "ERROR: no s'ha pogut obrir MOVRETIR (file status "
                estatMovRetirats "): MOVIMENTS ja promogut, cal tornar "
                "a llançar la promocio"
            IF renovacionsObert
                CLOSE fitxerRenovacions
            END-IF
            MOVE 8 TO RETURN-CODE
            GO TO promoureMoviments-Fi
        END-IF
    END-IF.
    OPEN INPUT fitxerTreballRetirs.
    MOVE "N" TO indicadorFiTreball.
    PERFORM aplicarRegistreTreball THRU aplicarRegistreTreball-Fi
        UNTIL fiTreball.
    CLOSE fitxerTreballRetirs.
    IF renovacionsObert
        CLOSE fitxerRenovacions
    END-IF.
    IF retiratsTreball > 0
        CLOSE fitxerMovRetirats
    END-IF.

    IF sequenciaFitxer > 0
        PERFORM registrarSequencia THRU registrarSequencia-Fi
    END-IF.
    OPEN OUTPUT fitxerTreballRetirs.
    CLOSE fitxerTreballRetirs.
    DISPLAY "Promocio de MOVNET acabada: " movimentsPromoguts
        " moviments a MOVIMENTS, " retiratsPromoguts
        " retirats a MOVRETIR, " renovacionsTractades
        " terminis tancats tractats".
    IF renovacionsNoMarcades > 0
        DISPLAY " ATENCIO: " renovacionsNoMarcades " terminis tancats "
            "ja no eren pendents o han canviat des del manteniment; "
            "queden per al manteniment següent"
        MOVE 4 TO RETURN-CODE
    END-IF.
promoureMoviments-Fi.
    EXIT.

*>Passada de comprovació de la promoció sobre RETIRWRK i MOVNET.
comprovarPromocio.
    OPEN INPUT fitxerTreballRetirs.
    IF estatTreballRetirs <> "00"
        MOVE "RETIRWRK NO DISPONIBLE" TO motiuPromocio
        SET promocioErronia TO TRUE
        GO TO comprovarPromocio-Fi
    END-IF.
    MOVE "N" TO indicadorFiTreball.
    PERFORM comptarRegistreTreball THRU comptarRegistreTreball-Fi
        UNTIL fiTreball OR promocioErronia.
    CLOSE fitxerTreballRetirs.
    IF promocioErronia
        GO TO comprovarPromocio-Fi
    END-IF.
    IF NOT finalTrobat
        MOVE "SENSE MANTENIMENT ACABAT PENDENT DE PROMOURE"
            TO motiuPromocio
        SET promocioErronia TO TRUE
        GO TO comprovarPromocio-Fi
    END-IF.
    IF dataProcesManteniment <> dataActual
        MOVE "EL MANTENIMENT ES D'UNA ALTRA DATA DE PROCES"
            TO motiuPromocio
        SET promocioErronia TO TRUE
        GO TO comprovarPromocio-Fi
    END-IF.
    IF retiratsTreball <> movRetirats
        OR renovacionsTreball <> renovacionsAnotades
        MOVE "RETIRWRK NO QUADRA AMB EL REGISTRE FINAL"
            TO motiuPromocio
        SET promocioErronia TO TRUE
        GO TO comprovarPromocio-Fi
    END-IF.
    OPEN INPUT fitxerMovimentsNet.
    IF estatMovimentsNet <> "00"
        MOVE "MOVNET NO DISPONIBLE" TO motiuPromocio
        SET promocioErronia TO TRUE
        GO TO comprovarPromocio-Fi
    END-IF.
    MOVE "N" TO indicadorFiMoviments.
    PERFORM comptarMovimentNet THRU comptarMovimentNet-Fi
        UNTIL fiMoviments.
    CLOSE fitxerMovimentsNet.
    IF movimentsNetComptats <> movimentsNetEscrits
        MOVE "MOVNET NO QUADRA AMB EL REGISTRE FINAL" TO motiuPromocio
        SET promocioErronia TO TRUE
    END-IF.
comprovarPromocio-Fi.
    EXIT.

comptarRegistreTreball.
    READ fitxerTreballRetirs
        AT END
            SET fiTreball TO TRUE
            GO TO comptarRegistreTreball-Fi
    END-READ.
    IF finalTrobat
        MOVE "REGISTRES DARRERE DEL REGISTRE FINAL" TO motiuPromocio
        SET promocioErronia TO TRUE
        GO TO comptarRegistreTreball-Fi
    END-IF.
    EVALUATE twTipus
        WHEN "M"
            ADD 1 TO retiratsTreball
        WHEN "R"
            ADD 1 TO renovacionsTreball
        WHEN "F"
            SET finalTrobat TO TRUE
            MOVE tfDataProces TO dataProcesManteniment
            MOVE tfMovimentsNet TO movimentsNetEscrits
            MOVE tfMovRetirats TO movRetirats
            MOVE tfRenovacions TO renovacionsAnotades
            MOVE tfSequencia TO sequenciaFitxer
            MOVE tfDataNegoci TO dataNegociFitxer
        WHEN OTHER
            MOVE "REGISTRE DE RETIRWRK NO RECONEGUT" TO motiuPromocio
            SET promocioErronia TO TRUE
    END-EVALUATE.
comptarRegistreTreball-Fi.
    EXIT.

comptarMovimentNet.
    READ fitxerMovimentsNet
        AT END
            SET fiMoviments TO TRUE
        NOT AT END
            ADD 1 TO movimentsNetComptats
    END-READ.
comptarMovimentNet-Fi.
    EXIT.

copiarMovimentNet.
    READ fitxerMovimentsNet
        AT END
            SET fiMoviments TO TRUE
        NOT AT END
            MOVE registreMovimentNet TO registreMoviment
            WRITE registreMoviment
            ADD 1 TO movimentsPromoguts
    END-READ.
copiarMovimentNet-Fi.
    EXIT.

*>Aplica un registre de RETIRWRK: un "M" s'afegeix a MOVRETIR (el
*>moviment ja no és a MOVIMENTS); un "R" marca el termini com a tractat
*>(estat "R" i data de procés del manteniment) si encara és pendent i
*>és el mateix termini; si no, ho farà el manteniment següent.
aplicarRegistreTreball.
    READ fitxerTreballRetirs
        AT END
            SET fiTreball TO TRUE
            GO TO aplicarRegistreTreball-Fi
    END-READ.
    EVALUATE twTipus
        WHEN "M"
            MOVE twIdCompte TO mrIdCompte
            MOVE twDataObertura TO mrDataObertura
            MOVE twAny TO mrAny
            MOVE twTipusMov TO mrTipus
            MOVE twImport TO mrImport
            MOVE twDataRetirada TO mrDataRetirada
            WRITE registreMovRetirat
            ADD 1 TO retiratsPromoguts
        WHEN "R"
            PERFORM marcarRenovacio THRU marcarRenovacio-Fi
    END-EVALUATE.
aplicarRegistreTreball-Fi.
    EXIT.

marcarRenovacio.
    MOVE twIdCompte TO rnIdCompte.
    READ fitxerRenovacions
        INVALID KEY
            ADD 1 TO renovacionsNoMarcades
            GO TO marcarRenovacio-Fi
    END-READ.
    IF NOT rnPendent OR rnDataObertAnterior <> twDataObertura
        ADD 1 TO renovacionsNoMarcades
        GO TO marcarRenovacio-Fi
    END-IF.
    MOVE "R" TO rnEstat.
    MOVE twDataRetirada TO rnDataRetirada.
    REWRITE registreRenovacio.
    ADD 1 TO renovacionsTractades.
marcarRenovacio-Fi.
    EXIT.

*>Llegeix un moviment nou de TRANSMOV, el valida i, si és vàlid,
*>l'afegeix a MOVNET; cada transacció deixa una línia a l'informe amb
*>el resultat i, si escau, el motiu del rebuig.
        AT END
            SET fiTransaccions TO TRUE
        NOT AT END
            IF cfMarca = "*HDR" OR pfMarca = "*TRL"
                *>la capçalera i el peu ja s'han comprovat a la passada de control
                GO TO llegirIAplicarTransaccio-Fi
            END-IF
            ADD 1 TO transLlegides
            MOVE tvIdCompte TO valIdCompte
            MOVE tvAny TO valAny
*>comprovava mai.
validarMoviment.
    SET movValid TO TRUE.
    MOVE "N" TO indicadorMovRetirat.
    MOVE SPACES TO motiuRebuig.
    IF valIdCompte = SPACES
        MOVE "IDENTIFICADOR DE COMPTE EN BLANC" TO motiuRebuig
    ELSE
        MOVE 0 TO movLinImport
    END-IF.
    EVALUATE TRUE
        WHEN movRetirat
            MOVE "RETIRAT" TO movLinResultat
            MOVE motiuRebuig TO movLinMotiu
        WHEN movValid
            MOVE "ACCEPTAT" TO movLinResultat
            MOVE SPACES TO movLinMotiu
        WHEN OTHER
            MOVE "REBUTJAT" TO movLinResultat
            MOVE motiuRebuig TO movLinMotiu
    END-EVALUATE.
    MOVE liniaMoviment TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirLiniaMoviment-Fi.
    MOVE movCaducats TO resCaducats.
    MOVE liniaResumCaducats TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE movRetirats TO resRetirats.
    MOVE liniaResumRetirats TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE renovacionsTractades TO resRenovacions.
    MOVE liniaResumRenovacions TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE transLlegides TO resLlegides.
    MOVE liniaResumLlegides TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
