*> PROGRAMA DE MANTENIMENT DEL MESTRE DE PRODUCTES (PRODUCTES). El
*> mestre és un fitxer indexat amb clau prdIdProducte que porta les
*> condicions estàndard de cada producte (interes i taula d'interesos
*> per any, freqüència de capitalització, retenció fiscal, comissió de
*> manteniment i divisa) i els límits que ha de complir tot compte que
*> s'hi acull (anys i capital inicial mínims i màxims). Aquest programa
*> hi aplica un fitxer de transaccions (TRANSPROD) amb altes ("A"),
*> baixes ("B") i modificacions ("M"), validant cada transacció abans
*> d'aplicar-la, i escriu a PRODINF un informe amb la situació del
*> mestre abans i després del manteniment i el detall de cada
*> transacció (aplicada o rebutjada, amb el motiu), amb el mateix
*> circuit que el programa MANTENIMENT-CARTERA fa servir per al mestre
*> de comptes.

*>2028-10: primera versió. Fins ara cada compte de MESTRECTA portava
*>les seves pròpies condicions i un canvi de tipus d'un producte volia
*>dir gravar una modificació a TRANSMANT per a cada compte del
*>producte (i una errada de picatge deixava un client amb un tipus
*>diferent de la resta). Amb el mestre de productes cada compte porta
*>el codi del seu producte (rcIdProducte) i el programa de càlcul en
*>pren les condicions vigents, llevat que el compte tingui condicions
*>pròpies pactades. La baixa d'un producte es rebutja mentre encara
*>tingui comptes al mestre de comptes, perquè cap compte no pugui
*>quedar apuntant a un producte inexistent. La data de procés es pren
*>de PARMMANT, com el manteniment de comptes, i cada execució es
*>registra a RUNCTL.

*>2028-11: traçat de MESTRECTA (219 posicions) alineat amb la data
*>d'obertura del compte afegida al final del registre.

*>2029-07: MESTRECTA té una clau alternativa amb duplicats sobre el
*>client propietari (rcIdClient); es declara aquí perquè la definició
*>del fitxer ha de coincidir a tots els programes que l'obren.

*>2029-08: diari de canvis del mestre de productes. Cada alta, baixa i
*>modificació aplicada a PRODUCTES afegeix un registre al diari DIARIPRD
*>amb la imatge del producte abans i després del canvi (en blanc la
*>d'abans en una alta i la de després en una baixa), la data de procés
*>i l'identificador d'execució, amb la mateixa capçalera que DIARICTA i
*>DIARICLI. La primera vegada, quan el diari encara no existeix, s'hi
*>bolca tot el mestre com a imatges inicials ("I") abans d'aplicar res.
*>Els comptes sense condicions pròpies prenen les condicions vigents del
*>producte, de manera que RECONSTRUCCIO-MESTRE refà també PRODUCTES a la
*>data (RECPRD), i una cotització amb el mestre de comptes d'un dia
*>passat s'ha de fer amb el mestre de productes del mateix dia. Una
*>modificació que canvia la divisa d'un producte es rebutja mentre el
*>producte tingui comptes al mestre de comptes, com la baixa: els
*>capitals i dipòsits d'aquells comptes són de l'altra divisa.

*>2029-09: control de capçalera i peu de TRANSPROD, amb les mateixes
*>regles que TRANSMANT, TRANSCLI i TRANSMOV. El fitxer ha de començar
*>amb un registre de capçalera ("*HDR", tipus de fitxer "TRANSPROD",
*>data de negoci i número de seqüència) i acabar amb un registre de peu
*>("*TRL", nombre de registres de detall i total de control, la suma
*>dels imports mínims tpImportMin). Abans d'aplicar res es fa una
*>passada de control: si falta la capçalera o el peu, el tipus no és
*>TRANSPROD, la data de negoci no és la de procés, la seqüència no és
*>posterior a la darrera acceptada a CTLSEQ o el nombre de registres o
*>el total no quadren amb el peu, el fitxer es rebutja sencer, no
*>s'aplica cap transacció i el programa torna RETURN-CODE 8. La
*>seqüència es deixa a CTLSEQ un cop aplicat el fitxer, i l'informe
*>porta una secció amb el resultat del control.

IDENTIFICATION DIVISION.
PROGRAM-ID. MANTENIMENT-PRODUCTES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT fitxerProductes ASSIGN TO "PRODUCTES"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS prdIdProducte
        FILE STATUS IS estatProductes.
    SELECT OPTIONAL fitxerMestre ASSIGN TO "MESTRECTA"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rcIdCompte
        ALTERNATE RECORD KEY IS rcIdClient WITH DUPLICATES
        FILE STATUS IS estatMestre.
    SELECT fitxerTransaccions ASSIGN TO "TRANSPROD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatTransaccions.
    SELECT fitxerInformeProd ASSIGN TO "PRODINF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatInformeProd.
    SELECT OPTIONAL fitxerParmMant ASSIGN TO "PARMMANT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatParmMant.
    SELECT fitxerDiariCanvis ASSIGN TO "DIARIPRD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatDiariCanvis.
    SELECT fitxerControlExecucions ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatControlExecucions.
    SELECT fitxerControlSequencies ASSIGN TO "CTLSEQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS sqTipusFitxer
        FILE STATUS IS estatControlSequencies.
DATA DIVISION.
FILE SECTION.
FD  fitxerProductes.
01  registreProducte.
    05  prdIdProducte  PIC X(06).
    05  prdDescripcio  PIC X(30).
    05  prdInteres     PIC 9V99.    *>interes estàndard del producte (tant per 1 més 1, com rcInteres)
    05  prdFreq        PIC X(01).
    05  prdRetencio    PIC V99.
    05  prdComissio    PIC 9(4)V99.
    05  prdDivisa      PIC X(03).   *>divisa del producte; en blanc vol dir EUR
    05  prdAnysMin     PIC 99.      *>termini mínim i màxim (anys) d'un compte del producte
    05  prdAnysMax     PIC 99.
    05  prdImportMin   PIC 9(9)V99. *>capital inicial mínim i màxim d'un compte del producte
    05  prdImportMax   PIC 9(9)V99.
    05  prdTaulaInteresGrp.
        10  prdTaulaInteres OCCURS 50 TIMES PIC 9V99.   *>interes estàndard de cada any; 0 vol dir "fes servir prdInteres"
FD  fitxerMestre.
01  registreCompte.                 *>mateix traçat que MESTRECTA al programa de càlcul; aquí només cal la clau i el producte
    05  rcIdCompte  PIC X(10).
    05  rcIdClient  PIC X(08).
    05  rcAnys      PIC 99.
    05  rcInteres   PIC 9V99.
    05  rcQ         PIC 9(9)V99.
    05  rcDiposit   PIC 9(6)V99.
    05  rcFreq      PIC X(01).
    05  rcRetencio  PIC V99.
    05  rcComissio  PIC 9(4)V99.
    05  rcDivisa    PIC X(03).
    05  rcTaulaInteresGrp.
        10  rcTaulaInteres OCCURS 50 TIMES PIC 9V99.
    05  rcIdProducte PIC X(06).
    05  rcCondicionsPropies PIC X(01).
    05  rcDataObertura PIC 9(08).
FD  fitxerTransaccions.
01  registreTransaccio.
    05  tpAccio        PIC X(01).   *>"A" alta, "B" baixa, "M" modificació
    05  tpIdProducte   PIC X(06).
    05  tpDescripcio   PIC X(30).
    05  tpInteres      PIC 9V99.
    05  tpFreq         PIC X(01).
    05  tpRetencio     PIC V99.
    05  tpComissio     PIC 9(4)V99.
    05  tpDivisa       PIC X(03).
    05  tpAnysMin      PIC 99.
    05  tpAnysMax      PIC 99.
    05  tpImportMin    PIC 9(9)V99.
    05  tpImportMax    PIC 9(9)V99.
    05  tpTaulaInteresGrp.
        10  tpTaulaInteres OCCURS 50 TIMES PIC 9V99.
01  registreCapcaleraFitxer.        *>primer registre de TRANSPROD
    05  cfMarca       PIC X(04).    *>"*HDR"
    05  cfTipusFitxer PIC X(12).    *>"TRANSPROD"
    05  cfDataNegoci  PIC 9(08).    *>data de negoci del fitxer; ha de ser la de procés
    05  cfSequencia   PIC 9(06).    *>número d'enviament; ha de ser posterior al darrer acceptat
01  registrePeuFitxer.              *>darrer registre de TRANSPROD
    05  pfMarca       PIC X(04).    *>"*TRL"
    05  pfRegistres   PIC 9(07).    *>registres de detall (sense capçalera ni peu)
    05  pfTotalControl PIC 9(15)V99. *>suma de tpImportMin dels registres de detall
FD  fitxerInformeProd.
01  liniaInformeProd PIC X(132).
FD  fitxerParmMant.
01  registreParmMant.               *>mateix traçat que PARMMANT al programa MANTENIMENT-CARTERA; aquí només cal la data de procés
    05  pmDataProces PIC 9(08).     *>data de negoci de l'execució (AAAAMMDD); 0 o fitxer absent vol dir "agafa la data del sistema"
    05  FILLER       PIC X(14).
FD  fitxerDiariCanvis.
01  registreDiariCanvis.            *>un canvi aplicat a PRODUCTES; mateix traçat al programa RECONSTRUCCIO-MESTRE
    05  dcpRunId      PIC X(14).    *>identificador de l'execució que el va aplicar
    05  dcpDataProces PIC 9(08).
    05  dcpOrdre      PIC 9(07).    *>ordre del canvi dins de l'execució
    05  dcpAccio      PIC X(01).    *>"A" alta, "B" baixa, "M" modificació, "I" imatge inicial
    05  dcpOrigen     PIC X(01).    *>"T" transacció, "I" bolcat inicial del mestre
    05  dcpIdProducte PIC X(06).
    05  dcpOperador   PIC X(08).    *>en blanc: TRANSPROD no porta operador
    05  dcpAprovador  PIC X(08).    *>en blanc: el manteniment de productes no té doble aprovació
    05  dcpImatgeAbans   PIC X(227).  *>registre de PRODUCTES abans del canvi; en blanc en una alta
    05  dcpImatgeDespres PIC X(227).  *>registre de PRODUCTES després del canvi; en blanc en una baixa
FD  fitxerControlExecucions.
01  registreControlExecucio.        *>mateix traçat que RUNCTL al programa de càlcul
    05  rceRunId      PIC X(14).
    05  rcePrograma   PIC X(20).
    05  rceDataProces PIC 9(08).
    05  rceLlegits    PIC 9(07).
    05  rceEscrits    PIC 9(07).
    05  rceRetorn     PIC 99.
FD  fitxerControlSequencies.
01  registreControlSequencia.       *>darrer enviament acceptat de cada tipus de fitxer d'entrada; mateix traçat a tots els programes que el fan servir
    05  sqTipusFitxer PIC X(12).
    05  sqSequencia   PIC 9(06).
    05  sqDataNegoci  PIC 9(08).
    05  sqPrograma    PIC X(20).    *>programa que el va acceptar
    05  sqDataProces  PIC 9(08).    *>data de procés en què es va acceptar
WORKING-STORAGE SECTION.
    01 estatProductes PIC X(02).     *>file status de PRODUCTES; "35" a l'OPEN I-O vol dir que encara no existeix
    01 estatMestre PIC X(02).        *>file status de MESTRECTA; fitxer opcional (un mestre de comptes encara buit no impedeix donar d'alta productes)
    01 estatTransaccions PIC X(02).  *>file status de TRANSPROD
    01 estatInformeProd PIC X(02).   *>file status de PRODINF
    01 estatParmMant PIC X(02).      *>file status de PARMMANT; fitxer opcional
    01 estatControlExecucions PIC X(02).  *>file status de RUNCTL; "35" a l'OPEN EXTEND vol dir que encara no existeix
    01 estatDiariCanvis PIC X(02).   *>file status de DIARIPRD; "35" a l'OPEN EXTEND vol dir que encara no existeix
    01 estatControlSequencies PIC X(02).  *>file status de CTLSEQ; "35" a l'OPEN I-O vol dir que encara no existeix
    01 tipusFitxerEsperat PIC X(12) VALUE "TRANSPROD".  *>tipus que ha de portar la capçalera de TRANSPROD
    01 indicadorFitxerRebutjat PIC X(01) VALUE "N".  *>"S" si la passada de control rebutja TRANSPROD sencer
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
    01 totalControlCalculat PIC 9(15)V99 VALUE 0.  *>suma dels imports mínims dels registres de detall
    01 registresPeu PIC 9(07) VALUE 0.        *>registres de detall segons el peu
    01 totalControlPeu PIC 9(15)V99 VALUE 0.  *>total de control segons el peu
    01 imatgeAbans PIC X(227).       *>registre del producte abans del canvi en curs
    01 canvisDiari PIC 9(07) VALUE 0.  *>registres escrits al diari en aquesta execució
    01 indicadorFiTransaccions PIC X(01) VALUE "N".
        88 fiTransaccions VALUE "S".
    01 indicadorFiProductes PIC X(01) VALUE "N".
        88 fiProductes VALUE "S".
    01 indicadorFiMestre PIC X(01) VALUE "N".
        88 fiMestre VALUE "S".
    01 indicadorMestreObert PIC X(01) VALUE "N".  *>"S" si MESTRECTA s'ha pogut obrir i es pot comprovar si un producte té comptes
        88 mestreObert VALUE "S".
    01 indicadorProducteAmbComptes PIC X(01) VALUE "N".  *>"S" si la passada pel mestre de comptes troba algun compte del producte de la baixa o del canvi de divisa
        88 producteAmbComptes VALUE "S".
    01 indicadorTransValida PIC X(01) VALUE "S".
        88 transValida  VALUE "S".
        88 transErronia VALUE "N".
    01 motiuRebuig PIC X(45).        *>primer motiu de rebuig trobat a la transacció en curs
    01 transLlegides PIC 9(05) VALUE 0.
    01 transAplicades PIC 9(05) VALUE 0.
    01 transRebutjades PIC 9(05) VALUE 0.
    01 productesLlistats PIC 9(05) VALUE 0.  *>productes llistats a la passada del mestre en curs
    01 anyTaula PIC 99.              *>posició de la taula d'interesos que s'està validant
    01 idExecucio PIC X(14) VALUE SPACES. *>identificador d'execució: data de procés + hora d'inici (HHMMSS)
    01 horaActual PIC 9(08).
    01 horaActualDesglossada REDEFINES horaActual.
        05 horaActualHHMMSS PIC X(06).
        05 FILLER PIC X(02).
    01 dataActual PIC 9(08).         *>data de negoci de l'execució: pmDataProces si ve informada, si no la del sistema
    01 dataActualDesglossada REDEFINES dataActual.
        05 dataActualAny PIC X(04).
        05 dataActualMes PIC X(02).
        05 dataActualDia PIC X(02).
    01 numPagina PIC 9(04) VALUE 0.
    01 liniesPagina PIC 99 VALUE 99.     *>es comença alt per forçar la primera capçalera
    01 maxLiniesPagina PIC 99 VALUE 55.
    01 liniaTreball PIC X(132).
    01 capcaleraPagina1.
        05 FILLER PIC X(40) VALUE "MANTENIMENT DEL MESTRE DE PRODUCTES".
        05 FILLER PIC X(67) VALUE SPACES.
        05 FILLER PIC X(07) VALUE "PAGINA ".
        05 capNumPagina PIC ZZZ9.
    01 capcaleraPagina2.
        05 FILLER PIC X(06) VALUE "DATA: ".
        05 capDataEdicio PIC X(10).
    01 capcaleraLlista.
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
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(05) VALUE "ANYS".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(15) VALUE "   IMPORT MINIM".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(15) VALUE "   IMPORT MAXIM".
    01 liniaLlista.
        05 llsIdProducte PIC X(06).
        05 FILLER PIC X(04) VALUE SPACES.
        05 llsDescripcio PIC X(30).
        05 FILLER PIC X(05) VALUE SPACES.
        05 llsInteres PIC 9.99.
        05 FILLER PIC X(05) VALUE SPACES.
        05 llsFreq PIC X(01).
        05 FILLER PIC X(03) VALUE SPACES.
        05 llsRetencio PIC 9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 llsComissio PIC Z(3)9.99.
        05 FILLER PIC X(03) VALUE SPACES.
        05 llsDivisa PIC X(03).
        05 FILLER PIC X(05) VALUE SPACES.
        05 llsAnysMin PIC Z9.
        05 FILLER PIC X(01) VALUE "-".
        05 llsAnysMax PIC Z9.
        05 FILLER PIC X(02) VALUE SPACES.
        05 llsImportMin PIC Z(11)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 llsImportMax PIC Z(11)9.99.
    01 liniaTitolSeccio.
        05 FILLER PIC X(05) VALUE "==== ".
        05 titolSeccio PIC X(40).
        05 FILLER PIC X(05) VALUE " ====".
    01 liniaMestreBuit PIC X(30) VALUE "  (MESTRE SENSE CAP PRODUCTE)".
    01 liniaTransaccio.
        05 FILLER PIC X(02) VALUE SPACES.
        05 trnAccio PIC X(01).
        05 FILLER PIC X(02) VALUE SPACES.
        05 trnIdProducte PIC X(06).
        05 FILLER PIC X(02) VALUE SPACES.
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
    01 liniaResumAplicades.
        05 FILLER PIC X(30) VALUE "TRANSACCIONS APLICADES  . . : ".
        05 resAplicades PIC ZZZZ9.
    01 liniaResumRebutjades.
        05 FILLER PIC X(30) VALUE "TRANSACCIONS REBUTJADES . . : ".
        05 resRebutjades PIC ZZZZ9.
PROCEDURE DIVISION.
    OPEN I-O fitxerProductes.
    IF estatProductes = "35"
        OPEN OUTPUT fitxerProductes
        CLOSE fitxerProductes
        OPEN I-O fitxerProductes
    END-IF.
    IF estatProductes <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir PRODUCTES (file status "
            estatProductes ")"
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN INPUT fitxerMestre.
    IF estatMestre = "00" OR estatMestre = "05"
        SET mestreObert TO TRUE
    ELSE
        DISPLAY "ATENCIO: MESTRECTA no disponible (file status "
            estatMestre "), les baixes i els canvis de divisa no "
            "comprovaran comptes associats"
    END-IF.
    OPEN INPUT fitxerTransaccions.
    IF estatTransaccions <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir TRANSPROD (file status "
            estatTransaccions "): comprovar que el fitxer existeix"
        CLOSE fitxerProductes
        IF mestreObert
            CLOSE fitxerMestre
        END-IF
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN OUTPUT fitxerInformeProd.
    IF estatInformeProd <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir PRODINF (file status "
            estatInformeProd ")"
        CLOSE fitxerProductes
        CLOSE fitxerTransaccions
        IF mestreObert
            CLOSE fitxerMestre
        END-IF
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    PERFORM determinarDataProces THRU determinarDataProces-Fi.
    STRING dataActualDia DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        dataActualMes DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        dataActualAny DELIMITED BY SIZE
        INTO capDataEdicio.

    PERFORM validarControlFitxer THRU validarControlFitxer-Fi.
    MOVE "CONTROL DEL FITXER TRANSPROD" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    PERFORM imprimirControlFitxer THRU imprimirControlFitxer-Fi.
    IF fitxerRebutjat
        DISPLAY "ERROR: TRANSPROD rebutjat sencer, no s'aplica cap "
            "transaccio: " motiuRebuigFitxer
        CLOSE fitxerProductes
        CLOSE fitxerTransaccions
        CLOSE fitxerInformeProd
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
        DISPLAY "ERROR: no s'ha pogut obrir DIARIPRD (file status "
            estatDiariCanvis ")"
        CLOSE fitxerProductes
        CLOSE fitxerTransaccions
        CLOSE fitxerInformeProd
        IF mestreObert
            CLOSE fitxerMestre
        END-IF
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.

    MOVE "SITUACIO DEL MESTRE ABANS DEL MANTENIMENT" TO titolSeccio.
    PERFORM llistarProductes THRU llistarProductes-Fi.

    MOVE "TRANSACCIONS APLICADES EN AQUESTA EXECUCIO" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    PERFORM llegirIAplicarTransaccio THRU llegirIAplicarTransaccio-Fi
        UNTIL fiTransaccions.

    MOVE "SITUACIO DEL MESTRE DESPRES DEL MANTENIMENT" TO titolSeccio.
    PERFORM llistarProductes THRU llistarProductes-Fi.
    PERFORM imprimirResumManteniment THRU imprimirResumManteniment-Fi.
    PERFORM registrarSequencia THRU registrarSequencia-Fi.

    CLOSE fitxerProductes.
    CLOSE fitxerTransaccions.
    CLOSE fitxerInformeProd.
    CLOSE fitxerDiariCanvis.
    IF mestreObert
        CLOSE fitxerMestre
    END-IF.
    DISPLAY "Manteniment de productes acabat: " transAplicades
        " aplicades, " transRebutjades " rebutjades".
    IF transRebutjades > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

finalPrograma.
    PERFORM registrarExecucio THRU registrarExecucio-Fi.
    STOP RUN.

*>Determina la data de negoci de l'execució: la de PARMMANT si el
*>fitxer existeix i porta una data informada, si no la del sistema; i
*>munta l'identificador d'execució (data de procés + hora d'inici).
determinarDataProces.
    ACCEPT dataActual FROM DATE YYYYMMDD.
    OPEN INPUT fitxerParmMant.
    IF estatParmMant = "00"
        READ fitxerParmMant INTO registreParmMant
            AT END
                CONTINUE
            NOT AT END
                IF pmDataProces NUMERIC AND pmDataProces > 0
                    MOVE pmDataProces TO dataActual
                END-IF
        END-READ
    END-IF.
    CLOSE fitxerParmMant.
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
    MOVE "MANTENIMENT-PRODUCTES" TO rcePrograma.
    MOVE dataActual TO rceDataProces.
    MOVE transLlegides TO rceLlegits.
    MOVE transAplicades TO rceEscrits.
    MOVE RETURN-CODE TO rceRetorn.
    WRITE registreControlExecucio.
    CLOSE fitxerControlExecucions.
registrarExecucio-Fi.
    EXIT.

*>Passada de control sobre TRANSPROD abans d'aplicar-ne res: el primer
*>registre ha de ser la capçalera, amb el tipus de fitxer, la data de
*>procés com a data de negoci i una seqüència posterior a la darrera
*>acceptada a CTLSEQ; el darrer ha de ser el peu, amb el nombre de
*>registres de detall i la suma dels seus imports mínims. Qualsevol
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
            PERFORM classificarRegistreControl
                THRU classificarRegistreControl-Fi
    END-READ.
llegirRegistreControl-Fi.
    EXIT.

*>Classifica el registre llegit a la passada de control: el primer ha
*>de ser la capçalera; després només hi pot haver registres de detall
*>(es compten i se'n suma l'import mínim) i un únic peu al final.
classificarRegistreControl.
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
            IF tpImportMin NUMERIC
                ADD tpImportMin TO totalControlCalculat
            END-IF
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
    MOVE "MANTENIMENT-PRODUCTES" TO sqPrograma.
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

*>Llista el mestre de productes sencer en ordre de clau sota el títol
*>de secció que hi hagi a titolSeccio (foto d'abans i foto de després).
llistarProductes.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    MOVE capcaleraLlista TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE 0 TO productesLlistats.
    MOVE "N" TO indicadorFiProductes.
    MOVE LOW-VALUES TO prdIdProducte.
    START fitxerProductes KEY IS GREATER THAN OR EQUAL TO prdIdProducte
        INVALID KEY
            SET fiProductes TO TRUE
    END-START.
    PERFORM llegirILlistarProducte THRU llegirILlistarProducte-Fi
        UNTIL fiProductes.
    IF productesLlistats = 0
        MOVE liniaMestreBuit TO liniaTreball
        PERFORM escriureInforme THRU escriureInforme-Fi
    END-IF.
llistarProductes-Fi.
    EXIT.

llegirILlistarProducte.
    READ fitxerProductes NEXT RECORD
        AT END
            SET fiProductes TO TRUE
        NOT AT END
            MOVE prdIdProducte TO llsIdProducte
            MOVE prdDescripcio TO llsDescripcio
            MOVE prdInteres TO llsInteres
            MOVE prdFreq TO llsFreq
            MOVE prdRetencio TO llsRetencio
            MOVE prdComissio TO llsComissio
            IF prdDivisa = SPACES
                MOVE "EUR" TO llsDivisa
            ELSE
                MOVE prdDivisa TO llsDivisa
            END-IF
            MOVE prdAnysMin TO llsAnysMin
            MOVE prdAnysMax TO llsAnysMax
            MOVE prdImportMin TO llsImportMin
            MOVE prdImportMax TO llsImportMax
            MOVE liniaLlista TO liniaTreball
            PERFORM escriureInforme THRU escriureInforme-Fi
            ADD 1 TO productesLlistats
    END-READ.
llegirILlistarProducte-Fi.
    EXIT.

*>Llegeix una transacció de TRANSPROD, la valida i, si és vàlida,
*>l'aplica al mestre segons l'acció; cada transacció deixa una línia a
*>l'informe amb el resultat i, si escau, el motiu del rebuig.
llegirIAplicarTransaccio.
    READ fitxerTransaccions INTO registreTransaccio
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
            PERFORM validarTransaccio THRU validarTransaccio-Fi
            IF transValida
                PERFORM aplicarTransaccio THRU aplicarTransaccio-Fi
            END-IF
            PERFORM imprimirLiniaTransaccio THRU imprimirLiniaTransaccio-Fi
    END-READ.
llegirIAplicarTransaccio-Fi.
    EXIT.

*>Valida els camps de la transacció abans de tocar el mestre. Les
*>baixes només necessiten un identificador (i que el producte no tingui
*>cap compte al mestre de comptes); altes i modificacions es validen
*>amb els mateixos rangs que el manteniment de comptes fa servir per a
*>les condicions d'un compte, i els límits han de ser coherents (el
*>mínim no pot passar del màxim) i dins dels rangs del càlcul.
validarTransaccio.
    IF tpAccio <> "A" AND tpAccio <> "B" AND tpAccio <> "M"
        MOVE "ACCIO NO RECONEGUDA (A, B o M)" TO motiuRebuig
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    IF tpIdProducte = SPACES
        MOVE "IDENTIFICADOR DE PRODUCTE EN BLANC" TO motiuRebuig
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    IF tpAccio = "B"
        PERFORM comprovarComptesProducte THRU comprovarComptesProducte-Fi
        IF producteAmbComptes
            MOVE "ENCARA TE COMPTES AL MESTRE DE COMPTES" TO motiuRebuig
            SET transErronia TO TRUE
        END-IF
        GO TO validarTransaccio-Fi
    END-IF.
    IF tpDescripcio = SPACES
        MOVE "DESCRIPCIO DE PRODUCTE EN BLANC" TO motiuRebuig
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    IF tpInteres NOT NUMERIC OR tpRetencio NOT NUMERIC
        OR tpComissio NOT NUMERIC
        OR tpAnysMin NOT NUMERIC OR tpAnysMax NOT NUMERIC
        OR tpImportMin NOT NUMERIC OR tpImportMax NOT NUMERIC
        MOVE "CAMP NUMERIC AMB CARACTERS NO NUMERICS" TO motiuRebuig
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    IF tpInteres < 1.00 OR tpInteres > 2.00
        MOVE "INTERES FORA DE RANG (1.00-2.00)" TO motiuRebuig
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    IF tpFreq <> "A" AND tpFreq <> "M" AND tpFreq <> "Q"
            AND tpFreq <> SPACE
        MOVE "FREQUENCIA NO RECONEGUDA (A, M o Q)" TO motiuRebuig
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    IF tpDivisa NOT ALPHABETIC
        MOVE "DIVISA AMB CARACTERS NO ALFABETICS" TO motiuRebuig
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    IF tpAnysMin < 1 OR tpAnysMax > 50 OR tpAnysMin > tpAnysMax
        MOVE "LIMITS D'ANYS INCOHERENTS (1-50, MIN <= MAX)"
            TO motiuRebuig
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    IF tpImportMax <= 0 OR tpImportMin > tpImportMax
        MOVE "LIMITS D'IMPORT INCOHERENTS (MAX > 0, MIN <= MAX)"
            TO motiuRebuig
        SET transErronia TO TRUE
        GO TO validarTransaccio-Fi
    END-IF.
    PERFORM validarTaulaTransaccio THRU validarTaulaTransaccio-Fi
        VARYING anyTaula FROM 1 BY 1
        UNTIL anyTaula > 50 OR transErronia.
validarTransaccio-Fi.
    EXIT.

*>Una posició de la taula d'interesos per any: 0 vol dir "fes servir
*>l'interes estàndard" i és vàlid; qualsevol altre valor ha de ser un
*>interes dins de rang i numèric.
validarTaulaTransaccio.
    IF tpTaulaInteres (anyTaula) NOT NUMERIC
        MOVE "TAULA D'INTERESOS AMB CARACTERS NO NUMERICS" TO motiuRebuig
        SET transErronia TO TRUE
    ELSE
        IF tpTaulaInteres (anyTaula) > 0
            AND (tpTaulaInteres (anyTaula) < 1.00
                OR tpTaulaInteres (anyTaula) > 2.00)
            MOVE "TAULA D'INTERESOS AMB VALOR FORA DE RANG" TO motiuRebuig
            SET transErronia TO TRUE
        END-IF
    END-IF.
validarTaulaTransaccio-Fi.
    EXIT.

*>Recorre el mestre de comptes sencer buscant comptes del producte de
*>la baixa o del canvi de divisa en curs (tpIdProducte); deixa producteAmbComptes a "S" si en
*>troba algun. Si MESTRECTA no s'ha pogut obrir la comprovació es deixa
*>passar (ja s'ha avisat per pantalla a l'inici).
comprovarComptesProducte.
    MOVE "N" TO indicadorProducteAmbComptes.
    IF NOT mestreObert
        GO TO comprovarComptesProducte-Fi
    END-IF.
    MOVE "N" TO indicadorFiMestre.
    MOVE LOW-VALUES TO rcIdCompte.
    START fitxerMestre KEY IS GREATER THAN OR EQUAL TO rcIdCompte
        INVALID KEY
            SET fiMestre TO TRUE
    END-START.
    PERFORM cercarCompteProducte THRU cercarCompteProducte-Fi
        UNTIL fiMestre OR producteAmbComptes.
comprovarComptesProducte-Fi.
    EXIT.

cercarCompteProducte.
    READ fitxerMestre NEXT RECORD
        AT END
            SET fiMestre TO TRUE
        NOT AT END
            IF rcIdProducte = tpIdProducte
                SET producteAmbComptes TO TRUE
            END-IF
    END-READ.
cercarCompteProducte-Fi.
    EXIT.

*>Aplica la transacció ja validada contra el mestre. Les condicions de
*>clau (alta duplicada, baixa o modificació d'un producte inexistent)
*>es detecten aquí amb INVALID KEY i es converteixen en rebuigs; cada
*>canvi aplicat es deixa al diari DIARIPRD.
aplicarTransaccio.
    MOVE SPACES TO imatgeAbans.
    EVALUATE tpAccio
        WHEN "A"
            PERFORM muntarRegistreProducte THRU muntarRegistreProducte-Fi
            WRITE registreProducte
                INVALID KEY
                    MOVE "JA EXISTEIX AL MESTRE (ALTA DUPLICADA)"
                        TO motiuRebuig
                    SET transErronia TO TRUE
            END-WRITE
        WHEN "B"
            MOVE tpIdProducte TO prdIdProducte
            READ fitxerProductes
                INVALID KEY
                    MOVE "NO EXISTEIX AL MESTRE" TO motiuRebuig
                    SET transErronia TO TRUE
                NOT INVALID KEY
                    MOVE registreProducte TO imatgeAbans
                    DELETE fitxerProductes
            END-READ
        WHEN "M"
            MOVE tpIdProducte TO prdIdProducte
            READ fitxerProductes
                INVALID KEY
                    MOVE "NO EXISTEIX AL MESTRE" TO motiuRebuig
                    SET transErronia TO TRUE
                NOT INVALID KEY
                    MOVE registreProducte TO imatgeAbans
                    PERFORM modificarProducte THRU modificarProducte-Fi
            END-READ
    END-EVALUATE.
    IF transValida
        PERFORM escriureDiariCanvis THRU escriureDiariCanvis-Fi
    END-IF.
aplicarTransaccio-Fi.
    EXIT.

*>Modificació d'un producte ja llegit. Si canvia la divisa (en blanc i
*>"EUR" són la mateixa) i el producte té comptes al mestre de comptes,
*>es rebutja: els imports d'aquells comptes són de la divisa anterior.
modificarProducte.
    IF tpDivisa <> prdDivisa
        AND NOT (tpDivisa = SPACES AND prdDivisa = "EUR")
        AND NOT (tpDivisa = "EUR" AND prdDivisa = SPACES)
        PERFORM comprovarComptesProducte THRU comprovarComptesProducte-Fi
        IF producteAmbComptes
            MOVE "CANVI DE DIVISA AMB COMPTES ASSOCIATS" TO motiuRebuig
            SET transErronia TO TRUE
            GO TO modificarProducte-Fi
        END-IF
    END-IF.
    PERFORM muntarRegistreProducte THRU muntarRegistreProducte-Fi.
    REWRITE registreProducte.
modificarProducte-Fi.
    EXIT.

*>Deixa al diari DIARIPRD el canvi que s'acaba d'aplicar, amb la imatge
*>del producte abans i després.
escriureDiariCanvis.
    ADD 1 TO canvisDiari.
    MOVE idExecucio TO dcpRunId.
    MOVE dataActual TO dcpDataProces.
    MOVE canvisDiari TO dcpOrdre.
    MOVE tpAccio TO dcpAccio.
    MOVE "T" TO dcpOrigen.
    MOVE tpIdProducte TO dcpIdProducte.
    MOVE SPACES TO dcpOperador.
    MOVE SPACES TO dcpAprovador.
    MOVE imatgeAbans TO dcpImatgeAbans.
    IF tpAccio = "B"
        MOVE SPACES TO dcpImatgeDespres
    ELSE
        MOVE registreProducte TO dcpImatgeDespres
    END-IF.
    WRITE registreDiariCanvis.
escriureDiariCanvis-Fi.
    EXIT.

*>Primera obertura del diari: hi bolca tot el mestre tal com és abans
*>del manteniment, com a imatges inicials, perquè la reconstrucció no
*>depengui de cap còpia anterior.
bolcarMestreDiari.
    MOVE "N" TO indicadorFiProductes.
    MOVE LOW-VALUES TO prdIdProducte.
    START fitxerProductes KEY IS GREATER THAN OR EQUAL TO prdIdProducte
        INVALID KEY
            SET fiProductes TO TRUE
    END-START.
    PERFORM bolcarProducteDiari THRU bolcarProducteDiari-Fi
        UNTIL fiProductes.
bolcarMestreDiari-Fi.
    EXIT.

bolcarProducteDiari.
    READ fitxerProductes NEXT RECORD
        AT END
            SET fiProductes TO TRUE
            GO TO bolcarProducteDiari-Fi
    END-READ.
    ADD 1 TO canvisDiari.
    MOVE idExecucio TO dcpRunId.
    MOVE dataActual TO dcpDataProces.
    MOVE canvisDiari TO dcpOrdre.
    MOVE "I" TO dcpAccio.
    MOVE "I" TO dcpOrigen.
    MOVE prdIdProducte TO dcpIdProducte.
    MOVE SPACES TO dcpOperador.
    MOVE SPACES TO dcpAprovador.
    MOVE SPACES TO dcpImatgeAbans.
    MOVE registreProducte TO dcpImatgeDespres.
    WRITE registreDiariCanvis.
bolcarProducteDiari-Fi.
    EXIT.

muntarRegistreProducte.
    MOVE tpIdProducte TO prdIdProducte.
    MOVE tpDescripcio TO prdDescripcio.
    MOVE tpInteres TO prdInteres.
    MOVE tpFreq TO prdFreq.
    MOVE tpRetencio TO prdRetencio.
    MOVE tpComissio TO prdComissio.
    MOVE tpDivisa TO prdDivisa.
    MOVE tpAnysMin TO prdAnysMin.
    MOVE tpAnysMax TO prdAnysMax.
    MOVE tpImportMin TO prdImportMin.
    MOVE tpImportMax TO prdImportMax.
    MOVE tpTaulaInteresGrp TO prdTaulaInteresGrp.
muntarRegistreProducte-Fi.
    EXIT.

imprimirLiniaTransaccio.
    MOVE tpAccio TO trnAccio.
    MOVE tpIdProducte TO trnIdProducte.
    IF transValida
        MOVE "APLICADA" TO trnResultat
        MOVE SPACES TO trnMotiu
        ADD 1 TO transAplicades
    ELSE
        MOVE "REBUTJADA" TO trnResultat
        MOVE motiuRebuig TO trnMotiu
        ADD 1 TO transRebutjades
        DISPLAY "  -> transaccio " tpAccio " " tpIdProducte
            " rebutjada: " motiuRebuig
    END-IF.
    MOVE liniaTransaccio TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirLiniaTransaccio-Fi.
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

imprimirResumManteniment.
    MOVE "RESUM DEL MANTENIMENT" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    MOVE transLlegides TO resLlegides.
    MOVE liniaResumLlegides TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE transAplicades TO resAplicades.
    MOVE liniaResumAplicades TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE transRebutjades TO resRebutjades.
    MOVE liniaResumRebutjades TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirResumManteniment-Fi.
    EXIT.

*>Escriu liniaTreball a l'informe, saltant de pàgina (amb capçalera i
*>numeració noves) quan la pàgina en curs és plena.
escriureInforme.
    IF liniesPagina >= maxLiniesPagina
        PERFORM imprimirCapcaleraPagina THRU imprimirCapcaleraPagina-Fi
    END-IF.
    WRITE liniaInformeProd FROM liniaTreball.
    ADD 1 TO liniesPagina.
escriureInforme-Fi.
    EXIT.

imprimirCapcaleraPagina.
    ADD 1 TO numPagina.
    MOVE numPagina TO capNumPagina.
    WRITE liniaInformeProd FROM capcaleraPagina1.
    WRITE liniaInformeProd FROM capcaleraPagina2.
    MOVE SPACES TO liniaInformeProd.
    WRITE liniaInformeProd.
    MOVE 3 TO liniesPagina.
imprimirCapcaleraPagina-Fi.
    EXIT.
