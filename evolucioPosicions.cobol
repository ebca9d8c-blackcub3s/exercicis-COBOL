*> PROGRAMA D'EVOLUCIO DE POSICIONS ENTRE DUES DATES. Llegeix l'històric
*> de posicions HISTPOS (una foto per compte i data de procés, que
*> deixen les execucions "P" i "R" del programa de càlcul) i compara
*> les fotos de dues dates de procés de PARMEVO. La variació de cada
*> compte s'atribueix a un motiu:
*>   - COMPTE NOU: el compte només té foto a la data final;
*>   - COMPTE TANCAT: el compte només té foto a la data inicial;
*>   - MOVIMENT APLICAT: han canviat les aportacions o retirades de
*>     MOVIMENTS del compte;
*>   - CANVI DE CONDICIONS: ha canviat el tipus, el termini o una altra
*>     condició de càlcul del mestre (o del producte que se li aplica);
*>   - MERITACIO ORDINARIA: la resta de variació en la divisa del
*>     compte;
*>   - EFECTE TIPUS DE CANVI: la part de la variació en EUR que ve del
*>     canvi de tipus entre les dues dates, separada del motiu local.
*> La variació en EUR del motiu local es valora al tipus de la data
*> inicial i l'efecte tipus de canvi és la diferència fins al valor en
*> EUR de la data final, de manera que la suma dels motius és
*> exactament la variació de la posició consolidada. Escriu a EVOINF el
*> detall per compte, els totals per motiu i divisa i els totals per
*> motiu consolidats en EUR, i a EVOEXP un registre delimitat per
*> compte amb variació per a l'equip de finances.

*>2029-08: primera versió. Fins ara la variació de la posició de la
*>cartera entre dos dies s'explicava a mà comparant dos llistats de
*>POSICIO-CARTERA. Si un compte té alhora moviments i condicions
*>canviades, mana el moviment. Un compte que canvia de divisa entre les
*>dues dates es tracta com a canvi de condicions: el seu total local
*>surt de la divisa inicial i entra a la final, i tota la variació en
*>EUR va al motiu, sense efecte tipus de canvi. Els comptes sense cap
*>variació només es compten al resum. Una data sense cap foto a
*>HISTPOS (cap "P" aquell dia, o ja netejada per la retenció) atura el
*>job amb RETURN-CODE 8, com també un desquadrament entre la suma dels
*>motius i la variació consolidada. L'execució es registra a RUNCTL.

IDENTIFICATION DIVISION.
PROGRAM-ID. EVOLUCIO-POSICIONS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT fitxerParmEvolucio ASSIGN TO "PARMEVO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatParmEvolucio.
    SELECT fitxerHistoricPosicions ASSIGN TO "HISTPOS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS hisClau
        FILE STATUS IS estatHistoric.
    SELECT fitxerInformeEvolucio ASSIGN TO "EVOINF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatInformeEvolucio.
    SELECT fitxerExtracteEvolucio ASSIGN TO "EVOEXP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatExtracteEvolucio.
    SELECT fitxerControlExecucions ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatControlExecucions.
DATA DIVISION.
FILE SECTION.
FD  fitxerParmEvolucio.
01  registreParmEvolucio.
    05  peDataInicial PIC 9(08).    *>data de procés de la foto de partida (AAAAMMDD)
    05  peDataFinal   PIC 9(08).    *>data de procés de la foto d'arribada; ha de ser posterior a la inicial
    05  peDataProces  PIC 9(08).    *>data de negoci de l'execució (AAAAMMDD); 0 vol dir "agafa la data del sistema"
FD  fitxerHistoricPosicions.
01  registreHistoric.               *>mateix traçat que HISTPOS al programa de càlcul; el detall es llegeix a fotoInicial / fotoFinal
    05  hisClau.
        10  hisIdCompte PIC X(10).
        10  hisData     PIC 9(08).
    05  FILLER          PIC X(260).
FD  fitxerInformeEvolucio.
01  liniaInformeEvolucio PIC X(132).
FD  fitxerExtracteEvolucio.
01  registreExtracte PIC X(200).
FD  fitxerControlExecucions.
01  registreControlExecucio.        *>mateix traçat que RUNCTL al programa de càlcul
    05  rceRunId      PIC X(14).
    05  rcePrograma   PIC X(20).
    05  rceDataProces PIC 9(08).
    05  rceLlegits    PIC 9(07).
    05  rceEscrits    PIC 9(07).
    05  rceRetorn     PIC 99.
WORKING-STORAGE SECTION.
    01 estatParmEvolucio PIC X(02).   *>file status de PARMEVO; diferent de "00" vol dir que no es pot llegir
    01 estatHistoric PIC X(02).       *>file status de HISTPOS; diferent de "00" a l'OPEN vol dir que no hi ha cap foto
    01 estatInformeEvolucio PIC X(02). *>file status de EVOINF
    01 estatExtracteEvolucio PIC X(02). *>file status de EVOEXP
    01 estatControlExecucions PIC X(02).  *>file status de RUNCTL; "35" a l'OPEN EXTEND vol dir que encara no existeix
    01 dataInicial PIC 9(08).
    01 dataFinal PIC 9(08).
    01 indicadorFiHistoric PIC X(01) VALUE "N".
        88 fiHistoric VALUE "S".
    01 compteEnCurs PIC X(10).        *>compte del grup de fotos que s'està recollint
    01 indicadorFotoInicial PIC X(01) VALUE "N".  *>"S" si el compte en curs té foto a la data inicial
        88 teFotoInicial VALUE "S".
    01 indicadorFotoFinal PIC X(01) VALUE "N".    *>"S" si el compte en curs té foto a la data final
        88 teFotoFinal VALUE "S".
    01 fotoInicial.                   *>mateix traçat que HISTPOS
        05 iniIdCompte PIC X(10).
        05 iniData PIC 9(08).
        05 iniRunId PIC X(14).
        05 iniQFinal PIC 9(9)V99.
        05 iniDivisa PIC X(03).
        05 iniTipusCanvi PIC 9(3)V9(6).
        05 iniQFinalEur PIC 9(12)V99.
        05 iniCondicions.             *>anys, interes, capital, aportació, freqüència, retenció, comissió i taula d'interesos
            10 iniAnys PIC 99.
            10 FILLER PIC X(181).
        05 iniMoviments.              *>aportacions i retirades totals de MOVIMENTS
            10 iniAportacions PIC 9(11)V99.
            10 iniRetirades PIC 9(11)V99.
    01 fotoFinal.                     *>mateix traçat que HISTPOS
        05 finIdCompte PIC X(10).
        05 finData PIC 9(08).
        05 finRunId PIC X(14).
        05 finQFinal PIC 9(9)V99.
        05 finDivisa PIC X(03).
        05 finTipusCanvi PIC 9(3)V9(6).
        05 finQFinalEur PIC 9(12)V99.
        05 finCondicions.
            10 finAnys PIC 99.
            10 FILLER PIC X(181).
        05 finMoviments.
            10 finAportacions PIC 9(11)V99.
            10 finRetirades PIC 9(11)V99.
    01 taulaMotiusValors.
        05 FILLER PIC X(29) VALUE "NOVACOMPTE NOU".
        05 FILLER PIC X(29) VALUE "TANCCOMPTE TANCAT".
        05 FILLER PIC X(29) VALUE "MOVIMOVIMENT APLICAT".
        05 FILLER PIC X(29) VALUE "CONDCANVI DE CONDICIONS".
        05 FILLER PIC X(29) VALUE "MERIMERITACIO ORDINARIA".
        05 FILLER PIC X(29) VALUE "CANVEFECTE TIPUS DE CANVI".
    01 taulaMotius REDEFINES taulaMotiusValors.
        05 entradaMotiu OCCURS 6 TIMES.
            10 motCodi PIC X(04).
            10 motDescripcio PIC X(25).
    01 ixMotiu PIC 9.                 *>índex de treball sobre taulaMotius
    01 motiuCompte PIC 9.             *>motiu de la variació local del compte en curs
    01 motiuCanvi PIC 9 VALUE 6.      *>posició de l'efecte tipus de canvi a taulaMotius
    01 variacioLocal PIC S9(10)V99.   *>variació del compte en la seva divisa
    01 eurTipusInicial PIC 9(12)V99.  *>quantitat final de la data final valorada al tipus de la data inicial
    01 variacioEur PIC S9(13)V99.     *>variació en EUR del motiu local, al tipus de la data inicial
    01 efecteCanvi PIC S9(13)V99.     *>variació en EUR deguda al canvi de tipus
    01 indicadorCanviDivisa PIC X(01) VALUE "N".  *>"S" si el compte té divisa diferent a les dues dates
        88 canviDivisa VALUE "S".
    01 divisaAcumular PIC X(03).      *>paràmetres d'acumularMotiu
    01 motiuAcumular PIC 9.
    01 localAcumular PIC S9(10)V99.
    01 eurAcumular PIC S9(13)V99.
    01 comptesAcumular PIC 9.         *>1 si el compte s'ha de comptar al motiu, 0 si només s'hi sumen imports
    01 nombreTotalsDivisa PIC 99 VALUE 0.  *>divises amb totals acumulats
    01 taulaTotalsDivisa.
        05 entradaTotalDivisa OCCURS 21 TIMES.  *>mateixa capacitat que el programa de càlcul: les 20 divises de TIPUSCANVI més l'EUR implícit
            10 etdDivisa PIC X(03).
            10 etdMotiu OCCURS 6 TIMES.  *>en l'ordre de taulaMotius
                15 etdComptes PIC 9(05).
                15 etdLocal PIC S9(12)V99.
                15 etdEur PIC S9(13)V99.
            10 etdTotalLocal PIC S9(12)V99.
            10 etdTotalEur PIC S9(13)V99.
    01 ixTotalDivisa PIC 99.          *>índex de treball sobre taulaTotalsDivisa
    01 indicadorDivisaTrobada PIC X(01) VALUE "N".
        88 divisaTrobada VALUE "S".
    01 indicadorDivisesDesbordades PIC X(01) VALUE "N".  *>"S" si hi ha més divises que posicions de taula: el job falla, cap total no es deixa caure en silenci
        88 divisesDesbordades VALUE "S".
    01 taulaTotalsMotiu.
        05 entradaTotalMotiu OCCURS 6 TIMES.  *>en l'ordre de taulaMotius, consolidat en EUR
            10 etmComptes PIC 9(05).
            10 etmEur PIC S9(13)V99.
    01 totalEurInicial PIC 9(13)V99 VALUE 0.  *>posició consolidada en EUR a la data inicial
    01 totalEurFinal PIC 9(13)V99 VALUE 0.    *>posició consolidada en EUR a la data final
    01 variacioConsolidada PIC S9(13)V99.     *>total final - total inicial
    01 sumaMotius PIC S9(13)V99.              *>suma dels motius en EUR; ha de ser igual a variacioConsolidada
    01 fotosLlegides PIC 9(07) VALUE 0.       *>registres llegits de HISTPOS
    01 fotosInicials PIC 9(07) VALUE 0.       *>comptes amb foto a la data inicial
    01 fotosFinals PIC 9(07) VALUE 0.         *>comptes amb foto a la data final
    01 comptesAmbVariacio PIC 9(07) VALUE 0.
    01 comptesSenseVariacio PIC 9(07) VALUE 0.
    01 registresExtracte PIC 9(07) VALUE 0.
    01 idExecucio PIC X(14) VALUE SPACES. *>identificador d'execució: data de procés + hora d'inici (HHMMSS)
    01 horaActual PIC 9(08).
    01 horaActualDesglossada REDEFINES horaActual.
        05 horaActualHHMMSS PIC X(06).
        05 FILLER PIC X(02).
    01 dataActual PIC 9(08).          *>data de negoci de l'execució: peDataProces si ve informada, si no la del sistema
    01 dataActualDesglossada REDEFINES dataActual.
        05 dataActualAny PIC X(04).
        05 dataActualMes PIC X(02).
        05 dataActualDia PIC X(02).
    01 expQInicial PIC 9(9).99.       *>camps d'edició del registre delimitat d'EVOEXP
    01 expQFinal PIC 9(9).99.
    01 expVariacioLocal PIC +9(10).99.
    01 expEurInicial PIC 9(12).99.
    01 expEurFinal PIC 9(12).99.
    01 expVariacioEur PIC +9(13).99.
    01 expEfecteCanvi PIC +9(13).99.
    01 numPagina PIC 9(04) VALUE 0.
    01 liniesPagina PIC 99 VALUE 99.     *>es comença alt per forçar la primera capçalera
    01 maxLiniesPagina PIC 99 VALUE 55.
    01 liniaTreball PIC X(132).
    01 capcaleraPagina1.
        05 FILLER PIC X(40) VALUE "EVOLUCIO DE POSICIONS ENTRE DUES DATES".
        05 FILLER PIC X(67) VALUE SPACES.
        05 FILLER PIC X(07) VALUE "PAGINA ".
        05 capNumPagina PIC ZZZ9.
    01 capcaleraPagina2.
        05 FILLER PIC X(06) VALUE "DATA: ".
        05 capDataEdicio PIC X(10).
        05 FILLER PIC X(21) VALUE "   DATES COMPARADES: ".
        05 capDataInicial PIC 9(08).
        05 FILLER PIC X(03) VALUE " - ".
        05 capDataFinal PIC 9(08).
    01 liniaTitolSeccio.
        05 FILLER PIC X(05) VALUE "==== ".
        05 titolSeccio PIC X(45).
        05 FILLER PIC X(05) VALUE " ====".
    01 capcaleraColumnes.
        05 FILLER PIC X(10) VALUE "COMPTE".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(07) VALUE "DIV".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(25) VALUE "MOTIU".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(13) VALUE "  Q. INICIAL".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(13) VALUE "    Q. FINAL".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(14) VALUE " VARIACIO DIV.".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(17) VALUE "    VARIACIO EUR".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(17) VALUE "EFECTE CANVI EUR".
    01 liniaDetall.
        05 detIdCompte PIC X(10).
        05 FILLER PIC X(02) VALUE SPACES.
        05 detDivisa PIC X(07).
        05 FILLER PIC X(02) VALUE SPACES.
        05 detMotiu PIC X(25).
        05 FILLER PIC X(02) VALUE SPACES.
        05 detQInicial PIC Z(9)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 detQFinal PIC Z(9)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 detVariacioLocal PIC -Z(9)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 detVariacioEur PIC -Z(12)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 detEfecteCanvi PIC -Z(12)9.99.
    01 liniaSenseVariacions PIC X(40) VALUE
        "  (CAP COMPTE AMB VARIACIO)".
    01 capcaleraTotalsDivisa.
        05 FILLER PIC X(05) VALUE "DIV".
        05 FILLER PIC X(25) VALUE "MOTIU".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(07) VALUE "COMPTES".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(17) VALUE "   VARIACIO DIV.".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(17) VALUE "    VARIACIO EUR".
    01 liniaTotalMotiuDivisa.
        05 tmdDivisa PIC X(03).
        05 FILLER PIC X(02) VALUE SPACES.
        05 tmdMotiu PIC X(25).
        05 FILLER PIC X(04) VALUE SPACES.
        05 tmdComptes PIC ZZZZ9.
        05 FILLER PIC X(02) VALUE SPACES.
        05 tmdLocal PIC -Z(12)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 tmdEur PIC -Z(12)9.99.
    01 liniaTotalDivisa.
        05 tdvDivisa PIC X(03).
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(25) VALUE "TOTAL DIVISA".
        05 FILLER PIC X(11) VALUE SPACES.
        05 tdvLocal PIC -Z(12)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 tdvEur PIC -Z(12)9.99.
    01 capcaleraTotalsMotiu.
        05 FILLER PIC X(30) VALUE "MOTIU".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(07) VALUE "COMPTES".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(17) VALUE "    VARIACIO EUR".
    01 liniaTotalMotiu.
        05 tmoMotiu PIC X(25).
        05 FILLER PIC X(09) VALUE SPACES.
        05 tmoComptes PIC ZZZZ9.
        05 FILLER PIC X(02) VALUE SPACES.
        05 tmoEur PIC -Z(12)9.99.
    01 liniaEurInicial.
        05 FILLER PIC X(30) VALUE "POSICIO EUR DATA INICIAL  . : ".
        05 resEurInicial PIC -Z(12)9.99.
    01 liniaEurFinal.
        05 FILLER PIC X(30) VALUE "POSICIO EUR DATA FINAL  . . : ".
        05 resEurFinal PIC -Z(12)9.99.
    01 liniaVariacioConsolidada.
        05 FILLER PIC X(30) VALUE "VARIACIO CONSOLIDADA EUR  . : ".
        05 resVariacioConsolidada PIC -Z(12)9.99.
    01 liniaSumaMotius.
        05 FILLER PIC X(30) VALUE "SUMA DELS MOTIUS EUR  . . . : ".
        05 resSumaMotius PIC -Z(12)9.99.
    01 liniaFotosInicials.
        05 FILLER PIC X(30) VALUE "COMPTES A LA DATA INICIAL . : ".
        05 resFotosInicials PIC ZZZZZZ9.
    01 liniaFotosFinals.
        05 FILLER PIC X(30) VALUE "COMPTES A LA DATA FINAL . . : ".
        05 resFotosFinals PIC ZZZZZZ9.
    01 liniaComptesAmbVariacio.
        05 FILLER PIC X(30) VALUE "COMPTES AMB VARIACIO  . . . : ".
        05 resComptesAmbVariacio PIC ZZZZZZ9.
    01 liniaComptesSenseVariacio.
        05 FILLER PIC X(30) VALUE "COMPTES SENSE VARIACIO  . . : ".
        05 resComptesSenseVariacio PIC ZZZZZZ9.
PROCEDURE DIVISION.
    OPEN INPUT fitxerParmEvolucio.
    IF estatParmEvolucio <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir PARMEVO (file status "
            estatParmEvolucio "): comprovar que el fitxer existeix"
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    READ fitxerParmEvolucio INTO registreParmEvolucio.
    IF estatParmEvolucio <> "00"
        OR peDataInicial NOT NUMERIC OR peDataFinal NOT NUMERIC
        OR peDataInicial = 0 OR peDataFinal <= peDataInicial
        DISPLAY "ERROR: PARMEVO buit o amb dates no valides (la data "
            "final ha de ser posterior a la inicial)"
        CLOSE fitxerParmEvolucio
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    CLOSE fitxerParmEvolucio.
    MOVE peDataInicial TO dataInicial.
    MOVE peDataFinal TO dataFinal.
    IF peDataProces NUMERIC AND peDataProces > 0
        MOVE peDataProces TO dataActual
    ELSE
        ACCEPT dataActual FROM DATE YYYYMMDD
    END-IF.
    ACCEPT horaActual FROM TIME.
    STRING dataActual DELIMITED BY SIZE
        horaActualHHMMSS DELIMITED BY SIZE
        INTO idExecucio.

    OPEN INPUT fitxerHistoricPosicions.
    IF estatHistoric <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir HISTPOS (file status "
            estatHistoric "): cap execucio P o R no ha deixat fotos"
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN OUTPUT fitxerInformeEvolucio.
    IF estatInformeEvolucio <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir EVOINF (file status "
            estatInformeEvolucio ")"
        CLOSE fitxerHistoricPosicions
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN OUTPUT fitxerExtracteEvolucio.
    IF estatExtracteEvolucio <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir EVOEXP (file status "
            estatExtracteEvolucio ")"
        CLOSE fitxerHistoricPosicions
        CLOSE fitxerInformeEvolucio
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    STRING dataActualDia DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        dataActualMes DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        dataActualAny DELIMITED BY SIZE
        INTO capDataEdicio.
    MOVE dataInicial TO capDataInicial.
    MOVE dataFinal TO capDataFinal.
    INITIALIZE taulaTotalsMotiu.

    MOVE "DETALL PER COMPTE" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    MOVE capcaleraColumnes TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE LOW-VALUES TO hisClau.
    START fitxerHistoricPosicions KEY IS GREATER THAN OR EQUAL TO hisClau
        INVALID KEY
            SET fiHistoric TO TRUE
    END-START.
    IF NOT fiHistoric
        PERFORM llegirHistoric THRU llegirHistoric-Fi
    END-IF.
    PERFORM tractarCompteHistoric THRU tractarCompteHistoric-Fi
        UNTIL fiHistoric OR divisesDesbordades.
    IF comptesAmbVariacio = 0
        MOVE liniaSenseVariacions TO liniaTreball
        PERFORM escriureInforme THRU escriureInforme-Fi
    END-IF.

    IF divisesDesbordades
        DISPLAY "ERROR: mes divises a HISTPOS que posicions de total; "
            "l'evolucio no es pot completar"
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM imprimirTotalsMotiu THRU imprimirTotalsMotiu-Fi
        PERFORM imprimirResumEvolucio THRU imprimirResumEvolucio-Fi
        IF fotosInicials = 0 OR fotosFinals = 0
            DISPLAY "ERROR: HISTPOS no te cap foto d'una de les dates "
                "comparades (" dataInicial " / " dataFinal ")"
            MOVE 8 TO RETURN-CODE
        END-IF
        IF sumaMotius <> variacioConsolidada
            DISPLAY "ERROR: la suma dels motius no quadra amb la "
                "variacio consolidada; revisar EVOINF"
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

    CLOSE fitxerHistoricPosicions.
    CLOSE fitxerInformeEvolucio.
    CLOSE fitxerExtracteEvolucio.
    DISPLAY "Evolucio de posicions acabada: " comptesAmbVariacio
        " comptes amb variacio, " comptesSenseVariacio " sense".

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
    MOVE "EVOLUCIO-POSICIONS" TO rcePrograma.
    MOVE dataActual TO rceDataProces.
    MOVE fotosLlegides TO rceLlegits.
    MOVE registresExtracte TO rceEscrits.
    MOVE RETURN-CODE TO rceRetorn.
    WRITE registreControlExecucio.
    CLOSE fitxerControlExecucions.
registrarExecucio-Fi.
    EXIT.

llegirHistoric.
    READ fitxerHistoricPosicions NEXT RECORD
        AT END
            SET fiHistoric TO TRUE
        NOT AT END
            ADD 1 TO fotosLlegides
    END-READ.
llegirHistoric-Fi.
    EXIT.

*>Recull les fotos d'un compte (HISTPOS va per compte i data) i se
*>queda amb les de les dues dates comparades; si en té alguna,
*>n'atribueix la variació.
tractarCompteHistoric.
    MOVE hisIdCompte TO compteEnCurs.
    MOVE "N" TO indicadorFotoInicial.
    MOVE "N" TO indicadorFotoFinal.
    PERFORM recollirFotoCompte THRU recollirFotoCompte-Fi
        UNTIL fiHistoric OR hisIdCompte <> compteEnCurs.
    IF teFotoInicial OR teFotoFinal
        PERFORM atribuirVariacio THRU atribuirVariacio-Fi
    END-IF.
tractarCompteHistoric-Fi.
    EXIT.

recollirFotoCompte.
    IF hisData = dataInicial
        MOVE registreHistoric TO fotoInicial
        SET teFotoInicial TO TRUE
        ADD 1 TO fotosInicials
    END-IF.
    IF hisData = dataFinal
        MOVE registreHistoric TO fotoFinal
        SET teFotoFinal TO TRUE
        ADD 1 TO fotosFinals
    END-IF.
    PERFORM llegirHistoric THRU llegirHistoric-Fi.
recollirFotoCompte-Fi.
    EXIT.

*>Decideix el motiu de la variació del compte en curs, en calcula els
*>imports i l'acumula als totals. El motiu local es valora en EUR al
*>tipus de la data inicial; la resta fins al valor en EUR de la data
*>final és l'efecte tipus de canvi.
atribuirVariacio.
    MOVE "N" TO indicadorCanviDivisa.
    MOVE 0 TO efecteCanvi.
    IF teFotoInicial
        ADD iniQFinalEur TO totalEurInicial
    END-IF.
    IF teFotoFinal
        ADD finQFinalEur TO totalEurFinal
    END-IF.
    EVALUATE TRUE
        WHEN NOT teFotoInicial
            MOVE 1 TO motiuCompte
            MOVE finQFinal TO variacioLocal
            MOVE finQFinalEur TO variacioEur
            MOVE finDivisa TO divisaAcumular
        WHEN NOT teFotoFinal
            MOVE 2 TO motiuCompte
            COMPUTE variacioLocal = 0 - iniQFinal
            COMPUTE variacioEur = 0 - iniQFinalEur
            MOVE iniDivisa TO divisaAcumular
        WHEN iniDivisa <> finDivisa
            SET canviDivisa TO TRUE
            MOVE 4 TO motiuCompte
            MOVE 0 TO variacioLocal
            COMPUTE variacioEur = finQFinalEur - iniQFinalEur
        WHEN OTHER
            COMPUTE variacioLocal = finQFinal - iniQFinal
            COMPUTE eurTipusInicial ROUNDED = finQFinal * iniTipusCanvi
            COMPUTE variacioEur = eurTipusInicial - iniQFinalEur
            COMPUTE efecteCanvi = finQFinalEur - eurTipusInicial
            MOVE finDivisa TO divisaAcumular
            PERFORM determinarMotiuLocal THRU determinarMotiuLocal-Fi
    END-EVALUATE.
    IF variacioLocal = 0 AND variacioEur = 0 AND efecteCanvi = 0
        AND NOT canviDivisa
        ADD 1 TO comptesSenseVariacio
        GO TO atribuirVariacio-Fi
    END-IF.
    ADD 1 TO comptesAmbVariacio.

    IF canviDivisa
        MOVE iniDivisa TO divisaAcumular
        MOVE 4 TO motiuAcumular
        COMPUTE localAcumular = 0 - iniQFinal
        COMPUTE eurAcumular = 0 - iniQFinalEur
        MOVE 0 TO comptesAcumular
        PERFORM acumularMotiu THRU acumularMotiu-Fi
        MOVE finDivisa TO divisaAcumular
        MOVE finQFinal TO localAcumular
        MOVE finQFinalEur TO eurAcumular
        MOVE 1 TO comptesAcumular
        PERFORM acumularMotiu THRU acumularMotiu-Fi
    ELSE
        IF variacioLocal <> 0 OR variacioEur <> 0 OR motiuCompte <> 5
            MOVE motiuCompte TO motiuAcumular
            MOVE variacioLocal TO localAcumular
            MOVE variacioEur TO eurAcumular
            MOVE 1 TO comptesAcumular
            PERFORM acumularMotiu THRU acumularMotiu-Fi
        ELSE
            *>ni moviments, ni condicions, ni variació local: tota la
            *>variació del compte és efecte tipus de canvi
            MOVE motiuCanvi TO motiuCompte
        END-IF
        IF efecteCanvi <> 0
            MOVE motiuCanvi TO motiuAcumular
            MOVE 0 TO localAcumular
            MOVE efecteCanvi TO eurAcumular
            MOVE 1 TO comptesAcumular
            PERFORM acumularMotiu THRU acumularMotiu-Fi
        END-IF
    END-IF.
    PERFORM imprimirDetall THRU imprimirDetall-Fi.
    PERFORM escriureExtracte THRU escriureExtracte-Fi.
atribuirVariacio-Fi.
    EXIT.

*>Compte amb foto a les dues dates i la mateixa divisa: el moviment
*>mana sobre el canvi de condicions, i si no n'hi ha cap la variació
*>és meritació ordinària.
determinarMotiuLocal.
    EVALUATE TRUE
        WHEN iniMoviments <> finMoviments
            MOVE 3 TO motiuCompte
        WHEN iniCondicions <> finCondicions
            MOVE 4 TO motiuCompte
        WHEN OTHER
            MOVE 5 TO motiuCompte
    END-EVALUATE.
determinarMotiuLocal-Fi.
    EXIT.

*>Suma els imports de divisaAcumular / motiuAcumular als totals per
*>divisa i al consolidat en EUR del motiu. Més divises que posicions de
*>taula aturen el job: cap total no es deixa caure en silenci.
acumularMotiu.
    PERFORM cercarTotalDivisa THRU cercarTotalDivisa-Fi.
    IF divisesDesbordades
        GO TO acumularMotiu-Fi
    END-IF.
    ADD comptesAcumular TO etdComptes (ixTotalDivisa, motiuAcumular).
    ADD localAcumular TO etdLocal (ixTotalDivisa, motiuAcumular).
    ADD eurAcumular TO etdEur (ixTotalDivisa, motiuAcumular).
    ADD localAcumular TO etdTotalLocal (ixTotalDivisa).
    ADD eurAcumular TO etdTotalEur (ixTotalDivisa).
    ADD comptesAcumular TO etmComptes (motiuAcumular).
    ADD eurAcumular TO etmEur (motiuAcumular).
acumularMotiu-Fi.
    EXIT.

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
        INITIALIZE entradaTotalDivisa (ixTotalDivisa)
        MOVE divisaAcumular TO etdDivisa (ixTotalDivisa)
    END-IF.
cercarTotalDivisa-Fi.
    EXIT.

verificarTotalDivisa.
    IF etdDivisa (ixTotalDivisa) = divisaAcumular
        SET divisaTrobada TO TRUE
    ELSE
        ADD 1 TO ixTotalDivisa
    END-IF.
verificarTotalDivisa-Fi.
    EXIT.

imprimirDetall.
    MOVE compteEnCurs TO detIdCompte.
    MOVE SPACES TO detDivisa.
    IF canviDivisa
        STRING iniDivisa DELIMITED BY SIZE
            ">" DELIMITED BY SIZE
            finDivisa DELIMITED BY SIZE
            INTO detDivisa
    ELSE
        MOVE divisaAcumular TO detDivisa
    END-IF.
    MOVE motDescripcio (motiuCompte) TO detMotiu.
    MOVE 0 TO detQInicial.
    MOVE 0 TO detQFinal.
    IF teFotoInicial
        MOVE iniQFinal TO detQInicial
    END-IF.
    IF teFotoFinal
        MOVE finQFinal TO detQFinal
    END-IF.
    MOVE variacioLocal TO detVariacioLocal.
    MOVE variacioEur TO detVariacioEur.
    MOVE efecteCanvi TO detEfecteCanvi.
    MOVE liniaDetall TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirDetall-Fi.
    EXIT.

*>Escriu a EVOEXP el registre delimitat del compte, amb punt i coma
*>com a separador, com l'EXPORT del programa de càlcul: compte, divisa
*>inicial i final, codi de motiu, dates, quantitats finals en divisa i
*>en EUR, variació en divisa, variació en EUR del motiu i efecte tipus
*>de canvi.
escriureExtracte.
    MOVE 0 TO expQInicial.
    MOVE 0 TO expEurInicial.
    MOVE 0 TO expQFinal.
    MOVE 0 TO expEurFinal.
    IF NOT teFotoInicial
        MOVE SPACES TO iniDivisa
    ELSE
        MOVE iniQFinal TO expQInicial
        MOVE iniQFinalEur TO expEurInicial
    END-IF.
    IF NOT teFotoFinal
        MOVE SPACES TO finDivisa
    ELSE
        MOVE finQFinal TO expQFinal
        MOVE finQFinalEur TO expEurFinal
    END-IF.
    MOVE variacioLocal TO expVariacioLocal.
    MOVE variacioEur TO expVariacioEur.
    MOVE efecteCanvi TO expEfecteCanvi.
    MOVE SPACES TO registreExtracte.
    STRING compteEnCurs DELIMITED BY SIZE
        ";" DELIMITED BY SIZE
        iniDivisa DELIMITED BY SIZE
        ";" DELIMITED BY SIZE
        finDivisa DELIMITED BY SIZE
        ";" DELIMITED BY SIZE
        motCodi (motiuCompte) DELIMITED BY SIZE
        ";" DELIMITED BY SIZE
        dataInicial DELIMITED BY SIZE
        ";" DELIMITED BY SIZE
        dataFinal DELIMITED BY SIZE
        ";" DELIMITED BY SIZE
        expQInicial DELIMITED BY SIZE
        ";" DELIMITED BY SIZE
        expQFinal DELIMITED BY SIZE
        ";" DELIMITED BY SIZE
        expVariacioLocal DELIMITED BY SIZE
        ";" DELIMITED BY SIZE
        expEurInicial DELIMITED BY SIZE
        ";" DELIMITED BY SIZE
        expEurFinal DELIMITED BY SIZE
        ";" DELIMITED BY SIZE
        expVariacioEur DELIMITED BY SIZE
        ";" DELIMITED BY SIZE
        expEfecteCanvi DELIMITED BY SIZE
        INTO registreExtracte.
    WRITE registreExtracte.
    ADD 1 TO registresExtracte.
escriureExtracte-Fi.
    EXIT.

*>Totals per divisa (una línia per motiu amb comptes, més el total de
*>la divisa) i totals per motiu consolidats en EUR.
imprimirTotalsMotiu.
    MOVE "TOTALS PER MOTIU I DIVISA" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    MOVE capcaleraTotalsDivisa TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    PERFORM imprimirTotalsDivisa THRU imprimirTotalsDivisa-Fi
        VARYING ixTotalDivisa FROM 1 BY 1
        UNTIL ixTotalDivisa > nombreTotalsDivisa.
    MOVE "TOTALS PER MOTIU CONSOLIDATS EN EUR" TO titolSeccio.
    PERFORM imprimirTitolSeccio THRU imprimirTitolSeccio-Fi.
    MOVE capcaleraTotalsMotiu TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE 0 TO sumaMotius.
    PERFORM imprimirTotalMotiu THRU imprimirTotalMotiu-Fi
        VARYING ixMotiu FROM 1 BY 1 UNTIL ixMotiu > 6.
imprimirTotalsMotiu-Fi.
    EXIT.

imprimirTotalsDivisa.
    PERFORM imprimirTotalMotiuDivisa THRU imprimirTotalMotiuDivisa-Fi
        VARYING ixMotiu FROM 1 BY 1 UNTIL ixMotiu > 6.
    MOVE etdDivisa (ixTotalDivisa) TO tdvDivisa.
    MOVE etdTotalLocal (ixTotalDivisa) TO tdvLocal.
    MOVE etdTotalEur (ixTotalDivisa) TO tdvEur.
    MOVE liniaTotalDivisa TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE SPACES TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirTotalsDivisa-Fi.
    EXIT.

imprimirTotalMotiuDivisa.
    IF etdComptes (ixTotalDivisa, ixMotiu) = 0
        AND etdLocal (ixTotalDivisa, ixMotiu) = 0
        AND etdEur (ixTotalDivisa, ixMotiu) = 0
        GO TO imprimirTotalMotiuDivisa-Fi
    END-IF.
    MOVE etdDivisa (ixTotalDivisa) TO tmdDivisa.
    MOVE motDescripcio (ixMotiu) TO tmdMotiu.
    MOVE etdComptes (ixTotalDivisa, ixMotiu) TO tmdComptes.
    MOVE etdLocal (ixTotalDivisa, ixMotiu) TO tmdLocal.
    MOVE etdEur (ixTotalDivisa, ixMotiu) TO tmdEur.
    MOVE liniaTotalMotiuDivisa TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirTotalMotiuDivisa-Fi.
    EXIT.

imprimirTotalMotiu.
    MOVE motDescripcio (ixMotiu) TO tmoMotiu.
    MOVE etmComptes (ixMotiu) TO tmoComptes.
    MOVE etmEur (ixMotiu) TO tmoEur.
    MOVE liniaTotalMotiu TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    ADD etmEur (ixMotiu) TO sumaMotius.
imprimirTotalMotiu-Fi.
    EXIT.

*>Posició consolidada a les dues dates, variació, suma dels motius (que
*>ha de coincidir amb la variació) i recompte de comptes.
imprimirResumEvolucio.
    COMPUTE variacioConsolidada = totalEurFinal - totalEurInicial.
    MOVE SPACES TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE totalEurInicial TO resEurInicial.
    MOVE liniaEurInicial TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE totalEurFinal TO resEurFinal.
    MOVE liniaEurFinal TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE variacioConsolidada TO resVariacioConsolidada.
    MOVE liniaVariacioConsolidada TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE sumaMotius TO resSumaMotius.
    MOVE liniaSumaMotius TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE SPACES TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE fotosInicials TO resFotosInicials.
    MOVE liniaFotosInicials TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE fotosFinals TO resFotosFinals.
    MOVE liniaFotosFinals TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE comptesAmbVariacio TO resComptesAmbVariacio.
    MOVE liniaComptesAmbVariacio TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE comptesSenseVariacio TO resComptesSenseVariacio.
    MOVE liniaComptesSenseVariacio TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirResumEvolucio-Fi.
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
    WRITE liniaInformeEvolucio FROM liniaTreball.
    ADD 1 TO liniesPagina.
escriureInforme-Fi.
    EXIT.

imprimirCapcaleraPagina.
    ADD 1 TO numPagina.
    MOVE numPagina TO capNumPagina.
    WRITE liniaInformeEvolucio FROM capcaleraPagina1.
    WRITE liniaInformeEvolucio FROM capcaleraPagina2.
    MOVE SPACES TO liniaInformeEvolucio.
    WRITE liniaInformeEvolucio.
    MOVE 3 TO liniesPagina.
imprimirCapcaleraPagina-Fi.
    EXIT.
