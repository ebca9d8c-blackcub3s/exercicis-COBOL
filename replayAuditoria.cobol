*>amb què s'estampa l'informe, i cada execució d'aquest programa es
*>registra al fitxer RUNCTL.

*>2029-05: el programa de càlcul cotitza cancel.lacions anticipades
*>(mode "C"): el registre d'auditoria porta al final el tipus de
*>cotització, el termini contractat i la liquidació (base i
*>percentatge de la penalització, penalització, retenció exigible a la
*>cancel.lació i import net; traçat de 890 posicions). Per a aquests
*>registres el replay, a més de la quantitat a l'any de cancel.lació,
*>torna a liquidar la cancel.lació amb els totals d'interes brut i de
*>retenció del recàlcul i la compara concepte a concepte; una línia de
*>discrepància indica ara quin concepte no quadra. Els registres
*>d'abans del canvi es llegeixen com a cotitzacions a termini.

IDENTIFICATION DIVISION.
PROGRAM-ID. REPLAY-AUDITORIA.
ENVIRONMENT DIVISION.
    05  regAudDivisa    PIC X(03).   *>divisa i tipus de canvi aplicats el dia del càlcul; no intervenen en el recàlcul, que és en la divisa del compte
    05  regAudCanvi     PIC 9(3)V9(6).
    05  regAudRunId     PIC X(14).   *>execució que va deixar el registre; no intervé en el recàlcul
    05  regAudTipusCotitzacio PIC X(01).  *>"C" cancel.lació anticipada; en blanc (també als registres antics), cotització a termini
        88  regAudCancelacio VALUE "C".
    05  regAudAnysTermini PIC 99.
    05  regAudPenBase   PIC X(01).   *>"S" saldo, "I" interessos bruts
    05  regAudPenPercentatge PIC V9(4).
    05  regAudPenalitzacio PIC 9(9)V99.
    05  regAudRetCancPercentatge PIC V99.
    05  regAudRetCancelacio PIC 9(9)V99.
    05  regAudNetCancelacio PIC 9(9)V99.
FD  fitxerInformeRecon.
01  liniaInformeRecon PIC X(132).
FD  fitxerParmReplay.
    01 interesPeriode PIC 9V9(6).
    01 nrePeriodes PIC 99.
    01 anyActual PIC 99.
    01 diferencia PIC S9(10)V99.    *>import recalculat - import quotat; zero vol dir que el concepte concilia
    01 totalInteresRecalculat PIC 9(12)V99.   *>interes brut de tots els anys recalculats, base de la penalització "I"
    01 totalRetencioRecalculada PIC 9(12)V99. *>retenció practicada als anys recalculats
    01 penalitzacioRecalculada PIC 9(9)V99.
    01 retencioCancelacioSigne PIC S9(12)V99.
    01 retCancelacioRecalculada PIC 9(9)V99.
    01 netCancelacioRecalculat PIC 9(9)V99.
    01 importQuotat PIC 9(9)V99.     *>concepte que es compara: el del registre...
    01 importRecalculat PIC 9(9)V99. *>... i el del recàlcul
    01 concepteComparat PIC X(12).
    01 indicadorRegistreDiscrepant PIC X(01) VALUE "N".
        88 registreDiscrepant VALUE "S".
    01 registresLlegits PIC 9(06) VALUE 0.
    01 registresCoincidents PIC 9(06) VALUE 0.
    01 registresDiscrepants PIC 9(06) VALUE 0.
        05 FILLER PIC X(15) VALUE "    RECALCULADA".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(14) VALUE "    DIFERENCIA".
        05 FILLER PIC X(02) VALUE SPACES.
        05 FILLER PIC X(12) VALUE "CONCEPTE".
    01 liniaDiscrepancia.
        05 disData PIC X(08).
        05 FILLER PIC X(02) VALUE SPACES.
        05 disRecalculada PIC Z(11)9.99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 disDiferencia PIC +9(10).99.
        05 FILLER PIC X(02) VALUE SPACES.
        05 disConcepte PIC X(12).
    01 liniaSenseDiscrepancies PIC X(61) VALUE
        "  CAP DISCREPANCIA: L'AUDITORIA CONCILIA AMB EL CALCUL ACTUAL".
    01 liniaResumLlegits.
        NOT AT END
            ADD 1 TO registresLlegits
            PERFORM recalcularRegistre THRU recalcularRegistre-Fi
            PERFORM conciliarRegistre THRU conciliarRegistre-Fi
    END-READ.
llegirIReconciliarRegistre-Fi.
    EXIT.
*>arrodoniment a cèntims només del resultat final).
recalcularRegistre.
    MOVE regAudCapital TO qTreball.
    MOVE 0 TO totalInteresRecalculat.
    MOVE 0 TO totalRetencioRecalculada.
    EVALUATE regAudFreq
        WHEN "M"
            MOVE 12 TO nrePeriodes
        - movEfectiu.
    COMPUTE qRetencio ROUNDED = qInteresBrut * regAudRetencio.
    SUBTRACT qRetencio FROM qTreball.
    ADD qInteresBrut TO totalInteresRecalculat.
    ADD qRetencio TO totalRetencioRecalculada.
    IF regAudComissio > qTreball
        MOVE 0 TO qTreball
    ELSE
compondrePeriode-Fi.
    EXIT.

*>Compara el recàlcul amb el que es va quotar: la quantitat final i,
*>en una cancel.lació anticipada, també la penalització, la retenció
*>exigible i l'import net. Cada concepte que no quadra és una línia de
*>l'informe; el registre es compta una sola vegada.
conciliarRegistre.
    MOVE "N" TO indicadorRegistreDiscrepant.
    MOVE regAudQFinal TO importQuotat.
    MOVE qRecalculada TO importRecalculat.
    MOVE "QUANT. FINAL" TO concepteComparat.
    PERFORM compararConcepte THRU compararConcepte-Fi.
    IF regAudCancelacio
        PERFORM recalcularCancelacio THRU recalcularCancelacio-Fi
        MOVE regAudPenalitzacio TO importQuotat
        MOVE penalitzacioRecalculada TO importRecalculat
        MOVE "PENALITZACIO" TO concepteComparat
        PERFORM compararConcepte THRU compararConcepte-Fi
        MOVE regAudRetCancelacio TO importQuotat
        MOVE retCancelacioRecalculada TO importRecalculat
        MOVE "RET. CANCEL." TO concepteComparat
        PERFORM compararConcepte THRU compararConcepte-Fi
        MOVE regAudNetCancelacio TO importQuotat
        MOVE netCancelacioRecalculat TO importRecalculat
        MOVE "NET CANCEL." TO concepteComparat
        PERFORM compararConcepte THRU compararConcepte-Fi
    END-IF.
    IF registreDiscrepant
        ADD 1 TO registresDiscrepants
    ELSE
        ADD 1 TO registresCoincidents
    END-IF.
conciliarRegistre-Fi.
    EXIT.

compararConcepte.
    COMPUTE diferencia = importRecalculat - importQuotat.
    IF diferencia <> 0
        SET registreDiscrepant TO TRUE
        PERFORM imprimirDiscrepancia THRU imprimirDiscrepancia-Fi
    END-IF.
compararConcepte-Fi.
    EXIT.

*>Torna a liquidar una cancel.lació anticipada exactament com el
*>programa de càlcul: penalització sobre el saldo recalculat o sobre
*>l'interes brut recalculat (limitada al saldo), retenció exigible
*>sobre l'interes brut menys la penalització, descomptada la retenció
*>ja practicada (mai negativa ni més que el que queda), i import net.
recalcularCancelacio.
    IF regAudPenBase = "I"
        COMPUTE penalitzacioRecalculada ROUNDED =
            totalInteresRecalculat * regAudPenPercentatge
    ELSE
        COMPUTE penalitzacioRecalculada ROUNDED =
            qRecalculada * regAudPenPercentatge
    END-IF.
    IF penalitzacioRecalculada > qRecalculada
        MOVE qRecalculada TO penalitzacioRecalculada
    END-IF.
    COMPUTE retencioCancelacioSigne ROUNDED =
        (totalInteresRecalculat - penalitzacioRecalculada)
            * regAudRetCancPercentatge
        - totalRetencioRecalculada.
    IF retencioCancelacioSigne < 0
        MOVE 0 TO retencioCancelacioSigne
    END-IF.
    IF retencioCancelacioSigne > qRecalculada - penalitzacioRecalculada
        COMPUTE retencioCancelacioSigne =
            qRecalculada - penalitzacioRecalculada
    END-IF.
    MOVE retencioCancelacioSigne TO retCancelacioRecalculada.
    COMPUTE netCancelacioRecalculat = qRecalculada
        - penalitzacioRecalculada - retCancelacioRecalculada.
recalcularCancelacio-Fi.
    EXIT.

imprimirDiscrepancia.
    MOVE regAudData TO disData.
    MOVE regAudIdCompte TO disIdCompte.
    MOVE importQuotat TO disQuotada.
    MOVE importRecalculat TO disRecalculada.
    MOVE diferencia TO disDiferencia.
    MOVE concepteComparat TO disConcepte.
    MOVE liniaDiscrepancia TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    DISPLAY "  -> discrepancia al compte " regAudIdCompte " ("
        concepteComparat ": quotada " importQuotat ", recalculada "
        importRecalculat ")".
imprimirDiscrepancia-Fi.
    EXIT.

