*> s'obren en EXTEND i creixen sense límit: el fitxer de checkpoints
*> guanya un registre per compte i any a cada execució, i el de
*> auditoria un registre per compte calculat. Aquest programa, pensat
*> per planificar-lo després de l'execució nocturna, fa tres coses:
*>   - compacta el fitxer de checkpoints (CKPTIN) deixant només el
*>     darrer registre de cada compte, al fitxer CKPTNET;
*>   - trasllada els registres d'AUDITLOG anteriors a la data límit de
*>     retenció (PARMNET) al fitxer d'arxiu ARXIUAUD (en EXTEND, per
*>     poder encadenar-hi l'arxiu de cada any), i deixa la resta a
*>     AUDITNET;
*>   - esborra de l'històric de posicions HISTPOS les fotos més antigues
*>     que el període de retenció en mesos de PARMNET.
*> Al final escriu a NETINF un resum del que s'ha mantingut, compactat
*> i arxivat. Fins ara l'únic procediment era esborrar els fitxers a
*> mà, cosa que destruïa alhora la represa i l'històric d'auditoria.
*>(14 posicions al final, que la compactació conserva) i cada execució
*>d'aquest programa es registra al fitxer RUNCTL.

*>2029-05: el registre d'auditoria passa a 890 posicions amb la
*>liquidació de les cancel.lacions anticipades al final del registre.

*>2029-08: retenció de l'històric de posicions HISTPOS, que les
*>execucions "P" i "R" fan créixer amb una foto per compte i dia.
*>PARMNET porta ara, a continuació de la data de procés, els mesos de
*>retenció de l'històric (3 dígits); s'esborren les fotos amb data de
*>procés anterior a la data de procés menys aquests mesos. Sense mesos
*>informats (0, o un PARMNET d'abans del canvi) l'històric no es toca.
*>Un HISTPOS que encara no existeix no és cap error.

IDENTIFICATION DIVISION.
PROGRAM-ID. NETEJA-FITXERS.
ENVIRONMENT DIVISION.
    SELECT fitxerArxiuAuditoria ASSIGN TO "ARXIUAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatArxiuAuditoria.
    SELECT fitxerHistoricPosicions ASSIGN TO "HISTPOS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS hisClau
        FILE STATUS IS estatHistoric.
    SELECT fitxerInformeNeteja ASSIGN TO "NETINF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatInformeNeteja.
01  registreParmNeteja.
    05  rpnDataLimit PIC 9(08).     *>AAAAMMDD: tot registre d'auditoria amb data anterior s'arxiva
    05  rpnDataProces PIC 9(08).    *>data de negoci de l'execució (AAAAMMDD); 0 vol dir "agafa la data del sistema"
    05  rpnMesosHistoric PIC 9(03). *>mesos de retenció de HISTPOS; 0 vol dir "no s'esborra res"
FD  fitxerCheckpointIn.
01  registreCheckpointIn.
    05  ckiIdCompte PIC X(10).
FD  fitxerAuditoria.
01  registreAuditoria.
    05  regAudData  PIC 9(08).      *>només cal la data per decidir; la resta del registre es copia tal qual
    05  FILLER      PIC X(882).
FD  fitxerAuditoriaNet.
01  registreAuditoriaNet PIC X(890).
FD  fitxerArxiuAuditoria.
01  registreArxiuAuditoria PIC X(890).
FD  fitxerHistoricPosicions.
01  registreHistoric.               *>mateix traçat que HISTPOS al programa de càlcul; només cal la clau per decidir
    05  hisClau.
        10  hisIdCompte PIC X(10).
        10  hisData     PIC 9(08).
    05  FILLER          PIC X(260).
FD  fitxerInformeNeteja.
01  liniaInformeNeteja PIC X(132).
FD  fitxerControlExecucions.
    01 auditLlegits PIC 9(07) VALUE 0.
    01 auditMantinguts PIC 9(07) VALUE 0.
    01 auditArxivats PIC 9(07) VALUE 0.
    01 estatHistoric PIC X(02).      *>file status de HISTPOS; "35" a l'OPEN vol dir que encara no existeix
    01 indicadorFiHistoric PIC X(01) VALUE "N".
        88 fiHistoric VALUE "S".
    01 mesosHistoric PIC 9(03) VALUE 0.  *>mesos de retenció de HISTPOS, de PARMNET; 0 no esborra res
    01 mesosAbsoluts PIC 9(06).      *>data de procés en mesos (any * 12 + mes - 1), per restar-hi la retenció
    01 restaMesos PIC 99.
    01 dataLimitHistoric PIC 9(08) VALUE 0.  *>tota foto de HISTPOS amb data anterior s'esborra
    01 dataLimitHistoricDesglossada REDEFINES dataLimitHistoric.
        05 dlhAny PIC 9(04).
        05 dlhMes PIC 99.
        05 dlhDia PIC 99.
    01 historicLlegits PIC 9(07) VALUE 0.
    01 historicEsborrats PIC 9(07) VALUE 0.
    01 historicMantinguts PIC 9(07) VALUE 0.
    01 dataActual PIC 9(08).         *>data de negoci de l'execució: rpnDataProces si ve informada, si no la del sistema
    01 dataActualDesglossada REDEFINES dataActual.
        05 dataActualAny PIC X(04).
        05 dataActualMes PIC X(02).
        05 dataActualDia PIC X(02).
    01 dataActualNumerica REDEFINES dataActual.
        05 danAny PIC 9(04).
        05 danMes PIC 99.
        05 danDia PIC 99.
    01 horaActual PIC 9(08).
    01 horaActualDesglossada REDEFINES horaActual.
        05 horaActualHHMMSS PIC X(06).
    01 liniaAudArxivats.
        05 FILLER PIC X(30) VALUE "AUDITORIA: ARXIVATS . . . . : ".
        05 netAudArxivats PIC ZZZZZZ9.
    01 liniaHisRetencio.
        05 FILLER PIC X(30) VALUE "HISTORIC: MESOS RETENCIO  . : ".
        05 netHisMesos PIC ZZ9.
        05 FILLER PIC X(17) VALUE "   DATA LIMIT : ".
        05 netHisDataLimit PIC 9(08).
    01 liniaHisSenseRetencio PIC X(50) VALUE
        "HISTORIC: SENSE RETENCIO INFORMADA, NO ES TOCA".
    01 liniaHisLlegits.
        05 FILLER PIC X(30) VALUE "HISTORIC: LLEGITS . . . . . : ".
        05 netHisLlegits PIC ZZZZZZ9.
    01 liniaHisMantinguts.
        05 FILLER PIC X(30) VALUE "HISTORIC: MANTINGUTS  . . . : ".
        05 netHisMantinguts PIC ZZZZZZ9.
    01 liniaHisEsborrats.
        05 FILLER PIC X(30) VALUE "HISTORIC: ESBORRATS . . . . : ".
        05 netHisEsborrats PIC ZZZZZZ9.
PROCEDURE DIVISION.
    OPEN INPUT fitxerParmNeteja.
    IF estatParmNeteja <> "00"
    ELSE
        ACCEPT dataActual FROM DATE YYYYMMDD
    END-IF.
    IF rpnMesosHistoric NUMERIC
        MOVE rpnMesosHistoric TO mesosHistoric
    END-IF.
    ACCEPT horaActual FROM TIME.
    STRING dataActual DELIMITED BY SIZE
        horaActualHHMMSS DELIMITED BY SIZE

    PERFORM compactarCheckpoints THRU compactarCheckpoints-Fi.
    PERFORM arxivarAuditoria THRU arxivarAuditoria-Fi.
    PERFORM depurarHistoric THRU depurarHistoric-Fi.
    PERFORM imprimirResumNeteja THRU imprimirResumNeteja-Fi.
    CLOSE fitxerInformeNeteja.
    DISPLAY "Neteja acabada: " nombreCheckpoints " comptes amb "
        "checkpoint, " auditArxivats " registres d'auditoria arxivats, "
        historicEsborrats " fotos d'historic esborrades".

finalPrograma.
    PERFORM registrarExecucio THRU registrarExecucio-Fi.
    MOVE idExecucio TO rceRunId.
    MOVE "NETEJA-FITXERS" TO rcePrograma.
    MOVE dataActual TO rceDataProces.
    COMPUTE rceLlegits = checkpointsLlegits + auditLlegits
        + historicLlegits.
    COMPUTE rceEscrits = nombreCheckpoints + auditMantinguts
        + auditArxivats + historicEsborrats.
    MOVE RETURN-CODE TO rceRetorn.
    WRITE registreControlExecucio.
    CLOSE fitxerControlExecucions.
repartirRegistreAuditoria-Fi.
    EXIT.

*>Esborra de HISTPOS les fotos amb data de procés anterior a la data
*>límit, que és la data de procés menys els mesos de retenció (el dia
*>es conserva; la comparació és per data AAAAMMDD, així que un dia 31
*>en un mes més curt també talla bé). Sense mesos informats no es toca.
depurarHistoric.
    IF mesosHistoric = 0
        GO TO depurarHistoric-Fi
    END-IF.
    COMPUTE mesosAbsoluts = danAny * 12 + danMes - 1 - mesosHistoric.
    DIVIDE mesosAbsoluts BY 12 GIVING dlhAny REMAINDER restaMesos.
    COMPUTE dlhMes = restaMesos + 1.
    MOVE danDia TO dlhDia.
    OPEN I-O fitxerHistoricPosicions.
    IF estatHistoric = "35"
        GO TO depurarHistoric-Fi
    END-IF.
    IF estatHistoric <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir HISTPOS (file status "
            estatHistoric ")"
        MOVE 8 TO RETURN-CODE
        GO TO depurarHistoric-Fi
    END-IF.
    MOVE "N" TO indicadorFiHistoric.
    MOVE LOW-VALUES TO hisClau.
    START fitxerHistoricPosicions KEY IS GREATER THAN OR EQUAL TO hisClau
        INVALID KEY
            SET fiHistoric TO TRUE
    END-START.
    PERFORM depurarFotoHistoric THRU depurarFotoHistoric-Fi
        UNTIL fiHistoric.
    CLOSE fitxerHistoricPosicions.
depurarHistoric-Fi.
    EXIT.

depurarFotoHistoric.
    READ fitxerHistoricPosicions NEXT RECORD
        AT END
            SET fiHistoric TO TRUE
        NOT AT END
            ADD 1 TO historicLlegits
            IF hisData < dataLimitHistoric
                DELETE fitxerHistoricPosicions RECORD
                    INVALID KEY
                        DISPLAY "ERROR: no s'ha pogut esborrar la foto "
                            hisIdCompte " " hisData " de HISTPOS (file "
                            "status " estatHistoric ")"
                        MOVE 8 TO RETURN-CODE
                    NOT INVALID KEY
                        ADD 1 TO historicEsborrats
                END-DELETE
            ELSE
                ADD 1 TO historicMantinguts
            END-IF
    END-READ.
depurarFotoHistoric-Fi.
    EXIT.

imprimirResumNeteja.
    MOVE dataLimit TO netDataLimit.
    MOVE liniaDataLimit TO liniaTreball.
    MOVE auditArxivats TO netAudArxivats.
    MOVE liniaAudArxivats TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE SPACES TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    IF mesosHistoric = 0
        MOVE liniaHisSenseRetencio TO liniaTreball
        PERFORM escriureInforme THRU escriureInforme-Fi
        GO TO imprimirResumNeteja-Fi
    END-IF.
    MOVE mesosHistoric TO netHisMesos.
    MOVE dataLimitHistoric TO netHisDataLimit.
    MOVE liniaHisRetencio TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE historicLlegits TO netHisLlegits.
    MOVE liniaHisLlegits TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE historicMantinguts TO netHisMantinguts.
    MOVE liniaHisMantinguts TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE historicEsborrats TO netHisEsborrats.
    MOVE liniaHisEsborrats TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirResumNeteja-Fi.
    EXIT.

