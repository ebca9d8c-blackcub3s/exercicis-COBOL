*>si alguna execució llistada va acabar amb codi de retorn superior a
*>zero, perquè el planificador del matí també se'n pugui refiar.

*>2029-02: els passos que CONTROL-PAS ha bloquejat (registres de RUNCTL
*>amb la marca de bloqueig) es llisten entre les execucions, al seu
*>lloc cronològic, marcats "** BLOQUEJAT" i amb el pas i el motiu en una
*>segona línia; el resum en dona el nombre a part i també fan tornar
*>RETURN-CODE 4.

IDENTIFICATION DIVISION.
PROGRAM-ID. INFORME-EXPLOTACIO.
ENVIRONMENT DIVISION.
    05  rceLlegits    PIC 9(07).
    05  rceEscrits    PIC 9(07).
    05  rceRetorn     PIC 99.
    05  rceEstat      PIC X(01).     *>"B" pas bloquejat per CONTROL-PAS; en blanc (els programes del batch no l'escriuen), execució normal
        88  rceBloquejat VALUE "B".
    05  rcePas        PIC X(08).     *>pas bloquejat
    05  rceMotiu      PIC X(60).     *>motiu del bloqueig
FD  fitxerInformeExplotacio.
01  liniaInformeExplotacio PIC X(132).
WORKING-STORAGE SECTION.
        88 fiControl VALUE "S".
    01 execucionsLlistades PIC 9(05) VALUE 0.
    01 execucionsAmbError PIC 9(05) VALUE 0.  *>execucions llistades amb codi de retorn superior a zero
    01 passosBloquejats PIC 9(05) VALUE 0.    *>passos bloquejats per CONTROL-PAS llistats
    01 dataActual PIC 9(08).
    01 dataActualDesglossada REDEFINES dataActual.
        05 dataActualAny PIC X(04).
        05 FILLER PIC X(02) VALUE SPACES.
        05 expRetorn PIC Z9.
        05 FILLER PIC X(02) VALUE SPACES.
        05 expMarca PIC X(12).       *>"** ERROR" si el codi de retorn no és zero, "** BLOQUEJAT" si el pas no s'ha executat
    01 liniaMotiuBloqueig.
        05 FILLER PIC X(16) VALUE SPACES.
        05 FILLER PIC X(04) VALUE "PAS ".
        05 expPasBloquejat PIC X(08).
        05 FILLER PIC X(03) VALUE " : ".
        05 expMotiuBloqueig PIC X(60).
    01 liniaSenseExecucions PIC X(40) VALUE
        "  (CAP EXECUCIO REGISTRADA)".
    01 liniaResumLlistades.
    01 liniaResumAmbError.
        05 FILLER PIC X(30) VALUE "AMB CODI DE RETORN NO ZERO  : ".
        05 resAmbError PIC ZZZZ9.
    01 liniaResumBloquejats.
        05 FILLER PIC X(30) VALUE "PASSOS BLOQUEJATS . . . . . : ".
        05 resBloquejats PIC ZZZZ9.
PROCEDURE DIVISION.
    OPEN INPUT fitxerParmExplotacio.
    IF estatParmExplotacio = "00"
    CLOSE fitxerControlExecucions.
    CLOSE fitxerInformeExplotacio.
    DISPLAY "Informe d'explotacio acabat: " execucionsLlistades
        " execucions, " execucionsAmbError " amb error, "
        passosBloquejats " passos bloquejats".
    IF execucionsAmbError > 0 OR passosBloquejats > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

    STOP RUN.

*>Llegeix una execució de RUNCTL i la llista si passa el filtre de
*>data; les execucions amb codi de retorn no zero es marquen, i els
*>passos bloquejats es marquen a part i porten el motiu al darrere.
llegirILlistarExecucio.
    MOVE SPACES TO registreControlExecucio.
    READ fitxerControlExecucions INTO registreControlExecucio
        AT END
            SET fiControl TO TRUE
                MOVE rceLlegits TO expLlegits
                MOVE rceEscrits TO expEscrits
                MOVE rceRetorn TO expRetorn
                EVALUATE TRUE
                    WHEN rceBloquejat
                        MOVE "** BLOQUEJAT" TO expMarca
                        ADD 1 TO passosBloquejats
                    WHEN rceRetorn > 0
                        MOVE "** ERROR" TO expMarca
                        ADD 1 TO execucionsAmbError
                    WHEN OTHER
                        MOVE SPACES TO expMarca
                END-EVALUATE
                MOVE liniaExecucio TO liniaTreball
                PERFORM escriureInforme THRU escriureInforme-Fi
                IF rceBloquejat
                    MOVE rcePas TO expPasBloquejat
                    MOVE rceMotiu TO expMotiuBloqueig
                    MOVE liniaMotiuBloqueig TO liniaTreball
                    PERFORM escriureInforme THRU escriureInforme-Fi
                END-IF
            END-IF
    END-READ.
llegirILlistarExecucio-Fi.
    MOVE execucionsAmbError TO resAmbError.
    MOVE liniaResumAmbError TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
    MOVE passosBloquejats TO resBloquejats.
    MOVE liniaResumBloquejats TO liniaTreball.
    PERFORM escriureInforme THRU escriureInforme-Fi.
imprimirResumExplotacio-Fi.
    EXIT.

