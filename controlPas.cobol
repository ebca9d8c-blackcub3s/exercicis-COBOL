*> PROGRAMA DE CONTROL DE PAS DEL BATCH DE NIT. Cada pas de la cadena
*> l'executa abans del seu programa: llegeix a PARMPAS el nom del pas i
*> la data de procés, busca el pas a la definició de la cadena DEFPASSOS
*> (un registre per pas: nom del pas, programa que executa i fins a 5
*> passos previs, cadascun amb el codi de retorn més alt amb què pot
*> haver acabat) i comprova a RUNCTL que, per a aquesta data de procés,
*> cada pas previ ha acabat i no ha superat el seu codi de retorn
*> màxim. Si un pas previ es va rellançar, mana la darrera execució
*> registrada. Si tot és correcte torna RETURN-CODE 0 i el pas pot
*> continuar; si no, torna RETURN-CODE 12, mostra el motiu per pantalla
*> i deixa constància del bloqueig a RUNCTL (programa del pas, codi de
*> retorn 12, marca de bloqueig, nom del pas i motiu), perquè
*> INFORME-EXPLOTACIO el llisti amb les execucions de la nit i els
*> passos que en depenen també quedin aturats. RETURN-CODE 8 si no es
*> pot fer la comprovació (PARMPAS o DEFPASSOS absents o mal construïts,
*> pas no definit); també queda registrat com a bloqueig.

*>2029-02: primera versió. Els registres de bloqueig allarguen el
*>traçat de RUNCTL amb tres camps al final (marca, pas i motiu); els
*>programes del batch continuen escrivint el traçat curt de sempre i,
*>en un fitxer de línies, les posicions que no escriuen es llegeixen
*>com a espais (execució normal).

*>2029-09: HELLO-WORLD registra a RUNCTL el programa amb el mode
*>("HELLO-WORLD-P", "HELLO-WORLD-T", ...), perquè una simulació o una
*>consulta del mateix dia no faci de pas previ. Només la "P" i la "R"
*>(que és la represa de la "P") satisfan un pas previ que nomeni
*>HELLO-WORLD; a DEFPASSOS s'hi ha de posar "HELLO-WORLD-P" i un pas
*>previ amb el nom sense mode és un error de la definició.

IDENTIFICATION DIVISION.
PROGRAM-ID. CONTROL-PAS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT fitxerParmPas ASSIGN TO "PARMPAS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatParmPas.
    SELECT fitxerDefinicioPassos ASSIGN TO "DEFPASSOS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatDefinicioPassos.
    SELECT fitxerControlExecucions ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatControlExecucions.
DATA DIVISION.
FILE SECTION.
FD  fitxerParmPas.
01  registreParmPas.
    05  ppPas         PIC X(08).     *>pas que es vol executar, tal com és a DEFPASSOS
    05  ppDataProces  PIC 9(08).     *>data de procés (AAAAMMDD); 0 vol dir "agafa la data del sistema"
FD  fitxerDefinicioPassos.
01  registreDefinicioPas.
    05  dpPas         PIC X(08).
    05  dpPrograma    PIC X(20).     *>programa que executa el pas, tal com el registra a RUNCTL
    05  dpPredecessorsGrp.
        10  dpPredecessor OCCURS 5 TIMES.  *>passos previs; en blanc si no se n'usen tants
            15  dpPasPrevi     PIC X(08).
            15  dpRetornMaxim  PIC 99.     *>codi de retorn més alt acceptat del pas previ
FD  fitxerControlExecucions.
01  registreControlExecucio.         *>traçat de RUNCTL dels programes del batch, més els camps dels bloquejos
    05  rceRunId      PIC X(14).
    05  rcePrograma   PIC X(20).
    05  rceDataProces PIC 9(08).
    05  rceLlegits    PIC 9(07).
    05  rceEscrits    PIC 9(07).
    05  rceRetorn     PIC 99.
    05  rceEstat      PIC X(01).     *>"B" pas bloquejat per CONTROL-PAS; en blanc, execució normal
        88  rceBloquejat VALUE "B".
    05  rcePas        PIC X(08).     *>pas bloquejat
    05  rceMotiu      PIC X(60).     *>motiu del bloqueig
WORKING-STORAGE SECTION.
    01 estatParmPas PIC X(02).           *>file status de PARMPAS; diferent de "00" vol dir que no se sap quin pas es vol executar
    01 estatDefinicioPassos PIC X(02).   *>file status de DEFPASSOS; diferent de "00" vol dir que no hi ha definició de la cadena
    01 estatControlExecucions PIC X(02). *>file status de RUNCTL; "35" a l'OPEN vol dir que encara no s'ha registrat res
    01 pasDemanat PIC X(08) VALUE SPACES. *>pas que es vol executar
    01 dataProces PIC 9(08) VALUE 0.     *>data de procés que es comprova
    01 dataActual PIC 9(08).
    01 horaActual PIC 9(08).
    01 horaActualDesglossada REDEFINES horaActual.
        05 horaActualHHMMSS PIC X(06).
        05 FILLER PIC X(02).
    01 idExecucio PIC X(14) VALUE SPACES. *>identificador d'execució: data de procés + hora d'inici (HHMMSS)
    01 indicadorFiDefinicio PIC X(01) VALUE "N".
        88 fiDefinicio VALUE "S".
    01 indicadorFiControl PIC X(01) VALUE "N".
        88 fiControl VALUE "S".
    01 indicadorDefinicioErronia PIC X(01) VALUE "N".  *>"S" si DEFPASSOS té un registre mal construït o massa passos
        88 definicioErronia VALUE "S".
    01 indicadorPasTrobat PIC X(01) VALUE "N".
        88 pasTrobat VALUE "S".
    01 nombrePassos PIC 99 VALUE 0.      *>passos carregats de DEFPASSOS
    01 taulaPassos.
        05 entradaPas OCCURS 50 TIMES.
            10 tpPas PIC X(08).
            10 tpPrograma PIC X(20).
            10 tpPredecessorsGrp.
                15 tpPredecessor OCCURS 5 TIMES.
                    20 tpPasPrevi PIC X(08).
                    20 tpRetornMaxim PIC 99.
    01 ixPas PIC 99.                     *>índex de treball sobre taulaPassos
    01 ixPasDemanat PIC 99 VALUE 0.      *>posició del pas demanat a taulaPassos
    01 pasCercat PIC X(08).              *>pas que s'està buscant a taulaPassos
    01 programaPas PIC X(20) VALUE SPACES. *>programa del pas demanat; és el que es registra a RUNCTL si es bloqueja
    01 nombrePrevis PIC 9 VALUE 0.       *>passos previs del pas demanat
    01 taulaPrevis.                      *>situació de cada pas previ per a la data de procés, segons RUNCTL
        05 entradaPrevi OCCURS 5 TIMES.
            10 epPas PIC X(08).
            10 epPrograma PIC X(20).
            10 epRetornMaxim PIC 99.
            10 epRetorn PIC 99.
            10 epExecutat PIC X(01).     *>"S" si RUNCTL en té una execució per a la data
            10 epBloquejat PIC X(01).    *>"S" si RUNCTL en té un bloqueig i cap execució
    01 ixPrevi PIC 9.                    *>índex de treball sobre taulaPrevis
    01 registresLlegits PIC 9(07) VALUE 0.  *>registres de RUNCTL llegits
    01 previsNoSatisfets PIC 9 VALUE 0.  *>passos previs que no permeten executar el pas
    01 motiuBloqueig PIC X(60) VALUE SPACES.  *>motiu que es registra a RUNCTL: el del primer pas previ no satisfet
    01 motiuTreball PIC X(60).           *>motiu del pas previ que s'està avaluant
    01 programaExecucio PIC X(20).       *>programa de l'execució de RUNCTL que s'està llegint, amb la "R" de HELLO-WORLD com a "P"
    01 retornEditat PIC Z9.
    01 retornMaximEditat PIC Z9.
PROCEDURE DIVISION.
    OPEN INPUT fitxerParmPas.
    IF estatParmPas <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir PARMPAS (file status "
            estatParmPas "): no se sap quin pas es vol executar"
        MOVE "PARMPAS ABSENT: NO SE SAP QUIN PAS ES VOL EXECUTAR"
            TO motiuBloqueig
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    READ fitxerParmPas INTO registreParmPas
        AT END
            MOVE SPACES TO ppPas
            MOVE 0 TO ppDataProces
    END-READ.
    CLOSE fitxerParmPas.
    MOVE ppPas TO pasDemanat.
    IF ppDataProces NUMERIC AND ppDataProces > 0
        MOVE ppDataProces TO dataProces
    ELSE
        ACCEPT dataProces FROM DATE YYYYMMDD
    END-IF.
    MOVE dataProces TO dataActual.
    ACCEPT horaActual FROM TIME.
    STRING dataActual DELIMITED BY SIZE
        horaActualHHMMSS DELIMITED BY SIZE
        INTO idExecucio.
    IF pasDemanat = SPACES
        DISPLAY "ERROR: PARMPAS no porta el nom del pas"
        MOVE "PARMPAS SENSE NOM DE PAS" TO motiuBloqueig
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.

    PERFORM carregarDefinicio THRU carregarDefinicio-Fi.
    IF definicioErronia
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    MOVE pasDemanat TO pasCercat.
    PERFORM cercarPas THRU cercarPas-Fi.
    IF NOT pasTrobat
        DISPLAY "ERROR: el pas " pasDemanat " no es a DEFPASSOS"
        MOVE "PAS NO DEFINIT A DEFPASSOS" TO motiuBloqueig
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    MOVE ixPas TO ixPasDemanat.
    MOVE tpPrograma (ixPasDemanat) TO programaPas.
    PERFORM prepararPrevis THRU prepararPrevis-Fi.
    IF definicioErronia
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.

    PERFORM llegirExecucions THRU llegirExecucions-Fi.
    IF RETURN-CODE = 8
        GO TO finalPrograma
    END-IF.
    PERFORM avaluarPrevi THRU avaluarPrevi-Fi
        VARYING ixPrevi FROM 1 BY 1 UNTIL ixPrevi > nombrePrevis.
    IF previsNoSatisfets > 0
        DISPLAY "PAS " pasDemanat " BLOQUEJAT per a la data "
            dataProces ": " motiuBloqueig
        MOVE 12 TO RETURN-CODE
    ELSE
        DISPLAY "Pas " pasDemanat " (" programaPas ") autoritzat "
            "per a la data " dataProces
    END-IF.

finalPrograma.
    IF RETURN-CODE > 0
        PERFORM registrarBloqueig THRU registrarBloqueig-Fi
    END-IF.
    STOP RUN.

*>Carrega DEFPASSOS a taulaPassos. Un registre sense nom de pas o sense
*>programa o més passos que posicions de taula aturen el control: una
*>cadena mal definida no ha de deixar passar res. El codi de retorn
*>màxim de cada pas previ es valida en preparar els previs del pas.
carregarDefinicio.
    OPEN INPUT fitxerDefinicioPassos.
    IF estatDefinicioPassos <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir DEFPASSOS (file status "
            estatDefinicioPassos ")"
        MOVE "DEFPASSOS ABSENT: NO ES POT COMPROVAR LA CADENA"
            TO motiuBloqueig
        SET definicioErronia TO TRUE
        GO TO carregarDefinicio-Fi
    END-IF.
    PERFORM llegirDefinicioPas THRU llegirDefinicioPas-Fi
        UNTIL fiDefinicio OR definicioErronia.
    CLOSE fitxerDefinicioPassos.
carregarDefinicio-Fi.
    EXIT.

llegirDefinicioPas.
    READ fitxerDefinicioPassos INTO registreDefinicioPas
        AT END
            SET fiDefinicio TO TRUE
        NOT AT END
            IF dpPas = SPACES OR dpPrograma = SPACES
                DISPLAY "ERROR: registre de DEFPASSOS mal construit "
                    "(pas " dpPas ")"
                MOVE "DEFPASSOS MAL CONSTRUIT" TO motiuBloqueig
                SET definicioErronia TO TRUE
            ELSE
                IF nombrePassos >= 50
                    DISPLAY "ERROR: DEFPASSOS porta mes de 50 passos"
                    MOVE "DEFPASSOS MAL CONSTRUIT" TO motiuBloqueig
                    SET definicioErronia TO TRUE
                ELSE
                    ADD 1 TO nombrePassos
                    MOVE dpPas TO tpPas (nombrePassos)
                    MOVE dpPrograma TO tpPrograma (nombrePassos)
                    MOVE dpPredecessorsGrp
                        TO tpPredecessorsGrp (nombrePassos)
                END-IF
            END-IF
    END-READ.
llegirDefinicioPas-Fi.
    EXIT.

*>Busca pasCercat a taulaPassos; deixa pasTrobat i ixPas.
cercarPas.
    MOVE "N" TO indicadorPasTrobat.
    MOVE 1 TO ixPas.
    PERFORM compararPas THRU compararPas-Fi
        UNTIL ixPas > nombrePassos OR pasTrobat.
cercarPas-Fi.
    EXIT.

compararPas.
    IF tpPas (ixPas) = pasCercat
        SET pasTrobat TO TRUE
    ELSE
        ADD 1 TO ixPas
    END-IF.
compararPas-Fi.
    EXIT.

*>Trasllada els passos previs del pas demanat a taulaPrevis, amb el
*>programa de cadascun segons DEFPASSOS. Un pas previ que no és a la
*>definició o que no porta un codi de retorn màxim numèric és un error
*>de la definició, no un bloqueig.
prepararPrevis.
    MOVE 0 TO nombrePrevis.
    PERFORM prepararPrevi THRU prepararPrevi-Fi
        VARYING ixPrevi FROM 1 BY 1
        UNTIL ixPrevi > 5 OR definicioErronia.
prepararPrevis-Fi.
    EXIT.

prepararPrevi.
    IF tpPasPrevi (ixPasDemanat, ixPrevi) = SPACES
        GO TO prepararPrevi-Fi
    END-IF.
    MOVE tpPasPrevi (ixPasDemanat, ixPrevi) TO pasCercat.
    IF tpRetornMaxim (ixPasDemanat, ixPrevi) NOT NUMERIC
        DISPLAY "ERROR: el pas previ " pasCercat " del pas "
            pasDemanat " no porta un codi de retorn maxim numeric"
        MOVE "DEFPASSOS MAL CONSTRUIT" TO motiuBloqueig
        SET definicioErronia TO TRUE
        GO TO prepararPrevi-Fi
    END-IF.
    PERFORM cercarPas THRU cercarPas-Fi.
    IF NOT pasTrobat
        DISPLAY "ERROR: el pas previ " pasCercat " del pas "
            pasDemanat " no es a DEFPASSOS"
        MOVE "PAS PREVI NO DEFINIT A DEFPASSOS" TO motiuBloqueig
        SET definicioErronia TO TRUE
        GO TO prepararPrevi-Fi
    END-IF.
    IF tpPrograma (ixPas) = "HELLO-WORLD"
        DISPLAY "ERROR: el pas previ " pasCercat " del pas "
            pasDemanat " nomena HELLO-WORLD sense mode (cal "
            "HELLO-WORLD-P a DEFPASSOS)"
        MOVE "DEFPASSOS MAL CONSTRUIT: HELLO-WORLD SENSE MODE"
            TO motiuBloqueig
        SET definicioErronia TO TRUE
        GO TO prepararPrevi-Fi
    END-IF.
    ADD 1 TO nombrePrevis.
    MOVE pasCercat TO epPas (nombrePrevis).
    MOVE tpPrograma (ixPas) TO epPrograma (nombrePrevis).
    MOVE tpRetornMaxim (ixPasDemanat, ixPrevi)
        TO epRetornMaxim (nombrePrevis).
    MOVE 0 TO epRetorn (nombrePrevis).
    MOVE "N" TO epExecutat (nombrePrevis).
    MOVE "N" TO epBloquejat (nombrePrevis).
prepararPrevi-Fi.
    EXIT.

*>Llegeix RUNCTL sencer i, per a cada pas previ, es queda amb la darrera
*>execució registrada del seu programa per a la data de procés. Un
*>RUNCTL que encara no existeix vol dir que no ha acabat cap pas.
llegirExecucions.
    IF nombrePrevis = 0
        GO TO llegirExecucions-Fi
    END-IF.
    OPEN INPUT fitxerControlExecucions.
    IF estatControlExecucions = "35"
        GO TO llegirExecucions-Fi
    END-IF.
    IF estatControlExecucions <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir RUNCTL (file status "
            estatControlExecucions ")"
        MOVE "RUNCTL ILLEGIBLE: NO ES POT COMPROVAR LA CADENA"
            TO motiuBloqueig
        MOVE 8 TO RETURN-CODE
        GO TO llegirExecucions-Fi
    END-IF.
    PERFORM llegirExecucio THRU llegirExecucio-Fi
        UNTIL fiControl.
    CLOSE fitxerControlExecucions.
llegirExecucions-Fi.
    EXIT.

llegirExecucio.
    MOVE SPACES TO registreControlExecucio.
    READ fitxerControlExecucions INTO registreControlExecucio
        AT END
            SET fiControl TO TRUE
        NOT AT END
            ADD 1 TO registresLlegits
            IF rceDataProces = dataProces
                PERFORM anotarExecucioPrevi THRU anotarExecucioPrevi-Fi
                    VARYING ixPrevi FROM 1 BY 1
                    UNTIL ixPrevi > nombrePrevis
            END-IF
    END-READ.
llegirExecucio-Fi.
    EXIT.

*>Un bloqueig no desfà una execució anterior del mateix programa: només
*>compta si el programa encara no ha acabat mai per a la data. La "R"
*>de HELLO-WORLD completa la "P" del mateix dia i compta com a "P"; els
*>altres modes no fan mai de pas previ.
anotarExecucioPrevi.
    MOVE rcePrograma TO programaExecucio.
    IF programaExecucio = "HELLO-WORLD-R"
        MOVE "HELLO-WORLD-P" TO programaExecucio
    END-IF.
    IF programaExecucio = epPrograma (ixPrevi)
        IF rceBloquejat
            MOVE "S" TO epBloquejat (ixPrevi)
        ELSE
            MOVE "S" TO epExecutat (ixPrevi)
            MOVE rceRetorn TO epRetorn (ixPrevi)
        END-IF
    END-IF.
anotarExecucioPrevi-Fi.
    EXIT.

*>Decideix si el pas previ ixPrevi permet executar el pas demanat i, si
*>no, en mostra el motiu; el primer motiu trobat és el que es registra.
avaluarPrevi.
    MOVE SPACES TO motiuTreball.
    IF epExecutat (ixPrevi) = "S"
        IF epRetorn (ixPrevi) > epRetornMaxim (ixPrevi)
            MOVE epRetorn (ixPrevi) TO retornEditat
            MOVE epRetornMaxim (ixPrevi) TO retornMaximEditat
            STRING "PAS PREVI " DELIMITED BY SIZE
                epPas (ixPrevi) DELIMITED BY SPACE
                " ACABAT AMB RC " DELIMITED BY SIZE
                retornEditat DELIMITED BY SIZE
                " (MAXIM " DELIMITED BY SIZE
                retornMaximEditat DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO motiuTreball
        END-IF
    ELSE
        IF epBloquejat (ixPrevi) = "S"
            STRING "PAS PREVI " DELIMITED BY SIZE
                epPas (ixPrevi) DELIMITED BY SPACE
                " BLOQUEJAT, NO S'HA EXECUTAT" DELIMITED BY SIZE
                INTO motiuTreball
        ELSE
            STRING "PAS PREVI " DELIMITED BY SIZE
                epPas (ixPrevi) DELIMITED BY SPACE
                " (" DELIMITED BY SIZE
                epPrograma (ixPrevi) DELIMITED BY SPACE
                ") NO HA ACABAT" DELIMITED BY SIZE
                INTO motiuTreball
        END-IF
    END-IF.
    IF motiuTreball <> SPACES
        ADD 1 TO previsNoSatisfets
        DISPLAY "  -> " motiuTreball
        IF motiuBloqueig = SPACES
            MOVE motiuTreball TO motiuBloqueig
        END-IF
    END-IF.
avaluarPrevi-Fi.
    EXIT.

*>Deixa constància del bloqueig a RUNCTL: el registre porta el programa
*>del pas (si se sap), la data de procés, el codi de retorn del control,
*>la marca de bloqueig, el pas i el motiu.
registrarBloqueig.
    IF idExecucio = SPACES
        *>el control ha caigut abans de llegir PARMPAS: es registra amb la data i l'hora del sistema
        ACCEPT dataActual FROM DATE YYYYMMDD
        MOVE dataActual TO dataProces
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
        DISPLAY "ATENCIO: no s'ha pogut registrar el bloqueig a RUNCTL "
            "(file status " estatControlExecucions ")"
        GO TO registrarBloqueig-Fi
    END-IF.
    MOVE SPACES TO registreControlExecucio.
    MOVE idExecucio TO rceRunId.
    IF programaPas = SPACES
        MOVE "CONTROL-PAS" TO rcePrograma
    ELSE
        MOVE programaPas TO rcePrograma
    END-IF.
    MOVE dataProces TO rceDataProces.
    MOVE registresLlegits TO rceLlegits.
    MOVE 0 TO rceEscrits.
    MOVE RETURN-CODE TO rceRetorn.
    SET rceBloquejat TO TRUE.
    MOVE pasDemanat TO rcePas.
    MOVE motiuBloqueig TO rceMotiu.
    WRITE registreControlExecucio.
    CLOSE fitxerControlExecucions.
registrarBloqueig-Fi.
    EXIT.
