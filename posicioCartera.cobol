*>consolidat en EUR, com fa el resum de cartera d'INFORME, en lloc de
*>sumar imports de divises diferents sota l'etiqueta EUR.

*>2029-09: cada execució es registra al fitxer RUNCTL (identificador,
*>programa, data de procés, comptes llegits i impresos i codi de retorn
*>final), com fan els programes de manteniment, perquè CONTROL-PAS pugui
*>fer dependre un pas de la posició consolidada i l'INFORME-EXPLOTACIO
*>la llisti. La data de procés és la del sistema, la mateixa de l'informe.

IDENTIFICATION DIVISION.
PROGRAM-ID. POSICIO-CARTERA.
ENVIRONMENT DIVISION.
    SELECT fitxerInformePosicio ASSIGN TO "POSINF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatInformePosicio.
    SELECT fitxerControlExecucions ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatControlExecucions.
DATA DIVISION.
FILE SECTION.
FD  fitxerPosicions.
    05  posQFinalEur PIC 9(12)V99.  *>quantitat final convertida a EUR amb el tipus del dia del càlcul
FD  fitxerInformePosicio.
01  liniaInformePosicio PIC X(132).
FD  fitxerControlExecucions.
01  registreControlExecucio.        *>mateix traçat que RUNCTL al programa de càlcul
    05  rceRunId      PIC X(14).
    05  rcePrograma   PIC X(20).
    05  rceDataProces PIC 9(08).
    05  rceLlegits    PIC 9(07).
    05  rceEscrits    PIC 9(07).
    05  rceRetorn     PIC 99.
WORKING-STORAGE SECTION.
    01 estatPosicions PIC X(02).     *>file status de POSICIONS; diferent de "00" a l'OPEN vol dir que no hi ha cap posició
    01 estatInformePosicio PIC X(02). *>file status de POSINF
        88 divisesDesbordades VALUE "S".
    01 comptesLlegits PIC 9(05) VALUE 0.
    01 comptesAntics PIC 9(05) VALUE 0.  *>comptes amb posició anterior a la darrera execució
    01 estatControlExecucions PIC X(02).  *>file status de RUNCTL; "35" a l'OPEN EXTEND vol dir que encara no existeix
    01 idExecucio PIC X(14) VALUE SPACES. *>identificador d'execució: data de procés + hora d'inici (HHMMSS)
    01 horaActual PIC 9(08).
    01 horaActualDesglossada REDEFINES horaActual.
        05 horaActualHHMMSS PIC X(06).
        05 FILLER PIC X(02).
    01 dataActual PIC 9(08).
    01 dataActualDesglossada REDEFINES dataActual.
        05 dataActualAny PIC X(04).
        GO TO finalPrograma
    END-IF.
    ACCEPT dataActual FROM DATE YYYYMMDD.
    ACCEPT horaActual FROM TIME.
    STRING dataActual DELIMITED BY SIZE
        horaActualHHMMSS DELIMITED BY SIZE
        INTO idExecucio.
    STRING dataActualDia DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        dataActualMes DELIMITED BY SIZE
        comptesAntics " amb posicio anterior a la darrera execucio".

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
    MOVE "POSICIO-CARTERA" TO rcePrograma.
    MOVE dataActual TO rceDataProces.
    MOVE comptesLlegits TO rceLlegits.
    MOVE comptesLlegits TO rceEscrits.
    MOVE RETURN-CODE TO rceRetorn.
    WRITE registreControlExecucio.
    CLOSE fitxerControlExecucions.
registrarExecucio-Fi.
    EXIT.

*>Primera passada: troba la data de posició més alta del fitxer, que és
*>la data de la darrera execució de càlcul que hi va escriure.
cercarDarreraExecucio.
