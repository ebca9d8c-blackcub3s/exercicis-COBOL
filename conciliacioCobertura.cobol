*>l'identificador d'execució que el programa de càlcul hi afegeix al
*>final de cada registre.

*>2028-10: traçat de MESTRECTA (211 posicions) alineat amb el producte
*>i l'indicador de condicions pròpies afegits al final del registre.

*>2028-11: traçat de MESTRECTA (219 posicions) alineat amb la data
*>d'obertura del compte afegida al final del registre.

*>2029-05: traçat d'AUDITLOG (890 posicions) alineat amb la liquidació
*>de les cancel.lacions anticipades afegida al final del registre. Una
*>cotització de cancel.lació (tipus "C") no és el càlcul del compte i
*>no compta per a la cobertura: si no, el compte d'un client que ha
*>demanat què cobraria si tanqués el pla sortiria com a calculat dues
*>vegades.

*>2029-07: MESTRECTA té una clau alternativa amb duplicats sobre el
*>client propietari (rcIdClient); es declara aquí perquè la definició
*>del fitxer ha de coincidir a tots els programes que l'obren.

*>2029-09: cada execució es registra al fitxer RUNCTL (identificador,
*>programa, data de l'execució conciliada com a data de procés, comptes
*>del mestre llegits, excepcions trobades i codi de retorn final), com
*>fan els programes de manteniment, perquè CONTROL-PAS pugui fer
*>dependre un pas de la conciliació i l'INFORME-EXPLOTACIO la llisti.

IDENTIFICATION DIVISION.
PROGRAM-ID. CONCILIACIO-COBERTURA.
ENVIRONMENT DIVISION.
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rcIdCompte
        ALTERNATE RECORD KEY IS rcIdClient WITH DUPLICATES
        FILE STATUS IS estatMestre.
    SELECT OPTIONAL fitxerAuditoria ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT fitxerInformeConcil ASSIGN TO "CONCINF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatInformeConcil.
    SELECT fitxerControlExecucions ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatControlExecucions.
DATA DIVISION.
FILE SECTION.
FD  fitxerParmConcil.
01  registreParmConcil.
    05  rpcDataExecucio PIC 9(08).   *>AAAAMMDD: data de l'execució nocturna que es concilia
FD  fitxerMestre.
01  registreCompte.                  *>mateix traçat que MESTRECTA al programa de càlcul; aquí només calen les claus
    05  rcIdCompte  PIC X(10).
    05  rcIdClient  PIC X(08).
    05  FILLER      PIC X(201).
FD  fitxerAuditoria.
01  registreAuditoria.               *>traçat de 890 posicions del programa de càlcul; aquí només calen data, compte i tipus de cotització
    05  regAudData      PIC 9(08).
    05  FILLER          PIC X(08).
    05  regAudIdCompte  PIC X(10).
    05  FILLER          PIC X(821).
    05  regAudTipusCotitzacio PIC X(01).  *>"C" cancel.lació anticipada; en blanc, cotització a termini
        88  regAudCancelacio VALUE "C".
    05  FILLER          PIC X(42).
FD  fitxerRebutjos.
01  registreRebuig.                  *>traçat de REBUTJOS del programa de càlcul; aquí només cal l'identificador
    05  rbIdCompte  PIC X(10).
    05  cwAlMestre  PIC X(01).       *>"S" si el compte existeix a MESTRECTA
FD  fitxerInformeConcil.
01  liniaInformeConcil PIC X(132).
FD  fitxerControlExecucions.
01  registreControlExecucio.        *>mateix traçat que RUNCTL al programa de càlcul
    05  rceRunId      PIC X(14).
    05  rcePrograma   PIC X(20).
    05  rceDataProces PIC 9(08).
    05  rceLlegits    PIC 9(07).
    05  rceEscrits    PIC 9(07).
    05  rceRetorn     PIC 99.
WORKING-STORAGE SECTION.
    01 estatParmConcil PIC X(02).    *>file status de PARMCON; diferent de "00" vol dir que no es pot llegir
    01 estatMestre PIC X(02).        *>file status de MESTRECTA
    01 estatRebutjos PIC X(02).      *>file status de REBUTJOS; fitxer opcional (una nit sense rebuigs és normal)
    01 estatTreball PIC X(02).       *>file status de CONCILWRK
    01 estatInformeConcil PIC X(02). *>file status de CONCINF
    01 dataExecucio PIC 9(08) VALUE 0.  *>data de l'execució que es concilia, de PARMCON
    01 indicadorFiAuditoria PIC X(01) VALUE "N".
        88 fiAuditoria VALUE "S".
    01 indicadorFiRebutjos PIC X(01) VALUE "N".
    01 excepSenseRastre PIC 9(05) VALUE 0.   *>comptes del mestre sense auditoria ni rebuig
    01 excepDuplicats PIC 9(05) VALUE 0.     *>comptes calculats més d'una vegada
    01 excepOrfes PIC 9(05) VALUE 0.         *>registres d'auditoria de comptes fora del mestre
    01 excepcionsTrobades PIC 9(07) VALUE 0. *>total d'excepcions, el que es registra a RUNCTL com a escrits
    01 liniesSeccio PIC 9(05) VALUE 0.       *>línies impreses a la llista d'excepcions en curs
    01 estatControlExecucions PIC X(02).  *>file status de RUNCTL; "35" a l'OPEN EXTEND vol dir que encara no existeix
    01 idExecucio PIC X(14) VALUE SPACES. *>identificador d'execució: data de procés + hora d'inici (HHMMSS)
    01 horaActual PIC 9(08).
    01 horaActualDesglossada REDEFINES horaActual.
        05 horaActualHHMMSS PIC X(06).
        05 FILLER PIC X(02).
    01 dataActual PIC 9(08).
    01 dataActualDesglossada REDEFINES dataActual.
        05 dataActualAny PIC X(04).
    END-IF.
    CLOSE fitxerParmConcil.
    MOVE rpcDataExecucio TO dataExecucio.
    ACCEPT horaActual FROM TIME.
    STRING dataExecucio DELIMITED BY SIZE
        horaActualHHMMSS DELIMITED BY SIZE
        INTO idExecucio.

    OPEN INPUT fitxerMestre.
    IF estatMestre <> "00"
    IF excepSenseRastre > 0 OR excepDuplicats > 0 OR excepOrfes > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    COMPUTE excepcionsTrobades = excepSenseRastre + excepDuplicats
        + excepOrfes.

finalPrograma.
    PERFORM registrarExecucio THRU registrarExecucio-Fi.
    STOP RUN.

*>Deixa constància de l'execució al fitxer de control RUNCTL; s'executa
*>sempre, també quan el programa acaba en error.
registrarExecucio.
    IF idExecucio = SPACES
        ACCEPT dataActual FROM DATE YYYYMMDD
        MOVE dataActual TO dataExecucio
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
    MOVE "CONCILIACIO-COBERTURA" TO rcePrograma.
    MOVE dataExecucio TO rceDataProces.
    MOVE comptesMestre TO rceLlegits.
    MOVE excepcionsTrobades TO rceEscrits.
    MOVE RETURN-CODE TO rceRetorn.
    WRITE registreControlExecucio.
    CLOSE fitxerControlExecucions.
registrarExecucio-Fi.
    EXIT.

*>Llegeix AUDITLOG sencer i, per a cada registre de la data conciliada,
*>incrementa el comptador de càlculs del compte a CONCILWRK.
carregarAuditoria.
        AT END
            SET fiAuditoria TO TRUE
        NOT AT END
            IF regAudData = dataExecucio AND NOT regAudCancelacio
                ADD 1 TO auditLlegits
                MOVE regAudIdCompte TO cwIdCompte
                READ fitxerTreball
