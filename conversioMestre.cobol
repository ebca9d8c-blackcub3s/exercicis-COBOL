*> PROGRAMA DE CONVERSIO DEL MESTRE DE COMPTES. Refà una sola vegada el
*> mestre de comptes MESTRECTA amb la clau alternativa sobre el client
*> propietari (rcIdClient, amb duplicats) que porten ara tots els
*> programes que l'obren. Llegeix el mestre existent, assignat com a
*> MESTREANT amb la definició antiga (només la clau de compte), i en
*> copia tots els registres, sense canviar-ne cap posició, a MESTRENOU,
*> que es crea amb la definició nova. Després rellegeix MESTRENOU per la
*> clau alternativa per comprovar que l'índex per client té tots els
*> comptes. El job substitueix MESTRECTA per MESTRENOU només si el
*> programa acaba amb RETURN-CODE 0.

*>2029-07: primera versió, per a la clau alternativa de MESTRECTA per
*>client. Un registre que no es pot escriure a MESTRENOU o una lectura
*>per client que no retroba tots els comptes escrits aturen la
*>conversió amb RETURN-CODE 8, i llavors MESTRECTA no s'ha de
*>substituir. L'execució es registra a RUNCTL.

*>2029-08: un error d'escriptura a MESTRENOU que no és de clau (file
*>status 30, 34...) també atura la conversió, i el programa acaba amb
*>RETURN-CODE 8 si MESTRENOU no té tants comptes com s'han llegit de
*>MESTREANT.

IDENTIFICATION DIVISION.
PROGRAM-ID. CONVERSIO-MESTRECTA.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT fitxerMestreAntic ASSIGN TO "MESTREANT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS antIdCompte
        FILE STATUS IS estatMestreAntic.
    SELECT fitxerMestreNou ASSIGN TO "MESTRENOU"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rcIdCompte
        ALTERNATE RECORD KEY IS rcIdClient WITH DUPLICATES
        FILE STATUS IS estatMestreNou.
    SELECT fitxerControlExecucions ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estatControlExecucions.
DATA DIVISION.
FILE SECTION.
FD  fitxerMestreAntic.
01  registreMestreAntic.            *>mateix traçat que MESTRECTA, amb la definició d'abans de la clau per client
    05  antIdCompte  PIC X(10).
    05  antIdClient  PIC X(08).
    05  FILLER       PIC X(201).
FD  fitxerMestreNou.
01  registreCompte.                 *>mateix traçat que MESTRECTA al programa de càlcul; aquí només calen les claus
    05  rcIdCompte  PIC X(10).
    05  rcIdClient  PIC X(08).
    05  FILLER      PIC X(201).
FD  fitxerControlExecucions.
01  registreControlExecucio.        *>mateix traçat que RUNCTL al programa de càlcul
    05  rceRunId      PIC X(14).
    05  rcePrograma   PIC X(20).
    05  rceDataProces PIC 9(08).
    05  rceLlegits    PIC 9(07).
    05  rceEscrits    PIC 9(07).
    05  rceRetorn     PIC 99.
WORKING-STORAGE SECTION.
    01 estatMestreAntic PIC X(02). *>file status de MESTREANT
    01 estatMestreNou PIC X(02).   *>file status de MESTRENOU
    01 estatControlExecucions PIC X(02).  *>file status de RUNCTL; "35" a l'OPEN EXTEND vol dir que encara no existeix
    01 indicadorFiMestreAntic PIC X(01) VALUE "N".
        88 fiMestreAntic VALUE "S".
    01 indicadorFiMestreNou PIC X(01) VALUE "N".
        88 fiMestreNou VALUE "S".
    01 indicadorConversioErronia PIC X(01) VALUE "N".  *>"S" si algun registre no s'ha pogut escriure a MESTRENOU
        88 conversioErronia VALUE "S".
    01 comptesLlegits PIC 9(07) VALUE 0.
    01 comptesEscrits PIC 9(07) VALUE 0.
    01 comptesRellegits PIC 9(07) VALUE 0.  *>comptes retrobats a MESTRENOU per la clau alternativa
    01 clientsDiferents PIC 9(07) VALUE 0.  *>clients diferents trobats a la relectura
    01 clientAnterior PIC X(08).   *>client del compte anterior a la relectura
    01 idExecucio PIC X(14) VALUE SPACES. *>identificador d'execució: data de procés + hora d'inici (HHMMSS)
    01 horaActual PIC 9(08).
    01 horaActualDesglossada REDEFINES horaActual.
        05 horaActualHHMMSS PIC X(06).
        05 FILLER PIC X(02).
    01 dataActual PIC 9(08).
PROCEDURE DIVISION.
    ACCEPT dataActual FROM DATE YYYYMMDD.
    ACCEPT horaActual FROM TIME.
    STRING dataActual DELIMITED BY SIZE
        horaActualHHMMSS DELIMITED BY SIZE
        INTO idExecucio.
    OPEN INPUT fitxerMestreAntic.
    IF estatMestreAntic <> "00"
        DISPLAY "ERROR: no s'ha pogut obrir MESTREANT (file status "
            estatMestreAntic "): cal assignar-hi el MESTRECTA existent"
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.
    OPEN OUTPUT fitxerMestreNou.
    IF estatMestreNou <> "00"
        DISPLAY "ERROR: no s'ha pogut crear MESTRENOU (file status "
            estatMestreNou ")"
        CLOSE fitxerMestreAntic
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.

    MOVE LOW-VALUES TO antIdCompte.
    START fitxerMestreAntic KEY IS GREATER THAN OR EQUAL TO antIdCompte
        INVALID KEY
            SET fiMestreAntic TO TRUE
    END-START.
    PERFORM llegirICopiarCompte THRU llegirICopiarCompte-Fi
        UNTIL fiMestreAntic OR conversioErronia.
    CLOSE fitxerMestreAntic.
    CLOSE fitxerMestreNou.
    IF conversioErronia
        DISPLAY "ERROR: conversio aturada; MESTRECTA no s'ha de "
            "substituir per MESTRENOU"
        MOVE 8 TO RETURN-CODE
        GO TO finalPrograma
    END-IF.

    PERFORM verificarClauClient THRU verificarClauClient-Fi.
    DISPLAY "Conversio de MESTRECTA acabada: " comptesLlegits
        " comptes llegits, " comptesEscrits " escrits, "
        comptesRellegits " retrobats per client (" clientsDiferents
        " clients)".
    IF comptesEscrits <> comptesLlegits
        DISPLAY "ERROR: MESTRENOU no te tots els comptes llegits de "
            "MESTREANT; MESTRECTA no s'ha de substituir"
        MOVE 8 TO RETURN-CODE
    END-IF.
    IF comptesRellegits <> comptesEscrits
        DISPLAY "ERROR: la lectura per client no retroba tots els "
            "comptes escrits; MESTRECTA no s'ha de substituir"
        MOVE 8 TO RETURN-CODE
    END-IF.

finalPrograma.
    PERFORM registrarExecucio THRU registrarExecucio-Fi.
    STOP RUN.

*>Deixa constància de l'execució al fitxer de control RUNCTL; s'executa
*>sempre, també quan el programa acaba en error.
registrarExecucio.
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
    MOVE "CONVERSIO-MESTRECTA" TO rcePrograma.
    MOVE dataActual TO rceDataProces.
    MOVE comptesLlegits TO rceLlegits.
    MOVE comptesEscrits TO rceEscrits.
    MOVE RETURN-CODE TO rceRetorn.
    WRITE registreControlExecucio.
    CLOSE fitxerControlExecucions.
registrarExecucio-Fi.
    EXIT.

*>Copia el compte següent del mestre antic al nou tal com és; l'índex
*>per client el construeix el fitxer en escriure el registre.
llegirICopiarCompte.
    READ fitxerMestreAntic NEXT RECORD
        AT END
            SET fiMestreAntic TO TRUE
        NOT AT END
            ADD 1 TO comptesLlegits
            PERFORM copiarCompte THRU copiarCompte-Fi
    END-READ.
llegirICopiarCompte-Fi.
    EXIT.

copiarCompte.
    WRITE registreCompte FROM registreMestreAntic
        INVALID KEY
            DISPLAY "ERROR: no s'ha pogut escriure el compte "
                antIdCompte " a MESTRENOU (file status "
                estatMestreNou ")"
            SET conversioErronia TO TRUE
        NOT INVALID KEY
            ADD 1 TO comptesEscrits
    END-WRITE.
    *>un error de fitxer que no és de clau (30, 34...) no passa per
    *>INVALID KEY i el compte quedaria fora del mestre nou en silenci
    IF estatMestreNou <> "00" AND NOT conversioErronia
        DISPLAY "ERROR: no s'ha pogut escriure el compte "
            antIdCompte " a MESTRENOU (file status "
            estatMestreNou ")"
        SET conversioErronia TO TRUE
    END-IF.
copiarCompte-Fi.
    EXIT.

*>Rellegeix MESTRENOU sencer per la clau alternativa i compta els
*>comptes i els clients que hi troba.
verificarClauClient.
    OPEN INPUT fitxerMestreNou.
    IF estatMestreNou <> "00"
        DISPLAY "ERROR: no s'ha pogut rellegir MESTRENOU (file status "
            estatMestreNou ")"
        GO TO verificarClauClient-Fi
    END-IF.
    MOVE LOW-VALUES TO clientAnterior.
    MOVE LOW-VALUES TO rcIdClient.
    START fitxerMestreNou KEY IS GREATER THAN OR EQUAL TO rcIdClient
        INVALID KEY
            SET fiMestreNou TO TRUE
    END-START.
    PERFORM rellegirCompteClient THRU rellegirCompteClient-Fi
        UNTIL fiMestreNou.
    CLOSE fitxerMestreNou.
verificarClauClient-Fi.
    EXIT.

rellegirCompteClient.
    READ fitxerMestreNou NEXT RECORD
        AT END
            SET fiMestreNou TO TRUE
        NOT AT END
            ADD 1 TO comptesRellegits
            IF rcIdClient <> clientAnterior
                ADD 1 TO clientsDiferents
                MOVE rcIdClient TO clientAnterior
            END-IF
    END-READ.
rellegirCompteClient-Fi.
    EXIT.
