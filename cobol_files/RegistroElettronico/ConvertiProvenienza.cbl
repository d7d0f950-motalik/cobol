       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertiProvenienza.

      *Conversione una tantum di VOTI.DAT al tracciato con la
      *provenienza del voto in coda alla riga: chi lo ha registrato
      *(VT-Operatore), quando (VT-Data-Inserimento e
      *VT-Ora-Inserimento) e da quale canale (VT-Canale: REGISTRO,
      *BATCH, SIS, STAGING, TRASFERIM, CIVICA, MOBILITA). Prima la
      *riga portava solo la data della prova, e alle famiglie che
      *lamentavano voti comparsi sul registro settimane dopo non si
      *sapeva cosa rispondere. Lo schema e' quello di
      *ConvertiChiaveClasse: le righe del vecchio tracciato vanno in
      *<file>.OLD, che resta intatto come copia, poi il file
      *indicizzato e' ricreato con le due chiavi e ricaricato. Lo
      *stesso giro converte i file d'anno VOTIX.<aaaaaaaa> di
      *ArchiviaVoti: il nome del file si chiede all'avvio.
      *La provenienza dei voti gia' registrati non e' ricostruibile:
      *le righe convertite hanno operatore e canale in bianco e data
      *e ora a zero, che i programmi leggono come "non nota".
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Lo stesso file letto con il tracciato precedente
           SELECT FileVecchio ASSIGN TO Voti-Filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FV-Chiave
               ALTERNATE RECORD KEY IS FV-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVecchio.
           SELECT FileCopia ASSIGN TO Copia-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCopia.
           SELECT FileNuovo ASSIGN TO Voti-Filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-Chiave
               ALTERNATE RECORD KEY IS VT-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-FileNuovo.
      *Segnale dell'ambiente di prova (AmbienteProva): esiste solo
      *nella cartella dei dati pseudonimizzati
           SELECT FileAmbiente ASSIGN TO 'AMBIENTE-PROVA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAmbiente.
      *Finestra di manutenzione degli archivi (FinestraManutenzione):
      *aperta dai lavori sugli archivi interi
           SELECT FileManutenzione ASSIGN TO 'MANUTENZIONE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileManutenzione.
           SELECT FileAudit ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAudit.

       DATA DIVISION.
       FILE SECTION.
       FD  FileVecchio.
       01  FileVecchio-Record.
           05  FV-Chiave.
               10  FV-ID-Studente PIC 9(6).
               10  FV-Periodo PIC 9(1).
               10  FV-Materia PIC X(20).
               10  FV-Progressivo PIC 9(4).
           05  FV-Voto PIC 99V99.
           05  FV-Tipo PIC X(1).
           05  FV-Cognome PIC X(20).
           05  FV-Classe PIC X(4).
           05  FV-Anno-Scolastico PIC X(9).
           05  FV-Data-Voto PIC 9(8).
           05  FV-Notazione PIC X(4).
           05  FV-Chiave-Classe.
               10  FV-CC-Classe PIC X(4).
               10  FV-CC-Periodo PIC 9(1).
               10  FV-CC-Materia PIC X(20).
       FD  FileCopia.
       01  FileCopia-Record.
           05  FC-Chiave.
               10  FC-ID-Studente PIC 9(6).
               10  FC-Periodo PIC 9(1).
               10  FC-Materia PIC X(20).
               10  FC-Progressivo PIC 9(4).
           05  FC-Voto PIC 99V99.
           05  FC-Tipo PIC X(1).
           05  FC-Cognome PIC X(20).
           05  FC-Classe PIC X(4).
           05  FC-Anno-Scolastico PIC X(9).
           05  FC-Data-Voto PIC 9(8).
           05  FC-Notazione PIC X(4).
           05  FC-Chiave-Classe.
               10  FC-CC-Classe PIC X(4).
               10  FC-CC-Periodo PIC 9(1).
               10  FC-CC-Materia PIC X(20).
       FD  FileNuovo.
       01  FileNuovo-Record.
           05  VT-Chiave.
               10  VT-ID-Studente PIC 9(6).
               10  VT-Periodo PIC 9(1).
               10  VT-Materia PIC X(20).
               10  VT-Progressivo PIC 9(4).
           05  VT-Voto PIC 99V99.
           05  VT-Tipo PIC X(1).
           05  VT-Cognome PIC X(20).
           05  VT-Classe PIC X(4).
           05  VT-Anno-Scolastico PIC X(9).
           05  VT-Data-Voto PIC 9(8).
           05  VT-Notazione PIC X(4).
      *Classe, periodo e materia ripetuti in coda alla riga per la
      *chiave alternativa: vanno riallineati a ogni scrittura
           05  VT-Chiave-Classe.
               10  VT-CC-Classe PIC X(4).
               10  VT-CC-Periodo PIC 9(1).
               10  VT-CC-Materia PIC X(20).
      *Provenienza del voto: chi lo ha registrato, quando e da
      *quale canale (REGISTRO, BATCH, SIS, STAGING, TRASFERIM,
      *CIVICA, MOBILITA); in bianco e a zero nelle righe
      *registrate prima che i campi esistessero
           05  VT-Operatore PIC X(10).
           05  VT-Data-Inserimento PIC 9(8).
           05  VT-Ora-Inserimento PIC 9(8).
           05  VT-Canale PIC X(10).
       FD  FileAmbiente.
       01  FileAmbiente-Record.
           05  AP-Data-Copia PIC 9(8).
           05  AP-Data-Copia-Testo REDEFINES AP-Data-Copia PIC X(8).
           05  AP-Ora-Copia PIC 9(8).
      *Una sola riga: stato (A aperta, C chiusa), lavoro, operatore,
      *motivo, inizio e fine prevista; la chiave e' quella che la
      *catena di fine giornata passa ai suoi passi
       FD  FileManutenzione.
       01  FileManutenzione-Record.
           05  MN-Stato PIC X(1).
           05  MN-Programma PIC X(20).
           05  MN-Operatore PIC X(10).
           05  MN-Motivo PIC X(40).
           05  MN-Data-Inizio PIC 9(8).
           05  MN-Data-Inizio-Testo REDEFINES MN-Data-Inizio
                   PIC X(8).
           05  MN-Ora-Inizio PIC 9(4).
           05  MN-Ora-Inizio-Testo REDEFINES MN-Ora-Inizio PIC X(4).
           05  MN-Data-Fine PIC 9(8).
           05  MN-Data-Fine-Testo REDEFINES MN-Data-Fine PIC X(8).
           05  MN-Ora-Fine PIC 9(4).
           05  MN-Ora-Fine-Testo REDEFINES MN-Ora-Fine PIC X(4).
           05  MN-Chiave PIC X(16).
       FD  FileAudit.
       01  FileAudit-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-FileVecchio PIC XX VALUE SPACES.
       01  FS-FileCopia PIC XX VALUE SPACES.
       01  FS-FileNuovo PIC XX VALUE SPACES.
       01  FS-FileAudit PIC XX VALUE SPACES.
       01  FS-FileAmbiente PIC XX VALUE SPACES.
      *"S" quando la sessione gira sui dati dell'ambiente di prova
       01  Ambiente-Prova PIC X VALUE "N".
       01  FS-FileManutenzione PIC XX VALUE SPACES.
      *Finestra di manutenzione: "S" se aperta, "S" se oltre la fine
      *prevista (segnale lasciato da un lavoro interrotto)
       01  Manutenzione-Attiva PIC X VALUE "N".
       01  Manutenzione-Scaduta PIC X VALUE "N".
       01  Manut-Chiave-Catena PIC X(16) VALUE SPACES.
       01  Manut-Data PIC 9(8) VALUE 0.
       01  Manut-Ora PIC 9(8) VALUE 0.
       01  Manut-Ora-Parti REDEFINES Manut-Ora.
           05  Manut-HHMM PIC 9(4).
           05  FILLER PIC 9(4).
       01  Voti-Filename PIC X(30) VALUE SPACES.
       01  Copia-Filename PIC X(30) VALUE SPACES.
       01  Fine-File PIC X VALUE "N".
       01  Righe-Copiate PIC 9(6) VALUE 0.
       01  Righe-Ricaricate PIC 9(6) VALUE 0.
       01  Righe-for PIC Z(5)9.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           DISPLAY "File dei voti da convertire (in bianco VOTI.DAT): "
           ACCEPT Voti-Filename
           IF Voti-Filename = SPACES
               MOVE "VOTI.DAT" TO Voti-Filename
           END-IF
           MOVE SPACES TO Copia-Filename
           STRING Voti-Filename DELIMITED BY SPACE
               ".OLD" DELIMITED BY SIZE
               INTO Copia-Filename
           OPEN INPUT FileVecchio
           IF FS-FileVecchio NOT = "00"
               DISPLAY Voti-Filename " non leggibile con il "
                   "vecchio tracciato (stato " FS-FileVecchio
                   "), nulla da convertire"
               STOP RUN
           END-IF
           OPEN OUTPUT FileCopia
           MOVE "N" TO Fine-File
           PERFORM UNTIL Fine-File = "S"
               READ FileVecchio NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-File
                   NOT AT END
                       MOVE FileVecchio-Record TO FileCopia-Record
                       WRITE FileCopia-Record
                       ADD 1 TO Righe-Copiate
               END-READ
           END-PERFORM
           CLOSE FileVecchio
           CLOSE FileCopia
      *File ricreato vuoto e ricaricato dalla copia
           OPEN INPUT FileCopia
           OPEN OUTPUT FileNuovo
           IF FS-FileNuovo NOT = "00"
               DISPLAY "Impossibile ricreare " Voti-Filename
                   " (stato " FS-FileNuovo "): la copia e' in "
                   Copia-Filename
               CLOSE FileCopia
               STOP RUN
           END-IF
           MOVE "N" TO Fine-File
           PERFORM UNTIL Fine-File = "S"
               READ FileCopia
                   AT END
                       MOVE "S" TO Fine-File
                   NOT AT END
                       PERFORM 2000-RICARICA-RIGA
               END-READ
           END-PERFORM
           CLOSE FileCopia
           CLOSE FileNuovo
           DISPLAY "Righe copiate    : " Righe-Copiate
           DISPLAY "Righe ricaricate : " Righe-Ricaricate
           IF Righe-Ricaricate NOT = Righe-Copiate
               DISPLAY "ATTENZIONE: conteggi diversi, ripristinare "
                   "da " Copia-Filename
           ELSE
               DISPLAY "Conversione completata: la copia resta in "
                   Copia-Filename
               MOVE Righe-Ricaricate TO Righe-for
               MOVE SPACES TO Audit-Descrizione
               STRING "Provenienza voti su " DELIMITED BY SIZE
                   Voti-Filename DELIMITED BY SPACE
                   Righe-for DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF
           STOP RUN.

      *Paragrafo 2000-RICARICA-RIGA: la riga nel nuovo tracciato,
      *con la provenienza in bianco perche' non piu' ricostruibile
       2000-RICARICA-RIGA.
           MOVE FC-Chiave TO VT-Chiave
           MOVE FC-Voto TO VT-Voto
           MOVE FC-Tipo TO VT-Tipo
           MOVE FC-Cognome TO VT-Cognome
           MOVE FC-Classe TO VT-Classe
           MOVE FC-Anno-Scolastico TO VT-Anno-Scolastico
           MOVE FC-Data-Voto TO VT-Data-Voto
           MOVE FC-Notazione TO VT-Notazione
           MOVE VT-Classe TO VT-CC-Classe
           MOVE VT-Periodo TO VT-CC-Periodo
           MOVE VT-Materia TO VT-CC-Materia
           MOVE SPACES TO VT-Operatore
           MOVE ZERO TO VT-Data-Inserimento
           MOVE ZERO TO VT-Ora-Inserimento
           MOVE SPACES TO VT-Canale
           WRITE FileNuovo-Record
               INVALID KEY
                   DISPLAY "Riga non ricaricata: " FC-ID-Studente
                       " " FC-Materia
               NOT INVALID KEY
                   ADD 1 TO Righe-Ricaricate
           END-WRITE.

      *Paragrafo 8950-CONTROLLA-AMBIENTE: AMBIENTE-PROVA.DAT nella
      *cartella di lavoro segnala i dati pseudonimizzati clonati da
      *AmbienteProva; la sessione si apre con la fascia dell'ambiente
      *di prova, perche' nessuno la scambi per il registro vero
       8950-CONTROLLA-AMBIENTE.
           MOVE "N" TO Ambiente-Prova
           OPEN INPUT FileAmbiente
           IF FS-FileAmbiente = "00"
               MOVE "S" TO Ambiente-Prova
               MOVE ZERO TO AP-Data-Copia
               READ FileAmbiente
                   AT END
                       MOVE ZERO TO AP-Data-Copia
               END-READ
               CLOSE FileAmbiente
               DISPLAY "**********************************************"
               DISPLAY "*            AMBIENTE DI PROVA               *"
               DISPLAY "*  dati pseudonimizzati: nessun invio a      *"
               DISPLAY "*  famiglie, portale, SIS o ministero        *"
               DISPLAY "**********************************************"
               IF AP-Data-Copia NOT = ZERO
                   DISPLAY "Dati copiati dal registro il "
                       AP-Data-Copia-Testo(7:2) "/"
                       AP-Data-Copia-Testo(5:2) "/"
                       AP-Data-Copia-Testo(1:4)
               END-IF
           END-IF.

      *Paragrafo 8960-CONTROLLA-MANUTENZIONE: con la finestra di
      *manutenzione aperta (MANUTENZIONE.DAT) un lavoro sugli archivi
      *interi e' in corso e il programma non parte
       8960-CONTROLLA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
               PERFORM 8970-MOSTRA-MANUTENZIONE
               DISPLAY "Programma non avviato: riprovare a lavoro "
                   "concluso"
               STOP RUN
           END-IF.

      *Paragrafo 8965-LEGGI-MANUTENZIONE: lo stato della finestra da
      *MANUTENZIONE.DAT; oltre la fine prevista il segnale e' scaduto
      *(il lavoro che l'ha aperta si e' probabilmente interrotto).
      *I passi lanciati dalla catena di fine giornata ereditano la
      *chiave della sua finestra e lavorano dentro di essa
       8965-LEGGI-MANUTENZIONE.
           MOVE "N" TO Manutenzione-Attiva
           MOVE "N" TO Manutenzione-Scaduta
           MOVE SPACES TO FileManutenzione-Record
           OPEN INPUT FileManutenzione
           IF FS-FileManutenzione = "00"
               READ FileManutenzione
                   AT END
                       MOVE SPACES TO FileManutenzione-Record
               END-READ
               CLOSE FileManutenzione
               IF MN-Stato = "A"
                   MOVE "S" TO Manutenzione-Attiva
               END-IF
           END-IF
           IF Manutenzione-Attiva = "S"
               MOVE SPACES TO Manut-Chiave-Catena
               ACCEPT Manut-Chiave-Catena
                   FROM ENVIRONMENT "REGISTRO_CATENA"
               IF Manut-Chiave-Catena NOT = SPACES
                       AND Manut-Chiave-Catena = MN-Chiave
                   MOVE "N" TO Manutenzione-Attiva
               END-IF
           END-IF
           IF Manutenzione-Attiva = "S"
               ACCEPT Manut-Data FROM DATE YYYYMMDD
               ACCEPT Manut-Ora FROM TIME
               IF Manut-Data > MN-Data-Fine
                   MOVE "S" TO Manutenzione-Scaduta
               END-IF
               IF Manut-Data = MN-Data-Fine
                       AND Manut-HHMM > MN-Ora-Fine
                   MOVE "S" TO Manutenzione-Scaduta
               END-IF
           END-IF.

      *Paragrafo 8970-MOSTRA-MANUTENZIONE: il messaggio della
      *finestra aperta, con l'avviso del segnale scaduto
       8970-MOSTRA-MANUTENZIONE.
           DISPLAY "**********************************************"
           DISPLAY "*         ARCHIVI IN MANUTENZIONE            *"
           DISPLAY "**********************************************"
           DISPLAY "Lavoro in corso : " MN-Programma
           DISPLAY "Motivo          : " MN-Motivo
           DISPLAY "Operatore       : " MN-Operatore
           DISPLAY "Iniziato il     : "
               MN-Data-Inizio-Testo(7:2) "/"
               MN-Data-Inizio-Testo(5:2) "/"
               MN-Data-Inizio-Testo(1:4) " alle "
               MN-Ora-Inizio-Testo(1:2) ":"
               MN-Ora-Inizio-Testo(3:2)
           DISPLAY "Fine prevista   : "
               MN-Data-Fine-Testo(7:2) "/"
               MN-Data-Fine-Testo(5:2) "/"
               MN-Data-Fine-Testo(1:4) " alle "
               MN-Ora-Fine-Testo(1:2) ":"
               MN-Ora-Fine-Testo(3:2)
           IF Manutenzione-Scaduta = "S"
               DISPLAY "ATTENZIONE: la fine prevista e' passata e il "
                   "segnale e' ancora aperto, il lavoro potrebbe "
                   "essersi interrotto"
               DISPLAY "Verificare gli archivi, poi chiudere il "
                   "segnale con FinestraManutenzione"
           END-IF.

      *Paragrafo 9000-SCRIVI-AUDIT: una riga in AUDIT.LOG
       9000-SCRIVI-AUDIT.
           OPEN EXTEND FileAudit
           IF FS-FileAudit NOT = "00"
               OPEN OUTPUT FileAudit
           END-IF
           ACCEPT Audit-Data FROM DATE YYYYMMDD
           ACCEPT Audit-Ora FROM TIME
           MOVE SPACES TO FileAudit-Record
           STRING Audit-Data DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Ora DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Descrizione DELIMITED BY SIZE
               INTO FileAudit-Record
           WRITE FileAudit-Record
           CLOSE FileAudit.

       END PROGRAM ConvertiProvenienza.
