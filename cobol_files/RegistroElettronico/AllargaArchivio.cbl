       IDENTIFICATION DIVISION.
       PROGRAM-ID. AllargaArchivio.

      *Conversione una tantum di ARCHIVIO-STORICO.IDX al tracciato
      *con il voto di diploma: la riga d'anno ha in coda il voto
      *dell'esame di Stato in centesimi e il segno della lode
      *(registrati da EsameStato). Le righe del vecchio tracciato
      *vengono prima copiate in ARCHIVIO-STORICO.OLD, che resta
      *intatto come copia, poi l'archivio indicizzato e' ricreato e
      *ricaricato con voto zero e lode in bianco.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Lo stesso archivio letto con il tracciato precedente
           SELECT FileVecchio ASSIGN TO 'ARCHIVIO-STORICO.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FV-Chiave
               FILE STATUS IS FS-FileVecchio.
           SELECT FileCopia ASSIGN TO 'ARCHIVIO-STORICO.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCopia.
           SELECT FileNuovo ASSIGN TO 'ARCHIVIO-STORICO.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Chiave
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

       DATA DIVISION.
       FILE SECTION.
       FD  FileVecchio.
       01  FileVecchio-Record.
           05  FV-Chiave.
               10  FV-ID-Studente PIC 9(6).
               10  FV-Anno-Scolastico PIC X(9).
           05  FV-Cognome PIC X(20).
           05  FV-Classe PIC X(4).
           05  FV-Media PIC 99V99.
           05  FV-Esito PIC X(9).
       FD  FileCopia.
       01  FileCopia-Record.
           05  FC-ID-Studente PIC 9(6).
           05  FC-Anno-Scolastico PIC X(9).
           05  FC-Cognome PIC X(20).
           05  FC-Classe PIC X(4).
           05  FC-Media PIC 99V99.
           05  FC-Esito PIC X(9).
       FD  FileNuovo.
       01  FileNuovo-Record.
           05  FA-Chiave.
               10  FA-ID-Studente PIC 9(6).
               10  FA-Anno-Scolastico PIC X(9).
           05  FA-Cognome PIC X(20).
           05  FA-Classe PIC X(4).
           05  FA-Media PIC 99V99.
           05  FA-Esito PIC X(9).
           05  FA-Voto-Diploma PIC 9(3).
           05  FA-Lode PIC X(1).
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

       WORKING-STORAGE SECTION.
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
       01  FS-FileVecchio PIC XX VALUE SPACES.
       01  FS-FileCopia PIC XX VALUE SPACES.
       01  FS-FileNuovo PIC XX VALUE SPACES.
       01  Fine-File PIC X VALUE "N".
       01  Righe-Copiate PIC 9(6) VALUE 0.
       01  Righe-Ricaricate PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           OPEN INPUT FileVecchio
           IF FS-FileVecchio NOT = "00"
               DISPLAY "ARCHIVIO-STORICO.IDX non leggibile con il "
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
      *Archivio ricreato vuoto e ricaricato dalla copia
           OPEN INPUT FileCopia
           OPEN OUTPUT FileNuovo
           IF FS-FileNuovo NOT = "00"
               DISPLAY "Impossibile ricreare ARCHIVIO-STORICO.IDX "
                   "(stato " FS-FileNuovo "): la copia e' in "
                   "ARCHIVIO-STORICO.OLD"
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
                   "da ARCHIVIO-STORICO.OLD"
           ELSE
               DISPLAY "Conversione completata: la copia resta in "
                   "ARCHIVIO-STORICO.OLD"
           END-IF
           STOP RUN.

      *Paragrafo 2000-RICARICA-RIGA: la riga nel nuovo tracciato,
      *senza voto di diploma
       2000-RICARICA-RIGA.
           MOVE FC-ID-Studente TO FA-ID-Studente
           MOVE FC-Anno-Scolastico TO FA-Anno-Scolastico
           MOVE FC-Cognome TO FA-Cognome
           MOVE FC-Classe TO FA-Classe
           MOVE FC-Media TO FA-Media
           MOVE FC-Esito TO FA-Esito
           MOVE 0 TO FA-Voto-Diploma
           MOVE SPACE TO FA-Lode
           WRITE FileNuovo-Record
               INVALID KEY
                   DISPLAY "Riga non ricaricata: " FC-ID-Studente
                       " " FC-Anno-Scolastico
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

       END PROGRAM AllargaArchivio.
