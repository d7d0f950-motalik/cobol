       IDENTIFICATION DIVISION.
       PROGRAM-ID. AllargaClassi.

      *Conversione una tantum di CLASSI.DAT al tracciato con
      *indirizzo di studi, anno di corso e plesso (impostati con
      *ClassiManut, vedi IndirizziManut e PlessiManut). Si indica
      *il tracciato di partenza: quello originale (codice, anno
      *scolastico, coordinatore) o quello gia' con indirizzo e anno
      *di corso. Le classi vengono prima copiate in CLASSI.OLD, che
      *resta intatto come copia, poi l'anagrafica indicizzata e'
      *ricreata e ricaricata senza plesso; dal tracciato originale
      *anche senza indirizzo e con l'anno di corso preso dalla
      *cifra iniziale del codice classe (0 se non e' una cifra).
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *La stessa anagrafica letta con il tracciato originale...
           SELECT FileVecchio ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FV-Codice
               FILE STATUS IS FS-FileVecchio.
      *...o con quello con indirizzo e anno di corso
           SELECT FileIntermedio ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FI-Codice
               FILE STATUS IS FS-FileVecchio.
           SELECT FileCopia ASSIGN TO 'CLASSI.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCopia.
           SELECT FileNuovo ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-Codice
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
           05  FV-Codice PIC X(4).
           05  FV-Anno-Scolastico PIC X(9).
           05  FV-Coordinatore PIC X(30).
       FD  FileIntermedio.
       01  FileIntermedio-Record.
           05  FI-Codice PIC X(4).
           05  FI-Anno-Scolastico PIC X(9).
           05  FI-Coordinatore PIC X(30).
           05  FI-Indirizzo PIC X(6).
           05  FI-Anno-Corso PIC 9(1).
      *La copia ha sempre la larghezza del tracciato intermedio:
      *dal tracciato originale indirizzo e anno restano in bianco
       FD  FileCopia.
       01  FileCopia-Record.
           05  FC-Codice PIC X(4).
           05  FC-Anno-Scolastico PIC X(9).
           05  FC-Coordinatore PIC X(30).
           05  FC-Indirizzo PIC X(6).
           05  FC-Anno-Corso PIC X(1).
       FD  FileNuovo.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
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
       01  Anno-Dal-Codice PIC X VALUE SPACE.
       01  Tracciato-Partenza PIC 9 VALUE 0.
           88  Tracciato-Originale VALUE 1.
           88  Tracciato-Intermedio VALUE 2.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           DISPLAY "Tracciato attuale di CLASSI.DAT"
           DISPLAY "1: Originale (codice, anno, coordinatore)"
           DISPLAY "2: Con indirizzo e anno di corso"
           DISPLAY "Scelta: "
           ACCEPT Tracciato-Partenza
           IF NOT Tracciato-Originale AND NOT Tracciato-Intermedio
               DISPLAY "Scelta non valida, nulla da convertire"
               STOP RUN
           END-IF
           IF Tracciato-Originale
               OPEN INPUT FileVecchio
           ELSE
               OPEN INPUT FileIntermedio
           END-IF
           IF FS-FileVecchio NOT = "00"
               DISPLAY "CLASSI.DAT non leggibile con il "
                   "tracciato indicato (stato " FS-FileVecchio
                   "), nulla da convertire"
               STOP RUN
           END-IF
           OPEN OUTPUT FileCopia
           MOVE "N" TO Fine-File
           PERFORM UNTIL Fine-File = "S"
               IF Tracciato-Originale
                   READ FileVecchio NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           MOVE SPACES TO FileCopia-Record
                           MOVE FileVecchio-Record
                               TO FileCopia-Record(1:43)
                           WRITE FileCopia-Record
                           ADD 1 TO Righe-Copiate
                   END-READ
               ELSE
                   READ FileIntermedio NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           MOVE FileIntermedio-Record
                               TO FileCopia-Record
                           WRITE FileCopia-Record
                           ADD 1 TO Righe-Copiate
                   END-READ
               END-IF
           END-PERFORM
           IF Tracciato-Originale
               CLOSE FileVecchio
           ELSE
               CLOSE FileIntermedio
           END-IF
           CLOSE FileCopia
      *Anagrafica ricreata vuota e ricaricata dalla copia
           OPEN INPUT FileCopia
           OPEN OUTPUT FileNuovo
           IF FS-FileNuovo NOT = "00"
               DISPLAY "Impossibile ricreare CLASSI.DAT "
                   "(stato " FS-FileNuovo "): la copia e' in "
                   "CLASSI.OLD"
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
           DISPLAY "Classi copiate    : " Righe-Copiate
           DISPLAY "Classi ricaricate : " Righe-Ricaricate
           IF Righe-Ricaricate NOT = Righe-Copiate
               DISPLAY "ATTENZIONE: conteggi diversi, ripristinare "
                   "da CLASSI.OLD"
           ELSE
               DISPLAY "Conversione completata: la copia resta in "
                   "CLASSI.OLD"
           END-IF
           STOP RUN.

      *Paragrafo 2000-RICARICA-RIGA: la classe nel nuovo tracciato,
      *senza plesso; indirizzo e anno di corso si conservano, e dal
      *tracciato originale l'anno di corso viene dal codice
       2000-RICARICA-RIGA.
           MOVE FC-Codice TO CL-Codice
           MOVE FC-Anno-Scolastico TO CL-Anno-Scolastico
           MOVE FC-Coordinatore TO CL-Coordinatore
           MOVE SPACES TO CL-Plesso
           MOVE FC-Indirizzo TO CL-Indirizzo
           MOVE 0 TO CL-Anno-Corso
           IF Tracciato-Intermedio
               MOVE FC-Anno-Corso TO Anno-Dal-Codice
           ELSE
               MOVE SPACES TO CL-Indirizzo
               MOVE FC-Codice(1:1) TO Anno-Dal-Codice
           END-IF
           IF Anno-Dal-Codice IS NUMERIC
               MOVE Anno-Dal-Codice TO CL-Anno-Corso
           END-IF
           WRITE Classi-Record
               INVALID KEY
                   DISPLAY "Classe non ricaricata: " FC-Codice
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

       END PROGRAM AllargaClassi.
