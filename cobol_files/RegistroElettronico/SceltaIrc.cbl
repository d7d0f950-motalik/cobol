       IDENTIFICATION DIVISION.
       PROGRAM-ID. SceltaIrc.

      *Registro delle scelte annuali sull'insegnamento della
      *religione cattolica (SCELTE-IRC.DAT): per ogni studente e
      *anno scolastico la famiglia sceglie se avvalersi della
      *religione cattolica (R), dell'attivita' alternativa (A), dello
      *studio individuale (S) o dell'uscita da scuola (U). Le righe
      *sono accodate e per matricola e anno vale l'ultima, come per
      *le commissioni d'esame. Le materie a giudizio del catalogo
      *(scala R o A in MATERIE.DAT, vedi MaterieManut) ricevono
      *giudizi solo dagli studenti la cui scelta dell'anno coincide
      *con la scala della materia: il registro, i caricatori batch e
      *il parcheggio dei voti leggono questo file per rifiutare
      *tutti gli altri.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileScelteIrc ASSIGN TO 'SCELTE-IRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileScelteIrc.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
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
      *Scelta: "R" religione cattolica, "A" attivita' alternativa,
      *"S" studio individuale, "U" uscita da scuola
       FD  FileScelteIrc.
       01  FileScelteIrc-Record.
           05  SI-ID-Studente PIC 9(6).
           05  SI-Anno PIC X(9).
           05  SI-Scelta PIC X(1).
           05  SI-Data PIC 9(8).
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
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
       01  FS-FileScelteIrc PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
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
      *Chiave dell'ultima finestra gia' segnalata in sessione
       01  Manutenzione-Avvisata PIC X(16) VALUE SPACES.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Anno-Scelto PIC X(9) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-File PIC X VALUE "N".
       01  Fine-Studenti PIC X VALUE "N".
       01  ID-Studente PIC 9(6) VALUE 0.
       01  Studente-Trovato PIC X VALUE "N".
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  Scelta-Inserita PIC X(1) VALUE SPACE.
       01  Scelta-Trovata PIC X(1) VALUE SPACE.
       01  Scelta-Dicitura PIC X(24) VALUE SPACES.
       01  Voci-Elencate PIC 999 VALUE 0.
       01  Senza-Scelta PIC 999 VALUE 0.
      *Conteggi per scelta dell'elenco di classe
       01  Conta-Religione PIC 999 VALUE 0.
       01  Conta-Alternativa PIC 999 VALUE 0.
       01  Conta-Studio PIC 999 VALUE 0.
       01  Conta-Uscita PIC 999 VALUE 0.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 0500-LEGGI-ANNO-CORRENTE
           IF Anno-Corrente = SPACES
               DISPLAY "ANNO-CORRENTE.DAT non presente"
               STOP RUN
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "SCELTE SULLA RELIGIONE CATTOLICA - ANNO "
                   Anno-Corrente
               DISPLAY "1: Registra la scelta di uno studente"
               DISPLAY "2: Storico delle scelte di una matricola"
               DISPLAY "3: Elenco delle scelte di una classe"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-REGISTRA
                   WHEN 2 PERFORM 2000-STORICO
                   WHEN 3 PERFORM 3000-ELENCO-CLASSE
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO-CORRENTE: l'anno scolastico in
      *corso da ANNO-CORRENTE.DAT, proposto come anno della scelta
       0500-LEGGI-ANNO-CORRENTE.
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF.

      *Paragrafo 1000-REGISTRA: la scelta di una matricola esistente
      *per l'anno indicato (in bianco l'anno in corso); una scelta
      *gia' registrata resta nel file ma non vale piu'
       1000-REGISTRA.
           DISPLAY "Matricola dello studente: "
           ACCEPT ID-Studente
           MOVE "N" TO Studente-Trovato
           OPEN INPUT Studenti
           IF FS-Studenti = "00"
               MOVE ID-Studente TO ST-ID
               READ Studenti
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO Studente-Trovato
               END-READ
               CLOSE Studenti
           END-IF
           IF Studente-Trovato NOT = "Y"
               DISPLAY "Matricola non in anagrafica STUDENTI.DAT"
           ELSE
               DISPLAY "Anno scolastico (in bianco " Anno-Corrente
                   "): "
               MOVE SPACES TO Anno-Scelto
               ACCEPT Anno-Scelto
               IF Anno-Scelto = SPACES
                   MOVE Anno-Corrente TO Anno-Scelto
               END-IF
               PERFORM 5000-CERCA-SCELTA
               IF Scelta-Trovata NOT = SPACE
                   MOVE Scelta-Trovata TO Scelta-Inserita
                   PERFORM 5100-DESCRIVI-SCELTA
                   DISPLAY "Scelta gia' registrata: " Scelta-Dicitura
               END-IF
               DISPLAY "R = religione cattolica, A = attivita' "
                   "alternativa,"
               DISPLAY "S = studio individuale, U = uscita da scuola"
               DISPLAY "Scelta: "
               ACCEPT Scelta-Inserita
               EVALUATE Scelta-Inserita
                   WHEN "r" MOVE "R" TO Scelta-Inserita
                   WHEN "a" MOVE "A" TO Scelta-Inserita
                   WHEN "s" MOVE "S" TO Scelta-Inserita
                   WHEN "u" MOVE "U" TO Scelta-Inserita
                   WHEN OTHER CONTINUE
               END-EVALUATE
               IF Scelta-Inserita NOT = "R" AND NOT = "A"
                       AND NOT = "S" AND NOT = "U"
                   DISPLAY "Scelta non valida: nulla registrato"
               ELSE
                   OPEN EXTEND FileScelteIrc
                   IF FS-FileScelteIrc NOT = "00"
                       OPEN OUTPUT FileScelteIrc
                   END-IF
                   MOVE ID-Studente TO SI-ID-Studente
                   MOVE Anno-Scelto TO SI-Anno
                   MOVE Scelta-Inserita TO SI-Scelta
                   ACCEPT SI-Data FROM DATE YYYYMMDD
                   WRITE FileScelteIrc-Record
                   CLOSE FileScelteIrc
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Scelta IRC " DELIMITED BY SIZE
                       Scelta-Inserita DELIMITED BY SIZE
                       " matricola " DELIMITED BY SIZE
                       ID-Studente DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
                   PERFORM 5100-DESCRIVI-SCELTA
                   DISPLAY "Registrato: " Scelta-Dicitura
               END-IF
           END-IF.

      *Paragrafo 2000-STORICO: tutte le righe della matricola, anche
      *quelle superate, nell'ordine di registrazione
       2000-STORICO.
           DISPLAY "Matricola dello studente: "
           ACCEPT ID-Studente
           MOVE 0 TO Voci-Elencate
           OPEN INPUT FileScelteIrc
           IF FS-FileScelteIrc NOT = "00"
               DISPLAY "Nessuna scelta registrata"
           ELSE
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileScelteIrc
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF SI-ID-Studente = ID-Studente
                               ADD 1 TO Voci-Elencate
                               MOVE SI-Scelta TO Scelta-Inserita
                               PERFORM 5100-DESCRIVI-SCELTA
                               DISPLAY SI-Anno " " Scelta-Dicitura
                                   " registrata il " SI-Data
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileScelteIrc
               DISPLAY "Registrazioni: " Voci-Elencate
           END-IF.

      *Paragrafo 3000-ELENCO-CLASSE: la scelta valida nell'anno in
      *corso per ogni studente attivo della classe, con i conteggi
       3000-ELENCO-CLASSE.
           DISPLAY "Classe: "
           ACCEPT Classe-Scelta
           MOVE Anno-Corrente TO Anno-Scelto
           MOVE 0 TO Voci-Elencate
           MOVE 0 TO Senza-Scelta
           MOVE 0 TO Conta-Religione
           MOVE 0 TO Conta-Alternativa
           MOVE 0 TO Conta-Studio
           MOVE 0 TO Conta-Uscita
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "STUDENTI.DAT non disponibile"
           ELSE
               MOVE Classe-Scelta TO ST-Classe
               START Studenti KEY IS NOT LESS THAN ST-Classe
                   INVALID KEY MOVE "S" TO Fine-Studenti
                   NOT INVALID KEY MOVE "N" TO Fine-Studenti
               END-START
               PERFORM UNTIL Fine-Studenti = "S"
                   READ Studenti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Studenti
                       NOT AT END
                           IF ST-Classe NOT = Classe-Scelta
                               MOVE "S" TO Fine-Studenti
                           ELSE
                               IF NOT ST-Ritirato-Si
                                   PERFORM 3100-RIGA-CLASSE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Studenti
               DISPLAY "Studenti: " Voci-Elencate
               DISPLAY "  religione cattolica   : " Conta-Religione
               DISPLAY "  attivita' alternativa : " Conta-Alternativa
               DISPLAY "  studio individuale    : " Conta-Studio
               DISPLAY "  uscita da scuola      : " Conta-Uscita
               DISPLAY "  senza scelta          : " Senza-Scelta
           END-IF.

      *Paragrafo 3100-RIGA-CLASSE: uno studente dell'elenco
       3100-RIGA-CLASSE.
           ADD 1 TO Voci-Elencate
           MOVE ST-ID TO ID-Studente
           PERFORM 5000-CERCA-SCELTA
           MOVE Scelta-Trovata TO Scelta-Inserita
           EVALUATE Scelta-Trovata
               WHEN "R" ADD 1 TO Conta-Religione
               WHEN "A" ADD 1 TO Conta-Alternativa
               WHEN "S" ADD 1 TO Conta-Studio
               WHEN "U" ADD 1 TO Conta-Uscita
               WHEN OTHER ADD 1 TO Senza-Scelta
           END-EVALUATE
           PERFORM 5100-DESCRIVI-SCELTA
           DISPLAY ST-ID " " ST-Cognome(1:25) " " Scelta-Dicitura.

      *Paragrafo 5000-CERCA-SCELTA: la scelta valida di ID-Studente
      *per Anno-Scelto (l'ultima riga vince); spazio se non c'e'
       5000-CERCA-SCELTA.
           MOVE SPACE TO Scelta-Trovata
           OPEN INPUT FileScelteIrc
           IF FS-FileScelteIrc = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileScelteIrc
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF SI-ID-Studente = ID-Studente
                                   AND SI-Anno = Anno-Scelto
                               MOVE SI-Scelta TO Scelta-Trovata
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileScelteIrc
           END-IF.

      *Paragrafo 5100-DESCRIVI-SCELTA: Scelta-Inserita in parole
       5100-DESCRIVI-SCELTA.
           EVALUATE Scelta-Inserita
               WHEN "R" MOVE "religione cattolica" TO Scelta-Dicitura
               WHEN "A" MOVE "attivita' alternativa"
                   TO Scelta-Dicitura
               WHEN "S" MOVE "studio individuale" TO Scelta-Dicitura
               WHEN "U" MOVE "uscita da scuola" TO Scelta-Dicitura
               WHEN OTHER MOVE "(nessuna scelta)" TO Scelta-Dicitura
           END-EVALUATE.

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

      *Paragrafo 8975-AVVISA-MANUTENZIONE: una finestra aperta a
      *sessione gia' avviata si segnala al prompt successivo, una
      *volta per finestra, perche' l'operatore concluda ed esca
       8975-AVVISA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
                   AND MN-Chiave NOT = Manutenzione-Avvisata
               MOVE MN-Chiave TO Manutenzione-Avvisata
               PERFORM 8970-MOSTRA-MANUTENZIONE
               DISPLAY "Concludere l'operazione in corso e uscire: "
                   "il lavoro sugli archivi e' gia' partito"
           END-IF.

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *descrizione ad AUDIT.LOG
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

       END PROGRAM SceltaIrc.
