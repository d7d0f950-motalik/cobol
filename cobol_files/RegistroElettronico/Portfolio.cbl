       IDENTIFICATION DIVISION.
       PROGRAM-ID. Portfolio.

      *E-portfolio dello studente: il Curriculum dello studente del
      *ministero e il credito scolastico tengono conto di quanto si
      *fa fuori dal registro (certificazioni linguistiche, ECDL,
      *sport a livello agonistico, volontariato, ore di
      *orientamento obbligatorie con il docente tutor), che finora
      *stava solo nelle cartelline della segreteria. Ogni attivita'
      *e' una riga di ATTIVITA-STUDENTI.DAT con chiave matricola +
      *progressivo: anno scolastico, tipo, descrizione, ente che
      *l'ha rilasciata, livello, data, ore e l'esito della verifica
      *della documentazione (chi l'ha vista e quando). Il docente
      *tutor dello studente per l'anno, validato su DOCENTI.DAT,
      *sta in TUTOR-STUDENTI.DAT. La scheda a video riporta tutor,
      *attivita' e ore di orientamento dell'anno contro il minimo
      *annuo; ScrutinioConsiglio la mostra quando il consiglio
      *sceglie il credito dentro la banda. L'export di una classe
      *(CURRICULUM-<classe>-<anno>.DAT) prepara la sezione del
      *Curriculum per la piattaforma del ministero: record "S"
      *studente con tutor e ore di orientamento dell'anno, record
      *"A" per ogni attivita' con documentazione verificata (quelle
      *da verificare restano fuori e si contano a video) e coda "T"
      *con i conteggi.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Dai dati dell'ambiente di prova non esce nulla verso
      *l'esterno: l'export del Curriculum si rifiuta.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Attivita' e certificazioni per matricola e progressivo
           SELECT FileAttivita ASSIGN TO 'ATTIVITA-STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-Chiave
               FILE STATUS IS FS-FileAttivita.
      *Docente tutor per matricola e anno scolastico
           SELECT FileTutor ASSIGN TO 'TUTOR-STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-Chiave
               FILE STATUS IS FS-FileTutor.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
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
           SELECT FileOut ASSIGN TO FileOut-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.
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
      *Verificata S = documentazione vista dalla segreteria
       FD  FileAttivita.
       01  Attivita-Record.
           05  AT-Chiave.
               10  AT-ID-Studente PIC 9(6).
               10  AT-Progressivo PIC 9(3).
           05  AT-Anno PIC X(9).
           05  AT-Tipo PIC X(10).
           05  AT-Descrizione PIC X(30).
           05  AT-Ente PIC X(30).
           05  AT-Livello PIC X(10).
           05  AT-Data PIC 9(8).
           05  AT-Ore PIC 9(3).
           05  AT-Verificata PIC X(1).
               88  AT-Verificata-Si VALUE "S".
           05  AT-Data-Verifica PIC 9(8).
           05  AT-Verificatore PIC X(10).
       FD  FileTutor.
       01  Tutor-Record.
           05  TU-Chiave.
               10  TU-ID-Studente PIC 9(6).
               10  TU-Anno PIC X(9).
           05  TU-Docente PIC X(10).
           05  TU-Data PIC 9(8).
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
               88  ST-Esterno-Si VALUE "E".
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
      *Sezione del Curriculum: "S" studente, "A" attivita', "T"
      *coda con i conteggi
       FD  FileOut.
       01  FileOut-Record.
           05  CX-Tipo PIC X(1).
           05  CX-Dati PIC X(139).
       01  FileOut-Studente.
           05  CS-Tipo PIC X(1).
           05  CS-Matricola PIC 9(6).
           05  CS-Cognome PIC X(30).
           05  CS-Nome PIC X(30).
           05  CS-Classe PIC X(4).
           05  CS-Anno PIC X(9).
           05  CS-Tutor PIC X(10).
           05  CS-Ore-Orientamento PIC 9(3).
           05  FILLER PIC X(47).
       01  FileOut-Attivita.
           05  CA-Tipo PIC X(1).
           05  CA-Matricola PIC 9(6).
           05  CA-Anno PIC X(9).
           05  CA-Tipo-Attivita PIC X(10).
           05  CA-Descrizione PIC X(30).
           05  CA-Ente PIC X(30).
           05  CA-Livello PIC X(10).
           05  CA-Data PIC 9(8).
           05  CA-Ore PIC 9(3).
           05  FILLER PIC X(33).
       01  FileOut-Coda.
           05  CT-Tipo PIC X(1).
           05  CT-Conta-Studenti PIC 9(6).
           05  CT-Conta-Attivita PIC 9(6).
           05  FILLER PIC X(127).
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
       01  FS-FileAttivita PIC XX VALUE SPACES.
       01  FS-FileTutor PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
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
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-Scan PIC X VALUE "N".
       01  Fine-Studenti PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Anno-Scelto PIC X(9) VALUE SPACES.
       01  Anno-Compatto PIC X(8) VALUE SPACES.
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  Matricola-Scelta PIC 9(6) VALUE 0.
       01  Studente-Trovato PIC X VALUE "N".
           88  Studente-Trovato-Si VALUE "Y".
       01  Docente-Scelto PIC X(10) VALUE SPACES.
       01  Docente-Trovato PIC X VALUE "N".
           88  Docente-Trovato-Si VALUE "Y".
       01  Tutor-Corrente PIC X(10) VALUE SPACES.
       01  Progressivo-Scelto PIC 9(3) VALUE 0.
       01  Progressivo-Massimo PIC 9(3) VALUE 0.
      *Tipi di attivita' ammessi
       01  Tipo-Valori.
           05  FILLER PIC X(10) VALUE "LINGUA".
           05  FILLER PIC X(10) VALUE "ECDL".
           05  FILLER PIC X(10) VALUE "SPORT".
           05  FILLER PIC X(10) VALUE "VOLONTARIA".
           05  FILLER PIC X(10) VALUE "ORIENTAM".
           05  FILLER PIC X(10) VALUE "ALTRO".
       01  Tipo-Tab REDEFINES Tipo-Valori.
           05  Tipo-Voce OCCURS 6 TIMES PIC X(10).
       01  Tipo-Idx PIC 9 VALUE 0.
       01  Tipo-Trovato PIC 9 VALUE 0.
       01  Tipo-Inserito PIC X(10) VALUE SPACES.
      *Attivita' in ingresso
       01  Descrizione-Inserita PIC X(30) VALUE SPACES.
       01  Ente-Inserito PIC X(30) VALUE SPACES.
       01  Livello-Inserito PIC X(10) VALUE SPACES.
       01  Data-Inserita PIC 9(8) VALUE 0.
       01  Ore-Inserite PIC 9(3) VALUE 0.
       01  Operatore PIC X(10) VALUE SPACES.
      *Ore di orientamento: minimo annuo di ogni studente
       01  ORE-ORIENTAMENTO-MINIME PIC 9(3) VALUE 30.
       01  Ore-Orientamento PIC 9(3) VALUE 0.
       01  Attivita-Contate PIC 999 VALUE 0.
       01  Attivita-Da-Verificare PIC 9(4) VALUE 0.
       01  Studenti-Esportati PIC 9(6) VALUE 0.
       01  Attivita-Esportate PIC 9(6) VALUE 0.
       01  Studenti-Sotto-Minimo PIC 999 VALUE 0.
       01  Ore-for PIC ZZ9.
       01  Verifica-for PIC X(14) VALUE SPACES.
       01  Risposta PIC X VALUE SPACE.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: anno in corso e menu'
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 0500-LEGGI-ANNO
           OPEN I-O FileAttivita
           IF FS-FileAttivita NOT = "00"
               OPEN OUTPUT FileAttivita
               CLOSE FileAttivita
               OPEN I-O FileAttivita
           END-IF
           OPEN I-O FileTutor
           IF FS-FileTutor NOT = "00"
               OPEN OUTPUT FileTutor
               CLOSE FileTutor
               OPEN I-O FileTutor
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "E-PORTFOLIO DELLO STUDENTE - A.S. "
                   Anno-Corrente
               DISPLAY "1: Registra attivita' o certificazione"
               DISPLAY "2: Verifica della documentazione"
               DISPLAY "3: Scheda dello studente"
               DISPLAY "4: Assegna il docente tutor"
               DISPLAY "5: Export del Curriculum di una classe"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-REGISTRA
                   WHEN 2 PERFORM 2000-VERIFICA
                   WHEN 3 PERFORM 3000-SCHEDA
                   WHEN 4 PERFORM 4000-TUTOR
                   WHEN 5 PERFORM 5000-EXPORT
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FileAttivita
           CLOSE FileTutor
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO: l'anno scolastico in corso da
      *ANNO-CORRENTE.DAT, chiesto se manca
       0500-LEGGI-ANNO.
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF
           IF Anno-Corrente = SPACES
               DISPLAY "Anno scolastico in corso (es. 2025/2026): "
               ACCEPT Anno-Corrente
           END-IF.

      *Paragrafo 1000-REGISTRA: una attivita' della matricola
      *nell'anno in corso, da verificare. Per le ore di
      *orientamento l'ente proposto e' il tutor dell'anno
       1000-REGISTRA.
           DISPLAY "Matricola dello studente: "
           MOVE 0 TO Matricola-Scelta
           ACCEPT Matricola-Scelta
           PERFORM 8000-CERCA-STUDENTE
           IF NOT Studente-Trovato-Si
               DISPLAY "Matricola non in anagrafica STUDENTI.DAT"
           ELSE
               DISPLAY "Studente: " ST-Cognome(1:25) " "
                   ST-Nome(1:20) " classe " ST-Classe
               DISPLAY "Tipo (LINGUA, ECDL, SPORT, VOLONTARIA, "
                   "ORIENTAM, ALTRO): "
               MOVE SPACES TO Tipo-Inserito
               ACCEPT Tipo-Inserito
               INSPECT Tipo-Inserito CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM 1150-CERCA-TIPO
               IF Tipo-Trovato = 0
                   DISPLAY "Tipo non ammesso, attivita' scartata"
               ELSE
                   PERFORM 1100-DATI-ATTIVITA
               END-IF
           END-IF.

      *Paragrafo 1100-DATI-ATTIVITA: descrizione, ente, livello,
      *data e ore, poi la riga con il prossimo progressivo
       1100-DATI-ATTIVITA.
           DISPLAY "Descrizione (es. First Certificate): "
           MOVE SPACES TO Descrizione-Inserita
           ACCEPT Descrizione-Inserita
           MOVE SPACES TO Ente-Inserito
           IF Tipo-Inserito = "ORIENTAM"
               MOVE Anno-Corrente TO Anno-Scelto
               PERFORM 8200-LEGGI-TUTOR
               IF Tutor-Corrente NOT = SPACES
                   MOVE Tutor-Corrente TO Ente-Inserito
                   DISPLAY "Tutor dell'anno: " Tutor-Corrente
               END-IF
           END-IF
           IF Ente-Inserito = SPACES
               DISPLAY "Ente che ha rilasciato l'attestato: "
               ACCEPT Ente-Inserito
           END-IF
           DISPLAY "Livello (es. B2, o invio): "
           MOVE SPACES TO Livello-Inserito
           ACCEPT Livello-Inserito
           DISPLAY "Data (AAAAMMGG, invio = oggi): "
           MOVE 0 TO Data-Inserita
           ACCEPT Data-Inserita
           IF Data-Inserita = 0
               MOVE Data-Oggi TO Data-Inserita
           END-IF
           DISPLAY "Ore: "
           MOVE 0 TO Ore-Inserite
           ACCEPT Ore-Inserite
           PERFORM 1200-PROSSIMO-PROGRESSIVO
           MOVE Matricola-Scelta TO AT-ID-Studente
           MOVE Progressivo-Massimo TO AT-Progressivo
           MOVE Anno-Corrente TO AT-Anno
           MOVE Tipo-Inserito TO AT-Tipo
           MOVE Descrizione-Inserita TO AT-Descrizione
           MOVE Ente-Inserito TO AT-Ente
           MOVE Livello-Inserito TO AT-Livello
           MOVE Data-Inserita TO AT-Data
           MOVE Ore-Inserite TO AT-Ore
           MOVE "N" TO AT-Verificata
           MOVE 0 TO AT-Data-Verifica
           MOVE SPACES TO AT-Verificatore
           WRITE Attivita-Record
               INVALID KEY
                   DISPLAY "Attivita' non registrata"
               NOT INVALID KEY
                   DISPLAY "Attivita' registrata con progressivo "
                       Progressivo-Massimo " (da verificare)"
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Attivita' " DELIMITED BY SIZE
                       Tipo-Inserito DELIMITED BY SPACE
                       " matricola " DELIMITED BY SIZE
                       Matricola-Scelta DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
           END-WRITE.

      *Paragrafo 1150-CERCA-TIPO: posizione di Tipo-Inserito nella
      *tabella dei tipi (0 se non ammesso)
       1150-CERCA-TIPO.
           MOVE 0 TO Tipo-Trovato
           MOVE 0 TO Tipo-Idx
           PERFORM UNTIL Tipo-Idx >= 6
               ADD 1 TO Tipo-Idx
               IF Tipo-Voce(Tipo-Idx) = Tipo-Inserito
                   MOVE Tipo-Idx TO Tipo-Trovato
               END-IF
           END-PERFORM.

      *Paragrafo 1200-PROSSIMO-PROGRESSIVO: l'ultimo progressivo
      *della matricola piu' uno
       1200-PROSSIMO-PROGRESSIVO.
           MOVE 0 TO Progressivo-Massimo
           MOVE Matricola-Scelta TO AT-ID-Studente
           MOVE 0 TO AT-Progressivo
           MOVE "N" TO Fine-Scan
           START FileAttivita KEY IS NOT LESS THAN AT-Chiave
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileAttivita NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF AT-ID-Studente = Matricola-Scelta
                           MOVE AT-Progressivo TO Progressivo-Massimo
                       ELSE
                           MOVE "S" TO Fine-Scan
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO Progressivo-Massimo.

      *Paragrafo 2000-VERIFICA: la segreteria ha visto l'attestato;
      *si registrano data e sigla di chi l'ha verificato
       2000-VERIFICA.
           DISPLAY "Matricola dello studente: "
           MOVE 0 TO Matricola-Scelta
           ACCEPT Matricola-Scelta
           PERFORM 3100-ELENCO-ATTIVITA
           IF Attivita-Contate = 0
               DISPLAY "Nessuna attivita' registrata"
           ELSE
               DISPLAY "Progressivo da verificare: "
               MOVE 0 TO Progressivo-Scelto
               ACCEPT Progressivo-Scelto
               MOVE Matricola-Scelta TO AT-ID-Studente
               MOVE Progressivo-Scelto TO AT-Progressivo
               READ FileAttivita
                   INVALID KEY
                       DISPLAY "Progressivo inesistente"
                   NOT INVALID KEY
                       PERFORM 2100-SEGNA-VERIFICATA
               END-READ
           END-IF.

      *Paragrafo 2100-SEGNA-VERIFICATA: esito della verifica sulla
      *riga letta
       2100-SEGNA-VERIFICATA.
           IF AT-Verificata-Si
               DISPLAY "Documentazione gia' verificata il "
                   AT-Data-Verifica " da " AT-Verificatore
           ELSE
               DISPLAY "Sigla di chi ha visto l'attestato: "
               MOVE SPACES TO Operatore
               ACCEPT Operatore
               MOVE "S" TO AT-Verificata
               MOVE Data-Oggi TO AT-Data-Verifica
               MOVE Operatore TO AT-Verificatore
               REWRITE Attivita-Record
                   INVALID KEY
                       DISPLAY "Verifica non registrata"
               END-REWRITE
               DISPLAY "Documentazione verificata"
               MOVE SPACES TO Audit-Descrizione
               STRING "Verificata attivita' " DELIMITED BY SIZE
                   Matricola-Scelta DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   Progressivo-Scelto DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 3000-SCHEDA: tutor dell'anno, attivita' di tutti
      *gli anni e ore di orientamento dell'anno contro il minimo
       3000-SCHEDA.
           DISPLAY "Matricola dello studente: "
           MOVE 0 TO Matricola-Scelta
           ACCEPT Matricola-Scelta
           PERFORM 8000-CERCA-STUDENTE
           IF NOT Studente-Trovato-Si
               DISPLAY "Matricola non in anagrafica STUDENTI.DAT"
           ELSE
               DISPLAY ST-Cognome(1:25) " " ST-Nome(1:20)
                   " classe " ST-Classe
               MOVE Anno-Corrente TO Anno-Scelto
               PERFORM 8200-LEGGI-TUTOR
               IF Tutor-Corrente = SPACES
                   DISPLAY "Tutor " Anno-Corrente ": non assegnato"
               ELSE
                   DISPLAY "Tutor " Anno-Corrente ": "
                       Tutor-Corrente
               END-IF
               PERFORM 3100-ELENCO-ATTIVITA
               IF Attivita-Contate = 0
                   DISPLAY "Nessuna attivita' registrata"
               END-IF
               MOVE Ore-Orientamento TO Ore-for
               IF Ore-Orientamento < ORE-ORIENTAMENTO-MINIME
                   DISPLAY "Ore di orientamento " Anno-Corrente ": "
                       Ore-for " - SOTTO IL MINIMO DI "
                       ORE-ORIENTAMENTO-MINIME
               ELSE
                   DISPLAY "Ore di orientamento " Anno-Corrente ": "
                       Ore-for
               END-IF
           END-IF.

      *Paragrafo 3100-ELENCO-ATTIVITA: a video le attivita' della
      *matricola; conta le ore di orientamento dell'anno in corso
       3100-ELENCO-ATTIVITA.
           MOVE 0 TO Attivita-Contate
           MOVE 0 TO Ore-Orientamento
           MOVE Matricola-Scelta TO AT-ID-Studente
           MOVE 0 TO AT-Progressivo
           MOVE "N" TO Fine-Scan
           START FileAttivita KEY IS NOT LESS THAN AT-Chiave
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileAttivita NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF AT-ID-Studente NOT = Matricola-Scelta
                           MOVE "S" TO Fine-Scan
                       ELSE
                           ADD 1 TO Attivita-Contate
                           IF AT-Tipo = "ORIENTAM"
                                   AND AT-Anno = Anno-Corrente
                               ADD AT-Ore TO Ore-Orientamento
                           END-IF
                           IF AT-Verificata-Si
                               MOVE "verificata" TO Verifica-for
                           ELSE
                               MOVE "DA VERIFICARE" TO Verifica-for
                           END-IF
                           MOVE AT-Ore TO Ore-for
                           DISPLAY AT-Progressivo " " AT-Anno " "
                               AT-Tipo " " AT-Descrizione(1:20) " "
                               AT-Livello(1:4) " ore " Ore-for " "
                               Verifica-for
                       END-IF
               END-READ
           END-PERFORM.

      *Paragrafo 4000-TUTOR: docente tutor per l'anno in corso, di
      *uno studente o di tutta una classe (matricola 0)
       4000-TUTOR.
           DISPLAY "Sigla del docente tutor: "
           MOVE SPACES TO Docente-Scelto
           ACCEPT Docente-Scelto
           PERFORM 8100-CERCA-DOCENTE
           IF NOT Docente-Trovato-Si
               DISPLAY "Docente non in anagrafica DOCENTI.DAT"
           ELSE
               DISPLAY "Docente: " DC-Cognome(1:25) " "
                   DC-Nome(1:20)
               DISPLAY "Matricola (0 = tutta una classe): "
               MOVE 0 TO Matricola-Scelta
               ACCEPT Matricola-Scelta
               IF Matricola-Scelta NOT = 0
                   PERFORM 8000-CERCA-STUDENTE
                   IF NOT Studente-Trovato-Si
                       DISPLAY "Matricola non in anagrafica "
                           "STUDENTI.DAT"
                   ELSE
                       PERFORM 4100-SCRIVI-TUTOR
                       DISPLAY "Tutor assegnato"
                   END-IF
               ELSE
                   PERFORM 4200-TUTOR-CLASSE
               END-IF
           END-IF.

      *Paragrafo 4100-SCRIVI-TUTOR: riga del tutor della matricola
      *per l'anno in corso (sostituisce l'assegnazione precedente)
       4100-SCRIVI-TUTOR.
           MOVE Matricola-Scelta TO TU-ID-Studente
           MOVE Anno-Corrente TO TU-Anno
           READ FileTutor
               INVALID KEY
                   MOVE Docente-Scelto TO TU-Docente
                   MOVE Data-Oggi TO TU-Data
                   WRITE Tutor-Record
                       INVALID KEY
                           DISPLAY "Tutor non registrato per "
                               Matricola-Scelta
                   END-WRITE
               NOT INVALID KEY
                   MOVE Docente-Scelto TO TU-Docente
                   MOVE Data-Oggi TO TU-Data
                   REWRITE Tutor-Record
                       INVALID KEY
                           DISPLAY "Tutor non registrato per "
                               Matricola-Scelta
                   END-REWRITE
           END-READ
           MOVE SPACES TO Audit-Descrizione
           STRING "Tutor " DELIMITED BY SIZE
               Docente-Scelto DELIMITED BY SPACE
               " matricola " DELIMITED BY SIZE
               Matricola-Scelta DELIMITED BY SIZE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT.

      *Paragrafo 4200-TUTOR-CLASSE: lo stesso tutor a ogni studente
      *non ritirato della classe
       4200-TUTOR-CLASSE.
           DISPLAY "Classe (es. 3A): "
           MOVE SPACES TO Classe-Scelta
           ACCEPT Classe-Scelta
           MOVE 0 TO Attivita-Contate
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
           ELSE
               MOVE Classe-Scelta TO ST-Classe
               MOVE "N" TO Fine-Studenti
               START Studenti KEY IS EQUAL TO ST-Classe
                   INVALID KEY MOVE "S" TO Fine-Studenti
               END-START
               PERFORM UNTIL Fine-Studenti = "S"
                   READ Studenti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Studenti
                       NOT AT END
                           IF ST-Classe NOT = Classe-Scelta
                               MOVE "S" TO Fine-Studenti
                           ELSE IF NOT ST-Ritirato-Si
                               MOVE ST-ID TO Matricola-Scelta
                               PERFORM 4100-SCRIVI-TUTOR
                               ADD 1 TO Attivita-Contate
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Studenti
               DISPLAY "Tutor assegnato a " Attivita-Contate
                   " studenti"
           END-IF.

      *Paragrafo 5000-EXPORT: l'export del Curriculum; dai dati
      *dell'ambiente di prova non si scrive
       5000-EXPORT.
           IF Ambiente-Prova = "S"
               DISPLAY "Ambiente di prova: nessuna esportazione "
                   "verso il ministero"
           ELSE
               PERFORM 5050-ESPORTA-CLASSE
           END-IF.

      *Paragrafo 5050-ESPORTA-CLASSE: la sezione del Curriculum per gli
      *studenti non ritirati di una classe, su
      *CURRICULUM-<classe>-<anno>.DAT
       5050-ESPORTA-CLASSE.
           DISPLAY "Classe (es. 5A): "
           MOVE SPACES TO Classe-Scelta
           ACCEPT Classe-Scelta
           MOVE Anno-Corrente TO Anno-Scelto
           MOVE Anno-Scelto(1:4) TO Anno-Compatto(1:4)
           MOVE Anno-Scelto(6:4) TO Anno-Compatto(5:4)
           MOVE SPACES TO FileOut-Filename
           STRING "CURRICULUM-" DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               Anno-Compatto DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO FileOut-Filename
           MOVE 0 TO Studenti-Esportati
           MOVE 0 TO Attivita-Esportate
           MOVE 0 TO Attivita-Da-Verificare
           MOVE 0 TO Studenti-Sotto-Minimo
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
           ELSE
               OPEN OUTPUT FileOut
               MOVE Classe-Scelta TO ST-Classe
               MOVE "N" TO Fine-Studenti
               START Studenti KEY IS EQUAL TO ST-Classe
                   INVALID KEY MOVE "S" TO Fine-Studenti
               END-START
               PERFORM UNTIL Fine-Studenti = "S"
                   READ Studenti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Studenti
                       NOT AT END
                           IF ST-Classe NOT = Classe-Scelta
                               MOVE "S" TO Fine-Studenti
                           ELSE IF NOT ST-Ritirato-Si
                               PERFORM 5100-ESPORTA-STUDENTE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Studenti
               MOVE SPACES TO FileOut-Coda
               MOVE "T" TO CT-Tipo
               MOVE Studenti-Esportati TO CT-Conta-Studenti
               MOVE Attivita-Esportate TO CT-Conta-Attivita
               WRITE FileOut-Coda
               CLOSE FileOut
               DISPLAY "Studenti esportati : " Studenti-Esportati
               DISPLAY "Attivita' esportate: " Attivita-Esportate
               DISPLAY "Attivita' escluse perche' da verificare: "
                   Attivita-Da-Verificare
               DISPLAY "Studenti sotto il minimo di orientamento: "
                   Studenti-Sotto-Minimo
               DISPLAY "Flusso scritto su " FileOut-Filename
               MOVE SPACES TO Audit-Descrizione
               STRING "Export curriculum classe " DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 5100-ESPORTA-STUDENTE: record "S" con tutor e ore
      *di orientamento dell'anno, poi un record "A" per attivita'
      *verificata
       5100-ESPORTA-STUDENTE.
           MOVE ST-ID TO Matricola-Scelta
           PERFORM 8200-LEGGI-TUTOR
           MOVE 0 TO Ore-Orientamento
           MOVE Matricola-Scelta TO AT-ID-Studente
           MOVE 0 TO AT-Progressivo
           MOVE "N" TO Fine-Scan
           START FileAttivita KEY IS NOT LESS THAN AT-Chiave
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileAttivita NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF AT-ID-Studente NOT = Matricola-Scelta
                           MOVE "S" TO Fine-Scan
                       ELSE IF AT-Verificata-Si
                               AND AT-Tipo = "ORIENTAM"
                               AND AT-Anno = Anno-Scelto
                           ADD AT-Ore TO Ore-Orientamento
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF Ore-Orientamento < ORE-ORIENTAMENTO-MINIME
               ADD 1 TO Studenti-Sotto-Minimo
           END-IF
           MOVE SPACES TO FileOut-Studente
           MOVE "S" TO CS-Tipo
           MOVE ST-ID TO CS-Matricola
           MOVE ST-Cognome(1:30) TO CS-Cognome
           MOVE ST-Nome(1:30) TO CS-Nome
           MOVE ST-Classe TO CS-Classe
           MOVE Anno-Scelto TO CS-Anno
           MOVE Tutor-Corrente TO CS-Tutor
           MOVE Ore-Orientamento TO CS-Ore-Orientamento
           WRITE FileOut-Studente
           ADD 1 TO Studenti-Esportati
           MOVE Matricola-Scelta TO AT-ID-Studente
           MOVE 0 TO AT-Progressivo
           MOVE "N" TO Fine-Scan
           START FileAttivita KEY IS NOT LESS THAN AT-Chiave
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileAttivita NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF AT-ID-Studente NOT = Matricola-Scelta
                           MOVE "S" TO Fine-Scan
                       ELSE IF NOT AT-Verificata-Si
                           ADD 1 TO Attivita-Da-Verificare
                       ELSE
                           MOVE SPACES TO FileOut-Attivita
                           MOVE "A" TO CA-Tipo
                           MOVE AT-ID-Studente TO CA-Matricola
                           MOVE AT-Anno TO CA-Anno
                           MOVE AT-Tipo TO CA-Tipo-Attivita
                           MOVE AT-Descrizione TO CA-Descrizione
                           MOVE AT-Ente TO CA-Ente
                           MOVE AT-Livello TO CA-Livello
                           MOVE AT-Data TO CA-Data
                           MOVE AT-Ore TO CA-Ore
                           WRITE FileOut-Attivita
                           ADD 1 TO Attivita-Esportate
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *Paragrafo 8000-CERCA-STUDENTE: anagrafica di
      *Matricola-Scelta
       8000-CERCA-STUDENTE.
           MOVE "N" TO Studente-Trovato
           OPEN INPUT Studenti
           IF FS-Studenti = "00"
               MOVE Matricola-Scelta TO ST-ID
               READ Studenti
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO Studente-Trovato
               END-READ
               CLOSE Studenti
           END-IF.

      *Paragrafo 8100-CERCA-DOCENTE: Docente-Scelto in DOCENTI.DAT
       8100-CERCA-DOCENTE.
           MOVE "N" TO Docente-Trovato
           OPEN INPUT Docenti
           IF FS-Docenti = "00"
               MOVE Docente-Scelto TO DC-Sigla
               READ Docenti
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO Docente-Trovato
               END-READ
               CLOSE Docenti
           END-IF.

      *Paragrafo 8200-LEGGI-TUTOR: tutor di Matricola-Scelta per
      *Anno-Scelto (spazi se non assegnato)
       8200-LEGGI-TUTOR.
           MOVE SPACES TO Tutor-Corrente
           MOVE Matricola-Scelta TO TU-ID-Studente
           MOVE Anno-Scelto TO TU-Anno
           READ FileTutor
               INVALID KEY
                   MOVE SPACES TO Tutor-Corrente
               NOT INVALID KEY
                   MOVE TU-Docente TO Tutor-Corrente
           END-READ.

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

       END PROGRAM Portfolio.
