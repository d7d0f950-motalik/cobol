       IDENTIFICATION DIVISION.
       PROGRAM-ID. GiudiziFrasi.

      *Banca delle frasi per i giudizi descrittivi (GIUDIZI-FRASI.DAT)
      *manutenuta dal coordinatore: ogni frase ha un codice, l'area
      *(A apprendimento, C comportamento) e un testo di una riga che
      *il consiglio compone nel giudizio di periodo dello studente
      *(vedi GiudiziDescrittivi). Le righe sono accodate e per codice
      *vale l'ultima: correggere il testo significa registrare di
      *nuovo lo stesso codice, e una frase non piu' in uso si dismette
      *(stato D) senza cancellarla, perche' i giudizi gia' scritti ne
      *conservano il testo.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileFrasi ASSIGN TO 'GIUDIZI-FRASI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileFrasi.
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
      *Area: "A" apprendimento, "C" comportamento; stato: "A" attiva,
      *"D" dismessa
       FD  FileFrasi.
       01  FileFrasi-Record.
           05  GF-Codice PIC X(6).
           05  GF-Area PIC X(1).
           05  GF-Stato PIC X(1).
           05  GF-Testo PIC X(70).
           05  GF-Data PIC 9(8).
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
       01  FS-FileFrasi PIC XX VALUE SPACES.
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
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-File PIC X VALUE "N".
       01  Codice-Inserito PIC X(6) VALUE SPACES.
       01  Area-Inserita PIC X(1) VALUE SPACE.
       01  Testo-Inserito PIC X(70) VALUE SPACES.
       01  Conferma PIC X VALUE "N".
       01  Voci-Elencate PIC 999 VALUE 0.
      *Stato corrente della banca: una voce per codice, l'ultima
      *riga registrata vince
       01  Frasi-Tab.
           05  Frasi-Voce OCCURS 200 TIMES.
               10  FT-Codice PIC X(6).
               10  FT-Area PIC X(1).
               10  FT-Stato PIC X(1).
               10  FT-Testo PIC X(70).
       01  Frasi-Cont PIC 999 VALUE 0.
       01  Frasi-Idx PIC 999 VALUE 0.
       01  Frase-Trovata PIC 999 VALUE 0.
       01  Area-Elenco PIC X(1) VALUE SPACE.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "BANCA DELLE FRASI PER I GIUDIZI DESCRITTIVI"
               DISPLAY "1: Registra o correggi una frase"
               DISPLAY "2: Dismetti una frase"
               DISPLAY "3: Elenco delle frasi in uso"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-REGISTRA
                   WHEN 2 PERFORM 2000-DISMETTI
                   WHEN 3 PERFORM 3000-ELENCO
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *Paragrafo 1000-REGISTRA: una frase nuova, o il nuovo testo di
      *un codice gia' presente (che torna anche in uso se dismesso)
       1000-REGISTRA.
           PERFORM 5000-CARICA-FRASI
           DISPLAY "Codice della frase (max 6 caratteri): "
           MOVE SPACES TO Codice-Inserito
           ACCEPT Codice-Inserito
           IF Codice-Inserito = SPACES
               DISPLAY "Codice obbligatorio: nulla registrato"
           ELSE
               PERFORM 5100-CERCA-FRASE
               IF Frase-Trovata > 0
                   DISPLAY "Testo attuale: " FT-Testo(Frase-Trovata)
               END-IF
               DISPLAY "Area (A = apprendimento, C = comportamento): "
               ACCEPT Area-Inserita
               EVALUATE Area-Inserita
                   WHEN "a" MOVE "A" TO Area-Inserita
                   WHEN "c" MOVE "C" TO Area-Inserita
                   WHEN OTHER CONTINUE
               END-EVALUATE
               DISPLAY "Testo della frase (una riga, max 70): "
               MOVE SPACES TO Testo-Inserito
               ACCEPT Testo-Inserito
               IF Area-Inserita NOT = "A" AND NOT = "C"
                   DISPLAY "Area non valida: nulla registrato"
               ELSE IF Testo-Inserito = SPACES
                   DISPLAY "Testo vuoto: nulla registrato"
               ELSE
                   MOVE Codice-Inserito TO GF-Codice
                   MOVE Area-Inserita TO GF-Area
                   MOVE "A" TO GF-Stato
                   MOVE Testo-Inserito TO GF-Testo
                   PERFORM 5200-ACCODA-FRASE
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Frase giudizi " DELIMITED BY SIZE
                       Codice-Inserito DELIMITED BY SIZE
                       " registrata" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
                   DISPLAY "Frase " Codice-Inserito " registrata"
               END-IF
               END-IF
           END-IF.

      *Paragrafo 2000-DISMETTI: la frase resta nel file ma non e'
      *piu' proposta al consiglio
       2000-DISMETTI.
           PERFORM 5000-CARICA-FRASI
           DISPLAY "Codice della frase da dismettere: "
           MOVE SPACES TO Codice-Inserito
           ACCEPT Codice-Inserito
           PERFORM 5100-CERCA-FRASE
           IF Frase-Trovata = 0
               DISPLAY "Codice non presente nella banca"
           ELSE IF FT-Stato(Frase-Trovata) = "D"
               DISPLAY "Frase gia' dismessa"
           ELSE
               DISPLAY FT-Testo(Frase-Trovata)
               DISPLAY "Confermi la dismissione (S/N)? "
               ACCEPT Conferma
               IF Conferma = "S" OR Conferma = "s"
                   MOVE FT-Codice(Frase-Trovata) TO GF-Codice
                   MOVE FT-Area(Frase-Trovata) TO GF-Area
                   MOVE "D" TO GF-Stato
                   MOVE FT-Testo(Frase-Trovata) TO GF-Testo
                   PERFORM 5200-ACCODA-FRASE
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Frase giudizi " DELIMITED BY SIZE
                       Codice-Inserito DELIMITED BY SIZE
                       " dismessa" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
                   DISPLAY "Frase dismessa"
               ELSE
                   DISPLAY "Nessuna modifica"
               END-IF
           END-IF
           END-IF.

      *Paragrafo 3000-ELENCO: le frasi in uso, prima l'area
      *apprendimento e poi il comportamento
       3000-ELENCO.
           PERFORM 5000-CARICA-FRASI
           MOVE 0 TO Voci-Elencate
           DISPLAY "Apprendimento:"
           MOVE "A" TO Area-Elenco
           PERFORM 3100-ELENCO-AREA
           DISPLAY "Comportamento:"
           MOVE "C" TO Area-Elenco
           PERFORM 3100-ELENCO-AREA
           DISPLAY "Frasi in uso: " Voci-Elencate.

      *Paragrafo 3100-ELENCO-AREA: le frasi attive di Area-Elenco
       3100-ELENCO-AREA.
           MOVE 0 TO Frasi-Idx
           PERFORM UNTIL Frasi-Idx >= Frasi-Cont
               ADD 1 TO Frasi-Idx
               IF FT-Area(Frasi-Idx) = Area-Elenco
                       AND FT-Stato(Frasi-Idx) NOT = "D"
                   ADD 1 TO Voci-Elencate
                   DISPLAY "  " FT-Codice(Frasi-Idx) " "
                       FT-Testo(Frasi-Idx)
               END-IF
           END-PERFORM.

      *Paragrafo 5000-CARICA-FRASI: la banca in tabella, una voce
      *per codice con l'ultima riga registrata
       5000-CARICA-FRASI.
           MOVE 0 TO Frasi-Cont
           OPEN INPUT FileFrasi
           IF FS-FileFrasi = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileFrasi
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           PERFORM 5050-CARICA-RIGA
                   END-READ
               END-PERFORM
               CLOSE FileFrasi
           END-IF.

      *Paragrafo 5050-CARICA-RIGA: la riga letta aggiorna la voce
      *del suo codice o ne apre una nuova
       5050-CARICA-RIGA.
           MOVE GF-Codice TO Codice-Inserito
           PERFORM 5100-CERCA-FRASE
           IF Frase-Trovata = 0 AND Frasi-Cont < 200
               ADD 1 TO Frasi-Cont
               MOVE Frasi-Cont TO Frase-Trovata
           END-IF
           IF Frase-Trovata > 0
               MOVE GF-Codice TO FT-Codice(Frase-Trovata)
               MOVE GF-Area TO FT-Area(Frase-Trovata)
               MOVE GF-Stato TO FT-Stato(Frase-Trovata)
               MOVE GF-Testo TO FT-Testo(Frase-Trovata)
           END-IF.

      *Paragrafo 5100-CERCA-FRASE: la voce di Codice-Inserito nella
      *tabella; zero se il codice non c'e'
       5100-CERCA-FRASE.
           MOVE 0 TO Frase-Trovata
           MOVE 0 TO Frasi-Idx
           PERFORM UNTIL Frasi-Idx >= Frasi-Cont
               ADD 1 TO Frasi-Idx
               IF FT-Codice(Frasi-Idx) = Codice-Inserito
                   MOVE Frasi-Idx TO Frase-Trovata
                   MOVE Frasi-Cont TO Frasi-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 5200-ACCODA-FRASE: la riga gia' preparata in coda
      *a GIUDIZI-FRASI.DAT, con la data di registrazione
       5200-ACCODA-FRASE.
           OPEN EXTEND FileFrasi
           IF FS-FileFrasi NOT = "00"
               OPEN OUTPUT FileFrasi
           END-IF
           ACCEPT GF-Data FROM DATE YYYYMMDD
           WRITE FileFrasi-Record
           CLOSE FileFrasi.

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

       END PROGRAM GiudiziFrasi.
