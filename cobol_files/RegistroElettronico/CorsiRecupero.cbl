      *RecuperiSessione consultano quando registrano gli esiti. Alla
      *domanda "in che corso e' mio figlio e ha frequentato?" ora si
      *risponde con la ricerca per matricola.
      *La prova di recupero di fine corso (data, orario e aula) si
      *fissa qui e finisce in PROVE-RECUPERO.DAT, una riga per
      *decisione (F fissata, A annullata; vince l'ultima accodata):
      *EsportaCalendario la porta nei calendari delle classi degli
      *iscritti.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FilePresenze ASSIGN TO 'CORSI-PRESENZE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FilePresenze.
      *Prove di recupero di fine corso: l'ultima riga per corso vale
           SELECT FileProve ASSIGN TO 'PROVE-RECUPERO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileProve.
           SELECT FileDebiti ASSIGN TO 'DEBITI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileDebiti.
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
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

       DATA DIVISION.
       FILE SECTION.
           05  PR-Data PIC 9(8).
           05  PR-ID-Studente PIC 9(6).
           05  PR-Presente PIC X(1).
      *Orari HHMM; stato F fissata, A annullata
       FD  FileProve.
       01  FileProve-Record.
           05  PF-Codice PIC X(6).
           05  PF-Data PIC 9(8).
           05  PF-Data-Testo REDEFINES PF-Data PIC X(8).
           05  PF-Ora-Inizio PIC 9(4).
           05  PF-Ora-Fine PIC 9(4).
           05  PF-Aula PIC X(10).
           05  PF-Stato PIC X(1).
       FD  FileDebiti.
       01  FileDebiti-Record.
           05  DB-ID-Studente PIC 9(6).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
       FD  FileOut.
       01  FileOut-Record PIC X(80).
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
      *Chiave dell'ultima finestra gia' segnalata in sessione
       01  Manutenzione-Avvisata PIC X(16) VALUE SPACES.
       01  FS-FileCorsi PIC XX VALUE SPACES.
       01  FS-FileIscritti PIC XX VALUE SPACES.
       01  FS-FilePresenze PIC XX VALUE SPACES.
       01  FS-FileDebiti PIC XX VALUE SPACES.
       01  FS-FileProve PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
      *Corso corrente
       01  Codice-Corso PIC X(6) VALUE SPACES.
       01  Materia-Corso PIC X(20) VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
      *Catalogo materie in memoria: nei file la materia e' scritta
      *con il suo codice (MM-Codice), il nome del catalogo serve per
      *riconoscere quanto digitato e per la stampa
       01  Catalogo-Materie.
           05  Cat-Voce OCCURS 300 TIMES.
               10  Cat-Nome PIC X(80).
               10  Cat-Codice PIC X(6).
               10  Cat-Scala PIC X(1).
       01  Cat-Cont PIC 999 VALUE 0.
       01  Cat-Idx PIC 999 VALUE 0.
       01  Cat-Scelta PIC 999 VALUE 0.
       01  Cat-Trovati PIC 999 VALUE 0.
       01  Fine-Catalogo PIC X VALUE "N".
       01  Materia-Input PIC X(80) VALUE SPACES.
       01  Materia-Codice PIC X(20) VALUE SPACES.
       01  Materia-Nome-Esteso PIC X(80) VALUE SPACES.
       01  Materia-Scala-Cat PIC X(1) VALUE SPACE.
       01  Materia-Esito PIC X VALUE SPACE.
           88  Materia-Risolta VALUE "C" "T".
           88  Materia-Ambigua VALUE "A".
       01  Docente-Corso PIC X(10) VALUE SPACES.
       01  Capienza-Corso PIC 99 VALUE 0.
       01  Corso-Trovato PIC X VALUE "N".
       01  Date-Viste-Cont PIC 99 VALUE 0.
       01  Date-Viste-Idx PIC 99 VALUE 0.
       01  Data-Gia-Vista PIC X VALUE "N".
      *Prova di recupero del corso: l'ultima decisione registrata
       01  Prova-Fissata PIC X VALUE "N".
       01  Data-Prova PIC 9(8) VALUE 0.
       01  Data-Prova-Testo REDEFINES Data-Prova PIC X(8).
       01  Ora-Inizio-Prova PIC 9(4) VALUE 0.
       01  Ora-Inizio-Testo REDEFINES Ora-Inizio-Prova PIC X(4).
       01  Ora-Fine-Prova PIC 9(4) VALUE 0.
       01  Ora-Fine-Testo REDEFINES Ora-Fine-Prova PIC X(4).
       01  Aula-Prova PIC X(10) VALUE SPACES.
       01  Stato-Prova PIC X VALUE SPACE.
       01  Data-Inserita PIC 9(8) VALUE 0.
       01  Ora-Inizio-Inserita PIC 9(4) VALUE 0.
       01  Ora-Fine-Inserita PIC 9(4) VALUE 0.
       01  Aula-Inserita PIC X(10) VALUE SPACES.
       01  Data-Oggi PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 9700-CARICA-CATALOGO
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "CORSI DI RECUPERO"
               DISPLAY "1: Crea corso"
               DISPLAY "3: Registra presenze di un incontro"
               DISPLAY "4: Report di completamento di un corso"
               DISPLAY "5: In quale corso e' una matricola"
               DISPLAY "6: Prova di recupero di un corso"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
                   WHEN 3 PERFORM 3000-PRESENZE
                   WHEN 4 PERFORM 4000-COMPLETAMENTO
                   WHEN 5 PERFORM 5000-CERCA-MATRICOLA
                   WHEN 6 PERFORM 6000-PROVA-RECUPERO
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           IF Corso-Trovato = "Y"
               DISPLAY "Codice gia' usato"
           ELSE
               DISPLAY "Materia del corso (codice o nome): "
               PERFORM 9730-CHIEDI-MATERIA
               MOVE Materia-Codice TO Materia-Corso
               DISPLAY "Sigla docente: "
               ACCEPT Docente-Corso
               MOVE "Y" TO Docente-Valido
               DISPLAY "Corso non trovato"
           ELSE
               PERFORM 1600-CONTA-ISCRITTI
               MOVE Materia-Corso TO Materia-Codice
               PERFORM 9720-CERCA-NOME-MATERIA
               DISPLAY "Corso " Codice-Corso " - "
                   Materia-Nome-Esteso(1:40)
                   " (" Iscritti-Attuali " su " Capienza-Corso ")"
               MOVE 0 TO Iscritti-Nuovi
               OPEN INPUT FileDebiti
                   INTO FileOut-Filename
               OPEN OUTPUT FileOut
               MOVE Incontri-Totali TO Incontri-for
               MOVE Materia-Corso TO Materia-Codice
               PERFORM 9720-CERCA-NOME-MATERIA
               MOVE SPACES TO riga
               STRING "Corso " DELIMITED BY SIZE
                   Codice-Corso DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:30) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   Docente-Corso DELIMITED BY SPACE
                   ") - incontri: " DELIMITED BY SIZE
               END-IF
           END-IF.

      *Paragrafo 6000-PROVA-RECUPERO: fissa, sposta o annulla la
      *prova di fine corso; la decisione si accoda a
      *PROVE-RECUPERO.DAT e l'ultima riga del corso e' quella che
      *vale
       6000-PROVA-RECUPERO.
           DISPLAY "Codice corso: "
           ACCEPT Codice-Corso
           PERFORM 1500-CERCA-CORSO
           IF Corso-Trovato NOT = "Y"
               DISPLAY "Corso non trovato"
           ELSE
               PERFORM 6100-LEGGI-PROVA
               IF Prova-Fissata = "Y"
                   DISPLAY "Prova fissata il "
                       Data-Prova-Testo(7:2) "/"
                       Data-Prova-Testo(5:2) "/"
                       Data-Prova-Testo(1:4) " dalle "
                       Ora-Inizio-Testo(1:2) ":"
                       Ora-Inizio-Testo(3:2) " alle "
                       Ora-Fine-Testo(1:2) ":"
                       Ora-Fine-Testo(3:2) " aula " Aula-Prova
               ELSE
                   DISPLAY "Nessuna prova fissata per il corso"
               END-IF
               DISPLAY "Data della prova (AAAAMMGG, 0 = annulla "
                   "la prova fissata): "
               ACCEPT Data-Inserita
               ACCEPT Data-Oggi FROM DATE YYYYMMDD
               IF Data-Inserita = 0
                   IF Prova-Fissata NOT = "Y"
                       DISPLAY "Nessuna prova da annullare"
                   ELSE
                       MOVE "A" TO Stato-Prova
                       PERFORM 6200-ACCODA-PROVA
                       DISPLAY "Prova annullata"
                   END-IF
               ELSE IF Data-Inserita < Data-Oggi
                   DISPLAY "Data gia' passata"
               ELSE
                   DISPLAY "Ora di inizio (HHMM): "
                   ACCEPT Ora-Inizio-Inserita
                   DISPLAY "Ora di fine (HHMM): "
                   ACCEPT Ora-Fine-Inserita
                   DISPLAY "Aula: "
                   ACCEPT Aula-Inserita
                   IF Ora-Inizio-Inserita > 2359
                           OR Ora-Fine-Inserita > 2359
                           OR Ora-Fine-Inserita
                               NOT > Ora-Inizio-Inserita
                       DISPLAY "Orario non valido"
                   ELSE
                       MOVE Data-Inserita TO Data-Prova
                       MOVE Ora-Inizio-Inserita TO Ora-Inizio-Prova
                       MOVE Ora-Fine-Inserita TO Ora-Fine-Prova
                       MOVE Aula-Inserita TO Aula-Prova
                       MOVE "F" TO Stato-Prova
                       PERFORM 6200-ACCODA-PROVA
                       DISPLAY "Prova fissata"
                   END-IF
               END-IF
               END-IF
           END-IF.

      *Paragrafo 6100-LEGGI-PROVA: l'ultima decisione registrata
      *per il corso; Prova-Fissata "Y" se e' una prova fissata
       6100-LEGGI-PROVA.
           MOVE "N" TO Prova-Fissata
           MOVE 0 TO Data-Prova
           MOVE 0 TO Ora-Inizio-Prova
           MOVE 0 TO Ora-Fine-Prova
           MOVE SPACES TO Aula-Prova
           OPEN INPUT FileProve
           IF FS-FileProve = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileProve
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF PF-Codice = Codice-Corso
                               MOVE "N" TO Prova-Fissata
                               IF PF-Stato = "F"
                                   MOVE "Y" TO Prova-Fissata
                               END-IF
                               MOVE PF-Data TO Data-Prova
                               MOVE PF-Ora-Inizio TO Ora-Inizio-Prova
                               MOVE PF-Ora-Fine TO Ora-Fine-Prova
                               MOVE PF-Aula TO Aula-Prova
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileProve
           END-IF.

      *Paragrafo 6200-ACCODA-PROVA: una riga di decisione con lo
      *stato in Stato-Prova e la prova corrente
       6200-ACCODA-PROVA.
           OPEN EXTEND FileProve
           IF FS-FileProve NOT = "00"
               OPEN OUTPUT FileProve
           END-IF
           MOVE Codice-Corso TO PF-Codice
           MOVE Data-Prova TO PF-Data
           MOVE Ora-Inizio-Prova TO PF-Ora-Inizio
           MOVE Ora-Fine-Prova TO PF-Ora-Fine
           MOVE Aula-Prova TO PF-Aula
           MOVE Stato-Prova TO PF-Stato
           WRITE FileProve-Record
           CLOSE FileProve.

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

      *Paragrafo 9700-CARICA-CATALOGO: catalogo in memoria
      *Nome, codice e scala di ogni materia di MATERIE.DAT; senza
      *catalogo la tabella resta vuota e la materia vale come scritta
       9700-CARICA-CATALOGO.
           MOVE 0 TO Cat-Cont
           OPEN INPUT MaterieMaster
           IF FS-MaterieMaster = "00"
               MOVE "N" TO Fine-Catalogo
               PERFORM UNTIL Fine-Catalogo = "S"
                   READ MaterieMaster NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Catalogo
                       NOT AT END
                           IF Cat-Cont < 300
                               ADD 1 TO Cat-Cont
                               MOVE MM-Nome TO Cat-Nome(Cat-Cont)
                               MOVE MM-Codice TO Cat-Codice(Cat-Cont)
                               MOVE MM-Scala TO Cat-Scala(Cat-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MaterieMaster
           END-IF.

      *Paragrafo 9710-RISOLVI-MATERIA: codice della materia
      *Da quanto digitato in Materia-Input (codice, nome completo
      *o nome troncato ai 20 caratteri dei vecchi tracciati) al
      *codice da scrivere nei file. Esito C codice o nome esatto,
      *T nome troncato riconosciuto, A nome troncato comune a piu'
      *materie, I materia sconosciuta. Una materia a catalogo senza
      *codice resta scritta per nome
       9710-RISOLVI-MATERIA.
           MOVE SPACES TO Materia-Codice
           MOVE Materia-Input TO Materia-Nome-Esteso
           MOVE SPACE TO Materia-Scala-Cat
           MOVE "I" TO Materia-Esito
           MOVE 0 TO Cat-Scelta
           MOVE 0 TO Cat-Idx
           PERFORM UNTIL Cat-Idx >= Cat-Cont OR Cat-Scelta > 0
               ADD 1 TO Cat-Idx
               IF Materia-Input = Cat-Nome(Cat-Idx)
                   MOVE Cat-Idx TO Cat-Scelta
               END-IF
               IF Cat-Codice(Cat-Idx) NOT = SPACES
                       AND Materia-Input = Cat-Codice(Cat-Idx)
                   MOVE Cat-Idx TO Cat-Scelta
               END-IF
           END-PERFORM
           IF Cat-Scelta > 0
               MOVE "C" TO Materia-Esito
           ELSE
               IF Materia-Input NOT = SPACES
                       AND Materia-Input(21:60) = SPACES
                   MOVE 0 TO Cat-Trovati
                   MOVE 0 TO Cat-Idx
                   PERFORM UNTIL Cat-Idx >= Cat-Cont
                       ADD 1 TO Cat-Idx
                       IF Cat-Nome(Cat-Idx)(1:20)
                               = Materia-Input(1:20)
                           ADD 1 TO Cat-Trovati
                           MOVE Cat-Idx TO Cat-Scelta
                       END-IF
                   END-PERFORM
                   IF Cat-Trovati = 1
                       MOVE "T" TO Materia-Esito
                   ELSE IF Cat-Trovati > 1
                       MOVE "A" TO Materia-Esito
                       MOVE 0 TO Cat-Scelta
                   END-IF
                   END-IF
               END-IF
           END-IF
           IF Cat-Scelta > 0
               IF Cat-Codice(Cat-Scelta) NOT = SPACES
                   MOVE Cat-Codice(Cat-Scelta) TO Materia-Codice
               ELSE
                   MOVE Cat-Nome(Cat-Scelta) TO Materia-Codice
               END-IF
               MOVE Cat-Nome(Cat-Scelta) TO Materia-Nome-Esteso
               MOVE Cat-Scala(Cat-Scelta) TO Materia-Scala-Cat
           END-IF.

      *Paragrafo 9720-CERCA-NOME-MATERIA: nome della materia
      *Il nome completo della materia il cui codice e' in
      *Materia-Codice, per la stampa; se il codice non e' a catalogo
      *resta quanto scritto nel file
       9720-CERCA-NOME-MATERIA.
           MOVE Materia-Codice TO Materia-Nome-Esteso
           MOVE 0 TO Cat-Idx
           PERFORM UNTIL Cat-Idx >= Cat-Cont
               ADD 1 TO Cat-Idx
               IF Cat-Codice(Cat-Idx) NOT = SPACES
                       AND Cat-Codice(Cat-Idx) = Materia-Codice
                   MOVE Cat-Nome(Cat-Idx) TO Materia-Nome-Esteso
                   MOVE Cat-Cont TO Cat-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 9730-CHIEDI-MATERIA: materia digitata
      *Codice o nome della materia, ridotto al codice in
      *Materia-Codice; non risolto (o senza catalogo) vale quanto
      *digitato
       9730-CHIEDI-MATERIA.
           ACCEPT Materia-Input
           PERFORM 9710-RISOLVI-MATERIA
           IF NOT Materia-Risolta
               MOVE Materia-Input TO Materia-Codice
               IF Materia-Ambigua
                   DISPLAY "Nome comune a piu' materie: indicare il "
                       "codice o il nome completo"
               END-IF
           END-IF.

       END PROGRAM CorsiRecupero.
