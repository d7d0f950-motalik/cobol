      *dal catalogo al momento della registrazione, cosi' la
      *pagella non deve fare agganci); STAMPA-PAGELLA del registro
      *aggiunge la sezione delle competenze da questo file.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS FS-Studenti.
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
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
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
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
       01  FS-FileCatalogo PIC XX VALUE SPACES.
       01  FS-FileValutazioni PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  Catalogo-Disponibile PIC X VALUE "N".
           88  Catalogo-Disponibile-Si VALUE "Y".
       01  Materia-Inserita PIC X(20) VALUE SPACES.
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
       01  Codice-Inserito PIC X(6) VALUE SPACES.
       01  Descrizione-Inserita PIC X(40) VALUE SPACES.
       01  Descrizione-Trovata PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 9700-CARICA-CATALOGO
           IF Cat-Cont > 0
               MOVE "Y" TO Catalogo-Disponibile
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "COMPETENZE PER LIVELLI"
               DISPLAY "1: Aggiungi obiettivo al catalogo"
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *Paragrafo 1000-AGGIUNGI-OBIETTIVO: un obiettivo nel catalogo
      *della materia (validata sul catalogo materie se presente)
       1000-AGGIUNGI-OBIETTIVO.
           DISPLAY "Materia (codice o nome): "
           PERFORM 9730-CHIEDI-MATERIA
           MOVE Materia-Codice TO Materia-Inserita
           IF Catalogo-Disponibile-Si AND NOT Materia-Risolta
               DISPLAY "Materia non a catalogo MATERIE.DAT"
               MOVE SPACES TO Materia-Inserita
           END-IF
           IF Materia-Inserita NOT = SPACES
               DISPLAY "Codice obiettivo (es. MAT001): "
      *Paragrafo 2000-CATALOGO-MATERIA: gli obiettivi censiti per
      *una materia
       2000-CATALOGO-MATERIA.
           DISPLAY "Materia (codice o nome): "
           PERFORM 9730-CHIEDI-MATERIA
           MOVE Materia-Codice TO Materia-Inserita
           MOVE 0 TO Voci-Elencate
           OPEN INPUT FileCatalogo
           IF FS-FileCatalogo NOT = "00"
           IF Studente-Trovato NOT = "Y"
               DISPLAY "Matricola non in anagrafica STUDENTI.DAT"
           ELSE
               DISPLAY "Materia (codice o nome): "
               PERFORM 9730-CHIEDI-MATERIA
               MOVE Materia-Codice TO Materia-Inserita
               DISPLAY "Codice obiettivo: "
               ACCEPT Codice-Inserito
               PERFORM 3100-CERCA-OBIETTIVO
                       NOT AT END
                           IF CVL-ID-Studente = ID-Studente
                               ADD 1 TO Voci-Elencate
                               MOVE CVL-Materia TO Materia-Codice
                               PERFORM 9720-CERCA-NOME-MATERIA
                               DISPLAY "periodo " CVL-Periodo " "
                                   Materia-Nome-Esteso(1:30) " "
                                   CVL-Codice " "
                                   CVL-Livello " "
                                   CVL-Descrizione
                           END-IF
               DISPLAY "Valutazioni: " Voci-Elencate
           END-IF.

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

       END PROGRAM Competenze.
