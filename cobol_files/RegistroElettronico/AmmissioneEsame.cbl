      *una classe quinta: sufficienza in tutte le materie (o deroga
      *motivata del consiglio), condotta almeno sei, frequenza entro
      *la quota del monte ore (assenze piu' ore equivalenti di
      *ritardi/uscite; il monte ore e' la somma delle ore dei giorni
      *di lezione dell'anno in GIORNI.DAT) e ore PCTO completate. Lo
      *scrutinio di quinta si apre proprio con questa checklist, oggi
      *fatta a mano: qui si produce AMMISSIONE-<classe>.txt con
      *ammesso / non ammesso / da deliberare per studente e il
      *requisito mancante nominato. La condotta si legge da
      *CONDOTTE.DAT, dove CHIEDI-CONDOTTA del registro la persiste
      *per matricola e periodo (vale l'ultima riga per periodo);
      *senza righe resta da deliberare. Con la classe collegata a un
      *indirizzo di studi (INDIRIZZI.DAT) il target PCTO e il monte
      *ore sono quelli dell'indirizzo per l'anno di corso, e la
      *classe attesa e' quella dell'ultimo anno del percorso.
      *I giorni di uscita didattica (UsciteDidattiche) sono in
      *ASSENZE.DAT come attivita' fuori sede e non contano.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-Chiave
               ALTERNATE RECORD KEY IS VT-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVoti.
      *Eventi di assenza indicizzati per matricola+data+progressivo
      *(conversione una tantum in ConvertiAssenze): gli eventi di
           SELECT FileCondotte ASSIGN TO 'CONDOTTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCondotte.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
      *Calendario giornaliero (GiorniManut): tipo del giorno e ore
      *di lezione
           SELECT FileGiorni ASSIGN TO 'GIORNI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GG-Data
               FILE STATUS IS FS-FileGiorni.
           SELECT FileOut ASSIGN TO FileOut-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.
      *Classe collegata a indirizzo di studi e anno di corso
      *(ClassiManut, IndirizziManut)
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
           SELECT FileIndirizzi ASSIGN TO 'INDIRIZZI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IN-Codice
               FILE STATUS IS FS-FileIndirizzi.
      *Catalogo materie: la materia si identifica con MM-Codice
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
       FD  FileAssenze.
       01  FileAssenze-Record.
           05  AS-Chiave.
               10  AS-Progressivo PIC 9(2).
           05  AS-Ore PIC 99.
           05  AS-Giustificata PIC X(1).
               88  AS-Fuori-Sede VALUE "F".
       FD  FileRitardi.
       01  FileRitardi-Record.
           05  RT-ID-Studente PIC 9(6).
           05  CND-Periodo PIC 9(1).
           05  CND-Voto PIC 99.
           05  CND-Data PIC 9(8).
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
       FD  FileGiorni.
       01  FileGiorni-Record.
           05  GG-Data PIC 9(8).
           05  GG-Anno PIC X(9).
           05  GG-Tipo PIC X(1).
               88  GG-Lezione VALUE "L".
           05  GG-Ore PIC 9(1).
           05  GG-Descrizione PIC X(30).
       FD  FileOut.
       01  FileOut-Record PIC X(100).
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
       FD  FileIndirizzi.
       01  Indirizzi-Record.
           05  IN-Codice PIC X(6).
           05  IN-Descrizione PIC X(40).
           05  IN-Durata PIC 9(1).
           05  IN-Ore-Pcto PIC 9(3).
           05  IN-Monte-Ore-Tab.
               10  IN-Monte-Ore OCCURS 5 TIMES PIC 9(4).
       FD  MaterieMaster.
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
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-FileAssenze PIC XX VALUE SPACES.
       01  FS-FilePcto PIC XX VALUE SPACES.
       01  FS-FileCondotte PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
      *Indirizzo di studi e anno di corso della classe; senza
      *anagrafiche o senza indirizzo valgono i valori di sempre
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-FileIndirizzi PIC XX VALUE SPACES.
       01  Indirizzo-Trovato PIC X VALUE "N".
           88  Indirizzo-Trovato-Si VALUE "Y".
       01  Anno-Corso-Classe PIC 9 VALUE 0.
       01  Monte-Ore-Indirizzo PIC 9(4) VALUE 0.
      *Catalogo materie in memoria: nei file la materia e' scritta
      *con il suo codice (MM-Codice), il nome del catalogo serve per
      *la stampa
       01  Catalogo-Materie.
           05  Cat-Voce OCCURS 300 TIMES.
               10  Cat-Nome PIC X(80).
               10  Cat-Codice PIC X(6).
               10  Cat-Scala PIC X(1).
       01  Cat-Cont PIC 999 VALUE 0.
       01  Cat-Idx PIC 999 VALUE 0.
       01  Fine-Catalogo PIC X VALUE "N".
       01  Materia-Codice PIC X(20) VALUE SPACES.
       01  Materia-Nome-Esteso PIC X(80) VALUE SPACES.
       01  FileOut-Filename PIC X(30) VALUE SPACES.
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  ID-Corrente PIC 9(6) VALUE 0.
       01  Fine-Scan PIC X VALUE "N".
       01  Studenti-Controllati PIC 999 VALUE 0.
      *Soglie dei requisiti: le stesse di default del registro; il
      *target PCTO dipende dall'indirizzo di studi e si legge da
      *INDIRIZZI.DAT; per la classe senza indirizzo vale il minimo
      *di legge dei licei
       01  SOGLIA-SUFFICIENZA PIC 99V9 VALUE 6.
       01  SOGLIA-CONDOTTA PIC 99V9 VALUE 6.
       01  MONTE-ORE-ANNO PIC 9(4) VALUE 1056.
       01  QUOTA-ASSENZE PIC 99 VALUE 25.
       01  ORE-PCTO-RICHIESTE PIC 9(3) VALUE 90.
       01  Limite-Ore PIC 9(4) VALUE 0.
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  FS-FileGiorni PIC XX VALUE SPACES.
      *Monte ore dell'anno dalle ore dei giorni di lezione di
      *GIORNI.DAT; senza giorni registrati per l'anno resta il
      *MONTE-ORE-ANNO di sempre
       01  Monte-Ore-Effettivo PIC 9(4) VALUE 0.
       01  Monte-Ore-Giorni PIC 9(5) VALUE 0.
       01  Monte-Ore-Anno-Scolastico PIC X(9) VALUE HIGH-VALUES.
       01  Fine-Giorni PIC X VALUE "N".
      *Requisiti del singolo studente
       01  Materia-Corrente PIC X(20) VALUE SPACES.
       01  totale PIC 9(5)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 9700-CARICA-CATALOGO
           DISPLAY "Classe quinta da controllare (es. 5A): "
           ACCEPT Classe-Scelta
           PERFORM 0600-LEGGI-INDIRIZZO
           IF Indirizzo-Trovato-Si
               IF Anno-Corso-Classe NOT = IN-Durata
                   DISPLAY "Attenzione: la classe non e' all'ultimo "
                       "anno dell'indirizzo " IN-Codice
               END-IF
               IF IN-Ore-Pcto > 0
                   MOVE IN-Ore-Pcto TO ORE-PCTO-RICHIESTE
               END-IF
           ELSE IF Classe-Scelta(1:1) NOT = "5"
               DISPLAY "Attenzione: il controllo di ammissione "
                   "riguarda le classi quinte"
           END-IF
           END-IF
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           IF Indirizzo-Trovato-Si
               MOVE SPACES TO riga
               STRING "Indirizzo: " DELIMITED BY SIZE
                   IN-Descrizione DELIMITED BY "  "
                   " - ore PCTO richieste " DELIMITED BY SIZE
                   ORE-PCTO-RICHIESTE DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-IF
           PERFORM 0500-LEGGI-ANNO-CORRENTE
           IF Anno-Corrente = SPACES
               DISPLAY "Anno scolastico (es. 2024/2025): "
               ACCEPT Anno-Corrente
           END-IF
           PERFORM 9600-MONTE-ORE
           IF Monte-Ore-Indirizzo > 0
               MOVE Monte-Ore-Indirizzo TO Monte-Ore-Effettivo
           END-IF
           COMPUTE Limite-Ore = Monte-Ore-Effettivo * QUOTA-ASSENZE
               / 100
           MOVE 0 TO Studenti-Controllati
           MOVE 0 TO ST-ID
           MOVE "N" TO Fine-Studenti
           DISPLAY "Report scritto su " FileOut-Filename
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO-CORRENTE: l'anno scolastico in
      *corso da ANNO-CORRENTE.DAT
       0500-LEGGI-ANNO-CORRENTE.
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF.

      *Paragrafo 0600-LEGGI-INDIRIZZO: indirizzo e anno di corso della
      *classe Classe-Scelta da CLASSI.DAT e il record dell'indirizzo da
      *INDIRIZZI.DAT, con il monte ore annuo dell'anno di corso
      *(0 se non definito)
       0600-LEGGI-INDIRIZZO.
           MOVE "N" TO Indirizzo-Trovato
           MOVE 0 TO Anno-Corso-Classe
           MOVE 0 TO Monte-Ore-Indirizzo
           MOVE SPACES TO CL-Indirizzo
           OPEN INPUT Classi
           IF FS-Classi = "00"
               MOVE Classe-Scelta TO CL-Codice
               READ Classi
                   INVALID KEY
                       MOVE SPACES TO CL-Indirizzo
                   NOT INVALID KEY
                       MOVE CL-Anno-Corso TO Anno-Corso-Classe
               END-READ
               CLOSE Classi
           END-IF
           IF CL-Indirizzo NOT = SPACES
               OPEN INPUT FileIndirizzi
               IF FS-FileIndirizzi = "00"
                   MOVE CL-Indirizzo TO IN-Codice
                   READ FileIndirizzi
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO Indirizzo-Trovato
                           IF Anno-Corso-Classe > 0
                                   AND Anno-Corso-Classe
                                       NOT > IN-Durata
                               MOVE IN-Monte-Ore(Anno-Corso-Classe)
                                   TO Monte-Ore-Indirizzo
                           END-IF
                   END-READ
                   CLOSE FileIndirizzi
               END-IF
           END-IF.

      *Paragrafo 2000-CONTROLLA-STUDENTE: tutti i requisiti del
      *singolo studente, dal piu' bloccante al meno; il primo
      *requisito mancato da' il nome al motivo
                   STRING "insufficienze: " DELIMITED BY SIZE
                       Insuff-for DELIMITED BY SIZE
                       " (es. " DELIMITED BY SIZE
                       Prima-Insufficiente DELIMITED BY "  "
                       ")" DELIMITED BY SIZE
                       INTO Motivo-Ammissione
               WHEN Condotta-Presente NOT = "Y"
                               PERFORM 3100-CHIUDI-MATERIA
                               MOVE VT-Materia TO Materia-Corrente
                           END-IF
      *I giudizi delle materie a giudizio non fanno media
                           IF VT-Tipo NOT = "G"
                               ADD VT-Voto TO totale
                               ADD 1 TO cont
                           END-IF
                       ELSE
                           MOVE "S" TO Fine-Scan
                       END-IF
               IF media < SOGLIA-SUFFICIENZA
                   ADD 1 TO Materie-Insufficienti
                   IF Prima-Insufficiente = SPACES
                       MOVE Materia-Corrente TO Materia-Codice
                       PERFORM 9720-CERCA-NOME-MATERIA
                       MOVE Materia-Nome-Esteso
                           TO Prima-Insufficiente
                   END-IF
               END-IF
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF AS-ID-Studente = ID-Corrente
                               IF NOT AS-Fuori-Sede
                                   ADD AS-Ore TO Ore-Assenze
                               END-IF
                               IF AS-Giustificata = "N"
                                   ADD AS-Ore TO Ore-Non-Giust
                               END-IF
               CLOSE FilePcto
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

      *Paragrafo 9600-MONTE-ORE: monte ore dell'anno Anno-Corrente
      *come somma delle ore dei suoi giorni di lezione in
      *GIORNI.DAT; senza giorni registrati vale MONTE-ORE-ANNO.
      *L'anno gia' calcolato non si rilegge. Il monte ore
      *dell'indirizzo della classe, se definito, prevale (mainline)
       9600-MONTE-ORE.
           IF Anno-Corrente NOT = Monte-Ore-Anno-Scolastico
               MOVE Anno-Corrente TO Monte-Ore-Anno-Scolastico
               MOVE 0 TO Monte-Ore-Giorni
               OPEN INPUT FileGiorni
               IF FS-FileGiorni = "00"
                   MOVE "N" TO Fine-Giorni
                   PERFORM UNTIL Fine-Giorni = "S"
                       READ FileGiorni NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-Giorni
                           NOT AT END
                               IF GG-Anno = Anno-Corrente
                                       AND GG-Lezione
                                   ADD GG-Ore TO Monte-Ore-Giorni
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileGiorni
               END-IF
               IF Monte-Ore-Giorni > 0
                   MOVE Monte-Ore-Giorni TO Monte-Ore-Effettivo
               ELSE
                   MOVE MONTE-ORE-ANNO TO Monte-Ore-Effettivo
               END-IF
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

       END PROGRAM AmmissioneEsame.
