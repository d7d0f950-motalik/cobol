      *quando un registro-<classe>-<data>.txt viene cancellato o
      *rovinato, questo programma lo rigenera (insieme alla copia da
      *stampa paginata REGISTRO-STAMPA.txt) per una singola matricola
      *o per un'intera classe, con le medie di materia di MEDIE.DAT
      *(le stesse di CALCOLA-MEDIA-PESATA, ricalcolate dai voti solo
      *se la riga manca) e la MEDIA-FINALE di RegistroElettronico,
      *cosi' un report perso e' una ristampa e non una sessione di
      *reinserimento.
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
      *Medie di materia gia' calcolate, tenute in linea da chi
      *scrive VOTI.DAT (e ricostruite ogni notte da RicalcolaMedie)
           SELECT FileMedie ASSIGN TO 'MEDIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-Chiave
               FILE STATUS IS FS-FileMedie.
      *Anagrafica studenti, per ricavare l'elenco della classe da
      *ristampare (stesso START/READ NEXT di ESPORTA-CONTATTI)
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               FILE STATUS IS FS-FileCrediti.
      *Registro rigenerato: stesso schema di nome di
      *RegistroElettronico (registro-<classe>-<aaaammgg>.txt)
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
           SELECT FileOut ASSIGN TO FileOut-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.
           SELECT FileStampa ASSIGN TO 'REGISTRO-STAMPA.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileStampa.
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
      *contestazioni ("l'interrogazione del 12 marzo") e per la
      *vista cronologica del registro (vedi CronologiaVoti)
           05  VT-Data-Voto PIC 9(8).
      *Voto come lo ha scritto il docente ("6+", "7-", "5/6"),
      *accanto al valore numerico; in bianco per i voti interi
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
      *Una riga per studente, periodo e materia: conteggi, totali e
      *medie per tipo, i pesi del profilo di classe applicati e la
      *media pesata come la calcola il registro (i giudizi ne
      *restano fuori)
       FD  FileMedie.
       01  FileMedie-Record.
           05  ME-Chiave.
               10  ME-ID-Studente PIC 9(6).
               10  ME-Periodo PIC 9(1).
               10  ME-Materia PIC X(20).
           05  ME-Dati.
               10  ME-Classe PIC X(4).
               10  ME-Valori.
                   15  ME-Cont-Orale PIC 999.
                   15  ME-Tot-Orale PIC 9(5)V99.
                   15  ME-Media-Orale PIC 99V99.
                   15  ME-Cont-Scritto PIC 999.
                   15  ME-Tot-Scritto PIC 9(5)V99.
                   15  ME-Media-Scritto PIC 99V99.
                   15  ME-Cont-Pratico PIC 999.
                   15  ME-Tot-Pratico PIC 9(5)V99.
                   15  ME-Media-Pratico PIC 99V99.
                   15  ME-Cont-Voti PIC 999.
                   15  ME-Tot-Voti PIC 9(5)V99.
                   15  ME-Peso-Orale PIC V999.
                   15  ME-Peso-Scritto PIC V999.
                   15  ME-Peso-Pratico PIC V999.
                   15  ME-Media-Pesata PIC 99V9.
                   15  ME-Data-Ultimo-Voto PIC 9(8).
               10  ME-Data-Calcolo PIC 9(8).
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
       01  FileCrediti-Record.
           05  CR-Materia PIC X(20).
           05  CR-Credito PIC 9V99.
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
       FD  FileOut.
       01  FileOut-Record PIC X(80).
       FD  FileStampa.
       01  FileStampa-Record PIC X(80).
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
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-FileMedie PIC XX VALUE SPACES.
       01  Medie-Presenti PIC X VALUE "N".
       01  Media-Trovata PIC X VALUE "N".
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FilePesi PIC XX VALUE SPACES.
       01  FS-FileCrediti PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
       01  FS-FileStampa PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
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
      *Scelta dell'operatore: una matricola sola o un'intera classe
       01  Scelta-Modo PIC X VALUE SPACES.
           88  Modo-Matricola VALUE "M" "m".
       01  riga3 PIC X(80).
       01  riga4 PIC X(80).
       01  voto-for PIC Z9.99.
       01  Voto-Stampa PIC X(5) VALUE SPACES.
      *Data della prova in gg/mm/aaaa, come FORMATTA-DATA-VOTO del
      *registro originale
       01  Data-Voto-Input PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           DISPLAY "Ristampa per Matricola o intera Classe? (M/C): "
           ACCEPT Scelta-Modo
           PERFORM UNTIL Modo-Matricola OR Modo-Classe
           WRITE FileStampa-Record AFTER ADVANCING 2 LINES
           CLOSE FileVoti
           CLOSE Studenti
           IF Medie-Presenti = "Y"
               CLOSE FileMedie
           END-IF
           CLOSE FileOut
           CLOSE FileStampa
           DISPLAY "Studenti ristampati: " Studenti-Ristampati
           STOP RUN.

       1000-APRI-FILE.
           PERFORM 9700-CARICA-CATALOGO
           OPEN INPUT FileVoti
           IF FS-FileVoti NOT = "00"
               DISPLAY "Impossibile aprire VOTI.DAT"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
               STOP RUN
           END-IF
           OPEN INPUT FileMedie
           IF FS-FileMedie = "00"
               MOVE "Y" TO Medie-Presenti
           ELSE
               DISPLAY "MEDIE.DAT non presente: medie ricalcolate "
                   "dai voti"
           END-IF
           PERFORM 1100-LEGGI-PESI
           PERFORM 1200-LEGGI-CREDITI
      *La classe per il nome del registro: chiesta subito in modo
               MOVE 0 TO Tot-Orale Cont-Orale
               MOVE 0 TO Tot-Scritto Cont-Scritto
               MOVE 0 TO Tot-Pratico Cont-Pratico
               MOVE Materia-Corrente TO Materia-Codice
               PERFORM 9720-CERCA-NOME-MATERIA
               MOVE SPACES TO riga3
               STRING "        " DELIMITED BY SIZE
                   Materia-Nome-Esteso DELIMITED BY "  "
                   INTO riga3
               MOVE riga3 TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
           END-IF
      *I giudizi (tipo G) si stampano ma non entrano nelle medie
           IF VT-Tipo NOT = "G"
               COMPUTE totale = totale + VT-Voto
               ADD 1 TO cont
               COMPUTE totale1 = totale1 + VT-Voto
               ADD 1 TO cont1
               ADD VT-Voto TO Periodo-Totale(Periodo-Indice)
               ADD 1 TO Periodo-Cont(Periodo-Indice)
           END-IF
           EVALUATE VT-Tipo
               WHEN "o" WHEN "O"
                   ADD VT-Voto TO Tot-Orale
                   ADD 1 TO Cont-Pratico
           END-EVALUATE
           MOVE VT-Voto TO voto-for
           MOVE voto-for TO Voto-Stampa
      *Il voto scritto con la notazione del docente si ristampa
      *com'era sul registro ("6+"), non come valore numerico
           IF VT-Notazione NOT = SPACES
               MOVE VT-Notazione TO Voto-Stampa
           END-IF
           PERFORM 5150-FORMATTA-DATA-VOTO
           MOVE SPACES TO riga3
           STRING "           " DELIMITED BY SIZE
               Voto-Stampa DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VT-Tipo DELIMITED BY SIZE
               " del " DELIMITED BY SIZE
      *appena conclusa e suo contributo alla media complessiva,
      *identico a fine-materia di MATERIE-PERIODO
       6000-CHIUDI-MATERIA.
           PERFORM 6050-LEGGI-MEDIA
           PERFORM 6200-CERCA-CREDITO
           COMPUTE Totale1-Pesato = Totale1-Pesato
               + media * Credito-Peso-Corrente
           MOVE 0 TO cont
           MOVE 0 TO totale.

      *Paragrafo 6050-LEGGI-MEDIA: la media pesata della materia
      *appena conclusa da MEDIE.DAT; senza la riga (file assente o
      *non ancora ricostruito) la si ricalcola dai voti letti
       6050-LEGGI-MEDIA.
           MOVE "N" TO Media-Trovata
           IF Medie-Presenti = "Y"
               MOVE ID-Studente TO ME-ID-Studente
               MOVE Periodo-Indice TO ME-Periodo
               MOVE Materia-Corrente TO ME-Materia
               READ FileMedie
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ME-Media-Pesata TO media
                       MOVE "Y" TO Media-Trovata
               END-READ
           END-IF
           IF Media-Trovata NOT = "Y"
               PERFORM 6100-CALCOLA-MEDIA-PESATA
           END-IF.

      *Paragrafo 6100-CALCOLA-MEDIA-PESATA: stessa somma pesata delle
      *medie per tipo di CALCOLA-MEDIA-PESATA, rinormalizzata sui
      *soli tipi presenti
           MOVE 1 TO Stampa-LineCount
           ADD 1 TO Stampa-PageCount.

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

       END PROGRAM RistampaRegistro.
