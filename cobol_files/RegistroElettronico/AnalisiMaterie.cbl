      *di superamento dei recuperi e lo spaccato per classe - il
      *prospetto che i capi dipartimento chiedono a ogni collegio
      *docenti. Il risultato va su ANALISI-MATERIE.txt. La soglia
      *di insufficienza e' quella di CONFIG.DAT. Indicata una classe
      *all'avvio, l'analisi e' della sola classe: i voti si leggono
      *per chiave di classe e i recuperi sono quelli della classe.
      *Senza classe si puo' indicare un plesso (PLESSI.DAT): contano
      *allora i soli voti e recuperi delle classi di quel plesso.
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
           SELECT FileRecuperi ASSIGN TO 'RECUPERI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT FileConfig ASSIGN TO 'CONFIG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileConfig.
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
      *Plesso di ogni classe (ClassiManut) e codice meccanografico
      *di ogni plesso (PlessiManut)
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
           SELECT FilePlessi ASSIGN TO 'PLESSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-Codice
               FILE STATUS IS FS-FilePlessi.
           SELECT FileOut ASSIGN TO 'ANALISI-MATERIE.txt'
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
       FD  FileRecuperi.
       01  FileRecuperi-Record.
           05  FR-ID-Studente PIC 9(6).
           05  FR-Esito PIC X(15).
       FD  FileConfig.
       01  FileConfig-Record PIC X(60).
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
       FD  FilePlessi.
       01  Plessi-Record.
           05  PL-Codice PIC X(4).
           05  PL-Denominazione PIC X(40).
           05  PL-Meccanografico PIC X(10).
           05  PL-Indirizzo PIC X(40).
           05  PL-Principale PIC X(1).
               88  PL-Principale-Si VALUE "S".
       FD  FileOut.
       01  FileOut-Record PIC X(100).
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
       01  FS-FileRecuperi PIC XX VALUE SPACES.
       01  FS-FileConfig PIC XX VALUE SPACES.
       01  Valore-Decimale PIC 9(4)V9 VALUE 0.
       01  Valore-Decimale-OK PIC X VALUE "N".
       01  FS-FileOut PIC XX VALUE SPACES.
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
       01  SOGLIA-SUFFICIENZA PIC 99V9 VALUE 6.
       01  Fine-File PIC X VALUE "N".
      *Statistiche per materia e per materia/classe
       01  Sostenuti PIC 9(5) VALUE 0.
       01  Superate PIC 9(5) VALUE 0.
       01  riga PIC X(100).
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  Plesso-Scelto PIC X(4) VALUE SPACES.
       01  Classe-Nel-Plesso PIC X VALUE "Y".
      *Plessi e plesso di ogni classe in memoria; una classe senza
      *plesso vale come della sede principale
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-FilePlessi PIC XX VALUE SPACES.
       01  Fine-Plessi PIC X VALUE "N".
       01  Plessi-Tab.
           05  Plessi-Voce OCCURS 20 TIMES.
               10  PT-Codice PIC X(4).
               10  PT-Meccanografico PIC X(10).
               10  PT-Denominazione PIC X(40).
       01  Plessi-Cont PIC 99 VALUE 0.
       01  Plessi-Idx PIC 99 VALUE 0.
       01  Plesso-Principale PIC X(4) VALUE SPACES.
       01  Classi-Plesso-Tab.
           05  Classi-Plesso-Voce OCCURS 300 TIMES.
               10  CP-Classe PIC X(4).
               10  CP-Plesso PIC X(4).
       01  Classi-Plesso-Cont PIC 999 VALUE 0.
       01  Classi-Plesso-Idx PIC 999 VALUE 0.
       01  Classe-Cercata PIC X(4) VALUE SPACES.
       01  Plesso-Classe PIC X(4) VALUE SPACES.
       01  Plesso-Classe-Idx PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           DISPLAY "Classe da analizzare (invio = tutto l'istituto): "
           ACCEPT Classe-Scelta
           IF Classe-Scelta = SPACES
               DISPLAY "Plesso da analizzare (invio = tutti): "
               ACCEPT Plesso-Scelto
           END-IF
           IF Plesso-Scelto NOT = SPACES
               PERFORM 9800-CARICA-PLESSI
           END-IF
           PERFORM 1000-LEGGI-CONFIG
           PERFORM 9700-CARICA-CATALOGO
           PERFORM 2000-SCANDISCI-VOTI
           PERFORM 3000-SCANDISCI-RECUPERI
           PERFORM 4000-SCRIVI-REPORT
           END-IF.

      *Paragrafo 2000-SCANDISCI-VOTI: accumula i voti per materia e
      *per materia/classe scorrendo VOTI.DAT in ordine di chiave
      *(per la sola classe scelta, dalla chiave di classe);
      *i voti annullati non ci sono piu' (l'annullo li cancella dal
      *file), quindi non c'e' nulla da stornare
       2000-SCANDISCI-VOTI.
           IF FS-FileVoti NOT = "00"
               DISPLAY "VOTI.DAT non presente"
           ELSE
               MOVE "N" TO Fine-File
               IF Classe-Scelta = SPACES
                   MOVE LOW-VALUES TO VT-Chiave
                   START FileVoti KEY IS NOT LESS THAN VT-Chiave
                       INVALID KEY MOVE "S" TO Fine-File
                   END-START
               ELSE
                   MOVE LOW-VALUES TO VT-Chiave-Classe
                   MOVE Classe-Scelta TO VT-CC-Classe
                   START FileVoti KEY IS NOT LESS THAN VT-Chiave-Classe
                       INVALID KEY MOVE "S" TO Fine-File
                   END-START
               END-IF
               PERFORM UNTIL Fine-File = "S"
                   READ FileVoti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF Classe-Scelta NOT = SPACES
                                   AND VT-CC-Classe NOT = Classe-Scelta
                               MOVE "S" TO Fine-File
      *I giudizi delle materie a giudizio restano fuori
      *dall'analisi
                           ELSE IF VT-Tipo NOT = "G"
                               MOVE VT-Classe TO Classe-Cercata
                               PERFORM 2200-FILTRA-PLESSO
                               IF Classe-Nel-Plesso = "Y"
                                   PERFORM 2300-ACCUMULA-VOTO
                               END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileVoti
           END-IF.

      *Paragrafo 2200-FILTRA-PLESSO: con un plesso scelto, la
      *classe in Classe-Cercata conta solo se e' di quel plesso
       2200-FILTRA-PLESSO.
           MOVE "Y" TO Classe-Nel-Plesso
           IF Plesso-Scelto NOT = SPACES
               PERFORM 9810-PLESSO-CLASSE
               IF Plesso-Classe NOT = Plesso-Scelto
                   MOVE "N" TO Classe-Nel-Plesso
               END-IF
           END-IF.

      *Paragrafo 2300-ACCUMULA-VOTO: smista il voto nella voce della
      *materia e in quella materia/classe
       2300-ACCUMULA-VOTO.
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           MOVE FR-Classe TO Classe-Cercata
                           PERFORM 2200-FILTRA-PLESSO
                           IF (Classe-Scelta = SPACES
                                   OR FR-Classe = Classe-Scelta)
                                   AND Classe-Nel-Plesso = "Y"
                               PERFORM 3100-ACCUMULA-RECUPERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileRecuperi
      *recuperi e lo spaccato per classe
       4000-SCRIVI-REPORT.
           OPEN OUTPUT FileOut
           IF Classe-Scelta = SPACES AND Plesso-Scelto = SPACES
               MOVE "Analisi di istituto per materia" TO FileOut-Record
           ELSE IF Classe-Scelta = SPACES
               MOVE SPACES TO riga
               STRING "Analisi per materia del plesso "
                   DELIMITED BY SIZE
                   Plesso-Scelto DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
           ELSE
               MOVE SPACES TO riga
               STRING "Analisi per materia della classe "
                   DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
           END-IF
           END-IF
           WRITE FileOut-Record
           MOVE 0 TO Mat-Idx
           PERFORM UNTIL Mat-Idx >= Mat-Cont
               MOVE 0 TO Tasso
           END-IF
           MOVE Tasso TO Tasso-for
           MOVE MA-Materia(Mat-Idx) TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           MOVE SPACES TO riga
           STRING Materia-Nome-Esteso(1:20) DELIMITED BY SIZE
               " voti:" DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               " media: " DELIMITED BY SIZE
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

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

      *Paragrafo 9800-CARICA-PLESSI: plessi di PLESSI.DAT, con la
      *sede principale, e plesso di ogni classe di CLASSI.DAT; senza
      *i file le tabelle restano vuote
       9800-CARICA-PLESSI.
           MOVE 0 TO Plessi-Cont
           MOVE SPACES TO Plesso-Principale
           OPEN INPUT FilePlessi
           IF FS-FilePlessi = "00"
               MOVE "N" TO Fine-Plessi
               PERFORM UNTIL Fine-Plessi = "S"
                   READ FilePlessi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Plessi
                       NOT AT END
                           IF Plessi-Cont < 20
                               ADD 1 TO Plessi-Cont
                               MOVE PL-Codice TO PT-Codice(Plessi-Cont)
                               MOVE PL-Meccanografico
                                   TO PT-Meccanografico(Plessi-Cont)
                               MOVE PL-Denominazione
                                   TO PT-Denominazione(Plessi-Cont)
                           END-IF
                           IF PL-Principale-Si
                                   AND Plesso-Principale = SPACES
                               MOVE PL-Codice TO Plesso-Principale
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FilePlessi
           END-IF
           MOVE 0 TO Classi-Plesso-Cont
           OPEN INPUT Classi
           IF FS-Classi = "00"
               MOVE "N" TO Fine-Plessi
               PERFORM UNTIL Fine-Plessi = "S"
                   READ Classi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Plessi
                       NOT AT END
                           IF Classi-Plesso-Cont < 300
                               ADD 1 TO Classi-Plesso-Cont
                               MOVE CL-Codice
                                   TO CP-Classe(Classi-Plesso-Cont)
                               MOVE CL-Plesso
                                   TO CP-Plesso(Classi-Plesso-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Classi
           END-IF.

      *Paragrafo 9810-PLESSO-CLASSE: plesso della classe in
      *Classe-Cercata (la sede principale se la classe non ne ha o
      *non e' censita) e sua posizione nella tabella dei plessi,
      *0 se il plesso non e' in PLESSI.DAT
       9810-PLESSO-CLASSE.
           MOVE SPACES TO Plesso-Classe
           MOVE 0 TO Plesso-Classe-Idx
           MOVE 0 TO Classi-Plesso-Idx
           PERFORM UNTIL Classi-Plesso-Idx >= Classi-Plesso-Cont
               ADD 1 TO Classi-Plesso-Idx
               IF CP-Classe(Classi-Plesso-Idx) = Classe-Cercata
                   MOVE CP-Plesso(Classi-Plesso-Idx) TO Plesso-Classe
                   MOVE Classi-Plesso-Cont TO Classi-Plesso-Idx
               END-IF
           END-PERFORM
           IF Plesso-Classe = SPACES
               MOVE Plesso-Principale TO Plesso-Classe
           END-IF
           MOVE 0 TO Plessi-Idx
           PERFORM UNTIL Plessi-Idx >= Plessi-Cont
               ADD 1 TO Plessi-Idx
               IF Plesso-Classe NOT = SPACES
                       AND PT-Codice(Plessi-Idx) = Plesso-Classe
                   MOVE Plessi-Idx TO Plesso-Classe-Idx
                   MOVE Plessi-Cont TO Plessi-Idx
               END-IF
           END-PERFORM.

       END PROGRAM AnalisiMaterie.
