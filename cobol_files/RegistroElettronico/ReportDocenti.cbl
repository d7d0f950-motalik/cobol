      *delle insufficienze. E' il prospetto che i coordinatori
      *ricostruivano a mano dai registro-*.txt prima di ogni
      *scrutinio. La soglia di insufficienza e' la stessa di
      *CONFIG.DAT usata dagli altri programmi. Indicata una classe
      *all'avvio, il report e' dei soli voti della classe, letti per
      *chiave di classe. Con il registro delle cattedre
      *(CATTEDRE.DAT, vedi CattedreManut) le materie del docente
      *sono quelle delle sue cattedre, senza il limite delle cinque
      *dell'anagrafica, e ogni voto conta per il docente che era
      *titolare della cattedra il giorno della prova.
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
           SELECT FileConfig ASSIGN TO 'CONFIG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileConfig.
           SELECT FileCattedre ASSIGN TO 'CATTEDRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCattedre.
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
           SELECT FileOut ASSIGN TO 'REPORT-DOCENTI.txt'
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
       FD  FileConfig.
       01  FileConfig-Record PIC X(60).
       FD  FileCattedre.
       01  FileCattedre-Record.
           05  CT-Docente PIC X(10).
           05  CT-Classe PIC X(4).
           05  CT-Materia PIC X(20).
           05  CT-Dal PIC 9(8).
           05  CT-Al PIC 9(8).
           05  CT-Ore PIC 99.
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
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
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-FileConfig PIC XX VALUE SPACES.
       01  FS-FileCattedre PIC XX VALUE SPACES.
      *Scomposizione delle righe parola chiave=valore di CONFIG.DAT
       01  Config-Chiave PIC X(20) VALUE SPACES.
       01  Config-Valore PIC X(40) VALUE SPACES.
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
      *Statistiche accumulate per materia in un solo passaggio su
      *VOTI.DAT, poi agganciate ai docenti per materia assegnata;
      *con le cattedre la voce e' per docente titolare e materia
      *(docente in bianco senza registro delle cattedre)
       01  Stat-Tab.
           05  Stat-Voce OCCURS 300 TIMES.
               10  Stat-Docente PIC X(10).
               10  Stat-Materia PIC X(20).
               10  Stat-Periodo-Cont OCCURS 4 TIMES PIC 9(5).
               10  Stat-Somma PIC 9(7)V99.
               10  Stat-Classi-Tab.
                   15  Stat-Classe OCCURS 10 TIMES PIC X(4).
               10  Stat-Classi-Cont PIC 99.
       01  Stat-Cont-Tot PIC 999 VALUE 0.
       01  Stat-Idx PIC 999 VALUE 0.
       01  Classi-Idx PIC 99 VALUE 0.
       01  Voce-Trovata PIC X VALUE "N".
       01  Classe-Trovata PIC X VALUE "N".
       01  riga-classi PIC X(50).
       01  Classi-Puntatore PIC 99 VALUE 1.
       01  Periodo-Puntatore PIC 999 VALUE 1.
       01  Stat-Trovato-Idx PIC 999 VALUE 0.
       01  Classe-Scelta PIC X(4) VALUE SPACES.
      *Registro delle cattedre in memoria
       01  Cattedre-Tab.
           05  Cattedre-Voce OCCURS 1000 TIMES.
               10  CA-Docente PIC X(10).
               10  CA-Classe PIC X(4).
               10  CA-Materia PIC X(20).
               10  CA-Dal PIC 9(8).
               10  CA-Al PIC 9(8).
       01  Cattedre-Cont PIC 9(4) VALUE 0.
       01  Cattedre-Idx PIC 9(4) VALUE 0.
       01  Cattedre-Presenti PIC X VALUE "N".
       01  Fine-Cattedre PIC X VALUE "N".
       01  Docente-Voto PIC X(10) VALUE SPACES.
       01  Voti-Senza-Cattedra PIC 9(6) VALUE 0.
      *Materie distinte delle cattedre del docente in stampa
       01  Materie-Docente-Tab.
           05  MD-Materia OCCURS 50 TIMES PIC X(20).
       01  Materie-Docente-Cont PIC 99 VALUE 0.
       01  Materie-Docente-Idx PIC 99 VALUE 0.
      *Docente e materia della riga di statistiche in stampa
       01  Docente-Report PIC X(10) VALUE SPACES.
       01  Materia-Report PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           DISPLAY "Classe del report (invio = tutto l'istituto): "
           ACCEPT Classe-Scelta
           PERFORM 9700-CARICA-CATALOGO
           PERFORM 1000-LEGGI-CONFIG
           PERFORM 1500-CARICA-CATTEDRE
           PERFORM 2000-ACCUMULA-VOTI
           PERFORM 3000-SCRIVI-REPORT
           IF Voti-Senza-Cattedra > 0
               DISPLAY "Voti non coperti da una cattedra: "
                   Voti-Senza-Cattedra
           END-IF
           DISPLAY "Report scritto su REPORT-DOCENTI.txt"
           STOP RUN.

               END-IF
           END-IF.

      *Paragrafo 1500-CARICA-CATTEDRE: il registro delle cattedre
      *in memoria; senza CATTEDRE.DAT valgono le materie
      *dell'anagrafica docenti
       1500-CARICA-CATTEDRE.
           MOVE 0 TO Cattedre-Cont
           MOVE "N" TO Cattedre-Presenti
           OPEN INPUT FileCattedre
           IF FS-FileCattedre = "00"
               MOVE "Y" TO Cattedre-Presenti
               MOVE "N" TO Fine-Cattedre
               PERFORM UNTIL Fine-Cattedre = "S"
                   READ FileCattedre
                       AT END
                           MOVE "S" TO Fine-Cattedre
                       NOT AT END
                           IF Cattedre-Cont < 1000
                               ADD 1 TO Cattedre-Cont
                               MOVE CT-Docente
                                   TO CA-Docente(Cattedre-Cont)
                               MOVE CT-Classe
                                   TO CA-Classe(Cattedre-Cont)
                               MOVE CT-Materia
                                   TO CA-Materia(Cattedre-Cont)
                               MOVE CT-Dal TO CA-Dal(Cattedre-Cont)
                               MOVE CT-Al TO CA-Al(Cattedre-Cont)
                           ELSE
                               DISPLAY "Attenzione: troppe cattedre, "
                                   "esclusa " CT-Docente " " CT-Classe
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCattedre
           END-IF.

      *Paragrafo 2000-ACCUMULA-VOTI: un solo passaggio su VOTI.DAT,
      *accumulando per materia: voti per periodo, somma, conteggio,
      *insufficienze e classi servite; per una sola classe la
      *lettura parte dalla classe sulla chiave di classe
       2000-ACCUMULA-VOTI.
           OPEN INPUT FileVoti
           IF FS-FileVoti NOT = "00"
               DISPLAY "VOTI.DAT non presente, nulla da aggregare"
               STOP RUN
           END-IF
           IF Classe-Scelta = SPACES
               MOVE LOW-VALUES TO VT-Chiave
               START FileVoti KEY IS NOT LESS THAN VT-Chiave
                   INVALID KEY MOVE "S" TO Fine-Voti
                   NOT INVALID KEY MOVE "N" TO Fine-Voti
               END-START
           ELSE
               MOVE LOW-VALUES TO VT-Chiave-Classe
               MOVE Classe-Scelta TO VT-CC-Classe
               START FileVoti KEY IS NOT LESS THAN VT-Chiave-Classe
                   INVALID KEY MOVE "S" TO Fine-Voti
                   NOT INVALID KEY MOVE "N" TO Fine-Voti
               END-START
           END-IF
           PERFORM UNTIL Fine-Voti = "S"
               READ FileVoti NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Voti
                   NOT AT END
                       IF Classe-Scelta NOT = SPACES
                               AND VT-CC-Classe NOT = Classe-Scelta
                           MOVE "S" TO Fine-Voti
      *I giudizi delle materie a giudizio non fanno statistica
                       ELSE IF VT-Tipo NOT = "G"
                           PERFORM 2100-ACCUMULA-VOTO
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FileVoti.

      *Paragrafo 2100-ACCUMULA-VOTO: smista il voto corrente nella
      *voce della sua materia (e, con le cattedre, del titolare il
      *giorno della prova), creandola al primo incontro
       2100-ACCUMULA-VOTO.
           MOVE SPACES TO Docente-Voto
           IF Cattedre-Presenti = "Y"
               PERFORM 2150-CERCA-TITOLARE
               IF Docente-Voto = SPACES
                   ADD 1 TO Voti-Senza-Cattedra
               END-IF
           END-IF
           MOVE "N" TO Voce-Trovata
           MOVE 0 TO Stat-Idx
           PERFORM UNTIL Stat-Idx >= Stat-Cont-Tot
               ADD 1 TO Stat-Idx
               IF Stat-Materia(Stat-Idx) = VT-Materia
                       AND Stat-Docente(Stat-Idx) = Docente-Voto
                   MOVE "Y" TO Voce-Trovata
                   PERFORM 2200-SOMMA-VOCE
                   MOVE Stat-Cont-Tot TO Stat-Idx
               END-IF
           END-PERFORM
           IF Voce-Trovata = "N"
               IF Stat-Cont-Tot < 300
                   ADD 1 TO Stat-Cont-Tot
                   MOVE Stat-Cont-Tot TO Stat-Idx
                   INITIALIZE Stat-Voce(Stat-Idx)
                   MOVE Docente-Voto TO Stat-Docente(Stat-Idx)
                   MOVE VT-Materia TO Stat-Materia(Stat-Idx)
                   PERFORM 2200-SOMMA-VOCE
               ELSE
               END-IF
           END-IF.

      *Paragrafo 2150-CERCA-TITOLARE: il titolare della cattedra di
      *classe e materia del voto il giorno della prova (in bianco se
      *nessuna cattedra lo copre)
       2150-CERCA-TITOLARE.
           MOVE 0 TO Cattedre-Idx
           PERFORM UNTIL Cattedre-Idx >= Cattedre-Cont
               ADD 1 TO Cattedre-Idx
               IF CA-Classe(Cattedre-Idx) = VT-Classe
                       AND CA-Materia(Cattedre-Idx) = VT-Materia
                       AND CA-Dal(Cattedre-Idx) <= VT-Data-Voto
                       AND CA-Al(Cattedre-Idx) >= VT-Data-Voto
                   MOVE CA-Docente(Cattedre-Idx) TO Docente-Voto
                   MOVE Cattedre-Cont TO Cattedre-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 2200-SOMMA-VOCE: aggiorna i contatori della voce
      *di materia indicata da Stat-Idx
       2200-SOMMA-VOCE.
               STOP RUN
           END-IF
           OPEN OUTPUT FileOut
           IF Classe-Scelta = SPACES
               MOVE "Report carico di lavoro e risultati per docente"
                   TO FileOut-Record
           ELSE
               MOVE SPACES TO riga
               STRING "Report carico di lavoro e risultati per "
                   DELIMITED BY SIZE
                   "docente - classe " DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
           END-IF
           WRITE FileOut-Record
           MOVE SPACES TO DC-Sigla
           START Docenti KEY IS NOT LESS THAN DC-Sigla
           CLOSE FileOut.

      *Paragrafo 3100-SCRIVI-DOCENTE: intestazione del docente e una
      *riga di statistiche per ogni materia assegnata: le materie
      *delle sue cattedre (della sola classe scelta, se indicata) o,
      *senza registro delle cattedre, quelle dell'anagrafica
       3100-SCRIVI-DOCENTE.
           ADD 1 TO Docenti-Elencati
           MOVE SPACES TO FileOut-Record
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           IF Cattedre-Presenti = "Y"
               MOVE DC-Sigla TO Docente-Report
               PERFORM 3150-MATERIE-CATTEDRE
               MOVE 0 TO Materie-Docente-Idx
               PERFORM UNTIL Materie-Docente-Idx
                       >= Materie-Docente-Cont
                   ADD 1 TO Materie-Docente-Idx
                   MOVE MD-Materia(Materie-Docente-Idx)
                       TO Materia-Report
                   PERFORM 3200-SCRIVI-MATERIA-DOCENTE
               END-PERFORM
           ELSE
               MOVE SPACES TO Docente-Report
               MOVE 0 TO Materie-Idx
               PERFORM 5 TIMES
                   ADD 1 TO Materie-Idx
                   IF DC-Materia(Materie-Idx) NOT = SPACES
                       MOVE DC-Materia(Materie-Idx) TO Materia-Report
                       PERFORM 3200-SCRIVI-MATERIA-DOCENTE
                   END-IF
               END-PERFORM
           END-IF.

      *Paragrafo 3150-MATERIE-CATTEDRE: le materie distinte delle
      *cattedre del docente corrente, in qualunque periodo dell'anno
       3150-MATERIE-CATTEDRE.
           MOVE 0 TO Materie-Docente-Cont
           MOVE 0 TO Cattedre-Idx
           PERFORM UNTIL Cattedre-Idx >= Cattedre-Cont
               ADD 1 TO Cattedre-Idx
               IF CA-Docente(Cattedre-Idx) = DC-Sigla
                       AND (Classe-Scelta = SPACES
                           OR CA-Classe(Cattedre-Idx) = Classe-Scelta)
                   MOVE "N" TO Voce-Trovata
                   MOVE 0 TO Materie-Docente-Idx
                   PERFORM UNTIL Materie-Docente-Idx
                           >= Materie-Docente-Cont
                       ADD 1 TO Materie-Docente-Idx
                       IF MD-Materia(Materie-Docente-Idx)
                               = CA-Materia(Cattedre-Idx)
                           MOVE "Y" TO Voce-Trovata
                           MOVE Materie-Docente-Cont
                               TO Materie-Docente-Idx
                       END-IF
                   END-PERFORM
                   IF Voce-Trovata NOT = "Y"
                           AND Materie-Docente-Cont < 50
                       ADD 1 TO Materie-Docente-Cont
                       MOVE CA-Materia(Cattedre-Idx)
                           TO MD-Materia(Materie-Docente-Cont)
                   END-IF
               END-IF
           END-PERFORM.

      *Paragrafo 3200-SCRIVI-MATERIA-DOCENTE: statistiche della
      *materia assegnata corrente (Materia-Report, per il titolare
      *Docente-Report con le cattedre), se VOTI.DAT ne ha traccia
       3200-SCRIVI-MATERIA-DOCENTE.
           MOVE Materia-Report TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           MOVE "N" TO Voce-Trovata
           MOVE 0 TO Stat-Idx
           PERFORM UNTIL Stat-Idx >= Stat-Cont-Tot
               ADD 1 TO Stat-Idx
               IF Stat-Materia(Stat-Idx) = Materia-Report
                       AND Stat-Docente(Stat-Idx) = Docente-Report
                   MOVE "Y" TO Voce-Trovata
                   MOVE Stat-Idx TO Stat-Trovato-Idx
                   MOVE Stat-Cont-Tot TO Stat-Idx
           IF Voce-Trovata = "N"
               MOVE SPACES TO riga
               STRING "  " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:20) DELIMITED BY SIZE
                   " nessun voto registrato" DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               PERFORM 3400-ELENCA-CLASSI
               MOVE SPACES TO riga
               STRING "  " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:20) DELIMITED BY SIZE
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

       END PROGRAM ReportDocenti.
