      *ReportDocenti mostra carichi ed esiti, ma la domanda dei
      *coordinatori e' un'altra - un docente di una materia sta
      *dando sistematicamente un punto in meno dell'altro corso?
      *Qui i voti di VOTI.DAT vengono attribuiti al docente che era
      *titolare della cattedra il giorno della prova (CATTEDRE.DAT,
      *vedi CattedreManut) o, per i voti che nessuna cattedra copre
      *e senza registro delle cattedre, tramite l'orario delle
      *lezioni (ORARIO.DAT: classe+materia -> sigla); si costruisce
      *il profilo di ciascun docente per materia (media e quota di
      *voti sotto la sufficienza) e lo si confronta con la
      *distribuzione dell'intera scuola per la stessa materia: uno
      *scarto di un punto di media o di venti punti percentuali di
      *insufficienze viene marcato ANOMALO su
      *PROFILI-DOCENTI.txt. Serve alla taratura interna, non ai
      *provvedimenti: ma almeno adesso i numeri ci sono.
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
           SELECT Orario ASSIGN TO 'ORARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-Chiave
               FILE STATUS IS FS-Orario.
           SELECT FileCattedre ASSIGN TO 'CATTEDRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCattedre.
           SELECT FileOut ASSIGN TO 'PROFILI-DOCENTI.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.
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
       FD  Orario.
       01  Orario-Record.
           05  OR-Chiave.
               10  OR-Ora PIC 9(1).
           05  OR-Materia PIC X(20).
           05  OR-Docente PIC X(10).
       FD  FileCattedre.
       01  FileCattedre-Record.
           05  CT-Docente PIC X(10).
           05  CT-Classe PIC X(4).
           05  CT-Materia PIC X(20).
           05  CT-Dal PIC 9(8).
           05  CT-Al PIC 9(8).
           05  CT-Ore PIC 99.
       FD  FileOut.
       01  FileOut-Record PIC X(100).
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
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-Orario PIC XX VALUE SPACES.
       01  FS-FileCattedre PIC XX VALUE SPACES.
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
       01  Fine-Scan PIC X VALUE "N".
       01  SOGLIA-SUFFICIENZA PIC 99V9 VALUE 6.
      *Scarti oltre i quali il profilo e' marcato anomalo
               10  OT-Docente PIC X(10).
       01  Orario-Cont PIC 999 VALUE 0.
       01  Orario-Idx PIC 999 VALUE 0.
      *Cattedre datate: classe+materia -> docente dal..al
       01  Cattedre-Tab.
           05  Cattedre-Voce OCCURS 1000 TIMES.
               10  CA-Docente PIC X(10).
               10  CA-Classe PIC X(4).
               10  CA-Materia PIC X(20).
               10  CA-Dal PIC 9(8).
               10  CA-Al PIC 9(8).
       01  Cattedre-Cont PIC 9(4) VALUE 0.
       01  Cattedre-Idx PIC 9(4) VALUE 0.
       01  Docente-Voto PIC X(10) VALUE SPACES.
       01  Voce-Trovata PIC X VALUE "N".
      *Profili per docente+materia

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 9700-CARICA-CATALOGO
           PERFORM 1000-CARICA-ORARIO
           PERFORM 1100-CARICA-CATTEDRE
           IF Orario-Cont = 0 AND Cattedre-Cont = 0
               DISPLAY "ORARIO.DAT e CATTEDRE.DAT vuoti o assenti: "
                   "i voti non si attribuiscono ai docenti"
               STOP RUN
           END-IF
           PERFORM 3000-SCRIVI-PROFILI
           DISPLAY "Profili anomali: " Anomalie-Trovate
           IF Voti-Non-Attribuiti > 0
               DISPLAY "Voti senza cattedra ne' docente in orario: "
                   Voti-Non-Attribuiti
           END-IF
           DISPLAY "Report scritto su PROFILI-DOCENTI.txt"
               CLOSE Orario
           END-IF.

      *Paragrafo 1100-CARICA-CATTEDRE: il registro delle cattedre
      *in memoria; senza CATTEDRE.DAT la tabella resta vuota e vale
      *l'orario
       1100-CARICA-CATTEDRE.
           MOVE 0 TO Cattedre-Cont
           OPEN INPUT FileCattedre
           IF FS-FileCattedre = "00"
               MOVE "N" TO Fine-Scan
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileCattedre
                       AT END
                           MOVE "S" TO Fine-Scan
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

      *Paragrafo 2000-ACCUMULA-VOTI: ogni voto nel profilo del suo
      *docente (via orario) e nella distribuzione di scuola della
      *materia
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
      *I giudizi delle materie a giudizio non fanno statistica
                       IF VT-Tipo NOT = "G"
                           PERFORM 2100-UN-VOTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FileVoti.

      *Paragrafo 2100-UN-VOTO: distribuzione di scuola sempre,
      *profilo del docente quando cattedre o orario lo individuano
       2100-UN-VOTO.
           MOVE "N" TO Voce-Trovata
           MOVE 0 TO Scuola-Idx
                   MOVE 0 TO SM-Sotto(Scuola-Cont)
               END-IF
           END-IF
      *Docente della classe e materia del voto: il titolare della
      *cattedra il giorno della prova, altrimenti quello dell'orario
           MOVE SPACES TO Docente-Voto
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
           END-PERFORM
           MOVE 0 TO Orario-Idx
           IF Docente-Voto NOT = SPACES
               MOVE Orario-Cont TO Orario-Idx
           END-IF
           PERFORM UNTIL Orario-Idx >= Orario-Cont
               ADD 1 TO Orario-Idx
               IF OT-Classe(Orario-Idx) = VT-Classe
           MOVE Media-Scuola TO media-for-2
           MOVE Quota-Docente TO quota-for
           MOVE Quota-Scuola TO quota-for-2
           MOVE PF-Materia(Profili-Idx) TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           MOVE SPACES TO riga
           IF Anomalo = "Y"
               STRING PF-Docente(Profili-Idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:20) DELIMITED BY SIZE
                   " media " DELIMITED BY SIZE
                   media-for DELIMITED BY SIZE
                   " (scuola " DELIMITED BY SIZE
           ELSE
               STRING PF-Docente(Profili-Idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:20) DELIMITED BY SIZE
                   " media " DELIMITED BY SIZE
                   media-for DELIMITED BY SIZE
                   " (scuola " DELIMITED BY SIZE
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

       END PROGRAM ProfiloDocenti.
