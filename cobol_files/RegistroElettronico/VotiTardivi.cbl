       IDENTIFICATION DIVISION.
       PROGRAM-ID. VotiTardivi.

      *Voti registrati in ritardo, per docente e classe: le famiglie
      *lamentano voti comparsi sul registro settimane dopo la prova,
      *e finche' VOTI.DAT portava la sola data della prova non si
      *poteva rispondere. Con la provenienza del voto (data di
      *registrazione, operatore e canale) qui si elencano i voti
      *dell'anno in corso registrati piu' di GIORNI-RITARDO-VOTI
      *giorni di calendario dopo la prova (CONFIG.DAT, default 5),
      *raggruppati per docente titolare della cattedra il giorno
      *della prova (CATTEDRE.DAT, come in ReportDocenti; senza
      *cattedra vale chi ha registrato il voto) e per classe, su
      *VOTI-TARDIVI.txt. I voti arrivati da trasferimento, mobilita'
      *ed educazione civica nascono per forza dopo la prova e non
      *si contano; quelli registrati prima che la provenienza
      *esistesse non sono valutabili e si contano a parte. Indicata
      *una classe all'avvio, il report e' della sola classe, letta
      *per chiave di classe.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileVoti ASSIGN TO 'VOTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-Chiave
               ALTERNATE RECORD KEY IS VT-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVoti.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
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
      *Voti in ritardo in attesa di ordinamento e ordinati per
      *docente, classe, materia e data della prova
           SELECT TardiviIn ASSIGN TO 'TARDIVI.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TardiviIn.
           SELECT TardiviWork ASSIGN TO 'TARDIVI.SRT'.
           SELECT TardiviOut ASSIGN TO 'TARDIVI.ORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TardiviOut.
           SELECT FileOut ASSIGN TO 'VOTI-TARDIVI.txt'
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
       FD  FileVoti.
       01  FileVoti-Record.
           05  VT-Chiave.
               10  VT-ID-Studente PIC 9(6).
               10  VT-Periodo PIC 9(1).
               10  VT-Materia PIC X(20).
               10  VT-Progressivo PIC 9(4).
           05  VT-Voto PIC 99V99.
           05  VT-Tipo PIC X(1).
           05  VT-Cognome PIC X(20).
           05  VT-Classe PIC X(4).
           05  VT-Anno-Scolastico PIC X(9).
      *Data in cui la prova e' stata davvero sostenuta, per le
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
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
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
       FD  TardiviIn.
       01  TardiviIn-Record.
           05  TI-Docente PIC X(10).
           05  TI-Classe PIC X(4).
           05  TI-Materia PIC X(20).
           05  TI-Data-Voto PIC 9(8).
           05  TI-Data-Inserimento PIC 9(8).
           05  TI-Ritardo PIC 9(3).
           05  TI-ID-Studente PIC 9(6).
           05  TI-Cognome PIC X(20).
           05  TI-Voto PIC 99V99.
           05  TI-Notazione PIC X(4).
           05  TI-Operatore PIC X(10).
           05  TI-Canale PIC X(10).
       SD  TardiviWork.
       01  TardiviWork-Record.
           05  TW-Docente PIC X(10).
           05  TW-Classe PIC X(4).
           05  TW-Materia PIC X(20).
           05  TW-Data-Voto PIC 9(8).
           05  TW-Data-Inserimento PIC 9(8).
           05  TW-Ritardo PIC 9(3).
           05  TW-ID-Studente PIC 9(6).
           05  TW-Cognome PIC X(20).
           05  TW-Voto PIC 99V99.
           05  TW-Notazione PIC X(4).
           05  TW-Operatore PIC X(10).
           05  TW-Canale PIC X(10).
       FD  TardiviOut.
       01  TardiviOut-Record.
           05  TO-Docente PIC X(10).
           05  TO-Classe PIC X(4).
           05  TO-Materia PIC X(20).
           05  TO-Data-Voto PIC 9(8).
           05  TO-Data-Inserimento PIC 9(8).
           05  TO-Ritardo PIC 9(3).
           05  TO-ID-Studente PIC 9(6).
           05  TO-Cognome PIC X(20).
           05  TO-Voto PIC 99V99.
           05  TO-Notazione PIC X(4).
           05  TO-Operatore PIC X(10).
           05  TO-Canale PIC X(10).
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
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-FileConfig PIC XX VALUE SPACES.
       01  FS-FileCattedre PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
       01  FS-TardiviIn PIC XX VALUE SPACES.
       01  FS-TardiviOut PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
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
       01  Fine-Catalogo PIC X VALUE "N".
       01  Materia-Codice PIC X(20) VALUE SPACES.
       01  Materia-Nome-Esteso PIC X(80) VALUE SPACES.
      *Giorni di calendario concessi fra la prova e la
      *registrazione del voto (GIORNI-RITARDO-VOTI= di CONFIG.DAT)
       01  Giorni-Ritardo PIC 99 VALUE 5.
       01  Fine-File PIC X VALUE "N".
       01  Fine-Voti PIC X VALUE "N".
       01  Fine-Cattedre PIC X VALUE "N".
       01  Fine-Tardivi PIC X VALUE "N".
       01  Classe-Scelta PIC X(4) VALUE SPACES.
      *Registro delle cattedre in memoria, come in ReportDocenti
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
      *Scorrimento del calendario civile, con la stessa tabella
      *mesi/bisestili di CalendarioManut
       01  Giorno-Dopo PIC 9(8) VALUE 0.
       01  GD-Anno PIC 9(4) VALUE 0.
       01  GD-Mese PIC 99 VALUE 0.
       01  GD-Giorno PIC 99 VALUE 0.
       01  GD-Ultimo-Giorno PIC 99 VALUE 0.
       01  Quoziente-Bisestile PIC 9(4) VALUE 0.
       01  Resto-Bisestile PIC 9(4) VALUE 0.
       01  Giorni-Mese-Dati.
           05  FILLER PIC X(24)
               VALUE "312831303130313130313031".
       01  Giorni-Mese-Tab REDEFINES Giorni-Mese-Dati.
           05  Giorni-Mese OCCURS 12 TIMES PIC 99.
       01  Giorni-Attesa PIC 9(3) VALUE 0.
      *Contatori del giro
       01  Voti-Esaminati PIC 9(6) VALUE 0.
       01  Voti-Tardivi PIC 9(6) VALUE 0.
       01  Voti-Senza-Provenienza PIC 9(6) VALUE 0.
       01  Voti-Esclusi-Canale PIC 9(6) VALUE 0.
       01  Tardivi-Gruppo PIC 9(5) VALUE 0.
       01  Ritardo-Massimo PIC 9(3) VALUE 0.
       01  Conta-for PIC Z(5)9.
       01  Ritardo-for PIC ZZ9.
       01  Giorni-for PIC Z9.
       01  Voto-for PIC Z9.99.
       01  Voto-Stampa PIC X(5) VALUE SPACES.
       01  Data-Testo PIC 9(8) VALUE 0.
       01  Data-Ed PIC X(10) VALUE SPACES.
       01  Data-Prova-Ed PIC X(10) VALUE SPACES.
      *Rottura di gruppo per docente e classe
       01  Docente-Corrente PIC X(10) VALUE SPACES.
       01  Classe-Corrente PIC X(4) VALUE SPACES.
       01  Primo-Gruppo PIC X VALUE "S".
       01  Docente-Nome PIC X(40) VALUE SPACES.
       01  riga PIC X(100).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           DISPLAY "Classe del report (invio = tutto l'istituto): "
           ACCEPT Classe-Scelta
           PERFORM 9700-CARICA-CATALOGO
           PERFORM 1000-LEGGI-CONFIG
           PERFORM 1500-CARICA-CATTEDRE
           OPEN OUTPUT TardiviIn
           PERFORM 2000-ESAMINA-VOTI
           CLOSE TardiviIn
           SORT TardiviWork
               ON ASCENDING KEY TW-Docente TW-Classe TW-Materia
                   TW-Data-Voto
               USING TardiviIn
               GIVING TardiviOut
           PERFORM 3000-SCRIVI-REPORT
           DISPLAY "Voti esaminati             : " Voti-Esaminati
           DISPLAY "Registrati in ritardo      : " Voti-Tardivi
           DISPLAY "Senza provenienza registrata: "
               Voti-Senza-Provenienza
           DISPLAY "Report scritto su VOTI-TARDIVI.txt"
           STOP RUN.

      *Paragrafo 1000-LEGGI-CONFIG: giorni concessi fra prova e
      *registrazione dalle righe parola chiave=valore di
      *CONFIG.DAT, come GIORNI-GIUSTIFICA in GiustifichePortale; le
      *righe sconosciute si saltano
       1000-LEGGI-CONFIG.
           OPEN INPUT FileConfig
           IF FS-FileConfig = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileConfig
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF FileConfig-Record(1:20)
                                   = "GIORNI-RITARDO-VOTI="
                               IF FileConfig-Record(21:2) IS NUMERIC
                                   MOVE FileConfig-Record(21:2)
                                       TO Giorni-Ritardo
                               ELSE
                                   IF FileConfig-Record(21:1)
                                           IS NUMERIC
                                       MOVE FileConfig-Record(21:1)
                                           TO Giorni-Ritardo
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileConfig
           END-IF.

      *Paragrafo 1500-CARICA-CATTEDRE: il registro delle cattedre
      *in memoria; senza CATTEDRE.DAT i voti vanno a chi li ha
      *registrati
       1500-CARICA-CATTEDRE.
           MOVE 0 TO Cattedre-Cont
           OPEN INPUT FileCattedre
           IF FS-FileCattedre = "00"
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

      *Paragrafo 2000-ESAMINA-VOTI: un solo passaggio su VOTI.DAT
      *(per una sola classe dalla chiave di classe), riversando in
      *TARDIVI.TMP i voti registrati oltre i giorni concessi
       2000-ESAMINA-VOTI.
           OPEN INPUT FileVoti
           IF FS-FileVoti NOT = "00"
               DISPLAY "VOTI.DAT non presente, nulla da esaminare"
               CLOSE TardiviIn
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
                       ELSE
                           PERFORM 2100-ESAMINA-VOTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FileVoti.

      *Paragrafo 2100-ESAMINA-VOTO: giorni fra prova e
      *registrazione del voto corrente; oltre la soglia il voto va
      *fra i tardivi con il docente titolare della cattedra
       2100-ESAMINA-VOTO.
           ADD 1 TO Voti-Esaminati
           IF VT-Data-Inserimento = 0 OR VT-Data-Voto = 0
               ADD 1 TO Voti-Senza-Provenienza
           ELSE IF VT-Canale = "TRASFERIM" OR VT-Canale = "MOBILITA"
                   OR VT-Canale = "CIVICA"
               ADD 1 TO Voti-Esclusi-Canale
           ELSE
               PERFORM 2200-CONTA-GIORNI
               IF Giorni-Attesa > Giorni-Ritardo
                   PERFORM 2300-REGISTRA-TARDIVO
               END-IF
           END-IF
           END-IF.

      *Paragrafo 2200-CONTA-GIORNI: giorni di calendario dalla
      *prova alla registrazione (a 999 ci si ferma; zero per un
      *voto registrato prima della data della prova)
       2200-CONTA-GIORNI.
           MOVE 0 TO Giorni-Attesa
           MOVE VT-Data-Voto TO Giorno-Dopo
           PERFORM UNTIL Giorno-Dopo >= VT-Data-Inserimento
                   OR Giorni-Attesa >= 999
               PERFORM 9410-GIORNO-SUCCESSIVO
               ADD 1 TO Giorni-Attesa
           END-PERFORM.

      *Paragrafo 2300-REGISTRA-TARDIVO: la riga del voto in
      *TARDIVI.TMP, sotto il titolare della cattedra il giorno della
      *prova o, senza cattedra, sotto chi lo ha registrato
       2300-REGISTRA-TARDIVO.
           ADD 1 TO Voti-Tardivi
           PERFORM 2150-CERCA-TITOLARE
           IF Docente-Voto = SPACES
               MOVE VT-Operatore TO Docente-Voto
           END-IF
           MOVE Docente-Voto TO TI-Docente
           MOVE VT-Classe TO TI-Classe
           MOVE VT-Materia TO TI-Materia
           MOVE VT-Data-Voto TO TI-Data-Voto
           MOVE VT-Data-Inserimento TO TI-Data-Inserimento
           MOVE Giorni-Attesa TO TI-Ritardo
           MOVE VT-ID-Studente TO TI-ID-Studente
           MOVE VT-Cognome TO TI-Cognome
           MOVE VT-Voto TO TI-Voto
           MOVE VT-Notazione TO TI-Notazione
           IF VT-Tipo = "G"
               MOVE "giud" TO TI-Notazione
           END-IF
           MOVE VT-Operatore TO TI-Operatore
           MOVE VT-Canale TO TI-Canale
           WRITE TardiviIn-Record.

      *Paragrafo 2150-CERCA-TITOLARE: il titolare della cattedra di
      *classe e materia del voto il giorno della prova (in bianco se
      *nessuna cattedra lo copre), come in ReportDocenti
       2150-CERCA-TITOLARE.
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
           END-PERFORM.

      *Paragrafo 3000-SCRIVI-REPORT: l'elenco ordinato su
      *VOTI-TARDIVI.txt, con un'intestazione a ogni cambio di
      *docente o di classe e il totale del gruppo
       3000-SCRIVI-REPORT.
           OPEN INPUT Docenti
           OPEN OUTPUT FileOut
           MOVE Giorni-Ritardo TO Giorni-for
           MOVE SPACES TO riga
           IF Classe-Scelta = SPACES
               STRING "Voti registrati piu' di " DELIMITED BY SIZE
                   Giorni-for DELIMITED BY SIZE
                   " giorni dopo la prova" DELIMITED BY SIZE
                   INTO riga
           ELSE
               STRING "Voti registrati piu' di " DELIMITED BY SIZE
                   Giorni-for DELIMITED BY SIZE
                   " giorni dopo la prova - classe " DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SIZE
                   INTO riga
           END-IF
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE "S" TO Primo-Gruppo
           MOVE 0 TO Tardivi-Gruppo
           OPEN INPUT TardiviOut
           MOVE "N" TO Fine-Tardivi
           PERFORM UNTIL Fine-Tardivi = "S"
               READ TardiviOut
                   AT END
                       MOVE "S" TO Fine-Tardivi
                   NOT AT END
                       IF Primo-Gruppo = "S"
                               OR TO-Docente NOT = Docente-Corrente
                               OR TO-Classe NOT = Classe-Corrente
                           PERFORM 3100-CHIUDI-GRUPPO
                           PERFORM 3200-APRI-GRUPPO
                       END-IF
                       PERFORM 3300-SCRIVI-VOTO
               END-READ
           END-PERFORM
           CLOSE TardiviOut
           PERFORM 3100-CHIUDI-GRUPPO
           IF Voti-Tardivi = 0
               MOVE SPACES TO FileOut-Record
               WRITE FileOut-Record
               MOVE "Nessun voto registrato oltre i giorni concessi"
                   TO FileOut-Record
               WRITE FileOut-Record
           END-IF
           PERFORM 3400-SCRIVI-TOTALI
           CLOSE FileOut
           IF FS-Docenti = "00"
               CLOSE Docenti
           END-IF.

      *Paragrafo 3100-CHIUDI-GRUPPO: il totale del gruppo appena
      *finito, con il ritardo piu' lungo
       3100-CHIUDI-GRUPPO.
           IF Primo-Gruppo NOT = "S" AND Tardivi-Gruppo > 0
               MOVE Tardivi-Gruppo TO Conta-for
               MOVE Ritardo-Massimo TO Ritardo-for
               MOVE SPACES TO riga
               STRING "  voti in ritardo:" DELIMITED BY SIZE
                   Conta-for DELIMITED BY SIZE
                   "   ritardo massimo: " DELIMITED BY SIZE
                   Ritardo-for DELIMITED BY SIZE
                   " giorni" DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-IF.

      *Paragrafo 3200-APRI-GRUPPO: intestazione di docente e
      *classe; il nome del docente da DOCENTI.DAT se censito
       3200-APRI-GRUPPO.
           MOVE "N" TO Primo-Gruppo
           MOVE TO-Docente TO Docente-Corrente
           MOVE TO-Classe TO Classe-Corrente
           MOVE 0 TO Tardivi-Gruppo
           MOVE 0 TO Ritardo-Massimo
           MOVE SPACES TO Docente-Nome
           IF TO-Docente = SPACES
               MOVE "(non noto)" TO Docente-Nome
           ELSE IF FS-Docenti = "00"
               MOVE TO-Docente TO DC-Sigla
               READ Docenti
                   INVALID KEY
                       MOVE TO-Docente TO Docente-Nome
                   NOT INVALID KEY
                       STRING DC-Cognome DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           DC-Nome DELIMITED BY "  "
                           INTO Docente-Nome
               END-READ
           ELSE
               MOVE TO-Docente TO Docente-Nome
           END-IF
           END-IF
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Docente " DELIMITED BY SIZE
               Docente-Nome DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               TO-Docente DELIMITED BY SPACE
               ") - classe " DELIMITED BY SIZE
               TO-Classe DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "  prova      registrato  gg  materia"
               DELIMITED BY SIZE
               "              studente" DELIMITED BY SIZE
               "             voto  operatore  canale" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 3300-SCRIVI-VOTO: una riga per voto tardivo
       3300-SCRIVI-VOTO.
           ADD 1 TO Tardivi-Gruppo
           IF TO-Ritardo > Ritardo-Massimo
               MOVE TO-Ritardo TO Ritardo-Massimo
           END-IF
           MOVE TO-Data-Voto TO Data-Testo
           PERFORM 8100-FORMATTA-DATA
           MOVE Data-Ed TO Data-Prova-Ed
           MOVE TO-Data-Inserimento TO Data-Testo
           PERFORM 8100-FORMATTA-DATA
           MOVE TO-Ritardo TO Ritardo-for
           MOVE TO-Voto TO Voto-for
           MOVE Voto-for TO Voto-Stampa
           IF TO-Notazione NOT = SPACES
               MOVE TO-Notazione TO Voto-Stampa
           END-IF
           MOVE TO-Materia TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           MOVE SPACES TO riga
           STRING "  " DELIMITED BY SIZE
               Data-Prova-Ed DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Data-Ed DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Ritardo-for DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Materia-Nome-Esteso(1:20) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TO-Cognome DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Voto-Stampa DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TO-Operatore DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TO-Canale DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 3400-SCRIVI-TOTALI: i conteggi del giro in coda,
      *compresi i voti che non si possono valutare
       3400-SCRIVI-TOTALI.
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE Voti-Esaminati TO Conta-for
           MOVE SPACES TO riga
           STRING "Voti esaminati: " DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE Voti-Tardivi TO Conta-for
           MOVE SPACES TO riga
           STRING "Registrati in ritardo: " DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE Voti-Esclusi-Canale TO Conta-for
           MOVE SPACES TO riga
           STRING "Da trasferimento, mobilita' o educazione civica "
               DELIMITED BY SIZE
               "(non contati): " DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE Voti-Senza-Provenienza TO Conta-for
           MOVE SPACES TO riga
           STRING "Registrati prima della provenienza (non valutabili"
               DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 8100-FORMATTA-DATA: Data-Testo (AAAAMMGG) in
      *Data-Ed come gg/mm/aaaa
       8100-FORMATTA-DATA.
           MOVE SPACES TO Data-Ed
           STRING Data-Testo(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Testo(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Testo(1:4) DELIMITED BY SIZE
               INTO Data-Ed.

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

      *Paragrafo 9410-GIORNO-SUCCESSIVO: avanza Giorno-Dopo di un
      *giorno di calendario civile, con il febbraio bisestile
      *(divisibile per 4 ma non per 100, oppure per 400) come in
      *CalendarioManut
       9410-GIORNO-SUCCESSIVO.
           MOVE Giorno-Dopo(1:4) TO GD-Anno
           MOVE Giorno-Dopo(5:2) TO GD-Mese
           MOVE Giorno-Dopo(7:2) TO GD-Giorno
           PERFORM 9420-ULTIMO-GIORNO
           IF GD-Giorno < GD-Ultimo-Giorno
               ADD 1 TO GD-Giorno
           ELSE
               MOVE 1 TO GD-Giorno
               ADD 1 TO GD-Mese
               IF GD-Mese > 12
                   MOVE 1 TO GD-Mese
                   ADD 1 TO GD-Anno
               END-IF
           END-IF
           COMPUTE Giorno-Dopo = GD-Anno * 10000
               + GD-Mese * 100 + GD-Giorno.

      *Paragrafo 9420-ULTIMO-GIORNO: l'ultimo giorno del mese
      *GD-Mese dell'anno GD-Anno
       9420-ULTIMO-GIORNO.
           IF GD-Mese >= 1 AND GD-Mese <= 12
               MOVE Giorni-Mese(GD-Mese) TO GD-Ultimo-Giorno
           ELSE
               MOVE 31 TO GD-Ultimo-Giorno
           END-IF
           IF GD-Mese = 2
               DIVIDE GD-Anno BY 4
                   GIVING Quoziente-Bisestile
                   REMAINDER Resto-Bisestile
               IF Resto-Bisestile = 0
                   DIVIDE GD-Anno BY 100
                       GIVING Quoziente-Bisestile
                       REMAINDER Resto-Bisestile
                   IF Resto-Bisestile NOT = 0
                       MOVE 29 TO GD-Ultimo-Giorno
                   ELSE
                       DIVIDE GD-Anno BY 400
                           GIVING Quoziente-Bisestile
                           REMAINDER Resto-Bisestile
                       IF Resto-Bisestile = 0
                           MOVE 29 TO GD-Ultimo-Giorno
                       END-IF
                   END-IF
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

       END PROGRAM VotiTardivi.
