       IDENTIFICATION DIVISION.
       PROGRAM-ID. CattedreManut.

      *Registro delle cattedre (CATTEDRE.DAT): chi insegna quale
      *materia in quale classe, da quando a quando e per quante ore
      *settimanali. Le cinque materie di DOCENTI.DAT non bastavano
      *a chi copre piu' indirizzi e non dicevano nulla sui cambi di
      *docente a meta' anno: da qui in avanti la domanda "chi
      *insegnava questa materia in questa classe il giorno del
      *voto" ha una risposta datata. La segreteria registra la
      *cattedra (sigla su DOCENTI.DAT, classe su CLASSI.DAT, materia
      *dal catalogo) e non puo' sovrapporre due cattedre della
      *stessa materia nella stessa classe; un cambio di docente si
      *fa chiudendo la cattedra uscente il giorno prima e aprendo
      *quella entrante. La prima volta il registro si ricava
      *dall'orario delle lezioni. Con CATTEDRE.DAT presente
      *CHIEDI-DOCENTE, VotiStaging, ReportDocenti e ProfiloDocenti
      *lo leggono al posto delle materie dell'anagrafica docenti.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Una riga per cattedra; fine 99999999 = cattedra in corso
           SELECT FileCattedre ASSIGN TO 'CATTEDRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCattedre.
           SELECT FileCattedreNew ASSIGN TO 'CATTEDRE.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCattedreNew.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
           SELECT Orario ASSIGN TO 'ORARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-Chiave
               FILE STATUS IS FS-Orario.
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
           SELECT FileAudit ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAudit.

       DATA DIVISION.
       FILE SECTION.
       FD  FileCattedre.
       01  FileCattedre-Record.
           05  CT-Docente PIC X(10).
           05  CT-Classe PIC X(4).
           05  CT-Materia PIC X(20).
           05  CT-Dal PIC 9(8).
           05  CT-Al PIC 9(8).
           05  CT-Ore PIC 99.
       FD  FileCattedreNew.
       01  FileCattedreNew-Record PIC X(52).
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
       FD  Orario.
       01  Orario-Record.
           05  OR-Chiave.
               10  OR-Classe PIC X(4).
               10  OR-Giorno PIC 9(1).
               10  OR-Ora PIC 9(1).
           05  OR-Materia PIC X(20).
           05  OR-Docente PIC X(10).
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
       FD  FileAudit.
       01  FileAudit-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-FileCattedre PIC XX VALUE SPACES.
       01  FS-FileCattedreNew PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-Orario PIC XX VALUE SPACES.
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
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-File PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
      *Fine convenzionale di una cattedra in corso
       01  DATA-APERTA PIC 9(8) VALUE 99999999.
      *Cattedra in inserimento o da chiudere
       01  Sigla-Inserita PIC X(10) VALUE SPACES.
       01  Classe-Inserita PIC X(4) VALUE SPACES.
       01  Materia-Inserita PIC X(20) VALUE SPACES.
       01  Dal-Inserito PIC 9(8) VALUE 0.
       01  Al-Inserito PIC 9(8) VALUE 0.
       01  Ore-Inserite PIC 99 VALUE 0.
       01  Sigla-Valida PIC X VALUE "N".
       01  Classe-Valida PIC X VALUE "N".
       01  Dati-Validi PIC X VALUE "N".
      *Controllo di sovrapposizione: stessa classe e materia con
      *intervalli che si toccano
       01  Sovrapposta PIC X VALUE "N".
       01  Sovr-Docente PIC X(10) VALUE SPACES.
       01  Sovr-Dal PIC 9(8) VALUE 0.
       01  Sovr-Al PIC 9(8) VALUE 0.
      *Chiusura: la cattedra che copre la data di fine indicata
       01  Cattedre-Chiuse PIC 999 VALUE 0.
      *Elenco
       01  Filtro-Elenco PIC X(10) VALUE SPACES.
       01  Cattedre-Elencate PIC 999 VALUE 0.
       01  Ore-Totali PIC 9(4) VALUE 0.
       01  Fine-Stampa PIC X(10) VALUE SPACES.
      *Generazione dall'orario: ore settimanali per classe, materia
      *e docente
       01  Orario-Tab.
           05  Orario-Voce OCCURS 500 TIMES.
               10  OT-Classe PIC X(4).
               10  OT-Materia PIC X(20).
               10  OT-Docente PIC X(10).
               10  OT-Ore PIC 99.
       01  Orario-Cont PIC 999 VALUE 0.
       01  Orario-Idx PIC 999 VALUE 0.
       01  Voce-Trovata PIC X VALUE "N".
       01  Fine-Scan PIC X VALUE "N".
       01  Cattedre-Generate PIC 999 VALUE 0.
       01  Cattedre-Scartate PIC 999 VALUE 0.
      *Controllo delle date sul calendario civile
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
       01  Data-Valida PIC X VALUE "N".
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 9700-CARICA-CATALOGO
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "CATTEDRE"
               DISPLAY "1: Registra cattedra"
               DISPLAY "2: Chiudi cattedra"
               DISPLAY "3: Elenco cattedre"
               DISPLAY "4: Genera cattedre dall'orario"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-REGISTRA
                   WHEN 2 PERFORM 2000-CHIUDI
                   WHEN 3 PERFORM 3000-ELENCO
                   WHEN 4 PERFORM 4000-GENERA-DA-ORARIO
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *Paragrafo 1000-REGISTRA: una cattedra, con sigla, classe e
      *materia validate e intervallo che non si sovrappone a
      *un'altra cattedra della stessa materia nella stessa classe
       1000-REGISTRA.
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           MOVE "N" TO Dati-Validi
           DISPLAY "Sigla docente: "
           ACCEPT Sigla-Inserita
           PERFORM 1100-VALIDA-SIGLA
           IF Sigla-Valida NOT = "Y"
               DISPLAY "Sigla non censita in DOCENTI.DAT"
           ELSE
               DISPLAY "Classe (es. 3A): "
               ACCEPT Classe-Inserita
               PERFORM 1150-VALIDA-CLASSE
               IF Classe-Valida NOT = "Y"
                   DISPLAY "Classe non censita in CLASSI.DAT"
               ELSE
                   DISPLAY "Materia: "
                   PERFORM 9730-CHIEDI-MATERIA
                   MOVE Materia-Codice TO Materia-Inserita
                   DISPLAY "Dal (AAAAMMGG, 0 = oggi): "
                   ACCEPT Dal-Inserito
                   IF Dal-Inserito = 0
                       MOVE Data-Oggi TO Dal-Inserito
                   END-IF
                   DISPLAY "Al (AAAAMMGG, 0 = in corso): "
                   ACCEPT Al-Inserito
                   IF Al-Inserito = 0
                       MOVE DATA-APERTA TO Al-Inserito
                   END-IF
                   DISPLAY "Ore settimanali: "
                   ACCEPT Ore-Inserite
                   PERFORM 1200-VALIDA-DATI
               END-IF
           END-IF
           IF Dati-Validi = "Y"
               PERFORM 1300-CONTROLLA-SOVRAPPOSIZIONE
               IF Sovrapposta = "Y"
                   DISPLAY "Cattedra sovrapposta a quella di "
                       Sovr-Docente " dal " Sovr-Dal " al " Sovr-Al
                   DISPLAY "Chiudere prima la cattedra esistente: "
                       "cattedra scartata"
               ELSE
                   OPEN EXTEND FileCattedre
                   IF FS-FileCattedre NOT = "00"
                       OPEN OUTPUT FileCattedre
                   END-IF
                   MOVE Sigla-Inserita TO CT-Docente
                   MOVE Classe-Inserita TO CT-Classe
                   MOVE Materia-Inserita TO CT-Materia
                   MOVE Dal-Inserito TO CT-Dal
                   MOVE Al-Inserito TO CT-Al
                   MOVE Ore-Inserite TO CT-Ore
                   WRITE FileCattedre-Record
                   CLOSE FileCattedre
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Cattedra " DELIMITED BY SIZE
                       Sigla-Inserita DELIMITED BY SPACE
                       " cl. " DELIMITED BY SIZE
                       Classe-Inserita DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       Materia-Inserita DELIMITED BY SPACE
                       " dal " DELIMITED BY SIZE
                       Dal-Inserito DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
                   DISPLAY "Cattedra registrata"
               END-IF
           END-IF.

      *Paragrafo 1100-VALIDA-SIGLA: la sigla deve esistere in
      *DOCENTI.DAT; senza anagrafica si accetta (come altrove)
       1100-VALIDA-SIGLA.
           MOVE "Y" TO Sigla-Valida
           IF Sigla-Inserita = SPACES
               MOVE "N" TO Sigla-Valida
           ELSE
               OPEN INPUT Docenti
               IF FS-Docenti = "00"
                   MOVE Sigla-Inserita TO DC-Sigla
                   READ Docenti
                       INVALID KEY MOVE "N" TO Sigla-Valida
                   END-READ
                   CLOSE Docenti
               END-IF
           END-IF.

      *Paragrafo 1150-VALIDA-CLASSE: la classe deve esistere in
      *CLASSI.DAT; senza anagrafica si accetta
       1150-VALIDA-CLASSE.
           MOVE "Y" TO Classe-Valida
           IF Classe-Inserita = SPACES
               MOVE "N" TO Classe-Valida
           ELSE
               OPEN INPUT Classi
               IF FS-Classi = "00"
                   MOVE Classe-Inserita TO CL-Codice
                   READ Classi
                       INVALID KEY MOVE "N" TO Classe-Valida
                   END-READ
                   CLOSE Classi
               END-IF
           END-IF.

      *Paragrafo 1200-VALIDA-DATI: date di calendario, intervallo
      *non rovesciato, ore settimanali plausibili
       1200-VALIDA-DATI.
           MOVE "Y" TO Dati-Validi
           MOVE Dal-Inserito TO Giorno-Dopo
           PERFORM 9440-CONTROLLA-DATA
           IF Data-Valida NOT = "Y"
               DISPLAY "Data di inizio non valida"
               MOVE "N" TO Dati-Validi
           END-IF
           IF Al-Inserito NOT = DATA-APERTA
               MOVE Al-Inserito TO Giorno-Dopo
               PERFORM 9440-CONTROLLA-DATA
               IF Data-Valida NOT = "Y"
                   DISPLAY "Data di fine non valida"
                   MOVE "N" TO Dati-Validi
               END-IF
           END-IF
           IF Al-Inserito < Dal-Inserito
               DISPLAY "Intervallo rovesciato"
               MOVE "N" TO Dati-Validi
           END-IF
           IF Ore-Inserite = 0 OR Ore-Inserite > 40
               DISPLAY "Ore settimanali non valide (1-40)"
               MOVE "N" TO Dati-Validi
           END-IF
           IF Materia-Inserita = SPACES
               DISPLAY "Materia mancante"
               MOVE "N" TO Dati-Validi
           END-IF.

      *Paragrafo 1300-CONTROLLA-SOVRAPPOSIZIONE: esiste gia' una
      *cattedra della stessa materia nella stessa classe il cui
      *intervallo tocca Dal-Inserito..Al-Inserito? Una classe ha un
      *solo titolare per materia in ogni giorno
       1300-CONTROLLA-SOVRAPPOSIZIONE.
           MOVE "N" TO Sovrapposta
           OPEN INPUT FileCattedre
           IF FS-FileCattedre = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCattedre
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF CT-Classe = Classe-Inserita
                                   AND CT-Materia = Materia-Inserita
                                   AND CT-Dal <= Al-Inserito
                                   AND CT-Al >= Dal-Inserito
                               MOVE "Y" TO Sovrapposta
                               MOVE CT-Docente TO Sovr-Docente
                               MOVE CT-Dal TO Sovr-Dal
                               MOVE CT-Al TO Sovr-Al
                               MOVE "S" TO Fine-File
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCattedre
           END-IF.

      *Paragrafo 2000-CHIUDI: fissa la fine della cattedra del
      *docente per classe e materia che copre la data indicata;
      *CATTEDRE.DAT si riscrive attraverso CATTEDRE.TMP
       2000-CHIUDI.
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           DISPLAY "Sigla docente: "
           ACCEPT Sigla-Inserita
           DISPLAY "Classe: "
           ACCEPT Classe-Inserita
           DISPLAY "Materia: "
           PERFORM 9730-CHIEDI-MATERIA
           MOVE Materia-Codice TO Materia-Inserita
           DISPLAY "Ultimo giorno della cattedra (AAAAMMGG, "
               "0 = oggi): "
           ACCEPT Al-Inserito
           IF Al-Inserito = 0
               MOVE Data-Oggi TO Al-Inserito
           END-IF
           MOVE Al-Inserito TO Giorno-Dopo
           PERFORM 9440-CONTROLLA-DATA
           IF Data-Valida NOT = "Y"
               DISPLAY "Data non valida"
           ELSE
               MOVE 0 TO Cattedre-Chiuse
               OPEN INPUT FileCattedre
               IF FS-FileCattedre NOT = "00"
                   DISPLAY "Nessuna cattedra registrata"
               ELSE
                   OPEN OUTPUT FileCattedreNew
                   MOVE "N" TO Fine-File
                   PERFORM UNTIL Fine-File = "S"
                       READ FileCattedre
                           AT END
                               MOVE "S" TO Fine-File
                           NOT AT END
                               PERFORM 2100-CHIUDI-RIGA
                               MOVE FileCattedre-Record
                                   TO FileCattedreNew-Record
                               WRITE FileCattedreNew-Record
                       END-READ
                   END-PERFORM
                   CLOSE FileCattedre
                   CLOSE FileCattedreNew
                   IF Cattedre-Chiuse = 0
                       DISPLAY "Nessuna cattedra del docente in "
                           "corso a quella data"
                   ELSE
                       PERFORM 2200-RICOPIA
                       MOVE SPACES TO Audit-Descrizione
                       STRING "Chiusa cattedra " DELIMITED BY SIZE
                           Sigla-Inserita DELIMITED BY SPACE
                           " cl. " DELIMITED BY SIZE
                           Classe-Inserita DELIMITED BY SPACE
                           " al " DELIMITED BY SIZE
                           Al-Inserito DELIMITED BY SIZE
                           INTO Audit-Descrizione
                       PERFORM 9000-SCRIVI-AUDIT
                       DISPLAY "Cattedra chiusa al " Al-Inserito
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 2100-CHIUDI-RIGA: la riga corrente e' la cattedra
      *da chiudere? La fine non puo' precedere l'inizio
       2100-CHIUDI-RIGA.
           IF CT-Docente = Sigla-Inserita
                   AND CT-Classe = Classe-Inserita
                   AND CT-Materia = Materia-Inserita
                   AND CT-Dal <= Al-Inserito
                   AND CT-Al >= Al-Inserito
               MOVE Al-Inserito TO CT-Al
               ADD 1 TO Cattedre-Chiuse
           END-IF.

      *Paragrafo 2200-RICOPIA: CATTEDRE.TMP torna su CATTEDRE.DAT
       2200-RICOPIA.
           OPEN INPUT FileCattedreNew
           OPEN OUTPUT FileCattedre
           MOVE "N" TO Fine-File
           PERFORM UNTIL Fine-File = "S"
               READ FileCattedreNew
                   AT END
                       MOVE "S" TO Fine-File
                   NOT AT END
                       MOVE FileCattedreNew-Record
                           TO FileCattedre-Record
                       WRITE FileCattedre-Record
               END-READ
           END-PERFORM
           CLOSE FileCattedreNew
           CLOSE FileCattedre.

      *Paragrafo 3000-ELENCO: le cattedre di un docente o di una
      *classe (invio = tutte), con il totale delle ore settimanali
      *delle cattedre in corso oggi
       3000-ELENCO.
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           DISPLAY "Sigla docente o classe (invio = tutte): "
           ACCEPT Filtro-Elenco
           MOVE 0 TO Cattedre-Elencate
           MOVE 0 TO Ore-Totali
           OPEN INPUT FileCattedre
           IF FS-FileCattedre NOT = "00"
               DISPLAY "Nessuna cattedra registrata"
           ELSE
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCattedre
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF Filtro-Elenco = SPACES
                                   OR CT-Docente = Filtro-Elenco
                                   OR CT-Classe = Filtro-Elenco
                               PERFORM 3100-RIGA-ELENCO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCattedre
               DISPLAY "Cattedre: " Cattedre-Elencate
                   "  ore settimanali in corso: " Ore-Totali
           END-IF.

      *Paragrafo 3100-RIGA-ELENCO: una cattedra a video
       3100-RIGA-ELENCO.
           ADD 1 TO Cattedre-Elencate
           MOVE CT-Materia TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           IF CT-Al = DATA-APERTA
               MOVE "in corso" TO Fine-Stampa
           ELSE
               MOVE CT-Al TO Fine-Stampa
           END-IF
           IF CT-Dal <= Data-Oggi AND CT-Al >= Data-Oggi
               ADD CT-Ore TO Ore-Totali
           END-IF
           DISPLAY CT-Docente " " CT-Classe " "
               Materia-Nome-Esteso(1:30)
               " dal " CT-Dal " al " Fine-Stampa " ore " CT-Ore.

      *Paragrafo 4000-GENERA-DA-ORARIO: primo impianto del
      *registro. Ogni terna classe+materia+docente di ORARIO.DAT
      *diventa una cattedra in corso dalla data indicata, con le
      *ore settimanali contate sull'orario; le terne che si
      *sovrapporrebbero a una cattedra gia' registrata si scartano
       4000-GENERA-DA-ORARIO.
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           DISPLAY "Cattedre in corso dal (AAAAMMGG, 0 = oggi): "
           ACCEPT Dal-Inserito
           IF Dal-Inserito = 0
               MOVE Data-Oggi TO Dal-Inserito
           END-IF
           MOVE Dal-Inserito TO Giorno-Dopo
           PERFORM 9440-CONTROLLA-DATA
           IF Data-Valida NOT = "Y"
               DISPLAY "Data non valida"
           ELSE
               PERFORM 4100-CARICA-ORARIO
               IF Orario-Cont = 0
                   DISPLAY "ORARIO.DAT vuoto o assente: nulla da "
                       "generare"
               ELSE
                   MOVE 0 TO Cattedre-Generate
                   MOVE 0 TO Cattedre-Scartate
                   MOVE DATA-APERTA TO Al-Inserito
                   MOVE 0 TO Orario-Idx
                   PERFORM UNTIL Orario-Idx >= Orario-Cont
                       ADD 1 TO Orario-Idx
                       PERFORM 4200-GENERA-CATTEDRA
                   END-PERFORM
                   DISPLAY "Cattedre generate: " Cattedre-Generate
                       "  scartate: " Cattedre-Scartate
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Cattedre da orario " DELIMITED BY SIZE
                       Cattedre-Generate DELIMITED BY SIZE
                       " dal " DELIMITED BY SIZE
                       Dal-Inserito DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
           END-IF.

      *Paragrafo 4100-CARICA-ORARIO: le terne distinte classe+
      *materia+docente dell'orario, con le ore della settimana
       4100-CARICA-ORARIO.
           MOVE 0 TO Orario-Cont
           OPEN INPUT Orario
           IF FS-Orario = "00"
               MOVE LOW-VALUES TO OR-Chiave
               MOVE "N" TO Fine-Scan
               START Orario KEY IS NOT LESS THAN OR-Chiave
                   INVALID KEY MOVE "S" TO Fine-Scan
               END-START
               PERFORM UNTIL Fine-Scan = "S"
                   READ Orario NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF OR-Docente NOT = SPACES
                                   AND OR-Materia NOT = SPACES
                               PERFORM 4110-CONTA-ORA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Orario
           END-IF.

      *Paragrafo 4110-CONTA-ORA: un'ora dell'orario sommata alla
      *sua terna, creata al primo incontro
       4110-CONTA-ORA.
           MOVE "N" TO Voce-Trovata
           MOVE 0 TO Orario-Idx
           PERFORM UNTIL Orario-Idx >= Orario-Cont
               ADD 1 TO Orario-Idx
               IF OT-Classe(Orario-Idx) = OR-Classe
                       AND OT-Materia(Orario-Idx) = OR-Materia
                       AND OT-Docente(Orario-Idx) = OR-Docente
                   MOVE "Y" TO Voce-Trovata
                   ADD 1 TO OT-Ore(Orario-Idx)
                   MOVE Orario-Cont TO Orario-Idx
               END-IF
           END-PERFORM
           IF Voce-Trovata NOT = "Y"
               IF Orario-Cont < 500
                   ADD 1 TO Orario-Cont
                   MOVE OR-Classe TO OT-Classe(Orario-Cont)
                   MOVE OR-Materia TO OT-Materia(Orario-Cont)
                   MOVE OR-Docente TO OT-Docente(Orario-Cont)
                   MOVE 1 TO OT-Ore(Orario-Cont)
               ELSE
                   DISPLAY "Attenzione: orario troppo ampio, "
                       "esclusa " OR-Classe " " OR-Materia
               END-IF
           END-IF.

      *Paragrafo 4200-GENERA-CATTEDRA: la terna Orario-Idx come
      *cattedra in corso, se non si sovrappone
       4200-GENERA-CATTEDRA.
           MOVE OT-Docente(Orario-Idx) TO Sigla-Inserita
           MOVE OT-Classe(Orario-Idx) TO Classe-Inserita
           MOVE OT-Materia(Orario-Idx) TO Materia-Inserita
           PERFORM 1300-CONTROLLA-SOVRAPPOSIZIONE
           IF Sovrapposta = "Y"
               ADD 1 TO Cattedre-Scartate
               DISPLAY "Scartata " Sigla-Inserita " " Classe-Inserita
                   " " Materia-Inserita ": gia' assegnata a "
                   Sovr-Docente
           ELSE
               OPEN EXTEND FileCattedre
               IF FS-FileCattedre NOT = "00"
                   OPEN OUTPUT FileCattedre
               END-IF
               MOVE Sigla-Inserita TO CT-Docente
               MOVE Classe-Inserita TO CT-Classe
               MOVE Materia-Inserita TO CT-Materia
               MOVE Dal-Inserito TO CT-Dal
               MOVE Al-Inserito TO CT-Al
               MOVE OT-Ore(Orario-Idx) TO CT-Ore
               WRITE FileCattedre-Record
               CLOSE FileCattedre
               ADD 1 TO Cattedre-Generate
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

      *Paragrafo 9440-CONTROLLA-DATA: Giorno-Dopo e' una data del
      *calendario civile?
       9440-CONTROLLA-DATA.
           MOVE "N" TO Data-Valida
           MOVE Giorno-Dopo(1:4) TO GD-Anno
           MOVE Giorno-Dopo(5:2) TO GD-Mese
           MOVE Giorno-Dopo(7:2) TO GD-Giorno
           IF GD-Anno > 1900 AND GD-Mese >= 1 AND GD-Mese <= 12
               PERFORM 9420-ULTIMO-GIORNO
               IF GD-Giorno >= 1 AND GD-Giorno <= GD-Ultimo-Giorno
                   MOVE "Y" TO Data-Valida
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

       END PROGRAM CattedreManut.
