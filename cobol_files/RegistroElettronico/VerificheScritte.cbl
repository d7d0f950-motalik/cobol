       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerificheScritte.

      *Calendario delle verifiche scritte annunciate (VERIFICHE.DAT):
      *finora l'annuncio stava solo sul registro cartaceo e capitava
      *che una classe si trovasse tre compiti nello stesso giorno,
      *contro il regolamento d'istituto. Qui la verifica si annuncia
      *per classe, data, ora dell'orario, materia e sigla del
      *docente, validate su ORARIO.DAT per quella classe e quell'ora
      *(il docente e' il titolare dell'ora o il suo supplente del
      *giorno in SUPPLENZE.DAT). Si rifiutano i giorni che
      *GIORNI.DAT dice non di lezione e si rispettano i tetti di
      *CONFIG.DAT: VERIFICHE-GIORNO= verifiche al giorno per classe
      *(default 1) e VERIFICHE-SETTIMANA= verifiche nella settimana
      *da lunedi' a domenica (default 4). Passata la data, il
      *controllo dei voti elenca le verifiche di cui VOTI.DAT non ha
      *ancora nessun voto scritto ("S") della materia con quella
      *VT-Data-Voto, cosi' i ritardi nella registrazione si vedono.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileVerifiche ASSIGN TO 'VERIFICHE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileVerifiche.
           SELECT FileVerificheNew ASSIGN TO 'VERIFICHE.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileVerificheNew.
           SELECT Orario ASSIGN TO 'ORARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-Chiave
               FILE STATUS IS FS-Orario.
           SELECT FileSupplenze ASSIGN TO 'SUPPLENZE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSupplenze.
           SELECT FileVoti ASSIGN TO 'VOTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-Chiave
               ALTERNATE RECORD KEY IS VT-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVoti.
      *Calendario giornaliero (GiorniManut): tipo del giorno e ore
      *di lezione
           SELECT FileGiorni ASSIGN TO 'GIORNI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GG-Data
               FILE STATUS IS FS-FileGiorni.
           SELECT FileConfig ASSIGN TO 'CONFIG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileConfig.
           SELECT FileOut ASSIGN TO FileOut-Filename
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
           SELECT FileAudit ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAudit.

       DATA DIVISION.
       FILE SECTION.
       FD  FileVerifiche.
       01  FileVerifiche-Record.
           05  VF-Classe PIC X(4).
           05  VF-Data PIC 9(8).
           05  VF-Ora PIC 9(1).
           05  VF-Materia PIC X(20).
           05  VF-Docente PIC X(10).
           05  VF-Data-Annuncio PIC 9(8).
       FD  FileVerificheNew.
       01  FileVerificheNew-Record PIC X(51).
       FD  Orario.
       01  Orario-Record.
           05  OR-Chiave.
               10  OR-Classe PIC X(4).
               10  OR-Giorno PIC 9(1).
               10  OR-Ora PIC 9(1).
           05  OR-Materia PIC X(20).
           05  OR-Docente PIC X(10).
       FD  FileSupplenze.
       01  FileSupplenze-Record.
           05  SU-Assente PIC X(10).
           05  SU-Supplente PIC X(10).
           05  SU-Materia PIC X(20).
           05  SU-Classe PIC X(4).
           05  SU-Inizio PIC 9(8).
           05  SU-Fine PIC 9(8).
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
       FD  FileGiorni.
       01  FileGiorni-Record.
           05  GG-Data PIC 9(8).
           05  GG-Anno PIC X(9).
           05  GG-Tipo PIC X(1).
               88  GG-Lezione VALUE "L".
           05  GG-Ore PIC 9(1).
           05  GG-Descrizione PIC X(30).
       FD  FileConfig.
       01  FileConfig-Record PIC X(60).
       FD  FileOut.
       01  FileOut-Record PIC X(80).
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
       01  FS-FileVerifiche PIC XX VALUE SPACES.
       01  FS-FileVerificheNew PIC XX VALUE SPACES.
       01  FS-Orario PIC XX VALUE SPACES.
       01  FS-FileSupplenze PIC XX VALUE SPACES.
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-FileGiorni PIC XX VALUE SPACES.
       01  FS-FileConfig PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
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
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-File PIC X VALUE "N".
       01  Fine-Scan PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
      *Tetti del regolamento, da CONFIG.DAT (VERIFICHE-GIORNO=1,
      *VERIFICHE-SETTIMANA=4)
       01  Max-Verifiche-Giorno PIC 9 VALUE 1.
       01  Max-Verifiche-Settimana PIC 9 VALUE 4.
      *La verifica digitata
       01  Classe-Inserita PIC X(4) VALUE SPACES.
       01  Data-Inserita PIC 9(8) VALUE 0.
       01  Ora-Inserita PIC 9 VALUE 0.
       01  Materia-Inserita PIC X(20) VALUE SPACES.
       01  Sigla-Inserita PIC X(10) VALUE SPACES.
       01  Verifica-Valida PIC X VALUE "N".
       01  Motivo-Rifiuto PIC X(60) VALUE SPACES.
       01  Docente-Orario PIC X(10) VALUE SPACES.
       01  Supplente-Trovato PIC X VALUE "N".
       01  Conta-Giorno PIC 99 VALUE 0.
       01  Conta-Settimana PIC 99 VALUE 0.
       01  Lunedi-Settimana PIC 9(8) VALUE 0.
       01  Domenica-Settimana PIC 9(8) VALUE 0.
       01  Righe-Tolte PIC 999 VALUE 0.
       01  Voci-Elencate PIC 999 VALUE 0.
      *Verifiche passate in attesa dei voti scritti; Vp-Trovata
      *passa a "Y" al primo voto S della materia con quella data
       01  Passate-Tab.
           05  Passata-Voce OCCURS 500 TIMES.
               10  Vp-Classe PIC X(4).
               10  Vp-Data PIC 9(8).
               10  Vp-Ora PIC 9(1).
               10  Vp-Materia PIC X(20).
               10  Vp-Docente PIC X(10).
               10  Vp-Trovata PIC X(1).
       01  Passate-Cont PIC 999 VALUE 0.
       01  Passate-Idx PIC 999 VALUE 0.
       01  Passate-Trabocco PIC X VALUE "N".
       01  Senza-Voti PIC 999 VALUE 0.
       01  Senza-Voti-for PIC ZZ9.
       01  Data-Stampa PIC X(10) VALUE SPACES.
       01  Data-Da-Stampare PIC 9(8) VALUE 0.
       01  riga PIC X(80).
      *Aritmetica delle date, come in GiorniManut
       01  Giorno-Dopo PIC 9(8) VALUE 0.
       01  GD-Anno PIC 9(4) VALUE 0.
       01  GD-Mese PIC 99 VALUE 0.
       01  GD-Giorno PIC 99 VALUE 0.
       01  GD-Ultimo-Giorno PIC 99 VALUE 0.
       01  Quoziente-Bisestile PIC 9(4) VALUE 0.
       01  Resto-Bisestile PIC 9(4) VALUE 0.
       01  Giorni-Mese-Dati.
           05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  Giorni-Mese-Tab REDEFINES Giorni-Mese-Dati.
           05  Giorni-Mese OCCURS 12 TIMES PIC 99.
      *Giorno della settimana (1 lunedi' ... 7 domenica)
       01  Giorno-Settimana PIC 9 VALUE 0.
       01  ZL-Anno PIC 9(4) VALUE 0.
       01  ZL-Mese PIC 99 VALUE 0.
       01  ZL-Secolo PIC 99 VALUE 0.
       01  ZL-Anno-Secolo PIC 99 VALUE 0.
       01  ZL-Termine-Mese PIC 99 VALUE 0.
       01  ZL-Quarto-Anno PIC 99 VALUE 0.
       01  ZL-Quarto-Secolo PIC 99 VALUE 0.
       01  ZL-Somma PIC 9(4) VALUE 0.
       01  ZL-Quoziente PIC 9(4) VALUE 0.
       01  ZL-Resto PIC 9 VALUE 0.
      *Controllo del giorno su GIORNI.DAT: un giorno registrato e
      *non di lezione rifiuta l'evento; senza file, o con il giorno
      *non ancora registrato, l'evento passa come sempre
       01  Giorno-Da-Controllare PIC 9(8) VALUE 0.
       01  Giorno-Di-Lezione PIC X VALUE "Y".
       01  Giorno-Ore-Lezione PIC 9 VALUE 0.
       01  Giorno-Motivo PIC X(30) VALUE SPACES.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 0300-LEGGI-CONFIG
           PERFORM 9700-CARICA-CATALOGO
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "VERIFICHE SCRITTE"
               DISPLAY "1: Annuncia verifica"
               DISPLAY "2: Calendario verifiche della classe"
               DISPLAY "3: Annulla verifica"
               DISPLAY "4: Verifiche passate senza voti scritti"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-ANNUNCIA
                   WHEN 2 PERFORM 2000-CALENDARIO
                   WHEN 3 PERFORM 3000-ANNULLA
                   WHEN 4 PERFORM 4000-VERIFICHE-SENZA-VOTI
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *Paragrafo 0300-LEGGI-CONFIG: tetti delle verifiche dalle
      *righe parola chiave=valore di CONFIG.DAT; le righe
      *sconosciute si saltano
       0300-LEGGI-CONFIG.
           OPEN INPUT FileConfig
           IF FS-FileConfig = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileConfig
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF FileConfig-Record(1:17)
                                   = "VERIFICHE-GIORNO="
                               IF FileConfig-Record(18:1) IS NUMERIC
                                   MOVE FileConfig-Record(18:1)
                                       TO Max-Verifiche-Giorno
                               END-IF
                           END-IF
                           IF FileConfig-Record(1:20)
                                   = "VERIFICHE-SETTIMANA="
                               IF FileConfig-Record(21:1) IS NUMERIC
                                   MOVE FileConfig-Record(21:1)
                                       TO Max-Verifiche-Settimana
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileConfig
           END-IF.

      *Paragrafo 1000-ANNUNCIA: la verifica passa per i controlli
      *del giorno, dell'orario e dei tetti, nell'ordine; al primo
      *rifiuto si dice il perche' e non si scrive nulla
       1000-ANNUNCIA.
           DISPLAY "Classe (es. 3A): "
           ACCEPT Classe-Inserita
           DISPLAY "Data della verifica (AAAAMMGG): "
           ACCEPT Data-Inserita
           DISPLAY "Ora dell'orario (1-8): "
           ACCEPT Ora-Inserita
           DISPLAY "Materia: "
           PERFORM 9730-CHIEDI-MATERIA
           MOVE Materia-Codice TO Materia-Inserita
           DISPLAY "Sigla del docente: "
           ACCEPT Sigla-Inserita
           MOVE "Y" TO Verifica-Valida
           MOVE SPACES TO Motivo-Rifiuto
           IF Ora-Inserita < 1 OR Ora-Inserita > 8
               MOVE "N" TO Verifica-Valida
               MOVE "ora fuori orario (1-8)" TO Motivo-Rifiuto
           ELSE IF Data-Inserita < Data-Oggi
               MOVE "N" TO Verifica-Valida
               MOVE "data gia' passata" TO Motivo-Rifiuto
           ELSE
               MOVE Data-Inserita TO Giorno-Da-Controllare
               PERFORM 9600-CONTROLLA-GIORNO
               IF Giorno-Di-Lezione = "N"
                   MOVE "N" TO Verifica-Valida
                   STRING "giorno senza lezione ("
                           DELIMITED BY SIZE
                       Giorno-Motivo DELIMITED BY "  "
                       ")" DELIMITED BY SIZE
                       INTO Motivo-Rifiuto
               END-IF
           END-IF
           END-IF
           IF Verifica-Valida = "Y"
               PERFORM 1100-CONTROLLA-ORARIO
           END-IF
           IF Verifica-Valida = "Y"
               PERFORM 1300-CONTA-VERIFICHE
           END-IF
           IF Verifica-Valida NOT = "Y"
               DISPLAY "Verifica rifiutata: " Motivo-Rifiuto
           ELSE
               OPEN EXTEND FileVerifiche
               IF FS-FileVerifiche NOT = "00"
                   OPEN OUTPUT FileVerifiche
               END-IF
               MOVE Classe-Inserita TO VF-Classe
               MOVE Data-Inserita TO VF-Data
               MOVE Ora-Inserita TO VF-Ora
               MOVE Materia-Inserita TO VF-Materia
               MOVE Sigla-Inserita TO VF-Docente
               MOVE Data-Oggi TO VF-Data-Annuncio
               WRITE FileVerifiche-Record
               CLOSE FileVerifiche
               MOVE SPACES TO Audit-Descrizione
               STRING "Verifica cl. " DELIMITED BY SIZE
                   Classe-Inserita DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   Data-Inserita DELIMITED BY SIZE
                   " ora " DELIMITED BY SIZE
                   Ora-Inserita DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Sigla-Inserita DELIMITED BY SPACE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
               DISPLAY "Verifica annunciata"
           END-IF.

      *Paragrafo 1100-CONTROLLA-ORARIO: nell'ora indicata la classe
      *deve avere a orario la materia della verifica, e la sigla
      *deve essere il titolare dell'ora o il supplente che lo copre
      *quel giorno; senza ORARIO.DAT si accetta (come altrove)
       1100-CONTROLLA-ORARIO.
           MOVE Data-Inserita TO Giorno-Dopo
           PERFORM 9430-GIORNO-SETTIMANA
           OPEN INPUT Orario
           IF FS-Orario = "00"
               IF Giorno-Settimana > 6
                   MOVE "N" TO Verifica-Valida
                   MOVE "domenica" TO Motivo-Rifiuto
               ELSE
                   MOVE Classe-Inserita TO OR-Classe
                   MOVE Giorno-Settimana TO OR-Giorno
                   MOVE Ora-Inserita TO OR-Ora
                   READ Orario
                       INVALID KEY
                           MOVE "N" TO Verifica-Valida
                           MOVE "ora senza lezione nell'orario"
                               TO Motivo-Rifiuto
                       NOT INVALID KEY
                           MOVE OR-Docente TO Docente-Orario
                           IF OR-Materia NOT = Materia-Inserita
                               MOVE "N" TO Verifica-Valida
                               STRING "a orario c'e' " DELIMITED BY SIZE
                                   OR-Materia DELIMITED BY "  "
                                   INTO Motivo-Rifiuto
                           END-IF
                   END-READ
               END-IF
               CLOSE Orario
               IF Verifica-Valida = "Y"
                       AND Sigla-Inserita NOT = Docente-Orario
                   PERFORM 1200-CERCA-SUPPLENTE
                   IF Supplente-Trovato NOT = "Y"
                       MOVE "N" TO Verifica-Valida
                       STRING "l'ora e' del docente " DELIMITED BY SIZE
                           Docente-Orario DELIMITED BY SPACE
                           INTO Motivo-Rifiuto
                   END-IF
               END-IF
           ELSE
               DISPLAY "ORARIO.DAT non presente: orario non "
                   "verificato"
           END-IF.

      *Paragrafo 1200-CERCA-SUPPLENTE: la sigla digitata copre il
      *titolare dell'ora nella classe e nella materia quel giorno?
       1200-CERCA-SUPPLENTE.
           MOVE "N" TO Supplente-Trovato
           OPEN INPUT FileSupplenze
           IF FS-FileSupplenze = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileSupplenze
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF SU-Supplente = Sigla-Inserita
                                   AND SU-Assente = Docente-Orario
                                   AND SU-Classe = Classe-Inserita
                                   AND SU-Materia = Materia-Inserita
                                   AND SU-Inizio <= Data-Inserita
                                   AND SU-Fine >= Data-Inserita
                               MOVE "Y" TO Supplente-Trovato
                               MOVE "S" TO Fine-File
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileSupplenze
           END-IF.

      *Paragrafo 1300-CONTA-VERIFICHE: verifiche gia' annunciate
      *per la classe nel giorno e nella settimana (lunedi'-domenica)
      *della data; un'ora gia' occupata e i tetti rifiutano
       1300-CONTA-VERIFICHE.
           MOVE Data-Inserita TO Giorno-Dopo
           PERFORM 9430-GIORNO-SETTIMANA
           PERFORM UNTIL Giorno-Settimana = 1
               PERFORM 9400-GIORNO-PRECEDENTE
               SUBTRACT 1 FROM Giorno-Settimana
           END-PERFORM
           MOVE Giorno-Dopo TO Lunedi-Settimana
           PERFORM 6 TIMES
               PERFORM 9410-GIORNO-SUCCESSIVO
           END-PERFORM
           MOVE Giorno-Dopo TO Domenica-Settimana
           MOVE 0 TO Conta-Giorno
           MOVE 0 TO Conta-Settimana
           OPEN INPUT FileVerifiche
           IF FS-FileVerifiche = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileVerifiche
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF VF-Classe = Classe-Inserita
                               IF VF-Data = Data-Inserita
                                   ADD 1 TO Conta-Giorno
                                   IF VF-Ora = Ora-Inserita
                                       MOVE "N" TO Verifica-Valida
                                       MOVE "ora gia' occupata"
                                           TO Motivo-Rifiuto
                                   END-IF
                               END-IF
                               IF VF-Data >= Lunedi-Settimana
                                       AND VF-Data
                                           <= Domenica-Settimana
                                   ADD 1 TO Conta-Settimana
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileVerifiche
           END-IF
           IF Verifica-Valida = "Y"
               IF Conta-Giorno >= Max-Verifiche-Giorno
                   MOVE "N" TO Verifica-Valida
                   STRING "gia' " DELIMITED BY SIZE
                       Conta-Giorno DELIMITED BY SIZE
                       " verifiche nel giorno, tetto "
                           DELIMITED BY SIZE
                       Max-Verifiche-Giorno DELIMITED BY SIZE
                       INTO Motivo-Rifiuto
               ELSE IF Conta-Settimana >= Max-Verifiche-Settimana
                   MOVE "N" TO Verifica-Valida
                   STRING "gia' " DELIMITED BY SIZE
                       Conta-Settimana DELIMITED BY SIZE
                       " verifiche nella settimana, tetto "
                           DELIMITED BY SIZE
                       Max-Verifiche-Settimana DELIMITED BY SIZE
                       INTO Motivo-Rifiuto
               END-IF
               END-IF
           END-IF.

      *Paragrafo 2000-CALENDARIO: le verifiche annunciate della
      *classe, da oggi in avanti
       2000-CALENDARIO.
           DISPLAY "Classe (es. 3A): "
           ACCEPT Classe-Inserita
           MOVE 0 TO Voci-Elencate
           OPEN INPUT FileVerifiche
           IF FS-FileVerifiche NOT = "00"
               DISPLAY "Nessuna verifica annunciata"
           ELSE
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileVerifiche
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF VF-Classe = Classe-Inserita
                                   AND VF-Data >= Data-Oggi
                               ADD 1 TO Voci-Elencate
                               MOVE VF-Materia TO Materia-Codice
                               PERFORM 9720-CERCA-NOME-MATERIA
                               DISPLAY VF-Data " ora " VF-Ora " "
                                   Materia-Nome-Esteso(1:30) " "
                                   VF-Docente
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileVerifiche
               DISPLAY "Verifiche: " Voci-Elencate
           END-IF.

      *Paragrafo 3000-ANNULLA: via la verifica della classe nel
      *giorno e nell'ora indicati, riscrivendo via VERIFICHE.TMP
       3000-ANNULLA.
           DISPLAY "Classe (es. 3A): "
           ACCEPT Classe-Inserita
           DISPLAY "Data della verifica (AAAAMMGG): "
           ACCEPT Data-Inserita
           DISPLAY "Ora dell'orario (1-8): "
           ACCEPT Ora-Inserita
           MOVE 0 TO Righe-Tolte
           OPEN INPUT FileVerifiche
           IF FS-FileVerifiche NOT = "00"
               DISPLAY "Nessuna verifica annunciata"
           ELSE
               OPEN OUTPUT FileVerificheNew
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileVerifiche
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF VF-Classe = Classe-Inserita
                                   AND VF-Data = Data-Inserita
                                   AND VF-Ora = Ora-Inserita
                               ADD 1 TO Righe-Tolte
                           ELSE
                               MOVE FileVerifiche-Record
                                   TO FileVerificheNew-Record
                               WRITE FileVerificheNew-Record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileVerifiche
               CLOSE FileVerificheNew
               OPEN INPUT FileVerificheNew
               OPEN OUTPUT FileVerifiche
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileVerificheNew
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           MOVE FileVerificheNew-Record
                               TO FileVerifiche-Record
                           WRITE FileVerifiche-Record
                   END-READ
               END-PERFORM
               CLOSE FileVerificheNew
               CLOSE FileVerifiche
               IF Righe-Tolte > 0
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Verifica annullata cl. " DELIMITED BY SIZE
                       Classe-Inserita DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       Data-Inserita DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
               DISPLAY "Verifiche annullate: " Righe-Tolte
           END-IF.

      *Paragrafo 4000-VERIFICHE-SENZA-VOTI: le verifiche gia'
      *svolte (data prima di oggi) della classe, o di tutte le
      *classi, di cui VOTI.DAT non ha ancora un voto S della materia
      *con la data della verifica; su VERIFICHE-SENZA-VOTI-<classe>
      *.txt (TUTTE per l'intero istituto)
       4000-VERIFICHE-SENZA-VOTI.
           DISPLAY "Classe (vuoto = tutte): "
           ACCEPT Classe-Inserita
           PERFORM 4100-CARICA-PASSATE
           IF Passate-Cont > 0
               PERFORM 4200-CERCA-VOTI
           END-IF
           MOVE SPACES TO FileOut-Filename
           IF Classe-Inserita = SPACES
               MOVE "VERIFICHE-SENZA-VOTI-TUTTE.txt"
                   TO FileOut-Filename
           ELSE
               STRING "VERIFICHE-SENZA-VOTI-" DELIMITED BY SIZE
                   Classe-Inserita DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO FileOut-Filename
           END-IF
           OPEN OUTPUT FileOut
           MOVE SPACES TO riga
           STRING "Verifiche svolte senza voti scritti al "
                   DELIMITED BY SIZE
               Data-Oggi DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Senza-Voti
           MOVE 0 TO Passate-Idx
           PERFORM UNTIL Passate-Idx >= Passate-Cont
               ADD 1 TO Passate-Idx
               IF Vp-Trovata(Passate-Idx) NOT = "Y"
                   ADD 1 TO Senza-Voti
                   MOVE Vp-Data(Passate-Idx) TO Data-Da-Stampare
                   PERFORM 4500-FORMATTA-DATA
                   MOVE Vp-Materia(Passate-Idx) TO Materia-Codice
                   PERFORM 9720-CERCA-NOME-MATERIA
                   MOVE SPACES TO riga
                   STRING Vp-Classe(Passate-Idx) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       Data-Stampa DELIMITED BY SIZE
                       " ora " DELIMITED BY SIZE
                       Vp-Ora(Passate-Idx) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       Materia-Nome-Esteso(1:30) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Vp-Docente(Passate-Idx) DELIMITED BY SIZE
                       INTO riga
                   MOVE riga TO FileOut-Record
                   WRITE FileOut-Record
               END-IF
           END-PERFORM
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE Senza-Voti TO Senza-Voti-for
           MOVE SPACES TO riga
           STRING "Verifiche senza voti: " DELIMITED BY SIZE
               Senza-Voti-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           IF Passate-Trabocco = "Y"
               MOVE "ATTENZIONE: oltre 500 verifiche, elenco incompleto"
                   TO FileOut-Record
               WRITE FileOut-Record
           END-IF
           CLOSE FileOut
           DISPLAY "Verifiche senza voti: " Senza-Voti
           DISPLAY "Elenco scritto su " FileOut-Filename.

      *Paragrafo 4100-CARICA-PASSATE: le verifiche svolte della
      *classe scelta (o di tutte) in tabella
       4100-CARICA-PASSATE.
           MOVE 0 TO Passate-Cont
           MOVE "N" TO Passate-Trabocco
           OPEN INPUT FileVerifiche
           IF FS-FileVerifiche = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileVerifiche
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF VF-Data < Data-Oggi
                                   AND (Classe-Inserita = SPACES
                                   OR VF-Classe = Classe-Inserita)
                               IF Passate-Cont < 500
                                   ADD 1 TO Passate-Cont
                                   MOVE VF-Classe
                                       TO Vp-Classe(Passate-Cont)
                                   MOVE VF-Data
                                       TO Vp-Data(Passate-Cont)
                                   MOVE VF-Ora TO Vp-Ora(Passate-Cont)
                                   MOVE VF-Materia
                                       TO Vp-Materia(Passate-Cont)
                                   MOVE VF-Docente
                                       TO Vp-Docente(Passate-Cont)
                                   MOVE "N" TO Vp-Trovata(Passate-Cont)
                               ELSE
                                   MOVE "Y" TO Passate-Trabocco
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileVerifiche
           END-IF.

      *Paragrafo 4200-CERCA-VOTI: un solo giro sui voti (della sola
      *classe per chiave alternativa, o di tutto l'archivio); ogni
      *voto S segna le verifiche della sua classe e materia con la
      *stessa data
       4200-CERCA-VOTI.
           OPEN INPUT FileVoti
           IF FS-FileVoti = "00"
               MOVE "N" TO Fine-Scan
               IF Classe-Inserita = SPACES
                   MOVE LOW-VALUES TO VT-Chiave
                   START FileVoti KEY IS NOT LESS THAN VT-Chiave
                       INVALID KEY MOVE "S" TO Fine-Scan
                   END-START
               ELSE
                   MOVE Classe-Inserita TO VT-CC-Classe
                   MOVE 0 TO VT-CC-Periodo
                   MOVE LOW-VALUES TO VT-CC-Materia
                   START FileVoti KEY IS NOT LESS THAN VT-Chiave-Classe
                       INVALID KEY MOVE "S" TO Fine-Scan
                   END-START
               END-IF
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileVoti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF Classe-Inserita NOT = SPACES
                                   AND VT-CC-Classe
                                       NOT = Classe-Inserita
                               MOVE "S" TO Fine-Scan
                           ELSE IF VT-Tipo = "S"
                               PERFORM 4300-SEGNA-VERIFICA
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileVoti
           END-IF.

      *Paragrafo 4300-SEGNA-VERIFICA: il voto scritto corrente
      *copre le verifiche con la sua classe, materia e data
       4300-SEGNA-VERIFICA.
           MOVE 0 TO Passate-Idx
           PERFORM UNTIL Passate-Idx >= Passate-Cont
               ADD 1 TO Passate-Idx
               IF Vp-Classe(Passate-Idx) = VT-CC-Classe
                       AND Vp-Materia(Passate-Idx) = VT-Materia
                       AND Vp-Data(Passate-Idx) = VT-Data-Voto
                   MOVE "Y" TO Vp-Trovata(Passate-Idx)
               END-IF
           END-PERFORM.

      *Paragrafo 4500-FORMATTA-DATA: Data-Da-Stampare (AAAAMMGG) in
      *Data-Stampa come GG/MM/AAAA
       4500-FORMATTA-DATA.
           MOVE SPACES TO Data-Stampa
           STRING Data-Da-Stampare(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Da-Stampare(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Da-Stampare(1:4) DELIMITED BY SIZE
               INTO Data-Stampa.

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

      *Paragrafo 9400-GIORNO-PRECEDENTE: arretra Giorno-Dopo di un
      *giorno di calendario civile
       9400-GIORNO-PRECEDENTE.
           MOVE Giorno-Dopo(1:4) TO GD-Anno
           MOVE Giorno-Dopo(5:2) TO GD-Mese
           MOVE Giorno-Dopo(7:2) TO GD-Giorno
           IF GD-Giorno > 1
               SUBTRACT 1 FROM GD-Giorno
           ELSE
               SUBTRACT 1 FROM GD-Mese
               IF GD-Mese = 0
                   MOVE 12 TO GD-Mese
                   SUBTRACT 1 FROM GD-Anno
               END-IF
               PERFORM 9420-ULTIMO-GIORNO
               MOVE GD-Ultimo-Giorno TO GD-Giorno
           END-IF
           COMPUTE Giorno-Dopo = GD-Anno * 10000
               + GD-Mese * 100 + GD-Giorno.

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

      *Paragrafo 9430-GIORNO-SETTIMANA: il giorno della settimana di
      *Giorno-Dopo con la congruenza di Zeller (gennaio e febbraio
      *contano come mesi 13 e 14 dell'anno prima); il resto 0 e'
      *il sabato, 1 la domenica, 2 il lunedi'
       9430-GIORNO-SETTIMANA.
           MOVE Giorno-Dopo(1:4) TO ZL-Anno
           MOVE Giorno-Dopo(5:2) TO ZL-Mese
           MOVE Giorno-Dopo(7:2) TO GD-Giorno
           IF ZL-Mese < 3
               ADD 12 TO ZL-Mese
               SUBTRACT 1 FROM ZL-Anno
           END-IF
           DIVIDE ZL-Anno BY 100
               GIVING ZL-Secolo
               REMAINDER ZL-Anno-Secolo
           COMPUTE ZL-Somma = 13 * (ZL-Mese + 1)
           DIVIDE ZL-Somma BY 5 GIVING ZL-Termine-Mese
           DIVIDE ZL-Anno-Secolo BY 4 GIVING ZL-Quarto-Anno
           DIVIDE ZL-Secolo BY 4 GIVING ZL-Quarto-Secolo
           COMPUTE ZL-Somma = GD-Giorno + ZL-Termine-Mese
               + ZL-Anno-Secolo + ZL-Quarto-Anno
               + ZL-Quarto-Secolo + 5 * ZL-Secolo
           DIVIDE ZL-Somma BY 7
               GIVING ZL-Quoziente
               REMAINDER ZL-Resto
           COMPUTE ZL-Somma = ZL-Resto + 5
           DIVIDE ZL-Somma BY 7
               GIVING ZL-Quoziente
               REMAINDER ZL-Resto
           COMPUTE Giorno-Settimana = ZL-Resto + 1.

      *Paragrafo 9600-CONTROLLA-GIORNO: Giorno-Da-Controllare e' un
      *giorno di lezione? Giorno-Ore-Lezione riporta le ore del
      *giorno registrato (0 se non registrato), Giorno-Motivo il
      *perche' di un rifiuto
       9600-CONTROLLA-GIORNO.
           MOVE "Y" TO Giorno-Di-Lezione
           MOVE 0 TO Giorno-Ore-Lezione
           MOVE SPACES TO Giorno-Motivo
           OPEN INPUT FileGiorni
           IF FS-FileGiorni = "00"
               MOVE Giorno-Da-Controllare TO GG-Data
               READ FileGiorni
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GG-Ore TO Giorno-Ore-Lezione
                       IF NOT GG-Lezione
                           MOVE "N" TO Giorno-Di-Lezione
                           MOVE GG-Descrizione TO Giorno-Motivo
                       END-IF
               END-READ
               CLOSE FileGiorni
           END-IF
           IF Giorno-Di-Lezione = "N" AND Giorno-Motivo = SPACES
               EVALUATE GG-Tipo
                   WHEN "F" MOVE "festivita'" TO Giorno-Motivo
                   WHEN "C" MOVE "chiusura straordinaria"
                       TO Giorno-Motivo
                   WHEN "S" MOVE "sciopero" TO Giorno-Motivo
                   WHEN "A" MOVE "assemblea studentesca"
                       TO Giorno-Motivo
                   WHEN OTHER MOVE "giorno senza lezione"
                       TO Giorno-Motivo
               END-EVALUATE
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

       END PROGRAM VerificheScritte.
