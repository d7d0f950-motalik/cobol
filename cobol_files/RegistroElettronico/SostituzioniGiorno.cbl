       IDENTIFICATION DIVISION.
       PROGRAM-ID. SostituzioniGiorno.

      *Sostituzioni interne del giorno: SUPPLENZE.DAT registra i
      *supplenti di lunga durata, ma la mattina con due docenti a
      *casa malati il vicepreside ricostruisce le coperture a mano
      *sull'orario di carta. Qui si digitano i docenti assenti del
      *giorno; per ogni loro ora di ORARIO.DAT non coperta da una
      *supplenza si propongono i docenti liberi in quell'ora,
      *prima quelli con l'ora a disposizione (DISPOSIZIONI.DAT,
      *tenuto da questo stesso programma), poi quelli che insegnano
      *gia' nella classe, a parita' chi ha fatto meno sostituzioni
      *nell'anno scolastico. Il piano confermato si registra in
      *SOSTITUZIONI.DAT (tipo D su ora a disposizione, E ora
      *eccedente da retribuire, S ora rimasta scoperta) e si stampa
      *il foglio delle sostituzioni per la sala docenti su
      *SOSTITUZIONI-<data>.txt. Il report delle ore di sostituzione
      *per docente, del mese o dell'anno, e' quello che serve per le
      *ore eccedenti da pagare.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Orario ASSIGN TO 'ORARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OR-Chiave
               FILE STATUS IS FS-Orario.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
      *Ore a disposizione dei docenti: sigla, giorno della
      *settimana (1=lunedi'..6=sabato) e ora
           SELECT FileDisposizioni ASSIGN TO 'DISPOSIZIONI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileDisposizioni.
           SELECT FileDisposizioniNew ASSIGN TO 'DISPOSIZIONI.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileDisposizioniNew.
      *Sostituzioni interne confermate, una riga per ora coperta o
      *rimasta scoperta
           SELECT FileSostituzioni ASSIGN TO 'SOSTITUZIONI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSostituzioni.
           SELECT FileSostituzioniNew ASSIGN TO 'SOSTITUZIONI.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSostituzioniNew.
           SELECT FileSupplenze ASSIGN TO 'SUPPLENZE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSupplenze.
      *Calendario giornaliero (GiorniManut): tipo del giorno e ore
      *di lezione
           SELECT FileGiorni ASSIGN TO 'GIORNI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GG-Data
               FILE STATUS IS FS-FileGiorni.
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
           SELECT FileAudit ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAudit.

       DATA DIVISION.
       FILE SECTION.
       FD  Orario.
       01  Orario-Record.
           05  OR-Chiave.
               10  OR-Classe PIC X(4).
               10  OR-Giorno PIC 9(1).
               10  OR-Ora PIC 9(1).
           05  OR-Materia PIC X(20).
           05  OR-Docente PIC X(10).
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
       FD  FileDisposizioni.
       01  FileDisposizioni-Record.
           05  DP-Docente PIC X(10).
           05  DP-Giorno PIC 9(1).
           05  DP-Ora PIC 9(1).
       FD  FileDisposizioniNew.
       01  FileDisposizioniNew-Record PIC X(12).
       FD  FileSostituzioni.
       01  FileSostituzioni-Record.
           05  SO-Data PIC 9(8).
           05  SO-Ora PIC 9(1).
           05  SO-Classe PIC X(4).
           05  SO-Materia PIC X(20).
           05  SO-Assente PIC X(10).
           05  SO-Sostituto PIC X(10).
           05  SO-Tipo PIC X(1).
               88  SO-Disposizione VALUE "D".
               88  SO-Eccedente VALUE "E".
               88  SO-Scoperta VALUE "S".
       FD  FileSostituzioniNew.
       01  FileSostituzioniNew-Record PIC X(54).
       FD  FileSupplenze.
       01  FileSupplenze-Record.
           05  SU-Assente PIC X(10).
           05  SU-Supplente PIC X(10).
           05  SU-Materia PIC X(20).
           05  SU-Classe PIC X(4).
           05  SU-Inizio PIC 9(8).
           05  SU-Fine PIC 9(8).
       FD  FileGiorni.
       01  FileGiorni-Record.
           05  GG-Data PIC 9(8).
           05  GG-Anno PIC X(9).
           05  GG-Tipo PIC X(1).
               88  GG-Lezione VALUE "L".
           05  GG-Ore PIC 9(1).
           05  GG-Descrizione PIC X(30).
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
       FD  FileAudit.
       01  FileAudit-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-Orario PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-FileDisposizioni PIC XX VALUE SPACES.
       01  FS-FileDisposizioniNew PIC XX VALUE SPACES.
       01  FS-FileSostituzioni PIC XX VALUE SPACES.
       01  FS-FileSostituzioniNew PIC XX VALUE SPACES.
       01  FS-FileSupplenze PIC XX VALUE SPACES.
       01  FS-FileGiorni PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
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
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-File PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Anno-Oggi PIC 9(4) VALUE 0.
      *Docenti in anagrafica, con le ore di sostituzione gia' fatte
      *nell'anno scolastico
       01  Docenti-Tab.
           05  DO-Voce OCCURS 300 TIMES.
               10  DO-Sigla PIC X(10).
               10  DO-Cognome PIC X(30).
               10  DO-Ore-Anno PIC 9(3).
       01  Docenti-Cont PIC 999 VALUE 0.
       01  Docenti-Idx PIC 999 VALUE 0.
      *Orario di tutte le classi
       01  Orario-Tab.
           05  OT-Voce OCCURS 3000 TIMES.
               10  OT-Classe PIC X(4).
               10  OT-Giorno PIC 9(1).
               10  OT-Ora PIC 9(1).
               10  OT-Materia PIC X(20).
               10  OT-Docente PIC X(10).
       01  Orario-Cont PIC 9(4) VALUE 0.
       01  Orario-Idx PIC 9(4) VALUE 0.
      *Ore a disposizione
       01  Disposizioni-Tab.
           05  DT-Voce OCCURS 1000 TIMES.
               10  DT-Docente PIC X(10).
               10  DT-Giorno PIC 9(1).
               10  DT-Ora PIC 9(1).
       01  Disposizioni-Cont PIC 9(4) VALUE 0.
       01  Disposizioni-Idx PIC 9(4) VALUE 0.
      *Supplenze attive nel giorno del piano
       01  Supplenze-Tab.
           05  SP-Voce OCCURS 200 TIMES.
               10  SP-Assente PIC X(10).
               10  SP-Supplente PIC X(10).
               10  SP-Materia PIC X(20).
               10  SP-Classe PIC X(4).
       01  Supplenze-Cont PIC 999 VALUE 0.
       01  Supplenze-Idx PIC 999 VALUE 0.
      *Docenti assenti del giorno
       01  Assenti-Tab.
           05  AA-Sigla OCCURS 20 TIMES PIC X(10).
       01  Assenti-Cont PIC 99 VALUE 0.
       01  Assenti-Idx PIC 99 VALUE 0.
      *Piano del giorno: un'ora per riga, con il sostituto scelto;
      *tipo L = ora gia' coperta da una supplenza di SUPPLENZE.DAT
       01  Piano-Tab.
           05  PT-Voce OCCURS 150 TIMES.
               10  PT-Ora PIC 9(1).
               10  PT-Classe PIC X(4).
               10  PT-Materia PIC X(20).
               10  PT-Assente PIC X(10).
               10  PT-Sostituto PIC X(10).
               10  PT-Tipo PIC X(1).
       01  Piano-Cont PIC 999 VALUE 0.
       01  Piano-Idx PIC 999 VALUE 0.
       01  Piano-Trabocco PIC X VALUE "N".
      *Proposte per l'ora in esame: le tre migliori per punteggio
      *(0 a disposizione e gia' nella classe ... 3 nessuno dei due)
      *e, a parita', per ore di sostituzione nell'anno
       01  Proposte-Tab.
           05  PR-Voce OCCURS 3 TIMES.
               10  PR-Docente-Idx PIC 999.
               10  PR-Chiave PIC 9(4).
               10  PR-Disposizione PIC X(1).
               10  PR-Nella-Classe PIC X(1).
       01  Proposta-Appoggio PIC X(9) VALUE SPACES.
       01  Note-Proposta PIC X(40) VALUE SPACES.
       01  Proposte-Cont PIC 9 VALUE 0.
       01  Proposte-Idx PIC 9 VALUE 0.
       01  Chiave-Candidato PIC 9(4) VALUE 0.
       01  Chiave-Peggiore PIC 9(4) VALUE 0.
       01  Posto-Peggiore PIC 9 VALUE 0.
       01  Candidato-Sigla PIC X(10) VALUE SPACES.
       01  Candidato-Libero PIC X VALUE "N".
       01  Candidato-Disposizione PIC X VALUE "N".
       01  Candidato-Nella-Classe PIC X VALUE "N".
       01  Candidato-Assente PIC X VALUE "N".
       01  Risposta PIC X(10) VALUE SPACES.
       01  Scelta-Fatta PIC X VALUE "N".
       01  Conferma PIC X VALUE "N".
      *Giorno del piano
       01  Data-Piano PIC 9(8) VALUE 0.
       01  Giorno-Piano PIC 9 VALUE 0.
       01  Ora-Piano PIC 9 VALUE 0.
       01  Ore-Giorno PIC 9 VALUE 8.
       01  Inizio-Anno PIC 9(8) VALUE 0.
       01  Sigla-Inserita PIC X(10) VALUE SPACES.
       01  Sigla-Valida PIC X VALUE "N".
       01  Giorno-Inserito PIC 9 VALUE 0.
       01  Ora-Inserita PIC 9 VALUE 0.
       01  Voce-Trovata PIC X VALUE "N".
       01  Righe-Tolte PIC 999 VALUE 0.
       01  Ore-Coperte PIC 999 VALUE 0.
       01  Ore-Scoperte PIC 999 VALUE 0.
      *Report ore di sostituzione
       01  Mese-Scelto PIC 9(6) VALUE 0.
       01  Periodo-Inizio PIC 9(8) VALUE 0.
       01  Periodo-Fine PIC 9(8) VALUE 0.
       01  Ore-Tab.
           05  OH-Voce OCCURS 300 TIMES.
               10  OH-Sigla PIC X(10).
               10  OH-Disposizione PIC 9(4).
               10  OH-Eccedenti PIC 9(4).
       01  Ore-Cont PIC 999 VALUE 0.
       01  Ore-Idx PIC 999 VALUE 0.
       01  Tot-Disposizione PIC 9(5) VALUE 0.
       01  Tot-Eccedenti PIC 9(5) VALUE 0.
       01  Ore-for PIC ZZZ9.
       01  Ore-for-2 PIC ZZZ9.
       01  Ore-for-3 PIC ZZZ9.
       01  Data-Ed PIC X(10) VALUE SPACES.
       01  Nome-Sostituto PIC X(30) VALUE SPACES.
       01  Nome-Assente PIC X(30) VALUE SPACES.
       01  Nome-Appoggio PIC X(30) VALUE SPACES.
       01  riga PIC X(100).
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).
      *Giorno della settimana (1 lunedi' ... 7 domenica)
       01  Giorno-Dopo PIC 9(8) VALUE 0.
       01  GD-Giorno PIC 99 VALUE 0.
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

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 9700-CARICA-CATALOGO
           PERFORM 0500-CARICA-ORARIO
           PERFORM 0600-CARICA-DOCENTI
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "SOSTITUZIONI INTERNE"
               DISPLAY "1: Registra ora a disposizione"
               DISPLAY "2: Togli ora a disposizione"
               DISPLAY "3: Piano sostituzioni del giorno"
               DISPLAY "4: Ore di sostituzione per docente"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-REGISTRA-DISPOSIZIONE
                   WHEN 2 PERFORM 2000-TOGLI-DISPOSIZIONE
                   WHEN 3 PERFORM 3000-PIANO-GIORNO
                   WHEN 4 PERFORM 4000-REPORT-ORE
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *Paragrafo 0500-CARICA-ORARIO: l'orario settimanale di tutte
      *le classi
       0500-CARICA-ORARIO.
           MOVE 0 TO Orario-Cont
           OPEN INPUT Orario
           IF FS-Orario = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ Orario NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF Orario-Cont < 3000
                               ADD 1 TO Orario-Cont
                               MOVE OR-Classe TO OT-Classe(Orario-Cont)
                               MOVE OR-Giorno TO OT-Giorno(Orario-Cont)
                               MOVE OR-Ora TO OT-Ora(Orario-Cont)
                               MOVE OR-Materia
                                   TO OT-Materia(Orario-Cont)
                               MOVE OR-Docente
                                   TO OT-Docente(Orario-Cont)
                           ELSE
                               MOVE "S" TO Fine-File
                               DISPLAY "ATTENZIONE: orario oltre le "
                                   "3000 ore, caricato in parte"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Orario
           ELSE
               DISPLAY "ORARIO.DAT non presente: nessuna ora da "
                   "coprire"
           END-IF.

      *Paragrafo 0600-CARICA-DOCENTI: sigle e cognomi di
      *DOCENTI.DAT, i candidati alle sostituzioni
       0600-CARICA-DOCENTI.
           MOVE 0 TO Docenti-Cont
           OPEN INPUT Docenti
           IF FS-Docenti = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ Docenti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF Docenti-Cont < 300
                               ADD 1 TO Docenti-Cont
                               MOVE DC-Sigla TO DO-Sigla(Docenti-Cont)
                               MOVE DC-Cognome
                                   TO DO-Cognome(Docenti-Cont)
                               MOVE 0 TO DO-Ore-Anno(Docenti-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Docenti
           ELSE
               DISPLAY "DOCENTI.DAT non presente: nessun docente da "
                   "proporre"
           END-IF.

      *Paragrafo 0700-CARICA-DISPOSIZIONI: le ore a disposizione
      *registrate
       0700-CARICA-DISPOSIZIONI.
           MOVE 0 TO Disposizioni-Cont
           OPEN INPUT FileDisposizioni
           IF FS-FileDisposizioni = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileDisposizioni
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF Disposizioni-Cont < 1000
                               ADD 1 TO Disposizioni-Cont
                               MOVE DP-Docente
                                   TO DT-Docente(Disposizioni-Cont)
                               MOVE DP-Giorno
                                   TO DT-Giorno(Disposizioni-Cont)
                               MOVE DP-Ora TO DT-Ora(Disposizioni-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileDisposizioni
           END-IF.

      *Paragrafo 1000-REGISTRA-DISPOSIZIONE: un'ora a disposizione
      *di un docente; l'ora non puo' essere una sua ora di lezione
      *ne' gia' registrata
       1000-REGISTRA-DISPOSIZIONE.
           DISPLAY "Sigla del docente: "
           ACCEPT Sigla-Inserita
           PERFORM 1100-VALIDA-SIGLA
           IF Sigla-Valida NOT = "Y"
               DISPLAY "Sigla non censita in DOCENTI.DAT"
           ELSE
               DISPLAY "Giorno (1=lunedi' .. 6=sabato): "
               ACCEPT Giorno-Inserito
               DISPLAY "Ora (1-8): "
               ACCEPT Ora-Inserita
               IF Giorno-Inserito < 1 OR Giorno-Inserito > 6
                       OR Ora-Inserita < 1 OR Ora-Inserita > 8
                   DISPLAY "Giorno o ora non validi"
               ELSE
                   PERFORM 0700-CARICA-DISPOSIZIONI
                   MOVE 0 TO Supplenze-Cont
                   MOVE 0 TO Piano-Cont
                   MOVE Sigla-Inserita TO Candidato-Sigla
                   MOVE Giorno-Inserito TO Giorno-Piano
                   MOVE Ora-Inserita TO Ora-Piano
                   PERFORM 1200-IN-LEZIONE
                   PERFORM 1300-CERCA-DISPOSIZIONE
                   IF Candidato-Libero NOT = "Y"
                       DISPLAY "Il docente ha lezione in quell'ora"
                   ELSE IF Candidato-Disposizione = "Y"
                       DISPLAY "Ora a disposizione gia' registrata"
                   ELSE
                       OPEN EXTEND FileDisposizioni
                       IF FS-FileDisposizioni NOT = "00"
                           OPEN OUTPUT FileDisposizioni
                       END-IF
                       MOVE Sigla-Inserita TO DP-Docente
                       MOVE Giorno-Inserito TO DP-Giorno
                       MOVE Ora-Inserita TO DP-Ora
                       WRITE FileDisposizioni-Record
                       CLOSE FileDisposizioni
                       MOVE SPACES TO Audit-Descrizione
                       STRING "Disposizione " DELIMITED BY SIZE
                           Sigla-Inserita DELIMITED BY SPACE
                           " g. " DELIMITED BY SIZE
                           Giorno-Inserito DELIMITED BY SIZE
                           " ora " DELIMITED BY SIZE
                           Ora-Inserita DELIMITED BY SIZE
                           INTO Audit-Descrizione
                       PERFORM 9000-SCRIVI-AUDIT
                       DISPLAY "Ora a disposizione registrata"
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 1100-VALIDA-SIGLA: la sigla deve essere tra i
      *docenti caricati; senza anagrafica si accetta (come altrove)
       1100-VALIDA-SIGLA.
           MOVE "Y" TO Sigla-Valida
           IF Docenti-Cont > 0
               MOVE "N" TO Sigla-Valida
               MOVE 0 TO Docenti-Idx
               PERFORM UNTIL Docenti-Idx >= Docenti-Cont
                   ADD 1 TO Docenti-Idx
                   IF DO-Sigla(Docenti-Idx) = Sigla-Inserita
                       MOVE "Y" TO Sigla-Valida
                       MOVE Docenti-Cont TO Docenti-Idx
                   END-IF
               END-PERFORM
           END-IF.

      *Paragrafo 1200-IN-LEZIONE: Candidato-Sigla e' libero in
      *Giorno-Piano/Ora-Piano? Occupato se ha lezione a orario in
      *quell'ora, se vi supplisce un titolare (SUPPLENZE.DAT) o se
      *e' gia' stato scelto come sostituto in quell'ora del piano
       1200-IN-LEZIONE.
           MOVE "Y" TO Candidato-Libero
           MOVE 0 TO Orario-Idx
           PERFORM UNTIL Orario-Idx >= Orario-Cont
               ADD 1 TO Orario-Idx
               IF OT-Giorno(Orario-Idx) = Giorno-Piano
                       AND OT-Ora(Orario-Idx) = Ora-Piano
                   IF OT-Docente(Orario-Idx) = Candidato-Sigla
                       MOVE "N" TO Candidato-Libero
                       MOVE Orario-Cont TO Orario-Idx
                   ELSE
                       MOVE 0 TO Supplenze-Idx
                       PERFORM UNTIL Supplenze-Idx >= Supplenze-Cont
                           ADD 1 TO Supplenze-Idx
                           IF SP-Supplente(Supplenze-Idx)
                                   = Candidato-Sigla
                                   AND SP-Assente(Supplenze-Idx)
                                       = OT-Docente(Orario-Idx)
                                   AND SP-Classe(Supplenze-Idx)
                                       = OT-Classe(Orario-Idx)
                                   AND SP-Materia(Supplenze-Idx)
                                       = OT-Materia(Orario-Idx)
                               MOVE "N" TO Candidato-Libero
                               MOVE Supplenze-Cont TO Supplenze-Idx
                               MOVE Orario-Cont TO Orario-Idx
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO Piano-Idx
           PERFORM UNTIL Piano-Idx >= Piano-Cont
               ADD 1 TO Piano-Idx
               IF PT-Ora(Piano-Idx) = Ora-Piano
                       AND PT-Sostituto(Piano-Idx) = Candidato-Sigla
                   MOVE "N" TO Candidato-Libero
                   MOVE Piano-Cont TO Piano-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 1300-CERCA-DISPOSIZIONE: Candidato-Sigla ha l'ora
      *a disposizione in Giorno-Piano/Ora-Piano?
       1300-CERCA-DISPOSIZIONE.
           MOVE "N" TO Candidato-Disposizione
           MOVE 0 TO Disposizioni-Idx
           PERFORM UNTIL Disposizioni-Idx >= Disposizioni-Cont
               ADD 1 TO Disposizioni-Idx
               IF DT-Docente(Disposizioni-Idx) = Candidato-Sigla
                       AND DT-Giorno(Disposizioni-Idx) = Giorno-Piano
                       AND DT-Ora(Disposizioni-Idx) = Ora-Piano
                   MOVE "Y" TO Candidato-Disposizione
                   MOVE Disposizioni-Cont TO Disposizioni-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 2000-TOGLI-DISPOSIZIONE: riscrive DISPOSIZIONI.DAT
      *senza l'ora indicata, attraverso DISPOSIZIONI.TMP
       2000-TOGLI-DISPOSIZIONE.
           DISPLAY "Sigla del docente: "
           ACCEPT Sigla-Inserita
           DISPLAY "Giorno (1=lunedi' .. 6=sabato): "
           ACCEPT Giorno-Inserito
           DISPLAY "Ora (1-8): "
           ACCEPT Ora-Inserita
           MOVE 0 TO Righe-Tolte
           OPEN INPUT FileDisposizioni
           IF FS-FileDisposizioni NOT = "00"
               DISPLAY "Nessuna ora a disposizione registrata"
           ELSE
               OPEN OUTPUT FileDisposizioniNew
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileDisposizioni
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF DP-Docente = Sigla-Inserita
                                   AND DP-Giorno = Giorno-Inserito
                                   AND DP-Ora = Ora-Inserita
                               ADD 1 TO Righe-Tolte
                           ELSE
                               MOVE FileDisposizioni-Record
                                   TO FileDisposizioniNew-Record
                               WRITE FileDisposizioniNew-Record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileDisposizioni
               CLOSE FileDisposizioniNew
               IF Righe-Tolte = 0
                   DISPLAY "Ora a disposizione non trovata"
               ELSE
                   OPEN INPUT FileDisposizioniNew
                   OPEN OUTPUT FileDisposizioni
                   MOVE "N" TO Fine-File
                   PERFORM UNTIL Fine-File = "S"
                       READ FileDisposizioniNew
                           AT END
                               MOVE "S" TO Fine-File
                           NOT AT END
                               MOVE FileDisposizioniNew-Record
                                   TO FileDisposizioni-Record
                               WRITE FileDisposizioni-Record
                       END-READ
                   END-PERFORM
                   CLOSE FileDisposizioniNew
                   CLOSE FileDisposizioni
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Tolta disposizione " DELIMITED BY SIZE
                       Sigla-Inserita DELIMITED BY SPACE
                       " g. " DELIMITED BY SIZE
                       Giorno-Inserito DELIMITED BY SIZE
                       " ora " DELIMITED BY SIZE
                       Ora-Inserita DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
                   DISPLAY "Ora a disposizione tolta"
               END-IF
           END-IF.

      *Paragrafo 3000-PIANO-GIORNO: docenti assenti, ore da coprire,
      *proposte e scelta ora per ora; il piano confermato si
      *registra e si stampa
       3000-PIANO-GIORNO.
           DISPLAY "Data (AAAAMMGG, 0 = oggi): "
           ACCEPT Data-Piano
           IF Data-Piano = 0
               MOVE Data-Oggi TO Data-Piano
           END-IF
           MOVE Data-Piano TO Giorno-Dopo
           PERFORM 9430-GIORNO-SETTIMANA
           MOVE Giorno-Settimana TO Giorno-Piano
           MOVE Data-Piano TO Giorno-Da-Controllare
           PERFORM 9600-CONTROLLA-GIORNO
           IF Giorno-Piano > 6
               DISPLAY "La data e' una domenica"
           ELSE IF Giorno-Di-Lezione NOT = "Y"
               DISPLAY "Giorno senza lezione: " Giorno-Motivo
           ELSE
               MOVE 8 TO Ore-Giorno
               IF Giorno-Ore-Lezione > 0
                   MOVE Giorno-Ore-Lezione TO Ore-Giorno
               END-IF
               PERFORM 3100-CHIEDI-ASSENTI
               IF Assenti-Cont = 0
                   DISPLAY "Nessun docente assente indicato"
               ELSE
                   PERFORM 0700-CARICA-DISPOSIZIONI
                   PERFORM 3200-CARICA-SUPPLENZE
                   PERFORM 3300-CARICA-ORE-ANNO
                   PERFORM 3400-ORE-DA-COPRIRE
                   IF Piano-Cont = 0
                       DISPLAY "I docenti assenti non hanno lezione "
                           "in questo giorno"
                   ELSE
                       MOVE 0 TO Piano-Idx
                       PERFORM UNTIL Piano-Idx >= Piano-Cont
                           ADD 1 TO Piano-Idx
                           IF PT-Tipo(Piano-Idx) NOT = "L"
                               PERFORM 3500-SCEGLI-SOSTITUTO
                           END-IF
                       END-PERFORM
                       PERFORM 3800-RIEPILOGO
                       DISPLAY "Confermi il piano? (S/N): "
                       ACCEPT Conferma
                       IF Conferma = "S" OR Conferma = "s"
                           PERFORM 3900-REGISTRA-PIANO
                           PERFORM 3950-STAMPA-FOGLIO
                       ELSE
                           DISPLAY "Piano non registrato"
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      *Paragrafo 3100-CHIEDI-ASSENTI: le sigle dei docenti assenti
      *del giorno, fino a una sigla in bianco
       3100-CHIEDI-ASSENTI.
           MOVE 0 TO Assenti-Cont
           MOVE "X" TO Sigla-Inserita
           PERFORM UNTIL Sigla-Inserita = SPACES OR Assenti-Cont >= 20
               DISPLAY "Sigla docente assente (invio per finire): "
               MOVE SPACES TO Sigla-Inserita
               ACCEPT Sigla-Inserita
               IF Sigla-Inserita NOT = SPACES
                   PERFORM 1100-VALIDA-SIGLA
                   IF Sigla-Valida NOT = "Y"
                       DISPLAY "Sigla non censita in DOCENTI.DAT"
                   ELSE
                       ADD 1 TO Assenti-Cont
                       MOVE Sigla-Inserita TO AA-Sigla(Assenti-Cont)
                   END-IF
               END-IF
           END-PERFORM.

      *Paragrafo 3200-CARICA-SUPPLENZE: le supplenze attive nel
      *giorno del piano
       3200-CARICA-SUPPLENZE.
           MOVE 0 TO Supplenze-Cont
           OPEN INPUT FileSupplenze
           IF FS-FileSupplenze = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileSupplenze
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF SU-Inizio <= Data-Piano
                                   AND SU-Fine >= Data-Piano
                                   AND Supplenze-Cont < 200
                               ADD 1 TO Supplenze-Cont
                               MOVE SU-Assente
                                   TO SP-Assente(Supplenze-Cont)
                               MOVE SU-Supplente
                                   TO SP-Supplente(Supplenze-Cont)
                               MOVE SU-Materia
                                   TO SP-Materia(Supplenze-Cont)
                               MOVE SU-Classe
                                   TO SP-Classe(Supplenze-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileSupplenze
           END-IF.

      *Paragrafo 3300-CARICA-ORE-ANNO: ore di sostituzione fatte
      *da ogni docente dal 1 settembre dell'anno scolastico del
      *piano, escluso il giorno del piano che si sta rifacendo
       3300-CARICA-ORE-ANNO.
           MOVE Data-Piano(1:4) TO Anno-Oggi
           IF Data-Piano(5:2) >= "09"
               COMPUTE Inizio-Anno = Anno-Oggi * 10000 + 901
           ELSE
               COMPUTE Inizio-Anno = (Anno-Oggi - 1) * 10000 + 901
           END-IF
           MOVE 0 TO Docenti-Idx
           PERFORM UNTIL Docenti-Idx >= Docenti-Cont
               ADD 1 TO Docenti-Idx
               MOVE 0 TO DO-Ore-Anno(Docenti-Idx)
           END-PERFORM
           OPEN INPUT FileSostituzioni
           IF FS-FileSostituzioni = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileSostituzioni
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF SO-Data >= Inizio-Anno
                                   AND SO-Data NOT = Data-Piano
                                   AND (SO-Disposizione
                                       OR SO-Eccedente)
                               MOVE 0 TO Docenti-Idx
                               PERFORM UNTIL
                                       Docenti-Idx >= Docenti-Cont
                                   ADD 1 TO Docenti-Idx
                                   IF DO-Sigla(Docenti-Idx)
                                           = SO-Sostituto
                                       IF DO-Ore-Anno(Docenti-Idx)
                                               < 999
                                           ADD 1 TO DO-Ore-Anno
                                               (Docenti-Idx)
                                       END-IF
                                       MOVE Docenti-Cont TO Docenti-Idx
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileSostituzioni
           END-IF.

      *Paragrafo 3400-ORE-DA-COPRIRE: le ore a orario dei docenti
      *assenti nel giorno, per ora e per classe; quelle con una
      *supplenza attiva sono gia' coperte dal supplente
       3400-ORE-DA-COPRIRE.
           MOVE 0 TO Piano-Cont
           MOVE "N" TO Piano-Trabocco
           MOVE 0 TO Ora-Piano
           PERFORM UNTIL Ora-Piano >= Ore-Giorno
               ADD 1 TO Ora-Piano
               MOVE 0 TO Orario-Idx
               PERFORM UNTIL Orario-Idx >= Orario-Cont
                   ADD 1 TO Orario-Idx
                   IF OT-Giorno(Orario-Idx) = Giorno-Piano
                           AND OT-Ora(Orario-Idx) = Ora-Piano
                       MOVE OT-Docente(Orario-Idx) TO Candidato-Sigla
                       PERFORM 3450-E-ASSENTE
                       IF Candidato-Assente = "Y"
                           PERFORM 3460-AGGIUNGI-ORA
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF Piano-Trabocco = "Y"
               DISPLAY "ATTENZIONE: oltre 150 ore da coprire, il "
                   "piano le tratta solo in parte"
           END-IF.

      *Paragrafo 3450-E-ASSENTE: Candidato-Sigla e' tra gli assenti
      *del giorno?
       3450-E-ASSENTE.
           MOVE "N" TO Candidato-Assente
           MOVE 0 TO Assenti-Idx
           PERFORM UNTIL Assenti-Idx >= Assenti-Cont
               ADD 1 TO Assenti-Idx
               IF AA-Sigla(Assenti-Idx) = Candidato-Sigla
                   MOVE "Y" TO Candidato-Assente
                   MOVE Assenti-Cont TO Assenti-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 3460-AGGIUNGI-ORA: l'ora dell'assente nel piano,
      *gia' coperta (tipo L) se ha un supplente di lunga durata
       3460-AGGIUNGI-ORA.
           IF Piano-Cont >= 150
               MOVE "Y" TO Piano-Trabocco
           ELSE
               ADD 1 TO Piano-Cont
               MOVE Ora-Piano TO PT-Ora(Piano-Cont)
               MOVE OT-Classe(Orario-Idx) TO PT-Classe(Piano-Cont)
               MOVE OT-Materia(Orario-Idx) TO PT-Materia(Piano-Cont)
               MOVE OT-Docente(Orario-Idx) TO PT-Assente(Piano-Cont)
               MOVE SPACES TO PT-Sostituto(Piano-Cont)
               MOVE "S" TO PT-Tipo(Piano-Cont)
               MOVE 0 TO Supplenze-Idx
               PERFORM UNTIL Supplenze-Idx >= Supplenze-Cont
                   ADD 1 TO Supplenze-Idx
                   IF SP-Assente(Supplenze-Idx) = OT-Docente(Orario-Idx)
                           AND SP-Classe(Supplenze-Idx)
                               = OT-Classe(Orario-Idx)
                           AND SP-Materia(Supplenze-Idx)
                               = OT-Materia(Orario-Idx)
                       MOVE SP-Supplente(Supplenze-Idx)
                           TO PT-Sostituto(Piano-Cont)
                       MOVE "L" TO PT-Tipo(Piano-Cont)
                       MOVE Supplenze-Cont TO Supplenze-Idx
                   END-IF
               END-PERFORM
           END-IF.

      *Paragrafo 3500-SCEGLI-SOSTITUTO: le proposte per l'ora del
      *piano corrente e la scelta del vicepreside: il numero di una
      *proposta, un'altra sigla libera in quell'ora, o invio per
      *lasciare l'ora scoperta
       3500-SCEGLI-SOSTITUTO.
           MOVE PT-Ora(Piano-Idx) TO Ora-Piano
           PERFORM 3600-PROPOSTE
           MOVE PT-Materia(Piano-Idx) TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           DISPLAY " "
           DISPLAY "Ora " PT-Ora(Piano-Idx) "  classe "
               PT-Classe(Piano-Idx) "  " Materia-Nome-Esteso(1:30)
               "  assente " PT-Assente(Piano-Idx)
           IF Proposte-Cont = 0
               DISPLAY "  nessun docente libero in quest'ora"
           END-IF
           MOVE 0 TO Proposte-Idx
           PERFORM UNTIL Proposte-Idx >= Proposte-Cont
               ADD 1 TO Proposte-Idx
               MOVE PR-Docente-Idx(Proposte-Idx) TO Docenti-Idx
               MOVE DO-Ore-Anno(Docenti-Idx) TO Ore-for
               MOVE SPACES TO Note-Proposta
               IF PR-Disposizione(Proposte-Idx) = "Y"
                       AND PR-Nella-Classe(Proposte-Idx) = "Y"
                   MOVE "a disposizione, insegna nella classe"
                       TO Note-Proposta
               ELSE IF PR-Disposizione(Proposte-Idx) = "Y"
                   MOVE "a disposizione" TO Note-Proposta
               ELSE IF PR-Nella-Classe(Proposte-Idx) = "Y"
                   MOVE "insegna nella classe" TO Note-Proposta
               END-IF
               END-IF
               END-IF
               MOVE SPACES TO riga
               STRING "  " DELIMITED BY SIZE
                   Proposte-Idx DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   DO-Sigla(Docenti-Idx) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   DO-Cognome(Docenti-Idx) DELIMITED BY "  "
                   "  sostituzioni nell'anno " DELIMITED BY SIZE
                   Ore-for DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Note-Proposta DELIMITED BY SIZE
                   INTO riga
               DISPLAY riga
           END-PERFORM
           MOVE "N" TO Scelta-Fatta
           PERFORM UNTIL Scelta-Fatta = "Y"
               DISPLAY "Scelta (numero, altra sigla, invio = "
                   "scoperta): "
               MOVE SPACES TO Risposta
               ACCEPT Risposta
               MOVE "Y" TO Scelta-Fatta
               IF Risposta = SPACES OR Risposta = "0"
                   MOVE SPACES TO PT-Sostituto(Piano-Idx)
                   MOVE "S" TO PT-Tipo(Piano-Idx)
               ELSE IF Risposta(2:9) = SPACES
                       AND Risposta(1:1) >= "1"
                       AND Risposta(1:1) <= "3"
                   MOVE Risposta(1:1) TO Proposte-Idx
                   IF Proposte-Idx > Proposte-Cont
                       DISPLAY "Proposta inesistente"
                       MOVE "N" TO Scelta-Fatta
                   ELSE
                       MOVE PR-Docente-Idx(Proposte-Idx)
                           TO Docenti-Idx
                       MOVE DO-Sigla(Docenti-Idx) TO Candidato-Sigla
                       PERFORM 3700-ASSEGNA
                   END-IF
               ELSE
                   MOVE Risposta TO Sigla-Inserita
                   PERFORM 1100-VALIDA-SIGLA
                   MOVE Risposta TO Candidato-Sigla
                   PERFORM 3450-E-ASSENTE
                   PERFORM 1200-IN-LEZIONE
                   IF Sigla-Valida NOT = "Y"
                       DISPLAY "Sigla non censita in DOCENTI.DAT"
                       MOVE "N" TO Scelta-Fatta
                   ELSE IF Candidato-Assente = "Y"
                       DISPLAY "Il docente e' tra gli assenti"
                       MOVE "N" TO Scelta-Fatta
                   ELSE IF Candidato-Libero NOT = "Y"
                       DISPLAY "Il docente non e' libero in "
                           "quest'ora"
                       MOVE "N" TO Scelta-Fatta
                   ELSE
                       PERFORM 3700-ASSEGNA
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

      *Paragrafo 3600-PROPOSTE: i tre docenti liberi migliori per
      *l'ora: la chiave unisce il punteggio (a disposizione vale
      *piu' che insegnare nella classe) e le ore gia' fatte
       3600-PROPOSTE.
           MOVE 0 TO Proposte-Cont
           MOVE 0 TO Docenti-Idx
           PERFORM UNTIL Docenti-Idx >= Docenti-Cont
               ADD 1 TO Docenti-Idx
               MOVE DO-Sigla(Docenti-Idx) TO Candidato-Sigla
               PERFORM 3450-E-ASSENTE
               IF Candidato-Assente NOT = "Y"
                   PERFORM 1200-IN-LEZIONE
                   IF Candidato-Libero = "Y"
                       PERFORM 3650-VALUTA-CANDIDATO
                   END-IF
               END-IF
           END-PERFORM.

      *Paragrafo 3650-VALUTA-CANDIDATO: chiave del docente libero
      *e, se batte la peggiore delle tre proposte, il suo posto
       3650-VALUTA-CANDIDATO.
           PERFORM 1300-CERCA-DISPOSIZIONE
           MOVE "N" TO Candidato-Nella-Classe
           MOVE 0 TO Orario-Idx
           PERFORM UNTIL Orario-Idx >= Orario-Cont
               ADD 1 TO Orario-Idx
               IF OT-Classe(Orario-Idx) = PT-Classe(Piano-Idx)
                       AND OT-Docente(Orario-Idx) = Candidato-Sigla
                   MOVE "Y" TO Candidato-Nella-Classe
                   MOVE Orario-Cont TO Orario-Idx
               END-IF
           END-PERFORM
           COMPUTE Chiave-Candidato = DO-Ore-Anno(Docenti-Idx)
           IF Candidato-Disposizione NOT = "Y"
               ADD 2000 TO Chiave-Candidato
           END-IF
           IF Candidato-Nella-Classe NOT = "Y"
               ADD 1000 TO Chiave-Candidato
           END-IF
           IF Proposte-Cont < 3
               ADD 1 TO Proposte-Cont
               MOVE Proposte-Cont TO Posto-Peggiore
           ELSE
               MOVE 0 TO Chiave-Peggiore
               MOVE 0 TO Posto-Peggiore
               MOVE 0 TO Proposte-Idx
               PERFORM UNTIL Proposte-Idx >= Proposte-Cont
                   ADD 1 TO Proposte-Idx
                   IF PR-Chiave(Proposte-Idx) > Chiave-Peggiore
                       MOVE PR-Chiave(Proposte-Idx) TO Chiave-Peggiore
                       MOVE Proposte-Idx TO Posto-Peggiore
                   END-IF
               END-PERFORM
               IF Chiave-Candidato >= Chiave-Peggiore
                   MOVE 0 TO Posto-Peggiore
               END-IF
           END-IF
           IF Posto-Peggiore > 0
               MOVE Docenti-Idx TO PR-Docente-Idx(Posto-Peggiore)
               MOVE Chiave-Candidato TO PR-Chiave(Posto-Peggiore)
               MOVE Candidato-Disposizione
                   TO PR-Disposizione(Posto-Peggiore)
               MOVE Candidato-Nella-Classe
                   TO PR-Nella-Classe(Posto-Peggiore)
               PERFORM 3660-ORDINA-PROPOSTE
           END-IF.

      *Paragrafo 3660-ORDINA-PROPOSTE: riporta la proposta appena
      *inserita al suo posto, chiave crescente
       3660-ORDINA-PROPOSTE.
           MOVE Posto-Peggiore TO Proposte-Idx
           PERFORM UNTIL Proposte-Idx <= 1
               IF PR-Chiave(Proposte-Idx)
                       < PR-Chiave(Proposte-Idx - 1)
                   MOVE PR-Voce(Proposte-Idx) TO Proposta-Appoggio
                   MOVE PR-Voce(Proposte-Idx - 1)
                       TO PR-Voce(Proposte-Idx)
                   MOVE Proposta-Appoggio TO PR-Voce(Proposte-Idx - 1)
                   SUBTRACT 1 FROM Proposte-Idx
               ELSE
                   MOVE 1 TO Proposte-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 3700-ASSEGNA: Candidato-Sigla sostituisce nell'ora
      *del piano: tipo D su un'ora a disposizione, E eccedente
       3700-ASSEGNA.
           PERFORM 1300-CERCA-DISPOSIZIONE
           MOVE Candidato-Sigla TO PT-Sostituto(Piano-Idx)
           IF Candidato-Disposizione = "Y"
               MOVE "D" TO PT-Tipo(Piano-Idx)
           ELSE
               MOVE "E" TO PT-Tipo(Piano-Idx)
           END-IF
           MOVE 0 TO Docenti-Idx
           PERFORM UNTIL Docenti-Idx >= Docenti-Cont
               ADD 1 TO Docenti-Idx
               IF DO-Sigla(Docenti-Idx) = Candidato-Sigla
                   IF DO-Ore-Anno(Docenti-Idx) < 999
                       ADD 1 TO DO-Ore-Anno(Docenti-Idx)
                   END-IF
                   MOVE Docenti-Cont TO Docenti-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 3800-RIEPILOGO: il piano a video prima della
      *conferma
       3800-RIEPILOGO.
           MOVE 0 TO Ore-Coperte
           MOVE 0 TO Ore-Scoperte
           DISPLAY " "
           DISPLAY "PIANO DEL " Data-Piano
           MOVE 0 TO Piano-Idx
           PERFORM UNTIL Piano-Idx >= Piano-Cont
               ADD 1 TO Piano-Idx
               IF PT-Tipo(Piano-Idx) = "S"
                   ADD 1 TO Ore-Scoperte
                   DISPLAY "  ora " PT-Ora(Piano-Idx) " "
                       PT-Classe(Piano-Idx) " assente "
                       PT-Assente(Piano-Idx) " SCOPERTA"
               ELSE
                   IF PT-Tipo(Piano-Idx) NOT = "L"
                       ADD 1 TO Ore-Coperte
                   END-IF
                   DISPLAY "  ora " PT-Ora(Piano-Idx) " "
                       PT-Classe(Piano-Idx) " assente "
                       PT-Assente(Piano-Idx) " sostituto "
                       PT-Sostituto(Piano-Idx) " " PT-Tipo(Piano-Idx)
               END-IF
           END-PERFORM
           DISPLAY "Ore coperte: " Ore-Coperte
               "  scoperte: " Ore-Scoperte.

      *Paragrafo 3900-REGISTRA-PIANO: SOSTITUZIONI.DAT riscritto
      *attraverso SOSTITUZIONI.TMP senza le righe di un piano
      *precedente dello stesso giorno, piu' le ore del piano
      *(le ore dei supplenti di lunga durata non si registrano)
       3900-REGISTRA-PIANO.
           OPEN OUTPUT FileSostituzioniNew
           OPEN INPUT FileSostituzioni
           IF FS-FileSostituzioni = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileSostituzioni
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF SO-Data NOT = Data-Piano
                               MOVE FileSostituzioni-Record
                                   TO FileSostituzioniNew-Record
                               WRITE FileSostituzioniNew-Record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileSostituzioni
           END-IF
           CLOSE FileSostituzioniNew
           OPEN INPUT FileSostituzioniNew
           OPEN OUTPUT FileSostituzioni
           MOVE "N" TO Fine-File
           PERFORM UNTIL Fine-File = "S"
               READ FileSostituzioniNew
                   AT END
                       MOVE "S" TO Fine-File
                   NOT AT END
                       MOVE FileSostituzioniNew-Record
                           TO FileSostituzioni-Record
                       WRITE FileSostituzioni-Record
               END-READ
           END-PERFORM
           CLOSE FileSostituzioniNew
           MOVE 0 TO Piano-Idx
           PERFORM UNTIL Piano-Idx >= Piano-Cont
               ADD 1 TO Piano-Idx
               IF PT-Tipo(Piano-Idx) NOT = "L"
                   MOVE Data-Piano TO SO-Data
                   MOVE PT-Ora(Piano-Idx) TO SO-Ora
                   MOVE PT-Classe(Piano-Idx) TO SO-Classe
                   MOVE PT-Materia(Piano-Idx) TO SO-Materia
                   MOVE PT-Assente(Piano-Idx) TO SO-Assente
                   MOVE PT-Sostituto(Piano-Idx) TO SO-Sostituto
                   MOVE PT-Tipo(Piano-Idx) TO SO-Tipo
                   WRITE FileSostituzioni-Record
               END-IF
           END-PERFORM
           CLOSE FileSostituzioni
           MOVE SPACES TO Audit-Descrizione
           STRING "Sostituzioni " DELIMITED BY SIZE
               Data-Piano DELIMITED BY SIZE
               " coperte " DELIMITED BY SIZE
               Ore-Coperte DELIMITED BY SIZE
               " scop. " DELIMITED BY SIZE
               Ore-Scoperte DELIMITED BY SIZE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT
           DISPLAY "Piano registrato".

      *Paragrafo 3950-STAMPA-FOGLIO: il foglio delle sostituzioni
      *per la sala docenti su SOSTITUZIONI-<data>.txt, per ora e
      *classe
       3950-STAMPA-FOGLIO.
           MOVE SPACES TO FileOut-Filename
           STRING "SOSTITUZIONI-" DELIMITED BY SIZE
               Data-Piano DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE SPACES TO Data-Ed
           STRING Data-Piano(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Piano(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Piano(1:4) DELIMITED BY SIZE
               INTO Data-Ed
           MOVE SPACES TO riga
           STRING "SOSTITUZIONI DEL GIORNO " DELIMITED BY SIZE
               Data-Ed DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Ora Classe Materia              Assente         "
                   DELIMITED BY SIZE
               "Sostituto" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Piano-Idx
           PERFORM UNTIL Piano-Idx >= Piano-Cont
               ADD 1 TO Piano-Idx
               MOVE PT-Materia(Piano-Idx) TO Materia-Codice
               PERFORM 9720-CERCA-NOME-MATERIA
               MOVE PT-Assente(Piano-Idx) TO Candidato-Sigla
               PERFORM 3960-COGNOME
               MOVE Nome-Sostituto TO Nome-Assente
               MOVE PT-Sostituto(Piano-Idx) TO Candidato-Sigla
               PERFORM 3960-COGNOME
               IF PT-Tipo(Piano-Idx) = "S"
                   MOVE "-- ora scoperta --" TO Nome-Sostituto
               ELSE IF PT-Tipo(Piano-Idx) = "L"
                   MOVE Nome-Sostituto TO Nome-Appoggio
                   MOVE SPACES TO Nome-Sostituto
                   STRING Nome-Appoggio DELIMITED BY "  "
                       " (supplente)" DELIMITED BY SIZE
                       INTO Nome-Sostituto
               END-IF
               END-IF
               MOVE SPACES TO riga
               STRING " " DELIMITED BY SIZE
                   PT-Ora(Piano-Idx) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PT-Classe(Piano-Idx) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:20) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Nome-Assente(1:15) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Nome-Sostituto DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-PERFORM
           CLOSE FileOut
           DISPLAY "Foglio delle sostituzioni su " FileOut-Filename.

      *Paragrafo 3960-COGNOME: cognome del docente Candidato-Sigla
      *in Nome-Sostituto (la sigla se non in anagrafica)
       3960-COGNOME.
           MOVE Candidato-Sigla TO Nome-Sostituto
           MOVE 0 TO Docenti-Idx
           PERFORM UNTIL Docenti-Idx >= Docenti-Cont
               ADD 1 TO Docenti-Idx
               IF DO-Sigla(Docenti-Idx) = Candidato-Sigla
                   MOVE DO-Cognome(Docenti-Idx) TO Nome-Sostituto
                   MOVE Docenti-Cont TO Docenti-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 4000-REPORT-ORE: ore di sostituzione per docente
      *nel mese o nell'anno scolastico, separate tra ore a
      *disposizione ed eccedenti da retribuire, su
      *ORE-SOSTITUZIONE-<aaaamm|ANNO>.txt
       4000-REPORT-ORE.
           DISPLAY "Mese (AAAAMM, 0 = anno scolastico in corso): "
           ACCEPT Mese-Scelto
           MOVE SPACES TO FileOut-Filename
           IF Mese-Scelto = 0
               MOVE Data-Oggi(1:4) TO Anno-Oggi
               IF Data-Oggi(5:2) >= "09"
                   COMPUTE Periodo-Inizio = Anno-Oggi * 10000 + 901
               ELSE
                   COMPUTE Periodo-Inizio =
                       (Anno-Oggi - 1) * 10000 + 901
               END-IF
               MOVE Data-Oggi TO Periodo-Fine
               STRING "ORE-SOSTITUZIONE-ANNO.txt" DELIMITED BY SIZE
                   INTO FileOut-Filename
           ELSE
               COMPUTE Periodo-Inizio = Mese-Scelto * 100 + 1
               COMPUTE Periodo-Fine = Mese-Scelto * 100 + 31
               STRING "ORE-SOSTITUZIONE-" DELIMITED BY SIZE
                   Mese-Scelto DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO FileOut-Filename
           END-IF
           MOVE 0 TO Ore-Cont
           MOVE 0 TO Tot-Disposizione
           MOVE 0 TO Tot-Eccedenti
           OPEN INPUT FileSostituzioni
           IF FS-FileSostituzioni NOT = "00"
               DISPLAY "Nessuna sostituzione registrata"
           ELSE
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileSostituzioni
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF SO-Data >= Periodo-Inizio
                                   AND SO-Data <= Periodo-Fine
                                   AND (SO-Disposizione
                                       OR SO-Eccedente)
                               PERFORM 4100-ACCUMULA-ORA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileSostituzioni
               PERFORM 4200-SCRIVI-REPORT
           END-IF.

      *Paragrafo 4100-ACCUMULA-ORA: l'ora letta sul totale del
      *sostituto
       4100-ACCUMULA-ORA.
           MOVE "N" TO Voce-Trovata
           MOVE 0 TO Ore-Idx
           PERFORM UNTIL Ore-Idx >= Ore-Cont
               ADD 1 TO Ore-Idx
               IF OH-Sigla(Ore-Idx) = SO-Sostituto
                   MOVE "Y" TO Voce-Trovata
                   MOVE Ore-Cont TO Ore-Idx
               END-IF
           END-PERFORM
           IF Voce-Trovata NOT = "Y"
               IF Ore-Cont < 300
                   ADD 1 TO Ore-Cont
                   MOVE Ore-Cont TO Ore-Idx
                   MOVE SO-Sostituto TO OH-Sigla(Ore-Idx)
                   MOVE 0 TO OH-Disposizione(Ore-Idx)
                   MOVE 0 TO OH-Eccedenti(Ore-Idx)
                   MOVE "Y" TO Voce-Trovata
               END-IF
           END-IF
           IF Voce-Trovata = "Y"
               IF SO-Disposizione
                   ADD 1 TO OH-Disposizione(Ore-Idx)
                   ADD 1 TO Tot-Disposizione
               ELSE
                   ADD 1 TO OH-Eccedenti(Ore-Idx)
                   ADD 1 TO Tot-Eccedenti
               END-IF
           END-IF.

      *Paragrafo 4200-SCRIVI-REPORT: una riga per docente e i
      *totali
       4200-SCRIVI-REPORT.
           OPEN OUTPUT FileOut
           MOVE SPACES TO riga
           STRING "Ore di sostituzione dal " DELIMITED BY SIZE
               Periodo-Inizio DELIMITED BY SIZE
               " al " DELIMITED BY SIZE
               Periodo-Fine DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Docente                                  "
                   DELIMITED BY SIZE
               "A disp.  Eccedenti  Totale" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Ore-Idx
           PERFORM UNTIL Ore-Idx >= Ore-Cont
               ADD 1 TO Ore-Idx
               MOVE OH-Sigla(Ore-Idx) TO Candidato-Sigla
               PERFORM 3960-COGNOME
               MOVE OH-Disposizione(Ore-Idx) TO Ore-for
               MOVE OH-Eccedenti(Ore-Idx) TO Ore-for-2
               COMPUTE Ore-for-3 = OH-Disposizione(Ore-Idx)
                   + OH-Eccedenti(Ore-Idx)
               MOVE SPACES TO riga
               STRING OH-Sigla(Ore-Idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Nome-Sostituto DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   Ore-for DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   Ore-for-2 DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   Ore-for-3 DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-PERFORM
           MOVE Tot-Disposizione TO Ore-for
           MOVE Tot-Eccedenti TO Ore-for-2
           MOVE SPACES TO riga
           STRING "Totale ore a disposizione: " DELIMITED BY SIZE
               Ore-for DELIMITED BY SIZE
               "   eccedenti da retribuire: " DELIMITED BY SIZE
               Ore-for-2 DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           CLOSE FileOut
           DISPLAY "Report scritto su " FileOut-Filename.

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

       END PROGRAM SostituzioniGiorno.
