       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuadraturaDiario.

      *Quadratura settimanale delle ore non firmate: DIARIO-CLASSE.DAT
      *dovrebbe avere una riga di lezione per ogni ora di ORARIO.DAT,
      *ma nessuno lo controlla e alle ispezioni saltano fuori
      *settimane di ore senza argomento. Per la settimana scelta (da
      *lunedi' a sabato; di default la settimana scorsa) si
      *percorrono i giorni di lezione (GIORNI.DAT, con le ore del
      *giorno quando registrate) e per ogni classe le ore a orario, e
      *si segnalano: ore senza riga a diario (N), ore firmate da una
      *sigla che non e' ne' il titolare dell'ora ne' un supplente
      *attivo in SUPPLENZE.DAT (E), righe a diario su ore che
      *l'orario non prevede (F). Le ore da regolarizzare vanno per
      *docente su ORE-DA-REGOLARIZZARE-<lunedi'>.txt (l'ora non
      *firmata a chi doveva firmarla, titolare o supplente; la riga
      *fuori orario a chi l'ha scritta), il conteggio per classe e
      *d'istituto che il vicepreside controlla ogni lunedi' su
      *QUADRATURA-DIARIO-<lunedi'>.txt. Il giorno in corso e quelli
      *successivi non si quadrano.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Le sostituzioni interne confermate in SOSTITUZIONI.DAT
      *(SostituzioniGiorno, tipo D o E) contano per data, classe e
      *ora: il sostituto e' una firma valida e l'ora non firmata va
      *a lui prima che al supplente o al titolare.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileDiario ASSIGN TO 'DIARIO-CLASSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileDiario.
           SELECT Orario ASSIGN TO 'ORARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OR-Chiave
               FILE STATUS IS FS-Orario.
           SELECT FileSupplenze ASSIGN TO 'SUPPLENZE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSupplenze.
      *Sostituzioni interne confermate, una riga per ora coperta o
      *rimasta scoperta
           SELECT FileSostituzioni ASSIGN TO 'SOSTITUZIONI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSostituzioni.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
      *Calendario giornaliero (GiorniManut): tipo del giorno e ore
      *di lezione
           SELECT FileGiorni ASSIGN TO 'GIORNI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GG-Data
               FILE STATUS IS FS-FileGiorni.
      *Ore da regolarizzare in attesa di ordinamento per docente e
      *ordinate, come DIARIO.TMP/DIARIO.SRT/DIARIO.ORD di DiarioClasse
           SELECT QuadIn ASSIGN TO 'QUADRATURA.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-QuadIn.
           SELECT QuadWork ASSIGN TO 'QUADRATURA.SRT'.
           SELECT QuadOut ASSIGN TO 'QUADRATURA.ORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-QuadOut.
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
       FD  FileDiario.
       01  FileDiario-Record.
           05  DI-Classe PIC X(4).
           05  DI-Data PIC 9(8).
           05  DI-Ora PIC 9(1).
           05  DI-Materia PIC X(20).
           05  DI-Docente PIC X(10).
           05  DI-Argomento PIC X(60).
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
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
       FD  FileGiorni.
       01  FileGiorni-Record.
           05  GG-Data PIC 9(8).
           05  GG-Anno PIC X(9).
           05  GG-Tipo PIC X(1).
               88  GG-Lezione VALUE "L".
           05  GG-Ore PIC 9(1).
           05  GG-Descrizione PIC X(30).
      *Ora da regolarizzare: docente che deve intervenire, ora,
      *tipo (N non firmata, E firma estranea, F fuori orario) e
      *l'altra sigla coinvolta (titolare sostituito o firmatario)
       FD  QuadIn.
       01  QuadIn-Record.
           05  QI-Docente PIC X(10).
           05  QI-Data PIC 9(8).
           05  QI-Ora PIC 9(1).
           05  QI-Classe PIC X(4).
           05  QI-Materia PIC X(20).
           05  QI-Tipo PIC X(1).
           05  QI-Altro PIC X(10).
       SD  QuadWork.
       01  QuadWork-Record.
           05  QW-Docente PIC X(10).
           05  QW-Data PIC 9(8).
           05  QW-Ora PIC 9(1).
           05  QW-Classe PIC X(4).
           05  QW-Materia PIC X(20).
           05  QW-Tipo PIC X(1).
           05  QW-Altro PIC X(10).
       FD  QuadOut.
       01  QuadOut-Record.
           05  QO-Docente PIC X(10).
           05  QO-Data PIC 9(8).
           05  QO-Ora PIC 9(1).
           05  QO-Classe PIC X(4).
           05  QO-Materia PIC X(20).
           05  QO-Tipo PIC X(1).
               88  QO-Non-Firmata VALUE "N".
               88  QO-Firma-Estranea VALUE "E".
               88  QO-Fuori-Orario VALUE "F".
           05  QO-Altro PIC X(10).
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
       01  FS-FileDiario PIC XX VALUE SPACES.
       01  FS-Orario PIC XX VALUE SPACES.
       01  FS-FileSupplenze PIC XX VALUE SPACES.
       01  FS-FileSostituzioni PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-FileGiorni PIC XX VALUE SPACES.
       01  FS-QuadIn PIC XX VALUE SPACES.
       01  FS-QuadOut PIC XX VALUE SPACES.
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
       01  Fine-File PIC X VALUE "N".
       01  Docenti-Disponibile PIC X VALUE "N".
           88  Docenti-Disponibile-Si VALUE "Y".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Lunedi-Settimana PIC 9(8) VALUE 0.
       01  Sabato-Settimana PIC 9(8) VALUE 0.
       01  Domenica-Settimana PIC 9(8) VALUE 0.
       01  Giorno-Corrente PIC 9(8) VALUE 0.
       01  Giorno-Idx PIC 9 VALUE 0.
       01  Giorni-Quadrati PIC 9 VALUE 0.
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
      *Supplenze che toccano la settimana
       01  Supplenze-Tab.
           05  SP-Voce OCCURS 500 TIMES.
               10  SP-Assente PIC X(10).
               10  SP-Supplente PIC X(10).
               10  SP-Materia PIC X(20).
               10  SP-Classe PIC X(4).
               10  SP-Inizio PIC 9(8).
               10  SP-Fine PIC 9(8).
       01  Supplenze-Cont PIC 999 VALUE 0.
       01  Supplenze-Idx PIC 999 VALUE 0.
      *Sostituzioni interne confermate (tipo D o E) della settimana
       01  Sostituzioni-Tab.
           05  SS-Voce OCCURS 1000 TIMES.
               10  SS-Data PIC 9(8).
               10  SS-Ora PIC 9(1).
               10  SS-Classe PIC X(4).
               10  SS-Sostituto PIC X(10).
       01  Sostituzioni-Cont PIC 9(4) VALUE 0.
       01  Sostituzioni-Idx PIC 9(4) VALUE 0.
      *Righe a diario della settimana; DT-Abbinata = "Y" quando la
      *riga cade su un'ora a orario
       01  Diario-Tab.
           05  DT-Voce OCCURS 5000 TIMES.
               10  DT-Classe PIC X(4).
               10  DT-Data PIC 9(8).
               10  DT-Ora PIC 9(1).
               10  DT-Docente PIC X(10).
               10  DT-Materia PIC X(20).
               10  DT-Abbinata PIC X(1).
       01  Diario-Cont PIC 9(4) VALUE 0.
       01  Diario-Idx PIC 9(4) VALUE 0.
       01  Tabelle-Trabocco PIC X VALUE "N".
      *Conteggio per classe
       01  Quadro-Tab.
           05  QC-Voce OCCURS 100 TIMES.
               10  QC-Classe PIC X(4).
               10  QC-Previste PIC 9(4).
               10  QC-Firmate PIC 9(4).
               10  QC-Non-Firmate PIC 9(4).
               10  QC-Estranee PIC 9(4).
               10  QC-Fuori-Orario PIC 9(4).
       01  Quadro-Cont PIC 999 VALUE 0.
       01  Quadro-Idx PIC 999 VALUE 0.
       01  Classe-Cercata PIC X(4) VALUE SPACES.
       01  Classe-Trovata PIC X VALUE "N".
       01  Tot-Previste PIC 9(5) VALUE 0.
       01  Tot-Firmate PIC 9(5) VALUE 0.
       01  Tot-Non-Firmate PIC 9(5) VALUE 0.
       01  Tot-Estranee PIC 9(5) VALUE 0.
       01  Tot-Fuori-Orario PIC 9(5) VALUE 0.
       01  Tot-Da-Regolarizzare PIC 9(5) VALUE 0.
      *Ora in esame
       01  Righe-Ora PIC 99 VALUE 0.
       01  Firma-Valida PIC X VALUE "N".
       01  Ora-Firmata PIC X VALUE "N".
       01  Primo-Firmatario PIC X(10) VALUE SPACES.
       01  Sigla-Firma PIC X(10) VALUE SPACES.
       01  Supplente-Del-Giorno PIC X(10) VALUE SPACES.
       01  Sostituto-Dell-Ora PIC X(10) VALUE SPACES.
      *Stampa per docente
       01  Fine-Ordinato PIC X VALUE "N".
       01  Docente-Corrente PIC X(10) VALUE SPACES.
       01  Ore-Docente PIC 9(4) VALUE 0.
       01  Docenti-Elencati PIC 999 VALUE 0.
       01  Descrizione-Ora PIC X(50) VALUE SPACES.
       01  Data-Stampa PIC 9(8) VALUE 0.
       01  Data-Ed PIC X(10) VALUE SPACES.
       01  Data-Ed-2 PIC X(10) VALUE SPACES.
       01  Conta-for PIC Z(4)9.
       01  Conta-for-2 PIC Z(4)9.
       01  Conta-for-3 PIC Z(4)9.
       01  Conta-for-4 PIC Z(4)9.
       01  Conta-for-5 PIC Z(4)9.
       01  riga PIC X(100).
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).
       01  Totale-Audit PIC 9(4) VALUE 0.
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

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           DISPLAY "Settimana da quadrare (AAAAMMGG di un giorno "
               "qualsiasi, 0 = settimana scorsa): "
           ACCEPT Giorno-Corrente
           PERFORM 0200-SETTIMANA
           IF Lunedi-Settimana >= Data-Oggi
               DISPLAY "Settimana non ancora iniziata"
               STOP RUN
           END-IF
           PERFORM 9700-CARICA-CATALOGO
           PERFORM 0500-CARICA-ORARIO
           IF Orario-Cont = 0
               DISPLAY "ORARIO.DAT vuoto o non presente: nessuna ora "
                   "da quadrare"
               STOP RUN
           END-IF
           PERFORM 0600-CARICA-SUPPLENZE
           PERFORM 0650-CARICA-SOSTITUZIONI
           PERFORM 0700-CARICA-DIARIO
           OPEN OUTPUT QuadIn
           PERFORM 1000-QUADRA-SETTIMANA
           PERFORM 1500-FUORI-ORARIO
           CLOSE QuadIn
           PERFORM 2000-ORE-PER-DOCENTE
           PERFORM 3000-CONTEGGIO-ISTITUTO
           MOVE Tot-Da-Regolarizzare TO Totale-Audit
           MOVE SPACES TO Audit-Descrizione
           STRING "Quadratura diario " DELIMITED BY SIZE
               Lunedi-Settimana DELIMITED BY SIZE
               " ore " DELIMITED BY SIZE
               Totale-Audit DELIMITED BY SIZE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT
           DISPLAY "Ore a orario: " Tot-Previste
               "  da regolarizzare: " Tot-Da-Regolarizzare
           IF Tabelle-Trabocco = "Y"
               DISPLAY "ATTENZIONE: orario, supplenze, sostituzioni "
                   "o diario oltre la capienza delle tabelle: "
                   "quadratura incompleta"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Paragrafo 0200-SETTIMANA: dal giorno indicato (0 = una
      *settimana fa) il lunedi', il sabato e la domenica della sua
      *settimana
       0200-SETTIMANA.
           IF Giorno-Corrente = 0
               MOVE Data-Oggi TO Giorno-Dopo
               PERFORM 7 TIMES
                   PERFORM 9400-GIORNO-PRECEDENTE
               END-PERFORM
           ELSE
               MOVE Giorno-Corrente TO Giorno-Dopo
           END-IF
           PERFORM 9430-GIORNO-SETTIMANA
           PERFORM UNTIL Giorno-Settimana = 1
               PERFORM 9400-GIORNO-PRECEDENTE
               SUBTRACT 1 FROM Giorno-Settimana
           END-PERFORM
           MOVE Giorno-Dopo TO Lunedi-Settimana
           PERFORM 5 TIMES
               PERFORM 9410-GIORNO-SUCCESSIVO
           END-PERFORM
           MOVE Giorno-Dopo TO Sabato-Settimana
           PERFORM 9410-GIORNO-SUCCESSIVO
           MOVE Giorno-Dopo TO Domenica-Settimana.

      *Paragrafo 0500-CARICA-ORARIO: l'orario settimanale di tutte
      *le classi, con la classe nel conteggio d'istituto
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
                               MOVE OR-Classe TO Classe-Cercata
                               PERFORM 5000-CLASSE-NEL-QUADRO
                           ELSE
                               MOVE "Y" TO Tabelle-Trabocco
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Orario
           END-IF.

      *Paragrafo 0600-CARICA-SUPPLENZE: le supplenze il cui
      *intervallo tocca la settimana
       0600-CARICA-SUPPLENZE.
           MOVE 0 TO Supplenze-Cont
           OPEN INPUT FileSupplenze
           IF FS-FileSupplenze = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileSupplenze
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF SU-Inizio <= Sabato-Settimana
                                   AND SU-Fine >= Lunedi-Settimana
                               IF Supplenze-Cont < 500
                                   ADD 1 TO Supplenze-Cont
                                   MOVE FileSupplenze-Record
                                       TO SP-Voce(Supplenze-Cont)
                               ELSE
                                   MOVE "Y" TO Tabelle-Trabocco
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileSupplenze
           END-IF.

      *Paragrafo 0650-CARICA-SOSTITUZIONI: le sostituzioni interne
      *confermate (a disposizione o eccedenti) della settimana; le
      *ore rimaste scoperte non hanno un sostituto
       0650-CARICA-SOSTITUZIONI.
           MOVE 0 TO Sostituzioni-Cont
           OPEN INPUT FileSostituzioni
           IF FS-FileSostituzioni = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileSostituzioni
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF SO-Data >= Lunedi-Settimana
                                   AND SO-Data <= Sabato-Settimana
                                   AND (SO-Disposizione
                                   OR SO-Eccedente)
                                   AND SO-Sostituto NOT = SPACES
                               IF Sostituzioni-Cont < 1000
                                   ADD 1 TO Sostituzioni-Cont
                                   MOVE SO-Data
                                       TO SS-Data(Sostituzioni-Cont)
                                   MOVE SO-Ora
                                       TO SS-Ora(Sostituzioni-Cont)
                                   MOVE SO-Classe
                                       TO SS-Classe(Sostituzioni-Cont)
                                   MOVE SO-Sostituto TO
                                       SS-Sostituto(Sostituzioni-Cont)
                               ELSE
                                   MOVE "Y" TO Tabelle-Trabocco
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileSostituzioni
           END-IF.

      *Paragrafo 0700-CARICA-DIARIO: le righe a diario della
      *settimana fino a ieri
       0700-CARICA-DIARIO.
           MOVE 0 TO Diario-Cont
           OPEN INPUT FileDiario
           IF FS-FileDiario = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileDiario
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF DI-Data >= Lunedi-Settimana
                                   AND DI-Data <= Domenica-Settimana
                                   AND DI-Data < Data-Oggi
                               IF Diario-Cont < 5000
                                   ADD 1 TO Diario-Cont
                                   MOVE DI-Classe
                                       TO DT-Classe(Diario-Cont)
                                   MOVE DI-Data TO DT-Data(Diario-Cont)
                                   MOVE DI-Ora TO DT-Ora(Diario-Cont)
                                   MOVE DI-Docente
                                       TO DT-Docente(Diario-Cont)
                                   MOVE DI-Materia
                                       TO DT-Materia(Diario-Cont)
                                   MOVE "N" TO DT-Abbinata(Diario-Cont)
                               ELSE
                                   MOVE "Y" TO Tabelle-Trabocco
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileDiario
           END-IF.

      *Paragrafo 1000-QUADRA-SETTIMANA: da lunedi' a sabato, fino a
      *ieri, ogni giorno di lezione e ogni ora a orario del giorno;
      *con le ore del giorno registrate in GIORNI.DAT le ore
      *successive non sono dovute
       1000-QUADRA-SETTIMANA.
           MOVE 0 TO Giorni-Quadrati
           MOVE Lunedi-Settimana TO Giorno-Dopo
           MOVE 0 TO Giorno-Idx
           PERFORM UNTIL Giorno-Idx >= 6
               ADD 1 TO Giorno-Idx
               MOVE Giorno-Dopo TO Giorno-Corrente
               IF Giorno-Corrente < Data-Oggi
                   MOVE Giorno-Corrente TO Giorno-Da-Controllare
                   PERFORM 9600-CONTROLLA-GIORNO
                   IF Giorno-Di-Lezione = "Y"
                       ADD 1 TO Giorni-Quadrati
                       MOVE 0 TO Orario-Idx
                       PERFORM UNTIL Orario-Idx >= Orario-Cont
                           ADD 1 TO Orario-Idx
                           IF OT-Giorno(Orario-Idx) = Giorno-Idx
                                   AND (Giorno-Ore-Lezione = 0
                                   OR OT-Ora(Orario-Idx)
                                       <= Giorno-Ore-Lezione)
                               PERFORM 1100-UNA-ORA
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               MOVE Giorno-Corrente TO Giorno-Dopo
               PERFORM 9410-GIORNO-SUCCESSIVO
           END-PERFORM.

      *Paragrafo 1100-UNA-ORA: l'ora a orario corrente nel giorno
      *corrente: le righe a diario della classe su quell'ora; basta
      *una firma del titolare, di un suo supplente attivo o del
      *sostituto confermato per quell'ora
       1100-UNA-ORA.
           MOVE OT-Classe(Orario-Idx) TO Classe-Cercata
           PERFORM 5000-CLASSE-NEL-QUADRO
           ADD 1 TO QC-Previste(Quadro-Idx)
           ADD 1 TO Tot-Previste
           MOVE 0 TO Righe-Ora
           MOVE "N" TO Ora-Firmata
           MOVE SPACES TO Primo-Firmatario
           MOVE 0 TO Diario-Idx
           PERFORM UNTIL Diario-Idx >= Diario-Cont
               ADD 1 TO Diario-Idx
               IF DT-Classe(Diario-Idx) = OT-Classe(Orario-Idx)
                       AND DT-Data(Diario-Idx) = Giorno-Corrente
                       AND DT-Ora(Diario-Idx) = OT-Ora(Orario-Idx)
                   MOVE "Y" TO DT-Abbinata(Diario-Idx)
                   ADD 1 TO Righe-Ora
                   IF Primo-Firmatario = SPACES
                       MOVE DT-Docente(Diario-Idx) TO Primo-Firmatario
                   END-IF
                   MOVE DT-Docente(Diario-Idx) TO Sigla-Firma
                   PERFORM 1200-CONTROLLA-FIRMA
                   IF Firma-Valida = "Y"
                       MOVE "Y" TO Ora-Firmata
                   END-IF
               END-IF
           END-PERFORM
           IF Ora-Firmata = "Y"
               ADD 1 TO QC-Firmate(Quadro-Idx)
               ADD 1 TO Tot-Firmate
           ELSE
               PERFORM 1300-SUPPLENTE-DEL-GIORNO
               IF Supplente-Del-Giorno NOT = SPACES
                   MOVE Supplente-Del-Giorno TO QI-Docente
                   MOVE OT-Docente(Orario-Idx) TO QI-Altro
               ELSE
                   MOVE OT-Docente(Orario-Idx) TO QI-Docente
                   MOVE SPACES TO QI-Altro
               END-IF
               IF Righe-Ora = 0
                   MOVE "N" TO QI-Tipo
                   ADD 1 TO QC-Non-Firmate(Quadro-Idx)
                   ADD 1 TO Tot-Non-Firmate
               ELSE
                   MOVE "E" TO QI-Tipo
                   MOVE Primo-Firmatario TO QI-Altro
                   ADD 1 TO QC-Estranee(Quadro-Idx)
                   ADD 1 TO Tot-Estranee
               END-IF
               MOVE Giorno-Corrente TO QI-Data
               MOVE OT-Ora(Orario-Idx) TO QI-Ora
               MOVE OT-Classe(Orario-Idx) TO QI-Classe
               MOVE OT-Materia(Orario-Idx) TO QI-Materia
               WRITE QuadIn-Record
               ADD 1 TO Tot-Da-Regolarizzare
           END-IF.

      *Paragrafo 1200-CONTROLLA-FIRMA: Sigla-Firma e' il titolare
      *dell'ora o un supplente che lo copre nella classe e nella
      *materia quel giorno (la stessa regola di VerificheScritte)?
      *Vale anche il sostituto interno confermato per la classe,
      *la data e l'ora
       1200-CONTROLLA-FIRMA.
           MOVE "N" TO Firma-Valida
           PERFORM 1250-SOSTITUTO-DELL-ORA
           IF Sigla-Firma = OT-Docente(Orario-Idx)
               MOVE "Y" TO Firma-Valida
           ELSE IF Sostituto-Dell-Ora NOT = SPACES
                   AND Sigla-Firma = Sostituto-Dell-Ora
               MOVE "Y" TO Firma-Valida
           ELSE
               MOVE 0 TO Supplenze-Idx
               PERFORM UNTIL Supplenze-Idx >= Supplenze-Cont
                   ADD 1 TO Supplenze-Idx
                   IF SP-Supplente(Supplenze-Idx) = Sigla-Firma
                           AND SP-Assente(Supplenze-Idx)
                               = OT-Docente(Orario-Idx)
                           AND SP-Classe(Supplenze-Idx)
                               = OT-Classe(Orario-Idx)
                           AND SP-Materia(Supplenze-Idx)
                               = OT-Materia(Orario-Idx)
                           AND SP-Inizio(Supplenze-Idx)
                               <= Giorno-Corrente
                           AND SP-Fine(Supplenze-Idx)
                               >= Giorno-Corrente
                       MOVE "Y" TO Firma-Valida
                       MOVE Supplenze-Cont TO Supplenze-Idx
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

      *Paragrafo 1250-SOSTITUTO-DELL-ORA: il sostituto interno
      *confermato per la classe, la data e l'ora correnti, se c'e'
       1250-SOSTITUTO-DELL-ORA.
           MOVE SPACES TO Sostituto-Dell-Ora
           MOVE 0 TO Sostituzioni-Idx
           PERFORM UNTIL Sostituzioni-Idx >= Sostituzioni-Cont
               ADD 1 TO Sostituzioni-Idx
               IF SS-Data(Sostituzioni-Idx) = Giorno-Corrente
                       AND SS-Classe(Sostituzioni-Idx)
                           = OT-Classe(Orario-Idx)
                       AND SS-Ora(Sostituzioni-Idx)
                           = OT-Ora(Orario-Idx)
                   MOVE SS-Sostituto(Sostituzioni-Idx)
                       TO Sostituto-Dell-Ora
                   MOVE Sostituzioni-Cont TO Sostituzioni-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 1300-SUPPLENTE-DEL-GIORNO: il supplente che copre
      *il titolare dell'ora corrente quel giorno, se c'e': e' lui che
      *deve firmare. Un sostituto interno confermato per quell'ora
      *viene prima: l'ora l'ha fatta lui
       1300-SUPPLENTE-DEL-GIORNO.
           PERFORM 1250-SOSTITUTO-DELL-ORA
           MOVE Sostituto-Dell-Ora TO Supplente-Del-Giorno
           MOVE 0 TO Supplenze-Idx
           IF Supplente-Del-Giorno NOT = SPACES
               MOVE Supplenze-Cont TO Supplenze-Idx
           END-IF
           PERFORM UNTIL Supplenze-Idx >= Supplenze-Cont
               ADD 1 TO Supplenze-Idx
               IF SP-Assente(Supplenze-Idx) = OT-Docente(Orario-Idx)
                       AND SP-Classe(Supplenze-Idx)
                           = OT-Classe(Orario-Idx)
                       AND SP-Materia(Supplenze-Idx)
                           = OT-Materia(Orario-Idx)
                       AND SP-Inizio(Supplenze-Idx) <= Giorno-Corrente
                       AND SP-Fine(Supplenze-Idx) >= Giorno-Corrente
                   MOVE SP-Supplente(Supplenze-Idx)
                       TO Supplente-Del-Giorno
                   MOVE Supplenze-Cont TO Supplenze-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 1500-FUORI-ORARIO: le righe a diario rimaste senza
      *un'ora a orario (ora non prevista, giorno senza lezione,
      *domenica) vanno a chi le ha scritte
       1500-FUORI-ORARIO.
           MOVE 0 TO Diario-Idx
           PERFORM UNTIL Diario-Idx >= Diario-Cont
               ADD 1 TO Diario-Idx
               IF DT-Abbinata(Diario-Idx) NOT = "Y"
                   MOVE DT-Classe(Diario-Idx) TO Classe-Cercata
                   PERFORM 5000-CLASSE-NEL-QUADRO
                   ADD 1 TO QC-Fuori-Orario(Quadro-Idx)
                   ADD 1 TO Tot-Fuori-Orario
                   MOVE DT-Docente(Diario-Idx) TO QI-Docente
                   MOVE DT-Data(Diario-Idx) TO QI-Data
                   MOVE DT-Ora(Diario-Idx) TO QI-Ora
                   MOVE DT-Classe(Diario-Idx) TO QI-Classe
                   MOVE DT-Materia(Diario-Idx) TO QI-Materia
                   MOVE "F" TO QI-Tipo
                   MOVE SPACES TO QI-Altro
                   WRITE QuadIn-Record
                   ADD 1 TO Tot-Da-Regolarizzare
               END-IF
           END-PERFORM.

      *Paragrafo 2000-ORE-PER-DOCENTE: le ore da regolarizzare
      *ordinate per docente, data e ora su
      *ORE-DA-REGOLARIZZARE-<lunedi'>.txt, con nome e cognome da
      *DOCENTI.DAT e il totale per docente
       2000-ORE-PER-DOCENTE.
           MOVE SPACES TO FileOut-Filename
           STRING "ORE-DA-REGOLARIZZARE-" DELIMITED BY SIZE
               Lunedi-Settimana DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           PERFORM 2900-INTESTAZIONE
           MOVE 0 TO Docenti-Elencati
           IF Tot-Da-Regolarizzare = 0
               MOVE "Nessuna ora da regolarizzare" TO FileOut-Record
               WRITE FileOut-Record
           ELSE
               SORT QuadWork
                   ON ASCENDING KEY QW-Docente QW-Data QW-Ora
                       QW-Classe
                   USING QuadIn
                   GIVING QuadOut
               MOVE "N" TO Docenti-Disponibile
               OPEN INPUT Docenti
               IF FS-Docenti = "00"
                   MOVE "Y" TO Docenti-Disponibile
               END-IF
               MOVE SPACES TO Docente-Corrente
               MOVE 0 TO Ore-Docente
               OPEN INPUT QuadOut
               MOVE "N" TO Fine-Ordinato
               PERFORM UNTIL Fine-Ordinato = "S"
                   READ QuadOut
                       AT END
                           MOVE "S" TO Fine-Ordinato
                       NOT AT END
                           IF QO-Docente NOT = Docente-Corrente
                               IF Docenti-Elencati > 0
                                   PERFORM 2300-TOTALE-DOCENTE
                               END-IF
                               PERFORM 2100-TESTA-DOCENTE
                           END-IF
                           PERFORM 2200-RIGA-ORA
                   END-READ
               END-PERFORM
               IF Docenti-Elencati > 0
                   PERFORM 2300-TOTALE-DOCENTE
               END-IF
               CLOSE QuadOut
               IF Docenti-Disponibile-Si
                   CLOSE Docenti
               END-IF
           END-IF
           CLOSE FileOut
           DISPLAY "Ore da regolarizzare per docente su "
               FileOut-Filename.

      *Paragrafo 2100-TESTA-DOCENTE: sigla, cognome e nome del
      *docente della nuova sezione
       2100-TESTA-DOCENTE.
           MOVE QO-Docente TO Docente-Corrente
           MOVE 0 TO Ore-Docente
           ADD 1 TO Docenti-Elencati
           MOVE SPACES TO DC-Cognome DC-Nome
           IF Docenti-Disponibile-Si
               MOVE QO-Docente TO DC-Sigla
               READ Docenti
                   INVALID KEY
                       MOVE SPACES TO DC-Cognome DC-Nome
               END-READ
           END-IF
           MOVE SPACES TO riga
           STRING "Docente " DELIMITED BY SIZE
               QO-Docente DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               DC-Cognome DELIMITED BY "  "
               " " DELIMITED BY SIZE
               DC-Nome DELIMITED BY "  "
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 2200-RIGA-ORA: un'ora da regolarizzare del docente
       2200-RIGA-ORA.
           ADD 1 TO Ore-Docente
           MOVE SPACES TO Descrizione-Ora
           IF QO-Non-Firmata
               IF QO-Altro = SPACES
                   MOVE "ora non firmata" TO Descrizione-Ora
               ELSE
                   STRING "ora non firmata (supplenza di "
                           DELIMITED BY SIZE
                       QO-Altro DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO Descrizione-Ora
               END-IF
           ELSE IF QO-Firma-Estranea
               STRING "firmata da " DELIMITED BY SIZE
                   QO-Altro DELIMITED BY SPACE
                   ", ne' titolare ne' supplente" DELIMITED BY SIZE
                   INTO Descrizione-Ora
           ELSE
               MOVE "riga a diario su ora non a orario"
                   TO Descrizione-Ora
           END-IF
           END-IF
           MOVE QO-Data TO Data-Stampa
           PERFORM 8900-DATA-STAMPA
           MOVE QO-Materia TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           MOVE SPACES TO riga
           STRING "  " DELIMITED BY SIZE
               Data-Ed DELIMITED BY SIZE
               " ora " DELIMITED BY SIZE
               QO-Ora DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               QO-Classe DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Materia-Nome-Esteso(1:20) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Descrizione-Ora DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 2300-TOTALE-DOCENTE: chiusura della sezione
       2300-TOTALE-DOCENTE.
           MOVE Ore-Docente TO Conta-for
           MOVE SPACES TO riga
           STRING "  ore da regolarizzare: " DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 2900-INTESTAZIONE: riga della settimana quadrata in
      *testa ai due prospetti
       2900-INTESTAZIONE.
           MOVE Lunedi-Settimana TO Data-Stampa
           PERFORM 8900-DATA-STAMPA
           MOVE Data-Ed TO Data-Ed-2
           MOVE Sabato-Settimana TO Data-Stampa
           PERFORM 8900-DATA-STAMPA
           MOVE SPACES TO riga
           STRING "Quadratura orario/diario/supplenze - settimana dal "
                   DELIMITED BY SIZE
               Data-Ed-2 DELIMITED BY SIZE
               " al " DELIMITED BY SIZE
               Data-Ed DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           IF Tabelle-Trabocco = "Y"
               MOVE "ATTENZIONE: dati oltre la capienza, incompleta"
                   TO FileOut-Record
               WRITE FileOut-Record
           END-IF
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 3000-CONTEGGIO-ISTITUTO: per classe e per
      *l'istituto ore a orario, firmate, non firmate, con firma
      *estranea e righe fuori orario su QUADRATURA-DIARIO-<lunedi'>
      *.txt
       3000-CONTEGGIO-ISTITUTO.
           MOVE SPACES TO FileOut-Filename
           STRING "QUADRATURA-DIARIO-" DELIMITED BY SIZE
               Lunedi-Settimana DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           PERFORM 2900-INTESTAZIONE
           MOVE SPACES TO riga
           STRING "Classe  A orario  Firmate  Non firmate  "
                   DELIMITED BY SIZE
               "Firma estranea  Fuori orario" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Quadro-Idx
           PERFORM UNTIL Quadro-Idx >= Quadro-Cont
               ADD 1 TO Quadro-Idx
               MOVE QC-Previste(Quadro-Idx) TO Conta-for
               MOVE QC-Firmate(Quadro-Idx) TO Conta-for-2
               MOVE QC-Non-Firmate(Quadro-Idx) TO Conta-for-3
               MOVE QC-Estranee(Quadro-Idx) TO Conta-for-4
               MOVE QC-Fuori-Orario(Quadro-Idx) TO Conta-for-5
               MOVE SPACES TO riga
               STRING QC-Classe(Quadro-Idx) DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   Conta-for DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   Conta-for-2 DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   Conta-for-3 DELIMITED BY SIZE
                   "           " DELIMITED BY SIZE
                   Conta-for-4 DELIMITED BY SIZE
                   "         " DELIMITED BY SIZE
                   Conta-for-5 DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-PERFORM
           MOVE Tot-Previste TO Conta-for
           MOVE Tot-Firmate TO Conta-for-2
           MOVE Tot-Non-Firmate TO Conta-for-3
           MOVE Tot-Estranee TO Conta-for-4
           MOVE Tot-Fuori-Orario TO Conta-for-5
           MOVE SPACES TO riga
           STRING "Totale " DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               Conta-for-2 DELIMITED BY SIZE
               "        " DELIMITED BY SIZE
               Conta-for-3 DELIMITED BY SIZE
               "           " DELIMITED BY SIZE
               Conta-for-4 DELIMITED BY SIZE
               "         " DELIMITED BY SIZE
               Conta-for-5 DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE Giorni-Quadrati TO Conta-for
           MOVE Tot-Da-Regolarizzare TO Conta-for-2
           MOVE SPACES TO riga
           STRING "Giorni di lezione quadrati: " DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               "   ore da regolarizzare: " DELIMITED BY SIZE
               Conta-for-2 DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           CLOSE FileOut
           DISPLAY "Conteggio d'istituto su " FileOut-Filename.

      *Paragrafo 5000-CLASSE-NEL-QUADRO: posizione di Classe-Cercata
      *nel conteggio per classe, aggiunta se nuova; oltre la
      *capienza si conta sull'ultima voce
       5000-CLASSE-NEL-QUADRO.
           MOVE "N" TO Classe-Trovata
           MOVE 0 TO Quadro-Idx
           PERFORM UNTIL Quadro-Idx >= Quadro-Cont
                   OR Classe-Trovata = "Y"
               ADD 1 TO Quadro-Idx
               IF QC-Classe(Quadro-Idx) = Classe-Cercata
                   MOVE "Y" TO Classe-Trovata
               END-IF
           END-PERFORM
           IF Classe-Trovata = "Y"
               CONTINUE
           ELSE IF Quadro-Cont < 100
               ADD 1 TO Quadro-Cont
               MOVE Quadro-Cont TO Quadro-Idx
               MOVE Classe-Cercata TO QC-Classe(Quadro-Idx)
               MOVE 0 TO QC-Previste(Quadro-Idx)
               MOVE 0 TO QC-Firmate(Quadro-Idx)
               MOVE 0 TO QC-Non-Firmate(Quadro-Idx)
               MOVE 0 TO QC-Estranee(Quadro-Idx)
               MOVE 0 TO QC-Fuori-Orario(Quadro-Idx)
           ELSE
               MOVE "Y" TO Tabelle-Trabocco
               MOVE Quadro-Cont TO Quadro-Idx
           END-IF
           END-IF.

      *Paragrafo 8900-DATA-STAMPA: Data-Stampa come GG/MM/AAAA in
      *Data-Ed
       8900-DATA-STAMPA.
           MOVE SPACES TO Data-Ed
           STRING Data-Stampa(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Stampa(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Stampa(1:4) DELIMITED BY SIZE
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

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *descrizione in AUDIT.LOG
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

       END PROGRAM QuadraturaDiario.
