       IDENTIFICATION DIVISION.
       PROGRAM-ID. Sanzioni.

      *Procedimenti disciplinari: le note di NOTE-DISCIPLINARI.DAT
      *restano il diario dei fatti, ma la sanzione vera segue un
      *procedimento a parte che finora viveva nelle cartelline del
      *dirigente. Ogni procedimento e' in SANZIONI.DAT: numero,
      *matricola, classe e anno, fino a cinque note d'origine
      *(data e sigla del docente della nota), fatti contestati,
      *stato (C contestata, D deliberata, R ricorso pendente,
      *F definitiva, A archiviata o annullata), date e protocolli
      *dei passaggi, misura deliberata dal consiglio di classe
      *(N nessuna, A ammonimento, F sospensione con obbligo di
      *frequenza, S sospensione senza obbligo) con i giorni e il
      *periodo, ricorso all'organo di garanzia e suo esito
      *(C confermata, R ridotta, A annullata). Ogni passaggio
      *produce una lettera protocollata alla famiglia (il tutore
      *con priorita' piu' alta di TUTORI.DAT): contestazione
      *d'addebito (tipo CONTESTAZIONE, CONTESTAZIONE-<prot>.txt),
      *provvedimento (tipo SANZIONE, SANZIONE-<prot>.txt) ed esito
      *del ricorso (tipo ESITO-RICORSO, RICORSO-<prot>.txt).
      *I giorni di sospensione senza obbligo di frequenza vanno in
      *ASSENZE.DAT con giustifica "S": contano fra le ore di
      *assenza del monte ore come ogni assenza, ma non sono assenze
      *da giustificare (il portale delle famiglie non le propone).
      *L'esito del ricorso toglie o riscrive quei giorni. Scaduti i
      *giorni per il ricorso il provvedimento diventa definitivo.
      *ScrutinioConsiglio mostra le sanzioni dell'anno accanto al
      *voto di condotta. I passaggi del procedimento sono riservati
      *al ruolo di amministratore; all'accesso con conto
      *individuale si mostrano le circolari non ancora lette.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte, salvo deroga di un amministratore tracciata in AUDIT.LOG;
      *una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *I giorni di sospensione si contano e si scrivono solo sui
      *giorni di lezione del calendario GIORNI.DAT (GiorniManut),
      *ciascuno con le sue ore di lezione; festivita', chiusure e
      *altri giorni senza lezione non si contano. Per i giorni non
      *ancora registrati a calendario valgono la regola di prima
      *(domenica esclusa) e le ore di lezione chieste alla delibera.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileSanzioni ASSIGN TO 'SANZIONI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SZ-Numero
               ALTERNATE RECORD KEY IS SZ-Matricola
                   WITH DUPLICATES
               FILE STATUS IS FS-FileSanzioni.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Note disciplinari d'origine (NoteDisciplinari)
           SELECT FileNote ASSIGN TO 'NOTE-DISCIPLINARI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileNote.
           SELECT FileTutori ASSIGN TO 'TUTORI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileTutori.
           SELECT FileAssenze ASSIGN TO 'ASSENZE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-Chiave
               FILE STATUS IS FS-FileAssenze.
      *Calendario giornaliero (GiorniManut): tipo del giorno e ore
      *di lezione
           SELECT FileGiorni ASSIGN TO 'GIORNI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GG-Data
               FILE STATUS IS FS-FileGiorni.
           SELECT FileProtocollo ASSIGN TO 'PROTOCOLLO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileProtocollo.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
           SELECT FileOperatori ASSIGN TO 'OPERATORI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOperatori.
      *Circolari al personale (Circolari)
           SELECT FileCircolari ASSIGN TO 'CIRCOLARI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIR-Numero
               FILE STATUS IS FS-FileCircolari.
           SELECT FileVisioni ASSIGN TO 'CIRCOLARI-VISIONI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-Chiave
               ALTERNATE RECORD KEY IS PV-Sigla
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVisioni.
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
      *Un procedimento disciplinare: le note d'origine si
      *riconoscono da matricola, data e sigla del docente; i giorni
      *della delibera restano accanto a quelli in vigore dopo il
      *ricorso
       FD  FileSanzioni.
       01  Sanzioni-Record.
           05  SZ-Numero PIC 9(5).
           05  SZ-Matricola PIC 9(6).
           05  SZ-Classe PIC X(4).
           05  SZ-Anno PIC X(9).
           05  SZ-Note-Tab.
               10  SZ-Nota OCCURS 5 TIMES.
                   15  SZ-Nota-Data PIC 9(8).
                   15  SZ-Nota-Docente PIC X(10).
           05  SZ-Fatti PIC X(60).
           05  SZ-Stato PIC X(1).
               88  SZ-Contestata VALUE "C".
               88  SZ-Deliberata VALUE "D".
               88  SZ-Ricorso-Pendente VALUE "R".
               88  SZ-Definitiva VALUE "F".
               88  SZ-Archiviata VALUE "A".
           05  SZ-Data-Contestazione PIC 9(8).
           05  SZ-Prot-Contestazione PIC 9(6).
           05  SZ-Data-Delibera PIC 9(8).
           05  SZ-Prot-Delibera PIC 9(6).
           05  SZ-Misura PIC X(1).
           05  SZ-Giorni-Delibera PIC 99.
           05  SZ-Giorni PIC 99.
           05  SZ-Dal PIC 9(8).
           05  SZ-Al PIC 9(8).
           05  SZ-Ore-Giorno PIC 99.
           05  SZ-Giorni-Registrati PIC 99.
           05  SZ-Data-Ricorso PIC 9(8).
           05  SZ-Data-Esito PIC 9(8).
           05  SZ-Esito-Ricorso PIC X(1).
           05  SZ-Prot-Ricorso PIC 9(6).
           05  SZ-Operatore PIC X(10).
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
      *Nota disciplinare, come in NoteDisciplinari
       FD  FileNote.
       01  FileNote-Record.
           05  ND-ID-Studente PIC 9(6).
           05  ND-Data PIC 9(8).
           05  ND-Classe PIC X(4).
           05  ND-Docente PIC X(10).
           05  ND-Gravita PIC X(1).
           05  ND-Testo PIC X(50).
       FD  FileTutori.
       01  FileTutori-Record.
           05  TU-ID-Studente PIC 9(6).
           05  TU-Nome PIC X(40).
           05  TU-Relazione PIC X(10).
           05  TU-Canale PIC X(8).
           05  TU-Recapito PIC X(40).
           05  TU-Priorita PIC 9(1).
      *Assenza, come in RegistroElettronico; la giustifica "S"
      *segna un giorno di sospensione senza obbligo di frequenza
       FD  FileAssenze.
       01  FileAssenze-Record.
           05  AS-Chiave.
               10  AS-ID-Studente PIC 9(6).
               10  AS-Data PIC 9(8).
               10  AS-Progressivo PIC 9(2).
           05  AS-Ore PIC 99.
           05  AS-Giustificata PIC X(1).
               88  AS-Sospensione VALUE "S".
       FD  FileGiorni.
       01  FileGiorni-Record.
           05  GG-Data PIC 9(8).
           05  GG-Anno PIC X(9).
           05  GG-Tipo PIC X(1).
               88  GG-Lezione VALUE "L".
           05  GG-Ore PIC 9(1).
           05  GG-Descrizione PIC X(30).
       FD  FileProtocollo.
       01  FileProtocollo-Record.
           05  PRT-Numero PIC 9(6).
           05  PRT-Anno PIC X(9).
           05  PRT-Data PIC 9(8).
           05  PRT-Tipo PIC X(14).
           05  PRT-Matricola PIC 9(6).
           05  PRT-Operatore PIC X(10).
           05  PRT-Riferimento PIC 9(6).
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
       FD  FileOperatori.
       01  FileOperatori-Record.
           05  OP-Sigla PIC X(10).
           05  OP-Password PIC X(20).
           05  OP-Ruolo PIC X(1).
           05  OP-Data-Password PIC X(8).
           05  OP-Tentativi PIC X(1).
           05  OP-Bloccato PIC X(1).
           05  OP-Docente PIC X(10).
      *Circolari e prese visione, come in Circolari
       FD  FileCircolari.
       01  Circolari-Record.
           05  CIR-Numero PIC 9(4).
           05  CIR-Data PIC 9(8).
           05  CIR-Data-Testo REDEFINES CIR-Data PIC X(8).
           05  CIR-Titolo PIC X(60).
           05  CIR-Destinatari PIC X(1).
           05  CIR-Ruolo PIC X(1).
           05  CIR-Classi-Tab.
               10  CIR-Classe OCCURS 8 TIMES PIC X(4).
           05  CIR-Testo-Tab.
               10  CIR-Riga OCCURS 12 TIMES PIC X(70).
           05  CIR-Autore PIC X(10).
           05  CIR-Stato PIC X(1).
       FD  FileVisioni.
       01  Visioni-Record.
           05  PV-Chiave.
               10  PV-Numero PIC 9(4).
               10  PV-Sigla PIC X(10).
           05  PV-Data PIC 9(8).
           05  PV-Ora PIC 9(8).
       FD  FileOut.
       01  FileOut-Record PIC X(80).
       FD  FileAmbiente.
       01  FileAmbiente-Record.
           05  AP-Data-Copia PIC 9(8).
           05  AP-Data-Copia-Testo REDEFINES AP-Data-Copia PIC X(8).
           05  AP-Ora-Copia PIC 9(8).
           05  AP-Operatore PIC X(10).
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
       01  FS-FileSanzioni PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileNote PIC XX VALUE SPACES.
       01  FS-FileTutori PIC XX VALUE SPACES.
       01  FS-FileAssenze PIC XX VALUE SPACES.
       01  FS-FileGiorni PIC XX VALUE SPACES.
       01  FS-FileProtocollo PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  FS-FileOperatori PIC XX VALUE SPACES.
       01  FS-FileCircolari PIC XX VALUE SPACES.
       01  FS-FileVisioni PIC XX VALUE SPACES.
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
       01  Risposta-Deroga PIC X VALUE SPACE.
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-Operatori PIC X VALUE "N".
       01  Fine-Scan PIC X VALUE "N".
       01  Fine-Note PIC X VALUE "N".
       01  Fine-Tutori PIC X VALUE "N".
       01  Fine-Protocollo PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  riga PIC X(80).
      *Giorni di calendario per il ricorso all'organo di garanzia
      *e giorni massimi di sospensione deliberabili dal consiglio
      *di classe (oltre decide il consiglio d'istituto)
       01  GIORNI-RICORSO PIC 99 VALUE 15.
       01  GIORNI-MASSIMI-CONSIGLIO PIC 99 VALUE 15.
      *Accesso
       01  Operatori-Presenti PIC X VALUE "N".
       01  Operatore-Autenticato PIC X VALUE "N".
       01  Operatore-Ruolo PIC X VALUE SPACE.
       01  Operatore-ID PIC X(10) VALUE SPACES.
       01  Sigla-Inserita PIC X(10) VALUE SPACES.
       01  Password-Inserita PIC X(20) VALUE SPACES.
       01  Tentativi-Accesso PIC 9 VALUE 0.
      *Circolari non ancora lette dall'operatore
       01  Fine-Visioni PIC X VALUE "N".
       01  Conferma-Visione PIC X VALUE SPACE.
       01  Circolare-Riga-Idx PIC 99 VALUE 0.
      *Studente del procedimento
       01  Matricola-Inserita PIC 9(6) VALUE 0.
       01  Studente-Trovato PIC X VALUE "N".
       01  Nome-Studente PIC X(60) VALUE SPACES.
       01  Classe-Studente PIC X(4) VALUE SPACES.
      *Note dello studente fra cui scegliere quelle d'origine
       01  Note-Studente.
           05  NS-Voce OCCURS 50 TIMES.
               10  NS-Data PIC 9(8).
               10  NS-Docente PIC X(10).
               10  NS-Gravita PIC X(1).
               10  NS-Testo PIC X(50).
       01  Note-Cont PIC 99 VALUE 0.
       01  Note-Idx PIC 99 VALUE 0.
       01  Nota-Scelta PIC 99 VALUE 0.
       01  Note-Collegate PIC 9 VALUE 0.
       01  Collegata-Idx PIC 9 VALUE 0.
       01  Note-Scelte-Tab.
           05  Nota-Scelta-Idx OCCURS 5 TIMES PIC 99.
       01  Gia-Scelta PIC X VALUE "N".
       01  Fatti-Inseriti PIC X(60) VALUE SPACES.
      *Procedimento scelto e dati dei passaggi
       01  Numero-Massimo PIC 9(5) VALUE 0.
       01  Numero-Scelto PIC 9(5) VALUE 0.
       01  Sanzione-Trovata PIC X VALUE "N".
       01  Dati-Validi PIC X VALUE "N".
       01  Data-Inserita PIC 9(8) VALUE 0.
       01  Misura-Inserita PIC X VALUE SPACE.
       01  Giorni-Inseriti PIC 99 VALUE 0.
       01  Esito-Inserito PIC X VALUE SPACE.
       01  Giorni-Contati PIC 99 VALUE 0.
       01  Giorni-Tolti PIC 99 VALUE 0.
       01  Termine-Ricorso PIC 9(8) VALUE 0.
       01  Definitive-Contate PIC 999 VALUE 0.
       01  Voci-Elencate PIC 999 VALUE 0.
       01  Misura-Descrizione PIC X(60) VALUE SPACES.
       01  Stato-Descrizione PIC X(30) VALUE SPACES.
       01  Giorni-for PIC Z9.
      *Scrittura dei giorni di sospensione in ASSENZE.DAT
       01  Assenza-Scritta PIC X VALUE "N".
       01  Assenza-Tentativi PIC 99 VALUE 0.
      *Lettera alla famiglia
       01  Titolo-Lettera PIC X(60) VALUE SPACES.
       01  Prefisso-Lettera PIC X(20) VALUE SPACES.
       01  Tutore-Nome PIC X(40) VALUE SPACES.
       01  Tutore-Relazione PIC X(10) VALUE SPACES.
       01  Tutore-Recapito PIC X(40) VALUE SPACES.
       01  Tutore-Priorita-Min PIC 9 VALUE 0.
      *Protocollo delle lettere
       01  Protocollo-Tipo PIC X(14) VALUE SPACES.
       01  Operatore-Protocollo PIC X(10) VALUE SPACES.
       01  Protocollo-Numero PIC 9(6) VALUE 0.
       01  Protocollo-Data PIC 9(8) VALUE 0.
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
           05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  Giorni-Mese-Tab REDEFINES Giorni-Mese-Dati.
           05  Giorni-Mese OCCURS 12 TIMES PIC 99.
      *Giorno della settimana (1=lunedi'..7=domenica) con la
      *congruenza di Zeller: la domenica non conta
       01  Giorno-Settimana PIC 9 VALUE 0.
      *Controllo del giorno su GIORNI.DAT (vedi 9600)
       01  Giorno-Registrato PIC X VALUE "N".
       01  Giorno-Di-Lezione PIC X VALUE "Y".
       01  Giorno-Ore-Lezione PIC 9 VALUE 0.
       01  ZL-Anno PIC 9(4) VALUE 0.
       01  ZL-Mese PIC 99 VALUE 0.
       01  ZL-Secolo PIC 99 VALUE 0.
       01  ZL-Anno-Secolo PIC 99 VALUE 0.
       01  ZL-Somma PIC 9(5) VALUE 0.
       01  ZL-Termine-Mese PIC 9(3) VALUE 0.
       01  ZL-Quarto-Anno PIC 99 VALUE 0.
       01  ZL-Quarto-Secolo PIC 99 VALUE 0.
       01  ZL-Quoziente PIC 9(5) VALUE 0.
       01  ZL-Resto PIC 9 VALUE 0.
       01  Data-Lavoro PIC 9(8) VALUE 0.
       01  Data-Lavoro-Testo REDEFINES Data-Lavoro PIC X(8).
       01  Data-for PIC X(10) VALUE SPACES.
       01  Dal-for PIC X(10) VALUE SPACES.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: accesso, archivio e menu'
       0000-MAINLINE.
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8000-CONTROLLA-ACCESSO
           IF Operatori-Presenti = "Y"
                   AND Operatore-Autenticato NOT = "Y"
               DISPLAY "Accesso negato"
               STOP RUN
           END-IF
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 0500-LEGGI-ANNO
           OPEN I-O FileSanzioni
           IF FS-FileSanzioni NOT = "00"
               OPEN OUTPUT FileSanzioni
               CLOSE FileSanzioni
               OPEN I-O FileSanzioni
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "PROCEDIMENTI DISCIPLINARI"
               DISPLAY "1: Apri un procedimento (contestazione)"
               DISPLAY "2: Delibera del consiglio di classe"
               DISPLAY "3: Ricorso all'organo di garanzia"
               DISPLAY "4: Esito del ricorso"
               DISPLAY "5: Provvedimenti definitivi (termine scaduto)"
               DISPLAY "6: Sanzioni di uno studente"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-APRI-PROCEDIMENTO
                   WHEN 2 PERFORM 2000-DELIBERA
                   WHEN 3 PERFORM 3000-RICORSO
                   WHEN 4 PERFORM 4000-ESITO-RICORSO
                   WHEN 5 PERFORM 5500-RENDI-DEFINITIVI
                   WHEN 6 PERFORM 6000-SANZIONI-STUDENTE
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FileSanzioni
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO: l'anno in corso da
      *ANNO-CORRENTE.DAT, chiesto se manca
       0500-LEGGI-ANNO.
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF
           IF Anno-Corrente = SPACES
               DISPLAY "Anno scolastico in corso (es. 2025/2026): "
               ACCEPT Anno-Corrente
           END-IF.

      *Paragrafo 1000-APRI-PROCEDIMENTO: studente, note d'origine e
      *fatti; il procedimento nasce contestato e la contestazione
      *d'addebito parte protocollata verso la famiglia
       1000-APRI-PROCEDIMENTO.
           IF Operatori-Presenti = "Y" AND Operatore-Ruolo NOT = "A"
               DISPLAY "Procedimenti riservati al ruolo di "
                   "amministratore"
           ELSE
               DISPLAY "Matricola dello studente: "
               MOVE 0 TO Matricola-Inserita
               ACCEPT Matricola-Inserita
               PERFORM 1050-LEGGI-STUDENTE
               IF Studente-Trovato NOT = "Y"
                   DISPLAY "Matricola non in anagrafica"
               ELSE
                   PERFORM 1100-SCEGLI-NOTE
                   IF Note-Collegate = 0
                       DISPLAY "Nessuna nota d'origine: "
                           "procedimento non aperto"
                   ELSE
                       DISPLAY "Fatti contestati (in breve): "
                       MOVE SPACES TO Fatti-Inseriti
                       ACCEPT Fatti-Inseriti
                       IF Fatti-Inseriti = SPACES
                           DISPLAY "Fatti non indicati: "
                               "procedimento non aperto"
                       ELSE
                           PERFORM 1200-PROSSIMO-NUMERO
                           PERFORM 1500-REGISTRA-CONTESTAZIONE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 1050-LEGGI-STUDENTE: nome e classe di
      *Matricola-Inserita da STUDENTI.DAT
       1050-LEGGI-STUDENTE.
           MOVE "N" TO Studente-Trovato
           MOVE SPACES TO Nome-Studente
           MOVE SPACES TO Classe-Studente
           OPEN INPUT Studenti
           IF FS-Studenti = "00"
               MOVE Matricola-Inserita TO ST-ID
               READ Studenti
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO Studente-Trovato
                       STRING ST-Cognome DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           ST-Nome DELIMITED BY "  "
                           INTO Nome-Studente
                       MOVE ST-Classe TO Classe-Studente
               END-READ
               CLOSE Studenti
           END-IF.

      *Paragrafo 1100-SCEGLI-NOTE: le note dello studente numerate
      *a video; se ne scelgono fino a cinque come note d'origine
       1100-SCEGLI-NOTE.
           MOVE 0 TO Note-Cont
           MOVE 0 TO Note-Collegate
           OPEN INPUT FileNote
           IF FS-FileNote = "00"
               MOVE "N" TO Fine-Note
               PERFORM UNTIL Fine-Note = "S"
                   READ FileNote
                       AT END
                           MOVE "S" TO Fine-Note
                       NOT AT END
                           IF ND-ID-Studente = Matricola-Inserita
                                   AND Note-Cont < 50
                               ADD 1 TO Note-Cont
                               MOVE ND-Data TO NS-Data(Note-Cont)
                               MOVE ND-Docente
                                   TO NS-Docente(Note-Cont)
                               MOVE ND-Gravita
                                   TO NS-Gravita(Note-Cont)
                               MOVE ND-Testo TO NS-Testo(Note-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileNote
           END-IF
           IF Note-Cont = 0
               DISPLAY "Nessuna nota disciplinare per la matricola"
           ELSE
               DISPLAY "Note di " Nome-Studente
               MOVE 0 TO Note-Idx
               PERFORM UNTIL Note-Idx >= Note-Cont
                   ADD 1 TO Note-Idx
                   MOVE NS-Data(Note-Idx) TO Data-Lavoro
                   PERFORM 8100-FORMATTA-DATA
                   DISPLAY Note-Idx ": " Data-for " "
                       NS-Docente(Note-Idx) " "
                       NS-Gravita(Note-Idx) " " NS-Testo(Note-Idx)
               END-PERFORM
               MOVE 99 TO Nota-Scelta
               PERFORM UNTIL Nota-Scelta = 0 OR Note-Collegate >= 5
                   DISPLAY "Nota d'origine (numero, 0 = fine): "
                   MOVE 0 TO Nota-Scelta
                   ACCEPT Nota-Scelta
                   IF Nota-Scelta > Note-Cont
                       DISPLAY "Numero fuori elenco"
                   ELSE IF Nota-Scelta > 0
                       PERFORM 1150-COLLEGA-NOTA
                   END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *Paragrafo 1150-COLLEGA-NOTA: la nota scelta entra fra quelle
      *d'origine, una volta sola
       1150-COLLEGA-NOTA.
           MOVE "N" TO Gia-Scelta
           MOVE 0 TO Collegata-Idx
           PERFORM UNTIL Collegata-Idx >= Note-Collegate
               ADD 1 TO Collegata-Idx
               IF Nota-Scelta-Idx(Collegata-Idx) = Nota-Scelta
                   MOVE "Y" TO Gia-Scelta
               END-IF
           END-PERFORM
           IF Gia-Scelta = "Y"
               DISPLAY "Nota gia' scelta"
           ELSE
               ADD 1 TO Note-Collegate
               MOVE Nota-Scelta TO Nota-Scelta-Idx(Note-Collegate)
           END-IF.

      *Paragrafo 1200-PROSSIMO-NUMERO: l'ultimo numero di
      *procedimento piu' uno
       1200-PROSSIMO-NUMERO.
           MOVE 0 TO Numero-Massimo
           MOVE 0 TO SZ-Numero
           MOVE "N" TO Fine-Scan
           START FileSanzioni KEY IS NOT LESS THAN SZ-Numero
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileSanzioni NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       MOVE SZ-Numero TO Numero-Massimo
               END-READ
           END-PERFORM
           ADD 1 TO Numero-Massimo.

      *Paragrafo 1300-SCEGLI-PROCEDIMENTO: il procedimento per
      *numero (Sanzione-Trovata), con il nome dello studente
       1300-SCEGLI-PROCEDIMENTO.
           MOVE "N" TO Sanzione-Trovata
           DISPLAY "Numero del procedimento: "
           MOVE 0 TO Numero-Scelto
           ACCEPT Numero-Scelto
           MOVE Numero-Scelto TO SZ-Numero
           READ FileSanzioni
               INVALID KEY
                   DISPLAY "Procedimento inesistente"
               NOT INVALID KEY
                   MOVE "Y" TO Sanzione-Trovata
           END-READ
           IF Sanzione-Trovata = "Y"
               MOVE SZ-Matricola TO Matricola-Inserita
               PERFORM 1050-LEGGI-STUDENTE
               PERFORM 6100-MOSTRA-SANZIONE
           END-IF.

      *Paragrafo 1500-REGISTRA-CONTESTAZIONE: protocollo,
      *procedimento e lettera di contestazione d'addebito
       1500-REGISTRA-CONTESTAZIONE.
           MOVE "CONTESTAZIONE" TO Protocollo-Tipo
           PERFORM 7000-EMETTI-PROTOCOLLO
           MOVE SPACES TO Sanzioni-Record
           MOVE Fatti-Inseriti TO SZ-Fatti
           MOVE Numero-Massimo TO SZ-Numero
           MOVE Matricola-Inserita TO SZ-Matricola
           MOVE Classe-Studente TO SZ-Classe
           MOVE Anno-Corrente TO SZ-Anno
           MOVE 0 TO Collegata-Idx
           PERFORM UNTIL Collegata-Idx >= 5
               ADD 1 TO Collegata-Idx
               IF Collegata-Idx > Note-Collegate
                   MOVE 0 TO SZ-Nota-Data(Collegata-Idx)
                   MOVE SPACES TO SZ-Nota-Docente(Collegata-Idx)
               ELSE
                   MOVE Nota-Scelta-Idx(Collegata-Idx) TO Note-Idx
                   MOVE NS-Data(Note-Idx)
                       TO SZ-Nota-Data(Collegata-Idx)
                   MOVE NS-Docente(Note-Idx)
                       TO SZ-Nota-Docente(Collegata-Idx)
               END-IF
           END-PERFORM
           MOVE "C" TO SZ-Stato
           MOVE Protocollo-Data TO SZ-Data-Contestazione
           MOVE Protocollo-Numero TO SZ-Prot-Contestazione
           MOVE 0 TO SZ-Data-Delibera
           MOVE 0 TO SZ-Prot-Delibera
           MOVE SPACE TO SZ-Misura
           MOVE 0 TO SZ-Giorni-Delibera
           MOVE 0 TO SZ-Giorni
           MOVE 0 TO SZ-Dal
           MOVE 0 TO SZ-Al
           MOVE 0 TO SZ-Ore-Giorno
           MOVE 0 TO SZ-Giorni-Registrati
           MOVE 0 TO SZ-Data-Ricorso
           MOVE 0 TO SZ-Data-Esito
           MOVE SPACE TO SZ-Esito-Ricorso
           MOVE 0 TO SZ-Prot-Ricorso
           MOVE Operatore-Protocollo TO SZ-Operatore
           WRITE Sanzioni-Record
               INVALID KEY
                   DISPLAY "Procedimento non registrato"
               NOT INVALID KEY
                   PERFORM 6600-LETTERA-CONTESTAZIONE
                   DISPLAY "Procedimento n. " SZ-Numero " aperto, "
                       "protocollo n. " Protocollo-Numero
                   DISPLAY "Lettera scritta su " FileOut-Filename
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Contestazione " DELIMITED BY SIZE
                       SZ-Matricola DELIMITED BY SIZE
                       " prot. " DELIMITED BY SIZE
                       Protocollo-Numero DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
           END-WRITE.

      *Paragrafo 2000-DELIBERA: la misura deliberata dal consiglio
      *di classe su un procedimento contestato; la sospensione senza
      *obbligo di frequenza scrive i suoi giorni in ASSENZE.DAT,
      *nessuna sanzione archivia il procedimento
       2000-DELIBERA.
           IF Operatori-Presenti = "Y" AND Operatore-Ruolo NOT = "A"
               DISPLAY "Procedimenti riservati al ruolo di "
                   "amministratore"
           ELSE
               PERFORM 1300-SCEGLI-PROCEDIMENTO
               IF Sanzione-Trovata = "Y"
                   IF NOT SZ-Contestata
                       DISPLAY "Procedimento gia' deliberato"
                   ELSE
                       PERFORM 2050-CHIEDI-MISURA
                       IF Dati-Validi = "Y"
                           PERFORM 2200-REGISTRA-DELIBERA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 2050-CHIEDI-MISURA: data della seduta, misura e,
      *per la sospensione, giorni, inizio (un giorno di lezione) e
      *ore di lezione per i giorni non registrati a calendario
      *(Dati-Validi)
       2050-CHIEDI-MISURA.
           MOVE "Y" TO Dati-Validi
           DISPLAY "Data della seduta del consiglio (AAAAMMGG, "
               "0 = oggi): "
           MOVE 0 TO Data-Inserita
           ACCEPT Data-Inserita
           IF Data-Inserita = 0
               MOVE Data-Oggi TO Data-Inserita
           END-IF
           IF Data-Inserita < SZ-Data-Contestazione
               DISPLAY "Seduta anteriore alla contestazione"
               MOVE "N" TO Dati-Validi
           END-IF
           IF Dati-Validi = "Y"
               DISPLAY "Misura (N nessuna, A ammonimento, "
                   "F sospensione con obbligo di frequenza,"
               DISPLAY "        S sospensione senza obbligo di "
                   "frequenza): "
               MOVE SPACE TO Misura-Inserita
               ACCEPT Misura-Inserita
               INSPECT Misura-Inserita CONVERTING "nafs" TO "NAFS"
               IF Misura-Inserita NOT = "N"
                       AND Misura-Inserita NOT = "A"
                       AND Misura-Inserita NOT = "F"
                       AND Misura-Inserita NOT = "S"
                   DISPLAY "Misura non valida"
                   MOVE "N" TO Dati-Validi
               END-IF
           END-IF
           MOVE 0 TO Giorni-Inseriti
           MOVE 0 TO SZ-Ore-Giorno
           IF Dati-Validi = "Y"
                   AND (Misura-Inserita = "F" OR Misura-Inserita = "S")
               DISPLAY "Giorni di sospensione: "
               ACCEPT Giorni-Inseriti
               IF Giorni-Inseriti = 0
                       OR Giorni-Inseriti > GIORNI-MASSIMI-CONSIGLIO
                   DISPLAY "Giorni non validi (da 1 a "
                       GIORNI-MASSIMI-CONSIGLIO ")"
                   MOVE "N" TO Dati-Validi
               END-IF
           END-IF
           IF Dati-Validi = "Y" AND Giorni-Inseriti > 0
               DISPLAY "Primo giorno di sospensione (AAAAMMGG): "
               MOVE 0 TO SZ-Dal
               ACCEPT SZ-Dal
               MOVE SZ-Dal TO Giorno-Dopo
               PERFORM 9600-CONTROLLA-GIORNO
               IF SZ-Dal < Data-Inserita OR Giorno-Di-Lezione = "N"
                   DISPLAY "Inizio non valido (dopo la seduta, "
                       "in un giorno di lezione)"
                   MOVE "N" TO Dati-Validi
               END-IF
           END-IF
           IF Dati-Validi = "Y" AND Misura-Inserita = "S"
               DISPLAY "Ore di lezione al giorno (per i giorni non "
                   "registrati a calendario): "
               ACCEPT SZ-Ore-Giorno
               IF SZ-Ore-Giorno = 0
                   DISPLAY "Ore non valide"
                   MOVE "N" TO Dati-Validi
               END-IF
           END-IF.

      *Paragrafo 2100-CALCOLA-PERIODO: l'ultimo giorno della
      *sospensione, contando SZ-Giorni giorni di lezione (vedi
      *9600-CONTROLLA-GIORNO) da SZ-Dal
       2100-CALCOLA-PERIODO.
           MOVE 0 TO Giorni-Contati
           MOVE SZ-Dal TO Giorno-Dopo
           MOVE SZ-Dal TO SZ-Al
           PERFORM UNTIL Giorni-Contati >= SZ-Giorni
               PERFORM 9600-CONTROLLA-GIORNO
               IF Giorno-Di-Lezione = "Y"
                   ADD 1 TO Giorni-Contati
                   MOVE Giorno-Dopo TO SZ-Al
               END-IF
               PERFORM 9410-GIORNO-SUCCESSIVO
           END-PERFORM.

      *Paragrafo 2200-REGISTRA-DELIBERA: protocollo, procedimento
      *aggiornato, giorni di sospensione e lettera del provvedimento
       2200-REGISTRA-DELIBERA.
           MOVE "SANZIONE" TO Protocollo-Tipo
           PERFORM 7000-EMETTI-PROTOCOLLO
           MOVE Data-Inserita TO SZ-Data-Delibera
           MOVE Protocollo-Numero TO SZ-Prot-Delibera
           MOVE Misura-Inserita TO SZ-Misura
           MOVE Giorni-Inseriti TO SZ-Giorni-Delibera
           MOVE Giorni-Inseriti TO SZ-Giorni
           IF SZ-Giorni > 0
               PERFORM 2100-CALCOLA-PERIODO
           ELSE
               MOVE 0 TO SZ-Dal
               MOVE 0 TO SZ-Al
           END-IF
           MOVE 0 TO SZ-Giorni-Registrati
           IF SZ-Misura = "S"
               PERFORM 5000-REGISTRA-GIORNI
           END-IF
           IF SZ-Misura = "N"
               MOVE "A" TO SZ-Stato
           ELSE
               MOVE "D" TO SZ-Stato
           END-IF
           MOVE Operatore-Protocollo TO SZ-Operatore
           REWRITE Sanzioni-Record
               INVALID KEY
                   DISPLAY "Delibera non registrata"
               NOT INVALID KEY
                   PERFORM 6700-LETTERA-PROVVEDIMENTO
                   DISPLAY "Delibera registrata, protocollo n. "
                       Protocollo-Numero
                   IF SZ-Misura = "S"
                       DISPLAY "Giorni di sospensione in ASSENZE.DAT: "
                           SZ-Giorni-Registrati
                   END-IF
                   DISPLAY "Lettera scritta su " FileOut-Filename
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Sanzione " DELIMITED BY SIZE
                       SZ-Numero DELIMITED BY SIZE
                       " misura " DELIMITED BY SIZE
                       SZ-Misura DELIMITED BY SIZE
                       " prot. " DELIMITED BY SIZE
                       Protocollo-Numero DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
           END-REWRITE.

      *Paragrafo 3000-RICORSO: il ricorso all'organo di garanzia
      *contro un provvedimento deliberato, entro i giorni previsti
      *dalla data della delibera
       3000-RICORSO.
           IF Operatori-Presenti = "Y" AND Operatore-Ruolo NOT = "A"
               DISPLAY "Procedimenti riservati al ruolo di "
                   "amministratore"
           ELSE
               PERFORM 1300-SCEGLI-PROCEDIMENTO
               IF Sanzione-Trovata = "Y"
                   IF NOT SZ-Deliberata
                       DISPLAY "Ricorso possibile solo su un "
                           "provvedimento deliberato"
                   ELSE
                       DISPLAY "Data di presentazione del ricorso "
                           "(AAAAMMGG, 0 = oggi): "
                       MOVE 0 TO Data-Inserita
                       ACCEPT Data-Inserita
                       IF Data-Inserita = 0
                           MOVE Data-Oggi TO Data-Inserita
                       END-IF
                       PERFORM 3050-TERMINE-RICORSO
                       IF Data-Inserita < SZ-Data-Delibera
                           DISPLAY "Ricorso anteriore alla delibera"
                       ELSE IF Data-Inserita > Termine-Ricorso
                           MOVE Termine-Ricorso TO Data-Lavoro
                           PERFORM 8100-FORMATTA-DATA
                           DISPLAY "Termine per il ricorso scaduto il "
                               Data-for
                       ELSE
                           MOVE Data-Inserita TO SZ-Data-Ricorso
                           MOVE "R" TO SZ-Stato
                           REWRITE Sanzioni-Record
                               INVALID KEY
                                   DISPLAY "Ricorso non registrato"
                           END-REWRITE
                           DISPLAY "Ricorso registrato sul "
                               "procedimento n. " SZ-Numero
                           MOVE SPACES TO Audit-Descrizione
                           STRING "Ricorso sanzione " DELIMITED BY SIZE
                               SZ-Numero DELIMITED BY SIZE
                               INTO Audit-Descrizione
                           PERFORM 9000-SCRIVI-AUDIT
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 3050-TERMINE-RICORSO: l'ultimo giorno utile per il
      *ricorso, GIORNI-RICORSO giorni di calendario dopo la delibera
       3050-TERMINE-RICORSO.
           MOVE SZ-Data-Delibera TO Giorno-Dopo
           MOVE 0 TO Giorni-Contati
           PERFORM UNTIL Giorni-Contati >= GIORNI-RICORSO
               PERFORM 9410-GIORNO-SUCCESSIVO
               ADD 1 TO Giorni-Contati
           END-PERFORM
           MOVE Giorno-Dopo TO Termine-Ricorso.

      *Paragrafo 4000-ESITO-RICORSO: la decisione dell'organo di
      *garanzia (confermata, ridotta, annullata); i giorni di
      *sospensione in ASSENZE.DAT seguono la decisione e la lettera
      *d'esito parte protocollata
       4000-ESITO-RICORSO.
           IF Operatori-Presenti = "Y" AND Operatore-Ruolo NOT = "A"
               DISPLAY "Procedimenti riservati al ruolo di "
                   "amministratore"
           ELSE
               PERFORM 1300-SCEGLI-PROCEDIMENTO
               IF Sanzione-Trovata = "Y"
                   IF NOT SZ-Ricorso-Pendente
                       DISPLAY "Nessun ricorso pendente sul "
                           "procedimento"
                   ELSE
                       PERFORM 4050-CHIEDI-ESITO
                       IF Dati-Validi = "Y"
                           PERFORM 4200-REGISTRA-ESITO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 4050-CHIEDI-ESITO: data della decisione, esito e,
      *per la riduzione, i nuovi giorni di sospensione
       4050-CHIEDI-ESITO.
           MOVE "Y" TO Dati-Validi
           DISPLAY "Data della decisione (AAAAMMGG, 0 = oggi): "
           MOVE 0 TO Data-Inserita
           ACCEPT Data-Inserita
           IF Data-Inserita = 0
               MOVE Data-Oggi TO Data-Inserita
           END-IF
           IF Data-Inserita < SZ-Data-Ricorso
               DISPLAY "Decisione anteriore al ricorso"
               MOVE "N" TO Dati-Validi
           END-IF
           IF Dati-Validi = "Y"
               DISPLAY "Esito (C confermata, R ridotta, "
                   "A annullata): "
               MOVE SPACE TO Esito-Inserito
               ACCEPT Esito-Inserito
               INSPECT Esito-Inserito CONVERTING "cra" TO "CRA"
               IF Esito-Inserito NOT = "C"
                       AND Esito-Inserito NOT = "R"
                       AND Esito-Inserito NOT = "A"
                   DISPLAY "Esito non valido"
                   MOVE "N" TO Dati-Validi
               END-IF
           END-IF
           MOVE SZ-Giorni TO Giorni-Inseriti
           IF Dati-Validi = "Y" AND Esito-Inserito = "R"
               IF SZ-Giorni = 0
                   DISPLAY "Un ammonimento non si riduce: "
                       "confermare o annullare"
                   MOVE "N" TO Dati-Validi
               ELSE
                   DISPLAY "Giorni di sospensione dopo la "
                       "riduzione: "
                   MOVE 0 TO Giorni-Inseriti
                   ACCEPT Giorni-Inseriti
                   IF Giorni-Inseriti = 0
                           OR Giorni-Inseriti >= SZ-Giorni
                       DISPLAY "La riduzione lascia da 1 a meno di "
                           SZ-Giorni " giorni (per nessun giorno: "
                           "annullata)"
                       MOVE "N" TO Dati-Validi
                   END-IF
               END-IF
           END-IF
           IF Dati-Validi = "Y" AND Esito-Inserito = "A"
               MOVE 0 TO Giorni-Inseriti
           END-IF.

      *Paragrafo 4200-REGISTRA-ESITO: protocollo, giorni di
      *sospensione riallineati, procedimento chiuso e lettera
       4200-REGISTRA-ESITO.
           MOVE "ESITO-RICORSO" TO Protocollo-Tipo
           PERFORM 7000-EMETTI-PROTOCOLLO
           MOVE Data-Inserita TO SZ-Data-Esito
           MOVE Esito-Inserito TO SZ-Esito-Ricorso
           MOVE Protocollo-Numero TO SZ-Prot-Ricorso
           IF SZ-Misura = "S" AND Esito-Inserito NOT = "C"
               PERFORM 5100-TOGLI-GIORNI
           END-IF
           IF Esito-Inserito = "R"
               MOVE Giorni-Inseriti TO SZ-Giorni
               IF SZ-Giorni > 0
                   PERFORM 2100-CALCOLA-PERIODO
               ELSE
                   MOVE 0 TO SZ-Dal
                   MOVE 0 TO SZ-Al
               END-IF
               IF SZ-Misura = "S"
                   PERFORM 5000-REGISTRA-GIORNI
               END-IF
           END-IF
           IF Esito-Inserito = "A"
               MOVE 0 TO SZ-Giorni
               MOVE "A" TO SZ-Stato
           ELSE
               MOVE "F" TO SZ-Stato
           END-IF
           REWRITE Sanzioni-Record
               INVALID KEY
                   DISPLAY "Esito non registrato"
               NOT INVALID KEY
                   PERFORM 6800-LETTERA-ESITO
                   DISPLAY "Esito registrato, protocollo n. "
                       Protocollo-Numero
                   DISPLAY "Lettera scritta su " FileOut-Filename
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Esito ricorso " DELIMITED BY SIZE
                       SZ-Numero DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SZ-Esito-Ricorso DELIMITED BY SIZE
                       " prot. " DELIMITED BY SIZE
                       Protocollo-Numero DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
           END-REWRITE.

      *Paragrafo 5000-REGISTRA-GIORNI: un'assenza con giustifica "S"
      *per ogni giorno di lezione della sospensione, con le ore di
      *lezione del giorno a calendario (SZ-Ore-Giorno per i giorni
      *non registrati); il progressivo
      *si alza finche' la chiave del giorno non e' libera, come in
      *RegistroElettronico
       5000-REGISTRA-GIORNI.
           MOVE 0 TO SZ-Giorni-Registrati
           OPEN I-O FileAssenze
           IF FS-FileAssenze = "35"
               OPEN OUTPUT FileAssenze
               CLOSE FileAssenze
               OPEN I-O FileAssenze
           END-IF
           IF FS-FileAssenze NOT = "00"
               DISPLAY "Impossibile aprire ASSENZE.DAT: giorni di "
                   "sospensione non registrati"
           ELSE
               MOVE SZ-Dal TO Giorno-Dopo
               PERFORM UNTIL Giorno-Dopo > SZ-Al
                   PERFORM 9600-CONTROLLA-GIORNO
                   IF Giorno-Di-Lezione = "Y"
                       MOVE SZ-Matricola TO AS-ID-Studente
                       MOVE Giorno-Dopo TO AS-Data
                       MOVE 1 TO AS-Progressivo
                       IF Giorno-Ore-Lezione > 0
                           MOVE Giorno-Ore-Lezione TO AS-Ore
                       ELSE
                           MOVE SZ-Ore-Giorno TO AS-Ore
                       END-IF
                       MOVE "S" TO AS-Giustificata
                       MOVE "N" TO Assenza-Scritta
                       MOVE 0 TO Assenza-Tentativi
                       PERFORM UNTIL Assenza-Scritta = "Y"
                               OR Assenza-Tentativi >= 99
                           ADD 1 TO Assenza-Tentativi
                           WRITE FileAssenze-Record
                               INVALID KEY
                                   ADD 1 TO AS-Progressivo
                               NOT INVALID KEY
                                   MOVE "Y" TO Assenza-Scritta
                                   ADD 1 TO SZ-Giorni-Registrati
                           END-WRITE
                       END-PERFORM
                   END-IF
                   PERFORM 9410-GIORNO-SUCCESSIVO
               END-PERFORM
               CLOSE FileAssenze
           END-IF.

      *Paragrafo 5100-TOGLI-GIORNI: toglie da ASSENZE.DAT i giorni
      *di sospensione (giustifica "S") dello studente nel periodo
      *in vigore
       5100-TOGLI-GIORNI.
           MOVE 0 TO Giorni-Tolti
           OPEN I-O FileAssenze
           IF FS-FileAssenze = "00"
               MOVE SZ-Matricola TO AS-ID-Studente
               MOVE SZ-Dal TO AS-Data
               MOVE 0 TO AS-Progressivo
               MOVE "N" TO Fine-Scan
               START FileAssenze KEY IS NOT LESS THAN AS-Chiave
                   INVALID KEY MOVE "S" TO Fine-Scan
               END-START
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileAssenze NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF AS-ID-Studente NOT = SZ-Matricola
                                   OR AS-Data > SZ-Al
                               MOVE "S" TO Fine-Scan
                           ELSE IF AS-Sospensione
                               DELETE FileAssenze
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO Giorni-Tolti
                               END-DELETE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileAssenze
           END-IF
           MOVE 0 TO SZ-Giorni-Registrati
           DISPLAY "Giorni di sospensione tolti da ASSENZE.DAT: "
               Giorni-Tolti.

      *Paragrafo 5500-RENDI-DEFINITIVI: i provvedimenti deliberati
      *senza ricorso entro il termine diventano definitivi
       5500-RENDI-DEFINITIVI.
           IF Operatori-Presenti = "Y" AND Operatore-Ruolo NOT = "A"
               DISPLAY "Procedimenti riservati al ruolo di "
                   "amministratore"
           ELSE
               MOVE 0 TO Definitive-Contate
               MOVE 0 TO SZ-Numero
               MOVE "N" TO Fine-Scan
               START FileSanzioni KEY IS NOT LESS THAN SZ-Numero
                   INVALID KEY MOVE "S" TO Fine-Scan
               END-START
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileSanzioni NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF SZ-Deliberata
                               PERFORM 3050-TERMINE-RICORSO
                               IF Data-Oggi > Termine-Ricorso
                                   MOVE "F" TO SZ-Stato
                                   REWRITE Sanzioni-Record
                                       INVALID KEY
                                           CONTINUE
                                       NOT INVALID KEY
                                           ADD 1
                                               TO Definitive-Contate
                                   END-REWRITE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "Provvedimenti divenuti definitivi: "
                   Definitive-Contate
               IF Definitive-Contate > 0
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Sanzioni definitive: " DELIMITED BY SIZE
                       Definitive-Contate DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
           END-IF.

      *Paragrafo 6000-SANZIONI-STUDENTE: i procedimenti di una
      *matricola, dalla chiave alternata
       6000-SANZIONI-STUDENTE.
           DISPLAY "Matricola dello studente: "
           MOVE 0 TO Matricola-Inserita
           ACCEPT Matricola-Inserita
           PERFORM 1050-LEGGI-STUDENTE
           IF Studente-Trovato = "Y"
               DISPLAY Nome-Studente " classe " Classe-Studente
           END-IF
           MOVE 0 TO Voci-Elencate
           MOVE Matricola-Inserita TO SZ-Matricola
           MOVE "N" TO Fine-Scan
           START FileSanzioni KEY IS = SZ-Matricola
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileSanzioni NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF SZ-Matricola NOT = Matricola-Inserita
                           MOVE "S" TO Fine-Scan
                       ELSE
                           PERFORM 6100-MOSTRA-SANZIONE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Procedimenti: " Voci-Elencate.

      *Paragrafo 6100-MOSTRA-SANZIONE: il procedimento letto a
      *video, con le note d'origine
       6100-MOSTRA-SANZIONE.
           ADD 1 TO Voci-Elencate
           PERFORM 6950-DESCRIVI-MISURA
           MOVE SZ-Data-Contestazione TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           DISPLAY "Procedimento " SZ-Numero " matricola "
               SZ-Matricola " classe " SZ-Classe " " SZ-Anno
           DISPLAY "  contestazione del " Data-for " prot. "
               SZ-Prot-Contestazione ": " SZ-Fatti
           MOVE 0 TO Collegata-Idx
           PERFORM UNTIL Collegata-Idx >= 5
               ADD 1 TO Collegata-Idx
               IF SZ-Nota-Data(Collegata-Idx) NOT = 0
                   MOVE SZ-Nota-Data(Collegata-Idx) TO Data-Lavoro
                   PERFORM 8100-FORMATTA-DATA
                   DISPLAY "  nota del " Data-for " "
                       SZ-Nota-Docente(Collegata-Idx)
               END-IF
           END-PERFORM
           IF SZ-Data-Delibera NOT = 0
               MOVE SZ-Data-Delibera TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
               DISPLAY "  delibera del " Data-for " prot. "
                   SZ-Prot-Delibera ": " Misura-Descrizione
           END-IF
           IF SZ-Giorni > 0
               MOVE SZ-Dal TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
               MOVE Data-for TO Dal-for
               MOVE SZ-Al TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
               DISPLAY "  dal " Dal-for " al " Data-for
                   " giorni in ASSENZE.DAT: " SZ-Giorni-Registrati
           END-IF
           IF SZ-Data-Ricorso NOT = 0
               MOVE SZ-Data-Ricorso TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
               DISPLAY "  ricorso del " Data-for
           END-IF
           IF SZ-Data-Esito NOT = 0
               MOVE SZ-Data-Esito TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
               DISPLAY "  esito del " Data-for " prot. "
                   SZ-Prot-Ricorso ": " SZ-Esito-Ricorso
                   " (C confermata, R ridotta, A annullata)"
           END-IF
           DISPLAY "  stato: " Stato-Descrizione.

      *Paragrafo 6500-INTESTAZIONE-LETTERA: apre il file della
      *lettera (Prefisso-Lettera e protocollo) e scrive protocollo,
      *titolo e destinatari
       6500-INTESTAZIONE-LETTERA.
           MOVE SPACES TO FileOut-Filename
           STRING Prefisso-Lettera DELIMITED BY SPACE
               Protocollo-Numero DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE Protocollo-Data TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "Prot. n. " DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               Anno-Corrente DELIMITED BY SIZE
               " del " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE Titolo-Lettera TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           PERFORM 6550-CERCA-TUTORE
           MOVE SPACES TO riga
           STRING "Alla famiglia di " DELIMITED BY SIZE
               Nome-Studente DELIMITED BY "  "
               " (classe " DELIMITED BY SIZE
               SZ-Classe DELIMITED BY SPACE
               ", matricola " DELIMITED BY SIZE
               SZ-Matricola DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           IF Tutore-Nome NOT = SPACES
               MOVE SPACES TO riga
               STRING "c.a. " DELIMITED BY SIZE
                   Tutore-Nome DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   Tutore-Relazione DELIMITED BY SPACE
                   ") " DELIMITED BY SIZE
                   Tutore-Recapito DELIMITED BY "  "
                   INTO riga
               WRITE FileOut-Record FROM riga
           END-IF
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 6550-CERCA-TUTORE: il tutore con priorita' piu'
      *alta (numero piu' basso) dello studente, come in Comodati
       6550-CERCA-TUTORE.
           MOVE 9 TO Tutore-Priorita-Min
           MOVE SPACES TO Tutore-Nome
           MOVE SPACES TO Tutore-Relazione
           MOVE SPACES TO Tutore-Recapito
           OPEN INPUT FileTutori
           IF FS-FileTutori = "00"
               MOVE "N" TO Fine-Tutori
               PERFORM UNTIL Fine-Tutori = "S"
                   READ FileTutori
                       AT END
                           MOVE "S" TO Fine-Tutori
                       NOT AT END
                           IF TU-ID-Studente = SZ-Matricola
                                   AND (Tutore-Nome = SPACES
                                   OR TU-Priorita
                                       < Tutore-Priorita-Min)
                               MOVE TU-Priorita
                                   TO Tutore-Priorita-Min
                               MOVE TU-Nome TO Tutore-Nome
                               MOVE TU-Relazione TO Tutore-Relazione
                               MOVE TU-Recapito TO Tutore-Recapito
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileTutori
           END-IF.

      *Paragrafo 6600-LETTERA-CONTESTAZIONE: CONTESTAZIONE-<prot>
      *.txt con i fatti, le note d'origine e l'invito alle
      *osservazioni della famiglia
       6600-LETTERA-CONTESTAZIONE.
           MOVE "CONTESTAZIONE-" TO Prefisso-Lettera
           MOVE "CONTESTAZIONE DI ADDEBITO DISCIPLINARE"
               TO Titolo-Lettera
           PERFORM 6500-INTESTAZIONE-LETTERA
           MOVE "Si contestano i fatti seguenti:"
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "  " DELIMITED BY SIZE
               SZ-Fatti DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "come risultano dalle note disciplinari:"
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Collegata-Idx
           PERFORM UNTIL Collegata-Idx >= Note-Collegate
               ADD 1 TO Collegata-Idx
               MOVE Nota-Scelta-Idx(Collegata-Idx) TO Note-Idx
               MOVE NS-Data(Note-Idx) TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
               MOVE SPACES TO riga
               STRING "  " DELIMITED BY SIZE
                   Data-for DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NS-Docente(Note-Idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NS-Testo(Note-Idx) DELIMITED BY SIZE
                   INTO riga
               WRITE FileOut-Record FROM riga
           END-PERFORM
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "La famiglia puo' presentare osservazioni scritte e "
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE "chiedere di essere ascoltata prima della delibera "
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE "del consiglio di classe." TO FileOut-Record
           WRITE FileOut-Record
           PERFORM 6900-CHIUDI-LETTERA.

      *Paragrafo 6700-LETTERA-PROVVEDIMENTO: SANZIONE-<prot>.txt
      *con la misura deliberata, il periodo e il termine per il
      *ricorso
       6700-LETTERA-PROVVEDIMENTO.
           MOVE "SANZIONE-" TO Prefisso-Lettera
           MOVE "PROVVEDIMENTO DISCIPLINARE" TO Titolo-Lettera
           PERFORM 6500-INTESTAZIONE-LETTERA
           MOVE SZ-Data-Contestazione TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "Sui fatti contestati con prot. n. "
               DELIMITED BY SIZE
               SZ-Prot-Contestazione DELIMITED BY SIZE
               " del " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SZ-Data-Delibera TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "il consiglio di classe, nella seduta del "
               DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               ", ha deliberato:" DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           PERFORM 6950-DESCRIVI-MISURA
           MOVE SPACES TO riga
           STRING "  " DELIMITED BY SIZE
               Misura-Descrizione DELIMITED BY "  "
               INTO riga
           WRITE FileOut-Record FROM riga
           PERFORM 6750-RIGA-PERIODO
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           IF SZ-Misura = "N"
               MOVE "Il procedimento e' archiviato."
                   TO FileOut-Record
               WRITE FileOut-Record
           ELSE
               PERFORM 3050-TERMINE-RICORSO
               MOVE Termine-Ricorso TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
               MOVE "Contro il provvedimento e' ammesso ricorso "
                   TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               STRING "all'organo di garanzia entro il "
                   DELIMITED BY SIZE
                   Data-for DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO riga
               WRITE FileOut-Record FROM riga
           END-IF
           PERFORM 6900-CHIUDI-LETTERA.

      *Paragrafo 6750-RIGA-PERIODO: il periodo della sospensione
      *nella lettera, se c'e'
       6750-RIGA-PERIODO.
           IF SZ-Giorni > 0
               MOVE SZ-Dal TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
               MOVE Data-for TO Dal-for
               MOVE SZ-Al TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
               MOVE SPACES TO riga
               STRING "  dal " DELIMITED BY SIZE
                   Dal-for DELIMITED BY SIZE
                   " al " DELIMITED BY SIZE
                   Data-for DELIMITED BY SIZE
                   " (domeniche escluse)" DELIMITED BY SIZE
                   INTO riga
               WRITE FileOut-Record FROM riga
           END-IF.

      *Paragrafo 6800-LETTERA-ESITO: RICORSO-<prot>.txt con la
      *decisione dell'organo di garanzia
       6800-LETTERA-ESITO.
           MOVE "RICORSO-" TO Prefisso-Lettera
           MOVE "ESITO DEL RICORSO ALL'ORGANO DI GARANZIA"
               TO Titolo-Lettera
           PERFORM 6500-INTESTAZIONE-LETTERA
           MOVE SZ-Data-Ricorso TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "Sul ricorso presentato il " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               " contro il provvedimento prot. n. "
               DELIMITED BY SIZE
               SZ-Prot-Delibera DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SZ-Data-Esito TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "l'organo di garanzia, nella seduta del "
               DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               ", ha deciso:" DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           EVALUATE SZ-Esito-Ricorso
               WHEN "C"
                   MOVE "  il provvedimento e' confermato."
                       TO FileOut-Record
                   WRITE FileOut-Record
               WHEN "R"
                   PERFORM 6950-DESCRIVI-MISURA
                   MOVE SPACES TO riga
                   STRING "  il provvedimento e' ridotto a "
                       DELIMITED BY SIZE
                       Misura-Descrizione DELIMITED BY "  "
                       INTO riga
                   WRITE FileOut-Record FROM riga
                   PERFORM 6750-RIGA-PERIODO
               WHEN OTHER
                   MOVE "  il provvedimento e' annullato."
                       TO FileOut-Record
                   WRITE FileOut-Record
           END-EVALUATE
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "La decisione e' definitiva." TO FileOut-Record
           WRITE FileOut-Record
           PERFORM 6900-CHIUDI-LETTERA.

      *Paragrafo 6900-CHIUDI-LETTERA: firma e chiusura del file
       6900-CHIUDI-LETTERA.
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Il dirigente scolastico" TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Per ricevuta: firma ______________________"
               TO FileOut-Record
           WRITE FileOut-Record
           CLOSE FileOut.

      *Paragrafo 6950-DESCRIVI-MISURA: misura e stato del
      *procedimento in parole
       6950-DESCRIVI-MISURA.
           MOVE SPACES TO Misura-Descrizione
           MOVE SZ-Giorni TO Giorni-for
           EVALUATE SZ-Misura
               WHEN "N"
                   MOVE "nessuna sanzione" TO Misura-Descrizione
               WHEN "A"
                   MOVE "ammonimento scritto" TO Misura-Descrizione
               WHEN "F"
                   STRING "sospensione di " DELIMITED BY SIZE
                       Giorni-for DELIMITED BY SIZE
                       " giorni con obbligo di frequenza"
                       DELIMITED BY SIZE
                       INTO Misura-Descrizione
               WHEN "S"
                   STRING "sospensione di " DELIMITED BY SIZE
                       Giorni-for DELIMITED BY SIZE
                       " giorni senza obbligo di frequenza"
                       DELIMITED BY SIZE
                       INTO Misura-Descrizione
               WHEN OTHER
                   MOVE "da deliberare" TO Misura-Descrizione
           END-EVALUATE
           EVALUATE TRUE
               WHEN SZ-Contestata
                   MOVE "contestata" TO Stato-Descrizione
               WHEN SZ-Deliberata
                   MOVE "deliberata" TO Stato-Descrizione
               WHEN SZ-Ricorso-Pendente
                   MOVE "ricorso pendente" TO Stato-Descrizione
               WHEN SZ-Definitiva
                   MOVE "definitiva" TO Stato-Descrizione
               WHEN OTHER
                   MOVE "archiviata o annullata" TO Stato-Descrizione
           END-EVALUATE.

      *Paragrafo 7000-EMETTI-PROTOCOLLO: prossimo numero dell'anno
      *in corso (massimo emesso piu' uno) e riga del registro per la
      *lettera del tipo Protocollo-Tipo
       7000-EMETTI-PROTOCOLLO.
           IF Operatore-ID NOT = SPACES
               MOVE Operatore-ID TO Operatore-Protocollo
           ELSE
               DISPLAY "Sigla operatore per il protocollo: "
               ACCEPT Operatore-Protocollo
           END-IF
           MOVE 0 TO Protocollo-Numero
           OPEN INPUT FileProtocollo
           IF FS-FileProtocollo = "00"
               MOVE "N" TO Fine-Protocollo
               PERFORM UNTIL Fine-Protocollo = "S"
                   READ FileProtocollo
                       AT END
                           MOVE "S" TO Fine-Protocollo
                       NOT AT END
                           IF PRT-Anno = Anno-Corrente
                                   AND PRT-Numero
                                       > Protocollo-Numero
                               MOVE PRT-Numero
                                   TO Protocollo-Numero
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileProtocollo
           END-IF
           ADD 1 TO Protocollo-Numero
           OPEN EXTEND FileProtocollo
           IF FS-FileProtocollo NOT = "00"
               OPEN OUTPUT FileProtocollo
           END-IF
           MOVE Protocollo-Numero TO PRT-Numero
           MOVE Anno-Corrente TO PRT-Anno
           ACCEPT Protocollo-Data FROM DATE YYYYMMDD
           MOVE Protocollo-Data TO PRT-Data
           MOVE Protocollo-Tipo TO PRT-Tipo
           MOVE Matricola-Inserita TO PRT-Matricola
           MOVE Operatore-Protocollo TO PRT-Operatore
           MOVE 0 TO PRT-Riferimento
           WRITE FileProtocollo-Record
           CLOSE FileProtocollo.

      *Paragrafo 8100-FORMATTA-DATA: Data-Lavoro (AAAAMMGG) in
      *Data-for come GG/MM/AAAA
       8100-FORMATTA-DATA.
           MOVE SPACES TO Data-for
           STRING Data-Lavoro-Testo(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Lavoro-Testo(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Lavoro-Testo(1:4) DELIMITED BY SIZE
               INTO Data-for.

      *Paragrafo 8000-CONTROLLA-ACCESSO: credenziali su
      *OPERATORI.DAT (fino a tre tentativi); con il file assente si
      *entra liberi, e' la prima configurazione del sistema
       8000-CONTROLLA-ACCESSO.
           OPEN INPUT FileOperatori
           IF FS-FileOperatori NOT = "00"
               MOVE "N" TO Operatori-Presenti
               MOVE "A" TO Operatore-Ruolo
               MOVE "Y" TO Operatore-Autenticato
           ELSE
               CLOSE FileOperatori
               MOVE "Y" TO Operatori-Presenti
               MOVE 0 TO Tentativi-Accesso
               MOVE "N" TO Operatore-Autenticato
               PERFORM UNTIL Operatore-Autenticato = "Y"
                       OR Tentativi-Accesso NOT < 3
                   DISPLAY "Sigla operatore: "
                   ACCEPT Sigla-Inserita
                   DISPLAY "Password: "
                   ACCEPT Password-Inserita
                   OPEN INPUT FileOperatori
                   MOVE "N" TO Fine-Operatori
                   PERFORM UNTIL Fine-Operatori = "S"
                       READ FileOperatori
                           AT END
                               MOVE "S" TO Fine-Operatori
                           NOT AT END
                               IF OP-Sigla = Sigla-Inserita
                                       AND OP-Password
                                           = Password-Inserita
                                       AND OP-Bloccato NOT = "B"
                                   MOVE "Y" TO Operatore-Autenticato
                                   MOVE OP-Ruolo TO Operatore-Ruolo
                                   MOVE Sigla-Inserita
                                       TO Operatore-ID
                                   MOVE "S" TO Fine-Operatori
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileOperatori
                   IF Operatore-Autenticato NOT = "Y"
                       ADD 1 TO Tentativi-Accesso
                       DISPLAY "Credenziali errate"
                   END-IF
               END-PERFORM
               IF Operatore-Autenticato = "Y"
                   PERFORM 8090-CIRCOLARI-DA-LEGGERE
               END-IF
           END-IF.

      *Paragrafo 8090-CIRCOLARI-DA-LEGGERE: le circolari attive
      *destinate all'operatore e non ancora lette (Circolari) si
      *mostrano prima di continuare; la conferma registra data e
      *ora della presa visione
       8090-CIRCOLARI-DA-LEGGERE.
           OPEN I-O FileVisioni
           IF FS-FileVisioni = "00"
               OPEN INPUT FileCircolari
               IF FS-FileCircolari = "00"
                   MOVE Operatore-ID TO PV-Sigla
                   MOVE "N" TO Fine-Visioni
                   START FileVisioni KEY IS = PV-Sigla
                       INVALID KEY MOVE "S" TO Fine-Visioni
                   END-START
                   PERFORM UNTIL Fine-Visioni = "S"
                       READ FileVisioni NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-Visioni
                           NOT AT END
                               IF PV-Sigla NOT = Operatore-ID
                                   MOVE "S" TO Fine-Visioni
                               ELSE IF PV-Data = 0
                                   PERFORM 8095-MOSTRA-CIRCOLARE
                               END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileCircolari
               END-IF
               CLOSE FileVisioni
           END-IF.

      *Paragrafo 8095-MOSTRA-CIRCOLARE: testo della circolare e
      *conferma obbligatoria; le circolari ritirate non si mostrano
       8095-MOSTRA-CIRCOLARE.
           MOVE PV-Numero TO CIR-Numero
           READ FileCircolari
               INVALID KEY
                   MOVE "R" TO CIR-Stato
           END-READ
           IF CIR-Stato = "A"
               DISPLAY " "
               DISPLAY "CIRCOLARE N. " CIR-Numero " DEL "
                   CIR-Data-Testo(7:2) "/" CIR-Data-Testo(5:2) "/"
                   CIR-Data-Testo(1:4)
               DISPLAY CIR-Titolo
               MOVE 0 TO Circolare-Riga-Idx
               PERFORM UNTIL Circolare-Riga-Idx >= 12
                   ADD 1 TO Circolare-Riga-Idx
                   IF CIR-Riga(Circolare-Riga-Idx) NOT = SPACES
                       DISPLAY CIR-Riga(Circolare-Riga-Idx)
                   END-IF
               END-PERFORM
               MOVE SPACE TO Conferma-Visione
               PERFORM UNTIL Conferma-Visione = "S"
                       OR Conferma-Visione = "s"
                   DISPLAY "Presa visione (S per confermare): "
                   ACCEPT Conferma-Visione
               END-PERFORM
               ACCEPT PV-Data FROM DATE YYYYMMDD
               ACCEPT PV-Ora FROM TIME
               REWRITE Visioni-Record
                   INVALID KEY
                       DISPLAY "Presa visione non registrata"
               END-REWRITE
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
      *interi e' in corso e il programma non parte; un amministratore
      *autenticato puo' avviarlo comunque, con la deroga tracciata
       8960-CONTROLLA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
               PERFORM 8970-MOSTRA-MANUTENZIONE
               MOVE "N" TO Risposta-Deroga
               IF Operatori-Presenti = "Y"
                       AND Operatore-Autenticato = "Y"
                       AND Operatore-Ruolo = "A"
                   DISPLAY "Avviare comunque come amministratore? "
                       "(S/N): "
                   ACCEPT Risposta-Deroga
               END-IF
               IF Risposta-Deroga NOT = "S"
                       AND Risposta-Deroga NOT = "s"
                   DISPLAY "Programma non avviato: riprovare a "
                       "lavoro concluso"
                   STOP RUN
               END-IF
               MOVE MN-Chiave TO Manutenzione-Avvisata
               MOVE SPACES TO Audit-Descrizione
               STRING "Deroga manutenzione " DELIMITED BY SIZE
                   Operatore-ID DELIMITED BY SPACE
                   " Sanzioni" DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
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

      *Paragrafo 9400-GIORNO-SETTIMANA: il giorno della settimana di
      *Giorno-Dopo con la congruenza di Zeller (gennaio e febbraio
      *contano come mesi 13 e 14 dell'anno prima); 1 e' il lunedi',
      *7 la domenica
       9400-GIORNO-SETTIMANA.
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

      *Paragrafo 9600-CONTROLLA-GIORNO: Giorno-Dopo e' un giorno di
      *lezione? Per i giorni registrati in GIORNI.DAT lo dice il
      *calendario, con le ore di lezione in Giorno-Ore-Lezione; senza
      *file o con il giorno non ancora registrato vale la regola di
      *prima (domenica esclusa) e le ore restano a 0
       9600-CONTROLLA-GIORNO.
           MOVE "N" TO Giorno-Registrato
           MOVE "Y" TO Giorno-Di-Lezione
           MOVE 0 TO Giorno-Ore-Lezione
           OPEN INPUT FileGiorni
           IF FS-FileGiorni = "00"
               MOVE Giorno-Dopo TO GG-Data
               READ FileGiorni
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO Giorno-Registrato
                       MOVE GG-Ore TO Giorno-Ore-Lezione
                       IF NOT GG-Lezione
                           MOVE "N" TO Giorno-Di-Lezione
                       END-IF
               END-READ
               CLOSE FileGiorni
           END-IF
           IF Giorno-Registrato = "N"
               PERFORM 9400-GIORNO-SETTIMANA
               IF Giorno-Settimana = 7
                   MOVE "N" TO Giorno-Di-Lezione
               END-IF
           END-IF.

       END PROGRAM Sanzioni.
