       IDENTIFICATION DIVISION.
       PROGRAM-ID. DocumentiClasse.

      *Documenti di fine anno della classe: il documento del
      *consiglio di classe delle quinte (entro il 15 maggio) e i
      *programmi svolti di ogni materia (a giugno) si componevano a
      *mano dai registri cartacei. Qui escono dal sistema: gli
      *argomenti per materia dal diario di classe
      *(DIARIO-CLASSE.DAT, nell'anno scolastico fino alla data del
      *documento, senza ripetere lo stesso argomento di lezioni
      *consecutive), i libri di testo adottati (ADOZIONI.DAT), i
      *percorsi PCTO degli studenti della classe (PCTO.DAT, per
      *progetto e azienda con il numero di partecipanti e le ore
      *complessive) e la composizione della classe (STUDENTI.DAT,
      *esclusi i ritirati). Nessun voto individuale e nessun dato
      *BES: i documenti sono pubblici. I docenti per materia sono
      *le cattedre in corso alla data (CATTEDRE.DAT) o, senza
      *registro delle cattedre, chi ha firmato il diario. Stessa
      *impaginazione con numero di pagina di REGISTRO-STAMPA.txt,
      *blocchi firma del consiglio (per i programmi: docente e
      *rappresentanti degli studenti) e numero di protocollo
      *all'emissione (PROTOCOLLO.DAT, tipi DOC-15-MAGGIO e
      *PROGR-SVOLTI), su DOCUMENTO-15-MAGGIO-<classe>.txt e
      *PROGRAMMI-SVOLTI-<classe>.txt. Il coordinatore di classe e'
      *quello con incarico attivo alla data del documento nel
      *registro degli incarichi (Incarichi); senza incarico resta
      *il nome scritto in CLASSI.DAT.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileDiario ASSIGN TO 'DIARIO-CLASSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileDiario.
           SELECT FileAdozioni ASSIGN TO 'ADOZIONI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAdozioni.
           SELECT FilePcto ASSIGN TO 'PCTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FilePcto.
           SELECT FileCattedre ASSIGN TO 'CATTEDRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCattedre.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
      *Registro di protocollo: i documenti emessi sono atti
      *ufficiali (vedi Protocollo)
           SELECT FileProtocollo ASSIGN TO 'PROTOCOLLO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileProtocollo.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
           SELECT FileOut ASSIGN TO FileOut-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.
      *Registro degli incarichi del personale (Incarichi)
           SELECT FileIncarichi ASSIGN TO 'INCARICHI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-Numero
               FILE STATUS IS FS-FileIncarichi.
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
       FD  FileAdozioni.
       01  FileAdozioni-Record.
           05  AD-Classe PIC X(4).
           05  AD-Materia PIC X(20).
           05  AD-ISBN PIC X(13).
           05  AD-Titolo PIC X(40).
           05  AD-Prezzo PIC 999V99.
           05  AD-Nuova PIC X(1).
       FD  FilePcto.
       01  FilePcto-Record.
           05  PC-Progetto PIC X(10).
           05  PC-Azienda PIC X(30).
           05  PC-ID-Studente PIC 9(6).
           05  PC-Data-Inizio PIC 9(8).
           05  PC-Data-Fine PIC 9(8).
           05  PC-Ore PIC 9(3).
       FD  FileCattedre.
       01  FileCattedre-Record.
           05  CT-Docente PIC X(10).
           05  CT-Classe PIC X(4).
           05  CT-Materia PIC X(20).
           05  CT-Dal PIC 9(8).
           05  CT-Al PIC 9(8).
           05  CT-Ore PIC 99.
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
               88  ST-Esterno-Si VALUE "E".
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
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
       FD  FileOut.
       01  FileOut-Record PIC X(80).
      *Incarichi, come in Incarichi
       FD  FileIncarichi.
       01  Incarichi-Record.
           05  INC-Numero PIC 9(5).
           05  INC-Docente PIC X(10).
           05  INC-Ruolo PIC X(4).
           05  INC-Classe PIC X(4).
           05  INC-Materia PIC X(20).
           05  INC-Dal PIC 9(8).
           05  INC-Al PIC 9(8).
           05  INC-Stato PIC X(1).
           05  INC-Prot-Anno PIC X(9).
           05  INC-Prot-Numero PIC 9(6).
           05  INC-Operatore PIC X(10).
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
       01  FS-FileAdozioni PIC XX VALUE SPACES.
       01  FS-FilePcto PIC XX VALUE SPACES.
       01  FS-FileCattedre PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-FileProtocollo PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
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
       01  FS-FileIncarichi PIC XX VALUE SPACES.
       01  Fine-Incarichi PIC X VALUE "N".
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-File PIC X VALUE "N".
       01  Fine-Studenti PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Anno-Numero PIC 9(4) VALUE 0.
       01  Data-Inizio-Anno PIC 9(8) VALUE 0.
       01  Data-Documento PIC 9(8) VALUE 0.
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  Materia-Scelta PIC X(20) VALUE SPACES.
       01  Classe-Trovata PIC X VALUE "N".
       01  Anno-Corso-Classe PIC 9 VALUE 0.
       01  Coordinatore PIC X(30) VALUE SPACES.
       01  riga PIC X(80).
       01  Data-Lavoro PIC 9(8) VALUE 0.
       01  Data-Lavoro-Testo REDEFINES Data-Lavoro PIC X(8).
       01  Data-for PIC X(10) VALUE SPACES.
      *Materie della classe con il docente: cattedre in corso alla
      *data o, in mancanza, l'ultima firma sul diario
       01  Materie-Tab.
           05  Materie-Voce OCCURS 20 TIMES.
               10  MD-Materia PIC X(20).
               10  MD-Docente PIC X(10).
               10  MD-Cognome PIC X(30).
       01  Materie-Cont PIC 99 VALUE 0.
       01  Materie-Idx PIC 99 VALUE 0.
       01  Materie-Trovata PIC 99 VALUE 0.
       01  Cattedre-Presenti PIC X VALUE "N".
      *Composizione della classe in ordine alfabetico
       01  Alunni-Tab.
           05  Alunni-Voce OCCURS 40 TIMES.
               10  AL-Cognome PIC X(30).
               10  AL-Nome PIC X(30).
               10  AL-Matricola PIC 9(6).
       01  Alunni-Cont PIC 99 VALUE 0.
       01  Alunni-Idx PIC 99 VALUE 0.
       01  Alunni-Idx-2 PIC 99 VALUE 0.
       01  Alunni-Appoggio PIC X(66) VALUE SPACES.
       01  Scambi-Fatti PIC X VALUE "N".
      *Percorsi PCTO della classe per progetto e azienda
       01  Pcto-Tab.
           05  Pcto-Voce OCCURS 50 TIMES.
               10  PT-Progetto PIC X(10).
               10  PT-Azienda PIC X(30).
               10  PT-Studenti PIC 99.
               10  PT-Ore PIC 9(5).
       01  Pcto-Cont PIC 99 VALUE 0.
       01  Pcto-Idx PIC 99 VALUE 0.
       01  Pcto-Trovato PIC 99 VALUE 0.
       01  Ore-for PIC ZZZZ9.
       01  Numero-for PIC Z9.
      *Argomenti di una materia
       01  Argomento-Precedente PIC X(60) VALUE SPACES.
       01  Argomenti-Contati PIC 9(4) VALUE 0.
       01  Libri-Contati PIC 99 VALUE 0.
      *Documento in uscita
       01  Tipo-Documento PIC X VALUE SPACE.
           88  Documento-Maggio VALUE "M".
           88  Documento-Programmi VALUE "P".
       01  Sigla-Firmata PIC X VALUE "N".
       01  Firme-Idx PIC 99 VALUE 0.
      *Emissione del numero di protocollo
       01  Protocollo-Numero PIC 9(6) VALUE 0.
       01  Protocollo-Data PIC 9(8) VALUE 0.
       01  Protocollo-Tipo PIC X(14) VALUE SPACES.
       01  Fine-Protocollo PIC X VALUE "N".
       01  Operatore-Protocollo PIC X(10) VALUE SPACES.
       01  Matricola-Scelta PIC 9(6) VALUE 0.
      *Impaginazione su schema di REGISTRO-STAMPA.txt
       01  Stampa-Titolo PIC X(60) VALUE SPACES.
       01  Stampa-Piede.
           05  FILLER PIC X(15) VALUE SPACES.
           05  FILLER PIC X(7) VALUE "Pagina ".
           05  Stampa-PrnPageNum PIC Z9.
       01  Stampa-LineCount PIC 99 VALUE 0.
           88  Stampa-NewPageRequired VALUE 50 THRU 99.
       01  Stampa-PageCount PIC 99 VALUE 0.
       01  Riga-Salvata PIC X(80).
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: anno in corso e menu'
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 0500-LEGGI-ANNO
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "DOCUMENTI DI CLASSE - A.S. " Anno-Corrente
               DISPLAY "1: Documento del 15 maggio (quinte)"
               DISPLAY "2: Programmi svolti"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-DOCUMENTO-MAGGIO
                   WHEN 2 PERFORM 2000-PROGRAMMI-SVOLTI
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO: l'anno in corso da
      *ANNO-CORRENTE.DAT (chiesto se manca); il diario si legge dal
      *1 settembre dell'anno
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
           END-IF
           MOVE Anno-Corrente(1:4) TO Anno-Numero
           COMPUTE Data-Inizio-Anno = Anno-Numero * 10000 + 901.

      *Paragrafo 0600-CHIEDI-CLASSE: classe e data del documento,
      *poi le tabelle della classe
       0600-CHIEDI-CLASSE.
           DISPLAY "Classe (es. 5A): "
           MOVE SPACES TO Classe-Scelta
           ACCEPT Classe-Scelta
           DISPLAY "Data del documento (AAAAMMGG, invio = oggi): "
           MOVE 0 TO Data-Documento
           ACCEPT Data-Documento
           IF Data-Documento = 0
               MOVE Data-Oggi TO Data-Documento
           END-IF
           PERFORM 3000-LEGGI-CLASSE
           PERFORM 3100-CARICA-MATERIE
           PERFORM 3300-CARICA-ALUNNI.

      *Paragrafo 1000-DOCUMENTO-MAGGIO: il documento del consiglio
      *di una quinta: consiglio, classe, PCTO, attivita' per
      *disciplina con libri e argomenti, firme
       1000-DOCUMENTO-MAGGIO.
           PERFORM 0600-CHIEDI-CLASSE
           IF Anno-Corso-Classe NOT = 5
               DISPLAY "Il documento del 15 maggio riguarda solo "
                   "le classi quinte"
           ELSE IF Alunni-Cont = 0
               DISPLAY "Nessuno studente in classe " Classe-Scelta
           ELSE
               MOVE "M" TO Tipo-Documento
               MOVE "DOC-15-MAGGIO" TO Protocollo-Tipo
               PERFORM 7000-EMETTI-PROTOCOLLO
               MOVE SPACES TO FileOut-Filename
               STRING "DOCUMENTO-15-MAGGIO-" DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO FileOut-Filename
               MOVE "Documento del consiglio di classe - 15 maggio"
                   TO Stampa-Titolo
               MOVE 0 TO Stampa-PageCount
               OPEN OUTPUT FileOut
               PERFORM 8100-STAMPA-INTESTAZIONE
               PERFORM 4000-TESTA-DOCUMENTO
               PERFORM 1100-CONSIGLIO
               PERFORM 1200-COMPOSIZIONE
               PERFORM 1300-PCTO
               MOVE SPACES TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
               MOVE "4. Attivita' svolte per disciplina"
                   TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
               MOVE 0 TO Materie-Idx
               PERFORM UNTIL Materie-Idx >= Materie-Cont
                   ADD 1 TO Materie-Idx
                   PERFORM 4100-MATERIA
               END-PERFORM
               PERFORM 1400-FIRME-CONSIGLIO
               MOVE Stampa-PageCount TO Stampa-PrnPageNum
               WRITE FileOut-Record FROM Stampa-Piede
                   AFTER ADVANCING 2 LINES
               CLOSE FileOut
               DISPLAY "Documento prot. " Protocollo-Numero
                   " scritto su " FileOut-Filename
               MOVE SPACES TO Audit-Descrizione
               STRING "Documento 15 maggio " DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SPACE
                   " prot. " DELIMITED BY SIZE
                   Protocollo-Numero DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF
           END-IF.

      *Paragrafo 1100-CONSIGLIO: composizione del consiglio di
      *classe, materia per materia
       1100-CONSIGLIO.
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE "1. Composizione del consiglio di classe"
               TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE 0 TO Materie-Idx
           PERFORM UNTIL Materie-Idx >= Materie-Cont
               ADD 1 TO Materie-Idx
               MOVE SPACES TO riga
               MOVE MD-Materia(Materie-Idx) TO riga(3:20)
               IF MD-Cognome(Materie-Idx) = SPACES
                   MOVE MD-Docente(Materie-Idx) TO riga(25:10)
               ELSE
                   MOVE MD-Cognome(Materie-Idx) TO riga(25:30)
               END-IF
               MOVE riga TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
           END-PERFORM
           IF Coordinatore NOT = SPACES
               MOVE SPACES TO riga
               STRING "  Coordinatore di classe: " DELIMITED BY SIZE
                   Coordinatore DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
           END-IF.

      *Paragrafo 1200-COMPOSIZIONE: gli studenti della classe in
      *ordine alfabetico, senza altri dati
       1200-COMPOSIZIONE.
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE Alunni-Cont TO Numero-for
           MOVE SPACES TO riga
           STRING "2. Composizione della classe (" DELIMITED BY SIZE
               Numero-for DELIMITED BY SIZE
               " studenti)" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE 0 TO Alunni-Idx
           PERFORM UNTIL Alunni-Idx >= Alunni-Cont
               ADD 1 TO Alunni-Idx
               MOVE Alunni-Idx TO Numero-for
               MOVE SPACES TO riga
               STRING "  " DELIMITED BY SIZE
                   Numero-for DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   AL-Cognome(Alunni-Idx) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   AL-Nome(Alunni-Idx) DELIMITED BY "  "
                   INTO riga
               MOVE riga TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
           END-PERFORM.

      *Paragrafo 1300-PCTO: i percorsi degli studenti della classe
      *per progetto e azienda, con partecipanti e ore complessive
       1300-PCTO.
           MOVE 0 TO Pcto-Cont
           OPEN INPUT FilePcto
           IF FS-FilePcto = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FilePcto
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           PERFORM 1350-ACCUMULA-PCTO
                   END-READ
               END-PERFORM
               CLOSE FilePcto
           END-IF
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE "3. Percorsi per le competenze trasversali e "
               TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE "   l'orientamento (PCTO)" TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           IF Pcto-Cont = 0
               MOVE "  nessun percorso registrato" TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
           END-IF
           MOVE 0 TO Pcto-Idx
           PERFORM UNTIL Pcto-Idx >= Pcto-Cont
               ADD 1 TO Pcto-Idx
               MOVE PT-Studenti(Pcto-Idx) TO Numero-for
               MOVE PT-Ore(Pcto-Idx) TO Ore-for
               MOVE SPACES TO riga
               STRING "  " DELIMITED BY SIZE
                   PT-Progetto(Pcto-Idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PT-Azienda(Pcto-Idx) DELIMITED BY SIZE
                   " studenti " DELIMITED BY SIZE
                   Numero-for DELIMITED BY SIZE
                   " ore " DELIMITED BY SIZE
                   Ore-for DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
           END-PERFORM.

      *Paragrafo 1350-ACCUMULA-PCTO: l'esperienza letta, se di uno
      *studente della classe, nel suo progetto
       1350-ACCUMULA-PCTO.
           MOVE 0 TO Alunni-Idx-2
           MOVE 0 TO Alunni-Idx
           PERFORM UNTIL Alunni-Idx >= Alunni-Cont
               ADD 1 TO Alunni-Idx
               IF AL-Matricola(Alunni-Idx) = PC-ID-Studente
                   MOVE Alunni-Idx TO Alunni-Idx-2
               END-IF
           END-PERFORM
           IF Alunni-Idx-2 > 0
               MOVE 0 TO Pcto-Trovato
               MOVE 0 TO Pcto-Idx
               PERFORM UNTIL Pcto-Idx >= Pcto-Cont
                   ADD 1 TO Pcto-Idx
                   IF PT-Progetto(Pcto-Idx) = PC-Progetto
                           AND PT-Azienda(Pcto-Idx) = PC-Azienda
                       MOVE Pcto-Idx TO Pcto-Trovato
                   END-IF
               END-PERFORM
               IF Pcto-Trovato = 0 AND Pcto-Cont < 50
                   ADD 1 TO Pcto-Cont
                   MOVE Pcto-Cont TO Pcto-Trovato
                   MOVE PC-Progetto TO PT-Progetto(Pcto-Trovato)
                   MOVE PC-Azienda TO PT-Azienda(Pcto-Trovato)
                   MOVE 0 TO PT-Studenti(Pcto-Trovato)
                   MOVE 0 TO PT-Ore(Pcto-Trovato)
               END-IF
               IF Pcto-Trovato > 0
                   ADD 1 TO PT-Studenti(Pcto-Trovato)
                   ADD PC-Ore TO PT-Ore(Pcto-Trovato)
               END-IF
           END-IF.

      *Paragrafo 1400-FIRME-CONSIGLIO: un blocco firma per ogni
      *docente del consiglio (una volta sola anche se ha piu'
      *materie) e per il dirigente
       1400-FIRME-CONSIGLIO.
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE "5. Il consiglio di classe" TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE 0 TO Materie-Idx
           PERFORM UNTIL Materie-Idx >= Materie-Cont
               ADD 1 TO Materie-Idx
               MOVE "N" TO Sigla-Firmata
               MOVE 0 TO Firme-Idx
               PERFORM UNTIL Firme-Idx >= Materie-Idx - 1
                   ADD 1 TO Firme-Idx
                   IF MD-Docente(Firme-Idx) = MD-Docente(Materie-Idx)
                       MOVE "Y" TO Sigla-Firmata
                   END-IF
               END-PERFORM
               IF Sigla-Firmata = "N"
                   MOVE SPACES TO FileOut-Record
                   PERFORM 8000-SCRIVI-RIGA
                   MOVE SPACES TO riga
                   IF MD-Cognome(Materie-Idx) = SPACES
                       MOVE MD-Docente(Materie-Idx) TO riga(3:10)
                   ELSE
                       MOVE MD-Cognome(Materie-Idx)(1:25)
                           TO riga(3:25)
                   END-IF
                   MOVE "firma: ______________________" TO riga(30:29)
                   MOVE riga TO FileOut-Record
                   PERFORM 8000-SCRIVI-RIGA
               END-IF
           END-PERFORM
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO riga
           MOVE "Il dirigente scolastico" TO riga(3:23)
           MOVE "firma: ______________________" TO riga(30:29)
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA.

      *Paragrafo 2000-PROGRAMMI-SVOLTI: il programma svolto di una
      *materia o di tutte, una per pagina, con libri, argomenti e
      *firme del docente e dei rappresentanti degli studenti
       2000-PROGRAMMI-SVOLTI.
           PERFORM 0600-CHIEDI-CLASSE
           DISPLAY "Materia (invio = tutte): "
           MOVE SPACES TO Materia-Scelta
           ACCEPT Materia-Scelta
           MOVE 0 TO Materie-Trovata
           MOVE 0 TO Materie-Idx
           PERFORM UNTIL Materie-Idx >= Materie-Cont
               ADD 1 TO Materie-Idx
               IF MD-Materia(Materie-Idx) = Materia-Scelta
                   MOVE Materie-Idx TO Materie-Trovata
               END-IF
           END-PERFORM
           IF Materie-Cont = 0
               DISPLAY "Nessuna materia con cattedra o diario per "
                   Classe-Scelta
           ELSE IF Materia-Scelta NOT = SPACES AND Materie-Trovata = 0
               DISPLAY "Materia senza cattedra ne' diario in classe"
           ELSE
               MOVE "P" TO Tipo-Documento
               MOVE "PROGR-SVOLTI" TO Protocollo-Tipo
               PERFORM 7000-EMETTI-PROTOCOLLO
               MOVE SPACES TO FileOut-Filename
               STRING "PROGRAMMI-SVOLTI-" DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO FileOut-Filename
               MOVE "Programma svolto" TO Stampa-Titolo
               MOVE 0 TO Stampa-PageCount
               OPEN OUTPUT FileOut
               MOVE 0 TO Materie-Idx
               PERFORM UNTIL Materie-Idx >= Materie-Cont
                   ADD 1 TO Materie-Idx
                   IF Materie-Trovata = 0
                           OR Materie-Trovata = Materie-Idx
                       PERFORM 2100-UN-PROGRAMMA
                   END-IF
               END-PERFORM
               MOVE Stampa-PageCount TO Stampa-PrnPageNum
               WRITE FileOut-Record FROM Stampa-Piede
                   AFTER ADVANCING 2 LINES
               CLOSE FileOut
               DISPLAY "Programmi prot. " Protocollo-Numero
                   " scritti su " FileOut-Filename
               MOVE SPACES TO Audit-Descrizione
               STRING "Programmi svolti " DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SPACE
                   " prot. " DELIMITED BY SIZE
                   Protocollo-Numero DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF
           END-IF.

      *Paragrafo 2100-UN-PROGRAMMA: una materia su pagina nuova
       2100-UN-PROGRAMMA.
           IF Stampa-PageCount > 0
               MOVE Stampa-PageCount TO Stampa-PrnPageNum
               WRITE FileOut-Record FROM Stampa-Piede
                   AFTER ADVANCING 2 LINES
           END-IF
           PERFORM 8100-STAMPA-INTESTAZIONE
           PERFORM 4000-TESTA-DOCUMENTO
           PERFORM 4100-MATERIA
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO riga
           MOVE "Il docente" TO riga(3:10)
           MOVE "firma: ______________________" TO riga(30:29)
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE "  I rappresentanti degli studenti" TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO riga
           MOVE "firma: ______________________" TO riga(30:29)
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA.

      *Paragrafo 3000-LEGGI-CLASSE: coordinatore e anno di corso
      *da CLASSI.DAT (il coordinatore dagli incarichi, se c'e');
      *senza anagrafica l'anno di corso e' la prima cifra del codice
       3000-LEGGI-CLASSE.
           MOVE "N" TO Classe-Trovata
           MOVE SPACES TO Coordinatore
           MOVE 0 TO Anno-Corso-Classe
           OPEN INPUT Classi
           IF FS-Classi = "00"
               MOVE Classe-Scelta TO CL-Codice
               READ Classi
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO Classe-Trovata
                       MOVE CL-Coordinatore TO Coordinatore
                       MOVE CL-Anno-Corso TO Anno-Corso-Classe
               END-READ
               CLOSE Classi
           END-IF
           IF Anno-Corso-Classe = 0
                   AND Classe-Scelta(1:1) >= "1"
                   AND Classe-Scelta(1:1) <= "5"
               MOVE Classe-Scelta(1:1) TO Anno-Corso-Classe
           END-IF
           PERFORM 3050-COORDINATORE-INCARICO.

      *Paragrafo 3050-COORDINATORE-INCARICO: il docente con
      *incarico di coordinamento (COOR) attivo alla data del
      *documento in INCARICHI.DAT, con cognome e nome da DOCENTI.DAT
       3050-COORDINATORE-INCARICO.
           OPEN INPUT FileIncarichi
           IF FS-FileIncarichi = "00"
               MOVE SPACES TO DC-Sigla
               MOVE 0 TO INC-Numero
               MOVE "N" TO Fine-Incarichi
               START FileIncarichi KEY IS NOT LESS THAN INC-Numero
                   INVALID KEY MOVE "S" TO Fine-Incarichi
               END-START
               PERFORM UNTIL Fine-Incarichi = "S"
                   READ FileIncarichi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Incarichi
                       NOT AT END
                           IF INC-Ruolo = "COOR"
                                   AND INC-Stato = "A"
                                   AND INC-Classe = Classe-Scelta
                                   AND INC-Dal <= Data-Documento
                                   AND INC-Al >= Data-Documento
                               MOVE INC-Docente TO DC-Sigla
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileIncarichi
               IF DC-Sigla NOT = SPACES
                   MOVE DC-Sigla TO Coordinatore
                   OPEN INPUT Docenti
                   IF FS-Docenti = "00"
                       READ Docenti
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO Coordinatore
                               STRING DC-Cognome DELIMITED BY "  "
                                   " " DELIMITED BY SIZE
                                   DC-Nome DELIMITED BY "  "
                                   INTO Coordinatore
                       END-READ
                       CLOSE Docenti
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 3100-CARICA-MATERIE: le cattedre della classe in
      *corso alla data del documento; le materie del diario senza
      *cattedra si aggiungono con l'ultimo docente che ha firmato
       3100-CARICA-MATERIE.
           MOVE 0 TO Materie-Cont
           MOVE "N" TO Cattedre-Presenti
           OPEN INPUT FileCattedre
           IF FS-FileCattedre = "00"
               MOVE "Y" TO Cattedre-Presenti
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCattedre
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF CT-Classe = Classe-Scelta
                                   AND CT-Dal <= Data-Documento
                                   AND CT-Al >= Data-Documento
                               MOVE CT-Materia TO Materia-Scelta
                               PERFORM 3150-CERCA-MATERIA
                               IF Materie-Trovata > 0
                                   MOVE CT-Docente
                                       TO MD-Docente(Materie-Trovata)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCattedre
           END-IF
           OPEN INPUT FileDiario
           IF FS-FileDiario = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileDiario
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF DI-Classe = Classe-Scelta
                                   AND DI-Data >= Data-Inizio-Anno
                                   AND DI-Data <= Data-Documento
                               MOVE DI-Materia TO Materia-Scelta
                               PERFORM 3150-CERCA-MATERIA
                               IF Materie-Trovata > 0
                                       AND (Cattedre-Presenti = "N"
                                       OR MD-Docente(Materie-Trovata)
                                           = SPACES)
                                   MOVE DI-Docente
                                       TO MD-Docente(Materie-Trovata)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileDiario
           END-IF
           OPEN INPUT Docenti
           IF FS-Docenti = "00"
               MOVE 0 TO Materie-Idx
               PERFORM UNTIL Materie-Idx >= Materie-Cont
                   ADD 1 TO Materie-Idx
                   MOVE MD-Docente(Materie-Idx) TO DC-Sigla
                   READ Docenti
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO riga
                           STRING DC-Cognome DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               DC-Nome DELIMITED BY "  "
                               INTO riga
                           MOVE riga TO MD-Cognome(Materie-Idx)
                   END-READ
               END-PERFORM
               CLOSE Docenti
           END-IF
           MOVE SPACES TO Materia-Scelta.

      *Paragrafo 3150-CERCA-MATERIA: Materia-Scelta nella tabella,
      *aggiunta se nuova (0 se la tabella e' piena)
       3150-CERCA-MATERIA.
           MOVE 0 TO Materie-Trovata
           MOVE 0 TO Materie-Idx
           PERFORM UNTIL Materie-Idx >= Materie-Cont
               ADD 1 TO Materie-Idx
               IF MD-Materia(Materie-Idx) = Materia-Scelta
                   MOVE Materie-Idx TO Materie-Trovata
               END-IF
           END-PERFORM
           IF Materie-Trovata = 0 AND Materie-Cont < 20
               ADD 1 TO Materie-Cont
               MOVE Materie-Cont TO Materie-Trovata
               MOVE Materia-Scelta TO MD-Materia(Materie-Trovata)
               MOVE SPACES TO MD-Docente(Materie-Trovata)
               MOVE SPACES TO MD-Cognome(Materie-Trovata)
           END-IF.

      *Paragrafo 3300-CARICA-ALUNNI: gli studenti non ritirati
      *della classe, ordinati per cognome e nome
       3300-CARICA-ALUNNI.
           MOVE 0 TO Alunni-Cont
           OPEN INPUT Studenti
           IF FS-Studenti = "00"
               MOVE Classe-Scelta TO ST-Classe
               MOVE "N" TO Fine-Studenti
               START Studenti KEY IS EQUAL TO ST-Classe
                   INVALID KEY MOVE "S" TO Fine-Studenti
               END-START
               PERFORM UNTIL Fine-Studenti = "S"
                   READ Studenti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Studenti
                       NOT AT END
                           IF ST-Classe NOT = Classe-Scelta
                               MOVE "S" TO Fine-Studenti
                           ELSE IF NOT ST-Ritirato-Si
                                   AND Alunni-Cont < 40
                               ADD 1 TO Alunni-Cont
                               MOVE ST-Cognome(1:30)
                                   TO AL-Cognome(Alunni-Cont)
                               MOVE ST-Nome(1:30)
                                   TO AL-Nome(Alunni-Cont)
                               MOVE ST-ID TO AL-Matricola(Alunni-Cont)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Studenti
           END-IF
           MOVE "Y" TO Scambi-Fatti
           PERFORM UNTIL Scambi-Fatti NOT = "Y"
               MOVE "N" TO Scambi-Fatti
               MOVE 1 TO Alunni-Idx
               PERFORM UNTIL Alunni-Idx >= Alunni-Cont
                   COMPUTE Alunni-Idx-2 = Alunni-Idx + 1
                   IF Alunni-Voce(Alunni-Idx)(1:60)
                           > Alunni-Voce(Alunni-Idx-2)(1:60)
                       MOVE Alunni-Voce(Alunni-Idx) TO Alunni-Appoggio
                       MOVE Alunni-Voce(Alunni-Idx-2)
                           TO Alunni-Voce(Alunni-Idx)
                       MOVE Alunni-Appoggio
                           TO Alunni-Voce(Alunni-Idx-2)
                       MOVE "Y" TO Scambi-Fatti
                   END-IF
                   ADD 1 TO Alunni-Idx
               END-PERFORM
           END-PERFORM.

      *Paragrafo 4000-TESTA-DOCUMENTO: classe, anno e protocollo
       4000-TESTA-DOCUMENTO.
           MOVE Data-Documento TO Data-Lavoro
           PERFORM 8200-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "Classe " DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               " - anno scolastico " DELIMITED BY SIZE
               Anno-Corrente DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO riga
           STRING "Protocollo n. " DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Anno-Corrente DELIMITED BY SIZE
               " del " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA.

      *Paragrafo 4100-MATERIA: materia, docente, libri di testo
      *adottati e argomenti del diario
       4100-MATERIA.
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO riga
           STRING "Materia: " DELIMITED BY SIZE
               MD-Materia(Materie-Idx) DELIMITED BY SIZE
               " Docente: " DELIMITED BY SIZE
               MD-Cognome(Materie-Idx) DELIMITED BY "  "
               INTO riga
           IF MD-Cognome(Materie-Idx) = SPACES
               MOVE MD-Docente(Materie-Idx) TO riga(40:10)
           END-IF
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE "  Libri di testo:" TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE 0 TO Libri-Contati
           OPEN INPUT FileAdozioni
           IF FS-FileAdozioni = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileAdozioni
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF AD-Classe = Classe-Scelta
                                   AND AD-Materia
                                       = MD-Materia(Materie-Idx)
                               ADD 1 TO Libri-Contati
                               MOVE SPACES TO riga
                               STRING "    " DELIMITED BY SIZE
                                   AD-Titolo DELIMITED BY SIZE
                                   " ISBN " DELIMITED BY SIZE
                                   AD-ISBN DELIMITED BY SIZE
                                   INTO riga
                               MOVE riga TO FileOut-Record
                               PERFORM 8000-SCRIVI-RIGA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileAdozioni
           END-IF
           IF Libri-Contati = 0
               MOVE "    nessun testo adottato" TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
           END-IF
           MOVE "  Argomenti svolti:" TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE 0 TO Argomenti-Contati
           MOVE SPACES TO Argomento-Precedente
           OPEN INPUT FileDiario
           IF FS-FileDiario = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileDiario
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF DI-Classe = Classe-Scelta
                                   AND DI-Materia
                                       = MD-Materia(Materie-Idx)
                                   AND DI-Data >= Data-Inizio-Anno
                                   AND DI-Data <= Data-Documento
                                   AND DI-Argomento NOT = SPACES
                                   AND DI-Argomento
                                       NOT = Argomento-Precedente
                               PERFORM 4150-RIGA-ARGOMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileDiario
           END-IF
           IF Argomenti-Contati = 0
               MOVE "    nessun argomento a diario" TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
           END-IF.

      *Paragrafo 4150-RIGA-ARGOMENTO: data (GG/MM) e argomento
       4150-RIGA-ARGOMENTO.
           ADD 1 TO Argomenti-Contati
           MOVE DI-Argomento TO Argomento-Precedente
           MOVE DI-Data TO Data-Lavoro
           MOVE SPACES TO riga
           STRING "    " DELIMITED BY SIZE
               Data-Lavoro-Testo(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Lavoro-Testo(5:2) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DI-Argomento DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA.

      *Paragrafo 7000-EMETTI-PROTOCOLLO: il prossimo numero
      *dell'anno in corso (massimo emesso piu' uno) e la riga di
      *registro del tipo in Protocollo-Tipo
       7000-EMETTI-PROTOCOLLO.
           DISPLAY "Sigla operatore per il protocollo: "
           ACCEPT Operatore-Protocollo
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
           MOVE Matricola-Scelta TO PRT-Matricola
           MOVE Operatore-Protocollo TO PRT-Operatore
           MOVE 0 TO PRT-Riferimento
           WRITE FileProtocollo-Record
           CLOSE FileProtocollo.

      *Paragrafo 8000-SCRIVI-RIGA: riga con interruzione di pagina
      *automatica, come SCRIVI-RIGA di RegistroElettronico
       8000-SCRIVI-RIGA.
           IF Stampa-NewPageRequired
               MOVE FileOut-Record TO Riga-Salvata
               MOVE Stampa-PageCount TO Stampa-PrnPageNum
               WRITE FileOut-Record FROM Stampa-Piede
                   AFTER ADVANCING 2 LINES
               PERFORM 8100-STAMPA-INTESTAZIONE
               MOVE Riga-Salvata TO FileOut-Record
           END-IF
           WRITE FileOut-Record
           ADD 1 TO Stampa-LineCount.

      *Paragrafo 8100-STAMPA-INTESTAZIONE: intestazione di pagina
       8100-STAMPA-INTESTAZIONE.
           WRITE FileOut-Record FROM Stampa-Titolo
               AFTER ADVANCING PAGE
           MOVE 1 TO Stampa-LineCount
           ADD 1 TO Stampa-PageCount.

      *Paragrafo 8200-FORMATTA-DATA: Data-Lavoro (AAAAMMGG) in
      *Data-for come GG/MM/AAAA
       8200-FORMATTA-DATA.
           MOVE SPACES TO Data-for
           STRING Data-Lavoro-Testo(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Lavoro-Testo(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Lavoro-Testo(1:4) DELIMITED BY SIZE
               INTO Data-for.

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

       END PROGRAM DocumentiClasse.
