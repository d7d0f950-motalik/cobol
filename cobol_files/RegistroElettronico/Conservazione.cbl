       IDENTIFICATION DIVISION.
       PROGRAM-ID. Conservazione.

      *Conservazione a norma dei documenti protocollati: pagelle,
      *certificati, pacchetti di trasferimento, ricevute, denunce,
      *tabelloni, documenti di classe, lettere d'incarico, lettere
      *dei procedimenti disciplinari, situazioni dei voti a una
      *data passata ed edizioni bilingui di pagella e certificato
      *sono atti con valore legale
      *che vanno versati a un conservatore accreditato, mentre
      *finora restavano file .txt
      *sovrascrivibili. Il lavoro
      *periodico legge le righe nuove di PROTOCOLLO.DAT, trova il
      *file del documento dal nome d'uscita del programma
      *emittente (o la copia di GestoreSpool archiviata lo stesso
      *giorno, se c'e'), ne calcola l'impronta di controllo sul
      *contenuto e scrive il pacchetto di versamento: l'indice
      *(PDV-<data>-<ora>-INDICE.DAT, una riga per documento con
      *protocollo, tipo, matricola, data, operatore, impronta e
      *righe) e i documenti stessi (PDV-<data>-<ora>-DOCUMENTI.DAT).
      *Lo stato di ogni protocollo e' in CONSERVAZIONE.DAT: D
      *documento da trovare, I inviato, C conservato, R respinto (si
      *rinvia al pacchetto successivo), N atto senza documento. I
      *documenti di classe e le denunce non hanno nel registro il
      *dato che ne compone il nome (classe, numero di registro):
      *restano D finche' la segreteria non li indica. Il rapporto di
      *versamento del conservatore (RAPPORTO-VERSAMENTO.DAT) si
      *riconcilia con l'impronta inviata; il report dei sospesi
      *(CONSERVAZIONE-SOSPESI-<data>.txt) elenca i protocolli non
      *ancora conservati dopo N giorni dall'emissione.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Dai dati dell'ambiente di prova non esce nulla verso
      *l'esterno: il pacchetto di versamento si rifiuta.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Registro di protocollo (Protocollo)
           SELECT FileProtocollo ASSIGN TO 'PROTOCOLLO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileProtocollo.
      *Stato di conservazione per anno e numero di protocollo
           SELECT FileConservazione ASSIGN TO 'CONSERVAZIONE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-Chiave
               FILE STATUS IS FS-FileConservazione.
      *Indice dello spool dei report (GestoreSpool)
           SELECT FileSpoolIndice ASSIGN TO 'SPOOL-INDICE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSpoolIndice.
           SELECT FileDocumento ASSIGN TO Documento-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileDocumento.
      *Pacchetto di versamento: indice e documenti
           SELECT FilePdvIndice ASSIGN TO Pdv-Indice-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FilePdvIndice.
           SELECT FilePdvDocumenti ASSIGN TO Pdv-Documenti-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FilePdvDocumenti.
      *Esiti del conservatore, uno per documento versato
           SELECT FileRapporto ASSIGN TO 'RAPPORTO-VERSAMENTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileRapporto.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
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
       FD  FileProtocollo.
       01  FileProtocollo-Record.
           05  PRT-Numero PIC 9(6).
           05  PRT-Anno PIC X(9).
           05  PRT-Data PIC 9(8).
           05  PRT-Tipo PIC X(14).
           05  PRT-Matricola PIC 9(6).
           05  PRT-Operatore PIC X(10).
           05  PRT-Riferimento PIC 9(6).
      *Stato D da trovare, I inviato, C conservato, R respinto,
      *N senza documento
       FD  FileConservazione.
       01  Conservazione-Record.
           05  CV-Chiave.
               10  CV-Anno PIC X(9).
               10  CV-Numero PIC 9(6).
           05  CV-Tipo PIC X(14).
           05  CV-Matricola PIC 9(6).
           05  CV-Data-Protocollo PIC 9(8).
           05  CV-Operatore PIC X(10).
           05  CV-Documento PIC X(40).
           05  CV-Impronta PIC 9(10).
           05  CV-Righe PIC 9(5).
           05  CV-Stato PIC X(1).
               88  CV-Da-Trovare VALUE "D".
               88  CV-Inviato VALUE "I".
               88  CV-Conservato VALUE "C".
               88  CV-Respinto VALUE "R".
               88  CV-Senza-Documento VALUE "N".
           05  CV-Pacchetto PIC X(20).
           05  CV-Data-Invio PIC 9(8).
           05  CV-Data-Esito PIC 9(8).
           05  CV-Id-Conservatore PIC X(20).
           05  CV-Note PIC X(30).
      *Voce dello spool, come in GestoreSpool
       FD  FileSpoolIndice.
       01  FileSpoolIndice-Record.
           05  SP-Nome PIC X(30).
           05  SP-Origine PIC X(30).
           05  SP-Tipo PIC X(20).
           05  SP-Data PIC 9(8).
           05  SP-Ora PIC 9(8).
           05  SP-Operatore PIC X(10).
           05  SP-Classe PIC X(4).
           05  SP-Stato PIC X(1).
       FD  FileDocumento.
       01  FileDocumento-Record PIC X(200).
      *Riga d'indice: H testata, M documento, T coda con il
      *numero di documenti in PM-Numero
       FD  FilePdvIndice.
       01  PdvIndice-Record.
           05  PM-Tipo-Riga PIC X(1).
           05  PM-Numero PIC 9(6).
           05  PM-Anno PIC X(9).
           05  PM-Tipo-Documento PIC X(14).
           05  PM-Matricola PIC 9(6).
           05  PM-Data PIC 9(8).
           05  PM-Operatore PIC X(10).
           05  PM-Impronta PIC 9(10).
           05  PM-Righe PIC 9(5).
           05  PM-Documento PIC X(40).
      *Riga dei documenti: D inizio documento, R riga del testo,
      *F fine documento, sempre con il protocollo
       FD  FilePdvDocumenti.
       01  PdvDocumenti-Record.
           05  PD-Tipo-Riga PIC X(1).
           05  PD-Numero PIC 9(6).
           05  PD-Anno PIC X(9).
           05  PD-Testo PIC X(200).
      *Esito C conservato o R respinto
       FD  FileRapporto.
       01  FileRapporto-Record.
           05  RV-Numero PIC 9(6).
           05  RV-Anno PIC X(9).
           05  RV-Impronta PIC 9(10).
           05  RV-Esito PIC X(1).
           05  RV-Data PIC 9(8).
           05  RV-Id-Conservatore PIC X(20).
           05  RV-Motivo PIC X(30).
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
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
       01  FS-FileProtocollo PIC XX VALUE SPACES.
       01  FS-FileConservazione PIC XX VALUE SPACES.
       01  FS-FileSpoolIndice PIC XX VALUE SPACES.
       01  FS-FileDocumento PIC XX VALUE SPACES.
       01  FS-FilePdvIndice PIC XX VALUE SPACES.
       01  FS-FilePdvDocumenti PIC XX VALUE SPACES.
       01  FS-FileRapporto PIC XX VALUE SPACES.
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
       01  Documento-Filename PIC X(40) VALUE SPACES.
       01  Pdv-Indice-Filename PIC X(40) VALUE SPACES.
       01  Pdv-Documenti-Filename PIC X(40) VALUE SPACES.
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-Protocollo PIC X VALUE "N".
       01  Fine-File PIC X VALUE "N".
       01  Fine-Documento PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Ora-Oggi PIC 9(8) VALUE 0.
       01  Ora-Oggi-Testo REDEFINES Ora-Oggi PIC X(8).
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  riga PIC X(100).
      *Nome d'uscita del documento per tipo di protocollo: M il
      *nome porta la matricola, P il numero di protocollo, C la
      *classe, I il numero di registro degli infortuni, N nessun
      *documento da versare
       01  Documenti-Valori.
           05  FILLER PIC X(14) VALUE "PAGELLA".
           05  FILLER PIC X(20) VALUE "PAGELLA-".
           05  FILLER PIC X(1) VALUE "M".
           05  FILLER PIC X(14) VALUE "CERTIFICATO".
           05  FILLER PIC X(20) VALUE "CERTIFICATO-".
           05  FILLER PIC X(1) VALUE "M".
           05  FILLER PIC X(14) VALUE "PAGELLA-EN".
           05  FILLER PIC X(20) VALUE "PAGELLA-EN-".
           05  FILLER PIC X(1) VALUE "M".
           05  FILLER PIC X(14) VALUE "CERTIFICATO-EN".
           05  FILLER PIC X(20) VALUE "CERTIFICATO-EN-".
           05  FILLER PIC X(1) VALUE "M".
           05  FILLER PIC X(14) VALUE "TRASFERIMENTO".
           05  FILLER PIC X(20) VALUE "TRASFERIMENTO-".
           05  FILLER PIC X(1) VALUE "M".
           05  FILLER PIC X(14) VALUE "RICEVUTA".
           05  FILLER PIC X(20) VALUE "RICEVUTA-".
           05  FILLER PIC X(1) VALUE "P".
           05  FILLER PIC X(14) VALUE "BORSA-STUDIO".
           05  FILLER PIC X(20) VALUE "BORSA-".
           05  FILLER PIC X(1) VALUE "P".
           05  FILLER PIC X(14) VALUE "FREQUENZA".
           05  FILLER PIC X(20) VALUE "FREQUENZA-".
           05  FILLER PIC X(1) VALUE "P".
           05  FILLER PIC X(14) VALUE "TABELLONE".
           05  FILLER PIC X(20) VALUE "ESITI-".
           05  FILLER PIC X(1) VALUE "C".
           05  FILLER PIC X(14) VALUE "DOC-15-MAGGIO".
           05  FILLER PIC X(20) VALUE "DOCUMENTO-15-MAGGIO-".
           05  FILLER PIC X(1) VALUE "C".
           05  FILLER PIC X(14) VALUE "PROGR-SVOLTI".
           05  FILLER PIC X(20) VALUE "PROGRAMMI-SVOLTI-".
           05  FILLER PIC X(1) VALUE "C".
           05  FILLER PIC X(14) VALUE "INFORTUNIO".
           05  FILLER PIC X(20) VALUE "INFORTUNIO-".
           05  FILLER PIC X(1) VALUE "I".
           05  FILLER PIC X(14) VALUE "NOMINA".
           05  FILLER PIC X(20) VALUE "NOMINA-".
           05  FILLER PIC X(1) VALUE "P".
           05  FILLER PIC X(14) VALUE "CONTESTAZIONE".
           05  FILLER PIC X(20) VALUE "CONTESTAZIONE-".
           05  FILLER PIC X(1) VALUE "P".
           05  FILLER PIC X(14) VALUE "SANZIONE".
           05  FILLER PIC X(20) VALUE "SANZIONE-".
           05  FILLER PIC X(1) VALUE "P".
           05  FILLER PIC X(14) VALUE "ESITO-RICORSO".
           05  FILLER PIC X(20) VALUE "RICORSO-".
           05  FILLER PIC X(1) VALUE "P".
           05  FILLER PIC X(14) VALUE "VOTI-ALLA-DATA".
           05  FILLER PIC X(20) VALUE "VOTI-ALLA-DATA-".
           05  FILLER PIC X(1) VALUE "P".
           05  FILLER PIC X(14) VALUE "MANDATO-BORSA".
           05  FILLER PIC X(20) VALUE SPACES.
           05  FILLER PIC X(1) VALUE "N".
       01  Documenti-Tab REDEFINES Documenti-Valori.
           05  Documenti-Voce OCCURS 18 TIMES.
               10  DOC-Tipo PIC X(14).
               10  DOC-Prefisso PIC X(20).
               10  DOC-Chiave PIC X(1).
       01  Documenti-Idx PIC 99 VALUE 0.
       01  Documenti-Trovato PIC 99 VALUE 0.
       01  Nome-Derivato PIC X(40) VALUE SPACES.
       01  Nome-Spool PIC X(30) VALUE SPACES.
       01  Classe-Inserita PIC X(4) VALUE SPACES.
       01  Registro-Inserito PIC 9(4) VALUE 0.
       01  Anno-Scelto PIC X(9) VALUE SPACES.
       01  Numero-Scelto PIC 9(6) VALUE 0.
      *Impronta di controllo sul contenuto: due somme modulo 65521
      *dei codici dei caratteri (la seconda somma le prime, cosi'
      *conta anche l'ordine), con il fine riga come carattere 10
       01  Caratteri-Valori.
           05  FILLER PIC X(16) VALUE ' !"#$%&''()*+,-./'.
           05  FILLER PIC X(16) VALUE "0123456789:;<=>?".
           05  FILLER PIC X(16) VALUE "@ABCDEFGHIJKLMNO".
           05  FILLER PIC X(16) VALUE "PQRSTUVWXYZ[\]^_".
           05  FILLER PIC X(16) VALUE "`abcdefghijklmno".
           05  FILLER PIC X(15) VALUE "pqrstuvwxyz{|}~".
       01  Caratteri-Tab REDEFINES Caratteri-Valori.
           05  Carattere OCCURS 95 TIMES PIC X(1).
       01  Carattere-Idx PIC 99 VALUE 0.
       01  Codice-Carattere PIC 999 VALUE 0.
       01  MODULO-IMPRONTA PIC 9(5) VALUE 65521.
       01  Imp-A PIC 9(5) VALUE 0.
       01  Imp-B PIC 9(5) VALUE 0.
       01  Imp-Somma PIC 9(6) VALUE 0.
       01  Imp-Quoziente PIC 9(6) VALUE 0.
       01  Impronta PIC 9(10) VALUE 0.
       01  Righe-Documento PIC 9(5) VALUE 0.
       01  Riga-Lung PIC 999 VALUE 0.
       01  Riga-Pos PIC 999 VALUE 0.
      *Conteggi del lavoro e del report
       01  Documenti-Inviati PIC 9(5) VALUE 0.
       01  Documenti-Da-Trovare PIC 9(5) VALUE 0.
       01  Esiti-Conservati PIC 9(5) VALUE 0.
       01  Esiti-Respinti PIC 9(5) VALUE 0.
       01  Esiti-Sconosciuti PIC 9(5) VALUE 0.
       01  Protocollo-Nuovo PIC X VALUE "N".
       01  Giorni-Soglia PIC 9(3) VALUE 0.
       01  Giorni-Attesa PIC 9(4) VALUE 0.
       01  Attesa-for PIC ZZZ9.
       01  Sospesi-Contati PIC 9(5) VALUE 0.
       01  Stato-Descrizione PIC X(20) VALUE SPACES.
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
       01  Data-Lavoro PIC 9(8) VALUE 0.
       01  Data-Lavoro-Testo REDEFINES Data-Lavoro PIC X(8).
       01  Data-for PIC X(10) VALUE SPACES.
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
           OPEN I-O FileConservazione
           IF FS-FileConservazione NOT = "00"
               OPEN OUTPUT FileConservazione
               CLOSE FileConservazione
               OPEN I-O FileConservazione
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "CONSERVAZIONE DEI DOCUMENTI PROTOCOLLATI"
               DISPLAY "1: Prepara il pacchetto di versamento"
               DISPLAY "2: Riconcilia il rapporto di versamento"
               DISPLAY "3: Report dei documenti non conservati"
               DISPLAY "4: Indica il documento di un protocollo"
               DISPLAY "5: Situazione di un protocollo"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-PREPARA-PACCHETTO
                   WHEN 2 PERFORM 2000-RICONCILIA
                   WHEN 3 PERFORM 3000-REPORT-SOSPESI
                   WHEN 4 PERFORM 4000-INDICA-DOCUMENTO
                   WHEN 5 PERFORM 5000-SITUAZIONE
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FileConservazione
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

      *Paragrafo 1000-PREPARA-PACCHETTO: il pacchetto di
      *versamento; dai dati dell'ambiente di prova non si prepara
       1000-PREPARA-PACCHETTO.
           IF Ambiente-Prova = "S"
               DISPLAY "Ambiente di prova: nessun pacchetto di "
                   "versamento al conservatore"
           ELSE
               PERFORM 1050-SCRIVI-PACCHETTO
           END-IF.

      *Paragrafo 1050-SCRIVI-PACCHETTO: i protocolli mai esaminati
      *e quelli ancora da trovare o respinti entrano nel pacchetto
      *di oggi se il documento si trova
       1050-SCRIVI-PACCHETTO.
           ACCEPT Ora-Oggi FROM TIME
           MOVE SPACES TO Pdv-Indice-Filename
           STRING "PDV-" DELIMITED BY SIZE
               Data-Oggi DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               Ora-Oggi-Testo(1:6) DELIMITED BY SIZE
               "-INDICE.DAT" DELIMITED BY SIZE
               INTO Pdv-Indice-Filename
           MOVE SPACES TO Pdv-Documenti-Filename
           STRING "PDV-" DELIMITED BY SIZE
               Data-Oggi DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               Ora-Oggi-Testo(1:6) DELIMITED BY SIZE
               "-DOCUMENTI.DAT" DELIMITED BY SIZE
               INTO Pdv-Documenti-Filename
           OPEN INPUT FileProtocollo
           IF FS-FileProtocollo NOT = "00"
               DISPLAY "Registro di protocollo non disponibile"
           ELSE
               OPEN OUTPUT FilePdvIndice
               OPEN OUTPUT FilePdvDocumenti
               MOVE SPACES TO PdvIndice-Record
               MOVE "H" TO PM-Tipo-Riga
               MOVE 0 TO PM-Numero
               MOVE 0 TO PM-Matricola
               MOVE Data-Oggi TO PM-Data
               MOVE 0 TO PM-Impronta
               MOVE 0 TO PM-Righe
               MOVE Pdv-Indice-Filename(1:19) TO PM-Documento
               WRITE PdvIndice-Record
               MOVE 0 TO Documenti-Inviati
               MOVE 0 TO Documenti-Da-Trovare
               MOVE "N" TO Fine-Protocollo
               PERFORM UNTIL Fine-Protocollo = "S"
                   READ FileProtocollo
                       AT END
                           MOVE "S" TO Fine-Protocollo
                       NOT AT END
                           PERFORM 1100-ESAMINA-PROTOCOLLO
                   END-READ
               END-PERFORM
               CLOSE FileProtocollo
               MOVE SPACES TO PdvIndice-Record
               MOVE "T" TO PM-Tipo-Riga
               MOVE Documenti-Inviati TO PM-Numero
               MOVE 0 TO PM-Matricola
               MOVE Data-Oggi TO PM-Data
               MOVE 0 TO PM-Impronta
               MOVE 0 TO PM-Righe
               WRITE PdvIndice-Record
               CLOSE FilePdvIndice
               CLOSE FilePdvDocumenti
               DISPLAY "Documenti nel pacchetto: " Documenti-Inviati
               DISPLAY "Protocolli con documento da trovare: "
                   Documenti-Da-Trovare
               DISPLAY "Pacchetto: " Pdv-Indice-Filename
               DISPLAY "           " Pdv-Documenti-Filename
               MOVE SPACES TO Audit-Descrizione
               STRING "Versamento PDV " DELIMITED BY SIZE
                   Data-Oggi DELIMITED BY SIZE
                   " documenti " DELIMITED BY SIZE
                   Documenti-Inviati DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 1100-ESAMINA-PROTOCOLLO: la riga di protocollo
      *letta, nuova o da riprendere
       1100-ESAMINA-PROTOCOLLO.
           MOVE PRT-Anno TO CV-Anno
           MOVE PRT-Numero TO CV-Numero
           MOVE "N" TO Protocollo-Nuovo
           READ FileConservazione
               INVALID KEY
                   MOVE "Y" TO Protocollo-Nuovo
           END-READ
           IF Protocollo-Nuovo = "Y"
               MOVE SPACES TO Conservazione-Record
               MOVE PRT-Anno TO CV-Anno
               MOVE PRT-Numero TO CV-Numero
               MOVE PRT-Tipo TO CV-Tipo
               MOVE PRT-Matricola TO CV-Matricola
               MOVE PRT-Data TO CV-Data-Protocollo
               MOVE PRT-Operatore TO CV-Operatore
               MOVE 0 TO CV-Impronta
               MOVE 0 TO CV-Righe
               MOVE "D" TO CV-Stato
               MOVE 0 TO CV-Data-Invio
               MOVE 0 TO CV-Data-Esito
               PERFORM 1200-VERSA-DOCUMENTO
               WRITE Conservazione-Record
                   INVALID KEY
                       DISPLAY "Stato non registrato per il "
                           "protocollo " PRT-Numero
               END-WRITE
           ELSE IF CV-Da-Trovare OR CV-Respinto
               PERFORM 1200-VERSA-DOCUMENTO
               REWRITE Conservazione-Record
                   INVALID KEY
                       DISPLAY "Stato non aggiornato per il "
                           "protocollo " PRT-Numero
               END-REWRITE
           END-IF
           END-IF.

      *Paragrafo 1200-VERSA-DOCUMENTO: nome del documento (indicato
      *dalla segreteria o dal tipo), copia a spool dello stesso
      *giorno se c'e', impronta e copia nel pacchetto
       1200-VERSA-DOCUMENTO.
           PERFORM 1250-CERCA-TIPO
           IF Documenti-Trovato > 0
                   AND DOC-Chiave(Documenti-Trovato) = "N"
               MOVE "N" TO CV-Stato
               MOVE "Atto senza documento" TO CV-Note
           ELSE
               IF CV-Documento = SPACES
                   PERFORM 1300-NOME-DOCUMENTO
                   IF Nome-Derivato NOT = SPACES
                       PERFORM 1350-CERCA-SPOOL
                   END-IF
                   MOVE Nome-Derivato TO CV-Documento
               END-IF
               IF CV-Documento = SPACES
                   MOVE "D" TO CV-Stato
                   MOVE "Documento da indicare" TO CV-Note
                   ADD 1 TO Documenti-Da-Trovare
               ELSE
                   MOVE CV-Documento TO Documento-Filename
                   OPEN INPUT FileDocumento
                   IF FS-FileDocumento NOT = "00"
                       MOVE "D" TO CV-Stato
                       MOVE "Documento non trovato" TO CV-Note
                       ADD 1 TO Documenti-Da-Trovare
                   ELSE
                       PERFORM 1400-COPIA-CON-IMPRONTA
                       CLOSE FileDocumento
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 1250-CERCA-TIPO: CV-Tipo nella tabella dei nomi
      *d'uscita (0 se non previsto)
       1250-CERCA-TIPO.
           MOVE 0 TO Documenti-Trovato
           MOVE 0 TO Documenti-Idx
           PERFORM UNTIL Documenti-Idx >= 18
               ADD 1 TO Documenti-Idx
               IF DOC-Tipo(Documenti-Idx) = CV-Tipo
                   MOVE Documenti-Idx TO Documenti-Trovato
               END-IF
           END-PERFORM.

      *Paragrafo 1300-NOME-DOCUMENTO: il nome d'uscita dal tipo, se
      *il registro ne ha il dato (matricola o numero di
      *protocollo); spazi altrimenti
       1300-NOME-DOCUMENTO.
           MOVE SPACES TO Nome-Derivato
           IF Documenti-Trovato > 0
               IF DOC-Chiave(Documenti-Trovato) = "M"
                   STRING DOC-Prefisso(Documenti-Trovato)
                           DELIMITED BY SPACE
                       CV-Matricola DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO Nome-Derivato
               ELSE IF DOC-Chiave(Documenti-Trovato) = "P"
                   STRING DOC-Prefisso(Documenti-Trovato)
                           DELIMITED BY SPACE
                       CV-Numero DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO Nome-Derivato
               END-IF
               END-IF
           END-IF.

      *Paragrafo 1350-CERCA-SPOOL: se il documento e' stato
      *archiviato con GestoreSpool il giorno del protocollo, si
      *versa quella copia (l'ultima del giorno), che non viene
      *sovrascritta
       1350-CERCA-SPOOL.
           MOVE SPACES TO Nome-Spool
           OPEN INPUT FileSpoolIndice
           IF FS-FileSpoolIndice = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileSpoolIndice
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF SP-Origine = Nome-Derivato
                                   AND SP-Data = CV-Data-Protocollo
                                   AND SP-Stato = "A"
                               MOVE SP-Nome TO Nome-Spool
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileSpoolIndice
           END-IF
           IF Nome-Spool NOT = SPACES
               MOVE Nome-Spool TO Nome-Derivato
           END-IF.

      *Paragrafo 1400-COPIA-CON-IMPRONTA: il documento aperto
      *riga per riga nel pacchetto, con l'impronta calcolata sulla
      *parte significativa di ogni riga; poi la riga d'indice
       1400-COPIA-CON-IMPRONTA.
           MOVE 1 TO Imp-A
           MOVE 0 TO Imp-B
           MOVE 0 TO Righe-Documento
           MOVE SPACES TO PdvDocumenti-Record
           MOVE "D" TO PD-Tipo-Riga
           MOVE CV-Numero TO PD-Numero
           MOVE CV-Anno TO PD-Anno
           MOVE CV-Documento TO PD-Testo
           WRITE PdvDocumenti-Record
           MOVE "N" TO Fine-Documento
           PERFORM UNTIL Fine-Documento = "S"
               READ FileDocumento
                   AT END
                       MOVE "S" TO Fine-Documento
                   NOT AT END
                       ADD 1 TO Righe-Documento
                       MOVE "R" TO PD-Tipo-Riga
                       MOVE FileDocumento-Record TO PD-Testo
                       WRITE PdvDocumenti-Record
                       PERFORM 1450-IMPRONTA-RIGA
               END-READ
           END-PERFORM
           MOVE SPACES TO PD-Testo
           MOVE "F" TO PD-Tipo-Riga
           MOVE Righe-Documento TO PD-Testo(1:5)
           WRITE PdvDocumenti-Record
           COMPUTE Impronta = Imp-B * 65536 + Imp-A
           MOVE Impronta TO CV-Impronta
           MOVE Righe-Documento TO CV-Righe
           MOVE "I" TO CV-Stato
           MOVE Pdv-Indice-Filename(1:19) TO CV-Pacchetto
           MOVE Data-Oggi TO CV-Data-Invio
           MOVE 0 TO CV-Data-Esito
           MOVE SPACES TO CV-Id-Conservatore
           MOVE SPACES TO CV-Note
           MOVE SPACES TO PdvIndice-Record
           MOVE "M" TO PM-Tipo-Riga
           MOVE CV-Numero TO PM-Numero
           MOVE CV-Anno TO PM-Anno
           MOVE CV-Tipo TO PM-Tipo-Documento
           MOVE CV-Matricola TO PM-Matricola
           MOVE CV-Data-Protocollo TO PM-Data
           MOVE CV-Operatore TO PM-Operatore
           MOVE CV-Impronta TO PM-Impronta
           MOVE CV-Righe TO PM-Righe
           MOVE CV-Documento TO PM-Documento
           WRITE PdvIndice-Record
           ADD 1 TO Documenti-Inviati.

      *Paragrafo 1450-IMPRONTA-RIGA: i caratteri della riga fino
      *all'ultimo non bianco, poi il fine riga
       1450-IMPRONTA-RIGA.
           MOVE 200 TO Riga-Lung
           PERFORM UNTIL Riga-Lung = 0
                   OR FileDocumento-Record(Riga-Lung:1) NOT = SPACE
               SUBTRACT 1 FROM Riga-Lung
           END-PERFORM
           MOVE 0 TO Riga-Pos
           PERFORM UNTIL Riga-Pos >= Riga-Lung
               ADD 1 TO Riga-Pos
               PERFORM 1460-CODICE-CARATTERE
               PERFORM 1470-SOMMA-IMPRONTA
           END-PERFORM
           MOVE 10 TO Codice-Carattere
           PERFORM 1470-SOMMA-IMPRONTA.

      *Paragrafo 1460-CODICE-CARATTERE: il codice del carattere in
      *Riga-Pos dalla sua posizione nella tabella dei caratteri
      *stampabili (0 se fuori tabella)
       1460-CODICE-CARATTERE.
           MOVE 0 TO Codice-Carattere
           IF FileDocumento-Record(Riga-Pos:1) = SPACE
               MOVE 32 TO Codice-Carattere
           ELSE
               MOVE 1 TO Carattere-Idx
               PERFORM UNTIL Carattere-Idx >= 95
                       OR Codice-Carattere NOT = 0
                   ADD 1 TO Carattere-Idx
                   IF Carattere(Carattere-Idx)
                           = FileDocumento-Record(Riga-Pos:1)
                       COMPUTE Codice-Carattere = Carattere-Idx + 31
                   END-IF
               END-PERFORM
           END-IF.

      *Paragrafo 1470-SOMMA-IMPRONTA: aggiorna le due somme
      *modulo 65521 con Codice-Carattere
       1470-SOMMA-IMPRONTA.
           COMPUTE Imp-Somma = Imp-A + Codice-Carattere
           DIVIDE Imp-Somma BY MODULO-IMPRONTA
               GIVING Imp-Quoziente
               REMAINDER Imp-A
           COMPUTE Imp-Somma = Imp-B + Imp-A
           DIVIDE Imp-Somma BY MODULO-IMPRONTA
               GIVING Imp-Quoziente
               REMAINDER Imp-B.

      *Paragrafo 2000-RICONCILIA: gli esiti del rapporto di
      *versamento sullo stato dei protocolli inviati; un esito
      *positivo con impronta diversa da quella inviata vale come
      *respinto, perche' il documento si rinvii
       2000-RICONCILIA.
           MOVE 0 TO Esiti-Conservati
           MOVE 0 TO Esiti-Respinti
           MOVE 0 TO Esiti-Sconosciuti
           OPEN INPUT FileRapporto
           IF FS-FileRapporto NOT = "00"
               DISPLAY "Nessun rapporto di versamento "
                   "(RAPPORTO-VERSAMENTO.DAT)"
           ELSE
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileRapporto
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           PERFORM 2100-ESITO
                   END-READ
               END-PERFORM
               CLOSE FileRapporto
               DISPLAY "Conservati: " Esiti-Conservati
                   "  respinti: " Esiti-Respinti
                   "  sconosciuti: " Esiti-Sconosciuti
               MOVE SPACES TO Audit-Descrizione
               STRING "Rapporto versamento C " DELIMITED BY SIZE
                   Esiti-Conservati DELIMITED BY SIZE
                   " R " DELIMITED BY SIZE
                   Esiti-Respinti DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 2100-ESITO: una riga del rapporto; contano solo i
      *protocolli in stato inviato
       2100-ESITO.
           MOVE RV-Anno TO CV-Anno
           MOVE RV-Numero TO CV-Numero
           READ FileConservazione
               INVALID KEY
                   MOVE SPACES TO CV-Stato
           END-READ
           IF NOT CV-Inviato
               ADD 1 TO Esiti-Sconosciuti
               DISPLAY "Esito del protocollo " RV-Numero "/" RV-Anno
                   " per un documento non in attesa: ignorato"
           ELSE
               MOVE RV-Data TO CV-Data-Esito
               IF RV-Esito = "C" AND RV-Impronta = CV-Impronta
                   MOVE "C" TO CV-Stato
                   MOVE RV-Id-Conservatore TO CV-Id-Conservatore
                   MOVE SPACES TO CV-Note
                   ADD 1 TO Esiti-Conservati
               ELSE IF RV-Esito = "C"
                   MOVE "R" TO CV-Stato
                   MOVE "Impronta diversa dall'inviata" TO CV-Note
                   ADD 1 TO Esiti-Respinti
               ELSE
                   MOVE "R" TO CV-Stato
                   MOVE RV-Motivo TO CV-Note
                   ADD 1 TO Esiti-Respinti
               END-IF
               END-IF
               REWRITE Conservazione-Record
                   INVALID KEY
                       DISPLAY "Esito non registrato per il "
                           "protocollo " RV-Numero
               END-REWRITE
           END-IF.

      *Paragrafo 3000-REPORT-SOSPESI: i protocolli non ancora
      *conservati (mai esaminati, da trovare, inviati senza esito,
      *respinti) emessi da piu' di N giorni
       3000-REPORT-SOSPESI.
           DISPLAY "Giorni dall'emissione (0 = 30): "
           MOVE 0 TO Giorni-Soglia
           ACCEPT Giorni-Soglia
           IF Giorni-Soglia = 0
               MOVE 30 TO Giorni-Soglia
           END-IF
           OPEN INPUT FileProtocollo
           IF FS-FileProtocollo NOT = "00"
               DISPLAY "Registro di protocollo non disponibile"
           ELSE
               MOVE SPACES TO FileOut-Filename
               STRING "CONSERVAZIONE-SOSPESI-" DELIMITED BY SIZE
                   Data-Oggi DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO FileOut-Filename
               OPEN OUTPUT FileOut
               MOVE Data-Oggi TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
               MOVE SPACES TO riga
               STRING "Documenti non conservati dopo " DELIMITED BY SIZE
                   Giorni-Soglia DELIMITED BY SIZE
                   " giorni, al " DELIMITED BY SIZE
                   Data-for DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE "Protocollo       Tipo           Matricola Data"
                   TO riga
               MOVE "Giorni Stato" TO riga(58:12)
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE 0 TO Sospesi-Contati
               MOVE "N" TO Fine-Protocollo
               PERFORM UNTIL Fine-Protocollo = "S"
                   READ FileProtocollo
                       AT END
                           MOVE "S" TO Fine-Protocollo
                       NOT AT END
                           PERFORM 3100-VALUTA-SOSPESO
                   END-READ
               END-PERFORM
               CLOSE FileProtocollo
               MOVE SPACES TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               STRING "Documenti sospesi: " DELIMITED BY SIZE
                   Sospesi-Contati DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               CLOSE FileOut
               DISPLAY "Documenti sospesi: " Sospesi-Contati
               DISPLAY "Report scritto su " FileOut-Filename
           END-IF.

      *Paragrafo 3100-VALUTA-SOSPESO: la riga di protocollo letta
      *va nel report se non conservata e oltre la soglia
       3100-VALUTA-SOSPESO.
           MOVE PRT-Anno TO CV-Anno
           MOVE PRT-Numero TO CV-Numero
           READ FileConservazione
               INVALID KEY
                   MOVE SPACES TO CV-Stato
                   MOVE SPACES TO CV-Note
           END-READ
           IF NOT CV-Conservato AND NOT CV-Senza-Documento
               MOVE 0 TO Giorni-Attesa
               MOVE PRT-Data TO Giorno-Dopo
               PERFORM UNTIL Giorno-Dopo >= Data-Oggi
                       OR Giorni-Attesa >= 9999
                   PERFORM 9410-GIORNO-SUCCESSIVO
                   ADD 1 TO Giorni-Attesa
               END-PERFORM
               IF Giorni-Attesa > Giorni-Soglia
                   ADD 1 TO Sospesi-Contati
                   PERFORM 3200-DESCRIVI-STATO
                   MOVE Giorni-Attesa TO Attesa-for
                   MOVE PRT-Data TO Data-Lavoro
                   PERFORM 8100-FORMATTA-DATA
                   MOVE SPACES TO riga
                   STRING PRT-Numero DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       PRT-Anno DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PRT-Tipo DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PRT-Matricola DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       Data-for DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       Attesa-for DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Stato-Descrizione DELIMITED BY SIZE
                       INTO riga
                   MOVE riga TO FileOut-Record
                   WRITE FileOut-Record
                   IF CV-Note NOT = SPACES
                       MOVE SPACES TO riga
                       STRING "                  " DELIMITED BY SIZE
                           CV-Note DELIMITED BY SIZE
                           INTO riga
                       MOVE riga TO FileOut-Record
                       WRITE FileOut-Record
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 3200-DESCRIVI-STATO: lo stato di conservazione in
      *parole
       3200-DESCRIVI-STATO.
           EVALUATE CV-Stato
               WHEN "D" MOVE "da trovare" TO Stato-Descrizione
               WHEN "I" MOVE "inviato, senza esito"
                   TO Stato-Descrizione
               WHEN "C" MOVE "conservato" TO Stato-Descrizione
               WHEN "R" MOVE "respinto" TO Stato-Descrizione
               WHEN "N" MOVE "senza documento" TO Stato-Descrizione
               WHEN OTHER MOVE "mai esaminato" TO Stato-Descrizione
           END-EVALUATE.

      *Paragrafo 4000-INDICA-DOCUMENTO: il documento di un
      *protocollo da trovare o respinto; per i documenti di classe
      *basta la classe, per le denunce il numero di registro
       4000-INDICA-DOCUMENTO.
           PERFORM 8200-SCEGLI-PROTOCOLLO
           IF Numero-Scelto NOT = 0
               IF NOT CV-Da-Trovare AND NOT CV-Respinto
                   PERFORM 3200-DESCRIVI-STATO
                   DISPLAY "Il protocollo e' " Stato-Descrizione
                       ": nulla da indicare"
               ELSE
                   PERFORM 1250-CERCA-TIPO
                   MOVE SPACES TO Nome-Derivato
                   IF Documenti-Trovato > 0
                           AND DOC-Chiave(Documenti-Trovato) = "C"
                       DISPLAY "Classe del documento: "
                       MOVE SPACES TO Classe-Inserita
                       ACCEPT Classe-Inserita
                       STRING DOC-Prefisso(Documenti-Trovato)
                               DELIMITED BY SPACE
                           Classe-Inserita DELIMITED BY SPACE
                           ".txt" DELIMITED BY SIZE
                           INTO Nome-Derivato
                   ELSE IF Documenti-Trovato > 0
                           AND DOC-Chiave(Documenti-Trovato) = "I"
                       DISPLAY "Numero di registro dell'infortunio: "
                       MOVE 0 TO Registro-Inserito
                       ACCEPT Registro-Inserito
                       STRING DOC-Prefisso(Documenti-Trovato)
                               DELIMITED BY SPACE
                           Registro-Inserito DELIMITED BY SIZE
                           ".txt" DELIMITED BY SIZE
                           INTO Nome-Derivato
                   ELSE
                       DISPLAY "Nome del file del documento: "
                       ACCEPT Nome-Derivato
                   END-IF
                   END-IF
                   MOVE Nome-Derivato TO Documento-Filename
                   OPEN INPUT FileDocumento
                   IF FS-FileDocumento NOT = "00"
                       DISPLAY "File " Nome-Derivato " non trovato"
                   ELSE
                       CLOSE FileDocumento
                       MOVE Nome-Derivato TO CV-Documento
                       MOVE "D" TO CV-Stato
                       MOVE "Indicato dalla segreteria" TO CV-Note
                       REWRITE Conservazione-Record
                           INVALID KEY
                               DISPLAY "Documento non registrato"
                       END-REWRITE
                       DISPLAY "Il documento " Nome-Derivato
                           " entra nel prossimo pacchetto"
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 5000-SITUAZIONE: lo stato di conservazione di un
      *protocollo
       5000-SITUAZIONE.
           PERFORM 8200-SCEGLI-PROTOCOLLO
           IF Numero-Scelto NOT = 0
               PERFORM 3200-DESCRIVI-STATO
               MOVE CV-Data-Protocollo TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
               DISPLAY "Protocollo " CV-Numero "/" CV-Anno " "
                   CV-Tipo " del " Data-for
               DISPLAY "Matricola " CV-Matricola " operatore "
                   CV-Operatore
               DISPLAY "Stato: " Stato-Descrizione
               IF CV-Documento NOT = SPACES
                   DISPLAY "Documento: " CV-Documento
               END-IF
               IF CV-Data-Invio NOT = 0
                   MOVE CV-Data-Invio TO Data-Lavoro
                   PERFORM 8100-FORMATTA-DATA
                   DISPLAY "Inviato il " Data-for " nel pacchetto "
                       CV-Pacchetto " impronta " CV-Impronta
                       " righe " CV-Righe
               END-IF
               IF CV-Data-Esito NOT = 0
                   MOVE CV-Data-Esito TO Data-Lavoro
                   PERFORM 8100-FORMATTA-DATA
                   DISPLAY "Esito del " Data-for " "
                       CV-Id-Conservatore
               END-IF
               IF CV-Note NOT = SPACES
                   DISPLAY "Note: " CV-Note
               END-IF
           END-IF.

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

      *Paragrafo 8200-SCEGLI-PROTOCOLLO: anno e numero di un
      *protocollo gia' esaminato, letto in Conservazione-Record
      *(Numero-Scelto 0 se non c'e')
       8200-SCEGLI-PROTOCOLLO.
           DISPLAY "Anno del protocollo (invio = " Anno-Corrente "): "
           MOVE SPACES TO Anno-Scelto
           ACCEPT Anno-Scelto
           IF Anno-Scelto = SPACES
               MOVE Anno-Corrente TO Anno-Scelto
           END-IF
           DISPLAY "Numero di protocollo: "
           MOVE 0 TO Numero-Scelto
           ACCEPT Numero-Scelto
           MOVE Anno-Scelto TO CV-Anno
           MOVE Numero-Scelto TO CV-Numero
           READ FileConservazione
               INVALID KEY
                   DISPLAY "Protocollo non ancora esaminato: "
                       "preparare prima il pacchetto"
                   MOVE 0 TO Numero-Scelto
           END-READ.

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

       END PROGRAM Conservazione.
