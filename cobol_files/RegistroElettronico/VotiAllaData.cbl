       IDENTIFICATION DIVISION.
       PROGRAM-ID. VotiAllaData.

      *Situazione dei voti di uno studente a una data passata: con i
      *ricorsi delle famiglie e le contestazioni che arrivano
      *all'ufficio scolastico regionale si chiede che cosa mostrava
      *il registro in un certo giorno, e CORREZIONI.DAT conservava i
      *valori vecchi e nuovi senza che nessuno li rileggesse. Dai
      *voti di oggi (VOTI.DAT) si torna indietro: un voto corretto
      *dopo la data (CorreggiVoti) vale alla data il valore vecchio
      *della prima correzione successiva, un voto con data della
      *prova successiva non era ancora nel registro, e cosi' un voto
      *registrato dopo la data (data di registrazione della
      *provenienza; per le righe che non ce l'hanno vale la sola
      *data della prova). I voti annullati con il comando 99
      *spariscono da VOTI.DAT e ne
      *restano tracce solo in GRADES-EXPORT.csv (ultima sessione:
      *la riga ANNULLATO non seguita dalla CORREZIONE di
      *CorreggiVoti) e in GIORNALE.DAT (sessione interrotta, voce
      *X): si elencano a parte, fuori dalle medie. Con i valori
      *alla data si rifanno la media pesata di ogni materia (pesi
      *per tipo del profilo di PESI.DAT della classe, come il
      *registro) e la media semplice di ogni periodo. La stampa
      *impaginata (VOTI-ALLA-DATA-<protocollo>.txt) e' un atto
      *protocollato di tipo VOTI-ALLA-DATA e marca ogni voto e ogni
      *media cambiati da allora, con il valore di oggi accanto.
      *Con OPERATORI.DAT presente e' riservata al ruolo di
      *amministratore; all'accesso con conto individuale si
      *mostrano le circolari non ancora lette dall'operatore
      *(Circolari), con conferma della presa visione.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte, salvo deroga di un amministratore tracciata in AUDIT.LOG.

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
      *Transazioni di correzione datate (CorreggiVoti), in ordine
      *cronologico
           SELECT FileCorrezioni ASSIGN TO 'CORREZIONI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCorrezioni.
      *Tracce degli annulli 99: esportazione dell'ultima sessione e
      *giornale della sessione interrotta
           SELECT FileCsv ASSIGN TO 'GRADES-EXPORT.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCsv.
           SELECT FileGiornale ASSIGN TO 'GIORNALE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileGiornale.
      *Profili dei pesi per tipo di voto, per classe
           SELECT FilePesi ASSIGN TO 'PESI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FilePesi.
      *Catalogo materie: nei file la materia e' il suo codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
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
      *Transazione di correzione, come in CorreggiVoti
       FD  FileCorrezioni.
       01  FileCorrezioni-Record.
           05  CX-Data PIC 9(8).
           05  CX-Operatore PIC X(10).
           05  CX-ID-Studente PIC 9(6).
           05  CX-Periodo PIC 9(1).
           05  CX-Materia PIC X(20).
           05  CX-Progressivo PIC 9(4).
           05  CX-Voto-Vecchio PIC 99V99.
           05  CX-Voto-Nuovo PIC 99V99.
           05  CX-Tipo-Nuovo PIC X(1).
           05  CX-Motivo PIC X(30).
      *Notazione del docente prima e dopo la correzione ("6+")
           05  CX-Notazione-Vecchia PIC X(4).
           05  CX-Notazione-Nuova PIC X(4).
      *Tipo del voto prima della correzione (spazio nelle righe
      *scritte prima che il campo esistesse)
           05  CX-Tipo-Vecchio PIC X(1).
       FD  FileCsv.
       01  FileCsv-Record PIC X(200).
       FD  FileGiornale.
       01  FileGiornale-Record PIC X(100).
       FD  FilePesi.
       01  FilePesi-Record.
           05  PS-Classe PIC X(4).
           05  PS-Peso-Orale PIC V999.
           05  PS-Peso-Scritto PIC V999.
           05  PS-Peso-Pratico PIC V999.
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
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
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-FileCorrezioni PIC XX VALUE SPACES.
       01  FS-FileCsv PIC XX VALUE SPACES.
       01  FS-FileGiornale PIC XX VALUE SPACES.
       01  FS-FilePesi PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
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
       01  Risposta-Deroga PIC X VALUE SPACE.
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Fine-File PIC X VALUE "N".
       01  Fine-Voti PIC X VALUE "N".
       01  Fine-Operatori PIC X VALUE "N".
       01  Fine-Protocollo PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  riga PIC X(80).
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
      *Studente e data della situazione richiesta
       01  ID-Studente PIC 9(6) VALUE 0.
       01  Cognome-Studente PIC X(20) VALUE SPACES.
       01  Classe-Studente PIC X(4) VALUE SPACES.
       01  Data-Situazione PIC 9(8) VALUE 0.
       01  Data-Situazione-Testo REDEFINES Data-Situazione
           PIC X(8).
       01  Data-Valida PIC X VALUE "N".
       01  Data-Mese PIC 99 VALUE 0.
       01  Data-Giorno PIC 99 VALUE 0.
       01  Data-Situazione-for PIC X(10) VALUE SPACES.
      *Nomi dei periodi, come nel registro (sono anche il campo
      *periodo di GRADES-EXPORT.csv)
       01  Periodo-Dati.
           02  FILLER PIC X(20) VALUE "Primo periodo".
           02  FILLER PIC X(20) VALUE "Secondo periodo".
           02  FILLER PIC X(20) VALUE "Terzo periodo".
           02  FILLER PIC X(20) VALUE "Quarto periodo".
       01  Periodo-Tab REDEFINES Periodo-Dati.
           02  Periodo-Nome OCCURS 4 TIMES PIC X(20).
       01  Periodo-Idx PIC 9 VALUE 0.
      *Voti dello studente in VOTI.DAT, nell'ordine della chiave
      *(periodo, materia, progressivo): valore di oggi e valore alla
      *data. Stato spazio invariato, V cambiato dopo la data (data
      *della prima correzione successiva), D prova o registrazione
      *successiva, quindi non ancora nel registro
       01  Voti-Tab.
           05  Voti-Voce OCCURS 500 TIMES.
               10  VA-Periodo PIC 9(1).
               10  VA-Materia PIC X(20).
               10  VA-Progressivo PIC 9(4).
               10  VA-Classe PIC X(4).
               10  VA-Data-Voto PIC 9(8).
               10  VA-Voto-Oggi PIC 99V99.
               10  VA-Tipo-Oggi PIC X(1).
               10  VA-Notazione-Oggi PIC X(4).
               10  VA-Voto PIC 99V99.
               10  VA-Tipo PIC X(1).
               10  VA-Notazione PIC X(4).
               10  VA-Data-Correzione PIC 9(8).
               10  VA-Stato PIC X(1).
                   88  VA-Invariato VALUE SPACE.
                   88  VA-Variato VALUE "V".
                   88  VA-Successivo VALUE "D".
       01  Voti-Cont PIC 999 VALUE 0.
       01  Voti-Idx PIC 999 VALUE 0.
       01  Voti-Persi PIC 999 VALUE 0.
       01  Voti-Variati PIC 999 VALUE 0.
       01  Voti-Successivi PIC 999 VALUE 0.
       01  Correzioni-Applicate PIC 999 VALUE 0.
      *Voti annullati con il comando 99 ricostruiti dalle tracce
      *(fonte C esportazione, G giornale); data 0 = non ricostruibile
       01  Annullati-Tab.
           05  Annullati-Voce OCCURS 50 TIMES.
               10  AN-Periodo PIC 9(1).
               10  AN-Materia PIC X(20).
               10  AN-Voto PIC 99V99.
               10  AN-Tipo PIC X(1).
               10  AN-Data PIC 9(8).
               10  AN-Fonte PIC X(1).
       01  Annullati-Cont PIC 99 VALUE 0.
       01  Annullati-Idx PIC 99 VALUE 0.
       01  Annullati-Stampati PIC 99 VALUE 0.
       01  Annullo-Doppio PIC X VALUE "N".
       01  Annullo-Sospeso PIC X VALUE "N".
       01  Annullo-Periodo PIC 9(1) VALUE 0.
       01  Annullo-Materia PIC X(20) VALUE SPACES.
       01  Annullo-Voto PIC 99V99 VALUE 0.
       01  Annullo-Tipo PIC X(1) VALUE SPACE.
       01  Annullo-Data PIC 9(8) VALUE 0.
       01  Annullo-Fonte PIC X(1) VALUE SPACE.
      *Campi di una riga di GRADES-EXPORT.csv: matricola, cognome,
      *classe, periodo, materia, voto, tipo, media o ANNULLATO o
      *CORREZIONE, data della prova
       01  Csv-Campi.
           05  Csv-Matricola PIC X(6).
           05  Csv-Cognome PIC X(50).
           05  Csv-Classe PIC X(4).
           05  Csv-Periodo PIC X(20).
           05  Csv-Materia PIC X(80).
           05  Csv-Voto PIC X(5).
           05  Csv-Tipo PIC X(1).
           05  Csv-Esito PIC X(10).
           05  Csv-Data PIC X(10).
       01  Csv-Matricola-Num PIC 9(6) VALUE 0.
       01  Csv-Voto-Cifre PIC X(4) VALUE SPACES.
       01  Csv-Voto-Num REDEFINES Csv-Voto-Cifre PIC 99V99.
       01  Csv-Data-Num PIC 9(8) VALUE 0.
       01  Csv-Data-Testo REDEFINES Csv-Data-Num PIC X(8).
       01  Csv-Periodo-Num PIC 9(1) VALUE 0.
       01  Csv-Ultimo-Periodo PIC 9(1) VALUE 0.
       01  Csv-Ultima-Materia PIC X(20) VALUE SPACES.
       01  Csv-Ultima-Data PIC 9(8) VALUE 0.
      *Voci del giornale di sessione, come nel registro
       01  Giornale-Voce PIC X(100) VALUE SPACES.
       01  Giornale-Voce-S REDEFINES Giornale-Voce.
           05  GJS-Tipo PIC X(1).
           05  GJS-ID PIC 9(6).
           05  GJS-Cognome PIC X(50).
           05  GJS-Classe PIC X(4).
           05  GJS-Anno PIC X(9).
           05  FILLER PIC X(30).
       01  Giornale-Voce-M REDEFINES Giornale-Voce.
           05  GJM-Tipo PIC X(1).
           05  GJM-Periodo PIC 9(1).
           05  GJM-Materia PIC X(80).
           05  FILLER PIC X(18).
       01  Giornale-Voce-V REDEFINES Giornale-Voce.
           05  GJV-Tipo PIC X(1).
           05  GJV-Voto PIC 99V99.
           05  GJV-Tipo-Voto PIC X(1).
           05  GJV-Data PIC 9(8).
           05  FILLER PIC X(86).
       01  Giornale-Studente PIC X VALUE "N".
       01  Giornale-Periodo PIC 9(1) VALUE 0.
       01  Giornale-Materia PIC X(20) VALUE SPACES.
       01  Giornale-Data PIC 9(8) VALUE 0.
      *Medie di una materia: occorrenza 1 alla data, 2 oggi
       01  Media-Tab.
           05  Media-Calcolo OCCURS 2 TIMES.
               10  MC-Cont-Orale PIC 999.
               10  MC-Tot-Orale PIC 9(5)V99.
               10  MC-Media-Orale PIC 99V99.
               10  MC-Cont-Scritto PIC 999.
               10  MC-Tot-Scritto PIC 9(5)V99.
               10  MC-Media-Scritto PIC 99V99.
               10  MC-Cont-Pratico PIC 999.
               10  MC-Tot-Pratico PIC 9(5)V99.
               10  MC-Media-Pratico PIC 99V99.
               10  MC-Cont-Voti PIC 999.
               10  MC-Tot-Voti PIC 9(5)V99.
               10  MC-Media-Pesata PIC 99V9.
      *Medie del periodo (semplici, come nel registro): occorrenza
      *1 alla data, 2 oggi
       01  Periodo-Calcolo-Tab.
           05  Periodo-Calcolo OCCURS 2 TIMES.
               10  PC-Cont PIC 999.
               10  PC-Totale PIC 9(5)V99.
               10  PC-Media PIC 99V9.
       01  Calcolo-Idx PIC 9 VALUE 0.
       01  Voto-Calcolo PIC 99V99 VALUE 0.
       01  Tipo-Calcolo PIC X(1) VALUE SPACE.
      *Peso-Usato V999 come nel registro: con tutti e tre i tipi
      *presenti i pesi sommano 1.000, trabocca a zero e la media
      *ripiega sulla semplice; la situazione deve dare la stessa
      *media del registro, trabocco compreso
       01  MC-Peso-Usato PIC V999 VALUE 0.
       01  MC-Somma-Pesata PIC 9(4)V9(4) VALUE 0.
      *Profilo di PESI.DAT dell'ultima classe cercata
       01  Classe-Materia PIC X(4) VALUE SPACES.
       01  Pesi-Classe PIC X(4) VALUE HIGH-VALUES.
       01  Pesi-Orale PIC V999 VALUE .350.
       01  Pesi-Scritto PIC V999 VALUE .400.
       01  Pesi-Pratico PIC V999 VALUE .250.
       01  Fine-Pesi PIC X VALUE "N".
      *Stampa
       01  Periodo-Corrente PIC 9(1) VALUE 0.
       01  Materia-Corrente PIC X(20) VALUE SPACES.
       01  voto-for PIC Z9.99.
       01  Voto-Stampa PIC X(5) VALUE SPACES.
       01  Voto-Oggi-Stampa PIC X(5) VALUE SPACES.
       01  media-for PIC Z9.9.
       01  Media-Stampa PIC X(4) VALUE SPACES.
       01  Media-Oggi-Stampa PIC X(4) VALUE SPACES.
       01  Marca-Voto PIC X(1) VALUE SPACE.
       01  Correzione-for PIC X(10) VALUE SPACES.
       01  Data-Voto-for PIC X(10) VALUE SPACES.
       01  Media-Riga PIC X(30) VALUE SPACES.
       01  Periodo-Stampa PIC X(20) VALUE SPACES.
       01  Contatore-for PIC ZZ9.
       01  Contatore-2-for PIC ZZ9.
       01  Fonte-Stampa PIC X(12) VALUE SPACES.
      *Impaginazione su schema di REGISTRO-STAMPA.txt
       01  Stampa-Titolo PIC X(50)
           VALUE "Situazione dei voti a una data".
       01  Stampa-Piede.
           05  FILLER PIC X(15) VALUE SPACES.
           05  FILLER PIC X(7) VALUE "Pagina ".
           05  Stampa-PrnPageNum PIC Z9.
       01  Stampa-LineCount PIC 99 VALUE 0.
           88  Stampa-NewPageRequired VALUE 50 THRU 99.
       01  Stampa-PageCount PIC 99 VALUE 0.
       01  Riga-Salvata PIC X(80).
      *Protocollo della stampa
       01  Protocollo-Tipo PIC X(14) VALUE SPACES.
       01  Operatore-Protocollo PIC X(10) VALUE SPACES.
       01  Protocollo-Numero PIC 9(6) VALUE 0.
       01  Protocollo-Data PIC 9(8) VALUE 0.
      *Catalogo materie in memoria, per i nomi in stampa
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
       01  Data-Lavoro PIC 9(8) VALUE 0.
       01  Data-Lavoro-Testo REDEFINES Data-Lavoro PIC X(8).
       01  Data-for PIC X(10) VALUE SPACES.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: accesso, studente e data, ricostruzione
      *della situazione e stampa protocollata
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
           IF Operatori-Presenti = "Y" AND Operatore-Ruolo NOT = "A"
               DISPLAY "Situazione dei voti alla data riservata al "
                   "ruolo di amministratore"
               STOP RUN
           END-IF
           PERFORM 0500-LEGGI-ANNO
           DISPLAY "Matricola dello studente: "
           ACCEPT ID-Studente
           PERFORM 0600-CHIEDI-DATA
           IF Data-Valida NOT = "Y"
               STOP RUN
           END-IF
           PERFORM 9700-CARICA-CATALOGO
           PERFORM 1000-CARICA-VOTI
           IF Voti-Cont = 0
               DISPLAY "Nessun voto registrato per la matricola "
                   ID-Studente
               STOP RUN
           END-IF
           PERFORM 2000-RIPORTA-CORREZIONI
           PERFORM 3000-ANNULLI-ESPORTAZIONE
           PERFORM 3500-ANNULLI-GIORNALE
           MOVE "VOTI-ALLA-DATA" TO Protocollo-Tipo
           PERFORM 7000-EMETTI-PROTOCOLLO
           PERFORM 4000-STAMPA-SITUAZIONE
           MOVE SPACES TO Audit-Descrizione
           STRING "Voti alla data " DELIMITED BY SIZE
               Data-Situazione DELIMITED BY SIZE
               " matr. " DELIMITED BY SIZE
               ID-Studente DELIMITED BY SIZE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT
           DISPLAY "Situazione scritta su " FileOut-Filename
           DISPLAY "Voti cambiati dopo la data: " Voti-Variati
               ", con data successiva: " Voti-Successivi
               ", annullati con il 99: " Annullati-Stampati
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

      *Paragrafo 0600-CHIEDI-DATA: la data della situazione, non
      *successiva a oggi (la situazione di oggi e' il registro)
       0600-CHIEDI-DATA.
           MOVE "Y" TO Data-Valida
           DISPLAY "Data della situazione (AAAAMMGG): "
           MOVE 0 TO Data-Situazione
           ACCEPT Data-Situazione
           MOVE Data-Situazione-Testo(5:2) TO Data-Mese
           MOVE Data-Situazione-Testo(7:2) TO Data-Giorno
           IF Data-Mese < 1 OR Data-Mese > 12
                   OR Data-Giorno < 1 OR Data-Giorno > 31
               DISPLAY "Data non valida"
               MOVE "N" TO Data-Valida
           ELSE IF Data-Situazione > Data-Oggi
               DISPLAY "Data successiva a oggi"
               MOVE "N" TO Data-Valida
           END-IF
           END-IF
           MOVE Data-Situazione TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE Data-for TO Data-Situazione-for.

      *Paragrafo 1000-CARICA-VOTI: i voti di oggi dello studente da
      *VOTI.DAT; alla data valgono com'e' finche' una correzione
      *successiva non dice altro, tranne quelli con data della
      *prova successiva
       1000-CARICA-VOTI.
           MOVE 0 TO Voti-Cont
           MOVE 0 TO Voti-Persi
           OPEN INPUT FileVoti
           IF FS-FileVoti NOT = "00"
               DISPLAY "VOTI.DAT non presente"
           ELSE
               MOVE ID-Studente TO VT-ID-Studente
               MOVE 0 TO VT-Periodo
               MOVE SPACES TO VT-Materia
               MOVE 0 TO VT-Progressivo
               MOVE "N" TO Fine-Voti
               START FileVoti KEY IS NOT LESS THAN VT-Chiave
                   INVALID KEY MOVE "S" TO Fine-Voti
               END-START
               PERFORM UNTIL Fine-Voti = "S"
                   READ FileVoti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Voti
                       NOT AT END
                           IF VT-ID-Studente NOT = ID-Studente
                               MOVE "S" TO Fine-Voti
                           ELSE IF Voti-Cont >= 500
                               ADD 1 TO Voti-Persi
                           ELSE
                               PERFORM 1100-AGGIUNGI-VOTO
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileVoti
           END-IF.

      *Paragrafo 1100-AGGIUNGI-VOTO: il voto letto nella tabella,
      *con valore di oggi e valore alla data uguali
       1100-AGGIUNGI-VOTO.
           ADD 1 TO Voti-Cont
           MOVE VT-Periodo TO VA-Periodo(Voti-Cont)
           MOVE VT-Materia TO VA-Materia(Voti-Cont)
           MOVE VT-Progressivo TO VA-Progressivo(Voti-Cont)
           MOVE VT-Classe TO VA-Classe(Voti-Cont)
           MOVE VT-Data-Voto TO VA-Data-Voto(Voti-Cont)
           MOVE VT-Voto TO VA-Voto-Oggi(Voti-Cont)
           MOVE VT-Tipo TO VA-Tipo-Oggi(Voti-Cont)
           MOVE VT-Notazione TO VA-Notazione-Oggi(Voti-Cont)
           MOVE VT-Voto TO VA-Voto(Voti-Cont)
           MOVE VT-Tipo TO VA-Tipo(Voti-Cont)
           MOVE VT-Notazione TO VA-Notazione(Voti-Cont)
           MOVE 0 TO VA-Data-Correzione(Voti-Cont)
           MOVE SPACE TO VA-Stato(Voti-Cont)
           IF VT-Data-Voto > Data-Situazione
               MOVE "D" TO VA-Stato(Voti-Cont)
           END-IF
      *Registrato dopo la data, anche se la prova e' precedente:
      *alla data nel registro non c'era ancora
           IF VT-Data-Inserimento > Data-Situazione
               MOVE "D" TO VA-Stato(Voti-Cont)
           END-IF
           MOVE VT-Cognome TO Cognome-Studente
           MOVE VT-Classe TO Classe-Studente.

      *Paragrafo 2000-RIPORTA-CORREZIONI: le correzioni dello
      *studente datate dopo la data riportano indietro i voti;
      *CORREZIONI.DAT e' cronologico, quindi la prima che si
      *incontra per un voto e' quella che ne conserva il valore
      *alla data
       2000-RIPORTA-CORREZIONI.
           MOVE 0 TO Correzioni-Applicate
           OPEN INPUT FileCorrezioni
           IF FS-FileCorrezioni = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCorrezioni
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF CX-ID-Studente = ID-Studente
                                   AND CX-Data > Data-Situazione
                               PERFORM 2100-APPLICA-CORREZIONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCorrezioni
           END-IF.

      *Paragrafo 2100-APPLICA-CORREZIONE: il voto della correzione
      *torna al valore vecchio (voto, notazione e, se registrato,
      *tipo); un voto gia' riportato o non ancora dato alla data
      *resta com'e'
       2100-APPLICA-CORREZIONE.
           MOVE 0 TO Voti-Idx
           PERFORM UNTIL Voti-Idx >= Voti-Cont
               ADD 1 TO Voti-Idx
               IF VA-Periodo(Voti-Idx) = CX-Periodo
                       AND VA-Materia(Voti-Idx) = CX-Materia
                       AND VA-Progressivo(Voti-Idx) = CX-Progressivo
                   IF VA-Data-Correzione(Voti-Idx) = 0
                           AND NOT VA-Successivo(Voti-Idx)
                       MOVE CX-Voto-Vecchio TO VA-Voto(Voti-Idx)
                       MOVE CX-Notazione-Vecchia
                           TO VA-Notazione(Voti-Idx)
                       IF CX-Tipo-Vecchio NOT = SPACE
                           MOVE CX-Tipo-Vecchio TO VA-Tipo(Voti-Idx)
                       END-IF
                       MOVE CX-Data TO VA-Data-Correzione(Voti-Idx)
                       MOVE "V" TO VA-Stato(Voti-Idx)
                       ADD 1 TO Correzioni-Applicate
                   END-IF
                   MOVE Voti-Cont TO Voti-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 3000-ANNULLI-ESPORTAZIONE: le righe ANNULLATO della
      *matricola in GRADES-EXPORT.csv. CorreggiVoti scrive la sua
      *riga ANNULLATO seguita subito dalla CORREZIONE (e la
      *transazione e' gia' in CORREZIONI.DAT): l'annullo si tiene in
      *sospeso fino alla riga dopo e conta solo se non e' quella
       3000-ANNULLI-ESPORTAZIONE.
           MOVE "N" TO Annullo-Sospeso
           MOVE 0 TO Csv-Ultimo-Periodo
           MOVE SPACES TO Csv-Ultima-Materia
           MOVE 0 TO Csv-Ultima-Data
           OPEN INPUT FileCsv
           IF FS-FileCsv = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCsv
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           PERFORM 3100-RIGA-ESPORTAZIONE
                   END-READ
               END-PERFORM
               CLOSE FileCsv
               IF Annullo-Sospeso = "Y"
                   MOVE "N" TO Annullo-Sospeso
                   PERFORM 3300-AGGIUNGI-ANNULLO
               END-IF
           END-IF.

      *Paragrafo 3100-RIGA-ESPORTAZIONE: una riga dell'esportazione;
      *la matricola e' scritta con gli zeri soppressi e si riporta a
      *numero prima del confronto, come in DossierGdpr
       3100-RIGA-ESPORTAZIONE.
           MOVE SPACES TO Csv-Campi
           UNSTRING FileCsv-Record DELIMITED BY ","
               INTO Csv-Matricola Csv-Cognome Csv-Classe Csv-Periodo
                   Csv-Materia Csv-Voto Csv-Tipo Csv-Esito Csv-Data
           INSPECT Csv-Matricola REPLACING ALL " " BY "0"
           IF Csv-Matricola IS NUMERIC
               MOVE Csv-Matricola TO Csv-Matricola-Num
           ELSE
               MOVE 0 TO Csv-Matricola-Num
           END-IF
           IF Annullo-Sospeso = "Y"
               MOVE "N" TO Annullo-Sospeso
               IF Csv-Matricola-Num NOT = ID-Studente
                       OR Csv-Esito NOT = "CORREZIONE"
                   PERFORM 3300-AGGIUNGI-ANNULLO
               END-IF
           END-IF
           IF Csv-Matricola-Num = ID-Studente
               MOVE 0 TO Csv-Periodo-Num
               MOVE 0 TO Periodo-Idx
               PERFORM UNTIL Periodo-Idx >= 4
                   ADD 1 TO Periodo-Idx
                   IF Periodo-Nome(Periodo-Idx) = Csv-Periodo
                       MOVE Periodo-Idx TO Csv-Periodo-Num
                   END-IF
               END-PERFORM
               IF Csv-Esito = "ANNULLATO"
                   PERFORM 3200-ANNULLO-ESPORTAZIONE
               ELSE IF Csv-Esito = SPACES AND Csv-Data NOT = SPACES
                   MOVE Csv-Periodo-Num TO Csv-Ultimo-Periodo
                   MOVE Csv-Materia TO Csv-Ultima-Materia
                   MOVE Csv-Data(7:4) TO Csv-Data-Testo(1:4)
                   MOVE Csv-Data(4:2) TO Csv-Data-Testo(5:2)
                   MOVE Csv-Data(1:2) TO Csv-Data-Testo(7:2)
                   IF Csv-Data-Testo IS NUMERIC
                       MOVE Csv-Data-Num TO Csv-Ultima-Data
                   ELSE
                       MOVE 0 TO Csv-Ultima-Data
                   END-IF
               END-IF
               END-IF
           END-IF.

      *Paragrafo 3200-ANNULLO-ESPORTAZIONE: l'annullo letto resta in
      *sospeso. La riga non porta la data: il 99 annulla il voto
      *appena dato, quindi la data e' quella della riga di voto che
      *lo precede nella stessa materia
       3200-ANNULLO-ESPORTAZIONE.
           MOVE Csv-Periodo-Num TO Annullo-Periodo
           MOVE Csv-Materia TO Annullo-Materia
           MOVE Csv-Voto(1:2) TO Csv-Voto-Cifre(1:2)
           MOVE Csv-Voto(4:2) TO Csv-Voto-Cifre(3:2)
           INSPECT Csv-Voto-Cifre REPLACING ALL " " BY "0"
           IF Csv-Voto-Cifre IS NUMERIC
               MOVE Csv-Voto-Num TO Annullo-Voto
           ELSE
               MOVE 0 TO Annullo-Voto
           END-IF
           MOVE Csv-Tipo TO Annullo-Tipo
           MOVE 0 TO Annullo-Data
           IF Csv-Ultimo-Periodo = Csv-Periodo-Num
                   AND Csv-Ultima-Materia = Csv-Materia
               MOVE Csv-Ultima-Data TO Annullo-Data
           END-IF
           MOVE "C" TO Annullo-Fonte
           MOVE "Y" TO Annullo-Sospeso.

      *Paragrafo 3300-AGGIUNGI-ANNULLO: l'annullo ricostruito entra
      *nella tabella, se non c'e' gia' dall'altra fonte (la stessa
      *sessione interrotta lascia traccia in tutte e due)
       3300-AGGIUNGI-ANNULLO.
           MOVE "N" TO Annullo-Doppio
           MOVE 0 TO Annullati-Idx
           PERFORM UNTIL Annullati-Idx >= Annullati-Cont
               ADD 1 TO Annullati-Idx
               IF AN-Periodo(Annullati-Idx) = Annullo-Periodo
                       AND AN-Materia(Annullati-Idx) = Annullo-Materia
                       AND AN-Voto(Annullati-Idx) = Annullo-Voto
                       AND AN-Tipo(Annullati-Idx) = Annullo-Tipo
                       AND AN-Fonte(Annullati-Idx) NOT = Annullo-Fonte
                   IF AN-Data(Annullati-Idx) = Annullo-Data
                           OR AN-Data(Annullati-Idx) = 0
                           OR Annullo-Data = 0
                       MOVE "Y" TO Annullo-Doppio
                       IF AN-Data(Annullati-Idx) = 0
                           MOVE Annullo-Data TO AN-Data(Annullati-Idx)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Annullo-Doppio = "N" AND Annullo-Periodo > 0
               IF Annullati-Cont < 50
                   ADD 1 TO Annullati-Cont
                   MOVE Annullo-Periodo TO AN-Periodo(Annullati-Cont)
                   MOVE Annullo-Materia TO AN-Materia(Annullati-Cont)
                   MOVE Annullo-Voto TO AN-Voto(Annullati-Cont)
                   MOVE Annullo-Tipo TO AN-Tipo(Annullati-Cont)
                   MOVE Annullo-Data TO AN-Data(Annullati-Cont)
                   MOVE Annullo-Fonte TO AN-Fonte(Annullati-Cont)
               END-IF
           END-IF.

      *Paragrafo 3500-ANNULLI-GIORNALE: le voci X dello studente in
      *GIORNALE.DAT (c'e' qualcosa solo se l'ultima sessione si e'
      *interrotta); la data e' quella dell'ultima voce V della
      *materia, il voto che il 99 ha annullato
       3500-ANNULLI-GIORNALE.
           MOVE "N" TO Giornale-Studente
           MOVE 0 TO Giornale-Periodo
           MOVE SPACES TO Giornale-Materia
           MOVE 0 TO Giornale-Data
           OPEN INPUT FileGiornale
           IF FS-FileGiornale = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileGiornale INTO Giornale-Voce
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           PERFORM 3600-VOCE-GIORNALE
                   END-READ
               END-PERFORM
               CLOSE FileGiornale
           END-IF.

      *Paragrafo 3600-VOCE-GIORNALE: una voce del giornale; S apre lo
      *studente, M la materia, V annota la data dell'ultimo voto, X
      *e' l'annullo
       3600-VOCE-GIORNALE.
           EVALUATE GJS-Tipo
               WHEN "S"
                   MOVE "N" TO Giornale-Studente
                   IF Giornale-Voce(2:6) IS NUMERIC
                       IF GJS-ID = ID-Studente
                           MOVE "Y" TO Giornale-Studente
                       END-IF
                   END-IF
                   MOVE 0 TO Giornale-Periodo
                   MOVE SPACES TO Giornale-Materia
                   MOVE 0 TO Giornale-Data
               WHEN "M"
                   MOVE 0 TO Giornale-Periodo
                   IF Giornale-Voce(2:1) IS NUMERIC
                       MOVE GJM-Periodo TO Giornale-Periodo
                   END-IF
                   MOVE GJM-Materia TO Giornale-Materia
                   MOVE 0 TO Giornale-Data
               WHEN "V"
                   MOVE 0 TO Giornale-Data
                   IF Giornale-Voce(7:8) IS NUMERIC
                       MOVE GJV-Data TO Giornale-Data
                   END-IF
               WHEN "X"
                   IF Giornale-Studente = "Y"
                           AND Giornale-Voce(2:4) IS NUMERIC
                       MOVE Giornale-Periodo TO Annullo-Periodo
                       MOVE Giornale-Materia TO Annullo-Materia
                       MOVE GJV-Voto TO Annullo-Voto
                       MOVE GJV-Tipo-Voto TO Annullo-Tipo
                       MOVE Giornale-Data TO Annullo-Data
                       MOVE "G" TO Annullo-Fonte
                       PERFORM 3300-AGGIUNGI-ANNULLO
                   END-IF
           END-EVALUATE.

      *Paragrafo 4000-STAMPA-SITUAZIONE: la stampa protocollata,
      *per periodo e materia nell'ordine della chiave dei voti
       4000-STAMPA-SITUAZIONE.
           MOVE SPACES TO FileOut-Filename
           STRING "VOTI-ALLA-DATA-" DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           IF FS-FileOut NOT = "00"
               DISPLAY "Impossibile scrivere " FileOut-Filename
               STOP RUN
           END-IF
           MOVE 0 TO Stampa-PageCount
           PERFORM 7600-STAMPA-INTESTAZIONE
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
           MOVE riga TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA
           MOVE SPACES TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA
           MOVE SPACES TO riga
           STRING "SITUAZIONE DEI VOTI AL " DELIMITED BY SIZE
               Data-Situazione-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA
           MOVE SPACES TO riga
           STRING "Studente " DELIMITED BY SIZE
               Cognome-Studente DELIMITED BY "  "
               " (classe " DELIMITED BY SIZE
               Classe-Studente DELIMITED BY SPACE
               ", matricola " DELIMITED BY SIZE
               ID-Studente DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA
           MOVE SPACES TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA
           MOVE "Ricostruita dai voti di oggi, dalle correzioni datate"
               TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA
           MOVE "e dalle tracce degli annulli. Legenda:"
               TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA
           MOVE "  *  cambiato dopo la data, accanto il valore di oggi"
               TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA
           MOVE "  +  voto non ancora nel registro alla data"
               TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA
           MOVE "  G  giudizio, fuori dalle medie" TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA
           MOVE 0 TO Voti-Variati
           MOVE 0 TO Voti-Successivi
           MOVE 0 TO Periodo-Corrente
           MOVE SPACES TO Materia-Corrente
           MOVE 0 TO Voti-Idx
           PERFORM UNTIL Voti-Idx >= Voti-Cont
               ADD 1 TO Voti-Idx
               IF VA-Periodo(Voti-Idx) NOT = Periodo-Corrente
                       OR VA-Materia(Voti-Idx) NOT = Materia-Corrente
                   IF Periodo-Corrente > 0
                       PERFORM 4300-RIGA-MEDIA-MATERIA
                   END-IF
               END-IF
               IF VA-Periodo(Voti-Idx) NOT = Periodo-Corrente
                   IF Periodo-Corrente > 0
                       PERFORM 4400-RIGA-MEDIA-PERIODO
                   END-IF
                   PERFORM 4100-INIZIO-PERIODO
                   MOVE SPACES TO Materia-Corrente
               END-IF
               IF VA-Materia(Voti-Idx) NOT = Materia-Corrente
                   PERFORM 4150-INIZIO-MATERIA
               END-IF
               PERFORM 4200-RIGA-VOTO
           END-PERFORM
           PERFORM 4300-RIGA-MEDIA-MATERIA
           PERFORM 4400-RIGA-MEDIA-PERIODO
           PERFORM 4500-ANNULLATI
           MOVE SPACES TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA
           MOVE Voti-Variati TO Contatore-for
           MOVE Voti-Successivi TO Contatore-2-for
           MOVE SPACES TO riga
           STRING "Voti cambiati dopo la data:" DELIMITED BY SIZE
               Contatore-for DELIMITED BY SIZE
               "; con data successiva:" DELIMITED BY SIZE
               Contatore-2-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA
           IF Voti-Persi > 0
               MOVE Voti-Persi TO Contatore-for
               MOVE SPACES TO riga
               STRING "Attenzione:" DELIMITED BY SIZE
                   Contatore-for DELIMITED BY SIZE
                   " voti oltre il limite non ricostruiti"
                   DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               PERFORM 7500-SCRIVI-RIGA
           END-IF
           MOVE SPACES TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA
           MOVE SPACES TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA
           MOVE "Il dirigente scolastico" TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA
           MOVE Stampa-PageCount TO Stampa-PrnPageNum
           WRITE FileOut-Record FROM Stampa-Piede
               AFTER ADVANCING 2 LINES
           CLOSE FileOut.

      *Paragrafo 4100-INIZIO-PERIODO: nome del periodo e medie del
      *periodo azzerate
       4100-INIZIO-PERIODO.
           MOVE VA-Periodo(Voti-Idx) TO Periodo-Corrente
           INITIALIZE Periodo-Calcolo-Tab
           MOVE SPACES TO Periodo-Stampa
           IF Periodo-Corrente >= 1 AND Periodo-Corrente <= 4
               MOVE Periodo-Nome(Periodo-Corrente) TO Periodo-Stampa
           ELSE
               STRING "Periodo " DELIMITED BY SIZE
                   Periodo-Corrente DELIMITED BY SIZE
                   INTO Periodo-Stampa
           END-IF
           MOVE SPACES TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA
           MOVE Periodo-Stampa TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA.

      *Paragrafo 4150-INIZIO-MATERIA: nome della materia, classe per
      *i pesi e medie della materia azzerate
       4150-INIZIO-MATERIA.
           MOVE VA-Materia(Voti-Idx) TO Materia-Corrente
           MOVE VA-Classe(Voti-Idx) TO Classe-Materia
           INITIALIZE Media-Tab
           MOVE Materia-Corrente TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           MOVE SPACES TO riga
           STRING "  " DELIMITED BY SIZE
               Materia-Nome-Esteso DELIMITED BY "  "
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA.

      *Paragrafo 4200-RIGA-VOTO: il voto con il valore alla data e,
      *se e' cambiato, quello di oggi; entra nelle medie alla data
      *solo se era nel registro, in quelle di oggi sempre
       4200-RIGA-VOTO.
           MOVE VA-Data-Voto(Voti-Idx) TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE Data-for TO Data-Voto-for
           MOVE VA-Voto(Voti-Idx) TO voto-for
           MOVE voto-for TO Voto-Stampa
           IF VA-Notazione(Voti-Idx) NOT = SPACES
               MOVE VA-Notazione(Voti-Idx) TO Voto-Stampa
           END-IF
           MOVE SPACE TO Marca-Voto
           MOVE SPACES TO riga
           IF VA-Variato(Voti-Idx)
               ADD 1 TO Voti-Variati
               MOVE "*" TO Marca-Voto
               MOVE VA-Voto-Oggi(Voti-Idx) TO voto-for
               MOVE voto-for TO Voto-Oggi-Stampa
               IF VA-Notazione-Oggi(Voti-Idx) NOT = SPACES
                   MOVE VA-Notazione-Oggi(Voti-Idx) TO Voto-Oggi-Stampa
               END-IF
               MOVE VA-Data-Correzione(Voti-Idx) TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
               MOVE Data-for TO Correzione-for
               STRING "    " DELIMITED BY SIZE
                   Data-Voto-for DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Voto-Stampa DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VA-Tipo(Voti-Idx) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Marca-Voto DELIMITED BY SIZE
                   " oggi " DELIMITED BY SIZE
                   Voto-Oggi-Stampa DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VA-Tipo-Oggi(Voti-Idx) DELIMITED BY SIZE
                   ", corretto il " DELIMITED BY SIZE
                   Correzione-for DELIMITED BY SIZE
                   INTO riga
           ELSE IF VA-Successivo(Voti-Idx)
               ADD 1 TO Voti-Successivi
               MOVE "+" TO Marca-Voto
               STRING "    " DELIMITED BY SIZE
                   Data-Voto-for DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Voto-Stampa DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VA-Tipo(Voti-Idx) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Marca-Voto DELIMITED BY SIZE
                   " non ancora nel registro" DELIMITED BY SIZE
                   INTO riga
           ELSE
               STRING "    " DELIMITED BY SIZE
                   Data-Voto-for DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Voto-Stampa DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VA-Tipo(Voti-Idx) DELIMITED BY SIZE
                   INTO riga
           END-IF
           END-IF
           MOVE riga TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA
           IF NOT VA-Successivo(Voti-Idx)
               MOVE 1 TO Calcolo-Idx
               MOVE VA-Voto(Voti-Idx) TO Voto-Calcolo
               MOVE VA-Tipo(Voti-Idx) TO Tipo-Calcolo
               PERFORM 9810-ACCUMULA-MEDIA
           END-IF
           MOVE 2 TO Calcolo-Idx
           MOVE VA-Voto-Oggi(Voti-Idx) TO Voto-Calcolo
           MOVE VA-Tipo-Oggi(Voti-Idx) TO Tipo-Calcolo
           PERFORM 9810-ACCUMULA-MEDIA.

      *Paragrafo 4300-RIGA-MEDIA-MATERIA: media pesata della materia
      *alla data, con quella di oggi accanto se e' diversa
       4300-RIGA-MEDIA-MATERIA.
           MOVE 1 TO Calcolo-Idx
           PERFORM 9820-CALCOLA-MEDIA
           MOVE 2 TO Calcolo-Idx
           PERFORM 9820-CALCOLA-MEDIA
           MOVE "  --" TO Media-Stampa
           IF MC-Cont-Voti(1) > 0
               MOVE MC-Media-Pesata(1) TO media-for
               MOVE media-for TO Media-Stampa
           END-IF
           MOVE "  --" TO Media-Oggi-Stampa
           IF MC-Cont-Voti(2) > 0
               MOVE MC-Media-Pesata(2) TO media-for
               MOVE media-for TO Media-Oggi-Stampa
           END-IF
           PERFORM 4350-RIGA-MEDIA
           MOVE SPACES TO riga
           STRING "    media della materia alla data " DELIMITED BY SIZE
               Media-Riga DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA.

      *Paragrafo 4350-RIGA-MEDIA: in Media-Riga la media alla data
      *(Media-Stampa), marcata con quella di oggi se e' cambiata
       4350-RIGA-MEDIA.
           MOVE SPACES TO Media-Riga
           IF Media-Stampa = Media-Oggi-Stampa
               MOVE Media-Stampa TO Media-Riga
           ELSE
               STRING Media-Stampa DELIMITED BY SIZE
                   "  * oggi " DELIMITED BY SIZE
                   Media-Oggi-Stampa DELIMITED BY SIZE
                   INTO Media-Riga
           END-IF.

      *Paragrafo 4400-RIGA-MEDIA-PERIODO: media semplice del periodo
      *sui voti (giudizi esclusi), alla data e oggi
       4400-RIGA-MEDIA-PERIODO.
           MOVE "  --" TO Media-Stampa
           IF PC-Cont(1) > 0
               COMPUTE PC-Media(1) ROUNDED = PC-Totale(1) / PC-Cont(1)
               MOVE PC-Media(1) TO media-for
               MOVE media-for TO Media-Stampa
           END-IF
           MOVE "  --" TO Media-Oggi-Stampa
           IF PC-Cont(2) > 0
               COMPUTE PC-Media(2) ROUNDED = PC-Totale(2) / PC-Cont(2)
               MOVE PC-Media(2) TO media-for
               MOVE media-for TO Media-Oggi-Stampa
           END-IF
           PERFORM 4350-RIGA-MEDIA
           MOVE SPACES TO riga
           STRING "  Media del periodo alla data " DELIMITED BY SIZE
               Media-Riga DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA.

      *Paragrafo 4500-ANNULLATI: i voti annullati con il 99 con data
      *della prova fino alla data (o non ricostruibile); non erano
      *nel registro e non entrano nelle medie
       4500-ANNULLATI.
           MOVE 0 TO Annullati-Stampati
           MOVE 0 TO Annullati-Idx
           PERFORM UNTIL Annullati-Idx >= Annullati-Cont
               ADD 1 TO Annullati-Idx
               IF AN-Data(Annullati-Idx) <= Data-Situazione
                   IF Annullati-Stampati = 0
                       MOVE SPACES TO FileOut-Record
                       PERFORM 7500-SCRIVI-RIGA
                       MOVE "Annullati con il 99, fuori dalle medie"
                           TO FileOut-Record
                       PERFORM 7500-SCRIVI-RIGA
                   END-IF
                   ADD 1 TO Annullati-Stampati
                   PERFORM 4550-RIGA-ANNULLATO
               END-IF
           END-PERFORM.

      *Paragrafo 4550-RIGA-ANNULLATO: data, periodo, materia, voto,
      *tipo e fonte della traccia
       4550-RIGA-ANNULLATO.
           MOVE "non nota" TO Data-for
           IF AN-Data(Annullati-Idx) > 0
               MOVE AN-Data(Annullati-Idx) TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
           END-IF
           MOVE AN-Voto(Annullati-Idx) TO voto-for
           MOVE "esportazione" TO Fonte-Stampa
           IF AN-Fonte(Annullati-Idx) = "G"
               MOVE "giornale" TO Fonte-Stampa
           END-IF
           MOVE AN-Materia(Annullati-Idx) TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           MOVE SPACES TO riga
           STRING "    " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               voto-for DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AN-Tipo(Annullati-Idx) DELIMITED BY SIZE
               "  periodo " DELIMITED BY SIZE
               AN-Periodo(Annullati-Idx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Materia-Nome-Esteso(1:24) DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               Fonte-Stampa DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 7500-SCRIVI-RIGA.

      *Paragrafo 7000-EMETTI-PROTOCOLLO: prossimo numero dell'anno
      *in corso (massimo emesso piu' uno) e riga del registro per il
      *documento del tipo Protocollo-Tipo
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
           MOVE ID-Studente TO PRT-Matricola
           MOVE Operatore-Protocollo TO PRT-Operatore
           MOVE 0 TO PRT-Riferimento
           WRITE FileProtocollo-Record
           CLOSE FileProtocollo.

      *Paragrafo 7500-SCRIVI-RIGA: riga con interruzione di pagina
      *automatica, come SCRIVI-RIGA di RegistroElettronico
       7500-SCRIVI-RIGA.
           IF Stampa-NewPageRequired
               MOVE FileOut-Record TO Riga-Salvata
               MOVE Stampa-PageCount TO Stampa-PrnPageNum
               WRITE FileOut-Record FROM Stampa-Piede
                   AFTER ADVANCING 2 LINES
               PERFORM 7600-STAMPA-INTESTAZIONE
               MOVE Riga-Salvata TO FileOut-Record
           END-IF
           WRITE FileOut-Record
           ADD 1 TO Stampa-LineCount.

      *Paragrafo 7600-STAMPA-INTESTAZIONE: intestazione di pagina
      *con studente, data della situazione e protocollo
       7600-STAMPA-INTESTAZIONE.
           WRITE FileOut-Record FROM Stampa-Titolo
               AFTER ADVANCING PAGE
           MOVE SPACES TO riga
           STRING "Matricola " DELIMITED BY SIZE
               ID-Studente DELIMITED BY SIZE
               " - situazione al " DELIMITED BY SIZE
               Data-Situazione-for DELIMITED BY SIZE
               " - prot. n. " DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE 3 TO Stampa-LineCount
           ADD 1 TO Stampa-PageCount.

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
               MOVE SPACES TO Audit-Descrizione
               STRING "Deroga manutenzione " DELIMITED BY SIZE
                   Operatore-ID DELIMITED BY SPACE
                   " VotiAllaData" DELIMITED BY SIZE
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

      *Paragrafo 9810-ACCUMULA-MEDIA: Voto-Calcolo nel suo tipo e
      *nel periodo, per l'occorrenza Calcolo-Idx; i giudizi (tipo G)
      *non entrano nelle medie
       9810-ACCUMULA-MEDIA.
           IF Tipo-Calcolo NOT = "G" AND Tipo-Calcolo NOT = "g"
               ADD Voto-Calcolo TO MC-Tot-Voti(Calcolo-Idx)
               ADD 1 TO MC-Cont-Voti(Calcolo-Idx)
               ADD Voto-Calcolo TO PC-Totale(Calcolo-Idx)
               ADD 1 TO PC-Cont(Calcolo-Idx)
               EVALUATE Tipo-Calcolo
                   WHEN "o" WHEN "O"
                       ADD Voto-Calcolo TO MC-Tot-Orale(Calcolo-Idx)
                       ADD 1 TO MC-Cont-Orale(Calcolo-Idx)
                   WHEN "s" WHEN "S"
                       ADD Voto-Calcolo TO MC-Tot-Scritto(Calcolo-Idx)
                       ADD 1 TO MC-Cont-Scritto(Calcolo-Idx)
                   WHEN "p" WHEN "P"
                       ADD Voto-Calcolo TO MC-Tot-Pratico(Calcolo-Idx)
                       ADD 1 TO MC-Cont-Pratico(Calcolo-Idx)
               END-EVALUATE
           END-IF.

      *Paragrafo 9820-CALCOLA-MEDIA: media pesata
      *Medie per tipo e media pesata con i pesi del profilo della
      *classe, solo sui tipi presenti, come CALCOLA-MEDIA-PESATA del
      *registro
       9820-CALCOLA-MEDIA.
           PERFORM 9830-PESI-MEDIA
           MOVE 0 TO MC-Somma-Pesata
           MOVE 0 TO MC-Peso-Usato
           MOVE 0 TO MC-Media-Pesata(Calcolo-Idx)
           IF MC-Cont-Orale(Calcolo-Idx) > 0
               COMPUTE MC-Media-Orale(Calcolo-Idx) ROUNDED =
                   MC-Tot-Orale(Calcolo-Idx)
                   / MC-Cont-Orale(Calcolo-Idx)
               COMPUTE MC-Somma-Pesata = MC-Somma-Pesata
                   + MC-Media-Orale(Calcolo-Idx) * Pesi-Orale
               ADD Pesi-Orale TO MC-Peso-Usato
           END-IF
           IF MC-Cont-Scritto(Calcolo-Idx) > 0
               COMPUTE MC-Media-Scritto(Calcolo-Idx) ROUNDED =
                   MC-Tot-Scritto(Calcolo-Idx)
                   / MC-Cont-Scritto(Calcolo-Idx)
               COMPUTE MC-Somma-Pesata = MC-Somma-Pesata
                   + MC-Media-Scritto(Calcolo-Idx) * Pesi-Scritto
               ADD Pesi-Scritto TO MC-Peso-Usato
           END-IF
           IF MC-Cont-Pratico(Calcolo-Idx) > 0
               COMPUTE MC-Media-Pratico(Calcolo-Idx) ROUNDED =
                   MC-Tot-Pratico(Calcolo-Idx)
                   / MC-Cont-Pratico(Calcolo-Idx)
               COMPUTE MC-Somma-Pesata = MC-Somma-Pesata
                   + MC-Media-Pratico(Calcolo-Idx) * Pesi-Pratico
               ADD Pesi-Pratico TO MC-Peso-Usato
           END-IF
           IF MC-Peso-Usato > 0
               COMPUTE MC-Media-Pesata(Calcolo-Idx) ROUNDED =
                   MC-Somma-Pesata / MC-Peso-Usato
           ELSE IF MC-Cont-Voti(Calcolo-Idx) > 0
               COMPUTE MC-Media-Pesata(Calcolo-Idx) ROUNDED =
                   MC-Tot-Voti(Calcolo-Idx) / MC-Cont-Voti(Calcolo-Idx)
           END-IF
           END-IF.

      *Paragrafo 9830-PESI-MEDIA: pesi della classe
      *Pesi del profilo di PESI.DAT della classe in Classe-Materia
      *(senza profilo, i pesi globali del registro); il file si
      *rilegge solo al cambio di classe
       9830-PESI-MEDIA.
           IF Classe-Materia NOT = Pesi-Classe
               MOVE Classe-Materia TO Pesi-Classe
               MOVE .350 TO Pesi-Orale
               MOVE .400 TO Pesi-Scritto
               MOVE .250 TO Pesi-Pratico
               OPEN INPUT FilePesi
               IF FS-FilePesi = "00"
                   MOVE "N" TO Fine-Pesi
                   PERFORM UNTIL Fine-Pesi = "S"
                       READ FilePesi
                           AT END
                               MOVE "S" TO Fine-Pesi
                           NOT AT END
                               IF PS-Classe = Classe-Materia
                                   MOVE PS-Peso-Orale TO Pesi-Orale
                                   MOVE PS-Peso-Scritto TO Pesi-Scritto
                                   MOVE PS-Peso-Pratico TO Pesi-Pratico
                                   MOVE "S" TO Fine-Pesi
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FilePesi
               END-IF
           END-IF.

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
      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *operatore/descrizione ad AUDIT.LOG
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
               Operatore-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Descrizione DELIMITED BY SIZE
               INTO FileAudit-Record
           WRITE FileAudit-Record
           CLOSE FileAudit.

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

       END PROGRAM VotiAllaData.
