      *se' sigla e data di origine, che restano anche dopo
      *l'approvazione: e' il doppio controllo con tracciabilita'
      *dell'origine che prima non esisteva.
      *Per le materie a giudizio del catalogo (religione cattolica,
      *attivita' alternativa) il docente parcheggia un giudizio
      *(tipo "G", codice da 1 a 5) e solo per gli studenti che nella
      *scelta dell'anno (SCELTE-IRC.DAT) si avvalgono della materia;
      *la scelta si ricontrolla alla promozione.
      *Con OPERATORI.DAT presente anche il docente entra con il suo
      *conto: la sigla e' quella collegata al conto, e sia il
      *parcheggio sia l'approvazione restano nelle classi e materie
      *della sua cattedra, delle sue supplenze in corso o della
      *classe che coordina; i rifiuti vanno in AUDIT.LOG.
      *All'accesso con conto individuale si mostrano le circolari
      *non ancora lette dall'operatore (Circolari), con conferma
      *della presa visione prima di continuare.
      *Il voto promosso porta in VOTI.DAT la provenienza del
      *parcheggio: sigla del docente e data in cui lo ha caricato
      *(l'ora non e' nota), canale STAGING.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) le sessioni del
      *docente e dell'operatore non partono, salvo deroga di un
      *amministratore tracciata in AUDIT.LOG; una finestra aperta a
      *programma avviato si segnala al menu successivo.
      *Il coordinatore che vede tutta la classe e' il docente con
      *l'incarico COOR in corso in INCARICHI.DAT (Incarichi); la
      *sigla in CL-Coordinatore vale solo per le classi senza
      *incarico.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-Chiave
               ALTERNATE RECORD KEY IS VT-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVoti.
      *Medie per studente, periodo e materia mantenute a ogni
      *scrittura di VOTI.DAT
           SELECT FileMedie ASSIGN TO 'MEDIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-Chiave
               FILE STATUS IS FS-FileMedie.
           SELECT FilePesi ASSIGN TO 'PESI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FilePesi.
           SELECT FileStaging ASSIGN TO 'VOTI-STAGING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileStaging.
           SELECT FileSupplenze ASSIGN TO 'SUPPLENZE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSupplenze.
      *Registro delle cattedre (CATTEDRE.DAT, vedi CattedreManut):
      *quando c'e' decide lui le materie del docente
           SELECT FileCattedre ASSIGN TO 'CATTEDRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCattedre.
      *Anagrafica classi: il coordinatore vede tutta la sua classe
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
      *Registro degli incarichi del personale (Incarichi): il
      *coordinatore di classe in carica
           SELECT FileIncarichi ASSIGN TO 'INCARICHI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-Numero
               FILE STATUS IS FS-FileIncarichi.
      *Circolari del personale e prese visione (Circolari)
           SELECT FileCircolari ASSIGN TO 'CIRCOLARI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIR-Numero
               FILE STATUS IS FS-FileCircolari.
           SELECT FileVisioni ASSIGN TO 'CIRCOLARI-VISIONI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-Chiave
               ALTERNATE RECORD KEY IS PV-Sigla
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVisioni.
           SELECT FileOperatori ASSIGN TO 'OPERATORI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOperatori.
           SELECT FileCsv ASSIGN TO 'GRADES-EXPORT.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCsv.
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
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
      *Tabella delle notazioni del voto (facoltativa): quanto valgono
      *il "+", il "-", il mezzo e il voto a cavallo "5/6"; se manca
      *valgono i valori d'uso (piu' e meno un quarto, mezzo voto)
           SELECT FileNotazioni ASSIGN TO 'NOTAZIONI-VOTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileNotazioni.
      *Controllo di chiusura dei periodi: anche la promozione dei
      *voti parcheggiati rispetta PERIODI-CHIUSI.DAT, come ogni
      *altra via di scrittura della suite
           SELECT FileChiusi ASSIGN TO 'PERIODI-CHIUSI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileChiusi.
      *Catalogo materie, per la scala di valutazione, e scelte
      *annuali sulla religione cattolica (vedi SceltaIrc)
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
           SELECT FileScelteIrc ASSIGN TO 'SCELTE-IRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileScelteIrc.

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
      *Una riga per studente, periodo e materia: conteggi, totali e
      *medie per tipo, i pesi del profilo di classe applicati e la
      *media pesata come la calcola il registro (i giudizi ne
      *restano fuori)
       FD  FileMedie.
       01  FileMedie-Record.
           05  ME-Chiave.
               10  ME-ID-Studente PIC 9(6).
               10  ME-Periodo PIC 9(1).
               10  ME-Materia PIC X(20).
           05  ME-Dati.
               10  ME-Classe PIC X(4).
               10  ME-Valori.
                   15  ME-Cont-Orale PIC 999.
                   15  ME-Tot-Orale PIC 9(5)V99.
                   15  ME-Media-Orale PIC 99V99.
                   15  ME-Cont-Scritto PIC 999.
                   15  ME-Tot-Scritto PIC 9(5)V99.
                   15  ME-Media-Scritto PIC 99V99.
                   15  ME-Cont-Pratico PIC 999.
                   15  ME-Tot-Pratico PIC 9(5)V99.
                   15  ME-Media-Pratico PIC 99V99.
                   15  ME-Cont-Voti PIC 999.
                   15  ME-Tot-Voti PIC 9(5)V99.
                   15  ME-Peso-Orale PIC V999.
                   15  ME-Peso-Scritto PIC V999.
                   15  ME-Peso-Pratico PIC V999.
                   15  ME-Media-Pesata PIC 99V9.
                   15  ME-Data-Ultimo-Voto PIC 9(8).
               10  ME-Data-Calcolo PIC 9(8).
       FD  FilePesi.
       01  FilePesi-Record.
           05  PS-Classe PIC X(4).
           05  PS-Peso-Orale PIC V999.
           05  PS-Peso-Scritto PIC V999.
           05  PS-Peso-Pratico PIC V999.
      *Voto parcheggiato: stato (P in attesa, A approvato, R
      *rifiutato), origine (sigla e data) e il voto vero e proprio
       FD  FileStaging.
           05  SG-Voto PIC 99V99.
           05  SG-Tipo PIC X(1).
           05  SG-Data-Voto PIC 9(8).
      *Voto come lo ha scritto il docente ("6+", "5/6"), in bianco
      *per i voti interi e per i giudizi
           05  SG-Notazione PIC X(4).
       FD  FileStagingNew.
       01  FileStagingNew-Record PIC X(87).
       FD  FileSupplenze.
       01  FileSupplenze-Record.
           05  SU-Assente PIC X(10).
           05  SU-Classe PIC X(4).
           05  SU-Inizio PIC 9(8).
           05  SU-Fine PIC 9(8).
       FD  FileCattedre.
       01  FileCattedre-Record.
           05  CT-Docente PIC X(10).
           05  CT-Classe PIC X(4).
           05  CT-Materia PIC X(20).
           05  CT-Dal PIC 9(8).
           05  CT-Al PIC 9(8).
           05  CT-Ore PIC 99.
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
      *Circolare e presa visione, come in Circolari
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
       FD  FileOperatori.
       01  FileOperatori-Record.
           05  OP-Sigla PIC X(10).
           05  OP-Data-Password PIC X(8).
           05  OP-Tentativi PIC X(1).
           05  OP-Bloccato PIC X(1).
      *Sigla DOCENTI.DAT del titolare del conto (spazi = conto non
      *collegato a un docente)
           05  OP-Docente PIC X(10).
       FD  FileLock.
       01  FileLock-Record.
           05  LK-Stato PIC X(6).
       01  FileOut-Record PIC X(80).
       FD  FileCsv.
       01  FileCsv-Record PIC X(200).
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
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
      *Una riga per segno: PIU, MENO, MEZZO o BARRA e il valore in
      *centesimi di voto (es. "PIU   25", "BARRA 50")
       FD  FileNotazioni.
       01  FileNotazioni-Record.
           05  NV-Notazione PIC X(5).
           05  FILLER PIC X(1).
           05  NV-Centesimi PIC 9(2).
       FD  FileChiusi.
       01  FileChiusi-Record.
           05  CP-Classe PIC X(4).
           05  CP-Periodo PIC 9(1).
           05  CP-Stato PIC X(1).
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
       FD  FileScelteIrc.
       01  FileScelteIrc-Record.
           05  SI-ID-Studente PIC 9(6).
           05  SI-Anno PIC X(9).
           05  SI-Scelta PIC X(1).
           05  SI-Data PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-FileMedie PIC XX VALUE SPACES.
       01  FS-FilePesi PIC XX VALUE SPACES.
       01  FS-FileStaging PIC XX VALUE SPACES.
       01  FS-FileStagingNew PIC XX VALUE SPACES.
       01  FS-FileOperatori PIC XX VALUE SPACES.
      *Circolari non ancora lette dall'operatore
       01  FS-FileCircolari PIC XX VALUE SPACES.
       01  FS-FileVisioni PIC XX VALUE SPACES.
       01  Fine-Visioni PIC X VALUE "N".
       01  Conferma-Visione PIC X VALUE SPACE.
       01  Circolare-Riga-Idx PIC 99 VALUE 0.
       01  FS-FileOut PIC XX VALUE SPACES.
       01  FS-FileCsv PIC XX VALUE SPACES.
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
       01  FileOut-Filename PIC X(30) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Supplenza-Attiva PIC X VALUE "N".
       01  Fine-Supplenze PIC X VALUE "N".
       01  Data-Odierna-Suppl PIC 9(8) VALUE 0.
      *Titolare della cattedra di classe e materia a una data
       01  FS-FileCattedre PIC XX VALUE SPACES.
       01  Cattedre-Presenti PIC X VALUE "N".
       01  Fine-Cattedre PIC X VALUE "N".
       01  Cattedra-Data PIC 9(8) VALUE 0.
       01  Cattedra-Titolare PIC X(10) VALUE SPACES.
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-FileIncarichi PIC XX VALUE SPACES.
      *Coordinatore della classe con incarico COOR attivo oggi in
      *INCARICHI.DAT (spazi se la classe non ne ha)
       01  Coordinatore-Incarico PIC X(10) VALUE SPACES.
       01  Coordinatore-Data PIC 9(8) VALUE 0.
       01  Fine-Incarichi PIC X VALUE "N".
      *Ambito di un conto collegato a un docente (OP-Docente):
      *classi e materie delle sue cattedre in corso e delle sue
      *supplenze attive oggi (materia a spazi = tutta la classe);
      *il coordinatore (incarico COOR in INCARICHI.DAT o, per le
      *classi senza incarico, la sigla in CL-Coordinatore) ha tutta
      *la sua classe. Amministratori e conti non collegati non hanno
      *limiti
       01  Operatore-Docente PIC X(10) VALUE SPACES.
       01  Ambito-Limitato PIC X VALUE "N".
       01  Ambito-Tab.
           05  Ambito-Voce OCCURS 100 TIMES.
               10  AB-Classe PIC X(4).
               10  AB-Materia PIC X(20).
       01  Ambito-Cont PIC 999 VALUE 0.
       01  Ambito-Idx PIC 999 VALUE 0.
       01  Ambito-Classe PIC X(4) VALUE SPACES.
       01  Ambito-Materia PIC X(20) VALUE SPACES.
       01  Ambito-Esito PIC X VALUE "Y".
       01  Ambito-Oggi PIC 9(8) VALUE 0.
       01  Fine-Ambito PIC X VALUE "N".
       01  Voti-Fuori-Ambito PIC 999 VALUE 0.
       01  Periodo-Scelto PIC 9 VALUE 0.
       01  ID-Studente PIC 9(6) VALUE 0.
       01  Studente-Trovato PIC X VALUE "N".
       01  Risposta-Duplicato PIC X VALUE SPACES.
       01  Voto-Scartato PIC X VALUE "N".
       01  voto-for PIC Z9.99.
       01  Voto-Stampa PIC X(5) VALUE SPACES.
       01  voto-csv PIC Z9.99.
       01  ID-Studente-for PIC Z(5)9.
       01  riga PIC X(80).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).
       01  FS-FileAnno PIC XX VALUE SPACES.
      *Notazione del docente: "6+", "6-", "6" con il mezzo, "5/6".
      *Il valore di ogni segno viene da NOTAZIONI-VOTO.DAT (vedi
      *9600-LEGGI-NOTAZIONI); la scritta originale resta in
      *Notazione-Originale e va su VOTI.DAT accanto al valore
      *numerico
       01  FS-FileNotazioni PIC XX VALUE SPACES.
       01  Fine-Notazioni PIC X VALUE "N".
           88  Fine-Notazioni-Si VALUE "S".
       01  Notazione-Piu PIC 9V99 VALUE 0.25.
       01  Notazione-Meno PIC 9V99 VALUE 0.25.
       01  Notazione-Mezzo PIC 9V99 VALUE 0.50.
       01  Notazione-Barra PIC 9V99 VALUE 0.50.
       01  Notazione-Testo PIC X(6) VALUE SPACES.
       01  Notazione-Originale PIC X(4) VALUE SPACES.
       01  Notazione-Valore PIC 99V99 VALUE 0.
       01  Notazione-Valida PIC X VALUE "N".
           88  Notazione-Valida-Si VALUE "Y".
       01  Notazione-Base PIC 99 VALUE 0.
       01  Notazione-Cifre PIC 9 VALUE 0.
       01  Notazione-Resto PIC X(4) VALUE SPACES.
       01  Notazione-Seconda PIC 99 VALUE 0.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
      *Periodi chiusi caricati in tabella all'apertura della
      *sessione di approvazione
       01  FS-FileLock PIC XX VALUE SPACES.
       01  FileLock-Filename PIC X(30) VALUE SPACES.
       01  Registro-Occupato PIC X VALUE "N".
      *Materie a giudizio: scala della materia (R o A) e scelta
      *dell'anno dello studente; il giudizio va in voto come codice
      *da 1 (insufficiente) a 5 (ottimo)
       01  FS-MaterieMaster PIC XX VALUE SPACES.
       01  FS-FileScelteIrc PIC XX VALUE SPACES.
       01  Materia-Scala PIC X VALUE SPACE.
           88  Materia-Giudizio-Si VALUE "R" "A".
       01  Materia-Non-Scelta PIC X VALUE "N".
           88  Materia-Non-Scelta-Si VALUE "Y".
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
       01  Scelta-Irc PIC X VALUE SPACE.
       01  Fine-Scelte-Irc PIC X VALUE "N".
       01  Studente-Scelta PIC 9(6) VALUE 0.
       01  Giudizi-Dati.
           02  FILLER PIC X(13) VALUE "insufficiente".
           02  FILLER PIC X(13) VALUE "sufficiente".
           02  FILLER PIC X(13) VALUE "buono".
           02  FILLER PIC X(13) VALUE "distinto".
           02  FILLER PIC X(13) VALUE "ottimo".
       01  Giudizi-Tab REDEFINES Giudizi-Dati.
           02  Giudizio-Parola OCCURS 5 TIMES PIC X(13).
       01  Giudizio-Lettera PIC X VALUE SPACE.
       01  Giudizio-Codice PIC 9 VALUE 0.
      *Ricalcolo di una riga di MEDIE.DAT: la chiave si mette in
      *MR-ID-Studente, MR-Periodo e MR-Materia; MR-Valori ha lo
      *stesso tracciato di ME-Valori per il confronto
       01  MR-ID-Studente PIC 9(6) VALUE 0.
       01  MR-Periodo PIC 9 VALUE 0.
       01  MR-Materia PIC X(20) VALUE SPACES.
       01  MR-Classe PIC X(4) VALUE SPACES.
       01  MR-Valori.
           05  MR-Cont-Orale PIC 999.
           05  MR-Tot-Orale PIC 9(5)V99.
           05  MR-Media-Orale PIC 99V99.
           05  MR-Cont-Scritto PIC 999.
           05  MR-Tot-Scritto PIC 9(5)V99.
           05  MR-Media-Scritto PIC 99V99.
           05  MR-Cont-Pratico PIC 999.
           05  MR-Tot-Pratico PIC 9(5)V99.
           05  MR-Media-Pratico PIC 99V99.
           05  MR-Cont-Voti PIC 999.
           05  MR-Tot-Voti PIC 9(5)V99.
           05  MR-Peso-Orale PIC V999.
           05  MR-Peso-Scritto PIC V999.
           05  MR-Peso-Pratico PIC V999.
           05  MR-Media-Pesata PIC 99V9.
           05  MR-Data-Ultimo-Voto PIC 9(8).
      *Peso-Usato V999 come nel registro: con tutti e tre i tipi
      *presenti i pesi sommano 1.000, trabocca a zero e la media
      *ripiega sulla semplice; la riga deve dare la stessa media
      *del registro, trabocco compreso
       01  MR-Peso-Usato PIC V999 VALUE 0.
       01  MR-Somma-Pesata PIC 9(4)V9(4) VALUE 0.
      *Profilo di PESI.DAT dell'ultima classe cercata
       01  MR-Pesi-Classe PIC X(4) VALUE HIGH-VALUES.
       01  MR-Pesi-Orale PIC V999 VALUE .350.
       01  MR-Pesi-Scritto PIC V999 VALUE .400.
       01  MR-Pesi-Pratico PIC V999 VALUE .250.
       01  MR-Fine PIC X VALUE "N".
       01  MR-Data-Oggi PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
      *Anno scolastico corrente, per attribuire l'anno ai voti
      *promossi in VOTI.DAT
           PERFORM 9500-LEGGI-ANNO-CORRENTE
           PERFORM 9600-LEGGI-NOTAZIONI
           PERFORM 9700-CARICA-CATALOGO
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "VOTI IN DUE MANI (PARCHEGGIO E APPROVAZIONE)"
               DISPLAY "1: Inserimento voti del docente"
           STOP RUN.

      *Paragrafo 1000-SESSIONE-DOCENTE: il docente si identifica con
      *la sigla (quella del suo conto, con OPERATORI.DAT presente) e
      *parcheggia voti solo per le materie assegnate
       1000-SESSIONE-DOCENTE.
           PERFORM 8000-CONTROLLA-ACCESSO
           IF Operatori-Presenti = "Y"
                   AND Operatore-Autenticato NOT = "Y"
               DISPLAY "Accesso negato"
               STOP RUN
           END-IF
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 8100-CARICA-AMBITO
           OPEN INPUT Docenti
           IF FS-Docenti NOT = "00"
               DISPLAY "DOCENTI.DAT non presente: censire i docenti "
                   "con DocentiManut"
           ELSE
               MOVE "Y" TO Docente-Trovato
               IF Operatore-Docente NOT = SPACES
                   MOVE Operatore-Docente TO Sigla-Docente
                   DISPLAY "Sigla docente: " Sigla-Docente
               ELSE IF Operatori-Presenti = "Y"
                       AND Operatore-Ruolo NOT = "A"
      *Un conto non collegato a un docente (segreteria) non puo'
      *parcheggiare voti a nome di qualcuno
                   MOVE "N" TO Docente-Trovato
                   DISPLAY "Conto non collegato a un docente: "
                       "inserimento voti non consentito"
                   MOVE "Negato parcheggio a conto non docente"
                       TO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               ELSE
                   DISPLAY "Sigla docente: "
                   ACCEPT Sigla-Docente
               END-IF
               END-IF
               IF Docente-Trovato = "Y"
                   MOVE Sigla-Docente TO DC-Sigla
                   READ Docenti
                       INVALID KEY MOVE "N" TO Docente-Trovato
                   END-READ
                   IF Docente-Trovato NOT = "Y"
                       DISPLAY "Sigla non in anagrafica docenti"
                   END-IF
               END-IF
               IF Docente-Trovato = "Y"
                   DISPLAY "Benvenuto " DC-Cognome(1:20)
                   OPEN INPUT Studenti
                   IF FS-Studenti NOT = "00"
               READ Studenti
                   INVALID KEY MOVE "N" TO Studente-Trovato
               END-READ
               MOVE "Y" TO Ambito-Esito
               IF Studente-Trovato = "Y"
                   MOVE ST-Classe TO Ambito-Classe
                   MOVE SPACES TO Ambito-Materia
                   PERFORM 8200-CONTROLLA-AMBITO
               END-IF
               IF Studente-Trovato NOT = "Y"
                   DISPLAY "Matricola non in anagrafica"
               ELSE IF Ambito-Esito NOT = "Y"
                   PERFORM 8300-NEGA-AMBITO
               ELSE
                   DISPLAY "Materia (codice o nome): "
                   ACCEPT Materia-Input
      *Nei file la materia e' scritta con il codice del catalogo
                   PERFORM 9710-RISOLVI-MATERIA
                   IF Materia-Risolta
                       MOVE Materia-Codice TO Materia-Scelta
                   ELSE
                       MOVE Materia-Input TO Materia-Scelta
                       IF Materia-Ambigua
                           DISPLAY "Nome comune a piu' materie: "
                               "indicare il codice o il nome completo"
                       END-IF
                   END-IF
      *Il docente puo' caricare solo le materie di cui oggi e'
      *titolare nella classe dello studente (CATTEDRE.DAT) o, senza
      *registro delle cattedre, quelle assegnate in DOCENTI.DAT: e'
      *la restrizione che da' senso al parcheggio
                   MOVE "N" TO Materia-Assegnata
                   ACCEPT Cattedra-Data FROM DATE YYYYMMDD
                   PERFORM 2080-CERCA-TITOLARE
                   IF Cattedre-Presenti = "Y"
                       IF Cattedra-Titolare = Sigla-Docente
                           MOVE "Y" TO Materia-Assegnata
                       END-IF
                   ELSE
                       MOVE 0 TO Materie-Idx
                       PERFORM 5 TIMES
                           ADD 1 TO Materie-Idx
                           IF DC-Materia(Materie-Idx)
                                   = Materia-Scelta
                                   AND DC-Materia(Materie-Idx)
                                       NOT = SPACES
                               MOVE "Y" TO Materia-Assegnata
                           END-IF
                       END-PERFORM
                   END-IF
      *Una supplenza registrata per materia e classe dello
      *studente, in corso oggi, vale quanto l'assegnazione
                   IF Materia-Assegnata NOT = "Y"
                               "accettata"
                       END-IF
                   END-IF
      *Materia a giudizio: solo per chi se ne avvale nell'anno
                   MOVE "N" TO Materia-Non-Scelta
                   IF Materia-Assegnata = "Y"
                       MOVE Materia-Scelta TO Materia-Input
                       PERFORM 2060-CONTROLLA-SCALA
                       IF Materia-Giudizio-Si
                           MOVE ID-Studente TO Studente-Scelta
                           PERFORM 2070-CONTROLLA-SCELTA
                       END-IF
                   END-IF
                   IF Materia-Assegnata NOT = "Y"
                       DISPLAY "La materia non risulta assegnata "
                           "alla sigla " Sigla-Docente
                       MOVE SPACES TO Audit-Descrizione
                       STRING "Negata materia " DELIMITED BY SIZE
                           Materia-Scelta DELIMITED BY SPACE
                           " classe " DELIMITED BY SIZE
                           ST-Classe DELIMITED BY SPACE
                           " a " DELIMITED BY SIZE
                           Sigla-Docente DELIMITED BY SPACE
                           INTO Audit-Descrizione
                       PERFORM 9000-SCRIVI-AUDIT
                   ELSE IF Materia-Non-Scelta-Si
                       DISPLAY ST-Cognome(1:20) " non si avvale di "
                           "questa materia nell'anno"
                   ELSE
                       PERFORM 2100-CHIEDI-VOTO
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

               CLOSE FileSupplenze
           END-IF.

      *Paragrafo 2060-CONTROLLA-SCALA: la scala della materia in
      *Materia-Input dal catalogo; senza catalogo la materia e'
      *numerica
       2060-CONTROLLA-SCALA.
           PERFORM 9710-RISOLVI-MATERIA
           MOVE Materia-Scala-Cat TO Materia-Scala.

      *Paragrafo 2070-CONTROLLA-SCELTA: la scelta dell'anno di
      *Studente-Scelta (l'ultima riga di SCELTE-IRC.DAT vince)
      *coincide con la scala della materia?
       2070-CONTROLLA-SCELTA.
           MOVE SPACE TO Scelta-Irc
           OPEN INPUT FileScelteIrc
           IF FS-FileScelteIrc = "00"
               MOVE "N" TO Fine-Scelte-Irc
               PERFORM UNTIL Fine-Scelte-Irc = "S"
                   READ FileScelteIrc
                       AT END
                           MOVE "S" TO Fine-Scelte-Irc
                       NOT AT END
                           IF SI-ID-Studente = Studente-Scelta
                                   AND SI-Anno = Anno-Corrente
                               MOVE SI-Scelta TO Scelta-Irc
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileScelteIrc
           END-IF
           IF Scelta-Irc = Materia-Scala
               MOVE "N" TO Materia-Non-Scelta
           ELSE
               MOVE "Y" TO Materia-Non-Scelta
           END-IF.

      *Paragrafo 2080-CERCA-TITOLARE: titolare della cattedra di
      *Materia-Scelta nella classe dello studente il giorno
      *Cattedra-Data (in bianco se nessuna cattedra lo copre);
      *Cattedre-Presenti dice se il registro delle cattedre esiste
       2080-CERCA-TITOLARE.
           MOVE SPACES TO Cattedra-Titolare
           MOVE "N" TO Cattedre-Presenti
           OPEN INPUT FileCattedre
           IF FS-FileCattedre = "00"
               MOVE "Y" TO Cattedre-Presenti
               MOVE "N" TO Fine-Cattedre
               PERFORM UNTIL Fine-Cattedre = "S"
                   READ FileCattedre
                       AT END
                           MOVE "S" TO Fine-Cattedre
                       NOT AT END
                           IF CT-Classe = ST-Classe
                                   AND CT-Materia = Materia-Scelta
                                   AND CT-Dal <= Cattedra-Data
                                   AND CT-Al >= Cattedra-Data
                               MOVE CT-Docente TO Cattedra-Titolare
                               MOVE "S" TO Fine-Cattedre
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCattedre
           END-IF.

      *Paragrafo 2100-CHIEDI-VOTO: periodo, voto, tipo e data della
      *prova, con le stesse validazioni dell'inserimento normale;
      *per le materie a giudizio il giudizio al posto di voto e tipo
       2100-CHIEDI-VOTO.
           DISPLAY "Periodo (1-4): "
           ACCEPT Periodo-Scelto
               DISPLAY "Periodo (1-4): "
               ACCEPT Periodo-Scelto
           END-PERFORM
           IF Materia-Giudizio-Si
               PERFORM 2110-CHIEDI-GIUDIZIO
           ELSE
               DISPLAY "Voto (anche 6+, 6-, 5/6): "
               MOVE "N" TO Voto-Testo-Valido
               PERFORM UNTIL Voto-Testo-Valido = "Y"
                   ACCEPT Voto-Testo
                   MOVE SPACES TO Notazione-Originale
                   MOVE "Y" TO Notazione-Valida
                   IF Voto-Testo IS NUMERIC
                       MOVE Voto-Testo TO voto
                   ELSE
                       MOVE Voto-Testo TO Notazione-Testo
                       PERFORM 2120-CONVERTI-NOTAZIONE
                       MOVE Notazione-Valore TO voto
                   END-IF
                   IF NOT Notazione-Valida-Si
                       DISPLAY "Valore non numerico, reinserire"
                   ELSE IF voto > 10
                       DISPLAY "Voto non valido: deve essere tra "
                           "0 e 10"
                   ELSE
                       MOVE "Y" TO Voto-Testo-Valido
                   END-IF
                   END-IF
               END-PERFORM
               DISPLAY "Orale = o, Scritto = s, Pratico = p"
               ACCEPT tipo
               PERFORM UNTIL tipo = "o" OR "O" OR "s" OR "S"
                       OR "p" OR "P"
                   DISPLAY "Tipo non valido: usare o, s o p"
                   ACCEPT tipo
               END-PERFORM
           END-IF
           DISPLAY "Data della prova (AAAAMMGG, 0 = oggi): "
           ACCEPT Data-Voto
           IF Data-Voto = 0
               ACCEPT Data-Voto FROM DATE YYYYMMDD
           END-IF
      *Nei report il voto va al titolare della cattedra nel giorno
      *della prova: se non e' la sigla della sessione, lo si avvisa
           MOVE Data-Voto TO Cattedra-Data
           PERFORM 2080-CERCA-TITOLARE
           IF Cattedre-Presenti = "Y"
                   AND Cattedra-Titolare NOT = SPACES
                   AND Cattedra-Titolare NOT = Sigla-Docente
               DISPLAY "Attenzione: in quella data la cattedra era di "
                   Cattedra-Titolare
               DISPLAY "Nei report il voto sara' attribuito alla sua "
                   "cattedra"
           END-IF
           OPEN EXTEND FileStaging
           IF FS-FileStaging NOT = "00"
               OPEN OUTPUT FileStaging
           MOVE voto TO SG-Voto
           MOVE tipo TO SG-Tipo
           MOVE Data-Voto TO SG-Data-Voto
           IF Materia-Giudizio-Si
               MOVE SPACES TO SG-Notazione
           ELSE
               MOVE Notazione-Originale TO SG-Notazione
           END-IF
           WRITE FileStaging-Record
           CLOSE FileStaging
           ADD 1 TO Voti-Parcheggiati
           DISPLAY "Voto parcheggiato in attesa di approvazione".

      *Paragrafo 2120-CONVERTI-NOTAZIONE: da Notazione-Testo (una o due
      *cifre seguite da nulla, "+", "-", il mezzo o "/" e il voto
      *successivo) a Notazione-Valore. Un voto intero seguito da
      *spazi e' valido senza notazione; un voto con la notazione che
      *esce da 0-10 non e' valido. Il mezzo si accetta sia come
      *carattere UTF-8 sia come carattere Latin-1
       2120-CONVERTI-NOTAZIONE.
           MOVE "N" TO Notazione-Valida
           MOVE 0 TO Notazione-Valore
           MOVE SPACES TO Notazione-Originale
           MOVE 0 TO Notazione-Cifre
           IF Notazione-Testo(1:1) IS NUMERIC
               MOVE 1 TO Notazione-Cifre
               IF Notazione-Testo(2:1) IS NUMERIC
                   MOVE 2 TO Notazione-Cifre
               END-IF
           END-IF
           IF Notazione-Cifre > 0
               IF Notazione-Cifre = 1
                   MOVE Notazione-Testo(1:1) TO Notazione-Base
               ELSE
                   MOVE Notazione-Testo(1:2) TO Notazione-Base
               END-IF
               MOVE Notazione-Testo(Notazione-Cifre + 1:4)
                   TO Notazione-Resto
               EVALUATE TRUE
                   WHEN Notazione-Resto = SPACES
                       MOVE Notazione-Base TO Notazione-Valore
                       MOVE "Y" TO Notazione-Valida
                   WHEN Notazione-Resto = "+"
                       IF Notazione-Base < 10
                           COMPUTE Notazione-Valore =
                               Notazione-Base + Notazione-Piu
                           MOVE "Y" TO Notazione-Valida
                       END-IF
                   WHEN Notazione-Resto = "-"
                       IF Notazione-Base NOT < Notazione-Meno
                               AND Notazione-Base <= 10
                           COMPUTE Notazione-Valore =
                               Notazione-Base - Notazione-Meno
                           MOVE "Y" TO Notazione-Valida
                       END-IF
                   WHEN Notazione-Resto = X"C2BD"
                           OR Notazione-Resto = X"BD"
                       IF Notazione-Base < 10
                           COMPUTE Notazione-Valore =
                               Notazione-Base + Notazione-Mezzo
                           MOVE "Y" TO Notazione-Valida
                       END-IF
                   WHEN Notazione-Resto(1:1) = "/"
                       PERFORM 2125-CONVERTI-NOTAZIONE-BARRA
               END-EVALUATE
               IF Notazione-Valida-Si AND Notazione-Resto NOT = SPACES
                   IF Notazione-Valore > 10
                       MOVE "N" TO Notazione-Valida
                   ELSE
                       MOVE Notazione-Testo(1:4) TO Notazione-Originale
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 2125-CONVERTI-NOTAZIONE-BARRA: il voto a cavallo (5/6)
      *vale solo tra due voti consecutivi
       2125-CONVERTI-NOTAZIONE-BARRA.
           MOVE 0 TO Notazione-Seconda
           IF Notazione-Resto(2:1) IS NUMERIC
               IF Notazione-Resto(3:2) = SPACES
                   MOVE Notazione-Resto(2:1) TO Notazione-Seconda
               ELSE IF Notazione-Resto(3:1) IS NUMERIC
                       AND Notazione-Resto(4:1) = SPACE
                   MOVE Notazione-Resto(2:2) TO Notazione-Seconda
               END-IF
               END-IF
           END-IF
           IF Notazione-Seconda = Notazione-Base + 1
               COMPUTE Notazione-Valore =
                   Notazione-Base + Notazione-Barra
               MOVE "Y" TO Notazione-Valida
           END-IF.


      *Paragrafo 2110-CHIEDI-GIUDIZIO: la lettera del giudizio
      *(I S B D O) diventa il codice da 1 a 5 in voto, tipo "G"
       2110-CHIEDI-GIUDIZIO.
           MOVE 0 TO Giudizio-Codice
           PERFORM UNTIL Giudizio-Codice > 0
               DISPLAY "Giudizio (I insufficiente, S sufficiente, "
                   "B buono, D distinto, O ottimo): "
               ACCEPT Giudizio-Lettera
               EVALUATE Giudizio-Lettera
                   WHEN "I" WHEN "i" MOVE 1 TO Giudizio-Codice
                   WHEN "S" WHEN "s" MOVE 2 TO Giudizio-Codice
                   WHEN "B" WHEN "b" MOVE 3 TO Giudizio-Codice
                   WHEN "D" WHEN "d" MOVE 4 TO Giudizio-Codice
                   WHEN "O" WHEN "o" MOVE 5 TO Giudizio-Codice
                   WHEN OTHER DISPLAY "Giudizio non valido"
               END-EVALUATE
           END-PERFORM
           MOVE Giudizio-Codice TO voto
           MOVE "G" TO tipo.

      *Paragrafo 5000-SESSIONE-OPERATORE: l'operatore autenticato
      *rivede i voti parcheggiati e li promuove o li rifiuta
       5000-SESSIONE-OPERATORE.
               DISPLAY "Sigla operatore: "
               ACCEPT Operatore-ID
           END-IF
           PERFORM 8960-CONTROLLA-MANUTENZIONE
      *Un conto collegato a un docente approva solo i voti del suo
      *ambito: gli altri restano in attesa per chi ne ha titolo
           PERFORM 8100-CARICA-AMBITO
      *Periodi chiusi da scrutinio: anche la promozione li rispetta
           PERFORM 5500-LEGGI-PERIODI-CHIUSI
           OPEN INPUT FileStaging
               OPEN OUTPUT FileStagingNew
               MOVE 0 TO Approvati
               MOVE 0 TO Rifiutati
               MOVE 0 TO Voti-Fuori-Ambito
               MOVE "N" TO Fine-Staging
               PERFORM UNTIL Fine-Staging = "S"
                   READ FileStaging
               PERFORM 7000-RICOPIA-STAGING
               DISPLAY "Approvati: " Approvati
                   " - Rifiutati: " Rifiutati
               IF Voti-Fuori-Ambito > 0
                   DISPLAY "Lasciati in attesa perche' fuori dal "
                       "proprio ambito: " Voti-Fuori-Ambito
               END-IF
               MOVE SPACES TO Audit-Descrizione
               STRING "Approvazione staging: " DELIMITED BY SIZE
                   Approvati DELIMITED BY SIZE
           END-IF.

      *Paragrafo 6000-ESAMINA-VOTO: un voto parcheggiato davanti
      *all'operatore; A approva, R rifiuta, altro lascia in attesa.
      *Un voto fuori dall'ambito del conto resta in attesa senza
      *essere mostrato
       6000-ESAMINA-VOTO.
           MOVE "Y" TO Ambito-Esito
           IF SG-Stato = "P"
               MOVE SG-Classe TO Ambito-Classe
               MOVE SG-Materia TO Ambito-Materia
               PERFORM 8200-CONTROLLA-AMBITO
               IF Ambito-Esito NOT = "Y"
                   ADD 1 TO Voti-Fuori-Ambito
               END-IF
           END-IF
           IF SG-Stato NOT = "P" OR Ambito-Esito NOT = "Y"
               MOVE FileStaging-Record TO FileStagingNew-Record
               WRITE FileStagingNew-Record
           ELSE
               MOVE SG-Voto TO voto-for
               DISPLAY " "
               IF SG-Notazione NOT = SPACES
                   MOVE SG-Notazione TO Voto-Stampa
               ELSE
                   MOVE voto-for TO Voto-Stampa
               END-IF
               MOVE SG-Materia TO Materia-Codice
               PERFORM 9720-CERCA-NOME-MATERIA
               DISPLAY "Voto del docente " SG-Docente
                   " del " SG-Data-Inserimento
               DISPLAY "  matricola " SG-ID-Studente
                   " classe " SG-Classe
                   " periodo " SG-Periodo
               IF SG-Tipo = "G"
                   MOVE SG-Voto TO Giudizio-Codice
                   DISPLAY "  " Materia-Nome-Esteso(1:40) " giudizio "
                       Giudizio-Parola(Giudizio-Codice)
                       " prova del " SG-Data-Voto
               ELSE
                   DISPLAY "  " Materia-Nome-Esteso(1:40) " voto "
                       Voto-Stampa
                       " " SG-Tipo " prova del " SG-Data-Voto
               END-IF
               DISPLAY "Approvare, Rifiutare o Sospendere? (A/R/S): "
               ACCEPT Risposta-Esame
               EVALUATE Risposta-Esame
      *forzatura dell'amministratore tracciata in AUDIT.LOG, come
      *per ogni altra via di scrittura
           PERFORM 6150-CONTROLLA-PERIODO-CHIUSO
      *Giudizio parcheggiato: la scelta dello studente puo' essere
      *cambiata nel frattempo, e senza scelta il giudizio attende
           IF Voto-Scartato NOT = "Y" AND SG-Tipo = "G"
               MOVE SG-Materia TO Materia-Input
               PERFORM 2060-CONTROLLA-SCALA
               MOVE SG-ID-Studente TO Studente-Scelta
               PERFORM 2070-CONTROLLA-SCELTA
               IF Materia-Non-Scelta-Si
                   DISPLAY "Lo studente non si avvale piu' della "
                       "materia: giudizio lasciato in attesa"
                   MOVE "Y" TO Voto-Scartato
               END-IF
           END-IF
           IF Voto-Scartato = "Y"
               CONTINUE
           ELSE
               MOVE SG-Classe TO VT-Classe
               MOVE Anno-Corrente TO VT-Anno-Scolastico
               MOVE SG-Data-Voto TO VT-Data-Voto
               MOVE SG-Notazione TO VT-Notazione
               MOVE VT-Classe TO VT-CC-Classe
               MOVE VT-Periodo TO VT-CC-Periodo
               MOVE VT-Materia TO VT-CC-Materia
               MOVE SG-Docente TO VT-Operatore
               MOVE SG-Data-Inserimento TO VT-Data-Inserimento
               MOVE ZERO TO VT-Ora-Inserimento
               MOVE "STAGING" TO VT-Canale
               WRITE FileVoti-Record
                   INVALID KEY
                       DISPLAY "Voto non registrato in VOTI.DAT"
                   NOT INVALID KEY
      *La riga di MEDIE.DAT del gruppo segue il voto nuovo
                       IF VT-Tipo NOT = "G"
                           MOVE VT-ID-Studente TO MR-ID-Studente
                           MOVE VT-Periodo TO MR-Periodo
                           MOVE VT-Materia TO MR-Materia
                           PERFORM 9800-AGGIORNA-MEDIA
                       END-IF
               END-WRITE
               PERFORM 6200-SCRIVI-REGISTRO-CSV
           END-IF.
           END-IF
           MOVE SG-ID-Studente TO ID-Studente-for
           MOVE SG-Voto TO voto-for
           MOVE SG-Materia TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           IF SG-Notazione NOT = SPACES
               MOVE SG-Notazione TO Voto-Stampa
           ELSE
               MOVE voto-for TO Voto-Stampa
           END-IF
           MOVE SPACES TO riga
           IF SG-Tipo = "G"
               MOVE SG-Voto TO Giudizio-Codice
               STRING "        " DELIMITED BY SIZE
                   ID-Studente-for DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:30) DELIMITED BY SIZE
                   " giudizio " DELIMITED BY SIZE
                   Giudizio-Parola(Giudizio-Codice) DELIMITED BY SPACE
                   " (staging " DELIMITED BY SIZE
                   SG-Docente DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO riga
           ELSE
               STRING "        " DELIMITED BY SIZE
                   ID-Studente-for DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:30) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Voto-Stampa DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SG-Tipo DELIMITED BY SIZE
                   " (staging " DELIMITED BY SIZE
                   SG-Docente DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO riga
           END-IF
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           CLOSE FileOut
      *I giudizi non vanno nell'esportazione dei voti
           IF SG-Tipo NOT = "G"
               PERFORM 6250-SCRIVI-CSV
           END-IF.

      *Paragrafo 6250-SCRIVI-CSV: la riga del voto promosso su
      *GRADES-EXPORT.csv
       6250-SCRIVI-CSV.
           OPEN EXTEND FileCsv
           IF FS-FileCsv NOT = "00"
               OPEN OUTPUT FileCsv
                                   MOVE OP-Ruolo TO Operatore-Ruolo
                                   MOVE Sigla-Inserita
                                       TO Operatore-ID
                                   MOVE OP-Docente
                                       TO Operatore-Docente
                                   MOVE "S" TO Fine-Operatori
                               END-IF
                       END-READ
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

      *Paragrafo 8100-CARICA-AMBITO: classi e materie su cui puo'
      *lavorare un conto collegato a un docente, dalle cattedre in
      *corso oggi e dalle supplenze attive oggi; l'amministratore e
      *i conti non collegati restano senza limiti. Senza CATTEDRE.DAT
      *non si sa chi insegna cosa: si avvisa e non si limita
       8100-CARICA-AMBITO.
           MOVE "N" TO Ambito-Limitato
           MOVE 0 TO Ambito-Cont
           IF Operatore-Docente NOT = SPACES
                   AND Operatore-Ruolo NOT = "A"
               OPEN INPUT FileCattedre
               IF FS-FileCattedre NOT = "00"
                   DISPLAY "Attenzione: CATTEDRE.DAT assente, conto "
                       "non limitato alle classi del docente"
               ELSE
                   MOVE "Y" TO Ambito-Limitato
                   ACCEPT Ambito-Oggi FROM DATE YYYYMMDD
                   MOVE "N" TO Fine-Ambito
                   PERFORM UNTIL Fine-Ambito = "S"
                       READ FileCattedre
                           AT END
                               MOVE "S" TO Fine-Ambito
                           NOT AT END
                               IF CT-Docente = Operatore-Docente
                                       AND CT-Dal <= Ambito-Oggi
                                       AND CT-Al >= Ambito-Oggi
                                   MOVE CT-Classe TO Ambito-Classe
                                   MOVE CT-Materia TO Ambito-Materia
                                   PERFORM 8150-AGGIUNGI-AMBITO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileCattedre
                   OPEN INPUT FileSupplenze
                   IF FS-FileSupplenze = "00"
                       MOVE "N" TO Fine-Ambito
                       PERFORM UNTIL Fine-Ambito = "S"
                           READ FileSupplenze
                               AT END
                                   MOVE "S" TO Fine-Ambito
                               NOT AT END
                                   IF SU-Supplente = Operatore-Docente
                                           AND SU-Inizio <= Ambito-Oggi
                                           AND SU-Fine >= Ambito-Oggi
                                       MOVE SU-Classe TO Ambito-Classe
                                       MOVE SU-Materia
                                           TO Ambito-Materia
                                       PERFORM 8150-AGGIUNGI-AMBITO
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE FileSupplenze
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 8150-AGGIUNGI-AMBITO: accoda classe e materia
      *all'ambito del docente
       8150-AGGIUNGI-AMBITO.
           IF Ambito-Cont < 100
               ADD 1 TO Ambito-Cont
               MOVE Ambito-Classe TO AB-Classe(Ambito-Cont)
               MOVE Ambito-Materia TO AB-Materia(Ambito-Cont)
           END-IF.

      *Paragrafo 8200-CONTROLLA-AMBITO: Ambito-Classe (e
      *Ambito-Materia, se valorizzata) e' tra quelle del docente
      *collegato al conto, o il docente coordina la classe?
      *Risposta in Ambito-Esito
       8200-CONTROLLA-AMBITO.
           MOVE "Y" TO Ambito-Esito
           IF Ambito-Limitato = "Y"
               MOVE "N" TO Ambito-Esito
               MOVE 0 TO Ambito-Idx
               PERFORM UNTIL Ambito-Idx >= Ambito-Cont
                   ADD 1 TO Ambito-Idx
                   IF AB-Classe(Ambito-Idx) = Ambito-Classe
                       IF Ambito-Materia = SPACES
                               OR AB-Materia(Ambito-Idx)
                                   = Ambito-Materia
                           MOVE "Y" TO Ambito-Esito
                       END-IF
                   END-IF
               END-PERFORM
               IF Ambito-Esito NOT = "Y"
                   PERFORM 8250-CONTROLLA-COORDINATORE
               END-IF
           END-IF.

      *Paragrafo 8250-CONTROLLA-COORDINATORE: il coordinatore di
      *classe vede tutta la classe: e' il docente con l'incarico
      *COOR attivo oggi in INCARICHI.DAT (Incarichi); solo per le
      *classi senza incarico vale la sigla in CL-Coordinatore
       8250-CONTROLLA-COORDINATORE.
           PERFORM 8255-CERCA-COORDINATORE
           IF Coordinatore-Incarico NOT = SPACES
               IF Coordinatore-Incarico = Operatore-Docente
                   MOVE "Y" TO Ambito-Esito
               END-IF
           ELSE
               OPEN INPUT Classi
               IF FS-Classi = "00"
                   MOVE Ambito-Classe TO CL-Codice
                   READ Classi
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CL-Coordinatore = Operatore-Docente
                               MOVE "Y" TO Ambito-Esito
                           END-IF
                   END-READ
                   CLOSE Classi
               END-IF
           END-IF.

      *Paragrafo 8255-CERCA-COORDINATORE: la sigla del docente con
      *incarico di coordinamento (COOR) attivo oggi per Ambito-Classe
      *in INCARICHI.DAT, come negli elenchi di GiustifichePortale
       8255-CERCA-COORDINATORE.
           MOVE SPACES TO Coordinatore-Incarico
           ACCEPT Coordinatore-Data FROM DATE YYYYMMDD
           OPEN INPUT FileIncarichi
           IF FS-FileIncarichi = "00"
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
                                   AND INC-Classe = Ambito-Classe
                                   AND INC-Dal <= Coordinatore-Data
                                   AND INC-Al >= Coordinatore-Data
                               MOVE INC-Docente
                                   TO Coordinatore-Incarico
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileIncarichi
           END-IF.

      *Paragrafo 8300-NEGA-AMBITO: rifiuto a video e traccia in
      *AUDIT.LOG del tentativo fuori ambito
       8300-NEGA-AMBITO.
           DISPLAY "Classe " Ambito-Classe " " Ambito-Materia
               " fuori dall'ambito del docente " Operatore-Docente
           MOVE SPACES TO Audit-Descrizione
           STRING "Negato fuori ambito " DELIMITED BY SIZE
               Ambito-Classe DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               Ambito-Materia DELIMITED BY SPACE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT.

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
                   " VotiStaging" DELIMITED BY SIZE
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

      *Paragrafo 9500-LEGGI-ANNO-CORRENTE: legge l'anno scolastico
               CLOSE FileAnno
           END-IF.

      *Paragrafo 9600-LEGGI-NOTAZIONI: se esiste NOTAZIONI-VOTO.DAT ne
      *prende il valore dei segni del voto; un segno non indicato
      *tiene il valore d'uso
       9600-LEGGI-NOTAZIONI.
           OPEN INPUT FileNotazioni
           IF FS-FileNotazioni = "00"
               MOVE "N" TO Fine-Notazioni
               PERFORM UNTIL Fine-Notazioni-Si
                   READ FileNotazioni
                       AT END
                           MOVE "S" TO Fine-Notazioni
                       NOT AT END
                           PERFORM 9610-CARICA-NOTAZIONE
                   END-READ
               END-PERFORM
               CLOSE FileNotazioni
           END-IF.

      *Paragrafo 9610-CARICA-NOTAZIONE: una riga di NOTAZIONI-VOTO.DAT
       9610-CARICA-NOTAZIONE.
           IF NV-Centesimi IS NUMERIC
               EVALUATE NV-Notazione
                   WHEN "PIU"
                       COMPUTE Notazione-Piu = NV-Centesimi / 100
                   WHEN "MENO"
                       COMPUTE Notazione-Meno = NV-Centesimi / 100
                   WHEN "MEZZO"
                       COMPUTE Notazione-Mezzo = NV-Centesimi / 100
                   WHEN "BARRA"
                       COMPUTE Notazione-Barra = NV-Centesimi / 100
                   WHEN OTHER
                       DISPLAY "NOTAZIONI-VOTO.DAT: segno "
                           NV-Notazione " sconosciuto, riga ignorata"
               END-EVALUATE
           ELSE
               DISPLAY "NOTAZIONI-VOTO.DAT: valore non numerico per "
                   NV-Notazione ", riga ignorata"
           END-IF.

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *operatore/descrizione ad AUDIT.LOG
       9000-SCRIVI-AUDIT.
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

      *Paragrafo 9800-AGGIORNA-MEDIA: riga di MEDIE.DAT
      *Rimette in linea con VOTI.DAT la riga di MR-ID-Studente,
      *MR-Periodo e MR-Materia, rileggendo tutti i voti di quel
      *gruppo di chiavi; il file dei voti resta aperto ma la sua
      *posizione di lettura si perde
       9800-AGGIORNA-MEDIA.
           INITIALIZE MR-Valori
           MOVE SPACES TO MR-Classe
           MOVE MR-ID-Studente TO VT-ID-Studente
           MOVE MR-Periodo TO VT-Periodo
           MOVE MR-Materia TO VT-Materia
           MOVE 0 TO VT-Progressivo
           MOVE "N" TO MR-Fine
           START FileVoti KEY IS NOT LESS THAN VT-Chiave
               INVALID KEY MOVE "S" TO MR-Fine
           END-START
           PERFORM UNTIL MR-Fine = "S"
               READ FileVoti NEXT RECORD
                   AT END
                       MOVE "S" TO MR-Fine
                   NOT AT END
                       IF VT-ID-Studente = MR-ID-Studente
                               AND VT-Periodo = MR-Periodo
                               AND VT-Materia = MR-Materia
                           PERFORM 9810-ACCUMULA-MEDIA
                       ELSE
                           MOVE "S" TO MR-Fine
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 9820-CALCOLA-MEDIA
           PERFORM 9840-SCRIVI-MEDIA.

      *Paragrafo 9810-ACCUMULA-MEDIA: voto nel suo tipo
      *Il voto letto va nel bucket del suo tipo; i giudizi (tipo G)
      *non entrano nella media
       9810-ACCUMULA-MEDIA.
           MOVE VT-Classe TO MR-Classe
           IF VT-Tipo NOT = "G"
               ADD VT-Voto TO MR-Tot-Voti
               ADD 1 TO MR-Cont-Voti
               IF VT-Data-Voto > MR-Data-Ultimo-Voto
                   MOVE VT-Data-Voto TO MR-Data-Ultimo-Voto
               END-IF
               EVALUATE VT-Tipo
                   WHEN "o" WHEN "O"
                       ADD VT-Voto TO MR-Tot-Orale
                       ADD 1 TO MR-Cont-Orale
                   WHEN "s" WHEN "S"
                       ADD VT-Voto TO MR-Tot-Scritto
                       ADD 1 TO MR-Cont-Scritto
                   WHEN "p" WHEN "P"
                       ADD VT-Voto TO MR-Tot-Pratico
                       ADD 1 TO MR-Cont-Pratico
               END-EVALUATE
           END-IF.

      *Paragrafo 9820-CALCOLA-MEDIA: media pesata
      *Medie per tipo e media pesata con i pesi del profilo della
      *classe, solo sui tipi presenti, come CALCOLA-MEDIA-PESATA del
      *registro
       9820-CALCOLA-MEDIA.
           PERFORM 9830-PESI-MEDIA
           MOVE MR-Pesi-Orale TO MR-Peso-Orale
           MOVE MR-Pesi-Scritto TO MR-Peso-Scritto
           MOVE MR-Pesi-Pratico TO MR-Peso-Pratico
           MOVE 0 TO MR-Somma-Pesata
           MOVE 0 TO MR-Peso-Usato
           IF MR-Cont-Orale > 0
               COMPUTE MR-Media-Orale ROUNDED =
                   MR-Tot-Orale / MR-Cont-Orale
               COMPUTE MR-Somma-Pesata = MR-Somma-Pesata
                   + MR-Media-Orale * MR-Peso-Orale
               ADD MR-Peso-Orale TO MR-Peso-Usato
           END-IF
           IF MR-Cont-Scritto > 0
               COMPUTE MR-Media-Scritto ROUNDED =
                   MR-Tot-Scritto / MR-Cont-Scritto
               COMPUTE MR-Somma-Pesata = MR-Somma-Pesata
                   + MR-Media-Scritto * MR-Peso-Scritto
               ADD MR-Peso-Scritto TO MR-Peso-Usato
           END-IF
           IF MR-Cont-Pratico > 0
               COMPUTE MR-Media-Pratico ROUNDED =
                   MR-Tot-Pratico / MR-Cont-Pratico
               COMPUTE MR-Somma-Pesata = MR-Somma-Pesata
                   + MR-Media-Pratico * MR-Peso-Pratico
               ADD MR-Peso-Pratico TO MR-Peso-Usato
           END-IF
           IF MR-Peso-Usato > 0
               COMPUTE MR-Media-Pesata ROUNDED =
                   MR-Somma-Pesata / MR-Peso-Usato
           ELSE IF MR-Cont-Voti > 0
               COMPUTE MR-Media-Pesata ROUNDED =
                   MR-Tot-Voti / MR-Cont-Voti
           END-IF
           END-IF.

      *Paragrafo 9830-PESI-MEDIA: pesi della classe
      *Pesi del profilo di PESI.DAT della classe in MR-Classe (senza
      *profilo, i pesi globali del registro); il file si rilegge solo
      *al cambio di classe
       9830-PESI-MEDIA.
           IF MR-Classe NOT = MR-Pesi-Classe
               MOVE MR-Classe TO MR-Pesi-Classe
               MOVE .350 TO MR-Pesi-Orale
               MOVE .400 TO MR-Pesi-Scritto
               MOVE .250 TO MR-Pesi-Pratico
               OPEN INPUT FilePesi
               IF FS-FilePesi = "00"
                   MOVE "N" TO MR-Fine
                   PERFORM UNTIL MR-Fine = "S"
                       READ FilePesi
                           AT END
                               MOVE "S" TO MR-Fine
                           NOT AT END
                               IF PS-Classe = MR-Classe
                                   MOVE PS-Peso-Orale
                                       TO MR-Pesi-Orale
                                   MOVE PS-Peso-Scritto
                                       TO MR-Pesi-Scritto
                                   MOVE PS-Peso-Pratico
                                       TO MR-Pesi-Pratico
                                   MOVE "S" TO MR-Fine
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FilePesi
               END-IF
           END-IF.

      *Paragrafo 9840-SCRIVI-MEDIA: registrazione della riga
      *Scrive o riscrive la riga ricalcolata; un gruppo rimasto senza
      *voti (ultimo voto cancellato, o solo giudizi) non ha media e
      *la riga si toglie. MEDIE.DAT si crea al primo uso
       9840-SCRIVI-MEDIA.
           ACCEPT MR-Data-Oggi FROM DATE YYYYMMDD
           OPEN I-O FileMedie
           IF FS-FileMedie NOT = "00"
               OPEN OUTPUT FileMedie
               CLOSE FileMedie
               OPEN I-O FileMedie
           END-IF
           IF FS-FileMedie NOT = "00"
               DISPLAY "MEDIE.DAT non aggiornabile (stato "
                   FS-FileMedie "): va ricostruito con RicalcolaMedie"
           ELSE
               MOVE MR-ID-Studente TO ME-ID-Studente
               MOVE MR-Periodo TO ME-Periodo
               MOVE MR-Materia TO ME-Materia
               READ FileMedie
                   INVALID KEY
                       IF MR-Cont-Voti > 0
                           MOVE MR-Classe TO ME-Classe
                           MOVE MR-Valori TO ME-Valori
                           MOVE MR-Data-Oggi TO ME-Data-Calcolo
                           WRITE FileMedie-Record
                               INVALID KEY
                                   DISPLAY "Media non registrata in "
                                       "MEDIE.DAT"
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       IF MR-Cont-Voti > 0
                           MOVE MR-Classe TO ME-Classe
                           MOVE MR-Valori TO ME-Valori
                           MOVE MR-Data-Oggi TO ME-Data-Calcolo
                           REWRITE FileMedie-Record
                               INVALID KEY
                                   DISPLAY "Media non aggiornata in "
                                       "MEDIE.DAT"
                           END-REWRITE
                       ELSE
                           DELETE FileMedie
                               INVALID KEY
                                   DISPLAY "Media non tolta da "
                                       "MEDIE.DAT"
                           END-DELETE
                       END-IF
               END-READ
               CLOSE FileMedie
           END-IF.

       END PROGRAM VotiStaging.
