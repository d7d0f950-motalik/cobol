      *Supporto allo scrutinio: DECIDI-ESITO applica una regola
      *meccanica, ma l'ultima parola spetta al consiglio di classe.
      *Questo programma produce il prospetto pre-scrutinio di una
      *classe (per ogni studente: medie per materia di MEDIE.DAT,
      *recuperi pendenti, ore di assenza, esito
      *calcolato in archivio) su SCRUTINIO-<classe>.txt, e registra
      *le delibere del consiglio su SCRUTINI.DAT con la motivazione.
      *La delibera prevale sull'esito calcolato: viene riscritta
      *subito nella riga d'anno di ARCHIVIO-STORICO.IDX (lo
      *scrutinio arriva dopo le sessioni che l'hanno scritta) e
      *RegistroElettronico la applica in DECIDI-ESITO se lo
      *studente viene rielaborato. Per ogni materia il prospetto
      *affianca alla media la proposta di voto del docente
      *(ProposteVoto) e le ore di assenza nella materia
      *(AssenzeMaterie), e la ratifica del consiglio scrive i voti
      *finali ufficiali del periodo su VOTI-FINALI.DAT. A giugno il
      *consiglio puo' sospendere il giudizio (SOSPESO); lo scrutinio
      *integrativo di settembre riprende ogni sospeso della classe
      *con i risultati dei recuperi (RecuperiSessione) e registra
      *l'esito definitivo come seconda delibera sigillata: la
      *delibera di giugno resta in SCRUTINI.DAT accanto ad essa.
      *Le ore di attivita' fuori sede (uscite didattiche) non
      *contano fra le assenze del prospetto.
      *Per chi rientra da un soggiorno di mobilita' internazionale
      *(Mobilita) il consiglio registra l'esito del colloquio di
      *reinserimento: con esito positivo la riga d'anno
      *dell'archivio storico porta l'esito MOBILITA (l'anno e'
      *valido e lo studente prosegue come un promosso), con esito
      *negativo decide il consiglio con una delibera ordinaria.
      *Nella scelta del credito dentro la banda il consiglio vede
      *l'e-portfolio dello studente (Portfolio): tutor dell'anno,
      *attivita' e certificazioni dell'anno con l'esito della
      *verifica della documentazione, ore di orientamento.
      *Accanto alle note il prospetto mostra il voto di condotta
      *registrato per periodo (CONDOTTE.DAT) e i procedimenti
      *disciplinari dell'anno (Sanzioni): misura, giorni, stato ed
      *esito dell'eventuale ricorso.
      *Il voto di educazione civica consolidato porta la
      *provenienza: data e ora del consolidamento, canale CIVICA.
      *Le materie a giudizio (religione cattolica, attivita'
      *alternativa) si propongono e si ratificano sul codice del
      *giudizio da 1 a 5, la riga di VOTI-FINALI.DAT porta il tipo
      *G; le proposte valgono solo per l'anno in corso.
      *Nel prospetto compaiono anche le proposte senza una riga di
      *MEDIE.DAT: le materie a giudizio, che non hanno medie, e le
      *materie senza voti nel periodo ("nessun voto").
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

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
      *Ore di assenza per materia (AssenzeMaterie)
           SELECT FileAssMaterie ASSIGN TO 'ASSENZE-MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-Chiave
               FILE STATUS IS FS-FileAssMaterie.
      *Crediti di materia, per la media complessiva pesata come in
      *MEDIA-FINALE del registro
           SELECT FileCrediti ASSIGN TO 'CREDITI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCrediti.
           SELECT FilePesi ASSIGN TO 'PESI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FilePesi.
           SELECT FileRecuperi ASSIGN TO 'RECUPERI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileRecuperi.
           SELECT FileNote ASSIGN TO 'NOTE-DISCIPLINARI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileNote.
      *Voti di condotta per periodo (CHIEDI-CONDOTTA del registro)
      *e procedimenti disciplinari (Sanzioni)
           SELECT FileCondotte ASSIGN TO 'CONDOTTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCondotte.
           SELECT FileSanzioni ASSIGN TO 'SANZIONI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SZ-Numero
               ALTERNATE RECORD KEY IS SZ-Matricola
                   WITH DUPLICATES
               FILE STATUS IS FS-FileSanzioni.
      *Archivio storico indicizzato per matricola+anno scolastico,
      *con la media in forma numerica: la storia di uno studente e'
      *una lettura diretta per chiave (la conversione una tantum del
           SELECT FileScrutini ASSIGN TO 'SCRUTINI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileScrutini.
      *Proposte di voto dei docenti (PROPOSTE-VOTO.DAT, vedi
      *ProposteVoto): un voto intero per studente, periodo e
      *materia, mostrato nel prospetto accanto alla media
           SELECT FileProposte ASSIGN TO 'PROPOSTE-VOTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileProposte.
      *Voti finali ratificati dal consiglio (VOTI-FINALI.DAT): sono
      *i voti che pagella, Trascrizione ed esportazione ministeriale
      *riportano, invece di ricalcolare le medie da VOTI.DAT. La
      *ratifica di uno studente per un periodo sostituisce quella
      *precedente (riscrittura via VOTI-FINALI.TMP)
           SELECT FileVotiFinali ASSIGN TO 'VOTI-FINALI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileVotiFinali.
           SELECT FileVotiFinaliNew ASSIGN TO 'VOTI-FINALI.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileVotiFinaliNew.
      *Crediti scolastici del triennio (CREDITI-SCOLASTICI.DAT): un
      *punteggio per studente per anno, derivato dalla banda
      *ministeriale sulla media e confermato o integrato dal
               ACCESS MODE IS RANDOM
               RECORD KEY IS BS-ID-Studente
               FILE STATUS IS FS-Bes.
      *Soggiorni di mobilita' internazionale (Mobilita): qui si
      *registra il colloquio di reinserimento
           SELECT FileMobilita ASSIGN TO 'MOBILITA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MB-Chiave
               FILE STATUS IS FS-FileMobilita.
      *E-portfolio (Portfolio): attivita' e certificazioni per
      *matricola e tutor dell'anno, a video nella scelta del credito
           SELECT FileAttivita ASSIGN TO 'ATTIVITA-STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-Chiave
               FILE STATUS IS FS-FileAttivita.
           SELECT FileTutor ASSIGN TO 'TUTOR-STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TU-Chiave
               FILE STATUS IS FS-FileTutor.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
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
       FD  FileAssMaterie.
       01  FileAssMaterie-Record.
           05  AM-Chiave.
               10  AM-ID-Studente PIC 9(6).
               10  AM-Periodo PIC 9(1).
               10  AM-Materia PIC X(20).
           05  AM-Classe PIC X(4).
           05  AM-Anno PIC X(9).
           05  AM-Ore-Assenza PIC 9(3)V9.
           05  AM-Ore-Previste PIC 9(4).
           05  AM-Percentuale PIC 999V9.
           05  AM-Oltre-Soglia PIC X(1).
               88  AM-Oltre-Soglia-Si VALUE "Y".
           05  AM-Data-Calcolo PIC 9(8).
       FD  FileCrediti.
       01  FileCrediti-Record.
           05  CR-Materia PIC X(20).
           05  CR-Credito PIC 9V99.
       FD  FilePesi.
       01  FilePesi-Record.
           05  PS-Classe PIC X(4).
           05  PS-Peso-Orale PIC V999.
           05  PS-Peso-Scritto PIC V999.
           05  PS-Peso-Pratico PIC V999.
       FD  FileRecuperi.
       01  FileRecuperi-Record.
           05  FR-ID-Studente PIC 9(6).
               10  AS-Progressivo PIC 9(2).
           05  AS-Ore PIC 99.
           05  AS-Giustificata PIC X(1).
               88  AS-Fuori-Sede VALUE "F".
       FD  FileRitardi.
       01  FileRitardi-Record.
           05  RT-ID-Studente PIC 9(6).
           05  ND-Docente PIC X(10).
           05  ND-Gravita PIC X(1).
           05  ND-Testo PIC X(50).
       FD  FileCondotte.
       01  FileCondotte-Record.
           05  CND-ID-Studente PIC 9(6).
           05  CND-Periodo PIC 9(1).
           05  CND-Voto PIC 99.
           05  CND-Data PIC 9(8).
      *Procedimento disciplinare, come in Sanzioni
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
       FD  FileCreditiScol.
       01  FileCreditiScol-Record.
           05  CSC-ID-Studente PIC 9(6).
           05  FA-Classe PIC X(4).
           05  FA-Media PIC 99V99.
           05  FA-Esito PIC X(9).
           05  FA-Voto-Diploma PIC 9(3).
           05  FA-Lode PIC X(1).
      *Delibera del consiglio: prevale sull'esito calcolato
       FD  FileScrutini.
       01  FileScrutini-Record.
      *autorizzata in SigilliScrutini). I lettori con il tracciato
      *corto ignorano il campo
           05  SCR-Sigillo PIC 9(9).
       FD  FileProposte.
       01  FileProposte-Record.
           05  PV-ID-Studente PIC 9(6).
           05  PV-Classe PIC X(4).
           05  PV-Periodo PIC 9(1).
           05  PV-Materia PIC X(20).
           05  PV-Docente PIC X(10).
           05  PV-Voto PIC 99.
           05  PV-Data PIC 9(8).
      *Anno scolastico della proposta (ANNO-CORRENTE.DAT): le righe
      *di un altro anno non entrano ne' nel prospetto ne' in
      *ratifica
           05  PV-Anno-Scolastico PIC X(9).
      *Voto finale ratificato: con la proposta e la media di
      *partenza, per la traccia di come il consiglio e' arrivato
      *al voto
       FD  FileVotiFinali.
       01  FileVotiFinali-Record.
           05  VF-ID-Studente PIC 9(6).
           05  VF-Anno-Scolastico PIC X(9).
           05  VF-Classe PIC X(4).
           05  VF-Periodo PIC 9(1).
           05  VF-Materia PIC X(20).
           05  VF-Voto PIC 99.
           05  VF-Proposta PIC 99.
           05  VF-Media PIC 99V99.
           05  VF-Data PIC 9(8).
      *Tipo "G" per le materie a giudizio (religione cattolica,
      *attivita' alternativa): voto e proposta sono il codice del
      *giudizio da 1 (insufficiente) a 5 (ottimo) e non fanno media
           05  VF-Tipo PIC X(1).
       FD  FileVotiFinaliNew.
       01  FileVotiFinaliNew-Record PIC X(57).
      *Periodo 0 = anno intero; colloquio P positivo, N negativo,
      *in bianco non ancora svolto
       FD  FileMobilita.
       01  FileMobilita-Record.
           05  MB-Chiave.
               10  MB-ID-Studente PIC 9(6).
               10  MB-Anno PIC X(9).
           05  MB-Paese PIC X(20).
           05  MB-Scuola PIC X(40).
           05  MB-Dal PIC 9(8).
           05  MB-Al PIC 9(8).
           05  MB-Periodo PIC 9(1).
           05  MB-Data-Registrazione PIC 9(8).
           05  MB-Colloquio PIC X(1).
               88  MB-Colloquio-Positivo VALUE "P".
               88  MB-Colloquio-Negativo VALUE "N".
           05  MB-Data-Colloquio PIC 9(8).
           05  MB-Note-Colloquio PIC X(40).
      *Attivita' dell'e-portfolio, come in Portfolio
       FD  FileAttivita.
       01  Attivita-Record.
           05  AT-Chiave.
               10  AT-ID-Studente PIC 9(6).
               10  AT-Progressivo PIC 9(3).
           05  AT-Anno PIC X(9).
           05  AT-Tipo PIC X(10).
           05  AT-Descrizione PIC X(30).
           05  AT-Ente PIC X(30).
           05  AT-Livello PIC X(10).
           05  AT-Data PIC 9(8).
           05  AT-Ore PIC 9(3).
           05  AT-Verificata PIC X(1).
               88  AT-Verificata-Si VALUE "S".
           05  AT-Data-Verifica PIC 9(8).
           05  AT-Verificatore PIC X(10).
       FD  FileTutor.
       01  Tutor-Record.
           05  TU-Chiave.
               10  TU-ID-Studente PIC 9(6).
               10  TU-Anno PIC X(9).
           05  TU-Docente PIC X(10).
           05  TU-Data PIC 9(8).
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
       FD  FileOut.
       01  FileOut-Record PIC X(100).
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
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-FileMedie PIC XX VALUE SPACES.
       01  FS-FilePesi PIC XX VALUE SPACES.
       01  FS-FileRecuperi PIC XX VALUE SPACES.
       01  FS-FileAssenze PIC XX VALUE SPACES.
       01  FS-FileArchivio PIC XX VALUE SPACES.
       01  FS-FileScrutini PIC XX VALUE SPACES.
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
       01  FileOut-Filename PIC X(30) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-Studenti PIC X VALUE "N".
       01  Fine-Scan PIC X VALUE "N".
       01  Studenti-Elencati PIC 999 VALUE 0.
      *Medie per materia del singolo studente: le medie pesate di
      *MEDIE.DAT, le stesse del registro
       01  Materia-Corrente PIC X(20) VALUE SPACES.
       01  Periodo-Corrente PIC 9 VALUE 0.
       01  Medie-Aperte PIC X VALUE "N".
      *Ore di assenza per materia da ASSENZE-MATERIE.DAT
       01  FS-FileAssMaterie PIC XX VALUE SPACES.
       01  AssMaterie-Aperte PIC X VALUE "N".
       01  AM-Ore-for PIC ZZ9.9.
       01  AM-Previste-for PIC ZZZ9.
       01  AM-Perc-for PIC ZZ9.9.
       01  cont PIC 999 VALUE 0.
       01  media PIC 99V99 VALUE 0.
       01  media-for PIC Z9.99.
       01  Ore-Assenze PIC 9(4) VALUE 0.
       01  Ore-Frazioni-for-2 PIC Z(3)9.9.
       01  FS-FileNote PIC XX VALUE SPACES.
       01  Note-Contate PIC 999 VALUE 0.
      *Condotta per periodo (vale l'ultima riga del periodo) e
      *sanzioni dell'anno
       01  FS-FileCondotte PIC XX VALUE SPACES.
       01  FS-FileSanzioni PIC XX VALUE SPACES.
       01  Condotte-Studente.
           05  CS-Voto OCCURS 4 TIMES PIC 99.
       01  Condotta-Idx PIC 9 VALUE 0.
       01  Condotte-Contate PIC 9 VALUE 0.
       01  Sanzioni-Contate PIC 99 VALUE 0.
       01  Misura-Breve PIC X(28) VALUE SPACES.
       01  Stato-Breve PIC X(20) VALUE SPACES.
       01  Giorni-Sanzione-for PIC Z9.
      *Credito scolastico: bande ministeriali per anno di corso
      *(terza/quarta/quinta) e fascia di media; la media sotto il
      *sei da' credito solo in quinta, come da tabella
       01  Credito-Minimo PIC 99 VALUE 0.
       01  Credito-Massimo PIC 99 VALUE 0.
       01  Credito-Scelto PIC 99 VALUE 0.
      *Media complessiva come MEDIA-FINALE del registro: medie di
      *materia pesate per credito di CREDITI.DAT (1 se la materia
      *non c'e'), e la media semplice dei voti se i crediti sommano
      *a zero
       01  Media-Complessiva PIC 99V9 VALUE 0.
       01  Voti-Totale PIC 9(6)V99 VALUE 0.
       01  Voti-Conta PIC 9(4) VALUE 0.
       01  Totale-Pesato PIC 9(6)V9(4) VALUE 0.
       01  Peso-Totale PIC 9(4)V99 VALUE 0.
       01  FS-FileCrediti PIC XX VALUE SPACES.
       01  Fine-Crediti PIC X VALUE "N".
       01  Credito-Tab.
           05  Credito-Voce OCCURS 100 TIMES.
               10  Credito-Materia PIC X(20).
               10  Credito-Peso PIC 9V99.
       01  Credito-Cont PIC 999 VALUE 0.
       01  Credito-Idx PIC 999 VALUE 0.
       01  Credito-Peso-Corrente PIC 9V99 VALUE 1.
      *Consolidamento di educazione civica: media dei contributi del
      *periodo, proposta al consiglio e scritta in VOTI.DAT
       01  FS-FileCivica PIC XX VALUE SPACES.
       01  Cognome-Studente PIC X(50) VALUE SPACES.
       01  Voto-Testo PIC X(5) VALUE SPACES.
       01  MATERIA-CIVICA PIC X(20) VALUE "EDUCAZIONE CIVICA".
      *Il codice a catalogo di MATERIA-CIVICA, con cui il voto
      *consolidato va su VOTI.DAT
       01  Codice-Civica PIC X(20) VALUE SPACES.
       01  FS-Bes PIC XX VALUE SPACES.
      *Sigillatura delle delibere: sigillo dell'ultima riga gia'
      *nel file e valore di controllo della riga nuova (la stessa
       01  Anno-Ultima-Riga PIC X(9) VALUE SPACES.
       01  Fine-Archivio PIC X VALUE "N".
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  FS-FileMobilita PIC XX VALUE SPACES.
      *E-portfolio dello studente nella scelta del credito
       01  FS-FileAttivita PIC XX VALUE SPACES.
       01  FS-FileTutor PIC XX VALUE SPACES.
       01  Fine-Attivita PIC X VALUE "N".
       01  Attivita-Anno PIC 99 VALUE 0.
       01  Ore-Orientamento PIC 9(3) VALUE 0.
       01  Ore-Attivita-for PIC ZZ9.
       01  Colloquio-Esito PIC X VALUE SPACE.
       01  Colloquio-Registrato PIC X VALUE "N".
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Data-Oggi PIC 9(8) VALUE 0.
      *Proposte di voto dello studente corrente (l'ultima riga per
      *periodo e materia vince) e ratifica del consiglio
       01  FS-FileProposte PIC XX VALUE SPACES.
       01  FS-FileVotiFinali PIC XX VALUE SPACES.
       01  FS-FileVotiFinaliNew PIC XX VALUE SPACES.
       01  Proposte-Tab.
           05  Proposte-Voce OCCURS 60 TIMES.
               10  PT-Periodo PIC 9.
               10  PT-Materia PIC X(20).
               10  PT-Voto PIC 99.
               10  PT-Abbinata PIC X.
       01  Proposte-Cont PIC 99 VALUE 0.
       01  Proposte-Idx PIC 99 VALUE 0.
      *Giro delle proposte senza riga di MEDIE.DAT nel prospetto;
      *Media-Presente = "N" per la riga di una di queste
       01  Proposte-Giro PIC 99 VALUE 0.
       01  Media-Presente PIC X VALUE "N".
       01  Proposta-Trovata PIC X VALUE "N".
       01  Proposta-Corrente PIC 99 VALUE 0.
       01  Proposta-for PIC Z9.
       01  Scarto-Proposta PIC S99V99 VALUE 0.
       01  Fine-Proposte PIC X VALUE "N".
       01  Periodo-Scelto PIC 9 VALUE 0.
       01  Ratifica-Testo PIC X(2) VALUE SPACES.
       01  Voto-Ratificato PIC 99 VALUE 0.
       01  Voto-Valido PIC X VALUE "N".
       01  Ratifiche-Scritte PIC 9(4) VALUE 0.
       01  Ratifiche-Sostituite PIC 99 VALUE 0.
      *Materia a giudizio corrente: proposta e ratifica sul codice
      *del giudizio, da 1 (insufficiente) a 5 (ottimo)
       01  Materia-Giudizio PIC X VALUE "N".
       01  Giudizi-Dati.
           02  FILLER PIC X(13) VALUE "insufficiente".
           02  FILLER PIC X(13) VALUE "sufficiente".
           02  FILLER PIC X(13) VALUE "buono".
           02  FILLER PIC X(13) VALUE "distinto".
           02  FILLER PIC X(13) VALUE "ottimo".
       01  Giudizi-Tab REDEFINES Giudizi-Dati.
           02  Giudizio-Parola OCCURS 5 TIMES PIC X(13).
       01  Giudizio-Proposto PIC X(13) VALUE SPACES.
      *Scrutinio integrativo: ultima delibera di ogni studente della
      *classe (l'ultima riga vince) e sospesi da riprendere
       01  Ultime-Delibere-Tab.
           05  Ultime-Delibere-Voce OCCURS 100 TIMES.
               10  UD-ID-Studente PIC 9(6).
               10  UD-Esito PIC X(9).
       01  Ultime-Delibere-Cont PIC 999 VALUE 0.
       01  Ultime-Delibere-Idx PIC 999 VALUE 0.
       01  Esito-Giugno PIC X(9) VALUE SPACES.
       01  Sospesi-Tab.
           05  Sospesi-Voce OCCURS 40 TIMES.
               10  SO-ID-Studente PIC 9(6).
               10  SO-Cognome PIC X(25).
               10  SO-Nome PIC X(15).
       01  Sospesi-Cont PIC 99 VALUE 0.
       01  Sospesi-Idx PIC 99 VALUE 0.
       01  Integrativi-Scritti PIC 99 VALUE 0.
       01  Recuperate-Cont PIC 99 VALUE 0.
       01  Non-Recuperate-Cont PIC 99 VALUE 0.
       01  In-Attesa-Cont PIC 99 VALUE 0.
       01  Esito-Proposto PIC X(9) VALUE SPACES.
       01  Risposta PIC X VALUE SPACE.
       01  Fine-Finali PIC X VALUE "N".
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).
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
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 0500-LEGGI-ANNO-CORRENTE
           PERFORM 9700-CARICA-CATALOGO
           MOVE MATERIA-CIVICA TO Materia-Input
           PERFORM 9710-RISOLVI-MATERIA
           IF Materia-Risolta
               MOVE Materia-Codice TO Codice-Civica
           ELSE
               MOVE MATERIA-CIVICA TO Codice-Civica
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "SCRUTINIO DEL CONSIGLIO DI CLASSE"
               DISPLAY "1: Prospetto pre-scrutinio di una classe"
               DISPLAY "2: Registra delibera del consiglio"
               DISPLAY "3: Credito scolastico (triennio)"
               DISPLAY "4: Consolida educazione civica"
               DISPLAY "5: Ratifica voti finali per materia"
               DISPLAY "6: Scrutinio integrativo (giudizi sospesi)"
               DISPLAY "7: Colloquio di reinserimento (mobilita')"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
                   WHEN 2 PERFORM 5000-DELIBERA
                   WHEN 3 PERFORM 6000-CREDITO
                   WHEN 4 PERFORM 7000-CONSOLIDA-CIVICA
                   WHEN 5 PERFORM 8000-RATIFICA-VOTI
                   WHEN 6 PERFORM 8700-SCRUTINIO-INTEGRATIVO
                   WHEN 7 PERFORM 8800-COLLOQUIO-MOBILITA
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
           ELSE
           OPEN INPUT FileMedie
           IF FS-FileMedie NOT = "00"
               DISPLAY "MEDIE.DAT non presente: va ricostruito con "
                   "RicalcolaMedie"
               CLOSE Studenti
           ELSE
           MOVE SPACES TO FileOut-Filename
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Studenti-Elencati
           MOVE "N" TO AssMaterie-Aperte
           OPEN INPUT FileAssMaterie
           IF FS-FileAssMaterie = "00"
               MOVE "Y" TO AssMaterie-Aperte
           END-IF
      *Lettura per chiave di classe: il prospetto tocca solo i
      *record della classe da scrutinare
           MOVE Classe-Scelta TO ST-Classe
               END-READ
           END-PERFORM
           CLOSE Studenti
           CLOSE FileMedie
           CLOSE FileOut
           IF AssMaterie-Aperte = "Y"
               CLOSE FileAssMaterie
           END-IF
           DISPLAY "Studenti nel prospetto: " Studenti-Elencati
           DISPLAY "Prospetto scritto su " FileOut-Filename
           END-IF
               END-READ
               CLOSE Bes
           END-IF
      *Le proposte di voto dei docenti accompagnano le medie
           PERFORM 2050-CARICA-PROPOSTE
           PERFORM 2100-MEDIE-MATERIE
           PERFORM 2200-RECUPERI-PENDENTI
           PERFORM 2300-ASSENZE
           PERFORM 2350-NOTE-DISCIPLINARI
           PERFORM 2370-CONDOTTA-SANZIONI
           PERFORM 2400-ESITO-CALCOLATO.

      *Paragrafo 2050-CARICA-PROPOSTE: le proposte di voto dello
      *studente corrente da PROPOSTE-VOTO.DAT; una proposta
      *ribattuta per lo stesso periodo e materia sostituisce quella
      *gia' in tabella. Solo le proposte dell'anno in corso
       2050-CARICA-PROPOSTE.
           MOVE 0 TO Proposte-Cont
           OPEN INPUT FileProposte
           IF FS-FileProposte = "00"
               MOVE "N" TO Fine-Proposte
               PERFORM UNTIL Fine-Proposte = "S"
                   READ FileProposte
                       AT END
                           MOVE "S" TO Fine-Proposte
                       NOT AT END
                           IF PV-ID-Studente = ID-Corrente
                                   AND PV-Anno-Scolastico
                                       = Anno-Corrente
                               PERFORM 2060-ACCODA-PROPOSTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileProposte
           END-IF.

      *Paragrafo 2060-ACCODA-PROPOSTA: aggancia la voce di periodo
      *e materia o ne crea una nuova
       2060-ACCODA-PROPOSTA.
           MOVE "N" TO Proposta-Trovata
           MOVE 0 TO Proposte-Idx
           PERFORM UNTIL Proposte-Idx >= Proposte-Cont
               ADD 1 TO Proposte-Idx
               IF PT-Periodo(Proposte-Idx) = PV-Periodo
                       AND PT-Materia(Proposte-Idx) = PV-Materia
                   MOVE PV-Voto TO PT-Voto(Proposte-Idx)
                   MOVE "Y" TO Proposta-Trovata
                   MOVE Proposte-Cont TO Proposte-Idx
               END-IF
           END-PERFORM
           IF Proposta-Trovata NOT = "Y" AND Proposte-Cont < 60
               ADD 1 TO Proposte-Cont
               MOVE PV-Periodo TO PT-Periodo(Proposte-Cont)
               MOVE PV-Materia TO PT-Materia(Proposte-Cont)
               MOVE PV-Voto TO PT-Voto(Proposte-Cont)
               MOVE "N" TO PT-Abbinata(Proposte-Cont)
           END-IF.

      *Paragrafo 2070-CERCA-PROPOSTA: la proposta per il periodo e
      *la materia correnti, se il docente l'ha registrata; la voce
      *trovata resta segnata come gia' mostrata
       2070-CERCA-PROPOSTA.
           MOVE "N" TO Proposta-Trovata
           MOVE 0 TO Proposta-Corrente
           MOVE 0 TO Proposte-Idx
           PERFORM UNTIL Proposte-Idx >= Proposte-Cont
               ADD 1 TO Proposte-Idx
               IF PT-Periodo(Proposte-Idx) = Periodo-Corrente
                       AND PT-Materia(Proposte-Idx) = Materia-Corrente
                   MOVE PT-Voto(Proposte-Idx) TO Proposta-Corrente
                   MOVE "Y" TO Proposta-Trovata
                   MOVE "Y" TO PT-Abbinata(Proposte-Idx)
                   MOVE Proposte-Cont TO Proposte-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 2100-MEDIE-MATERIE: medie pesate per periodo e
      *materia dalle righe dello studente in MEDIE.DAT, poi le
      *proposte rimaste senza riga di media
       2100-MEDIE-MATERIE.
           MOVE "Y" TO Media-Presente
           MOVE ID-Corrente TO ME-ID-Studente
           MOVE 0 TO ME-Periodo
           MOVE SPACES TO ME-Materia
           MOVE "N" TO Fine-Scan
           START FileMedie KEY IS NOT LESS THAN ME-Chiave
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileMedie NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF ME-ID-Studente = ID-Corrente
                           MOVE ME-Materia TO Materia-Corrente
                           MOVE ME-Periodo TO Periodo-Corrente
                           MOVE ME-Media-Pesata TO media
                           PERFORM 2150-RIGA-MATERIA
                       ELSE
                           MOVE "S" TO Fine-Scan
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 2120-PROPOSTE-SENZA-MEDIA.

      *Paragrafo 2120-PROPOSTE-SENZA-MEDIA: le proposte che nessuna
      *riga di MEDIE.DAT ha agganciato (materie a giudizio, che non
      *hanno medie, e materie senza voti nel periodo) vanno nel
      *prospetto con la loro riga
       2120-PROPOSTE-SENZA-MEDIA.
           MOVE "N" TO Media-Presente
           MOVE 0 TO Proposte-Giro
           PERFORM UNTIL Proposte-Giro >= Proposte-Cont
               ADD 1 TO Proposte-Giro
               IF PT-Abbinata(Proposte-Giro) NOT = "Y"
                   MOVE PT-Materia(Proposte-Giro) TO Materia-Corrente
                   MOVE PT-Periodo(Proposte-Giro) TO Periodo-Corrente
                   MOVE 0 TO media
                   PERFORM 2150-RIGA-MATERIA
               END-IF
           END-PERFORM.

      *Paragrafo 2150-RIGA-MATERIA: riga di media della materia
      *corrente (senza riga di MEDIE.DAT: nessun voto e la proposta)
       2150-RIGA-MATERIA.
           MOVE media TO media-for
      *Accanto alla media la proposta del docente; uno scarto di
      *oltre un punto va segnalato al consiglio
           PERFORM 2070-CERCA-PROPOSTA
           MOVE Materia-Corrente TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           PERFORM 8250-SCALA-MATERIA
           MOVE SPACES TO riga
      *Materia a giudizio: il giudizio proposto, senza confronto
      *con la media
           IF Materia-Giudizio = "Y" AND Proposta-Trovata = "Y"
               STRING "  periodo " DELIMITED BY SIZE
                   Periodo-Corrente DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:20) DELIMITED BY SIZE
                   " giudizio proposto " DELIMITED BY SIZE
                   Giudizio-Proposto DELIMITED BY SPACE
                   INTO riga
           ELSE IF Proposta-Trovata NOT = "Y"
               STRING "  periodo " DELIMITED BY SIZE
                   Periodo-Corrente DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:20) DELIMITED BY SIZE
                   " media " DELIMITED BY SIZE
                   media-for DELIMITED BY SIZE
                   " proposta mancante" DELIMITED BY SIZE
                   INTO riga
           ELSE IF Media-Presente = "N"
               MOVE Proposta-Corrente TO Proposta-for
               STRING "  periodo " DELIMITED BY SIZE
                   Periodo-Corrente DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:20) DELIMITED BY SIZE
                   " nessun voto, proposta " DELIMITED BY SIZE
                   Proposta-for DELIMITED BY SIZE
                   INTO riga
           ELSE
               MOVE Proposta-Corrente TO Proposta-for
               COMPUTE Scarto-Proposta = Proposta-Corrente - media
               IF Scarto-Proposta > 1 OR Scarto-Proposta < -1
                   STRING "  periodo " DELIMITED BY SIZE
                       Periodo-Corrente DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Materia-Nome-Esteso(1:20) DELIMITED BY SIZE
                       " media " DELIMITED BY SIZE
                       media-for DELIMITED BY SIZE
                       " proposta " DELIMITED BY SIZE
                       Proposta-for DELIMITED BY SIZE
                       " *** scarto oltre un punto"
                       DELIMITED BY SIZE
                       INTO riga
               ELSE
                   STRING "  periodo " DELIMITED BY SIZE
                       Periodo-Corrente DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Materia-Nome-Esteso(1:20) DELIMITED BY SIZE
                       " media " DELIMITED BY SIZE
                       media-for DELIMITED BY SIZE
                       " proposta " DELIMITED BY SIZE
                       Proposta-for DELIMITED BY SIZE
                       INTO riga
               END-IF
           END-IF
           END-IF
           END-IF
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           IF AssMaterie-Aperte = "Y"
               PERFORM 2160-ASSENZE-MATERIA
           END-IF.

      *Paragrafo 2160-ASSENZE-MATERIA: sotto la media, le ore di
      *assenza dello studente nella materia e nel periodo con la
      *percentuale sulle ore dell'orario (AssenzeMaterie), se
      *calcolate
       2160-ASSENZE-MATERIA.
           MOVE ID-Corrente TO AM-ID-Studente
           MOVE Periodo-Corrente TO AM-Periodo
           MOVE Materia-Corrente TO AM-Materia
           READ FileAssMaterie
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AM-Ore-Assenza TO AM-Ore-for
                   MOVE AM-Ore-Previste TO AM-Previste-for
                   MOVE AM-Percentuale TO AM-Perc-for
                   MOVE SPACES TO riga
                   STRING "      assenze nella materia: "
                       DELIMITED BY SIZE
                       AM-Ore-for DELIMITED BY SIZE
                       " ore su " DELIMITED BY SIZE
                       AM-Previste-for DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       AM-Perc-for DELIMITED BY SIZE
                       "%)" DELIMITED BY SIZE
                       INTO riga
                   IF AM-Oltre-Soglia-Si
                       MOVE "*** oltre soglia" TO riga(60:16)
                   END-IF
                   MOVE riga TO FileOut-Record
                   WRITE FileOut-Record
           END-READ.

      *Paragrafo 2200-RECUPERI-PENDENTI: recuperi ancora aperti
      *dello studente da RECUPERI.DAT
                                   OR FR-Esito(1:14)
                                       = "Non recuperata")
                               ADD 1 TO Recuperi-Pendenti
                               MOVE FR-Materia TO Materia-Codice
                               PERFORM 9720-CERCA-NOME-MATERIA
                               MOVE SPACES TO riga
                               STRING "  recupero " DELIMITED BY SIZE
                                   Materia-Nome-Esteso(1:20)
                                   DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FR-Esito DELIMITED BY SIZE
                                   INTO riga
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF AS-ID-Studente = ID-Corrente
                               IF NOT AS-Fuori-Sede
                                   ADD AS-Ore TO Ore-Assenze
                               END-IF
                               IF AS-Giustificata = "N"
                                   ADD AS-Ore TO Ore-Non-Giust
                               END-IF
               WRITE FileOut-Record
           END-IF.

      *Paragrafo 2370-CONDOTTA-SANZIONI: il voto di condotta
      *registrato per ogni periodo e, accanto, i procedimenti
      *disciplinari dello studente nell'anno in corso
       2370-CONDOTTA-SANZIONI.
           MOVE 0 TO Condotta-Idx
           PERFORM 4 TIMES
               ADD 1 TO Condotta-Idx
               MOVE 0 TO CS-Voto(Condotta-Idx)
           END-PERFORM
           MOVE 0 TO Condotte-Contate
           OPEN INPUT FileCondotte
           IF FS-FileCondotte = "00"
               MOVE "N" TO Fine-Scan
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileCondotte
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF CND-ID-Studente = ID-Corrente
                                   AND CND-Periodo >= 1
                                   AND CND-Periodo <= 4
                               MOVE CND-Voto
                                   TO CS-Voto(CND-Periodo)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCondotte
           END-IF
           MOVE 0 TO Condotta-Idx
           PERFORM UNTIL Condotta-Idx >= 4
               ADD 1 TO Condotta-Idx
               IF CS-Voto(Condotta-Idx) NOT = 0
                   ADD 1 TO Condotte-Contate
                   MOVE SPACES TO riga
                   STRING "  condotta periodo " DELIMITED BY SIZE
                       Condotta-Idx DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       CS-Voto(Condotta-Idx) DELIMITED BY SIZE
                       INTO riga
                   MOVE riga TO FileOut-Record
                   WRITE FileOut-Record
               END-IF
           END-PERFORM
           IF Condotte-Contate = 0
               MOVE "  condotta non ancora registrata"
                   TO FileOut-Record
               WRITE FileOut-Record
           END-IF
           MOVE 0 TO Sanzioni-Contate
           OPEN INPUT FileSanzioni
           IF FS-FileSanzioni = "00"
               MOVE ID-Corrente TO SZ-Matricola
               MOVE "N" TO Fine-Scan
               START FileSanzioni KEY IS = SZ-Matricola
                   INVALID KEY MOVE "S" TO Fine-Scan
               END-START
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileSanzioni NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF SZ-Matricola NOT = ID-Corrente
                               MOVE "S" TO Fine-Scan
                           ELSE IF SZ-Anno = Anno-Corrente
                                   OR Anno-Corrente = SPACES
                               PERFORM 2380-RIGA-SANZIONE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileSanzioni
           END-IF
           IF Sanzioni-Contate = 0
               MOVE "  nessun procedimento disciplinare nell'anno"
                   TO FileOut-Record
               WRITE FileOut-Record
           END-IF.

      *Paragrafo 2380-RIGA-SANZIONE: una riga del prospetto per il
      *procedimento letto
       2380-RIGA-SANZIONE.
           ADD 1 TO Sanzioni-Contate
           MOVE SZ-Giorni TO Giorni-Sanzione-for
           MOVE SPACES TO Misura-Breve
           EVALUATE SZ-Misura
               WHEN "N"
                   MOVE "nessuna sanzione" TO Misura-Breve
               WHEN "A"
                   MOVE "ammonimento" TO Misura-Breve
               WHEN "F"
                   STRING "sospensione " DELIMITED BY SIZE
                       Giorni-Sanzione-for DELIMITED BY SIZE
                       " gg con freq." DELIMITED BY SIZE
                       INTO Misura-Breve
               WHEN "S"
                   STRING "sospensione " DELIMITED BY SIZE
                       Giorni-Sanzione-for DELIMITED BY SIZE
                       " gg senza freq." DELIMITED BY SIZE
                       INTO Misura-Breve
               WHEN OTHER
                   MOVE "da deliberare" TO Misura-Breve
           END-EVALUATE
           EVALUATE TRUE
               WHEN SZ-Contestata
                   MOVE "contestata" TO Stato-Breve
               WHEN SZ-Deliberata
                   MOVE "deliberata" TO Stato-Breve
               WHEN SZ-Ricorso-Pendente
                   MOVE "ricorso pendente" TO Stato-Breve
               WHEN SZ-Definitiva AND SZ-Esito-Ricorso = "C"
                   MOVE "confermata su ricorso" TO Stato-Breve
               WHEN SZ-Definitiva AND SZ-Esito-Ricorso = "R"
                   MOVE "ridotta su ricorso" TO Stato-Breve
               WHEN SZ-Definitiva
                   MOVE "definitiva" TO Stato-Breve
               WHEN SZ-Esito-Ricorso = "A"
                   MOVE "annullata su ricorso" TO Stato-Breve
               WHEN OTHER
                   MOVE "archiviata" TO Stato-Breve
           END-EVALUATE
           MOVE SPACES TO riga
           STRING "  sanzione n. " DELIMITED BY SIZE
               SZ-Numero DELIMITED BY SIZE
               " del " DELIMITED BY SIZE
               SZ-Data-Contestazione DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Misura-Breve DELIMITED BY "  "
               " - " DELIMITED BY SIZE
               Stato-Breve DELIMITED BY "  "
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 2400-ESITO-CALCOLATO: l'esito calcolato piu' recente
      *dello studente dall'archivio storico
       2400-ESITO-CALCOLATO.
           ACCEPT ID-Corrente
           DISPLAY "Classe: "
           ACCEPT Classe-Scelta
           DISPLAY "Esito deliberato (PROMOSSO/BOCCIATO/SOSPESO): "
           ACCEPT Delibera-Esito
           PERFORM UNTIL Delibera-Esito = "PROMOSSO"
                   OR Delibera-Esito = "BOCCIATO"
                   OR Delibera-Esito = "SOSPESO"
               DISPLAY "Esito non valido: usare PROMOSSO, BOCCIATO "
                   "o SOSPESO"
               DISPLAY "Esito deliberato (PROMOSSO/BOCCIATO/"
                   "SOSPESO): "
               ACCEPT Delibera-Esito
           END-PERFORM
           MOVE SPACES TO Delibera-Motivo
               DISPLAY "Motivazione della delibera: "
               ACCEPT Delibera-Motivo
           END-PERFORM
           PERFORM 5700-REGISTRA-DELIBERA
           MOVE SPACES TO Audit-Descrizione
           STRING "Delibera consiglio matricola "
               DELIMITED BY SIZE
               ID-Corrente DELIMITED BY SIZE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT
           DISPLAY "Delibera registrata".

      *Paragrafo 5700-REGISTRA-DELIBERA: accoda a SCRUTINI.DAT la
      *delibera in ingresso (ID-Corrente, Classe-Scelta,
      *Delibera-Esito, Delibera-Motivo) agganciata in catena e la
      *applica alla riga d'anno dell'archivio storico
       5700-REGISTRA-DELIBERA.
      *Sigillo dell'ultima delibera gia' a registro: la nuova riga
      *si aggancia in catena
           PERFORM 5800-ULTIMO-SIGILLO
      *lo scrutinio avviene dopo le sessioni che hanno scritto la
      *riga dell'anno, quindi non c'e' nessuna sessione successiva
      *che la farebbe valere tramite DECIDI-ESITO
           PERFORM 5100-APPLICA-DELIBERA-ARCHIVIO.

      *Paragrafo 5100-APPLICA-DELIBERA-ARCHIVIO: riscrive l'esito
      *deliberato nella riga piu' recente dello studente in
           ELSE
               PERFORM 6100-MEDIA-COMPLESSIVA
               IF Voti-Conta = 0
                   DISPLAY "Nessuna media in MEDIE.DAT per la "
                       "matricola: credito non calcolabile"
               ELSE
                   MOVE Media-Complessiva TO media-for
                   ELSE
                       DISPLAY "Banda ministeriale: da "
                           Credito-Minimo " a " Credito-Massimo
                       PERFORM 6050-PORTFOLIO
                       DISPLAY "Credito attribuito dal consiglio: "
                       ACCEPT Credito-Scelto
                       PERFORM UNTIL Credito-Scelto
               END-IF
           END-IF.

      *Paragrafo 6050-PORTFOLIO: l'e-portfolio dell'anno per la
      *scelta dentro la banda: tutor, attivita' e certificazioni con
      *l'esito della verifica, ore di orientamento. Senza archivio
      *dell'e-portfolio non si mostra nulla
       6050-PORTFOLIO.
           OPEN INPUT FileTutor
           IF FS-FileTutor = "00"
               MOVE ID-Corrente TO TU-ID-Studente
               MOVE Anno-Corrente TO TU-Anno
               READ FileTutor
                   INVALID KEY
                       DISPLAY "Tutor dell'anno: non assegnato"
                   NOT INVALID KEY
                       DISPLAY "Tutor dell'anno: " TU-Docente
               END-READ
               CLOSE FileTutor
           END-IF
           MOVE 0 TO Attivita-Anno
           MOVE 0 TO Ore-Orientamento
           OPEN INPUT FileAttivita
           IF FS-FileAttivita = "00"
               DISPLAY "E-portfolio dell'anno:"
               MOVE ID-Corrente TO AT-ID-Studente
               MOVE 0 TO AT-Progressivo
               MOVE "N" TO Fine-Attivita
               START FileAttivita KEY IS NOT LESS THAN AT-Chiave
                   INVALID KEY MOVE "S" TO Fine-Attivita
               END-START
               PERFORM UNTIL Fine-Attivita = "S"
                   READ FileAttivita NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Attivita
                       NOT AT END
                           IF AT-ID-Studente NOT = ID-Corrente
                               MOVE "S" TO Fine-Attivita
                           ELSE IF AT-Anno = Anno-Corrente
                               PERFORM 6060-RIGA-PORTFOLIO
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileAttivita
               IF Attivita-Anno = 0
                   DISPLAY "  nessuna attivita' registrata"
               END-IF
               MOVE Ore-Orientamento TO Ore-Attivita-for
               DISPLAY "Ore di orientamento: " Ore-Attivita-for
           END-IF.

      *Paragrafo 6060-RIGA-PORTFOLIO: una attivita' dell'anno a
      *video; le ore di orientamento si sommano a parte
       6060-RIGA-PORTFOLIO.
           ADD 1 TO Attivita-Anno
           IF AT-Tipo = "ORIENTAM"
               ADD AT-Ore TO Ore-Orientamento
           ELSE
               MOVE AT-Ore TO Ore-Attivita-for
               IF AT-Verificata-Si
                   DISPLAY "  " AT-Tipo " " AT-Descrizione(1:25) " "
                       AT-Livello(1:4) " ore " Ore-Attivita-for
                       " verificata"
               ELSE
                   DISPLAY "  " AT-Tipo " " AT-Descrizione(1:25) " "
                       AT-Livello(1:4) " ore " Ore-Attivita-for
                       " DA VERIFICARE"
               END-IF
           END-IF.

      *Paragrafo 6100-MEDIA-COMPLESSIVA: media complessiva della
      *matricola dalle sue righe di MEDIE.DAT, pesate per credito
      *come in MEDIA-FINALE del registro, cosi' la banda si decide
      *sulla stessa media che compare in pagella
       6100-MEDIA-COMPLESSIVA.
           MOVE 0 TO Voti-Totale
           MOVE 0 TO Voti-Conta
           MOVE 0 TO Totale-Pesato
           MOVE 0 TO Peso-Totale
           MOVE 0 TO Media-Complessiva
           PERFORM 6150-LEGGI-CREDITI
           OPEN INPUT FileMedie
           IF FS-FileMedie = "00"
               MOVE ID-Corrente TO ME-ID-Studente
               MOVE 0 TO ME-Periodo
               MOVE SPACES TO ME-Materia
               MOVE "N" TO Fine-Scan
               START FileMedie KEY IS NOT LESS THAN ME-Chiave
                   INVALID KEY MOVE "S" TO Fine-Scan
               END-START
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileMedie NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF ME-ID-Studente = ID-Corrente
                               PERFORM 6160-CERCA-CREDITO
                               COMPUTE Totale-Pesato = Totale-Pesato
                                   + ME-Media-Pesata
                                       * Credito-Peso-Corrente
                               ADD Credito-Peso-Corrente
                                   TO Peso-Totale
                               ADD ME-Tot-Voti TO Voti-Totale
                               ADD ME-Cont-Voti TO Voti-Conta
                           ELSE
                               MOVE "S" TO Fine-Scan
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileMedie
           END-IF
           IF Peso-Totale > 0
               COMPUTE Media-Complessiva ROUNDED =
                   Totale-Pesato / Peso-Totale
           ELSE IF Voti-Conta > 0
               COMPUTE Media-Complessiva ROUNDED =
                   Voti-Totale / Voti-Conta
           END-IF
           END-IF.

      *Paragrafo 6150-LEGGI-CREDITI: carica CREDITI.DAT se presente,
      *come LEGGI-CREDITI di RegistroElettronico
       6150-LEGGI-CREDITI.
           MOVE 0 TO Credito-Cont
           OPEN INPUT FileCrediti
           IF FS-FileCrediti = "00"
               MOVE "N" TO Fine-Crediti
               PERFORM UNTIL Fine-Crediti = "S"
                   READ FileCrediti
                       AT END
                           MOVE "S" TO Fine-Crediti
                       NOT AT END
                           IF Credito-Cont < 100
                               ADD 1 TO Credito-Cont
                               MOVE CR-Materia
                                   TO Credito-Materia(Credito-Cont)
                               MOVE CR-Credito
                                   TO Credito-Peso(Credito-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCrediti
           END-IF.

      *Paragrafo 6160-CERCA-CREDITO: credito della materia della riga
      *corrente, 1 se non in CREDITI.DAT, come CERCA-CREDITO
       6160-CERCA-CREDITO.
           MOVE 1 TO Credito-Peso-Corrente
           MOVE 0 TO Credito-Idx
           PERFORM UNTIL Credito-Idx >= Credito-Cont
               ADD 1 TO Credito-Idx
               IF Credito-Materia(Credito-Idx) = ME-Materia
                   MOVE Credito-Peso(Credito-Idx)
                       TO Credito-Peso-Corrente
                   MOVE Credito-Cont TO Credito-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 6200-DERIVA-BANDA: la fascia di media determina la
      *banda di credito nell'anno di corso, da tabella ministeriale
       6200-DERIVA-BANDA.
               MOVE 0 TO Civica-Progressivo
               MOVE ID-Corrente TO VT-ID-Studente
               MOVE Periodo-Civica TO VT-Periodo
               MOVE Codice-Civica TO VT-Materia
               MOVE 0 TO VT-Progressivo
               MOVE "N" TO Fine-Scan
               START FileVoti KEY IS NOT LESS THAN VT-Chiave
                       NOT AT END
                           IF VT-ID-Studente = ID-Corrente
                                   AND VT-Periodo = Periodo-Civica
                                   AND VT-Materia = Codice-Civica
                               MOVE VT-Progressivo
                                   TO Civica-Progressivo
                           ELSE
               END-PERFORM
               MOVE ID-Corrente TO VT-ID-Studente
               MOVE Periodo-Civica TO VT-Periodo
               MOVE Codice-Civica TO VT-Materia
               COMPUTE VT-Progressivo = Civica-Progressivo + 1
               MOVE Civica-Voto-Finale TO VT-Voto
               MOVE "O" TO VT-Tipo
               MOVE Anno-Corrente TO VT-Anno-Scolastico
               ACCEPT Data-Oggi FROM DATE YYYYMMDD
               MOVE Data-Oggi TO VT-Data-Voto
               MOVE SPACES TO VT-Notazione
               MOVE VT-Classe TO VT-CC-Classe
               MOVE VT-Periodo TO VT-CC-Periodo
               MOVE VT-Materia TO VT-CC-Materia
               MOVE SPACES TO VT-Operatore
               MOVE Data-Oggi TO VT-Data-Inserimento
               ACCEPT VT-Ora-Inserimento FROM TIME
               MOVE "CIVICA" TO VT-Canale
               WRITE FileVoti-Record
                   INVALID KEY
                       DISPLAY "Voto consolidato non scritto"
                   NOT INVALID KEY
                       DISPLAY "Voto di educazione civica "
                           "consolidato in VOTI.DAT"
      *La riga di MEDIE.DAT del gruppo segue il voto consolidato
                       IF VT-Tipo NOT = "G"
                           MOVE VT-ID-Studente TO MR-ID-Studente
                           MOVE VT-Periodo TO MR-Periodo
                           MOVE VT-Materia TO MR-Materia
                           PERFORM 9800-AGGIORNA-MEDIA
                       END-IF
               END-WRITE
               CLOSE FileVoti
               MOVE SPACES TO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 8000-RATIFICA-VOTI: per una classe e un periodo,
      *studente per studente, il consiglio conferma o corregge la
      *proposta di ogni materia; i voti ratificati finiscono in
      *VOTI-FINALI.DAT e sono quelli ufficiali del periodo
       8000-RATIFICA-VOTI.
           DISPLAY "Classe da ratificare (es. 3A): "
           ACCEPT Classe-Scelta
           DISPLAY "Periodo (1-4): "
           ACCEPT Periodo-Scelto
           IF Periodo-Scelto < 1 OR Periodo-Scelto > 4
               DISPLAY "Periodo non valido"
           ELSE
               OPEN INPUT Studenti
               IF FS-Studenti NOT = "00"
                   DISPLAY "Impossibile aprire STUDENTI.DAT"
               ELSE
                   MOVE "N" TO Medie-Aperte
                   OPEN INPUT FileMedie
                   IF FS-FileMedie = "00"
                       MOVE "Y" TO Medie-Aperte
                   END-IF
                   MOVE 0 TO Ratifiche-Scritte
                   ACCEPT Data-Oggi FROM DATE YYYYMMDD
                   MOVE Classe-Scelta TO ST-Classe
                   START Studenti KEY IS NOT LESS THAN ST-Classe
                       INVALID KEY MOVE "S" TO Fine-Studenti
                       NOT INVALID KEY MOVE "N" TO Fine-Studenti
                   END-START
                   PERFORM UNTIL Fine-Studenti = "S"
                       READ Studenti NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-Studenti
                           NOT AT END
                               IF ST-Classe NOT = Classe-Scelta
                                   MOVE "S" TO Fine-Studenti
                               ELSE
                                   IF NOT ST-Ritirato-Si
                                       PERFORM 8100-RATIFICA-STUDENTE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   IF Medie-Aperte = "Y"
                       CLOSE FileMedie
                   END-IF
                   CLOSE Studenti
                   DISPLAY "Voti ratificati: " Ratifiche-Scritte
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Ratifica voti classe " DELIMITED BY SIZE
                       Classe-Scelta DELIMITED BY SPACE
                       " periodo " DELIMITED BY SIZE
                       Periodo-Scelto DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
           END-IF.

      *Paragrafo 8100-RATIFICA-STUDENTE: le proposte del periodo di
      *uno studente, una materia alla volta; la ratifica sostituisce
      *quella eventualmente gia' registrata per lo stesso periodo
       8100-RATIFICA-STUDENTE.
           MOVE ST-ID TO ID-Corrente
           PERFORM 2050-CARICA-PROPOSTE
           DISPLAY " "
           DISPLAY ST-Cognome(1:25) " " ST-Nome(1:15)
               " (matricola " ID-Corrente ")"
           MOVE "N" TO Proposta-Trovata
           MOVE 0 TO Proposte-Idx
           PERFORM UNTIL Proposte-Idx >= Proposte-Cont
               ADD 1 TO Proposte-Idx
               IF PT-Periodo(Proposte-Idx) = Periodo-Scelto
                   MOVE "Y" TO Proposta-Trovata
               END-IF
           END-PERFORM
           IF Proposta-Trovata NOT = "Y"
               DISPLAY "  nessuna proposta di voto per il periodo"
           ELSE
               PERFORM 8500-TOGLI-RATIFICA-ESISTENTE
               OPEN EXTEND FileVotiFinali
               IF FS-FileVotiFinali NOT = "00"
                   OPEN OUTPUT FileVotiFinali
               END-IF
               MOVE 0 TO Proposte-Idx
               PERFORM UNTIL Proposte-Idx >= Proposte-Cont
                   ADD 1 TO Proposte-Idx
                   IF PT-Periodo(Proposte-Idx) = Periodo-Scelto
                       PERFORM 8200-RATIFICA-MATERIA
                   END-IF
               END-PERFORM
               CLOSE FileVotiFinali
               IF Ratifiche-Sostituite > 0
                   DISPLAY "  ratifica precedente del periodo "
                       "sostituita"
               END-IF
           END-IF.

      *Paragrafo 8200-RATIFICA-MATERIA: media, proposta e voto
      *ratificato di una materia (invio conferma la proposta)
       8200-RATIFICA-MATERIA.
           MOVE PT-Materia(Proposte-Idx) TO Materia-Corrente
           MOVE Periodo-Scelto TO Periodo-Corrente
           MOVE PT-Voto(Proposte-Idx) TO Proposta-Corrente
           MOVE Proposta-Corrente TO Proposta-for
           PERFORM 8300-MEDIA-MATERIA
           MOVE Materia-Corrente TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           PERFORM 8250-SCALA-MATERIA
           IF Materia-Giudizio = "Y"
               DISPLAY "  " Materia-Nome-Esteso(1:30)
                   " giudizio proposto " Giudizio-Proposto
           ELSE IF cont > 0
               MOVE media TO media-for
               COMPUTE Scarto-Proposta = Proposta-Corrente - media
               IF Scarto-Proposta > 1 OR Scarto-Proposta < -1
                   DISPLAY "  " Materia-Nome-Esteso(1:30) " media "
                       media-for " proposta " Proposta-for
                       " *** scarto oltre un punto"
               ELSE
                   DISPLAY "  " Materia-Nome-Esteso(1:30) " media "
                       media-for " proposta " Proposta-for
               END-IF
           ELSE
               DISPLAY "  " Materia-Nome-Esteso(1:30) " nessun voto, "
                   "proposta " Proposta-for
           END-IF
           END-IF
           MOVE "N" TO Voto-Valido
           PERFORM UNTIL Voto-Valido = "Y"
               IF Materia-Giudizio = "Y"
                   DISPLAY "  Giudizio ratificato (1 insufficiente, "
                       "2 sufficiente, 3 buono, 4 distinto, 5 ottimo;"
                       " invio = conferma la proposta): "
               ELSE
                   DISPLAY "  Voto ratificato (invio = conferma la "
                       "proposta): "
               END-IF
               MOVE SPACES TO Ratifica-Testo
               ACCEPT Ratifica-Testo
               PERFORM 8400-VALIDA-RATIFICA
           END-PERFORM
           MOVE ID-Corrente TO VF-ID-Studente
           MOVE Anno-Corrente TO VF-Anno-Scolastico
           MOVE Classe-Scelta TO VF-Classe
           MOVE Periodo-Scelto TO VF-Periodo
           MOVE Materia-Corrente TO VF-Materia
           MOVE Voto-Ratificato TO VF-Voto
           MOVE Proposta-Corrente TO VF-Proposta
           MOVE media TO VF-Media
           MOVE Data-Oggi TO VF-Data
           IF Materia-Giudizio = "Y"
               MOVE "G" TO VF-Tipo
           ELSE
               MOVE SPACE TO VF-Tipo
           END-IF
           WRITE FileVotiFinali-Record
           ADD 1 TO Ratifiche-Scritte.

      *Paragrafo 8250-SCALA-MATERIA: la materia corrente e' a
      *giudizio (scala R o A del catalogo, letta da 9720)? Se si',
      *la parola del giudizio proposto
       8250-SCALA-MATERIA.
           MOVE "N" TO Materia-Giudizio
           MOVE SPACES TO Giudizio-Proposto
           IF Materia-Scala-Cat = "R" OR Materia-Scala-Cat = "A"
               MOVE "Y" TO Materia-Giudizio
               IF Proposta-Corrente >= 1 AND Proposta-Corrente <= 5
                   MOVE Giudizio-Parola(Proposta-Corrente)
                       TO Giudizio-Proposto
               ELSE
                   MOVE "non valido" TO Giudizio-Proposto
               END-IF
           END-IF.

      *Paragrafo 8300-MEDIA-MATERIA: media pesata e numero di voti
      *dello studente nel periodo e materia correnti, dalla riga di
      *MEDIE.DAT
       8300-MEDIA-MATERIA.
           MOVE 0 TO cont
           MOVE 0 TO media
           IF Medie-Aperte = "Y"
               MOVE ID-Corrente TO ME-ID-Studente
               MOVE Periodo-Corrente TO ME-Periodo
               MOVE Materia-Corrente TO ME-Materia
               READ FileMedie
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ME-Cont-Voti TO cont
                       MOVE ME-Media-Pesata TO media
               END-READ
           END-IF.

      *Paragrafo 8400-VALIDA-RATIFICA: invio conferma la proposta,
      *altrimenti un intero da 0 a 10 (da 1 a 5, il codice del
      *giudizio, per le materie a giudizio)
       8400-VALIDA-RATIFICA.
           MOVE "N" TO Voto-Valido
           EVALUATE TRUE
               WHEN Ratifica-Testo = SPACES
                   MOVE Proposta-Corrente TO Voto-Ratificato
                   MOVE "Y" TO Voto-Valido
               WHEN Ratifica-Testo(2:1) = SPACE
                       AND Ratifica-Testo(1:1) IS NUMERIC
                   MOVE Ratifica-Testo(1:1) TO Voto-Ratificato
                   MOVE "Y" TO Voto-Valido
               WHEN Ratifica-Testo IS NUMERIC
                   MOVE Ratifica-Testo TO Voto-Ratificato
                   IF Voto-Ratificato <= 10
                       MOVE "Y" TO Voto-Valido
                   END-IF
           END-EVALUATE
           IF Voto-Valido = "Y" AND Materia-Giudizio = "Y"
               IF Voto-Ratificato < 1 OR Voto-Ratificato > 5
                   MOVE "N" TO Voto-Valido
               END-IF
           END-IF
           IF Voto-Valido NOT = "Y"
               IF Materia-Giudizio = "Y"
                   DISPLAY "  Giudizio non valido: codice tra 1 e 5"
               ELSE
                   DISPLAY "  Voto non valido: intero tra 0 e 10"
               END-IF
           END-IF.

      *Paragrafo 8500-TOGLI-RATIFICA-ESISTENTE: riscrive
      *VOTI-FINALI.DAT senza le righe dello studente per il periodo
      *e l'anno in corso, pronte a essere rimpiazzate (stesso schema
      *di 6350-TOGLI-CREDITO-ESISTENTE)
       8500-TOGLI-RATIFICA-ESISTENTE.
           MOVE 0 TO Ratifiche-Sostituite
           OPEN INPUT FileVotiFinali
           IF FS-FileVotiFinali = "00"
               OPEN OUTPUT FileVotiFinaliNew
               MOVE "N" TO Fine-Finali
               PERFORM UNTIL Fine-Finali = "S"
                   READ FileVotiFinali
                       AT END
                           MOVE "S" TO Fine-Finali
                       NOT AT END
                           IF VF-ID-Studente = ID-Corrente
                                   AND VF-Periodo = Periodo-Scelto
                                   AND VF-Anno-Scolastico
                                       = Anno-Corrente
                               ADD 1 TO Ratifiche-Sostituite
                           ELSE
                               MOVE FileVotiFinali-Record
                                   TO FileVotiFinaliNew-Record
                               WRITE FileVotiFinaliNew-Record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileVotiFinali
               CLOSE FileVotiFinaliNew
               OPEN INPUT FileVotiFinaliNew
               OPEN OUTPUT FileVotiFinali
               MOVE "N" TO Fine-Finali
               PERFORM UNTIL Fine-Finali = "S"
                   READ FileVotiFinaliNew
                       AT END
                           MOVE "S" TO Fine-Finali
                       NOT AT END
                           MOVE FileVotiFinaliNew-Record
                               TO FileVotiFinali-Record
                           WRITE FileVotiFinali-Record
                   END-READ
               END-PERFORM
               CLOSE FileVotiFinaliNew
               CLOSE FileVotiFinali
           END-IF.

      *Paragrafo 8700-SCRUTINIO-INTEGRATIVO: a settembre, per una
      *classe, ogni studente con giudizio sospeso a giugno: i
      *risultati dei recuperi e la delibera definitiva, accodata
      *in catena senza toccare quella di giugno
       8700-SCRUTINIO-INTEGRATIVO.
           DISPLAY "Classe dello scrutinio integrativo (es. 3A): "
           ACCEPT Classe-Scelta
           PERFORM 8710-CARICA-ULTIME-DELIBERE
           PERFORM 8720-RACCOGLI-SOSPESI
           IF Sospesi-Cont = 0
               DISPLAY "Nessuno studente con giudizio sospeso nella "
                   "classe " Classe-Scelta
           ELSE
               MOVE 0 TO Integrativi-Scritti
               MOVE 0 TO Sospesi-Idx
               PERFORM UNTIL Sospesi-Idx >= Sospesi-Cont
                   ADD 1 TO Sospesi-Idx
                   PERFORM 8750-INTEGRA-STUDENTE
               END-PERFORM
               DISPLAY "Delibere integrative registrate: "
                   Integrativi-Scritti " su " Sospesi-Cont
               MOVE SPACES TO Audit-Descrizione
               STRING "Scrutinio integrativo " DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SPACE
                   " n. " DELIMITED BY SIZE
                   Integrativi-Scritti DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 8710-CARICA-ULTIME-DELIBERE: l'ultima delibera di
      *ogni studente della classe in SCRUTINI.DAT
       8710-CARICA-ULTIME-DELIBERE.
           MOVE 0 TO Ultime-Delibere-Cont
           OPEN INPUT FileScrutini
           IF FS-FileScrutini = "00"
               MOVE "N" TO Fine-Sigilli
               PERFORM UNTIL Fine-Sigilli = "S"
                   READ FileScrutini
                       AT END
                           MOVE "S" TO Fine-Sigilli
                       NOT AT END
                           IF SCR-Classe = Classe-Scelta
                               PERFORM 8715-ACCODA-DELIBERA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileScrutini
           END-IF.

      *Paragrafo 8715-ACCODA-DELIBERA: aggiorna l'esito dello
      *studente se gia' in tabella, altrimenti lo accoda
       8715-ACCODA-DELIBERA.
           MOVE 0 TO Ultime-Delibere-Idx
           PERFORM UNTIL Ultime-Delibere-Idx >= Ultime-Delibere-Cont
               ADD 1 TO Ultime-Delibere-Idx
               IF UD-ID-Studente(Ultime-Delibere-Idx)
                       = SCR-ID-Studente
                   MOVE SCR-Esito TO UD-Esito(Ultime-Delibere-Idx)
                   MOVE 999 TO Ultime-Delibere-Idx
               END-IF
           END-PERFORM
           IF Ultime-Delibere-Idx NOT = 999
               IF Ultime-Delibere-Cont < 100
                   ADD 1 TO Ultime-Delibere-Cont
                   MOVE SCR-ID-Studente
                       TO UD-ID-Studente(Ultime-Delibere-Cont)
                   MOVE SCR-Esito TO UD-Esito(Ultime-Delibere-Cont)
               ELSE
                   DISPLAY "ATTENZIONE: tabella delibere piena, "
                       "controllo incompleto"
               END-IF
           END-IF.

      *Paragrafo 8720-RACCOGLI-SOSPESI: la rosa della classe per
      *chiave ST-Classe; e' sospeso chi ha SOSPESO come ultima
      *delibera o, senza delibere, come esito dell'anno in corso in
      *archivio (calcolato da DECIDI-ESITO)
       8720-RACCOGLI-SOSPESI.
           MOVE 0 TO Sospesi-Cont
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
           ELSE
               OPEN INPUT FileArchivio
               MOVE Classe-Scelta TO ST-Classe
               START Studenti KEY IS NOT LESS THAN ST-Classe
                   INVALID KEY MOVE "S" TO Fine-Studenti
                   NOT INVALID KEY MOVE "N" TO Fine-Studenti
               END-START
               PERFORM UNTIL Fine-Studenti = "S"
                   READ Studenti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Studenti
                       NOT AT END
                           IF ST-Classe NOT = Classe-Scelta
                               MOVE "S" TO Fine-Studenti
                           ELSE
                               IF NOT ST-Ritirato-Si
                                   PERFORM 8730-ESITO-GIUGNO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF FS-FileArchivio = "00"
                   CLOSE FileArchivio
               END-IF
               CLOSE Studenti
           END-IF.

      *Paragrafo 8730-ESITO-GIUGNO: l'esito in vigore dello studente
      *corrente; se e' SOSPESO lo studente entra nella tabella
       8730-ESITO-GIUGNO.
           MOVE SPACES TO Esito-Giugno
           MOVE 0 TO Ultime-Delibere-Idx
           PERFORM UNTIL Ultime-Delibere-Idx >= Ultime-Delibere-Cont
               ADD 1 TO Ultime-Delibere-Idx
               IF UD-ID-Studente(Ultime-Delibere-Idx) = ST-ID
                   MOVE UD-Esito(Ultime-Delibere-Idx) TO Esito-Giugno
               END-IF
           END-PERFORM
           IF Esito-Giugno = SPACES AND FS-FileArchivio = "00"
                   AND Anno-Corrente NOT = SPACES
               MOVE ST-ID TO FA-ID-Studente
               MOVE Anno-Corrente TO FA-Anno-Scolastico
               READ FileArchivio
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FA-Esito TO Esito-Giugno
               END-READ
           END-IF
           IF Esito-Giugno = "SOSPESO"
               IF Sospesi-Cont < 40
                   ADD 1 TO Sospesi-Cont
                   MOVE ST-ID TO SO-ID-Studente(Sospesi-Cont)
                   MOVE ST-Cognome(1:25) TO SO-Cognome(Sospesi-Cont)
                   MOVE ST-Nome(1:15) TO SO-Nome(Sospesi-Cont)
               ELSE
                   DISPLAY "ATTENZIONE: tabella sospesi piena, "
                       "matricola " ST-ID " non ripresa"
               END-IF
           END-IF.

      *Paragrafo 8750-INTEGRA-STUDENTE: risultati dei recuperi e
      *delibera definitiva del sospeso; l'esito proposto e' PROMOSSO
      *se ogni recupero e' superato, BOCCIATO altrimenti, e con
      *recuperi ancora in attesa si puo' rinviare lo studente
       8750-INTEGRA-STUDENTE.
           MOVE SO-ID-Studente(Sospesi-Idx) TO ID-Corrente
           DISPLAY " "
           DISPLAY SO-Cognome(Sospesi-Idx) " " SO-Nome(Sospesi-Idx)
               " (matricola " ID-Corrente ")"
           PERFORM 8760-RISULTATI-RECUPERI
           MOVE "S" TO Risposta
           IF In-Attesa-Cont > 0
               DISPLAY "  " In-Attesa-Cont " recupero/i ancora in "
                   "attesa: deliberare comunque? (S/N): "
               ACCEPT Risposta
           END-IF
           IF Risposta = "S" OR Risposta = "s"
               IF Non-Recuperate-Cont = 0 AND In-Attesa-Cont = 0
                   MOVE "PROMOSSO" TO Esito-Proposto
               ELSE
                   MOVE "BOCCIATO" TO Esito-Proposto
               END-IF
               DISPLAY "Esito definitivo (PROMOSSO/BOCCIATO, invio = "
                   Esito-Proposto "): "
               MOVE SPACES TO Delibera-Esito
               ACCEPT Delibera-Esito
               IF Delibera-Esito = SPACES
                   MOVE Esito-Proposto TO Delibera-Esito
               END-IF
               PERFORM UNTIL Delibera-Esito = "PROMOSSO"
                       OR Delibera-Esito = "BOCCIATO"
                   DISPLAY "Esito non valido: usare PROMOSSO o "
                       "BOCCIATO"
                   DISPLAY "Esito definitivo (PROMOSSO/BOCCIATO): "
                   ACCEPT Delibera-Esito
               END-PERFORM
               MOVE SPACES TO Delibera-Motivo
               PERFORM UNTIL Delibera-Motivo NOT = SPACES
                   DISPLAY "Motivazione della delibera: "
                   ACCEPT Delibera-Motivo
               END-PERFORM
               PERFORM 5700-REGISTRA-DELIBERA
               ADD 1 TO Integrativi-Scritti
               DISPLAY "Delibera integrativa registrata"
           ELSE
               DISPLAY "Studente rinviato: resta sospeso"
           END-IF.

      *Paragrafo 8760-RISULTATI-RECUPERI: le righe di RECUPERI.DAT
      *dello studente corrente con voto ed esito, contate per esito
       8760-RISULTATI-RECUPERI.
           MOVE 0 TO Recuperate-Cont
           MOVE 0 TO Non-Recuperate-Cont
           MOVE 0 TO In-Attesa-Cont
           OPEN INPUT FileRecuperi
           IF FS-FileRecuperi NOT = "00"
               DISPLAY "  RECUPERI.DAT non presente"
           ELSE
               MOVE "N" TO Fine-Scan
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileRecuperi
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF FR-ID-Studente = ID-Corrente
                               MOVE FR-Materia TO Materia-Codice
                               PERFORM 9720-CERCA-NOME-MATERIA
                               DISPLAY "  " Materia-Nome-Esteso(1:20)
                                   " "
                                   FR-Periodo(1:12) " voto "
                                   FR-Voto-Recupero " " FR-Esito
                               EVALUATE TRUE
                                   WHEN FR-Esito(1:14)
                                           = "Non recuperata"
                                       ADD 1 TO Non-Recuperate-Cont
                                   WHEN FR-Esito(1:9) = "In attesa"
                                       ADD 1 TO In-Attesa-Cont
                                   WHEN FR-Esito(1:10) = "Recuperata"
                                       ADD 1 TO Recuperate-Cont
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileRecuperi
           END-IF
           DISPLAY "  Recuperate " Recuperate-Cont
               ", non recuperate " Non-Recuperate-Cont
               ", in attesa " In-Attesa-Cont.

      *Paragrafo 8800-COLLOQUIO-MOBILITA: esito del colloquio di
      *reinserimento di chi rientra dalla mobilita' internazionale,
      *sulla riga del soggiorno dell'anno in corso
       8800-COLLOQUIO-MOBILITA.
           MOVE "N" TO Colloquio-Registrato
           DISPLAY "Matricola dello studente: "
           ACCEPT ID-Corrente
           OPEN I-O FileMobilita
           IF FS-FileMobilita NOT = "00"
               DISPLAY "MOBILITA.DAT non presente: nessun soggiorno "
                   "registrato"
           ELSE
               MOVE ID-Corrente TO MB-ID-Studente
               MOVE Anno-Corrente TO MB-Anno
               READ FileMobilita
                   INVALID KEY
                       DISPLAY "Nessun soggiorno dell'anno in corso "
                           "per la matricola"
                   NOT INVALID KEY
                       DISPLAY "Soggiorno: " MB-Paese " " MB-Scuola
                       DISPLAY "Dal " MB-Dal " al " MB-Al
                           " periodo " MB-Periodo
                       MOVE SPACE TO Colloquio-Esito
                       PERFORM UNTIL Colloquio-Esito = "P"
                               OR Colloquio-Esito = "N"
                           DISPLAY "Esito del colloquio (P = positivo"
                               ", N = negativo): "
                           ACCEPT Colloquio-Esito
                           INSPECT Colloquio-Esito CONVERTING "pn"
                               TO "PN"
                       END-PERFORM
                       DISPLAY "Note del colloquio: "
                       MOVE SPACES TO MB-Note-Colloquio
                       ACCEPT MB-Note-Colloquio
                       ACCEPT Data-Oggi FROM DATE YYYYMMDD
                       MOVE Colloquio-Esito TO MB-Colloquio
                       MOVE Data-Oggi TO MB-Data-Colloquio
                       REWRITE FileMobilita-Record
                           INVALID KEY
                               DISPLAY "Colloquio non registrato"
                           NOT INVALID KEY
                               MOVE "Y" TO Colloquio-Registrato
                       END-REWRITE
               END-READ
               CLOSE FileMobilita
           END-IF
           IF Colloquio-Registrato = "Y"
               MOVE SPACES TO Audit-Descrizione
               STRING "Colloquio reinserimento matricola "
                   DELIMITED BY SIZE
                   ID-Corrente DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
               IF Colloquio-Esito = "P"
                   PERFORM 8810-ESITO-MOBILITA-ARCHIVIO
               ELSE
                   DISPLAY "Colloquio negativo: l'esito dell'anno va "
                       "deliberato dal consiglio (scelta 2)"
               END-IF
           END-IF.

      *Paragrafo 8810-ESITO-MOBILITA-ARCHIVIO: l'esito MOBILITA
      *sulla riga dell'anno in corso dell'archivio storico; senza
      *la riga lo applica DECIDI-ESITO alla prossima elaborazione
       8810-ESITO-MOBILITA-ARCHIVIO.
           OPEN I-O FileArchivio
           IF FS-FileArchivio NOT = "00"
               DISPLAY "ARCHIVIO-STORICO.IDX non presente: l'esito "
                   "sara' applicato da DECIDI-ESITO"
           ELSE
               MOVE ID-Corrente TO FA-ID-Studente
               MOVE Anno-Corrente TO FA-Anno-Scolastico
               READ FileArchivio
                   INVALID KEY
                       DISPLAY "Nessuna riga dell'anno in corso: "
                           "l'esito sara' applicato da DECIDI-ESITO"
                   NOT INVALID KEY
                       MOVE "MOBILITA" TO FA-Esito
                       REWRITE FileArchivio-Record
                           INVALID KEY
                               DISPLAY "Esito non applicato "
                                   "all'archivio"
                           NOT INVALID KEY
                               DISPLAY "Esito MOBILITA applicato "
                                   "all'archivio storico"
                       END-REWRITE
               END-READ
               CLOSE FileArchivio
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
      *Il nome completo e la scala della materia il cui codice e' in
      *Materia-Codice, per la stampa; se il codice non e' a catalogo
      *resta quanto scritto nel file
       9720-CERCA-NOME-MATERIA.
           MOVE Materia-Codice TO Materia-Nome-Esteso
           MOVE SPACE TO Materia-Scala-Cat
           MOVE 0 TO Cat-Idx
           PERFORM UNTIL Cat-Idx >= Cat-Cont
               ADD 1 TO Cat-Idx
               IF Cat-Codice(Cat-Idx) NOT = SPACES
                       AND Cat-Codice(Cat-Idx) = Materia-Codice
                   MOVE Cat-Nome(Cat-Idx) TO Materia-Nome-Esteso
                   MOVE Cat-Scala(Cat-Idx) TO Materia-Scala-Cat
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

       END PROGRAM ScrutinioConsiglio.
