       IDENTIFICATION DIVISION.
       PROGRAM-ID. EsameStato.

      *Esiti dell'esame di Stato per le classi quinte: AmmissioneEsame
      *e il credito scolastico si fermavano all'ammissione e i
      *risultati restavano sulle carte della commissione. Qui si
      *registra la commissione della classe (presidente e commissari,
      *in COMMISSIONI-ESAME.DAT; l'ultima registrazione vince), poi
      *per ogni candidato ammesso (esito PROMOSSO dell'anno in corso
      *in ARCHIVIO-STORICO.IDX) i punteggi della prima e della
      *seconda prova scritta e del colloquio, in ventesimi. Il credito
      *e' la somma dei crediti del triennio di CREDITI-SCOLASTICI.DAT
      *(l'ultima riga di ogni anno vince, come in Trascrizione). Il
      *voto in centesimi e' credito piu' prove; la commissione puo'
      *aggiungere fino a 5 punti di bonus a chi ha almeno 30 di
      *credito e 50 nelle prove, senza superare 100; la lode si
      *delibera all'unanimita' solo per chi arriva a 100 senza bonus
      *con il credito pieno di 40. Il diploma si consegue con almeno
      *60. La riga dei punteggi e' accodata in ESAMI-STATO.DAT
      *(l'ultima riga del candidato vince) e il voto con la lode va
      *sulla riga d'anno dell'archivio storico, da cui Trascrizione
      *certifica il voto di diploma. Il foglio dei risultati della
      *commissione esce su ESAME-<classe>.txt e il tracciato
      *ministeriale a colonne fisse, con record di coda di controllo
      *come in EsportaMinistero, su ESAMI-<anno>.DAT.
      *L'esito d'anno MOBILITA (mobilita' internazionale con
      *colloquio positivo) ammette all'esame come PROMOSSO.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Dai dati dell'ambiente di prova non esce nulla verso
      *l'esterno: il tracciato ministeriale si rifiuta.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Archivio storico indicizzato per matricola+anno scolastico
           SELECT FileArchivio ASSIGN TO 'ARCHIVIO-STORICO.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Chiave
               FILE STATUS IS FS-FileArchivio.
      *Crediti scolastici del triennio (scritti da ScrutinioConsiglio)
           SELECT FileCreditiScol ASSIGN TO 'CREDITI-SCOLASTICI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCreditiScol.
      *Composizione della commissione d'esame per classe e anno
           SELECT FileCommissioni ASSIGN TO 'COMMISSIONI-ESAME.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCommissioni.
      *Punteggi d'esame per candidato, in accodamento
           SELECT FileEsami ASSIGN TO 'ESAMI-STATO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileEsami.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
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
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
       FD  FileArchivio.
       01  FileArchivio-Record.
           05  FA-Chiave.
               10  FA-ID-Studente PIC 9(6).
               10  FA-Anno-Scolastico PIC X(9).
           05  FA-Cognome PIC X(20).
           05  FA-Classe PIC X(4).
           05  FA-Media PIC 99V99.
           05  FA-Esito PIC X(9).
           05  FA-Voto-Diploma PIC 9(3).
           05  FA-Lode PIC X(1).
       FD  FileCreditiScol.
       01  FileCreditiScol-Record.
           05  CSC-ID-Studente PIC 9(6).
           05  CSC-Anno-Scolastico PIC X(9).
           05  CSC-Classe PIC X(4).
           05  CSC-Media PIC 99V99.
           05  CSC-Credito PIC 99.
      *Una riga per componente: ruolo "P" presidente, "I"
      *commissario interno, "E" commissario esterno; la sessione
      *numera le registrazioni della stessa classe e anno
       FD  FileCommissioni.
       01  FileCommissioni-Record.
           05  CM-Classe PIC X(4).
           05  CM-Anno PIC X(9).
           05  CM-Sessione PIC 99.
           05  CM-Ruolo PIC X(1).
           05  CM-Nome PIC X(30).
           05  CM-Materia PIC X(20).
       FD  FileEsami.
       01  FileEsami-Record.
           05  ES-ID-Studente PIC 9(6).
           05  ES-Anno PIC X(9).
           05  ES-Classe PIC X(4).
           05  ES-Credito PIC 99.
           05  ES-Prima-Prova PIC 99.
           05  ES-Seconda-Prova PIC 99.
           05  ES-Colloquio PIC 99.
           05  ES-Bonus PIC 9.
           05  ES-Voto PIC 9(3).
           05  ES-Lode PIC X(1).
           05  ES-Data PIC 9(8).
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
      *Tracciato ministeriale a colonne fisse: "E" di dettaglio con
      *matricola, anagrafica, classe, anno, credito, punteggi delle
      *prove e del colloquio, bonus, voto finale, lode ed esito
      *("D" diplomato, "N" non diplomato); "T" di coda con conteggio
      *dei candidati, somma di controllo dei voti, lodi e diplomati
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
       FD  FileOut.
       01  FileOut-Record PIC X(100).
       01  FileOut-Esame.
           05  ME-Tipo PIC X(1).
           05  ME-Matricola PIC 9(6).
           05  ME-Cognome PIC X(30).
           05  ME-Nome PIC X(30).
           05  ME-Classe PIC X(4).
           05  ME-Anno PIC X(9).
           05  ME-Credito PIC 99.
           05  ME-Prima-Prova PIC 99.
           05  ME-Seconda-Prova PIC 99.
           05  ME-Colloquio PIC 99.
           05  ME-Bonus PIC 9.
           05  ME-Voto PIC 9(3).
           05  ME-Lode PIC X(1).
           05  ME-Esito PIC X(1).
           05  FILLER PIC X(6).
       01  FileOut-Coda.
           05  MT-Tipo PIC X(1).
           05  MT-Conteggio PIC 9(6).
           05  MT-Somma-Voti PIC 9(7).
           05  MT-Conteggio-Lodi PIC 9(4).
           05  MT-Conteggio-Diplomati PIC 9(6).
           05  FILLER PIC X(76).
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
       01  FS-FileArchivio PIC XX VALUE SPACES.
       01  FS-FileCreditiScol PIC XX VALUE SPACES.
       01  FS-FileCommissioni PIC XX VALUE SPACES.
       01  FS-FileEsami PIC XX VALUE SPACES.
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
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Anno-Compatto PIC X(8) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  ID-Candidato PIC 9(6) VALUE 0.
       01  Fine-File PIC X VALUE "N".
       01  Fine-Studenti PIC X VALUE "N".
       01  Risposta PIC X VALUE SPACE.
       01  Candidato-Valido PIC X VALUE "N".
      *Soglie dell'esame di Stato, in centesimi e ventesimi
       01  CREDITO-MASSIMO PIC 99 VALUE 40.
       01  PUNTEGGIO-PROVA-MASSIMO PIC 99 VALUE 20.
       01  BONUS-MASSIMO PIC 9 VALUE 5.
       01  SOGLIA-CREDITO-BONUS PIC 99 VALUE 30.
       01  SOGLIA-PROVE-BONUS PIC 99 VALUE 50.
       01  VOTO-MASSIMO PIC 9(3) VALUE 100.
       01  SOGLIA-DIPLOMA PIC 9(3) VALUE 60.
      *Commissione: l'ultima sessione registrata per classe e anno
       01  Sessione-Commissione PIC 99 VALUE 0.
       01  Commissione-Tab.
           05  Commissione-Voce OCCURS 10 TIMES.
               10  CT-Ruolo PIC X(1).
               10  CT-Nome PIC X(30).
               10  CT-Materia PIC X(20).
       01  Commissione-Cont PIC 99 VALUE 0.
       01  Commissione-Idx PIC 99 VALUE 0.
       01  Nome-Componente PIC X(30) VALUE SPACES.
       01  Ruolo-Componente PIC X(1) VALUE SPACE.
       01  Materia-Componente PIC X(20) VALUE SPACES.
      *Credito del triennio: l'ultima riga di ogni anno
       01  Crediti-Anni-Tab.
           05  Crediti-Anni-Voce OCCURS 10 TIMES.
               10  CA-Anno PIC X(9).
               10  CA-Credito PIC 99.
       01  Crediti-Anni-Cont PIC 99 VALUE 0.
       01  Crediti-Anni-Idx PIC 99 VALUE 0.
       01  Credito-Anno-Visto PIC X VALUE "N".
       01  Credito-Totale PIC 999 VALUE 0.
      *Punteggi e voto del candidato
       01  Credito-Esame PIC 99 VALUE 0.
       01  Prima-Prova PIC 99 VALUE 0.
       01  Seconda-Prova PIC 99 VALUE 0.
       01  Colloquio PIC 99 VALUE 0.
       01  Bonus PIC 9 VALUE 0.
       01  Totale-Prove PIC 99 VALUE 0.
       01  Voto-Base PIC 9(3) VALUE 0.
       01  Voto-Finale PIC 9(3) VALUE 0.
       01  Lode PIC X VALUE SPACE.
      *Ultima riga di punteggi di ogni candidato dell'anno
       01  Risultati-Tab.
           05  Risultati-Voce OCCURS 300 TIMES.
               10  RT-ID-Studente PIC 9(6).
               10  RT-Classe PIC X(4).
               10  RT-Credito PIC 99.
               10  RT-Prima-Prova PIC 99.
               10  RT-Seconda-Prova PIC 99.
               10  RT-Colloquio PIC 99.
               10  RT-Bonus PIC 9.
               10  RT-Voto PIC 9(3).
               10  RT-Lode PIC X(1).
       01  Risultati-Cont PIC 999 VALUE 0.
       01  Risultati-Idx PIC 999 VALUE 0.
       01  Risultato-Trovato PIC 999 VALUE 0.
       01  Classe-Filtro PIC X(4) VALUE SPACES.
      *Conteggi del foglio e del tracciato
       01  Candidati-Cont PIC 999 VALUE 0.
       01  Senza-Prove PIC 999 VALUE 0.
       01  Righe-Esportate PIC 9(6) VALUE 0.
       01  Somma-Voti PIC 9(7) VALUE 0.
       01  Lodi-Cont PIC 9(4) VALUE 0.
       01  Diplomati-Cont PIC 9(6) VALUE 0.
       01  Senza-Anagrafica PIC 9(4) VALUE 0.
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Nome-Completo PIC X(56) VALUE SPACES.
       01  Esito-Dicitura PIC X(13) VALUE SPACES.
       01  Ruolo-Dicitura PIC X(22) VALUE SPACES.
       01  Credito-for PIC Z9.
       01  Prova-1-for PIC Z9.
       01  Prova-2-for PIC Z9.
       01  Colloquio-for PIC Z9.
       01  Bonus-for PIC 9.
       01  Voto-for PIC ZZ9.
       01  Conteggio-for PIC ZZ9.
       01  riga PIC X(100).
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 0500-LEGGI-ANNO-CORRENTE
           IF Anno-Corrente = SPACES
               DISPLAY "ANNO-CORRENTE.DAT non presente"
               STOP RUN
           END-IF
           PERFORM 9700-CARICA-CATALOGO
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "ESAME DI STATO - ANNO " Anno-Corrente
               DISPLAY "1: Registra la commissione di una classe"
               DISPLAY "2: Registra i punteggi di un candidato"
               DISPLAY "3: Foglio dei risultati della commissione"
               DISPLAY "4: Tracciato ministeriale degli esiti"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-REGISTRA-COMMISSIONE
                   WHEN 2 PERFORM 2000-REGISTRA-PUNTEGGI
                   WHEN 3 PERFORM 3000-FOGLIO-RISULTATI
                   WHEN 4 PERFORM 4000-TRACCIATO-MINISTERO
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO-CORRENTE: l'anno scolastico in
      *corso da ANNO-CORRENTE.DAT: l'esame chiude l'anno in corso
       0500-LEGGI-ANNO-CORRENTE.
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF.

      *Paragrafo 1000-REGISTRA-COMMISSIONE: presidente e commissari
      *della classe accodati come nuova sessione; la sessione
      *precedente resta nel file ma non vale piu'
       1000-REGISTRA-COMMISSIONE.
           DISPLAY "Classe quinta (es. 5A): "
           ACCEPT Classe-Scelta
           IF Classe-Scelta(1:1) NOT = "5"
               DISPLAY "Attenzione: l'esame di Stato riguarda le "
                   "classi quinte"
           END-IF
           PERFORM 1500-CARICA-COMMISSIONE
           MOVE 0 TO Commissione-Cont
           DISPLAY "Presidente della commissione (cognome e nome): "
           ACCEPT Nome-Componente
           IF Nome-Componente = SPACES
               DISPLAY "Presidente obbligatorio: commissione non "
                   "registrata"
           ELSE
               ADD 1 TO Commissione-Cont
               MOVE "P" TO CT-Ruolo(Commissione-Cont)
               MOVE Nome-Componente TO CT-Nome(Commissione-Cont)
               MOVE SPACES TO CT-Materia(Commissione-Cont)
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   PERFORM 1100-CHIEDI-COMMISSARIO
               END-PERFORM
               IF Commissione-Cont < 2
                   DISPLAY "Nessun commissario indicato: commissione "
                       "non registrata"
               ELSE
                   PERFORM 1200-SCRIVI-COMMISSIONE
               END-IF
           END-IF.

      *Paragrafo 1100-CHIEDI-COMMISSARIO: un commissario con ruolo
      *e materia; il nome vuoto chiude l'elenco
       1100-CHIEDI-COMMISSARIO.
           IF Commissione-Cont >= 10
               DISPLAY "Elenco completo"
               MOVE "S" TO Fine-File
           ELSE
               DISPLAY "Commissario (cognome e nome, vuoto = fine): "
               ACCEPT Nome-Componente
               IF Nome-Componente = SPACES
                   MOVE "S" TO Fine-File
               ELSE
                   DISPLAY "Interno o esterno (I/E): "
                   ACCEPT Ruolo-Componente
                   IF Ruolo-Componente = "i"
                       MOVE "I" TO Ruolo-Componente
                   END-IF
                   IF Ruolo-Componente = "e"
                       MOVE "E" TO Ruolo-Componente
                   END-IF
                   IF Ruolo-Componente NOT = "I"
                           AND Ruolo-Componente NOT = "E"
                       DISPLAY "Ruolo non valido: commissario non "
                           "inserito"
                   ELSE
                       DISPLAY "Materia: "
                       PERFORM 9730-CHIEDI-MATERIA
                       MOVE Materia-Codice TO Materia-Componente
                       ADD 1 TO Commissione-Cont
                       MOVE Ruolo-Componente
                           TO CT-Ruolo(Commissione-Cont)
                       MOVE Nome-Componente
                           TO CT-Nome(Commissione-Cont)
                       MOVE Materia-Componente
                           TO CT-Materia(Commissione-Cont)
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 1200-SCRIVI-COMMISSIONE: accoda la nuova sessione
      *della commissione
       1200-SCRIVI-COMMISSIONE.
           ADD 1 TO Sessione-Commissione
           OPEN EXTEND FileCommissioni
           IF FS-FileCommissioni NOT = "00"
               OPEN OUTPUT FileCommissioni
           END-IF
           MOVE 0 TO Commissione-Idx
           PERFORM UNTIL Commissione-Idx >= Commissione-Cont
               ADD 1 TO Commissione-Idx
               MOVE Classe-Scelta TO CM-Classe
               MOVE Anno-Corrente TO CM-Anno
               MOVE Sessione-Commissione TO CM-Sessione
               MOVE CT-Ruolo(Commissione-Idx) TO CM-Ruolo
               MOVE CT-Nome(Commissione-Idx) TO CM-Nome
               MOVE CT-Materia(Commissione-Idx) TO CM-Materia
               WRITE FileCommissioni-Record
           END-PERFORM
           CLOSE FileCommissioni
           MOVE SPACES TO Audit-Descrizione
           STRING "Commissione esame " DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               " sessione " DELIMITED BY SIZE
               Sessione-Commissione DELIMITED BY SIZE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT
           DISPLAY "Commissione registrata: " Commissione-Cont
               " componenti".

      *Paragrafo 1500-CARICA-COMMISSIONE: i componenti dell'ultima
      *sessione registrata per la classe nell'anno in corso
       1500-CARICA-COMMISSIONE.
           MOVE 0 TO Sessione-Commissione
           MOVE 0 TO Commissione-Cont
           OPEN INPUT FileCommissioni
           IF FS-FileCommissioni = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCommissioni
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF CM-Classe = Classe-Scelta
                                   AND CM-Anno = Anno-Corrente
                               PERFORM 1600-ACCODA-COMPONENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCommissioni
           END-IF.

      *Paragrafo 1600-ACCODA-COMPONENTE: una sessione piu' recente
      *azzera l'elenco raccolto fin qui
       1600-ACCODA-COMPONENTE.
           IF CM-Sessione > Sessione-Commissione
               MOVE CM-Sessione TO Sessione-Commissione
               MOVE 0 TO Commissione-Cont
           END-IF
           IF CM-Sessione = Sessione-Commissione
                   AND Commissione-Cont < 10
               ADD 1 TO Commissione-Cont
               MOVE CM-Ruolo TO CT-Ruolo(Commissione-Cont)
               MOVE CM-Nome TO CT-Nome(Commissione-Cont)
               MOVE CM-Materia TO CT-Materia(Commissione-Cont)
           END-IF.

      *Paragrafo 2000-REGISTRA-PUNTEGGI: prove e colloquio di un
      *candidato ammesso, voto finale con bonus e lode, riga in
      *ESAMI-STATO.DAT e voto sulla riga d'anno dell'archivio
       2000-REGISTRA-PUNTEGGI.
           DISPLAY "Classe quinta (es. 5A): "
           ACCEPT Classe-Scelta
           PERFORM 1500-CARICA-COMMISSIONE
           IF Commissione-Cont = 0
               DISPLAY "Commissione della classe non registrata: "
                   "registrarla prima dei punteggi"
           ELSE
               DISPLAY "Matricola del candidato: "
               ACCEPT ID-Candidato
               PERFORM 2100-VERIFICA-CANDIDATO
               IF Candidato-Valido = "Y"
                   PERFORM 2200-CREDITO-TRIENNIO
                   PERFORM 2300-CHIEDI-PROVE
               END-IF
               IF Candidato-Valido = "Y"
                   PERFORM 2400-CALCOLA-VOTO
                   PERFORM 2500-SCRIVI-RISULTATO
               END-IF
           END-IF.

      *Paragrafo 2100-VERIFICA-CANDIDATO: studente attivo della
      *classe e ammesso all'esame (esito PROMOSSO dell'anno in
      *corso nell'archivio storico)
       2100-VERIFICA-CANDIDATO.
           MOVE "Y" TO Candidato-Valido
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
               MOVE "N" TO Candidato-Valido
           ELSE
               MOVE ID-Candidato TO ST-ID
               READ Studenti
                   INVALID KEY
                       DISPLAY "Matricola non in anagrafica"
                       MOVE "N" TO Candidato-Valido
               END-READ
               CLOSE Studenti
           END-IF
           IF Candidato-Valido = "Y"
               IF ST-Classe NOT = Classe-Scelta OR ST-Ritirato-Si
                   DISPLAY "Lo studente non e' un candidato attivo "
                       "della classe " Classe-Scelta
                   MOVE "N" TO Candidato-Valido
               END-IF
           END-IF
           IF Candidato-Valido = "Y"
               OPEN INPUT FileArchivio
               IF FS-FileArchivio NOT = "00"
                   DISPLAY "ARCHIVIO-STORICO.IDX non presente"
                   MOVE "N" TO Candidato-Valido
               ELSE
                   MOVE ID-Candidato TO FA-ID-Studente
                   MOVE Anno-Corrente TO FA-Anno-Scolastico
                   READ FileArchivio
                       INVALID KEY
                           MOVE SPACES TO FA-Esito
                   END-READ
                   CLOSE FileArchivio
                   IF FA-Esito NOT = "PROMOSSO"
                           AND FA-Esito NOT = "MOBILITA"
                       DISPLAY "Candidato non ammesso all'esame "
                           "(esito d'anno: " FA-Esito ")"
                       MOVE "N" TO Candidato-Valido
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 2200-CREDITO-TRIENNIO: somma dei crediti del
      *triennio, l'ultima riga di ogni anno vince
       2200-CREDITO-TRIENNIO.
           MOVE 0 TO Crediti-Anni-Cont
           MOVE 0 TO Credito-Totale
           OPEN INPUT FileCreditiScol
           IF FS-FileCreditiScol = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCreditiScol
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF CSC-ID-Studente = ID-Candidato
                               PERFORM 2210-ULTIMO-PER-ANNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCreditiScol
           END-IF
           MOVE 0 TO Crediti-Anni-Idx
           PERFORM UNTIL Crediti-Anni-Idx >= Crediti-Anni-Cont
               ADD 1 TO Crediti-Anni-Idx
               ADD CA-Credito(Crediti-Anni-Idx) TO Credito-Totale
           END-PERFORM
           IF Crediti-Anni-Cont = 0
               DISPLAY "Attenzione: nessun credito scolastico in "
                   "CREDITI-SCOLASTICI.DAT per il candidato"
           END-IF
           IF Credito-Totale > CREDITO-MASSIMO
               DISPLAY "Attenzione: credito oltre il massimo, "
                   "ricondotto a " CREDITO-MASSIMO
               MOVE CREDITO-MASSIMO TO Credito-Totale
           END-IF
           MOVE Credito-Totale TO Credito-Esame
           MOVE Credito-Esame TO Credito-for
           DISPLAY "Credito scolastico del triennio: " Credito-for.

      *Paragrafo 2210-ULTIMO-PER-ANNO: aggiorna il credito dell'anno
      *se gia' in tabella, altrimenti lo accoda
       2210-ULTIMO-PER-ANNO.
           MOVE "N" TO Credito-Anno-Visto
           MOVE 0 TO Crediti-Anni-Idx
           PERFORM UNTIL Crediti-Anni-Idx >= Crediti-Anni-Cont
               ADD 1 TO Crediti-Anni-Idx
               IF CA-Anno(Crediti-Anni-Idx) = CSC-Anno-Scolastico
                   MOVE "Y" TO Credito-Anno-Visto
                   MOVE CSC-Credito
                       TO CA-Credito(Crediti-Anni-Idx)
                   MOVE Crediti-Anni-Cont TO Crediti-Anni-Idx
               END-IF
           END-PERFORM
           IF Credito-Anno-Visto NOT = "Y"
                   AND Crediti-Anni-Cont < 10
               ADD 1 TO Crediti-Anni-Cont
               MOVE CSC-Anno-Scolastico
                   TO CA-Anno(Crediti-Anni-Cont)
               MOVE CSC-Credito TO CA-Credito(Crediti-Anni-Cont)
           END-IF.

      *Paragrafo 2300-CHIEDI-PROVE: i tre punteggi in ventesimi; un
      *punteggio fuori scala annulla l'inserimento
       2300-CHIEDI-PROVE.
           DISPLAY "Punteggio prima prova scritta (0-20): "
           ACCEPT Prima-Prova
           DISPLAY "Punteggio seconda prova scritta (0-20): "
           ACCEPT Seconda-Prova
           DISPLAY "Punteggio colloquio (0-20): "
           ACCEPT Colloquio
           IF Prima-Prova > PUNTEGGIO-PROVA-MASSIMO
                   OR Seconda-Prova > PUNTEGGIO-PROVA-MASSIMO
                   OR Colloquio > PUNTEGGIO-PROVA-MASSIMO
               DISPLAY "Punteggio oltre i venti punti: punteggi non "
                   "registrati"
               MOVE "N" TO Candidato-Valido
           END-IF.

      *Paragrafo 2400-CALCOLA-VOTO: credito piu' prove; bonus solo
      *con credito e prove sopra soglia e mai oltre 100; lode solo a
      *100 senza bonus con credito pieno e all'unanimita'
       2400-CALCOLA-VOTO.
           COMPUTE Totale-Prove = Prima-Prova + Seconda-Prova
               + Colloquio
           COMPUTE Voto-Base = Credito-Esame + Totale-Prove
           MOVE 0 TO Bonus
           MOVE "N" TO Lode
           IF Credito-Esame >= SOGLIA-CREDITO-BONUS
                   AND Totale-Prove >= SOGLIA-PROVE-BONUS
                   AND Voto-Base < VOTO-MASSIMO
               DISPLAY "Bonus della commissione (0-5): "
               ACCEPT Bonus
               IF Bonus > BONUS-MASSIMO
                   DISPLAY "Bonus oltre il massimo, ricondotto a "
                       BONUS-MASSIMO
                   MOVE BONUS-MASSIMO TO Bonus
               END-IF
           END-IF
           COMPUTE Voto-Finale = Voto-Base + Bonus
           IF Voto-Finale > VOTO-MASSIMO
               MOVE VOTO-MASSIMO TO Voto-Finale
               COMPUTE Bonus = VOTO-MASSIMO - Voto-Base
           END-IF
           IF Voto-Base = VOTO-MASSIMO
                   AND Credito-Esame = CREDITO-MASSIMO
               DISPLAY "Lode deliberata all'unanimita' (S/N): "
               ACCEPT Risposta
               IF Risposta = "S" OR "s"
                   MOVE "S" TO Lode
               END-IF
           END-IF
           MOVE Voto-Finale TO Voto-for
           IF Lode = "S"
               DISPLAY "Voto finale: " Voto-for "/100 e lode"
           ELSE
               DISPLAY "Voto finale: " Voto-for "/100"
           END-IF
           IF Voto-Finale < SOGLIA-DIPLOMA
               DISPLAY "Esame non superato"
           END-IF.

      *Paragrafo 2500-SCRIVI-RISULTATO: accoda la riga dei punteggi
      *e riporta voto e lode sulla riga d'anno dell'archivio
       2500-SCRIVI-RISULTATO.
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           OPEN EXTEND FileEsami
           IF FS-FileEsami NOT = "00"
               OPEN OUTPUT FileEsami
           END-IF
           MOVE ID-Candidato TO ES-ID-Studente
           MOVE Anno-Corrente TO ES-Anno
           MOVE Classe-Scelta TO ES-Classe
           MOVE Credito-Esame TO ES-Credito
           MOVE Prima-Prova TO ES-Prima-Prova
           MOVE Seconda-Prova TO ES-Seconda-Prova
           MOVE Colloquio TO ES-Colloquio
           MOVE Bonus TO ES-Bonus
           MOVE Voto-Finale TO ES-Voto
           MOVE Lode TO ES-Lode
           MOVE Data-Oggi TO ES-Data
           WRITE FileEsami-Record
           CLOSE FileEsami
           OPEN I-O FileArchivio
           IF FS-FileArchivio NOT = "00"
               DISPLAY "Impossibile aprire ARCHIVIO-STORICO.IDX "
                   "(stato " FS-FileArchivio ")"
           ELSE
               MOVE ID-Candidato TO FA-ID-Studente
               MOVE Anno-Corrente TO FA-Anno-Scolastico
               READ FileArchivio
                   INVALID KEY
                       DISPLAY "Riga d'anno dell'archivio non trovata"
                   NOT INVALID KEY
                       MOVE Voto-Finale TO FA-Voto-Diploma
                       IF Lode = "S"
                           MOVE "S" TO FA-Lode
                       ELSE
                           MOVE "N" TO FA-Lode
                       END-IF
                       REWRITE FileArchivio-Record
                           INVALID KEY
                               DISPLAY "Riga di archivio non "
                                   "aggiornata"
                       END-REWRITE
               END-READ
               CLOSE FileArchivio
           END-IF
           MOVE SPACES TO Audit-Descrizione
           STRING "Esame di Stato matricola " DELIMITED BY SIZE
               ID-Candidato DELIMITED BY SIZE
               " voto " DELIMITED BY SIZE
               Voto-Finale DELIMITED BY SIZE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT
           DISPLAY "Punteggi registrati".

      *Paragrafo 2800-CARICA-RISULTATI: l'ultima riga di punteggi di
      *ogni candidato dell'anno in corso (della sola classe filtro,
      *se indicata)
       2800-CARICA-RISULTATI.
           MOVE 0 TO Risultati-Cont
           OPEN INPUT FileEsami
           IF FS-FileEsami = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileEsami
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF ES-Anno = Anno-Corrente
                                   AND (Classe-Filtro = SPACES
                                   OR ES-Classe = Classe-Filtro)
                               PERFORM 2810-ACCODA-RISULTATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileEsami
           END-IF.

      *Paragrafo 2810-ACCODA-RISULTATO: sostituisce la riga del
      *candidato se gia' in tabella, altrimenti la accoda
       2810-ACCODA-RISULTATO.
           MOVE ES-ID-Studente TO ID-Candidato
           PERFORM 2820-CERCA-RISULTATO
           IF Risultato-Trovato = 0
               IF Risultati-Cont < 300
                   ADD 1 TO Risultati-Cont
                   MOVE Risultati-Cont TO Risultato-Trovato
               ELSE
                   DISPLAY "ATTENZIONE: tabella risultati piena, "
                       "matricola " ES-ID-Studente " esclusa"
               END-IF
           END-IF
           IF Risultato-Trovato > 0
               MOVE ES-ID-Studente
                   TO RT-ID-Studente(Risultato-Trovato)
               MOVE ES-Classe TO RT-Classe(Risultato-Trovato)
               MOVE ES-Credito TO RT-Credito(Risultato-Trovato)
               MOVE ES-Prima-Prova
                   TO RT-Prima-Prova(Risultato-Trovato)
               MOVE ES-Seconda-Prova
                   TO RT-Seconda-Prova(Risultato-Trovato)
               MOVE ES-Colloquio TO RT-Colloquio(Risultato-Trovato)
               MOVE ES-Bonus TO RT-Bonus(Risultato-Trovato)
               MOVE ES-Voto TO RT-Voto(Risultato-Trovato)
               MOVE ES-Lode TO RT-Lode(Risultato-Trovato)
           END-IF.

      *Paragrafo 2820-CERCA-RISULTATO: posizione in tabella della
      *matricola ID-Candidato (zero se assente)
       2820-CERCA-RISULTATO.
           MOVE 0 TO Risultato-Trovato
           MOVE 0 TO Risultati-Idx
           PERFORM UNTIL Risultati-Idx >= Risultati-Cont
               ADD 1 TO Risultati-Idx
               IF RT-ID-Studente(Risultati-Idx) = ID-Candidato
                   MOVE Risultati-Idx TO Risultato-Trovato
                   MOVE Risultati-Cont TO Risultati-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 3000-FOGLIO-RISULTATI: la commissione, poi un rigo
      *per candidato ammesso della classe con credito, prove, bonus,
      *voto ed esito, e le firme di presidente e commissari
       3000-FOGLIO-RISULTATI.
           DISPLAY "Classe quinta (es. 5A): "
           ACCEPT Classe-Scelta
           PERFORM 1500-CARICA-COMMISSIONE
           MOVE Classe-Scelta TO Classe-Filtro
           PERFORM 2800-CARICA-RISULTATI
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
           ELSE
               OPEN INPUT FileArchivio
               MOVE SPACES TO FileOut-Filename
               STRING "ESAME-" DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO FileOut-Filename
               OPEN OUTPUT FileOut
               MOVE SPACES TO riga
               STRING "Esame di Stato - anno scolastico "
                   DELIMITED BY SIZE
                   Anno-Corrente DELIMITED BY SIZE
                   " - classe " DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SPACE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO FileOut-Record
               WRITE FileOut-Record
               PERFORM 3100-SCRIVI-COMMISSIONE
               MOVE SPACES TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               STRING "Candidato                      Cr   "
                   DELIMITED BY SIZE
                   "P1 P2 Co  B  Voto    L    Esito"
                   DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE 0 TO Candidati-Cont
               MOVE 0 TO Senza-Prove
               MOVE 0 TO Diplomati-Cont
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
                                   PERFORM 3200-RIGA-CANDIDATO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF FS-FileArchivio = "00"
                   CLOSE FileArchivio
               END-IF
               CLOSE Studenti
               PERFORM 3300-SCRIVI-FIRME
               CLOSE FileOut
               MOVE SPACES TO Audit-Descrizione
               STRING "Foglio risultati esame " DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SPACE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
               DISPLAY "Candidati: " Candidati-Cont
                   "  diplomati: " Diplomati-Cont
               IF Senza-Prove > 0
                   DISPLAY "Attenzione: " Senza-Prove
                       " candidati senza punteggi registrati"
               END-IF
               DISPLAY "Foglio scritto su " FileOut-Filename
           END-IF.

      *Paragrafo 3100-SCRIVI-COMMISSIONE: presidente e commissari
      *dell'ultima sessione registrata
       3100-SCRIVI-COMMISSIONE.
           IF Commissione-Cont = 0
               MOVE "Commissione non registrata" TO FileOut-Record
               WRITE FileOut-Record
           END-IF
           MOVE 0 TO Commissione-Idx
           PERFORM UNTIL Commissione-Idx >= Commissione-Cont
               ADD 1 TO Commissione-Idx
               PERFORM 3150-RUOLO-COMPONENTE
               MOVE CT-Materia(Commissione-Idx) TO Materia-Codice
               PERFORM 9720-CERCA-NOME-MATERIA
               MOVE SPACES TO riga
               STRING Ruolo-Dicitura DELIMITED BY SIZE
                   CT-Nome(Commissione-Idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Materia-Nome-Esteso DELIMITED BY "  "
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-PERFORM.

      *Paragrafo 3150-RUOLO-COMPONENTE: la dicitura del ruolo
       3150-RUOLO-COMPONENTE.
           EVALUATE CT-Ruolo(Commissione-Idx)
               WHEN "P"
                   MOVE "Presidente:           " TO Ruolo-Dicitura
               WHEN "I"
                   MOVE "Commissario interno:  " TO Ruolo-Dicitura
               WHEN OTHER
                   MOVE "Commissario esterno:  " TO Ruolo-Dicitura
           END-EVALUATE.

      *Paragrafo 3200-RIGA-CANDIDATO: il rigo del candidato ammesso;
      *chi non e' ammesso non compare, chi non ha punteggi e'
      *segnalato
       3200-RIGA-CANDIDATO.
           MOVE SPACES TO FA-Esito
           IF FS-FileArchivio = "00"
               MOVE ST-ID TO FA-ID-Studente
               MOVE Anno-Corrente TO FA-Anno-Scolastico
               READ FileArchivio
                   INVALID KEY
                       MOVE SPACES TO FA-Esito
               END-READ
           END-IF
           IF FA-Esito = "PROMOSSO" OR FA-Esito = "MOBILITA"
               ADD 1 TO Candidati-Cont
               MOVE SPACES TO Nome-Completo
               STRING ST-Cognome DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   ST-Nome DELIMITED BY "  "
                   INTO Nome-Completo
               MOVE ST-ID TO ID-Candidato
               PERFORM 2820-CERCA-RISULTATO
               MOVE SPACES TO riga
               IF Risultato-Trovato = 0
                   ADD 1 TO Senza-Prove
                   STRING Nome-Completo(1:30) DELIMITED BY SIZE
                       " punteggi non registrati" DELIMITED BY SIZE
                       INTO riga
               ELSE
                   PERFORM 3250-FORMATTA-RISULTATO
                   STRING Nome-Completo(1:30) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Credito-for DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       Prova-1-for DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Prova-2-for DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Colloquio-for DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       Bonus-for DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       Voto-for DELIMITED BY SIZE
                       "/100 " DELIMITED BY SIZE
                       Lode DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       Esito-Dicitura DELIMITED BY SIZE
                       INTO riga
               END-IF
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-IF.

      *Paragrafo 3250-FORMATTA-RISULTATO: i campi editati della
      *riga di tabella trovata e la dicitura dell'esito
       3250-FORMATTA-RISULTATO.
           MOVE RT-Credito(Risultato-Trovato) TO Credito-for
           MOVE RT-Prima-Prova(Risultato-Trovato) TO Prova-1-for
           MOVE RT-Seconda-Prova(Risultato-Trovato) TO Prova-2-for
           MOVE RT-Colloquio(Risultato-Trovato) TO Colloquio-for
           MOVE RT-Bonus(Risultato-Trovato) TO Bonus-for
           MOVE RT-Voto(Risultato-Trovato) TO Voto-for
           IF RT-Lode(Risultato-Trovato) = "S"
               MOVE "L" TO Lode
           ELSE
               MOVE SPACE TO Lode
           END-IF
           IF RT-Voto(Risultato-Trovato) >= SOGLIA-DIPLOMA
               MOVE "DIPLOMATO" TO Esito-Dicitura
               ADD 1 TO Diplomati-Cont
           ELSE
               MOVE "NON DIPLOMATO" TO Esito-Dicitura
           END-IF.

      *Paragrafo 3300-SCRIVI-FIRME: legenda e righe di firma di
      *ogni componente della commissione
       3300-SCRIVI-FIRME.
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Cr = credito in quarantesimi; prove scritte (P1, "
               DELIMITED BY SIZE
               "P2) e colloquio (Co) in ventesimi; B = bonus; "
               DELIMITED BY SIZE
               "L = lode" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Commissione-Idx
           PERFORM UNTIL Commissione-Idx >= Commissione-Cont
               ADD 1 TO Commissione-Idx
               PERFORM 3150-RUOLO-COMPONENTE
               MOVE SPACES TO riga
               STRING Ruolo-Dicitura DELIMITED BY SIZE
                   CT-Nome(Commissione-Idx) DELIMITED BY SIZE
                   " ______________________" DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-PERFORM.

      *Paragrafo 4000-TRACCIATO-MINISTERO: il tracciato per il
      *ministero; dai dati dell'ambiente di prova non si scrive
       4000-TRACCIATO-MINISTERO.
           IF Ambiente-Prova = "S"
               DISPLAY "Ambiente di prova: nessun tracciato "
                   "verso il ministero"
           ELSE
               PERFORM 4050-SCRIVI-TRACCIATO
           END-IF.

      *Paragrafo 4050-SCRIVI-TRACCIATO: un record "E" per ogni
      *candidato con punteggi dell'anno in corso e il record "T" di
      *coda con le somme di controllo
       4050-SCRIVI-TRACCIATO.
           MOVE SPACES TO Classe-Filtro
           PERFORM 2800-CARICA-RISULTATI
           IF Risultati-Cont = 0
               DISPLAY "Nessun punteggio d'esame registrato per "
                   "l'anno " Anno-Corrente
           ELSE
               OPEN INPUT Studenti
               MOVE Anno-Corrente(1:4) TO Anno-Compatto(1:4)
               MOVE Anno-Corrente(6:4) TO Anno-Compatto(5:4)
               MOVE SPACES TO FileOut-Filename
               STRING "ESAMI-" DELIMITED BY SIZE
                   Anno-Compatto DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO FileOut-Filename
               OPEN OUTPUT FileOut
               MOVE 0 TO Righe-Esportate
               MOVE 0 TO Somma-Voti
               MOVE 0 TO Lodi-Cont
               MOVE 0 TO Diplomati-Cont
               MOVE 0 TO Senza-Anagrafica
               MOVE 0 TO Risultati-Idx
               PERFORM UNTIL Risultati-Idx >= Risultati-Cont
                   ADD 1 TO Risultati-Idx
                   PERFORM 4100-ESPORTA-CANDIDATO
               END-PERFORM
               MOVE SPACES TO FileOut-Coda
               MOVE "T" TO MT-Tipo
               MOVE Righe-Esportate TO MT-Conteggio
               MOVE Somma-Voti TO MT-Somma-Voti
               MOVE Lodi-Cont TO MT-Conteggio-Lodi
               MOVE Diplomati-Cont TO MT-Conteggio-Diplomati
               WRITE FileOut-Coda
               CLOSE FileOut
               IF FS-Studenti = "00"
                   CLOSE Studenti
               END-IF
               MOVE SPACES TO Audit-Descrizione
               STRING "Export esami di Stato " DELIMITED BY SIZE
                   Anno-Corrente DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
               MOVE Righe-Esportate TO Conteggio-for
               DISPLAY "Candidati esportati: " Conteggio-for
               IF Senza-Anagrafica > 0
                   DISPLAY "Attenzione: " Senza-Anagrafica
                       " candidati senza anagrafica (nome mancante)"
               END-IF
               DISPLAY "Tracciato scritto su " FileOut-Filename
           END-IF.

      *Paragrafo 4100-ESPORTA-CANDIDATO: il record "E" della riga di
      *tabella corrente, con l'anagrafica da STUDENTI.DAT
       4100-ESPORTA-CANDIDATO.
           MOVE SPACES TO FileOut-Esame
           MOVE "E" TO ME-Tipo
           MOVE RT-ID-Studente(Risultati-Idx) TO ME-Matricola
           MOVE RT-Classe(Risultati-Idx) TO ME-Classe
           MOVE Anno-Corrente TO ME-Anno
           MOVE RT-Credito(Risultati-Idx) TO ME-Credito
           MOVE RT-Prima-Prova(Risultati-Idx) TO ME-Prima-Prova
           MOVE RT-Seconda-Prova(Risultati-Idx) TO ME-Seconda-Prova
           MOVE RT-Colloquio(Risultati-Idx) TO ME-Colloquio
           MOVE RT-Bonus(Risultati-Idx) TO ME-Bonus
           MOVE RT-Voto(Risultati-Idx) TO ME-Voto
           MOVE RT-Lode(Risultati-Idx) TO ME-Lode
           IF RT-Voto(Risultati-Idx) >= SOGLIA-DIPLOMA
               MOVE "D" TO ME-Esito
               ADD 1 TO Diplomati-Cont
           ELSE
               MOVE "N" TO ME-Esito
           END-IF
           IF RT-Lode(Risultati-Idx) = "S"
               ADD 1 TO Lodi-Cont
           END-IF
           MOVE "N" TO Candidato-Valido
           IF FS-Studenti = "00"
               MOVE RT-ID-Studente(Risultati-Idx) TO ST-ID
               READ Studenti
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO Candidato-Valido
                       MOVE ST-Cognome(1:30) TO ME-Cognome
                       MOVE ST-Nome(1:30) TO ME-Nome
               END-READ
           END-IF
           IF Candidato-Valido NOT = "Y"
               ADD 1 TO Senza-Anagrafica
           END-IF
           WRITE FileOut-Esame
           ADD 1 TO Righe-Esportate
           ADD RT-Voto(Risultati-Idx) TO Somma-Voti.

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

       END PROGRAM EsameStato.
