      *front-office: "qual e' la situazione di mio figlio?" oggi
      *richiede quattro report diversi. Qui si cerca per matricola o
      *per cognome (la chiave alternativa ST-Cognome) e si sfoglia a
      *pagine: medie per materia dell'anno da MEDIE.DAT,
      *assenze da ASSENZE.DAT (con ritardi/uscite), debiti aperti da
      *DEBITI.DAT, recuperi pendenti da RECUPERI.DAT e l'ultimo
      *esito di scrutinio. Nessuna scrittura da nessuna parte:
      *proprio per questo e' il primo programma aperto anche al
      *ruolo L di sola lettura di OPERATORI.DAT, finora escluso da
      *tutto. Un conto collegato a un docente vede solo gli studenti
      *delle classi del suo ambito (cattedre in corso, supplenze
      *attive, classe coordinata) e, nella pagina delle medie, solo
      *le materie che vi insegna; i tentativi fuori ambito vanno in
      *AUDIT.LOG.
      *Le ore di attivita' fuori sede (uscite didattiche) non
      *entrano nel totale delle assenze.
      *All'accesso con conto individuale si mostrano le circolari
      *non ancora lette dall'operatore (Circolari), con conferma
      *della presa visione prima di continuare.
      *A richiesta, in coda alla scheda, i singoli voti dell'anno
      *con la data della prova e la loro provenienza (quando sono
      *stati registrati, da chi e da quale canale): la risposta
      *alle famiglie che segnalano voti comparsi in ritardo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte, salvo deroga di un amministratore tracciata in AUDIT.LOG.
      *Il coordinatore che vede tutta la classe e' il docente con
      *l'incarico COOR in corso in INCARICHI.DAT (Incarichi); la
      *sigla in CL-Coordinatore vale solo per le classi senza
      *incarico.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Medie di materia gia' calcolate, tenute in linea da chi
      *scrive VOTI.DAT (e ricostruite ogni notte da RicalcolaMedie)
           SELECT FileMedie ASSIGN TO 'MEDIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-Chiave
               FILE STATUS IS FS-FileMedie.
      *Eventi di assenza indicizzati per matricola+data+progressivo
      *(conversione una tantum in ConvertiAssenze): gli eventi di
      *uno studente sono una lettura diretta per chiave
           SELECT FileScrutini ASSIGN TO 'SCRUTINI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileScrutini.
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
      *Registro delle cattedre e supplenze: l'ambito di un conto
      *collegato a un docente
           SELECT FileCattedre ASSIGN TO 'CATTEDRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCattedre.
           SELECT FileSupplenze ASSIGN TO 'SUPPLENZE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSupplenze.
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
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
      *Voti singoli dello studente, per la pagina della
      *provenienza (chi ha registrato ogni voto, quando, da dove)
           SELECT FileVoti ASSIGN TO 'VOTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-Chiave
               ALTERNATE RECORD KEY IS VT-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVoti.
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
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
               88  ST-Esterno-Si VALUE "E".
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
       FD  FileAssenze.
       01  FileAssenze-Record.
           05  AS-Chiave.
               10  AS-Progressivo PIC 9(2).
           05  AS-Ore PIC 99.
           05  AS-Giustificata PIC X(1).
               88  AS-Fuori-Sede VALUE "F".
       FD  FileRitardi.
       01  FileRitardi-Record.
           05  RT-ID-Studente PIC 9(6).
           05  SCR-Esito PIC X(9).
           05  SCR-Motivo PIC X(30).
           05  SCR-Data PIC 9(8).
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
       FD  FileCattedre.
       01  FileCattedre-Record.
           05  CT-Docente PIC X(10).
           05  CT-Classe PIC X(4).
           05  CT-Materia PIC X(20).
           05  CT-Dal PIC 9(8).
           05  CT-Al PIC 9(8).
           05  CT-Ore PIC 99.
       FD  FileSupplenze.
       01  FileSupplenze-Record.
           05  SU-Assente PIC X(10).
           05  SU-Supplente PIC X(10).
           05  SU-Materia PIC X(20).
           05  SU-Classe PIC X(4).
           05  SU-Inizio PIC 9(8).
           05  SU-Fine PIC 9(8).
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
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

       WORKING-STORAGE SECTION.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileMedie PIC XX VALUE SPACES.
       01  FS-FileAssenze PIC XX VALUE SPACES.
       01  FS-FileRitardi PIC XX VALUE SPACES.
       01  FS-FileDebiti PIC XX VALUE SPACES.
       01  FS-FileRecuperi PIC XX VALUE SPACES.
       01  FS-FileScrutini PIC XX VALUE SPACES.
       01  FS-FileOperatori PIC XX VALUE SPACES.
      *Circolari non ancora lette dall'operatore
       01  FS-FileCircolari PIC XX VALUE SPACES.
       01  FS-FileVisioni PIC XX VALUE SPACES.
       01  Fine-Visioni PIC X VALUE "N".
       01  Conferma-Visione PIC X VALUE SPACE.
       01  Circolare-Riga-Idx PIC 99 VALUE 0.
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
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
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
       01  Continua-Ricerche PIC X VALUE "S".
       01  Scelta-Ricerca PIC X VALUE SPACE.
       01  ID-Studente PIC 9(6) VALUE 0.
       01  Password-Inserita PIC X(20) VALUE SPACES.
       01  Tentativi-Accesso PIC 9 VALUE 0.
       01  Fine-Operatori PIC X VALUE "N".
       01  FS-FileCattedre PIC XX VALUE SPACES.
       01  FS-FileSupplenze PIC XX VALUE SPACES.
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
       01  Materie-Nascoste PIC 999 VALUE 0.
      *Medie per materia
       01  media-for PIC Z9.9.
       01  Voti-for PIC ZZ9.
      *Assenze e sezioni successive
       01  Ore-Assenze PIC 9(4) VALUE 0.
       01  Ore-Non-Giust PIC 9(4) VALUE 0.
       01  Voci-Sezione PIC 999 VALUE 0.
       01  Esito-Ultimo PIC X(9) VALUE SPACES.
       01  Esito-Data PIC 9(8) VALUE 0.
      *Pagina della provenienza dei voti, solo a richiesta
       01  Mostra-Provenienza PIC X VALUE "N".
       01  Voti-Pagina PIC 99 VALUE 0.
       01  Voti-Nascosti PIC 999 VALUE 0.
       01  Voto-for PIC Z9.99.
       01  Voto-Stampa PIC X(5) VALUE SPACES.
       01  Data-Testo PIC 9(8) VALUE 0.
       01  Data-Ed PIC X(10) VALUE SPACES.
       01  Data-Prova-Ed PIC X(10) VALUE SPACES.
       01  Ora-Testo PIC 9(8) VALUE 0.
       01  Ora-Ed PIC X(5) VALUE SPACES.
       01  Riga-Voto PIC X(80) VALUE SPACES.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8000-CONTROLLA-ACCESSO
           IF Operatori-Presenti = "Y"
                   AND Operatore-Autenticato NOT = "Y"
               DISPLAY "Accesso negato"
               STOP RUN
           END-IF
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 8100-CARICA-AMBITO
           PERFORM 9700-CARICA-CATALOGO
           PERFORM UNTIL Continua-Ricerche NOT = "S"
                   AND Continua-Ricerche NOT = "s"
               PERFORM 1000-CERCA-STUDENTE
           STOP RUN.

      *Paragrafo 1000-CERCA-STUDENTE: per matricola o per cognome
      *sulla chiave alternativa, come 4000-CERCA di StudentiMaster;
      *uno studente fuori dall'ambito del conto non si apre
       1000-CERCA-STUDENTE.
           MOVE "N" TO Studente-Trovato
           OPEN INPUT Studenti
                           MOVE "Y" TO Studente-Trovato
                   END-READ
               END-IF
               IF Studente-Trovato-Si
                   MOVE ST-Classe TO Ambito-Classe
                   MOVE SPACES TO Ambito-Materia
                   PERFORM 8200-CONTROLLA-AMBITO
                   IF Ambito-Esito NOT = "Y"
                       PERFORM 8300-NEGA-AMBITO
                       MOVE "N" TO Studente-Trovato
                   END-IF
               END-IF
               CLOSE Studenti
           END-IF.

           PERFORM 2400-PAGINA-RECUPERI
           DISPLAY "-- invio per l'ultimo scrutinio --"
           ACCEPT Invio
           PERFORM 2500-PAGINA-SCRUTINIO
           DISPLAY "Mostrare i singoli voti con chi li ha registrati "
               "e quando? (S/N): "
           ACCEPT Mostra-Provenienza
           IF Mostra-Provenienza = "S" OR Mostra-Provenienza = "s"
               PERFORM 2600-PAGINA-PROVENIENZA
           END-IF.

      *Paragrafo 2100-PAGINA-MEDIE: medie pesate per periodo e
      *materia dalle righe dello studente in MEDIE.DAT, le stesse del
      *registro e del prospetto di ScrutinioConsiglio
       2100-PAGINA-MEDIE.
           DISPLAY "Medie per materia (anno in corso):"
           MOVE 0 TO Voci-Sezione
           MOVE 0 TO Materie-Nascoste
           OPEN INPUT FileMedie
           IF FS-FileMedie = "00"
               MOVE ID-Studente TO ME-ID-Studente
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
                           IF ME-ID-Studente = ID-Studente
                               PERFORM 2150-RIGA-MATERIA
                           ELSE
                               MOVE "S" TO Fine-Scan
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileMedie
           END-IF
           IF Voci-Sezione = 0 AND Materie-Nascoste = 0
               DISPLAY "  nessun voto registrato"
           END-IF
           IF Materie-Nascoste > 0
               DISPLAY "  (" Materie-Nascoste " righe di materie "
                   "fuori dal proprio ambito non mostrate)"
           END-IF.

      *Paragrafo 2150-RIGA-MATERIA: periodo, materia, media pesata
      *e numero di voti della riga corrente, se la materia e'
      *nell'ambito del conto
       2150-RIGA-MATERIA.
           MOVE ST-Classe TO Ambito-Classe
           MOVE ME-Materia TO Ambito-Materia
           PERFORM 8200-CONTROLLA-AMBITO
           IF Ambito-Esito NOT = "Y"
               ADD 1 TO Materie-Nascoste
           ELSE
               PERFORM 2160-MOSTRA-MATERIA
           END-IF.

      *Paragrafo 2160-MOSTRA-MATERIA: la riga della materia a video
       2160-MOSTRA-MATERIA.
           ADD 1 TO Voci-Sezione
           MOVE ME-Media-Pesata TO media-for
           MOVE ME-Cont-Voti TO Voti-for
           MOVE ME-Materia TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           DISPLAY "  periodo " ME-Periodo " "
               Materia-Nome-Esteso(1:30) " media " media-for
               " su " Voti-for " voti".

      *Paragrafo 2200-PAGINA-ASSENZE: totali di assenze e
      *ritardi/uscite
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF AS-ID-Studente = ID-Studente
                               IF NOT AS-Fuori-Sede
                                   ADD AS-Ore TO Ore-Assenze
                               END-IF
                               IF AS-Giustificata = "N"
                                   ADD AS-Ore TO Ore-Non-Giust
                               END-IF
                           IF DB-ID-Studente = ID-Studente
                                   AND DB-Stato = "P"
                               ADD 1 TO Voci-Sezione
                               MOVE DB-Materia TO Materia-Codice
                               PERFORM 9720-CERCA-NOME-MATERIA
                               DISPLAY "  " Materia-Nome-Esteso(1:30)
                                   " (a.s. "
                                   DB-Anno-Scolastico ")"
                           END-IF
                   END-READ
                                   OR FR-Esito(1:14)
                                       = "Non recuperata")
                               ADD 1 TO Voci-Sezione
                               MOVE FR-Materia TO Materia-Codice
                               PERFORM 9720-CERCA-NOME-MATERIA
                               DISPLAY "  " Materia-Nome-Esteso(1:30)
                                   " "
                                   FR-Esito
                           END-IF
                   END-READ
                   Esito-Data ")"
           END-IF.

      *Paragrafo 2600-PAGINA-PROVENIENZA: i voti dell'anno in
      *corso da VOTI.DAT, ciascuno con la data della prova e la
      *provenienza (data e ora di registrazione, operatore,
      *canale), a pagine di 15; le materie fuori dall'ambito del
      *conto non si mostrano, come nella pagina delle medie
       2600-PAGINA-PROVENIENZA.
           DISPLAY "Voti registrati (prova -> registrazione):"
           MOVE 0 TO Voci-Sezione
           MOVE 0 TO Voti-Nascosti
           MOVE 0 TO Voti-Pagina
           OPEN INPUT FileVoti
           IF FS-FileVoti = "00"
               MOVE ID-Studente TO VT-ID-Studente
               MOVE 0 TO VT-Periodo
               MOVE SPACES TO VT-Materia
               MOVE 0 TO VT-Progressivo
               MOVE "N" TO Fine-Scan
               START FileVoti KEY IS NOT LESS THAN VT-Chiave
                   INVALID KEY MOVE "S" TO Fine-Scan
               END-START
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileVoti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF VT-ID-Studente = ID-Studente
                               PERFORM 2650-RIGA-VOTO
                           ELSE
                               MOVE "S" TO Fine-Scan
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileVoti
           END-IF
           IF Voci-Sezione = 0 AND Voti-Nascosti = 0
               DISPLAY "  nessun voto registrato"
           END-IF
           IF Voti-Nascosti > 0
               DISPLAY "  (" Voti-Nascosti " voti di materie "
                   "fuori dal proprio ambito non mostrati)"
           END-IF.

      *Paragrafo 2650-RIGA-VOTO: la riga del voto corrente, se la
      *materia e' nell'ambito del conto; provenienza "non nota"
      *per i voti registrati prima che la si annotasse
       2650-RIGA-VOTO.
           MOVE VT-Classe TO Ambito-Classe
           MOVE VT-Materia TO Ambito-Materia
           PERFORM 8200-CONTROLLA-AMBITO
           IF Ambito-Esito NOT = "Y"
               ADD 1 TO Voti-Nascosti
           ELSE
               ADD 1 TO Voci-Sezione
               IF Voti-Pagina >= 15
                   DISPLAY "-- invio per continuare --"
                   ACCEPT Invio
                   MOVE 0 TO Voti-Pagina
               END-IF
               ADD 1 TO Voti-Pagina
               MOVE VT-Voto TO Voto-for
               MOVE Voto-for TO Voto-Stampa
               IF VT-Notazione NOT = SPACES
                   MOVE VT-Notazione TO Voto-Stampa
               END-IF
               MOVE VT-Data-Voto TO Data-Testo
               PERFORM 2660-FORMATTA-DATA
               MOVE Data-Ed TO Data-Prova-Ed
               MOVE VT-Materia TO Materia-Codice
               PERFORM 9720-CERCA-NOME-MATERIA
               MOVE SPACES TO Riga-Voto
               IF VT-Data-Inserimento = 0 AND VT-Canale = SPACES
                   STRING "  " DELIMITED BY SIZE
                       Data-Prova-Ed DELIMITED BY SIZE
                       " P" DELIMITED BY SIZE
                       VT-Periodo DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Materia-Nome-Esteso(1:16) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Voto-Stampa DELIMITED BY SIZE
                       " -> provenienza non nota" DELIMITED BY SIZE
                       INTO Riga-Voto
               ELSE
                   MOVE VT-Data-Inserimento TO Data-Testo
                   PERFORM 2660-FORMATTA-DATA
                   MOVE SPACES TO Ora-Ed
                   IF VT-Ora-Inserimento NOT = 0
                       MOVE VT-Ora-Inserimento TO Ora-Testo
                       STRING Ora-Testo(1:2) DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           Ora-Testo(3:2) DELIMITED BY SIZE
                           INTO Ora-Ed
                   END-IF
                   STRING "  " DELIMITED BY SIZE
                       Data-Prova-Ed DELIMITED BY SIZE
                       " P" DELIMITED BY SIZE
                       VT-Periodo DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Materia-Nome-Esteso(1:16) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Voto-Stampa DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       Data-Ed DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Ora-Ed DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       VT-Operatore DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       VT-Canale DELIMITED BY SIZE
                       INTO Riga-Voto
               END-IF
               DISPLAY Riga-Voto
           END-IF.

      *Paragrafo 2660-FORMATTA-DATA: Data-Testo (AAAAMMGG) in
      *Data-Ed come gg/mm/aaaa
       2660-FORMATTA-DATA.
           MOVE SPACES TO Data-Ed
           STRING Data-Testo(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Testo(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Testo(1:4) DELIMITED BY SIZE
               INTO Data-Ed.

      *Paragrafo 8000-CONTROLLA-ACCESSO: credenziali su
      *OPERATORI.DAT; qui anche il ruolo L entra, la scheda e' in
      *sola lettura
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
               MOVE SPACES TO Audit-Descrizione
               STRING "Deroga manutenzione " DELIMITED BY SIZE
                   Operatore-ID DELIMITED BY SPACE
                   " SchedaStudente" DELIMITED BY SIZE
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

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
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

       END PROGRAM SchedaStudente.
