       IDENTIFICATION DIVISION.
       PROGRAM-ID. RicalcolaMedie.

      *Ricostruzione e confronto di MEDIE.DAT: la media pesata di
      *materia era ricalcolata dai voti grezzi in ogni programma che
      *la mostrava, e i conti non sempre tornavano. Ora chi scrive
      *VOTI.DAT tiene in linea anche la riga di MEDIE.DAT dello
      *studente, periodo e materia toccati, e chi legge le medie le
      *prende da li'. Questo passo della catena di fine giornata (una
      *riga in CATENA.DAT) ricalcola ogni riga da tutto VOTI.DAT con
      *gli stessi pesi per classe di PESI.DAT e la confronta con
      *quella registrata: righe mancanti, diverse o rimaste senza
      *voti vengono elencate in RICALCOLO-MEDIE.txt e rimesse in
      *linea, cosi' anche le vie che non aggiornano MEDIE.DAT
      *(unificazioni, ripristini, scorporo d'anno, conversioni) si
      *riallineano entro la notte.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

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
           SELECT FileOut ASSIGN TO 'RICALCOLO-MEDIE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.

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
       FD  FileOut.
       01  FileOut-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-FileMedie PIC XX VALUE SPACES.
       01  FS-FilePesi PIC XX VALUE SPACES.
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
       01  FS-FileOut PIC XX VALUE SPACES.
       01  Fine-Scan PIC X VALUE "N".
       01  Fine-Medie PIC X VALUE "N".
      *Gruppo di chiavi in corso nel giro su VOTI.DAT
       01  Gruppo-Aperto PIC X VALUE "N".
       01  Righe-Calcolate PIC 9(6) VALUE 0.
       01  Righe-Mancanti PIC 9(6) VALUE 0.
       01  Righe-Diverse PIC 9(6) VALUE 0.
       01  Righe-Orfane PIC 9(6) VALUE 0.
       01  Righe-Differenze PIC 9(6) VALUE 0.
       01  Motivo-Differenza PIC X(8) VALUE SPACES.
       01  Media-File PIC 99V9 VALUE 0.
       01  Voti-File PIC 999 VALUE 0.
       01  Matricola-for PIC 9(6).
       01  Media-for PIC Z9.9.
       01  Media-for-2 PIC Z9.9.
       01  Voti-for PIC ZZ9.
       01  Voti-for-2 PIC ZZ9.
       01  Conta-for PIC ZZZZZ9.
       01  riga PIC X(80).
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
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           OPEN INPUT FileVoti
           IF FS-FileVoti NOT = "00"
               DISPLAY "VOTI.DAT non presente: medie non ricalcolate"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O FileMedie
           IF FS-FileMedie NOT = "00"
               OPEN OUTPUT FileMedie
               CLOSE FileMedie
               OPEN I-O FileMedie
           END-IF
           IF FS-FileMedie NOT = "00"
               DISPLAY "MEDIE.DAT non aggiornabile (stato "
                   FS-FileMedie ")"
               MOVE "Ricalcolo medie interrotto: MEDIE.DAT"
                   TO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
               CLOSE FileVoti
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT MR-Data-Oggi FROM DATE YYYYMMDD
           OPEN OUTPUT FileOut
           MOVE "Ricalcolo di MEDIE.DAT da VOTI.DAT" TO FileOut-Record
           WRITE FileOut-Record
           PERFORM 1000-RICALCOLA
           PERFORM 3000-TOGLI-ORFANE
           COMPUTE Righe-Differenze = Righe-Mancanti + Righe-Diverse
               + Righe-Orfane
           IF Righe-Differenze = 0
               MOVE "Nessuna differenza: MEDIE.DAT e' in linea"
                   TO FileOut-Record
               WRITE FileOut-Record
           END-IF
           CLOSE FileOut
           CLOSE FileMedie
           CLOSE FileVoti
           DISPLAY "Righe ricalcolate : " Righe-Calcolate
           DISPLAY "Righe mancanti    : " Righe-Mancanti
           DISPLAY "Righe diverse     : " Righe-Diverse
           DISPLAY "Righe senza voti  : " Righe-Orfane
           DISPLAY "Dettaglio in RICALCOLO-MEDIE.txt"
           MOVE Righe-Differenze TO Conta-for
           MOVE SPACES TO Audit-Descrizione
           STRING "Ricalcolo medie: " DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               " differenze" DELIMITED BY SIZE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT
           STOP RUN.

      *Paragrafo 1000-RICALCOLA: un giro su tutto VOTI.DAT; la chiave
      *arriva gia' raggruppata per studente, periodo e materia, e a
      *ogni rottura il gruppo chiuso si confronta con MEDIE.DAT
       1000-RICALCOLA.
           MOVE "N" TO Gruppo-Aperto
           MOVE LOW-VALUES TO VT-Chiave
           MOVE "N" TO Fine-Scan
           START FileVoti KEY IS NOT LESS THAN VT-Chiave
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileVoti NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF Gruppo-Aperto = "Y"
                           IF VT-ID-Studente NOT = MR-ID-Studente
                                   OR VT-Periodo NOT = MR-Periodo
                                   OR VT-Materia NOT = MR-Materia
                               PERFORM 2000-CHIUDI-GRUPPO
                               MOVE "N" TO Gruppo-Aperto
                           END-IF
                       END-IF
                       IF Gruppo-Aperto NOT = "Y"
                           MOVE VT-ID-Studente TO MR-ID-Studente
                           MOVE VT-Periodo TO MR-Periodo
                           MOVE VT-Materia TO MR-Materia
                           INITIALIZE MR-Valori
                           MOVE "Y" TO Gruppo-Aperto
                       END-IF
                       PERFORM 9810-ACCUMULA-MEDIA
               END-READ
           END-PERFORM
           IF Gruppo-Aperto = "Y"
               PERFORM 2000-CHIUDI-GRUPPO
           END-IF.

      *Paragrafo 2000-CHIUDI-GRUPPO: la riga ricalcolata contro quella
      *di MEDIE.DAT; mancante si scrive, diversa si riscrive, e in
      *entrambi i casi finisce nell'elenco. Un gruppo di soli giudizi
      *non ha media e non ha riga
       2000-CHIUDI-GRUPPO.
           PERFORM 9820-CALCOLA-MEDIA
           IF MR-Cont-Voti > 0
               ADD 1 TO Righe-Calcolate
               MOVE MR-ID-Studente TO ME-ID-Studente
               MOVE MR-Periodo TO ME-Periodo
               MOVE MR-Materia TO ME-Materia
               READ FileMedie
                   INVALID KEY
                       ADD 1 TO Righe-Mancanti
                       MOVE 0 TO Media-File
                       MOVE 0 TO Voti-File
                       MOVE "MANCANTE" TO Motivo-Differenza
                       PERFORM 2100-ELENCA-DIFFERENZA
                       MOVE MR-Classe TO ME-Classe
                       MOVE MR-Valori TO ME-Valori
                       MOVE MR-Data-Oggi TO ME-Data-Calcolo
                       WRITE FileMedie-Record
                           INVALID KEY
                               DISPLAY "Riga non scritta: "
                                   MR-ID-Studente " " MR-Materia
                       END-WRITE
                   NOT INVALID KEY
                       IF ME-Classe NOT = MR-Classe
                               OR ME-Valori NOT = MR-Valori
                           ADD 1 TO Righe-Diverse
                           MOVE ME-Media-Pesata TO Media-File
                           MOVE ME-Cont-Voti TO Voti-File
                           MOVE "DIVERSA" TO Motivo-Differenza
                           PERFORM 2100-ELENCA-DIFFERENZA
                           MOVE MR-Classe TO ME-Classe
                           MOVE MR-Valori TO ME-Valori
                           MOVE MR-Data-Oggi TO ME-Data-Calcolo
                           REWRITE FileMedie-Record
                               INVALID KEY
                                   DISPLAY "Riga non riscritta: "
                                       MR-ID-Studente " " MR-Materia
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

      *Paragrafo 2100-ELENCA-DIFFERENZA: una riga dell'elenco con il
      *motivo, la chiave e media e numero di voti
      *registrati contro quelli ricalcolati
       2100-ELENCA-DIFFERENZA.
           MOVE MR-ID-Studente TO Matricola-for
           MOVE Media-File TO Media-for
           MOVE MR-Media-Pesata TO Media-for-2
           MOVE Voti-File TO Voti-for
           MOVE MR-Cont-Voti TO Voti-for-2
           MOVE SPACES TO riga
           STRING Motivo-Differenza DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Matricola-for DELIMITED BY SIZE
               " P" DELIMITED BY SIZE
               MR-Periodo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MR-Materia DELIMITED BY SIZE
               " media " DELIMITED BY SIZE
               Media-for DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               Media-for-2 DELIMITED BY SIZE
               " voti " DELIMITED BY SIZE
               Voti-for DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               Voti-for-2 DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 3000-TOGLI-ORFANE: un giro su MEDIE.DAT per le
      *righe il cui gruppo di VOTI.DAT non ha piu' voti (cancellati,
      *scorporati, spostati di matricola): si elencano e si tolgono
       3000-TOGLI-ORFANE.
           MOVE LOW-VALUES TO ME-Chiave
           MOVE "N" TO Fine-Medie
           START FileMedie KEY IS NOT LESS THAN ME-Chiave
               INVALID KEY MOVE "S" TO Fine-Medie
           END-START
           PERFORM UNTIL Fine-Medie = "S"
               READ FileMedie NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Medie
                   NOT AT END
                       PERFORM 3100-CONTROLLA-RIGA
               END-READ
           END-PERFORM.

      *Paragrafo 3100-CONTROLLA-RIGA: conta i voti (giudizi esclusi)
      *del gruppo della riga corrente; nessuno, la riga e' orfana
       3100-CONTROLLA-RIGA.
           MOVE ME-ID-Studente TO MR-ID-Studente
           MOVE ME-Periodo TO MR-Periodo
           MOVE ME-Materia TO MR-Materia
           INITIALIZE MR-Valori
           MOVE ME-ID-Studente TO VT-ID-Studente
           MOVE ME-Periodo TO VT-Periodo
           MOVE ME-Materia TO VT-Materia
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
                       IF VT-ID-Studente = MR-ID-Studente
                               AND VT-Periodo = MR-Periodo
                               AND VT-Materia = MR-Materia
                           PERFORM 9810-ACCUMULA-MEDIA
                       ELSE
                           MOVE "S" TO Fine-Scan
                       END-IF
               END-READ
           END-PERFORM
           IF MR-Cont-Voti = 0
               ADD 1 TO Righe-Orfane
               MOVE ME-Media-Pesata TO Media-File
               MOVE ME-Cont-Voti TO Voti-File
               MOVE "ORFANA" TO Motivo-Differenza
               PERFORM 2100-ELENCA-DIFFERENZA
               DELETE FileMedie
                   INVALID KEY
                       DISPLAY "Riga non tolta: " ME-ID-Studente
                           " " ME-Materia
               END-DELETE
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

       END PROGRAM RicalcolaMedie.
