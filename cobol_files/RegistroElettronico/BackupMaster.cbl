      *verifica contro il file vivo e, dopo una corruzione, ricarica
      *l'archivio da zero - lo stesso schema scarico/ricarico usato
      *una tantum da ConvertiArchivio, reso di routine e sicuro.
      *Durante ogni scarico, verifica o ricostruzione resta aperta la
      *finestra di manutenzione degli archivi (MANUTENZIONE.DAT, vedi
      *FinestraManutenzione) e gli altri programmi non partono; con
      *la finestra di un altro lavoro aperta l'operazione non parte,
      *un segnale scaduto si sostituisce con traccia in AUDIT.LOG.
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
           SELECT FileArchivio ASSIGN TO 'ARCHIVIO-STORICO.IDX'
               ORGANIZATION IS INDEXED
           SELECT FileImmagine ASSIGN TO Immagine-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileImmagine.
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
       FD  FileArchivio.
       01  FileArchivio-Record.
           05  FA-Chiave.
           05  FA-Classe PIC X(4).
           05  FA-Media PIC 99V99.
           05  FA-Esito PIC X(9).
           05  FA-Voto-Diploma PIC 9(3).
           05  FA-Lode PIC X(1).
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
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
       FD  FileImmagine.
       01  FileImmagine-Record.
           05  IM-Tipo PIC X(1).
           05  IM-Dati PIC X(200).
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

       01  FS-MaterieMaster PIC XX VALUE SPACES.
       01  FS-FileImmagine PIC XX VALUE SPACES.
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
      *Finestra aperta da questo lavoro (da chiudere alla fine) o
      *ereditata dalla catena di fine giornata che lo ha lanciato
       01  Manutenzione-Propria PIC X VALUE "N".
       01  Manut-Passo-Catena PIC X VALUE "N".
       01  Manut-Copia PIC X(111) VALUE SPACES.
       01  Manut-Chiave-Propria PIC X(16) VALUE SPACES.
      *Durata prevista del lavoro in minuti, per la fine prevista
       01  Manut-Durata-Minuti PIC 9(4) VALUE 60.
       01  Manut-Minuti PIC 9(5) VALUE 0.
       01  Manut-Motivo PIC X(40) VALUE SPACES.
       01  Manut-Operatore PIC X(10) VALUE SPACES.
       01  Manut-Giorno-Dopo PIC 9(8) VALUE 0.
       01  MG-Anno PIC 9(4) VALUE 0.
       01  MG-Mese PIC 99 VALUE 0.
       01  MG-Giorno PIC 99 VALUE 0.
       01  MG-Ultimo-Giorno PIC 99 VALUE 0.
       01  MG-Quoziente PIC 9(4) VALUE 0.
       01  MG-Resto PIC 9(4) VALUE 0.
       01  MG-Giorni-Dati.
           05  FILLER PIC X(24)
               VALUE "312831303130313130313031".
       01  MG-Giorni-Tab REDEFINES MG-Giorni-Dati.
           05  MG-Giorni-Mese OCCURS 12 TIMES PIC 99.
       01  Immagine-Filename PIC X(30) VALUE SPACES.
       01  Scelta-Archivio PIC 9 VALUE 0.
       01  Scelta-Operazione PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           DISPLAY "Sigla operatore: "
           ACCEPT Manut-Operatore
           PERFORM UNTIL Continua-Menu NOT = "Y"
               DISPLAY " "
               DISPLAY "COPIA FREDDA ARCHIVI INDICIZZATI"
                   DISPLAY "3: Ricostruzione dall'immagine"
                   DISPLAY "Operazione: "
                   ACCEPT Scelta-Operazione
      *Finestra di manutenzione aperta per la sola operazione
                   MOVE SPACES TO Manut-Motivo
                   EVALUATE Scelta-Operazione
                       WHEN 1
                           STRING "Copia fredda, scarico di "
                               DELIMITED BY SIZE
                               Nome-Archivio DELIMITED BY SPACE
                               INTO Manut-Motivo
                       WHEN 2
                           STRING "Copia fredda, verifica di "
                               DELIMITED BY SIZE
                               Nome-Archivio DELIMITED BY SPACE
                               INTO Manut-Motivo
                       WHEN 3
                           STRING "Copia fredda, ricostruzione di "
                               DELIMITED BY SIZE
                               Nome-Archivio DELIMITED BY SPACE
                               INTO Manut-Motivo
                       WHEN OTHER CONTINUE
                   END-EVALUATE
                   IF Manut-Motivo NOT = SPACES
                       PERFORM 8980-APRI-MANUTENZIONE
                   END-IF
                   EVALUATE Scelta-Operazione
                       WHEN 1 PERFORM 1000-SCARICO
                       WHEN 2 PERFORM 2000-VERIFICA
                       WHEN 3 PERFORM 3000-RICOSTRUZIONE
                       WHEN OTHER CONTINUE
                   END-EVALUATE
                   PERFORM 8990-CHIUDI-MANUTENZIONE
               END-IF
           END-PERFORM
           STOP RUN.
                   END-WRITE
               WHEN 2
                   MOVE IM-Dati TO FileVoti-Record
                   MOVE VT-Classe TO VT-CC-Classe
                   MOVE VT-Periodo TO VT-CC-Periodo
                   MOVE VT-Materia TO VT-CC-Materia
                   WRITE FileVoti-Record
                       INVALID KEY
                           DISPLAY "Record voti non ricaricato"
               WHEN 6 CLOSE MaterieMaster
           END-EVALUATE.

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

      *Paragrafo 8965-LEGGI-MANUTENZIONE: lo stato della finestra da
      *MANUTENZIONE.DAT; oltre la fine prevista il segnale e' scaduto
      *(il lavoro che l'ha aperta si e' probabilmente interrotto).
      *I passi lanciati dalla catena di fine giornata ereditano la
      *chiave della sua finestra e lavorano dentro di essa
       8965-LEGGI-MANUTENZIONE.
           MOVE "N" TO Manutenzione-Attiva
           MOVE "N" TO Manutenzione-Scaduta
           MOVE "N" TO Manut-Passo-Catena
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
                   MOVE "S" TO Manut-Passo-Catena
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

      *Paragrafo 8980-APRI-MANUTENZIONE: apre la finestra di
      *manutenzione prima di toccare gli archivi. Con la finestra di
      *un altro lavoro ancora aperta si rifiuta; un segnale scaduto
      *(lavoro interrotto) si sostituisce e resta traccia in
      *AUDIT.LOG; come passo della catena di fine giornata si lavora
      *nella finestra della catena
       8980-APRI-MANUTENZIONE.
           MOVE "N" TO Manutenzione-Propria
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manut-Passo-Catena = "S"
               DISPLAY "Passo della catena di fine giornata: si "
                   "lavora nella sua finestra di manutenzione"
           ELSE IF Manutenzione-Attiva = "S"
                   AND Manutenzione-Scaduta NOT = "S"
               PERFORM 8970-MOSTRA-MANUTENZIONE
               DISPLAY "Un altro lavoro sugli archivi e' in corso: "
                   "avvio rifiutato"
               STOP RUN
           ELSE
               IF Manutenzione-Attiva = "S"
                   PERFORM 8970-MOSTRA-MANUTENZIONE
                   DISPLAY "Il segnale scaduto viene sostituito"
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Segnale scaduto di " DELIMITED BY SIZE
                       MN-Programma DELIMITED BY SPACE
                       " sostituito" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
               IF Manut-Operatore = SPACES
                   MOVE "SISTEMA" TO Manut-Operatore
               END-IF
               ACCEPT Manut-Data FROM DATE YYYYMMDD
               ACCEPT Manut-Ora FROM TIME
               MOVE SPACES TO FileManutenzione-Record
               MOVE "A" TO MN-Stato
               MOVE "BackupMaster" TO MN-Programma
               MOVE Manut-Operatore TO MN-Operatore
               MOVE Manut-Motivo TO MN-Motivo
               MOVE Manut-Data TO MN-Data-Inizio
               MOVE Manut-HHMM TO MN-Ora-Inizio
               PERFORM 8985-CALCOLA-FINE
               MOVE Manut-Data TO Manut-Chiave-Propria(1:8)
               MOVE Manut-Ora TO Manut-Chiave-Propria(9:8)
               MOVE Manut-Chiave-Propria TO MN-Chiave
               MOVE FileManutenzione-Record TO Manut-Copia
               OPEN OUTPUT FileManutenzione
               WRITE FileManutenzione-Record
               CLOSE FileManutenzione
               MOVE "S" TO Manutenzione-Propria
               MOVE SPACES TO Audit-Descrizione
               STRING "Inizio manutenzione " DELIMITED BY SIZE
                   MN-Programma DELIMITED BY SPACE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF
           END-IF.

      *Paragrafo 8985-CALCOLA-FINE: la fine prevista della finestra,
      *Manut-Durata-Minuti dopo l'inizio, anche a cavallo della
      *mezzanotte
       8985-CALCOLA-FINE.
           DIVIDE Manut-HHMM BY 100
               GIVING MG-Quoziente REMAINDER MG-Resto
           COMPUTE Manut-Minuti = MG-Quoziente * 60 + MG-Resto
               + Manut-Durata-Minuti
           MOVE Manut-Data TO Manut-Giorno-Dopo
           PERFORM UNTIL Manut-Minuti < 1440
               SUBTRACT 1440 FROM Manut-Minuti
               PERFORM 8986-GIORNO-SUCCESSIVO
           END-PERFORM
           DIVIDE Manut-Minuti BY 60
               GIVING MG-Quoziente REMAINDER MG-Resto
           MOVE Manut-Giorno-Dopo TO MN-Data-Fine
           COMPUTE MN-Ora-Fine = MG-Quoziente * 100 + MG-Resto.

      *Paragrafo 8986-GIORNO-SUCCESSIVO: avanza Manut-Giorno-Dopo di
      *un giorno di calendario civile, con il febbraio bisestile come
      *in Conservazione
       8986-GIORNO-SUCCESSIVO.
           MOVE Manut-Giorno-Dopo(1:4) TO MG-Anno
           MOVE Manut-Giorno-Dopo(5:2) TO MG-Mese
           MOVE Manut-Giorno-Dopo(7:2) TO MG-Giorno
           IF MG-Mese >= 1 AND MG-Mese <= 12
               MOVE MG-Giorni-Mese(MG-Mese) TO MG-Ultimo-Giorno
           ELSE
               MOVE 31 TO MG-Ultimo-Giorno
           END-IF
           IF MG-Mese = 2
               DIVIDE MG-Anno BY 4
                   GIVING MG-Quoziente REMAINDER MG-Resto
               IF MG-Resto = 0
                   DIVIDE MG-Anno BY 100
                       GIVING MG-Quoziente REMAINDER MG-Resto
                   IF MG-Resto NOT = 0
                       MOVE 29 TO MG-Ultimo-Giorno
                   ELSE
                       DIVIDE MG-Anno BY 400
                           GIVING MG-Quoziente REMAINDER MG-Resto
                       IF MG-Resto = 0
                           MOVE 29 TO MG-Ultimo-Giorno
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF MG-Giorno < MG-Ultimo-Giorno
               ADD 1 TO MG-Giorno
           ELSE
               MOVE 1 TO MG-Giorno
               ADD 1 TO MG-Mese
               IF MG-Mese > 12
                   MOVE 1 TO MG-Mese
                   ADD 1 TO MG-Anno
               END-IF
           END-IF
           COMPUTE Manut-Giorno-Dopo = MG-Anno * 10000
               + MG-Mese * 100 + MG-Giorno.

      *Paragrafo 8990-CHIUDI-MANUTENZIONE: a lavoro finito la
      *finestra aperta da questo programma si chiude (stato C: la
      *riga resta come traccia dell'ultimo lavoro); quella ereditata
      *dalla catena la chiude la catena
       8990-CHIUDI-MANUTENZIONE.
           IF Manutenzione-Propria = "S"
               MOVE Manut-Copia TO FileManutenzione-Record
               MOVE "C" TO MN-Stato
               OPEN OUTPUT FileManutenzione
               WRITE FileManutenzione-Record
               CLOSE FileManutenzione
               MOVE "N" TO Manutenzione-Propria
               MOVE SPACES TO Audit-Descrizione
               STRING "Fine manutenzione " DELIMITED BY SIZE
                   MN-Programma DELIMITED BY SPACE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *descrizione ad AUDIT.LOG
       9000-SCRIVI-AUDIT.
