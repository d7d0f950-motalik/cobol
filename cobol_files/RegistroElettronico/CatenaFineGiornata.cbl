      *dal primo passo non completato invece di ripetere quelli
      *gia' riusciti - la stessa idea di ripresa che CARICO.CHK da'
      *gia' dentro un singolo programma, estesa all'intera catena.
      *Per tutta la catena resta aperta la finestra di manutenzione
      *degli archivi (MANUTENZIONE.DAT, vedi FinestraManutenzione) e
      *gli altri programmi non partono; i passi lanciati da qui ne
      *ereditano la chiave (variabile d'ambiente REGISTRO_CATENA) e
      *lavorano dentro la finestra. Con la finestra di un altro
      *lavoro aperta la catena non parte; un segnale scaduto, di un
      *lavoro interrotto, si sostituisce con traccia in AUDIT.LOG.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FileCheck ASSIGN TO 'CATENA.CHK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCheck.
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
           05  CK-Stato PIC X(1).
           05  CK-Data PIC 9(8).
           05  CK-Ora PIC 9(8).
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

       01  FS-FileCatena PIC XX VALUE SPACES.
       01  FS-FileCheck PIC XX VALUE SPACES.
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
       01  Manut-Durata-Minuti PIC 9(4) VALUE 120.
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
       01  Fine-File PIC X VALUE "N".
      *I passi della catena e i loro stati
       01  Passi-Tab.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 1000-CARICA-PASSI
           IF Passi-Cont = 0
               DISPLAY "CATENA.DAT vuoto o assente: nessun passo da "
                   STOP RUN
               END-IF
           END-IF
      *Finestra di manutenzione per tutta la catena: i passi la
      *ereditano attraverso la chiave in REGISTRO_CATENA
           MOVE "Catena di fine giornata" TO Manut-Motivo
           ACCEPT Manut-Operatore FROM ENVIRONMENT "USER"
           PERFORM 8980-APRI-MANUTENZIONE
           IF Manutenzione-Propria = "S"
               DISPLAY "REGISTRO_CATENA" UPON ENVIRONMENT-NAME
               DISPLAY Manut-Chiave-Propria UPON ENVIRONMENT-VALUE
           END-IF
      *Esecuzione: i passi gia' completati si saltano, il primo
      *passo fallito ferma la catena (si riprendera' da li')
           MOVE "N" TO Catena-Fermata
                   TO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF
           PERFORM 8990-CHIUDI-MANUTENZIONE
           STOP RUN.

      *Paragrafo 1000-CARICA-PASSI: la sequenza dei passi da
           END-PERFORM
           CLOSE FileCheck.

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
               MOVE "CatenaFineGiornata" TO MN-Programma
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
