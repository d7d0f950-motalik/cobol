       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinestraManutenzione.

      *Finestra di manutenzione degli archivi: mentre
      *CatenaFineGiornata, ChiusuraAnno, BackupMaster o ArchiviaVoti
      *lavorano sugli archivi interi nulla impediva di aprire una
      *sessione di RegistroElettronico o di lanciare CorreggiVoti, e
      *i blocchi per classe REGISTRO-<classe>.LCK non coprono i
      *lavori sull'intero file. Ora quei lavori aprono e chiudono la
      *finestra in MANUTENZIONE.DAT (una riga: stato, lavoro,
      *operatore, motivo, inizio e fine prevista) e ogni altro
      *programma, con la finestra aperta, mostra il messaggio e non
      *parte; un amministratore puo' avviarlo comunque e la deroga
      *resta in AUDIT.LOG. Oltre la fine prevista il segnale e'
      *scaduto: lo ha lasciato un lavoro interrotto, e lo si segnala
      *invece di bloccare in silenzio.
      *Questo programma, riservato all'amministratore, mostra lo
      *stato della finestra, la apre a mano per un lavoro fatto fuori
      *dai programmi (un ripristino da copia, un file ricostruito a
      *mano), ne proroga la fine prevista e la chiude, anche quando
      *il segnale e' rimasto aperto da un lavoro interrotto. Ogni
      *operazione e' tracciata in AUDIT.LOG.
      *All'accesso con conto individuale si mostrano le circolari
      *non ancora lette dall'operatore (Circolari), con conferma
      *della presa visione prima di continuare.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           05  OP-Password PIC X(20).
           05  OP-Ruolo PIC X(1).
           05  OP-Data-Password PIC X(8).
           05  OP-Tentativi PIC X(1).
           05  OP-Bloccato PIC X(1).
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
       01  FS-FileCircolari PIC XX VALUE SPACES.
       01  FS-FileVisioni PIC XX VALUE SPACES.
       01  FS-FileOperatori PIC XX VALUE SPACES.
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
       01  FS-FileAudit PIC XX VALUE SPACES.
      *Accesso: serve il ruolo di amministratore
       01  Fine-Visioni PIC X VALUE "N".
       01  Conferma-Visione PIC X VALUE SPACE.
       01  Circolare-Riga-Idx PIC 99 VALUE 0.
       01  Operatori-Presenti PIC X VALUE "N".
       01  Operatore-Ruolo PIC X VALUE "A".
       01  Operatore-Autenticato PIC X VALUE "N".
       01  Operatore-ID PIC X(10) VALUE SPACES.
       01  Sigla-Inserita PIC X(10) VALUE SPACES.
       01  Password-Inserita PIC X(20) VALUE SPACES.
       01  Tentativi-Accesso PIC 9 VALUE 0.
       01  Fine-Operatori PIC X VALUE "N".
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Risposta-Conferma PIC X VALUE SPACE.
      *Riga della finestra letta, conservata per la riscrittura
       01  Manut-Copia PIC X(111) VALUE SPACES.
       01  Manut-Durata-Minuti PIC 9(4) VALUE 0.
       01  Manut-Minuti PIC 9(5) VALUE 0.
       01  Manut-Motivo PIC X(40) VALUE SPACES.
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
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
      *La finestra si governa solo con il ruolo di amministratore
           PERFORM 8000-CONTROLLA-ACCESSO
           IF Operatori-Presenti = "Y"
               IF Operatore-Autenticato NOT = "Y"
                   DISPLAY "Accesso negato"
                   STOP RUN
               END-IF
               IF Operatore-Ruolo NOT = "A"
                   DISPLAY "Operazione riservata al ruolo di "
                       "amministratore"
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "Sigla operatore: "
               ACCEPT Operatore-ID
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 1000-MOSTRA-STATO
               DISPLAY " "
               DISPLAY "FINESTRA DI MANUTENZIONE DEGLI ARCHIVI"
               DISPLAY "1: Apri la finestra (lavoro a mano)"
               DISPLAY "2: Proroga la fine prevista"
               DISPLAY "3: Chiudi la finestra"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 2000-APRI-FINESTRA
                   WHEN 2 PERFORM 3000-PROROGA-FINESTRA
                   WHEN 3 PERFORM 4000-CHIUDI-FINESTRA
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *Paragrafo 1000-MOSTRA-STATO: la finestra aperta con il suo
      *messaggio, oppure l'ultimo lavoro che l'ha chiusa
       1000-MOSTRA-STATO.
           PERFORM 8965-LEGGI-MANUTENZIONE
           DISPLAY " "
           IF Manutenzione-Attiva = "S"
               PERFORM 8970-MOSTRA-MANUTENZIONE
           ELSE IF MN-Stato = "C"
               DISPLAY "Nessuna finestra aperta; l'ultima era di "
                   MN-Programma
               DISPLAY "Motivo          : " MN-Motivo
               DISPLAY "Iniziata il     : "
                   MN-Data-Inizio-Testo(7:2) "/"
                   MN-Data-Inizio-Testo(5:2) "/"
                   MN-Data-Inizio-Testo(1:4) " alle "
                   MN-Ora-Inizio-Testo(1:2) ":"
                   MN-Ora-Inizio-Testo(3:2)
           ELSE
               DISPLAY "Nessuna finestra di manutenzione aperta"
           END-IF
           END-IF.

      *Paragrafo 2000-APRI-FINESTRA: apre a mano la finestra per un
      *lavoro fatto fuori dai programmi; con una finestra ancora
      *valida si rifiuta, una scaduta si sostituisce con traccia
       2000-APRI-FINESTRA.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
                   AND Manutenzione-Scaduta NOT = "S"
               DISPLAY "Finestra gia' aperta da " MN-Programma
                   ": prorogarla o chiuderla"
           ELSE
               MOVE SPACES TO Manut-Motivo
               PERFORM UNTIL Manut-Motivo NOT = SPACES
                   DISPLAY "Motivo del lavoro: "
                   ACCEPT Manut-Motivo
               END-PERFORM
               MOVE 0 TO Manut-Durata-Minuti
               PERFORM UNTIL Manut-Durata-Minuti > 0
                   DISPLAY "Durata prevista in minuti: "
                   ACCEPT Manut-Durata-Minuti
               END-PERFORM
               DISPLAY "Aprire la finestra? Gli altri programmi non "
                   "partiranno fino alla chiusura (S/N): "
               ACCEPT Risposta-Conferma
               IF Risposta-Conferma = "S" OR Risposta-Conferma = "s"
                   IF Manutenzione-Attiva = "S"
                       MOVE SPACES TO Audit-Descrizione
                       STRING "Segnale scaduto di " DELIMITED BY SIZE
                           MN-Programma DELIMITED BY SPACE
                           " sostituito" DELIMITED BY SIZE
                           INTO Audit-Descrizione
                       PERFORM 9000-SCRIVI-AUDIT
                   END-IF
                   ACCEPT Manut-Data FROM DATE YYYYMMDD
                   ACCEPT Manut-Ora FROM TIME
                   MOVE SPACES TO FileManutenzione-Record
                   MOVE "A" TO MN-Stato
                   MOVE "FinestraManutenzione" TO MN-Programma
                   MOVE Operatore-ID TO MN-Operatore
                   MOVE Manut-Motivo TO MN-Motivo
                   MOVE Manut-Data TO MN-Data-Inizio
                   MOVE Manut-HHMM TO MN-Ora-Inizio
                   PERFORM 8985-CALCOLA-FINE
                   MOVE Manut-Data TO MN-Chiave(1:8)
                   MOVE Manut-Ora TO MN-Chiave(9:8)
                   PERFORM 5000-SCRIVI-FINESTRA
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Finestra aperta a mano: " DELIMITED BY SIZE
                       Manut-Motivo DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
                   DISPLAY "Finestra aperta"
               ELSE
                   DISPLAY "Apertura annullata"
               END-IF
           END-IF.

      *Paragrafo 3000-PROROGA-FINESTRA: sposta la fine prevista della
      *finestra aperta a un numero di minuti da adesso (un lavoro
      *lungo non deve sembrare interrotto)
       3000-PROROGA-FINESTRA.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF MN-Stato NOT = "A"
               DISPLAY "Nessuna finestra aperta da prorogare"
           ELSE
               MOVE 0 TO Manut-Durata-Minuti
               PERFORM UNTIL Manut-Durata-Minuti > 0
                   DISPLAY "Nuova fine prevista fra quanti minuti: "
                   ACCEPT Manut-Durata-Minuti
               END-PERFORM
               ACCEPT Manut-Data FROM DATE YYYYMMDD
               ACCEPT Manut-Ora FROM TIME
               PERFORM 8985-CALCOLA-FINE
               PERFORM 5000-SCRIVI-FINESTRA
               MOVE SPACES TO Audit-Descrizione
               STRING "Proroga manutenzione " DELIMITED BY SIZE
                   MN-Programma DELIMITED BY SPACE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
               DISPLAY "Nuova fine prevista: "
                   MN-Data-Fine-Testo(7:2) "/"
                   MN-Data-Fine-Testo(5:2) "/"
                   MN-Data-Fine-Testo(1:4) " alle "
                   MN-Ora-Fine-Testo(1:2) ":"
                   MN-Ora-Fine-Testo(3:2)
           END-IF.

      *Paragrafo 4000-CHIUDI-FINESTRA: chiude la finestra aperta;
      *prima della fine prevista il lavoro risulta ancora in corso e
      *si chiede una conferma esplicita
       4000-CHIUDI-FINESTRA.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF MN-Stato NOT = "A"
               DISPLAY "Nessuna finestra aperta da chiudere"
           ELSE
               MOVE "S" TO Risposta-Conferma
               IF Manutenzione-Scaduta NOT = "S"
                   DISPLAY "Il lavoro di " MN-Programma
                       " risulta ancora in corso"
                   DISPLAY "Chiudere comunque la finestra? (S/N): "
                   ACCEPT Risposta-Conferma
               END-IF
               IF Risposta-Conferma = "S" OR Risposta-Conferma = "s"
                   MOVE "C" TO MN-Stato
                   PERFORM 5000-SCRIVI-FINESTRA
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Chiusa a mano manutenzione "
                       DELIMITED BY SIZE
                       MN-Programma DELIMITED BY SPACE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
                   DISPLAY "Finestra chiusa"
               ELSE
                   DISPLAY "Chiusura annullata"
               END-IF
           END-IF.

      *Paragrafo 5000-SCRIVI-FINESTRA: riscrive MANUTENZIONE.DAT con
      *la riga corrente
       5000-SCRIVI-FINESTRA.
           MOVE FileManutenzione-Record TO Manut-Copia
           OPEN OUTPUT FileManutenzione
           MOVE Manut-Copia TO FileManutenzione-Record
           WRITE FileManutenzione-Record
           CLOSE FileManutenzione.


      *Paragrafo 8000-CONTROLLA-ACCESSO: con OPERATORI.DAT presente
      *chiede sigla e password individuali (tre tentativi) e ne
      *ricava il ruolo; senza il file l'accesso resta libero come in
      *passato e il ruolo vale amministratore
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

       END PROGRAM FinestraManutenzione.
