      *toccherebbero, salvo forzatura amministrativa tracciata.
      *Chiusure e riaperture sono riservate al ruolo di
      *amministratore e finiscono in AUDIT.LOG.
      *All'accesso con conto individuale si mostrano le circolari
      *non ancora lette dall'operatore (Circolari), con conferma
      *della presa visione prima di continuare.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte, salvo deroga di un amministratore tracciata in AUDIT.LOG;
      *una finestra aperta a sessione in corso si segnala al menu
      *successivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FileChiusiNew ASSIGN TO 'PERIODI-CHIUSI.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileChiusiNew.
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
           05  CP-Stato PIC X(1).
       FD  FileChiusiNew.
       01  FileChiusiNew-Record PIC X(6).
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

       01  FS-FileChiusi PIC XX VALUE SPACES.
       01  FS-FileChiusiNew PIC XX VALUE SPACES.
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
      *Chiave dell'ultima finestra gia' segnalata in sessione
       01  Manutenzione-Avvisata PIC X(16) VALUE SPACES.
       01  Risposta-Deroga PIC X VALUE SPACE.
       01  Operatori-Presenti PIC X VALUE "N".
       01  Operatore-Ruolo PIC X VALUE "A".
       01  Operatore-Autenticato PIC X VALUE "N".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8000-CONTROLLA-ACCESSO
           IF Operatori-Presenti = "Y"
               IF Operatore-Autenticato NOT = "Y"
                   STOP RUN
               END-IF
           END-IF
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "CHIUSURA PERIODI"
               DISPLAY "1: Chiudi un periodo di una classe"
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
                   " ChiusuraPeriodi" DELIMITED BY SIZE
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

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
