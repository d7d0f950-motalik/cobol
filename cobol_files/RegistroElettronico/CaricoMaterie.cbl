      *CARICO-MATERIE.txt elenca aggiunte, variazioni di codice e le
      *materie sparite dall'elenco ufficiale ma ancora citate da
      *CURRICOLO.DAT, che vanno sistemate a mano con MaterieManut.
      *Il codice e' l'identita' della materia nei file: nella fusione
      *una materia gia' codificata conserva il suo codice anche se
      *l'elenco ne riporta un altro (la differenza e' segnalata), e
      *una materia sparita si riconosce dal codice.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FileReport ASSIGN TO 'CARICO-MATERIE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileReport.
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

       DATA DIVISION.
       FILE SECTION.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
       FD  FileCurricolo.
       01  FileCurricolo-Record.
           05  CU-Classe PIC X(4).
           05  CU-Materia PIC X(20).
       FD  FileReport.
       01  FileReport-Record PIC X(100).
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

       WORKING-STORAGE SECTION.
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
       01  FS-FileMinistero PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
       01  FS-FileCurricolo PIC XX VALUE SPACES.
      *il resto e' il nome della materia
       01  Csv-Codice PIC X(10) VALUE SPACES.
       01  Csv-Nome PIC X(80) VALUE SPACES.
       01  Dicitura-Variazione PIC X(35) VALUE SPACES.
       01  Fine-File PIC X VALUE "N".
       01  Voce-Trovata PIC X VALUE "N".
       01  Righe-Lette PIC 999 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           DISPLAY "Caricamento elenco ministeriale materie"
           DISPLAY "R = ricostruisci il catalogo, M = fondi con "
               "l'esistente: "
           END-IF.

      *Paragrafo 4000-RICOSTRUISCI: riscrive MATERIE.DAT da zero con
      *il solo elenco ufficiale; tutte le voci tornano a scala
      *numerica e le materie a giudizio (religione, alternativa)
      *vanno rimarcate con MaterieManut
       4000-RICOSTRUISCI.
           OPEN OUTPUT MaterieMaster
           MOVE 0 TO Ufficiale-Idx
               ADD 1 TO Ufficiale-Idx
               MOVE Uff-Nome(Ufficiale-Idx) TO MM-Nome
               MOVE Uff-Codice(Ufficiale-Idx) TO MM-Codice
               MOVE SPACE TO MM-Scala
               WRITE MaterieMaster-Record
                   INVALID KEY
                       DISPLAY "Voce doppia nell'elenco: "
           MOVE 0 TO Esistente-Idx
           PERFORM UNTIL Esistente-Idx >= Esistente-Cont
               ADD 1 TO Esistente-Idx
               IF Esi-Nome(Esistente-Idx) NOT = Uff-Nome(Ufficiale-Idx)
                       AND Esi-Codice(Esistente-Idx) NOT = SPACES
                       AND Esi-Codice(Esistente-Idx)
                           = Uff-Codice(Ufficiale-Idx)
                   MOVE "Y" TO Voce-Trovata
                   PERFORM 4200-SEGNALA-NOME
                   MOVE Esistente-Cont TO Esistente-Idx
               ELSE IF Esi-Nome(Esistente-Idx)
                       = Uff-Nome(Ufficiale-Idx)
                   MOVE "Y" TO Voce-Trovata
                   IF Esi-Codice(Esistente-Idx)
                           NOT = Uff-Codice(Ufficiale-Idx)
                           AND Esi-Codice(Esistente-Idx) NOT = SPACES
                       ADD 1 TO Variazioni
                       MOVE SPACES TO riga
                       IF Modo-Fusione
                           MOVE "Codice diverso, non applicato:"
                               TO Dicitura-Variazione
                       ELSE
                           MOVE "Codice variato:"
                               TO Dicitura-Variazione
                       END-IF
                       STRING Dicitura-Variazione DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           Uff-Nome(Ufficiale-Idx)(1:40)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                   END-IF
                   MOVE Esistente-Cont TO Esistente-Idx
               END-IF
               END-IF
           END-PERFORM
           IF Voce-Trovata = "N"
               ADD 1 TO Aggiunte
               WRITE FileReport-Record
           END-IF.

      *Paragrafo 4200-SEGNALA-NOME: stesso codice, nome diverso
      *nell'elenco ufficiale; nella ricostruzione vale il nome nuovo
      *e i dati, scritti per codice, lo seguono; nella fusione il
      *catalogo tiene il nome attuale
       4200-SEGNALA-NOME.
           ADD 1 TO Variazioni
           MOVE SPACES TO riga
           IF Modo-Fusione
               MOVE "Nome diverso, non applicato:"
                   TO Dicitura-Variazione
           ELSE
               MOVE "Nome variato:" TO Dicitura-Variazione
           END-IF
           STRING Dicitura-Variazione DELIMITED BY "  "
               " " DELIMITED BY SIZE
               Uff-Codice(Ufficiale-Idx) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               Esi-Nome(Esistente-Idx)(1:25) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               Uff-Nome(Ufficiale-Idx)(1:25) DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileReport-Record
           WRITE FileReport-Record.

      *Paragrafo 5000-FONDI: aggiorna il catalogo esistente voce per
      *voce senza toccare le materie locali non ministeriali
       5000-FONDI.
               MOVE Uff-Nome(Ufficiale-Idx) TO MM-Nome
               READ MaterieMaster
                   INVALID KEY
                       PERFORM 5100-CODICE-ESISTENTE
                       IF Voce-Trovata = "N"
                           MOVE Uff-Nome(Ufficiale-Idx) TO MM-Nome
                           MOVE Uff-Codice(Ufficiale-Idx) TO MM-Codice
                           MOVE SPACE TO MM-Scala
                           WRITE MaterieMaster-Record
                               INVALID KEY
                                   DISPLAY "Voce non scritta: "
                                       Uff-Nome(Ufficiale-Idx)(1:40)
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       IF MM-Codice = SPACES
                           MOVE Uff-Codice(Ufficiale-Idx)
                               TO MM-Codice
                           REWRITE MaterieMaster-Record
           END-PERFORM
           CLOSE MaterieMaster.

      *Paragrafo 5100-CODICE-ESISTENTE: il codice della voce
      *ufficiale e' gia' di una materia a catalogo con altro nome?
      *Allora la voce non si aggiunge, il codice resta unico
       5100-CODICE-ESISTENTE.
           MOVE "N" TO Voce-Trovata
           MOVE 0 TO Esistente-Idx
           PERFORM UNTIL Esistente-Idx >= Esistente-Cont
               ADD 1 TO Esistente-Idx
               IF Esi-Codice(Esistente-Idx) NOT = SPACES
                       AND Esi-Codice(Esistente-Idx)
                           = Uff-Codice(Ufficiale-Idx)
                   MOVE "Y" TO Voce-Trovata
                   MOVE Esistente-Cont TO Esistente-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 6000-SEGNALA-SPARITE: elenca le materie presenti
      *nella fotografia ma sparite dall'elenco ufficiale, marcando
      *quelle ancora citate da CURRICOLO.DAT
                   ADD 1 TO Ufficiale-Idx
                   IF Uff-Nome(Ufficiale-Idx)
                           = Esi-Nome(Esistente-Idx)
                           OR (Esi-Codice(Esistente-Idx) NOT = SPACES
                           AND Uff-Codice(Ufficiale-Idx)
                               = Esi-Codice(Esistente-Idx))
                       MOVE "Y" TO Voce-Trovata
                       MOVE Ufficiale-Cont TO Ufficiale-Idx
                   END-IF
           PERFORM UNTIL Curricolo-Idx >= Curricolo-Materie-Cont
               ADD 1 TO Curricolo-Idx
               IF Curricolo-Materie(Curricolo-Idx)
                       = Esi-Codice(Esistente-Idx)
                       OR Curricolo-Materie(Curricolo-Idx)
                       = Esi-Nome(Esistente-Idx)(1:20)
                   ADD 1 TO Sparite-Citate
                   MOVE SPACES TO riga
           MOVE riga TO FileReport-Record
           WRITE FileReport-Record.

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

       END PROGRAM CaricoMaterie.
