       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlessiManut.

      *Anagrafica dei plessi dell'istituto (PLESSI.DAT): la sede
      *principale e le sedi staccate, ciascuna con il proprio codice
      *meccanografico ministeriale. Ogni classe di CLASSI.DAT e'
      *collegata a un plesso (ClassiManut); una classe senza plesso
      *vale come della sede principale, che qui si marca con "S".
      *Dal plesso della classe EsportaMinistero ed EsportaFrequenze
      *prendono il codice con cui inviare ogni studente, e il
      *cruscotto del preside, l'analisi per materia, il bollettino
      *assenze e l'export per l'osservatorio selezionano o
      *totalizzano per plesso. Prima tutto l'istituto usciva sotto
      *un solo codice.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FilePlessi ASSIGN TO 'PLESSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-Codice
               FILE STATUS IS FS-FilePlessi.
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
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
       FD  FilePlessi.
       01  Plessi-Record.
           05  PL-Codice PIC X(4).
           05  PL-Denominazione PIC X(40).
           05  PL-Meccanografico PIC X(10).
           05  PL-Indirizzo PIC X(40).
           05  PL-Principale PIC X(1).
               88  PL-Principale-Si VALUE "S".
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
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
       01  FS-FilePlessi PIC XX VALUE SPACES.
       01  FS-Classi PIC XX VALUE SPACES.
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
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-Elenco PIC X VALUE "N".
       01  Plesso-Trovato PIC X VALUE "N".
           88  Plesso-Trovato-Si VALUE "Y".
       01  Dati-Validi PIC X VALUE "N".
       01  Plesso-Scelto PIC X(4) VALUE SPACES.
       01  Plessi-Principali PIC 99 VALUE 0.
       01  Plesso-Salvato PIC X(95) VALUE SPACES.
       01  Classi-Collegate PIC 999 VALUE 0.
       01  Voci-Elencate PIC 999 VALUE 0.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: apre l'anagrafica e mostra il menu'
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           OPEN I-O FilePlessi
           IF FS-FilePlessi NOT = "00"
               OPEN OUTPUT FilePlessi
               CLOSE FilePlessi
               OPEN I-O FilePlessi
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "PLESSI DELL'ISTITUTO"
               DISPLAY "1: Aggiungi plesso"
               DISPLAY "2: Modifica plesso"
               DISPLAY "3: Cancella plesso"
               DISPLAY "4: Elenco plessi"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-AGGIUNGI
                   WHEN 2 PERFORM 2000-MODIFICA
                   WHEN 3 PERFORM 3000-CANCELLA
                   WHEN 4 PERFORM 4000-ELENCO
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FilePlessi
           STOP RUN.

      *Paragrafo 1000-AGGIUNGI: un nuovo plesso con denominazione,
      *codice meccanografico e indirizzo
       1000-AGGIUNGI.
           DISPLAY "Codice plesso (es. SEDE): "
           ACCEPT Plesso-Scelto
           MOVE Plesso-Scelto TO PL-Codice
           MOVE "Y" TO Plesso-Trovato
           READ FilePlessi
               INVALID KEY MOVE "N" TO Plesso-Trovato
           END-READ
           IF Plesso-Scelto = SPACES
               DISPLAY "Codice mancante"
           ELSE IF Plesso-Trovato-Si
               DISPLAY "Plesso gia' presente"
           ELSE
               MOVE SPACES TO Plessi-Record
               MOVE Plesso-Scelto TO PL-Codice
               PERFORM 1100-CHIEDI-DATI
               IF Dati-Validi = "Y"
                   WRITE Plessi-Record
                       INVALID KEY DISPLAY "Plesso gia' presente"
                   END-WRITE
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Plesso " DELIMITED BY SIZE
                       PL-Codice DELIMITED BY SPACE
                       " aggiunto" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
                   DISPLAY "Plesso registrato"
               END-IF
           END-IF
           END-IF.

      *Paragrafo 1100-CHIEDI-DATI: denominazione, meccanografico
      *(obbligatorio: e' il codice degli export ministeriali),
      *indirizzo e marca di sede principale, che deve essere unica
       1100-CHIEDI-DATI.
           MOVE "Y" TO Dati-Validi
           DISPLAY "Denominazione: "
           ACCEPT PL-Denominazione
           DISPLAY "Codice meccanografico (es. RMPS012345): "
           ACCEPT PL-Meccanografico
           DISPLAY "Indirizzo: "
           ACCEPT PL-Indirizzo
           DISPLAY "Sede principale? (S/N): "
           ACCEPT PL-Principale
           IF PL-Principale = "s"
               MOVE "S" TO PL-Principale
           END-IF
           IF NOT PL-Principale-Si
               MOVE "N" TO PL-Principale
           END-IF
           IF PL-Meccanografico = SPACES
               DISPLAY "Codice meccanografico mancante"
               MOVE "N" TO Dati-Validi
           ELSE IF PL-Principale-Si
               PERFORM 1200-CONTA-PRINCIPALI
               IF Plessi-Principali > 0
                   DISPLAY "Esiste gia' una sede principale: "
                       "togliere prima la marca dall'altro plesso"
                   MOVE "N" TO Dati-Validi
               END-IF
           END-IF
           END-IF.

      *Paragrafo 1200-CONTA-PRINCIPALI: plessi marcati come sede
      *principale diversi da quello in lavorazione; la scansione
      *sposta il file, quindi il record in lavorazione si salva
      *e si rimette a posto
       1200-CONTA-PRINCIPALI.
           MOVE 0 TO Plessi-Principali
           MOVE PL-Codice TO Plesso-Scelto
           MOVE Plessi-Record TO Plesso-Salvato
           MOVE SPACES TO PL-Codice
           START FilePlessi KEY IS NOT LESS THAN PL-Codice
               INVALID KEY MOVE "S" TO Fine-Elenco
               NOT INVALID KEY MOVE "N" TO Fine-Elenco
           END-START
           PERFORM UNTIL Fine-Elenco = "S"
               READ FilePlessi NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Elenco
                   NOT AT END
                       IF PL-Principale-Si
                               AND PL-Codice NOT = Plesso-Scelto
                           ADD 1 TO Plessi-Principali
                       END-IF
               END-READ
           END-PERFORM
           MOVE Plesso-Salvato TO Plessi-Record.

      *Paragrafo 2000-MODIFICA: riscrive i dati di un plesso
       2000-MODIFICA.
           DISPLAY "Codice plesso da modificare: "
           ACCEPT PL-Codice
           MOVE "Y" TO Plesso-Trovato
           READ FilePlessi
               INVALID KEY MOVE "N" TO Plesso-Trovato
           END-READ
           IF NOT Plesso-Trovato-Si
               DISPLAY "Plesso non trovato"
           ELSE
               DISPLAY "Attuale: " PL-Denominazione " "
                   PL-Meccanografico " principale " PL-Principale
               PERFORM 1100-CHIEDI-DATI
               IF Dati-Validi = "Y"
                   REWRITE Plessi-Record
                       INVALID KEY DISPLAY "Plesso non aggiornato"
                   END-REWRITE
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Plesso " DELIMITED BY SIZE
                       PL-Codice DELIMITED BY SPACE
                       " modificato" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
                   DISPLAY "Plesso aggiornato"
               END-IF
           END-IF.

      *Paragrafo 3000-CANCELLA: un plesso con classi collegate non
      *si cancella
       3000-CANCELLA.
           DISPLAY "Codice plesso da cancellare: "
           ACCEPT Plesso-Scelto
           MOVE Plesso-Scelto TO PL-Codice
           MOVE "Y" TO Plesso-Trovato
           READ FilePlessi
               INVALID KEY MOVE "N" TO Plesso-Trovato
           END-READ
           IF NOT Plesso-Trovato-Si
               DISPLAY "Plesso non trovato"
           ELSE
               PERFORM 3100-CONTA-CLASSI
               IF Classi-Collegate > 0
                   DISPLAY "Plesso collegato a " Classi-Collegate
                       " classi (vedi ClassiManut): non cancellato"
               ELSE
                   DELETE FilePlessi
                       INVALID KEY DISPLAY "Plesso non trovato"
                   END-DELETE
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Plesso " DELIMITED BY SIZE
                       Plesso-Scelto DELIMITED BY SPACE
                       " cancellato" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
                   DISPLAY "Plesso cancellato"
               END-IF
           END-IF.

      *Paragrafo 3100-CONTA-CLASSI: classi di CLASSI.DAT collegate
      *a Plesso-Scelto
       3100-CONTA-CLASSI.
           MOVE 0 TO Classi-Collegate
           OPEN INPUT Classi
           IF FS-Classi = "00"
               MOVE SPACES TO CL-Codice
               MOVE "N" TO Fine-Elenco
               START Classi KEY IS NOT LESS THAN CL-Codice
                   INVALID KEY MOVE "S" TO Fine-Elenco
               END-START
               PERFORM UNTIL Fine-Elenco = "S"
                   READ Classi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Elenco
                       NOT AT END
                           IF CL-Plesso = Plesso-Scelto
                               ADD 1 TO Classi-Collegate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Classi
           END-IF.

      *Paragrafo 4000-ELENCO: i plessi in ordine di codice
       4000-ELENCO.
           MOVE 0 TO Voci-Elencate
           MOVE SPACES TO PL-Codice
           START FilePlessi KEY IS NOT LESS THAN PL-Codice
               INVALID KEY MOVE "S" TO Fine-Elenco
               NOT INVALID KEY MOVE "N" TO Fine-Elenco
           END-START
           PERFORM UNTIL Fine-Elenco = "S"
               READ FilePlessi NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Elenco
                   NOT AT END
                       ADD 1 TO Voci-Elencate
                       DISPLAY PL-Codice " " PL-Meccanografico " "
                           PL-Denominazione " " PL-Principale
               END-READ
           END-PERFORM
           DISPLAY "Plessi censiti: " Voci-Elencate.

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

       END PROGRAM PlessiManut.
