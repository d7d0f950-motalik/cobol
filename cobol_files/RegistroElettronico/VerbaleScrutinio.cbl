      *con SCR-Esito e SCR-Motivo per studente, i blocchi firma e
      *la stessa impaginazione con numero di pagina di
      *REGISTRO-STAMPA.txt, su VERBALE-<classe>-<data>.txt. Una
      *sola fonte, due uscite, niente ribattitura. I presenti non si
      *battono piu' al terminale: vengono dalle presenze registrate
      *in Riunioni per la seduta del consiglio della classe alla
      *data indicata (RIUNIONI.DAT e RIUNIONI-MEMBRI.DAT); senza
      *seduta in calendario o presenze registrate il verbale non si
      *apre. Chi presiede (coordinamento di classe, su delega del
      *dirigente) e chi verbalizza vengono dagli incarichi attivi
      *alla data della seduta (Incarichi, INCARICHI.DAT).
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
      *Riunioni collegiali e convocati con presenza (Riunioni)
           SELECT FileRiunioni ASSIGN TO 'RIUNIONI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-Numero
               FILE STATUS IS FS-FileRiunioni.
           SELECT FileMembri ASSIGN TO 'RIUNIONI-MEMBRI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-Chiave
               ALTERNATE RECORD KEY IS RM-Sigla
                   WITH DUPLICATES
               FILE STATUS IS FS-FileMembri.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT FileOut ASSIGN TO FileOut-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.
      *Registro degli incarichi del personale (Incarichi)
           SELECT FileIncarichi ASSIGN TO 'INCARICHI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-Numero
               FILE STATUS IS FS-FileIncarichi.
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
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
      *Riunioni e convocati, come in Riunioni
       FD  FileRiunioni.
       01  Riunioni-Record.
           05  RI-Numero PIC 9(5).
           05  RI-Tipo PIC X(12).
           05  RI-Classe PIC X(4).
           05  RI-Materia PIC X(20).
           05  RI-Data PIC 9(8).
           05  RI-Data-Testo REDEFINES RI-Data PIC X(8).
           05  RI-Ora-Inizio PIC 9(4).
           05  RI-Ora-Fine PIC 9(4).
           05  RI-Odg-Tab.
               10  RI-Odg OCCURS 6 TIMES PIC X(60).
           05  RI-Autore PIC X(10).
           05  RI-Stato PIC X(1).
       FD  FileMembri.
       01  Membri-Record.
           05  RM-Chiave.
               10  RM-Numero PIC 9(5).
               10  RM-Sigla PIC X(10).
           05  RM-Data PIC 9(8).
           05  RM-Ora-Inizio PIC 9(4).
           05  RM-Ora-Fine PIC 9(4).
           05  RM-Minuti PIC 9(4).
           05  RM-Categoria PIC X(1).
           05  RM-Presenza PIC X(1).
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
               88  ST-Esterno-Si VALUE "E".
       FD  FileOut.
       01  FileOut-Record PIC X(80).
      *Incarichi, come in Incarichi
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

       01  FS-FileScrutini PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileRiunioni PIC XX VALUE SPACES.
       01  FS-FileMembri PIC XX VALUE SPACES.
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
       01  FS-FileIncarichi PIC XX VALUE SPACES.
       01  Fine-Incarichi PIC X VALUE "N".
       01  FileOut-Filename PIC X(36) VALUE SPACES.
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  Data-Seduta PIC 9(8) VALUE 0.
       01  Fine-File PIC X VALUE "N".
       01  Docenti-Disponibile PIC X VALUE "N".
           88  Docenti-Disponibile-Si VALUE "Y".
      *I presenti del consiglio, dalle presenze della seduta
       01  Presenti-Tab.
           05  Presenti-Voce OCCURS 20 TIMES.
               10  PR-Sigla PIC X(10).
               10  PR-Cognome PIC X(30).
       01  Presenti-Cont PIC 99 VALUE 0.
       01  Presenti-Idx PIC 99 VALUE 0.
      *Presidenza e verbalizzazione dagli incarichi della classe
       01  Presidente-Nome PIC X(40) VALUE SPACES.
       01  Verbalizzante-Nome PIC X(40) VALUE SPACES.
       01  Nome-Incaricato PIC X(40) VALUE SPACES.
       01  Seduta-Trovata PIC X VALUE "N".
       01  Fine-Membri PIC X VALUE "N".
       01  Delibere-Stampate PIC 999 VALUE 0.
       01  Cognome-Studente PIC X(50) VALUE SPACES.
       01  riga PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           DISPLAY "Classe scrutinata (es. 3A): "
           ACCEPT Classe-Scelta
           DISPLAY "Data della seduta (AAAAMMGG): "
               MOVE "Y" TO Docenti-Disponibile
           END-IF
           PERFORM 1000-RACCOGLI-PRESENTI
           PERFORM 1500-PRESIDENZA
           IF Docenti-Disponibile-Si
               CLOSE Docenti
           END-IF
           DISPLAY "Verbale scritto su " FileOut-Filename
           STOP RUN.

      *Paragrafo 1000-RACCOGLI-PRESENTI: la seduta del consiglio
      *della classe alla data in RIUNIONI.DAT (non annullata) e i
      *suoi convocati con presenza P, con il cognome da DOCENTI.DAT
       1000-RACCOGLI-PRESENTI.
           MOVE "N" TO Seduta-Trovata
           OPEN INPUT FileRiunioni
           IF FS-FileRiunioni NOT = "00"
               DISPLAY "Calendario delle riunioni assente"
           ELSE
               MOVE 0 TO RI-Numero
               MOVE "N" TO Fine-File
               START FileRiunioni KEY IS NOT LESS THAN RI-Numero
                   INVALID KEY MOVE "S" TO Fine-File
               END-START
               PERFORM UNTIL Fine-File = "S"
                   READ FileRiunioni NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF RI-Tipo = "CONSIGLIO"
                                   AND RI-Classe = Classe-Scelta
                                   AND RI-Data = Data-Seduta
                                   AND RI-Stato NOT = "A"
                               MOVE "Y" TO Seduta-Trovata
                               MOVE "S" TO Fine-File
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileRiunioni
               IF Seduta-Trovata NOT = "Y"
                   DISPLAY "Nessuna seduta del consiglio in "
                       "calendario per classe e data"
               ELSE IF RI-Stato NOT = "S"
                   DISPLAY "Presenze della riunione n. " RI-Numero
                       " non ancora registrate"
               ELSE
                   PERFORM 1100-PRESENTI-SEDUTA
               END-IF
               END-IF
           END-IF.

      *Paragrafo 1100-PRESENTI-SEDUTA: i convocati della riunione
      *RI-Numero registrati presenti
       1100-PRESENTI-SEDUTA.
           OPEN INPUT FileMembri
           IF FS-FileMembri = "00"
               MOVE RI-Numero TO RM-Numero
               MOVE LOW-VALUES TO RM-Sigla
               MOVE "N" TO Fine-Membri
               START FileMembri KEY IS NOT LESS THAN RM-Chiave
                   INVALID KEY MOVE "S" TO Fine-Membri
               END-START
               PERFORM UNTIL Fine-Membri = "S"
                   READ FileMembri NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Membri
                       NOT AT END
                           IF RM-Numero NOT = RI-Numero
                               MOVE "S" TO Fine-Membri
                           ELSE IF RM-Presenza = "P"
                                   AND Presenti-Cont < 20
                               MOVE SPACES TO DC-Cognome
                               IF Docenti-Disponibile-Si
                                   MOVE RM-Sigla TO DC-Sigla
                                   READ Docenti
                                       INVALID KEY
                                           MOVE SPACES TO DC-Cognome
                                   END-READ
                               END-IF
                               ADD 1 TO Presenti-Cont
                               MOVE RM-Sigla TO PR-Sigla(Presenti-Cont)
                               MOVE DC-Cognome
                                   TO PR-Cognome(Presenti-Cont)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileMembri
           END-IF.

      *Paragrafo 1500-PRESIDENZA: il coordinamento (COOR) e la
      *verbalizzazione (SEGR) della classe con incarico attivo alla
      *data della seduta
       1500-PRESIDENZA.
           MOVE SPACES TO Presidente-Nome
           MOVE SPACES TO Verbalizzante-Nome
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
                           IF INC-Stato = "A"
                                   AND INC-Classe = Classe-Scelta
                                   AND INC-Dal <= Data-Seduta
                                   AND INC-Al >= Data-Seduta
                               PERFORM 1550-INCARICATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileIncarichi
           END-IF.

      *Paragrafo 1550-INCARICATO: nome del docente dell'incarico
      *letto, se e' di coordinamento o di verbalizzazione
       1550-INCARICATO.
           IF INC-Ruolo = "COOR" OR INC-Ruolo = "SEGR"
               MOVE INC-Docente TO Nome-Incaricato
               IF Docenti-Disponibile-Si
                   MOVE INC-Docente TO DC-Sigla
                   READ Docenti
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO Nome-Incaricato
                           STRING DC-Cognome DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               DC-Nome DELIMITED BY "  "
                               INTO Nome-Incaricato
                   END-READ
               END-IF
               IF INC-Ruolo = "COOR"
                   MOVE Nome-Incaricato TO Presidente-Nome
               ELSE
                   MOVE Nome-Incaricato TO Verbalizzante-Nome
               END-IF
           END-IF.

      *Paragrafo 2000-TESTA-VERBALE: intestazione formale con data,
      *classe ed elenco dei presenti
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO riga
           IF Presidente-Nome = SPACES
               MOVE "Presiede: il dirigente scolastico" TO riga
           ELSE
               STRING "Presiede: " DELIMITED BY SIZE
                   Presidente-Nome DELIMITED BY "  "
                   " (coordinamento di classe, su delega del "
                       DELIMITED BY SIZE
                   "dirigente)" DELIMITED BY SIZE
                   INTO riga
           END-IF
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO riga
           IF Verbalizzante-Nome = SPACES
               MOVE "Verbalizza: ______________________" TO riga
           ELSE
               STRING "Verbalizza: " DELIMITED BY SIZE
                   Verbalizzante-Nome DELIMITED BY "  "
                   INTO riga
           END-IF
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE "Presenti:" TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE 0 TO Presenti-Idx
                   INTO riga
               MOVE riga TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
           END-PERFORM
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO riga
           STRING "Chi presiede: ________________  " DELIMITED BY SIZE
               "Chi verbalizza: ________________" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA.

      *Paragrafo 8000-SCRIVI-RIGA: riga con interruzione di pagina
      *automatica, come SCRIVI-RIGA di RegistroElettronico
           MOVE 1 TO Stampa-LineCount
           ADD 1 TO Stampa-PageCount.

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
