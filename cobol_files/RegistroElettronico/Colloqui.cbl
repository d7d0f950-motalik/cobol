      *rifiutata, la disdetta libera lo spazio, e ogni mattina si
      *ristampa il foglio giornaliero del docente con nome e classe
      *dello studente presi da STUDENTI.DAT.
      *Prenotando per uno studente di un nucleo familiare
      *(NUCLEI.DAT, NucleiManut) si vedono le fasce gia' prenotate
      *per i fratelli, cosi' la famiglia le mette in fila nella
      *stessa giornata.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Nuclei familiari: codice nucleo e matricola
           SELECT FileNuclei ASSIGN TO 'NUCLEI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileNuclei.
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

       DATA DIVISION.
       FILE SECTION.
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
               88  ST-Esterno-Si VALUE "E".
       FD  FileNuclei.
       01  FileNuclei-Record.
           05  NU-Nucleo PIC 9(6).
           05  NU-ID-Studente PIC 9(6).
       FD  FileOut.
       01  FileOut-Record PIC X(80).
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
      *Chiave dell'ultima finestra gia' segnalata in sessione
       01  Manutenzione-Avvisata PIC X(16) VALUE SPACES.
       01  FS-Colloqui PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  Fine-Scan PIC X VALUE "N".
       01  Spazi-Stampati PIC 999 VALUE 0.
       01  riga PIC X(80).
      *Fratelli del nucleo dello studente da prenotare
       01  FS-FileNuclei PIC XX VALUE SPACES.
       01  Fine-Nuclei PIC X VALUE "N".
       01  Nucleo-Studente PIC 9(6) VALUE 0.
       01  Fratelli-Tab.
           05  Fratello-ID OCCURS 20 TIMES PIC 9(6).
       01  Fratelli-Cont PIC 99 VALUE 0.
       01  Fratelli-Idx PIC 99 VALUE 0.
       01  Prenotazioni-Fratelli PIC 99 VALUE 0.
       01  Giorni-Dati.
           02  FILLER PIC X(10) VALUE "Lunedi'".
           02  FILLER PIC X(10) VALUE "Martedi'".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           OPEN I-O Colloqui
           IF FS-Colloqui = "35"
               OPEN OUTPUT Colloqui
               MOVE "Y" TO Docenti-Disponibile
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "COLLOQUI CON LE FAMIGLIE"
               DISPLAY "1: Pubblica fascia oraria di un docente"
                           IF NOT Studente-Trovato-Si
                               DISPLAY "Matricola non in anagrafica"
                           ELSE
      *La scansione delle fasce dei fratelli sposta l'area
      *record: la fascia scelta si rilegge prima di prenotarla
                               PERFORM 2200-PRENOTAZIONI-FRATELLI
                               MOVE Docente-Inserito TO CQ-Docente
                               MOVE Giorno-Inserito TO CQ-Giorno
                               MOVE Orario-Inserito TO CQ-Orario
                               READ Colloqui
                                   INVALID KEY CONTINUE
                               END-READ
                               MOVE "P" TO CQ-Stato
                               MOVE ID-Studente TO CQ-ID-Studente
                               REWRITE Colloqui-Record
               CLOSE Studenti
           END-IF.

      *Paragrafo 2200-PRENOTAZIONI-FRATELLI: le fasce gia'
      *prenotate per gli altri studenti del nucleo di ID-Studente
       2200-PRENOTAZIONI-FRATELLI.
           MOVE 0 TO Nucleo-Studente
           MOVE 0 TO Fratelli-Cont
           OPEN INPUT FileNuclei
           IF FS-FileNuclei = "00"
               MOVE "N" TO Fine-Nuclei
               PERFORM UNTIL Fine-Nuclei = "S"
                   READ FileNuclei
                       AT END
                           MOVE "S" TO Fine-Nuclei
                       NOT AT END
                           IF NU-ID-Studente = ID-Studente
                               MOVE NU-Nucleo TO Nucleo-Studente
                               MOVE "S" TO Fine-Nuclei
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileNuclei
           END-IF
           IF Nucleo-Studente > 0
               OPEN INPUT FileNuclei
               MOVE "N" TO Fine-Nuclei
               PERFORM UNTIL Fine-Nuclei = "S"
                   READ FileNuclei
                       AT END
                           MOVE "S" TO Fine-Nuclei
                       NOT AT END
                           IF NU-Nucleo = Nucleo-Studente
                                   AND NU-ID-Studente
                                       NOT = ID-Studente
                                   AND Fratelli-Cont < 20
                               ADD 1 TO Fratelli-Cont
                               MOVE NU-ID-Studente
                                   TO Fratello-ID(Fratelli-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileNuclei
           END-IF
           IF Fratelli-Cont > 0
               MOVE 0 TO Prenotazioni-Fratelli
               MOVE LOW-VALUES TO CQ-Chiave
               MOVE "N" TO Fine-Scan
               START Colloqui KEY IS NOT LESS THAN CQ-Chiave
                   INVALID KEY MOVE "S" TO Fine-Scan
               END-START
               PERFORM UNTIL Fine-Scan = "S"
                   READ Colloqui NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF CQ-Prenotata
                               MOVE 0 TO Fratelli-Idx
                               PERFORM UNTIL
                                       Fratelli-Idx >= Fratelli-Cont
                                   ADD 1 TO Fratelli-Idx
                                   IF CQ-ID-Studente
                                       = Fratello-ID(Fratelli-Idx)
                                       ADD 1 TO Prenotazioni-Fratelli
                                       DISPLAY "Fratello/sorella "
                                           CQ-ID-Studente ": "
                                           CQ-Docente " "
                                           Giorno-Nome(CQ-Giorno)
                                           " ore " CQ-Orario
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               IF Prenotazioni-Fratelli = 0
                   DISPLAY "Nessun colloquio prenotato per gli "
                       "altri studenti del nucleo"
               END-IF
           END-IF.

      *Paragrafo 3000-DISDETTA: libera una fascia prenotata; il
      *foglio del giorno si ristampa e la fascia torna disponibile
       3000-DISDETTA.
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

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

       END PROGRAM Colloqui.
