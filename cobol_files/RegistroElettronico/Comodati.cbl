       IDENTIFICATION DIVISION.
       PROGRAM-ID. Comodati.

      *Registro dei beni in comodato d'uso (COMODATI.DAT): notebook,
      *tablet e libri di testo dell'istituto prestati agli studenti.
      *Una riga per prestito, con chiave codice di inventario + data
      *del prestito: tipo di bene, descrizione, matricola, scadenza
      *della restituzione, data di restituzione (zero finche' il
      *bene e' fuori) e stato alla riconsegna. Un bene ancora fuori
      *non si presta di nuovo. Al prestito si stampa il contratto di
      *comodato per la famiglia (COMODATO-<inventario>.txt),
      *intestato al tutore con priorita' piu' alta di TUTORI.DAT; il
      *report dei prestiti scaduti per classe va su
      *COMODATI-SCADUTI-<classe>.txt. I beni non restituiti da chi
      *lascia l'istituto sono segnalati anche da TrasferimentoOut e
      *dalla chiusura dell'anno (ChiusuraAnno).
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileComodati ASSIGN TO 'COMODATI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Chiave
               ALTERNATE RECORD KEY IS CM-ID-Studente
                   WITH DUPLICATES
               FILE STATUS IS FS-FileComodati.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Registro dei tutori (StudentiMaster): il comodatario che
      *firma il contratto
           SELECT FileTutori ASSIGN TO 'TUTORI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileTutori.
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
           SELECT FileAudit ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAudit.

       DATA DIVISION.
       FILE SECTION.
      *Un prestito; stato alla riconsegna B = buono, U = usurato,
      *D = danneggiato, P = perso (in bianco finche' e' fuori)
       FD  FileComodati.
       01  Comodati-Record.
           05  CM-Chiave.
               10  CM-Inventario PIC X(12).
               10  CM-Data-Prestito PIC 9(8).
           05  CM-Tipo PIC X(10).
           05  CM-Descrizione PIC X(30).
           05  CM-ID-Studente PIC 9(6).
           05  CM-Scadenza PIC 9(8).
           05  CM-Data-Restituzione PIC 9(8).
               88  CM-Fuori VALUE 0.
           05  CM-Condizione PIC X(1).
           05  CM-Note PIC X(30).
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
               88  ST-Esterno-Si VALUE "E".
       FD  FileTutori.
       01  FileTutori-Record.
           05  TU-ID-Studente PIC 9(6).
           05  TU-Nome PIC X(40).
           05  TU-Relazione PIC X(10).
           05  TU-Canale PIC X(8).
           05  TU-Recapito PIC X(40).
           05  TU-Priorita PIC 9(1).
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
       FD  FileAudit.
       01  FileAudit-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-FileComodati PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileTutori PIC XX VALUE SPACES.
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
      *Chiave dell'ultima finestra gia' segnalata in sessione
       01  Manutenzione-Avvisata PIC X(16) VALUE SPACES.
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  riga PIC X(80).
      *Tipi di bene ammessi
       01  Tipi-Bene-Dati.
           05  FILLER PIC X(10) VALUE "NOTEBOOK".
           05  FILLER PIC X(10) VALUE "TABLET".
           05  FILLER PIC X(10) VALUE "LIBRO".
           05  FILLER PIC X(10) VALUE "CALCOLAT".
           05  FILLER PIC X(10) VALUE "ALTRO".
       01  Tipi-Bene-Tab REDEFINES Tipi-Bene-Dati.
           05  Tipo-Bene OCCURS 5 TIMES PIC X(10).
       01  Tipo-Idx PIC 9 VALUE 0.
       01  Tipo-Valido PIC X VALUE "N".
       01  Tipo-Inserito PIC X(10) VALUE SPACES.
      *Dati del prestito corrente
       01  Inventario-Scelto PIC X(12) VALUE SPACES.
       01  Matricola-Scelta PIC 9(6) VALUE 0.
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  Studente-Trovato PIC X VALUE "N".
           88  Studente-Trovato-Si VALUE "Y".
       01  Prestito-Aperto PIC X VALUE "N".
           88  Prestito-Aperto-Si VALUE "Y".
       01  Prestito-Salvato PIC X(113) VALUE SPACES.
       01  Dati-Validi PIC X VALUE "N".
       01  Fine-Prestiti PIC X VALUE "N".
       01  Fine-Studenti PIC X VALUE "N".
       01  Fine-Tutori PIC X VALUE "N".
       01  Data-Inserita PIC 9(8) VALUE 0.
       01  Condizione-Inserita PIC X VALUE SPACE.
       01  Prestiti-Elencati PIC 999 VALUE 0.
       01  Prestiti-Scaduti PIC 999 VALUE 0.
      *Comodatario del contratto
       01  Tutore-Priorita-Min PIC 9 VALUE 0.
       01  Comodatario PIC X(40) VALUE SPACES.
       01  Comodatario-Relazione PIC X(10) VALUE SPACES.
       01  Data-Lavoro PIC 9(8) VALUE 0.
       01  Data-Lavoro-Testo REDEFINES Data-Lavoro PIC X(8).
       01  Data-for PIC X(10) VALUE SPACES.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: apre il registro e mostra il menu'
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           OPEN I-O FileComodati
           IF FS-FileComodati NOT = "00"
               OPEN OUTPUT FileComodati
               CLOSE FileComodati
               OPEN I-O FileComodati
           END-IF
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
               CLOSE FileComodati
               STOP RUN
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "BENI IN COMODATO D'USO"
               DISPLAY "1: Nuovo prestito (con contratto)"
               DISPLAY "2: Restituzione"
               DISPLAY "3: Prestiti di una matricola"
               DISPLAY "4: Prestiti scaduti di una classe"
               DISPLAY "5: Beni attualmente fuori"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-PRESTITO
                   WHEN 2 PERFORM 2000-RESTITUZIONE
                   WHEN 3 PERFORM 3000-PRESTITI-STUDENTE
                   WHEN 4 PERFORM 4000-SCADUTI-CLASSE
                   WHEN 5 PERFORM 5000-BENI-FUORI
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FileComodati
           CLOSE Studenti
           STOP RUN.

      *Paragrafo 1000-PRESTITO: un bene non gia' fuori a una
      *matricola attiva, con scadenza; stampa il contratto
       1000-PRESTITO.
           DISPLAY "Codice di inventario: "
           MOVE SPACES TO Inventario-Scelto
           ACCEPT Inventario-Scelto
           INSPECT Inventario-Scelto
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM 1100-CERCA-APERTO
           IF Inventario-Scelto = SPACES
               DISPLAY "Codice di inventario mancante"
           ELSE IF Prestito-Aperto-Si
               DISPLAY "Bene gia' in prestito alla matricola "
                   CM-ID-Studente
           ELSE
               DISPLAY "Matricola: "
               ACCEPT Matricola-Scelta
               PERFORM 8000-LEGGI-STUDENTE
               IF NOT Studente-Trovato-Si
                   DISPLAY "Matricola non in anagrafica"
               ELSE IF ST-Ritirato-Si
                   DISPLAY "Studente ritirato: prestito non ammesso"
               ELSE
                   DISPLAY ST-Cognome(1:30) " " ST-Nome(1:20) " "
                       ST-Classe
                   PERFORM 1200-CHIEDI-DATI
                   IF Dati-Validi = "Y"
                       MOVE Inventario-Scelto TO CM-Inventario
                       MOVE Data-Oggi TO CM-Data-Prestito
                       MOVE Tipo-Inserito TO CM-Tipo
                       MOVE Matricola-Scelta TO CM-ID-Studente
                       MOVE Data-Inserita TO CM-Scadenza
                       MOVE 0 TO CM-Data-Restituzione
                       MOVE SPACE TO CM-Condizione
                       MOVE SPACES TO CM-Note
                       WRITE Comodati-Record
                           INVALID KEY
                               DISPLAY "Prestito gia' registrato "
                                   "oggi per questo bene"
                               MOVE "N" TO Dati-Validi
                       END-WRITE
                   END-IF
                   IF Dati-Validi = "Y"
                       PERFORM 1300-CONTRATTO
                       MOVE SPACES TO Audit-Descrizione
                       STRING "Comodato " DELIMITED BY SIZE
                           CM-Inventario DELIMITED BY SPACE
                           " matricola " DELIMITED BY SIZE
                           CM-ID-Studente DELIMITED BY SIZE
                           INTO Audit-Descrizione
                       PERFORM 9000-SCRIVI-AUDIT
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      *Paragrafo 1100-CERCA-APERTO: il prestito non ancora
      *restituito del bene Inventario-Scelto, se c'e', resta
      *nell'area record
       1100-CERCA-APERTO.
           MOVE "N" TO Prestito-Aperto
           MOVE SPACES TO Prestito-Salvato
           MOVE Inventario-Scelto TO CM-Inventario
           MOVE 0 TO CM-Data-Prestito
           START FileComodati KEY IS NOT LESS THAN CM-Chiave
               INVALID KEY MOVE "S" TO Fine-Prestiti
               NOT INVALID KEY MOVE "N" TO Fine-Prestiti
           END-START
           PERFORM UNTIL Fine-Prestiti = "S"
               READ FileComodati NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Prestiti
                   NOT AT END
                       IF CM-Inventario NOT = Inventario-Scelto
                           MOVE "S" TO Fine-Prestiti
                       ELSE IF CM-Fuori
                           MOVE "Y" TO Prestito-Aperto
                           MOVE Comodati-Record TO Prestito-Salvato
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF Prestito-Aperto-Si
               MOVE Prestito-Salvato TO Comodati-Record
           END-IF.

      *Paragrafo 1200-CHIEDI-DATI: tipo, descrizione e scadenza
      *della restituzione (invio = 30 giugno dell'anno scolastico)
       1200-CHIEDI-DATI.
           MOVE "Y" TO Dati-Validi
           MOVE "N" TO Tipo-Valido
           PERFORM UNTIL Tipo-Valido = "Y"
               DISPLAY "Tipo (NOTEBOOK, TABLET, LIBRO, CALCOLAT, "
                   "ALTRO): "
               MOVE SPACES TO Tipo-Inserito
               ACCEPT Tipo-Inserito
               INSPECT Tipo-Inserito
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE 0 TO Tipo-Idx
               PERFORM UNTIL Tipo-Idx >= 5
                   ADD 1 TO Tipo-Idx
                   IF Tipo-Bene(Tipo-Idx) = Tipo-Inserito
                       MOVE "Y" TO Tipo-Valido
                   END-IF
               END-PERFORM
               IF Tipo-Valido NOT = "Y"
                   DISPLAY "Tipo non previsto"
               END-IF
           END-PERFORM
           DISPLAY "Descrizione (modello, titolo del libro): "
           MOVE SPACES TO CM-Descrizione
           ACCEPT CM-Descrizione
           DISPLAY "Scadenza della restituzione (AAAAMMGG, invio = "
               "30 giugno): "
           MOVE 0 TO Data-Inserita
           ACCEPT Data-Inserita
           IF Data-Inserita = 0
               MOVE Data-Oggi TO Data-Inserita
               IF Data-Oggi(5:4) > "0630"
                   ADD 10000 TO Data-Inserita
               END-IF
               MOVE "0630" TO Data-Inserita(5:4)
           END-IF
           IF Data-Inserita < Data-Oggi
               DISPLAY "Scadenza gia' passata"
               MOVE "N" TO Dati-Validi
           END-IF.

      *Paragrafo 1300-CONTRATTO: COMODATO-<inventario>.txt, il
      *contratto di comodato d'uso da far firmare alla famiglia
       1300-CONTRATTO.
           PERFORM 1400-CERCA-COMODATARIO
           MOVE SPACES TO FileOut-Filename
           STRING "COMODATO-" DELIMITED BY SIZE
               CM-Inventario DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE "CONTRATTO DI COMODATO D'USO GRATUITO"
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "L'istituto concede in comodato d'uso gratuito a:"
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "  " DELIMITED BY SIZE
               Comodatario DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               Comodatario-Relazione DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "per lo studente " DELIMITED BY SIZE
               ST-Cognome DELIMITED BY "  "
               " " DELIMITED BY SIZE
               ST-Nome DELIMITED BY "  "
               " (matr. " DELIMITED BY SIZE
               ST-ID DELIMITED BY SIZE
               ", classe " DELIMITED BY SIZE
               ST-Classe DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Bene: " DELIMITED BY SIZE
               CM-Tipo DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               CM-Descrizione DELIMITED BY "  "
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Codice di inventario: " DELIMITED BY SIZE
               CM-Inventario DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE CM-Data-Prestito TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "Consegnato il: " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE CM-Scadenza TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "Da restituire entro il: " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Chi firma si impegna a custodire il bene con la"
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE "dovuta diligenza, a non cederlo"
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE "a terzi e a restituirlo entro la scadenza o al"
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE "trasferimento ad altro istituto, rispondendo di"
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE "danni e smarrimento (artt. 1803-1812 c.c.)."
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Firma: ______________________________"
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Per l'istituto: ______________________________"
               TO FileOut-Record
           WRITE FileOut-Record
           CLOSE FileOut
           DISPLAY "Contratto scritto su " FileOut-Filename.

      *Paragrafo 1400-CERCA-COMODATARIO: il tutore con priorita'
      *piu' alta (numero piu' basso) di Matricola-Scelta; senza
      *tutori il nome si digita
       1400-CERCA-COMODATARIO.
           MOVE 9 TO Tutore-Priorita-Min
           MOVE SPACES TO Comodatario
           MOVE SPACES TO Comodatario-Relazione
           OPEN INPUT FileTutori
           IF FS-FileTutori = "00"
               MOVE "N" TO Fine-Tutori
               PERFORM UNTIL Fine-Tutori = "S"
                   READ FileTutori
                       AT END
                           MOVE "S" TO Fine-Tutori
                       NOT AT END
                           IF TU-ID-Studente = Matricola-Scelta
                                   AND (Comodatario = SPACES
                                   OR TU-Priorita
                                       < Tutore-Priorita-Min)
                               MOVE TU-Priorita
                                   TO Tutore-Priorita-Min
                               MOVE TU-Nome TO Comodatario
                               MOVE TU-Relazione
                                   TO Comodatario-Relazione
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileTutori
           END-IF
           IF Comodatario = SPACES
               DISPLAY "Nome e cognome del comodatario: "
               ACCEPT Comodatario
               DISPLAY "Relazione con lo studente: "
               ACCEPT Comodatario-Relazione
           END-IF.

      *Paragrafo 2000-RESTITUZIONE: chiude il prestito aperto del
      *bene con data e stato alla riconsegna
       2000-RESTITUZIONE.
           DISPLAY "Codice di inventario: "
           MOVE SPACES TO Inventario-Scelto
           ACCEPT Inventario-Scelto
           INSPECT Inventario-Scelto
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM 1100-CERCA-APERTO
           IF NOT Prestito-Aperto-Si
               DISPLAY "Nessun prestito aperto per il bene"
           ELSE
               DISPLAY CM-Tipo " " CM-Descrizione
                   " matricola " CM-ID-Studente
               DISPLAY "Data di restituzione (AAAAMMGG, 0 = oggi): "
               MOVE 0 TO Data-Inserita
               ACCEPT Data-Inserita
               IF Data-Inserita = 0
                   MOVE Data-Oggi TO Data-Inserita
               END-IF
               DISPLAY "Stato (B = buono, U = usurato, "
                   "D = danneggiato, P = perso): "
               ACCEPT Condizione-Inserita
               INSPECT Condizione-Inserita CONVERTING "budp"
                   TO "BUDP"
               IF Data-Inserita < CM-Data-Prestito
                   DISPLAY "Data anteriore al prestito"
               ELSE IF Condizione-Inserita NOT = "B"
                       AND Condizione-Inserita NOT = "U"
                       AND Condizione-Inserita NOT = "D"
                       AND Condizione-Inserita NOT = "P"
                   DISPLAY "Stato non valido"
               ELSE
                   MOVE Data-Inserita TO CM-Data-Restituzione
                   MOVE Condizione-Inserita TO CM-Condizione
                   DISPLAY "Note (danni, parti mancanti): "
                   MOVE SPACES TO CM-Note
                   ACCEPT CM-Note
                   REWRITE Comodati-Record
                       INVALID KEY
                           DISPLAY "Restituzione non registrata"
                       NOT INVALID KEY
                           DISPLAY "Restituzione registrata"
                   END-REWRITE
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Restituito " DELIMITED BY SIZE
                       CM-Inventario DELIMITED BY SPACE
                       " stato " DELIMITED BY SIZE
                       CM-Condizione DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
               END-IF
           END-IF.

      *Paragrafo 3000-PRESTITI-STUDENTE: tutti i prestiti di una
      *matricola, aperti e chiusi
       3000-PRESTITI-STUDENTE.
           DISPLAY "Matricola: "
           ACCEPT Matricola-Scelta
           PERFORM 8000-LEGGI-STUDENTE
           IF Studente-Trovato-Si
               DISPLAY ST-Cognome(1:30) " " ST-Nome(1:20) " "
                   ST-Classe
           END-IF
           MOVE 0 TO Prestiti-Elencati
           MOVE Matricola-Scelta TO CM-ID-Studente
           START FileComodati KEY IS EQUAL TO CM-ID-Studente
               INVALID KEY MOVE "S" TO Fine-Prestiti
               NOT INVALID KEY MOVE "N" TO Fine-Prestiti
           END-START
           PERFORM UNTIL Fine-Prestiti = "S"
               READ FileComodati NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Prestiti
                   NOT AT END
                       IF CM-ID-Studente NOT = Matricola-Scelta
                           MOVE "S" TO Fine-Prestiti
                       ELSE
                           ADD 1 TO Prestiti-Elencati
                           PERFORM 8200-RIGA-PRESTITO
                           DISPLAY riga
                       END-IF
               END-READ
           END-PERFORM
           IF Prestiti-Elencati = 0
               DISPLAY "Nessun prestito per la matricola"
           END-IF.

      *Paragrafo 4000-SCADUTI-CLASSE: gli studenti della classe con
      *beni non restituiti oltre la scadenza, su
      *COMODATI-SCADUTI-<classe>.txt
       4000-SCADUTI-CLASSE.
           DISPLAY "Classe: "
           ACCEPT Classe-Scelta
           MOVE SPACES TO FileOut-Filename
           STRING "COMODATI-SCADUTI-" DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE Data-Oggi TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "Comodati scaduti della classe " DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               " al " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Prestiti-Scaduti
           MOVE Classe-Scelta TO ST-Classe
           START Studenti KEY IS EQUAL TO ST-Classe
               INVALID KEY MOVE "S" TO Fine-Studenti
               NOT INVALID KEY MOVE "N" TO Fine-Studenti
           END-START
           PERFORM UNTIL Fine-Studenti = "S"
               READ Studenti NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Studenti
                   NOT AT END
                       IF ST-Classe NOT = Classe-Scelta
                           MOVE "S" TO Fine-Studenti
                       ELSE
                           PERFORM 4100-SCADUTI-STUDENTE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Prestiti scaduti: " DELIMITED BY SIZE
               Prestiti-Scaduti DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           CLOSE FileOut
           DISPLAY "Prestiti scaduti: " Prestiti-Scaduti
           DISPLAY "Report scritto su " FileOut-Filename.

      *Paragrafo 4100-SCADUTI-STUDENTE: i prestiti aperti e scaduti
      *dello studente letto
       4100-SCADUTI-STUDENTE.
           MOVE ST-ID TO CM-ID-Studente
           START FileComodati KEY IS EQUAL TO CM-ID-Studente
               INVALID KEY MOVE "S" TO Fine-Prestiti
               NOT INVALID KEY MOVE "N" TO Fine-Prestiti
           END-START
           PERFORM UNTIL Fine-Prestiti = "S"
               READ FileComodati NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Prestiti
                   NOT AT END
                       IF CM-ID-Studente NOT = ST-ID
                           MOVE "S" TO Fine-Prestiti
                       ELSE IF CM-Fuori AND CM-Scadenza < Data-Oggi
                           ADD 1 TO Prestiti-Scaduti
                           MOVE SPACES TO riga
                           STRING ST-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ST-Cognome(1:25) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ST-Nome(1:20) DELIMITED BY SIZE
                               INTO riga
                           MOVE riga TO FileOut-Record
                           WRITE FileOut-Record
                           PERFORM 8200-RIGA-PRESTITO
                           MOVE SPACES TO FileOut-Record
                           STRING "  " DELIMITED BY SIZE
                               riga DELIMITED BY SIZE
                               INTO FileOut-Record
                           WRITE FileOut-Record
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *Paragrafo 5000-BENI-FUORI: l'inventario dei beni ancora in
      *prestito, con la matricola e la scadenza
       5000-BENI-FUORI.
           MOVE 0 TO Prestiti-Elencati
           MOVE LOW-VALUES TO CM-Chiave
           START FileComodati KEY IS NOT LESS THAN CM-Chiave
               INVALID KEY MOVE "S" TO Fine-Prestiti
               NOT INVALID KEY MOVE "N" TO Fine-Prestiti
           END-START
           PERFORM UNTIL Fine-Prestiti = "S"
               READ FileComodati NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Prestiti
                   NOT AT END
                       IF CM-Fuori
                           ADD 1 TO Prestiti-Elencati
                           PERFORM 8200-RIGA-PRESTITO
                           DISPLAY riga
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Beni fuori: " Prestiti-Elencati.

      *Paragrafo 8000-LEGGI-STUDENTE: anagrafica di
      *Matricola-Scelta
       8000-LEGGI-STUDENTE.
           MOVE "Y" TO Studente-Trovato
           MOVE Matricola-Scelta TO ST-ID
           READ Studenti
               INVALID KEY
                   MOVE "N" TO Studente-Trovato
                   MOVE SPACES TO ST-Cognome
                   MOVE SPACES TO ST-Nome
                   MOVE SPACES TO ST-Classe
           END-READ.

      *Paragrafo 8100-FORMATTA-DATA: Data-Lavoro (AAAAMMGG) in
      *Data-for come GG/MM/AAAA
       8100-FORMATTA-DATA.
           MOVE SPACES TO Data-for
           STRING Data-Lavoro-Testo(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Lavoro-Testo(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Lavoro-Testo(1:4) DELIMITED BY SIZE
               INTO Data-for.

      *Paragrafo 8200-RIGA-PRESTITO: il prestito corrente in riga
      *(inventario, tipo, matricola, scadenza, restituzione e stato)
       8200-RIGA-PRESTITO.
           MOVE SPACES TO riga
           MOVE CM-Scadenza TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           STRING CM-Inventario DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CM-Tipo DELIMITED BY SIZE
               " matr. " DELIMITED BY SIZE
               CM-ID-Studente DELIMITED BY SIZE
               " scad. " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               INTO riga
           IF CM-Fuori
               MOVE " FUORI" TO riga(54:6)
           ELSE
               MOVE CM-Data-Restituzione TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
               MOVE " reso " TO riga(54:6)
               MOVE Data-for TO riga(60:10)
               MOVE " " TO riga(70:1)
               MOVE CM-Condizione TO riga(71:1)
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

       END PROGRAM Comodati.
