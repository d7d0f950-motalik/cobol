      *(MATERIE.DAT) usato da RegistroElettronico e dai caricatori
      *batch per la validazione. Menu' di aggiunta, rinomina,
      *cancellazione, ricerca ed elenco sullo schema di
      *StudentiMaster. Negli altri file la materia e' scritta con il
      *suo codice (MM-Codice, obbligatorio e non ripetibile), quindi
      *la rinomina tocca solo il catalogo: voti, crediti, curricolo e
      *docenti continuano a trovarla senza altre riscritture.
      *Ogni materia porta la scala di valutazione: numerica (in
      *bianco) oppure a giudizio per religione cattolica (R) e per
      *l'attivita' alternativa (A), valutate solo per gli studenti
      *che se ne avvalgono (SCELTE-IRC.DAT, vedi SceltaIrc).
      *Il nome inglese della materia, per l'edizione bilingue della
      *pagella e della Trascrizione, sta in MATERIE-INGLESE.DAT sotto
      *il codice della materia (opzione 7).
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
      *Nomi inglesi delle materie per codice: le edizioni bilingui di
      *pagella e certificato li affiancano al nome italiano
           SELECT MaterieInglese ASSIGN TO 'MATERIE-INGLESE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MI-Codice
               FILE STATUS IS FS-MaterieInglese.
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
       FD  MaterieInglese.
       01  MaterieInglese-Record.
           05  MI-Codice PIC X(6).
           05  MI-Nome PIC X(50).
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
       01  FS-MaterieMaster PIC XX VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Materia-Trovata PIC X VALUE "N".
       01  Nome-Vecchio PIC X(80) VALUE SPACES.
       01  Nome-Nuovo PIC X(80) VALUE SPACES.
       01  Codice-Salvato PIC X(6) VALUE SPACES.
       01  Scala-Salvata PIC X(1) VALUE SPACE.
       01  Scala-Inserita PIC X(1) VALUE SPACE.
       01  Scala-Descrizione PIC X(22) VALUE SPACES.
       01  Fine-Elenco PIC X VALUE "N".
       01  Voci-Elencate PIC 999 VALUE 0.
      *Controllo del codice sull'intero catalogo (la chiave e' il
      *nome)
       01  Codice-Inserito PIC X(6) VALUE SPACES.
       01  Codice-Libero PIC X VALUE "Y".
           88  Codice-Libero-Si VALUE "Y".
       01  Fine-Controllo PIC X VALUE "N".
      *Nome inglese della materia
       01  FS-MaterieInglese PIC XX VALUE SPACES.
       01  Inglese-Trovato PIC X VALUE "N".
       01  Nome-Inglese PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
      *Paragrafo principale: apre il catalogo e mostra il menu' fino
      *a quando l'operatore non sceglie di uscire
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           OPEN I-O MaterieMaster
           IF FS-MaterieMaster NOT = "00"
               OPEN OUTPUT MaterieMaster
               OPEN I-O MaterieMaster
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "CATALOGO MATERIE"
               DISPLAY "1: Aggiungi materia"
               DISPLAY "3: Rinomina materia"
               DISPLAY "4: Cerca materia"
               DISPLAY "5: Elenco materie"
               DISPLAY "6: Scala di valutazione"
               DISPLAY "7: Nome inglese della materia"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
                   WHEN 3 PERFORM 3000-RINOMINA
                   WHEN 4 PERFORM 4000-CERCA
                   WHEN 5 PERFORM 5000-ELENCO
                   WHEN 6 PERFORM 6000-SCALA
                   WHEN 7 PERFORM 7000-NOME-INGLESE
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE MaterieMaster
           STOP RUN.

      *Paragrafo 1000-AGGIUNGI: inserisce una nuova materia; il
      *codice identifica la materia negli altri file, quindi non puo'
      *mancare ne' ripetersi
       1000-AGGIUNGI.
           DISPLAY "Nome materia: "
           ACCEPT Nome-Nuovo
           DISPLAY "Codice ministeriale: "
           ACCEPT Codice-Inserito
           PERFORM 1100-CONTROLLA-CODICE
           PERFORM UNTIL Codice-Inserito NOT = SPACES
                   AND Codice-Libero-Si
               IF Codice-Inserito = SPACES
                   DISPLAY "Il codice e' obbligatorio"
               ELSE
                   DISPLAY "Codice gia' usato da: " MM-Nome(1:50)
               END-IF
               DISPLAY "Codice ministeriale: "
               ACCEPT Codice-Inserito
               PERFORM 1100-CONTROLLA-CODICE
           END-PERFORM
           PERFORM 6100-CHIEDI-SCALA
           MOVE Nome-Nuovo TO MM-Nome
           MOVE Codice-Inserito TO MM-Codice
           MOVE Scala-Inserita TO MM-Scala
           WRITE MaterieMaster-Record
               INVALID KEY DISPLAY "Materia gia' presente"
           END-WRITE.

      *Paragrafo 1100-CONTROLLA-CODICE: Codice-Libero a "N" se
      *Codice-Inserito e' gia' di una materia del catalogo (che resta
      *nel record letto, per il messaggio)
       1100-CONTROLLA-CODICE.
           MOVE "Y" TO Codice-Libero
           IF Codice-Inserito NOT = SPACES
               MOVE SPACES TO MM-Nome
               START MaterieMaster KEY IS NOT LESS THAN MM-Nome
                   INVALID KEY MOVE "S" TO Fine-Controllo
                   NOT INVALID KEY MOVE "N" TO Fine-Controllo
               END-START
               PERFORM UNTIL Fine-Controllo = "S"
                   READ MaterieMaster NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Controllo
                       NOT AT END
                           IF MM-Codice = Codice-Inserito
                               MOVE "N" TO Codice-Libero
                               MOVE "S" TO Fine-Controllo
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *Paragrafo 2000-CANCELLA: rimuove una materia per nome
       2000-CANCELLA.
           DISPLAY "Materia da cancellare: "

      *Paragrafo 3000-RINOMINA: cambia il nome di una materia; la
      *chiave cambia, quindi si scrive la voce nuova e si cancella
      *la vecchia. Il codice resta lo stesso, e con lui tutti i
      *riferimenti nei file
       3000-RINOMINA.
           MOVE "Y" TO Materia-Trovata
           DISPLAY "Nome attuale della materia: "
               DISPLAY "Materia non trovata"
           ELSE
               MOVE MM-Codice TO Codice-Salvato
               MOVE MM-Scala TO Scala-Salvata
               DISPLAY "Nuovo nome: "
               ACCEPT Nome-Nuovo
               MOVE Nome-Nuovo TO MM-Nome
               MOVE Codice-Salvato TO MM-Codice
               MOVE Scala-Salvata TO MM-Scala
               WRITE MaterieMaster-Record
                   INVALID KEY
                       DISPLAY "Esiste gia' una materia con il "
                       INVALID KEY
                           DISPLAY "Voce originale non cancellata"
                   END-DELETE
                   DISPLAY "Materia rinominata"
               END-IF
           END-IF.

      *Paragrafo 4000-CERCA: mostra una materia per nome o, se il
      *nome non c'e', per codice
       4000-CERCA.
           MOVE "Y" TO Materia-Trovata
           DISPLAY "Materia (nome o codice) da cercare: "
           ACCEPT Nome-Vecchio
           MOVE Nome-Vecchio TO MM-Nome
           READ MaterieMaster
               INVALID KEY MOVE "N" TO Materia-Trovata
           END-READ
           IF NOT Materia-Trovata-Si
                   AND Nome-Vecchio(7:74) = SPACES
               MOVE Nome-Vecchio(1:6) TO Codice-Inserito
               PERFORM 1100-CONTROLLA-CODICE
               IF NOT Codice-Libero-Si
                   MOVE "Y" TO Materia-Trovata
               END-IF
           END-IF
           IF Materia-Trovata-Si
               DISPLAY "Nome  : " MM-Nome
               DISPLAY "Codice: " MM-Codice
               PERFORM 6200-DESCRIVI-SCALA
               DISPLAY "Scala : " Scala-Descrizione
               PERFORM 7100-LEGGI-INGLESE
               IF Inglese-Trovato = "Y"
                   DISPLAY "Inglese: " MI-Nome
               END-IF
           ELSE
               DISPLAY "Materia non trovata"
           END-IF.
                       MOVE "S" TO Fine-Elenco
                   NOT AT END
                       ADD 1 TO Voci-Elencate
                       DISPLAY MM-Codice " " MM-Scala " "
                           MM-Nome(1:60)
               END-READ
           END-PERFORM
           DISPLAY "Materie a catalogo: " Voci-Elencate.

      *Paragrafo 6000-SCALA: cambia la scala di valutazione di una
      *materia gia' a catalogo
       6000-SCALA.
           MOVE "Y" TO Materia-Trovata
           DISPLAY "Materia: "
           ACCEPT MM-Nome
           READ MaterieMaster
               INVALID KEY MOVE "N" TO Materia-Trovata
           END-READ
           IF NOT Materia-Trovata-Si
               DISPLAY "Materia non trovata"
           ELSE
               PERFORM 6200-DESCRIVI-SCALA
               DISPLAY "Scala attuale: " Scala-Descrizione
               PERFORM 6100-CHIEDI-SCALA
               MOVE Scala-Inserita TO MM-Scala
               REWRITE MaterieMaster-Record
                   INVALID KEY DISPLAY "Materia non aggiornata"
               END-REWRITE
               PERFORM 6200-DESCRIVI-SCALA
               DISPLAY "Nuova scala: " Scala-Descrizione
           END-IF.

      *Paragrafo 6100-CHIEDI-SCALA: N numerica, R giudizio di
      *religione cattolica, A giudizio di attivita' alternativa
       6100-CHIEDI-SCALA.
           DISPLAY "Scala (N = numerica, R = religione, "
               "A = alternativa): "
           ACCEPT Scala-Inserita
           PERFORM UNTIL Scala-Inserita = "N" OR "n" OR "R" OR "r"
                   OR "A" OR "a" OR SPACE
               DISPLAY "Scala non valida: usare N, R o A"
               ACCEPT Scala-Inserita
           END-PERFORM
           EVALUATE Scala-Inserita
               WHEN "R" WHEN "r" MOVE "R" TO Scala-Inserita
               WHEN "A" WHEN "a" MOVE "A" TO Scala-Inserita
               WHEN OTHER MOVE SPACE TO Scala-Inserita
           END-EVALUATE.

      *Paragrafo 6200-DESCRIVI-SCALA: la scala della voce corrente
      *in parole
       6200-DESCRIVI-SCALA.
           EVALUATE MM-Scala
               WHEN "R" MOVE "giudizio (religione)" TO Scala-Descrizione
               WHEN "A" MOVE "giudizio (alternativa)"
                   TO Scala-Descrizione
               WHEN OTHER MOVE "numerica" TO Scala-Descrizione
           END-EVALUATE.

      *Paragrafo 7000-NOME-INGLESE: registra o corregge il nome
      *inglese di una materia a catalogo, sotto il suo codice; un
      *nome in bianco toglie la traduzione (la stampa bilingue
      *riporta allora il solo nome italiano)
       7000-NOME-INGLESE.
           MOVE "Y" TO Materia-Trovata
           DISPLAY "Materia: "
           ACCEPT MM-Nome
           READ MaterieMaster
               INVALID KEY MOVE "N" TO Materia-Trovata
           END-READ
           IF NOT Materia-Trovata-Si
               DISPLAY "Materia non trovata"
           ELSE IF MM-Codice = SPACES
               DISPLAY "Materia senza codice: assegnare prima il "
                   "codice"
           ELSE
               PERFORM 7100-LEGGI-INGLESE
               IF Inglese-Trovato = "Y"
                   DISPLAY "Nome inglese attuale: " MI-Nome
               END-IF
               DISPLAY "Nome inglese (in bianco per togliere): "
               MOVE SPACES TO Nome-Inglese
               ACCEPT Nome-Inglese
               OPEN I-O MaterieInglese
               IF FS-MaterieInglese NOT = "00"
                   OPEN OUTPUT MaterieInglese
                   CLOSE MaterieInglese
                   OPEN I-O MaterieInglese
               END-IF
               MOVE MM-Codice TO MI-Codice
               IF Nome-Inglese = SPACES
                   IF Inglese-Trovato = "Y"
                       DELETE MaterieInglese
                           INVALID KEY
                               DISPLAY "Traduzione non tolta"
                       END-DELETE
                       DISPLAY "Traduzione tolta"
                   END-IF
               ELSE
                   MOVE Nome-Inglese TO MI-Nome
                   IF Inglese-Trovato = "Y"
                       REWRITE MaterieInglese-Record
                           INVALID KEY
                               DISPLAY "Traduzione non aggiornata"
                       END-REWRITE
                   ELSE
                       WRITE MaterieInglese-Record
                           INVALID KEY
                               DISPLAY "Traduzione non registrata"
                       END-WRITE
                   END-IF
                   DISPLAY "Nome inglese registrato"
               END-IF
               CLOSE MaterieInglese
           END-IF
           END-IF.

      *Paragrafo 7100-LEGGI-INGLESE: la traduzione del codice della
      *voce corrente, se registrata
       7100-LEGGI-INGLESE.
           MOVE "N" TO Inglese-Trovato
           IF MM-Codice NOT = SPACES
               OPEN INPUT MaterieInglese
               IF FS-MaterieInglese = "00"
                   MOVE MM-Codice TO MI-Codice
                   READ MaterieInglese
                       NOT INVALID KEY MOVE "Y" TO Inglese-Trovato
                   END-READ
                   CLOSE MaterieInglese
               END-IF
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

       END PROGRAM MaterieManut.
