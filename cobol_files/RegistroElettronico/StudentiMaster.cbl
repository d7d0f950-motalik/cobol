      *dalla matricola senza ridigitarli. Menu' di aggiunta, modifica,
      *cancellazione e ricerca, sullo schema di indexed.cbl
      *(AddCust/DeleteCust/UpdateCust/GetCust) applicato a STUDENTI.DAT.
      *Accanto alla scheda, l'anagrafica estesa per matricola
      *(ANAGRAFICA-ESTESA.DAT): codice fiscale, data e luogo di
      *nascita, sesso e cittadinanza, che servono ai flussi
      *ministeriali e ai certificati e prima stavano in un foglio
      *elettronico della segreteria. Il codice fiscale si verifica
      *con il carattere di controllo ufficiale e si confronta con
      *cognome, nome, data di nascita e sesso; lo stesso codice
      *sotto due matricole e' rifiutato, perche' e' il segno piu'
      *sicuro di uno studente fantasma.
      *I tutori dei fratelli collegati in un nucleo familiare
      *(NUCLEI.DAT, NucleiManut) si aggiungono, si modificano e si
      *tolgono una volta sola per tutto il nucleo.
      *All'accesso con conto individuale si mostrano le circolari
      *non ancora lette dall'operatore (Circolari), con conferma
      *della presa visione prima di continuare.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS FS-Classi.
      *Conti individuali degli operatori, con ruolo: serve il ruolo
      *di amministratore per le operazioni riservate
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
           SELECT FileTutoriNew ASSIGN TO 'TUTORI.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileTutoriNew.
      *Nuclei familiari (NucleiManut): codice nucleo e matricola
           SELECT FileNuclei ASSIGN TO 'NUCLEI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileNuclei.
      *Anagrafica estesa per matricola; la chiave alternativa sul
      *codice fiscale serve a scovare i doppioni (i duplicati sono
      *ammessi dal file solo per i codici ancora in bianco)
           SELECT AnagraficaEstesa ASSIGN TO 'ANAGRAFICA-ESTESA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-ID
               ALTERNATE RECORD KEY IS AE-Codice-Fiscale
                   WITH DUPLICATES
               FILE STATUS IS FS-AnagraficaEstesa.
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
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
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
           05  TU-Priorita PIC 9(1).
       FD  FileTutoriNew.
       01  FileTutoriNew-Record PIC X(105).
       FD  FileNuclei.
       01  FileNuclei-Record.
           05  NU-Nucleo PIC 9(6).
           05  NU-ID-Studente PIC 9(6).
      *Data di nascita AAAAMMGG, sesso M/F, provincia di nascita in
      *sigla (EE per i nati all'estero)
       FD  AnagraficaEstesa.
       01  AnagraficaEstesa-Record.
           05  AE-ID PIC 9(6).
           05  AE-Codice-Fiscale PIC X(16).
           05  AE-Data-Nascita PIC 9(8).
           05  AE-Luogo-Nascita PIC X(30).
           05  AE-Provincia-Nascita PIC X(2).
           05  AE-Sesso PIC X(1).
           05  AE-Cittadinanza PIC X(20).
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
       01  FS-Studenti PIC XX VALUE SPACES.
      *Conti individuali degli operatori (OPERATORI.DAT): sigla,
      *password e ruolo (A amministratore, D inserimento, L sola
      *lettura); senza il file si lavora come prima, per non
      *bloccare gli ambienti non ancora migrati
       01  FS-FileOperatori PIC XX VALUE SPACES.
      *Circolari non ancora lette dall'operatore
       01  FS-FileCircolari PIC XX VALUE SPACES.
       01  FS-FileVisioni PIC XX VALUE SPACES.
       01  Fine-Visioni PIC X VALUE "N".
       01  Conferma-Visione PIC X VALUE SPACE.
       01  Circolare-Riga-Idx PIC 99 VALUE 0.
       01  Operatori-Presenti PIC X VALUE "N".
       01  Operatore-Ruolo PIC X VALUE "A".
       01  Operatore-Autenticato PIC X VALUE "N".
       01  Tutori-Elencati PIC 99 VALUE 0.
       01  Nome-Tutore PIC X(40) VALUE SPACES.
       01  Righe-Tolte PIC 99 VALUE 0.
      *Fratelli del nucleo della matricola (lei compresa): le
      *modifiche ai tutori valgono per tutti
       01  FS-FileNuclei PIC XX VALUE SPACES.
       01  Fine-Nuclei PIC X VALUE "N".
       01  Nucleo-Tutori PIC 9(6) VALUE 0.
       01  Fratelli-Tab.
           05  Fratello-ID OCCURS 20 TIMES PIC 9(6).
       01  Fratelli-Cont PIC 99 VALUE 0.
       01  Fratelli-Idx PIC 99 VALUE 0.
       01  In-Nucleo PIC X VALUE "N".
       01  Nuovo-Canale PIC X(8) VALUE SPACES.
       01  Nuovo-Recapito PIC X(40) VALUE SPACES.
       01  Righe-Modificate PIC 99 VALUE 0.
       01  Cognome-Cercato PIC X(50) VALUE SPACES.
       01  Fine-Ricerca PIC X VALUE "N".
       01  Trovati PIC 999 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Studente-Trovato PIC X VALUE "N".
           88  Studente-Trovato-Si VALUE "Y".
      *Anagrafica estesa: i dati digitati restano qui finche' il
      *codice fiscale non e' verificato, perche' la ricerca dei
      *doppioni passa per l'area record
       01  FS-AnagraficaEstesa PIC XX VALUE SPACES.
       01  Estesa-Disponibile PIC X VALUE "N".
           88  Estesa-Disponibile-Si VALUE "Y".
       01  Estesa-Trovata PIC X VALUE "N".
       01  Dati-Estesi-Validi PIC X VALUE "N".
       01  Risposta-Estesi PIC X VALUE SPACE.
       01  Matricola-Estesa PIC 9(6) VALUE 0.
       01  Cf-Inserito PIC X(16) VALUE SPACES.
       01  Nascita-Inserita PIC 9(8) VALUE 0.
       01  Nascita-Testo REDEFINES Nascita-Inserita PIC X(8).
       01  Nascita-Mese PIC 99 VALUE 0.
       01  Nascita-Giorno PIC 99 VALUE 0.
       01  Luogo-Inserito PIC X(30) VALUE SPACES.
       01  Provincia-Inserita PIC X(2) VALUE SPACES.
       01  Sesso-Inserito PIC X VALUE SPACE.
       01  Cittadinanza-Inserita PIC X(20) VALUE SPACES.
       01  Cf-Doppione PIC 9(6) VALUE 0.
       01  Fine-Cf PIC X VALUE "N".
      *Controllo del codice fiscale: carattere di controllo con le
      *tabelle ministeriali dei valori in posizione dispari e pari,
      *poi confronto con cognome, nome, data di nascita e sesso
       01  ALFABETO PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  CIFRE PIC X(10) VALUE "0123456789".
      *Lettere che nei codici omocodici sostituiscono le cifre 0-9
       01  OMOCODIA PIC X(10) VALUE "LMNPQRSTUV".
      *Lettere dei mesi, da gennaio a dicembre
       01  LETTERE-MESI PIC X(12) VALUE "ABCDEHLMPRST".
      *Valori in posizione dispari per A..Z (le cifre 0..9 valgono
      *come A..J); in posizione pari il valore e' l'ordine (A = 0)
       01  Valori-Dispari-Dati.
           05  FILLER PIC X(26) VALUE "01000507091315171921020418".
           05  FILLER PIC X(26) VALUE "20110306081214161022252423".
       01  Valori-Dispari-Tab REDEFINES Valori-Dispari-Dati.
           05  Valore-Dispari OCCURS 26 TIMES PIC 99.
       01  Cf-Esito PIC X VALUE "N".
       01  Cf-Messaggio PIC X(50) VALUE SPACES.
       01  Cf-Normalizzato PIC X(16) VALUE SPACES.
       01  Cf-Pos PIC 99 VALUE 0.
       01  Cf-Car PIC X VALUE SPACE.
       01  Cf-Indice PIC 99 VALUE 0.
       01  Cf-Somma PIC 999 VALUE 0.
       01  Cf-Quoziente PIC 99 VALUE 0.
       01  Cf-Resto PIC 99 VALUE 0.
       01  Cf-Giorno PIC 99 VALUE 0.
       01  Giorno-Atteso PIC 99 VALUE 0.
      *Tre lettere di cognome o nome: consonanti, poi vocali, poi X;
      *per il nome con piu' di tre consonanti la prima, la terza e
      *la quarta
       01  Nominativo PIC X(50) VALUE SPACES.
       01  Nominativo-Tipo PIC X VALUE SPACE.
       01  Nom-Pos PIC 99 VALUE 0.
       01  Consonanti PIC X(50) VALUE SPACES.
       01  Cons-Cont PIC 99 VALUE 0.
       01  Vocali PIC X(50) VALUE SPACES.
       01  Voc-Cont PIC 99 VALUE 0.
       01  Sequenza-Nominativo PIC X(103) VALUE SPACES.
       01  Codice-Nominativo PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
      *Paragrafo principale: apre l'anagrafica e mostra il menu' fino
      *a quando l'operatore non sceglie di uscire
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8000-CONTROLLA-ACCESSO
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           IF Operatori-Presenti = "Y"
                   AND Operatore-Autenticato NOT = "Y"
               DISPLAY "Accesso negato"
           IF FS-Classi = "00"
               MOVE "Y" TO Classi-Disponibile
           END-IF
           OPEN I-O AnagraficaEstesa
           IF FS-AnagraficaEstesa = "35"
               OPEN OUTPUT AnagraficaEstesa
               CLOSE AnagraficaEstesa
               OPEN I-O AnagraficaEstesa
           END-IF
           IF FS-AnagraficaEstesa = "00"
               MOVE "Y" TO Estesa-Disponibile
           ELSE
               DISPLAY "Attenzione: ANAGRAFICA-ESTESA.DAT non "
                   "disponibile (stato " FS-AnagraficaEstesa ")"
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "ANAGRAFICA STUDENTI"
               DISPLAY "1: Aggiungi studente"
               DISPLAY "3: Modifica studente"
               DISPLAY "4: Cerca studente"
               DISPLAY "5: Tutori di uno studente"
               DISPLAY "6: Dati anagrafici estesi (codice fiscale)"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
                       END-IF
                   WHEN 4 PERFORM 4000-CERCA
                   WHEN 5 PERFORM 5000-TUTORI
                   WHEN 6 PERFORM 7500-RICHIEDI-ADMIN
                       IF Operatore-Ruolo = "A"
                           DISPLAY "Matricola: "
                           ACCEPT Matricola-Estesa
                           PERFORM 6500-DATI-ESTESI
                       END-IF
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           IF Classi-Disponibile-Si
               CLOSE Classi
           END-IF
           IF Estesa-Disponibile-Si
               CLOSE AnagraficaEstesa
           END-IF
           STOP RUN.

      *Paragrafo 1000-AGGIUNGI: inserisce un nuovo studente
           ELSE
               MOVE SPACES TO ST-Stato
           END-IF
           MOVE "Y" TO Studente-Trovato
           WRITE Studenti-Record
               INVALID KEY
                   DISPLAY "Matricola gia' presente"
                   MOVE "N" TO Studente-Trovato
           END-WRITE
           IF Studente-Trovato-Si AND Estesa-Disponibile-Si
               DISPLAY "Inserire ora codice fiscale e dati di "
                   "nascita? (S/N): "
               ACCEPT Risposta-Estesi
               IF Risposta-Estesi = "S" OR "s"
                   MOVE ST-ID TO Matricola-Estesa
                   PERFORM 6500-DATI-ESTESI
               END-IF
           END-IF.

      *Paragrafo 2000-CANCELLA: rimuove uno studente per matricola
       2000-CANCELLA.
           ACCEPT ST-ID
           DELETE Studenti
               INVALID KEY DISPLAY "Matricola non trovata"
           END-DELETE
      *Con la scheda se ne va l'anagrafica estesa: il codice
      *fiscale non deve restare a bloccare una nuova iscrizione
           IF Estesa-Disponibile-Si
               MOVE ST-ID TO AE-ID
               DELETE AnagraficaEstesa
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.

      *Paragrafo 3000-MODIFICA: aggiorna cognome/nome/classe di uno
      *studente gia' censito
                       DISPLAY "Stato    : attivo"
                   END-IF
               END-IF
               PERFORM 4300-MOSTRA-ESTESI
           ELSE
               DISPLAY "Matricola non trovata"
           END-IF.

      *Paragrafo 4300-MOSTRA-ESTESI: i dati dell'anagrafica estesa
      *della matricola letta, se registrati
       4300-MOSTRA-ESTESI.
           IF Estesa-Disponibile-Si
               MOVE ST-ID TO AE-ID
               READ AnagraficaEstesa
                   INVALID KEY
                       DISPLAY "Anagrafica estesa non registrata"
                   NOT INVALID KEY
                       DISPLAY "Cod. fisc: " AE-Codice-Fiscale
                       DISPLAY "Nascita  : " AE-Data-Nascita " "
                           AE-Luogo-Nascita " (" AE-Provincia-Nascita
                           ")"
                       DISPLAY "Sesso    : " AE-Sesso
                       DISPLAY "Cittad.  : " AE-Cittadinanza
               END-READ
           END-IF.

      *Paragrafo 5000-TUTORI: i recapiti degli aventi diritto alle
      *comunicazioni per una matricola - registrazione, elenco e
           IF Studente-Trovato NOT = "Y"
               DISPLAY "Matricola non trovata"
           ELSE
               PERFORM 5050-CARICA-NUCLEO
               IF Fratelli-Cont > 1
                   DISPLAY "Nucleo familiare " Nucleo-Tutori
                       ": aggiunte e modifiche valgono per "
                       Fratelli-Cont " studenti"
               END-IF
               DISPLAY "1: Aggiungi tutore"
               DISPLAY "2: Elenco tutori"
               DISPLAY "3: Togli tutore (per nome)"
               DISPLAY "4: Cambia canale e recapito (per nome)"
               DISPLAY "Scelta: "
               ACCEPT Scelta-Tutori
               EVALUATE Scelta-Tutori
                   WHEN 1 PERFORM 5100-AGGIUNGI-TUTORE
                   WHEN 2 PERFORM 5200-ELENCO-TUTORI
                   WHEN 3 PERFORM 5300-TOGLI-TUTORE
                   WHEN 4 PERFORM 5400-CAMBIA-RECAPITO
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-IF.

      *Paragrafo 5050-CARICA-NUCLEO: Matricola-Tutori e i suoi
      *fratelli di nucleo in Fratelli-Tab; senza nucleo la sola
      *matricola
       5050-CARICA-NUCLEO.
           MOVE 0 TO Nucleo-Tutori
           OPEN INPUT FileNuclei
           IF FS-FileNuclei = "00"
               MOVE "N" TO Fine-Nuclei
               PERFORM UNTIL Fine-Nuclei = "S"
                   READ FileNuclei
                       AT END
                           MOVE "S" TO Fine-Nuclei
                       NOT AT END
                           IF NU-ID-Studente = Matricola-Tutori
                               MOVE NU-Nucleo TO Nucleo-Tutori
                               MOVE "S" TO Fine-Nuclei
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileNuclei
           END-IF
           MOVE 1 TO Fratelli-Cont
           MOVE Matricola-Tutori TO Fratello-ID(1)
           IF Nucleo-Tutori > 0
               OPEN INPUT FileNuclei
               MOVE "N" TO Fine-Nuclei
               PERFORM UNTIL Fine-Nuclei = "S"
                   READ FileNuclei
                       AT END
                           MOVE "S" TO Fine-Nuclei
                       NOT AT END
                           IF NU-Nucleo = Nucleo-Tutori
                                   AND NU-ID-Studente
                                       NOT = Matricola-Tutori
                                   AND Fratelli-Cont < 20
                               ADD 1 TO Fratelli-Cont
                               MOVE NU-ID-Studente
                                   TO Fratello-ID(Fratelli-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileNuclei
           END-IF.

      *Paragrafo 5060-IN-NUCLEO: In-Nucleo "Y" se la riga di tutore
      *letta appartiene a uno dei fratelli di Fratelli-Tab
       5060-IN-NUCLEO.
           MOVE "N" TO In-Nucleo
           MOVE 0 TO Fratelli-Idx
           PERFORM UNTIL Fratelli-Idx >= Fratelli-Cont
               ADD 1 TO Fratelli-Idx
               IF TU-ID-Studente = Fratello-ID(Fratelli-Idx)
                   MOVE "Y" TO In-Nucleo
                   MOVE Fratelli-Cont TO Fratelli-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 5100-AGGIUNGI-TUTORE: un avente diritto in coda al
      *registro, ripetuto per ogni fratello del nucleo
       5100-AGGIUNGI-TUTORE.
           OPEN EXTEND FileTutori
           IF FS-FileTutori NOT = "00"
               OPEN OUTPUT FileTutori
           END-IF
           DISPLAY "Nome e cognome del tutore: "
           ACCEPT TU-Nome
           DISPLAY "Relazione (MADRE/PADRE/TUTORE/...): "
           ACCEPT TU-Recapito
           DISPLAY "Priorita' (1 = principale): "
           ACCEPT TU-Priorita
           MOVE 0 TO Fratelli-Idx
           PERFORM UNTIL Fratelli-Idx >= Fratelli-Cont
               ADD 1 TO Fratelli-Idx
               MOVE Fratello-ID(Fratelli-Idx) TO TU-ID-Studente
               WRITE FileTutori-Record
           END-PERFORM
           CLOSE FileTutori
           DISPLAY "Tutore registrato per " Fratelli-Cont
               " studenti".

      *Paragrafo 5200-ELENCO-TUTORI: gli aventi diritto della
      *matricola
           END-IF.

      *Paragrafo 5300-TOGLI-TUTORE: via le righe della matricola
      *(e dei fratelli del nucleo) con il nome indicato,
      *riscrivendo via TUTORI.TMP
       5300-TOGLI-TUTORE.
           DISPLAY "Nome del tutore da togliere: "
           ACCEPT Nome-Tutore
                       AT END
                           MOVE "S" TO Fine-Tutori
                       NOT AT END
                           PERFORM 5060-IN-NUCLEO
                           IF In-Nucleo = "Y"
                                   AND TU-Nome = Nome-Tutore
                               ADD 1 TO Righe-Tolte
                           ELSE
               END-PERFORM
               CLOSE FileTutori
               CLOSE FileTutoriNew
               PERFORM 5350-RICOPIA-TUTORI
               DISPLAY "Tutori tolti: " Righe-Tolte
           END-IF.

      *Paragrafo 5350-RICOPIA-TUTORI: TUTORI.TMP riportato su
      *TUTORI.DAT
       5350-RICOPIA-TUTORI.
           OPEN INPUT FileTutoriNew
           OPEN OUTPUT FileTutori
           MOVE "N" TO Fine-Tutori
           PERFORM UNTIL Fine-Tutori = "S"
               READ FileTutoriNew
                   AT END
                       MOVE "S" TO Fine-Tutori
                   NOT AT END
                       MOVE FileTutoriNew-Record
                           TO FileTutori-Record
                       WRITE FileTutori-Record
               END-READ
           END-PERFORM
           CLOSE FileTutoriNew
           CLOSE FileTutori.

      *Paragrafo 5400-CAMBIA-RECAPITO: nuovo canale e recapito del
      *tutore indicato, su tutte le righe della matricola e dei
      *fratelli del nucleo, riscrivendo via TUTORI.TMP
       5400-CAMBIA-RECAPITO.
           DISPLAY "Nome del tutore: "
           ACCEPT Nome-Tutore
           DISPLAY "Nuovo canale (POSTA/EMAIL): "
           ACCEPT Nuovo-Canale
           DISPLAY "Nuovo recapito: "
           ACCEPT Nuovo-Recapito
           MOVE 0 TO Righe-Modificate
           OPEN INPUT FileTutori
           IF FS-FileTutori NOT = "00"
               DISPLAY "Nessun tutore registrato"
           ELSE
               OPEN OUTPUT FileTutoriNew
               MOVE "N" TO Fine-Tutori
               PERFORM UNTIL Fine-Tutori = "S"
                   READ FileTutori
                       AT END
                           MOVE "S" TO Fine-Tutori
                       NOT AT END
                           PERFORM 5060-IN-NUCLEO
                           IF In-Nucleo = "Y"
                                   AND TU-Nome = Nome-Tutore
                               MOVE Nuovo-Canale TO TU-Canale
                               MOVE Nuovo-Recapito TO TU-Recapito
                               ADD 1 TO Righe-Modificate
                           END-IF
                           MOVE FileTutori-Record
                               TO FileTutoriNew-Record
                           WRITE FileTutoriNew-Record
                   END-READ
               END-PERFORM
               CLOSE FileTutori
               CLOSE FileTutoriNew
               PERFORM 5350-RICOPIA-TUTORI
               DISPLAY "Righe aggiornate: " Righe-Modificate
           END-IF.

      *Paragrafo 6000-CHIEDI-CLASSE: chiede il codice classe e, se
               END-IF
           END-PERFORM.

      *Paragrafo 6500-DATI-ESTESI: registrazione o modifica
      *dell'anagrafica estesa di Matricola-Estesa; si scrive solo
      *con dati validi e un codice fiscale non gia' usato da
      *un'altra matricola
       6500-DATI-ESTESI.
           MOVE "Y" TO Studente-Trovato
           MOVE Matricola-Estesa TO ST-ID
           READ Studenti
               INVALID KEY MOVE "N" TO Studente-Trovato
           END-READ
           IF NOT Estesa-Disponibile-Si
               DISPLAY "ANAGRAFICA-ESTESA.DAT non disponibile"
           ELSE IF NOT Studente-Trovato-Si
               DISPLAY "Matricola non trovata"
           ELSE
               MOVE "Y" TO Estesa-Trovata
               MOVE Matricola-Estesa TO AE-ID
               READ AnagraficaEstesa
                   INVALID KEY MOVE "N" TO Estesa-Trovata
               END-READ
               IF Estesa-Trovata = "Y"
                   DISPLAY "Attuale: " AE-Codice-Fiscale " "
                       AE-Data-Nascita " " AE-Sesso " "
                       AE-Luogo-Nascita
               END-IF
               PERFORM 6600-CHIEDI-DATI-ESTESI
               IF Dati-Estesi-Validi = "Y"
                   MOVE SPACES TO AnagraficaEstesa-Record
                   MOVE Matricola-Estesa TO AE-ID
                   MOVE Cf-Inserito TO AE-Codice-Fiscale
                   MOVE Nascita-Inserita TO AE-Data-Nascita
                   MOVE Luogo-Inserito TO AE-Luogo-Nascita
                   MOVE Provincia-Inserita TO AE-Provincia-Nascita
                   MOVE Sesso-Inserito TO AE-Sesso
                   MOVE Cittadinanza-Inserita TO AE-Cittadinanza
                   IF Estesa-Trovata = "Y"
                       REWRITE AnagraficaEstesa-Record
                           INVALID KEY
                               DISPLAY "Anagrafica estesa non "
                                   "aggiornata"
                       END-REWRITE
                   ELSE
                       WRITE AnagraficaEstesa-Record
                           INVALID KEY
                               DISPLAY "Anagrafica estesa gia' "
                                   "presente"
                       END-WRITE
                   END-IF
                   DISPLAY "Anagrafica estesa registrata"
               ELSE
                   DISPLAY "Anagrafica estesa non registrata"
               END-IF
           END-IF
           END-IF.

      *Paragrafo 6600-CHIEDI-DATI-ESTESI: nascita, sesso,
      *cittadinanza e codice fiscale (invio = non ancora noto, per
      *chi non l'ha ancora ricevuto); con un errore si puo'
      *riprovare o rinunciare
       6600-CHIEDI-DATI-ESTESI.
           MOVE "N" TO Dati-Estesi-Validi
           MOVE "S" TO Risposta-Estesi
           PERFORM UNTIL Dati-Estesi-Validi = "Y"
                   OR (Risposta-Estesi NOT = "S"
                   AND Risposta-Estesi NOT = "s")
               MOVE "Y" TO Dati-Estesi-Validi
               DISPLAY "Data di nascita (AAAAMMGG): "
               ACCEPT Nascita-Inserita
               DISPLAY "Comune di nascita: "
               ACCEPT Luogo-Inserito
               DISPLAY "Provincia di nascita (sigla, EE estero): "
               ACCEPT Provincia-Inserita
               DISPLAY "Sesso (M/F): "
               ACCEPT Sesso-Inserito
               DISPLAY "Cittadinanza: "
               ACCEPT Cittadinanza-Inserita
               DISPLAY "Codice fiscale (invio = non ancora noto): "
               ACCEPT Cf-Inserito
               INSPECT Sesso-Inserito CONVERTING "mf" TO "MF"
               INSPECT Provincia-Inserita
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT Cf-Inserito
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE Nascita-Testo(5:2) TO Nascita-Mese
               MOVE Nascita-Testo(7:2) TO Nascita-Giorno
               IF Nascita-Inserita < 19000101
                       OR Nascita-Mese < 1 OR Nascita-Mese > 12
                       OR Nascita-Giorno < 1 OR Nascita-Giorno > 31
                   DISPLAY "Data di nascita non valida"
                   MOVE "N" TO Dati-Estesi-Validi
               ELSE IF Sesso-Inserito NOT = "M"
                       AND Sesso-Inserito NOT = "F"
                   DISPLAY "Sesso non valido (M/F)"
                   MOVE "N" TO Dati-Estesi-Validi
               ELSE IF Cf-Inserito NOT = SPACES
                   PERFORM 6700-CONTROLLA-CF
                   IF Cf-Esito NOT = "Y"
                       DISPLAY "Codice fiscale respinto: "
                           Cf-Messaggio
                       MOVE "N" TO Dati-Estesi-Validi
                   ELSE
                       PERFORM 6800-CF-UNICO
                       IF Cf-Doppione > 0
                           DISPLAY "Codice fiscale gia' registrato "
                               "per la matricola " Cf-Doppione
                               ": possibile studente doppio"
                           MOVE "N" TO Dati-Estesi-Validi
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               IF Dati-Estesi-Validi NOT = "Y"
                   DISPLAY "Riprovare? (S/N): "
                   ACCEPT Risposta-Estesi
               END-IF
           END-PERFORM.

      *Paragrafo 6700-CONTROLLA-CF: Cf-Inserito contro la regola
      *ufficiale - lettere e cifre (o sostituti omocodici) al loro
      *posto, carattere di controllo, tre lettere di cognome e di
      *nome, anno, mese e giorno di nascita (piu' 40 per il sesso
      *femminile); esito in Cf-Esito, motivo in Cf-Messaggio
       6700-CONTROLLA-CF.
           MOVE "Y" TO Cf-Esito
           MOVE SPACES TO Cf-Messaggio
           MOVE Cf-Inserito TO Cf-Normalizzato
           MOVE 0 TO Cf-Pos
           PERFORM UNTIL Cf-Pos >= 16
               ADD 1 TO Cf-Pos
               MOVE Cf-Inserito(Cf-Pos:1) TO Cf-Car
               EVALUATE Cf-Pos
                   WHEN 7 WHEN 8 WHEN 10 WHEN 11
                   WHEN 13 WHEN 14 WHEN 15
                       PERFORM 6720-CIFRA-OMOCODICA
                   WHEN OTHER
                       IF Cf-Car IS NOT ALPHABETIC-UPPER
                               OR Cf-Car = SPACE
                           MOVE "N" TO Cf-Esito
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF Cf-Esito NOT = "Y"
               MOVE "formato non valido (16 caratteri)"
                   TO Cf-Messaggio
           ELSE
               MOVE 0 TO Cf-Somma
               MOVE 0 TO Cf-Pos
               PERFORM UNTIL Cf-Pos >= 15
                   ADD 1 TO Cf-Pos
                   MOVE Cf-Inserito(Cf-Pos:1) TO Cf-Car
                   PERFORM 6710-VALORE-CARATTERE
                   DIVIDE Cf-Pos BY 2 GIVING Cf-Quoziente
                       REMAINDER Cf-Resto
                   IF Cf-Resto = 1
                       ADD Valore-Dispari(Cf-Indice) TO Cf-Somma
                   ELSE
                       COMPUTE Cf-Somma = Cf-Somma + Cf-Indice - 1
                   END-IF
               END-PERFORM
               DIVIDE Cf-Somma BY 26 GIVING Cf-Quoziente
                   REMAINDER Cf-Resto
               IF ALFABETO(Cf-Resto + 1:1) NOT = Cf-Inserito(16:1)
                   MOVE "N" TO Cf-Esito
                   STRING "carattere di controllo errato (atteso "
                       DELIMITED BY SIZE
                       ALFABETO(Cf-Resto + 1:1) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO Cf-Messaggio
               END-IF
           END-IF
           IF Cf-Esito = "Y"
               MOVE ST-Cognome TO Nominativo
               MOVE "C" TO Nominativo-Tipo
               PERFORM 6730-CODICE-NOMINATIVO
               IF Codice-Nominativo NOT = Cf-Inserito(1:3)
                   MOVE "N" TO Cf-Esito
                   MOVE "non corrisponde al cognome" TO Cf-Messaggio
               END-IF
           END-IF
           IF Cf-Esito = "Y"
               MOVE ST-Nome TO Nominativo
               MOVE "N" TO Nominativo-Tipo
               PERFORM 6730-CODICE-NOMINATIVO
               IF Codice-Nominativo NOT = Cf-Inserito(4:3)
                   MOVE "N" TO Cf-Esito
                   MOVE "non corrisponde al nome" TO Cf-Messaggio
               END-IF
           END-IF
           IF Cf-Esito = "Y"
               IF Cf-Normalizzato(7:2) NOT = Nascita-Testo(3:2)
                       OR Cf-Inserito(9:1)
                           NOT = LETTERE-MESI(Nascita-Mese:1)
                   MOVE "N" TO Cf-Esito
                   MOVE "non corrisponde ad anno e mese di nascita"
                       TO Cf-Messaggio
               END-IF
           END-IF
           IF Cf-Esito = "Y"
               MOVE Cf-Normalizzato(10:2) TO Cf-Giorno
               MOVE Nascita-Giorno TO Giorno-Atteso
               IF Sesso-Inserito = "F"
                   ADD 40 TO Giorno-Atteso
               END-IF
               IF Cf-Giorno NOT = Giorno-Atteso
                   MOVE "N" TO Cf-Esito
                   MOVE "non corrisponde a giorno di nascita e sesso"
                       TO Cf-Messaggio
               END-IF
           END-IF.

      *Paragrafo 6710-VALORE-CARATTERE: posizione di Cf-Car
      *nell'alfabeto (A = 1), o cifra piu' uno per le cifre
       6710-VALORE-CARATTERE.
           MOVE 0 TO Cf-Indice
           IF Cf-Car IS NUMERIC
               MOVE Cf-Car TO Cf-Indice
               ADD 1 TO Cf-Indice
           ELSE
               MOVE 0 TO Nom-Pos
               PERFORM UNTIL Nom-Pos >= 26
                   ADD 1 TO Nom-Pos
                   IF ALFABETO(Nom-Pos:1) = Cf-Car
                       MOVE Nom-Pos TO Cf-Indice
                       MOVE 26 TO Nom-Pos
                   END-IF
               END-PERFORM
           END-IF.

      *Paragrafo 6720-CIFRA-OMOCODICA: in una posizione numerica
      *vale la cifra o la lettera che la sostituisce nei codici
      *omocodici, riportata a cifra in Cf-Normalizzato
       6720-CIFRA-OMOCODICA.
           IF Cf-Car IS NOT NUMERIC
               MOVE 0 TO Nom-Pos
               PERFORM UNTIL Nom-Pos >= 10
                   ADD 1 TO Nom-Pos
                   IF OMOCODIA(Nom-Pos:1) = Cf-Car
                       MOVE CIFRE(Nom-Pos:1)
                           TO Cf-Normalizzato(Cf-Pos:1)
                       MOVE 99 TO Nom-Pos
                   END-IF
               END-PERFORM
               IF Nom-Pos NOT = 99
                   MOVE "N" TO Cf-Esito
               END-IF
           END-IF.

      *Paragrafo 6730-CODICE-NOMINATIVO: le tre lettere del codice
      *fiscale per il cognome (Nominativo-Tipo "C") o il nome ("N")
      *in Nominativo; contano le sole lettere, senza spazi e
      *apostrofi
       6730-CODICE-NOMINATIVO.
           INSPECT Nominativo
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO Consonanti
           MOVE SPACES TO Vocali
           MOVE 0 TO Cons-Cont
           MOVE 0 TO Voc-Cont
           MOVE 0 TO Nom-Pos
           PERFORM UNTIL Nom-Pos >= 50
               ADD 1 TO Nom-Pos
               MOVE Nominativo(Nom-Pos:1) TO Cf-Car
               IF Cf-Car = "A" OR "E" OR "I" OR "O" OR "U"
                   ADD 1 TO Voc-Cont
                   MOVE Cf-Car TO Vocali(Voc-Cont:1)
               ELSE IF Cf-Car IS ALPHABETIC-UPPER
                       AND Cf-Car NOT = SPACE
                   ADD 1 TO Cons-Cont
                   MOVE Cf-Car TO Consonanti(Cons-Cont:1)
               END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO Codice-Nominativo
           IF Nominativo-Tipo = "N" AND Cons-Cont > 3
               STRING Consonanti(1:1) DELIMITED BY SIZE
                   Consonanti(3:2) DELIMITED BY SIZE
                   INTO Codice-Nominativo
           ELSE
               MOVE SPACES TO Sequenza-Nominativo
               STRING Consonanti DELIMITED BY SPACE
                   Vocali DELIMITED BY SPACE
                   "XXX" DELIMITED BY SIZE
                   INTO Sequenza-Nominativo
               MOVE Sequenza-Nominativo(1:3) TO Codice-Nominativo
           END-IF.

      *Paragrafo 6800-CF-UNICO: la matricola che ha gia' il codice
      *fiscale Cf-Inserito, se diversa da Matricola-Estesa (0 se
      *nessuna), dalla chiave alternativa
       6800-CF-UNICO.
           MOVE 0 TO Cf-Doppione
           MOVE Cf-Inserito TO AE-Codice-Fiscale
           START AnagraficaEstesa KEY IS EQUAL TO AE-Codice-Fiscale
               INVALID KEY MOVE "S" TO Fine-Cf
               NOT INVALID KEY MOVE "N" TO Fine-Cf
           END-START
           PERFORM UNTIL Fine-Cf = "S"
               READ AnagraficaEstesa NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Cf
                   NOT AT END
                       IF AE-Codice-Fiscale NOT = Cf-Inserito
                           MOVE "S" TO Fine-Cf
                       ELSE IF AE-ID NOT = Matricola-Estesa
                           MOVE AE-ID TO Cf-Doppione
                           MOVE "S" TO Fine-Cf
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *Paragrafo 7000-CONTROLLA-CIFRA: verifica della cifra di
      *controllo della matricola appena digitata
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

       END PROGRAM StudentiMaster.
