       IDENTIFICATION DIVISION.
       PROGRAM-ID. GiudiziDescrittivi.

      *Giudizi descrittivi di periodo (GIUDIZI.DAT): a ogni periodo il
      *consiglio scrive per ogni studente un breve giudizio globale su
      *apprendimento e comportamento, che prima si batteva a mano in
      *videoscrittura e non coincideva mai con il registro. Qui il
      *giudizio si compone scegliendo i codici delle frasi della banca
      *(GIUDIZI-FRASI.DAT, vedi GiudiziFrasi) con l'aggiunta facoltativa
      *di testo libero. Nella riga si registrano i codici scelti e il
      *testo composto, una frase per riga: la pagella, il certificato
      *di Trascrizione e le lettere alle famiglie stampano il testo
      *cosi' com'era al momento della delibera, anche se poi la banca
      *cambia. Le righe sono accodate e per matricola, anno e periodo
      *vale l'ultima. L'elenco dei mancanti di una classe va passato
      *prima di stampare le pagelle.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileGiudizi ASSIGN TO 'GIUDIZI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileGiudizi.
           SELECT FileFrasi ASSIGN TO 'GIUDIZI-FRASI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileFrasi.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
           SELECT FileMancanti ASSIGN TO Mancanti-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileMancanti.
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
      *Un giudizio: fino a 6 codici di frase e fino a 8 righe di
      *testo composto (le frasi scelte, poi il testo libero)
       FD  FileGiudizi.
       01  FileGiudizi-Record.
           05  GD-ID-Studente PIC 9(6).
           05  GD-Anno PIC X(9).
           05  GD-Periodo PIC 9(1).
           05  GD-Classe PIC X(4).
           05  GD-Codice OCCURS 6 TIMES PIC X(6).
           05  GD-Riga OCCURS 8 TIMES PIC X(70).
           05  GD-Data PIC 9(8).
           05  GD-Operatore PIC X(10).
       FD  FileFrasi.
       01  FileFrasi-Record.
           05  GF-Codice PIC X(6).
           05  GF-Area PIC X(1).
           05  GF-Stato PIC X(1).
           05  GF-Testo PIC X(70).
           05  GF-Data PIC 9(8).
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
       FD  FileMancanti.
       01  FileMancanti-Record PIC X(80).
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
       01  FS-FileGiudizi PIC XX VALUE SPACES.
       01  FS-FileFrasi PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  FS-FileMancanti PIC XX VALUE SPACES.
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
       01  Mancanti-Filename PIC X(30) VALUE SPACES.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-File PIC X VALUE "N".
       01  Fine-Studenti PIC X VALUE "N".
       01  ID-Studente PIC 9(6) VALUE 0.
       01  Studente-Trovato PIC X VALUE "N".
       01  Classe-Studente PIC X(4) VALUE SPACES.
       01  Cognome-Studente PIC X(50) VALUE SPACES.
       01  Nome-Studente PIC X(50) VALUE SPACES.
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  Periodo-Scelto PIC 9 VALUE 0.
       01  Operatore-Giudizio PIC X(10) VALUE SPACES.
       01  Conferma PIC X VALUE "N".
       01  riga PIC X(80).
      *Banca delle frasi caricata: una voce per codice, l'ultima
      *riga registrata vince (come in GiudiziFrasi)
       01  Frasi-Tab.
           05  Frasi-Voce OCCURS 200 TIMES.
               10  FT-Codice PIC X(6).
               10  FT-Area PIC X(1).
               10  FT-Stato PIC X(1).
               10  FT-Testo PIC X(70).
       01  Frasi-Cont PIC 999 VALUE 0.
       01  Frasi-Idx PIC 999 VALUE 0.
       01  Frase-Trovata PIC 999 VALUE 0.
       01  Area-Elenco PIC X(1) VALUE SPACE.
      *Giudizio in composizione
       01  Codice-Inserito PIC X(6) VALUE SPACES.
       01  Testo-Libero PIC X(70) VALUE SPACES.
       01  Nuovi-Codici-Tab.
           05  NC-Codice OCCURS 6 TIMES PIC X(6).
       01  Nuove-Righe-Tab.
           05  NR-Riga OCCURS 8 TIMES PIC X(70).
       01  Codici-Scelti PIC 9 VALUE 0.
       01  Righe-Composte PIC 9 VALUE 0.
       01  Righe-Libere PIC 9 VALUE 0.
       01  Fine-Codici PIC X VALUE "N".
       01  Codice-Doppio PIC X VALUE "N".
       01  Codici-Idx PIC 9 VALUE 0.
       01  Righe-Idx PIC 9 VALUE 0.
      *Ultimo giudizio registrato per matricola/anno/periodo
       01  Giudizio-Trovato PIC X VALUE "N".
       01  Giudizio-Salvato.
           05  GS-ID-Studente PIC 9(6).
           05  GS-Anno PIC X(9).
           05  GS-Periodo PIC 9(1).
           05  GS-Classe PIC X(4).
           05  GS-Codice OCCURS 6 TIMES PIC X(6).
           05  GS-Riga OCCURS 8 TIMES PIC X(70).
           05  GS-Data PIC 9(8).
           05  GS-Operatore PIC X(10).
       01  Periodo-Idx PIC 9 VALUE 0.
      *Elenco dei mancanti
       01  Studenti-Classe PIC 999 VALUE 0.
       01  Giudizi-Mancanti PIC 999 VALUE 0.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 0500-LEGGI-ANNO-CORRENTE
           IF Anno-Corrente = SPACES
               DISPLAY "ANNO-CORRENTE.DAT non presente"
               STOP RUN
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "GIUDIZI DESCRITTIVI DI PERIODO - ANNO "
                   Anno-Corrente
               DISPLAY "1: Registra il giudizio di uno studente"
               DISPLAY "2: Giudizi di una matricola"
               DISPLAY "3: Studenti di una classe senza giudizio"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-REGISTRA
                   WHEN 2 PERFORM 2000-CONSULTA
                   WHEN 3 PERFORM 3000-MANCANTI
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO-CORRENTE: l'anno scolastico in
      *corso da ANNO-CORRENTE.DAT, l'anno di tutti i giudizi
       0500-LEGGI-ANNO-CORRENTE.
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF.

      *Paragrafo 1000-REGISTRA: il giudizio di periodo di uno
      *studente attivo, composto dalle frasi della banca e dal testo
      *libero; un giudizio gia' registrato viene sostituito
       1000-REGISTRA.
           DISPLAY "Matricola dello studente: "
           ACCEPT ID-Studente
           PERFORM 4000-LEGGI-STUDENTE
           IF Studente-Trovato NOT = "Y"
               DISPLAY "Matricola non in anagrafica STUDENTI.DAT "
                   "o studente ritirato"
           ELSE
               DISPLAY Cognome-Studente(1:30) " "
                   Nome-Studente(1:20) " classe " Classe-Studente
               DISPLAY "Periodo (1-4): "
               ACCEPT Periodo-Scelto
               IF Periodo-Scelto < 1 OR Periodo-Scelto > 4
                   DISPLAY "Periodo non valido"
               ELSE
                   PERFORM 5000-CERCA-GIUDIZIO
                   IF Giudizio-Trovato = "Y"
                       DISPLAY "Giudizio gia' registrato:"
                       PERFORM 5100-MOSTRA-GIUDIZIO
                       DISPLAY "Il nuovo giudizio lo sostituira'"
                   END-IF
                   PERFORM 1100-COMPONI
                   IF Righe-Composte = 0
                       DISPLAY "Giudizio vuoto: nulla registrato"
                   ELSE
                       PERFORM 1200-CONFERMA-E-SCRIVI
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 1100-COMPONI: elenca le frasi in uso, raccoglie
      *fino a 6 codici (in bianco per finire) e fino a 2 righe di
      *testo libero, e compone le righe del giudizio
       1100-COMPONI.
           PERFORM 6000-CARICA-FRASI
           MOVE SPACES TO Nuovi-Codici-Tab
           MOVE SPACES TO Nuove-Righe-Tab
           MOVE 0 TO Codici-Scelti
           MOVE 0 TO Righe-Composte
           DISPLAY "Frasi di apprendimento:"
           MOVE "A" TO Area-Elenco
           PERFORM 6200-ELENCO-AREA
           DISPLAY "Frasi di comportamento:"
           MOVE "C" TO Area-Elenco
           PERFORM 6200-ELENCO-AREA
           MOVE "N" TO Fine-Codici
           PERFORM UNTIL Fine-Codici = "S"
               DISPLAY "Codice frase (in bianco per finire): "
               MOVE SPACES TO Codice-Inserito
               ACCEPT Codice-Inserito
               IF Codice-Inserito = SPACES
                   MOVE "S" TO Fine-Codici
               ELSE
                   PERFORM 1150-AGGIUNGI-CODICE
                   IF Codici-Scelti >= 6
                       MOVE "S" TO Fine-Codici
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO Righe-Libere
           PERFORM UNTIL Righe-Libere >= 2
               DISPLAY "Testo libero (max 70, in bianco per "
                   "finire): "
               MOVE SPACES TO Testo-Libero
               ACCEPT Testo-Libero
               IF Testo-Libero = SPACES
                   MOVE 2 TO Righe-Libere
               ELSE
                   ADD 1 TO Righe-Libere
                   ADD 1 TO Righe-Composte
                   MOVE Testo-Libero TO NR-Riga(Righe-Composte)
               END-IF
           END-PERFORM.

      *Paragrafo 1150-AGGIUNGI-CODICE: il codice deve essere una
      *frase in uso e non gia' scelto; la frase diventa una riga
       1150-AGGIUNGI-CODICE.
           PERFORM 6100-CERCA-FRASE
           MOVE "N" TO Codice-Doppio
           MOVE 0 TO Codici-Idx
           PERFORM UNTIL Codici-Idx >= Codici-Scelti
               ADD 1 TO Codici-Idx
               IF NC-Codice(Codici-Idx) = Codice-Inserito
                   MOVE "Y" TO Codice-Doppio
               END-IF
           END-PERFORM
           IF Frase-Trovata = 0
               DISPLAY "Codice non presente nella banca"
           ELSE IF FT-Stato(Frase-Trovata) = "D"
               DISPLAY "Frase dismessa, non utilizzabile"
           ELSE IF Codice-Doppio = "Y"
               DISPLAY "Frase gia' scelta"
           ELSE
               ADD 1 TO Codici-Scelti
               MOVE Codice-Inserito TO NC-Codice(Codici-Scelti)
               ADD 1 TO Righe-Composte
               MOVE FT-Testo(Frase-Trovata)
                   TO NR-Riga(Righe-Composte)
               DISPLAY "  " FT-Testo(Frase-Trovata)
           END-IF
           END-IF
           END-IF.

      *Paragrafo 1200-CONFERMA-E-SCRIVI: anteprima del testo
      *composto e, su conferma, la riga accodata a GIUDIZI.DAT
       1200-CONFERMA-E-SCRIVI.
           DISPLAY "Giudizio composto:"
           MOVE 0 TO Righe-Idx
           PERFORM UNTIL Righe-Idx >= Righe-Composte
               ADD 1 TO Righe-Idx
               DISPLAY "  " NR-Riga(Righe-Idx)
           END-PERFORM
           DISPLAY "Confermi la registrazione (S/N)? "
           ACCEPT Conferma
           IF Conferma NOT = "S" AND Conferma NOT = "s"
               DISPLAY "Nessuna registrazione"
           ELSE
               DISPLAY "Sigla operatore: "
               ACCEPT Operatore-Giudizio
               OPEN EXTEND FileGiudizi
               IF FS-FileGiudizi NOT = "00"
                   OPEN OUTPUT FileGiudizi
               END-IF
               MOVE SPACES TO FileGiudizi-Record
               MOVE ID-Studente TO GD-ID-Studente
               MOVE Anno-Corrente TO GD-Anno
               MOVE Periodo-Scelto TO GD-Periodo
               MOVE Classe-Studente TO GD-Classe
               MOVE 0 TO Codici-Idx
               PERFORM UNTIL Codici-Idx >= 6
                   ADD 1 TO Codici-Idx
                   MOVE NC-Codice(Codici-Idx) TO GD-Codice(Codici-Idx)
               END-PERFORM
               MOVE 0 TO Righe-Idx
               PERFORM UNTIL Righe-Idx >= 8
                   ADD 1 TO Righe-Idx
                   MOVE NR-Riga(Righe-Idx) TO GD-Riga(Righe-Idx)
               END-PERFORM
               ACCEPT GD-Data FROM DATE YYYYMMDD
               MOVE Operatore-Giudizio TO GD-Operatore
               WRITE FileGiudizi-Record
               CLOSE FileGiudizi
               MOVE SPACES TO Audit-Descrizione
               STRING "Giudizio periodo " DELIMITED BY SIZE
                   Periodo-Scelto DELIMITED BY SIZE
                   " matricola " DELIMITED BY SIZE
                   ID-Studente DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
               DISPLAY "Giudizio registrato"
           END-IF.

      *Paragrafo 2000-CONSULTA: i giudizi validi della matricola
      *nell'anno in corso, periodo per periodo
       2000-CONSULTA.
           DISPLAY "Matricola dello studente: "
           ACCEPT ID-Studente
           MOVE 0 TO Periodo-Idx
           PERFORM UNTIL Periodo-Idx >= 4
               ADD 1 TO Periodo-Idx
               MOVE Periodo-Idx TO Periodo-Scelto
               PERFORM 5000-CERCA-GIUDIZIO
               IF Giudizio-Trovato = "Y"
                   DISPLAY "Periodo " Periodo-Scelto " (classe "
                       GS-Classe ", registrato il " GS-Data " da "
                       GS-Operatore ")"
                   PERFORM 5100-MOSTRA-GIUDIZIO
               ELSE
                   DISPLAY "Periodo " Periodo-Scelto
                       ": nessun giudizio"
               END-IF
           END-PERFORM.

      *Paragrafo 3000-MANCANTI: gli studenti attivi della classe
      *ancora senza giudizio nel periodo, a video e su
      *GIUDIZI-MANCANTI-<classe>.txt
       3000-MANCANTI.
           DISPLAY "Classe: "
           ACCEPT Classe-Scelta
           DISPLAY "Periodo (1-4): "
           ACCEPT Periodo-Scelto
           IF Periodo-Scelto < 1 OR Periodo-Scelto > 4
               DISPLAY "Periodo non valido"
           ELSE
               MOVE 0 TO Studenti-Classe
               MOVE 0 TO Giudizi-Mancanti
               MOVE SPACES TO Mancanti-Filename
               STRING "GIUDIZI-MANCANTI-" DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO Mancanti-Filename
               OPEN OUTPUT FileMancanti
               MOVE SPACES TO riga
               STRING "Giudizi mancanti - classe " DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SIZE
                   " periodo " DELIMITED BY SIZE
                   Periodo-Scelto DELIMITED BY SIZE
                   " anno " DELIMITED BY SIZE
                   Anno-Corrente DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileMancanti-Record
               WRITE FileMancanti-Record
               OPEN INPUT Studenti
               IF FS-Studenti NOT = "00"
                   DISPLAY "STUDENTI.DAT non disponibile"
               ELSE
                   MOVE Classe-Scelta TO ST-Classe
                   START Studenti KEY IS NOT LESS THAN ST-Classe
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
                                   IF NOT ST-Ritirato-Si
                                       PERFORM 3100-CONTROLLA-STUDENTE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Studenti
               END-IF
               MOVE SPACES TO riga
               STRING "Studenti " DELIMITED BY SIZE
                   Studenti-Classe DELIMITED BY SIZE
                   ", senza giudizio " DELIMITED BY SIZE
                   Giudizi-Mancanti DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileMancanti-Record
               WRITE FileMancanti-Record
               CLOSE FileMancanti
               DISPLAY "Studenti: " Studenti-Classe
                   "  senza giudizio: " Giudizi-Mancanti
               DISPLAY "Elenco scritto su " Mancanti-Filename
           END-IF.

      *Paragrafo 3100-CONTROLLA-STUDENTE: uno studente della classe;
      *se non ha giudizio nel periodo finisce nell'elenco
       3100-CONTROLLA-STUDENTE.
           ADD 1 TO Studenti-Classe
           MOVE ST-ID TO ID-Studente
           PERFORM 5000-CERCA-GIUDIZIO
           IF Giudizio-Trovato NOT = "Y"
               ADD 1 TO Giudizi-Mancanti
               DISPLAY ST-ID " " ST-Cognome(1:30) " " ST-Nome(1:20)
               MOVE SPACES TO riga
               STRING "  " DELIMITED BY SIZE
                   ST-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ST-Cognome(1:30) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ST-Nome(1:20) DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileMancanti-Record
               WRITE FileMancanti-Record
           END-IF.

      *Paragrafo 4000-LEGGI-STUDENTE: la matricola in anagrafica,
      *purche' non ritirata; ne ricorda classe e nominativo
       4000-LEGGI-STUDENTE.
           MOVE "N" TO Studente-Trovato
           OPEN INPUT Studenti
           IF FS-Studenti = "00"
               MOVE ID-Studente TO ST-ID
               READ Studenti
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT ST-Ritirato-Si
                           MOVE "Y" TO Studente-Trovato
                           MOVE ST-Classe TO Classe-Studente
                           MOVE ST-Cognome TO Cognome-Studente
                           MOVE ST-Nome TO Nome-Studente
                       END-IF
               END-READ
               CLOSE Studenti
           END-IF.

      *Paragrafo 5000-CERCA-GIUDIZIO: l'ultimo giudizio registrato
      *per ID-Studente, anno in corso e Periodo-Scelto, copiato in
      *Giudizio-Salvato
       5000-CERCA-GIUDIZIO.
           MOVE "N" TO Giudizio-Trovato
           OPEN INPUT FileGiudizi
           IF FS-FileGiudizi = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileGiudizi
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF GD-ID-Studente = ID-Studente
                                   AND GD-Anno = Anno-Corrente
                                   AND GD-Periodo = Periodo-Scelto
                               MOVE "Y" TO Giudizio-Trovato
                               MOVE FileGiudizi-Record
                                   TO Giudizio-Salvato
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileGiudizi
           END-IF.

      *Paragrafo 5100-MOSTRA-GIUDIZIO: le righe non vuote del
      *giudizio appena cercato
       5100-MOSTRA-GIUDIZIO.
           MOVE 0 TO Righe-Idx
           PERFORM UNTIL Righe-Idx >= 8
               ADD 1 TO Righe-Idx
               IF GS-Riga(Righe-Idx) NOT = SPACES
                   DISPLAY "  " GS-Riga(Righe-Idx)
               END-IF
           END-PERFORM.

      *Paragrafo 6000-CARICA-FRASI: la banca delle frasi in
      *tabella, una voce per codice con l'ultima riga registrata
       6000-CARICA-FRASI.
           MOVE 0 TO Frasi-Cont
           OPEN INPUT FileFrasi
           IF FS-FileFrasi = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileFrasi
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           MOVE GF-Codice TO Codice-Inserito
                           PERFORM 6100-CERCA-FRASE
                           IF Frase-Trovata = 0 AND Frasi-Cont < 200
                               ADD 1 TO Frasi-Cont
                               MOVE Frasi-Cont TO Frase-Trovata
                           END-IF
                           IF Frase-Trovata > 0
                               MOVE GF-Codice
                                   TO FT-Codice(Frase-Trovata)
                               MOVE GF-Area TO FT-Area(Frase-Trovata)
                               MOVE GF-Stato
                                   TO FT-Stato(Frase-Trovata)
                               MOVE GF-Testo
                                   TO FT-Testo(Frase-Trovata)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileFrasi
           ELSE
               DISPLAY "Banca delle frasi GIUDIZI-FRASI.DAT vuota: "
                   "solo testo libero"
           END-IF.

      *Paragrafo 6100-CERCA-FRASE: la voce di Codice-Inserito nella
      *tabella; zero se il codice non c'e'
       6100-CERCA-FRASE.
           MOVE 0 TO Frase-Trovata
           MOVE 0 TO Frasi-Idx
           PERFORM UNTIL Frasi-Idx >= Frasi-Cont
               ADD 1 TO Frasi-Idx
               IF FT-Codice(Frasi-Idx) = Codice-Inserito
                   MOVE Frasi-Idx TO Frase-Trovata
                   MOVE Frasi-Cont TO Frasi-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 6200-ELENCO-AREA: le frasi in uso di Area-Elenco
       6200-ELENCO-AREA.
           MOVE 0 TO Frasi-Idx
           PERFORM UNTIL Frasi-Idx >= Frasi-Cont
               ADD 1 TO Frasi-Idx
               IF FT-Area(Frasi-Idx) = Area-Elenco
                       AND FT-Stato(Frasi-Idx) NOT = "D"
                   DISPLAY "  " FT-Codice(Frasi-Idx) " "
                       FT-Testo(Frasi-Idx)
               END-IF
           END-PERFORM.

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

       END PROGRAM GiudiziDescrittivi.
