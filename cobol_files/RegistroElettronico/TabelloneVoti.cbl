       IDENTIFICATION DIVISION.
       PROGRAM-ID. TabelloneVoti.

      *Tabellone dei voti finali di una classe: il prospetto a
      *griglia che il consiglio firma a fine scrutinio, con gli
      *studenti in verticale, le materie in orizzontale e in ogni
      *casella il voto ratificato su VOTI-FINALI.DAT (vedi
      *ScrutinioConsiglio) per il periodo scelto dell'anno in
      *corso. Le intestazioni di colonna sono abbreviate; sotto la
      *griglia la legenda delle materie e le righe firma dei
      *docenti e del dirigente. Esce a 132 colonne su
      *TABELLONE-<classe>-<periodo>.txt, con la stessa
      *impaginazione di REGISTRO-STAMPA.txt.
      *Le materie a giudizio riportano nella casella la lettera del
      *giudizio ratificato (I S B D O), spiegata in legenda.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileVotiFinali ASSIGN TO 'VOTI-FINALI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileVotiFinali.
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
           SELECT FileOut ASSIGN TO FileOut-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
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
       FD  FileVotiFinali.
       01  FileVotiFinali-Record.
           05  VF-ID-Studente PIC 9(6).
           05  VF-Anno-Scolastico PIC X(9).
           05  VF-Classe PIC X(4).
           05  VF-Periodo PIC 9(1).
           05  VF-Materia PIC X(20).
           05  VF-Voto PIC 99.
           05  VF-Proposta PIC 99.
           05  VF-Media PIC 99V99.
           05  VF-Data PIC 9(8).
      *Tipo "G" per le materie a giudizio (religione cattolica,
      *attivita' alternativa): voto e proposta sono il codice del
      *giudizio da 1 (insufficiente) a 5 (ottimo) e non fanno media
           05  VF-Tipo PIC X(1).
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
       FD  FileOut.
       01  FileOut-Record PIC X(132).
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
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
       01  FS-FileVotiFinali PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
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
       01  FS-MaterieMaster PIC XX VALUE SPACES.
      *Catalogo materie in memoria: nei file la materia e' scritta
      *con il suo codice (MM-Codice), il nome del catalogo serve per
      *la stampa
       01  Catalogo-Materie.
           05  Cat-Voce OCCURS 300 TIMES.
               10  Cat-Nome PIC X(80).
               10  Cat-Codice PIC X(6).
               10  Cat-Scala PIC X(1).
       01  Cat-Cont PIC 999 VALUE 0.
       01  Cat-Idx PIC 999 VALUE 0.
       01  Fine-Catalogo PIC X VALUE "N".
       01  Materia-Codice PIC X(20) VALUE SPACES.
       01  Materia-Nome-Esteso PIC X(80) VALUE SPACES.
       01  FileOut-Filename PIC X(30) VALUE SPACES.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  Periodo-Scelto PIC 9 VALUE 0.
       01  Fine-File PIC X VALUE "N".
       01  Fine-Studenti PIC X VALUE "N".
      *Le materie della classe, nell'ordine in cui compaiono nei
      *voti ratificati: sono le colonne del tabellone
       01  Materie-Tab.
           05  Materie-Voce OCCURS 15 TIMES.
               10  MT-Materia PIC X(20).
       01  Materie-Cont PIC 99 VALUE 0.
       01  Materie-Idx PIC 99 VALUE 0.
       01  Materie-Escluse PIC 999 VALUE 0.
       01  Materia-Trovata PIC X VALUE "N".
      *I voti ratificati della classe nel periodo: matricola,
      *colonna, voto e tipo (G giudizio)
       01  Voti-Tab.
           05  Voti-Voce OCCURS 600 TIMES.
               10  VTB-ID-Studente PIC 9(6).
               10  VTB-Colonna PIC 99.
               10  VTB-Voto PIC 99.
               10  VTB-Tipo PIC X.
       01  Voti-Cont PIC 999 VALUE 0.
       01  Voti-Idx PIC 999 VALUE 0.
      *Le caselle della riga dello studente in stampa (99 = vuota)
       01  Caselle-Tab.
           05  Casella-Voto OCCURS 15 TIMES PIC 99.
       01  Caselle-Tipo-Tab.
           05  Casella-Tipo OCCURS 15 TIMES PIC X.
      *Giudizi nella casella con la lettera: I insufficiente,
      *S sufficiente, B buono, D distinto, O ottimo
       01  Lettere-Giudizio PIC X(5) VALUE "ISBDO".
       01  Giudizi-Stampati PIC X VALUE "N".
       01  Studenti-Stampati PIC 999 VALUE 0.
       01  Caselle-Vuote PIC 999 VALUE 0.
      *Righe del tabellone: nome in 30 colonne, poi una colonna di
      *6 per materia
       01  Riga-Griglia.
           05  RG-Nome PIC X(30).
           05  RG-Cella OCCURS 15 TIMES.
               10  FILLER PIC X(2).
               10  RG-Voto PIC X(2).
               10  FILLER PIC X(2).
       01  Riga-Colonne.
           05  RC-Nome PIC X(30).
           05  RC-Materia OCCURS 15 TIMES PIC X(6).
       01  Voto-for PIC Z9.
       01  Periodo-for PIC 9.
       01  riga PIC X(132).
      *Impaginazione su schema di REGISTRO-STAMPA.txt
       01  Stampa-Titolo PIC X(50)
           VALUE "Tabellone dei voti finali - Consiglio di classe".
       01  Stampa-Piede.
           05  FILLER PIC X(15) VALUE SPACES.
           05  FILLER PIC X(7) VALUE "Pagina ".
           05  Stampa-PrnPageNum PIC Z9.
       01  Stampa-LineCount PIC 99 VALUE 0.
           88  Stampa-NewPageRequired VALUE 50 THRU 99.
       01  Stampa-PageCount PIC 99 VALUE 0.
       01  Riga-Salvata PIC X(132).
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 0500-LEGGI-ANNO-CORRENTE
           IF Anno-Corrente = SPACES
               DISPLAY "ANNO-CORRENTE.DAT non presente: tabellone "
                   "non prodotto"
               STOP RUN
           END-IF
           PERFORM 9700-CARICA-CATALOGO
           DISPLAY "Classe (es. 3A): "
           ACCEPT Classe-Scelta
           DISPLAY "Periodo (1-4): "
           ACCEPT Periodo-Scelto
           IF Periodo-Scelto < 1 OR Periodo-Scelto > 4
               DISPLAY "Periodo non valido"
               STOP RUN
           END-IF
           PERFORM 1000-CARICA-VOTI-FINALI
           IF Voti-Cont = 0
               DISPLAY "Nessun voto ratificato per la classe "
                   Classe-Scelta " nel periodo " Periodo-Scelto
               STOP RUN
           END-IF
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
               STOP RUN
           END-IF
           MOVE Periodo-Scelto TO Periodo-for
           MOVE SPACES TO FileOut-Filename
           STRING "TABELLONE-" DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               Periodo-for DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           PERFORM 1500-PREPARA-COLONNE
           PERFORM 8100-STAMPA-INTESTAZIONE
           PERFORM 2000-GRIGLIA
           PERFORM 3000-LEGENDA
           PERFORM 4000-FIRME
           MOVE Stampa-PageCount TO Stampa-PrnPageNum
           WRITE FileOut-Record FROM Stampa-Piede
               AFTER ADVANCING 2 LINES
           CLOSE FileOut
           CLOSE Studenti
           MOVE SPACES TO Audit-Descrizione
           STRING "Tabellone voti " DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               " periodo " DELIMITED BY SIZE
               Periodo-for DELIMITED BY SIZE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT
           DISPLAY "Studenti nel tabellone: " Studenti-Stampati
           DISPLAY "Materie: " Materie-Cont
           IF Materie-Escluse > 0
               DISPLAY "Attenzione: " Materie-Escluse
                   " voti di materie oltre la quindicesima "
                   "non stampati"
           END-IF
           IF Caselle-Vuote > 0
               DISPLAY "Attenzione: " Caselle-Vuote
                   " caselle senza voto ratificato"
           END-IF
           DISPLAY "Tabellone scritto su " FileOut-Filename
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO-CORRENTE: l'anno scolastico in
      *corso da ANNO-CORRENTE.DAT
       0500-LEGGI-ANNO-CORRENTE.
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF.

      *Paragrafo 1000-CARICA-VOTI-FINALI: i voti ratificati della
      *classe per il periodo e l'anno, con la tabella delle materie
      *che fanno da colonne
       1000-CARICA-VOTI-FINALI.
           MOVE 0 TO Voti-Cont
           MOVE 0 TO Materie-Cont
           OPEN INPUT FileVotiFinali
           IF FS-FileVotiFinali NOT = "00"
               DISPLAY "VOTI-FINALI.DAT non presente"
           ELSE
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileVotiFinali
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF VF-Classe = Classe-Scelta
                                   AND VF-Periodo = Periodo-Scelto
                                   AND VF-Anno-Scolastico
                                       = Anno-Corrente
                               PERFORM 1100-ACCODA-VOTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileVotiFinali
           END-IF.

      *Paragrafo 1100-ACCODA-VOTO: colonna della materia (nuova se
      *non ancora vista) e voto in tabella
       1100-ACCODA-VOTO.
           MOVE "N" TO Materia-Trovata
           MOVE 0 TO Materie-Idx
           PERFORM UNTIL Materie-Idx >= Materie-Cont
                   OR Materia-Trovata = "Y"
               ADD 1 TO Materie-Idx
               IF MT-Materia(Materie-Idx) = VF-Materia
                   MOVE "Y" TO Materia-Trovata
               END-IF
           END-PERFORM
           IF Materia-Trovata NOT = "Y"
               IF Materie-Cont < 15
                   ADD 1 TO Materie-Cont
                   MOVE Materie-Cont TO Materie-Idx
                   MOVE VF-Materia TO MT-Materia(Materie-Idx)
                   MOVE "Y" TO Materia-Trovata
               ELSE
                   ADD 1 TO Materie-Escluse
               END-IF
           END-IF
           IF Materia-Trovata = "Y" AND Voti-Cont < 600
               ADD 1 TO Voti-Cont
               MOVE VF-ID-Studente TO VTB-ID-Studente(Voti-Cont)
               MOVE Materie-Idx TO VTB-Colonna(Voti-Cont)
               MOVE VF-Voto TO VTB-Voto(Voti-Cont)
               MOVE VF-Tipo TO VTB-Tipo(Voti-Cont)
           END-IF.

      *Paragrafo 1500-PREPARA-COLONNE: la riga delle intestazioni,
      *con i primi cinque caratteri del codice di ogni materia
       1500-PREPARA-COLONNE.
           MOVE SPACES TO Riga-Colonne
           MOVE "Studente" TO RC-Nome
           MOVE 0 TO Materie-Idx
           PERFORM UNTIL Materie-Idx >= Materie-Cont
               ADD 1 TO Materie-Idx
               MOVE MT-Materia(Materie-Idx)(1:5)
                   TO RC-Materia(Materie-Idx)
           END-PERFORM.

      *Paragrafo 2000-GRIGLIA: una riga per studente attivo della
      *classe, per chiave ST-Classe
       2000-GRIGLIA.
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
                               PERFORM 2100-RIGA-STUDENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *Paragrafo 2100-RIGA-STUDENTE: le caselle dello studente dai
      *voti caricati; se un voto e' stato ratificato due volte vale
      *l'ultima riga. Casella vuota = "--"; i giudizi con la lettera
       2100-RIGA-STUDENTE.
           MOVE 0 TO Materie-Idx
           PERFORM UNTIL Materie-Idx >= 15
               ADD 1 TO Materie-Idx
               MOVE 99 TO Casella-Voto(Materie-Idx)
               MOVE SPACE TO Casella-Tipo(Materie-Idx)
           END-PERFORM
           MOVE 0 TO Voti-Idx
           PERFORM UNTIL Voti-Idx >= Voti-Cont
               ADD 1 TO Voti-Idx
               IF VTB-ID-Studente(Voti-Idx) = ST-ID
                   MOVE VTB-Voto(Voti-Idx)
                       TO Casella-Voto(VTB-Colonna(Voti-Idx))
                   MOVE VTB-Tipo(Voti-Idx)
                       TO Casella-Tipo(VTB-Colonna(Voti-Idx))
               END-IF
           END-PERFORM
           MOVE SPACES TO Riga-Griglia
           STRING ST-Cognome DELIMITED BY "  "
               " " DELIMITED BY SIZE
               ST-Nome DELIMITED BY "  "
               INTO RG-Nome
           MOVE 0 TO Materie-Idx
           PERFORM UNTIL Materie-Idx >= Materie-Cont
               ADD 1 TO Materie-Idx
               IF Casella-Voto(Materie-Idx) = 99
                   MOVE "--" TO RG-Voto(Materie-Idx)
                   ADD 1 TO Caselle-Vuote
               ELSE IF Casella-Tipo(Materie-Idx) = "G"
                       AND Casella-Voto(Materie-Idx) >= 1
                       AND Casella-Voto(Materie-Idx) <= 5
                   MOVE SPACES TO RG-Voto(Materie-Idx)
                   MOVE Lettere-Giudizio(Casella-Voto(Materie-Idx):1)
                       TO RG-Voto(Materie-Idx)(2:1)
                   MOVE "Y" TO Giudizi-Stampati
               ELSE
                   MOVE Casella-Voto(Materie-Idx) TO Voto-for
                   MOVE Voto-for TO RG-Voto(Materie-Idx)
               END-IF
               END-IF
           END-PERFORM
           MOVE Riga-Griglia TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           ADD 1 TO Studenti-Stampati.

      *Paragrafo 3000-LEGENDA: il nome intero, dal catalogo, delle
      *materie abbreviate nelle intestazioni di colonna
       3000-LEGENDA.
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE "Legenda materie:" TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE 0 TO Materie-Idx
           PERFORM UNTIL Materie-Idx >= Materie-Cont
               ADD 1 TO Materie-Idx
               MOVE MT-Materia(Materie-Idx) TO Materia-Codice
               PERFORM 9720-CERCA-NOME-MATERIA
               MOVE SPACES TO riga
               STRING "  " DELIMITED BY SIZE
                   MT-Materia(Materie-Idx)(1:5) DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   Materia-Nome-Esteso DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
           END-PERFORM
           IF Giudizi-Stampati = "Y"
               MOVE SPACES TO riga
               STRING "Giudizi: I insufficiente, S sufficiente, "
                   DELIMITED BY SIZE
                   "B buono, D distinto, O ottimo" DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
           END-IF.

      *Paragrafo 4000-FIRME: una riga firma per il docente di ogni
      *materia e la firma del dirigente scolastico
       4000-FIRME.
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE "Il consiglio di classe:" TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE 0 TO Materie-Idx
           PERFORM UNTIL Materie-Idx >= Materie-Cont
               ADD 1 TO Materie-Idx
               MOVE SPACES TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
               MOVE MT-Materia(Materie-Idx) TO Materia-Codice
               PERFORM 9720-CERCA-NOME-MATERIA
               MOVE SPACES TO riga
               STRING "  " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:40) DELIMITED BY SIZE
                   "  firma: ______________________"
                   DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
           END-PERFORM
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE "  Il Dirigente scolastico  firma: ____________________"
               TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA.

      *Paragrafo 8000-SCRIVI-RIGA: riga con interruzione di pagina
      *automatica, come SCRIVI-RIGA di RegistroElettronico
       8000-SCRIVI-RIGA.
           IF Stampa-NewPageRequired
               MOVE FileOut-Record TO Riga-Salvata
               MOVE Stampa-PageCount TO Stampa-PrnPageNum
               WRITE FileOut-Record FROM Stampa-Piede
                   AFTER ADVANCING 2 LINES
               PERFORM 8100-STAMPA-INTESTAZIONE
               MOVE Riga-Salvata TO FileOut-Record
           END-IF
           WRITE FileOut-Record
           ADD 1 TO Stampa-LineCount.

      *Paragrafo 8100-STAMPA-INTESTAZIONE: intestazione di pagina
      *con classe, periodo, anno e la riga delle colonne
       8100-STAMPA-INTESTAZIONE.
           WRITE FileOut-Record FROM Stampa-Titolo
               AFTER ADVANCING PAGE
           MOVE SPACES TO riga
           STRING "Classe " DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               " - periodo " DELIMITED BY SIZE
               Periodo-for DELIMITED BY SIZE
               " - anno scolastico " DELIMITED BY SIZE
               Anno-Corrente DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           WRITE FileOut-Record FROM Riga-Colonne
           MOVE 4 TO Stampa-LineCount
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

      *Paragrafo 9700-CARICA-CATALOGO: catalogo in memoria
      *Nome, codice e scala di ogni materia di MATERIE.DAT; senza
      *catalogo la tabella resta vuota e la materia vale come scritta
       9700-CARICA-CATALOGO.
           MOVE 0 TO Cat-Cont
           OPEN INPUT MaterieMaster
           IF FS-MaterieMaster = "00"
               MOVE "N" TO Fine-Catalogo
               PERFORM UNTIL Fine-Catalogo = "S"
                   READ MaterieMaster NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Catalogo
                       NOT AT END
                           IF Cat-Cont < 300
                               ADD 1 TO Cat-Cont
                               MOVE MM-Nome TO Cat-Nome(Cat-Cont)
                               MOVE MM-Codice TO Cat-Codice(Cat-Cont)
                               MOVE MM-Scala TO Cat-Scala(Cat-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MaterieMaster
           END-IF.

      *Paragrafo 9720-CERCA-NOME-MATERIA: nome della materia
      *Il nome completo della materia il cui codice e' in
      *Materia-Codice, per la stampa; se il codice non e' a catalogo
      *resta quanto scritto nel file
       9720-CERCA-NOME-MATERIA.
           MOVE Materia-Codice TO Materia-Nome-Esteso
           MOVE 0 TO Cat-Idx
           PERFORM UNTIL Cat-Idx >= Cat-Cont
               ADD 1 TO Cat-Idx
               IF Cat-Codice(Cat-Idx) NOT = SPACES
                       AND Cat-Codice(Cat-Idx) = Materia-Codice
                   MOVE Cat-Nome(Cat-Idx) TO Materia-Nome-Esteso
                   MOVE Cat-Cont TO Cat-Idx
               END-IF
           END-PERFORM.

       END PROGRAM TabelloneVoti.
