       IDENTIFICATION DIVISION.
       PROGRAM-ID. GiustifichePortale.

      *Giustificazioni di ritorno dal portale genitori: FeedPortale
      *manda al portale assenze e ritardi, il portale restituisce
      *ogni notte PORTALE-GIUSTIFICHE.DAT (matricola, data, tipo
      *dell'evento A assenza / R entrata posticipata / U uscita
      *anticipata, chi ha giustificato e con quale relazione). Finora
      *le giustifiche arrivavano su libretto e un assistente le
      *batteva una alla volta. Questo passo di catena abbina ogni
      *giustifica al suo evento di ASSENZE.DAT o RITARDI.DAT e lo
      *segna giustificato ("G"), dopo aver verificato che chi
      *giustifica sia tra gli aventi diritto dello studente in
      *TUTORI.DAT e che uno studente minorenne non si giustifichi da
      *solo. Lo studente e' maggiorenne con diciotto anni compiuti
      *alla data di oggi secondo la data di nascita dell'anagrafica
      *estesa (ANAGRAFICA-ESTESA.DAT, come Sportello); senza data di
      *nascita vale la registrazione della segreteria in TUTORI.DAT
      *con relazione STUDENTE, come avente diritto a giustificare per
      *se'. Le giustifiche non abbinate finiscono in
      *GIUSTIFICHE-SCARTI.DAT con il codice del motivo davanti al
      *record originale, come SCARTI.DAT di CaricoBatch: F1 record
      *malformato, S1 matricola non censita, D1 giustifica doppia nel
      *file, T1 giustificante non tra gli aventi diritto, T2
      *minorenne che si giustifica da se', E1 evento non trovato, E2
      *evento gia' giustificato, X1 oltre la capienza delle tabelle
      *(da ripresentare). In coda, per ogni classe, l'elenco per il
      *coordinatore degli eventi ancora da giustificare dopo
      *GIORNI-GIUSTIFICA giorni (CONFIG.DAT, default 5) va su
      *GIUST-SOSPESE-<classe>.txt. Il coordinatore e' quello con
      *incarico attivo nel registro degli incarichi (Incarichi);
      *senza incarico resta il nome scritto in CLASSI.DAT.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileGiustifiche ASSIGN TO 'PORTALE-GIUSTIFICHE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileGiustifiche.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Eventi di assenza indicizzati per matricola+data+progressivo
      *(conversione una tantum in ConvertiAssenze): gli eventi di
      *uno studente sono una lettura diretta per chiave
           SELECT FileAssenze ASSIGN TO 'ASSENZE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-Chiave
               FILE STATUS IS FS-FileAssenze.
           SELECT FileRitardi ASSIGN TO 'RITARDI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileRitardi.
           SELECT FileRitardiNew ASSIGN TO 'RITARDI.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileRitardiNew.
           SELECT FileTutori ASSIGN TO 'TUTORI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileTutori.
      *Anagrafica estesa per matricola (StudentiMaster): la data di
      *nascita dice se lo studente e' maggiorenne
           SELECT AnagraficaEstesa ASSIGN TO 'ANAGRAFICA-ESTESA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AE-ID
               ALTERNATE RECORD KEY IS AE-Codice-Fiscale
                   WITH DUPLICATES
               FILE STATUS IS FS-AnagraficaEstesa.
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
           SELECT FileConfig ASSIGN TO 'CONFIG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileConfig.
           SELECT FileScarti ASSIGN TO 'GIUSTIFICHE-SCARTI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileScarti.
           SELECT FileElenco ASSIGN TO Elenco-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileElenco.
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

       DATA DIVISION.
       FILE SECTION.
      *Una riga per giustifica: la relazione e' quella dichiarata
      *dal conto del portale (GENITORE, TUTORE, STUDENTE, ...)
       FD  FileGiustifiche.
       01  FileGiustifiche-Record.
           05  GP-ID-Studente PIC 9(6).
           05  GP-Data PIC 9(8).
           05  GP-Tipo PIC X(1).
               88  GP-Tipo-Assenza VALUE "A".
               88  GP-Tipo-Ritardo VALUE "R" "U".
           05  GP-Giustificante PIC X(40).
           05  GP-Relazione PIC X(10).
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
       FD  AnagraficaEstesa.
       01  AnagraficaEstesa-Record.
           05  AE-ID PIC 9(6).
           05  AE-Codice-Fiscale PIC X(16).
           05  AE-Data-Nascita PIC 9(8).
           05  AE-Data-Nascita-Testo REDEFINES AE-Data-Nascita
               PIC X(8).
           05  AE-Luogo-Nascita PIC X(30).
           05  AE-Provincia-Nascita PIC X(2).
           05  AE-Sesso PIC X(1).
           05  AE-Cittadinanza PIC X(20).
       FD  FileAssenze.
       01  FileAssenze-Record.
           05  AS-Chiave.
               10  AS-ID-Studente PIC 9(6).
               10  AS-Data PIC 9(8).
               10  AS-Progressivo PIC 9(2).
           05  AS-Ore PIC 99.
           05  AS-Giustificata PIC X(1).
       FD  FileRitardi.
       01  FileRitardi-Record.
           05  RT-ID-Studente PIC 9(6).
           05  RT-Data PIC 9(8).
           05  RT-Tipo PIC X(1).
           05  RT-Orario PIC 9(4).
           05  RT-Ore-Equiv PIC 9V9.
           05  RT-Giustificato PIC X(1).
       FD  FileRitardiNew.
       01  FileRitardiNew-Record PIC X(22).
       FD  FileTutori.
       01  FileTutori-Record.
           05  TU-ID-Studente PIC 9(6).
           05  TU-Nome PIC X(40).
           05  TU-Relazione PIC X(10).
           05  TU-Canale PIC X(8).
           05  TU-Recapito PIC X(40).
           05  TU-Priorita PIC 9(1).
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
       FD  FileConfig.
       01  FileConfig-Record PIC X(60).
      *Codice motivo (vedi in testa) piu' il record non modificato
       FD  FileScarti.
       01  FileScarti-Record.
           05  SC-Codice PIC X(2).
           05  FILLER PIC X(1).
           05  SC-Record-Originale PIC X(68).
       FD  FileElenco.
       01  FileElenco-Record PIC X(80).
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

       WORKING-STORAGE SECTION.
       01  FS-FileGiustifiche PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileAssenze PIC XX VALUE SPACES.
       01  FS-FileRitardi PIC XX VALUE SPACES.
       01  FS-FileRitardiNew PIC XX VALUE SPACES.
       01  FS-FileTutori PIC XX VALUE SPACES.
       01  FS-AnagraficaEstesa PIC XX VALUE SPACES.
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-FileConfig PIC XX VALUE SPACES.
       01  FS-FileScarti PIC XX VALUE SPACES.
       01  FS-FileElenco PIC XX VALUE SPACES.
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
       01  Elenco-Filename PIC X(30) VALUE SPACES.
       01  Fine-File PIC X VALUE "N".
       01  Fine-Scan PIC X VALUE "N".
       01  Fine-Assenze PIC X VALUE "N".
       01  Assenze-Aperte PIC X VALUE "N".
       01  Classi-Aperte PIC X VALUE "N".
       01  Elenco-Aperto PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
      *Giorni concessi per giustificare (GIORNI-GIUSTIFICA= di
      *CONFIG.DAT): un evento non giustificato fino alla data limite
      *compresa entra nell'elenco del coordinatore
       01  Giorni-Giustifica PIC 99 VALUE 5.
       01  Data-Limite PIC 9(8) VALUE 0.
       01  Lim-Anno PIC 9(4) VALUE 0.
       01  Lim-Mese PIC 99 VALUE 0.
       01  Lim-Giorno PIC 99 VALUE 0.
       01  Quoziente-Bisestile PIC 9(4) VALUE 0.
       01  Resto-Bisestile PIC 9(4) VALUE 0.
       01  Giorni-Mese-Dati.
           05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  Giorni-Mese-Tab REDEFINES Giorni-Mese-Dati.
           05  Giorni-Mese OCCURS 12 TIMES PIC 99.
      *Aventi diritto a giustificare, da TUTORI.DAT; un trabocco
      *ferma il passo: un tutore perso in silenzio scarterebbe
      *giustifiche buone
       01  Tutori-Tab.
           05  Tut-Voce OCCURS 3000 TIMES.
               10  Tut-ID PIC 9(6).
               10  Tut-Nome PIC X(40).
               10  Tut-Relazione PIC X(10).
       01  Tutori-Cont PIC 9(4) VALUE 0.
       01  Tutori-Idx PIC 9(4) VALUE 0.
      *Giustifiche gia' viste nel file, per riconoscere le doppie
       01  Visti-Tab.
           05  Visto-Voce OCCURS 3000 TIMES.
               10  Vis-ID PIC 9(6).
               10  Vis-Data PIC 9(8).
               10  Vis-Tipo PIC X(1).
       01  Visti-Cont PIC 9(4) VALUE 0.
       01  Visti-Idx PIC 9(4) VALUE 0.
      *Giustifiche di ritardi e uscite in attesa del giro su
      *RITARDI.DAT; l'esito e' G giustificato, V trovato gia'
      *giustificato, spazio non trovato
       01  Giust-Rit-Tab.
           05  GR-Voce OCCURS 3000 TIMES.
               10  GR-ID PIC 9(6).
               10  GR-Data PIC 9(8).
               10  GR-Tipo PIC X(1).
               10  GR-Esito PIC X(1).
               10  GR-Record PIC X(65).
       01  Giust-Rit-Cont PIC 9(4) VALUE 0.
       01  Giust-Rit-Idx PIC 9(4) VALUE 0.
      *Ritardi e uscite ancora da giustificare oltre la data limite,
      *per gli elenchi dei coordinatori
       01  Sospesi-Rit-Tab.
           05  SR-Voce OCCURS 3000 TIMES.
               10  SR-ID PIC 9(6).
               10  SR-Data PIC 9(8).
               10  SR-Tipo PIC X(1).
               10  SR-Orario PIC 9(4).
       01  Sospesi-Rit-Cont PIC 9(4) VALUE 0.
       01  Sospesi-Rit-Idx PIC 9(4) VALUE 0.
       01  Sospesi-Trabocco PIC X VALUE "N".
       01  Giustifica-Valida PIC X VALUE "N".
       01  Codice-Scarto PIC X(2) VALUE SPACES.
       01  Giustifica-Doppia PIC X VALUE "N".
       01  Tutore-Trovato PIC X VALUE "N".
       01  Studente-Maggiorenne PIC X VALUE "N".
      *Data di nascita dall'anagrafica estesa (0 = non registrata):
      *la differenza AAAAMMGG fra oggi e la nascita e' almeno 180000
      *con diciotto anni compiuti
       01  Anagrafica-Aperta PIC X VALUE "N".
       01  Nascita-Studente PIC 9(8) VALUE 0.
       01  Eta-Differenza PIC S9(8) VALUE 0.
       01  MAGGIORE-ETA PIC 9(6) VALUE 180000.
       01  Giustifica-Da-Se PIC X VALUE "N".
       01  Nome-Cognome PIC X(40) VALUE SPACES.
       01  Cognome-Nome PIC X(40) VALUE SPACES.
       01  Eventi-Trovati PIC 99 VALUE 0.
       01  Eventi-Giustificati PIC 99 VALUE 0.
       01  Righe-Lette PIC 9(5) VALUE 0.
       01  Giustifiche-Accettate PIC 9(5) VALUE 0.
       01  Righe-Scartate PIC 9(5) VALUE 0.
       01  Classe-Corrente PIC X(4) VALUE SPACES.
       01  Coordinatore-Classe PIC X(30) VALUE SPACES.
       01  Eventi-Studente PIC 999 VALUE 0.
       01  Eventi-Classe PIC 9(4) VALUE 0.
       01  Data-Stampa PIC X(10) VALUE SPACES.
       01  Ore-for PIC Z9.
       01  Orario-Stampa PIC X(5) VALUE SPACES.
       01  Eventi-for PIC ZZZ9.
       01  riga PIC X(80).
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 0300-LEGGI-CONFIG
           PERFORM 0400-CALCOLA-DATA-LIMITE
           PERFORM 0600-CARICA-TUTORI
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO Anagrafica-Aperta
           OPEN INPUT AnagraficaEstesa
           IF FS-AnagraficaEstesa = "00"
               MOVE "Y" TO Anagrafica-Aperta
           END-IF
           PERFORM 1000-LEGGI-GIUSTIFICHE
           PERFORM 3000-GIUSTIFICA-RITARDI
           PERFORM 4000-ELENCHI-SOSPESI
           CLOSE Studenti
           IF Anagrafica-Aperta = "Y"
               CLOSE AnagraficaEstesa
           END-IF
           DISPLAY "Giustifiche lette     : " Righe-Lette
           DISPLAY "Giustifiche accettate : " Giustifiche-Accettate
           DISPLAY "Giustifiche scartate  : " Righe-Scartate
           MOVE SPACES TO Audit-Descrizione
           STRING "Giustifiche portale " DELIMITED BY SIZE
               Giustifiche-Accettate DELIMITED BY SIZE
               " scarti " DELIMITED BY SIZE
               Righe-Scartate DELIMITED BY SIZE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT
           STOP RUN.

      *Paragrafo 0300-LEGGI-CONFIG: giorni concessi per giustificare
      *dalle righe parola chiave=valore di CONFIG.DAT; le righe
      *sconosciute si saltano
       0300-LEGGI-CONFIG.
           OPEN INPUT FileConfig
           IF FS-FileConfig = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileConfig
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF FileConfig-Record(1:18)
                                   = "GIORNI-GIUSTIFICA="
                               IF FileConfig-Record(19:2) IS NUMERIC
                                   MOVE FileConfig-Record(19:2)
                                       TO Giorni-Giustifica
                               ELSE
                                   IF FileConfig-Record(19:1)
                                           IS NUMERIC
                                       MOVE FileConfig-Record(19:1)
                                           TO Giorni-Giustifica
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileConfig
           END-IF.

      *Paragrafo 0400-CALCOLA-DATA-LIMITE: oggi meno i giorni
      *concessi, a ritroso sul calendario civile
       0400-CALCOLA-DATA-LIMITE.
           MOVE Data-Oggi(1:4) TO Lim-Anno
           MOVE Data-Oggi(5:2) TO Lim-Mese
           MOVE Data-Oggi(7:2) TO Lim-Giorno
           PERFORM Giorni-Giustifica TIMES
               SUBTRACT 1 FROM Lim-Giorno
               IF Lim-Giorno = 0
                   SUBTRACT 1 FROM Lim-Mese
                   IF Lim-Mese = 0
                       MOVE 12 TO Lim-Mese
                       SUBTRACT 1 FROM Lim-Anno
                   END-IF
                   MOVE Giorni-Mese(Lim-Mese) TO Lim-Giorno
                   IF Lim-Mese = 2
                       DIVIDE Lim-Anno BY 4
                           GIVING Quoziente-Bisestile
                           REMAINDER Resto-Bisestile
                       IF Resto-Bisestile = 0
                           MOVE 29 TO Lim-Giorno
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE Data-Limite = Lim-Anno * 10000
               + Lim-Mese * 100 + Lim-Giorno.

      *Paragrafo 0600-CARICA-TUTORI: gli aventi diritto di tutti gli
      *studenti in tabella; senza TUTORI.DAT nessuna giustifica puo'
      *essere accettata e finiscono tutte tra gli scarti T1
       0600-CARICA-TUTORI.
           MOVE 0 TO Tutori-Cont
           OPEN INPUT FileTutori
           IF FS-FileTutori = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileTutori
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF Tutori-Cont < 3000
                               ADD 1 TO Tutori-Cont
                               MOVE TU-ID-Studente
                                   TO Tut-ID(Tutori-Cont)
                               MOVE TU-Nome TO Tut-Nome(Tutori-Cont)
                               MOVE TU-Relazione
                                   TO Tut-Relazione(Tutori-Cont)
                           ELSE
                               DISPLAY "ATTENZIONE: TUTORI.DAT oltre "
                                   "le 3000 voci della tabella - "
                                   "nessuna giustifica registrata"
                               MOVE "Giustifiche portale: trabocco"
                                   TO Audit-Descrizione
                               PERFORM 9000-SCRIVI-AUDIT
                               CLOSE FileTutori
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileTutori
           ELSE
               DISPLAY "TUTORI.DAT non presente: nessun avente "
                   "diritto a giustificare"
           END-IF.

      *Paragrafo 1000-LEGGI-GIUSTIFICHE: una passata sul file del
      *portale; le assenze si giustificano subito per chiave, i
      *ritardi e le uscite vanno in tabella per il giro su
      *RITARDI.DAT
       1000-LEGGI-GIUSTIFICHE.
           OPEN OUTPUT FileScarti
           OPEN INPUT FileGiustifiche
           IF FS-FileGiustifiche NOT = "00"
               DISPLAY "PORTALE-GIUSTIFICHE.DAT non presente: nessuna "
                   "giustifica da registrare"
           ELSE
               MOVE "N" TO Assenze-Aperte
               OPEN I-O FileAssenze
               IF FS-FileAssenze = "00"
                   MOVE "Y" TO Assenze-Aperte
               END-IF
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileGiustifiche
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           ADD 1 TO Righe-Lette
                           PERFORM 2000-UNA-GIUSTIFICA
                   END-READ
               END-PERFORM
               CLOSE FileGiustifiche
               IF Assenze-Aperte = "Y"
                   CLOSE FileAssenze
               END-IF
           END-IF.

      *Paragrafo 2000-UNA-GIUSTIFICA: controlli sulla riga del
      *portale nell'ordine dei codici di scarto, poi l'abbinamento
       2000-UNA-GIUSTIFICA.
           MOVE "Y" TO Giustifica-Valida
           MOVE SPACES TO Codice-Scarto
           IF GP-ID-Studente NOT NUMERIC OR GP-Data NOT NUMERIC
                   OR GP-Giustificante = SPACES
                   OR NOT (GP-Tipo-Assenza OR GP-Tipo-Ritardo)
               MOVE "F1" TO Codice-Scarto
           ELSE
               MOVE GP-ID-Studente TO ST-ID
               READ Studenti
                   INVALID KEY MOVE "S1" TO Codice-Scarto
               END-READ
           END-IF
           IF Codice-Scarto = SPACES
               PERFORM 2050-CONTROLLA-DOPPIA
               IF Giustifica-Doppia = "Y"
                   MOVE "D1" TO Codice-Scarto
               END-IF
           END-IF
           IF Codice-Scarto = SPACES
               PERFORM 2100-CONTROLLA-TUTORE
           END-IF
           IF Codice-Scarto NOT = SPACES
               PERFORM 4800-SCRIVI-SCARTO
           ELSE IF GP-Tipo-Assenza
               PERFORM 2200-GIUSTIFICA-ASSENZA
           ELSE IF Giust-Rit-Cont < 3000
               ADD 1 TO Giust-Rit-Cont
               MOVE GP-ID-Studente TO GR-ID(Giust-Rit-Cont)
               MOVE GP-Data TO GR-Data(Giust-Rit-Cont)
               MOVE GP-Tipo TO GR-Tipo(Giust-Rit-Cont)
               MOVE SPACE TO GR-Esito(Giust-Rit-Cont)
               MOVE FileGiustifiche-Record
                   TO GR-Record(Giust-Rit-Cont)
           ELSE
               MOVE "X1" TO Codice-Scarto
               PERFORM 4800-SCRIVI-SCARTO
           END-IF
           END-IF
           END-IF.

      *Paragrafo 2050-CONTROLLA-DOPPIA: la stessa matricola, data e
      *tipo gia' vista nel file e' una giustifica doppia; la prima
      *resta valida
       2050-CONTROLLA-DOPPIA.
           MOVE "N" TO Giustifica-Doppia
           MOVE 0 TO Visti-Idx
           PERFORM UNTIL Visti-Idx >= Visti-Cont
               ADD 1 TO Visti-Idx
               IF Vis-ID(Visti-Idx) = GP-ID-Studente
                       AND Vis-Data(Visti-Idx) = GP-Data
                       AND Vis-Tipo(Visti-Idx) = GP-Tipo
                   MOVE "Y" TO Giustifica-Doppia
                   MOVE Visti-Cont TO Visti-Idx
               END-IF
           END-PERFORM
           IF Giustifica-Doppia NOT = "Y" AND Visti-Cont < 3000
               ADD 1 TO Visti-Cont
               MOVE GP-ID-Studente TO Vis-ID(Visti-Cont)
               MOVE GP-Data TO Vis-Data(Visti-Cont)
               MOVE GP-Tipo TO Vis-Tipo(Visti-Cont)
           END-IF.

      *Paragrafo 2100-CONTROLLA-TUTORE: chi giustifica deve essere
      *un avente diritto dello studente; lo studente che giustifica
      *per se' (relazione STUDENTE o il suo stesso nome) passa solo
      *se maggiorenne: diciotto anni compiuti secondo la data di
      *nascita dell'anagrafica estesa o, senza data di nascita,
      *registrato tra i propri aventi diritto con relazione STUDENTE
       2100-CONTROLLA-TUTORE.
           MOVE "N" TO Tutore-Trovato
           MOVE "N" TO Studente-Maggiorenne
           MOVE 0 TO Tutori-Idx
           PERFORM UNTIL Tutori-Idx >= Tutori-Cont
               ADD 1 TO Tutori-Idx
               IF Tut-ID(Tutori-Idx) = GP-ID-Studente
                   IF Tut-Nome(Tutori-Idx) = GP-Giustificante
                       MOVE "Y" TO Tutore-Trovato
                   END-IF
                   IF Tut-Relazione(Tutori-Idx) = "STUDENTE"
                       MOVE "Y" TO Studente-Maggiorenne
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 2150-LEGGI-NASCITA
           IF Nascita-Studente NOT = 0
               COMPUTE Eta-Differenza = Data-Oggi - Nascita-Studente
               IF Eta-Differenza < MAGGIORE-ETA
                   MOVE "N" TO Studente-Maggiorenne
               ELSE
                   MOVE "Y" TO Studente-Maggiorenne
               END-IF
           END-IF
           MOVE SPACES TO Nome-Cognome
           STRING ST-Nome DELIMITED BY "  "
               " " DELIMITED BY SIZE
               ST-Cognome DELIMITED BY "  "
               INTO Nome-Cognome
           MOVE SPACES TO Cognome-Nome
           STRING ST-Cognome DELIMITED BY "  "
               " " DELIMITED BY SIZE
               ST-Nome DELIMITED BY "  "
               INTO Cognome-Nome
           MOVE "N" TO Giustifica-Da-Se
           IF GP-Relazione = "STUDENTE"
                   OR GP-Giustificante = Nome-Cognome
                   OR GP-Giustificante = Cognome-Nome
               MOVE "Y" TO Giustifica-Da-Se
           END-IF
           IF Giustifica-Da-Se = "Y" AND Studente-Maggiorenne NOT = "Y"
               MOVE "T2" TO Codice-Scarto
           ELSE IF Tutore-Trovato NOT = "Y"
               MOVE "T1" TO Codice-Scarto
           END-IF
           END-IF.

      *Paragrafo 2150-LEGGI-NASCITA: la data di nascita della
      *matricola della giustifica dall'anagrafica estesa (0 se il
      *file o la matricola mancano)
       2150-LEGGI-NASCITA.
           MOVE 0 TO Nascita-Studente
           IF Anagrafica-Aperta = "Y"
               MOVE GP-ID-Studente TO AE-ID
               READ AnagraficaEstesa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AE-Data-Nascita IS NUMERIC
                           MOVE AE-Data-Nascita TO Nascita-Studente
                       END-IF
               END-READ
           END-IF.

      *Paragrafo 2200-GIUSTIFICA-ASSENZA: tutti gli eventi non
      *giustificati della matricola nella data diventano "G"; se ci
      *sono solo eventi gia' giustificati lo scarto e' E2, se non ce
      *n'e' nessuno E1
       2200-GIUSTIFICA-ASSENZA.
           MOVE 0 TO Eventi-Trovati
           MOVE 0 TO Eventi-Giustificati
           IF Assenze-Aperte = "Y"
               MOVE GP-ID-Studente TO AS-ID-Studente
               MOVE GP-Data TO AS-Data
               MOVE 0 TO AS-Progressivo
               MOVE "N" TO Fine-Assenze
               START FileAssenze KEY IS NOT LESS THAN AS-Chiave
                   INVALID KEY MOVE "S" TO Fine-Assenze
               END-START
               PERFORM UNTIL Fine-Assenze = "S"
                   READ FileAssenze NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Assenze
                       NOT AT END
                           IF AS-ID-Studente NOT = GP-ID-Studente
                                   OR AS-Data NOT = GP-Data
                               MOVE "S" TO Fine-Assenze
                           ELSE
                               ADD 1 TO Eventi-Trovati
                               IF AS-Giustificata = "N"
                                   MOVE "G" TO AS-Giustificata
                                   REWRITE FileAssenze-Record
                                       INVALID KEY
                                           DISPLAY "Assenza non "
                                               "aggiornata: "
                                               AS-Chiave
                                       NOT INVALID KEY
                                           ADD 1
                                             TO Eventi-Giustificati
                                   END-REWRITE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF Eventi-Giustificati > 0
               ADD 1 TO Giustifiche-Accettate
           ELSE IF Eventi-Trovati > 0
               MOVE "E2" TO Codice-Scarto
               PERFORM 4800-SCRIVI-SCARTO
           ELSE
               MOVE "E1" TO Codice-Scarto
               PERFORM 4800-SCRIVI-SCARTO
           END-IF
           END-IF.

      *Paragrafo 3000-GIUSTIFICA-RITARDI: un solo giro su
      *RITARDI.DAT riscritto via RITARDI.TMP: l'evento non
      *giustificato con matricola, data e tipo di una giustifica in
      *tabella diventa "G". Intanto si annotano gli eventi rimasti
      *da giustificare oltre la data limite per gli elenchi
       3000-GIUSTIFICA-RITARDI.
           MOVE 0 TO Sospesi-Rit-Cont
           OPEN INPUT FileRitardi
           IF FS-FileRitardi = "00"
               OPEN OUTPUT FileRitardiNew
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileRitardi
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           PERFORM 3100-UN-RITARDO
                           MOVE FileRitardi-Record
                               TO FileRitardiNew-Record
                           WRITE FileRitardiNew-Record
                   END-READ
               END-PERFORM
               CLOSE FileRitardi
               CLOSE FileRitardiNew
               IF Giust-Rit-Cont > 0
                   OPEN INPUT FileRitardiNew
                   OPEN OUTPUT FileRitardi
                   MOVE "N" TO Fine-File
                   PERFORM UNTIL Fine-File = "S"
                       READ FileRitardiNew
                           AT END
                               MOVE "S" TO Fine-File
                           NOT AT END
                               MOVE FileRitardiNew-Record
                                   TO FileRitardi-Record
                               WRITE FileRitardi-Record
                       END-READ
                   END-PERFORM
                   CLOSE FileRitardiNew
                   CLOSE FileRitardi
               END-IF
           END-IF
      *Esito delle giustifiche in tabella
           MOVE 0 TO Giust-Rit-Idx
           PERFORM UNTIL Giust-Rit-Idx >= Giust-Rit-Cont
               ADD 1 TO Giust-Rit-Idx
               MOVE GR-Record(Giust-Rit-Idx)
                   TO FileGiustifiche-Record
               IF GR-Esito(Giust-Rit-Idx) = "G"
                   ADD 1 TO Giustifiche-Accettate
               ELSE IF GR-Esito(Giust-Rit-Idx) = "V"
                   MOVE "E2" TO Codice-Scarto
                   PERFORM 4800-SCRIVI-SCARTO
               ELSE
                   MOVE "E1" TO Codice-Scarto
                   PERFORM 4800-SCRIVI-SCARTO
               END-IF
               END-IF
           END-PERFORM
           CLOSE FileScarti.

      *Paragrafo 3100-UN-RITARDO: abbinamento della riga di
      *RITARDI.DAT con le giustifiche in tabella e, se resta da
      *giustificare oltre la data limite, annotazione tra i sospesi
       3100-UN-RITARDO.
           MOVE 0 TO Giust-Rit-Idx
           PERFORM UNTIL Giust-Rit-Idx >= Giust-Rit-Cont
               ADD 1 TO Giust-Rit-Idx
               IF GR-ID(Giust-Rit-Idx) = RT-ID-Studente
                       AND GR-Data(Giust-Rit-Idx) = RT-Data
                       AND GR-Tipo(Giust-Rit-Idx) = RT-Tipo
                   IF RT-Giustificato = "N"
                       MOVE "G" TO RT-Giustificato
                       MOVE "G" TO GR-Esito(Giust-Rit-Idx)
                   ELSE IF GR-Esito(Giust-Rit-Idx) = SPACE
                       MOVE "V" TO GR-Esito(Giust-Rit-Idx)
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF RT-Giustificato = "N" AND RT-Data <= Data-Limite
               IF Sospesi-Rit-Cont < 3000
                   ADD 1 TO Sospesi-Rit-Cont
                   MOVE RT-ID-Studente TO SR-ID(Sospesi-Rit-Cont)
                   MOVE RT-Data TO SR-Data(Sospesi-Rit-Cont)
                   MOVE RT-Tipo TO SR-Tipo(Sospesi-Rit-Cont)
                   MOVE RT-Orario TO SR-Orario(Sospesi-Rit-Cont)
               ELSE
                   MOVE "Y" TO Sospesi-Trabocco
               END-IF
           END-IF.

      *Paragrafo 4000-ELENCHI-SOSPESI: sul ruolino per classe, per
      *ogni classe l'elenco per il coordinatore degli eventi ancora
      *da giustificare fino alla data limite; gli studenti ritirati
      *non compaiono
       4000-ELENCHI-SOSPESI.
           MOVE "N" TO Assenze-Aperte
           OPEN INPUT FileAssenze
           IF FS-FileAssenze = "00"
               MOVE "Y" TO Assenze-Aperte
           END-IF
           MOVE "N" TO Classi-Aperte
           OPEN INPUT Classi
           IF FS-Classi = "00"
               MOVE "Y" TO Classi-Aperte
           END-IF
           MOVE "N" TO Elenco-Aperto
           MOVE SPACES TO Classe-Corrente
           MOVE LOW-VALUES TO ST-Classe
           MOVE "N" TO Fine-Scan
           START Studenti KEY IS NOT LESS THAN ST-Classe
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ Studenti NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF NOT ST-Ritirato-Si
                           IF ST-Classe NOT = Classe-Corrente
                               PERFORM 4100-CHIUDI-ELENCO
                               MOVE ST-Classe TO Classe-Corrente
                               PERFORM 4200-APRI-ELENCO
                           END-IF
                           PERFORM 4300-SOSPESI-STUDENTE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 4100-CHIUDI-ELENCO
           IF Assenze-Aperte = "Y"
               CLOSE FileAssenze
           END-IF
           IF Classi-Aperte = "Y"
               CLOSE Classi
           END-IF
           IF Sospesi-Trabocco = "Y"
               DISPLAY "ATTENZIONE: ritardi e uscite da giustificare "
                   "oltre le 3000 voci: elenchi incompleti"
           END-IF.

      *Paragrafo 4100-CHIUDI-ELENCO: totale e chiusura dell'elenco
      *della classe corrente
       4100-CHIUDI-ELENCO.
           IF Elenco-Aperto = "Y"
               MOVE SPACES TO FileElenco-Record
               WRITE FileElenco-Record
               IF Eventi-Classe = 0
                   MOVE "Nessun evento in attesa di giustifica"
                       TO FileElenco-Record
               ELSE
                   MOVE Eventi-Classe TO Eventi-for
                   MOVE SPACES TO riga
                   STRING "Eventi da giustificare: " DELIMITED BY SIZE
                       Eventi-for DELIMITED BY SIZE
                       INTO riga
                   MOVE riga TO FileElenco-Record
               END-IF
               WRITE FileElenco-Record
               CLOSE FileElenco
               MOVE "N" TO Elenco-Aperto
           END-IF.

      *Paragrafo 4200-APRI-ELENCO: GIUST-SOSPESE-<classe>.txt con
      *l'intestazione per il coordinatore della classe
       4200-APRI-ELENCO.
           MOVE SPACES TO Coordinatore-Classe
           IF Classi-Aperte = "Y"
               MOVE Classe-Corrente TO CL-Codice
               READ Classi
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CL-Coordinatore TO Coordinatore-Classe
               END-READ
           END-IF
           PERFORM 4250-COORDINATORE-INCARICO
           MOVE SPACES TO Elenco-Filename
           STRING "GIUST-SOSPESE-" DELIMITED BY SIZE
               Classe-Corrente DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO Elenco-Filename
           OPEN OUTPUT FileElenco
           MOVE "Y" TO Elenco-Aperto
           MOVE 0 TO Eventi-Classe
           MOVE SPACES TO riga
           STRING "Eventi da giustificare - classe " DELIMITED BY SIZE
               Classe-Corrente DELIMITED BY SPACE
               " - al " DELIMITED BY SIZE
               Data-Oggi DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileElenco-Record
           WRITE FileElenco-Record
           MOVE SPACES TO riga
           STRING "Coordinatore: " DELIMITED BY SIZE
               Coordinatore-Classe DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileElenco-Record
           WRITE FileElenco-Record
           MOVE Giorni-Giustifica TO Ore-for
           MOVE SPACES TO riga
           STRING "Non giustificati da oltre " DELIMITED BY SIZE
               Ore-for DELIMITED BY SIZE
               " giorni (fino al " DELIMITED BY SIZE
               Data-Limite DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileElenco-Record
           WRITE FileElenco-Record
           MOVE SPACES TO FileElenco-Record
           WRITE FileElenco-Record.

      *Paragrafo 4250-COORDINATORE-INCARICO: il docente con
      *incarico di coordinamento (COOR) attivo oggi per la classe
      *in INCARICHI.DAT, con cognome e nome da DOCENTI.DAT
       4250-COORDINATORE-INCARICO.
           OPEN INPUT FileIncarichi
           IF FS-FileIncarichi = "00"
               MOVE SPACES TO DC-Sigla
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
                           IF INC-Ruolo = "COOR"
                                   AND INC-Stato = "A"
                                   AND INC-Classe = Classe-Corrente
                                   AND INC-Dal <= Data-Oggi
                                   AND INC-Al >= Data-Oggi
                               MOVE INC-Docente TO DC-Sigla
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileIncarichi
               IF DC-Sigla NOT = SPACES
                   MOVE DC-Sigla TO Coordinatore-Classe
                   OPEN INPUT Docenti
                   IF FS-Docenti = "00"
                       READ Docenti
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO Coordinatore-Classe
                               STRING DC-Cognome DELIMITED BY "  "
                                   " " DELIMITED BY SIZE
                                   DC-Nome DELIMITED BY "  "
                                   INTO Coordinatore-Classe
                       END-READ
                       CLOSE Docenti
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 4300-SOSPESI-STUDENTE: le assenze per chiave e i
      *ritardi dalla tabella dei sospesi, sotto il nome dello
      *studente
       4300-SOSPESI-STUDENTE.
           MOVE 0 TO Eventi-Studente
           IF Assenze-Aperte = "Y"
               MOVE ST-ID TO AS-ID-Studente
               MOVE 0 TO AS-Data
               MOVE 0 TO AS-Progressivo
               MOVE "N" TO Fine-Assenze
               START FileAssenze KEY IS NOT LESS THAN AS-Chiave
                   INVALID KEY MOVE "S" TO Fine-Assenze
               END-START
               PERFORM UNTIL Fine-Assenze = "S"
                   READ FileAssenze NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Assenze
                       NOT AT END
                           IF AS-ID-Studente NOT = ST-ID
                                   OR AS-Data > Data-Limite
                               MOVE "S" TO Fine-Assenze
                           ELSE IF AS-Giustificata = "N"
                               PERFORM 4400-RIGA-STUDENTE
                               MOVE AS-Data TO Data-Stampa
                               PERFORM 4500-FORMATTA-DATA
                               MOVE AS-Ore TO Ore-for
                               MOVE SPACES TO riga
                               STRING "    " DELIMITED BY SIZE
                                   Data-Stampa DELIMITED BY SIZE
                                   "  assenza di " DELIMITED BY SIZE
                                   Ore-for DELIMITED BY SIZE
                                   " ore" DELIMITED BY SIZE
                                   INTO riga
                               MOVE riga TO FileElenco-Record
                               WRITE FileElenco-Record
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE 0 TO Sospesi-Rit-Idx
           PERFORM UNTIL Sospesi-Rit-Idx >= Sospesi-Rit-Cont
               ADD 1 TO Sospesi-Rit-Idx
               IF SR-ID(Sospesi-Rit-Idx) = ST-ID
                   PERFORM 4400-RIGA-STUDENTE
                   MOVE SR-Data(Sospesi-Rit-Idx) TO Data-Stampa
                   PERFORM 4500-FORMATTA-DATA
                   MOVE SPACES TO Orario-Stampa
                   STRING SR-Orario(Sospesi-Rit-Idx)(1:2)
                           DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       SR-Orario(Sospesi-Rit-Idx)(3:2)
                           DELIMITED BY SIZE
                       INTO Orario-Stampa
                   MOVE SPACES TO riga
                   IF SR-Tipo(Sospesi-Rit-Idx) = "U"
                       STRING "    " DELIMITED BY SIZE
                           Data-Stampa DELIMITED BY SIZE
                           "  uscita anticipata alle "
                               DELIMITED BY SIZE
                           Orario-Stampa DELIMITED BY SIZE
                           INTO riga
                   ELSE
                       STRING "    " DELIMITED BY SIZE
                           Data-Stampa DELIMITED BY SIZE
                           "  entrata posticipata alle "
                               DELIMITED BY SIZE
                           Orario-Stampa DELIMITED BY SIZE
                           INTO riga
                   END-IF
                   MOVE riga TO FileElenco-Record
                   WRITE FileElenco-Record
               END-IF
           END-PERFORM.

      *Paragrafo 4400-RIGA-STUDENTE: al primo evento dello studente
      *la riga con matricola e nome; conta l'evento
       4400-RIGA-STUDENTE.
           IF Eventi-Studente = 0
               MOVE SPACES TO riga
               STRING ST-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ST-Cognome DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   ST-Nome DELIMITED BY "  "
                   INTO riga
               MOVE riga TO FileElenco-Record
               WRITE FileElenco-Record
           END-IF
           ADD 1 TO Eventi-Studente
           ADD 1 TO Eventi-Classe.

      *Paragrafo 4500-FORMATTA-DATA: AAAAMMGG in Data-Stampa
      *diventa GG/MM/AAAA
       4500-FORMATTA-DATA.
           MOVE Data-Stampa(1:8) TO riga
           MOVE SPACES TO Data-Stampa
           STRING riga(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               riga(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               riga(1:4) DELIMITED BY SIZE
               INTO Data-Stampa.

      *Paragrafo 4800-SCRIVI-SCARTO: accoda a GIUSTIFICHE-SCARTI.DAT
      *la riga del portale cosi' com'e', preceduta dal codice motivo
      *gia' valorizzato dal chiamante, per la verifica e il
      *ricarico
       4800-SCRIVI-SCARTO.
           MOVE SPACES TO FileScarti-Record
           MOVE Codice-Scarto TO SC-Codice
           MOVE FileGiustifiche-Record TO SC-Record-Originale
           WRITE FileScarti-Record
           ADD 1 TO Righe-Scartate.

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

       END PROGRAM GiustifichePortale.
